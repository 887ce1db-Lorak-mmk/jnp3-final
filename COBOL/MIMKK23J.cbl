      ******************************************************************
      *                                                                *
      * RESTful file access - abandoned game session sweep             *
      *                                                                *
      * Closes the MIMKK22B game sessions left in play when the        *
      * studio link dropped or the contestant never came back.  A      *
      * session still in play whose last move (SES-DATE/TIMEOFDAY-     *
      * FILE) is older than the idle cut-off is ended exactly as       *
      * MIMKK22C ends a game whose answer clock ran out: the prize     *
      * falls back to the highest milestone already passed, the        *
      * session is saved as over and the game is written to the        *
      * MIMKK22T game history as a TIMEOUT, so MIMKK22V and the prize  *
      * liabilities see it like any other finished game.  The          *
      * contestant's MIMKK21G/MIMKK21H/MIMKK22E/MIMKK21T queues are    *
      * then deleted, so the next START begins cleanly.                *
      * INPUTDATA carries the idle cut-off in whole hours, 01 to 99;   *
      * blank uses the house default.  Each closed session is logged   *
      * to the QSWP extrapartition TD queue, from which the nightly    *
      * MIMKK23K job prints the list.  At most SWEEP-MAX sessions are  *
      * closed per call; when more remain the response ends ':MORE'    *
      * and the caller simply calls again.                             *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23J.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *  Container name declarations
      *  Channel and container names are case sensitive
       01 DATE-CONT          PIC X(16) VALUE 'CICSTIME'.
       01 INPUT-CONT         PIC X(16) VALUE 'INPUTDATA'.
       01 OUTPUT-CONT        PIC X(16) VALUE 'OUTPUTDATA'.
       01 LENGTH-CONT        PIC X(16) VALUE 'INPUTDATALENGTH'.
       01 ERROR-CONT         PIC X(16) VALUE 'ERRORDATA'.
       01 RESP-CONT          PIC X(16) VALUE 'CICSRC'.


      *  Data fields used by the program
       01 INPUTLENGTH        PIC S9(8) COMP-4.
       01 DATALENGTH         PIC S9(8) COMP-4.
       01 CURRENTTIME        PIC S9(15) COMP-3.
       01 CHANNELNAME        PIC X(16) VALUE SPACES.

      *  SET ONCE RESP-ERROR HAS ALREADY TRIED TO PUT DIAGNOSTICS TO
      *  THE CALLER, SO A SECOND CICS FAILURE WHILE DOING SO CANNOT
      *  LOOP BACK INTO RESP-ERROR AGAIN
       01 RESP-ERROR-SW      PIC X VALUE 'N'.
           88 RESP-ERROR-HANDLED  VALUE 'Y'.
      *  SET ONCE THE REAL BUSINESS RESULT HAS BEEN SUCCESSFULLY PUT
      *  TO OUTPUT-CONT, SO A LATER FAILURE PUTTING ERROR-CONT OR
      *  DATE-CONT CANNOT GO BACK AND OVERWRITE THAT RESULT WITH A
      *  GENERIC FAILURE MESSAGE
       01 OUTPUT-CONT-SW     PIC X VALUE 'N'.
           88 OUTPUT-CONT-SENT    VALUE 'Y'.
       01 INPUTSTRING        PIC X(72) VALUE SPACES.
       01 OUTPUTSTRING       PIC X(600) VALUE SPACES.
       01 RESPCODE           PIC S9(8) COMP-4 VALUE 0.
       01 RESPCODE2          PIC S9(8) COMP-4 VALUE 0.
       01 DATE-TIME.
         03 DATESTRING         PIC X(10) VALUE SPACES.
         03 TIME-SEP           PIC X(1) VALUE SPACES.
         03 TIMESTRING         PIC X(8) VALUE SPACES.
       01 RC-RECORD          PIC S9(8) COMP-4 VALUE 0.
       01 ERR-RECORD.
         03 ERRORCMD           PIC X(16) VALUE SPACES.
         03 ERRORSTRING        PIC X(32) VALUE SPACES.
      *
      *  USAGE LOG RECORD - ONE PER CALL OF THIS SERVICE, WRITTEN TO
      *  THE QUSE EXTRAPARTITION TD QUEUE ON THE WAY OUT.  SAME
      *  LAYOUT IN EVERY SERVICE; MIMKK23F REPORTS ON IT NIGHTLY.
      *  THE ELAPSED TIME IS IN MILLISECONDS FROM THE ABSTIME CLOCK
      *
       01  USAGE-RECORD-LAYOUT.
           05 USG-PROGRAM-FILE      PIC X(8).
           05 USG-KEY-FILE          PIC X(8).
           05 USG-DATE-FILE         PIC X(10).
           05 USG-TIMEOFDAY-FILE    PIC X(8).
           05 USG-ELAPSED-FILE      PIC 9(7).
           05 USG-ERRORCMD-FILE     PIC X(16).
           05 USG-ERRORSTRING-FILE  PIC X(32).
       01 USG-QUEUE             PIC X(4) VALUE 'QUSE'.
       01 USG-START-TIME        PIC S9(15) COMP-3 VALUE ZEROS.
       01 USG-END-TIME          PIC S9(15) COMP-3 VALUE ZEROS.
       01 USG-RESP              PIC S9(8) COMP VALUE 0.
       01 WORK-AREAS.
           05  ERR-CODE         PIC S9(8) COMP.
           05  SES-RECLEN       PIC S9(4) COMP VALUE 346.
           05  HIS-RECLEN       PIC S9(4) COMP VALUE 77.
      *
      *  THE IDLE CUT-OFF: A SESSION IN PLAY THAT HAS NOT MOVED FOR
      *  THIS MANY HOURS IS TREATED AS ABANDONED.  THE CALLER MAY
      *  NAME ITS OWN; BLANK TAKES THE HOUSE DEFAULT
      *
       01 IDLE-HOURS-IN         PIC X(2) VALUE SPACES.
       01 IDLE-HOURS            PIC 9(2) VALUE ZEROS.
       01 IDLE-HOURS-DFT        PIC 9(2) VALUE 02.
       01 CUTOFF-TIME           PIC S9(15) COMP-3 VALUE ZEROS.
      *  THE CUT-OFF AND EACH SESSION'S LAST MOVE AS YYYYMMDDHHMMSS,
      *  SO THE TWO CAN BE COMPARED DIRECTLY
       01 CUTOFF-STAMP.
           05 CUTOFF-YYYYMMDD    PIC X(8) VALUE SPACES.
           05 CUTOFF-HHMMSS      PIC X(6) VALUE SPACES.
       01 CUTOFF-DATESTRING     PIC X(10) VALUE SPACES.
       01 CUTOFF-TIMESTRING     PIC X(8) VALUE SPACES.
       01 SESSION-STAMP.
           05 SESSION-YYYY       PIC X(4) VALUE SPACES.
           05 SESSION-MM         PIC X(2) VALUE SPACES.
           05 SESSION-DD         PIC X(2) VALUE SPACES.
           05 SESSION-HH         PIC X(2) VALUE SPACES.
           05 SESSION-MI         PIC X(2) VALUE SPACES.
           05 SESSION-SS         PIC X(2) VALUE SPACES.
      *
      *  THE SESSIONS FOUND STALE BY THE BROWSE.  THE BROWSE IS ENDED
      *  BEFORE ANY OF THEM IS READ FOR UPDATE, SO THE SWEEP NEVER
      *  HOLDS A BROWSE AND AN UPDATE ON MIMKK22B AT ONCE
      *
       01 SWEEP-MAX             PIC S9(4) COMP VALUE 100.
       01 SWEEP-COUNT           PIC S9(4) COMP VALUE 0.
       01 SWEEP-SUB             PIC S9(4) COMP VALUE 0.
       01 SWEEP-TABLE.
           05 SWEEP-CONTESTANT OCCURS 100 TIMES PIC X(8).
       01 SWEEP-MORE-SW         PIC X VALUE 'N'.
           88 SWEEP-MORE           VALUE 'Y'.
       01 CLOSED-COUNT          PIC 9(4) VALUE ZEROS.
       01 BROWSE-KEY            PIC X(8) VALUE LOW-VALUES.
       01 BROWSE-EOF-SW         PIC X VALUE 'N'.
           88 BROWSE-EOF           VALUE 'Y'.
       01 STALE-SW              PIC X VALUE 'N'.
           88 SESSION-STALE        VALUE 'Y'.
      *
      *  THE CONTESTANT WHOSE SESSION IS BEING CLOSED
      *
       01 CONTESTANT-ID         PIC X(8) VALUE SPACES.
       01 LADDER-SUB            PIC S9(4) COMP VALUE 0.
       01 FALLBACK-PRIZE        PIC 9(7) VALUE ZEROS.
       01 OUT-PTR               PIC S9(4) COMP VALUE 1.
      *
      *  VSAM GAME SESSION RECORD LAYOUT - SAME LAYOUT AS MAINTAINED
      *  BY MIMKK22C, KEYED ON THE CONTESTANT ID
      *
       01  SESSION-RECORD-LAYOUT.
           05 SES-CONTESTANT-FILE   PIC X(8).
           05 SES-STATE-FILE        PIC X(1).
              88 SES-IN-PLAY           VALUE 'P'.
              88 SES-OVER              VALUE 'O'.
           05 SES-LEVEL-FILE        PIC 9(2).
           05 SES-PRIZE-FILE        PIC 9(7).
           05 SES-PENDING-QNO-FILE  PIC 9(5).
           05 SES-FINAL-PRIZE-FILE  PIC 9(7).
           05 SES-DATE-FILE         PIC X(10).
           05 SES-TIMEOFDAY-FILE    PIC X(8).
           05 SES-START-DATE-FILE   PIC X(10).
           05 SES-START-TIME-FILE   PIC X(8).
           05 SES-LADDER-ID-FILE    PIC X(8).
           05 SES-LADDER-TOP-FILE   PIC 9(2).
           05 SES-LADDER-TABLE.
              10 SES-LADDER-ENTRY OCCURS 15 TIMES.
                 15 SES-LADDER-DIFFICULTY PIC X(10).
                 15 SES-LADDER-PRIZE      PIC 9(7).
                 15 SES-LADDER-MILESTONE  PIC X(1).
      *
      *  VSAM GAME HISTORY RECORD LAYOUT - SAME LAYOUT AS WRITTEN BY
      *  MIMKK22C, KEYED ON CONTESTANT ID PLUS THE ABSTIME CLOCK AT
      *  THE END OF THE GAME
      *
       01  HISTORY-RECORD-LAYOUT.
           05 HIS-KEY.
              10 HIS-CONTESTANT-FILE   PIC X(8).
              10 HIS-TIME-FILE         PIC 9(15).
           05 HIS-START-DATE-FILE      PIC X(10).
           05 HIS-START-TIME-FILE      PIC X(8).
           05 HIS-END-DATE-FILE        PIC X(10).
           05 HIS-END-TIME-FILE        PIC X(8).
           05 HIS-LEVEL-FILE           PIC 9(2).
           05 HIS-OUTCOME-FILE         PIC X(7).
              88 HIS-WON                  VALUE 'WON'.
              88 HIS-WRONG                VALUE 'WRONG'.
              88 HIS-TIMEOUT              VALUE 'TIMEOUT'.
              88 HIS-WALKED               VALUE 'WALKED'.
           05 HIS-FINAL-PRIZE-FILE     PIC 9(7).
           05 HIS-FIFTY-USED-FILE      PIC X(1).
           05 HIS-AUDIENCE-USED-FILE   PIC X(1).
      *
      *  SWEEP LOG RECORD - ONE PER SESSION CLOSED, WRITTEN TO THE
      *  QSWP EXTRAPARTITION TD QUEUE AND PRINTED BY MIMKK23K.  THE
      *  LEVEL, PENDING QUESTION AND BANKED PRIZE ARE AS THEY STOOD
      *  WHEN THE SESSION WAS FOUND
      *
       01  SWEEP-RECORD-LAYOUT.
           05 SWP-CONTESTANT-FILE   PIC X(8).
           05 SWP-LADDER-ID-FILE    PIC X(8).
           05 SWP-LEVEL-FILE        PIC 9(2).
           05 SWP-PENDING-QNO-FILE  PIC 9(5).
           05 SWP-BANKED-PRIZE-FILE PIC 9(7).
           05 SWP-FINAL-PRIZE-FILE  PIC 9(7).
           05 SWP-LAST-DATE-FILE    PIC X(10).
           05 SWP-LAST-TIME-FILE    PIC X(8).
           05 SWP-SWEPT-DATE-FILE   PIC X(10).
           05 SWP-SWEPT-TIME-FILE   PIC X(8).
           05 SWP-IDLE-HOURS-FILE   PIC 9(2).
       01 SWP-QUEUE             PIC X(4) VALUE 'QSWP'.
      *
      *  THE PER-CONTESTANT QUEUES OF A GAME SESSION, NAMED THE SAME
      *  WAY MIMKK21G/MIMKK21H/MIMKK22E NAME THEM.  THE LIFELINE
      *  QUEUES ARE READ FOR THE GAME HISTORY BEFORE THEY GO
      *
       01 TSQ-SWEEP-NAME.
           05 TSQ-SWEEP-PREFIX  PIC X(8) VALUE SPACES.
           05 TSQ-SWEEP-CONTEST PIC X(8) VALUE SPACES.
       01 TSQ-FIFTY-NAME.
           05 TSQ-FIFTY-PREFIX   PIC X(8) VALUE 'MIMKK21H'.
           05 TSQ-FIFTY-CONTEST  PIC X(8) VALUE SPACES.
       01 TSQ-AUDIENCE-NAME.
           05 TSQ-AUD-PREFIX     PIC X(8) VALUE 'MIMKK22E'.
           05 TSQ-AUD-CONTEST    PIC X(8) VALUE SPACES.
       01 TSQ-ITEM-LEN          PIC S9(4) COMP VALUE 5.
       01 TSQ-USED-QNO          PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

      *  Note when the call arrived, for the usage log
           EXEC CICS ASKTIME ABSTIME(USG-START-TIME)
                            END-EXEC.

      *  Get name of channel
           EXEC CICS ASSIGN CHANNEL(CHANNELNAME)
                            END-EXEC.

      *  If no channel passed in, report it to the caller and return
      *  normally instead of abending -- this is a RESTful-style
      *  service, so a caller mistake should come back as a response,
      *  not a dump
           IF CHANNELNAME = SPACES THEN
               MOVE 'NO CHANNEL PASSED TO PROGRAM' TO OUTPUTSTRING
               MOVE 'NOCH' TO ERRORCMD
               MOVE 'NO CHANNEL PASSED TO PROGRAM' TO ERRORSTRING
               PERFORM PUT-TO-CONTAINER
           END-IF.


      *  Read content and length of input container
           MOVE LENGTH OF INPUTSTRING TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(INPUT-CONT)
                            CHANNEL(CHANNELNAME)
                            FLENGTH(INPUTLENGTH)
                            INTO(INPUTSTRING)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.

      *  Place RC in binary container for return to caller
           MOVE RESPCODE TO RC-RECORD.
           EXEC CICS PUT CONTAINER(RESP-CONT)
                            FROM(RC-RECORD)
                            FLENGTH(LENGTH OF RC-RECORD)
                            BIT
                            RESP(RESPCODE)
                            END-EXEC.

           IF RESPCODE NOT = DFHRESP(NORMAL)
             PERFORM RESP-ERROR
           END-IF.

      *  INPUTDATA holds the idle cut-off in hours, or nothing
           UNSTRING INPUTSTRING DELIMITED BY ':'
             INTO IDLE-HOURS-IN
           END-UNSTRING.

           PERFORM SET-CUTOFF.

      *SWEEP-SESSIONS.
      *
      *    FIND THE STALE SESSIONS FIRST, THEN CLOSE THEM ONE BY ONE
      *
           PERFORM FIND-STALE-SESSIONS.

           PERFORM VARYING SWEEP-SUB FROM 1 BY 1
                   UNTIL SWEEP-SUB > SWEEP-COUNT
              MOVE SWEEP-CONTESTANT (SWEEP-SUB) TO CONTESTANT-ID
              PERFORM CLOSE-STALE-SESSION
           END-PERFORM.

           MOVE SPACES TO OUTPUTSTRING.
           MOVE 1 TO OUT-PTR.
           STRING
              'SWEEP COMPLETE:CLOSED:' DELIMITED BY SIZE
              CLOSED-COUNT DELIMITED BY SIZE
              ':CUTOFF:' DELIMITED BY SIZE
              CUTOFF-DATESTRING DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CUTOFF-TIMESTRING DELIMITED BY SIZE
              INTO OUTPUTSTRING
              WITH POINTER OUT-PTR
           END-STRING.
           IF SWEEP-MORE
              STRING
                 ':MORE' DELIMITED BY SIZE
                 INTO OUTPUTSTRING
                 WITH POINTER OUT-PTR
              END-STRING
           END-IF.

       PUT-TO-CONTAINER.
      *
      *    MOVE DATA TO OUTPUT CONTAINER
      *

           EXEC CICS PUT CONTAINER(OUTPUT-CONT)
                            FROM(OUTPUTSTRING)
                            FLENGTH(LENGTH OF OUTPUTSTRING)
                            CHAR
                            RESP(RESPCODE)
                            END-EXEC.

           IF RESPCODE NOT = DFHRESP(NORMAL)
             PERFORM RESP-ERROR
           ELSE
             SET OUTPUT-CONT-SENT TO TRUE
           END-IF.

      *
      *    MOVE DATA TO ERROR CONTAINER
      *

           EXEC CICS PUT CONTAINER(ERROR-CONT)
                            FROM(ERRORSTRING)
                            FLENGTH(LENGTH OF ERRORSTRING)
                            CHAR
                            RESP(RESPCODE)
                            END-EXEC.

           IF RESPCODE NOT = DFHRESP(NORMAL)
             PERFORM RESP-ERROR
           END-IF.

      *  Get the current time
           EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
                            END-EXEC.

      *  Format date and time
           EXEC CICS FORMATTIME
                     ABSTIME(CURRENTTIME)
                     DDMMYYYY(DATESTRING)
                     DATESEP('/')
                     TIME(TIMESTRING)
                     TIMESEP(':')
                     RESP(RESPCODE)
                     END-EXEC.

      *  Check return code
           IF RESPCODE NOT = DFHRESP(NORMAL)
               STRING 'Failed' DELIMITED BY SIZE
                            INTO DATESTRING END-STRING
           END-IF.

      *  Place current date in container CICSTIME
           EXEC CICS PUT CONTAINER(DATE-CONT)
                            FROM(DATE-TIME)
                            FLENGTH(LENGTH OF DATE-TIME)
                            CHAR
                            RESP(RESPCODE)
                            END-EXEC.
      *  Check return code
           IF RESPCODE NOT = DFHRESP(NORMAL)
             PERFORM RESP-ERROR
           END-IF.



      *  Return back to caller
           PERFORM NORMAL-RETURN.

      *  -----------------------------------------------------------
       RESP-ERROR.
      *
      *    A CICS COMMAND FAILED.  REPORT IT TO THE CALLER AND RETURN
      *    NORMALLY RATHER THAN ABENDING.  THE SWITCH GUARDS AGAINST
      *    LOOPING BACK HERE IF THE ATTEMPT TO PUT THE DIAGNOSTICS
      *    ITSELF FAILS (E.G. BECAUSE THERE WAS NO CHANNEL TO BEGIN
      *    WITH)
      *
           IF RESP-ERROR-HANDLED
              PERFORM NORMAL-RETURN
           END-IF.

      *  IF THE REAL RESULT HAS ALREADY REACHED THE CALLER, DO NOT
      *  OVERWRITE IT WITH A GENERIC FAILURE MESSAGE -- JUST RETURN
           IF OUTPUT-CONT-SENT
              PERFORM NORMAL-RETURN
           END-IF.

           SET RESP-ERROR-HANDLED TO TRUE.
           MOVE 'CICS REQUEST FAILED. CONTACT WB SUPPORT' TO
                 OUTPUTSTRING.
           MOVE 'EDUC' TO ERRORCMD.
           MOVE 'CICS REQUEST FAILED' TO ERRORSTRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
      *  Finish
      *  -----------------------------------------------------------

       NORMAL-RETURN.
           PERFORM WRITE-USAGE-RECORD.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      *  -----------------------------------------------------------
       WRITE-USAGE-RECORD.
      *
      *    LEAVE A TRACE OF THIS CALL ON THE QUSE TD QUEUE: WHICH
      *    SERVICE, FOR WHICH CONTESTANT OR SHOW (WHERE THERE IS
      *    ONE), WHEN IT ARRIVED, HOW LONG IT TOOK AND HOW IT ENDED
      *    (ERRORCMD IS BLANK ON SUCCESS).  A FAILURE TO LOG IS
      *    IGNORED - THE CALLER'S RESULT HAS ALREADY GONE AND MUST
      *    NOT BE HELD UP OR CHANGED BY THE LOG.  THE SWEEP WORKS
      *    ACROSS ALL CONTESTANTS, SO THE KEY IS LEFT BLANK
      *
           EXEC CICS ASKTIME ABSTIME(USG-END-TIME)
                            END-EXEC.
           EXEC CICS ASSIGN PROGRAM(USG-PROGRAM-FILE)
                            END-EXEC.
           MOVE SPACES TO USG-KEY-FILE.
           EXEC CICS FORMATTIME
                     ABSTIME(USG-START-TIME)
                     DDMMYYYY(USG-DATE-FILE)
                     DATESEP('/')
                     TIME(USG-TIMEOFDAY-FILE)
                     TIMESEP(':')
                     RESP(USG-RESP)
                     END-EXEC.
           COMPUTE USG-ELAPSED-FILE = USG-END-TIME - USG-START-TIME.
           MOVE ERRORCMD TO USG-ERRORCMD-FILE.
           MOVE ERRORSTRING TO USG-ERRORSTRING-FILE.
           EXEC CICS WRITEQ TD QUEUE(USG-QUEUE)
                            FROM(USAGE-RECORD-LAYOUT)
                            LENGTH(LENGTH OF USAGE-RECORD-LAYOUT)
                            RESP(USG-RESP)
                            END-EXEC.

      *  -----------------------------------------------------------
       SET-CUTOFF.
      *
      *    WORK OUT THE CUT-OFF: NOW LESS THE IDLE HOURS.  A ONE-
      *    DIGIT HOURS VALUE IS ACCEPTED AND TAKEN AS 0N.  THE CUT-
      *    OFF IS KEPT AS YYYYMMDDHHMMSS TO COMPARE SESSIONS AGAINST,
      *    AND AS DD/MM/YYYY HH:MM:SS TO SHOW THE CALLER AND THE LOG
      *
           IF IDLE-HOURS-IN = SPACES
              MOVE IDLE-HOURS-DFT TO IDLE-HOURS
           ELSE
              IF IDLE-HOURS-IN (2:1) = SPACE
                 MOVE IDLE-HOURS-IN (1:1) TO IDLE-HOURS-IN (2:1)
                 MOVE '0' TO IDLE-HOURS-IN (1:1)
              END-IF
              IF IDLE-HOURS-IN IS NOT NUMERIC
                 MOVE 'IDLE HOURS MUST BE 01 TO 99' TO OUTPUTSTRING
                 MOVE 'VALIDATION' TO ERRORCMD
                 MOVE 'IDLE HOURS MUST BE 01 TO 99' TO ERRORSTRING
                 PERFORM PUT-TO-CONTAINER
              END-IF
              MOVE IDLE-HOURS-IN TO IDLE-HOURS
           END-IF.

           IF IDLE-HOURS = ZEROS
              MOVE 'IDLE HOURS MUST BE 01 TO 99' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'IDLE HOURS MUST BE 01 TO 99' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
                            END-EXEC.
           COMPUTE CUTOFF-TIME = CURRENTTIME - IDLE-HOURS * 3600000.
           EXEC CICS FORMATTIME
                     ABSTIME(CUTOFF-TIME)
                     DDMMYYYY(CUTOFF-DATESTRING)
                     DATESEP('/')
                     TIME(CUTOFF-HHMMSS)
                     RESP(ERR-CODE)
                     END-EXEC.
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              PERFORM RESP-ERROR
           END-IF.

      *  THE COMPARABLE DATE IS BUILT FROM THE DISPLAY ONE, AND THE
      *  DISPLAY TIME FROM THE COMPARABLE ONE
           MOVE CUTOFF-DATESTRING (7:4) TO CUTOFF-YYYYMMDD (1:4).
           MOVE CUTOFF-DATESTRING (4:2) TO CUTOFF-YYYYMMDD (5:2).
           MOVE CUTOFF-DATESTRING (1:2) TO CUTOFF-YYYYMMDD (7:2).
           MOVE SPACES TO CUTOFF-TIMESTRING.
           STRING
              CUTOFF-HHMMSS (1:2) DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              CUTOFF-HHMMSS (3:2) DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              CUTOFF-HHMMSS (5:2) DELIMITED BY SIZE
              INTO CUTOFF-TIMESTRING
           END-STRING.

      *  -----------------------------------------------------------
       FIND-STALE-SESSIONS.
      *
      *    BROWSE MIMKK22B FROM THE START AND NOTE EVERY SESSION IN
      *    PLAY THAT LAST MOVED BEFORE THE CUT-OFF, UP TO SWEEP-MAX.
      *    ONE MORE STALE SESSION THAN THE TABLE HOLDS SETS THE MORE
      *    SWITCH FOR THE RESPONSE
      *
           MOVE ZEROS TO SWEEP-COUNT.
           MOVE LOW-VALUES TO BROWSE-KEY.
           MOVE 'N' TO BROWSE-EOF-SW.
           EXEC CICS STARTBR FILE('MIMKK22B')
                          RIDFLD(BROWSE-KEY)
                          GTEQ
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  SET BROWSE-EOF TO TRUE
               WHEN OTHER
                  MOVE 'FILE BROWSE ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'BROWSE' TO ERRORCMD
                  MOVE 'FILE BROWSE ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT FILE('MIMKK22B')
                             INTO(SESSION-RECORD-LAYOUT)
                             RIDFLD(BROWSE-KEY)
                             LENGTH(SES-RECLEN)
                             RESP(ERR-CODE)
                             END-EXEC
              EVALUATE ERR-CODE
                  WHEN DFHRESP(NORMAL)
                     PERFORM CHECK-SESSION-STALE
                     IF SESSION-STALE
                        IF SWEEP-COUNT < SWEEP-MAX
                           ADD 1 TO SWEEP-COUNT
                           MOVE SES-CONTESTANT-FILE TO
                                SWEEP-CONTESTANT (SWEEP-COUNT)
                        ELSE
                           SET SWEEP-MORE TO TRUE
                           SET BROWSE-EOF TO TRUE
                        END-IF
                     END-IF
                  WHEN DFHRESP(ENDFILE)
                     SET BROWSE-EOF TO TRUE
                  WHEN OTHER
                     EXEC CICS ENDBR FILE('MIMKK22B')
                                     RESP(ERR-CODE)
                                     END-EXEC
                     MOVE 'FILE BROWSE ERROR. CONTACT WB SUPPORT' TO
                           OUTPUTSTRING
                     MOVE 'BROWSE' TO ERRORCMD
                     MOVE 'FILE BROWSE ERROR' TO ERRORSTRING
                     PERFORM PUT-TO-CONTAINER
              END-EVALUATE
           END-PERFORM.

      *  END THE BROWSE.  RESP IS CAPTURED BUT NOT CHECKED: IF THE
      *  STARTBR ITSELF FOUND NOTHING THERE IS NO BROWSE TO END AND
      *  THE ENDBR JUST COMES BACK INVREQ
           EXEC CICS ENDBR FILE('MIMKK22B')
                           RESP(ERR-CODE)
                           END-EXEC.

      *  -----------------------------------------------------------
       CHECK-SESSION-STALE.
      *
      *    THE SESSION IN SESSION-RECORD-LAYOUT IS STALE WHEN IT IS
      *    STILL IN PLAY AND ITS LAST MOVE IS BEFORE THE CUT-OFF.
      *    THE LAST MOVE IS STAMPED DD/MM/YYYY AND HH:MM:SS BY
      *    MIMKK22C'S STAMP-SESSION-RECORD
      *
           MOVE 'N' TO STALE-SW.
           IF SES-IN-PLAY
              MOVE SES-DATE-FILE (7:4) TO SESSION-YYYY
              MOVE SES-DATE-FILE (4:2) TO SESSION-MM
              MOVE SES-DATE-FILE (1:2) TO SESSION-DD
              MOVE SES-TIMEOFDAY-FILE (1:2) TO SESSION-HH
              MOVE SES-TIMEOFDAY-FILE (4:2) TO SESSION-MI
              MOVE SES-TIMEOFDAY-FILE (7:2) TO SESSION-SS
              IF SESSION-STAMP < CUTOFF-STAMP
                 SET SESSION-STALE TO TRUE
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-STALE-SESSION.
      *
      *    READ THE SESSION FOR UPDATE AND CHECK AGAIN THAT IT IS
      *    STILL IN PLAY AND STALE - THE CONTESTANT MAY HAVE COME
      *    BACK SINCE THE BROWSE, OR A START MAY HAVE BEGUN A NEW
      *    GAME.  IF SO IT IS LEFT ALONE.  OTHERWISE THE GAME IS
      *    ENDED AS A TIMED-OUT ANSWER, ITS HISTORY AND SWEEP LOG
      *    ARE WRITTEN, AND ITS QUEUES ARE DELETED
      *
           EXEC CICS READ FILE('MIMKK22B')
                          INTO(SESSION-RECORD-LAYOUT)
                          RIDFLD(CONTESTANT-ID)
                          LENGTH(SES-RECLEN)
                          UPDATE
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  PERFORM CHECK-SESSION-STALE
               WHEN DFHRESP(NOTFND)
                  MOVE 'N' TO STALE-SW
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           IF SESSION-STALE
              MOVE SES-CONTESTANT-FILE TO SWP-CONTESTANT-FILE
              MOVE SES-LADDER-ID-FILE TO SWP-LADDER-ID-FILE
              MOVE SES-LEVEL-FILE TO SWP-LEVEL-FILE
              MOVE SES-PENDING-QNO-FILE TO SWP-PENDING-QNO-FILE
              MOVE SES-PRIZE-FILE TO SWP-BANKED-PRIZE-FILE
              MOVE SES-DATE-FILE TO SWP-LAST-DATE-FILE
              MOVE SES-TIMEOFDAY-FILE TO SWP-LAST-TIME-FILE
              PERFORM FALL-TO-MILESTONE
              PERFORM WRITE-GAME-HISTORY
              PERFORM DELETE-SESSION-QUEUES
              PERFORM WRITE-SWEEP-RECORD
              ADD 1 TO CLOSED-COUNT
      *       COMMIT EACH CLOSED SESSION ON ITS OWN, SO A LATER
      *       FAILURE BACKS OUT ONLY THE SESSION IT HAPPENED ON - ITS
      *       QUEUES AND SWEEP LOG RECORD CANNOT BE BACKED OUT
              EXEC CICS SYNCPOINT
                               END-EXEC
           ELSE
              IF ERR-CODE = DFHRESP(NORMAL)
                 EXEC CICS UNLOCK FILE('MIMKK22B')
                                  RESP(ERR-CODE)
                                  END-EXEC
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       FALL-TO-MILESTONE.
      *
      *    THE SAME RULE MIMKK22C APPLIES TO A WRONG OR TIMED-OUT
      *    ANSWER: THE GAME IS OVER AND THE PRIZE FALLS BACK TO THE
      *    HIGHEST MILESTONE LEVEL ALREADY PASSED (LEVELS BELOW THE
      *    ONE BEING PLAYED FOR), OR TO NOTHING IF NO MILESTONE WAS
      *    REACHED
      *
           MOVE ZEROS TO FALLBACK-PRIZE.
           PERFORM VARYING LADDER-SUB FROM 1 BY 1
                   UNTIL LADDER-SUB >= SES-LEVEL-FILE
              IF SES-LADDER-MILESTONE (LADDER-SUB) = 'Y'
                 MOVE SES-LADDER-PRIZE (LADDER-SUB) TO FALLBACK-PRIZE
              END-IF
           END-PERFORM.

           MOVE FALLBACK-PRIZE TO SES-FINAL-PRIZE-FILE.
           MOVE ZEROS TO SES-PENDING-QNO-FILE.
           SET SES-OVER TO TRUE.
           PERFORM STAMP-SESSION-RECORD.

           EXEC CICS REWRITE FILE('MIMKK22B')
                          FROM(SESSION-RECORD-LAYOUT)
                          LENGTH(SES-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'SESSION RECORDING ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'REWRITE' TO ERRORCMD
              MOVE 'SESSION RECORDING ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       STAMP-SESSION-RECORD.
      *
      *    STAMP THE SESSION WITH THE CURRENT DATE AND TIME SO THE
      *    FILE SHOWS WHEN THE SESSION WAS CLOSED
      *
           EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
                            END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(CURRENTTIME)
                     DDMMYYYY(DATESTRING)
                     DATESEP('/')
                     TIME(TIMESTRING)
                     TIMESEP(':')
                     RESP(RESPCODE)
                     END-EXEC.
           MOVE DATESTRING TO SES-DATE-FILE.
           MOVE TIMESTRING TO SES-TIMEOFDAY-FILE.

      *  -----------------------------------------------------------
       WRITE-GAME-HISTORY.
      *
      *    KEEP A PERMANENT RECORD OF THE CLOSED GAME ON MIMKK22T, AS
      *    MIMKK22C DOES FOR A CLOCK THAT RAN OUT.  THE KEY CLOCK IS
      *    THE ABSTIME STAMP-SESSION-RECORD HAS JUST TAKEN.  THE
      *    LIFELINE QUEUES ARE STILL THERE AT THIS POINT.  IF THE
      *    HISTORY CANNOT BE WRITTEN THE SESSION UPDATE IS BACKED OUT
      *    WITH IT, SO THE SESSION STAYS IN PLAY FOR THE NEXT SWEEP
      *
           MOVE SES-CONTESTANT-FILE TO HIS-CONTESTANT-FILE.
           MOVE CURRENTTIME TO HIS-TIME-FILE.
           MOVE SES-START-DATE-FILE TO HIS-START-DATE-FILE.
           MOVE SES-START-TIME-FILE TO HIS-START-TIME-FILE.
           MOVE SES-DATE-FILE TO HIS-END-DATE-FILE.
           MOVE SES-TIMEOFDAY-FILE TO HIS-END-TIME-FILE.
           MOVE SES-LEVEL-FILE TO HIS-LEVEL-FILE.
           SET HIS-TIMEOUT TO TRUE.
           MOVE SES-FINAL-PRIZE-FILE TO HIS-FINAL-PRIZE-FILE.
           PERFORM CHECK-LIFELINE-USAGE.

           EXEC CICS WRITE FILE('MIMKK22T')
                          FROM(HISTORY-RECORD-LAYOUT)
                          RIDFLD(HIS-KEY)
                          LENGTH(HIS-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
                               END-EXEC
              MOVE 'GAME HISTORY ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'WRITE' TO ERRORCMD
              MOVE 'GAME HISTORY ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       CHECK-LIFELINE-USAGE.
      *
      *    A LIFELINE WAS USED THIS GAME IF ITS USAGE QUEUE HAS AN
      *    ITEM.  QIDERR (OR ANY OTHER FAILURE) COUNTS AS NOT USED
      *
           MOVE CONTESTANT-ID TO TSQ-FIFTY-CONTEST.
           MOVE CONTESTANT-ID TO TSQ-AUD-CONTEST.

           MOVE 'N' TO HIS-FIFTY-USED-FILE.
           MOVE 5 TO TSQ-ITEM-LEN.
           EXEC CICS READQ TS QNAME(TSQ-FIFTY-NAME)
                          INTO(TSQ-USED-QNO)
                          LENGTH(TSQ-ITEM-LEN)
                          ITEM(1)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE = DFHRESP(NORMAL)
              MOVE 'Y' TO HIS-FIFTY-USED-FILE
           END-IF.

           MOVE 'N' TO HIS-AUDIENCE-USED-FILE.
           MOVE 5 TO TSQ-ITEM-LEN.
           EXEC CICS READQ TS QNAME(TSQ-AUDIENCE-NAME)
                          INTO(TSQ-USED-QNO)
                          LENGTH(TSQ-ITEM-LEN)
                          ITEM(1)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE = DFHRESP(NORMAL)
              MOVE 'Y' TO HIS-AUDIENCE-USED-FILE
           END-IF.

      *  -----------------------------------------------------------
       DELETE-SESSION-QUEUES.
      *
      *    DELETE THE DEALT LIST, BOTH LIFELINE USAGE QUEUES AND THE
      *    DEAL-TIME QUEUE HELD UNDER THE CONTESTANT ID - THE SAME
      *    FOUR MIMKK21G'S RESET CLEARS
      *
           MOVE CONTESTANT-ID TO TSQ-SWEEP-CONTEST.
           MOVE 'MIMKK21G' TO TSQ-SWEEP-PREFIX.
           PERFORM DELETE-SESSION-QUEUE.
           MOVE 'MIMKK21H' TO TSQ-SWEEP-PREFIX.
           PERFORM DELETE-SESSION-QUEUE.
           MOVE 'MIMKK22E' TO TSQ-SWEEP-PREFIX.
           PERFORM DELETE-SESSION-QUEUE.
           MOVE 'MIMKK21T' TO TSQ-SWEEP-PREFIX.
           PERFORM DELETE-SESSION-QUEUE.

      *  -----------------------------------------------------------
       DELETE-SESSION-QUEUE.
      *
      *    DELETE ONE PER-CONTESTANT QUEUE.  QIDERR JUST MEANS THE
      *    CONTESTANT NEVER HAD ONE
      *
           EXEC CICS DELETEQ TS QNAME(TSQ-SWEEP-NAME)
                            RESP(ERR-CODE)
                            END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(QIDERR)
                  CONTINUE
               WHEN OTHER
                  MOVE 'QUEUE DELETE ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'DELETEQ' TO ERRORCMD
                  MOVE 'QUEUE DELETE ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

      *  -----------------------------------------------------------
       WRITE-SWEEP-RECORD.
      *
      *    LOG THE CLOSED SESSION ON THE QSWP TD QUEUE FOR THE
      *    MIMKK23K PRINT.  THE SESSION IS ALREADY CLOSED, SO A
      *    FAILURE HERE IS REPORTED TO THE CALLER RATHER THAN LEFT
      *    TO LOSE THE SESSION FROM THE LIST UNNOTICED
      *
           MOVE SES-FINAL-PRIZE-FILE TO SWP-FINAL-PRIZE-FILE.
           MOVE SES-DATE-FILE TO SWP-SWEPT-DATE-FILE.
           MOVE SES-TIMEOFDAY-FILE TO SWP-SWEPT-TIME-FILE.
           MOVE IDLE-HOURS TO SWP-IDLE-HOURS-FILE.
           EXEC CICS WRITEQ TD QUEUE(SWP-QUEUE)
                            FROM(SWEEP-RECORD-LAYOUT)
                            LENGTH(LENGTH OF SWEEP-RECORD-LAYOUT)
                            RESP(ERR-CODE)
                            END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'SWEEP LOG ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'WRITEQ' TO ERRORCMD
              MOVE 'SWEEP LOG ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.
