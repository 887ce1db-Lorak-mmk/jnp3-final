      ******************************************************************
      *                                                                *
      * RESTful file access - prize ladders                            *
      *                                                                *
      * Owns the MIMKK22W prize ladder file: one record per ladder,    *
      * keyed on the ladder id, holding up to 15 levels of difficulty, *
      * prize and milestone flag, lowest level first.                  *
      * Input is ladderid:action:levels, levels written as             *
      * DIFFICULTY/prize/milestone entries separated by ','.           *
      * Actions:                                                       *
      *   ADD            - add a new ladder, active at once            *
      *   CHANGE         - replace the levels of an active ladder      *
      *   LIST           - list one ladder level by level              *
      *                    (every ladder, one line each, when the      *
      *                    id is blank)                                *
      *   RETIRE         - retire a ladder so START no longer          *
      *                    offers it                                   *
      * Every difficulty must be on the MIMKK22L vocabulary and every  *
      * prize must pay more than the level below it.  MIMKK22C copies  *
      * the ladder into the session at START, so a change made here    *
      * never alters a game that is already in play.  The STANDARD     *
      * house ladder is what START plays when no ladder is named and   *
      * can be changed but never retired.                              *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK22X.

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
       01 INPUTSTRING        PIC X(400) VALUE SPACES.

      *  FIELDS UNSTRUNG OUT OF INPUTDATA: THE LADDER ID, THE ACTION
      *  AND THE LEVELS
       01 LADDER-ID-IN       PIC X(8) VALUE SPACES.
       01 MAINT-ACTION       PIC X(10) VALUE SPACES.
       01 LEVELS-IN          PIC X(360) VALUE SPACES.

      *  SIZED FOR A FULL LIST: 100 LADDERS AT 29 BYTES PER LINE
       01 OUTPUTSTRING       PIC X(2400) VALUE SPACES.
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
           05  REF-RECLEN       PIC S9(4) COMP VALUE 21.
           05  LAD-RECLEN       PIC S9(4) COMP VALUE 307.
      *
      *  VSAM PRIZE LADDER RECORD LAYOUT - ONE RECORD PER LADDER,
      *  LEVELS LOWEST FIRST, LAD-TOP-FILE OF THEM IN USE
      *
       01  LADDER-RECORD-LAYOUT.
           05 LAD-ID-FILE           PIC X(8).
           05 LAD-STATUS-FILE       PIC X(1).
              88 LAD-ACTIVE            VALUE 'A'.
              88 LAD-RETIRED           VALUE 'R'.
           05 LAD-TOP-FILE          PIC 9(2).
           05 LAD-LEVEL-TABLE.
              10 LAD-LEVEL-ENTRY OCCURS 15 TIMES.
                 15 LAD-DIFFICULTY-FILE PIC X(10).
                 15 LAD-PRIZE-FILE      PIC 9(7).
                 15 LAD-MILESTONE-FILE  PIC X(1).
           05 LAD-USERID-FILE       PIC X(8).
           05 LAD-DATE-FILE         PIC X(10).
           05 LAD-TIMEOFDAY-FILE    PIC X(8).
      *
      *  VSAM REFERENCE RECORD LAYOUT - SAME AS MIMKK22M.  EVERY
      *  LEVEL'S DIFFICULTY MUST BE A 'D' VALUE ON IT
      *
       01  REFERENCE-RECORD-LAYOUT.
           05 REF-KEY.
              10 REF-TYPE-FILE      PIC X(1).
              10 REF-VALUE-FILE     PIC X(20).
       01 REF-READ-KEY.
           05 REF-READ-TYPE         PIC X(1).
           05 REF-READ-VALUE        PIC X(20).
      *
      *  THE LADDER BEING ADDED OR CHANGED, BUILT AND VALIDATED HERE
      *  BEFORE THE FILE IS TOUCHED
      *
       01 LADDER-MAX            PIC 9(2) VALUE 15.
       01 HOUSE-LADDER-ID       PIC X(8) VALUE 'STANDARD'.
       01 NEW-TOP               PIC 9(2) VALUE ZEROS.
       01 NEW-LEVEL-TABLE.
           05 NEW-LEVEL-ENTRY OCCURS 15 TIMES.
              10 NEW-DIFFICULTY     PIC X(10).
              10 NEW-PRIZE          PIC 9(7).
              10 NEW-MILESTONE      PIC X(1).
       01 LEVEL-PTR             PIC S9(4) COMP VALUE 1.
       01 LEVEL-SUB             PIC S9(4) COMP VALUE 0.
       01 LEVEL-TEXT            PIC X(24) VALUE SPACES.
       01 LEVEL-DIFF-IN         PIC X(10) VALUE SPACES.
       01 LEVEL-PRIZE-IN        PIC X(10) VALUE SPACES.
       01 LEVEL-PRIZE-LEN       PIC S9(4) COMP VALUE 0.
       01 LEVEL-MILE-IN         PIC X(1) VALUE SPACES.
       01 LEVELS-DONE-SW        PIC X VALUE 'N'.
           88 LEVELS-DONE          VALUE 'Y'.
       01 BROWSE-LADDER-ID      PIC X(8).
       01 BROWSE-EOF-SW         PIC X VALUE 'N'.
           88 BROWSE-EOF           VALUE 'Y'.
       01 LIST-COUNT            PIC 9(3) VALUE ZEROS.
       01 OUT-PTR               PIC S9(4) COMP VALUE 1.
      *  WORK FIELDS FOR TRIMMING TRAILING SPACES OFF LISTED VALUES,
      *  SAME CONVENTION AS MIMKK21F
       01 TRIM-FIELD            PIC X(20) VALUE SPACES.
       01 TRIM-LEN              PIC S9(4) COMP VALUE 0.
       01 TRIM-SUB              PIC S9(4) COMP VALUE 0.

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

      *  INPUTDATA holds the ladder id, the action and, for ADD and
      *  CHANGE, the levels, ':'-delimited
           UNSTRING INPUTSTRING DELIMITED BY ':'
             INTO LADDER-ID-IN MAINT-ACTION LEVELS-IN
           END-UNSTRING.

      *RUN-MAINT-ACTION.
      *
      *    EVERY ACTION ENDS IN PUT-TO-CONTAINER, WHICH RETURNS TO
      *    THE CALLER -- CONTROL NEVER COMES BACK HERE
      *
           EVALUATE MAINT-ACTION
               WHEN 'LIST'
                  IF LADDER-ID-IN = SPACES
                     PERFORM LIST-ALL-LADDERS
                  ELSE
                     PERFORM LIST-ONE-LADDER
                  END-IF
               WHEN 'ADD'
                  PERFORM ADD-LADDER
               WHEN 'CHANGE'
                  PERFORM CHANGE-LADDER
               WHEN 'RETIRE'
                  PERFORM RETIRE-LADDER
               WHEN OTHER
                  MOVE 'MAINTENANCE ACTION IS NOT VALID' TO
                        OUTPUTSTRING
                  MOVE 'VALIDATION' TO ERRORCMD
                  MOVE 'MAINT ACTION IS NOT VALID' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

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
      *    NOT BE HELD UP OR CHANGED BY THE LOG
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
       CHECK-LADDER-ID.
      *
      *    EVERY ACTION EXCEPT A FULL LIST NEEDS A LADDER ID
      *
           IF LADDER-ID-IN = SPACES
              MOVE 'LADDER ID IS MISSING' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'LADDER ID IS MISSING' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       PARSE-LEVELS.
      *
      *    SPLIT LEVELS-IN INTO DIFFICULTY/PRIZE/MILESTONE ENTRIES,
      *    LOWEST LEVEL FIRST, VALIDATING EACH ONE AS IT COMES.  THE
      *    WHOLE LADDER IS CHECKED BEFORE ANY RECORD IS TOUCHED
      *
           MOVE ZEROS TO NEW-TOP.
           PERFORM VARYING LEVEL-SUB FROM 1 BY 1
                   UNTIL LEVEL-SUB > LADDER-MAX
              MOVE SPACES TO NEW-DIFFICULTY (LEVEL-SUB)
              MOVE ZEROS TO NEW-PRIZE (LEVEL-SUB)
              MOVE SPACES TO NEW-MILESTONE (LEVEL-SUB)
           END-PERFORM.
           MOVE 1 TO LEVEL-PTR.
           MOVE 'N' TO LEVELS-DONE-SW.
           PERFORM UNTIL LEVELS-DONE
              MOVE SPACES TO LEVEL-TEXT
              UNSTRING LEVELS-IN DELIMITED BY ','
                INTO LEVEL-TEXT
                WITH POINTER LEVEL-PTR
              END-UNSTRING
              IF LEVEL-TEXT = SPACES
                 SET LEVELS-DONE TO TRUE
              ELSE
                 PERFORM PARSE-ONE-LEVEL
              END-IF
              IF LEVEL-PTR > LENGTH OF LEVELS-IN
                 SET LEVELS-DONE TO TRUE
              END-IF
           END-PERFORM.

      *  AN EMPTY ENTRY PART-WAY ALONG WOULD SILENTLY CUT THE LADDER
      *  SHORT, SO ANYTHING LEFT AFTER IT IS AN ERROR
           IF LEVEL-PTR NOT > LENGTH OF LEVELS-IN
              IF LEVELS-IN (LEVEL-PTR:) NOT = SPACES
                 MOVE 'EMPTY LEVEL ENTRY IN LADDER' TO OUTPUTSTRING
                 MOVE 'VALIDATION' TO ERRORCMD
                 MOVE 'EMPTY LEVEL ENTRY IN LADDER' TO ERRORSTRING
                 PERFORM PUT-TO-CONTAINER
              END-IF
           END-IF.

           IF NEW-TOP = ZEROS
              MOVE 'LADDER HAS NO LEVELS' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'LADDER HAS NO LEVELS' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       PARSE-ONE-LEVEL.
      *
      *    ONE DIFFICULTY/PRIZE/MILESTONE ENTRY.  THE DIFFICULTY MUST
      *    BE ON THE MIMKK22L VOCABULARY, THE PRIZE MUST BE A WHOLE
      *    NUMBER OF UP TO 7 DIGITS PAYING MORE THAN THE LEVEL BELOW,
      *    AND THE MILESTONE FLAG IS Y OR N (BLANK MEANS N)
      *
           ADD 1 TO NEW-TOP.
           IF NEW-TOP > LADDER-MAX
              MOVE 'LADDER HAS MORE THAN 15 LEVELS' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'LADDER HAS TOO MANY LEVELS' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           MOVE SPACES TO LEVEL-DIFF-IN.
           MOVE SPACES TO LEVEL-PRIZE-IN.
           MOVE SPACES TO LEVEL-MILE-IN.
           MOVE ZEROS TO LEVEL-PRIZE-LEN.
           UNSTRING LEVEL-TEXT DELIMITED BY '/'
             INTO LEVEL-DIFF-IN
                  LEVEL-PRIZE-IN COUNT IN LEVEL-PRIZE-LEN
                  LEVEL-MILE-IN
           END-UNSTRING.

           IF LEVEL-DIFF-IN = SPACES
              MOVE 'DIFFICULTY IS MISSING' TO ERRORSTRING
              PERFORM REJECT-LEVEL
           END-IF.
           PERFORM CHECK-LEVEL-DIFFICULTY.
           MOVE LEVEL-DIFF-IN TO NEW-DIFFICULTY (NEW-TOP).

           IF LEVEL-PRIZE-LEN < 1 OR LEVEL-PRIZE-LEN > 7
              MOVE 'PRIZE IS NOT VALID' TO ERRORSTRING
              PERFORM REJECT-LEVEL
           END-IF.
           IF LEVEL-PRIZE-IN (1:LEVEL-PRIZE-LEN) IS NOT NUMERIC
              MOVE 'PRIZE IS NOT VALID' TO ERRORSTRING
              PERFORM REJECT-LEVEL
           END-IF.
           MOVE LEVEL-PRIZE-IN (1:LEVEL-PRIZE-LEN) TO
                NEW-PRIZE (NEW-TOP).
           IF NEW-PRIZE (NEW-TOP) = ZEROS
              MOVE 'PRIZE IS NOT VALID' TO ERRORSTRING
              PERFORM REJECT-LEVEL
           END-IF.
           IF NEW-TOP > 1
              IF NEW-PRIZE (NEW-TOP) NOT > NEW-PRIZE (NEW-TOP - 1)
                 MOVE 'PRIZE DOES NOT RISE' TO ERRORSTRING
                 PERFORM REJECT-LEVEL
              END-IF
           END-IF.

           IF LEVEL-MILE-IN = SPACE
              MOVE 'N' TO LEVEL-MILE-IN
           END-IF.
           IF LEVEL-MILE-IN NOT = 'Y' AND LEVEL-MILE-IN NOT = 'N'
              MOVE 'MILESTONE MUST BE Y OR N' TO ERRORSTRING
              PERFORM REJECT-LEVEL
           END-IF.
           MOVE LEVEL-MILE-IN TO NEW-MILESTONE (NEW-TOP).

      *  -----------------------------------------------------------
       CHECK-LEVEL-DIFFICULTY.
      *
      *    THE LEVEL'S DIFFICULTY MUST BE A 'D' VALUE ON THE MIMKK22L
      *    REFERENCE FILE, OR MIMKK21G COULD NEVER DEAL FOR THE LEVEL
      *
           MOVE 'D' TO REF-READ-TYPE.
           MOVE LEVEL-DIFF-IN TO REF-READ-VALUE.
           EXEC CICS READ FILE('MIMKK22L')
                          INTO(REFERENCE-RECORD-LAYOUT)
                          RIDFLD(REF-READ-KEY)
                          LENGTH(REF-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  MOVE 'DIFFICULTY NOT ON REFERENCE' TO ERRORSTRING
                  PERFORM REJECT-LEVEL
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

      *  -----------------------------------------------------------
       REJECT-LEVEL.
      *
      *    A LEVEL ENTRY FAILED VALIDATION.  THE REASON IS ALREADY IN
      *    ERRORSTRING; THE CALLER IS TOLD WHICH LEVEL IT WAS
      *
           MOVE SPACES TO OUTPUTSTRING.
           STRING
              ERRORSTRING DELIMITED BY '  '
              ' AT LEVEL ' DELIMITED BY SIZE
              NEW-TOP DELIMITED BY SIZE
              INTO OUTPUTSTRING
           END-STRING.
           MOVE 'VALIDATION' TO ERRORCMD.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       STAMP-LADDER-RECORD.
      *
      *    RECORD WHO LAST CHANGED THE LADDER, AND WHEN
      *
           MOVE SPACES TO LAD-USERID-FILE.
           EXEC CICS ASSIGN USERID(LAD-USERID-FILE)
                            END-EXEC.
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
           MOVE DATESTRING TO LAD-DATE-FILE.
           MOVE TIMESTRING TO LAD-TIMEOFDAY-FILE.

      *  -----------------------------------------------------------
       ADD-LADDER.
      *
      *    ADD A NEW LADDER, ACTIVE AT ONCE.  A DUPLICATE ID IS
      *    REPORTED RATHER THAN OVERWRITTEN - THAT IS WHAT CHANGE IS
      *    FOR
      *
           PERFORM CHECK-LADDER-ID.
           PERFORM PARSE-LEVELS.

           MOVE LADDER-ID-IN TO LAD-ID-FILE.
           SET LAD-ACTIVE TO TRUE.
           MOVE NEW-TOP TO LAD-TOP-FILE.
           MOVE NEW-LEVEL-TABLE TO LAD-LEVEL-TABLE.
           PERFORM STAMP-LADDER-RECORD.
           EXEC CICS WRITE FILE('MIMKK22W')
                          FROM(LADDER-RECORD-LAYOUT)
                          RIDFLD(LAD-ID-FILE)
                          LENGTH(LAD-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  MOVE SPACES TO OUTPUTSTRING
                  STRING
                     'ADDED:' DELIMITED BY SIZE
                     LAD-ID-FILE DELIMITED BY SPACE
                     ':LEVELS:' DELIMITED BY SIZE
                     LAD-TOP-FILE DELIMITED BY SIZE
                     INTO OUTPUTSTRING
                  END-STRING
                  PERFORM PUT-TO-CONTAINER
               WHEN DFHRESP(DUPREC)
                  MOVE 'LADDER ALREADY ON FILE' TO OUTPUTSTRING
                  MOVE 'WRITE' TO ERRORCMD
                  MOVE 'LADDER ALREADY ON FILE' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'FILE WRITE ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'WRITE' TO ERRORCMD
                  MOVE 'FILE WRITE ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

      *  -----------------------------------------------------------
       CHANGE-LADDER.
      *
      *    REPLACE THE LEVELS OF AN ACTIVE LADDER.  GAMES ALREADY IN
      *    PLAY ARE NOT AFFECTED - MIMKK22C COPIED THEIR LADDER INTO
      *    THE SESSION WHEN THEY STARTED
      *
           PERFORM CHECK-LADDER-ID.
           PERFORM PARSE-LEVELS.
           PERFORM READ-LADDER-FOR-UPDATE.

           IF LAD-RETIRED
              MOVE 'LADDER IS RETIRED' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'LADDER IS RETIRED' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           MOVE NEW-TOP TO LAD-TOP-FILE.
           MOVE NEW-LEVEL-TABLE TO LAD-LEVEL-TABLE.
           PERFORM STAMP-LADDER-RECORD.
           PERFORM REWRITE-LADDER-RECORD.

           MOVE SPACES TO OUTPUTSTRING.
           STRING
              'CHANGED:' DELIMITED BY SIZE
              LAD-ID-FILE DELIMITED BY SPACE
              ':LEVELS:' DELIMITED BY SIZE
              LAD-TOP-FILE DELIMITED BY SIZE
              INTO OUTPUTSTRING
           END-STRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       RETIRE-LADDER.
      *
      *    RETIRE A LADDER: START WILL NO LONGER OFFER IT, BUT THE
      *    RECORD STAYS ON FILE AND STILL LISTS.  GAMES ALREADY IN
      *    PLAY ON IT FINISH ON THEIR OWN COPY.  THE HOUSE LADDER
      *    CAN NEVER BE RETIRED - IT IS WHAT START PLAYS WHEN NO
      *    LADDER IS NAMED
      *
           PERFORM CHECK-LADDER-ID.

           IF LADDER-ID-IN = HOUSE-LADDER-ID
              MOVE 'HOUSE LADDER CANNOT BE RETIRED' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'HOUSE LADDER CANNOT BE RETIRED' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           PERFORM READ-LADDER-FOR-UPDATE.

           IF LAD-RETIRED
              MOVE 'LADDER IS ALREADY RETIRED' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'LADDER IS ALREADY RETIRED' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           SET LAD-RETIRED TO TRUE.
           PERFORM STAMP-LADDER-RECORD.
           PERFORM REWRITE-LADDER-RECORD.

           MOVE SPACES TO OUTPUTSTRING.
           STRING
              'RETIRED:' DELIMITED BY SIZE
              LAD-ID-FILE DELIMITED BY SPACE
              INTO OUTPUTSTRING
           END-STRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       READ-LADDER-FOR-UPDATE.
      *
      *    READ THE NAMED LADDER AND HOLD IT FOR THE REWRITE.  A
      *    MISSING LADDER COMES BACK AS A MESSAGE
      *
           EXEC CICS READ FILE('MIMKK22W')
                          INTO(LADDER-RECORD-LAYOUT)
                          RIDFLD(LADDER-ID-IN)
                          LENGTH(LAD-RECLEN)
                          UPDATE
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  MOVE 'LADDER NOT ON FILE' TO OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'LADDER NOT ON FILE' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

      *  -----------------------------------------------------------
       REWRITE-LADDER-RECORD.
      *
      *    REWRITE THE HELD LADDER RECORD
      *
           EXEC CICS REWRITE FILE('MIMKK22W')
                          FROM(LADDER-RECORD-LAYOUT)
                          LENGTH(LAD-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'FILE REWRITE ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'REWRITE' TO ERRORCMD
              MOVE 'FILE REWRITE ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       LIST-ONE-LADDER.
      *
      *    LIST ONE LADDER AS ID:STATUS:LEVELS FOLLOWED BY ONE
      *    LEVEL:DIFFICULTY:PRIZE:MILESTONE LINE PER LEVEL, '|'
      *    BETWEEN LINES, SAME LIST CONVENTION AS MIMKK21L
      *
           EXEC CICS READ FILE('MIMKK22W')
                          INTO(LADDER-RECORD-LAYOUT)
                          RIDFLD(LADDER-ID-IN)
                          LENGTH(LAD-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  MOVE 'LADDER NOT ON FILE' TO OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'LADDER NOT ON FILE' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           MOVE SPACES TO OUTPUTSTRING.
           MOVE 1 TO OUT-PTR.
           STRING
              LAD-ID-FILE DELIMITED BY SPACE
              ':' DELIMITED BY SIZE
              LAD-STATUS-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              LAD-TOP-FILE DELIMITED BY SIZE
              '|' DELIMITED BY SIZE
              INTO OUTPUTSTRING
              WITH POINTER OUT-PTR
           END-STRING.

           PERFORM VARYING LEVEL-SUB FROM 1 BY 1
                   UNTIL LEVEL-SUB > LAD-TOP-FILE
                      OR LEVEL-SUB > LADDER-MAX
              MOVE LEVEL-SUB TO NEW-TOP
              STRING
                 NEW-TOP DELIMITED BY SIZE
                 ':' DELIMITED BY SIZE
                 INTO OUTPUTSTRING
                 WITH POINTER OUT-PTR
              END-STRING
              MOVE LAD-DIFFICULTY-FILE (LEVEL-SUB) TO TRIM-FIELD
              PERFORM APPEND-TRIMMED-FIELD
              STRING
                 ':' DELIMITED BY SIZE
                 LAD-PRIZE-FILE (LEVEL-SUB) DELIMITED BY SIZE
                 ':' DELIMITED BY SIZE
                 LAD-MILESTONE-FILE (LEVEL-SUB) DELIMITED BY SIZE
                 '|' DELIMITED BY SIZE
                 INTO OUTPUTSTRING
                 WITH POINTER OUT-PTR
              END-STRING
           END-PERFORM.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       LIST-ALL-LADDERS.
      *
      *    LIST EVERY LADDER ON FILE, ACTIVE AND RETIRED, AS
      *    ID:STATUS:LEVELS:TOP PRIZE LINES, '|' BETWEEN LINES
      *
           MOVE SPACES TO OUTPUTSTRING.
           MOVE 1 TO OUT-PTR.
           MOVE ZEROS TO LIST-COUNT.
           MOVE LOW-VALUES TO BROWSE-LADDER-ID.
           MOVE 'N' TO BROWSE-EOF-SW.
           EXEC CICS STARTBR FILE('MIMKK22W')
                          RIDFLD(BROWSE-LADDER-ID)
                          GTEQ
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN OTHER
                  SET BROWSE-EOF TO TRUE
           END-EVALUATE.

           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT FILE('MIMKK22W')
                             INTO(LADDER-RECORD-LAYOUT)
                             RIDFLD(BROWSE-LADDER-ID)
                             LENGTH(LAD-RECLEN)
                             RESP(ERR-CODE)
                             END-EXEC
              EVALUATE ERR-CODE
                  WHEN DFHRESP(NORMAL)
                     ADD 1 TO LIST-COUNT
                     PERFORM APPEND-LADDER-SUMMARY
                  WHEN OTHER
                     SET BROWSE-EOF TO TRUE
              END-EVALUATE
           END-PERFORM.

      *  END THE BROWSE.  RESP IS CAPTURED BUT NOT CHECKED: IF THE
      *  STARTBR ITSELF FAILED THERE IS NO BROWSE TO END AND THE
      *  ENDBR JUST COMES BACK INVREQ
           EXEC CICS ENDBR FILE('MIMKK22W')
                           RESP(ERR-CODE)
                           END-EXEC.

           IF LIST-COUNT = ZEROS
              MOVE 'NO LADDERS FOUND' TO OUTPUTSTRING
              MOVE 'BROWSE' TO ERRORCMD
              MOVE 'NO LADDERS FOUND' TO ERRORSTRING
           END-IF.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       APPEND-LADDER-SUMMARY.
      *
      *    APPEND ID:STATUS:LEVELS:TOP PRIZE| TO OUTPUTSTRING
      *
           MOVE LAD-TOP-FILE TO LEVEL-SUB.
           IF LEVEL-SUB < 1 OR LEVEL-SUB > LADDER-MAX
              MOVE 1 TO LEVEL-SUB
           END-IF.
           STRING
              LAD-ID-FILE DELIMITED BY SPACE
              ':' DELIMITED BY SIZE
              LAD-STATUS-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              LAD-TOP-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              LAD-PRIZE-FILE (LEVEL-SUB) DELIMITED BY SIZE
              '|' DELIMITED BY SIZE
              INTO OUTPUTSTRING
              WITH POINTER OUT-PTR
           END-STRING.

      *  -----------------------------------------------------------
       APPEND-TRIMMED-FIELD.
      *
      *    APPEND TRIM-FIELD TO OUTPUTSTRING AT OUT-PTR WITH TRAILING
      *    SPACES REMOVED, SAME CONVENTION AS MIMKK21F
      *
           MOVE ZEROS TO TRIM-LEN.
           PERFORM VARYING TRIM-SUB FROM 20 BY -1
                   UNTIL TRIM-SUB < 1 OR TRIM-LEN > 0
              IF TRIM-FIELD (TRIM-SUB:1) NOT = SPACE
                 MOVE TRIM-SUB TO TRIM-LEN
              END-IF
           END-PERFORM.
           IF TRIM-LEN > 0
              STRING
                 TRIM-FIELD (1:TRIM-LEN) DELIMITED BY SIZE
                 INTO OUTPUTSTRING
                 WITH POINTER OUT-PTR
              END-STRING
           END-IF.
