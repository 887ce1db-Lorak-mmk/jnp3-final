      ******************************************************************
      *                                                                *
      * RESTful file access - fastest-finger-first qualifier           *
      *                                                                *
      * Runs the qualifying round that decides which contestant on     *
      * the studio panel takes the hot seat.  One ordering question -  *
      * a question whose answer is the right sequence of its answer    *
      * slots, not one marked slot (markers ORDER-MARK-BASE plus each  *
      * slot's position, validated by MIMKK21S) - is dealt to every    *
      * contestant on the panel at the same moment.  The moment is     *
      * remembered in each contestant's MIMKK21T deal-time queue, the  *
      * same clock MIMKK21C runs for the hot seat, and on the round's  *
      * MIMKK23M qualifier file.  Each contestant's order is graded    *
      * and timed server-side as it arrives.  Closing the round puts   *
      * the panel in finishing order - right answers fastest first,    *
      * then wrong, late and missing answers - declares the fastest    *
      * right answer the winner and starts the winner's game by        *
      * driving MIMKK22C's START over the caller's channel.  Every     *
      * contestant's order, result, time and place stays on MIMKK23M   *
      * for the producers; MIMKK23N lists it nightly.  INPUTDATA is    *
      * round:action:arguments, ':'-delimited:                         *
      *   round:DEAL:questionno:contestant:contestant...               *
      *                  - deal to a panel of 2 to 10 contestants,     *
      *                    each registered, active and not in play     *
      *   round:ANSWER:contestant:order                                *
      *                  - the slots first to last, e.g. 3142          *
      *   round:CLOSE:ladder                                           *
      *                  - finish the round; the winner plays on the   *
      *                    named ladder, STANDARD when none is named.  *
      *                    CLOSE again retries a winner's game that    *
      *                    did not start                               *
      *   round:RESULT   - the panel in key order, or finishing order  *
      *                    once closed                                 *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23L.

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
       01 INPUTSTRING        PIC X(200) VALUE SPACES.
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
           05  RECLEN           PIC S9(4) COMP VALUE 526.
           05  CON-RECLEN       PIC S9(4) COMP VALUE 49.
           05  SES-RECLEN       PIC S9(4) COMP VALUE 346.
           05  QLF-RECLEN       PIC S9(4) COMP VALUE 70.
           05  LAD-RECLEN       PIC S9(4) COMP VALUE 307.
      *
      *  FIELDS UNSTRUNG OUT OF INPUTDATA: THE QUALIFIER ROUND, WHAT
      *  TO DO, AND THE ACTION'S ARGUMENTS (FOR DEAL THE QUESTIONNO
      *  AND THE PANEL, FOR ANSWER THE CONTESTANT AND THE ORDER, FOR
      *  CLOSE THE LADDER THE WINNER PLAYS ON)
      *
       01 ROUND-ID              PIC X(8) VALUE SPACES.
       01 QUALIFY-ACTION        PIC X(8) VALUE SPACES.
       01 QUALIFY-ARGS.
           05 QUALIFY-ARG       PIC X(8) OCCURS 11 TIMES.
       01 QUALIFY-QNO-IN        PIC X(8) VALUE SPACES.
       01 QUESTIONNO            PIC 9(5) VALUE ZEROS.
       01 CONTESTANT-ID         PIC X(8) VALUE SPACES.
       01 ARG-SUB               PIC S9(4) COMP VALUE 0.
      *
      *  THE PANEL NAMED ON DEAL.  A STUDIO PANEL NEVER SEATS MORE
      *  THAN QUALIFY-MAX, AND A QUALIFIER NEEDS AT LEAST TWO
      *
       01 QUALIFY-MAX           PIC S9(4) COMP VALUE 10.
       01 PANEL-COUNT           PIC S9(4) COMP VALUE 0.
      *  SET WHEN INPUTDATA CARRIES MORE ARGUMENTS THAN QUALIFY-ARG
      *  HOLDS - ON DEAL, MORE THAN QUALIFY-MAX ON THE PANEL
       01 PANEL-OVERFLOW-SW     PIC X VALUE 'N'.
           88 PANEL-OVERFLOW       VALUE 'Y'.
       01 PANEL-SUB             PIC S9(4) COMP VALUE 0.
       01 PANEL-CHECK-SUB       PIC S9(4) COMP VALUE 0.
       01 PANEL-TABLE.
           05 PANEL-CONTESTANT  PIC X(8) OCCURS 10 TIMES.
      *
      *  THE ROUND AS IT STANDS ON MIMKK23M, ONE ENTRY PER PANEL
      *  CONTESTANT IN KEY ORDER.  RANK-KEY PUTS RIGHT ANSWERS
      *  BEFORE WRONG, WRONG BEFORE LATE, LATE BEFORE MISSING, AND
      *  THE QUICKER ANSWER FIRST WITHIN EACH
      *
       01 ROUND-COUNT           PIC S9(4) COMP VALUE 0.
       01 ROUND-SUB             PIC S9(4) COMP VALUE 0.
       01 ROUND-TABLE.
           05 ROUND-ENTRY OCCURS 10 TIMES.
              10 RND-CONTESTANT    PIC X(8).
              10 RND-RESULT        PIC X(1).
              10 RND-ELAPSED       PIC 9(7).
              10 RND-PLACE         PIC 9(2).
              10 RND-RANK-KEY      PIC 9(8).
              10 RND-WINNER        PIC X(1).
              10 RND-GAME-STARTED  PIC X(1).
       01 ROUND-CLOSED-SW       PIC X VALUE 'N'.
           88 ROUND-CLOSED         VALUE 'Y'.
       01 BROWSE-KEY.
           05 BROWSE-ROUND      PIC X(8) VALUE SPACES.
           05 BROWSE-CONTESTANT PIC X(8) VALUE LOW-VALUES.
       01 BROWSE-EOF-SW         PIC X VALUE 'N'.
           88 BROWSE-EOF           VALUE 'Y'.
       01 NEXT-PLACE            PIC 9(2) VALUE ZEROS.
       01 BEST-SUB              PIC S9(4) COMP VALUE 0.
       01 RESULT-GROUP          PIC 9(1) VALUE ZEROS.
       01 WINNER-SUB            PIC S9(4) COMP VALUE 0.
       01 WINNER-ID             PIC X(8) VALUE SPACES.
       01 WINNER-ELAPSED        PIC 9(7) VALUE ZEROS.
       01 PLACE-OUT             PIC 9(2) VALUE ZEROS.
      *
      *  VSAM PRIZE LADDER RECORD LAYOUT - SAME LAYOUT AS MAINTAINED
      *  BY MIMKK22X.  READ ON CLOSE SO A WINNER IS NEVER DECLARED
      *  ON A LADDER MIMKK22C WOULD REFUSE TO START
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
      *  THE LADDER THE WINNER PLAYS WHEN CLOSE NAMES NONE - THE
      *  SAME HOUSE LADDER AS MIMKK22C'S START
       01 HOUSE-LADDER-ID       PIC X(8) VALUE 'STANDARD'.
       01 START-LADDER-ID       PIC X(8) VALUE SPACES.
       01 PANEL-SIZE-OUT        PIC 9(2) VALUE ZEROS.
       01 OUT-PTR               PIC S9(4) COMP VALUE 1.
      *
      *  THE ORDERING-QUESTION CONVENTION, SAME AS MIMKK21S: EACH
      *  ANSWER SLOT'S MARKER IS ORDER-MARK-BASE PLUS THE SLOT'S
      *  POSITION IN THE RIGHT SEQUENCE, SO 1001 GOES FIRST.  THE
      *  MARKERS ARE ONLY EVER COMPARED HERE, NEVER SENT OUT
      *
       01 ORDER-MARK-BASE       PIC 9(4) VALUE 1000.
       01 ORDER-COUNT           PIC 9(1) VALUE ZEROS.
       01 ORDER-SLOTS           PIC 9(1) VALUE ZEROS.
       01 ORDER-SUB             PIC S9(4) COMP VALUE 0.
       01 ORDER-POS             PIC S9(4) COMP VALUE 0.
       01 ORDER-MARK-TABLE.
           05 ORDER-MARK        PIC 9(4) OCCURS 4 TIMES.
       01 ORDER-SEEN-TABLE.
           05 ORDER-SEEN        PIC X OCCURS 4 TIMES.
       01 ORDER-BAD-SW          PIC X VALUE 'N'.
           88 ORDER-BAD            VALUE 'Y'.
      *
      *  THE ORDER A CONTESTANT SUBMITTED: ONE SLOT NUMBER PER
      *  POSITION, FIRST TO LAST, E.G. 3142
      *
       01 SUBMITTED-ORDER.
           05 SUBMITTED-SLOT    PIC X(1) OCCURS 4 TIMES.
       01 SUBMITTED-SLOT-NO     PIC 9(1) VALUE ZEROS.
       01 ORDER-RIGHT-SW        PIC X VALUE 'N'.
           88 ORDER-RIGHT          VALUE 'Y'.
      *
      *  THE ANSWER CLOCK.  THE MOMENT OF THE DEAL IS KEPT IN EACH
      *  CONTESTANT'S 'MIMKK21T'-PREFIXED QUEUE, EXACTLY AS MIMKK21G
      *  KEEPS IT FOR MIMKK21C, AND CONSUMED WHEN THE ANSWER IS
      *  TIMED.  THE SAME MOMENT IS ON THE QUALIFIER RECORD, SO AN
      *  ANSWER IS STILL TIMED FROM THE DEAL IF THE QUEUE HAS GONE.
      *  AN ORDER ARRIVING AFTER THE LIMIT IS LATE, NOT RIGHT
      *
       01 TSQ-DEALTIME-NAME.
           05 TSQ-TIME-PREFIX   PIC X(8) VALUE 'MIMKK21T'.
           05 TSQ-TIME-CONTEST  PIC X(8) VALUE SPACES.
       01 TSQ-TIME-LEN          PIC S9(4) COMP VALUE 8.
       01 DEAL-TIME             PIC S9(15) COMP-3 VALUE ZEROS.
       01 ELAPSED-MS            PIC 9(7) VALUE ZEROS.
       01 ANSWER-LIMIT-MS       PIC 9(7) VALUE 30000.
       01 TIMED-OUT-SW          PIC X VALUE 'N'.
           88 TIMED-OUT            VALUE 'Y'.
      *
      *  WORK FIELDS FOR THE PLAY-MODE DEAL RESPONSE, SAME FORMAT AS
      *  MIMKK21G: THE ANSWER SLOTS IN A SHUFFLED ORDER, NO MARKERS
      *
       01 SHUFFLE-SEED          PIC 9(15) VALUE ZEROS.
       01 SHUFFLE-QUOTIENT      PIC 9(15) VALUE ZEROS.
       01 SHUFFLE-PICK          PIC 9(1) VALUE ZEROS.
       01 SHUFFLE-TEMP          PIC 9(1) VALUE ZEROS.
       01 SHUFFLE-SUB           PIC S9(4) COMP VALUE 0.
       01 SERVE-SUB             PIC S9(4) COMP VALUE 0.
       01 SLOT-ORDER-TABLE.
           05 SLOT-ORDER        PIC 9(1) OCCURS 4 TIMES.
       01 PLAY-SLOT-NO          PIC 9(1) VALUE ZEROS.
       01 PLAY-ANSWER-TEXT      PIC X(90) VALUE SPACES.
      *
      *  WORK FIELDS FOR DRIVING MIMKK22C OVER THE CALLER'S CHANNEL
      *  TO START THE WINNER'S GAME, AS MIMKK22C ITSELF DRIVES
      *  MIMKK21G AND MIMKK21C
      *
       01 LINK-PROGRAM          PIC X(8) VALUE SPACES.
       01 LINK-INPUT            PIC X(72) VALUE SPACES.
       01 LINK-OUTPUT           PIC X(600) VALUE SPACES.
       01 LINK-OUTPUT-LEN       PIC S9(8) COMP-4 VALUE 0.
      *
      *  VSAM CONTESTANT MASTER RECORD LAYOUT - SAME LAYOUT AS
      *  MAINTAINED BY MIMKK22D, KEYED ON THE CONTESTANT ID
      *
       01  CONTESTANT-RECORD-LAYOUT.
           05 CON-CONTESTANT-FILE   PIC X(8).
           05 CON-NAME-FILE         PIC X(30).
           05 CON-REGDATE-FILE      PIC X(10).
           05 CON-STATUS-FILE       PIC X(1).
              88 CON-ACTIVE            VALUE 'A'.
              88 CON-INACTIVE          VALUE 'I'.
      *
      *  VSAM GAME SESSION RECORD LAYOUT - SAME LAYOUT AS MAINTAINED
      *  BY MIMKK22C, KEYED ON THE CONTESTANT ID.  A CONTESTANT WITH
      *  A GAME IN PLAY CANNOT SIT ON A QUALIFIER PANEL
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
      *  VSAM QUALIFIER RESULT RECORD LAYOUT - ONE RECORD PER PANEL
      *  CONTESTANT PER ROUND, KEYED ON ROUND ID PLUS CONTESTANT ID.
      *  WRITTEN AWAITING AT THE DEAL, GRADED AS THE ORDER ARRIVES
      *  AND PLACED WHEN THE ROUND IS CLOSED.  LISTED BY MIMKK23N
      *
       01  QUALIFIER-RECORD-LAYOUT.
           05 QLF-KEY.
              10 QLF-ROUND-FILE        PIC X(8).
              10 QLF-CONTESTANT-FILE   PIC X(8).
           05 QLF-QUESTIONNO-FILE      PIC 9(5).
      *  THE MOMENT OF THE DEAL AS AN ABSTIME, AND AS DATE AND TIME
           05 QLF-DEAL-TIME-FILE       PIC 9(15).
           05 QLF-DEAL-DATE-FILE       PIC X(10).
           05 QLF-DEAL-TIMEOFDAY-FILE  PIC X(8).
      *  THE SLOTS AS SUBMITTED, FIRST TO LAST
           05 QLF-ORDER-FILE           PIC X(4).
           05 QLF-RESULT-FILE          PIC X(1).
              88 QLF-AWAITING             VALUE 'P'.
              88 QLF-RIGHT                VALUE 'C'.
              88 QLF-WRONG                VALUE 'I'.
              88 QLF-LATE                 VALUE 'T'.
              88 QLF-NO-ANSWER            VALUE 'N'.
      *  MILLISECONDS FROM THE DEAL TO THE ORDER ARRIVING
           05 QLF-ELAPSED-FILE         PIC 9(7).
      *  FINISHING PLACE, ZERO UNTIL THE ROUND IS CLOSED
           05 QLF-PLACE-FILE           PIC 9(2).
           05 QLF-WINNER-FILE          PIC X(1).
      *  'Y' ONCE THE WINNER'S GAME HAS BEEN STARTED ON MIMKK22C
           05 QLF-GAME-STARTED-FILE    PIC X(1).
      *
      *  VSAM CUSTOMER RECORD LAYOUT
      *
       01  WBVSCUST-RECORD-LAYOUT.
           05 QUESTIONNO-FILE       PIC 9(5).
           05 QUESTION-FILE         PIC X(98).
           05 ANSWERONE-FILE        PIC X(90).
           05 ANSONE-FILE           PIC 9(4).
           05 ANSWERTWO-FILE        PIC X(90).
           05 ANSTWO-FILE           PIC 9(4).
           05 ANSWERTHREE-FILE      PIC X(90).
           05 ANSTHREE-FILE         PIC 9(4).
           05 ANSWERFOUR-FILE       PIC X(90).
           05 ANSFOUR-FILE          PIC 9(4).
           05 CATEGORY-FILE         PIC X(20).
           05 DIFFICULTY-FILE       PIC X(10).
           05 STATUS-FILE           PIC X(1).
              88 QUEST-DRAFT           VALUE 'D'.
              88 QUEST-APPROVED        VALUE 'A'.
      *  WHO WROTE THE QUESTION AND WHO APPROVED IT FOR PLAY -
      *  CAPTURED BY MIMKK21S/U AND MIMKK21W FOR THE FOUR-EYES RULE
           05 AUTHOR-FILE           PIC X(8).
           05 APPROVER-FILE         PIC X(8).

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

      *  INPUTDATA holds the round id, the action, and the action's
      *  arguments, ':'-delimited
           MOVE SPACES TO QUALIFY-ARGS.
           UNSTRING INPUTSTRING DELIMITED BY ':'
             INTO ROUND-ID QUALIFY-ACTION
                  QUALIFY-ARG (1) QUALIFY-ARG (2) QUALIFY-ARG (3)
                  QUALIFY-ARG (4) QUALIFY-ARG (5) QUALIFY-ARG (6)
                  QUALIFY-ARG (7) QUALIFY-ARG (8) QUALIFY-ARG (9)
                  QUALIFY-ARG (10) QUALIFY-ARG (11)
             ON OVERFLOW
                  SET PANEL-OVERFLOW TO TRUE
           END-UNSTRING.

           IF ROUND-ID = SPACES
              MOVE 'QUALIFIER ROUND ID IS MISSING' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'QUALIFIER ROUND ID IS MISSING' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER.

      *RUN-QUALIFY-ACTION.
      *
      *    EVERY ACTION ENDS IN PUT-TO-CONTAINER, WHICH RETURNS TO
      *    THE CALLER -- CONTROL NEVER COMES BACK HERE
      *
           EVALUATE QUALIFY-ACTION
               WHEN 'DEAL'
                  PERFORM DEAL-QUALIFIER
               WHEN 'ANSWER'
                  PERFORM GRADE-QUALIFIER-ANSWER
               WHEN 'CLOSE'
                  PERFORM CLOSE-QUALIFIER
               WHEN 'RESULT'
                  PERFORM REPORT-QUALIFIER-RESULT
               WHEN OTHER
                  MOVE 'QUALIFIER ACTION IS NOT VALID' TO OUTPUTSTRING
                  MOVE 'VALIDATION' TO ERRORCMD
                  MOVE 'QUALIFIER ACTION IS NOT VALID' TO ERRORSTRING
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
           MOVE ROUND-ID TO USG-KEY-FILE.
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
       DEAL-QUALIFIER.
      *
      *    DEAL THE ORDERING QUESTION TO THE WHOLE PANEL AT ONE
      *    MOMENT.  EVERYTHING IS CHECKED BEFORE ANYTHING IS WRITTEN,
      *    SO A BAD PANEL OR QUESTION LEAVES NO PART-DEALT ROUND.
      *    A ROUND ID IS USED FOR ONE ROUND ONLY
      *
           MOVE QUALIFY-ARG (1) TO QUALIFY-QNO-IN.
           IF QUALIFY-QNO-IN (1:5) IS NUMERIC AND
              QUALIFY-QNO-IN (6:3) = SPACES
              MOVE QUALIFY-QNO-IN (1:5) TO QUESTIONNO
           ELSE
              MOVE 'QUESTION NUMBER IS NOT NUMERIC' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'QUESTION NUMBER IS NOT NUMERIC' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF PANEL-OVERFLOW
              MOVE 'PANEL HAS MORE THAN TEN' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'PANEL HAS MORE THAN TEN' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  THE PANEL IS EVERY CONTESTANT NAMED AFTER THE QUESTIONNO
           MOVE ZEROS TO PANEL-COUNT.
           PERFORM VARYING ARG-SUB FROM 2 BY 1 UNTIL ARG-SUB > 11
              IF QUALIFY-ARG (ARG-SUB) NOT = SPACES
                 ADD 1 TO PANEL-COUNT
                 MOVE QUALIFY-ARG (ARG-SUB) TO
                      PANEL-CONTESTANT (PANEL-COUNT)
              END-IF
           END-PERFORM.

           IF PANEL-COUNT < 2
              MOVE 'QUALIFIER NEEDS TWO OR MORE ON PANEL' TO
                    OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'PANEL HAS FEWER THAN TWO' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           PERFORM VARYING PANEL-SUB FROM 1 BY 1
                   UNTIL PANEL-SUB > PANEL-COUNT
              MOVE PANEL-CONTESTANT (PANEL-SUB) TO CONTESTANT-ID
              PERFORM CHECK-PANEL-CONTESTANT
           END-PERFORM.

           PERFORM LOAD-ROUND.
           IF ROUND-COUNT > ZEROS
              MOVE 'QUALIFIER ROUND ALREADY DEALT' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'QUALIFIER ROUND ALREADY DEALT' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           PERFORM READ-QUALIFIER-QUESTION.

           IF NOT QUEST-APPROVED
              MOVE 'QUESTION NOT APPROVED FOR PLAY' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'QUESTION NOT APPROVED FOR PLAY' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF ORDER-COUNT = ZEROS
              MOVE 'NOT AN ORDERING QUESTION' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'NOT AN ORDERING QUESTION' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           PERFORM CHECK-ORDER-SEQUENCE.
           IF ORDER-BAD
              MOVE 'ORDERING SEQUENCE IS NOT VALID' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'ORDERING SEQUENCE IS NOT VALID' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  ONE MOMENT OF DEAL FOR THE WHOLE PANEL
           EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
                            END-EXEC.
           MOVE CURRENTTIME TO DEAL-TIME.
           EXEC CICS FORMATTIME
                     ABSTIME(DEAL-TIME)
                     DDMMYYYY(DATESTRING)
                     DATESEP('/')
                     TIME(TIMESTRING)
                     TIMESEP(':')
                     RESP(RESPCODE)
                     END-EXEC.

           PERFORM VARYING PANEL-SUB FROM 1 BY 1
                   UNTIL PANEL-SUB > PANEL-COUNT
              MOVE PANEL-CONTESTANT (PANEL-SUB) TO CONTESTANT-ID
              PERFORM WRITE-QUALIFIER-RECORD
              PERFORM RECORD-DEAL-TIME
           END-PERFORM.

           PERFORM BUILD-PLAY-OUTPUT.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       CHECK-PANEL-CONTESTANT.
      *
      *    A PANEL CONTESTANT MUST BE NAMED ONLY ONCE, BE REGISTERED
      *    AND ACTIVE ON THE MIMKK22A MASTER, AND NOT HAVE A GAME IN
      *    PLAY ON MIMKK22B - THE WINNER'S START WOULD END IT, AND
      *    THE DEAL WOULD RESET ITS ANSWER CLOCK
      *
           PERFORM VARYING PANEL-CHECK-SUB FROM 1 BY 1
                   UNTIL PANEL-CHECK-SUB >= PANEL-SUB
              IF PANEL-CONTESTANT (PANEL-CHECK-SUB) = CONTESTANT-ID
                 MOVE 'CONTESTANT NAMED TWICE ON PANEL' TO
                       OUTPUTSTRING
                 MOVE 'VALIDATION' TO ERRORCMD
                 MOVE 'CONTESTANT NAMED TWICE ON PANEL' TO
                       ERRORSTRING
                 PERFORM PUT-TO-CONTAINER
              END-IF
           END-PERFORM.

           EXEC CICS READ FILE('MIMKK22A')
                          INTO(CONTESTANT-RECORD-LAYOUT)
                          RIDFLD(CONTESTANT-ID)
                          LENGTH(CON-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  IF NOT CON-ACTIVE
                     MOVE 'CONTESTANT IS NOT ACTIVE' TO OUTPUTSTRING
                     MOVE 'VALIDATION' TO ERRORCMD
                     MOVE 'CONTESTANT IS NOT ACTIVE' TO ERRORSTRING
                     PERFORM PUT-TO-CONTAINER
                  END-IF
               WHEN DFHRESP(NOTFND)
                  MOVE 'CONTESTANT NOT REGISTERED' TO OUTPUTSTRING
                  MOVE 'VALIDATION' TO ERRORCMD
                  MOVE 'CONTESTANT NOT REGISTERED' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           EXEC CICS READ FILE('MIMKK22B')
                          INTO(SESSION-RECORD-LAYOUT)
                          RIDFLD(CONTESTANT-ID)
                          LENGTH(SES-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  IF SES-IN-PLAY
                     MOVE 'CONTESTANT HAS A GAME IN PLAY' TO
                           OUTPUTSTRING
                     MOVE 'VALIDATION' TO ERRORCMD
                     MOVE 'CONTESTANT HAS A GAME IN PLAY' TO
                           ERRORSTRING
                     PERFORM PUT-TO-CONTAINER
                  END-IF
               WHEN DFHRESP(NOTFND)
                  CONTINUE
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

      *  -----------------------------------------------------------
       READ-QUALIFIER-QUESTION.
      *
      *    READ THE QUESTION AND COUNT ITS ORDERING MARKERS.  THE
      *    SLOT COUNT IS THREE WHEN THE FOURTH ANSWER IS BLANK
      *
           EXEC CICS READ FILE('MIMKK21B')
                          INTO(WBVSCUST-RECORD-LAYOUT)
                          RIDFLD(QUESTIONNO)
                          LENGTH(RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  MOVE 'CUSTOMER RECORD NOT FOUND' TO OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'CUSTOMER RECORD NOT FOUND' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           MOVE ANSONE-FILE TO ORDER-MARK (1).
           MOVE ANSTWO-FILE TO ORDER-MARK (2).
           MOVE ANSTHREE-FILE TO ORDER-MARK (3).
           MOVE ANSFOUR-FILE TO ORDER-MARK (4).
           MOVE ZEROS TO ORDER-COUNT.
           PERFORM VARYING ORDER-SUB FROM 1 BY 1 UNTIL ORDER-SUB > 4
              IF ORDER-MARK (ORDER-SUB) > ORDER-MARK-BASE
                 ADD 1 TO ORDER-COUNT
              END-IF
           END-PERFORM.
           IF ANSWERFOUR-FILE = SPACES
              MOVE 3 TO ORDER-SLOTS
           ELSE
              MOVE 4 TO ORDER-SLOTS
           END-IF.

      *  -----------------------------------------------------------
       CHECK-ORDER-SEQUENCE.
      *
      *    EVERY ANSWER SLOT THE QUESTION CARRIES MUST HOLD A
      *    DIFFERENT POSITION FROM 1 UP TO THE SLOT COUNT, AND AN
      *    UNUSED FOURTH SLOT MUST BE ZERO, SAME RULE AS MIMKK21S
      *
           MOVE 'N' TO ORDER-BAD-SW.
           MOVE SPACES TO ORDER-SEEN-TABLE.
           PERFORM VARYING ORDER-SUB FROM 1 BY 1 UNTIL ORDER-SUB > 4
              IF ORDER-SUB > ORDER-SLOTS
                 IF ORDER-MARK (ORDER-SUB) NOT = ZEROS
                    SET ORDER-BAD TO TRUE
                 END-IF
              ELSE
                 IF ORDER-MARK (ORDER-SUB) > ORDER-MARK-BASE AND
                    ORDER-MARK (ORDER-SUB) NOT >
                       ORDER-MARK-BASE + ORDER-SLOTS
                    COMPUTE ORDER-POS =
                       ORDER-MARK (ORDER-SUB) - ORDER-MARK-BASE
                    IF ORDER-SEEN (ORDER-POS) = 'Y'
                       SET ORDER-BAD TO TRUE
                    ELSE
                       MOVE 'Y' TO ORDER-SEEN (ORDER-POS)
                    END-IF
                 ELSE
                    SET ORDER-BAD TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       WRITE-QUALIFIER-RECORD.
      *
      *    PUT THE PANEL CONTESTANT ON THE ROUND, AWAITING AN ANSWER,
      *    WITH THE MOMENT OF THE DEAL
      *
           MOVE ROUND-ID TO QLF-ROUND-FILE.
           MOVE CONTESTANT-ID TO QLF-CONTESTANT-FILE.
           MOVE QUESTIONNO TO QLF-QUESTIONNO-FILE.
           MOVE DEAL-TIME TO QLF-DEAL-TIME-FILE.
           MOVE DATESTRING TO QLF-DEAL-DATE-FILE.
           MOVE TIMESTRING TO QLF-DEAL-TIMEOFDAY-FILE.
           MOVE SPACES TO QLF-ORDER-FILE.
           SET QLF-AWAITING TO TRUE.
           MOVE ZEROS TO QLF-ELAPSED-FILE.
           MOVE ZEROS TO QLF-PLACE-FILE.
           MOVE 'N' TO QLF-WINNER-FILE.
           MOVE 'N' TO QLF-GAME-STARTED-FILE.

           EXEC CICS WRITE FILE('MIMKK23M')
                          FROM(QUALIFIER-RECORD-LAYOUT)
                          RIDFLD(QLF-KEY)
                          LENGTH(QLF-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'QUALIFIER RECORDING ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'WRITE' TO ERRORCMD
              MOVE 'QUALIFIER RECORDING ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       RECORD-DEAL-TIME.
      *
      *    REMEMBER THE MOMENT OF THE DEAL IN THE CONTESTANT'S
      *    MIMKK21T QUEUE, AS MIMKK21G DOES.  THE QUEUE HOLDS ONE
      *    ITEM, THE LATEST DEAL: THE OLD ITEM IS THROWN AWAY FIRST
      *    (QIDERR JUST MEANS THERE WAS NONE)
      *
           MOVE CONTESTANT-ID TO TSQ-TIME-CONTEST.
           EXEC CICS DELETEQ TS QNAME(TSQ-DEALTIME-NAME)
                            RESP(ERR-CODE)
                            END-EXEC
           EXEC CICS WRITEQ TS QNAME(TSQ-DEALTIME-NAME)
                            FROM(DEAL-TIME)
                            LENGTH(LENGTH OF DEAL-TIME)
                            RESP(ERR-CODE)
                            END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'DEAL RECORDING ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'WRITEQ' TO ERRORCMD
              MOVE 'DEAL RECORDING ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       BUILD-PLAY-OUTPUT.
      *
      *    SHUFFLE THE ANSWER ORDER, THEN BUILD THE PLAY-MODE
      *    RESPONSE: THE QUESTIONNO, THE QUESTION TEXT, AND EACH
      *    ANSWER'S FILE SLOT NUMBER AND TEXT, ':'-DELIMITED, WITH NO
      *    MARKERS - SAME FORMAT AS MIMKK21G.  THE WHOLE PANEL SEES
      *    THE ONE SHUFFLE, AND ANSWERS IN FILE SLOT NUMBERS
      *
           PERFORM SHUFFLE-SLOT-ORDER.
           MOVE SPACES TO OUTPUTSTRING.
           MOVE 1 TO OUT-PTR.
           STRING
              QUESTIONNO DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              QUESTION-FILE DELIMITED BY SIZE
              INTO OUTPUTSTRING
              WITH POINTER OUT-PTR
           END-STRING.
           PERFORM VARYING SERVE-SUB FROM 1 BY 1
                   UNTIL SERVE-SUB > ORDER-SLOTS
              MOVE SLOT-ORDER (SERVE-SUB) TO PLAY-SLOT-NO
              EVALUATE PLAY-SLOT-NO
                  WHEN 1
                     MOVE ANSWERONE-FILE TO PLAY-ANSWER-TEXT
                  WHEN 2
                     MOVE ANSWERTWO-FILE TO PLAY-ANSWER-TEXT
                  WHEN 3
                     MOVE ANSWERTHREE-FILE TO PLAY-ANSWER-TEXT
                  WHEN 4
                     MOVE ANSWERFOUR-FILE TO PLAY-ANSWER-TEXT
              END-EVALUATE
              STRING
                 ':' DELIMITED BY SIZE
                 PLAY-SLOT-NO DELIMITED BY SIZE
                 ':' DELIMITED BY SIZE
                 PLAY-ANSWER-TEXT DELIMITED BY SIZE
                 INTO OUTPUTSTRING
                 WITH POINTER OUT-PTR
              END-STRING
           END-PERFORM.

      *  -----------------------------------------------------------
       SHUFFLE-SLOT-ORDER.
      *
      *    PUT THE ANSWER SLOT NUMBERS THE QUESTION CARRIES (THREE
      *    OR FOUR) INTO A RANDOM ORDER.  THE ABSTIME CLOCK
      *    (MILLISECONDS) SEEDS THE SHUFFLE, AND EACH PASS SWAPS THE
      *    CURRENT SLOT WITH ONE PICKED FROM THE SLOTS AT OR BELOW IT
      *
           MOVE DEAL-TIME TO SHUFFLE-SEED.
           MOVE 1 TO SLOT-ORDER (1).
           MOVE 2 TO SLOT-ORDER (2).
           MOVE 3 TO SLOT-ORDER (3).
           MOVE 4 TO SLOT-ORDER (4).
           PERFORM VARYING SHUFFLE-SUB FROM ORDER-SLOTS BY -1
                   UNTIL SHUFFLE-SUB < 2
              DIVIDE SHUFFLE-SEED BY SHUFFLE-SUB
                 GIVING SHUFFLE-QUOTIENT REMAINDER SHUFFLE-PICK
              END-DIVIDE
              ADD 1 TO SHUFFLE-PICK
              MOVE SHUFFLE-QUOTIENT TO SHUFFLE-SEED
              MOVE SLOT-ORDER (SHUFFLE-SUB) TO SHUFFLE-TEMP
              MOVE SLOT-ORDER (SHUFFLE-PICK) TO
                   SLOT-ORDER (SHUFFLE-SUB)
              MOVE SHUFFLE-TEMP TO SLOT-ORDER (SHUFFLE-PICK)
           END-PERFORM.

      *  -----------------------------------------------------------
       GRADE-QUALIFIER-ANSWER.
      *
      *    TAKE ONE PANEL CONTESTANT'S ORDER: TIME IT FROM THE DEAL,
      *    GRADE IT AGAINST THE ORDERING MARKERS AND KEEP BOTH ON THE
      *    CONTESTANT'S QUALIFIER RECORD.  ONLY THE FIRST ORDER A
      *    CONTESTANT SENDS COUNTS, AND NONE ONCE THE ROUND IS CLOSED.
      *    A MALFORMED ORDER IS SENT BACK UNRECORDED, LIKE A BAD SLOT
      *    NUMBER AT MIMKK21C
      *
           MOVE QUALIFY-ARG (1) TO CONTESTANT-ID.
           IF CONTESTANT-ID = SPACES
              MOVE 'CONTESTANT ID IS MISSING' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'CONTESTANT ID IS MISSING' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           MOVE ROUND-ID TO QLF-ROUND-FILE.
           MOVE CONTESTANT-ID TO QLF-CONTESTANT-FILE.
           EXEC CICS READ FILE('MIMKK23M')
                          INTO(QUALIFIER-RECORD-LAYOUT)
                          RIDFLD(QLF-KEY)
                          LENGTH(QLF-RECLEN)
                          UPDATE
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  MOVE 'CONTESTANT NOT IN THIS QUALIFIER' TO
                        OUTPUTSTRING
                  MOVE 'VALIDATION' TO ERRORCMD
                  MOVE 'CONTESTANT NOT IN THIS QUALIFIER' TO
                        ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           IF NOT QLF-AWAITING
              MOVE 'ANSWER ALREADY TAKEN OR ROUND CLOSED' TO
                    OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'ANSWER ALREADY TAKEN' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           MOVE QLF-QUESTIONNO-FILE TO QUESTIONNO.
           PERFORM READ-QUALIFIER-QUESTION.

           PERFORM CHECK-SUBMITTED-ORDER.
           IF ORDER-BAD
              MOVE 'SUBMITTED ORDER IS NOT VALID' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'SUBMITTED ORDER IS NOT VALID' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           PERFORM CHECK-ANSWER-CLOCK.

      *  RIGHT WHEN EVERY POSITION NAMES THE SLOT WHOSE MARKER
      *  CARRIES THAT POSITION
           SET ORDER-RIGHT TO TRUE.
           PERFORM VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > ORDER-SLOTS
              MOVE SUBMITTED-SLOT (ORDER-SUB) TO SUBMITTED-SLOT-NO
              IF ORDER-MARK (SUBMITTED-SLOT-NO) NOT =
                 ORDER-MARK-BASE + ORDER-SUB
                 MOVE 'N' TO ORDER-RIGHT-SW
              END-IF
           END-PERFORM.

           MOVE SUBMITTED-ORDER TO QLF-ORDER-FILE.
           MOVE ELAPSED-MS TO QLF-ELAPSED-FILE.
           EVALUATE TRUE
               WHEN TIMED-OUT
                  SET QLF-LATE TO TRUE
                  MOVE 'TIMEOUT' TO OUTPUTSTRING
               WHEN ORDER-RIGHT
                  SET QLF-RIGHT TO TRUE
                  MOVE 'CORRECT' TO OUTPUTSTRING
               WHEN OTHER
                  SET QLF-WRONG TO TRUE
                  MOVE 'INCORRECT' TO OUTPUTSTRING
           END-EVALUATE.

           EXEC CICS REWRITE FILE('MIMKK23M')
                          FROM(QUALIFIER-RECORD-LAYOUT)
                          LENGTH(QLF-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'QUALIFIER RECORDING ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'WRITE' TO ERRORCMD
              MOVE 'QUALIFIER RECORDING ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           MOVE 1 TO OUT-PTR.
           INSPECT OUTPUTSTRING TALLYING OUT-PTR
              FOR CHARACTERS BEFORE INITIAL SPACE.
           STRING
              ':' DELIMITED BY SIZE
              ELAPSED-MS DELIMITED BY SIZE
              INTO OUTPUTSTRING
              WITH POINTER OUT-PTR
           END-STRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       CHECK-SUBMITTED-ORDER.
      *
      *    THE ORDER MUST NAME EVERY SLOT THE QUESTION CARRIES EXACTLY
      *    ONCE, ONE DIGIT PER POSITION, AND NOTHING AFTER THEM
      *
           MOVE 'N' TO ORDER-BAD-SW.
           MOVE SPACES TO ORDER-SEEN-TABLE.
           IF QUALIFY-ARG (2) (5:4) NOT = SPACES
              SET ORDER-BAD TO TRUE
           END-IF.
           MOVE QUALIFY-ARG (2) (1:4) TO SUBMITTED-ORDER.
           PERFORM VARYING ORDER-SUB FROM 1 BY 1 UNTIL ORDER-SUB > 4
              IF ORDER-SUB > ORDER-SLOTS
                 IF SUBMITTED-SLOT (ORDER-SUB) NOT = SPACE
                    SET ORDER-BAD TO TRUE
                 END-IF
              ELSE
                 IF SUBMITTED-SLOT (ORDER-SUB) IS NUMERIC
                    MOVE SUBMITTED-SLOT (ORDER-SUB) TO
                         SUBMITTED-SLOT-NO
                    IF SUBMITTED-SLOT-NO > 0 AND
                       SUBMITTED-SLOT-NO NOT > ORDER-SLOTS AND
                       ORDER-SEEN (SUBMITTED-SLOT-NO) NOT = 'Y'
                       MOVE 'Y' TO ORDER-SEEN (SUBMITTED-SLOT-NO)
                    ELSE
                       SET ORDER-BAD TO TRUE
                    END-IF
                 ELSE
                    SET ORDER-BAD TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       CHECK-ANSWER-CLOCK.
      *
      *    WORK OUT HOW LONG THE CONTESTANT TOOK: THE DEAL TIME IN
      *    THE CONTESTANT'S MIMKK21T QUEUE VERSUS THE CLOCK NOW, AS
      *    MIMKK21C DOES, AND CONSUME IT.  WITH NO QUEUE ITEM THE
      *    DEAL TIME ON THE QUALIFIER RECORD IS USED, SO EVERY ORDER
      *    IS TIMED.  AN ORDER ARRIVING AFTER THE LIMIT IS LATE
      *
           MOVE 'N' TO TIMED-OUT-SW.
           MOVE ZEROS TO ELAPSED-MS.
           MOVE CONTESTANT-ID TO TSQ-TIME-CONTEST.
           MOVE 8 TO TSQ-TIME-LEN.
           EXEC CICS READQ TS QNAME(TSQ-DEALTIME-NAME)
                          INTO(DEAL-TIME)
                          LENGTH(TSQ-TIME-LEN)
                          ITEM(1)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE = DFHRESP(NORMAL)
              EXEC CICS DELETEQ TS QNAME(TSQ-DEALTIME-NAME)
                               RESP(ERR-CODE)
                               END-EXEC
           ELSE
              MOVE QLF-DEAL-TIME-FILE TO DEAL-TIME
           END-IF.

           EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
                            END-EXEC.
           COMPUTE ELAPSED-MS = CURRENTTIME - DEAL-TIME
              ON SIZE ERROR
                 MOVE 9999999 TO ELAPSED-MS
           END-COMPUTE.
           IF ELAPSED-MS > ANSWER-LIMIT-MS
              SET TIMED-OUT TO TRUE
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-QUALIFIER.
      *
      *    FINISH THE ROUND: ANYONE STILL AWAITING HAS GIVEN NO
      *    ANSWER, THE PANEL IS PUT IN FINISHING ORDER AND EVERY
      *    PLACE SAVED.  THE FASTEST RIGHT ANSWER WINS, AND THE
      *    WINNER'S GAME IS STARTED ON MIMKK22C.  WITH NO RIGHT
      *    ANSWER THERE IS NO WINNER AND THE PRODUCERS RUN ANOTHER
      *    ROUND.  TWO RIGHT ANSWERS IN THE SAME MILLISECOND GO TO
      *    THE ONE FIRST IN KEY ORDER.  THE LADDER IS CHECKED BEFORE
      *    ANY PLACE IS SAVED.  A CLOSED ROUND WHOSE WINNER'S GAME
      *    DID NOT START ONLY RETRIES THE START
      *
           PERFORM LOAD-ROUND.
           IF ROUND-COUNT = ZEROS
              MOVE 'QUALIFIER ROUND NOT FOUND' TO OUTPUTSTRING
              MOVE 'READ' TO ERRORCMD
              MOVE 'QUALIFIER ROUND NOT FOUND' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           PERFORM READ-WINNER-LADDER.

           IF ROUND-CLOSED
              MOVE ZEROS TO WINNER-SUB
              PERFORM VARYING ROUND-SUB FROM 1 BY 1
                      UNTIL ROUND-SUB > ROUND-COUNT
                 IF RND-WINNER (ROUND-SUB) = 'Y' AND
                    RND-GAME-STARTED (ROUND-SUB) NOT = 'Y'
                    MOVE ROUND-SUB TO WINNER-SUB
                    MOVE RND-CONTESTANT (ROUND-SUB) TO WINNER-ID
                    MOVE RND-ELAPSED (ROUND-SUB) TO WINNER-ELAPSED
                 END-IF
              END-PERFORM
              IF WINNER-SUB = ZEROS
                 MOVE 'QUALIFIER ROUND ALREADY CLOSED' TO
                       OUTPUTSTRING
                 MOVE 'VALIDATION' TO ERRORCMD
                 MOVE 'QUALIFIER ROUND ALREADY CLOSED' TO
                       ERRORSTRING
                 PERFORM PUT-TO-CONTAINER
              END-IF
              PERFORM START-WINNER-GAME
           END-IF.

           PERFORM RANK-FINISHERS.

           PERFORM VARYING ROUND-SUB FROM 1 BY 1
                   UNTIL ROUND-SUB > ROUND-COUNT
              PERFORM SAVE-FINISHING-PLACE
           END-PERFORM.

           IF WINNER-SUB = ZEROS
              MOVE ROUND-COUNT TO PANEL-SIZE-OUT
              MOVE SPACES TO OUTPUTSTRING
              MOVE 1 TO OUT-PTR
              STRING
                 'NO WINNER:NO CORRECT ANSWER:PANEL:'
                    DELIMITED BY SIZE
                 PANEL-SIZE-OUT DELIMITED BY SIZE
                 INTO OUTPUTSTRING
                 WITH POINTER OUT-PTR
              END-STRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           PERFORM START-WINNER-GAME.

      *  -----------------------------------------------------------
       READ-WINNER-LADDER.
      *
      *    READ THE LADDER THE WINNER IS TO PLAY ON - THE ONE NAMED
      *    ON CLOSE, OR THE HOUSE LADDER WHEN NONE IS NAMED.  IT
      *    MUST BE ON FILE AND ACTIVE, AS MIMKK22C'S START REQUIRES
      *
           IF QUALIFY-ARG (1) = SPACES
              MOVE HOUSE-LADDER-ID TO START-LADDER-ID
           ELSE
              MOVE QUALIFY-ARG (1) TO START-LADDER-ID
           END-IF.

           EXEC CICS READ FILE('MIMKK22W')
                          INTO(LADDER-RECORD-LAYOUT)
                          RIDFLD(START-LADDER-ID)
                          LENGTH(LAD-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  IF LAD-RETIRED
                     MOVE 'LADDER IS RETIRED' TO OUTPUTSTRING
                     MOVE 'VALIDATION' TO ERRORCMD
                     MOVE 'LADDER IS RETIRED' TO ERRORSTRING
                     PERFORM PUT-TO-CONTAINER
                  END-IF
               WHEN DFHRESP(NOTFND)
                  MOVE 'LADDER NOT ON FILE' TO OUTPUTSTRING
                  MOVE 'VALIDATION' TO ERRORCMD
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
       LOAD-ROUND.
      *
      *    BROWSE MIMKK23M FROM THE ROUND'S FIRST KEY AND TABLE EVERY
      *    PANEL CONTESTANT ON IT.  A ROUND WHOSE PLACES ARE SET HAS
      *    BEEN CLOSED
      *
           MOVE ZEROS TO ROUND-COUNT.
           MOVE 'N' TO ROUND-CLOSED-SW.
           MOVE ROUND-ID TO BROWSE-ROUND.
           MOVE LOW-VALUES TO BROWSE-CONTESTANT.
           MOVE 'N' TO BROWSE-EOF-SW.
           EXEC CICS STARTBR FILE('MIMKK23M')
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
              EXEC CICS READNEXT FILE('MIMKK23M')
                             INTO(QUALIFIER-RECORD-LAYOUT)
                             RIDFLD(BROWSE-KEY)
                             LENGTH(QLF-RECLEN)
                             RESP(ERR-CODE)
                             END-EXEC
              EVALUATE ERR-CODE
                  WHEN DFHRESP(NORMAL)
                     IF QLF-ROUND-FILE NOT = ROUND-ID OR
                        ROUND-COUNT NOT < QUALIFY-MAX
                        SET BROWSE-EOF TO TRUE
                     ELSE
                        ADD 1 TO ROUND-COUNT
                        MOVE QLF-CONTESTANT-FILE TO
                             RND-CONTESTANT (ROUND-COUNT)
                        MOVE QLF-RESULT-FILE TO
                             RND-RESULT (ROUND-COUNT)
                        MOVE QLF-ELAPSED-FILE TO
                             RND-ELAPSED (ROUND-COUNT)
                        MOVE QLF-PLACE-FILE TO
                             RND-PLACE (ROUND-COUNT)
                        MOVE QLF-WINNER-FILE TO
                             RND-WINNER (ROUND-COUNT)
                        MOVE QLF-GAME-STARTED-FILE TO
                             RND-GAME-STARTED (ROUND-COUNT)
                        IF QLF-PLACE-FILE > ZEROS
                           SET ROUND-CLOSED TO TRUE
                        END-IF
                     END-IF
                  WHEN DFHRESP(ENDFILE)
                     SET BROWSE-EOF TO TRUE
                  WHEN OTHER
                     EXEC CICS ENDBR FILE('MIMKK23M')
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
           EXEC CICS ENDBR FILE('MIMKK23M')
                           RESP(ERR-CODE)
                           END-EXEC.

      *  -----------------------------------------------------------
       RANK-FINISHERS.
      *
      *    GIVE EVERY PANEL CONTESTANT A RANK KEY - RESULT GROUP
      *    (RIGHT, WRONG, LATE, NO ANSWER) THEN MILLISECONDS - AND
      *    HAND OUT PLACES 1, 2, 3 ... LOWEST KEY FIRST.  PLACE 1 IS
      *    THE WINNER WHEN IT IS A RIGHT ANSWER
      *
           PERFORM VARYING ROUND-SUB FROM 1 BY 1
                   UNTIL ROUND-SUB > ROUND-COUNT
              EVALUATE RND-RESULT (ROUND-SUB)
                  WHEN 'C'
                     MOVE 1 TO RESULT-GROUP
                  WHEN 'I'
                     MOVE 2 TO RESULT-GROUP
                  WHEN 'T'
                     MOVE 3 TO RESULT-GROUP
                  WHEN OTHER
                     MOVE 'N' TO RND-RESULT (ROUND-SUB)
                     MOVE ZEROS TO RND-ELAPSED (ROUND-SUB)
                     MOVE 4 TO RESULT-GROUP
              END-EVALUATE
              COMPUTE RND-RANK-KEY (ROUND-SUB) =
                 RESULT-GROUP * 10000000 + RND-ELAPSED (ROUND-SUB)
              MOVE ZEROS TO RND-PLACE (ROUND-SUB)
           END-PERFORM.

           MOVE ZEROS TO NEXT-PLACE.
           PERFORM ROUND-COUNT TIMES
              MOVE ZEROS TO BEST-SUB
              PERFORM VARYING ROUND-SUB FROM 1 BY 1
                      UNTIL ROUND-SUB > ROUND-COUNT
                 IF RND-PLACE (ROUND-SUB) = ZEROS
                    IF BEST-SUB = ZEROS
                       MOVE ROUND-SUB TO BEST-SUB
                    ELSE
                       IF RND-RANK-KEY (ROUND-SUB) <
                          RND-RANK-KEY (BEST-SUB)
                          MOVE ROUND-SUB TO BEST-SUB
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              ADD 1 TO NEXT-PLACE
              MOVE NEXT-PLACE TO RND-PLACE (BEST-SUB)
           END-PERFORM.

           MOVE ZEROS TO WINNER-SUB.
           PERFORM VARYING ROUND-SUB FROM 1 BY 1
                   UNTIL ROUND-SUB > ROUND-COUNT
              IF RND-PLACE (ROUND-SUB) = 1 AND
                 RND-RESULT (ROUND-SUB) = 'C'
                 MOVE ROUND-SUB TO WINNER-SUB
                 MOVE RND-CONTESTANT (ROUND-SUB) TO WINNER-ID
                 MOVE RND-ELAPSED (ROUND-SUB) TO WINNER-ELAPSED
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       SAVE-FINISHING-PLACE.
      *
      *    WRITE ONE PANEL CONTESTANT'S PLACE BACK TO MIMKK23M.  A
      *    CONTESTANT WHO NEVER ANSWERED IS SAVED AS NO ANSWER, AND
      *    THE DEAL TIME LEFT IN THEIR MIMKK21T QUEUE IS THROWN AWAY
      *
           MOVE ROUND-ID TO QLF-ROUND-FILE.
           MOVE RND-CONTESTANT (ROUND-SUB) TO QLF-CONTESTANT-FILE.
           EXEC CICS READ FILE('MIMKK23M')
                          INTO(QUALIFIER-RECORD-LAYOUT)
                          RIDFLD(QLF-KEY)
                          LENGTH(QLF-RECLEN)
                          UPDATE
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'READ' TO ERRORCMD
              MOVE 'FILE READ ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF QLF-AWAITING
              SET QLF-NO-ANSWER TO TRUE
              MOVE ZEROS TO QLF-ELAPSED-FILE
              MOVE QLF-CONTESTANT-FILE TO TSQ-TIME-CONTEST
              EXEC CICS DELETEQ TS QNAME(TSQ-DEALTIME-NAME)
                               RESP(ERR-CODE)
                               END-EXEC
           END-IF.
           MOVE RND-PLACE (ROUND-SUB) TO QLF-PLACE-FILE.
           IF ROUND-SUB = WINNER-SUB
              MOVE 'Y' TO QLF-WINNER-FILE
           ELSE
              MOVE 'N' TO QLF-WINNER-FILE
           END-IF.

           EXEC CICS REWRITE FILE('MIMKK23M')
                          FROM(QUALIFIER-RECORD-LAYOUT)
                          LENGTH(QLF-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'QUALIFIER RECORDING ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'WRITE' TO ERRORCMD
              MOVE 'QUALIFIER RECORDING ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       START-WINNER-GAME.
      *
      *    START THE WINNER'S GAME THROUGH MIMKK22C, ON THE LADDER
      *    READ BY READ-WINNER-LADDER, EXACTLY AS IF THE FLOOR HAD
      *    SENT START, AND ANSWER THE CALLER WITH MIMKK22C'S OWN
      *    RESPONSE.  WHEN IT IS GAME STARTED THE WINNER'S RECORD IS
      *    MARKED SO THE PRODUCERS CAN SEE THE GAME WAS BEGUN; WHEN
      *    IT IS NOT, THE CALL ENDS IN ERROR SO THE FLOOR SEES IT AND
      *    CAN CLOSE AGAIN ONCE THE CAUSE IS PUT RIGHT
      *
           MOVE SPACES TO LINK-INPUT.
           STRING
              WINNER-ID DELIMITED BY SPACE
              ':START:' DELIMITED BY SIZE
              START-LADDER-ID DELIMITED BY SPACE
              INTO LINK-INPUT
           END-STRING.
           MOVE 'MIMKK22C' TO LINK-PROGRAM.
           PERFORM LINK-TO-SERVICE.

           IF LINK-OUTPUT (1:12) = 'GAME STARTED'
              MOVE ROUND-ID TO QLF-ROUND-FILE
              MOVE WINNER-ID TO QLF-CONTESTANT-FILE
              EXEC CICS READ FILE('MIMKK23M')
                             INTO(QUALIFIER-RECORD-LAYOUT)
                             RIDFLD(QLF-KEY)
                             LENGTH(QLF-RECLEN)
                             UPDATE
                             RESP(ERR-CODE)
                             END-EXEC
              IF ERR-CODE = DFHRESP(NORMAL)
                 MOVE 'Y' TO QLF-GAME-STARTED-FILE
                 EXEC CICS REWRITE FILE('MIMKK23M')
                                FROM(QUALIFIER-RECORD-LAYOUT)
                                LENGTH(QLF-RECLEN)
                                RESP(ERR-CODE)
                                END-EXEC
              END-IF
           ELSE
              MOVE 'START' TO ERRORCMD
              MOVE 'WINNER GAME NOT STARTED' TO ERRORSTRING
           END-IF.

           MOVE SPACES TO OUTPUTSTRING.
           MOVE 1 TO OUT-PTR.
           STRING
              'WINNER:' DELIMITED BY SIZE
              WINNER-ID DELIMITED BY SPACE
              ':' DELIMITED BY SIZE
              WINNER-ELAPSED DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              LINK-OUTPUT DELIMITED BY SIZE
              INTO OUTPUTSTRING
              WITH POINTER OUT-PTR
           END-STRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       LINK-TO-SERVICE.
      *
      *    DRIVE ANOTHER SERVICE OVER THE CALLER'S CHANNEL: REWRITE
      *    THE INPUTDATA CONTAINER WITH THE SERVICE'S ARGUMENTS (THE
      *    CALLER'S ORIGINAL INPUT IS ALREADY PARSED), LINK, AND
      *    READ ITS OUTPUTDATA BACK
      *
           EXEC CICS PUT CONTAINER(INPUT-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(LINK-INPUT)
                            FLENGTH(LENGTH OF LINK-INPUT)
                            CHAR
                            RESP(ERR-CODE)
                            END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              PERFORM RESP-ERROR
           END-IF.

           EXEC CICS LINK PROGRAM(LINK-PROGRAM)
                          CHANNEL(CHANNELNAME)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'GAME SERVICE LINK ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'LINK' TO ERRORCMD
              MOVE 'GAME SERVICE LINK ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           MOVE SPACES TO LINK-OUTPUT.
           MOVE LENGTH OF LINK-OUTPUT TO LINK-OUTPUT-LEN.
           EXEC CICS GET CONTAINER(OUTPUT-CONT)
                            CHANNEL(CHANNELNAME)
                            FLENGTH(LINK-OUTPUT-LEN)
                            INTO(LINK-OUTPUT)
                            RESP(ERR-CODE)
                            END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
       REPORT-QUALIFIER-RESULT.
      *
      *    LIST THE ROUND: ONE place:contestant:result:milliseconds
      *    GROUP PER PANEL CONTESTANT, IN FINISHING ORDER ONCE THE
      *    ROUND IS CLOSED (PLACE 00 AND KEY ORDER BEFORE THAT).
      *    RESULT IS C RIGHT, I WRONG, T LATE, N NO ANSWER, P STILL
      *    AWAITING
      *
           PERFORM LOAD-ROUND.
           IF ROUND-COUNT = ZEROS
              MOVE 'QUALIFIER ROUND NOT FOUND' TO OUTPUTSTRING
              MOVE 'READ' TO ERRORCMD
              MOVE 'QUALIFIER ROUND NOT FOUND' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           MOVE SPACES TO OUTPUTSTRING.
           MOVE 1 TO OUT-PTR.
           IF ROUND-CLOSED
              STRING 'CLOSED' DELIMITED BY SIZE
                 INTO OUTPUTSTRING
                 WITH POINTER OUT-PTR
              END-STRING
           ELSE
              STRING 'OPEN' DELIMITED BY SIZE
                 INTO OUTPUTSTRING
                 WITH POINTER OUT-PTR
              END-STRING
           END-IF.

           IF ROUND-CLOSED
              PERFORM VARYING PLACE-OUT FROM 1 BY 1
                      UNTIL PLACE-OUT > ROUND-COUNT
                 PERFORM VARYING ROUND-SUB FROM 1 BY 1
                         UNTIL ROUND-SUB > ROUND-COUNT
                    IF RND-PLACE (ROUND-SUB) = PLACE-OUT
                       PERFORM ADD-RESULT-ENTRY
                    END-IF
                 END-PERFORM
              END-PERFORM
           ELSE
              PERFORM VARYING ROUND-SUB FROM 1 BY 1
                      UNTIL ROUND-SUB > ROUND-COUNT
                 PERFORM ADD-RESULT-ENTRY
              END-PERFORM
           END-IF.

           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       ADD-RESULT-ENTRY.
      *
      *    APPEND ONE PANEL CONTESTANT'S ENTRY TO THE RESULT LIST
      *
           STRING
              ':' DELIMITED BY SIZE
              RND-PLACE (ROUND-SUB) DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              RND-CONTESTANT (ROUND-SUB) DELIMITED BY SPACE
              ':' DELIMITED BY SIZE
              RND-RESULT (ROUND-SUB) DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              RND-ELAPSED (ROUND-SUB) DELIMITED BY SIZE
              INTO OUTPUTSTRING
              WITH POINTER OUT-PTR
           END-STRING.
