      * state file: which prize-ladder level the contestant is on,     *
      * the prize banked so far, and the question dealt but not yet    *
      * graded.  Actions:                                              *
      *   START:ladder   - begin a new game at level 1 on the named    *
      *                    prize ladder, STANDARD when none is named   *
      *                    (also clears the dealt list and lifeline    *
      *                    usage by driving MIMKK21G's RESET)          *
      *   DEAL:category  - deal the next question at the difficulty    *
      *                    the ladder demands, via MIMKK21G            *
      *   ANSWER:slot    - grade the pending question via MIMKK21C     *
      *                    and walk the ladder up or end the game      *
      *   WALK           - walk away with the prize banked so far      *
      *   STATUS         - report the session state                    *
      * The ladders themselves (difficulty and prize per level,        *
      * milestone levels a wrong answer falls back to) live on the     *
      * MIMKK22W ladder file, maintained by MIMKK22X.  START copies    *
      * the chosen ladder into the session, so a game in progress      *
      * keeps its ladder even if the file is changed mid-day.  The     *
      * deal and grading services are driven by LINK over the         *
      * caller's channel, so their behaviour is identical to calling   *
      * them directly.                                                 *
      * Every game that ends (won, wrong, timed out or walked) is      *
      * also written to the MIMKK22T game history file, so the result  *
      * and the prize owed survive the next START for the contestant.  *
      * A game left in play past the idle cut-off is closed overnight  *
      * by the MIMKK23J sweep, under the same rule as a timed-out      *
      * answer, and its queues are deleted.                            *
      * The winner of a fastest-finger-first qualifier is started by   *
      * the MIMKK23L qualifier service with the same START action.     *
      *                                                                *
      ******************************************************************

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
           05  CON-RECLEN       PIC S9(4) COMP VALUE 49.
           05  HIS-RECLEN       PIC S9(4) COMP VALUE 77.
           05  LAD-RECLEN       PIC S9(4) COMP VALUE 307.
      *
      *  VSAM CONTESTANT MASTER RECORD LAYOUT - SAME LAYOUT AS
      *  MAINTAINED BY MIMKK22D, KEYED ON THE CONTESTANT ID
              88 CON-INACTIVE          VALUE 'I'.
      *
      *  FIELDS UNSTRUNG OUT OF INPUTDATA: WHO IS PLAYING, WHAT TO
      *  DO, AND THE ACTION'S ARGUMENT (THE LADDER ID FOR START, THE
      *  CATEGORY FOR DEAL, THE CHOSEN ANSWER SLOT FOR ANSWER)
      *
       01 CONTESTANT-ID         PIC X(8) VALUE SPACES.
       01 GAME-ACTION           PIC X(8) VALUE SPACES.
       01 GAME-ARGUMENT         PIC X(20) VALUE SPACES.
      *
      *  VSAM PRIZE LADDER RECORD LAYOUT - SAME LAYOUT AS MAINTAINED
      *  BY MIMKK22X, KEYED ON THE LADDER ID.  ONE ENTRY PER LEVEL,
      *  LOWEST FIRST: THE DIFFICULTY-FILE VALUE QUESTIONS AT THAT
      *  LEVEL MUST CARRY, THE PRIZE FOR ANSWERING IT CORRECTLY, AND
      *  WHETHER THE LEVEL IS A MILESTONE (A WRONG ANSWER FALLS BACK
      *  TO THE PRIZE OF THE HIGHEST MILESTONE ALREADY PASSED)
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
      *  THE LADDER START PLAYS WHEN THE CALLER NAMES NONE
       01 HOUSE-LADDER-ID       PIC X(8) VALUE 'STANDARD'.
       01 START-LADDER-ID       PIC X(8) VALUE SPACES.
       01 LADDER-SUB            PIC S9(4) COMP VALUE 0.
       01 FALLBACK-PRIZE        PIC 9(7) VALUE ZEROS.
      *
           05 SES-STATE-FILE        PIC X(1).
              88 SES-IN-PLAY           VALUE 'P'.
              88 SES-OVER              VALUE 'O'.
      *  THE LEVEL NOW BEING PLAYED FOR, 1 TO SES-LADDER-TOP-FILE
           05 SES-LEVEL-FILE        PIC 9(2).
      *  THE PRIZE BANKED SO FAR (THE PRIZE OF THE LAST LEVEL
      *  ANSWERED CORRECTLY)
           05 SES-FINAL-PRIZE-FILE  PIC 9(7).
           05 SES-DATE-FILE         PIC X(10).
           05 SES-TIMEOFDAY-FILE    PIC X(8).
      *  WHEN THE GAME WAS STARTED - SES-DATE/TIMEOFDAY-FILE ONLY
      *  SHOW WHEN THE SESSION LAST MOVED
           05 SES-START-DATE-FILE   PIC X(10).
           05 SES-START-TIME-FILE   PIC X(8).
      *  THE PRIZE LADDER THIS GAME IS PLAYED ON, COPIED FROM THE
      *  MIMKK22W LADDER FILE AT START AND NEVER CHANGED AFTER
           05 SES-LADDER-ID-FILE    PIC X(8).
           05 SES-LADDER-TOP-FILE   PIC 9(2).
           05 SES-LADDER-TABLE.
              10 SES-LADDER-ENTRY OCCURS 15 TIMES.
                 15 SES-LADDER-DIFFICULTY PIC X(10).
                 15 SES-LADDER-PRIZE      PIC 9(7).
                 15 SES-LADDER-MILESTONE  PIC X(1).
      *
      *  VSAM GAME HISTORY RECORD LAYOUT - ONE RECORD PER FINISHED
      *  GAME, KEYED ON CONTESTANT ID PLUS THE ABSTIME CLOCK AT THE
      *  END OF THE GAME (THE SAME KEYING AS THE MIMKK21A ATTEMPT
      *  FILE).  NEVER REWRITTEN - READ BY THE MIMKK22V NIGHTLY
      *  GAMES-AND-PRIZES REPORT
      *
       01  HISTORY-RECORD-LAYOUT.
           05 HIS-KEY.
              10 HIS-CONTESTANT-FILE   PIC X(8).
              10 HIS-TIME-FILE         PIC 9(15).
           05 HIS-START-DATE-FILE      PIC X(10).
           05 HIS-START-TIME-FILE      PIC X(8).
           05 HIS-END-DATE-FILE        PIC X(10).
           05 HIS-END-TIME-FILE        PIC X(8).
      *  THE LEVEL BEING PLAYED FOR WHEN THE GAME ENDED
           05 HIS-LEVEL-FILE           PIC 9(2).
           05 HIS-OUTCOME-FILE         PIC X(7).
              88 HIS-WON                  VALUE 'WON'.
              88 HIS-WRONG                VALUE 'WRONG'.
              88 HIS-TIMEOUT              VALUE 'TIMEOUT'.
              88 HIS-WALKED               VALUE 'WALKED'.
           05 HIS-FINAL-PRIZE-FILE     PIC 9(7).
      *  'Y' WHEN THE LIFELINE WAS USED DURING THE GAME
           05 HIS-FIFTY-USED-FILE      PIC X(1).
           05 HIS-AUDIENCE-USED-FILE   PIC X(1).
      *
      *  LIFELINE USAGE QUEUES KEPT BY MIMKK21H AND MIMKK22E - AN
      *  ITEM ON THE QUEUE MEANS THE LIFELINE WAS USED THIS GAME
      *
       01 TSQ-FIFTY-NAME.
           05 TSQ-FIFTY-PREFIX   PIC X(8) VALUE 'MIMKK21H'.
           05 TSQ-FIFTY-CONTEST  PIC X(8) VALUE SPACES.
       01 TSQ-AUDIENCE-NAME.
           05 TSQ-AUD-PREFIX     PIC X(8) VALUE 'MIMKK22E'.
           05 TSQ-AUD-CONTEST    PIC X(8) VALUE SPACES.
       01 TSQ-ITEM-LEN          PIC S9(4) COMP VALUE 5.
       01 TSQ-USED-QNO          PIC 9(5) VALUE ZEROS.
      *
      *  SET WHEN THE SESSION RECORD WAS READ FOR UPDATE, SO THE
      *  SAVE KNOWS WHETHER TO REWRITE OR WRITE
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

      *  Note when the call arrived, for the usage log
           EXEC CICS ASKTIME ABSTIME(USG-START-TIME)
                            END-EXEC.

      *  Get name of channel
           EXEC CICS ASSIGN CHANNEL(CHANNELNAME)
                            END-EXEC.
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
           MOVE CONTESTANT-ID TO USG-KEY-FILE.
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
       CHECK-CONTESTANT-MASTER.
      *
      *  -----------------------------------------------------------
       START-GAME-SESSION.
      *
      *    BEGIN A NEW GAME AT LEVEL 1 WITH NOTHING BANKED, ON THE
      *    NAMED PRIZE LADDER.  THE LADDER IS CHECKED FIRST, SO A BAD
      *    LADDER ID LEAVES ANY EARLIER GAME UNTOUCHED.  THE DEALT
      *    LIST AND LIFELINE USAGE FROM ANY EARLIER GAME ARE CLEARED
      *    BY DRIVING MIMKK21G'S RESET ACTION, SO EVERY QUEUE THAT
      *    RESET KNOWS ABOUT IS CLEARED HERE TOO WITHOUT A SECOND
      *    LIST OF THEM
      *
           PERFORM READ-START-LADDER.

           MOVE SPACES TO LINK-INPUT.
           STRING
              CONTESTANT-ID DELIMITED BY SPACE
           MOVE ZEROS TO SES-PENDING-QNO-FILE.
           MOVE ZEROS TO SES-FINAL-PRIZE-FILE.
           PERFORM STAMP-SESSION-RECORD.
           MOVE SES-DATE-FILE TO SES-START-DATE-FILE.
           MOVE SES-TIMEOFDAY-FILE TO SES-START-TIME-FILE.
           MOVE LAD-ID-FILE TO SES-LADDER-ID-FILE.
           MOVE LAD-TOP-FILE TO SES-LADDER-TOP-FILE.
           MOVE LAD-LEVEL-TABLE TO SES-LADDER-TABLE.
           PERFORM SAVE-SESSION-RECORD.

           MOVE SPACES TO OUTPUTSTRING.
              'GAME STARTED:LEVEL:' DELIMITED BY SIZE
              SES-LEVEL-FILE DELIMITED BY SIZE
              ':PLAYING FOR:' DELIMITED BY SIZE
              SES-LADDER-PRIZE (1) DELIMITED BY SIZE
              ':LADDER:' DELIMITED BY SIZE
              SES-LADDER-ID-FILE DELIMITED BY SPACE
              INTO OUTPUTSTRING
           END-STRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       READ-START-LADDER.
      *
      *    READ THE LADDER THE NEW GAME IS TO BE PLAYED ON - THE ONE
      *    NAMED ON START, OR THE HOUSE LADDER WHEN NONE IS NAMED.
      *    IT MUST BE ON FILE AND ACTIVE
      *
           IF GAME-ARGUMENT (9:) NOT = SPACES
              MOVE 'LADDER ID IS NOT VALID' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'LADDER ID IS NOT VALID' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF GAME-ARGUMENT = SPACES
              MOVE HOUSE-LADDER-ID TO START-LADDER-ID
           ELSE
              MOVE GAME-ARGUMENT TO START-LADDER-ID
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
       DEAL-NEXT-QUESTION.
      *
              ':' DELIMITED BY SIZE
              GAME-ARGUMENT DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              SES-LADDER-DIFFICULTY (LADDER-SUB) DELIMITED BY SPACE
              ':' DELIMITED BY SIZE
              INTO LINK-INPUT
           END-STRING.
      *    TO THE NEXT LEVEL WITH NO QUESTION PENDING
      *
           MOVE SES-LEVEL-FILE TO LADDER-SUB.
           MOVE SES-LADDER-PRIZE (LADDER-SUB) TO SES-PRIZE-FILE.
           MOVE ZEROS TO SES-PENDING-QNO-FILE.

           IF SES-LEVEL-FILE = SES-LADDER-TOP-FILE
              MOVE SES-PRIZE-FILE TO SES-FINAL-PRIZE-FILE
              SET SES-OVER TO TRUE
              PERFORM STAMP-SESSION-RECORD
              PERFORM SAVE-SESSION-RECORD
              SET HIS-WON TO TRUE
              PERFORM WRITE-GAME-HISTORY
              MOVE SPACES TO OUTPUTSTRING
              STRING
                 'GAME OVER:WON:' DELIMITED BY SIZE
              ':BANKED:' DELIMITED BY SIZE
              SES-PRIZE-FILE DELIMITED BY SIZE
              ':PLAYING FOR:' DELIMITED BY SIZE
              SES-LADDER-PRIZE (LADDER-SUB) DELIMITED BY SIZE
              INTO OUTPUTSTRING
           END-STRING.
           PERFORM PUT-TO-CONTAINER.
           MOVE ZEROS TO FALLBACK-PRIZE.
           PERFORM VARYING LADDER-SUB FROM 1 BY 1
                   UNTIL LADDER-SUB >= SES-LEVEL-FILE
              IF SES-LADDER-MILESTONE (LADDER-SUB) = 'Y'
                 MOVE SES-LADDER-PRIZE (LADDER-SUB) TO FALLBACK-PRIZE
              END-IF
           END-PERFORM.

           PERFORM STAMP-SESSION-RECORD.
           PERFORM SAVE-SESSION-RECORD.

      *  THE CALLER SEES 'WRONG' EITHER WAY; THE HISTORY KEEPS THE
      *  DIFFERENCE BETWEEN A WRONG ANSWER AND A CLOCK THAT RAN OUT
           IF GRADE-RESULT = 'TIMEOUT'
              SET HIS-TIMEOUT TO TRUE
           ELSE
              SET HIS-WRONG TO TRUE
           END-IF.
           PERFORM WRITE-GAME-HISTORY.

           MOVE SPACES TO OUTPUTSTRING.
           STRING
              'GAME OVER:WRONG:' DELIMITED BY SIZE
           SET SES-OVER TO TRUE.
           PERFORM STAMP-SESSION-RECORD.
           PERFORM SAVE-SESSION-RECORD.
           SET HIS-WALKED TO TRUE.
           PERFORM WRITE-GAME-HISTORY.

           MOVE SPACES TO OUTPUTSTRING.
           STRING
              SES-PENDING-QNO-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              SES-FINAL-PRIZE-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              SES-LADDER-ID-FILE DELIMITED BY SPACE
              INTO OUTPUTSTRING
              WITH POINTER OUT-PTR
           END-STRING.
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       WRITE-GAME-HISTORY.
      *
      *    THE GAME HAS JUST ENDED AND THE SESSION HAS BEEN SAVED AS
      *    OVER: KEEP A PERMANENT RECORD OF IT ON MIMKK22T.  THE
      *    CALLER HAS ALREADY SET THE OUTCOME; THE KEY CLOCK IS THE
      *    ABSTIME STAMP-SESSION-RECORD HAS JUST TAKEN.  THE LIFELINE
      *    QUEUES ARE STILL THERE - ONLY THE NEXT START CLEARS THEM.
      *    IF THE HISTORY CANNOT BE WRITTEN THE SESSION UPDATE IS
      *    BACKED OUT WITH IT, SO A GAME IS NEVER OVER WITHOUT ITS
      *    HISTORY RECORD
      *
           MOVE SES-CONTESTANT-FILE TO HIS-CONTESTANT-FILE.
           MOVE CURRENTTIME TO HIS-TIME-FILE.
           MOVE SES-START-DATE-FILE TO HIS-START-DATE-FILE.
           MOVE SES-START-TIME-FILE TO HIS-START-TIME-FILE.
           MOVE SES-DATE-FILE TO HIS-END-DATE-FILE.
           MOVE SES-TIMEOFDAY-FILE TO HIS-END-TIME-FILE.
           MOVE SES-LEVEL-FILE TO HIS-LEVEL-FILE.
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
       LINK-TO-SERVICE.
      *
