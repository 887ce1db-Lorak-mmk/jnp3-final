       01 INPUTSTRING        PIC X(550) VALUE SPACES.

       01 QUESTIONNO         PIC 9(5)  VALUE ZEROS.
      *  THE QUESTION NUMBER AS KEYED.  LEFT BLANK, THIS SERVICE
      *  ALLOCATES THE NEXT FREE NUMBER FROM THE MIMKK23H CONTROL
      *  RECORD AND RETURNS IT IN OUTPUTDATA
       01 QUESTIONNO-IN      PIC X(5)  VALUE SPACES.
       01 QUESTION           PIC X(98) VALUE SPACES.
       01 ANSWERONE          PIC X(90) VALUE SPACES.
       01 ANSONE             PIC 9(4) VALUE ZEROS.
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
       01 CORRECT-MARK          PIC 9(4) VALUE 1.
       01 CORRECT-COUNT         PIC 9(1) VALUE ZEROS.
      *
      *  AN ORDERING QUESTION (THE FASTEST-FINGER QUALIFIER SERVED BY
      *  MIMKK23L) HAS NO SINGLE CORRECT SLOT: EACH SLOT'S MARKER IS
      *  ORDER-MARK-BASE PLUS THE SLOT'S POSITION IN THE CORRECT
      *  SEQUENCE, SO 1001 GOES FIRST, 1002 SECOND AND SO ON.  EVERY
      *  SLOT THE QUESTION CARRIES MUST HOLD A DIFFERENT POSITION
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
      *  VSAM REFERENCE RECORD LAYOUT - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK22M, KEYED ON TYPE BYTE ('C' = CATEGORY, 'D' =
      *  DIFFICULTY) PLUS VALUE.  ONLY VALUES ON THIS FILE MAY BE
           05 JNL-QUESTIONNO-FILE   PIC X(5).
           05 JNL-IMAGE-FILE        PIC X(526).
       01 JNL-QUEUE             PIC X(4) VALUE 'QJNL'.
      *
      *  VSAM QUESTION TRANSLATION RECORD LAYOUT - SAME LAYOUT AS
      *  MAINTAINED BY MIMKK23D, KEYED ON QUESTIONNO PLUS LANGUAGE
      *  CODE.  EVERY REWRITE OF A QUESTION FLAGS ALL OF ITS
      *  TRANSLATIONS FOR RE-CHECK, AND THE PLAY SERVICES WILL NOT
      *  SERVE A FLAGGED TRANSLATION UNTIL A TRANSLATOR RE-ENTERS IT
      *
       01  TRANSLATION-RECORD-LAYOUT.
           05 TRN-KEY-FILE.
              10 TRN-QUESTIONNO-FILE  PIC 9(5).
              10 TRN-LANGUAGE-FILE    PIC X(2).
           05 TRN-QUESTION-FILE     PIC X(98).
           05 TRN-ANSWERONE-FILE    PIC X(90).
           05 TRN-ANSWERTWO-FILE    PIC X(90).
           05 TRN-ANSWERTHREE-FILE  PIC X(90).
           05 TRN-ANSWERFOUR-FILE   PIC X(90).
           05 TRN-STATUS-FILE       PIC X(1).
              88 TRN-CURRENT           VALUE 'C'.
              88 TRN-RECHECK           VALUE 'R'.
           05 TRN-USERID-FILE       PIC X(8).
           05 TRN-DATE-FILE         PIC X(10).
           05 TRN-TIMEOFDAY-FILE    PIC X(8).
       01 TRN-RECLEN            PIC S9(4) COMP VALUE 492.
       01 TRN-BROWSE-KEY.
           05 TRN-BROWSE-QNO        PIC 9(5) VALUE ZEROS.
           05 TRN-BROWSE-LANGUAGE   PIC X(2) VALUE LOW-VALUES.
       01 TRN-BROWSE-EOF-SW     PIC X VALUE 'N'.
           88 TRN-BROWSE-EOF       VALUE 'Y'.
      *  THE LANGUAGE CODES FOUND FOR THE QUESTION, COLLECTED FIRST
      *  SO NO RECORD IS HELD FOR UPDATE WHILE THE BROWSE IS OPEN
       01 TRN-LANG-COUNT        PIC S9(4) COMP VALUE 0.
       01 TRN-LANG-MAX          PIC S9(4) COMP VALUE 30.
       01 TRN-LANG-TABLE.
           05 TRN-LANG-CODE      PIC X(2) OCCURS 30 TIMES.
       01 TRN-LANG-SUB          PIC S9(4) COMP VALUE 0.
      *
      *  VSAM CONTROL RECORD LAYOUT - THE QUESTION NUMBER ALLOCATOR ON
      *  MIMKK23H, SEEDED BY MIMKK23I AND SHARED WITH THE MIMKK21U
      *  BULK LOAD.  CTL-NEXT-QNO-FILE IS THE LOWEST NUMBER NEVER YET
      *  HANDED OUT; IT ONLY EVER MOVES UP, SO NO NUMBER IS ISSUED
      *  TWICE.  100000 MEANS THE FIVE-DIGIT RANGE IS USED UP
      *
       01  CONTROL-RECORD-LAYOUT.
           05 CTL-KEY-FILE          PIC X(8).
           05 CTL-NEXT-QNO-FILE     PIC 9(6).
           05 CTL-USERID-FILE       PIC X(8).
           05 CTL-DATE-FILE         PIC X(10).
           05 CTL-TIMEOFDAY-FILE    PIC X(8).
       01 CTL-RECLEN            PIC S9(4) COMP VALUE 40.
       01 CTL-READ-KEY          PIC X(8) VALUE 'QUESTNO'.
      *  NUMBERS FROM QNO-WARN-LIMIT UP COME BACK WITH A WARNING THAT
      *  THE RANGE IS NEARLY FULL - SAME LIMIT AS MIMKK21U
       01 QNO-WARN-LIMIT        PIC 9(6) VALUE 95000.
       01 QNO-RANGE-TOP         PIC 9(6) VALUE 99999.
       01 QNO-PROBE-KEY         PIC 9(5) VALUE ZEROS.
       01 QNO-FREE-SW           PIC X VALUE 'N'.
           88 QNO-FREE             VALUE 'Y'.
       01 QNO-ALLOCATED-SW      PIC X VALUE 'N'.
           88 QNO-ALLOCATED        VALUE 'Y'.

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
             ANSWERFOUR ANSFOUR
             CATEGORY DIFFICULTY
           END-UNSTRING.
           UNSTRING INPUTSTRING DELIMITED BY ':'
             INTO QUESTIONNO-IN
           END-UNSTRING.

           IF QUESTIONNO-IN = SPACES OR QUESTIONNO IS NUMERIC
              CONTINUE
           ELSE
              MOVE 'QUESTION NUMBER IS NOT NUMERIC' TO OUTPUTSTRING
      *       PERFORM NORMAL-RETURN.

      *  Validate the answer data before it is ever written: exactly
      *  one of the four answer slots must mark the correct answer,
      *  or, for an ordering question, the markers must make one
      *  complete sequence (see CHECK-ORDER-SEQUENCE).
      *  A three-answer question simply leaves ANSWERFOUR/ANSFOUR
      *  empty on the input
           MOVE ANSONE TO ORDER-MARK (1).
           MOVE ANSTWO TO ORDER-MARK (2).
           MOVE ANSTHREE TO ORDER-MARK (3).
           MOVE ANSFOUR TO ORDER-MARK (4).
           MOVE ZEROS TO ORDER-COUNT.
           PERFORM VARYING ORDER-SUB FROM 1 BY 1 UNTIL ORDER-SUB > 4
              IF ORDER-MARK (ORDER-SUB) > ORDER-MARK-BASE
                 ADD 1 TO ORDER-COUNT
              END-IF
           END-PERFORM.
           IF ORDER-COUNT > ZEROS
              PERFORM CHECK-ORDER-SEQUENCE
           END-IF.

           MOVE ZEROS TO CORRECT-COUNT.
           IF ANSONE = CORRECT-MARK
              ADD 1 TO CORRECT-COUNT
           IF ANSFOUR = CORRECT-MARK
              ADD 1 TO CORRECT-COUNT
           END-IF.
           IF CORRECT-COUNT NOT = 1 AND ORDER-COUNT = ZEROS
              MOVE 'NO VALID CORRECT ANSWER MARKED' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'NO VALID CORRECT ANSWER MARKED' TO ERRORSTRING

           PERFORM CHECK-REFERENCE-VALUES.

      *  A NEW QUESTION KEYED WITHOUT A NUMBER IS GIVEN THE NEXT FREE
      *  ONE, ONLY NOW THE DATA HAS PASSED VALIDATION
           IF QUESTIONNO-IN = SPACES
              PERFORM ALLOCATE-QUESTIONNO
           END-IF.

           MOVE SPACES TO WBVSCUST-RECORD-LAYOUT
              MOVE QUESTIONNO         TO QUESTIONNO-FILE
              MOVE QUESTION           TO QUESTION-FILE
             QUESTION-FILE DELIMITED BY SPACE
             INTO OUTPUTSTRING
           END-STRING.

      *  AN ALLOCATED NUMBER IS NEW BY DEFINITION, SO IT IS ONLY EVER
      *  ADDED - NEVER ALLOWED TO FALL INTO THE REWRITE BELOW
           IF QNO-ALLOCATED
              MOVE SPACES TO OUTPUTSTRING
              IF QUESTIONNO-FILE >= QNO-WARN-LIMIT
                 STRING 'ALLOCATED:' QUESTIONNO-FILE
                        ':WARNING - QUESTIONNO RANGE NEARLY FULL'
                        DELIMITED BY SIZE INTO OUTPUTSTRING
                 END-STRING
              ELSE
                 STRING 'ALLOCATED:' QUESTIONNO-FILE
                        DELIMITED BY SIZE INTO OUTPUTSTRING
                 END-STRING
              END-IF
              PERFORM ADD-QUESTION-FILE
              PERFORM PUT-TO-CONTAINER
           END-IF.
      *WRITE-CUSTOMER-FILE.
      *
      *    FIND OUT WHETHER QUESTIONNO-FILE ALREADY EXISTS.  IF IT
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
       CHECK-ORDER-SEQUENCE.
      *
      *    AN ORDERING QUESTION: EVERY ANSWER SLOT IT CARRIES (THREE
      *    OR FOUR) MUST HOLD A DIFFERENT POSITION FROM 1 UP TO THE
      *    SLOT COUNT, AND AN UNUSED FOURTH SLOT MUST BE ZERO, SO
      *    THERE IS EXACTLY ONE RIGHT ORDER TO GRADE AGAINST
      *
           IF ANSWERFOUR = SPACES
              MOVE 3 TO ORDER-SLOTS
           ELSE
              MOVE 4 TO ORDER-SLOTS
           END-IF.
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

           IF ORDER-BAD
              MOVE 'ORDERING SEQUENCE IS NOT VALID' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'ORDERING SEQUENCE IS NOT VALID' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       CHECK-REFERENCE-VALUES.
      *
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

      *  -----------------------------------------------------------
       ALLOCATE-QUESTIONNO.
      *
      *    TAKE THE NEXT FREE QUESTION NUMBER FROM THE MIMKK23H
      *    CONTROL RECORD.  THE RECORD IS HELD FOR UPDATE FROM THE
      *    READ TO THE REWRITE, SO TWO EDITORS - OR AN EDITOR AND A
      *    MIMKK21U LOAD - ALWAYS GET DIFFERENT NUMBERS.  A NUMBER
      *    SOMEONE HAS ALREADY KEYED BY HAND IS STEPPED OVER, AND THE
      *    CONTROL RECORD IS MOVED PAST THE ONE TAKEN BEFORE THE
      *    QUESTION IS WRITTEN, SO A FAILED WRITE ONLY LEAVES A GAP
      *
           EXEC CICS READ FILE('MIMKK23H')
                          INTO(CONTROL-RECORD-LAYOUT)
                          RIDFLD(CTL-READ-KEY)
                          LENGTH(CTL-RECLEN)
                          UPDATE
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  MOVE 'QUESTION NUMBER CONTROL RECORD MISSING' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'QUESTION NUMBER CONTROL MISSING' TO
                        ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'CONTROL FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'CONTROL FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           MOVE 'N' TO QNO-FREE-SW.
           PERFORM UNTIL QNO-FREE
                      OR CTL-NEXT-QNO-FILE > QNO-RANGE-TOP
              MOVE CTL-NEXT-QNO-FILE TO QNO-PROBE-KEY
              EXEC CICS READ FILE('MIMKK21B')
                             INTO(OLD-RECORD-AREA)
                             RIDFLD(QNO-PROBE-KEY)
                             LENGTH(RECLEN)
                             RESP(ERR-CODE)
                             END-EXEC
              EVALUATE ERR-CODE
                  WHEN DFHRESP(NORMAL)
                     ADD 1 TO CTL-NEXT-QNO-FILE
                  WHEN DFHRESP(NOTFND)
                     SET QNO-FREE TO TRUE
                  WHEN OTHER
                     MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                           OUTPUTSTRING
                     MOVE 'READ' TO ERRORCMD
                     MOVE 'FILE READ ERROR' TO ERRORSTRING
                     PERFORM PUT-TO-CONTAINER
              END-EVALUATE
           END-PERFORM.

           IF NOT QNO-FREE
              MOVE 'QUESTION NUMBER RANGE IS FULL. CONTACT WB SUPPORT'
                    TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'QUESTION NUMBER RANGE IS FULL' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           MOVE QNO-PROBE-KEY TO QUESTIONNO.
           ADD 1 TO CTL-NEXT-QNO-FILE.
           MOVE SPACES TO CTL-USERID-FILE.
           EXEC CICS ASSIGN USERID(CTL-USERID-FILE)
                            END-EXEC.
           EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
                            END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(CURRENTTIME)
                     DDMMYYYY(CTL-DATE-FILE)
                     DATESEP('/')
                     TIME(CTL-TIMEOFDAY-FILE)
                     TIMESEP(':')
                     RESP(RESPCODE)
                     END-EXEC.
           EXEC CICS REWRITE FILE('MIMKK23H')
                          FROM(CONTROL-RECORD-LAYOUT)
                          LENGTH(CTL-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           IF ERR-CODE NOT = DFHRESP(NORMAL)
              MOVE 'CONTROL FILE REWRITE ERROR. CONTACT WB SUPPORT' TO
                    OUTPUTSTRING
              MOVE 'REWRITE' TO ERRORCMD
              MOVE 'CONTROL FILE REWRITE ERROR' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.
           SET QNO-ALLOCATED TO TRUE.

      *  -----------------------------------------------------------
       REWRITE-QUESTION-FILE.
      *
               WHEN DFHRESP(NORMAL)
                  MOVE 'R' TO JNL-ACTION-FILE
                  PERFORM WRITE-JOURNAL-RECORD
                  PERFORM FLAG-TRANSLATIONS
               WHEN OTHER
                  MOVE 'FILE REWRITE ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

      *  -----------------------------------------------------------
       FLAG-TRANSLATIONS.
      *
      *    THE MASTER TEXT HAS JUST CHANGED, SO EVERY MIMKK23C
      *    TRANSLATION OF THIS QUESTION MAY NOW BE WRONG.  COLLECT
      *    THE LANGUAGE CODES ON FILE FOR IT, THEN MARK EACH ONE FOR
      *    RE-CHECK.  A QUESTION WITH NO TRANSLATIONS IS A NO-OP
      *
           MOVE ZERO TO TRN-LANG-COUNT.
           MOVE QUESTIONNO-FILE TO TRN-BROWSE-QNO.
           MOVE LOW-VALUES TO TRN-BROWSE-LANGUAGE.
           MOVE 'N' TO TRN-BROWSE-EOF-SW.
           EXEC CICS STARTBR FILE('MIMKK23C')
                          RIDFLD(TRN-BROWSE-KEY)
                          GTEQ
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN OTHER
                  SET TRN-BROWSE-EOF TO TRUE
           END-EVALUATE.

           PERFORM UNTIL TRN-BROWSE-EOF
                      OR TRN-LANG-COUNT >= TRN-LANG-MAX
              EXEC CICS READNEXT FILE('MIMKK23C')
                             INTO(TRANSLATION-RECORD-LAYOUT)
                             RIDFLD(TRN-BROWSE-KEY)
                             LENGTH(TRN-RECLEN)
                             RESP(ERR-CODE)
                             END-EXEC
              IF ERR-CODE = DFHRESP(NORMAL) AND
                 TRN-QUESTIONNO-FILE = QUESTIONNO-FILE
                 ADD 1 TO TRN-LANG-COUNT
                 MOVE TRN-LANGUAGE-FILE TO
                      TRN-LANG-CODE (TRN-LANG-COUNT)
              ELSE
                 SET TRN-BROWSE-EOF TO TRUE
              END-IF
           END-PERFORM.

      *  END THE BROWSE.  RESP IS CAPTURED BUT NOT CHECKED: IF THE
      *  STARTBR ITSELF FAILED THERE IS NO BROWSE TO END AND THE
      *  ENDBR JUST COMES BACK INVREQ
           EXEC CICS ENDBR FILE('MIMKK23C')
                           RESP(ERR-CODE)
                           END-EXEC.

           PERFORM VARYING TRN-LANG-SUB FROM 1 BY 1
                   UNTIL TRN-LANG-SUB > TRN-LANG-COUNT
              PERFORM FLAG-ONE-TRANSLATION
           END-PERFORM.

      *  -----------------------------------------------------------
       FLAG-ONE-TRANSLATION.
      *
      *    READ ONE TRANSLATION FOR UPDATE AND REWRITE IT WITH THE
      *    RE-CHECK STATUS.  NOTFND JUST MEANS A TRANSLATOR DELETED
      *    IT SINCE THE BROWSE, SO THERE IS NOTHING TO FLAG
      *
           MOVE QUESTIONNO-FILE TO TRN-BROWSE-QNO.
           MOVE TRN-LANG-CODE (TRN-LANG-SUB) TO TRN-BROWSE-LANGUAGE.
           EXEC CICS READ FILE('MIMKK23C')
                          INTO(TRANSLATION-RECORD-LAYOUT)
                          RIDFLD(TRN-BROWSE-KEY)
                          LENGTH(TRN-RECLEN)
                          UPDATE
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  SET TRN-RECHECK TO TRUE
                  EXEC CICS REWRITE FILE('MIMKK23C')
                                 FROM(TRANSLATION-RECORD-LAYOUT)
                                 LENGTH(TRN-RECLEN)
                                 RESP(ERR-CODE)
                                 END-EXEC
                  IF ERR-CODE NOT = DFHRESP(NORMAL)
                     MOVE 'TRANSLATION FLAG ERROR. CONTACT WB SUPPORT'
                           TO OUTPUTSTRING
                     MOVE 'REWRITE' TO ERRORCMD
                     MOVE 'TRANSLATION FLAG ERROR' TO ERRORSTRING
                     PERFORM PUT-TO-CONTAINER
                  END-IF
               WHEN DFHRESP(NOTFND)
                  CONTINUE
               WHEN OTHER
                  MOVE 'TRANSLATION READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'TRANSLATION FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

      *  -----------------------------------------------------------
       WRITE-JOURNAL-RECORD.
      *
