      *  ANSTWO-FILE/ANSTHREE-FILE/ANSFOUR-FILE IS THE CORRECT ANSWER
       01 CORRECT-MARK       PIC 9(4) VALUE 1.
       01 CORRECT-SLOT       PIC 9(1) VALUE ZEROS.
      *  MARKERS ABOVE ORDER-MARK-BASE MAKE AN ORDERING QUESTION -
      *  EACH SLOT'S POSITION IN THE RIGHT SEQUENCE, NOT ONE CORRECT
      *  SLOT.  THOSE ARE GRADED BY THE MIMKK23L QUALIFIER, NOT HERE
       01 ORDER-MARK-BASE    PIC 9(4) VALUE 1000.

       01 OUTPUTSTRING       PIC X(400) VALUE SPACES.
       01 RESPCODE           PIC S9(8) COMP-4 VALUE 0.
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
      *    WORK OUT WHICH ANSWER SLOT IS MARKED CORRECT, AND COMPARE
      *    IT TO THE SLOT THE CONTESTANT CHOSE.  ONLY APPROVED
      *    QUESTIONS ARE EVER GRADED -- A DRAFT REACHING HERE IS A
      *    CALLER MISTAKE AND MUST NOT BECOME A RECORDED ATTEMPT,
      *    AND NEITHER MUST AN ORDERING QUESTION, WHICH HAS NO ONE
      *    CORRECT SLOT.
      *    A CHOICE OF SLOT 4 AGAINST A THREE-ANSWER QUESTION IS
      *    LIKEWISE REJECTED BEFORE ANY GRADING
      *
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF ANSONE-FILE > ORDER-MARK-BASE OR
              ANSTWO-FILE > ORDER-MARK-BASE OR
              ANSTHREE-FILE > ORDER-MARK-BASE OR
              ANSFOUR-FILE > ORDER-MARK-BASE
              MOVE 'ORDERING QUESTION - USE QUALIFIER' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'ORDERING QUESTION NOT GRADED' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF CHOSEN-ANSWER-NO = 4 AND ANSWERFOUR-FILE = SPACES
              MOVE 'CHOSEN ANSWER IS NOT VALID' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
