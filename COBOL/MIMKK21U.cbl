      *  WITH FALSE DUPLICATES.  A CLEAN END REWRITES THE CHECKPOINT   *
      *  TO ZERO SO THE NEXT LOAD STARTS FROM THE TOP.                 *
      *                                                                *
      *  A LOAD LINE MAY LEAVE QUESTIONNO BLANK.  BEFORE ANYTHING IS   *
      *  LOADED THE RUN COUNTS THOSE LINES AND RESERVES ONE BLOCK OF   *
      *  FREE NUMBERS FOR THEM FROM THE MIMKK23H CONTROL RECORD - THE  *
      *  SAME ALLOCATOR MIMKK21S USES - AND THE N'TH BLANK LINE IN     *
      *  LOADIN TAKES THE N'TH NUMBER OF THE BLOCK.  THE BLOCK IS KEPT *
      *  ON THE CHECKPOINT, SO A RESTART GIVES EVERY LINE THE SAME     *
      *  NUMBER AS THE FAILED RUN DID: NOTHING IS LOADED TWICE AND NO  *
      *  NUMBER IS EVER HANDED OUT AGAIN.  ALLOCATED NUMBERS ARE       *
      *  LISTED AGAINST THEIR LOADIN LINE, AND THE RUN WARNS WHEN THE  *
      *  FIVE-DIGIT RANGE IS NEARLY FULL.                              *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY IS REF-KEY
                  FILE STATUS IS WS-REF-STATUS.

           SELECT CTLFILE ASSIGN TO CTLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CTL-KEY-FILE
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO CHKPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CHKPT-STATUS.
              10 REF-TYPE-FILE      PIC X(1).
              10 REF-VALUE-FILE     PIC X(20).

      *
      *  VSAM CONTROL FILE - THE QUESTION NUMBER ALLOCATOR, SAME
      *  LAYOUT AS UPDATED BY MIMKK21S AND SEEDED BY MIMKK23I
      *
       FD  CTLFILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT.
           05 CTL-KEY-FILE          PIC X(8).
           05 CTL-NEXT-QNO-FILE     PIC 9(6).
           05 CTL-USERID-FILE       PIC X(8).
           05 CTL-DATE-FILE         PIC X(10).
           05 CTL-TIMEOFDAY-FILE    PIC X(8).

      *
      *  RESTART CHECKPOINT - HOW MANY LOADIN RECORDS THIS LOAD HAS
      *  FULLY PROCESSED, AND THE BLOCK OF QUESTION NUMBERS IT HAS
      *  RESERVED FOR ITS BLANK-NUMBER LINES.  REWRITTEN IN PLACE AT
      *  EVERY CHECKPOINT AND SET BACK TO ZERO WHEN THE LOAD ENDS
      *  CLEAN
      *
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05 CHKPT-PROCESSED       PIC 9(7).
           05 CHKPT-FIRST-QNO       PIC 9(6).
           05 CHKPT-BLOCK-SIZE      PIC 9(6).
           05 FILLER                PIC X(61).

       WORKING-STORAGE SECTION.
       01 WS-LOAD-STATUS            PIC X(2) VALUE SPACES.
           88 QFILE-DUPLICATE           VALUE '22'.
       01 WS-REF-STATUS             PIC X(2) VALUE SPACES.
           88 REF-OK                    VALUE '00'.
       01 WS-CTL-STATUS             PIC X(2) VALUE SPACES.
           88 CTL-OK                    VALUE '00'.
       01 WS-CHKPT-STATUS           PIC X(2) VALUE SPACES.
           88 CHKPT-OK                  VALUE '00'.
           88 CHKPT-MISSING             VALUE '35'.
       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

      *  THE BLOCK OF QUESTION NUMBERS RESERVED FOR THIS LOAD'S
      *  BLANK-NUMBER LINES, AND HOW MANY SUCH LINES HAVE BEEN PASSED
      *  SO FAR (SKIPPED ON RESTART OR PROCESSED) - THE N'TH TAKES
      *  WS-BLOCK-FIRST + N - 1.  NUMBERS FROM WS-QNO-WARN-LIMIT UP
      *  DRAW A WARNING, SAME LIMIT AS MIMKK21S
       01 WS-BLOCK-FIRST            PIC 9(6) VALUE ZEROS.
       01 WS-BLOCK-SIZE             PIC 9(6) VALUE ZEROS.
       01 WS-BLOCK-LAST             PIC 9(6) VALUE ZEROS.
       01 WS-BLANK-SEEN             PIC 9(6) VALUE ZEROS.
       01 WS-PROBE                  PIC 9(6) VALUE ZEROS.
       01 WS-QNO-WARN-LIMIT         PIC 9(6) VALUE 95000.
       01 WS-QNO-RANGE-TOP          PIC 9(6) VALUE 99999.
       01 WS-ALLOCATED-SW           PIC X VALUE 'N'.
           88 WS-ALLOCATED              VALUE 'Y'.
       01 WS-ALLOCATED-COUNT        PIC 9(7) VALUE ZEROS.
       01 WS-TODAY                  PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY         PIC 9(4).
           05 WS-TODAY-MM           PIC 9(2).
           05 WS-TODAY-DD           PIC 9(2).
       01 WS-NOW                    PIC 9(8) VALUE ZEROS.
       01 WS-NOW-PARTS REDEFINES WS-NOW.
           05 WS-NOW-HH             PIC 9(2).
           05 WS-NOW-MI             PIC 9(2).
           05 WS-NOW-SS             PIC 9(2).
           05 WS-NOW-CC             PIC 9(2).

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-LOADED-COUNT           PIC 9(7) VALUE ZEROS.
       01 WS-REJECTED-COUNT         PIC 9(7) VALUE ZEROS.
      *  FIELDS UNSTRUNG OUT OF EACH INPUT RECORD, SAME NAMES/LAYOUT
      *  AS THE EQUIVALENT FIELDS IN MIMKK21S
       01 QUESTIONNO                PIC 9(5) VALUE ZEROS.
      *  THE QUESTION NUMBER AS SUPPLIED - BLANK ASKS FOR ONE FROM
      *  THE RESERVED BLOCK
       01 QUESTIONNO-IN             PIC X(5) VALUE SPACES.
       01 QUESTION                  PIC X(98) VALUE SPACES.
       01 ANSWERONE                 PIC X(90) VALUE SPACES.
       01 ANSONE                    PIC 9(4) VALUE ZEROS.
           05 WS-SUMMARY-QNO         PIC 9(5).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-SUMMARY-RESULT      PIC X(40).
           05 WS-SUMMARY-ALLOCATED   PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER                 PIC X(16) VALUE 'RECORDS READ:   '.
       01 WS-REJECTED-LINE.
           05 FILLER                 PIC X(16) VALUE 'REJECTED:       '.
           05 WS-TOTAL-REJECTED      PIC ZZZZZZ9.
       01 WS-ALLOCATED-LINE.
           05 FILLER                 PIC X(16) VALUE 'NUMBERS ISSUED: '.
           05 WS-TOTAL-ALLOCATED     PIC ZZZZZZ9.
       01 WS-LINE-DISP               PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
      *  -----------------------------------------------------------

           PERFORM READ-CHECKPOINT.
           IF WS-BLOCK-SIZE = ZEROS AND WS-SKIP-COUNT = ZEROS
              PERFORM COUNT-BLANK-QUESTIONNOS
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM RESERVE-QUESTIONNOS.

           DISPLAY 'MIMKK21U - BULK LOAD STARTING'.
           IF WS-SKIP-COUNT > ZEROS
              IF NOT WS-EOF
                 IF WS-READ-COUNT NOT > WS-SKIP-COUNT
                    ADD 1 TO WS-SKIPPED-COUNT
                    PERFORM CHECK-BLANK-QUESTIONNO
                    IF QUESTIONNO-IN = SPACES
                       ADD 1 TO WS-BLANK-SEEN
                    END-IF
                 ELSE
                    PERFORM PROCESS-LOAD-RECORD
                    PERFORM TAKE-CHECKPOINT
                    IF CHKPT-PROCESSED IS NUMERIC
                       MOVE CHKPT-PROCESSED TO WS-SKIP-COUNT
                    END-IF
                    IF CHKPT-FIRST-QNO IS NUMERIC AND
                       CHKPT-BLOCK-SIZE IS NUMERIC
                       MOVE CHKPT-FIRST-QNO TO WS-BLOCK-FIRST
                       MOVE CHKPT-BLOCK-SIZE TO WS-BLOCK-SIZE
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           ELSE
           END-IF.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE WS-READ-COUNT TO CHKPT-PROCESSED.
           MOVE WS-BLOCK-FIRST TO CHKPT-FIRST-QNO.
           MOVE WS-BLOCK-SIZE TO CHKPT-BLOCK-SIZE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

           END-IF.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE ZEROS TO CHKPT-PROCESSED.
           MOVE ZEROS TO CHKPT-FIRST-QNO.
           MOVE ZEROS TO CHKPT-BLOCK-SIZE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      *  -----------------------------------------------------------
       COUNT-BLANK-QUESTIONNOS.
      *
      *  A FRESH LOAD READS LOADIN ONCE THROUGH FIRST, COUNTING THE
      *  LINES THAT LEAVE QUESTIONNO BLANK, SO ONE BLOCK OF NUMBERS
      *  CAN BE RESERVED FOR THEM BEFORE ANY LINE IS LOADED
      *  -----------------------------------------------------------
           OPEN INPUT LOAD-FILE.
           IF NOT LOAD-OK
              DISPLAY 'MIMKK21U - UNABLE TO OPEN LOAD FILE, '
                      'STATUS=' WS-LOAD-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
              READ LOAD-FILE
                 AT END
                    SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM CHECK-BLANK-QUESTIONNO
                    IF QUESTIONNO-IN = SPACES
                       ADD 1 TO WS-BLOCK-SIZE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE LOAD-FILE.
           MOVE 'N' TO WS-EOF-SW.

      *  -----------------------------------------------------------
       CHECK-BLANK-QUESTIONNO.
      *  -----------------------------------------------------------
           MOVE SPACES TO QUESTIONNO-IN.
           UNSTRING LOAD-RECORD DELIMITED BY ':'
             INTO QUESTIONNO-IN
           END-UNSTRING.

      *  -----------------------------------------------------------
       RESERVE-QUESTIONNOS.
      *
      *  A RESTART REUSES THE BLOCK ITS FAILED RUN RESERVED, FROM THE
      *  CHECKPOINT.  A FRESH LOAD WITH BLANK-NUMBER LINES TAKES THE
      *  NEXT RUN OF FREE NUMBERS LONG ENOUGH FOR ALL OF THEM FROM
      *  THE MIMKK23H CONTROL RECORD - STEPPING OVER ANY NUMBER
      *  ALREADY KEYED BY HAND - MOVES THE CONTROL RECORD PAST THE
      *  BLOCK, AND ONLY THEN CHECKPOINTS THE BLOCK.  A FAILURE
      *  BETWEEN THE TWO LEAVES AN UNUSED GAP, NEVER A NUMBER GIVEN
      *  OUT TWICE
      *  -----------------------------------------------------------
           IF WS-BLOCK-SIZE > ZEROS
              IF WS-BLOCK-FIRST > ZEROS
                 DISPLAY 'MIMKK21U - RESTART: REUSING RESERVED '
                         'QUESTIONNOS FROM ' WS-BLOCK-FIRST
                         ' FOR ' WS-BLOCK-SIZE ' LINES'
              ELSE
                 PERFORM TAKE-QUESTIONNO-BLOCK
              END-IF
              COMPUTE WS-BLOCK-LAST = WS-BLOCK-FIRST + WS-BLOCK-SIZE - 1
              IF WS-BLOCK-LAST >= WS-QNO-WARN-LIMIT
                 DISPLAY 'MIMKK21U - *** WARNING *** QUESTIONNO RANGE '
                         'NEARLY FULL - HIGHEST ISSUED ' WS-BLOCK-LAST
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       TAKE-QUESTIONNO-BLOCK.
      *  -----------------------------------------------------------
           OPEN I-O CTLFILE.
           IF NOT CTL-OK
              DISPLAY 'MIMKK21U - UNABLE TO OPEN CONTROL FILE, '
                      'STATUS=' WS-CTL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'QUESTNO' TO CTL-KEY-FILE.
           READ CTLFILE
              INVALID KEY
                 DISPLAY 'MIMKK21U - QUESTION NUMBER CONTROL RECORD '
                         'MISSING FROM MIMKK23H'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.

      *  SLIDE THE BLOCK UP PAST EVERY NUMBER ALREADY ON MIMKK21B
      *  UNTIL EVERY NUMBER IN IT IS FREE, OR IT RUNS OFF THE TOP
           MOVE CTL-NEXT-QNO-FILE TO WS-BLOCK-FIRST.
           MOVE ZEROS TO WS-PROBE.
           COMPUTE WS-BLOCK-LAST = WS-BLOCK-FIRST + WS-BLOCK-SIZE - 1.
           PERFORM UNTIL WS-PROBE >= WS-BLOCK-SIZE
                      OR WS-BLOCK-LAST > WS-QNO-RANGE-TOP
              COMPUTE QUESTIONNO-FILE = WS-BLOCK-FIRST + WS-PROBE
              READ QFILE
                 INVALID KEY
                    ADD 1 TO WS-PROBE
                 NOT INVALID KEY
                    COMPUTE WS-BLOCK-FIRST =
                            WS-BLOCK-FIRST + WS-PROBE + 1
                    MOVE ZEROS TO WS-PROBE
                    COMPUTE WS-BLOCK-LAST =
                            WS-BLOCK-FIRST + WS-BLOCK-SIZE - 1
              END-READ
           END-PERFORM.

           IF WS-BLOCK-LAST > WS-QNO-RANGE-TOP
              DISPLAY 'MIMKK21U - *** QUESTIONNO RANGE IS FULL *** '
                      'NO ROOM FOR ' WS-BLOCK-SIZE ' NEW NUMBERS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           COMPUTE CTL-NEXT-QNO-FILE = WS-BLOCK-LAST + 1.
           MOVE 'MIMKK21U' TO CTL-USERID-FILE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE SPACES TO CTL-DATE-FILE.
           STRING
              WS-TODAY-DD DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-TODAY-MM DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-TODAY-YYYY DELIMITED BY SIZE
              INTO CTL-DATE-FILE
           END-STRING.
           MOVE SPACES TO CTL-TIMEOFDAY-FILE.
           STRING
              WS-NOW-HH DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-NOW-MI DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-NOW-SS DELIMITED BY SIZE
              INTO CTL-TIMEOFDAY-FILE
           END-STRING.

           REWRITE CONTROL-RECORD-LAYOUT.
           IF NOT CTL-OK
              DISPLAY 'MIMKK21U - UNABLE TO UPDATE CONTROL FILE, '
                      'STATUS=' WS-CTL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CTLFILE.

           PERFORM WRITE-CHECKPOINT.
           DISPLAY 'MIMKK21U - RESERVED QUESTIONNOS ' WS-BLOCK-FIRST
                   ' TO ' WS-BLOCK-LAST ' FOR BLANK-NUMBER LINES'.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
       PROCESS-LOAD-RECORD.
      *  -----------------------------------------------------------
           MOVE 'Y' TO WS-RECORD-OK-SW.
           MOVE 'N' TO WS-ALLOCATED-SW.
           MOVE SPACES TO WS-REJECT-REASON.

      *  CLEAR EVERY UNSTRING TARGET FIRST -- A LOAD LINE WITH FEWER
             CATEGORY DIFFICULTY AUTHOR-ID
           END-UNSTRING.

      *  A BLANK QUESTIONNO TAKES THE NEXT NUMBER OF THE RESERVED
      *  BLOCK BY ITS PLACE AMONG THE BLANK-NUMBER LINES OF LOADIN
           PERFORM CHECK-BLANK-QUESTIONNO.
           IF QUESTIONNO-IN = SPACES
              ADD 1 TO WS-BLANK-SEEN
              IF WS-BLANK-SEEN > WS-BLOCK-SIZE
                 MOVE 'N' TO WS-RECORD-OK-SW
                 MOVE 'NO RESERVED QUESTIONNO LEFT' TO WS-REJECT-REASON
              ELSE
                 COMPUTE QUESTIONNO = WS-BLOCK-FIRST + WS-BLANK-SEEN - 1
                 SET WS-ALLOCATED TO TRUE
              END-IF
           ELSE
              IF QUESTIONNO IS NOT NUMERIC
                 MOVE 'N' TO WS-RECORD-OK-SW
                 MOVE 'QUESTION NUMBER IS NOT NUMERIC' TO
                       WS-REJECT-REASON
              END-IF
           END-IF.

           IF WS-RECORD-OK

           IF QFILE-OK
              ADD 1 TO WS-LOADED-COUNT
              IF WS-ALLOCATED
                 ADD 1 TO WS-ALLOCATED-COUNT
              END-IF
              MOVE 'LOADED' TO WS-REJECT-REASON
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
      *  -----------------------------------------------------------
           MOVE QUESTIONNO TO WS-SUMMARY-QNO.
           MOVE WS-REJECT-REASON TO WS-SUMMARY-RESULT.
           MOVE SPACES TO WS-SUMMARY-ALLOCATED.
           IF WS-ALLOCATED
              MOVE WS-READ-COUNT TO WS-LINE-DISP
              STRING 'ALLOCATED TO LOADIN LINE ' WS-LINE-DISP
                     DELIMITED BY SIZE INTO WS-SUMMARY-ALLOCATED
              END-STRING
           END-IF.
           DISPLAY WS-SUMMARY-LINE.

      *  -----------------------------------------------------------
           MOVE WS-READ-COUNT TO WS-TOTAL-READ.
           MOVE WS-LOADED-COUNT TO WS-TOTAL-LOADED.
           MOVE WS-REJECTED-COUNT TO WS-TOTAL-REJECTED.
           MOVE WS-ALLOCATED-COUNT TO WS-TOTAL-ALLOCATED.

           DISPLAY 'MIMKK21U - BULK LOAD COMPLETE'.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY WS-LOADED-LINE.
           DISPLAY WS-REJECTED-LINE.
           DISPLAY WS-ALLOCATED-LINE.
           IF WS-SKIPPED-COUNT > ZEROS
              DISPLAY 'MIMKK21U - RESTART SKIPPED RECORDS ALREADY '
                      'PROCESSED: ' WS-SKIPPED-COUNT
