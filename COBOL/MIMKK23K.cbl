      ******************************************************************
      *                                                                *
      * MIMKK23K - ABANDONED GAME SESSION SWEEP LIST                   *
      *                                                                *
      *  READS THE DAY'S QSWP SWEEP LOG - ONE RECORD WRITTEN BY THE    *
      *  MIMKK23J SWEEP SERVICE FOR EVERY MIMKK22B SESSION IT CLOSED   *
      *  AFTER IT WAS LEFT IN PLAY PAST THE IDLE CUT-OFF - AND PRINTS  *
      *  ON SYSOUT ONE LINE PER CLOSED SESSION: THE CONTESTANT, THE    *
      *  LADDER, THE LEVEL BEING PLAYED FOR, THE QUESTION LEFT         *
      *  PENDING, THE PRIZE BANKED, THE PRIZE AWARDED UNDER THE        *
      *  MILESTONE FALL-BACK RULE, WHEN THE SESSION LAST MOVED AND     *
      *  WHEN IT WAS CLOSED.  THE TOTAL OF THE PRIZES AWARDED IS THE   *
      *  LIABILITY THE SWEEP SETTLED.  AN UNREADABLE LOG RECORD IS     *
      *  LISTED AS IT STANDS AND ENDS THE JOB RC=4, SO THE SESSION IT  *
      *  STOOD FOR IS LOOKED AT BY HAND.                               *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23K.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-FILE ASSIGN TO SWEEPIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SWEEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  SWEEP LOG - SAME LAYOUT AS WRITTEN TO THE QSWP TD QUEUE BY
      *  MIMKK23J
      *
       FD  SWEEP-FILE
           RECORD CONTAINS 75 CHARACTERS.
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

       WORKING-STORAGE SECTION.
       01 WS-SWEEP-STATUS           PIC X(2) VALUE SPACES.
           88 SWEEP-OK                  VALUE '00'.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-CLOSED-COUNT           PIC 9(7) VALUE ZEROS.
       01 WS-PENDING-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-REJECT-COUNT           PIC 9(7) VALUE ZEROS.
       01 WS-AWARDED-TOTAL          PIC 9(11) VALUE ZEROS.
       01 WS-BANKED-TOTAL           PIC 9(11) VALUE ZEROS.

       01 WS-LIST-HEAD.
           05 FILLER                PIC X(41)
              VALUE 'CONTEST  LADDER   LEVEL  PENDING   BANKED'.
           05 FILLER                PIC X(42)
              VALUE '  AWARDED  LAST MOVED           CLOSED AT'.
       01 WS-LIST-LINE.
           05 WS-LST-CONTESTANT     PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LST-LADDER         PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LST-LEVEL          PIC Z9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LST-PENDING        PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LST-BANKED         PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LST-AWARDED        PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LST-LAST-DATE      PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LST-LAST-TIME      PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LST-SWEPT-DATE     PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LST-SWEPT-TIME     PIC X(8).

       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'SWEEP LOG RECORDS READ:   '.
           05 WS-TOTAL-READ      PIC ZZZZZZ9.
       01 WS-CLOSED-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'SESSIONS CLOSED:          '.
           05 WS-TOTAL-CLOSED    PIC ZZZZZZ9.
       01 WS-PENDING-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'WITH A QUESTION PENDING:  '.
           05 WS-TOTAL-PENDING   PIC ZZZZZZ9.
       01 WS-BANKED-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'PRIZES BANKED:            '.
           05 WS-TOTAL-BANKED    PIC ZZZZZZZZZZ9.
       01 WS-AWARDED-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'PRIZES AWARDED:           '.
           05 WS-TOTAL-AWARDED   PIC ZZZZZZZZZZ9.
       01 WS-REJECT-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'UNREADABLE RECORDS:       '.
           05 WS-TOTAL-REJECT    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM OPEN-FILES.

           DISPLAY 'MIMKK23K - ABANDONED GAME SESSIONS CLOSED BY '
                   'THE SWEEP'.
           DISPLAY ' '.
           DISPLAY WS-LIST-HEAD.

           PERFORM UNTIL WS-EOF
              PERFORM READ-SWEEP-FILE
              IF NOT WS-EOF
                 PERFORM LIST-SWEEP-RECORD
              END-IF
           END-PERFORM.

           IF WS-READ-COUNT = ZEROS
              DISPLAY 'NO SESSIONS WERE CLOSED'
           END-IF.

           PERFORM CLOSE-FILES.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           OPEN INPUT SWEEP-FILE.
           IF NOT SWEEP-OK
              DISPLAY 'MIMKK23K - UNABLE TO OPEN SWEEP LOG, '
                      'STATUS=' WS-SWEEP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       READ-SWEEP-FILE.
      *  -----------------------------------------------------------
           READ SWEEP-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.

      *  -----------------------------------------------------------
       LIST-SWEEP-RECORD.
      *
      *  A RECORD WHOSE LEVEL, PENDING QUESTION OR PRIZES ARE NOT
      *  NUMERIC IS PRINTED RAW AND COUNTED, NOT ADDED TO THE TOTALS.
      *  A PENDING QUESTION OF ZERO MEANS THE CONTESTANT LEFT
      *  BETWEEN QUESTIONS AND PRINTS AS NONE
      *
           IF SWP-LEVEL-FILE IS NOT NUMERIC
              OR SWP-PENDING-QNO-FILE IS NOT NUMERIC
              OR SWP-BANKED-PRIZE-FILE IS NOT NUMERIC
              OR SWP-FINAL-PRIZE-FILE IS NOT NUMERIC
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'UNREADABLE: ' SWEEP-RECORD-LAYOUT
           ELSE
              MOVE SWP-CONTESTANT-FILE TO WS-LST-CONTESTANT
              MOVE SWP-LADDER-ID-FILE TO WS-LST-LADDER
              MOVE SWP-LEVEL-FILE TO WS-LST-LEVEL
              IF SWP-PENDING-QNO-FILE = ZEROS
                 MOVE 'NONE' TO WS-LST-PENDING
              ELSE
                 MOVE SWP-PENDING-QNO-FILE TO WS-LST-PENDING
                 ADD 1 TO WS-PENDING-COUNT
              END-IF
              MOVE SWP-BANKED-PRIZE-FILE TO WS-LST-BANKED
              MOVE SWP-FINAL-PRIZE-FILE TO WS-LST-AWARDED
              MOVE SWP-LAST-DATE-FILE TO WS-LST-LAST-DATE
              MOVE SWP-LAST-TIME-FILE TO WS-LST-LAST-TIME
              MOVE SWP-SWEPT-DATE-FILE TO WS-LST-SWEPT-DATE
              MOVE SWP-SWEPT-TIME-FILE TO WS-LST-SWEPT-TIME
              DISPLAY WS-LIST-LINE
              ADD 1 TO WS-CLOSED-COUNT
              ADD SWP-BANKED-PRIZE-FILE TO WS-BANKED-TOTAL
              ADD SWP-FINAL-PRIZE-FILE TO WS-AWARDED-TOTAL
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE SWEEP-FILE.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *  -----------------------------------------------------------
           MOVE WS-READ-COUNT TO WS-TOTAL-READ.
           MOVE WS-CLOSED-COUNT TO WS-TOTAL-CLOSED.
           MOVE WS-PENDING-COUNT TO WS-TOTAL-PENDING.
           MOVE WS-BANKED-TOTAL TO WS-TOTAL-BANKED.
           MOVE WS-AWARDED-TOTAL TO WS-TOTAL-AWARDED.
           MOVE WS-REJECT-COUNT TO WS-TOTAL-REJECT.

           DISPLAY ' '.
           DISPLAY 'MIMKK23K - SWEEP LIST COMPLETE'.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY WS-CLOSED-LINE.
           DISPLAY WS-PENDING-LINE.
           DISPLAY WS-BANKED-LINE.
           DISPLAY WS-AWARDED-LINE.
           DISPLAY WS-REJECT-LINE.

           IF WS-REJECT-COUNT > ZEROS
              DISPLAY 'MIMKK23K - *** UNREADABLE SWEEP LOG RECORDS *** '
                      'CHECK THE SESSIONS BY HAND'
              MOVE 4 TO RETURN-CODE
           END-IF.
