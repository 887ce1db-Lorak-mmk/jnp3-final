      ******************************************************************
      *                                                                *
      * MIMKK23N - FASTEST-FINGER-FIRST QUALIFIER RESULTS LIST         *
      *                                                                *
      *  READS THE MIMKK23M QUALIFIER FILE KEPT BY THE MIMKK23L        *
      *  QUALIFIER SERVICE - ONE RECORD PER PANEL CONTESTANT PER       *
      *  ROUND - AND PRINTS ON SYSOUT EVERY ROUND FOR THE PRODUCERS:   *
      *  THE QUESTION DEALT AND WHEN, THEN THE PANEL IN FINISHING      *
      *  ORDER WITH EACH CONTESTANT'S ORDER, RESULT AND TIME IN        *
      *  MILLISECONDS FROM THE DEAL, THE WINNER AND WHETHER THE        *
      *  WINNER'S GAME WAS STARTED.  A ROUND NOT YET CLOSED IS LISTED  *
      *  IN CONTESTANT ORDER AND FLAGGED.  AN UNREADABLE RECORD IS     *
      *  LISTED AS IT STANDS AND ENDS THE JOB RC=4, AS IS A WON ROUND  *
      *  WHOSE WINNER'S GAME WAS NOT STARTED, SO IT IS STARTED BY      *
      *  HAND.                                                         *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23N.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALFILE ASSIGN TO QUALFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS QLF-KEY
                  FILE STATUS IS WS-QUAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  QUALIFIER RESULT RECORD - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK23L, KEYED ON ROUND ID PLUS CONTESTANT ID
      *
       FD  QUALFILE
           RECORD CONTAINS 70 CHARACTERS.
       01  QUALIFIER-RECORD-LAYOUT.
           05 QLF-KEY.
              10 QLF-ROUND-FILE        PIC X(8).
              10 QLF-CONTESTANT-FILE   PIC X(8).
           05 QLF-QUESTIONNO-FILE      PIC 9(5).
           05 QLF-DEAL-TIME-FILE       PIC 9(15).
           05 QLF-DEAL-DATE-FILE       PIC X(10).
           05 QLF-DEAL-TIMEOFDAY-FILE  PIC X(8).
           05 QLF-ORDER-FILE           PIC X(4).
           05 QLF-RESULT-FILE          PIC X(1).
              88 QLF-AWAITING             VALUE 'P'.
              88 QLF-RIGHT                VALUE 'C'.
              88 QLF-WRONG                VALUE 'I'.
              88 QLF-LATE                 VALUE 'T'.
              88 QLF-NO-ANSWER            VALUE 'N'.
              88 QLF-RESULT-VALID         VALUE 'P' 'C' 'I' 'T' 'N'.
           05 QLF-ELAPSED-FILE         PIC 9(7).
           05 QLF-PLACE-FILE           PIC 9(2).
           05 QLF-WINNER-FILE          PIC X(1).
           05 QLF-GAME-STARTED-FILE    PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-QUAL-STATUS            PIC X(2) VALUE SPACES.
           88 QUAL-OK                   VALUE '00'.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-ROUND-TOTAL            PIC 9(7) VALUE ZEROS.
       01 WS-CLOSED-TOTAL           PIC 9(7) VALUE ZEROS.
       01 WS-OPEN-TOTAL             PIC 9(7) VALUE ZEROS.
       01 WS-WON-TOTAL              PIC 9(7) VALUE ZEROS.
       01 WS-NOT-STARTED-TOTAL      PIC 9(7) VALUE ZEROS.
       01 WS-REJECT-COUNT           PIC 9(7) VALUE ZEROS.
      *
      *  THE ROUND BEING GATHERED.  THE FILE IS READ IN KEY ORDER, SO
      *  A ROUND'S PANEL ARRIVES TOGETHER AND IS PRINTED WHEN THE
      *  ROUND ID CHANGES.  A PANEL NEVER SEATS MORE THAN TEN
      *
       01 WS-ROUND-ID               PIC X(8) VALUE SPACES.
       01 WS-ROUND-QNO              PIC 9(5) VALUE ZEROS.
       01 WS-ROUND-DEAL-DATE        PIC X(10) VALUE SPACES.
       01 WS-ROUND-DEAL-TIME        PIC X(8) VALUE SPACES.
       01 WS-ROUND-MAX              PIC S9(4) COMP VALUE 10.
       01 WS-ROUND-COUNT            PIC S9(4) COMP VALUE 0.
       01 WS-ROUND-SUB              PIC S9(4) COMP VALUE 0.
       01 WS-PLACE-SUB              PIC S9(4) COMP VALUE 0.
       01 WS-ROUND-CLOSED-SW        PIC X VALUE 'N'.
           88 WS-ROUND-CLOSED           VALUE 'Y'.
       01 WS-ROUND-TABLE.
           05 WS-RND-ENTRY OCCURS 10 TIMES.
              10 WS-RND-CONTESTANT  PIC X(8).
              10 WS-RND-ORDER       PIC X(4).
              10 WS-RND-RESULT      PIC X(1).
              10 WS-RND-ELAPSED     PIC 9(7).
              10 WS-RND-PLACE       PIC 9(2).
              10 WS-RND-WINNER      PIC X(1).
              10 WS-RND-STARTED     PIC X(1).

       01 WS-ROUND-HEAD.
           05 FILLER                PIC X(7) VALUE 'ROUND '.
           05 WS-HDR-ROUND          PIC X(8).
           05 FILLER                PIC X(12) VALUE '  QUESTION '.
           05 WS-HDR-QNO            PIC 9(5).
           05 FILLER                PIC X(9) VALUE '  DEALT '.
           05 WS-HDR-DATE           PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-HDR-TIME           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HDR-STATE          PIC X(10).
       01 WS-LIST-HEAD.
           05 FILLER                PIC X(40)
              VALUE '  PLACE  CONTEST  ORDER  RESULT         '.
           05 FILLER                PIC X(29)
              VALUE '   MILLISECS  WINNER  STARTED'.
       01 WS-LIST-LINE.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-LST-PLACE          PIC X(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LST-CONTESTANT     PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LST-ORDER          PIC X(4).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LST-RESULT         PIC X(14).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LST-ELAPSED        PIC ZZZZZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LST-WINNER         PIC X(3).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-LST-STARTED        PIC X(3).

       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'QUALIFIER RECORDS READ:   '.
           05 WS-TOTAL-READ      PIC ZZZZZZ9.
       01 WS-ROUNDS-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'ROUNDS LISTED:            '.
           05 WS-TOTAL-ROUNDS    PIC ZZZZZZ9.
       01 WS-CLOSED-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'ROUNDS CLOSED:            '.
           05 WS-TOTAL-CLOSED    PIC ZZZZZZ9.
       01 WS-WON-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'ROUNDS WITH A WINNER:     '.
           05 WS-TOTAL-WON       PIC ZZZZZZ9.
       01 WS-NOT-STARTED-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'WINNER GAMES NOT STARTED: '.
           05 WS-TOTAL-NOT-STARTED PIC ZZZZZZ9.
       01 WS-OPEN-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'ROUNDS NOT CLOSED:        '.
           05 WS-TOTAL-OPEN      PIC ZZZZZZ9.
       01 WS-REJECT-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'UNREADABLE RECORDS:       '.
           05 WS-TOTAL-REJECT    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM OPEN-FILES.

           DISPLAY 'MIMKK23N - FASTEST-FINGER-FIRST QUALIFIER RESULTS'.

           PERFORM UNTIL WS-EOF
              PERFORM READ-QUALIFIER-FILE
              IF NOT WS-EOF
                 PERFORM GATHER-QUALIFIER-RECORD
              END-IF
           END-PERFORM.

           IF WS-ROUND-COUNT > ZEROS
              PERFORM LIST-ROUND
           END-IF.

           IF WS-READ-COUNT = ZEROS
              DISPLAY ' '
              DISPLAY 'NO QUALIFIER ROUNDS HAVE BEEN DEALT'
           END-IF.

           PERFORM CLOSE-FILES.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           OPEN INPUT QUALFILE.
           IF NOT QUAL-OK
              DISPLAY 'MIMKK23N - UNABLE TO OPEN QUALIFIER FILE, '
                      'STATUS=' WS-QUAL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       READ-QUALIFIER-FILE.
      *  -----------------------------------------------------------
           READ QUALFILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.

      *  -----------------------------------------------------------
       GATHER-QUALIFIER-RECORD.
      *
      *  A RECORD WHOSE RESULT, TIME OR PLACE CANNOT BE READ, OR ONE
      *  BEYOND THE LARGEST PANEL, IS PRINTED RAW AND COUNTED, NOT
      *  GATHERED INTO ITS ROUND
      *
           IF QLF-ROUND-FILE NOT = WS-ROUND-ID
              IF WS-ROUND-COUNT > ZEROS
                 PERFORM LIST-ROUND
              END-IF
              MOVE QLF-ROUND-FILE TO WS-ROUND-ID
              MOVE ZEROS TO WS-ROUND-COUNT
              MOVE 'N' TO WS-ROUND-CLOSED-SW
           END-IF.

           IF NOT QLF-RESULT-VALID
              OR QLF-QUESTIONNO-FILE IS NOT NUMERIC
              OR QLF-ELAPSED-FILE IS NOT NUMERIC
              OR QLF-PLACE-FILE IS NOT NUMERIC
              OR WS-ROUND-COUNT NOT < WS-ROUND-MAX
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'UNREADABLE: ' QUALIFIER-RECORD-LAYOUT
           ELSE
              ADD 1 TO WS-ROUND-COUNT
              MOVE QLF-QUESTIONNO-FILE TO WS-ROUND-QNO
              MOVE QLF-DEAL-DATE-FILE TO WS-ROUND-DEAL-DATE
              MOVE QLF-DEAL-TIMEOFDAY-FILE TO WS-ROUND-DEAL-TIME
              MOVE QLF-CONTESTANT-FILE TO
                   WS-RND-CONTESTANT (WS-ROUND-COUNT)
              MOVE QLF-ORDER-FILE TO WS-RND-ORDER (WS-ROUND-COUNT)
              MOVE QLF-RESULT-FILE TO WS-RND-RESULT (WS-ROUND-COUNT)
              MOVE QLF-ELAPSED-FILE TO
                   WS-RND-ELAPSED (WS-ROUND-COUNT)
              MOVE QLF-PLACE-FILE TO WS-RND-PLACE (WS-ROUND-COUNT)
              MOVE QLF-WINNER-FILE TO WS-RND-WINNER (WS-ROUND-COUNT)
              MOVE QLF-GAME-STARTED-FILE TO
                   WS-RND-STARTED (WS-ROUND-COUNT)
              IF QLF-PLACE-FILE > ZEROS
                 SET WS-ROUND-CLOSED TO TRUE
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       LIST-ROUND.
      *
      *  PRINT ONE ROUND: A CLOSED ROUND IN FINISHING ORDER, ONE NOT
      *  YET CLOSED IN CONTESTANT ORDER WITH NO PLACES
      *
           ADD 1 TO WS-ROUND-TOTAL.
           MOVE WS-ROUND-ID TO WS-HDR-ROUND.
           MOVE WS-ROUND-QNO TO WS-HDR-QNO.
           MOVE WS-ROUND-DEAL-DATE TO WS-HDR-DATE.
           MOVE WS-ROUND-DEAL-TIME TO WS-HDR-TIME.
           IF WS-ROUND-CLOSED
              MOVE 'CLOSED' TO WS-HDR-STATE
              ADD 1 TO WS-CLOSED-TOTAL
           ELSE
              MOVE 'NOT CLOSED' TO WS-HDR-STATE
              ADD 1 TO WS-OPEN-TOTAL
           END-IF.
           DISPLAY ' '.
           DISPLAY WS-ROUND-HEAD.
           DISPLAY WS-LIST-HEAD.

           IF WS-ROUND-CLOSED
              PERFORM VARYING WS-PLACE-SUB FROM 1 BY 1
                      UNTIL WS-PLACE-SUB > WS-ROUND-COUNT
                 PERFORM VARYING WS-ROUND-SUB FROM 1 BY 1
                         UNTIL WS-ROUND-SUB > WS-ROUND-COUNT
                    IF WS-RND-PLACE (WS-ROUND-SUB) = WS-PLACE-SUB
                       PERFORM LIST-PANEL-CONTESTANT
                    END-IF
                 END-PERFORM
              END-PERFORM
           ELSE
              PERFORM VARYING WS-ROUND-SUB FROM 1 BY 1
                      UNTIL WS-ROUND-SUB > WS-ROUND-COUNT
                 PERFORM LIST-PANEL-CONTESTANT
              END-PERFORM
           END-IF.

      *  -----------------------------------------------------------
       LIST-PANEL-CONTESTANT.
      *
      *  ONE LINE PER PANEL CONTESTANT.  THE TIME IS ONLY PRINTED FOR
      *  AN ORDER THAT ARRIVED.  A WINNER WHOSE GAME WAS NOT STARTED
      *  IS COUNTED FOR THE RC=4 WARNING
      *
           MOVE SPACES TO WS-LST-PLACE.
           IF WS-ROUND-CLOSED
              MOVE WS-RND-PLACE (WS-ROUND-SUB) TO WS-LST-PLACE
           END-IF.
           MOVE WS-RND-CONTESTANT (WS-ROUND-SUB) TO WS-LST-CONTESTANT.
           MOVE WS-RND-ORDER (WS-ROUND-SUB) TO WS-LST-ORDER.
           MOVE ZEROS TO WS-LST-ELAPSED.
           EVALUATE WS-RND-RESULT (WS-ROUND-SUB)
               WHEN 'C'
                  MOVE 'CORRECT' TO WS-LST-RESULT
                  MOVE WS-RND-ELAPSED (WS-ROUND-SUB) TO WS-LST-ELAPSED
               WHEN 'I'
                  MOVE 'INCORRECT' TO WS-LST-RESULT
                  MOVE WS-RND-ELAPSED (WS-ROUND-SUB) TO WS-LST-ELAPSED
               WHEN 'T'
                  MOVE 'TOO LATE' TO WS-LST-RESULT
                  MOVE WS-RND-ELAPSED (WS-ROUND-SUB) TO WS-LST-ELAPSED
               WHEN 'N'
                  MOVE 'NO ANSWER' TO WS-LST-RESULT
               WHEN OTHER
                  MOVE 'AWAITING' TO WS-LST-RESULT
           END-EVALUATE.
           IF WS-RND-WINNER (WS-ROUND-SUB) = 'Y'
              MOVE 'YES' TO WS-LST-WINNER
              ADD 1 TO WS-WON-TOTAL
              IF WS-RND-STARTED (WS-ROUND-SUB) = 'Y'
                 MOVE 'YES' TO WS-LST-STARTED
              ELSE
                 MOVE 'NO' TO WS-LST-STARTED
                 ADD 1 TO WS-NOT-STARTED-TOTAL
              END-IF
           ELSE
              MOVE SPACES TO WS-LST-WINNER
              MOVE SPACES TO WS-LST-STARTED
           END-IF.
           DISPLAY WS-LIST-LINE.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE QUALFILE.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *  -----------------------------------------------------------
           MOVE WS-READ-COUNT TO WS-TOTAL-READ.
           MOVE WS-ROUND-TOTAL TO WS-TOTAL-ROUNDS.
           MOVE WS-CLOSED-TOTAL TO WS-TOTAL-CLOSED.
           MOVE WS-WON-TOTAL TO WS-TOTAL-WON.
           MOVE WS-NOT-STARTED-TOTAL TO WS-TOTAL-NOT-STARTED.
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-OPEN.
           MOVE WS-REJECT-COUNT TO WS-TOTAL-REJECT.

           DISPLAY ' '.
           DISPLAY 'MIMKK23N - QUALIFIER RESULTS LIST COMPLETE'.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY WS-ROUNDS-LINE.
           DISPLAY WS-CLOSED-LINE.
           DISPLAY WS-WON-LINE.
           DISPLAY WS-NOT-STARTED-LINE.
           DISPLAY WS-OPEN-LINE.
           DISPLAY WS-REJECT-LINE.

           IF WS-REJECT-COUNT > ZEROS
              DISPLAY 'MIMKK23N - *** UNREADABLE QUALIFIER RECORDS *** '
                      'CHECK THE ROUNDS BY HAND'
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-NOT-STARTED-TOTAL > ZEROS
              DISPLAY 'MIMKK23N - *** WINNER GAMES NOT STARTED *** '
                      'START THEM ON MIMKK22C BY HAND'
              MOVE 4 TO RETURN-CODE
           END-IF.
