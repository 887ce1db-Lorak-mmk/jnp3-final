      *    - DIFFICULTY NEVER FALLS THROUGH THE PACK                   *
      *      (EASY THEN MEDIUM THEN HARD)                              *
      *    - NO QUESTION HAS A BROADCAST-EXPOSURE RECORD ON MIMKK22I   *
      *    - AN ORDERING QUESTION (A FASTEST-FINGER QUALIFIER, PLAYED  *
      *      THROUGH MIMKK23L) CARRIES ONE COMPLETE SEQUENCE OF        *
      *      POSITIONS OVER ITS ANSWER SLOTS.  IT STANDS OUTSIDE THE   *
      *      LADDER, SO IT IS LEFT OUT OF THE DIFFICULTY CHECK         *
      *  ANY FAILURE LISTS EVERY EXCEPTION, WRITES NOTHING AND ENDS    *
      *  WITH RETURN CODE 8.  A CLEAN PACK REPLACES ANY PACK ALREADY   *
      *  ON FILE FOR THE SHOW, AND THE WRITTEN COUNT IS RECONCILED     *
       01 WS-DIFF-RANK              PIC 9(1) VALUE ZEROS.
       01 WS-PREV-RANK              PIC 9(1) VALUE ZEROS.

      *  AN ORDERING QUESTION HAS NO SINGLE CORRECT SLOT: EACH SLOT'S
      *  MARKER IS WS-ORDER-MARK-BASE PLUS THE SLOT'S POSITION IN THE
      *  CORRECT SEQUENCE (1001 FIRST, 1002 SECOND ...), SAME
      *  CONVENTION AS MIMKK21S/21X/23L
       01 WS-ORDER-MARK-BASE        PIC 9(4) VALUE 1000.
       01 WS-ORDER-COUNT            PIC 9(1) VALUE ZEROS.
       01 WS-ORDER-SLOTS            PIC 9(1) VALUE ZEROS.
       01 WS-ORDER-POS              PIC S9(4) COMP VALUE 0.
       01 WS-ORDER-MARK-TABLE.
           05 WS-ORDER-MARK         PIC 9(4) OCCURS 4 TIMES.
       01 WS-ORDER-SEEN-TABLE.
           05 WS-ORDER-SEEN         PIC X OCCURS 4 TIMES.
       01 WS-ORDER-BAD-SW           PIC X VALUE 'N'.
           88 WS-ORDER-BAD              VALUE 'Y'.

       01 WS-I                      PIC S9(4) COMP VALUE 0.
       01 WS-FOUND-SW               PIC X VALUE 'N'.
           88 WS-FOUND                  VALUE 'Y'.
                  MOVE ZEROS TO WS-DIFF-RANK
           END-EVALUATE.

           PERFORM CHECK-ORDER-SEQUENCE.

      *  AN ORDERING QUESTION IS A QUALIFIER BETWEEN GAMES, NOT A
      *  RUNG ON THE LADDER, SO IT NEITHER RAISES NOR BREAKS THE
      *  RISING DIFFICULTY OF THE QUESTIONS AROUND IT
           IF WS-DIFF-RANK = ZEROS
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'DIFFICULTY NOT RECOGNISED' TO WS-EXC-REASON
              DISPLAY WS-EXCEPTION-LINE
           ELSE
              IF WS-ORDER-COUNT > ZEROS
                 CONTINUE
              ELSE
                 IF WS-DIFF-RANK < WS-PREV-RANK
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE 'DIFFICULTY FALLS THROUGH THE PACK' TO
                          WS-EXC-REASON
                    DISPLAY WS-EXCEPTION-LINE
                 ELSE
                    MOVE WS-DIFF-RANK TO WS-PREV-RANK
                 END-IF
              END-IF
           END-IF.

              DISPLAY WS-EXCEPTION-LINE
           END-IF.

      *  -----------------------------------------------------------
       CHECK-ORDER-SEQUENCE.
      *
      *  ANY MARKER ABOVE THE ORDERING BASE MAKES IT AN ORDERING
      *  QUESTION.  EVERY ANSWER SLOT IT CARRIES (THREE OR FOUR)
      *  MUST THEN HOLD A DIFFERENT POSITION FROM 1 UP TO THE SLOT
      *  COUNT, AND AN UNUSED FOURTH SLOT MUST BE ZERO, OR THE
      *  QUALIFIER HAS NO ONE RIGHT ORDER TO GRADE AGAINST
      *  -----------------------------------------------------------
           MOVE ZEROS TO WS-ORDER-MARK-TABLE.
           IF ANSONE-FILE IS NUMERIC
              MOVE ANSONE-FILE TO WS-ORDER-MARK (1)
           END-IF.
           IF ANSTWO-FILE IS NUMERIC
              MOVE ANSTWO-FILE TO WS-ORDER-MARK (2)
           END-IF.
           IF ANSTHREE-FILE IS NUMERIC
              MOVE ANSTHREE-FILE TO WS-ORDER-MARK (3)
           END-IF.
           IF ANSFOUR-FILE IS NUMERIC
              MOVE ANSFOUR-FILE TO WS-ORDER-MARK (4)
           END-IF.
           MOVE ZEROS TO WS-ORDER-COUNT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
              IF WS-ORDER-MARK (WS-I) > WS-ORDER-MARK-BASE
                 ADD 1 TO WS-ORDER-COUNT
              END-IF
           END-PERFORM.

           IF WS-ORDER-COUNT > ZEROS
              IF ANSWERFOUR-FILE = SPACES
                 MOVE 3 TO WS-ORDER-SLOTS
              ELSE
                 MOVE 4 TO WS-ORDER-SLOTS
              END-IF
              MOVE 'N' TO WS-ORDER-BAD-SW
              MOVE SPACES TO WS-ORDER-SEEN-TABLE
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                 IF WS-I > WS-ORDER-SLOTS
                    IF WS-ORDER-MARK (WS-I) NOT = ZEROS
                       SET WS-ORDER-BAD TO TRUE
                    END-IF
                 ELSE
                    IF WS-ORDER-MARK (WS-I) > WS-ORDER-MARK-BASE AND
                       WS-ORDER-MARK (WS-I) NOT >
                          WS-ORDER-MARK-BASE + WS-ORDER-SLOTS
                       COMPUTE WS-ORDER-POS =
                          WS-ORDER-MARK (WS-I) - WS-ORDER-MARK-BASE
                       IF WS-ORDER-SEEN (WS-ORDER-POS) = 'Y'
                          SET WS-ORDER-BAD TO TRUE
                       ELSE
                          MOVE 'Y' TO WS-ORDER-SEEN (WS-ORDER-POS)
                       END-IF
                    ELSE
                       SET WS-ORDER-BAD TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-ORDER-BAD
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'ORDERING SEQUENCE IS NOT VALID' TO
                       WS-EXC-REASON
                 DISPLAY WS-EXCEPTION-LINE
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       PURGE-OLD-PACK.
      *
