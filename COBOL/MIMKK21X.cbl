      *  READS EVERY QUESTION RECORD IN KEY SEQUENCE AND REPORTS       *
      *  EXCEPTIONS ON SYSOUT:                                         *
      *    - NO ANSWER SLOT, OR MORE THAN ONE, CARRYING CORRECT-MARK   *
      *    - AN ORDERING QUESTION WHOSE MARKERS ARE NOT ONE COMPLETE   *
      *      SEQUENCE OF POSITIONS OVER THE ANSWER SLOTS IT CARRIES    *
      *    - NON-NUMERIC ANSWER MARKER FIELDS                          *
      *    - BLANK QUESTION TEXT OR BLANK ANSWER TEXTS (A BLANK        *
      *      FOURTH ANSWER IS ONLY AN EXCEPTION WHEN ITS MARKER IS     *
       01 WS-CORRECT-MARK           PIC 9(4) VALUE 1.
       01 WS-CORRECT-COUNT          PIC 9(1) VALUE ZEROS.

      *  AN ORDERING QUESTION (THE FASTEST-FINGER QUALIFIER) HAS NO
      *  SINGLE CORRECT SLOT: EACH SLOT'S MARKER IS WS-ORDER-MARK-BASE
      *  PLUS THE SLOT'S POSITION IN THE CORRECT SEQUENCE (1001 GOES
      *  FIRST, 1002 SECOND ...), SAME CONVENTION AS MIMKK21S/22G/23L
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

      *  NORMALISED QUESTION TEXTS SEEN SO FAR, FOR THE
      *  NEAR-DUPLICATE CHECK.  TEXTS ARE COMPARED WITH SPACES AND
      *  COMMON PUNCTUATION STRIPPED, SO SPACING AND PUNCTUATION
              ADD 1 TO WS-CORRECT-COUNT
           END-IF.

      *  ANY MARKER ABOVE THE ORDERING BASE MAKES IT AN ORDERING
      *  QUESTION, CHECKED AS A SEQUENCE INSTEAD
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
              PERFORM CHECK-ORDER-SEQUENCE
           ELSE
              IF WS-CORRECT-COUNT = ZEROS
                 MOVE 'NO CORRECT ANSWER MARKED' TO WS-EXC-REASON
                 PERFORM REPORT-EXCEPTION
              END-IF
              IF WS-CORRECT-COUNT > 1
                 MOVE 'MULTIPLE CORRECT ANSWERS MARKED' TO
                       WS-EXC-REASON
                 PERFORM REPORT-EXCEPTION
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       CHECK-ORDER-SEQUENCE.
      *
      *  EVERY ANSWER SLOT THE QUESTION CARRIES (THREE OR FOUR) MUST
      *  HOLD A DIFFERENT POSITION FROM 1 UP TO THE SLOT COUNT, AND
      *  AN UNUSED FOURTH SLOT MUST BE ZERO - ANYTHING ELSE LEAVES
      *  THE QUALIFIER WITH NO ONE RIGHT ORDER TO GRADE AGAINST
      *  -----------------------------------------------------------
           IF ANSWERFOUR-FILE = SPACES
              MOVE 3 TO WS-ORDER-SLOTS
           ELSE
              MOVE 4 TO WS-ORDER-SLOTS
           END-IF.
           MOVE 'N' TO WS-ORDER-BAD-SW.
           MOVE SPACES TO WS-ORDER-SEEN-TABLE.
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
           END-PERFORM.

           IF WS-ORDER-BAD
              MOVE 'ORDERING SEQUENCE IS NOT VALID' TO WS-EXC-REASON
              PERFORM REPORT-EXCEPTION
           END-IF.

