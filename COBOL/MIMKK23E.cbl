      ******************************************************************
      *                                                                *
      * MIMKK23E - TRANSLATORS' WORK LIST FOR ONE LANGUAGE             *
      *                                                                *
      *  GIVEN A TWO-CHARACTER LANGUAGE CODE ON THE LANGIN CONTROL     *
      *  CARD, READS EVERY MIMKK21B QUESTION IN KEY SEQUENCE AND, FOR  *
      *  EACH ONE APPROVED FOR PLAY, LOOKS FOR ITS MIMKK23C            *
      *  TRANSLATION IN THAT LANGUAGE.  LISTS ON SYSOUT EVERY          *
      *  APPROVED QUESTION THAT:                                       *
      *    - HAS NO TRANSLATION IN THE LANGUAGE AT ALL, OR             *
      *    - HAS ONE FLAGGED FOR RE-CHECK BECAUSE MIMKK21S HAS         *
      *      REWRITTEN THE MASTER SINCE IT WAS ENTERED                 *
      *  WITH ITS CATEGORY, DIFFICULTY AND MASTER QUESTION TEXT, SO    *
      *  THE TRANSLATORS HAVE A WORK LIST FOR MIMKK23D.  THE PLAY      *
      *  SERVICES WILL NOT SERVE ANY QUESTION ON THIS LIST IN THAT     *
      *  LANGUAGE.  DRAFTS ARE LEFT OFF - THEY MAY STILL CHANGE.       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23E.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANGIN-FILE ASSIGN TO LANGIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LANGIN-STATUS.

           SELECT QFILE ASSIGN TO QFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS QUESTIONNO-FILE
                  FILE STATUS IS WS-QFILE-STATUS.

           SELECT TRANFILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TRN-KEY-FILE
                  FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  CONTROL FILE: ONE LINE CARRYING THE LANGUAGE CODE
      *
       FD  LANGIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LANGIN-RECORD            PIC X(80).

      *
      *  VSAM QUESTION FILE - SAME LAYOUT AS USED BY MIMKK21P/S/D/L/C
      *
       FD  QFILE
           RECORD CONTAINS 526 CHARACTERS.
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

      *
      *  VSAM QUESTION TRANSLATION FILE - SAME LAYOUT AS MAINTAINED
      *  BY MIMKK23D, KEYED ON QUESTIONNO PLUS LANGUAGE CODE
      *
       FD  TRANFILE
           RECORD CONTAINS 492 CHARACTERS.
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

       WORKING-STORAGE SECTION.
       01 WS-LANGIN-STATUS          PIC X(2) VALUE SPACES.
           88 LANGIN-OK                 VALUE '00'.
       01 WS-QFILE-STATUS           PIC X(2) VALUE SPACES.
           88 QFILE-OK                  VALUE '00'.
           88 QFILE-EOF                 VALUE '10'.
       01 WS-TRAN-STATUS            PIC X(2) VALUE SPACES.
           88 TRAN-OK                   VALUE '00'.
           88 TRAN-NOTFND               VALUE '23'.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

      *  THE LANGUAGE CODE FROM THE CONTROL CARD
       01 WS-LANGUAGE               PIC X(2) VALUE SPACES.

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-APPROVED-COUNT         PIC 9(7) VALUE ZEROS.
       01 WS-CURRENT-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-MISSING-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-RECHECK-COUNT          PIC 9(7) VALUE ZEROS.

       01 WS-WORK-LINE.
           05 FILLER                PIC X(11) VALUE 'QUESTIONNO='.
           05 WS-WKL-QNO            PIC 9(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-WKL-CATEGORY       PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-WKL-DIFFICULTY     PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-WKL-REASON         PIC X(20).
       01 WS-WORK-TEXT-LINE.
           05 FILLER                PIC X(7) VALUE '    Q: '.
           05 WS-WTL-TEXT           PIC X(98).

       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'QUESTIONS READ:           '.
           05 WS-TOTAL-READ      PIC ZZZZZZ9.
       01 WS-APPROVED-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'APPROVED FOR PLAY:        '.
           05 WS-TOTAL-APPROVED  PIC ZZZZZZ9.
       01 WS-CURRENT-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'TRANSLATION CURRENT:      '.
           05 WS-TOTAL-CURRENT   PIC ZZZZZZ9.
       01 WS-MISSING-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'NO TRANSLATION:           '.
           05 WS-TOTAL-MISSING   PIC ZZZZZZ9.
       01 WS-RECHECK-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'AWAITING RE-CHECK:        '.
           05 WS-TOTAL-RECHECK   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM READ-LANGUAGE-CARD.
           PERFORM OPEN-FILES.

           DISPLAY 'MIMKK23E - TRANSLATION WORK LIST FOR LANGUAGE '
                   WS-LANGUAGE.

           PERFORM UNTIL WS-EOF
              PERFORM READ-QUESTION-FILE
              IF NOT WS-EOF
                 IF QUEST-APPROVED
                    ADD 1 TO WS-APPROVED-COUNT
                    PERFORM CHECK-TRANSLATION
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM CLOSE-FILES.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       READ-LANGUAGE-CARD.
      *
      *  THE LANGUAGE CODE COMES FROM THE LANGIN CONTROL FILE.  IT IS
      *  TWO NON-BLANK CHARACTERS, THE SAME RULE MIMKK23D ENFORCES
      *  -----------------------------------------------------------
           OPEN INPUT LANGIN-FILE.
           IF NOT LANGIN-OK
              DISPLAY 'MIMKK23E - UNABLE TO OPEN LANGUAGE CONTROL '
                      'FILE, STATUS=' WS-LANGIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ LANGIN-FILE
              AT END
                 DISPLAY 'MIMKK23E - LANGUAGE CONTROL FILE IS EMPTY'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE LANGIN-FILE.

           UNSTRING LANGIN-RECORD DELIMITED BY ':' OR SPACE
             INTO WS-LANGUAGE
           END-UNSTRING.

           IF WS-LANGUAGE (1:1) = SPACE OR WS-LANGUAGE (2:1) = SPACE
              DISPLAY 'MIMKK23E - LANGUAGE CODE MUST BE 2 CHARACTERS: '
                      LANGIN-RECORD (1:10)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           OPEN INPUT QFILE.
           IF NOT QFILE-OK
              DISPLAY 'MIMKK23E - UNABLE TO OPEN QUESTION FILE, '
                      'STATUS=' WS-QFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT TRANFILE.
           IF NOT TRAN-OK
              DISPLAY 'MIMKK23E - UNABLE TO OPEN TRANSLATION FILE, '
                      'STATUS=' WS-TRAN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       READ-QUESTION-FILE.
      *  -----------------------------------------------------------
           READ QFILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.

      *  -----------------------------------------------------------
       CHECK-TRANSLATION.
      *
      *  LOOK UP THE APPROVED QUESTION'S TRANSLATION IN THE WANTED
      *  LANGUAGE.  A CURRENT ONE IS COUNTED; A MISSING OR FLAGGED
      *  ONE GOES ON THE WORK LIST.  ANY OTHER READ FAILURE STOPS
      *  THE RUN RATHER THAN PRINT A WORK LIST THAT IS WRONG
      *  -----------------------------------------------------------
           MOVE QUESTIONNO-FILE TO TRN-QUESTIONNO-FILE.
           MOVE WS-LANGUAGE TO TRN-LANGUAGE-FILE.
           READ TRANFILE
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN TRAN-OK AND TRN-CURRENT
                  ADD 1 TO WS-CURRENT-COUNT
               WHEN TRAN-OK
                  ADD 1 TO WS-RECHECK-COUNT
                  MOVE 'AWAITING RE-CHECK' TO WS-WKL-REASON
                  PERFORM PRINT-WORK-ENTRY
               WHEN TRAN-NOTFND
                  ADD 1 TO WS-MISSING-COUNT
                  MOVE 'NO TRANSLATION' TO WS-WKL-REASON
                  PERFORM PRINT-WORK-ENTRY
               WHEN OTHER
                  DISPLAY 'MIMKK23E - TRANSLATION FILE READ ERROR, '
                          'QUESTIONNO=' QUESTIONNO-FILE
                          ' STATUS=' WS-TRAN-STATUS
                  PERFORM CLOSE-FILES
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.

      *  -----------------------------------------------------------
       PRINT-WORK-ENTRY.
      *  -----------------------------------------------------------
           MOVE QUESTIONNO-FILE TO WS-WKL-QNO.
           MOVE CATEGORY-FILE TO WS-WKL-CATEGORY.
           MOVE DIFFICULTY-FILE TO WS-WKL-DIFFICULTY.
           DISPLAY WS-WORK-LINE.
           MOVE QUESTION-FILE TO WS-WTL-TEXT.
           DISPLAY WS-WORK-TEXT-LINE.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE QFILE.
           CLOSE TRANFILE.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *  -----------------------------------------------------------
           MOVE WS-READ-COUNT TO WS-TOTAL-READ.
           MOVE WS-APPROVED-COUNT TO WS-TOTAL-APPROVED.
           MOVE WS-CURRENT-COUNT TO WS-TOTAL-CURRENT.
           MOVE WS-MISSING-COUNT TO WS-TOTAL-MISSING.
           MOVE WS-RECHECK-COUNT TO WS-TOTAL-RECHECK.

           DISPLAY ' '.
           DISPLAY 'MIMKK23E - WORK LIST COMPLETE FOR LANGUAGE '
                   WS-LANGUAGE.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY WS-APPROVED-LINE.
           DISPLAY WS-CURRENT-LINE.
           DISPLAY WS-MISSING-LINE.
           DISPLAY WS-RECHECK-LINE.
