      ******************************************************************
      *                                                                *
      * MIMKK22Z - ANSWER-PATTERN INTEGRITY REPORT                     *
      *                                                                *
      *  READS THE ATTEMPT HISTORY FILE WRITTEN BY MIMKK21C, LOOKING   *
      *  EACH QUESTION UP ON MIMKK21B, AND FLAGS TWO PATTERNS THAT     *
      *  POINT TO A LEAKED QUESTION OR A COACHED CONTESTANT:           *
      *    - A CONTESTANT WHO KEEPS ANSWERING HARD QUESTIONS           *
      *      CORRECTLY IN IMPLAUSIBLY SHORT TIMES                      *
      *    - A QUESTION WHOSE PERCENT-CORRECT JUMPS SHARPLY FROM THE   *
      *      PRIOR PERIOD TO THE CURRENT ONE                           *
      *  THE TWO PERIODS COME FROM THE PERIN CONTROL CARD.  EACH FLAG  *
      *  IS LISTED WITH THE ATTEMPTS THAT SUPPORT IT.  THE ATTEMPT     *
      *  FILE IS READ TWICE: ONCE TO TALLY, ONCE TO PICK OUT THE       *
      *  SUPPORTING ATTEMPTS FOR WHATEVER WAS FLAGGED.  ANY FLAG ENDS  *
      *  THE JOB RC=8, THE SAME WAY MIMKK22Q HOLDS THE BROADCAST       *
      *  CHECKLIST, SO COMPLIANCE RULES ON IT BEFORE THE NEXT TAPING.  *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK22Z.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO PERIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PERIOD-STATUS.

           SELECT AFILE ASSIGN TO AFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ATT-KEY
                  FILE STATUS IS WS-AFILE-STATUS.

           SELECT QFILE ASSIGN TO QFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QUESTIONNO-FILE
                  FILE STATUS IS WS-QFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  CONTROL FILE: ONE LINE CARRYING TWO DATES AS DD/MM/YYYY -
      *  THE START OF THE PRIOR PERIOD IN COLUMNS 1-10 AND THE START
      *  OF THE CURRENT PERIOD IN COLUMNS 12-21.  THE PRIOR PERIOD
      *  RUNS UP TO THE DAY BEFORE THE CURRENT ONE STARTS; THE
      *  CURRENT PERIOD RUNS TO THE END OF THE FILE.  ATTEMPTS
      *  GRADED BEFORE THE PRIOR PERIOD ARE IGNORED
      *
       FD  PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-RECORD            PIC X(80).

      *
      *  VSAM ATTEMPT HISTORY FILE - SAME LAYOUT AS WRITTEN BY
      *  MIMKK21C AND READ BY MIMKK21I/R
      *
       FD  AFILE
           RECORD CONTAINS 55 CHARACTERS.
       01  ATTEMPT-RECORD-LAYOUT.
           05 ATT-KEY.
              10 ATT-CONTESTANT-FILE   PIC X(8).
              10 ATT-TIME-FILE         PIC 9(15).
           05 ATT-QUESTIONNO-FILE      PIC 9(5).
           05 ATT-CHOSEN-FILE          PIC 9(1).
      *  'C' = CORRECT, 'I' = INCORRECT, 'T' = TIMED OUT
           05 ATT-RESULT-FILE          PIC X(1).
           05 ATT-DATE-FILE            PIC X(10).
           05 ATT-TIMEOFDAY-FILE       PIC X(8).
      *  MILLISECONDS FROM DEAL TO GRADING; ZERO WHEN NO DEAL TIME
      *  WAS ON FILE
           05 ATT-ELAPSED-FILE         PIC 9(7).

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
           05 AUTHOR-FILE           PIC X(8).
           05 APPROVER-FILE         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS          PIC X(2) VALUE SPACES.
           88 PERIOD-OK                 VALUE '00'.
       01 WS-AFILE-STATUS           PIC X(2) VALUE SPACES.
           88 AFILE-OK                  VALUE '00'.
       01 WS-QFILE-STATUS           PIC X(2) VALUE SPACES.
           88 QFILE-OK                  VALUE '00'.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-WINDOW-COUNT           PIC 9(7) VALUE ZEROS.
       01 WS-CON-FLAG-COUNT         PIC 9(5) VALUE ZEROS.
       01 WS-QST-FLAG-COUNT         PIC 9(5) VALUE ZEROS.

      *  FLAG THRESHOLDS.  A CORRECT HARD ANSWER FASTER THAN
      *  WS-FAST-MS IS IMPLAUSIBLE; A CONTESTANT IS FLAGGED ONCE
      *  THEY HAVE WS-FAST-MIN-COUNT OF THEM IN THE REVIEW WINDOW.
      *  A QUESTION IS FLAGGED WHEN ITS PERCENT-CORRECT RISES BY
      *  WS-JUMP-POINTS OR MORE FROM THE PRIOR PERIOD TO THE
      *  CURRENT ONE, PROVIDED IT WAS ASKED AT LEAST
      *  WS-JUMP-MIN-ASKED TIMES IN EACH PERIOD - A ONE-OFF CORRECT
      *  ANSWER IS NOT EVIDENCE.  ONLY A RISE IS FLAGGED: A LEAKED
      *  ANSWER MAKES A QUESTION EASIER, NOT HARDER
       01 WS-FAST-MS                PIC 9(7) VALUE 3000.
       01 WS-FAST-MIN-COUNT         PIC 9(3) VALUE 3.
       01 WS-JUMP-POINTS            PIC 9(3) VALUE 30.
       01 WS-JUMP-MIN-ASKED         PIC 9(3) VALUE 5.

      *  THE PERIOD DATES AS KEYED (DD/MM/YYYY) AND REARRANGED TO
      *  YYYYMMDD SO DATES COMPARE AS CHARACTER STRINGS; THE
      *  ATTEMPT DATE IS REARRANGED THE SAME WAY PER RECORD
       01 WS-PRIOR-IN.
           05 WS-PRI-DD             PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-PRI-MM             PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-PRI-YYYY           PIC X(4).
       01 WS-PRIOR-SORT.
           05 WS-PRIS-YYYY          PIC X(4).
           05 WS-PRIS-MM            PIC X(2).
           05 WS-PRIS-DD            PIC X(2).
       01 WS-CURRENT-IN.
           05 WS-CUR-DD             PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-CUR-MM             PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-CUR-YYYY           PIC X(4).
       01 WS-CURRENT-SORT.
           05 WS-CURS-YYYY          PIC X(4).
           05 WS-CURS-MM            PIC X(2).
           05 WS-CURS-DD            PIC X(2).
       01 WS-ATT-SORT.
           05 WS-ATTS-YYYY          PIC X(4).
           05 WS-ATTS-MM            PIC X(2).
           05 WS-ATTS-DD            PIC X(2).

      *  WHERE THE ATTEMPT IN HAND FALLS
       01 WS-PERIOD-SW              PIC X VALUE SPACE.
           88 WS-BEFORE-WINDOW          VALUE 'B'.
           88 WS-PRIOR-PERIOD           VALUE 'P'.
           88 WS-CURRENT-PERIOD         VALUE 'C'.
      *  SET WHEN THE ATTEMPT IN HAND IS A CORRECT HARD ANSWER
      *  FASTER THAN WS-FAST-MS
       01 WS-FAST-SW                PIC X VALUE 'N'.
           88 WS-FAST-HARD              VALUE 'Y'.

      *  QUESTION TABLE - ONE ENTRY PER QUESTIONNO SEEN IN THE
      *  REVIEW WINDOW, WITH ITS DIFFICULTY AND BOTH PERIODS' COUNTS
       01 WS-QST-COUNT              PIC S9(4) COMP VALUE 0.
       01 WS-QST-MAX                PIC S9(4) COMP VALUE 2000.
       01 WS-QST-DROPPED            PIC 9(7) VALUE ZEROS.
       01 WS-QST-TABLE.
           05 WS-QST-ENTRY OCCURS 2000 TIMES.
              10 WS-QST-QNO         PIC 9(5).
              10 WS-QST-DIFFICULTY  PIC X(10).
              10 WS-QST-PRI-ASKED   PIC 9(5).
              10 WS-QST-PRI-CORRECT PIC 9(5).
              10 WS-QST-CUR-ASKED   PIC 9(5).
              10 WS-QST-CUR-CORRECT PIC 9(5).
              10 WS-QST-PRI-PCT     PIC 9(3).
              10 WS-QST-CUR-PCT     PIC 9(3).
              10 WS-QST-FLAG-SW     PIC X(1).
                 88 WS-QST-FLAGGED     VALUE 'Y'.

      *  CONTESTANT TABLE - ONE ENTRY PER CONTESTANT SEEN IN THE
      *  REVIEW WINDOW
       01 WS-CON-COUNT              PIC S9(4) COMP VALUE 0.
       01 WS-CON-MAX                PIC S9(4) COMP VALUE 500.
       01 WS-CON-DROPPED            PIC 9(7) VALUE ZEROS.
       01 WS-CON-TABLE.
           05 WS-CON-ENTRY OCCURS 500 TIMES.
              10 WS-CON-CONTESTANT  PIC X(8).
              10 WS-CON-HARD-ASKED  PIC 9(5).
              10 WS-CON-HARD-CORRECT PIC 9(5).
              10 WS-CON-FAST-COUNT  PIC 9(5).
              10 WS-CON-FLAG-SW     PIC X(1).
                 88 WS-CON-FLAGGED     VALUE 'Y'.

      *  SUPPORTING ATTEMPTS FOR FLAGGED QUESTIONS, GATHERED ON THE
      *  SECOND PASS AND PRINTED UNDER EACH QUESTION AFTERWARDS
       01 WS-SUP-COUNT              PIC S9(4) COMP VALUE 0.
       01 WS-SUP-MAX                PIC S9(4) COMP VALUE 2000.
       01 WS-SUP-DROPPED            PIC 9(7) VALUE ZEROS.
       01 WS-SUP-TABLE.
           05 WS-SUP-ENTRY OCCURS 2000 TIMES.
              10 WS-SUP-QST-SUB     PIC S9(4) COMP.
              10 WS-SUP-CONTESTANT  PIC X(8).
              10 WS-SUP-DATE        PIC X(10).
              10 WS-SUP-TIME        PIC X(8).
              10 WS-SUP-RESULT      PIC X(1).
              10 WS-SUP-ELAPSED     PIC 9(7).

       01 WS-I                      PIC S9(4) COMP VALUE 0.
       01 WS-J                      PIC S9(4) COMP VALUE 0.
       01 WS-QSUB                   PIC S9(4) COMP VALUE 0.
       01 WS-CSUB                   PIC S9(4) COMP VALUE 0.
       01 WS-FOUND-SW               PIC X VALUE 'N'.
           88 WS-FOUND                  VALUE 'Y'.
       01 WS-RISE                   PIC S9(3) VALUE ZEROS.
      *  THE CONTESTANT WHOSE HEADER WAS LAST PRINTED ON THE SECOND
      *  PASS - THE ATTEMPT FILE IS IN CONTESTANT ORDER, SO EACH
      *  FLAGGED CONTESTANT'S ATTEMPTS COME TOGETHER
       01 WS-LAST-CONTESTANT        PIC X(8) VALUE SPACES.

       01 WS-CON-HEAD-LINE.
           05 FILLER                PIC X(12) VALUE 'CONTESTANT: '.
           05 WS-CHD-CONTESTANT     PIC X(8).
           05 FILLER                PIC X(13) VALUE '  HARD ASKED:'.
           05 WS-CHD-HARD-ASKED     PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE '  CORRECT:'.
           05 WS-CHD-HARD-CORRECT   PIC ZZZZ9.
           05 FILLER                PIC X(7) VALUE '  FAST:'.
           05 WS-CHD-FAST           PIC ZZZZ9.

       01 WS-QST-HEAD-LINE.
           05 FILLER                PIC X(10) VALUE 'QUESTION: '.
           05 WS-QHD-QNO            PIC 9(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-QHD-DIFF           PIC X(10).
           05 FILLER                PIC X(7) VALUE ' PRIOR:'.
           05 WS-QHD-PRI-COR        PIC ZZZZ9.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-QHD-PRI-ASKED      PIC ZZZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-QHD-PRI-PCT        PIC ZZ9.
           05 FILLER                PIC X(10) VALUE '%  CURRENT'.
           05 FILLER                PIC X(1) VALUE ':'.
           05 WS-QHD-CUR-COR        PIC ZZZZ9.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-QHD-CUR-ASKED      PIC ZZZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-QHD-CUR-PCT        PIC ZZ9.
           05 FILLER                PIC X(1) VALUE '%'.

       01 WS-ATT-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-ATL-CONTESTANT     PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ATL-QNO            PIC 9(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ATL-DATE           PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ATL-TIME           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ATL-RESULT         PIC X(1).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ATL-ELAPSED        PIC ZZZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'ATTEMPTS READ:            '.
           05 WS-TOTAL-READ      PIC ZZZZZZ9.
       01 WS-WINDOW-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'ATTEMPTS IN REVIEW WINDOW:'.
           05 WS-TOTAL-WINDOW    PIC ZZZZZZ9.
       01 WS-CFLAG-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'CONTESTANTS FLAGGED:      '.
           05 WS-TOTAL-CFLAG     PIC ZZZZZZ9.
       01 WS-QFLAG-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'QUESTIONS FLAGGED:        '.
           05 WS-TOTAL-QFLAG     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM READ-PERIOD-DATES.
           PERFORM OPEN-FILES.

           DISPLAY 'MIMKK22Z - ANSWER-PATTERN INTEGRITY REPORT'.
           DISPLAY 'PRIOR PERIOD FROM:   ' WS-PRIOR-IN.
           DISPLAY 'CURRENT PERIOD FROM: ' WS-CURRENT-IN.

           PERFORM UNTIL WS-EOF
              PERFORM READ-ATTEMPT-FILE
              IF NOT WS-EOF
                 PERFORM TALLY-ATTEMPT
              END-IF
           END-PERFORM.

           PERFORM FLAG-CONTESTANTS.
           PERFORM FLAG-QUESTIONS.

      *  SECOND PASS: PICK OUT THE ATTEMPTS BEHIND EACH FLAG
           CLOSE AFILE.
           OPEN INPUT AFILE.
           IF NOT AFILE-OK
              DISPLAY 'MIMKK22Z - UNABLE TO REOPEN ATTEMPT FILE, '
                      'STATUS=' WS-AFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

           DISPLAY ' '.
           DISPLAY 'CONTESTANTS ANSWERING HARD QUESTIONS '
                   'IMPLAUSIBLY FAST'.
           DISPLAY '    CONTEST.  QESNO  DATE       TIME      R  '
                   'ELAPSED MS'.
           PERFORM UNTIL WS-EOF
              PERFORM READ-ATTEMPT-FILE-AGAIN
              IF NOT WS-EOF
                 PERFORM PICK-SUPPORTING-ATTEMPT
              END-IF
           END-PERFORM.
           IF WS-CON-FLAG-COUNT = ZEROS
              DISPLAY '    NONE'
           END-IF.

           PERFORM REPORT-FLAGGED-QUESTIONS.
           PERFORM CLOSE-FILES.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       READ-PERIOD-DATES.
      *
      *  BOTH PERIOD DATES COME FROM THE PERIN CONTROL FILE AS
      *  DD/MM/YYYY, THE SAME FORM THE ATTEMPT RECORDS CARRY.  A
      *  MISSING OR MALFORMED DATE, OR A PRIOR PERIOD THAT DOES NOT
      *  START BEFORE THE CURRENT ONE, STOPS THE JOB
      *  -----------------------------------------------------------
           OPEN INPUT PERIOD-FILE.
           IF NOT PERIOD-OK
              DISPLAY 'MIMKK22Z - UNABLE TO OPEN PERIOD FILE, '
                      'STATUS=' WS-PERIOD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ PERIOD-FILE
              AT END
                 DISPLAY 'MIMKK22Z - PERIOD FILE IS EMPTY'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE PERIOD-FILE.

           MOVE PERIOD-RECORD (1:10) TO WS-PRIOR-IN.
           MOVE PERIOD-RECORD (12:10) TO WS-CURRENT-IN.
           IF WS-PRI-DD IS NOT NUMERIC OR
              WS-PRI-MM IS NOT NUMERIC OR
              WS-PRI-YYYY IS NOT NUMERIC
              DISPLAY 'MIMKK22Z - PRIOR PERIOD DATE NOT DD/MM/YYYY: '
                      WS-PRIOR-IN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CUR-DD IS NOT NUMERIC OR
              WS-CUR-MM IS NOT NUMERIC OR
              WS-CUR-YYYY IS NOT NUMERIC
              DISPLAY 'MIMKK22Z - CURRENT PERIOD DATE NOT DD/MM/YYYY: '
                      WS-CURRENT-IN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PRI-YYYY TO WS-PRIS-YYYY.
           MOVE WS-PRI-MM TO WS-PRIS-MM.
           MOVE WS-PRI-DD TO WS-PRIS-DD.
           MOVE WS-CUR-YYYY TO WS-CURS-YYYY.
           MOVE WS-CUR-MM TO WS-CURS-MM.
           MOVE WS-CUR-DD TO WS-CURS-DD.

           IF WS-PRIOR-SORT NOT < WS-CURRENT-SORT
              DISPLAY 'MIMKK22Z - PRIOR PERIOD MUST START BEFORE '
                      'THE CURRENT PERIOD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           OPEN INPUT AFILE.
           IF NOT AFILE-OK
              DISPLAY 'MIMKK22Z - UNABLE TO OPEN ATTEMPT FILE, '
                      'STATUS=' WS-AFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT QFILE.
           IF NOT QFILE-OK
              DISPLAY 'MIMKK22Z - UNABLE TO OPEN QUESTION FILE, '
                      'STATUS=' WS-QFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       READ-ATTEMPT-FILE.
      *  -----------------------------------------------------------
           READ AFILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM SET-ATTEMPT-PERIOD
           END-READ.

      *  -----------------------------------------------------------
       READ-ATTEMPT-FILE-AGAIN.
      *  -----------------------------------------------------------
           READ AFILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 PERFORM SET-ATTEMPT-PERIOD
           END-READ.

      *  -----------------------------------------------------------
       SET-ATTEMPT-PERIOD.
      *  -----------------------------------------------------------
           MOVE ATT-DATE-FILE (7:4) TO WS-ATTS-YYYY.
           MOVE ATT-DATE-FILE (4:2) TO WS-ATTS-MM.
           MOVE ATT-DATE-FILE (1:2) TO WS-ATTS-DD.

           EVALUATE TRUE
               WHEN WS-ATT-SORT < WS-PRIOR-SORT
                  SET WS-BEFORE-WINDOW TO TRUE
               WHEN WS-ATT-SORT < WS-CURRENT-SORT
                  SET WS-PRIOR-PERIOD TO TRUE
               WHEN OTHER
                  SET WS-CURRENT-PERIOD TO TRUE
           END-EVALUATE.

      *  -----------------------------------------------------------
       TALLY-ATTEMPT.
      *  -----------------------------------------------------------
           IF NOT WS-BEFORE-WINDOW
              ADD 1 TO WS-WINDOW-COUNT
              PERFORM TALLY-QUESTION
              PERFORM TALLY-CONTESTANT
           END-IF.

      *  -----------------------------------------------------------
       TALLY-QUESTION.
      *
      *  COUNT THE ATTEMPT AGAINST ITS QUESTION IN THE PERIOD IT
      *  FALLS IN.  A QUESTION NEW TO THE TABLE IS LOOKED UP ONCE
      *  FOR ITS DIFFICULTY.  WS-QSUB IS LEFT ON THE ENTRY (ZERO
      *  WHEN THE TABLE WAS FULL) FOR TALLY-CONTESTANT
      *  -----------------------------------------------------------
           PERFORM FIND-QUESTION.

           IF NOT WS-FOUND
              IF WS-QST-COUNT < WS-QST-MAX
                 ADD 1 TO WS-QST-COUNT
                 MOVE WS-QST-COUNT TO WS-QSUB
                 MOVE ATT-QUESTIONNO-FILE TO WS-QST-QNO (WS-QSUB)
                 MOVE ZEROS TO WS-QST-PRI-ASKED (WS-QSUB)
                 MOVE ZEROS TO WS-QST-PRI-CORRECT (WS-QSUB)
                 MOVE ZEROS TO WS-QST-CUR-ASKED (WS-QSUB)
                 MOVE ZEROS TO WS-QST-CUR-CORRECT (WS-QSUB)
                 MOVE ZEROS TO WS-QST-PRI-PCT (WS-QSUB)
                 MOVE ZEROS TO WS-QST-CUR-PCT (WS-QSUB)
                 MOVE 'N' TO WS-QST-FLAG-SW (WS-QSUB)
                 MOVE ATT-QUESTIONNO-FILE TO QUESTIONNO-FILE
                 READ QFILE
                    INVALID KEY
                       MOVE 'NOT ON FILE' TO
                            WS-QST-DIFFICULTY (WS-QSUB)
                    NOT INVALID KEY
                       MOVE DIFFICULTY-FILE TO
                            WS-QST-DIFFICULTY (WS-QSUB)
                 END-READ
              ELSE
                 MOVE ZEROS TO WS-QSUB
                 ADD 1 TO WS-QST-DROPPED
              END-IF
           END-IF.

           IF WS-QSUB > ZEROS
              IF WS-PRIOR-PERIOD
                 ADD 1 TO WS-QST-PRI-ASKED (WS-QSUB)
                 IF ATT-RESULT-FILE = 'C'
                    ADD 1 TO WS-QST-PRI-CORRECT (WS-QSUB)
                 END-IF
              ELSE
                 ADD 1 TO WS-QST-CUR-ASKED (WS-QSUB)
                 IF ATT-RESULT-FILE = 'C'
                    ADD 1 TO WS-QST-CUR-CORRECT (WS-QSUB)
                 END-IF
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       FIND-QUESTION.
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZEROS TO WS-QSUB.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QST-COUNT OR WS-FOUND
              IF WS-QST-QNO (WS-I) = ATT-QUESTIONNO-FILE
                 SET WS-FOUND TO TRUE
                 MOVE WS-I TO WS-QSUB
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       TALLY-CONTESTANT.
      *
      *  ONLY HARD QUESTIONS COUNT TOWARDS A CONTESTANT'S PATTERN.
      *  AN ATTEMPT WITH NO ELAPSED TIME (GRADED BEFORE THE ANSWER
      *  CLOCK EXISTED) CANNOT BE FAST
      *  -----------------------------------------------------------
           PERFORM CHECK-FAST-HARD.
           IF WS-QSUB > ZEROS
              IF WS-QST-DIFFICULTY (WS-QSUB) = 'HARD'
                 PERFORM TALLY-HARD-ANSWER
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       TALLY-HARD-ANSWER.
      *  -----------------------------------------------------------
           PERFORM FIND-CONTESTANT.

           IF NOT WS-FOUND
              IF WS-CON-COUNT < WS-CON-MAX
                 ADD 1 TO WS-CON-COUNT
                 MOVE WS-CON-COUNT TO WS-CSUB
                 MOVE ATT-CONTESTANT-FILE TO
                      WS-CON-CONTESTANT (WS-CSUB)
                 MOVE ZEROS TO WS-CON-HARD-ASKED (WS-CSUB)
                 MOVE ZEROS TO WS-CON-HARD-CORRECT (WS-CSUB)
                 MOVE ZEROS TO WS-CON-FAST-COUNT (WS-CSUB)
                 MOVE 'N' TO WS-CON-FLAG-SW (WS-CSUB)
              ELSE
                 ADD 1 TO WS-CON-DROPPED
              END-IF
           END-IF.

           IF WS-CSUB > ZEROS
              ADD 1 TO WS-CON-HARD-ASKED (WS-CSUB)
              IF ATT-RESULT-FILE = 'C'
                 ADD 1 TO WS-CON-HARD-CORRECT (WS-CSUB)
              END-IF
              IF WS-FAST-HARD
                 ADD 1 TO WS-CON-FAST-COUNT (WS-CSUB)
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       CHECK-FAST-HARD.
      *
      *  IS THE ATTEMPT IN HAND A CORRECT HARD ANSWER FASTER THAN
      *  WS-FAST-MS?  WS-QSUB MUST ALREADY POINT AT ITS QUESTION
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FAST-SW.
           IF WS-QSUB > ZEROS
              IF WS-QST-DIFFICULTY (WS-QSUB) = 'HARD'
                 AND ATT-RESULT-FILE = 'C'
                 AND ATT-ELAPSED-FILE > ZEROS
                 AND ATT-ELAPSED-FILE < WS-FAST-MS
                 SET WS-FAST-HARD TO TRUE
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       FIND-CONTESTANT.
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZEROS TO WS-CSUB.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CON-COUNT OR WS-FOUND
              IF WS-CON-CONTESTANT (WS-I) = ATT-CONTESTANT-FILE
                 SET WS-FOUND TO TRUE
                 MOVE WS-I TO WS-CSUB
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       FLAG-CONTESTANTS.
      *  -----------------------------------------------------------
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CON-COUNT
              IF WS-CON-FAST-COUNT (WS-I) >= WS-FAST-MIN-COUNT
                 SET WS-CON-FLAGGED (WS-I) TO TRUE
                 ADD 1 TO WS-CON-FLAG-COUNT
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       FLAG-QUESTIONS.
      *  -----------------------------------------------------------
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QST-COUNT
              IF WS-QST-PRI-ASKED (WS-I) > ZEROS
                 COMPUTE WS-QST-PRI-PCT (WS-I) =
                    (WS-QST-PRI-CORRECT (WS-I) * 100) /
                     WS-QST-PRI-ASKED (WS-I)
              END-IF
              IF WS-QST-CUR-ASKED (WS-I) > ZEROS
                 COMPUTE WS-QST-CUR-PCT (WS-I) =
                    (WS-QST-CUR-CORRECT (WS-I) * 100) /
                     WS-QST-CUR-ASKED (WS-I)
              END-IF
              IF WS-QST-PRI-ASKED (WS-I) >= WS-JUMP-MIN-ASKED
                 AND WS-QST-CUR-ASKED (WS-I) >= WS-JUMP-MIN-ASKED
                 COMPUTE WS-RISE = WS-QST-CUR-PCT (WS-I) -
                                   WS-QST-PRI-PCT (WS-I)
                 IF WS-RISE >= WS-JUMP-POINTS
                    SET WS-QST-FLAGGED (WS-I) TO TRUE
                    ADD 1 TO WS-QST-FLAG-COUNT
                 END-IF
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       PICK-SUPPORTING-ATTEMPT.
      *
      *  SECOND PASS.  A FAST HARD ANSWER BY A FLAGGED CONTESTANT
      *  IS PRINTED STRAIGHT AWAY UNDER THAT CONTESTANT'S HEADER; A
      *  CURRENT-PERIOD ATTEMPT AT A FLAGGED QUESTION IS KEPT FOR
      *  THE QUESTION LISTING THAT FOLLOWS
      *  -----------------------------------------------------------
           IF NOT WS-BEFORE-WINDOW
              PERFORM FIND-QUESTION
              PERFORM CHECK-FAST-HARD
              IF WS-FAST-HARD
                 PERFORM FIND-CONTESTANT
                 IF WS-FOUND
                    IF WS-CON-FLAGGED (WS-CSUB)
                       PERFORM PRINT-CONTESTANT-ATTEMPT
                    END-IF
                 END-IF
              END-IF
              IF WS-QSUB > ZEROS AND WS-CURRENT-PERIOD
                 IF WS-QST-FLAGGED (WS-QSUB)
                    PERFORM KEEP-QUESTION-ATTEMPT
                 END-IF
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       PRINT-CONTESTANT-ATTEMPT.
      *  -----------------------------------------------------------
           IF ATT-CONTESTANT-FILE NOT = WS-LAST-CONTESTANT
              MOVE ATT-CONTESTANT-FILE TO WS-LAST-CONTESTANT
              MOVE WS-CON-CONTESTANT (WS-CSUB) TO WS-CHD-CONTESTANT
              MOVE WS-CON-HARD-ASKED (WS-CSUB) TO WS-CHD-HARD-ASKED
              MOVE WS-CON-HARD-CORRECT (WS-CSUB) TO
                   WS-CHD-HARD-CORRECT
              MOVE WS-CON-FAST-COUNT (WS-CSUB) TO WS-CHD-FAST
              DISPLAY ' '
              DISPLAY WS-CON-HEAD-LINE
           END-IF.

           MOVE ATT-CONTESTANT-FILE TO WS-ATL-CONTESTANT.
           MOVE ATT-QUESTIONNO-FILE TO WS-ATL-QNO.
           MOVE ATT-DATE-FILE TO WS-ATL-DATE.
           MOVE ATT-TIMEOFDAY-FILE TO WS-ATL-TIME.
           MOVE ATT-RESULT-FILE TO WS-ATL-RESULT.
           MOVE ATT-ELAPSED-FILE TO WS-ATL-ELAPSED.
           DISPLAY WS-ATT-LINE.

      *  -----------------------------------------------------------
       KEEP-QUESTION-ATTEMPT.
      *  -----------------------------------------------------------
           IF WS-SUP-COUNT < WS-SUP-MAX
              ADD 1 TO WS-SUP-COUNT
              MOVE WS-QSUB TO WS-SUP-QST-SUB (WS-SUP-COUNT)
              MOVE ATT-CONTESTANT-FILE TO
                   WS-SUP-CONTESTANT (WS-SUP-COUNT)
              MOVE ATT-DATE-FILE TO WS-SUP-DATE (WS-SUP-COUNT)
              MOVE ATT-TIMEOFDAY-FILE TO WS-SUP-TIME (WS-SUP-COUNT)
              MOVE ATT-RESULT-FILE TO WS-SUP-RESULT (WS-SUP-COUNT)
              MOVE ATT-ELAPSED-FILE TO WS-SUP-ELAPSED (WS-SUP-COUNT)
           ELSE
              ADD 1 TO WS-SUP-DROPPED
           END-IF.

      *  -----------------------------------------------------------
       REPORT-FLAGGED-QUESTIONS.
      *
      *  ONE HEADER PER FLAGGED QUESTION WITH BOTH PERIODS'
      *  CORRECT/ASKED AND PERCENT, FOLLOWED BY ITS CURRENT-PERIOD
      *  ATTEMPTS
      *  -----------------------------------------------------------
           DISPLAY ' '.
           DISPLAY 'QUESTIONS WHOSE PERCENT-CORRECT HAS JUMPED'.
           DISPLAY '    CONTEST.  QESNO  DATE       TIME      R  '
                   'ELAPSED MS'.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QST-COUNT
              IF WS-QST-FLAGGED (WS-I)
                 MOVE WS-QST-QNO (WS-I) TO WS-QHD-QNO
                 MOVE WS-QST-DIFFICULTY (WS-I) TO WS-QHD-DIFF
                 MOVE WS-QST-PRI-CORRECT (WS-I) TO WS-QHD-PRI-COR
                 MOVE WS-QST-PRI-ASKED (WS-I) TO WS-QHD-PRI-ASKED
                 MOVE WS-QST-PRI-PCT (WS-I) TO WS-QHD-PRI-PCT
                 MOVE WS-QST-CUR-CORRECT (WS-I) TO WS-QHD-CUR-COR
                 MOVE WS-QST-CUR-ASKED (WS-I) TO WS-QHD-CUR-ASKED
                 MOVE WS-QST-CUR-PCT (WS-I) TO WS-QHD-CUR-PCT
                 DISPLAY ' '
                 DISPLAY WS-QST-HEAD-LINE
                 PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-SUP-COUNT
                    IF WS-SUP-QST-SUB (WS-J) = WS-I
                       MOVE WS-SUP-CONTESTANT (WS-J) TO
                            WS-ATL-CONTESTANT
                       MOVE WS-QST-QNO (WS-I) TO WS-ATL-QNO
                       MOVE WS-SUP-DATE (WS-J) TO WS-ATL-DATE
                       MOVE WS-SUP-TIME (WS-J) TO WS-ATL-TIME
                       MOVE WS-SUP-RESULT (WS-J) TO WS-ATL-RESULT
                       MOVE WS-SUP-ELAPSED (WS-J) TO WS-ATL-ELAPSED
                       DISPLAY WS-ATT-LINE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           IF WS-QST-FLAG-COUNT = ZEROS
              DISPLAY '    NONE'
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE AFILE.
           CLOSE QFILE.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *  -----------------------------------------------------------
           MOVE WS-READ-COUNT TO WS-TOTAL-READ.
           MOVE WS-WINDOW-COUNT TO WS-TOTAL-WINDOW.
           MOVE WS-CON-FLAG-COUNT TO WS-TOTAL-CFLAG.
           MOVE WS-QST-FLAG-COUNT TO WS-TOTAL-QFLAG.

           DISPLAY ' '.
           DISPLAY 'MIMKK22Z - INTEGRITY REPORT COMPLETE'.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY WS-WINDOW-LINE.
           DISPLAY WS-CFLAG-LINE.
           DISPLAY WS-QFLAG-LINE.

           IF WS-QST-DROPPED > ZEROS
              DISPLAY 'MIMKK22Z - *** QUESTION TABLE FULL *** '
                      'ATTEMPTS NOT COUNTED: ' WS-QST-DROPPED
           END-IF.
           IF WS-CON-DROPPED > ZEROS
              DISPLAY 'MIMKK22Z - *** CONTESTANT TABLE FULL *** '
                      'ATTEMPTS NOT COUNTED: ' WS-CON-DROPPED
           END-IF.
           IF WS-SUP-DROPPED > ZEROS
              DISPLAY 'MIMKK22Z - *** SUPPORTING ATTEMPT TABLE FULL '
                      '*** ATTEMPTS NOT LISTED: ' WS-SUP-DROPPED
           END-IF.

           IF WS-CON-FLAG-COUNT > ZEROS OR WS-QST-FLAG-COUNT > ZEROS
              DISPLAY 'MIMKK22Z - *** INTEGRITY FLAGS RAISED - '
                      'REFER TO COMPLIANCE BEFORE NEXT TAPING ***'
              MOVE 8 TO RETURN-CODE
           END-IF.
