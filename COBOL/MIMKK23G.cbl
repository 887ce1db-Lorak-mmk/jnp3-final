      ******************************************************************
      *                                                                *
      * MIMKK23G - CROSS-FILE REFERENTIAL INTEGRITY SWEEP              *
      *                                                                *
      *  MIMKK21X CHECKS MIMKK21B ON ITS OWN; THIS JOB CHECKS THAT THE *
      *  FILES AGREE WITH EACH OTHER.  EVERY RECORD THAT POINTS AT A   *
      *  QUESTION, A CONTESTANT OR A VOCABULARY VALUE IS LOOKED UP ON  *
      *  THE FILE THAT OWNS IT, AND EACH ORPHAN IS PRINTED UNDER ITS   *
      *  TYPE.  THE TYPES ARE EITHER LIVE - A BREAK THAT WILL SURFACE  *
      *  ON AIR OR IN PLAY:                                            *
      *    - MIMKK22F SHOW PACK SLOT WHOSE QUESTION IS GONE            *
      *    - IN-PLAY MIMKK22B SESSION WHOSE PENDING QUESTION IS GONE   *
      *    - IN-PLAY MIMKK22B SESSION WHOSE CONTESTANT IS GONE         *
      *    - APPROVED MIMKK21B QUESTION WHOSE CATEGORY OR DIFFICULTY   *
      *      IS NO LONGER ON THE MIMKK22L VOCABULARY                   *
      *    - ACTIVE MIMKK22W LADDER LEVEL WHOSE DIFFICULTY IS NO       *
      *      LONGER ON THE MIMKK22L VOCABULARY                         *
      *  OR HISTORICAL - A RECORD OF SOMETHING THAT HAS ALREADY        *
      *  HAPPENED, OR NOT YET IN PLAY:                                 *
      *    - DRAFT QUESTION WITH RETIRED CATEGORY OR DIFFICULTY        *
      *    - MIMKK21A ATTEMPT WHOSE QUESTION OR CONTESTANT IS GONE     *
      *    - MIMKK22I EXPOSURE WHOSE QUESTION IS GONE                  *
      *    - FINISHED MIMKK22B SESSION WHOSE CONTESTANT IS GONE        *
      *    - MIMKK22T GAME HISTORY WHOSE CONTESTANT IS GONE            *
      *    - MIMKK23C TRANSLATION WHOSE QUESTION IS GONE               *
      *  ERASED CONTESTANTS KEEP A MIMKK22A RECORD UNDER THEIR TOKEN,  *
      *  SO ANONYMISED HISTORY IS NOT REPORTED.  UP TO 100 ORPHANS     *
      *  ARE LISTED PER TYPE; ALL ARE COUNTED.  ENDS RC=8 WHEN ANY     *
      *  LIVE REFERENCE IS BROKEN, RC=4 WHEN ONLY HISTORICAL ONES ARE, *
      *  RC=0 WHEN THE FILES AGREE.  RUN NIGHTLY AFTER MIMKK21X.       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23G.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QFILE ASSIGN TO QFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QUESTIONNO-FILE
                  FILE STATUS IS WS-QFILE-STATUS.

           SELECT CFILE ASSIGN TO CFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CON-CONTESTANT-FILE
                  FILE STATUS IS WS-CFILE-STATUS.

           SELECT REFFILE ASSIGN TO REFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REF-KEY
                  FILE STATUS IS WS-REF-STATUS.

           SELECT PACKFILE ASSIGN TO PACKFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PACK-KEY
                  FILE STATUS IS WS-PACK-STATUS.

           SELECT SFILE ASSIGN TO SFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SES-CONTESTANT-FILE
                  FILE STATUS IS WS-SFILE-STATUS.

           SELECT LADDER-FILE ASSIGN TO LADDER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LAD-ID-FILE
                  FILE STATUS IS WS-LAD-STATUS.

           SELECT AFILE ASSIGN TO AFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ATT-KEY
                  FILE STATUS IS WS-AFILE-STATUS.

           SELECT EXPFILE ASSIGN TO EXPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EXP-QUESTIONNO-FILE
                  FILE STATUS IS WS-EXP-STATUS.

           SELECT HFILE ASSIGN TO HFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HIS-KEY
                  FILE STATUS IS WS-HFILE-STATUS.

           SELECT TRANFILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRN-KEY-FILE
                  FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *
      *  VSAM CONTESTANT MASTER FILE - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK22D
      *
       FD  CFILE
           RECORD CONTAINS 49 CHARACTERS.
       01  CONTESTANT-RECORD-LAYOUT.
           05 CON-CONTESTANT-FILE   PIC X(8).
           05 CON-NAME-FILE         PIC X(30).
           05 CON-REGDATE-FILE      PIC X(10).
           05 CON-STATUS-FILE       PIC X(1).

      *
      *  VSAM REFERENCE FILE - SAME LAYOUT AS MAINTAINED BY MIMKK22M,
      *  TYPE 'C' CATEGORY OR 'D' DIFFICULTY PLUS THE VALUE
      *
       FD  REFFILE
           RECORD CONTAINS 21 CHARACTERS.
       01  REFERENCE-RECORD-LAYOUT.
           05 REF-KEY.
              10 REF-TYPE-FILE      PIC X(1).
              10 REF-VALUE-FILE     PIC X(20).

      *
      *  VSAM SHOW PACK FILE - SAME LAYOUT AS WRITTEN BY MIMKK22G,
      *  KEYED ON SHOW ID PLUS BROADCAST SEQUENCE
      *
       FD  PACKFILE
           RECORD CONTAINS 16 CHARACTERS.
       01  PACK-RECORD-LAYOUT.
           05 PACK-KEY.
              10 PACK-SHOW-FILE     PIC X(8).
              10 PACK-SEQ-FILE      PIC 9(3).
           05 PACK-QUESTIONNO-FILE  PIC 9(5).

      *
      *  VSAM GAME SESSION FILE - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK22C
      *
       FD  SFILE
           RECORD CONTAINS 346 CHARACTERS.
       01  SESSION-RECORD-LAYOUT.
           05 SES-CONTESTANT-FILE      PIC X(8).
           05 SES-STATE-FILE           PIC X(1).
              88 SES-IN-PLAY              VALUE 'P'.
              88 SES-OVER                 VALUE 'O'.
           05 SES-LEVEL-FILE           PIC 9(2).
           05 SES-PRIZE-FILE           PIC 9(7).
           05 SES-PENDING-QNO-FILE     PIC 9(5).
           05 FILLER                   PIC X(323).

      *
      *  VSAM PRIZE LADDER FILE - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK22X
      *
       FD  LADDER-FILE
           RECORD CONTAINS 307 CHARACTERS.
       01  LADDER-RECORD-LAYOUT.
           05 LAD-ID-FILE              PIC X(8).
           05 LAD-STATUS-FILE          PIC X(1).
              88 LAD-ACTIVE               VALUE 'A'.
              88 LAD-RETIRED              VALUE 'R'.
           05 LAD-TOP-FILE             PIC 9(2).
           05 LAD-LEVEL-TABLE.
              10 LAD-LEVEL-ENTRY OCCURS 15 TIMES.
                 15 LAD-DIFFICULTY-FILE PIC X(10).
                 15 LAD-PRIZE-FILE      PIC 9(7).
                 15 LAD-MILESTONE-FILE  PIC X(1).
           05 LAD-USERID-FILE          PIC X(8).
           05 LAD-DATE-FILE            PIC X(10).
           05 LAD-TIMEOFDAY-FILE       PIC X(8).

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
           05 ATT-RESULT-FILE          PIC X(1).
           05 ATT-DATE-FILE            PIC X(10).
           05 ATT-TIMEOFDAY-FILE       PIC X(8).
           05 ATT-ELAPSED-FILE         PIC 9(7).

      *
      *  VSAM BROADCAST EXPOSURE FILE - SAME LAYOUT AS WRITTEN BY
      *  MIMKK22J, KEYED ON QUESTIONNO
      *
       FD  EXPFILE
           RECORD CONTAINS 31 CHARACTERS.
       01  EXPOSURE-RECORD-LAYOUT.
           05 EXP-QUESTIONNO-FILE   PIC 9(5).
           05 EXP-SHOW-FILE         PIC X(8).
           05 EXP-DATE-FILE         PIC X(10).
           05 EXP-TIMEOFDAY-FILE    PIC X(8).

      *
      *  VSAM GAME HISTORY FILE - SAME LAYOUT AS WRITTEN BY MIMKK22C
      *
       FD  HFILE
           RECORD CONTAINS 77 CHARACTERS.
       01  HISTORY-RECORD-LAYOUT.
           05 HIS-KEY.
              10 HIS-CONTESTANT-FILE   PIC X(8).
              10 HIS-TIME-FILE         PIC 9(15).
           05 HIS-DETAIL-FILE          PIC X(54).

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
           05 TRN-DETAIL-FILE       PIC X(485).

       WORKING-STORAGE SECTION.
       01 WS-QFILE-STATUS           PIC X(2) VALUE SPACES.
           88 QFILE-OK                  VALUE '00'.
           88 QFILE-EOF                 VALUE '10'.
       01 WS-CFILE-STATUS           PIC X(2) VALUE SPACES.
           88 CFILE-OK                  VALUE '00'.
       01 WS-REF-STATUS             PIC X(2) VALUE SPACES.
           88 REF-OK                    VALUE '00'.
       01 WS-PACK-STATUS            PIC X(2) VALUE SPACES.
           88 PACK-OK                   VALUE '00'.
           88 PACK-EOF                  VALUE '10'.
       01 WS-SFILE-STATUS           PIC X(2) VALUE SPACES.
           88 SFILE-OK                  VALUE '00'.
           88 SFILE-EOF                 VALUE '10'.
       01 WS-LAD-STATUS             PIC X(2) VALUE SPACES.
           88 LAD-OK                    VALUE '00'.
           88 LAD-EOF                   VALUE '10'.
       01 WS-AFILE-STATUS           PIC X(2) VALUE SPACES.
           88 AFILE-OK                  VALUE '00'.
           88 AFILE-EOF                 VALUE '10'.
       01 WS-EXP-STATUS             PIC X(2) VALUE SPACES.
           88 EXP-OK                    VALUE '00'.
           88 EXP-EOF                   VALUE '10'.
       01 WS-HFILE-STATUS           PIC X(2) VALUE SPACES.
           88 HFILE-OK                  VALUE '00'.
           88 HFILE-EOF                 VALUE '10'.
       01 WS-TRAN-STATUS            PIC X(2) VALUE SPACES.
           88 TRAN-OK                   VALUE '00'.
           88 TRAN-EOF                  VALUE '10'.

      *  THE ORPHAN TYPES, IN REPORT ORDER.  EACH IS 'L' LIVE OR 'H'
      *  HISTORICAL, FOLLOWED BY ITS HEADING
       01 WS-TYPE-VALUES.
           05 FILLER PIC X(40)
              VALUE 'LSHOW PACK SLOT - QUESTION GONE'.
           05 FILLER PIC X(40)
              VALUE 'LIN-PLAY SESSION - PENDING QUESTION GONE'.
           05 FILLER PIC X(40)
              VALUE 'LIN-PLAY SESSION - CONTESTANT GONE'.
           05 FILLER PIC X(40)
              VALUE 'LAPPROVED QUESTION - RETIRED VOCABULARY'.
           05 FILLER PIC X(40)
              VALUE 'LACTIVE LADDER - RETIRED DIFFICULTY'.
           05 FILLER PIC X(40)
              VALUE 'HDRAFT QUESTION - RETIRED VOCABULARY'.
           05 FILLER PIC X(40)
              VALUE 'HATTEMPT - QUESTION GONE'.
           05 FILLER PIC X(40)
              VALUE 'HATTEMPT - CONTESTANT GONE'.
           05 FILLER PIC X(40)
              VALUE 'HEXPOSURE - QUESTION GONE'.
           05 FILLER PIC X(40)
              VALUE 'HFINISHED SESSION - CONTESTANT GONE'.
           05 FILLER PIC X(40)
              VALUE 'HGAME HISTORY - CONTESTANT GONE'.
           05 FILLER PIC X(40)
              VALUE 'HTRANSLATION - QUESTION GONE'.
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 12 TIMES.
              10 WS-TYPE-CLASS      PIC X(1).
                 88 WS-TYPE-LIVE        VALUE 'L'.
              10 WS-TYPE-HEADING    PIC X(39).
       01 WS-TYPE-COUNTS.
           05 WS-TYPE-COUNT         PIC 9(7) OCCURS 12 TIMES.

       01 WS-TYPE-MAX               PIC S9(4) COMP VALUE 12.
       01 WS-TYPE-NO                PIC S9(4) COMP VALUE 0.
       01 WS-LIST-MAX               PIC 9(7) VALUE 100.
       01 WS-T                      PIC S9(4) COMP VALUE 0.
       01 WS-L                      PIC S9(4) COMP VALUE 0.

       01 WS-FOUND-SW               PIC X VALUE 'N'.
           88 WS-FOUND                  VALUE 'Y'.

      *  KEYS LOOKED UP ON THE OWNING FILES
       01 WS-LOOK-QNO               PIC 9(5) VALUE ZEROS.
       01 WS-LOOK-CONTESTANT        PIC X(8) VALUE SPACES.

      *  ONE ORPHAN: THE RECORD HOLDING THE REFERENCE AND WHAT IT
      *  POINTS AT
       01 WS-ORPHAN-KEY             PIC X(30) VALUE SPACES.
       01 WS-ORPHAN-DETAIL          PIC X(40) VALUE SPACES.
       01 WS-QNO-DISP               PIC 9(5) VALUE ZEROS.
       01 WS-SEQ-DISP               PIC 9(3) VALUE ZEROS.
       01 WS-LEVEL-DISP             PIC 9(2) VALUE ZEROS.

       01 WS-LIVE-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-HIST-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.

       01 WS-TYPE-HEAD-LINE.
           05 FILLER                PIC X(4) VALUE '*** '.
           05 WS-THL-HEADING        PIC X(39).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-THL-CLASS          PIC X(10).

       01 WS-ORPHAN-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-ORL-KEY            PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ORL-DETAIL         PIC X(40).

       01 WS-MORE-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-MRL-COUNT          PIC ZZZZZZ9.
           05 FILLER                PIC X(26)
                                    VALUE ' MORE NOT LISTED'.

       01 WS-SUMMARY-LINE.
           05 WS-SML-HEADING        PIC X(39).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SML-CLASS          PIC X(10).
           05 WS-SML-COUNT          PIC ZZZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'RECORDS CHECKED:          '.
           05 WS-TOTAL-READ      PIC ZZZZZZ9.
       01 WS-LIVE-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'LIVE REFERENCES BROKEN:   '.
           05 WS-TOTAL-LIVE      PIC ZZZZZZ9.
       01 WS-HIST-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'HISTORICAL ORPHANS:       '.
           05 WS-TOTAL-HIST      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM OPEN-FILES.
           MOVE ZEROS TO WS-TYPE-COUNTS.

           DISPLAY 'MIMKK23G - CROSS-FILE REFERENTIAL INTEGRITY SWEEP'.

           MOVE 1 TO WS-TYPE-NO.
           PERFORM CHECK-SHOW-PACKS.
           MOVE 2 TO WS-TYPE-NO.
           PERFORM CHECK-SESSIONS.
           MOVE 3 TO WS-TYPE-NO.
           PERFORM CHECK-SESSIONS.
           MOVE 4 TO WS-TYPE-NO.
           PERFORM CHECK-QUESTION-VOCABULARY.
           MOVE 5 TO WS-TYPE-NO.
           PERFORM CHECK-LADDERS.
           MOVE 6 TO WS-TYPE-NO.
           PERFORM CHECK-QUESTION-VOCABULARY.
           MOVE 7 TO WS-TYPE-NO.
           PERFORM CHECK-ATTEMPTS.
           MOVE 8 TO WS-TYPE-NO.
           PERFORM CHECK-ATTEMPTS.
           MOVE 9 TO WS-TYPE-NO.
           PERFORM CHECK-EXPOSURES.
           MOVE 10 TO WS-TYPE-NO.
           PERFORM CHECK-SESSIONS.
           MOVE 11 TO WS-TYPE-NO.
           PERFORM CHECK-GAME-HISTORY.
           MOVE 12 TO WS-TYPE-NO.
           PERFORM CHECK-TRANSLATIONS.

           PERFORM CLOSE-FILES.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *
      *  THE THREE OWNING FILES STAY OPEN FOR LOOKUPS THROUGHOUT.
      *  EACH REFERRING FILE IS OPENED BY THE CHECK THAT READS IT
      *  -----------------------------------------------------------
           OPEN INPUT QFILE.
           IF NOT QFILE-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN QUESTION FILE, '
                      'STATUS=' WS-QFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CFILE.
           IF NOT CFILE-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN CONTESTANT FILE, '
                      'STATUS=' WS-CFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT REFFILE.
           IF NOT REF-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN REFERENCE FILE, '
                      'STATUS=' WS-REF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       PRINT-TYPE-HEADING.
      *  -----------------------------------------------------------
           DISPLAY ' '.
           MOVE WS-TYPE-HEADING (WS-TYPE-NO) TO WS-THL-HEADING.
           IF WS-TYPE-LIVE (WS-TYPE-NO)
              MOVE 'LIVE' TO WS-THL-CLASS
           ELSE
              MOVE 'HISTORICAL' TO WS-THL-CLASS
           END-IF.
           DISPLAY WS-TYPE-HEAD-LINE.

      *  -----------------------------------------------------------
       PRINT-TYPE-FOOTING.
      *
      *  SAYS HOW MANY WENT UNLISTED, OR THAT THERE WERE NONE
      *  -----------------------------------------------------------
           IF WS-TYPE-COUNT (WS-TYPE-NO) = ZEROS
              DISPLAY '    NONE'
           END-IF.
           IF WS-TYPE-COUNT (WS-TYPE-NO) > WS-LIST-MAX
              COMPUTE WS-MRL-COUNT =
                      WS-TYPE-COUNT (WS-TYPE-NO) - WS-LIST-MAX
              DISPLAY WS-MORE-LINE
           END-IF.

      *  -----------------------------------------------------------
       RECORD-ORPHAN.
      *
      *  COUNT AN ORPHAN OF THE CURRENT TYPE AND LIST IT WHILE THE
      *  TYPE IS UNDER ITS LISTING LIMIT
      *  -----------------------------------------------------------
           ADD 1 TO WS-TYPE-COUNT (WS-TYPE-NO).
           IF WS-TYPE-COUNT (WS-TYPE-NO) <= WS-LIST-MAX
              MOVE WS-ORPHAN-KEY TO WS-ORL-KEY
              MOVE WS-ORPHAN-DETAIL TO WS-ORL-DETAIL
              DISPLAY WS-ORPHAN-LINE
           END-IF.

      *  -----------------------------------------------------------
       LOOKUP-QUESTION.
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-LOOK-QNO TO QUESTIONNO-FILE.
           READ QFILE
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-SW
              NOT INVALID KEY
                 SET WS-FOUND TO TRUE
           END-READ.

      *  -----------------------------------------------------------
       LOOKUP-CONTESTANT.
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-LOOK-CONTESTANT TO CON-CONTESTANT-FILE.
           READ CFILE
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-SW
              NOT INVALID KEY
                 SET WS-FOUND TO TRUE
           END-READ.

      *  -----------------------------------------------------------
       LOOKUP-REFERENCE.
      *
      *  REF-TYPE-FILE AND REF-VALUE-FILE ARE SET BY THE CALLER
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           READ REFFILE
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-SW
              NOT INVALID KEY
                 SET WS-FOUND TO TRUE
           END-READ.

      *  -----------------------------------------------------------
       CHECK-SHOW-PACKS.
      *
      *  EVERY PACK SLOT MUST STILL HAVE ITS QUESTION - MIMKK22H
      *  SERVES THE SLOT ON AIR
      *  -----------------------------------------------------------
           PERFORM PRINT-TYPE-HEADING.
           OPEN INPUT PACKFILE.
           IF NOT PACK-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN SHOW PACK FILE, '
                      'STATUS=' WS-PACK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL PACK-EOF
              READ PACKFILE NEXT RECORD
                 AT END
                    SET PACK-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE PACK-QUESTIONNO-FILE TO WS-LOOK-QNO
                    PERFORM LOOKUP-QUESTION
                    IF NOT WS-FOUND
                       MOVE PACK-SEQ-FILE TO WS-SEQ-DISP
                       MOVE PACK-QUESTIONNO-FILE TO WS-QNO-DISP
                       MOVE SPACES TO WS-ORPHAN-KEY
                       MOVE SPACES TO WS-ORPHAN-DETAIL
                       STRING 'SHOW ' PACK-SHOW-FILE
                              ' SLOT ' WS-SEQ-DISP
                              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       END-STRING
                       STRING 'QUESTION ' WS-QNO-DISP
                              DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                       END-STRING
                       PERFORM RECORD-ORPHAN
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PACKFILE.
           PERFORM PRINT-TYPE-FOOTING.

      *  -----------------------------------------------------------
       CHECK-SESSIONS.
      *
      *  ONE PASS OF MIMKK22B FOR THE CURRENT TYPE: AN IN-PLAY
      *  SESSION'S PENDING QUESTION (ZERO WHEN NONE IS DEALT) OR ITS
      *  CONTESTANT, OR A FINISHED SESSION'S CONTESTANT
      *  -----------------------------------------------------------
           PERFORM PRINT-TYPE-HEADING.
           MOVE SPACES TO WS-SFILE-STATUS.
           OPEN INPUT SFILE.
           IF NOT SFILE-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN SESSION FILE, '
                      'STATUS=' WS-SFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL SFILE-EOF
              READ SFILE NEXT RECORD
                 AT END
                    SET SFILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM CHECK-SESSION-RECORD
              END-READ
           END-PERFORM.

           CLOSE SFILE.
           PERFORM PRINT-TYPE-FOOTING.

      *  -----------------------------------------------------------
       CHECK-SESSION-RECORD.
      *  -----------------------------------------------------------
           MOVE SPACES TO WS-ORPHAN-KEY.
           MOVE SPACES TO WS-ORPHAN-DETAIL.
           STRING 'SESSION ' SES-CONTESTANT-FILE
                  DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           END-STRING.

           EVALUATE TRUE
              WHEN WS-TYPE-NO = 2 AND SES-IN-PLAY
                 IF SES-PENDING-QNO-FILE NOT = ZEROS
                    MOVE SES-PENDING-QNO-FILE TO WS-LOOK-QNO
                    PERFORM LOOKUP-QUESTION
                    IF NOT WS-FOUND
                       MOVE SES-PENDING-QNO-FILE TO WS-QNO-DISP
                       MOVE SES-LEVEL-FILE TO WS-LEVEL-DISP
                       STRING 'QUESTION ' WS-QNO-DISP
                              ' AT LEVEL ' WS-LEVEL-DISP
                              DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                       END-STRING
                       PERFORM RECORD-ORPHAN
                    END-IF
                 END-IF
              WHEN WS-TYPE-NO = 3 AND SES-IN-PLAY
                 PERFORM CHECK-SESSION-CONTESTANT
              WHEN WS-TYPE-NO = 10 AND NOT SES-IN-PLAY
                 PERFORM CHECK-SESSION-CONTESTANT
           END-EVALUATE.

      *  -----------------------------------------------------------
       CHECK-SESSION-CONTESTANT.
      *  -----------------------------------------------------------
           MOVE SES-CONTESTANT-FILE TO WS-LOOK-CONTESTANT.
           PERFORM LOOKUP-CONTESTANT.
           IF NOT WS-FOUND
              STRING 'CONTESTANT ' SES-CONTESTANT-FILE
                     DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
              END-STRING
              PERFORM RECORD-ORPHAN
           END-IF.

      *  -----------------------------------------------------------
       CHECK-QUESTION-VOCABULARY.
      *
      *  ONE PASS OF MIMKK21B FOR THE CURRENT TYPE - APPROVED
      *  QUESTIONS FOR TYPE 4, THE REST FOR TYPE 6.  THE CATEGORY
      *  AND DIFFICULTY MUST BOTH STILL BE ON MIMKK22L, THE SAME
      *  TEST MIMKK21S AND MIMKK21U APPLY WHEN A QUESTION IS SAVED.
      *  A BLANK VALUE IS MIMKK21X'S EXCEPTION, NOT AN ORPHAN
      *  -----------------------------------------------------------
           PERFORM PRINT-TYPE-HEADING.
           MOVE SPACES TO WS-QFILE-STATUS.
           MOVE ZEROS TO QUESTIONNO-FILE.
           START QFILE KEY IS NOT LESS THAN QUESTIONNO-FILE
              INVALID KEY
                 SET QFILE-EOF TO TRUE
           END-START.

           PERFORM UNTIL QFILE-EOF
              READ QFILE NEXT RECORD
                 AT END
                    SET QFILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF (WS-TYPE-NO = 4 AND QUEST-APPROVED) OR
                       (WS-TYPE-NO = 6 AND NOT QUEST-APPROVED)
                       PERFORM CHECK-QUESTION-RECORD
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM PRINT-TYPE-FOOTING.

      *  -----------------------------------------------------------
       CHECK-QUESTION-RECORD.
      *  -----------------------------------------------------------
           MOVE QUESTIONNO-FILE TO WS-QNO-DISP.
           MOVE SPACES TO WS-ORPHAN-KEY.
           STRING 'QUESTION ' WS-QNO-DISP
                  DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           END-STRING.

           IF CATEGORY-FILE NOT = SPACES
              MOVE 'C' TO REF-TYPE-FILE
              MOVE CATEGORY-FILE TO REF-VALUE-FILE
              PERFORM LOOKUP-REFERENCE
              IF NOT WS-FOUND
                 MOVE SPACES TO WS-ORPHAN-DETAIL
                 STRING 'CATEGORY ' CATEGORY-FILE
                        DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-IF.

           IF DIFFICULTY-FILE NOT = SPACES
              MOVE 'D' TO REF-TYPE-FILE
              MOVE DIFFICULTY-FILE TO REF-VALUE-FILE
              PERFORM LOOKUP-REFERENCE
              IF NOT WS-FOUND
                 MOVE SPACES TO WS-ORPHAN-DETAIL
                 STRING 'DIFFICULTY ' DIFFICULTY-FILE
                        DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                 END-STRING
                 PERFORM RECORD-ORPHAN
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       CHECK-LADDERS.
      *
      *  EVERY LEVEL OF AN ACTIVE LADDER MUST NAME A DIFFICULTY STILL
      *  ON MIMKK22L, OR MIMKK21G CANNOT DEAL THAT LEVEL.  A RETIRED
      *  LADDER CANNOT START A GAME AND IS NOT CHECKED
      *  -----------------------------------------------------------
           PERFORM PRINT-TYPE-HEADING.
           OPEN INPUT LADDER-FILE.
           IF NOT LAD-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN LADDER FILE, '
                      'STATUS=' WS-LAD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL LAD-EOF
              READ LADDER-FILE NEXT RECORD
                 AT END
                    SET LAD-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF LAD-ACTIVE
                       PERFORM VARYING WS-L FROM 1 BY 1
                               UNTIL WS-L > LAD-TOP-FILE OR WS-L > 15
                          PERFORM CHECK-LADDER-LEVEL
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE LADDER-FILE.
           PERFORM PRINT-TYPE-FOOTING.

      *  -----------------------------------------------------------
       CHECK-LADDER-LEVEL.
      *  -----------------------------------------------------------
           MOVE 'D' TO REF-TYPE-FILE.
           MOVE LAD-DIFFICULTY-FILE (WS-L) TO REF-VALUE-FILE.
           PERFORM LOOKUP-REFERENCE.
           IF NOT WS-FOUND
              MOVE WS-L TO WS-LEVEL-DISP
              MOVE SPACES TO WS-ORPHAN-KEY
              MOVE SPACES TO WS-ORPHAN-DETAIL
              STRING 'LADDER ' LAD-ID-FILE ' LEVEL ' WS-LEVEL-DISP
                     DELIMITED BY SIZE INTO WS-ORPHAN-KEY
              END-STRING
              STRING 'DIFFICULTY ' LAD-DIFFICULTY-FILE (WS-L)
                     DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
              END-STRING
              PERFORM RECORD-ORPHAN
           END-IF.

      *  -----------------------------------------------------------
       CHECK-ATTEMPTS.
      *
      *  ONE PASS OF MIMKK21A FOR THE CURRENT TYPE - THE ATTEMPT'S
      *  QUESTION FOR TYPE 7, ITS CONTESTANT FOR TYPE 8
      *  -----------------------------------------------------------
           PERFORM PRINT-TYPE-HEADING.
           MOVE SPACES TO WS-AFILE-STATUS.
           OPEN INPUT AFILE.
           IF NOT AFILE-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN ATTEMPT FILE, '
                      'STATUS=' WS-AFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL AFILE-EOF
              READ AFILE NEXT RECORD
                 AT END
                    SET AFILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM CHECK-ATTEMPT-RECORD
              END-READ
           END-PERFORM.

           CLOSE AFILE.
           PERFORM PRINT-TYPE-FOOTING.

      *  -----------------------------------------------------------
       CHECK-ATTEMPT-RECORD.
      *  -----------------------------------------------------------
           IF WS-TYPE-NO = 7
              MOVE ATT-QUESTIONNO-FILE TO WS-LOOK-QNO
              PERFORM LOOKUP-QUESTION
           ELSE
              MOVE ATT-CONTESTANT-FILE TO WS-LOOK-CONTESTANT
              PERFORM LOOKUP-CONTESTANT
           END-IF.

           IF NOT WS-FOUND
              MOVE SPACES TO WS-ORPHAN-KEY
              MOVE SPACES TO WS-ORPHAN-DETAIL
              STRING ATT-CONTESTANT-FILE ' ' ATT-DATE-FILE
                     ' ' ATT-TIMEOFDAY-FILE
                     DELIMITED BY SIZE INTO WS-ORPHAN-KEY
              END-STRING
              IF WS-TYPE-NO = 7
                 MOVE ATT-QUESTIONNO-FILE TO WS-QNO-DISP
                 STRING 'QUESTION ' WS-QNO-DISP
                        DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                 END-STRING
              ELSE
                 STRING 'CONTESTANT ' ATT-CONTESTANT-FILE
                        DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                 END-STRING
              END-IF
              PERFORM RECORD-ORPHAN
           END-IF.

      *  -----------------------------------------------------------
       CHECK-EXPOSURES.
      *  -----------------------------------------------------------
           PERFORM PRINT-TYPE-HEADING.
           OPEN INPUT EXPFILE.
           IF NOT EXP-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN EXPOSURE FILE, '
                      'STATUS=' WS-EXP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL EXP-EOF
              READ EXPFILE NEXT RECORD
                 AT END
                    SET EXP-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE EXP-QUESTIONNO-FILE TO WS-LOOK-QNO
                    PERFORM LOOKUP-QUESTION
                    IF NOT WS-FOUND
                       MOVE EXP-QUESTIONNO-FILE TO WS-QNO-DISP
                       MOVE SPACES TO WS-ORPHAN-KEY
                       MOVE SPACES TO WS-ORPHAN-DETAIL
                       STRING 'SHOW ' EXP-SHOW-FILE ' ' EXP-DATE-FILE
                              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       END-STRING
                       STRING 'QUESTION ' WS-QNO-DISP
                              DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                       END-STRING
                       PERFORM RECORD-ORPHAN
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE EXPFILE.
           PERFORM PRINT-TYPE-FOOTING.

      *  -----------------------------------------------------------
       CHECK-GAME-HISTORY.
      *  -----------------------------------------------------------
           PERFORM PRINT-TYPE-HEADING.
           OPEN INPUT HFILE.
           IF NOT HFILE-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN GAME HISTORY FILE, '
                      'STATUS=' WS-HFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL HFILE-EOF
              READ HFILE NEXT RECORD
                 AT END
                    SET HFILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE HIS-CONTESTANT-FILE TO WS-LOOK-CONTESTANT
                    PERFORM LOOKUP-CONTESTANT
                    IF NOT WS-FOUND
                       MOVE SPACES TO WS-ORPHAN-KEY
                       MOVE SPACES TO WS-ORPHAN-DETAIL
                       STRING 'GAME ' HIS-CONTESTANT-FILE
                              ' ' HIS-TIME-FILE
                              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       END-STRING
                       STRING 'CONTESTANT ' HIS-CONTESTANT-FILE
                              DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                       END-STRING
                       PERFORM RECORD-ORPHAN
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE HFILE.
           PERFORM PRINT-TYPE-FOOTING.

      *  -----------------------------------------------------------
       CHECK-TRANSLATIONS.
      *  -----------------------------------------------------------
           PERFORM PRINT-TYPE-HEADING.
           OPEN INPUT TRANFILE.
           IF NOT TRAN-OK
              DISPLAY 'MIMKK23G - UNABLE TO OPEN TRANSLATION FILE, '
                      'STATUS=' WS-TRAN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL TRAN-EOF
              READ TRANFILE NEXT RECORD
                 AT END
                    SET TRAN-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE TRN-QUESTIONNO-FILE TO WS-LOOK-QNO
                    PERFORM LOOKUP-QUESTION
                    IF NOT WS-FOUND
                       MOVE TRN-QUESTIONNO-FILE TO WS-QNO-DISP
                       MOVE SPACES TO WS-ORPHAN-KEY
                       MOVE SPACES TO WS-ORPHAN-DETAIL
                       STRING 'TRANSLATION ' WS-QNO-DISP
                              ' ' TRN-LANGUAGE-FILE
                              DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       END-STRING
                       STRING 'QUESTION ' WS-QNO-DISP
                              DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
                       END-STRING
                       PERFORM RECORD-ORPHAN
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TRANFILE.
           PERFORM PRINT-TYPE-FOOTING.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE QFILE.
           CLOSE CFILE.
           CLOSE REFFILE.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *
      *  ORPHAN COUNTS BY TYPE, THEN THE RETURN CODE: 8 FOR ANY
      *  BROKEN LIVE REFERENCE, 4 FOR HISTORICAL ORPHANS ONLY
      *  -----------------------------------------------------------
           DISPLAY ' '.
           DISPLAY 'MIMKK23G - INTEGRITY SWEEP COMPLETE'.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TYPE-MAX
              MOVE WS-TYPE-HEADING (WS-T) TO WS-SML-HEADING
              MOVE WS-TYPE-COUNT (WS-T) TO WS-SML-COUNT
              IF WS-TYPE-LIVE (WS-T)
                 MOVE 'LIVE' TO WS-SML-CLASS
                 ADD WS-TYPE-COUNT (WS-T) TO WS-LIVE-COUNT
              ELSE
                 MOVE 'HISTORICAL' TO WS-SML-CLASS
                 ADD WS-TYPE-COUNT (WS-T) TO WS-HIST-COUNT
              END-IF
              DISPLAY WS-SUMMARY-LINE
           END-PERFORM.

           MOVE WS-READ-COUNT TO WS-TOTAL-READ.
           MOVE WS-LIVE-COUNT TO WS-TOTAL-LIVE.
           MOVE WS-HIST-COUNT TO WS-TOTAL-HIST.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY WS-LIVE-LINE.
           DISPLAY WS-HIST-LINE.

           IF WS-LIVE-COUNT > ZEROS
              DISPLAY 'MIMKK23G - *** LIVE REFERENCES BROKEN *** '
                      'FIX BEFORE THE NEXT TAPING'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-HIST-COUNT > ZEROS
                 DISPLAY 'MIMKK23G - HISTORICAL ORPHANS ONLY'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
