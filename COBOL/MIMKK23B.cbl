      ******************************************************************
      *                                                                *
      * MIMKK23B - CONTESTANT ERASURE AND ERASURE CERTIFICATE          *
      *                                                                *
      *  FINISHES THE ERASURES REQUESTED DURING THE DAY THROUGH THE    *
      *  MIMKK22D ERASE ACTION.  THAT ACTION HAS ALREADY DELETED THE   *
      *  CONTESTANT'S MIMKK21G/MIMKK21H/MIMKK22E/MIMKK21T QUEUES,      *
      *  BLANKED THE NAME AND LEFT THE MIMKK22A RECORD ERASURE         *
      *  PENDING; THIS RUN REPLACES THE CONTESTANT ID WITH AN          *
      *  ANONYMOUS TOKEN ('#' PLUS SEVEN DIGITS, ONE PER CONTESTANT,   *
      *  NEVER REUSED) WHEREVER IT IS STILL HELD.  ONLY THE ID         *
      *  CHANGES - EVERY ATTEMPT, GAME AND SESSION IS KEPT AS IT WAS,  *
      *  SO MIMKK21R CALIBRATION, MIMKK22E AUDIENCE PERCENTAGES, THE   *
      *  LEADERBOARDS AND MIMKK22V STILL ADD UP; THE CONTESTANT SIMPLY *
      *  APPEARS UNDER THE TOKEN.                                      *
      *                                                                *
      *  THE ERASIN CONTROL CARD (MODE:LABEL) SAYS WHICH PART TO DO:   *
      *    ARCHIVE - REWRITE ONE MIMKK22N ATTEMPT ARCHIVE GENERATION   *
      *              IN PLACE ON ARCHIO.  LABEL NAMES THE GENERATION   *
      *              ON THE CERTIFICATE.  ONE STEP PER GENERATION.     *
      *    LIVE    - REWRITE THE QUSE USAGE LOG AND QSWP SWEEP LOG   *
      *              IN PLACE ON USAGEIO AND SWEEPIO, RE-KEY MIMKK21A, *
      *              MIMKK22T, MIMKK22B AND THE MIMKK23M QUALIFIER     *
      *              RESULTS, THEN REPLACE THE MIMKK22A RECORD WITH AN *
      *              ERASED RECORD UNDER THE TOKEN.  RUNS LAST.        *
      *  THE PENDING LIST AND THE TOKENS ARE WORKED OUT AFRESH FROM    *
      *  MIMKK22A IN EVERY STEP, IN KEY ORDER, AND MIMKK22A IS ONLY    *
      *  CHANGED BY THE LIVE STEP, SO EVERY STEP OF THE JOB - AND ANY  *
      *  RERUN AFTER A FAILURE - HANDS EACH CONTESTANT THE SAME TOKEN. *
      *  A RE-KEYED RECORD ALREADY ON FILE FROM A FAILED RUN IS        *
      *  ACCEPTED AND THE OLD ONE DELETED.                             *
      *                                                                *
      *  EACH STEP PRINTS ITS PART OF THE ERASURE CERTIFICATE: PER     *
      *  CONTESTANT, EVERY FILE TOUCHED AND THE NUMBER OF RECORDS (OR  *
      *  QUEUE ITEMS) CHANGED.  THE TOKEN IS NOT PRINTED, SO THE       *
      *  CERTIFICATE CANNOT BE USED TO RE-IDENTIFY THE ANONYMOUS       *
      *  STATISTICS.  ANY FAILURE ENDS RC=8 WITH THE CONTESTANT STILL  *
      *  PENDING FOR THE RERUN.  MORE THAN WS-ERASE-MAX PENDING ENDS   *
      *  RC=4: THE FIRST WS-ERASE-MAX IN KEY ORDER ARE ERASED AND THE  *
      *  REST ARE LEFT PENDING FOR THE NEXT RUN.                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23B.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASIN-FILE ASSIGN TO ERASIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ERASIN-STATUS.

           SELECT CFILE ASSIGN TO CFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CON-CONTESTANT-FILE
                  FILE STATUS IS WS-CFILE-STATUS.

           SELECT AFILE ASSIGN TO AFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ATT-KEY
                  FILE STATUS IS WS-AFILE-STATUS.

           SELECT HFILE ASSIGN TO HFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HIS-KEY
                  FILE STATUS IS WS-HFILE-STATUS.

           SELECT SFILE ASSIGN TO SFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SES-CONTESTANT-FILE
                  FILE STATUS IS WS-SFILE-STATUS.

           SELECT QUALFILE ASSIGN TO QUALFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QLF-KEY
                  FILE STATUS IS WS-QUAL-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT USAGE-FILE ASSIGN TO USAGEIO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-USAGE-STATUS.

           SELECT SWEEP-FILE ASSIGN TO SWEEPIO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SWEEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  CONTROL FILE: ONE ':'-DELIMITED LINE, MODE:LABEL.  MODE IS
      *  ARCHIVE OR LIVE; LABEL (ARCHIVE ONLY) NAMES THE GENERATION
      *  ON ARCHIO FOR THE CERTIFICATE, E.G. GEN(0)
      *
       FD  ERASIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ERASIN-RECORD            PIC X(80).

      *
      *  VSAM CONTESTANT MASTER FILE - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK22D
      *
       FD  CFILE
           RECORD CONTAINS 49 CHARACTERS.
       01  CONTESTANT-RECORD-LAYOUT.
           05 CON-CONTESTANT-FILE   PIC X(8).
           05 CON-NAME-FILE         PIC X(30).
           05 CON-ERASE-VIEW REDEFINES CON-NAME-FILE.
              10 CON-ERASE-REQDATE-FILE  PIC X(10).
              10 CON-ERASE-DEALT-FILE    PIC 9(5).
              10 CON-ERASE-FIFTY-FILE    PIC 9(5).
              10 CON-ERASE-AUDIENCE-FILE PIC 9(5).
              10 CON-ERASE-CLOCK-FILE    PIC 9(5).
           05 CON-REGDATE-FILE      PIC X(10).
           05 CON-STATUS-FILE       PIC X(1).
              88 CON-ACTIVE            VALUE 'A'.
              88 CON-INACTIVE          VALUE 'I'.
              88 CON-ERASE-PENDING     VALUE 'E'.
              88 CON-ERASED            VALUE 'X'.

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
      *  VSAM GAME SESSION FILE - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK22C
      *
       FD  SFILE
           RECORD CONTAINS 346 CHARACTERS.
       01  SESSION-RECORD-LAYOUT.
           05 SES-CONTESTANT-FILE      PIC X(8).
           05 SES-DETAIL-FILE          PIC X(338).

      *
      *  VSAM QUALIFIER RESULT FILE - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK23L, KEYED ON ROUND ID PLUS CONTESTANT ID
      *
       FD  QUALFILE
           RECORD CONTAINS 70 CHARACTERS.
       01  QUALIFIER-RECORD-LAYOUT.
           05 QLF-KEY.
              10 QLF-ROUND-FILE        PIC X(8).
              10 QLF-CONTESTANT-FILE   PIC X(8).
           05 QLF-DETAIL-FILE          PIC X(54).

      *
      *  SEQUENTIAL ATTEMPT ARCHIVE GENERATION WRITTEN BY MIMKK22N -
      *  SAME 55-BYTE ATTEMPT RECORDS, REWRITTEN IN PLACE
      *
       FD  ARCHIVE-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  ARCHIVE-RECORD-LAYOUT.
           05 ARC-CONTESTANT-FILE      PIC X(8).
           05 ARC-DETAIL-FILE          PIC X(47).

      *
      *  QUSE SERVICE USAGE LOG - SAME 89-BYTE RECORDS AS WRITTEN BY
      *  THE ONLINE SERVICES AND READ BY MIMKK23F, REWRITTEN IN PLACE.
      *  THE KEY IS THE CONTESTANT OR SHOW THE CALL WAS FOR
      *
       FD  USAGE-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  USAGE-RECORD-LAYOUT.
           05 USG-PROGRAM-FILE         PIC X(8).
           05 USG-KEY-FILE             PIC X(8).
           05 USG-DETAIL-FILE          PIC X(73).

      *
      *  QSWP SESSION SWEEP LOG - SAME 75-BYTE RECORDS AS WRITTEN BY
      *  MIMKK23J AND READ BY MIMKK23K, REWRITTEN IN PLACE
      *
       FD  SWEEP-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  SWEEP-RECORD-LAYOUT.
           05 SWP-CONTESTANT-FILE      PIC X(8).
           05 SWP-DETAIL-FILE          PIC X(67).

       WORKING-STORAGE SECTION.
       01 WS-ERASIN-STATUS          PIC X(2) VALUE SPACES.
           88 ERASIN-OK                 VALUE '00'.
       01 WS-CFILE-STATUS           PIC X(2) VALUE SPACES.
           88 CFILE-OK                  VALUE '00'.
       01 WS-AFILE-STATUS           PIC X(2) VALUE SPACES.
           88 AFILE-OK                  VALUE '00'.
           88 AFILE-DUPLICATE           VALUE '22'.
       01 WS-HFILE-STATUS           PIC X(2) VALUE SPACES.
           88 HFILE-OK                  VALUE '00'.
           88 HFILE-DUPLICATE           VALUE '22'.
       01 WS-SFILE-STATUS           PIC X(2) VALUE SPACES.
           88 SFILE-OK                  VALUE '00'.
           88 SFILE-NOTFND              VALUE '23'.
           88 SFILE-DUPLICATE           VALUE '22'.
       01 WS-QUAL-STATUS            PIC X(2) VALUE SPACES.
           88 QUAL-OK                   VALUE '00'.
           88 QUAL-DUPLICATE            VALUE '22'.
       01 WS-ARCHIVE-STATUS         PIC X(2) VALUE SPACES.
           88 ARCHIVE-OK                VALUE '00'.
       01 WS-USAGE-STATUS           PIC X(2) VALUE SPACES.
           88 USAGE-OK                  VALUE '00'.
       01 WS-SWEEP-STATUS           PIC X(2) VALUE SPACES.
           88 SWEEP-OK                  VALUE '00'.

      *  FIELDS UNSTRUNG OUT OF THE CONTROL CARD
       01 WS-MODE                   PIC X(8) VALUE SPACES.
           88 WS-ARCHIVE-MODE           VALUE 'ARCHIVE'.
           88 WS-LIVE-MODE              VALUE 'LIVE'.
       01 WS-ARCHIVE-LABEL          PIC X(20) VALUE SPACES.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-DONE-SW                PIC X VALUE 'N'.
           88 WS-DONE                   VALUE 'Y'.
       01 WS-FAILED-SW              PIC X VALUE 'N'.
           88 WS-FAILED                 VALUE 'Y'.
       01 WS-FOUND-SW               PIC X VALUE 'N'.
           88 WS-FOUND                  VALUE 'Y'.

      *  ANONYMOUS TOKENS ARE THE TOKEN PREFIX PLUS A SEVEN-DIGIT
      *  NUMBER, ALLOCATED UPWARDS FROM THE HIGHEST ALREADY ON
      *  MIMKK22A.  MIMKK22D REFUSES TO REGISTER AN ID WITH THE
      *  PREFIX, SO A TOKEN CAN NEVER MEET A REAL CONTESTANT
       01 WS-TOKEN-PREFIX           PIC X VALUE '#'.
       01 WS-TOKEN.
           05 WS-TOKEN-CHAR         PIC X(1).
           05 WS-TOKEN-NUMBER       PIC 9(7).
       01 WS-HIGH-TOKEN             PIC 9(7) VALUE ZEROS.

      *  THE CONTESTANTS ERASED IN THIS RUN, IN MIMKK22A KEY ORDER,
      *  WITH THEIR TOKEN AND WHAT WAS CHANGED FOR EACH.  ANY MORE
      *  THAN WS-ERASE-MAX STAY PENDING FOR THE NEXT RUN
       01 WS-ERASE-COUNT            PIC S9(4) COMP VALUE 0.
       01 WS-ERASE-MAX              PIC S9(4) COMP VALUE 50.
       01 WS-ERASE-HELD             PIC 9(5) VALUE ZEROS.
       01 WS-ERASE-TABLE.
           05 WS-ERASE-ENTRY OCCURS 50 TIMES.
              10 WS-ERS-CONTESTANT  PIC X(8).
              10 WS-ERS-TOKEN       PIC X(8).
              10 WS-ERS-REQDATE     PIC X(10).
              10 WS-ERS-DEALT       PIC 9(5).
              10 WS-ERS-FIFTY       PIC 9(5).
              10 WS-ERS-AUDIENCE    PIC 9(5).
              10 WS-ERS-CLOCK       PIC 9(5).
              10 WS-ERS-ATTEMPTS    PIC 9(7).
              10 WS-ERS-GAMES       PIC 9(7).
              10 WS-ERS-SESSIONS    PIC 9(7).
              10 WS-ERS-QUALIFIERS  PIC 9(7).
              10 WS-ERS-MASTERS     PIC 9(7).
              10 WS-ERS-ARCHIVED    PIC 9(7).
              10 WS-ERS-USAGE       PIC 9(7).
              10 WS-ERS-SWEEPS      PIC 9(7).
              10 WS-ERS-STATE       PIC X(1).
                 88 WS-ERS-COMPLETE    VALUE 'C'.

       01 WS-I                      PIC S9(4) COMP VALUE 0.
      *  THE ID LOOKED UP IN THE ERASE TABLE BY FIND-ERASE-ENTRY
       01 WS-MATCH-ID               PIC X(8) VALUE SPACES.
       01 WS-ARCHIVE-READ           PIC 9(7) VALUE ZEROS.
       01 WS-ARCHIVE-CHANGED        PIC 9(7) VALUE ZEROS.
       01 WS-COMPLETE-COUNT         PIC 9(5) VALUE ZEROS.

      *  THE RECORD BEING RE-KEYED, HELD WHILE ITS COPY UNDER THE
      *  TOKEN IS WRITTEN AND THE ORIGINAL DELETED
       01 WS-SAVE-ATTEMPT           PIC X(55).
       01 WS-SAVE-HISTORY           PIC X(77).
       01 WS-SAVE-SESSION           PIC X(346).
       01 WS-SAVE-QUALIFIER         PIC X(70).
      *  WHERE THE QUALIFIER PASS PICKS UP AGAIN AFTER A RE-KEY
       01 WS-QLF-RESUME-KEY         PIC X(16).
       01 WS-SAVE-MASTER            PIC X(49).

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
       01 WS-RUN-DATE               PIC X(10) VALUE SPACES.
       01 WS-RUN-TIME               PIC X(8) VALUE SPACES.

      *  CERTIFICATE LINES
       01 WS-CERT-CONTESTANT-LINE.
           05 FILLER                PIC X(11) VALUE 'CONTESTANT '.
           05 WS-CCL-CONTESTANT     PIC X(8).
           05 FILLER                PIC X(22)
              VALUE '   ERASURE REQUESTED '.
           05 WS-CCL-REQDATE        PIC X(10).
       01 WS-CERT-HEAD-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'FILE'.
           05 FILLER                PIC X(34) VALUE 'CONTENT'.
           05 FILLER                PIC X(15) VALUE 'CHANGED'.
       01 WS-CERT-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-CRT-FILE           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CRT-DESC           PIC X(32).
           05 WS-CRT-COUNT          PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CRT-NOTE           PIC X(30).
       01 WS-CERT-RESULT-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE 'RESULT: '.
           05 WS-CRS-RESULT         PIC X(50).

       01 WS-SUMMARY-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'CONTESTANTS PENDING:      '.
           05 WS-TOTAL-PENDING   PIC ZZZZ9.
       01 WS-SUMMARY-LINE2.
           05 FILLER             PIC X(26)
                                 VALUE 'CONTESTANTS COMPLETED:    '.
           05 WS-TOTAL-COMPLETE  PIC ZZZZ9.
       01 WS-SUMMARY-LINE3.
           05 FILLER             PIC X(26)
                                 VALUE 'ARCHIVE RECORDS READ:     '.
           05 WS-TOTAL-ARCH-READ PIC ZZZZZZ9.
       01 WS-SUMMARY-LINE4.
           05 FILLER             PIC X(26)
                                 VALUE 'ARCHIVE RECORDS CHANGED:  '.
           05 WS-TOTAL-ARCH-CHG  PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM READ-ERASE-CARD.
           PERFORM STAMP-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-PENDING-ERASURES.

           IF WS-ARCHIVE-MODE
              PERFORM ERASE-ARCHIVE-GENERATION
           ELSE
              PERFORM ERASE-USAGE-LOG
              IF NOT WS-FAILED
                 PERFORM ERASE-SWEEP-LOG
              END-IF
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-ERASE-COUNT OR WS-FAILED
                 PERFORM ERASE-LIVE-CONTESTANT
              END-PERFORM
           END-IF.

           PERFORM CLOSE-FILES.
           PERFORM PRINT-CERTIFICATE.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       READ-ERASE-CARD.
      *
      *  THE MODE AND ARCHIVE LABEL COME FROM THE ERASIN CONTROL
      *  FILE.  AN UNKNOWN MODE STOPS THE JOB BEFORE ANYTHING IS
      *  OPENED
      *  -----------------------------------------------------------
           OPEN INPUT ERASIN-FILE.
           IF NOT ERASIN-OK
              DISPLAY 'MIMKK23B - UNABLE TO OPEN ERASE CONTROL FILE, '
                      'STATUS=' WS-ERASIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ERASIN-FILE
              AT END
                 DISPLAY 'MIMKK23B - ERASE CONTROL FILE IS EMPTY'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE ERASIN-FILE.

           UNSTRING ERASIN-RECORD DELIMITED BY ':' OR SPACE
             INTO WS-MODE WS-ARCHIVE-LABEL
           END-UNSTRING.

           IF NOT WS-ARCHIVE-MODE AND NOT WS-LIVE-MODE
              DISPLAY 'MIMKK23B - MODE MUST BE ARCHIVE OR LIVE: '
                      WS-MODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-ARCHIVE-MODE AND WS-ARCHIVE-LABEL = SPACES
              DISPLAY 'MIMKK23B - NO ARCHIVE GENERATION LABEL ON '
                      'ERASE CONTROL CARD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       STAMP-RUN-DATE.
      *  -----------------------------------------------------------
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           STRING
              WS-TODAY-DD DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-TODAY-MM DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-TODAY-YYYY DELIMITED BY SIZE
              INTO WS-RUN-DATE
           END-STRING.
           STRING
              WS-NOW-HH DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-NOW-MI DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-NOW-SS DELIMITED BY SIZE
              INTO WS-RUN-TIME
           END-STRING.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           IF WS-ARCHIVE-MODE
              OPEN INPUT CFILE
           ELSE
              OPEN I-O CFILE
           END-IF.
           IF NOT CFILE-OK
              DISPLAY 'MIMKK23B - UNABLE TO OPEN CONTESTANT FILE, '
                      'STATUS=' WS-CFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-ARCHIVE-MODE
              OPEN I-O ARCHIVE-FILE
              IF NOT ARCHIVE-OK
                 DISPLAY 'MIMKK23B - UNABLE TO OPEN ARCHIVE FILE, '
                         'STATUS=' WS-ARCHIVE-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              OPEN I-O AFILE
              IF NOT AFILE-OK
                 DISPLAY 'MIMKK23B - UNABLE TO OPEN ATTEMPT FILE, '
                         'STATUS=' WS-AFILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN I-O HFILE
              IF NOT HFILE-OK
                 DISPLAY 'MIMKK23B - UNABLE TO OPEN HISTORY FILE, '
                         'STATUS=' WS-HFILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN I-O SFILE
              IF NOT SFILE-OK
                 DISPLAY 'MIMKK23B - UNABLE TO OPEN SESSION FILE, '
                         'STATUS=' WS-SFILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN I-O QUALFILE
              IF NOT QUAL-OK
                 DISPLAY 'MIMKK23B - UNABLE TO OPEN QUALIFIER FILE, '
                         'STATUS=' WS-QUAL-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN I-O USAGE-FILE
              IF NOT USAGE-OK
                 DISPLAY 'MIMKK23B - UNABLE TO OPEN USAGE LOG, '
                         'STATUS=' WS-USAGE-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN I-O SWEEP-FILE
              IF NOT SWEEP-OK
                 DISPLAY 'MIMKK23B - UNABLE TO OPEN SWEEP LOG, '
                         'STATUS=' WS-SWEEP-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       LOAD-PENDING-ERASURES.
      *
      *  ONE PASS OVER MIMKK22A: NOTE THE HIGHEST TOKEN ALREADY
      *  ISSUED AND LIST EVERY RECORD LEFT ERASURE PENDING BY
      *  MIMKK22D, THEN HAND OUT THE NEXT TOKENS IN KEY ORDER
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
              READ CFILE NEXT RECORD
                 AT END
                    SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM CHECK-MASTER-RECORD
              END-READ
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ERASE-COUNT
              ADD 1 TO WS-HIGH-TOKEN
              MOVE WS-TOKEN-PREFIX TO WS-TOKEN-CHAR
              MOVE WS-HIGH-TOKEN TO WS-TOKEN-NUMBER
              MOVE WS-TOKEN TO WS-ERS-TOKEN (WS-I)
           END-PERFORM.

      *  -----------------------------------------------------------
       CHECK-MASTER-RECORD.
      *  -----------------------------------------------------------
           IF CON-CONTESTANT-FILE (1:1) = WS-TOKEN-PREFIX
              MOVE CON-CONTESTANT-FILE TO WS-TOKEN
              IF WS-TOKEN-NUMBER IS NUMERIC
                 IF WS-TOKEN-NUMBER > WS-HIGH-TOKEN
                    MOVE WS-TOKEN-NUMBER TO WS-HIGH-TOKEN
                 END-IF
              END-IF
           END-IF.

           IF CON-ERASE-PENDING
              IF WS-ERASE-COUNT < WS-ERASE-MAX
                 ADD 1 TO WS-ERASE-COUNT
                 MOVE CON-CONTESTANT-FILE TO
                      WS-ERS-CONTESTANT (WS-ERASE-COUNT)
                 MOVE CON-ERASE-REQDATE-FILE TO
                      WS-ERS-REQDATE (WS-ERASE-COUNT)
                 MOVE CON-ERASE-DEALT-FILE TO
                      WS-ERS-DEALT (WS-ERASE-COUNT)
                 MOVE CON-ERASE-FIFTY-FILE TO
                      WS-ERS-FIFTY (WS-ERASE-COUNT)
                 MOVE CON-ERASE-AUDIENCE-FILE TO
                      WS-ERS-AUDIENCE (WS-ERASE-COUNT)
                 MOVE CON-ERASE-CLOCK-FILE TO
                      WS-ERS-CLOCK (WS-ERASE-COUNT)
                 MOVE ZEROS TO WS-ERS-ATTEMPTS (WS-ERASE-COUNT)
                 MOVE ZEROS TO WS-ERS-GAMES (WS-ERASE-COUNT)
                 MOVE ZEROS TO WS-ERS-SESSIONS (WS-ERASE-COUNT)
                 MOVE ZEROS TO WS-ERS-QUALIFIERS (WS-ERASE-COUNT)
                 MOVE ZEROS TO WS-ERS-MASTERS (WS-ERASE-COUNT)
                 MOVE ZEROS TO WS-ERS-ARCHIVED (WS-ERASE-COUNT)
                 MOVE ZEROS TO WS-ERS-USAGE (WS-ERASE-COUNT)
                 MOVE ZEROS TO WS-ERS-SWEEPS (WS-ERASE-COUNT)
                 MOVE SPACES TO WS-ERS-STATE (WS-ERASE-COUNT)
              ELSE
                 ADD 1 TO WS-ERASE-HELD
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       ERASE-ARCHIVE-GENERATION.
      *
      *  READ THE GENERATION ON ARCHIO FRONT TO BACK AND REWRITE
      *  EVERY ATTEMPT BELONGING TO A PENDING CONTESTANT WITH THE
      *  CONTESTANT'S TOKEN.  THE REST OF THE RECORD IS UNTOUCHED,
      *  SO MIMKK22O STILL RANKS THE GENERATION THE SAME WAY
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF OR WS-FAILED
              READ ARCHIVE-FILE
                 AT END
                    SET WS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ARCHIVE-READ
                    PERFORM ERASE-ARCHIVE-RECORD
              END-READ
           END-PERFORM.

           IF NOT WS-FAILED
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-ERASE-COUNT
                 SET WS-ERS-COMPLETE (WS-I) TO TRUE
              END-PERFORM
           END-IF.

      *  -----------------------------------------------------------
       ERASE-ARCHIVE-RECORD.
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ERASE-COUNT OR WS-FOUND
              IF WS-ERS-CONTESTANT (WS-I) = ARC-CONTESTANT-FILE
                 SET WS-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF WS-FOUND
              SUBTRACT 1 FROM WS-I
              MOVE WS-ERS-TOKEN (WS-I) TO ARC-CONTESTANT-FILE
              REWRITE ARCHIVE-RECORD-LAYOUT
              IF ARCHIVE-OK
                 ADD 1 TO WS-ERS-ARCHIVED (WS-I)
                 ADD 1 TO WS-ARCHIVE-CHANGED
              ELSE
                 SET WS-FAILED TO TRUE
                 DISPLAY 'MIMKK23B - ARCHIVE REWRITE ERROR FOR '
                         WS-ERS-CONTESTANT (WS-I)
                         ' STATUS=' WS-ARCHIVE-STATUS
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       ERASE-USAGE-LOG.
      *
      *  THE QUSE LOG STILL HOLDS THE ID OF EVERY CALL MADE FOR A
      *  CONTESTANT BEFORE THE ERASE REQUEST (MIMKK22D LOGS THE
      *  REQUEST ITSELF WITHOUT ONE).  EACH IS REWRITTEN IN PLACE
      *  UNDER THE TOKEN.  THIS IS DONE BEFORE ANY CONTESTANT IS
      *  COMPLETED, SO A FAILURE LEAVES THEM ALL PENDING AND THE
      *  RERUN PASSES THE LOG AGAIN
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF OR WS-FAILED OR WS-ERASE-COUNT = 0
              READ USAGE-FILE
                 AT END
                    SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE USG-KEY-FILE TO WS-MATCH-ID
                    PERFORM FIND-ERASE-ENTRY
                    IF WS-FOUND
                       PERFORM REKEY-USAGE
                    END-IF
              END-READ
           END-PERFORM.

      *  -----------------------------------------------------------
       REKEY-USAGE.
      *  -----------------------------------------------------------
           MOVE WS-ERS-TOKEN (WS-I) TO USG-KEY-FILE.
           REWRITE USAGE-RECORD-LAYOUT.
           IF USAGE-OK
              ADD 1 TO WS-ERS-USAGE (WS-I)
           ELSE
              SET WS-FAILED TO TRUE
              DISPLAY 'MIMKK23B - USAGE LOG REWRITE ERROR FOR '
                      WS-ERS-CONTESTANT (WS-I)
                      ' STATUS=' WS-USAGE-STATUS
           END-IF.

      *  -----------------------------------------------------------
       ERASE-SWEEP-LOG.
      *
      *  SAME FOR THE QSWP LOG OF SESSIONS CLOSED BY MIMKK23J
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF OR WS-FAILED OR WS-ERASE-COUNT = 0
              READ SWEEP-FILE
                 AT END
                    SET WS-EOF TO TRUE
                 NOT AT END
                    MOVE SWP-CONTESTANT-FILE TO WS-MATCH-ID
                    PERFORM FIND-ERASE-ENTRY
                    IF WS-FOUND
                       PERFORM REKEY-SWEEP
                    END-IF
              END-READ
           END-PERFORM.

      *  -----------------------------------------------------------
       REKEY-SWEEP.
      *  -----------------------------------------------------------
           MOVE WS-ERS-TOKEN (WS-I) TO SWP-CONTESTANT-FILE.
           REWRITE SWEEP-RECORD-LAYOUT.
           IF SWEEP-OK
              ADD 1 TO WS-ERS-SWEEPS (WS-I)
           ELSE
              SET WS-FAILED TO TRUE
              DISPLAY 'MIMKK23B - SWEEP LOG REWRITE ERROR FOR '
                      WS-ERS-CONTESTANT (WS-I)
                      ' STATUS=' WS-SWEEP-STATUS
           END-IF.

      *  -----------------------------------------------------------
       FIND-ERASE-ENTRY.
      *
      *  LOOK WS-MATCH-ID UP IN THE ERASE TABLE.  WHEN WS-FOUND IS
      *  SET, WS-I IS THE CONTESTANT'S ENTRY
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ERASE-COUNT OR WS-FOUND
              IF WS-ERS-CONTESTANT (WS-I) = WS-MATCH-ID
                 SET WS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-FOUND
              SUBTRACT 1 FROM WS-I
           END-IF.

      *  -----------------------------------------------------------
       ERASE-LIVE-CONTESTANT.
      *
      *  RE-KEY EVERYTHING HELD UNDER THE CONTESTANT ID, MASTER
      *  RECORD LAST: WHILE THE MASTER IS STILL PENDING A RERUN
      *  PICKS THE CONTESTANT UP AGAIN WITH THE SAME TOKEN
      *  -----------------------------------------------------------
           PERFORM ERASE-ATTEMPTS.
           IF NOT WS-FAILED
              PERFORM ERASE-GAME-HISTORY
           END-IF.
           IF NOT WS-FAILED
              PERFORM ERASE-SESSION
           END-IF.
           IF NOT WS-FAILED
              PERFORM ERASE-QUALIFIER-RESULTS
           END-IF.
           IF NOT WS-FAILED
              PERFORM ERASE-MASTER
           END-IF.
           IF NOT WS-FAILED
              SET WS-ERS-COMPLETE (WS-I) TO TRUE
           END-IF.

      *  -----------------------------------------------------------
       ERASE-ATTEMPTS.
      *
      *  POSITION AT THE CONTESTANT'S FIRST ATTEMPT EACH TIME ROUND,
      *  SO THE BROWSE NEVER DEPENDS ON WHERE THE LAST WRITE AND
      *  DELETE LEFT IT.  EACH ATTEMPT IS WRITTEN UNDER THE TOKEN
      *  WITH THE SAME TIME KEY, THEN THE ORIGINAL IS DELETED
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-DONE-SW.
           PERFORM UNTIL WS-DONE OR WS-FAILED
              MOVE WS-ERS-CONTESTANT (WS-I) TO ATT-CONTESTANT-FILE
              MOVE ZEROS TO ATT-TIME-FILE
              START AFILE KEY IS NOT LESS THAN ATT-KEY
                 INVALID KEY
                    SET WS-DONE TO TRUE
              END-START
              IF NOT WS-DONE
                 READ AFILE NEXT RECORD
                    AT END
                       SET WS-DONE TO TRUE
                    NOT AT END
                       IF ATT-CONTESTANT-FILE =
                          WS-ERS-CONTESTANT (WS-I)
                          PERFORM REKEY-ATTEMPT
                       ELSE
                          SET WS-DONE TO TRUE
                       END-IF
                 END-READ
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       REKEY-ATTEMPT.
      *  -----------------------------------------------------------
           MOVE ATTEMPT-RECORD-LAYOUT TO WS-SAVE-ATTEMPT.
           MOVE WS-ERS-TOKEN (WS-I) TO ATT-CONTESTANT-FILE.
           WRITE ATTEMPT-RECORD-LAYOUT.
           IF AFILE-OK OR AFILE-DUPLICATE
              MOVE WS-SAVE-ATTEMPT TO ATTEMPT-RECORD-LAYOUT
              DELETE AFILE RECORD
              IF AFILE-OK
                 ADD 1 TO WS-ERS-ATTEMPTS (WS-I)
              ELSE
                 SET WS-FAILED TO TRUE
                 DISPLAY 'MIMKK23B - ATTEMPT DELETE ERROR FOR '
                         WS-ERS-CONTESTANT (WS-I)
                         ' STATUS=' WS-AFILE-STATUS
              END-IF
           ELSE
              SET WS-FAILED TO TRUE
              DISPLAY 'MIMKK23B - ATTEMPT WRITE ERROR FOR '
                      WS-ERS-CONTESTANT (WS-I)
                      ' STATUS=' WS-AFILE-STATUS
           END-IF.

      *  -----------------------------------------------------------
       ERASE-GAME-HISTORY.
      *
      *  SAME RE-KEYING FOR THE MIMKK22T GAME HISTORY, SO MIMKK22V
      *  STILL COUNTS EVERY GAME AND EVERY PRIZE PAID
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-DONE-SW.
           PERFORM UNTIL WS-DONE OR WS-FAILED
              MOVE WS-ERS-CONTESTANT (WS-I) TO HIS-CONTESTANT-FILE
              MOVE ZEROS TO HIS-TIME-FILE
              START HFILE KEY IS NOT LESS THAN HIS-KEY
                 INVALID KEY
                    SET WS-DONE TO TRUE
              END-START
              IF NOT WS-DONE
                 READ HFILE NEXT RECORD
                    AT END
                       SET WS-DONE TO TRUE
                    NOT AT END
                       IF HIS-CONTESTANT-FILE =
                          WS-ERS-CONTESTANT (WS-I)
                          PERFORM REKEY-GAME
                       ELSE
                          SET WS-DONE TO TRUE
                       END-IF
                 END-READ
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       REKEY-GAME.
      *  -----------------------------------------------------------
           MOVE HISTORY-RECORD-LAYOUT TO WS-SAVE-HISTORY.
           MOVE WS-ERS-TOKEN (WS-I) TO HIS-CONTESTANT-FILE.
           WRITE HISTORY-RECORD-LAYOUT.
           IF HFILE-OK OR HFILE-DUPLICATE
              MOVE WS-SAVE-HISTORY TO HISTORY-RECORD-LAYOUT
              DELETE HFILE RECORD
              IF HFILE-OK
                 ADD 1 TO WS-ERS-GAMES (WS-I)
              ELSE
                 SET WS-FAILED TO TRUE
                 DISPLAY 'MIMKK23B - HISTORY DELETE ERROR FOR '
                         WS-ERS-CONTESTANT (WS-I)
                         ' STATUS=' WS-HFILE-STATUS
              END-IF
           ELSE
              SET WS-FAILED TO TRUE
              DISPLAY 'MIMKK23B - HISTORY WRITE ERROR FOR '
                      WS-ERS-CONTESTANT (WS-I)
                      ' STATUS=' WS-HFILE-STATUS
           END-IF.

      *  -----------------------------------------------------------
       ERASE-SESSION.
      *
      *  THE CONTESTANT HAS AT MOST ONE MIMKK22B SESSION.  IT IS
      *  KEPT UNDER THE TOKEN - ITS QUEUES WENT WITH THE ERASE
      *  REQUEST AND THE TOKEN CAN NEVER PLAY, SO IT STAYS AS IT
      *  WAS LEFT
      *  -----------------------------------------------------------
           MOVE WS-ERS-CONTESTANT (WS-I) TO SES-CONTESTANT-FILE.
           READ SFILE
              INVALID KEY
                 IF NOT SFILE-NOTFND
                    SET WS-FAILED TO TRUE
                    DISPLAY 'MIMKK23B - SESSION READ ERROR FOR '
                            WS-ERS-CONTESTANT (WS-I)
                            ' STATUS=' WS-SFILE-STATUS
                 END-IF
              NOT INVALID KEY
                 PERFORM REKEY-SESSION
           END-READ.

      *  -----------------------------------------------------------
       REKEY-SESSION.
      *  -----------------------------------------------------------
           MOVE SESSION-RECORD-LAYOUT TO WS-SAVE-SESSION.
           MOVE WS-ERS-TOKEN (WS-I) TO SES-CONTESTANT-FILE.
           WRITE SESSION-RECORD-LAYOUT.
           IF SFILE-OK OR SFILE-DUPLICATE
              MOVE WS-SAVE-SESSION TO SESSION-RECORD-LAYOUT
              DELETE SFILE RECORD
              IF SFILE-OK
                 ADD 1 TO WS-ERS-SESSIONS (WS-I)
              ELSE
                 SET WS-FAILED TO TRUE
                 DISPLAY 'MIMKK23B - SESSION DELETE ERROR FOR '
                         WS-ERS-CONTESTANT (WS-I)
                         ' STATUS=' WS-SFILE-STATUS
              END-IF
           ELSE
              SET WS-FAILED TO TRUE
              DISPLAY 'MIMKK23B - SESSION WRITE ERROR FOR '
                      WS-ERS-CONTESTANT (WS-I)
                      ' STATUS=' WS-SFILE-STATUS
           END-IF.

      *  -----------------------------------------------------------
       ERASE-QUALIFIER-RESULTS.
      *
      *  MIMKK23M IS KEYED ON THE ROUND FIRST, SO THE CONTESTANT'S
      *  QUALIFIER RESULTS ARE FOUND BY PASSING THE WHOLE FILE.  EACH
      *  ONE IS WRITTEN UNDER THE SAME ROUND AND THE TOKEN, THE
      *  ORIGINAL DELETED, AND THE PASS PICKS UP AGAIN JUST AFTER
      *  THE ORIGINAL'S KEY
      *  -----------------------------------------------------------
           MOVE LOW-VALUES TO WS-QLF-RESUME-KEY.
           MOVE 'N' TO WS-DONE-SW.
           PERFORM UNTIL WS-DONE OR WS-FAILED
              MOVE WS-QLF-RESUME-KEY TO QLF-KEY
              START QUALFILE KEY IS GREATER THAN QLF-KEY
                 INVALID KEY
                    SET WS-DONE TO TRUE
              END-START
              MOVE 'N' TO WS-FOUND-SW
              PERFORM UNTIL WS-DONE OR WS-FOUND
                 READ QUALFILE NEXT RECORD
                    AT END
                       SET WS-DONE TO TRUE
                    NOT AT END
                       IF QLF-CONTESTANT-FILE =
                          WS-ERS-CONTESTANT (WS-I)
                          SET WS-FOUND TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-FOUND
                 MOVE QLF-KEY TO WS-QLF-RESUME-KEY
                 PERFORM REKEY-QUALIFIER
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       REKEY-QUALIFIER.
      *  -----------------------------------------------------------
           MOVE QUALIFIER-RECORD-LAYOUT TO WS-SAVE-QUALIFIER.
           MOVE WS-ERS-TOKEN (WS-I) TO QLF-CONTESTANT-FILE.
           WRITE QUALIFIER-RECORD-LAYOUT.
           IF QUAL-OK OR QUAL-DUPLICATE
              MOVE WS-SAVE-QUALIFIER TO QUALIFIER-RECORD-LAYOUT
              DELETE QUALFILE RECORD
              IF QUAL-OK
                 ADD 1 TO WS-ERS-QUALIFIERS (WS-I)
              ELSE
                 SET WS-FAILED TO TRUE
                 DISPLAY 'MIMKK23B - QUALIFIER DELETE ERROR FOR '
                         WS-ERS-CONTESTANT (WS-I)
                         ' STATUS=' WS-QUAL-STATUS
              END-IF
           ELSE
              SET WS-FAILED TO TRUE
              DISPLAY 'MIMKK23B - QUALIFIER WRITE ERROR FOR '
                      WS-ERS-CONTESTANT (WS-I)
                      ' STATUS=' WS-QUAL-STATUS
           END-IF.

      *  -----------------------------------------------------------
       ERASE-MASTER.
      *
      *  WRITE THE ERASED MASTER RECORD UNDER THE TOKEN - SAME
      *  REGISTERED DATE, THE REQUEST DATE AND QUEUE COUNTS WHERE
      *  THE NAME WAS, STATUS ERASED - THEN DELETE THE ORIGINAL.
      *  THE TOKEN RECORD IS WHAT KEEPS THE NUMBER FROM BEING
      *  HANDED OUT AGAIN
      *  -----------------------------------------------------------
           MOVE WS-ERS-CONTESTANT (WS-I) TO CON-CONTESTANT-FILE.
           READ CFILE
              INVALID KEY
                 SET WS-FAILED TO TRUE
                 DISPLAY 'MIMKK23B - CONTESTANT READ ERROR FOR '
                         WS-ERS-CONTESTANT (WS-I)
                         ' STATUS=' WS-CFILE-STATUS
           END-READ.

           IF NOT WS-FAILED
              MOVE CONTESTANT-RECORD-LAYOUT TO WS-SAVE-MASTER
              MOVE WS-ERS-TOKEN (WS-I) TO CON-CONTESTANT-FILE
              SET CON-ERASED TO TRUE
              WRITE CONTESTANT-RECORD-LAYOUT
              IF CFILE-OK
                 MOVE WS-SAVE-MASTER TO CONTESTANT-RECORD-LAYOUT
                 DELETE CFILE RECORD
                 IF CFILE-OK
                    ADD 1 TO WS-ERS-MASTERS (WS-I)
                 ELSE
                    SET WS-FAILED TO TRUE
                    DISPLAY 'MIMKK23B - CONTESTANT DELETE ERROR FOR '
                            WS-ERS-CONTESTANT (WS-I)
                            ' STATUS=' WS-CFILE-STATUS
                 END-IF
              ELSE
                 SET WS-FAILED TO TRUE
                 DISPLAY 'MIMKK23B - CONTESTANT WRITE ERROR FOR '
                         WS-ERS-CONTESTANT (WS-I)
                         ' STATUS=' WS-CFILE-STATUS
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE CFILE.
           IF WS-ARCHIVE-MODE
              CLOSE ARCHIVE-FILE
           ELSE
              CLOSE AFILE
              CLOSE HFILE
              CLOSE SFILE
              CLOSE QUALFILE
              CLOSE USAGE-FILE
              CLOSE SWEEP-FILE
           END-IF.

      *  -----------------------------------------------------------
       PRINT-CERTIFICATE.
      *
      *  ONE BLOCK PER CONTESTANT: THE FILES THIS STEP TOUCHED AND
      *  THE RECORDS CHANGED ON EACH.  THE LIVE STEP ALSO CARRIES
      *  THE QUEUE ITEMS DELETED BY THE MIMKK22D ERASE REQUEST
      *  -----------------------------------------------------------
           DISPLAY 'MIMKK23B - CONTESTANT ERASURE CERTIFICATE'.
           DISPLAY 'RUN ' WS-RUN-DATE ' ' WS-RUN-TIME.
           IF WS-ARCHIVE-MODE
              DISPLAY 'SCOPE: MIMKK22N ATTEMPT ARCHIVE '
                      WS-ARCHIVE-LABEL
           ELSE
              DISPLAY 'SCOPE: LIVE FILES AND CICS QUEUES'
           END-IF.

           IF WS-ERASE-COUNT = ZEROS
              DISPLAY ' '
              DISPLAY 'NO ERASURES PENDING'
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ERASE-COUNT
              PERFORM PRINT-CERTIFICATE-ENTRY
           END-PERFORM.

      *  -----------------------------------------------------------
       PRINT-CERTIFICATE-ENTRY.
      *  -----------------------------------------------------------
           DISPLAY ' '.
           MOVE WS-ERS-CONTESTANT (WS-I) TO WS-CCL-CONTESTANT.
           MOVE WS-ERS-REQDATE (WS-I) TO WS-CCL-REQDATE.
           DISPLAY WS-CERT-CONTESTANT-LINE.
           DISPLAY WS-CERT-HEAD-LINE.

           IF WS-ARCHIVE-MODE
              MOVE 'ARCHIVE' TO WS-CRT-FILE
              MOVE 'ATTEMPT HISTORY ARCHIVE' TO WS-CRT-DESC
              MOVE WS-ERS-ARCHIVED (WS-I) TO WS-CRT-COUNT
              MOVE WS-ARCHIVE-LABEL TO WS-CRT-NOTE
              DISPLAY WS-CERT-LINE
           ELSE
              PERFORM PRINT-LIVE-LINES
           END-IF.

           IF WS-ERS-COMPLETE (WS-I)
              MOVE 'ERASED' TO WS-CRS-RESULT
           ELSE
              MOVE '*** NOT COMPLETED - STILL PENDING, RERUN ***' TO
                    WS-CRS-RESULT
           END-IF.
           DISPLAY WS-CERT-RESULT-LINE.

      *  -----------------------------------------------------------
       PRINT-LIVE-LINES.
      *  -----------------------------------------------------------
           MOVE SPACES TO WS-CRT-NOTE.
           MOVE 'MIMKK22A' TO WS-CRT-FILE.
           MOVE 'CONTESTANT MASTER' TO WS-CRT-DESC.
           MOVE WS-ERS-MASTERS (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.
           MOVE 'MIMKK21A' TO WS-CRT-FILE.
           MOVE 'ATTEMPT HISTORY' TO WS-CRT-DESC.
           MOVE WS-ERS-ATTEMPTS (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.
           MOVE 'MIMKK22T' TO WS-CRT-FILE.
           MOVE 'GAME HISTORY' TO WS-CRT-DESC.
           MOVE WS-ERS-GAMES (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.
           MOVE 'MIMKK22B' TO WS-CRT-FILE.
           MOVE 'GAME SESSION' TO WS-CRT-DESC.
           MOVE WS-ERS-SESSIONS (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.
           MOVE 'MIMKK23M' TO WS-CRT-FILE.
           MOVE 'QUALIFIER RESULTS' TO WS-CRT-DESC.
           MOVE WS-ERS-QUALIFIERS (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.
           MOVE 'QUSE' TO WS-CRT-FILE.
           MOVE 'SERVICE USAGE LOG' TO WS-CRT-DESC.
           MOVE WS-ERS-USAGE (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.
           MOVE 'QSWP' TO WS-CRT-FILE.
           MOVE 'SESSION SWEEP LOG' TO WS-CRT-DESC.
           MOVE WS-ERS-SWEEPS (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.

           MOVE 'QUEUE ITEMS DELETED ON REQUEST' TO WS-CRT-NOTE.
           MOVE 'MIMKK21G' TO WS-CRT-FILE.
           MOVE 'DEALT QUESTION QUEUE' TO WS-CRT-DESC.
           MOVE WS-ERS-DEALT (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.
           MOVE 'MIMKK21H' TO WS-CRT-FILE.
           MOVE 'FIFTY-FIFTY QUEUE' TO WS-CRT-DESC.
           MOVE WS-ERS-FIFTY (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.
           MOVE 'MIMKK22E' TO WS-CRT-FILE.
           MOVE 'ASK-THE-AUDIENCE QUEUE' TO WS-CRT-DESC.
           MOVE WS-ERS-AUDIENCE (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.
           MOVE 'MIMKK21T' TO WS-CRT-FILE.
           MOVE 'ANSWER CLOCK QUEUE' TO WS-CRT-DESC.
           MOVE WS-ERS-CLOCK (WS-I) TO WS-CRT-COUNT.
           DISPLAY WS-CERT-LINE.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *  -----------------------------------------------------------
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ERASE-COUNT
              IF WS-ERS-COMPLETE (WS-I)
                 ADD 1 TO WS-COMPLETE-COUNT
              END-IF
           END-PERFORM.
           MOVE WS-ERASE-COUNT TO WS-TOTAL-PENDING.
           MOVE WS-COMPLETE-COUNT TO WS-TOTAL-COMPLETE.

           DISPLAY ' '.
           DISPLAY 'MIMKK23B - ERASURE RUN COMPLETE'.
           DISPLAY WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE2.
           IF WS-ARCHIVE-MODE
              MOVE WS-ARCHIVE-READ TO WS-TOTAL-ARCH-READ
              MOVE WS-ARCHIVE-CHANGED TO WS-TOTAL-ARCH-CHG
              DISPLAY WS-SUMMARY-LINE3
              DISPLAY WS-SUMMARY-LINE4
           END-IF.

           IF WS-ERASE-HELD > ZEROS
              DISPLAY 'MIMKK23B - *** ERASE TABLE FULL *** '
                      'CONTESTANTS LEFT PENDING: ' WS-ERASE-HELD
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-FAILED
              DISPLAY 'MIMKK23B - *** ERASURE FAILED - CORRECT AND '
                      'RERUN THE WHOLE JOB ***'
              MOVE 8 TO RETURN-CODE
           END-IF.
