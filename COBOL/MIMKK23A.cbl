      ******************************************************************
      *                                                                *
      * MIMKK23A - EPISODE RUN SHEET AND POST-BROADCAST PACK           *
      *            RECONCILIATION                                      *
      *                                                                *
      *  GIVEN A SHOW ID ON THE RUNIN CONTROL CARD, READS THE SHOW'S   *
      *  PACK FROM MIMKK22F IN PACK-SEQ-FILE ORDER (THE ORDER MIMKK22H *
      *  SERVES IT) AND, IN ONE OF TWO MODES:                          *
      *    SHEET - PRINTS THE PRODUCER'S RUN SHEET: SEQUENCE,          *
      *            QUESTIONNO, QUESTION, ALL FOUR ANSWERS WITH THE     *
      *            CORRECT ONE MARKED, CATEGORY, DIFFICULTY, AUTHOR    *
      *            AND APPROVER, FROM MIMKK21B                         *
      *    RECON - AFTER THE BROADCAST, MATCHES THE PACK AGAINST THE   *
      *            MIMKK22I EXPOSURE RECORDS FOR THE SHOW: WHICH PACK  *
      *            QUESTIONS WERE BURNED, WHICH WERE NEVER REACHED,    *
      *            AND ANY EXPOSURE RECORDED FOR THE SHOW THAT WAS NOT *
      *            IN THE PACK.  PACK QUESTIONS NEVER REACHED (AND     *
      *            STILL APPROVED) ARE LISTED AS AVAILABLE STOCK, AND  *
      *            WHEN THE CARD NAMES THE NEXT SHOW THEY ARE ALSO     *
      *            WRITTEN TO STOCKOUT AS SHOWID:QUESTIONNO LINES      *
      *            READY FOR THE MIMKK22G PACKIN OF THE NEXT BUILD.    *
      *  A MISSING PACK, A PACK QUESTION NO LONGER ON MIMKK21B OR AN   *
      *  EXPOSURE FOR THE SHOW THAT WAS NOT IN THE PACK ENDS THE JOB   *
      *  RC=8, SO THE EPISODE IS NOT SIGNED OFF UNTIL PRODUCTION HAS   *
      *  LOOKED AT IT.                                                 *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23A.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNIN-FILE ASSIGN TO RUNIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNIN-STATUS.

           SELECT PACKFILE ASSIGN TO PACKFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PACK-KEY
                  FILE STATUS IS WS-PACK-STATUS.

           SELECT QFILE ASSIGN TO QFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QUESTIONNO-FILE
                  FILE STATUS IS WS-QFILE-STATUS.

           SELECT EXPFILE ASSIGN TO EXPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EXP-QUESTIONNO-FILE
                  FILE STATUS IS WS-EXP-STATUS.

           SELECT STOCK-FILE ASSIGN TO STOCKOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  CONTROL FILE: ONE ':'-DELIMITED LINE, SHOWID:MODE:NEXTSHOW.
      *  MODE IS SHEET (THE DEFAULT WHEN BLANK) OR RECON.  NEXTSHOW
      *  IS OPTIONAL AND ONLY USED BY RECON
      *
       FD  RUNIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNIN-RECORD             PIC X(80).

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
      *  VSAM BROADCAST EXPOSURE FILE - SAME LAYOUT AS WRITTEN BY
      *  MIMKK22J, KEYED ON QUESTIONNO, ONE RECORD PER BURNED
      *  QUESTION CARRYING THE SHOW IT FIRST AIRED ON
      *
       FD  EXPFILE
           RECORD CONTAINS 31 CHARACTERS.
       01  EXPOSURE-RECORD-LAYOUT.
           05 EXP-QUESTIONNO-FILE   PIC 9(5).
           05 EXP-SHOW-FILE         PIC X(8).
           05 EXP-DATE-FILE         PIC X(10).
           05 EXP-TIMEOFDAY-FILE    PIC X(8).

      *
      *  SEQUENTIAL STOCK FILE - ONE SHOWID:QUESTIONNO LINE PER
      *  UNAIRED PACK QUESTION, SAME FORM AS THE MIMKK22G PACKIN
      *
       FD  STOCK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STOCK-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUNIN-STATUS           PIC X(2) VALUE SPACES.
           88 RUNIN-OK                  VALUE '00'.
       01 WS-PACK-STATUS            PIC X(2) VALUE SPACES.
           88 PACK-OK                   VALUE '00'.
           88 PACK-EOF                  VALUE '10'.
       01 WS-QFILE-STATUS           PIC X(2) VALUE SPACES.
           88 QFILE-OK                  VALUE '00'.
       01 WS-EXP-STATUS             PIC X(2) VALUE SPACES.
           88 EXP-OK                    VALUE '00'.
           88 EXP-EOF                   VALUE '10'.
       01 WS-STOCK-STATUS           PIC X(2) VALUE SPACES.
           88 STOCK-OK                  VALUE '00'.

      *  FIELDS UNSTRUNG OUT OF THE CONTROL CARD
       01 WS-SHOW-ID                PIC X(8) VALUE SPACES.
       01 WS-MODE                   PIC X(8) VALUE SPACES.
           88 WS-SHEET-MODE             VALUE 'SHEET'.
           88 WS-RECON-MODE             VALUE 'RECON'.
       01 WS-NEXT-SHOW              PIC X(8) VALUE SPACES.

      *  THE SHOW'S PACK, IN BROADCAST ORDER.  A TAPED EPISODE
      *  NEVER RUNS PAST 100 QUESTIONS (SAME LIMIT AS MIMKK22G)
       01 WS-PACK-COUNT             PIC S9(4) COMP VALUE 0.
       01 WS-PACK-MAX               PIC S9(4) COMP VALUE 100.
       01 WS-PACK-DROPPED           PIC 9(5) VALUE ZEROS.
       01 WS-PACK-TABLE.
           05 WS-PACK-ENTRY OCCURS 100 TIMES.
              10 WS-PACK-SEQ        PIC 9(3).
              10 WS-PACK-QNO        PIC 9(5).

       01 WS-I                      PIC S9(4) COMP VALUE 0.
       01 WS-FOUND-SW               PIC X VALUE 'N'.
           88 WS-FOUND                  VALUE 'Y'.

       01 WS-MISSING-COUNT          PIC 9(5) VALUE ZEROS.
       01 WS-BURNED-COUNT           PIC 9(5) VALUE ZEROS.
       01 WS-UNREACHED-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-ELSEWHERE-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-OFFPACK-COUNT          PIC 9(5) VALUE ZEROS.
       01 WS-STOCK-COUNT            PIC 9(5) VALUE ZEROS.

      *  RUN SHEET LINES
       01 WS-SHEET-HEAD-LINE.
           05 FILLER                PIC X(4) VALUE 'SEQ '.
           05 WS-SHD-SEQ            PIC 9(3).
           05 FILLER                PIC X(8) VALUE '  QESNO '.
           05 WS-SHD-QNO            PIC 9(5).
           05 FILLER                PIC X(11) VALUE '  CATEGORY '.
           05 WS-SHD-CATEGORY       PIC X(20).
           05 FILLER                PIC X(13) VALUE '  DIFFICULTY '.
           05 WS-SHD-DIFFICULTY     PIC X(10).
       01 WS-SHEET-WHO-LINE.
           05 FILLER                PIC X(11) VALUE '    AUTHOR '.
           05 WS-SWH-AUTHOR         PIC X(8).
           05 FILLER                PIC X(11) VALUE '  APPROVER '.
           05 WS-SWH-APPROVER       PIC X(8).
       01 WS-SHEET-QUESTION-LINE.
           05 FILLER                PIC X(7) VALUE '    Q: '.
           05 WS-SQL-TEXT           PIC X(98).
       01 WS-SHEET-ANSWER-LINE.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-SAL-SLOT           PIC 9(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-SAL-MARK           PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-SAL-TEXT           PIC X(90).
      *
      *  AN ORDERING QUALIFIER QUESTION CARRIES NO SINGLE CORRECT
      *  MARK: EACH SLOT'S MARKER IS WS-ORDER-MARK-BASE PLUS ITS
      *  POSITION IN THE RIGHT SEQUENCE, PRINTED AS 1ST TO 4TH
      *
       01 WS-ORDER-MARK-BASE        PIC 9(4) VALUE 1000.
       01 WS-SAL-MARKER             PIC 9(4) VALUE ZEROS.
       01 WS-ORDER-POS              PIC S9(4) COMP VALUE 0.
       01 WS-ORDINAL-DEF            PIC X(12) VALUE '1ST2ND3RD4TH'.
       01 WS-ORDINAL-TABLE REDEFINES WS-ORDINAL-DEF.
           05 WS-ORDINAL            PIC X(3) OCCURS 4 TIMES.
       01 WS-SHEET-MISSING-LINE.
           05 FILLER                PIC X(4) VALUE 'SEQ '.
           05 WS-SMS-SEQ            PIC 9(3).
           05 FILLER                PIC X(8) VALUE '  QESNO '.
           05 WS-SMS-QNO            PIC 9(5).
           05 FILLER                PIC X(38)
              VALUE '  *** NOT ON QUESTION FILE ***'.

      *  RECONCILIATION LINES
       01 WS-RECON-LINE.
           05 WS-RCL-SEQ            PIC 9(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RCL-QNO            PIC 9(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RCL-OUTCOME        PIC X(24).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RCL-SHOW           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-RCL-DATE           PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-RCL-TIME           PIC X(8).
       01 WS-OFFPACK-LINE.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-OPL-QNO            PIC 9(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-OPL-DATE           PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-OPL-TIME           PIC X(8).
       01 WS-STOCK-LINE.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-STL-QNO            PIC 9(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-STL-CATEGORY       PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-STL-DIFFICULTY     PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-STL-NOTE           PIC X(20).

       01 WS-PACK-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'PACK QUESTIONS:           '.
           05 WS-TOTAL-PACK      PIC ZZZZ9.
       01 WS-MISSING-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'NOT ON QUESTION FILE:     '.
           05 WS-TOTAL-MISSING   PIC ZZZZ9.
       01 WS-BURNED-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'BURNED ON THIS SHOW:      '.
           05 WS-TOTAL-BURNED    PIC ZZZZ9.
       01 WS-UNREACHED-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'NEVER REACHED:            '.
           05 WS-TOTAL-UNREACHED PIC ZZZZ9.
       01 WS-ELSEWHERE-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'AIRED ON ANOTHER SHOW:    '.
           05 WS-TOTAL-ELSEWHERE PIC ZZZZ9.
       01 WS-OFFPACK-TOTAL-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'EXPOSED BUT NOT IN PACK:  '.
           05 WS-TOTAL-OFFPACK   PIC ZZZZ9.
       01 WS-STOCK-TOTAL-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'RETURNED TO STOCK:        '.
           05 WS-TOTAL-STOCK     PIC ZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM READ-RUN-CARD.
           PERFORM OPEN-FILES.
           PERFORM LOAD-SHOW-PACK.

           IF WS-SHEET-MODE
              PERFORM PRINT-RUN-SHEET
           ELSE
              PERFORM RECONCILE-PACK
              PERFORM LIST-OFF-PACK-EXPOSURES
              PERFORM LIST-AVAILABLE-STOCK
           END-IF.

           PERFORM CLOSE-FILES.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       READ-RUN-CARD.
      *
      *  THE SHOW ID, MODE AND OPTIONAL NEXT SHOW COME FROM THE
      *  RUNIN CONTROL FILE.  A MISSING SHOW ID OR AN UNKNOWN MODE
      *  STOPS THE JOB BEFORE ANYTHING IS OPENED
      *  -----------------------------------------------------------
           OPEN INPUT RUNIN-FILE.
           IF NOT RUNIN-OK
              DISPLAY 'MIMKK23A - UNABLE TO OPEN RUN CONTROL FILE, '
                      'STATUS=' WS-RUNIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ RUNIN-FILE
              AT END
                 DISPLAY 'MIMKK23A - RUN CONTROL FILE IS EMPTY'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE RUNIN-FILE.

           UNSTRING RUNIN-RECORD DELIMITED BY ':' OR SPACE
             INTO WS-SHOW-ID WS-MODE WS-NEXT-SHOW
           END-UNSTRING.

           IF WS-MODE = SPACES
              MOVE 'SHEET' TO WS-MODE
           END-IF.

           IF WS-SHOW-ID = SPACES
              DISPLAY 'MIMKK23A - NO SHOW ID ON RUN CONTROL CARD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WS-SHEET-MODE AND NOT WS-RECON-MODE
              DISPLAY 'MIMKK23A - MODE MUST BE SHEET OR RECON: '
                      WS-MODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           OPEN INPUT PACKFILE.
           IF NOT PACK-OK
              DISPLAY 'MIMKK23A - UNABLE TO OPEN SHOW PACK FILE, '
                      'STATUS=' WS-PACK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT QFILE.
           IF NOT QFILE-OK
              DISPLAY 'MIMKK23A - UNABLE TO OPEN QUESTION FILE, '
                      'STATUS=' WS-QFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-RECON-MODE
              OPEN INPUT EXPFILE
              IF NOT EXP-OK
                 DISPLAY 'MIMKK23A - UNABLE TO OPEN EXPOSURE FILE, '
                         'STATUS=' WS-EXP-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *  STOCKOUT IS A NEW GENERATION EVERY RUN, SO IT IS OPENED IN
      *  BOTH MODES - A RUN SHEET LEAVES A PROPERLY EMPTY GENERATION
           OPEN OUTPUT STOCK-FILE.
           IF NOT STOCK-OK
              DISPLAY 'MIMKK23A - UNABLE TO OPEN STOCK FILE, '
                      'STATUS=' WS-STOCK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       LOAD-SHOW-PACK.
      *
      *  POSITION AT THE SHOW'S FIRST PACK RECORD AND READ FORWARD
      *  UNTIL THE SHOW ID CHANGES - THE SAME WALK MIMKK22G USES TO
      *  PURGE A PACK.  NO RECORDS MEANS NO PACK WAS EVER BUILT
      *  -----------------------------------------------------------
           MOVE WS-SHOW-ID TO PACK-SHOW-FILE.
           MOVE ZEROS TO PACK-SEQ-FILE.
           START PACKFILE KEY IS NOT LESS THAN PACK-KEY
              INVALID KEY
                 MOVE SPACES TO WS-PACK-STATUS
                 SET PACK-EOF TO TRUE
           END-START.

           PERFORM UNTIL PACK-EOF
              READ PACKFILE NEXT RECORD
                 AT END
                    SET PACK-EOF TO TRUE
                 NOT AT END
                    IF PACK-SHOW-FILE = WS-SHOW-ID
                       PERFORM ADD-PACK-ENTRY
                    ELSE
                       SET PACK-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-PACK-COUNT = ZEROS
              DISPLAY 'MIMKK23A - *** NO PACK ON FILE FOR SHOW '
                      WS-SHOW-ID ' ***'
              PERFORM CLOSE-FILES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       ADD-PACK-ENTRY.
      *  -----------------------------------------------------------
           IF WS-PACK-COUNT < WS-PACK-MAX
              ADD 1 TO WS-PACK-COUNT
              MOVE PACK-SEQ-FILE TO WS-PACK-SEQ (WS-PACK-COUNT)
              MOVE PACK-QUESTIONNO-FILE TO WS-PACK-QNO (WS-PACK-COUNT)
           ELSE
              ADD 1 TO WS-PACK-DROPPED
           END-IF.

      *  -----------------------------------------------------------
       PRINT-RUN-SHEET.
      *  -----------------------------------------------------------
           DISPLAY 'MIMKK23A - EPISODE RUN SHEET FOR SHOW '
                   WS-SHOW-ID.
           DISPLAY 'CORRECT ANSWER MARKED ***'.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PACK-COUNT
              PERFORM PRINT-SHEET-ENTRY
           END-PERFORM.

      *  -----------------------------------------------------------
       PRINT-SHEET-ENTRY.
      *
      *  ONE BLOCK PER PACK QUESTION.  A QUESTION THAT HAS GONE
      *  FROM MIMKK21B SINCE THE PACK WAS BUILT IS SHOWN AS SUCH
      *  AND FAILS THE JOB - THE FLOOR CANNOT ASK IT
      *  -----------------------------------------------------------
           DISPLAY ' '.
           MOVE WS-PACK-QNO (WS-I) TO QUESTIONNO-FILE.
           READ QFILE
              INVALID KEY
                 ADD 1 TO WS-MISSING-COUNT
                 MOVE WS-PACK-SEQ (WS-I) TO WS-SMS-SEQ
                 MOVE WS-PACK-QNO (WS-I) TO WS-SMS-QNO
                 DISPLAY WS-SHEET-MISSING-LINE
              NOT INVALID KEY
                 MOVE WS-PACK-SEQ (WS-I) TO WS-SHD-SEQ
                 MOVE QUESTIONNO-FILE TO WS-SHD-QNO
                 MOVE CATEGORY-FILE TO WS-SHD-CATEGORY
                 MOVE DIFFICULTY-FILE TO WS-SHD-DIFFICULTY
                 DISPLAY WS-SHEET-HEAD-LINE
                 MOVE AUTHOR-FILE TO WS-SWH-AUTHOR
                 MOVE APPROVER-FILE TO WS-SWH-APPROVER
                 DISPLAY WS-SHEET-WHO-LINE
                 MOVE QUESTION-FILE TO WS-SQL-TEXT
                 DISPLAY WS-SHEET-QUESTION-LINE
                 PERFORM PRINT-SHEET-ANSWERS
           END-READ.

      *  -----------------------------------------------------------
       PRINT-SHEET-ANSWERS.
      *
      *  THE CORRECT ANSWER IS THE SLOT WHOSE MARKER IS 1, THE SAME
      *  CORRECT-MARK MIMKK21X AUDITS AND MIMKK21C GRADES ON.  FOR AN
      *  ORDERING QUALIFIER EVERY SLOT IS MARKED WITH ITS POSITION
      *  -----------------------------------------------------------
           MOVE 1 TO WS-SAL-SLOT.
           MOVE ZEROS TO WS-SAL-MARKER.
           IF ANSONE-FILE IS NUMERIC
              MOVE ANSONE-FILE TO WS-SAL-MARKER
           END-IF.
           PERFORM SET-SHEET-ANSWER-MARK.
           MOVE ANSWERONE-FILE TO WS-SAL-TEXT.
           DISPLAY WS-SHEET-ANSWER-LINE.

           MOVE 2 TO WS-SAL-SLOT.
           MOVE ZEROS TO WS-SAL-MARKER.
           IF ANSTWO-FILE IS NUMERIC
              MOVE ANSTWO-FILE TO WS-SAL-MARKER
           END-IF.
           PERFORM SET-SHEET-ANSWER-MARK.
           MOVE ANSWERTWO-FILE TO WS-SAL-TEXT.
           DISPLAY WS-SHEET-ANSWER-LINE.

           MOVE 3 TO WS-SAL-SLOT.
           MOVE ZEROS TO WS-SAL-MARKER.
           IF ANSTHREE-FILE IS NUMERIC
              MOVE ANSTHREE-FILE TO WS-SAL-MARKER
           END-IF.
           PERFORM SET-SHEET-ANSWER-MARK.
           MOVE ANSWERTHREE-FILE TO WS-SAL-TEXT.
           DISPLAY WS-SHEET-ANSWER-LINE.

           MOVE 4 TO WS-SAL-SLOT.
           MOVE ZEROS TO WS-SAL-MARKER.
           IF ANSFOUR-FILE IS NUMERIC
              MOVE ANSFOUR-FILE TO WS-SAL-MARKER
           END-IF.
           PERFORM SET-SHEET-ANSWER-MARK.
           MOVE ANSWERFOUR-FILE TO WS-SAL-TEXT.
           DISPLAY WS-SHEET-ANSWER-LINE.

      *  -----------------------------------------------------------
       SET-SHEET-ANSWER-MARK.
      *
      *  '***' AGAINST THE CORRECT SLOT, OR THE SLOT'S POSITION IN
      *  THE RIGHT SEQUENCE FOR AN ORDERING QUALIFIER
      *  -----------------------------------------------------------
           MOVE SPACES TO WS-SAL-MARK.
           IF WS-SAL-MARKER = 1
              MOVE '***' TO WS-SAL-MARK
           ELSE
              IF WS-SAL-MARKER > WS-ORDER-MARK-BASE
                 AND WS-SAL-MARKER NOT > WS-ORDER-MARK-BASE + 4
                 COMPUTE WS-ORDER-POS =
                    WS-SAL-MARKER - WS-ORDER-MARK-BASE
                 MOVE WS-ORDINAL (WS-ORDER-POS) TO WS-SAL-MARK
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       RECONCILE-PACK.
      *
      *  LOOK EACH PACK QUESTION UP ON THE EXPOSURE FILE.  AN
      *  EXPOSURE FOR THIS SHOW MEANS IT WAS BURNED HERE; NONE AT
      *  ALL MEANS THE SHOW NEVER REACHED IT; AN EXPOSURE FOR
      *  ANOTHER SHOW MEANS IT AIRED ELSEWHERE AFTER THE PACK WAS
      *  BUILT AND IS NO LONGER STOCK EITHER WAY
      *  -----------------------------------------------------------
           DISPLAY 'MIMKK23A - POST-BROADCAST RECONCILIATION FOR '
                   'SHOW ' WS-SHOW-ID.
           DISPLAY ' '.
           DISPLAY 'PACK QUESTIONS'.
           DISPLAY 'SEQ  QESNO  OUTCOME                   '
                   'SHOW     AIRED'.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PACK-COUNT
              MOVE WS-PACK-SEQ (WS-I) TO WS-RCL-SEQ
              MOVE WS-PACK-QNO (WS-I) TO WS-RCL-QNO
              MOVE SPACES TO WS-RCL-SHOW
              MOVE SPACES TO WS-RCL-DATE
              MOVE SPACES TO WS-RCL-TIME
              MOVE WS-PACK-QNO (WS-I) TO EXP-QUESTIONNO-FILE
              READ EXPFILE
                 INVALID KEY
                    ADD 1 TO WS-UNREACHED-COUNT
                    MOVE 'NEVER REACHED' TO WS-RCL-OUTCOME
                 NOT INVALID KEY
                    MOVE EXP-SHOW-FILE TO WS-RCL-SHOW
                    MOVE EXP-DATE-FILE TO WS-RCL-DATE
                    MOVE EXP-TIMEOFDAY-FILE TO WS-RCL-TIME
                    IF EXP-SHOW-FILE = WS-SHOW-ID
                       ADD 1 TO WS-BURNED-COUNT
                       MOVE 'BURNED' TO WS-RCL-OUTCOME
                    ELSE
                       ADD 1 TO WS-ELSEWHERE-COUNT
                       MOVE 'AIRED ON ANOTHER SHOW' TO WS-RCL-OUTCOME
                    END-IF
              END-READ
              DISPLAY WS-RECON-LINE
           END-PERFORM.

      *  -----------------------------------------------------------
       LIST-OFF-PACK-EXPOSURES.
      *
      *  BROWSE THE WHOLE EXPOSURE FILE FOR RECORDS CARRYING THIS
      *  SHOW WHOSE QUESTION WAS NOT IN THE PACK - SOMETHING WAS
      *  ASKED ON AIR THAT THE PACK DID NOT PLAN FOR
      *  -----------------------------------------------------------
           DISPLAY ' '.
           DISPLAY 'EXPOSURES RECORDED FOR THE SHOW BUT NOT IN THE '
                   'PACK'.
           DISPLAY '     QESNO  AIRED'.

           MOVE ZEROS TO EXP-QUESTIONNO-FILE.
           START EXPFILE KEY IS NOT LESS THAN EXP-QUESTIONNO-FILE
              INVALID KEY
                 MOVE SPACES TO WS-EXP-STATUS
                 SET EXP-EOF TO TRUE
           END-START.

           PERFORM UNTIL EXP-EOF
              READ EXPFILE NEXT RECORD
                 AT END
                    SET EXP-EOF TO TRUE
                 NOT AT END
                    IF EXP-SHOW-FILE = WS-SHOW-ID
                       PERFORM CHECK-EXPOSURE-IN-PACK
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-OFFPACK-COUNT = ZEROS
              DISPLAY '     NONE'
           END-IF.

      *  -----------------------------------------------------------
       CHECK-EXPOSURE-IN-PACK.
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PACK-COUNT OR WS-FOUND
              IF WS-PACK-QNO (WS-I) = EXP-QUESTIONNO-FILE
                 SET WS-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF NOT WS-FOUND
              ADD 1 TO WS-OFFPACK-COUNT
              MOVE EXP-QUESTIONNO-FILE TO WS-OPL-QNO
              MOVE EXP-DATE-FILE TO WS-OPL-DATE
              MOVE EXP-TIMEOFDAY-FILE TO WS-OPL-TIME
              DISPLAY WS-OFFPACK-LINE
           END-IF.

      *  -----------------------------------------------------------
       LIST-AVAILABLE-STOCK.
      *
      *  PACK QUESTIONS THE SHOW NEVER REACHED GO BACK INTO STOCK
      *  FOR THE NEXT BUILD - AS LONG AS THEY ARE STILL ON MIMKK21B
      *  AND STILL APPROVED, OR MIMKK22G WOULD ONLY REJECT THEM.
      *  WHEN THE CARD NAMES THE NEXT SHOW THEY ARE WRITTEN TO
      *  STOCKOUT READY FOR ITS PACKIN
      *  -----------------------------------------------------------
           DISPLAY ' '.
           DISPLAY 'AVAILABLE STOCK FOR THE NEXT BUILD'.
           DISPLAY '     QESNO  CATEGORY              DIFFICULTY'.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PACK-COUNT
              MOVE WS-PACK-QNO (WS-I) TO EXP-QUESTIONNO-FILE
              READ EXPFILE
                 INVALID KEY
                    PERFORM RETURN-TO-STOCK
                 NOT INVALID KEY
                    CONTINUE
              END-READ
           END-PERFORM.

           IF WS-UNREACHED-COUNT = ZEROS
              DISPLAY '     NONE'
           END-IF.

      *  -----------------------------------------------------------
       RETURN-TO-STOCK.
      *  -----------------------------------------------------------
           MOVE WS-PACK-QNO (WS-I) TO WS-STL-QNO.
           MOVE SPACES TO WS-STL-CATEGORY.
           MOVE SPACES TO WS-STL-DIFFICULTY.
           MOVE SPACES TO WS-STL-NOTE.
           MOVE WS-PACK-QNO (WS-I) TO QUESTIONNO-FILE.
           READ QFILE
              INVALID KEY
                 ADD 1 TO WS-MISSING-COUNT
                 MOVE 'NOT ON QUESTION FILE' TO WS-STL-NOTE
              NOT INVALID KEY
                 MOVE CATEGORY-FILE TO WS-STL-CATEGORY
                 MOVE DIFFICULTY-FILE TO WS-STL-DIFFICULTY
                 IF QUEST-APPROVED
                    ADD 1 TO WS-STOCK-COUNT
                    PERFORM WRITE-STOCK-RECORD
                 ELSE
                    MOVE 'NO LONGER APPROVED' TO WS-STL-NOTE
                 END-IF
           END-READ.
           DISPLAY WS-STOCK-LINE.

      *  -----------------------------------------------------------
       WRITE-STOCK-RECORD.
      *  -----------------------------------------------------------
           IF WS-NEXT-SHOW NOT = SPACES
              MOVE SPACES TO STOCK-RECORD
              STRING
                 WS-NEXT-SHOW DELIMITED BY SPACE
                 ':' DELIMITED BY SIZE
                 QUESTIONNO-FILE DELIMITED BY SIZE
                 INTO STOCK-RECORD
              END-STRING
              WRITE STOCK-RECORD
              IF NOT STOCK-OK
                 DISPLAY 'MIMKK23A - WRITE ERROR ON STOCK FILE FOR '
                         'QUESTIONNO=' QUESTIONNO-FILE
                         ' STATUS=' WS-STOCK-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE PACKFILE.
           CLOSE QFILE.
           CLOSE STOCK-FILE.
           IF WS-RECON-MODE
              CLOSE EXPFILE
           END-IF.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *  -----------------------------------------------------------
           MOVE WS-PACK-COUNT TO WS-TOTAL-PACK.
           MOVE WS-MISSING-COUNT TO WS-TOTAL-MISSING.

           DISPLAY ' '.
           IF WS-SHEET-MODE
              DISPLAY 'MIMKK23A - RUN SHEET COMPLETE'
              DISPLAY WS-PACK-LINE
              DISPLAY WS-MISSING-LINE
           ELSE
              MOVE WS-BURNED-COUNT TO WS-TOTAL-BURNED
              MOVE WS-UNREACHED-COUNT TO WS-TOTAL-UNREACHED
              MOVE WS-ELSEWHERE-COUNT TO WS-TOTAL-ELSEWHERE
              MOVE WS-OFFPACK-COUNT TO WS-TOTAL-OFFPACK
              MOVE WS-STOCK-COUNT TO WS-TOTAL-STOCK
              DISPLAY 'MIMKK23A - RECONCILIATION COMPLETE'
              DISPLAY WS-PACK-LINE
              DISPLAY WS-BURNED-LINE
              DISPLAY WS-UNREACHED-LINE
              DISPLAY WS-ELSEWHERE-LINE
              DISPLAY WS-OFFPACK-TOTAL-LINE
              DISPLAY WS-STOCK-TOTAL-LINE
              DISPLAY WS-MISSING-LINE
              IF WS-NEXT-SHOW NOT = SPACES
                 DISPLAY 'MIMKK23A - STOCK WRITTEN TO STOCKOUT FOR '
                         'SHOW ' WS-NEXT-SHOW
              END-IF
           END-IF.

           IF WS-PACK-DROPPED > ZEROS
              DISPLAY 'MIMKK23A - *** PACK TABLE FULL *** '
                      'PACK RECORDS NOT PROCESSED: ' WS-PACK-DROPPED
              MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-MISSING-COUNT > ZEROS OR WS-OFFPACK-COUNT > ZEROS
              DISPLAY 'MIMKK23A - *** EXCEPTIONS FOUND - REFER TO '
                      'PRODUCTION BEFORE SIGN-OFF ***'
              MOVE 8 TO RETURN-CODE
           END-IF.
