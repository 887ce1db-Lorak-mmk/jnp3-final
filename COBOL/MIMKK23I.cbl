      ******************************************************************
      *                                                                *
      * MIMKK23I - SEED THE MIMKK23H QUESTION NUMBER CONTROL FILE      *
      *                                                                *
      *  FIRST LOAD OF THE CONTROL RECORD THAT MIMKK21S AND MIMKK21U   *
      *  HAND OUT NEW QUESTION NUMBERS FROM.  READS EVERY MIMKK21B     *
      *  QUESTION IN KEY SEQUENCE TO FIND THE HIGHEST QUESTIONNO IN    *
      *  USE, AND WRITES ONE 40-BYTE CONTROL RECORD, KEY QUESTNO,      *
      *  WHOSE NEXT NUMBER IS ONE ABOVE IT, TO A SEQUENTIAL SEED FILE  *
      *  THAT IS REPRO'D INTO THE NEW CONTROL CLUSTER.  NUMBERS BELOW  *
      *  THE HIGHEST THAT WERE NEVER USED ARE LEFT ALONE - ALLOCATION  *
      *  ONLY EVER MOVES UPWARD, SO A NUMBER ONCE HANDED OUT IS NEVER  *
      *  HANDED OUT AGAIN.  REPORTS THE QUESTION COUNT, THE HIGHEST    *
      *  NUMBER AND THE SEEDED NEXT NUMBER, AND WARNS WHEN THE RANGE   *
      *  IS ALREADY NEARLY FULL.                                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23I.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QFILE ASSIGN TO QFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS QUESTIONNO-FILE
                  FILE STATUS IS WS-QFILE-STATUS.

           SELECT CTL-FILE ASSIGN TO CTLOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

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
      *  WHO WROTE THE QUESTION AND WHO APPROVED IT FOR PLAY -
      *  CAPTURED BY MIMKK21S/U AND MIMKK21W FOR THE FOUR-EYES RULE
           05 AUTHOR-FILE           PIC X(8).
           05 APPROVER-FILE         PIC X(8).

      *
      *  CONTROL RECORD SEED - SAME LAYOUT AS UPDATED BY MIMKK21S
      *  AND MIMKK21U
      *
       FD  CTL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT.
           05 CTL-KEY-FILE          PIC X(8).
           05 CTL-NEXT-QNO-FILE     PIC 9(6).
           05 CTL-USERID-FILE       PIC X(8).
           05 CTL-DATE-FILE         PIC X(10).
           05 CTL-TIMEOFDAY-FILE    PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-QFILE-STATUS           PIC X(2) VALUE SPACES.
           88 QFILE-OK                  VALUE '00'.
           88 QFILE-EOF                 VALUE '10'.
       01 WS-CTL-STATUS             PIC X(2) VALUE SPACES.
           88 CTL-OK                    VALUE '00'.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-HIGHEST-QNO            PIC 9(5) VALUE ZEROS.
       01 WS-NEXT-QNO               PIC 9(6) VALUE ZEROS.

      *  THE SAME LIMITS MIMKK21S AND MIMKK21U ALLOCATE AGAINST: A
      *  WARNING FROM THE FIRST, AND THE TOP OF THE 5-DIGIT RANGE
       01 WS-QNO-WARN-LIMIT         PIC 9(6) VALUE 95000.
       01 WS-QNO-RANGE-TOP          PIC 9(6) VALUE 99999.

      *  THE RUN DATE AND TIME, TO STAMP THE SEEDED RECORD WITH
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

       01 WS-REPORT-LINE.
           05 FILLER             PIC X(16) VALUE 'QUESTIONS READ: '.
           05 WS-REPORT-READ     PIC ZZZZZZ9.
       01 WS-REPORT-LINE2.
           05 FILLER             PIC X(16) VALUE 'HIGHEST NUMBER: '.
           05 WS-REPORT-HIGHEST  PIC ZZZZZZ9.
       01 WS-REPORT-LINE3.
           05 FILLER             PIC X(16) VALUE 'NEXT NUMBER:    '.
           05 WS-REPORT-NEXT     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM OPEN-FILES.

           PERFORM UNTIL WS-EOF
              PERFORM READ-QUESTION-FILE
              IF NOT WS-EOF
                 MOVE QUESTIONNO-FILE TO WS-HIGHEST-QNO
              END-IF
           END-PERFORM.

           PERFORM WRITE-CONTROL-RECORD.
           PERFORM CLOSE-FILES.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           OPEN INPUT QFILE.
           IF NOT QFILE-OK
              DISPLAY 'MIMKK23I - UNABLE TO OPEN QUESTION FILE, '
                      'STATUS=' WS-QFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT CTL-FILE.
           IF NOT CTL-OK
              DISPLAY 'MIMKK23I - UNABLE TO OPEN CONTROL SEED FILE, '
                      'STATUS=' WS-CTL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       READ-QUESTION-FILE.
      *
      *  THE FILE IS READ IN KEY SEQUENCE, SO THE LAST QUESTIONNO
      *  READ IS THE HIGHEST IN USE.  ANY READ FAILURE STOPS THE
      *  STEP - A SEED FROM A PARTIAL READ COULD HAND OUT A NUMBER
      *  THAT IS ALREADY ON FILE
      *  -----------------------------------------------------------
           READ QFILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.
           IF NOT QFILE-OK AND NOT QFILE-EOF
              DISPLAY 'MIMKK23I - READ ERROR ON QUESTION FILE, '
                      'STATUS=' WS-QFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       WRITE-CONTROL-RECORD.
      *  -----------------------------------------------------------
           MOVE SPACES TO CONTROL-RECORD-LAYOUT.
           MOVE 'QUESTNO' TO CTL-KEY-FILE.
           COMPUTE WS-NEXT-QNO = WS-HIGHEST-QNO + 1.
           MOVE WS-NEXT-QNO TO CTL-NEXT-QNO-FILE.
           MOVE 'MIMKK23I' TO CTL-USERID-FILE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           STRING
              WS-TODAY-DD DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-TODAY-MM DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-TODAY-YYYY DELIMITED BY SIZE
              INTO CTL-DATE-FILE
           END-STRING.
           STRING
              WS-NOW-HH DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-NOW-MI DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-NOW-SS DELIMITED BY SIZE
              INTO CTL-TIMEOFDAY-FILE
           END-STRING.

           WRITE CONTROL-RECORD-LAYOUT.
           IF NOT CTL-OK
              DISPLAY 'MIMKK23I - WRITE ERROR ON CONTROL SEED FILE, '
                      'STATUS=' WS-CTL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE QFILE.
           CLOSE CTL-FILE.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *  -----------------------------------------------------------
           MOVE WS-READ-COUNT TO WS-REPORT-READ.
           MOVE WS-HIGHEST-QNO TO WS-REPORT-HIGHEST.
           MOVE WS-NEXT-QNO TO WS-REPORT-NEXT.
           DISPLAY 'MIMKK23I - QUESTION NUMBER CONTROL SEED COMPLETE'.
           DISPLAY WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE2.
           DISPLAY WS-REPORT-LINE3.

      *  A FULL RANGE IS SEEDED ALL THE SAME - THE ALLOCATORS REFUSE
      *  TO HAND OUT A NUMBER ABOVE THE TOP, SO THE SEED IS SAFE,
      *  BUT THE STEP ENDS RC=4 SO THE LOAD IS NOT MISSED
           IF WS-NEXT-QNO > WS-QNO-RANGE-TOP
              DISPLAY 'MIMKK23I - *** WARNING *** QUESTION NUMBER '
                      'RANGE IS FULL'
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-NEXT-QNO NOT < WS-QNO-WARN-LIMIT
                 DISPLAY 'MIMKK23I - *** WARNING *** QUESTION NUMBER '
                         'RANGE NEARLY FULL'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
