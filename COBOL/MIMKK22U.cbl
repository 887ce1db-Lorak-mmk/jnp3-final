      ******************************************************************
      *                                                                *
      * MIMKK22U - CONVERT 48-BYTE GAME SESSION RECORDS TO THE 66-BYTE *
      *            START-STAMPED LAYOUT                                *
      *                                                                *
      *  ONE-TIME CUTOVER, SAME PATTERN AS THE MIMKK22S ATTEMPT-FILE   *
      *  CUTOVER.  READS A SEQUENTIAL UNLOAD OF THE MIMKK22B SESSION   *
      *  FILE IN THE OLD 48-BYTE LAYOUT (AS WRITTEN BEFORE THE GAME    *
      *  START DATE AND TIME WERE ADDED) AND WRITES EACH RECORD IN     *
      *  THE NEW 66-BYTE LAYOUT.  THE TRUE START OF A GAME ALREADY ON  *
      *  FILE WAS NEVER RECORDED, SO THE START STAMP IS TAKEN FROM THE *
      *  LAST TIME THE SESSION MOVED - THE EARLIEST TIME STILL KNOWN.  *
      *  THE OUTPUT IS REPRO'D INTO THE REDEFINED VSAM CLUSTER AT      *
      *  CUTOVER, SO NO GAME IN PLAY IS LOST.  REPORTS THE RECORD      *
      *  COUNT READ VERSUS WRITTEN SO THE CONVERSION CAN BE            *
      *  RECONCILED.                                                   *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK22U.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO OLDUNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-FILE ASSIGN TO NEWUNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  OLD GAME SESSION RECORD - THE 48-BYTE LAYOUT MIMKK22C WROTE
      *  BEFORE THE GAME START STAMP WAS ADDED
      *
       FD  OLD-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  OLD-RECORD-LAYOUT.
           05 OLD-CONTESTANT           PIC X(8).
           05 OLD-STATE                PIC X(1).
           05 OLD-LEVEL                PIC 9(2).
           05 OLD-PRIZE                PIC 9(7).
           05 OLD-PENDING-QNO          PIC 9(5).
           05 OLD-FINAL-PRIZE          PIC 9(7).
           05 OLD-DATE                 PIC X(10).
           05 OLD-TIMEOFDAY            PIC X(8).

      *
      *  NEW GAME SESSION RECORD - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK22C
      *
       FD  NEW-FILE
           RECORD CONTAINS 66 CHARACTERS.
       01  SESSION-RECORD-LAYOUT.
           05 SES-CONTESTANT-FILE      PIC X(8).
           05 SES-STATE-FILE           PIC X(1).
           05 SES-LEVEL-FILE           PIC 9(2).
           05 SES-PRIZE-FILE           PIC 9(7).
           05 SES-PENDING-QNO-FILE     PIC 9(5).
           05 SES-FINAL-PRIZE-FILE     PIC 9(7).
           05 SES-DATE-FILE            PIC X(10).
           05 SES-TIMEOFDAY-FILE       PIC X(8).
           05 SES-START-DATE-FILE      PIC X(10).
           05 SES-START-TIME-FILE      PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS             PIC X(2) VALUE SPACES.
           88 OLD-OK                    VALUE '00'.
       01 WS-NEW-STATUS             PIC X(2) VALUE SPACES.
           88 NEW-OK                    VALUE '00'.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-WRITE-COUNT            PIC 9(7) VALUE ZEROS.

       01 WS-REPORT-LINE.
           05 FILLER             PIC X(16) VALUE 'RECORDS READ:   '.
           05 WS-REPORT-READ     PIC ZZZZZZ9.
       01 WS-REPORT-LINE2.
           05 FILLER             PIC X(16) VALUE 'RECORDS WRITTEN:'.
           05 WS-REPORT-WRITE    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM OPEN-FILES.

           PERFORM UNTIL WS-EOF
              PERFORM READ-OLD-FILE
              IF NOT WS-EOF
                 PERFORM WRITE-NEW-RECORD
              END-IF
           END-PERFORM.

           PERFORM CLOSE-FILES.
           PERFORM REPORT-RECONCILIATION.

           STOP RUN.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           OPEN INPUT OLD-FILE.
           IF NOT OLD-OK
              DISPLAY 'MIMKK22U - UNABLE TO OPEN OLD UNLOAD FILE, '
                      'STATUS=' WS-OLD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT NEW-FILE.
           IF NOT NEW-OK
              DISPLAY 'MIMKK22U - UNABLE TO OPEN NEW UNLOAD FILE, '
                      'STATUS=' WS-NEW-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       READ-OLD-FILE.
      *  -----------------------------------------------------------
           READ OLD-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.

      *  -----------------------------------------------------------
       WRITE-NEW-RECORD.
      *  -----------------------------------------------------------
           MOVE OLD-CONTESTANT      TO SES-CONTESTANT-FILE.
           MOVE OLD-STATE           TO SES-STATE-FILE.
           MOVE OLD-LEVEL           TO SES-LEVEL-FILE.
           MOVE OLD-PRIZE           TO SES-PRIZE-FILE.
           MOVE OLD-PENDING-QNO     TO SES-PENDING-QNO-FILE.
           MOVE OLD-FINAL-PRIZE     TO SES-FINAL-PRIZE-FILE.
           MOVE OLD-DATE            TO SES-DATE-FILE.
           MOVE OLD-TIMEOFDAY       TO SES-TIMEOFDAY-FILE.
           MOVE OLD-DATE            TO SES-START-DATE-FILE.
           MOVE OLD-TIMEOFDAY       TO SES-START-TIME-FILE.

           WRITE SESSION-RECORD-LAYOUT.
           IF NEW-OK
              ADD 1 TO WS-WRITE-COUNT
           ELSE
              DISPLAY 'MIMKK22U - WRITE ERROR ON NEW UNLOAD FILE FOR '
                      'CONTESTANT=' OLD-CONTESTANT
                      ' STATUS=' WS-NEW-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE OLD-FILE.
           CLOSE NEW-FILE.

      *  -----------------------------------------------------------
       REPORT-RECONCILIATION.
      *  -----------------------------------------------------------
           MOVE WS-READ-COUNT TO WS-REPORT-READ.
           MOVE WS-WRITE-COUNT TO WS-REPORT-WRITE.
           DISPLAY 'MIMKK22U - SESSION RECORD CONVERSION COMPLETE'.
           DISPLAY WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE2.

      *  ANY FAILURE MUST END THE STEP NON-ZERO: THE CUTOVER JOB
      *  GATES THE DESTRUCTIVE REDEFINE AND RELOAD STEPS ON RC=0,
      *  SO A PARTIAL CONVERSION MUST NEVER LOOK LIKE A CLEAN ONE
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
              DISPLAY 'MIMKK22U - *** RECONCILIATION FAILED *** '
                      'READ AND WRITTEN COUNTS DO NOT MATCH'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'MIMKK22U - RECONCILIATION OK'
           END-IF.
