      ******************************************************************
      *                                                                *
      * MIMKK22Y - CONVERT 66-BYTE GAME SESSION RECORDS TO THE         *
      *            346-BYTE LADDER-CARRYING LAYOUT, AND SEED THE       *
      *            MIMKK22W PRIZE LADDER FILE                          *
      *                                                                *
      *  ONE-TIME CUTOVER, SAME PATTERN AS THE MIMKK22U SESSION        *
      *  CUTOVER.  READS A SEQUENTIAL UNLOAD OF THE MIMKK22B SESSION   *
      *  FILE IN THE 66-BYTE LAYOUT AND WRITES EACH RECORD IN THE NEW  *
      *  346-BYTE LAYOUT, WHICH CARRIES A COPY OF THE PRIZE LADDER THE *
      *  GAME IS PLAYED ON.  EVERY GAME ALREADY ON FILE WAS PLAYED ON  *
      *  THE LADDER THAT WAS BUILT INTO MIMKK22C, SO EACH IS GIVEN     *
      *  THAT LADDER UNDER THE HOUSE ID STANDARD, AND A GAME IN PLAY   *
      *  CARRIES ON EXACTLY AS IT WOULD HAVE.  THE SAME LADDER IS      *
      *  WRITTEN ONCE TO A SEQUENTIAL SEED FILE THAT IS REPRO'D INTO   *
      *  THE NEW LADDER CLUSTER, SO START HAS A HOUSE LADDER FROM THE  *
      *  FIRST DAY.  REPORTS THE RECORD COUNT READ VERSUS WRITTEN SO   *
      *  THE CONVERSION CAN BE RECONCILED.                             *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK22Y.

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

           SELECT LADDER-FILE ASSIGN TO LADOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  OLD GAME SESSION RECORD - THE 66-BYTE LAYOUT MIMKK22C WROTE
      *  BEFORE THE PRIZE LADDER WAS CARRIED ON THE SESSION
      *
       FD  OLD-FILE
           RECORD CONTAINS 66 CHARACTERS.
       01  OLD-RECORD-LAYOUT.
           05 OLD-CONTESTANT           PIC X(8).
           05 OLD-STATE                PIC X(1).
           05 OLD-LEVEL                PIC 9(2).
           05 OLD-PRIZE                PIC 9(7).
           05 OLD-PENDING-QNO          PIC 9(5).
           05 OLD-FINAL-PRIZE          PIC 9(7).
           05 OLD-DATE                 PIC X(10).
           05 OLD-TIMEOFDAY            PIC X(8).
           05 OLD-START-DATE           PIC X(10).
           05 OLD-START-TIME           PIC X(8).

      *
      *  NEW GAME SESSION RECORD - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK22C
      *
       FD  NEW-FILE
           RECORD CONTAINS 346 CHARACTERS.
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
           05 SES-LADDER-ID-FILE       PIC X(8).
           05 SES-LADDER-TOP-FILE      PIC 9(2).
           05 SES-LADDER-TABLE.
              10 SES-LADDER-ENTRY OCCURS 15 TIMES.
                 15 SES-LADDER-DIFFICULTY PIC X(10).
                 15 SES-LADDER-PRIZE      PIC 9(7).
                 15 SES-LADDER-MILESTONE  PIC X(1).

      *
      *  PRIZE LADDER RECORD - SAME LAYOUT AS MAINTAINED BY MIMKK22X
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

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS             PIC X(2) VALUE SPACES.
           88 OLD-OK                    VALUE '00'.
       01 WS-NEW-STATUS             PIC X(2) VALUE SPACES.
           88 NEW-OK                    VALUE '00'.
       01 WS-LAD-STATUS             PIC X(2) VALUE SPACES.
           88 LAD-OK                    VALUE '00'.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-WRITE-COUNT            PIC 9(7) VALUE ZEROS.
       01 WS-SUB                    PIC S9(4) COMP VALUE 0.

      *
      *  THE LADDER MIMKK22C PLAYED BEFORE LADDERS MOVED TO THE
      *  MIMKK22W FILE: DIFFICULTY, PRIZE AND MILESTONE FLAG PER
      *  LEVEL, LOWEST FIRST.  LEVELS 11 TO 15 ARE UNUSED
      *
       01 WS-HOUSE-LADDER-ID        PIC X(8) VALUE 'STANDARD'.
       01 WS-HOUSE-TOP              PIC 9(2) VALUE 10.
       01 WS-HOUSE-DEF.
           05 FILLER PIC X(18) VALUE 'EASY      0000100N'.
           05 FILLER PIC X(18) VALUE 'EASY      0000200N'.
           05 FILLER PIC X(18) VALUE 'EASY      0000500N'.
           05 FILLER PIC X(18) VALUE 'MEDIUM    0001000Y'.
           05 FILLER PIC X(18) VALUE 'MEDIUM    0002000N'.
           05 FILLER PIC X(18) VALUE 'MEDIUM    0004000N'.
           05 FILLER PIC X(18) VALUE 'HARD      0008000Y'.
           05 FILLER PIC X(18) VALUE 'HARD      0016000N'.
           05 FILLER PIC X(18) VALUE 'HARD      0050000N'.
           05 FILLER PIC X(18) VALUE 'HARD      0100000N'.
           05 FILLER PIC X(18) VALUE '          0000000 '.
           05 FILLER PIC X(18) VALUE '          0000000 '.
           05 FILLER PIC X(18) VALUE '          0000000 '.
           05 FILLER PIC X(18) VALUE '          0000000 '.
           05 FILLER PIC X(18) VALUE '          0000000 '.
       01 WS-HOUSE-TABLE REDEFINES WS-HOUSE-DEF.
           05 WS-HOUSE-ENTRY OCCURS 15 TIMES   PIC X(18).

      *
      *  THE STANDARD LADDER RECORD AS SEEDED - SAME LAYOUT AS THE
      *  LADDER FILE.  BUILT HERE AND WRITTEN FROM HERE, SO EVERY
      *  CONVERTED SESSION IS GIVEN THE LADDER FROM THIS COPY
      *
       01 WS-SEED-LADDER.
           05 WS-SEED-ID               PIC X(8).
           05 WS-SEED-STATUS           PIC X(1).
           05 WS-SEED-TOP              PIC 9(2).
           05 WS-SEED-LEVEL-TABLE.
              10 WS-SEED-LEVEL-ENTRY OCCURS 15 TIMES PIC X(18).
           05 WS-SEED-USERID           PIC X(8).
           05 WS-SEED-DATE             PIC X(10).
           05 WS-SEED-TIMEOFDAY        PIC X(8).

      *  THE RUN DATE AND TIME, TO STAMP THE SEEDED LADDER WITH
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
           PERFORM WRITE-HOUSE-LADDER.

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
              DISPLAY 'MIMKK22Y - UNABLE TO OPEN OLD UNLOAD FILE, '
                      'STATUS=' WS-OLD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT NEW-FILE.
           IF NOT NEW-OK
              DISPLAY 'MIMKK22Y - UNABLE TO OPEN NEW UNLOAD FILE, '
                      'STATUS=' WS-NEW-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT LADDER-FILE.
           IF NOT LAD-OK
              DISPLAY 'MIMKK22Y - UNABLE TO OPEN LADDER SEED FILE, '
                      'STATUS=' WS-LAD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       WRITE-HOUSE-LADDER.
      *  -----------------------------------------------------------
      *  BUILD THE STANDARD LADDER ONCE.  ITS LEVEL TABLE IS ALSO
      *  THE ONE EVERY CONVERTED SESSION IS GIVEN
           MOVE SPACES TO WS-SEED-LADDER.
           MOVE WS-HOUSE-LADDER-ID TO WS-SEED-ID.
           MOVE 'A' TO WS-SEED-STATUS.
           MOVE WS-HOUSE-TOP TO WS-SEED-TOP.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 15
              MOVE WS-HOUSE-ENTRY (WS-SUB) TO
                   WS-SEED-LEVEL-ENTRY (WS-SUB)
           END-PERFORM.
           MOVE 'MIMKK22Y' TO WS-SEED-USERID.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           STRING
              WS-TODAY-DD DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-TODAY-MM DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-TODAY-YYYY DELIMITED BY SIZE
              INTO WS-SEED-DATE
           END-STRING.
           STRING
              WS-NOW-HH DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-NOW-MI DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-NOW-SS DELIMITED BY SIZE
              INTO WS-SEED-TIMEOFDAY
           END-STRING.

           WRITE LADDER-RECORD-LAYOUT FROM WS-SEED-LADDER.
           IF NOT LAD-OK
              DISPLAY 'MIMKK22Y - WRITE ERROR ON LADDER SEED FILE, '
                      'STATUS=' WS-LAD-STATUS
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
           MOVE OLD-START-DATE      TO SES-START-DATE-FILE.
           MOVE OLD-START-TIME      TO SES-START-TIME-FILE.
           MOVE WS-SEED-ID          TO SES-LADDER-ID-FILE.
           MOVE WS-SEED-TOP         TO SES-LADDER-TOP-FILE.
           MOVE WS-SEED-LEVEL-TABLE TO SES-LADDER-TABLE.

           WRITE SESSION-RECORD-LAYOUT.
           IF NEW-OK
              ADD 1 TO WS-WRITE-COUNT
           ELSE
              DISPLAY 'MIMKK22Y - WRITE ERROR ON NEW UNLOAD FILE FOR '
                      'CONTESTANT=' OLD-CONTESTANT
                      ' STATUS=' WS-NEW-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE OLD-FILE.
           CLOSE NEW-FILE.
           CLOSE LADDER-FILE.

      *  -----------------------------------------------------------
       REPORT-RECONCILIATION.
      *  -----------------------------------------------------------
           MOVE WS-READ-COUNT TO WS-REPORT-READ.
           MOVE WS-WRITE-COUNT TO WS-REPORT-WRITE.
           DISPLAY 'MIMKK22Y - SESSION RECORD CONVERSION COMPLETE'.
           DISPLAY WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE2.
           DISPLAY 'MIMKK22Y - HOUSE LADDER ' WS-HOUSE-LADDER-ID
                   ' WRITTEN TO LADDER SEED FILE'.

      *  ANY FAILURE MUST END THE STEP NON-ZERO: THE CUTOVER JOB
      *  GATES THE DESTRUCTIVE REDEFINE AND RELOAD STEPS ON RC=0,
      *  SO A PARTIAL CONVERSION MUST NEVER LOOK LIKE A CLEAN ONE
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
              DISPLAY 'MIMKK22Y - *** RECONCILIATION FAILED *** '
                      'READ AND WRITTEN COUNTS DO NOT MATCH'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'MIMKK22Y - RECONCILIATION OK'
           END-IF.
