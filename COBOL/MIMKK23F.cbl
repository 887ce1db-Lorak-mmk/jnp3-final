      ******************************************************************
      *                                                                *
      * MIMKK23F - DAILY CICS SERVICE USAGE AND SERVICE-LEVEL REPORT   *
      *                                                                *
      *  READS THE DAY'S QUSE USAGE LOG - ONE RECORD WRITTEN BY EVERY  *
      *  CICS SERVICE ON EVERY CALL, CARRYING THE PROGRAM, THE         *
      *  CONTESTANT OR SHOW ID, THE DATE AND TIME THE CALL ARRIVED,    *
      *  THE ELAPSED MILLISECONDS AND THE ERRORCMD/ERRORSTRING         *
      *  OUTCOME - AND PRINTS ON SYSOUT:                               *
      *    - CALL VOLUMES PER PROGRAM, WITH ERROR COUNTS AND THE       *
      *      AVERAGE AND WORST ELAPSED TIME                            *
      *    - ERROR COUNTS BY ERRORCMD, WITH A SAMPLE ERRORSTRING       *
      *    - FOR EVERY PROGRAM AND EVERY HOUR IT WAS CALLED, THE CALL  *
      *      COUNT, THE AVERAGE, AND THE SLOWEST CALL (WHEN, FOR WHOM  *
      *      AND HOW IT ENDED)                                         *
      *  THE TAPING WINDOWS FOR THE DAY COME FROM THE TAPEIN CONTROL   *
      *  CARDS (HH:MM-HH:MM LABEL, ONE PER WINDOW, NONE IS ALLOWED).   *
      *  HOURS THAT OVERLAP A WINDOW ARE MARKED, AND CALLS AND ERRORS  *
      *  INSIDE A WINDOW ARE TOTALLED SEPARATELY, SO PRODUCTION'S      *
      *  COMPLAINTS ABOUT A SLOW TAPING CAN BE ANSWERED WITH NUMBERS.  *
      *  AN UNREADABLE CONTROL CARD OR A FULL TABLE ENDS THE JOB RC=8. *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23F.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAPEIN-FILE ASSIGN TO TAPEIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TAPEIN-STATUS.

           SELECT USAGE-FILE ASSIGN TO USAGEIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-USAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  CONTROL FILE: ONE CARD PER TAPING WINDOW, HH:MM-HH:MM IN
      *  COLUMNS 1-11 AND AN OPTIONAL LABEL (E.G. THE SHOW ID) FROM
      *  COLUMN 13
      *
       FD  TAPEIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAPEIN-RECORD.
           05 TAPE-START-HH         PIC X(2).
           05 FILLER                PIC X(1).
           05 TAPE-START-MM         PIC X(2).
           05 FILLER                PIC X(1).
           05 TAPE-END-HH           PIC X(2).
           05 FILLER                PIC X(1).
           05 TAPE-END-MM           PIC X(2).
           05 FILLER                PIC X(1).
           05 TAPE-LABEL            PIC X(20).
           05 FILLER                PIC X(48).

      *
      *  USAGE LOG - SAME LAYOUT AS WRITTEN TO THE QUSE TD QUEUE BY
      *  THE WRITE-USAGE-RECORD PARAGRAPH OF EVERY CICS SERVICE
      *
       FD  USAGE-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  USAGE-RECORD-LAYOUT.
           05 USG-PROGRAM-FILE      PIC X(8).
           05 USG-KEY-FILE          PIC X(8).
           05 USG-DATE-FILE         PIC X(10).
           05 USG-TIMEOFDAY-FILE.
              10 USG-HH-FILE        PIC X(2).
              10 FILLER             PIC X(1).
              10 USG-MM-FILE        PIC X(2).
              10 FILLER             PIC X(3).
           05 USG-ELAPSED-FILE      PIC 9(7).
           05 USG-ERRORCMD-FILE     PIC X(16).
           05 USG-ERRORSTRING-FILE  PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-TAPEIN-STATUS          PIC X(2) VALUE SPACES.
           88 TAPEIN-OK                 VALUE '00'.
           88 TAPEIN-EOF                VALUE '10'.
       01 WS-USAGE-STATUS           PIC X(2) VALUE SPACES.
           88 USAGE-OK                  VALUE '00'.
           88 USAGE-EOF                 VALUE '10'.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

      *  THE DAY'S TAPING WINDOWS, AS HHMM FROM AND TO
       01 WS-TAPE-COUNT             PIC S9(4) COMP VALUE 0.
       01 WS-TAPE-MAX               PIC S9(4) COMP VALUE 10.
       01 WS-TAPE-TABLE.
           05 WS-TAPE-ENTRY OCCURS 10 TIMES.
              10 WS-TAPE-FROM       PIC 9(4).
              10 WS-TAPE-TO         PIC 9(4).
              10 WS-TAPE-LABEL      PIC X(20).
       01 WS-TAPE-HHMM.
           05 WS-TAPE-HH            PIC X(2).
           05 WS-TAPE-MM            PIC X(2).
       01 WS-TAPE-HHMM-N REDEFINES WS-TAPE-HHMM PIC 9(4).

      *  CALLS PER PROGRAM, KEPT IN PROGRAM NAME ORDER, EACH WITH A
      *  SLOT PER HOUR OF THE DAY FOR THE SLOWEST-CALL ANALYSIS
       01 WS-PGM-COUNT              PIC S9(4) COMP VALUE 0.
       01 WS-PGM-MAX                PIC S9(4) COMP VALUE 40.
       01 WS-PGM-TABLE.
           05 WS-PGM-ENTRY OCCURS 40 TIMES.
              10 WS-PGM-NAME        PIC X(8).
              10 WS-PGM-CALLS       PIC 9(7).
              10 WS-PGM-ERRORS      PIC 9(7).
              10 WS-PGM-TOTAL-MS    PIC 9(11).
              10 WS-PGM-MAX-MS      PIC 9(7).
              10 WS-PGM-HOUR OCCURS 24 TIMES.
                 15 WS-HR-CALLS     PIC 9(7).
                 15 WS-HR-TOTAL-MS  PIC 9(11).
                 15 WS-HR-SLOW-MS   PIC 9(7).
                 15 WS-HR-SLOW-TIME PIC X(8).
                 15 WS-HR-SLOW-KEY  PIC X(8).
                 15 WS-HR-SLOW-CMD  PIC X(16).

      *  ERRORS BY ERRORCMD, WITH THE FIRST ERRORSTRING SEEN FOR EACH
       01 WS-ERR-COUNT              PIC S9(4) COMP VALUE 0.
       01 WS-ERR-MAX                PIC S9(4) COMP VALUE 30.
       01 WS-ERR-TABLE.
           05 WS-ERR-ENTRY OCCURS 30 TIMES.
              10 WS-ERR-CMD         PIC X(16).
              10 WS-ERR-CALLS       PIC 9(7).
              10 WS-ERR-SAMPLE      PIC X(32).

       01 WS-I                      PIC S9(4) COMP VALUE 0.
       01 WS-J                      PIC S9(4) COMP VALUE 0.
       01 WS-H                      PIC S9(4) COMP VALUE 0.
       01 WS-HOUR                   PIC 9(2) VALUE ZEROS.
       01 WS-FOUND-SW               PIC X VALUE 'N'.
           88 WS-FOUND                  VALUE 'Y'.
       01 WS-TAPING-SW              PIC X VALUE 'N'.
           88 WS-TAPING                 VALUE 'Y'.
       01 WS-CALL-HHMM              PIC 9(4) VALUE ZEROS.
       01 WS-HOUR-FROM              PIC 9(4) VALUE ZEROS.
       01 WS-HOUR-TO                PIC 9(4) VALUE ZEROS.
       01 WS-AVERAGE                PIC 9(7) VALUE ZEROS.
       01 WS-REPORT-DATE            PIC X(10) VALUE SPACES.

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-ERROR-COUNT            PIC 9(7) VALUE ZEROS.
       01 WS-REJECT-COUNT           PIC 9(7) VALUE ZEROS.
       01 WS-DROPPED-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-TAPING-CALLS           PIC 9(7) VALUE ZEROS.
       01 WS-TAPING-ERRORS          PIC 9(7) VALUE ZEROS.
       01 WS-TAPING-SLOW-MS         PIC 9(7) VALUE ZEROS.
       01 WS-TAPING-SLOW-PGM        PIC X(8) VALUE SPACES.
       01 WS-TAPING-SLOW-TIME       PIC X(8) VALUE SPACES.

       01 WS-WINDOW-LINE.
           05 FILLER                PIC X(17)
                                    VALUE 'TAPING WINDOW:   '.
           05 WS-WNL-FROM-HH        PIC 9(2).
           05 FILLER                PIC X(1) VALUE ':'.
           05 WS-WNL-FROM-MM        PIC 9(2).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-WNL-TO-HH          PIC 9(2).
           05 FILLER                PIC X(1) VALUE ':'.
           05 WS-WNL-TO-MM          PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-WNL-LABEL          PIC X(20).

       01 WS-VOLUME-HEAD.
           05 FILLER                PIC X(44)
              VALUE 'PROGRAM     CALLS   ERRORS   AVG MS   MAX MS'.
       01 WS-VOLUME-LINE.
           05 WS-VOL-PROGRAM        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-VOL-CALLS          PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-VOL-ERRORS         PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-VOL-AVG            PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-VOL-MAX            PIC ZZZZZZ9.

       01 WS-ERROR-HEAD.
           05 FILLER                PIC X(46)
              VALUE 'ERRORCMD             COUNT  SAMPLE ERRORSTRING'.
       01 WS-ERROR-LINE.
           05 WS-ERL-CMD            PIC X(16).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ERL-CALLS          PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ERL-SAMPLE         PIC X(32).

       01 WS-HOUR-HEAD.
           05 FILLER                PIC X(42)
              VALUE 'PROGRAM   HOUR     CALLS   AVG MS  SLOWEST'.
           05 FILLER                PIC X(40)
              VALUE '  AT        KEY       OUTCOME'.
       01 WS-HOUR-LINE.
           05 WS-HRL-PROGRAM        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HRL-HOUR           PIC 9(2).
           05 FILLER                PIC X(3) VALUE ':00'.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HRL-CALLS          PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HRL-AVG            PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HRL-SLOW           PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HRL-AT             PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HRL-KEY            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HRL-OUTCOME        PIC X(16).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HRL-TAPING         PIC X(8).

       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'USAGE RECORDS READ:       '.
           05 WS-TOTAL-READ      PIC ZZZZZZ9.
       01 WS-ERRORS-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'CALLS ENDING IN ERROR:    '.
           05 WS-TOTAL-ERRORS    PIC ZZZZZZ9.
       01 WS-TAPING-CALLS-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'CALLS DURING TAPING:      '.
           05 WS-TOTAL-TAPING    PIC ZZZZZZ9.
       01 WS-TAPING-ERRORS-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'ERRORS DURING TAPING:     '.
           05 WS-TOTAL-TAPING-ERR PIC ZZZZZZ9.
       01 WS-TAPING-SLOW-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'SLOWEST CALL IN TAPING MS:'.
           05 WS-TOTAL-TAPING-SLOW PIC ZZZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-TSL-PROGRAM     PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 WS-TSL-TIME        PIC X(8).
       01 WS-REJECT-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'UNREADABLE RECORDS:       '.
           05 WS-TOTAL-REJECT    PIC ZZZZZZ9.
       01 WS-DROPPED-LINE.
           05 FILLER             PIC X(26)
                                 VALUE 'NOT ANALYSED - TABLE FULL:'.
           05 WS-TOTAL-DROPPED   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM LOAD-TAPING-WINDOWS.
           PERFORM OPEN-FILES.

           PERFORM UNTIL WS-EOF
              PERFORM READ-USAGE-FILE
              IF NOT WS-EOF
                 PERFORM TALLY-USAGE-RECORD
              END-IF
           END-PERFORM.

           PERFORM CLOSE-FILES.

           DISPLAY 'MIMKK23F - CICS SERVICE USAGE REPORT FOR '
                   WS-REPORT-DATE.
           PERFORM PRINT-TAPING-WINDOWS.
           PERFORM PRINT-CALL-VOLUMES.
           PERFORM PRINT-ERROR-COUNTS.
           PERFORM PRINT-HOURLY-SLOWEST.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       LOAD-TAPING-WINDOWS.
      *
      *  EACH TAPEIN CARD IS ONE TAPING WINDOW, HH:MM-HH:MM.  AN
      *  EMPTY CONTROL FILE JUST MEANS NO TAPING TODAY.  A CARD THAT
      *  IS NOT A VALID WINDOW STOPS THE JOB BEFORE ANYTHING IS READ
      *  -----------------------------------------------------------
           OPEN INPUT TAPEIN-FILE.
           IF NOT TAPEIN-OK
              DISPLAY 'MIMKK23F - UNABLE TO OPEN TAPING CONTROL FILE, '
                      'STATUS=' WS-TAPEIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL TAPEIN-EOF
              READ TAPEIN-FILE
                 AT END
                    SET TAPEIN-EOF TO TRUE
                 NOT AT END
                    IF TAPEIN-RECORD NOT = SPACES
                       PERFORM ADD-TAPING-WINDOW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TAPEIN-FILE.

      *  -----------------------------------------------------------
       ADD-TAPING-WINDOW.
      *  -----------------------------------------------------------
           IF TAPE-START-HH IS NOT NUMERIC OR
              TAPE-START-MM IS NOT NUMERIC OR
              TAPE-END-HH IS NOT NUMERIC OR
              TAPE-END-MM IS NOT NUMERIC
              DISPLAY 'MIMKK23F - TAPING WINDOW MUST BE HH:MM-HH:MM: '
                      TAPEIN-RECORD (1:32)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-TAPE-COUNT >= WS-TAPE-MAX
              DISPLAY 'MIMKK23F - MORE THAN 10 TAPING WINDOWS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-TAPE-COUNT.
           MOVE TAPE-START-HH TO WS-TAPE-HH.
           MOVE TAPE-START-MM TO WS-TAPE-MM.
           MOVE WS-TAPE-HHMM-N TO WS-TAPE-FROM (WS-TAPE-COUNT).
           MOVE TAPE-END-HH TO WS-TAPE-HH.
           MOVE TAPE-END-MM TO WS-TAPE-MM.
           MOVE WS-TAPE-HHMM-N TO WS-TAPE-TO (WS-TAPE-COUNT).
           MOVE TAPE-LABEL TO WS-TAPE-LABEL (WS-TAPE-COUNT).

           IF WS-TAPE-TO (WS-TAPE-COUNT) <
              WS-TAPE-FROM (WS-TAPE-COUNT)
              DISPLAY 'MIMKK23F - TAPING WINDOW ENDS BEFORE IT '
                      'STARTS: ' TAPEIN-RECORD (1:32)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           OPEN INPUT USAGE-FILE.
           IF NOT USAGE-OK
              DISPLAY 'MIMKK23F - UNABLE TO OPEN USAGE LOG, '
                      'STATUS=' WS-USAGE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       READ-USAGE-FILE.
      *  -----------------------------------------------------------
           READ USAGE-FILE
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.

      *  -----------------------------------------------------------
       TALLY-USAGE-RECORD.
      *
      *  A RECORD WITH NO PROGRAM OR AN UNREADABLE TIME OR ELAPSED
      *  FIELD IS COUNTED AND SKIPPED.  EVERYTHING ELSE IS ADDED TO
      *  ITS PROGRAM'S TOTALS AND HOUR SLOT, TO THE ERRORCMD TABLE
      *  WHEN IT FAILED, AND TO THE TAPING TOTALS WHEN IT ARRIVED
      *  INSIDE A TAPING WINDOW
      *  -----------------------------------------------------------
           IF USG-PROGRAM-FILE = SPACES OR
              USG-HH-FILE IS NOT NUMERIC OR
              USG-MM-FILE IS NOT NUMERIC OR
              USG-ELAPSED-FILE IS NOT NUMERIC
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              IF WS-REPORT-DATE = SPACES
                 MOVE USG-DATE-FILE TO WS-REPORT-DATE
              END-IF
              MOVE USG-HH-FILE TO WS-HOUR
              IF WS-HOUR > 23
                 ADD 1 TO WS-REJECT-COUNT
              ELSE
                 PERFORM FIND-PROGRAM
                 IF WS-FOUND
                    PERFORM ADD-TO-PROGRAM
                 ELSE
                    ADD 1 TO WS-DROPPED-COUNT
                 END-IF
                 IF USG-ERRORCMD-FILE NOT = SPACES
                    ADD 1 TO WS-ERROR-COUNT
                    PERFORM ADD-TO-ERRORS
                 END-IF
                 PERFORM CHECK-TAPING-CALL
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       FIND-PROGRAM.
      *
      *  LOOK UP THE PROGRAM; A NEW ONE IS SLOTTED IN AT ITS PLACE IN
      *  NAME ORDER, SO THE REPORT COMES OUT SORTED.  WS-I IS LEFT
      *  POINTING AT THE ENTRY
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-PGM-COUNT OR
                         WS-PGM-NAME (WS-I) >= USG-PROGRAM-FILE
              ADD 1 TO WS-I
           END-PERFORM.

           IF WS-I <= WS-PGM-COUNT AND
              WS-PGM-NAME (WS-I) = USG-PROGRAM-FILE
              SET WS-FOUND TO TRUE
           ELSE
              IF WS-PGM-COUNT < WS-PGM-MAX
                 PERFORM VARYING WS-J FROM WS-PGM-COUNT BY -1
                         UNTIL WS-J < WS-I
                    MOVE WS-PGM-ENTRY (WS-J) TO WS-PGM-ENTRY (WS-J + 1)
                 END-PERFORM
                 ADD 1 TO WS-PGM-COUNT
                 MOVE LOW-VALUES TO WS-PGM-ENTRY (WS-I)
                 MOVE USG-PROGRAM-FILE TO WS-PGM-NAME (WS-I)
                 MOVE ZEROS TO WS-PGM-CALLS (WS-I)
                 MOVE ZEROS TO WS-PGM-ERRORS (WS-I)
                 MOVE ZEROS TO WS-PGM-TOTAL-MS (WS-I)
                 MOVE ZEROS TO WS-PGM-MAX-MS (WS-I)
                 PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 24
                    MOVE ZEROS TO WS-HR-CALLS (WS-I WS-H)
                    MOVE ZEROS TO WS-HR-TOTAL-MS (WS-I WS-H)
                    MOVE ZEROS TO WS-HR-SLOW-MS (WS-I WS-H)
                    MOVE SPACES TO WS-HR-SLOW-TIME (WS-I WS-H)
                    MOVE SPACES TO WS-HR-SLOW-KEY (WS-I WS-H)
                    MOVE SPACES TO WS-HR-SLOW-CMD (WS-I WS-H)
                 END-PERFORM
                 SET WS-FOUND TO TRUE
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       ADD-TO-PROGRAM.
      *  -----------------------------------------------------------
           ADD 1 TO WS-PGM-CALLS (WS-I).
           ADD USG-ELAPSED-FILE TO WS-PGM-TOTAL-MS (WS-I).
           IF USG-ELAPSED-FILE > WS-PGM-MAX-MS (WS-I)
              MOVE USG-ELAPSED-FILE TO WS-PGM-MAX-MS (WS-I)
           END-IF.
           IF USG-ERRORCMD-FILE NOT = SPACES
              ADD 1 TO WS-PGM-ERRORS (WS-I)
           END-IF.

           COMPUTE WS-H = WS-HOUR + 1.
           ADD 1 TO WS-HR-CALLS (WS-I WS-H).
           ADD USG-ELAPSED-FILE TO WS-HR-TOTAL-MS (WS-I WS-H).
           IF WS-HR-CALLS (WS-I WS-H) = 1 OR
              USG-ELAPSED-FILE > WS-HR-SLOW-MS (WS-I WS-H)
              MOVE USG-ELAPSED-FILE TO WS-HR-SLOW-MS (WS-I WS-H)
              MOVE USG-TIMEOFDAY-FILE TO WS-HR-SLOW-TIME (WS-I WS-H)
              MOVE USG-KEY-FILE TO WS-HR-SLOW-KEY (WS-I WS-H)
              MOVE USG-ERRORCMD-FILE TO WS-HR-SLOW-CMD (WS-I WS-H)
           END-IF.

      *  -----------------------------------------------------------
       ADD-TO-ERRORS.
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ERR-COUNT OR WS-FOUND
              IF WS-ERR-CMD (WS-J) = USG-ERRORCMD-FILE
                 SET WS-FOUND TO TRUE
                 ADD 1 TO WS-ERR-CALLS (WS-J)
              END-IF
           END-PERFORM.

           IF NOT WS-FOUND
              IF WS-ERR-COUNT < WS-ERR-MAX
                 ADD 1 TO WS-ERR-COUNT
                 MOVE USG-ERRORCMD-FILE TO WS-ERR-CMD (WS-ERR-COUNT)
                 MOVE 1 TO WS-ERR-CALLS (WS-ERR-COUNT)
                 MOVE USG-ERRORSTRING-FILE TO
                      WS-ERR-SAMPLE (WS-ERR-COUNT)
              ELSE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       CHECK-TAPING-CALL.
      *
      *  A CALL THAT ARRIVED AT OR BETWEEN THE FROM AND TO MINUTES OF
      *  ANY TAPING WINDOW COUNTS TOWARDS THE TAPING TOTALS
      *  -----------------------------------------------------------
           MOVE USG-HH-FILE TO WS-TAPE-HH.
           MOVE USG-MM-FILE TO WS-TAPE-MM.
           MOVE WS-TAPE-HHMM-N TO WS-CALL-HHMM.
           MOVE 'N' TO WS-TAPING-SW.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TAPE-COUNT
              IF WS-CALL-HHMM >= WS-TAPE-FROM (WS-J) AND
                 WS-CALL-HHMM <= WS-TAPE-TO (WS-J)
                 SET WS-TAPING TO TRUE
              END-IF
           END-PERFORM.

           IF WS-TAPING
              ADD 1 TO WS-TAPING-CALLS
              IF USG-ERRORCMD-FILE NOT = SPACES
                 ADD 1 TO WS-TAPING-ERRORS
              END-IF
              IF USG-ELAPSED-FILE > WS-TAPING-SLOW-MS OR
                 WS-TAPING-CALLS = 1
                 MOVE USG-ELAPSED-FILE TO WS-TAPING-SLOW-MS
                 MOVE USG-PROGRAM-FILE TO WS-TAPING-SLOW-PGM
                 MOVE USG-TIMEOFDAY-FILE TO WS-TAPING-SLOW-TIME
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE USAGE-FILE.

      *  -----------------------------------------------------------
       PRINT-TAPING-WINDOWS.
      *  -----------------------------------------------------------
           DISPLAY ' '.
           IF WS-TAPE-COUNT = ZEROS
              DISPLAY 'NO TAPING WINDOWS TODAY'
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TAPE-COUNT
              MOVE WS-TAPE-FROM (WS-J) TO WS-TAPE-HHMM-N
              MOVE WS-TAPE-HH TO WS-WNL-FROM-HH
              MOVE WS-TAPE-MM TO WS-WNL-FROM-MM
              MOVE WS-TAPE-TO (WS-J) TO WS-TAPE-HHMM-N
              MOVE WS-TAPE-HH TO WS-WNL-TO-HH
              MOVE WS-TAPE-MM TO WS-WNL-TO-MM
              MOVE WS-TAPE-LABEL (WS-J) TO WS-WNL-LABEL
              DISPLAY WS-WINDOW-LINE
           END-PERFORM.

      *  -----------------------------------------------------------
       PRINT-CALL-VOLUMES.
      *  -----------------------------------------------------------
           DISPLAY ' '.
           DISPLAY 'CALL VOLUMES BY PROGRAM'.
           DISPLAY WS-VOLUME-HEAD.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PGM-COUNT
              MOVE WS-PGM-NAME (WS-I) TO WS-VOL-PROGRAM
              MOVE WS-PGM-CALLS (WS-I) TO WS-VOL-CALLS
              MOVE WS-PGM-ERRORS (WS-I) TO WS-VOL-ERRORS
              DIVIDE WS-PGM-TOTAL-MS (WS-I) BY WS-PGM-CALLS (WS-I)
                 GIVING WS-AVERAGE
              END-DIVIDE
              MOVE WS-AVERAGE TO WS-VOL-AVG
              MOVE WS-PGM-MAX-MS (WS-I) TO WS-VOL-MAX
              DISPLAY WS-VOLUME-LINE
           END-PERFORM.

      *  -----------------------------------------------------------
       PRINT-ERROR-COUNTS.
      *  -----------------------------------------------------------
           DISPLAY ' '.
           DISPLAY 'ERRORS BY ERRORCMD'.
           IF WS-ERR-COUNT = ZEROS
              DISPLAY 'NO CALLS ENDED IN ERROR'
           ELSE
              DISPLAY WS-ERROR-HEAD
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ERR-COUNT
              MOVE WS-ERR-CMD (WS-J) TO WS-ERL-CMD
              MOVE WS-ERR-CALLS (WS-J) TO WS-ERL-CALLS
              MOVE WS-ERR-SAMPLE (WS-J) TO WS-ERL-SAMPLE
              DISPLAY WS-ERROR-LINE
           END-PERFORM.

      *  -----------------------------------------------------------
       PRINT-HOURLY-SLOWEST.
      *
      *  ONE LINE PER PROGRAM PER HOUR IT WAS CALLED IN, WITH THE
      *  SLOWEST CALL OF THAT HOUR.  HOURS OVERLAPPING A TAPING
      *  WINDOW ARE MARKED
      *  -----------------------------------------------------------
           DISPLAY ' '.
           DISPLAY 'SLOWEST CALL PER PROGRAM PER HOUR'.
           DISPLAY WS-HOUR-HEAD.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PGM-COUNT
              PERFORM PRINT-PROGRAM-HOURS
           END-PERFORM.

      *  -----------------------------------------------------------
       PRINT-PROGRAM-HOURS.
      *  -----------------------------------------------------------
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 24
              IF WS-HR-CALLS (WS-I WS-H) > ZEROS
                 COMPUTE WS-HOUR = WS-H - 1
                 MOVE WS-PGM-NAME (WS-I) TO WS-HRL-PROGRAM
                 MOVE WS-HOUR TO WS-HRL-HOUR
                 MOVE WS-HR-CALLS (WS-I WS-H) TO WS-HRL-CALLS
                 DIVIDE WS-HR-TOTAL-MS (WS-I WS-H) BY
                        WS-HR-CALLS (WS-I WS-H)
                    GIVING WS-AVERAGE
                 END-DIVIDE
                 MOVE WS-AVERAGE TO WS-HRL-AVG
                 MOVE WS-HR-SLOW-MS (WS-I WS-H) TO WS-HRL-SLOW
                 MOVE WS-HR-SLOW-TIME (WS-I WS-H) TO WS-HRL-AT
                 MOVE WS-HR-SLOW-KEY (WS-I WS-H) TO WS-HRL-KEY
                 IF WS-HR-SLOW-CMD (WS-I WS-H) = SPACES
                    MOVE 'OK' TO WS-HRL-OUTCOME
                 ELSE
                    MOVE WS-HR-SLOW-CMD (WS-I WS-H) TO WS-HRL-OUTCOME
                 END-IF
                 PERFORM CHECK-TAPING-HOUR
                 IF WS-TAPING
                    MOVE '*TAPING*' TO WS-HRL-TAPING
                 ELSE
                    MOVE SPACES TO WS-HRL-TAPING
                 END-IF
                 DISPLAY WS-HOUR-LINE
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       CHECK-TAPING-HOUR.
      *
      *  THE HOUR IN WS-HOUR OVERLAPS A TAPING WINDOW WHEN THE WINDOW
      *  STARTS BEFORE THE HOUR ENDS AND ENDS AFTER THE HOUR STARTS
      *  -----------------------------------------------------------
           COMPUTE WS-HOUR-FROM = WS-HOUR * 100.
           COMPUTE WS-HOUR-TO = WS-HOUR * 100 + 59.
           MOVE 'N' TO WS-TAPING-SW.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TAPE-COUNT
              IF WS-TAPE-FROM (WS-J) <= WS-HOUR-TO AND
                 WS-TAPE-TO (WS-J) >= WS-HOUR-FROM
                 SET WS-TAPING TO TRUE
              END-IF
           END-PERFORM.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *  -----------------------------------------------------------
           MOVE WS-READ-COUNT TO WS-TOTAL-READ.
           MOVE WS-ERROR-COUNT TO WS-TOTAL-ERRORS.
           MOVE WS-TAPING-CALLS TO WS-TOTAL-TAPING.
           MOVE WS-TAPING-ERRORS TO WS-TOTAL-TAPING-ERR.
           MOVE WS-TAPING-SLOW-MS TO WS-TOTAL-TAPING-SLOW.
           MOVE WS-TAPING-SLOW-PGM TO WS-TSL-PROGRAM.
           MOVE WS-TAPING-SLOW-TIME TO WS-TSL-TIME.
           MOVE WS-REJECT-COUNT TO WS-TOTAL-REJECT.
           MOVE WS-DROPPED-COUNT TO WS-TOTAL-DROPPED.

           DISPLAY ' '.
           DISPLAY 'MIMKK23F - USAGE REPORT COMPLETE'.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY WS-ERRORS-LINE.
           DISPLAY WS-TAPING-CALLS-LINE.
           DISPLAY WS-TAPING-ERRORS-LINE.
           IF WS-TAPING-CALLS > ZEROS
              DISPLAY WS-TAPING-SLOW-LINE
           END-IF.
           DISPLAY WS-REJECT-LINE.

           IF WS-DROPPED-COUNT > ZEROS
              DISPLAY WS-DROPPED-LINE
              DISPLAY 'MIMKK23F - *** TABLE FULL *** '
                      'REPORT IS INCOMPLETE'
              MOVE 8 TO RETURN-CODE
           END-IF.
