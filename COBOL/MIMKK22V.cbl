      ******************************************************************
      *                                                                *
      * MIMKK22V - NIGHTLY GAMES-AND-PRIZES REPORT                     *
      *                                                                *
      *  READS THE MIMKK22T GAME HISTORY FILE WRITTEN BY MIMKK22C AND  *
      *  LISTS EVERY GAME THAT ENDED ON THE REPORT DATE (READ FROM     *
      *  THE RPTIN CONTROL FILE AS DD/MM/YYYY): WHO PLAYED, WHEN THE   *
      *  GAME STARTED AND ENDED, THE LEVEL REACHED, HOW IT ENDED, THE  *
      *  PRIZE WON AND WHICH LIFELINES WERE USED.  THE HISTORY FILE IS *
      *  KEYED ON CONTESTANT ID, SO THE GAMES COME OUT GROUPED BY      *
      *  CONTESTANT WITH A PRIZE TOTAL PER CONTESTANT, FOLLOWED BY     *
      *  COUNTS BY OUTCOME AND THE DAY'S PRIZE TOTAL.  THE MIMKK22B    *
      *  SESSION FILE IS THEN READ FOR EVERY GAME STILL IN PLAY, WITH  *
      *  THE PRIZE BANKED SO FAR, SO FINANCE CAN SEE WHAT IS STILL     *
      *  OPEN AS WELL AS WHAT IS OWED.  RUN NIGHTLY, AFTER ONLINE      *
      *  CLOSEDOWN.                                                    *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK22V.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-DATE-FILE ASSIGN TO RPTIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPTDATE-STATUS.

           SELECT HFILE ASSIGN TO HFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HIS-KEY
                  FILE STATUS IS WS-HFILE-STATUS.

           SELECT SFILE ASSIGN TO SFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SES-CONTESTANT-FILE
                  FILE STATUS IS WS-SFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *  CONTROL FILE: ONE LINE CARRYING THE REPORT DATE AS
      *  DD/MM/YYYY, THE SAME FORM THE HISTORY RECORDS CARRY
      *
       FD  REPORT-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-DATE-RECORD       PIC X(80).

      *
      *  VSAM GAME HISTORY FILE - SAME LAYOUT AS WRITTEN BY MIMKK22C
      *
       FD  HFILE
           RECORD CONTAINS 77 CHARACTERS.
       01  HISTORY-RECORD-LAYOUT.
           05 HIS-KEY.
              10 HIS-CONTESTANT-FILE   PIC X(8).
              10 HIS-TIME-FILE         PIC 9(15).
           05 HIS-START-DATE-FILE      PIC X(10).
           05 HIS-START-TIME-FILE      PIC X(8).
           05 HIS-END-DATE-FILE        PIC X(10).
           05 HIS-END-TIME-FILE        PIC X(8).
           05 HIS-LEVEL-FILE           PIC 9(2).
           05 HIS-OUTCOME-FILE         PIC X(7).
              88 HIS-WON                  VALUE 'WON'.
              88 HIS-WRONG                VALUE 'WRONG'.
              88 HIS-TIMEOUT              VALUE 'TIMEOUT'.
              88 HIS-WALKED               VALUE 'WALKED'.
           05 HIS-FINAL-PRIZE-FILE     PIC 9(7).
           05 HIS-FIFTY-USED-FILE      PIC X(1).
           05 HIS-AUDIENCE-USED-FILE   PIC X(1).

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
           05 SES-FINAL-PRIZE-FILE     PIC 9(7).
           05 SES-DATE-FILE            PIC X(10).
           05 SES-TIMEOFDAY-FILE       PIC X(8).
           05 SES-START-DATE-FILE      PIC X(10).
           05 SES-START-TIME-FILE      PIC X(8).
           05 SES-LADDER-ID-FILE       PIC X(8).
           05 SES-LADDER-TOP-FILE      PIC 9(2).
           05 SES-LADDER-TABLE         PIC X(270).

       WORKING-STORAGE SECTION.
       01 WS-RPTDATE-STATUS         PIC X(2) VALUE SPACES.
           88 RPTDATE-OK                VALUE '00'.
       01 WS-HFILE-STATUS           PIC X(2) VALUE SPACES.
           88 HFILE-OK                  VALUE '00'.
       01 WS-SFILE-STATUS           PIC X(2) VALUE SPACES.
           88 SFILE-OK                  VALUE '00'.

       01 WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.

      *  THE REPORT DATE AS KEYED (DD/MM/YYYY)
       01 WS-REPORT-DATE.
           05 WS-RPT-DD             PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-RPT-MM             PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-RPT-YYYY           PIC X(4).

       01 WS-READ-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-GAME-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-WON-COUNT              PIC 9(7) VALUE ZEROS.
       01 WS-WRONG-COUNT            PIC 9(7) VALUE ZEROS.
       01 WS-TIMEOUT-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-WALKED-COUNT           PIC 9(7) VALUE ZEROS.
       01 WS-OTHER-COUNT            PIC 9(7) VALUE ZEROS.
       01 WS-FIFTY-COUNT            PIC 9(7) VALUE ZEROS.
       01 WS-AUDIENCE-COUNT         PIC 9(7) VALUE ZEROS.
       01 WS-PRIZE-TOTAL            PIC 9(11) VALUE ZEROS.
       01 WS-OPEN-COUNT             PIC 9(7) VALUE ZEROS.
       01 WS-OPEN-BANKED            PIC 9(11) VALUE ZEROS.

      *  CONTROL BREAK ON CONTESTANT ID: THE GAMES AND PRIZES OF THE
      *  CONTESTANT BEING LISTED
       01 WS-PREV-CONTESTANT        PIC X(8) VALUE SPACES.
       01 WS-CON-GAMES              PIC 9(5) VALUE ZEROS.
       01 WS-CON-PRIZE              PIC 9(9) VALUE ZEROS.

       01 WS-GAME-LINE.
           05 WS-GAME-CONTESTANT    PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GAME-START-DATE    PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-GAME-START-TIME    PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GAME-END-TIME      PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GAME-LEVEL         PIC Z9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GAME-OUTCOME       PIC X(7).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GAME-PRIZE         PIC ZZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-GAME-FIFTY         PIC X(1).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-GAME-AUDIENCE      PIC X(1).

       01 WS-CON-TOTAL-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
                                    'CONTESTANT TOTAL: '.
           05 WS-CON-TOTAL-ID       PIC X(8).
           05 FILLER                PIC X(8) VALUE '  GAMES '.
           05 WS-CON-TOTAL-GAMES    PIC ZZZZ9.
           05 FILLER                PIC X(8) VALUE '  PRIZE '.
           05 WS-CON-TOTAL-PRIZE    PIC ZZZZZZZZ9.

       01 WS-OPEN-LINE.
           05 WS-OPEN-CONTESTANT    PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-OPEN-START-DATE    PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-OPEN-START-TIME    PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-OPEN-LAST-DATE     PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-OPEN-LAST-TIME     PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-OPEN-LEVEL         PIC Z9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-OPEN-BANKED-PRIZE  PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-OPEN-PENDING       PIC 9(5).

       01 WS-COUNT-LINE.
           05 WS-COUNT-LABEL        PIC X(20).
           05 WS-COUNT-VALUE        PIC ZZZZZZ9.
       01 WS-MONEY-LINE.
           05 WS-MONEY-LABEL        PIC X(20).
           05 WS-MONEY-VALUE        PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING.
      *  -----------------------------------------------------------

           PERFORM READ-REPORT-DATE.
           PERFORM OPEN-FILES.

           DISPLAY 'MIMKK22V - GAMES AND PRIZES REPORT FOR '
                   WS-REPORT-DATE.
           DISPLAY ' '.
           DISPLAY 'GAMES FINISHED'.
           DISPLAY 'CONTEST.  STARTED              ENDED     LV  '
                   'OUTCOME    PRIZE  50  AUD'.

           PERFORM UNTIL WS-EOF
              PERFORM READ-HISTORY-FILE
              IF NOT WS-EOF
                 IF HIS-END-DATE-FILE = WS-REPORT-DATE
                    PERFORM LIST-FINISHED-GAME
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM PRINT-CONTESTANT-TOTAL.

           PERFORM REPORT-OUTCOMES.

           DISPLAY ' '.
           DISPLAY 'GAMES STILL OPEN ON MIMKK22B'.
           DISPLAY 'CONTEST.  STARTED              LAST MOVED'
                   '           LV   BANKED  PENDING'.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
              PERFORM READ-SESSION-FILE
              IF NOT WS-EOF
                 IF SES-IN-PLAY
                    PERFORM LIST-OPEN-GAME
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM CLOSE-FILES.
           PERFORM REPORT-SUMMARY.

           STOP RUN.

      *  -----------------------------------------------------------
       READ-REPORT-DATE.
      *
      *  THE REPORT DATE COMES FROM THE RPTIN CONTROL FILE AS
      *  DD/MM/YYYY.  A MISSING OR MALFORMED DATE STOPS THE JOB
      *  -----------------------------------------------------------
           OPEN INPUT REPORT-DATE-FILE.
           IF NOT RPTDATE-OK
              DISPLAY 'MIMKK22V - UNABLE TO OPEN REPORT DATE FILE, '
                      'STATUS=' WS-RPTDATE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ REPORT-DATE-FILE
              AT END
                 DISPLAY 'MIMKK22V - REPORT DATE FILE IS EMPTY'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE REPORT-DATE-FILE.

           MOVE REPORT-DATE-RECORD (1:10) TO WS-REPORT-DATE.
           IF WS-RPT-DD IS NOT NUMERIC OR
              WS-RPT-MM IS NOT NUMERIC OR
              WS-RPT-YYYY IS NOT NUMERIC
              DISPLAY 'MIMKK22V - REPORT DATE NOT DD/MM/YYYY: '
                      WS-REPORT-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       OPEN-FILES.
      *  -----------------------------------------------------------
           OPEN INPUT HFILE.
           IF NOT HFILE-OK
              DISPLAY 'MIMKK22V - UNABLE TO OPEN GAME HISTORY FILE, '
                      'STATUS=' WS-HFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT SFILE.
           IF NOT SFILE-OK
              DISPLAY 'MIMKK22V - UNABLE TO OPEN SESSION FILE, '
                      'STATUS=' WS-SFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *  -----------------------------------------------------------
       READ-HISTORY-FILE.
      *  -----------------------------------------------------------
           READ HFILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.

      *  -----------------------------------------------------------
       LIST-FINISHED-GAME.
      *
      *  ONE LINE PER GAME ENDED ON THE REPORT DATE.  THE FILE IS IN
      *  CONTESTANT ORDER, SO A CHANGE OF CONTESTANT CLOSES OFF THE
      *  PREVIOUS CONTESTANT'S TOTAL
      *  -----------------------------------------------------------
           IF HIS-CONTESTANT-FILE NOT = WS-PREV-CONTESTANT
              PERFORM PRINT-CONTESTANT-TOTAL
              MOVE HIS-CONTESTANT-FILE TO WS-PREV-CONTESTANT
           END-IF.

           ADD 1 TO WS-GAME-COUNT.
           ADD 1 TO WS-CON-GAMES.
           ADD HIS-FINAL-PRIZE-FILE TO WS-CON-PRIZE.
           ADD HIS-FINAL-PRIZE-FILE TO WS-PRIZE-TOTAL.

           EVALUATE TRUE
               WHEN HIS-WON
                  ADD 1 TO WS-WON-COUNT
               WHEN HIS-WRONG
                  ADD 1 TO WS-WRONG-COUNT
               WHEN HIS-TIMEOUT
                  ADD 1 TO WS-TIMEOUT-COUNT
               WHEN HIS-WALKED
                  ADD 1 TO WS-WALKED-COUNT
               WHEN OTHER
                  ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.

           IF HIS-FIFTY-USED-FILE = 'Y'
              ADD 1 TO WS-FIFTY-COUNT
           END-IF.
           IF HIS-AUDIENCE-USED-FILE = 'Y'
              ADD 1 TO WS-AUDIENCE-COUNT
           END-IF.

           MOVE HIS-CONTESTANT-FILE TO WS-GAME-CONTESTANT.
           MOVE HIS-START-DATE-FILE TO WS-GAME-START-DATE.
           MOVE HIS-START-TIME-FILE TO WS-GAME-START-TIME.
           MOVE HIS-END-TIME-FILE TO WS-GAME-END-TIME.
           MOVE HIS-LEVEL-FILE TO WS-GAME-LEVEL.
           MOVE HIS-OUTCOME-FILE TO WS-GAME-OUTCOME.
           MOVE HIS-FINAL-PRIZE-FILE TO WS-GAME-PRIZE.
           MOVE HIS-FIFTY-USED-FILE TO WS-GAME-FIFTY.
           MOVE HIS-AUDIENCE-USED-FILE TO WS-GAME-AUDIENCE.
           DISPLAY WS-GAME-LINE.

      *  -----------------------------------------------------------
       PRINT-CONTESTANT-TOTAL.
      *
      *  CLOSE OFF THE CONTESTANT JUST LISTED, IF THERE WAS ONE
      *  -----------------------------------------------------------
           IF WS-CON-GAMES > ZEROS
              MOVE WS-PREV-CONTESTANT TO WS-CON-TOTAL-ID
              MOVE WS-CON-GAMES TO WS-CON-TOTAL-GAMES
              MOVE WS-CON-PRIZE TO WS-CON-TOTAL-PRIZE
              DISPLAY WS-CON-TOTAL-LINE
           END-IF.
           MOVE ZEROS TO WS-CON-GAMES.
           MOVE ZEROS TO WS-CON-PRIZE.

      *  -----------------------------------------------------------
       REPORT-OUTCOMES.
      *  -----------------------------------------------------------
           DISPLAY ' '.
           DISPLAY 'HOW THE GAMES ENDED'.
           MOVE 'GAMES PLAYED:       ' TO WS-COUNT-LABEL.
           MOVE WS-GAME-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE '  WON:              ' TO WS-COUNT-LABEL.
           MOVE WS-WON-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE '  WRONG ANSWER:     ' TO WS-COUNT-LABEL.
           MOVE WS-WRONG-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE '  TIMED OUT:        ' TO WS-COUNT-LABEL.
           MOVE WS-TIMEOUT-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE '  WALKED AWAY:      ' TO WS-COUNT-LABEL.
           MOVE WS-WALKED-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           IF WS-OTHER-COUNT > ZEROS
              MOVE '  OUTCOME UNKNOWN:  ' TO WS-COUNT-LABEL
              MOVE WS-OTHER-COUNT TO WS-COUNT-VALUE
              DISPLAY WS-COUNT-LINE
           END-IF.
           MOVE 'FIFTY-FIFTY USED:   ' TO WS-COUNT-LABEL.
           MOVE WS-FIFTY-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE 'AUDIENCE USED:      ' TO WS-COUNT-LABEL.
           MOVE WS-AUDIENCE-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE 'PRIZES PAID OUT:    ' TO WS-MONEY-LABEL.
           MOVE WS-PRIZE-TOTAL TO WS-MONEY-VALUE.
           DISPLAY WS-MONEY-LINE.

      *  -----------------------------------------------------------
       READ-SESSION-FILE.
      *  -----------------------------------------------------------
           READ SFILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

      *  -----------------------------------------------------------
       LIST-OPEN-GAME.
      *
      *  ONE LINE PER GAME STILL IN PLAY, WITH THE PRIZE BANKED SO
      *  FAR AND ANY QUESTION DEALT BUT NOT YET ANSWERED
      *  -----------------------------------------------------------
           ADD 1 TO WS-OPEN-COUNT.
           ADD SES-PRIZE-FILE TO WS-OPEN-BANKED.

           MOVE SES-CONTESTANT-FILE TO WS-OPEN-CONTESTANT.
           MOVE SES-START-DATE-FILE TO WS-OPEN-START-DATE.
           MOVE SES-START-TIME-FILE TO WS-OPEN-START-TIME.
           MOVE SES-DATE-FILE TO WS-OPEN-LAST-DATE.
           MOVE SES-TIMEOFDAY-FILE TO WS-OPEN-LAST-TIME.
           MOVE SES-LEVEL-FILE TO WS-OPEN-LEVEL.
           MOVE SES-PRIZE-FILE TO WS-OPEN-BANKED-PRIZE.
           MOVE SES-PENDING-QNO-FILE TO WS-OPEN-PENDING.
           DISPLAY WS-OPEN-LINE.

      *  -----------------------------------------------------------
       CLOSE-FILES.
      *  -----------------------------------------------------------
           CLOSE HFILE.
           CLOSE SFILE.

      *  -----------------------------------------------------------
       REPORT-SUMMARY.
      *  -----------------------------------------------------------
           DISPLAY ' '.
           MOVE 'GAMES STILL OPEN:   ' TO WS-COUNT-LABEL.
           MOVE WS-OPEN-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           MOVE 'BANKED IN OPEN GAMES' TO WS-MONEY-LABEL.
           MOVE WS-OPEN-BANKED TO WS-MONEY-VALUE.
           DISPLAY WS-MONEY-LINE.
           MOVE 'HISTORY RECORDS READ' TO WS-COUNT-LABEL.
           MOVE WS-READ-COUNT TO WS-COUNT-VALUE.
           DISPLAY WS-COUNT-LINE.
           DISPLAY 'MIMKK22V - GAMES AND PRIZES REPORT COMPLETE'.
