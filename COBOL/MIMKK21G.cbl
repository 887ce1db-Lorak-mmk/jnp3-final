      * dealt QUESTIONNO in front.  Sending action RESET clears the    *
      * contestant's dealt list at the start of a new game.            *
      *                                                                *
      * An optional fifth field carries a two-character language      *
      * code.  Only questions with a current MIMKK23C translation in   *
      * that language are then dealt, and the translated texts are     *
      * served in place of the master texts, in the same slot order.   *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 ERR-RECORD.
         03 ERRORCMD           PIC X(16) VALUE SPACES.
         03 ERRORSTRING        PIC X(32) VALUE SPACES.
      *
      *  USAGE LOG RECORD - ONE PER CALL OF THIS SERVICE, WRITTEN TO
      *  THE QUSE EXTRAPARTITION TD QUEUE ON THE WAY OUT.  SAME
      *  LAYOUT IN EVERY SERVICE; MIMKK23F REPORTS ON IT NIGHTLY.
      *  THE ELAPSED TIME IS IN MILLISECONDS FROM THE ABSTIME CLOCK
      *
       01  USAGE-RECORD-LAYOUT.
           05 USG-PROGRAM-FILE      PIC X(8).
           05 USG-KEY-FILE          PIC X(8).
           05 USG-DATE-FILE         PIC X(10).
           05 USG-TIMEOFDAY-FILE    PIC X(8).
           05 USG-ELAPSED-FILE      PIC 9(7).
           05 USG-ERRORCMD-FILE     PIC X(16).
           05 USG-ERRORSTRING-FILE  PIC X(32).
       01 USG-QUEUE             PIC X(4) VALUE 'QUSE'.
       01 USG-START-TIME        PIC S9(15) COMP-3 VALUE ZEROS.
       01 USG-END-TIME          PIC S9(15) COMP-3 VALUE ZEROS.
       01 USG-RESP              PIC S9(8) COMP VALUE 0.
       01 WORK-AREAS.
           05  ERR-CODE         PIC S9(8) COMP.
           05  RECLEN           PIC S9(4) COMP VALUE 526.
       01 DEAL-CATEGORY         PIC X(20) VALUE SPACES.
       01 DEAL-DIFFICULTY       PIC X(10) VALUE SPACES.
       01 DEAL-ACTION           PIC X(8) VALUE SPACES.
       01 DEAL-LANGUAGE         PIC X(2) VALUE SPACES.
      *
      *  TEMPORARY STORAGE QUEUE HOLDING THE QUESTIONNOS ALREADY
      *  DEALT TO THIS CONTESTANT IN THE CURRENT GAME SESSION, ONE
       01 PICK-NO               PIC 9(4) VALUE ZEROS.
       01 DEAL-QNO              PIC 9(5) VALUE ZEROS.
      *
      *  AN ORDERING QUESTION (MARKERS ABOVE THIS BASE GIVE EACH
      *  SLOT'S POSITION IN THE RIGHT SEQUENCE - SEE MIMKK21S) IS
      *  ONLY PLAYED IN THE MIMKK23L QUALIFIER, NEVER DEALT HERE
      *
       01 ORDER-MARK-BASE       PIC 9(4) VALUE 1000.
      *
      *  VSAM BROADCAST EXPOSURE RECORD LAYOUT - SAME LAYOUT AS
      *  WRITTEN BY MIMKK22J, KEYED ON QUESTIONNO.  A QUESTION WITH
      *  AN EXPOSURE RECORD HAS ALREADY AIRED AND IS NEVER DEALT
       01 EXPOSED-SW            PIC X VALUE 'N'.
           88 EXPOSED              VALUE 'Y'.
      *
      *  VSAM QUESTION TRANSLATION RECORD LAYOUT - SAME LAYOUT AS
      *  MAINTAINED BY MIMKK23D, KEYED ON QUESTIONNO PLUS LANGUAGE
      *  CODE.  A TRANSLATION FLAGGED FOR RE-CHECK (THE MASTER WAS
      *  REWRITTEN SINCE IT WAS LAST ENTERED) IS NEVER DEALT
      *
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
       01 TRN-RECLEN            PIC S9(4) COMP VALUE 492.
       01 TRN-READ-KEY.
           05 TRN-READ-QNO          PIC 9(5) VALUE ZEROS.
           05 TRN-READ-LANGUAGE     PIC X(2) VALUE SPACES.
       01 TRANSLATED-SW         PIC X VALUE 'N'.
           88 TRANSLATED           VALUE 'Y'.
      *
      *  VSAM REFERENCE RECORD LAYOUT - SAME LAYOUT AS MAINTAINED BY
      *  MIMKK22M, KEYED ON TYPE BYTE ('C' = CATEGORY, 'D' =
      *  DIFFICULTY) PLUS VALUE.  ASKING FOR CATEGORY '?' LISTS THE
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

      *  Note when the call arrived, for the usage log
           EXEC CICS ASKTIME ABSTIME(USG-START-TIME)
                            END-EXEC.

      *  Get name of channel
           EXEC CICS ASSIGN CHANNEL(CHANNELNAME)
                            END-EXEC.
           END-IF.

      *  INPUTDATA holds the contestant id, the wanted category, an
      *  optional difficulty (blank means any), an optional action
      *  ('RESET' clears the contestant's dealt list) and an optional
      *  language code (blank means the master texts)
           UNSTRING INPUTSTRING DELIMITED BY ':'
             INTO CONTESTANT-ID DEAL-CATEGORY
             DEAL-DIFFICULTY DEAL-ACTION DEAL-LANGUAGE
           END-UNSTRING.

      *  ASKING FOR CATEGORY '?' RETURNS THE VALID CATEGORY AND
      *  -----------------------------------------------------------

       NORMAL-RETURN.
           PERFORM WRITE-USAGE-RECORD.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      *  -----------------------------------------------------------
       WRITE-USAGE-RECORD.
      *
      *    LEAVE A TRACE OF THIS CALL ON THE QUSE TD QUEUE: WHICH
      *    SERVICE, FOR WHICH CONTESTANT OR SHOW (WHERE THERE IS
      *    ONE), WHEN IT ARRIVED, HOW LONG IT TOOK AND HOW IT ENDED
      *    (ERRORCMD IS BLANK ON SUCCESS).  A FAILURE TO LOG IS
      *    IGNORED - THE CALLER'S RESULT HAS ALREADY GONE AND MUST
      *    NOT BE HELD UP OR CHANGED BY THE LOG
      *
           EXEC CICS ASKTIME ABSTIME(USG-END-TIME)
                            END-EXEC.
           EXEC CICS ASSIGN PROGRAM(USG-PROGRAM-FILE)
                            END-EXEC.
           MOVE CONTESTANT-ID TO USG-KEY-FILE.
           EXEC CICS FORMATTIME
                     ABSTIME(USG-START-TIME)
                     DDMMYYYY(USG-DATE-FILE)
                     DATESEP('/')
                     TIME(USG-TIMEOFDAY-FILE)
                     TIMESEP(':')
                     RESP(USG-RESP)
                     END-EXEC.
           COMPUTE USG-ELAPSED-FILE = USG-END-TIME - USG-START-TIME.
           MOVE ERRORCMD TO USG-ERRORCMD-FILE.
           MOVE ERRORSTRING TO USG-ERRORSTRING-FILE.
           EXEC CICS WRITEQ TD QUEUE(USG-QUEUE)
                            FROM(USAGE-RECORD-LAYOUT)
                            LENGTH(LENGTH OF USAGE-RECORD-LAYOUT)
                            RESP(USG-RESP)
                            END-EXEC.

      *  -----------------------------------------------------------
       LIST-REFERENCE-VALUES.
      *
      *
      *    ADD THE RECORD JUST READ TO THE CANDIDATE TABLE IF IT IS
      *    APPROVED FOR PLAY, MATCHES THE WANTED CATEGORY/DIFFICULTY
      *    AND IS NOT ON THE DEALT LIST -- DRAFTS ARE NEVER DEALT,
      *    NOR ARE ORDERING QUESTIONS, WHICH HAVE NO SINGLE SLOT TO
      *    GRADE.  WHEN A LANGUAGE WAS ASKED FOR, THE QUESTION MUST
      *    ALSO HAVE A CURRENT TRANSLATION IN IT
      *
           IF CATEGORY-FILE NOT = DEAL-CATEGORY OR
              NOT QUEST-APPROVED OR
              ANSONE-FILE > ORDER-MARK-BASE OR
              ANSTWO-FILE > ORDER-MARK-BASE OR
              ANSTHREE-FILE > ORDER-MARK-BASE OR
              ANSFOUR-FILE > ORDER-MARK-BASE
              CONTINUE
           ELSE
              IF DEAL-DIFFICULTY NOT = SPACES AND
                 END-PERFORM
                 IF NOT ALREADY-DEALT
                    PERFORM CHECK-EXPOSURE
                    PERFORM CHECK-TRANSLATION
                    IF NOT EXPOSED AND TRANSLATED
                       ADD 1 TO CAND-COUNT
                       MOVE QUESTIONNO-FILE TO CAND-QNO (CAND-COUNT)
                    END-IF
              SET EXPOSED TO TRUE
           END-IF.

      *  -----------------------------------------------------------
       CHECK-TRANSLATION.
      *
      *    WITH NO LANGUAGE ASKED FOR EVERY QUESTION COUNTS AS
      *    TRANSLATED.  OTHERWISE THE QUESTION NEEDS A MIMKK23C
      *    RECORD IN THAT LANGUAGE THAT IS NOT AWAITING RE-CHECK
      *
           MOVE 'N' TO TRANSLATED-SW.
           IF DEAL-LANGUAGE = SPACES
              SET TRANSLATED TO TRUE
           ELSE
              MOVE QUESTIONNO-FILE TO TRN-READ-QNO
              MOVE DEAL-LANGUAGE TO TRN-READ-LANGUAGE
              EXEC CICS READ FILE('MIMKK23C')
                             INTO(TRANSLATION-RECORD-LAYOUT)
                             RIDFLD(TRN-READ-KEY)
                             LENGTH(TRN-RECLEN)
                             RESP(ERR-CODE)
                             END-EXEC
              IF ERR-CODE = DFHRESP(NORMAL) AND TRN-CURRENT
                 SET TRANSLATED TO TRUE
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       APPLY-TRANSLATION.
      *
      *    READ THE MIMKK23C TRANSLATION FOR THE DEALT QUESTION IN THE
      *    REQUESTED LANGUAGE AND LAY ITS TEXTS OVER THE QUESTION AND
      *    ANSWER TEXTS OF THE MASTER RECORD HELD IN STORAGE.  THE
      *    MARKERS AND THE SLOT NUMBERING ARE LEFT ALONE, SO THE SLOT
      *    A CONTESTANT PICKS GRADES THE SAME WHATEVER THE LANGUAGE.
      *    ANSWERFOUR-FILE IS ONLY OVERLAID WHEN THE MASTER CARRIES A
      *    FOURTH ANSWER, SO THE SLOT COUNT NEVER CHANGES
      *
           MOVE QUESTIONNO-FILE TO TRN-READ-QNO.
           MOVE DEAL-LANGUAGE TO TRN-READ-LANGUAGE.
           EXEC CICS READ FILE('MIMKK23C')
                          INTO(TRANSLATION-RECORD-LAYOUT)
                          RIDFLD(TRN-READ-KEY)
                          LENGTH(TRN-RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  MOVE 'NO TRANSLATION FOR LANGUAGE' TO OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'NO TRANSLATION FOR LANGUAGE' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'TRANSLATION FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           IF NOT TRN-CURRENT
              MOVE 'TRANSLATION AWAITING RE-CHECK' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'TRANSLATION AWAITING RE-CHECK' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           MOVE TRN-QUESTION-FILE TO QUESTION-FILE.
           MOVE TRN-ANSWERONE-FILE TO ANSWERONE-FILE.
           MOVE TRN-ANSWERTWO-FILE TO ANSWERTWO-FILE.
           MOVE TRN-ANSWERTHREE-FILE TO ANSWERTHREE-FILE.
           IF ANSWERFOUR-FILE NOT = SPACES
              MOVE TRN-ANSWERFOUR-FILE TO ANSWERFOUR-FILE
           END-IF.

      *  -----------------------------------------------------------
       PICK-CANDIDATE.
      *
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  IF DEAL-LANGUAGE NOT = SPACES
                     PERFORM APPLY-TRANSLATION
                  END-IF
                  PERFORM RECORD-DEAL-TIME
                  PERFORM BUILD-PLAY-OUTPUT
               WHEN OTHER
