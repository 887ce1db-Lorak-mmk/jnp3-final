      * the pack to the top for a retake.  Running off the end of the  *
      * pack comes back as END OF SHOW PACK.                           *
      *                                                                *
      * An optional third field carries a two-character language code; *
      * the pack question is then served from its MIMKK23C            *
      * translation in the same slot order, and the position is only  *
      * moved on once the translation has been found current.          *
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
      *
       01 SHOW-ID               PIC X(8) VALUE SPACES.
       01 PLAY-ACTION           PIC X(8) VALUE SPACES.
       01 PLAY-LANGUAGE         PIC X(2) VALUE SPACES.
      *
      *  TEMPORARY STORAGE QUEUE HOLDING THE NEXT SEQUENCE NUMBER TO
      *  SERVE FOR THIS SHOW, ONE ITEM.  THE QUEUE NAME IS THE
       01 EXPOSED-SW            PIC X VALUE 'N'.
           88 EXPOSED              VALUE 'Y'.
      *
      *  VSAM QUESTION TRANSLATION RECORD LAYOUT - SAME LAYOUT AS
      *  MAINTAINED BY MIMKK23D, KEYED ON QUESTIONNO PLUS LANGUAGE
      *  CODE.  A TRANSLATION FLAGGED FOR RE-CHECK (THE MASTER WAS
      *  REWRITTEN SINCE IT WAS LAST ENTERED) IS NEVER SERVED
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
      *
      *  VSAM CUSTOMER RECORD LAYOUT
      *
       01  WBVSCUST-RECORD-LAYOUT.
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

      *  Note when the call arrived, for the usage log
           EXEC CICS ASKTIME ABSTIME(USG-START-TIME)
                            END-EXEC.

      *  Get name of channel
           EXEC CICS ASSIGN CHANNEL(CHANNELNAME)
                            END-EXEC.
             PERFORM RESP-ERROR
           END-IF.

      *  INPUTDATA holds the show id, an optional action ('RESET'
      *  rewinds the pack) and an optional language code,
      *  ':'-delimited
           UNSTRING INPUTSTRING DELIMITED BY ':'
             INTO SHOW-ID PLAY-ACTION PLAY-LANGUAGE
           END-UNSTRING.

           IF SHOW-ID = SPACES
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
           MOVE SHOW-ID TO USG-KEY-FILE.
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
       REWIND-SHOW-PACK.
      *
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF PLAY-LANGUAGE NOT = SPACES
              PERFORM APPLY-TRANSLATION
           END-IF.

           PERFORM ADVANCE-PACK-POSITION.
           PERFORM BUILD-PLAY-OUTPUT.
           PERFORM PUT-TO-CONTAINER.
              SET EXPOSED TO TRUE
           END-IF.

      *  -----------------------------------------------------------
       APPLY-TRANSLATION.
      *
      *    READ THE MIMKK23C TRANSLATION FOR THE PACK QUESTION IN THE
      *    REQUESTED LANGUAGE AND LAY ITS TEXTS OVER THE QUESTION AND
      *    ANSWER TEXTS OF THE MASTER RECORD HELD IN STORAGE.  THE
      *    MARKERS AND THE SLOT NUMBERING ARE LEFT ALONE, SO THE SLOT
      *    A CONTESTANT PICKS GRADES THE SAME WHATEVER THE LANGUAGE.
      *    ANSWERFOUR-FILE IS ONLY OVERLAID WHEN THE MASTER CARRIES A
      *    FOURTH ANSWER, SO THE SLOT COUNT NEVER CHANGES
      *
           MOVE QUESTIONNO-FILE TO TRN-READ-QNO.
           MOVE PLAY-LANGUAGE TO TRN-READ-LANGUAGE.
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
       ADVANCE-PACK-POSITION.
      *
