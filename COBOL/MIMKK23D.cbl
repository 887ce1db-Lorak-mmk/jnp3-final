      ******************************************************************
      *                                                                *
      * RESTful file access - question translation maintenance         *
      *                                                                *
      * Owns the MIMKK23C translation file: the question and answer    *
      * texts of a MIMKK21B question in a second language, keyed on    *
      * QUESTIONNO plus a two-character language code.  The answer     *
      * texts are held in the master's slot order and the correct-    *
      * answer markers stay on the master, so MIMKK21C grades a        *
      * translated serve exactly as it grades the original.            *
      * Actions:                                                       *
      *   (blank)        - enter or replace the translation; it is     *
      *                    stamped with the translator and marked      *
      *                    current                                     *
      *   GET            - return the translation and its status       *
      *   DELETE         - remove the translation                      *
      * A rewrite of the master through MIMKK21S marks every           *
      * translation of that question for re-check, and the play        *
      * services (MIMKK21Q/G, MIMKK22H, MIMKK21H, MIMKK22E) will not   *
      * serve it in that language until it is entered again here.      *
      * MIMKK23E lists the approved questions still needing one.       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIMKK23D.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *  Container name declarations
      *  Channel and container names are case sensitive
       01 DATE-CONT          PIC X(16) VALUE 'CICSTIME'.
       01 INPUT-CONT         PIC X(16) VALUE 'INPUTDATA'.
       01 OUTPUT-CONT        PIC X(16) VALUE 'OUTPUTDATA'.
       01 LENGTH-CONT        PIC X(16) VALUE 'INPUTDATALENGTH'.
       01 ERROR-CONT         PIC X(16) VALUE 'ERRORDATA'.
       01 RESP-CONT          PIC X(16) VALUE 'CICSRC'.


      *  Data fields used by the program
       01 INPUTLENGTH        PIC S9(8) COMP-4.
       01 DATALENGTH         PIC S9(8) COMP-4.
       01 CURRENTTIME        PIC S9(15) COMP-3.
       01 CHANNELNAME        PIC X(16) VALUE SPACES.

      *  SET ONCE RESP-ERROR HAS ALREADY TRIED TO PUT DIAGNOSTICS TO
      *  THE CALLER, SO A SECOND CICS FAILURE WHILE DOING SO CANNOT
      *  LOOP BACK INTO RESP-ERROR AGAIN
       01 RESP-ERROR-SW      PIC X VALUE 'N'.
           88 RESP-ERROR-HANDLED  VALUE 'Y'.
      *  SET ONCE THE REAL BUSINESS RESULT HAS BEEN SUCCESSFULLY PUT
      *  TO OUTPUT-CONT, SO A LATER FAILURE PUTTING ERROR-CONT OR
      *  DATE-CONT CANNOT GO BACK AND OVERWRITE THAT RESULT WITH A
      *  GENERIC FAILURE MESSAGE
       01 OUTPUT-CONT-SW     PIC X VALUE 'N'.
           88 OUTPUT-CONT-SENT    VALUE 'Y'.
       01 INPUTSTRING        PIC X(600) VALUE SPACES.

      *  FIELDS UNSTRUNG OUT OF INPUTDATA: THE QUESTION NUMBER, THE
      *  LANGUAGE CODE, THE OPTIONAL ACTION, THEN (FOR AN ENTRY) THE
      *  TRANSLATED QUESTION AND ANSWER TEXTS IN SLOT ORDER
       01 QUESTIONNO         PIC X(5)  VALUE SPACES.
       01 LANGUAGE-IN        PIC X(2)  VALUE SPACES.
       01 MAINT-ACTION       PIC X(10) VALUE SPACES.
       01 QUESTION           PIC X(98) VALUE SPACES.
       01 ANSWERONE          PIC X(90) VALUE SPACES.
       01 ANSWERTWO          PIC X(90) VALUE SPACES.
       01 ANSWERTHREE        PIC X(90) VALUE SPACES.
       01 ANSWERFOUR         PIC X(90) VALUE SPACES.

       01 OUTPUTSTRING       PIC X(600) VALUE SPACES.
       01 RESPCODE           PIC S9(8) COMP-4 VALUE 0.
       01 RESPCODE2          PIC S9(8) COMP-4 VALUE 0.
       01 DATE-TIME.
         03 DATESTRING         PIC X(10) VALUE SPACES.
         03 TIME-SEP           PIC X(1) VALUE SPACES.
         03 TIMESTRING         PIC X(8) VALUE SPACES.
       01 RC-RECORD          PIC S9(8) COMP-4 VALUE 0.
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
           05  TRN-RECLEN       PIC S9(4) COMP VALUE 492.
      *
      *  VSAM QUESTION TRANSLATION RECORD LAYOUT - ONE RECORD PER
      *  QUESTION PER LANGUAGE.  THE STATUS IS 'C' WHEN THE TEXT WAS
      *  ENTERED AGAINST THE CURRENT MASTER AND 'R' ONCE MIMKK21S
      *  HAS REWRITTEN THE MASTER SINCE
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
      *  WHO LAST ENTERED THE TRANSLATION, AND WHEN
           05 TRN-USERID-FILE       PIC X(8).
           05 TRN-DATE-FILE         PIC X(10).
           05 TRN-TIMEOFDAY-FILE    PIC X(8).
       01 TRN-READ-KEY.
           05 TRN-READ-QNO          PIC 9(5) VALUE ZEROS.
           05 TRN-READ-LANGUAGE     PIC X(2) VALUE SPACES.
       01 TRN-HELD-SW           PIC X VALUE 'N'.
           88 TRN-HELD             VALUE 'Y'.
      *
      *  VSAM CUSTOMER RECORD LAYOUT - READ ONLY, TO CONFIRM THE
      *  QUESTION EXISTS AND TO SEE HOW MANY ANSWER SLOTS IT CARRIES
      *
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


       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

      *  Note when the call arrived, for the usage log
           EXEC CICS ASKTIME ABSTIME(USG-START-TIME)
                            END-EXEC.

      *  Get name of channel
           EXEC CICS ASSIGN CHANNEL(CHANNELNAME)
                            END-EXEC.

      *  If no channel passed in, report it to the caller and return
      *  normally instead of abending -- this is a RESTful-style
      *  service, so a caller mistake should come back as a response,
      *  not a dump
           IF CHANNELNAME = SPACES THEN
               MOVE 'NO CHANNEL PASSED TO PROGRAM' TO OUTPUTSTRING
               MOVE 'NOCH' TO ERRORCMD
               MOVE 'NO CHANNEL PASSED TO PROGRAM' TO ERRORSTRING
               PERFORM PUT-TO-CONTAINER
           END-IF.


      *  Read content and length of input container
           MOVE LENGTH OF INPUTSTRING TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(INPUT-CONT)
                            CHANNEL(CHANNELNAME)
                            FLENGTH(INPUTLENGTH)
                            INTO(INPUTSTRING)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.

      *  Place RC in binary container for return to caller
           MOVE RESPCODE TO RC-RECORD.
           EXEC CICS PUT CONTAINER(RESP-CONT)
                            FROM(RC-RECORD)
                            FLENGTH(LENGTH OF RC-RECORD)
                            BIT
                            RESP(RESPCODE)
                            END-EXEC.

           IF RESPCODE NOT = DFHRESP(NORMAL)
             PERFORM RESP-ERROR
           END-IF.

      *  INPUTDATA holds QUESTIONNO, the language code, an optional
      *  action, and for an entry the question text and the answer
      *  texts in the master's slot order, ':'-delimited
           UNSTRING INPUTSTRING DELIMITED BY ':'
             INTO QUESTIONNO LANGUAGE-IN MAINT-ACTION
             QUESTION ANSWERONE ANSWERTWO ANSWERTHREE ANSWERFOUR
           END-UNSTRING.

           IF QUESTIONNO IS NUMERIC
              CONTINUE
           ELSE
              MOVE 'QUESTION NUMBER IS NOT NUMERIC' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'QUESTION NUMBER IS NOT NUMERIC' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER.

      *  A LANGUAGE CODE IS ALWAYS TWO NON-BLANK CHARACTERS ('FR',
      *  'DE', ...) SO IT CAN NEVER BE CONFUSED WITH A BLANK CODE
           IF LANGUAGE-IN (1:1) = SPACE OR LANGUAGE-IN (2:1) = SPACE
              MOVE 'LANGUAGE CODE MUST BE 2 CHARACTERS' TO
                    OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'LANGUAGE CODE MUST BE 2 CHARS' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER.

           MOVE QUESTIONNO TO TRN-READ-QNO.
           MOVE LANGUAGE-IN TO TRN-READ-LANGUAGE.

      *RUN-MAINT-ACTION.
      *
      *    EVERY ACTION ENDS IN PUT-TO-CONTAINER, WHICH RETURNS TO
      *    THE CALLER -- CONTROL NEVER COMES BACK HERE
      *
           EVALUATE MAINT-ACTION
               WHEN SPACES
                  PERFORM SAVE-TRANSLATION
               WHEN 'GET'
                  PERFORM GET-TRANSLATION
               WHEN 'DELETE'
                  PERFORM DELETE-TRANSLATION
               WHEN OTHER
                  MOVE 'MAINTENANCE ACTION IS NOT VALID' TO
                        OUTPUTSTRING
                  MOVE 'VALIDATION' TO ERRORCMD
                  MOVE 'MAINT ACTION IS NOT VALID' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

       PUT-TO-CONTAINER.
      *
      *    MOVE DATA TO OUTPUT CONTAINER
      *

           EXEC CICS PUT CONTAINER(OUTPUT-CONT)
                            FROM(OUTPUTSTRING)
                            FLENGTH(LENGTH OF OUTPUTSTRING)
                            CHAR
                            RESP(RESPCODE)
                            END-EXEC.

           IF RESPCODE NOT = DFHRESP(NORMAL)
             PERFORM RESP-ERROR
           ELSE
             SET OUTPUT-CONT-SENT TO TRUE
           END-IF.

      *
      *    MOVE DATA TO ERROR CONTAINER
      *

           EXEC CICS PUT CONTAINER(ERROR-CONT)
                            FROM(ERRORSTRING)
                            FLENGTH(LENGTH OF ERRORSTRING)
                            CHAR
                            RESP(RESPCODE)
                            END-EXEC.

           IF RESPCODE NOT = DFHRESP(NORMAL)
             PERFORM RESP-ERROR
           END-IF.

      *  Get the current time
           EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
                            END-EXEC.

      *  Format date and time
           EXEC CICS FORMATTIME
                     ABSTIME(CURRENTTIME)
                     DDMMYYYY(DATESTRING)
                     DATESEP('/')
                     TIME(TIMESTRING)
                     TIMESEP(':')
                     RESP(RESPCODE)
                     END-EXEC.

      *  Check return code
           IF RESPCODE NOT = DFHRESP(NORMAL)
               STRING 'Failed' DELIMITED BY SIZE
                            INTO DATESTRING END-STRING
           END-IF.

      *  Place current date in container CICSTIME
           EXEC CICS PUT CONTAINER(DATE-CONT)
                            FROM(DATE-TIME)
                            FLENGTH(LENGTH OF DATE-TIME)
                            CHAR
                            RESP(RESPCODE)
                            END-EXEC.
      *  Check return code
           IF RESPCODE NOT = DFHRESP(NORMAL)
             PERFORM RESP-ERROR
           END-IF.



      *  Return back to caller
           PERFORM NORMAL-RETURN.

      *  -----------------------------------------------------------
       RESP-ERROR.
      *
      *    A CICS COMMAND FAILED.  REPORT IT TO THE CALLER AND RETURN
      *    NORMALLY RATHER THAN ABENDING.  THE SWITCH GUARDS AGAINST
      *    LOOPING BACK HERE IF THE ATTEMPT TO PUT THE DIAGNOSTICS
      *    ITSELF FAILS (E.G. BECAUSE THERE WAS NO CHANNEL TO BEGIN
      *    WITH)
      *
           IF RESP-ERROR-HANDLED
              PERFORM NORMAL-RETURN
           END-IF.

      *  IF THE REAL RESULT HAS ALREADY REACHED THE CALLER, DO NOT
      *  OVERWRITE IT WITH A GENERIC FAILURE MESSAGE -- JUST RETURN
           IF OUTPUT-CONT-SENT
              PERFORM NORMAL-RETURN
           END-IF.

           SET RESP-ERROR-HANDLED TO TRUE.
           MOVE 'CICS REQUEST FAILED. CONTACT WB SUPPORT' TO
                 OUTPUTSTRING.
           MOVE 'EDUC' TO ERRORCMD.
           MOVE 'CICS REQUEST FAILED' TO ERRORSTRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
      *  Finish
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
           MOVE SPACES TO USG-KEY-FILE.
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
       READ-MASTER-QUESTION.
      *
      *    A TRANSLATION CAN ONLY BE ENTERED FOR A QUESTION THAT IS
      *    ON MIMKK21B.  DRAFTS ARE ALLOWED SO THE TRANSLATORS CAN
      *    WORK AHEAD OF APPROVAL
      *
           EXEC CICS READ FILE('MIMKK21B')
                          INTO(WBVSCUST-RECORD-LAYOUT)
                          RIDFLD(QUESTIONNO)
                          LENGTH(RECLEN)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  MOVE 'QUESTION RECORD NOT FOUND' TO OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'QUESTION RECORD NOT FOUND' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

      *  -----------------------------------------------------------
       CHECK-TRANSLATED-TEXTS.
      *
      *    THE QUESTION AND THE FIRST THREE ANSWERS MUST ALL BE
      *    GIVEN, AND THE FOURTH MUST BE GIVEN EXACTLY WHEN THE
      *    MASTER CARRIES ONE, SO THE TRANSLATION HAS THE SAME SLOTS
      *
           IF QUESTION = SPACES
              MOVE 'QUESTION TEXT IS MISSING' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'QUESTION TEXT IS MISSING' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF ANSWERONE = SPACES OR ANSWERTWO = SPACES OR
              ANSWERTHREE = SPACES
              MOVE 'ANSWER TEXT IS MISSING' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'ANSWER TEXT IS MISSING' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF ANSWERFOUR-FILE = SPACES AND ANSWERFOUR NOT = SPACES
              MOVE 'MASTER HAS NO FOURTH ANSWER' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'MASTER HAS NO FOURTH ANSWER' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF ANSWERFOUR-FILE NOT = SPACES AND ANSWERFOUR = SPACES
              MOVE 'FOURTH ANSWER TEXT IS MISSING' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'FOURTH ANSWER TEXT IS MISSING' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       STAMP-TRANSLATION-RECORD.
      *
      *    RECORD WHO LAST ENTERED THE TRANSLATION, AND WHEN
      *
           MOVE SPACES TO TRN-USERID-FILE.
           EXEC CICS ASSIGN USERID(TRN-USERID-FILE)
                            END-EXEC.
           EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
                            END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(CURRENTTIME)
                     DDMMYYYY(DATESTRING)
                     DATESEP('/')
                     TIME(TIMESTRING)
                     TIMESEP(':')
                     RESP(RESPCODE)
                     END-EXEC.
           MOVE DATESTRING TO TRN-DATE-FILE.
           MOVE TIMESTRING TO TRN-TIMEOFDAY-FILE.

      *  -----------------------------------------------------------
       SAVE-TRANSLATION.
      *
      *    ENTER OR REPLACE THE TRANSLATION.  AN EXISTING ONE IS
      *    HELD FOR UPDATE AND REWRITTEN, A NEW ONE IS WRITTEN.
      *    EITHER WAY IT COMES OUT CURRENT - RE-ENTERING IS HOW A
      *    TRANSLATOR CLEARS A RE-CHECK FLAG
      *
           PERFORM READ-MASTER-QUESTION.
           PERFORM CHECK-TRANSLATED-TEXTS.

           MOVE 'N' TO TRN-HELD-SW.
           EXEC CICS READ FILE('MIMKK23C')
                          INTO(TRANSLATION-RECORD-LAYOUT)
                          RIDFLD(TRN-READ-KEY)
                          LENGTH(TRN-RECLEN)
                          UPDATE
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  SET TRN-HELD TO TRUE
               WHEN DFHRESP(NOTFND)
                  CONTINUE
               WHEN OTHER
                  MOVE 'FILE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READ' TO ERRORCMD
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           MOVE TRN-READ-QNO TO TRN-QUESTIONNO-FILE.
           MOVE TRN-READ-LANGUAGE TO TRN-LANGUAGE-FILE.
           MOVE QUESTION TO TRN-QUESTION-FILE.
           MOVE ANSWERONE TO TRN-ANSWERONE-FILE.
           MOVE ANSWERTWO TO TRN-ANSWERTWO-FILE.
           MOVE ANSWERTHREE TO TRN-ANSWERTHREE-FILE.
           MOVE ANSWERFOUR TO TRN-ANSWERFOUR-FILE.
           SET TRN-CURRENT TO TRUE.
           PERFORM STAMP-TRANSLATION-RECORD.

           IF TRN-HELD
              EXEC CICS REWRITE FILE('MIMKK23C')
                             FROM(TRANSLATION-RECORD-LAYOUT)
                             LENGTH(TRN-RECLEN)
                             RESP(ERR-CODE)
                             END-EXEC
              IF ERR-CODE NOT = DFHRESP(NORMAL)
                 MOVE 'FILE REWRITE ERROR. CONTACT WB SUPPORT' TO
                       OUTPUTSTRING
                 MOVE 'REWRITE' TO ERRORCMD
                 MOVE 'FILE REWRITE ERROR' TO ERRORSTRING
                 PERFORM PUT-TO-CONTAINER
              END-IF
           ELSE
              EXEC CICS WRITE FILE('MIMKK23C')
                             FROM(TRANSLATION-RECORD-LAYOUT)
                             RIDFLD(TRN-KEY-FILE)
                             LENGTH(TRN-RECLEN)
                             RESP(ERR-CODE)
                             END-EXEC
              IF ERR-CODE NOT = DFHRESP(NORMAL)
                 MOVE 'FILE WRITE ERROR. CONTACT WB SUPPORT' TO
                       OUTPUTSTRING
                 MOVE 'WRITE' TO ERRORCMD
                 MOVE 'FILE WRITE ERROR' TO ERRORSTRING
                 PERFORM PUT-TO-CONTAINER
              END-IF
           END-IF.

           MOVE SPACES TO OUTPUTSTRING.
           STRING
              'SAVED:' DELIMITED BY SIZE
              TRN-QUESTIONNO-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-LANGUAGE-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-STATUS-FILE DELIMITED BY SIZE
              INTO OUTPUTSTRING
           END-STRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       GET-TRANSLATION.
      *
      *    RETURN THE TRANSLATION, ':'-DELIMITED: QUESTIONNO,
      *    LANGUAGE, STATUS, WHO AND WHEN, THEN THE QUESTION TEXT AND
      *    THE ANSWER TEXTS IN SLOT ORDER
      *
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
                  MOVE 'FILE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           MOVE SPACES TO OUTPUTSTRING.
           STRING
              TRN-QUESTIONNO-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-LANGUAGE-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-STATUS-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-USERID-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-DATE-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-QUESTION-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-ANSWERONE-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-ANSWERTWO-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-ANSWERTHREE-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              TRN-ANSWERFOUR-FILE DELIMITED BY SIZE
              INTO OUTPUTSTRING
           END-STRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       DELETE-TRANSLATION.
      *
      *    REMOVE THE TRANSLATION.  THE QUESTION GOES BACK ON THE
      *    MIMKK23E WORK LIST FOR THAT LANGUAGE
      *
           EXEC CICS DELETE FILE('MIMKK23C')
                          RIDFLD(TRN-READ-KEY)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  MOVE SPACES TO OUTPUTSTRING
                  STRING
                     'DELETED:' DELIMITED BY SIZE
                     TRN-READ-QNO DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     TRN-READ-LANGUAGE DELIMITED BY SIZE
                     INTO OUTPUTSTRING
                  END-STRING
                  PERFORM PUT-TO-CONTAINER
               WHEN DFHRESP(NOTFND)
                  MOVE 'NO TRANSLATION FOR LANGUAGE' TO OUTPUTSTRING
                  MOVE 'DELETE' TO ERRORCMD
                  MOVE 'NO TRANSLATION FOR LANGUAGE' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
               WHEN OTHER
                  MOVE 'FILE DELETE ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'DELETE' TO ERRORCMD
                  MOVE 'FILE DELETE ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.
