      *                    report a score for an inactive id)          *
      *   REACTIVATE     - mark the contestant active again            *
      *   GET            - return the record                           *
      *   ERASE          - the contestant has asked to be forgotten:   *
      *                    delete the MIMKK21G/MIMKK21H/MIMKK22E/      *
      *                    MIMKK21T queues held under the id, blank    *
      *                    the name and mark the record erasure        *
      *                    pending.  The nightly MIMKK23B erasure run  *
      *                    then replaces the id with an anonymous      *
      *                    token on every file and prints the erasure  *
      *                    certificate.  A pending or erased record    *
      *                    can no longer be renamed or reactivated     *
      * Every contestant-facing service (MIMKK21C/G/H/I, MIMKK22C/E)   *
      * rejects ids that are not active on this file, so a typo at     *
      * the grading desk can no longer start a phantom attempt         *
      * history.  Ids beginning '#' are reserved for the anonymous     *
      * tokens MIMKK23B writes and cannot be registered.               *
      *                                                                *
      ******************************************************************

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
           05  CON-RECLEN       PIC S9(4) COMP VALUE 49.
       01  CONTESTANT-RECORD-LAYOUT.
           05 CON-CONTESTANT-FILE   PIC X(8).
           05 CON-NAME-FILE         PIC X(30).
      *  ONCE ERASURE IS REQUESTED THE NAME IS GONE AND THE FIELD
      *  CARRIES THE REQUEST DATE AND THE NUMBER OF QUEUE ITEMS
      *  DELETED, FOR MIMKK23B TO PRINT ON THE ERASURE CERTIFICATE
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
      *  ANONYMOUS TOKENS WRITTEN BY MIMKK23B ALL BEGIN WITH THIS
      *  CHARACTER, SO NO REAL CONTESTANT MAY BE REGISTERED WITH IT
      *
       01 TOKEN-PREFIX          PIC X VALUE '#'.
      *
      *  THE PER-CONTESTANT QUEUES DELETED BY AN ERASE, NAMED THE
      *  SAME WAY MIMKK21G/MIMKK21H/MIMKK22E NAME THEM, AND WHERE
      *  THE ITEM COUNT OF EACH IS PICKED UP BEFORE IT GOES
      *
       01 TSQ-ERASE-NAME.
           05 TSQ-ERASE-PREFIX  PIC X(8) VALUE SPACES.
           05 TSQ-ERASE-CONTEST PIC X(8) VALUE SPACES.
       01 TSQ-ERASE-ITEM        PIC X(8) VALUE SPACES.
       01 TSQ-ERASE-LEN         PIC S9(4) COMP VALUE 8.
       01 TSQ-ERASE-ITEMS       PIC S9(4) COMP VALUE 0.
      *
      *  SET WHEN THE MASTER RECORD WAS READ FOR UPDATE, SO THE SAVE
      *  KNOWS WHETHER TO REWRITE OR WRITE
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

      *  Note when the call arrived, for the usage log
           EXEC CICS ASKTIME ABSTIME(USG-START-TIME)
                            END-EXEC.

      *  Get name of channel
           EXEC CICS ASSIGN CHANNEL(CHANNELNAME)
                            END-EXEC.
                  PERFORM REACTIVATE-CONTESTANT
               WHEN 'GET'
                  PERFORM GET-CONTESTANT
               WHEN 'ERASE'
                  PERFORM ERASE-CONTESTANT
               WHEN OTHER
                  MOVE 'MAINTENANCE ACTION IS NOT VALID' TO
                        OUTPUTSTRING
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
      *    AN ERASURE IS LOGGED WITHOUT ITS CONTESTANT, OR THE LOG
      *    WOULD KEEP THE VERY ID THE CONTESTANT ASKED TO LOSE
           IF MAINT-ACTION = 'ERASE'
              MOVE SPACES TO USG-KEY-FILE
           ELSE
              MOVE CONTESTANT-ID TO USG-KEY-FILE
           END-IF.
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
       REGISTER-CONTESTANT.
      *
              PERFORM PUT-TO-CONTAINER
           END-IF.

           IF CONTESTANT-ID (1:1) = TOKEN-PREFIX
              MOVE 'CONTESTANT ID MAY NOT BEGIN WITH #' TO
                    OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'CONTESTANT ID BEGINS WITH #' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

           PERFORM READ-MASTER-FOR-UPDATE.

           IF MASTER-HELD
              PERFORM REJECT-IF-ERASED
              MOVE CONTESTANT-NAME TO CON-NAME-FILE
           ELSE
              EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
      *    HISTORY STAY ON FILE - ONLY NEW ACTIVITY IS REFUSED
      *
           PERFORM READ-MASTER-MUST-EXIST.
           PERFORM REJECT-IF-ERASED.
           SET CON-INACTIVE TO TRUE.
           PERFORM SAVE-MASTER-RECORD.

      *    MARK THE CONTESTANT ACTIVE AGAIN
      *
           PERFORM READ-MASTER-MUST-EXIST.
           PERFORM REJECT-IF-ERASED.
           SET CON-ACTIVE TO TRUE.
           PERFORM SAVE-MASTER-RECORD.

           END-STRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       ERASE-CONTESTANT.
      *
      *    THE CONTESTANT HAS ASKED TO BE FORGOTTEN.  THE QUEUES ONLY
      *    LIVE IN CICS, SO THEY ARE DELETED HERE AND NOW; THE NAME
      *    IS OVERWRITTEN WITH THE REQUEST DATE AND THE QUEUE ITEM
      *    COUNTS, AND THE RECORD IS LEFT ERASURE PENDING FOR THE
      *    NIGHTLY MIMKK23B RUN TO TOKENISE THE VSAM FILES.  EVERY
      *    CONTESTANT-FACING SERVICE ALREADY REFUSES AN ID THAT IS
      *    NOT ACTIVE, SO NOTHING NEW IS RECORDED UNDER IT MEANWHILE
      *
           PERFORM READ-MASTER-MUST-EXIST.
           PERFORM REJECT-IF-ERASED.

           MOVE CONTESTANT-ID TO TSQ-ERASE-CONTEST.
           MOVE 'MIMKK21G' TO TSQ-ERASE-PREFIX.
           PERFORM DELETE-ERASE-QUEUE.
           MOVE TSQ-ERASE-ITEMS TO CON-ERASE-DEALT-FILE.
           MOVE 'MIMKK21H' TO TSQ-ERASE-PREFIX.
           PERFORM DELETE-ERASE-QUEUE.
           MOVE TSQ-ERASE-ITEMS TO CON-ERASE-FIFTY-FILE.
           MOVE 'MIMKK22E' TO TSQ-ERASE-PREFIX.
           PERFORM DELETE-ERASE-QUEUE.
           MOVE TSQ-ERASE-ITEMS TO CON-ERASE-AUDIENCE-FILE.
           MOVE 'MIMKK21T' TO TSQ-ERASE-PREFIX.
           PERFORM DELETE-ERASE-QUEUE.
           MOVE TSQ-ERASE-ITEMS TO CON-ERASE-CLOCK-FILE.

           EXEC CICS ASKTIME ABSTIME(CURRENTTIME)
                            END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(CURRENTTIME)
                     DDMMYYYY(DATESTRING)
                     DATESEP('/')
                     RESP(RESPCODE)
                     END-EXEC
           MOVE DATESTRING TO CON-ERASE-REQDATE-FILE.
           SET CON-ERASE-PENDING TO TRUE.
           PERFORM SAVE-MASTER-RECORD.

           MOVE SPACES TO OUTPUTSTRING.
           STRING
              'ERASURE PENDING:' DELIMITED BY SIZE
              CON-CONTESTANT-FILE DELIMITED BY SPACE
              ':' DELIMITED BY SIZE
              CON-ERASE-DEALT-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              CON-ERASE-FIFTY-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              CON-ERASE-AUDIENCE-FILE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              CON-ERASE-CLOCK-FILE DELIMITED BY SIZE
              INTO OUTPUTSTRING
           END-STRING.
           PERFORM PUT-TO-CONTAINER.

      *  -----------------------------------------------------------
       DELETE-ERASE-QUEUE.
      *
      *    PICK UP THE ITEM COUNT OF ONE PER-CONTESTANT QUEUE, THEN
      *    DELETE IT.  QIDERR JUST MEANS THE CONTESTANT NEVER HAD
      *    ONE, WHICH COUNTS AS ZERO ITEMS.  NO ITEM IS LONGER THAN
      *    THE 8-BYTE DEAL TIME, BUT LENGERR WOULD STILL HAVE SET
      *    THE COUNT
      *
           MOVE ZEROS TO TSQ-ERASE-ITEMS.
           MOVE 8 TO TSQ-ERASE-LEN.
           EXEC CICS READQ TS QNAME(TSQ-ERASE-NAME)
                          INTO(TSQ-ERASE-ITEM)
                          LENGTH(TSQ-ERASE-LEN)
                          ITEM(1)
                          NUMITEMS(TSQ-ERASE-ITEMS)
                          RESP(ERR-CODE)
                          END-EXEC
           EVALUATE ERR-CODE
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(LENGERR)
                  CONTINUE
               WHEN DFHRESP(QIDERR)
                  MOVE ZEROS TO TSQ-ERASE-ITEMS
               WHEN OTHER
                  MOVE 'QUEUE READ ERROR. CONTACT WB SUPPORT' TO
                        OUTPUTSTRING
                  MOVE 'READQ' TO ERRORCMD
                  MOVE 'QUEUE READ ERROR' TO ERRORSTRING
                  PERFORM PUT-TO-CONTAINER
           END-EVALUATE.

           IF TSQ-ERASE-ITEMS > ZEROS
              EXEC CICS DELETEQ TS QNAME(TSQ-ERASE-NAME)
                               RESP(ERR-CODE)
                               END-EXEC
              IF ERR-CODE NOT = DFHRESP(NORMAL)
                 MOVE 'QUEUE DELETE ERROR. CONTACT WB SUPPORT' TO
                       OUTPUTSTRING
                 MOVE 'DELETEQ' TO ERRORCMD
                 MOVE 'QUEUE DELETE ERROR' TO ERRORSTRING
                 PERFORM PUT-TO-CONTAINER
              END-IF
           END-IF.

      *  -----------------------------------------------------------
       REJECT-IF-ERASED.
      *
      *    ONCE ERASURE HAS BEEN REQUESTED THE RECORD BELONGS TO THE
      *    ERASURE RUN - IT CANNOT BE RENAMED, INACTIVATED,
      *    REACTIVATED OR ERASED A SECOND TIME
      *
           IF CON-ERASE-PENDING OR CON-ERASED
              MOVE 'CONTESTANT HAS BEEN ERASED' TO OUTPUTSTRING
              MOVE 'VALIDATION' TO ERRORCMD
              MOVE 'CONTESTANT HAS BEEN ERASED' TO ERRORSTRING
              PERFORM PUT-TO-CONTAINER
           END-IF.

      *  -----------------------------------------------------------
       GET-CONTESTANT.
      *
