       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0CNY0                                       *
      *                                                              *
      * Description: End-to-end business flow canary, with history   *
      *              and alerting                                    *
      *                                                              *
      *  Statement:     Licensed Materials - Property of IBM         *
      *                                                              *
      *                 04L1773, 5765-B73                            *
      *                 04L1802, 5639-B42                            *
      *                 04L1788, 5765-B74                            *
      *                 04L1816, 5765-B75                            *
      *                 04L1830, 5639-B43                            *
      *                 (C) Copyright IBM Corp. 1994, 1998           *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      * Function:                                                    *
      *                                                              *
      *                                                              *
      *   AMQ0CNY0 proves the applications behind a business flow    *
      *   are processing, not just that the channels carry messages  *
      *   as AMQ0LAT0 does.  Each CANDEF.DAT line defines a flow:    *
      *   its entry queue, a canary payload the application will     *
      *   recognise and process, the queue its processed result      *
      *   appears on, the seconds the result is expected within, the *
      *   seconds after which the canary is lost, and how often a    *
      *   canary is sent:                                            *
      *                                                              *
      *      -- a flow falls due when its interval has passed since  *
      *         its last canary and none is still outstanding.  The  *
      *         canary is put to the entry queue with MSGID and      *
      *         CORRELID both set to one canary id, so the result is *
      *         found by CORRELID whether the application copies the *
      *         MSGID across or passes the CORRELID through; the     *
      *         canary expires when the flow would call it lost      *
      *                                                              *
      *      -- the result queue is watched by CORRELID for up to    *
      *         the watch seconds; a result found is removed with a  *
      *         destructive MQGET, so it never reaches the real      *
      *         downstream consumers, and its end-to-end             *
      *         milliseconds are recorded as OK, or LATE when over   *
      *         the expected time.  Canaries still outstanding are   *
      *         carried in CANPEND.DAT and watched for again by      *
      *         later runs                                           *
      *                                                              *
      *      -- a canary past its expected time raises a severity-2  *
      *         OPSALERT datagram (LATE), one past its lost time a   *
      *         severity-1 (LOST), and one that cannot be put a      *
      *         severity-2 (PUTFAIL).  A lost canary's result is     *
      *         still looked for and removed for a day after it was  *
      *         sent                                                 *
      *                                                              *
      *      -- one CANHIST.DAT line per result, loss or put failure *
      *         (timestamp, flow, canary id, milliseconds, result),  *
      *         appended across runs                                 *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the job parameters, load CANDEF.DAT and       *
      *         CANPEND.DAT, MQCONN                                  *
      *         put a canary for every flow due                      *
      *         watch the result queues until every canary sent this *
      *         run is in or late, or the watch seconds are up       *
      *         .  remove and record each result found               *
      *         .  alert each canary gone late or lost               *
      *         rewrite CANPEND.DAT, MQDISC, DISPLAY a summary       *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0CNY0 parameters: queue manager name (1st command-line  *
      *   argument, default the local default queue manager), watch  *
      *   seconds (2nd, default 60)                                  *
      *                                                              *
      *   Return code 1 when there are no flows or no connection     *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0CNY0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** one canary definition per business flow
           SELECT CANARY-DEFINITION-FILE ASSIGN TO 'CANDEF.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEFINITION-FILE-STATUS.

      ** the canaries sent and not yet settled, and each flow's
      ** last canary, rewritten at the end of every run
           SELECT CANARY-PENDING-FILE ASSIGN TO 'CANPEND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PENDING-FILE-STATUS.

      ** the canary history, appended one line per outcome
           SELECT CANARY-HISTORY ASSIGN TO 'CANHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CANARY-HISTORY-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      ** CD-LOST-SECONDS zero means five times the expected seconds,
      ** CD-INTERVAL-MINUTES zero means a canary every run
       FD  CANARY-DEFINITION-FILE.
       01 CANARY-DEFINITION-RECORD.
          05 CD-FLOW-NAME              PIC X(16).
          05 FILLER                    PIC X.
          05 CD-ENTRY-QUEUE            PIC X(48).
          05 FILLER                    PIC X.
          05 CD-RESULT-QUEUE           PIC X(48).
          05 FILLER                    PIC X.
          05 CD-EXPECTED-SECONDS       PIC 9(5).
          05 FILLER                    PIC X.
          05 CD-LOST-SECONDS           PIC 9(5).
          05 FILLER                    PIC X.
          05 CD-INTERVAL-MINUTES       PIC 9(4).
          05 FILLER                    PIC X.
          05 CD-PAYLOAD                PIC X(80).

      ** PN-STATE is WAITING, LATE, LOST or DONE
       FD  CANARY-PENDING-FILE.
       01 CANARY-PENDING-RECORD.
          05 PN-FLOW-NAME              PIC X(16).
          05 FILLER                    PIC X.
          05 PN-CANARY-ID              PIC X(24).
          05 FILLER                    PIC X.
          05 PN-SENT-TIMESTAMP         PIC X(17).
          05 FILLER                    PIC X.
          05 PN-STATE                  PIC X(8).

       FD  CANARY-HISTORY.
       01 CANARY-HISTORY-RECORD.
          05 CH-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X.
          05 CH-FLOW-NAME              PIC X(16).
          05 FILLER                    PIC X.
          05 CH-CANARY-ID              PIC X(24).
          05 FILLER                    PIC X.
          05 CH-MILLISECONDS           PIC 9(9).
          05 FILLER                    PIC X.
          05 CH-RESULT                 PIC X(8).

       WORKING-STORAGE SECTION.
      *
      **  Declare MQI structures needed
      * MQI named constants
       01 MY-MQ-CONSTANTS.
          COPY CMQV.
      * Object Descriptor
       01 OBJECT-DESCRIPTOR.
          COPY CMQODV.
      * Message Descriptor
       01 MESSAGE-DESCRIPTOR.
          COPY CMQMDV.
      * Put message options
       01 PMOPTIONS.
          COPY CMQPMOV.
      * Get message options
       01 GMOPTIONS.
          COPY CMQGMOV.
      * Structured operations alert datagram for late and lost
      * canaries
       01 MY-OPS-ALERT.
          COPY OPSALERT.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

       01 DEFINITION-FILE-STATUS     PIC XX VALUE '00'.
       01 PENDING-FILE-STATUS        PIC XX VALUE '00'.
       01 CANARY-HISTORY-STATUS      PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** job parameters
       01 PARM-WATCH-SECONDS         PIC 9(5) VALUE 0.

      ** the flow definitions loaded once.  DF-LAST-SENT is the send
      ** time of the flow's newest canary, DF-OUTSTANDING Y while one
      ** is waiting or late
       01 DEFINITION-TABLE.
          02 DEFINITION-ENTRY OCCURS 50 TIMES.
             05 DF-FLOW-NAME          PIC X(16).
             05 DF-ENTRY-QUEUE        PIC X(48).
             05 DF-RESULT-QUEUE       PIC X(48).
             05 DF-EXPECTED-SECONDS   PIC 9(5).
             05 DF-LOST-SECONDS       PIC 9(6).
             05 DF-INTERVAL-MINUTES   PIC 9(4).
             05 DF-PAYLOAD            PIC X(80).
             05 DF-LAST-SENT          PIC X(17).
             05 DF-OUTSTANDING        PIC X.
       01 DEFINITION-COUNT           PIC S9(9) BINARY VALUE 0.
       01 DEFINITION-INDEX           PIC S9(9) BINARY.

      ** the canaries carried from earlier runs and sent in this
      ** one.  PT-FLOW-INDEX is the flow's DEFINITION-TABLE entry
      ** (zero once the flow is no longer defined), PT-SKIP Y when
      ** its result queue could not be opened this run
       01 PENDING-TABLE.
          02 PENDING-ENTRY OCCURS 500 TIMES.
             05 PT-FLOW-NAME          PIC X(16).
             05 PT-CANARY-ID          PIC X(24).
             05 PT-SENT-TIMESTAMP     PIC X(17).
             05 PT-STATE              PIC X(8).
             05 PT-FLOW-INDEX         PIC S9(9) BINARY.
             05 PT-SKIP               PIC X.
       01 PENDING-COUNT              PIC S9(9) BINARY VALUE 0.
       01 PENDING-INDEX              PIC S9(9) BINARY.

      ** the canary message and its result
       01 CANARY-BUFFER              PIC X(80).
       01 RESULT-BUFFER              PIC X(100).
       01 BUFFER-LENGTH              PIC S9(9) BINARY.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 CANARY-ID.
          05 CANARY-ID-PREFIX        PIC X(6) VALUE 'CANARY'.
          05 CANARY-ID-DATE          PIC 9(8).
          05 CANARY-ID-TIME          PIC 9(8).
          05 CANARY-ID-FLOW          PIC 9(2).

      ** age of a canary in centiseconds, from its send time to now -
      ** the day count is AMQ0EDS0's 360-day ordinal, which a month
      ** end can flatten, so a later date always counts one day at
      ** least
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).
       01 RUN-START-TIMESTAMP        PIC X(17).
       01 AGE-FROM-TIMESTAMP         PIC X(17).
       01 AGE-CENTISECONDS           PIC S9(9) BINARY.
       01 AGE-FROM-DATE              PIC 9(8).
       01 AGE-FROM-TIME              PIC 9(8).
       01 AGE-DAYS                   PIC S9(9) BINARY.
       01 AGE-FROM-ORDINAL           PIC S9(9) BINARY.
       01 AGE-TO-ORDINAL             PIC S9(9) BINARY.
       01 AGE-FROM-CENTISECONDS      PIC S9(9) BINARY.
       01 AGE-TO-CENTISECONDS        PIC S9(9) BINARY.
       01 TIME-HOUR-PART             PIC 9(2).
       01 TIME-MINUTE-PART           PIC 9(2).
       01 TIME-SECOND-PART           PIC 9(2).
       01 TIME-CENTISECOND-PART      PIC 9(2).
       01 DATE-YEAR-PART             PIC 9(4).
       01 DATE-MONTH-PART            PIC 9(2).
       01 DATE-DAY-PART              PIC 9(2).
       01 ONE-DAY-CENTISECONDS       PIC S9(9) BINARY VALUE 8640000.

       01 WATCH-AGAIN-SWITCH         PIC X VALUE 'N'.
       01 WAITING-LEFT-SWITCH        PIC X VALUE 'N'.
       01 CANARY-MILLISECONDS        PIC 9(9).
       01 CANARY-RESULT              PIC X(8).
       01 ALERT-SEVERITY             PIC 9(1).
       01 ALERT-REASON               PIC S9(9) BINARY.
       01 SENT-COUNT                 PIC 9(5) VALUE 0.
       01 RESULT-COUNT               PIC 9(5) VALUE 0.
       01 LATE-COUNT                 PIC 9(5) VALUE 0.
       01 LOST-COUNT                 PIC 9(5) VALUE 0.
       01 FAILED-COUNT               PIC 9(5) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0CNY0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0CNY0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM GETPARMS.
           PERFORM LOADDEF.
           IF DEFINITION-COUNT IS EQUAL TO 0
             DISPLAY 'no canary flows defined in CANDEF.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             DISPLAY 'AMQ0CNY0 end'
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOADPEND.

           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONN ended with reason code ' CON-REASON
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             DISPLAY 'AMQ0CNY0 end'
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN EXTEND CANARY-HISTORY.
           IF CANARY-HISTORY-STATUS IS EQUAL TO '35'
             OPEN OUTPUT CANARY-HISTORY
           END-IF.

      ****************************************************************
      *                                                              *
      *   Send a canary for every flow due, then watch for results   *
      *                                                              *
      ****************************************************************
           PERFORM NOWTS.
           MOVE NOW-TIMESTAMP TO RUN-START-TIMESTAMP.
           PERFORM VARYING DEFINITION-INDEX FROM 1 BY 1
               UNTIL DEFINITION-INDEX > DEFINITION-COUNT
             PERFORM DUECHK
           END-PERFORM.

           MOVE 'Y' TO WATCH-AGAIN-SWITCH.
           PERFORM UNTIL WATCH-AGAIN-SWITCH IS EQUAL TO 'N'
             PERFORM WATCH1
           END-PERFORM.

           CLOSE CANARY-HISTORY.
           PERFORM SAVEPEND.

           IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING HCONN, COMPLETION-CODE, REASON
           END-IF.

           DISPLAY SENT-COUNT ' canaries sent, ' RESULT-COUNT
               ' results in (' LATE-COUNT ' late), ' LOST-COUNT
               ' lost, ' FAILED-COUNT ' not sent'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE SENT-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0CNY0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Send the flow's canary if its interval has passed and no   *
      *   earlier canary is still waiting or late                    *
      *                                                              *
      ****************************************************************
       DUECHK.
           IF DF-OUTSTANDING(DEFINITION-INDEX) IS EQUAL TO 'Y'
             DISPLAY DF-FLOW-NAME(DEFINITION-INDEX)
                 ' canary still outstanding - none sent'
           ELSE
             IF DF-LAST-SENT(DEFINITION-INDEX) IS EQUAL TO SPACES
               PERFORM SEND1
             ELSE
               MOVE DF-LAST-SENT(DEFINITION-INDEX)
                 TO AGE-FROM-TIMESTAMP
               PERFORM AGECS
               IF AGE-CENTISECONDS IS NOT LESS THAN
                   DF-INTERVAL-MINUTES(DEFINITION-INDEX) * 6000
                 PERFORM SEND1
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put one canary to the flow's entry queue                   *
      *                                                              *
      ****************************************************************
       SEND1.
           PERFORM NOWTS.
           MOVE WS-DATE TO CANARY-ID-DATE.
           MOVE WS-TIME TO CANARY-ID-TIME.
           MOVE DEFINITION-INDEX TO CANARY-ID-FLOW.

           MOVE DF-PAYLOAD(DEFINITION-INDEX) TO CANARY-BUFFER.
           MOVE 80 TO BUFFER-LENGTH.
           PERFORM UNTIL BUFFER-LENGTH IS EQUAL TO 1
               OR CANARY-BUFFER(BUFFER-LENGTH:1) IS NOT EQUAL TO SPACE
             SUBTRACT 1 FROM BUFFER-LENGTH
           END-PERFORM.

           MOVE DF-ENTRY-QUEUE(DEFINITION-INDEX) TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           MOVE MQMT-REQUEST TO MQMD-MSGTYPE.
           MOVE MQRO-NONE TO MQMD-REPORT.
           MOVE MQFMT-STRING TO MQMD-FORMAT.
           MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE.
           MOVE DF-RESULT-QUEUE(DEFINITION-INDEX) TO MQMD-REPLYTOQ.
           MOVE SPACES TO MQMD-REPLYTOQMGR.
           MOVE CANARY-ID TO MQMD-MSGID.
           MOVE CANARY-ID TO MQMD-CORRELID.
      **   expiry is in tenths of a second
           COMPUTE MQMD-EXPIRY = DF-LOST-SECONDS(DEFINITION-INDEX) * 10.
           MOVE MQPMO-NONE TO MQPMO-OPTIONS.

           CALL 'MQPUT1'
            USING HCONN, OBJECT-DESCRIPTOR,
            MESSAGE-DESCRIPTOR, PMOPTIONS,
            BUFFER-LENGTH, CANARY-BUFFER,
            COMPLETION-CODE, REASON.
           MOVE -1 TO MQMD-EXPIRY.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQPUT1 (canary) ended with reason code '
                 REASON ' for ' DF-FLOW-NAME(DEFINITION-INDEX)
             ADD 1 TO FAILED-COUNT
             MOVE 'PUTFAIL' TO CANARY-RESULT
             MOVE 0 TO CANARY-MILLISECONDS
             PERFORM HISTLN
             MOVE 2 TO ALERT-SEVERITY
             MOVE REASON TO ALERT-REASON
             PERFORM ALERT1
           ELSE
             IF PENDING-COUNT IS LESS THAN 500
               ADD 1 TO SENT-COUNT
               ADD 1 TO PENDING-COUNT
               MOVE PENDING-COUNT TO PENDING-INDEX
               MOVE DF-FLOW-NAME(DEFINITION-INDEX)
                 TO PT-FLOW-NAME(PENDING-INDEX)
               MOVE CANARY-ID TO PT-CANARY-ID(PENDING-INDEX)
               MOVE NOW-TIMESTAMP TO PT-SENT-TIMESTAMP(PENDING-INDEX)
               MOVE 'WAITING' TO PT-STATE(PENDING-INDEX)
               MOVE DEFINITION-INDEX TO PT-FLOW-INDEX(PENDING-INDEX)
               MOVE 'N' TO PT-SKIP(PENDING-INDEX)
               MOVE NOW-TIMESTAMP TO DF-LAST-SENT(DEFINITION-INDEX)
               MOVE 'Y' TO DF-OUTSTANDING(DEFINITION-INDEX)
             ELSE
               DISPLAY 'pending canary table full - '
                   DF-FLOW-NAME(DEFINITION-INDEX) ' canary not tracked'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   One pass over the outstanding canaries.  Another follows   *
      *   while a canary is still within its expected time and the   *
      *   watch seconds are not up                                   *
      *                                                              *
      ****************************************************************
       WATCH1.
           MOVE 'N' TO WAITING-LEFT-SWITCH.
           PERFORM VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT
             IF PT-FLOW-INDEX(PENDING-INDEX) IS GREATER THAN 0
             AND PT-SKIP(PENDING-INDEX) IS NOT EQUAL TO 'Y'
             AND PT-STATE(PENDING-INDEX) IS NOT EQUAL TO 'DONE'
               PERFORM LOOK1
             END-IF
           END-PERFORM.

           MOVE 'N' TO WATCH-AGAIN-SWITCH.
           IF WAITING-LEFT-SWITCH IS EQUAL TO 'Y'
             MOVE RUN-START-TIMESTAMP TO AGE-FROM-TIMESTAMP
             PERFORM AGECS
             IF AGE-CENTISECONDS IS LESS THAN
                 PARM-WATCH-SECONDS * 100
               MOVE 'Y' TO WATCH-AGAIN-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Look for one canary's result by CORRELID and remove it.    *
      *   A waiting canary is given a second on the queue, which     *
      *   also paces the watch; late and lost ones are only swept    *
      *                                                              *
      ****************************************************************
       LOOK1.
           MOVE PT-FLOW-INDEX(PENDING-INDEX) TO DEFINITION-INDEX.
           MOVE DF-RESULT-QUEUE(DEFINITION-INDEX) TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INPUT-SHARED MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN (result) ended with reason code '
                 REASON ' for ' DF-FLOW-NAME(DEFINITION-INDEX)
             MOVE 'Y' TO PT-SKIP(PENDING-INDEX)
      **     the canary still goes late and lost on time
             PERFORM NOWTS
             MOVE PT-SENT-TIMESTAMP(PENDING-INDEX)
               TO AGE-FROM-TIMESTAMP
             PERFORM AGECS
             PERFORM NORES
           ELSE
             MOVE MQMI-NONE TO MQMD-MSGID
             MOVE PT-CANARY-ID(PENDING-INDEX) TO MQMD-CORRELID
             IF PT-STATE(PENDING-INDEX) IS EQUAL TO 'WAITING'
               ADD MQGMO-WAIT MQGMO-ACCEPT-TRUNCATED-MSG
                         GIVING MQGMO-OPTIONS
               MOVE 1000 TO MQGMO-WAITINTERVAL
             ELSE
               MOVE MQGMO-ACCEPT-TRUNCATED-MSG TO MQGMO-OPTIONS
               MOVE 0 TO MQGMO-WAITINTERVAL
             END-IF
             MOVE 100 TO BUFFER-LENGTH
             CALL 'MQGET'
              USING HCONN, Q-HANDLE,
              MESSAGE-DESCRIPTOR, GMOPTIONS,
              BUFFER-LENGTH, RESULT-BUFFER, DATA-LENGTH,
              COMPLETION-CODE, REASON

             PERFORM NOWTS
             MOVE PT-SENT-TIMESTAMP(PENDING-INDEX)
               TO AGE-FROM-TIMESTAMP
             PERFORM AGECS
             IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
               PERFORM GOTRES
             ELSE
               IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
                 DISPLAY 'MQGET (result) ended with reason code '
                     REASON ' for ' DF-FLOW-NAME(DEFINITION-INDEX)
               END-IF
               PERFORM NORES
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   The canary's result is in - record its end-to-end time     *
      *                                                              *
      ****************************************************************
       GOTRES.
           ADD 1 TO RESULT-COUNT.
           COMPUTE CANARY-MILLISECONDS = AGE-CENTISECONDS * 10.
           IF AGE-CENTISECONDS IS GREATER THAN
               DF-EXPECTED-SECONDS(DEFINITION-INDEX) * 100
             ADD 1 TO LATE-COUNT
             MOVE 'LATE' TO CANARY-RESULT
           ELSE
             MOVE 'OK' TO CANARY-RESULT
           END-IF.
           PERFORM HISTLN.
           DISPLAY DF-FLOW-NAME(DEFINITION-INDEX) ' canary '
               CANARY-RESULT ' in ' CANARY-MILLISECONDS ' ms'.
           IF PT-STATE(PENDING-INDEX) IS NOT EQUAL TO 'LOST'
             MOVE 'N' TO DF-OUTSTANDING(DEFINITION-INDEX)
           END-IF.
           MOVE 'DONE' TO PT-STATE(PENDING-INDEX).

      ****************************************************************
      *                                                              *
      *   No result yet - mark the canary late or lost once its      *
      *   time is up, and give up the search a day after sending     *
      *                                                              *
      ****************************************************************
       NORES.
           IF PT-STATE(PENDING-INDEX) IS EQUAL TO 'LOST'
             IF AGE-CENTISECONDS IS NOT LESS THAN ONE-DAY-CENTISECONDS
               MOVE 'DONE' TO PT-STATE(PENDING-INDEX)
             END-IF
           ELSE
             IF AGE-CENTISECONDS IS GREATER THAN
                 DF-LOST-SECONDS(DEFINITION-INDEX) * 100
               ADD 1 TO LOST-COUNT
               MOVE 'LOST' TO PT-STATE(PENDING-INDEX)
               MOVE 'N' TO DF-OUTSTANDING(DEFINITION-INDEX)
               MOVE 'LOST' TO CANARY-RESULT
               MOVE 0 TO CANARY-MILLISECONDS
               PERFORM HISTLN
               MOVE 1 TO ALERT-SEVERITY
               MOVE 0 TO ALERT-REASON
               PERFORM ALERT1
             ELSE
               IF PT-STATE(PENDING-INDEX) IS EQUAL TO 'WAITING'
                 IF AGE-CENTISECONDS IS GREATER THAN
                     DF-EXPECTED-SECONDS(DEFINITION-INDEX) * 100
                   MOVE 'LATE' TO PT-STATE(PENDING-INDEX)
                   MOVE 'LATE' TO CANARY-RESULT
                   MOVE 2 TO ALERT-SEVERITY
                   MOVE 0 TO ALERT-REASON
                   PERFORM ALERT1
                 ELSE
                   MOVE 'Y' TO WAITING-LEFT-SWITCH
                 END-IF
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append one history line                                    *
      *                                                              *
      ****************************************************************
       HISTLN.
           PERFORM NOWTS.
           MOVE SPACES TO CANARY-HISTORY-RECORD.
           MOVE NOW-TIMESTAMP TO CH-TIMESTAMP.
           MOVE DF-FLOW-NAME(DEFINITION-INDEX) TO CH-FLOW-NAME.
           IF CANARY-RESULT IS EQUAL TO 'PUTFAIL'
             MOVE CANARY-ID TO CH-CANARY-ID
           ELSE
             MOVE PT-CANARY-ID(PENDING-INDEX) TO CH-CANARY-ID
           END-IF.
           MOVE CANARY-MILLISECONDS TO CH-MILLISECONDS.
           MOVE CANARY-RESULT TO CH-RESULT.
           WRITE CANARY-HISTORY-RECORD.

      ****************************************************************
      *                                                              *
      *   Raise a LATE, LOST or PUTFAIL alert for the flow on the    *
      *   local alert bus - MQPUT1, the same self-contained style    *
      *   the other monitors use                                     *
      *                                                              *
      ****************************************************************
       ALERT1.
           MOVE 'AMQ0CNY0' TO OPSA-SOURCE-PROGRAM.
           MOVE ALERT-SEVERITY TO OPSA-SEVERITY.
           MOVE DF-ENTRY-QUEUE(DEFINITION-INDEX) TO OPSA-OBJECT-NAME.
           MOVE ALERT-REASON TO OPSA-REASON.
           MOVE SPACES TO OPSA-ALERT-TEXT.
           EVALUATE CANARY-RESULT
             WHEN 'LATE'
               STRING 'canary LATE ' DF-FLOW-NAME(DEFINITION-INDEX)
                      ' over ' DF-EXPECTED-SECONDS(DEFINITION-INDEX)
                      ' s' DELIMITED BY SIZE
                 INTO OPSA-ALERT-TEXT
             WHEN 'LOST'
               STRING 'canary LOST ' DF-FLOW-NAME(DEFINITION-INDEX)
                      ' none in ' DF-LOST-SECONDS(DEFINITION-INDEX)
                      ' s' DELIMITED BY SIZE
                 INTO OPSA-ALERT-TEXT
             WHEN OTHER
               STRING 'canary PUTFAIL ' DF-FLOW-NAME(DEFINITION-INDEX)
                      ' not sent' DELIMITED BY SIZE
                 INTO OPSA-ALERT-TEXT
           END-EVALUATE.
           DISPLAY OPSA-ALERT-TEXT.
           MOVE OPS-ALERT-TOPIC-Q TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
      ** the descriptor still holds the last canary LOOK1 got -
      ** reset its expiry (-1, unlimited) and format for the alert
           MOVE -1 TO MQMD-EXPIRY.
           MOVE MQFMT-STRING TO MQMD-FORMAT.
           MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE.
           MOVE MQRO-NONE TO MQMD-REPORT.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           MOVE SPACES TO MQMD-REPLYTOQ.
           CALL 'MQPUT1'
            USING HCONN, OBJECT-DESCRIPTOR,
            MESSAGE-DESCRIPTOR, PMOPTIONS,
            OPS-ALERT-LENGTH, OPS-ALERT-MESSAGE,
            COMPLETION-CODE, REASON.
           IF REASON IS NOT EQUAL TO MQRC-NONE
             DISPLAY 'MQPUT1 (ops alert) ended with reason '
                 'code ' REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   The current date and time as a 'YYYYMMDD-HHMMSScc' stamp   *
      *                                                              *
      ****************************************************************
       NOWTS.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).

      ****************************************************************
      *                                                              *
      *   Centiseconds from AGE-FROM-TIMESTAMP to the time NOWTS     *
      *   last took                                                  *
      *                                                              *
      ****************************************************************
       AGECS.
           MOVE AGE-FROM-TIMESTAMP(1:8) TO AGE-FROM-DATE.
           MOVE AGE-FROM-TIMESTAMP(10:8) TO AGE-FROM-TIME.
           MOVE 0 TO AGE-DAYS.
           IF AGE-FROM-DATE IS NOT EQUAL TO WS-DATE
             MOVE AGE-FROM-DATE(1:4) TO DATE-YEAR-PART
             MOVE AGE-FROM-DATE(5:2) TO DATE-MONTH-PART
             MOVE AGE-FROM-DATE(7:2) TO DATE-DAY-PART
             COMPUTE AGE-FROM-ORDINAL =
                 DATE-YEAR-PART * 360 + DATE-MONTH-PART * 30
                 + DATE-DAY-PART
             MOVE WS-DATE(1:4) TO DATE-YEAR-PART
             MOVE WS-DATE(5:2) TO DATE-MONTH-PART
             MOVE WS-DATE(7:2) TO DATE-DAY-PART
             COMPUTE AGE-TO-ORDINAL =
                 DATE-YEAR-PART * 360 + DATE-MONTH-PART * 30
                 + DATE-DAY-PART
             COMPUTE AGE-DAYS = AGE-TO-ORDINAL - AGE-FROM-ORDINAL
             IF AGE-DAYS IS LESS THAN 1
               MOVE 1 TO AGE-DAYS
             END-IF
             IF AGE-DAYS IS GREATER THAN 20
               MOVE 20 TO AGE-DAYS
             END-IF
           END-IF.
           MOVE AGE-FROM-TIME(1:2) TO TIME-HOUR-PART.
           MOVE AGE-FROM-TIME(3:2) TO TIME-MINUTE-PART.
           MOVE AGE-FROM-TIME(5:2) TO TIME-SECOND-PART.
           MOVE AGE-FROM-TIME(7:2) TO TIME-CENTISECOND-PART.
           COMPUTE AGE-FROM-CENTISECONDS =
               ((TIME-HOUR-PART * 3600
               + TIME-MINUTE-PART * 60
               + TIME-SECOND-PART) * 100)
               + TIME-CENTISECOND-PART.
           MOVE WS-TIME(1:2) TO TIME-HOUR-PART.
           MOVE WS-TIME(3:2) TO TIME-MINUTE-PART.
           MOVE WS-TIME(5:2) TO TIME-SECOND-PART.
           MOVE WS-TIME(7:2) TO TIME-CENTISECOND-PART.
           COMPUTE AGE-TO-CENTISECONDS =
               ((TIME-HOUR-PART * 3600
               + TIME-MINUTE-PART * 60
               + TIME-SECOND-PART) * 100)
               + TIME-CENTISECOND-PART.
           COMPUTE AGE-CENTISECONDS =
               AGE-DAYS * ONE-DAY-CENTISECONDS
               + AGE-TO-CENTISECONDS - AGE-FROM-CENTISECONDS.
           IF AGE-CENTISECONDS IS LESS THAN 0
             MOVE 0 TO AGE-CENTISECONDS
           END-IF.

      ****************************************************************
      *                                                              *
      *   Collect and edit the job parameters                        *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT QM-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO QM-NAME
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-WATCH-SECONDS FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-WATCH-SECONDS
           END-ACCEPT.
           IF PARM-WATCH-SECONDS IS EQUAL TO 0
             MOVE 60 TO PARM-WATCH-SECONDS
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the flow definitions                                  *
      *                                                              *
      ****************************************************************
       LOADDEF.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CANARY-DEFINITION-FILE.
           IF DEFINITION-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CANARY-DEFINITION-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF CD-FLOW-NAME IS EQUAL TO SPACES
                 OR CD-ENTRY-QUEUE IS EQUAL TO SPACES
                 OR CD-RESULT-QUEUE IS EQUAL TO SPACES
                 OR CD-EXPECTED-SECONDS IS NOT NUMERIC
                 OR CD-EXPECTED-SECONDS IS EQUAL TO 0
                   DISPLAY 'canary definition for ' CD-FLOW-NAME
                       ' incomplete - skipped'
                 ELSE
                   IF DEFINITION-COUNT IS LESS THAN 50
                     PERFORM ADDDEF
                   ELSE
                     DISPLAY 'canary definition table full - '
                         CD-FLOW-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF DEFINITION-FILE-STATUS IS EQUAL TO '00'
           OR DEFINITION-FILE-STATUS IS EQUAL TO '10'
             CLOSE CANARY-DEFINITION-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Add one flow to DEFINITION-TABLE, defaulting the lost      *
      *   seconds and the interval                                   *
      *                                                              *
      ****************************************************************
       ADDDEF.
           ADD 1 TO DEFINITION-COUNT.
           MOVE DEFINITION-COUNT TO DEFINITION-INDEX.
           MOVE CD-FLOW-NAME TO DF-FLOW-NAME(DEFINITION-INDEX).
           MOVE CD-ENTRY-QUEUE TO DF-ENTRY-QUEUE(DEFINITION-INDEX).
           MOVE CD-RESULT-QUEUE TO DF-RESULT-QUEUE(DEFINITION-INDEX).
           MOVE CD-EXPECTED-SECONDS
             TO DF-EXPECTED-SECONDS(DEFINITION-INDEX).
           IF CD-LOST-SECONDS IS NUMERIC
           AND CD-LOST-SECONDS IS GREATER THAN CD-EXPECTED-SECONDS
             MOVE CD-LOST-SECONDS TO DF-LOST-SECONDS(DEFINITION-INDEX)
           ELSE
             COMPUTE DF-LOST-SECONDS(DEFINITION-INDEX) =
                 CD-EXPECTED-SECONDS * 5
           END-IF.
           IF CD-INTERVAL-MINUTES IS NUMERIC
             MOVE CD-INTERVAL-MINUTES
               TO DF-INTERVAL-MINUTES(DEFINITION-INDEX)
           ELSE
             MOVE 0 TO DF-INTERVAL-MINUTES(DEFINITION-INDEX)
           END-IF.
           MOVE CD-PAYLOAD TO DF-PAYLOAD(DEFINITION-INDEX).
           MOVE SPACES TO DF-LAST-SENT(DEFINITION-INDEX).
           MOVE 'N' TO DF-OUTSTANDING(DEFINITION-INDEX).

      ****************************************************************
      *                                                              *
      *   Load the canaries carried from earlier runs, tying each to *
      *   its flow - a missing file means none are outstanding       *
      *                                                              *
      ****************************************************************
       LOADPEND.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CANARY-PENDING-FILE.
           IF PENDING-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CANARY-PENDING-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF PENDING-COUNT IS LESS THAN 500
                   ADD 1 TO PENDING-COUNT
                   MOVE PENDING-COUNT TO PENDING-INDEX
                   MOVE PN-FLOW-NAME TO PT-FLOW-NAME(PENDING-INDEX)
                   MOVE PN-CANARY-ID TO PT-CANARY-ID(PENDING-INDEX)
                   MOVE PN-SENT-TIMESTAMP
                     TO PT-SENT-TIMESTAMP(PENDING-INDEX)
                   MOVE PN-STATE TO PT-STATE(PENDING-INDEX)
                   MOVE 'N' TO PT-SKIP(PENDING-INDEX)
                   PERFORM TIEPEND
                 END-IF
             END-READ
           END-PERFORM.
           IF PENDING-FILE-STATUS IS EQUAL TO '00'
           OR PENDING-FILE-STATUS IS EQUAL TO '10'
             CLOSE CANARY-PENDING-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find the carried canary's flow and note its last send      *
      *                                                              *
      ****************************************************************
       TIEPEND.
           MOVE 0 TO PT-FLOW-INDEX(PENDING-INDEX).
           PERFORM VARYING DEFINITION-INDEX FROM 1 BY 1
               UNTIL DEFINITION-INDEX > DEFINITION-COUNT
             IF DF-FLOW-NAME(DEFINITION-INDEX) IS EQUAL TO
                 PT-FLOW-NAME(PENDING-INDEX)
               MOVE DEFINITION-INDEX TO PT-FLOW-INDEX(PENDING-INDEX)
               MOVE DEFINITION-COUNT TO DEFINITION-INDEX
             END-IF
           END-PERFORM.
           IF PT-FLOW-INDEX(PENDING-INDEX) IS EQUAL TO 0
             DISPLAY 'flow ' PT-FLOW-NAME(PENDING-INDEX)
                 ' no longer defined - canary '
                 PT-CANARY-ID(PENDING-INDEX) ' dropped'
           ELSE
             MOVE PT-FLOW-INDEX(PENDING-INDEX) TO DEFINITION-INDEX
             IF PT-SENT-TIMESTAMP(PENDING-INDEX) IS GREATER THAN
                 DF-LAST-SENT(DEFINITION-INDEX)
             OR DF-LAST-SENT(DEFINITION-INDEX) IS EQUAL TO SPACES
               MOVE PT-SENT-TIMESTAMP(PENDING-INDEX)
                 TO DF-LAST-SENT(DEFINITION-INDEX)
             END-IF
             IF PT-STATE(PENDING-INDEX) IS EQUAL TO 'WAITING'
             OR PT-STATE(PENDING-INDEX) IS EQUAL TO 'LATE'
               MOVE 'Y' TO DF-OUTSTANDING(DEFINITION-INDEX)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite CANPEND.DAT: every canary still waiting, late or   *
      *   lost, and each flow's newest canary so its interval runs   *
      *   from it                                                    *
      *                                                              *
      ****************************************************************
       SAVEPEND.
           OPEN OUTPUT CANARY-PENDING-FILE.
           PERFORM VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT
             IF PT-FLOW-INDEX(PENDING-INDEX) IS GREATER THAN 0
               MOVE PT-FLOW-INDEX(PENDING-INDEX) TO DEFINITION-INDEX
               IF PT-STATE(PENDING-INDEX) IS NOT EQUAL TO 'DONE'
               OR PT-SENT-TIMESTAMP(PENDING-INDEX) IS EQUAL TO
                   DF-LAST-SENT(DEFINITION-INDEX)
                 MOVE SPACES TO CANARY-PENDING-RECORD
                 MOVE PT-FLOW-NAME(PENDING-INDEX) TO PN-FLOW-NAME
                 MOVE PT-CANARY-ID(PENDING-INDEX) TO PN-CANARY-ID
                 MOVE PT-SENT-TIMESTAMP(PENDING-INDEX)
                   TO PN-SENT-TIMESTAMP
                 MOVE PT-STATE(PENDING-INDEX) TO PN-STATE
                 WRITE CANARY-PENDING-RECORD
               END-IF
             END-IF
           END-PERFORM.
           CLOSE CANARY-PENDING-FILE.

      ****************************************************************
      *                                                              *
      * END OF AMQ0CNY0                                              *
      *                                                              *
      ****************************************************************
