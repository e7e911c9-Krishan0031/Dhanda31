       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0MSZ0                                       *
      *                                                              *
      * Description: Message-size headroom analyzer along each       *
      *              queue's route                                   *
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
      *   AMQ0MSZ0 warns before an application's messages outgrow a  *
      *   maximum message length somewhere on their route and start  *
      *   arriving on the dead-letter queue with reason 2010, 2030   *
      *   or 2218:                                                   *
      *                                                              *
      *      -- every Q entry in MQINV.DAT is inquired for its type. *
      *         A local queue's messages are browsed, up to the      *
      *         sample size, for their lengths.  A remote queue's    *
      *         messages are sampled off its transmission queue,     *
      *         matched by the remote queue and queue manager names  *
      *         in each message's transmission header                *
      *                                                              *
      *      -- per queue the largest length and the 99th            *
      *         percentile are worked out, and the percentile        *
      *         compared with the previous run's, held in            *
      *         MSZHIST.DAT                                          *
      *                                                              *
      *      -- the largest length is held to every limit on the     *
      *         route: the queue's own QBASE.DAT maximum message     *
      *         length for a local queue; for a remote queue the     *
      *         transmission queue's QBASE.DAT maximum and the       *
      *         serving channel's CHANEXT.DAT maximum (both carry    *
      *         the transmission header too), and the destination    *
      *         queue's QBASE.DAT maximum when the baseline has it   *
      *                                                              *
      *      -- every limit the queue comes within the headroom      *
      *         percentage of is listed in MSZRPT.DAT, with the      *
      *         queue's DLQOUT.DAT dead letters for those reasons    *
      *         over the last few days                               *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the headroom, sample size and dead-letter     *
      *         days                                                 *
      *         load QBASE.DAT, CHANEXT.DAT, MSZHIST.DAT and the     *
      *         recent DLQOUT.DAT size dead letters                  *
      *         MQCONNect to default queue manager                   *
      *         for each MQINV.DAT Q entry, sample its message       *
      *         lengths and list every limit within the headroom     *
      *         rewrite MSZHIST.DAT                                  *
      *         MQDISConnect, DISPLAY a one-line summary             *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0MSZ0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  headroom percentage - a limit is listed when the     *
      *         largest message is within this percentage of it      *
      *         (default 10)                                         *
      *      2  sample size - the most messages measured per queue   *
      *         (default 100, at most 1000)                          *
      *      3  days of DLQOUT.DAT dead letters counted (default 7)  *
      *   Return code 4 when any queue is listed                     *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0MSZ0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the master queue inventory - the queues to measure
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** the approved queue-attribute baseline
           SELECT QUEUE-BASELINE ASSIGN TO 'QBASE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS QUEUE-BASELINE-STATUS.

      ** channel-definition extract, one record per defined channel
           SELECT CHANNEL-EXTRACT ASSIGN TO 'CHANEXT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHANNEL-EXTRACT-STATUS.

      ** the dead-letter handler's outcome log
           SELECT OUTCOME-LOG ASSIGN TO 'DLQOUT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OUTCOME-LOG-STATUS.

      ** the previous run's lengths per queue, rewritten every run
           SELECT SIZE-HISTORY ASSIGN TO 'MSZHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SIZE-HISTORY-STATUS.

      ** one line per limit a queue is within the headroom of
           SELECT HEADROOM-REPORT ASSIGN TO 'MSZRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HEADROOM-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(41).
          05 FILLER                    PIC X(9).

       FD  QUEUE-BASELINE.
       01 QUEUE-BASELINE-RECORD.
          05 QB-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QB-MAX-Q-DEPTH            PIC 9(9).
          05 FILLER                    PIC X.
          05 QB-MAX-MSG-LENGTH         PIC 9(9).
          05 FILLER                    PIC X(82).

       FD  CHANNEL-EXTRACT.
       01 CHANNEL-EXTRACT-RECORD.
          05 CE-CHANNEL-NAME           PIC X(20).
          05 CE-CHANNEL-TYPE           PIC 9(9).
          05 CE-TRANSPORT-TYPE         PIC 9(9).
          05 CE-QMGR-NAME              PIC X(48).
          05 CE-XMITQ-NAME             PIC X(48).
          05 FILLER                    PIC X(36).
          05 CE-MAX-MSG-LENGTH         PIC 9(9).
          05 FILLER                    PIC X(96).

       FD  OUTCOME-LOG.
       01 OUTCOME-LOG-RECORD.
          05 OUT-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 OUT-OUTCOME               PIC X(8).
          05 FILLER                    PIC X.
          05 OUT-DEST-QUEUE-NAME       PIC X(48).
          05 FILLER                    PIC X.
          05 OUT-REASON                PIC 9(9).
          05 FILLER                    PIC X(43).

       FD  SIZE-HISTORY.
       01 SIZE-HISTORY-RECORD.
          05 MH-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 MH-LARGEST                PIC 9(9).
          05 FILLER                    PIC X.
          05 MH-PERCENTILE-99          PIC 9(9).
          05 FILLER                    PIC X.
          05 MH-SAMPLE-DATE            PIC X(8).

       FD  HEADROOM-REPORT.
       01 HEADROOM-REPORT-RECORD.
          05 MR-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X.
          05 MR-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 MR-SAMPLED                PIC Z(4)9.
          05 FILLER                    PIC X.
          05 MR-LARGEST                PIC Z(8)9.
          05 FILLER                    PIC X.
          05 MR-PERCENTILE-99          PIC Z(8)9.
          05 FILLER                    PIC X.
          05 MR-GROWTH-PCT             PIC -(5)9.
          05 MR-GROWTH-TEXT REDEFINES MR-GROWTH-PCT
                                       PIC X(6).
          05 FILLER                    PIC X.
          05 MR-LIMIT-TYPE             PIC X(7).
          05 FILLER                    PIC X.
          05 MR-LIMIT-OBJECT           PIC X(48).
          05 FILLER                    PIC X.
          05 MR-LIMIT                  PIC Z(8)9.
          05 FILLER                    PIC X.
          05 MR-HEADROOM-PCT           PIC -(3)9.
          05 FILLER                    PIC X.
          05 MR-DEAD-COUNT             PIC Z(6)9.

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
      * Get Message Options
       01 GET-MESSAGE-OPTIONS.
          COPY CMQGMOV.
      ** note, sample uses defaults where it can
       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
      ** only the length is wanted, and on a transmission queue the
      ** header's remote queue and queue manager names - the rest of
      ** the message is browsed truncated
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 104.
       01 BUFFER.
          05 FILLER                  PIC X(8).
          05 XQH-REMOTE-Q-NAME       PIC X(48).
          05 XQH-REMOTE-QMGR-NAME    PIC X(48).
       01 DATA-LENGTH                PIC S9(9) BINARY.
      ** the transmission header (MQXQH with its version-1 MQMD)
      ** every message on a transmission queue carries
       01 XQH-LENGTH                 PIC S9(9) BINARY VALUE 428.

      ** MQINQ of the queue type and the remote-queue selectors:
      ** one integer plus three 48-byte character attributes
       01 SELECT-COUNT               PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 4 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS.
          05 CA-REMOTE-QMGR-NAME     PIC X(48).
          05 CA-REMOTE-Q-NAME        PIC X(48).
          05 CA-XMITQ-NAME           PIC X(48).
       01 LIVE-Q-TYPE                PIC S9(9) BINARY.

       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 QUEUE-BASELINE-STATUS      PIC XX VALUE '00'.
       01 CHANNEL-EXTRACT-STATUS     PIC XX VALUE '00'.
       01 OUTCOME-LOG-STATUS         PIC XX VALUE '00'.
       01 SIZE-HISTORY-STATUS        PIC XX VALUE '00'.
       01 HEADROOM-REPORT-STATUS     PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.

      ** job parameters
       01 PARM-HEADROOM-PCT          PIC 9(3) VALUE 0.
       01 PARM-SAMPLE-SIZE           PIC 9(5) VALUE 0.
       01 PARM-DEAD-DAYS             PIC 9(5) VALUE 0.

      ** the baseline maximum message lengths
       01 BASELINE-TABLE.
          02 BASELINE-ENTRY OCCURS 1000 TIMES.
             05 BS-QUEUE-NAME         PIC X(48).
             05 BS-MAX-MSG-LENGTH     PIC S9(9) BINARY.
       01 BASELINE-COUNT             PIC S9(9) BINARY VALUE 0.
       01 BASELINE-INDEX             PIC S9(9) BINARY.
       01 LOOKUP-QUEUE-NAME          PIC X(48).
       01 LOOKUP-MAX-MSG-LENGTH      PIC S9(9) BINARY.

      ** the channel-to-transmission-queue join, with each channel's
      ** maximum message length
       01 CHANNEL-TABLE.
          02 CHANNEL-ENTRY OCCURS 200 TIMES.
             05 CH-CHANNEL-NAME       PIC X(20).
             05 CH-XMITQ-NAME         PIC X(48).
             05 CH-MAX-MSG-LENGTH     PIC S9(9) BINARY.
       01 CHANNEL-COUNT              PIC S9(9) BINARY VALUE 0.
       01 CHANNEL-INDEX              PIC S9(9) BINARY.
       01 SERVING-CHANNEL-NAME       PIC X(20).
       01 SERVING-MAX-MSG-LENGTH     PIC S9(9) BINARY.

      ** the previous run's lengths, updated as queues are measured
       01 HISTORY-TABLE.
          02 HISTORY-ENTRY OCCURS 1000 TIMES.
             05 HS-QUEUE-NAME         PIC X(48).
             05 HS-LARGEST            PIC S9(9) BINARY.
             05 HS-PERCENTILE-99      PIC S9(9) BINARY.
             05 HS-SAMPLE-DATE        PIC X(8).
       01 HISTORY-COUNT              PIC S9(9) BINARY VALUE 0.
       01 HISTORY-INDEX              PIC S9(9) BINARY.
       01 HISTORY-MATCH-INDEX        PIC S9(9) BINARY.

      ** recent size dead letters folded by destination
       01 DEAD-TABLE.
          02 DEAD-ENTRY OCCURS 500 TIMES.
             05 DL-DEST-QUEUE-NAME    PIC X(48).
             05 DL-DEAD-COUNT         PIC S9(9) BINARY.
       01 DEAD-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 DEAD-INDEX                 PIC S9(9) BINARY.
       01 DEAD-MATCH-INDEX           PIC S9(9) BINARY.
       01 QUEUE-DEAD-COUNT           PIC S9(9) BINARY.

      ** the lengths measured on one queue, kept in ascending order
       01 SAMPLE-TABLE.
          02 SAMPLE-LENGTH           PIC S9(9) BINARY
                                     OCCURS 1000 TIMES.
       01 SAMPLE-COUNT               PIC S9(9) BINARY VALUE 0.
       01 SAMPLE-INDEX               PIC S9(9) BINARY.
       01 SAMPLE-NEW-LENGTH          PIC S9(9) BINARY.
       01 SAMPLE-PLACED-SWITCH       PIC X VALUE 'N'.
       01 BROWSED-COUNT              PIC S9(9) BINARY.
       01 BROWSE-LIMIT               PIC S9(9) BINARY.
       01 PERCENTILE-INDEX           PIC S9(9) BINARY.

      ** the route of the queue being measured
       01 BROWSE-QUEUE-NAME          PIC X(48).
       01 XQH-FILTER-SWITCH          PIC X VALUE 'N'.
       01 QUEUE-LARGEST              PIC S9(9) BINARY.
       01 QUEUE-PERCENTILE-99        PIC S9(9) BINARY.
       01 QUEUE-GROWTH-PCT           PIC S9(9) BINARY.
       01 QUEUE-GROWTH-SWITCH        PIC X VALUE 'N'.
       01 QUEUE-LISTED-SWITCH        PIC X VALUE 'N'.

      ** one limit on the route, as handed to CHKLIMIT
       01 LIMIT-TYPE                 PIC X(7).
       01 LIMIT-OBJECT               PIC X(48).
       01 LIMIT-VALUE                PIC S9(9) BINARY.
       01 LIMIT-MEASURED-LENGTH      PIC S9(9) BINARY.
       01 LIMIT-HEADROOM-PCT         PIC S9(9) BINARY.

      ** approximate 30-day/360-day-year ordinal date arithmetic, as
      ** the purge utility uses for its cutoff
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 WS-DATE-YEAR               PIC 9(4).
       01 WS-DATE-MONTH              PIC 9(2).
       01 WS-DATE-DAY                PIC 9(2).
       01 TODAY-ORDINAL              PIC 9(9).
       01 CUTOFF-ORDINAL             PIC S9(9).
       01 RECORD-DATE                PIC 9(8).
       01 RECORD-ORDINAL             PIC 9(9).
       01 RUN-TIMESTAMP              PIC X(17).

       01 QUEUE-COUNT                PIC 9(7) VALUE 0.
       01 MEASURED-COUNT             PIC 9(7) VALUE 0.
       01 LISTED-COUNT               PIC 9(7) VALUE 0.
       01 LIMIT-LINE-COUNT           PIC 9(7) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0MSZ0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0MSZ0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-HEADROOM-PCT FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-HEADROOM-PCT
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-SAMPLE-SIZE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-SAMPLE-SIZE
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-DEAD-DAYS FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-DEAD-DAYS
           END-ACCEPT.
           IF PARM-HEADROOM-PCT IS EQUAL TO 0
             MOVE 10 TO PARM-HEADROOM-PCT
           END-IF.
           IF PARM-SAMPLE-SIZE IS EQUAL TO 0
             MOVE 100 TO PARM-SAMPLE-SIZE
           END-IF.
           IF PARM-SAMPLE-SIZE IS GREATER THAN 1000
             MOVE 1000 TO PARM-SAMPLE-SIZE
           END-IF.
           IF PARM-DEAD-DAYS IS EQUAL TO 0
             MOVE 7 TO PARM-DEAD-DAYS
           END-IF.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).
           MOVE WS-DATE(1:4) TO WS-DATE-YEAR.
           MOVE WS-DATE(5:2) TO WS-DATE-MONTH.
           MOVE WS-DATE(7:2) TO WS-DATE-DAY.
           COMPUTE TODAY-ORDINAL =
               WS-DATE-YEAR * 360 + WS-DATE-MONTH * 30 + WS-DATE-DAY.
           COMPUTE CUTOFF-ORDINAL = TODAY-ORDINAL - PARM-DEAD-DAYS.

           PERFORM LOADBASE.
           PERFORM LOADCHAN.
           PERFORM LOADHIST.
           PERFORM LOADDEAD.

           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open master inventory MQINV.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

      ****************************************************************
      *                                                              *
      *   Connect to default queue manager                           *
      *                                                              *
      ****************************************************************
           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.

      *      report reason and stop if it failed
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONN ended with reason code ' CON-REASON
             MOVE CON-REASON TO RETURN-CODE
             GOBACK
             END-IF.

      ****************************************************************
      *                                                              *
      *   Measure every queue in the inventory along its route       *
      *                                                              *
      ****************************************************************
           OPEN OUTPUT HEADROOM-REPORT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
               IF QI-ENTRY-TYPE IS NOT EQUAL TO 'P'
               AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
                 PERFORM ROUTEQ
               END-IF
             END-IF
           END-PERFORM.
           CLOSE INVENTORY-FILE.
           CLOSE HEADROOM-REPORT.

           PERFORM SAVEHIST.

      ****************************************************************
      *                                                              *
      *  Disconnect from queue manager (if not previously connected) *
      *                                                              *
      ****************************************************************
           IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING HCONN, COMPLETION-CODE, REASON

      *      report reason, if any
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC ended with reason code ' REASON
             END-IF
           END-IF.

           DISPLAY QUEUE-COUNT ' queues, ' MEASURED-COUNT
               ' measured, ' LISTED-COUNT ' within '
               PARM-HEADROOM-PCT '% of a limit (' LIMIT-LINE-COUNT
               ' limits)'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE MEASURED-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0MSZ0 end'.
           IF LISTED-COUNT IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Find out what kind of queue an inventory entry is and      *
      *   sample its messages where they can be seen - on the queue  *
      *   itself, or for a remote queue on its transmission queue    *
      *                                                              *
      ****************************************************************
       ROUTEQ.
           ADD 1 TO QUEUE-COUNT.
           MOVE 0 TO SAMPLE-COUNT.
           MOVE 0 TO LIVE-Q-TYPE.
           MOVE SPACES TO CHAR-ATTRS.
           MOVE QI-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' QI-QUEUE-NAME
           ELSE
             MOVE 1 TO SELECT-COUNT
             MOVE 1 TO INT-ATTR-COUNT
             MOVE 0 TO CHAR-ATTR-LENGTH
             MOVE MQIA-Q-TYPE TO SELECTOR(1)
             CALL 'MQINQ'
              USING HCONN, Q-HANDLE,
              SELECT-COUNT, SELECTOR-TABLE,
              INT-ATTR-COUNT, INT-ATTR-TABLE,
              CHAR-ATTR-LENGTH, CHAR-ATTRS,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
               MOVE INT-ATTR(1) TO LIVE-Q-TYPE
             END-IF
             IF LIVE-Q-TYPE IS EQUAL TO MQQT-REMOTE
               MOVE 3 TO SELECT-COUNT
               MOVE 0 TO INT-ATTR-COUNT
               MOVE 144 TO CHAR-ATTR-LENGTH
               MOVE MQCA-REMOTE-Q-MGR-NAME TO SELECTOR(1)
               MOVE MQCA-REMOTE-Q-NAME TO SELECTOR(2)
               MOVE MQCA-XMIT-Q-NAME TO SELECTOR(3)
               CALL 'MQINQ'
                USING HCONN, Q-HANDLE,
                SELECT-COUNT, SELECTOR-TABLE,
                INT-ATTR-COUNT, INT-ATTR-TABLE,
                CHAR-ATTR-LENGTH, CHAR-ATTRS,
                COMPLETION-CODE, REASON
               IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
                 DISPLAY 'MQINQ (remote attrs) ended with reason '
                     'code ' REASON ' for ' QI-QUEUE-NAME
                 MOVE 0 TO LIVE-Q-TYPE
               END-IF
      **       the transmission queue defaults to the remote queue
      **       manager's name when the definition leaves it blank
               IF CA-XMITQ-NAME IS EQUAL TO SPACES
                 MOVE CA-REMOTE-QMGR-NAME TO CA-XMITQ-NAME
               END-IF
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

           EVALUATE LIVE-Q-TYPE
             WHEN MQQT-LOCAL
               MOVE QI-QUEUE-NAME TO BROWSE-QUEUE-NAME
               MOVE 'N' TO XQH-FILTER-SWITCH
               PERFORM SAMPLEQ
             WHEN MQQT-REMOTE
               MOVE CA-XMITQ-NAME TO BROWSE-QUEUE-NAME
               MOVE 'Y' TO XQH-FILTER-SWITCH
               PERFORM SAMPLEQ
      **     an alias is measured through the queue it resolves to
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF SAMPLE-COUNT IS GREATER THAN 0
             ADD 1 TO MEASURED-COUNT
             PERFORM EVALQ
           END-IF.

      ****************************************************************
      *                                                              *
      *   Browse up to the sample size of messages, keeping their    *
      *   lengths in order.  On a transmission queue only the        *
      *   messages for this remote queue count, and no more than ten *
      *   times the sample size are looked at                        *
      *                                                              *
      ****************************************************************
       SAMPLEQ.
           MOVE BROWSE-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN (browse) ended with reason code ' REASON
                 ' for ' BROWSE-QUEUE-NAME
           ELSE
             IF XQH-FILTER-SWITCH IS EQUAL TO 'Y'
               COMPUTE BROWSE-LIMIT = PARM-SAMPLE-SIZE * 10
             ELSE
               MOVE PARM-SAMPLE-SIZE TO BROWSE-LIMIT
             END-IF
             MOVE 0 TO BROWSED-COUNT
             MOVE 'N' TO END-OF-BROWSE-SWITCH
             ADD MQGMO-NO-WAIT MQGMO-BROWSE-FIRST
                 MQGMO-ACCEPT-TRUNCATED-MSG
                       GIVING MQGMO-OPTIONS
             MOVE 0 TO MQGMO-WAITINTERVAL
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-BROWSE-SWITCH IS EQUAL TO 'Y'
               MOVE MQMI-NONE TO MQMD-MSGID
               MOVE MQCI-NONE TO MQMD-CORRELID
               MOVE SPACES TO BUFFER
               CALL 'MQGET'
                USING HCONN, Q-HANDLE,
                MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
                BUFFER-LENGTH, BUFFER, DATA-LENGTH,
                COMPLETION-CODE, REASON
               IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
                 ADD 1 TO BROWSED-COUNT
                 IF XQH-FILTER-SWITCH IS EQUAL TO 'Y'
                   IF XQH-REMOTE-Q-NAME IS EQUAL TO CA-REMOTE-Q-NAME
                   AND XQH-REMOTE-QMGR-NAME IS EQUAL TO
                       CA-REMOTE-QMGR-NAME
                     COMPUTE SAMPLE-NEW-LENGTH =
                         DATA-LENGTH - XQH-LENGTH
                     PERFORM ADDLEN
                   END-IF
                 ELSE
                   MOVE DATA-LENGTH TO SAMPLE-NEW-LENGTH
                   PERFORM ADDLEN
                 END-IF
                 IF SAMPLE-COUNT IS NOT LESS THAN PARM-SAMPLE-SIZE
                 OR BROWSED-COUNT IS NOT LESS THAN BROWSE-LIMIT
                   MOVE 'Y' TO END-OF-BROWSE-SWITCH
                 END-IF
                 ADD MQGMO-NO-WAIT MQGMO-BROWSE-NEXT
                     MQGMO-ACCEPT-TRUNCATED-MSG
                           GIVING MQGMO-OPTIONS
               ELSE
                 MOVE 'Y' TO END-OF-BROWSE-SWITCH
                 IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
                   DISPLAY 'MQGET (browse) ended with reason code '
                       REASON ' for ' BROWSE-QUEUE-NAME
                 END-IF
               END-IF
             END-PERFORM
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   Insert one measured length into the ascending sample       *
      *                                                              *
      ****************************************************************
       ADDLEN.
           IF SAMPLE-NEW-LENGTH IS LESS THAN 0
             MOVE 0 TO SAMPLE-NEW-LENGTH
           END-IF.
           ADD 1 TO SAMPLE-COUNT.
           MOVE SAMPLE-COUNT TO SAMPLE-INDEX.
           MOVE 'N' TO SAMPLE-PLACED-SWITCH.
           PERFORM UNTIL SAMPLE-PLACED-SWITCH IS EQUAL TO 'Y'
             IF SAMPLE-INDEX IS EQUAL TO 1
               MOVE 'Y' TO SAMPLE-PLACED-SWITCH
             ELSE
               IF SAMPLE-LENGTH(SAMPLE-INDEX - 1) IS NOT GREATER THAN
                   SAMPLE-NEW-LENGTH
                 MOVE 'Y' TO SAMPLE-PLACED-SWITCH
               ELSE
                 MOVE SAMPLE-LENGTH(SAMPLE-INDEX - 1)
                   TO SAMPLE-LENGTH(SAMPLE-INDEX)
                 SUBTRACT 1 FROM SAMPLE-INDEX
               END-IF
             END-IF
           END-PERFORM.
           MOVE SAMPLE-NEW-LENGTH TO SAMPLE-LENGTH(SAMPLE-INDEX).

      ****************************************************************
      *                                                              *
      *   Work out the queue's largest length, 99th percentile and   *
      *   growth, then hold it to every limit on its route           *
      *                                                              *
      ****************************************************************
       EVALQ.
           MOVE SAMPLE-LENGTH(SAMPLE-COUNT) TO QUEUE-LARGEST.
           COMPUTE PERCENTILE-INDEX = (SAMPLE-COUNT * 99 + 99) / 100.
           MOVE SAMPLE-LENGTH(PERCENTILE-INDEX)
             TO QUEUE-PERCENTILE-99.

           MOVE 0 TO HISTORY-MATCH-INDEX.
           PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX > HISTORY-COUNT
             IF HS-QUEUE-NAME(HISTORY-INDEX) IS EQUAL TO QI-QUEUE-NAME
               MOVE HISTORY-INDEX TO HISTORY-MATCH-INDEX
               MOVE HISTORY-COUNT TO HISTORY-INDEX
             END-IF
           END-PERFORM.
           MOVE 'N' TO QUEUE-GROWTH-SWITCH.
           IF HISTORY-MATCH-INDEX IS GREATER THAN 0
             IF HS-PERCENTILE-99(HISTORY-MATCH-INDEX)
                 IS GREATER THAN 0
               COMPUTE QUEUE-GROWTH-PCT =
                   (QUEUE-PERCENTILE-99
                    - HS-PERCENTILE-99(HISTORY-MATCH-INDEX)) * 100
                   / HS-PERCENTILE-99(HISTORY-MATCH-INDEX)
               MOVE 'Y' TO QUEUE-GROWTH-SWITCH
             END-IF
           ELSE
             IF HISTORY-COUNT IS LESS THAN 1000
               ADD 1 TO HISTORY-COUNT
               MOVE HISTORY-COUNT TO HISTORY-MATCH-INDEX
               MOVE QI-QUEUE-NAME
                 TO HS-QUEUE-NAME(HISTORY-MATCH-INDEX)
             ELSE
               DISPLAY 'history table full - ' QI-QUEUE-NAME
                   ' not kept'
             END-IF
           END-IF.
           IF HISTORY-MATCH-INDEX IS GREATER THAN 0
             MOVE QUEUE-LARGEST TO HS-LARGEST(HISTORY-MATCH-INDEX)
             MOVE QUEUE-PERCENTILE-99
               TO HS-PERCENTILE-99(HISTORY-MATCH-INDEX)
             MOVE WS-DATE TO HS-SAMPLE-DATE(HISTORY-MATCH-INDEX)
           END-IF.

      **   size dead letters are logged against the destination the
      **   message was addressed to - for a remote queue that may be
      **   either its own name or the name on the remote side
           MOVE 0 TO QUEUE-DEAD-COUNT.
           PERFORM VARYING DEAD-INDEX FROM 1 BY 1
               UNTIL DEAD-INDEX > DEAD-COUNT
             IF DL-DEST-QUEUE-NAME(DEAD-INDEX) IS EQUAL TO
                 QI-QUEUE-NAME
             OR (LIVE-Q-TYPE IS EQUAL TO MQQT-REMOTE
                 AND DL-DEST-QUEUE-NAME(DEAD-INDEX) IS EQUAL TO
                     CA-REMOTE-Q-NAME
                 AND CA-REMOTE-Q-NAME IS NOT EQUAL TO QI-QUEUE-NAME)
               ADD DL-DEAD-COUNT(DEAD-INDEX) TO QUEUE-DEAD-COUNT
             END-IF
           END-PERFORM.

           MOVE 'N' TO QUEUE-LISTED-SWITCH.
           IF LIVE-Q-TYPE IS EQUAL TO MQQT-LOCAL
             MOVE QI-QUEUE-NAME TO LOOKUP-QUEUE-NAME
             PERFORM FINDBASE
             MOVE 'QUEUE' TO LIMIT-TYPE
             MOVE QI-QUEUE-NAME TO LIMIT-OBJECT
             MOVE LOOKUP-MAX-MSG-LENGTH TO LIMIT-VALUE
             MOVE QUEUE-LARGEST TO LIMIT-MEASURED-LENGTH
             PERFORM CHKLIMIT
           ELSE
             MOVE CA-XMITQ-NAME TO LOOKUP-QUEUE-NAME
             PERFORM FINDBASE
             MOVE 'XMITQ' TO LIMIT-TYPE
             MOVE CA-XMITQ-NAME TO LIMIT-OBJECT
             MOVE LOOKUP-MAX-MSG-LENGTH TO LIMIT-VALUE
             COMPUTE LIMIT-MEASURED-LENGTH =
                 QUEUE-LARGEST + XQH-LENGTH
             PERFORM CHKLIMIT

             PERFORM FINDCHAN
             MOVE 'CHANNEL' TO LIMIT-TYPE
             MOVE SERVING-CHANNEL-NAME TO LIMIT-OBJECT
             MOVE SERVING-MAX-MSG-LENGTH TO LIMIT-VALUE
             COMPUTE LIMIT-MEASURED-LENGTH =
                 QUEUE-LARGEST + XQH-LENGTH
             PERFORM CHKLIMIT

             MOVE CA-REMOTE-Q-NAME TO LOOKUP-QUEUE-NAME
             PERFORM FINDBASE
             MOVE 'DESTQ' TO LIMIT-TYPE
             MOVE CA-REMOTE-Q-NAME TO LIMIT-OBJECT
             MOVE LOOKUP-MAX-MSG-LENGTH TO LIMIT-VALUE
             MOVE QUEUE-LARGEST TO LIMIT-MEASURED-LENGTH
             PERFORM CHKLIMIT
           END-IF.
           IF QUEUE-LISTED-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO LISTED-COUNT
           END-IF.

      ****************************************************************
      *                                                              *
      *   List one limit when the largest message is within the      *
      *   headroom percentage of it (or already past it).  A limit   *
      *   of zero is one the baseline or extract does not carry      *
      *                                                              *
      ****************************************************************
       CHKLIMIT.
           IF LIMIT-VALUE IS GREATER THAN 0
             COMPUTE LIMIT-HEADROOM-PCT =
                 (LIMIT-VALUE - LIMIT-MEASURED-LENGTH) * 100
                 / LIMIT-VALUE
             IF LIMIT-HEADROOM-PCT IS LESS THAN PARM-HEADROOM-PCT
               MOVE 'Y' TO QUEUE-LISTED-SWITCH
               ADD 1 TO LIMIT-LINE-COUNT
               MOVE SPACES TO HEADROOM-REPORT-RECORD
               MOVE RUN-TIMESTAMP TO MR-TIMESTAMP
               MOVE QI-QUEUE-NAME TO MR-QUEUE-NAME
               MOVE SAMPLE-COUNT TO MR-SAMPLED
               MOVE QUEUE-LARGEST TO MR-LARGEST
               MOVE QUEUE-PERCENTILE-99 TO MR-PERCENTILE-99
               IF QUEUE-GROWTH-SWITCH IS EQUAL TO 'Y'
                 MOVE QUEUE-GROWTH-PCT TO MR-GROWTH-PCT
               ELSE
                 MOVE '   NEW' TO MR-GROWTH-TEXT
               END-IF
               MOVE LIMIT-TYPE TO MR-LIMIT-TYPE
               MOVE LIMIT-OBJECT TO MR-LIMIT-OBJECT
               MOVE LIMIT-VALUE TO MR-LIMIT
               MOVE LIMIT-HEADROOM-PCT TO MR-HEADROOM-PCT
               MOVE QUEUE-DEAD-COUNT TO MR-DEAD-COUNT
               WRITE HEADROOM-REPORT-RECORD
               DISPLAY QI-QUEUE-NAME(1:32) ' ' LIMIT-TYPE ' '
                   LIMIT-OBJECT(1:24) ' headroom ' MR-HEADROOM-PCT
                   '%'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The baseline maximum message length of LOOKUP-QUEUE-NAME,  *
      *   or zero                                                    *
      *                                                              *
      ****************************************************************
       FINDBASE.
           MOVE 0 TO LOOKUP-MAX-MSG-LENGTH.
           PERFORM VARYING BASELINE-INDEX FROM 1 BY 1
               UNTIL BASELINE-INDEX > BASELINE-COUNT
             IF BS-QUEUE-NAME(BASELINE-INDEX) IS EQUAL TO
                 LOOKUP-QUEUE-NAME
               MOVE BS-MAX-MSG-LENGTH(BASELINE-INDEX)
                 TO LOOKUP-MAX-MSG-LENGTH
               MOVE BASELINE-COUNT TO BASELINE-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The channel whose transmission queue matches, or spaces    *
      *                                                              *
      ****************************************************************
       FINDCHAN.
           MOVE SPACES TO SERVING-CHANNEL-NAME.
           MOVE 0 TO SERVING-MAX-MSG-LENGTH.
           PERFORM VARYING CHANNEL-INDEX FROM 1 BY 1
               UNTIL CHANNEL-INDEX > CHANNEL-COUNT
             IF CH-XMITQ-NAME(CHANNEL-INDEX) IS EQUAL TO
                 CA-XMITQ-NAME
               MOVE CH-CHANNEL-NAME(CHANNEL-INDEX)
                 TO SERVING-CHANNEL-NAME
               MOVE CH-MAX-MSG-LENGTH(CHANNEL-INDEX)
                 TO SERVING-MAX-MSG-LENGTH
               MOVE CHANNEL-COUNT TO CHANNEL-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Rewrite the history with this run's lengths                *
      *                                                              *
      ****************************************************************
       SAVEHIST.
           OPEN OUTPUT SIZE-HISTORY.
           PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX > HISTORY-COUNT
             MOVE SPACES TO SIZE-HISTORY-RECORD
             MOVE HS-QUEUE-NAME(HISTORY-INDEX) TO MH-QUEUE-NAME
             MOVE HS-LARGEST(HISTORY-INDEX) TO MH-LARGEST
             MOVE HS-PERCENTILE-99(HISTORY-INDEX) TO MH-PERCENTILE-99
             MOVE HS-SAMPLE-DATE(HISTORY-INDEX) TO MH-SAMPLE-DATE
             WRITE SIZE-HISTORY-RECORD
           END-PERFORM.
           CLOSE SIZE-HISTORY.

      ****************************************************************
      *                                                              *
      *   Load the baseline maximum message lengths                  *
      *                                                              *
      ****************************************************************
       LOADBASE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT QUEUE-BASELINE.
           IF QUEUE-BASELINE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no QBASE.DAT on hand - queue limits cannot be '
                 'checked'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ QUEUE-BASELINE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF QB-QUEUE-NAME IS NOT EQUAL TO SPACES
                 AND QB-MAX-MSG-LENGTH IS NUMERIC
                   IF BASELINE-COUNT IS LESS THAN 1000
                     ADD 1 TO BASELINE-COUNT
                     MOVE QB-QUEUE-NAME
                       TO BS-QUEUE-NAME(BASELINE-COUNT)
                     MOVE QB-MAX-MSG-LENGTH
                       TO BS-MAX-MSG-LENGTH(BASELINE-COUNT)
                   ELSE
                     DISPLAY 'baseline table full - ' QB-QUEUE-NAME
                         ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF QUEUE-BASELINE-STATUS IS EQUAL TO '00'
           OR QUEUE-BASELINE-STATUS IS EQUAL TO '10'
             CLOSE QUEUE-BASELINE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the channels that serve a transmission queue, with    *
      *   their maximum message lengths                              *
      *                                                              *
      ****************************************************************
       LOADCHAN.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHANNEL-EXTRACT.
           IF CHANNEL-EXTRACT-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no CHANEXT.DAT on hand - channel limits cannot '
                 'be checked'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANNEL-EXTRACT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF CHANNEL-COUNT IS LESS THAN 200
                 AND CE-XMITQ-NAME IS NOT EQUAL TO SPACES
                   ADD 1 TO CHANNEL-COUNT
                   MOVE CE-CHANNEL-NAME
                     TO CH-CHANNEL-NAME(CHANNEL-COUNT)
                   MOVE CE-XMITQ-NAME
                     TO CH-XMITQ-NAME(CHANNEL-COUNT)
      **           an extract without the column leaves the channel
      **           limit unchecked
                   IF CE-MAX-MSG-LENGTH IS NUMERIC
                     MOVE CE-MAX-MSG-LENGTH
                       TO CH-MAX-MSG-LENGTH(CHANNEL-COUNT)
                   ELSE
                     MOVE 0 TO CH-MAX-MSG-LENGTH(CHANNEL-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF CHANNEL-EXTRACT-STATUS IS EQUAL TO '00'
           OR CHANNEL-EXTRACT-STATUS IS EQUAL TO '10'
             CLOSE CHANNEL-EXTRACT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the previous run's lengths                            *
      *                                                              *
      ****************************************************************
       LOADHIST.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT SIZE-HISTORY.
           IF SIZE-HISTORY-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ SIZE-HISTORY
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF HISTORY-COUNT IS LESS THAN 1000
                 AND MH-PERCENTILE-99 IS NUMERIC
                 AND MH-LARGEST IS NUMERIC
                   ADD 1 TO HISTORY-COUNT
                   MOVE MH-QUEUE-NAME TO HS-QUEUE-NAME(HISTORY-COUNT)
                   MOVE MH-LARGEST TO HS-LARGEST(HISTORY-COUNT)
                   MOVE MH-PERCENTILE-99
                     TO HS-PERCENTILE-99(HISTORY-COUNT)
                   MOVE MH-SAMPLE-DATE
                     TO HS-SAMPLE-DATE(HISTORY-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           IF SIZE-HISTORY-STATUS IS EQUAL TO '00'
           OR SIZE-HISTORY-STATUS IS EQUAL TO '10'
             CLOSE SIZE-HISTORY
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold the recent size dead letters (reasons 2010, 2030 and  *
      *   2218) by destination                                       *
      *                                                              *
      ****************************************************************
       LOADDEAD.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT OUTCOME-LOG.
           IF OUTCOME-LOG-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ OUTCOME-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF OUT-REASON IS NUMERIC
                 AND OUT-TIMESTAMP(1:8) IS NUMERIC
                 AND (OUT-REASON IS EQUAL TO MQRC-DATA-LENGTH-ERROR
                   OR OUT-REASON IS EQUAL TO MQRC-MSG-TOO-BIG-FOR-Q
                   OR OUT-REASON IS EQUAL TO
                      MQRC-MSG-TOO-BIG-FOR-CHANNEL)
                   MOVE OUT-TIMESTAMP(1:8) TO RECORD-DATE
                   MOVE RECORD-DATE(1:4) TO WS-DATE-YEAR
                   MOVE RECORD-DATE(5:2) TO WS-DATE-MONTH
                   MOVE RECORD-DATE(7:2) TO WS-DATE-DAY
                   COMPUTE RECORD-ORDINAL =
                       WS-DATE-YEAR * 360 + WS-DATE-MONTH * 30
                       + WS-DATE-DAY
                   IF RECORD-ORDINAL IS NOT LESS THAN CUTOFF-ORDINAL
                     PERFORM FOLDDEAD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF OUTCOME-LOG-STATUS IS EQUAL TO '00'
           OR OUTCOME-LOG-STATUS IS EQUAL TO '10'
             CLOSE OUTCOME-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Count one size dead letter against its destination         *
      *                                                              *
      ****************************************************************
       FOLDDEAD.
           MOVE 0 TO DEAD-MATCH-INDEX.
           PERFORM VARYING DEAD-INDEX FROM 1 BY 1
               UNTIL DEAD-INDEX > DEAD-COUNT
             IF DL-DEST-QUEUE-NAME(DEAD-INDEX) IS EQUAL TO
                 OUT-DEST-QUEUE-NAME
               MOVE DEAD-INDEX TO DEAD-MATCH-INDEX
               MOVE DEAD-COUNT TO DEAD-INDEX
             END-IF
           END-PERFORM.
           IF DEAD-MATCH-INDEX IS GREATER THAN 0
             ADD 1 TO DL-DEAD-COUNT(DEAD-MATCH-INDEX)
           ELSE
             IF DEAD-COUNT IS LESS THAN 500
               ADD 1 TO DEAD-COUNT
               MOVE OUT-DEST-QUEUE-NAME
                 TO DL-DEST-QUEUE-NAME(DEAD-COUNT)
               MOVE 1 TO DL-DEAD-COUNT(DEAD-COUNT)
             ELSE
               DISPLAY 'dead-letter table full - '
                   OUT-DEST-QUEUE-NAME ' skipped'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0MSZ0                                              *
      *                                                              *
      ****************************************************************
