       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0TFM0                                       *
      *                                                              *
      * Description: Inter-queue-manager traffic matrix - sampled    *
      *              transmission-queue traffic per link, with a     *
      *              monthly matrix, peak hour and growth report     *
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
      *   AMQ0TFM0 puts numbers behind network capacity planning -   *
      *   messages and bytes per day between each pair of queue      *
      *   managers - from nothing more than the transmission queues  *
      *   the estate already has.  The scheduler runs it repeatedly  *
      *   through the day, as it runs AMQ0IDS0:                      *
      *                                                              *
      *      -- SAMPLE mode (the default) MQCONNXes to every queue   *
      *         manager in CCXCTL.DAT and, on each, opens every      *
      *         transmission queue CHANEXT.DAT names (a queue the    *
      *         queue manager does not have is simply not its        *
      *         link).  The queue is browsed to its tail, totalling  *
      *         the message lengths, and the traffic sent since the  *
      *         last sample is estimated from the tail message the   *
      *         last sample remembered:                              *
      *            .  still queued at position p - the messages      *
      *               ahead of it, last depth less p, were sent,     *
      *               and their bytes are the last total less the    *
      *               lengths now ahead of it                        *
      *            .  gone - the whole of the last depth and bytes   *
      *               were sent                                      *
      *            .  no tail known (empty queue, browse limit       *
      *               reached) - the fall in depth was sent, at the  *
      *               link's average sampled message length          *
      *         The estimate is added to the hour of the day the     *
      *         sample ran in, per link, in TRFSTA.DAT.  When the    *
      *         date changes each completed day is appended to the   *
      *         daily traffic matrix TRFDAY.DAT - one line per       *
      *         source and destination queue manager per day, with   *
      *         the day's messages and bytes and the 24 hourly       *
      *         figures                                              *
      *                                                              *
      *      -- REPORT mode writes the month's matrix to TRFRPT.DAT: *
      *         messages and kilobytes from each source (down) to    *
      *         each destination (across), then per link the days    *
      *         sampled, month and daily-average totals, the peak    *
      *         hour by bytes, and the month-on-month growth in      *
      *         bytes against the month before                       *
      *                                                              *
      *   The figures are estimates and lower bounds: a message put  *
      *   and sent between two samples never shows on the queue,     *
      *   and when the remembered tail has gone the traffic that     *
      *   arrived and left behind it is not seen.  Sample a busy     *
      *   link often enough that its queue is rarely emptied between *
      *   samples - every few minutes for the busiest.               *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the run mode (and the report month)           *
      *         load TRFSTA.DAT; append completed days to            *
      *         TRFDAY.DAT                                           *
      *         SAMPLE: load CCXCTL.DAT and CHANEXT.DAT; per queue   *
      *         manager MQCONNX, browse each transmission queue it   *
      *         has and estimate the traffic sent, MQDISC            *
      *         REPORT: fold TRFDAY.DAT for the month and the month  *
      *         before; write the matrix and the link lines          *
      *         rewrite TRFSTA.DAT                                   *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0TFM0 parameters (job parameters, ARGUMENT-NUMBER/      *
      *   ARGUMENT-VALUE):                                           *
      *     1 - run mode, SAMPLE or REPORT (optional, default        *
      *         SAMPLE)                                              *
      *     2 - report month YYYYMM (REPORT only; optional, default  *
      *         the month just ended)                                *
      *                                                              *
      *   Return code 0 when the run completed, 1 when the run mode  *
      *   is not recognised                                          *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0TFM0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the estate's client-connection definitions, one per line
           SELECT CONNECTION-LIST-FILE ASSIGN TO 'CCXCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONNECTION-LIST-STATUS.

      ** the channel-definition extract - names each transmission
      ** queue and its destination queue manager
           SELECT CHANNEL-EXTRACT ASSIGN TO 'CHANEXT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHANNEL-EXTRACT-STATUS.

      ** the collector's state per link, rewritten every run
           SELECT TRAFFIC-STATE-FILE ASSIGN TO 'TRFSTA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRAFFIC-STATE-STATUS.

      ** the daily traffic matrix, one line per link per day
           SELECT TRAFFIC-DAY-FILE ASSIGN TO 'TRFDAY.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRAFFIC-DAY-STATUS.

      ** the monthly traffic report
           SELECT TRAFFIC-REPORT ASSIGN TO 'TRFRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRAFFIC-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONNECTION-LIST-FILE.
       01 CONNECTION-LIST-RECORD.
          05 CL-QMGR-NAME              PIC X(48).
          05 CL-CHANNEL-NAME           PIC X(20).
          05 CL-CONNECTION-NAME        PIC X(264).

       FD  CHANNEL-EXTRACT.
       01 CHANNEL-EXTRACT-RECORD.
          05 CE-CHANNEL-NAME           PIC X(20).
          05 CE-CHANNEL-TYPE           PIC 9(9).
          05 CE-TRANSPORT-TYPE         PIC 9(9).
          05 CE-QMGR-NAME              PIC X(48).
          05 CE-XMITQ-NAME             PIC X(48).
          05 FILLER                    PIC X(141).

       FD  TRAFFIC-STATE-FILE.
       01 TRAFFIC-STATE-RECORD.
          05 TFS-SOURCE-QMGR           PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFS-XMITQ-NAME            PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFS-DEST-QMGR             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFS-LAST-STAMP            PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFS-LAST-DEPTH            PIC 9(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFS-LAST-BYTES            PIC 9(15).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFS-TAIL-MSGID            PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFS-AVG-LENGTH            PIC 9(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFS-DAY                   PIC X(8).
          05 TFS-HOUR OCCURS 24 TIMES.
             10 FILLER                 PIC X.
             10 TFS-HOUR-MSGS          PIC 9(9).
             10 FILLER                 PIC X.
             10 TFS-HOUR-BYTES         PIC 9(13).

       FD  TRAFFIC-DAY-FILE.
       01 TRAFFIC-DAY-RECORD.
          05 TFD-DAY                   PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFD-SOURCE-QMGR           PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFD-DEST-QMGR             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFD-DAY-MSGS              PIC 9(11).
          05 FILLER                    PIC X VALUE SPACE.
          05 TFD-DAY-BYTES             PIC 9(15).
          05 TFD-HOUR OCCURS 24 TIMES.
             10 FILLER                 PIC X.
             10 TFD-HOUR-MSGS          PIC 9(9).
             10 FILLER                 PIC X.
             10 TFD-HOUR-BYTES         PIC 9(13).

       FD  TRAFFIC-REPORT.
       01 TRAFFIC-REPORT-RECORD        PIC X(132).

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
      * Client channel definition, used by MQCONNX - the reusable
      * pairing AMQ0CCX0's CONNX paragraph established
       01 CLIENT-CHANNEL-DEFINITION.
          COPY cmqcdv.
      * Connect options, paired with the MQCD above for MQCONNX
       01 CONNECT-OPTIONS.
          COPY cmqcnov.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

      ** MQINQ of MQIA-CURRENT-Q-DEPTH, the same selector table
      ** shape AMQ0QDM0 uses
       01 SELECT-COUNT               PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(4).

      ** the browse only wants each message's length, so a short
      ** buffer with truncation accepted is enough
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 256.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 BUFFER                     PIC X(256).
       01 BROWSE-LIMIT               PIC 9(7) VALUE 5000.

       01 CONNECTION-LIST-STATUS     PIC XX VALUE '00'.
       01 CHANNEL-EXTRACT-STATUS     PIC XX VALUE '00'.
       01 TRAFFIC-STATE-STATUS       PIC XX VALUE '00'.
       01 TRAFFIC-DAY-STATUS         PIC XX VALUE '00'.
       01 TRAFFIC-REPORT-STATUS      PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.
       01 BROWSE-COMPLETE-SWITCH     PIC X VALUE 'N'.
       01 MARKER-SEARCH-SWITCH       PIC X VALUE 'N'.

      ** job parameters
       01 PARM-RUN-MODE              PIC X(8) VALUE SPACES.
       01 PARM-MONTH                 PIC X(6) VALUE SPACES.

      ** the client connections, loaded once
       01 CONNECTION-TABLE.
          02 CONNECTION-ENTRY OCCURS 100 TIMES.
             05 CT-QMGR-NAME          PIC X(48).
             05 CT-CHANNEL-NAME       PIC X(20).
             05 CT-CONNECTION-NAME    PIC X(264).
       01 CONNECTION-COUNT           PIC S9(9) BINARY VALUE 0.
       01 CONNECTION-INDEX           PIC S9(9) BINARY.

      ** the transmission queues the extract names, loaded once
       01 EXTRACT-TABLE.
          02 EXTRACT-ENTRY OCCURS 200 TIMES.
             05 XT-XMITQ-NAME         PIC X(48).
             05 XT-DEST-QMGR          PIC X(48).
       01 EXTRACT-COUNT              PIC S9(9) BINARY VALUE 0.
       01 EXTRACT-INDEX              PIC S9(9) BINARY.
       01 EXTRACT-MATCH-INDEX        PIC S9(9) BINARY.

      ** the collector's state per link (source queue manager and
      ** transmission queue), loaded once and rewritten
       01 STATE-TABLE.
          02 STATE-ENTRY OCCURS 200 TIMES.
             05 ST-SOURCE-QMGR        PIC X(48).
             05 ST-XMITQ-NAME         PIC X(48).
             05 ST-DEST-QMGR          PIC X(48).
             05 ST-LAST-STAMP         PIC X(17).
             05 ST-LAST-DEPTH         PIC 9(9).
             05 ST-LAST-BYTES         PIC 9(15).
             05 ST-TAIL-MSGID         PIC X(48).
             05 ST-AVG-LENGTH         PIC 9(9).
             05 ST-DAY                PIC X(8).
             05 ST-HOUR OCCURS 24 TIMES.
                10 ST-HOUR-MSGS       PIC 9(9).
                10 ST-HOUR-BYTES      PIC 9(13).
       01 STATE-COUNT                PIC S9(9) BINARY VALUE 0.
       01 STATE-INDEX                PIC S9(9) BINARY.
       01 STATE-MATCH-INDEX          PIC S9(9) BINARY.

      ** completed days being appended to TRFDAY.DAT - two
      ** transmission queues between the same pair make one line
       01 DAY-TABLE.
          02 DAY-ENTRY OCCURS 200 TIMES.
             05 DT-DAY                PIC X(8).
             05 DT-SOURCE-QMGR        PIC X(48).
             05 DT-DEST-QMGR          PIC X(48).
             05 DT-DAY-MSGS           PIC 9(11).
             05 DT-DAY-BYTES          PIC 9(15).
             05 DT-HOUR OCCURS 24 TIMES.
                10 DT-HOUR-MSGS       PIC 9(9).
                10 DT-HOUR-BYTES      PIC 9(13).
       01 DAY-COUNT                  PIC S9(9) BINARY VALUE 0.
       01 DAY-INDEX                  PIC S9(9) BINARY.
       01 DAY-MATCH-INDEX            PIC S9(9) BINARY.
       01 HOUR-INDEX                 PIC S9(9) BINARY.

      ** the links folded from TRFDAY.DAT for the report; month 1
      ** is the report month, month 2 the month before
       01 PAIR-TABLE.
          02 PAIR-ENTRY OCCURS 200 TIMES.
             05 PT-SOURCE-QMGR        PIC X(48).
             05 PT-DEST-QMGR          PIC X(48).
             05 PT-MONTH OCCURS 2 TIMES.
                10 PT-MSGS            PIC 9(13).
                10 PT-BYTES           PIC 9(17).
             05 PT-DAYS               PIC 9(3).
             05 PT-PEAK-BYTES         PIC 9(13).
             05 PT-PEAK-MSGS          PIC 9(9).
             05 PT-PEAK-DAY           PIC X(8).
             05 PT-PEAK-HOUR          PIC 9(2).
       01 PAIR-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 PAIR-INDEX                 PIC S9(9) BINARY.
       01 PAIR-MATCH-INDEX           PIC S9(9) BINARY.
       01 MONTH-INDEX                PIC S9(9) BINARY.
       01 MONTH-YYYYMM OCCURS 2 TIMES PIC X(6).
       01 MONTH-YEAR                 PIC 9(4).
       01 MONTH-MONTH                PIC 9(2).
       01 CURRENT-MONTH              PIC X(6).
       01 WORK-SOURCE-QMGR           PIC X(48).
       01 WORK-DEST-QMGR             PIC X(48).

      ** the matrix axes - the report month's sources and
      ** destinations in order of first appearance, printed in
      ** bands of eight destination columns
       01 SOURCE-TABLE.
          02 SOURCE-ENTRY OCCURS 100 TIMES.
             05 SO-QMGR-NAME          PIC X(48).
       01 SOURCE-COUNT               PIC S9(9) BINARY VALUE 0.
       01 SOURCE-INDEX               PIC S9(9) BINARY.
       01 DEST-TABLE.
          02 DEST-ENTRY OCCURS 100 TIMES.
             05 DE-QMGR-NAME          PIC X(48).
       01 DEST-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 DEST-INDEX                 PIC S9(9) BINARY.
       01 BAND-START                 PIC S9(9) BINARY.
       01 BAND-END                   PIC S9(9) BINARY.
       01 COLUMN-POSITION            PIC S9(9) BINARY.
       01 AXIS-FOUND-SWITCH          PIC X VALUE 'N'.
       01 GRID-KIND                  PIC X(1).

      ** the measurement of one link this sample
       01 LIVE-DEPTH                 PIC S9(9) BINARY.
       01 BROWSED-COUNT              PIC 9(9) VALUE 0.
       01 QUEUE-BYTES                PIC 9(15) VALUE 0.
       01 MARKER-POSITION            PIC 9(9) VALUE 0.
       01 BYTES-TO-MARKER            PIC 9(15) VALUE 0.
       01 MARKER-BINARY              PIC X(24).
       01 TAIL-BINARY                PIC X(24).
       01 SENT-MSGS                  PIC S9(11) VALUE 0.
       01 SENT-BYTES                 PIC S9(15) VALUE 0.
       01 NOW-HOUR                   PIC 9(2).

      ** hexadecimal to and from the binary MSGID
       01 HEX-DIGITS                 PIC X(16)
                                     VALUE '0123456789ABCDEF'.
       01 HEX-BYTE-AREA              PIC X(1).
       01 HEX-BYTE-VALUE REDEFINES HEX-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 HEX-HIGH                   PIC S9(4) BINARY.
       01 HEX-LOW                    PIC S9(4) BINARY.
       01 HEX-INDEX                  PIC S9(9) BINARY.
       01 HEX-DIGIT-INDEX            PIC S9(9) BINARY.
       01 HEX-PAIR                   PIC S9(9) BINARY.
       01 HEX-ODD                    PIC S9(9) BINARY.
       01 HEX-VALID-SWITCH           PIC X VALUE 'Y'.
       01 HEX-TEXT                   PIC X(48).
       01 BINARY-ID                  PIC X(24).
       01 WORK-MSGID                 PIC X(24).
       01 MSGID-HEX                  PIC X(48).

      ** report figures and their edited forms
       01 KB-WORK                    PIC 9(15).
       01 PRIOR-KB-WORK              PIC 9(15).
       01 DAILY-WORK                 PIC 9(13).
       01 GROWTH-PERCENT             PIC S9(7).
       01 CELL-DISPLAY               PIC Z(10)9.
       01 DAYS-DISPLAY               PIC ZZ9.
       01 MSGS-DISPLAY               PIC Z(10)9.
       01 KB-DISPLAY                 PIC Z(10)9.
       01 DAILY-MSGS-DISPLAY         PIC Z(8)9.
       01 DAILY-KB-DISPLAY           PIC Z(8)9.
       01 PEAK-KB-DISPLAY            PIC Z(7)9.
       01 PRIOR-KB-DISPLAY           PIC Z(10)9.
       01 GROWTH-DISPLAY             PIC -(6)9.
       01 REPORT-LINE                PIC X(132).

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).
       01 LINK-COUNT                 PIC 9(7) VALUE 0.
       01 SAMPLED-COUNT              PIC 9(7) VALUE 0.
       01 QMGR-COUNT                 PIC 9(5) VALUE 0.
       01 QMGR-FAILED-COUNT          PIC 9(5) VALUE 0.
       01 DAY-WRITTEN-COUNT          PIC 9(7) VALUE 0.
       01 ROW-FOLDED-COUNT           PIC 9(7) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0TFM0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0TFM0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).
           MOVE WS-TIME(1:2) TO NOW-HOUR.
           MOVE WS-DATE(1:6) TO CURRENT-MONTH.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-RUN-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-RUN-MODE
           END-ACCEPT.
           IF PARM-RUN-MODE IS EQUAL TO SPACES
             MOVE 'SAMPLE' TO PARM-RUN-MODE
           END-IF.
           IF PARM-RUN-MODE IS NOT EQUAL TO 'SAMPLE'
           AND PARM-RUN-MODE IS NOT EQUAL TO 'REPORT'
             DISPLAY 'Run mode ' PARM-RUN-MODE
                 ' not recognised - SAMPLE or REPORT'
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MONTH FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-MONTH
           END-ACCEPT.

      ** a completed day is appended before anything else, so the
      ** report sees yesterday even when no sample has run today
           PERFORM LOADSTATE.
           PERFORM ROLLDAY.
      ** and the rolled state saved at once - a run that ends early
      ** must not leave the old day in the state to be appended again
           IF DAY-COUNT IS GREATER THAN 0
             PERFORM SAVESTATE
           END-IF.

           IF PARM-RUN-MODE IS EQUAL TO 'REPORT'
             PERFORM REPORTRUN
             MOVE ROW-FOLDED-COUNT TO RLG-RECORD-COUNT
             MOVE PAIR-COUNT TO LINK-COUNT
             DISPLAY LINK-COUNT ' links reported for '
                 MONTH-YYYYMM(1) ' compared with ' MONTH-YYYYMM(2)
                 ', ' ROW-FOLDED-COUNT ' daily lines folded'
           ELSE
             PERFORM SAMPLERUN
             MOVE SAMPLED-COUNT TO RLG-RECORD-COUNT
             DISPLAY SAMPLED-COUNT ' links sampled on ' QMGR-COUNT
                 ' queue managers, ' QMGR-FAILED-COUNT
                 ' not reached'
           END-IF.
           PERFORM SAVESTATE.

      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0TFM0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   One sampling pass: every transmission queue on every       *
      *   queue manager in CCXCTL.DAT                                *
      *                                                              *
      ****************************************************************
       SAMPLERUN.
           PERFORM LOADCCX.
           PERFORM LOADEXT.
           PERFORM VARYING CONNECTION-INDEX FROM 1 BY 1
               UNTIL CONNECTION-INDEX > CONNECTION-COUNT
             PERFORM CONNQM
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Connect to one queue manager over its client channel and   *
      *   sample the transmission queues it has                      *
      *                                                              *
      ****************************************************************
       CONNQM.
           ADD 1 TO QMGR-COUNT.
           MOVE CT-QMGR-NAME(CONNECTION-INDEX) TO QM-NAME.
           MOVE CT-CHANNEL-NAME(CONNECTION-INDEX) TO MQCD-CHANNELNAME.
           MOVE CT-CONNECTION-NAME(CONNECTION-INDEX)
             TO MQCD-CONNECTIONNAME.
           MOVE MQCHT-CLNTCONN TO MQCD-CHANNELTYPE.
           MOVE MQXPT-TCP TO MQCD-TRANSPORTTYPE.

           MOVE MQCNO-VERSION-2 TO MQCNO-VERSION.
           SET MQCNO-CLIENTCONNPTR
               TO ADDRESS OF CLIENT-CHANNEL-DEFINITION.
           CALL 'MQCONNX'
            USING QM-NAME, CONNECT-OPTIONS, HCONN,
            COMPLETION-CODE, CON-REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONNX to ' QM-NAME
                 ' ended with reason code ' CON-REASON
             ADD 1 TO QMGR-FAILED-COUNT
           ELSE
             PERFORM VARYING EXTRACT-INDEX FROM 1 BY 1
                 UNTIL EXTRACT-INDEX > EXTRACT-COUNT
      **       a queue manager's transmission queue to itself is
      **       not a link
               IF XT-DEST-QMGR(EXTRACT-INDEX) IS NOT EQUAL TO
                   CT-QMGR-NAME(CONNECTION-INDEX)
                 PERFORM SAMPLE1
               END-IF
             END-PERFORM
             IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
               CALL 'MQDISC'
                USING HCONN, COMPLETION-CODE, REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Sample one transmission queue - a queue this queue         *
      *   manager does not have is another queue manager's link      *
      *                                                              *
      ****************************************************************
       SAMPLE1.
           MOVE XT-XMITQ-NAME(EXTRACT-INDEX) TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INQUIRE MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             IF REASON IS NOT EQUAL TO MQRC-UNKNOWN-OBJECT-NAME
               DISPLAY 'MQOPEN ended with reason code ' REASON
                   ' for ' XT-XMITQ-NAME(EXTRACT-INDEX)(1:40)
                   ' on ' QM-NAME(1:20)
             END-IF
           ELSE
             ADD 1 TO LINK-COUNT
             PERFORM FINDSTAT
             IF STATE-MATCH-INDEX IS GREATER THAN 0
               PERFORM INQDEPTH
               IF LIVE-DEPTH IS NOT LESS THAN 0
                 PERFORM BROWSEQ
                 PERFORM MEASURE
                 ADD 1 TO SAMPLED-COUNT
               END-IF
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   Inquire the transmission queue's depth (-1 on failure)     *
      *                                                              *
      ****************************************************************
       INQDEPTH.
           MOVE -1 TO LIVE-DEPTH.
           MOVE MQIA-CURRENT-Q-DEPTH TO SELECTOR(1).
           CALL 'MQINQ'
            USING HCONN, Q-HANDLE,
            SELECT-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQINQ ended with reason code ' REASON
                 ' for ' XT-XMITQ-NAME(EXTRACT-INDEX)(1:40)
                 ' on ' QM-NAME(1:20)
           ELSE
             MOVE INT-ATTR(1) TO LIVE-DEPTH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Browse the queue to its tail, totalling the message        *
      *   lengths and looking for the tail the last sample saw.      *
      *   The browse count is the message's position                 *
      *                                                              *
      ****************************************************************
       BROWSEQ.
           MOVE 0 TO BROWSED-COUNT.
           MOVE 0 TO QUEUE-BYTES.
           MOVE 0 TO MARKER-POSITION.
           MOVE 0 TO BYTES-TO-MARKER.
           MOVE 'N' TO BROWSE-COMPLETE-SWITCH.
           MOVE 'N' TO MARKER-SEARCH-SWITCH.
           MOVE LOW-VALUES TO TAIL-BINARY.
           IF ST-TAIL-MSGID(STATE-MATCH-INDEX) IS NOT EQUAL TO SPACES
             MOVE ST-TAIL-MSGID(STATE-MATCH-INDEX) TO HEX-TEXT
             PERFORM HEXBIN
             IF HEX-VALID-SWITCH IS EQUAL TO 'Y'
               MOVE BINARY-ID TO MARKER-BINARY
               MOVE 'Y' TO MARKER-SEARCH-SWITCH
             END-IF
           END-IF.

           MOVE 'N' TO END-OF-BROWSE-SWITCH.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           ADD MQGMO-NO-WAIT MQGMO-BROWSE-FIRST
               MQGMO-ACCEPT-TRUNCATED-MSG
                     GIVING MQGMO-OPTIONS.
           MOVE 0 TO MQGMO-WAITINTERVAL.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-BROWSE-SWITCH IS EQUAL TO 'Y'
             MOVE 256 TO BUFFER-LENGTH
             CALL 'MQGET'
              USING HCONN, Q-HANDLE,
              MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
              BUFFER-LENGTH, BUFFER, DATA-LENGTH,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
               ADD 1 TO BROWSED-COUNT
               ADD DATA-LENGTH TO QUEUE-BYTES
               MOVE MQMD-MSGID TO TAIL-BINARY
               IF MARKER-SEARCH-SWITCH IS EQUAL TO 'Y'
               AND MARKER-POSITION IS EQUAL TO 0
               AND MQMD-MSGID IS EQUAL TO MARKER-BINARY
                 MOVE BROWSED-COUNT TO MARKER-POSITION
                 MOVE QUEUE-BYTES TO BYTES-TO-MARKER
               END-IF
               IF BROWSED-COUNT IS NOT LESS THAN BROWSE-LIMIT
                 MOVE 'Y' TO END-OF-BROWSE-SWITCH
               END-IF
               MOVE MQMI-NONE TO MQMD-MSGID
               MOVE MQCI-NONE TO MQMD-CORRELID
               ADD MQGMO-NO-WAIT MQGMO-BROWSE-NEXT
                   MQGMO-ACCEPT-TRUNCATED-MSG
                         GIVING MQGMO-OPTIONS
             ELSE
               MOVE 'Y' TO END-OF-BROWSE-SWITCH
               IF REASON IS EQUAL TO MQRC-NO-MSG-AVAILABLE
                 MOVE 'Y' TO BROWSE-COMPLETE-SWITCH
               ELSE
                 DISPLAY 'MQGET (browse) ended with reason code '
                     REASON ' for ' XT-XMITQ-NAME(EXTRACT-INDEX)(1:40)
               END-IF
             END-IF
           END-PERFORM.

      ** a complete browse is the depth the lengths and the tail
      ** belong to - messages may have come and gone since MQINQ
           IF BROWSE-COMPLETE-SWITCH IS EQUAL TO 'Y'
             MOVE BROWSED-COUNT TO LIVE-DEPTH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Estimate the traffic sent since the last sample, add it    *
      *   to this hour, and remember this sample for the next        *
      *                                                              *
      ****************************************************************
       MEASURE.
           MOVE 0 TO SENT-MSGS.
           MOVE 0 TO SENT-BYTES.
           IF ST-LAST-STAMP(STATE-MATCH-INDEX) IS NOT EQUAL TO SPACES
             EVALUATE TRUE
               WHEN MARKER-POSITION IS GREATER THAN 0
      **         the last tail is still queued - what was ahead of
      **         it and is not now was sent
                 COMPUTE SENT-MSGS = ST-LAST-DEPTH(STATE-MATCH-INDEX)
                     - MARKER-POSITION
                 COMPUTE SENT-BYTES =
                     ST-LAST-BYTES(STATE-MATCH-INDEX)
                     - BYTES-TO-MARKER
               WHEN MARKER-SEARCH-SWITCH IS EQUAL TO 'Y'
               AND BROWSE-COMPLETE-SWITCH IS EQUAL TO 'Y'
      **         the last tail has gone - everything queued then
      **         was sent
                 MOVE ST-LAST-DEPTH(STATE-MATCH-INDEX) TO SENT-MSGS
                 MOVE ST-LAST-BYTES(STATE-MATCH-INDEX) TO SENT-BYTES
               WHEN OTHER
      **         no tail to go by - the fall in depth was sent
                 COMPUTE SENT-MSGS = ST-LAST-DEPTH(STATE-MATCH-INDEX)
                     - LIVE-DEPTH
                 IF SENT-MSGS IS GREATER THAN 0
                   COMPUTE SENT-BYTES = SENT-MSGS
                       * ST-AVG-LENGTH(STATE-MATCH-INDEX)
                 END-IF
             END-EVALUATE
             IF SENT-MSGS IS LESS THAN 0
               MOVE 0 TO SENT-MSGS
             END-IF
             IF SENT-BYTES IS LESS THAN 0
               MOVE 0 TO SENT-BYTES
             END-IF
             ADD SENT-MSGS
               TO ST-HOUR-MSGS(STATE-MATCH-INDEX, NOW-HOUR + 1)
             ADD SENT-BYTES
               TO ST-HOUR-BYTES(STATE-MATCH-INDEX, NOW-HOUR + 1)
           END-IF.

           IF BROWSED-COUNT IS GREATER THAN 0
             COMPUTE ST-AVG-LENGTH(STATE-MATCH-INDEX) =
                 QUEUE-BYTES / BROWSED-COUNT
           END-IF.
           MOVE LIVE-DEPTH TO ST-LAST-DEPTH(STATE-MATCH-INDEX).
           MOVE XT-DEST-QMGR(EXTRACT-INDEX)
             TO ST-DEST-QMGR(STATE-MATCH-INDEX).
           MOVE NOW-TIMESTAMP TO ST-LAST-STAMP(STATE-MATCH-INDEX).
      ** only a browse that reached the tail leaves a tail and a
      ** byte total the next sample can rely on
           IF BROWSE-COMPLETE-SWITCH IS EQUAL TO 'Y'
           AND BROWSED-COUNT IS GREATER THAN 0
             MOVE QUEUE-BYTES TO ST-LAST-BYTES(STATE-MATCH-INDEX)
             MOVE TAIL-BINARY TO WORK-MSGID
             PERFORM MSGIDHEX
             MOVE MSGID-HEX TO ST-TAIL-MSGID(STATE-MATCH-INDEX)
           ELSE
             COMPUTE ST-LAST-BYTES(STATE-MATCH-INDEX) = LIVE-DEPTH
                 * ST-AVG-LENGTH(STATE-MATCH-INDEX)
             MOVE SPACES TO ST-TAIL-MSGID(STATE-MATCH-INDEX)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find (or take) the link's state slot                       *
      *                                                              *
      ****************************************************************
       FINDSTAT.
           MOVE 0 TO STATE-MATCH-INDEX.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             IF ST-SOURCE-QMGR(STATE-INDEX) IS EQUAL TO QM-NAME
             AND ST-XMITQ-NAME(STATE-INDEX) IS EQUAL TO
                 XT-XMITQ-NAME(EXTRACT-INDEX)
               MOVE STATE-INDEX TO STATE-MATCH-INDEX
               MOVE STATE-COUNT TO STATE-INDEX
             END-IF
           END-PERFORM.
           IF STATE-MATCH-INDEX IS EQUAL TO 0
             IF STATE-COUNT IS LESS THAN 200
               ADD 1 TO STATE-COUNT
               MOVE STATE-COUNT TO STATE-MATCH-INDEX
               MOVE QM-NAME TO ST-SOURCE-QMGR(STATE-MATCH-INDEX)
               MOVE XT-XMITQ-NAME(EXTRACT-INDEX)
                 TO ST-XMITQ-NAME(STATE-MATCH-INDEX)
               MOVE XT-DEST-QMGR(EXTRACT-INDEX)
                 TO ST-DEST-QMGR(STATE-MATCH-INDEX)
               MOVE SPACES TO ST-LAST-STAMP(STATE-MATCH-INDEX)
               MOVE 0 TO ST-LAST-DEPTH(STATE-MATCH-INDEX)
               MOVE 0 TO ST-LAST-BYTES(STATE-MATCH-INDEX)
               MOVE SPACES TO ST-TAIL-MSGID(STATE-MATCH-INDEX)
               MOVE 0 TO ST-AVG-LENGTH(STATE-MATCH-INDEX)
               MOVE WS-DATE TO ST-DAY(STATE-MATCH-INDEX)
               PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                   UNTIL HOUR-INDEX > 24
                 MOVE 0 TO ST-HOUR-MSGS(STATE-MATCH-INDEX, HOUR-INDEX)
                 MOVE 0
                   TO ST-HOUR-BYTES(STATE-MATCH-INDEX, HOUR-INDEX)
               END-PERFORM
             ELSE
      **       never clobber another link's day so far - the link
      **       is skipped instead
               DISPLAY 'traffic state table full - '
                   XT-XMITQ-NAME(EXTRACT-INDEX)(1:40) ' on '
                   QM-NAME(1:20) ' not sampled'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append every link's completed day to TRFDAY.DAT and start  *
      *   the link's new day                                         *
      *                                                              *
      ****************************************************************
       ROLLDAY.
           MOVE 0 TO DAY-COUNT.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             IF ST-DAY(STATE-INDEX) IS NOT EQUAL TO WS-DATE
               IF ST-DAY(STATE-INDEX) IS NOT EQUAL TO SPACES
                 PERFORM FOLDDAY
               END-IF
               MOVE WS-DATE TO ST-DAY(STATE-INDEX)
               PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                   UNTIL HOUR-INDEX > 24
                 MOVE 0 TO ST-HOUR-MSGS(STATE-INDEX, HOUR-INDEX)
                 MOVE 0 TO ST-HOUR-BYTES(STATE-INDEX, HOUR-INDEX)
               END-PERFORM
             END-IF
           END-PERFORM.

           IF DAY-COUNT IS GREATER THAN 0
             OPEN EXTEND TRAFFIC-DAY-FILE
             IF TRAFFIC-DAY-STATUS IS EQUAL TO '35'
               OPEN OUTPUT TRAFFIC-DAY-FILE
             END-IF
             PERFORM VARYING DAY-INDEX FROM 1 BY 1
                 UNTIL DAY-INDEX > DAY-COUNT
               MOVE SPACES TO TRAFFIC-DAY-RECORD
               MOVE DT-DAY(DAY-INDEX) TO TFD-DAY
               MOVE DT-SOURCE-QMGR(DAY-INDEX) TO TFD-SOURCE-QMGR
               MOVE DT-DEST-QMGR(DAY-INDEX) TO TFD-DEST-QMGR
               MOVE DT-DAY-MSGS(DAY-INDEX) TO TFD-DAY-MSGS
               MOVE DT-DAY-BYTES(DAY-INDEX) TO TFD-DAY-BYTES
               PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                   UNTIL HOUR-INDEX > 24
                 MOVE DT-HOUR-MSGS(DAY-INDEX, HOUR-INDEX)
                   TO TFD-HOUR-MSGS(HOUR-INDEX)
                 MOVE DT-HOUR-BYTES(DAY-INDEX, HOUR-INDEX)
                   TO TFD-HOUR-BYTES(HOUR-INDEX)
               END-PERFORM
               WRITE TRAFFIC-DAY-RECORD
               IF TRAFFIC-DAY-STATUS IS NOT EQUAL TO '00'
                 DISPLAY 'TRFDAY.DAT write ended with file status '
                     TRAFFIC-DAY-STATUS
               ELSE
                 ADD 1 TO DAY-WRITTEN-COUNT
               END-IF
             END-PERFORM
             CLOSE TRAFFIC-DAY-FILE
             DISPLAY DAY-WRITTEN-COUNT ' completed link days '
                 'appended to TRFDAY.DAT'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold one link's completed day into its pair's day line     *
      *                                                              *
      ****************************************************************
       FOLDDAY.
           MOVE 0 TO DAY-MATCH-INDEX.
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > DAY-COUNT
             IF DT-DAY(DAY-INDEX) IS EQUAL TO ST-DAY(STATE-INDEX)
             AND DT-SOURCE-QMGR(DAY-INDEX) IS EQUAL TO
                 ST-SOURCE-QMGR(STATE-INDEX)
             AND DT-DEST-QMGR(DAY-INDEX) IS EQUAL TO
                 ST-DEST-QMGR(STATE-INDEX)
               MOVE DAY-INDEX TO DAY-MATCH-INDEX
               MOVE DAY-COUNT TO DAY-INDEX
             END-IF
           END-PERFORM.
           IF DAY-MATCH-INDEX IS EQUAL TO 0
             ADD 1 TO DAY-COUNT
             MOVE DAY-COUNT TO DAY-MATCH-INDEX
             MOVE ST-DAY(STATE-INDEX) TO DT-DAY(DAY-MATCH-INDEX)
             MOVE ST-SOURCE-QMGR(STATE-INDEX)
               TO DT-SOURCE-QMGR(DAY-MATCH-INDEX)
             MOVE ST-DEST-QMGR(STATE-INDEX)
               TO DT-DEST-QMGR(DAY-MATCH-INDEX)
             MOVE 0 TO DT-DAY-MSGS(DAY-MATCH-INDEX)
             MOVE 0 TO DT-DAY-BYTES(DAY-MATCH-INDEX)
             PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                 UNTIL HOUR-INDEX > 24
               MOVE 0 TO DT-HOUR-MSGS(DAY-MATCH-INDEX, HOUR-INDEX)
               MOVE 0 TO DT-HOUR-BYTES(DAY-MATCH-INDEX, HOUR-INDEX)
             END-PERFORM
           END-IF.
           PERFORM VARYING HOUR-INDEX FROM 1 BY 1
               UNTIL HOUR-INDEX > 24
             ADD ST-HOUR-MSGS(STATE-INDEX, HOUR-INDEX)
               TO DT-HOUR-MSGS(DAY-MATCH-INDEX, HOUR-INDEX)
                  DT-DAY-MSGS(DAY-MATCH-INDEX)
             ADD ST-HOUR-BYTES(STATE-INDEX, HOUR-INDEX)
               TO DT-HOUR-BYTES(DAY-MATCH-INDEX, HOUR-INDEX)
                  DT-DAY-BYTES(DAY-MATCH-INDEX)
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The monthly report: fold TRFDAY.DAT for the report month   *
      *   and the month before, then write the matrix and the links  *
      *                                                              *
      ****************************************************************
       REPORTRUN.
      ** the report month defaults to the month just ended - the
      ** report is run once the month is complete
           IF PARM-MONTH IS EQUAL TO SPACES
           OR PARM-MONTH IS NOT NUMERIC
           OR PARM-MONTH(5:2) IS LESS THAN '01'
           OR PARM-MONTH(5:2) IS GREATER THAN '12'
             MOVE CURRENT-MONTH TO PARM-MONTH
             PERFORM PRIORMON
             MOVE MONTH-YEAR TO PARM-MONTH(1:4)
             MOVE MONTH-MONTH TO PARM-MONTH(5:2)
           END-IF.
           MOVE PARM-MONTH TO MONTH-YYYYMM(1).
           PERFORM PRIORMON.
           MOVE MONTH-YEAR TO MONTH-YYYYMM(2)(1:4).
           MOVE MONTH-MONTH TO MONTH-YYYYMM(2)(5:2).

           PERFORM LOADDAYS.
           PERFORM AXES.

           OPEN OUTPUT TRAFFIC-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'INTER-QUEUE-MANAGER TRAFFIC FOR '
                  DELIMITED BY SIZE
                  MONTH-YYYYMM(1) DELIMITED BY SIZE
                  ' (GROWTH AGAINST ' DELIMITED BY SIZE
                  MONTH-YYYYMM(2) DELIMITED BY SIZE
                  ') - PRODUCED ' DELIMITED BY SIZE
                  NOW-TIMESTAMP DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           STRING 'ESTIMATED FROM SAMPLED TRANSMISSION-QUEUE DEPTHS '
                  DELIMITED BY SIZE
                  'AND MESSAGE LENGTHS - LOWER BOUNDS' DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.

           MOVE 'M' TO GRID-KIND.
           PERFORM GRIDOUT.
           MOVE 'K' TO GRID-KIND.
           PERFORM GRIDOUT.
           PERFORM LINKSOUT.
           CLOSE TRAFFIC-REPORT.

      ****************************************************************
      *                                                              *
      *   The month before PARM-MONTH, into MONTH-YEAR/MONTH-MONTH   *
      *                                                              *
      ****************************************************************
       PRIORMON.
           MOVE PARM-MONTH(1:4) TO MONTH-YEAR.
           MOVE PARM-MONTH(5:2) TO MONTH-MONTH.
           IF MONTH-MONTH IS LESS THAN 2
             SUBTRACT 1 FROM MONTH-YEAR
             MOVE 12 TO MONTH-MONTH
           ELSE
             SUBTRACT 1 FROM MONTH-MONTH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold the daily lines of both months into the link table,   *
      *   keeping the report month's busiest hour per link           *
      *                                                              *
      ****************************************************************
       LOADDAYS.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT TRAFFIC-DAY-FILE.
           IF TRAFFIC-DAY-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'No daily traffic matrix TRFDAY.DAT to report'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ TRAFFIC-DAY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
               MOVE 0 TO MONTH-INDEX
               IF TFD-DAY(1:6) IS EQUAL TO MONTH-YYYYMM(1)
                 MOVE 1 TO MONTH-INDEX
               END-IF
               IF TFD-DAY(1:6) IS EQUAL TO MONTH-YYYYMM(2)
                 MOVE 2 TO MONTH-INDEX
               END-IF
               IF MONTH-INDEX IS GREATER THAN 0
                 PERFORM FOLDROW
               END-IF
             END-IF
           END-PERFORM.
           IF TRAFFIC-DAY-STATUS IS EQUAL TO '00'
           OR TRAFFIC-DAY-STATUS IS EQUAL TO '10'
             CLOSE TRAFFIC-DAY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold one daily line into its link                          *
      *                                                              *
      ****************************************************************
       FOLDROW.
           MOVE TFD-SOURCE-QMGR TO WORK-SOURCE-QMGR.
           MOVE TFD-DEST-QMGR TO WORK-DEST-QMGR.
           PERFORM FINDPAIR.
           IF PAIR-MATCH-INDEX IS EQUAL TO 0
             IF PAIR-COUNT IS LESS THAN 200
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-COUNT TO PAIR-MATCH-INDEX
               MOVE TFD-SOURCE-QMGR
                 TO PT-SOURCE-QMGR(PAIR-MATCH-INDEX)
               MOVE TFD-DEST-QMGR TO PT-DEST-QMGR(PAIR-MATCH-INDEX)
               MOVE 0 TO PT-MSGS(PAIR-MATCH-INDEX, 1)
               MOVE 0 TO PT-BYTES(PAIR-MATCH-INDEX, 1)
               MOVE 0 TO PT-MSGS(PAIR-MATCH-INDEX, 2)
               MOVE 0 TO PT-BYTES(PAIR-MATCH-INDEX, 2)
               MOVE 0 TO PT-DAYS(PAIR-MATCH-INDEX)
               MOVE 0 TO PT-PEAK-BYTES(PAIR-MATCH-INDEX)
               MOVE 0 TO PT-PEAK-MSGS(PAIR-MATCH-INDEX)
               MOVE SPACES TO PT-PEAK-DAY(PAIR-MATCH-INDEX)
               MOVE 0 TO PT-PEAK-HOUR(PAIR-MATCH-INDEX)
             ELSE
               DISPLAY 'link table full - ' TFD-SOURCE-QMGR(1:20)
                   ' to ' TFD-DEST-QMGR(1:20) ' not reported'
             END-IF
           END-IF.
           IF PAIR-MATCH-INDEX IS GREATER THAN 0
             ADD 1 TO ROW-FOLDED-COUNT
             ADD TFD-DAY-MSGS
               TO PT-MSGS(PAIR-MATCH-INDEX, MONTH-INDEX)
             ADD TFD-DAY-BYTES
               TO PT-BYTES(PAIR-MATCH-INDEX, MONTH-INDEX)
             IF MONTH-INDEX IS EQUAL TO 1
               ADD 1 TO PT-DAYS(PAIR-MATCH-INDEX)
               PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                   UNTIL HOUR-INDEX > 24
                 IF TFD-HOUR-BYTES(HOUR-INDEX) IS GREATER THAN
                     PT-PEAK-BYTES(PAIR-MATCH-INDEX)
                   MOVE TFD-HOUR-BYTES(HOUR-INDEX)
                     TO PT-PEAK-BYTES(PAIR-MATCH-INDEX)
                   MOVE TFD-HOUR-MSGS(HOUR-INDEX)
                     TO PT-PEAK-MSGS(PAIR-MATCH-INDEX)
                   MOVE TFD-DAY TO PT-PEAK-DAY(PAIR-MATCH-INDEX)
                   COMPUTE PT-PEAK-HOUR(PAIR-MATCH-INDEX) =
                       HOUR-INDEX - 1
                 END-IF
               END-PERFORM
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find the link WORK-SOURCE-QMGR to WORK-DEST-QMGR           *
      *   (PAIR-MATCH-INDEX 0 when there is none)                    *
      *                                                              *
      ****************************************************************
       FINDPAIR.
           MOVE 0 TO PAIR-MATCH-INDEX.
           PERFORM VARYING PAIR-INDEX FROM 1 BY 1
               UNTIL PAIR-INDEX > PAIR-COUNT
             IF PT-SOURCE-QMGR(PAIR-INDEX) IS EQUAL TO
                 WORK-SOURCE-QMGR
             AND PT-DEST-QMGR(PAIR-INDEX) IS EQUAL TO
                 WORK-DEST-QMGR
               MOVE PAIR-INDEX TO PAIR-MATCH-INDEX
               MOVE PAIR-COUNT TO PAIR-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The matrix axes: every source and destination with a day   *
      *   sampled in the report month                                *
      *                                                              *
      ****************************************************************
       AXES.
           PERFORM VARYING PAIR-INDEX FROM 1 BY 1
               UNTIL PAIR-INDEX > PAIR-COUNT
             IF PT-DAYS(PAIR-INDEX) IS GREATER THAN 0
               MOVE 'N' TO AXIS-FOUND-SWITCH
               PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
                   UNTIL SOURCE-INDEX > SOURCE-COUNT
                 IF SO-QMGR-NAME(SOURCE-INDEX) IS EQUAL TO
                     PT-SOURCE-QMGR(PAIR-INDEX)
                   MOVE 'Y' TO AXIS-FOUND-SWITCH
                 END-IF
               END-PERFORM
               IF AXIS-FOUND-SWITCH IS EQUAL TO 'N'
               AND SOURCE-COUNT IS LESS THAN 100
                 ADD 1 TO SOURCE-COUNT
                 MOVE PT-SOURCE-QMGR(PAIR-INDEX)
                   TO SO-QMGR-NAME(SOURCE-COUNT)
               END-IF
               MOVE 'N' TO AXIS-FOUND-SWITCH
               PERFORM VARYING DEST-INDEX FROM 1 BY 1
                   UNTIL DEST-INDEX > DEST-COUNT
                 IF DE-QMGR-NAME(DEST-INDEX) IS EQUAL TO
                     PT-DEST-QMGR(PAIR-INDEX)
                   MOVE 'Y' TO AXIS-FOUND-SWITCH
                 END-IF
               END-PERFORM
               IF AXIS-FOUND-SWITCH IS EQUAL TO 'N'
               AND DEST-COUNT IS LESS THAN 100
                 ADD 1 TO DEST-COUNT
                 MOVE PT-DEST-QMGR(PAIR-INDEX)
                   TO DE-QMGR-NAME(DEST-COUNT)
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   One matrix - month messages (GRID-KIND M) or kilobytes     *
      *   (K) - sources down, destinations across in bands of eight  *
      *   columns; a dash where no link was sampled                  *
      *                                                              *
      ****************************************************************
       GRIDOUT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM RPTLINE.
           IF GRID-KIND IS EQUAL TO 'M'
             STRING 'MESSAGES SENT IN THE MONTH ' DELIMITED BY SIZE
                    '(SOURCE DOWN, DESTINATION ACROSS)'
                    DELIMITED BY SIZE
               INTO REPORT-LINE
           ELSE
             STRING 'KILOBYTES SENT IN THE MONTH ' DELIMITED BY SIZE
                    '(SOURCE DOWN, DESTINATION ACROSS)'
                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-IF.
           PERFORM RPTLINE.
           IF SOURCE-COUNT IS EQUAL TO 0
             MOVE '  (no traffic sampled in the month)' TO REPORT-LINE
             PERFORM RPTLINE
           END-IF.

           PERFORM VARYING BAND-START FROM 1 BY 8
               UNTIL BAND-START > DEST-COUNT
               OR SOURCE-COUNT IS EQUAL TO 0
             COMPUTE BAND-END = BAND-START + 7
             IF BAND-END IS GREATER THAN DEST-COUNT
               MOVE DEST-COUNT TO BAND-END
             END-IF
             MOVE SPACES TO REPORT-LINE
             PERFORM RPTLINE
             MOVE 'SOURCE / DEST' TO REPORT-LINE(1:13)
             MOVE 22 TO COLUMN-POSITION
             PERFORM VARYING DEST-INDEX FROM BAND-START BY 1
                 UNTIL DEST-INDEX > BAND-END
               MOVE DE-QMGR-NAME(DEST-INDEX)(1:12)
                 TO REPORT-LINE(COLUMN-POSITION:12)
               ADD 13 TO COLUMN-POSITION
             END-PERFORM
             PERFORM RPTLINE
             PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
                 UNTIL SOURCE-INDEX > SOURCE-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE SO-QMGR-NAME(SOURCE-INDEX)(1:20)
                 TO REPORT-LINE(1:20)
               MOVE 22 TO COLUMN-POSITION
               PERFORM VARYING DEST-INDEX FROM BAND-START BY 1
                   UNTIL DEST-INDEX > BAND-END
                 PERFORM CELLOUT
                 ADD 13 TO COLUMN-POSITION
               END-PERFORM
               PERFORM RPTLINE
             END-PERFORM
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   One matrix cell at COLUMN-POSITION                         *
      *                                                              *
      ****************************************************************
       CELLOUT.
           MOVE SO-QMGR-NAME(SOURCE-INDEX) TO WORK-SOURCE-QMGR.
           MOVE DE-QMGR-NAME(DEST-INDEX) TO WORK-DEST-QMGR.
           PERFORM FINDPAIR.
           IF PAIR-MATCH-INDEX IS EQUAL TO 0
             MOVE '          -' TO REPORT-LINE(COLUMN-POSITION:11)
           ELSE
             IF PT-DAYS(PAIR-MATCH-INDEX) IS EQUAL TO 0
               MOVE '          -' TO REPORT-LINE(COLUMN-POSITION:11)
             ELSE
               IF GRID-KIND IS EQUAL TO 'M'
                 MOVE PT-MSGS(PAIR-MATCH-INDEX, 1) TO CELL-DISPLAY
               ELSE
                 COMPUTE KB-WORK ROUNDED =
                     PT-BYTES(PAIR-MATCH-INDEX, 1) / 1024
                 MOVE KB-WORK TO CELL-DISPLAY
               END-IF
               MOVE CELL-DISPLAY TO REPORT-LINE(COLUMN-POSITION:11)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The per-link lines: the month, the average day, the peak   *
      *   hour, and growth in bytes on the month before              *
      *                                                              *
      ****************************************************************
       LINKSOUT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM RPTLINE.
           STRING 'LINKS - PEAK HOUR BY BYTES, GROWTH IN BYTES '
                  DELIMITED BY SIZE
                  'ON THE MONTH BEFORE' DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'SOURCE' TO REPORT-LINE(1:6).
           MOVE 'DESTINATION' TO REPORT-LINE(21:11).
           MOVE 'DAYS' TO REPORT-LINE(38:4).
           MOVE 'MESSAGES' TO REPORT-LINE(46:8).
           MOVE 'KB' TO REPORT-LINE(64:2).
           MOVE 'MSGS/DAY' TO REPORT-LINE(68:8).
           MOVE 'KB/DAY' TO REPORT-LINE(79:6).
           MOVE 'PEAK HOUR' TO REPORT-LINE(86:9).
           MOVE 'PEAK KB' TO REPORT-LINE(102:7).
           MOVE 'PRIOR KB' TO REPORT-LINE(112:8).
           MOVE 'GROWTH' TO REPORT-LINE(122:6).
           PERFORM RPTLINE.

           PERFORM VARYING PAIR-INDEX FROM 1 BY 1
               UNTIL PAIR-INDEX > PAIR-COUNT
             PERFORM LINK1
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   One link's line                                            *
      *                                                              *
      ****************************************************************
       LINK1.
           MOVE SPACES TO REPORT-LINE.
           MOVE PT-SOURCE-QMGR(PAIR-INDEX)(1:18) TO REPORT-LINE(1:18).
           MOVE PT-DEST-QMGR(PAIR-INDEX)(1:18) TO REPORT-LINE(21:18).
           MOVE PT-DAYS(PAIR-INDEX) TO DAYS-DISPLAY.
           MOVE DAYS-DISPLAY TO REPORT-LINE(39:3).
           MOVE PT-MSGS(PAIR-INDEX, 1) TO MSGS-DISPLAY.
           MOVE MSGS-DISPLAY TO REPORT-LINE(43:11).
           COMPUTE KB-WORK ROUNDED = PT-BYTES(PAIR-INDEX, 1) / 1024.
           MOVE KB-WORK TO KB-DISPLAY.
           MOVE KB-DISPLAY TO REPORT-LINE(55:11).
           IF PT-DAYS(PAIR-INDEX) IS GREATER THAN 0
             COMPUTE DAILY-WORK ROUNDED =
                 PT-MSGS(PAIR-INDEX, 1) / PT-DAYS(PAIR-INDEX)
             MOVE DAILY-WORK TO DAILY-MSGS-DISPLAY
             COMPUTE DAILY-WORK ROUNDED =
                 KB-WORK / PT-DAYS(PAIR-INDEX)
             MOVE DAILY-WORK TO DAILY-KB-DISPLAY
             MOVE DAILY-MSGS-DISPLAY TO REPORT-LINE(67:9)
             MOVE DAILY-KB-DISPLAY TO REPORT-LINE(76:9)
           END-IF.
           IF PT-PEAK-DAY(PAIR-INDEX) IS NOT EQUAL TO SPACES
             MOVE PT-PEAK-DAY(PAIR-INDEX) TO REPORT-LINE(86:8)
             MOVE PT-PEAK-HOUR(PAIR-INDEX) TO REPORT-LINE(95:2)
             MOVE ':00' TO REPORT-LINE(97:3)
             COMPUTE DAILY-WORK ROUNDED =
                 PT-PEAK-BYTES(PAIR-INDEX) / 1024
             MOVE DAILY-WORK TO PEAK-KB-DISPLAY
             MOVE PEAK-KB-DISPLAY TO REPORT-LINE(101:8)
           END-IF.
           COMPUTE PRIOR-KB-WORK ROUNDED =
               PT-BYTES(PAIR-INDEX, 2) / 1024.
           MOVE PRIOR-KB-WORK TO PRIOR-KB-DISPLAY.
           MOVE PRIOR-KB-DISPLAY TO REPORT-LINE(109:11).
      ** growth is on bytes - the figure a link upgrade rests on
           IF PT-BYTES(PAIR-INDEX, 2) IS GREATER THAN 0
             COMPUTE GROWTH-PERCENT ROUNDED =
                 (PT-BYTES(PAIR-INDEX, 1) - PT-BYTES(PAIR-INDEX, 2))
                 * 100 / PT-BYTES(PAIR-INDEX, 2)
             MOVE GROWTH-PERCENT TO GROWTH-DISPLAY
             MOVE GROWTH-DISPLAY TO REPORT-LINE(120:7)
             MOVE '%' TO REPORT-LINE(127:1)
           ELSE
             IF PT-BYTES(PAIR-INDEX, 1) IS GREATER THAN 0
               MOVE 'NEW' TO REPORT-LINE(124:3)
             ELSE
               MOVE '-' TO REPORT-LINE(126:1)
             END-IF
           END-IF.
           PERFORM RPTLINE.

      ****************************************************************
      *                                                              *
      *   Write REPORT-LINE to the report and the job log            *
      *                                                              *
      ****************************************************************
       RPTLINE.
           WRITE TRAFFIC-REPORT-RECORD FROM REPORT-LINE.
           DISPLAY REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.

      ****************************************************************
      *                                                              *
      *   Load the client connections                                *
      *                                                              *
      ****************************************************************
       LOADCCX.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CONNECTION-LIST-FILE.
           IF CONNECTION-LIST-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open connection list control file '
                 'CCXCTL.DAT'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CONNECTION-LIST-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
             AND CL-QMGR-NAME IS NOT EQUAL TO SPACES
               IF CONNECTION-COUNT IS LESS THAN 100
                 ADD 1 TO CONNECTION-COUNT
                 MOVE CL-QMGR-NAME TO CT-QMGR-NAME(CONNECTION-COUNT)
                 MOVE CL-CHANNEL-NAME
                   TO CT-CHANNEL-NAME(CONNECTION-COUNT)
                 MOVE CL-CONNECTION-NAME
                   TO CT-CONNECTION-NAME(CONNECTION-COUNT)
               ELSE
                 DISPLAY 'connection table full - ' CL-QMGR-NAME
                     ' skipped'
               END-IF
             END-IF
           END-PERFORM.
           IF CONNECTION-LIST-STATUS IS EQUAL TO '00'
           OR CONNECTION-LIST-STATUS IS EQUAL TO '10'
             CLOSE CONNECTION-LIST-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the transmission queues the channel extract names,    *
      *   once each                                                  *
      *                                                              *
      ****************************************************************
       LOADEXT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHANNEL-EXTRACT.
           IF CHANNEL-EXTRACT-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open channel extract CHANEXT.DAT'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANNEL-EXTRACT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
             AND CE-XMITQ-NAME IS NOT EQUAL TO SPACES
               MOVE 0 TO EXTRACT-MATCH-INDEX
               PERFORM VARYING EXTRACT-INDEX FROM 1 BY 1
                   UNTIL EXTRACT-INDEX > EXTRACT-COUNT
                 IF XT-XMITQ-NAME(EXTRACT-INDEX) IS EQUAL TO
                     CE-XMITQ-NAME
                   MOVE EXTRACT-INDEX TO EXTRACT-MATCH-INDEX
                 END-IF
               END-PERFORM
               IF EXTRACT-MATCH-INDEX IS EQUAL TO 0
                 IF EXTRACT-COUNT IS LESS THAN 200
                   ADD 1 TO EXTRACT-COUNT
                   MOVE CE-XMITQ-NAME
                     TO XT-XMITQ-NAME(EXTRACT-COUNT)
                   MOVE CE-QMGR-NAME TO XT-DEST-QMGR(EXTRACT-COUNT)
                 ELSE
                   DISPLAY 'transmission queue table full - '
                       CE-XMITQ-NAME(1:40) ' skipped'
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF CHANNEL-EXTRACT-STATUS IS EQUAL TO '00'
           OR CHANNEL-EXTRACT-STATUS IS EQUAL TO '10'
             CLOSE CHANNEL-EXTRACT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the collector's state from the prior run              *
      *                                                              *
      ****************************************************************
       LOADSTATE.
           MOVE 0 TO STATE-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT TRAFFIC-STATE-FILE.
           IF TRAFFIC-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ TRAFFIC-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF STATE-COUNT IS LESS THAN 200
                   ADD 1 TO STATE-COUNT
                   PERFORM LOADSTAT1
                 ELSE
                   DISPLAY 'traffic state table full - entry for '
                       TFS-XMITQ-NAME(1:40) ' discarded'
                 END-IF
             END-READ
           END-PERFORM.
           IF TRAFFIC-STATE-STATUS IS EQUAL TO '00'
           OR TRAFFIC-STATE-STATUS IS EQUAL TO '10'
             CLOSE TRAFFIC-STATE-FILE
           END-IF.
           MOVE 'N' TO END-OF-FILE-SWITCH.

      ****************************************************************
      *                                                              *
      *   One state line into the table                              *
      *                                                              *
      ****************************************************************
       LOADSTAT1.
           MOVE TFS-SOURCE-QMGR TO ST-SOURCE-QMGR(STATE-COUNT).
           MOVE TFS-XMITQ-NAME TO ST-XMITQ-NAME(STATE-COUNT).
           MOVE TFS-DEST-QMGR TO ST-DEST-QMGR(STATE-COUNT).
           MOVE TFS-LAST-STAMP TO ST-LAST-STAMP(STATE-COUNT).
           MOVE TFS-LAST-DEPTH TO ST-LAST-DEPTH(STATE-COUNT).
           MOVE TFS-LAST-BYTES TO ST-LAST-BYTES(STATE-COUNT).
           MOVE TFS-TAIL-MSGID TO ST-TAIL-MSGID(STATE-COUNT).
           MOVE TFS-AVG-LENGTH TO ST-AVG-LENGTH(STATE-COUNT).
           MOVE TFS-DAY TO ST-DAY(STATE-COUNT).
           PERFORM VARYING HOUR-INDEX FROM 1 BY 1
               UNTIL HOUR-INDEX > 24
             MOVE TFS-HOUR-MSGS(HOUR-INDEX)
               TO ST-HOUR-MSGS(STATE-COUNT, HOUR-INDEX)
             MOVE TFS-HOUR-BYTES(HOUR-INDEX)
               TO ST-HOUR-BYTES(STATE-COUNT, HOUR-INDEX)
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Rewrite the state file                                     *
      *                                                              *
      ****************************************************************
       SAVESTATE.
           OPEN OUTPUT TRAFFIC-STATE-FILE.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             MOVE SPACES TO TRAFFIC-STATE-RECORD
             MOVE ST-SOURCE-QMGR(STATE-INDEX) TO TFS-SOURCE-QMGR
             MOVE ST-XMITQ-NAME(STATE-INDEX) TO TFS-XMITQ-NAME
             MOVE ST-DEST-QMGR(STATE-INDEX) TO TFS-DEST-QMGR
             MOVE ST-LAST-STAMP(STATE-INDEX) TO TFS-LAST-STAMP
             MOVE ST-LAST-DEPTH(STATE-INDEX) TO TFS-LAST-DEPTH
             MOVE ST-LAST-BYTES(STATE-INDEX) TO TFS-LAST-BYTES
             MOVE ST-TAIL-MSGID(STATE-INDEX) TO TFS-TAIL-MSGID
             MOVE ST-AVG-LENGTH(STATE-INDEX) TO TFS-AVG-LENGTH
             MOVE ST-DAY(STATE-INDEX) TO TFS-DAY
             PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                 UNTIL HOUR-INDEX > 24
               MOVE ST-HOUR-MSGS(STATE-INDEX, HOUR-INDEX)
                 TO TFS-HOUR-MSGS(HOUR-INDEX)
               MOVE ST-HOUR-BYTES(STATE-INDEX, HOUR-INDEX)
                 TO TFS-HOUR-BYTES(HOUR-INDEX)
             END-PERFORM
             WRITE TRAFFIC-STATE-RECORD
           END-PERFORM.
           CLOSE TRAFFIC-STATE-FILE.

      ****************************************************************
      *                                                              *
      *   Convert WORK-MSGID to 48 hexadecimal characters            *
      *                                                              *
      ****************************************************************
       MSGIDHEX.
           MOVE SPACES TO MSGID-HEX.
           PERFORM VARYING HEX-INDEX FROM 1 BY 1
               UNTIL HEX-INDEX > 24
             MOVE WORK-MSGID(HEX-INDEX:1) TO HEX-BYTE-AREA
             DIVIDE HEX-BYTE-VALUE BY 16 GIVING HEX-HIGH
               REMAINDER HEX-LOW
             MOVE HEX-DIGITS(HEX-HIGH + 1:1)
               TO MSGID-HEX(HEX-INDEX * 2 - 1:1)
             MOVE HEX-DIGITS(HEX-LOW + 1:1)
               TO MSGID-HEX(HEX-INDEX * 2:1)
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Convert the 48 hexadecimal characters in HEX-TEXT to the   *
      *   24-byte BINARY-ID; HEX-VALID-SWITCH is N when any of them  *
      *   is not a hexadecimal digit                                 *
      *                                                              *
      ****************************************************************
       HEXBIN.
           MOVE 'Y' TO HEX-VALID-SWITCH.
           MOVE LOW-VALUES TO BINARY-ID.
           INSPECT HEX-TEXT CONVERTING 'abcdef' TO 'ABCDEF'.
           PERFORM VARYING HEX-INDEX FROM 1 BY 1
               UNTIL HEX-INDEX > 48
               OR HEX-VALID-SWITCH IS EQUAL TO 'N'
             PERFORM VARYING HEX-DIGIT-INDEX FROM 1 BY 1
                 UNTIL HEX-DIGIT-INDEX > 16
                 OR HEX-DIGITS(HEX-DIGIT-INDEX:1) IS EQUAL TO
                    HEX-TEXT(HEX-INDEX:1)
               CONTINUE
             END-PERFORM
             IF HEX-DIGIT-INDEX IS GREATER THAN 16
               MOVE 'N' TO HEX-VALID-SWITCH
             ELSE
               DIVIDE HEX-INDEX BY 2 GIVING HEX-PAIR
                 REMAINDER HEX-ODD
               IF HEX-ODD IS EQUAL TO 1
                 COMPUTE HEX-HIGH = HEX-DIGIT-INDEX - 1
               ELSE
                 COMPUTE HEX-BYTE-VALUE =
                     HEX-HIGH * 16 + HEX-DIGIT-INDEX - 1
                 MOVE HEX-BYTE-AREA TO BINARY-ID(HEX-PAIR:1)
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      * END OF AMQ0TFM0                                              *
      *                                                              *
      ****************************************************************
