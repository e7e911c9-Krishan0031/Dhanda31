       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0SRV0                                       *
      *                                                              *
      * Description: Monthly service review pack per owning          *
      *              application, compared with the month before     *
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
      *   AMQ0SRV0 answers the monthly "how did MQ do for us"        *
      *   question each application owner asks, which used to be     *
      *   assembled by hand from five reports.  It writes one        *
      *   SRVRPT.DAT section per owning application in the master    *
      *   inventory MQINV.DAT, every figure shown for the review     *
      *   month and the month before with its direction of change    *
      *   (UP, DOWN or SAME):                                        *
      *                                                              *
      *      -- queue manager availability: healthy samples over     *
      *         all samples in HCKLOG.DAT, judged the way AMQ0AVR0   *
      *         judges them, for the queue managers the application  *
      *         runs on - listed in SRVQMGR.DAT, the suite's own     *
      *         queue manager (local) when the application has no    *
      *         entry there                                          *
      *                                                              *
      *      -- alerts raised on the application's queues, by        *
      *         severity, from the tracked conditions in             *
      *         ALERTSTA.DAT (still open) and ALERTHST.DAT           *
      *         (cleared), each at the severity its monitor puts     *
      *         to the alert bus; mean time to acknowledge from the  *
      *         first ESCACK.DAT acknowledgement of the queue after  *
      *         the alert was first seen, mean time to clear from    *
      *         the cleared history                                  *
      *                                                              *
      *      -- dead letters worked for the application's queues     *
      *         from DLQOUT.DAT, and the SLA attainment: the share   *
      *         of messages closed out (redriven or rejected)        *
      *         within the SLA, measured the way AMQ0DLS0 measures   *
      *         them, in business minutes where the queue's          *
      *         calendar says so                                     *
      *                                                              *
      *      -- total minutes the application's queues sat           *
      *         inhibited, from the inhibit/enable pairs in          *
      *         MSETAUD.DAT, split at the month boundary             *
      *                                                              *
      *      -- the worst peak depth as a percentage of the queue's  *
      *         depth threshold (QDMCTL.DAT), and how many queues    *
      *         peaked over threshold, from the nightly EDSSTAT.DAT  *
      *         history and - for the current month only - the       *
      *         intraday sampler's IDSSTATE.DAT peaks                *
      *                                                              *
      *      -- an alert belongs to the month it was first seen in;  *
      *         a dead letter to the month it was worked in; a       *
      *         figure with nothing to base it on (no samples, no    *
      *         acknowledgements) is shown as - with no direction    *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the review month and the SLA minutes          *
      *         load the inventory owners, thresholds and the        *
      *         application-to-queue-manager list                    *
      *         fold HCKLOG.DAT samples per queue manager            *
      *         fold the alert state and history against the         *
      *         acknowledgements                                     *
      *         fold DLQOUT.DAT, MSETAUD.DAT, EDSSTAT.DAT and        *
      *         IDSSTATE.DAT per queue into its owner                *
      *         write SRVRPT.DAT, one section per owner              *
      *         DISPLAY a one-line summary                           *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0SRV0 parameters (job parameters, ARGUMENT-NUMBER/      *
      *   ARGUMENT-VALUE):                                           *
      *     1 - review month YYYYMM (optional, default the month     *
      *         just ended)                                          *
      *     2 - dead-letter SLA in minutes (optional, default 120,   *
      *         the AMQ0DLS0 default)                                *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0SRV0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the master queue inventory - carries the owning application
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** the effective depth thresholds AMQ0INV0 generates
           SELECT THRESHOLD-FILE ASSIGN TO 'QDMCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS THRESHOLD-FILE-STATUS.

      ** owning application and a queue manager it runs on
           SELECT APPL-QMGR-FILE ASSIGN TO 'SRVQMGR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS APPL-QMGR-STATUS.

      ** the healthcheck history AMQ0HCK0 appends
           SELECT UPTIME-LOG ASSIGN TO 'HCKLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS UPTIME-LOG-STATUS.

      ** the conditions still alerting and the cleared history
      ** AMQ0AST0 keeps
           SELECT ALERT-STATE-FILE ASSIGN TO 'ALERTSTA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-STATE-STATUS.
           SELECT ALERT-HISTORY-FILE ASSIGN TO 'ALERTHST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-HISTORY-STATUS.

      ** the operators' acknowledgements AMQ0ESC0 reads
           SELECT ACK-FILE ASSIGN TO 'ESCACK.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ACK-FILE-STATUS.

      ** the per-message outcome log AMQ0DLQ0 appends
           SELECT OUTCOME-LOG ASSIGN TO 'DLQOUT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OUTCOME-LOG-STATUS.

      ** the persistent inhibit/enable audit log AMQMSET2 appends
           SELECT INHIBIT-AUDIT-LOG ASSIGN TO 'MSETAUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INHIBIT-AUDIT-STATUS.

      ** the rolling nightly history AMQ0EDS0 appends
           SELECT STATISTICS-EXTRACT ASSIGN TO 'EDSSTAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STATISTICS-EXTRACT-STATUS.

      ** the intraday sampler's persistent state - carries each
      ** queue's observed peak
           SELECT SAMPLER-STATE-FILE ASSIGN TO 'IDSSTATE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SAMPLER-STATE-STATUS.

      ** the service review pack
           SELECT REVIEW-REPORT ASSIGN TO 'SRVRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REVIEW-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(25).
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(2).
          05 FILLER                    PIC X(15).

      ** identical layout to AMQ0QDM0's THRESHOLD-FILE-RECORD
       FD  THRESHOLD-FILE.
       01 THRESHOLD-RECORD.
          05 TH-QUEUE-NAME             PIC X(48).
          05 TH-THRESHOLD              PIC 9(9).

       FD  APPL-QMGR-FILE.
       01 APPL-QMGR-RECORD.
          05 AQ-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X.
          05 AQ-QMGR-NAME              PIC X(48).

      ** identical layout to the record AMQ0HCK0 writes
       FD  UPTIME-LOG.
       01 UPTIME-LOG-RECORD.
          05 HC-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X.
          05 FILLER                    PIC X(17).
          05 HC-ELAPSED-DISPLAY        PIC X(7).
          05 FILLER                    PIC X.
          05 FILLER                    PIC X(12).
          05 HC-CON-REASON-DISPLAY     PIC X(10).
          05 FILLER                    PIC X.
          05 HC-QMGR-NAME              PIC X(48).

       FD  ALERT-STATE-FILE.
       01 ALERT-STATE-RECORD.
          05 AST-SOURCE                PIC X(3).
          05 FILLER                    PIC X.
          05 AST-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 AST-FIRST-SEEN            PIC X(17).
          05 FILLER                    PIC X.
          05 AST-RUN-COUNT             PIC 9(5).
          05 FILLER                    PIC X.
          05 AST-TICKET-REF            PIC X(12).

       FD  ALERT-HISTORY-FILE.
       01 ALERT-HISTORY-RECORD.
          05 AH-SOURCE                 PIC X(3).
          05 FILLER                    PIC X.
          05 AH-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 AH-FIRST-SEEN             PIC X(17).
          05 FILLER                    PIC X.
          05 AH-CLEARED                PIC X(17).
          05 FILLER                    PIC X.
          05 AH-RUN-COUNT              PIC 9(5).
          05 FILLER                    PIC X.
          05 AH-TICKET-REF             PIC X(12).

       FD  ACK-FILE.
       01 ACK-RECORD.
          05 ACK-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 ACK-OPERATOR              PIC X(8).
          05 FILLER                    PIC X.
          05 ACK-SOURCE-PROGRAM        PIC X(8).
          05 FILLER                    PIC X.
          05 ACK-OBJECT-NAME           PIC X(48).

       FD  OUTCOME-LOG.
       01 OUTCOME-LOG-RECORD.
          05 OUT-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 OUT-OUTCOME               PIC X(8).
          05 FILLER                    PIC X.
          05 OUT-DEST-QUEUE-NAME       PIC X(48).
          05 FILLER                    PIC X.
          05 OUT-REASON                PIC X(9).
          05 FILLER                    PIC X.
          05 OUT-MSGID                 PIC X(24).
          05 FILLER                    PIC X.
          05 OUT-DLH-PUTDATE           PIC X(8).
          05 FILLER                    PIC X.
          05 OUT-DLH-PUTTIME           PIC X(8).

       FD  INHIBIT-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           05 AUDIT-LOG-TIMESTAMP     PIC X(17).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-QUEUE-NAME    PIC X(40).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-ACTION        PIC X(7).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-SCOPE         PIC X(4).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-REPLYTOQ      PIC X(48).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-SET-COMPCODE  PIC X.

       FD  STATISTICS-EXTRACT.
       01 STATISTICS-EXTRACT-RECORD    PIC X(120).

       FD  SAMPLER-STATE-FILE.
       01 SAMPLER-STATE-RECORD.
          05 IDS-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 IDS-SAMPLE-COUNT          PIC X(7).
          05 FILLER                    PIC X.
          05 IDS-DEPTH-SUM             PIC X(15).
          05 FILLER                    PIC X.
          05 IDS-MIN-DEPTH             PIC X(9).
          05 FILLER                    PIC X.
          05 IDS-MAX-DEPTH-X           PIC X(9).
          05 FILLER                    PIC X.
          05 IDS-PEAK-TIME             PIC X(6).

       FD  REVIEW-REPORT.
       01 REVIEW-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 THRESHOLD-FILE-STATUS      PIC XX VALUE '00'.
       01 APPL-QMGR-STATUS           PIC XX VALUE '00'.
       01 UPTIME-LOG-STATUS          PIC XX VALUE '00'.
       01 ALERT-STATE-STATUS         PIC XX VALUE '00'.
       01 ALERT-HISTORY-STATUS       PIC XX VALUE '00'.
       01 ACK-FILE-STATUS            PIC XX VALUE '00'.
       01 OUTCOME-LOG-STATUS         PIC XX VALUE '00'.
       01 INHIBIT-AUDIT-STATUS       PIC XX VALUE '00'.
       01 STATISTICS-EXTRACT-STATUS  PIC XX VALUE '00'.
       01 SAMPLER-STATE-STATUS       PIC XX VALUE '00'.
       01 REVIEW-REPORT-STATUS       PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** job parameters: the review month and the dead-letter SLA
       01 PARM-MONTH                 PIC X(6) VALUE SPACES.
       01 PARM-SLA-MINUTES           PIC 9(5) VALUE 0.

      ** the two months compared - month 1 is the review month,
      ** month 2 the one before it
       01 MONTH-TABLE.
          02 MONTH-YYYYMM OCCURS 2 TIMES PIC X(6).
       01 MONTH-YEAR                 PIC 9(4).
       01 MONTH-MONTH                PIC 9(2).
       01 CURRENT-MONTH              PIC X(6).
       01 MONTH-INDEX                PIC S9(9) BINARY.
       01 STAMP-MONTH-INDEX          PIC S9(9) BINARY.

      ** timestamps are turned into minutes from the start of the
      ** earlier month by exact day number, as AMQ0BCL0 counts days,
      ** so an interval can be split at the month boundary
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).
       01 BASE-DAY-NUMBER            PIC S9(9) BINARY.
       01 STAMP-WORK                 PIC X(17).
       01 STAMP-MINUTES              PIC S9(9) BINARY.
       01 DN-YEAR                    PIC S9(9) BINARY.
       01 DN-MONTH                   PIC S9(9) BINARY.
       01 DN-DAY                     PIC S9(9) BINARY.
       01 DN-QUOTIENT-4              PIC S9(9) BINARY.
       01 DN-QUOTIENT-100            PIC S9(9) BINARY.
       01 DN-QUOTIENT-400            PIC S9(9) BINARY.
       01 DN-MONTH-DAYS              PIC S9(9) BINARY.
       01 DAY-NUMBER                 PIC S9(9) BINARY.
       01 TIME-HOUR-PART             PIC 9(2).
       01 TIME-MINUTE-PART           PIC 9(2).
       01 GAP-FROM-MINUTES           PIC S9(9) BINARY.
       01 GAP-MINUTES                PIC S9(9) BINARY.
      ** month boundaries in those minutes: 1 the start of the
      ** earlier month (zero), 2 the start of the review month,
      ** 3 the start of the month after it
       01 MONTH-BOUND-TABLE.
          02 MONTH-BOUND OCCURS 3 TIMES PIC S9(9) BINARY.
       01 CLIP-START                 PIC S9(9) BINARY.
       01 CLIP-END                   PIC S9(9) BINARY.
       01 CLIP-LOW                   PIC S9(9) BINARY.
       01 CLIP-HIGH                  PIC S9(9) BINARY.

      ** the inventory queues, each with its owner, threshold and
      ** peak depth per month
       01 QUEUE-TABLE.
          02 QUEUE-ENTRY OCCURS 500 TIMES.
             05 QT-QUEUE-NAME         PIC X(48).
             05 QT-OWNER-INDEX        PIC S9(9) BINARY.
             05 QT-THRESHOLD          PIC 9(9).
             05 QT-PEAK-DEPTH         PIC 9(9) OCCURS 2 TIMES.
       01 QUEUE-ENTRY-COUNT          PIC S9(9) BINARY VALUE 0.
       01 QUEUE-INDEX                PIC S9(9) BINARY.
       01 QUEUE-MATCH-INDEX          PIC S9(9) BINARY.
       01 ROW-QUEUE-NAME             PIC X(48).
       01 MATCH-LENGTH               PIC S9(9) BINARY.

      ** per-owner review figures, one set per month
       01 OWNER-TABLE.
          02 OWNER-ENTRY OCCURS 50 TIMES.
             05 OW-OWNING-APPL        PIC X(8).
             05 OW-QUEUE-COUNT        PIC 9(5).
             05 OW-MONTH OCCURS 2 TIMES.
                10 OM-SAMPLES         PIC 9(9).
                10 OM-HEALTHY         PIC 9(9).
                10 OM-SEVERITY-COUNT  PIC 9(7) OCCURS 3 TIMES.
                10 OM-ACK-COUNT       PIC 9(7).
                10 OM-ACK-MINUTES     PIC 9(11).
                10 OM-CLEAR-COUNT     PIC 9(7).
                10 OM-CLEAR-MINUTES   PIC 9(11).
                10 OM-DLQ-COUNT       PIC 9(7).
                10 OM-DLQ-CLOSED      PIC 9(7).
                10 OM-DLQ-MET         PIC 9(7).
                10 OM-INHIBIT-MINUTES PIC 9(9).
                10 OM-THRESHOLD-SEEN  PIC X.
                10 OM-WORST-PEAK-PCT  PIC 9(7)V99.
                10 OM-OVER-COUNT      PIC 9(5).
       01 OWNER-COUNT                PIC S9(9) BINARY VALUE 0.
       01 OWNER-INDEX                PIC S9(9) BINARY.
       01 OWNER-MATCH-INDEX          PIC S9(9) BINARY.
       01 WORK-OWNING-APPL           PIC X(8).

      ** the application-to-queue-manager list
       01 APPL-QMGR-TABLE.
          02 APPL-QMGR-ENTRY OCCURS 200 TIMES.
             05 AT-OWNING-APPL        PIC X(8).
             05 AT-QMGR-NAME          PIC X(48).
       01 APPL-QMGR-COUNT            PIC S9(9) BINARY VALUE 0.
       01 APPL-QMGR-INDEX            PIC S9(9) BINARY.
       01 APPL-QMGR-FOUND-SWITCH     PIC X.

      ** healthcheck samples per queue manager per month
       01 QMGR-TABLE.
          02 QMGR-ENTRY OCCURS 100 TIMES.
             05 QS-QMGR-NAME          PIC X(48).
             05 QS-SAMPLES            PIC 9(9) OCCURS 2 TIMES.
             05 QS-HEALTHY            PIC 9(9) OCCURS 2 TIMES.
       01 QMGR-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 QMGR-INDEX                 PIC S9(9) BINARY.
       01 QMGR-MATCH-INDEX           PIC S9(9) BINARY.
       01 WORK-QMGR-NAME             PIC X(48).
       01 SAMPLE-REASON-X            PIC X(10).

      ** the acknowledgements, loaded once
       01 ACK-TABLE.
          02 ACK-ENTRY OCCURS 2000 TIMES.
             05 AK-TIMESTAMP          PIC X(17).
             05 AK-OBJECT-NAME        PIC X(48).
       01 ACK-COUNT                  PIC S9(9) BINARY VALUE 0.
       01 ACK-INDEX                  PIC S9(9) BINARY.

      ** the alert being folded
       01 CUR-SOURCE                 PIC X(3).
       01 CUR-QUEUE-NAME             PIC X(48).
       01 CUR-FIRST-SEEN             PIC X(17).
       01 CUR-CLEARED                PIC X(17).
       01 CUR-SEVERITY               PIC S9(9) BINARY.
       01 FIRST-ACK-TIMESTAMP        PIC X(17).

      ** inhibits still open while the audit log is read
       01 INHIBIT-TABLE.
          02 INHIBIT-ENTRY OCCURS 200 TIMES.
             05 IH-QUEUE-NAME         PIC X(40).
             05 IH-START-MINUTES      PIC S9(9) BINARY.
       01 INHIBIT-COUNT              PIC S9(9) BINARY VALUE 0.
       01 INHIBIT-INDEX              PIC S9(9) BINARY.
       01 INHIBIT-MATCH-INDEX        PIC S9(9) BINARY.

      ** one EDSSTAT.DAT row picked apart - the layout AMQ0EDS0's
      ** WRITEROW builds
       01 ROW-TIMESTAMP              PIC X(17).
       01 ROW-DEPTH-X                PIC X(9).
       01 ROW-DEPTH REDEFINES ROW-DEPTH-X PIC 9(9).
       01 WORK-PEAK-PCT              PIC 9(7)V99.

      ** dead-letter elapsed time, as AMQ0DLS0 measures it
       01 ELAPSED-MINUTES            PIC S9(9) BINARY.

      ** one comparison line: the figure for each month, whether
      ** there was anything to base it on, and how to edit it
       01 FIGURE-LABEL               PIC X(40).
       01 FIGURE-VALUE               PIC 9(9)V99 OCCURS 2 TIMES.
       01 FIGURE-PRESENT             PIC X OCCURS 2 TIMES.
       01 FIGURE-DECIMALS            PIC X.
       01 DECIMAL-EDIT               PIC Z(9)9.99.
       01 INTEGER-EDIT               PIC Z(12)9.

       01 SECTION-HEADER-LINE.
          05 FILLER                    PIC X(16)
             VALUE 'SERVICE REVIEW: '.
          05 SH-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(11) VALUE ' FOR MONTH '.
          05 SH-MONTH                  PIC X(6).
          05 FILLER                    PIC X(15)
             VALUE ' COMPARED WITH '.
          05 SH-PRIOR-MONTH            PIC X(6).
       01 COLUMN-HEADER-LINE.
          05 FILLER                    PIC X(42) VALUE SPACES.
          05 FILLER                    PIC X(7) VALUE SPACES.
          05 CH-MONTH                  PIC X(6).
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 CH-PRIOR-MONTH            PIC X(6).
          05 FILLER                    PIC X(8) VALUE '  CHANGE'.
       01 FIGURE-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FL-LABEL                  PIC X(40).
          05 FL-CURRENT                PIC X(13).
          05 FILLER                    PIC X VALUE SPACE.
          05 FL-PRIOR                  PIC X(13).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FL-DIRECTION              PIC X(4).
       01 QUEUE-COUNT-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 QC-QUEUE-COUNT            PIC Z(4)9.
          05 FILLER                    PIC X(35)
             VALUE ' inventory queues, queue managers: '.
          05 QC-QMGR-LIST              PIC X(88).
       01 QMGR-LIST-POINTER          PIC S9(9) BINARY.
       01 BLANK-LINE                   PIC X(1) VALUE SPACE.

       01 ROW-FOLDED-COUNT           PIC 9(7) VALUE 0.

      * Shared business-hours clock interface - dead letters on a
      * queue whose inventory entry names a business calendar are
      * measured in business minutes, as AMQ0DLS0 measures them
       01 MY-BUSINESS-CLOCK.
          COPY BUSCALWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0SRV0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0SRV0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).
           MOVE WS-DATE(1:6) TO CURRENT-MONTH.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MONTH FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-MONTH
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-SLA-MINUTES FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-SLA-MINUTES
           END-ACCEPT.
           IF PARM-SLA-MINUTES IS EQUAL TO 0
             MOVE 120 TO PARM-SLA-MINUTES
           END-IF.

      ** the review month defaults to the month just ended - the
      ** pack is run once the month is complete
           IF PARM-MONTH IS EQUAL TO SPACES
           OR PARM-MONTH IS NOT NUMERIC
             MOVE CURRENT-MONTH TO PARM-MONTH
             PERFORM PRIORMON
             MOVE MONTH-YEAR TO PARM-MONTH(1:4)
             MOVE MONTH-MONTH TO PARM-MONTH(5:2)
           END-IF.
           MOVE PARM-MONTH TO MONTH-YYYYMM(1).
           PERFORM PRIORMON.
           MOVE MONTH-YEAR TO MONTH-YYYYMM(2)(1:4).
           MOVE MONTH-MONTH TO MONTH-YYYYMM(2)(5:2).
           MOVE MONTH-YYYYMM(2) TO STAMP-WORK(1:6).
           MOVE '01-00000000' TO STAMP-WORK(7:11).
           PERFORM STAMPDAY.
           MOVE DAY-NUMBER TO BASE-DAY-NUMBER.
           MOVE 0 TO MONTH-BOUND(1).
           MOVE MONTH-YYYYMM(1) TO STAMP-WORK(1:6).
           PERFORM STAMPMIN.
           MOVE STAMP-MINUTES TO MONTH-BOUND(2).
           MOVE PARM-MONTH(1:4) TO MONTH-YEAR.
           MOVE PARM-MONTH(5:2) TO MONTH-MONTH.
           IF MONTH-MONTH IS GREATER THAN 11
             ADD 1 TO MONTH-YEAR
             MOVE 1 TO MONTH-MONTH
           ELSE
             ADD 1 TO MONTH-MONTH
           END-IF.
           MOVE MONTH-YEAR TO STAMP-WORK(1:4).
           MOVE MONTH-MONTH TO STAMP-WORK(5:2).
           PERFORM STAMPMIN.
           MOVE STAMP-MINUTES TO MONTH-BOUND(3).

           PERFORM LOADINV.
           PERFORM LOADTHR.
           PERFORM LOADAQM.
           PERFORM LOADACK.
           PERFORM FOLDHCK.
           PERFORM FOLDALRT.
           PERFORM FOLDDLQ.
           PERFORM FOLDINH.
           PERFORM FOLDEDS.
           PERFORM FOLDIDS.
           PERFORM FOLDPEAK.
           PERFORM RPTOUT.

           DISPLAY OWNER-COUNT ' owner sections for '
               MONTH-YYYYMM(1) ' compared with ' MONTH-YYYYMM(2)
               ', ' ROW-FOLDED-COUNT ' source records folded'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE ROW-FOLDED-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0SRV0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

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
      *   Load the queue-to-owner map from the master inventory,     *
      *   building the owner table as owners are met - a queue with  *
      *   no recorded owner belongs to UNOWNED, as in AMQ0CBK0       *
      *                                                              *
      ****************************************************************
       LOADINV.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open master inventory file MQINV.DAT'
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF QI-ENTRY-TYPE IS NOT EQUAL TO 'P'
                 AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
                   IF QUEUE-ENTRY-COUNT IS LESS THAN 500
                     PERFORM ADDQ
                   ELSE
                     DISPLAY 'queue table full - entry for '
                         QI-QUEUE-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE INVENTORY-FILE.

      ****************************************************************
      *                                                              *
      *   Add one inventory queue, and its owner if new              *
      *                                                              *
      ****************************************************************
       ADDQ.
           IF QI-OWNING-APPL IS EQUAL TO SPACES
             MOVE 'UNOWNED' TO WORK-OWNING-APPL
           ELSE
             MOVE QI-OWNING-APPL TO WORK-OWNING-APPL
           END-IF.
           MOVE 0 TO OWNER-MATCH-INDEX.
           PERFORM VARYING OWNER-INDEX FROM 1 BY 1
               UNTIL OWNER-INDEX > OWNER-COUNT
             IF OW-OWNING-APPL(OWNER-INDEX) IS EQUAL TO
                 WORK-OWNING-APPL
               MOVE OWNER-INDEX TO OWNER-MATCH-INDEX
               MOVE OWNER-COUNT TO OWNER-INDEX
             END-IF
           END-PERFORM.
           IF OWNER-MATCH-INDEX IS EQUAL TO 0
             IF OWNER-COUNT IS LESS THAN 50
               ADD 1 TO OWNER-COUNT
               MOVE OWNER-COUNT TO OWNER-MATCH-INDEX
               INITIALIZE OWNER-ENTRY(OWNER-MATCH-INDEX)
               MOVE WORK-OWNING-APPL
                 TO OW-OWNING-APPL(OWNER-MATCH-INDEX)
               MOVE 'N' TO OM-THRESHOLD-SEEN(OWNER-MATCH-INDEX, 1)
               MOVE 'N' TO OM-THRESHOLD-SEEN(OWNER-MATCH-INDEX, 2)
             ELSE
               DISPLAY 'owner table full - queue ' QI-QUEUE-NAME
                   ' of ' WORK-OWNING-APPL ' skipped'
             END-IF
           END-IF.
           IF OWNER-MATCH-INDEX IS GREATER THAN 0
             ADD 1 TO QUEUE-ENTRY-COUNT
             MOVE QI-QUEUE-NAME TO QT-QUEUE-NAME(QUEUE-ENTRY-COUNT)
             MOVE OWNER-MATCH-INDEX
               TO QT-OWNER-INDEX(QUEUE-ENTRY-COUNT)
             MOVE 0 TO QT-THRESHOLD(QUEUE-ENTRY-COUNT)
             MOVE 0 TO QT-PEAK-DEPTH(QUEUE-ENTRY-COUNT, 1)
             MOVE 0 TO QT-PEAK-DEPTH(QUEUE-ENTRY-COUNT, 2)
             ADD 1 TO OW-QUEUE-COUNT(OWNER-MATCH-INDEX)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the effective depth thresholds                        *
      *                                                              *
      ****************************************************************
       LOADTHR.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT THRESHOLD-FILE.
           IF THRESHOLD-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ THRESHOLD-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF TH-THRESHOLD IS NUMERIC
                   MOVE TH-QUEUE-NAME TO ROW-QUEUE-NAME
                   MOVE 48 TO MATCH-LENGTH
                   PERFORM FINDQ
                   IF QUEUE-MATCH-INDEX IS GREATER THAN 0
                     MOVE TH-THRESHOLD
                       TO QT-THRESHOLD(QUEUE-MATCH-INDEX)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF THRESHOLD-FILE-STATUS IS NOT EQUAL TO '35'
           AND THRESHOLD-FILE-STATUS IS NOT EQUAL TO '30'
             CLOSE THRESHOLD-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the application-to-queue-manager list                 *
      *                                                              *
      ****************************************************************
       LOADAQM.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT APPL-QMGR-FILE.
           IF APPL-QMGR-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ APPL-QMGR-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF AQ-OWNING-APPL IS NOT EQUAL TO SPACES
                 AND AQ-OWNING-APPL(1:1) IS NOT EQUAL TO '*'
                   IF APPL-QMGR-COUNT IS LESS THAN 200
                     ADD 1 TO APPL-QMGR-COUNT
                     MOVE AQ-OWNING-APPL
                       TO AT-OWNING-APPL(APPL-QMGR-COUNT)
                     MOVE AQ-QMGR-NAME
                       TO AT-QMGR-NAME(APPL-QMGR-COUNT)
                   ELSE
                     DISPLAY 'queue manager list full - '
                         AQ-OWNING-APPL ' ' AQ-QMGR-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF APPL-QMGR-STATUS IS NOT EQUAL TO '35'
           AND APPL-QMGR-STATUS IS NOT EQUAL TO '30'
             CLOSE APPL-QMGR-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the acknowledgements                                  *
      *                                                              *
      ****************************************************************
       LOADACK.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ACK-FILE.
           IF ACK-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ACK-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF ACK-OBJECT-NAME IS NOT EQUAL TO SPACES
                   IF ACK-COUNT IS LESS THAN 2000
                     ADD 1 TO ACK-COUNT
                     MOVE ACK-TIMESTAMP TO AK-TIMESTAMP(ACK-COUNT)
                     MOVE ACK-OBJECT-NAME TO AK-OBJECT-NAME(ACK-COUNT)
                   ELSE
                     DISPLAY 'acknowledgement table full - '
                         ACK-OBJECT-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF ACK-FILE-STATUS IS NOT EQUAL TO '35'
           AND ACK-FILE-STATUS IS NOT EQUAL TO '30'
             CLOSE ACK-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold the healthcheck samples of both months per queue      *
      *   manager - a sample is healthy when its connect reason is   *
      *   zero, as AMQ0AVR0 judges it; older records with no queue   *
      *   manager column count as (local)                            *
      *                                                              *
      ****************************************************************
       FOLDHCK.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT UPTIME-LOG.
           IF UPTIME-LOG-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ UPTIME-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE HC-TIMESTAMP TO STAMP-WORK
                 PERFORM MONTHOF
                 IF STAMP-MONTH-INDEX IS GREATER THAN 0
                   ADD 1 TO ROW-FOLDED-COUNT
                   PERFORM HCK1
                 END-IF
             END-READ
           END-PERFORM.
           IF UPTIME-LOG-STATUS IS NOT EQUAL TO '35'
           AND UPTIME-LOG-STATUS IS NOT EQUAL TO '30'
             CLOSE UPTIME-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Count one healthcheck sample against its queue manager     *
      *                                                              *
      ****************************************************************
       HCK1.
           IF HC-QMGR-NAME IS EQUAL TO SPACES
             MOVE '(local)' TO WORK-QMGR-NAME
           ELSE
             MOVE HC-QMGR-NAME TO WORK-QMGR-NAME
           END-IF.
           MOVE 0 TO QMGR-MATCH-INDEX.
           PERFORM VARYING QMGR-INDEX FROM 1 BY 1
               UNTIL QMGR-INDEX > QMGR-COUNT
             IF QS-QMGR-NAME(QMGR-INDEX) IS EQUAL TO WORK-QMGR-NAME
               MOVE QMGR-INDEX TO QMGR-MATCH-INDEX
               MOVE QMGR-COUNT TO QMGR-INDEX
             END-IF
           END-PERFORM.
           IF QMGR-MATCH-INDEX IS EQUAL TO 0
             IF QMGR-COUNT IS LESS THAN 100
               ADD 1 TO QMGR-COUNT
               MOVE QMGR-COUNT TO QMGR-MATCH-INDEX
               MOVE WORK-QMGR-NAME TO QS-QMGR-NAME(QMGR-MATCH-INDEX)
               MOVE 0 TO QS-SAMPLES(QMGR-MATCH-INDEX, 1)
               MOVE 0 TO QS-SAMPLES(QMGR-MATCH-INDEX, 2)
               MOVE 0 TO QS-HEALTHY(QMGR-MATCH-INDEX, 1)
               MOVE 0 TO QS-HEALTHY(QMGR-MATCH-INDEX, 2)
             ELSE
               DISPLAY 'queue manager table full - '
                   WORK-QMGR-NAME ' skipped'
             END-IF
           END-IF.
           IF QMGR-MATCH-INDEX IS GREATER THAN 0
             ADD 1 TO QS-SAMPLES(QMGR-MATCH-INDEX, STAMP-MONTH-INDEX)
             MOVE HC-CON-REASON-DISPLAY TO SAMPLE-REASON-X
             INSPECT SAMPLE-REASON-X REPLACING ALL ' ' BY '0'
             IF SAMPLE-REASON-X IS EQUAL TO '0000000000'
               ADD 1
                 TO QS-HEALTHY(QMGR-MATCH-INDEX, STAMP-MONTH-INDEX)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold the tracked alert conditions - those still open and   *
      *   those cleared - into the owners of their queues            *
      *                                                              *
      ****************************************************************
       FOLDALRT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ALERT-STATE-FILE.
           IF ALERT-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ALERT-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE AST-SOURCE TO CUR-SOURCE
                 MOVE AST-QUEUE-NAME TO CUR-QUEUE-NAME
                 MOVE AST-FIRST-SEEN TO CUR-FIRST-SEEN
                 MOVE SPACES TO CUR-CLEARED
                 PERFORM ALERT1
             END-READ
           END-PERFORM.
           IF ALERT-STATE-STATUS IS NOT EQUAL TO '35'
           AND ALERT-STATE-STATUS IS NOT EQUAL TO '30'
             CLOSE ALERT-STATE-FILE
           END-IF.

           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ALERT-HISTORY-FILE.
           IF ALERT-HISTORY-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ALERT-HISTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE AH-SOURCE TO CUR-SOURCE
                 MOVE AH-QUEUE-NAME TO CUR-QUEUE-NAME
                 MOVE AH-FIRST-SEEN TO CUR-FIRST-SEEN
                 MOVE AH-CLEARED TO CUR-CLEARED
                 PERFORM ALERT1
             END-READ
           END-PERFORM.
           IF ALERT-HISTORY-STATUS IS NOT EQUAL TO '35'
           AND ALERT-HISTORY-STATUS IS NOT EQUAL TO '30'
             CLOSE ALERT-HISTORY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Count one alert condition in the month it was first seen,  *
      *   at the severity its monitor puts to the alert bus, with    *
      *   its time to acknowledge and (once cleared) to clear        *
      *                                                              *
      ****************************************************************
       ALERT1.
           MOVE CUR-FIRST-SEEN TO STAMP-WORK.
           PERFORM MONTHOF.
           MOVE CUR-QUEUE-NAME TO ROW-QUEUE-NAME.
           MOVE 48 TO MATCH-LENGTH.
           PERFORM FINDQ.
           IF STAMP-MONTH-INDEX IS GREATER THAN 0
           AND QUEUE-MATCH-INDEX IS GREATER THAN 0
             ADD 1 TO ROW-FOLDED-COUNT
             MOVE QT-OWNER-INDEX(QUEUE-MATCH-INDEX) TO OWNER-INDEX
      **     AMQ0AGE0 alerts at severity 2; the depth and backout
      **     monitors at severity 3
             EVALUATE CUR-SOURCE
               WHEN 'AGE'
                 MOVE 2 TO CUR-SEVERITY
               WHEN OTHER
                 MOVE 3 TO CUR-SEVERITY
             END-EVALUATE
             ADD 1 TO OM-SEVERITY-COUNT(OWNER-INDEX,
                 STAMP-MONTH-INDEX, CUR-SEVERITY)

             MOVE HIGH-VALUES TO FIRST-ACK-TIMESTAMP
             PERFORM VARYING ACK-INDEX FROM 1 BY 1
                 UNTIL ACK-INDEX > ACK-COUNT
               IF AK-OBJECT-NAME(ACK-INDEX) IS EQUAL TO
                   CUR-QUEUE-NAME
               AND AK-TIMESTAMP(ACK-INDEX) IS NOT LESS THAN
                   CUR-FIRST-SEEN
               AND AK-TIMESTAMP(ACK-INDEX) IS LESS THAN
                   FIRST-ACK-TIMESTAMP
               AND (CUR-CLEARED IS EQUAL TO SPACES
                 OR AK-TIMESTAMP(ACK-INDEX) IS NOT GREATER THAN
                   CUR-CLEARED)
                 MOVE AK-TIMESTAMP(ACK-INDEX) TO FIRST-ACK-TIMESTAMP
               END-IF
             END-PERFORM
             IF FIRST-ACK-TIMESTAMP IS NOT EQUAL TO HIGH-VALUES
               MOVE CUR-FIRST-SEEN TO STAMP-WORK
               PERFORM STAMPMIN
               MOVE STAMP-MINUTES TO GAP-FROM-MINUTES
               MOVE FIRST-ACK-TIMESTAMP TO STAMP-WORK
               PERFORM STAMPMIN
               COMPUTE GAP-MINUTES = STAMP-MINUTES - GAP-FROM-MINUTES
               IF GAP-MINUTES IS LESS THAN 0
                 MOVE 0 TO GAP-MINUTES
               END-IF
               ADD 1 TO OM-ACK-COUNT(OWNER-INDEX, STAMP-MONTH-INDEX)
               ADD GAP-MINUTES
                 TO OM-ACK-MINUTES(OWNER-INDEX, STAMP-MONTH-INDEX)
             END-IF

             IF CUR-CLEARED IS NOT EQUAL TO SPACES
               MOVE CUR-FIRST-SEEN TO STAMP-WORK
               PERFORM STAMPMIN
               MOVE STAMP-MINUTES TO GAP-FROM-MINUTES
               MOVE CUR-CLEARED TO STAMP-WORK
               PERFORM STAMPMIN
               COMPUTE GAP-MINUTES = STAMP-MINUTES - GAP-FROM-MINUTES
               IF GAP-MINUTES IS LESS THAN 0
                 MOVE 0 TO GAP-MINUTES
               END-IF
               ADD 1 TO OM-CLEAR-COUNT(OWNER-INDEX, STAMP-MONTH-INDEX)
               ADD GAP-MINUTES
                 TO OM-CLEAR-MINUTES(OWNER-INDEX, STAMP-MONTH-INDEX)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold the dead letters worked in either month - a REDRIVEN  *
      *   or REJECTED message is closed out, and meets the SLA when  *
      *   its elapsed time from the MQDLH put is within it           *
      *                                                              *
      ****************************************************************
       FOLDDLQ.
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
                 MOVE OUT-TIMESTAMP TO STAMP-WORK
                 PERFORM MONTHOF
                 MOVE OUT-DEST-QUEUE-NAME TO ROW-QUEUE-NAME
                 MOVE 48 TO MATCH-LENGTH
                 PERFORM FINDQ
                 IF STAMP-MONTH-INDEX IS GREATER THAN 0
                 AND QUEUE-MATCH-INDEX IS GREATER THAN 0
                   ADD 1 TO ROW-FOLDED-COUNT
                   PERFORM DLQ1
                 END-IF
             END-READ
           END-PERFORM.
           IF OUTCOME-LOG-STATUS IS NOT EQUAL TO '35'
           AND OUTCOME-LOG-STATUS IS NOT EQUAL TO '30'
             CLOSE OUTCOME-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Count one dead letter and judge it against the SLA         *
      *                                                              *
      ****************************************************************
       DLQ1.
           MOVE QT-OWNER-INDEX(QUEUE-MATCH-INDEX) TO OWNER-INDEX.
           ADD 1 TO OM-DLQ-COUNT(OWNER-INDEX, STAMP-MONTH-INDEX).
           IF (OUT-OUTCOME IS EQUAL TO 'REDRIVEN'
             OR OUT-OUTCOME IS EQUAL TO 'REJECTED')
           AND OUT-DLH-PUTDATE IS NUMERIC
             ADD 1 TO OM-DLQ-CLOSED(OWNER-INDEX, STAMP-MONTH-INDEX)
             MOVE OUT-DLH-PUTDATE TO STAMP-WORK(1:8)
             MOVE '-' TO STAMP-WORK(9:1)
             MOVE OUT-DLH-PUTTIME TO STAMP-WORK(10:8)
             PERFORM STAMPMIN
             MOVE STAMP-MINUTES TO GAP-FROM-MINUTES
             MOVE OUT-TIMESTAMP TO STAMP-WORK
             PERFORM STAMPMIN
             COMPUTE ELAPSED-MINUTES = STAMP-MINUTES - GAP-FROM-MINUTES
             IF ELAPSED-MINUTES IS LESS THAN 0
               MOVE 0 TO ELAPSED-MINUTES
             END-IF
             MOVE SPACES TO MY-BUSINESS-CLOCK
             MOVE OUT-DEST-QUEUE-NAME TO BCL-OBJECT-NAME
             MOVE OUT-DLH-PUTDATE TO BCL-FROM-TIMESTAMP(1:8)
             MOVE '-' TO BCL-FROM-TIMESTAMP(9:1)
             MOVE OUT-DLH-PUTTIME TO BCL-FROM-TIMESTAMP(10:8)
             MOVE OUT-TIMESTAMP TO BCL-TO-TIMESTAMP
             CALL 'AMQ0BCL0' USING BCL-CLOCK-AREA
             IF BCL-RESULT IS EQUAL TO 'BUSINESS'
               MOVE BCL-BUSINESS-MINUTES TO ELAPSED-MINUTES
             END-IF
             IF ELAPSED-MINUTES IS NOT GREATER THAN PARM-SLA-MINUTES
               ADD 1 TO OM-DLQ-MET(OWNER-INDEX, STAMP-MONTH-INDEX)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold the inhibit/enable audit log into inhibited minutes:  *
      *   a successful INHIBIT or QUIESCE opens a queue's inhibited  *
      *   interval, a successful ENABLE or RESUME closes it, and an  *
      *   interval still open at the end of the log runs to now      *
      *                                                              *
      ****************************************************************
       FOLDINH.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INHIBIT-AUDIT-LOG.
           IF INHIBIT-AUDIT-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INHIBIT-AUDIT-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF AUDIT-LOG-SET-COMPCODE IS EQUAL TO '0'
                 AND AUDIT-LOG-TIMESTAMP(1:8) IS NUMERIC
                   PERFORM INHIB1
                 END-IF
             END-READ
           END-PERFORM.
           IF INHIBIT-AUDIT-STATUS IS NOT EQUAL TO '35'
           AND INHIBIT-AUDIT-STATUS IS NOT EQUAL TO '30'
             CLOSE INHIBIT-AUDIT-LOG
           END-IF.

           MOVE NOW-TIMESTAMP TO STAMP-WORK.
           PERFORM STAMPMIN.
           MOVE STAMP-MINUTES TO CLIP-END.
           PERFORM VARYING INHIBIT-INDEX FROM 1 BY 1
               UNTIL INHIBIT-INDEX > INHIBIT-COUNT
             IF IH-QUEUE-NAME(INHIBIT-INDEX) IS NOT EQUAL TO SPACES
               MOVE IH-START-MINUTES(INHIBIT-INDEX) TO CLIP-START
               MOVE IH-QUEUE-NAME(INHIBIT-INDEX) TO ROW-QUEUE-NAME
               PERFORM INHADD
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Open or close one queue's inhibited interval               *
      *                                                              *
      ****************************************************************
       INHIB1.
           MOVE 0 TO INHIBIT-MATCH-INDEX.
           PERFORM VARYING INHIBIT-INDEX FROM 1 BY 1
               UNTIL INHIBIT-INDEX > INHIBIT-COUNT
             IF IH-QUEUE-NAME(INHIBIT-INDEX) IS EQUAL TO
                 AUDIT-LOG-QUEUE-NAME
               MOVE INHIBIT-INDEX TO INHIBIT-MATCH-INDEX
               MOVE INHIBIT-COUNT TO INHIBIT-INDEX
             END-IF
           END-PERFORM.
           MOVE AUDIT-LOG-TIMESTAMP TO STAMP-WORK.
           PERFORM STAMPMIN.

           IF (AUDIT-LOG-ACTION IS EQUAL TO 'INHIBIT'
             OR AUDIT-LOG-ACTION IS EQUAL TO 'QUIESCE')
           AND INHIBIT-MATCH-INDEX IS EQUAL TO 0
             PERFORM VARYING INHIBIT-INDEX FROM 1 BY 1
                 UNTIL INHIBIT-INDEX > INHIBIT-COUNT
               IF IH-QUEUE-NAME(INHIBIT-INDEX) IS EQUAL TO SPACES
                 MOVE INHIBIT-INDEX TO INHIBIT-MATCH-INDEX
                 MOVE INHIBIT-COUNT TO INHIBIT-INDEX
               END-IF
             END-PERFORM
             IF INHIBIT-MATCH-INDEX IS EQUAL TO 0
             AND INHIBIT-COUNT IS LESS THAN 200
               ADD 1 TO INHIBIT-COUNT
               MOVE INHIBIT-COUNT TO INHIBIT-MATCH-INDEX
             END-IF
             IF INHIBIT-MATCH-INDEX IS GREATER THAN 0
               MOVE AUDIT-LOG-QUEUE-NAME
                 TO IH-QUEUE-NAME(INHIBIT-MATCH-INDEX)
               MOVE STAMP-MINUTES
                 TO IH-START-MINUTES(INHIBIT-MATCH-INDEX)
             ELSE
               DISPLAY 'inhibit table full - ' AUDIT-LOG-QUEUE-NAME
                   ' not measured'
             END-IF
           END-IF.

           IF (AUDIT-LOG-ACTION IS EQUAL TO 'ENABLE'
             OR AUDIT-LOG-ACTION IS EQUAL TO 'RESUME')
           AND INHIBIT-MATCH-INDEX IS GREATER THAN 0
             MOVE IH-START-MINUTES(INHIBIT-MATCH-INDEX) TO CLIP-START
             MOVE STAMP-MINUTES TO CLIP-END
             MOVE AUDIT-LOG-QUEUE-NAME TO ROW-QUEUE-NAME
             PERFORM INHADD
             MOVE SPACES TO IH-QUEUE-NAME(INHIBIT-MATCH-INDEX)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Add the parts of one inhibited interval CLIP-START to      *
      *   CLIP-END falling in each month to the queue's owner - the  *
      *   audit log carries 40 characters of the queue name          *
      *                                                              *
      ****************************************************************
       INHADD.
           MOVE 40 TO MATCH-LENGTH.
           PERFORM FINDQ.
           IF QUEUE-MATCH-INDEX IS GREATER THAN 0
             ADD 1 TO ROW-FOLDED-COUNT
             MOVE QT-OWNER-INDEX(QUEUE-MATCH-INDEX) TO OWNER-INDEX
             PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                 UNTIL MONTH-INDEX > 2
               MOVE MONTH-BOUND(3 - MONTH-INDEX) TO CLIP-LOW
               MOVE MONTH-BOUND(4 - MONTH-INDEX) TO CLIP-HIGH
               IF CLIP-START IS GREATER THAN CLIP-LOW
                 MOVE CLIP-START TO CLIP-LOW
               END-IF
               IF CLIP-END IS LESS THAN CLIP-HIGH
                 MOVE CLIP-END TO CLIP-HIGH
               END-IF
               IF CLIP-HIGH IS GREATER THAN CLIP-LOW
                 COMPUTE OM-INHIBIT-MINUTES(OWNER-INDEX, MONTH-INDEX)
                     = OM-INHIBIT-MINUTES(OWNER-INDEX, MONTH-INDEX)
                     + CLIP-HIGH - CLIP-LOW
               END-IF
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold the nightly depth history's peaks per queue per month *
      *                                                              *
      ****************************************************************
       FOLDEDS.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT STATISTICS-EXTRACT.
           IF STATISTICS-EXTRACT-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ STATISTICS-EXTRACT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE STATISTICS-EXTRACT-RECORD(1:17)
                   TO ROW-TIMESTAMP
                 MOVE STATISTICS-EXTRACT-RECORD(19:48)
                   TO ROW-QUEUE-NAME
                 MOVE STATISTICS-EXTRACT-RECORD(68:9)
                   TO ROW-DEPTH-X
                 MOVE ROW-TIMESTAMP TO STAMP-WORK
                 PERFORM MONTHOF
                 IF STAMP-MONTH-INDEX IS GREATER THAN 0
                 AND ROW-DEPTH-X IS NUMERIC
                   MOVE 48 TO MATCH-LENGTH
                   PERFORM FINDQ
                   IF QUEUE-MATCH-INDEX IS GREATER THAN 0
                     ADD 1 TO ROW-FOLDED-COUNT
                     IF ROW-DEPTH IS GREATER THAN
                         QT-PEAK-DEPTH(QUEUE-MATCH-INDEX,
                           STAMP-MONTH-INDEX)
                       MOVE ROW-DEPTH TO
                         QT-PEAK-DEPTH(QUEUE-MATCH-INDEX,
                           STAMP-MONTH-INDEX)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF STATISTICS-EXTRACT-STATUS IS NOT EQUAL TO '35'
           AND STATISTICS-EXTRACT-STATUS IS NOT EQUAL TO '30'
             CLOSE STATISTICS-EXTRACT
           END-IF.

      ****************************************************************
      *                                                              *
      *   The intraday sampler's state only covers its latest day,   *
      *   so its peaks count only when the review month is the       *
      *   current month                                              *
      *                                                              *
      ****************************************************************
       FOLDIDS.
           IF MONTH-YYYYMM(1) IS EQUAL TO CURRENT-MONTH
             MOVE 'N' TO END-OF-FILE-SWITCH
             OPEN INPUT SAMPLER-STATE-FILE
             IF SAMPLER-STATE-STATUS IS NOT EQUAL TO '00'
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ SAMPLER-STATE-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   IF IDS-MAX-DEPTH-X IS NUMERIC
                     MOVE IDS-QUEUE-NAME TO ROW-QUEUE-NAME
                     MOVE 48 TO MATCH-LENGTH
                     PERFORM FINDQ
                     MOVE IDS-MAX-DEPTH-X TO ROW-DEPTH-X
                     IF QUEUE-MATCH-INDEX IS GREATER THAN 0
                     AND ROW-DEPTH IS GREATER THAN
                         QT-PEAK-DEPTH(QUEUE-MATCH-INDEX, 1)
                       MOVE ROW-DEPTH
                         TO QT-PEAK-DEPTH(QUEUE-MATCH-INDEX, 1)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF SAMPLER-STATE-STATUS IS NOT EQUAL TO '35'
             AND SAMPLER-STATE-STATUS IS NOT EQUAL TO '30'
               CLOSE SAMPLER-STATE-FILE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Judge each thresholded queue's peak against its threshold  *
      *   and keep the owner's worst percentage and over count       *
      *                                                              *
      ****************************************************************
       FOLDPEAK.
           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-ENTRY-COUNT
             IF QT-THRESHOLD(QUEUE-INDEX) IS GREATER THAN 0
               MOVE QT-OWNER-INDEX(QUEUE-INDEX) TO OWNER-INDEX
               PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                   UNTIL MONTH-INDEX > 2
                 MOVE 'Y'
                   TO OM-THRESHOLD-SEEN(OWNER-INDEX, MONTH-INDEX)
                 COMPUTE WORK-PEAK-PCT ROUNDED =
                     QT-PEAK-DEPTH(QUEUE-INDEX, MONTH-INDEX) * 100
                     / QT-THRESHOLD(QUEUE-INDEX)
                 IF WORK-PEAK-PCT IS GREATER THAN
                     OM-WORST-PEAK-PCT(OWNER-INDEX, MONTH-INDEX)
                   MOVE WORK-PEAK-PCT
                     TO OM-WORST-PEAK-PCT(OWNER-INDEX, MONTH-INDEX)
                 END-IF
                 IF QT-PEAK-DEPTH(QUEUE-INDEX, MONTH-INDEX)
                     IS GREATER THAN QT-THRESHOLD(QUEUE-INDEX)
                   ADD 1 TO OM-OVER-COUNT(OWNER-INDEX, MONTH-INDEX)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Find ROW-QUEUE-NAME in the queue table, comparing its      *
      *   first MATCH-LENGTH characters                              *
      *                                                              *
      ****************************************************************
       FINDQ.
           MOVE 0 TO QUEUE-MATCH-INDEX.
           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-ENTRY-COUNT
             IF QT-QUEUE-NAME(QUEUE-INDEX)(1:MATCH-LENGTH)
                 IS EQUAL TO ROW-QUEUE-NAME(1:MATCH-LENGTH)
               MOVE QUEUE-INDEX TO QUEUE-MATCH-INDEX
               MOVE QUEUE-ENTRY-COUNT TO QUEUE-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Which compared month STAMP-WORK falls in: 1 the review     *
      *   month, 2 the month before, 0 neither                       *
      *                                                              *
      ****************************************************************
       MONTHOF.
           MOVE 0 TO STAMP-MONTH-INDEX.
           IF STAMP-WORK(1:6) IS EQUAL TO MONTH-YYYYMM(1)
             MOVE 1 TO STAMP-MONTH-INDEX
           END-IF.
           IF STAMP-WORK(1:6) IS EQUAL TO MONTH-YYYYMM(2)
             MOVE 2 TO STAMP-MONTH-INDEX
           END-IF.

      ****************************************************************
      *                                                              *
      *   STAMP-WORK as minutes from the start of the earlier month  *
      *                                                              *
      ****************************************************************
       STAMPMIN.
           MOVE 0 TO STAMP-MINUTES.
           IF STAMP-WORK(1:8) IS NUMERIC
           AND STAMP-WORK(10:4) IS NUMERIC
             PERFORM STAMPDAY
             MOVE STAMP-WORK(10:2) TO TIME-HOUR-PART
             MOVE STAMP-WORK(12:2) TO TIME-MINUTE-PART
             COMPUTE STAMP-MINUTES =
                 (DAY-NUMBER - BASE-DAY-NUMBER) * 1440
                 + TIME-HOUR-PART * 60 + TIME-MINUTE-PART
           END-IF.

      ****************************************************************
      *                                                              *
      *   The day number of STAMP-WORK's date, counted from 1 March  *
      *   of year 0 the way AMQ0BCL0 counts it                       *
      *                                                              *
      ****************************************************************
       STAMPDAY.
           MOVE STAMP-WORK(1:4) TO DN-YEAR.
           MOVE STAMP-WORK(5:2) TO DN-MONTH.
           MOVE STAMP-WORK(7:2) TO DN-DAY.
           IF DN-MONTH IS LESS THAN 3
             SUBTRACT 1 FROM DN-YEAR
             ADD 9 TO DN-MONTH
           ELSE
             SUBTRACT 3 FROM DN-MONTH
           END-IF.
           DIVIDE DN-YEAR BY 4 GIVING DN-QUOTIENT-4.
           DIVIDE DN-YEAR BY 100 GIVING DN-QUOTIENT-100.
           DIVIDE DN-YEAR BY 400 GIVING DN-QUOTIENT-400.
           COMPUTE DN-MONTH-DAYS = DN-MONTH * 153 + 2.
           DIVIDE DN-MONTH-DAYS BY 5 GIVING DN-MONTH-DAYS.
           COMPUTE DAY-NUMBER = DN-YEAR * 365 + DN-QUOTIENT-4
               - DN-QUOTIENT-100 + DN-QUOTIENT-400
               + DN-MONTH-DAYS + DN-DAY - 1.

      ****************************************************************
      *                                                              *
      *   Write one review section per owner                         *
      *                                                              *
      ****************************************************************
       RPTOUT.
           OPEN OUTPUT REVIEW-REPORT.
           PERFORM VARYING OWNER-INDEX FROM 1 BY 1
               UNTIL OWNER-INDEX > OWNER-COUNT
             PERFORM SECTION1
           END-PERFORM.
           CLOSE REVIEW-REPORT.

      ****************************************************************
      *                                                              *
      *   One owner's section: its queues and queue managers, then   *
      *   every figure for both months with its direction            *
      *                                                              *
      ****************************************************************
       SECTION1.
           MOVE OW-OWNING-APPL(OWNER-INDEX) TO SH-OWNING-APPL.
           MOVE MONTH-YYYYMM(1) TO SH-MONTH.
           MOVE MONTH-YYYYMM(2) TO SH-PRIOR-MONTH.
           WRITE REVIEW-REPORT-RECORD FROM SECTION-HEADER-LINE.

      **   the owner's queue managers, (local) when none are listed
           MOVE OW-QUEUE-COUNT(OWNER-INDEX) TO QC-QUEUE-COUNT.
           MOVE SPACES TO QC-QMGR-LIST.
           MOVE 1 TO QMGR-LIST-POINTER.
           MOVE 'N' TO APPL-QMGR-FOUND-SWITCH.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE 0 TO OM-SAMPLES(OWNER-INDEX, MONTH-INDEX)
             MOVE 0 TO OM-HEALTHY(OWNER-INDEX, MONTH-INDEX)
           END-PERFORM.
           PERFORM VARYING APPL-QMGR-INDEX FROM 1 BY 1
               UNTIL APPL-QMGR-INDEX > APPL-QMGR-COUNT
             IF AT-OWNING-APPL(APPL-QMGR-INDEX) IS EQUAL TO
                 OW-OWNING-APPL(OWNER-INDEX)
               MOVE 'Y' TO APPL-QMGR-FOUND-SWITCH
               MOVE AT-QMGR-NAME(APPL-QMGR-INDEX) TO WORK-QMGR-NAME
               PERFORM QMGRADD
             END-IF
           END-PERFORM.
           IF APPL-QMGR-FOUND-SWITCH IS EQUAL TO 'N'
             MOVE '(local)' TO WORK-QMGR-NAME
             PERFORM QMGRADD
           END-IF.
           WRITE REVIEW-REPORT-RECORD FROM QUEUE-COUNT-LINE.

           MOVE MONTH-YYYYMM(1) TO CH-MONTH.
           MOVE MONTH-YYYYMM(2) TO CH-PRIOR-MONTH.
           WRITE REVIEW-REPORT-RECORD FROM COLUMN-HEADER-LINE.

           MOVE 'queue manager availability %' TO FIGURE-LABEL.
           MOVE 'Y' TO FIGURE-DECIMALS.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE 0 TO FIGURE-VALUE(MONTH-INDEX)
             MOVE 'N' TO FIGURE-PRESENT(MONTH-INDEX)
             IF OM-SAMPLES(OWNER-INDEX, MONTH-INDEX) IS GREATER THAN 0
               MOVE 'Y' TO FIGURE-PRESENT(MONTH-INDEX)
               COMPUTE FIGURE-VALUE(MONTH-INDEX) ROUNDED =
                   OM-HEALTHY(OWNER-INDEX, MONTH-INDEX) * 100
                   / OM-SAMPLES(OWNER-INDEX, MONTH-INDEX)
             END-IF
           END-PERFORM.
           PERFORM FIGOUT.

           MOVE 'alerts raised, severity 1' TO FIGURE-LABEL.
           MOVE 1 TO CUR-SEVERITY.
           PERFORM SEVOUT.
           MOVE 'alerts raised, severity 2' TO FIGURE-LABEL.
           MOVE 2 TO CUR-SEVERITY.
           PERFORM SEVOUT.
           MOVE 'alerts raised, severity 3' TO FIGURE-LABEL.
           MOVE 3 TO CUR-SEVERITY.
           PERFORM SEVOUT.

           MOVE 'mean time to acknowledge, minutes' TO FIGURE-LABEL.
           MOVE 'N' TO FIGURE-DECIMALS.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE 0 TO FIGURE-VALUE(MONTH-INDEX)
             MOVE 'N' TO FIGURE-PRESENT(MONTH-INDEX)
             IF OM-ACK-COUNT(OWNER-INDEX, MONTH-INDEX)
                 IS GREATER THAN 0
               MOVE 'Y' TO FIGURE-PRESENT(MONTH-INDEX)
               COMPUTE FIGURE-VALUE(MONTH-INDEX) ROUNDED =
                   OM-ACK-MINUTES(OWNER-INDEX, MONTH-INDEX)
                   / OM-ACK-COUNT(OWNER-INDEX, MONTH-INDEX)
             END-IF
           END-PERFORM.
           PERFORM FIGOUT.

           MOVE 'mean time to clear, minutes' TO FIGURE-LABEL.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE 0 TO FIGURE-VALUE(MONTH-INDEX)
             MOVE 'N' TO FIGURE-PRESENT(MONTH-INDEX)
             IF OM-CLEAR-COUNT(OWNER-INDEX, MONTH-INDEX)
                 IS GREATER THAN 0
               MOVE 'Y' TO FIGURE-PRESENT(MONTH-INDEX)
               COMPUTE FIGURE-VALUE(MONTH-INDEX) ROUNDED =
                   OM-CLEAR-MINUTES(OWNER-INDEX, MONTH-INDEX)
                   / OM-CLEAR-COUNT(OWNER-INDEX, MONTH-INDEX)
             END-IF
           END-PERFORM.
           PERFORM FIGOUT.

           MOVE 'dead letters worked' TO FIGURE-LABEL.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE 'Y' TO FIGURE-PRESENT(MONTH-INDEX)
             MOVE OM-DLQ-COUNT(OWNER-INDEX, MONTH-INDEX)
               TO FIGURE-VALUE(MONTH-INDEX)
           END-PERFORM.
           PERFORM FIGOUT.

           MOVE 'dead-letter SLA attainment %' TO FIGURE-LABEL.
           MOVE 'Y' TO FIGURE-DECIMALS.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE 0 TO FIGURE-VALUE(MONTH-INDEX)
             MOVE 'N' TO FIGURE-PRESENT(MONTH-INDEX)
             IF OM-DLQ-CLOSED(OWNER-INDEX, MONTH-INDEX)
                 IS GREATER THAN 0
               MOVE 'Y' TO FIGURE-PRESENT(MONTH-INDEX)
               COMPUTE FIGURE-VALUE(MONTH-INDEX) ROUNDED =
                   OM-DLQ-MET(OWNER-INDEX, MONTH-INDEX) * 100
                   / OM-DLQ-CLOSED(OWNER-INDEX, MONTH-INDEX)
             END-IF
           END-PERFORM.
           PERFORM FIGOUT.

           MOVE 'minutes inhibited' TO FIGURE-LABEL.
           MOVE 'N' TO FIGURE-DECIMALS.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE 'Y' TO FIGURE-PRESENT(MONTH-INDEX)
             MOVE OM-INHIBIT-MINUTES(OWNER-INDEX, MONTH-INDEX)
               TO FIGURE-VALUE(MONTH-INDEX)
           END-PERFORM.
           PERFORM FIGOUT.

           MOVE 'worst peak depth, % of threshold' TO FIGURE-LABEL.
           MOVE 'Y' TO FIGURE-DECIMALS.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE OM-THRESHOLD-SEEN(OWNER-INDEX, MONTH-INDEX)
               TO FIGURE-PRESENT(MONTH-INDEX)
             MOVE OM-WORST-PEAK-PCT(OWNER-INDEX, MONTH-INDEX)
               TO FIGURE-VALUE(MONTH-INDEX)
           END-PERFORM.
           PERFORM FIGOUT.

           MOVE 'queues peaking over threshold' TO FIGURE-LABEL.
           MOVE 'N' TO FIGURE-DECIMALS.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE OM-THRESHOLD-SEEN(OWNER-INDEX, MONTH-INDEX)
               TO FIGURE-PRESENT(MONTH-INDEX)
             MOVE OM-OVER-COUNT(OWNER-INDEX, MONTH-INDEX)
               TO FIGURE-VALUE(MONTH-INDEX)
           END-PERFORM.
           PERFORM FIGOUT.

           WRITE REVIEW-REPORT-RECORD FROM BLANK-LINE.

      ****************************************************************
      *                                                              *
      *   Add one of the owner's queue managers to its section: name *
      *   it on the queue-count line and add its samples in          *
      *                                                              *
      ****************************************************************
       QMGRADD.
           IF QMGR-LIST-POINTER IS LESS THAN 80
             STRING WORK-QMGR-NAME DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
               INTO QC-QMGR-LIST
               WITH POINTER QMGR-LIST-POINTER
             END-STRING
           END-IF.
           PERFORM VARYING QMGR-INDEX FROM 1 BY 1
               UNTIL QMGR-INDEX > QMGR-COUNT
             IF QS-QMGR-NAME(QMGR-INDEX) IS EQUAL TO WORK-QMGR-NAME
               PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                   UNTIL MONTH-INDEX > 2
                 ADD QS-SAMPLES(QMGR-INDEX, MONTH-INDEX)
                   TO OM-SAMPLES(OWNER-INDEX, MONTH-INDEX)
                 ADD QS-HEALTHY(QMGR-INDEX, MONTH-INDEX)
                   TO OM-HEALTHY(OWNER-INDEX, MONTH-INDEX)
               END-PERFORM
               MOVE QMGR-COUNT TO QMGR-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The alert count of severity CUR-SEVERITY, both months      *
      *                                                              *
      ****************************************************************
       SEVOUT.
           MOVE 'N' TO FIGURE-DECIMALS.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 2
             MOVE 'Y' TO FIGURE-PRESENT(MONTH-INDEX)
             MOVE OM-SEVERITY-COUNT(OWNER-INDEX, MONTH-INDEX,
                 CUR-SEVERITY) TO FIGURE-VALUE(MONTH-INDEX)
           END-PERFORM.
           PERFORM FIGOUT.

      ****************************************************************
      *                                                              *
      *   Write one figure line: both months' values, - where there  *
      *   is nothing to base a figure on, and UP, DOWN or SAME when  *
      *   both months have one                                       *
      *                                                              *
      ****************************************************************
       FIGOUT.
           MOVE FIGURE-LABEL TO FL-LABEL.
           MOVE SPACES TO FL-DIRECTION.
           MOVE 1 TO MONTH-INDEX.
           PERFORM FIGEDIT.
           MOVE FL-PRIOR TO FL-CURRENT.
           MOVE 2 TO MONTH-INDEX.
           PERFORM FIGEDIT.
           IF FIGURE-PRESENT(1) IS EQUAL TO 'Y'
           AND FIGURE-PRESENT(2) IS EQUAL TO 'Y'
             EVALUATE TRUE
               WHEN FIGURE-VALUE(1) IS GREATER THAN FIGURE-VALUE(2)
                 MOVE 'UP' TO FL-DIRECTION
               WHEN FIGURE-VALUE(1) IS LESS THAN FIGURE-VALUE(2)
                 MOVE 'DOWN' TO FL-DIRECTION
               WHEN OTHER
                 MOVE 'SAME' TO FL-DIRECTION
             END-EVALUATE
           END-IF.
           WRITE REVIEW-REPORT-RECORD FROM FIGURE-LINE.

      ****************************************************************
      *                                                              *
      *   Edit FIGURE-VALUE(MONTH-INDEX) into FL-PRIOR               *
      *                                                              *
      ****************************************************************
       FIGEDIT.
           IF FIGURE-PRESENT(MONTH-INDEX) IS NOT EQUAL TO 'Y'
             MOVE '            -' TO FL-PRIOR
           ELSE
             IF FIGURE-DECIMALS IS EQUAL TO 'Y'
               MOVE FIGURE-VALUE(MONTH-INDEX) TO DECIMAL-EDIT
               MOVE DECIMAL-EDIT TO FL-PRIOR
             ELSE
               MOVE FIGURE-VALUE(MONTH-INDEX) TO INTEGER-EDIT
               MOVE INTEGER-EDIT TO FL-PRIOR
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0SRV0                                              *
      *                                                              *
      ****************************************************************
