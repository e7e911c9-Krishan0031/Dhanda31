      *      -- a bridge section counting CIAAUDIT.DAT CICS bridge   *
      *         transactions by transaction id                       *
      *                                                              *
      *      -- every chain is also written whole, one record per    *
      *         remote queue, to TOPFLOW.DAT for the programs that   *
      *         work from the topology rather than read it           *
      *                                                              *
      *    Program logic:                                            *
      *         load CHANEXT.DAT and the inventory queue names       *
      *         map the local queue manager, then each CCXCTL.DAT    *
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TOPOLOGY-REPORT-STATUS.

      ** the same chains with full names, one record per remote queue
           SELECT FLOW-FILE ASSIGN TO 'TOPFLOW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FLOW-FILE-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
          05 CE-TRANSPORT-TYPE         PIC 9(9).
          05 CE-QMGR-NAME              PIC X(48).
          05 CE-XMITQ-NAME             PIC X(48).
          05 FILLER                    PIC X(141).

       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(41).
          05 FILLER                    PIC X(9).

       FD  OUTCOME-LOG.
       01 OUTCOME-LOG-RECORD.
       FD  TOPOLOGY-REPORT.
       01 TOPOLOGY-REPORT-RECORD       PIC X(132).

       FD  FLOW-FILE.
       01 FLOW-RECORD.
          05 TF-QMGR-NAME              PIC X(48).
          05 FILLER                    PIC X.
          05 TF-REMOTE-Q-NAME          PIC X(48).
          05 FILLER                    PIC X.
          05 TF-XMITQ-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 TF-CHANNEL-NAME           PIC X(20).
          05 FILLER                    PIC X.
          05 TF-DEST-Q-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 TF-DEST-QMGR-NAME         PIC X(48).

       WORKING-STORAGE SECTION.
      *
      **  Declare MQI structures needed
       01 OUTCOME-LOG-STATUS         PIC XX VALUE '00'.
       01 BRIDGE-AUDIT-STATUS        PIC XX VALUE '00'.
       01 TOPOLOGY-REPORT-STATUS     PIC XX VALUE '00'.
       01 FLOW-FILE-STATUS           PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the channel-to-transmission-queue join loaded once
           PERFORM LOADINV.

           OPEN OUTPUT TOPOLOGY-REPORT.
           OPEN OUTPUT FLOW-FILE.

      ****************************************************************
      *                                                              *
           PERFORM SECBRDG.

           CLOSE TOPOLOGY-REPORT.
           CLOSE FLOW-FILE.

           DISPLAY MAPPED-COUNT ' queues mapped, ' REMOTE-Q-COUNT
               ' remote definitions, ' UNROUTABLE-COUNT
                 INTO REPORT-LINE
             END-IF
             WRITE TOPOLOGY-REPORT-RECORD FROM REPORT-LINE
      **     an unroutable chain is written with no channel
             MOVE SPACES TO FLOW-RECORD
             MOVE CURRENT-QMGR-LABEL TO TF-QMGR-NAME
             MOVE QN-QUEUE-NAME(QUEUE-NAME-INDEX) TO TF-REMOTE-Q-NAME
             MOVE CA-XMITQ-NAME TO TF-XMITQ-NAME
             MOVE SERVING-CHANNEL-NAME TO TF-CHANNEL-NAME
             MOVE CA-REMOTE-Q-NAME TO TF-DEST-Q-NAME
             MOVE CA-REMOTE-QMGR-NAME TO TF-DEST-QMGR-NAME
             WRITE FLOW-RECORD
           END-IF.

      ****************************************************************
