       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0DRR0                                       *
      *                                                              *
      * Description: Disaster-recovery readiness comparison between  *
      *              each production queue manager and its DR        *
      *              partner                                         *
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
      *   AMQ0DRR0 proves, ahead of the day it is needed, that each  *
      *   DR queue manager would carry the production workload.      *
      *   The pairing file DRPAIR.DAT names each production queue    *
      *   manager's DR partner; both must have a client-connection   *
      *   entry in CCXCTL.DAT.  For each pair the program MQCONNXes  *
      *   to one side, then the other, and MQINQs every Q entry in   *
      *   the master inventory MQINV.DAT on each:                    *
      *                                                              *
      *      -- existence and queue type                             *
      *      -- max depth and max message length                     *
      *      -- backout threshold and backout requeue queue          *
      *      -- trigger control, type, depth, initiation queue and   *
      *         process                                              *
      *      -- PUT and GET inhibit state                            *
      *                                                              *
      *   Every difference is written to the readiness report        *
      *   DRRPT.DAT and rated:                                       *
      *                                                              *
      *      -- BLOCKING when the DR side would fail or lose work    *
      *         on failover: a queue missing or of another type, a   *
      *         smaller max depth or max message length, a backout   *
      *         threshold turned off or a different requeue queue,   *
      *         a difference in any trigger setting of a queue       *
      *         triggered in production, or a queue inhibited on     *
      *         the DR side that is open in production               *
      *                                                              *
      *      -- COSMETIC for everything else - a larger limit on     *
      *         DR, a different non-zero backout threshold, trigger  *
      *         settings of a queue not triggered in production, a   *
      *         queue inhibited only in production, or a queue on    *
      *         DR that production does not have                     *
      *                                                              *
      *   A pair that cannot be compared (a partner missing from     *
      *   CCXCTL.DAT, a failed connection) is itself BLOCKING.  Each *
      *   pair closes with a READY / NOT READY line and the report   *
      *   ends with the overall READY / NOT READY line the           *
      *   quarterly DR attestation quotes.                           *
      *                                                              *
      *    Program logic:                                            *
      *         load MQINV.DAT Q entries and CCXCTL.DAT              *
      *         for each DRPAIR.DAT pair,                            *
      *         .  MQCONNX to production, MQINQ every queue, MQDISC  *
      *         .  MQCONNX to DR, MQINQ every queue, MQDISC          *
      *         .  compare and rate, write the pair's lines          *
      *         write the overall line                               *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0DRR0 parameters (job parameters, ARGUMENT-NUMBER/      *
      *   ARGUMENT-VALUE):                                           *
      *     1 - production queue manager (optional; only its pair    *
      *         is compared - default every pair in DRPAIR.DAT)      *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0DRR0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** production queue manager and its DR partner, one pair per
      ** line
           SELECT PAIRING-FILE ASSIGN TO 'DRPAIR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAIRING-FILE-STATUS.

      ** the estate's client-connection definitions, one per line
           SELECT CONNECTION-LIST-FILE ASSIGN TO 'CCXCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONNECTION-LIST-STATUS.

      ** the master queue inventory
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** the readiness report
           SELECT READINESS-REPORT ASSIGN TO 'DRRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS READINESS-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PAIRING-FILE.
       01 PAIRING-RECORD.
          05 DP-PROD-QMGR-NAME         PIC X(48).
          05 FILLER                    PIC X.
          05 DP-DR-QMGR-NAME           PIC X(48).

       FD  CONNECTION-LIST-FILE.
       01 CONNECTION-LIST-RECORD.
          05 CL-QMGR-NAME              PIC X(48).
          05 CL-CHANNEL-NAME           PIC X(20).
          05 CL-CONNECTION-NAME        PIC X(264).

       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(41).
          05 FILLER                    PIC X(9).

       FD  READINESS-REPORT.
       01 READINESS-REPORT-RECORD.
          05 DRR-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRR-PROD-QMGR-NAME        PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRR-DR-QMGR-NAME          PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRR-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRR-ATTRIBUTE             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRR-PROD-VALUE            PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRR-DR-VALUE              PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRR-RATING                PIC X(9).

       WORKING-STORAGE SECTION.
      *
      **  Declare MQI structures needed
      * MQI named constants
       01 MY-MQ-CONSTANTS.
          COPY CMQV.
      * Object Descriptor
       01 OBJECT-DESCRIPTOR.
          COPY CMQODV.
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

      ** MQINQ selectors: the queue type alone first, then the set
      ** that applies to that type
       01 SELECTOR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 12 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 9 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(144).

       01 PAIRING-FILE-STATUS        PIC XX VALUE '00'.
       01 CONNECTION-LIST-STATUS     PIC XX VALUE '00'.
       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 READINESS-REPORT-STATUS    PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** job parameter
       01 PARM-PROD-QMGR-NAME        PIC X(48) VALUE SPACES.

      ** the client connections, loaded once
       01 CONNECTION-TABLE.
          02 CONNECTION-ENTRY OCCURS 100 TIMES.
             05 CT-QMGR-NAME          PIC X(48).
             05 CT-CHANNEL-NAME       PIC X(20).
             05 CT-CONNECTION-NAME    PIC X(264).
       01 CONNECTION-COUNT           PIC S9(9) BINARY VALUE 0.
       01 CONNECTION-INDEX           PIC S9(9) BINARY.
       01 PROD-CONNECTION            PIC S9(9) BINARY.
       01 DR-CONNECTION              PIC S9(9) BINARY.
       01 SIDE-CONNECTION            PIC S9(9) BINARY.

      ** the inventory's queues with what each side reported.  Side
      ** 1 is production, side 2 DR; SA-EXISTS is Y found, N not
      ** found, U not asked (no connection)
       01 QUEUE-TABLE.
          02 QUEUE-ENTRY OCCURS 500 TIMES.
             05 QT-QUEUE-NAME         PIC X(48).
             05 QT-SIDE OCCURS 2 TIMES.
                10 SA-EXISTS          PIC X.
                10 SA-Q-TYPE          PIC S9(9) BINARY.
                10 SA-MAX-Q-DEPTH     PIC S9(9) BINARY.
                10 SA-MAX-MSG-LENGTH  PIC S9(9) BINARY.
                10 SA-BACKOUT-THRESHOLD
                                      PIC S9(9) BINARY.
                10 SA-TRIGGER-CONTROL PIC S9(9) BINARY.
                10 SA-TRIGGER-TYPE    PIC S9(9) BINARY.
                10 SA-TRIGGER-DEPTH   PIC S9(9) BINARY.
                10 SA-INHIBIT-PUT     PIC S9(9) BINARY.
                10 SA-INHIBIT-GET     PIC S9(9) BINARY.
                10 SA-BACKOUT-REQ-Q   PIC X(48).
                10 SA-INITIATION-Q    PIC X(48).
                10 SA-PROCESS-NAME    PIC X(48).
       01 QUEUE-COUNT                PIC S9(9) BINARY VALUE 0.
       01 QUEUE-INDEX                PIC S9(9) BINARY.
       01 SIDE-INDEX                 PIC S9(9) BINARY.
       01 SIDE-CONNECTED-SWITCH      PIC X VALUE 'N'.

      ** one difference being written
       01 DIFF-ATTRIBUTE             PIC X(12).
       01 DIFF-PROD-VALUE            PIC X(48).
       01 DIFF-DR-VALUE              PIC X(48).
       01 DIFF-RATING                PIC X(9).
       01 PROD-NUMBER                PIC S9(9) BINARY.
       01 DR-NUMBER                  PIC S9(9) BINARY.
       01 DISPLAY-NUMBER             PIC Z(8)9.
       01 DISPLAY-COUNT              PIC Z(4)9.
       01 DISPLAY-COUNT-2            PIC Z(4)9.

      ** per pair and overall tallies
       01 PAIR-BLOCKING-COUNT        PIC 9(5) VALUE 0.
       01 PAIR-COSMETIC-COUNT        PIC 9(5) VALUE 0.
       01 PAIR-COUNT                 PIC 9(5) VALUE 0.
       01 PAIRS-NOT-READY            PIC 9(5) VALUE 0.
       01 TOTAL-BLOCKING-COUNT       PIC 9(7) VALUE 0.
       01 TOTAL-COSMETIC-COUNT       PIC 9(7) VALUE 0.

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0DRR0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0DRR0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-PROD-QMGR-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-PROD-QMGR-NAME
           END-ACCEPT.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).

           PERFORM LOADINV.
           PERFORM LOADCCX.

           OPEN INPUT PAIRING-FILE.
           IF PAIRING-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open DR pairing file DRPAIR.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN OUTPUT READINESS-REPORT.

      ****************************************************************
      *                                                              *
      *   Compare every pair (or the one pair asked for)             *
      *                                                              *
      ****************************************************************
           MOVE 'N' TO END-OF-FILE-SWITCH.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ PAIRING-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
             AND DP-PROD-QMGR-NAME IS NOT EQUAL TO SPACES
               IF PARM-PROD-QMGR-NAME IS EQUAL TO SPACES
               OR PARM-PROD-QMGR-NAME IS EQUAL TO DP-PROD-QMGR-NAME
                 PERFORM DOPAIR
               END-IF
             END-IF
           END-PERFORM.
           CLOSE PAIRING-FILE.

      ****************************************************************
      *                                                              *
      *   The overall line - READY only when at least one pair was   *
      *   compared and none of them is NOT READY                     *
      *                                                              *
      ****************************************************************
           MOVE SPACES TO READINESS-REPORT-RECORD.
           MOVE RUN-TIMESTAMP TO DRR-TIMESTAMP.
           MOVE 'OVERALL' TO DRR-ATTRIBUTE.
           MOVE PAIR-COUNT TO DISPLAY-COUNT.
           MOVE PAIRS-NOT-READY TO DISPLAY-COUNT-2.
           STRING DISPLAY-COUNT DELIMITED BY SIZE
                  ' pairs,' DELIMITED BY SIZE
                  DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' not ready' DELIMITED BY SIZE
             INTO DRR-PROD-VALUE.
           MOVE TOTAL-BLOCKING-COUNT TO DISPLAY-NUMBER.
           STRING DISPLAY-NUMBER DELIMITED BY SIZE
                  ' blocking' DELIMITED BY SIZE
             INTO DRR-DR-VALUE.
           IF PAIR-COUNT IS GREATER THAN 0
           AND PAIRS-NOT-READY IS EQUAL TO 0
             MOVE 'READY' TO DRR-RATING
           ELSE
             MOVE 'NOT READY' TO DRR-RATING
           END-IF.
           WRITE READINESS-REPORT-RECORD.
           CLOSE READINESS-REPORT.

           DISPLAY 'DR readiness: ' DRR-RATING ' - ' PAIR-COUNT
               ' pairs compared, ' TOTAL-BLOCKING-COUNT ' blocking, '
               TOTAL-COSMETIC-COUNT ' cosmetic differences'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE PAIR-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0DRR0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Load the inventory's Q entries - a P prefix names no one   *
      *   queue to inquire on                                        *
      *                                                              *
      ****************************************************************
       LOADINV.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open master inventory MQINV.DAT'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
             AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
             AND QI-ENTRY-TYPE IS NOT EQUAL TO 'P'
               IF QUEUE-COUNT IS LESS THAN 500
                 ADD 1 TO QUEUE-COUNT
                 MOVE QI-QUEUE-NAME TO QT-QUEUE-NAME(QUEUE-COUNT)
               ELSE
                 DISPLAY 'inventory table full - ' QI-QUEUE-NAME
                     ' skipped'
               END-IF
             END-IF
           END-PERFORM.
           IF INVENTORY-FILE-STATUS IS EQUAL TO '00'
           OR INVENTORY-FILE-STATUS IS EQUAL TO '10'
             CLOSE INVENTORY-FILE
           END-IF.

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
      *   Compare one production queue manager with its DR partner   *
      *                                                              *
      ****************************************************************
       DOPAIR.
           ADD 1 TO PAIR-COUNT.
           MOVE 0 TO PAIR-BLOCKING-COUNT.
           MOVE 0 TO PAIR-COSMETIC-COUNT.
           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-COUNT
             MOVE 'U' TO SA-EXISTS(QUEUE-INDEX, 1)
             MOVE 'U' TO SA-EXISTS(QUEUE-INDEX, 2)
           END-PERFORM.

           MOVE 0 TO PROD-CONNECTION.
           MOVE 0 TO DR-CONNECTION.
           PERFORM VARYING CONNECTION-INDEX FROM 1 BY 1
               UNTIL CONNECTION-INDEX > CONNECTION-COUNT
             IF CT-QMGR-NAME(CONNECTION-INDEX) IS EQUAL TO
                 DP-PROD-QMGR-NAME
               MOVE CONNECTION-INDEX TO PROD-CONNECTION
             END-IF
             IF CT-QMGR-NAME(CONNECTION-INDEX) IS EQUAL TO
                 DP-DR-QMGR-NAME
               MOVE CONNECTION-INDEX TO DR-CONNECTION
             END-IF
           END-PERFORM.

           IF PROD-CONNECTION IS EQUAL TO 0
           OR DR-CONNECTION IS EQUAL TO 0
             MOVE 'CCXCTL' TO DIFF-ATTRIBUTE
             MOVE SPACES TO DIFF-PROD-VALUE
             MOVE SPACES TO DIFF-DR-VALUE
             IF PROD-CONNECTION IS EQUAL TO 0
               MOVE 'NOT IN CCXCTL.DAT' TO DIFF-PROD-VALUE
             END-IF
             IF DR-CONNECTION IS EQUAL TO 0
               MOVE 'NOT IN CCXCTL.DAT' TO DIFF-DR-VALUE
             END-IF
             MOVE 'BLOCKING' TO DIFF-RATING
             PERFORM DIFFLINE
           ELSE
             MOVE 1 TO SIDE-INDEX
             MOVE PROD-CONNECTION TO SIDE-CONNECTION
             PERFORM INQSIDE
             MOVE 2 TO SIDE-INDEX
             MOVE DR-CONNECTION TO SIDE-CONNECTION
             PERFORM INQSIDE
             PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                 UNTIL QUEUE-INDEX > QUEUE-COUNT
               PERFORM COMPARE
             END-PERFORM
           END-IF.

           PERFORM PAIRLINE.

      ****************************************************************
      *                                                              *
      *   Connect to one side over its client channel and inquire    *
      *   on every inventory queue.  A failed connection leaves the  *
      *   side's queues unasked and is itself a blocking difference  *
      *                                                              *
      ****************************************************************
       INQSIDE.
           MOVE CT-QMGR-NAME(SIDE-CONNECTION) TO QM-NAME.
           MOVE CT-CHANNEL-NAME(SIDE-CONNECTION) TO MQCD-CHANNELNAME.
           MOVE CT-CONNECTION-NAME(SIDE-CONNECTION)
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
             MOVE 'CONNECTION' TO DIFF-ATTRIBUTE
             MOVE SPACES TO DIFF-PROD-VALUE
             MOVE SPACES TO DIFF-DR-VALUE
             MOVE CON-REASON TO DISPLAY-NUMBER
             IF SIDE-INDEX IS EQUAL TO 1
               STRING 'MQCONNX FAILED, REASON ' DELIMITED BY SIZE
                      DISPLAY-NUMBER DELIMITED BY SIZE
                 INTO DIFF-PROD-VALUE
             ELSE
               STRING 'MQCONNX FAILED, REASON ' DELIMITED BY SIZE
                      DISPLAY-NUMBER DELIMITED BY SIZE
                 INTO DIFF-DR-VALUE
             END-IF
             MOVE 'BLOCKING' TO DIFF-RATING
             PERFORM DIFFLINE
           ELSE
             PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                 UNTIL QUEUE-INDEX > QUEUE-COUNT
               PERFORM INQ1
             END-PERFORM
             IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
               CALL 'MQDISC'
                USING HCONN, COMPLETION-CODE, REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Inquire on one queue: its type first, then the attributes  *
      *   that type carries - local queues all of them, alias        *
      *   queues the inhibit state, remote queues none               *
      *                                                              *
      ****************************************************************
       INQ1.
           MOVE 'N' TO SA-EXISTS(QUEUE-INDEX, SIDE-INDEX).
           MOVE 0 TO SA-Q-TYPE(QUEUE-INDEX, SIDE-INDEX).
           MOVE 0 TO SA-MAX-Q-DEPTH(QUEUE-INDEX, SIDE-INDEX).
           MOVE 0 TO SA-MAX-MSG-LENGTH(QUEUE-INDEX, SIDE-INDEX).
           MOVE 0 TO SA-BACKOUT-THRESHOLD(QUEUE-INDEX, SIDE-INDEX).
           MOVE 0 TO SA-TRIGGER-CONTROL(QUEUE-INDEX, SIDE-INDEX).
           MOVE 0 TO SA-TRIGGER-TYPE(QUEUE-INDEX, SIDE-INDEX).
           MOVE 0 TO SA-TRIGGER-DEPTH(QUEUE-INDEX, SIDE-INDEX).
           MOVE 0 TO SA-INHIBIT-PUT(QUEUE-INDEX, SIDE-INDEX).
           MOVE 0 TO SA-INHIBIT-GET(QUEUE-INDEX, SIDE-INDEX).
           MOVE SPACES TO SA-BACKOUT-REQ-Q(QUEUE-INDEX, SIDE-INDEX).
           MOVE SPACES TO SA-INITIATION-Q(QUEUE-INDEX, SIDE-INDEX).
           MOVE SPACES TO SA-PROCESS-NAME(QUEUE-INDEX, SIDE-INDEX).

           MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             IF REASON IS NOT EQUAL TO MQRC-UNKNOWN-OBJECT-NAME
               DISPLAY 'MQOPEN of ' QT-QUEUE-NAME(QUEUE-INDEX)
                   ' on ' QM-NAME ' ended with reason code ' REASON
             END-IF
           ELSE
             MOVE 'Y' TO SA-EXISTS(QUEUE-INDEX, SIDE-INDEX)
             MOVE 1 TO SELECTOR-COUNT
             MOVE 1 TO INT-ATTR-COUNT
             MOVE 0 TO CHAR-ATTR-LENGTH
             MOVE MQIA-Q-TYPE TO SELECTOR(1)
             PERFORM INQCALL
             IF COMPLETION-CODE IS EQUAL TO MQCC-OK
               MOVE INT-ATTR(1) TO SA-Q-TYPE(QUEUE-INDEX, SIDE-INDEX)
               EVALUATE INT-ATTR(1)
                 WHEN MQQT-LOCAL
                   PERFORM INQLOCAL
                 WHEN MQQT-ALIAS
                   PERFORM INQALIAS
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   The full attribute set of a local queue                    *
      *                                                              *
      ****************************************************************
       INQLOCAL.
           MOVE 12 TO SELECTOR-COUNT.
           MOVE 9 TO INT-ATTR-COUNT.
           MOVE 144 TO CHAR-ATTR-LENGTH.
           MOVE MQIA-MAX-Q-DEPTH TO SELECTOR(1).
           MOVE MQIA-MAX-MSG-LENGTH TO SELECTOR(2).
           MOVE MQIA-BACKOUT-THRESHOLD TO SELECTOR(3).
           MOVE MQIA-TRIGGER-CONTROL TO SELECTOR(4).
           MOVE MQIA-TRIGGER-TYPE TO SELECTOR(5).
           MOVE MQIA-TRIGGER-DEPTH TO SELECTOR(6).
           MOVE MQIA-INHIBIT-PUT TO SELECTOR(7).
           MOVE MQIA-INHIBIT-GET TO SELECTOR(8).
           MOVE MQIA-Q-TYPE TO SELECTOR(9).
           MOVE MQCA-BACKOUT-REQ-Q-NAME TO SELECTOR(10).
           MOVE MQCA-INITIATION-Q-NAME TO SELECTOR(11).
           MOVE MQCA-PROCESS-NAME TO SELECTOR(12).
           PERFORM INQCALL.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             MOVE INT-ATTR(1) TO SA-MAX-Q-DEPTH(QUEUE-INDEX, SIDE-INDEX)
             MOVE INT-ATTR(2)
               TO SA-MAX-MSG-LENGTH(QUEUE-INDEX, SIDE-INDEX)
             MOVE INT-ATTR(3)
               TO SA-BACKOUT-THRESHOLD(QUEUE-INDEX, SIDE-INDEX)
             MOVE INT-ATTR(4)
               TO SA-TRIGGER-CONTROL(QUEUE-INDEX, SIDE-INDEX)
             MOVE INT-ATTR(5)
               TO SA-TRIGGER-TYPE(QUEUE-INDEX, SIDE-INDEX)
             MOVE INT-ATTR(6)
               TO SA-TRIGGER-DEPTH(QUEUE-INDEX, SIDE-INDEX)
             MOVE INT-ATTR(7) TO SA-INHIBIT-PUT(QUEUE-INDEX, SIDE-INDEX)
             MOVE INT-ATTR(8) TO SA-INHIBIT-GET(QUEUE-INDEX, SIDE-INDEX)
             MOVE CHAR-ATTRS(1:48)
               TO SA-BACKOUT-REQ-Q(QUEUE-INDEX, SIDE-INDEX)
             MOVE CHAR-ATTRS(49:48)
               TO SA-INITIATION-Q(QUEUE-INDEX, SIDE-INDEX)
             MOVE CHAR-ATTRS(97:48)
               TO SA-PROCESS-NAME(QUEUE-INDEX, SIDE-INDEX)
           END-IF.

      ****************************************************************
      *                                                              *
      *   The inhibit state of an alias queue                        *
      *                                                              *
      ****************************************************************
       INQALIAS.
           MOVE 2 TO SELECTOR-COUNT.
           MOVE 2 TO INT-ATTR-COUNT.
           MOVE 0 TO CHAR-ATTR-LENGTH.
           MOVE MQIA-INHIBIT-PUT TO SELECTOR(1).
           MOVE MQIA-INHIBIT-GET TO SELECTOR(2).
           PERFORM INQCALL.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             MOVE INT-ATTR(1) TO SA-INHIBIT-PUT(QUEUE-INDEX, SIDE-INDEX)
             MOVE INT-ATTR(2) TO SA-INHIBIT-GET(QUEUE-INDEX, SIDE-INDEX)
           END-IF.

       INQCALL.
           MOVE SPACES TO CHAR-ATTRS.
           CALL 'MQINQ'
            USING HCONN, Q-HANDLE,
            SELECTOR-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
             DISPLAY 'MQINQ of ' QT-QUEUE-NAME(QUEUE-INDEX)
                 ' on ' QM-NAME ' ended with reason code ' REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   Compare one queue across the pair and write a rated line   *
      *   for every difference                                       *
      *                                                              *
      ****************************************************************
       COMPARE.
      **   a side that could not be connected to was reported once
      **   already as a blocking CONNECTION difference
           EVALUATE TRUE
             WHEN SA-EXISTS(QUEUE-INDEX, 1) IS EQUAL TO 'U'
             WHEN SA-EXISTS(QUEUE-INDEX, 2) IS EQUAL TO 'U'
               CONTINUE
             WHEN SA-EXISTS(QUEUE-INDEX, 1) IS NOT EQUAL TO
                 SA-EXISTS(QUEUE-INDEX, 2)
               MOVE 'EXISTENCE' TO DIFF-ATTRIBUTE
               IF SA-EXISTS(QUEUE-INDEX, 1) IS EQUAL TO 'Y'
                 MOVE 'DEFINED' TO DIFF-PROD-VALUE
                 MOVE 'MISSING' TO DIFF-DR-VALUE
                 MOVE 'BLOCKING' TO DIFF-RATING
               ELSE
                 MOVE 'MISSING' TO DIFF-PROD-VALUE
                 MOVE 'DEFINED' TO DIFF-DR-VALUE
                 MOVE 'COSMETIC' TO DIFF-RATING
               END-IF
               PERFORM DIFFLINE
             WHEN SA-EXISTS(QUEUE-INDEX, 1) IS NOT EQUAL TO 'Y'
               CONTINUE
             WHEN SA-Q-TYPE(QUEUE-INDEX, 1) IS NOT EQUAL TO
                 SA-Q-TYPE(QUEUE-INDEX, 2)
               MOVE 'QUEUE TYPE' TO DIFF-ATTRIBUTE
               MOVE SA-Q-TYPE(QUEUE-INDEX, 1) TO PROD-NUMBER
               MOVE SA-Q-TYPE(QUEUE-INDEX, 2) TO DR-NUMBER
               MOVE 'BLOCKING' TO DIFF-RATING
               PERFORM NUMDIFF
             WHEN OTHER
               PERFORM CMPATTRS
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Attribute-by-attribute comparison of a queue defined with  *
      *   the same type on both sides                                *
      *                                                              *
      ****************************************************************
       CMPATTRS.
           IF SA-MAX-Q-DEPTH(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-MAX-Q-DEPTH(QUEUE-INDEX, 2)
             MOVE 'MAXDEPTH' TO DIFF-ATTRIBUTE
             MOVE SA-MAX-Q-DEPTH(QUEUE-INDEX, 1) TO PROD-NUMBER
             MOVE SA-MAX-Q-DEPTH(QUEUE-INDEX, 2) TO DR-NUMBER
             PERFORM SMALLER
             PERFORM NUMDIFF
           END-IF.
           IF SA-MAX-MSG-LENGTH(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-MAX-MSG-LENGTH(QUEUE-INDEX, 2)
             MOVE 'MAXMSGL' TO DIFF-ATTRIBUTE
             MOVE SA-MAX-MSG-LENGTH(QUEUE-INDEX, 1) TO PROD-NUMBER
             MOVE SA-MAX-MSG-LENGTH(QUEUE-INDEX, 2) TO DR-NUMBER
             PERFORM SMALLER
             PERFORM NUMDIFF
           END-IF.
           IF SA-BACKOUT-THRESHOLD(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-BACKOUT-THRESHOLD(QUEUE-INDEX, 2)
             MOVE 'BOTHRESH' TO DIFF-ATTRIBUTE
             MOVE SA-BACKOUT-THRESHOLD(QUEUE-INDEX, 1) TO PROD-NUMBER
             MOVE SA-BACKOUT-THRESHOLD(QUEUE-INDEX, 2) TO DR-NUMBER
      **     a poison message would loop on DR for ever
             IF DR-NUMBER IS EQUAL TO 0
               MOVE 'BLOCKING' TO DIFF-RATING
             ELSE
               MOVE 'COSMETIC' TO DIFF-RATING
             END-IF
             PERFORM NUMDIFF
           END-IF.
           IF SA-BACKOUT-REQ-Q(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-BACKOUT-REQ-Q(QUEUE-INDEX, 2)
             MOVE 'BOQNAME' TO DIFF-ATTRIBUTE
             MOVE SA-BACKOUT-REQ-Q(QUEUE-INDEX, 1) TO DIFF-PROD-VALUE
             MOVE SA-BACKOUT-REQ-Q(QUEUE-INDEX, 2) TO DIFF-DR-VALUE
             MOVE 'BLOCKING' TO DIFF-RATING
             PERFORM DIFFLINE
           END-IF.

      **   trigger settings only matter where production triggers
           IF SA-TRIGGER-CONTROL(QUEUE-INDEX, 1) IS EQUAL TO MQTC-ON
             MOVE 'BLOCKING' TO DIFF-RATING
           ELSE
             MOVE 'COSMETIC' TO DIFF-RATING
           END-IF.
           IF SA-TRIGGER-CONTROL(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-TRIGGER-CONTROL(QUEUE-INDEX, 2)
             MOVE 'TRIGGER' TO DIFF-ATTRIBUTE
             MOVE SA-TRIGGER-CONTROL(QUEUE-INDEX, 1) TO PROD-NUMBER
             MOVE SA-TRIGGER-CONTROL(QUEUE-INDEX, 2) TO DR-NUMBER
             PERFORM ONOFF
             PERFORM DIFFLINE
           END-IF.
           IF SA-TRIGGER-TYPE(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-TRIGGER-TYPE(QUEUE-INDEX, 2)
             MOVE 'TRIGTYPE' TO DIFF-ATTRIBUTE
             MOVE SA-TRIGGER-TYPE(QUEUE-INDEX, 1) TO PROD-NUMBER
             MOVE SA-TRIGGER-TYPE(QUEUE-INDEX, 2) TO DR-NUMBER
             PERFORM NUMDIFF
           END-IF.
           IF SA-TRIGGER-DEPTH(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-TRIGGER-DEPTH(QUEUE-INDEX, 2)
             MOVE 'TRIGDPTH' TO DIFF-ATTRIBUTE
             MOVE SA-TRIGGER-DEPTH(QUEUE-INDEX, 1) TO PROD-NUMBER
             MOVE SA-TRIGGER-DEPTH(QUEUE-INDEX, 2) TO DR-NUMBER
             PERFORM NUMDIFF
           END-IF.
           IF SA-INITIATION-Q(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-INITIATION-Q(QUEUE-INDEX, 2)
             MOVE 'INITQ' TO DIFF-ATTRIBUTE
             MOVE SA-INITIATION-Q(QUEUE-INDEX, 1) TO DIFF-PROD-VALUE
             MOVE SA-INITIATION-Q(QUEUE-INDEX, 2) TO DIFF-DR-VALUE
             PERFORM DIFFLINE
           END-IF.
           IF SA-PROCESS-NAME(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-PROCESS-NAME(QUEUE-INDEX, 2)
             MOVE 'PROCESS' TO DIFF-ATTRIBUTE
             MOVE SA-PROCESS-NAME(QUEUE-INDEX, 1) TO DIFF-PROD-VALUE
             MOVE SA-PROCESS-NAME(QUEUE-INDEX, 2) TO DIFF-DR-VALUE
             PERFORM DIFFLINE
           END-IF.

      **   a queue closed on DR but open in production would refuse
      **   the failed-over workload
           IF SA-INHIBIT-PUT(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-INHIBIT-PUT(QUEUE-INDEX, 2)
             MOVE 'PUT' TO DIFF-ATTRIBUTE
             MOVE SA-INHIBIT-PUT(QUEUE-INDEX, 1) TO PROD-NUMBER
             MOVE SA-INHIBIT-PUT(QUEUE-INDEX, 2) TO DR-NUMBER
             PERFORM INHIBRATE
           END-IF.
           IF SA-INHIBIT-GET(QUEUE-INDEX, 1) IS NOT EQUAL TO
               SA-INHIBIT-GET(QUEUE-INDEX, 2)
             MOVE 'GET' TO DIFF-ATTRIBUTE
             MOVE SA-INHIBIT-GET(QUEUE-INDEX, 1) TO PROD-NUMBER
             MOVE SA-INHIBIT-GET(QUEUE-INDEX, 2) TO DR-NUMBER
             PERFORM INHIBRATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   A limit is blocking when DR's is the smaller               *
      *                                                              *
      ****************************************************************
       SMALLER.
           IF DR-NUMBER IS LESS THAN PROD-NUMBER
             MOVE 'BLOCKING' TO DIFF-RATING
           ELSE
             MOVE 'COSMETIC' TO DIFF-RATING
           END-IF.

      ****************************************************************
      *                                                              *
      *   Trigger control shown as ON / OFF                          *
      *                                                              *
      ****************************************************************
       ONOFF.
           IF PROD-NUMBER IS EQUAL TO MQTC-ON
             MOVE 'ON' TO DIFF-PROD-VALUE
           ELSE
             MOVE 'OFF' TO DIFF-PROD-VALUE
           END-IF.
           IF DR-NUMBER IS EQUAL TO MQTC-ON
             MOVE 'ON' TO DIFF-DR-VALUE
           ELSE
             MOVE 'OFF' TO DIFF-DR-VALUE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Inhibit state shown as ENABLED / INHIBITED, blocking when  *
      *   only DR is inhibited                                       *
      *                                                              *
      ****************************************************************
       INHIBRATE.
           IF PROD-NUMBER IS EQUAL TO 0
             MOVE 'ENABLED' TO DIFF-PROD-VALUE
             MOVE 'INHIBITED' TO DIFF-DR-VALUE
             MOVE 'BLOCKING' TO DIFF-RATING
           ELSE
             MOVE 'INHIBITED' TO DIFF-PROD-VALUE
             MOVE 'ENABLED' TO DIFF-DR-VALUE
             MOVE 'COSMETIC' TO DIFF-RATING
           END-IF.
           PERFORM DIFFLINE.

      ****************************************************************
      *                                                              *
      *   Write a numeric difference                                 *
      *                                                              *
      ****************************************************************
       NUMDIFF.
           MOVE PROD-NUMBER TO DISPLAY-NUMBER.
           MOVE DISPLAY-NUMBER TO DIFF-PROD-VALUE.
           MOVE DR-NUMBER TO DISPLAY-NUMBER.
           MOVE DISPLAY-NUMBER TO DIFF-DR-VALUE.
           PERFORM DIFFLINE.

      ****************************************************************
      *                                                              *
      *   Write one rated difference and count it                    *
      *                                                              *
      ****************************************************************
       DIFFLINE.
           MOVE SPACES TO READINESS-REPORT-RECORD.
           MOVE RUN-TIMESTAMP TO DRR-TIMESTAMP.
           MOVE DP-PROD-QMGR-NAME TO DRR-PROD-QMGR-NAME.
           MOVE DP-DR-QMGR-NAME TO DRR-DR-QMGR-NAME.
           IF DIFF-ATTRIBUTE IS EQUAL TO 'CCXCTL'
           OR DIFF-ATTRIBUTE IS EQUAL TO 'CONNECTION'
             MOVE SPACES TO DRR-QUEUE-NAME
           ELSE
             MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO DRR-QUEUE-NAME
           END-IF.
           MOVE DIFF-ATTRIBUTE TO DRR-ATTRIBUTE.
           MOVE DIFF-PROD-VALUE TO DRR-PROD-VALUE.
           MOVE DIFF-DR-VALUE TO DRR-DR-VALUE.
           MOVE DIFF-RATING TO DRR-RATING.
           WRITE READINESS-REPORT-RECORD.
           IF DIFF-RATING IS EQUAL TO 'BLOCKING'
             ADD 1 TO PAIR-BLOCKING-COUNT
             ADD 1 TO TOTAL-BLOCKING-COUNT
           ELSE
             ADD 1 TO PAIR-COSMETIC-COUNT
             ADD 1 TO TOTAL-COSMETIC-COUNT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Close the pair with its READY / NOT READY line             *
      *                                                              *
      ****************************************************************
       PAIRLINE.
           MOVE SPACES TO READINESS-REPORT-RECORD.
           MOVE RUN-TIMESTAMP TO DRR-TIMESTAMP.
           MOVE DP-PROD-QMGR-NAME TO DRR-PROD-QMGR-NAME.
           MOVE DP-DR-QMGR-NAME TO DRR-DR-QMGR-NAME.
           MOVE 'PAIR' TO DRR-ATTRIBUTE.
           MOVE QUEUE-COUNT TO DISPLAY-NUMBER.
           STRING DISPLAY-NUMBER DELIMITED BY SIZE
                  ' queues compared' DELIMITED BY SIZE
             INTO DRR-PROD-VALUE.
           MOVE PAIR-BLOCKING-COUNT TO DISPLAY-COUNT.
           MOVE PAIR-COSMETIC-COUNT TO DISPLAY-COUNT-2.
           STRING DISPLAY-COUNT DELIMITED BY SIZE
                  ' blocking,' DELIMITED BY SIZE
                  DISPLAY-COUNT-2 DELIMITED BY SIZE
                  ' cosmetic' DELIMITED BY SIZE
             INTO DRR-DR-VALUE.
           IF PAIR-BLOCKING-COUNT IS EQUAL TO 0
             MOVE 'READY' TO DRR-RATING
           ELSE
             MOVE 'NOT READY' TO DRR-RATING
             ADD 1 TO PAIRS-NOT-READY
           END-IF.
           WRITE READINESS-REPORT-RECORD.
           DISPLAY DP-PROD-QMGR-NAME ' / ' DP-DR-QMGR-NAME ' '
               DRR-RATING.

      ****************************************************************
      *                                                              *
      * END OF AMQ0DRR0                                              *
      *                                                              *
      ****************************************************************
