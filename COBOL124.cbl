       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0FPR0                                       *
      *                                                              *
      * Description: Failure-path readiness check for backout and    *
      *              dead-letter routing                             *
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
      *   AMQ0BKM0 watches backout counts; AMQ0FPR0 proves, night    *
      *   by night, that the place a poison or undeliverable         *
      *   message would go actually works.  It MQCONNXes to every    *
      *   queue manager in CCXCTL.DAT and MQINQs, for each:          *
      *                                                              *
      *      -- the dead-letter queue: one must be named, it must    *
      *         exist, not be PUT-inhibited and not be full          *
      *                                                              *
      *      -- every MQINV.DAT queue defined there with backout     *
      *         processing (backout flag Y, blank inheriting from    *
      *         the longest prefix entry as AMQ0INV0 does): a        *
      *         backout threshold above zero and a backout requeue   *
      *         queue named, existing, not PUT-inhibited, with depth *
      *         headroom, and owned by the same application as the   *
      *         queue it serves.  An alias requeue queue is followed *
      *         to its base queue for the depth                      *
      *                                                              *
      *      -- every MQINV.DAT queue defined there as a remote      *
      *         queue: its transmission queue (the queue named in    *
      *         XMITQ, else the one named after the remote queue     *
      *         manager) must exist                                  *
      *                                                              *
      *   Owners come from MQINV.DAT - a queue's own entry, else     *
      *   its longest prefix entry.  Depth headroom is short when    *
      *   fewer than HEADROOM-PERCENT of the maximum depth is left.  *
      *                                                              *
      *   Every path proved or broken is written to FPRRPT.DAT.      *
      *   Each broken one is raised on the operations alert bus of   *
      *   the local queue manager once the estate has been checked:  *
      *   critical for a dead-letter queue, error for a backout or   *
      *   transmission queue that would refuse the message, warning  *
      *   for short headroom or an owner mismatch.  A queue inside   *
      *   a declared maintenance window is reported but not raised.  *
      *                                                              *
      *    Program logic:                                            *
      *         load MQINV.DAT and CCXCTL.DAT                        *
      *         for each queue manager (or the one asked for),       *
      *         .  MQCONNX                                           *
      *         .  MQINQ the dead-letter queue and prove it          *
      *         .  for each inventory queue defined there, prove     *
      *            its backout or transmission path                  *
      *         .  MQDISC                                            *
      *         MQCONN to the local queue manager and raise every    *
      *         broken path on the alert bus                         *
      *         DISPLAY a summary                                    *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0FPR0 parameters (job parameters, ARGUMENT-NUMBER/      *
      *   ARGUMENT-VALUE):                                           *
      *     1 - queue manager (optional; only it is checked -        *
      *         default every queue manager in CCXCTL.DAT)           *
      *   Return code 1 when no queue manager could be checked       *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0FPR0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the master queue inventory
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** the estate's client-connection definitions, one per line
           SELECT CONNECTION-LIST-FILE ASSIGN TO 'CCXCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONNECTION-LIST-STATUS.

      ** one line per failure path proved or broken
           SELECT READINESS-REPORT ASSIGN TO 'FPRRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS READINESS-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(21).
          05 QI-BACKOUT-FLAG           PIC X(1).
          05 FILLER                    PIC X(3).
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(17).

       FD  CONNECTION-LIST-FILE.
       01 CONNECTION-LIST-RECORD.
          05 CL-QMGR-NAME              PIC X(48).
          05 CL-CHANNEL-NAME           PIC X(20).
          05 CL-CONNECTION-NAME        PIC X(264).

       FD  READINESS-REPORT.
       01 READINESS-REPORT-RECORD.
          05 FR-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 FR-QMGR-NAME              PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 FR-OBJECT-NAME            PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 FR-CHECK                  PIC X(10).
          05 FILLER                    PIC X VALUE SPACE.
          05 FR-RESULT                 PIC X(4).
          05 FILLER                    PIC X VALUE SPACE.
          05 FR-DETAIL                 PIC X(64).

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
      * Client channel definition, used by MQCONNX - the reusable
      * pairing AMQ0CCX0's CONNX paragraph established
       01 CLIENT-CHANNEL-DEFINITION.
          COPY cmqcdv.
      * Connect options, paired with the MQCD above for MQCONNX
       01 CONNECT-OPTIONS.
          COPY cmqcnov.
      * Structured operations alert datagram
       01 MY-OPS-ALERT.
          COPY OPSALERT.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 TARGET-HANDLE              PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

      ** MQINQ selectors, the same table shape AMQ0DRR0 uses
       01 SELECTOR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 4 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 4 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(96).

       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 CONNECTION-LIST-STATUS     PIC XX VALUE '00'.
       01 READINESS-REPORT-STATUS    PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** job parameter
       01 PARM-QMGR-NAME             PIC X(48) VALUE SPACES.

      ** a requeue or dead-letter queue with less than this share of
      ** its maximum depth left has no headroom
       01 HEADROOM-PERCENT           PIC S9(9) BINARY VALUE 10.

      ** the inventory: Q entries with their backout flag and owner
      ** resolved from the longest prefix entry, P entries kept for
      ** the owner of a name with no entry of its own
       01 INVENTORY-TABLE.
          02 INVENTORY-ENTRY OCCURS 1000 TIMES.
             05 IT-QUEUE-NAME         PIC X(48).
             05 IT-NAME-LENGTH        PIC S9(9) BINARY.
             05 IT-ENTRY-TYPE         PIC X(1).
             05 IT-BACKOUT-FLAG       PIC X(1).
             05 IT-OWNING-APPL        PIC X(8).
       01 INVENTORY-COUNT            PIC S9(9) BINARY VALUE 0.
       01 INVENTORY-INDEX            PIC S9(9) BINARY.
       01 PREFIX-INDEX               PIC S9(9) BINARY.
       01 BEST-PREFIX-INDEX          PIC S9(9) BINARY.
       01 BEST-PREFIX-LENGTH         PIC S9(9) BINARY.

      ** the client connections, loaded once
       01 CONNECTION-TABLE.
          02 CONNECTION-ENTRY OCCURS 100 TIMES.
             05 CT-QMGR-NAME          PIC X(48).
             05 CT-CHANNEL-NAME       PIC X(20).
             05 CT-CONNECTION-NAME    PIC X(264).
       01 CONNECTION-COUNT           PIC S9(9) BINARY VALUE 0.
       01 CONNECTION-INDEX           PIC S9(9) BINARY.
       01 EARLIER-INDEX              PIC S9(9) BINARY.
       01 EARLIER-SWITCH             PIC X VALUE 'N'.

      ** the owner of LOOKUP-NAME - its own entry, else its longest
      ** prefix entry
       01 LOOKUP-NAME                PIC X(48).
       01 LOOKUP-OWNER               PIC X(8).
       01 QUEUE-OWNER                PIC X(8).

      ** the queue being checked
       01 QUEUE-TYPE                 PIC S9(9) BINARY.
       01 QUEUE-BACKOUT-THRESHOLD    PIC S9(9) BINARY.
       01 QUEUE-BACKOUT-REQ-Q        PIC X(48).
       01 QUEUE-XMIT-Q               PIC X(48).
       01 QUEUE-REMOTE-QMGR          PIC X(48).
       01 DEAD-LETTER-Q              PIC X(48).

      ** the requeue, dead-letter or transmission queue a failure
      ** path leads to, as MQINQ found it.  TARGET-EXISTS is Y found,
      ** N not found, U could not be asked
       01 TARGET-NAME                PIC X(48).
       01 TARGET-BASE-NAME           PIC X(48).
       01 TARGET-EXISTS              PIC X.
       01 TARGET-Q-TYPE              PIC S9(9) BINARY.
       01 TARGET-INHIBIT-PUT         PIC S9(9) BINARY.
       01 TARGET-CURRENT-DEPTH       PIC S9(9) BINARY.
       01 TARGET-MAX-DEPTH           PIC S9(9) BINARY.
       01 TARGET-HEADROOM            PIC S9(9) BINARY.
       01 TARGET-HEADROOM-FLOOR      PIC S9(9) BINARY.
       01 TARGET-REASON              PIC S9(9) BINARY.

      ** one check being written
       01 CHECK-OBJECT               PIC X(48).
       01 CHECK-NAME                 PIC X(10).
       01 CHECK-DETAIL               PIC X(64).
       01 CHECK-SEVERITY             PIC 9(1).
       01 PATH-BROKEN-SWITCH         PIC X VALUE 'N'.
       01 DISPLAY-NUMBER             PIC Z(8)9.
       01 DISPLAY-NUMBER-2           PIC Z(8)9.

      ** the broken paths, raised on the alert bus once the estate
      ** has been checked
       01 FINDING-TABLE.
          02 FINDING-ENTRY OCCURS 500 TIMES.
             05 FT-QMGR-NAME          PIC X(48).
             05 FT-OBJECT-NAME        PIC X(48).
             05 FT-SEVERITY           PIC 9(1).
             05 FT-DETAIL             PIC X(64).
       01 FINDING-COUNT              PIC S9(9) BINARY VALUE 0.
       01 FINDING-INDEX              PIC S9(9) BINARY.

      ** tallies
       01 QMGR-COUNT                 PIC 9(5) VALUE 0.
       01 QMGR-FAILED-COUNT          PIC 9(5) VALUE 0.
       01 PATH-COUNT                 PIC 9(7) VALUE 0.
       01 BROKEN-COUNT               PIC 9(7) VALUE 0.
       01 ALERT-COUNT                PIC 9(7) VALUE 0.
       01 SUPPRESSED-COUNT           PIC 9(7) VALUE 0.

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).

      * Shared maintenance-window check interface - consulted before
      * an alert is broadcast
       01 MY-WINDOW-CHECK.
          COPY MWCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0FPR0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0FPR0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-QMGR-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-QMGR-NAME
           END-ACCEPT.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).

           PERFORM LOADINV.
           PERFORM LOADCCX.

           OPEN OUTPUT READINESS-REPORT.

      ****************************************************************
      *                                                              *
      *   Check every queue manager (or the one asked for), each     *
      *   once however often CCXCTL.DAT lists it                     *
      *                                                              *
      ****************************************************************
           PERFORM VARYING CONNECTION-INDEX FROM 1 BY 1
               UNTIL CONNECTION-INDEX > CONNECTION-COUNT
             MOVE 'N' TO EARLIER-SWITCH
             PERFORM VARYING EARLIER-INDEX FROM 1 BY 1
                 UNTIL EARLIER-INDEX >= CONNECTION-INDEX
               IF CT-QMGR-NAME(EARLIER-INDEX) IS EQUAL TO
                   CT-QMGR-NAME(CONNECTION-INDEX)
                 MOVE 'Y' TO EARLIER-SWITCH
               END-IF
             END-PERFORM
             IF EARLIER-SWITCH IS EQUAL TO 'N'
               IF PARM-QMGR-NAME IS EQUAL TO SPACES
               OR PARM-QMGR-NAME IS EQUAL TO
                   CT-QMGR-NAME(CONNECTION-INDEX)
                 PERFORM DOQMGR
               END-IF
             END-IF
           END-PERFORM.

           IF PARM-QMGR-NAME IS NOT EQUAL TO SPACES
           AND QMGR-COUNT IS EQUAL TO 0
             DISPLAY 'queue manager ' PARM-QMGR-NAME
                 ' is not in CCXCTL.DAT'
           END-IF.

           CLOSE READINESS-REPORT.

           IF FINDING-COUNT IS GREATER THAN 0
             PERFORM ALERTALL
           END-IF.

           DISPLAY 'failure paths: ' QMGR-COUNT ' queue managers ('
               QMGR-FAILED-COUNT ' not reached), ' PATH-COUNT
               ' paths checked, ' BROKEN-COUNT ' broken'.
           DISPLAY '   ' ALERT-COUNT ' alerts raised, '
               SUPPRESSED-COUNT ' suppressed in maintenance windows'.

      ** indicate that sample program has finished
           IF QMGR-COUNT IS GREATER THAN QMGR-FAILED-COUNT
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE PATH-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0FPR0 end'.
           IF RLG-STATUS IS EQUAL TO 'END-OK'
             MOVE ZERO TO RETURN-CODE
           ELSE
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Load the inventory, then resolve each Q entry's blank      *
      *   backout flag and owner from its longest prefix entry       *
      *                                                              *
      ****************************************************************
       LOADINV.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open master inventory MQINV.DAT - '
                 'only dead-letter queues are checked'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
             AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
             AND (QI-ENTRY-TYPE IS EQUAL TO 'Q'
               OR QI-ENTRY-TYPE IS EQUAL TO 'P')
               IF INVENTORY-COUNT IS LESS THAN 1000
                 ADD 1 TO INVENTORY-COUNT
                 MOVE QI-QUEUE-NAME TO IT-QUEUE-NAME(INVENTORY-COUNT)
                 MOVE 0 TO IT-NAME-LENGTH(INVENTORY-COUNT)
                 INSPECT QI-QUEUE-NAME TALLYING
                   IT-NAME-LENGTH(INVENTORY-COUNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE
                 MOVE QI-ENTRY-TYPE TO IT-ENTRY-TYPE(INVENTORY-COUNT)
                 MOVE QI-BACKOUT-FLAG
                   TO IT-BACKOUT-FLAG(INVENTORY-COUNT)
                 MOVE QI-OWNING-APPL TO IT-OWNING-APPL(INVENTORY-COUNT)
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

           PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
               UNTIL INVENTORY-INDEX > INVENTORY-COUNT
             IF IT-ENTRY-TYPE(INVENTORY-INDEX) IS EQUAL TO 'Q'
               PERFORM RESOLVE1
             END-IF
           END-PERFORM.

       RESOLVE1.
           MOVE IT-QUEUE-NAME(INVENTORY-INDEX) TO LOOKUP-NAME.
           PERFORM BESTPFX.
           IF BEST-PREFIX-INDEX IS GREATER THAN 0
             IF IT-BACKOUT-FLAG(INVENTORY-INDEX) IS EQUAL TO SPACE
               MOVE IT-BACKOUT-FLAG(BEST-PREFIX-INDEX)
                 TO IT-BACKOUT-FLAG(INVENTORY-INDEX)
             END-IF
             IF IT-OWNING-APPL(INVENTORY-INDEX) IS EQUAL TO SPACES
               MOVE IT-OWNING-APPL(BEST-PREFIX-INDEX)
                 TO IT-OWNING-APPL(INVENTORY-INDEX)
             END-IF
           END-IF.
           IF IT-BACKOUT-FLAG(INVENTORY-INDEX) IS EQUAL TO SPACE
             MOVE 'N' TO IT-BACKOUT-FLAG(INVENTORY-INDEX)
           END-IF.

      ****************************************************************
      *                                                              *
      *   The longest prefix entry LOOKUP-NAME starts with           *
      *                                                              *
      ****************************************************************
       BESTPFX.
           MOVE 0 TO BEST-PREFIX-INDEX.
           MOVE 0 TO BEST-PREFIX-LENGTH.
           PERFORM VARYING PREFIX-INDEX FROM 1 BY 1
               UNTIL PREFIX-INDEX > INVENTORY-COUNT
             IF IT-ENTRY-TYPE(PREFIX-INDEX) IS EQUAL TO 'P'
             AND IT-NAME-LENGTH(PREFIX-INDEX) IS GREATER THAN
                 BEST-PREFIX-LENGTH
               IF LOOKUP-NAME(1:IT-NAME-LENGTH(PREFIX-INDEX))
                   IS EQUAL TO IT-QUEUE-NAME(PREFIX-INDEX)
                   (1:IT-NAME-LENGTH(PREFIX-INDEX))
                 MOVE PREFIX-INDEX TO BEST-PREFIX-INDEX
                 MOVE IT-NAME-LENGTH(PREFIX-INDEX)
                   TO BEST-PREFIX-LENGTH
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The owner of LOOKUP-NAME: its own Q entry's (already       *
      *   resolved from its prefix), else its longest prefix entry's *
      *                                                              *
      ****************************************************************
       OWNEROF.
           MOVE SPACES TO LOOKUP-OWNER.
           MOVE 0 TO BEST-PREFIX-INDEX.
           PERFORM VARYING PREFIX-INDEX FROM 1 BY 1
               UNTIL PREFIX-INDEX > INVENTORY-COUNT
             IF IT-ENTRY-TYPE(PREFIX-INDEX) IS EQUAL TO 'Q'
             AND IT-QUEUE-NAME(PREFIX-INDEX) IS EQUAL TO LOOKUP-NAME
               MOVE PREFIX-INDEX TO BEST-PREFIX-INDEX
               MOVE INVENTORY-COUNT TO PREFIX-INDEX
             END-IF
           END-PERFORM.
           IF BEST-PREFIX-INDEX IS EQUAL TO 0
             PERFORM BESTPFX
           END-IF.
           IF BEST-PREFIX-INDEX IS GREATER THAN 0
             MOVE IT-OWNING-APPL(BEST-PREFIX-INDEX) TO LOOKUP-OWNER
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
      *   Connect to one queue manager over its client channel and   *
      *   prove its dead-letter queue and every inventory queue's    *
      *   failure path.  A queue manager that cannot be reached      *
      *   cannot be proved and is itself a broken path               *
      *                                                              *
      ****************************************************************
       DOQMGR.
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
             MOVE SPACES TO CHECK-OBJECT
             MOVE 'CONNECTION' TO CHECK-NAME
             MOVE CON-REASON TO DISPLAY-NUMBER
             MOVE SPACES TO CHECK-DETAIL
             STRING 'MQCONNX FAILED, REASON ' DELIMITED BY SIZE
                    DISPLAY-NUMBER DELIMITED BY SIZE
                    ' - PATHS NOT PROVED' DELIMITED BY SIZE
               INTO CHECK-DETAIL
             MOVE 2 TO CHECK-SEVERITY
             PERFORM BROKEN
           ELSE
             PERFORM CHKDLQ
             PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
                 UNTIL INVENTORY-INDEX > INVENTORY-COUNT
               IF IT-ENTRY-TYPE(INVENTORY-INDEX) IS EQUAL TO 'Q'
                 PERFORM CHKQ1
               END-IF
             END-PERFORM
             IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
               CALL 'MQDISC'
                USING HCONN, COMPLETION-CODE, REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The queue manager's dead-letter queue must be named,       *
      *   exist, take puts and have room                             *
      *                                                              *
      ****************************************************************
       CHKDLQ.
           ADD 1 TO PATH-COUNT.
           MOVE 'N' TO PATH-BROKEN-SWITCH.
           MOVE 'DLQ' TO CHECK-NAME.
           MOVE SPACES TO DEAD-LETTER-Q.
           MOVE MQOT-Q-MGR TO MQOD-OBJECTTYPE.
           MOVE SPACES TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.
           MOVE MQOT-Q TO MQOD-OBJECTTYPE.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN of queue manager ' QM-NAME
                 ' ended with reason code ' REASON
             MOVE SPACES TO CHECK-OBJECT
             MOVE REASON TO DISPLAY-NUMBER
             MOVE SPACES TO CHECK-DETAIL
             STRING 'QMGR NOT INQUIRABLE, REASON ' DELIMITED BY SIZE
                    DISPLAY-NUMBER DELIMITED BY SIZE
               INTO CHECK-DETAIL
             MOVE 2 TO CHECK-SEVERITY
             PERFORM BROKEN
           ELSE
             MOVE 1 TO SELECTOR-COUNT
             MOVE 0 TO INT-ATTR-COUNT
             MOVE 48 TO CHAR-ATTR-LENGTH
             MOVE MQCA-DEAD-LETTER-Q-NAME TO SELECTOR(1)
             MOVE SPACES TO CHAR-ATTRS
             CALL 'MQINQ'
              USING HCONN, Q-HANDLE,
              SELECTOR-COUNT, SELECTOR-TABLE,
              INT-ATTR-COUNT, INT-ATTR-TABLE,
              CHAR-ATTR-LENGTH, CHAR-ATTRS,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-OK
               MOVE CHAR-ATTRS(1:48) TO DEAD-LETTER-Q
             ELSE
               DISPLAY 'MQINQ of queue manager ' QM-NAME
                   ' ended with reason code ' REASON
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
             MOVE DEAD-LETTER-Q TO CHECK-OBJECT
             MOVE 1 TO CHECK-SEVERITY
             IF DEAD-LETTER-Q IS EQUAL TO SPACES
               MOVE 'NO DEAD-LETTER QUEUE DEFINED' TO CHECK-DETAIL
               PERFORM BROKEN
             ELSE
               MOVE DEAD-LETTER-Q TO TARGET-NAME
               PERFORM INQTGT
               PERFORM TGTCHK
             END-IF
           END-IF.

           IF PATH-BROKEN-SWITCH IS EQUAL TO 'N'
             MOVE SPACES TO CHECK-DETAIL
             MOVE TARGET-CURRENT-DEPTH TO DISPLAY-NUMBER
             MOVE TARGET-MAX-DEPTH TO DISPLAY-NUMBER-2
             STRING 'DEFINED, PUT ENABLED, DEPTH' DELIMITED BY SIZE
                    DISPLAY-NUMBER DELIMITED BY SIZE
                    ' OF' DELIMITED BY SIZE
                    DISPLAY-NUMBER-2 DELIMITED BY SIZE
               INTO CHECK-DETAIL
             PERFORM PROVED
           END-IF.

      ****************************************************************
      *                                                              *
      *   One inventory queue on this queue manager: a local queue   *
      *   with backout processing has its requeue path proved, a     *
      *   remote queue its transmission queue.  A queue not defined  *
      *   here lives on another queue manager and is passed over     *
      *                                                              *
      ****************************************************************
       CHKQ1.
           MOVE IT-QUEUE-NAME(INVENTORY-INDEX) TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             IF REASON IS NOT EQUAL TO MQRC-UNKNOWN-OBJECT-NAME
               DISPLAY 'MQOPEN of ' IT-QUEUE-NAME(INVENTORY-INDEX)
                   ' on ' QM-NAME ' ended with reason code ' REASON
             END-IF
           ELSE
             MOVE 1 TO SELECTOR-COUNT
             MOVE 1 TO INT-ATTR-COUNT
             MOVE 0 TO CHAR-ATTR-LENGTH
             MOVE MQIA-Q-TYPE TO SELECTOR(1)
             PERFORM INQCALL
             IF COMPLETION-CODE IS EQUAL TO MQCC-OK
               MOVE INT-ATTR(1) TO QUEUE-TYPE
               EVALUATE TRUE
                 WHEN QUEUE-TYPE IS EQUAL TO MQQT-LOCAL
                 AND IT-BACKOUT-FLAG(INVENTORY-INDEX) IS EQUAL TO 'Y'
                   PERFORM CHKBOQ
                 WHEN QUEUE-TYPE IS EQUAL TO MQQT-REMOTE
                   PERFORM CHKXMITQ
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
      *   The backout path of a local queue: a threshold above zero, *
      *   a requeue queue named, existing, taking puts, with room,   *
      *   and owned by the queue's own application                   *
      *                                                              *
      ****************************************************************
       CHKBOQ.
           ADD 1 TO PATH-COUNT.
           MOVE 'N' TO PATH-BROKEN-SWITCH.
           MOVE 'BACKOUT' TO CHECK-NAME.
           MOVE IT-QUEUE-NAME(INVENTORY-INDEX) TO CHECK-OBJECT.
           MOVE 2 TO SELECTOR-COUNT.
           MOVE 1 TO INT-ATTR-COUNT.
           MOVE 48 TO CHAR-ATTR-LENGTH.
           MOVE MQIA-BACKOUT-THRESHOLD TO SELECTOR(1).
           MOVE MQCA-BACKOUT-REQ-Q-NAME TO SELECTOR(2).
           PERFORM INQCALL.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             MOVE INT-ATTR(1) TO QUEUE-BACKOUT-THRESHOLD
             MOVE CHAR-ATTRS(1:48) TO QUEUE-BACKOUT-REQ-Q

             IF QUEUE-BACKOUT-THRESHOLD IS EQUAL TO 0
               MOVE 2 TO CHECK-SEVERITY
               MOVE 'BACKOUT THRESHOLD IS ZERO - POISON MESSAGES LOOP'
                 TO CHECK-DETAIL
               PERFORM BROKEN
             END-IF

             IF QUEUE-BACKOUT-REQ-Q IS EQUAL TO SPACES
               MOVE 2 TO CHECK-SEVERITY
               MOVE 'NO BACKOUT REQUEUE QUEUE NAMED' TO CHECK-DETAIL
               PERFORM BROKEN
             ELSE
               MOVE QUEUE-BACKOUT-REQ-Q TO TARGET-NAME
               PERFORM INQTGT
               MOVE 2 TO CHECK-SEVERITY
               PERFORM TGTCHK
               PERFORM CHKOWNER
             END-IF

             IF PATH-BROKEN-SWITCH IS EQUAL TO 'N'
               MOVE SPACES TO CHECK-DETAIL
               STRING 'REQUEUES TO ' DELIMITED BY SIZE
                      QUEUE-BACKOUT-REQ-Q DELIMITED BY SPACE
                      ', OWNER ' DELIMITED BY SIZE
                      QUEUE-OWNER DELIMITED BY SPACE
                 INTO CHECK-DETAIL
               PERFORM PROVED
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The requeue queue must belong to the application that owns *
      *   the queue it serves - otherwise its messages are routed    *
      *   to the wrong team or to no one                             *
      *                                                              *
      ****************************************************************
       CHKOWNER.
           MOVE IT-OWNING-APPL(INVENTORY-INDEX) TO QUEUE-OWNER.
           MOVE QUEUE-BACKOUT-REQ-Q TO LOOKUP-NAME.
           PERFORM OWNEROF.
           MOVE 3 TO CHECK-SEVERITY.
           MOVE SPACES TO CHECK-DETAIL.
           EVALUATE TRUE
             WHEN QUEUE-OWNER IS EQUAL TO SPACES
               MOVE 'QUEUE HAS NO OWNER IN MQINV.DAT' TO CHECK-DETAIL
               PERFORM BROKEN
             WHEN LOOKUP-OWNER IS EQUAL TO SPACES
               STRING 'REQUEUE QUEUE ' DELIMITED BY SIZE
                      QUEUE-BACKOUT-REQ-Q DELIMITED BY SPACE
                      ' HAS NO OWNER' DELIMITED BY SIZE
                 INTO CHECK-DETAIL
               PERFORM BROKEN
             WHEN LOOKUP-OWNER IS NOT EQUAL TO QUEUE-OWNER
               STRING 'REQUEUE QUEUE OWNED BY ' DELIMITED BY SIZE
                      LOOKUP-OWNER DELIMITED BY SPACE
                      ', QUEUE BY ' DELIMITED BY SIZE
                      QUEUE-OWNER DELIMITED BY SPACE
                 INTO CHECK-DETAIL
               PERFORM BROKEN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   The transmission path of a remote queue: the queue named   *
      *   in XMITQ, else the one named after the remote queue        *
      *   manager, must exist                                        *
      *                                                              *
      ****************************************************************
       CHKXMITQ.
           ADD 1 TO PATH-COUNT.
           MOVE 'N' TO PATH-BROKEN-SWITCH.
           MOVE 'XMITQ' TO CHECK-NAME.
           MOVE IT-QUEUE-NAME(INVENTORY-INDEX) TO CHECK-OBJECT.
           MOVE 2 TO SELECTOR-COUNT.
           MOVE 0 TO INT-ATTR-COUNT.
           MOVE 96 TO CHAR-ATTR-LENGTH.
           MOVE MQCA-XMIT-Q-NAME TO SELECTOR(1).
           MOVE MQCA-REMOTE-Q-MGR-NAME TO SELECTOR(2).
           PERFORM INQCALL.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             MOVE CHAR-ATTRS(1:48) TO QUEUE-XMIT-Q
             MOVE CHAR-ATTRS(49:48) TO QUEUE-REMOTE-QMGR
             IF QUEUE-XMIT-Q IS EQUAL TO SPACES
               MOVE QUEUE-REMOTE-QMGR TO QUEUE-XMIT-Q
             END-IF
             MOVE 2 TO CHECK-SEVERITY
             IF QUEUE-XMIT-Q IS EQUAL TO SPACES
               MOVE 'NO TRANSMISSION QUEUE OR REMOTE QMGR NAMED'
                 TO CHECK-DETAIL
               PERFORM BROKEN
             ELSE
               MOVE QUEUE-XMIT-Q TO TARGET-NAME
               PERFORM INQTGT
               IF TARGET-EXISTS IS EQUAL TO 'N'
                 MOVE SPACES TO CHECK-DETAIL
                 STRING 'TRANSMISSION QUEUE ' DELIMITED BY SIZE
                        QUEUE-XMIT-Q DELIMITED BY SPACE
                        ' DOES NOT EXIST' DELIMITED BY SIZE
                   INTO CHECK-DETAIL
                 PERFORM BROKEN
               END-IF
               IF TARGET-EXISTS IS EQUAL TO 'U'
                 PERFORM UNASKED
               END-IF
             END-IF
             IF PATH-BROKEN-SWITCH IS EQUAL TO 'N'
               MOVE SPACES TO CHECK-DETAIL
               STRING 'SENDS VIA ' DELIMITED BY SIZE
                      QUEUE-XMIT-Q DELIMITED BY SPACE
                 INTO CHECK-DETAIL
               PERFORM PROVED
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   MQINQ the queue a failure path leads to on a second        *
      *   handle: its type, and for a local queue (or the base of    *
      *   an alias) its PUT state and depths                         *
      *                                                              *
      ****************************************************************
       INQTGT.
           MOVE 0 TO TARGET-Q-TYPE.
           MOVE 0 TO TARGET-INHIBIT-PUT.
           MOVE 0 TO TARGET-CURRENT-DEPTH.
           MOVE 0 TO TARGET-MAX-DEPTH.
           MOVE SPACES TO TARGET-BASE-NAME.
           MOVE TARGET-NAME TO MQOD-OBJECTNAME.
           PERFORM OPENTGT.
           IF TARGET-EXISTS IS EQUAL TO 'Y'
             MOVE 1 TO SELECTOR-COUNT
             MOVE 1 TO INT-ATTR-COUNT
             MOVE 0 TO CHAR-ATTR-LENGTH
             MOVE MQIA-Q-TYPE TO SELECTOR(1)
             PERFORM TGTCALL
             IF COMPLETION-CODE IS EQUAL TO MQCC-OK
               MOVE INT-ATTR(1) TO TARGET-Q-TYPE
             END-IF
             EVALUATE TARGET-Q-TYPE
               WHEN MQQT-LOCAL
                 PERFORM INQDEPTH
               WHEN MQQT-ALIAS
                 MOVE 2 TO SELECTOR-COUNT
                 MOVE 1 TO INT-ATTR-COUNT
                 MOVE 48 TO CHAR-ATTR-LENGTH
                 MOVE MQIA-INHIBIT-PUT TO SELECTOR(1)
                 MOVE MQCA-BASE-Q-NAME TO SELECTOR(2)
                 PERFORM TGTCALL
                 IF COMPLETION-CODE IS EQUAL TO MQCC-OK
                   MOVE INT-ATTR(1) TO TARGET-INHIBIT-PUT
                   MOVE CHAR-ATTRS(1:48) TO TARGET-BASE-NAME
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             PERFORM CLOSETGT
      **     an alias takes its depths from its base queue, and a
      **     missing base queue takes no message at all
             IF TARGET-BASE-NAME IS NOT EQUAL TO SPACES
               MOVE TARGET-BASE-NAME TO MQOD-OBJECTNAME
               PERFORM OPENTGT
               IF TARGET-EXISTS IS EQUAL TO 'Y'
                 PERFORM INQDEPTH
                 PERFORM CLOSETGT
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Open MQOD-OBJECTNAME for inquire on TARGET-HANDLE.         *
      *   TARGET-EXISTS is Y opened, N not defined, U could not be   *
      *   asked                                                      *
      *                                                              *
      ****************************************************************
       OPENTGT.
           MOVE 0 TO TARGET-REASON.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, TARGET-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             IF REASON IS EQUAL TO MQRC-UNKNOWN-OBJECT-NAME
               MOVE 'N' TO TARGET-EXISTS
             ELSE
               DISPLAY 'MQOPEN of ' MQOD-OBJECTNAME
                   ' on ' QM-NAME ' ended with reason code ' REASON
               MOVE 'U' TO TARGET-EXISTS
               MOVE REASON TO TARGET-REASON
             END-IF
           ELSE
             MOVE 'Y' TO TARGET-EXISTS
           END-IF.

      ****************************************************************
      *                                                              *
      *   PUT state and depths of the local queue open on            *
      *   TARGET-HANDLE; a PUT-inhibit already found on an alias     *
      *   is kept                                                    *
      *                                                              *
      ****************************************************************
       INQDEPTH.
           MOVE 3 TO SELECTOR-COUNT.
           MOVE 3 TO INT-ATTR-COUNT.
           MOVE 0 TO CHAR-ATTR-LENGTH.
           MOVE MQIA-INHIBIT-PUT TO SELECTOR(1).
           MOVE MQIA-CURRENT-Q-DEPTH TO SELECTOR(2).
           MOVE MQIA-MAX-Q-DEPTH TO SELECTOR(3).
           PERFORM TGTCALL.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             IF INT-ATTR(1) IS EQUAL TO MQQA-PUT-INHIBITED
               MOVE MQQA-PUT-INHIBITED TO TARGET-INHIBIT-PUT
             END-IF
             MOVE INT-ATTR(2) TO TARGET-CURRENT-DEPTH
             MOVE INT-ATTR(3) TO TARGET-MAX-DEPTH
           END-IF.

       CLOSETGT.
           MOVE MQCO-NONE TO OPEN-OPTIONS.
           CALL 'MQCLOSE'
            USING HCONN, TARGET-HANDLE, OPEN-OPTIONS,
            COMPLETION-CODE, REASON.

       TGTCALL.
           MOVE SPACES TO CHAR-ATTRS.
           CALL 'MQINQ'
            USING HCONN, TARGET-HANDLE,
            SELECTOR-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
             DISPLAY 'MQINQ of ' TARGET-NAME
                 ' on ' QM-NAME ' ended with reason code ' REASON
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
             DISPLAY 'MQINQ of ' IT-QUEUE-NAME(INVENTORY-INDEX)
                 ' on ' QM-NAME ' ended with reason code ' REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   Would the queue INQTGT found take the message?  It must    *
      *   exist, not be PUT-inhibited and not be full; short         *
      *   headroom is only a warning.  CHECK-SEVERITY holds the      *
      *   severity of a refusal                                      *
      *                                                              *
      ****************************************************************
       TGTCHK.
           MOVE SPACES TO CHECK-DETAIL.
           EVALUATE TRUE
             WHEN TARGET-EXISTS IS EQUAL TO 'U'
               PERFORM UNASKED
             WHEN TARGET-EXISTS IS EQUAL TO 'N'
               STRING TARGET-NAME DELIMITED BY SPACE
                      ' DOES NOT EXIST' DELIMITED BY SIZE
                 INTO CHECK-DETAIL
               PERFORM BROKEN
             WHEN TARGET-INHIBIT-PUT IS EQUAL TO MQQA-PUT-INHIBITED
               STRING TARGET-NAME DELIMITED BY SPACE
                      ' IS PUT-INHIBITED' DELIMITED BY SIZE
                 INTO CHECK-DETAIL
               PERFORM BROKEN
             WHEN TARGET-MAX-DEPTH IS GREATER THAN 0
             AND TARGET-CURRENT-DEPTH IS NOT LESS THAN TARGET-MAX-DEPTH
               MOVE TARGET-MAX-DEPTH TO DISPLAY-NUMBER
               STRING TARGET-NAME DELIMITED BY SPACE
                      ' IS FULL AT' DELIMITED BY SIZE
                      DISPLAY-NUMBER DELIMITED BY SIZE
                 INTO CHECK-DETAIL
               PERFORM BROKEN
             WHEN OTHER
               COMPUTE TARGET-HEADROOM =
                   TARGET-MAX-DEPTH - TARGET-CURRENT-DEPTH
               COMPUTE TARGET-HEADROOM-FLOOR =
                   (TARGET-MAX-DEPTH * HEADROOM-PERCENT) / 100
               IF TARGET-MAX-DEPTH IS GREATER THAN 0
               AND TARGET-HEADROOM IS LESS THAN TARGET-HEADROOM-FLOOR
                 MOVE TARGET-HEADROOM TO DISPLAY-NUMBER
                 MOVE TARGET-MAX-DEPTH TO DISPLAY-NUMBER-2
                 STRING TARGET-NAME DELIMITED BY SPACE
                        ' ROOM FOR' DELIMITED BY SIZE
                        DISPLAY-NUMBER DELIMITED BY SIZE
                        ' OF' DELIMITED BY SIZE
                        DISPLAY-NUMBER-2 DELIMITED BY SIZE
                   INTO CHECK-DETAIL
                 MOVE 3 TO CHECK-SEVERITY
                 PERFORM BROKEN
               END-IF
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   A queue on the path that could not be inquired on cannot   *
      *   be proved                                                  *
      *                                                              *
      ****************************************************************
       UNASKED.
           MOVE TARGET-REASON TO DISPLAY-NUMBER.
           MOVE SPACES TO CHECK-DETAIL.
           STRING TARGET-NAME DELIMITED BY SPACE
                  ' NOT INQUIRABLE, REASON' DELIMITED BY SIZE
                  DISPLAY-NUMBER DELIMITED BY SIZE
             INTO CHECK-DETAIL.
           PERFORM BROKEN.

      ****************************************************************
      *                                                              *
      *   Write a proved path                                        *
      *                                                              *
      ****************************************************************
       PROVED.
           MOVE 'OK' TO FR-RESULT.
           PERFORM RPTLINE.

      ****************************************************************
      *                                                              *
      *   Write a broken path and keep it for the alert bus          *
      *                                                              *
      ****************************************************************
       BROKEN.
           IF PATH-BROKEN-SWITCH IS EQUAL TO 'N'
             ADD 1 TO BROKEN-COUNT
           END-IF.
           MOVE 'Y' TO PATH-BROKEN-SWITCH.
           MOVE 'FAIL' TO FR-RESULT.
           PERFORM RPTLINE.
           DISPLAY 'BROKEN: ' QM-NAME(1:20) ' ' CHECK-NAME ' '
               CHECK-OBJECT(1:40) ' ' CHECK-DETAIL.
           IF FINDING-COUNT IS LESS THAN 500
             ADD 1 TO FINDING-COUNT
             MOVE QM-NAME TO FT-QMGR-NAME(FINDING-COUNT)
             MOVE CHECK-OBJECT TO FT-OBJECT-NAME(FINDING-COUNT)
             MOVE CHECK-SEVERITY TO FT-SEVERITY(FINDING-COUNT)
             MOVE CHECK-DETAIL TO FT-DETAIL(FINDING-COUNT)
           ELSE
             DISPLAY 'finding table full - alert for '
                 CHECK-OBJECT ' not raised'
           END-IF.

       RPTLINE.
           MOVE RUN-TIMESTAMP TO FR-TIMESTAMP.
           MOVE QM-NAME TO FR-QMGR-NAME.
           MOVE CHECK-OBJECT TO FR-OBJECT-NAME.
           MOVE CHECK-NAME TO FR-CHECK.
           MOVE CHECK-DETAIL TO FR-DETAIL.
           WRITE READINESS-REPORT-RECORD.

      ****************************************************************
      *                                                              *
      *   Raise every broken path on the alert bus of the local      *
      *   queue manager                                              *
      *                                                              *
      ****************************************************************
       ALERTALL.
           MOVE SPACES TO QM-NAME.
           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONN ended with reason code ' CON-REASON
                 ' - no alert raised'
           ELSE
             PERFORM VARYING FINDING-INDEX FROM 1 BY 1
                 UNTIL FINDING-INDEX > FINDING-COUNT
               PERFORM ALERT1
             END-PERFORM
             IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
               CALL 'MQDISC'
                USING HCONN, COMPLETION-CODE, REASON
               IF REASON IS NOT EQUAL TO MQRC-NONE
                 DISPLAY 'MQDISC ended with reason code ' REASON
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Raise one broken path - unless its object sits inside a    *
      *   declared maintenance window, in which case AMQ0MWC0 has    *
      *   already logged the suppression                             *
      *                                                              *
      ****************************************************************
       ALERT1.
           MOVE 'AMQ0FPR0' TO MWC-SOURCE-PROGRAM.
           IF FT-OBJECT-NAME(FINDING-INDEX) IS EQUAL TO SPACES
             MOVE FT-QMGR-NAME(FINDING-INDEX) TO MWC-OBJECT-NAME
           ELSE
             MOVE FT-OBJECT-NAME(FINDING-INDEX) TO MWC-OBJECT-NAME
           END-IF.
           CALL 'AMQ0MWC0' USING MWC-CHECK-AREA.
           IF MWC-SUPPRESS-FLAG IS EQUAL TO 'Y'
             ADD 1 TO SUPPRESSED-COUNT
             DISPLAY 'SUPPRESSED: ' MWC-OBJECT-NAME
                 ' inside maintenance window ' MWC-CHANGE-REF
           ELSE
             ADD 1 TO ALERT-COUNT
             PERFORM OPSPUT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put the structured alert datagram to the operations alert  *
      *   queue - MQPUT1 opens, puts and closes in one call, the     *
      *   same self-contained style AMQMSET2's ALERTPUT uses         *
      *                                                              *
      ****************************************************************
       OPSPUT.
           MOVE 'AMQ0FPR0' TO OPSA-SOURCE-PROGRAM.
           MOVE FT-SEVERITY(FINDING-INDEX) TO OPSA-SEVERITY.
           MOVE MWC-OBJECT-NAME TO OPSA-OBJECT-NAME.
           MOVE 0 TO OPSA-REASON.
           MOVE SPACES TO OPSA-ALERT-TEXT.
           STRING FT-QMGR-NAME(FINDING-INDEX) DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  FT-DETAIL(FINDING-INDEX) DELIMITED BY SIZE
             INTO OPSA-ALERT-TEXT.

           MOVE OPS-ALERT-TOPIC-Q TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE.
           MOVE MQRO-NONE TO MQMD-REPORT.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.

           CALL 'MQPUT1'
            USING HCONN, OBJECT-DESCRIPTOR,
            MESSAGE-DESCRIPTOR, PMOPTIONS,
            OPS-ALERT-LENGTH, OPS-ALERT-MESSAGE,
            COMPLETION-CODE, REASON.

           IF REASON IS NOT EQUAL TO MQRC-NONE
             DISPLAY 'MQPUT1 (ops alert) ended with reason code '
                 REASON
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0FPR0                                              *
      *                                                              *
      ****************************************************************
