       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0STK0                                       *
      *                                                              *
      * Description: Stuck-trigger and absent-consumer detector      *
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
      *   AMQ0STK0 finds triggered queues that are filling with      *
      *   nobody serving them - the trigger fired and the            *
      *   application never started, or it started and died         *
      *   holding nothing open:                                      *
      *                                                              *
      *      -- every Q entry in MQINV.DAT is opened for INQUIRE and *
      *         is a candidate when the live MQINQ shows trigger     *
      *         control on, messages waiting and a zero              *
      *         MQIA-OPEN-INPUT-COUNT                                *
      *                                                              *
      *      -- TRMLOG.DAT is then read once for what AMQ0TRM0 did   *
      *         with each candidate's triggers inside the look-back  *
      *         window, and each case is classed:                    *
      *            NEVER TRIGGERED      no trigger received          *
      *            START FAILED         the last start attempt       *
      *                                 failed, or a trigger was     *
      *                                 received with no start       *
      *                                 outcome logged after it      *
      *            STARTED NO CONSUMER  the application started but  *
      *                                 has no input handle open     *
      *                                                              *
      *      -- each case is written to STKRPT.DAT and raised on the *
      *         OPSALERT bus with the owning application from        *
      *         MQINV.DAT, unless AMQ0MWC0 finds the queue inside a  *
      *         declared maintenance window                          *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the look-back window                          *
      *         MQCONNect to default queue manager                   *
      *         for each MQINV.DAT Q entry, MQINQ trigger control,   *
      *         depth and open-input count; keep the stuck ones      *
      *         read TRMLOG.DAT against the stuck queues             *
      *         classify, report and alert each stuck queue          *
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
      *   AMQ0STK0 parameters: look-back window in minutes (1st      *
      *   command-line argument, optional, default 60)               *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0STK0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the master queue inventory - the queues to check and their
      ** owning applications
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** AMQ0TRM0's log of every trigger received and start attempted
           SELECT TRIGGER-LOG ASSIGN TO 'TRMLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRIGGER-LOG-STATUS.

      ** one record per stuck queue found this run
           SELECT STUCK-REPORT ASSIGN TO 'STKRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STUCK-REPORT-STATUS.

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
          05 FILLER                    PIC X(8).
          05 FILLER                    PIC X(9).

       FD  TRIGGER-LOG.
       01 TRIGGER-LOG-RECORD.
          05 TRM-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 TRM-QNAME                 PIC X(48).
          05 FILLER                    PIC X.
          05 TRM-APPL-NAME             PIC X(30).
          05 FILLER                    PIC X.
          05 TRM-OUTCOME               PIC X(12).

       FD  STUCK-REPORT.
       01 STUCK-REPORT-RECORD.
          05 SR-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 SR-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 SR-CLASS                  PIC X(20).
          05 FILLER                    PIC X VALUE SPACE.
          05 SR-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 SR-CURRENT-DEPTH          PIC Z(8)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 SR-LAST-LOGGED            PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 SR-APPL-NAME              PIC X(30).

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
      * Structured operations alert datagram
       01 MY-OPS-ALERT.
          COPY OPSALERT.
      ** note, sample uses defaults where it can
       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 TRIGGER-LOG-STATUS         PIC XX VALUE '00'.
       01 STUCK-REPORT-STATUS        PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** one MQINQ for trigger control, depth and open-input count
       01 SELECT-COUNT               PIC S9(9) BINARY VALUE 3.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 3 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 3.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 3 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(100).

      ** job parameters
       01 PARM-WINDOW-MINUTES        PIC 9(5) VALUE 0.

      ** the stuck queues found by the MQINQ pass, with what the
      ** trigger log shows for each inside the window
       01 STUCK-TABLE.
          02 STUCK-ENTRY OCCURS 500 TIMES.
             05 SK-QUEUE-NAME         PIC X(48).
             05 SK-OWNING-APPL        PIC X(8).
             05 SK-CURRENT-DEPTH      PIC S9(9) BINARY.
      **       R received only, S started, F start failed, space none
             05 SK-LAST-OUTCOME       PIC X(1).
             05 SK-LAST-LOGGED        PIC X(17).
             05 SK-APPL-NAME          PIC X(30).
       01 STUCK-COUNT                PIC S9(9) BINARY VALUE 0.
       01 STUCK-INDEX                PIC S9(9) BINARY.
       01 STUCK-MATCH                PIC S9(9) BINARY.

       01 QUEUE-COUNT                PIC 9(7) VALUE 0.
       01 ALERT-COUNT                PIC 9(7) VALUE 0.
       01 SUPPRESSED-COUNT           PIC 9(7) VALUE 0.
       01 CLASS-TEXT                 PIC X(20).
       01 DISPLAY-DEPTH              PIC Z(8)9.

      ** elapsed-minutes arithmetic - the same approximate-ordinal
      ** shape AMQ0ESC0 uses for alert ages
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).
       01 RUN-MINUTE-OF-DAY          PIC S9(9) BINARY.
       01 RUN-DATE-ORDINAL           PIC S9(9) BINARY.
       01 SEEN-MINUTE-OF-DAY         PIC S9(9) BINARY.
       01 SEEN-DATE-ORDINAL          PIC S9(9) BINARY.
       01 ELAPSED-MINUTES            PIC S9(9) BINARY.
       01 ORDINAL-YEAR               PIC 9(4).
       01 ORDINAL-MONTH              PIC 9(2).
       01 ORDINAL-DAY                PIC 9(2).
       01 TIME-HOUR-PART             PIC 9(2).
       01 TIME-MINUTE-PART           PIC 9(2).

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
           DISPLAY 'AMQ0STK0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0STK0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-WINDOW-MINUTES FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-WINDOW-MINUTES
           END-ACCEPT.
           IF PARM-WINDOW-MINUTES IS EQUAL TO 0
             MOVE 60 TO PARM-WINDOW-MINUTES
           END-IF.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).
           MOVE WS-DATE(1:4) TO ORDINAL-YEAR.
           MOVE WS-DATE(5:2) TO ORDINAL-MONTH.
           MOVE WS-DATE(7:2) TO ORDINAL-DAY.
           COMPUTE RUN-DATE-ORDINAL = ORDINAL-YEAR * 360
               + ORDINAL-MONTH * 30 + ORDINAL-DAY.
           MOVE WS-TIME(1:2) TO TIME-HOUR-PART.
           MOVE WS-TIME(3:2) TO TIME-MINUTE-PART.
           COMPUTE RUN-MINUTE-OF-DAY = TIME-HOUR-PART * 60
               + TIME-MINUTE-PART.

           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open master inventory MQINV.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT STUCK-REPORT.

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
      *   Check every queue in the inventory                         *
      *                                                              *
      ****************************************************************
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
               IF QI-ENTRY-TYPE IS NOT EQUAL TO 'P'
               AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
                 PERFORM CHKQ
               END-IF
             END-IF
           END-PERFORM.
           CLOSE INVENTORY-FILE.

           IF STUCK-COUNT IS GREATER THAN 0
             PERFORM SCANLOG
             PERFORM VARYING STUCK-INDEX FROM 1 BY 1
                 UNTIL STUCK-INDEX > STUCK-COUNT
               PERFORM CLASSQ
             END-PERFORM
           END-IF.

           CLOSE STUCK-REPORT.

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

           DISPLAY QUEUE-COUNT ' queues checked, ' STUCK-COUNT
               ' stuck, ' ALERT-COUNT ' alerted, ' SUPPRESSED-COUNT
               ' suppressed in maintenance windows'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE QUEUE-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0STK0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Open one inventory queue for INQUIRE and keep it when      *
      *   triggering is on, messages are waiting and nothing has it  *
      *   open for input                                             *
      *                                                              *
      ****************************************************************
       CHKQ.
           ADD 1 TO QUEUE-COUNT.
           MOVE QI-QUEUE-NAME TO MQOD-OBJECTNAME.
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
             MOVE 3 TO SELECT-COUNT
             MOVE 3 TO INT-ATTR-COUNT
             MOVE MQIA-TRIGGER-CONTROL TO SELECTOR(1)
             MOVE MQIA-CURRENT-Q-DEPTH TO SELECTOR(2)
             MOVE MQIA-OPEN-INPUT-COUNT TO SELECTOR(3)
             CALL 'MQINQ'
              USING HCONN, Q-HANDLE,
              SELECT-COUNT, SELECTOR-TABLE,
              INT-ATTR-COUNT, INT-ATTR-TABLE,
              CHAR-ATTR-LENGTH, CHAR-ATTRS,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-OK
               IF INT-ATTR(1) IS EQUAL TO MQTC-ON
               AND INT-ATTR(2) IS GREATER THAN 0
               AND INT-ATTR(3) IS EQUAL TO 0
                 PERFORM KEEPQ
               END-IF
             ELSE
      **         alias and remote queues carry no trigger attributes
               DISPLAY 'MQINQ ended with reason code ' REASON
                   ' for ' QI-QUEUE-NAME
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   Add a stuck queue to the table                             *
      *                                                              *
      ****************************************************************
       KEEPQ.
           IF STUCK-COUNT IS LESS THAN 500
             ADD 1 TO STUCK-COUNT
             MOVE QI-QUEUE-NAME TO SK-QUEUE-NAME(STUCK-COUNT)
             MOVE QI-OWNING-APPL TO SK-OWNING-APPL(STUCK-COUNT)
             MOVE INT-ATTR(2) TO SK-CURRENT-DEPTH(STUCK-COUNT)
             MOVE SPACE TO SK-LAST-OUTCOME(STUCK-COUNT)
             MOVE SPACES TO SK-LAST-LOGGED(STUCK-COUNT)
             MOVE SPACES TO SK-APPL-NAME(STUCK-COUNT)
           ELSE
             DISPLAY 'stuck-queue table full - ' QI-QUEUE-NAME
                 ' skipped'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Read the trigger log once, noting against each stuck      *
      *   queue the last thing AMQ0TRM0 logged for it inside the     *
      *   window - the log is appended in time order, so the last   *
      *   matching record read is the latest                         *
      *                                                              *
      ****************************************************************
       SCANLOG.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT TRIGGER-LOG.
           IF TRIGGER-LOG-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no TRMLOG.DAT on hand - every stuck queue is '
                 'classed NEVER TRIGGERED'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ TRIGGER-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 PERFORM LOGREC
             END-READ
           END-PERFORM.
           IF TRIGGER-LOG-STATUS IS EQUAL TO '00'
           OR TRIGGER-LOG-STATUS IS EQUAL TO '10'
             CLOSE TRIGGER-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Apply one trigger-log record to its stuck queue, if any,   *
      *   when it falls inside the window                            *
      *                                                              *
      ****************************************************************
       LOGREC.
           MOVE 0 TO STUCK-MATCH.
           PERFORM VARYING STUCK-INDEX FROM 1 BY 1
               UNTIL STUCK-INDEX > STUCK-COUNT
             IF SK-QUEUE-NAME(STUCK-INDEX) IS EQUAL TO TRM-QNAME
               MOVE STUCK-INDEX TO STUCK-MATCH
               MOVE STUCK-COUNT TO STUCK-INDEX
             END-IF
           END-PERFORM.
           IF STUCK-MATCH IS GREATER THAN 0
             PERFORM ELAPSED
             IF ELAPSED-MINUTES IS NOT GREATER THAN
                 PARM-WINDOW-MINUTES
               EVALUATE TRM-OUTCOME
                 WHEN 'RECEIVED'
                   MOVE 'R' TO SK-LAST-OUTCOME(STUCK-MATCH)
                 WHEN 'STARTED'
                   MOVE 'S' TO SK-LAST-OUTCOME(STUCK-MATCH)
                 WHEN 'START-FAIL'
                   MOVE 'F' TO SK-LAST-OUTCOME(STUCK-MATCH)
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               MOVE TRM-TIMESTAMP TO SK-LAST-LOGGED(STUCK-MATCH)
               MOVE TRM-APPL-NAME TO SK-APPL-NAME(STUCK-MATCH)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Minutes elapsed since the trigger-log record was written,  *
      *   using the approximate date ordinal AMQ0ESC0 uses           *
      *                                                              *
      ****************************************************************
       ELAPSED.
           MOVE TRM-TIMESTAMP(1:4) TO ORDINAL-YEAR.
           MOVE TRM-TIMESTAMP(5:2) TO ORDINAL-MONTH.
           MOVE TRM-TIMESTAMP(7:2) TO ORDINAL-DAY.
           COMPUTE SEEN-DATE-ORDINAL = ORDINAL-YEAR * 360
               + ORDINAL-MONTH * 30 + ORDINAL-DAY.
           MOVE TRM-TIMESTAMP(10:2) TO TIME-HOUR-PART.
           MOVE TRM-TIMESTAMP(12:2) TO TIME-MINUTE-PART.
           COMPUTE SEEN-MINUTE-OF-DAY = TIME-HOUR-PART * 60
               + TIME-MINUTE-PART.
           COMPUTE ELAPSED-MINUTES =
               (RUN-DATE-ORDINAL - SEEN-DATE-ORDINAL) * 1440
               + RUN-MINUTE-OF-DAY - SEEN-MINUTE-OF-DAY.
           IF ELAPSED-MINUTES IS LESS THAN 0
             MOVE 0 TO ELAPSED-MINUTES
           END-IF.

      ****************************************************************
      *                                                              *
      *   Class one stuck queue from its trigger-log history, report *
      *   it and raise the alert                                     *
      *                                                              *
      ****************************************************************
       CLASSQ.
           EVALUATE SK-LAST-OUTCOME(STUCK-INDEX)
             WHEN 'S'
               MOVE 'STARTED NO CONSUMER' TO CLASS-TEXT
             WHEN 'F'
             WHEN 'R'
               MOVE 'START FAILED' TO CLASS-TEXT
             WHEN OTHER
               MOVE 'NEVER TRIGGERED' TO CLASS-TEXT
           END-EVALUATE.

           MOVE RUN-TIMESTAMP TO SR-TIMESTAMP.
           MOVE SK-QUEUE-NAME(STUCK-INDEX) TO SR-QUEUE-NAME.
           MOVE CLASS-TEXT TO SR-CLASS.
           MOVE SK-OWNING-APPL(STUCK-INDEX) TO SR-OWNING-APPL.
           MOVE SK-CURRENT-DEPTH(STUCK-INDEX) TO SR-CURRENT-DEPTH.
           MOVE SK-LAST-LOGGED(STUCK-INDEX) TO SR-LAST-LOGGED.
           MOVE SK-APPL-NAME(STUCK-INDEX) TO SR-APPL-NAME.
           WRITE STUCK-REPORT-RECORD.
           MOVE SK-CURRENT-DEPTH(STUCK-INDEX) TO DISPLAY-DEPTH.
           DISPLAY 'STUCK: ' SK-QUEUE-NAME(STUCK-INDEX) ' '
               CLASS-TEXT ' depth ' DISPLAY-DEPTH ' owner '
               SK-OWNING-APPL(STUCK-INDEX).

           MOVE 'AMQ0STK0' TO MWC-SOURCE-PROGRAM.
           MOVE SK-QUEUE-NAME(STUCK-INDEX) TO MWC-OBJECT-NAME.
           CALL 'AMQ0MWC0' USING MWC-CHECK-AREA.
           IF MWC-SUPPRESS-FLAG IS EQUAL TO 'Y'
             ADD 1 TO SUPPRESSED-COUNT
             DISPLAY 'SUPPRESSED: ' SK-QUEUE-NAME(STUCK-INDEX)
                 ' inside maintenance window ' MWC-CHANGE-REF
           ELSE
             PERFORM OPSPUT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put the structured alert datagram to the operations alert  *
      *   topic - MQPUT1 opens, puts and closes in one call          *
      *                                                              *
      ****************************************************************
       OPSPUT.
           ADD 1 TO ALERT-COUNT.
           MOVE 'AMQ0STK0' TO OPSA-SOURCE-PROGRAM.
           MOVE 2 TO OPSA-SEVERITY.
           MOVE SK-QUEUE-NAME(STUCK-INDEX) TO OPSA-OBJECT-NAME.
           MOVE 0 TO OPSA-REASON.
           MOVE SPACES TO OPSA-ALERT-TEXT.
           STRING CLASS-TEXT DELIMITED BY '  '
                  ' owner ' DELIMITED BY SIZE
                  SK-OWNING-APPL(STUCK-INDEX) DELIMITED BY SPACE
                  ' depth ' DELIMITED BY SIZE
                  DISPLAY-DEPTH DELIMITED BY SIZE
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
      * END OF AMQ0STK0                                              *
      *                                                              *
      ****************************************************************
