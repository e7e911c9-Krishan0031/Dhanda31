       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0REM0                                       *
      *                                                              *
      * Description: Policy-driven auto-remediation engine for new   *
      *              depth and head-age conditions                   *
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
      *   AMQ0REM0 takes the first, known-good step on a night-shift *
      *   depth or age page without waiting for a person.  For most  *
      *   queues that step is always the same: inhibit the upstream  *
      *   put, start a second consumer, or move the overflow away.   *
      *   Scheduled right after AMQ0AST0, this program takes every   *
      *   NEW depth (QDM) and head-age (AGE) condition in            *
      *   ALERTSTA.DAT and looks it up in the remediation policy     *
      *   file REMPOL.DAT, keyed by queue name or prefix and         *
      *   condition, with an optional threshold the current depth    *
      *   or head age (from QDMALERT.DAT / AGERPT.DAT) must exceed:  *
      *                                                              *
      *      -- INHIBIT hands an AMQMSET2 PUT-inhibit request for    *
      *         the policy's queue (the alerting queue when none is  *
      *         named) to AMQ0REQ0 through REQPARM.DAT, with the     *
      *         policy's re-enable minutes, and CALLs it             *
      *                                                              *
      *      -- START puts a trigger message naming the policy's     *
      *         process to its initiation queue, so the trigger      *
      *         monitor AMQ0TRM0 starts it and logs the start        *
      *                                                              *
      *      -- DRAIN moves up to the policy's message count from    *
      *         the alerting queue to its overflow queue, one unit   *
      *         of work per message at the policy's rate per         *
      *         second, under the queue lock and the change-freeze   *
      *         check the other destructive utilities use            *
      *                                                              *
      *      -- a policy acts at most its cap of times an hour; a    *
      *         queue inside a maintenance window is left alone      *
      *                                                              *
      *      -- every action taken, declined, failed or (in dry-run  *
      *         mode) only proposed is appended to REMLOG.DAT, which *
      *         the shift handover report reads                      *
      *                                                              *
      *    Program logic:                                            *
      *         read the mode and reply-to queue from REMCTL.DAT     *
      *         load the policies, the new conditions, the current   *
      *         depths and ages, and the last hour of REMLOG.DAT     *
      *         MQCONNect to default queue manager (live mode only)  *
      *         for each new condition not yet handled,              *
      *         .  find its policy and check window and cap          *
      *         .  act, or log what would have been done             *
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
      *   AMQ0REM0 has no parameters - the mode (LIVE or DRYRUN) and *
      *   the reply-to queue for inhibit requests are read from      *
      *   REMCTL.DAT, since AMQ0REQ0, CALLed for inhibit requests,   *
      *   reads the job's command line itself.  A missing control    *
      *   file, or any mode other than LIVE, means dry run           *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0REM0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** run mode and the reply-to queue for inhibit requests
           SELECT CONTROL-FILE ASSIGN TO 'REMCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.

      ** the remediation policies
           SELECT POLICY-FILE ASSIGN TO 'REMPOL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS POLICY-FILE-STATUS.

      ** conditions currently alerting, as AMQ0AST0 left them
           SELECT ALERT-STATE-FILE ASSIGN TO 'ALERTSTA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-STATE-STATUS.

      ** this run's depth and head-age alerts, for the current
      ** values the policy thresholds are judged against
           SELECT QUEUE-DEPTH-ALERTS ASSIGN TO 'QDMALERT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-INPUT-STATUS.
           SELECT AGE-REPORT ASSIGN TO 'AGERPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-INPUT-STATUS.

      ** the AMQ0REQ0 parameter handover file
           SELECT REQ-PARAMETER-FILE ASSIGN TO 'REQPARM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HANDOVER-FILE-STATUS.

      ** every action taken or declined, appended one line each
           SELECT REMEDIATION-LOG ASSIGN TO 'REMLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REMEDIATION-LOG-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01 CONTROL-RECORD.
          05 RC-MODE                   PIC X(6).
          05 FILLER                    PIC X.
          05 RC-REPLY-TO-QUEUE         PIC X(48).

      ** queue name or prefix (trailing *), DEPTH or AGE, threshold
      ** (0 = whenever the condition is new), INHIBIT / START /
      ** DRAIN, the action's queue (queue to inhibit, initiation
      ** queue, overflow queue), the process to start, the count
      ** (re-enable minutes for INHIBIT, messages for DRAIN), the
      ** drain rate per second and the cap of actions per hour;
      ** a line starting '*' is a comment
       FD  POLICY-FILE.
       01 POLICY-RECORD.
          05 RP-QUEUE-PATTERN          PIC X(48).
          05 FILLER                    PIC X.
          05 RP-CONDITION              PIC X(5).
          05 FILLER                    PIC X.
          05 RP-THRESHOLD              PIC 9(9).
          05 FILLER                    PIC X.
          05 RP-ACTION                 PIC X(7).
          05 FILLER                    PIC X.
          05 RP-ACTION-QUEUE           PIC X(48).
          05 FILLER                    PIC X.
          05 RP-PROCESS-NAME           PIC X(30).
          05 FILLER                    PIC X.
          05 RP-ACTION-COUNT           PIC 9(7).
          05 FILLER                    PIC X.
          05 RP-RATE-PER-SECOND        PIC 9(5).
          05 FILLER                    PIC X.
          05 RP-MAX-PER-HOUR           PIC 9(3).

       FD  ALERT-STATE-FILE.
       01 ALERT-STATE-RECORD.
          05 AST-SOURCE                PIC X(3).
          05 FILLER                    PIC X.
          05 AST-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 AST-FIRST-SEEN            PIC X(17).
          05 FILLER                    PIC X.
          05 AST-RUN-COUNT             PIC 9(5).
          05 FILLER                    PIC X(13).

       FD  QUEUE-DEPTH-ALERTS.
       01 QUEUE-DEPTH-ALERT-RECORD.
          05 QDA-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 QDA-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 QDA-CURRENT-DEPTH         PIC X(9).
          05 FILLER                    PIC X(17).

       FD  AGE-REPORT.
       01 AGE-REPORT-RECORD.
          05 AGR-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 AGR-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 AGR-HEAD-AGE-MINS         PIC X(7).
          05 FILLER                    PIC X(26).

       FD  REQ-PARAMETER-FILE.
       01 REQ-PARAMETER-RECORD.
           05 RQP-QUEUE-LIST          PIC X(187).
           05 FILLER                  PIC X.
           05 RQP-REPLY-TO-QUEUE      PIC X(48).
           05 FILLER                  PIC X.
           05 RQP-ACTION              PIC X(7).
           05 FILLER                  PIC X.
           05 RQP-SCOPE               PIC X(4).
           05 FILLER                  PIC X.
           05 RQP-REENABLE-MINUTES    PIC 9(5).

      ** TAKEN, DRYRUN, DECLINED or FAILED, with the condition (its
      ** source, queue and first-seen stamp identify it), the policy
      ** that applied, what was done or why not, and the run's mode
       FD  REMEDIATION-LOG.
       01 REMEDIATION-LOG-RECORD.
          05 RM-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X.
          05 RM-OUTCOME                PIC X(8).
          05 FILLER                    PIC X.
          05 RM-SOURCE                 PIC X(3).
          05 FILLER                    PIC X.
          05 RM-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 RM-FIRST-SEEN             PIC X(17).
          05 FILLER                    PIC X.
          05 RM-CONDITION              PIC X(5).
          05 FILLER                    PIC X.
          05 RM-ACTION                 PIC X(7).
          05 FILLER                    PIC X.
          05 RM-QUEUE-PATTERN          PIC X(48).
          05 FILLER                    PIC X.
          05 RM-DETAIL                 PIC X(70).
          05 FILLER                    PIC X.
          05 RM-RUN-MODE               PIC X(6).

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
      * Get message options
       01 GMOPTIONS.
          COPY CMQGMOV.
      * Put message options
       01 PMOPTIONS.
          COPY CMQPMOV.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 SOURCE-Q-HANDLE            PIC S9(9) BINARY.
       01 OVERFLOW-Q-HANDLE          PIC S9(9) BINARY.
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 100000.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 BUFFER                     PIC X(100000).

      ** the binary MQTM put to the initiation queue - the layout
      ** AMQ0TRM0 decodes
       01 TM-AREA                    PIC X(684).
       01 TRIGGER-MESSAGE REDEFINES TM-AREA.
          COPY CMQTML.
       01 TRIGGER-MESSAGE-LENGTH     PIC S9(9) BINARY VALUE 684.
       01 DEFAULT-INITIATION-QUEUE   PIC X(48)
           VALUE 'SYSTEM.DEFAULT.INITIATION.QUEUE'.

       01 CONTROL-FILE-STATUS        PIC XX VALUE '00'.
       01 POLICY-FILE-STATUS         PIC XX VALUE '00'.
       01 ALERT-STATE-STATUS         PIC XX VALUE '00'.
       01 ALERT-INPUT-STATUS         PIC XX VALUE '00'.
       01 HANDOVER-FILE-STATUS       PIC XX VALUE '00'.
       01 REMEDIATION-LOG-STATUS     PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** run mode from REMCTL.DAT - anything but LIVE is a dry run
       01 RUN-MODE                   PIC X(6) VALUE 'DRYRUN'.
       01 REPLY-TO-QUEUE             PIC X(48) VALUE SPACES.
       01 CONNECTED-SWITCH           PIC X VALUE 'N'.

      ** the policies loaded once, each with its pattern's length
      ** (a trailing '*' marks - and drops to - the prefix)
       01 POLICY-TABLE.
          02 POLICY-ENTRY OCCURS 200 TIMES.
             05 PT-QUEUE-PATTERN      PIC X(48).
             05 PT-PATTERN-LENGTH     PIC S9(9) BINARY.
             05 PT-CONDITION          PIC X(5).
             05 PT-THRESHOLD          PIC 9(9).
             05 PT-ACTION             PIC X(7).
             05 PT-ACTION-QUEUE       PIC X(48).
             05 PT-PROCESS-NAME       PIC X(30).
             05 PT-ACTION-COUNT       PIC 9(7).
             05 PT-RATE-PER-SECOND    PIC 9(5).
             05 PT-MAX-PER-HOUR       PIC 9(3).
       01 POLICY-COUNT               PIC S9(9) BINARY VALUE 0.
       01 POLICY-INDEX               PIC S9(9) BINARY.
       01 POLICY-MATCH-INDEX         PIC S9(9) BINARY.
       01 PATTERN-SCAN-LENGTH        PIC S9(9) BINARY.

      ** the new conditions this run
       01 CONDITION-TABLE.
          02 CONDITION-ENTRY OCCURS 500 TIMES.
             05 CD-SOURCE             PIC X(3).
             05 CD-QUEUE-NAME         PIC X(48).
             05 CD-FIRST-SEEN         PIC X(17).
             05 CD-HANDLED-SWITCH     PIC X.
       01 CONDITION-COUNT            PIC S9(9) BINARY VALUE 0.
       01 CONDITION-INDEX            PIC S9(9) BINARY.

      ** current depth or head age per alerting queue
       01 VALUE-TABLE.
          02 VALUE-ENTRY OCCURS 500 TIMES.
             05 VL-SOURCE             PIC X(3).
             05 VL-QUEUE-NAME         PIC X(48).
             05 VL-VALUE              PIC 9(9).
       01 VALUE-COUNT                PIC S9(9) BINARY VALUE 0.
       01 VALUE-INDEX                PIC S9(9) BINARY.
       01 VALUE-TEXT                 PIC X(9).
       01 CURRENT-VALUE              PIC 9(9).

      ** actions counted against the hourly caps - the last hour of
      ** REMLOG.DAT plus this run's
       01 HOUR-TABLE.
          02 HOUR-ENTRY OCCURS 500 TIMES.
             05 HR-QUEUE-PATTERN      PIC X(48).
             05 HR-CONDITION          PIC X(5).
             05 HR-ACTION             PIC X(7).
       01 HOUR-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 HOUR-INDEX                 PIC S9(9) BINARY.
       01 POLICY-HOUR-COUNT          PIC S9(9) BINARY.

      ** the condition being worked right now
       01 CUR-CONDITION              PIC X(5).
       01 CUR-ACTION-QUEUE           PIC X(48).
       01 CUR-OUTCOME                PIC X(8).
       01 CUR-DETAIL                 PIC X(70).

      ** the drain
       01 DRAIN-LIMIT                PIC 9(7).
       01 DRAIN-RATE                 PIC 9(5).
       01 DRAINED-COUNT              PIC 9(7).
       01 END-OF-DRAIN-SWITCH        PIC X VALUE 'N'.
       01 DRAIN-FAILED-SWITCH        PIC X VALUE 'N'.
       01 CURRENT-SECOND-KEY         PIC X(6).
       01 BUCKET-SECOND-KEY          PIC X(6) VALUE SPACES.
       01 BUCKET-MOVE-COUNT          PIC S9(9) BINARY VALUE 0.

       01 DISPLAY-COUNT              PIC Z(6)9.
       01 DISPLAY-LIMIT              PIC Z(6)9.
       01 DISPLAY-MINUTES            PIC Z(4)9.
       01 DISPLAY-REASON             PIC Z(8)9.

      ** elapsed-minutes arithmetic - the same approximate-ordinal
      ** shape AMQ0ESC0 uses for alert ages
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).
       01 SEEN-TIMESTAMP             PIC X(17).
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

       01 NEW-CONDITION-COUNT        PIC 9(7) VALUE 0.
       01 NO-POLICY-COUNT            PIC 9(7) VALUE 0.
       01 TAKEN-COUNT                PIC 9(7) VALUE 0.
       01 DRYRUN-COUNT               PIC 9(7) VALUE 0.
       01 DECLINED-COUNT             PIC 9(7) VALUE 0.
       01 FAILED-COUNT               PIC 9(7) VALUE 0.

      * Maintenance-window checker interface (AMQ0MWC0)
       01 MY-WINDOW-CHECK.
          COPY MWCHKWS.

      * Change-freeze checker interface (AMQ0FRZ0)
       01 MY-FREEZE-CHECK.
          COPY FRZCHKWS.

      * Shared queue serialization lock interface - a drain
      * registers the queue before touching it
       01 MY-QUEUE-LOCK.
          COPY QLOCKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0REM0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0REM0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

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

           PERFORM LOADCTL.
           PERFORM LOADPOL.
           PERFORM LOADCOND.
           PERFORM LOADVAL.
           PERFORM LOADLOG.
           MOVE POLICY-COUNT TO DISPLAY-COUNT.
           MOVE CONDITION-COUNT TO DISPLAY-LIMIT.
           DISPLAY 'mode ' RUN-MODE ',' DISPLAY-COUNT ' policies,'
               DISPLAY-LIMIT ' new conditions'.

      ****************************************************************
      *                                                              *
      *   Connect to default queue manager - a dry run touches       *
      *   nothing, so needs no connection                            *
      *                                                              *
      ****************************************************************
           IF RUN-MODE IS EQUAL TO 'LIVE'
             CALL 'MQCONN'
              USING QM-NAME, HCONN,
              COMPLETION-CODE, CON-REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQCONN ended with reason code ' CON-REASON
               MOVE 'END-ERR' TO RLG-STATUS
               MOVE 0 TO RLG-RECORD-COUNT
               CALL 'AMQ0RLG0' USING RLG-LOG-AREA
               MOVE CON-REASON TO RETURN-CODE
               GOBACK
             END-IF
             MOVE 'Y' TO CONNECTED-SWITCH
           END-IF.

           OPEN EXTEND REMEDIATION-LOG.
           IF REMEDIATION-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT REMEDIATION-LOG
           END-IF.

           PERFORM VARYING CONDITION-INDEX FROM 1 BY 1
               UNTIL CONDITION-INDEX > CONDITION-COUNT
             IF CD-HANDLED-SWITCH(CONDITION-INDEX) IS NOT EQUAL TO 'Y'
               PERFORM REMEDY1
             END-IF
           END-PERFORM.

           CLOSE REMEDIATION-LOG.

      ****************************************************************
      *                                                              *
      *  Disconnect from queue manager (if not previously connected) *
      *                                                              *
      ****************************************************************
           IF CONNECTED-SWITCH IS EQUAL TO 'Y'
           AND CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING HCONN, COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC ended with reason code ' REASON
             END-IF
           END-IF.

           DISPLAY NEW-CONDITION-COUNT ' new conditions, '
               TAKEN-COUNT ' actions taken, ' DRYRUN-COUNT
               ' proposed (dry run), ' DECLINED-COUNT ' declined, '
               FAILED-COUNT ' failed, ' NO-POLICY-COUNT
               ' with no policy'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE TAKEN-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0REM0 end'.
           IF FAILED-COUNT IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Work one new condition: find its policy, check the         *
      *   maintenance window and the hourly cap, then act - or, in   *
      *   a dry run, log what would have been done                   *
      *                                                              *
      ****************************************************************
       REMEDY1.
           ADD 1 TO NEW-CONDITION-COUNT.
           IF CD-SOURCE(CONDITION-INDEX) IS EQUAL TO 'AGE'
             MOVE 'AGE' TO CUR-CONDITION
           ELSE
             MOVE 'DEPTH' TO CUR-CONDITION
           END-IF.
           PERFORM FINDPOL.
           IF POLICY-MATCH-INDEX IS EQUAL TO 0
             ADD 1 TO NO-POLICY-COUNT
           ELSE
             MOVE SPACES TO CUR-OUTCOME
             MOVE SPACES TO CUR-DETAIL
             MOVE 'AMQ0REM0' TO MWC-SOURCE-PROGRAM
             MOVE CD-QUEUE-NAME(CONDITION-INDEX) TO MWC-OBJECT-NAME
             CALL 'AMQ0MWC0' USING MWC-CHECK-AREA
             IF MWC-SUPPRESS-FLAG IS EQUAL TO 'Y'
               MOVE 'DECLINED' TO CUR-OUTCOME
               STRING 'inside maintenance window ' DELIMITED BY SIZE
                   MWC-CHANGE-REF DELIMITED BY SPACE
                 INTO CUR-DETAIL
               END-STRING
             ELSE
               PERFORM CAPCHK
             END-IF
             IF CUR-OUTCOME IS EQUAL TO SPACES
               IF RUN-MODE IS NOT EQUAL TO 'LIVE'
                 MOVE 'DRYRUN' TO CUR-OUTCOME
               END-IF
               EVALUATE PT-ACTION(POLICY-MATCH-INDEX)
                 WHEN 'INHIBIT'
                   PERFORM DOINHIB
                 WHEN 'START'
                   PERFORM DOSTART
                 WHEN 'DRAIN'
                   PERFORM DODRAIN
                 WHEN OTHER
                   MOVE 'DECLINED' TO CUR-OUTCOME
                   MOVE 'policy names an unknown action'
                     TO CUR-DETAIL
               END-EVALUATE
             END-IF
             PERFORM WRITELOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   The first policy, in file order, whose pattern covers the  *
      *   queue, whose condition matches and whose threshold (if     *
      *   any) the current value exceeds                             *
      *                                                              *
      ****************************************************************
       FINDPOL.
           MOVE 0 TO CURRENT-VALUE.
           PERFORM VARYING VALUE-INDEX FROM 1 BY 1
               UNTIL VALUE-INDEX > VALUE-COUNT
             IF VL-SOURCE(VALUE-INDEX) IS EQUAL TO
                 CD-SOURCE(CONDITION-INDEX)
             AND VL-QUEUE-NAME(VALUE-INDEX) IS EQUAL TO
                 CD-QUEUE-NAME(CONDITION-INDEX)
               MOVE VL-VALUE(VALUE-INDEX) TO CURRENT-VALUE
               MOVE VALUE-COUNT TO VALUE-INDEX
             END-IF
           END-PERFORM.

           MOVE 0 TO POLICY-MATCH-INDEX.
           PERFORM VARYING POLICY-INDEX FROM 1 BY 1
               UNTIL POLICY-INDEX > POLICY-COUNT
             IF PT-CONDITION(POLICY-INDEX) IS EQUAL TO CUR-CONDITION
             AND (PT-THRESHOLD(POLICY-INDEX) IS EQUAL TO 0
               OR CURRENT-VALUE IS GREATER THAN
                  PT-THRESHOLD(POLICY-INDEX))
               IF PT-PATTERN-LENGTH(POLICY-INDEX) IS EQUAL TO 0
                 MOVE POLICY-INDEX TO POLICY-MATCH-INDEX
               ELSE
                 IF CD-QUEUE-NAME(CONDITION-INDEX)
                     (1:PT-PATTERN-LENGTH(POLICY-INDEX))
                     IS EQUAL TO PT-QUEUE-PATTERN(POLICY-INDEX)
                     (1:PT-PATTERN-LENGTH(POLICY-INDEX))
                 AND (PT-PATTERN-LENGTH(POLICY-INDEX) IS EQUAL TO 48
                   OR PT-QUEUE-PATTERN(POLICY-INDEX)
                      (PT-PATTERN-LENGTH(POLICY-INDEX) + 1:1)
                      IS EQUAL TO '*'
                   OR CD-QUEUE-NAME(CONDITION-INDEX)
                      (PT-PATTERN-LENGTH(POLICY-INDEX) + 1:1)
                      IS EQUAL TO SPACE)
                   MOVE POLICY-INDEX TO POLICY-MATCH-INDEX
                 END-IF
               END-IF
               IF POLICY-MATCH-INDEX IS GREATER THAN 0
                 MOVE POLICY-COUNT TO POLICY-INDEX
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Decline once the policy has acted its cap of times in the  *
      *   last hour                                                  *
      *                                                              *
      ****************************************************************
       CAPCHK.
           MOVE 0 TO POLICY-HOUR-COUNT.
           PERFORM VARYING HOUR-INDEX FROM 1 BY 1
               UNTIL HOUR-INDEX > HOUR-COUNT
             IF HR-QUEUE-PATTERN(HOUR-INDEX) IS EQUAL TO
                 PT-QUEUE-PATTERN(POLICY-MATCH-INDEX)
             AND HR-CONDITION(HOUR-INDEX) IS EQUAL TO
                 PT-CONDITION(POLICY-MATCH-INDEX)
             AND HR-ACTION(HOUR-INDEX) IS EQUAL TO
                 PT-ACTION(POLICY-MATCH-INDEX)
               ADD 1 TO POLICY-HOUR-COUNT
             END-IF
           END-PERFORM.
           IF POLICY-HOUR-COUNT IS NOT LESS THAN
               PT-MAX-PER-HOUR(POLICY-MATCH-INDEX)
             MOVE 'DECLINED' TO CUR-OUTCOME
             MOVE PT-MAX-PER-HOUR(POLICY-MATCH-INDEX)
               TO DISPLAY-MINUTES
             STRING 'hourly cap of' DELIMITED BY SIZE
                 DISPLAY-MINUTES DELIMITED BY SIZE
                 ' actions reached' DELIMITED BY SIZE
               INTO CUR-DETAIL
             END-STRING
           END-IF.

      ****************************************************************
      *                                                              *
      *   INHIBIT: hand a PUT-inhibit request for the policy's       *
      *   queue to AMQ0REQ0 through REQPARM.DAT and CALL it - the    *
      *   same handover the operator console uses; AMQMSET2 applies  *
      *   its own freeze and audit rules when the request arrives    *
      *                                                              *
      ****************************************************************
       DOINHIB.
           MOVE PT-ACTION-QUEUE(POLICY-MATCH-INDEX)
             TO CUR-ACTION-QUEUE.
           IF CUR-ACTION-QUEUE IS EQUAL TO SPACES
             MOVE CD-QUEUE-NAME(CONDITION-INDEX) TO CUR-ACTION-QUEUE
           END-IF.
           MOVE PT-ACTION-COUNT(POLICY-MATCH-INDEX)
             TO DISPLAY-MINUTES.
           IF REPLY-TO-QUEUE IS EQUAL TO SPACES
           AND CUR-OUTCOME IS NOT EQUAL TO 'DRYRUN'
             MOVE 'DECLINED' TO CUR-OUTCOME
             MOVE 'no reply-to queue in REMCTL.DAT for the request'
               TO CUR-DETAIL
           ELSE
             IF CUR-OUTCOME IS EQUAL TO 'DRYRUN'
               STRING 'would request PUT inhibit of ' DELIMITED BY SIZE
                   CUR-ACTION-QUEUE DELIMITED BY SPACE
                   ', re-enable' DELIMITED BY SIZE
                   DISPLAY-MINUTES DELIMITED BY SIZE
                   ' min' DELIMITED BY SIZE
                 INTO CUR-DETAIL
               END-STRING
             ELSE
               MOVE SPACES TO REQ-PARAMETER-RECORD
               MOVE CUR-ACTION-QUEUE TO RQP-QUEUE-LIST
               MOVE REPLY-TO-QUEUE TO RQP-REPLY-TO-QUEUE
               MOVE 'INHIBIT' TO RQP-ACTION
               MOVE 'PUT ' TO RQP-SCOPE
               MOVE PT-ACTION-COUNT(POLICY-MATCH-INDEX)
                 TO RQP-REENABLE-MINUTES
               OPEN OUTPUT REQ-PARAMETER-FILE
               WRITE REQ-PARAMETER-RECORD
               CLOSE REQ-PARAMETER-FILE
               MOVE ZERO TO RETURN-CODE
               CALL 'AMQ0REQ0'
                 ON EXCEPTION
                   MOVE -1 TO RETURN-CODE
               END-CALL
               IF RETURN-CODE IS EQUAL TO ZERO
                 MOVE 'TAKEN' TO CUR-OUTCOME
                 STRING 'PUT inhibit of ' DELIMITED BY SIZE
                     CUR-ACTION-QUEUE DELIMITED BY SPACE
                     ' requested, re-enable' DELIMITED BY SIZE
                     DISPLAY-MINUTES DELIMITED BY SIZE
                     ' min' DELIMITED BY SIZE
                   INTO CUR-DETAIL
                 END-STRING
               ELSE
                 MOVE 'FAILED' TO CUR-OUTCOME
                 MOVE RETURN-CODE TO DISPLAY-REASON
                 STRING 'AMQ0REQ0 ended with RETURN-CODE '
                     DELIMITED BY SIZE
                     DISPLAY-REASON DELIMITED BY SIZE
                   INTO CUR-DETAIL
                 END-STRING
               END-IF
               MOVE ZERO TO RETURN-CODE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   START: put a trigger message naming the policy's process   *
      *   to its initiation queue, for AMQ0TRM0 to start and log     *
      *                                                              *
      ****************************************************************
       DOSTART.
           MOVE PT-ACTION-QUEUE(POLICY-MATCH-INDEX)
             TO CUR-ACTION-QUEUE.
           IF CUR-ACTION-QUEUE IS EQUAL TO SPACES
             MOVE DEFAULT-INITIATION-QUEUE TO CUR-ACTION-QUEUE
           END-IF.
           IF PT-PROCESS-NAME(POLICY-MATCH-INDEX) IS EQUAL TO SPACES
             MOVE 'DECLINED' TO CUR-OUTCOME
             MOVE 'policy names no process to start' TO CUR-DETAIL
           ELSE
             IF CUR-OUTCOME IS EQUAL TO 'DRYRUN'
               STRING 'would trigger ' DELIMITED BY SIZE
                   PT-PROCESS-NAME(POLICY-MATCH-INDEX)
                   DELIMITED BY SPACE
                   ' via ' DELIMITED BY SIZE
                   CUR-ACTION-QUEUE DELIMITED BY SPACE
                 INTO CUR-DETAIL
               END-STRING
             ELSE
               MOVE LOW-VALUES TO TM-AREA
               MOVE 'TM  ' TO MQTM-STRUCID
               MOVE MQTM-VERSION-1 TO MQTM-VERSION
               MOVE CD-QUEUE-NAME(CONDITION-INDEX) TO MQTM-QNAME
               MOVE SPACES TO MQTM-PROCESSNAME
               MOVE SPACES TO MQTM-TRIGGERDATA
               STRING 'AMQ0REM0 ' DELIMITED BY SIZE
                   CUR-CONDITION DELIMITED BY SPACE
                 INTO MQTM-TRIGGERDATA
               END-STRING
               MOVE MQAT-UNIX TO MQTM-APPLTYPE
               MOVE PT-PROCESS-NAME(POLICY-MATCH-INDEX)
                 TO MQTM-APPLID
               MOVE SPACES TO MQTM-ENVDATA
               MOVE SPACES TO MQTM-USERDATA

               MOVE CUR-ACTION-QUEUE TO MQOD-OBJECTNAME
               MOVE SPACES TO MQOD-OBJECTQMGRNAME
               MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE
               MOVE MQFMT-TRIGGER TO MQMD-FORMAT
               MOVE MQRO-NONE TO MQMD-REPORT
               MOVE MQMI-NONE TO MQMD-MSGID
               MOVE MQCI-NONE TO MQMD-CORRELID
               MOVE MQPMO-NONE TO MQPMO-OPTIONS
               CALL 'MQPUT1'
                USING HCONN, OBJECT-DESCRIPTOR,
                MESSAGE-DESCRIPTOR, PMOPTIONS,
                TRIGGER-MESSAGE-LENGTH, TM-AREA,
                COMPLETION-CODE, REASON
               IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
                 MOVE 'FAILED' TO CUR-OUTCOME
                 MOVE REASON TO DISPLAY-REASON
                 STRING 'MQPUT1 to ' DELIMITED BY SIZE
                     CUR-ACTION-QUEUE DELIMITED BY SPACE
                     ' ended with reason code' DELIMITED BY SIZE
                     DISPLAY-REASON DELIMITED BY SIZE
                   INTO CUR-DETAIL
                 END-STRING
               ELSE
                 MOVE 'TAKEN' TO CUR-OUTCOME
                 STRING 'trigger for ' DELIMITED BY SIZE
                     PT-PROCESS-NAME(POLICY-MATCH-INDEX)
                     DELIMITED BY SPACE
                     ' put to ' DELIMITED BY SIZE
                     CUR-ACTION-QUEUE DELIMITED BY SPACE
                   INTO CUR-DETAIL
                 END-STRING
               END-IF
               MOVE MQFMT-STRING TO MQMD-FORMAT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   DRAIN: move up to the policy's count of messages from the  *
      *   alerting queue to its overflow queue at the policy's rate, *
      *   once the freeze check passes and the queue lock is held    *
      *                                                              *
      ****************************************************************
       DODRAIN.
           MOVE PT-ACTION-QUEUE(POLICY-MATCH-INDEX)
             TO CUR-ACTION-QUEUE.
           MOVE PT-ACTION-COUNT(POLICY-MATCH-INDEX) TO DRAIN-LIMIT.
           MOVE PT-RATE-PER-SECOND(POLICY-MATCH-INDEX) TO DRAIN-RATE.
           IF DRAIN-RATE IS EQUAL TO 0
             MOVE 10 TO DRAIN-RATE
           END-IF.
           MOVE DRAIN-LIMIT TO DISPLAY-LIMIT.
           IF CUR-ACTION-QUEUE IS EQUAL TO SPACES
           OR DRAIN-LIMIT IS EQUAL TO 0
             MOVE 'DECLINED' TO CUR-OUTCOME
             MOVE 'policy names no overflow queue or message count'
               TO CUR-DETAIL
           END-IF.
           IF CUR-OUTCOME IS EQUAL TO 'DRYRUN'
             STRING 'would move up to' DELIMITED BY SIZE
                 DISPLAY-LIMIT DELIMITED BY SIZE
                 ' to ' DELIMITED BY SIZE
                 CUR-ACTION-QUEUE DELIMITED BY SPACE
               INTO CUR-DETAIL
             END-STRING
           END-IF.

           IF CUR-OUTCOME IS EQUAL TO SPACES
             MOVE 'AMQ0REM0' TO FRZ-SOURCE-PROGRAM
             MOVE CD-QUEUE-NAME(CONDITION-INDEX) TO FRZ-OBJECT-NAME
             MOVE 'AMQ0REM0' TO FRZ-REQUESTER
             MOVE SPACES TO FRZ-EMERGENCY-REF
             CALL 'AMQ0FRZ0' USING FRZ-CHECK-AREA
             IF FRZ-REJECT-FLAG IS EQUAL TO 'Y'
               MOVE 'DECLINED' TO CUR-OUTCOME
               STRING 'change freeze ' DELIMITED BY SIZE
                   FRZ-FREEZE-NAME DELIMITED BY SPACE
                   ' in force' DELIMITED BY SIZE
                 INTO CUR-DETAIL
               END-STRING
             END-IF
           END-IF.

           IF CUR-OUTCOME IS EQUAL TO SPACES
             MOVE 'ACQUIRE' TO LCK-REQUEST
             MOVE 'AMQ0REM0' TO LCK-PROGRAM-ID
             MOVE CD-QUEUE-NAME(CONDITION-INDEX) TO LCK-QUEUE-NAME
             CALL 'AMQ0LCK0' USING LCK-LOCK-AREA
             IF LCK-RESULT IS EQUAL TO 'GRANTED'
               PERFORM DRAINQ
             ELSE
               MOVE 'DECLINED' TO CUR-OUTCOME
               STRING 'queue locked by ' DELIMITED BY SIZE
                   LCK-HOLDER DELIMITED BY SPACE
                 INTO CUR-DETAIL
               END-STRING
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Drain the alerting queue under the lock just granted, then *
      *   release it                                                 *
      *                                                              *
      ****************************************************************
       DRAINQ.
           MOVE 0 TO DRAINED-COUNT.
           MOVE 'N' TO DRAIN-FAILED-SWITCH.
           MOVE CD-QUEUE-NAME(CONDITION-INDEX) TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INPUT-SHARED MQOO-SAVE-ALL-CONTEXT
               MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, SOURCE-Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             MOVE 'Y' TO DRAIN-FAILED-SWITCH
             MOVE REASON TO DISPLAY-REASON
             STRING 'MQOPEN of the alerting queue ended with reason '
                 DELIMITED BY SIZE
                 DISPLAY-REASON DELIMITED BY SIZE
               INTO CUR-DETAIL
             END-STRING
           ELSE
             MOVE CUR-ACTION-QUEUE TO MQOD-OBJECTNAME
             MOVE SPACES TO MQOD-OBJECTQMGRNAME
             ADD MQOO-OUTPUT MQOO-PASS-ALL-CONTEXT
                 MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
             CALL 'MQOPEN'
              USING HCONN, OBJECT-DESCRIPTOR,
              OPEN-OPTIONS, OVERFLOW-Q-HANDLE,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               MOVE 'Y' TO DRAIN-FAILED-SWITCH
               MOVE REASON TO DISPLAY-REASON
               STRING 'MQOPEN of ' DELIMITED BY SIZE
                   CUR-ACTION-QUEUE DELIMITED BY SPACE
                   ' ended with reason' DELIMITED BY SIZE
                   DISPLAY-REASON DELIMITED BY SIZE
                 INTO CUR-DETAIL
               END-STRING
             ELSE
               MOVE 'N' TO END-OF-DRAIN-SWITCH
               MOVE SPACES TO BUCKET-SECOND-KEY
               PERFORM MOVE1
                 UNTIL END-OF-DRAIN-SWITCH IS EQUAL TO 'Y'
               MOVE MQCO-NONE TO OPEN-OPTIONS
               CALL 'MQCLOSE'
                USING HCONN, OVERFLOW-Q-HANDLE, OPEN-OPTIONS,
                COMPLETION-CODE, REASON
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, SOURCE-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

           MOVE 'RELEASE' TO LCK-REQUEST.
           MOVE 'AMQ0REM0' TO LCK-PROGRAM-ID.
           MOVE CD-QUEUE-NAME(CONDITION-INDEX) TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.

           MOVE DRAINED-COUNT TO DISPLAY-COUNT.
           IF DRAIN-FAILED-SWITCH IS EQUAL TO 'Y'
             MOVE 'FAILED' TO CUR-OUTCOME
             IF CUR-DETAIL IS EQUAL TO SPACES
               STRING 'drain stopped after' DELIMITED BY SIZE
                   DISPLAY-COUNT DELIMITED BY SIZE
                   ' moved to ' DELIMITED BY SIZE
                   CUR-ACTION-QUEUE DELIMITED BY SPACE
                 INTO CUR-DETAIL
               END-STRING
             END-IF
           ELSE
             MOVE 'TAKEN' TO CUR-OUTCOME
             STRING 'moved' DELIMITED BY SIZE
                 DISPLAY-COUNT DELIMITED BY SIZE
                 ' of up to' DELIMITED BY SIZE
                 DISPLAY-LIMIT DELIMITED BY SIZE
                 ' to ' DELIMITED BY SIZE
                 CUR-ACTION-QUEUE DELIMITED BY SPACE
               INTO CUR-DETAIL
             END-STRING
           END-IF.

      ****************************************************************
      *                                                              *
      *   Move one message in its own unit of work, passing its      *
      *   context across, then hold the drain rate                   *
      *                                                              *
      ****************************************************************
       MOVE1.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           ADD MQGMO-NO-WAIT MQGMO-SYNCPOINT
                     GIVING MQGMO-OPTIONS.
           MOVE 0 TO MQGMO-WAITINTERVAL.
           CALL 'MQGET'
            USING HCONN, SOURCE-Q-HANDLE,
            MESSAGE-DESCRIPTOR, GMOPTIONS,
            BUFFER-LENGTH, BUFFER, DATA-LENGTH,
            COMPLETION-CODE, REASON.

      **   a message too long for the buffer comes back with a
      **   warning, not a failure, and must not be put
           IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
             MOVE 'Y' TO END-OF-DRAIN-SWITCH
             IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
             OR REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
               DISPLAY 'MQGET ended with reason code ' REASON
                   ' for ' CD-QUEUE-NAME(CONDITION-INDEX)
                   ' - drain stopped'
               MOVE 'Y' TO DRAIN-FAILED-SWITCH
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
             END-IF
           ELSE
             ADD MQPMO-SYNCPOINT MQPMO-PASS-ALL-CONTEXT
                       GIVING MQPMO-OPTIONS
             MOVE SOURCE-Q-HANDLE TO MQPMO-CONTEXT
             CALL 'MQPUT'
              USING HCONN, OVERFLOW-Q-HANDLE,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              DATA-LENGTH, BUFFER,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQPUT ended with reason code ' REASON
                   ' for ' CUR-ACTION-QUEUE
                   ' - message backed out, drain stopped'
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
               MOVE 'Y' TO DRAIN-FAILED-SWITCH
               MOVE 'Y' TO END-OF-DRAIN-SWITCH
             ELSE
               CALL 'MQCMIT'
                USING HCONN, COMPLETION-CODE, REASON
               IF REASON IS NOT EQUAL TO MQRC-NONE
                 DISPLAY 'MQCMIT ended with reason code ' REASON
                     ' - drain stopped'
                 MOVE 'Y' TO DRAIN-FAILED-SWITCH
                 MOVE 'Y' TO END-OF-DRAIN-SWITCH
               ELSE
                 ADD 1 TO DRAINED-COUNT
                 IF DRAINED-COUNT IS NOT LESS THAN DRAIN-LIMIT
                   MOVE 'Y' TO END-OF-DRAIN-SWITCH
                 ELSE
                   PERFORM HOLDRATE
                 END-IF
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Count the move against the current second's bucket; once   *
      *   the bucket holds the drain rate, spin on the clock until   *
      *   the second changes - the same pacing AMQ0LDG0 uses         *
      *                                                              *
      ****************************************************************
       HOLDRATE.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-TIME(1:6) TO CURRENT-SECOND-KEY.
           IF CURRENT-SECOND-KEY IS NOT EQUAL TO BUCKET-SECOND-KEY
             MOVE CURRENT-SECOND-KEY TO BUCKET-SECOND-KEY
             MOVE 0 TO BUCKET-MOVE-COUNT
           END-IF.
           ADD 1 TO BUCKET-MOVE-COUNT.
           IF BUCKET-MOVE-COUNT IS NOT LESS THAN DRAIN-RATE
             PERFORM WITH TEST BEFORE
                 UNTIL CURRENT-SECOND-KEY IS NOT EQUAL TO
                     BUCKET-SECOND-KEY
               ACCEPT WS-TIME FROM TIME
               MOVE WS-TIME(1:6) TO CURRENT-SECOND-KEY
             END-PERFORM
             MOVE CURRENT-SECOND-KEY TO BUCKET-SECOND-KEY
             MOVE 0 TO BUCKET-MOVE-COUNT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append one REMLOG.DAT line for the condition just worked;  *
      *   an action taken or proposed counts against the policy's    *
      *   hourly cap                                                 *
      *                                                              *
      ****************************************************************
       WRITELOG.
           EVALUATE CUR-OUTCOME
             WHEN 'TAKEN'
               ADD 1 TO TAKEN-COUNT
             WHEN 'DRYRUN'
               ADD 1 TO DRYRUN-COUNT
             WHEN 'DECLINED'
               ADD 1 TO DECLINED-COUNT
             WHEN OTHER
               ADD 1 TO FAILED-COUNT
           END-EVALUATE.
           IF CUR-OUTCOME IS EQUAL TO 'TAKEN'
           OR CUR-OUTCOME IS EQUAL TO 'DRYRUN'
             IF HOUR-COUNT IS LESS THAN 500
               ADD 1 TO HOUR-COUNT
               MOVE PT-QUEUE-PATTERN(POLICY-MATCH-INDEX)
                 TO HR-QUEUE-PATTERN(HOUR-COUNT)
               MOVE PT-CONDITION(POLICY-MATCH-INDEX)
                 TO HR-CONDITION(HOUR-COUNT)
               MOVE PT-ACTION(POLICY-MATCH-INDEX)
                 TO HR-ACTION(HOUR-COUNT)
             END-IF
           END-IF.
           MOVE SPACES TO REMEDIATION-LOG-RECORD.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RM-TIMESTAMP(1:8).
           MOVE '-' TO RM-TIMESTAMP(9:1).
           MOVE WS-TIME TO RM-TIMESTAMP(10:8).
           MOVE CUR-OUTCOME TO RM-OUTCOME.
           MOVE CD-SOURCE(CONDITION-INDEX) TO RM-SOURCE.
           MOVE CD-QUEUE-NAME(CONDITION-INDEX) TO RM-QUEUE-NAME.
           MOVE CD-FIRST-SEEN(CONDITION-INDEX) TO RM-FIRST-SEEN.
           MOVE CUR-CONDITION TO RM-CONDITION.
           MOVE PT-ACTION(POLICY-MATCH-INDEX) TO RM-ACTION.
           MOVE PT-QUEUE-PATTERN(POLICY-MATCH-INDEX)
             TO RM-QUEUE-PATTERN.
           MOVE CUR-DETAIL TO RM-DETAIL.
           MOVE RUN-MODE TO RM-RUN-MODE.
           WRITE REMEDIATION-LOG-RECORD.
           DISPLAY CUR-OUTCOME ' ' CD-QUEUE-NAME(CONDITION-INDEX)
               ' ' PT-ACTION(POLICY-MATCH-INDEX) ' - ' CUR-DETAIL.

      ****************************************************************
      *                                                              *
      *   Read the run mode and the inhibit reply-to queue           *
      *                                                              *
      ****************************************************************
       LOADCTL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS IS EQUAL TO '00'
             READ CONTROL-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF RC-MODE IS EQUAL TO 'LIVE'
                   MOVE 'LIVE' TO RUN-MODE
                 END-IF
                 MOVE RC-REPLY-TO-QUEUE TO REPLY-TO-QUEUE
             END-READ
             CLOSE CONTROL-FILE
           ELSE
             DISPLAY 'no REMCTL.DAT on hand - dry run'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the remediation policies                              *
      *                                                              *
      ****************************************************************
       LOADPOL.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT POLICY-FILE.
           IF POLICY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no REMPOL.DAT on hand - no condition has a '
                 'policy'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ POLICY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF RP-QUEUE-PATTERN(1:1) IS NOT EQUAL TO '*'
                 AND RP-QUEUE-PATTERN IS NOT EQUAL TO SPACES
                   PERFORM POLADD
                 END-IF
             END-READ
           END-PERFORM.
           IF POLICY-FILE-STATUS IS EQUAL TO '00'
           OR POLICY-FILE-STATUS IS EQUAL TO '10'
             CLOSE POLICY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Keep one policy line, with its pattern's trimmed length    *
      *                                                              *
      ****************************************************************
       POLADD.
           IF POLICY-COUNT IS NOT LESS THAN 200
             DISPLAY 'policy table full - ' RP-QUEUE-PATTERN
                 ' skipped'
           ELSE
             ADD 1 TO POLICY-COUNT
             MOVE RP-QUEUE-PATTERN TO PT-QUEUE-PATTERN(POLICY-COUNT)
             MOVE RP-CONDITION TO PT-CONDITION(POLICY-COUNT)
             MOVE RP-ACTION TO PT-ACTION(POLICY-COUNT)
             MOVE RP-ACTION-QUEUE TO PT-ACTION-QUEUE(POLICY-COUNT)
             MOVE RP-PROCESS-NAME TO PT-PROCESS-NAME(POLICY-COUNT)
             MOVE 0 TO PT-THRESHOLD(POLICY-COUNT)
             IF RP-THRESHOLD IS NUMERIC
               MOVE RP-THRESHOLD TO PT-THRESHOLD(POLICY-COUNT)
             END-IF
             MOVE 0 TO PT-ACTION-COUNT(POLICY-COUNT)
             IF RP-ACTION-COUNT IS NUMERIC
               MOVE RP-ACTION-COUNT TO PT-ACTION-COUNT(POLICY-COUNT)
             END-IF
             MOVE 0 TO PT-RATE-PER-SECOND(POLICY-COUNT)
             IF RP-RATE-PER-SECOND IS NUMERIC
               MOVE RP-RATE-PER-SECOND
                 TO PT-RATE-PER-SECOND(POLICY-COUNT)
             END-IF
      **     a policy with no cap acts once an hour
             MOVE 1 TO PT-MAX-PER-HOUR(POLICY-COUNT)
             IF RP-MAX-PER-HOUR IS NUMERIC
             AND RP-MAX-PER-HOUR IS GREATER THAN 0
               MOVE RP-MAX-PER-HOUR TO PT-MAX-PER-HOUR(POLICY-COUNT)
             END-IF
             PERFORM VARYING PATTERN-SCAN-LENGTH FROM 48 BY -1
                 UNTIL PATTERN-SCAN-LENGTH IS EQUAL TO 0
                 OR RP-QUEUE-PATTERN(PATTERN-SCAN-LENGTH:1)
                    IS NOT EQUAL TO SPACE
               CONTINUE
             END-PERFORM
             IF PATTERN-SCAN-LENGTH IS GREATER THAN 0
             AND RP-QUEUE-PATTERN(PATTERN-SCAN-LENGTH:1)
                 IS EQUAL TO '*'
               SUBTRACT 1 FROM PATTERN-SCAN-LENGTH
             END-IF
             MOVE PATTERN-SCAN-LENGTH
               TO PT-PATTERN-LENGTH(POLICY-COUNT)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the NEW depth and head-age conditions - those on      *
      *   their first run in ALERTSTA.DAT                            *
      *                                                              *
      ****************************************************************
       LOADCOND.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ALERT-STATE-FILE.
           IF ALERT-STATE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no ALERTSTA.DAT on hand - nothing to remediate'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ALERT-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF AST-RUN-COUNT IS NUMERIC
                 AND AST-RUN-COUNT IS EQUAL TO 1
                 AND (AST-SOURCE IS EQUAL TO 'QDM'
                   OR AST-SOURCE IS EQUAL TO 'AGE')
                   IF CONDITION-COUNT IS LESS THAN 500
                     ADD 1 TO CONDITION-COUNT
                     MOVE AST-SOURCE TO CD-SOURCE(CONDITION-COUNT)
                     MOVE AST-QUEUE-NAME
                       TO CD-QUEUE-NAME(CONDITION-COUNT)
                     MOVE AST-FIRST-SEEN
                       TO CD-FIRST-SEEN(CONDITION-COUNT)
                     MOVE 'N' TO CD-HANDLED-SWITCH(CONDITION-COUNT)
                   ELSE
                     DISPLAY 'condition table full - '
                         AST-QUEUE-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF ALERT-STATE-STATUS IS EQUAL TO '00'
           OR ALERT-STATE-STATUS IS EQUAL TO '10'
             CLOSE ALERT-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the current depths (QDMALERT.DAT) and head ages       *
      *   (AGERPT.DAT) the policy thresholds are judged against      *
      *                                                              *
      ****************************************************************
       LOADVAL.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT QUEUE-DEPTH-ALERTS.
           IF ALERT-INPUT-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ QUEUE-DEPTH-ALERTS
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE QDA-CURRENT-DEPTH TO VALUE-TEXT
                 IF VALUE-COUNT IS LESS THAN 500
                   ADD 1 TO VALUE-COUNT
                   MOVE 'QDM' TO VL-SOURCE(VALUE-COUNT)
                   MOVE QDA-QUEUE-NAME TO VL-QUEUE-NAME(VALUE-COUNT)
                   PERFORM VALSET
                 END-IF
             END-READ
           END-PERFORM.
           IF ALERT-INPUT-STATUS IS EQUAL TO '00'
           OR ALERT-INPUT-STATUS IS EQUAL TO '10'
             CLOSE QUEUE-DEPTH-ALERTS
           END-IF.

           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT AGE-REPORT.
           IF ALERT-INPUT-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ AGE-REPORT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE SPACES TO VALUE-TEXT
                 MOVE AGR-HEAD-AGE-MINS TO VALUE-TEXT(3:7)
                 IF VALUE-COUNT IS LESS THAN 500
                   ADD 1 TO VALUE-COUNT
                   MOVE 'AGE' TO VL-SOURCE(VALUE-COUNT)
                   MOVE AGR-QUEUE-NAME TO VL-QUEUE-NAME(VALUE-COUNT)
                   PERFORM VALSET
                 END-IF
             END-READ
           END-PERFORM.
           IF ALERT-INPUT-STATUS IS EQUAL TO '00'
           OR ALERT-INPUT-STATUS IS EQUAL TO '10'
             CLOSE AGE-REPORT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Set the value just loaded from its edited text - a line    *
      *   with no number there (an error-log alert in QDMALERT.DAT)  *
      *   counts as 0                                                *
      *                                                              *
      ****************************************************************
       VALSET.
           INSPECT VALUE-TEXT REPLACING LEADING SPACES BY ZEROS.
           IF VALUE-TEXT IS NUMERIC
             MOVE VALUE-TEXT TO VL-VALUE(VALUE-COUNT)
           ELSE
             MOVE 0 TO VL-VALUE(VALUE-COUNT)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Read REMEDIATION-LOG: a condition already on it has been   *
      *   handled (a dry run's line does not count in a live run),   *
      *   and actions in the last hour count against the caps        *
      *                                                              *
      ****************************************************************
       LOADLOG.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT REMEDIATION-LOG.
           IF REMEDIATION-LOG-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ REMEDIATION-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF RM-RUN-MODE IS EQUAL TO 'LIVE'
                 OR RUN-MODE IS NOT EQUAL TO 'LIVE'
                   PERFORM VARYING CONDITION-INDEX FROM 1 BY 1
                       UNTIL CONDITION-INDEX > CONDITION-COUNT
                     IF CD-SOURCE(CONDITION-INDEX) IS EQUAL TO
                         RM-SOURCE
                     AND CD-QUEUE-NAME(CONDITION-INDEX) IS EQUAL TO
                         RM-QUEUE-NAME
                     AND CD-FIRST-SEEN(CONDITION-INDEX) IS EQUAL TO
                         RM-FIRST-SEEN
                       MOVE 'Y' TO CD-HANDLED-SWITCH(CONDITION-INDEX)
                     END-IF
                   END-PERFORM
                 END-IF
                 IF RM-OUTCOME IS EQUAL TO 'TAKEN'
                 OR (RM-OUTCOME IS EQUAL TO 'DRYRUN'
                   AND RUN-MODE IS NOT EQUAL TO 'LIVE')
                   MOVE RM-TIMESTAMP TO SEEN-TIMESTAMP
                   PERFORM ELAPSED
                   IF ELAPSED-MINUTES IS LESS THAN 60
                   AND HOUR-COUNT IS LESS THAN 500
                     ADD 1 TO HOUR-COUNT
                     MOVE RM-QUEUE-PATTERN
                       TO HR-QUEUE-PATTERN(HOUR-COUNT)
                     MOVE RM-CONDITION TO HR-CONDITION(HOUR-COUNT)
                     MOVE RM-ACTION TO HR-ACTION(HOUR-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF REMEDIATION-LOG-STATUS IS EQUAL TO '00'
           OR REMEDIATION-LOG-STATUS IS EQUAL TO '10'
             CLOSE REMEDIATION-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Minutes from SEEN-TIMESTAMP to this run, using the same    *
      *   approximate date ordinal AMQ0ESC0 uses                     *
      *                                                              *
      ****************************************************************
       ELAPSED.
           MOVE SEEN-TIMESTAMP(1:4) TO ORDINAL-YEAR.
           MOVE SEEN-TIMESTAMP(5:2) TO ORDINAL-MONTH.
           MOVE SEEN-TIMESTAMP(7:2) TO ORDINAL-DAY.
           COMPUTE SEEN-DATE-ORDINAL = ORDINAL-YEAR * 360
               + ORDINAL-MONTH * 30 + ORDINAL-DAY.
           MOVE SEEN-TIMESTAMP(10:2) TO TIME-HOUR-PART.
           MOVE SEEN-TIMESTAMP(12:2) TO TIME-MINUTE-PART.
           COMPUTE SEEN-MINUTE-OF-DAY = TIME-HOUR-PART * 60
               + TIME-MINUTE-PART.
           COMPUTE ELAPSED-MINUTES =
               (RUN-DATE-ORDINAL - SEEN-DATE-ORDINAL) * 1440
               + RUN-MINUTE-OF-DAY - SEEN-MINUTE-OF-DAY.

      ****************************************************************
      *                                                              *
      * END OF AMQ0REM0                                              *
      *                                                              *
      ****************************************************************
