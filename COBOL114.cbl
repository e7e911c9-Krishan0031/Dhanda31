       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0FLS0                                       *
      *                                                              *
      * Description: Intraday flow-stall detector for normally busy  *
      *              queues                                          *
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
      *   AMQ0FLS0 catches the upstream feed that goes silent in     *
      *   the middle of the day.  The depth does not rise and the    *
      *   head message is not old, so neither AMQ0QDM0 nor AMQ0AGE0  *
      *   fires.  The scheduler runs this program repeatedly         *
      *   through the online day, alongside AMQ0IDS0, against the    *
      *   queues listed in FLSCTL.DAT with their silence             *
      *   tolerances:                                                *
      *                                                              *
      *      -- each run MQINQs the queue's depth and browses its    *
      *         messages (descriptors only, up to the browse limit)  *
      *         for the put timestamp of the newest one.  A newer    *
      *         put than last seen, or a depth above the last        *
      *         sample's, is an arrival.  FLSSTATE.DAT carries the   *
      *         last depth, the last arrival and the hours of the    *
      *         day arrivals were seen in from run to run            *
      *                                                              *
      *      -- the hour of the day's peak in the intraday           *
      *         sampler's IDSSTATE.DAT counts as an hour with        *
      *         traffic too                                          *
      *                                                              *
      *      -- when a new day starts, each queue's hours with       *
      *         traffic on the day before are added into its         *
      *         profile in FLSPROF.DAT - but only for a day the      *
      *         queue was watched inside business hours.  An hour    *
      *         is normally busy once the queue has been watched     *
      *         on enough days and had traffic in that hour on       *
      *         enough of them                                       *
      *                                                              *
      *      -- inside business hours (by the queue's calendar,      *
      *         through AMQ0BCL0), a queue that is normally busy in  *
      *         the current hour and has had no arrival for longer   *
      *         than its tolerance is written to FLSRPT.DAT with     *
      *         the sender channel TOPFLOW.DAT shows feeding it -    *
      *         the first place to look.  The first run to see a     *
      *         stall puts a severity-3 OPSALERT datagram to the     *
      *         bus, via the maintenance-window check; the next      *
      *         arrival re-arms the alert                            *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the learning days, busy percentage and        *
      *         browse limit                                         *
      *         load FLSPROF.DAT, FLSSTATE.DAT, TOPFLOW.DAT and      *
      *         IDSSTATE.DAT; fold finished days into the profile    *
      *         MQCONNect to default queue manager                   *
      *         for each queue in FLSCTL.DAT,                        *
      *         .  MQOPEN, MQINQ the depth, browse for the newest    *
      *         .  put, MQCLOSE                                      *
      *         .  note any arrival; judge and report a stall        *
      *         MQDISConnect                                         *
      *         rewrite FLSPROF.DAT and FLSSTATE.DAT                 *
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
      *   AMQ0FLS0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  days a queue must have been watched before its       *
      *         profile is trusted (default 5)                       *
      *      2  percentage of those days an hour must have had       *
      *         traffic to count as normally busy (default 60)       *
      *      3  browse limit - deeper queues are judged on depth     *
      *         movement alone (default 100)                         *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0FLS0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** queue names and silence tolerances in minutes
           SELECT CONTROL-FILE ASSIGN TO 'FLSCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.

      ** each queue's last depth and arrival, rewritten every run
           SELECT FLOW-STATE-FILE ASSIGN TO 'FLSSTATE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FLOW-STATE-STATUS.

      ** each queue's learned hourly traffic profile
           SELECT PROFILE-FILE ASSIGN TO 'FLSPROF.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROFILE-FILE-STATUS.

      ** the intraday sampler's persistent state - carries the
      ** time of each queue's peak today
           SELECT SAMPLER-STATE-FILE ASSIGN TO 'IDSSTATE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SAMPLER-STATE-STATUS.

      ** the full-name flow chains AMQ0TOP0 writes
           SELECT FLOW-FILE ASSIGN TO 'TOPFLOW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FLOW-FILE-STATUS.

      ** one line per queue currently stalled
           SELECT STALL-REPORT ASSIGN TO 'FLSRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STALL-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01 CONTROL-FILE-RECORD.
          05 FLS-QUEUE-NAME            PIC X(48).
          05 FLS-TOLERANCE-MINS        PIC 9(5).

       FD  FLOW-STATE-FILE.
       01 FLOW-STATE-RECORD.
          05 FS-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 FS-LAST-DEPTH             PIC 9(9).
          05 FILLER                    PIC X.
          05 FS-LAST-SAMPLE            PIC X(17).
          05 FILLER                    PIC X.
          05 FS-LAST-ARRIVAL           PIC X(17).
          05 FILLER                    PIC X.
          05 FS-ALERTED                PIC X.
          05 FILLER                    PIC X.
          05 FS-DAY                    PIC X(8).
          05 FILLER                    PIC X.
          05 FS-BUSINESS-SEEN          PIC X.
          05 FILLER                    PIC X.
      ** Y for each hour of FS-DAY an arrival was seen in
          05 FS-HOURS-SEEN             PIC X(24).

       FD  PROFILE-FILE.
       01 PROFILE-RECORD.
          05 FP-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 FP-DAYS-WATCHED           PIC 9(5).
          05 FILLER                    PIC X.
      ** days with traffic in each hour, 00 to 23
          05 FP-HOUR-DAYS              PIC 9(4) OCCURS 24 TIMES.

       FD  SAMPLER-STATE-FILE.
       01 SAMPLER-STATE-RECORD.
          05 IDS-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 IDS-SAMPLE-COUNT          PIC X(7).
          05 FILLER                    PIC X.
          05 IDS-DEPTH-SUM             PIC X(15).
          05 FILLER                    PIC X.
          05 IDS-MIN-DEPTH             PIC 9(9).
          05 FILLER                    PIC X.
          05 IDS-MAX-DEPTH             PIC 9(9).
          05 FILLER                    PIC X.
          05 IDS-PEAK-TIME             PIC X(6).

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

       FD  STALL-REPORT.
       01 STALL-REPORT-RECORD.
          05 SR-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X.
          05 SR-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 SR-SILENT-MINS            PIC Z(6)9.
          05 SR-OVER-LABEL             PIC X(12).
          05 SR-TOLERANCE-MINS         PIC Z(4)9.
          05 FILLER                    PIC X.
          05 SR-UPSTREAM-TEXT          PIC X(90).

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
      * Structured operations alert datagram
       01 MY-OPS-ALERT.
          COPY OPSALERT.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 OPEN-CODE                  PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
       01 BUFFER                     PIC X(1).
       01 BUFFER-LENGTH              PIC S9(9) BINARY.
       01 DATA-LENGTH                PIC S9(9) BINARY.

      ** MQINQ of MQIA-CURRENT-Q-DEPTH, the same selector table
      ** shape AMQ0QDM0 uses
       01 SELECT-COUNT               PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(100).

       01 CONTROL-FILE-STATUS        PIC XX VALUE '00'.
       01 FLOW-STATE-STATUS          PIC XX VALUE '00'.
       01 PROFILE-FILE-STATUS        PIC XX VALUE '00'.
       01 SAMPLER-STATE-STATUS       PIC XX VALUE '00'.
       01 FLOW-FILE-STATUS           PIC XX VALUE '00'.
       01 STALL-REPORT-STATUS        PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.

      ** job parameters
       01 PARM-LEARN-DAYS            PIC 9(5) VALUE 0.
       01 PARM-BUSY-PERCENT          PIC 9(3) VALUE 0.
       01 PARM-BROWSE-LIMIT          PIC 9(5) VALUE 0.

      ** silence arithmetic, the same approximate-ordinal shape
      ** AMQ0AGE0 uses for head-of-queue ages, counted from the
      ** start of today
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).
       01 NOW-DATE-ORDINAL           PIC S9(9) BINARY.
       01 NOW-MINUTE-OF-DAY          PIC S9(9) BINARY.
       01 NOW-HOUR-INDEX             PIC S9(9) BINARY.
       01 STAMP-WORK                 PIC X(17).
       01 STAMP-MINUTES              PIC S9(9) BINARY.
       01 STAMP-DATE-ORDINAL         PIC S9(9) BINARY.
       01 ORDINAL-YEAR               PIC 9(4).
       01 ORDINAL-MONTH              PIC 9(2).
       01 ORDINAL-DAY                PIC 9(2).
       01 TIME-HOUR-PART             PIC 9(2).
       01 TIME-MINUTE-PART           PIC 9(2).
       01 SILENT-MINUTES             PIC S9(9) BINARY.
       01 TOLERANCE-MINUTES          PIC 9(5).
       01 HOUR-INDEX                 PIC S9(9) BINARY.

      ** the queue being checked
       01 CURRENT-Q-DEPTH            PIC S9(9) BINARY.
       01 DEPTH-KNOWN-SWITCH         PIC X.
       01 NEWEST-PUT-STAMP           PIC X(17).
       01 PUT-STAMP                  PIC X(17).
       01 BROWSED-COUNT              PIC S9(9) BINARY.
       01 ARRIVAL-SWITCH             PIC X.
       01 BUSY-HOUR-SWITCH           PIC X.

      ** each watched queue's state, carried in FLSSTATE.DAT
       01 STATE-TABLE.
          02 STATE-ENTRY OCCURS 500 TIMES.
             05 ST-QUEUE-NAME         PIC X(48).
             05 ST-LAST-DEPTH         PIC 9(9).
             05 ST-LAST-SAMPLE        PIC X(17).
             05 ST-LAST-ARRIVAL       PIC X(17).
             05 ST-ALERTED            PIC X.
             05 ST-DAY                PIC X(8).
             05 ST-BUSINESS-SEEN      PIC X.
             05 ST-HOURS-SEEN         PIC X(24).
       01 STATE-COUNT                PIC S9(9) BINARY VALUE 0.
       01 STATE-INDEX                PIC S9(9) BINARY.
       01 STATE-MATCH-INDEX          PIC S9(9) BINARY.

      ** each queue's learned hourly profile, carried in FLSPROF.DAT
       01 PROFILE-TABLE.
          02 PROFILE-ENTRY OCCURS 500 TIMES.
             05 PT-QUEUE-NAME         PIC X(48).
             05 PT-DAYS-WATCHED       PIC 9(5).
             05 PT-HOUR-DAYS          PIC 9(4) OCCURS 24 TIMES.
       01 PROFILE-COUNT              PIC S9(9) BINARY VALUE 0.
       01 PROFILE-INDEX              PIC S9(9) BINARY.
       01 PROFILE-MATCH-INDEX        PIC S9(9) BINARY.

      ** the hour of each queue's peak today, from the sampler
       01 PEAK-TABLE.
          02 PEAK-ENTRY OCCURS 500 TIMES.
             05 PK-QUEUE-NAME         PIC X(48).
             05 PK-HOUR-INDEX         PIC S9(9) BINARY.
       01 PEAK-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 PEAK-INDEX                 PIC S9(9) BINARY.

      ** the inbound flows: the sender channel and the queue
      ** manager it comes from, by destination queue
       01 FLOW-TABLE.
          02 FLOW-ENTRY OCCURS 500 TIMES.
             05 FL-DEST-Q-NAME        PIC X(48).
             05 FL-CHANNEL-NAME       PIC X(20).
             05 FL-QMGR-NAME          PIC X(48).
       01 FLOW-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 FLOW-INDEX                 PIC S9(9) BINARY.
       01 FLOW-MATCH-INDEX           PIC S9(9) BINARY.
       01 FLOW-MATCH-COUNT           PIC S9(9) BINARY.
       01 UPSTREAM-CHANNEL           PIC X(20).
       01 DISPLAY-MORE               PIC Z(3)9.

       01 QUEUE-COUNT                PIC 9(7) VALUE 0.
       01 STALL-COUNT                PIC 9(7) VALUE 0.
       01 ALERT-COUNT                PIC 9(7) VALUE 0.
       01 SUPPRESSED-COUNT           PIC 9(7) VALUE 0.
       01 FOLDED-DAY-COUNT           PIC 9(7) VALUE 0.

      * Shared maintenance-window check interface - consulted before
      * an alert is broadcast
       01 MY-WINDOW-CHECK.
          COPY MWCHKWS.

      * Shared business-hours clock interface - a queue is only
      * judged, and its day only learned from, inside the business
      * hours of its calendar
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
           DISPLAY 'AMQ0FLS0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0FLS0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-LEARN-DAYS FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-LEARN-DAYS
           END-ACCEPT.
           IF PARM-LEARN-DAYS IS EQUAL TO 0
             MOVE 5 TO PARM-LEARN-DAYS
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-BUSY-PERCENT FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-BUSY-PERCENT
           END-ACCEPT.
           IF PARM-BUSY-PERCENT IS EQUAL TO 0
           OR PARM-BUSY-PERCENT IS GREATER THAN 100
             MOVE 60 TO PARM-BUSY-PERCENT
           END-IF.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-BROWSE-LIMIT FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-BROWSE-LIMIT
           END-ACCEPT.
           IF PARM-BROWSE-LIMIT IS EQUAL TO 0
             MOVE 100 TO PARM-BROWSE-LIMIT
           END-IF.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).
           MOVE WS-DATE(1:4) TO ORDINAL-YEAR.
           MOVE WS-DATE(5:2) TO ORDINAL-MONTH.
           MOVE WS-DATE(7:2) TO ORDINAL-DAY.
           COMPUTE NOW-DATE-ORDINAL = ORDINAL-YEAR * 360
               + ORDINAL-MONTH * 30 + ORDINAL-DAY.
           MOVE WS-TIME(1:2) TO TIME-HOUR-PART.
           MOVE WS-TIME(3:2) TO TIME-MINUTE-PART.
           COMPUTE NOW-MINUTE-OF-DAY = TIME-HOUR-PART * 60
               + TIME-MINUTE-PART.
           COMPUTE NOW-HOUR-INDEX = TIME-HOUR-PART + 1.

           PERFORM LOADPROF.
           PERFORM LOADSTATE.
           PERFORM ROLLDAY.
           PERFORM LOADPEAK.
           PERFORM LOADFLOW.

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open control file FLSCTL.DAT'
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT STALL-REPORT.

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
      *   Check every queue listed in the control file               *
      *                                                              *
      ****************************************************************
           MOVE 'N' TO END-OF-FILE-SWITCH.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CONTROL-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
             AND FLS-QUEUE-NAME IS NOT EQUAL TO SPACES
               PERFORM CHKQ
             END-IF
           END-PERFORM.

           CLOSE CONTROL-FILE.
           CLOSE STALL-REPORT.

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

           PERFORM SAVEPROF.
           PERFORM SAVESTATE.

           DISPLAY QUEUE-COUNT ' queues checked, ' STALL-COUNT
               ' stalled (' ALERT-COUNT ' newly alerted, '
               SUPPRESSED-COUNT ' suppressed in maintenance '
               'windows), ' FOLDED-DAY-COUNT ' days learned'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE QUEUE-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0FLS0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Check one queue: look for arrivals since the last run,     *
      *   then judge whether its silence is a stall                  *
      *                                                              *
      ****************************************************************
       CHKQ.
           ADD 1 TO QUEUE-COUNT.
           PERFORM FINDSTAT.
           IF STATE-MATCH-INDEX IS GREATER THAN 0
             PERFORM SAMPLEQ
             IF DEPTH-KNOWN-SWITCH IS EQUAL TO 'Y'
               PERFORM ARRIVAL
               PERFORM JUDGEQ
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find the queue's state entry, starting a new one for a     *
      *   queue not watched before                                   *
      *                                                              *
      ****************************************************************
       FINDSTAT.
           MOVE 0 TO STATE-MATCH-INDEX.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             IF ST-QUEUE-NAME(STATE-INDEX) IS EQUAL TO FLS-QUEUE-NAME
               MOVE STATE-INDEX TO STATE-MATCH-INDEX
               MOVE STATE-COUNT TO STATE-INDEX
             END-IF
           END-PERFORM.
           IF STATE-MATCH-INDEX IS EQUAL TO 0
             IF STATE-COUNT IS LESS THAN 500
               ADD 1 TO STATE-COUNT
               MOVE STATE-COUNT TO STATE-MATCH-INDEX
               MOVE FLS-QUEUE-NAME TO ST-QUEUE-NAME(STATE-MATCH-INDEX)
               MOVE 0 TO ST-LAST-DEPTH(STATE-MATCH-INDEX)
               MOVE SPACES TO ST-LAST-SAMPLE(STATE-MATCH-INDEX)
               MOVE SPACES TO ST-LAST-ARRIVAL(STATE-MATCH-INDEX)
               MOVE 'N' TO ST-ALERTED(STATE-MATCH-INDEX)
               MOVE WS-DATE TO ST-DAY(STATE-MATCH-INDEX)
               MOVE 'N' TO ST-BUSINESS-SEEN(STATE-MATCH-INDEX)
               MOVE ALL 'N' TO ST-HOURS-SEEN(STATE-MATCH-INDEX)
             ELSE
               DISPLAY 'state table full - ' FLS-QUEUE-NAME
                   ' not watched'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   MQINQ the queue's depth and browse its messages for the    *
      *   newest put - only the descriptors matter, so one-byte      *
      *   truncated browses keep the transfer cheap; a queue deeper  *
      *   than the browse limit is judged on its depth alone         *
      *                                                              *
      ****************************************************************
       SAMPLEQ.
           MOVE 'N' TO DEPTH-KNOWN-SWITCH.
           MOVE SPACES TO NEWEST-PUT-STAMP.
           MOVE FLS-QUEUE-NAME TO MQOD-OBJECTNAME.
           ADD MQOO-INQUIRE MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            OPEN-CODE, REASON.

           IF OPEN-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code '
                 REASON ' for ' FLS-QUEUE-NAME
           ELSE
             MOVE MQIA-CURRENT-Q-DEPTH TO SELECTOR(1)
             CALL 'MQINQ'
              USING HCONN, Q-HANDLE,
              SELECT-COUNT, SELECTOR-TABLE,
              INT-ATTR-COUNT, INT-ATTR-TABLE,
              CHAR-ATTR-LENGTH, CHAR-ATTRS,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-OK
               MOVE 'Y' TO DEPTH-KNOWN-SWITCH
               MOVE INT-ATTR(1) TO CURRENT-Q-DEPTH
               IF CURRENT-Q-DEPTH IS GREATER THAN 0
               AND CURRENT-Q-DEPTH IS NOT GREATER THAN
                   PARM-BROWSE-LIMIT
                 PERFORM NEWEST
               END-IF
             ELSE
               DISPLAY 'MQINQ ended with reason code ' REASON
                   ' for ' FLS-QUEUE-NAME
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   Browse every message on the queue and keep the latest put  *
      *   timestamp - priority order means the newest need not be    *
      *   the last                                                   *
      *                                                              *
      ****************************************************************
       NEWEST.
           MOVE 'N' TO END-OF-BROWSE-SWITCH.
           MOVE 0 TO BROWSED-COUNT.
           PERFORM UNTIL END-OF-BROWSE-SWITCH IS EQUAL TO 'Y'
             MOVE MQMI-NONE TO MQMD-MSGID
             MOVE MQCI-NONE TO MQMD-CORRELID
             MOVE MQGMO-BROWSE-NEXT TO MQGMO-OPTIONS
             ADD MQGMO-NO-WAIT MQGMO-ACCEPT-TRUNCATED-MSG
                       TO MQGMO-OPTIONS
             MOVE 1 TO BUFFER-LENGTH
             CALL 'MQGET'
              USING HCONN, Q-HANDLE,
              MESSAGE-DESCRIPTOR, GMOPTIONS,
              BUFFER-LENGTH, BUFFER, DATA-LENGTH,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               MOVE 'Y' TO END-OF-BROWSE-SWITCH
               IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
                 DISPLAY 'MQGET (browse) ended with reason code '
                     REASON ' for ' FLS-QUEUE-NAME
               END-IF
             ELSE
               ADD 1 TO BROWSED-COUNT
               IF MQMD-PUTDATE(1:8) IS NUMERIC
                 MOVE MQMD-PUTDATE TO PUT-STAMP(1:8)
                 MOVE '-' TO PUT-STAMP(9:1)
                 MOVE MQMD-PUTTIME TO PUT-STAMP(10:8)
                 IF NEWEST-PUT-STAMP IS EQUAL TO SPACES
                 OR PUT-STAMP IS GREATER THAN NEWEST-PUT-STAMP
                   MOVE PUT-STAMP TO NEWEST-PUT-STAMP
                 END-IF
               END-IF
               IF BROWSED-COUNT IS NOT LESS THAN PARM-BROWSE-LIMIT
                 MOVE 'Y' TO END-OF-BROWSE-SWITCH
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Note any arrival since the last run and the hour it fell   *
      *   in: a put newer than the last arrival seen, or a depth     *
      *   above the last sample's (which proves an arrival by now).  *
      *   A queue seen for the first time starts its silence now     *
      *                                                              *
      ****************************************************************
       ARRIVAL.
           MOVE 'N' TO ARRIVAL-SWITCH.
           IF NEWEST-PUT-STAMP IS NOT EQUAL TO SPACES
           AND (ST-LAST-ARRIVAL(STATE-MATCH-INDEX) IS EQUAL TO SPACES
             OR NEWEST-PUT-STAMP IS GREATER THAN
                 ST-LAST-ARRIVAL(STATE-MATCH-INDEX))
             MOVE 'Y' TO ARRIVAL-SWITCH
             MOVE NEWEST-PUT-STAMP
               TO ST-LAST-ARRIVAL(STATE-MATCH-INDEX)
             IF NEWEST-PUT-STAMP(1:8) IS EQUAL TO WS-DATE
               MOVE NEWEST-PUT-STAMP(10:2) TO TIME-HOUR-PART
               COMPUTE HOUR-INDEX = TIME-HOUR-PART + 1
               MOVE 'Y' TO
                 ST-HOURS-SEEN(STATE-MATCH-INDEX)(HOUR-INDEX:1)
             END-IF
           END-IF.
           IF ST-LAST-SAMPLE(STATE-MATCH-INDEX) IS NOT EQUAL TO SPACES
           AND CURRENT-Q-DEPTH IS GREATER THAN
               ST-LAST-DEPTH(STATE-MATCH-INDEX)
             MOVE 'Y' TO ARRIVAL-SWITCH
             IF NOW-TIMESTAMP IS GREATER THAN
                 ST-LAST-ARRIVAL(STATE-MATCH-INDEX)
               MOVE NOW-TIMESTAMP TO ST-LAST-ARRIVAL(STATE-MATCH-INDEX)
             END-IF
             MOVE 'Y' TO
               ST-HOURS-SEEN(STATE-MATCH-INDEX)(NOW-HOUR-INDEX:1)
           END-IF.
           IF ST-LAST-ARRIVAL(STATE-MATCH-INDEX) IS EQUAL TO SPACES
             MOVE NOW-TIMESTAMP TO ST-LAST-ARRIVAL(STATE-MATCH-INDEX)
           END-IF.

      **   the sampler's peak today was an hour with traffic
           PERFORM VARYING PEAK-INDEX FROM 1 BY 1
               UNTIL PEAK-INDEX > PEAK-COUNT
             IF PK-QUEUE-NAME(PEAK-INDEX) IS EQUAL TO FLS-QUEUE-NAME
               MOVE PK-HOUR-INDEX(PEAK-INDEX) TO HOUR-INDEX
               MOVE 'Y' TO
                 ST-HOURS-SEEN(STATE-MATCH-INDEX)(HOUR-INDEX:1)
               MOVE PEAK-COUNT TO PEAK-INDEX
             END-IF
           END-PERFORM.

           IF ARRIVAL-SWITCH IS EQUAL TO 'Y'
           AND ST-ALERTED(STATE-MATCH-INDEX) IS EQUAL TO 'Y'
             DISPLAY 'RESUMED: ' FLS-QUEUE-NAME
                 ' arrivals seen again'
             MOVE 'N' TO ST-ALERTED(STATE-MATCH-INDEX)
           END-IF.
           MOVE CURRENT-Q-DEPTH TO ST-LAST-DEPTH(STATE-MATCH-INDEX).
           MOVE NOW-TIMESTAMP TO ST-LAST-SAMPLE(STATE-MATCH-INDEX).

      ****************************************************************
      *                                                              *
      *   Judge the queue's silence: only inside business hours, in  *
      *   an hour its profile says is normally busy, and only once   *
      *   the profile has enough days behind it                      *
      *                                                              *
      ****************************************************************
       JUDGEQ.
           MOVE SPACES TO MY-BUSINESS-CLOCK.
           MOVE FLS-QUEUE-NAME TO BCL-OBJECT-NAME.
           MOVE NOW-TIMESTAMP TO BCL-FROM-TIMESTAMP.
           MOVE NOW-TIMESTAMP TO BCL-TO-TIMESTAMP.
           CALL 'AMQ0BCL0' USING BCL-CLOCK-AREA.
           IF BCL-BUSINESS-TIME-FLAG IS EQUAL TO 'Y'
             MOVE 'Y' TO ST-BUSINESS-SEEN(STATE-MATCH-INDEX)
             PERFORM BUSYHOUR
             IF BUSY-HOUR-SWITCH IS EQUAL TO 'Y'
               MOVE ST-LAST-ARRIVAL(STATE-MATCH-INDEX) TO STAMP-WORK
               PERFORM STAMPMIN
               COMPUTE SILENT-MINUTES = NOW-MINUTE-OF-DAY
                   - STAMP-MINUTES
               IF SILENT-MINUTES IS LESS THAN 0
                 MOVE 0 TO SILENT-MINUTES
               END-IF
               MOVE FLS-TOLERANCE-MINS TO TOLERANCE-MINUTES
               IF FLS-TOLERANCE-MINS IS NOT NUMERIC
               OR FLS-TOLERANCE-MINS IS EQUAL TO 0
                 MOVE 30 TO TOLERANCE-MINUTES
               END-IF
               IF SILENT-MINUTES IS GREATER THAN TOLERANCE-MINUTES
                 PERFORM STALLQ
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Is the current hour normally busy for this queue?          *
      *                                                              *
      ****************************************************************
       BUSYHOUR.
           MOVE 'N' TO BUSY-HOUR-SWITCH.
           PERFORM FINDPROF.
           IF PROFILE-MATCH-INDEX IS GREATER THAN 0
             IF PT-DAYS-WATCHED(PROFILE-MATCH-INDEX) IS NOT LESS THAN
                 PARM-LEARN-DAYS
             AND PT-HOUR-DAYS(PROFILE-MATCH-INDEX, NOW-HOUR-INDEX)
                 * 100 IS NOT LESS THAN
                 PT-DAYS-WATCHED(PROFILE-MATCH-INDEX)
                 * PARM-BUSY-PERCENT
               MOVE 'Y' TO BUSY-HOUR-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Report a stalled queue with the channel feeding it, and    *
      *   alert the first time this silence is seen - unless the     *
      *   queue sits inside a declared maintenance window, in which  *
      *   case AMQ0MWC0 has already logged the suppression and the   *
      *   alert stays armed for when the window closes               *
      *                                                              *
      ****************************************************************
       STALLQ.
           ADD 1 TO STALL-COUNT.
           MOVE SPACES TO STALL-REPORT-RECORD.
           PERFORM UPSTRM.
           MOVE NOW-TIMESTAMP TO SR-TIMESTAMP.
           MOVE FLS-QUEUE-NAME TO SR-QUEUE-NAME.
           MOVE SILENT-MINUTES TO SR-SILENT-MINS.
           MOVE ' min silent/' TO SR-OVER-LABEL.
           MOVE TOLERANCE-MINUTES TO SR-TOLERANCE-MINS.
           WRITE STALL-REPORT-RECORD.
           DISPLAY 'STALL: ' FLS-QUEUE-NAME ' no arrivals for '
               SILENT-MINUTES ' minutes, tolerance '
               TOLERANCE-MINUTES.

           IF ST-ALERTED(STATE-MATCH-INDEX) IS NOT EQUAL TO 'Y'
             MOVE 'AMQ0FLS0' TO MWC-SOURCE-PROGRAM
             MOVE FLS-QUEUE-NAME TO MWC-OBJECT-NAME
             CALL 'AMQ0MWC0' USING MWC-CHECK-AREA
             IF MWC-SUPPRESS-FLAG IS EQUAL TO 'Y'
               ADD 1 TO SUPPRESSED-COUNT
               DISPLAY 'SUPPRESSED: ' FLS-QUEUE-NAME
                   ' inside maintenance window ' MWC-CHANGE-REF
             ELSE
               ADD 1 TO ALERT-COUNT
               MOVE 'Y' TO ST-ALERTED(STATE-MATCH-INDEX)
               PERFORM OPSPUT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Name the sender channel TOPFLOW.DAT shows feeding the      *
      *   queue, and the queue manager it comes from                 *
      *                                                              *
      ****************************************************************
       UPSTRM.
           MOVE 0 TO FLOW-MATCH-INDEX.
           MOVE 0 TO FLOW-MATCH-COUNT.
           PERFORM VARYING FLOW-INDEX FROM 1 BY 1
               UNTIL FLOW-INDEX > FLOW-COUNT
             IF FL-DEST-Q-NAME(FLOW-INDEX) IS EQUAL TO FLS-QUEUE-NAME
               ADD 1 TO FLOW-MATCH-COUNT
               IF FLOW-MATCH-INDEX IS EQUAL TO 0
                 MOVE FLOW-INDEX TO FLOW-MATCH-INDEX
               END-IF
             END-IF
           END-PERFORM.
           MOVE SPACES TO SR-UPSTREAM-TEXT.
           IF FLOW-MATCH-INDEX IS EQUAL TO 0
             MOVE SPACES TO UPSTREAM-CHANNEL
             MOVE 'no inbound channel in the topology - local producer'
               TO SR-UPSTREAM-TEXT
           ELSE
             MOVE FL-CHANNEL-NAME(FLOW-MATCH-INDEX) TO UPSTREAM-CHANNEL
             SUBTRACT 1 FROM FLOW-MATCH-COUNT
             MOVE FLOW-MATCH-COUNT TO DISPLAY-MORE
             IF FLOW-MATCH-COUNT IS GREATER THAN 0
               STRING 'look first at channel ' DELIMITED BY SIZE
                      UPSTREAM-CHANNEL DELIMITED BY SPACE
                      ' from ' DELIMITED BY SIZE
                      FL-QMGR-NAME(FLOW-MATCH-INDEX) DELIMITED BY SPACE
                      ' (+' DELIMITED BY SIZE
                      DISPLAY-MORE DELIMITED BY SIZE
                      ' more)' DELIMITED BY SIZE
                 INTO SR-UPSTREAM-TEXT
             ELSE
               STRING 'look first at channel ' DELIMITED BY SIZE
                      UPSTREAM-CHANNEL DELIMITED BY SPACE
                      ' from ' DELIMITED BY SIZE
                      FL-QMGR-NAME(FLOW-MATCH-INDEX) DELIMITED BY SPACE
                 INTO SR-UPSTREAM-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put the structured alert datagram to the operations alert  *
      *   queue - MQPUT1 opens, puts and closes in one call, the     *
      *   same self-contained style AMQMSET2's ALERTPUT uses         *
      *                                                              *
      ****************************************************************
       OPSPUT.
           MOVE 'AMQ0FLS0' TO OPSA-SOURCE-PROGRAM.
           MOVE 3 TO OPSA-SEVERITY.
           MOVE FLS-QUEUE-NAME TO OPSA-OBJECT-NAME.
           MOVE 0 TO OPSA-REASON.
           MOVE SPACES TO OPSA-ALERT-TEXT.
           IF UPSTREAM-CHANNEL IS EQUAL TO SPACES
             STRING 'no arrivals for ' DELIMITED BY SIZE
                    SR-SILENT-MINS DELIMITED BY SIZE
                    ' min /' DELIMITED BY SIZE
                    SR-TOLERANCE-MINS DELIMITED BY SIZE
                    ', local producer' DELIMITED BY SIZE
               INTO OPSA-ALERT-TEXT
           ELSE
             STRING 'no arrivals for ' DELIMITED BY SIZE
                    SR-SILENT-MINS DELIMITED BY SIZE
                    ' min /' DELIMITED BY SIZE
                    SR-TOLERANCE-MINS DELIMITED BY SIZE
                    ', check ' DELIMITED BY SIZE
                    UPSTREAM-CHANNEL DELIMITED BY SPACE
               INTO OPSA-ALERT-TEXT
           END-IF.

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
      *   STAMP-WORK as minutes from the start of today, using the   *
      *   same approximate date ordinal AMQ0AGE0 uses                *
      *                                                              *
      ****************************************************************
       STAMPMIN.
           MOVE NOW-MINUTE-OF-DAY TO STAMP-MINUTES.
           IF STAMP-WORK(1:8) IS NUMERIC
           AND STAMP-WORK(10:4) IS NUMERIC
             MOVE STAMP-WORK(1:4) TO ORDINAL-YEAR
             MOVE STAMP-WORK(5:2) TO ORDINAL-MONTH
             MOVE STAMP-WORK(7:2) TO ORDINAL-DAY
             COMPUTE STAMP-DATE-ORDINAL = ORDINAL-YEAR * 360
                 + ORDINAL-MONTH * 30 + ORDINAL-DAY
             MOVE STAMP-WORK(10:2) TO TIME-HOUR-PART
             MOVE STAMP-WORK(12:2) TO TIME-MINUTE-PART
             COMPUTE STAMP-MINUTES =
                 (STAMP-DATE-ORDINAL - NOW-DATE-ORDINAL) * 1440
                 + TIME-HOUR-PART * 60 + TIME-MINUTE-PART
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold every queue's finished day into its profile - a day   *
      *   the queue was never watched inside business hours (a       *
      *   weekend, a holiday) teaches nothing and is dropped         *
      *                                                              *
      ****************************************************************
       ROLLDAY.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             IF ST-DAY(STATE-INDEX) IS NOT EQUAL TO WS-DATE
               IF ST-BUSINESS-SEEN(STATE-INDEX) IS EQUAL TO 'Y'
                 MOVE ST-QUEUE-NAME(STATE-INDEX) TO FLS-QUEUE-NAME
                 PERFORM FINDPROF
                 IF PROFILE-MATCH-INDEX IS EQUAL TO 0
                   IF PROFILE-COUNT IS LESS THAN 500
                     ADD 1 TO PROFILE-COUNT
                     MOVE PROFILE-COUNT TO PROFILE-MATCH-INDEX
                     MOVE FLS-QUEUE-NAME
                       TO PT-QUEUE-NAME(PROFILE-MATCH-INDEX)
                     MOVE 0 TO PT-DAYS-WATCHED(PROFILE-MATCH-INDEX)
                     PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                         UNTIL HOUR-INDEX > 24
                       MOVE 0 TO PT-HOUR-DAYS(PROFILE-MATCH-INDEX,
                           HOUR-INDEX)
                     END-PERFORM
                   ELSE
                     DISPLAY 'profile table full - '
                         FLS-QUEUE-NAME ' not learned'
                   END-IF
                 END-IF
                 IF PROFILE-MATCH-INDEX IS GREATER THAN 0
                   ADD 1 TO FOLDED-DAY-COUNT
                   ADD 1 TO PT-DAYS-WATCHED(PROFILE-MATCH-INDEX)
                   PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                       UNTIL HOUR-INDEX > 24
                     IF ST-HOURS-SEEN(STATE-INDEX)(HOUR-INDEX:1)
                         IS EQUAL TO 'Y'
                       ADD 1 TO PT-HOUR-DAYS(PROFILE-MATCH-INDEX,
                           HOUR-INDEX)
                     END-IF
                   END-PERFORM
                 END-IF
               END-IF
               MOVE WS-DATE TO ST-DAY(STATE-INDEX)
               MOVE 'N' TO ST-BUSINESS-SEEN(STATE-INDEX)
               MOVE ALL 'N' TO ST-HOURS-SEEN(STATE-INDEX)
             END-IF
           END-PERFORM.
           MOVE SPACES TO FLS-QUEUE-NAME.

      ****************************************************************
      *                                                              *
      *   Find FLS-QUEUE-NAME's profile                              *
      *                                                              *
      ****************************************************************
       FINDPROF.
           MOVE 0 TO PROFILE-MATCH-INDEX.
           PERFORM VARYING PROFILE-INDEX FROM 1 BY 1
               UNTIL PROFILE-INDEX > PROFILE-COUNT
             IF PT-QUEUE-NAME(PROFILE-INDEX) IS EQUAL TO
                 FLS-QUEUE-NAME
               MOVE PROFILE-INDEX TO PROFILE-MATCH-INDEX
               MOVE PROFILE-COUNT TO PROFILE-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Load the learned profiles - none yet means every queue is  *
      *   still learning                                             *
      *                                                              *
      ****************************************************************
       LOADPROF.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT PROFILE-FILE.
           IF PROFILE-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ PROFILE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF PROFILE-COUNT IS LESS THAN 500
                   ADD 1 TO PROFILE-COUNT
                   MOVE FP-QUEUE-NAME TO PT-QUEUE-NAME(PROFILE-COUNT)
                   MOVE FP-DAYS-WATCHED
                     TO PT-DAYS-WATCHED(PROFILE-COUNT)
                   PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                       UNTIL HOUR-INDEX > 24
                     MOVE FP-HOUR-DAYS(HOUR-INDEX)
                       TO PT-HOUR-DAYS(PROFILE-COUNT, HOUR-INDEX)
                   END-PERFORM
                 ELSE
                   DISPLAY 'profile table full - entry for '
                       FP-QUEUE-NAME ' discarded'
                 END-IF
             END-READ
           END-PERFORM.
           IF PROFILE-FILE-STATUS IS NOT EQUAL TO '35'
           AND PROFILE-FILE-STATUS IS NOT EQUAL TO '30'
             CLOSE PROFILE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the queues' state from the last run                   *
      *                                                              *
      ****************************************************************
       LOADSTATE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT FLOW-STATE-FILE.
           IF FLOW-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ FLOW-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF STATE-COUNT IS LESS THAN 500
                   ADD 1 TO STATE-COUNT
                   MOVE FS-QUEUE-NAME TO ST-QUEUE-NAME(STATE-COUNT)
                   MOVE FS-LAST-DEPTH TO ST-LAST-DEPTH(STATE-COUNT)
                   MOVE FS-LAST-SAMPLE TO ST-LAST-SAMPLE(STATE-COUNT)
                   MOVE FS-LAST-ARRIVAL
                     TO ST-LAST-ARRIVAL(STATE-COUNT)
                   MOVE FS-ALERTED TO ST-ALERTED(STATE-COUNT)
                   MOVE FS-DAY TO ST-DAY(STATE-COUNT)
                   MOVE FS-BUSINESS-SEEN
                     TO ST-BUSINESS-SEEN(STATE-COUNT)
                   MOVE FS-HOURS-SEEN TO ST-HOURS-SEEN(STATE-COUNT)
                 ELSE
                   DISPLAY 'state table full - entry for '
                       FS-QUEUE-NAME ' discarded'
                 END-IF
             END-READ
           END-PERFORM.
           IF FLOW-STATE-STATUS IS NOT EQUAL TO '35'
           AND FLOW-STATE-STATUS IS NOT EQUAL TO '30'
             CLOSE FLOW-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the hour of each queue's peak today from the intraday *
      *   sampler - a peak above the day's minimum means messages    *
      *   arrived in that hour                                       *
      *                                                              *
      ****************************************************************
       LOADPEAK.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT SAMPLER-STATE-FILE.
           IF SAMPLER-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ SAMPLER-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF IDS-MAX-DEPTH IS NUMERIC
                 AND IDS-MIN-DEPTH IS NUMERIC
                 AND IDS-MAX-DEPTH IS GREATER THAN IDS-MIN-DEPTH
                 AND IDS-PEAK-TIME(1:2) IS NUMERIC
                   IF PEAK-COUNT IS LESS THAN 500
                     ADD 1 TO PEAK-COUNT
                     MOVE IDS-QUEUE-NAME TO PK-QUEUE-NAME(PEAK-COUNT)
                     MOVE IDS-PEAK-TIME(1:2) TO TIME-HOUR-PART
                     COMPUTE PK-HOUR-INDEX(PEAK-COUNT) =
                         TIME-HOUR-PART + 1
                   ELSE
                     DISPLAY 'peak table full - entry for '
                         IDS-QUEUE-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF SAMPLER-STATE-STATUS IS NOT EQUAL TO '35'
           AND SAMPLER-STATE-STATUS IS NOT EQUAL TO '30'
             CLOSE SAMPLER-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the flow chains - a missing TOPFLOW.DAT just leaves   *
      *   the stall report without a channel to look at              *
      *                                                              *
      ****************************************************************
       LOADFLOW.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT FLOW-FILE.
           IF FLOW-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ FLOW-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF TF-DEST-Q-NAME IS NOT EQUAL TO SPACES
                 AND TF-CHANNEL-NAME IS NOT EQUAL TO SPACES
                   IF FLOW-COUNT IS LESS THAN 500
                     ADD 1 TO FLOW-COUNT
                     MOVE TF-DEST-Q-NAME TO FL-DEST-Q-NAME(FLOW-COUNT)
                     MOVE TF-CHANNEL-NAME
                       TO FL-CHANNEL-NAME(FLOW-COUNT)
                     MOVE TF-QMGR-NAME TO FL-QMGR-NAME(FLOW-COUNT)
                   ELSE
                     DISPLAY 'flow table full - ' TF-REMOTE-Q-NAME
                         ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF FLOW-FILE-STATUS IS NOT EQUAL TO '35'
           AND FLOW-FILE-STATUS IS NOT EQUAL TO '30'
             CLOSE FLOW-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite FLSPROF.DAT from the profile table                 *
      *                                                              *
      ****************************************************************
       SAVEPROF.
           OPEN OUTPUT PROFILE-FILE.
           PERFORM VARYING PROFILE-INDEX FROM 1 BY 1
               UNTIL PROFILE-INDEX > PROFILE-COUNT
             MOVE SPACES TO PROFILE-RECORD
             MOVE PT-QUEUE-NAME(PROFILE-INDEX) TO FP-QUEUE-NAME
             MOVE PT-DAYS-WATCHED(PROFILE-INDEX) TO FP-DAYS-WATCHED
             PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                 UNTIL HOUR-INDEX > 24
               MOVE PT-HOUR-DAYS(PROFILE-INDEX, HOUR-INDEX)
                 TO FP-HOUR-DAYS(HOUR-INDEX)
             END-PERFORM
             WRITE PROFILE-RECORD
           END-PERFORM.
           CLOSE PROFILE-FILE.

      ****************************************************************
      *                                                              *
      *   Rewrite FLSSTATE.DAT from the state table                  *
      *                                                              *
      ****************************************************************
       SAVESTATE.
           OPEN OUTPUT FLOW-STATE-FILE.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             MOVE SPACES TO FLOW-STATE-RECORD
             MOVE ST-QUEUE-NAME(STATE-INDEX) TO FS-QUEUE-NAME
             MOVE ST-LAST-DEPTH(STATE-INDEX) TO FS-LAST-DEPTH
             MOVE ST-LAST-SAMPLE(STATE-INDEX) TO FS-LAST-SAMPLE
             MOVE ST-LAST-ARRIVAL(STATE-INDEX) TO FS-LAST-ARRIVAL
             MOVE ST-ALERTED(STATE-INDEX) TO FS-ALERTED
             MOVE ST-DAY(STATE-INDEX) TO FS-DAY
             MOVE ST-BUSINESS-SEEN(STATE-INDEX) TO FS-BUSINESS-SEEN
             MOVE ST-HOURS-SEEN(STATE-INDEX) TO FS-HOURS-SEEN
             WRITE FLOW-STATE-RECORD
           END-PERFORM.
           CLOSE FLOW-STATE-FILE.

      ****************************************************************
      *                                                              *
      * END OF AMQ0FLS0                                              *
      *                                                              *
      ****************************************************************
