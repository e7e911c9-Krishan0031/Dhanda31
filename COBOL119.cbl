       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0RRP0                                       *
      *                                                              *
      * Description: Business request/reply pairing monitor          *
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
      *   AMQ0RRP0 does for the business request/reply flows -       *
      *   pricing, account lookup and the like - what AMQ0CIL0 does  *
      *   for the CICS bridge and AMQ0RPC0 for our own admin         *
      *   requests.  RRPCTL.DAT names each flow: its request queue,  *
      *   its reply queue, how a reply is paired to its request,     *
      *   and the reply SLA in seconds.  The pairing rule is MSGID   *
      *   (the reply's CORRELID is the request's MSGID) or CORREL    *
      *   (the reply carries the request's own CORRELID).            *
      *                                                              *
      *   The program only browses.  Run by the scheduler through    *
      *   the day, it remembers in RRPSTATE.DAT every request it     *
      *   has seen, so a reply browsed on a later run still pairs:   *
      *                                                              *
      *      -- a reply paired to a request gives a reply time -     *
      *         reply put time less request put time - counted once  *
      *         into the flow's distribution, average and maximum;   *
      *         a reply time over the SLA is counted as late         *
      *                                                              *
      *      -- a request still on the request queue past the SLA    *
      *         is UNANSWERED - nothing has served it                *
      *                                                              *
      *      -- a request seen earlier, since taken off the queue,   *
      *         with no reply seen past the SLA is reported as NO    *
      *         REPLY SEEN and alerted - a consumer that takes its   *
      *         requests and never answers them shows only this      *
      *         way.  A requester that collects its reply between    *
      *         runs looks the same, so the alert counts these       *
      *         apart from the unanswered ones                       *
      *                                                              *
      *      -- a reply that pairs to no request seen, left          *
      *         uncollected on the reply queue past the SLA, is an   *
      *         ORPHAN - no requester is waiting for it.  A fresher  *
      *         unpaired reply is left alone, as its request may     *
      *         simply have been served before any run saw it        *
      *                                                              *
      *   Each flow's newly found unanswered requests, no-reply      *
      *   requests and orphans raise one severity-2 OPSALERT         *
      *   datagram on the alert bus, via the maintenance-window      *
      *   check; each request or reply is alerted once.  Entries     *
      *   older than two days are dropped from RRPSTATE.DAT.         *
      *                                                              *
      *    Program logic:                                            *
      *         load RRPSTATE.DAT                                    *
      *         MQCONNect to default queue manager                   *
      *         for each flow in RRPCTL.DAT,                         *
      *         .  browse the request queue, noting every request    *
      *         .  browse the reply queue, pairing every reply       *
      *         .  report unanswered requests, orphans and the       *
      *            reply-time distribution to RRPRPT.DAT; alert      *
      *         MQDISConnect                                         *
      *         rewrite RRPSTATE.DAT                                 *
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
      *   AMQ0RRP0 has no parameters                                 *
      *   Return code 1 when RRPCTL.DAT is missing                   *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0RRP0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the flows watched: request queue, reply queue, pairing rule
      ** and reply SLA
           SELECT CONTROL-FILE ASSIGN TO 'RRPCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.

      ** the requests and orphan replies seen on earlier runs - the
      ** keys are raw 24-byte binary MQ identifiers, so this is a
      ** record-sequential file, as AMQ0RPC0's REQTRACK.DAT is
           SELECT PAIRING-STATE-FILE ASSIGN TO 'RRPSTATE.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAIRING-STATE-STATUS.

      ** the pairing report
           SELECT PAIRING-REPORT ASSIGN TO 'RRPRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PAIRING-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01 CONTROL-FILE-RECORD.
          05 RRC-REQUEST-QUEUE         PIC X(48).
          05 FILLER                    PIC X.
          05 RRC-REPLY-QUEUE           PIC X(48).
          05 FILLER                    PIC X.
          05 RRC-PAIRING-RULE          PIC X(6).
          05 FILLER                    PIC X.
          05 RRC-SLA-SECONDS           PIC 9(5).

       FD  PAIRING-STATE-FILE.
       01 PAIRING-STATE-RECORD.
          05 RS-REQUEST-QUEUE          PIC X(48).
          05 FILLER                    PIC X.
      ** R a request, O an orphan reply
          05 RS-KIND                   PIC X.
          05 FILLER                    PIC X.
          05 RS-KEY                    PIC X(24).
          05 FILLER                    PIC X.
          05 RS-PUT-STAMP              PIC X(17).
          05 FILLER                    PIC X.
      ** W waiting for its reply, P paired
          05 RS-STATE                  PIC X.
          05 FILLER                    PIC X.
          05 RS-ALERTED                PIC X.

       FD  PAIRING-REPORT.
       01 PAIRING-REPORT-RECORD        PIC X(132).

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

       01 CONTROL-FILE-STATUS        PIC XX VALUE '00'.
       01 PAIRING-STATE-STATUS       PIC XX VALUE '00'.
       01 PAIRING-REPORT-STATUS      PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.

      ** which queue of the flow the browse is walking - Q the
      ** request queue, R the reply queue
       01 BROWSE-PHASE               PIC X.
       01 BROWSE-LIMIT               PIC S9(9) BINARY VALUE 5000.
       01 BROWSED-COUNT              PIC S9(9) BINARY.

      ** the requests and orphan replies seen, carried in
      ** RRPSTATE.DAT; SE-SEEN-SWITCH is Y for one browsed this run
       01 STATE-TABLE.
          02 STATE-ENTRY OCCURS 2000 TIMES.
             05 SE-REQUEST-QUEUE      PIC X(48).
             05 SE-KIND               PIC X.
             05 SE-KEY                PIC X(24).
             05 SE-PUT-STAMP          PIC X(17).
             05 SE-STATE              PIC X.
             05 SE-ALERTED            PIC X.
             05 SE-SEEN-SWITCH        PIC X.
       01 STATE-COUNT                PIC S9(9) BINARY VALUE 0.
       01 STATE-INDEX                PIC S9(9) BINARY.
       01 STATE-MATCH-INDEX          PIC S9(9) BINARY.
       01 FIND-KIND                  PIC X.
       01 FIND-KEY                   PIC X(24).

      ** reply-time distribution buckets, upper limits in
      ** centiseconds; the last bucket takes everything longer
       01 BUCKET-DEFINITIONS.
          05 FILLER PIC X(15) VALUE '000000100<=1s  '.
          05 FILLER PIC X(15) VALUE '000000500<=5s  '.
          05 FILLER PIC X(15) VALUE '000003000<=30s '.
          05 FILLER PIC X(15) VALUE '000006000<=60s '.
          05 FILLER PIC X(15) VALUE '000030000<=5m  '.
          05 FILLER PIC X(15) VALUE '999999999>5m   '.
       01 BUCKET-TABLE REDEFINES BUCKET-DEFINITIONS.
          05 BUCKET-ENTRY OCCURS 6 TIMES.
             10 BK-LIMIT-CS           PIC 9(9).
             10 BK-LABEL              PIC X(6).
       01 BUCKET-COUNTS.
          05 BUCKET-COUNT            PIC 9(7) OCCURS 6 TIMES.
       01 BUCKET-INDEX               PIC S9(9) BINARY.

      ** the flow being checked
       01 FLOW-SLA-CS                PIC S9(9) BINARY.
       01 FLOW-REQUEST-COUNT         PIC 9(7).
       01 FLOW-REPLY-COUNT           PIC 9(7).
       01 FLOW-PAIRED-COUNT          PIC 9(7).
       01 FLOW-LATE-COUNT            PIC 9(7).
       01 FLOW-UNANSWERED-COUNT      PIC 9(7).
       01 FLOW-NOREPLY-COUNT         PIC 9(7).
       01 FLOW-ORPHAN-COUNT          PIC 9(7).
       01 FLOW-NEW-UNANSWERED        PIC 9(7).
       01 FLOW-NEW-NOREPLY           PIC 9(7).
       01 FLOW-NEW-ORPHANS           PIC 9(7).
       01 FLOW-TOTAL-CS              PIC S9(15) BINARY.
       01 FLOW-MAX-CS                PIC S9(9) BINARY.
       01 FLOW-AVG-CS                PIC S9(9) BINARY.
       01 MESSAGE-KEY                PIC X(24).
       01 PUT-STAMP                  PIC X(17).

      ** timestamp arithmetic: YYYYMMDD-HHMMSSCC as centiseconds,
      ** using the same approximate 360-day/year date ordinal
      ** AMQ0CIL0 and AMQ0AGE0 use
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).
       01 NOW-CS                     PIC S9(15) BINARY.
       01 STAMP-WORK                 PIC X(17).
       01 STAMP-CS                   PIC S9(15) BINARY.
       01 ORDINAL-YEAR               PIC 9(4).
       01 ORDINAL-MONTH              PIC 9(2).
       01 ORDINAL-DAY                PIC 9(2).
       01 TIME-HOUR-PART             PIC 9(2).
       01 TIME-MINUTE-PART           PIC 9(2).
       01 TIME-SECOND-PART           PIC 9(2).
       01 TIME-CENTI-PART            PIC 9(2).
       01 AGE-CS                     PIC S9(15) BINARY.
       01 PAIR-CS                    PIC S9(15) BINARY.
      ** two days of centiseconds - state older than this is dropped
       01 RETENTION-CS               PIC S9(15) BINARY
                                       VALUE 17280000.

       01 DISPLAY-SECONDS            PIC Z(6)9.
       01 DISPLAY-CS                 PIC Z(8)9.
       01 DISPLAY-COUNT              PIC Z(6)9.
       01 REPORT-LINE                PIC X(132).

       01 FLOW-COUNT                 PIC 9(7) VALUE 0.
       01 TOTAL-UNANSWERED-COUNT     PIC 9(7) VALUE 0.
       01 TOTAL-ORPHAN-COUNT         PIC 9(7) VALUE 0.
       01 TOTAL-PAIRED-COUNT         PIC 9(7) VALUE 0.
       01 ALERT-COUNT                PIC 9(7) VALUE 0.
       01 SUPPRESSED-COUNT           PIC 9(7) VALUE 0.

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
           DISPLAY 'AMQ0RRP0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0RRP0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).
           MOVE NOW-TIMESTAMP TO STAMP-WORK.
           PERFORM STAMPCS.
           MOVE STAMP-CS TO NOW-CS.

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open control file RRPCTL.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOADSTATE.

           OPEN OUTPUT PAIRING-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Request/reply pairing run ' NOW-TIMESTAMP
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE PAIRING-REPORT-RECORD FROM REPORT-LINE.

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
             CLOSE CONTROL-FILE
             CLOSE PAIRING-REPORT
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE CON-REASON TO RETURN-CODE
             GOBACK
             END-IF.

      ****************************************************************
      *                                                              *
      *   Check every flow listed in the control file                *
      *                                                              *
      ****************************************************************
           MOVE 'N' TO END-OF-FILE-SWITCH.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CONTROL-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
             AND RRC-REQUEST-QUEUE IS NOT EQUAL TO SPACES
               PERFORM CHKFLOW
             END-IF
           END-PERFORM.

           CLOSE CONTROL-FILE.
           CLOSE PAIRING-REPORT.

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

           PERFORM SAVESTATE.

           DISPLAY FLOW-COUNT ' flows checked, ' TOTAL-PAIRED-COUNT
               ' replies paired, ' TOTAL-UNANSWERED-COUNT
               ' unanswered, ' TOTAL-ORPHAN-COUNT ' orphans ('
               ALERT-COUNT ' alerts, ' SUPPRESSED-COUNT
               ' suppressed in maintenance windows)'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE FLOW-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0RRP0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Check one flow: note its requests, pair its replies, then  *
      *   report what is unanswered and how long replies took        *
      *                                                              *
      ****************************************************************
       CHKFLOW.
           ADD 1 TO FLOW-COUNT.
           MOVE 0 TO FLOW-REQUEST-COUNT.
           MOVE 0 TO FLOW-REPLY-COUNT.
           MOVE 0 TO FLOW-PAIRED-COUNT.
           MOVE 0 TO FLOW-LATE-COUNT.
           MOVE 0 TO FLOW-UNANSWERED-COUNT.
           MOVE 0 TO FLOW-NOREPLY-COUNT.
           MOVE 0 TO FLOW-ORPHAN-COUNT.
           MOVE 0 TO FLOW-NEW-UNANSWERED.
           MOVE 0 TO FLOW-NEW-NOREPLY.
           MOVE 0 TO FLOW-NEW-ORPHANS.
           MOVE 0 TO FLOW-TOTAL-CS.
           MOVE 0 TO FLOW-MAX-CS.
           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 6
             MOVE 0 TO BUCKET-COUNT(BUCKET-INDEX)
           END-PERFORM.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             MOVE 'N' TO SE-SEEN-SWITCH(STATE-INDEX)
           END-PERFORM.
           IF RRC-PAIRING-RULE IS NOT EQUAL TO 'MSGID'
           AND RRC-PAIRING-RULE IS NOT EQUAL TO 'CORREL'
             DISPLAY 'unknown pairing rule <' RRC-PAIRING-RULE
                 '> for ' RRC-REQUEST-QUEUE ' - MSGID assumed'
             MOVE 'MSGID' TO RRC-PAIRING-RULE
           END-IF.
           IF RRC-SLA-SECONDS IS NOT NUMERIC
           OR RRC-SLA-SECONDS IS EQUAL TO 0
             MOVE 30 TO RRC-SLA-SECONDS
           END-IF.
           COMPUTE FLOW-SLA-CS = RRC-SLA-SECONDS * 100.

           MOVE SPACES TO PAIRING-REPORT-RECORD.
           WRITE PAIRING-REPORT-RECORD.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Flow ' DELIMITED BY SIZE
                  RRC-REQUEST-QUEUE DELIMITED BY SPACE
                  ' -> ' DELIMITED BY SIZE
                  RRC-REPLY-QUEUE DELIMITED BY SPACE
                  ' rule ' DELIMITED BY SIZE
                  RRC-PAIRING-RULE DELIMITED BY SPACE
                  ' SLA ' RRC-SLA-SECONDS 's' DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE PAIRING-REPORT-RECORD FROM REPORT-LINE.

           MOVE 'Q' TO BROWSE-PHASE.
           MOVE RRC-REQUEST-QUEUE TO MQOD-OBJECTNAME.
           PERFORM BROWSEQ.
           MOVE 'R' TO BROWSE-PHASE.
           MOVE RRC-REPLY-QUEUE TO MQOD-OBJECTNAME.
           PERFORM BROWSEQ.

           PERFORM JUDGEQ.
           PERFORM FLOWRPT.
           IF FLOW-NEW-UNANSWERED IS GREATER THAN 0
           OR FLOW-NEW-NOREPLY IS GREATER THAN 0
           OR FLOW-NEW-ORPHANS IS GREATER THAN 0
             PERFORM ALERTQ
           END-IF.
           ADD FLOW-UNANSWERED-COUNT TO TOTAL-UNANSWERED-COUNT.
           ADD FLOW-ORPHAN-COUNT TO TOTAL-ORPHAN-COUNT.
           ADD FLOW-PAIRED-COUNT TO TOTAL-PAIRED-COUNT.

      ****************************************************************
      *                                                              *
      *   Browse every message on the queue in MQOD-OBJECTNAME, up   *
      *   to the browse limit - only the descriptors matter, so      *
      *   one-byte truncated browses keep the transfer cheap         *
      *                                                              *
      ****************************************************************
       BROWSEQ.
           ADD MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            OPEN-CODE, REASON.

           IF OPEN-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' MQOD-OBJECTNAME
           ELSE
             MOVE 'N' TO END-OF-BROWSE-SWITCH
             MOVE 0 TO BROWSED-COUNT
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
                       REASON ' for ' MQOD-OBJECTNAME
                 END-IF
               ELSE
                 ADD 1 TO BROWSED-COUNT
                 MOVE MQMD-PUTDATE TO PUT-STAMP(1:8)
                 MOVE '-' TO PUT-STAMP(9:1)
                 MOVE MQMD-PUTTIME TO PUT-STAMP(10:8)
                 IF BROWSE-PHASE IS EQUAL TO 'Q'
                   PERFORM REQSEEN
                 ELSE
                   PERFORM RPLSEEN
                 END-IF
                 IF BROWSED-COUNT IS NOT LESS THAN BROWSE-LIMIT
                   MOVE 'Y' TO END-OF-BROWSE-SWITCH
                   DISPLAY 'browse limit reached on ' MQOD-OBJECTNAME
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
      *   A request browsed: note it on the queue, remembering it    *
      *   when it is new                                             *
      *                                                              *
      ****************************************************************
       REQSEEN.
           ADD 1 TO FLOW-REQUEST-COUNT.
           IF RRC-PAIRING-RULE IS EQUAL TO 'CORREL'
             MOVE MQMD-CORRELID TO MESSAGE-KEY
           ELSE
             MOVE MQMD-MSGID TO MESSAGE-KEY
           END-IF.
           MOVE 'R' TO FIND-KIND.
           MOVE MESSAGE-KEY TO FIND-KEY.
           PERFORM FINDENT.
           IF STATE-MATCH-INDEX IS EQUAL TO 0
             PERFORM ADDENT
             IF STATE-MATCH-INDEX IS GREATER THAN 0
               MOVE 'W' TO SE-STATE(STATE-MATCH-INDEX)
             END-IF
           END-IF.
           IF STATE-MATCH-INDEX IS GREATER THAN 0
             MOVE 'Y' TO SE-SEEN-SWITCH(STATE-MATCH-INDEX)
           END-IF.

      ****************************************************************
      *                                                              *
      *   A reply browsed: pair it to its request, counting its      *
      *   reply time once; a reply that pairs to nothing and has     *
      *   sat uncollected past the SLA is an orphan                  *
      *                                                              *
      ****************************************************************
       RPLSEEN.
           ADD 1 TO FLOW-REPLY-COUNT.
           MOVE 'R' TO FIND-KIND.
           MOVE MQMD-CORRELID TO FIND-KEY.
           PERFORM FINDENT.
           IF STATE-MATCH-INDEX IS GREATER THAN 0
             IF SE-STATE(STATE-MATCH-INDEX) IS EQUAL TO 'W'
               PERFORM PAIRENT
             END-IF
           ELSE
             MOVE PUT-STAMP TO STAMP-WORK
             PERFORM STAMPCS
             COMPUTE AGE-CS = NOW-CS - STAMP-CS
             IF AGE-CS IS GREATER THAN FLOW-SLA-CS
               PERFORM ORPHAN
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Pair the reply just browsed to request STATE-MATCH-INDEX   *
      *   and fold its reply time into the flow's distribution       *
      *                                                              *
      ****************************************************************
       PAIRENT.
           MOVE 'P' TO SE-STATE(STATE-MATCH-INDEX).
           ADD 1 TO FLOW-PAIRED-COUNT.
           MOVE PUT-STAMP TO STAMP-WORK.
           PERFORM STAMPCS.
           MOVE STAMP-CS TO PAIR-CS.
           MOVE SE-PUT-STAMP(STATE-MATCH-INDEX) TO STAMP-WORK.
           PERFORM STAMPCS.
           SUBTRACT STAMP-CS FROM PAIR-CS.
           IF PAIR-CS IS LESS THAN 0
             MOVE 0 TO PAIR-CS
           END-IF.
           IF PAIR-CS IS GREATER THAN 999999999
             MOVE 999999999 TO PAIR-CS
           END-IF.
           ADD PAIR-CS TO FLOW-TOTAL-CS.
           IF PAIR-CS IS GREATER THAN FLOW-MAX-CS
             MOVE PAIR-CS TO FLOW-MAX-CS
           END-IF.
           IF PAIR-CS IS GREATER THAN FLOW-SLA-CS
             ADD 1 TO FLOW-LATE-COUNT
           END-IF.
           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 6
               OR PAIR-CS IS NOT GREATER THAN
                   BK-LIMIT-CS(BUCKET-INDEX)
             CONTINUE
           END-PERFORM.
           IF BUCKET-INDEX IS GREATER THAN 6
             MOVE 6 TO BUCKET-INDEX
           END-IF.
           ADD 1 TO BUCKET-COUNT(BUCKET-INDEX).

      ****************************************************************
      *                                                              *
      *   Report an orphan reply, remembering it so it is alerted    *
      *   only once                                                  *
      *                                                              *
      ****************************************************************
       ORPHAN.
           ADD 1 TO FLOW-ORPHAN-COUNT.
           MOVE 'O' TO FIND-KIND.
           MOVE MQMD-CORRELID TO FIND-KEY.
           PERFORM FINDENT.
           IF STATE-MATCH-INDEX IS EQUAL TO 0
             PERFORM ADDENT
             IF STATE-MATCH-INDEX IS GREATER THAN 0
               MOVE 'W' TO SE-STATE(STATE-MATCH-INDEX)
             END-IF
           END-IF.
           IF STATE-MATCH-INDEX IS GREATER THAN 0
             MOVE 'Y' TO SE-SEEN-SWITCH(STATE-MATCH-INDEX)
             IF SE-ALERTED(STATE-MATCH-INDEX) IS NOT EQUAL TO 'Y'
               MOVE 'Y' TO SE-ALERTED(STATE-MATCH-INDEX)
               ADD 1 TO FLOW-NEW-ORPHANS
             END-IF
           END-IF.
           COMPUTE DISPLAY-SECONDS = AGE-CS / 100.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ORPHAN      reply put ' PUT-STAMP
                  ' uncollected ' DISPLAY-SECONDS
                  's - no request seen'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE PAIRING-REPORT-RECORD FROM REPORT-LINE.

      ****************************************************************
      *                                                              *
      *   Report the flow's requests past the SLA with no reply:     *
      *   still on the request queue, or taken off it earlier        *
      *                                                              *
      ****************************************************************
       JUDGEQ.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             IF SE-REQUEST-QUEUE(STATE-INDEX) IS EQUAL TO
                 RRC-REQUEST-QUEUE
             AND SE-KIND(STATE-INDEX) IS EQUAL TO 'R'
             AND SE-STATE(STATE-INDEX) IS EQUAL TO 'W'
               MOVE SE-PUT-STAMP(STATE-INDEX) TO STAMP-WORK
               PERFORM STAMPCS
               COMPUTE AGE-CS = NOW-CS - STAMP-CS
               IF AGE-CS IS GREATER THAN FLOW-SLA-CS
                 COMPUTE DISPLAY-SECONDS = AGE-CS / 100
                 MOVE SPACES TO REPORT-LINE
                 IF SE-SEEN-SWITCH(STATE-INDEX) IS EQUAL TO 'Y'
                   ADD 1 TO FLOW-UNANSWERED-COUNT
                   IF SE-ALERTED(STATE-INDEX) IS NOT EQUAL TO 'Y'
                     MOVE 'Y' TO SE-ALERTED(STATE-INDEX)
                     ADD 1 TO FLOW-NEW-UNANSWERED
                   END-IF
                   STRING '  UNANSWERED  request put '
                          SE-PUT-STAMP(STATE-INDEX)
                          ' waiting ' DISPLAY-SECONDS
                          's - still on the request queue'
                          DELIMITED BY SIZE
                     INTO REPORT-LINE
                 ELSE
                   ADD 1 TO FLOW-NOREPLY-COUNT
                   IF SE-ALERTED(STATE-INDEX) IS NOT EQUAL TO 'Y'
                     MOVE 'Y' TO SE-ALERTED(STATE-INDEX)
                     ADD 1 TO FLOW-NEW-NOREPLY
                   END-IF
                   STRING '  NO REPLY    request put '
                          SE-PUT-STAMP(STATE-INDEX)
                          ' age     ' DISPLAY-SECONDS
                          's - taken, no reply seen'
                          DELIMITED BY SIZE
                     INTO REPORT-LINE
                 END-IF
                 WRITE PAIRING-REPORT-RECORD FROM REPORT-LINE
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The flow's counts and reply-time distribution              *
      *                                                              *
      ****************************************************************
       FLOWRPT.
           MOVE SPACES TO REPORT-LINE.
           MOVE '  on queue now: requests ' TO REPORT-LINE(1:25).
           MOVE FLOW-REQUEST-COUNT TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-LINE(26:7).
           MOVE ' replies ' TO REPORT-LINE(33:9).
           MOVE FLOW-REPLY-COUNT TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-LINE(42:7).
           WRITE PAIRING-REPORT-RECORD FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE '  unanswered ' TO REPORT-LINE(1:13).
           MOVE FLOW-UNANSWERED-COUNT TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-LINE(14:7).
           MOVE FLOW-NOREPLY-COUNT TO DISPLAY-COUNT.
           MOVE ' no reply seen ' TO REPORT-LINE(21:15).
           MOVE DISPLAY-COUNT TO REPORT-LINE(36:7).
           MOVE FLOW-ORPHAN-COUNT TO DISPLAY-COUNT.
           MOVE ' orphans ' TO REPORT-LINE(43:9).
           MOVE DISPLAY-COUNT TO REPORT-LINE(52:7).
           WRITE PAIRING-REPORT-RECORD FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE FLOW-PAIRED-COUNT TO DISPLAY-COUNT.
           MOVE '  paired this run ' TO REPORT-LINE(1:18).
           MOVE DISPLAY-COUNT TO REPORT-LINE(19:7).
           IF FLOW-PAIRED-COUNT IS GREATER THAN 0
             COMPUTE FLOW-AVG-CS = FLOW-TOTAL-CS / FLOW-PAIRED-COUNT
             MOVE ' avg cs ' TO REPORT-LINE(26:8)
             MOVE FLOW-AVG-CS TO DISPLAY-CS
             MOVE DISPLAY-CS TO REPORT-LINE(34:9)
             MOVE ' max cs ' TO REPORT-LINE(43:8)
             MOVE FLOW-MAX-CS TO DISPLAY-CS
             MOVE DISPLAY-CS TO REPORT-LINE(51:9)
             MOVE ' over SLA ' TO REPORT-LINE(60:10)
             MOVE FLOW-LATE-COUNT TO DISPLAY-COUNT
             MOVE DISPLAY-COUNT TO REPORT-LINE(70:7)
           END-IF.
           WRITE PAIRING-REPORT-RECORD FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE '  reply times' TO REPORT-LINE(1:13).
           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 6
             MOVE BK-LABEL(BUCKET-INDEX)
               TO REPORT-LINE(BUCKET-INDEX * 15 + 1:6)
             MOVE BUCKET-COUNT(BUCKET-INDEX) TO DISPLAY-COUNT
             MOVE DISPLAY-COUNT
               TO REPORT-LINE(BUCKET-INDEX * 15 + 7:7)
           END-PERFORM.
           WRITE PAIRING-REPORT-RECORD FROM REPORT-LINE.

      ****************************************************************
      *                                                              *
      *   Alert the flow's newly found unanswered and no-reply       *
      *   requests and orphans - unless the request queue sits       *
      *   inside a declared maintenance window, in which case        *
      *   AMQ0MWC0 has already logged the suppression                *
      *                                                              *
      ****************************************************************
       ALERTQ.
           DISPLAY 'BREACH: ' RRC-REQUEST-QUEUE ' '
               FLOW-NEW-UNANSWERED ' unanswered, '
               FLOW-NEW-NOREPLY ' no reply seen, '
               FLOW-NEW-ORPHANS ' orphans newly found'.
           MOVE 'AMQ0RRP0' TO MWC-SOURCE-PROGRAM.
           MOVE RRC-REQUEST-QUEUE TO MWC-OBJECT-NAME.
           CALL 'AMQ0MWC0' USING MWC-CHECK-AREA.
           IF MWC-SUPPRESS-FLAG IS EQUAL TO 'Y'
             ADD 1 TO SUPPRESSED-COUNT
             DISPLAY 'SUPPRESSED: ' RRC-REQUEST-QUEUE
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
           MOVE 'AMQ0RRP0' TO OPSA-SOURCE-PROGRAM.
           MOVE 2 TO OPSA-SEVERITY.
           MOVE RRC-REQUEST-QUEUE TO OPSA-OBJECT-NAME.
           MOVE 0 TO OPSA-REASON.
           MOVE SPACES TO OPSA-ALERT-TEXT.
           STRING FLOW-NEW-UNANSWERED ' unanswered, '
                  FLOW-NEW-NOREPLY ' no reply seen, '
                  FLOW-NEW-ORPHANS ' orphans'
                  DELIMITED BY SIZE
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
      *   Find the current flow's state entry of kind FIND-KIND for  *
      *   FIND-KEY; STATE-MATCH-INDEX is 0 when there is none        *
      *                                                              *
      ****************************************************************
       FINDENT.
           MOVE 0 TO STATE-MATCH-INDEX.
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             IF SE-KEY(STATE-INDEX) IS EQUAL TO FIND-KEY
             AND SE-KIND(STATE-INDEX) IS EQUAL TO FIND-KIND
             AND SE-REQUEST-QUEUE(STATE-INDEX) IS EQUAL TO
                 RRC-REQUEST-QUEUE
               MOVE STATE-INDEX TO STATE-MATCH-INDEX
               MOVE STATE-COUNT TO STATE-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Start a state entry of kind FIND-KIND for FIND-KEY, put at *
      *   PUT-STAMP; STATE-MATCH-INDEX is 0 when the table is full   *
      *                                                              *
      ****************************************************************
       ADDENT.
           IF STATE-COUNT IS LESS THAN 2000
             ADD 1 TO STATE-COUNT
             MOVE STATE-COUNT TO STATE-MATCH-INDEX
             MOVE RRC-REQUEST-QUEUE
               TO SE-REQUEST-QUEUE(STATE-MATCH-INDEX)
             MOVE FIND-KIND TO SE-KIND(STATE-MATCH-INDEX)
             MOVE FIND-KEY TO SE-KEY(STATE-MATCH-INDEX)
             MOVE PUT-STAMP TO SE-PUT-STAMP(STATE-MATCH-INDEX)
             MOVE 'N' TO SE-ALERTED(STATE-MATCH-INDEX)
             MOVE 'N' TO SE-SEEN-SWITCH(STATE-MATCH-INDEX)
           ELSE
             MOVE 0 TO STATE-MATCH-INDEX
             DISPLAY 'state table full - message on '
                 RRC-REQUEST-QUEUE ' flow skipped'
           END-IF.

      ****************************************************************
      *                                                              *
      *   STAMP-WORK (YYYYMMDD-HHMMSSCC) as centiseconds, 0 when it  *
      *   is not a timestamp                                         *
      *                                                              *
      ****************************************************************
       STAMPCS.
           MOVE 0 TO STAMP-CS.
           IF STAMP-WORK(1:8) IS NUMERIC
           AND STAMP-WORK(10:8) IS NUMERIC
             MOVE STAMP-WORK(1:4) TO ORDINAL-YEAR
             MOVE STAMP-WORK(5:2) TO ORDINAL-MONTH
             MOVE STAMP-WORK(7:2) TO ORDINAL-DAY
             MOVE STAMP-WORK(10:2) TO TIME-HOUR-PART
             MOVE STAMP-WORK(12:2) TO TIME-MINUTE-PART
             MOVE STAMP-WORK(14:2) TO TIME-SECOND-PART
             MOVE STAMP-WORK(16:2) TO TIME-CENTI-PART
             COMPUTE STAMP-CS =
                 (ORDINAL-YEAR * 360 + ORDINAL-MONTH * 30
                 + ORDINAL-DAY) * 8640000
                 + ((TIME-HOUR-PART * 3600 + TIME-MINUTE-PART * 60
                 + TIME-SECOND-PART) * 100) + TIME-CENTI-PART
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the requests and orphans seen on earlier runs         *
      *                                                              *
      ****************************************************************
       LOADSTATE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT PAIRING-STATE-FILE.
           IF PAIRING-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ PAIRING-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF STATE-COUNT IS LESS THAN 2000
                   ADD 1 TO STATE-COUNT
                   MOVE RS-REQUEST-QUEUE
                     TO SE-REQUEST-QUEUE(STATE-COUNT)
                   MOVE RS-KIND TO SE-KIND(STATE-COUNT)
                   MOVE RS-KEY TO SE-KEY(STATE-COUNT)
                   MOVE RS-PUT-STAMP TO SE-PUT-STAMP(STATE-COUNT)
                   MOVE RS-STATE TO SE-STATE(STATE-COUNT)
                   MOVE RS-ALERTED TO SE-ALERTED(STATE-COUNT)
                   MOVE 'N' TO SE-SEEN-SWITCH(STATE-COUNT)
                 ELSE
                   DISPLAY 'state table full - RRPSTATE.DAT entry '
                       'skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF PAIRING-STATE-STATUS IS EQUAL TO '00'
           OR PAIRING-STATE-STATUS IS EQUAL TO '10'
             CLOSE PAIRING-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite RRPSTATE.DAT, dropping entries past the retention  *
      *                                                              *
      ****************************************************************
       SAVESTATE.
           OPEN OUTPUT PAIRING-STATE-FILE.
           IF PAIRING-STATE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to rewrite RRPSTATE.DAT, file status '
                 PAIRING-STATE-STATUS
           ELSE
             PERFORM VARYING STATE-INDEX FROM 1 BY 1
                 UNTIL STATE-INDEX > STATE-COUNT
               MOVE SE-PUT-STAMP(STATE-INDEX) TO STAMP-WORK
               PERFORM STAMPCS
               COMPUTE AGE-CS = NOW-CS - STAMP-CS
               IF AGE-CS IS NOT GREATER THAN RETENTION-CS
                 MOVE SPACES TO PAIRING-STATE-RECORD
                 MOVE SE-REQUEST-QUEUE(STATE-INDEX)
                   TO RS-REQUEST-QUEUE
                 MOVE SE-KIND(STATE-INDEX) TO RS-KIND
                 MOVE SE-KEY(STATE-INDEX) TO RS-KEY
                 MOVE SE-PUT-STAMP(STATE-INDEX) TO RS-PUT-STAMP
                 MOVE SE-STATE(STATE-INDEX) TO RS-STATE
                 MOVE SE-ALERTED(STATE-INDEX) TO RS-ALERTED
                 WRITE PAIRING-STATE-RECORD
               END-IF
             END-PERFORM
             CLOSE PAIRING-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0RRP0                                              *
      *                                                              *
      ****************************************************************
