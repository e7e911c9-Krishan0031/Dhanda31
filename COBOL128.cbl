       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0CXE0                                       *
      *                                                              *
      * Description: Change-driven planned inhibit executor          *
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
      *   AMQ0CXE0 sends the inhibits planned in approved changes    *
      *   when their windows open, and the re-enables when they      *
      *   close, so neither depends on who is on shift.  It is       *
      *   scheduled every few minutes and works from CHGEXTR.DAT as  *
      *   AMQ0CGL0 loads it: an approved change with a planned       *
      *   window carries one record per queue it inhibits, with the  *
      *   window's start and end (YYYYMMDDHHMM) and the scope:       *
      *                                                              *
      *      -- the first time a change and queue is seen it gets an *
      *         execution record in the keyed file CHGEXEC.DAT,      *
      *         PLANNED                                              *
      *                                                              *
      *      -- once the window has opened, the AMQMSET2 INHIBIT     *
      *         request is handed to AMQ0REQ0 through REQPARM.DAT    *
      *         with no scheduled re-enable; once it has closed, the *
      *         ENABLE request.  After the run's requests are sent,  *
      *         AMQ0RPC0 collects the replies and each request's     *
      *         outcome is read back from RPCRPT.DAT: a reply moves  *
      *         the record to INHIBITED, or on the enable to         *
      *         COMPLETE; a refusal report makes an inhibit FAILED;  *
      *         an inhibit with no reply is UNCONFIRM and is enabled *
      *         at the window's end all the same.  An enable that    *
      *         is refused or not answered is sent again next run    *
      *                                                              *
      *      -- every run compares the record with the latest feed   *
      *         before acting.  A window moved or extended is taken  *
      *         up - an inhibit already in place whose start has     *
      *         moved later is lifted until the new start.  A change *
      *         no longer in the feed has been cancelled: a PLANNED  *
      *         record is CANCELLED, an inhibited queue is enabled   *
      *         and then CANCELLED.  A feed with no records at all   *
      *         is taken as a failed load, not as every change       *
      *         cancelled, and nothing is lifted for it              *
      *                                                              *
      *      -- a window that closed before the executor saw it open *
      *         is MISSED, and nothing is sent                       *
      *                                                              *
      *      -- every step is appended to CXERPT.DAT.  AMQ0RCN0      *
      *         reads CHGEXEC.DAT and reports a queue this executor  *
      *         inhibited as executed as planned                     *
      *                                                              *
      *    Program logic:                                            *
      *         check the operator's role, read CXECTL.DAT           *
      *         load the planned changes from CHGEXTR.DAT and the    *
      *         execution records from CHGEXEC.DAT                   *
      *         match them, take up window changes and cancellations *
      *         send the requests now due through AMQ0REQ0           *
      *         CALL AMQ0RPC0 and read each request's outcome        *
      *         save the execution records, DISPLAY a summary        *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0CXE0 has no parameters - the reply-to queue for the    *
      *   requests is read from CXECTL.DAT, since AMQ0REQ0 and       *
      *   AMQ0RPC0, CALLed from here, read the job's command line    *
      *   themselves                                                 *
      *                                                              *
      *   Return code 1 when the run is refused, 4 when a request    *
      *   failed or went unanswered                                  *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0CXE0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the reply-to queue named on every request sent
           SELECT CONTROL-FILE ASSIGN TO 'CXECTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.

      ** the approved changes, as AMQ0CGL0 loads them
           SELECT CHANGE-REQUEST-EXTRACT ASSIGN TO 'CHGEXTR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-FILE-STATUS.

      ** one execution record per change and queue, kept after the
      ** window has closed for AMQ0RCN0 and the audit trail
           SELECT EXECUTION-FILE ASSIGN TO 'CHGEXEC.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EX-KEY
             FILE STATUS IS EXECUTION-FILE-STATUS.

      ** the AMQ0REQ0 parameter handover file
           SELECT REQ-PARAMETER-FILE ASSIGN TO 'REQPARM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HANDOVER-FILE-STATUS.

      ** the outcomes AMQ0RPC0 collected
           SELECT COLLECTOR-REPORT ASSIGN TO 'RPCRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COLLECTOR-REPORT-STATUS.

      ** every step taken, appended one line each
           SELECT EXECUTOR-REPORT ASSIGN TO 'CXERPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXECUTOR-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01 CONTROL-RECORD.
          05 CC-REPLY-TO-QUEUE         PIC X(48).

      ** identical layout to the record AMQ0CGL0 writes
       FD  CHANGE-REQUEST-EXTRACT.
       01 CHANGE-REQUEST-RECORD.
           05 CR-QUEUE-NAME              PIC X(48).
           05 FILLER                     PIC X.
           05 CR-TICKET-ID               PIC X(20).
           05 FILLER                     PIC X.
           05 CR-CHANGE-TYPE             PIC X(10).
           05 FILLER                     PIC X.
           05 CR-RAISED-BY               PIC X(12).
           05 FILLER                     PIC X.
           05 CR-APPROVED-BY             PIC X(12).
           05 FILLER                     PIC X.
           05 CR-PLANNED-START           PIC X(12).
           05 FILLER                     PIC X.
           05 CR-PLANNED-END             PIC X(12).
           05 FILLER                     PIC X.
           05 CR-INHIBIT-SCOPE           PIC X(4).

      ** EX-STATE is PLANNED, INHIBITED, UNCONFIRM, COMPLETE,
      ** CANCELLED, MISSED or FAILED; EX-LAST-OUTCOME the last reply
      ** text or note
       FD  EXECUTION-FILE.
       01 EXECUTION-RECORD.
           05 EX-KEY.
              10 EX-TICKET-ID           PIC X(20).
              10 EX-QUEUE-NAME          PIC X(48).
           05 FILLER                    PIC X.
           05 EX-PLANNED-START          PIC X(12).
           05 FILLER                    PIC X.
           05 EX-PLANNED-END            PIC X(12).
           05 FILLER                    PIC X.
           05 EX-INHIBIT-SCOPE          PIC X(4).
           05 FILLER                    PIC X.
           05 EX-STATE                  PIC X(10).
           05 FILLER                    PIC X.
           05 EX-INHIBITED-AT           PIC X(17).
           05 FILLER                    PIC X.
           05 EX-ENABLED-AT             PIC X(17).
           05 FILLER                    PIC X.
           05 EX-LAST-OUTCOME           PIC X(44).

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

      ** identical layout to the record AMQ0RPC0 writes
       FD  COLLECTOR-REPORT.
       01 COLLECTOR-REPORT-RECORD.
           05 RPC-SENT-TIMESTAMP      PIC X(17).
           05 FILLER                  PIC X.
           05 RPC-QUEUE-LIST          PIC X(60).
           05 FILLER                  PIC X.
           05 RPC-OUTCOME             PIC X(10).
           05 FILLER                  PIC X.
           05 RPC-REPLY-TEXT          PIC X(44).

       FD  EXECUTOR-REPORT.
       01 EXECUTOR-REPORT-RECORD      PIC X(160).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS        PIC XX VALUE '00'.
       01 CR-FILE-STATUS             PIC XX VALUE '00'.
       01 EXECUTION-FILE-STATUS      PIC XX VALUE '00'.
       01 HANDOVER-FILE-STATUS       PIC XX VALUE '00'.
       01 COLLECTOR-REPORT-STATUS    PIC XX VALUE '00'.
       01 EXECUTOR-REPORT-STATUS     PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.
       01 REPLY-TO-QUEUE             PIC X(48) VALUE SPACES.

      ** the time of this run: NOW-STAMP is compared with the
      ** planned windows, RUN-STAMP has AMQ0REQ0's tracking layout
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-STAMP                  PIC X(12).
       01 RUN-STAMP                  PIC X(17).

      ** the planned changes in the feed - FEED-RECORD-COUNT counts
      ** every record, windowed or not, so an empty feed is known
       01 PLANNED-CHANGE-TABLE.
          02 PLANNED-CHANGE-ENTRY OCCURS 500 TIMES.
             05 PC-TICKET-ID          PIC X(20).
             05 PC-QUEUE-NAME         PIC X(48).
             05 PC-PLANNED-START      PIC X(12).
             05 PC-PLANNED-END        PIC X(12).
             05 PC-INHIBIT-SCOPE      PIC X(4).
       01 PLANNED-CHANGE-COUNT       PIC S9(9) BINARY VALUE 0.
       01 PLANNED-CHANGE-INDEX       PIC S9(9) BINARY.
       01 FEED-RECORD-COUNT          PIC 9(7) VALUE 0.

      ** the execution records, loaded once, worked in the table and
      ** written back.  XT-SEEN is Y when the change is still in the
      ** feed; XT-ACTION is I or E for a request sent this run,
      ** XT-NEXT-STATE the state an enable moves the record to
       01 EXECUTION-TABLE.
          02 EXECUTION-ENTRY OCCURS 500 TIMES.
             05 XT-TICKET-ID          PIC X(20).
             05 XT-QUEUE-NAME         PIC X(48).
             05 XT-PLANNED-START      PIC X(12).
             05 XT-PLANNED-END        PIC X(12).
             05 XT-INHIBIT-SCOPE      PIC X(4).
             05 XT-STATE              PIC X(10).
             05 XT-INHIBITED-AT       PIC X(17).
             05 XT-ENABLED-AT         PIC X(17).
             05 XT-LAST-OUTCOME       PIC X(44).
             05 XT-SEEN               PIC X.
             05 XT-ACTION             PIC X.
             05 XT-NEXT-STATE         PIC X(10).
             05 XT-SENT-AT            PIC X(17).
       01 EXECUTION-COUNT            PIC S9(9) BINARY VALUE 0.
       01 EXECUTION-INDEX            PIC S9(9) BINARY.
       01 EXECUTION-MATCH-INDEX      PIC S9(9) BINARY.

      ** LIVE-RECORD-SWITCH is N for a closed execution record whose
      ** change has left the feed - it is left in CHGEXEC.DAT as it
      ** is and not loaded; CLOSED-LEFT-COUNT counts them
       01 LIVE-RECORD-SWITCH         PIC X.
       01 CLOSED-LEFT-COUNT          PIC 9(7) VALUE 0.

      ** WINDOW-START-SWITCH is Y when a moved window's start changed
      ** as well; PRIOR-STATE the state a re-planned record was in
       01 WINDOW-START-SWITCH        PIC X.
       01 PRIOR-STATE                PIC X(10).

      ** the outcomes AMQ0RPC0 collected, each used once
       01 COLLECTED-TABLE.
          02 COLLECTED-ENTRY OCCURS 200 TIMES.
             05 CT-SENT-TIMESTAMP     PIC X(17).
             05 CT-QUEUE-LIST         PIC X(60).
             05 CT-OUTCOME            PIC X(10).
             05 CT-REPLY-TEXT         PIC X(44).
             05 CT-USED               PIC X.
       01 COLLECTED-COUNT            PIC S9(9) BINARY VALUE 0.
       01 COLLECTED-INDEX            PIC S9(9) BINARY.
       01 COLLECTED-MATCH-INDEX      PIC S9(9) BINARY.

      ** one line of CXERPT.DAT
       01 STEP-LINE.
          05 SL-TIMESTAMP            PIC X(17).
          05 FILLER                  PIC X VALUE SPACE.
          05 SL-TICKET-ID            PIC X(20).
          05 FILLER                  PIC X VALUE SPACE.
          05 SL-QUEUE-NAME           PIC X(48).
          05 FILLER                  PIC X VALUE SPACE.
          05 SL-EVENT                PIC X(12).
          05 FILLER                  PIC X VALUE SPACE.
          05 SL-DETAIL               PIC X(59).
       01 STEP-EVENT                 PIC X(12).
       01 STEP-DETAIL                PIC X(59).

       01 SENT-COUNT                 PIC 9(7) VALUE 0.
       01 CONFIRMED-COUNT            PIC 9(7) VALUE 0.
       01 PROBLEM-COUNT              PIC 9(7) VALUE 0.
       01 ADJUSTED-COUNT             PIC 9(7) VALUE 0.

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0CXE0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0CXE0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

      ** the role the job runs under must allow queue inhibits - a
      ** refusal is logged to MNULOG.DAT and alerted by AMQ0ROL0
           MOVE 'AMQ0CXE0' TO ROL-PROGRAM-ID.
           MOVE '*' TO ROL-ACTION.
           MOVE 'AMQ0CXE0' TO ROL-CALLER-ID.
           MOVE 'Y' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.
           IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
             DISPLAY 'AMQ0CXE0 refused - role <' ROL-USER-ROLE
                 '> of user <' ROL-USER-ID '> may not run it'
             MOVE 'ROLE NOT ALLOWED' TO OUTCOME-TEXT
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM GETCTL
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the feed and the execution records and match them     *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM NOWSTAMP
             PERFORM OPENEXE
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADCX
             OPEN EXTEND EXECUTOR-REPORT
             IF EXECUTOR-REPORT-STATUS IS EQUAL TO '35'
               OPEN OUTPUT EXECUTOR-REPORT
             END-IF
             PERFORM LOADEX
             PERFORM VARYING PLANNED-CHANGE-INDEX FROM 1 BY 1
                 UNTIL PLANNED-CHANGE-INDEX > PLANNED-CHANGE-COUNT
               PERFORM MATCHCX
             END-PERFORM
             IF FEED-RECORD-COUNT IS EQUAL TO 0
               DISPLAY 'CHGEXTR.DAT holds no changes - taken as a '
                   'failed load, no change treated as cancelled'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Decide and send each request now due, then collect them    *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM VARYING EXECUTION-INDEX FROM 1 BY 1
                 UNTIL EXECUTION-INDEX > EXECUTION-COUNT
               PERFORM DECIDE
             END-PERFORM
             IF SENT-COUNT IS GREATER THAN 0
               PERFORM COLLREP
             END-IF
             PERFORM SAVEEX
             CLOSE EXECUTION-FILE
             CLOSE EXECUTOR-REPORT
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             DISPLAY FEED-RECORD-COUNT ' change records in the feed'
             DISPLAY '   ' CLOSED-LEFT-COUNT ' closed execution '
                 'records no longer in the feed left as they are'
             DISPLAY '   ' SENT-COUNT ' requests sent, '
                 CONFIRMED-COUNT ' confirmed, ' PROBLEM-COUNT
                 ' failed or unanswered, ' ADJUSTED-COUNT
                 ' adjusted to the feed'
           ELSE
             DISPLAY 'AMQ0CXE0 did not run - ' OUTCOME-TEXT
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE SENT-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0CXE0 end'.
           IF OUTCOME-TEXT IS NOT EQUAL TO SPACES
             MOVE 1 TO RETURN-CODE
           ELSE
             IF PROBLEM-COUNT IS GREATER THAN 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE ZERO TO RETURN-CODE
             END-IF
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read the reply-to queue from CXECTL.DAT                    *
      *                                                              *
      ****************************************************************
       GETCTL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS IS EQUAL TO '00'
             READ CONTROL-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE CC-REPLY-TO-QUEUE TO REPLY-TO-QUEUE
             END-READ
             CLOSE CONTROL-FILE
           END-IF.
           IF REPLY-TO-QUEUE IS EQUAL TO SPACES
             DISPLAY 'no reply-to queue in CXECTL.DAT - requests '
                 'could not be collected'
             MOVE 'NO REPLY-TO QUEUE' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   The time of this run, for the windows and the tracking     *
      *                                                              *
      ****************************************************************
       NOWSTAMP.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-STAMP(1:8).
           MOVE WS-TIME(1:4) TO NOW-STAMP(9:4).
           MOVE WS-DATE TO RUN-STAMP(1:8).
           MOVE '-' TO RUN-STAMP(9:1).
           MOVE WS-TIME TO RUN-STAMP(10:8).

      ****************************************************************
      *                                                              *
      *   Load the changes with a planned window from CHGEXTR.DAT    *
      *                                                              *
      ****************************************************************
       LOADCX.
           MOVE 0 TO PLANNED-CHANGE-COUNT.
           MOVE 0 TO FEED-RECORD-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHANGE-REQUEST-EXTRACT.
           IF CR-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANGE-REQUEST-EXTRACT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO FEED-RECORD-COUNT
                 IF CR-PLANNED-START IS NOT EQUAL TO SPACES
                   IF PLANNED-CHANGE-COUNT IS LESS THAN 500
                     ADD 1 TO PLANNED-CHANGE-COUNT
                     MOVE CR-TICKET-ID
                       TO PC-TICKET-ID(PLANNED-CHANGE-COUNT)
                     MOVE CR-QUEUE-NAME
                       TO PC-QUEUE-NAME(PLANNED-CHANGE-COUNT)
                     MOVE CR-PLANNED-START
                       TO PC-PLANNED-START(PLANNED-CHANGE-COUNT)
                     MOVE CR-PLANNED-END
                       TO PC-PLANNED-END(PLANNED-CHANGE-COUNT)
                     MOVE CR-INHIBIT-SCOPE
                       TO PC-INHIBIT-SCOPE(PLANNED-CHANGE-COUNT)
                   ELSE
                     DISPLAY 'planned change table full - '
                         CR-TICKET-ID ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF CR-FILE-STATUS IS EQUAL TO '00'
           OR CR-FILE-STATUS IS EQUAL TO '10'
             CLOSE CHANGE-REQUEST-EXTRACT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Open (creating if necessary) the keyed execution file      *
      *                                                              *
      ****************************************************************
       OPENEXE.
           OPEN I-O EXECUTION-FILE.
           IF EXECUTION-FILE-STATUS IS EQUAL TO '35'
             OPEN OUTPUT EXECUTION-FILE
             CLOSE EXECUTION-FILE
             OPEN I-O EXECUTION-FILE
           END-IF.
           IF EXECUTION-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'CHGEXEC.DAT could not be opened, status '
                 EXECUTION-FILE-STATUS
             MOVE 'EXECUTION FILE NOT OPENED' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the live execution records into EXECUTION-TABLE.  A   *
      *   COMPLETE, CANCELLED, MISSED or FAILED record whose change  *
      *   is no longer in the feed needs nothing more - it stays in  *
      *   CHGEXEC.DAT untouched, since SAVEEX rewrites only the      *
      *   records in the table, and takes no table entry             *
      *                                                              *
      ****************************************************************
       LOADEX.
           MOVE 0 TO EXECUTION-COUNT.
           MOVE 0 TO CLOSED-LEFT-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ EXECUTION-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 PERFORM LIVEEX
                 IF LIVE-RECORD-SWITCH IS EQUAL TO 'N'
                   ADD 1 TO CLOSED-LEFT-COUNT
                 ELSE
                   IF EXECUTION-COUNT IS LESS THAN 500
                     ADD 1 TO EXECUTION-COUNT
                     MOVE EXECUTION-COUNT TO EXECUTION-INDEX
                     MOVE EX-TICKET-ID TO XT-TICKET-ID(EXECUTION-INDEX)
                     MOVE EX-QUEUE-NAME
                       TO XT-QUEUE-NAME(EXECUTION-INDEX)
                     MOVE EX-PLANNED-START
                       TO XT-PLANNED-START(EXECUTION-INDEX)
                     MOVE EX-PLANNED-END
                       TO XT-PLANNED-END(EXECUTION-INDEX)
                     MOVE EX-INHIBIT-SCOPE
                       TO XT-INHIBIT-SCOPE(EXECUTION-INDEX)
                     MOVE EX-STATE TO XT-STATE(EXECUTION-INDEX)
                     MOVE EX-INHIBITED-AT
                       TO XT-INHIBITED-AT(EXECUTION-INDEX)
                     MOVE EX-ENABLED-AT
                       TO XT-ENABLED-AT(EXECUTION-INDEX)
                     MOVE EX-LAST-OUTCOME
                       TO XT-LAST-OUTCOME(EXECUTION-INDEX)
                     MOVE 'N' TO XT-SEEN(EXECUTION-INDEX)
                     MOVE SPACE TO XT-ACTION(EXECUTION-INDEX)
                   ELSE
                     DISPLAY 'execution table full - ' EX-TICKET-ID
                         ' left for the next run'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Is the execution record just read still live - not yet in  *
      *   a closed state, or its change and queue still in the feed  *
      *                                                              *
      ****************************************************************
       LIVEEX.
           MOVE 'Y' TO LIVE-RECORD-SWITCH.
           IF EX-STATE IS EQUAL TO 'COMPLETE'
           OR EX-STATE IS EQUAL TO 'CANCELLED'
           OR EX-STATE IS EQUAL TO 'MISSED'
           OR EX-STATE IS EQUAL TO 'FAILED'
             MOVE 'N' TO LIVE-RECORD-SWITCH
             PERFORM VARYING PLANNED-CHANGE-INDEX FROM 1 BY 1
                 UNTIL PLANNED-CHANGE-INDEX > PLANNED-CHANGE-COUNT
               IF PC-TICKET-ID(PLANNED-CHANGE-INDEX) IS EQUAL TO
                   EX-TICKET-ID
               AND PC-QUEUE-NAME(PLANNED-CHANGE-INDEX) IS EQUAL TO
                   EX-QUEUE-NAME
                 MOVE 'Y' TO LIVE-RECORD-SWITCH
                 MOVE PLANNED-CHANGE-COUNT TO PLANNED-CHANGE-INDEX
               END-IF
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find the planned change's execution record, adding a       *
      *   PLANNED one the first time it is seen, and take up any     *
      *   change to its window                                       *
      *                                                              *
      ****************************************************************
       MATCHCX.
           MOVE 0 TO EXECUTION-MATCH-INDEX.
           PERFORM VARYING EXECUTION-INDEX FROM 1 BY 1
               UNTIL EXECUTION-INDEX > EXECUTION-COUNT
             IF XT-TICKET-ID(EXECUTION-INDEX) IS EQUAL TO
                 PC-TICKET-ID(PLANNED-CHANGE-INDEX)
             AND XT-QUEUE-NAME(EXECUTION-INDEX) IS EQUAL TO
                 PC-QUEUE-NAME(PLANNED-CHANGE-INDEX)
               MOVE EXECUTION-INDEX TO EXECUTION-MATCH-INDEX
               MOVE EXECUTION-COUNT TO EXECUTION-INDEX
             END-IF
           END-PERFORM.

           IF EXECUTION-MATCH-INDEX IS EQUAL TO 0
             IF EXECUTION-COUNT IS LESS THAN 500
               ADD 1 TO EXECUTION-COUNT
               MOVE EXECUTION-COUNT TO EXECUTION-INDEX
               MOVE PC-TICKET-ID(PLANNED-CHANGE-INDEX)
                 TO XT-TICKET-ID(EXECUTION-INDEX)
               MOVE PC-QUEUE-NAME(PLANNED-CHANGE-INDEX)
                 TO XT-QUEUE-NAME(EXECUTION-INDEX)
               MOVE PC-PLANNED-START(PLANNED-CHANGE-INDEX)
                 TO XT-PLANNED-START(EXECUTION-INDEX)
               MOVE PC-PLANNED-END(PLANNED-CHANGE-INDEX)
                 TO XT-PLANNED-END(EXECUTION-INDEX)
               MOVE PC-INHIBIT-SCOPE(PLANNED-CHANGE-INDEX)
                 TO XT-INHIBIT-SCOPE(EXECUTION-INDEX)
               MOVE 'PLANNED' TO XT-STATE(EXECUTION-INDEX)
               MOVE SPACES TO XT-INHIBITED-AT(EXECUTION-INDEX)
               MOVE SPACES TO XT-ENABLED-AT(EXECUTION-INDEX)
               MOVE SPACES TO XT-LAST-OUTCOME(EXECUTION-INDEX)
               MOVE 'Y' TO XT-SEEN(EXECUTION-INDEX)
               MOVE SPACE TO XT-ACTION(EXECUTION-INDEX)
               MOVE 'PLANNED' TO STEP-EVENT
               MOVE SPACES TO STEP-DETAIL
               STRING 'window ' XT-PLANNED-START(EXECUTION-INDEX)
                      ' to ' XT-PLANNED-END(EXECUTION-INDEX)
                      ' scope ' XT-INHIBIT-SCOPE(EXECUTION-INDEX)
                      DELIMITED BY SIZE
                 INTO STEP-DETAIL
               PERFORM STEPLINE
             ELSE
               DISPLAY 'execution table full - '
                   PC-TICKET-ID(PLANNED-CHANGE-INDEX) ' not planned'
             END-IF
           ELSE
             MOVE EXECUTION-MATCH-INDEX TO EXECUTION-INDEX
             MOVE 'Y' TO XT-SEEN(EXECUTION-INDEX)
             IF PC-PLANNED-START(PLANNED-CHANGE-INDEX) IS NOT EQUAL
                 TO XT-PLANNED-START(EXECUTION-INDEX)
             OR PC-PLANNED-END(PLANNED-CHANGE-INDEX) IS NOT EQUAL
                 TO XT-PLANNED-END(EXECUTION-INDEX)
               PERFORM NEWWIN
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The feed carries a moved or extended window for a change   *
      *   already recorded - take it up.  A CANCELLED, MISSED or     *
      *   FAILED record whose new window has still to close is       *
      *   planned again, its outcome cleared; a COMPLETE one too,    *
      *   but only when the window's start has moved as well.  A     *
      *   window already closed is only noted                        *
      *                                                              *
      ****************************************************************
       NEWWIN.
           ADD 1 TO ADJUSTED-COUNT.
           MOVE 'N' TO WINDOW-START-SWITCH.
           IF PC-PLANNED-START(PLANNED-CHANGE-INDEX) IS NOT EQUAL
               TO XT-PLANNED-START(EXECUTION-INDEX)
             MOVE 'Y' TO WINDOW-START-SWITCH
           END-IF.
           MOVE 'WINDOW MOVED' TO STEP-EVENT.
           MOVE SPACES TO STEP-DETAIL.
           STRING 'was ' XT-PLANNED-START(EXECUTION-INDEX)
                  ' to ' XT-PLANNED-END(EXECUTION-INDEX)
                  ', now ' PC-PLANNED-START(PLANNED-CHANGE-INDEX)
                  ' to ' PC-PLANNED-END(PLANNED-CHANGE-INDEX)
                  DELIMITED BY SIZE
             INTO STEP-DETAIL.
           PERFORM STEPLINE.
           MOVE PC-PLANNED-START(PLANNED-CHANGE-INDEX)
             TO XT-PLANNED-START(EXECUTION-INDEX).
           MOVE PC-PLANNED-END(PLANNED-CHANGE-INDEX)
             TO XT-PLANNED-END(EXECUTION-INDEX).
           MOVE XT-STATE(EXECUTION-INDEX) TO PRIOR-STATE.
           IF NOW-STAMP IS LESS THAN XT-PLANNED-END(EXECUTION-INDEX)
             IF PRIOR-STATE IS EQUAL TO 'CANCELLED'
             OR PRIOR-STATE IS EQUAL TO 'MISSED'
             OR PRIOR-STATE IS EQUAL TO 'FAILED'
             OR (PRIOR-STATE IS EQUAL TO 'COMPLETE'
                 AND WINDOW-START-SWITCH IS EQUAL TO 'Y')
               MOVE 'PLANNED' TO XT-STATE(EXECUTION-INDEX)
               MOVE SPACES TO XT-INHIBITED-AT(EXECUTION-INDEX)
               MOVE SPACES TO XT-ENABLED-AT(EXECUTION-INDEX)
               MOVE SPACES TO XT-LAST-OUTCOME(EXECUTION-INDEX)
               MOVE 'REPLANNED' TO STEP-EVENT
               MOVE SPACES TO STEP-DETAIL
               STRING 'was ' PRIOR-STATE
                      ' - new window still to close'
                      DELIMITED BY SIZE
                 INTO STEP-DETAIL
               PERFORM STEPLINE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Decide what, if anything, the execution record needs now   *
      *                                                              *
      ****************************************************************
       DECIDE.
           IF XT-SEEN(EXECUTION-INDEX) IS NOT EQUAL TO 'Y'
             IF FEED-RECORD-COUNT IS GREATER THAN 0
               PERFORM GONECX
             END-IF
           ELSE
             EVALUATE XT-STATE(EXECUTION-INDEX)
               WHEN 'PLANNED'
                 IF NOW-STAMP IS NOT LESS THAN
                     XT-PLANNED-END(EXECUTION-INDEX)
                   MOVE 'MISSED' TO XT-STATE(EXECUTION-INDEX)
                   MOVE 'window closed before it was seen open'
                     TO XT-LAST-OUTCOME(EXECUTION-INDEX)
                   ADD 1 TO PROBLEM-COUNT
                   MOVE 'MISSED' TO STEP-EVENT
                   MOVE XT-LAST-OUTCOME(EXECUTION-INDEX)
                     TO STEP-DETAIL
                   PERFORM STEPLINE
                 ELSE
                   IF NOW-STAMP IS NOT LESS THAN
                       XT-PLANNED-START(EXECUTION-INDEX)
                     MOVE 'I' TO XT-ACTION(EXECUTION-INDEX)
                     PERFORM SENDREQ
                   END-IF
                 END-IF
               WHEN 'INHIBITED'
               WHEN 'UNCONFIRM'
                 IF NOW-STAMP IS NOT LESS THAN
                     XT-PLANNED-END(EXECUTION-INDEX)
                   MOVE 'E' TO XT-ACTION(EXECUTION-INDEX)
                   MOVE 'COMPLETE' TO XT-NEXT-STATE(EXECUTION-INDEX)
                   PERFORM SENDREQ
                 ELSE
                   IF NOW-STAMP IS LESS THAN
                       XT-PLANNED-START(EXECUTION-INDEX)
      **               rescheduled later since it was inhibited -
      **               lifted until the new start
                     MOVE 'E' TO XT-ACTION(EXECUTION-INDEX)
                     MOVE 'PLANNED' TO XT-NEXT-STATE(EXECUTION-INDEX)
                     PERFORM SENDREQ
                   END-IF
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   The change is no longer in the feed - it was cancelled.    *
      *   A planned one is simply dropped; an inhibit in place is    *
      *   lifted first                                               *
      *                                                              *
      ****************************************************************
       GONECX.
           EVALUATE XT-STATE(EXECUTION-INDEX)
             WHEN 'PLANNED'
               ADD 1 TO ADJUSTED-COUNT
               MOVE 'CANCELLED' TO XT-STATE(EXECUTION-INDEX)
               MOVE 'change no longer in the feed'
                 TO XT-LAST-OUTCOME(EXECUTION-INDEX)
               MOVE 'CANCELLED' TO STEP-EVENT
               MOVE XT-LAST-OUTCOME(EXECUTION-INDEX) TO STEP-DETAIL
               PERFORM STEPLINE
             WHEN 'INHIBITED'
             WHEN 'UNCONFIRM'
               ADD 1 TO ADJUSTED-COUNT
               MOVE 'E' TO XT-ACTION(EXECUTION-INDEX)
               MOVE 'CANCELLED' TO XT-NEXT-STATE(EXECUTION-INDEX)
               PERFORM SENDREQ
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Hand the INHIBIT or ENABLE request to AMQ0REQ0 through     *
      *   REQPARM.DAT and CALL it - the same handover AMQ0REM0 and   *
      *   the operator console use.  The executor lifts the inhibit  *
      *   itself, so no scheduled re-enable is asked for             *
      *                                                              *
      ****************************************************************
       SENDREQ.
           MOVE SPACES TO REQ-PARAMETER-RECORD.
           MOVE XT-QUEUE-NAME(EXECUTION-INDEX) TO RQP-QUEUE-LIST.
           MOVE REPLY-TO-QUEUE TO RQP-REPLY-TO-QUEUE.
           IF XT-ACTION(EXECUTION-INDEX) IS EQUAL TO 'I'
             MOVE 'INHIBIT' TO RQP-ACTION
             MOVE 'INHIBIT SENT' TO STEP-EVENT
           ELSE
             MOVE 'ENABLE ' TO RQP-ACTION
             MOVE 'ENABLE SENT' TO STEP-EVENT
           END-IF.
           MOVE XT-INHIBIT-SCOPE(EXECUTION-INDEX) TO RQP-SCOPE.
           MOVE 0 TO RQP-REENABLE-MINUTES.
           OPEN OUTPUT REQ-PARAMETER-FILE.
           WRITE REQ-PARAMETER-RECORD.
           CLOSE REQ-PARAMETER-FILE.

      ** the send time in AMQ0REQ0's tracking layout, so the outcome
      ** AMQ0RPC0 reports can be told from an earlier request's
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO XT-SENT-AT(EXECUTION-INDEX)(1:8).
           MOVE '-' TO XT-SENT-AT(EXECUTION-INDEX)(9:1).
           MOVE WS-TIME TO XT-SENT-AT(EXECUTION-INDEX)(10:8).
           MOVE ZERO TO RETURN-CODE.
           CALL 'AMQ0REQ0'
             ON EXCEPTION
               MOVE -1 TO RETURN-CODE
           END-CALL.
           CANCEL 'AMQ0REQ0'.

           MOVE SPACES TO STEP-DETAIL.
           IF RETURN-CODE IS EQUAL TO ZERO
             ADD 1 TO SENT-COUNT
             STRING 'scope ' RQP-SCOPE ' window '
                    XT-PLANNED-START(EXECUTION-INDEX) ' to '
                    XT-PLANNED-END(EXECUTION-INDEX)
                    DELIMITED BY SIZE
               INTO STEP-DETAIL
           ELSE
      **     not sent - the record is left as it was, so the next
      **     run decides again
             ADD 1 TO PROBLEM-COUNT
             MOVE 'NOT SENT' TO STEP-EVENT
             MOVE 'AMQ0REQ0 did not put the request'
               TO XT-LAST-OUTCOME(EXECUTION-INDEX)
             MOVE XT-LAST-OUTCOME(EXECUTION-INDEX) TO STEP-DETAIL
             MOVE SPACE TO XT-ACTION(EXECUTION-INDEX)
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           PERFORM STEPLINE.

      ****************************************************************
      *                                                              *
      *   CALL AMQ0RPC0 to collect the replies, then settle each     *
      *   request sent this run from what it reported                *
      *                                                              *
      ****************************************************************
       COLLREP.
           MOVE ZERO TO RETURN-CODE.
           CALL 'AMQ0RPC0'
             ON EXCEPTION
               DISPLAY 'AMQ0RPC0 could not be called'
           END-CALL.
           CANCEL 'AMQ0RPC0'.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LOADRPC.
           PERFORM VARYING EXECUTION-INDEX FROM 1 BY 1
               UNTIL EXECUTION-INDEX > EXECUTION-COUNT
             IF XT-ACTION(EXECUTION-INDEX) IS NOT EQUAL TO SPACE
               PERFORM SETTLE
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Load what AMQ0RPC0 reported into COLLECTED-TABLE           *
      *                                                              *
      ****************************************************************
       LOADRPC.
           MOVE 0 TO COLLECTED-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT COLLECTOR-REPORT.
           IF COLLECTOR-REPORT-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ COLLECTOR-REPORT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF COLLECTED-COUNT IS LESS THAN 200
                   ADD 1 TO COLLECTED-COUNT
                   MOVE COLLECTED-COUNT TO COLLECTED-INDEX
                   MOVE RPC-SENT-TIMESTAMP
                     TO CT-SENT-TIMESTAMP(COLLECTED-INDEX)
                   MOVE RPC-QUEUE-LIST
                     TO CT-QUEUE-LIST(COLLECTED-INDEX)
                   MOVE RPC-OUTCOME TO CT-OUTCOME(COLLECTED-INDEX)
                   MOVE RPC-REPLY-TEXT
                     TO CT-REPLY-TEXT(COLLECTED-INDEX)
                   MOVE 'N' TO CT-USED(COLLECTED-INDEX)
                 END-IF
             END-READ
           END-PERFORM.
           IF COLLECTOR-REPORT-STATUS IS EQUAL TO '00'
           OR COLLECTOR-REPORT-STATUS IS EQUAL TO '10'
             CLOSE COLLECTOR-REPORT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Settle one request sent this run: find the first unused    *
      *   outcome for its queue sent no earlier than it, and move    *
      *   the execution record on                                    *
      *                                                              *
      ****************************************************************
       SETTLE.
           MOVE 0 TO COLLECTED-MATCH-INDEX.
           PERFORM VARYING COLLECTED-INDEX FROM 1 BY 1
               UNTIL COLLECTED-INDEX > COLLECTED-COUNT
             IF CT-USED(COLLECTED-INDEX) IS EQUAL TO 'N'
             AND CT-QUEUE-LIST(COLLECTED-INDEX) IS EQUAL TO
                 XT-QUEUE-NAME(EXECUTION-INDEX)
             AND CT-SENT-TIMESTAMP(COLLECTED-INDEX) IS NOT LESS THAN
                 XT-SENT-AT(EXECUTION-INDEX)
               MOVE COLLECTED-INDEX TO COLLECTED-MATCH-INDEX
               MOVE 'Y' TO CT-USED(COLLECTED-INDEX)
               MOVE COLLECTED-COUNT TO COLLECTED-INDEX
             END-IF
           END-PERFORM.

           MOVE SPACES TO STEP-DETAIL.
           IF COLLECTED-MATCH-INDEX IS EQUAL TO 0
             MOVE 'NO REPLY' TO STEP-EVENT
             MOVE 'no outcome collected for the request'
               TO XT-LAST-OUTCOME(EXECUTION-INDEX)
           ELSE
             MOVE CT-OUTCOME(COLLECTED-MATCH-INDEX) TO STEP-EVENT
             MOVE CT-REPLY-TEXT(COLLECTED-MATCH-INDEX)
               TO XT-LAST-OUTCOME(EXECUTION-INDEX)
           END-IF.

           IF STEP-EVENT IS EQUAL TO 'REPLY'
             ADD 1 TO CONFIRMED-COUNT
             IF XT-ACTION(EXECUTION-INDEX) IS EQUAL TO 'I'
               MOVE 'INHIBITED' TO XT-STATE(EXECUTION-INDEX)
               MOVE XT-SENT-AT(EXECUTION-INDEX)
                 TO XT-INHIBITED-AT(EXECUTION-INDEX)
               MOVE 'INHIBITED' TO STEP-EVENT
             ELSE
               MOVE XT-NEXT-STATE(EXECUTION-INDEX)
                 TO XT-STATE(EXECUTION-INDEX)
               MOVE XT-SENT-AT(EXECUTION-INDEX)
                 TO XT-ENABLED-AT(EXECUTION-INDEX)
               MOVE 'ENABLED' TO STEP-EVENT
             END-IF
           ELSE
             ADD 1 TO PROBLEM-COUNT
             IF XT-ACTION(EXECUTION-INDEX) IS EQUAL TO 'I'
               IF STEP-EVENT IS EQUAL TO 'REPORT'
                 MOVE 'FAILED' TO XT-STATE(EXECUTION-INDEX)
                 MOVE 'INHIBIT FAIL' TO STEP-EVENT
               ELSE
      **         the inhibit may yet be applied - the window end
      **         lifts it all the same
                 MOVE 'UNCONFIRM' TO XT-STATE(EXECUTION-INDEX)
                 MOVE 'INHIBIT UNCF' TO STEP-EVENT
               END-IF
             ELSE
      **       the state is left as it was, so the enable is sent
      **       again by the next run
               MOVE 'ENABLE RETRY' TO STEP-EVENT
             END-IF
           END-IF.
           MOVE XT-LAST-OUTCOME(EXECUTION-INDEX) TO STEP-DETAIL.
           PERFORM STEPLINE.

      ****************************************************************
      *                                                              *
      *   Write every execution record back with one keyed WRITE or  *
      *   REWRITE each                                               *
      *                                                              *
      ****************************************************************
       SAVEEX.
           PERFORM VARYING EXECUTION-INDEX FROM 1 BY 1
               UNTIL EXECUTION-INDEX > EXECUTION-COUNT
             MOVE SPACES TO EXECUTION-RECORD
             MOVE XT-TICKET-ID(EXECUTION-INDEX) TO EX-TICKET-ID
             MOVE XT-QUEUE-NAME(EXECUTION-INDEX) TO EX-QUEUE-NAME
             MOVE XT-PLANNED-START(EXECUTION-INDEX)
               TO EX-PLANNED-START
             MOVE XT-PLANNED-END(EXECUTION-INDEX) TO EX-PLANNED-END
             MOVE XT-INHIBIT-SCOPE(EXECUTION-INDEX)
               TO EX-INHIBIT-SCOPE
             MOVE XT-STATE(EXECUTION-INDEX) TO EX-STATE
             MOVE XT-INHIBITED-AT(EXECUTION-INDEX)
               TO EX-INHIBITED-AT
             MOVE XT-ENABLED-AT(EXECUTION-INDEX) TO EX-ENABLED-AT
             MOVE XT-LAST-OUTCOME(EXECUTION-INDEX)
               TO EX-LAST-OUTCOME
             WRITE EXECUTION-RECORD
               INVALID KEY
                 REWRITE EXECUTION-RECORD
             END-WRITE
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Append (and DISPLAY) one step of the run to CXERPT.DAT     *
      *                                                              *
      ****************************************************************
       STEPLINE.
           MOVE SPACES TO STEP-LINE.
           MOVE RUN-STAMP TO SL-TIMESTAMP.
           MOVE XT-TICKET-ID(EXECUTION-INDEX) TO SL-TICKET-ID.
           MOVE XT-QUEUE-NAME(EXECUTION-INDEX) TO SL-QUEUE-NAME.
           MOVE STEP-EVENT TO SL-EVENT.
           MOVE STEP-DETAIL TO SL-DETAIL.
           MOVE SPACES TO EXECUTOR-REPORT-RECORD.
           WRITE EXECUTOR-REPORT-RECORD FROM STEP-LINE.
           DISPLAY SL-TICKET-ID ' ' SL-QUEUE-NAME(1:32) ' '
               SL-EVENT ' ' SL-DETAIL(1:44).

      ****************************************************************
      *                                                              *
      * END OF AMQ0CXE0                                              *
      *                                                              *
      ****************************************************************
