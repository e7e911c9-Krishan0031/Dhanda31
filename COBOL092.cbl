       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0TRG0                                       *
      *                                                              *
      * Description: Managed trigger-attribute maintenance through   *
      *              MQSET, with audit and scheduled restore         *
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
      *   AMQ0TRG0 changes a queue's trigger attributes through      *
      *   MQSET, the way AMQMSET2 changes its inhibit attributes,    *
      *   so turning an application's triggering off during an      *
      *   incident no longer means a hand-typed ALTER QLOCAL with    *
      *   no record of who did it:                                   *
      *                                                              *
      *      -- TRIGON / TRIGOFF switch trigger control on or off    *
      *         for each queue in a comma-delimited list, and also   *
      *         apply any trigger type, depth or data supplied       *
      *                                                              *
      *      -- TRIGSET changes trigger type, depth and/or data      *
      *         without touching trigger control                     *
      *                                                              *
      *      -- RESTORE puts trigger control, type and depth back    *
      *         to the approved QBASE.DAT baseline straight away     *
      *                                                              *
      *      -- the requester is the login user id, and it is        *
      *         checked against MSETAUTH.DAT exactly as AMQMSET2     *
      *         checks its requesters; an unauthorized entry is      *
      *         audited REJAUTH and never reaches the MQSET.  A      *
      *         requester id parameter naming anyone else ends the   *
      *         run with return code 1                               *
      *                                                              *
      *      -- every change (and every rejection) is appended to    *
      *         MSETAUD.DAT in AMQMSET2's record layout, scope TRIG  *
      *         and the requester id in the reply-queue column,      *
      *         carrying the same tamper-evident chain value so      *
      *         AMQ0TEV0 verifies both writers' records as one       *
      *         trail                                                *
      *                                                              *
      *      -- a non-zero restore interval records the queue on     *
      *         TRGSKED.DAT along with the trigger data it had       *
      *         before the change; the sweep at the start of every   *
      *         run puts each expired queue back to its QBASE.DAT    *
      *         baseline control, type and depth and its saved       *
      *         trigger data (QBASE.DAT does not carry trigger       *
      *         data), audited TRIGRST.  A queue with no baseline    *
      *         entry cannot be scheduled; a restore that fails      *
      *         keeps its entry so the next sweep tries again        *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the requester/action/list/attribute parms     *
      *         MQCONNect to default queue manager                   *
      *         load MSETAUTH.DAT and the QBASE.DAT baseline         *
      *         sweep TRGSKED.DAT, restoring expired entries         *
      *         for each queue in the list,                          *
      *         .  check the requester is authorized                 *
      *         .  MQOPEN the queue for SET and INQUIRE              *
      *         .  MQSET the trigger attributes                      *
      *         .  MQCLOSE the queue                                 *
      *         .  append a chained MSETAUD.DAT audit record         *
      *         .  schedule or cancel the baseline restore           *
      *         MQDISConnect from queue manager                      *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0TRG0 parameters (job parameters, ARGUMENT-NUMBER/      *
      *   ARGUMENT-VALUE):                                           *
      *     1 - requester id (optional; when given it must be the    *
      *         login user id)                                       *
      *     2 - action: TRIGON, TRIGOFF, TRIGSET or RESTORE; with    *
      *         no action the run only sweeps TRGSKED.DAT            *
      *     3 - comma-delimited queue list (required with an         *
      *         action)                                              *
      *     4 - trigger type FIRST, EVERY, DEPTH or NONE (blank -    *
      *         unchanged)                                           *
      *     5 - trigger depth (blank - unchanged)                    *
      *     6 - trigger data (blank - unchanged)                     *
      *     7 - minutes after which the QBASE.DAT baseline is        *
      *         restored (blank or 0 - no scheduled restore)         *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0TRG0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the shared chain-state file: the last check value written
      ** per tamper-evident file
           SELECT CHAIN-STATE-FILE ASSIGN TO 'TEVSTA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHAIN-STATE-STATUS.

      ** the inhibit/enable audit trail AMQMSET2 appends to - trigger
      ** changes are recorded alongside the inhibits
           SELECT INHIBIT-AUDIT-LOG ASSIGN TO 'MSETAUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INHIBIT-AUDIT-STATUS.

      ** maintained list of authorized requesters, shared with
      ** AMQMSET2 - absent file means no authorization is enforced
           SELECT AUTHORIZED-REQUESTERS-FILE ASSIGN TO 'MSETAUTH.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUTH-FILE-STATUS.

      ** the approved attribute baseline AMQ0QBD0 promotes
           SELECT QUEUE-BASELINE ASSIGN TO 'QBASE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BASELINE-FILE-STATUS.

      ** queues awaiting a scheduled baseline restore - a keyed
      ** indexed file updated record by record, queue name as key,
      ** the same shape as AMQMSET2's MSETSKED.DAT
           SELECT RESTORE-SCHEDULE-FILE ASSIGN TO 'TRGSKED.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TS-QUEUE-NAME
             FILE STATUS IS TS-FILE-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INHIBIT-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           05 AUDIT-LOG-TIMESTAMP     PIC X(17).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-QUEUE-NAME    PIC X(40).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-ACTION        PIC X(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-SCOPE         PIC X(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-REPLYTOQ      PIC X(48).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-SET-COMPCODE  PIC 9.
           05 FILLER                  PIC X VALUE SPACE.
      ** the check value chained from the previous record
           05 AUDIT-LOG-CHAIN         PIC 9(9).

       FD  AUTHORIZED-REQUESTERS-FILE.
       01 AUTHORIZED-REQUESTERS-RECORD.
           05 AUTH-REC-USER-ID           PIC X(12).
           05 FILLER                     PIC X VALUE SPACE.
           05 AUTH-REC-QUEUE-PREFIX      PIC X(48).

       FD  QUEUE-BASELINE.
       01 QUEUE-BASELINE-RECORD.
          05 QB-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QB-MAX-Q-DEPTH            PIC 9(9).
          05 FILLER                    PIC X.
          05 QB-MAX-MSG-LENGTH         PIC 9(9).
          05 FILLER                    PIC X.
          05 QB-BACKOUT-THRESHOLD      PIC 9(9).
          05 FILLER                    PIC X.
          05 QB-BACKOUT-REQ-Q-NAME     PIC X(48).
          05 FILLER                    PIC X.
          05 QB-TRIGGER-CONTROL        PIC 9(1).
          05 FILLER                    PIC X.
          05 QB-TRIGGER-TYPE           PIC 9(1).
          05 FILLER                    PIC X.
          05 QB-TRIGGER-DEPTH          PIC 9(9).
          05 FILLER                    PIC X.
          05 QB-DEF-PERSISTENCE        PIC 9(1).

       FD  RESTORE-SCHEDULE-FILE.
       01 RESTORE-SCHEDULE-RECORD.
           05 TS-QUEUE-NAME             PIC X(48).
           05 FILLER                    PIC X VALUE SPACE.
           05 TS-RECORDED-DATE          PIC 9(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 TS-RECORDED-MINUTE        PIC 9(4).
           05 FILLER                    PIC X VALUE SPACE.
           05 TS-RESTORE-MINUTES        PIC 9(5).
           05 FILLER                    PIC X VALUE SPACE.
           05 TS-REQUESTED-BY           PIC X(12).
           05 FILLER                    PIC X VALUE SPACE.
           05 TS-TRIGGER-DATA           PIC X(64).

       FD  CHAIN-STATE-FILE.
       01 CHAIN-STATE-RECORD.
          05 TEV-FILE-NAME             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 TEV-LAST-CHAIN            PIC 9(9).

       WORKING-STORAGE SECTION.

      ** the chain arithmetic for the tamper-evident audit trail -
      ** identical to AMQMSET2's, since both write MSETAUD.DAT
       01 CHAIN-BYTE-AREA            PIC X(1).
       01 CHAIN-BYTE-VALUE REDEFINES CHAIN-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 CHAIN-ACCUMULATOR          PIC S9(18) BINARY.
       01 CHAIN-QUOTIENT             PIC S9(18) BINARY.
       01 CHAIN-POSITION             PIC S9(9) BINARY.
       01 PREVIOUS-CHAIN             PIC 9(9).
       01 CHAIN-STATE-STATUS         PIC XX VALUE '00'.
       01 END-OF-CHAIN-STATE-SWITCH  PIC X VALUE 'N'.
       01 CHAIN-STATE-TABLE.
          02 CHAIN-STATE-ENTRY OCCURS 10 TIMES.
             05 CS-FILE-NAME          PIC X(12).
             05 CS-LAST-CHAIN         PIC 9(9).
       01 CHAIN-STATE-COUNT          PIC S9(9) BINARY VALUE 0.
       01 CHAIN-STATE-INDEX          PIC S9(9) BINARY.
       01 CHAIN-STATE-MATCH          PIC S9(9) BINARY.
      *
      **  Declare MQI structures needed
      * MQI named constants
       01 MY-MQ-CONSTANTS.
          COPY CMQV.
      * Object Descriptor
       01 OBJECT-DESCRIPTOR.
          COPY CMQODV.
      ** note, sample uses defaults where it can
       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 SET-HANDLE                 PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
      ** MQSET's own completion code, captured before the MQCLOSE
      ** call overwrites the shared COMPLETION-CODE field
       01 SET-COMPLETION-CODE        PIC S9(9) BINARY.

      ** up to three integer selectors (control, type, depth) plus
      ** the trigger-data character selector in one MQSET
       01 SELECT-COUNT               PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 4 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 3 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(64).

      ** the attribute values to set for the current queue
       01 NEW-TRIGGER-CONTROL        PIC S9(9) BINARY.
       01 NEW-TRIGGER-TYPE           PIC S9(9) BINARY.
       01 NEW-TRIGGER-DEPTH          PIC S9(9) BINARY.
       01 NEW-TRIGGER-DATA           PIC X(64).
       01 SET-CONTROL-SWITCH         PIC X VALUE 'N'.
       01 SET-TYPE-SWITCH            PIC X VALUE 'N'.
       01 SET-DEPTH-SWITCH           PIC X VALUE 'N'.
       01 SET-DATA-SWITCH            PIC X VALUE 'N'.
      ** trigger data in force before the change, kept for the
      ** scheduled restore
       01 PRIOR-TRIGGER-DATA         PIC X(64).

      ** job parameters
       01 PARM-REQUESTER-ID          PIC X(12) VALUE SPACES.
       01 PARM-ACTION                PIC X(7) VALUE SPACES.
       01 PARM-QUEUE-LIST            PIC X(200) VALUE SPACES.
       01 PARM-TRIGGER-TYPE          PIC X(5) VALUE SPACES.
       01 PARM-TRIGGER-DEPTH-X       PIC X(9) VALUE SPACES.
       01 PARM-TRIGGER-DATA          PIC X(64) VALUE SPACES.
       01 PARM-RESTORE-MINUTES-X     PIC X(5) VALUE SPACES.
       01 PARM-ERROR-TEXT            PIC X(30) VALUE SPACES.
      ** numeric parameters right-aligned into zero-filled work
      ** fields before their NUMERIC test
       01 DEPTH-WORK-X               PIC X(9).
       01 DEPTH-WORK REDEFINES DEPTH-WORK-X PIC 9(9).
       01 MINUTES-WORK-X             PIC X(5).
       01 MINUTES-WORK REDEFINES MINUTES-WORK-X PIC 9(5).
       01 PARM-LENGTH                PIC S9(9) BINARY.
       01 RESTORE-MINUTES            PIC 9(5) VALUE 0.

      ** queue-list parsing, one comma-delimited entry at a time
       01 LIST-POINTER               PIC S9(4) BINARY.
       01 LIST-ENTRY-COUNT           PIC 9(5) VALUE 0.
       01 LIST-OK-COUNT              PIC 9(5) VALUE 0.
       01 LIST-FAILED-COUNT          PIC 9(5) VALUE 0.
       01 WORK-QUEUE-NAME            PIC X(48).
       01 AUDIT-ACTION               PIC X(7).
       01 AUDIT-REQUESTER-ID         PIC X(12).
       01 QUEUE-OUTCOME-TEXT         PIC X(30).

      ** persistent audit log
       01 INHIBIT-AUDIT-STATUS       PIC XX VALUE '00'.
       01 AUDIT-LOG-WS-DATE          PIC 9(8).
       01 AUDIT-LOG-WS-TIME          PIC 9(8).

      ** requester authorization, AMQMSET2's MSETAUTH.DAT check with
      ** the login user id as the requester
       01 AUTH-FILE-STATUS           PIC XX VALUE '00'.
       01 END-OF-AUTH-FILE-SWITCH    PIC X VALUE 'N'.
       01 AUTH-ENFORCE-SWITCH        PIC X VALUE 'N'.
       01 AUTHORIZED-TABLE.
          02 AUTHORIZED-ENTRY OCCURS 200 TIMES.
             05 AUTH-T-USER-ID       PIC X(12).
             05 AUTH-T-QUEUE-PREFIX  PIC X(48).
       01 AUTHORIZED-COUNT           PIC S9(9) BINARY VALUE 0.
       01 AUTHORIZED-INDEX           PIC S9(9) BINARY.
       01 AUTH-PREFIX-LENGTH         PIC S9(9) BINARY.
       01 AUTH-MATCH-SWITCH          PIC X VALUE 'N'.

      ** the QBASE.DAT trigger baseline, loaded once
       01 BASELINE-FILE-STATUS       PIC XX VALUE '00'.
       01 END-OF-BASELINE-SWITCH     PIC X VALUE 'N'.
       01 BASELINE-TABLE.
          02 BASELINE-ENTRY OCCURS 500 TIMES.
             05 BT-QUEUE-NAME        PIC X(48).
             05 BT-TRIGGER-CONTROL   PIC 9(1).
             05 BT-TRIGGER-TYPE      PIC 9(1).
             05 BT-TRIGGER-DEPTH     PIC 9(9).
       01 BASELINE-COUNT             PIC S9(9) BINARY VALUE 0.
       01 BASELINE-INDEX             PIC S9(9) BINARY.
       01 BASELINE-MATCH             PIC S9(9) BINARY.

      ** scheduled-restore sweep state
       01 TS-FILE-STATUS             PIC XX VALUE '00'.
       01 END-OF-SKED-FILE-SWITCH    PIC X VALUE 'N'.
       01 SKED-FOUND-SWITCH          PIC X VALUE 'N'.
       01 SKED-KEPT-COUNT            PIC 9(5) VALUE 0.
       01 SKED-RESTORED-COUNT        PIC 9(5) VALUE 0.
       01 SKED-ELAPSED-MINUTES       PIC S9(9) BINARY.
       01 SKED-WS-DATE               PIC 9(8).
       01 SKED-WS-TIME               PIC 9(8).
       01 SKED-MINUTE-OF-DAY         PIC 9(4).
       01 SKED-HOUR-PART             PIC 9(2).
       01 SKED-MINUTE-PART           PIC 9(2).

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      * Shared operator role checker interface - asked only for the
      * login user id, the requester authorized and audited
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0TRG0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0TRG0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM GETPARMS.

      ** the requester is always the login user - only asking, so
      ** nothing is logged - and a requester id naming anyone else
      ** is refused, so no one is authorized under another's grant
           MOVE 'AMQ0TRG0' TO ROL-PROGRAM-ID.
           MOVE '*' TO ROL-ACTION.
           MOVE 'AMQ0TRG0' TO ROL-CALLER-ID.
           MOVE 'N' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.
           IF PARM-REQUESTER-ID IS NOT EQUAL TO SPACES
           AND PARM-REQUESTER-ID IS NOT EQUAL TO ROL-USER-ID
             DISPLAY 'AMQ0TRG0 refused - requester id <'
                 PARM-REQUESTER-ID '> is not the login user <'
                 ROL-USER-ID '>'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ROL-USER-ID TO PARM-REQUESTER-ID.

           PERFORM VALPARMS.
           IF PARM-ERROR-TEXT IS NOT EQUAL TO SPACES
             DISPLAY 'AMQ0TRG0 parameters rejected - ' PARM-ERROR-TEXT
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

      ** open the shared audit log for append
           OPEN EXTEND INHIBIT-AUDIT-LOG.
           IF INHIBIT-AUDIT-STATUS IS EQUAL TO '35'
             OPEN OUTPUT INHIBIT-AUDIT-LOG
           END-IF.

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
             CLOSE INHIBIT-AUDIT-LOG
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE CON-REASON TO RETURN-CODE
             GOBACK
             END-IF.

           PERFORM LOADAUTH.
           PERFORM LOADBASE.
           PERFORM OPENSKED.

      ****************************************************************
      *                                                              *
      *   Restore any queue whose scheduled interval has expired     *
      *   before acting on this run's own list                       *
      *                                                              *
      ****************************************************************
           PERFORM SWEEP.

           IF PARM-ACTION IS NOT EQUAL TO SPACES
             PERFORM DOLIST
           END-IF.

           CLOSE RESTORE-SCHEDULE-FILE.
           CLOSE INHIBIT-AUDIT-LOG.

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

           DISPLAY SKED-RESTORED-COUNT ' scheduled restores applied, '
               SKED-KEPT-COUNT ' still pending'.
           IF PARM-ACTION IS NOT EQUAL TO SPACES
             DISPLAY PARM-ACTION ' applied to ' LIST-OK-COUNT ' of '
                 LIST-ENTRY-COUNT ' queues, ' LIST-FAILED-COUNT
                 ' failed or rejected'
           END-IF.
      ** indicate that sample program has finished
           IF LIST-FAILED-COUNT IS GREATER THAN 0
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE 'END-OK' TO RLG-STATUS
             MOVE ZERO TO RETURN-CODE
           END-IF.
           COMPUTE RLG-RECORD-COUNT
             = LIST-ENTRY-COUNT + SKED-RESTORED-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0TRG0 end'.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read the job parameters                                    *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-REQUESTER-ID FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-REQUESTER-ID
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-ACTION FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-ACTION
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-QUEUE-LIST FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-QUEUE-LIST
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-TRIGGER-TYPE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-TRIGGER-TYPE
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-TRIGGER-DEPTH-X FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-TRIGGER-DEPTH-X
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-TRIGGER-DATA FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-TRIGGER-DATA
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-RESTORE-MINUTES-X FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-RESTORE-MINUTES-X
           END-ACCEPT.

      ****************************************************************
      *                                                              *
      *   Validate the parameters themselves                         *
      *                                                              *
      ****************************************************************
       VALPARMS.
           MOVE 0 TO RESTORE-MINUTES.

      **   no action at all is the scheduled sweep-only run
           IF PARM-ACTION IS NOT EQUAL TO SPACES
             IF PARM-QUEUE-LIST IS EQUAL TO SPACES
               MOVE 'MISSING PARAMETER' TO PARM-ERROR-TEXT
             END-IF
             IF PARM-ACTION IS NOT EQUAL TO 'TRIGON '
             AND PARM-ACTION IS NOT EQUAL TO 'TRIGOFF'
             AND PARM-ACTION IS NOT EQUAL TO 'TRIGSET'
             AND PARM-ACTION IS NOT EQUAL TO 'RESTORE'
               MOVE 'INVALID ACTION' TO PARM-ERROR-TEXT
             END-IF
           END-IF.

           IF PARM-TRIGGER-TYPE IS NOT EQUAL TO SPACES
             IF PARM-TRIGGER-TYPE IS NOT EQUAL TO 'FIRST'
             AND PARM-TRIGGER-TYPE IS NOT EQUAL TO 'EVERY'
             AND PARM-TRIGGER-TYPE IS NOT EQUAL TO 'DEPTH'
             AND PARM-TRIGGER-TYPE IS NOT EQUAL TO 'NONE '
               MOVE 'INVALID TRIGGER TYPE' TO PARM-ERROR-TEXT
             END-IF
           END-IF.

      **   trailing-blank-trimmed length, scanning backwards, then the
      **   digits right-aligned into a zero-filled field before the
      **   NUMERIC test
           IF PARM-TRIGGER-DEPTH-X IS NOT EQUAL TO SPACES
             PERFORM VARYING PARM-LENGTH FROM 9 BY -1
                 UNTIL PARM-LENGTH IS EQUAL TO 0
                 OR PARM-TRIGGER-DEPTH-X(PARM-LENGTH:1)
                    IS NOT EQUAL TO SPACE
               CONTINUE
             END-PERFORM
             MOVE ZEROS TO DEPTH-WORK-X
             MOVE PARM-TRIGGER-DEPTH-X(1:PARM-LENGTH)
               TO DEPTH-WORK-X(10 - PARM-LENGTH:PARM-LENGTH)
             IF DEPTH-WORK-X IS NOT NUMERIC
               MOVE 'INVALID TRIGGER DEPTH' TO PARM-ERROR-TEXT
             ELSE
               IF DEPTH-WORK IS EQUAL TO 0
                 MOVE 'INVALID TRIGGER DEPTH' TO PARM-ERROR-TEXT
               END-IF
             END-IF
           END-IF.

           IF PARM-RESTORE-MINUTES-X IS NOT EQUAL TO SPACES
             PERFORM VARYING PARM-LENGTH FROM 5 BY -1
                 UNTIL PARM-LENGTH IS EQUAL TO 0
                 OR PARM-RESTORE-MINUTES-X(PARM-LENGTH:1)
                    IS NOT EQUAL TO SPACE
               CONTINUE
             END-PERFORM
             MOVE ZEROS TO MINUTES-WORK-X
             MOVE PARM-RESTORE-MINUTES-X(1:PARM-LENGTH)
               TO MINUTES-WORK-X(6 - PARM-LENGTH:PARM-LENGTH)
             IF MINUTES-WORK-X IS NOT NUMERIC
               MOVE 'INVALID RESTORE MINUTES' TO PARM-ERROR-TEXT
             ELSE
               MOVE MINUTES-WORK TO RESTORE-MINUTES
             END-IF
           END-IF.

           IF PARM-ACTION IS EQUAL TO 'TRIGSET'
           AND PARM-TRIGGER-TYPE IS EQUAL TO SPACES
           AND PARM-TRIGGER-DEPTH-X IS EQUAL TO SPACES
           AND PARM-TRIGGER-DATA IS EQUAL TO SPACES
             MOVE 'NOTHING TO SET' TO PARM-ERROR-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Work out which attributes this run's MQSET carries, and    *
      *   their values, from the validated parameters - RESTORE      *
      *   takes its values from the baseline instead (BASEVALS)      *
      *                                                              *
      ****************************************************************
       PARMVALS.
           MOVE 'N' TO SET-CONTROL-SWITCH.
           MOVE 'N' TO SET-TYPE-SWITCH.
           MOVE 'N' TO SET-DEPTH-SWITCH.
           MOVE 'N' TO SET-DATA-SWITCH.
           EVALUATE PARM-ACTION
             WHEN 'TRIGON '
               MOVE 'Y' TO SET-CONTROL-SWITCH
               MOVE MQTC-ON TO NEW-TRIGGER-CONTROL
             WHEN 'TRIGOFF'
               MOVE 'Y' TO SET-CONTROL-SWITCH
               MOVE MQTC-OFF TO NEW-TRIGGER-CONTROL
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF PARM-TRIGGER-TYPE IS NOT EQUAL TO SPACES
             MOVE 'Y' TO SET-TYPE-SWITCH
             EVALUATE PARM-TRIGGER-TYPE
               WHEN 'FIRST'
                 MOVE MQTT-FIRST TO NEW-TRIGGER-TYPE
               WHEN 'EVERY'
                 MOVE MQTT-EVERY TO NEW-TRIGGER-TYPE
               WHEN 'DEPTH'
                 MOVE MQTT-DEPTH TO NEW-TRIGGER-TYPE
               WHEN OTHER
                 MOVE MQTT-NONE TO NEW-TRIGGER-TYPE
             END-EVALUATE
           END-IF.
           IF PARM-TRIGGER-DEPTH-X IS NOT EQUAL TO SPACES
             MOVE 'Y' TO SET-DEPTH-SWITCH
             MOVE DEPTH-WORK TO NEW-TRIGGER-DEPTH
           END-IF.
           IF PARM-TRIGGER-DATA IS NOT EQUAL TO SPACES
             MOVE 'Y' TO SET-DATA-SWITCH
             MOVE PARM-TRIGGER-DATA TO NEW-TRIGGER-DATA
           END-IF.

      ****************************************************************
      *                                                              *
      *   Work through the comma-delimited queue list, one entry at  *
      *   a time                                                     *
      *                                                              *
      ****************************************************************
       DOLIST.
           MOVE ROL-USER-ID TO AUDIT-REQUESTER-ID.
           MOVE 1 TO LIST-POINTER.
           PERFORM UNTIL LIST-POINTER > 200
             MOVE SPACES TO WORK-QUEUE-NAME
             UNSTRING PARM-QUEUE-LIST DELIMITED BY ','
               INTO WORK-QUEUE-NAME
               WITH POINTER LIST-POINTER
             END-UNSTRING
             IF WORK-QUEUE-NAME IS NOT EQUAL TO SPACES
               ADD 1 TO LIST-ENTRY-COUNT
      **        an unauthorized entry never reaches the MQSET
               PERFORM AUTHCHK
               IF AUTH-MATCH-SWITCH IS NOT EQUAL TO 'Y'
                 DISPLAY PARM-ACTION ' for ' WORK-QUEUE-NAME
                     ' from user <' ROL-USER-ID
                     '> rejected - not authorized'
                 ADD 1 TO LIST-FAILED-COUNT
                 MOVE 'REJAUTH' TO AUDIT-ACTION
                 MOVE MQCC-FAILED TO SET-COMPLETION-CODE
                 PERFORM AUDITLOG
               ELSE
                 PERFORM DOQUEUE
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Apply this run's action to one authorized queue            *
      *                                                              *
      ****************************************************************
       DOQUEUE.
           MOVE SPACES TO QUEUE-OUTCOME-TEXT.
           PERFORM FINDBASE.
           IF PARM-ACTION IS EQUAL TO 'RESTORE'
             MOVE 'TRIGRST' TO AUDIT-ACTION
             IF BASELINE-MATCH IS EQUAL TO 0
               MOVE 'nothing to restore' TO QUEUE-OUTCOME-TEXT
             ELSE
               PERFORM BASEVALS
             END-IF
           ELSE
             MOVE PARM-ACTION TO AUDIT-ACTION
             PERFORM PARMVALS
      **     a scheduled restore is only accepted where there is a
      **     baseline to restore to
             IF RESTORE-MINUTES IS GREATER THAN 0
             AND BASELINE-MATCH IS EQUAL TO 0
               MOVE 'scheduled restore refused' TO QUEUE-OUTCOME-TEXT
             END-IF
           END-IF.

           IF QUEUE-OUTCOME-TEXT IS NOT EQUAL TO SPACES
             DISPLAY 'no QBASE.DAT baseline for ' WORK-QUEUE-NAME
                 ' - ' QUEUE-OUTCOME-TEXT ', queue not changed'
             ADD 1 TO LIST-FAILED-COUNT
           ELSE
             MOVE WORK-QUEUE-NAME TO MQOD-OBJECTNAME
             PERFORM SOPEN
             MOVE COMPLETION-CODE TO SET-COMPLETION-CODE
             IF COMPLETION-CODE IS EQUAL TO MQCC-OK
               IF RESTORE-MINUTES IS GREATER THAN 0
               AND PARM-ACTION IS NOT EQUAL TO 'RESTORE'
                 PERFORM QINQ
               END-IF
               PERFORM SETS
               PERFORM SCLOSE
             ELSE
               DISPLAY 'MQOPEN ended with reason code ' REASON
                   ' for ' WORK-QUEUE-NAME
             END-IF
             PERFORM AUDITLOG
             IF SET-COMPLETION-CODE IS EQUAL TO MQCC-OK
               ADD 1 TO LIST-OK-COUNT
               DISPLAY AUDIT-ACTION ' applied to ' WORK-QUEUE-NAME
               IF PARM-ACTION IS EQUAL TO 'RESTORE'
      **          a manual restore cancels any pending scheduled one
                 PERFORM SKEDCLEAR
               ELSE
                 IF RESTORE-MINUTES IS GREATER THAN 0
                   PERFORM SKEDADD
                 END-IF
               END-IF
             ELSE
               ADD 1 TO LIST-FAILED-COUNT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *  Open the queue for SET and INQUIRE                          *
      *                                                              *
      ****************************************************************
       SOPEN.
           ADD MQOO-SET MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, SET-HANDLE,
            COMPLETION-CODE, REASON.

      ****************************************************************
      *                                                              *
      *  Inquire the trigger data in force before the change, so     *
      *  the scheduled restore can put it back                       *
      *                                                              *
      ****************************************************************
       QINQ.
           MOVE SPACES TO PRIOR-TRIGGER-DATA.
           MOVE 1 TO SELECT-COUNT.
           MOVE MQCA-TRIGGER-DATA TO SELECTOR(1).
           MOVE 0 TO INT-ATTR-COUNT.
           MOVE 64 TO CHAR-ATTR-LENGTH.
           CALL 'MQINQ'
            USING HCONN, SET-HANDLE,
            SELECT-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             MOVE CHAR-ATTRS TO PRIOR-TRIGGER-DATA
           ELSE
             DISPLAY 'MQINQ ended with reason code ' REASON
                 ' for ' WORK-QUEUE-NAME
           END-IF.

      ****************************************************************
      *                                                              *
      *  Set the chosen trigger attributes (MQSET) - the integer     *
      *  selectors first, in the order their values sit in           *
      *  INT-ATTR-TABLE, then the trigger-data character selector    *
      *                                                              *
      ****************************************************************
       SETS.
           MOVE 0 TO SELECT-COUNT.
           MOVE 0 TO INT-ATTR-COUNT.
           MOVE 0 TO CHAR-ATTR-LENGTH.
           MOVE SPACES TO CHAR-ATTRS.
           IF SET-CONTROL-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO SELECT-COUNT
             ADD 1 TO INT-ATTR-COUNT
             MOVE MQIA-TRIGGER-CONTROL TO SELECTOR(SELECT-COUNT)
             MOVE NEW-TRIGGER-CONTROL TO INT-ATTR(INT-ATTR-COUNT)
           END-IF.
           IF SET-TYPE-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO SELECT-COUNT
             ADD 1 TO INT-ATTR-COUNT
             MOVE MQIA-TRIGGER-TYPE TO SELECTOR(SELECT-COUNT)
             MOVE NEW-TRIGGER-TYPE TO INT-ATTR(INT-ATTR-COUNT)
           END-IF.
           IF SET-DEPTH-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO SELECT-COUNT
             ADD 1 TO INT-ATTR-COUNT
             MOVE MQIA-TRIGGER-DEPTH TO SELECTOR(SELECT-COUNT)
             MOVE NEW-TRIGGER-DEPTH TO INT-ATTR(INT-ATTR-COUNT)
           END-IF.
           IF SET-DATA-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO SELECT-COUNT
             MOVE MQCA-TRIGGER-DATA TO SELECTOR(SELECT-COUNT)
             MOVE 64 TO CHAR-ATTR-LENGTH
             MOVE NEW-TRIGGER-DATA TO CHAR-ATTRS
           END-IF.
           CALL 'MQSET'
            USING HCONN, SET-HANDLE,
            SELECT-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           MOVE COMPLETION-CODE TO SET-COMPLETION-CODE.
           IF REASON IS NOT EQUAL TO MQRC-NONE
             DISPLAY 'MQSET ended with reason code ' REASON
                 ' for ' WORK-QUEUE-NAME
           END-IF.

      ****************************************************************
      *                                                              *
      *  CLOSE the MQSET queue                                       *
      *                                                              *
      ****************************************************************
       SCLOSE.
           MOVE MQCO-NONE TO OPEN-OPTIONS.
           CALL 'MQCLOSE'
            USING HCONN, SET-HANDLE, OPEN-OPTIONS,
            COMPLETION-CODE, REASON.

      *      report reason, if any
           IF REASON IS NOT EQUAL TO MQRC-NONE
             DISPLAY 'MQCLOSE ended with reason code ' REASON
             END-IF.

      ****************************************************************
      *                                                              *
      *  Append one chained audit record in AMQMSET2's layout - the  *
      *  requester id sits in the reply-queue column, since a batch  *
      *  change has no reply queue                                   *
      *                                                              *
      ****************************************************************
       AUDITLOG.
           ACCEPT AUDIT-LOG-WS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-LOG-WS-TIME FROM TIME.
           MOVE AUDIT-LOG-WS-DATE TO AUDIT-LOG-TIMESTAMP(1:8).
           MOVE '-' TO AUDIT-LOG-TIMESTAMP(9:1).
           MOVE AUDIT-LOG-WS-TIME TO AUDIT-LOG-TIMESTAMP(10:8).
           MOVE WORK-QUEUE-NAME TO AUDIT-LOG-QUEUE-NAME.
           MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
           MOVE 'TRIG' TO AUDIT-LOG-SCOPE.
           MOVE AUDIT-REQUESTER-ID TO AUDIT-LOG-REPLYTOQ.
           IF SET-COMPLETION-CODE IS EQUAL TO MQCC-OK
             MOVE 0 TO AUDIT-LOG-SET-COMPCODE
           ELSE
             MOVE 2 TO AUDIT-LOG-SET-COMPCODE
           END-IF.
           PERFORM CHAINCLC.
           WRITE AUDIT-LOG-RECORD.
           PERFORM CHAINSAV.

      ****************************************************************
      *                                                              *
      *  Load the authorized-requesters list from MSETAUTH.DAT -     *
      *  enforcement only switches on when the file exists           *
      *                                                              *
      ****************************************************************
       LOADAUTH.
           MOVE 0 TO AUTHORIZED-COUNT.
           MOVE 'N' TO END-OF-AUTH-FILE-SWITCH.
           OPEN INPUT AUTHORIZED-REQUESTERS-FILE.
           IF AUTH-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-AUTH-FILE-SWITCH
           ELSE
             MOVE 'Y' TO AUTH-ENFORCE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-AUTH-FILE-SWITCH IS EQUAL TO 'Y'
             READ AUTHORIZED-REQUESTERS-FILE
               AT END
                 MOVE 'Y' TO END-OF-AUTH-FILE-SWITCH
               NOT AT END
                 IF AUTHORIZED-COUNT IS LESS THAN 200
                   ADD 1 TO AUTHORIZED-COUNT
                   MOVE AUTH-REC-USER-ID
                     TO AUTH-T-USER-ID(AUTHORIZED-COUNT)
                   MOVE AUTH-REC-QUEUE-PREFIX
                     TO AUTH-T-QUEUE-PREFIX(AUTHORIZED-COUNT)
                 ELSE
                   DISPLAY 'authorized-requesters table full - '
                     'entry for ' AUTH-REC-USER-ID ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF AUTH-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE AUTHORIZED-REQUESTERS-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *  Check the requester id against the authorized-requesters    *
      *  table for WORK-QUEUE-NAME.  An entry matches when its user  *
      *  id equals the requester's and its prefix is '*' or a        *
      *  leading match on the target name                            *
      *                                                              *
      ****************************************************************
       AUTHCHK.
           IF AUTH-ENFORCE-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'Y' TO AUTH-MATCH-SWITCH
           ELSE
             MOVE 'N' TO AUTH-MATCH-SWITCH
             PERFORM VARYING AUTHORIZED-INDEX FROM 1 BY 1
                 UNTIL AUTHORIZED-INDEX > AUTHORIZED-COUNT
               IF AUTH-T-USER-ID(AUTHORIZED-INDEX) IS EQUAL TO
                   ROL-USER-ID
                 IF AUTH-T-QUEUE-PREFIX(AUTHORIZED-INDEX)
                     IS EQUAL TO '*'
                   MOVE 'Y' TO AUTH-MATCH-SWITCH
                 ELSE
                   MOVE 0 TO AUTH-PREFIX-LENGTH
                   PERFORM VARYING AUTH-PREFIX-LENGTH FROM 48 BY -1
                       UNTIL AUTH-PREFIX-LENGTH IS EQUAL TO 0
                       OR AUTH-T-QUEUE-PREFIX(AUTHORIZED-INDEX)
                          (AUTH-PREFIX-LENGTH:1)
                          IS NOT EQUAL TO SPACE
                     CONTINUE
                   END-PERFORM
                   IF AUTH-PREFIX-LENGTH IS GREATER THAN 0
                     IF WORK-QUEUE-NAME(1:AUTH-PREFIX-LENGTH)
                         IS EQUAL TO
                         AUTH-T-QUEUE-PREFIX(AUTHORIZED-INDEX)
                         (1:AUTH-PREFIX-LENGTH)
                       MOVE 'Y' TO AUTH-MATCH-SWITCH
                     END-IF
                   END-IF
                 END-IF
               END-IF
               IF AUTH-MATCH-SWITCH IS EQUAL TO 'Y'
                 MOVE AUTHORIZED-COUNT TO AUTHORIZED-INDEX
               END-IF
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *  Load the trigger columns of the QBASE.DAT baseline - an     *
      *  absent baseline simply means nothing can be restored        *
      *                                                              *
      ****************************************************************
       LOADBASE.
           MOVE 0 TO BASELINE-COUNT.
           MOVE 'N' TO END-OF-BASELINE-SWITCH.
           OPEN INPUT QUEUE-BASELINE.
           IF BASELINE-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no QBASE.DAT on hand - no baseline restore '
                 'is possible this run'
             MOVE 'Y' TO END-OF-BASELINE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-BASELINE-SWITCH IS EQUAL TO 'Y'
             READ QUEUE-BASELINE
               AT END
                 MOVE 'Y' TO END-OF-BASELINE-SWITCH
               NOT AT END
                 IF BASELINE-COUNT IS LESS THAN 500
                   ADD 1 TO BASELINE-COUNT
                   MOVE QB-QUEUE-NAME
                     TO BT-QUEUE-NAME(BASELINE-COUNT)
                   MOVE QB-TRIGGER-CONTROL
                     TO BT-TRIGGER-CONTROL(BASELINE-COUNT)
                   MOVE QB-TRIGGER-TYPE
                     TO BT-TRIGGER-TYPE(BASELINE-COUNT)
                   MOVE QB-TRIGGER-DEPTH
                     TO BT-TRIGGER-DEPTH(BASELINE-COUNT)
                 ELSE
                   DISPLAY 'baseline table full - entry for '
                     QB-QUEUE-NAME ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF BASELINE-FILE-STATUS IS EQUAL TO '00'
           OR BASELINE-FILE-STATUS IS EQUAL TO '10'
             CLOSE QUEUE-BASELINE
           END-IF.

      ****************************************************************
      *                                                              *
      *  Find WORK-QUEUE-NAME in the baseline table                  *
      *                                                              *
      ****************************************************************
       FINDBASE.
           MOVE 0 TO BASELINE-MATCH.
           PERFORM VARYING BASELINE-INDEX FROM 1 BY 1
               UNTIL BASELINE-INDEX > BASELINE-COUNT
             IF BT-QUEUE-NAME(BASELINE-INDEX) IS EQUAL TO
                 WORK-QUEUE-NAME
               MOVE BASELINE-INDEX TO BASELINE-MATCH
               MOVE BASELINE-COUNT TO BASELINE-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *  Take the attribute values to set from the matched baseline  *
      *  entry                                                       *
      *                                                              *
      ****************************************************************
       BASEVALS.
           MOVE 'Y' TO SET-CONTROL-SWITCH.
           MOVE 'Y' TO SET-TYPE-SWITCH.
           MOVE 'Y' TO SET-DEPTH-SWITCH.
           MOVE BT-TRIGGER-CONTROL(BASELINE-MATCH)
             TO NEW-TRIGGER-CONTROL.
           MOVE BT-TRIGGER-TYPE(BASELINE-MATCH) TO NEW-TRIGGER-TYPE.
           MOVE BT-TRIGGER-DEPTH(BASELINE-MATCH)
             TO NEW-TRIGGER-DEPTH.

      ****************************************************************
      *                                                              *
      *  Open (creating if necessary) the keyed restore schedule     *
      *                                                              *
      ****************************************************************
       OPENSKED.
           OPEN I-O RESTORE-SCHEDULE-FILE.
           IF TS-FILE-STATUS IS EQUAL TO '35'
             OPEN OUTPUT RESTORE-SCHEDULE-FILE
             CLOSE RESTORE-SCHEDULE-FILE
             OPEN I-O RESTORE-SCHEDULE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *  Walk the keyed schedule file and restore any queue whose    *
      *  interval has expired; restored entries are deleted, entries *
      *  not yet due (or whose restore failed) are left in place     *
      *                                                              *
      ****************************************************************
       SWEEP.
           MOVE 0 TO SKED-KEPT-COUNT.
           MOVE 0 TO SKED-RESTORED-COUNT.
           MOVE 'N' TO END-OF-SKED-FILE-SWITCH.
           ACCEPT SKED-WS-DATE FROM DATE YYYYMMDD.
           ACCEPT SKED-WS-TIME FROM TIME.
           MOVE SKED-WS-TIME(1:2) TO SKED-HOUR-PART.
           MOVE SKED-WS-TIME(3:2) TO SKED-MINUTE-PART.
           COMPUTE SKED-MINUTE-OF-DAY
             = SKED-HOUR-PART * 60 + SKED-MINUTE-PART.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-SKED-FILE-SWITCH IS EQUAL TO 'Y'
             READ RESTORE-SCHEDULE-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO END-OF-SKED-FILE-SWITCH
               NOT AT END
                 PERFORM REAPSKED
             END-READ
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *  Judge the schedule record just read                         *
      *                                                              *
      *  NOTE - elapsed time is measured in minutes-since-midnight;  *
      *         an entry recorded on an earlier date is always       *
      *         treated as expired, the same rule AMQMSET2's         *
      *         REAPSKED applies                                     *
      *                                                              *
      ****************************************************************
       REAPSKED.
           IF TS-RECORDED-DATE IS LESS THAN SKED-WS-DATE
             MOVE 99999 TO SKED-ELAPSED-MINUTES
           ELSE
             COMPUTE SKED-ELAPSED-MINUTES
               = SKED-MINUTE-OF-DAY - TS-RECORDED-MINUTE
           END-IF.
           MOVE TS-QUEUE-NAME TO WORK-QUEUE-NAME.
           PERFORM FINDBASE.
           IF SKED-ELAPSED-MINUTES IS LESS THAN TS-RESTORE-MINUTES
             ADD 1 TO SKED-KEPT-COUNT
           ELSE
             IF BASELINE-MATCH IS EQUAL TO 0
               DISPLAY 'scheduled restore for ' WORK-QUEUE-NAME
                   ' kept - no QBASE.DAT baseline entry'
               ADD 1 TO SKED-KEPT-COUNT
             ELSE
               PERFORM RESTSKED
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *  Put one expired queue back to its baseline control, type    *
      *  and depth and its saved trigger data, audited under the id  *
      *  of the requester who scheduled the restore                  *
      *                                                              *
      ****************************************************************
       RESTSKED.
           PERFORM BASEVALS.
           MOVE 'Y' TO SET-DATA-SWITCH.
           MOVE TS-TRIGGER-DATA TO NEW-TRIGGER-DATA.
           MOVE 'TRIGRST' TO AUDIT-ACTION.
           MOVE TS-REQUESTED-BY TO AUDIT-REQUESTER-ID.
           MOVE WORK-QUEUE-NAME TO MQOD-OBJECTNAME.
           PERFORM SOPEN.
           MOVE COMPLETION-CODE TO SET-COMPLETION-CODE.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             PERFORM SETS
             PERFORM SCLOSE
           ELSE
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' WORK-QUEUE-NAME
           END-IF.
           PERFORM AUDITLOG.

           IF SET-COMPLETION-CODE IS EQUAL TO MQCC-OK
             ADD 1 TO SKED-RESTORED-COUNT
             DISPLAY 'scheduled trigger restore applied to '
                 WORK-QUEUE-NAME
             DELETE RESTORE-SCHEDULE-FILE RECORD
               INVALID KEY
                 DISPLAY 'unable to delete schedule entry for '
                     WORK-QUEUE-NAME ', file status '
                     TS-FILE-STATUS
             END-DELETE
           ELSE
      **      keep the entry so the next sweep tries again rather
      **      than stranding the queue with the incident settings
             ADD 1 TO SKED-KEPT-COUNT
           END-IF.

      ****************************************************************
      *                                                              *
      *  Record a pending restore for the queue just changed, with   *
      *  the trigger data it carried beforehand                      *
      *                                                              *
      ****************************************************************
       SKEDADD.
           ACCEPT SKED-WS-DATE FROM DATE YYYYMMDD.
           ACCEPT SKED-WS-TIME FROM TIME.
           MOVE SKED-WS-TIME(1:2) TO SKED-HOUR-PART.
           MOVE SKED-WS-TIME(3:2) TO SKED-MINUTE-PART.
           MOVE WORK-QUEUE-NAME TO TS-QUEUE-NAME.
      **    a repeated change refreshes the interval but keeps the
      **    trigger data saved by the first change, so the restore
      **    still goes back to what was there before the incident
           READ RESTORE-SCHEDULE-FILE
             INVALID KEY
               MOVE 'N' TO SKED-FOUND-SWITCH
             NOT INVALID KEY
               MOVE 'Y' TO SKED-FOUND-SWITCH
           END-READ.
           MOVE WORK-QUEUE-NAME TO TS-QUEUE-NAME.
           MOVE SKED-WS-DATE TO TS-RECORDED-DATE.
           COMPUTE TS-RECORDED-MINUTE
             = SKED-HOUR-PART * 60 + SKED-MINUTE-PART.
           MOVE RESTORE-MINUTES TO TS-RESTORE-MINUTES.
           MOVE ROL-USER-ID TO TS-REQUESTED-BY.
           IF SKED-FOUND-SWITCH IS EQUAL TO 'Y'
             REWRITE RESTORE-SCHEDULE-RECORD
           ELSE
             MOVE PRIOR-TRIGGER-DATA TO TS-TRIGGER-DATA
             WRITE RESTORE-SCHEDULE-RECORD
               INVALID KEY
                 DISPLAY 'unable to schedule restore for '
                     WORK-QUEUE-NAME ', file status '
                     TS-FILE-STATUS
             END-WRITE
           END-IF.

      ****************************************************************
      *                                                              *
      *  Cancel any pending scheduled restore for a queue that has   *
      *  just been restored manually                                 *
      *                                                              *
      ****************************************************************
       SKEDCLEAR.
           MOVE WORK-QUEUE-NAME TO TS-QUEUE-NAME.
           DELETE RESTORE-SCHEDULE-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.

      ****************************************************************
      *                                                              *
      *   Compute the check value for the audit record about to be   *
      *   written: the previous record's value (from TEVSTA.DAT)     *
      *   rolled through every byte of this record ahead of the      *
      *   check-value column                                         *
      *                                                              *
      ****************************************************************
       CHAINCLC.
           PERFORM CHAINGET.
           MOVE PREVIOUS-CHAIN TO CHAIN-ACCUMULATOR.
           PERFORM VARYING CHAIN-POSITION FROM 1 BY 1
               UNTIL CHAIN-POSITION IS GREATER THAN 122
             MOVE AUDIT-LOG-RECORD(CHAIN-POSITION:1)
               TO CHAIN-BYTE-AREA
             COMPUTE CHAIN-ACCUMULATOR = CHAIN-ACCUMULATOR * 31
                 + CHAIN-BYTE-VALUE
             DIVIDE CHAIN-ACCUMULATOR BY 999999937
               GIVING CHAIN-QUOTIENT
               REMAINDER CHAIN-ACCUMULATOR
           END-PERFORM.
           MOVE CHAIN-ACCUMULATOR TO AUDIT-LOG-CHAIN.

      ****************************************************************
      *                                                              *
      *   The last check value written to MSETAUD.DAT, from the      *
      *   shared chain-state file                                    *
      *                                                              *
      ****************************************************************
       CHAINGET.
           MOVE 0 TO PREVIOUS-CHAIN.
           MOVE 0 TO CHAIN-STATE-COUNT.
           MOVE 'N' TO END-OF-CHAIN-STATE-SWITCH.
           OPEN INPUT CHAIN-STATE-FILE.
           IF CHAIN-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-CHAIN-STATE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-CHAIN-STATE-SWITCH IS EQUAL TO 'Y'
             READ CHAIN-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-CHAIN-STATE-SWITCH
               NOT AT END
                 IF CHAIN-STATE-COUNT IS LESS THAN 10
                   ADD 1 TO CHAIN-STATE-COUNT
                   MOVE TEV-FILE-NAME
                     TO CS-FILE-NAME(CHAIN-STATE-COUNT)
                   MOVE TEV-LAST-CHAIN
                     TO CS-LAST-CHAIN(CHAIN-STATE-COUNT)
                   IF TEV-FILE-NAME IS EQUAL TO 'MSETAUD.DAT'
                     MOVE TEV-LAST-CHAIN TO PREVIOUS-CHAIN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF CHAIN-STATE-STATUS IS EQUAL TO '00'
           OR CHAIN-STATE-STATUS IS EQUAL TO '10'
             CLOSE CHAIN-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Remember the check value just written - a file problem is  *
      *   DISPLAYed and swallowed rather than failing the run        *
      *                                                              *
      ****************************************************************
       CHAINSAV.
           MOVE 0 TO CHAIN-STATE-MATCH.
           PERFORM VARYING CHAIN-STATE-INDEX FROM 1 BY 1
               UNTIL CHAIN-STATE-INDEX > CHAIN-STATE-COUNT
             IF CS-FILE-NAME(CHAIN-STATE-INDEX) IS EQUAL TO
                 'MSETAUD.DAT'
               MOVE CHAIN-STATE-INDEX TO CHAIN-STATE-MATCH
               MOVE CHAIN-STATE-COUNT TO CHAIN-STATE-INDEX
             END-IF
           END-PERFORM.
           IF CHAIN-STATE-MATCH IS EQUAL TO 0
           AND CHAIN-STATE-COUNT IS LESS THAN 10
             ADD 1 TO CHAIN-STATE-COUNT
             MOVE CHAIN-STATE-COUNT TO CHAIN-STATE-MATCH
             MOVE 'MSETAUD.DAT'
               TO CS-FILE-NAME(CHAIN-STATE-MATCH)
           END-IF.
           IF CHAIN-STATE-MATCH IS GREATER THAN 0
             MOVE AUDIT-LOG-CHAIN
               TO CS-LAST-CHAIN(CHAIN-STATE-MATCH)
           END-IF.
           OPEN OUTPUT CHAIN-STATE-FILE.
           IF CHAIN-STATE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'AMQ0TRG0 unable to rewrite TEVSTA.DAT, file '
                 'status ' CHAIN-STATE-STATUS
           ELSE
             PERFORM VARYING CHAIN-STATE-INDEX FROM 1 BY 1
                 UNTIL CHAIN-STATE-INDEX > CHAIN-STATE-COUNT
               MOVE CS-FILE-NAME(CHAIN-STATE-INDEX)
                 TO TEV-FILE-NAME
               MOVE CS-LAST-CHAIN(CHAIN-STATE-INDEX)
                 TO TEV-LAST-CHAIN
               WRITE CHAIN-STATE-RECORD
             END-PERFORM
             CLOSE CHAIN-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0TRG0                                              *
      *                                                              *
      ****************************************************************
