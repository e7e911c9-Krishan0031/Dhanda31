       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0MIG0                                       *
      *                                                              *
      * Description: Queue migration utility - moves the contents    *
      *              and every control-file reference from an old    *
      *              queue name to a new one                         *
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
      *   AMQ0MIG0 carries an application's queue rename through     *
      *   in one job, instead of a hand move with AMQ0BPT0 and a     *
      *   hunt through the control files:                            *
      *                                                              *
      *      -- the old queue is locked through AMQ0LCK0 and opened  *
      *         for exclusive input, so no consumer races the move;  *
      *         the new queue is opened for output, which also       *
      *         proves it exists the way AMQ0CTM0's PROVEQ does      *
      *                                                              *
      *      -- every message is moved old to new with its MQMD      *
      *         context passed through unchanged; each get/put pair  *
      *         is one unit of work, so a failed put backs the       *
      *         message out onto the old queue and stops the move    *
      *                                                              *
      *      -- only when the old queue has been emptied are the     *
      *         control files rewritten: MSETAUTH.DAT, CRITQ.DAT,    *
      *         SEQCTL.DAT, FMTDICT.DAT                              *
      *         and REDCTL.DAT (scope Q), DUPCTL.DAT and QBASE.DAT   *
      *         (queue and backout-requeue columns).  As in          *
      *         AMQ0CTM0 a file already holding the new name is      *
      *         rejected rather than given a duplicate entry, and    *
      *         every change and rejection is appended to CTMAUD.DAT *
      *         with the operator id; an MSETAUTH.DAT grant the      *
      *         requester already holds on the new name simply       *
      *         drops the old grant                                  *
      *                                                              *
      *      -- MQINV.DAT is never rewritten here: each Q entry on   *
      *         the old name is submitted to INVPEND.DAT for a       *
      *         checker to approve with AMQ0ICH0, as an ADD of the   *
      *         entry under the new name and a DELETE of the old     *
      *         one, with the login user id as the maker.  The       *
      *         rename is refused while either name already has an   *
      *         inventory change pending                             *
      *                                                              *
      *      -- MIGRPT.DAT records the before/after depths of both   *
      *         queues, the messages moved, and the outcome and      *
      *         references changed for each control file             *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT operator id, old and new queue names          *
      *         MQCONNect, lock the old queue                        *
      *         MQOPEN both queues, MQINQ the before depths          *
      *         move the messages, MQINQ the after depths            *
      *         for each control file: load, validate, rename,       *
      *         rewrite (MQINV.DAT: submit for approval), audit      *
      *         and report                                           *
      *         unlock, MQDISConnect, DISPLAY a summary              *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0MIG0 parameters (job parameters, ARGUMENT-NUMBER/      *
      *   ARGUMENT-VALUE):                                           *
      *     1 - operator id (required)                               *
      *     2 - old queue name (required)                            *
      *     3 - new queue name (required, must already be defined)   *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0MIG0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the control files carrying queue names - the keyword in
      ** MIGRATION-FILE-TABLE picks which SELECT is in use
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT AUTHORIZED-REQUESTERS-FILE
             ASSIGN TO 'MSETAUTH.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT CRITICAL-QUEUE-FILE ASSIGN TO 'CRITQ.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT SEQUENCE-CONTROL-FILE ASSIGN TO 'SEQCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT FORMAT-DICTIONARY ASSIGN TO 'FMTDICT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT DUPLICATE-CONTROL-FILE ASSIGN TO 'DUPCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT REDACTION-CONTROL ASSIGN TO 'REDCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT QUEUE-BASELINE ASSIGN TO 'QBASE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.

      ** inventory changes awaiting a checker, shared with AMQ0ICH0
           SELECT PENDING-FILE ASSIGN TO 'INVPEND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PENDING-FILE-STATUS.

      ** the maker/checker history, shared with AMQ0ICH0
           SELECT CHANGE-LOG ASSIGN TO 'INVCHG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHANGE-LOG-STATUS.

      ** maintenance audit log shared with AMQ0CTM0
           SELECT MAINT-AUDIT-LOG ASSIGN TO 'CTMAUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MAINT-AUDIT-STATUS.

      ** this run's migration report
           SELECT MIGRATION-REPORT ASSIGN TO 'MIGRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MIGRATION-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      ** each control file is handled as raw record text in its
      ** owning program's layout; only the queue-name columns noted
      ** are touched
      ** AMQ0INV0 layout - name 1-48, entry type 50
       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD             PIC X(100).

      ** AMQMSET2 layout - user 1-12, queue prefix 14-61
       FD  AUTHORIZED-REQUESTERS-FILE.
       01 AUTHORIZED-REQUESTERS-RECORD PIC X(61).

       FD  CRITICAL-QUEUE-FILE.
       01 CRITICAL-QUEUE-RECORD        PIC X(48).

      ** AMQ0SEQ0 layout - name 1-48
       FD  SEQUENCE-CONTROL-FILE.
       01 SEQUENCE-CONTROL-RECORD      PIC X(59).

      ** AMQ0GBR0 layout - scope type 1, scope name 3-50
       FD  FORMAT-DICTIONARY.
       01 FORMAT-DICTIONARY-RECORD     PIC X(79).

       FD  DUPLICATE-CONTROL-FILE.
       01 DUPLICATE-CONTROL-RECORD     PIC X(48).

      ** AMQ0GBR0 layout - scope type 1, scope name 3-50
       FD  REDACTION-CONTROL.
       01 REDACTION-CONTROL-RECORD     PIC X(60).

      ** AMQ0QBD0 layout - name 1-48, backout-requeue name 80-127
       FD  QUEUE-BASELINE.
       01 QUEUE-BASELINE-RECORD        PIC X(143).

      ** identical layout to AMQ0ICH0's PENDING-RECORD
       FD  PENDING-FILE.
       01 PENDING-RECORD.
          05 IP-CHANGE-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-MAKER-ID               PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-SUBMITTED              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-ACTION                 PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-ENTRY                  PIC X(100).

      ** identical layout to AMQ0ICH0's CHANGE-LOG-RECORD
       FD  CHANGE-LOG.
       01 CHANGE-LOG-RECORD.
          05 IC-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-CHANGE-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-EVENT                  PIC X(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-ACTION                 PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-MAKER-ID               PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-CHECKER-ID             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-OUTCOME                PIC X(30).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-ENTRY                  PIC X(100).

      ** identical layout to AMQ0CTM0's MAINT-AUDIT-RECORD
       FD  MAINT-AUDIT-LOG.
       01 MAINT-AUDIT-RECORD.
          05 MA-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 MA-OPERATOR-ID            PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 MA-FUNCTION               PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 MA-FILE-KEYWORD           PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 MA-ENTRY-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 MA-OUTCOME                PIC X(30).

       FD  MIGRATION-REPORT.
       01 MIGRATION-REPORT-RECORD.
          05 MR-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 MR-OLD-QUEUE-NAME         PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 MR-NEW-QUEUE-NAME         PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 MR-ITEM                   PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 MR-COUNT                  PIC Z(8)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 MR-OUTCOME                PIC X(30).

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
      * Get Message Options
       01 GET-MESSAGE-OPTIONS.
          COPY CMQGMOV.
      * Put message options
       01 PMOPTIONS.
          COPY CMQPMOV.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 OLD-Q-HANDLE               PIC S9(9) BINARY.
       01 NEW-Q-HANDLE               PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
      ** no truncation is accepted - a message longer than this
      ** comes back with a warning, not a failure; it is backed out
      ** onto the old queue and stops the move
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 100000.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 BUFFER                     PIC X(100000).

      ** MQINQ of MQIA-CURRENT-Q-DEPTH on either queue
       01 SELECT-COUNT               PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(100).
       01 INQUIRED-DEPTH             PIC S9(9) BINARY.

       01 CONTROL-FILE-STATUS        PIC XX VALUE '00'.
       01 MAINT-AUDIT-STATUS         PIC XX VALUE '00'.
       01 MIGRATION-REPORT-STATUS    PIC XX VALUE '00'.
       01 PENDING-FILE-STATUS        PIC XX VALUE '00'.
       01 CHANGE-LOG-STATUS          PIC XX VALUE '00'.
       01 END-OF-CONTROL-FILE-SWITCH PIC X VALUE 'N'.

      ** job parameters
       01 PARM-OPERATOR-ID           PIC X(12) VALUE SPACES.
       01 PARM-OLD-QUEUE-NAME        PIC X(48) VALUE SPACES.
       01 PARM-NEW-QUEUE-NAME        PIC X(48) VALUE SPACES.

      ** the control files visited, in order, by keyword - the
      ** keyword is also the CTMAUD.DAT file keyword
       01 MIGRATION-FILE-TABLE.
          02 FILLER                  PIC X(6) VALUE 'MQINV'.
          02 FILLER                  PIC X(6) VALUE 'MSAUTH'.
          02 FILLER                  PIC X(6) VALUE 'CRITQ'.
          02 FILLER                  PIC X(6) VALUE 'SEQCTL'.
          02 FILLER                  PIC X(6) VALUE 'FMTDCT'.
          02 FILLER                  PIC X(6) VALUE 'DUPCTL'.
          02 FILLER                  PIC X(6) VALUE 'REDCTL'.
          02 FILLER                  PIC X(6) VALUE 'QBASE'.
       01 MIGRATION-FILE-LIST REDEFINES MIGRATION-FILE-TABLE.
          02 MF-KEYWORD              PIC X(6) OCCURS 8 TIMES.
       01 FILE-INDEX                 PIC S9(9) BINARY.
       01 FILE-KEYWORD               PIC X(6).
      ** where the queue name sits in the current file's records
       01 NAME-POSITION              PIC S9(9) BINARY.

      ** the current control file loaded once
       01 ENTRY-TABLE.
          02 FILE-ENTRY OCCURS 1000 TIMES.
             05 FE-RECORD-TEXT        PIC X(143).
       01 ENTRY-COUNT                PIC S9(9) BINARY VALUE 0.
       01 ENTRY-INDEX                PIC S9(9) BINARY.
       01 ENTRY-MATCH-INDEX          PIC S9(9) BINARY.
       01 FILE-FULL-SWITCH           PIC X VALUE 'N'.
       01 FILE-MISSING-SWITCH        PIC X VALUE 'N'.
       01 IN-SCOPE-SWITCH            PIC X VALUE 'N'.
       01 DUPLICATE-SWITCH           PIC X VALUE 'N'.
       01 REFERENCE-COUNT            PIC 9(7) VALUE 0.

       01 OUTCOME-TEXT               PIC X(30) VALUE SPACES.
       01 MIGRATION-FAILED-SWITCH    PIC X VALUE 'N'.
       01 MOVE-COMPLETE-SWITCH       PIC X VALUE 'N'.
       01 END-OF-MOVE-SWITCH         PIC X VALUE 'N'.
       01 OLD-QUEUE-OPEN-SWITCH      PIC X VALUE 'N'.
       01 NEW-QUEUE-OPEN-SWITCH      PIC X VALUE 'N'.
       01 OLD-DEPTH-BEFORE           PIC S9(9) BINARY VALUE 0.
       01 NEW-DEPTH-BEFORE           PIC S9(9) BINARY VALUE 0.
       01 OLD-DEPTH-AFTER            PIC S9(9) BINARY VALUE 0.
       01 NEW-DEPTH-AFTER            PIC S9(9) BINARY VALUE 0.
       01 MOVED-COUNT                PIC 9(7) VALUE 0.
       01 FILES-CHANGED-COUNT        PIC 9(7) VALUE 0.
       01 FILES-REJECTED-COUNT       PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).

      ** the inventory changes already awaiting a checker
       01 END-OF-PENDING-SWITCH      PIC X VALUE 'N'.
       01 PENDING-COUNT              PIC S9(9) BINARY VALUE 0.
       01 HIGHEST-CHANGE-NUMBER      PIC 9(7) VALUE 0.
       01 FIRST-CHANGE-NUMBER        PIC 9(7) VALUE 0.
       01 ENTRY-WORK                 PIC X(100).
       01 STAGE-ACTION               PIC X(6).

      * Shared operator role checker interface - asked only for the
      * login user id, the maker of the inventory changes submitted
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Shared queue serialization lock interface - the old queue is
      * registered before any message is touched
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
           DISPLAY 'AMQ0MIG0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0MIG0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM GETPARMS.
           IF PARM-OPERATOR-ID IS EQUAL TO SPACES
           OR PARM-OLD-QUEUE-NAME IS EQUAL TO SPACES
           OR PARM-NEW-QUEUE-NAME IS EQUAL TO SPACES
             DISPLAY 'AMQ0MIG0 requires the operator id, the old '
                 'queue name and the new queue name'
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF PARM-OLD-QUEUE-NAME IS EQUAL TO PARM-NEW-QUEUE-NAME
             DISPLAY 'AMQ0MIG0 old and new queue names are the same'
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

      ** the login user id, the maker of any inventory change
      ** submitted - only asking, so nothing is logged
           MOVE 'AMQ0MIG0' TO ROL-PROGRAM-ID.
           MOVE '*' TO ROL-ACTION.
           MOVE 'AMQ0MIG0' TO ROL-CALLER-ID.
           MOVE 'N' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).
           OPEN OUTPUT MIGRATION-REPORT.

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

           PERFORM LOCKQ.
           IF LCK-RESULT IS NOT EQUAL TO 'GRANTED'
             MOVE 'Y' TO MIGRATION-FAILED-SWITCH
           END-IF.

           IF MIGRATION-FAILED-SWITCH IS EQUAL TO 'N'
             PERFORM OPENQS
           END-IF.

           IF MIGRATION-FAILED-SWITCH IS EQUAL TO 'N'
             MOVE OLD-Q-HANDLE TO Q-HANDLE
             PERFORM INQDEPTH
             MOVE INQUIRED-DEPTH TO OLD-DEPTH-BEFORE
             MOVE NEW-Q-HANDLE TO Q-HANDLE
             PERFORM INQDEPTH
             MOVE INQUIRED-DEPTH TO NEW-DEPTH-BEFORE
             PERFORM MOVEALL
             MOVE OLD-Q-HANDLE TO Q-HANDLE
             PERFORM INQDEPTH
             MOVE INQUIRED-DEPTH TO OLD-DEPTH-AFTER
             MOVE NEW-Q-HANDLE TO Q-HANDLE
             PERFORM INQDEPTH
             MOVE INQUIRED-DEPTH TO NEW-DEPTH-AFTER
           END-IF.

           PERFORM CLOSEQS.

           IF LCK-RESULT IS EQUAL TO 'GRANTED'
             PERFORM UNLOCKQ
           END-IF.

           MOVE 'OLD BEFORE' TO MR-ITEM.
           MOVE OLD-DEPTH-BEFORE TO MR-COUNT.
           MOVE SPACES TO MR-OUTCOME.
           PERFORM REPORTL.
           MOVE 'NEW BEFORE' TO MR-ITEM.
           MOVE NEW-DEPTH-BEFORE TO MR-COUNT.
           PERFORM REPORTL.
           MOVE 'MOVED' TO MR-ITEM.
           MOVE MOVED-COUNT TO MR-COUNT.
           IF MOVE-COMPLETE-SWITCH IS EQUAL TO 'Y'
             MOVE 'COMPLETE' TO MR-OUTCOME
           ELSE
             MOVE 'INCOMPLETE' TO MR-OUTCOME
           END-IF.
           PERFORM REPORTL.
           MOVE SPACES TO MR-OUTCOME.
           MOVE 'OLD AFTER' TO MR-ITEM.
           MOVE OLD-DEPTH-AFTER TO MR-COUNT.
           PERFORM REPORTL.
           MOVE 'NEW AFTER' TO MR-ITEM.
           MOVE NEW-DEPTH-AFTER TO MR-COUNT.
           PERFORM REPORTL.

      ****************************************************************
      *                                                              *
      *   Rewrite the control-file references - only once the old    *
      *   queue is empty, so no monitor is pointed away from         *
      *   messages still waiting on it                               *
      *                                                              *
      ****************************************************************
           PERFORM VARYING FILE-INDEX FROM 1 BY 1
               UNTIL FILE-INDEX > 8
             MOVE MF-KEYWORD(FILE-INDEX) TO FILE-KEYWORD
             IF MOVE-COMPLETE-SWITCH IS EQUAL TO 'Y'
               PERFORM MIGFILE
             ELSE
               MOVE 0 TO REFERENCE-COUNT
               MOVE 'NOT CHANGED - MOVE INCOMPLETE' TO OUTCOME-TEXT
             END-IF
             MOVE FILE-KEYWORD TO MR-ITEM
             MOVE REFERENCE-COUNT TO MR-COUNT
             MOVE OUTCOME-TEXT TO MR-OUTCOME
             PERFORM REPORTL
           END-PERFORM.

           CLOSE MIGRATION-REPORT.

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

           DISPLAY MOVED-COUNT ' messages moved from '
               PARM-OLD-QUEUE-NAME.
           DISPLAY FILES-CHANGED-COUNT ' control files changed, '
               FILES-REJECTED-COUNT ' rejected'.
      ** indicate that sample program has finished
           MOVE MOVED-COUNT TO RLG-RECORD-COUNT.
           IF MOVE-COMPLETE-SWITCH IS NOT EQUAL TO 'Y'
           OR FILES-REJECTED-COUNT IS GREATER THAN 0
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             DISPLAY 'AMQ0MIG0 end'
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE 'END-OK' TO RLG-STATUS.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0MIG0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read the job parameters                                    *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-OPERATOR-ID FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-OPERATOR-ID
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-OLD-QUEUE-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-OLD-QUEUE-NAME
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-NEW-QUEUE-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-NEW-QUEUE-NAME
           END-ACCEPT.

      ****************************************************************
      *                                                              *
      *   Register the serialization lock on the old queue; a HELD   *
      *   answer names who has it and the migration does not start   *
      *                                                              *
      ****************************************************************
       LOCKQ.
           MOVE 'ACQUIRE' TO LCK-REQUEST.
           MOVE 'AMQ0MIG0' TO LCK-PROGRAM-ID.
           MOVE PARM-OLD-QUEUE-NAME TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.
           IF LCK-RESULT IS NOT EQUAL TO 'GRANTED'
             DISPLAY 'migration of ' PARM-OLD-QUEUE-NAME
                 ' NOT STARTED - queue locked by ' LCK-HOLDER
           END-IF.

       UNLOCKQ.
           MOVE 'RELEASE' TO LCK-REQUEST.
           MOVE 'AMQ0MIG0' TO LCK-PROGRAM-ID.
           MOVE PARM-OLD-QUEUE-NAME TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.

      ****************************************************************
      *                                                              *
      *   Open the old queue for exclusive input with its context    *
      *   saved, and the new queue for output passing that context   *
      *                                                              *
      ****************************************************************
       OPENQS.
           MOVE PARM-OLD-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INPUT-EXCLUSIVE MQOO-SAVE-ALL-CONTEXT
               MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, OLD-Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             IF REASON IS EQUAL TO MQRC-OBJECT-IN-USE
               DISPLAY PARM-OLD-QUEUE-NAME ' is still open for '
                   'input by an application - stop it first'
             ELSE
               DISPLAY 'MQOPEN ended with reason code ' REASON
                   ' for ' PARM-OLD-QUEUE-NAME
             END-IF
             MOVE 'Y' TO MIGRATION-FAILED-SWITCH
           ELSE
             MOVE 'Y' TO OLD-QUEUE-OPEN-SWITCH
           END-IF.

           IF MIGRATION-FAILED-SWITCH IS EQUAL TO 'N'
             MOVE PARM-NEW-QUEUE-NAME TO MQOD-OBJECTNAME
             MOVE SPACES TO MQOD-OBJECTQMGRNAME
             ADD MQOO-OUTPUT MQOO-PASS-ALL-CONTEXT
                 MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
             CALL 'MQOPEN'
              USING HCONN, OBJECT-DESCRIPTOR,
              OPEN-OPTIONS, NEW-Q-HANDLE,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQOPEN ended with reason code ' REASON
                   ' for ' PARM-NEW-QUEUE-NAME
                   ' - define the new queue first'
               MOVE 'Y' TO MIGRATION-FAILED-SWITCH
             ELSE
               MOVE 'Y' TO NEW-QUEUE-OPEN-SWITCH
             END-IF
           END-IF.

       CLOSEQS.
           MOVE MQCO-NONE TO OPEN-OPTIONS.
           IF OLD-QUEUE-OPEN-SWITCH IS EQUAL TO 'Y'
             CALL 'MQCLOSE'
              USING HCONN, OLD-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.
           IF NEW-QUEUE-OPEN-SWITCH IS EQUAL TO 'Y'
             CALL 'MQCLOSE'
              USING HCONN, NEW-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   MQINQ the current depth of the queue open on Q-HANDLE -    *
      *   an alias or remote new queue has none and shows zero       *
      *                                                              *
      ****************************************************************
       INQDEPTH.
           MOVE 0 TO INQUIRED-DEPTH.
           MOVE MQIA-CURRENT-Q-DEPTH TO SELECTOR(1).
           CALL 'MQINQ'
            USING HCONN, Q-HANDLE,
            SELECT-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             MOVE INT-ATTR(1) TO INQUIRED-DEPTH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Move every message, one get/put unit of work at a time,    *
      *   until the old queue is empty or a move fails               *
      *                                                              *
      ****************************************************************
       MOVEALL.
           MOVE 'N' TO END-OF-MOVE-SWITCH.
           PERFORM MOVE1
             UNTIL END-OF-MOVE-SWITCH IS EQUAL TO 'Y'.

       MOVE1.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           ADD MQGMO-NO-WAIT MQGMO-SYNCPOINT
                     GIVING MQGMO-OPTIONS.
           MOVE 0 TO MQGMO-WAITINTERVAL.
           CALL 'MQGET'
            USING HCONN, OLD-Q-HANDLE,
            MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
            BUFFER-LENGTH, BUFFER, DATA-LENGTH,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
             MOVE 'Y' TO END-OF-MOVE-SWITCH
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             AND REASON IS EQUAL TO MQRC-NO-MSG-AVAILABLE
               MOVE 'Y' TO MOVE-COMPLETE-SWITCH
             ELSE
               DISPLAY 'MQGET ended with reason code ' REASON
                   ' for ' PARM-OLD-QUEUE-NAME ' - move stopped'
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
             END-IF
           ELSE
      **     the put joins the get's unit of work and passes the
      **     original identity and origin context across
             ADD MQPMO-SYNCPOINT MQPMO-PASS-ALL-CONTEXT
                       GIVING MQPMO-OPTIONS
             MOVE OLD-Q-HANDLE TO MQPMO-CONTEXT
             CALL 'MQPUT'
              USING HCONN, NEW-Q-HANDLE,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              DATA-LENGTH, BUFFER,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQPUT ended with reason code ' REASON
                   ' for ' PARM-NEW-QUEUE-NAME
                   ' - message backed out onto '
                   PARM-OLD-QUEUE-NAME
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
               MOVE 'Y' TO END-OF-MOVE-SWITCH
             ELSE
               CALL 'MQCMIT'
                USING HCONN, COMPLETION-CODE, REASON
               IF REASON IS NOT EQUAL TO MQRC-NONE
                 DISPLAY 'MQCMIT ended with reason code ' REASON
                     ' - move stopped'
                 MOVE 'Y' TO END-OF-MOVE-SWITCH
               ELSE
                 ADD 1 TO MOVED-COUNT
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Migrate one control file: load it, validate, rename the    *
      *   references, rewrite it (MQINV.DAT: submit the renamed      *
      *   entries for approval) and audit the outcome                *
      *                                                              *
      ****************************************************************
       MIGFILE.
           MOVE SPACES TO OUTCOME-TEXT.
           MOVE 0 TO REFERENCE-COUNT.
           MOVE 'N' TO DUPLICATE-SWITCH.
           EVALUATE FILE-KEYWORD
             WHEN 'MSAUTH'
               MOVE 14 TO NAME-POSITION
             WHEN 'FMTDCT'
             WHEN 'REDCTL'
               MOVE 3 TO NAME-POSITION
             WHEN OTHER
               MOVE 1 TO NAME-POSITION
           END-EVALUATE.

           PERFORM LOADFILE.
           IF FILE-MISSING-SWITCH IS EQUAL TO 'Y'
             MOVE 'FILE NOT PRESENT' TO OUTCOME-TEXT
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                 UNTIL ENTRY-INDEX > ENTRY-COUNT
               PERFORM CHKENTRY
             END-PERFORM
             IF REFERENCE-COUNT IS EQUAL TO 0
               MOVE 'NO REFERENCES' TO OUTCOME-TEXT
             END-IF
           END-IF.

      **   the same rejections AMQ0CTM0 applies: no duplicate entry
      **   and no rewrite of a file too big to hold
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             IF FILE-FULL-SWITCH IS EQUAL TO 'Y'
               MOVE 'CONTROL FILE FULL' TO OUTCOME-TEXT
             END-IF
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             IF DUPLICATE-SWITCH IS EQUAL TO 'Y'
               MOVE 'DUPLICATE ENTRY' TO OUTCOME-TEXT
             END-IF
           END-IF.

      **   an inventory entry with a change already awaiting a
      **   checker is not given a second one
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND FILE-KEYWORD IS EQUAL TO 'MQINV'
             PERFORM LOADPEND
             PERFORM LOADHIGH
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             IF FILE-KEYWORD IS EQUAL TO 'MQINV'
               PERFORM STAGEINV
               MOVE 'PENDING APPROVAL' TO OUTCOME-TEXT
             ELSE
               PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                   UNTIL ENTRY-INDEX > ENTRY-COUNT
                 PERFORM RENAME1
               END-PERFORM
               PERFORM SAVEFILE
               MOVE 'APPLIED' TO OUTCOME-TEXT
             END-IF
             ADD 1 TO FILES-CHANGED-COUNT
             PERFORM AUDITM
           ELSE
             IF REFERENCE-COUNT IS GREATER THAN 0
               ADD 1 TO FILES-REJECTED-COUNT
               DISPLAY FILE-KEYWORD ' not changed - ' OUTCOME-TEXT
               PERFORM AUDITM
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Note whether one loaded record refers to the old name and  *
      *   whether it already names the new one                       *
      *                                                              *
      ****************************************************************
       CHKENTRY.
           PERFORM SCOPEC.
           IF IN-SCOPE-SWITCH IS EQUAL TO 'Y'
             IF FE-RECORD-TEXT(ENTRY-INDEX)(NAME-POSITION:48)
                 IS EQUAL TO PARM-OLD-QUEUE-NAME
               ADD 1 TO REFERENCE-COUNT
             END-IF
      **     a requester may legitimately hold grants on both names
      **     - that is handled at rename time, not rejected
             IF FE-RECORD-TEXT(ENTRY-INDEX)(NAME-POSITION:48)
                 IS EQUAL TO PARM-NEW-QUEUE-NAME
             AND FILE-KEYWORD IS NOT EQUAL TO 'MSAUTH'
               MOVE 'Y' TO DUPLICATE-SWITCH
             END-IF
           END-IF.
           IF FILE-KEYWORD IS EQUAL TO 'QBASE'
             IF FE-RECORD-TEXT(ENTRY-INDEX)(80:48)
                 IS EQUAL TO PARM-OLD-QUEUE-NAME
               ADD 1 TO REFERENCE-COUNT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Whether the record's name column holds a queue name at     *
      *   all: inventory P entries are prefixes, and dictionary and  *
      *   redaction entries of scope F hold an MQMD format           *
      *                                                              *
      ****************************************************************
       SCOPEC.
           MOVE 'Y' TO IN-SCOPE-SWITCH.
           IF FILE-KEYWORD IS EQUAL TO 'MQINV'
           AND FE-RECORD-TEXT(ENTRY-INDEX)(50:1) IS EQUAL TO 'P'
             MOVE 'N' TO IN-SCOPE-SWITCH
           END-IF.
           IF (FILE-KEYWORD IS EQUAL TO 'FMTDCT'
               OR FILE-KEYWORD IS EQUAL TO 'REDCTL')
           AND FE-RECORD-TEXT(ENTRY-INDEX)(1:1) IS NOT EQUAL TO 'Q'
             MOVE 'N' TO IN-SCOPE-SWITCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rename the references in one loaded record                 *
      *                                                              *
      ****************************************************************
       RENAME1.
           PERFORM SCOPEC.
           IF IN-SCOPE-SWITCH IS EQUAL TO 'Y'
           AND FE-RECORD-TEXT(ENTRY-INDEX)(NAME-POSITION:48)
               IS EQUAL TO PARM-OLD-QUEUE-NAME
             IF FILE-KEYWORD IS EQUAL TO 'MSAUTH'
               PERFORM AUTHDUP
             END-IF
             IF FE-RECORD-TEXT(ENTRY-INDEX) IS NOT EQUAL TO SPACES
               MOVE PARM-NEW-QUEUE-NAME
                 TO FE-RECORD-TEXT(ENTRY-INDEX)(NAME-POSITION:48)
             END-IF
           END-IF.
           IF FILE-KEYWORD IS EQUAL TO 'QBASE'
             IF FE-RECORD-TEXT(ENTRY-INDEX)(80:48)
                 IS EQUAL TO PARM-OLD-QUEUE-NAME
               MOVE PARM-NEW-QUEUE-NAME
                 TO FE-RECORD-TEXT(ENTRY-INDEX)(80:48)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   An MSETAUTH.DAT grant on the old name whose requester      *
      *   already holds one on the new name is dropped, not doubled  *
      *                                                              *
      ****************************************************************
       AUTHDUP.
           MOVE 0 TO ENTRY-MATCH-INDEX.
           PERFORM VARYING ENTRY-MATCH-INDEX FROM 1 BY 1
               UNTIL ENTRY-MATCH-INDEX > ENTRY-COUNT
             IF FE-RECORD-TEXT(ENTRY-MATCH-INDEX)(1:12) IS EQUAL TO
                 FE-RECORD-TEXT(ENTRY-INDEX)(1:12)
             AND FE-RECORD-TEXT(ENTRY-MATCH-INDEX)(14:48) IS EQUAL
                 TO PARM-NEW-QUEUE-NAME
               MOVE SPACES TO FE-RECORD-TEXT(ENTRY-INDEX)
               MOVE ENTRY-COUNT TO ENTRY-MATCH-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Load the current control file into ENTRY-TABLE             *
      *                                                              *
      ****************************************************************
       LOADFILE.
           MOVE 0 TO ENTRY-COUNT.
           MOVE 'N' TO FILE-FULL-SWITCH.
           MOVE 'N' TO FILE-MISSING-SWITCH.
           MOVE 'N' TO END-OF-CONTROL-FILE-SWITCH.
           EVALUATE FILE-KEYWORD
             WHEN 'MQINV'
               OPEN INPUT INVENTORY-FILE
             WHEN 'MSAUTH'
               OPEN INPUT AUTHORIZED-REQUESTERS-FILE
             WHEN 'CRITQ'
               OPEN INPUT CRITICAL-QUEUE-FILE
             WHEN 'SEQCTL'
               OPEN INPUT SEQUENCE-CONTROL-FILE
             WHEN 'FMTDCT'
               OPEN INPUT FORMAT-DICTIONARY
             WHEN 'DUPCTL'
               OPEN INPUT DUPLICATE-CONTROL-FILE
             WHEN 'REDCTL'
               OPEN INPUT REDACTION-CONTROL
             WHEN 'QBASE'
               OPEN INPUT QUEUE-BASELINE
           END-EVALUATE.
           IF CONTROL-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO FILE-MISSING-SWITCH
             MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-CONTROL-FILE-SWITCH IS EQUAL TO 'Y'
             PERFORM READ1
           END-PERFORM.
           IF FILE-MISSING-SWITCH IS EQUAL TO 'N'
             EVALUATE FILE-KEYWORD
               WHEN 'MQINV'
                 CLOSE INVENTORY-FILE
               WHEN 'MSAUTH'
                 CLOSE AUTHORIZED-REQUESTERS-FILE
               WHEN 'CRITQ'
                 CLOSE CRITICAL-QUEUE-FILE
               WHEN 'SEQCTL'
                 CLOSE SEQUENCE-CONTROL-FILE
               WHEN 'FMTDCT'
                 CLOSE FORMAT-DICTIONARY
               WHEN 'DUPCTL'
                 CLOSE DUPLICATE-CONTROL-FILE
               WHEN 'REDCTL'
                 CLOSE REDACTION-CONTROL
               WHEN 'QBASE'
                 CLOSE QUEUE-BASELINE
             END-EVALUATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Read one record from the current control file into the     *
      *   table; a file with more records than the table holds is    *
      *   marked full and will not be rewritten                      *
      *                                                              *
      ****************************************************************
       READ1.
           EVALUATE FILE-KEYWORD
             WHEN 'MQINV'
               READ INVENTORY-FILE
                 AT END
                   MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
                 NOT AT END
                   PERFORM KEEPREC
               END-READ
             WHEN 'MSAUTH'
               READ AUTHORIZED-REQUESTERS-FILE
                 AT END
                   MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
                 NOT AT END
                   PERFORM KEEPREC
               END-READ
             WHEN 'CRITQ'
               READ CRITICAL-QUEUE-FILE
                 AT END
                   MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
                 NOT AT END
                   PERFORM KEEPREC
               END-READ
             WHEN 'SEQCTL'
               READ SEQUENCE-CONTROL-FILE
                 AT END
                   MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
                 NOT AT END
                   PERFORM KEEPREC
               END-READ
             WHEN 'FMTDCT'
               READ FORMAT-DICTIONARY
                 AT END
                   MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
                 NOT AT END
                   PERFORM KEEPREC
               END-READ
             WHEN 'DUPCTL'
               READ DUPLICATE-CONTROL-FILE
                 AT END
                   MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
                 NOT AT END
                   PERFORM KEEPREC
               END-READ
             WHEN 'REDCTL'
               READ REDACTION-CONTROL
                 AT END
                   MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
                 NOT AT END
                   PERFORM KEEPREC
               END-READ
             WHEN 'QBASE'
               READ QUEUE-BASELINE
                 AT END
                   MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
                 NOT AT END
                   PERFORM KEEPREC
               END-READ
           END-EVALUATE.

       KEEPREC.
           IF ENTRY-COUNT IS LESS THAN 1000
             ADD 1 TO ENTRY-COUNT
             EVALUATE FILE-KEYWORD
               WHEN 'MQINV'
                 MOVE INVENTORY-RECORD
                   TO FE-RECORD-TEXT(ENTRY-COUNT)
               WHEN 'MSAUTH'
                 MOVE AUTHORIZED-REQUESTERS-RECORD
                   TO FE-RECORD-TEXT(ENTRY-COUNT)
               WHEN 'CRITQ'
                 MOVE CRITICAL-QUEUE-RECORD
                   TO FE-RECORD-TEXT(ENTRY-COUNT)
               WHEN 'SEQCTL'
                 MOVE SEQUENCE-CONTROL-RECORD
                   TO FE-RECORD-TEXT(ENTRY-COUNT)
               WHEN 'FMTDCT'
                 MOVE FORMAT-DICTIONARY-RECORD
                   TO FE-RECORD-TEXT(ENTRY-COUNT)
               WHEN 'DUPCTL'
                 MOVE DUPLICATE-CONTROL-RECORD
                   TO FE-RECORD-TEXT(ENTRY-COUNT)
               WHEN 'REDCTL'
                 MOVE REDACTION-CONTROL-RECORD
                   TO FE-RECORD-TEXT(ENTRY-COUNT)
               WHEN 'QBASE'
                 MOVE QUEUE-BASELINE-RECORD
                   TO FE-RECORD-TEXT(ENTRY-COUNT)
             END-EVALUATE
           ELSE
             MOVE 'Y' TO FILE-FULL-SWITCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite the current control file from the table; a record  *
      *   blanked by AUTHDUP is left out.  MQINV.DAT never comes     *
      *   here - its changes go through STAGEINV                     *
      *                                                              *
      ****************************************************************
       SAVEFILE.
           EVALUATE FILE-KEYWORD
             WHEN 'MSAUTH'
               OPEN OUTPUT AUTHORIZED-REQUESTERS-FILE
             WHEN 'CRITQ'
               OPEN OUTPUT CRITICAL-QUEUE-FILE
             WHEN 'SEQCTL'
               OPEN OUTPUT SEQUENCE-CONTROL-FILE
             WHEN 'FMTDCT'
               OPEN OUTPUT FORMAT-DICTIONARY
             WHEN 'DUPCTL'
               OPEN OUTPUT DUPLICATE-CONTROL-FILE
             WHEN 'REDCTL'
               OPEN OUTPUT REDACTION-CONTROL
             WHEN 'QBASE'
               OPEN OUTPUT QUEUE-BASELINE
           END-EVALUATE.
           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
               UNTIL ENTRY-INDEX > ENTRY-COUNT
             IF FE-RECORD-TEXT(ENTRY-INDEX) IS NOT EQUAL TO SPACES
               EVALUATE FILE-KEYWORD
                 WHEN 'MSAUTH'
                   WRITE AUTHORIZED-REQUESTERS-RECORD
                     FROM FE-RECORD-TEXT(ENTRY-INDEX)(1:61)
                 WHEN 'CRITQ'
                   WRITE CRITICAL-QUEUE-RECORD
                     FROM FE-RECORD-TEXT(ENTRY-INDEX)(1:48)
                 WHEN 'SEQCTL'
                   WRITE SEQUENCE-CONTROL-RECORD
                     FROM FE-RECORD-TEXT(ENTRY-INDEX)(1:59)
                 WHEN 'FMTDCT'
                   WRITE FORMAT-DICTIONARY-RECORD
                     FROM FE-RECORD-TEXT(ENTRY-INDEX)(1:79)
                 WHEN 'DUPCTL'
                   WRITE DUPLICATE-CONTROL-RECORD
                     FROM FE-RECORD-TEXT(ENTRY-INDEX)(1:48)
                 WHEN 'REDCTL'
                   WRITE REDACTION-CONTROL-RECORD
                     FROM FE-RECORD-TEXT(ENTRY-INDEX)(1:60)
                 WHEN 'QBASE'
                   WRITE QUEUE-BASELINE-RECORD
                     FROM FE-RECORD-TEXT(ENTRY-INDEX)(1:143)
               END-EVALUATE
             END-IF
           END-PERFORM.
           EVALUATE FILE-KEYWORD
             WHEN 'MSAUTH'
               CLOSE AUTHORIZED-REQUESTERS-FILE
             WHEN 'CRITQ'
               CLOSE CRITICAL-QUEUE-FILE
             WHEN 'SEQCTL'
               CLOSE SEQUENCE-CONTROL-FILE
             WHEN 'FMTDCT'
               CLOSE FORMAT-DICTIONARY
             WHEN 'DUPCTL'
               CLOSE DUPLICATE-CONTROL-FILE
             WHEN 'REDCTL'
               CLOSE REDACTION-CONTROL
             WHEN 'QBASE'
               CLOSE QUEUE-BASELINE
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Count the inventory changes awaiting a checker, and refuse *
      *   the MQINV.DAT rename while either queue name's Q entry     *
      *   already has one or the two new ones would not fit          *
      *                                                              *
      ****************************************************************
       LOADPEND.
           MOVE 0 TO PENDING-COUNT.
           MOVE 'N' TO END-OF-PENDING-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-PENDING-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-PENDING-SWITCH IS EQUAL TO 'Y'
             READ PENDING-FILE
               AT END
                 MOVE 'Y' TO END-OF-PENDING-SWITCH
               NOT AT END
                 ADD 1 TO PENDING-COUNT
                 IF IP-CHANGE-NUMBER IS NUMERIC
                 AND IP-CHANGE-NUMBER IS GREATER THAN
                     HIGHEST-CHANGE-NUMBER
                   MOVE IP-CHANGE-NUMBER TO HIGHEST-CHANGE-NUMBER
                 END-IF
                 IF IP-ENTRY(50:1) IS EQUAL TO 'Q'
                 AND (IP-ENTRY(1:48) IS EQUAL TO PARM-OLD-QUEUE-NAME
                   OR IP-ENTRY(1:48) IS EQUAL TO PARM-NEW-QUEUE-NAME)
                   MOVE 'CHANGE ALREADY PENDING' TO OUTCOME-TEXT
                 END-IF
             END-READ
           END-PERFORM.
           IF PENDING-FILE-STATUS IS EQUAL TO '00'
           OR PENDING-FILE-STATUS IS EQUAL TO '10'
             CLOSE PENDING-FILE
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PENDING-COUNT + REFERENCE-COUNT * 2 IS GREATER THAN 500
             MOVE 'PENDING FILE FULL' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   The highest change number ever issued, from the change     *
      *   log, so a number is never reused once decided              *
      *                                                              *
      ****************************************************************
       LOADHIGH.
           MOVE 'N' TO END-OF-PENDING-SWITCH.
           OPEN INPUT CHANGE-LOG.
           IF CHANGE-LOG-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-PENDING-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-PENDING-SWITCH IS EQUAL TO 'Y'
             READ CHANGE-LOG
               AT END
                 MOVE 'Y' TO END-OF-PENDING-SWITCH
               NOT AT END
                 IF IC-CHANGE-NUMBER IS NUMERIC
                 AND IC-CHANGE-NUMBER IS GREATER THAN
                     HIGHEST-CHANGE-NUMBER
                   MOVE IC-CHANGE-NUMBER TO HIGHEST-CHANGE-NUMBER
                 END-IF
             END-READ
           END-PERFORM.
           IF CHANGE-LOG-STATUS IS EQUAL TO '00'
           OR CHANGE-LOG-STATUS IS EQUAL TO '10'
             CLOSE CHANGE-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Submit each Q entry on the old name exactly as AMQ0ICH0    *
      *   SUBMIT records one: an ADD of the entry under the new      *
      *   name, then a DELETE of the old entry, the login user as    *
      *   the maker.  MQINV.DAT itself changes only when a checker   *
      *   approves them                                              *
      *                                                              *
      ****************************************************************
       STAGEINV.
           OPEN EXTEND PENDING-FILE.
           IF PENDING-FILE-STATUS IS EQUAL TO '35'
             OPEN OUTPUT PENDING-FILE
           END-IF.
           OPEN EXTEND CHANGE-LOG.
           IF CHANGE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT CHANGE-LOG
           END-IF.
           COMPUTE FIRST-CHANGE-NUMBER = HIGHEST-CHANGE-NUMBER + 1.

           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
               UNTIL ENTRY-INDEX > ENTRY-COUNT
             PERFORM SCOPEC
             IF IN-SCOPE-SWITCH IS EQUAL TO 'Y'
             AND FE-RECORD-TEXT(ENTRY-INDEX)(1:48)
                 IS EQUAL TO PARM-OLD-QUEUE-NAME
               MOVE FE-RECORD-TEXT(ENTRY-INDEX)(1:100) TO ENTRY-WORK
               MOVE PARM-NEW-QUEUE-NAME TO ENTRY-WORK(1:48)
               MOVE 'ADD' TO STAGE-ACTION
               PERFORM STAGE1
               MOVE FE-RECORD-TEXT(ENTRY-INDEX)(1:100) TO ENTRY-WORK
               MOVE 'DELETE' TO STAGE-ACTION
               PERFORM STAGE1
             END-IF
           END-PERFORM.

           CLOSE PENDING-FILE.
           CLOSE CHANGE-LOG.
           DISPLAY 'MQINV.DAT rename submitted to INVPEND.DAT as '
               'changes ' FIRST-CHANGE-NUMBER ' to '
               HIGHEST-CHANGE-NUMBER ' - approve with AMQ0ICH0 as '
               'an operator other than ' ROL-USER-ID.

      ****************************************************************
      *                                                              *
      *   Write one pending change and its SUBMIT log record; the    *
      *   caller has set the action and the entry                    *
      *                                                              *
      ****************************************************************
       STAGE1.
           ADD 1 TO HIGHEST-CHANGE-NUMBER.
           MOVE SPACES TO PENDING-RECORD.
           MOVE HIGHEST-CHANGE-NUMBER TO IP-CHANGE-NUMBER.
           MOVE ROL-USER-ID TO IP-MAKER-ID.
           MOVE RUN-TIMESTAMP TO IP-SUBMITTED.
           MOVE STAGE-ACTION TO IP-ACTION.
           MOVE ENTRY-WORK TO IP-ENTRY.
           WRITE PENDING-RECORD.

           MOVE SPACES TO CHANGE-LOG-RECORD.
           MOVE RUN-TIMESTAMP TO IC-TIMESTAMP.
           MOVE HIGHEST-CHANGE-NUMBER TO IC-CHANGE-NUMBER.
           MOVE 'SUBMIT' TO IC-EVENT.
           MOVE STAGE-ACTION TO IC-ACTION.
           MOVE ROL-USER-ID TO IC-MAKER-ID.
           MOVE 'PENDING APPROVAL' TO IC-OUTCOME.
           MOVE ENTRY-WORK TO IC-ENTRY.
           WRITE CHANGE-LOG-RECORD.

      ****************************************************************
      *                                                              *
      *   Append one maintenance audit record for the file, change   *
      *   or rejection alike, in AMQ0CTM0's layout                   *
      *                                                              *
      ****************************************************************
       AUDITM.
           OPEN EXTEND MAINT-AUDIT-LOG.
           IF MAINT-AUDIT-STATUS IS EQUAL TO '35'
             OPEN OUTPUT MAINT-AUDIT-LOG
           END-IF.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO MA-TIMESTAMP(1:8).
           MOVE '-' TO MA-TIMESTAMP(9:1).
           MOVE WS-TIME TO MA-TIMESTAMP(10:8).
           MOVE PARM-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE 'RENAME' TO MA-FUNCTION.
           MOVE FILE-KEYWORD TO MA-FILE-KEYWORD.
           MOVE PARM-OLD-QUEUE-NAME TO MA-ENTRY-NAME.
           MOVE OUTCOME-TEXT TO MA-OUTCOME.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-LOG.

      ****************************************************************
      *                                                              *
      *   Write one migration-report line; the caller has set the    *
      *   item, count and outcome                                    *
      *                                                              *
      ****************************************************************
       REPORTL.
           MOVE RUN-TIMESTAMP TO MR-TIMESTAMP.
           MOVE PARM-OLD-QUEUE-NAME TO MR-OLD-QUEUE-NAME.
           MOVE PARM-NEW-QUEUE-NAME TO MR-NEW-QUEUE-NAME.
           WRITE MIGRATION-REPORT-RECORD.

      ****************************************************************
      *                                                              *
      * END OF AMQ0MIG0                                              *
      *                                                              *
      ****************************************************************
