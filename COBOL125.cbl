       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0DRL0                                       *
      *                                                              *
      * Description: Deferred-release job - moves staged messages    *
      *              to their targets once their release time has    *
      *              come                                            *
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
      *   AMQ0DRL0 releases messages that were loaded early but may  *
      *   only reach the downstream system at a set time - a cut-off *
      *   or a value date - so that nobody has to be at the console  *
      *   to run AMQ0BPT0 at the right moment:                       *
      *                                                              *
      *      -- a message waiting for release sits on the staging    *
      *         queue with a RELHDRWS release header in front of     *
      *         its payload, giving the release time and the target  *
      *         queue.  AMQ0BPT0's *RELEASE directive stages         *
      *         messages this way; an application may build the      *
      *         header itself                                        *
      *                                                              *
      *      -- run periodically in RELEASE mode, the job browses    *
      *         the staging queue and moves every message whose      *
      *         release time has come to its target: the staged      *
      *         message is got and the payload, without the header,  *
      *         put under the one unit of work with the message's    *
      *         own MQMD and context, then committed - a failure     *
      *         backs both out and the message stays staged          *
      *                                                              *
      *      -- a due message whose target is put-inhibited, cannot  *
      *         be opened or refuses the put is left staged and      *
      *         reported OVERDUE; the next run tries it again        *
      *                                                              *
      *      -- REPORT mode changes nothing: it lists every staged   *
      *         message as HELD (not yet due), DUE or OVERDUE        *
      *                                                              *
      *      -- CANCEL mode takes one staged message, named by its   *
      *         MSGID, off the staging queue before it is released   *
      *                                                              *
      *      -- a staged message with no usable release header is    *
      *         left where it is and reported INVALID                *
      *                                                              *
      *      -- each message's status goes to DRLRPT.DAT; every      *
      *         message released or cancelled is appended to the     *
      *         release log DRLLOG.DAT, which AMQ0TRC0 searches with *
      *         the suite's other files                              *
      *                                                              *
      *      -- RELEASE and CANCEL are checked against the           *
      *         operator's role and lock the staging queue through   *
      *         AMQ0LCK0 for the run                                 *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the run mode, check the operator's role and   *
      *         lock the staging queue (not for REPORT)              *
      *         MQCONNect to the default queue manager               *
      *         open the staging queue                               *
      *         browse it; for each message, read its release        *
      *         header and release, report or cancel it              *
      *         close, MQDISConnect, release the lock                *
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
      *   AMQ0DRL0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  RELEASE, REPORT or CANCEL (default RELEASE)          *
      *      2  CANCEL: the MSGID, 48 hexadecimal characters         *
      *         (required)                                           *
      *      3  the staging queue (default the RELHDRWS staging      *
      *         queue)                                               *
      *   Return code 1 when the run is refused, a message is        *
      *   OVERDUE or could not be released, or the message to        *
      *   cancel is not on the staging queue                         *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0DRL0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** this run's status of every staged message
           SELECT RELEASE-REPORT ASSIGN TO 'DRLRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELEASE-REPORT-STATUS.

      ** the release log - record-sequential because it carries
      ** the binary MSGID, as XMVLOG.DAT does
           SELECT RELEASE-LOG ASSIGN TO 'DRLLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RELEASE-LOG-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-REPORT.
       01 RELEASE-REPORT-RECORD.
          05 DR-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-STATUS                 PIC X(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-MSGID                  PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-RELEASE-AT             PIC X(14).
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-TARGET-QUEUE           PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-DETAIL                 PIC X(40).

       FD  RELEASE-LOG.
       01 RELEASE-LOG-RECORD.
          05 DRL-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRL-ACTION                PIC X(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRL-STAGING-QUEUE         PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRL-MSGID                 PIC X(24).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRL-TARGET-QUEUE          PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRL-RELEASE-AT            PIC X(14).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRL-PUTDATE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRL-PUTTIME               PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 DRL-OPERATOR-ID           PIC X(12).

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
       01 STAGE-Q-HANDLE             PIC S9(9) BINARY.
       01 TARGET-Q-HANDLE            PIC S9(9) BINARY.
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

      ** the staged message: RLH-HEADER-LENGTH bytes of release
      ** header, then the payload that is released.  No truncation
      ** is accepted - a longer message is left staged and reported
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 100080.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 PAYLOAD-LENGTH             PIC S9(9) BINARY.
       01 MESSAGE-AREA.
          05 MESSAGE-HEADER-AREA     PIC X(80).
          05 MESSAGE-PAYLOAD         PIC X(100000).

       01 RELEASE-REPORT-STATUS      PIC XX VALUE '00'.
       01 RELEASE-LOG-STATUS         PIC XX VALUE '00'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.
       01 CONNECTED-SWITCH           PIC X VALUE 'N'.
       01 STAGE-OPEN-SWITCH          PIC X VALUE 'N'.
       01 TARGET-OPEN-SWITCH         PIC X VALUE 'N'.
       01 LOCK-HELD-SWITCH           PIC X VALUE 'N'.
       01 RELEASE-FAILED-SWITCH      PIC X VALUE 'N'.
       01 CANCEL-FOUND-SWITCH        PIC X VALUE 'N'.
       01 HEADER-VALID-SWITCH        PIC X VALUE 'N'.
       01 TARGET-INHIBITED-SWITCH    PIC X VALUE 'N'.

      ** job parameters
       01 PARM-RUN-MODE              PIC X(8) VALUE SPACES.
       01 PARM-MSGID-HEX             PIC X(48) VALUE SPACES.
       01 PARM-STAGING-QUEUE         PIC X(48) VALUE SPACES.
       01 PARM-MSGID                 PIC X(24) VALUE LOW-VALUES.

      ** the target queue currently open, kept open while the
      ** messages browsed go to the same one
       01 TARGET-OPEN-NAME           PIC X(48) VALUE SPACES.
       01 TARGET-OPEN-REASON         PIC S9(9) BINARY VALUE 0.

      ** the moment this run releases up to, YYYYMMDDHHMMSS
       01 RELEASE-NOW                PIC X(14) VALUE SPACES.

      ** the message in hand
       01 MESSAGE-STATUS             PIC X(9) VALUE SPACES.
       01 MESSAGE-DETAIL             PIC X(40) VALUE SPACES.
       01 REASON-DISPLAY             PIC 9(9).
       01 LOG-ACTION                 PIC X(9) VALUE SPACES.

      ** hexadecimal to and from the binary MSGID
       01 HEX-DIGITS                 PIC X(16)
                                     VALUE '0123456789ABCDEF'.
       01 HEX-BYTE-AREA              PIC X(1).
       01 HEX-BYTE-VALUE REDEFINES HEX-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 HEX-HIGH                   PIC S9(4) BINARY.
       01 HEX-LOW                    PIC S9(4) BINARY.
       01 HEX-INDEX                  PIC S9(9) BINARY.
       01 HEX-DIGIT-INDEX            PIC S9(9) BINARY.
       01 HEX-PAIR                   PIC S9(9) BINARY.
       01 HEX-ODD                    PIC S9(9) BINARY.
       01 HEX-VALID-SWITCH           PIC X VALUE 'Y'.
       01 HEX-TEXT                   PIC X(48).
       01 BINARY-ID                  PIC X(24).
       01 WORK-MSGID                 PIC X(24).
       01 MSGID-HEX                  PIC X(48).

       01 BROWSED-COUNT              PIC 9(7) VALUE 0.
       01 HELD-COUNT                 PIC 9(7) VALUE 0.
       01 DUE-COUNT                  PIC 9(7) VALUE 0.
       01 RELEASED-COUNT             PIC 9(7) VALUE 0.
       01 OVERDUE-COUNT              PIC 9(7) VALUE 0.
       01 INVALID-COUNT              PIC 9(7) VALUE 0.
       01 CANCELLED-COUNT            PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.

      * Deferred-release header and staging queue name, shared with
      * AMQ0BPT0
       01 MY-RELEASE-HEADER.
          COPY RELHDRWS.

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Shared queue serialization lock interface - the staging
      * queue is registered before any message is taken off it
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
           DISPLAY 'AMQ0DRL0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0DRL0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM GETPARMS.

      ** RELEASE and CANCEL take messages off the staging queue -
      ** the operator's role must allow them.  A refusal is logged
      ** to MNULOG.DAT and alerted by AMQ0ROL0
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-RUN-MODE IS NOT EQUAL TO 'REPORT'
             MOVE 'AMQ0DRL0' TO ROL-PROGRAM-ID
             MOVE PARM-RUN-MODE TO ROL-ACTION
             MOVE 'AMQ0DRL0' TO ROL-CALLER-ID
             MOVE 'Y' TO ROL-LOG-DENIAL
             CALL 'AMQ0ROL0' USING ROL-CHECK-AREA
             IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
               DISPLAY 'AMQ0DRL0 refused - role <' ROL-USER-ROLE
                   '> of user <' ROL-USER-ID '> may not run it'
               MOVE 'ROLE NOT ALLOWED' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-RUN-MODE IS NOT EQUAL TO 'REPORT'
             PERFORM LOCKQ
           END-IF.

      ****************************************************************
      *                                                              *
      *   Connect to the default queue manager and open the staging  *
      *   queue                                                      *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             CALL 'MQCONN'
              USING QM-NAME, HCONN,
              COMPLETION-CODE, CON-REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQCONN ended with reason code ' CON-REASON
               MOVE 'QMGR NOT AVAILABLE' TO OUTCOME-TEXT
             ELSE
               MOVE 'Y' TO CONNECTED-SWITCH
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM OPENSTG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Browse the staging queue, releasing, reporting or          *
      *   cancelling message by message                              *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             ACCEPT WS-DATE FROM DATE YYYYMMDD
             ACCEPT WS-TIME FROM TIME
             MOVE WS-DATE TO RELEASE-NOW(1:8)
             MOVE WS-TIME(1:6) TO RELEASE-NOW(9:6)
             OPEN OUTPUT RELEASE-REPORT
             IF PARM-RUN-MODE IS NOT EQUAL TO 'REPORT'
               OPEN EXTEND RELEASE-LOG
               IF RELEASE-LOG-STATUS IS EQUAL TO '35'
                 OPEN OUTPUT RELEASE-LOG
               END-IF
             END-IF
             PERFORM BROWSEQ
             IF PARM-RUN-MODE IS NOT EQUAL TO 'REPORT'
               CLOSE RELEASE-LOG
             END-IF
             CLOSE RELEASE-REPORT
           END-IF.

           PERFORM CLOSEQS.

           IF LOCK-HELD-SWITCH IS EQUAL TO 'Y'
             PERFORM UNLOCKQ
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-RUN-MODE IS EQUAL TO 'CANCEL'
           AND CANCEL-FOUND-SWITCH IS NOT EQUAL TO 'Y'
             DISPLAY 'message ' PARM-MSGID-HEX ' is not on '
                 PARM-STAGING-QUEUE ' - released, cancelled or '
                 'never staged'
             MOVE 'MESSAGE NOT STAGED' TO OUTCOME-TEXT
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             DISPLAY BROWSED-COUNT ' messages browsed on '
                 PARM-STAGING-QUEUE
             EVALUATE PARM-RUN-MODE
               WHEN 'CANCEL'
                 DISPLAY '   ' CANCELLED-COUNT ' cancelled'
               WHEN 'REPORT'
                 DISPLAY '   ' HELD-COUNT ' held, ' DUE-COUNT
                     ' due, ' OVERDUE-COUNT ' overdue, '
                     INVALID-COUNT ' invalid'
               WHEN OTHER
                 DISPLAY '   ' RELEASED-COUNT ' released, '
                     HELD-COUNT ' held, ' OVERDUE-COUNT
                     ' overdue, ' INVALID-COUNT ' invalid'
             END-EVALUATE
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND RELEASE-FAILED-SWITCH IS NOT EQUAL TO 'Y'
           AND OVERDUE-COUNT IS EQUAL TO 0
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           IF PARM-RUN-MODE IS EQUAL TO 'CANCEL'
             MOVE CANCELLED-COUNT TO RLG-RECORD-COUNT
           ELSE
             MOVE RELEASED-COUNT TO RLG-RECORD-COUNT
           END-IF.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0DRL0 end'.
           IF RLG-STATUS IS EQUAL TO 'END-OK'
             MOVE ZERO TO RETURN-CODE
           ELSE
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read and check the job parameters                          *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-RUN-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-RUN-MODE
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MSGID-HEX FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-MSGID-HEX
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-STAGING-QUEUE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-STAGING-QUEUE
           END-ACCEPT.

           IF PARM-RUN-MODE IS EQUAL TO SPACES
             MOVE 'RELEASE' TO PARM-RUN-MODE
           END-IF.
           IF PARM-STAGING-QUEUE IS EQUAL TO SPACES
             MOVE RLH-STAGING-QUEUE TO PARM-STAGING-QUEUE
           END-IF.

           EVALUATE PARM-RUN-MODE
             WHEN 'RELEASE'
               CONTINUE
             WHEN 'REPORT'
               CONTINUE
             WHEN 'CANCEL'
               MOVE PARM-MSGID-HEX TO HEX-TEXT
               PERFORM HEXBIN
               IF HEX-VALID-SWITCH IS NOT EQUAL TO 'Y'
                 DISPLAY 'CANCEL needs the MSGID, 48 hexadecimal '
                     'characters, not ' PARM-MSGID-HEX
                 MOVE 'BAD MSGID' TO OUTCOME-TEXT
               ELSE
                 MOVE BINARY-ID TO PARM-MSGID
               END-IF
             WHEN OTHER
               DISPLAY 'run mode must be RELEASE, REPORT or CANCEL, '
                   'not ' PARM-RUN-MODE
               MOVE 'BAD RUN MODE' TO OUTCOME-TEXT
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Register the staging queue with AMQ0LCK0 - a release run   *
      *   and a cancel must not work the queue at the same time      *
      *                                                              *
      ****************************************************************
       LOCKQ.
           MOVE 'ACQUIRE' TO LCK-REQUEST.
           MOVE 'AMQ0DRL0' TO LCK-PROGRAM-ID.
           MOVE PARM-STAGING-QUEUE TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.
           IF LCK-RESULT IS NOT EQUAL TO 'GRANTED'
             DISPLAY PARM-RUN-MODE ' of ' PARM-STAGING-QUEUE
                 ' NOT STARTED - queue locked by ' LCK-HOLDER
             MOVE 'STAGING QUEUE LOCKED' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO LOCK-HELD-SWITCH
           END-IF.

       UNLOCKQ.
           MOVE 'RELEASE' TO LCK-REQUEST.
           MOVE 'AMQ0DRL0' TO LCK-PROGRAM-ID.
           MOVE PARM-STAGING-QUEUE TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.

      ****************************************************************
      *                                                              *
      *   Open the staging queue to browse (and, unless only         *
      *   reporting, to get from)                                    *
      *                                                              *
      ****************************************************************
       OPENSTG.
           MOVE PARM-STAGING-QUEUE TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           IF PARM-RUN-MODE IS EQUAL TO 'REPORT'
             ADD MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
           ELSE
             ADD MQOO-BROWSE MQOO-INPUT-SHARED MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
           END-IF.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, STAGE-Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' PARM-STAGING-QUEUE
             MOVE 'STAGING QUEUE NOT OPENED' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO STAGE-OPEN-SWITCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Close whatever was opened and disconnect                   *
      *                                                              *
      ****************************************************************
       CLOSEQS.
           PERFORM CLOSETGT.
           IF STAGE-OPEN-SWITCH IS EQUAL TO 'Y'
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, STAGE-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.
           IF CONNECTED-SWITCH IS EQUAL TO 'Y'
           AND CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING HCONN, COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC ended with reason code ' REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Browse the staging queue, message by message               *
      *                                                              *
      ****************************************************************
       BROWSEQ.
           MOVE 'N' TO END-OF-BROWSE-SWITCH.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           ADD MQGMO-NO-WAIT MQGMO-BROWSE-FIRST
               MQGMO-ACCEPT-TRUNCATED-MSG
                     GIVING MQGMO-OPTIONS.
           MOVE 0 TO MQGMO-WAITINTERVAL.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-BROWSE-SWITCH IS EQUAL TO 'Y'
             MOVE 100080 TO BUFFER-LENGTH
             CALL 'MQGET'
              USING HCONN, STAGE-Q-HANDLE,
              MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
              BUFFER-LENGTH, MESSAGE-AREA, DATA-LENGTH,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
               ADD 1 TO BROWSED-COUNT
               IF PARM-RUN-MODE IS EQUAL TO 'CANCEL'
                 IF MQMD-MSGID IS EQUAL TO PARM-MSGID
                   PERFORM CANCEL1
                   MOVE 'Y' TO END-OF-BROWSE-SWITCH
                 END-IF
               ELSE
                 PERFORM STATUS1
               END-IF
               IF RELEASE-FAILED-SWITCH IS EQUAL TO 'Y'
                 MOVE 'Y' TO END-OF-BROWSE-SWITCH
               END-IF
               MOVE MQMI-NONE TO MQMD-MSGID
               MOVE MQCI-NONE TO MQMD-CORRELID
               ADD MQGMO-NO-WAIT MQGMO-BROWSE-NEXT
                   MQGMO-ACCEPT-TRUNCATED-MSG
                         GIVING MQGMO-OPTIONS
             ELSE
               MOVE 'Y' TO END-OF-BROWSE-SWITCH
               IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
                 DISPLAY 'MQGET (browse) ended with reason code '
                     REASON ' for ' PARM-STAGING-QUEUE
                 MOVE 'Y' TO RELEASE-FAILED-SWITCH
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Check the release header of the browsed message            *
      *                                                              *
      ****************************************************************
       HDRCHK.
           MOVE 'N' TO HEADER-VALID-SWITCH.
           MOVE SPACES TO RLH-HEADER.
           MOVE SPACES TO MESSAGE-DETAIL.
           IF DATA-LENGTH IS LESS THAN RLH-HEADER-LENGTH
             MOVE 'SHORTER THAN A RELEASE HEADER' TO MESSAGE-DETAIL
           ELSE
             MOVE MESSAGE-HEADER-AREA TO RLH-HEADER
             EVALUATE TRUE
               WHEN RLH-EYECATCHER IS NOT EQUAL TO RLH-EYECATCHER-VALUE
               OR RLH-VERSION IS NOT EQUAL TO RLH-VERSION-VALUE
                 MOVE 'NO RELEASE HEADER' TO MESSAGE-DETAIL
               WHEN RLH-RELEASE-AT IS NOT NUMERIC
                 MOVE 'RELEASE TIME NOT YYYYMMDDHHMMSS'
                   TO MESSAGE-DETAIL
               WHEN RLH-TARGET-QUEUE IS EQUAL TO SPACES
                 MOVE 'NO TARGET QUEUE' TO MESSAGE-DETAIL
               WHEN RLH-TARGET-QUEUE IS EQUAL TO PARM-STAGING-QUEUE
                 MOVE 'TARGET IS THE STAGING QUEUE' TO MESSAGE-DETAIL
               WHEN DATA-LENGTH IS GREATER THAN 100080
                 MOVE 'TOO LONG TO RELEASE' TO MESSAGE-DETAIL
               WHEN OTHER
                 MOVE 'Y' TO HEADER-VALID-SWITCH
             END-EVALUATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Work out the browsed message's status and, in RELEASE      *
      *   mode, release it when it is due                            *
      *                                                              *
      ****************************************************************
       STATUS1.
           PERFORM HDRCHK.
           IF HEADER-VALID-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'INVALID' TO MESSAGE-STATUS
             ADD 1 TO INVALID-COUNT
           ELSE
             IF RLH-RELEASE-AT IS GREATER THAN RELEASE-NOW
               MOVE 'HELD' TO MESSAGE-STATUS
               ADD 1 TO HELD-COUNT
             ELSE
               PERFORM TGTCHK
               IF MESSAGE-STATUS IS NOT EQUAL TO 'OVERDUE'
                 IF PARM-RUN-MODE IS EQUAL TO 'RELEASE'
                   PERFORM RELEASE1
                 ELSE
                   MOVE 'DUE' TO MESSAGE-STATUS
                   ADD 1 TO DUE-COUNT
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM RPTLINE.
      **    the release overwrote the COMPLETION-CODE the browse loop
      **    is steering by - restore it, as AMQ0XMV0's XFER1 does
           MOVE MQCC-OK TO COMPLETION-CODE.

      ****************************************************************
      *                                                              *
      *   A due message's target must be open and not put-inhibited  *
      *   - otherwise the message is OVERDUE and stays staged        *
      *                                                              *
      ****************************************************************
       TGTCHK.
           MOVE SPACES TO MESSAGE-STATUS.
           IF RLH-TARGET-QUEUE IS NOT EQUAL TO TARGET-OPEN-NAME
             PERFORM CLOSETGT
             PERFORM OPENTGT
           END-IF.
           IF TARGET-OPEN-SWITCH IS NOT EQUAL TO 'Y'
             MOVE TARGET-OPEN-REASON TO REASON-DISPLAY
             STRING 'TARGET NOT OPENED, REASON ' DELIMITED BY SIZE
                    REASON-DISPLAY DELIMITED BY SIZE
               INTO MESSAGE-DETAIL
             MOVE 'OVERDUE' TO MESSAGE-STATUS
             ADD 1 TO OVERDUE-COUNT
           ELSE
             PERFORM INQTGT
             IF TARGET-INHIBITED-SWITCH IS EQUAL TO 'Y'
               MOVE 'TARGET PUT-INHIBITED' TO MESSAGE-DETAIL
               MOVE 'OVERDUE' TO MESSAGE-STATUS
               ADD 1 TO OVERDUE-COUNT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Open the message's target queue - to inquire on, and in    *
      *   RELEASE mode to put to with the context set from the       *
      *   message's own MQMD.  A target that cannot be opened is     *
      *   not tried again for the messages after it                  *
      *                                                              *
      ****************************************************************
       OPENTGT.
           MOVE RLH-TARGET-QUEUE TO TARGET-OPEN-NAME.
           MOVE RLH-TARGET-QUEUE TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           IF PARM-RUN-MODE IS EQUAL TO 'RELEASE'
             ADD MQOO-OUTPUT MQOO-SET-ALL-CONTEXT MQOO-INQUIRE
                 MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
           ELSE
             ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
           END-IF.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, TARGET-Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' RLH-TARGET-QUEUE
             MOVE REASON TO TARGET-OPEN-REASON
           ELSE
             MOVE 'Y' TO TARGET-OPEN-SWITCH
           END-IF.

       CLOSETGT.
           IF TARGET-OPEN-SWITCH IS EQUAL TO 'Y'
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, TARGET-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
             MOVE 'N' TO TARGET-OPEN-SWITCH
           END-IF.
           MOVE SPACES TO TARGET-OPEN-NAME.

      ****************************************************************
      *                                                              *
      *   Is the open target put-inhibited?                          *
      *                                                              *
      ****************************************************************
       INQTGT.
           MOVE 'N' TO TARGET-INHIBITED-SWITCH.
           MOVE 1 TO SELECTOR-COUNT.
           MOVE 1 TO INT-ATTR-COUNT.
           MOVE 0 TO CHAR-ATTR-LENGTH.
           MOVE MQIA-INHIBIT-PUT TO SELECTOR(1).
           MOVE SPACES TO CHAR-ATTRS.
           CALL 'MQINQ'
            USING HCONN, TARGET-Q-HANDLE,
            SELECTOR-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
             DISPLAY 'MQINQ of ' RLH-TARGET-QUEUE
                 ' ended with reason code ' REASON
           ELSE
             IF INT-ATTR(1) IS EQUAL TO MQQA-PUT-INHIBITED
               MOVE 'Y' TO TARGET-INHIBITED-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   RELEASE one message: get it under syncpoint off the        *
      *   staging queue, put its payload under the same unit of work *
      *   to the target with its own MQMD and context, and commit.   *
      *   A put the target refuses backs the get out - the message   *
      *   stays staged and is OVERDUE                                *
      *                                                              *
      ****************************************************************
       RELEASE1.
           ADD MQGMO-NO-WAIT MQGMO-MSG-UNDER-CURSOR MQGMO-SYNCPOINT
                     GIVING MQGMO-OPTIONS.
           MOVE 100080 TO BUFFER-LENGTH.
           CALL 'MQGET'
            USING HCONN, STAGE-Q-HANDLE,
            MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
            BUFFER-LENGTH, MESSAGE-AREA, DATA-LENGTH,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             IF REASON IS EQUAL TO MQRC-NO-MSG-AVAILABLE
      **       gone since the browse - cancelled or expired
               MOVE 'GONE' TO MESSAGE-STATUS
               MOVE 'NO LONGER ON THE STAGING QUEUE'
                 TO MESSAGE-DETAIL
             ELSE
               DISPLAY 'MQGET (release) ended with reason code '
                   REASON ' for ' PARM-STAGING-QUEUE
                   ' - release stopped'
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
               MOVE 'FAILED' TO MESSAGE-STATUS
               MOVE 'GET FROM STAGING QUEUE FAILED'
                 TO MESSAGE-DETAIL
               MOVE 'Y' TO RELEASE-FAILED-SWITCH
             END-IF
           ELSE
             COMPUTE PAYLOAD-LENGTH =
                 DATA-LENGTH - RLH-HEADER-LENGTH
             ADD MQPMO-SYNCPOINT MQPMO-SET-ALL-CONTEXT
                       GIVING MQPMO-OPTIONS
             CALL 'MQPUT'
              USING HCONN, TARGET-Q-HANDLE,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              PAYLOAD-LENGTH, MESSAGE-PAYLOAD,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               MOVE REASON TO REASON-DISPLAY
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
               MOVE 'OVERDUE' TO MESSAGE-STATUS
               IF REASON-DISPLAY IS EQUAL TO MQRC-PUT-INHIBITED
                 MOVE 'TARGET PUT-INHIBITED' TO MESSAGE-DETAIL
               ELSE
                 STRING 'PUT REFUSED, REASON ' DELIMITED BY SIZE
                        REASON-DISPLAY DELIMITED BY SIZE
                   INTO MESSAGE-DETAIL
               END-IF
               ADD 1 TO OVERDUE-COUNT
             ELSE
               CALL 'MQCMIT'
                USING HCONN, COMPLETION-CODE, REASON
               IF REASON IS NOT EQUAL TO MQRC-NONE
                 DISPLAY 'MQCMIT ended with reason code ' REASON
                     ' - release stopped'
                 MOVE 'FAILED' TO MESSAGE-STATUS
                 MOVE 'COMMIT FAILED' TO MESSAGE-DETAIL
                 MOVE 'Y' TO RELEASE-FAILED-SWITCH
               ELSE
                 MOVE 'RELEASED' TO MESSAGE-STATUS
                 ADD 1 TO RELEASED-COUNT
                 MOVE 'RELEASED' TO LOG-ACTION
                 PERFORM LOGLINE
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   CANCEL the message under the browse cursor: take it off    *
      *   the staging queue before it can be released                *
      *                                                              *
      ****************************************************************
       CANCEL1.
           PERFORM HDRCHK.
           ADD MQGMO-NO-WAIT MQGMO-MSG-UNDER-CURSOR MQGMO-SYNCPOINT
                     GIVING MQGMO-OPTIONS.
           MOVE 100080 TO BUFFER-LENGTH.
           CALL 'MQGET'
            USING HCONN, STAGE-Q-HANDLE,
            MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
            BUFFER-LENGTH, MESSAGE-AREA, DATA-LENGTH,
            COMPLETION-CODE, REASON.
      **   a warning is a failure too - a message too long for the
      **   buffer is truncated and left where it is
           IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
             IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
             OR REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
               DISPLAY 'MQGET (cancel) ended with reason code '
                   REASON ' for ' PARM-STAGING-QUEUE
               MOVE REASON TO REASON-DISPLAY
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
               MOVE 'Y' TO RELEASE-FAILED-SWITCH
               MOVE 'FAILED' TO MESSAGE-STATUS
               MOVE SPACES TO MESSAGE-DETAIL
               STRING 'NOT CANCELLED, REASON ' DELIMITED BY SIZE
                      REASON-DISPLAY DELIMITED BY SIZE
                 INTO MESSAGE-DETAIL
               PERFORM RPTLINE
             END-IF
           ELSE
             CALL 'MQCMIT'
              USING HCONN, COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQCMIT ended with reason code ' REASON
                   ' - message not cancelled'
               MOVE 'Y' TO RELEASE-FAILED-SWITCH
             ELSE
               MOVE 'Y' TO CANCEL-FOUND-SWITCH
               ADD 1 TO CANCELLED-COUNT
               MOVE 'CANCELLED' TO MESSAGE-STATUS
               MOVE 'TAKEN OFF BEFORE RELEASE' TO MESSAGE-DETAIL
               MOVE 'CANCELLED' TO LOG-ACTION
               PERFORM LOGLINE
               PERFORM RPTLINE
             END-IF
           END-IF.
           MOVE MQCC-OK TO COMPLETION-CODE.

      ****************************************************************
      *                                                              *
      *   Write the message in hand's status to DRLRPT.DAT and the   *
      *   console                                                    *
      *                                                              *
      ****************************************************************
       RPTLINE.
           MOVE MQMD-MSGID TO WORK-MSGID.
           PERFORM MSGIDHEX.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           MOVE RELEASE-NOW(1:8) TO DR-TIMESTAMP(1:8).
           MOVE '-' TO DR-TIMESTAMP(9:1).
           MOVE WS-TIME TO DR-TIMESTAMP(10:8).
           MOVE MESSAGE-STATUS TO DR-STATUS.
           MOVE MSGID-HEX TO DR-MSGID.
           MOVE RLH-RELEASE-AT TO DR-RELEASE-AT.
           MOVE RLH-TARGET-QUEUE TO DR-TARGET-QUEUE.
           MOVE MESSAGE-DETAIL TO DR-DETAIL.
           WRITE RELEASE-REPORT-RECORD.
           DISPLAY MESSAGE-STATUS ' ' MSGID-HEX.
           DISPLAY '   release ' RLH-RELEASE-AT ' to '
               RLH-TARGET-QUEUE.
           IF MESSAGE-DETAIL IS NOT EQUAL TO SPACES
             DISPLAY '   ' MESSAGE-DETAIL
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append the release log line for the message in hand        *
      *                                                              *
      ****************************************************************
       LOGLINE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE SPACES TO RELEASE-LOG-RECORD.
           MOVE WS-DATE TO DRL-TIMESTAMP(1:8).
           MOVE '-' TO DRL-TIMESTAMP(9:1).
           MOVE WS-TIME TO DRL-TIMESTAMP(10:8).
           MOVE LOG-ACTION TO DRL-ACTION.
           MOVE PARM-STAGING-QUEUE TO DRL-STAGING-QUEUE.
           MOVE MQMD-MSGID TO DRL-MSGID.
           MOVE RLH-TARGET-QUEUE TO DRL-TARGET-QUEUE.
           MOVE RLH-RELEASE-AT TO DRL-RELEASE-AT.
           MOVE MQMD-PUTDATE TO DRL-PUTDATE.
           MOVE MQMD-PUTTIME TO DRL-PUTTIME.
           MOVE ROL-USER-ID TO DRL-OPERATOR-ID.
           WRITE RELEASE-LOG-RECORD.
           IF RELEASE-LOG-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'DRLLOG.DAT write ended with file status '
                 RELEASE-LOG-STATUS
           END-IF.

      ****************************************************************
      *                                                              *
      *   Convert WORK-MSGID to 48 hexadecimal characters            *
      *                                                              *
      ****************************************************************
       MSGIDHEX.
           MOVE SPACES TO MSGID-HEX.
           PERFORM VARYING HEX-INDEX FROM 1 BY 1
               UNTIL HEX-INDEX > 24
             MOVE WORK-MSGID(HEX-INDEX:1) TO HEX-BYTE-AREA
             DIVIDE HEX-BYTE-VALUE BY 16 GIVING HEX-HIGH
               REMAINDER HEX-LOW
             MOVE HEX-DIGITS(HEX-HIGH + 1:1)
               TO MSGID-HEX(HEX-INDEX * 2 - 1:1)
             MOVE HEX-DIGITS(HEX-LOW + 1:1)
               TO MSGID-HEX(HEX-INDEX * 2:1)
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Convert the 48 hexadecimal characters in HEX-TEXT to the   *
      *   24-byte BINARY-ID; HEX-VALID-SWITCH is N when any of them  *
      *   is not a hexadecimal digit                                 *
      *                                                              *
      ****************************************************************
       HEXBIN.
           MOVE 'Y' TO HEX-VALID-SWITCH.
           MOVE LOW-VALUES TO BINARY-ID.
           INSPECT HEX-TEXT CONVERTING 'abcdef' TO 'ABCDEF'.
           PERFORM VARYING HEX-INDEX FROM 1 BY 1
               UNTIL HEX-INDEX > 48
               OR HEX-VALID-SWITCH IS EQUAL TO 'N'
             PERFORM VARYING HEX-DIGIT-INDEX FROM 1 BY 1
                 UNTIL HEX-DIGIT-INDEX > 16
                 OR HEX-DIGITS(HEX-DIGIT-INDEX:1) IS EQUAL TO
                    HEX-TEXT(HEX-INDEX:1)
               CONTINUE
             END-PERFORM
             IF HEX-DIGIT-INDEX IS GREATER THAN 16
               MOVE 'N' TO HEX-VALID-SWITCH
             ELSE
               DIVIDE HEX-INDEX BY 2 GIVING HEX-PAIR
                 REMAINDER HEX-ODD
               IF HEX-ODD IS EQUAL TO 1
                 COMPUTE HEX-HIGH = HEX-DIGIT-INDEX - 1
               ELSE
                 COMPUTE HEX-BYTE-VALUE =
                     HEX-HIGH * 16 + HEX-DIGIT-INDEX - 1
                 MOVE HEX-BYTE-AREA TO BINARY-ID(HEX-PAIR:1)
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      * END OF AMQ0DRL0                                              *
      *                                                              *
      ****************************************************************
