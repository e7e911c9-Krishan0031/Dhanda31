       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0XPD0                                       *
      *                                                              *
      * Description: Priority expedite of chosen messages on a       *
      *              backlogged queue                                *
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
      *   AMQ0XPD0 brings chosen messages on a backlogged queue -    *
      *   high-value payments, or messages the business names by     *
      *   MSGID - to the front of it, so that they are processed     *
      *   ahead of the routine traffic without the queue being       *
      *   drained:                                                   *
      *                                                              *
      *      -- messages are selected by a list of MSGIDs (one per   *
      *         line, in hexadecimal, in XPDIDS.DAT or a named       *
      *         file) or by the value of a FMTDICT.DAT field of the  *
      *         queue or the message's format, matched as AMQ0XMV0   *
      *         matches a field                                      *
      *                                                              *
      *      -- each selected message is got under syncpoint and     *
      *         put back on the same queue, under the same unit of   *
      *         work, at the expedite priority with its MQMD as it   *
      *         was: MSGID, CORRELID and the whole identity and      *
      *         origin context are set on the put.  The unit of work *
      *         is then committed, so the original is removed only   *
      *         when the promoted copy is in place; any failure      *
      *         backs both out and the message stays where it was    *
      *                                                              *
      *      -- a message already at or above the expedite priority  *
      *         is left alone                                        *
      *                                                              *
      *      -- the queue must deliver in priority order             *
      *         (MSGDLVSQ(PRIORITY)); on a FIFO queue a re-put would *
      *         send the message to the back, so the run is refused  *
      *                                                              *
      *      -- the queue is locked through AMQ0LCK0 for the run; a  *
      *         queue another program holds is refused               *
      *                                                              *
      *      -- every message promoted is appended to the expedite   *
      *         log XPDLOG.DAT with the position it held in the      *
      *         queue, the queue depth, its old and new priority and *
      *         the operator who ran the job.  AMQ0TRC0 searches it  *
      *         with the suite's other files                         *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the job parameters, check the operator's role *
      *         load the selection (MSGID list or FMTDICT.DAT field) *
      *         lock the queue                                       *
      *         MQCONNect to the default queue manager, open the     *
      *         queue and MQINQ its delivery sequence and depth      *
      *         browse the queue; for each selected message below    *
      *         the expedite priority, promote it and write its      *
      *         expedite log line                                    *
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
      *   AMQ0XPD0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  queue name (required)                                *
      *      2  selection - MSGID or FIELD (required)                *
      *      3  MSGID: MSGID list file (default XPDIDS.DAT)          *
      *         FIELD: the FMTDICT.DAT field name                    *
      *      4  FIELD: the field value to select on                  *
      *      5  expedite priority, 1 to 9 (default 9)                *
      *      6  most messages to promote (default 100)               *
      *   Return code 1 when the run is refused or a message could   *
      *   not be promoted                                            *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0XPD0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the MSGIDs to select, one per line in hexadecimal
           SELECT MSGID-LIST-FILE ASSIGN TO MSGID-LIST-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MSGID-LIST-STATUS.

      ** the message layouts, shared with AMQ0FMT0 and AMQ0XMV0
           SELECT FORMAT-DICTIONARY ASSIGN TO 'FMTDICT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FORMAT-DICTIONARY-STATUS.

      ** the expedite log - record-sequential because it carries
      ** the binary MSGID, as XMVLOG.DAT does
           SELECT EXPEDITE-LOG ASSIGN TO 'XPDLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EXPEDITE-LOG-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MSGID-LIST-FILE.
       01 MSGID-LIST-RECORD.
          05 IDL-MSGID-HEX             PIC X(48).

       FD  FORMAT-DICTIONARY.
       01 FORMAT-DICTIONARY-RECORD.
           05 DCT-SCOPE-TYPE          PIC X(1).
           05 FILLER                  PIC X.
           05 DCT-SCOPE-NAME          PIC X(48).
           05 FILLER                  PIC X.
           05 DCT-FIELD-NAME          PIC X(12).
           05 FILLER                  PIC X.
           05 DCT-FIELD-OFFSET        PIC 9(5).
           05 FILLER                  PIC X.
           05 DCT-FIELD-LENGTH        PIC 9(3).
           05 FILLER                  PIC X.
           05 DCT-FIELD-TYPE          PIC X(1).
           05 FILLER                  PIC X.
           05 DCT-MANDATORY-FLAG      PIC X(1).
           05 FILLER                  PIC X.
           05 DCT-EDIT-RULE           PIC X(1).

       FD  EXPEDITE-LOG.
       01 EXPEDITE-LOG-RECORD.
          05 XPD-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-ACTION                PIC X(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-MSGID                 PIC X(24).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-POSITION              PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-QUEUE-DEPTH           PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-OLD-PRIORITY          PIC 9(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-NEW-PRIORITY          PIC 9(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-PUTDATE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-PUTTIME               PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 XPD-OPERATOR-ID           PIC X(12).

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
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

      ** MQINQ selectors, the same table shape AMQ0DRL0 uses
       01 SELECTOR-COUNT             PIC S9(9) BINARY VALUE 2.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 2 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 2.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 2 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(96).

      ** no truncation is accepted on the re-put - a longer message
      ** is left where it is and reported
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 100000.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 BUFFER                     PIC X(100000).

       01 MSGID-LIST-STATUS          PIC XX VALUE '00'.
       01 FORMAT-DICTIONARY-STATUS   PIC XX VALUE '00'.
       01 EXPEDITE-LOG-STATUS        PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.
       01 CONNECTED-SWITCH           PIC X VALUE 'N'.
       01 QUEUE-OPEN-SWITCH          PIC X VALUE 'N'.
       01 LOCK-HELD-SWITCH           PIC X VALUE 'N'.
       01 PROMOTE-FAILED-SWITCH      PIC X VALUE 'N'.

       01 MSGID-LIST-FILE-NAME       PIC X(30) VALUE SPACES.

      ** job parameters
       01 PARM-QUEUE-NAME            PIC X(48) VALUE SPACES.
       01 PARM-SELECTION             PIC X(8) VALUE SPACES.
       01 PARM-VALUE-1               PIC X(48) VALUE SPACES.
       01 PARM-VALUE-2               PIC X(48) VALUE SPACES.
       01 PARM-PRIORITY-TEXT         PIC X(8) VALUE SPACES.
       01 PARM-NEW-PRIORITY          PIC 9(1) VALUE 0.
       01 PARM-MAX-COUNT             PIC 9(5) VALUE 0.
       01 PARM-FIELD-NAME            PIC X(12) VALUE SPACES.
       01 PARM-FIELD-LENGTH          PIC S9(9) BINARY VALUE 0.

      ** the queue's delivery sequence and its depth when the
      ** browse began
       01 DELIVERY-SEQUENCE          PIC S9(9) BINARY VALUE 0.
       01 QUEUE-DEPTH                PIC 9(7) VALUE 0.

      ** the MSGIDs selected from the list file
       01 MSGID-TABLE.
          02 MSGID-ENTRY OCCURS 500 TIMES.
             05 MI-MSGID              PIC X(24).
       01 MSGID-COUNT                PIC S9(9) BINARY VALUE 0.
       01 MSGID-INDEX                PIC S9(9) BINARY.

      ** the dictionary entries for the selection field
       01 FIELD-TABLE.
          02 FIELD-ENTRY OCCURS 50 TIMES.
             05 FE-SCOPE-TYPE         PIC X(1).
             05 FE-SCOPE-NAME         PIC X(48).
             05 FE-FIELD-OFFSET       PIC S9(9) BINARY.
             05 FE-FIELD-LENGTH       PIC S9(9) BINARY.
       01 FIELD-COUNT                PIC S9(9) BINARY VALUE 0.
       01 FIELD-INDEX                PIC S9(9) BINARY.
       01 FIELD-END-POSITION         PIC S9(9) BINARY.
       01 FIELD-TAIL-POSITION        PIC S9(9) BINARY.

       01 SELECT-SWITCH              PIC X VALUE 'N'.

      ** the message in hand - its place in the queue when it was
      ** browsed and the priority it had
       01 QUEUE-POSITION             PIC 9(7) VALUE 0.
       01 OLD-PRIORITY               PIC 9(1) VALUE 0.

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
       01 SELECTED-COUNT             PIC 9(7) VALUE 0.
       01 PROMOTED-COUNT             PIC 9(7) VALUE 0.
       01 ALREADY-COUNT              PIC 9(7) VALUE 0.
       01 TOO-LONG-COUNT             PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Shared queue serialization lock interface - the queue is
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
           DISPLAY 'AMQ0XPD0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0XPD0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM GETPARMS.

      ** the operator's role must allow this run - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'AMQ0XPD0' TO ROL-PROGRAM-ID
             MOVE 'EXPEDITE' TO ROL-ACTION
             MOVE 'AMQ0XPD0' TO ROL-CALLER-ID
             MOVE 'Y' TO ROL-LOG-DENIAL
             CALL 'AMQ0ROL0' USING ROL-CHECK-AREA
             IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
               DISPLAY 'AMQ0XPD0 refused - role <' ROL-USER-ROLE
                   '> of user <' ROL-USER-ID '> may not run it'
               MOVE 'ROLE NOT ALLOWED' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             EVALUATE PARM-SELECTION
               WHEN 'MSGID'
                 PERFORM LOADIDS
                 IF MSGID-COUNT IS EQUAL TO 0
                   DISPLAY 'no MSGIDs in ' MSGID-LIST-FILE-NAME
                   MOVE 'NO MSGIDS TO SELECT' TO OUTCOME-TEXT
                 END-IF
               WHEN 'FIELD'
                 PERFORM LOADDICT
                 IF FIELD-COUNT IS EQUAL TO 0
                   DISPLAY 'field ' PARM-FIELD-NAME
                       ' is not in FMTDICT.DAT'
                   MOVE 'FIELD NOT IN DICTIONARY' TO OUTCOME-TEXT
                 END-IF
             END-EVALUATE
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOCKQ
           END-IF.

      ****************************************************************
      *                                                              *
      *   Connect to the default queue manager and open the queue    *
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
             PERFORM OPENQ
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM INQQ
           END-IF.

      ****************************************************************
      *                                                              *
      *   Browse the queue, promoting every selected message up to   *
      *   the maximum                                                *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             OPEN EXTEND EXPEDITE-LOG
             IF EXPEDITE-LOG-STATUS IS EQUAL TO '35'
               OPEN OUTPUT EXPEDITE-LOG
             END-IF
             PERFORM BROWSEQ
             CLOSE EXPEDITE-LOG
           END-IF.

           PERFORM CLOSEQ.

           IF LOCK-HELD-SWITCH IS EQUAL TO 'Y'
             PERFORM UNLOCKQ
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             DISPLAY BROWSED-COUNT ' messages browsed on '
                 PARM-QUEUE-NAME
             DISPLAY '   ' SELECTED-COUNT ' selected, '
                 PROMOTED-COUNT ' promoted to priority '
                 PARM-NEW-PRIORITY
             DISPLAY '   ' ALREADY-COUNT ' already at or above it, '
                 TOO-LONG-COUNT ' too long to promote'
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PROMOTE-FAILED-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE PROMOTED-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0XPD0 end'.
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
           ACCEPT PARM-QUEUE-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-QUEUE-NAME
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-SELECTION FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-SELECTION
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-VALUE-1 FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-VALUE-1
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-VALUE-2 FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-VALUE-2
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-PRIORITY-TEXT FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-PRIORITY-TEXT
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MAX-COUNT FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-MAX-COUNT
           END-ACCEPT.

           IF PARM-MAX-COUNT IS EQUAL TO 0
             MOVE 100 TO PARM-MAX-COUNT
           END-IF.

           IF PARM-QUEUE-NAME IS EQUAL TO SPACES
           OR PARM-SELECTION IS EQUAL TO SPACES
             DISPLAY 'AMQ0XPD0 needs the queue name and a selection'
             MOVE 'MISSING PARAMETERS' TO OUTCOME-TEXT
           END-IF.

      **   the expedite priority - one digit, 1 to 9
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             IF PARM-PRIORITY-TEXT IS EQUAL TO SPACES
               MOVE 9 TO PARM-NEW-PRIORITY
             ELSE
               IF PARM-PRIORITY-TEXT(1:1) IS NUMERIC
               AND PARM-PRIORITY-TEXT(2:7) IS EQUAL TO SPACES
               AND PARM-PRIORITY-TEXT(1:1) IS NOT EQUAL TO '0'
                 MOVE PARM-PRIORITY-TEXT(1:1) TO PARM-NEW-PRIORITY
               ELSE
                 DISPLAY 'expedite priority must be 1 to 9, not '
                     PARM-PRIORITY-TEXT
                 MOVE 'BAD PRIORITY' TO OUTCOME-TEXT
               END-IF
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             EVALUATE PARM-SELECTION
               WHEN 'MSGID'
                 MOVE PARM-VALUE-1 TO MSGID-LIST-FILE-NAME
                 IF MSGID-LIST-FILE-NAME IS EQUAL TO SPACES
                   MOVE 'XPDIDS.DAT' TO MSGID-LIST-FILE-NAME
                 END-IF
               WHEN 'FIELD'
                 MOVE PARM-VALUE-1 TO PARM-FIELD-NAME
      **         trimmed length of the value selected on
                 PERFORM VARYING PARM-FIELD-LENGTH FROM 48 BY -1
                     UNTIL PARM-FIELD-LENGTH IS EQUAL TO 0
                     OR PARM-VALUE-2(PARM-FIELD-LENGTH:1)
                        IS NOT EQUAL TO SPACE
                   CONTINUE
                 END-PERFORM
                 IF PARM-FIELD-NAME IS EQUAL TO SPACES
                 OR PARM-FIELD-LENGTH IS EQUAL TO 0
                   DISPLAY 'FIELD selection needs the FMTDICT.DAT '
                       'field name and the value'
                   MOVE 'MISSING PARAMETERS' TO OUTCOME-TEXT
                 END-IF
               WHEN OTHER
                 DISPLAY 'selection must be MSGID or FIELD, not '
                     PARM-SELECTION
                 MOVE 'BAD SELECTION' TO OUTCOME-TEXT
             END-EVALUATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Register the queue with AMQ0LCK0 - no other program may    *
      *   work the queue while messages are taken off and put back   *
      *                                                              *
      ****************************************************************
       LOCKQ.
           MOVE 'ACQUIRE' TO LCK-REQUEST.
           MOVE 'AMQ0XPD0' TO LCK-PROGRAM-ID.
           MOVE PARM-QUEUE-NAME TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.
           IF LCK-RESULT IS NOT EQUAL TO 'GRANTED'
             DISPLAY 'EXPEDITE of ' PARM-QUEUE-NAME
                 ' NOT STARTED - queue locked by ' LCK-HOLDER
             MOVE 'QUEUE LOCKED' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO LOCK-HELD-SWITCH
           END-IF.

       UNLOCKQ.
           MOVE 'RELEASE' TO LCK-REQUEST.
           MOVE 'AMQ0XPD0' TO LCK-PROGRAM-ID.
           MOVE PARM-QUEUE-NAME TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.

      ****************************************************************
      *                                                              *
      *   Open the queue to browse, to get from and to put back to   *
      *   with the context set from the message's own MQMD           *
      *                                                              *
      ****************************************************************
       OPENQ.
           MOVE PARM-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-BROWSE MQOO-INPUT-SHARED MQOO-OUTPUT
               MQOO-SET-ALL-CONTEXT MQOO-INQUIRE
               MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' PARM-QUEUE-NAME
             MOVE 'QUEUE NOT OPENED' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO QUEUE-OPEN-SWITCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   MQINQ the queue's delivery sequence and depth.  Only a     *
      *   queue delivered in priority order can be expedited - on a  *
      *   FIFO queue the re-put would go to the back                 *
      *                                                              *
      ****************************************************************
       INQQ.
           MOVE MQIA-MSG-DELIVERY-SEQUENCE TO SELECTOR(1).
           MOVE MQIA-CURRENT-Q-DEPTH TO SELECTOR(2).
           CALL 'MQINQ'
            USING HCONN, Q-HANDLE,
            SELECTOR-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
             DISPLAY 'MQINQ ended with reason code ' REASON
                 ' for ' PARM-QUEUE-NAME
             MOVE 'QUEUE NOT INQUIRED' TO OUTCOME-TEXT
           ELSE
             MOVE INT-ATTR(1) TO DELIVERY-SEQUENCE
             MOVE INT-ATTR(2) TO QUEUE-DEPTH
             IF DELIVERY-SEQUENCE IS NOT EQUAL TO MQMDS-PRIORITY
               DISPLAY PARM-QUEUE-NAME ' delivers in FIFO order -'
                   ' a promoted message would not be got sooner'
               MOVE 'QUEUE NOT PRIORITY ORDERED' TO OUTCOME-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Close the queue and disconnect                             *
      *                                                              *
      ****************************************************************
       CLOSEQ.
           IF QUEUE-OPEN-SWITCH IS EQUAL TO 'Y'
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
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
      *   Browse the queue, message by message.  The browse count is *
      *   the message's position: a message promoted goes in ahead   *
      *   of the cursor, so the messages behind it keep their places *
      *   and it is not browsed again                                *
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
             MOVE 100000 TO BUFFER-LENGTH
             CALL 'MQGET'
              USING HCONN, Q-HANDLE,
              MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
              BUFFER-LENGTH, BUFFER, DATA-LENGTH,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
               ADD 1 TO BROWSED-COUNT
               PERFORM SELMSG
               IF SELECT-SWITCH IS EQUAL TO 'Y'
                 ADD 1 TO SELECTED-COUNT
                 PERFORM XPD1
               END-IF
               IF PROMOTED-COUNT IS NOT LESS THAN PARM-MAX-COUNT
               OR PROMOTE-FAILED-SWITCH IS EQUAL TO 'Y'
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
                     REASON ' for ' PARM-QUEUE-NAME
                 MOVE 'Y' TO PROMOTE-FAILED-SWITCH
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Is the browsed message one of those selected?              *
      *                                                              *
      ****************************************************************
       SELMSG.
           MOVE 'N' TO SELECT-SWITCH.
           EVALUATE PARM-SELECTION
             WHEN 'MSGID'
               PERFORM VARYING MSGID-INDEX FROM 1 BY 1
                   UNTIL MSGID-INDEX > MSGID-COUNT
                   OR SELECT-SWITCH IS EQUAL TO 'Y'
                 IF MI-MSGID(MSGID-INDEX) IS EQUAL TO MQMD-MSGID
                   MOVE 'Y' TO SELECT-SWITCH
                 END-IF
               END-PERFORM
             WHEN 'FIELD'
               PERFORM FIELDCHK
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Does a dictionary entry for the field hold the value?      *
      *   Only an entry for the queue or the message's format is     *
      *   tried.  The field must start with the value and be spaces  *
      *   after it, within the payload bytes the message carries     *
      *                                                              *
      ****************************************************************
       FIELDCHK.
           PERFORM VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT
               OR SELECT-SWITCH IS EQUAL TO 'Y'
             IF (FE-SCOPE-TYPE(FIELD-INDEX) IS EQUAL TO 'Q'
                 AND FE-SCOPE-NAME(FIELD-INDEX) IS EQUAL TO
                     PARM-QUEUE-NAME)
             OR (FE-SCOPE-TYPE(FIELD-INDEX) IS EQUAL TO 'F'
                 AND FE-SCOPE-NAME(FIELD-INDEX)(1:8)
                     IS EQUAL TO MQMD-FORMAT)
               COMPUTE FIELD-END-POSITION =
                   FE-FIELD-OFFSET(FIELD-INDEX)
                   + FE-FIELD-LENGTH(FIELD-INDEX) - 1
               IF FIELD-END-POSITION IS GREATER THAN DATA-LENGTH
                 MOVE DATA-LENGTH TO FIELD-END-POSITION
               END-IF
               COMPUTE FIELD-TAIL-POSITION =
                   FE-FIELD-OFFSET(FIELD-INDEX)
                   + PARM-FIELD-LENGTH
               IF FIELD-TAIL-POSITION - 1 IS NOT GREATER THAN
                   FIELD-END-POSITION
                 IF BUFFER(FE-FIELD-OFFSET(FIELD-INDEX):
                     PARM-FIELD-LENGTH) IS EQUAL TO
                     PARM-VALUE-2(1:PARM-FIELD-LENGTH)
                   MOVE 'Y' TO SELECT-SWITCH
                   IF FIELD-TAIL-POSITION IS NOT GREATER THAN
                       FIELD-END-POSITION
                     IF BUFFER(FIELD-TAIL-POSITION:
                         FIELD-END-POSITION - FIELD-TAIL-POSITION
                         + 1) IS NOT EQUAL TO SPACES
                       MOVE 'N' TO SELECT-SWITCH
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Promote the selected message under the browse cursor,      *
      *   unless it is already at or above the expedite priority or  *
      *   is too long to be put back whole                           *
      *                                                              *
      ****************************************************************
       XPD1.
           MOVE BROWSED-COUNT TO QUEUE-POSITION.
           MOVE MQMD-MSGID TO WORK-MSGID.
           PERFORM MSGIDHEX.
           IF MQMD-PRIORITY IS NOT LESS THAN PARM-NEW-PRIORITY
             ADD 1 TO ALREADY-COUNT
           ELSE
             IF DATA-LENGTH IS GREATER THAN 100000
               DISPLAY 'message ' MSGID-HEX ' is ' DATA-LENGTH
                   ' bytes - too long to promote, left at position '
                   QUEUE-POSITION
               ADD 1 TO TOO-LONG-COUNT
             ELSE
               MOVE MQMD-PRIORITY TO OLD-PRIORITY
               PERFORM PROMOTE1
             END-IF
           END-IF.
      **    the promotion overwrote the COMPLETION-CODE the browse
      **    loop is steering by - restore it, as AMQ0XMV0's XFER1
      **    does
           MOVE MQCC-OK TO COMPLETION-CODE.

      ****************************************************************
      *                                                              *
      *   Get the message under syncpoint, put it back on the queue  *
      *   under the same unit of work at the expedite priority with  *
      *   its own MQMD and context, and commit.  A failed put backs  *
      *   the get out and the message stays where it was             *
      *                                                              *
      ****************************************************************
       PROMOTE1.
           ADD MQGMO-NO-WAIT MQGMO-MSG-UNDER-CURSOR MQGMO-SYNCPOINT
                     GIVING MQGMO-OPTIONS.
           MOVE 100000 TO BUFFER-LENGTH.
           CALL 'MQGET'
            USING HCONN, Q-HANDLE,
            MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
            BUFFER-LENGTH, BUFFER, DATA-LENGTH,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
      **     a consumer took it since the browse - nothing to do
             IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
               DISPLAY 'MQGET (expedite) ended with reason code '
                   REASON ' for ' PARM-QUEUE-NAME
                   ' - expedite stopped'
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
               MOVE 'Y' TO PROMOTE-FAILED-SWITCH
             END-IF
           ELSE
             MOVE PARM-NEW-PRIORITY TO MQMD-PRIORITY
             ADD MQPMO-SYNCPOINT MQPMO-SET-ALL-CONTEXT
                       GIVING MQPMO-OPTIONS
             CALL 'MQPUT'
              USING HCONN, Q-HANDLE,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              DATA-LENGTH, BUFFER,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQPUT ended with reason code ' REASON
                   ' for ' PARM-QUEUE-NAME ' - message ' MSGID-HEX
                   ' backed out, expedite stopped'
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
               MOVE 'Y' TO PROMOTE-FAILED-SWITCH
             ELSE
               CALL 'MQCMIT'
                USING HCONN, COMPLETION-CODE, REASON
               IF REASON IS NOT EQUAL TO MQRC-NONE
                 DISPLAY 'MQCMIT ended with reason code ' REASON
                     ' for message ' MSGID-HEX ' - expedite stopped'
                 MOVE 'Y' TO PROMOTE-FAILED-SWITCH
               ELSE
                 ADD 1 TO PROMOTED-COUNT
                 DISPLAY 'PROMOTED ' MSGID-HEX
                 DISPLAY '   from position ' QUEUE-POSITION ' of '
                     QUEUE-DEPTH ', priority ' OLD-PRIORITY ' to '
                     PARM-NEW-PRIORITY
                 PERFORM XPDLINE
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append the expedite log line for the message in hand       *
      *                                                              *
      ****************************************************************
       XPDLINE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE SPACES TO EXPEDITE-LOG-RECORD.
           MOVE WS-DATE TO XPD-TIMESTAMP(1:8).
           MOVE '-' TO XPD-TIMESTAMP(9:1).
           MOVE WS-TIME TO XPD-TIMESTAMP(10:8).
           MOVE 'PROMOTED' TO XPD-ACTION.
           MOVE PARM-QUEUE-NAME TO XPD-QUEUE-NAME.
           MOVE MQMD-MSGID TO XPD-MSGID.
           MOVE QUEUE-POSITION TO XPD-POSITION.
           MOVE QUEUE-DEPTH TO XPD-QUEUE-DEPTH.
           MOVE OLD-PRIORITY TO XPD-OLD-PRIORITY.
           MOVE PARM-NEW-PRIORITY TO XPD-NEW-PRIORITY.
           MOVE MQMD-PUTDATE TO XPD-PUTDATE.
           MOVE MQMD-PUTTIME TO XPD-PUTTIME.
           MOVE ROL-USER-ID TO XPD-OPERATOR-ID.
           WRITE EXPEDITE-LOG-RECORD.
           IF EXPEDITE-LOG-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'XPDLOG.DAT write ended with file status '
                 EXPEDITE-LOG-STATUS
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
      *   Load the MSGIDs to select - a line that is not 48          *
      *   hexadecimal characters is reported and skipped             *
      *                                                              *
      ****************************************************************
       LOADIDS.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT MSGID-LIST-FILE.
           IF MSGID-LIST-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open MSGID list '
                 MSGID-LIST-FILE-NAME
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ MSGID-LIST-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF IDL-MSGID-HEX IS NOT EQUAL TO SPACES
                   MOVE IDL-MSGID-HEX TO HEX-TEXT
                   PERFORM HEXBIN
                   IF HEX-VALID-SWITCH IS NOT EQUAL TO 'Y'
                     DISPLAY 'not a hexadecimal MSGID - '
                         IDL-MSGID-HEX ' skipped'
                   ELSE
                     IF MSGID-COUNT IS LESS THAN 500
                       ADD 1 TO MSGID-COUNT
                       MOVE BINARY-ID TO MI-MSGID(MSGID-COUNT)
                     ELSE
                       DISPLAY 'MSGID table full - ' IDL-MSGID-HEX
                           ' skipped'
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF MSGID-LIST-STATUS IS EQUAL TO '00'
           OR MSGID-LIST-STATUS IS EQUAL TO '10'
             CLOSE MSGID-LIST-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the format dictionary entries for the selection field *
      *                                                              *
      ****************************************************************
       LOADDICT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT FORMAT-DICTIONARY.
           IF FORMAT-DICTIONARY-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open format dictionary FMTDICT.DAT'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ FORMAT-DICTIONARY
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF DCT-FIELD-NAME IS EQUAL TO PARM-FIELD-NAME
                 AND DCT-FIELD-OFFSET IS NUMERIC
                 AND DCT-FIELD-LENGTH IS NUMERIC
                 AND DCT-FIELD-OFFSET IS GREATER THAN 0
                 AND DCT-FIELD-LENGTH IS NOT LESS THAN
                     PARM-FIELD-LENGTH
                 AND (DCT-SCOPE-TYPE IS EQUAL TO 'Q'
                   OR DCT-SCOPE-TYPE IS EQUAL TO 'F')
                   IF FIELD-COUNT IS LESS THAN 50
                     ADD 1 TO FIELD-COUNT
                     MOVE DCT-SCOPE-TYPE
                       TO FE-SCOPE-TYPE(FIELD-COUNT)
                     MOVE DCT-SCOPE-NAME
                       TO FE-SCOPE-NAME(FIELD-COUNT)
                     MOVE DCT-FIELD-OFFSET
                       TO FE-FIELD-OFFSET(FIELD-COUNT)
                     MOVE DCT-FIELD-LENGTH
                       TO FE-FIELD-LENGTH(FIELD-COUNT)
                   ELSE
                     DISPLAY 'field table full - entry for '
                         DCT-SCOPE-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF FORMAT-DICTIONARY-STATUS IS EQUAL TO '00'
           OR FORMAT-DICTIONARY-STATUS IS EQUAL TO '10'
             CLOSE FORMAT-DICTIONARY
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0XPD0                                              *
      *                                                              *
      ****************************************************************
