       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0XMV0                                       *
      *                                                              *
      * Description: Selective message mover between two queue       *
      *              managers over client connections                *
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
      *   AMQ0XMV0 moves or copies chosen messages from a queue on   *
      *   one queue manager to a queue on another, without anyone    *
      *   unloading and reloading them by hand:                      *
      *                                                              *
      *      -- both queue managers are reached over MQCONNX with    *
      *         their client channels from CCXCTL.DAT, the pairing   *
      *         AMQ0CCX0 and AMQ0TDP0 use; a queue manager not in    *
      *         CCXCTL.DAT is refused.  The two connections are      *
      *         held at once with shareable handles                  *
      *                                                              *
      *      -- messages are selected by a list of MSGIDs (one per   *
      *         line, in hexadecimal, in XMVIDS.DAT or a named       *
      *         file), by one CORRELID, by put-date range or by the  *
      *         value of a FMTDICT.DAT field of the message's queue  *
      *         or format, matched as AMQ0ERS0 matches a field       *
      *                                                              *
      *      -- each message keeps its MQMD as it was: MSGID,        *
      *         CORRELID and the whole identity and origin context   *
      *         are set on the target put                            *
      *                                                              *
      *      -- a MOVE gets the message under syncpoint on the       *
      *         source and puts it under syncpoint on the target;    *
      *         the target is committed first and the source only    *
      *         after it, and any failure before the target commit   *
      *         backs both out, so the message is never lost.  A     *
      *         source commit that fails after the target commit is  *
      *         logged INDOUBT and the next run removes the source   *
      *         copy instead of delivering it again                  *
      *                                                              *
      *      -- a COPY browses the source and commits each put on    *
      *         the target; a message already delivered to the same  *
      *         target by an earlier run is not delivered twice      *
      *                                                              *
      *      -- the source queue is locked through AMQ0LCK0 for the  *
      *         run; a queue another program holds is refused        *
      *                                                              *
      *      -- every message moved, copied, resolved or left in     *
      *         doubt is appended to the movement log XMVLOG.DAT,    *
      *         which AMQ0TRC0 searches with the suite's other files *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the job parameters, check the operator's role *
      *         load CCXCTL.DAT and the selection (MSGID list or     *
      *         FMTDICT.DAT field) and the earlier deliveries        *
      *         lock the source queue                                *
      *         MQCONNX to both queue managers, open both queues     *
      *         browse the source; for each selected message,        *
      *         move or copy it and write its movement log line      *
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
      *   AMQ0XMV0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  source queue manager, as named in CCXCTL.DAT         *
      *         (required)                                           *
      *      2  source queue name (required)                         *
      *      3  target queue manager, as named in CCXCTL.DAT         *
      *         (required)                                           *
      *      4  target queue name (default the source queue name)    *
      *      5  MOVE or COPY (default COPY)                          *
      *      6  selection - MSGID, CORREL, DATE or FIELD (required)  *
      *      7  MSGID:  MSGID list file (default XMVIDS.DAT)         *
      *         CORREL: the CORRELID, 48 hexadecimal characters      *
      *         DATE:   from put-date YYYYMMDD (0 = no lower limit)  *
      *         FIELD:  the FMTDICT.DAT field name                   *
      *      8  DATE:   to put-date YYYYMMDD (0 = no upper limit)    *
      *         FIELD:  the field value to select on                 *
      *      9  most messages to move or copy (default 100)          *
      *   Return code 1 when the run is refused or a message could   *
      *   not be moved                                               *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0XMV0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the estate's client-connection definitions, one per line
           SELECT CONNECTION-LIST-FILE ASSIGN TO 'CCXCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONNECTION-LIST-STATUS.

      ** the MSGIDs to select, one per line in hexadecimal
           SELECT MSGID-LIST-FILE ASSIGN TO MSGID-LIST-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MSGID-LIST-STATUS.

      ** the message layouts, shared with AMQ0FMT0 and AMQ0ERS0
           SELECT FORMAT-DICTIONARY ASSIGN TO 'FMTDICT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FORMAT-DICTIONARY-STATUS.

      ** the movement log - record-sequential because it carries
      ** the binary MSGID, as QRNLOG.DAT does
           SELECT MOVEMENT-LOG ASSIGN TO 'XMVLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS MOVEMENT-LOG-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONNECTION-LIST-FILE.
       01 CONNECTION-LIST-RECORD.
          05 CL-QMGR-NAME              PIC X(48).
          05 CL-CHANNEL-NAME           PIC X(20).
          05 CL-CONNECTION-NAME        PIC X(264).

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

       FD  MOVEMENT-LOG.
       01 MOVEMENT-LOG-RECORD.
          05 XMV-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 XMV-ACTION                PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 XMV-SOURCE-QMGR           PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 XMV-SOURCE-QUEUE          PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 XMV-MSGID                 PIC X(24).
          05 FILLER                    PIC X VALUE SPACE.
          05 XMV-TARGET-QMGR           PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 XMV-TARGET-QUEUE          PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 XMV-PUTDATE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 XMV-PUTTIME               PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 XMV-OPERATOR-ID           PIC X(12).

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
      * Client channel definition, used by MQCONNX
       01 CLIENT-CHANNEL-DEFINITION.
          COPY cmqcdv.
      * Connect options, paired with the MQCD above for MQCONNX
       01 CONNECT-OPTIONS.
          COPY cmqcnov.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 SOURCE-HCONN               PIC S9(9) BINARY.
       01 TARGET-HCONN               PIC S9(9) BINARY.
       01 SOURCE-Q-HANDLE            PIC S9(9) BINARY.
       01 TARGET-Q-HANDLE            PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 SOURCE-CON-REASON          PIC S9(9) BINARY.
       01 TARGET-CON-REASON          PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
      ** no truncation is accepted on the move - a longer message
      ** is left where it is and reported
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 100000.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 BUFFER                     PIC X(100000).

       01 CONNECTION-LIST-STATUS     PIC XX VALUE '00'.
       01 MSGID-LIST-STATUS          PIC XX VALUE '00'.
       01 FORMAT-DICTIONARY-STATUS   PIC XX VALUE '00'.
       01 MOVEMENT-LOG-STATUS        PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.
       01 SOURCE-CONNECTED-SWITCH    PIC X VALUE 'N'.
       01 TARGET-CONNECTED-SWITCH    PIC X VALUE 'N'.
       01 SOURCE-OPEN-SWITCH         PIC X VALUE 'N'.
       01 TARGET-OPEN-SWITCH         PIC X VALUE 'N'.
       01 LOCK-HELD-SWITCH           PIC X VALUE 'N'.
       01 MOVE-FAILED-SWITCH         PIC X VALUE 'N'.

       01 MSGID-LIST-FILE-NAME       PIC X(30) VALUE SPACES.

      ** job parameters
       01 PARM-SOURCE-QMGR           PIC X(48) VALUE SPACES.
       01 PARM-SOURCE-QUEUE          PIC X(48) VALUE SPACES.
       01 PARM-TARGET-QMGR           PIC X(48) VALUE SPACES.
       01 PARM-TARGET-QUEUE          PIC X(48) VALUE SPACES.
       01 PARM-RUN-MODE              PIC X(8) VALUE SPACES.
       01 PARM-SELECTION             PIC X(8) VALUE SPACES.
       01 PARM-VALUE-1               PIC X(48) VALUE SPACES.
       01 PARM-VALUE-2               PIC X(48) VALUE SPACES.
       01 PARM-MAX-COUNT             PIC 9(5) VALUE 0.
       01 PARM-FROM-DATE             PIC 9(8) VALUE 0.
       01 PARM-TO-DATE               PIC 9(8) VALUE 0.
       01 PARM-FIELD-NAME            PIC X(12) VALUE SPACES.
       01 PARM-FIELD-LENGTH          PIC S9(9) BINARY VALUE 0.
       01 PARM-CORRELID              PIC X(24) VALUE LOW-VALUES.
       01 PUTDATE-NUM                PIC 9(8).

      ** the two queue managers' client connections
       01 SOURCE-FOUND-SWITCH        PIC X VALUE 'N'.
       01 SOURCE-CHANNEL-NAME        PIC X(20) VALUE SPACES.
       01 SOURCE-CONNECTION-NAME     PIC X(264) VALUE SPACES.
       01 TARGET-FOUND-SWITCH        PIC X VALUE 'N'.
       01 TARGET-CHANNEL-NAME        PIC X(20) VALUE SPACES.
       01 TARGET-CONNECTION-NAME     PIC X(264) VALUE SPACES.
       01 CONNECT-CHANNEL-NAME       PIC X(20) VALUE SPACES.
       01 CONNECT-CONNECTION-NAME    PIC X(264) VALUE SPACES.

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

      ** the MSGIDs earlier runs already delivered from this source
      ** queue to this target queue
       01 DELIVERED-TABLE.
          02 DELIVERED-ENTRY OCCURS 5000 TIMES.
             05 DV-MSGID              PIC X(24).
       01 DELIVERED-COUNT            PIC S9(9) BINARY VALUE 0.
       01 DELIVERED-INDEX            PIC S9(9) BINARY.
       01 DELIVERED-SWITCH           PIC X VALUE 'N'.

       01 SELECT-SWITCH              PIC X VALUE 'N'.
       01 LOG-ACTION                 PIC X(8) VALUE SPACES.

      ** hexadecimal to and from the binary MSGID and CORRELID
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
       01 TRANSFERRED-COUNT          PIC 9(7) VALUE 0.
       01 ALREADY-COUNT              PIC 9(7) VALUE 0.
       01 RESOLVED-COUNT             PIC 9(7) VALUE 0.
       01 TOO-LONG-COUNT             PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Shared queue serialization lock interface - the source queue
      * is registered before any message is touched
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
           DISPLAY 'AMQ0XMV0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0XMV0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM GETPARMS.

      ** the operator's role must allow this run - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'AMQ0XMV0' TO ROL-PROGRAM-ID
             MOVE PARM-RUN-MODE TO ROL-ACTION
             MOVE 'AMQ0XMV0' TO ROL-CALLER-ID
             MOVE 'Y' TO ROL-LOG-DENIAL
             CALL 'AMQ0ROL0' USING ROL-CHECK-AREA
             IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
               DISPLAY 'AMQ0XMV0 refused - role <' ROL-USER-ROLE
                   '> of user <' ROL-USER-ID '> may not run it'
               MOVE 'ROLE NOT ALLOWED' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADCCX
             IF SOURCE-FOUND-SWITCH IS NOT EQUAL TO 'Y'
               DISPLAY 'queue manager ' PARM-SOURCE-QMGR
                   ' is not in CCXCTL.DAT'
               MOVE 'SOURCE NOT IN CCXCTL.DAT' TO OUTCOME-TEXT
             ELSE
               IF TARGET-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                 DISPLAY 'queue manager ' PARM-TARGET-QMGR
                     ' is not in CCXCTL.DAT'
                 MOVE 'TARGET NOT IN CCXCTL.DAT' TO OUTCOME-TEXT
               END-IF
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
      *   Connect to both queue managers and open both queues        *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE PARM-SOURCE-QMGR TO QM-NAME
             MOVE SOURCE-CHANNEL-NAME TO CONNECT-CHANNEL-NAME
             MOVE SOURCE-CONNECTION-NAME TO CONNECT-CONNECTION-NAME
             PERFORM CONNQM
             MOVE HCONN TO SOURCE-HCONN
             MOVE CON-REASON TO SOURCE-CON-REASON
             IF OUTCOME-TEXT IS EQUAL TO SPACES
               MOVE 'Y' TO SOURCE-CONNECTED-SWITCH
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE PARM-TARGET-QMGR TO QM-NAME
             MOVE TARGET-CHANNEL-NAME TO CONNECT-CHANNEL-NAME
             MOVE TARGET-CONNECTION-NAME TO CONNECT-CONNECTION-NAME
             PERFORM CONNQM
             MOVE HCONN TO TARGET-HCONN
             MOVE CON-REASON TO TARGET-CON-REASON
             IF OUTCOME-TEXT IS EQUAL TO SPACES
               MOVE 'Y' TO TARGET-CONNECTED-SWITCH
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM OPENQS
           END-IF.

      ****************************************************************
      *                                                              *
      *   Browse the source queue, moving or copying every selected  *
      *   message up to the maximum                                  *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADDONE
             OPEN EXTEND MOVEMENT-LOG
             IF MOVEMENT-LOG-STATUS IS EQUAL TO '35'
               OPEN OUTPUT MOVEMENT-LOG
             END-IF
             PERFORM BROWSEQ
             CLOSE MOVEMENT-LOG
           END-IF.

           PERFORM CLOSEQS.

           IF LOCK-HELD-SWITCH IS EQUAL TO 'Y'
             PERFORM UNLOCKQ
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             DISPLAY BROWSED-COUNT ' messages browsed on '
                 PARM-SOURCE-QUEUE
             IF PARM-RUN-MODE IS EQUAL TO 'MOVE'
               DISPLAY '   ' SELECTED-COUNT ' selected, '
                   TRANSFERRED-COUNT ' moved to ' PARM-TARGET-QUEUE
             ELSE
               DISPLAY '   ' SELECTED-COUNT ' selected, '
                   TRANSFERRED-COUNT ' copied to ' PARM-TARGET-QUEUE
             END-IF
             DISPLAY '   on ' PARM-TARGET-QMGR
             DISPLAY '   ' ALREADY-COUNT ' already delivered, '
                 RESOLVED-COUNT ' in-doubt source copies removed, '
                 TOO-LONG-COUNT ' too long to move'
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND MOVE-FAILED-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE TRANSFERRED-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0XMV0 end'.
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
           ACCEPT PARM-SOURCE-QMGR FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-SOURCE-QMGR
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-SOURCE-QUEUE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-SOURCE-QUEUE
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-TARGET-QMGR FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-TARGET-QMGR
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-TARGET-QUEUE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-TARGET-QUEUE
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-RUN-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-RUN-MODE
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-SELECTION FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-SELECTION
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-VALUE-1 FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-VALUE-1
           END-ACCEPT.
           DISPLAY 8 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-VALUE-2 FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-VALUE-2
           END-ACCEPT.
           DISPLAY 9 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MAX-COUNT FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-MAX-COUNT
           END-ACCEPT.

           IF PARM-TARGET-QUEUE IS EQUAL TO SPACES
             MOVE PARM-SOURCE-QUEUE TO PARM-TARGET-QUEUE
           END-IF.
           IF PARM-RUN-MODE IS EQUAL TO SPACES
             MOVE 'COPY' TO PARM-RUN-MODE
           END-IF.
           IF PARM-MAX-COUNT IS EQUAL TO 0
             MOVE 100 TO PARM-MAX-COUNT
           END-IF.

           IF PARM-SOURCE-QMGR IS EQUAL TO SPACES
           OR PARM-SOURCE-QUEUE IS EQUAL TO SPACES
           OR PARM-TARGET-QMGR IS EQUAL TO SPACES
           OR PARM-SELECTION IS EQUAL TO SPACES
             DISPLAY 'AMQ0XMV0 needs the source queue manager and '
                 'queue, the target queue manager and a selection'
             MOVE 'MISSING PARAMETERS' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-RUN-MODE IS NOT EQUAL TO 'MOVE'
           AND PARM-RUN-MODE IS NOT EQUAL TO 'COPY'
             DISPLAY 'run mode must be MOVE or COPY, not '
                 PARM-RUN-MODE
             MOVE 'BAD RUN MODE' TO OUTCOME-TEXT
           END-IF.
      **   a queue moved onto itself would be browsed round forever
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-SOURCE-QMGR IS EQUAL TO PARM-TARGET-QMGR
           AND PARM-SOURCE-QUEUE IS EQUAL TO PARM-TARGET-QUEUE
             DISPLAY 'source and target are the same queue - '
                 PARM-SOURCE-QUEUE
             MOVE 'SOURCE IS TARGET' TO OUTCOME-TEXT
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             EVALUATE PARM-SELECTION
               WHEN 'MSGID'
                 MOVE PARM-VALUE-1 TO MSGID-LIST-FILE-NAME
                 IF MSGID-LIST-FILE-NAME IS EQUAL TO SPACES
                   MOVE 'XMVIDS.DAT' TO MSGID-LIST-FILE-NAME
                 END-IF
               WHEN 'CORREL'
                 MOVE PARM-VALUE-1 TO HEX-TEXT
                 PERFORM HEXBIN
                 IF HEX-VALID-SWITCH IS NOT EQUAL TO 'Y'
                   DISPLAY 'CORRELID must be 48 hexadecimal '
                       'characters, not ' PARM-VALUE-1
                   MOVE 'BAD CORRELID' TO OUTCOME-TEXT
                 ELSE
                   MOVE BINARY-ID TO PARM-CORRELID
                 END-IF
               WHEN 'DATE'
                 PERFORM DATEPARM
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
                 DISPLAY 'selection must be MSGID, CORREL, DATE or '
                     'FIELD, not ' PARM-SELECTION
                 MOVE 'BAD SELECTION' TO OUTCOME-TEXT
             END-EVALUATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   The put-date range of a DATE selection - a blank or zero   *
      *   limit is open                                              *
      *                                                              *
      ****************************************************************
       DATEPARM.
           IF PARM-VALUE-1 IS NOT EQUAL TO SPACES
             IF PARM-VALUE-1(1:8) IS NUMERIC
             AND PARM-VALUE-1(9:40) IS EQUAL TO SPACES
               MOVE PARM-VALUE-1(1:8) TO PARM-FROM-DATE
             ELSE
               IF PARM-VALUE-1 IS EQUAL TO '0'
                 MOVE 0 TO PARM-FROM-DATE
               ELSE
                 MOVE 'BAD DATE RANGE' TO OUTCOME-TEXT
               END-IF
             END-IF
           END-IF.
           IF PARM-VALUE-2 IS NOT EQUAL TO SPACES
             IF PARM-VALUE-2(1:8) IS NUMERIC
             AND PARM-VALUE-2(9:40) IS EQUAL TO SPACES
               MOVE PARM-VALUE-2(1:8) TO PARM-TO-DATE
             ELSE
               IF PARM-VALUE-2 IS EQUAL TO '0'
                 MOVE 0 TO PARM-TO-DATE
               ELSE
                 MOVE 'BAD DATE RANGE' TO OUTCOME-TEXT
               END-IF
             END-IF
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-TO-DATE IS GREATER THAN 0
           AND PARM-FROM-DATE IS GREATER THAN PARM-TO-DATE
             MOVE 'BAD DATE RANGE' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS NOT EQUAL TO SPACES
             DISPLAY 'put-date range ' PARM-VALUE-1(1:8) ' to '
                 PARM-VALUE-2(1:8) ' is not valid'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Register the source queue with AMQ0LCK0 - no other program *
      *   may work the queue while messages are taken from it        *
      *                                                              *
      ****************************************************************
       LOCKQ.
           MOVE 'ACQUIRE' TO LCK-REQUEST.
           MOVE 'AMQ0XMV0' TO LCK-PROGRAM-ID.
           MOVE PARM-SOURCE-QUEUE TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.
           IF LCK-RESULT IS NOT EQUAL TO 'GRANTED'
             DISPLAY PARM-RUN-MODE ' of ' PARM-SOURCE-QUEUE
                 ' NOT STARTED - queue locked by ' LCK-HOLDER
             MOVE 'SOURCE QUEUE LOCKED' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO LOCK-HELD-SWITCH
           END-IF.

       UNLOCKQ.
           MOVE 'RELEASE' TO LCK-REQUEST.
           MOVE 'AMQ0XMV0' TO LCK-PROGRAM-ID.
           MOVE PARM-SOURCE-QUEUE TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.

      ****************************************************************
      *                                                              *
      *   Connect to QM-NAME over the client channel in hand.  The   *
      *   handle is shareable so that the second connection can be   *
      *   held alongside the first                                   *
      *                                                              *
      ****************************************************************
       CONNQM.
           MOVE CONNECT-CHANNEL-NAME TO MQCD-CHANNELNAME.
           MOVE CONNECT-CONNECTION-NAME TO MQCD-CONNECTIONNAME.
           MOVE MQCHT-CLNTCONN TO MQCD-CHANNELTYPE.
           MOVE MQXPT-TCP TO MQCD-TRANSPORTTYPE.

           MOVE MQCNO-VERSION-2 TO MQCNO-VERSION.
           MOVE MQCNO-HANDLE-SHARE-BLOCK TO MQCNO-OPTIONS.
           SET MQCNO-CLIENTCONNPTR
               TO ADDRESS OF CLIENT-CHANNEL-DEFINITION.
           CALL 'MQCONNX'
            USING QM-NAME, CONNECT-OPTIONS, HCONN,
            COMPLETION-CODE, CON-REASON.

      *      report reason if it failed
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONNX to ' QM-NAME
                 ' ended with reason code ' CON-REASON
             MOVE 'QMGR NOT AVAILABLE' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Open the source queue to browse (and, for a MOVE, to get   *
      *   from) and the target queue for output with the context     *
      *   set from the message's own MQMD                            *
      *                                                              *
      ****************************************************************
       OPENQS.
           MOVE PARM-SOURCE-QUEUE TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           IF PARM-RUN-MODE IS EQUAL TO 'MOVE'
             ADD MQOO-BROWSE MQOO-INPUT-SHARED MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
           ELSE
             ADD MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
           END-IF.
           CALL 'MQOPEN'
            USING SOURCE-HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, SOURCE-Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' PARM-SOURCE-QUEUE ' on ' PARM-SOURCE-QMGR
             MOVE 'SOURCE QUEUE NOT OPENED' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO SOURCE-OPEN-SWITCH
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE PARM-TARGET-QUEUE TO MQOD-OBJECTNAME
             MOVE SPACES TO MQOD-OBJECTQMGRNAME
             ADD MQOO-OUTPUT MQOO-SET-ALL-CONTEXT
                 MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
             CALL 'MQOPEN'
              USING TARGET-HCONN, OBJECT-DESCRIPTOR,
              OPEN-OPTIONS, TARGET-Q-HANDLE,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQOPEN ended with reason code ' REASON
                   ' for ' PARM-TARGET-QUEUE ' on ' PARM-TARGET-QMGR
               MOVE 'TARGET QUEUE NOT OPENED' TO OUTCOME-TEXT
             ELSE
               MOVE 'Y' TO TARGET-OPEN-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Close whatever was opened and disconnect whatever was      *
      *   connected                                                  *
      *                                                              *
      ****************************************************************
       CLOSEQS.
           IF SOURCE-OPEN-SWITCH IS EQUAL TO 'Y'
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING SOURCE-HCONN, SOURCE-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.
           IF TARGET-OPEN-SWITCH IS EQUAL TO 'Y'
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING TARGET-HCONN, TARGET-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.
           IF TARGET-CONNECTED-SWITCH IS EQUAL TO 'Y'
           AND TARGET-CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING TARGET-HCONN, COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC from ' PARM-TARGET-QMGR
                   ' ended with reason code ' REASON
             END-IF
           END-IF.
           IF SOURCE-CONNECTED-SWITCH IS EQUAL TO 'Y'
           AND SOURCE-CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING SOURCE-HCONN, COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC from ' PARM-SOURCE-QMGR
                   ' ended with reason code ' REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Browse the source queue, message by message                *
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
              USING SOURCE-HCONN, SOURCE-Q-HANDLE,
              MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
              BUFFER-LENGTH, BUFFER, DATA-LENGTH,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
               ADD 1 TO BROWSED-COUNT
               PERFORM SELMSG
               IF SELECT-SWITCH IS EQUAL TO 'Y'
                 ADD 1 TO SELECTED-COUNT
                 PERFORM XFER1
               END-IF
               IF TRANSFERRED-COUNT IS NOT LESS THAN PARM-MAX-COUNT
               OR MOVE-FAILED-SWITCH IS EQUAL TO 'Y'
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
                     REASON ' for ' PARM-SOURCE-QUEUE
                 MOVE 'Y' TO MOVE-FAILED-SWITCH
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
             WHEN 'CORREL'
               IF MQMD-CORRELID IS EQUAL TO PARM-CORRELID
                 MOVE 'Y' TO SELECT-SWITCH
               END-IF
             WHEN 'DATE'
               MOVE MQMD-PUTDATE TO PUTDATE-NUM
               IF (PARM-FROM-DATE IS EQUAL TO 0
                   OR PUTDATE-NUM IS NOT LESS THAN PARM-FROM-DATE)
               AND (PARM-TO-DATE IS EQUAL TO 0
                   OR PUTDATE-NUM IS NOT GREATER THAN PARM-TO-DATE)
                 MOVE 'Y' TO SELECT-SWITCH
               END-IF
             WHEN 'FIELD'
               PERFORM FIELDCHK
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Does a dictionary entry for the field hold the value?      *
      *   Only an entry for the source queue or the message's format *
      *   is tried.  The field must start with the value and be      *
      *   spaces after it, within the payload bytes the message      *
      *   carries                                                    *
      *                                                              *
      ****************************************************************
       FIELDCHK.
           PERFORM VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT
               OR SELECT-SWITCH IS EQUAL TO 'Y'
             IF (FE-SCOPE-TYPE(FIELD-INDEX) IS EQUAL TO 'Q'
                 AND FE-SCOPE-NAME(FIELD-INDEX) IS EQUAL TO
                     PARM-SOURCE-QUEUE)
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
      *   Move or copy the selected message under the browse cursor. *
      *   A message an earlier run delivered to this target is not   *
      *   delivered again - a MOVE only takes the source copy away   *
      *                                                              *
      ****************************************************************
       XFER1.
           MOVE 'N' TO DELIVERED-SWITCH.
           PERFORM VARYING DELIVERED-INDEX FROM 1 BY 1
               UNTIL DELIVERED-INDEX > DELIVERED-COUNT
               OR DELIVERED-SWITCH IS EQUAL TO 'Y'
             IF DV-MSGID(DELIVERED-INDEX) IS EQUAL TO MQMD-MSGID
               MOVE 'Y' TO DELIVERED-SWITCH
             END-IF
           END-PERFORM.

           IF DATA-LENGTH IS GREATER THAN 100000
             MOVE MQMD-MSGID TO WORK-MSGID
             PERFORM MSGIDHEX
             DISPLAY 'message ' MSGID-HEX ' is ' DATA-LENGTH
                 ' bytes - too long to move, left on '
                 PARM-SOURCE-QUEUE
             ADD 1 TO TOO-LONG-COUNT
           ELSE
             IF DELIVERED-SWITCH IS EQUAL TO 'Y'
               ADD 1 TO ALREADY-COUNT
               IF PARM-RUN-MODE IS EQUAL TO 'MOVE'
                 PERFORM RESOLVE1
               END-IF
             ELSE
               IF PARM-RUN-MODE IS EQUAL TO 'MOVE'
                 PERFORM MOVE1
               ELSE
                 PERFORM COPY1
               END-IF
             END-IF
           END-IF.
      **    the move overwrote the COMPLETION-CODE the browse loop
      **    is steering by - restore it, as AMQ0QRN0's GRABMSG does
           MOVE MQCC-OK TO COMPLETION-CODE.

      ****************************************************************
      *                                                              *
      *   MOVE one message: get it under syncpoint on the source,    *
      *   put it under syncpoint on the target with its own context, *
      *   commit the target and only then the source.  Until the     *
      *   target commit everything is backed out; after it, a failed *
      *   source commit leaves the message in doubt and logged so    *
      *   the next run takes the source copy away                    *
      *                                                              *
      ****************************************************************
       MOVE1.
           ADD MQGMO-NO-WAIT MQGMO-MSG-UNDER-CURSOR MQGMO-SYNCPOINT
                     GIVING MQGMO-OPTIONS.
           MOVE 100000 TO BUFFER-LENGTH.
           CALL 'MQGET'
            USING SOURCE-HCONN, SOURCE-Q-HANDLE,
            MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
            BUFFER-LENGTH, BUFFER, DATA-LENGTH,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
      **     another consumer took it since the browse - nothing to do
             IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
               DISPLAY 'MQGET (move) ended with reason code '
                   REASON ' for ' PARM-SOURCE-QUEUE ' - move stopped'
               CALL 'MQBACK'
                USING SOURCE-HCONN, COMPLETION-CODE, REASON
               MOVE 'Y' TO MOVE-FAILED-SWITCH
             END-IF
           ELSE
             ADD MQPMO-SYNCPOINT MQPMO-SET-ALL-CONTEXT
                       GIVING MQPMO-OPTIONS
             CALL 'MQPUT'
              USING TARGET-HCONN, TARGET-Q-HANDLE,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              DATA-LENGTH, BUFFER,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQPUT ended with reason code ' REASON
                   ' for ' PARM-TARGET-QUEUE
                   ' - message backed out onto ' PARM-SOURCE-QUEUE
               CALL 'MQBACK'
                USING TARGET-HCONN, COMPLETION-CODE, REASON
               CALL 'MQBACK'
                USING SOURCE-HCONN, COMPLETION-CODE, REASON
               MOVE 'Y' TO MOVE-FAILED-SWITCH
             ELSE
               PERFORM TGTCMIT
               IF MOVE-FAILED-SWITCH IS EQUAL TO 'Y'
                 CALL 'MQBACK'
                  USING SOURCE-HCONN, COMPLETION-CODE, REASON
               ELSE
                 CALL 'MQCMIT'
                  USING SOURCE-HCONN, COMPLETION-CODE, REASON
                 IF REASON IS NOT EQUAL TO MQRC-NONE
                   MOVE MQMD-MSGID TO WORK-MSGID
                   PERFORM MSGIDHEX
                   DISPLAY 'MQCMIT on ' PARM-SOURCE-QMGR
                       ' ended with reason code ' REASON
                   DISPLAY '   message ' MSGID-HEX
                       ' is IN DOUBT - delivered and still on '
                       PARM-SOURCE-QUEUE
                   MOVE 'INDOUBT' TO LOG-ACTION
                   PERFORM XMVLINE
                   MOVE 'Y' TO MOVE-FAILED-SWITCH
                 ELSE
                   ADD 1 TO TRANSFERRED-COUNT
                   MOVE 'MOVED' TO LOG-ACTION
                   PERFORM XMVLINE
                 END-IF
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   COPY one message: put the browsed message under syncpoint  *
      *   on the target with its own context and commit it           *
      *                                                              *
      ****************************************************************
       COPY1.
           ADD MQPMO-SYNCPOINT MQPMO-SET-ALL-CONTEXT
                     GIVING MQPMO-OPTIONS.
           CALL 'MQPUT'
            USING TARGET-HCONN, TARGET-Q-HANDLE,
            MESSAGE-DESCRIPTOR, PMOPTIONS,
            DATA-LENGTH, BUFFER,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQPUT ended with reason code ' REASON
                 ' for ' PARM-TARGET-QUEUE ' - copy stopped'
             CALL 'MQBACK'
              USING TARGET-HCONN, COMPLETION-CODE, REASON
             MOVE 'Y' TO MOVE-FAILED-SWITCH
           ELSE
             PERFORM TGTCMIT
             IF MOVE-FAILED-SWITCH IS NOT EQUAL TO 'Y'
               ADD 1 TO TRANSFERRED-COUNT
               MOVE 'COPIED' TO LOG-ACTION
               PERFORM XMVLINE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Commit the put on the target.  A connection lost during    *
      *   the commit leaves its outcome unknown: the source copy is  *
      *   kept, and the message is logged CHECK so that the target   *
      *   can be looked at before the run is repeated                *
      *                                                              *
      ****************************************************************
       TGTCMIT.
           CALL 'MQCMIT'
            USING TARGET-HCONN, COMPLETION-CODE, REASON.
           IF REASON IS NOT EQUAL TO MQRC-NONE
             MOVE MQMD-MSGID TO WORK-MSGID
             PERFORM MSGIDHEX
             DISPLAY 'MQCMIT on ' PARM-TARGET-QMGR
                 ' ended with reason code ' REASON
                 ' - ' PARM-RUN-MODE ' stopped'
             IF REASON IS EQUAL TO MQRC-CONNECTION-BROKEN
               DISPLAY '   message ' MSGID-HEX
                   ' may or may not be on ' PARM-TARGET-QUEUE
               MOVE 'CHECK' TO LOG-ACTION
               PERFORM XMVLINE
             END-IF
             MOVE 'Y' TO MOVE-FAILED-SWITCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Take away the source copy of a message already delivered   *
      *   to the target - an earlier MOVE left it in doubt, or an    *
      *   earlier COPY delivered it                                  *
      *                                                              *
      ****************************************************************
       RESOLVE1.
           ADD MQGMO-NO-WAIT MQGMO-MSG-UNDER-CURSOR MQGMO-SYNCPOINT
                     GIVING MQGMO-OPTIONS.
           MOVE 100000 TO BUFFER-LENGTH.
           CALL 'MQGET'
            USING SOURCE-HCONN, SOURCE-Q-HANDLE,
            MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
            BUFFER-LENGTH, BUFFER, DATA-LENGTH,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
               DISPLAY 'MQGET (resolve) ended with reason code '
                   REASON ' for ' PARM-SOURCE-QUEUE
               CALL 'MQBACK'
                USING SOURCE-HCONN, COMPLETION-CODE, REASON
               MOVE 'Y' TO MOVE-FAILED-SWITCH
             END-IF
           ELSE
             CALL 'MQCMIT'
              USING SOURCE-HCONN, COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQCMIT on ' PARM-SOURCE-QMGR
                   ' ended with reason code ' REASON
               MOVE 'Y' TO MOVE-FAILED-SWITCH
             ELSE
               ADD 1 TO RESOLVED-COUNT
               MOVE 'RESOLVED' TO LOG-ACTION
               PERFORM XMVLINE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append the movement log line for the message in hand       *
      *                                                              *
      ****************************************************************
       XMVLINE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE SPACES TO MOVEMENT-LOG-RECORD.
           MOVE WS-DATE TO XMV-TIMESTAMP(1:8).
           MOVE '-' TO XMV-TIMESTAMP(9:1).
           MOVE WS-TIME TO XMV-TIMESTAMP(10:8).
           MOVE LOG-ACTION TO XMV-ACTION.
           MOVE PARM-SOURCE-QMGR TO XMV-SOURCE-QMGR.
           MOVE PARM-SOURCE-QUEUE TO XMV-SOURCE-QUEUE.
           MOVE MQMD-MSGID TO XMV-MSGID.
           MOVE PARM-TARGET-QMGR TO XMV-TARGET-QMGR.
           MOVE PARM-TARGET-QUEUE TO XMV-TARGET-QUEUE.
           MOVE MQMD-PUTDATE TO XMV-PUTDATE.
           MOVE MQMD-PUTTIME TO XMV-PUTTIME.
           MOVE ROL-USER-ID TO XMV-OPERATOR-ID.
           WRITE MOVEMENT-LOG-RECORD.
           IF MOVEMENT-LOG-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'XMVLOG.DAT write ended with file status '
                 MOVEMENT-LOG-STATUS
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
      *   Load the MSGIDs earlier runs delivered from this source    *
      *   queue to this target queue - moved, copied or left in      *
      *   doubt - from the movement log                              *
      *                                                              *
      ****************************************************************
       LOADDONE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT MOVEMENT-LOG.
           IF MOVEMENT-LOG-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ MOVEMENT-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF XMV-SOURCE-QMGR IS EQUAL TO PARM-SOURCE-QMGR
                 AND XMV-SOURCE-QUEUE IS EQUAL TO PARM-SOURCE-QUEUE
                 AND XMV-TARGET-QMGR IS EQUAL TO PARM-TARGET-QMGR
                 AND XMV-TARGET-QUEUE IS EQUAL TO PARM-TARGET-QUEUE
                 AND (XMV-ACTION IS EQUAL TO 'MOVED'
                   OR XMV-ACTION IS EQUAL TO 'COPIED'
                   OR XMV-ACTION IS EQUAL TO 'INDOUBT')
                   IF DELIVERED-COUNT IS LESS THAN 5000
                     ADD 1 TO DELIVERED-COUNT
                     MOVE XMV-MSGID TO DV-MSGID(DELIVERED-COUNT)
                   ELSE
                     DISPLAY 'delivered table full - earlier '
                         'deliveries skipped'
                     MOVE 'Y' TO END-OF-FILE-SWITCH
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF MOVEMENT-LOG-STATUS IS EQUAL TO '00'
           OR MOVEMENT-LOG-STATUS IS EQUAL TO '10'
             CLOSE MOVEMENT-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find both queue managers' client connections               *
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
               IF CL-QMGR-NAME IS EQUAL TO PARM-SOURCE-QMGR
               AND SOURCE-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                 MOVE 'Y' TO SOURCE-FOUND-SWITCH
                 MOVE CL-CHANNEL-NAME TO SOURCE-CHANNEL-NAME
                 MOVE CL-CONNECTION-NAME TO SOURCE-CONNECTION-NAME
               END-IF
               IF CL-QMGR-NAME IS EQUAL TO PARM-TARGET-QMGR
               AND TARGET-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                 MOVE 'Y' TO TARGET-FOUND-SWITCH
                 MOVE CL-CHANNEL-NAME TO TARGET-CHANNEL-NAME
                 MOVE CL-CONNECTION-NAME TO TARGET-CONNECTION-NAME
               END-IF
               IF SOURCE-FOUND-SWITCH IS EQUAL TO 'Y'
               AND TARGET-FOUND-SWITCH IS EQUAL TO 'Y'
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               END-IF
             END-IF
           END-PERFORM.
           IF CONNECTION-LIST-STATUS IS EQUAL TO '00'
           OR CONNECTION-LIST-STATUS IS EQUAL TO '10'
             CLOSE CONNECTION-LIST-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0XMV0                                              *
      *                                                              *
      ****************************************************************
