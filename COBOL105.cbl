       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0QRP0                                       *
      *                                                              *
      * Description: Quarantine repair workbench - field-level edit  *
      *              of a quarantined message and confirmed resubmit *
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
      *   AMQ0QRP0 repairs a message AMQ0QRN0 quarantined instead    *
      *   of redriving it unchanged.  The message is decoded through *
      *   the FMTDICT.DAT layout of its original queue (scope Q) or  *
      *   MQMD format (scope F), the match AMQ0GBR0 makes, and a     *
      *   second person stands between the edit and the put - the    *
      *   maker-checker discipline of AMQ0ICH0:                      *
      *                                                              *
      *      -- SHOW DISPLAYs the messages on QRN.<queue>, or the    *
      *         one named by its MSGID, field by field               *
      *                                                              *
      *      -- EDIT (the editor) changes named fields of one        *
      *         quarantined message.  Every new value is checked     *
      *         against the field's dictionary entry - length, C/Z/  *
      *         P/B type, the M flag and the D date rule, the edits  *
      *         AMQ0PVL0 applies - and the repair is recorded on the *
      *         pending file QRPPEND.DAT under a new repair number   *
      *         with the before and after images of the payload.     *
      *         The message itself stays on the quarantine queue     *
      *                                                              *
      *      -- CONFIRM (the confirmer, never the editor) takes the  *
      *         message off the quarantine queue and puts the        *
      *         repaired payload to the original queue in one unit   *
      *         of work, passing the message's own MQMD context      *
      *         across so the consumer sees the original MSGID,      *
      *         user and put details.  A message that has left the   *
      *         quarantine queue or changed since the edit is not    *
      *         touched.  QRNLOG.DAT gets two REPAIRED records - the *
      *         before image and the after image - each naming the   *
      *         editor and the confirmer, so AMQ0TRC0 lineage shows  *
      *         the message was altered                              *
      *                                                              *
      *      -- REJECT removes a pending repair unapplied - by a     *
      *         confirmer, or by the editor withdrawing it           *
      *                                                              *
      *      -- LIST DISPLAYs the pending repairs with each changed  *
      *         field before and after                               *
      *                                                              *
      *      -- every edit, confirmation, rejection and refusal goes *
      *         to the repair history QRPLOG.DAT with the editor,    *
      *         the confirmer and the outcome                        *
      *                                                              *
      *   Editor and confirmer are the login user ids the operator   *
      *   role checker AMQ0ROL0 establishes; the role must allow the *
      *   function (SHOW, EDIT, CONFIRM or REJECT - LIST is open).   *
      *   The quarantine queue holds payloads of up to 1000 bytes,   *
      *   the QRNLOG.DAT image size.                                 *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the function and its parameters               *
      *         check the login user's role with AMQ0ROL0            *
      *         load FMTDICT.DAT, QRPPEND.DAT and the highest        *
      *         repair number                                        *
      *         SHOW    - browse QRN.<queue> and decode each message *
      *         EDIT    - browse the message, apply and check the    *
      *                   field edits, append to QRPPEND.DAT         *
      *         CONFIRM - check editor <> confirmer, register the    *
      *                   queue lock, get from QRN.<queue> and put   *
      *                   to the original queue with its context,    *
      *                   log REPAIRED to QRNLOG.DAT and commit      *
      *         REJECT  - rewrite QRPPEND.DAT without the repair     *
      *         append one QRPLOG.DAT record and DISPLAY the outcome *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0QRP0 parameters (job parameters, ARGUMENT-NUMBER/      *
      *   ARGUMENT-VALUE):                                           *
      *     1 - function: SHOW, EDIT, CONFIRM, REJECT or LIST        *
      *         (required)                                           *
      *     2 - for SHOW and EDIT: the original queue name; for      *
      *         CONFIRM and REJECT: the repair number                *
      *     3 - for EDIT (and optionally SHOW): the message's MSGID  *
      *         as 48 hexadecimal digits                             *
      *     4 to 13 - for EDIT: one field edit each, written         *
      *         FIELDNAME=new value                                  *
      *   Return code 1 when the function is refused                 *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0QRP0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the format dictionary maintained by AMQ0FMT0
           SELECT FORMAT-DICTIONARY ASSIGN TO 'FMTDICT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FORMAT-DICTIONARY-STATUS.

      ** repairs awaiting a confirmer - record-sequential for the
      ** same reason as QRNLOG.DAT: the record carries the raw
      ** binary MSGID and the raw payload images
           SELECT PENDING-FILE ASSIGN TO 'QRPPEND.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PENDING-FILE-STATUS.

      ** the editor/confirmer history, appended with every event
           SELECT REPAIR-LOG ASSIGN TO 'QRPLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REPAIR-LOG-STATUS.

      ** the quarantine log AMQ0QRN0 keeps
           SELECT QUARANTINE-LOG ASSIGN TO 'QRNLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS QUARANTINE-LOG-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  PENDING-FILE.
       01 PENDING-RECORD.
          05 QP-REPAIR-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 QP-EDITOR-ID              PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 QP-SUBMITTED              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 QP-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 QP-FORMAT                 PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 QP-MSGID                  PIC X(24).
          05 FILLER                    PIC X VALUE SPACE.
          05 QP-DATA-LENGTH            PIC 9(5).
          05 FILLER                    PIC X VALUE SPACE.
          05 QP-BEFORE-IMAGE           PIC X(1000).
          05 FILLER                    PIC X VALUE SPACE.
          05 QP-AFTER-IMAGE            PIC X(1000).

       FD  REPAIR-LOG.
       01 REPAIR-LOG-RECORD.
          05 RL-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 RL-REPAIR-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 RL-EVENT                  PIC X(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 RL-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 RL-MSGID-HEX              PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 RL-EDITOR-ID              PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 RL-CONFIRMER-ID           PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 RL-OUTCOME                PIC X(30).

       FD  QUARANTINE-LOG.
       01 QUARANTINE-LOG-RECORD.
          05 QRN-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-ACTION                PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-MSGID                 PIC X(24).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-BACKOUT-COUNT         PIC 9(5).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-PAYLOAD               PIC X(1000).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-REPAIR-IMAGE          PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-EDITOR-ID             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-CONFIRMER-ID          PIC X(12).

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
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 1000.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 BUFFER                     PIC X(1000).
       01 CONNECTED-SWITCH           PIC X VALUE 'N'.
       01 QUEUE-OPEN-SWITCH          PIC X VALUE 'N'.

       01 FORMAT-DICTIONARY-STATUS   PIC XX VALUE '00'.
       01 PENDING-FILE-STATUS        PIC XX VALUE '00'.
       01 REPAIR-LOG-STATUS          PIC XX VALUE '00'.
       01 QUARANTINE-LOG-STATUS      PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.

      ** job parameters
       01 PARM-FUNCTION              PIC X(7) VALUE SPACES.
       01 PARM-DETAIL                PIC X(48) VALUE SPACES.
       01 PARM-MSGID-HEX             PIC X(48) VALUE SPACES.
       01 PARM-EDIT-TABLE.
          02 PARM-EDIT                PIC X(100) OCCURS 10 TIMES.
       01 PARM-EDIT-COUNT            PIC S9(9) BINARY VALUE 0.
       01 PARM-EDIT-INDEX            PIC S9(9) BINARY.
       01 ARGUMENT-INDEX             PIC 9(2).
      ** the repair number right-aligned into a zero-filled work
      ** field before its NUMERIC test
       01 REPAIR-NUMBER-X            PIC X(7).
       01 REPAIR-NUMBER REDEFINES REPAIR-NUMBER-X PIC 9(7).
       01 PARM-LENGTH                PIC S9(9) BINARY.

      ** the dictionary layouts loaded once
       01 DICTIONARY-TABLE.
          02 DICTIONARY-ENTRY OCCURS 200 TIMES.
             05 DC-SCOPE-TYPE         PIC X(1).
             05 DC-SCOPE-NAME         PIC X(48).
             05 DC-FIELD-NAME         PIC X(12).
             05 DC-FIELD-OFFSET       PIC S9(9) BINARY.
             05 DC-FIELD-LENGTH       PIC S9(9) BINARY.
             05 DC-FIELD-TYPE         PIC X(1).
             05 DC-MANDATORY-FLAG     PIC X(1).
             05 DC-EDIT-RULE          PIC X(1).
       01 DICTIONARY-COUNT           PIC S9(9) BINARY VALUE 0.
       01 DICTIONARY-INDEX           PIC S9(9) BINARY.
       01 DICTIONARY-MATCH           PIC S9(9) BINARY.
       01 LAYOUT-FOUND-SWITCH        PIC X.

      ** the pending repairs
       01 PENDING-TABLE.
          02 PENDING-ENTRY OCCURS 100 TIMES.
             05 PT-REPAIR-NUMBER      PIC 9(7).
             05 PT-EDITOR-ID          PIC X(12).
             05 PT-SUBMITTED          PIC X(17).
             05 PT-QUEUE-NAME         PIC X(48).
             05 PT-FORMAT             PIC X(8).
             05 PT-MSGID              PIC X(24).
             05 PT-DATA-LENGTH        PIC 9(5).
             05 PT-BEFORE-IMAGE       PIC X(1000).
             05 PT-AFTER-IMAGE        PIC X(1000).
       01 PENDING-COUNT              PIC S9(9) BINARY VALUE 0.
       01 PENDING-INDEX              PIC S9(9) BINARY.
       01 PENDING-MATCH              PIC S9(9) BINARY.

       01 HIGHEST-REPAIR-NUMBER      PIC 9(7) VALUE 0.

      ** the repair being worked on and what became of it
       01 WORK-REPAIR-NUMBER         PIC 9(7) VALUE 0.
       01 WORK-QUEUE-NAME            PIC X(48) VALUE SPACES.
       01 QUARANTINE-QUEUE-NAME      PIC X(48) VALUE SPACES.
       01 WORK-FORMAT                PIC X(8) VALUE SPACES.
       01 WORK-MSGID                 PIC X(24) VALUE LOW-VALUES.
       01 WORK-DATA-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 WORK-EDITOR-ID             PIC X(12) VALUE SPACES.
       01 WORK-CONFIRMER-ID          PIC X(12) VALUE SPACES.
       01 BEFORE-IMAGE               PIC X(1000).
       01 AFTER-IMAGE                PIC X(1000).
       01 OUTCOME-TEXT               PIC X(30) VALUE SPACES.
       01 REPAIR-ACCEPTED-SWITCH     PIC X VALUE 'N'.
       01 SHOWN-COUNT                PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).

      ** the payload image the field paragraphs read and change
       01 IMAGE-AREA                 PIC X(1000).
       01 IMAGE-LENGTH               PIC S9(9) BINARY.
       01 FIELD-END-POSITION         PIC S9(9) BINARY.
       01 FIELD-SHOW-LENGTH          PIC S9(9) BINARY.
       01 FIELD-TEXT                 PIC X(40).
       01 BEFORE-FIELD-TEXT          PIC X(40).
       01 CURRENT-VIOLATION          PIC X(9).

      ** one field edit, FIELDNAME=new value
       01 EDIT-FIELD-NAME            PIC X(12).
       01 EDIT-VALUE                 PIC X(100).
       01 EDIT-VALUE-LENGTH          PIC S9(9) BINARY.
       01 EDIT-NAME-LENGTH           PIC S9(9) BINARY.
       01 EDIT-ERROR                 PIC X(17).

      ** a numeric edit value: optional sign, then up to 18 digits
      ** right-aligned into a zero-filled work field before its
      ** NUMERIC test
       01 NUMBER-DIGITS-X            PIC X(18).
       01 NUMBER-DIGITS REDEFINES NUMBER-DIGITS-X PIC 9(18).
       01 NUMBER-VALUE               PIC S9(18).
       01 NUMBER-DIGIT-COUNT         PIC S9(9) BINARY.
       01 NUMBER-START               PIC S9(9) BINARY.
       01 NUMBER-NEGATIVE-SWITCH     PIC X.
       01 SHOW-VALUE                 PIC -(18)9.

      ** signed zoned, packed and unsigned binary overlays - the
      ** ones AMQ0PVL0 checks and AMQ0GBR0 decodes through
       01 FIELD-BYTES                PIC X(18).
       01 ZONED-AREA                 PIC X(18).
       01 ZONED-VALUE REDEFINES ZONED-AREA
                                     PIC S9(18).
       01 PACKED-AREA                PIC X(8).
       01 PACKED-VALUE REDEFINES PACKED-AREA
                                     PIC S9(15) COMP-3.
       01 BINARY-AREA                PIC X(8).
       01 BINARY-VALUE REDEFINES BINARY-AREA
                                     PIC 9(18) COMP-X.

      ** CCYYMMDD date edit - no intrinsic FUNCTIONs are used
       01 DATE-DIGITS                PIC X(8).
       01 DATE-VALUE REDEFINES DATE-DIGITS.
          05 DATE-YEAR                PIC 9(4).
          05 DATE-MONTH               PIC 9(2).
          05 DATE-DAY                 PIC 9(2).
       01 MONTH-DAYS-VALUES          PIC X(24)
                                     VALUE '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
          05 MONTH-DAYS               PIC 9(2) OCCURS 12 TIMES.
       01 MONTH-LIMIT                PIC 9(2).
       01 LEAP-QUOTIENT              PIC 9(4).
       01 LEAP-REMAINDER-4           PIC 9(4).
       01 LEAP-REMAINDER-100         PIC 9(4).
       01 LEAP-REMAINDER-400         PIC 9(4).

      ** MSGID to and from hexadecimal
       01 HEX-DIGITS                 PIC X(16)
                                     VALUE '0123456789ABCDEF'.
       01 HEX-BYTE-AREA              PIC X(1).
       01 HEX-BYTE-VALUE REDEFINES HEX-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 HEX-HIGH                   PIC S9(4) BINARY.
       01 HEX-LOW                    PIC S9(4) BINARY.
       01 HEX-INDEX                  PIC S9(9) BINARY.
       01 HEX-DIGIT-INDEX            PIC S9(9) BINARY.
       01 HEX-CHARACTER              PIC X(1).
       01 HEX-NIBBLE                 PIC S9(4) BINARY.
       01 MSGID-HEX                  PIC X(48).

      * Shared queue serialization lock interface
       01 MY-QUEUE-LOCK.
          COPY QLOCKWS.

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
           DISPLAY 'AMQ0QRP0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0QRP0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).

           PERFORM GETPARMS.
           PERFORM VALPARMS.

      ** every function but LIST reads or changes quarantined
      ** payloads, so the operator's role must allow it - a refusal
      ** is logged to MNULOG.DAT and alerted by AMQ0ROL0
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-FUNCTION IS NOT EQUAL TO 'LIST'
             MOVE 'AMQ0QRP0' TO ROL-PROGRAM-ID
             MOVE PARM-FUNCTION TO ROL-ACTION
             MOVE 'AMQ0QRP0' TO ROL-CALLER-ID
             MOVE 'Y' TO ROL-LOG-DENIAL
             CALL 'AMQ0ROL0' USING ROL-CHECK-AREA
             IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
               DISPLAY 'AMQ0QRP0 refused - role <' ROL-USER-ROLE
                   '> of user <' ROL-USER-ID '> may not run it'
               MOVE 'END-ERR' TO RLG-STATUS
               MOVE 0 TO RLG-RECORD-COUNT
               CALL 'AMQ0RLG0' USING RLG-LOG-AREA
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE ROL-USER-ID TO WORK-CONFIRMER-ID
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADDICT
             PERFORM LOADPEND
             PERFORM LOADHIGH
             EVALUATE PARM-FUNCTION
               WHEN 'SHOW'
                 PERFORM SHOWQ
               WHEN 'EDIT'
                 PERFORM EDITMSG
               WHEN 'CONFIRM'
                 PERFORM CONFIRM
               WHEN 'REJECT'
                 PERFORM REJECT
               WHEN 'LIST'
                 PERFORM LISTPEND
             END-EVALUATE
           END-IF.

      ****************************************************************
      *                                                              *
      *  Disconnect from queue manager (if not previously connected) *
      *                                                              *
      ****************************************************************
           IF CONNECTED-SWITCH IS EQUAL TO 'Y'
           AND CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING HCONN, COMPLETION-CODE, REASON

      *      report reason, if any
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC ended with reason code ' REASON
             END-IF
           END-IF.

      ** record the end of the run before the return code is set,
      ** so the run-log CALL cannot overwrite it
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE PENDING-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           IF PARM-FUNCTION IS EQUAL TO 'EDIT'
           OR PARM-FUNCTION IS EQUAL TO 'CONFIRM'
           OR PARM-FUNCTION IS EQUAL TO 'REJECT'
           OR OUTCOME-TEXT IS NOT EQUAL TO SPACES
             PERFORM REPLOG
             IF REPAIR-ACCEPTED-SWITCH IS EQUAL TO 'Y'
               DISPLAY PARM-FUNCTION ' of repair ' WORK-REPAIR-NUMBER
                   ' ' OUTCOME-TEXT
               MOVE ZERO TO RETURN-CODE
             ELSE
               DISPLAY PARM-FUNCTION ' refused - ' OUTCOME-TEXT
               MOVE 1 TO RETURN-CODE
             END-IF
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
      ** indicate that sample program has finished
           DISPLAY 'AMQ0QRP0 end'.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read the job parameters                                    *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-FUNCTION FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-FUNCTION
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-DETAIL FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-DETAIL
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MSGID-HEX FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-MSGID-HEX
           END-ACCEPT.
      **   the field edits follow, one per parameter, up to the
      **   first one not given
           MOVE SPACES TO PARM-EDIT-TABLE.
           PERFORM VARYING PARM-EDIT-INDEX FROM 1 BY 1
               UNTIL PARM-EDIT-INDEX > 10
             COMPUTE ARGUMENT-INDEX = PARM-EDIT-INDEX + 3
             DISPLAY ARGUMENT-INDEX UPON ARGUMENT-NUMBER
             ACCEPT PARM-EDIT(PARM-EDIT-INDEX) FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO PARM-EDIT(PARM-EDIT-INDEX)
             END-ACCEPT
             IF PARM-EDIT(PARM-EDIT-INDEX) IS EQUAL TO SPACES
               MOVE 10 TO PARM-EDIT-INDEX
             ELSE
               ADD 1 TO PARM-EDIT-COUNT
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Validate the parameters themselves                         *
      *                                                              *
      ****************************************************************
       VALPARMS.
           IF PARM-FUNCTION IS NOT EQUAL TO 'SHOW'
           AND PARM-FUNCTION IS NOT EQUAL TO 'EDIT'
           AND PARM-FUNCTION IS NOT EQUAL TO 'CONFIRM'
           AND PARM-FUNCTION IS NOT EQUAL TO 'REJECT'
           AND PARM-FUNCTION IS NOT EQUAL TO 'LIST'
             MOVE 'INVALID FUNCTION' TO OUTCOME-TEXT
           END-IF.

      **   SHOW and EDIT name the original queue; EDIT also the
      **   message and at least one field edit
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND (PARM-FUNCTION IS EQUAL TO 'SHOW'
             OR PARM-FUNCTION IS EQUAL TO 'EDIT')
             MOVE PARM-DETAIL TO WORK-QUEUE-NAME
             IF WORK-QUEUE-NAME IS EQUAL TO SPACES
               MOVE 'MISSING QUEUE NAME' TO OUTCOME-TEXT
             END-IF
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-FUNCTION IS EQUAL TO 'EDIT'
             IF PARM-MSGID-HEX IS EQUAL TO SPACES
               MOVE 'MISSING MSGID' TO OUTCOME-TEXT
             ELSE
               IF PARM-EDIT-COUNT IS EQUAL TO 0
                 MOVE 'MISSING FIELD EDIT' TO OUTCOME-TEXT
               END-IF
             END-IF
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-MSGID-HEX IS NOT EQUAL TO SPACES
           AND (PARM-FUNCTION IS EQUAL TO 'SHOW'
             OR PARM-FUNCTION IS EQUAL TO 'EDIT')
             PERFORM HEXMSGID
           END-IF.

      **   CONFIRM and REJECT name the repair by its number
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND (PARM-FUNCTION IS EQUAL TO 'CONFIRM'
             OR PARM-FUNCTION IS EQUAL TO 'REJECT')
             MOVE 0 TO PARM-LENGTH
             INSPECT PARM-DETAIL TALLYING PARM-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
             MOVE ALL '0' TO REPAIR-NUMBER-X
             IF PARM-LENGTH IS GREATER THAN 0
             AND PARM-LENGTH IS LESS THAN 8
               MOVE PARM-DETAIL(1:PARM-LENGTH)
                 TO REPAIR-NUMBER-X(8 - PARM-LENGTH:PARM-LENGTH)
             END-IF
             IF PARM-LENGTH IS EQUAL TO 0
             OR PARM-LENGTH IS GREATER THAN 7
             OR REPAIR-NUMBER-X IS NOT NUMERIC
               MOVE 'INVALID REPAIR NUMBER' TO OUTCOME-TEXT
             ELSE
               MOVE REPAIR-NUMBER TO WORK-REPAIR-NUMBER
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Turn the 48 hexadecimal digits of the MSGID parameter      *
      *   into the 24-byte MSGID                                     *
      *                                                              *
      ****************************************************************
       HEXMSGID.
           INSPECT PARM-MSGID-HEX
             CONVERTING 'abcdef' TO 'ABCDEF'.
           MOVE LOW-VALUES TO WORK-MSGID.
           PERFORM VARYING HEX-INDEX FROM 1 BY 1
               UNTIL HEX-INDEX > 48
             MOVE PARM-MSGID-HEX(HEX-INDEX:1) TO HEX-CHARACTER
             MOVE -1 TO HEX-NIBBLE
             PERFORM VARYING HEX-DIGIT-INDEX FROM 1 BY 1
                 UNTIL HEX-DIGIT-INDEX > 16
               IF HEX-DIGITS(HEX-DIGIT-INDEX:1) IS EQUAL TO
                   HEX-CHARACTER
                 COMPUTE HEX-NIBBLE = HEX-DIGIT-INDEX - 1
                 MOVE 16 TO HEX-DIGIT-INDEX
               END-IF
             END-PERFORM
             IF HEX-NIBBLE IS LESS THAN 0
               MOVE 'INVALID MSGID' TO OUTCOME-TEXT
               MOVE 48 TO HEX-INDEX
             ELSE
      **       odd positions carry the high nibble of the byte
               DIVIDE HEX-INDEX BY 2 GIVING HEX-HIGH
                 REMAINDER HEX-LOW
               IF HEX-LOW IS EQUAL TO 1
                 COMPUTE HEX-BYTE-VALUE = HEX-NIBBLE * 16
               ELSE
                 ADD HEX-NIBBLE TO HEX-BYTE-VALUE
                 MOVE HEX-BYTE-AREA TO WORK-MSGID(HEX-HIGH:1)
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Render the 24-byte MSGID as 48 hexadecimal characters      *
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
      *   Build the per-queue quarantine queue name the way AMQ0QRN0 *
      *   does: QRN. followed by the first 44 characters of the      *
      *   original queue name                                        *
      *                                                              *
      ****************************************************************
       QRNNAME.
           MOVE SPACES TO QUARANTINE-QUEUE-NAME.
           STRING 'QRN.' DELIMITED BY SIZE
                  WORK-QUEUE-NAME(1:44) DELIMITED BY SIZE
             INTO QUARANTINE-QUEUE-NAME.

      ****************************************************************
      *                                                              *
      *   Connect to default queue manager                           *
      *                                                              *
      ****************************************************************
       CONNQM.
           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.

      *      report reason if it failed
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONN ended with reason code ' CON-REASON
             MOVE 'QMGR NOT AVAILABLE' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO CONNECTED-SWITCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   SHOW - browse the quarantine queue and DISPLAY each        *
      *   message (or only the one named) decoded field by field     *
      *                                                              *
      ****************************************************************
       SHOWQ.
           PERFORM QRNNAME.
           PERFORM CONNQM.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE QUARANTINE-QUEUE-NAME TO MQOD-OBJECTNAME
             MOVE SPACES TO MQOD-OBJECTQMGRNAME
             ADD MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
             CALL 'MQOPEN'
              USING HCONN, OBJECT-DESCRIPTOR,
              OPEN-OPTIONS, Q-HANDLE,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQOPEN ended with reason code ' REASON
                   ' for ' QUARANTINE-QUEUE-NAME
               MOVE 'QUARANTINE QUEUE NOT OPENED' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'N' TO END-OF-BROWSE-SWITCH
             ADD MQGMO-NO-WAIT MQGMO-BROWSE-FIRST
                 MQGMO-ACCEPT-TRUNCATED-MSG
                       GIVING MQGMO-OPTIONS
             MOVE 0 TO MQGMO-WAITINTERVAL
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-BROWSE-SWITCH IS EQUAL TO 'Y'
      **       a MSGID given matches only that message
               IF PARM-MSGID-HEX IS EQUAL TO SPACES
                 MOVE MQMI-NONE TO MQMD-MSGID
               ELSE
                 MOVE WORK-MSGID TO MQMD-MSGID
               END-IF
               MOVE MQCI-NONE TO MQMD-CORRELID
               MOVE 1000 TO BUFFER-LENGTH
               CALL 'MQGET'
                USING HCONN, Q-HANDLE,
                MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
                BUFFER-LENGTH, BUFFER, DATA-LENGTH,
                COMPLETION-CODE, REASON
               IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
                 ADD 1 TO SHOWN-COUNT
                 PERFORM SHOWMSG
                 ADD MQGMO-NO-WAIT MQGMO-BROWSE-NEXT
                     MQGMO-ACCEPT-TRUNCATED-MSG
                           GIVING MQGMO-OPTIONS
               ELSE
                 MOVE 'Y' TO END-OF-BROWSE-SWITCH
                 IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
                   DISPLAY 'MQGET (browse) ended with reason code '
                       REASON ' for ' QUARANTINE-QUEUE-NAME
                 END-IF
               END-IF
             END-PERFORM
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
             DISPLAY SHOWN-COUNT ' quarantined messages shown from '
                 QUARANTINE-QUEUE-NAME
           END-IF.

      ****************************************************************
      *                                                              *
      *   DISPLAY one browsed message: its identity, any repair      *
      *   pending against it, and every field of its layout          *
      *                                                              *
      ****************************************************************
       SHOWMSG.
           MOVE MQMD-MSGID TO WORK-MSGID.
           MOVE MQMD-FORMAT TO WORK-FORMAT.
           PERFORM MSGIDHEX.
           DISPLAY 'MSGID ' MSGID-HEX.
           DISPLAY '   put ' MQMD-PUTDATE ' ' MQMD-PUTTIME
               ' by ' MQMD-USERIDENTIFIER ' backout count '
               MQMD-BACKOUTCOUNT ' length ' DATA-LENGTH.
           PERFORM VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT
             IF PT-MSGID(PENDING-INDEX) IS EQUAL TO WORK-MSGID
               DISPLAY '   repair ' PT-REPAIR-NUMBER(PENDING-INDEX)
                   ' pending, edited by ' PT-EDITOR-ID(PENDING-INDEX)
             END-IF
           END-PERFORM.
           MOVE BUFFER TO IMAGE-AREA.
           IF DATA-LENGTH IS GREATER THAN 1000
             MOVE 1000 TO IMAGE-LENGTH
           ELSE
             MOVE DATA-LENGTH TO IMAGE-LENGTH
           END-IF.
           MOVE 'N' TO LAYOUT-FOUND-SWITCH.
           PERFORM VARYING DICTIONARY-INDEX FROM 1 BY 1
               UNTIL DICTIONARY-INDEX > DICTIONARY-COUNT
             PERFORM MATCHFLD
             IF DICTIONARY-MATCH IS GREATER THAN 0
               MOVE 'Y' TO LAYOUT-FOUND-SWITCH
               PERFORM FMTFLD
               DISPLAY '     ' DC-FIELD-NAME(DICTIONARY-INDEX)
                   ' = ' FIELD-TEXT
             END-IF
           END-PERFORM.
           IF LAYOUT-FOUND-SWITCH IS NOT EQUAL TO 'Y'
             DISPLAY '   no layout in FMTDICT.DAT for this message'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Does the dictionary entry in hand belong to the layout of  *
      *   the message - its original queue or its MQMD format?       *
      *                                                              *
      ****************************************************************
       MATCHFLD.
           MOVE 0 TO DICTIONARY-MATCH.
           IF (DC-SCOPE-TYPE(DICTIONARY-INDEX) IS EQUAL TO 'Q'
               AND DC-SCOPE-NAME(DICTIONARY-INDEX) IS EQUAL TO
                   WORK-QUEUE-NAME)
           OR (DC-SCOPE-TYPE(DICTIONARY-INDEX) IS EQUAL TO 'F'
               AND DC-SCOPE-NAME(DICTIONARY-INDEX)(1:8)
                   IS EQUAL TO WORK-FORMAT)
             MOVE DICTIONARY-INDEX TO DICTIONARY-MATCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Render one field of IMAGE-AREA into FIELD-TEXT through the *
      *   overlay its type calls for                                 *
      *                                                              *
      ****************************************************************
       FMTFLD.
           MOVE SPACES TO FIELD-TEXT.
           COMPUTE FIELD-END-POSITION =
               DC-FIELD-OFFSET(DICTIONARY-INDEX)
               + DC-FIELD-LENGTH(DICTIONARY-INDEX) - 1.
           IF DC-FIELD-OFFSET(DICTIONARY-INDEX) IS NOT GREATER THAN 0
           OR DC-FIELD-LENGTH(DICTIONARY-INDEX) IS NOT GREATER THAN 0
           OR FIELD-END-POSITION IS GREATER THAN IMAGE-LENGTH
             MOVE '(beyond the message)' TO FIELD-TEXT
           ELSE
             EVALUATE DC-FIELD-TYPE(DICTIONARY-INDEX)
               WHEN 'C'
                 MOVE DC-FIELD-LENGTH(DICTIONARY-INDEX)
                   TO FIELD-SHOW-LENGTH
                 IF FIELD-SHOW-LENGTH IS GREATER THAN 38
                   MOVE 38 TO FIELD-SHOW-LENGTH
                 END-IF
                 STRING '<' DELIMITED BY SIZE
                        IMAGE-AREA(DC-FIELD-OFFSET(DICTIONARY-INDEX):
                        FIELD-SHOW-LENGTH) DELIMITED BY SIZE
                        '>' DELIMITED BY SIZE
                   INTO FIELD-TEXT
               WHEN 'Z'
                 IF DC-FIELD-LENGTH(DICTIONARY-INDEX)
                     IS GREATER THAN 18
                   MOVE '(bad layout)' TO FIELD-TEXT
                 ELSE
                   MOVE ALL '0' TO ZONED-AREA
                   MOVE IMAGE-AREA(DC-FIELD-OFFSET(DICTIONARY-INDEX):
                       DC-FIELD-LENGTH(DICTIONARY-INDEX))
                     TO ZONED-AREA
                       (19 - DC-FIELD-LENGTH(DICTIONARY-INDEX):
                       DC-FIELD-LENGTH(DICTIONARY-INDEX))
                   IF ZONED-VALUE IS NUMERIC
                     MOVE ZONED-VALUE TO SHOW-VALUE
                     MOVE SHOW-VALUE TO FIELD-TEXT
                   ELSE
                     MOVE '(not zoned numeric)' TO FIELD-TEXT
                   END-IF
                 END-IF
               WHEN 'P'
                 IF DC-FIELD-LENGTH(DICTIONARY-INDEX)
                     IS GREATER THAN 8
                   MOVE '(bad layout)' TO FIELD-TEXT
                 ELSE
                   MOVE LOW-VALUES TO PACKED-AREA
                   MOVE IMAGE-AREA(DC-FIELD-OFFSET(DICTIONARY-INDEX):
                       DC-FIELD-LENGTH(DICTIONARY-INDEX))
                     TO PACKED-AREA
                       (9 - DC-FIELD-LENGTH(DICTIONARY-INDEX):
                       DC-FIELD-LENGTH(DICTIONARY-INDEX))
                   IF PACKED-VALUE IS NUMERIC
                     MOVE PACKED-VALUE TO SHOW-VALUE
                     MOVE SHOW-VALUE TO FIELD-TEXT
                   ELSE
                     MOVE '(not packed decimal)' TO FIELD-TEXT
                   END-IF
                 END-IF
               WHEN 'B'
                 IF DC-FIELD-LENGTH(DICTIONARY-INDEX)
                     IS GREATER THAN 8
                   MOVE '(bad layout)' TO FIELD-TEXT
                 ELSE
                   MOVE LOW-VALUES TO BINARY-AREA
                   MOVE IMAGE-AREA(DC-FIELD-OFFSET(DICTIONARY-INDEX):
                       DC-FIELD-LENGTH(DICTIONARY-INDEX))
                     TO BINARY-AREA
                       (9 - DC-FIELD-LENGTH(DICTIONARY-INDEX):
                       DC-FIELD-LENGTH(DICTIONARY-INDEX))
                   MOVE BINARY-VALUE TO SHOW-VALUE
                   MOVE SHOW-VALUE TO FIELD-TEXT
                 END-IF
               WHEN OTHER
                 MOVE '(unknown type)' TO FIELD-TEXT
             END-EVALUATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   EDIT - browse the named message, apply and check each      *
      *   field edit, and record the repair as pending               *
      *                                                              *
      ****************************************************************
       EDITMSG.
           MOVE WORK-CONFIRMER-ID TO WORK-EDITOR-ID.
           MOVE SPACES TO WORK-CONFIRMER-ID.
           PERFORM MSGIDHEX.

      **   one pending repair per message, so the confirmer never
      **   has to choose between two edits of the same payload
           PERFORM VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT
             IF PT-MSGID(PENDING-INDEX) IS EQUAL TO WORK-MSGID
               MOVE 'REPAIR ALREADY PENDING' TO OUTCOME-TEXT
               MOVE PENDING-COUNT TO PENDING-INDEX
             END-IF
           END-PERFORM.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PENDING-COUNT IS GREATER THAN OR EQUAL TO 100
             MOVE 'PENDING FILE FULL' TO OUTCOME-TEXT
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM QRNNAME
             PERFORM CONNQM
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM GETIMAGE
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'N' TO LAYOUT-FOUND-SWITCH
             PERFORM VARYING DICTIONARY-INDEX FROM 1 BY 1
                 UNTIL DICTIONARY-INDEX > DICTIONARY-COUNT
               PERFORM MATCHFLD
               IF DICTIONARY-MATCH IS GREATER THAN 0
                 MOVE 'Y' TO LAYOUT-FOUND-SWITCH
                 MOVE DICTIONARY-COUNT TO DICTIONARY-INDEX
               END-IF
             END-PERFORM
             IF LAYOUT-FOUND-SWITCH IS NOT EQUAL TO 'Y'
               MOVE 'NO LAYOUT IN FMTDICT.DAT' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE BEFORE-IMAGE TO IMAGE-AREA
             MOVE WORK-DATA-LENGTH TO IMAGE-LENGTH
             PERFORM VARYING PARM-EDIT-INDEX FROM 1 BY 1
                 UNTIL PARM-EDIT-INDEX > PARM-EDIT-COUNT
               PERFORM EDIT1
               IF OUTCOME-TEXT IS NOT EQUAL TO SPACES
                 MOVE PARM-EDIT-COUNT TO PARM-EDIT-INDEX
               END-IF
             END-PERFORM
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE IMAGE-AREA TO AFTER-IMAGE
             IF AFTER-IMAGE IS EQUAL TO BEFORE-IMAGE
               MOVE 'NO CHANGE TO THE MESSAGE' TO OUTCOME-TEXT
             END-IF
           END-IF.

      **   fields not edited that still fail their own edits do not
      **   stop the repair - the confirmer sees them as warnings
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM VARYING DICTIONARY-INDEX FROM 1 BY 1
                 UNTIL DICTIONARY-INDEX > DICTIONARY-COUNT
               PERFORM MATCHFLD
               IF DICTIONARY-MATCH IS GREATER THAN 0
                 PERFORM CHECKFLD
                 IF CURRENT-VIOLATION IS NOT EQUAL TO SPACES
                   DISPLAY 'warning - field '
                       DC-FIELD-NAME(DICTIONARY-INDEX)
                       ' still fails its edit: ' CURRENT-VIOLATION
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             ADD 1 TO HIGHEST-REPAIR-NUMBER
             MOVE HIGHEST-REPAIR-NUMBER TO WORK-REPAIR-NUMBER
             ADD 1 TO PENDING-COUNT
             MOVE WORK-REPAIR-NUMBER TO PT-REPAIR-NUMBER(PENDING-COUNT)
             MOVE WORK-EDITOR-ID TO PT-EDITOR-ID(PENDING-COUNT)
             MOVE NOW-TIMESTAMP TO PT-SUBMITTED(PENDING-COUNT)
             MOVE WORK-QUEUE-NAME TO PT-QUEUE-NAME(PENDING-COUNT)
             MOVE WORK-FORMAT TO PT-FORMAT(PENDING-COUNT)
             MOVE WORK-MSGID TO PT-MSGID(PENDING-COUNT)
             MOVE WORK-DATA-LENGTH TO PT-DATA-LENGTH(PENDING-COUNT)
             MOVE BEFORE-IMAGE TO PT-BEFORE-IMAGE(PENDING-COUNT)
             MOVE AFTER-IMAGE TO PT-AFTER-IMAGE(PENDING-COUNT)
             PERFORM SAVEPEND
             MOVE PENDING-COUNT TO PENDING-MATCH
             PERFORM DIFFSHOW
             MOVE 'Y' TO REPAIR-ACCEPTED-SWITCH
             MOVE 'PENDING CONFIRMATION' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Browse the named message off the quarantine queue into     *
      *   BEFORE-IMAGE - no ACCEPT-TRUNCATED, so a payload over the  *
      *   1000 bytes QRNLOG.DAT can hold is refused                  *
      *                                                              *
      ****************************************************************
       GETIMAGE.
           MOVE QUARANTINE-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' QUARANTINE-QUEUE-NAME
             MOVE 'QUARANTINE QUEUE NOT OPENED' TO OUTCOME-TEXT
           ELSE
             MOVE WORK-MSGID TO MQMD-MSGID
             MOVE MQCI-NONE TO MQMD-CORRELID
             ADD MQGMO-NO-WAIT MQGMO-BROWSE-FIRST
                       GIVING MQGMO-OPTIONS
             MOVE 0 TO MQGMO-WAITINTERVAL
             MOVE 1000 TO BUFFER-LENGTH
             CALL 'MQGET'
              USING HCONN, Q-HANDLE,
              MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
              BUFFER-LENGTH, BUFFER, DATA-LENGTH,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               EVALUATE REASON
                 WHEN MQRC-NO-MSG-AVAILABLE
                   MOVE 'MESSAGE NOT QUARANTINED' TO OUTCOME-TEXT
                 WHEN MQRC-TRUNCATED-MSG-FAILED
                   MOVE 'MESSAGE OVER 1000 BYTES' TO OUTCOME-TEXT
                 WHEN OTHER
                   DISPLAY 'MQGET (browse) ended with reason code '
                       REASON ' for ' QUARANTINE-QUEUE-NAME
                   MOVE 'MESSAGE NOT READ' TO OUTCOME-TEXT
               END-EVALUATE
             ELSE
               MOVE BUFFER TO BEFORE-IMAGE
               MOVE DATA-LENGTH TO WORK-DATA-LENGTH
               MOVE MQMD-FORMAT TO WORK-FORMAT
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   One field edit: find the field in the layout, set the new  *
      *   value through its type, then hold it to its own edits      *
      *                                                              *
      ****************************************************************
       EDIT1.
           MOVE SPACES TO EDIT-FIELD-NAME EDIT-VALUE EDIT-ERROR.
           MOVE 0 TO EDIT-NAME-LENGTH.
           INSPECT PARM-EDIT(PARM-EDIT-INDEX) TALLYING EDIT-NAME-LENGTH
             FOR CHARACTERS BEFORE INITIAL '='.
           IF EDIT-NAME-LENGTH IS EQUAL TO 0
           OR EDIT-NAME-LENGTH IS GREATER THAN 12
           OR EDIT-NAME-LENGTH IS EQUAL TO 100
             MOVE 'INVALID FIELD EDIT' TO OUTCOME-TEXT
           ELSE
             MOVE PARM-EDIT(PARM-EDIT-INDEX)(1:EDIT-NAME-LENGTH)
               TO EDIT-FIELD-NAME
             IF EDIT-NAME-LENGTH IS LESS THAN 99
               MOVE PARM-EDIT(PARM-EDIT-INDEX)
                   (EDIT-NAME-LENGTH + 2:99 - EDIT-NAME-LENGTH)
                 TO EDIT-VALUE
             END-IF
             PERFORM VARYING EDIT-VALUE-LENGTH FROM 100 BY -1
                 UNTIL EDIT-VALUE-LENGTH IS EQUAL TO 0
                 OR EDIT-VALUE(EDIT-VALUE-LENGTH:1)
                    IS NOT EQUAL TO SPACE
               CONTINUE
             END-PERFORM
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 0 TO DICTIONARY-MATCH
             PERFORM VARYING DICTIONARY-INDEX FROM 1 BY 1
                 UNTIL DICTIONARY-INDEX > DICTIONARY-COUNT
               IF DC-FIELD-NAME(DICTIONARY-INDEX) IS EQUAL TO
                   EDIT-FIELD-NAME
                 PERFORM MATCHFLD
                 IF DICTIONARY-MATCH IS GREATER THAN 0
                   MOVE DICTIONARY-COUNT TO DICTIONARY-INDEX
                 END-IF
               END-IF
             END-PERFORM
             IF DICTIONARY-MATCH IS EQUAL TO 0
               MOVE 'FIELD NOT IN LAYOUT' TO EDIT-ERROR
             ELSE
               MOVE DICTIONARY-MATCH TO DICTIONARY-INDEX
               PERFORM APPLYFLD
             END-IF
             IF EDIT-ERROR IS EQUAL TO SPACES
               PERFORM CHECKFLD
               MOVE CURRENT-VIOLATION TO EDIT-ERROR
             END-IF
             IF EDIT-ERROR IS NOT EQUAL TO SPACES
               DISPLAY 'field ' EDIT-FIELD-NAME ' not edited - '
                   EDIT-ERROR
               STRING EDIT-FIELD-NAME DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      EDIT-ERROR DELIMITED BY SIZE
                 INTO OUTCOME-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Set the field in IMAGE-AREA from the edit value - C is     *
      *   text, Z signed zoned, P signed packed, B unsigned binary   *
      *                                                              *
      ****************************************************************
       APPLYFLD.
           COMPUTE FIELD-END-POSITION =
               DC-FIELD-OFFSET(DICTIONARY-INDEX)
               + DC-FIELD-LENGTH(DICTIONARY-INDEX) - 1.
           IF DC-FIELD-OFFSET(DICTIONARY-INDEX) IS NOT GREATER THAN 0
           OR DC-FIELD-LENGTH(DICTIONARY-INDEX) IS NOT GREATER THAN 0
             MOVE 'BADLAYOUT' TO EDIT-ERROR
           ELSE
             IF FIELD-END-POSITION IS GREATER THAN IMAGE-LENGTH
               MOVE 'BEYOND MESSAGE END' TO EDIT-ERROR
             END-IF
           END-IF.

           IF EDIT-ERROR IS EQUAL TO SPACES
             IF DC-FIELD-TYPE(DICTIONARY-INDEX) IS EQUAL TO 'C'
               IF EDIT-VALUE-LENGTH IS GREATER THAN
                   DC-FIELD-LENGTH(DICTIONARY-INDEX)
                 MOVE 'VALUE TOO LONG' TO EDIT-ERROR
               ELSE
                 MOVE EDIT-VALUE
                   TO IMAGE-AREA(DC-FIELD-OFFSET(DICTIONARY-INDEX):
                       DC-FIELD-LENGTH(DICTIONARY-INDEX))
               END-IF
             ELSE
               PERFORM PARSENUM
             END-IF
           END-IF.

           IF EDIT-ERROR IS EQUAL TO SPACES
             EVALUATE DC-FIELD-TYPE(DICTIONARY-INDEX)
               WHEN 'C'
                 CONTINUE
               WHEN 'Z'
                 IF DC-FIELD-LENGTH(DICTIONARY-INDEX)
                     IS GREATER THAN 18
                   MOVE 'BADLAYOUT' TO EDIT-ERROR
                 ELSE
                   IF NUMBER-DIGIT-COUNT IS GREATER THAN
                       DC-FIELD-LENGTH(DICTIONARY-INDEX)
                     MOVE 'VALUE TOO LONG' TO EDIT-ERROR
                   ELSE
                     MOVE NUMBER-VALUE TO ZONED-VALUE
                     MOVE ZONED-AREA
                         (19 - DC-FIELD-LENGTH(DICTIONARY-INDEX):
                         DC-FIELD-LENGTH(DICTIONARY-INDEX))
                       TO IMAGE-AREA
                         (DC-FIELD-OFFSET(DICTIONARY-INDEX):
                         DC-FIELD-LENGTH(DICTIONARY-INDEX))
                   END-IF
                 END-IF
               WHEN 'P'
                 IF DC-FIELD-LENGTH(DICTIONARY-INDEX)
                     IS GREATER THAN 8
                   MOVE 'BADLAYOUT' TO EDIT-ERROR
                 ELSE
      **           a packed field of n bytes holds 2n-1 digits
                   IF NUMBER-DIGIT-COUNT IS GREATER THAN
                       DC-FIELD-LENGTH(DICTIONARY-INDEX) * 2 - 1
                     MOVE 'VALUE TOO LONG' TO EDIT-ERROR
                   ELSE
                     MOVE NUMBER-VALUE TO PACKED-VALUE
                     MOVE PACKED-AREA
                         (9 - DC-FIELD-LENGTH(DICTIONARY-INDEX):
                         DC-FIELD-LENGTH(DICTIONARY-INDEX))
                       TO IMAGE-AREA
                         (DC-FIELD-OFFSET(DICTIONARY-INDEX):
                         DC-FIELD-LENGTH(DICTIONARY-INDEX))
                   END-IF
                 END-IF
               WHEN 'B'
                 IF DC-FIELD-LENGTH(DICTIONARY-INDEX)
                     IS GREATER THAN 8
                   MOVE 'BADLAYOUT' TO EDIT-ERROR
                 ELSE
                   IF NUMBER-NEGATIVE-SWITCH IS EQUAL TO 'Y'
                     MOVE 'VALUE NOT UNSIGNED' TO EDIT-ERROR
                   ELSE
                     MOVE NUMBER-VALUE TO BINARY-VALUE
      **             the bytes left of the field must all be zero
                     IF DC-FIELD-LENGTH(DICTIONARY-INDEX)
                         IS LESS THAN 8
                     AND BINARY-AREA
                         (1:8 - DC-FIELD-LENGTH(DICTIONARY-INDEX))
                         IS NOT EQUAL TO LOW-VALUES
                       MOVE 'VALUE TOO LARGE' TO EDIT-ERROR
                     ELSE
                       MOVE BINARY-AREA
                           (9 - DC-FIELD-LENGTH(DICTIONARY-INDEX):
                           DC-FIELD-LENGTH(DICTIONARY-INDEX))
                         TO IMAGE-AREA
                           (DC-FIELD-OFFSET(DICTIONARY-INDEX):
                           DC-FIELD-LENGTH(DICTIONARY-INDEX))
                     END-IF
                   END-IF
                 END-IF
               WHEN OTHER
                 MOVE 'BADLAYOUT' TO EDIT-ERROR
             END-EVALUATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   A numeric edit value: an optional leading + or -, then     *
      *   1 to 18 digits and nothing else                            *
      *                                                              *
      ****************************************************************
       PARSENUM.
           MOVE 'N' TO NUMBER-NEGATIVE-SWITCH.
           MOVE 1 TO NUMBER-START.
           IF EDIT-VALUE(1:1) IS EQUAL TO '-'
             MOVE 'Y' TO NUMBER-NEGATIVE-SWITCH
             MOVE 2 TO NUMBER-START
           END-IF.
           IF EDIT-VALUE(1:1) IS EQUAL TO '+'
             MOVE 2 TO NUMBER-START
           END-IF.
           COMPUTE NUMBER-DIGIT-COUNT =
               EDIT-VALUE-LENGTH - NUMBER-START + 1.
           MOVE ALL '0' TO NUMBER-DIGITS-X.
           IF NUMBER-DIGIT-COUNT IS LESS THAN 1
           OR NUMBER-DIGIT-COUNT IS GREATER THAN 18
             MOVE 'VALUE NOT NUMERIC' TO EDIT-ERROR
           ELSE
             MOVE EDIT-VALUE(NUMBER-START:NUMBER-DIGIT-COUNT)
               TO NUMBER-DIGITS-X(19 - NUMBER-DIGIT-COUNT:
                   NUMBER-DIGIT-COUNT)
             IF NUMBER-DIGITS-X IS NOT NUMERIC
               MOVE 'VALUE NOT NUMERIC' TO EDIT-ERROR
             ELSE
               MOVE NUMBER-DIGITS TO NUMBER-VALUE
               IF NUMBER-NEGATIVE-SWITCH IS EQUAL TO 'Y'
                 COMPUTE NUMBER-VALUE = 0 - NUMBER-VALUE
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The edits AMQ0PVL0 holds a field of IMAGE-AREA to:         *
      *   present, mandatory, type, date                             *
      *                                                              *
      ****************************************************************
       CHECKFLD.
           MOVE SPACES TO CURRENT-VIOLATION.
           COMPUTE FIELD-END-POSITION =
               DC-FIELD-OFFSET(DICTIONARY-INDEX)
               + DC-FIELD-LENGTH(DICTIONARY-INDEX) - 1.
           IF DC-FIELD-OFFSET(DICTIONARY-INDEX) IS NOT GREATER THAN 0
           OR DC-FIELD-LENGTH(DICTIONARY-INDEX) IS NOT GREATER THAN 0
             MOVE 'BADLAYOUT' TO CURRENT-VIOLATION
           ELSE
             IF FIELD-END-POSITION IS GREATER THAN IMAGE-LENGTH
               MOVE 'SHORT' TO CURRENT-VIOLATION
             END-IF
           END-IF.

           IF CURRENT-VIOLATION IS EQUAL TO SPACES
             IF IMAGE-AREA(DC-FIELD-OFFSET(DICTIONARY-INDEX):
                 DC-FIELD-LENGTH(DICTIONARY-INDEX)) IS EQUAL TO SPACES
               IF DC-MANDATORY-FLAG(DICTIONARY-INDEX) IS EQUAL TO 'M'
                 MOVE 'MISSING' TO CURRENT-VIOLATION
               END-IF
             ELSE
               IF DC-FIELD-TYPE(DICTIONARY-INDEX) IS EQUAL TO 'Z'
               OR DC-FIELD-TYPE(DICTIONARY-INDEX) IS EQUAL TO 'P'
               OR DC-EDIT-RULE(DICTIONARY-INDEX) IS EQUAL TO 'D'
                 IF DC-FIELD-LENGTH(DICTIONARY-INDEX)
                     IS GREATER THAN 18
                   MOVE 'BADLAYOUT' TO CURRENT-VIOLATION
                 ELSE
                   MOVE SPACES TO FIELD-BYTES
                   MOVE IMAGE-AREA(DC-FIELD-OFFSET(DICTIONARY-INDEX):
                       DC-FIELD-LENGTH(DICTIONARY-INDEX))
                     TO FIELD-BYTES
                       (1:DC-FIELD-LENGTH(DICTIONARY-INDEX))
                 END-IF
               END-IF
               IF CURRENT-VIOLATION IS EQUAL TO SPACES
                 EVALUATE DC-FIELD-TYPE(DICTIONARY-INDEX)
                   WHEN 'Z'
                     PERFORM CHECKZ
                   WHEN 'P'
                     PERFORM CHECKP
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-IF
               IF CURRENT-VIOLATION IS EQUAL TO SPACES
               AND DC-EDIT-RULE(DICTIONARY-INDEX) IS EQUAL TO 'D'
                 PERFORM CHECKDT
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Zoned: right-justify into the signed zoned overlay - the   *
      *   last byte may carry the overpunched sign                   *
      *                                                              *
      ****************************************************************
       CHECKZ.
           MOVE ALL '0' TO ZONED-AREA.
           MOVE FIELD-BYTES(1:DC-FIELD-LENGTH(DICTIONARY-INDEX))
             TO ZONED-AREA(19 - DC-FIELD-LENGTH(DICTIONARY-INDEX):
                 DC-FIELD-LENGTH(DICTIONARY-INDEX)).
           IF ZONED-VALUE IS NOT NUMERIC
             MOVE 'NOTZONED' TO CURRENT-VIOLATION
           END-IF.

      ****************************************************************
      *                                                              *
      *   Packed: right-justify into the packed overlay - every      *
      *   nibble but the last must be a digit, the last a sign       *
      *                                                              *
      ****************************************************************
       CHECKP.
           IF DC-FIELD-LENGTH(DICTIONARY-INDEX) IS GREATER THAN 8
             MOVE 'BADLAYOUT' TO CURRENT-VIOLATION
           ELSE
             MOVE LOW-VALUES TO PACKED-AREA
             MOVE FIELD-BYTES(1:DC-FIELD-LENGTH(DICTIONARY-INDEX))
               TO PACKED-AREA(9 - DC-FIELD-LENGTH(DICTIONARY-INDEX):
                   DC-FIELD-LENGTH(DICTIONARY-INDEX))
             IF PACKED-VALUE IS NOT NUMERIC
               MOVE 'BADPACKED' TO CURRENT-VIOLATION
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Date: CCYYMMDD, a month of 01-12 and a day that exists in  *
      *   that month - February has 29 days in a leap year           *
      *                                                              *
      ****************************************************************
       CHECKDT.
           MOVE FIELD-BYTES(1:8) TO DATE-DIGITS.
           IF DATE-DIGITS IS NOT NUMERIC
             MOVE 'BADDATE' TO CURRENT-VIOLATION
           ELSE
             IF DATE-MONTH IS LESS THAN 1
             OR DATE-MONTH IS GREATER THAN 12
             OR DATE-DAY IS LESS THAN 1
             OR DATE-YEAR IS LESS THAN 1
               MOVE 'BADDATE' TO CURRENT-VIOLATION
             ELSE
               MOVE MONTH-DAYS(DATE-MONTH) TO MONTH-LIMIT
               IF DATE-MONTH IS EQUAL TO 2
                 DIVIDE DATE-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-4
                 DIVIDE DATE-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
                 DIVIDE DATE-YEAR BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-400
                 IF LEAP-REMAINDER-4 IS EQUAL TO 0
                 AND (LEAP-REMAINDER-100 IS NOT EQUAL TO 0
                   OR LEAP-REMAINDER-400 IS EQUAL TO 0)
                   MOVE 29 TO MONTH-LIMIT
                 END-IF
               END-IF
               IF DATE-DAY IS GREATER THAN MONTH-LIMIT
                 MOVE 'BADDATE' TO CURRENT-VIOLATION
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   DISPLAY each layout field the pending repair in hand       *
      *   (PENDING-MATCH) changes, before and after                  *
      *                                                              *
      ****************************************************************
       DIFFSHOW.
           MOVE PT-QUEUE-NAME(PENDING-MATCH) TO WORK-QUEUE-NAME.
           MOVE PT-FORMAT(PENDING-MATCH) TO WORK-FORMAT.
           MOVE PT-DATA-LENGTH(PENDING-MATCH) TO IMAGE-LENGTH.
           PERFORM VARYING DICTIONARY-INDEX FROM 1 BY 1
               UNTIL DICTIONARY-INDEX > DICTIONARY-COUNT
             PERFORM MATCHFLD
             IF DICTIONARY-MATCH IS GREATER THAN 0
               COMPUTE FIELD-END-POSITION =
                   DC-FIELD-OFFSET(DICTIONARY-INDEX)
                   + DC-FIELD-LENGTH(DICTIONARY-INDEX) - 1
               IF DC-FIELD-OFFSET(DICTIONARY-INDEX) IS GREATER THAN 0
               AND DC-FIELD-LENGTH(DICTIONARY-INDEX)
                   IS GREATER THAN 0
               AND FIELD-END-POSITION IS NOT GREATER THAN
                   IMAGE-LENGTH
                 IF PT-BEFORE-IMAGE(PENDING-MATCH)
                     (DC-FIELD-OFFSET(DICTIONARY-INDEX):
                     DC-FIELD-LENGTH(DICTIONARY-INDEX))
                 IS NOT EQUAL TO PT-AFTER-IMAGE(PENDING-MATCH)
                     (DC-FIELD-OFFSET(DICTIONARY-INDEX):
                     DC-FIELD-LENGTH(DICTIONARY-INDEX))
                   MOVE PT-BEFORE-IMAGE(PENDING-MATCH) TO IMAGE-AREA
                   PERFORM FMTFLD
                   MOVE FIELD-TEXT TO BEFORE-FIELD-TEXT
                   MOVE PT-AFTER-IMAGE(PENDING-MATCH) TO IMAGE-AREA
                   PERFORM FMTFLD
                   DISPLAY '     ' DC-FIELD-NAME(DICTIONARY-INDEX)
                       ' was ' BEFORE-FIELD-TEXT
                   DISPLAY '     ' DC-FIELD-NAME(DICTIONARY-INDEX)
                       ' now ' FIELD-TEXT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   CONFIRM - a confirmer other than the editor resubmits the  *
      *   repaired message to its original queue                     *
      *                                                              *
      ****************************************************************
       CONFIRM.
           PERFORM FINDPEND.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND WORK-EDITOR-ID IS EQUAL TO WORK-CONFIRMER-ID
             MOVE 'EDITOR CANNOT CONFIRM OWN' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM DIFFSHOW
             PERFORM QRNNAME
             PERFORM CONNQM
           END-IF.

      **   the repair puts to the original queue, so it registers
      **   the lock AMQ0QRN0's redrive takes on the same name
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'ACQUIRE' TO LCK-REQUEST
             MOVE 'AMQ0QRP0' TO LCK-PROGRAM-ID
             MOVE WORK-QUEUE-NAME TO LCK-QUEUE-NAME
             CALL 'AMQ0LCK0' USING LCK-LOCK-AREA
             IF LCK-RESULT IS NOT EQUAL TO 'GRANTED'
               DISPLAY 'repair of ' WORK-QUEUE-NAME
                   ' SKIPPED - queue locked by ' LCK-HOLDER
               MOVE 'QUEUE LOCKED' TO OUTCOME-TEXT
             ELSE
               PERFORM RESUBMIT
               MOVE 'RELEASE' TO LCK-REQUEST
               CALL 'AMQ0LCK0' USING LCK-LOCK-AREA
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM DROPPEND
             PERFORM SAVEPEND
             MOVE 'Y' TO REPAIR-ACCEPTED-SWITCH
             MOVE 'RESUBMITTED' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Take the message off the quarantine queue and put the      *
      *   repaired payload to the original queue in one unit of      *
      *   work.  The quarantine queue is opened to save the          *
      *   message's context and the put passes all of it across, as  *
      *   AMQ0MIG0 moves messages between queues                     *
      *                                                              *
      ****************************************************************
       RESUBMIT.
           MOVE QUARANTINE-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INPUT-SHARED MQOO-SAVE-ALL-CONTEXT
               MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' QUARANTINE-QUEUE-NAME
             MOVE 'QUARANTINE QUEUE NOT OPENED' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO QUEUE-OPEN-SWITCH
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE WORK-MSGID TO MQMD-MSGID
             MOVE MQCI-NONE TO MQMD-CORRELID
             ADD MQGMO-NO-WAIT MQGMO-SYNCPOINT
                       GIVING MQGMO-OPTIONS
             MOVE 0 TO MQGMO-WAITINTERVAL
             MOVE 1000 TO BUFFER-LENGTH
             CALL 'MQGET'
              USING HCONN, Q-HANDLE,
              MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
              BUFFER-LENGTH, BUFFER, DATA-LENGTH,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               IF REASON IS EQUAL TO MQRC-NO-MSG-AVAILABLE
                 MOVE 'MESSAGE NO LONGER QUARANTINED' TO OUTCOME-TEXT
               ELSE
                 DISPLAY 'MQGET (repair) ended with reason code '
                     REASON ' for ' QUARANTINE-QUEUE-NAME
                 MOVE 'MESSAGE NOT READ' TO OUTCOME-TEXT
               END-IF
             ELSE
      **       the edit was made against this exact payload - one
      **       that has changed since is put back untouched
               IF DATA-LENGTH IS NOT EQUAL TO WORK-DATA-LENGTH
               OR BUFFER IS NOT EQUAL TO BEFORE-IMAGE
                 MOVE 'MESSAGE CHANGED SINCE EDIT' TO OUTCOME-TEXT
                 CALL 'MQBACK'
                  USING HCONN, COMPLETION-CODE, REASON
               END-IF
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE WORK-QUEUE-NAME TO MQOD-OBJECTNAME
             MOVE SPACES TO MQOD-OBJECTQMGRNAME
             ADD MQPMO-SYNCPOINT MQPMO-PASS-ALL-CONTEXT
                       GIVING MQPMO-OPTIONS
             MOVE Q-HANDLE TO MQPMO-CONTEXT
             MOVE AFTER-IMAGE TO BUFFER
             CALL 'MQPUT1'
              USING HCONN, OBJECT-DESCRIPTOR,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              WORK-DATA-LENGTH, BUFFER,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQPUT1 (repair) ended with reason code '
                   REASON ' for ' WORK-QUEUE-NAME
                   ' - message backed out onto '
                   QUARANTINE-QUEUE-NAME
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
               MOVE 'PUT TO ORIGINAL QUEUE FAILED' TO OUTCOME-TEXT
             ELSE
      **       the repair is logged only once it is committed - a
      **       failed commit is backed out and stays pending
               CALL 'MQCMIT'
                USING HCONN, COMPLETION-CODE, REASON
               IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
                 DISPLAY 'MQCMIT ended with reason code ' REASON
                     ' - repair backed out onto '
                     QUARANTINE-QUEUE-NAME
                 CALL 'MQBACK'
                  USING HCONN, COMPLETION-CODE, REASON
                 MOVE 'COMMIT FAILED' TO OUTCOME-TEXT
               ELSE
                 PERFORM LOGREP
               END-IF
             END-IF
           END-IF.

           IF QUEUE-OPEN-SWITCH IS EQUAL TO 'Y'
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append the REPAIRED records to QRNLOG.DAT - the before     *
      *   image then the after image, both naming the editor and     *
      *   the confirmer                                              *
      *                                                              *
      ****************************************************************
       LOGREP.
           OPEN EXTEND QUARANTINE-LOG.
           IF QUARANTINE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT QUARANTINE-LOG
           END-IF.
           MOVE SPACES TO QUARANTINE-LOG-RECORD.
           MOVE NOW-TIMESTAMP TO QRN-TIMESTAMP.
           MOVE 'REPAIRED' TO QRN-ACTION.
           MOVE WORK-QUEUE-NAME TO QRN-QUEUE-NAME.
           MOVE WORK-MSGID TO QRN-MSGID.
           MOVE MQMD-BACKOUTCOUNT TO QRN-BACKOUT-COUNT.
           MOVE WORK-EDITOR-ID TO QRN-EDITOR-ID.
           MOVE WORK-CONFIRMER-ID TO QRN-CONFIRMER-ID.
           MOVE 'BEFORE' TO QRN-REPAIR-IMAGE.
           MOVE BEFORE-IMAGE TO QRN-PAYLOAD.
           WRITE QUARANTINE-LOG-RECORD.
           MOVE 'AFTER' TO QRN-REPAIR-IMAGE.
           MOVE AFTER-IMAGE TO QRN-PAYLOAD.
           WRITE QUARANTINE-LOG-RECORD.
           CLOSE QUARANTINE-LOG.

      ****************************************************************
      *                                                              *
      *   REJECT - remove a pending repair unapplied; the message    *
      *   stays on the quarantine queue                              *
      *                                                              *
      ****************************************************************
       REJECT.
           PERFORM FINDPEND.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM DROPPEND
             PERFORM SAVEPEND
             MOVE 'Y' TO REPAIR-ACCEPTED-SWITCH
             IF WORK-EDITOR-ID IS EQUAL TO WORK-CONFIRMER-ID
               MOVE 'WITHDRAWN BY EDITOR' TO OUTCOME-TEXT
             ELSE
               MOVE 'REJECTED' TO OUTCOME-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find the pending repair named by its number                *
      *                                                              *
      ****************************************************************
       FINDPEND.
           MOVE 0 TO PENDING-MATCH.
           PERFORM VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT
             IF PT-REPAIR-NUMBER(PENDING-INDEX) IS EQUAL TO
                 WORK-REPAIR-NUMBER
               MOVE PENDING-INDEX TO PENDING-MATCH
               MOVE PENDING-COUNT TO PENDING-INDEX
             END-IF
           END-PERFORM.
           IF PENDING-MATCH IS EQUAL TO 0
             MOVE 'REPAIR NOT PENDING' TO OUTCOME-TEXT
           ELSE
             MOVE PT-EDITOR-ID(PENDING-MATCH) TO WORK-EDITOR-ID
             MOVE PT-QUEUE-NAME(PENDING-MATCH) TO WORK-QUEUE-NAME
             MOVE PT-FORMAT(PENDING-MATCH) TO WORK-FORMAT
             MOVE PT-MSGID(PENDING-MATCH) TO WORK-MSGID
             MOVE PT-DATA-LENGTH(PENDING-MATCH) TO WORK-DATA-LENGTH
             MOVE PT-BEFORE-IMAGE(PENDING-MATCH) TO BEFORE-IMAGE
             MOVE PT-AFTER-IMAGE(PENDING-MATCH) TO AFTER-IMAGE
             PERFORM MSGIDHEX
           END-IF.

      ****************************************************************
      *                                                              *
      *   Take the decided repair out of the pending table           *
      *                                                              *
      ****************************************************************
       DROPPEND.
           MOVE 0 TO PT-REPAIR-NUMBER(PENDING-MATCH).

      ****************************************************************
      *                                                              *
      *   LIST - DISPLAY the pending repairs and what each changes   *
      *                                                              *
      ****************************************************************
       LISTPEND.
           DISPLAY PENDING-COUNT ' quarantine repairs pending'.
           PERFORM VARYING PENDING-MATCH FROM 1 BY 1
               UNTIL PENDING-MATCH > PENDING-COUNT
             MOVE PT-MSGID(PENDING-MATCH) TO WORK-MSGID
             PERFORM MSGIDHEX
             DISPLAY PT-REPAIR-NUMBER(PENDING-MATCH) ' '
                 PT-QUEUE-NAME(PENDING-MATCH) ' by '
                 PT-EDITOR-ID(PENDING-MATCH) ' at '
                 PT-SUBMITTED(PENDING-MATCH)
             DISPLAY '    MSGID ' MSGID-HEX
             PERFORM DIFFSHOW
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Load the format dictionary                                 *
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
                 IF DICTIONARY-COUNT IS LESS THAN 200
                   ADD 1 TO DICTIONARY-COUNT
                   MOVE DCT-SCOPE-TYPE
                     TO DC-SCOPE-TYPE(DICTIONARY-COUNT)
                   MOVE DCT-SCOPE-NAME
                     TO DC-SCOPE-NAME(DICTIONARY-COUNT)
                   MOVE DCT-FIELD-NAME
                     TO DC-FIELD-NAME(DICTIONARY-COUNT)
                   IF DCT-FIELD-OFFSET IS NUMERIC
                     MOVE DCT-FIELD-OFFSET
                       TO DC-FIELD-OFFSET(DICTIONARY-COUNT)
                   ELSE
                     MOVE 0 TO DC-FIELD-OFFSET(DICTIONARY-COUNT)
                   END-IF
                   IF DCT-FIELD-LENGTH IS NUMERIC
                     MOVE DCT-FIELD-LENGTH
                       TO DC-FIELD-LENGTH(DICTIONARY-COUNT)
                   ELSE
                     MOVE 0 TO DC-FIELD-LENGTH(DICTIONARY-COUNT)
                   END-IF
                   MOVE DCT-FIELD-TYPE
                     TO DC-FIELD-TYPE(DICTIONARY-COUNT)
                   MOVE DCT-MANDATORY-FLAG
                     TO DC-MANDATORY-FLAG(DICTIONARY-COUNT)
                   MOVE DCT-EDIT-RULE
                     TO DC-EDIT-RULE(DICTIONARY-COUNT)
                 ELSE
                   DISPLAY 'dictionary table full - entry for '
                       DCT-FIELD-NAME ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF FORMAT-DICTIONARY-STATUS IS EQUAL TO '00'
           OR FORMAT-DICTIONARY-STATUS IS EQUAL TO '10'
             CLOSE FORMAT-DICTIONARY
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the pending repairs                                   *
      *                                                              *
      ****************************************************************
       LOADPEND.
           MOVE 0 TO PENDING-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ PENDING-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF PENDING-COUNT IS LESS THAN 100
                   ADD 1 TO PENDING-COUNT
                   MOVE QP-REPAIR-NUMBER
                     TO PT-REPAIR-NUMBER(PENDING-COUNT)
                   MOVE QP-EDITOR-ID TO PT-EDITOR-ID(PENDING-COUNT)
                   MOVE QP-SUBMITTED TO PT-SUBMITTED(PENDING-COUNT)
                   MOVE QP-QUEUE-NAME TO PT-QUEUE-NAME(PENDING-COUNT)
                   MOVE QP-FORMAT TO PT-FORMAT(PENDING-COUNT)
                   MOVE QP-MSGID TO PT-MSGID(PENDING-COUNT)
                   MOVE QP-DATA-LENGTH
                     TO PT-DATA-LENGTH(PENDING-COUNT)
                   MOVE QP-BEFORE-IMAGE
                     TO PT-BEFORE-IMAGE(PENDING-COUNT)
                   MOVE QP-AFTER-IMAGE
                     TO PT-AFTER-IMAGE(PENDING-COUNT)
                   IF QP-REPAIR-NUMBER IS GREATER THAN
                       HIGHEST-REPAIR-NUMBER
                     MOVE QP-REPAIR-NUMBER TO HIGHEST-REPAIR-NUMBER
                   END-IF
                 ELSE
                   DISPLAY 'pending table full - repair '
                       QP-REPAIR-NUMBER ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF PENDING-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE PENDING-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   The highest repair number ever issued, from the repair     *
      *   history, so a number is never reused once decided          *
      *                                                              *
      ****************************************************************
       LOADHIGH.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT REPAIR-LOG.
           IF REPAIR-LOG-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ REPAIR-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
      **         only EDIT issues numbers - a refused CONFIRM or
      **         REJECT logs whatever number it was given
                 IF RL-EVENT IS EQUAL TO 'EDIT'
                 AND RL-REPAIR-NUMBER IS NUMERIC
                 AND RL-REPAIR-NUMBER IS GREATER THAN
                     HIGHEST-REPAIR-NUMBER
                   MOVE RL-REPAIR-NUMBER TO HIGHEST-REPAIR-NUMBER
                 END-IF
             END-READ
           END-PERFORM.
           IF REPAIR-LOG-STATUS IS NOT EQUAL TO '35'
             CLOSE REPAIR-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite QRPPEND.DAT from the table, dropping decided       *
      *   repairs                                                    *
      *                                                              *
      ****************************************************************
       SAVEPEND.
           OPEN OUTPUT PENDING-FILE.
           IF PENDING-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to rewrite QRPPEND.DAT, file status '
                 PENDING-FILE-STATUS
           ELSE
             PERFORM VARYING PENDING-INDEX FROM 1 BY 1
                 UNTIL PENDING-INDEX > PENDING-COUNT
               IF PT-REPAIR-NUMBER(PENDING-INDEX) IS GREATER THAN 0
                 MOVE SPACES TO PENDING-RECORD
                 MOVE PT-REPAIR-NUMBER(PENDING-INDEX)
                   TO QP-REPAIR-NUMBER
                 MOVE PT-EDITOR-ID(PENDING-INDEX) TO QP-EDITOR-ID
                 MOVE PT-SUBMITTED(PENDING-INDEX) TO QP-SUBMITTED
                 MOVE PT-QUEUE-NAME(PENDING-INDEX) TO QP-QUEUE-NAME
                 MOVE PT-FORMAT(PENDING-INDEX) TO QP-FORMAT
                 MOVE PT-MSGID(PENDING-INDEX) TO QP-MSGID
                 MOVE PT-DATA-LENGTH(PENDING-INDEX) TO QP-DATA-LENGTH
                 MOVE PT-BEFORE-IMAGE(PENDING-INDEX)
                   TO QP-BEFORE-IMAGE
                 MOVE PT-AFTER-IMAGE(PENDING-INDEX) TO QP-AFTER-IMAGE
                 WRITE PENDING-RECORD
               END-IF
             END-PERFORM
             CLOSE PENDING-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append one editor/confirmer history record - every         *
      *   outcome, accepted or refused, is on record                 *
      *                                                              *
      ****************************************************************
       REPLOG.
           OPEN EXTEND REPAIR-LOG.
           IF REPAIR-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT REPAIR-LOG
           END-IF.
           MOVE SPACES TO REPAIR-LOG-RECORD.
           MOVE NOW-TIMESTAMP TO RL-TIMESTAMP.
           MOVE WORK-REPAIR-NUMBER TO RL-REPAIR-NUMBER.
           MOVE PARM-FUNCTION TO RL-EVENT.
           MOVE WORK-QUEUE-NAME TO RL-QUEUE-NAME.
           IF WORK-MSGID IS NOT EQUAL TO LOW-VALUES
             MOVE MSGID-HEX TO RL-MSGID-HEX
           END-IF.
           MOVE WORK-EDITOR-ID TO RL-EDITOR-ID.
           MOVE WORK-CONFIRMER-ID TO RL-CONFIRMER-ID.
           MOVE OUTCOME-TEXT TO RL-OUTCOME.
           WRITE REPAIR-LOG-RECORD.
           CLOSE REPAIR-LOG.

      ****************************************************************
      *                                                              *
      * END OF AMQ0QRP0                                              *
      *                                                              *
      ****************************************************************
