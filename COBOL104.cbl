       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0PVL0                                       *
      *                                                              *
      * Description: Payload conformance validator - checks queued   *
      *              messages against their format dictionary layout *
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
      *   AMQ0PVL0 finds malformed business messages before the      *
      *   consuming application abends on them.  FMTDICT.DAT already *
      *   describes each layout field by field for AMQ0GBR0's        *
      *   rendering; this validator browses every message on the     *
      *   queues listed in PVLQ.DAT and checks it against the        *
      *   layout matching its queue (scope Q) or MQMD format (scope  *
      *   F), the same match AMQ0GBR0 makes:                         *
      *                                                              *
      *      -- type conformance: a Z field must be signed zoned     *
      *         decimal, a P field must carry valid packed digits    *
      *         and a valid sign nibble                              *
      *                                                              *
      *      -- a field flagged M must not be blank                  *
      *                                                              *
      *      -- a field with edit rule D must be a real CCYYMMDD     *
      *         date - month 01-12 and a day that exists in that     *
      *         month, leap years included                           *
      *                                                              *
      *      -- a field lying beyond the end of the message is       *
      *         reported SHORT                                       *
      *                                                              *
      *   Every violation is written to PVLRPT.DAT with the queue,   *
      *   the message's MSGID in hexadecimal, the field name and     *
      *   offset.  A blank field that is not mandatory is not type-  *
      *   checked.  In CHECK mode (the default) nothing is touched.  *
      *   In MOVE mode a non-conforming message is removed under     *
      *   the browse cursor and put to its owning application's      *
      *   review queue REVIEW.<owner> (from MQINV.DAT, REVIEW.       *
      *   UNOWNED when it has none - the routing AMQ0DLT0 uses) in   *
      *   one unit of work, with the queue registered with AMQ0LCK0  *
      *   first, so the application never sees it.                   *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the mode; MOVE is checked with AMQ0ROL0       *
      *         load the dictionary and, for MOVE, the owners        *
      *         MQCONNect to default queue manager                   *
      *         for each queue in PVLQ.DAT (or one queue prompted    *
      *         for when there is no control file),                  *
      *         .  MOVE: register the lock                           *
      *         .  browse every message and check its layout         *
      *         .  MOVE: move a non-conforming message to review     *
      *         .  write its violations to PVLRPT.DAT                *
      *         MQDISConnect and DISPLAY a one-line summary          *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0PVL0 parameters: mode CHECK or MOVE (1st command-line  *
      *   argument, default CHECK).  Return code 4 when any message  *
      *   failed its layout                                          *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0PVL0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the queues to validate, one name per line
           SELECT CONTROL-FILE ASSIGN TO 'PVLQ.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.

      ** the format dictionary maintained by AMQ0FMT0
           SELECT FORMAT-DICTIONARY ASSIGN TO 'FMTDICT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FORMAT-DICTIONARY-STATUS.

      ** the master queue inventory - carries the owning application
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** one line per field violation found
           SELECT VIOLATION-REPORT ASSIGN TO 'PVLRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VIOLATION-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01 CONTROL-FILE-RECORD        PIC X(48).

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

       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(25).
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(8).
          05 FILLER                    PIC X(9).

       FD  VIOLATION-REPORT.
       01 VIOLATION-REPORT-RECORD.
          05 PV-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 PV-MSGID-HEX              PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 PV-FIELD-NAME             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 PV-FIELD-OFFSET           PIC 9(5).
          05 FILLER                    PIC X VALUE SPACE.
          05 PV-VIOLATION              PIC X(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 PV-DISPOSITION            PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 PV-REVIEW-QUEUE           PIC X(48).

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
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 32000.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 BUFFER                     PIC X(32000).
      ** the bytes actually in BUFFER - a browse accepts a truncated
      ** message and DATA-LENGTH still gives its full length
       01 AVAILABLE-LENGTH           PIC S9(9) BINARY.

       01 CONTROL-FILE-STATUS        PIC XX VALUE '00'.
       01 FORMAT-DICTIONARY-STATUS   PIC XX VALUE '00'.
       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 VIOLATION-REPORT-STATUS    PIC XX VALUE '00'.
       01 CONTROL-FILE-SWITCH        PIC X VALUE 'N'.
       01 END-OF-CONTROL-FILE-SWITCH PIC X VALUE 'N'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.

      ** job parameters
       01 PARM-RUN-MODE              PIC X(8) VALUE SPACES.

       01 TARGET-QUEUE               PIC X(48) VALUE SPACES.

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

      ** the queue-to-owner map, loaded for MOVE mode only
       01 OWNER-TABLE.
          02 OWNER-ENTRY OCCURS 500 TIMES.
             05 OW-QUEUE-NAME         PIC X(48).
             05 OW-OWNING-APPL        PIC X(8).
       01 OWNER-COUNT                PIC S9(9) BINARY VALUE 0.
       01 OWNER-INDEX                PIC S9(9) BINARY.
       01 RESOLVED-OWNER             PIC X(8).
       01 REVIEW-QUEUE-NAME          PIC X(48).

      ** the violations found in the message in hand
       01 VIOLATION-TABLE.
          02 VIOLATION-ENTRY OCCURS 50 TIMES.
             05 VT-FIELD-NAME         PIC X(12).
             05 VT-FIELD-OFFSET       PIC S9(9) BINARY.
             05 VT-VIOLATION          PIC X(9).
       01 VIOLATION-COUNT            PIC S9(9) BINARY VALUE 0.
       01 VIOLATION-INDEX            PIC S9(9) BINARY.
       01 LAYOUT-FOUND-SWITCH        PIC X.
       01 MESSAGE-DISPOSITION        PIC X(8).
       01 CURRENT-VIOLATION          PIC X(9).

      ** one field under the edits
       01 FIELD-BYTES                PIC X(18).
       01 FIELD-END-POSITION         PIC S9(9) BINARY.
       01 FIELD-BLANK-SWITCH         PIC X.

      ** signed zoned and packed overlays - the packed overlay is
      ** the one AMQ0GBR0 decodes through
       01 ZONED-AREA                 PIC X(18).
       01 ZONED-VALUE REDEFINES ZONED-AREA
                                     PIC S9(18).
       01 PACKED-AREA                PIC X(8).
       01 PACKED-VALUE REDEFINES PACKED-AREA
                                     PIC S9(15) COMP-3.

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

      ** MSGID rendered in hexadecimal for the report
       01 HEX-DIGITS                 PIC X(16)
                                     VALUE '0123456789ABCDEF'.
       01 HEX-BYTE-AREA              PIC X(1).
       01 HEX-BYTE-VALUE REDEFINES HEX-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 HEX-HIGH                   PIC S9(4) BINARY.
       01 HEX-LOW                    PIC S9(4) BINARY.
       01 HEX-INDEX                  PIC S9(9) BINARY.
       01 MSGID-HEX                  PIC X(48).

       01 SCANNED-COUNT              PIC 9(7) VALUE 0.
       01 CONFORMING-COUNT           PIC 9(7) VALUE 0.
       01 FAILED-COUNT               PIC 9(7) VALUE 0.
       01 NO-LAYOUT-COUNT            PIC 9(7) VALUE 0.
       01 MOVED-COUNT                PIC 9(7) VALUE 0.

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
           DISPLAY 'AMQ0PVL0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0PVL0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-RUN-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-RUN-MODE
           END-ACCEPT.
           IF PARM-RUN-MODE IS EQUAL TO SPACES
             MOVE 'CHECK' TO PARM-RUN-MODE
           END-IF.
           IF PARM-RUN-MODE IS NOT EQUAL TO 'CHECK'
           AND PARM-RUN-MODE IS NOT EQUAL TO 'MOVE'
             DISPLAY 'AMQ0PVL0 mode must be CHECK or MOVE, not '
                 PARM-RUN-MODE
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

      ** CHECK only browses; MOVE removes messages, so the operator's
      ** role must allow it - a refusal is logged to MNULOG.DAT and
      ** alerted by AMQ0ROL0
           IF PARM-RUN-MODE IS EQUAL TO 'MOVE'
             MOVE 'AMQ0PVL0' TO ROL-PROGRAM-ID
             MOVE PARM-RUN-MODE TO ROL-ACTION
             MOVE 'AMQ0PVL0' TO ROL-CALLER-ID
             MOVE 'Y' TO ROL-LOG-DENIAL
             CALL 'AMQ0ROL0' USING ROL-CHECK-AREA
             IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
               DISPLAY 'AMQ0PVL0 refused - role <' ROL-USER-ROLE
                   '> of user <' ROL-USER-ID '> may not run it'
               MOVE 'END-ERR' TO RLG-STATUS
               MOVE 0 TO RLG-RECORD-COUNT
               CALL 'AMQ0RLG0' USING RLG-LOG-AREA
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM LOADINV
           END-IF.

           PERFORM LOADDICT.
           IF DICTIONARY-COUNT IS EQUAL TO 0
             DISPLAY 'no layouts in FMTDICT.DAT - nothing to '
                 'validate against'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN OUTPUT VIOLATION-REPORT.

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS IS EQUAL TO '00'
             MOVE 'Y' TO CONTROL-FILE-SWITCH
           ELSE
             DISPLAY 'Please enter the name of the queue to validate '
             ACCEPT TARGET-QUEUE FROM CONSOLE
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
             MOVE CON-REASON TO RETURN-CODE
             GOBACK
           END-IF.

      ****************************************************************
      *                                                              *
      *   Validate either the one interactively-named queue, or      *
      *   every queue listed in the control file                     *
      *                                                              *
      ****************************************************************
           IF CONTROL-FILE-SWITCH IS EQUAL TO 'Y'
             PERFORM UNTIL END-OF-CONTROL-FILE-SWITCH IS EQUAL TO 'Y'
               READ CONTROL-FILE INTO TARGET-QUEUE
                 AT END
                   MOVE 'Y' TO END-OF-CONTROL-FILE-SWITCH
               END-READ
               IF END-OF-CONTROL-FILE-SWITCH IS NOT EQUAL TO 'Y'
               AND TARGET-QUEUE IS NOT EQUAL TO SPACES
                 PERFORM VALQ
               END-IF
             END-PERFORM
             CLOSE CONTROL-FILE
           ELSE
             IF TARGET-QUEUE IS NOT EQUAL TO SPACES
               PERFORM VALQ
             END-IF
           END-IF.

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

           CLOSE VIOLATION-REPORT.

           DISPLAY SCANNED-COUNT ' messages scanned, '
               CONFORMING-COUNT ' conforming, ' FAILED-COUNT
               ' non-conforming (' MOVED-COUNT ' moved to review), '
               NO-LAYOUT-COUNT ' with no layout'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE SCANNED-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0PVL0 end'.
           IF FAILED-COUNT IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Validate one queue - in MOVE mode the queue is registered  *
      *   with the serialization lock manager first and skipped      *
      *   when someone else holds it                                 *
      *                                                              *
      ****************************************************************
       VALQ.
           IF PARM-RUN-MODE IS EQUAL TO 'MOVE'
             MOVE 'ACQUIRE' TO LCK-REQUEST
             MOVE 'AMQ0PVL0' TO LCK-PROGRAM-ID
             MOVE TARGET-QUEUE TO LCK-QUEUE-NAME
             CALL 'AMQ0LCK0' USING LCK-LOCK-AREA
             IF LCK-RESULT IS NOT EQUAL TO 'GRANTED'
               DISPLAY 'validation of ' TARGET-QUEUE
                   ' SKIPPED - queue locked by ' LCK-HOLDER
             ELSE
               PERFORM OWNERQ
               PERFORM SWEEPQ
               MOVE 'RELEASE' TO LCK-REQUEST
               CALL 'AMQ0LCK0' USING LCK-LOCK-AREA
             END-IF
           ELSE
             PERFORM SWEEPQ
           END-IF.

      ****************************************************************
      *                                                              *
      *   Resolve the queue's owning application to its review       *
      *   queue, REVIEW.UNOWNED when the inventory has no owner      *
      *                                                              *
      ****************************************************************
       OWNERQ.
           MOVE SPACES TO RESOLVED-OWNER.
           PERFORM VARYING OWNER-INDEX FROM 1 BY 1
               UNTIL OWNER-INDEX > OWNER-COUNT
             IF OW-QUEUE-NAME(OWNER-INDEX) IS EQUAL TO TARGET-QUEUE
               MOVE OW-OWNING-APPL(OWNER-INDEX) TO RESOLVED-OWNER
               MOVE OWNER-COUNT TO OWNER-INDEX
             END-IF
           END-PERFORM.
           IF RESOLVED-OWNER IS EQUAL TO SPACES
             MOVE 'UNOWNED' TO RESOLVED-OWNER
           END-IF.
           MOVE SPACES TO REVIEW-QUEUE-NAME.
           STRING 'REVIEW.' RESOLVED-OWNER DELIMITED BY SIZE
             INTO REVIEW-QUEUE-NAME.

      ****************************************************************
      *                                                              *
      *   Open the queue, browse every message and check it; in      *
      *   MOVE mode a non-conforming message is taken under the      *
      *   browse cursor                                              *
      *                                                              *
      ****************************************************************
       SWEEPQ.
           MOVE TARGET-QUEUE TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           IF PARM-RUN-MODE IS EQUAL TO 'MOVE'
             ADD MQOO-BROWSE MQOO-INPUT-SHARED MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
           ELSE
             ADD MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
           END-IF.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' TARGET-QUEUE
           ELSE
             MOVE 'N' TO END-OF-BROWSE-SWITCH
             MOVE MQMI-NONE TO MQMD-MSGID
             MOVE MQCI-NONE TO MQMD-CORRELID
             ADD MQGMO-NO-WAIT MQGMO-BROWSE-FIRST
                 MQGMO-ACCEPT-TRUNCATED-MSG
                       GIVING MQGMO-OPTIONS
             MOVE 0 TO MQGMO-WAITINTERVAL
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-BROWSE-SWITCH IS EQUAL TO 'Y'
               MOVE 32000 TO BUFFER-LENGTH
               CALL 'MQGET'
                USING HCONN, Q-HANDLE,
                MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
                BUFFER-LENGTH, BUFFER, DATA-LENGTH,
                COMPLETION-CODE, REASON
               IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
                 ADD 1 TO SCANNED-COUNT
                 PERFORM CHECKMSG
                 MOVE MQMI-NONE TO MQMD-MSGID
                 MOVE MQCI-NONE TO MQMD-CORRELID
                 ADD MQGMO-NO-WAIT MQGMO-BROWSE-NEXT
                     MQGMO-ACCEPT-TRUNCATED-MSG
                           GIVING MQGMO-OPTIONS
               ELSE
                 MOVE 'Y' TO END-OF-BROWSE-SWITCH
                 IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
                   DISPLAY 'MQGET (browse) ended with reason code '
                       REASON ' for ' TARGET-QUEUE
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
      *   Check the browsed message against every dictionary field   *
      *   of its layout, then dispose of it and report               *
      *                                                              *
      ****************************************************************
       CHECKMSG.
           IF DATA-LENGTH IS GREATER THAN 32000
             MOVE 32000 TO AVAILABLE-LENGTH
           ELSE
             MOVE DATA-LENGTH TO AVAILABLE-LENGTH
           END-IF.
           MOVE 'N' TO LAYOUT-FOUND-SWITCH.
           MOVE 0 TO VIOLATION-COUNT.
           PERFORM VARYING DICTIONARY-INDEX FROM 1 BY 1
               UNTIL DICTIONARY-INDEX > DICTIONARY-COUNT
             IF (DC-SCOPE-TYPE(DICTIONARY-INDEX) IS EQUAL TO 'Q'
                 AND DC-SCOPE-NAME(DICTIONARY-INDEX) IS EQUAL TO
                     TARGET-QUEUE)
             OR (DC-SCOPE-TYPE(DICTIONARY-INDEX) IS EQUAL TO 'F'
                 AND DC-SCOPE-NAME(DICTIONARY-INDEX)(1:8)
                     IS EQUAL TO MQMD-FORMAT)
               MOVE 'Y' TO LAYOUT-FOUND-SWITCH
               PERFORM CHECKFLD
             END-IF
           END-PERFORM.

           IF LAYOUT-FOUND-SWITCH IS NOT EQUAL TO 'Y'
             ADD 1 TO NO-LAYOUT-COUNT
           ELSE
             IF VIOLATION-COUNT IS EQUAL TO 0
               ADD 1 TO CONFORMING-COUNT
             ELSE
               ADD 1 TO FAILED-COUNT
               PERFORM MSGIDHEX
               IF PARM-RUN-MODE IS EQUAL TO 'MOVE'
                 PERFORM MOVEMSG
               ELSE
                 MOVE 'REPORTED' TO MESSAGE-DISPOSITION
               END-IF
               PERFORM VIOLOUT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The edits for one field: present, mandatory, type, date    *
      *                                                              *
      ****************************************************************
       CHECKFLD.
           MOVE SPACES TO CURRENT-VIOLATION.
           COMPUTE FIELD-END-POSITION =
               DC-FIELD-OFFSET(DICTIONARY-INDEX)
               + DC-FIELD-LENGTH(DICTIONARY-INDEX) - 1.
           IF DC-FIELD-OFFSET(DICTIONARY-INDEX) IS NOT GREATER THAN 0
           OR DC-FIELD-LENGTH(DICTIONARY-INDEX) IS NOT GREATER THAN 0
           OR DC-FIELD-LENGTH(DICTIONARY-INDEX) IS GREATER THAN 18
             MOVE 'BADLAYOUT' TO CURRENT-VIOLATION
           ELSE
             IF FIELD-END-POSITION IS GREATER THAN AVAILABLE-LENGTH
               MOVE 'SHORT' TO CURRENT-VIOLATION
             END-IF
           END-IF.

           IF CURRENT-VIOLATION IS EQUAL TO SPACES
             MOVE SPACES TO FIELD-BYTES
             MOVE BUFFER(DC-FIELD-OFFSET(DICTIONARY-INDEX):
                 DC-FIELD-LENGTH(DICTIONARY-INDEX))
               TO FIELD-BYTES(1:DC-FIELD-LENGTH(DICTIONARY-INDEX))
             IF FIELD-BYTES IS EQUAL TO SPACES
               MOVE 'Y' TO FIELD-BLANK-SWITCH
             ELSE
               MOVE 'N' TO FIELD-BLANK-SWITCH
             END-IF
             IF FIELD-BLANK-SWITCH IS EQUAL TO 'Y'
               IF DC-MANDATORY-FLAG(DICTIONARY-INDEX) IS EQUAL TO 'M'
                 MOVE 'MISSING' TO CURRENT-VIOLATION
               END-IF
             ELSE
               EVALUATE DC-FIELD-TYPE(DICTIONARY-INDEX)
                 WHEN 'Z'
                   PERFORM CHECKZ
                 WHEN 'P'
                   PERFORM CHECKP
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               IF CURRENT-VIOLATION IS EQUAL TO SPACES
               AND DC-EDIT-RULE(DICTIONARY-INDEX) IS EQUAL TO 'D'
                 PERFORM CHECKDT
               END-IF
             END-IF
           END-IF.

           IF CURRENT-VIOLATION IS NOT EQUAL TO SPACES
             IF VIOLATION-COUNT IS LESS THAN 50
               ADD 1 TO VIOLATION-COUNT
               MOVE DC-FIELD-NAME(DICTIONARY-INDEX)
                 TO VT-FIELD-NAME(VIOLATION-COUNT)
               MOVE DC-FIELD-OFFSET(DICTIONARY-INDEX)
                 TO VT-FIELD-OFFSET(VIOLATION-COUNT)
               MOVE CURRENT-VIOLATION
                 TO VT-VIOLATION(VIOLATION-COUNT)
             ELSE
               DISPLAY 'violation table full - '
                   DC-FIELD-NAME(DICTIONARY-INDEX) ' not reported'
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
      *   MOVE mode: take the message under the browse cursor and    *
      *   put it to the review queue in one unit of work - no        *
      *   ACCEPT-TRUNCATED, so an oversize message comes back with a *
      *   warning and is not removed; the get is backed out and the  *
      *   message stays where it is, KEPT, rather than moving        *
      *   truncated                                                  *
      *                                                              *
      ****************************************************************
       MOVEMSG.
           MOVE 'KEPT' TO MESSAGE-DISPOSITION.
           ADD MQGMO-NO-WAIT MQGMO-MSG-UNDER-CURSOR MQGMO-SYNCPOINT
                     GIVING MQGMO-OPTIONS.
           MOVE 32000 TO BUFFER-LENGTH.
           CALL 'MQGET'
            USING HCONN, Q-HANDLE,
            MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
            BUFFER-LENGTH, BUFFER, DATA-LENGTH,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
             DISPLAY 'MQGET (move) ended with reason code '
                 REASON ' for ' TARGET-QUEUE ' - message left'
             CALL 'MQBACK'
              USING HCONN, COMPLETION-CODE, REASON
           ELSE
             MOVE REVIEW-QUEUE-NAME TO MQOD-OBJECTNAME
             MOVE SPACES TO MQOD-OBJECTQMGRNAME
             MOVE MQPMO-SYNCPOINT TO MQPMO-OPTIONS
             CALL 'MQPUT1'
              USING HCONN, OBJECT-DESCRIPTOR,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              DATA-LENGTH, BUFFER,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQPUT1 (review) ended with reason code '
                   REASON ' for ' REVIEW-QUEUE-NAME
                   ' - message backed out onto ' TARGET-QUEUE
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
             ELSE
               CALL 'MQCMIT'
                USING HCONN, COMPLETION-CODE, REASON
               IF REASON IS NOT EQUAL TO MQRC-NONE
                 DISPLAY 'MQCMIT ended with reason code ' REASON
               ELSE
                 MOVE 'MOVED' TO MESSAGE-DISPOSITION
                 ADD 1 TO MOVED-COUNT
               END-IF
             END-IF
           END-IF.
      **    the move overwrote the COMPLETION-CODE the browse loop
      **    is steering by - restore it, as AMQ0QRN0's GRABMSG does
           MOVE MQCC-OK TO COMPLETION-CODE.

      ****************************************************************
      *                                                              *
      *   One report line per violation of the message in hand       *
      *                                                              *
      ****************************************************************
       VIOLOUT.
           PERFORM VARYING VIOLATION-INDEX FROM 1 BY 1
               UNTIL VIOLATION-INDEX > VIOLATION-COUNT
             MOVE SPACES TO VIOLATION-REPORT-RECORD
             MOVE TARGET-QUEUE TO PV-QUEUE-NAME
             MOVE MSGID-HEX TO PV-MSGID-HEX
             MOVE VT-FIELD-NAME(VIOLATION-INDEX) TO PV-FIELD-NAME
             MOVE VT-FIELD-OFFSET(VIOLATION-INDEX) TO PV-FIELD-OFFSET
             MOVE VT-VIOLATION(VIOLATION-INDEX) TO PV-VIOLATION
             MOVE MESSAGE-DISPOSITION TO PV-DISPOSITION
             IF MESSAGE-DISPOSITION IS EQUAL TO 'MOVED'
               MOVE REVIEW-QUEUE-NAME TO PV-REVIEW-QUEUE
             END-IF
             WRITE VIOLATION-REPORT-RECORD
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
             MOVE MQMD-MSGID(HEX-INDEX:1) TO HEX-BYTE-AREA
             DIVIDE HEX-BYTE-VALUE BY 16 GIVING HEX-HIGH
               REMAINDER HEX-LOW
             MOVE HEX-DIGITS(HEX-HIGH + 1:1)
               TO MSGID-HEX(HEX-INDEX * 2 - 1:1)
             MOVE HEX-DIGITS(HEX-LOW + 1:1)
               TO MSGID-HEX(HEX-INDEX * 2:1)
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
      *   Load the queue-to-owner map                                *
      *                                                              *
      ****************************************************************
       LOADINV.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no MQINV.DAT on hand - non-conforming messages '
                 'will move to REVIEW.UNOWNED'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF QI-ENTRY-TYPE IS NOT EQUAL TO 'P'
                 AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
                 AND QI-OWNING-APPL IS NOT EQUAL TO SPACES
                 AND OWNER-COUNT IS LESS THAN 500
                   ADD 1 TO OWNER-COUNT
                   MOVE QI-QUEUE-NAME
                     TO OW-QUEUE-NAME(OWNER-COUNT)
                   MOVE QI-OWNING-APPL
                     TO OW-OWNING-APPL(OWNER-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           IF INVENTORY-FILE-STATUS IS EQUAL TO '00'
           OR INVENTORY-FILE-STATUS IS EQUAL TO '10'
             CLOSE INVENTORY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0PVL0                                              *
      *                                                              *
      ****************************************************************
