       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0TDP0                                       *
      *                                                              *
      * Description: Test-data provisioning from a production        *
      *              archive generation to a QA queue manager,       *
      *              masked on the way                               *
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
      *   AMQ0TDP0 gives QA real-looking traffic without anyone      *
      *   copying production payloads by hand.  It selects records   *
      *   from a PRGARCH.DAT generation and puts them, masked, to a  *
      *   queue on a QA queue manager:                               *
      *                                                              *
      *      -- records are selected by queue name, put-date range   *
      *         and a maximum count, the same selection AMQ0RST0     *
      *         replays by                                           *
      *                                                              *
      *      -- a generation holding any record an active hold in    *
      *         LGLHOLD.DAT covers (queue pattern and date range,    *
      *         as AMQ0HSK0 matches them) is refused outright,       *
      *         naming the hold, before anything is connected to     *
      *                                                              *
      *      -- every selected payload is masked with the REDCTL.DAT *
      *         patterns exactly as AMQ0RED0 masks a generation, and *
      *         the per-pattern counts are appended to REDSUM.DAT    *
      *         for the compliance evidence pack                     *
      *                                                              *
      *      -- the QA queue manager is reached over MQCONNX with    *
      *         its client channel from CCXCTL.DAT, the pairing      *
      *         AMQ0CCX0 and AMQ0DRR0 use; a queue manager not in    *
      *         CCXCTL.DAT is refused.  Each message gets a new      *
      *         MSGID and unlimited expiry on the QA side            *
      *                                                              *
      *      -- one provisioning manifest line per message put is    *
      *         appended to TDPMAN.DAT: source generation, source    *
      *         and new MSGID in hexadecimal, masked-field count,    *
      *         target, the requester named on the job and the       *
      *         operator who ran it                                  *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the job parameters, check the operator's role *
      *         load REDCTL.DAT, LGLHOLD.DAT and CCXCTL.DAT          *
      *         read the generation once against the active holds    *
      *         MQCONNX to the QA queue manager                      *
      *         for each selected record, mask it, MQPUT1 it to the  *
      *         target queue and write its manifest line             *
      *         append the REDSUM.DAT evidence                       *
      *         MQDISConnect, DISPLAY a one-line summary             *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0TDP0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  QA queue manager, as named in CCXCTL.DAT (required)  *
      *      2  source queue name (required)                         *
      *      3  from put-date YYYYMMDD (0 = no lower limit)          *
      *      4  to put-date YYYYMMDD (0 = no upper limit)            *
      *      5  most messages to provision (default 100)             *
      *      6  requester - who asked for the data (required)        *
      *      7  target queue on the QA queue manager (default the    *
      *         source queue name)                                   *
      *      8  archive generation file (default PRGARCH.DAT)        *
      *   Return code 1 when the run is refused                      *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0TDP0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the masking patterns, shared with the browse audit and
      ** AMQ0RED0
           SELECT REDACTION-CONTROL ASSIGN TO 'REDCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REDACTION-CONTROL-STATUS.

      ** the legal-hold register litigation support maintains
           SELECT HOLD-REGISTER ASSIGN TO 'LGLHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HOLD-REGISTER-STATUS.

      ** the estate's client-connection definitions, one per line
           SELECT CONNECTION-LIST-FILE ASSIGN TO 'CCXCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONNECTION-LIST-STATUS.

      ** the generation being provisioned from - record-sequential,
      ** identical variable-length layout to AMQ0PRG0's ARCHIVE-RECORD
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ARCHIVE-FILE-STATUS.

      ** the provisioning manifest, appended one line per message
           SELECT PROVISION-MANIFEST ASSIGN TO 'TDPMAN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROVISION-MANIFEST-STATUS.

      ** the compliance evidence summary, appended per pattern
           SELECT REDACTION-SUMMARY ASSIGN TO 'REDSUM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REDACTION-SUMMARY-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REDACTION-CONTROL.
       01 REDACTION-CONTROL-RECORD.
           05 RED-SCOPE-TYPE          PIC X(1).
           05 FILLER                  PIC X.
           05 RED-SCOPE-NAME          PIC X(48).
           05 FILLER                  PIC X.
           05 RED-FIELD-OFFSET        PIC 9(5).
           05 FILLER                  PIC X.
           05 RED-FIELD-LENGTH        PIC 9(3).

       FD  HOLD-REGISTER.
       01 HOLD-REGISTER-RECORD.
          05 LGL-HOLD-REF              PIC X(12).
          05 FILLER                    PIC X.
          05 LGL-QUEUE-PATTERN         PIC X(48).
          05 FILLER                    PIC X.
          05 LGL-FROM-DATE             PIC X(8).
          05 FILLER                    PIC X.
          05 LGL-TO-DATE               PIC X(8).
          05 FILLER                    PIC X.
          05 LGL-REQUESTER             PIC X(12).
          05 FILLER                    PIC X.
          05 LGL-RELEASE-DATE          PIC X(8).

       FD  CONNECTION-LIST-FILE.
       01 CONNECTION-LIST-RECORD.
          05 CL-QMGR-NAME              PIC X(48).
          05 CL-CHANNEL-NAME           PIC X(20).
          05 CL-CONNECTION-NAME        PIC X(264).

       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 197 TO 32197 CHARACTERS
             DEPENDING ON ARCHIVE-RECORD-LENGTH.
       01 ARCHIVE-RECORD.
           05 ARCHIVE-MSGID            PIC X(24).
           05 FILLER                   PIC X.
           05 ARCHIVE-PUTDATE          PIC X(8).
           05 FILLER                   PIC X.
           05 ARCHIVE-PUTTIME          PIC X(8).
           05 FILLER                   PIC X.
           05 ARCHIVE-QUEUE-NAME       PIC X(48).
           05 FILLER                   PIC X.
           05 ARCHIVE-PRIORITY         PIC 9(2).
           05 FILLER                   PIC X.
           05 ARCHIVE-PERSISTENCE      PIC 9(1).
           05 FILLER                   PIC X.
           05 ARCHIVE-CORRELID         PIC X(24).
           05 FILLER                   PIC X.
           05 ARCHIVE-FORMAT           PIC X(8).
           05 FILLER                   PIC X.
           05 ARCHIVE-EXPIRY           PIC S9(9)
                                         SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X.
           05 ARCHIVE-REPLYTOQ         PIC X(48).
           05 FILLER                   PIC X.
           05 ARCHIVE-DATA-LENGTH      PIC 9(5).
           05 FILLER                   PIC X.
           05 ARCHIVE-MESSAGE-TEXT     PIC X(32000).

       FD  PROVISION-MANIFEST.
       01 PROVISION-MANIFEST-RECORD.
          05 TDM-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 TDM-GENERATION            PIC X(30).
          05 FILLER                    PIC X VALUE SPACE.
          05 TDM-SOURCE-MSGID          PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TDM-NEW-MSGID             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TDM-MASKED-COUNT          PIC 9(3).
          05 FILLER                    PIC X VALUE SPACE.
          05 TDM-TARGET-QMGR           PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TDM-TARGET-QUEUE          PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 TDM-REQUESTER             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 TDM-OPERATOR-ID           PIC X(12).

       FD  REDACTION-SUMMARY.
       01 REDACTION-SUMMARY-RECORD.
           05 RSM-TIMESTAMP           PIC X(17).
           05 FILLER                  PIC X VALUE SPACE.
           05 RSM-PROGRAM             PIC X(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RSM-MASKED-COUNT        PIC 9(9).
           05 RSM-MASKED-LABEL        PIC X(14).
           05 FILLER                  PIC X VALUE SPACE.
           05 RSM-PATTERN-NOTE        PIC X(60).

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
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
       01 BUFFER-LENGTH              PIC S9(9) BINARY.

       01 REDACTION-CONTROL-STATUS   PIC XX VALUE '00'.
       01 HOLD-REGISTER-STATUS       PIC XX VALUE '00'.
       01 CONNECTION-LIST-STATUS     PIC XX VALUE '00'.
       01 ARCHIVE-FILE-STATUS        PIC XX VALUE '00'.
       01 PROVISION-MANIFEST-STATUS  PIC XX VALUE '00'.
       01 REDACTION-SUMMARY-STATUS   PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

       01 ARCHIVE-FILE-NAME          PIC X(30) VALUE SPACES.
       01 ARCHIVE-RECORD-LENGTH      PIC 9(5).
       01 ARCHIVE-PUTDATE-NUM        PIC 9(8).

      ** job parameters
       01 PARM-TARGET-QMGR           PIC X(48) VALUE SPACES.
       01 PARM-QUEUE-NAME            PIC X(48) VALUE SPACES.
       01 PARM-FROM-DATE             PIC 9(8) VALUE 0.
       01 PARM-TO-DATE               PIC 9(8) VALUE 0.
       01 PARM-MAX-COUNT             PIC 9(5) VALUE 0.
       01 PARM-REQUESTER             PIC X(12) VALUE SPACES.
       01 PARM-TARGET-QUEUE          PIC X(48) VALUE SPACES.

      ** the masking patterns loaded once, each with its own count
       01 REDACTION-TABLE.
          02 REDACTION-ENTRY OCCURS 100 TIMES.
             05 RD-SCOPE-TYPE         PIC X(1).
             05 RD-SCOPE-NAME         PIC X(48).
             05 RD-FIELD-OFFSET       PIC S9(9) BINARY.
             05 RD-FIELD-LENGTH       PIC S9(9) BINARY.
             05 RD-MASKED-COUNT       PIC 9(9).
       01 REDACTION-COUNT            PIC S9(9) BINARY VALUE 0.
       01 REDACTION-INDEX            PIC S9(9) BINARY.
       01 MASK-END-POSITION          PIC S9(9) BINARY.
       01 RECORD-MASKED-FIELDS       PIC 9(3).

      ** the active legal holds, each pattern with its trimmed length
       01 HOLD-TABLE.
          02 HOLD-ENTRY OCCURS 50 TIMES.
             05 HT-HOLD-REF           PIC X(12).
             05 HT-QUEUE-PATTERN      PIC X(48).
             05 HT-PATTERN-LENGTH     PIC S9(9) BINARY.
             05 HT-FROM-DATE          PIC X(8).
             05 HT-TO-DATE            PIC X(8).
       01 HOLD-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 HOLD-INDEX                 PIC S9(9) BINARY.
       01 HOLD-MATCH-SWITCH          PIC X VALUE 'N'.
       01 HOLD-MATCH-REF             PIC X(12) VALUE SPACES.
       01 HOLD-MATCH-QUEUE           PIC X(48) VALUE SPACES.
       01 HOLD-MATCH-DATE            PIC X(8) VALUE SPACES.
       01 PATTERN-SCAN-LENGTH        PIC S9(9) BINARY.

      ** the QA queue manager's client connection
       01 CONNECTION-FOUND-SWITCH    PIC X VALUE 'N'.
       01 TARGET-CHANNEL-NAME        PIC X(20) VALUE SPACES.
       01 TARGET-CONNECTION-NAME     PIC X(264) VALUE SPACES.

      ** MSGID to hexadecimal for the manifest
       01 HEX-DIGITS                 PIC X(16)
                                     VALUE '0123456789ABCDEF'.
       01 HEX-BYTE-AREA              PIC X(1).
       01 HEX-BYTE-VALUE REDEFINES HEX-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 HEX-HIGH                   PIC S9(4) BINARY.
       01 HEX-LOW                    PIC S9(4) BINARY.
       01 HEX-INDEX                  PIC S9(9) BINARY.
       01 WORK-MSGID                 PIC X(24).
       01 MSGID-HEX                  PIC X(48).

       01 PUT-FAILED-SWITCH          PIC X VALUE 'N'.
       01 EXAMINED-COUNT             PIC 9(7) VALUE 0.
       01 PROVISIONED-COUNT          PIC 9(7) VALUE 0.
       01 TOTAL-MASKED-FIELDS        PIC 9(9) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.

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
           DISPLAY 'AMQ0TDP0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0TDP0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM GETPARMS.

      ** the operator's role must allow this run - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'AMQ0TDP0' TO ROL-PROGRAM-ID
             MOVE 'PROVISN' TO ROL-ACTION
             MOVE 'AMQ0TDP0' TO ROL-CALLER-ID
             MOVE 'Y' TO ROL-LOG-DENIAL
             CALL 'AMQ0ROL0' USING ROL-CHECK-AREA
             IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
               DISPLAY 'AMQ0TDP0 refused - role <' ROL-USER-ROLE
                   '> of user <' ROL-USER-ID '> may not run it'
               MOVE 'ROLE NOT ALLOWED' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM REDLOAD
             IF REDACTION-COUNT IS EQUAL TO 0
               DISPLAY 'no patterns in REDCTL.DAT - nothing would '
                   'be masked'
               MOVE 'NO MASKING PATTERNS' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADCCX
             IF CONNECTION-FOUND-SWITCH IS NOT EQUAL TO 'Y'
               DISPLAY 'queue manager ' PARM-TARGET-QMGR
                   ' is not in CCXCTL.DAT'
               MOVE 'TARGET NOT IN CCXCTL.DAT' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADHOLD
             PERFORM HOLDSCAN
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM CONNQA
           END-IF.

      ****************************************************************
      *                                                              *
      *   Mask and put every selected record, up to the maximum      *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             ACCEPT WS-DATE FROM DATE YYYYMMDD
             ACCEPT WS-TIME FROM TIME
             MOVE WS-DATE TO RUN-TIMESTAMP(1:8)
             MOVE '-' TO RUN-TIMESTAMP(9:1)
             MOVE WS-TIME TO RUN-TIMESTAMP(10:8)
             OPEN EXTEND PROVISION-MANIFEST
             IF PROVISION-MANIFEST-STATUS IS EQUAL TO '35'
               OPEN OUTPUT PROVISION-MANIFEST
             END-IF
             OPEN INPUT ARCHIVE-FILE
             MOVE 'N' TO END-OF-FILE-SWITCH
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ ARCHIVE-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   ADD 1 TO EXAMINED-COUNT
                   PERFORM PROV1
               END-READ
               IF PROVISIONED-COUNT IS NOT LESS THAN PARM-MAX-COUNT
               OR PUT-FAILED-SWITCH IS EQUAL TO 'Y'
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               END-IF
             END-PERFORM
             CLOSE ARCHIVE-FILE
             CLOSE PROVISION-MANIFEST

             PERFORM REDSUMW

             IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
               CALL 'MQDISC'
                USING HCONN, COMPLETION-CODE, REASON
               IF REASON IS NOT EQUAL TO MQRC-NONE
                 DISPLAY 'MQDISC ended with reason code ' REASON
               END-IF
             END-IF

             DISPLAY EXAMINED-COUNT ' archive records examined, '
                 PROVISIONED-COUNT ' provisioned to '
                 PARM-TARGET-QUEUE
             DISPLAY '   on ' PARM-TARGET-QMGR ' (' TOTAL-MASKED-FIELDS
                 ' fields masked) for ' PARM-REQUESTER
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PUT-FAILED-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE PROVISIONED-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0TDP0 end'.
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
           ACCEPT PARM-TARGET-QMGR FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-TARGET-QMGR
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-QUEUE-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-QUEUE-NAME
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-FROM-DATE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-FROM-DATE
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-TO-DATE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-TO-DATE
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MAX-COUNT FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-MAX-COUNT
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-REQUESTER FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-REQUESTER
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-TARGET-QUEUE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-TARGET-QUEUE
           END-ACCEPT.
           DISPLAY 8 UPON ARGUMENT-NUMBER.
           ACCEPT ARCHIVE-FILE-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO ARCHIVE-FILE-NAME
           END-ACCEPT.

           IF PARM-MAX-COUNT IS EQUAL TO 0
             MOVE 100 TO PARM-MAX-COUNT
           END-IF.
           IF PARM-TARGET-QUEUE IS EQUAL TO SPACES
             MOVE PARM-QUEUE-NAME TO PARM-TARGET-QUEUE
           END-IF.
           IF ARCHIVE-FILE-NAME IS EQUAL TO SPACES
             MOVE 'PRGARCH.DAT' TO ARCHIVE-FILE-NAME
           END-IF.

           IF PARM-TARGET-QMGR IS EQUAL TO SPACES
           OR PARM-QUEUE-NAME IS EQUAL TO SPACES
           OR PARM-REQUESTER IS EQUAL TO SPACES
             DISPLAY 'AMQ0TDP0 needs the QA queue manager, the '
                 'source queue and the requester'
             MOVE 'MISSING PARAMETERS' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-TO-DATE IS GREATER THAN 0
           AND PARM-FROM-DATE IS GREATER THAN PARM-TO-DATE
             DISPLAY 'from-date ' PARM-FROM-DATE
                 ' is after to-date ' PARM-TO-DATE
             MOVE 'BAD DATE RANGE' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Read the whole generation once against the active holds.   *
      *   One held record refuses the generation - nothing from it   *
      *   leaves production while litigation support holds it        *
      *                                                              *
      ****************************************************************
       HOLDSCAN.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open archive generation '
                 ARCHIVE-FILE-NAME ' (file status '
                 ARCHIVE-FILE-STATUS ')'
             MOVE 'GENERATION NOT AVAILABLE' TO OUTCOME-TEXT
           ELSE
             MOVE 'N' TO END-OF-FILE-SWITCH
             MOVE 'N' TO HOLD-MATCH-SWITCH
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ ARCHIVE-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   PERFORM HOLDCHK
                   IF HOLD-MATCH-SWITCH IS EQUAL TO 'Y'
                     MOVE 'Y' TO END-OF-FILE-SWITCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-FILE
             IF HOLD-MATCH-SWITCH IS EQUAL TO 'Y'
               DISPLAY 'generation ' ARCHIVE-FILE-NAME
                   ' REFUSED - under legal hold ' HOLD-MATCH-REF
                   ' (' HOLD-MATCH-QUEUE(1:30) ' '
                   HOLD-MATCH-DATE ')'
               MOVE 'GENERATION UNDER LEGAL HOLD' TO OUTCOME-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Does an active hold cover the record?  The record's queue  *
      *   must start with the hold's pattern and its put date must   *
      *   fall inside the hold's range                               *
      *                                                              *
      ****************************************************************
       HOLDCHK.
           MOVE 'N' TO HOLD-MATCH-SWITCH.
           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > HOLD-COUNT
               OR HOLD-MATCH-SWITCH IS EQUAL TO 'Y'
             IF ARCHIVE-PUTDATE IS NOT LESS THAN
                 HT-FROM-DATE(HOLD-INDEX)
             AND ARCHIVE-PUTDATE IS NOT GREATER THAN
                 HT-TO-DATE(HOLD-INDEX)
      **       a bare '*' trims to length zero and covers every
      **       queue in the date range
               IF HT-PATTERN-LENGTH(HOLD-INDEX) IS EQUAL TO 0
                 MOVE 'Y' TO HOLD-MATCH-SWITCH
               ELSE
                 IF ARCHIVE-QUEUE-NAME
                     (1:HT-PATTERN-LENGTH(HOLD-INDEX))
                     IS EQUAL TO HT-QUEUE-PATTERN(HOLD-INDEX)
                     (1:HT-PATTERN-LENGTH(HOLD-INDEX))
                   MOVE 'Y' TO HOLD-MATCH-SWITCH
                 END-IF
               END-IF
               IF HOLD-MATCH-SWITCH IS EQUAL TO 'Y'
                 MOVE HT-HOLD-REF(HOLD-INDEX) TO HOLD-MATCH-REF
                 MOVE ARCHIVE-QUEUE-NAME TO HOLD-MATCH-QUEUE
                 MOVE ARCHIVE-PUTDATE TO HOLD-MATCH-DATE
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Connect to the QA queue manager over its client channel    *
      *                                                              *
      ****************************************************************
       CONNQA.
           MOVE PARM-TARGET-QMGR TO QM-NAME.
           MOVE TARGET-CHANNEL-NAME TO MQCD-CHANNELNAME.
           MOVE TARGET-CONNECTION-NAME TO MQCD-CONNECTIONNAME.
           MOVE MQCHT-CLNTCONN TO MQCD-CHANNELTYPE.
           MOVE MQXPT-TCP TO MQCD-TRANSPORTTYPE.

           MOVE MQCNO-VERSION-2 TO MQCNO-VERSION.
           SET MQCNO-CLIENTCONNPTR
               TO ADDRESS OF CLIENT-CHANNEL-DEFINITION.
           CALL 'MQCONNX'
            USING QM-NAME, CONNECT-OPTIONS, HCONN,
            COMPLETION-CODE, CON-REASON.

      *      report reason if it failed
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONNX to ' QM-NAME
                 ' ended with reason code ' CON-REASON
             MOVE 'QA QMGR NOT AVAILABLE' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Select one archive record, mask it, put it to the QA       *
      *   target queue under a new MSGID and write its manifest line *
      *                                                              *
      ****************************************************************
       PROV1.
           IF ARCHIVE-QUEUE-NAME IS EQUAL TO PARM-QUEUE-NAME
             MOVE ARCHIVE-PUTDATE TO ARCHIVE-PUTDATE-NUM
             IF (PARM-FROM-DATE IS EQUAL TO 0
                 OR ARCHIVE-PUTDATE-NUM IS NOT LESS THAN
                    PARM-FROM-DATE)
             AND (PARM-TO-DATE IS EQUAL TO 0
                 OR ARCHIVE-PUTDATE-NUM IS NOT GREATER THAN
                    PARM-TO-DATE)
               PERFORM MASK1

               MOVE PARM-TARGET-QUEUE TO MQOD-OBJECTNAME
               MOVE SPACES TO MQOD-OBJECTQMGRNAME
               MOVE MQMI-NONE TO MQMD-MSGID
               MOVE ARCHIVE-CORRELID TO MQMD-CORRELID
               MOVE ARCHIVE-PRIORITY TO MQMD-PRIORITY
               MOVE ARCHIVE-PERSISTENCE TO MQMD-PERSISTENCE
               MOVE ARCHIVE-FORMAT TO MQMD-FORMAT
      **       unlimited - production expiry means nothing in QA
               MOVE -1 TO MQMD-EXPIRY
               MOVE ARCHIVE-REPLYTOQ TO MQMD-REPLYTOQ
               MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE
               MOVE MQRO-NONE TO MQMD-REPORT
               MOVE ARCHIVE-DATA-LENGTH TO BUFFER-LENGTH

               CALL 'MQPUT1'
                USING HCONN, OBJECT-DESCRIPTOR,
                MESSAGE-DESCRIPTOR, PMOPTIONS,
                BUFFER-LENGTH, ARCHIVE-MESSAGE-TEXT,
                COMPLETION-CODE, REASON

               IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
                 DISPLAY 'MQPUT1 ended with reason code ' REASON
                     ' for ' MQOD-OBJECTNAME
                 MOVE 'Y' TO PUT-FAILED-SWITCH
               ELSE
                 ADD 1 TO PROVISIONED-COUNT
                 PERFORM MANLINE
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Mask every pattern field that applies to the record just   *
      *   read, inside the payload bytes the record really carries   *
      *   - the same rules AMQ0RED0 applies to a whole generation    *
      *                                                              *
      ****************************************************************
       MASK1.
           MOVE 0 TO RECORD-MASKED-FIELDS.
           PERFORM VARYING REDACTION-INDEX FROM 1 BY 1
               UNTIL REDACTION-INDEX > REDACTION-COUNT
             IF (RD-SCOPE-TYPE(REDACTION-INDEX) IS EQUAL TO 'Q'
                 AND RD-SCOPE-NAME(REDACTION-INDEX) IS EQUAL TO
                     ARCHIVE-QUEUE-NAME)
             OR (RD-SCOPE-TYPE(REDACTION-INDEX) IS EQUAL TO 'F'
                 AND RD-SCOPE-NAME(REDACTION-INDEX)(1:8)
                     IS EQUAL TO ARCHIVE-FORMAT)
               IF RD-FIELD-OFFSET(REDACTION-INDEX)
                   IS GREATER THAN 0
               AND RD-FIELD-OFFSET(REDACTION-INDEX)
                   IS NOT GREATER THAN ARCHIVE-DATA-LENGTH
                 COMPUTE MASK-END-POSITION =
                     RD-FIELD-OFFSET(REDACTION-INDEX)
                     + RD-FIELD-LENGTH(REDACTION-INDEX) - 1
                 IF MASK-END-POSITION IS GREATER THAN
                     ARCHIVE-DATA-LENGTH
                   MOVE ARCHIVE-DATA-LENGTH TO MASK-END-POSITION
                 END-IF
                 MOVE ALL '*' TO ARCHIVE-MESSAGE-TEXT
                     (RD-FIELD-OFFSET(REDACTION-INDEX):
                     MASK-END-POSITION
                     - RD-FIELD-OFFSET(REDACTION-INDEX) + 1)
                 ADD 1 TO RD-MASKED-COUNT(REDACTION-INDEX)
                 ADD 1 TO TOTAL-MASKED-FIELDS
                 ADD 1 TO RECORD-MASKED-FIELDS
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Write the manifest line for the message just put           *
      *                                                              *
      ****************************************************************
       MANLINE.
           MOVE SPACES TO PROVISION-MANIFEST-RECORD.
           MOVE RUN-TIMESTAMP TO TDM-TIMESTAMP.
           MOVE ARCHIVE-FILE-NAME TO TDM-GENERATION.
           MOVE ARCHIVE-MSGID TO WORK-MSGID.
           PERFORM MSGIDHEX.
           MOVE MSGID-HEX TO TDM-SOURCE-MSGID.
           MOVE MQMD-MSGID TO WORK-MSGID.
           PERFORM MSGIDHEX.
           MOVE MSGID-HEX TO TDM-NEW-MSGID.
           MOVE RECORD-MASKED-FIELDS TO TDM-MASKED-COUNT.
           MOVE PARM-TARGET-QMGR TO TDM-TARGET-QMGR.
           MOVE PARM-TARGET-QUEUE TO TDM-TARGET-QUEUE.
           MOVE PARM-REQUESTER TO TDM-REQUESTER.
           MOVE ROL-USER-ID TO TDM-OPERATOR-ID.
           WRITE PROVISION-MANIFEST-RECORD.

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
      *   Append one evidence line per pattern that masked anything  *
      *                                                              *
      ****************************************************************
       REDSUMW.
           OPEN EXTEND REDACTION-SUMMARY.
           IF REDACTION-SUMMARY-STATUS IS EQUAL TO '35'
             OPEN OUTPUT REDACTION-SUMMARY
           END-IF.
           IF REDACTION-SUMMARY-STATUS IS EQUAL TO '00'
             PERFORM VARYING REDACTION-INDEX FROM 1 BY 1
                 UNTIL REDACTION-INDEX > REDACTION-COUNT
               IF RD-MASKED-COUNT(REDACTION-INDEX)
                   IS GREATER THAN 0
                 MOVE SPACES TO REDACTION-SUMMARY-RECORD
                 MOVE RUN-TIMESTAMP TO RSM-TIMESTAMP
                 MOVE 'AMQ0TDP0' TO RSM-PROGRAM
                 MOVE RD-MASKED-COUNT(REDACTION-INDEX)
                   TO RSM-MASKED-COUNT
                 MOVE ' fields masked' TO RSM-MASKED-LABEL
                 STRING RD-SCOPE-TYPE(REDACTION-INDEX) ' '
                        RD-SCOPE-NAME(REDACTION-INDEX)(1:30)
                        ' to ' PARM-TARGET-QMGR(1:24)
                        DELIMITED BY SIZE
                   INTO RSM-PATTERN-NOTE
                 WRITE REDACTION-SUMMARY-RECORD
               END-IF
             END-PERFORM
             CLOSE REDACTION-SUMMARY
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the masking patterns                                  *
      *                                                              *
      ****************************************************************
       REDLOAD.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT REDACTION-CONTROL.
           IF REDACTION-CONTROL-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ REDACTION-CONTROL
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF REDACTION-COUNT IS LESS THAN 100
                   ADD 1 TO REDACTION-COUNT
                   MOVE RED-SCOPE-TYPE
                     TO RD-SCOPE-TYPE(REDACTION-COUNT)
                   MOVE RED-SCOPE-NAME
                     TO RD-SCOPE-NAME(REDACTION-COUNT)
                   MOVE RED-FIELD-OFFSET
                     TO RD-FIELD-OFFSET(REDACTION-COUNT)
                   MOVE RED-FIELD-LENGTH
                     TO RD-FIELD-LENGTH(REDACTION-COUNT)
                   MOVE 0 TO RD-MASKED-COUNT(REDACTION-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           IF REDACTION-CONTROL-STATUS IS EQUAL TO '00'
           OR REDACTION-CONTROL-STATUS IS EQUAL TO '10'
             CLOSE REDACTION-CONTROL
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the active legal holds, with each pattern's trimmed   *
      *   length (a trailing '*' marks - and drops to - the prefix)  *
      *                                                              *
      ****************************************************************
       LOADHOLD.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT HOLD-REGISTER.
           IF HOLD-REGISTER-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ HOLD-REGISTER
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF LGL-RELEASE-DATE IS EQUAL TO SPACES
                   IF HOLD-COUNT IS LESS THAN 50
                     ADD 1 TO HOLD-COUNT
                     MOVE LGL-HOLD-REF TO HT-HOLD-REF(HOLD-COUNT)
                     MOVE LGL-QUEUE-PATTERN
                       TO HT-QUEUE-PATTERN(HOLD-COUNT)
                     MOVE LGL-FROM-DATE TO HT-FROM-DATE(HOLD-COUNT)
                     MOVE LGL-TO-DATE TO HT-TO-DATE(HOLD-COUNT)
                     PERFORM VARYING PATTERN-SCAN-LENGTH
                         FROM 48 BY -1
                         UNTIL PATTERN-SCAN-LENGTH IS EQUAL TO 0
                         OR LGL-QUEUE-PATTERN
                            (PATTERN-SCAN-LENGTH:1)
                            IS NOT EQUAL TO SPACE
                       CONTINUE
                     END-PERFORM
                     IF PATTERN-SCAN-LENGTH IS GREATER THAN 0
                     AND LGL-QUEUE-PATTERN(PATTERN-SCAN-LENGTH:1)
                         IS EQUAL TO '*'
                       SUBTRACT 1 FROM PATTERN-SCAN-LENGTH
                     END-IF
                     MOVE PATTERN-SCAN-LENGTH
                       TO HT-PATTERN-LENGTH(HOLD-COUNT)
                   ELSE
                     DISPLAY 'hold table full - ' LGL-HOLD-REF
                         ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF HOLD-REGISTER-STATUS IS EQUAL TO '00'
           OR HOLD-REGISTER-STATUS IS EQUAL TO '10'
             CLOSE HOLD-REGISTER
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find the QA queue manager's client connection              *
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
             AND CL-QMGR-NAME IS EQUAL TO PARM-TARGET-QMGR
               MOVE 'Y' TO CONNECTION-FOUND-SWITCH
               MOVE CL-CHANNEL-NAME TO TARGET-CHANNEL-NAME
               MOVE CL-CONNECTION-NAME TO TARGET-CONNECTION-NAME
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
           END-PERFORM.
           IF CONNECTION-LIST-STATUS IS EQUAL TO '00'
           OR CONNECTION-LIST-STATUS IS EQUAL TO '10'
             CLOSE CONNECTION-LIST-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0TDP0                                              *
      *                                                              *
      ****************************************************************
