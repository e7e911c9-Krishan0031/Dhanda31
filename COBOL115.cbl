       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0ERS0                                       *
      *                                                              *
      * Description: Data-subject erasure across the archive         *
      *              generations and the audit files                 *
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
      *   AMQ0ERS0 answers a privacy request to "erase everything    *
      *   for customer X".  Customer payloads sit in the PRGARCH.DAT *
      *   archive generations, in GBRAUDIT.DAT and in QRNLOG.DAT;    *
      *   this job finds every one of them and erases it:            *
      *                                                              *
      *      -- the customer is named by an identifier and the       *
      *         FMTDICT.DAT field it lives in.  Every dictionary     *
      *         entry of that field name is used, so a field laid    *
      *         out differently per queue or per format is found in  *
      *         each layout.  A record matches when the field holds  *
      *         the identifier, left-justified and space-padded      *
      *                                                              *
      *      -- the live PRGARCH.DAT and every generation listed in  *
      *         ASRGENS.DAT are searched.  When the field is scoped  *
      *         to queues only, ARCHIDX.DAT prunes a dated           *
      *         generation exactly as AMQ0ASR0 does - skipped when   *
      *         the index covers its window and archived nothing     *
      *         for those queues in it.  A field scoped by format    *
      *         cannot be pruned (the index carries no format), so   *
      *         every generation is read                             *
      *                                                              *
      *      -- GBRAUDIT.DAT (the first 60 bytes of each browsed     *
      *         payload) and QRNLOG.DAT (the quarantined payload)    *
      *         are searched with the field's offset; they carry no  *
      *         format, so a format-scoped field is tried on every   *
      *         record of them                                       *
      *                                                              *
      *      -- a match an active hold in LGLHOLD.DAT covers (queue  *
      *         pattern and date range, as AMQ0TDP0 matches them) is *
      *         refused: it is left exactly as it is and reported    *
      *         with the hold reference                              *
      *                                                              *
      *      -- in ERASE mode every other match has its payload      *
      *         replaced by an erasure marker (ERASED, the date and  *
      *         the privacy reference); the file is rewritten        *
      *         through a work file.  Run in LIST mode (the default) *
      *         the same search reports what would be erased and     *
      *         touches nothing                                      *
      *                                                              *
      *      -- GBRAUDIT.DAT is a tamper-evident chain when it is    *
      *         listed in TEVCTL.DAT.  From the first erased record  *
      *         on, every chain value is recomputed the way the      *
      *         writers compute it, and every later ZSEAL record is  *
      *         re-sealed with the new running totals, so AMQ0TEV0   *
      *         still verifies the file                              *
      *                                                              *
      *      -- the erasure certificate ERSCERT.DAT is appended one  *
      *         line per record found - file, record number, queue,  *
      *         date, MSGID in hexadecimal and ERASED, HELD or       *
      *         FOUND - with a REQUEST line before, a RESEALED line  *
      *         per chain rebuilt and a COMPLETE line after.  It     *
      *         carries the privacy reference, never the customer    *
      *         identifier itself                                    *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the job parameters, check the operator's role *
      *         load the field's FMTDICT.DAT entries, the active     *
      *         holds, the GBRAUDIT.DAT chain column and the index   *
      *         candidates                                           *
      *         search (and in ERASE mode rewrite) the live archive, *
      *         each listed generation not pruned, GBRAUDIT.DAT and  *
      *         QRNLOG.DAT                                           *
      *         close the certificate, DISPLAY a one-line summary    *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0ERS0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  customer identifier (required)                       *
      *      2  FMTDICT.DAT field name it lives in (required)        *
      *      3  privacy request reference (required)                 *
      *      4  run mode LIST or ERASE (default LIST)                *
      *   Return code 1 when the run is refused                      *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0ERS0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the payload layouts, field by field
           SELECT FORMAT-DICTIONARY ASSIGN TO 'FMTDICT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FORMAT-DICTIONARY-STATUS.

      ** the legal-hold register litigation support maintains
           SELECT HOLD-REGISTER ASSIGN TO 'LGLHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HOLD-REGISTER-STATUS.

      ** the metadata index AMQ0PRG0 appends as archives are taken
           SELECT ARCHIVE-INDEX ASSIGN TO 'ARCHIDX.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-INDEX-STATUS.

      ** the archive generations, one file name per line - the list
      ** AMQ0ASR0 searches
           SELECT GENERATION-LIST ASSIGN TO 'ASRGENS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GENERATION-LIST-STATUS.

      ** the tamper-evident chain control file AMQ0TEV0 verifies by
           SELECT CHAIN-CONTROL ASSIGN TO 'TEVCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHAIN-CONTROL-STATUS.

      ** the generation being searched - record-sequential,
      ** identical variable-length layout to AMQ0PRG0's ARCHIVE-RECORD
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ARCHIVE-FILE-STATUS.

      ** work file holding a generation while it is rewritten
           SELECT ARCHIVE-WORK-FILE ASSIGN TO 'ERSTMPA.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ARCHIVE-WORK-STATUS.

      ** the browse audit AMQ0GBR0 writes
           SELECT AUDIT-FILE ASSIGN TO 'GBRAUDIT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-FILE-STATUS.

      ** work file holding the browse audit while it is rewritten
           SELECT AUDIT-WORK-FILE ASSIGN TO 'ERSTMPG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-WORK-STATUS.

      ** the quarantine log - record-sequential, the record carries
      ** the raw binary MSGID and the raw payload
           SELECT QUARANTINE-LOG ASSIGN TO 'QRNLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS QUARANTINE-LOG-STATUS.

      ** work file holding the quarantine log while it is rewritten
           SELECT QUARANTINE-WORK-FILE ASSIGN TO 'ERSTMPQ.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS QUARANTINE-WORK-STATUS.

      ** the erasure certificate, appended one line per record
           SELECT ERASURE-CERTIFICATE ASSIGN TO 'ERSCERT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ERASURE-CERTIFICATE-STATUS.

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

       FD  ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-RECORD.
           05 IDX-ARCHIVED-DATE        PIC X(8).
           05 FILLER                   PIC X.
           05 IDX-PUTDATE              PIC X(8).
           05 FILLER                   PIC X.
           05 IDX-PUTTIME              PIC X(8).
           05 FILLER                   PIC X.
           05 IDX-QUEUE-NAME           PIC X(48).
           05 FILLER                   PIC X.
           05 IDX-PRIORITY             PIC X(2).
           05 FILLER                   PIC X.
           05 IDX-MSGID                PIC X(24).

       FD  GENERATION-LIST.
       01 GENERATION-LIST-RECORD       PIC X(30).

       FD  CHAIN-CONTROL.
       01 CHAIN-CONTROL-RECORD.
          05 TVC-FILE-NAME             PIC X(12).
          05 FILLER                    PIC X.
          05 TVC-CHAIN-COLUMN          PIC 9(4).
          05 FILLER                    PIC X.
          05 TVC-SEAL-FLAG             PIC X(1).

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

       FD  ARCHIVE-WORK-FILE
           RECORD IS VARYING IN SIZE FROM 197 TO 32197 CHARACTERS
             DEPENDING ON ARCHIVE-WORK-LENGTH.
       01 ARCHIVE-WORK-RECORD          PIC X(32197).

      ** read whole, so the chain column can sit wherever TEVCTL.DAT
      ** says - the named view is AMQ0GBR0's AUDIT-RECORD
       FD  AUDIT-FILE.
       01 AUDIT-RECORD                 PIC X(200).
       01 AUDIT-DETAIL-RECORD.
           05 AUDIT-MSGID             PIC X(24).
           05 FILLER                  PIC X.
           05 AUDIT-PUTDATE           PIC X(8).
           05 FILLER                  PIC X.
           05 AUDIT-PUTTIME           PIC X(8).
           05 FILLER                  PIC X.
           05 AUDIT-QUEUE-NAME        PIC X(48).
           05 FILLER                  PIC X.
           05 AUDIT-MESSAGE-TEXT      PIC X(60).
           05 FILLER                  PIC X(48).

       FD  AUDIT-WORK-FILE.
       01 AUDIT-WORK-RECORD            PIC X(200).

       FD  QUARANTINE-LOG.
       01 QUARANTINE-LOG-RECORD.
          05 QRN-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 QRN-ACTION                PIC X(8).
          05 FILLER                    PIC X.
          05 QRN-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 QRN-MSGID                 PIC X(24).
          05 FILLER                    PIC X.
          05 QRN-BACKOUT-COUNT         PIC 9(5).
          05 FILLER                    PIC X.
          05 QRN-PAYLOAD               PIC X(1000).
          05 FILLER                    PIC X.
          05 QRN-REPAIR-IMAGE          PIC X(6).
          05 FILLER                    PIC X.
          05 QRN-EDITOR-ID             PIC X(12).
          05 FILLER                    PIC X.
          05 QRN-CONFIRMER-ID          PIC X(12).

       FD  QUARANTINE-WORK-FILE.
       01 QUARANTINE-WORK-RECORD       PIC X(1143).

       FD  ERASURE-CERTIFICATE.
       01 ERASURE-CERTIFICATE-RECORD.
          05 ERC-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 ERC-REFERENCE             PIC X(12).
          05 FILLER                    PIC X.
          05 ERC-ACTION                PIC X(8).
          05 FILLER                    PIC X.
          05 ERC-FILE-NAME             PIC X(30).
          05 FILLER                    PIC X.
          05 ERC-RECORD-NUMBER         PIC 9(9).
          05 FILLER                    PIC X.
          05 ERC-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 ERC-DATE                  PIC X(8).
          05 FILLER                    PIC X.
          05 ERC-HOLD-REF              PIC X(12).
          05 FILLER                    PIC X.
          05 ERC-DETAIL                PIC X(48).

       WORKING-STORAGE SECTION.
       01 FORMAT-DICTIONARY-STATUS   PIC XX VALUE '00'.
       01 HOLD-REGISTER-STATUS       PIC XX VALUE '00'.
       01 ARCHIVE-INDEX-STATUS       PIC XX VALUE '00'.
       01 GENERATION-LIST-STATUS     PIC XX VALUE '00'.
       01 CHAIN-CONTROL-STATUS       PIC XX VALUE '00'.
       01 ARCHIVE-FILE-STATUS        PIC XX VALUE '00'.
       01 ARCHIVE-WORK-STATUS        PIC XX VALUE '00'.
       01 AUDIT-FILE-STATUS          PIC XX VALUE '00'.
       01 AUDIT-WORK-STATUS          PIC XX VALUE '00'.
       01 QUARANTINE-LOG-STATUS      PIC XX VALUE '00'.
       01 QUARANTINE-WORK-STATUS     PIC XX VALUE '00'.
       01 ERASURE-CERTIFICATE-STATUS PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-GENERATIONS-SWITCH  PIC X VALUE 'N'.
       01 END-OF-WORK-SWITCH         PIC X VALUE 'N'.

       01 ARCHIVE-FILE-NAME          PIC X(30) VALUE SPACES.
       01 ARCHIVE-RECORD-LENGTH      PIC 9(5).
       01 ARCHIVE-WORK-LENGTH        PIC 9(5).

      ** job parameters
       01 PARM-CUSTOMER-ID           PIC X(40) VALUE SPACES.
       01 PARM-CUSTOMER-LENGTH       PIC S9(9) BINARY VALUE 0.
       01 PARM-FIELD-NAME            PIC X(12) VALUE SPACES.
       01 PARM-REFERENCE             PIC X(12) VALUE SPACES.
       01 PARM-RUN-MODE              PIC X(8) VALUE SPACES.

      ** every dictionary entry of the field asked for
       01 FIELD-TABLE.
          02 FIELD-ENTRY OCCURS 50 TIMES.
             05 FE-SCOPE-TYPE         PIC X(1).
             05 FE-SCOPE-NAME         PIC X(48).
             05 FE-FIELD-OFFSET       PIC S9(9) BINARY.
             05 FE-FIELD-LENGTH       PIC S9(9) BINARY.
       01 FIELD-COUNT                PIC S9(9) BINARY VALUE 0.
       01 FIELD-INDEX                PIC S9(9) BINARY.
       01 FORMAT-SCOPED-SWITCH       PIC X VALUE 'N'.

      ** the record being judged, whichever file it came from
       01 MATCH-QUEUE                PIC X(48).
       01 MATCH-FORMAT               PIC X(8).
       01 MATCH-DATE                 PIC X(8).
       01 MATCH-MSGID                PIC X(24).
       01 MATCH-DATA-LENGTH          PIC S9(9) BINARY.
       01 MATCH-SWITCH               PIC X.
       01 PAYLOAD-AREA               PIC X(32000).
       01 FIELD-END-POSITION         PIC S9(9) BINARY.
       01 FIELD-TAIL-POSITION        PIC S9(9) BINARY.

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
       01 PATTERN-SCAN-LENGTH        PIC S9(9) BINARY.

      ** the index rows for the field's queues, with the date each
      ** was archived - the dates drive the generation-level prune
       01 CANDIDATE-TABLE.
          02 CANDIDATE-ENTRY OCCURS 5000 TIMES.
             05 CA-ARCHIVED-DATE      PIC X(8).
       01 CANDIDATE-COUNT            PIC S9(9) BINARY VALUE 0.
       01 CANDIDATE-INDEX            PIC S9(9) BINARY.
       01 INDEX-ON-HAND-SWITCH       PIC X VALUE 'N'.
       01 CANDIDATE-OVERFLOW-SWITCH  PIC X VALUE 'N'.

      ** the generation-prune judgement, as AMQ0ASR0 makes it
       01 INDEX-EARLIEST-DATE        PIC X(8) VALUE '99999999'.
       01 PREVIOUS-GEN-DATE          PIC X(8) VALUE '00000000'.
       01 GEN-DATE                   PIC X(8).
       01 GEN-DATE-VALID-SWITCH      PIC X.
       01 GEN-HAS-CANDIDATE-SWITCH   PIC X.
       01 PRUNE-SWITCH               PIC X.
       01 NAME-SCAN-POSITION         PIC S9(9) BINARY.

      ** the chain arithmetic - identical to what the writers and
      ** AMQ0TEV0 compute
       01 AUDIT-CHAIN-COLUMN         PIC 9(4) VALUE 0.
       01 CHAIN-BYTE-AREA            PIC X(1).
       01 CHAIN-BYTE-VALUE REDEFINES CHAIN-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 CHAIN-ACCUMULATOR          PIC S9(18) BINARY.
       01 CHAIN-QUOTIENT             PIC S9(18) BINARY.
       01 CHAIN-POSITION             PIC S9(9) BINARY.
       01 CONTENT-LENGTH             PIC S9(9) BINARY.
       01 STORED-CHAIN-X             PIC X(9).
       01 STORED-CHAIN REDEFINES STORED-CHAIN-X PIC 9(9).
       01 RUNNING-CHAIN              PIC 9(9).
       01 CHAINED-RECORD-COUNT       PIC 9(9).
       01 RECHAIN-SWITCH             PIC X.
       01 RECHAIN-FROM-RECORD        PIC 9(9).
       01 RESEALED-COUNT             PIC 9(5).

      ** one seal record, outside the chain itself
       01 SEAL-RECORD-AREA.
          05 SEAL-MARKER               PIC X(6).
          05 SEAL-DATE                 PIC X(8).
          05 FILLER                    PIC X.
          05 SEAL-RECORD-COUNT         PIC 9(9).
          05 FILLER                    PIC X.
          05 SEAL-CHAIN                PIC 9(9).

      ** MSGID to hexadecimal for the certificate
       01 HEX-DIGITS                 PIC X(16)
                                     VALUE '0123456789ABCDEF'.
       01 HEX-BYTE-AREA              PIC X(1).
       01 HEX-BYTE-VALUE REDEFINES HEX-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 HEX-HIGH                   PIC S9(4) BINARY.
       01 HEX-LOW                    PIC S9(4) BINARY.
       01 HEX-INDEX                  PIC S9(9) BINARY.
       01 MSGID-HEX                  PIC X(48).

      ** what an erased payload is replaced with
       01 ERASURE-TEXT               PIC X(28) VALUE SPACES.

      ** the walk along one file
       01 CURRENT-FILE-NAME          PIC X(30).
       01 RECORD-NUMBER              PIC 9(9).
       01 FILE-ERASED-COUNT          PIC 9(7).
       01 RECORD-ERASED-SWITCH       PIC X.

       01 GENERATION-COUNT           PIC 9(5) VALUE 0.
       01 PRUNED-COUNT               PIC 9(5) VALUE 0.
       01 RECORD-COUNT               PIC 9(9) VALUE 0.
       01 FOUND-COUNT                PIC 9(7) VALUE 0.
       01 ERASED-COUNT               PIC 9(7) VALUE 0.
       01 HELD-COUNT                 PIC 9(7) VALUE 0.
       01 FILES-REWRITTEN-COUNT      PIC 9(5) VALUE 0.
       01 COUNT-DISPLAY              PIC Z(6)9.
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
           DISPLAY 'AMQ0ERS0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0ERS0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM GETPARMS.

      ** the operator's role must allow the run mode - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'AMQ0ERS0' TO ROL-PROGRAM-ID
             MOVE PARM-RUN-MODE TO ROL-ACTION
             MOVE 'AMQ0ERS0' TO ROL-CALLER-ID
             MOVE 'Y' TO ROL-LOG-DENIAL
             CALL 'AMQ0ROL0' USING ROL-CHECK-AREA
             IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
               DISPLAY 'AMQ0ERS0 refused - role <' ROL-USER-ROLE
                   '> of user <' ROL-USER-ID '> may not run '
                   PARM-RUN-MODE
               MOVE 'ROLE NOT ALLOWED' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADDICT
             IF FIELD-COUNT IS EQUAL TO 0
               DISPLAY 'field ' PARM-FIELD-NAME ' is not in '
                   'FMTDICT.DAT wide enough for the identifier'
               MOVE 'FIELD NOT IN FMTDICT.DAT' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADHOLD
             PERFORM LOADTEV
             PERFORM LOADIDX
           END-IF.

      ****************************************************************
      *                                                              *
      *   Search the live archive, every listed generation the       *
      *   index does not prune, the browse audit and the quarantine  *
      *   log, under one certificate                                 *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             ACCEPT WS-DATE FROM DATE YYYYMMDD
             ACCEPT WS-TIME FROM TIME
             MOVE WS-DATE TO RUN-TIMESTAMP(1:8)
             MOVE '-' TO RUN-TIMESTAMP(9:1)
             MOVE WS-TIME TO RUN-TIMESTAMP(10:8)
             STRING 'ERASED ' WS-DATE ' ' PARM-REFERENCE
                    DELIMITED BY SIZE
               INTO ERASURE-TEXT
             OPEN EXTEND ERASURE-CERTIFICATE
             IF ERASURE-CERTIFICATE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT ERASURE-CERTIFICATE
             END-IF
             PERFORM CERTHEAD

             MOVE 'PRGARCH.DAT' TO ARCHIVE-FILE-NAME
             PERFORM ARCHGEN

             MOVE 'N' TO END-OF-GENERATIONS-SWITCH
             OPEN INPUT GENERATION-LIST
             IF GENERATION-LIST-STATUS IS NOT EQUAL TO '00'
               MOVE 'Y' TO END-OF-GENERATIONS-SWITCH
             END-IF
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-GENERATIONS-SWITCH IS EQUAL TO 'Y'
               READ GENERATION-LIST
                 AT END
                   MOVE 'Y' TO END-OF-GENERATIONS-SWITCH
                 NOT AT END
                   IF GENERATION-LIST-RECORD IS NOT EQUAL TO SPACES
                     MOVE GENERATION-LIST-RECORD TO ARCHIVE-FILE-NAME
                     PERFORM PRUNECHK
                     IF PRUNE-SWITCH IS EQUAL TO 'Y'
                       ADD 1 TO PRUNED-COUNT
                       DISPLAY 'pruned ' ARCHIVE-FILE-NAME
                           ' - index archived nothing for the field'
                           '''s queues in its window'
                     ELSE
                       PERFORM ARCHGEN
                     END-IF
                     IF GEN-DATE-VALID-SWITCH IS EQUAL TO 'Y'
                       MOVE GEN-DATE TO PREVIOUS-GEN-DATE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF GENERATION-LIST-STATUS IS EQUAL TO '00'
             OR GENERATION-LIST-STATUS IS EQUAL TO '10'
               CLOSE GENERATION-LIST
             END-IF

             PERFORM AUDITF
             PERFORM QRNF

             PERFORM CERTTAIL
             CLOSE ERASURE-CERTIFICATE

             DISPLAY GENERATION-COUNT ' generations searched ('
                 PRUNED-COUNT ' pruned by the index), '
                 RECORD-COUNT ' records read'
             DISPLAY FOUND-COUNT ' records hold the customer: '
                 ERASED-COUNT ' erased, ' HELD-COUNT
                 ' refused under legal hold, '
                 FILES-REWRITTEN-COUNT ' files rewritten'
             DISPLAY '   ' PARM-RUN-MODE ' run for privacy reference '
                 PARM-REFERENCE
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE ERASED-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0ERS0 end'.
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
           ACCEPT PARM-CUSTOMER-ID FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-CUSTOMER-ID
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-FIELD-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-FIELD-NAME
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-REFERENCE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-REFERENCE
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-RUN-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-RUN-MODE
           END-ACCEPT.

           IF PARM-RUN-MODE IS EQUAL TO SPACES
             MOVE 'LIST' TO PARM-RUN-MODE
           END-IF.

      **   trimmed length of the identifier
           PERFORM VARYING PARM-CUSTOMER-LENGTH FROM 40 BY -1
               UNTIL PARM-CUSTOMER-LENGTH IS EQUAL TO 0
               OR PARM-CUSTOMER-ID(PARM-CUSTOMER-LENGTH:1)
                  IS NOT EQUAL TO SPACE
             CONTINUE
           END-PERFORM.

           IF PARM-CUSTOMER-LENGTH IS EQUAL TO 0
           OR PARM-FIELD-NAME IS EQUAL TO SPACES
           OR PARM-REFERENCE IS EQUAL TO SPACES
             DISPLAY 'AMQ0ERS0 needs the customer identifier, the '
                 'FMTDICT.DAT field and the privacy reference'
             MOVE 'MISSING PARAMETERS' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-RUN-MODE IS NOT EQUAL TO 'LIST'
           AND PARM-RUN-MODE IS NOT EQUAL TO 'ERASE'
             DISPLAY 'run mode must be LIST or ERASE, not '
                 PARM-RUN-MODE
             MOVE 'BAD RUN MODE' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Search one archive generation, and in ERASE mode rewrite   *
      *   it through the work file when anything in it was erased    *
      *                                                              *
      ****************************************************************
       ARCHGEN.
           MOVE ARCHIVE-FILE-NAME TO CURRENT-FILE-NAME.
           MOVE 0 TO RECORD-NUMBER.
           MOVE 0 TO FILE-ERASED-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'generation ' ARCHIVE-FILE-NAME
                 ' not on hand (file status ' ARCHIVE-FILE-STATUS
                 ') - skipped'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO GENERATION-COUNT
             IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
               OPEN OUTPUT ARCHIVE-WORK-FILE
             END-IF
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ARCHIVE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO RECORD-NUMBER
                 ADD 1 TO RECORD-COUNT
                 PERFORM ARCH1
                 IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
                   MOVE ARCHIVE-RECORD-LENGTH TO ARCHIVE-WORK-LENGTH
                   MOVE ARCHIVE-RECORD TO ARCHIVE-WORK-RECORD
                   WRITE ARCHIVE-WORK-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           IF ARCHIVE-FILE-STATUS IS NOT EQUAL TO '35'
           AND ARCHIVE-FILE-STATUS IS NOT EQUAL TO '30'
             CLOSE ARCHIVE-FILE
             IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
               CLOSE ARCHIVE-WORK-FILE
               IF FILE-ERASED-COUNT IS GREATER THAN 0
                 PERFORM ARCHBACK
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Judge one archive record: is the customer in the field,    *
      *   and if so is it held or erased?                            *
      *                                                              *
      ****************************************************************
       ARCH1.
           MOVE ARCHIVE-QUEUE-NAME TO MATCH-QUEUE.
           MOVE ARCHIVE-FORMAT TO MATCH-FORMAT.
           MOVE ARCHIVE-PUTDATE TO MATCH-DATE.
           MOVE ARCHIVE-MSGID TO MATCH-MSGID.
           MOVE ARCHIVE-DATA-LENGTH TO MATCH-DATA-LENGTH.
           MOVE SPACES TO PAYLOAD-AREA.
           IF MATCH-DATA-LENGTH IS GREATER THAN 0
             MOVE ARCHIVE-MESSAGE-TEXT(1:MATCH-DATA-LENGTH)
               TO PAYLOAD-AREA(1:MATCH-DATA-LENGTH)
           END-IF.
           PERFORM FIELDCHK.
           IF MATCH-SWITCH IS EQUAL TO 'Y'
             PERFORM JUDGEHIT
             IF RECORD-ERASED-SWITCH IS EQUAL TO 'Y'
      **       the payload shrinks to the marker - nothing of the
      **       original body survives past it
               MOVE SPACES TO ARCHIVE-MESSAGE-TEXT(1:MATCH-DATA-LENGTH)
               MOVE ERASURE-TEXT TO ARCHIVE-MESSAGE-TEXT(1:28)
               MOVE 28 TO ARCHIVE-DATA-LENGTH
               COMPUTE ARCHIVE-RECORD-LENGTH = 197 + 28
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Copy the rewritten generation back over the original       *
      *                                                              *
      ****************************************************************
       ARCHBACK.
           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           MOVE 'N' TO END-OF-WORK-SWITCH.
           PERFORM UNTIL END-OF-WORK-SWITCH IS EQUAL TO 'Y'
             READ ARCHIVE-WORK-FILE
               AT END
                 MOVE 'Y' TO END-OF-WORK-SWITCH
               NOT AT END
                 MOVE ARCHIVE-WORK-LENGTH TO ARCHIVE-RECORD-LENGTH
                 MOVE ARCHIVE-WORK-RECORD TO ARCHIVE-RECORD
                 WRITE ARCHIVE-RECORD
             END-READ
           END-PERFORM.
           CLOSE ARCHIVE-WORK-FILE.
           CLOSE ARCHIVE-FILE.
           ADD 1 TO FILES-REWRITTEN-COUNT.
           DISPLAY 'rewrote ' ARCHIVE-FILE-NAME ' - '
               FILE-ERASED-COUNT ' records erased'.

      ****************************************************************
      *                                                              *
      *   Search the browse audit.  Chained records carry on their   *
      *   stored values until the first erasure; from there every    *
      *   chain value is recomputed and every later seal re-sealed   *
      *   against the new running totals                             *
      *                                                              *
      ****************************************************************
       AUDITF.
           MOVE 'GBRAUDIT.DAT' TO CURRENT-FILE-NAME.
           MOVE 0 TO RECORD-NUMBER.
           MOVE 0 TO FILE-ERASED-COUNT.
           MOVE 0 TO RUNNING-CHAIN.
           MOVE 0 TO CHAINED-RECORD-COUNT.
           MOVE 0 TO RESEALED-COUNT.
           MOVE 0 TO RECHAIN-FROM-RECORD.
           MOVE 'N' TO RECHAIN-SWITCH.
           COMPUTE CONTENT-LENGTH = AUDIT-CHAIN-COLUMN - 2.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'GBRAUDIT.DAT not on hand (file status '
                 AUDIT-FILE-STATUS ') - skipped'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
               OPEN OUTPUT AUDIT-WORK-FILE
             END-IF
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ AUDIT-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO RECORD-NUMBER
                 ADD 1 TO RECORD-COUNT
                 IF AUDIT-RECORD(1:5) IS EQUAL TO 'ZSEAL'
                   PERFORM AUDSEAL
                 ELSE
                   PERFORM AUDIT1
                 END-IF
                 IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
                   WRITE AUDIT-WORK-RECORD FROM AUDIT-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           IF AUDIT-FILE-STATUS IS EQUAL TO '00'
           OR AUDIT-FILE-STATUS IS EQUAL TO '10'
             CLOSE AUDIT-FILE
             IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
               CLOSE AUDIT-WORK-FILE
               IF FILE-ERASED-COUNT IS GREATER THAN 0
                 PERFORM AUDBACK
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Judge one browse audit record, then carry or recompute its *
      *   chain value                                                *
      *                                                              *
      ****************************************************************
       AUDIT1.
           ADD 1 TO CHAINED-RECORD-COUNT.
           MOVE AUDIT-QUEUE-NAME TO MATCH-QUEUE.
           MOVE SPACES TO MATCH-FORMAT.
           MOVE AUDIT-PUTDATE TO MATCH-DATE.
           MOVE AUDIT-MSGID TO MATCH-MSGID.
           MOVE 60 TO MATCH-DATA-LENGTH.
           MOVE SPACES TO PAYLOAD-AREA.
           MOVE AUDIT-MESSAGE-TEXT TO PAYLOAD-AREA(1:60).
           PERFORM FIELDCHK.
           IF MATCH-SWITCH IS EQUAL TO 'Y'
             PERFORM JUDGEHIT
             IF RECORD-ERASED-SWITCH IS EQUAL TO 'Y'
               MOVE ERASURE-TEXT TO AUDIT-MESSAGE-TEXT
               IF AUDIT-CHAIN-COLUMN IS GREATER THAN 0
               AND RECHAIN-SWITCH IS NOT EQUAL TO 'Y'
                 MOVE 'Y' TO RECHAIN-SWITCH
                 MOVE RECORD-NUMBER TO RECHAIN-FROM-RECORD
               END-IF
             END-IF
           END-IF.
           IF AUDIT-CHAIN-COLUMN IS GREATER THAN 0
             IF RECHAIN-SWITCH IS EQUAL TO 'Y'
               PERFORM CHAINCLC
               MOVE RUNNING-CHAIN
                 TO AUDIT-RECORD(AUDIT-CHAIN-COLUMN:9)
             ELSE
               MOVE AUDIT-RECORD(AUDIT-CHAIN-COLUMN:9)
                 TO STORED-CHAIN-X
               IF STORED-CHAIN-X IS NUMERIC
                 MOVE STORED-CHAIN TO RUNNING-CHAIN
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   A seal after the first erasure is re-sealed with the       *
      *   running totals as they now stand; one before it is left    *
      *   alone                                                      *
      *                                                              *
      ****************************************************************
       AUDSEAL.
           IF RECHAIN-SWITCH IS EQUAL TO 'Y'
             MOVE AUDIT-RECORD(1:34) TO SEAL-RECORD-AREA
             MOVE CHAINED-RECORD-COUNT TO SEAL-RECORD-COUNT
             MOVE RUNNING-CHAIN TO SEAL-CHAIN
             MOVE SEAL-RECORD-AREA TO AUDIT-RECORD(1:34)
             ADD 1 TO RESEALED-COUNT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Copy the rewritten browse audit back and certify the chain *
      *   rebuilt over it                                            *
      *                                                              *
      ****************************************************************
       AUDBACK.
           OPEN INPUT AUDIT-WORK-FILE.
           OPEN OUTPUT AUDIT-FILE.
           MOVE 'N' TO END-OF-WORK-SWITCH.
           PERFORM UNTIL END-OF-WORK-SWITCH IS EQUAL TO 'Y'
             READ AUDIT-WORK-FILE
               AT END
                 MOVE 'Y' TO END-OF-WORK-SWITCH
               NOT AT END
                 WRITE AUDIT-RECORD FROM AUDIT-WORK-RECORD
             END-READ
           END-PERFORM.
           CLOSE AUDIT-WORK-FILE.
           CLOSE AUDIT-FILE.
           ADD 1 TO FILES-REWRITTEN-COUNT.
           DISPLAY 'rewrote GBRAUDIT.DAT - ' FILE-ERASED-COUNT
               ' records erased'.
           IF RECHAIN-SWITCH IS EQUAL TO 'Y'
             MOVE SPACES TO ERASURE-CERTIFICATE-RECORD
             MOVE RUN-TIMESTAMP TO ERC-TIMESTAMP
             MOVE PARM-REFERENCE TO ERC-REFERENCE
             MOVE 'RESEALED' TO ERC-ACTION
             MOVE 'GBRAUDIT.DAT' TO ERC-FILE-NAME
             MOVE RECHAIN-FROM-RECORD TO ERC-RECORD-NUMBER
             MOVE RESEALED-COUNT TO COUNT-DISPLAY
             STRING 'chain recomputed from this record, '
                    COUNT-DISPLAY ' seals'
                    DELIMITED BY SIZE
               INTO ERC-DETAIL
             WRITE ERASURE-CERTIFICATE-RECORD
             DISPLAY 'GBRAUDIT.DAT chain recomputed from record '
                 RECHAIN-FROM-RECORD ', ' RESEALED-COUNT
                 ' seals re-sealed'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Search the quarantine log, and in ERASE mode rewrite it    *
      *   through the work file when anything in it was erased.      *
      *   A record's hold date is the day it was quarantined         *
      *                                                              *
      ****************************************************************
       QRNF.
           MOVE 'QRNLOG.DAT' TO CURRENT-FILE-NAME.
           MOVE 0 TO RECORD-NUMBER.
           MOVE 0 TO FILE-ERASED-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT QUARANTINE-LOG.
           IF QUARANTINE-LOG-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'QRNLOG.DAT not on hand (file status '
                 QUARANTINE-LOG-STATUS ') - skipped'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
               OPEN OUTPUT QUARANTINE-WORK-FILE
             END-IF
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ QUARANTINE-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO RECORD-NUMBER
                 ADD 1 TO RECORD-COUNT
                 MOVE QRN-QUEUE-NAME TO MATCH-QUEUE
                 MOVE SPACES TO MATCH-FORMAT
                 MOVE QRN-TIMESTAMP(1:8) TO MATCH-DATE
                 MOVE QRN-MSGID TO MATCH-MSGID
                 MOVE 1000 TO MATCH-DATA-LENGTH
                 MOVE SPACES TO PAYLOAD-AREA
                 MOVE QRN-PAYLOAD TO PAYLOAD-AREA(1:1000)
                 PERFORM FIELDCHK
                 IF MATCH-SWITCH IS EQUAL TO 'Y'
                   PERFORM JUDGEHIT
                   IF RECORD-ERASED-SWITCH IS EQUAL TO 'Y'
                     MOVE ERASURE-TEXT TO QRN-PAYLOAD
                   END-IF
                 END-IF
                 IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
                   WRITE QUARANTINE-WORK-RECORD
                     FROM QUARANTINE-LOG-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           IF QUARANTINE-LOG-STATUS IS NOT EQUAL TO '35'
           AND QUARANTINE-LOG-STATUS IS NOT EQUAL TO '30'
             CLOSE QUARANTINE-LOG
             IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
               CLOSE QUARANTINE-WORK-FILE
               IF FILE-ERASED-COUNT IS GREATER THAN 0
                 PERFORM QRNBACK
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Copy the rewritten quarantine log back over the original   *
      *                                                              *
      ****************************************************************
       QRNBACK.
           OPEN INPUT QUARANTINE-WORK-FILE.
           OPEN OUTPUT QUARANTINE-LOG.
           MOVE 'N' TO END-OF-WORK-SWITCH.
           PERFORM UNTIL END-OF-WORK-SWITCH IS EQUAL TO 'Y'
             READ QUARANTINE-WORK-FILE
               AT END
                 MOVE 'Y' TO END-OF-WORK-SWITCH
               NOT AT END
                 WRITE QUARANTINE-LOG-RECORD
                   FROM QUARANTINE-WORK-RECORD
             END-READ
           END-PERFORM.
           CLOSE QUARANTINE-WORK-FILE.
           CLOSE QUARANTINE-LOG.
           ADD 1 TO FILES-REWRITTEN-COUNT.
           DISPLAY 'rewrote QRNLOG.DAT - ' FILE-ERASED-COUNT
               ' records erased'.

      ****************************************************************
      *                                                              *
      *   Does the record hold the customer?  Any dictionary entry   *
      *   of the field that applies to the record's queue or format  *
      *   is tried; a record with no format (the audit files) is     *
      *   tried against every format-scoped entry.  The field must   *
      *   start with the identifier and be spaces after it, within   *
      *   the payload bytes the record really carries                *
      *                                                              *
      ****************************************************************
       FIELDCHK.
           MOVE 'N' TO MATCH-SWITCH.
           PERFORM VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT
               OR MATCH-SWITCH IS EQUAL TO 'Y'
             IF (FE-SCOPE-TYPE(FIELD-INDEX) IS EQUAL TO 'Q'
                 AND FE-SCOPE-NAME(FIELD-INDEX) IS EQUAL TO
                     MATCH-QUEUE)
             OR (FE-SCOPE-TYPE(FIELD-INDEX) IS EQUAL TO 'F'
                 AND (MATCH-FORMAT IS EQUAL TO SPACES
                   OR FE-SCOPE-NAME(FIELD-INDEX)(1:8)
                      IS EQUAL TO MATCH-FORMAT))
               COMPUTE FIELD-END-POSITION =
                   FE-FIELD-OFFSET(FIELD-INDEX)
                   + FE-FIELD-LENGTH(FIELD-INDEX) - 1
               IF FIELD-END-POSITION IS GREATER THAN
                   MATCH-DATA-LENGTH
                 MOVE MATCH-DATA-LENGTH TO FIELD-END-POSITION
               END-IF
               COMPUTE FIELD-TAIL-POSITION =
                   FE-FIELD-OFFSET(FIELD-INDEX)
                   + PARM-CUSTOMER-LENGTH
               IF FIELD-TAIL-POSITION - 1 IS NOT GREATER THAN
                   FIELD-END-POSITION
                 IF PAYLOAD-AREA(FE-FIELD-OFFSET(FIELD-INDEX):
                     PARM-CUSTOMER-LENGTH) IS EQUAL TO
                     PARM-CUSTOMER-ID(1:PARM-CUSTOMER-LENGTH)
                   MOVE 'Y' TO MATCH-SWITCH
                   IF FIELD-TAIL-POSITION IS NOT GREATER THAN
                       FIELD-END-POSITION
                     IF PAYLOAD-AREA(FIELD-TAIL-POSITION:
                         FIELD-END-POSITION - FIELD-TAIL-POSITION
                         + 1) IS NOT EQUAL TO SPACES
                       MOVE 'N' TO MATCH-SWITCH
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   A record holding the customer: refuse it under an active   *
      *   hold, otherwise erase it (ERASE mode) or just list it, and *
      *   certify what was done                                      *
      *                                                              *
      ****************************************************************
       JUDGEHIT.
           ADD 1 TO FOUND-COUNT.
           MOVE 'N' TO RECORD-ERASED-SWITCH.
           PERFORM HOLDCHK.
           MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
           MOVE RUN-TIMESTAMP TO ERC-TIMESTAMP.
           MOVE PARM-REFERENCE TO ERC-REFERENCE.
           MOVE CURRENT-FILE-NAME TO ERC-FILE-NAME.
           MOVE RECORD-NUMBER TO ERC-RECORD-NUMBER.
           MOVE MATCH-QUEUE TO ERC-QUEUE-NAME.
           MOVE MATCH-DATE TO ERC-DATE.
           PERFORM MSGIDHEX.
           MOVE MSGID-HEX TO ERC-DETAIL.
           IF HOLD-MATCH-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO HELD-COUNT
             MOVE 'HELD' TO ERC-ACTION
             MOVE HOLD-MATCH-REF TO ERC-HOLD-REF
             DISPLAY CURRENT-FILE-NAME ' record ' RECORD-NUMBER
                 ' REFUSED - under legal hold ' HOLD-MATCH-REF
           ELSE
             IF PARM-RUN-MODE IS EQUAL TO 'ERASE'
               ADD 1 TO ERASED-COUNT
               ADD 1 TO FILE-ERASED-COUNT
               MOVE 'Y' TO RECORD-ERASED-SWITCH
               MOVE 'ERASED' TO ERC-ACTION
             ELSE
               MOVE 'FOUND' TO ERC-ACTION
             END-IF
           END-IF.
           WRITE ERASURE-CERTIFICATE-RECORD.

      ****************************************************************
      *                                                              *
      *   Does an active hold cover the record?  The record's queue  *
      *   must start with the hold's pattern and its date must fall  *
      *   inside the hold's range                                    *
      *                                                              *
      ****************************************************************
       HOLDCHK.
           MOVE 'N' TO HOLD-MATCH-SWITCH.
           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > HOLD-COUNT
               OR HOLD-MATCH-SWITCH IS EQUAL TO 'Y'
             IF MATCH-DATE IS NOT LESS THAN HT-FROM-DATE(HOLD-INDEX)
             AND MATCH-DATE IS NOT GREATER THAN
                 HT-TO-DATE(HOLD-INDEX)
      **       a bare '*' trims to length zero and covers every
      **       queue in the date range
               IF HT-PATTERN-LENGTH(HOLD-INDEX) IS EQUAL TO 0
                 MOVE 'Y' TO HOLD-MATCH-SWITCH
               ELSE
                 IF MATCH-QUEUE(1:HT-PATTERN-LENGTH(HOLD-INDEX))
                     IS EQUAL TO HT-QUEUE-PATTERN(HOLD-INDEX)
                     (1:HT-PATTERN-LENGTH(HOLD-INDEX))
                   MOVE 'Y' TO HOLD-MATCH-SWITCH
                 END-IF
               END-IF
               IF HOLD-MATCH-SWITCH IS EQUAL TO 'Y'
                 MOVE HT-HOLD-REF(HOLD-INDEX) TO HOLD-MATCH-REF
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The chain a rewritten record must carry: the running value *
      *   times 31 plus the record's byte sum, reduced against the   *
      *   nine-digit prime - exactly what the writers compute        *
      *                                                              *
      ****************************************************************
       CHAINCLC.
           MOVE RUNNING-CHAIN TO CHAIN-ACCUMULATOR.
           PERFORM VARYING CHAIN-POSITION FROM 1 BY 1
               UNTIL CHAIN-POSITION IS GREATER THAN CONTENT-LENGTH
             MOVE AUDIT-RECORD(CHAIN-POSITION:1)
               TO CHAIN-BYTE-AREA
             COMPUTE CHAIN-ACCUMULATOR = CHAIN-ACCUMULATOR * 31
                 + CHAIN-BYTE-VALUE
             DIVIDE CHAIN-ACCUMULATOR BY 999999937
               GIVING CHAIN-QUOTIENT
               REMAINDER CHAIN-ACCUMULATOR
           END-PERFORM.
           MOVE CHAIN-ACCUMULATOR TO RUNNING-CHAIN.

      ****************************************************************
      *                                                              *
      *   May the listed generation be skipped whole?  Only when the *
      *   field is scoped to queues alone, its name carries a date,  *
      *   the index provably covers the window from the previous     *
      *   listed generation's date up to it, and the index archived  *
      *   nothing for those queues inside that window                *
      *                                                              *
      ****************************************************************
       PRUNECHK.
           MOVE 'N' TO PRUNE-SWITCH.
           PERFORM GENDATE.
           IF GEN-DATE-VALID-SWITCH IS EQUAL TO 'Y'
           AND INDEX-ON-HAND-SWITCH IS EQUAL TO 'Y'
           AND PREVIOUS-GEN-DATE IS NOT LESS THAN
               INDEX-EARLIEST-DATE
             MOVE 'N' TO GEN-HAS-CANDIDATE-SWITCH
             PERFORM VARYING CANDIDATE-INDEX FROM 1 BY 1
                 UNTIL CANDIDATE-INDEX > CANDIDATE-COUNT
               IF CA-ARCHIVED-DATE(CANDIDATE-INDEX)
                   IS GREATER THAN PREVIOUS-GEN-DATE
               AND CA-ARCHIVED-DATE(CANDIDATE-INDEX)
                   IS NOT GREATER THAN GEN-DATE
                 MOVE 'Y' TO GEN-HAS-CANDIDATE-SWITCH
                 MOVE CANDIDATE-COUNT TO CANDIDATE-INDEX
               END-IF
             END-PERFORM
             IF GEN-HAS-CANDIDATE-SWITCH IS NOT EQUAL TO 'Y'
               MOVE 'Y' TO PRUNE-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The date a generation's name carries: the eight digits     *
      *   after its last '.'                                         *
      *                                                              *
      ****************************************************************
       GENDATE.
           MOVE 'N' TO GEN-DATE-VALID-SWITCH.
           MOVE SPACES TO GEN-DATE.
      **   a date filling the name to its last byte has no trailing
      **   space to test for
           IF ARCHIVE-FILE-NAME(22:1) IS EQUAL TO '.'
           AND ARCHIVE-FILE-NAME(23:8) IS NUMERIC
             MOVE ARCHIVE-FILE-NAME(23:8) TO GEN-DATE
             MOVE 'Y' TO GEN-DATE-VALID-SWITCH
           ELSE
             PERFORM VARYING NAME-SCAN-POSITION FROM 21 BY -1
                 UNTIL NAME-SCAN-POSITION IS EQUAL TO 0
               IF ARCHIVE-FILE-NAME(NAME-SCAN-POSITION:1)
                   IS EQUAL TO '.'
               AND ARCHIVE-FILE-NAME
                   (NAME-SCAN-POSITION + 1:8) IS NUMERIC
               AND ARCHIVE-FILE-NAME
                   (NAME-SCAN-POSITION + 9:1) IS EQUAL TO SPACE
                 MOVE ARCHIVE-FILE-NAME(NAME-SCAN-POSITION + 1:8)
                   TO GEN-DATE
                 MOVE 'Y' TO GEN-DATE-VALID-SWITCH
      **         the step down from 1 to 0 ends the scan
                 MOVE 1 TO NAME-SCAN-POSITION
               END-IF
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   Convert MATCH-MSGID to 48 hexadecimal characters           *
      *                                                              *
      ****************************************************************
       MSGIDHEX.
           MOVE SPACES TO MSGID-HEX.
           PERFORM VARYING HEX-INDEX FROM 1 BY 1
               UNTIL HEX-INDEX > 24
             MOVE MATCH-MSGID(HEX-INDEX:1) TO HEX-BYTE-AREA
             DIVIDE HEX-BYTE-VALUE BY 16 GIVING HEX-HIGH
               REMAINDER HEX-LOW
             MOVE HEX-DIGITS(HEX-HIGH + 1:1)
               TO MSGID-HEX(HEX-INDEX * 2 - 1:1)
             MOVE HEX-DIGITS(HEX-LOW + 1:1)
               TO MSGID-HEX(HEX-INDEX * 2:1)
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The certificate's opening line: what was asked, by whom    *
      *                                                              *
      ****************************************************************
       CERTHEAD.
           MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
           MOVE RUN-TIMESTAMP TO ERC-TIMESTAMP.
           MOVE PARM-REFERENCE TO ERC-REFERENCE.
           MOVE 'REQUEST' TO ERC-ACTION.
           MOVE PARM-FIELD-NAME TO ERC-FILE-NAME.
           MOVE 0 TO ERC-RECORD-NUMBER.
           STRING PARM-RUN-MODE ' run by ' ROL-USER-ID
                  DELIMITED BY SIZE
             INTO ERC-DETAIL.
           WRITE ERASURE-CERTIFICATE-RECORD.

      ****************************************************************
      *                                                              *
      *   The certificate's closing line: the totals                 *
      *                                                              *
      ****************************************************************
       CERTTAIL.
           MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
           MOVE RUN-TIMESTAMP TO ERC-TIMESTAMP.
           MOVE PARM-REFERENCE TO ERC-REFERENCE.
           MOVE 'COMPLETE' TO ERC-ACTION.
           MOVE PARM-FIELD-NAME TO ERC-FILE-NAME.
           MOVE FOUND-COUNT TO ERC-RECORD-NUMBER.
           STRING 'found, erased ' ERASED-COUNT ' held ' HELD-COUNT
                  ' files ' FILES-REWRITTEN-COUNT
                  DELIMITED BY SIZE
             INTO ERC-DETAIL.
           WRITE ERASURE-CERTIFICATE-RECORD.

      ****************************************************************
      *                                                              *
      *   Load every dictionary entry of the field asked for.  An    *
      *   entry narrower than the identifier can never hold it and   *
      *   is passed over                                             *
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
                     PARM-CUSTOMER-LENGTH
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
                     IF DCT-SCOPE-TYPE IS EQUAL TO 'F'
                       MOVE 'Y' TO FORMAT-SCOPED-SWITCH
                     END-IF
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
      *   Find GBRAUDIT.DAT's chain column in the chain control file *
      *   - not listed means the file is not chained                 *
      *                                                              *
      ****************************************************************
       LOADTEV.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHAIN-CONTROL.
           IF CHAIN-CONTROL-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHAIN-CONTROL
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF TVC-FILE-NAME IS EQUAL TO 'GBRAUDIT.DAT'
                 AND TVC-CHAIN-COLUMN IS NUMERIC
                 AND TVC-CHAIN-COLUMN IS GREATER THAN 2
                 AND TVC-CHAIN-COLUMN IS NOT GREATER THAN 192
                   MOVE TVC-CHAIN-COLUMN TO AUDIT-CHAIN-COLUMN
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 END-IF
             END-READ
           END-PERFORM.
           IF CHAIN-CONTROL-STATUS IS EQUAL TO '00'
           OR CHAIN-CONTROL-STATUS IS EQUAL TO '10'
             CLOSE CHAIN-CONTROL
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the archived dates of the index rows for the field's  *
      *   queues.  A format-scoped field cannot be pruned - the      *
      *   index carries no format - so then nothing is loaded and    *
      *   every generation is read                                   *
      *                                                              *
      ****************************************************************
       LOADIDX.
           IF FORMAT-SCOPED-SWITCH IS EQUAL TO 'Y'
             DISPLAY 'field ' PARM-FIELD-NAME ' is scoped by format '
                 '- every generation will be read'
           ELSE
             MOVE 'N' TO END-OF-FILE-SWITCH
             OPEN INPUT ARCHIVE-INDEX
             IF ARCHIVE-INDEX-STATUS IS NOT EQUAL TO '00'
               MOVE 'Y' TO END-OF-FILE-SWITCH
               DISPLAY 'no ARCHIDX.DAT on hand - every generation '
                   'will be read'
             ELSE
               MOVE 'Y' TO INDEX-ON-HAND-SWITCH
             END-IF
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ ARCHIVE-INDEX
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   IF IDX-ARCHIVED-DATE IS LESS THAN
                       INDEX-EARLIEST-DATE
                     MOVE IDX-ARCHIVED-DATE TO INDEX-EARLIEST-DATE
                   END-IF
                   MOVE IDX-QUEUE-NAME TO MATCH-QUEUE
                   PERFORM IDXQCHK
               END-READ
             END-PERFORM
             IF ARCHIVE-INDEX-STATUS IS EQUAL TO '00'
             OR ARCHIVE-INDEX-STATUS IS EQUAL TO '10'
               CLOSE ARCHIVE-INDEX
             END-IF
             IF CANDIDATE-OVERFLOW-SWITCH IS EQUAL TO 'Y'
      **       with the candidate table overflowed the prune can no
      **       longer say "nothing in this window" safely
               DISPLAY 'candidate table full - no generations will '
                   'be pruned'
               MOVE 'N' TO INDEX-ON-HAND-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Keep the index row's archived date when its queue is one   *
      *   the field is laid out on                                   *
      *                                                              *
      ****************************************************************
       IDXQCHK.
           PERFORM VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT
             IF FE-SCOPE-NAME(FIELD-INDEX) IS EQUAL TO MATCH-QUEUE
               IF CANDIDATE-COUNT IS LESS THAN 5000
                 ADD 1 TO CANDIDATE-COUNT
                 MOVE IDX-ARCHIVED-DATE
                   TO CA-ARCHIVED-DATE(CANDIDATE-COUNT)
               ELSE
                 MOVE 'Y' TO CANDIDATE-OVERFLOW-SWITCH
               END-IF
               MOVE FIELD-COUNT TO FIELD-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      * END OF AMQ0ERS0                                              *
      *                                                              *
      ****************************************************************
