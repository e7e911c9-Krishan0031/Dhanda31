       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0ACN0                                       *
      *                                                              *
      * Description: Monthly consolidation of the daily PRGARCH.DAT  *
      *              archive generations, with the archive index     *
      *              rebuilt                                         *
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
      *   AMQ0ACN0 keeps the archive from turning into hundreds of   *
      *   small files.  Once a month it merges that month's daily    *
      *   generations - the dated names listed in ASRGENS.DAT - into *
      *   one monthly generation:                                    *
      *                                                              *
      *      -- the monthly generation is PRGARCH.MTH.<YYYYMMDD>,    *
      *         dated with the last daily generation merged into it, *
      *         so AMQ0ASR0's date-window prune still holds: it      *
      *         covers exactly the windows of the dailies it         *
      *         replaces                                             *
      *                                                              *
      *      -- a message archived twice (same MSGID on the same     *
      *         queue) is kept once - the first copy met, reading    *
      *         the dailies in date order - and the duplicate is     *
      *         dropped.  The keys seen are held in the keyed work   *
      *         file ACNKEYS.DAT rather than a table, so a month of  *
      *         any size is handled                                  *
      *                                                              *
      *      -- a daily generation holding any record an active      *
      *         hold in LGLHOLD.DAT covers (queue pattern and date   *
      *         range, as AMQ0TDP0 matches them) is left exactly as  *
      *         it is: not merged, not retired, still listed         *
      *                                                              *
      *      -- the merge is proved before anything is retired: the  *
      *         monthly generation is read back and its record count *
      *         and hash total must equal the dailies' count and     *
      *         hash total less the duplicates dropped.  A merge     *
      *         that does not prove leaves the dailies, the list,    *
      *         the index and the log as they were, and its monthly  *
      *         generation is removed                                *
      *                                                              *
      *      -- once proved, the ARCHIDX.DAT rows of the merged      *
      *         messages are replaced by one row per message kept,   *
      *         stamped with the monthly generation's date;          *
      *         ASRGENS.DAT lists the monthly generation in place of *
      *         the dailies; and each merged daily is retired -      *
      *         emptied, ready for removal                           *
      *                                                              *
      *      -- every record of a proved merge, kept or dropped, is  *
      *         written to the consolidation log ACNLOG.DAT with     *
      *         the daily generation it came from, so AMQ0TRC0 can   *
      *         still say where a message was originally archived.   *
      *         The run's generations, proof and index figures go to *
      *         ACNRPT.DAT                                           *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the month, load the active holds and the      *
      *         generation list                                      *
      *         refuse each of the month's dailies a hold covers     *
      *         merge the rest through the key file into a work file *
      *         copy the work file to the monthly generation and     *
      *         prove it                                             *
      *         rebuild the index, rewrite the generation list and   *
      *         retire the dailies                                   *
      *         DISPLAY a one-line summary                           *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0ACN0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  month to consolidate, YYYYMM (default the previous   *
      *         month; the current month is refused)                 *
      *   Return code 1 when the merge does not prove                *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0ACN0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the legal-hold register litigation support maintains
           SELECT HOLD-REGISTER ASSIGN TO 'LGLHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HOLD-REGISTER-STATUS.

      ** the archive generations, one file name per line in
      ** ascending date order - the list AMQ0ASR0 searches
           SELECT GENERATION-LIST ASSIGN TO 'ASRGENS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GENERATION-LIST-STATUS.

      ** work file holding the list while it is rewritten
           SELECT GENERATION-WORK-FILE ASSIGN TO 'ACNGENW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GENERATION-WORK-STATUS.

      ** the generation being read - record-sequential, identical
      ** variable-length layout to AMQ0PRG0's ARCHIVE-RECORD
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ARCHIVE-FILE-STATUS.

      ** work file the merge is written to before it is proved
           SELECT MERGE-WORK-FILE ASSIGN TO 'ACNTEMP.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS MERGE-WORK-STATUS.

      ** every MSGID and queue merged so far, keyed, so a duplicate
      ** is found with one read however large the month
           SELECT MERGE-KEY-FILE ASSIGN TO 'ACNKEYS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MKY-KEY
             FILE STATUS IS MERGE-KEY-STATUS.

      ** the metadata index AMQ0PRG0 appends as archives are taken
           SELECT ARCHIVE-INDEX ASSIGN TO 'ARCHIDX.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-INDEX-STATUS.

      ** work file holding the index while it is rebuilt
           SELECT INDEX-WORK-FILE ASSIGN TO 'ACNIDXW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INDEX-WORK-STATUS.

      ** the log lines for the merge, held until it is proved
           SELECT LOG-WORK-FILE ASSIGN TO 'ACNLOGW.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LOG-WORK-STATUS.

      ** the consolidation log - record-sequential for the same
      ** reason as QRNLOG.DAT: the record carries the raw MSGID
           SELECT CONSOLIDATION-LOG ASSIGN TO 'ACNLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CONSOLIDATION-LOG-STATUS.

      ** the run report
           SELECT CONSOLIDATION-REPORT ASSIGN TO 'ACNRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONSOLIDATION-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  GENERATION-LIST.
       01 GENERATION-LIST-RECORD       PIC X(30).

       FD  GENERATION-WORK-FILE.
       01 GENERATION-WORK-RECORD       PIC X(30).

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

       FD  MERGE-WORK-FILE
           RECORD IS VARYING IN SIZE FROM 197 TO 32197 CHARACTERS
             DEPENDING ON MERGE-WORK-LENGTH.
       01 MERGE-WORK-RECORD            PIC X(32197).

       FD  MERGE-KEY-FILE.
       01 MERGE-KEY-RECORD.
          05 MKY-KEY.
             10 MKY-MSGID              PIC X(24).
             10 MKY-QUEUE-NAME         PIC X(48).
          05 MKY-DAILY-GEN             PIC X(30).

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
           05 IDX-PRIORITY             PIC 9(2).
           05 FILLER                   PIC X.
           05 IDX-MSGID                PIC X(24).

       FD  INDEX-WORK-FILE.
       01 INDEX-WORK-RECORD            PIC X(103).

       FD  CONSOLIDATION-LOG.
       01 CONSOLIDATION-LOG-RECORD.
          05 ACN-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 ACN-ACTION                PIC X(8).
          05 FILLER                    PIC X.
          05 ACN-MONTHLY-GEN           PIC X(30).
          05 FILLER                    PIC X.
          05 ACN-DAILY-GEN             PIC X(30).
          05 FILLER                    PIC X.
          05 ACN-RECORD-NUMBER         PIC 9(9).
          05 FILLER                    PIC X.
          05 ACN-MSGID                 PIC X(24).
          05 FILLER                    PIC X.
          05 ACN-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 ACN-PUTDATE               PIC X(8).
          05 FILLER                    PIC X.
          05 ACN-PUTTIME               PIC X(8).

       FD  LOG-WORK-FILE.
       01 LOG-WORK-RECORD              PIC X(190).

       FD  CONSOLIDATION-REPORT.
       01 CONSOLIDATION-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01 HOLD-REGISTER-STATUS       PIC XX VALUE '00'.
       01 GENERATION-LIST-STATUS     PIC XX VALUE '00'.
       01 GENERATION-WORK-STATUS     PIC XX VALUE '00'.
       01 ARCHIVE-FILE-STATUS        PIC XX VALUE '00'.
       01 MERGE-WORK-STATUS          PIC XX VALUE '00'.
       01 MERGE-KEY-STATUS           PIC XX VALUE '00'.
       01 ARCHIVE-INDEX-STATUS       PIC XX VALUE '00'.
       01 INDEX-WORK-STATUS          PIC XX VALUE '00'.
       01 LOG-WORK-STATUS            PIC XX VALUE '00'.
       01 CONSOLIDATION-LOG-STATUS   PIC XX VALUE '00'.
       01 CONSOLIDATION-REPORT-STATUS PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-WORK-SWITCH         PIC X VALUE 'N'.

       01 ARCHIVE-FILE-NAME          PIC X(30) VALUE SPACES.
       01 ARCHIVE-RECORD-LENGTH      PIC 9(5).
       01 MERGE-WORK-LENGTH          PIC 9(5).
       01 MONTHLY-GEN-NAME           PIC X(30) VALUE SPACES.
       01 MONTHLY-GEN-DATE           PIC X(8) VALUE SPACES.

      ** job parameter, and the month it defaults from
       01 PARM-MONTH                 PIC X(6) VALUE SPACES.
       01 CURRENT-MONTH              PIC X(6).
       01 MONTH-YEAR                 PIC 9(4).
       01 MONTH-MONTH                PIC 9(2).

      ** the generation list, each entry with the window of archived
      ** dates it covers - after the previous dated entry, up to its
      ** own date - and what this run does with it
       01 GENERATION-TABLE.
          02 GENERATION-ENTRY OCCURS 1000 TIMES.
             05 GT-NAME               PIC X(30).
             05 GT-DATE               PIC X(8).
             05 GT-DATE-VALID         PIC X.
             05 GT-WINDOW-FROM        PIC X(8).
      **     M merge, H held, N not on hand, space not this month's
             05 GT-STATE              PIC X.
             05 GT-HOLD-REF           PIC X(12).
             05 GT-RECORD-COUNT       PIC 9(9).
             05 GT-DUPLICATE-COUNT    PIC 9(9).
       01 GENERATION-COUNT           PIC S9(9) BINARY VALUE 0.
       01 GENERATION-INDEX           PIC S9(9) BINARY.
       01 LAST-MERGE-INDEX           PIC S9(9) BINARY VALUE 0.
       01 MERGE-GEN-COUNT            PIC 9(5) VALUE 0.
       01 HELD-GEN-COUNT             PIC 9(5) VALUE 0.
       01 PREVIOUS-GEN-DATE          PIC X(8) VALUE '00000000'.
       01 GEN-DATE                   PIC X(8).
       01 GEN-DATE-VALID-SWITCH      PIC X.
       01 NAME-SCAN-POSITION         PIC S9(9) BINARY.

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

      ** the record hash - the chain arithmetic the tamper-evident
      ** files use, taken over one record alone
       01 HASH-BYTE-AREA             PIC X(1).
       01 HASH-BYTE-VALUE REDEFINES HASH-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 HASH-ACCUMULATOR           PIC S9(18) BINARY.
       01 HASH-QUOTIENT              PIC S9(18) BINARY.
       01 HASH-POSITION              PIC S9(9) BINARY.
       01 RECORD-HASH                PIC 9(9).

      ** the proof: what went in, what was dropped, what came out
       01 INPUT-RECORD-COUNT         PIC 9(9) VALUE 0.
       01 INPUT-HASH-TOTAL           PIC 9(18) VALUE 0.
       01 DUPLICATE-RECORD-COUNT     PIC 9(9) VALUE 0.
       01 DUPLICATE-HASH-TOTAL       PIC 9(18) VALUE 0.
       01 EXPECTED-RECORD-COUNT      PIC 9(9) VALUE 0.
       01 EXPECTED-HASH-TOTAL        PIC 9(18) VALUE 0.
       01 OUTPUT-RECORD-COUNT        PIC 9(9) VALUE 0.
       01 OUTPUT-HASH-TOTAL          PIC 9(18) VALUE 0.
       01 MERGE-PROVED-SWITCH        PIC X VALUE 'N'.

       01 DUPLICATE-SWITCH           PIC X.
       01 KEY-FOUND-SWITCH           PIC X.
       01 KEY-FILE-OPEN-SWITCH       PIC X VALUE 'N'.
       01 MONTHLY-MERGED-SWITCH      PIC X.
       01 IN-MERGED-WINDOW-SWITCH    PIC X.
       01 RECORD-NUMBER              PIC 9(9).
       01 INDEX-KEPT-COUNT           PIC 9(9) VALUE 0.
       01 INDEX-DROPPED-COUNT        PIC 9(9) VALUE 0.
       01 INDEX-ADDED-COUNT          PIC 9(9) VALUE 0.
       01 RETIRED-COUNT              PIC 9(5) VALUE 0.

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).
       01 NUMBER-DISPLAY             PIC Z(8)9.
       01 HASH-DISPLAY               PIC Z(17)9.
       01 REPORT-LINE                PIC X(132).
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0ACN0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0ACN0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).

           PERFORM GETPARMS.

           OPEN OUTPUT CONSOLIDATION-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Archive consolidation for ' PARM-MONTH
                  ' run ' RUN-TIMESTAMP
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE CONSOLIDATION-REPORT-RECORD FROM REPORT-LINE.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADHOLD
             PERFORM LOADGENS
             PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
                 UNTIL GENERATION-INDEX > GENERATION-COUNT
               IF GT-STATE(GENERATION-INDEX) IS EQUAL TO 'M'
                 PERFORM HELDGEN
               END-IF
             END-PERFORM
             PERFORM GENRPT
             IF MERGE-GEN-COUNT IS LESS THAN 2
               DISPLAY 'fewer than two daily generations of '
                   PARM-MONTH ' to merge - nothing done'
               MOVE 'NOTHING TO MERGE' TO OUTCOME-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Merge the month's dailies in list order through the key    *
      *   file into the work file, then copy the work file to the    *
      *   monthly generation and prove it                            *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE GT-DATE(LAST-MERGE-INDEX) TO MONTHLY-GEN-DATE
             MOVE SPACES TO MONTHLY-GEN-NAME
             STRING 'PRGARCH.MTH.' MONTHLY-GEN-DATE
                    DELIMITED BY SIZE
               INTO MONTHLY-GEN-NAME
             OPEN OUTPUT MERGE-KEY-FILE
             MOVE 'Y' TO KEY-FILE-OPEN-SWITCH
             OPEN OUTPUT MERGE-WORK-FILE
             OPEN OUTPUT LOG-WORK-FILE
             PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
                 UNTIL GENERATION-INDEX > GENERATION-COUNT
               IF GT-STATE(GENERATION-INDEX) IS EQUAL TO 'M'
                 PERFORM MERGEGEN
               END-IF
             END-PERFORM
             CLOSE LOG-WORK-FILE
             CLOSE MERGE-WORK-FILE
             CLOSE MERGE-KEY-FILE
             MOVE 'N' TO KEY-FILE-OPEN-SWITCH

             PERFORM COPYMON
             PERFORM PROVE
             PERFORM PROOFRPT
             IF MERGE-PROVED-SWITCH IS NOT EQUAL TO 'Y'
               PERFORM DROPMON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Only a proved merge may log its lineage or change the      *
      *   index, the list and the dailies.  The key file is read     *
      *   back to drop the merged dailies' index rows; a key file    *
      *   that cannot be read leaves the index, the list and the     *
      *   dailies as they were                                       *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             OPEN INPUT MERGE-KEY-FILE
             IF MERGE-KEY-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ACNKEYS.DAT not opened for input, file '
                   'status ' MERGE-KEY-STATUS
               MOVE 'KEY FILE ERROR' TO OUTCOME-TEXT
             ELSE
               MOVE 'Y' TO KEY-FILE-OPEN-SWITCH
             END-IF
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOGCOPY
             PERFORM REBUILDX
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM REGENS
             PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
                 UNTIL GENERATION-INDEX > GENERATION-COUNT
               IF GT-STATE(GENERATION-INDEX) IS EQUAL TO 'M'
                 PERFORM RETIRE
               END-IF
             END-PERFORM

             MOVE SPACES TO REPORT-LINE
             STRING 'Index: ' DELIMITED BY SIZE
               INTO REPORT-LINE
             MOVE INDEX-KEPT-COUNT TO NUMBER-DISPLAY
             MOVE NUMBER-DISPLAY TO REPORT-LINE(8:9)
             MOVE ' rows kept,' TO REPORT-LINE(17:11)
             MOVE INDEX-DROPPED-COUNT TO NUMBER-DISPLAY
             MOVE NUMBER-DISPLAY TO REPORT-LINE(28:9)
             MOVE ' rows of the dailies dropped,' TO REPORT-LINE(37:29)
             MOVE INDEX-ADDED-COUNT TO NUMBER-DISPLAY
             MOVE NUMBER-DISPLAY TO REPORT-LINE(66:9)
             MOVE ' rows added for ' TO REPORT-LINE(75:16)
             MOVE MONTHLY-GEN-NAME TO REPORT-LINE(91:30)
             WRITE CONSOLIDATION-REPORT-RECORD FROM REPORT-LINE

             DISPLAY MERGE-GEN-COUNT ' daily generations merged into '
                 MONTHLY-GEN-NAME
             DISPLAY '   ' OUTPUT-RECORD-COUNT ' records kept, '
                 DUPLICATE-RECORD-COUNT ' duplicates dropped, '
                 HELD-GEN-COUNT ' generations left under legal hold, '
                 RETIRED-COUNT ' retired'
           END-IF.
           IF KEY-FILE-OPEN-SWITCH IS EQUAL TO 'Y'
             CLOSE MERGE-KEY-FILE
             MOVE 'N' TO KEY-FILE-OPEN-SWITCH
           END-IF.
           CLOSE CONSOLIDATION-REPORT.

      ** indicate that sample program has finished - a month with
      ** nothing to merge is not a failure
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           OR OUTCOME-TEXT IS EQUAL TO 'NOTHING TO MERGE'
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE OUTPUT-RECORD-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0ACN0 end'.
           IF RLG-STATUS IS EQUAL TO 'END-OK'
             MOVE ZERO TO RETURN-CODE
           ELSE
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read and check the month; default it to the one before     *
      *   the current month, and refuse the current month or later - *
      *   its dailies are still being rolled                         *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MONTH FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-MONTH
           END-ACCEPT.
           MOVE WS-DATE(1:6) TO CURRENT-MONTH.
           IF PARM-MONTH IS EQUAL TO SPACES
             MOVE WS-DATE(1:4) TO MONTH-YEAR
             MOVE WS-DATE(5:2) TO MONTH-MONTH
             IF MONTH-MONTH IS LESS THAN 2
               SUBTRACT 1 FROM MONTH-YEAR
               MOVE 12 TO MONTH-MONTH
             ELSE
               SUBTRACT 1 FROM MONTH-MONTH
             END-IF
             MOVE MONTH-YEAR TO PARM-MONTH(1:4)
             MOVE MONTH-MONTH TO PARM-MONTH(5:2)
           END-IF.
           IF PARM-MONTH IS NOT NUMERIC
           OR PARM-MONTH(5:2) IS LESS THAN '01'
           OR PARM-MONTH(5:2) IS GREATER THAN '12'
             DISPLAY 'month must be YYYYMM, not ' PARM-MONTH
             MOVE 'BAD MONTH' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-MONTH IS NOT LESS THAN CURRENT-MONTH
             DISPLAY 'month ' PARM-MONTH ' is not over yet - '
                 'its dailies are still being rolled'
             MOVE 'MONTH NOT OVER' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the generation list with each entry's date window,    *
      *   marking the month's dated dailies for the merge            *
      *                                                              *
      ****************************************************************
       LOADGENS.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT GENERATION-LIST.
           IF GENERATION-LIST-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no ASRGENS.DAT on hand - no generations listed'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ GENERATION-LIST
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF GENERATION-LIST-RECORD IS NOT EQUAL TO SPACES
                   IF GENERATION-COUNT IS LESS THAN 1000
                     ADD 1 TO GENERATION-COUNT
                     MOVE GENERATION-LIST-RECORD TO ARCHIVE-FILE-NAME
                     PERFORM GENDATE
                     MOVE ARCHIVE-FILE-NAME
                       TO GT-NAME(GENERATION-COUNT)
                     MOVE GEN-DATE TO GT-DATE(GENERATION-COUNT)
                     MOVE GEN-DATE-VALID-SWITCH
                       TO GT-DATE-VALID(GENERATION-COUNT)
                     MOVE PREVIOUS-GEN-DATE
                       TO GT-WINDOW-FROM(GENERATION-COUNT)
                     MOVE SPACE TO GT-STATE(GENERATION-COUNT)
                     MOVE SPACES TO GT-HOLD-REF(GENERATION-COUNT)
                     MOVE 0 TO GT-RECORD-COUNT(GENERATION-COUNT)
                     MOVE 0 TO GT-DUPLICATE-COUNT(GENERATION-COUNT)
                     IF GEN-DATE-VALID-SWITCH IS EQUAL TO 'Y'
                       MOVE GEN-DATE TO PREVIOUS-GEN-DATE
                       IF GEN-DATE(1:6) IS EQUAL TO PARM-MONTH
                         MOVE 'M' TO GT-STATE(GENERATION-COUNT)
                       END-IF
                     END-IF
                   ELSE
                     DISPLAY 'generation table full - '
                         GENERATION-LIST-RECORD ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF GENERATION-LIST-STATUS IS EQUAL TO '00'
           OR GENERATION-LIST-STATUS IS EQUAL TO '10'
             CLOSE GENERATION-LIST
           END-IF.

      ****************************************************************
      *                                                              *
      *   Read one of the month's dailies against the active holds.  *
      *   One held record keeps the whole generation out of the      *
      *   merge; a daily not on hand is left out too                 *
      *                                                              *
      ****************************************************************
       HELDGEN.
           MOVE GT-NAME(GENERATION-INDEX) TO ARCHIVE-FILE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'generation ' ARCHIVE-FILE-NAME
                 ' not on hand (file status ' ARCHIVE-FILE-STATUS
                 ') - left out'
             MOVE 'N' TO GT-STATE(GENERATION-INDEX)
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
               MOVE 'H' TO GT-STATE(GENERATION-INDEX)
               MOVE HOLD-MATCH-REF TO GT-HOLD-REF(GENERATION-INDEX)
               ADD 1 TO HELD-GEN-COUNT
               DISPLAY 'generation ' ARCHIVE-FILE-NAME
                   ' left untouched - under legal hold '
                   HOLD-MATCH-REF
             END-IF
           END-IF.
           IF GT-STATE(GENERATION-INDEX) IS EQUAL TO 'M'
             ADD 1 TO MERGE-GEN-COUNT
             MOVE GENERATION-INDEX TO LAST-MERGE-INDEX
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
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Merge one daily generation: every record is hashed into    *
      *   the input totals, then kept or dropped as a duplicate, and *
      *   staged for the log with the daily it came from             *
      *                                                              *
      ****************************************************************
       MERGEGEN.
           MOVE GT-NAME(GENERATION-INDEX) TO ARCHIVE-FILE-NAME.
           MOVE 0 TO RECORD-NUMBER.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ARCHIVE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO RECORD-NUMBER
                 PERFORM MERGE1
             END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           MOVE RECORD-NUMBER TO GT-RECORD-COUNT(GENERATION-INDEX).

      ****************************************************************
      *                                                              *
      *   Keep or drop one daily record                              *
      *                                                              *
      ****************************************************************
       MERGE1.
           PERFORM RECHASH.
           ADD 1 TO INPUT-RECORD-COUNT.
           ADD RECORD-HASH TO INPUT-HASH-TOTAL.
           PERFORM KEYADD.

           MOVE SPACES TO CONSOLIDATION-LOG-RECORD.
           MOVE RUN-TIMESTAMP TO ACN-TIMESTAMP.
           MOVE MONTHLY-GEN-NAME TO ACN-MONTHLY-GEN.
           MOVE ARCHIVE-FILE-NAME TO ACN-DAILY-GEN.
           MOVE RECORD-NUMBER TO ACN-RECORD-NUMBER.
           MOVE ARCHIVE-MSGID TO ACN-MSGID.
           MOVE ARCHIVE-QUEUE-NAME TO ACN-QUEUE-NAME.
           MOVE ARCHIVE-PUTDATE TO ACN-PUTDATE.
           MOVE ARCHIVE-PUTTIME TO ACN-PUTTIME.
           IF DUPLICATE-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO DUPLICATE-RECORD-COUNT
             ADD RECORD-HASH TO DUPLICATE-HASH-TOTAL
             ADD 1 TO GT-DUPLICATE-COUNT(GENERATION-INDEX)
             MOVE 'DROPPED' TO ACN-ACTION
           ELSE
             MOVE ARCHIVE-RECORD-LENGTH TO MERGE-WORK-LENGTH
             MOVE ARCHIVE-RECORD TO MERGE-WORK-RECORD
             WRITE MERGE-WORK-RECORD
             MOVE 'MERGED' TO ACN-ACTION
           END-IF.
           WRITE LOG-WORK-RECORD FROM CONSOLIDATION-LOG-RECORD.

      ****************************************************************
      *                                                              *
      *   Add the record's MSGID and queue to the key file; a key    *
      *   already there marks the record a duplicate                 *
      *                                                              *
      ****************************************************************
       KEYADD.
           MOVE 'N' TO DUPLICATE-SWITCH.
           MOVE ARCHIVE-MSGID TO MKY-MSGID.
           MOVE ARCHIVE-QUEUE-NAME TO MKY-QUEUE-NAME.
           MOVE ARCHIVE-FILE-NAME TO MKY-DAILY-GEN.
           WRITE MERGE-KEY-RECORD
             INVALID KEY
               MOVE 'Y' TO DUPLICATE-SWITCH
           END-WRITE.

      ****************************************************************
      *                                                              *
      *   Is the index row's MSGID and queue one the merge took in?  *
      *                                                              *
      ****************************************************************
       KEYFIND.
           MOVE IDX-MSGID TO MKY-MSGID.
           MOVE IDX-QUEUE-NAME TO MKY-QUEUE-NAME.
           MOVE 'N' TO KEY-FOUND-SWITCH.
           READ MERGE-KEY-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO KEY-FOUND-SWITCH
           END-READ.
      **   23 is simply not found; anything else is a failed read
           IF MERGE-KEY-STATUS IS NOT EQUAL TO '00'
           AND MERGE-KEY-STATUS IS NOT EQUAL TO '23'
             DISPLAY 'ACNKEYS.DAT read failed, file status '
                 MERGE-KEY-STATUS
             MOVE 'N' TO KEY-FOUND-SWITCH
             MOVE 'KEY FILE ERROR' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Hash the record just read over the bytes it really holds   *
      *                                                              *
      ****************************************************************
       RECHASH.
           MOVE 0 TO HASH-ACCUMULATOR.
           PERFORM VARYING HASH-POSITION FROM 1 BY 1
               UNTIL HASH-POSITION IS GREATER THAN
                   ARCHIVE-RECORD-LENGTH
             MOVE ARCHIVE-RECORD(HASH-POSITION:1) TO HASH-BYTE-AREA
             COMPUTE HASH-ACCUMULATOR = HASH-ACCUMULATOR * 31
                 + HASH-BYTE-VALUE
             DIVIDE HASH-ACCUMULATOR BY 999999937
               GIVING HASH-QUOTIENT
               REMAINDER HASH-ACCUMULATOR
           END-PERFORM.
           MOVE HASH-ACCUMULATOR TO RECORD-HASH.

      ****************************************************************
      *                                                              *
      *   Copy the merged work file to the monthly generation        *
      *                                                              *
      ****************************************************************
       COPYMON.
           MOVE MONTHLY-GEN-NAME TO ARCHIVE-FILE-NAME.
           OPEN INPUT MERGE-WORK-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           MOVE 'N' TO END-OF-WORK-SWITCH.
           PERFORM UNTIL END-OF-WORK-SWITCH IS EQUAL TO 'Y'
             READ MERGE-WORK-FILE
               AT END
                 MOVE 'Y' TO END-OF-WORK-SWITCH
               NOT AT END
                 MOVE MERGE-WORK-LENGTH TO ARCHIVE-RECORD-LENGTH
                 MOVE MERGE-WORK-RECORD TO ARCHIVE-RECORD
                 WRITE ARCHIVE-RECORD
             END-READ
           END-PERFORM.
           CLOSE MERGE-WORK-FILE.
           CLOSE ARCHIVE-FILE.

      ****************************************************************
      *                                                              *
      *   Read the monthly generation back: its count and hash total *
      *   must be the dailies' less the duplicates dropped           *
      *                                                              *
      ****************************************************************
       PROVE.
           COMPUTE EXPECTED-RECORD-COUNT =
               INPUT-RECORD-COUNT - DUPLICATE-RECORD-COUNT.
           COMPUTE EXPECTED-HASH-TOTAL =
               INPUT-HASH-TOTAL - DUPLICATE-HASH-TOTAL.
           MOVE MONTHLY-GEN-NAME TO ARCHIVE-FILE-NAME.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ARCHIVE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 PERFORM RECHASH
                 ADD 1 TO OUTPUT-RECORD-COUNT
                 ADD RECORD-HASH TO OUTPUT-HASH-TOTAL
             END-READ
           END-PERFORM.
           IF ARCHIVE-FILE-STATUS IS EQUAL TO '00'
           OR ARCHIVE-FILE-STATUS IS EQUAL TO '10'
             CLOSE ARCHIVE-FILE
           END-IF.
           IF OUTPUT-RECORD-COUNT IS EQUAL TO EXPECTED-RECORD-COUNT
           AND OUTPUT-HASH-TOTAL IS EQUAL TO EXPECTED-HASH-TOTAL
             MOVE 'Y' TO MERGE-PROVED-SWITCH
           ELSE
             DISPLAY MONTHLY-GEN-NAME ' does NOT prove - '
                 OUTPUT-RECORD-COUNT ' records read back, '
                 EXPECTED-RECORD-COUNT ' expected; the dailies '
                 'are left as they were'
             MOVE 'MERGE NOT PROVED' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Remove a monthly generation that did not prove.  One that  *
      *   is also among the dailies merged has been rewritten over   *
      *   its own input and is left for the operator, with the merge *
      *   still in ACNTEMP.DAT                                       *
      *                                                              *
      ****************************************************************
       DROPMON.
           MOVE 'N' TO MONTHLY-MERGED-SWITCH.
           PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
               UNTIL GENERATION-INDEX > GENERATION-COUNT
             IF GT-STATE(GENERATION-INDEX) IS EQUAL TO 'M'
             AND GT-NAME(GENERATION-INDEX) IS EQUAL TO
                 MONTHLY-GEN-NAME
               MOVE 'Y' TO MONTHLY-MERGED-SWITCH
             END-IF
           END-PERFORM.
           IF MONTHLY-MERGED-SWITCH IS EQUAL TO 'Y'
             DISPLAY MONTHLY-GEN-NAME ' was merged over itself and '
                 'is left in place - the merge is in ACNTEMP.DAT'
           ELSE
             CALL 'CBL_DELETE_FILE' USING MONTHLY-GEN-NAME
             DISPLAY MONTHLY-GEN-NAME ' removed'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append the staged lineage lines to the consolidation log   *
      *                                                              *
      ****************************************************************
       LOGCOPY.
           OPEN EXTEND CONSOLIDATION-LOG.
           IF CONSOLIDATION-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT CONSOLIDATION-LOG
           END-IF.
           OPEN INPUT LOG-WORK-FILE.
           MOVE 'N' TO END-OF-WORK-SWITCH.
           PERFORM UNTIL END-OF-WORK-SWITCH IS EQUAL TO 'Y'
             READ LOG-WORK-FILE
               AT END
                 MOVE 'Y' TO END-OF-WORK-SWITCH
               NOT AT END
                 WRITE CONSOLIDATION-LOG-RECORD FROM LOG-WORK-RECORD
             END-READ
           END-PERFORM.
           CLOSE LOG-WORK-FILE.
           CLOSE CONSOLIDATION-LOG.

      ****************************************************************
      *                                                              *
      *   Rebuild the index: a row inside a merged daily's window    *
      *   for a message the merge took in is replaced, every other   *
      *   row is kept; then one row per record of the monthly        *
      *   generation, stamped with its date                          *
      *                                                              *
      ****************************************************************
       REBUILDX.
           OPEN OUTPUT INDEX-WORK-FILE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ARCHIVE-INDEX.
           IF ARCHIVE-INDEX-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ARCHIVE-INDEX
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 PERFORM IDXWIN
                 MOVE 'N' TO KEY-FOUND-SWITCH
                 IF IN-MERGED-WINDOW-SWITCH IS EQUAL TO 'Y'
                   PERFORM KEYFIND
                 END-IF
                 IF OUTCOME-TEXT IS NOT EQUAL TO SPACES
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 END-IF
                 IF KEY-FOUND-SWITCH IS EQUAL TO 'Y'
                   ADD 1 TO INDEX-DROPPED-COUNT
                 ELSE
                   ADD 1 TO INDEX-KEPT-COUNT
                   WRITE INDEX-WORK-RECORD FROM ARCHIVE-INDEX-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           IF ARCHIVE-INDEX-STATUS IS EQUAL TO '00'
           OR ARCHIVE-INDEX-STATUS IS EQUAL TO '10'
             CLOSE ARCHIVE-INDEX
           END-IF.

      **   a failed key read leaves ARCHIVE-INDEX as it was
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM REBUILDM
           ELSE
             CLOSE INDEX-WORK-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Add the monthly generation's rows to the work index and    *
      *   copy it over ARCHIVE-INDEX                                 *
      *                                                              *
      ****************************************************************
       REBUILDM.
           MOVE MONTHLY-GEN-NAME TO ARCHIVE-FILE-NAME.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ARCHIVE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE SPACES TO ARCHIVE-INDEX-RECORD
                 MOVE MONTHLY-GEN-DATE TO IDX-ARCHIVED-DATE
                 MOVE ARCHIVE-PUTDATE TO IDX-PUTDATE
                 MOVE ARCHIVE-PUTTIME TO IDX-PUTTIME
                 MOVE ARCHIVE-QUEUE-NAME TO IDX-QUEUE-NAME
                 MOVE ARCHIVE-PRIORITY TO IDX-PRIORITY
                 MOVE ARCHIVE-MSGID TO IDX-MSGID
                 WRITE INDEX-WORK-RECORD FROM ARCHIVE-INDEX-RECORD
                 ADD 1 TO INDEX-ADDED-COUNT
             END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           CLOSE INDEX-WORK-FILE.

           OPEN INPUT INDEX-WORK-FILE.
           OPEN OUTPUT ARCHIVE-INDEX.
           MOVE 'N' TO END-OF-WORK-SWITCH.
           PERFORM UNTIL END-OF-WORK-SWITCH IS EQUAL TO 'Y'
             READ INDEX-WORK-FILE
               AT END
                 MOVE 'Y' TO END-OF-WORK-SWITCH
               NOT AT END
                 WRITE ARCHIVE-INDEX-RECORD FROM INDEX-WORK-RECORD
             END-READ
           END-PERFORM.
           CLOSE INDEX-WORK-FILE.
           CLOSE ARCHIVE-INDEX.

      ****************************************************************
      *                                                              *
      *   Does the index row's archived date fall in the window of   *
      *   a daily being merged?                                      *
      *                                                              *
      ****************************************************************
       IDXWIN.
           MOVE 'N' TO IN-MERGED-WINDOW-SWITCH.
           PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
               UNTIL GENERATION-INDEX > GENERATION-COUNT
               OR IN-MERGED-WINDOW-SWITCH IS EQUAL TO 'Y'
             IF GT-STATE(GENERATION-INDEX) IS EQUAL TO 'M'
             AND IDX-ARCHIVED-DATE IS GREATER THAN
                 GT-WINDOW-FROM(GENERATION-INDEX)
             AND IDX-ARCHIVED-DATE IS NOT GREATER THAN
                 GT-DATE(GENERATION-INDEX)
               MOVE 'Y' TO IN-MERGED-WINDOW-SWITCH
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Rewrite the generation list: the merged dailies come out   *
      *   and the monthly generation goes in where the last of them  *
      *   stood, which keeps the list in date order                  *
      *                                                              *
      ****************************************************************
       REGENS.
           OPEN OUTPUT GENERATION-WORK-FILE.
           PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
               UNTIL GENERATION-INDEX > GENERATION-COUNT
             IF GT-STATE(GENERATION-INDEX) IS NOT EQUAL TO 'M'
               WRITE GENERATION-WORK-RECORD
                 FROM GT-NAME(GENERATION-INDEX)
             END-IF
             IF GENERATION-INDEX IS EQUAL TO LAST-MERGE-INDEX
               WRITE GENERATION-WORK-RECORD FROM MONTHLY-GEN-NAME
             END-IF
           END-PERFORM.
           CLOSE GENERATION-WORK-FILE.

           OPEN INPUT GENERATION-WORK-FILE.
           OPEN OUTPUT GENERATION-LIST.
           MOVE 'N' TO END-OF-WORK-SWITCH.
           PERFORM UNTIL END-OF-WORK-SWITCH IS EQUAL TO 'Y'
             READ GENERATION-WORK-FILE
               AT END
                 MOVE 'Y' TO END-OF-WORK-SWITCH
               NOT AT END
                 WRITE GENERATION-LIST-RECORD
                   FROM GENERATION-WORK-RECORD
             END-READ
           END-PERFORM.
           CLOSE GENERATION-WORK-FILE.
           CLOSE GENERATION-LIST.

      ****************************************************************
      *                                                              *
      *   Retire one merged daily: empty it, ready for removal.  A   *
      *   monthly generation merged again under its own name has     *
      *   just been rewritten and is left alone                      *
      *                                                              *
      ****************************************************************
       RETIRE.
           IF GT-NAME(GENERATION-INDEX) IS NOT EQUAL TO
               MONTHLY-GEN-NAME
             MOVE GT-NAME(GENERATION-INDEX) TO ARCHIVE-FILE-NAME
             OPEN OUTPUT ARCHIVE-FILE
             IF ARCHIVE-FILE-STATUS IS EQUAL TO '00'
               CLOSE ARCHIVE-FILE
               ADD 1 TO RETIRED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'RETIRED  ' GT-NAME(GENERATION-INDEX)
                      ' - merged into ' MONTHLY-GEN-NAME
                      DELIMITED BY SIZE
                 INTO REPORT-LINE
               WRITE CONSOLIDATION-REPORT-RECORD FROM REPORT-LINE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   One report line per generation of the month                *
      *                                                              *
      ****************************************************************
       GENRPT.
           PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
               UNTIL GENERATION-INDEX > GENERATION-COUNT
             IF GT-DATE-VALID(GENERATION-INDEX) IS EQUAL TO 'Y'
             AND GT-DATE(GENERATION-INDEX)(1:6) IS EQUAL TO
                 PARM-MONTH
               MOVE SPACES TO REPORT-LINE
               EVALUATE GT-STATE(GENERATION-INDEX)
                 WHEN 'M'
                   STRING 'MERGE    ' GT-NAME(GENERATION-INDEX)
                          DELIMITED BY SIZE
                     INTO REPORT-LINE
                 WHEN 'H'
                   STRING 'HELD     ' GT-NAME(GENERATION-INDEX)
                          ' - left untouched, legal hold '
                          GT-HOLD-REF(GENERATION-INDEX)
                          DELIMITED BY SIZE
                     INTO REPORT-LINE
                 WHEN OTHER
                   STRING 'MISSING  ' GT-NAME(GENERATION-INDEX)
                          ' - listed but not on hand'
                          DELIMITED BY SIZE
                     INTO REPORT-LINE
               END-EVALUATE
               WRITE CONSOLIDATION-REPORT-RECORD FROM REPORT-LINE
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The proof lines: per daily merged, then the totals         *
      *                                                              *
      ****************************************************************
       PROOFRPT.
           PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
               UNTIL GENERATION-INDEX > GENERATION-COUNT
             IF GT-STATE(GENERATION-INDEX) IS EQUAL TO 'M'
               MOVE SPACES TO REPORT-LINE
               MOVE 'READ     ' TO REPORT-LINE(1:9)
               MOVE GT-NAME(GENERATION-INDEX) TO REPORT-LINE(10:30)
               MOVE GT-RECORD-COUNT(GENERATION-INDEX)
                 TO NUMBER-DISPLAY
               MOVE NUMBER-DISPLAY TO REPORT-LINE(41:9)
               MOVE ' records,' TO REPORT-LINE(50:9)
               MOVE GT-DUPLICATE-COUNT(GENERATION-INDEX)
                 TO NUMBER-DISPLAY
               MOVE NUMBER-DISPLAY TO REPORT-LINE(59:9)
               MOVE ' duplicates dropped' TO REPORT-LINE(68:19)
               WRITE CONSOLIDATION-REPORT-RECORD FROM REPORT-LINE
             END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           MOVE 'Proof:   records in' TO REPORT-LINE(1:20).
           MOVE INPUT-RECORD-COUNT TO NUMBER-DISPLAY.
           MOVE NUMBER-DISPLAY TO REPORT-LINE(21:9).
           MOVE ' less duplicates' TO REPORT-LINE(30:16).
           MOVE DUPLICATE-RECORD-COUNT TO NUMBER-DISPLAY.
           MOVE NUMBER-DISPLAY TO REPORT-LINE(46:9).
           MOVE ' expected' TO REPORT-LINE(55:9).
           MOVE EXPECTED-RECORD-COUNT TO NUMBER-DISPLAY.
           MOVE NUMBER-DISPLAY TO REPORT-LINE(64:9).
           MOVE ' read back' TO REPORT-LINE(73:10).
           MOVE OUTPUT-RECORD-COUNT TO NUMBER-DISPLAY.
           MOVE NUMBER-DISPLAY TO REPORT-LINE(83:9).
           WRITE CONSOLIDATION-REPORT-RECORD FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE '         hash in' TO REPORT-LINE(1:16).
           MOVE INPUT-HASH-TOTAL TO HASH-DISPLAY.
           MOVE HASH-DISPLAY TO REPORT-LINE(17:18).
           MOVE ' expected' TO REPORT-LINE(35:9).
           MOVE EXPECTED-HASH-TOTAL TO HASH-DISPLAY.
           MOVE HASH-DISPLAY TO REPORT-LINE(44:18).
           MOVE ' read back' TO REPORT-LINE(62:10).
           MOVE OUTPUT-HASH-TOTAL TO HASH-DISPLAY.
           MOVE HASH-DISPLAY TO REPORT-LINE(72:18).
           WRITE CONSOLIDATION-REPORT-RECORD FROM REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF MERGE-PROVED-SWITCH IS EQUAL TO 'Y'
             STRING 'PROVED   ' MONTHLY-GEN-NAME
                    ' - the dailies may be retired'
                    DELIMITED BY SIZE
               INTO REPORT-LINE
           ELSE
             STRING 'FAILED   ' MONTHLY-GEN-NAME
                    ' - NOT proved, nothing retired'
                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-IF.
           WRITE CONSOLIDATION-REPORT-RECORD FROM REPORT-LINE.

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
      * END OF AMQ0ACN0                                              *
      *                                                              *
      ****************************************************************
