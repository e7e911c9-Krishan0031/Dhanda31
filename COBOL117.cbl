       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0XRI0                                       *
      *                                                              *
      * Description: Cross-file referential integrity check across   *
      *              the suite's control and state files             *
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
      *   AMQ0XRI0 checks the suite's files against each other.      *
      *   AMQ0CTM0, AMQ0ICH0 and the writers validate each file on   *
      *   its own, but nothing stops one file drifting from another, *
      *   and the drift only shows when a job trips over it.  Each   *
      *   night this job runs a fixed set of rules, each saying that *
      *   every key in one file must be found in another:            *
      *                                                              *
      *      -- XR01 BLOCK  every MSETSKED.DAT re-enable schedule    *
      *         has its MSETINH.DAT inhibit record                   *
      *      -- XR02 BLOCK  every MSETINH.DAT inhibited queue is a   *
      *         queue entry in the MQINV.DAT inventory               *
      *      -- XR03 BLOCK  every CHANACT.DAT action names a channel *
      *         in the CHANEXT.DAT extract                           *
      *      -- XR04 WARN   every CCXCTL.DAT queue manager has been  *
      *         healthchecked into HCKLOG.DAT at least once          *
      *      -- XR05 WARN   every ALERTSTA.DAT condition is on a     *
      *         queue in the MQINV.DAT inventory                     *
      *      -- XR06 WARN   every RPTCAT.DAT report's producer runs  *
      *         in the CHNDEP.DAT chain, as a job or a predecessor   *
      *                                                              *
      *   Prefix-default (P) entries in MQINV.DAT do not count as    *
      *   inventory - a queue must have its own entry.  Every orphan *
      *   goes to INTRPT.DAT with the rule, the file, the record     *
      *   number, the key and the suggested fix.  A rule whose       *
      *   reference file is not on hand cannot be judged and is      *
      *   reported as one finding at the rule's severity.            *
      *                                                              *
      *   Any BLOCK finding ends the run END-ERR with return code 1, *
      *   so AMQ0CHN0 holds or skips the monitors chained behind     *
      *   it; WARN findings are reported and the run ends END-OK.    *
      *                                                              *
      *    Program logic:                                            *
      *         load the reference keys: MSETINH, MQINV, CHANEXT,    *
      *         HCKLOG and CHNDEP                                    *
      *         for each rule, read the file checked and look every  *
      *         key up among the reference keys                      *
      *         write each orphan and a per-rule summary to          *
      *         INTRPT.DAT                                           *
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
      *   AMQ0XRI0 has no parameters                                 *
      *   Return code 1 when any BLOCK rule finds an orphan          *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0XRI0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the files checked and the files they refer to - each read in
      ** its writer's layout; a file that does not exist reads as
      ** empty
           SELECT SCHEDULE-FILE ASSIGN TO 'MSETSKED.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SKED-REC-QUEUE-NAME
             FILE STATUS IS SCAN-FILE-STATUS.
           SELECT INHIBITED-QUEUES-FILE ASSIGN TO 'MSETINH.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS INHQ-QUEUE-NAME
             FILE STATUS IS SCAN-FILE-STATUS.
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCAN-FILE-STATUS.
           SELECT CHANNEL-ACTION-FILE ASSIGN TO 'CHANACT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCAN-FILE-STATUS.
           SELECT CHANNEL-EXTRACT ASSIGN TO 'CHANEXT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCAN-FILE-STATUS.
           SELECT CCX-CONTROL-FILE ASSIGN TO 'CCXCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCAN-FILE-STATUS.
           SELECT UPTIME-LOG ASSIGN TO 'HCKLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCAN-FILE-STATUS.
           SELECT ALERT-STATE-FILE ASSIGN TO 'ALERTSTA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCAN-FILE-STATUS.
           SELECT REPORT-CATALOG ASSIGN TO 'RPTCAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCAN-FILE-STATUS.
           SELECT DEPENDENCY-FILE ASSIGN TO 'CHNDEP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCAN-FILE-STATUS.

      ** the integrity report
           SELECT INTEGRITY-REPORT ASSIGN TO 'INTRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INTEGRITY-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01 SCHEDULE-FILE-RECORD.
           05 SKED-REC-QUEUE-NAME       PIC X(48).
           05 FILLER                    PIC X.
           05 SKED-REC-SCOPE            PIC X(4).
           05 FILLER                    PIC X.
           05 SKED-REC-RECORDED-DATE    PIC 9(8).
           05 FILLER                    PIC X.
           05 SKED-REC-RECORDED-MINUTE  PIC 9(4).
           05 FILLER                    PIC X.
           05 SKED-REC-REENABLE-MINUTES PIC 9(5).

       FD  INHIBITED-QUEUES-FILE.
       01 INHIBITED-QUEUES-RECORD.
           05 INHQ-QUEUE-NAME           PIC X(48).
           05 FILLER                    PIC X.
           05 INHQ-SCOPE                PIC X(4).
           05 FILLER                    PIC X.
           05 INHQ-REQUESTED-BY         PIC X(48).
           05 FILLER                    PIC X.
           05 INHQ-SINCE-TIMESTAMP      PIC X(17).

       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X.
          05 QI-DEPTH-THRESHOLD        PIC 9(9).
          05 FILLER                    PIC X.
          05 QI-CRITICAL-FLAG          PIC X(1).
          05 FILLER                    PIC X.
          05 QI-PURGE-AGE-DAYS         PIC 9(5).
          05 FILLER                    PIC X.
          05 QI-STATS-FLAG             PIC X(1).
          05 FILLER                    PIC X.
          05 QI-BACKOUT-FLAG           PIC X(1).
          05 FILLER                    PIC X.
          05 QI-BROWSE-FLAG            PIC X(1).
          05 FILLER                    PIC X.
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X.
          05 QI-DUPCHECK-FLAG          PIC X(1).
          05 FILLER                    PIC X.
          05 QI-AGE-THRESHOLD-MINS     PIC 9(5).
          05 FILLER                    PIC X.
          05 QI-CALENDAR-NAME          PIC X(8).

       FD  CHANNEL-ACTION-FILE.
       01 CHANNEL-ACTION-RECORD.
           05 CHACT-TIMESTAMP            PIC X(17).
           05 FILLER                     PIC X.
           05 CHACT-ACTION               PIC X(7).
           05 FILLER                     PIC X.
           05 CHACT-CHANNEL-NAME         PIC X(20).
           05 FILLER                     PIC X.
           05 CHACT-REPLYTOQ             PIC X(48).
           05 FILLER                     PIC X.
           05 CHACT-RESULT               PIC X(8).

       FD  CHANNEL-EXTRACT.
       01 CHANNEL-EXTRACT-RECORD.
          05 CE-CHANNEL-NAME           PIC X(20).
          05 CE-CHANNEL-TYPE           PIC 9(9).
          05 CE-TRANSPORT-TYPE         PIC 9(9).
          05 CE-QMGR-NAME              PIC X(48).
          05 CE-XMITQ-NAME             PIC X(48).
          05 CE-BATCH-SIZE             PIC 9(9).
          05 CE-SHORT-RETRY-COUNT      PIC 9(9).
          05 CE-LONG-RETRY-COUNT       PIC 9(9).
          05 CE-HEARTBEAT-INTERVAL     PIC 9(9).
          05 CE-MAX-MSG-LENGTH         PIC 9(9).
          05 CE-SSL-CIPHER-SPEC        PIC X(32).
          05 CE-SSL-CERT-LABEL         PIC X(64).

       FD  CCX-CONTROL-FILE.
       01 CCX-CONTROL-RECORD.
          05 CCX-QMGR-NAME             PIC X(48).
          05 CCX-CHANNEL-NAME          PIC X(20).
          05 CCX-CONNECTION-NAME       PIC X(264).

       FD  UPTIME-LOG.
       01 UPTIME-LOG-RECORD.
          05 HC-TIMESTAMP             PIC X(17).
          05 FILLER                   PIC X.
          05 FILLER                   PIC X(17).
          05 HC-ELAPSED-DISPLAY       PIC X(7).
          05 FILLER                   PIC X.
          05 FILLER                   PIC X(12).
          05 HC-CON-REASON-DISPLAY    PIC X(10).
          05 FILLER                   PIC X.
          05 HC-QMGR-NAME             PIC X(48).

       FD  ALERT-STATE-FILE.
       01 ALERT-STATE-RECORD.
          05 AST-SOURCE                PIC X(3).
          05 FILLER                    PIC X.
          05 AST-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 AST-FIRST-SEEN            PIC X(17).
          05 FILLER                    PIC X.
          05 AST-RUN-COUNT             PIC 9(5).
          05 FILLER                    PIC X.
          05 AST-TICKET-REF            PIC X(12).

       FD  REPORT-CATALOG.
       01 REPORT-CATALOG-RECORD.
          05 CAT-REPORT-NAME           PIC X(12).
          05 FILLER                    PIC X.
          05 CAT-PRODUCER              PIC X(8).
          05 FILLER                    PIC X.
          05 CAT-AUDIENCE              PIC X(12).
          05 FILLER                    PIC X.
          05 CAT-RETENTION-DAYS        PIC 9(3).

       FD  DEPENDENCY-FILE.
       01 DEPENDENCY-RECORD.
          05 DEP-JOB-NAME              PIC X(8).
          05 FILLER                    PIC X.
          05 DEP-PRED-1                PIC X(8).
          05 FILLER                    PIC X.
          05 DEP-PRED-2                PIC X(8).
          05 FILLER                    PIC X.
          05 DEP-PRED-3                PIC X(8).
          05 FILLER                    PIC X.
          05 DEP-FAIL-ACTION           PIC X(4).

       FD  INTEGRITY-REPORT.
       01 INTEGRITY-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01 SCAN-FILE-STATUS           PIC XX VALUE '00'.
       01 INTEGRITY-REPORT-STATUS    PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the rules: identifier, severity, file checked, file referred
      ** to, and the fix an orphan of the rule usually needs
       01 RULE-DEFINITIONS.
          02 FILLER                  PIC X(4)  VALUE 'XR01'.
          02 FILLER                  PIC X(5)  VALUE 'BLOCK'.
          02 FILLER                  PIC X(12) VALUE 'MSETSKED.DAT'.
          02 FILLER                  PIC X(12) VALUE 'MSETINH.DAT'.
          02 FILLER                  PIC X(55) VALUE
              're-inhibit with AMQMSET2 or drop the schedule'.
          02 FILLER                  PIC X(4)  VALUE 'XR02'.
          02 FILLER                  PIC X(5)  VALUE 'BLOCK'.
          02 FILLER                  PIC X(12) VALUE 'MSETINH.DAT'.
          02 FILLER                  PIC X(12) VALUE 'MQINV.DAT'.
          02 FILLER                  PIC X(55) VALUE
              'add the queue via AMQ0ICH0 or re-enable it'.
          02 FILLER                  PIC X(4)  VALUE 'XR03'.
          02 FILLER                  PIC X(5)  VALUE 'BLOCK'.
          02 FILLER                  PIC X(12) VALUE 'CHANACT.DAT'.
          02 FILLER                  PIC X(12) VALUE 'CHANEXT.DAT'.
          02 FILLER                  PIC X(55) VALUE
              'correct the channel, or rerun AMQ0CHI0 if new'.
          02 FILLER                  PIC X(4)  VALUE 'XR04'.
          02 FILLER                  PIC X(5)  VALUE 'WARN'.
          02 FILLER                  PIC X(12) VALUE 'CCXCTL.DAT'.
          02 FILLER                  PIC X(12) VALUE 'HCKLOG.DAT'.
          02 FILLER                  PIC X(55) VALUE
              'healthcheck with AMQ0HCK0 or remove via AMQ0CTM0'.
          02 FILLER                  PIC X(4)  VALUE 'XR05'.
          02 FILLER                  PIC X(5)  VALUE 'WARN'.
          02 FILLER                  PIC X(12) VALUE 'ALERTSTA.DAT'.
          02 FILLER                  PIC X(12) VALUE 'MQINV.DAT'.
          02 FILLER                  PIC X(55) VALUE
              'inventory the queue via AMQ0ICH0 or confirm it is gone'.
          02 FILLER                  PIC X(4)  VALUE 'XR06'.
          02 FILLER                  PIC X(5)  VALUE 'WARN'.
          02 FILLER                  PIC X(12) VALUE 'RPTCAT.DAT'.
          02 FILLER                  PIC X(12) VALUE 'CHNDEP.DAT'.
          02 FILLER                  PIC X(55) VALUE
              'add the producer to CHNDEP.DAT or retire the report'.
       01 RULE-TABLE REDEFINES RULE-DEFINITIONS.
          02 RULE-ENTRY OCCURS 6 TIMES.
             05 RT-RULE-ID            PIC X(4).
             05 RT-SEVERITY           PIC X(5).
             05 RT-FILE-CHECKED       PIC X(12).
             05 RT-FILE-REFERRED      PIC X(12).
             05 RT-FIX-TEXT           PIC X(55).
       01 RULE-COUNTS.
          02 RULE-COUNT-ENTRY OCCURS 6 TIMES.
             05 RC-CHECKED-COUNT      PIC 9(7).
             05 RC-FINDING-COUNT      PIC 9(7).
       01 RULE-INDEX                 PIC S9(9) BINARY.

      ** the reference keys, one table per file referred to; a
      ** reference file not on hand leaves its switch 'N'
       01 INHIBIT-TABLE.
          02 INHIBIT-QUEUE-NAME      PIC X(48) OCCURS 2000 TIMES.
       01 INHIBIT-COUNT              PIC S9(9) BINARY VALUE 0.
       01 INHIBIT-ON-HAND-SWITCH     PIC X VALUE 'N'.
       01 INVENTORY-TABLE.
          02 INVENTORY-QUEUE-NAME    PIC X(48) OCCURS 5000 TIMES.
       01 INVENTORY-COUNT            PIC S9(9) BINARY VALUE 0.
       01 INVENTORY-ON-HAND-SWITCH   PIC X VALUE 'N'.
       01 CHANNEL-TABLE.
          02 CHANNEL-NAME            PIC X(20) OCCURS 1000 TIMES.
       01 CHANNEL-COUNT              PIC S9(9) BINARY VALUE 0.
       01 CHANNEL-ON-HAND-SWITCH     PIC X VALUE 'N'.
       01 CHECKED-QMGR-TABLE.
          02 CHECKED-QMGR-NAME       PIC X(48) OCCURS 500 TIMES.
       01 CHECKED-QMGR-COUNT         PIC S9(9) BINARY VALUE 0.
       01 HCKLOG-ON-HAND-SWITCH      PIC X VALUE 'N'.
       01 CHAIN-JOB-TABLE.
          02 CHAIN-JOB-NAME          PIC X(8) OCCURS 500 TIMES.
       01 CHAIN-JOB-COUNT            PIC S9(9) BINARY VALUE 0.
       01 CHNDEP-ON-HAND-SWITCH      PIC X VALUE 'N'.
       01 TABLE-INDEX                PIC S9(9) BINARY.
       01 INVENTORY-INDEX            PIC S9(9) BINARY.
       01 KEY-FOUND-SWITCH           PIC X.
       01 ADD-JOB-NAME               PIC X(8).

      ** the record being judged
       01 CUR-RECORD-NUMBER          PIC 9(7).
       01 CUR-KEY                    PIC X(48).
       01 CUR-DETAIL                 PIC X(40).

       01 BLOCK-FINDING-COUNT        PIC 9(7) VALUE 0.
       01 WARN-FINDING-COUNT         PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NUMBER-DISPLAY             PIC Z(6)9.
       01 REPORT-LINE                PIC X(132).

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0XRI0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0XRI0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > 6
             MOVE 0 TO RC-CHECKED-COUNT(RULE-INDEX)
             MOVE 0 TO RC-FINDING-COUNT(RULE-INDEX)
           END-PERFORM.

           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Cross-file integrity check run ' WS-DATE '-'
                  WS-TIME
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.

           PERFORM LOADINH.
           PERFORM LOADINV.
           PERFORM LOADCHX.
           PERFORM LOADHCK.
           PERFORM LOADCHN.

           PERFORM RULE01.
           PERFORM RULE02.
           PERFORM RULE03.
           PERFORM RULE04.
           PERFORM RULE05.
           PERFORM RULE06.

           PERFORM SUMRPT.
           CLOSE INTEGRITY-REPORT.

           DISPLAY BLOCK-FINDING-COUNT ' blocking and '
               WARN-FINDING-COUNT ' warning findings - see INTRPT.DAT'.
      ** indicate that sample program has finished - a blocking
      ** finding ends the run in error so the chain holds behind it
           IF BLOCK-FINDING-COUNT IS GREATER THAN 0
             MOVE 'END-ERR' TO RLG-STATUS
           ELSE
             MOVE 'END-OK' TO RLG-STATUS
           END-IF.
           COMPUTE RLG-RECORD-COUNT =
               BLOCK-FINDING-COUNT + WARN-FINDING-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0XRI0 end'.
           IF BLOCK-FINDING-COUNT IS GREATER THAN 0
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   XR01 - a re-enable schedule with no inhibit record         *
      *                                                              *
      ****************************************************************
       RULE01.
           MOVE 1 TO RULE-INDEX.
           IF INHIBIT-ON-HAND-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM NOREF
           ELSE
             MOVE 0 TO CUR-RECORD-NUMBER
             MOVE 'N' TO END-OF-FILE-SWITCH
             OPEN INPUT SCHEDULE-FILE
             IF SCAN-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ SCHEDULE-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   ADD 1 TO CUR-RECORD-NUMBER
                   ADD 1 TO RC-CHECKED-COUNT(RULE-INDEX)
                   MOVE 'N' TO KEY-FOUND-SWITCH
                   PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                       UNTIL TABLE-INDEX > INHIBIT-COUNT
                       OR KEY-FOUND-SWITCH IS EQUAL TO 'Y'
                     IF INHIBIT-QUEUE-NAME(TABLE-INDEX) IS EQUAL TO
                         SKED-REC-QUEUE-NAME
                       MOVE 'Y' TO KEY-FOUND-SWITCH
                     END-IF
                   END-PERFORM
                   IF KEY-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                     MOVE SKED-REC-QUEUE-NAME TO CUR-KEY
                     MOVE SPACES TO CUR-DETAIL
                     STRING 're-enable due, recorded '
                            SKED-REC-RECORDED-DATE
                            DELIMITED BY SIZE
                       INTO CUR-DETAIL
                     PERFORM FINDING
                   END-IF
               END-READ
             END-PERFORM
             IF SCAN-FILE-STATUS IS EQUAL TO '00'
             OR SCAN-FILE-STATUS IS EQUAL TO '10'
               CLOSE SCHEDULE-FILE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   XR02 - an inhibited queue the inventory does not hold      *
      *                                                              *
      ****************************************************************
       RULE02.
           MOVE 2 TO RULE-INDEX.
           IF INVENTORY-ON-HAND-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM NOREF
           ELSE
             PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                 UNTIL TABLE-INDEX > INHIBIT-COUNT
               ADD 1 TO RC-CHECKED-COUNT(RULE-INDEX)
               MOVE INHIBIT-QUEUE-NAME(TABLE-INDEX) TO CUR-KEY
               PERFORM INVCHK
               IF KEY-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                 MOVE TABLE-INDEX TO CUR-RECORD-NUMBER
                 MOVE 'inhibited, not in the inventory'
                   TO CUR-DETAIL
                 PERFORM FINDING
               END-IF
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   XR03 - a channel action for a channel not extracted        *
      *                                                              *
      ****************************************************************
       RULE03.
           MOVE 3 TO RULE-INDEX.
           IF CHANNEL-ON-HAND-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM NOREF
           ELSE
             MOVE 0 TO CUR-RECORD-NUMBER
             MOVE 'N' TO END-OF-FILE-SWITCH
             OPEN INPUT CHANNEL-ACTION-FILE
             IF SCAN-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ CHANNEL-ACTION-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   ADD 1 TO CUR-RECORD-NUMBER
                   ADD 1 TO RC-CHECKED-COUNT(RULE-INDEX)
                   MOVE 'N' TO KEY-FOUND-SWITCH
                   PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                       UNTIL TABLE-INDEX > CHANNEL-COUNT
                       OR KEY-FOUND-SWITCH IS EQUAL TO 'Y'
                     IF CHANNEL-NAME(TABLE-INDEX) IS EQUAL TO
                         CHACT-CHANNEL-NAME
                       MOVE 'Y' TO KEY-FOUND-SWITCH
                     END-IF
                   END-PERFORM
                   IF KEY-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                     MOVE CHACT-CHANNEL-NAME TO CUR-KEY
                     MOVE SPACES TO CUR-DETAIL
                     IF CHACT-RESULT IS EQUAL TO SPACES
                       STRING CHACT-ACTION ' pending since '
                              CHACT-TIMESTAMP
                              DELIMITED BY SIZE
                         INTO CUR-DETAIL
                     ELSE
                       STRING CHACT-ACTION ' ' CHACT-RESULT ' '
                              CHACT-TIMESTAMP
                              DELIMITED BY SIZE
                         INTO CUR-DETAIL
                     END-IF
                     PERFORM FINDING
                   END-IF
               END-READ
             END-PERFORM
             IF SCAN-FILE-STATUS IS EQUAL TO '00'
             OR SCAN-FILE-STATUS IS EQUAL TO '10'
               CLOSE CHANNEL-ACTION-FILE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   XR04 - a client-connection queue manager never             *
      *   healthchecked                                              *
      *                                                              *
      ****************************************************************
       RULE04.
           MOVE 4 TO RULE-INDEX.
           IF HCKLOG-ON-HAND-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM NOREF
           ELSE
             MOVE 0 TO CUR-RECORD-NUMBER
             MOVE 'N' TO END-OF-FILE-SWITCH
             OPEN INPUT CCX-CONTROL-FILE
             IF SCAN-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ CCX-CONTROL-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   ADD 1 TO CUR-RECORD-NUMBER
                   ADD 1 TO RC-CHECKED-COUNT(RULE-INDEX)
                   MOVE 'N' TO KEY-FOUND-SWITCH
                   PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                       UNTIL TABLE-INDEX > CHECKED-QMGR-COUNT
                       OR KEY-FOUND-SWITCH IS EQUAL TO 'Y'
                     IF CHECKED-QMGR-NAME(TABLE-INDEX) IS EQUAL TO
                         CCX-QMGR-NAME
                       MOVE 'Y' TO KEY-FOUND-SWITCH
                     END-IF
                   END-PERFORM
                   IF KEY-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                     MOVE CCX-QMGR-NAME TO CUR-KEY
                     MOVE SPACES TO CUR-DETAIL
                     STRING 'never healthchecked, channel '
                            CCX-CHANNEL-NAME
                            DELIMITED BY SIZE
                       INTO CUR-DETAIL
                     PERFORM FINDING
                   END-IF
               END-READ
             END-PERFORM
             IF SCAN-FILE-STATUS IS EQUAL TO '00'
             OR SCAN-FILE-STATUS IS EQUAL TO '10'
               CLOSE CCX-CONTROL-FILE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   XR05 - an alert condition on a queue the inventory does    *
      *   not hold                                                   *
      *                                                              *
      ****************************************************************
       RULE05.
           MOVE 5 TO RULE-INDEX.
           IF INVENTORY-ON-HAND-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM NOREF
           ELSE
             MOVE 0 TO CUR-RECORD-NUMBER
             MOVE 'N' TO END-OF-FILE-SWITCH
             OPEN INPUT ALERT-STATE-FILE
             IF SCAN-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ ALERT-STATE-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   ADD 1 TO CUR-RECORD-NUMBER
                   ADD 1 TO RC-CHECKED-COUNT(RULE-INDEX)
                   MOVE AST-QUEUE-NAME TO CUR-KEY
                   PERFORM INVCHK
                   IF KEY-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                     MOVE SPACES TO CUR-DETAIL
                     STRING AST-SOURCE ' condition on an '
                            'uninventoried queue'
                            DELIMITED BY SIZE
                       INTO CUR-DETAIL
                     PERFORM FINDING
                   END-IF
               END-READ
             END-PERFORM
             IF SCAN-FILE-STATUS IS EQUAL TO '00'
             OR SCAN-FILE-STATUS IS EQUAL TO '10'
               CLOSE ALERT-STATE-FILE
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   XR06 - a catalogued report whose producer is in no chain   *
      *                                                              *
      ****************************************************************
       RULE06.
           MOVE 6 TO RULE-INDEX.
           IF CHNDEP-ON-HAND-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM NOREF
           ELSE
             MOVE 0 TO CUR-RECORD-NUMBER
             MOVE 'N' TO END-OF-FILE-SWITCH
             OPEN INPUT REPORT-CATALOG
             IF SCAN-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ REPORT-CATALOG
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   ADD 1 TO CUR-RECORD-NUMBER
                   ADD 1 TO RC-CHECKED-COUNT(RULE-INDEX)
                   MOVE 'N' TO KEY-FOUND-SWITCH
                   PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                       UNTIL TABLE-INDEX > CHAIN-JOB-COUNT
                       OR KEY-FOUND-SWITCH IS EQUAL TO 'Y'
                     IF CHAIN-JOB-NAME(TABLE-INDEX) IS EQUAL TO
                         CAT-PRODUCER
                       MOVE 'Y' TO KEY-FOUND-SWITCH
                     END-IF
                   END-PERFORM
                   IF KEY-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                     MOVE CAT-PRODUCER TO CUR-KEY
                     MOVE SPACES TO CUR-DETAIL
                     STRING 'producer of ' DELIMITED BY SIZE
                            CAT-REPORT-NAME DELIMITED BY SPACE
                            ', in no chain' DELIMITED BY SIZE
                       INTO CUR-DETAIL
                     PERFORM FINDING
                   END-IF
               END-READ
             END-PERFORM
             IF SCAN-FILE-STATUS IS EQUAL TO '00'
             OR SCAN-FILE-STATUS IS EQUAL TO '10'
               CLOSE REPORT-CATALOG
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Is CUR-KEY a queue entry in the inventory?                 *
      *                                                              *
      ****************************************************************
       INVCHK.
           MOVE 'N' TO KEY-FOUND-SWITCH.
           PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
               UNTIL INVENTORY-INDEX > INVENTORY-COUNT
               OR KEY-FOUND-SWITCH IS EQUAL TO 'Y'
             IF INVENTORY-QUEUE-NAME(INVENTORY-INDEX) IS EQUAL TO
                 CUR-KEY
               MOVE 'Y' TO KEY-FOUND-SWITCH
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Report one orphan of the current rule: the rule, its       *
      *   severity, the file, the record and key, then the fix       *
      *                                                              *
      ****************************************************************
       FINDING.
           ADD 1 TO RC-FINDING-COUNT(RULE-INDEX).
           IF RT-SEVERITY(RULE-INDEX) IS EQUAL TO 'BLOCK'
             ADD 1 TO BLOCK-FINDING-COUNT
           ELSE
             ADD 1 TO WARN-FINDING-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE RT-RULE-ID(RULE-INDEX) TO REPORT-LINE(1:4).
           MOVE RT-SEVERITY(RULE-INDEX) TO REPORT-LINE(6:5).
           MOVE RT-FILE-CHECKED(RULE-INDEX) TO REPORT-LINE(12:12).
           MOVE 'rec' TO REPORT-LINE(25:3).
           MOVE CUR-RECORD-NUMBER TO NUMBER-DISPLAY.
           MOVE NUMBER-DISPLAY TO REPORT-LINE(28:7).
           MOVE CUR-KEY TO REPORT-LINE(36:48).
           MOVE CUR-DETAIL TO REPORT-LINE(85:40).
           WRITE INTEGRITY-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '           not in ' RT-FILE-REFERRED(RULE-INDEX)
                  ' - fix: ' RT-FIX-TEXT(RULE-INDEX)
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM REPORT-LINE.

      ****************************************************************
      *                                                              *
      *   The current rule's reference file is not on hand, so the   *
      *   rule cannot be judged - one finding says so                *
      *                                                              *
      ****************************************************************
       NOREF.
           MOVE 0 TO CUR-RECORD-NUMBER.
           MOVE SPACES TO CUR-KEY.
           MOVE 'reference file not on hand - not judged'
             TO CUR-DETAIL.
           ADD 1 TO RC-FINDING-COUNT(RULE-INDEX).
           IF RT-SEVERITY(RULE-INDEX) IS EQUAL TO 'BLOCK'
             ADD 1 TO BLOCK-FINDING-COUNT
           ELSE
             ADD 1 TO WARN-FINDING-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING RT-RULE-ID(RULE-INDEX) ' '
                  RT-SEVERITY(RULE-INDEX) ' '
                  RT-FILE-REFERRED(RULE-INDEX) ' '
                  CUR-DETAIL
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM REPORT-LINE.
           DISPLAY RT-RULE-ID(RULE-INDEX) ' not judged - '
               RT-FILE-REFERRED(RULE-INDEX) ' not on hand'.

      ****************************************************************
      *                                                              *
      *   One summary line per rule                                  *
      *                                                              *
      ****************************************************************
       SUMRPT.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > 6
             MOVE SPACES TO REPORT-LINE
             MOVE RT-RULE-ID(RULE-INDEX) TO REPORT-LINE(1:4)
             MOVE RT-SEVERITY(RULE-INDEX) TO REPORT-LINE(6:5)
             MOVE RT-FILE-CHECKED(RULE-INDEX) TO REPORT-LINE(12:12)
             MOVE 'against' TO REPORT-LINE(25:7)
             MOVE RT-FILE-REFERRED(RULE-INDEX) TO REPORT-LINE(33:12)
             MOVE RC-CHECKED-COUNT(RULE-INDEX) TO NUMBER-DISPLAY
             MOVE NUMBER-DISPLAY TO REPORT-LINE(46:7)
             MOVE ' checked' TO REPORT-LINE(53:8)
             MOVE RC-FINDING-COUNT(RULE-INDEX) TO NUMBER-DISPLAY
             MOVE NUMBER-DISPLAY TO REPORT-LINE(61:7)
             MOVE ' findings' TO REPORT-LINE(68:9)
             IF RC-FINDING-COUNT(RULE-INDEX) IS EQUAL TO 0
               MOVE '  PASS' TO REPORT-LINE(77:6)
             ELSE
               MOVE '  FAIL' TO REPORT-LINE(77:6)
             END-IF
             WRITE INTEGRITY-REPORT-RECORD FROM REPORT-LINE
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Load the inhibited queues from MSETINH.DAT                 *
      *                                                              *
      ****************************************************************
       LOADINH.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INHIBITED-QUEUES-FILE.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
             MOVE 'Y' TO INHIBIT-ON-HAND-SWITCH
           ELSE
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INHIBITED-QUEUES-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF INHIBIT-COUNT IS LESS THAN 2000
                   ADD 1 TO INHIBIT-COUNT
                   MOVE INHQ-QUEUE-NAME
                     TO INHIBIT-QUEUE-NAME(INHIBIT-COUNT)
                 ELSE
                   DISPLAY 'inhibit table full - ' INHQ-QUEUE-NAME
                       ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
           OR SCAN-FILE-STATUS IS EQUAL TO '10'
             CLOSE INHIBITED-QUEUES-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the inventory's queue entries (prefix defaults are    *
      *   not queues)                                                *
      *                                                              *
      ****************************************************************
       LOADINV.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INVENTORY-FILE.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
             MOVE 'Y' TO INVENTORY-ON-HAND-SWITCH
           ELSE
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF QI-ENTRY-TYPE IS NOT EQUAL TO 'P'
                   IF INVENTORY-COUNT IS LESS THAN 5000
                     ADD 1 TO INVENTORY-COUNT
                     MOVE QI-QUEUE-NAME
                       TO INVENTORY-QUEUE-NAME(INVENTORY-COUNT)
                   ELSE
                     DISPLAY 'inventory table full - ' QI-QUEUE-NAME
                         ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
           OR SCAN-FILE-STATUS IS EQUAL TO '10'
             CLOSE INVENTORY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the extracted channel names from CHANEXT.DAT          *
      *                                                              *
      ****************************************************************
       LOADCHX.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHANNEL-EXTRACT.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
             MOVE 'Y' TO CHANNEL-ON-HAND-SWITCH
           ELSE
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANNEL-EXTRACT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF CHANNEL-COUNT IS LESS THAN 1000
                   ADD 1 TO CHANNEL-COUNT
                   MOVE CE-CHANNEL-NAME TO CHANNEL-NAME(CHANNEL-COUNT)
                 ELSE
                   DISPLAY 'channel table full - ' CE-CHANNEL-NAME
                       ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
           OR SCAN-FILE-STATUS IS EQUAL TO '10'
             CLOSE CHANNEL-EXTRACT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load each queue manager HCKLOG.DAT has ever checked, once  *
      *                                                              *
      ****************************************************************
       LOADHCK.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT UPTIME-LOG.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
             MOVE 'Y' TO HCKLOG-ON-HAND-SWITCH
           ELSE
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ UPTIME-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE 'N' TO KEY-FOUND-SWITCH
                 PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                     UNTIL TABLE-INDEX > CHECKED-QMGR-COUNT
                     OR KEY-FOUND-SWITCH IS EQUAL TO 'Y'
                   IF CHECKED-QMGR-NAME(TABLE-INDEX) IS EQUAL TO
                       HC-QMGR-NAME
                     MOVE 'Y' TO KEY-FOUND-SWITCH
                   END-IF
                 END-PERFORM
                 IF KEY-FOUND-SWITCH IS NOT EQUAL TO 'Y'
                   IF CHECKED-QMGR-COUNT IS LESS THAN 500
                     ADD 1 TO CHECKED-QMGR-COUNT
                     MOVE HC-QMGR-NAME
                       TO CHECKED-QMGR-NAME(CHECKED-QMGR-COUNT)
                   ELSE
                     DISPLAY 'queue manager table full - '
                         HC-QMGR-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
           OR SCAN-FILE-STATUS IS EQUAL TO '10'
             CLOSE UPTIME-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load every program CHNDEP.DAT names, as a job or as a      *
      *   predecessor                                                *
      *                                                              *
      ****************************************************************
       LOADCHN.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT DEPENDENCY-FILE.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
             MOVE 'Y' TO CHNDEP-ON-HAND-SWITCH
           ELSE
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ DEPENDENCY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE DEP-JOB-NAME TO ADD-JOB-NAME
                 PERFORM ADDJOB
                 MOVE DEP-PRED-1 TO ADD-JOB-NAME
                 PERFORM ADDJOB
                 MOVE DEP-PRED-2 TO ADD-JOB-NAME
                 PERFORM ADDJOB
                 MOVE DEP-PRED-3 TO ADD-JOB-NAME
                 PERFORM ADDJOB
             END-READ
           END-PERFORM.
           IF SCAN-FILE-STATUS IS EQUAL TO '00'
           OR SCAN-FILE-STATUS IS EQUAL TO '10'
             CLOSE DEPENDENCY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Add ADD-JOB-NAME to the chain's programs, once             *
      *                                                              *
      ****************************************************************
       ADDJOB.
           IF ADD-JOB-NAME IS NOT EQUAL TO SPACES
             MOVE 'N' TO KEY-FOUND-SWITCH
             PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                 UNTIL TABLE-INDEX > CHAIN-JOB-COUNT
                 OR KEY-FOUND-SWITCH IS EQUAL TO 'Y'
               IF CHAIN-JOB-NAME(TABLE-INDEX) IS EQUAL TO
                   ADD-JOB-NAME
                 MOVE 'Y' TO KEY-FOUND-SWITCH
               END-IF
             END-PERFORM
             IF KEY-FOUND-SWITCH IS NOT EQUAL TO 'Y'
               IF CHAIN-JOB-COUNT IS LESS THAN 500
                 ADD 1 TO CHAIN-JOB-COUNT
                 MOVE ADD-JOB-NAME TO CHAIN-JOB-NAME(CHAIN-JOB-COUNT)
               ELSE
                 DISPLAY 'chain table full - ' ADD-JOB-NAME
                     ' skipped'
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0XRI0                                              *
      *                                                              *
      ****************************************************************
