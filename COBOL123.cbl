       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0NAM0                                       *
      *                                                              *
      * Description: Estate-wide naming-standards compliance         *
      *              scanner with a violation trend                  *
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
      *   AMQ0NAM0 holds every object name the suite knows of to     *
      *   the naming standard, so names that break it - and with     *
      *   them AMQ0INV0's prefix defaults and AMQ0DLT0's owner       *
      *   routing - are found and fixed:                             *
      *                                                              *
      *      -- the names are gathered from MQINV.DAT (Q entries),   *
      *         QBASE.DAT (queues and their backout queues),         *
      *         CHANEXT.DAT (channels and their transmission         *
      *         queues) and CCXCTL.DAT (queue managers and client    *
      *         channels), each name once, classed as QUEUE, XMITQ,  *
      *         BOQ, CHANNEL, SVRCONN, CLNTCONN or QMGR.  A queue    *
      *         named as a channel's transmission queue is an XMITQ  *
      *         and one named as a backout queue is a BOQ            *
      *                                                              *
      *      -- the rule file NAMRULE.DAT holds the standard as      *
      *         patterns per object type; every rule of a name's     *
      *         type must match it.  In a pattern * matches any      *
      *         characters, ? any one character, and a leading &     *
      *         any application code that owns an MQINV.DAT entry.   *
      *         The standard as first written:                       *
      *            QUEUE    Q01  &.*      application prefix         *
      *            BOQ      B01  &.*      application prefix         *
      *            BOQ      B02  *.BOQ    backout queue suffix       *
      *            XMITQ    X01  *.XMITQ  transmission queue suffix  *
      *            CHANNEL  C01  ?*.TO.?* SOURCE.TO.TARGET           *
      *                                                              *
      *      -- each broken rule is reported in NAMRPT.DAT with the  *
      *         name, its source files and its owner: the owning     *
      *         application of its own MQINV.DAT entry, else the     *
      *         application code its first qualifier names, else     *
      *         the owner of its longest MQINV.DAT prefix entry -    *
      *         or NOT INFERABLE when none of these gives one        *
      *                                                              *
      *      -- every run's totals are appended to NAMHIST.DAT and   *
      *         the report closes with the trend of the last runs,   *
      *         so the estate can be shown converging on the         *
      *         standard                                             *
      *                                                              *
      *    Program logic:                                            *
      *         load NAMRULE.DAT and the application codes           *
      *         gather the names from the four files                 *
      *         check each name against its type's rules, report     *
      *         every violation with the owner inferred              *
      *         load NAMHIST.DAT, report the trend, append this run  *
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
      *   AMQ0NAM0 has no parameters                                 *
      *   Return code 1 when there is no usable rule file            *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0NAM0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the naming standard, as patterns per object type
           SELECT NAMING-RULE-FILE ASSIGN TO 'NAMRULE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NAMING-RULE-STATUS.

      ** the master queue inventory - carries the owning application
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** the approved queue-definition baseline
           SELECT QUEUE-BASELINE ASSIGN TO 'QBASE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS QUEUE-BASELINE-STATUS.

      ** channel-definition extract, one record per defined channel
           SELECT CHANNEL-EXTRACT ASSIGN TO 'CHANEXT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHANNEL-EXTRACT-STATUS.

      ** the estate's client-connection definitions, one per line
           SELECT CONNECTION-LIST-FILE ASSIGN TO 'CCXCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONNECTION-LIST-STATUS.

      ** the violation report
           SELECT NAMING-REPORT ASSIGN TO 'NAMRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NAMING-REPORT-STATUS.

      ** one totals line per run, for the trend
           SELECT NAMING-HISTORY ASSIGN TO 'NAMHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NAMING-HISTORY-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  NAMING-RULE-FILE.
       01 NAMING-RULE-RECORD.
          05 NR-OBJECT-TYPE            PIC X(8).
          05 FILLER                    PIC X.
          05 NR-RULE-ID                PIC X(4).
          05 FILLER                    PIC X.
          05 NR-PATTERN                PIC X(48).
          05 FILLER                    PIC X.
          05 NR-DESCRIPTION            PIC X(40).

       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(25).
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(17).

       FD  QUEUE-BASELINE.
       01 QUEUE-BASELINE-RECORD.
          05 QB-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QB-MAX-Q-DEPTH            PIC 9(9).
          05 FILLER                    PIC X.
          05 QB-MAX-MSG-LENGTH         PIC 9(9).
          05 FILLER                    PIC X.
          05 QB-BACKOUT-THRESHOLD      PIC 9(9).
          05 FILLER                    PIC X.
          05 QB-BACKOUT-REQ-Q-NAME     PIC X(48).
          05 FILLER                    PIC X.
          05 QB-TRIGGER-CONTROL        PIC 9(1).
          05 FILLER                    PIC X.
          05 QB-TRIGGER-TYPE           PIC 9(1).
          05 FILLER                    PIC X.
          05 QB-TRIGGER-DEPTH          PIC 9(9).
          05 FILLER                    PIC X.
          05 QB-DEF-PERSISTENCE        PIC 9(1).

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

       FD  CONNECTION-LIST-FILE.
       01 CONNECTION-LIST-RECORD.
          05 CL-QMGR-NAME              PIC X(48).
          05 CL-CHANNEL-NAME           PIC X(20).
          05 CL-CONNECTION-NAME        PIC X(264).

       FD  NAMING-REPORT.
       01 NAMING-REPORT-RECORD         PIC X(132).

       FD  NAMING-HISTORY.
       01 NAMING-HISTORY-RECORD.
          05 NH-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 NH-NAMES-CHECKED          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 NH-NAMES-IN-VIOLATION     PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 NH-VIOLATIONS             PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 NH-NOT-INFERABLE          PIC 9(7).

       WORKING-STORAGE SECTION.
      *
      * MQI named constants, for the channel type codes
       01 MY-MQ-CONSTANTS.
          COPY CMQV.

       01 NAMING-RULE-STATUS         PIC XX VALUE '00'.
       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 QUEUE-BASELINE-STATUS      PIC XX VALUE '00'.
       01 CHANNEL-EXTRACT-STATUS     PIC XX VALUE '00'.
       01 CONNECTION-LIST-STATUS     PIC XX VALUE '00'.
       01 NAMING-REPORT-STATUS       PIC XX VALUE '00'.
       01 NAMING-HISTORY-STATUS      PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the naming rules
       01 RULE-TABLE.
          02 RULE-ENTRY OCCURS 100 TIMES.
             05 RT-OBJECT-TYPE        PIC X(8).
             05 RT-RULE-ID            PIC X(4).
             05 RT-PATTERN            PIC X(48).
             05 RT-PATTERN-LENGTH     PIC S9(9) BINARY.
             05 RT-DESCRIPTION        PIC X(40).
       01 RULE-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 RULE-INDEX                 PIC S9(9) BINARY.
       01 RULE-LINES-SKIPPED         PIC 9(7) VALUE 0.

      ** the application codes owning MQINV.DAT entries
       01 APPLICATION-TABLE.
          02 APPLICATION-ENTRY OCCURS 300 TIMES.
             05 AP-APPL-CODE          PIC X(8).
             05 AP-CODE-LENGTH        PIC S9(9) BINARY.
       01 APPLICATION-COUNT          PIC S9(9) BINARY VALUE 0.
       01 APPLICATION-INDEX          PIC S9(9) BINARY.
       01 APPLICATION-MATCH          PIC S9(9) BINARY.

      ** the inventory's owners: Q entries by name, P entries by
      ** prefix
       01 OWNER-TABLE.
          02 OWNER-ENTRY OCCURS 1000 TIMES.
             05 OW-NAME               PIC X(48).
             05 OW-NAME-LENGTH        PIC S9(9) BINARY.
             05 OW-ENTRY-TYPE         PIC X(1).
             05 OW-OWNING-APPL        PIC X(8).
       01 OWNER-COUNT                PIC S9(9) BINARY VALUE 0.
       01 OWNER-INDEX                PIC S9(9) BINARY.
       01 OWNER-PREFIX-LENGTH        PIC S9(9) BINARY.

      ** every name gathered, once, with its class and the files it
      ** was seen in
       01 NAME-TABLE.
          02 NAME-ENTRY OCCURS 3000 TIMES.
             05 NT-OBJECT-TYPE        PIC X(8).
             05 NT-NAME               PIC X(48).
             05 NT-SOURCES            PIC X(28).
       01 NAME-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 NAME-INDEX                 PIC S9(9) BINARY.
       01 NAME-MATCH                 PIC S9(9) BINARY.

      ** the name being added to NAME-TABLE
       01 ADD-OBJECT-TYPE            PIC X(8).
       01 ADD-NAME                   PIC X(48).
       01 ADD-SOURCE                 PIC X(7).
       01 SOURCE-LENGTH              PIC S9(9) BINARY.
       01 SOURCE-SEEN                PIC S9(9) BINARY.

      ** the pattern match of MATCH-PATTERN against MATCH-NAME,
      ** with a single backtrack point for the last * seen
       01 MATCH-PATTERN              PIC X(48).
       01 MATCH-PATTERN-LENGTH       PIC S9(9) BINARY.
       01 MATCH-NAME                 PIC X(48).
       01 MATCH-NAME-LENGTH          PIC S9(9) BINARY.
       01 MATCH-SWITCH               PIC X VALUE 'N'.
       01 MATCH-DONE-SWITCH          PIC X VALUE 'N'.
       01 PATTERN-POSITION           PIC S9(9) BINARY.
       01 NAME-POSITION              PIC S9(9) BINARY.
       01 STAR-POSITION              PIC S9(9) BINARY.
       01 STAR-MARK                  PIC S9(9) BINARY.
       01 RULE-MATCH-SWITCH          PIC X VALUE 'N'.
       01 CHECK-NAME-LENGTH          PIC S9(9) BINARY.

      ** the owner inferred for the name being checked
       01 INFERRED-OWNER             PIC X(8).
       01 INFERRED-HOW               PIC X(14).

      ** this run's totals
       01 NAMES-CHECKED              PIC 9(7) VALUE 0.
       01 NAMES-IN-VIOLATION         PIC 9(7) VALUE 0.
       01 VIOLATION-COUNT            PIC 9(7) VALUE 0.
       01 NOT-INFERABLE-COUNT        PIC 9(7) VALUE 0.
       01 NAME-VIOLATED-SWITCH       PIC X VALUE 'N'.

      ** the earlier runs' totals, the most recent kept when the
      ** table fills
       01 HISTORY-TABLE.
          02 HISTORY-ENTRY OCCURS 400 TIMES.
             05 HS-TIMESTAMP          PIC X(17).
             05 HS-NAMES-CHECKED      PIC 9(7).
             05 HS-NAMES-IN-VIOLATION PIC 9(7).
             05 HS-VIOLATIONS         PIC 9(7).
             05 HS-NOT-INFERABLE      PIC 9(7).
       01 HISTORY-COUNT              PIC S9(9) BINARY VALUE 0.
       01 HISTORY-INDEX              PIC S9(9) BINARY.
       01 TREND-FIRST-INDEX          PIC S9(9) BINARY.
       01 TREND-RUNS                 PIC S9(9) BINARY VALUE 12.
       01 PREVIOUS-VIOLATIONS        PIC 9(7) VALUE 0.
       01 TREND-CHANGE               PIC S9(7) VALUE 0.
       01 TREND-CHANGE-EDITED        PIC -(6)9.
       01 REPORT-NUMBER              PIC Z(6)9.

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0NAM0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0NAM0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).

           PERFORM LOADRULE.
           IF RULE-COUNT IS EQUAL TO 0
             DISPLAY 'no usable rules in NAMRULE.DAT - nothing to '
                 'check against'
             MOVE 'NO NAMING RULES' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Gather the names.  Channels and baseline queues first, so  *
      *   transmission and backout queues are known as such before   *
      *   the inventory's plain queues are added                     *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADINV
             PERFORM LOADCHAN
             PERFORM LOADBASE
             PERFORM LOADCCX
             PERFORM ADDINV
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             OPEN OUTPUT NAMING-REPORT
             MOVE SPACES TO NAMING-REPORT-RECORD
             STRING 'NAMING STANDARDS SCAN ' NOW-TIMESTAMP
                    DELIMITED BY SIZE
               INTO NAMING-REPORT-RECORD
             WRITE NAMING-REPORT-RECORD
             MOVE SPACES TO NAMING-REPORT-RECORD
             WRITE NAMING-REPORT-RECORD
             PERFORM VARYING NAME-INDEX FROM 1 BY 1
                 UNTIL NAME-INDEX > NAME-COUNT
               PERFORM CHKNAME
             END-PERFORM
             PERFORM LOADHIST
             PERFORM TREND
             CLOSE NAMING-REPORT
             PERFORM SAVEHIST
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE RULE-COUNT TO REPORT-NUMBER
             DISPLAY NAMES-CHECKED ' names checked against '
                 REPORT-NUMBER ' rules'
             DISPLAY '   ' NAMES-IN-VIOLATION ' names break the '
                 'standard, ' VIOLATION-COUNT ' violations, '
                 NOT-INFERABLE-COUNT ' of them with no owner'
             DISPLAY '   report in NAMRPT.DAT'
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE NAMES-CHECKED TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0NAM0 end'.
           IF RLG-STATUS IS EQUAL TO 'END-OK'
             MOVE ZERO TO RETURN-CODE
           ELSE
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Load the naming rules.  A line with an unknown object      *
      *   type, no pattern or a & other than first is skipped and    *
      *   said so                                                    *
      *                                                              *
      ****************************************************************
       LOADRULE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT NAMING-RULE-FILE.
           IF NAMING-RULE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open NAMRULE.DAT, file status '
                 NAMING-RULE-STATUS
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ NAMING-RULE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF NAMING-RULE-RECORD IS NOT EQUAL TO SPACES
                 AND NAMING-RULE-RECORD(1:1) IS NOT EQUAL TO '*'
                   PERFORM ADDRULE
                 END-IF
             END-READ
           END-PERFORM.
           IF NAMING-RULE-STATUS IS EQUAL TO '00'
           OR NAMING-RULE-STATUS IS EQUAL TO '10'
             CLOSE NAMING-RULE-FILE
           END-IF.

       ADDRULE.
           MOVE 0 TO MATCH-PATTERN-LENGTH.
           INSPECT NR-PATTERN TALLYING MATCH-PATTERN-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO SOURCE-SEEN.
           INSPECT NR-PATTERN TALLYING SOURCE-SEEN FOR ALL '&'.
           IF NR-OBJECT-TYPE IS NOT EQUAL TO 'QUEUE'
           AND NR-OBJECT-TYPE IS NOT EQUAL TO 'XMITQ'
           AND NR-OBJECT-TYPE IS NOT EQUAL TO 'BOQ'
           AND NR-OBJECT-TYPE IS NOT EQUAL TO 'CHANNEL'
           AND NR-OBJECT-TYPE IS NOT EQUAL TO 'SVRCONN'
           AND NR-OBJECT-TYPE IS NOT EQUAL TO 'CLNTCONN'
           AND NR-OBJECT-TYPE IS NOT EQUAL TO 'QMGR'
             DISPLAY 'rule ' NR-RULE-ID ' skipped - object type '
                 NR-OBJECT-TYPE ' unknown'
             ADD 1 TO RULE-LINES-SKIPPED
           ELSE
             IF MATCH-PATTERN-LENGTH IS EQUAL TO 0
             OR SOURCE-SEEN IS GREATER THAN 1
             OR (SOURCE-SEEN IS EQUAL TO 1
                 AND NR-PATTERN(1:1) IS NOT EQUAL TO '&')
               DISPLAY 'rule ' NR-RULE-ID ' skipped - pattern <'
                   NR-PATTERN '> not usable'
               ADD 1 TO RULE-LINES-SKIPPED
             ELSE
               IF RULE-COUNT IS LESS THAN 100
                 ADD 1 TO RULE-COUNT
                 MOVE NR-OBJECT-TYPE TO RT-OBJECT-TYPE(RULE-COUNT)
                 MOVE NR-RULE-ID TO RT-RULE-ID(RULE-COUNT)
                 MOVE NR-PATTERN TO RT-PATTERN(RULE-COUNT)
                 MOVE MATCH-PATTERN-LENGTH
                   TO RT-PATTERN-LENGTH(RULE-COUNT)
                 MOVE NR-DESCRIPTION TO RT-DESCRIPTION(RULE-COUNT)
               ELSE
                 DISPLAY 'rule table full - rule ' NR-RULE-ID
                     ' skipped'
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the inventory's owners and application codes          *
      *                                                              *
      ****************************************************************
       LOADINV.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no MQINV.DAT on hand - no owner can be inferred'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF QI-QUEUE-NAME IS NOT EQUAL TO SPACES
                 AND (QI-ENTRY-TYPE IS EQUAL TO 'Q'
                   OR QI-ENTRY-TYPE IS EQUAL TO 'P')
                   IF OWNER-COUNT IS LESS THAN 1000
                     ADD 1 TO OWNER-COUNT
                     MOVE QI-QUEUE-NAME TO OW-NAME(OWNER-COUNT)
                     MOVE 0 TO OW-NAME-LENGTH(OWNER-COUNT)
                     INSPECT QI-QUEUE-NAME TALLYING
                       OW-NAME-LENGTH(OWNER-COUNT)
                       FOR CHARACTERS BEFORE INITIAL SPACE
                     MOVE QI-ENTRY-TYPE TO OW-ENTRY-TYPE(OWNER-COUNT)
                     MOVE QI-OWNING-APPL TO OW-OWNING-APPL(OWNER-COUNT)
                   ELSE
                     DISPLAY 'owner table full - entry for '
                         QI-QUEUE-NAME ' skipped'
                   END-IF
                   IF QI-OWNING-APPL IS NOT EQUAL TO SPACES
                     PERFORM ADDAPPL
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF INVENTORY-FILE-STATUS IS EQUAL TO '00'
           OR INVENTORY-FILE-STATUS IS EQUAL TO '10'
             CLOSE INVENTORY-FILE
           END-IF.

       ADDAPPL.
           MOVE 0 TO APPLICATION-MATCH.
           PERFORM VARYING APPLICATION-INDEX FROM 1 BY 1
               UNTIL APPLICATION-INDEX > APPLICATION-COUNT
             IF AP-APPL-CODE(APPLICATION-INDEX) IS EQUAL TO
                 QI-OWNING-APPL
               MOVE APPLICATION-INDEX TO APPLICATION-MATCH
               MOVE APPLICATION-COUNT TO APPLICATION-INDEX
             END-IF
           END-PERFORM.
           IF APPLICATION-MATCH IS EQUAL TO 0
             IF APPLICATION-COUNT IS LESS THAN 300
               ADD 1 TO APPLICATION-COUNT
               MOVE QI-OWNING-APPL TO AP-APPL-CODE(APPLICATION-COUNT)
               MOVE 0 TO AP-CODE-LENGTH(APPLICATION-COUNT)
               INSPECT QI-OWNING-APPL TALLYING
                 AP-CODE-LENGTH(APPLICATION-COUNT)
                 FOR CHARACTERS BEFORE INITIAL SPACE
             ELSE
               DISPLAY 'application table full - code '
                   QI-OWNING-APPL ' skipped'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The inventory's Q entries become QUEUE names unless a      *
      *   channel or baseline already classed them                   *
      *                                                              *
      ****************************************************************
       ADDINV.
           MOVE 'QUEUE' TO ADD-OBJECT-TYPE.
           MOVE 'MQINV' TO ADD-SOURCE.
           PERFORM VARYING OWNER-INDEX FROM 1 BY 1
               UNTIL OWNER-INDEX > OWNER-COUNT
             IF OW-ENTRY-TYPE(OWNER-INDEX) IS EQUAL TO 'Q'
               MOVE OW-NAME(OWNER-INDEX) TO ADD-NAME
               PERFORM ADDNAME
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Channels by type, and the transmission queues they name    *
      *                                                              *
      ****************************************************************
       LOADCHAN.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           MOVE 'CHANEXT' TO ADD-SOURCE.
           OPEN INPUT CHANNEL-EXTRACT.
           IF CHANNEL-EXTRACT-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no CHANEXT.DAT on hand - channels not checked'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANNEL-EXTRACT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF CE-CHANNEL-NAME IS NOT EQUAL TO SPACES
                   EVALUATE TRUE
                     WHEN CE-CHANNEL-TYPE IS NOT NUMERIC
                       MOVE 'CHANNEL' TO ADD-OBJECT-TYPE
                     WHEN CE-CHANNEL-TYPE IS EQUAL TO MQCHT-CLNTCONN
                       MOVE 'CLNTCONN' TO ADD-OBJECT-TYPE
                     WHEN CE-CHANNEL-TYPE IS EQUAL TO MQCHT-SVRCONN
                       MOVE 'SVRCONN' TO ADD-OBJECT-TYPE
                     WHEN OTHER
                       MOVE 'CHANNEL' TO ADD-OBJECT-TYPE
                   END-EVALUATE
                   MOVE CE-CHANNEL-NAME TO ADD-NAME
                   PERFORM ADDNAME
                 END-IF
                 IF CE-XMITQ-NAME IS NOT EQUAL TO SPACES
                   MOVE 'XMITQ' TO ADD-OBJECT-TYPE
                   MOVE CE-XMITQ-NAME TO ADD-NAME
                   PERFORM ADDNAME
                 END-IF
             END-READ
           END-PERFORM.
           IF CHANNEL-EXTRACT-STATUS IS EQUAL TO '00'
           OR CHANNEL-EXTRACT-STATUS IS EQUAL TO '10'
             CLOSE CHANNEL-EXTRACT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Baseline queues, and the backout queues they name          *
      *                                                              *
      ****************************************************************
       LOADBASE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           MOVE 'QBASE' TO ADD-SOURCE.
           OPEN INPUT QUEUE-BASELINE.
           IF QUEUE-BASELINE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no QBASE.DAT on hand - backout queues are '
                 'known only by name'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ QUEUE-BASELINE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF QB-BACKOUT-REQ-Q-NAME IS NOT EQUAL TO SPACES
                   MOVE 'BOQ' TO ADD-OBJECT-TYPE
                   MOVE QB-BACKOUT-REQ-Q-NAME TO ADD-NAME
                   PERFORM ADDNAME
                 END-IF
                 IF QB-QUEUE-NAME IS NOT EQUAL TO SPACES
                   MOVE 'QUEUE' TO ADD-OBJECT-TYPE
                   MOVE QB-QUEUE-NAME TO ADD-NAME
                   PERFORM ADDNAME
                 END-IF
             END-READ
           END-PERFORM.
           IF QUEUE-BASELINE-STATUS IS EQUAL TO '00'
           OR QUEUE-BASELINE-STATUS IS EQUAL TO '10'
             CLOSE QUEUE-BASELINE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Queue managers and client channels of the estate           *
      *                                                              *
      ****************************************************************
       LOADCCX.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           MOVE 'CCXCTL' TO ADD-SOURCE.
           OPEN INPUT CONNECTION-LIST-FILE.
           IF CONNECTION-LIST-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no CCXCTL.DAT on hand - client connections '
                 'not checked'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CONNECTION-LIST-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF CL-QMGR-NAME IS NOT EQUAL TO SPACES
                   MOVE 'QMGR' TO ADD-OBJECT-TYPE
                   MOVE CL-QMGR-NAME TO ADD-NAME
                   PERFORM ADDNAME
                 END-IF
                 IF CL-CHANNEL-NAME IS NOT EQUAL TO SPACES
                   MOVE 'CLNTCONN' TO ADD-OBJECT-TYPE
                   MOVE CL-CHANNEL-NAME TO ADD-NAME
                   PERFORM ADDNAME
                 END-IF
             END-READ
           END-PERFORM.
           IF CONNECTION-LIST-STATUS IS EQUAL TO '00'
           OR CONNECTION-LIST-STATUS IS EQUAL TO '10'
             CLOSE CONNECTION-LIST-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Add ADD-NAME once.  Queues share one name space: a queue   *
      *   seen as an XMITQ stays one, and a plain QUEUE seen again   *
      *   as a BOQ or XMITQ takes that class.  Channels share        *
      *   another; queue managers have their own                     *
      *                                                              *
      ****************************************************************
       ADDNAME.
           MOVE 0 TO NAME-MATCH.
           PERFORM VARYING NAME-INDEX FROM 1 BY 1
               UNTIL NAME-INDEX > NAME-COUNT
             IF NT-NAME(NAME-INDEX) IS EQUAL TO ADD-NAME
               EVALUATE TRUE
                 WHEN NT-OBJECT-TYPE(NAME-INDEX) IS EQUAL TO
                     ADD-OBJECT-TYPE
                   MOVE NAME-INDEX TO NAME-MATCH
                 WHEN (ADD-OBJECT-TYPE IS EQUAL TO 'QUEUE'
                     OR ADD-OBJECT-TYPE IS EQUAL TO 'BOQ'
                     OR ADD-OBJECT-TYPE IS EQUAL TO 'XMITQ')
                 AND (NT-OBJECT-TYPE(NAME-INDEX) IS EQUAL TO 'QUEUE'
                     OR NT-OBJECT-TYPE(NAME-INDEX) IS EQUAL TO 'BOQ'
                     OR NT-OBJECT-TYPE(NAME-INDEX) IS EQUAL TO 'XMITQ')
                   MOVE NAME-INDEX TO NAME-MATCH
                   IF ADD-OBJECT-TYPE IS EQUAL TO 'XMITQ'
                   OR (ADD-OBJECT-TYPE IS EQUAL TO 'BOQ'
                     AND NT-OBJECT-TYPE(NAME-INDEX) IS EQUAL TO
                         'QUEUE')
                     MOVE ADD-OBJECT-TYPE
                       TO NT-OBJECT-TYPE(NAME-INDEX)
                   END-IF
                 WHEN (ADD-OBJECT-TYPE IS EQUAL TO 'CHANNEL'
                     OR ADD-OBJECT-TYPE IS EQUAL TO 'SVRCONN'
                     OR ADD-OBJECT-TYPE IS EQUAL TO 'CLNTCONN')
                 AND (NT-OBJECT-TYPE(NAME-INDEX) IS EQUAL TO 'CHANNEL'
                     OR NT-OBJECT-TYPE(NAME-INDEX) IS EQUAL TO
                         'SVRCONN'
                     OR NT-OBJECT-TYPE(NAME-INDEX) IS EQUAL TO
                         'CLNTCONN')
                   MOVE NAME-INDEX TO NAME-MATCH
               END-EVALUATE
               IF NAME-MATCH IS GREATER THAN 0
                 MOVE NAME-COUNT TO NAME-INDEX
               END-IF
             END-IF
           END-PERFORM.

           IF NAME-MATCH IS EQUAL TO 0
             IF NAME-COUNT IS LESS THAN 3000
               ADD 1 TO NAME-COUNT
               MOVE NAME-COUNT TO NAME-MATCH
               MOVE ADD-OBJECT-TYPE TO NT-OBJECT-TYPE(NAME-MATCH)
               MOVE ADD-NAME TO NT-NAME(NAME-MATCH)
               MOVE SPACES TO NT-SOURCES(NAME-MATCH)
             ELSE
               DISPLAY 'name table full - ' ADD-NAME ' skipped'
             END-IF
           END-IF.

      **   the files the name was seen in, each once
           IF NAME-MATCH IS GREATER THAN 0
             MOVE 0 TO SOURCE-SEEN
             INSPECT NT-SOURCES(NAME-MATCH) TALLYING SOURCE-SEEN
               FOR ALL ADD-SOURCE(1:5)
             IF SOURCE-SEEN IS EQUAL TO 0
               MOVE 0 TO SOURCE-LENGTH
               INSPECT NT-SOURCES(NAME-MATCH) TALLYING SOURCE-LENGTH
                 FOR CHARACTERS BEFORE INITIAL '  '
               IF SOURCE-LENGTH IS EQUAL TO 0
                 MOVE ADD-SOURCE TO NT-SOURCES(NAME-MATCH)
               ELSE
                 STRING NT-SOURCES(NAME-MATCH)(1:SOURCE-LENGTH)
                        DELIMITED BY SIZE
                        ',' DELIMITED BY SIZE
                        ADD-SOURCE DELIMITED BY SPACE
                   INTO NT-SOURCES(NAME-MATCH)
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Check one name against every rule of its type, reporting   *
      *   each rule it breaks with its owner                         *
      *                                                              *
      ****************************************************************
       CHKNAME.
           ADD 1 TO NAMES-CHECKED.
           MOVE 'N' TO NAME-VIOLATED-SWITCH.
           MOVE 0 TO CHECK-NAME-LENGTH.
           INSPECT NT-NAME(NAME-INDEX) TALLYING CHECK-NAME-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > RULE-COUNT
             IF RT-OBJECT-TYPE(RULE-INDEX) IS EQUAL TO
                 NT-OBJECT-TYPE(NAME-INDEX)
               PERFORM MATCH1
               IF RULE-MATCH-SWITCH IS NOT EQUAL TO 'Y'
                 IF NAME-VIOLATED-SWITCH IS NOT EQUAL TO 'Y'
                   MOVE 'Y' TO NAME-VIOLATED-SWITCH
                   ADD 1 TO NAMES-IN-VIOLATION
                   PERFORM OWNER1
                   IF INFERRED-OWNER IS EQUAL TO SPACES
                     ADD 1 TO NOT-INFERABLE-COUNT
                   END-IF
                 END-IF
                 ADD 1 TO VIOLATION-COUNT
                 MOVE SPACES TO NAMING-REPORT-RECORD
                 STRING 'VIOLATION ' NT-OBJECT-TYPE(NAME-INDEX) ' '
                        NT-NAME(NAME-INDEX) ' rule '
                        RT-RULE-ID(RULE-INDEX) ' '
                        DELIMITED BY SIZE
                        RT-DESCRIPTION(RULE-INDEX) DELIMITED BY '  '
                   INTO NAMING-REPORT-RECORD
                 WRITE NAMING-REPORT-RECORD
                 MOVE SPACES TO NAMING-REPORT-RECORD
                 IF INFERRED-OWNER IS EQUAL TO SPACES
                   STRING '          pattern ' DELIMITED BY SIZE
                          RT-PATTERN(RULE-INDEX) DELIMITED BY SPACE
                          '  owner NOT INFERABLE  seen in '
                          NT-SOURCES(NAME-INDEX)
                          DELIMITED BY SIZE
                     INTO NAMING-REPORT-RECORD
                 ELSE
                   STRING '          pattern ' DELIMITED BY SIZE
                          RT-PATTERN(RULE-INDEX) DELIMITED BY SPACE
                          '  owner ' INFERRED-OWNER ' by '
                          INFERRED-HOW ' seen in '
                          NT-SOURCES(NAME-INDEX)
                          DELIMITED BY SIZE
                     INTO NAMING-REPORT-RECORD
                 END-IF
                 WRITE NAMING-REPORT-RECORD
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Does the name match rule RULE-INDEX?  A leading & is tried *
      *   with each application code the name starts with, the rest  *
      *   of the pattern then matched against the rest of the name   *
      *                                                              *
      ****************************************************************
       MATCH1.
           MOVE 'N' TO RULE-MATCH-SWITCH.
           IF RT-PATTERN(RULE-INDEX)(1:1) IS NOT EQUAL TO '&'
             MOVE RT-PATTERN(RULE-INDEX) TO MATCH-PATTERN
             MOVE RT-PATTERN-LENGTH(RULE-INDEX) TO MATCH-PATTERN-LENGTH
             MOVE NT-NAME(NAME-INDEX) TO MATCH-NAME
             MOVE CHECK-NAME-LENGTH TO MATCH-NAME-LENGTH
             PERFORM GLOB
             MOVE MATCH-SWITCH TO RULE-MATCH-SWITCH
           ELSE
             PERFORM VARYING APPLICATION-INDEX FROM 1 BY 1
                 UNTIL APPLICATION-INDEX > APPLICATION-COUNT
               IF AP-CODE-LENGTH(APPLICATION-INDEX) IS NOT GREATER
                   THAN CHECK-NAME-LENGTH
               AND NT-NAME(NAME-INDEX)
                   (1:AP-CODE-LENGTH(APPLICATION-INDEX)) IS EQUAL TO
                   AP-APPL-CODE(APPLICATION-INDEX)
                   (1:AP-CODE-LENGTH(APPLICATION-INDEX))
                 MOVE SPACES TO MATCH-PATTERN
                 COMPUTE MATCH-PATTERN-LENGTH =
                     RT-PATTERN-LENGTH(RULE-INDEX) - 1
                 IF MATCH-PATTERN-LENGTH IS GREATER THAN 0
                   MOVE RT-PATTERN(RULE-INDEX)(2:MATCH-PATTERN-LENGTH)
                     TO MATCH-PATTERN
                 END-IF
                 MOVE SPACES TO MATCH-NAME
                 COMPUTE MATCH-NAME-LENGTH = CHECK-NAME-LENGTH
                     - AP-CODE-LENGTH(APPLICATION-INDEX)
                 IF MATCH-NAME-LENGTH IS GREATER THAN 0
                   MOVE NT-NAME(NAME-INDEX)
                     (AP-CODE-LENGTH(APPLICATION-INDEX) + 1:
                      MATCH-NAME-LENGTH)
                     TO MATCH-NAME
                 END-IF
                 PERFORM GLOB
                 IF MATCH-SWITCH IS EQUAL TO 'Y'
                   MOVE 'Y' TO RULE-MATCH-SWITCH
                   MOVE APPLICATION-COUNT TO APPLICATION-INDEX
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   Match MATCH-NAME against MATCH-PATTERN: ? takes any one    *
      *   character and * any run of them.  On a mismatch after a    *
      *   * the * takes one more character and the match resumes     *
      *                                                              *
      ****************************************************************
       GLOB.
           MOVE 'N' TO MATCH-SWITCH.
           MOVE 'N' TO MATCH-DONE-SWITCH.
           MOVE 1 TO PATTERN-POSITION.
           MOVE 1 TO NAME-POSITION.
           MOVE 0 TO STAR-POSITION.
           MOVE 0 TO STAR-MARK.
           PERFORM WITH TEST BEFORE
               UNTIL NAME-POSITION > MATCH-NAME-LENGTH
               OR MATCH-DONE-SWITCH IS EQUAL TO 'Y'
             EVALUATE TRUE
               WHEN PATTERN-POSITION IS NOT GREATER THAN
                   MATCH-PATTERN-LENGTH
               AND MATCH-PATTERN(PATTERN-POSITION:1) IS EQUAL TO '*'
                 MOVE PATTERN-POSITION TO STAR-POSITION
                 MOVE NAME-POSITION TO STAR-MARK
                 ADD 1 TO PATTERN-POSITION
               WHEN PATTERN-POSITION IS NOT GREATER THAN
                   MATCH-PATTERN-LENGTH
               AND (MATCH-PATTERN(PATTERN-POSITION:1) IS EQUAL TO '?'
                 OR MATCH-PATTERN(PATTERN-POSITION:1) IS EQUAL TO
                    MATCH-NAME(NAME-POSITION:1))
                 ADD 1 TO PATTERN-POSITION
                 ADD 1 TO NAME-POSITION
               WHEN STAR-POSITION IS GREATER THAN 0
                 COMPUTE PATTERN-POSITION = STAR-POSITION + 1
                 ADD 1 TO STAR-MARK
                 MOVE STAR-MARK TO NAME-POSITION
               WHEN OTHER
                 MOVE 'Y' TO MATCH-DONE-SWITCH
             END-EVALUATE
           END-PERFORM.
           IF MATCH-DONE-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM WITH TEST BEFORE
                 UNTIL PATTERN-POSITION > MATCH-PATTERN-LENGTH
                 OR MATCH-PATTERN(PATTERN-POSITION:1) IS NOT EQUAL
                    TO '*'
               ADD 1 TO PATTERN-POSITION
             END-PERFORM
             IF PATTERN-POSITION IS GREATER THAN MATCH-PATTERN-LENGTH
               MOVE 'Y' TO MATCH-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Infer the name's owner: its own inventory entry, else the  *
      *   application code its first qualifier names, else its       *
      *   longest inventory prefix entry with an owner               *
      *                                                              *
      ****************************************************************
       OWNER1.
           MOVE SPACES TO INFERRED-OWNER.
           MOVE SPACES TO INFERRED-HOW.
           PERFORM VARYING OWNER-INDEX FROM 1 BY 1
               UNTIL OWNER-INDEX > OWNER-COUNT
             IF OW-ENTRY-TYPE(OWNER-INDEX) IS EQUAL TO 'Q'
             AND OW-NAME(OWNER-INDEX) IS EQUAL TO NT-NAME(NAME-INDEX)
             AND OW-OWNING-APPL(OWNER-INDEX) IS NOT EQUAL TO SPACES
               MOVE OW-OWNING-APPL(OWNER-INDEX) TO INFERRED-OWNER
               MOVE 'INVENTORY' TO INFERRED-HOW
               MOVE OWNER-COUNT TO OWNER-INDEX
             END-IF
           END-PERFORM.

           IF INFERRED-OWNER IS EQUAL TO SPACES
             PERFORM VARYING APPLICATION-INDEX FROM 1 BY 1
                 UNTIL APPLICATION-INDEX > APPLICATION-COUNT
               IF AP-CODE-LENGTH(APPLICATION-INDEX) IS LESS THAN
                   CHECK-NAME-LENGTH
               AND NT-NAME(NAME-INDEX)
                   (1:AP-CODE-LENGTH(APPLICATION-INDEX)) IS EQUAL TO
                   AP-APPL-CODE(APPLICATION-INDEX)
                   (1:AP-CODE-LENGTH(APPLICATION-INDEX))
               AND NT-NAME(NAME-INDEX)
                   (AP-CODE-LENGTH(APPLICATION-INDEX) + 1:1)
                   IS EQUAL TO '.'
                 MOVE AP-APPL-CODE(APPLICATION-INDEX)
                   TO INFERRED-OWNER
                 MOVE 'QUALIFIER' TO INFERRED-HOW
                 MOVE APPLICATION-COUNT TO APPLICATION-INDEX
               END-IF
             END-PERFORM
           END-IF.

           IF INFERRED-OWNER IS EQUAL TO SPACES
             MOVE 0 TO OWNER-PREFIX-LENGTH
             PERFORM VARYING OWNER-INDEX FROM 1 BY 1
                 UNTIL OWNER-INDEX > OWNER-COUNT
               IF OW-ENTRY-TYPE(OWNER-INDEX) IS EQUAL TO 'P'
               AND OW-OWNING-APPL(OWNER-INDEX) IS NOT EQUAL TO SPACES
               AND OW-NAME-LENGTH(OWNER-INDEX) IS GREATER THAN
                   OWNER-PREFIX-LENGTH
               AND OW-NAME-LENGTH(OWNER-INDEX) IS NOT GREATER THAN
                   CHECK-NAME-LENGTH
               AND NT-NAME(NAME-INDEX)
                   (1:OW-NAME-LENGTH(OWNER-INDEX)) IS EQUAL TO
                   OW-NAME(OWNER-INDEX)(1:OW-NAME-LENGTH(OWNER-INDEX))
                 MOVE OW-NAME-LENGTH(OWNER-INDEX) TO OWNER-PREFIX-LENGTH
                 MOVE OW-OWNING-APPL(OWNER-INDEX) TO INFERRED-OWNER
                 MOVE 'PREFIX ENTRY' TO INFERRED-HOW
               END-IF
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the earlier runs' totals - when the table is full     *
      *   the oldest is dropped, so the latest are always kept       *
      *                                                              *
      ****************************************************************
       LOADHIST.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT NAMING-HISTORY.
           IF NAMING-HISTORY-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ NAMING-HISTORY
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF NH-VIOLATIONS IS NUMERIC
                   IF HISTORY-COUNT IS EQUAL TO 400
                     PERFORM VARYING HISTORY-INDEX FROM 2 BY 1
                         UNTIL HISTORY-INDEX > HISTORY-COUNT
                       MOVE HISTORY-ENTRY(HISTORY-INDEX)
                         TO HISTORY-ENTRY(HISTORY-INDEX - 1)
                     END-PERFORM
                   ELSE
                     ADD 1 TO HISTORY-COUNT
                   END-IF
                   MOVE NH-TIMESTAMP TO HS-TIMESTAMP(HISTORY-COUNT)
                   MOVE NH-NAMES-CHECKED
                     TO HS-NAMES-CHECKED(HISTORY-COUNT)
                   MOVE NH-NAMES-IN-VIOLATION
                     TO HS-NAMES-IN-VIOLATION(HISTORY-COUNT)
                   MOVE NH-VIOLATIONS TO HS-VIOLATIONS(HISTORY-COUNT)
                   MOVE NH-NOT-INFERABLE
                     TO HS-NOT-INFERABLE(HISTORY-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           IF NAMING-HISTORY-STATUS IS EQUAL TO '00'
           OR NAMING-HISTORY-STATUS IS EQUAL TO '10'
             CLOSE NAMING-HISTORY
           END-IF.

      ****************************************************************
      *                                                              *
      *   Close the report with the totals and the trend of the      *
      *   last runs, this one included, each against the run         *
      *   before it                                                  *
      *                                                              *
      ****************************************************************
       TREND.
           MOVE SPACES TO NAMING-REPORT-RECORD.
           WRITE NAMING-REPORT-RECORD.
           MOVE SPACES TO NAMING-REPORT-RECORD.
           STRING 'TOTALS ' NAMES-CHECKED ' names checked, '
                  NAMES-IN-VIOLATION ' in violation, '
                  VIOLATION-COUNT ' violations, '
                  NOT-INFERABLE-COUNT ' with no inferable owner'
                  DELIMITED BY SIZE
             INTO NAMING-REPORT-RECORD.
           WRITE NAMING-REPORT-RECORD.
           IF RULE-LINES-SKIPPED IS GREATER THAN 0
             MOVE SPACES TO NAMING-REPORT-RECORD
             STRING '       ' RULE-LINES-SKIPPED
                    ' NAMRULE.DAT lines skipped as unusable'
                    DELIMITED BY SIZE
               INTO NAMING-REPORT-RECORD
             WRITE NAMING-REPORT-RECORD
           END-IF.
           MOVE SPACES TO NAMING-REPORT-RECORD.
           WRITE NAMING-REPORT-RECORD.
           MOVE SPACES TO NAMING-REPORT-RECORD.
           STRING 'TREND    run               names  in viol  '
                  'violations  change  no owner'
                  DELIMITED BY SIZE
             INTO NAMING-REPORT-RECORD.
           WRITE NAMING-REPORT-RECORD.

           COMPUTE TREND-FIRST-INDEX = HISTORY-COUNT - TREND-RUNS + 2.
           IF TREND-FIRST-INDEX IS LESS THAN 1
             MOVE 1 TO TREND-FIRST-INDEX
           END-IF.
           IF TREND-FIRST-INDEX IS GREATER THAN 1
             MOVE HS-VIOLATIONS(TREND-FIRST-INDEX - 1)
               TO PREVIOUS-VIOLATIONS
           ELSE
             MOVE 0 TO PREVIOUS-VIOLATIONS
           END-IF.
           PERFORM VARYING HISTORY-INDEX FROM TREND-FIRST-INDEX BY 1
               UNTIL HISTORY-INDEX > HISTORY-COUNT
             IF HISTORY-INDEX IS EQUAL TO 1
               MOVE 0 TO TREND-CHANGE
             ELSE
               COMPUTE TREND-CHANGE = HS-VIOLATIONS(HISTORY-INDEX)
                   - PREVIOUS-VIOLATIONS
             END-IF
             MOVE TREND-CHANGE TO TREND-CHANGE-EDITED
             MOVE SPACES TO NAMING-REPORT-RECORD
             STRING '         ' HS-TIMESTAMP(HISTORY-INDEX) ' '
                    HS-NAMES-CHECKED(HISTORY-INDEX) '  '
                    HS-NAMES-IN-VIOLATION(HISTORY-INDEX) '     '
                    HS-VIOLATIONS(HISTORY-INDEX) ' '
                    TREND-CHANGE-EDITED ' '
                    HS-NOT-INFERABLE(HISTORY-INDEX)
                    DELIMITED BY SIZE
               INTO NAMING-REPORT-RECORD
             WRITE NAMING-REPORT-RECORD
             MOVE HS-VIOLATIONS(HISTORY-INDEX) TO PREVIOUS-VIOLATIONS
           END-PERFORM.

           IF HISTORY-COUNT IS EQUAL TO 0
             MOVE 0 TO TREND-CHANGE
           ELSE
             COMPUTE TREND-CHANGE = VIOLATION-COUNT
                 - PREVIOUS-VIOLATIONS
           END-IF.
           MOVE TREND-CHANGE TO TREND-CHANGE-EDITED.
           MOVE SPACES TO NAMING-REPORT-RECORD.
           STRING '  (this) ' NOW-TIMESTAMP ' '
                  NAMES-CHECKED '  '
                  NAMES-IN-VIOLATION '     '
                  VIOLATION-COUNT ' '
                  TREND-CHANGE-EDITED ' '
                  NOT-INFERABLE-COUNT
                  DELIMITED BY SIZE
             INTO NAMING-REPORT-RECORD.
           WRITE NAMING-REPORT-RECORD.

      ****************************************************************
      *                                                              *
      *   Append this run's totals to NAMHIST.DAT                    *
      *                                                              *
      ****************************************************************
       SAVEHIST.
           OPEN EXTEND NAMING-HISTORY.
           IF NAMING-HISTORY-STATUS IS EQUAL TO '35'
             OPEN OUTPUT NAMING-HISTORY
           END-IF.
           MOVE SPACES TO NAMING-HISTORY-RECORD.
           MOVE NOW-TIMESTAMP TO NH-TIMESTAMP.
           MOVE NAMES-CHECKED TO NH-NAMES-CHECKED.
           MOVE NAMES-IN-VIOLATION TO NH-NAMES-IN-VIOLATION.
           MOVE VIOLATION-COUNT TO NH-VIOLATIONS.
           MOVE NOT-INFERABLE-COUNT TO NH-NOT-INFERABLE.
           WRITE NAMING-HISTORY-RECORD.
           CLOSE NAMING-HISTORY.

      ****************************************************************
      *                                                              *
      * END OF AMQ0NAM0                                              *
      *                                                              *
      ****************************************************************
