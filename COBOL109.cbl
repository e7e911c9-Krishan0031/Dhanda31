       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0ELG0                                       *
      *                                                              *
      * Description: Queue manager error-log scanner feeding the     *
      *              alert bus                                       *
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
      *   AMQ0ELG0 reads the queue manager's error log, where        *
      *   channel SSL failures, authority errors and log-space       *
      *   warnings show long before any monitor sees a symptom:      *
      *                                                              *
      *      -- AMQERR01.LOG is read from where the previous run     *
      *         stopped.  ERRPOS.DAT holds the log's first line and  *
      *         the line the last complete entry ended on; when the  *
      *         first line has changed the log has rolled over, and  *
      *         the rest of the old log is read from AMQERR02.LOG    *
      *         (or AMQERR03.LOG after two rollovers) before the new *
      *         AMQERR01.LOG is read from its start                  *
      *                                                              *
      *      -- each entry's message id (AMQnnnn) is matched against *
      *         the rules in ERRRULE.DAT, which give the severity,   *
      *         the alert text and how to pick the object out of the *
      *         entry: the text that comes just before the object    *
      *         name and the character that ends it.  An entry with  *
      *         no object found is raised against its queue manager  *
      *                                                              *
      *      -- a matched entry whose message id and object were     *
      *         already alerted within the collapse window is only   *
      *         counted; the count rides on the next alert for them  *
      *         (ERRSUP.DAT carries this across runs)                *
      *                                                              *
      *      -- every other match is checked with AMQ0MWC0 and,      *
      *         outside a maintenance window, put as an OPSALERT     *
      *         datagram and appended to QDMALERT.DAT in AMQ0QDM0's  *
      *         layout, so AMQ0AST0, AMQ0ESC0 and AMQ0SDX0 take it   *
      *         up as they do every other monitor's alerts           *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the collapse window and the log directory     *
      *         load ERRRULE.DAT, ERRPOS.DAT and ERRSUP.DAT          *
      *         MQCONNect to default queue manager                   *
      *         read the unread part of the error logs, alerting     *
      *         each complete entry that matches a rule              *
      *         rewrite ERRPOS.DAT and ERRSUP.DAT                    *
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
      *   AMQ0ELG0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  collapse window in minutes (default 60)              *
      *      2  the error-log directory (default the current one)    *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0ELG0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** one generation of the queue manager's error log
           SELECT ERROR-LOG ASSIGN TO ERROR-LOG-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ERROR-LOG-STATUS.

      ** the message-id rules
           SELECT RULE-FILE ASSIGN TO 'ERRRULE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RULE-FILE-STATUS.

      ** where the previous run stopped reading, rewritten every run
           SELECT POSITION-FILE ASSIGN TO 'ERRPOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS POSITION-FILE-STATUS.

      ** the alerts raised recently, for collapsing repeats
           SELECT COLLAPSE-STATE ASSIGN TO 'ERRSUP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COLLAPSE-STATE-STATUS.

      ** appended in AMQ0QDM0's own alert layout, so the alert state
      ** tracker picks error-log alerts up unchanged
           SELECT ALERT-REPORT ASSIGN TO 'QDMALERT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG.
       01 ERROR-LOG-RECORD             PIC X(256).

       FD  RULE-FILE.
       01 RULE-RECORD.
          05 RR-MESSAGE-ID             PIC X(8).
          05 FILLER                    PIC X.
          05 RR-SEVERITY               PIC 9(1).
          05 FILLER                    PIC X.
          05 RR-OBJECT-START           PIC X(20).
          05 FILLER                    PIC X.
          05 RR-OBJECT-END             PIC X(1).
          05 FILLER                    PIC X.
          05 RR-ALERT-TEXT             PIC X(40).

       FD  POSITION-FILE.
       01 POSITION-RECORD.
          05 EP-LINE-COUNT             PIC 9(9).
          05 FILLER                    PIC X.
          05 EP-FIRST-LINE             PIC X(100).

       FD  COLLAPSE-STATE.
       01 COLLAPSE-STATE-RECORD.
          05 ES-MESSAGE-ID             PIC X(8).
          05 FILLER                    PIC X.
          05 ES-OBJECT-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 ES-LAST-ALERTED           PIC X(17).
          05 FILLER                    PIC X.
          05 ES-REPEAT-COUNT           PIC 9(7).

      ** identical layout to the record AMQ0QDM0 writes
       FD  ALERT-REPORT.
       01 ALERT-REPORT-RECORD.
          05 AR-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X.
          05 AR-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 AR-CURRENT-DEPTH          PIC Z(8)9.
          05 AR-OVER-TEXT              PIC X(8).
          05 AR-THRESHOLD              PIC Z(8)9.

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
      * Structured operations alert datagram
       01 MY-OPS-ALERT.
          COPY OPSALERT.
      ** note, sample uses defaults where it can
       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

       01 ERROR-LOG-NAME             PIC X(80) VALUE SPACES.
       01 ERROR-LOG-STATUS           PIC XX VALUE '00'.
       01 RULE-FILE-STATUS           PIC XX VALUE '00'.
       01 POSITION-FILE-STATUS       PIC XX VALUE '00'.
       01 COLLAPSE-STATE-STATUS      PIC XX VALUE '00'.
       01 ALERT-REPORT-STATUS        PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** job parameters
       01 PARM-WINDOW-MINUTES        PIC 9(5) VALUE 0.
       01 PARM-LOG-DIRECTORY         PIC X(60) VALUE SPACES.

      ** the message-id rules
       01 RULE-TABLE.
          02 RULE-ENTRY OCCURS 200 TIMES.
             05 RL-MESSAGE-ID         PIC X(8).
      **       the significant length of the id, and Y when it ended
      **       in * (a prefix covering a range of messages)
             05 RL-ID-LENGTH          PIC S9(9) BINARY.
             05 RL-PREFIX-SWITCH      PIC X(1).
             05 RL-SEVERITY           PIC 9(1).
             05 RL-OBJECT-START       PIC X(20).
             05 RL-START-LENGTH       PIC S9(9) BINARY.
             05 RL-OBJECT-END         PIC X(1).
             05 RL-ALERT-TEXT         PIC X(40).
       01 RULE-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 RULE-INDEX                 PIC S9(9) BINARY.
       01 RULE-MATCH-INDEX           PIC S9(9) BINARY.
       01 RULE-ID-LENGTH             PIC S9(9) BINARY.
       01 SCAN-INDEX                 PIC S9(9) BINARY.

      ** the alerts raised recently, and the repeats since
       01 COLLAPSE-TABLE.
          02 COLLAPSE-ENTRY OCCURS 500 TIMES.
             05 CS-MESSAGE-ID         PIC X(8).
             05 CS-OBJECT-NAME        PIC X(48).
             05 CS-LAST-ALERTED       PIC X(17).
             05 CS-REPEAT-COUNT       PIC S9(9) BINARY.
       01 COLLAPSE-COUNT             PIC S9(9) BINARY VALUE 0.
       01 COLLAPSE-INDEX             PIC S9(9) BINARY.
       01 COLLAPSE-MATCH-INDEX       PIC S9(9) BINARY.

      ** the read position: the saved one, and the one this run
      ** leaves for the next
       01 SAVED-FIRST-LINE           PIC X(100) VALUE SPACES.
       01 SAVED-LINE-COUNT           PIC S9(9) BINARY VALUE 0.
       01 CURRENT-FIRST-LINE         PIC X(100).
       01 PROBE-FIRST-LINE           PIC X(100).
       01 LOG-GENERATION             PIC 9(1).
       01 LOG-SKIP-COUNT             PIC S9(9) BINARY.
       01 LOG-LINE-NUMBER            PIC S9(9) BINARY.
       01 LOG-COMPLETE-LINES         PIC S9(9) BINARY.
      **   Y for AMQERR01.LOG, whose last entry may still be being
      **   written - it is left to the next run unless it is complete
       01 LOG-CURRENT-SWITCH         PIC X VALUE 'N'.
       01 LOG-PRESENT-SWITCH         PIC X VALUE 'N'.

      ** the error-log entry being assembled, line by line
       01 ENTRY-TABLE.
          02 ENTRY-LINE              PIC X(256) OCCURS 40 TIMES.
       01 ENTRY-LINE-COUNT           PIC S9(9) BINARY VALUE 0.
       01 ENTRY-INDEX                PIC S9(9) BINARY.
       01 ENTRY-MESSAGE-ID           PIC X(8).
       01 ENTRY-QMGR-NAME            PIC X(48).
       01 ENTRY-OBJECT-NAME          PIC X(48).
       01 ENTRY-TIMESTAMP            PIC X(17).
       01 ENTRY-HOUR                 PIC 9(2).
       01 ENTRY-REASON               PIC 9(9).

      ** picking a name out of the entry: the text before it and the
      ** character after it
       01 EXTRACT-START              PIC X(20).
       01 EXTRACT-START-LENGTH       PIC S9(9) BINARY.
       01 EXTRACT-END                PIC X(1).
       01 EXTRACT-RESULT             PIC X(48).
       01 EXTRACT-TALLY              PIC S9(9) BINARY.
       01 EXTRACT-POINTER            PIC S9(9) BINARY.
       01 EXTRACT-DISCARD            PIC X(256).

      ** elapsed-minutes arithmetic - the same approximate-ordinal
      ** shape AMQ0ESC0 uses for alert ages
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).
       01 SEEN-TIMESTAMP             PIC X(17).
       01 LATER-TIMESTAMP            PIC X(17).
       01 LATER-MINUTE-OF-DAY        PIC S9(9) BINARY.
       01 LATER-DATE-ORDINAL         PIC S9(9) BINARY.
       01 SEEN-MINUTE-OF-DAY         PIC S9(9) BINARY.
       01 SEEN-DATE-ORDINAL          PIC S9(9) BINARY.
       01 ELAPSED-MINUTES            PIC S9(9) BINARY.
       01 ORDINAL-YEAR               PIC 9(4).
       01 ORDINAL-MONTH              PIC 9(2).
       01 ORDINAL-DAY                PIC 9(2).
       01 TIME-HOUR-PART             PIC 9(2).
       01 TIME-MINUTE-PART           PIC 9(2).

       01 ALERT-REPEATS              PIC S9(9) BINARY.
       01 DISPLAY-REPEATS            PIC Z(6)9.
       01 ENTRY-COUNT                PIC 9(7) VALUE 0.
       01 MATCHED-COUNT              PIC 9(7) VALUE 0.
       01 ALERT-COUNT                PIC 9(7) VALUE 0.
       01 COLLAPSED-COUNT            PIC 9(7) VALUE 0.
       01 SUPPRESSED-COUNT           PIC 9(7) VALUE 0.

      * Shared maintenance-window check interface - consulted before
      * an alert is raised
       01 MY-WINDOW-CHECK.
          COPY MWCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0ELG0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0ELG0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-WINDOW-MINUTES FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-WINDOW-MINUTES
           END-ACCEPT.
           IF PARM-WINDOW-MINUTES IS EQUAL TO 0
             MOVE 60 TO PARM-WINDOW-MINUTES
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-LOG-DIRECTORY FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-LOG-DIRECTORY
           END-ACCEPT.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).

           PERFORM LOADRULE.
           IF RULE-COUNT IS EQUAL TO 0
             DISPLAY 'no rules in ERRRULE.DAT - nothing to match'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOADPOS.
           PERFORM LOADSUP.

           OPEN EXTEND ALERT-REPORT.
           IF ALERT-REPORT-STATUS IS EQUAL TO '35'
             OPEN OUTPUT ALERT-REPORT
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
      *   Read what has been written since the previous run          *
      *                                                              *
      ****************************************************************
           MOVE 1 TO LOG-GENERATION.
           PERFORM FIRSTLN.
           MOVE PROBE-FIRST-LINE TO CURRENT-FIRST-LINE.
           IF LOG-PRESENT-SWITCH IS NOT EQUAL TO 'Y'
             DISPLAY 'no error log ' ERROR-LOG-NAME
             MOVE SAVED-FIRST-LINE TO CURRENT-FIRST-LINE
             MOVE SAVED-LINE-COUNT TO LOG-COMPLETE-LINES
           ELSE
             PERFORM CATCHUP
           END-IF.

           CLOSE ALERT-REPORT.
           PERFORM SAVEPOS.
           PERFORM SAVESUP.

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

           DISPLAY ENTRY-COUNT ' entries read, ' MATCHED-COUNT
               ' matched, ' ALERT-COUNT ' alerted, ' COLLAPSED-COUNT
               ' collapsed, ' SUPPRESSED-COUNT ' suppressed in '
               'maintenance windows'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE ENTRY-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0ELG0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Work out which logs hold the unread entries and read them, *
      *   oldest first.  Unchanged first line - carry on in          *
      *   AMQERR01.LOG; otherwise find the old first line in         *
      *   AMQERR02.LOG or AMQERR03.LOG, finish that one and read     *
      *   every newer generation whole                               *
      *                                                              *
      ****************************************************************
       CATCHUP.
           IF SAVED-FIRST-LINE IS EQUAL TO CURRENT-FIRST-LINE
             MOVE SAVED-LINE-COUNT TO LOG-SKIP-COUNT
           ELSE
             MOVE 0 TO LOG-SKIP-COUNT
             IF SAVED-FIRST-LINE IS NOT EQUAL TO SPACES
               MOVE 2 TO LOG-GENERATION
               PERFORM FIRSTLN
               IF LOG-PRESENT-SWITCH IS EQUAL TO 'Y'
               AND PROBE-FIRST-LINE IS EQUAL TO SAVED-FIRST-LINE
                 MOVE SAVED-LINE-COUNT TO LOG-SKIP-COUNT
                 PERFORM SCANFILE
               ELSE
                 MOVE 3 TO LOG-GENERATION
                 PERFORM FIRSTLN
                 IF LOG-PRESENT-SWITCH IS EQUAL TO 'Y'
                 AND PROBE-FIRST-LINE IS EQUAL TO SAVED-FIRST-LINE
                   MOVE SAVED-LINE-COUNT TO LOG-SKIP-COUNT
                 ELSE
                   DISPLAY 'error log rolled over more than twice '
                       'since the last run - entries may be missed'
                   MOVE 0 TO LOG-SKIP-COUNT
                 END-IF
                 PERFORM SCANFILE
                 MOVE 2 TO LOG-GENERATION
                 MOVE 0 TO LOG-SKIP-COUNT
                 PERFORM SCANFILE
               END-IF
               MOVE 0 TO LOG-SKIP-COUNT
             END-IF
           END-IF.

           MOVE 1 TO LOG-GENERATION.
           MOVE 'Y' TO LOG-CURRENT-SWITCH.
           PERFORM SCANFILE.
      **   fewer lines than the saved position under the same first
      **   line means the log was cleared and rewritten - start over
           IF LOG-LINE-NUMBER IS LESS THAN LOG-SKIP-COUNT
             DISPLAY 'error log is shorter than the saved position '
                 '- reading it from the start'
             MOVE 0 TO LOG-SKIP-COUNT
             PERFORM SCANFILE
           END-IF.
           MOVE 'N' TO LOG-CURRENT-SWITCH.

      ****************************************************************
      *                                                              *
      *   Build the file name of error-log generation LOG-GENERATION *
      *                                                              *
      ****************************************************************
       SETNAME.
           MOVE SPACES TO ERROR-LOG-NAME.
           IF PARM-LOG-DIRECTORY IS EQUAL TO SPACES
             STRING 'AMQERR0' LOG-GENERATION '.LOG'
                 DELIMITED BY SIZE
               INTO ERROR-LOG-NAME
           ELSE
             STRING PARM-LOG-DIRECTORY DELIMITED BY SPACE
                    '/AMQERR0' LOG-GENERATION '.LOG'
                 DELIMITED BY SIZE
               INTO ERROR-LOG-NAME
           END-IF.

      ****************************************************************
      *                                                              *
      *   The first line of error-log generation LOG-GENERATION,     *
      *   with LOG-PRESENT-SWITCH N when there is no such log        *
      *                                                              *
      ****************************************************************
       FIRSTLN.
           PERFORM SETNAME.
           MOVE SPACES TO PROBE-FIRST-LINE.
           MOVE 'N' TO LOG-PRESENT-SWITCH.
           OPEN INPUT ERROR-LOG.
           IF ERROR-LOG-STATUS IS EQUAL TO '00'
             MOVE 'Y' TO LOG-PRESENT-SWITCH
             READ ERROR-LOG
               NOT AT END
                 MOVE ERROR-LOG-RECORD TO PROBE-FIRST-LINE
             END-READ
             CLOSE ERROR-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Read error-log generation LOG-GENERATION past its first    *
      *   LOG-SKIP-COUNT lines, handling each entry as its closing   *
      *   ----- line arrives                                         *
      *                                                              *
      ****************************************************************
       SCANFILE.
           PERFORM SETNAME.
           MOVE 0 TO LOG-LINE-NUMBER.
           MOVE LOG-SKIP-COUNT TO LOG-COMPLETE-LINES.
           MOVE 0 TO ENTRY-LINE-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ERROR-LOG.
           IF ERROR-LOG-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open error log ' ERROR-LOG-NAME
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ERROR-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO LOG-LINE-NUMBER
                 IF LOG-LINE-NUMBER IS GREATER THAN LOG-SKIP-COUNT
                   IF ERROR-LOG-RECORD(1:5) IS EQUAL TO '-----'
                     PERFORM ENTRYEND
                     MOVE LOG-LINE-NUMBER TO LOG-COMPLETE-LINES
                   ELSE
                     IF ENTRY-LINE-COUNT IS LESS THAN 40
                       ADD 1 TO ENTRY-LINE-COUNT
                       MOVE ERROR-LOG-RECORD
                         TO ENTRY-LINE(ENTRY-LINE-COUNT)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF ERROR-LOG-STATUS IS EQUAL TO '00'
           OR ERROR-LOG-STATUS IS EQUAL TO '10'
             CLOSE ERROR-LOG
           END-IF.
      **   an older generation is finished with, so its last entry is
      **   complete whether or not it has its closing line
           IF LOG-CURRENT-SWITCH IS NOT EQUAL TO 'Y'
           AND ENTRY-LINE-COUNT IS GREATER THAN 0
             PERFORM ENTRYEND
           END-IF.

      ****************************************************************
      *                                                              *
      *   Handle one complete error-log entry: find its message id,  *
      *   queue manager and time, and alert it when a rule matches   *
      *                                                              *
      ****************************************************************
       ENTRYEND.
           MOVE SPACES TO ENTRY-MESSAGE-ID.
           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
               UNTIL ENTRY-INDEX > ENTRY-LINE-COUNT
             IF ENTRY-LINE(ENTRY-INDEX)(1:3) IS EQUAL TO 'AMQ'
             AND ENTRY-LINE(ENTRY-INDEX)(4:4) IS NUMERIC
               UNSTRING ENTRY-LINE(ENTRY-INDEX) DELIMITED BY ':'
                   OR SPACE
                 INTO ENTRY-MESSAGE-ID
               MOVE ENTRY-LINE-COUNT TO ENTRY-INDEX
             END-IF
           END-PERFORM.

           IF ENTRY-MESSAGE-ID IS NOT EQUAL TO SPACES
             ADD 1 TO ENTRY-COUNT
             PERFORM FINDRULE
             IF RULE-MATCH-INDEX IS GREATER THAN 0
               ADD 1 TO MATCHED-COUNT
               PERFORM ENTRYTS
               MOVE 'QMgr(' TO EXTRACT-START
               MOVE 5 TO EXTRACT-START-LENGTH
               MOVE ')' TO EXTRACT-END
               PERFORM EXTRACT
               MOVE EXTRACT-RESULT TO ENTRY-QMGR-NAME
               MOVE SPACES TO EXTRACT-RESULT
               IF RL-START-LENGTH(RULE-MATCH-INDEX) IS GREATER THAN 0
                 MOVE RL-OBJECT-START(RULE-MATCH-INDEX)
                   TO EXTRACT-START
                 MOVE RL-START-LENGTH(RULE-MATCH-INDEX)
                   TO EXTRACT-START-LENGTH
                 MOVE RL-OBJECT-END(RULE-MATCH-INDEX) TO EXTRACT-END
                 PERFORM EXTRACT
               END-IF
               IF EXTRACT-RESULT IS NOT EQUAL TO SPACES
                 MOVE EXTRACT-RESULT TO ENTRY-OBJECT-NAME
               ELSE
                 IF ENTRY-QMGR-NAME IS NOT EQUAL TO SPACES
                   MOVE ENTRY-QMGR-NAME TO ENTRY-OBJECT-NAME
                 ELSE
                   MOVE '(queue manager)' TO ENTRY-OBJECT-NAME
                 END-IF
               END-IF
               PERFORM COLLAPSE
             END-IF
           END-IF.
           MOVE 0 TO ENTRY-LINE-COUNT.

      ****************************************************************
      *                                                              *
      *   The first rule matching the entry's message id - an id     *
      *   ending in * covers every message it is a prefix of         *
      *                                                              *
      ****************************************************************
       FINDRULE.
           MOVE 0 TO RULE-MATCH-INDEX.
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX > RULE-COUNT
             MOVE RL-ID-LENGTH(RULE-INDEX) TO RULE-ID-LENGTH
             IF ENTRY-MESSAGE-ID(1:RULE-ID-LENGTH) IS EQUAL
                 TO RL-MESSAGE-ID(RULE-INDEX)(1:RULE-ID-LENGTH)
               IF RL-PREFIX-SWITCH(RULE-INDEX) IS EQUAL TO 'Y'
               OR RULE-ID-LENGTH IS EQUAL TO 8
                 MOVE RULE-INDEX TO RULE-MATCH-INDEX
                 MOVE RULE-COUNT TO RULE-INDEX
               ELSE
      **         AMQ9637 matches AMQ9637 and AMQ9637E, not AMQ96370
                 IF ENTRY-MESSAGE-ID(RULE-ID-LENGTH + 1:1)
                     IS NOT NUMERIC
                   MOVE RULE-INDEX TO RULE-MATCH-INDEX
                   MOVE RULE-COUNT TO RULE-INDEX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The entry's time from its heading line                     *
      *   (MM/DD/YYYY HH:MM:SS AM), or the run time when the heading *
      *   is not in that form                                        *
      *                                                              *
      ****************************************************************
       ENTRYTS.
           MOVE RUN-TIMESTAMP TO ENTRY-TIMESTAMP.
           IF ENTRY-LINE(1)(3:1) IS EQUAL TO '/'
           AND ENTRY-LINE(1)(6:1) IS EQUAL TO '/'
           AND ENTRY-LINE(1)(1:2) IS NUMERIC
           AND ENTRY-LINE(1)(4:2) IS NUMERIC
           AND ENTRY-LINE(1)(7:4) IS NUMERIC
           AND ENTRY-LINE(1)(12:2) IS NUMERIC
           AND ENTRY-LINE(1)(15:2) IS NUMERIC
           AND ENTRY-LINE(1)(18:2) IS NUMERIC
             MOVE ENTRY-LINE(1)(12:2) TO ENTRY-HOUR
             IF ENTRY-LINE(1)(21:2) IS EQUAL TO 'PM'
             AND ENTRY-HOUR IS LESS THAN 12
               ADD 12 TO ENTRY-HOUR
             END-IF
             IF ENTRY-LINE(1)(21:2) IS EQUAL TO 'AM'
             AND ENTRY-HOUR IS EQUAL TO 12
               MOVE 0 TO ENTRY-HOUR
             END-IF
             MOVE ENTRY-LINE(1)(7:4) TO ENTRY-TIMESTAMP(1:4)
             MOVE ENTRY-LINE(1)(1:2) TO ENTRY-TIMESTAMP(5:2)
             MOVE ENTRY-LINE(1)(4:2) TO ENTRY-TIMESTAMP(7:2)
             MOVE '-' TO ENTRY-TIMESTAMP(9:1)
             MOVE ENTRY-HOUR TO ENTRY-TIMESTAMP(10:2)
             MOVE ENTRY-LINE(1)(15:2) TO ENTRY-TIMESTAMP(12:2)
             MOVE ENTRY-LINE(1)(18:2) TO ENTRY-TIMESTAMP(14:2)
             MOVE '00' TO ENTRY-TIMESTAMP(16:2)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Pick the name that follows EXTRACT-START out of the first  *
      *   entry line holding it, up to EXTRACT-END; spaces when no   *
      *   line holds it                                              *
      *                                                              *
      ****************************************************************
       EXTRACT.
           MOVE SPACES TO EXTRACT-RESULT.
           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
               UNTIL ENTRY-INDEX > ENTRY-LINE-COUNT
             MOVE 0 TO EXTRACT-TALLY
             INSPECT ENTRY-LINE(ENTRY-INDEX) TALLYING EXTRACT-TALLY
                 FOR ALL EXTRACT-START(1:EXTRACT-START-LENGTH)
             IF EXTRACT-TALLY IS GREATER THAN 0
               MOVE 1 TO EXTRACT-POINTER
               UNSTRING ENTRY-LINE(ENTRY-INDEX)
                   DELIMITED BY EXTRACT-START(1:EXTRACT-START-LENGTH)
                 INTO EXTRACT-DISCARD
                 WITH POINTER EXTRACT-POINTER
               END-UNSTRING
               IF EXTRACT-POINTER IS NOT GREATER THAN 256
                 UNSTRING ENTRY-LINE(ENTRY-INDEX)
                     DELIMITED BY EXTRACT-END
                   INTO EXTRACT-RESULT
                   WITH POINTER EXTRACT-POINTER
                 END-UNSTRING
               END-IF
               MOVE ENTRY-LINE-COUNT TO ENTRY-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Alert the matched entry, unless the same message was       *
      *   alerted for the same object within the collapse window -   *
      *   then only count it                                         *
      *                                                              *
      ****************************************************************
       COLLAPSE.
           MOVE 0 TO COLLAPSE-MATCH-INDEX.
           PERFORM VARYING COLLAPSE-INDEX FROM 1 BY 1
               UNTIL COLLAPSE-INDEX > COLLAPSE-COUNT
             IF CS-MESSAGE-ID(COLLAPSE-INDEX) IS EQUAL TO
                 ENTRY-MESSAGE-ID
             AND CS-OBJECT-NAME(COLLAPSE-INDEX) IS EQUAL TO
                 ENTRY-OBJECT-NAME
               MOVE COLLAPSE-INDEX TO COLLAPSE-MATCH-INDEX
               MOVE COLLAPSE-COUNT TO COLLAPSE-INDEX
             END-IF
           END-PERFORM.

           IF COLLAPSE-MATCH-INDEX IS GREATER THAN 0
             MOVE CS-LAST-ALERTED(COLLAPSE-MATCH-INDEX)
               TO SEEN-TIMESTAMP
             MOVE ENTRY-TIMESTAMP TO LATER-TIMESTAMP
             PERFORM ELAPSED
             IF ELAPSED-MINUTES IS LESS THAN PARM-WINDOW-MINUTES
               ADD 1 TO CS-REPEAT-COUNT(COLLAPSE-MATCH-INDEX)
               ADD 1 TO COLLAPSED-COUNT
             ELSE
               PERFORM ALERTE
             END-IF
           ELSE
             IF COLLAPSE-COUNT IS LESS THAN 500
               ADD 1 TO COLLAPSE-COUNT
               MOVE COLLAPSE-COUNT TO COLLAPSE-MATCH-INDEX
               MOVE ENTRY-MESSAGE-ID
                 TO CS-MESSAGE-ID(COLLAPSE-MATCH-INDEX)
               MOVE ENTRY-OBJECT-NAME
                 TO CS-OBJECT-NAME(COLLAPSE-MATCH-INDEX)
               MOVE SPACES TO CS-LAST-ALERTED(COLLAPSE-MATCH-INDEX)
               MOVE 0 TO CS-REPEAT-COUNT(COLLAPSE-MATCH-INDEX)
             ELSE
               DISPLAY 'collapse table full - ' ENTRY-MESSAGE-ID ' '
                   ENTRY-OBJECT-NAME ' alerted without collapsing'
             END-IF
             PERFORM ALERTE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Raise one matched entry - unless the object sits inside a  *
      *   declared maintenance window, in which case AMQ0MWC0 has    *
      *   already logged the suppression with the change reference   *
      *                                                              *
      ****************************************************************
       ALERTE.
           MOVE 'AMQ0ELG0' TO MWC-SOURCE-PROGRAM.
           MOVE ENTRY-OBJECT-NAME TO MWC-OBJECT-NAME.
           CALL 'AMQ0MWC0' USING MWC-CHECK-AREA.
           IF MWC-SUPPRESS-FLAG IS EQUAL TO 'Y'
             ADD 1 TO SUPPRESSED-COUNT
             DISPLAY 'SUPPRESSED: ' ENTRY-OBJECT-NAME
                 ' inside maintenance window ' MWC-CHANGE-REF
           ELSE
             MOVE 0 TO ALERT-REPEATS
             IF COLLAPSE-MATCH-INDEX IS GREATER THAN 0
               MOVE CS-REPEAT-COUNT(COLLAPSE-MATCH-INDEX)
                 TO ALERT-REPEATS
               MOVE ENTRY-TIMESTAMP
                 TO CS-LAST-ALERTED(COLLAPSE-MATCH-INDEX)
               MOVE 0 TO CS-REPEAT-COUNT(COLLAPSE-MATCH-INDEX)
             END-IF
             PERFORM OPSPUT
             PERFORM APPENDA
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put the structured alert datagram to the operations alert  *
      *   topic - MQPUT1 opens, puts and closes in one call          *
      *                                                              *
      ****************************************************************
       OPSPUT.
           ADD 1 TO ALERT-COUNT.
           MOVE 'AMQ0ELG0' TO OPSA-SOURCE-PROGRAM.
           MOVE RL-SEVERITY(RULE-MATCH-INDEX) TO OPSA-SEVERITY.
           MOVE ENTRY-OBJECT-NAME TO OPSA-OBJECT-NAME.
      **   the message number serves as the reason
           MOVE 0 TO ENTRY-REASON.
           IF ENTRY-MESSAGE-ID(4:4) IS NUMERIC
             MOVE ENTRY-MESSAGE-ID(4:4) TO ENTRY-REASON
           END-IF.
           MOVE ENTRY-REASON TO OPSA-REASON.
           MOVE SPACES TO OPSA-ALERT-TEXT.
           IF ALERT-REPEATS IS EQUAL TO 0
             STRING ENTRY-MESSAGE-ID DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    RL-ALERT-TEXT(RULE-MATCH-INDEX) DELIMITED BY SIZE
               INTO OPSA-ALERT-TEXT
           ELSE
             MOVE ALERT-REPEATS TO DISPLAY-REPEATS
             STRING ENTRY-MESSAGE-ID DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    RL-ALERT-TEXT(RULE-MATCH-INDEX) DELIMITED BY '  '
                    ' +' DELIMITED BY SIZE
                    DISPLAY-REPEATS DELIMITED BY SIZE
                    ' repeats' DELIMITED BY SIZE
               INTO OPSA-ALERT-TEXT
           END-IF.

           MOVE OPS-ALERT-TOPIC-Q TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE.
           MOVE MQRO-NONE TO MQMD-REPORT.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.

           CALL 'MQPUT1'
            USING HCONN, OBJECT-DESCRIPTOR,
            MESSAGE-DESCRIPTOR, PMOPTIONS,
            OPS-ALERT-LENGTH, OPS-ALERT-MESSAGE,
            COMPLETION-CODE, REASON.

           IF REASON IS NOT EQUAL TO MQRC-NONE
             DISPLAY 'MQPUT1 (ops alert) ended with reason code '
                 REASON
           END-IF.
           DISPLAY 'ERRLOG: ' ENTRY-TIMESTAMP ' ' OPSA-ALERT-TEXT
               ' ' ENTRY-OBJECT-NAME.

      ****************************************************************
      *                                                              *
      *   Append the alert to QDMALERT.DAT for the state tracker     *
      *                                                              *
      ****************************************************************
       APPENDA.
           MOVE SPACES TO ALERT-REPORT-RECORD.
           MOVE RUN-TIMESTAMP TO AR-TIMESTAMP.
           MOVE ENTRY-OBJECT-NAME TO AR-QUEUE-NAME.
           MOVE 0 TO AR-CURRENT-DEPTH.
           MOVE ' over ' TO AR-OVER-TEXT.
           MOVE 0 TO AR-THRESHOLD.
           WRITE ALERT-REPORT-RECORD.

      ****************************************************************
      *                                                              *
      *   Minutes from SEEN-TIMESTAMP to LATER-TIMESTAMP, using the  *
      *   same approximate date ordinal AMQ0ESC0 uses                *
      *                                                              *
      ****************************************************************
       ELAPSED.
           MOVE LATER-TIMESTAMP(1:4) TO ORDINAL-YEAR.
           MOVE LATER-TIMESTAMP(5:2) TO ORDINAL-MONTH.
           MOVE LATER-TIMESTAMP(7:2) TO ORDINAL-DAY.
           COMPUTE LATER-DATE-ORDINAL = ORDINAL-YEAR * 360
               + ORDINAL-MONTH * 30 + ORDINAL-DAY.
           MOVE LATER-TIMESTAMP(10:2) TO TIME-HOUR-PART.
           MOVE LATER-TIMESTAMP(12:2) TO TIME-MINUTE-PART.
           COMPUTE LATER-MINUTE-OF-DAY = TIME-HOUR-PART * 60
               + TIME-MINUTE-PART.
           IF SEEN-TIMESTAMP(1:8) IS NOT NUMERIC
      **     never alerted (suppressed the first time) - treat it as
      **     long ago
             MOVE 999999 TO ELAPSED-MINUTES
           ELSE
             MOVE SEEN-TIMESTAMP(1:4) TO ORDINAL-YEAR
             MOVE SEEN-TIMESTAMP(5:2) TO ORDINAL-MONTH
             MOVE SEEN-TIMESTAMP(7:2) TO ORDINAL-DAY
             COMPUTE SEEN-DATE-ORDINAL = ORDINAL-YEAR * 360
                 + ORDINAL-MONTH * 30 + ORDINAL-DAY
             MOVE SEEN-TIMESTAMP(10:2) TO TIME-HOUR-PART
             MOVE SEEN-TIMESTAMP(12:2) TO TIME-MINUTE-PART
             COMPUTE SEEN-MINUTE-OF-DAY = TIME-HOUR-PART * 60
                 + TIME-MINUTE-PART
             COMPUTE ELAPSED-MINUTES =
                 (LATER-DATE-ORDINAL - SEEN-DATE-ORDINAL) * 1440
                 + LATER-MINUTE-OF-DAY - SEEN-MINUTE-OF-DAY
             IF ELAPSED-MINUTES IS LESS THAN 0
               MOVE 0 TO ELAPSED-MINUTES
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the message-id rules                                  *
      *                                                              *
      ****************************************************************
       LOADRULE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT RULE-FILE.
           IF RULE-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open rule file ERRRULE.DAT'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ RULE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF RR-MESSAGE-ID IS NOT EQUAL TO SPACES
                 AND RR-MESSAGE-ID(1:1) IS NOT EQUAL TO '*'
                   IF RULE-COUNT IS LESS THAN 200
                     ADD 1 TO RULE-COUNT
                     PERFORM RULEADD
                   ELSE
                     DISPLAY 'rule table full - ' RR-MESSAGE-ID
                         ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF RULE-FILE-STATUS IS EQUAL TO '00'
           OR RULE-FILE-STATUS IS EQUAL TO '10'
             CLOSE RULE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Keep one rule, with the significant lengths of its id and  *
      *   object-start text worked out once                          *
      *                                                              *
      ****************************************************************
       RULEADD.
           MOVE RR-MESSAGE-ID TO RL-MESSAGE-ID(RULE-COUNT).
           MOVE 'N' TO RL-PREFIX-SWITCH(RULE-COUNT).
           MOVE 0 TO RL-ID-LENGTH(RULE-COUNT).
           PERFORM VARYING SCAN-INDEX FROM 1 BY 1
               UNTIL SCAN-INDEX > 8
             IF RR-MESSAGE-ID(SCAN-INDEX:1) IS EQUAL TO '*'
               MOVE 'Y' TO RL-PREFIX-SWITCH(RULE-COUNT)
               MOVE 8 TO SCAN-INDEX
             ELSE
               IF RR-MESSAGE-ID(SCAN-INDEX:1) IS EQUAL TO SPACE
                 MOVE 8 TO SCAN-INDEX
               ELSE
                 ADD 1 TO RL-ID-LENGTH(RULE-COUNT)
               END-IF
             END-IF
           END-PERFORM.
           IF RL-ID-LENGTH(RULE-COUNT) IS EQUAL TO 0
             MOVE 1 TO RL-ID-LENGTH(RULE-COUNT)
           END-IF.

           IF RR-SEVERITY IS NUMERIC
           AND RR-SEVERITY IS GREATER THAN 0
           AND RR-SEVERITY IS LESS THAN 4
             MOVE RR-SEVERITY TO RL-SEVERITY(RULE-COUNT)
           ELSE
             MOVE 3 TO RL-SEVERITY(RULE-COUNT)
           END-IF.
           MOVE RR-OBJECT-START TO RL-OBJECT-START(RULE-COUNT).
           MOVE 0 TO RL-START-LENGTH(RULE-COUNT).
           PERFORM VARYING SCAN-INDEX FROM 20 BY -1
               UNTIL SCAN-INDEX < 1
             IF RR-OBJECT-START(SCAN-INDEX:1) IS NOT EQUAL TO SPACE
               MOVE SCAN-INDEX TO RL-START-LENGTH(RULE-COUNT)
               MOVE 1 TO SCAN-INDEX
             END-IF
           END-PERFORM.
      **   a name with no stated end runs to the next space
           IF RR-OBJECT-END IS EQUAL TO SPACE
             MOVE SPACE TO RL-OBJECT-END(RULE-COUNT)
           ELSE
             MOVE RR-OBJECT-END TO RL-OBJECT-END(RULE-COUNT)
           END-IF.
           MOVE RR-ALERT-TEXT TO RL-ALERT-TEXT(RULE-COUNT).

      ****************************************************************
      *                                                              *
      *   Load where the previous run stopped reading                *
      *                                                              *
      ****************************************************************
       LOADPOS.
           OPEN INPUT POSITION-FILE.
           IF POSITION-FILE-STATUS IS EQUAL TO '00'
             READ POSITION-FILE
               NOT AT END
                 IF EP-LINE-COUNT IS NUMERIC
                   MOVE EP-LINE-COUNT TO SAVED-LINE-COUNT
                   MOVE EP-FIRST-LINE TO SAVED-FIRST-LINE
                 END-IF
             END-READ
             CLOSE POSITION-FILE
           ELSE
             DISPLAY 'no ERRPOS.DAT on hand - reading the error log '
                 'from the start'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Save where this run stopped reading                        *
      *                                                              *
      ****************************************************************
       SAVEPOS.
           OPEN OUTPUT POSITION-FILE.
           MOVE SPACES TO POSITION-RECORD.
           MOVE LOG-COMPLETE-LINES TO EP-LINE-COUNT.
           MOVE CURRENT-FIRST-LINE TO EP-FIRST-LINE.
           WRITE POSITION-RECORD.
           CLOSE POSITION-FILE.

      ****************************************************************
      *                                                              *
      *   Load the recent alerts for collapsing repeats              *
      *                                                              *
      ****************************************************************
       LOADSUP.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT COLLAPSE-STATE.
           IF COLLAPSE-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ COLLAPSE-STATE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF COLLAPSE-COUNT IS LESS THAN 500
                 AND ES-REPEAT-COUNT IS NUMERIC
                   ADD 1 TO COLLAPSE-COUNT
                   MOVE ES-MESSAGE-ID TO CS-MESSAGE-ID(COLLAPSE-COUNT)
                   MOVE ES-OBJECT-NAME
                     TO CS-OBJECT-NAME(COLLAPSE-COUNT)
                   MOVE ES-LAST-ALERTED
                     TO CS-LAST-ALERTED(COLLAPSE-COUNT)
                   MOVE ES-REPEAT-COUNT
                     TO CS-REPEAT-COUNT(COLLAPSE-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           IF COLLAPSE-STATE-STATUS IS EQUAL TO '00'
           OR COLLAPSE-STATE-STATUS IS EQUAL TO '10'
             CLOSE COLLAPSE-STATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite the collapse state.  An entry past its window with *
      *   no repeats waiting to be reported has nothing left to do   *
      *   and is dropped; one with repeats is kept until the next    *
      *   alert for it carries the count                             *
      *                                                              *
      ****************************************************************
       SAVESUP.
           OPEN OUTPUT COLLAPSE-STATE.
           MOVE RUN-TIMESTAMP TO LATER-TIMESTAMP.
           PERFORM VARYING COLLAPSE-INDEX FROM 1 BY 1
               UNTIL COLLAPSE-INDEX > COLLAPSE-COUNT
             MOVE CS-LAST-ALERTED(COLLAPSE-INDEX) TO SEEN-TIMESTAMP
             PERFORM ELAPSED
             IF ELAPSED-MINUTES IS LESS THAN PARM-WINDOW-MINUTES
             OR CS-REPEAT-COUNT(COLLAPSE-INDEX) IS GREATER THAN 0
               MOVE SPACES TO COLLAPSE-STATE-RECORD
               MOVE CS-MESSAGE-ID(COLLAPSE-INDEX) TO ES-MESSAGE-ID
               MOVE CS-OBJECT-NAME(COLLAPSE-INDEX) TO ES-OBJECT-NAME
               MOVE CS-LAST-ALERTED(COLLAPSE-INDEX)
                 TO ES-LAST-ALERTED
               MOVE CS-REPEAT-COUNT(COLLAPSE-INDEX)
                 TO ES-REPEAT-COUNT
               WRITE COLLAPSE-STATE-RECORD
             END-IF
           END-PERFORM.
           CLOSE COLLAPSE-STATE.

      ****************************************************************
      *                                                              *
      * END OF AMQ0ELG0                                              *
      *                                                              *
      ****************************************************************
