      * Program name: AMQ0AST0                                       *
      *                                                              *
      * Description: Alert state tracker (new / ongoing / cleared)   *
      *              for the depth, backout and head-age monitors    *
      *                                                              *
      *  Statement:     Licensed Materials - Property of IBM         *
      *                                                              *
      *   after those monitors, this program compares this run's      *
      *   QDMALERT.DAT and BKMALERT.DAT against the persistent        *
      *   alert-state file and classifies every condition:            *
      *   AMQ0AGE0's head-age report AGERPT.DAT is tracked the same   *
      *   way under source AGE, so the auto-remediation engine        *
      *   AMQ0REM0 sees new age conditions as well as depth ones      *
      *                                                              *
      *      -- NEW: alerting now, not present last run; recorded     *
      *         with a first-seen timestamp and a run count of 1      *
      *         threshold the line is marked ESCALATED                *
      *                                                              *
      *      -- CLEARED: tracked last run but not alerting now; the   *
      *         entry is reported once and dropped, and appended to   *
      *         the alert history ALERTHST.DAT with the time it was   *
      *         found cleared, so the monthly service review can      *
      *         measure how long conditions took to clear             *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the escalation threshold job parameter         *
      *         load ALERTSTA.DAT into the state table               *
      *         load this run's QDMALERT.DAT, BKMALERT.DAT and        *
      *         AGERPT.DAT                                            *
      *         classify every current alert and every tracked        *
      *         condition, writing one ALERTCLS.DAT line each         *
      *         rewrite ALERTSTA.DAT with the conditions still        *
      *         alerting                                              *
      *         append the cleared conditions to ALERTHST.DAT         *
      *         DISPLAY a one-line summary                            *
      *                                                              *
      *                                                              *
           SELECT BACKOUT-ALERTS ASSIGN TO 'BKMALERT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-INPUT-STATUS.
           SELECT AGE-ALERTS ASSIGN TO 'AGERPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-INPUT-STATUS.

      ** persistent alert state, one record per condition currently
      ** alerting, rewritten in full every run
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-STATE-STATUS.

      ** every cleared condition, appended - the alert history the
      ** monthly service review measures time to clear from
           SELECT ALERT-HISTORY-FILE ASSIGN TO 'ALERTHST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-HISTORY-STATUS.

      ** the classified alert report the morning review reads
           SELECT CLASSIFIED-REPORT ASSIGN TO 'ALERTCLS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
          05 BKA-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X(29).

       FD  AGE-ALERTS.
       01 AGE-ALERT-RECORD.
          05 AGA-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 AGA-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X(34).

       FD  ALERT-STATE-FILE.
       01 ALERT-STATE-RECORD.
          05 AST-SOURCE                PIC X(3).
      ** exchange for critical alerts)
          05 CLS-TICKET-REF            PIC X(12).

       FD  ALERT-HISTORY-FILE.
       01 ALERT-HISTORY-RECORD.
          05 AH-SOURCE                 PIC X(3).
          05 FILLER                    PIC X.
          05 AH-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 AH-FIRST-SEEN             PIC X(17).
          05 FILLER                    PIC X.
          05 AH-CLEARED                PIC X(17).
          05 FILLER                    PIC X.
          05 AH-RUN-COUNT              PIC 9(5).
          05 FILLER                    PIC X.
          05 AH-TICKET-REF             PIC X(12).

       WORKING-STORAGE SECTION.
       01 ALERT-INPUT-STATUS         PIC XX VALUE '00'.
       01 ALERT-STATE-STATUS         PIC XX VALUE '00'.
       01 CLASSIFIED-REPORT-STATUS   PIC XX VALUE '00'.
       01 ALERT-HISTORY-STATUS       PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** job parameter: consecutive runs before an ongoing alert is
       01 CUR-QUEUE-NAME             PIC X(48).
       01 CUR-TIMESTAMP              PIC X(17).

      ** when this run found the cleared conditions cleared
       01 CLEARED-TIMESTAMP          PIC X(17).
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).

       01 NEW-COUNT                  PIC 9(7) VALUE 0.
       01 ONGOING-COUNT              PIC 9(7) VALUE 0.
       01 CLEARED-COUNT              PIC 9(7) VALUE 0.

           PERFORM LOADSTATE.
           OPEN OUTPUT CLASSIFIED-REPORT.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO CLEARED-TIMESTAMP(1:8).
           MOVE '-' TO CLEARED-TIMESTAMP(9:1).
           MOVE WS-TIME TO CLEARED-TIMESTAMP(10:8).
           OPEN EXTEND ALERT-HISTORY-FILE.
           IF ALERT-HISTORY-STATUS IS EQUAL TO '35'
             OPEN OUTPUT ALERT-HISTORY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Classify this run's depth, backout and head-age alerts     *
      *                                                              *
      ****************************************************************
           PERFORM SCANQDM.
           PERFORM SCANBKM.
           PERFORM SCANAGE.

      ****************************************************************
      *                                                              *
             IF ST-QUEUE-NAME(STATE-INDEX) IS NOT EQUAL TO SPACES
             AND ST-SEEN-SWITCH(STATE-INDEX) IS NOT EQUAL TO 'Y'
               ADD 1 TO CLEARED-COUNT
               MOVE SPACES TO CLASSIFIED-REPORT-RECORD
               MOVE 'CLEARED' TO CLS-CLASS
               MOVE ST-SOURCE(STATE-INDEX) TO CLS-SOURCE
               MOVE ST-QUEUE-NAME(STATE-INDEX) TO CLS-QUEUE-NAME
               MOVE ST-RUN-COUNT(STATE-INDEX) TO CLS-RUN-COUNT
               MOVE ST-TICKET-REF(STATE-INDEX) TO CLS-TICKET-REF
               WRITE CLASSIFIED-REPORT-RECORD
               MOVE SPACES TO ALERT-HISTORY-RECORD
               MOVE ST-SOURCE(STATE-INDEX) TO AH-SOURCE
               MOVE ST-QUEUE-NAME(STATE-INDEX) TO AH-QUEUE-NAME
               MOVE ST-FIRST-SEEN(STATE-INDEX) TO AH-FIRST-SEEN
               MOVE CLEARED-TIMESTAMP TO AH-CLEARED
               MOVE ST-RUN-COUNT(STATE-INDEX) TO AH-RUN-COUNT
               MOVE ST-TICKET-REF(STATE-INDEX) TO AH-TICKET-REF
               WRITE ALERT-HISTORY-RECORD
               DISPLAY 'CLEARED: ' ST-SOURCE(STATE-INDEX) ' '
                   ST-QUEUE-NAME(STATE-INDEX) ' (ticket '
                   ST-TICKET-REF(STATE-INDEX) ')'
           END-PERFORM.

           CLOSE CLASSIFIED-REPORT.
           CLOSE ALERT-HISTORY-FILE.
           PERFORM SAVESTATE.

           DISPLAY NEW-COUNT ' new, ' ONGOING-COUNT ' ongoing ('
             CLOSE BACKOUT-ALERTS
           END-IF.

      ****************************************************************
      *                                                              *
      *   Run every head-age alert through the classifier            *
      *                                                              *
      ****************************************************************
       SCANAGE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT AGE-ALERTS.
           IF ALERT-INPUT-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ AGE-ALERTS
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE 'AGE' TO CUR-SOURCE
                 MOVE AGA-QUEUE-NAME TO CUR-QUEUE-NAME
                 MOVE AGA-TIMESTAMP TO CUR-TIMESTAMP
                 PERFORM CLASSIFY
             END-READ
           END-PERFORM.
           IF ALERT-INPUT-STATUS IS NOT EQUAL TO '35'
             CLOSE AGE-ALERTS
           END-IF.

      ****************************************************************
      *                                                              *
      *   Classify one current alert as NEW or ONGOING against the   *

           IF STATE-MATCH-INDEX IS EQUAL TO 0
             ADD 1 TO NEW-COUNT
             MOVE SPACES TO CLASSIFIED-REPORT-RECORD
             MOVE 'NEW' TO CLS-CLASS
             MOVE CUR-SOURCE TO CLS-SOURCE
             MOVE CUR-QUEUE-NAME TO CLS-QUEUE-NAME
             END-IF
           ELSE
             ADD 1 TO ONGOING-COUNT
             MOVE SPACES TO CLASSIFIED-REPORT-RECORD
             ADD 1 TO ST-RUN-COUNT(STATE-MATCH-INDEX)
             MOVE 'Y' TO ST-SEEN-SWITCH(STATE-MATCH-INDEX)
             IF ST-RUN-COUNT(STATE-MATCH-INDEX)
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             IF ST-QUEUE-NAME(STATE-INDEX) IS NOT EQUAL TO SPACES
               MOVE SPACES TO ALERT-STATE-RECORD
               MOVE ST-SOURCE(STATE-INDEX) TO AST-SOURCE
               MOVE ST-QUEUE-NAME(STATE-INDEX) TO AST-QUEUE-NAME
               MOVE ST-FIRST-SEEN(STATE-INDEX) TO AST-FIRST-SEEN
