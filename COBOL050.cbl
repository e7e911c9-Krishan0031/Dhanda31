      *      -- an alert no longer present in OPSRPT.DAT is          *
      *         reported RESOLVED and dropped from the state file    *
      *                                                              *
      *      -- an alert AMQ0STM0 grouped under a root object in     *
      *         STMSYM.DAT is reported SYMPTOM, naming its root, and *
      *         is neither acknowledged nor escalated; the root's    *
      *         line counts the symptoms attached to it              *
      *                                                              *
      *      -- when the alert's object is a queue whose inventory   *
      *         entry names a business calendar, the grace period    *
      *         runs in business minutes by AMQ0BCL0, so an alert    *
      *         raised out of hours escalates only once the          *
      *         application's business day has used up its grace     *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the grace-period job parameter               *
      *         load the roster, the acknowledgement file, the      *
      *         symptoms and the persistent escalation state        *
      *         MQCONNect to default queue manager                  *
      *         for each alert line in OPSRPT.DAT,                  *
      *         .  match or create its state entry                  *
      *         .  report a symptom against its root and stop      *
      *         .  apply any acknowledgement on file               *
      *         .  escalate an overdue unacknowledged severity-1    *
      *            alert via MQPUT1 to the alert bus               *
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ACK-FILE-STATUS.

      ** the alerts AMQ0STM0 found to be symptoms of another
           SELECT SYMPTOM-FILE ASSIGN TO 'STMSYM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SYMPTOM-FILE-STATUS.

      ** persistent escalation state, one record per alert being
      ** tracked, rewritten in full every run
           SELECT ESCALATION-STATE-FILE ASSIGN TO 'ESCSTA.DAT'
          05 FILLER                    PIC X.
          05 ACK-OBJECT-NAME           PIC X(48).

       FD  SYMPTOM-FILE.
       01 SYMPTOM-RECORD.
          05 SY-SOURCE-PROGRAM         PIC X(8).
          05 FILLER                    PIC X.
          05 SY-OBJECT-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 SY-ROOT-SOURCE-PROGRAM    PIC X(8).
          05 FILLER                    PIC X.
          05 SY-ROOT-OBJECT-NAME       PIC X(48).

       FD  ESCALATION-STATE-FILE.
       01 ESCALATION-STATE-RECORD.
          05 EST-SOURCE-PROGRAM        PIC X(8).
          05 ESR-OBJECT-NAME           PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 ESR-FIRST-SEEN            PIC X(17).
          05 ESR-LEVEL-LABEL           PIC X(7).
          05 ESR-LEVEL                 PIC 9(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 ESR-OPERATOR              PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 ESR-STORM-NOTE            PIC X(60).

       WORKING-STORAGE SECTION.
      *
       01 ALERT-BUS-REPORT-STATUS    PIC XX VALUE '00'.
       01 ROSTER-FILE-STATUS         PIC XX VALUE '00'.
       01 ACK-FILE-STATUS            PIC XX VALUE '00'.
       01 SYMPTOM-FILE-STATUS        PIC XX VALUE '00'.
       01 ESCALATION-STATE-STATUS    PIC XX VALUE '00'.
       01 ESCALATION-REPORT-STATUS   PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 ACK-COUNT                  PIC S9(9) BINARY VALUE 0.
       01 ACK-INDEX                  PIC S9(9) BINARY.

      ** the symptoms loaded once
       01 SYMPTOM-TABLE.
          02 SYMPTOM-ENTRY OCCURS 500 TIMES.
             05 SM-SOURCE-PROGRAM     PIC X(8).
             05 SM-OBJECT-NAME        PIC X(48).
             05 SM-ROOT-SOURCE-PROGRAM PIC X(8).
             05 SM-ROOT-OBJECT-NAME   PIC X(48).
       01 SYMPTOM-COUNT              PIC S9(9) BINARY VALUE 0.
       01 SYMPTOM-INDEX              PIC S9(9) BINARY.
       01 SYMPTOM-MATCH-INDEX        PIC S9(9) BINARY.
       01 ROOT-SYMPTOM-COUNT         PIC S9(9) BINARY.
       01 DISPLAY-SYMPTOMS           PIC ZZZ9.

      ** persistent escalation state loaded once; SEEN-THIS-RUN marks
      ** the entries whose alert is still present - the same state-
      ** table shape AMQ0AST0 uses
       01 ACKED-COUNT                PIC 9(7) VALUE 0.
       01 ESCALATED-COUNT            PIC 9(7) VALUE 0.
       01 RESOLVED-COUNT             PIC 9(7) VALUE 0.
       01 SYMPTOM-REPORTED-COUNT     PIC 9(7) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      * Shared business-hours clock interface - an alert on a queue
      * whose inventory entry names a business calendar has its
      * grace period counted in business minutes
       01 MY-BUSINESS-CLOCK.
          COPY BUSCALWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.

           PERFORM LOADROST.
           PERFORM LOADACKS.
           PERFORM LOADSYM.
           PERFORM LOADSTATE.

      ****************************************************************
             IF ST-OBJECT-NAME(STATE-INDEX) IS NOT EQUAL TO SPACES
             AND ST-SEEN-SWITCH(STATE-INDEX) IS NOT EQUAL TO 'Y'
               ADD 1 TO RESOLVED-COUNT
               MOVE SPACES TO ESCALATION-REPORT-RECORD
               MOVE 'RESOLVED' TO ESR-STATUS
               MOVE ST-SEVERITY(STATE-INDEX) TO ESR-SEVERITY
               MOVE ST-SOURCE-PROGRAM(STATE-INDEX)
               MOVE ST-OBJECT-NAME(STATE-INDEX) TO ESR-OBJECT-NAME
               MOVE ST-FIRST-SEEN(STATE-INDEX) TO ESR-FIRST-SEEN
               MOVE ST-LEVEL(STATE-INDEX) TO ESR-LEVEL
               MOVE ' level ' TO ESR-LEVEL-LABEL
               MOVE ST-ACK-OPERATOR(STATE-INDEX) TO ESR-OPERATOR
               MOVE SPACES TO ESR-STORM-NOTE
               WRITE ESCALATION-REPORT-RECORD
               MOVE SPACES TO ST-OBJECT-NAME(STATE-INDEX)
             END-IF

           DISPLAY TRACKED-COUNT ' alerts tracked, ' ACKED-COUNT
               ' acknowledged, ' ESCALATED-COUNT ' escalated, '
               RESOLVED-COUNT ' resolved, ' SYMPTOM-REPORTED-COUNT
               ' symptoms'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE TRACKED-COUNT TO RLG-RECORD-COUNT.
      ****************************************************************
      *                                                              *
      *   Track one current alert: match or create its state entry,  *
      *   report a symptom against its root, otherwise apply any     *
      *   acknowledgement on file, escalate an overdue               *
      *   unacknowledged severity-1 alert, and report its status     *
      *                                                              *
      ****************************************************************
             CONTINUE
           ELSE
             MOVE 'Y' TO ST-SEEN-SWITCH(STATE-MATCH-INDEX)
             MOVE SPACES TO ESCALATION-REPORT-RECORD
             PERFORM STORMCHK
             IF SYMPTOM-MATCH-INDEX IS GREATER THAN 0
               ADD 1 TO SYMPTOM-REPORTED-COUNT
               MOVE 'SYMPTOM' TO ESR-STATUS
               MOVE SPACES TO ESR-OPERATOR
             ELSE
               PERFORM APPLYACK
               IF ST-ACK-FLAG(STATE-MATCH-INDEX) IS EQUAL TO 'Y'
                 ADD 1 TO ACKED-COUNT
                 MOVE 'ACKED' TO ESR-STATUS
                 MOVE ST-ACK-OPERATOR(STATE-MATCH-INDEX)
                   TO ESR-OPERATOR
               ELSE
                 PERFORM OVERDUE
               END-IF
             END-IF
             MOVE ST-SEVERITY(STATE-MATCH-INDEX) TO ESR-SEVERITY
             MOVE ST-SOURCE-PROGRAM(STATE-MATCH-INDEX)
               TO ESR-OBJECT-NAME
             MOVE ST-FIRST-SEEN(STATE-MATCH-INDEX) TO ESR-FIRST-SEEN
             MOVE ST-LEVEL(STATE-MATCH-INDEX) TO ESR-LEVEL
             MOVE ' level ' TO ESR-LEVEL-LABEL
             WRITE ESCALATION-REPORT-RECORD
           END-IF.

      ****************************************************************
      *                                                              *
      *   Look the current alert up in the symptoms: a symptom's     *
      *   note names its root; a root's note counts its symptoms     *
      *                                                              *
      ****************************************************************
       STORMCHK.
           MOVE 0 TO SYMPTOM-MATCH-INDEX.
           MOVE 0 TO ROOT-SYMPTOM-COUNT.
           MOVE SPACES TO ESR-STORM-NOTE.
           PERFORM VARYING SYMPTOM-INDEX FROM 1 BY 1
               UNTIL SYMPTOM-INDEX > SYMPTOM-COUNT
             IF SM-SOURCE-PROGRAM(SYMPTOM-INDEX) IS EQUAL TO
                 CUR-SOURCE
             AND SM-OBJECT-NAME(SYMPTOM-INDEX) IS EQUAL TO
                 CUR-OBJECT-NAME
               MOVE SYMPTOM-INDEX TO SYMPTOM-MATCH-INDEX
             END-IF
             IF SM-ROOT-SOURCE-PROGRAM(SYMPTOM-INDEX) IS EQUAL TO
                 CUR-SOURCE
             AND SM-ROOT-OBJECT-NAME(SYMPTOM-INDEX) IS EQUAL TO
                 CUR-OBJECT-NAME
               ADD 1 TO ROOT-SYMPTOM-COUNT
             END-IF
           END-PERFORM.
           IF SYMPTOM-MATCH-INDEX IS GREATER THAN 0
             STRING 'symptom of ' DELIMITED BY SIZE
                 SM-ROOT-SOURCE-PROGRAM(SYMPTOM-MATCH-INDEX)
                 DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 SM-ROOT-OBJECT-NAME(SYMPTOM-MATCH-INDEX)
                 DELIMITED BY SPACE
               INTO ESR-STORM-NOTE
             END-STRING
           ELSE
             IF ROOT-SYMPTOM-COUNT IS GREATER THAN 0
               MOVE ROOT-SYMPTOM-COUNT TO DISPLAY-SYMPTOMS
               STRING 'root of' DELIMITED BY SIZE
                   DISPLAY-SYMPTOMS DELIMITED BY SIZE
                   ' symptoms' DELIMITED BY SIZE
                 INTO ESR-STORM-NOTE
               END-STRING
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Mark the matched state entry acknowledged when an          *
      *                                                              *
      *   Minutes elapsed since the matched entry was first seen,    *
      *   using the same approximate date ordinal the statistics     *
      *   extract uses for message ages - or business minutes when   *
      *   the object's calendar says so                              *
      *                                                              *
      ****************************************************************
       ELAPSED.
             MOVE 0 TO ELAPSED-MINUTES
           END-IF.

           MOVE SPACES TO MY-BUSINESS-CLOCK.
           MOVE ST-OBJECT-NAME(STATE-MATCH-INDEX) TO BCL-OBJECT-NAME.
           MOVE ST-FIRST-SEEN(STATE-MATCH-INDEX)
             TO BCL-FROM-TIMESTAMP.
           MOVE RUN-TIMESTAMP TO BCL-TO-TIMESTAMP.
           CALL 'AMQ0BCL0' USING BCL-CLOCK-AREA.
           IF BCL-RESULT IS EQUAL TO 'BUSINESS'
             MOVE BCL-BUSINESS-MINUTES TO ELAPSED-MINUTES
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find the on-shift roster operator covering the matched     *
             CLOSE ACK-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the symptoms AMQ0STM0 wrote into SYMPTOM-TABLE - a    *
      *   missing file means no alert is grouped under another       *
      *                                                              *
      ****************************************************************
       LOADSYM.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT SYMPTOM-FILE.
           IF SYMPTOM-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ SYMPTOM-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF SYMPTOM-COUNT IS LESS THAN 500
                   ADD 1 TO SYMPTOM-COUNT
                   MOVE SY-SOURCE-PROGRAM
                     TO SM-SOURCE-PROGRAM(SYMPTOM-COUNT)
                   MOVE SY-OBJECT-NAME TO SM-OBJECT-NAME(SYMPTOM-COUNT)
                   MOVE SY-ROOT-SOURCE-PROGRAM
                     TO SM-ROOT-SOURCE-PROGRAM(SYMPTOM-COUNT)
                   MOVE SY-ROOT-OBJECT-NAME
                     TO SM-ROOT-OBJECT-NAME(SYMPTOM-COUNT)
                 ELSE
                   DISPLAY 'symptom table full - entry skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF SYMPTOM-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE SYMPTOM-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the persistent escalation state into STATE-TABLE      *
           PERFORM VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > STATE-COUNT
             IF ST-OBJECT-NAME(STATE-INDEX) IS NOT EQUAL TO SPACES
               MOVE SPACES TO ESCALATION-STATE-RECORD
               MOVE ST-SOURCE-PROGRAM(STATE-INDEX)
                 TO EST-SOURCE-PROGRAM
               MOVE ST-SEVERITY(STATE-INDEX) TO EST-SEVERITY
