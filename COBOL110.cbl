       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0STM0                                       *
      *                                                              *
      * Description: Alert storm root-cause grouping from the flow   *
      *              topology                                        *
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
      *   AMQ0STM0 stops one fault paging on-call once per symptom.  *
      *   A sender channel dropping raises a stopped-channel alert,  *
      *   a transmission-queue backlog alert and depth and age       *
      *   alerts on the remote side.  Scheduled after AMQ0ALC0 and   *
      *   before AMQ0ESC0, this program groups the alerts in         *
      *   OPSRPT.DAT under their probable root object:               *
      *                                                              *
      *      -- each alert's object is placed on the flows AMQ0TOP0  *
      *         wrote to TOPFLOW.DAT: as the channel, the            *
      *         transmission queue, the remote queue or the          *
      *         destination queue of the flow, upstream to           *
      *         downstream in that order                             *
      *                                                              *
      *      -- two alerts on the same flow that were first seen     *
      *         within the correlation window of each other are      *
      *         related, and the one furthest upstream is the root;  *
      *         every other alert on it is a symptom of that root    *
      *                                                              *
      *      -- the symptoms are written to STMSYM.DAT, where        *
      *         AMQ0ESC0 picks them up and reports them as symptoms  *
      *         of their root instead of escalating them, so only    *
      *         the root escalates                                   *
      *                                                              *
      *      -- the groups are carried in STMSTA.DAT from run to run *
      *         and written to the storm report STMRPT.DAT with      *
      *         their root, members and first/last seen times; a     *
      *         group clears when its root's alert is no longer      *
      *         reported, and stays on the report as CLEARED for a   *
      *         day                                                  *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the correlation window                        *
      *         load TOPFLOW.DAT and the storm state                 *
      *         load this run's alerts from OPSRPT.DAT               *
      *         for each flow, relate the alerts placed on it        *
      *         follow each alert up to its root                     *
      *         write STMSYM.DAT, merge the groups into the state,   *
      *         write STMRPT.DAT and rewrite STMSTA.DAT              *
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
      *   AMQ0STM0 parameters: correlation window in minutes (1st    *
      *   command-line argument, optional, default 10)               *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0STM0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** this run's operations alert report from AMQ0ALC0
           SELECT ALERT-BUS-REPORT ASSIGN TO 'OPSRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-BUS-REPORT-STATUS.

      ** the flow chains AMQ0TOP0 wrote
           SELECT FLOW-FILE ASSIGN TO 'TOPFLOW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FLOW-FILE-STATUS.

      ** persistent storm state, rewritten in full every run
           SELECT STORM-STATE-FILE ASSIGN TO 'STMSTA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STORM-STATE-STATUS.

      ** the alerts that are symptoms of another, for AMQ0ESC0
           SELECT SYMPTOM-FILE ASSIGN TO 'STMSYM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SYMPTOM-FILE-STATUS.

      ** the storm report
           SELECT STORM-REPORT ASSIGN TO 'STMRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STORM-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-BUS-REPORT.
       01 ALERT-BUS-REPORT-RECORD.
          05 OPS-R-SEVERITY            PIC X(1).
          05 FILLER                    PIC X.
          05 OPS-R-SOURCE              PIC X(8).
          05 FILLER                    PIC X.
          05 OPS-R-OBJECT-NAME         PIC X(48).
          05 FILLER                    PIC X.
          05 OPS-R-REASON              PIC X(9).
          05 FILLER                    PIC X.
          05 OPS-R-REPEAT-COUNT        PIC X(5).
          05 FILLER                    PIC X.
          05 OPS-R-ALERT-TEXT          PIC X(64).

       FD  FLOW-FILE.
       01 FLOW-RECORD.
          05 TF-QMGR-NAME              PIC X(48).
          05 FILLER                    PIC X.
          05 TF-REMOTE-Q-NAME          PIC X(48).
          05 FILLER                    PIC X.
          05 TF-XMITQ-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 TF-CHANNEL-NAME           PIC X(20).
          05 FILLER                    PIC X.
          05 TF-DEST-Q-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 TF-DEST-QMGR-NAME         PIC X(48).

      ** A - an alert and when it was first seen
      ** G - a group: its root alert, first and last seen, and the
      **     time it cleared (spaces while active)
      ** M - a member of the G record before it
       FD  STORM-STATE-FILE.
       01 STORM-STATE-RECORD.
          05 SS-RECORD-TYPE            PIC X(1).
          05 FILLER                    PIC X.
          05 SS-SOURCE-PROGRAM         PIC X(8).
          05 FILLER                    PIC X.
          05 SS-OBJECT-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 SS-FIRST-SEEN             PIC X(17).
          05 FILLER                    PIC X.
          05 SS-LAST-SEEN              PIC X(17).
          05 FILLER                    PIC X.
          05 SS-CLEARED                PIC X(17).

       FD  SYMPTOM-FILE.
       01 SYMPTOM-RECORD.
          05 SY-SOURCE-PROGRAM         PIC X(8).
          05 FILLER                    PIC X.
          05 SY-OBJECT-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 SY-ROOT-SOURCE-PROGRAM    PIC X(8).
          05 FILLER                    PIC X.
          05 SY-ROOT-OBJECT-NAME       PIC X(48).

       FD  STORM-REPORT.
       01 STORM-REPORT-RECORD.
          05 SR-LINE-TYPE              PIC X(8).
          05 FILLER                    PIC X.
          05 SR-STATUS                 PIC X(8).
          05 FILLER                    PIC X.
          05 SR-SOURCE-PROGRAM         PIC X(8).
          05 FILLER                    PIC X.
          05 SR-OBJECT-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 SR-MEMBER-COUNT           PIC Z(4)9.
          05 FILLER                    PIC X.
          05 SR-FIRST-SEEN             PIC X(17).
          05 FILLER                    PIC X.
          05 SR-LAST-SEEN              PIC X(17).
          05 FILLER                    PIC X.
          05 SR-CLEARED                PIC X(17).

       WORKING-STORAGE SECTION.
       01 ALERT-BUS-REPORT-STATUS    PIC XX VALUE '00'.
       01 FLOW-FILE-STATUS           PIC XX VALUE '00'.
       01 STORM-STATE-STATUS         PIC XX VALUE '00'.
       01 SYMPTOM-FILE-STATUS        PIC XX VALUE '00'.
       01 STORM-REPORT-STATUS        PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** job parameter: how close together, in minutes, two alerts
      ** on one flow must first appear to be related
       01 PARM-WINDOW-MINUTES        PIC 9(5) VALUE 0.

      ** a cleared group stays on the report this long
       01 CLEARED-RETAIN-MINUTES     PIC S9(9) BINARY VALUE 1440.

      ** the flow chains loaded once
       01 FLOW-TABLE.
          02 FLOW-ENTRY OCCURS 500 TIMES.
             05 FL-CHANNEL-NAME       PIC X(20).
             05 FL-XMITQ-NAME         PIC X(48).
             05 FL-REMOTE-Q-NAME      PIC X(48).
             05 FL-DEST-Q-NAME        PIC X(48).
       01 FLOW-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 FLOW-INDEX                 PIC S9(9) BINARY.

      ** this run's alerts, each with its place on the flow being
      ** worked and the root found for it so far
       01 ALERT-TABLE.
          02 ALERT-ENTRY OCCURS 500 TIMES.
             05 AL-SOURCE-PROGRAM     PIC X(8).
             05 AL-OBJECT-NAME        PIC X(48).
             05 AL-FIRST-SEEN         PIC X(17).
             05 AL-ROOT-INDEX         PIC S9(9) BINARY.
             05 AL-ROOT-RANK          PIC S9(9) BINARY.
             05 AL-SYMPTOM-COUNT      PIC S9(9) BINARY.
       01 ALERT-COUNT                PIC S9(9) BINARY VALUE 0.
       01 ALERT-INDEX                PIC S9(9) BINARY.
       01 ALERT-MATCH-INDEX          PIC S9(9) BINARY.
       01 ROOT-INDEX                 PIC S9(9) BINARY.
       01 CLIMB-COUNT                PIC S9(9) BINARY.

      ** the alerts placed on one flow, upstream rank 1 (channel) to
      ** 4 (destination queue)
       01 ON-FLOW-TABLE.
          02 ON-FLOW-ENTRY OCCURS 50 TIMES.
             05 OF-ALERT-INDEX        PIC S9(9) BINARY.
             05 OF-RANK               PIC S9(9) BINARY.
       01 ON-FLOW-COUNT              PIC S9(9) BINARY VALUE 0.
       01 ON-FLOW-INDEX              PIC S9(9) BINARY.
       01 ON-FLOW-OTHER              PIC S9(9) BINARY.
       01 PLACE-RANK                 PIC S9(9) BINARY.
       01 CHILD-INDEX                PIC S9(9) BINARY.
       01 PARENT-INDEX               PIC S9(9) BINARY.

      ** the alerts first seen in earlier runs
       01 SEEN-TABLE.
          02 SEEN-ENTRY OCCURS 500 TIMES.
             05 SN-SOURCE-PROGRAM     PIC X(8).
             05 SN-OBJECT-NAME        PIC X(48).
             05 SN-FIRST-SEEN         PIC X(17).
       01 SEEN-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 SEEN-INDEX                 PIC S9(9) BINARY.

      ** the groups, carried from earlier runs and formed this run
       01 GROUP-TABLE.
          02 GROUP-ENTRY OCCURS 200 TIMES.
             05 GR-SOURCE-PROGRAM     PIC X(8).
             05 GR-OBJECT-NAME        PIC X(48).
             05 GR-FIRST-SEEN         PIC X(17).
             05 GR-LAST-SEEN          PIC X(17).
             05 GR-CLEARED            PIC X(17).
             05 GR-ACTIVE-SWITCH      PIC X.
       01 GROUP-COUNT                PIC S9(9) BINARY VALUE 0.
       01 GROUP-INDEX                PIC S9(9) BINARY.
       01 GROUP-MATCH-INDEX          PIC S9(9) BINARY.

       01 MEMBER-TABLE.
          02 MEMBER-ENTRY OCCURS 1000 TIMES.
             05 MB-GROUP-INDEX        PIC S9(9) BINARY.
             05 MB-SOURCE-PROGRAM     PIC X(8).
             05 MB-OBJECT-NAME        PIC X(48).
             05 MB-FIRST-SEEN         PIC X(17).
             05 MB-LAST-SEEN          PIC X(17).
       01 MEMBER-COUNT               PIC S9(9) BINARY VALUE 0.
       01 MEMBER-INDEX               PIC S9(9) BINARY.
       01 MEMBER-MATCH-INDEX         PIC S9(9) BINARY.
       01 GROUP-MEMBER-COUNT         PIC S9(9) BINARY.

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

       01 GROUPED-ALERT-COUNT        PIC 9(7) VALUE 0.
       01 SYMPTOM-COUNT              PIC 9(7) VALUE 0.
       01 ACTIVE-GROUP-COUNT         PIC 9(7) VALUE 0.
       01 CLEARED-GROUP-COUNT        PIC 9(7) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0STM0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0STM0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-WINDOW-MINUTES FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-WINDOW-MINUTES
           END-ACCEPT.
           IF PARM-WINDOW-MINUTES IS EQUAL TO 0
             MOVE 10 TO PARM-WINDOW-MINUTES
           END-IF.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).

           PERFORM LOADFLOW.
           PERFORM LOADSTATE.
           PERFORM LOADOPS.

      ****************************************************************
      *                                                              *
      *   Relate the alerts placed on each flow, then follow every   *
      *   alert up to the top of its chain                           *
      *                                                              *
      ****************************************************************
           PERFORM VARYING FLOW-INDEX FROM 1 BY 1
               UNTIL FLOW-INDEX > FLOW-COUNT
             PERFORM RELATE
           END-PERFORM.

           PERFORM VARYING ALERT-INDEX FROM 1 BY 1
               UNTIL ALERT-INDEX > ALERT-COUNT
             MOVE AL-ROOT-INDEX(ALERT-INDEX) TO ROOT-INDEX
             MOVE 0 TO CLIMB-COUNT
             PERFORM UNTIL ROOT-INDEX IS EQUAL TO 0
                 OR AL-ROOT-INDEX(ROOT-INDEX) IS EQUAL TO 0
                 OR CLIMB-COUNT IS GREATER THAN 10
               MOVE AL-ROOT-INDEX(ROOT-INDEX) TO ROOT-INDEX
               ADD 1 TO CLIMB-COUNT
             END-PERFORM
             MOVE ROOT-INDEX TO AL-ROOT-INDEX(ALERT-INDEX)
             IF ROOT-INDEX IS GREATER THAN 0
               ADD 1 TO AL-SYMPTOM-COUNT(ROOT-INDEX)
             END-IF
           END-PERFORM.

           PERFORM WRITESYM.
           PERFORM MERGEGRP.
           PERFORM WRITERPT.
           PERFORM SAVESTATE.

           MOVE ALERT-COUNT TO GROUPED-ALERT-COUNT.
           DISPLAY GROUPED-ALERT-COUNT ' alerts, ' SYMPTOM-COUNT
               ' symptoms, ' ACTIVE-GROUP-COUNT ' active groups, '
               CLEARED-GROUP-COUNT ' cleared'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE ALERT-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0STM0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Place every alert on one flow, then make each the symptom  *
      *   of the furthest-upstream alert on it first seen within the *
      *   window - a root already found further up on another flow   *
      *   is kept                                                    *
      *                                                              *
      ****************************************************************
       RELATE.
           MOVE 0 TO ON-FLOW-COUNT.
           PERFORM VARYING ALERT-INDEX FROM 1 BY 1
               UNTIL ALERT-INDEX > ALERT-COUNT
             MOVE 0 TO PLACE-RANK
             EVALUATE TRUE
               WHEN FL-CHANNEL-NAME(FLOW-INDEX) IS NOT EQUAL TO SPACES
                AND AL-OBJECT-NAME(ALERT-INDEX) IS EQUAL TO
                    FL-CHANNEL-NAME(FLOW-INDEX)
                 MOVE 1 TO PLACE-RANK
               WHEN AL-OBJECT-NAME(ALERT-INDEX) IS EQUAL TO
                    FL-XMITQ-NAME(FLOW-INDEX)
                 MOVE 2 TO PLACE-RANK
               WHEN AL-OBJECT-NAME(ALERT-INDEX) IS EQUAL TO
                    FL-REMOTE-Q-NAME(FLOW-INDEX)
                 MOVE 3 TO PLACE-RANK
               WHEN AL-OBJECT-NAME(ALERT-INDEX) IS EQUAL TO
                    FL-DEST-Q-NAME(FLOW-INDEX)
                 MOVE 4 TO PLACE-RANK
             END-EVALUATE
             IF PLACE-RANK IS GREATER THAN 0
               IF ON-FLOW-COUNT IS LESS THAN 50
                 ADD 1 TO ON-FLOW-COUNT
                 MOVE ALERT-INDEX TO OF-ALERT-INDEX(ON-FLOW-COUNT)
                 MOVE PLACE-RANK TO OF-RANK(ON-FLOW-COUNT)
               END-IF
             END-IF
           END-PERFORM.

           PERFORM VARYING ON-FLOW-INDEX FROM 1 BY 1
               UNTIL ON-FLOW-INDEX > ON-FLOW-COUNT
             MOVE OF-ALERT-INDEX(ON-FLOW-INDEX) TO CHILD-INDEX
             PERFORM VARYING ON-FLOW-OTHER FROM 1 BY 1
                 UNTIL ON-FLOW-OTHER > ON-FLOW-COUNT
               MOVE OF-ALERT-INDEX(ON-FLOW-OTHER) TO PARENT-INDEX
               IF OF-RANK(ON-FLOW-OTHER) IS LESS THAN
                   OF-RANK(ON-FLOW-INDEX)
               AND (AL-ROOT-INDEX(CHILD-INDEX) IS EQUAL TO 0
                 OR OF-RANK(ON-FLOW-OTHER) IS LESS THAN
                    AL-ROOT-RANK(CHILD-INDEX))
                 PERFORM NEARBY
                 IF ELAPSED-MINUTES IS NOT GREATER THAN
                     PARM-WINDOW-MINUTES
                   MOVE PARENT-INDEX TO AL-ROOT-INDEX(CHILD-INDEX)
                   MOVE OF-RANK(ON-FLOW-OTHER)
                     TO AL-ROOT-RANK(CHILD-INDEX)
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Minutes between the first sightings of CHILD-INDEX and     *
      *   PARENT-INDEX, whichever came first                         *
      *                                                              *
      ****************************************************************
       NEARBY.
           IF AL-FIRST-SEEN(CHILD-INDEX) IS LESS THAN
               AL-FIRST-SEEN(PARENT-INDEX)
             MOVE AL-FIRST-SEEN(CHILD-INDEX) TO SEEN-TIMESTAMP
             MOVE AL-FIRST-SEEN(PARENT-INDEX) TO LATER-TIMESTAMP
           ELSE
             MOVE AL-FIRST-SEEN(PARENT-INDEX) TO SEEN-TIMESTAMP
             MOVE AL-FIRST-SEEN(CHILD-INDEX) TO LATER-TIMESTAMP
           END-IF.
           PERFORM ELAPSED.

      ****************************************************************
      *                                                              *
      *   Write every symptom with its root for AMQ0ESC0             *
      *                                                              *
      ****************************************************************
       WRITESYM.
           OPEN OUTPUT SYMPTOM-FILE.
           PERFORM VARYING ALERT-INDEX FROM 1 BY 1
               UNTIL ALERT-INDEX > ALERT-COUNT
             MOVE AL-ROOT-INDEX(ALERT-INDEX) TO ROOT-INDEX
             IF ROOT-INDEX IS GREATER THAN 0
               ADD 1 TO SYMPTOM-COUNT
               MOVE SPACES TO SYMPTOM-RECORD
               MOVE AL-SOURCE-PROGRAM(ALERT-INDEX)
                 TO SY-SOURCE-PROGRAM
               MOVE AL-OBJECT-NAME(ALERT-INDEX) TO SY-OBJECT-NAME
               MOVE AL-SOURCE-PROGRAM(ROOT-INDEX)
                 TO SY-ROOT-SOURCE-PROGRAM
               MOVE AL-OBJECT-NAME(ROOT-INDEX) TO SY-ROOT-OBJECT-NAME
               WRITE SYMPTOM-RECORD
               DISPLAY 'SYMPTOM: ' AL-SOURCE-PROGRAM(ALERT-INDEX) ' '
                   AL-OBJECT-NAME(ALERT-INDEX)(1:32) ' of '
                   AL-SOURCE-PROGRAM(ROOT-INDEX) ' '
                   AL-OBJECT-NAME(ROOT-INDEX)(1:32)
             END-IF
           END-PERFORM.
           CLOSE SYMPTOM-FILE.

      ****************************************************************
      *                                                              *
      *   Bring the carried groups up to date: a root with symptoms  *
      *   this run keeps (or opens) its group and adds its symptoms  *
      *   as members; a root still alerting keeps its group open;    *
      *   a group whose root has gone clears now                     *
      *                                                              *
      ****************************************************************
       MERGEGRP.
           PERFORM VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX > GROUP-COUNT
             MOVE 'N' TO GR-ACTIVE-SWITCH(GROUP-INDEX)
           END-PERFORM.

           PERFORM VARYING ALERT-INDEX FROM 1 BY 1
               UNTIL ALERT-INDEX > ALERT-COUNT
             MOVE 0 TO GROUP-MATCH-INDEX
             PERFORM VARYING GROUP-INDEX FROM 1 BY 1
                 UNTIL GROUP-INDEX > GROUP-COUNT
               IF GR-SOURCE-PROGRAM(GROUP-INDEX) IS EQUAL TO
                   AL-SOURCE-PROGRAM(ALERT-INDEX)
               AND GR-OBJECT-NAME(GROUP-INDEX) IS EQUAL TO
                   AL-OBJECT-NAME(ALERT-INDEX)
               AND GR-CLEARED(GROUP-INDEX) IS EQUAL TO SPACES
                 MOVE GROUP-INDEX TO GROUP-MATCH-INDEX
                 MOVE GROUP-COUNT TO GROUP-INDEX
               END-IF
             END-PERFORM
             IF GROUP-MATCH-INDEX IS EQUAL TO 0
             AND AL-SYMPTOM-COUNT(ALERT-INDEX) IS GREATER THAN 0
               IF GROUP-COUNT IS LESS THAN 200
                 ADD 1 TO GROUP-COUNT
                 MOVE GROUP-COUNT TO GROUP-MATCH-INDEX
                 MOVE AL-SOURCE-PROGRAM(ALERT-INDEX)
                   TO GR-SOURCE-PROGRAM(GROUP-MATCH-INDEX)
                 MOVE AL-OBJECT-NAME(ALERT-INDEX)
                   TO GR-OBJECT-NAME(GROUP-MATCH-INDEX)
                 MOVE AL-FIRST-SEEN(ALERT-INDEX)
                   TO GR-FIRST-SEEN(GROUP-MATCH-INDEX)
                 MOVE SPACES TO GR-CLEARED(GROUP-MATCH-INDEX)
               ELSE
                 DISPLAY 'group table full - storm under '
                     AL-OBJECT-NAME(ALERT-INDEX) ' not carried'
               END-IF
             END-IF
             IF GROUP-MATCH-INDEX IS GREATER THAN 0
               MOVE 'Y' TO GR-ACTIVE-SWITCH(GROUP-MATCH-INDEX)
               MOVE RUN-TIMESTAMP TO GR-LAST-SEEN(GROUP-MATCH-INDEX)
               IF AL-SYMPTOM-COUNT(ALERT-INDEX) IS GREATER THAN 0
                 PERFORM ADDMEMB
               END-IF
             END-IF
           END-PERFORM.

           PERFORM VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX > GROUP-COUNT
             IF GR-ACTIVE-SWITCH(GROUP-INDEX) IS EQUAL TO 'Y'
               ADD 1 TO ACTIVE-GROUP-COUNT
             ELSE
               IF GR-CLEARED(GROUP-INDEX) IS EQUAL TO SPACES
                 MOVE RUN-TIMESTAMP TO GR-CLEARED(GROUP-INDEX)
                 DISPLAY 'CLEARED: storm under '
                     GR-SOURCE-PROGRAM(GROUP-INDEX) ' '
                     GR-OBJECT-NAME(GROUP-INDEX)
               END-IF
               ADD 1 TO CLEARED-GROUP-COUNT
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Add this run's symptoms of the root at ALERT-INDEX to its  *
      *   group, or mark the ones already there as seen again        *
      *                                                              *
      ****************************************************************
       ADDMEMB.
           PERFORM VARYING CHILD-INDEX FROM 1 BY 1
               UNTIL CHILD-INDEX > ALERT-COUNT
             IF AL-ROOT-INDEX(CHILD-INDEX) IS EQUAL TO ALERT-INDEX
               MOVE 0 TO MEMBER-MATCH-INDEX
               PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT
                 IF MB-GROUP-INDEX(MEMBER-INDEX) IS EQUAL TO
                     GROUP-MATCH-INDEX
                 AND MB-SOURCE-PROGRAM(MEMBER-INDEX) IS EQUAL TO
                     AL-SOURCE-PROGRAM(CHILD-INDEX)
                 AND MB-OBJECT-NAME(MEMBER-INDEX) IS EQUAL TO
                     AL-OBJECT-NAME(CHILD-INDEX)
                   MOVE MEMBER-INDEX TO MEMBER-MATCH-INDEX
                   MOVE MEMBER-COUNT TO MEMBER-INDEX
                 END-IF
               END-PERFORM
               IF MEMBER-MATCH-INDEX IS EQUAL TO 0
                 IF MEMBER-COUNT IS LESS THAN 1000
                   ADD 1 TO MEMBER-COUNT
                   MOVE MEMBER-COUNT TO MEMBER-MATCH-INDEX
                   MOVE GROUP-MATCH-INDEX
                     TO MB-GROUP-INDEX(MEMBER-MATCH-INDEX)
                   MOVE AL-SOURCE-PROGRAM(CHILD-INDEX)
                     TO MB-SOURCE-PROGRAM(MEMBER-MATCH-INDEX)
                   MOVE AL-OBJECT-NAME(CHILD-INDEX)
                     TO MB-OBJECT-NAME(MEMBER-MATCH-INDEX)
                   MOVE AL-FIRST-SEEN(CHILD-INDEX)
                     TO MB-FIRST-SEEN(MEMBER-MATCH-INDEX)
                 ELSE
                   DISPLAY 'member table full - '
                       AL-OBJECT-NAME(CHILD-INDEX) ' not carried'
                 END-IF
               END-IF
               IF MEMBER-MATCH-INDEX IS GREATER THAN 0
                 MOVE RUN-TIMESTAMP
                   TO MB-LAST-SEEN(MEMBER-MATCH-INDEX)
      **         a member first seen before its root moves the
      **         group's start back
                 IF MB-FIRST-SEEN(MEMBER-MATCH-INDEX) IS LESS THAN
                     GR-FIRST-SEEN(GROUP-MATCH-INDEX)
                   MOVE MB-FIRST-SEEN(MEMBER-MATCH-INDEX)
                     TO GR-FIRST-SEEN(GROUP-MATCH-INDEX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Write the storm report: every group with its members,      *
      *   cleared groups kept for a day after they clear             *
      *                                                              *
      ****************************************************************
       WRITERPT.
           OPEN OUTPUT STORM-REPORT.
           PERFORM VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX > GROUP-COUNT
             IF GR-ACTIVE-SWITCH(GROUP-INDEX) IS EQUAL TO 'Y'
             OR GR-CLEARED(GROUP-INDEX) IS NOT EQUAL TO SPACES
               MOVE 0 TO GROUP-MEMBER-COUNT
               PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT
                 IF MB-GROUP-INDEX(MEMBER-INDEX) IS EQUAL TO
                     GROUP-INDEX
                   ADD 1 TO GROUP-MEMBER-COUNT
                 END-IF
               END-PERFORM
               MOVE SPACES TO STORM-REPORT-RECORD
               MOVE 'GROUP' TO SR-LINE-TYPE
               IF GR-ACTIVE-SWITCH(GROUP-INDEX) IS EQUAL TO 'Y'
                 MOVE 'ACTIVE' TO SR-STATUS
               ELSE
                 MOVE 'CLEARED' TO SR-STATUS
               END-IF
               MOVE GR-SOURCE-PROGRAM(GROUP-INDEX)
                 TO SR-SOURCE-PROGRAM
               MOVE GR-OBJECT-NAME(GROUP-INDEX) TO SR-OBJECT-NAME
               MOVE GROUP-MEMBER-COUNT TO SR-MEMBER-COUNT
               MOVE GR-FIRST-SEEN(GROUP-INDEX) TO SR-FIRST-SEEN
               MOVE GR-LAST-SEEN(GROUP-INDEX) TO SR-LAST-SEEN
               MOVE GR-CLEARED(GROUP-INDEX) TO SR-CLEARED
               WRITE STORM-REPORT-RECORD
               PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT
                 IF MB-GROUP-INDEX(MEMBER-INDEX) IS EQUAL TO
                     GROUP-INDEX
                   MOVE SPACES TO STORM-REPORT-RECORD
                   MOVE '  MEMBER' TO SR-LINE-TYPE
                   MOVE 'SYMPTOM' TO SR-STATUS
                   MOVE MB-SOURCE-PROGRAM(MEMBER-INDEX)
                     TO SR-SOURCE-PROGRAM
                   MOVE MB-OBJECT-NAME(MEMBER-INDEX)
                     TO SR-OBJECT-NAME
                   MOVE MB-FIRST-SEEN(MEMBER-INDEX) TO SR-FIRST-SEEN
                   MOVE MB-LAST-SEEN(MEMBER-INDEX) TO SR-LAST-SEEN
                   WRITE STORM-REPORT-RECORD
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
           CLOSE STORM-REPORT.

      ****************************************************************
      *                                                              *
      *   Rewrite the storm state: this run's alerts with their      *
      *   first sightings, and every group still active or cleared   *
      *   less than a day ago, each followed by its members          *
      *                                                              *
      ****************************************************************
       SAVESTATE.
           OPEN OUTPUT STORM-STATE-FILE.
           PERFORM VARYING ALERT-INDEX FROM 1 BY 1
               UNTIL ALERT-INDEX > ALERT-COUNT
             MOVE SPACES TO STORM-STATE-RECORD
             MOVE 'A' TO SS-RECORD-TYPE
             MOVE AL-SOURCE-PROGRAM(ALERT-INDEX) TO SS-SOURCE-PROGRAM
             MOVE AL-OBJECT-NAME(ALERT-INDEX) TO SS-OBJECT-NAME
             MOVE AL-FIRST-SEEN(ALERT-INDEX) TO SS-FIRST-SEEN
             MOVE RUN-TIMESTAMP TO SS-LAST-SEEN
             WRITE STORM-STATE-RECORD
           END-PERFORM.

           MOVE RUN-TIMESTAMP TO LATER-TIMESTAMP.
           PERFORM VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX > GROUP-COUNT
             MOVE 0 TO ELAPSED-MINUTES
             IF GR-CLEARED(GROUP-INDEX) IS NOT EQUAL TO SPACES
               MOVE GR-CLEARED(GROUP-INDEX) TO SEEN-TIMESTAMP
               PERFORM ELAPSED
             END-IF
             IF ELAPSED-MINUTES IS LESS THAN CLEARED-RETAIN-MINUTES
               MOVE SPACES TO STORM-STATE-RECORD
               MOVE 'G' TO SS-RECORD-TYPE
               MOVE GR-SOURCE-PROGRAM(GROUP-INDEX)
                 TO SS-SOURCE-PROGRAM
               MOVE GR-OBJECT-NAME(GROUP-INDEX) TO SS-OBJECT-NAME
               MOVE GR-FIRST-SEEN(GROUP-INDEX) TO SS-FIRST-SEEN
               MOVE GR-LAST-SEEN(GROUP-INDEX) TO SS-LAST-SEEN
               MOVE GR-CLEARED(GROUP-INDEX) TO SS-CLEARED
               WRITE STORM-STATE-RECORD
               PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT
                 IF MB-GROUP-INDEX(MEMBER-INDEX) IS EQUAL TO
                     GROUP-INDEX
                   MOVE SPACES TO STORM-STATE-RECORD
                   MOVE 'M' TO SS-RECORD-TYPE
                   MOVE MB-SOURCE-PROGRAM(MEMBER-INDEX)
                     TO SS-SOURCE-PROGRAM
                   MOVE MB-OBJECT-NAME(MEMBER-INDEX)
                     TO SS-OBJECT-NAME
                   MOVE MB-FIRST-SEEN(MEMBER-INDEX) TO SS-FIRST-SEEN
                   MOVE MB-LAST-SEEN(MEMBER-INDEX) TO SS-LAST-SEEN
                   WRITE STORM-STATE-RECORD
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
           CLOSE STORM-STATE-FILE.

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
           MOVE SEEN-TIMESTAMP(1:4) TO ORDINAL-YEAR.
           MOVE SEEN-TIMESTAMP(5:2) TO ORDINAL-MONTH.
           MOVE SEEN-TIMESTAMP(7:2) TO ORDINAL-DAY.
           COMPUTE SEEN-DATE-ORDINAL = ORDINAL-YEAR * 360
               + ORDINAL-MONTH * 30 + ORDINAL-DAY.
           MOVE SEEN-TIMESTAMP(10:2) TO TIME-HOUR-PART.
           MOVE SEEN-TIMESTAMP(12:2) TO TIME-MINUTE-PART.
           COMPUTE SEEN-MINUTE-OF-DAY = TIME-HOUR-PART * 60
               + TIME-MINUTE-PART.
           COMPUTE ELAPSED-MINUTES =
               (LATER-DATE-ORDINAL - SEEN-DATE-ORDINAL) * 1440
               + LATER-MINUTE-OF-DAY - SEEN-MINUTE-OF-DAY.
           IF ELAPSED-MINUTES IS LESS THAN 0
             MOVE 0 TO ELAPSED-MINUTES
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the flow chains - a missing TOPFLOW.DAT leaves every  *
      *   alert ungrouped                                            *
      *                                                              *
      ****************************************************************
       LOADFLOW.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT FLOW-FILE.
           IF FLOW-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no TOPFLOW.DAT on hand - alerts cannot be '
                 'grouped'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ FLOW-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF FLOW-COUNT IS LESS THAN 500
                   ADD 1 TO FLOW-COUNT
                   MOVE TF-CHANNEL-NAME TO FL-CHANNEL-NAME(FLOW-COUNT)
                   MOVE TF-XMITQ-NAME TO FL-XMITQ-NAME(FLOW-COUNT)
                   MOVE TF-REMOTE-Q-NAME
                     TO FL-REMOTE-Q-NAME(FLOW-COUNT)
                   MOVE TF-DEST-Q-NAME TO FL-DEST-Q-NAME(FLOW-COUNT)
                 ELSE
                   DISPLAY 'flow table full - ' TF-REMOTE-Q-NAME
                       ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF FLOW-FILE-STATUS IS EQUAL TO '00'
           OR FLOW-FILE-STATUS IS EQUAL TO '10'
             CLOSE FLOW-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the storm state - alerts seen before, and the groups  *
      *   with their members                                         *
      *                                                              *
      ****************************************************************
       LOADSTATE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT STORM-STATE-FILE.
           IF STORM-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ STORM-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 EVALUATE SS-RECORD-TYPE
                   WHEN 'A'
                     IF SEEN-COUNT IS LESS THAN 500
                       ADD 1 TO SEEN-COUNT
                       MOVE SS-SOURCE-PROGRAM
                         TO SN-SOURCE-PROGRAM(SEEN-COUNT)
                       MOVE SS-OBJECT-NAME
                         TO SN-OBJECT-NAME(SEEN-COUNT)
                       MOVE SS-FIRST-SEEN TO SN-FIRST-SEEN(SEEN-COUNT)
                     END-IF
                   WHEN 'G'
                     IF GROUP-COUNT IS LESS THAN 200
                       ADD 1 TO GROUP-COUNT
                       MOVE SS-SOURCE-PROGRAM
                         TO GR-SOURCE-PROGRAM(GROUP-COUNT)
                       MOVE SS-OBJECT-NAME
                         TO GR-OBJECT-NAME(GROUP-COUNT)
                       MOVE SS-FIRST-SEEN TO GR-FIRST-SEEN(GROUP-COUNT)
                       MOVE SS-LAST-SEEN TO GR-LAST-SEEN(GROUP-COUNT)
                       MOVE SS-CLEARED TO GR-CLEARED(GROUP-COUNT)
                     END-IF
                   WHEN 'M'
                     IF MEMBER-COUNT IS LESS THAN 1000
                     AND GROUP-COUNT IS GREATER THAN 0
                       ADD 1 TO MEMBER-COUNT
                       MOVE GROUP-COUNT TO MB-GROUP-INDEX(MEMBER-COUNT)
                       MOVE SS-SOURCE-PROGRAM
                         TO MB-SOURCE-PROGRAM(MEMBER-COUNT)
                       MOVE SS-OBJECT-NAME
                         TO MB-OBJECT-NAME(MEMBER-COUNT)
                       MOVE SS-FIRST-SEEN
                         TO MB-FIRST-SEEN(MEMBER-COUNT)
                       MOVE SS-LAST-SEEN TO MB-LAST-SEEN(MEMBER-COUNT)
                     END-IF
                 END-EVALUATE
             END-READ
           END-PERFORM.
           IF STORM-STATE-STATUS IS EQUAL TO '00'
           OR STORM-STATE-STATUS IS EQUAL TO '10'
             CLOSE STORM-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load this run's alerts, once per source and object, each   *
      *   with its first sighting carried from the state             *
      *                                                              *
      ****************************************************************
       LOADOPS.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ALERT-BUS-REPORT.
           IF ALERT-BUS-REPORT-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no OPSRPT.DAT on hand - no alerts to group'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ALERT-BUS-REPORT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF OPS-R-SEVERITY IS NUMERIC
                 AND OPS-R-SOURCE IS NOT EQUAL TO SPACES
                   PERFORM ADDALERT
                 END-IF
             END-READ
           END-PERFORM.
           IF ALERT-BUS-REPORT-STATUS IS EQUAL TO '00'
           OR ALERT-BUS-REPORT-STATUS IS EQUAL TO '10'
             CLOSE ALERT-BUS-REPORT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Keep one alert line, unless its source and object are      *
      *   already held                                               *
      *                                                              *
      ****************************************************************
       ADDALERT.
           MOVE 0 TO ALERT-MATCH-INDEX.
           PERFORM VARYING ALERT-INDEX FROM 1 BY 1
               UNTIL ALERT-INDEX > ALERT-COUNT
             IF AL-SOURCE-PROGRAM(ALERT-INDEX) IS EQUAL TO
                 OPS-R-SOURCE
             AND AL-OBJECT-NAME(ALERT-INDEX) IS EQUAL TO
                 OPS-R-OBJECT-NAME
               MOVE ALERT-INDEX TO ALERT-MATCH-INDEX
               MOVE ALERT-COUNT TO ALERT-INDEX
             END-IF
           END-PERFORM.
           IF ALERT-MATCH-INDEX IS EQUAL TO 0
             IF ALERT-COUNT IS LESS THAN 500
               ADD 1 TO ALERT-COUNT
               MOVE OPS-R-SOURCE TO AL-SOURCE-PROGRAM(ALERT-COUNT)
               MOVE OPS-R-OBJECT-NAME TO AL-OBJECT-NAME(ALERT-COUNT)
               MOVE RUN-TIMESTAMP TO AL-FIRST-SEEN(ALERT-COUNT)
               MOVE 0 TO AL-ROOT-INDEX(ALERT-COUNT)
               MOVE 0 TO AL-ROOT-RANK(ALERT-COUNT)
               MOVE 0 TO AL-SYMPTOM-COUNT(ALERT-COUNT)
               PERFORM VARYING SEEN-INDEX FROM 1 BY 1
                   UNTIL SEEN-INDEX > SEEN-COUNT
                 IF SN-SOURCE-PROGRAM(SEEN-INDEX) IS EQUAL TO
                     OPS-R-SOURCE
                 AND SN-OBJECT-NAME(SEEN-INDEX) IS EQUAL TO
                     OPS-R-OBJECT-NAME
                   MOVE SN-FIRST-SEEN(SEEN-INDEX)
                     TO AL-FIRST-SEEN(ALERT-COUNT)
                   MOVE SEEN-COUNT TO SEEN-INDEX
                 END-IF
               END-PERFORM
             ELSE
               DISPLAY 'alert table full - ' OPS-R-OBJECT-NAME
                   ' not grouped'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0STM0                                              *
      *                                                              *
      ****************************************************************
