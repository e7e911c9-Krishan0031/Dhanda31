       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0SMK0                                       *
      *                                                              *
      * Description: Post-upgrade smoke-test harness - runs a        *
      *              scripted scenario against dedicated test queues *
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
      *   AMQ0SMK0 proves the suite still works after an MQ or       *
      *   compiler upgrade.  It works through the scenario file      *
      *   SMKSCN.DAT step by step, driving the suite's own programs  *
      *   against dedicated test queues, and checks each step's      *
      *   outcome - queue depth, reply text, audit records, return   *
      *   code and RUNLOG.DAT status - against what the scenario     *
      *   expects.  SMKRPT.DAT gets one PASS or FAIL line per step,  *
      *   ready to attach to the upgrade change.                     *
      *                                                              *
      *   SMKSCN.DAT is line sequential, one step per line; a line   *
      *   starting '*' is a comment.  Columns:                       *
      *      1-8     step id                                         *
      *      10-15   verb                                            *
      *      17-64   target - a file, program or queue name          *
      *      66-67   compare - EQ (the default), NE, GE, LE, GT, LT  *
      *      69-77   expected number, zero-padded                    *
      *      79-86   expected RUNLOG.DAT status (RUN only; blank     *
      *              means not checked)                              *
      *      88-387  text                                            *
      *                                                              *
      *   The verbs:                                                 *
      *                                                              *
      *      -- FILE   make the text the whole content of the target *
      *                file - a control or handover file such as     *
      *                BPUTMSG.DAT, BPTPARM.DAT, GBRCTL.DAT,         *
      *                REQPARM.DAT, PRGCTL.DAT, PRGAPPR.DAT,         *
      *                PRGPARM.DAT, RSTPARM.DAT or QDMCTL.DAT        *
      *      -- ADD    append the text to the target file as a line  *
      *      -- MARK   note how many lines the target file has now,  *
      *                so a later FIND looks only at what is new     *
      *      -- FIND   count the target file's lines past its MARK   *
      *                that contain the text, and compare the count  *
      *      -- RUN    CALL the target program and compare its       *
      *                return code, and the status it logged to      *
      *                RUNLOG.DAT during this step                   *
      *      -- DEPTH  MQINQ the target queue's current depth and    *
      *                compare it                                    *
      *                                                              *
      *   Every file a FILE or ADD step changes is copied aside to   *
      *   SMKSAVnn.DAT the first time it is touched, and put back    *
      *   the way it was when the scenario ends - a file that did    *
      *   not exist is left empty.  The programs run take their      *
      *   inputs from those handover files, because the harness      *
      *   itself takes no parameters: a CALLed program reads the     *
      *   same command line.  AMQMSET2 is not RUN - it is started by *
      *   the trigger on its request queue, and AMQ0RPC0 waits for   *
      *   its reply.  Each program RUN is CANCELled afterwards so    *
      *   the next RUN of it starts fresh.                           *
      *                                                              *
      *   A typical scenario for test queue SMOKE.TEST.Q: FILE       *
      *   BPTPARM.DAT and BPUTMSG.DAT, RUN AMQ0BPT0, DEPTH 3; FILE   *
      *   GBRCTL.DAT, MARK and RUN AMQ0GBR0, FIND the queue in       *
      *   GBRAUDIT.DAT GE 3; FILE REQPARM.DAT with an INHIBIT, RUN   *
      *   AMQ0REQ0 then AMQ0RPC0, FIND the reply in RPCRPT.DAT and   *
      *   the queue in MSETAUD.DAT, then the same for the ENABLE;    *
      *   FILE PRGCTL.DAT, PRGAPPR.DAT and PRGPARM.DAT (max age      *
      *   00000), RUN AMQ0PRG0, DEPTH 0; FILE RSTPARM.DAT, RUN       *
      *   AMQ0RST0, DEPTH 3; FILE QDMCTL.DAT with a threshold of 2,  *
      *   MARK and RUN AMQ0QDM0, FIND the queue in QDMALERT.DAT.     *
      *                                                              *
      *    Program logic:                                            *
      *         for each scenario step,                              *
      *         .  act on the target as the verb says                *
      *         .  compare the outcome with what is expected         *
      *         .  write a PASS or FAIL line to SMKRPT.DAT           *
      *         put back every file the scenario changed             *
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
      *   AMQ0SMK0 has no parameters                                 *
      *   Return code 1 when any step fails, or the scenario file    *
      *   is missing or has no steps                                 *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0SMK0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the scenario, one step per line
           SELECT SCENARIO-FILE ASSIGN TO 'SMKSCN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCENARIO-FILE-STATUS.

      ** the file a step works on, and the copy kept of it while the
      ** scenario has it changed
           SELECT WORK-FILE ASSIGN TO WORK-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WORK-FILE-STATUS.
           SELECT SAVE-FILE ASSIGN TO SAVE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SAVE-FILE-STATUS.

      ** the shared run log AMQ0RLG0 writes
           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-LOG-STATUS.

      ** the pass/fail report
           SELECT SMOKE-REPORT ASSIGN TO 'SMKRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SMOKE-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SCENARIO-FILE.
       01 SCENARIO-RECORD.
           05 SC-STEP-ID                PIC X(8).
           05 FILLER                    PIC X.
           05 SC-VERB                   PIC X(6).
           05 FILLER                    PIC X.
           05 SC-TARGET                 PIC X(48).
           05 FILLER                    PIC X.
           05 SC-COMPARE                PIC X(2).
           05 FILLER                    PIC X.
           05 SC-EXPECT-NUMBER          PIC 9(9).
           05 FILLER                    PIC X.
           05 SC-EXPECT-STATUS          PIC X(8).
           05 FILLER                    PIC X.
           05 SC-TEXT                   PIC X(300).

      ** wide enough for any control or handover file a scenario
      ** sets up - BPUTMSG.DAT's 1000-character message lines
       FD  WORK-FILE.
       01 WORK-FILE-RECORD             PIC X(1000).

       FD  SAVE-FILE.
       01 SAVE-FILE-RECORD             PIC X(1000).

       FD  RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
          05 RL-PROGRAM-ID             PIC X(8).
          05 FILLER                    PIC X.
          05 RL-START-TIMESTAMP        PIC X(17).
          05 FILLER                    PIC X.
          05 RL-END-TIMESTAMP          PIC X(17).
          05 FILLER                    PIC X.
          05 RL-STATUS                 PIC X(8).
          05 FILLER                    PIC X.
          05 RL-RECORD-COUNT           PIC X(9).
          05 FILLER                    PIC X.
          05 RL-CHAIN-VALUE            PIC 9(9).

       FD  SMOKE-REPORT.
       01 SMOKE-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
      *
      **  Declare MQI structures needed
      * MQI named constants
       01 MY-MQ-CONSTANTS.
          COPY CMQV.
      * Object Descriptor
       01 OBJECT-DESCRIPTOR.
          COPY CMQODV.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

      ** MQINQ of MQIA-CURRENT-Q-DEPTH - the same single-entry
      ** selector/int-attr table shape AMQ0QDM0 uses
       01 SELECT-COUNT               PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(100).

       01 SCENARIO-FILE-STATUS       PIC XX VALUE '00'.
       01 WORK-FILE-STATUS           PIC XX VALUE '00'.
       01 SAVE-FILE-STATUS           PIC XX VALUE '00'.
       01 RUN-LOG-STATUS             PIC XX VALUE '00'.
       01 SMOKE-REPORT-STATUS        PIC XX VALUE '00'.
       01 END-OF-SCENARIO-SWITCH     PIC X VALUE 'N'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 WORK-FILE-NAME             PIC X(30) VALUE SPACES.
       01 SAVE-FILE-NAME             PIC X(30) VALUE SPACES.

      ** files the scenario has changed, each with the number of its
      ** SMKSAVnn.DAT copy and whether it existed beforehand
       01 SAVED-FILE-TABLE.
          02 SAVED-FILE-ENTRY OCCURS 20 TIMES.
             05 SF-FILE-NAME         PIC X(30).
             05 SF-EXISTED-SWITCH    PIC X.
       01 SAVED-FILE-COUNT           PIC S9(9) BINARY VALUE 0.
       01 SAVED-FILE-INDEX           PIC S9(9) BINARY.
       01 SAVED-FILE-FOUND-SWITCH    PIC X.
       01 SAVE-NUMBER                PIC 99.

      ** line counts noted by MARK steps
       01 MARK-TABLE.
          02 MARK-ENTRY OCCURS 20 TIMES.
             05 MK-FILE-NAME         PIC X(30).
             05 MK-LINE-COUNT        PIC S9(9) BINARY.
       01 MARK-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 MARK-INDEX                 PIC S9(9) BINARY.
       01 MARK-LINE-COUNT            PIC S9(9) BINARY.

      ** the step being worked
       01 STEP-PASS-SWITCH           PIC X.
       01 STEP-DETAIL                PIC X(62).
       01 ACTUAL-NUMBER              PIC S9(9) BINARY.
       01 EXPECT-NUMBER              PIC S9(9) BINARY.
       01 COMPARE-RESULT-SWITCH      PIC X.
       01 ACTUAL-DISPLAY             PIC -(8)9.
       01 EXPECT-DISPLAY             PIC Z(8)9.
       01 LINE-COUNT                 PIC S9(9) BINARY.
       01 TEXT-LENGTH                PIC S9(9) BINARY.
       01 HIT-COUNT                  PIC S9(9) BINARY.

      ** RUN step: the program CALLed and what it left behind
       01 RUN-PROGRAM-NAME           PIC X(8).
       01 CALL-FAILED-SWITCH         PIC X.
       01 SAVED-RETURN-CODE          PIC S9(9) BINARY.
       01 RUN-LOG-LINES-BEFORE       PIC S9(9) BINARY.
       01 LATEST-RUN-STATUS          PIC X(8).

       01 STEP-COUNT                 PIC 9(7) VALUE 0.
       01 PASS-COUNT                 PIC 9(7) VALUE 0.
       01 FAIL-COUNT                 PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 REPORT-LINE                PIC X(132).

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0SMK0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0SMK0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           OPEN INPUT SCENARIO-FILE.
           IF SCENARIO-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open scenario file SMKSCN.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           OPEN OUTPUT SMOKE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Smoke test run ' WS-DATE '-' WS-TIME
                  ' scenario SMKSCN.DAT'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE SMOKE-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO SMOKE-REPORT-RECORD.
           WRITE SMOKE-REPORT-RECORD.

           PERFORM WITH TEST BEFORE
               UNTIL END-OF-SCENARIO-SWITCH IS EQUAL TO 'Y'
             READ SCENARIO-FILE
               AT END
                 MOVE 'Y' TO END-OF-SCENARIO-SWITCH
               NOT AT END
                 IF SCENARIO-RECORD IS NOT EQUAL TO SPACES
                 AND SC-STEP-ID(1:1) IS NOT EQUAL TO '*'
                   PERFORM STEP
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SCENARIO-FILE.

      ** put back every file the scenario changed
           PERFORM RESTORE.

           MOVE SPACES TO SMOKE-REPORT-RECORD.
           WRITE SMOKE-REPORT-RECORD.
           MOVE SPACES TO REPORT-LINE.
           STRING STEP-COUNT ' steps, ' PASS-COUNT ' passed, '
                  FAIL-COUNT ' failed'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           IF STEP-COUNT IS EQUAL TO 0
             MOVE 'no steps in SMKSCN.DAT - nothing was tested'
               TO REPORT-LINE
           END-IF.
           WRITE SMOKE-REPORT-RECORD FROM REPORT-LINE.
           CLOSE SMOKE-REPORT.

           DISPLAY STEP-COUNT ' steps, ' PASS-COUNT ' passed, '
               FAIL-COUNT ' failed - see SMKRPT.DAT'.
      ** indicate that sample program has finished - a failed step,
      ** or a scenario with no steps, ends the run in error
           IF FAIL-COUNT IS GREATER THAN 0
           OR STEP-COUNT IS EQUAL TO 0
             MOVE 'END-ERR' TO RLG-STATUS
           ELSE
             MOVE 'END-OK' TO RLG-STATUS
           END-IF.
           MOVE STEP-COUNT TO RLG-RECORD-COUNT.
           MOVE 'AMQ0SMK0' TO RLG-PROGRAM-ID.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0SMK0 end'.
           IF FAIL-COUNT IS GREATER THAN 0
           OR STEP-COUNT IS EQUAL TO 0
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Work one scenario step and report it                       *
      *                                                              *
      ****************************************************************
       STEP.
           ADD 1 TO STEP-COUNT.
           MOVE 'Y' TO STEP-PASS-SWITCH.
           MOVE SPACES TO STEP-DETAIL.
           MOVE SPACES TO WORK-FILE-NAME.
           MOVE SC-TARGET TO WORK-FILE-NAME.
           IF SC-EXPECT-NUMBER IS NUMERIC
             MOVE SC-EXPECT-NUMBER TO EXPECT-NUMBER
           ELSE
             IF SC-EXPECT-NUMBER IS EQUAL TO SPACES
               MOVE 0 TO EXPECT-NUMBER
             ELSE
               MOVE 'N' TO STEP-PASS-SWITCH
               MOVE 'expected number is not a zero-padded number'
                 TO STEP-DETAIL
             END-IF
           END-IF.

           IF STEP-PASS-SWITCH IS EQUAL TO 'Y'
             EVALUATE SC-VERB
               WHEN 'FILE'
                 PERFORM FILESTEP
               WHEN 'ADD'
                 PERFORM ADDSTEP
               WHEN 'MARK'
                 PERFORM MARKSTEP
               WHEN 'FIND'
                 PERFORM FINDSTEP
               WHEN 'RUN'
                 PERFORM RUNSTEP
               WHEN 'DEPTH'
                 PERFORM DEPTHSTEP
               WHEN OTHER
                 MOVE 'N' TO STEP-PASS-SWITCH
                 MOVE 'unknown verb - see the AMQ0SMK0 header'
                   TO STEP-DETAIL
             END-EVALUATE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE SC-STEP-ID TO REPORT-LINE(1:8).
           MOVE SC-VERB TO REPORT-LINE(10:6).
           MOVE SC-TARGET TO REPORT-LINE(17:48).
           IF STEP-PASS-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO PASS-COUNT
             MOVE 'PASS' TO REPORT-LINE(66:4)
           ELSE
             ADD 1 TO FAIL-COUNT
             MOVE 'FAIL' TO REPORT-LINE(66:4)
             DISPLAY 'FAIL: ' SC-STEP-ID ' ' SC-VERB ' ' STEP-DETAIL
           END-IF.
           MOVE STEP-DETAIL TO REPORT-LINE(71:62).
           WRITE SMOKE-REPORT-RECORD FROM REPORT-LINE.

      ****************************************************************
      *                                                              *
      *   FILE - the text becomes the whole content of the file      *
      *                                                              *
      ****************************************************************
       FILESTEP.
           PERFORM SAVEFILE.
           OPEN OUTPUT WORK-FILE.
           IF WORK-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'N' TO STEP-PASS-SWITCH
             STRING 'unable to write file - status '
                    WORK-FILE-STATUS
                    DELIMITED BY SIZE
               INTO STEP-DETAIL
           ELSE
             MOVE SC-TEXT TO WORK-FILE-RECORD
             WRITE WORK-FILE-RECORD
             CLOSE WORK-FILE
             MOVE 'file content set' TO STEP-DETAIL
           END-IF.

      ****************************************************************
      *                                                              *
      *   ADD - the text is appended to the file as one more line    *
      *                                                              *
      ****************************************************************
       ADDSTEP.
           PERFORM SAVEFILE.
           OPEN EXTEND WORK-FILE.
           IF WORK-FILE-STATUS IS EQUAL TO '35'
             OPEN OUTPUT WORK-FILE
           END-IF.
           IF WORK-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'N' TO STEP-PASS-SWITCH
             STRING 'unable to write file - status '
                    WORK-FILE-STATUS
                    DELIMITED BY SIZE
               INTO STEP-DETAIL
           ELSE
             MOVE SC-TEXT TO WORK-FILE-RECORD
             WRITE WORK-FILE-RECORD
             CLOSE WORK-FILE
             MOVE 'line added' TO STEP-DETAIL
           END-IF.

      ****************************************************************
      *                                                              *
      *   MARK - note the file's line count for later FIND steps     *
      *                                                              *
      ****************************************************************
       MARKSTEP.
           PERFORM COUNTLINES.
           PERFORM FINDMARK.
           IF MARK-INDEX IS GREATER THAN MARK-COUNT
             IF MARK-COUNT IS LESS THAN 20
               ADD 1 TO MARK-COUNT
               MOVE MARK-COUNT TO MARK-INDEX
               MOVE WORK-FILE-NAME TO MK-FILE-NAME(MARK-INDEX)
             ELSE
               MOVE 'N' TO STEP-PASS-SWITCH
               MOVE 'mark table full - MARK skipped' TO STEP-DETAIL
               DISPLAY 'mark table full - ' WORK-FILE-NAME
                   ' skipped'
             END-IF
           END-IF.
           IF STEP-PASS-SWITCH IS EQUAL TO 'Y'
             MOVE LINE-COUNT TO MK-LINE-COUNT(MARK-INDEX)
             MOVE LINE-COUNT TO ACTUAL-DISPLAY
             STRING 'marked at ' ACTUAL-DISPLAY ' lines'
                    DELIMITED BY SIZE
               INTO STEP-DETAIL
           END-IF.

      ****************************************************************
      *                                                              *
      *   FIND - count the lines past the file's MARK holding the    *
      *   text, and compare the count                                *
      *                                                              *
      ****************************************************************
       FINDSTEP.
           PERFORM FINDMARK.
           IF MARK-INDEX IS GREATER THAN MARK-COUNT
             MOVE 0 TO MARK-LINE-COUNT
           ELSE
             MOVE MK-LINE-COUNT(MARK-INDEX) TO MARK-LINE-COUNT
           END-IF.
           PERFORM VARYING TEXT-LENGTH FROM 300 BY -1
               UNTIL TEXT-LENGTH < 1
               OR SC-TEXT(TEXT-LENGTH:1) IS NOT EQUAL TO SPACE
             CONTINUE
           END-PERFORM.
           MOVE 0 TO ACTUAL-NUMBER.
           MOVE 0 TO LINE-COUNT.
           IF TEXT-LENGTH IS LESS THAN 1
             MOVE 'N' TO STEP-PASS-SWITCH
             MOVE 'no text to find' TO STEP-DETAIL
           ELSE
             MOVE 'N' TO END-OF-FILE-SWITCH
             OPEN INPUT WORK-FILE
             IF WORK-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ WORK-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   ADD 1 TO LINE-COUNT
                   IF LINE-COUNT IS GREATER THAN MARK-LINE-COUNT
                     MOVE 0 TO HIT-COUNT
                     INSPECT WORK-FILE-RECORD TALLYING HIT-COUNT
                       FOR ALL SC-TEXT(1:TEXT-LENGTH)
                     IF HIT-COUNT IS GREATER THAN 0
                       ADD 1 TO ACTUAL-NUMBER
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF WORK-FILE-STATUS IS EQUAL TO '00'
             OR WORK-FILE-STATUS IS EQUAL TO '10'
               CLOSE WORK-FILE
             END-IF
             PERFORM COMPARE
             MOVE ACTUAL-NUMBER TO ACTUAL-DISPLAY
             MOVE EXPECT-NUMBER TO EXPECT-DISPLAY
             STRING 'found ' ACTUAL-DISPLAY ' lines, want '
                    SC-COMPARE ' ' EXPECT-DISPLAY
                    DELIMITED BY SIZE
               INTO STEP-DETAIL
           END-IF.

      ****************************************************************
      *                                                              *
      *   RUN - CALL the program, then compare its return code and   *
      *   the status it logged to RUNLOG.DAT during the step         *
      *                                                              *
      ****************************************************************
       RUNSTEP.
           MOVE SC-TARGET(1:8) TO RUN-PROGRAM-NAME.
           MOVE 'RUNLOG.DAT' TO WORK-FILE-NAME.
           PERFORM COUNTLINES.
           MOVE LINE-COUNT TO RUN-LOG-LINES-BEFORE.

           MOVE 'N' TO CALL-FAILED-SWITCH.
           MOVE ZERO TO RETURN-CODE.
           CALL RUN-PROGRAM-NAME
             ON EXCEPTION
               MOVE 'Y' TO CALL-FAILED-SWITCH
           END-CALL.
           MOVE RETURN-CODE TO SAVED-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.

           IF CALL-FAILED-SWITCH IS EQUAL TO 'Y'
             MOVE 'N' TO STEP-PASS-SWITCH
             MOVE 'program could not be called' TO STEP-DETAIL
           ELSE
      **     the next RUN of the same program must start with fresh
      **     WORKING-STORAGE, as a job step would
             CANCEL RUN-PROGRAM-NAME
             PERFORM LASTRUN
             MOVE SAVED-RETURN-CODE TO ACTUAL-NUMBER
             PERFORM COMPARE
             IF SC-EXPECT-STATUS IS NOT EQUAL TO SPACES
             AND SC-EXPECT-STATUS IS NOT EQUAL TO LATEST-RUN-STATUS
               MOVE 'N' TO STEP-PASS-SWITCH
             END-IF
             MOVE ACTUAL-NUMBER TO ACTUAL-DISPLAY
             MOVE EXPECT-NUMBER TO EXPECT-DISPLAY
             STRING 'rc ' ACTUAL-DISPLAY ' want ' SC-COMPARE ' '
                    EXPECT-DISPLAY ' log ' LATEST-RUN-STATUS
                    ' want ' SC-EXPECT-STATUS
                    DELIMITED BY SIZE
               INTO STEP-DETAIL
           END-IF.

      ****************************************************************
      *                                                              *
      *   The status the program just run logged to RUNLOG.DAT -     *
      *   only the lines written since the CALL count, so a run      *
      *   that never logged its end shows START, or NONE             *
      *                                                              *
      ****************************************************************
       LASTRUN.
           MOVE 'NONE' TO LATEST-RUN-STATUS.
           MOVE 0 TO LINE-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ RUN-LOG-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO LINE-COUNT
                 IF LINE-COUNT IS GREATER THAN RUN-LOG-LINES-BEFORE
                 AND RL-PROGRAM-ID IS EQUAL TO RUN-PROGRAM-NAME
                   MOVE RL-STATUS TO LATEST-RUN-STATUS
                 END-IF
             END-READ
           END-PERFORM.
           IF RUN-LOG-STATUS IS EQUAL TO '00'
           OR RUN-LOG-STATUS IS EQUAL TO '10'
             CLOSE RUN-LOG-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   DEPTH - MQINQ the queue's current depth and compare it     *
      *                                                              *
      ****************************************************************
       DEPTHSTEP.
           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             MOVE 'N' TO STEP-PASS-SWITCH
             MOVE CON-REASON TO ACTUAL-DISPLAY
             STRING 'MQCONN ended with reason code ' ACTUAL-DISPLAY
                    DELIMITED BY SIZE
               INTO STEP-DETAIL
           ELSE
             MOVE SC-TARGET TO MQOD-OBJECTNAME
             ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
             CALL 'MQOPEN'
              USING HCONN, OBJECT-DESCRIPTOR,
              OPEN-OPTIONS, Q-HANDLE,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               MOVE 'N' TO STEP-PASS-SWITCH
               MOVE REASON TO ACTUAL-DISPLAY
               STRING 'MQOPEN ended with reason code ' ACTUAL-DISPLAY
                      DELIMITED BY SIZE
                 INTO STEP-DETAIL
             ELSE
               PERFORM INQDEPTH
               MOVE MQCO-NONE TO OPEN-OPTIONS
               CALL 'MQCLOSE'
                USING HCONN, Q-HANDLE, OPEN-OPTIONS,
                COMPLETION-CODE, REASON
             END-IF
             IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
               CALL 'MQDISC'
                USING HCONN, COMPLETION-CODE, REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   MQINQ the open queue's current depth and compare it        *
      *                                                              *
      ****************************************************************
       INQDEPTH.
           MOVE MQIA-CURRENT-Q-DEPTH TO SELECTOR(1).
           CALL 'MQINQ'
            USING HCONN, Q-HANDLE,
            SELECT-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             MOVE INT-ATTR(1) TO ACTUAL-NUMBER
             PERFORM COMPARE
             MOVE ACTUAL-NUMBER TO ACTUAL-DISPLAY
             MOVE EXPECT-NUMBER TO EXPECT-DISPLAY
             STRING 'depth ' ACTUAL-DISPLAY ' want ' SC-COMPARE ' '
                    EXPECT-DISPLAY
                    DELIMITED BY SIZE
               INTO STEP-DETAIL
           ELSE
             MOVE 'N' TO STEP-PASS-SWITCH
             MOVE REASON TO ACTUAL-DISPLAY
             STRING 'MQINQ ended with reason code ' ACTUAL-DISPLAY
                    DELIMITED BY SIZE
               INTO STEP-DETAIL
           END-IF.

      ****************************************************************
      *                                                              *
      *   Compare ACTUAL-NUMBER with EXPECT-NUMBER the way the step  *
      *   says; a mismatch fails the step                            *
      *                                                              *
      ****************************************************************
       COMPARE.
           IF SC-COMPARE IS EQUAL TO SPACES
             MOVE 'EQ' TO SC-COMPARE
           END-IF.
           MOVE 'N' TO COMPARE-RESULT-SWITCH.
           EVALUATE SC-COMPARE
             WHEN 'EQ'
               IF ACTUAL-NUMBER = EXPECT-NUMBER
                 MOVE 'Y' TO COMPARE-RESULT-SWITCH
               END-IF
             WHEN 'NE'
               IF ACTUAL-NUMBER NOT = EXPECT-NUMBER
                 MOVE 'Y' TO COMPARE-RESULT-SWITCH
               END-IF
             WHEN 'GE'
               IF ACTUAL-NUMBER >= EXPECT-NUMBER
                 MOVE 'Y' TO COMPARE-RESULT-SWITCH
               END-IF
             WHEN 'LE'
               IF ACTUAL-NUMBER <= EXPECT-NUMBER
                 MOVE 'Y' TO COMPARE-RESULT-SWITCH
               END-IF
             WHEN 'GT'
               IF ACTUAL-NUMBER > EXPECT-NUMBER
                 MOVE 'Y' TO COMPARE-RESULT-SWITCH
               END-IF
             WHEN 'LT'
               IF ACTUAL-NUMBER < EXPECT-NUMBER
                 MOVE 'Y' TO COMPARE-RESULT-SWITCH
               END-IF
             WHEN OTHER
               DISPLAY 'unknown compare <' SC-COMPARE '> in step '
                   SC-STEP-ID
           END-EVALUATE.
           IF COMPARE-RESULT-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'N' TO STEP-PASS-SWITCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Count the lines of WORK-FILE-NAME into LINE-COUNT - a file *
      *   that does not exist has none                               *
      *                                                              *
      ****************************************************************
       COUNTLINES.
           MOVE 0 TO LINE-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT WORK-FILE.
           IF WORK-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ WORK-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO LINE-COUNT
             END-READ
           END-PERFORM.
           IF WORK-FILE-STATUS IS EQUAL TO '00'
           OR WORK-FILE-STATUS IS EQUAL TO '10'
             CLOSE WORK-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find WORK-FILE-NAME's MARK entry; MARK-INDEX is past       *
      *   MARK-COUNT when it has none                                *
      *                                                              *
      ****************************************************************
       FINDMARK.
           PERFORM VARYING MARK-INDEX FROM 1 BY 1
               UNTIL MARK-INDEX > MARK-COUNT
               OR MK-FILE-NAME(MARK-INDEX) IS EQUAL TO WORK-FILE-NAME
             CONTINUE
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The first time the scenario changes a file, copy it aside  *
      *   to SMKSAVnn.DAT so it can be put back at the end           *
      *                                                              *
      ****************************************************************
       SAVEFILE.
           MOVE 'N' TO SAVED-FILE-FOUND-SWITCH.
           PERFORM VARYING SAVED-FILE-INDEX FROM 1 BY 1
               UNTIL SAVED-FILE-INDEX > SAVED-FILE-COUNT
             IF SF-FILE-NAME(SAVED-FILE-INDEX) IS EQUAL TO
                 WORK-FILE-NAME
               MOVE 'Y' TO SAVED-FILE-FOUND-SWITCH
             END-IF
           END-PERFORM.
           IF SAVED-FILE-FOUND-SWITCH IS NOT EQUAL TO 'Y'
             IF SAVED-FILE-COUNT IS LESS THAN 20
               ADD 1 TO SAVED-FILE-COUNT
               MOVE WORK-FILE-NAME TO SF-FILE-NAME(SAVED-FILE-COUNT)
               MOVE SAVED-FILE-COUNT TO SAVED-FILE-INDEX
               PERFORM SAVENAME
               MOVE 'N' TO SF-EXISTED-SWITCH(SAVED-FILE-COUNT)
               MOVE 'N' TO END-OF-FILE-SWITCH
               OPEN INPUT WORK-FILE
               IF WORK-FILE-STATUS IS EQUAL TO '00'
                 MOVE 'Y' TO SF-EXISTED-SWITCH(SAVED-FILE-COUNT)
                 OPEN OUTPUT SAVE-FILE
                 PERFORM WITH TEST BEFORE
                     UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
                   READ WORK-FILE
                     AT END
                       MOVE 'Y' TO END-OF-FILE-SWITCH
                     NOT AT END
                       WRITE SAVE-FILE-RECORD FROM WORK-FILE-RECORD
                   END-READ
                 END-PERFORM
                 CLOSE SAVE-FILE
                 CLOSE WORK-FILE
               END-IF
             ELSE
               DISPLAY 'saved file table full - ' WORK-FILE-NAME
                   ' will not be put back'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put back every file the scenario changed, from its         *
      *   SMKSAVnn.DAT copy - one that did not exist is left empty   *
      *                                                              *
      ****************************************************************
       RESTORE.
           PERFORM VARYING SAVED-FILE-INDEX FROM 1 BY 1
               UNTIL SAVED-FILE-INDEX > SAVED-FILE-COUNT
             MOVE SF-FILE-NAME(SAVED-FILE-INDEX) TO WORK-FILE-NAME
             PERFORM SAVENAME
             OPEN OUTPUT WORK-FILE
             IF SF-EXISTED-SWITCH(SAVED-FILE-INDEX) IS EQUAL TO 'Y'
               MOVE 'N' TO END-OF-FILE-SWITCH
               OPEN INPUT SAVE-FILE
               IF SAVE-FILE-STATUS IS NOT EQUAL TO '00'
                 MOVE 'Y' TO END-OF-FILE-SWITCH
                 DISPLAY 'unable to put back ' WORK-FILE-NAME
                     ' from ' SAVE-FILE-NAME
               END-IF
               PERFORM WITH TEST BEFORE
                   UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
                 READ SAVE-FILE
                   AT END
                     MOVE 'Y' TO END-OF-FILE-SWITCH
                   NOT AT END
                     WRITE WORK-FILE-RECORD FROM SAVE-FILE-RECORD
                 END-READ
               END-PERFORM
               IF SAVE-FILE-STATUS IS EQUAL TO '00'
               OR SAVE-FILE-STATUS IS EQUAL TO '10'
                 CLOSE SAVE-FILE
               END-IF
             END-IF
             CLOSE WORK-FILE
             MOVE SPACES TO REPORT-LINE
             STRING 'put back ' WORK-FILE-NAME
                    DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE SMOKE-REPORT-RECORD FROM REPORT-LINE
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   SAVE-FILE-NAME for saved file SAVED-FILE-INDEX             *
      *                                                              *
      ****************************************************************
       SAVENAME.
           MOVE SAVED-FILE-INDEX TO SAVE-NUMBER.
           MOVE SPACES TO SAVE-FILE-NAME.
           STRING 'SMKSAV' SAVE-NUMBER '.DAT'
                  DELIMITED BY SIZE
             INTO SAVE-FILE-NAME.

      ****************************************************************
      *                                                              *
      * END OF AMQ0SMK0                                              *
      *                                                              *
      ****************************************************************
