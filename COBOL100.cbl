       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0FRR0                                       *
      *                                                              *
      * Description: Change-freeze breach report for the change      *
      *              board - what each declared freeze refused and   *
      *              what emergency changes it let through           *
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
      *   AMQ0FRR0 is the change board's view of the change-freeze   *
      *   calendar.  AMQ0FRZ0 logs to FRZLOG.DAT every request it    *
      *   refused during a freeze and every approved emergency       *
      *   change it let through; this report sections that log by   *
      *   declared freeze:                                           *
      *                                                              *
      *      -- one section per FRZCAL.DAT freeze (name, start,      *
      *         end) listing each attempted change - when, which     *
      *         utility, the object, who asked, the emergency        *
      *         reference it carried and whether it was REJECTED or  *
      *         let through as an EMERGENCY change - and closing     *
      *         with both counts; a freeze nobody tried to breach    *
      *         still gets its section                               *
      *                                                              *
      *      -- log entries whose freeze name matches no calendar    *
      *         entry (a freeze since deleted from the calendar)     *
      *         are listed in a final orphan section rather than     *
      *         dropped                                              *
      *                                                              *
      *    Program logic:                                            *
      *         load FRZLOG.DAT into a table                         *
      *         for each FRZCAL.DAT freeze,                          *
      *         .  write the freeze header                           *
      *         .  list and count its rejections and emergencies     *
      *         list log entries matching no freeze                  *
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
      *   AMQ0FRR0 has no parameters                                 *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0FRR0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the change-freeze calendar
           SELECT FREEZE-CALENDAR ASSIGN TO 'FRZCAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FREEZE-CALENDAR-STATUS.

      ** the freeze decisions AMQ0FRZ0 logged
           SELECT FREEZE-LOG ASSIGN TO 'FRZLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FREEZE-LOG-STATUS.

      ** the per-freeze breach report
           SELECT FREEZE-REPORT ASSIGN TO 'FRZRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FREEZE-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-CALENDAR.
       01 FREEZE-CALENDAR-RECORD.
          05 FZC-FREEZE-START          PIC X(17).
          05 FILLER                    PIC X.
          05 FZC-FREEZE-END            PIC X(17).
          05 FILLER                    PIC X.
          05 FZC-FREEZE-NAME           PIC X(20).

       FD  FREEZE-LOG.
       01 FREEZE-LOG-RECORD.
          05 FZL-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 FZL-SOURCE-PROGRAM        PIC X(8).
          05 FILLER                    PIC X.
          05 FZL-OBJECT-NAME           PIC X(48).
          05 FILLER                    PIC X.
          05 FZL-REQUESTER             PIC X(12).
          05 FILLER                    PIC X.
          05 FZL-FREEZE-NAME           PIC X(20).
          05 FILLER                    PIC X.
          05 FZL-EMERGENCY-REF         PIC X(20).
          05 FILLER                    PIC X.
          05 FZL-OUTCOME               PIC X(9).

       FD  FREEZE-REPORT.
       01 FREEZE-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01 FREEZE-CALENDAR-STATUS     PIC XX VALUE '00'.
       01 FREEZE-LOG-STATUS          PIC XX VALUE '00'.
       01 FREEZE-REPORT-STATUS       PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the freeze log loaded once; REPORTED marks entries already
      ** claimed by a freeze section
       01 BREACH-TABLE.
          02 BREACH-ENTRY OCCURS 2000 TIMES.
             05 BR-TIMESTAMP          PIC X(17).
             05 BR-SOURCE-PROGRAM     PIC X(8).
             05 BR-OBJECT-NAME        PIC X(48).
             05 BR-REQUESTER          PIC X(12).
             05 BR-FREEZE-NAME        PIC X(20).
             05 BR-EMERGENCY-REF      PIC X(20).
             05 BR-OUTCOME            PIC X(9).
             05 BR-REPORTED-SWITCH    PIC X.
       01 BREACH-COUNT               PIC S9(9) BINARY VALUE 0.
       01 BREACH-INDEX               PIC S9(9) BINARY.

      ** report line built piecemeal
       01 FREEZE-HEADER-LINE.
          05 FILLER                    PIC X(7) VALUE 'FREEZE '.
          05 FH-FREEZE-NAME            PIC X(20).
          05 FILLER                    PIC X VALUE SPACE.
          05 FH-FREEZE-START           PIC X(17).
          05 FILLER                    PIC X(3) VALUE ' - '.
          05 FH-FREEZE-END             PIC X(17).

       01 BREACH-DETAIL-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 BD-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 BD-SOURCE-PROGRAM         PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 BD-OBJECT-NAME            PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 BD-REQUESTER              PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 BD-EMERGENCY-REF          PIC X(20).
          05 FILLER                    PIC X VALUE SPACE.
          05 BD-OUTCOME                PIC X(9).

       01 FREEZE-TOTAL-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FT-REJECTED-COUNT         PIC Z(4)9.
          05 FILLER                    PIC X(15)
             VALUE ' rejected, '.
          05 FT-EMERGENCY-COUNT        PIC Z(4)9.
          05 FILLER                    PIC X(29)
             VALUE ' emergency change(s) allowed'.

       01 ORPHAN-HEADER-LINE           PIC X(52) VALUE
          'FREEZE DECISIONS MATCHING NO CALENDAR FREEZE'.
       01 BLANK-LINE                   PIC X(1) VALUE SPACE.

       01 FREEZE-REJECTED-COUNT      PIC 9(7) VALUE 0.
       01 FREEZE-EMERGENCY-COUNT     PIC 9(7) VALUE 0.
       01 FREEZE-COUNT               PIC 9(7) VALUE 0.
       01 ORPHAN-COUNT               PIC 9(7) VALUE 0.
       01 TOTAL-REJECTED-COUNT       PIC 9(7) VALUE 0.
       01 TOTAL-EMERGENCY-COUNT      PIC 9(7) VALUE 0.
       01 TOTAL-BREACH-COUNT         PIC 9(7) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0FRR0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0FRR0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM LOADLOG.
           OPEN OUTPUT FREEZE-REPORT.

      ****************************************************************
      *                                                              *
      *   One section per declared freeze                            *
      *                                                              *
      ****************************************************************
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT FREEZE-CALENDAR.
           IF FREEZE-CALENDAR-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open freeze calendar file FRZCAL.DAT'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ FREEZE-CALENDAR
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 PERFORM RPTFRZ
             END-READ
           END-PERFORM.
           IF FREEZE-CALENDAR-STATUS IS EQUAL TO '00'
           OR FREEZE-CALENDAR-STATUS IS EQUAL TO '10'
             CLOSE FREEZE-CALENDAR
           END-IF.

      ****************************************************************
      *                                                              *
      *   Log entries whose freeze name matches no calendar freeze   *
      *                                                              *
      ****************************************************************
           PERFORM RPTORPH.

           CLOSE FREEZE-REPORT.

           DISPLAY FREEZE-COUNT ' freezes, ' TOTAL-REJECTED-COUNT
               ' changes rejected, ' TOTAL-EMERGENCY-COUNT
               ' emergency changes allowed, ' ORPHAN-COUNT
               ' matching no freeze'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE TOTAL-BREACH-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0FRR0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Write one freeze's section: header, its logged decisions   *
      *   and the closing counts                                     *
      *                                                              *
      ****************************************************************
       RPTFRZ.
           ADD 1 TO FREEZE-COUNT.
           MOVE FZC-FREEZE-NAME TO FH-FREEZE-NAME.
           MOVE FZC-FREEZE-START TO FH-FREEZE-START.
           MOVE FZC-FREEZE-END TO FH-FREEZE-END.
           WRITE FREEZE-REPORT-RECORD FROM FREEZE-HEADER-LINE.

           MOVE 0 TO FREEZE-REJECTED-COUNT.
           MOVE 0 TO FREEZE-EMERGENCY-COUNT.
           PERFORM VARYING BREACH-INDEX FROM 1 BY 1
               UNTIL BREACH-INDEX > BREACH-COUNT
             IF BR-FREEZE-NAME(BREACH-INDEX) IS EQUAL TO
                 FZC-FREEZE-NAME
             AND BR-REPORTED-SWITCH(BREACH-INDEX)
                 IS NOT EQUAL TO 'Y'
               MOVE 'Y' TO BR-REPORTED-SWITCH(BREACH-INDEX)
               IF BR-OUTCOME(BREACH-INDEX) IS EQUAL TO 'EMERGENCY'
                 ADD 1 TO FREEZE-EMERGENCY-COUNT
               ELSE
                 ADD 1 TO FREEZE-REJECTED-COUNT
               END-IF
               PERFORM RPTLN
             END-IF
           END-PERFORM.

           MOVE FREEZE-REJECTED-COUNT TO FT-REJECTED-COUNT.
           MOVE FREEZE-EMERGENCY-COUNT TO FT-EMERGENCY-COUNT.
           WRITE FREEZE-REPORT-RECORD FROM FREEZE-TOTAL-LINE.
           WRITE FREEZE-REPORT-RECORD FROM BLANK-LINE.

      ****************************************************************
      *                                                              *
      *   List the log entries no calendar freeze claimed            *
      *                                                              *
      ****************************************************************
       RPTORPH.
           PERFORM VARYING BREACH-INDEX FROM 1 BY 1
               UNTIL BREACH-INDEX > BREACH-COUNT
             IF BR-REPORTED-SWITCH(BREACH-INDEX)
                 IS NOT EQUAL TO 'Y'
               IF ORPHAN-COUNT IS EQUAL TO 0
                 WRITE FREEZE-REPORT-RECORD FROM ORPHAN-HEADER-LINE
               END-IF
               ADD 1 TO ORPHAN-COUNT
               PERFORM RPTLN
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Write one logged decision as a detail line and add it to   *
      *   the run totals                                             *
      *                                                              *
      ****************************************************************
       RPTLN.
           ADD 1 TO TOTAL-BREACH-COUNT.
           IF BR-OUTCOME(BREACH-INDEX) IS EQUAL TO 'EMERGENCY'
             ADD 1 TO TOTAL-EMERGENCY-COUNT
           ELSE
             ADD 1 TO TOTAL-REJECTED-COUNT
           END-IF.
           MOVE BR-TIMESTAMP(BREACH-INDEX) TO BD-TIMESTAMP.
           MOVE BR-SOURCE-PROGRAM(BREACH-INDEX) TO BD-SOURCE-PROGRAM.
           MOVE BR-OBJECT-NAME(BREACH-INDEX) TO BD-OBJECT-NAME.
           MOVE BR-REQUESTER(BREACH-INDEX) TO BD-REQUESTER.
           MOVE BR-EMERGENCY-REF(BREACH-INDEX) TO BD-EMERGENCY-REF.
           MOVE BR-OUTCOME(BREACH-INDEX) TO BD-OUTCOME.
           WRITE FREEZE-REPORT-RECORD FROM BREACH-DETAIL-LINE.

      ****************************************************************
      *                                                              *
      *   Load the freeze log into BREACH-TABLE - a missing log      *
      *   just means no freeze was ever tested                       *
      *                                                              *
      ****************************************************************
       LOADLOG.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT FREEZE-LOG.
           IF FREEZE-LOG-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ FREEZE-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF BREACH-COUNT IS LESS THAN 2000
                   ADD 1 TO BREACH-COUNT
                   MOVE FZL-TIMESTAMP
                     TO BR-TIMESTAMP(BREACH-COUNT)
                   MOVE FZL-SOURCE-PROGRAM
                     TO BR-SOURCE-PROGRAM(BREACH-COUNT)
                   MOVE FZL-OBJECT-NAME
                     TO BR-OBJECT-NAME(BREACH-COUNT)
                   MOVE FZL-REQUESTER
                     TO BR-REQUESTER(BREACH-COUNT)
                   MOVE FZL-FREEZE-NAME
                     TO BR-FREEZE-NAME(BREACH-COUNT)
                   MOVE FZL-EMERGENCY-REF
                     TO BR-EMERGENCY-REF(BREACH-COUNT)
                   MOVE FZL-OUTCOME
                     TO BR-OUTCOME(BREACH-COUNT)
                   MOVE 'N'
                     TO BR-REPORTED-SWITCH(BREACH-COUNT)
                 ELSE
                   DISPLAY 'freeze log table full - entry skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF FREEZE-LOG-STATUS IS NOT EQUAL TO '35'
             CLOSE FREEZE-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0FRR0                                              *
      *                                                              *
      ****************************************************************
