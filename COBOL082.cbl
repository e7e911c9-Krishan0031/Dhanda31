      *   AMQ0DLT0 parameters: triage queue name (1st command-line  *
      *   argument, optional, default SYSTEM.DEAD.LETTER.QUEUE)      *
      *                                                              *
      *   The operator role checker AMQ0ROL0 must allow the login    *
      *   user's role to run the ROUTE action before the triage      *
      *   queue is touched; a refusal ends the run with return       *
      *   code 1                                                     *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0DLT0.

          05 FILLER                    PIC X(25).
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(8).
          05 FILLER                    PIC X(9).

       FD  TRIAGE-REPORT.
       01 TRIAGE-REPORT-RECORD.
       01 MY-QUEUE-LOCK.
          COPY QLOCKWS.

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
      * batch run log and missed-job report)
             MOVE 'SYSTEM.DEAD.LETTER.QUEUE' TO PARM-TRIAGE-QUEUE
           END-IF.

      ** the operator's role must allow this run - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           MOVE 'AMQ0DLT0' TO ROL-PROGRAM-ID.
           MOVE 'ROUTE' TO ROL-ACTION.
           MOVE 'AMQ0DLT0' TO ROL-CALLER-ID.
           MOVE 'Y' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.
           IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
             DISPLAY 'AMQ0DLT0 refused - role <' ROL-USER-ROLE
                 '> of user <' ROL-USER-ID '> may not run it'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOADINV.
           OPEN OUTPUT TRIAGE-REPORT.

