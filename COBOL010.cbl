      *   argument), security user data (2nd command-line argument),  *
      *   run mode PROPOSE or APPLY (3rd, default PROPOSE; APPLY      *
      *   takes its values from the approved SECPROP.DAT proposal     *
      *   and needs no exit parameters), emergency change reference   *
      *   (4th, optional - during a change freeze declared in         *
      *   FRZCAL.DAT an APPLY pass is refused by AMQ0FRZ0 unless this *
      *   is an approved emergency change; every proposed channel is  *
      *   then reported with status FREEZE and nothing is applied),   *
      *   operator id (5th, optional - recorded in SECPROP.DAT as the *
      *   proposer by PROPOSE and as the approver by a completed      *
      *   APPLY, for the segregation-of-duties report AMQ0SOD0)       *
      *                                                              *
      *   Every proposed, applied, verify-failed and freeze-refused  *
      *   channel is also appended to the exit-change audit log      *
      *   SECAUD.DAT for the security event feed                     *
      *                                                              *
      *   The operator role checker AMQ0ROL0 must allow the login    *
      *   user's role to run the chosen mode (PROPOSE or APPLY)      *
      *   before anything is read; a refusal ends the run with       *
      *   return code 1.  The operator id recorded is always the     *
      *   login user id; an operator id parameter naming anyone      *
      *   else ends the run with return code 1                       *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0SEC0.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROPOSAL-FILE-STATUS.

      ** exit-change audit log, appended with every proposed, applied,
      ** verify-failed and freeze-refused channel - read by the
      ** security event feed extractor AMQ0SIE0
           SELECT SEC-AUDIT-LOG ASSIGN TO 'SECAUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEC-AUDIT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
          05 CE-SHORT-RETRY-COUNT      PIC 9(9).
          05 CE-LONG-RETRY-COUNT       PIC 9(9).
          05 CE-HEARTBEAT-INTERVAL     PIC 9(9).
          05 CE-MAX-MSG-LENGTH         PIC 9(9).
          05 CE-SSL-CIPHER-SPEC        PIC X(32).
          05 CE-SSL-CERT-LABEL         PIC X(64).

       FD  SECURITY-TARGET-LIST.
       01 SECURITY-TARGET-LIST-RECORD  PIC X(20).
          05 SP-NEW-EXIT               PIC X(32).
          05 FILLER                   PIC X VALUE SPACE.
          05 SP-NEW-USER-DATA          PIC X(32).
          05 FILLER                   PIC X VALUE SPACE.
          05 SP-PROPOSER               PIC X(12).
          05 FILLER                   PIC X VALUE SPACE.
          05 SP-APPROVER               PIC X(12).

       FD  SEC-AUDIT-LOG.
       01 SEC-AUDIT-RECORD.
          05 SA-TIMESTAMP              PIC X(17).
          05 FILLER                   PIC X VALUE SPACE.
          05 SA-OPERATOR-ID            PIC X(12).
          05 FILLER                   PIC X VALUE SPACE.
          05 SA-RUN-MODE               PIC X(8).
          05 FILLER                   PIC X VALUE SPACE.
          05 SA-CHANNEL-NAME           PIC X(20).
          05 FILLER                   PIC X VALUE SPACE.
          05 SA-NEW-EXIT               PIC X(32).
          05 FILLER                   PIC X VALUE SPACE.
          05 SA-OUTCOME                PIC X(18).
          05 FILLER                   PIC X VALUE SPACE.
          05 SA-REASON                 PIC X(20).

       WORKING-STORAGE SECTION.
      *
             05 PR-CURRENT-EXIT          PIC X(32).
             05 PR-NEW-EXIT              PIC X(32).
             05 PR-NEW-USER-DATA         PIC X(32).
             05 PR-PROPOSER              PIC X(12).
       01 PROPOSAL-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 PROPOSAL-INDEX                 PIC S9(9) BINARY.
       01 PROPOSAL-MATCH-INDEX           PIC S9(9) BINARY.
       01 PROPOSED-COUNT                 PIC 9(7) VALUE 0.
       01 APPLY-ABORT-SWITCH             PIC X VALUE 'N'.
       01 RUN-STATUS-TEXT                PIC X(18) VALUE SPACES.
       01 PARM-EMERGENCY-REF             PIC X(20) VALUE SPACES.
       01 PARM-OPERATOR-ID               PIC X(12) VALUE SPACES.

      ** exit-change audit log fields set before PERFORM AUDITSEC
       01 SEC-AUDIT-STATUS               PIC XX VALUE '00'.
       01 AUDIT-CHANNEL-NAME             PIC X(20) VALUE SPACES.
       01 AUDIT-NEW-EXIT                 PIC X(32) VALUE SPACES.
       01 AUDIT-REASON                   PIC X(20) VALUE SPACES.
       01 WS-DATE                        PIC 9(8).
       01 WS-TIME                        PIC 9(8).

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Change-freeze checker interface (AMQ0FRZ0)
       01 MY-FREEZE-CHECK.
          COPY FRZCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
           IF PARM-RUN-MODE IS EQUAL TO SPACES
             MOVE 'PROPOSE' TO PARM-RUN-MODE
           END-IF.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-EMERGENCY-REF FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-EMERGENCY-REF
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-OPERATOR-ID FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-OPERATOR-ID
           END-ACCEPT.

      ** the operator's role must allow this run - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           MOVE 'AMQ0SEC0' TO ROL-PROGRAM-ID.
           MOVE PARM-RUN-MODE TO ROL-ACTION.
           MOVE 'AMQ0SEC0' TO ROL-CALLER-ID.
           MOVE 'Y' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.
           IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
             DISPLAY 'AMQ0SEC0 refused - role <' ROL-USER-ROLE
                 '> of user <' ROL-USER-ID '> may not run it'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
      ** what is recorded is always the login user - an operator id
      ** naming anyone else is refused, so one person cannot propose
      ** or purge under another's name
           IF PARM-OPERATOR-ID IS NOT EQUAL TO SPACES
           AND PARM-OPERATOR-ID IS NOT EQUAL TO ROL-USER-ID
             DISPLAY 'AMQ0SEC0 refused - operator id <' PARM-OPERATOR-ID
                 '> is not the login user <' ROL-USER-ID '>'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ROL-USER-ID TO PARM-OPERATOR-ID.

           IF PARM-RUN-MODE IS EQUAL TO 'APPLY'
      **     the APPLY pass takes its exit values from the approved
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
      **     a change freeze refuses the whole apply - PROPOSE
      **     changes nothing and is never checked
             MOVE 'AMQ0SEC0' TO FRZ-SOURCE-PROGRAM
             MOVE SPACES TO FRZ-OBJECT-NAME
             MOVE PR-CHANNEL-NAME(1) TO FRZ-OBJECT-NAME
             MOVE PARM-OPERATOR-ID TO FRZ-REQUESTER
             MOVE PARM-EMERGENCY-REF TO FRZ-EMERGENCY-REF
             CALL 'AMQ0FRZ0' USING FRZ-CHECK-AREA
             IF FRZ-REJECT-FLAG IS EQUAL TO 'Y'
               PERFORM FRZREJ
               MOVE 'END-ERR' TO RLG-STATUS
               MOVE 0 TO RLG-RECORD-COUNT
               CALL 'AMQ0RLG0' USING RLG-LOG-AREA
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
           ELSE
             IF PARM-SECURITY-EXIT IS EQUAL TO SPACES
               DISPLAY 'AMQ0SEC0 requires the security exit name as '
           IF PARM-RUN-MODE IS NOT EQUAL TO 'APPLY'
             CLOSE PROPOSAL-FILE
           END-IF.
      ** a completed apply signs the proposal with its approver
           IF PARM-RUN-MODE IS EQUAL TO 'APPLY'
           AND APPLY-ABORT-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM SIGNPROP
           END-IF.

           IF PARM-RUN-MODE IS EQUAL TO 'APPLY'
             DISPLAY CHANNEL-COUNT ' channels reported, '
           MOVE 'USER DATA' TO SCR-SECURITY-USER-DATA.
           WRITE SECURITY-CONFIG-REPORT-RECORD.

      ****************************************************************
      *                                                              *
      *   Refuse an APPLY pass during a change freeze - every        *
      *   proposed channel is reported with status FREEZE and the    *
      *   freeze name in place of the user data, and nothing is      *
      *   applied                                                    *
      *                                                              *
      ****************************************************************
       FRZREJ.
           DISPLAY 'AMQ0SEC0 APPLY refused - change freeze '
               FRZ-FREEZE-NAME ' is in force and no approved '
               'emergency change was given'.
           OPEN OUTPUT SECURITY-CONFIG-REPORT.
           PERFORM HDR.
           PERFORM VARYING PROPOSAL-INDEX FROM 1 BY 1
                   UNTIL PROPOSAL-INDEX > PROPOSAL-COUNT
             MOVE SPACES TO SECURITY-CONFIG-REPORT-RECORD
             MOVE PR-CHANNEL-NAME(PROPOSAL-INDEX) TO SCR-CHANNEL-NAME
             MOVE PR-NEW-EXIT(PROPOSAL-INDEX) TO SCR-SECURITY-EXIT
             MOVE FRZ-FREEZE-NAME TO SCR-SECURITY-USER-DATA
             MOVE 'FREEZE' TO SCR-STATUS-TEXT
             WRITE SECURITY-CONFIG-REPORT-RECORD
             MOVE PR-CHANNEL-NAME(PROPOSAL-INDEX) TO AUDIT-CHANNEL-NAME
             MOVE PR-NEW-EXIT(PROPOSAL-INDEX) TO AUDIT-NEW-EXIT
             MOVE 'FREEZE' TO RUN-STATUS-TEXT
             MOVE FRZ-FREEZE-NAME TO AUDIT-REASON
             PERFORM AUDITSEC
           END-PERFORM.
           CLOSE SECURITY-CONFIG-REPORT.

      ****************************************************************
      *                                                              *
      *   Load one extract record into the real MQCD fields          *
             MOVE MQCD-SECURITYEXIT(1:32) TO SP-CURRENT-EXIT
             MOVE PARM-SECURITY-EXIT(1:32) TO SP-NEW-EXIT
             MOVE PARM-SECURITY-USER-DATA TO SP-NEW-USER-DATA
             MOVE PARM-OPERATOR-ID TO SP-PROPOSER
             MOVE SPACES TO SP-APPROVER
             WRITE PROPOSAL-RECORD
             MOVE 'PROPOSED' TO RUN-STATUS-TEXT
             MOVE CE-CHANNEL-NAME TO AUDIT-CHANNEL-NAME
             MOVE SP-NEW-EXIT TO AUDIT-NEW-EXIT
             MOVE SPACES TO AUDIT-REASON
             PERFORM AUDITSEC
           END-IF.

           IF MQCD-SECURITYEXIT IS EQUAL TO SPACES
                   '> no longer matches the proposal <'
                   PR-CURRENT-EXIT(PROPOSAL-MATCH-INDEX)
                   '> - nothing further applied'
               MOVE 'CURRENT EXIT CHANGED' TO AUDIT-REASON
             ELSE
               MOVE PR-NEW-EXIT(PROPOSAL-MATCH-INDEX)
                 TO MQCD-SECURITYEXIT
                 TO MQCD-SECURITYUSERDATA
               ADD 1 TO UPDATED-COUNT
               MOVE 'APPLIED' TO RUN-STATUS-TEXT
               MOVE SPACES TO AUDIT-REASON
             END-IF
             MOVE CE-CHANNEL-NAME TO AUDIT-CHANNEL-NAME
             MOVE PR-NEW-EXIT(PROPOSAL-MATCH-INDEX) TO AUDIT-NEW-EXIT
             PERFORM AUDITSEC
           END-IF.

           IF MQCD-SECURITYEXIT IS EQUAL TO SPACES
                     TO PR-NEW-EXIT(PROPOSAL-COUNT)
                   MOVE SP-NEW-USER-DATA
                     TO PR-NEW-USER-DATA(PROPOSAL-COUNT)
                   MOVE SP-PROPOSER
                     TO PR-PROPOSER(PROPOSAL-COUNT)
                 ELSE
                   DISPLAY 'proposal table full - entry for '
                       SP-CHANNEL-NAME ' skipped'
             CLOSE PROPOSAL-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite the applied proposal with the approver's operator  *
      *   id, keeping the proposer's, so SECPROP.DAT shows who       *
      *   proposed and who approved the change                       *
      *                                                              *
      ****************************************************************
       SIGNPROP.
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM VARYING PROPOSAL-INDEX FROM 1 BY 1
               UNTIL PROPOSAL-INDEX IS GREATER THAN PROPOSAL-COUNT
             MOVE SPACES TO PROPOSAL-RECORD
             MOVE PR-CHANNEL-NAME(PROPOSAL-INDEX) TO SP-CHANNEL-NAME
             MOVE PR-CURRENT-EXIT(PROPOSAL-INDEX) TO SP-CURRENT-EXIT
             MOVE PR-NEW-EXIT(PROPOSAL-INDEX) TO SP-NEW-EXIT
             MOVE PR-NEW-USER-DATA(PROPOSAL-INDEX)
               TO SP-NEW-USER-DATA
             MOVE PR-PROPOSER(PROPOSAL-INDEX) TO SP-PROPOSER
             MOVE PARM-OPERATOR-ID TO SP-APPROVER
             WRITE PROPOSAL-RECORD
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

      ****************************************************************
      *                                                              *
      *   Write one security-configuration report line               *
           DISPLAY CE-CHANNEL-NAME ' ' SCR-SECURITY-EXIT ' '
               SCR-SECURITY-USER-DATA ' ' SCR-STATUS-TEXT.

      ****************************************************************
      *                                                              *
      *   Append one exit-change audit record for AUDIT-CHANNEL-NAME *
      *   with the operator id, run mode and outcome                 *
      *                                                              *
      ****************************************************************
       AUDITSEC.
           OPEN EXTEND SEC-AUDIT-LOG.
           IF SEC-AUDIT-STATUS IS EQUAL TO '35'
             OPEN OUTPUT SEC-AUDIT-LOG
           END-IF.
           MOVE SPACES TO SEC-AUDIT-RECORD.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO SA-TIMESTAMP(1:8).
           MOVE '-' TO SA-TIMESTAMP(9:1).
           MOVE WS-TIME TO SA-TIMESTAMP(10:8).
           MOVE PARM-OPERATOR-ID TO SA-OPERATOR-ID.
           MOVE PARM-RUN-MODE TO SA-RUN-MODE.
           MOVE AUDIT-CHANNEL-NAME TO SA-CHANNEL-NAME.
           MOVE AUDIT-NEW-EXIT TO SA-NEW-EXIT.
           MOVE RUN-STATUS-TEXT TO SA-OUTCOME.
           MOVE AUDIT-REASON TO SA-REASON.
           WRITE SEC-AUDIT-RECORD.
           CLOSE SEC-AUDIT-LOG.

      ****************************************************************
      *                                                              *
      * END OF AMQ0SEC0                                              *
