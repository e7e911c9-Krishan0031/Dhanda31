       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0SOD0                                       *
      *                                                              *
      * Description: Segregation-of-duties violation report across   *
      *              the suite's approvals                           *
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
      *   AMQ0SOD0 gives the auditors one periodic proof that nobody *
      *   approves their own destructive or security changes.  It    *
      *   cross-matches the requester, approver and executor user    *
      *   ids the suite records in its approval and audit files and  *
      *   writes SODRPT.DAT in four sections:                        *
      *                                                              *
      *      -- purges run by the approver of their own token: a     *
      *         PRGRPT.DAT purge whose operator is the approver of   *
      *         the PRGAPPR.DAT token (same queue and change number) *
      *         it ran under                                         *
      *                                                              *
      *      -- security-exit changes one person both proposed and   *
      *         approved (SECPROP.DAT proposer and approver), or     *
      *         approved after putting the channel on the SECTGT.DAT *
      *         target list themselves (an APPLIED SECTGT change in  *
      *         CTMAUD.DAT)                                          *
      *                                                              *
      *      -- inhibits whose change request was raised and         *
      *         approved by the same person: every successful        *
      *         INHIBIT in MSETAUD.DAT is matched by queue name to   *
      *         the CHGEXTR.DAT tickets behind it                    *
      *                                                              *
      *      -- approvals granted outside the approver's recertified *
      *         access: a purge token or change request approver     *
      *         with no KEEP decision in RCTDECIS.DAT for an         *
      *         MSETAUTH.DAT entry covering the queue, and a         *
      *         security-exit approver who holds no recertified      *
      *         access at all or approved a channel whose SECTGT.DAT *
      *         entry was not kept                                   *
      *                                                              *
      *   Records written before the user ids were captured carry    *
      *   a blank id and cannot be matched; they are counted in the  *
      *   summary rather than reported as violations.                *
      *                                                              *
      *    Program logic:                                            *
      *         load the purge tokens, recertification decisions,    *
      *         change requests and SECTGT maintenance into tables   *
      *         write each section, one line per violation and a     *
      *         closing count                                        *
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
      *   AMQ0SOD0 has no parameters                                 *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0SOD0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the purge approval tokens AMQ0APR0 issues
           SELECT APPROVALS-FILE ASSIGN TO 'PRGAPPR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS APPROVALS-FILE-STATUS.

      ** the purges AMQ0PRG0 actually ran
           SELECT PURGE-REPORT ASSIGN TO 'PRGRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PURGE-REPORT-STATUS.

      ** the security-exit proposal, signed by its approver
           SELECT PROPOSAL-FILE ASSIGN TO 'SECPROP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROPOSAL-FILE-STATUS.

      ** the control-file maintenance audit trail
           SELECT MAINT-AUDIT-LOG ASSIGN TO 'CTMAUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MAINT-AUDIT-STATUS.

      ** the persistent inhibit/enable audit log
           SELECT INHIBIT-AUDIT-LOG ASSIGN TO 'MSETAUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INHIBIT-AUDIT-STATUS.

      ** the returned access recertification decisions
           SELECT DECISION-FILE ASSIGN TO 'RCTDECIS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DECISION-FILE-STATUS.

      ** the approved change requests
           SELECT CHANGE-REQUEST-EXTRACT ASSIGN TO 'CHGEXTR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-FILE-STATUS.

      ** the segregation-of-duties report
           SELECT SOD-REPORT ASSIGN TO 'SODRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SOD-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVALS-FILE.
       01 APPROVALS-RECORD.
           05 AP-QUEUE-NAME            PIC X(48).
           05 FILLER                   PIC X.
           05 AP-CHANGE-NUMBER         PIC X(12).
           05 FILLER                   PIC X.
           05 AP-APPROVER              PIC X(12).
           05 FILLER                   PIC X.
           05 AP-EXPIRY-DATE           PIC 9(8).

       FD  PURGE-REPORT.
       01 PURGE-REPORT-RECORD.
           05 PR-QUEUE-NAME            PIC X(48).
           05 FILLER                   PIC X.
           05 PR-PUTDATE               PIC X(8).
           05 FILLER                   PIC X.
           05 PR-MSGID                 PIC X(24).
           05 FILLER                   PIC X.
           05 PR-CHANGE-NUMBER         PIC X(12).
           05 FILLER                   PIC X.
           05 PR-OPERATOR-ID           PIC X(12).

       FD  PROPOSAL-FILE.
       01 PROPOSAL-RECORD.
          05 SP-CHANNEL-NAME           PIC X(20).
          05 FILLER                    PIC X.
          05 SP-CURRENT-EXIT           PIC X(32).
          05 FILLER                    PIC X.
          05 SP-NEW-EXIT               PIC X(32).
          05 FILLER                    PIC X.
          05 SP-NEW-USER-DATA          PIC X(32).
          05 FILLER                    PIC X.
          05 SP-PROPOSER               PIC X(12).
          05 FILLER                    PIC X.
          05 SP-APPROVER               PIC X(12).

       FD  MAINT-AUDIT-LOG.
       01 MAINT-AUDIT-RECORD.
          05 MA-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X.
          05 MA-OPERATOR-ID            PIC X(12).
          05 FILLER                    PIC X.
          05 MA-FUNCTION               PIC X(6).
          05 FILLER                    PIC X.
          05 MA-FILE-KEYWORD           PIC X(6).
          05 FILLER                    PIC X.
          05 MA-ENTRY-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 MA-OUTCOME                PIC X(30).

       FD  INHIBIT-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           05 AUDIT-LOG-TIMESTAMP     PIC X(17).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-QUEUE-NAME    PIC X(40).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-ACTION        PIC X(7).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-SCOPE         PIC X(4).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-REPLYTOQ      PIC X(48).
           05 FILLER                  PIC X.
           05 AUDIT-LOG-SET-COMPCODE  PIC 9.
           05 FILLER                  PIC X.
           05 AUDIT-LOG-CHAIN         PIC 9(9).

       FD  DECISION-FILE.
       01 DECISION-RECORD.
          05 DEC-MANAGER               PIC X(12).
          05 FILLER                    PIC X.
          05 DEC-ENTRY-TYPE            PIC X(8).
          05 FILLER                    PIC X.
          05 DEC-ENTRY-KEY             PIC X(60).
          05 FILLER                    PIC X.
          05 DEC-PERSON-STATUS         PIC X(6).
          05 FILLER                    PIC X.
          05 DEC-LAST-USE              PIC X(17).
          05 FILLER                    PIC X.
          05 DEC-DECISION              PIC X(6).

       FD  CHANGE-REQUEST-EXTRACT.
       01 CHANGE-REQUEST-RECORD.
           05 CR-QUEUE-NAME              PIC X(48).
           05 FILLER                     PIC X.
           05 CR-TICKET-ID               PIC X(20).
           05 FILLER                     PIC X.
           05 CR-CHANGE-TYPE             PIC X(10).
           05 FILLER                     PIC X.
           05 CR-RAISED-BY               PIC X(12).
           05 FILLER                     PIC X.
           05 CR-APPROVED-BY             PIC X(12).
           05 FILLER                     PIC X(31).

       FD  SOD-REPORT.
       01 SOD-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 APPROVALS-FILE-STATUS      PIC XX VALUE '00'.
       01 PURGE-REPORT-STATUS        PIC XX VALUE '00'.
       01 PROPOSAL-FILE-STATUS       PIC XX VALUE '00'.
       01 MAINT-AUDIT-STATUS         PIC XX VALUE '00'.
       01 INHIBIT-AUDIT-STATUS       PIC XX VALUE '00'.
       01 DECISION-FILE-STATUS       PIC XX VALUE '00'.
       01 CR-FILE-STATUS             PIC XX VALUE '00'.
       01 SOD-REPORT-STATUS          PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the purge approval tokens
       01 TOKEN-TABLE.
          02 TOKEN-ENTRY OCCURS 500 TIMES.
             05 TK-QUEUE-NAME         PIC X(48).
             05 TK-CHANGE-NUMBER      PIC X(12).
             05 TK-APPROVER           PIC X(12).
       01 TOKEN-COUNT                PIC S9(9) BINARY VALUE 0.
       01 TOKEN-INDEX                PIC S9(9) BINARY.

      ** the purges already reported, so a purge of many messages
      ** under one token is one violation, not one per message
       01 PURGE-SEEN-TABLE.
          02 PURGE-SEEN-ENTRY OCCURS 500 TIMES.
             05 PS-QUEUE-NAME         PIC X(48).
             05 PS-CHANGE-NUMBER      PIC X(12).
             05 PS-OPERATOR-ID        PIC X(12).
       01 PURGE-SEEN-COUNT           PIC S9(9) BINARY VALUE 0.
       01 PURGE-SEEN-INDEX           PIC S9(9) BINARY.
       01 PURGE-SEEN-SWITCH          PIC X VALUE 'N'.

      ** the KEEP decisions of the last access recertification
       01 RECERT-TABLE.
          02 RECERT-ENTRY OCCURS 500 TIMES.
             05 RC-ENTRY-TYPE         PIC X(8).
             05 RC-ENTRY-KEY          PIC X(60).
       01 RECERT-COUNT               PIC S9(9) BINARY VALUE 0.
       01 RECERT-INDEX               PIC S9(9) BINARY.
       01 RECERT-ON-FILE-SWITCH      PIC X VALUE 'N'.

      ** the approved change requests; INHIBITED marks a ticket
      ** behind a successful inhibit
       01 CHANGE-TABLE.
          02 CHANGE-ENTRY OCCURS 1000 TIMES.
             05 CH-QUEUE-NAME         PIC X(48).
             05 CH-TICKET-ID          PIC X(20).
             05 CH-RAISED-BY          PIC X(12).
             05 CH-APPROVED-BY        PIC X(12).
             05 CH-INHIBITED-SWITCH   PIC X.
       01 CHANGE-COUNT               PIC S9(9) BINARY VALUE 0.
       01 CHANGE-INDEX               PIC S9(9) BINARY.

      ** the applied SECTGT.DAT additions and who made them
       01 TARGET-EDIT-TABLE.
          02 TARGET-EDIT-ENTRY OCCURS 500 TIMES.
             05 TE-OPERATOR-ID        PIC X(12).
             05 TE-CHANNEL-NAME       PIC X(48).
       01 TARGET-EDIT-COUNT          PIC S9(9) BINARY VALUE 0.
       01 TARGET-EDIT-INDEX          PIC S9(9) BINARY.

      ** the signed security-exit approvals, kept for the
      ** recertification section
       01 SECURITY-APPROVAL-TABLE.
          02 SECURITY-APPROVAL-ENTRY OCCURS 200 TIMES.
             05 SA-CHANNEL-NAME       PIC X(20).
             05 SA-APPROVER           PIC X(12).
       01 SECURITY-APPROVAL-COUNT    PIC S9(9) BINARY VALUE 0.
       01 SECURITY-APPROVAL-INDEX    PIC S9(9) BINARY.

      ** recertified-access check work fields
       01 CHECK-USER-ID              PIC X(12).
       01 CHECK-QUEUE-NAME           PIC X(48).
       01 CHECK-CHANNEL-NAME         PIC X(20).
       01 CHECK-RESULT-TEXT          PIC X(40).
       01 USER-RECERTIFIED-SWITCH    PIC X VALUE 'N'.
       01 ACCESS-COVERED-SWITCH      PIC X VALUE 'N'.
       01 CHECK-PREFIX               PIC X(47).
       01 PREFIX-LENGTH              PIC S9(9) BINARY.

      ** report lines
       01 SECTION-HEADER-LINE          PIC X(80).

       01 VIOLATION-DETAIL-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 VD-USER-ID                PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 VD-OBJECT-NAME            PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 VD-REFERENCE              PIC X(20).
          05 FILLER                    PIC X VALUE SPACE.
          05 VD-DETAIL                 PIC X(40).

       01 SECTION-TOTAL-LINE.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 ST-VIOLATION-COUNT        PIC Z(4)9.
          05 FILLER                    PIC X(14)
             VALUE ' violation(s)'.

       01 BLANK-LINE                   PIC X(1) VALUE SPACE.

       01 SECTION-VIOLATION-COUNT    PIC 9(7) VALUE 0.
       01 TOTAL-VIOLATION-COUNT      PIC 9(7) VALUE 0.
       01 UNATTRIBUTED-COUNT         PIC 9(7) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0SOD0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0SOD0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM LOADTOK.
           PERFORM LOADRCT.
           PERFORM LOADCHG.
           PERFORM LOADCTM.

           OPEN OUTPUT SOD-REPORT.

           PERFORM PURGSOD.
           PERFORM SECSOD.
           PERFORM INHSOD.
           PERFORM RCTSOD.

           CLOSE SOD-REPORT.

           DISPLAY TOTAL-VIOLATION-COUNT ' segregation-of-duties '
               'violations written to SODRPT.DAT, '
               UNATTRIBUTED-COUNT ' records with no user id could '
               'not be matched'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE TOTAL-VIOLATION-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0SOD0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Section 1: purges run by the approver of the token they    *
      *   ran under                                                  *
      *                                                              *
      ****************************************************************
       PURGSOD.
           MOVE 'PURGE TOKEN APPROVER ALSO RAN THE PURGE'
             TO SECTION-HEADER-LINE.
           PERFORM SECTHDR.

           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT PURGE-REPORT.
           IF PURGE-REPORT-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ PURGE-REPORT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
      **         the column header and FREEZE refusals are not
      **         purges
                 IF PR-PUTDATE IS NOT EQUAL TO 'PUTDATE'
                 AND PR-PUTDATE IS NOT EQUAL TO 'FREEZE'
                   PERFORM PURGE1
                 END-IF
             END-READ
           END-PERFORM.
           IF PURGE-REPORT-STATUS IS NOT EQUAL TO '35'
             CLOSE PURGE-REPORT
           END-IF.

           PERFORM SECTTOT.

      ****************************************************************
      *                                                              *
      *   One purged message: check its queue, change number and     *
      *   operator once                                              *
      *                                                              *
      ****************************************************************
       PURGE1.
           MOVE 'N' TO PURGE-SEEN-SWITCH.
           PERFORM VARYING PURGE-SEEN-INDEX FROM 1 BY 1
               UNTIL PURGE-SEEN-INDEX > PURGE-SEEN-COUNT
             IF PS-QUEUE-NAME(PURGE-SEEN-INDEX) IS EQUAL TO
                 PR-QUEUE-NAME
             AND PS-CHANGE-NUMBER(PURGE-SEEN-INDEX) IS EQUAL TO
                 PR-CHANGE-NUMBER
             AND PS-OPERATOR-ID(PURGE-SEEN-INDEX) IS EQUAL TO
                 PR-OPERATOR-ID
               MOVE 'Y' TO PURGE-SEEN-SWITCH
               MOVE PURGE-SEEN-COUNT TO PURGE-SEEN-INDEX
             END-IF
           END-PERFORM.

           IF PURGE-SEEN-SWITCH IS NOT EQUAL TO 'Y'
             IF PURGE-SEEN-COUNT IS LESS THAN 500
               ADD 1 TO PURGE-SEEN-COUNT
               MOVE PR-QUEUE-NAME TO PS-QUEUE-NAME(PURGE-SEEN-COUNT)
               MOVE PR-CHANGE-NUMBER
                 TO PS-CHANGE-NUMBER(PURGE-SEEN-COUNT)
               MOVE PR-OPERATOR-ID TO PS-OPERATOR-ID(PURGE-SEEN-COUNT)
             ELSE
               DISPLAY 'purge table full - ' PR-QUEUE-NAME
                   ' may be reported more than once'
             END-IF
             IF PR-OPERATOR-ID IS EQUAL TO SPACES
               ADD 1 TO UNATTRIBUTED-COUNT
             ELSE
               PERFORM VARYING TOKEN-INDEX FROM 1 BY 1
                   UNTIL TOKEN-INDEX > TOKEN-COUNT
                 IF TK-QUEUE-NAME(TOKEN-INDEX) IS EQUAL TO
                     PR-QUEUE-NAME
                 AND TK-CHANGE-NUMBER(TOKEN-INDEX) IS EQUAL TO
                     PR-CHANGE-NUMBER
                 AND TK-APPROVER(TOKEN-INDEX) IS EQUAL TO
                     PR-OPERATOR-ID
                   MOVE PR-OPERATOR-ID TO VD-USER-ID
                   MOVE PR-QUEUE-NAME TO VD-OBJECT-NAME
                   MOVE PR-CHANGE-NUMBER TO VD-REFERENCE
                   MOVE 'APPROVED TOKEN AND RAN PURGE'
                     TO VD-DETAIL
                   PERFORM VIOLLN
                   MOVE TOKEN-COUNT TO TOKEN-INDEX
                 END-IF
               END-PERFORM
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Section 2: security-exit changes proposed and approved by  *
      *   one person, or approved by whoever listed the target       *
      *                                                              *
      ****************************************************************
       SECSOD.
           MOVE 'SECURITY-EXIT CHANGE PROPOSED AND APPROVED BY ONE USER'
             TO SECTION-HEADER-LINE.
           PERFORM SECTHDR.

           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT PROPOSAL-FILE.
           IF PROPOSAL-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ PROPOSAL-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF SP-APPROVER IS NOT EQUAL TO SPACES
                   PERFORM SECPROP1
                 END-IF
             END-READ
           END-PERFORM.
           IF PROPOSAL-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE PROPOSAL-FILE
           END-IF.

           PERFORM SECTTOT.

      ****************************************************************
      *                                                              *
      *   One approved proposal line                                 *
      *                                                              *
      ****************************************************************
       SECPROP1.
           IF SECURITY-APPROVAL-COUNT IS LESS THAN 200
             ADD 1 TO SECURITY-APPROVAL-COUNT
             MOVE SP-CHANNEL-NAME
               TO SA-CHANNEL-NAME(SECURITY-APPROVAL-COUNT)
             MOVE SP-APPROVER TO SA-APPROVER(SECURITY-APPROVAL-COUNT)
           ELSE
             DISPLAY 'security approval table full - '
                 SP-CHANNEL-NAME ' not checked for recertification'
           END-IF.

           IF SP-PROPOSER IS EQUAL TO SPACES
             ADD 1 TO UNATTRIBUTED-COUNT
           ELSE
             IF SP-PROPOSER IS EQUAL TO SP-APPROVER
               MOVE SP-APPROVER TO VD-USER-ID
               MOVE SP-CHANNEL-NAME TO VD-OBJECT-NAME
               MOVE SP-NEW-EXIT(1:20) TO VD-REFERENCE
               MOVE 'PROPOSED AND APPROVED EXIT CHANGE'
                 TO VD-DETAIL
               PERFORM VIOLLN
             END-IF
           END-IF.

           PERFORM VARYING TARGET-EDIT-INDEX FROM 1 BY 1
               UNTIL TARGET-EDIT-INDEX > TARGET-EDIT-COUNT
             IF TE-CHANNEL-NAME(TARGET-EDIT-INDEX) IS EQUAL TO
                 SP-CHANNEL-NAME
             AND TE-OPERATOR-ID(TARGET-EDIT-INDEX) IS EQUAL TO
                 SP-APPROVER
               MOVE SP-APPROVER TO VD-USER-ID
               MOVE SP-CHANNEL-NAME TO VD-OBJECT-NAME
               MOVE SP-NEW-EXIT(1:20) TO VD-REFERENCE
               MOVE 'LISTED TARGET AND APPROVED EXIT CHANGE'
                 TO VD-DETAIL
               PERFORM VIOLLN
               MOVE TARGET-EDIT-COUNT TO TARGET-EDIT-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Section 3: inhibits behind a change request its raiser     *
      *   also approved                                              *
      *                                                              *
      ****************************************************************
       INHSOD.
           MOVE 'INHIBIT CHANGE REQUEST RAISED AND APPROVED BY ONE USER'
             TO SECTION-HEADER-LINE.
           PERFORM SECTHDR.

      **   mark every ticket behind a successful inhibit
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INHIBIT-AUDIT-LOG.
           IF INHIBIT-AUDIT-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INHIBIT-AUDIT-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF AUDIT-LOG-ACTION IS EQUAL TO 'INHIBIT'
                 AND AUDIT-LOG-SET-COMPCODE IS EQUAL TO 0
                   PERFORM VARYING CHANGE-INDEX FROM 1 BY 1
                       UNTIL CHANGE-INDEX > CHANGE-COUNT
                     IF CH-QUEUE-NAME(CHANGE-INDEX)(1:40) IS EQUAL TO
                         AUDIT-LOG-QUEUE-NAME
                     AND CH-QUEUE-NAME(CHANGE-INDEX)(41:8)
                         IS EQUAL TO SPACES
                       MOVE 'Y' TO CH-INHIBITED-SWITCH(CHANGE-INDEX)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           IF INHIBIT-AUDIT-STATUS IS NOT EQUAL TO '35'
             CLOSE INHIBIT-AUDIT-LOG
           END-IF.

           PERFORM VARYING CHANGE-INDEX FROM 1 BY 1
               UNTIL CHANGE-INDEX > CHANGE-COUNT
             IF CH-INHIBITED-SWITCH(CHANGE-INDEX) IS EQUAL TO 'Y'
               IF CH-RAISED-BY(CHANGE-INDEX) IS EQUAL TO SPACES
               OR CH-APPROVED-BY(CHANGE-INDEX) IS EQUAL TO SPACES
                 ADD 1 TO UNATTRIBUTED-COUNT
               ELSE
                 IF CH-RAISED-BY(CHANGE-INDEX) IS EQUAL TO
                     CH-APPROVED-BY(CHANGE-INDEX)
                   MOVE CH-APPROVED-BY(CHANGE-INDEX) TO VD-USER-ID
                   MOVE CH-QUEUE-NAME(CHANGE-INDEX) TO VD-OBJECT-NAME
                   MOVE CH-TICKET-ID(CHANGE-INDEX) TO VD-REFERENCE
                   MOVE 'RAISED AND APPROVED CHANGE REQUEST'
                     TO VD-DETAIL
                   PERFORM VIOLLN
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           PERFORM SECTTOT.

      ****************************************************************
      *                                                              *
      *   Section 4: approvals granted outside the approver's        *
      *   recertified access                                         *
      *                                                              *
      ****************************************************************
       RCTSOD.
           MOVE 'APPROVAL OUTSIDE THE APPROVER''S RECERTIFIED ACCESS'
             TO SECTION-HEADER-LINE.
           PERFORM SECTHDR.

           IF RECERT-ON-FILE-SWITCH IS NOT EQUAL TO 'Y'
             MOVE '  no recertification decisions in RCTDECIS.DAT - '
               TO SOD-REPORT-RECORD
             MOVE 'check not made' TO SOD-REPORT-RECORD(51:14)
             WRITE SOD-REPORT-RECORD
           ELSE
             PERFORM VARYING TOKEN-INDEX FROM 1 BY 1
                 UNTIL TOKEN-INDEX > TOKEN-COUNT
               IF TK-APPROVER(TOKEN-INDEX) IS EQUAL TO SPACES
                 ADD 1 TO UNATTRIBUTED-COUNT
               ELSE
                 MOVE TK-APPROVER(TOKEN-INDEX) TO CHECK-USER-ID
                 MOVE TK-QUEUE-NAME(TOKEN-INDEX) TO CHECK-QUEUE-NAME
                 PERFORM QCHK
                 IF CHECK-RESULT-TEXT IS NOT EQUAL TO SPACES
                   MOVE CHECK-USER-ID TO VD-USER-ID
                   MOVE CHECK-QUEUE-NAME TO VD-OBJECT-NAME
                   MOVE TK-CHANGE-NUMBER(TOKEN-INDEX) TO VD-REFERENCE
                   MOVE 'PURGE TOKEN - ' TO VD-DETAIL
                   MOVE CHECK-RESULT-TEXT(1:26) TO VD-DETAIL(15:26)
                   PERFORM VIOLLN
                 END-IF
               END-IF
             END-PERFORM

             PERFORM VARYING CHANGE-INDEX FROM 1 BY 1
                 UNTIL CHANGE-INDEX > CHANGE-COUNT
               IF CH-APPROVED-BY(CHANGE-INDEX) IS NOT EQUAL TO SPACES
                 MOVE CH-APPROVED-BY(CHANGE-INDEX) TO CHECK-USER-ID
                 MOVE CH-QUEUE-NAME(CHANGE-INDEX) TO CHECK-QUEUE-NAME
                 PERFORM QCHK
                 IF CHECK-RESULT-TEXT IS NOT EQUAL TO SPACES
                   MOVE CHECK-USER-ID TO VD-USER-ID
                   MOVE CHECK-QUEUE-NAME TO VD-OBJECT-NAME
                   MOVE CH-TICKET-ID(CHANGE-INDEX) TO VD-REFERENCE
                   MOVE 'CHANGE REQ - ' TO VD-DETAIL
                   MOVE CHECK-RESULT-TEXT(1:27) TO VD-DETAIL(14:27)
                   PERFORM VIOLLN
                 END-IF
               END-IF
             END-PERFORM

             PERFORM VARYING SECURITY-APPROVAL-INDEX FROM 1 BY 1
                 UNTIL SECURITY-APPROVAL-INDEX >
                     SECURITY-APPROVAL-COUNT
               MOVE SA-APPROVER(SECURITY-APPROVAL-INDEX)
                 TO CHECK-USER-ID
               MOVE SA-CHANNEL-NAME(SECURITY-APPROVAL-INDEX)
                 TO CHECK-CHANNEL-NAME
               PERFORM CCHK
               IF CHECK-RESULT-TEXT IS NOT EQUAL TO SPACES
                 MOVE CHECK-USER-ID TO VD-USER-ID
                 MOVE CHECK-CHANNEL-NAME TO VD-OBJECT-NAME
                 MOVE SPACES TO VD-REFERENCE
                 MOVE 'SECURITY EXIT - ' TO VD-DETAIL
                 MOVE CHECK-RESULT-TEXT(1:24) TO VD-DETAIL(17:24)
                 PERFORM VIOLLN
               END-IF
             END-PERFORM
           END-IF.

           PERFORM SECTTOT.

      ****************************************************************
      *                                                              *
      *   Queue approval check: the approver must hold a kept        *
      *   MSETAUTH.DAT entry whose prefix covers the queue ('*'      *
      *   covers every queue, as in AMQMSET2's AUTHCHK)              *
      *                                                              *
      ****************************************************************
       QCHK.
           MOVE SPACES TO CHECK-RESULT-TEXT.
           MOVE 'N' TO USER-RECERTIFIED-SWITCH.
           MOVE 'N' TO ACCESS-COVERED-SWITCH.
           PERFORM VARYING RECERT-INDEX FROM 1 BY 1
               UNTIL RECERT-INDEX > RECERT-COUNT
             IF RC-ENTRY-TYPE(RECERT-INDEX) IS EQUAL TO 'MSETAUTH'
             AND RC-ENTRY-KEY(RECERT-INDEX)(1:12) IS EQUAL TO
                 CHECK-USER-ID
               MOVE 'Y' TO USER-RECERTIFIED-SWITCH
               MOVE RC-ENTRY-KEY(RECERT-INDEX)(14:47) TO CHECK-PREFIX
               IF CHECK-PREFIX IS EQUAL TO '*'
                 MOVE 'Y' TO ACCESS-COVERED-SWITCH
               ELSE
                 PERFORM VARYING PREFIX-LENGTH FROM 47 BY -1
                     UNTIL PREFIX-LENGTH IS EQUAL TO 0
                     OR CHECK-PREFIX(PREFIX-LENGTH:1)
                        IS NOT EQUAL TO SPACE
                   CONTINUE
                 END-PERFORM
                 IF PREFIX-LENGTH IS GREATER THAN 0
                   IF CHECK-QUEUE-NAME(1:PREFIX-LENGTH) IS EQUAL TO
                       CHECK-PREFIX(1:PREFIX-LENGTH)
                     MOVE 'Y' TO ACCESS-COVERED-SWITCH
                   END-IF
                 END-IF
               END-IF
               IF ACCESS-COVERED-SWITCH IS EQUAL TO 'Y'
                 MOVE RECERT-COUNT TO RECERT-INDEX
               END-IF
             END-IF
           END-PERFORM.
           IF USER-RECERTIFIED-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'APPROVER NOT RECERTIFIED' TO CHECK-RESULT-TEXT
           ELSE
             IF ACCESS-COVERED-SWITCH IS NOT EQUAL TO 'Y'
               MOVE 'QUEUE NOT IN RECERT ACCESS' TO CHECK-RESULT-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Security-exit approval check: the approver must hold some  *
      *   kept access, and the channel's SECTGT.DAT entry must have  *
      *   been kept                                                  *
      *                                                              *
      ****************************************************************
       CCHK.
           MOVE SPACES TO CHECK-RESULT-TEXT.
           MOVE 'N' TO USER-RECERTIFIED-SWITCH.
           MOVE 'N' TO ACCESS-COVERED-SWITCH.
           PERFORM VARYING RECERT-INDEX FROM 1 BY 1
               UNTIL RECERT-INDEX > RECERT-COUNT
             IF RC-ENTRY-TYPE(RECERT-INDEX) IS EQUAL TO 'MSETAUTH'
             AND RC-ENTRY-KEY(RECERT-INDEX)(1:12) IS EQUAL TO
                 CHECK-USER-ID
               MOVE 'Y' TO USER-RECERTIFIED-SWITCH
             END-IF
             IF RC-ENTRY-TYPE(RECERT-INDEX) IS EQUAL TO 'SECTGT'
             AND RC-ENTRY-KEY(RECERT-INDEX)(1:20) IS EQUAL TO
                 CHECK-CHANNEL-NAME
               MOVE 'Y' TO ACCESS-COVERED-SWITCH
             END-IF
           END-PERFORM.
           IF USER-RECERTIFIED-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'APPROVER NOT RECERTIFIED' TO CHECK-RESULT-TEXT
           ELSE
             IF ACCESS-COVERED-SWITCH IS NOT EQUAL TO 'Y'
               MOVE 'CHANNEL NOT RECERTIFIED' TO CHECK-RESULT-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Report-writing helpers                                     *
      *                                                              *
      ****************************************************************
       SECTHDR.
           MOVE 0 TO SECTION-VIOLATION-COUNT.
           WRITE SOD-REPORT-RECORD FROM SECTION-HEADER-LINE.
           MOVE SPACES TO SECTION-HEADER-LINE.

       SECTTOT.
           MOVE SECTION-VIOLATION-COUNT TO ST-VIOLATION-COUNT.
           WRITE SOD-REPORT-RECORD FROM SECTION-TOTAL-LINE.
           WRITE SOD-REPORT-RECORD FROM BLANK-LINE.

       VIOLLN.
           ADD 1 TO SECTION-VIOLATION-COUNT.
           ADD 1 TO TOTAL-VIOLATION-COUNT.
           WRITE SOD-REPORT-RECORD FROM VIOLATION-DETAIL-LINE.
           DISPLAY VD-USER-ID ' ' VD-OBJECT-NAME ' ' VD-DETAIL.

      ****************************************************************
      *                                                              *
      *   Load the purge approval tokens - a missing file simply     *
      *   means none were issued                                     *
      *                                                              *
      ****************************************************************
       LOADTOK.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT APPROVALS-FILE.
           IF APPROVALS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ APPROVALS-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF TOKEN-COUNT IS LESS THAN 500
                   ADD 1 TO TOKEN-COUNT
                   MOVE AP-QUEUE-NAME TO TK-QUEUE-NAME(TOKEN-COUNT)
                   MOVE AP-CHANGE-NUMBER
                     TO TK-CHANGE-NUMBER(TOKEN-COUNT)
                   MOVE AP-APPROVER TO TK-APPROVER(TOKEN-COUNT)
                 ELSE
                   DISPLAY 'token table full - token for '
                       AP-QUEUE-NAME ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF APPROVALS-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE APPROVALS-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the KEEP decisions of the last recertification        *
      *                                                              *
      ****************************************************************
       LOADRCT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT DECISION-FILE.
           IF DECISION-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             MOVE 'Y' TO RECERT-ON-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ DECISION-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF DEC-DECISION IS EQUAL TO 'KEEP'
                   IF RECERT-COUNT IS LESS THAN 500
                     ADD 1 TO RECERT-COUNT
                     MOVE DEC-ENTRY-TYPE
                       TO RC-ENTRY-TYPE(RECERT-COUNT)
                     MOVE DEC-ENTRY-KEY TO RC-ENTRY-KEY(RECERT-COUNT)
                   ELSE
                     DISPLAY 'recertification table full - entry '
                         DEC-ENTRY-KEY ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF DECISION-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE DECISION-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the approved change requests                          *
      *                                                              *
      ****************************************************************
       LOADCHG.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHANGE-REQUEST-EXTRACT.
           IF CR-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANGE-REQUEST-EXTRACT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF CHANGE-COUNT IS LESS THAN 1000
                   ADD 1 TO CHANGE-COUNT
                   MOVE CR-QUEUE-NAME TO CH-QUEUE-NAME(CHANGE-COUNT)
                   MOVE CR-TICKET-ID TO CH-TICKET-ID(CHANGE-COUNT)
                   MOVE CR-RAISED-BY TO CH-RAISED-BY(CHANGE-COUNT)
                   MOVE CR-APPROVED-BY
                     TO CH-APPROVED-BY(CHANGE-COUNT)
                   MOVE 'N' TO CH-INHIBITED-SWITCH(CHANGE-COUNT)
                 ELSE
                   DISPLAY 'change table full - ticket '
                       CR-TICKET-ID ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF CR-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE CHANGE-REQUEST-EXTRACT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the applied SECTGT.DAT additions from the control-    *
      *   file maintenance audit trail                               *
      *                                                              *
      ****************************************************************
       LOADCTM.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT MAINT-AUDIT-LOG.
           IF MAINT-AUDIT-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ MAINT-AUDIT-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF MA-FILE-KEYWORD IS EQUAL TO 'SECTGT'
                 AND MA-FUNCTION IS NOT EQUAL TO 'DELETE'
                 AND MA-OUTCOME IS EQUAL TO 'APPLIED'
                   IF TARGET-EDIT-COUNT IS LESS THAN 500
                     ADD 1 TO TARGET-EDIT-COUNT
                     MOVE MA-OPERATOR-ID
                       TO TE-OPERATOR-ID(TARGET-EDIT-COUNT)
                     MOVE MA-ENTRY-NAME
                       TO TE-CHANNEL-NAME(TARGET-EDIT-COUNT)
                   ELSE
                     DISPLAY 'target edit table full - entry for '
                         MA-ENTRY-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF MAINT-AUDIT-STATUS IS NOT EQUAL TO '35'
             CLOSE MAINT-AUDIT-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0SOD0                                              *
      *                                                              *
      ****************************************************************
