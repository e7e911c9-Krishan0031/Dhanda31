      *         no intrinsic FUNCTIONs anywhere                          *
      *                                                                  *
      *      -- the maximum age to keep, in days, is supplied as a       *
      *         job parameter (1st command-line argument), or by a       *
      *         driving program in the one-line handover file            *
      *         PRGPARM.DAT when there is no job parameter               *
      *                                                                  *
      *      -- the queue(s) to purge come from the same unattended      *
      *         control file / console prompt pattern AMQ0GBR0 uses      *
      *                                                              *
      *   AMQ0PRG0 parameters: maximum age to keep, in days (1st      *
      *   command-line argument); commit interval in messages (2nd,   *
      *   optional, default 50); operator id running the purge (3rd, *
      *   optional - written on every PRGRPT.DAT line so the         *
      *   segregation-of-duties report AMQ0SOD0 can compare it with  *
      *   the approval token's approver)                             *
      *                                                              *
      *   With no job parameters the same three values are taken     *
      *   from PRGPARM.DAT (max age 9(5), commit interval 9(5),      *
      *   operator id X(12), one blank between fields), which is     *
      *   emptied once read.  Only there may the max age be 00000,   *
      *   meaning keep nothing - every message on the listed queues  *
      *   is purged, today's included - for the smoke-test harness   *
      *   AMQ0SMK0 working its own dedicated test queues             *
      *                                                              *
      *   During a change freeze declared in FRZCAL.DAT a queue is   *
      *   purged only when the change number on its approval token   *
      *   is an approved emergency change (AMQ0FRZ0); otherwise it   *
      *   is refused and a FREEZE line naming the freeze is written  *
      *   to PRGRPT.DAT                                              *
      *                                                              *
      *   Before anything is touched the operator role checker       *
      *   AMQ0ROL0 must allow the login user's role to run the       *
      *   PURGE action; a refusal ends the run with return code 1.   *
      *   The operator id recorded is always the login user id; an   *
      *   operator id, typed or handed over, naming anyone else      *
      *   ends the run with return code 1                            *
      *                                                              *
      *   Every queue's use of its approval token - USED with the    *
      *   count purged, or REFUSED / FREEZE - is appended to         *
      *   PRGTOK.DAT for the security event feed                     *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0PRG0.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS APPROVALS-FILE-STATUS.

      ** approval-token use log, appended once per queue with what
      ** the token was used for - a purge, or a refusal - read by
      ** the security event feed extractor AMQ0SIE0
           SELECT TOKEN-USE-LOG ASSIGN TO 'PRGTOK.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TOKEN-USE-LOG-STATUS.

      ** optional one-line parameter handover file, written by a
      ** program that CALLs AMQ0PRG0 unattended - read only when no
      ** job parameter arrives, and emptied once read
           SELECT PARAMETER-FILE ASSIGN TO 'PRGPARM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAMETER-FILE-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01 CONTROL-FILE-RECORD       PIC X(48).

       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PRP-MAX-AGE-DAYS      PIC 9(5).
           05 FILLER                PIC X.
           05 PRP-COMMIT-INTERVAL   PIC 9(5).
           05 FILLER                PIC X.
           05 PRP-OPERATOR-ID       PIC X(12).

      ** full-fidelity archive record (request: preserve the complete
      ** message body and the relevant MQMD fields, so an archived
      ** message can later be reproduced exactly as it was taken off
           05 PR-MSGID                 PIC X(24).
           05 FILLER                   PIC X VALUE SPACE.
           05 PR-CHANGE-NUMBER         PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 PR-OPERATOR-ID           PIC X(12).

       FD  APPROVALS-FILE.
       01 APPROVALS-RECORD.
           05 FILLER                   PIC X VALUE SPACE.
           05 AP-EXPIRY-DATE           PIC 9(8).

       FD  TOKEN-USE-LOG.
       01 TOKEN-USE-RECORD.
           05 TU-TIMESTAMP             PIC X(17).
           05 FILLER                   PIC X VALUE SPACE.
           05 TU-QUEUE-NAME            PIC X(48).
           05 FILLER                   PIC X VALUE SPACE.
           05 TU-CHANGE-NUMBER         PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 TU-OPERATOR-ID           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 TU-OUTCOME               PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 TU-PURGED-COUNT          PIC 9(7).
           05 FILLER                   PIC X VALUE SPACE.
           05 TU-REASON                PIC X(20).

       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-REC-QUEUE-NAME      PIC X(48).
      ** message archival/purge utility for aged queue traffic)
       01 PARM-MAX-AGE-DAYS          PIC 9(5) VALUE 0.

      ** parameters taken from the PRGPARM.DAT handover file; a max
      ** age of zero there sets KEEP-NONE-SWITCH so the cutoff moves
      ** past today and every message on the listed queues goes
       01 PARAMETER-FILE-STATUS      PIC XX VALUE '00'.
       01 PARAMETER-CONSUMED-SWITCH  PIC X VALUE 'N'.
       01 KEEP-NONE-SWITCH           PIC X VALUE 'N'.

      ** unit-of-work protection (request: unit-of-work protection
      ** and restart for the destructive-get utilities) - every
      ** destructive get runs under MQGMO-SYNCPOINT and the unit of
      ** of leaving it half-drained.  The commit interval is an
      ** optional 2nd job parameter, defaulting to 50
       01 PARM-COMMIT-INTERVAL       PIC 9(5) VALUE 0.
       01 PARM-OPERATOR-ID           PIC X(12) VALUE SPACES.
       01 UNCOMMITTED-COUNT          PIC S9(9) BINARY VALUE 0.

      ** restart/checkpoint support, the same CKPT-OTHER-TABLE shape
       01 APPROVED-SWITCH            PIC X VALUE 'N'.
       01 CURRENT-CHANGE-NUMBER      PIC X(12) VALUE SPACES.
       01 REFUSED-COUNT              PIC 9(5) VALUE 0.
       01 FREEZE-REFUSED-COUNT       PIC 9(5) VALUE 0.

      ** the token-use log line for the queue just handled
       01 TOKEN-USE-LOG-STATUS       PIC XX VALUE '00'.
       01 TOKEN-OUTCOME              PIC X(8) VALUE SPACES.
       01 TOKEN-REASON               PIC X(20) VALUE SPACES.
       01 QUEUE-PURGE-START          PIC 9(7) VALUE 0.
       01 LOG-DATE                   PIC 9(8).
       01 LOG-TIME                   PIC 9(8).

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Change-freeze checker interface (AMQ0FRZ0)
       01 MY-FREEZE-CHECK.
          COPY FRZCHKWS.

      ** approximate 30-day/360-day-year ordinal date arithmetic - no
      ** intrinsic FUNCTIONs are used anywhere in this codebase
           ACCEPT PARM-MAX-AGE-DAYS FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-MAX-AGE-DAYS
               PERFORM FILEPARM
           END-ACCEPT.

           IF PARM-MAX-AGE-DAYS IS EQUAL TO 0
           AND KEEP-NONE-SWITCH IS NOT EQUAL TO 'Y'
             DISPLAY 'AMQ0PRG0 requires the maximum age to keep, '
                 'in days, as a job parameter'
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

      ** the 2nd and 3rd values came with the handover file when
      ** that was used - there are no job parameters to read
           IF PARAMETER-CONSUMED-SWITCH IS NOT EQUAL TO 'Y'
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT PARM-COMMIT-INTERVAL FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE 0 TO PARM-COMMIT-INTERVAL
             END-ACCEPT
             DISPLAY 3 UPON ARGUMENT-NUMBER
             ACCEPT PARM-OPERATOR-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO PARM-OPERATOR-ID
             END-ACCEPT
           END-IF.
           IF PARM-COMMIT-INTERVAL IS EQUAL TO 0
             MOVE 50 TO PARM-COMMIT-INTERVAL
           END-IF.

      ** the operator's role must allow this run - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           MOVE 'AMQ0PRG0' TO ROL-PROGRAM-ID.
           MOVE 'PURGE' TO ROL-ACTION.
           MOVE 'AMQ0PRG0' TO ROL-CALLER-ID.
           MOVE 'Y' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.
           IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
             DISPLAY 'AMQ0PRG0 refused - role <' ROL-USER-ROLE
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
             DISPLAY 'AMQ0PRG0 refused - operator id <' PARM-OPERATOR-ID
                 '> is not the login user <' ROL-USER-ID '>'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ROL-USER-ID TO PARM-OPERATOR-ID.

      ** load the committed-progress checkpoints left by an earlier,
      ** abended run (request: unit-of-work protection and restart
      ** for the destructive-get utilities)
           COMPUTE TODAY-ORDINAL =
               WS-DATE-YEAR * 360 + WS-DATE-MONTH * 30 + WS-DATE-DAY.
           COMPUTE CUTOFF-ORDINAL = TODAY-ORDINAL - PARM-MAX-AGE-DAYS.
           IF KEEP-NONE-SWITCH IS EQUAL TO 'Y'
             COMPUTE CUTOFF-ORDINAL = TODAY-ORDINAL + 1
             DISPLAY 'max age 0 from PRGPARM.DAT - keeping nothing'
           END-IF.

           OPEN EXTEND ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS IS EQUAL TO '35'
                   IF LCK-RESULT IS EQUAL TO 'GRANTED'
                     PERFORM OPENS
                     IF OPEN-CODE IS NOT EQUAL TO MQCC-FAILED
                       MOVE PURGE-COUNT TO QUEUE-PURGE-START
                       PERFORM CKPTINIT
                       PERFORM GETS
                       PERFORM ENDUOW
                       PERFORM CLOSES
                       MOVE 'USED' TO TOKEN-OUTCOME
                       MOVE SPACES TO TOKEN-REASON
                       PERFORM TOKLOG
                     END-IF
                     PERFORM UNLOCKQ
                   END-IF
               IF LCK-RESULT IS EQUAL TO 'GRANTED'
                 PERFORM OPENS
                 IF OPEN-CODE IS NOT EQUAL TO MQCC-FAILED
                   MOVE PURGE-COUNT TO QUEUE-PURGE-START
                   PERFORM CKPTINIT
                   PERFORM GETS
                   PERFORM ENDUOW
                   PERFORM CLOSES
                   MOVE 'USED' TO TOKEN-OUTCOME
                   MOVE SPACES TO TOKEN-REASON
                   PERFORM TOKLOG
                 END-IF
                 PERFORM UNLOCKQ
               END-IF

           DISPLAY SCANNED-COUNT ' messages scanned, ' PURGE-COUNT
               ' purged, ' REFUSED-COUNT
               ' queues refused with no approval token, '
               FREEZE-REFUSED-COUNT ' refused by a change freeze'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE SCANNED-COUNT TO RLG-RECORD-COUNT.
           MOVE 'PUTDATE' TO PR-PUTDATE.
           MOVE 'MSGID' TO PR-MSGID.
           MOVE 'CHANGE' TO PR-CHANGE-NUMBER.
           MOVE 'OPERATOR' TO PR-OPERATOR-ID.
           WRITE PURGE-REPORT-RECORD.

      ****************************************************************
             ADD 1 TO REFUSED-COUNT
             DISPLAY 'purge of ' TARGET-QUEUE ' REFUSED - no '
                 'current approval token in PRGAPPR.DAT'
             MOVE 'REFUSED' TO TOKEN-OUTCOME
             MOVE 'NO CURRENT TOKEN' TO TOKEN-REASON
             MOVE PURGE-COUNT TO QUEUE-PURGE-START
             PERFORM TOKLOG
           ELSE
             PERFORM FRZCHK
           END-IF.

      ****************************************************************
      *                                                              *
      *   Refuse an approved purge while a change freeze is in       *
      *   force, unless the approval token's change number is an     *
      *   approved emergency change - the refusal is written to the  *
      *   purge report with FREEZE in the PUTDATE column and the     *
      *   freeze name in the MSGID column                            *
      *                                                              *
      ****************************************************************
       FRZCHK.
           MOVE 'AMQ0PRG0' TO FRZ-SOURCE-PROGRAM.
           MOVE TARGET-QUEUE TO FRZ-OBJECT-NAME.
           MOVE PARM-OPERATOR-ID TO FRZ-REQUESTER.
           MOVE CURRENT-CHANGE-NUMBER TO FRZ-EMERGENCY-REF.
           CALL 'AMQ0FRZ0' USING FRZ-CHECK-AREA.
           IF FRZ-REJECT-FLAG IS EQUAL TO 'Y'
             MOVE 'N' TO APPROVED-SWITCH
             ADD 1 TO FREEZE-REFUSED-COUNT
             DISPLAY 'purge of ' TARGET-QUEUE ' REFUSED - change '
                 'freeze ' FRZ-FREEZE-NAME ' is in force and '
                 CURRENT-CHANGE-NUMBER ' is not an approved '
                 'emergency change'
             MOVE SPACES TO PURGE-REPORT-RECORD
             MOVE TARGET-QUEUE TO PR-QUEUE-NAME
             MOVE 'FREEZE' TO PR-PUTDATE
             MOVE FRZ-FREEZE-NAME TO PR-MSGID
             MOVE CURRENT-CHANGE-NUMBER TO PR-CHANGE-NUMBER
             MOVE PARM-OPERATOR-ID TO PR-OPERATOR-ID
             WRITE PURGE-REPORT-RECORD
             MOVE 'FREEZE' TO TOKEN-OUTCOME
             MOVE FRZ-FREEZE-NAME TO TOKEN-REASON
             MOVE PURGE-COUNT TO QUEUE-PURGE-START
             PERFORM TOKLOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append one approval-token use line for TARGET-QUEUE: USED  *
      *   with the messages purged, or the refusal and its reason    *
      *                                                              *
      ****************************************************************
       TOKLOG.
           OPEN EXTEND TOKEN-USE-LOG.
           IF TOKEN-USE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT TOKEN-USE-LOG
           END-IF.
           MOVE SPACES TO TOKEN-USE-RECORD.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           MOVE LOG-DATE TO TU-TIMESTAMP(1:8).
           MOVE '-' TO TU-TIMESTAMP(9:1).
           MOVE LOG-TIME TO TU-TIMESTAMP(10:8).
           MOVE TARGET-QUEUE TO TU-QUEUE-NAME.
           MOVE CURRENT-CHANGE-NUMBER TO TU-CHANGE-NUMBER.
           MOVE PARM-OPERATOR-ID TO TU-OPERATOR-ID.
           MOVE TOKEN-OUTCOME TO TU-OUTCOME.
           COMPUTE TU-PURGED-COUNT = PURGE-COUNT - QUEUE-PURGE-START.
           MOVE TOKEN-REASON TO TU-REASON.
           WRITE TOKEN-USE-RECORD.
           CLOSE TOKEN-USE-LOG.

      ****************************************************************
      *                                                              *
             MOVE MQMD-PUTDATE TO PR-PUTDATE
             MOVE MQMD-MSGID TO PR-MSGID
             MOVE CURRENT-CHANGE-NUMBER TO PR-CHANGE-NUMBER
             MOVE PARM-OPERATOR-ID TO PR-OPERATOR-ID
             WRITE PURGE-REPORT-RECORD

             ADD 1 TO UNCOMMITTED-COUNT
           MOVE 'Y' TO CKPT-QUEUE-DONE-SWITCH.
           PERFORM CKPTSAVE.

      ****************************************************************
      *                                                              *
      *   No job parameter: take the max age, commit interval and    *
      *   operator id from the PRGPARM.DAT handover file, if any     *
      *                                                              *
      ****************************************************************
       FILEPARM.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS IS EQUAL TO '00'
             READ PARAMETER-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF PRP-MAX-AGE-DAYS IS NUMERIC
                   MOVE PRP-MAX-AGE-DAYS TO PARM-MAX-AGE-DAYS
                   IF PARM-MAX-AGE-DAYS IS EQUAL TO 0
                     MOVE 'Y' TO KEEP-NONE-SWITCH
                   END-IF
                 END-IF
                 IF PRP-COMMIT-INTERVAL IS NUMERIC
                   MOVE PRP-COMMIT-INTERVAL TO PARM-COMMIT-INTERVAL
                 END-IF
                 MOVE PRP-OPERATOR-ID TO PARM-OPERATOR-ID
                 DISPLAY 'parameters taken from PRGPARM.DAT'
                 MOVE 'Y' TO PARAMETER-CONSUMED-SWITCH
             END-READ
             CLOSE PARAMETER-FILE
           END-IF.
      **   a handover file is consumed exactly once - the same
      **     truncate-after-read convention AMQ0REQ0 applies to
      **     REQPARM.DAT
           IF PARAMETER-CONSUMED-SWITCH IS EQUAL TO 'Y'
             OPEN OUTPUT PARAMETER-FILE
             CLOSE PARAMETER-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the REASON-code plain-English lookup table            *
