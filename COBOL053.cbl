      *   but the incoming shift needs the narrative: handover       *
      *   should not be whatever the outgoing operator remembers to  *
      *   say.  Given the shift's time range, this program filters   *
      *   the suite's own files into SHIFTRPT.DAT in six             *
      *   sections:                                                  *
      *                                                              *
      *      -- ALERTS: every ALERTCLS.DAT classification (new,      *
      *         parked or rejected, from its DLQOUT.DAT outcome      *
      *         log - and what AMQ0QRN0 moved (QRNLOG.DAT)           *
      *                                                              *
      *      -- AUTOMATIC REMEDIATION: every action AMQ0REM0 took,   *
      *         proposed, declined or failed in range (REMLOG.DAT),  *
      *         so the shift knows what the system did on its own    *
      *                                                              *
      *      -- JOBS ENDED IN ERROR: RUNLOG.DAT END-ERR records      *
      *         whose end timestamp falls in range                   *
      *                                                              *
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS QUARANTINE-LOG-STATUS.

      ** what the auto-remediation engine did, or declined to do
           SELECT REMEDIATION-LOG ASSIGN TO 'REMLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REMEDIATION-LOG-STATUS.

      ** the shared run log every program appends via AMQ0RLG0
           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
          05 QRN-BACKOUT-COUNT         PIC X(5).
          05 FILLER                    PIC X.
          05 QRN-PAYLOAD               PIC X(1000).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-REPAIR-IMAGE          PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-EDITOR-ID             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-CONFIRMER-ID          PIC X(12).

       FD  REMEDIATION-LOG.
       01 REMEDIATION-LOG-RECORD.
          05 RM-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X.
          05 RM-OUTCOME                PIC X(8).
          05 FILLER                    PIC X.
          05 RM-SOURCE                 PIC X(3).
          05 FILLER                    PIC X.
          05 RM-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 RM-FIRST-SEEN             PIC X(17).
          05 FILLER                    PIC X.
          05 RM-CONDITION              PIC X(5).
          05 FILLER                    PIC X.
          05 RM-ACTION                 PIC X(7).
          05 FILLER                    PIC X.
          05 RM-QUEUE-PATTERN          PIC X(48).
          05 FILLER                    PIC X.
          05 RM-DETAIL                 PIC X(70).
          05 FILLER                    PIC X.
          05 RM-RUN-MODE               PIC X(6).

       FD  RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
       01 INHIBIT-AUDIT-STATUS       PIC XX VALUE '00'.
       01 OUTCOME-LOG-STATUS         PIC XX VALUE '00'.
       01 QUARANTINE-LOG-STATUS      PIC XX VALUE '00'.
       01 REMEDIATION-LOG-STATUS     PIC XX VALUE '00'.
       01 RUN-LOG-STATUS             PIC XX VALUE '00'.
       01 INH-FILE-STATUS            PIC XX VALUE '00'.
       01 HANDOVER-REPORT-STATUS     PIC XX VALUE '00'.
          05 SC-LABEL                  PIC X(40).

       01 SECTION-ITEM-COUNT         PIC 9(7) VALUE 0.
       01 DRYRUN-ITEM-COUNT          PIC 9(7) VALUE 0.
       01 TOTAL-ITEM-COUNT           PIC 9(7) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
           PERFORM SECALERT.
           PERFORM SECINHIB.
           PERFORM SECMOVES.
           PERFORM SECAUTO.
           PERFORM SECJOBS.
           PERFORM SECOPEN.

           END-IF.
           PERFORM SECTOTAL.

      ****************************************************************
      *                                                              *
      *   AUTOMATIC REMEDIATION the system took or declined during   *
      *   the shift                                                  *
      *                                                              *
      ****************************************************************
       SECAUTO.
           MOVE 'AUTOMATIC REMEDIATION TAKEN AND DECLINED'
             TO SECTION-HEADER-LINE.
           WRITE HANDOVER-REPORT-RECORD FROM SECTION-HEADER-LINE.
           MOVE 0 TO SECTION-ITEM-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT REMEDIATION-LOG.
           IF REMEDIATION-LOG-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ REMEDIATION-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF RM-TIMESTAMP IS NOT LESS THAN PARM-SHIFT-START
                 AND RM-TIMESTAMP IS NOT GREATER THAN PARM-SHIFT-END
                   MOVE SPACES TO DET-TEXT
      **           a DRYRUN-mode line is what AMQ0REM0 would have
      **           done - shown, labelled, but not counted as done
                   IF RM-RUN-MODE IS EQUAL TO 'DRYRUN'
                     ADD 1 TO DRYRUN-ITEM-COUNT
                     STRING RM-TIMESTAMP ' (DRY RUN) ' RM-OUTCOME
                            ' ' RM-ACTION ' ' DELIMITED BY SIZE
                            RM-QUEUE-NAME DELIMITED BY SPACE
                            ' - ' RM-DETAIL DELIMITED BY SIZE
                       INTO DET-TEXT
                   ELSE
                     ADD 1 TO SECTION-ITEM-COUNT
                     ADD 1 TO TOTAL-ITEM-COUNT
                     STRING RM-TIMESTAMP ' ' RM-OUTCOME ' ' RM-ACTION
                            ' ' DELIMITED BY SIZE
                            RM-QUEUE-NAME DELIMITED BY SPACE
                            ' - ' RM-DETAIL DELIMITED BY SIZE
                       INTO DET-TEXT
                   END-IF
                   WRITE HANDOVER-REPORT-RECORD FROM DETAIL-LINE
                 END-IF
             END-READ
           END-PERFORM.
           IF REMEDIATION-LOG-STATUS IS NOT EQUAL TO '35'
             CLOSE REMEDIATION-LOG
           END-IF.
           IF DRYRUN-ITEM-COUNT IS GREATER THAN 0
             MOVE DRYRUN-ITEM-COUNT TO SC-COUNT
             MOVE 'dry-run line(s), nothing done' TO SC-LABEL
             WRITE HANDOVER-REPORT-RECORD FROM SECTION-COUNT-LINE
           END-IF.
           PERFORM SECTOTAL.

      ****************************************************************
      *                                                              *
      *   JOBS ENDED IN ERROR during the shift                       *
