      *         change cap away from the current value is flagged     *
      *         REVIEW rather than applied                            *
      *                                                              *
      *      -- APPLY mode submits a change to the threshold column   *
      *         of MQINV.DAT (the column AMQ0INV0's regeneration      *
      *         feeds from) for each proposal under the cap, one      *
      *         pending CHANGE per entry on INVPEND.DAT with the      *
      *         login user id as the maker, for a checker to          *
      *         approve with AMQ0ICH0; REVIEW rows are not            *
      *         submitted, nor is an entry that already has a         *
      *         change pending.  MQINV.DAT itself is never written    *
      *                                                              *
      *    Program logic:                                             *
      *         ACCEPT the run mode and tuning parameters             *
      *         fold the history per queue                            *
      *         derive each queue's proposal                          *
      *         PROPOSE: write the proposal report                    *
      *         APPLY: submit the threshold changes for approval      *
      *         DISPLAY a one-line summary                            *
      *                                                              *
      *                                                              *
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SAMPLER-STATE-STATUS.

      ** inventory changes awaiting a checker, shared with AMQ0ICH0
           SELECT PENDING-FILE ASSIGN TO 'INVPEND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PENDING-FILE-STATUS.

      ** the maker/checker history, shared with AMQ0ICH0
           SELECT CHANGE-LOG ASSIGN TO 'INVCHG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHANGE-LOG-STATUS.

      ** the proposed-threshold report
           SELECT PROPOSAL-REPORT ASSIGN TO 'THCRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
          05 FILLER                    PIC X.
          05 IDS-PEAK-TIME             PIC X(6).

      ** identical layout to AMQ0ICH0's PENDING-RECORD
       FD  PENDING-FILE.
       01 PENDING-RECORD.
          05 IP-CHANGE-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-MAKER-ID               PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-SUBMITTED              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-ACTION                 PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-ENTRY                  PIC X(100).

      ** identical layout to AMQ0ICH0's CHANGE-LOG-RECORD
       FD  CHANGE-LOG.
       01 CHANGE-LOG-RECORD.
          05 IC-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-CHANGE-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-EVENT                  PIC X(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-ACTION                 PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-MAKER-ID               PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-CHECKER-ID             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-OUTCOME                PIC X(30).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-ENTRY                  PIC X(100).

       FD  PROPOSAL-REPORT.
       01 PROPOSAL-REPORT-RECORD.
          05 PRP-QUEUE-NAME            PIC X(48).
       01 STATISTICS-EXTRACT-STATUS  PIC XX VALUE '00'.
       01 SAMPLER-STATE-STATUS       PIC XX VALUE '00'.
       01 PROPOSAL-REPORT-STATUS     PIC XX VALUE '00'.
       01 PENDING-FILE-STATUS        PIC XX VALUE '00'.
       01 CHANGE-LOG-STATUS          PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** job parameters
       01 PARM-FLOOR                 PIC 9(9) VALUE 0.
       01 PARM-CAP-PERCENT           PIC 9(3) VALUE 0.

      ** the inventory loaded whole; the threshold column sits at
      ** bytes 52-60 of every Q record
       01 INVENTORY-TABLE.
          02 INVENTORY-ENTRY OCCURS 600 TIMES.
             05 IV-RECORD             PIC X(120).
       01 INVENTORY-COUNT            PIC S9(9) BINARY VALUE 0.
       01 INVENTORY-INDEX            PIC S9(9) BINARY.
       01 IV-ENTRY-TYPE              PIC X(1).
       01 IV-QUEUE-NAME              PIC X(48).
       01 QUEUE-COUNT                PIC 9(5) VALUE 0.
       01 APPLY-COUNT                PIC 9(5) VALUE 0.
       01 REVIEW-COUNT               PIC 9(5) VALUE 0.
       01 SUBMITTED-COUNT            PIC 9(5) VALUE 0.
       01 HELD-PENDING-COUNT         PIC 9(5) VALUE 0.

      ** the Q entries that already have a change awaiting a
      ** checker, and the change numbers issued so far
       01 PENDING-KEY-TABLE.
          02 PK-QUEUE-NAME           PIC X(48) OCCURS 500 TIMES.
       01 PENDING-KEY-COUNT          PIC S9(9) BINARY VALUE 0.
       01 PENDING-KEY-INDEX          PIC S9(9) BINARY.
       01 PENDING-COUNT              PIC S9(9) BINARY VALUE 0.
       01 PENDING-FOUND-SWITCH       PIC X VALUE 'N'.
       01 HIGHEST-CHANGE-NUMBER      PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).

      * Shared operator role checker interface - asked only for the
      * login user id, the maker of the changes submitted
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
           PERFORM FOLDIDS.
           PERFORM LOADINV.

           IF PARM-RUN-MODE IS EQUAL TO 'APPLY'
             PERFORM OPENPEND
           END-IF.

           OPEN OUTPUT PROPOSAL-REPORT.
           PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
               UNTIL INVENTORY-INDEX > INVENTORY-COUNT
           CLOSE PROPOSAL-REPORT.

           IF PARM-RUN-MODE IS EQUAL TO 'APPLY'
             CLOSE PENDING-FILE
             CLOSE CHANGE-LOG
             DISPLAY QUEUE-COUNT ' queues judged, ' SUBMITTED-COUNT
                 ' threshold changes submitted for approval, '
                 HELD-PENDING-COUNT ' not submitted, '
                 REVIEW-COUNT ' held for review'
             IF SUBMITTED-COUNT IS GREATER THAN 0
               DISPLAY 'approve with AMQ0ICH0 as an operator other '
                   'than ' ROL-USER-ID
             END-IF
           ELSE
             DISPLAY QUEUE-COUNT ' queues judged: ' APPLY-COUNT
                 ' applicable, ' REVIEW-COUNT ' flagged for review'
           END-IF.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE QUEUE-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
             MOVE 'APPLY' TO PRP-VERDICT
             IF PARM-RUN-MODE IS EQUAL TO 'APPLY'
             AND PROPOSED-THRESHOLD IS NOT EQUAL TO IV-THRESHOLD
               MOVE PROPOSED-THRESHOLD TO IV-THRESHOLD
               MOVE IV-THRESHOLD-X
                 TO IV-RECORD(INVENTORY-INDEX)(52:9)
               PERFORM SUBMIT1
             END-IF
           END-IF.
           WRITE PROPOSAL-REPORT-RECORD.
                   MOVE INVENTORY-RECORD
                     TO IV-RECORD(INVENTORY-COUNT)
                 ELSE
                   DISPLAY 'inventory table full - record skipped'
                 END-IF
             END-READ

      ****************************************************************
      *                                                              *
      *   APPLY: ask who is running, load what is already pending    *
      *   and the highest change number, and open the pending file   *
      *   and change log for the changes about to be submitted       *
      *                                                              *
      ****************************************************************
       OPENPEND.
      ** only asking, so nothing is logged
           MOVE 'AMQ0THC0' TO ROL-PROGRAM-ID.
           MOVE 'APPLY' TO ROL-ACTION.
           MOVE 'AMQ0THC0' TO ROL-CALLER-ID.
           MOVE 'N' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).

           PERFORM LOADPEND.
           PERFORM LOADHIGH.

           OPEN EXTEND PENDING-FILE.
           IF PENDING-FILE-STATUS IS EQUAL TO '35'
             OPEN OUTPUT PENDING-FILE
           END-IF.
           OPEN EXTEND CHANGE-LOG.
           IF CHANGE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT CHANGE-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the Q entries awaiting a checker, and the highest     *
      *   change number among them                                   *
      *                                                              *
      ****************************************************************
       LOADPEND.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ PENDING-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO PENDING-COUNT
                 IF IP-CHANGE-NUMBER IS NUMERIC
                 AND IP-CHANGE-NUMBER IS GREATER THAN
                     HIGHEST-CHANGE-NUMBER
                   MOVE IP-CHANGE-NUMBER TO HIGHEST-CHANGE-NUMBER
                 END-IF
                 IF IP-ENTRY(50:1) IS EQUAL TO 'Q'
                 AND PENDING-KEY-COUNT IS LESS THAN 500
                   ADD 1 TO PENDING-KEY-COUNT
                   MOVE IP-ENTRY(1:48)
                     TO PK-QUEUE-NAME(PENDING-KEY-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           IF PENDING-FILE-STATUS IS EQUAL TO '00'
           OR PENDING-FILE-STATUS IS EQUAL TO '10'
             CLOSE PENDING-FILE
           END-IF.
           MOVE 'N' TO END-OF-FILE-SWITCH.

      ****************************************************************
      *                                                              *
      *   The highest change number ever issued, from the change     *
      *   log, so a number is never reused once decided              *
      *                                                              *
      ****************************************************************
       LOADHIGH.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHANGE-LOG.
           IF CHANGE-LOG-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANGE-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF IC-CHANGE-NUMBER IS NUMERIC
                 AND IC-CHANGE-NUMBER IS GREATER THAN
                     HIGHEST-CHANGE-NUMBER
                   MOVE IC-CHANGE-NUMBER TO HIGHEST-CHANGE-NUMBER
                 END-IF
             END-READ
           END-PERFORM.
           IF CHANGE-LOG-STATUS IS EQUAL TO '00'
           OR CHANGE-LOG-STATUS IS EQUAL TO '10'
             CLOSE CHANGE-LOG
           END-IF.
           MOVE 'N' TO END-OF-FILE-SWITCH.

      ****************************************************************
      *                                                              *
      *   APPLY: submit the patched entry as a pending CHANGE        *
      *   exactly as AMQ0ICH0 SUBMIT records one - one change per    *
      *   entry, so an entry already pending is left alone, as is    *
      *   every entry once the pending file is full                  *
      *                                                              *
      ****************************************************************
       SUBMIT1.
           MOVE 'N' TO PENDING-FOUND-SWITCH.
           PERFORM VARYING PENDING-KEY-INDEX FROM 1 BY 1
               UNTIL PENDING-KEY-INDEX > PENDING-KEY-COUNT
             IF PK-QUEUE-NAME(PENDING-KEY-INDEX) IS EQUAL TO
                 IV-QUEUE-NAME
               MOVE 'Y' TO PENDING-FOUND-SWITCH
               MOVE PENDING-KEY-COUNT TO PENDING-KEY-INDEX
             END-IF
           END-PERFORM.
           IF PENDING-FOUND-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO HELD-PENDING-COUNT
             DISPLAY IV-QUEUE-NAME ' not submitted - change '
                 'already pending'
           ELSE
             IF PENDING-COUNT IS NOT LESS THAN 500
               ADD 1 TO HELD-PENDING-COUNT
               DISPLAY IV-QUEUE-NAME ' not submitted - pending '
                   'file full'
             ELSE
               ADD 1 TO SUBMITTED-COUNT
               ADD 1 TO PENDING-COUNT
               ADD 1 TO HIGHEST-CHANGE-NUMBER
               MOVE SPACES TO PENDING-RECORD
               MOVE HIGHEST-CHANGE-NUMBER TO IP-CHANGE-NUMBER
               MOVE ROL-USER-ID TO IP-MAKER-ID
               MOVE NOW-TIMESTAMP TO IP-SUBMITTED
               MOVE 'CHANGE' TO IP-ACTION
               MOVE IV-RECORD(INVENTORY-INDEX)(1:100) TO IP-ENTRY
               WRITE PENDING-RECORD

               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE NOW-TIMESTAMP TO IC-TIMESTAMP
               MOVE HIGHEST-CHANGE-NUMBER TO IC-CHANGE-NUMBER
               MOVE 'SUBMIT' TO IC-EVENT
               MOVE 'CHANGE' TO IC-ACTION
               MOVE ROL-USER-ID TO IC-MAKER-ID
               MOVE 'PENDING APPROVAL' TO IC-OUTCOME
               MOVE IV-RECORD(INVENTORY-INDEX)(1:100) TO IC-ENTRY
               WRITE CHANGE-LOG-RECORD
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
