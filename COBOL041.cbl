      *      -- GBRAUDIT.DAT  (browsed by AMQ0GBR0)                   *
      *      -- PRGARCH.DAT   (purged/archived by AMQ0PRG0)           *
      *      -- DLQREJ.DAT    (rejected by AMQ0DLQ0)                  *
      *      -- QRNLOG.DAT    (quarantined/redriven by AMQ0QRN0,      *
      *                        repaired by AMQ0QRP0)                  *
      *      -- RSTRPT.DAT    (replayed/skipped by AMQ0RST0)          *
      *      -- ACNLOG.DAT    (daily archive generation consolidated  *
      *                        by AMQ0ACN0)                           *
      *      -- XMVLOG.DAT    (moved/copied to another queue manager  *
      *                        by AMQ0XMV0)                           *
      *      -- DRLLOG.DAT    (released from or cancelled on the      *
      *                        deferred-release staging queue by      *
      *                        AMQ0DRL0)                              *
      *      -- XPDLOG.DAT    (promoted from its place in a queue     *
      *                        by AMQ0XPD0)                           *
      *                                                              *
      *   and prints one chronological lineage, each sighting         *
      *   labelled with the file it came from.                        *
           SELECT RESTORE-REPORT ASSIGN TO 'RSTRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEARCH-FILE-STATUS.
           SELECT CONSOLIDATION-LOG ASSIGN TO 'ACNLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SEARCH-FILE-STATUS.
           SELECT MOVEMENT-LOG ASSIGN TO 'XMVLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SEARCH-FILE-STATUS.
           SELECT RELEASE-LOG ASSIGN TO 'DRLLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SEARCH-FILE-STATUS.
           SELECT EXPEDITE-LOG ASSIGN TO 'XPDLOG.DAT'
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SEARCH-FILE-STATUS.

      ** the assembled lineage
           SELECT TRACE-REPORT ASSIGN TO 'TRCRPT.DAT'
          05 QRN-BACKOUT-COUNT         PIC 9(5).
          05 FILLER                    PIC X.
          05 QRN-PAYLOAD               PIC X(1000).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-REPAIR-IMAGE          PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-EDITOR-ID             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-CONFIRMER-ID          PIC X(12).

       FD  RESTORE-REPORT.
       01 RESTORE-REPORT-RECORD.
           05 FILLER                   PIC X.
           05 RST-RESULT-DETAIL        PIC X(36).

       FD  CONSOLIDATION-LOG.
       01 CONSOLIDATION-LOG-RECORD.
          05 ACN-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 ACN-ACTION                PIC X(8).
          05 FILLER                    PIC X.
          05 ACN-MONTHLY-GEN           PIC X(30).
          05 FILLER                    PIC X.
          05 ACN-DAILY-GEN             PIC X(30).
          05 FILLER                    PIC X.
          05 ACN-RECORD-NUMBER         PIC 9(9).
          05 FILLER                    PIC X.
          05 ACN-MSGID                 PIC X(24).
          05 FILLER                    PIC X.
          05 ACN-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 ACN-PUTDATE               PIC X(8).
          05 FILLER                    PIC X.
          05 ACN-PUTTIME               PIC X(8).

       FD  MOVEMENT-LOG.
       01 MOVEMENT-LOG-RECORD.
          05 XMV-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 XMV-ACTION                PIC X(8).
          05 FILLER                    PIC X.
          05 XMV-SOURCE-QMGR           PIC X(48).
          05 FILLER                    PIC X.
          05 XMV-SOURCE-QUEUE          PIC X(48).
          05 FILLER                    PIC X.
          05 XMV-MSGID                 PIC X(24).
          05 FILLER                    PIC X.
          05 XMV-TARGET-QMGR           PIC X(48).
          05 FILLER                    PIC X.
          05 XMV-TARGET-QUEUE          PIC X(48).
          05 FILLER                    PIC X.
          05 XMV-PUTDATE               PIC X(8).
          05 FILLER                    PIC X.
          05 XMV-PUTTIME               PIC X(8).
          05 FILLER                    PIC X.
          05 XMV-OPERATOR-ID           PIC X(12).

       FD  RELEASE-LOG.
       01 RELEASE-LOG-RECORD.
          05 DRL-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 DRL-ACTION                PIC X(9).
          05 FILLER                    PIC X.
          05 DRL-STAGING-QUEUE         PIC X(48).
          05 FILLER                    PIC X.
          05 DRL-MSGID                 PIC X(24).
          05 FILLER                    PIC X.
          05 DRL-TARGET-QUEUE          PIC X(48).
          05 FILLER                    PIC X.
          05 DRL-RELEASE-AT            PIC X(14).
          05 FILLER                    PIC X.
          05 DRL-PUTDATE               PIC X(8).
          05 FILLER                    PIC X.
          05 DRL-PUTTIME               PIC X(8).
          05 FILLER                    PIC X.
          05 DRL-OPERATOR-ID           PIC X(12).

       FD  EXPEDITE-LOG.
       01 EXPEDITE-LOG-RECORD.
          05 XPD-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X.
          05 XPD-ACTION                PIC X(9).
          05 FILLER                    PIC X.
          05 XPD-QUEUE-NAME            PIC X(48).
          05 FILLER                    PIC X.
          05 XPD-MSGID                 PIC X(24).
          05 FILLER                    PIC X.
          05 XPD-POSITION              PIC 9(7).
          05 FILLER                    PIC X.
          05 XPD-QUEUE-DEPTH           PIC 9(7).
          05 FILLER                    PIC X.
          05 XPD-OLD-PRIORITY          PIC 9(1).
          05 FILLER                    PIC X.
          05 XPD-NEW-PRIORITY          PIC 9(1).
          05 FILLER                    PIC X.
          05 XPD-PUTDATE               PIC X(8).
          05 FILLER                    PIC X.
          05 XPD-PUTTIME               PIC X(8).
          05 FILLER                    PIC X.
          05 XPD-OPERATOR-ID           PIC X(12).

       FD  TRACE-REPORT.
       01 TRACE-REPORT-RECORD          PIC X(130).

       01 CUR-EVENT-TEXT             PIC X(40).
       01 CUR-DATE                   PIC 9(8).

      ** a queue position as it is printed, without leading zeros
       01 POSITION-EDIT              PIC Z(6)9.
       01 POSITION-LEAD              PIC S9(4) BINARY.

      ** collected sightings, sorted chronologically before the
      ** lineage is printed
       01 SIGHT-TABLE.
           PERFORM SCANREJ.
           PERFORM SCANQRN.
           PERFORM SCANRST.
           PERFORM SCANACN.
           PERFORM SCANXMV.
           PERFORM SCANDRL.
           PERFORM SCANXPD.

           PERFORM SORTTBL.
           PERFORM RPTOUT.
                 STRING 'quarantine ' DELIMITED BY SIZE
                        QRN-ACTION DELIMITED BY SIZE
                   INTO CUR-EVENT-TEXT
      **         a repair is logged twice, the payload before and
      **         after the edit - say which image this sighting is
                 IF QRN-REPAIR-IMAGE IS NOT EQUAL TO SPACES
                   MOVE SPACES TO CUR-EVENT-TEXT
                   STRING 'quarantine ' DELIMITED BY SIZE
                          QRN-ACTION DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          QRN-REPAIR-IMAGE DELIMITED BY SPACE
                          ' image' DELIMITED BY SIZE
                     INTO CUR-EVENT-TEXT
                 END-IF
                 PERFORM KEEP1
             END-READ
           END-PERFORM.
             CLOSE RESTORE-REPORT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Search the ACNLOG.DAT consolidation log - it keeps the     *
      *   daily generation a message was first archived in after     *
      *   the daily itself is merged away                            *
      *                                                              *
      ****************************************************************
       SCANACN.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CONSOLIDATION-LOG.
           IF SEARCH-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CONSOLIDATION-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE ACN-MSGID TO CUR-MSGID
                 MOVE ACN-QUEUE-NAME TO CUR-QUEUE-NAME
                 MOVE ACN-TIMESTAMP TO CUR-TIMESTAMP
                 MOVE 'ACNLOG' TO CUR-SOURCE-FILE
                 MOVE SPACES TO CUR-EVENT-TEXT
                 IF ACN-ACTION IS EQUAL TO 'DROPPED'
                   STRING 'dropped, dup in ' DELIMITED BY SIZE
                          ACN-DAILY-GEN DELIMITED BY SPACE
                     INTO CUR-EVENT-TEXT
                 ELSE
                   STRING 'consolidated from ' DELIMITED BY SIZE
                          ACN-DAILY-GEN DELIMITED BY SPACE
                     INTO CUR-EVENT-TEXT
                 END-IF
                 PERFORM KEEP1
             END-READ
           END-PERFORM.
           IF SEARCH-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE CONSOLIDATION-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Search the XMVLOG.DAT movement log - a message moved or    *
      *   copied to another queue manager is sighted on the queue it *
      *   left, with where it went                                   *
      *                                                              *
      ****************************************************************
       SCANXMV.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT MOVEMENT-LOG.
           IF SEARCH-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ MOVEMENT-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE XMV-MSGID TO CUR-MSGID
                 MOVE XMV-SOURCE-QUEUE TO CUR-QUEUE-NAME
                 MOVE XMV-TIMESTAMP TO CUR-TIMESTAMP
                 MOVE 'XMVLOG' TO CUR-SOURCE-FILE
                 MOVE SPACES TO CUR-EVENT-TEXT
                 STRING XMV-ACTION DELIMITED BY SPACE
                        ' to ' DELIMITED BY SIZE
                        XMV-TARGET-QMGR DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        XMV-TARGET-QUEUE DELIMITED BY SPACE
                   INTO CUR-EVENT-TEXT
                 PERFORM KEEP1
             END-READ
           END-PERFORM.
           IF SEARCH-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE MOVEMENT-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Search the DRLLOG.DAT release log - a staged message is    *
      *   sighted on the staging queue when it was released to its   *
      *   target or cancelled before release                         *
      *                                                              *
      ****************************************************************
       SCANDRL.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT RELEASE-LOG.
           IF SEARCH-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ RELEASE-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE DRL-MSGID TO CUR-MSGID
                 MOVE DRL-STAGING-QUEUE TO CUR-QUEUE-NAME
                 MOVE DRL-TIMESTAMP TO CUR-TIMESTAMP
                 MOVE 'DRLLOG' TO CUR-SOURCE-FILE
                 MOVE SPACES TO CUR-EVENT-TEXT
                 IF DRL-ACTION IS EQUAL TO 'RELEASED'
                   STRING 'released to ' DELIMITED BY SIZE
                          DRL-TARGET-QUEUE DELIMITED BY SPACE
                     INTO CUR-EVENT-TEXT
                 ELSE
                   MOVE 'cancelled before release'
                     TO CUR-EVENT-TEXT
                 END-IF
                 PERFORM KEEP1
             END-READ
           END-PERFORM.
           IF SEARCH-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE RELEASE-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Search the XPDLOG.DAT expedite log - a promoted message is *
      *   sighted on its queue with the position it was taken from   *
      *   and the operator who promoted it                           *
      *                                                              *
      ****************************************************************
       SCANXPD.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT EXPEDITE-LOG.
           IF SEARCH-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ EXPEDITE-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE XPD-MSGID TO CUR-MSGID
                 MOVE XPD-QUEUE-NAME TO CUR-QUEUE-NAME
                 MOVE XPD-TIMESTAMP TO CUR-TIMESTAMP
                 MOVE 'XPDLOG' TO CUR-SOURCE-FILE
                 MOVE XPD-POSITION TO POSITION-EDIT
                 MOVE 0 TO POSITION-LEAD
                 INSPECT POSITION-EDIT TALLYING POSITION-LEAD
                     FOR LEADING SPACES
                 MOVE SPACES TO CUR-EVENT-TEXT
                 STRING 'expedited from pos ' DELIMITED BY SIZE
                        POSITION-EDIT(POSITION-LEAD + 1:)
                          DELIMITED BY SIZE
                        ' by ' DELIMITED BY SIZE
                        XPD-OPERATOR-ID DELIMITED BY SPACE
                   INTO CUR-EVENT-TEXT
                 PERFORM KEEP1
             END-READ
           END-PERFORM.
           IF SEARCH-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE EXPEDITE-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Keep the current sighting when it matches the selection    *
