      *         CKPT-OTHER-TABLE and AMQ0SEC0's SECURITY-TARGET-TABLE          *
      *         already use                                                    *
      *                                                                        *
      *      -- an inhibit AMQ0CXE0 sent for an approved change's planned      *
      *         window is found in that executor's CHGEXEC.DAT record,         *
      *         and reported AS-PLANNED with the change's ticket id            *
      *                                                                        *
      *    Program logic:                                                      *
      *         load CHGEXTR.DAT into CHANGE-REQUEST-TABLE                      *
      *         open MSETINH.DAT for input                                      *
      *         if it doesn't exist, report that nothing is inhibited           *
      *         otherwise, for every currently-inhibited queue,                  *
      *         .  look it up in EXECUTED-INHIBIT-TABLE, then in                 *
      *            CHANGE-REQUEST-TABLE                                          *
      *         .  write one reconciliation report line - AS-PLANNED or          *
      *            OK and the matching ticket id, or UNAUTHORIZED if no          *
      *            match                                                         *
      *         DISPLAY a one-line summary of how many are unauthorized          *
      *                                                              *
      *                                                              *
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-FILE-STATUS.

      ** the planned inhibit executor's per-change records
           SELECT EXECUTION-FILE ASSIGN TO 'CHGEXEC.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EX-KEY
             FILE STATUS IS EX-FILE-STATUS.

           SELECT RECONCILIATION-REPORT ASSIGN TO 'RCNRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECONCILIATION-REPORT-STATUS.
           05 CR-QUEUE-NAME              PIC X(48).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-TICKET-ID                PIC X(20).
           05 FILLER                     PIC X(68).

      ** identical layout to the record AMQ0CXE0 writes
       FD  EXECUTION-FILE.
       01 EXECUTION-RECORD.
           05 EX-KEY.
              10 EX-TICKET-ID           PIC X(20).
              10 EX-QUEUE-NAME          PIC X(48).
           05 FILLER                    PIC X.
           05 EX-PLANNED-START          PIC X(12).
           05 FILLER                    PIC X.
           05 EX-PLANNED-END            PIC X(12).
           05 FILLER                    PIC X.
           05 EX-INHIBIT-SCOPE          PIC X(4).
           05 FILLER                    PIC X.
           05 EX-STATE                  PIC X(10).
           05 FILLER                    PIC X.
           05 EX-INHIBITED-AT           PIC X(17).
           05 FILLER                    PIC X.
           05 EX-ENABLED-AT             PIC X(17).
           05 FILLER                    PIC X.
           05 EX-LAST-OUTCOME           PIC X(44).

       FD  RECONCILIATION-REPORT.
       01 RECONCILIATION-REPORT-RECORD.
       01 INH-FILE-STATUS              PIC XX VALUE '00'.
       01 CR-FILE-STATUS                PIC XX VALUE '00'.
       01 RECONCILIATION-REPORT-STATUS  PIC XX VALUE '00'.
       01 EX-FILE-STATUS                PIC XX VALUE '00'.
       01 END-OF-CR-FILE-SWITCH          PIC X VALUE 'N'.

      ** nightly change-request extract loaded once (request: new
       01 CHANGE-REQUEST-MATCH-SWITCH   PIC X VALUE 'N'.
       01 CHANGE-REQUEST-MATCH-TICKET   PIC X(20) VALUE SPACES.

      ** queues the planned inhibit executor has inhibited (or sent
      ** the inhibit for) and not yet re-enabled
       01 EXECUTED-INHIBIT-TABLE.
         02 EXECUTED-INHIBIT-ENTRY OCCURS 500 TIMES.
           05 EI-T-QUEUE-NAME              PIC X(48).
           05 EI-T-TICKET-ID               PIC X(20).
       01 EXECUTED-INHIBIT-COUNT        PIC S9(9) BINARY VALUE 0.
       01 EXECUTED-INHIBIT-INDEX        PIC S9(9) BINARY.
       01 EXECUTED-INHIBIT-SWITCH       PIC X VALUE 'N'.

       01 AS-PLANNED-COUNT              PIC 9(7) VALUE 0.
       01 UNAUTHORIZED-COUNT            PIC 9(7) VALUE 0.
       01 AUTHORIZED-COUNT              PIC 9(7) VALUE 0.

           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM LOADCR.
           PERFORM LOADEI.

           OPEN INPUT INHIBITED-QUEUES-FILE.
           IF INH-FILE-STATUS IS EQUAL TO '35'
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM CHECKEI
                 IF EXECUTED-INHIBIT-SWITCH IS NOT EQUAL TO 'Y'
                   PERFORM CHECKCR
                 END-IF
                 PERFORM RPTLN
             END-READ
           END-PERFORM.
           CLOSE INHIBITED-QUEUES-FILE.
           CLOSE RECONCILIATION-REPORT.

           DISPLAY AUTHORIZED-COUNT ' authorized (' AS-PLANNED-COUNT
               ' executed as planned), ' UNAUTHORIZED-COUNT
               ' unauthorized'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Load the queues the planned inhibit executor has inhibited *
      *   from CHGEXEC.DAT into EXECUTED-INHIBIT-TABLE               *
      *                                                              *
      ****************************************************************
       LOADEI.
           MOVE 0 TO EXECUTED-INHIBIT-COUNT.
           OPEN INPUT EXECUTION-FILE.
           IF EX-FILE-STATUS IS EQUAL TO '00'
             PERFORM UNTIL EX-FILE-STATUS IS NOT EQUAL TO '00'
               READ EXECUTION-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF EX-STATE IS EQUAL TO 'INHIBITED'
                   OR EX-STATE IS EQUAL TO 'UNCONFIRM'
                     IF EXECUTED-INHIBIT-COUNT IS LESS THAN 500
                       ADD 1 TO EXECUTED-INHIBIT-COUNT
                       MOVE EX-QUEUE-NAME
                         TO EI-T-QUEUE-NAME(EXECUTED-INHIBIT-COUNT)
                       MOVE EX-TICKET-ID
                         TO EI-T-TICKET-ID(EXECUTED-INHIBIT-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EXECUTION-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Look up the currently-inhibited queue just read against    *
      *   EXECUTED-INHIBIT-TABLE                                     *
      *                                                              *
      ****************************************************************
       CHECKEI.
           MOVE 'N' TO EXECUTED-INHIBIT-SWITCH.
           MOVE SPACES TO CHANGE-REQUEST-MATCH-TICKET.
           PERFORM VARYING EXECUTED-INHIBIT-INDEX FROM 1 BY 1
               UNTIL EXECUTED-INHIBIT-INDEX IS GREATER THAN
                   EXECUTED-INHIBIT-COUNT
             IF EI-T-QUEUE-NAME(EXECUTED-INHIBIT-INDEX)
                 IS EQUAL TO INHQ-QUEUE-NAME
               MOVE 'Y' TO EXECUTED-INHIBIT-SWITCH
               MOVE EI-T-TICKET-ID(EXECUTED-INHIBIT-INDEX)
                 TO CHANGE-REQUEST-MATCH-TICKET
               MOVE EXECUTED-INHIBIT-COUNT TO EXECUTED-INHIBIT-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Write the report column header                             *
      ****************************************************************
       RPTLN.
           MOVE INHQ-QUEUE-NAME TO RR-QUEUE-NAME.
           IF EXECUTED-INHIBIT-SWITCH IS EQUAL TO 'Y'
             MOVE 'AS-PLANNED' TO RR-STATUS
             MOVE CHANGE-REQUEST-MATCH-TICKET TO RR-TICKET-ID
             ADD 1 TO AUTHORIZED-COUNT
             ADD 1 TO AS-PLANNED-COUNT
           ELSE
             IF CHANGE-REQUEST-MATCH-SWITCH IS EQUAL TO 'Y'
               MOVE 'OK' TO RR-STATUS
               MOVE CHANGE-REQUEST-MATCH-TICKET TO RR-TICKET-ID
               ADD 1 TO AUTHORIZED-COUNT
             ELSE
               MOVE 'UNAUTHORIZED' TO RR-STATUS
               MOVE SPACES TO RR-TICKET-ID
               ADD 1 TO UNAUTHORIZED-COUNT
             END-IF
           END-IF.
           WRITE RECONCILIATION-REPORT-RECORD.
           DISPLAY INHQ-QUEUE-NAME ' ' RR-STATUS ' ' RR-TICKET-ID.
