      *         reported (the clock is still running on it) but       *
      *         only REDRIVEN and REJECTED close a message out        *
      *                                                              *
      *      -- when the destination queue's inventory entry names a  *
      *         business calendar, the elapsed time is counted in     *
      *         business minutes by AMQ0BCL0 and the detail line is  *
      *         marked business - a message that arrives late on a    *
      *         Friday does not breach over the weekend               *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the SLA-minutes job parameter                  *
      *         for each DLQOUT.DAT record,                           *
      *         .  compute elapsed minutes from the MQDLH put,        *
      *         .  in business minutes where the queue's calendar     *
      *         .  says so                                            *
      *         .  write one detail line, flagged BREACH when over    *
      *         .  fold into the by-destination/reason summary        *
      *         list QRNLOG.DAT quarantine outcomes                   *
          05 QRN-BACKOUT-COUNT         PIC X(5).
          05 FILLER                    PIC X.
          05 QRN-PAYLOAD               PIC X(1000).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-REPAIR-IMAGE          PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-EDITOR-ID             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-CONFIRMER-ID          PIC X(12).

       FD  SLA-REPORT.
       01 SLA-REPORT-RECORD            PIC X(132).
          05 DL-ELAPSED                PIC X(7).
          05 FILLER                    PIC X(5) VALUE ' min '.
          05 DL-BREACH-FLAG            PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
      ** 'business' when the elapsed figure is business minutes
          05 DL-CLOCK-LABEL            PIC X(8).

       01 SUMMARY-HEADER-LINE          PIC X(60) VALUE
          'BREACH SUMMARY BY DESTINATION QUEUE AND REASON'.
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      * Shared business-hours clock interface - a destination queue
      * whose inventory entry names a business calendar is measured
      * in business minutes
       01 MY-BUSINESS-CLOCK.
          COPY BUSCALWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
           MOVE OUT-DEST-QUEUE-NAME TO DL-DEST-QUEUE-NAME.
           MOVE OUT-REASON TO DL-REASON.
           MOVE SPACES TO DL-BREACH-FLAG.
           MOVE SPACES TO DL-CLOCK-LABEL.

           IF OUT-DLH-PUTDATE IS NOT EQUAL TO SPACES
           AND OUT-DLH-PUTDATE(1:4) IS NUMERIC
             IF ELAPSED-MINUTES IS LESS THAN 0
               MOVE 0 TO ELAPSED-MINUTES
             END-IF
      **     business minutes instead where the destination's
      **     calendar says so - WALL leaves the wall-clock figure
             MOVE SPACES TO MY-BUSINESS-CLOCK
             MOVE OUT-DEST-QUEUE-NAME TO BCL-OBJECT-NAME
             MOVE OUT-DLH-PUTDATE TO BCL-FROM-TIMESTAMP(1:8)
             MOVE '-' TO BCL-FROM-TIMESTAMP(9:1)
             MOVE OUT-DLH-PUTTIME TO BCL-FROM-TIMESTAMP(10:8)
             MOVE OUT-TIMESTAMP TO BCL-TO-TIMESTAMP
             CALL 'AMQ0BCL0' USING BCL-CLOCK-AREA
             IF BCL-RESULT IS EQUAL TO 'BUSINESS'
               MOVE BCL-BUSINESS-MINUTES TO ELAPSED-MINUTES
               MOVE 'business' TO DL-CLOCK-LABEL
             END-IF
             MOVE ELAPSED-MINUTES TO ELAPSED-DISPLAY
             MOVE ELAPSED-DISPLAY TO DL-ELAPSED
             IF ELAPSED-MINUTES IS GREATER THAN PARM-SLA-MINUTES
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
      **         a REPAIRED record is AMQ0QRP0's before/after image of
      **         a message already counted when it was quarantined
                 IF QRN-ACTION IS NOT EQUAL TO 'REPAIRED'
                   ADD 1 TO QUARANTINE-COUNT
                   MOVE 'QUARANT' TO DL-OUTCOME
                   MOVE QRN-TIMESTAMP TO DL-TIMESTAMP
                   MOVE QRN-QUEUE-NAME TO DL-DEST-QUEUE-NAME
                   MOVE SPACES TO DL-REASON
                   MOVE '      -' TO DL-ELAPSED
                   MOVE SPACES TO DL-BREACH-FLAG
                   MOVE SPACES TO DL-CLOCK-LABEL
                   WRITE SLA-REPORT-RECORD FROM DETAIL-LINE
                 END-IF
             END-READ
           END-PERFORM.
           IF QUARANTINE-LOG-STATUS IS NOT EQUAL TO '35'
