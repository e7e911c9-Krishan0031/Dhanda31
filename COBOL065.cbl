      *         maintenance window, in which case AMQ0MWC0 logs       *
      *         the suppression instead                               *
      *                                                              *
      *      -- a queue whose inventory entry names a business        *
      *         calendar is aged in business minutes by AMQ0BCL0,     *
      *         so a batch queue that sits over a weekend or a        *
      *         holiday is not reported as over age; its AGERPT.DAT   *
      *         line is marked business                               *
      *                                                              *
      *    Program logic:                                            *
      *         MQCONNect to default queue manager                    *
      *         for each queue in AGECTL.DAT,                         *
      *         .  MQOPEN for BROWSE, browse the first message        *
      *         .  age it against the queue's threshold, in           *
      *         .  business minutes where its calendar says so        *
      *         .  alert when over, via the window check              *
      *         .  MQCLOSE                                            *
      *         MQDISConnect, DISPLAY a one-line summary              *
          05 AR-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 AR-HEAD-AGE-MINS          PIC Z(6)9.
          05 AR-OVER-LABEL             PIC X(12).
          05 AR-THRESHOLD-MINS         PIC Z(4)9.
          05 FILLER                    PIC X.
      ** 'business' when the ages are business minutes
          05 AR-CLOCK-LABEL            PIC X(8).

       WORKING-STORAGE SECTION.
      *
       01 MY-WINDOW-CHECK.
          COPY MWCHKWS.

      * Shared business-hours clock interface - a queue whose
      * inventory entry names a business calendar is aged in
      * business minutes
       01 MY-BUSINESS-CLOCK.
          COPY BUSCALWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
      * batch run log and missed-job report)
             IF HEAD-AGE-MINUTES IS LESS THAN 0
               MOVE 0 TO HEAD-AGE-MINUTES
             END-IF

      **     business minutes instead where the queue's calendar
      **     says so - WALL leaves the wall-clock age standing
             MOVE SPACES TO MY-BUSINESS-CLOCK
             MOVE AGE-QUEUE-NAME TO BCL-OBJECT-NAME
             MOVE MQMD-PUTDATE TO BCL-FROM-TIMESTAMP(1:8)
             MOVE '-' TO BCL-FROM-TIMESTAMP(9:1)
             MOVE MQMD-PUTTIME TO BCL-FROM-TIMESTAMP(10:8)
             MOVE WS-DATE TO BCL-TO-TIMESTAMP(1:8)
             MOVE '-' TO BCL-TO-TIMESTAMP(9:1)
             MOVE WS-TIME TO BCL-TO-TIMESTAMP(10:8)
             CALL 'AMQ0BCL0' USING BCL-CLOCK-AREA
             IF BCL-RESULT IS EQUAL TO 'BUSINESS'
               MOVE BCL-BUSINESS-MINUTES TO HEAD-AGE-MINUTES
             END-IF
           END-IF.

      ****************************************************************
      ****************************************************************
       ALERTW.
           ADD 1 TO ALERT-COUNT.
           MOVE SPACES TO AGE-REPORT-RECORD.
           MOVE WS-DATE TO AR-TIMESTAMP(1:8).
           MOVE '-' TO AR-TIMESTAMP(9:1).
           MOVE WS-TIME TO AR-TIMESTAMP(10:8).
           MOVE AGE-QUEUE-NAME TO AR-QUEUE-NAME.
           MOVE HEAD-AGE-MINUTES TO AR-HEAD-AGE-MINS.
           MOVE ' min, over ' TO AR-OVER-LABEL.
           MOVE AGE-THRESHOLD-MINS TO AR-THRESHOLD-MINS.
           IF BCL-RESULT IS EQUAL TO 'BUSINESS'
             MOVE 'business' TO AR-CLOCK-LABEL
           END-IF.
           WRITE AGE-REPORT-RECORD.
           DISPLAY 'ALERT: ' AGE-QUEUE-NAME ' head of queue is '
               HEAD-AGE-MINUTES ' minutes old, threshold '
