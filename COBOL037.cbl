          05 CE-SHORT-RETRY-COUNT      PIC 9(9).
          05 CE-LONG-RETRY-COUNT       PIC 9(9).
          05 CE-HEARTBEAT-INTERVAL     PIC 9(9).
          05 CE-MAX-MSG-LENGTH         PIC 9(9).
          05 CE-SSL-CIPHER-SPEC        PIC X(32).
          05 CE-SSL-CERT-LABEL         PIC X(64).

       FD  CHANNEL-BASELINE.
       01 CHANNEL-BASELINE-RECORD.
          05 CB-SHORT-RETRY-COUNT      PIC 9(9).
          05 CB-LONG-RETRY-COUNT       PIC 9(9).
          05 CB-HEARTBEAT-INTERVAL     PIC 9(9).
          05 CB-MAX-MSG-LENGTH         PIC 9(9).

       FD  DRIFT-REPORT.
       01 DRIFT-REPORT-RECORD          PIC X(120).
             05 BL-SHORT-RETRY-COUNT  PIC 9(9).
             05 BL-LONG-RETRY-COUNT   PIC 9(9).
             05 BL-HEARTBEAT-INTERVAL PIC 9(9).
             05 BL-MAX-MSG-LENGTH     PIC 9(9).
             05 BL-SEEN-SWITCH        PIC X.
       01 BASELINE-COUNT             PIC S9(9) BINARY VALUE 0.
       01 BASELINE-INDEX             PIC S9(9) BINARY.
                     TO BL-LONG-RETRY-COUNT(BASELINE-COUNT)
                   MOVE CB-HEARTBEAT-INTERVAL
                     TO BL-HEARTBEAT-INTERVAL(BASELINE-COUNT)
      **           a baseline promoted before the extract carried the
      **           maximum message length holds zero, and is not
      **           compared on that field until the next PROMOTE
                   IF CB-MAX-MSG-LENGTH IS NUMERIC
                     MOVE CB-MAX-MSG-LENGTH
                       TO BL-MAX-MSG-LENGTH(BASELINE-COUNT)
                   ELSE
                     MOVE 0 TO BL-MAX-MSG-LENGTH(BASELINE-COUNT)
                   END-IF
                   MOVE 'N' TO BL-SEEN-SWITCH(BASELINE-COUNT)
                 ELSE
                   DISPLAY 'baseline table full - entry for '
               MOVE CE-HEARTBEAT-INTERVAL TO DIFF-NEW-VALUE
               PERFORM DIFFLN
             END-IF
             IF BL-MAX-MSG-LENGTH(BASELINE-MATCH-INDEX)
                 IS GREATER THAN 0
             AND CE-MAX-MSG-LENGTH IS NUMERIC
             AND CE-MAX-MSG-LENGTH IS NOT EQUAL TO
                 BL-MAX-MSG-LENGTH(BASELINE-MATCH-INDEX)
               MOVE 'MAXMSGL' TO DIFF-FIELD-NAME
               MOVE BL-MAX-MSG-LENGTH(BASELINE-MATCH-INDEX)
                 TO DIFF-OLD-VALUE
               MOVE CE-MAX-MSG-LENGTH TO DIFF-NEW-VALUE
               PERFORM DIFFLN
             END-IF
             IF CHANNEL-CHANGED-SWITCH IS EQUAL TO 'Y'
               ADD 1 TO CHANGED-COUNT
             END-IF
