          05 CE-SHORT-RETRY-COUNT      PIC 9(9).
          05 CE-LONG-RETRY-COUNT       PIC 9(9).
          05 CE-HEARTBEAT-INTERVAL     PIC 9(9).
          05 CE-MAX-MSG-LENGTH         PIC 9(9).
          05 CE-SSL-CIPHER-SPEC        PIC X(32).
          05 CE-SSL-CERT-LABEL         PIC X(64).

       FD  CHANNEL-STATUS-FILE.
       01 CHANNEL-STATUS-RECORD.
