          05 CE-TRANSPORT-TYPE         PIC 9(9).
          05 CE-QMGR-NAME              PIC X(48).
          05 CE-XMITQ-NAME             PIC X(48).
          05 FILLER                    PIC X(141).

       FD  CHANNEL-STATUS-FILE.
       01 CHANNEL-STATUS-RECORD.
