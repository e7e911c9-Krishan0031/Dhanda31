          05 FILLER                    PIC X(25).
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(2).
          05 FILLER                    PIC X(15).

       FD  RATE-FILE.
       01 RATE-RECORD.
