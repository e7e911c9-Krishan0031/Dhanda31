          05 FILLER                    PIC X(25).
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(8).
          05 FILLER                    PIC X(9).

       FD  STATISTICS-EXTRACT.
       01 STATISTICS-EXTRACT-RECORD    PIC X(120).
