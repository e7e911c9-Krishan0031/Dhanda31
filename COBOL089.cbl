          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(41).
          05 FILLER                    PIC X(9).

       FD  STATISTICS-EXTRACT.
       01 STATISTICS-EXTRACT-RECORD    PIC X(120).
