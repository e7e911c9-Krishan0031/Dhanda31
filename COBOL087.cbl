          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(41).
          05 FILLER                    PIC X(9).

       FD  IMPACT-REPORT.
       01 IMPACT-REPORT-RECORD         PIC X(132).
