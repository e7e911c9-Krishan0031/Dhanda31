           05 DCT-FIELD-LENGTH        PIC 9(3).
           05 FILLER                  PIC X.
           05 DCT-FIELD-TYPE          PIC X(1).
           05 FILLER                  PIC X(4).

       FD  REDACTION-CONTROL.
       01 REDACTION-CONTROL-RECORD.
