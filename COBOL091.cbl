      *         retention pass trimming the file's head re-bases      *
      *         the chain legitimately.  TEVRPT.DAT joins             *
      *         AMQ0CTM0's structural checks in the compliance        *
      *         evidence pack.  Every altered range and unmatched     *
      *         seal is also appended to TEVFAIL.DAT for the security *
      *         event feed                                            *
      *                                                              *
      *      -- SEAL, scheduled at end of day, appends one closing    *
      *         total record (ZSEAL marker, date, record count,       *
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VERIFY-REPORT-STATUS.

      ** verification failure log, appended with every altered range
      ** and every unmatched seal - read by the security event feed
      ** extractor AMQ0SIE0
           SELECT FAILURE-LOG ASSIGN TO 'TEVFAIL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FAILURE-LOG-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-REPORT.
       01 VERIFY-REPORT-RECORD         PIC X(132).

       FD  FAILURE-LOG.
       01 FAILURE-LOG-RECORD.
          05 TF-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 TF-FILE-NAME              PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 TF-FAILURE-TYPE           PIC X(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 TF-DETAIL                 PIC X(70).

       WORKING-STORAGE SECTION.
       01 CHAIN-CONTROL-STATUS       PIC XX VALUE '00'.
       01 CHAINED-FILE-STATUS        PIC XX VALUE '00'.
       01 VERIFY-REPORT-STATUS       PIC XX VALUE '00'.
       01 FAILURE-LOG-STATUS         PIC XX VALUE '00'.
       01 END-OF-CONTROL-SWITCH      PIC X VALUE 'N'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

          05 SEAL-CHAIN                PIC 9(9).

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 FAILURE-TYPE-TEXT          PIC X(7).
       01 NUMBER-DISPLAY             PIC Z(8)9.
       01 REPORT-LINE                PIC X(132).

           MOVE NUMBER-DISPLAY TO REPORT-LINE(48:9).
           WRITE VERIFY-REPORT-RECORD FROM REPORT-LINE.
           DISPLAY REPORT-LINE(1:60).
           MOVE 'ALTERED' TO FAILURE-TYPE-TEXT.
           PERFORM FAILLOG.

      ****************************************************************
      *                                                              *
                 INTO REPORT-LINE
               WRITE VERIFY-REPORT-RECORD FROM REPORT-LINE
               DISPLAY REPORT-LINE(1:70)
               MOVE 'SEAL' TO FAILURE-TYPE-TEXT
               PERFORM FAILLOG
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append the failure just reported to the verification       *
      *   failure log, with the time it was found                    *
      *                                                              *
      ****************************************************************
       FAILLOG.
           OPEN EXTEND FAILURE-LOG.
           IF FAILURE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT FAILURE-LOG
           END-IF.
           MOVE SPACES TO FAILURE-LOG-RECORD.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO TF-TIMESTAMP(1:8).
           MOVE '-' TO TF-TIMESTAMP(9:1).
           MOVE WS-TIME TO TF-TIMESTAMP(10:8).
           MOVE TVC-FILE-NAME TO TF-FILE-NAME.
           MOVE FAILURE-TYPE-TEXT TO TF-FAILURE-TYPE.
           MOVE REPORT-LINE(1:70) TO TF-DETAIL.
           WRITE FAILURE-LOG-RECORD.
           CLOSE FAILURE-LOG.

      ****************************************************************
      *                                                              *
      *   The chain a clean record must carry: the running value     *
