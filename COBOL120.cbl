       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0TLS0                                       *
      *                                                              *
      * Description: TLS certificate inventory and expiry warning    *
      *                                                              *
      *  Statement:     Licensed Materials - Property of IBM         *
      *                                                              *
      *                 04L1773, 5765-B73                            *
      *                 04L1802, 5639-B42                            *
      *                 04L1788, 5765-B74                            *
      *                 04L1816, 5765-B75                            *
      *                 04L1830, 5639-B43                            *
      *                 (C) Copyright IBM Corp. 1994, 1998           *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      * Function:                                                    *
      *                                                              *
      *                                                              *
      *   AMQ0TLS0 is the daily certificate job.  It joins the TLS   *
      *   columns of the CHANEXT.DAT channel extract - cipher spec   *
      *   and certificate label - to the certificate register        *
      *   CERTREG.DAT (label, key repository, owning team, expiry    *
      *   date), so an expiring certificate is known about before    *
      *   it takes its channels down:                                *
      *                                                              *
      *      -- a channel with a cipher spec uses TLS.  A blank      *
      *         certificate label means the queue manager's default  *
      *         certificate, registered under the label DEFAULT      *
      *                                                              *
      *      -- every certificate in use is reported with its days   *
      *         to expiry and the channels using it.  It is alerted  *
      *         on the alert bus as it comes within 60 days of       *
      *         expiry (severity 3), within 30 days (severity 2),    *
      *         within 7 days (severity 1) and once expired          *
      *         (severity 1).  CERTSTATE.DAT remembers the band last *
      *         alerted, so each band is alerted once even when a    *
      *         run is missed; a renewed certificate - a new expiry  *
      *         date - starts afresh                                 *
      *                                                              *
      *      -- TLS channels whose label has no register entry, and  *
      *         register entries no channel uses, are listed         *
      *                                                              *
      *   Days are counted on the real calendar, leap years          *
      *   included, with the day-number arithmetic AMQ0BCL0 uses.    *
      *   Alerts pass the maintenance-window check with the          *
      *   certificate label as the object name.                      *
      *                                                              *
      *    Program logic:                                            *
      *         load CERTREG.DAT and CERTSTATE.DAT                   *
      *         for each TLS channel in CHANEXT.DAT,                 *
      *         .  find its certificate in the register, or note it  *
      *            as unregistered                                   *
      *         MQCONNect to default queue manager                   *
      *         for each certificate in use,                         *
      *         .  report it and its channels; alert a new band      *
      *         MQDISConnect                                         *
      *         list unregistered channels and unused certificates   *
      *         rewrite CERTSTATE.DAT                                *
      *         DISPLAY a one-line summary                           *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0TLS0 has no parameters                                 *
      *   Return code 1 when CHANEXT.DAT is missing                  *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0TLS0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** channel-definition extract, one record per defined channel -
      ** produced upstream by this site's PCF/MQCD channel inquiry
           SELECT CHANNEL-EXTRACT ASSIGN TO 'CHANEXT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHANNEL-EXTRACT-STATUS.

      ** certificate register, maintained by the teams that own the
      ** certificates - one line per certificate label
           SELECT CERTIFICATE-REGISTER ASSIGN TO 'CERTREG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CERTIFICATE-REGISTER-STATUS.

      ** the expiry band last alerted for each certificate
           SELECT CERTIFICATE-STATE-FILE ASSIGN TO 'CERTSTATE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CERTIFICATE-STATE-STATUS.

      ** the certificate inventory report
           SELECT CERTIFICATE-REPORT ASSIGN TO 'CERTRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CERTIFICATE-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHANNEL-EXTRACT.
       01 CHANNEL-EXTRACT-RECORD.
          05 CE-CHANNEL-NAME           PIC X(20).
          05 CE-CHANNEL-TYPE           PIC 9(9).
          05 CE-TRANSPORT-TYPE         PIC 9(9).
          05 CE-QMGR-NAME              PIC X(48).
          05 CE-XMITQ-NAME             PIC X(48).
          05 FILLER                    PIC X(45).
          05 CE-SSL-CIPHER-SPEC        PIC X(32).
          05 CE-SSL-CERT-LABEL         PIC X(64).

       FD  CERTIFICATE-REGISTER.
       01 CERTIFICATE-REGISTER-RECORD.
          05 CRG-CERT-LABEL            PIC X(64).
          05 FILLER                    PIC X.
          05 CRG-KEY-REPOSITORY        PIC X(64).
          05 FILLER                    PIC X.
          05 CRG-OWNING-TEAM           PIC X(18).
          05 FILLER                    PIC X.
          05 CRG-EXPIRY-DATE           PIC X(8).

       FD  CERTIFICATE-STATE-FILE.
       01 CERTIFICATE-STATE-RECORD.
          05 CST-CERT-LABEL            PIC X(64).
          05 FILLER                    PIC X.
          05 CST-EXPIRY-DATE           PIC X(8).
          05 FILLER                    PIC X.
          05 CST-ALERTED-BAND          PIC 9.

       FD  CERTIFICATE-REPORT.
       01 CERTIFICATE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
      *
      **  Declare MQI structures needed
      * MQI named constants
       01 MY-MQ-CONSTANTS.
          COPY CMQV.
      * Object Descriptor
       01 OBJECT-DESCRIPTOR.
          COPY CMQODV.
      * Message Descriptor
       01 MESSAGE-DESCRIPTOR.
          COPY CMQMDV.
      * Put message options
       01 PMOPTIONS.
          COPY CMQPMOV.
      * Structured operations alert datagram
       01 MY-OPS-ALERT.
          COPY OPSALERT.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

       01 CHANNEL-EXTRACT-STATUS     PIC XX VALUE '00'.
       01 CERTIFICATE-REGISTER-STATUS PIC XX VALUE '00'.
       01 CERTIFICATE-STATE-STATUS   PIC XX VALUE '00'.
       01 CERTIFICATE-REPORT-STATUS  PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the certificate register, with the alert band last raised
      ** for each (0 none, 1 within 60 days, 2 within 30, 3 within
      ** 7, 4 expired) and the number of TLS channels using it
       01 CERTIFICATE-TABLE.
          02 CERTIFICATE-ENTRY OCCURS 500 TIMES.
             05 CT-CERT-LABEL         PIC X(64).
             05 CT-KEY-REPOSITORY     PIC X(64).
             05 CT-OWNING-TEAM        PIC X(18).
             05 CT-EXPIRY-DATE        PIC X(8).
             05 CT-ALERTED-BAND       PIC 9.
             05 CT-CURRENT-BAND       PIC 9.
             05 CT-DAYS-LEFT          PIC S9(9) BINARY.
             05 CT-CHANNEL-COUNT      PIC S9(9) BINARY.
       01 CERTIFICATE-COUNT          PIC S9(9) BINARY VALUE 0.
       01 CERTIFICATE-INDEX          PIC S9(9) BINARY.
       01 CERTIFICATE-MATCH-INDEX    PIC S9(9) BINARY.

      ** the TLS channels, with the register entry each resolves to
      ** (0 when its label is not registered)
       01 TLS-CHANNEL-TABLE.
          02 TLS-CHANNEL-ENTRY OCCURS 1000 TIMES.
             05 TC-CHANNEL-NAME       PIC X(20).
             05 TC-CIPHER-SPEC        PIC X(32).
             05 TC-CERT-LABEL         PIC X(64).
             05 TC-CERTIFICATE-INDEX  PIC S9(9) BINARY.
       01 TLS-CHANNEL-COUNT          PIC S9(9) BINARY VALUE 0.
       01 TLS-CHANNEL-INDEX          PIC S9(9) BINARY.

       01 LOOKUP-LABEL               PIC X(64).

      ** day-number arithmetic: days counted from 1 March of year 0
      ** so the leap day falls at the end of each counting year
       01 DN-YEAR                    PIC S9(9) BINARY.
       01 DN-MONTH                   PIC S9(9) BINARY.
       01 DN-DAY                     PIC S9(9) BINARY.
       01 DN-QUOTIENT-4              PIC S9(9) BINARY.
       01 DN-QUOTIENT-100            PIC S9(9) BINARY.
       01 DN-QUOTIENT-400            PIC S9(9) BINARY.
       01 DN-MONTH-DAYS              PIC S9(9) BINARY.
       01 DAY-NUMBER                 PIC S9(9) BINARY.
       01 TODAY-DAY-NUMBER           PIC S9(9) BINARY.
       01 WS-DATE                    PIC 9(8).
       01 DATE-DIGITS                PIC X(8).
       01 DATE-VALUE REDEFINES DATE-DIGITS.
          05 DATE-YEAR                PIC 9(4).
          05 DATE-MONTH               PIC 9(2).
          05 DATE-DAY                 PIC 9(2).

       01 BAND-TEXT                  PIC X(8).
       01 DISPLAY-DAYS               PIC -(6)9.
       01 DISPLAY-COUNT              PIC Z(6)9.
       01 REPORT-LINE                PIC X(132).

       01 EXPIRING-COUNT             PIC 9(7) VALUE 0.
       01 UNREGISTERED-COUNT         PIC 9(7) VALUE 0.
       01 UNUSED-COUNT               PIC 9(7) VALUE 0.
       01 ALERT-COUNT                PIC 9(7) VALUE 0.
       01 SUPPRESSED-COUNT           PIC 9(7) VALUE 0.

      * Shared maintenance-window check interface - consulted before
      * an alert is broadcast
       01 MY-WINDOW-CHECK.
          COPY MWCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0TLS0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0TLS0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-DATE TO DATE-DIGITS.
           PERFORM DATEDN.
           MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.

           OPEN INPUT CHANNEL-EXTRACT.
           IF CHANNEL-EXTRACT-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open channel extract file CHANEXT.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOADREG.
           PERFORM LOADSTATE.

      ****************************************************************
      *                                                              *
      *   Resolve every TLS channel in the extract to its register   *
      *   entry                                                      *
      *                                                              *
      ****************************************************************
           MOVE 'N' TO END-OF-FILE-SWITCH.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANNEL-EXTRACT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
             AND CE-SSL-CIPHER-SPEC IS NOT EQUAL TO SPACES
               PERFORM ADDCHL
             END-IF
           END-PERFORM.
           CLOSE CHANNEL-EXTRACT.

           OPEN OUTPUT CERTIFICATE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TLS certificate inventory ' WS-DATE
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE CERTIFICATE-REPORT-RECORD FROM REPORT-LINE.

      ****************************************************************
      *                                                              *
      *   Connect to default queue manager                           *
      *                                                              *
      ****************************************************************
           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.

      *      report reason - the inventory is still written, only
      *      the alerts are lost
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONN ended with reason code ' CON-REASON
                 ' - no alerts can be raised'
           END-IF.

           MOVE SPACES TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           MOVE 'Certificates in use' TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           PERFORM VARYING CERTIFICATE-INDEX FROM 1 BY 1
               UNTIL CERTIFICATE-INDEX > CERTIFICATE-COUNT
             IF CT-CHANNEL-COUNT(CERTIFICATE-INDEX) IS GREATER THAN 0
               PERFORM CHKCERT
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *  Disconnect from queue manager (if not previously connected) *
      *                                                              *
      ****************************************************************
      ** only a connection this program made - a failed MQCONN has
      ** nothing to disconnect, an inherited one is not ours to end
           IF CON-REASON IS EQUAL TO MQRC-NONE
             CALL 'MQDISC'
              USING HCONN, COMPLETION-CODE, REASON

      *      report reason, if any
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC ended with reason code ' REASON
             END-IF
           END-IF.

           PERFORM UNREGRPT.
           PERFORM UNUSEDRPT.
           CLOSE CERTIFICATE-REPORT.
           PERFORM SAVESTATE.

           MOVE TLS-CHANNEL-COUNT TO DISPLAY-COUNT.
           DISPLAY DISPLAY-COUNT ' TLS channels, '
               EXPIRING-COUNT ' certificates within 60 days, '
               UNREGISTERED-COUNT ' unregistered, ' UNUSED-COUNT
               ' unused (' ALERT-COUNT ' alerts, ' SUPPRESSED-COUNT
               ' suppressed in maintenance windows)'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE TLS-CHANNEL-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0TLS0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Note one TLS channel and find its certificate              *
      *                                                              *
      ****************************************************************
       ADDCHL.
           IF TLS-CHANNEL-COUNT IS LESS THAN 1000
             ADD 1 TO TLS-CHANNEL-COUNT
             MOVE CE-CHANNEL-NAME
               TO TC-CHANNEL-NAME(TLS-CHANNEL-COUNT)
             MOVE CE-SSL-CIPHER-SPEC
               TO TC-CIPHER-SPEC(TLS-CHANNEL-COUNT)
             IF CE-SSL-CERT-LABEL IS EQUAL TO SPACES
               MOVE 'DEFAULT' TO LOOKUP-LABEL
             ELSE
               MOVE CE-SSL-CERT-LABEL TO LOOKUP-LABEL
             END-IF
             MOVE LOOKUP-LABEL TO TC-CERT-LABEL(TLS-CHANNEL-COUNT)
             PERFORM FINDCERT
             MOVE CERTIFICATE-MATCH-INDEX
               TO TC-CERTIFICATE-INDEX(TLS-CHANNEL-COUNT)
             IF CERTIFICATE-MATCH-INDEX IS GREATER THAN 0
               ADD 1 TO CT-CHANNEL-COUNT(CERTIFICATE-MATCH-INDEX)
             ELSE
               ADD 1 TO UNREGISTERED-COUNT
             END-IF
           ELSE
             DISPLAY 'channel table full - ' CE-CHANNEL-NAME
                 ' skipped'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Report one certificate in use and its channels, alerting   *
      *   when it has come into a band not yet alerted               *
      *                                                              *
      ****************************************************************
       CHKCERT.
           MOVE CT-EXPIRY-DATE(CERTIFICATE-INDEX) TO DATE-DIGITS.
           IF DATE-DIGITS IS NOT NUMERIC
             MOVE 'NO DATE' TO BAND-TEXT
             MOVE 0 TO CT-CURRENT-BAND(CERTIFICATE-INDEX)
             MOVE 0 TO CT-DAYS-LEFT(CERTIFICATE-INDEX)
           ELSE
             PERFORM DATEDN
             COMPUTE CT-DAYS-LEFT(CERTIFICATE-INDEX) =
                 DAY-NUMBER - TODAY-DAY-NUMBER
             EVALUATE TRUE
               WHEN CT-DAYS-LEFT(CERTIFICATE-INDEX) < 0
                 MOVE 4 TO CT-CURRENT-BAND(CERTIFICATE-INDEX)
                 MOVE 'EXPIRED' TO BAND-TEXT
               WHEN CT-DAYS-LEFT(CERTIFICATE-INDEX) NOT > 7
                 MOVE 3 TO CT-CURRENT-BAND(CERTIFICATE-INDEX)
                 MOVE '7 DAYS' TO BAND-TEXT
               WHEN CT-DAYS-LEFT(CERTIFICATE-INDEX) NOT > 30
                 MOVE 2 TO CT-CURRENT-BAND(CERTIFICATE-INDEX)
                 MOVE '30 DAYS' TO BAND-TEXT
               WHEN CT-DAYS-LEFT(CERTIFICATE-INDEX) NOT > 60
                 MOVE 1 TO CT-CURRENT-BAND(CERTIFICATE-INDEX)
                 MOVE '60 DAYS' TO BAND-TEXT
               WHEN OTHER
                 MOVE 0 TO CT-CURRENT-BAND(CERTIFICATE-INDEX)
                 MOVE 'OK' TO BAND-TEXT
             END-EVALUATE
           END-IF.
           IF CT-CURRENT-BAND(CERTIFICATE-INDEX) IS GREATER THAN 0
             ADD 1 TO EXPIRING-COUNT
           END-IF.

           MOVE CT-DAYS-LEFT(CERTIFICATE-INDEX) TO DISPLAY-DAYS.
           MOVE CT-CHANNEL-COUNT(CERTIFICATE-INDEX) TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE CT-CERT-LABEL(CERTIFICATE-INDEX) TO REPORT-LINE(3:40).
           MOVE CT-OWNING-TEAM(CERTIFICATE-INDEX)
             TO REPORT-LINE(44:18).
           MOVE CT-EXPIRY-DATE(CERTIFICATE-INDEX)
             TO REPORT-LINE(63:8).
           MOVE DISPLAY-DAYS TO REPORT-LINE(72:7).
           MOVE ' days ' TO REPORT-LINE(79:6).
           MOVE BAND-TEXT TO REPORT-LINE(85:8).
           MOVE DISPLAY-COUNT TO REPORT-LINE(94:7).
           MOVE ' channels' TO REPORT-LINE(101:9).
           WRITE CERTIFICATE-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'key repository ' TO REPORT-LINE(5:15).
           MOVE CT-KEY-REPOSITORY(CERTIFICATE-INDEX)
             TO REPORT-LINE(20:64).
           WRITE CERTIFICATE-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING TLS-CHANNEL-INDEX FROM 1 BY 1
               UNTIL TLS-CHANNEL-INDEX > TLS-CHANNEL-COUNT
             IF TC-CERTIFICATE-INDEX(TLS-CHANNEL-INDEX) IS EQUAL TO
                 CERTIFICATE-INDEX
               MOVE SPACES TO REPORT-LINE
               MOVE 'channel ' TO REPORT-LINE(5:8)
               MOVE TC-CHANNEL-NAME(TLS-CHANNEL-INDEX)
                 TO REPORT-LINE(13:20)
               MOVE TC-CIPHER-SPEC(TLS-CHANNEL-INDEX)
                 TO REPORT-LINE(34:32)
               WRITE CERTIFICATE-REPORT-RECORD FROM REPORT-LINE
             END-IF
           END-PERFORM.

           IF CT-CURRENT-BAND(CERTIFICATE-INDEX) IS GREATER THAN
               CT-ALERTED-BAND(CERTIFICATE-INDEX)
             PERFORM ALERTCERT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Alert the certificate's new band - unless the certificate  *
      *   sits inside a declared maintenance window, in which case   *
      *   AMQ0MWC0 has already logged the suppression and the band   *
      *   stays unalerted for the next run                           *
      *                                                              *
      ****************************************************************
       ALERTCERT.
           DISPLAY 'EXPIRY: ' CT-CERT-LABEL(CERTIFICATE-INDEX)(1:40)
               ' ' CT-EXPIRY-DATE(CERTIFICATE-INDEX) ' ' BAND-TEXT.
           MOVE 'AMQ0TLS0' TO MWC-SOURCE-PROGRAM.
           MOVE CT-CERT-LABEL(CERTIFICATE-INDEX) TO MWC-OBJECT-NAME.
           CALL 'AMQ0MWC0' USING MWC-CHECK-AREA.
           IF MWC-SUPPRESS-FLAG IS EQUAL TO 'Y'
             ADD 1 TO SUPPRESSED-COUNT
             DISPLAY 'SUPPRESSED: ' CT-CERT-LABEL(CERTIFICATE-INDEX)
                 (1:40) ' inside maintenance window ' MWC-CHANGE-REF
           ELSE
             IF CON-REASON IS NOT EQUAL TO MQRC-NONE
             AND CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
               DISPLAY 'no connection - alert not raised'
             ELSE
               ADD 1 TO ALERT-COUNT
               PERFORM OPSPUT
               MOVE CT-CURRENT-BAND(CERTIFICATE-INDEX)
                 TO CT-ALERTED-BAND(CERTIFICATE-INDEX)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put the structured alert datagram to the operations alert  *
      *   queue - MQPUT1 opens, puts and closes in one call, the     *
      *   same self-contained style AMQMSET2's ALERTPUT uses         *
      *                                                              *
      ****************************************************************
       OPSPUT.
           MOVE 'AMQ0TLS0' TO OPSA-SOURCE-PROGRAM.
           EVALUATE CT-CURRENT-BAND(CERTIFICATE-INDEX)
             WHEN 1
               MOVE 3 TO OPSA-SEVERITY
             WHEN 2
               MOVE 2 TO OPSA-SEVERITY
             WHEN OTHER
               MOVE 1 TO OPSA-SEVERITY
           END-EVALUATE.
           MOVE CT-CERT-LABEL(CERTIFICATE-INDEX) TO OPSA-OBJECT-NAME.
           MOVE 0 TO OPSA-REASON.
           MOVE SPACES TO OPSA-ALERT-TEXT.
           MOVE CT-DAYS-LEFT(CERTIFICATE-INDEX) TO DISPLAY-DAYS.
           MOVE CT-CHANNEL-COUNT(CERTIFICATE-INDEX) TO DISPLAY-COUNT.
           STRING 'cert expires ' CT-EXPIRY-DATE(CERTIFICATE-INDEX)
                  ' days' DISPLAY-DAYS ' channels' DISPLAY-COUNT
                  ' ' CT-OWNING-TEAM(CERTIFICATE-INDEX)
                  DELIMITED BY SIZE
             INTO OPSA-ALERT-TEXT.

           MOVE OPS-ALERT-TOPIC-Q TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE.
           MOVE MQRO-NONE TO MQMD-REPORT.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.

           CALL 'MQPUT1'
            USING HCONN, OBJECT-DESCRIPTOR,
            MESSAGE-DESCRIPTOR, PMOPTIONS,
            OPS-ALERT-LENGTH, OPS-ALERT-MESSAGE,
            COMPLETION-CODE, REASON.

           IF REASON IS NOT EQUAL TO MQRC-NONE
             DISPLAY 'MQPUT1 (ops alert) ended with reason code '
                 REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   List the TLS channels whose label is not registered        *
      *                                                              *
      ****************************************************************
       UNREGRPT.
           MOVE SPACES TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           MOVE 'TLS channels with no register entry'
             TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           PERFORM VARYING TLS-CHANNEL-INDEX FROM 1 BY 1
               UNTIL TLS-CHANNEL-INDEX > TLS-CHANNEL-COUNT
             IF TC-CERTIFICATE-INDEX(TLS-CHANNEL-INDEX) IS EQUAL TO 0
               MOVE SPACES TO REPORT-LINE
               MOVE TC-CHANNEL-NAME(TLS-CHANNEL-INDEX)
                 TO REPORT-LINE(3:20)
               MOVE TC-CIPHER-SPEC(TLS-CHANNEL-INDEX)
                 TO REPORT-LINE(24:32)
               MOVE TC-CERT-LABEL(TLS-CHANNEL-INDEX)
                 TO REPORT-LINE(57:64)
               WRITE CERTIFICATE-REPORT-RECORD FROM REPORT-LINE
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   List the register entries no channel uses                  *
      *                                                              *
      ****************************************************************
       UNUSEDRPT.
           MOVE SPACES TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           MOVE 'Register entries no channel uses'
             TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           PERFORM VARYING CERTIFICATE-INDEX FROM 1 BY 1
               UNTIL CERTIFICATE-INDEX > CERTIFICATE-COUNT
             IF CT-CHANNEL-COUNT(CERTIFICATE-INDEX) IS EQUAL TO 0
               ADD 1 TO UNUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE CT-CERT-LABEL(CERTIFICATE-INDEX)
                 TO REPORT-LINE(3:40)
               MOVE CT-OWNING-TEAM(CERTIFICATE-INDEX)
                 TO REPORT-LINE(44:18)
               MOVE CT-EXPIRY-DATE(CERTIFICATE-INDEX)
                 TO REPORT-LINE(63:8)
               MOVE CT-KEY-REPOSITORY(CERTIFICATE-INDEX)
                 TO REPORT-LINE(72:60)
               WRITE CERTIFICATE-REPORT-RECORD FROM REPORT-LINE
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Find LOOKUP-LABEL in the register; CERTIFICATE-MATCH-INDEX *
      *   is 0 when it is not there                                  *
      *                                                              *
      ****************************************************************
       FINDCERT.
           MOVE 0 TO CERTIFICATE-MATCH-INDEX.
           PERFORM VARYING CERTIFICATE-INDEX FROM 1 BY 1
               UNTIL CERTIFICATE-INDEX > CERTIFICATE-COUNT
               OR CERTIFICATE-MATCH-INDEX IS GREATER THAN 0
             IF CT-CERT-LABEL(CERTIFICATE-INDEX) IS EQUAL TO
                 LOOKUP-LABEL
               MOVE CERTIFICATE-INDEX TO CERTIFICATE-MATCH-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   DATE-DIGITS (YYYYMMDD) as a day number                     *
      *                                                              *
      ****************************************************************
       DATEDN.
           MOVE DATE-YEAR TO DN-YEAR.
           MOVE DATE-MONTH TO DN-MONTH.
           MOVE DATE-DAY TO DN-DAY.
           PERFORM DAYNUM.

      ****************************************************************
      *                                                              *
      *   Day number of DN-YEAR/DN-MONTH/DN-DAY - the count of days  *
      *   from 1 March of year 0, so consecutive dates always differ *
      *   by exactly one whatever the month or year                  *
      *                                                              *
      ****************************************************************
       DAYNUM.
           IF DN-MONTH IS LESS THAN 3
             SUBTRACT 1 FROM DN-YEAR
             ADD 9 TO DN-MONTH
           ELSE
             SUBTRACT 3 FROM DN-MONTH
           END-IF.
           DIVIDE DN-YEAR BY 4 GIVING DN-QUOTIENT-4.
           DIVIDE DN-YEAR BY 100 GIVING DN-QUOTIENT-100.
           DIVIDE DN-YEAR BY 400 GIVING DN-QUOTIENT-400.
           COMPUTE DN-MONTH-DAYS = DN-MONTH * 153 + 2.
           DIVIDE DN-MONTH-DAYS BY 5 GIVING DN-MONTH-DAYS.
           COMPUTE DAY-NUMBER = DN-YEAR * 365 + DN-QUOTIENT-4
               - DN-QUOTIENT-100 + DN-QUOTIENT-400
               + DN-MONTH-DAYS + DN-DAY - 1.

      ****************************************************************
      *                                                              *
      *   Load the certificate register - without one every TLS      *
      *   channel is reported as unregistered                        *
      *                                                              *
      ****************************************************************
       LOADREG.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CERTIFICATE-REGISTER.
           IF CERTIFICATE-REGISTER-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'no CERTREG.DAT on hand - every TLS channel is '
                 'unregistered'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CERTIFICATE-REGISTER
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF CRG-CERT-LABEL IS NOT EQUAL TO SPACES
                   IF CERTIFICATE-COUNT IS LESS THAN 500
                     ADD 1 TO CERTIFICATE-COUNT
                     MOVE CRG-CERT-LABEL
                       TO CT-CERT-LABEL(CERTIFICATE-COUNT)
                     MOVE CRG-KEY-REPOSITORY
                       TO CT-KEY-REPOSITORY(CERTIFICATE-COUNT)
                     MOVE CRG-OWNING-TEAM
                       TO CT-OWNING-TEAM(CERTIFICATE-COUNT)
                     MOVE CRG-EXPIRY-DATE
                       TO CT-EXPIRY-DATE(CERTIFICATE-COUNT)
                     MOVE 0 TO CT-ALERTED-BAND(CERTIFICATE-COUNT)
                     MOVE 0 TO CT-CURRENT-BAND(CERTIFICATE-COUNT)
                     MOVE 0 TO CT-DAYS-LEFT(CERTIFICATE-COUNT)
                     MOVE 0 TO CT-CHANNEL-COUNT(CERTIFICATE-COUNT)
                   ELSE
                     DISPLAY 'register table full - ' CRG-CERT-LABEL
                         ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF CERTIFICATE-REGISTER-STATUS IS EQUAL TO '00'
           OR CERTIFICATE-REGISTER-STATUS IS EQUAL TO '10'
             CLOSE CERTIFICATE-REGISTER
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the band last alerted for each certificate - kept     *
      *   only while the register still carries the same expiry      *
      *   date, so a renewed certificate is alerted afresh           *
      *                                                              *
      ****************************************************************
       LOADSTATE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CERTIFICATE-STATE-FILE.
           IF CERTIFICATE-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CERTIFICATE-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 MOVE CST-CERT-LABEL TO LOOKUP-LABEL
                 PERFORM FINDCERT
                 IF CERTIFICATE-MATCH-INDEX IS GREATER THAN 0
                   IF CT-EXPIRY-DATE(CERTIFICATE-MATCH-INDEX) IS
                       EQUAL TO CST-EXPIRY-DATE
                   AND CST-ALERTED-BAND IS NUMERIC
                     MOVE CST-ALERTED-BAND
                       TO CT-ALERTED-BAND(CERTIFICATE-MATCH-INDEX)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF CERTIFICATE-STATE-STATUS IS EQUAL TO '00'
           OR CERTIFICATE-STATE-STATUS IS EQUAL TO '10'
             CLOSE CERTIFICATE-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite the alerted bands                                  *
      *                                                              *
      ****************************************************************
       SAVESTATE.
           OPEN OUTPUT CERTIFICATE-STATE-FILE.
           IF CERTIFICATE-STATE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to rewrite CERTSTATE.DAT, file status '
                 CERTIFICATE-STATE-STATUS
           ELSE
             PERFORM VARYING CERTIFICATE-INDEX FROM 1 BY 1
                 UNTIL CERTIFICATE-INDEX > CERTIFICATE-COUNT
               IF CT-ALERTED-BAND(CERTIFICATE-INDEX) IS GREATER THAN 0
                 MOVE SPACES TO CERTIFICATE-STATE-RECORD
                 MOVE CT-CERT-LABEL(CERTIFICATE-INDEX)
                   TO CST-CERT-LABEL
                 MOVE CT-EXPIRY-DATE(CERTIFICATE-INDEX)
                   TO CST-EXPIRY-DATE
                 MOVE CT-ALERTED-BAND(CERTIFICATE-INDEX)
                   TO CST-ALERTED-BAND
                 WRITE CERTIFICATE-STATE-RECORD
               END-IF
             END-PERFORM
             CLOSE CERTIFICATE-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0TLS0                                              *
      *                                                              *
      ****************************************************************
