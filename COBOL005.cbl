      *                                                              *
      * Description: Sample COBOL program that reports a channel     *
      *              inventory (name, type, transport, batch size,    *
      *              retry counts, heartbeat interval, maximum        *
      *              message length) from an MQCD channel-definition  *
      *              extract                                          *
      *                                                              *
      *  Statement:     Licensed Materials - Property of IBM         *
      *                                                              *
      *      -- channel type and transport type codes are translated  *
      *         to short mnemonics (SDR/SVR/RCVR/CLNTCONN, TCP/LU62)   *
      *                                                              *
      *      -- the extract also carries each channel's TLS cipher   *
      *         spec and certificate label; the cipher spec is       *
      *         reported, blank for a channel without TLS (AMQ0TLS0  *
      *         joins the labels to the certificate register)        *
      *                                                              *
      *    Program logic:                                            *
      *         open the channel extract and the inventory report     *
      *         write the report column header                        *
          05 CE-SHORT-RETRY-COUNT      PIC 9(9).
          05 CE-LONG-RETRY-COUNT       PIC 9(9).
          05 CE-HEARTBEAT-INTERVAL     PIC 9(9).
          05 CE-MAX-MSG-LENGTH         PIC 9(9).
          05 CE-SSL-CIPHER-SPEC        PIC X(32).
          05 CE-SSL-CERT-LABEL         PIC X(64).

       FD  CHANNEL-REPORT.
       01 CHANNEL-REPORT-RECORD.
          05 CR-LONG-RETRY             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X VALUE SPACE.
          05 CR-HEARTBEAT              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X VALUE SPACE.
          05 CR-MAX-MSG-LENGTH         PIC ZZZZZZZZ9.
          05 FILLER                   PIC X VALUE SPACE.
          05 CR-SSL-CIPHER-SPEC        PIC X(32).

       WORKING-STORAGE SECTION.
      *
           MOVE 'CHANNEL' TO CR-CHANNEL-NAME.
           MOVE 'TYPE' TO CR-CHANNEL-TYPE.
           MOVE 'XPORT' TO CR-TRANSPORT-TYPE.
           MOVE 'TLS CIPHER' TO CR-SSL-CIPHER-SPEC.
           WRITE CHANNEL-REPORT-RECORD.
           DISPLAY 'channel name         type     xport    batch  '
               'shtry    lgtry    hbeat    maxmsgl   tls cipher'.

      ****************************************************************
      *                                                              *
           MOVE CE-SHORT-RETRY-COUNT TO MQCD-SHORTRETRYCOUNT.
           MOVE CE-LONG-RETRY-COUNT TO MQCD-LONGRETRYCOUNT.
           MOVE CE-HEARTBEAT-INTERVAL TO MQCD-HEARTBEATINTERVAL.
      ** an extract written before the column existed carries no
      ** maximum message length - reported as zero
           IF CE-MAX-MSG-LENGTH IS NUMERIC
             MOVE CE-MAX-MSG-LENGTH TO MQCD-MAXMSGLENGTH
           ELSE
             MOVE 0 TO MQCD-MAXMSGLENGTH
           END-IF.

           EVALUATE MQCD-CHANNELTYPE
             WHEN MQCHT-SENDER
           MOVE MQCD-SHORTRETRYCOUNT TO CR-SHORT-RETRY.
           MOVE MQCD-LONGRETRYCOUNT TO CR-LONG-RETRY.
           MOVE MQCD-HEARTBEATINTERVAL TO CR-HEARTBEAT.
           MOVE MQCD-MAXMSGLENGTH TO CR-MAX-MSG-LENGTH.
      ** blank for a channel without TLS, and for an extract written
      ** before the TLS columns existed
           MOVE CE-SSL-CIPHER-SPEC TO CR-SSL-CIPHER-SPEC.
           WRITE CHANNEL-REPORT-RECORD.
           DISPLAY CR-CHANNEL-NAME ' ' CHANNEL-TYPE-TEXT ' '
               TRANSPORT-TYPE-TEXT ' ' CR-BATCH-SIZE ' '
               CR-SHORT-RETRY ' ' CR-LONG-RETRY ' ' CR-HEARTBEAT
               ' ' CR-MAX-MSG-LENGTH ' ' CR-SSL-CIPHER-SPEC.

      ****************************************************************
      *                                                              *
