       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0SIE0                                       *
      *                                                              *
      * Description: Security event feed extractor for the corporate *
      *              SIEM                                            *
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
      *   AMQ0SIE0 gathers the suite's security-relevant events from *
      *   its audit files into one normalised feed, SIEMFEED.DAT,    *
      *   for the corporate SIEM to ingest.  Every event, whatever   *
      *   its source, is one '|'-delimited record of fixed-width     *
      *   fields: timestamp, source program, user, object, action,   *
      *   outcome and reason.  The sources are:                      *
      *                                                              *
      *      -- MSETAUD.DAT, the REJAUTH records AMQMSET2 writes for *
      *         unauthorized requests (user id in the reply-queue    *
      *         column)                                              *
      *                                                              *
      *      -- CTMAUD.DAT, every AMQ0CTM0 control-file change and   *
      *         rejection                                            *
      *                                                              *
      *      -- SECAUD.DAT, every AMQ0SEC0 security-exit proposal,   *
      *         apply, verify failure and freeze refusal             *
      *                                                              *
      *      -- TEVFAIL.DAT, every AMQ0TEV0 chain-verification       *
      *         failure                                              *
      *                                                              *
      *      -- RCTREVK.DAT, the AMQ0RCT0 access revocations         *
      *                                                              *
      *      -- PRGTOK.DAT, every AMQ0PRG0 purge approval token use  *
      *         and refusal                                          *
      *                                                              *
      *   SIEMCKPT.DAT records, per source file, the timestamp of    *
      *   the last record passed - sent, or read and not an event -  *
      *   and how many records carried exactly that timestamp.  A    *
      *   run sends only the events that lie beyond that point, so   *
      *   nothing is sent twice and nothing is skipped when AMQ0HSK0 *
      *   trims a file's head - the position is a time, not a record *
      *   number.  A file whose oldest remaining record is later     *
      *   than its checkpoint was trimmed past records never read; a *
      *   GAP event is written to the feed so the SIEM sees the      *
      *   loss.  The revocation worklist is rewritten whole by every *
      *   AMQ0RCT0 APPLY pass, so it is never gap-checked.           *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the run mode and work out the cutoff          *
      *         load the checkpoint                                  *
      *         for each source file, send every event after the     *
      *           checkpoint and before the cutoff                   *
      *         rewrite the checkpoint                               *
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
      *   AMQ0SIE0 parameters: run mode DAILY or INCR (1st           *
      *   command-line argument, default DAILY).  DAILY sends every  *
      *   event up to the end of yesterday; INCR sends everything    *
      *   on file, for intra-day runs.  SIEMFEED.DAT is rewritten    *
      *   by every run and must be collected before the next one     *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0SIE0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the audit file being read - each source in turn
           SELECT SOURCE-FILE ASSIGN TO SOURCE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SOURCE-FILE-STATUS.

      ** how far each source has been sent
           SELECT CHECKPOINT-FILE ASSIGN TO 'SIEMCKPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHECKPOINT-FILE-STATUS.

      ** the normalised feed the SIEM collects
           SELECT SIEM-FEED ASSIGN TO 'SIEMFEED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SIEM-FEED-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01 SOURCE-RECORD                PIC X(200).

       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
          05 CKPT-REC-FILE-NAME        PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 CKPT-REC-LAST-TIMESTAMP   PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 CKPT-REC-SENT-AT-LAST     PIC 9(7).

       FD  SIEM-FEED.
       01 SIEM-FEED-RECORD             PIC X(260).

       WORKING-STORAGE SECTION.
       01 SOURCE-FILE-STATUS         PIC XX VALUE '00'.
       01 CHECKPOINT-FILE-STATUS     PIC XX VALUE '00'.
       01 SIEM-FEED-STATUS           PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

       01 SOURCE-FILE-NAME           PIC X(30) VALUE SPACES.
       01 PARM-RUN-MODE              PIC X(8) VALUE SPACES.

      ** the source files, where each keeps its timestamp, and
      ** whether a head trim can be detected in it
       01 SOURCE-DEFINITION-TABLE.
          02 FILLER                  PIC X(16)
              VALUE 'MSETAUD.DAT 001Y'.
          02 FILLER                  PIC X(16)
              VALUE 'CTMAUD.DAT  001Y'.
          02 FILLER                  PIC X(16)
              VALUE 'SECAUD.DAT  001Y'.
          02 FILLER                  PIC X(16)
              VALUE 'TEVFAIL.DAT 001Y'.
          02 FILLER                  PIC X(16)
              VALUE 'RCTREVK.DAT 084N'.
          02 FILLER                  PIC X(16)
              VALUE 'PRGTOK.DAT  001Y'.
       01 SOURCE-DEFINITION-LIST REDEFINES SOURCE-DEFINITION-TABLE.
          02 SOURCE-DEFINITION OCCURS 6 TIMES.
             05 SD-FILE-NAME          PIC X(12).
             05 SD-TIMESTAMP-COLUMN   PIC 9(3).
             05 SD-GAP-CHECK-FLAG     PIC X(1).
       01 SOURCE-COUNT               PIC S9(9) BINARY VALUE 6.
       01 SOURCE-INDEX               PIC S9(9) BINARY.

      ** each source's checkpoint, in SOURCE-DEFINITION order: as
      ** loaded, then as advanced by this run
       01 SOURCE-POSITION-TABLE.
          02 SOURCE-POSITION OCCURS 6 TIMES.
             05 SP-LAST-TIMESTAMP     PIC X(17).
             05 SP-SENT-AT-LAST       PIC 9(7).
             05 SP-NEW-TIMESTAMP      PIC X(17).
             05 SP-NEW-SENT-AT-LAST   PIC 9(7).
             05 SP-SENT-COUNT         PIC 9(7).

      ** the walk along one source
       01 RECORD-TIMESTAMP           PIC X(17).
       01 SEEN-AT-LAST-COUNT         PIC 9(7).
       01 FIRST-RECORD-SWITCH        PIC X VALUE 'N'.
       01 EVENT-WANTED-SWITCH        PIC X VALUE 'N'.

      ** DAILY sends only what is older than today's midnight
       01 CUTOFF-TIMESTAMP           PIC X(17).
       01 RUN-TIMESTAMP              PIC X(17).
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).

      ** the source record layouts, overlaid on SOURCE-RECORD
       01 INHIBIT-AUDIT-LAYOUT.
          05 AUDIT-LOG-TIMESTAMP      PIC X(17).
          05 FILLER                   PIC X.
          05 AUDIT-LOG-QUEUE-NAME     PIC X(40).
          05 FILLER                   PIC X.
          05 AUDIT-LOG-ACTION         PIC X(7).
          05 FILLER                   PIC X.
          05 AUDIT-LOG-SCOPE          PIC X(4).
          05 FILLER                   PIC X.
          05 AUDIT-LOG-REPLYTOQ       PIC X(48).
          05 FILLER                   PIC X(80).

       01 MAINT-AUDIT-LAYOUT.
          05 MA-TIMESTAMP             PIC X(17).
          05 FILLER                   PIC X.
          05 MA-OPERATOR-ID           PIC X(12).
          05 FILLER                   PIC X.
          05 MA-FUNCTION              PIC X(6).
          05 FILLER                   PIC X.
          05 MA-FILE-KEYWORD          PIC X(6).
          05 FILLER                   PIC X.
          05 MA-ENTRY-NAME            PIC X(48).
          05 FILLER                   PIC X.
          05 MA-OUTCOME               PIC X(30).
          05 FILLER                   PIC X(76).

       01 SEC-AUDIT-LAYOUT.
          05 SA-TIMESTAMP             PIC X(17).
          05 FILLER                   PIC X.
          05 SA-OPERATOR-ID           PIC X(12).
          05 FILLER                   PIC X.
          05 SA-RUN-MODE              PIC X(8).
          05 FILLER                   PIC X.
          05 SA-CHANNEL-NAME          PIC X(20).
          05 FILLER                   PIC X.
          05 SA-NEW-EXIT              PIC X(32).
          05 FILLER                   PIC X.
          05 SA-OUTCOME               PIC X(18).
          05 FILLER                   PIC X.
          05 SA-REASON                PIC X(20).
          05 FILLER                   PIC X(67).

       01 FAILURE-LOG-LAYOUT.
          05 TF-TIMESTAMP             PIC X(17).
          05 FILLER                   PIC X.
          05 TF-FILE-NAME             PIC X(12).
          05 FILLER                   PIC X.
          05 TF-FAILURE-TYPE          PIC X(7).
          05 FILLER                   PIC X.
          05 TF-DETAIL                PIC X(70).
          05 FILLER                   PIC X(91).

       01 REVOCATION-LAYOUT.
          05 RVK-ENTRY-TYPE           PIC X(8).
          05 FILLER                   PIC X.
          05 RVK-ENTRY-KEY            PIC X(60).
          05 FILLER                   PIC X.
          05 RVK-DECIDED-BY           PIC X(12).
          05 FILLER                   PIC X.
          05 RVK-DECIDED-AT           PIC X(17).
          05 FILLER                   PIC X(100).

       01 TOKEN-USE-LAYOUT.
          05 TU-TIMESTAMP             PIC X(17).
          05 FILLER                   PIC X.
          05 TU-QUEUE-NAME            PIC X(48).
          05 FILLER                   PIC X.
          05 TU-CHANGE-NUMBER         PIC X(12).
          05 FILLER                   PIC X.
          05 TU-OPERATOR-ID           PIC X(12).
          05 FILLER                   PIC X.
          05 TU-OUTCOME               PIC X(8).
          05 FILLER                   PIC X.
          05 TU-PURGED-COUNT          PIC 9(7).
          05 FILLER                   PIC X.
          05 TU-REASON                PIC X(20).
          05 FILLER                   PIC X(70).

      ** one normalised feed record
       01 SIEM-EVENT.
          05 SE-TIMESTAMP             PIC X(17).
          05 FILLER                   PIC X VALUE '|'.
          05 SE-SOURCE-PROGRAM        PIC X(8).
          05 FILLER                   PIC X VALUE '|'.
          05 SE-USER-ID               PIC X(12).
          05 FILLER                   PIC X VALUE '|'.
          05 SE-OBJECT-NAME           PIC X(60).
          05 FILLER                   PIC X VALUE '|'.
          05 SE-ACTION                PIC X(12).
          05 FILLER                   PIC X VALUE '|'.
          05 SE-OUTCOME               PIC X(14).
          05 FILLER                   PIC X VALUE '|'.
          05 SE-REASON                PIC X(70).

       01 PURGED-COUNT-DISPLAY       PIC Z(6)9.
       01 SENT-COUNT                 PIC 9(7) VALUE 0.
       01 GAP-COUNT                  PIC 9(5) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0SIE0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0SIE0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-RUN-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-RUN-MODE
           END-ACCEPT.
           IF PARM-RUN-MODE IS EQUAL TO SPACES
             MOVE 'DAILY' TO PARM-RUN-MODE
           END-IF.
           IF PARM-RUN-MODE IS NOT EQUAL TO 'DAILY'
           AND PARM-RUN-MODE IS NOT EQUAL TO 'INCR'
             DISPLAY 'run mode must be DAILY or INCR, not '
                 PARM-RUN-MODE
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).
           IF PARM-RUN-MODE IS EQUAL TO 'DAILY'
             MOVE WS-DATE TO CUTOFF-TIMESTAMP(1:8)
             MOVE '-00000000' TO CUTOFF-TIMESTAMP(9:9)
           ELSE
             MOVE HIGH-VALUES TO CUTOFF-TIMESTAMP
           END-IF.

           PERFORM LOADCKPT.

           OPEN OUTPUT SIEM-FEED.
           IF SIEM-FEED-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open SIEM feed SIEMFEED.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > SOURCE-COUNT
             PERFORM EXTRACT1
           END-PERFORM.

           CLOSE SIEM-FEED.

      ** the checkpoint moves only once the feed is safely closed
           PERFORM SAVECKPT.

           DISPLAY SENT-COUNT ' security events written to '
               'SIEMFEED.DAT, ' GAP-COUNT ' source file(s) trimmed '
               'past unsent events'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE SENT-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0SIE0 end'.
           IF GAP-COUNT IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Send one source file's events beyond its checkpoint        *
      *                                                              *
      ****************************************************************
       EXTRACT1.
           MOVE SD-FILE-NAME(SOURCE-INDEX) TO SOURCE-FILE-NAME.
           MOVE SP-LAST-TIMESTAMP(SOURCE-INDEX)
             TO SP-NEW-TIMESTAMP(SOURCE-INDEX).
           MOVE SP-SENT-AT-LAST(SOURCE-INDEX)
             TO SP-NEW-SENT-AT-LAST(SOURCE-INDEX).
           MOVE 0 TO SP-SENT-COUNT(SOURCE-INDEX).
           MOVE 0 TO SEEN-AT-LAST-COUNT.
           MOVE 'Y' TO FIRST-RECORD-SWITCH.

           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY SD-FILE-NAME(SOURCE-INDEX) ' not on hand '
                 '(file status ' SOURCE-FILE-STATUS ') - nothing sent'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ SOURCE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 PERFORM JUDGE1
             END-READ
           END-PERFORM.
           IF SOURCE-FILE-STATUS IS EQUAL TO '00'
           OR SOURCE-FILE-STATUS IS EQUAL TO '10'
             CLOSE SOURCE-FILE
           END-IF.
           DISPLAY SD-FILE-NAME(SOURCE-INDEX) ' '
               SP-SENT-COUNT(SOURCE-INDEX) ' event(s) sent'.

      ****************************************************************
      *                                                              *
      *   Judge one source record: skip anything that is not dated   *
      *   or is after the cutoff; a record beyond the checkpoint     *
      *   is sent if it is an event, and advances the position       *
      *   either way                                                 *
      *                                                              *
      ****************************************************************
       JUDGE1.
           MOVE SOURCE-RECORD(SD-TIMESTAMP-COLUMN(SOURCE-INDEX):17)
             TO RECORD-TIMESTAMP.
      **   seal records, headers and lines written before the time
      **   was captured carry no timestamp and are never events
           IF RECORD-TIMESTAMP(1:8) IS NUMERIC
           AND RECORD-TIMESTAMP(9:1) IS EQUAL TO '-'
             IF FIRST-RECORD-SWITCH IS EQUAL TO 'Y'
               MOVE 'N' TO FIRST-RECORD-SWITCH
               IF SD-GAP-CHECK-FLAG(SOURCE-INDEX) IS EQUAL TO 'Y'
               AND SP-LAST-TIMESTAMP(SOURCE-INDEX)
                   IS NOT EQUAL TO SPACES
               AND RECORD-TIMESTAMP IS GREATER THAN
                   SP-LAST-TIMESTAMP(SOURCE-INDEX)
                 PERFORM GAPEVT
               END-IF
             END-IF
             IF RECORD-TIMESTAMP IS LESS THAN CUTOFF-TIMESTAMP
               PERFORM SENDCHK
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Decide whether a record is beyond the checkpoint: later    *
      *   than the last timestamp passed, or at that timestamp but   *
      *   past the number already passed at it.  Such a record is    *
      *   sent when it is an event; the position moves past it       *
      *   whether it is or not, so a trimmed head of records that    *
      *   were never events is not taken for a gap                   *
      *                                                              *
      ****************************************************************
       SENDCHK.
           IF RECORD-TIMESTAMP IS EQUAL TO
               SP-LAST-TIMESTAMP(SOURCE-INDEX)
             ADD 1 TO SEEN-AT-LAST-COUNT
             IF SEEN-AT-LAST-COUNT IS GREATER THAN
                 SP-SENT-AT-LAST(SOURCE-INDEX)
               PERFORM PASSREC
             END-IF
           ELSE
             IF RECORD-TIMESTAMP IS GREATER THAN
                 SP-LAST-TIMESTAMP(SOURCE-INDEX)
             OR SP-LAST-TIMESTAMP(SOURCE-INDEX) IS EQUAL TO SPACES
               PERFORM PASSREC
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Pass one record beyond the checkpoint: send it if it is an *
      *   event, and advance the source's position past it           *
      *                                                              *
      ****************************************************************
       PASSREC.
           PERFORM WANTED.
           IF EVENT-WANTED-SWITCH IS EQUAL TO 'Y'
             PERFORM SENDEVT
           END-IF.
           IF RECORD-TIMESTAMP IS EQUAL TO
               SP-NEW-TIMESTAMP(SOURCE-INDEX)
             ADD 1 TO SP-NEW-SENT-AT-LAST(SOURCE-INDEX)
           ELSE
             IF RECORD-TIMESTAMP IS GREATER THAN
                 SP-NEW-TIMESTAMP(SOURCE-INDEX)
             OR SP-NEW-TIMESTAMP(SOURCE-INDEX) IS EQUAL TO SPACES
               MOVE RECORD-TIMESTAMP
                 TO SP-NEW-TIMESTAMP(SOURCE-INDEX)
               MOVE 1 TO SP-NEW-SENT-AT-LAST(SOURCE-INDEX)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Only the security-relevant records of a source are         *
      *   events - from the inhibit audit log, the REJAUTH           *
      *   rejections                                                 *
      *                                                              *
      ****************************************************************
       WANTED.
           MOVE 'Y' TO EVENT-WANTED-SWITCH.
           IF SOURCE-INDEX IS EQUAL TO 1
             MOVE SOURCE-RECORD TO INHIBIT-AUDIT-LAYOUT
             IF AUDIT-LOG-ACTION IS NOT EQUAL TO 'REJAUTH'
               MOVE 'N' TO EVENT-WANTED-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Normalise one source record into the feed                  *
      *                                                              *
      ****************************************************************
       SENDEVT.
           MOVE RECORD-TIMESTAMP TO SE-TIMESTAMP.
           MOVE SPACES TO SE-USER-ID.
           MOVE SPACES TO SE-OBJECT-NAME.
           MOVE SPACES TO SE-REASON.
           EVALUATE SOURCE-INDEX
             WHEN 1
               MOVE SOURCE-RECORD TO INHIBIT-AUDIT-LAYOUT
               MOVE 'AMQMSET2' TO SE-SOURCE-PROGRAM
               MOVE AUDIT-LOG-REPLYTOQ TO SE-USER-ID
               MOVE AUDIT-LOG-QUEUE-NAME TO SE-OBJECT-NAME
               MOVE 'MQSET' TO SE-ACTION
               MOVE 'REJECTED' TO SE-OUTCOME
               STRING 'NOT AUTHORIZED FOR THE QUEUE - SCOPE '
                      AUDIT-LOG-SCOPE
                      DELIMITED BY SIZE
                 INTO SE-REASON
             WHEN 2
               MOVE SOURCE-RECORD TO MAINT-AUDIT-LAYOUT
               MOVE 'AMQ0CTM0' TO SE-SOURCE-PROGRAM
               MOVE MA-OPERATOR-ID TO SE-USER-ID
               STRING MA-FILE-KEYWORD DELIMITED BY SPACE
                      ' ' MA-ENTRY-NAME DELIMITED BY SIZE
                 INTO SE-OBJECT-NAME
               MOVE MA-FUNCTION TO SE-ACTION
               IF MA-OUTCOME IS EQUAL TO 'APPLIED'
                 MOVE 'APPLIED' TO SE-OUTCOME
               ELSE
                 MOVE 'REJECTED' TO SE-OUTCOME
                 MOVE MA-OUTCOME TO SE-REASON
               END-IF
             WHEN 3
               MOVE SOURCE-RECORD TO SEC-AUDIT-LAYOUT
               MOVE 'AMQ0SEC0' TO SE-SOURCE-PROGRAM
               MOVE SA-OPERATOR-ID TO SE-USER-ID
               MOVE SA-CHANNEL-NAME TO SE-OBJECT-NAME
               MOVE SA-RUN-MODE TO SE-ACTION
               MOVE SA-OUTCOME TO SE-OUTCOME
               IF SA-REASON IS EQUAL TO SPACES
                 STRING 'SECURITY EXIT ' SA-NEW-EXIT
                        DELIMITED BY SIZE
                   INTO SE-REASON
               ELSE
                 MOVE SA-REASON TO SE-REASON
               END-IF
             WHEN 4
               MOVE SOURCE-RECORD TO FAILURE-LOG-LAYOUT
               MOVE 'AMQ0TEV0' TO SE-SOURCE-PROGRAM
               MOVE TF-FILE-NAME TO SE-OBJECT-NAME
               MOVE 'VERIFY' TO SE-ACTION
               MOVE TF-FAILURE-TYPE TO SE-OUTCOME
               MOVE TF-DETAIL TO SE-REASON
             WHEN 5
               MOVE SOURCE-RECORD TO REVOCATION-LAYOUT
               MOVE 'AMQ0RCT0' TO SE-SOURCE-PROGRAM
               MOVE RVK-DECIDED-BY TO SE-USER-ID
               MOVE RVK-ENTRY-KEY TO SE-OBJECT-NAME
               MOVE 'REVOKE' TO SE-ACTION
               MOVE 'DECIDED' TO SE-OUTCOME
               STRING RVK-ENTRY-TYPE ' ACCESS NOT RECERTIFIED'
                      DELIMITED BY SIZE
                 INTO SE-REASON
             WHEN 6
               MOVE SOURCE-RECORD TO TOKEN-USE-LAYOUT
               MOVE 'AMQ0PRG0' TO SE-SOURCE-PROGRAM
               MOVE TU-OPERATOR-ID TO SE-USER-ID
               MOVE TU-QUEUE-NAME TO SE-OBJECT-NAME
               MOVE 'PURGE' TO SE-ACTION
               MOVE TU-OUTCOME TO SE-OUTCOME
               IF TU-OUTCOME IS EQUAL TO 'USED'
                 MOVE TU-PURGED-COUNT TO PURGED-COUNT-DISPLAY
                 STRING 'TOKEN ' TU-CHANGE-NUMBER ' '
                        PURGED-COUNT-DISPLAY ' MESSAGES PURGED'
                        DELIMITED BY SIZE
                   INTO SE-REASON
               ELSE
                 STRING 'TOKEN ' TU-CHANGE-NUMBER ' ' TU-REASON
                        DELIMITED BY SIZE
                   INTO SE-REASON
               END-IF
           END-EVALUATE.
           WRITE SIEM-FEED-RECORD FROM SIEM-EVENT.
           ADD 1 TO SENT-COUNT.
           ADD 1 TO SP-SENT-COUNT(SOURCE-INDEX).

      ****************************************************************
      *                                                              *
      *   The file's head was trimmed past its checkpoint - events   *
      *   between the two were never sent; tell the SIEM             *
      *                                                              *
      ****************************************************************
       GAPEVT.
           ADD 1 TO GAP-COUNT.
           DISPLAY SD-FILE-NAME(SOURCE-INDEX) ' trimmed past its '
               'checkpoint ' SP-LAST-TIMESTAMP(SOURCE-INDEX)
               ' - events up to ' RECORD-TIMESTAMP ' may be lost'.
           MOVE RUN-TIMESTAMP TO SE-TIMESTAMP.
           MOVE 'AMQ0SIE0' TO SE-SOURCE-PROGRAM.
           MOVE SPACES TO SE-USER-ID.
           MOVE SD-FILE-NAME(SOURCE-INDEX) TO SE-OBJECT-NAME.
           MOVE 'EXTRACT' TO SE-ACTION.
           MOVE 'GAP' TO SE-OUTCOME.
           MOVE SPACES TO SE-REASON.
           STRING 'HEAD TRIMMED - LAST SENT '
                  SP-LAST-TIMESTAMP(SOURCE-INDEX)
                  ' NOW FIRST ' RECORD-TIMESTAMP
                  DELIMITED BY SIZE
             INTO SE-REASON.
           WRITE SIEM-FEED-RECORD FROM SIEM-EVENT.
           ADD 1 TO SENT-COUNT.

      ****************************************************************
      *                                                              *
      *   Load the checkpoint - a missing file means nothing has     *
      *   been sent yet                                              *
      *                                                              *
      ****************************************************************
       LOADCKPT.
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > SOURCE-COUNT
             MOVE SPACES TO SP-LAST-TIMESTAMP(SOURCE-INDEX)
             MOVE 0 TO SP-SENT-AT-LAST(SOURCE-INDEX)
           END-PERFORM.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHECKPOINT-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
                     UNTIL SOURCE-INDEX > SOURCE-COUNT
                   IF SD-FILE-NAME(SOURCE-INDEX) IS EQUAL TO
                       CKPT-REC-FILE-NAME
                     MOVE CKPT-REC-LAST-TIMESTAMP
                       TO SP-LAST-TIMESTAMP(SOURCE-INDEX)
                     MOVE CKPT-REC-SENT-AT-LAST
                       TO SP-SENT-AT-LAST(SOURCE-INDEX)
                     MOVE SOURCE-COUNT TO SOURCE-INDEX
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           IF CHECKPOINT-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE CHECKPOINT-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite the checkpoint with every source's new position    *
      *                                                              *
      ****************************************************************
       SAVECKPT.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > SOURCE-COUNT
             MOVE SPACES TO CHECKPOINT-RECORD
             MOVE SD-FILE-NAME(SOURCE-INDEX) TO CKPT-REC-FILE-NAME
             MOVE SP-NEW-TIMESTAMP(SOURCE-INDEX)
               TO CKPT-REC-LAST-TIMESTAMP
             MOVE SP-NEW-SENT-AT-LAST(SOURCE-INDEX)
               TO CKPT-REC-SENT-AT-LAST
             WRITE CHECKPOINT-RECORD
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.

      ****************************************************************
      *                                                              *
      * END OF AMQ0SIE0                                              *
      *                                                              *
      ****************************************************************
