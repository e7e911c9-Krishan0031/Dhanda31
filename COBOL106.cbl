       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0PCN0                                       *
      *                                                              *
      * Description: Producer census and unauthorized producer       *
      *              detection                                       *
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
      *   AMQ0PCN0 finds out which programs and user ids actually    *
      *   put to each business queue and holds them to the expected- *
      *   producer register PRODREG.DAT:                             *
      *                                                              *
      *      -- every Q entry in MQINV.DAT is browsed, up to the     *
      *         sample size of messages, and each message's          *
      *         MQMD-PUTAPPLNAME, MQMD-PUTAPPLTYPE and               *
      *         MQMD-USERIDENTIFIER are tallied per queue            *
      *                                                              *
      *      -- each producer observed is written to the census      *
      *         report PRDCNS.DAT with its message count, marked     *
      *         REGISTERED when PRODREG.DAT allows that put          *
      *         application and user id on that queue and UNKNOWN    *
      *         otherwise.  A register entry of * for the put        *
      *         application or the user id allows any                *
      *                                                              *
      *      -- every UNKNOWN producer is also written to            *
      *         PRDSEED.DAT in the PRODREG.DAT layout, so the first  *
      *         census of a queue seeds the register and each        *
      *         later one lists only what still needs deciding - an  *
      *         operator reviews the seed and appends the entries    *
      *         to keep.  Until PRODREG.DAT exists the census only   *
      *         seeds it and nothing is alerted                      *
      *                                                              *
      *      -- the first time an UNKNOWN producer appears on a      *
      *         critical queue (CRITQ.DAT, the list AMQMSET2 uses) a *
      *         severity-2 alert is put to the OPSALERT bus and the  *
      *         producer recorded in PRDALRT.DAT, so later runs      *
      *         report it without alerting again                     *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the sample size                               *
      *         load PRODREG.DAT, CRITQ.DAT and PRDALRT.DAT          *
      *         MQCONNect to default queue manager                   *
      *         for each MQINV.DAT Q entry, browse up to the sample  *
      *         size of messages and tally their producers           *
      *         write PRDCNS.DAT and PRDSEED.DAT, alerting each new  *
      *         UNKNOWN producer on a critical queue                 *
      *         MQDISConnect, DISPLAY a one-line summary             *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0PCN0 parameters: sample size - the most messages       *
      *   browsed per queue (1st command-line argument, optional,    *
      *   default 100)                                               *
      *   Return code 4 when any UNKNOWN producer was observed       *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0PCN0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the master queue inventory - the business queues to sample
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** the expected-producer register
           SELECT REGISTER-FILE ASSIGN TO 'PRODREG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REGISTER-FILE-STATUS.

      ** configurable list of "critical" queue names, one per line
           SELECT CRITICAL-QUEUE-FILE ASSIGN TO 'CRITQ.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CRITQ-FILE-STATUS.

      ** the unknown producers already alerted, one per line
           SELECT ALERTED-FILE ASSIGN TO 'PRDALRT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERTED-FILE-STATUS.

      ** one record per producer observed this run
           SELECT CENSUS-REPORT ASSIGN TO 'PRDCNS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CENSUS-REPORT-STATUS.

      ** the unknown producers in register layout
           SELECT SEED-FILE ASSIGN TO 'PRDSEED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEED-FILE-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(25).
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(8).
          05 FILLER                    PIC X(9).

       FD  REGISTER-FILE.
       01 REGISTER-RECORD.
          05 PR-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 PR-PUT-APPL-NAME          PIC X(28).
          05 FILLER                    PIC X.
          05 PR-USER-ID                PIC X(12).

       FD  CRITICAL-QUEUE-FILE.
       01 CRITICAL-QUEUE-RECORD        PIC X(48).

       FD  ALERTED-FILE.
       01 ALERTED-RECORD.
          05 PA-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 PA-PUT-APPL-NAME          PIC X(28).
          05 FILLER                    PIC X VALUE SPACE.
          05 PA-USER-ID                PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 PA-FIRST-SEEN             PIC X(17).

       FD  CENSUS-REPORT.
       01 CENSUS-REPORT-RECORD.
          05 PC-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 PC-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 PC-PUT-APPL-TYPE          PIC -(8)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 PC-PUT-APPL-NAME          PIC X(28).
          05 FILLER                    PIC X VALUE SPACE.
          05 PC-USER-ID                PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 PC-MESSAGE-COUNT          PIC Z(6)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 PC-STATUS                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACE.
          05 PC-CRITICAL-FLAG          PIC X(1).

       FD  SEED-FILE.
       01 SEED-RECORD.
          05 PS-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 PS-PUT-APPL-NAME          PIC X(28).
          05 FILLER                    PIC X VALUE SPACE.
          05 PS-USER-ID                PIC X(12).

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
      * Get Message Options
       01 GET-MESSAGE-OPTIONS.
          COPY CMQGMOV.
      * Put message options
       01 PMOPTIONS.
          COPY CMQPMOV.
      * Structured operations alert datagram
       01 MY-OPS-ALERT.
          COPY OPSALERT.
      ** note, sample uses defaults where it can
       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
      ** only the MQMD is wanted - the payload is browsed truncated
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 1.
       01 BUFFER                     PIC X(1).
       01 DATA-LENGTH                PIC S9(9) BINARY.

       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 REGISTER-FILE-STATUS       PIC XX VALUE '00'.
       01 CRITQ-FILE-STATUS          PIC XX VALUE '00'.
       01 ALERTED-FILE-STATUS        PIC XX VALUE '00'.
       01 CENSUS-REPORT-STATUS       PIC XX VALUE '00'.
       01 SEED-FILE-STATUS           PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 END-OF-BROWSE-SWITCH       PIC X VALUE 'N'.

      ** job parameters
       01 PARM-SAMPLE-SIZE           PIC 9(5) VALUE 0.

      ** the expected-producer register
       01 REGISTER-TABLE.
          02 REGISTER-ENTRY OCCURS 1000 TIMES.
             05 RG-QUEUE-NAME         PIC X(48).
             05 RG-PUT-APPL-NAME      PIC X(28).
             05 RG-USER-ID            PIC X(12).
       01 REGISTER-COUNT             PIC S9(9) BINARY VALUE 0.
       01 REGISTER-INDEX             PIC S9(9) BINARY.

      ** the critical queues
       01 CRITICAL-QUEUE-TABLE.
          02 CRITICAL-QUEUE-ENTRY OCCURS 200 TIMES.
             05 CRITQ-T-QUEUE-NAME    PIC X(48).
       01 CRITICAL-QUEUE-COUNT       PIC S9(9) BINARY VALUE 0.
       01 CRITICAL-QUEUE-INDEX       PIC S9(9) BINARY.
       01 CRITICAL-QUEUE-MATCH-SWITCH PIC X VALUE 'N'.

      ** the unknown producers already alerted
       01 ALERTED-TABLE.
          02 ALERTED-ENTRY OCCURS 1000 TIMES.
             05 AL-QUEUE-NAME         PIC X(48).
             05 AL-PUT-APPL-NAME      PIC X(28).
             05 AL-USER-ID            PIC X(12).
       01 ALERTED-COUNT              PIC S9(9) BINARY VALUE 0.
       01 ALERTED-INDEX              PIC S9(9) BINARY.
       01 ALERTED-MATCH-SWITCH       PIC X VALUE 'N'.

      ** the producers observed this run, one entry per queue, put
      ** application, application type and user id
       01 CENSUS-TABLE.
          02 CENSUS-ENTRY OCCURS 2000 TIMES.
             05 CN-QUEUE-NAME         PIC X(48).
             05 CN-PUT-APPL-TYPE      PIC S9(9) BINARY.
             05 CN-PUT-APPL-NAME      PIC X(28).
             05 CN-USER-ID            PIC X(12).
             05 CN-MESSAGE-COUNT      PIC S9(9) BINARY.
       01 CENSUS-COUNT               PIC S9(9) BINARY VALUE 0.
       01 CENSUS-INDEX               PIC S9(9) BINARY.
       01 CENSUS-MATCH               PIC S9(9) BINARY.

       01 REGISTERED-SWITCH          PIC X VALUE 'N'.
       01 REGISTER-PRESENT-SWITCH    PIC X VALUE 'Y'.
       01 SAMPLED-COUNT              PIC S9(9) BINARY.
       01 QUEUE-COUNT                PIC 9(7) VALUE 0.
       01 MESSAGE-COUNT              PIC 9(7) VALUE 0.
       01 UNKNOWN-COUNT              PIC 9(7) VALUE 0.
       01 ALERT-COUNT                PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0PCN0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0PCN0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-SAMPLE-SIZE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-SAMPLE-SIZE
           END-ACCEPT.
           IF PARM-SAMPLE-SIZE IS EQUAL TO 0
             MOVE 100 TO PARM-SAMPLE-SIZE
           END-IF.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).

           PERFORM LOADREG.
           PERFORM LOADCRITQ.
           PERFORM LOADALRT.

           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open master inventory MQINV.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

      ****************************************************************
      *                                                              *
      *   Connect to default queue manager                           *
      *                                                              *
      ****************************************************************
           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.

      *      report reason and stop if it failed
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONN ended with reason code ' CON-REASON
             MOVE CON-REASON TO RETURN-CODE
             GOBACK
             END-IF.

      ****************************************************************
      *                                                              *
      *   Sample every queue in the inventory                        *
      *                                                              *
      ****************************************************************
           MOVE 'N' TO END-OF-FILE-SWITCH.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
               IF QI-ENTRY-TYPE IS NOT EQUAL TO 'P'
               AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
                 PERFORM SAMPLEQ
               END-IF
             END-IF
           END-PERFORM.
           CLOSE INVENTORY-FILE.

      ****************************************************************
      *                                                              *
      *   Report every producer observed against the register        *
      *                                                              *
      ****************************************************************
           OPEN OUTPUT CENSUS-REPORT.
           OPEN OUTPUT SEED-FILE.
           PERFORM VARYING CENSUS-INDEX FROM 1 BY 1
               UNTIL CENSUS-INDEX > CENSUS-COUNT
             PERFORM RPTPROD
           END-PERFORM.
           CLOSE CENSUS-REPORT.
           CLOSE SEED-FILE.

      ****************************************************************
      *                                                              *
      *  Disconnect from queue manager (if not previously connected) *
      *                                                              *
      ****************************************************************
           IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING HCONN, COMPLETION-CODE, REASON

      *      report reason, if any
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC ended with reason code ' REASON
             END-IF
           END-IF.

           DISPLAY QUEUE-COUNT ' queues sampled, ' MESSAGE-COUNT
               ' messages, ' CENSUS-COUNT ' producers, '
               UNKNOWN-COUNT ' unknown, ' ALERT-COUNT ' alerted'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE MESSAGE-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0PCN0 end'.
           IF UNKNOWN-COUNT IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Browse up to the sample size of messages on one inventory  *
      *   queue, tallying the producer of each                       *
      *                                                              *
      ****************************************************************
       SAMPLEQ.
           ADD 1 TO QUEUE-COUNT.
           MOVE QI-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-BROWSE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
      **     alias and remote queues cannot be browsed here
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' QI-QUEUE-NAME
           ELSE
             MOVE 0 TO SAMPLED-COUNT
             MOVE 'N' TO END-OF-BROWSE-SWITCH
             ADD MQGMO-NO-WAIT MQGMO-BROWSE-FIRST
                 MQGMO-ACCEPT-TRUNCATED-MSG
                       GIVING MQGMO-OPTIONS
             MOVE 0 TO MQGMO-WAITINTERVAL
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-BROWSE-SWITCH IS EQUAL TO 'Y'
               MOVE MQMI-NONE TO MQMD-MSGID
               MOVE MQCI-NONE TO MQMD-CORRELID
               CALL 'MQGET'
                USING HCONN, Q-HANDLE,
                MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
                BUFFER-LENGTH, BUFFER, DATA-LENGTH,
                COMPLETION-CODE, REASON
               IF COMPLETION-CODE IS NOT EQUAL TO MQCC-FAILED
                 ADD 1 TO SAMPLED-COUNT
                 ADD 1 TO MESSAGE-COUNT
                 PERFORM TALLYP
                 IF SAMPLED-COUNT IS NOT LESS THAN PARM-SAMPLE-SIZE
                   MOVE 'Y' TO END-OF-BROWSE-SWITCH
                 END-IF
                 ADD MQGMO-NO-WAIT MQGMO-BROWSE-NEXT
                     MQGMO-ACCEPT-TRUNCATED-MSG
                           GIVING MQGMO-OPTIONS
               ELSE
                 MOVE 'Y' TO END-OF-BROWSE-SWITCH
                 IF REASON IS NOT EQUAL TO MQRC-NO-MSG-AVAILABLE
                   DISPLAY 'MQGET (browse) ended with reason code '
                       REASON ' for ' QI-QUEUE-NAME
                 END-IF
               END-IF
             END-PERFORM
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.

      ****************************************************************
      *                                                              *
      *   Count the browsed message against its producer             *
      *                                                              *
      ****************************************************************
       TALLYP.
           MOVE 0 TO CENSUS-MATCH.
           PERFORM VARYING CENSUS-INDEX FROM 1 BY 1
               UNTIL CENSUS-INDEX > CENSUS-COUNT
             IF CN-QUEUE-NAME(CENSUS-INDEX) IS EQUAL TO QI-QUEUE-NAME
             AND CN-PUT-APPL-NAME(CENSUS-INDEX) IS EQUAL TO
                 MQMD-PUTAPPLNAME
             AND CN-PUT-APPL-TYPE(CENSUS-INDEX) IS EQUAL TO
                 MQMD-PUTAPPLTYPE
             AND CN-USER-ID(CENSUS-INDEX) IS EQUAL TO
                 MQMD-USERIDENTIFIER
               MOVE CENSUS-INDEX TO CENSUS-MATCH
               MOVE CENSUS-COUNT TO CENSUS-INDEX
             END-IF
           END-PERFORM.
           IF CENSUS-MATCH IS EQUAL TO 0
             IF CENSUS-COUNT IS LESS THAN 2000
               ADD 1 TO CENSUS-COUNT
               MOVE CENSUS-COUNT TO CENSUS-MATCH
               MOVE QI-QUEUE-NAME TO CN-QUEUE-NAME(CENSUS-MATCH)
               MOVE MQMD-PUTAPPLTYPE TO CN-PUT-APPL-TYPE(CENSUS-MATCH)
               MOVE MQMD-PUTAPPLNAME TO CN-PUT-APPL-NAME(CENSUS-MATCH)
               MOVE MQMD-USERIDENTIFIER TO CN-USER-ID(CENSUS-MATCH)
               MOVE 0 TO CN-MESSAGE-COUNT(CENSUS-MATCH)
             ELSE
               DISPLAY 'census table full - producer '
                   MQMD-PUTAPPLNAME ' on ' QI-QUEUE-NAME ' skipped'
             END-IF
           END-IF.
           IF CENSUS-MATCH IS GREATER THAN 0
             ADD 1 TO CN-MESSAGE-COUNT(CENSUS-MATCH)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Write one census line; an UNKNOWN producer also goes to    *
      *   the seed file, and is alerted the first time it is seen on *
      *   a critical queue                                           *
      *                                                              *
      ****************************************************************
       RPTPROD.
           MOVE 'N' TO REGISTERED-SWITCH.
           PERFORM VARYING REGISTER-INDEX FROM 1 BY 1
               UNTIL REGISTER-INDEX > REGISTER-COUNT
             IF RG-QUEUE-NAME(REGISTER-INDEX) IS EQUAL TO
                 CN-QUEUE-NAME(CENSUS-INDEX)
             AND (RG-PUT-APPL-NAME(REGISTER-INDEX) IS EQUAL TO '*'
               OR RG-PUT-APPL-NAME(REGISTER-INDEX) IS EQUAL TO
                  CN-PUT-APPL-NAME(CENSUS-INDEX))
             AND (RG-USER-ID(REGISTER-INDEX) IS EQUAL TO '*'
               OR RG-USER-ID(REGISTER-INDEX) IS EQUAL TO
                  CN-USER-ID(CENSUS-INDEX))
               MOVE 'Y' TO REGISTERED-SWITCH
               MOVE REGISTER-COUNT TO REGISTER-INDEX
             END-IF
           END-PERFORM.

           MOVE 'N' TO CRITICAL-QUEUE-MATCH-SWITCH.
           PERFORM VARYING CRITICAL-QUEUE-INDEX FROM 1 BY 1
               UNTIL CRITICAL-QUEUE-INDEX > CRITICAL-QUEUE-COUNT
             IF CRITQ-T-QUEUE-NAME(CRITICAL-QUEUE-INDEX) IS EQUAL TO
                 CN-QUEUE-NAME(CENSUS-INDEX)
               MOVE 'Y' TO CRITICAL-QUEUE-MATCH-SWITCH
               MOVE CRITICAL-QUEUE-COUNT TO CRITICAL-QUEUE-INDEX
             END-IF
           END-PERFORM.

           MOVE SPACES TO CENSUS-REPORT-RECORD.
           MOVE RUN-TIMESTAMP TO PC-TIMESTAMP.
           MOVE CN-QUEUE-NAME(CENSUS-INDEX) TO PC-QUEUE-NAME.
           MOVE CN-PUT-APPL-TYPE(CENSUS-INDEX) TO PC-PUT-APPL-TYPE.
           MOVE CN-PUT-APPL-NAME(CENSUS-INDEX) TO PC-PUT-APPL-NAME.
           MOVE CN-USER-ID(CENSUS-INDEX) TO PC-USER-ID.
           MOVE CN-MESSAGE-COUNT(CENSUS-INDEX) TO PC-MESSAGE-COUNT.
           IF REGISTERED-SWITCH IS EQUAL TO 'Y'
             MOVE 'REGISTERED' TO PC-STATUS
           ELSE
             MOVE 'UNKNOWN' TO PC-STATUS
           END-IF.
           IF CRITICAL-QUEUE-MATCH-SWITCH IS EQUAL TO 'Y'
             MOVE 'C' TO PC-CRITICAL-FLAG
           END-IF.
           WRITE CENSUS-REPORT-RECORD.

           IF REGISTERED-SWITCH IS NOT EQUAL TO 'Y'
             ADD 1 TO UNKNOWN-COUNT
             DISPLAY 'UNKNOWN PRODUCER: ' CN-QUEUE-NAME(CENSUS-INDEX)
                 ' appl ' CN-PUT-APPL-NAME(CENSUS-INDEX)
                 ' user ' CN-USER-ID(CENSUS-INDEX)
             MOVE SPACES TO SEED-RECORD
             MOVE CN-QUEUE-NAME(CENSUS-INDEX) TO PS-QUEUE-NAME
             MOVE CN-PUT-APPL-NAME(CENSUS-INDEX) TO PS-PUT-APPL-NAME
             MOVE CN-USER-ID(CENSUS-INDEX) TO PS-USER-ID
             WRITE SEED-RECORD
      **     nothing is alerted until a register exists - the
      **     seeding census would otherwise alert every producer
             IF CRITICAL-QUEUE-MATCH-SWITCH IS EQUAL TO 'Y'
             AND REGISTER-PRESENT-SWITCH IS EQUAL TO 'Y'
               PERFORM NEWALRT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Alert an UNKNOWN producer on a critical queue unless it    *
      *   has been alerted before, and remember it                   *
      *                                                              *
      ****************************************************************
       NEWALRT.
           MOVE 'N' TO ALERTED-MATCH-SWITCH.
           PERFORM VARYING ALERTED-INDEX FROM 1 BY 1
               UNTIL ALERTED-INDEX > ALERTED-COUNT
             IF AL-QUEUE-NAME(ALERTED-INDEX) IS EQUAL TO
                 CN-QUEUE-NAME(CENSUS-INDEX)
             AND AL-PUT-APPL-NAME(ALERTED-INDEX) IS EQUAL TO
                 CN-PUT-APPL-NAME(CENSUS-INDEX)
             AND AL-USER-ID(ALERTED-INDEX) IS EQUAL TO
                 CN-USER-ID(CENSUS-INDEX)
               MOVE 'Y' TO ALERTED-MATCH-SWITCH
               MOVE ALERTED-COUNT TO ALERTED-INDEX
             END-IF
           END-PERFORM.

           IF ALERTED-MATCH-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM OPSPUT
             OPEN EXTEND ALERTED-FILE
             IF ALERTED-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT ALERTED-FILE
             END-IF
             MOVE SPACES TO ALERTED-RECORD
             MOVE CN-QUEUE-NAME(CENSUS-INDEX) TO PA-QUEUE-NAME
             MOVE CN-PUT-APPL-NAME(CENSUS-INDEX) TO PA-PUT-APPL-NAME
             MOVE CN-USER-ID(CENSUS-INDEX) TO PA-USER-ID
             MOVE RUN-TIMESTAMP TO PA-FIRST-SEEN
             WRITE ALERTED-RECORD
             CLOSE ALERTED-FILE
      **     a producer seen twice on the queue in one run - under
      **     two application types - is alerted only once
             IF ALERTED-COUNT IS LESS THAN 1000
               ADD 1 TO ALERTED-COUNT
               MOVE CN-QUEUE-NAME(CENSUS-INDEX)
                 TO AL-QUEUE-NAME(ALERTED-COUNT)
               MOVE CN-PUT-APPL-NAME(CENSUS-INDEX)
                 TO AL-PUT-APPL-NAME(ALERTED-COUNT)
               MOVE CN-USER-ID(CENSUS-INDEX)
                 TO AL-USER-ID(ALERTED-COUNT)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put the structured alert datagram to the operations alert  *
      *   topic - MQPUT1 opens, puts and closes in one call          *
      *                                                              *
      ****************************************************************
       OPSPUT.
           ADD 1 TO ALERT-COUNT.
           MOVE 'AMQ0PCN0' TO OPSA-SOURCE-PROGRAM.
           MOVE 2 TO OPSA-SEVERITY.
           MOVE CN-QUEUE-NAME(CENSUS-INDEX) TO OPSA-OBJECT-NAME.
           MOVE 0 TO OPSA-REASON.
           MOVE SPACES TO OPSA-ALERT-TEXT.
           STRING 'unknown producer ' DELIMITED BY SIZE
                  CN-PUT-APPL-NAME(CENSUS-INDEX) DELIMITED BY '  '
                  ' user ' DELIMITED BY SIZE
                  CN-USER-ID(CENSUS-INDEX) DELIMITED BY SPACE
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
      *   Load the expected-producer register                        *
      *                                                              *
      ****************************************************************
       LOADREG.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT REGISTER-FILE.
           IF REGISTER-FILE-STATUS IS EQUAL TO '35'
             DISPLAY 'no PRODREG.DAT on hand - every producer is '
                 'UNKNOWN and PRDSEED.DAT seeds the register'
             MOVE 'N' TO REGISTER-PRESENT-SWITCH
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ REGISTER-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF REGISTER-COUNT IS LESS THAN 1000
                   ADD 1 TO REGISTER-COUNT
                   MOVE PR-QUEUE-NAME
                     TO RG-QUEUE-NAME(REGISTER-COUNT)
                   MOVE PR-PUT-APPL-NAME
                     TO RG-PUT-APPL-NAME(REGISTER-COUNT)
                   MOVE PR-USER-ID TO RG-USER-ID(REGISTER-COUNT)
                 ELSE
                   DISPLAY 'register table full - entry for '
                       PR-QUEUE-NAME ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF REGISTER-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE REGISTER-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the configurable list of "critical" queue names from  *
      *   CRITQ.DAT                                                  *
      *                                                              *
      ****************************************************************
       LOADCRITQ.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CRITICAL-QUEUE-FILE.
           IF CRITQ-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CRITICAL-QUEUE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF CRITICAL-QUEUE-COUNT IS LESS THAN 200
                   ADD 1 TO CRITICAL-QUEUE-COUNT
                   MOVE CRITICAL-QUEUE-RECORD
                     TO CRITQ-T-QUEUE-NAME(CRITICAL-QUEUE-COUNT)
                 ELSE
                   DISPLAY 'critical-queue table full - entry for '
                     CRITICAL-QUEUE-RECORD ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF CRITQ-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE CRITICAL-QUEUE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the unknown producers already alerted                 *
      *                                                              *
      ****************************************************************
       LOADALRT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ALERTED-FILE.
           IF ALERTED-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ALERTED-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF ALERTED-COUNT IS LESS THAN 1000
                   ADD 1 TO ALERTED-COUNT
                   MOVE PA-QUEUE-NAME TO AL-QUEUE-NAME(ALERTED-COUNT)
                   MOVE PA-PUT-APPL-NAME
                     TO AL-PUT-APPL-NAME(ALERTED-COUNT)
                   MOVE PA-USER-ID TO AL-USER-ID(ALERTED-COUNT)
                 ELSE
                   DISPLAY 'alerted table full - entry for '
                       PA-QUEUE-NAME ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF ALERTED-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE ALERTED-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0PCN0                                              *
      *                                                              *
      ****************************************************************
