       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0QSC0                                       *
      *                                                              *
      * Description: Application quiesce and resume orchestrator,    *
      *              driving AMQMSET2 for every queue an owning      *
      *              application holds in MQINV.DAT                  *
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
      *   AMQ0QSC0 takes an application out of service, or puts it   *
      *   back, as one controlled run instead of a string of hand-   *
      *   sent inhibit requests.  The queues are every Q entry in    *
      *   the master inventory MQINV.DAT whose owning application    *
      *   is the one named; all inhibit and enable work is sent to   *
      *   AMQMSET2 as ordinary request messages, one queue per       *
      *   request, so AMQMSET2's authorization check, audit trail,   *
      *   inhibited-queue tracking and critical-queue paging all     *
      *   apply exactly as they do for any other requester:          *
      *                                                              *
      *      -- QUIESCE inhibits PUT on every queue, then polls the  *
      *         local queues' depth until each has drained to zero   *
      *         or the drain timeout is reached, then inhibits GET.  *
      *         A queue whose PUT inhibit fails is left serving -    *
      *         inhibiting its GETs would only strand new messages   *
      *                                                              *
      *      -- RESUME reverses this in the safe order: GET is       *
      *         enabled on every queue first, so consumers are       *
      *         running before producers are let back in, and PUT    *
      *         is only enabled on a queue whose GET enable took     *
      *                                                              *
      *      -- each AMQMSET2 request is answered on a temporary     *
      *         dynamic reply queue; a reply counts as done, a       *
      *         report (or no answer within the reply wait) as       *
      *         failed                                               *
      *                                                              *
      *      -- the quiesce certificate QSCCERT.DAT shows, per       *
      *         queue, the depth before the run, after the first     *
      *         step, at the end of the drain and after the second   *
      *         step, the time the queue drained and its outcome,    *
      *         with a closing line for the application as a whole   *
      *                                                              *
      *      -- one chained MSETAUD.DAT record per queue, action     *
      *         QUIESCE or RESUME, scope BOTH, with the change       *
      *         reference in the reply-queue column, records the     *
      *         run under the application's change reference         *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the mode/application/change-reference parms   *
      *         load the application's queues from MQINV.DAT         *
      *         MQCONNect to default queue manager                   *
      *         MQOPEN a temporary dynamic reply queue               *
      *         inquire each queue's type and starting depth         *
      *         first step (PUT inhibit / GET enable) per queue      *
      *         QUIESCE - poll depth until drained or timed out      *
      *         second step (GET inhibit / PUT enable) per queue     *
      *         write the certificate and the MSETAUD.DAT records    *
      *         MQCLOSE the reply queue, MQDISConnect                *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0QSC0 parameters (job parameters, ARGUMENT-NUMBER/      *
      *   ARGUMENT-VALUE):                                           *
      *     1 - mode: QUIESCE or RESUME (required)                   *
      *     2 - owning application code, as in MQINV.DAT (required)  *
      *     3 - change reference (required) - also sent to AMQMSET2 *
      *         as the emergency change reference, so an approved    *
      *         emergency change may quiesce or resume an            *
      *         application during a change freeze                   *
      *     4 - drain timeout in minutes (optional, defaults to 30)  *
      *     5 - seconds between depth polls (optional, defaults to   *
      *         30)                                                  *
      *     6 - seconds to wait for each AMQMSET2 reply (optional,   *
      *         defaults to 60)                                      *
      *     7 - queue AMQMSET2 reads its requests from (optional,    *
      *         defaults to SYSTEM.SAMPLE.SET)                       *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0QSC0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the master queue inventory - carries the owning application
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** the quiesce certificate, one per run
           SELECT CERTIFICATE-FILE ASSIGN TO 'QSCCERT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CERTIFICATE-FILE-STATUS.

      ** the shared chain-state file: the last check value written
      ** per tamper-evident file
           SELECT CHAIN-STATE-FILE ASSIGN TO 'TEVSTA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHAIN-STATE-STATUS.

      ** the inhibit/enable audit trail AMQMSET2 appends to
           SELECT INHIBIT-AUDIT-LOG ASSIGN TO 'MSETAUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INHIBIT-AUDIT-STATUS.

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

       FD  CERTIFICATE-FILE.
       01 CERTIFICATE-RECORD.
          05 QC-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-MODE                   PIC X(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-CHANGE-REF             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-DEPTH-BEFORE           PIC Z(8)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-DEPTH-STEP1            PIC Z(8)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-DEPTH-DRAINED          PIC Z(8)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-DEPTH-STEP2            PIC Z(8)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-DRAINED-TIME           PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 QC-OUTCOME                PIC X(20).

       FD  INHIBIT-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           05 AUDIT-LOG-TIMESTAMP     PIC X(17).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-QUEUE-NAME    PIC X(40).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-ACTION        PIC X(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-SCOPE         PIC X(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-REPLYTOQ      PIC X(48).
           05 FILLER                  PIC X VALUE SPACE.
           05 AUDIT-LOG-SET-COMPCODE  PIC 9.
           05 FILLER                  PIC X VALUE SPACE.
      ** the check value chained from the previous record
           05 AUDIT-LOG-CHAIN         PIC 9(9).

       FD  CHAIN-STATE-FILE.
       01 CHAIN-STATE-RECORD.
          05 TEV-FILE-NAME             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 TEV-LAST-CHAIN            PIC 9(9).

       WORKING-STORAGE SECTION.

      ** the chain arithmetic for the tamper-evident audit trail -
      ** identical to AMQMSET2's, since both write MSETAUD.DAT
       01 CHAIN-BYTE-AREA            PIC X(1).
       01 CHAIN-BYTE-VALUE REDEFINES CHAIN-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 CHAIN-ACCUMULATOR          PIC S9(18) BINARY.
       01 CHAIN-QUOTIENT             PIC S9(18) BINARY.
       01 CHAIN-POSITION             PIC S9(9) BINARY.
       01 PREVIOUS-CHAIN             PIC 9(9).
       01 CHAIN-STATE-STATUS         PIC XX VALUE '00'.
       01 END-OF-CHAIN-STATE-SWITCH  PIC X VALUE 'N'.
       01 CHAIN-STATE-TABLE.
          02 CHAIN-STATE-ENTRY OCCURS 10 TIMES.
             05 CS-FILE-NAME          PIC X(12).
             05 CS-LAST-CHAIN         PIC 9(9).
       01 CHAIN-STATE-COUNT          PIC S9(9) BINARY VALUE 0.
       01 CHAIN-STATE-INDEX          PIC S9(9) BINARY.
       01 CHAIN-STATE-MATCH          PIC S9(9) BINARY.
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
      * Get message options
       01 GMOPTIONS.
          COPY CMQGMOV.
      ** note, sample uses defaults where it can
       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 REPLY-Q-HANDLE             PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
       01 BUFFER                     PIC X(244).
       01 BUFFER-LENGTH              PIC S9(9) BINARY.
       01 DATA-LENGTH                PIC S9(9) BINARY.

      ** one integer selector per MQINQ
       01 SELECTOR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(1).

      ** the replies come back on a temporary dynamic queue, gone as
      ** soon as this program closes it
       01 MODEL-QUEUE-NAME           PIC X(48)
           VALUE 'SYSTEM.DEFAULT.MODEL.QUEUE'.
       01 DYNAMIC-QUEUE-PREFIX       PIC X(48) VALUE 'AMQ0QSC0.*'.
       01 REPLY-QUEUE-NAME           PIC X(48) VALUE SPACES.
       01 REQUEST-MSGID              PIC X(24).
       01 REPLY-QUEUE-OPEN-SWITCH    PIC X VALUE 'N'.

      ** request message - identical layout to AMQMSET2's REQ-* fields,
      ** the same message AMQ0REQ0 sends
       01 REQUEST-MESSAGE.
           05 REQ-ACTION              PIC X(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 REQ-SCOPE               PIC X(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 REQ-QUEUE-LIST          PIC X(187).
           05 FILLER                  PIC X VALUE SPACE.
           05 REQ-REENABLE-MINUTES    PIC 9(5) VALUE ZEROS.
           05 FILLER                  PIC X VALUE SPACE.
           05 REQ-EMERGENCY-REF       PIC X(20) VALUE SPACES.
      ** Y when AMQMSET2 answered the last request with a reply
       01 REQUEST-DONE-SWITCH        PIC X VALUE 'N'.

      ** job parameters
       01 PARM-MODE                  PIC X(7) VALUE SPACES.
       01 PARM-OWNING-APPL           PIC X(8) VALUE SPACES.
       01 PARM-CHANGE-REF            PIC X(12) VALUE SPACES.
       01 PARM-TIMEOUT-MINUTES       PIC 9(5) VALUE 0.
       01 PARM-POLL-SECONDS          PIC 9(5) VALUE 0.
       01 PARM-REPLY-SECONDS         PIC 9(5) VALUE 0.
       01 PARM-REQUEST-QUEUE         PIC X(48) VALUE SPACES.
       01 PARM-ERROR-TEXT            PIC X(30) VALUE SPACES.

       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 CERTIFICATE-FILE-STATUS    PIC XX VALUE '00'.
       01 INHIBIT-AUDIT-STATUS       PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the application's queues and what happened to each.  The
      ** step switches are Y done, F failed, N not attempted
       01 APPL-QUEUE-TABLE.
          02 APPL-QUEUE-ENTRY OCCURS 500 TIMES.
             05 AQ-QUEUE-NAME         PIC X(48).
             05 AQ-FOUND-SWITCH       PIC X.
             05 AQ-LOCAL-SWITCH       PIC X.
             05 AQ-STEP1-SWITCH       PIC X.
             05 AQ-STEP2-SWITCH       PIC X.
             05 AQ-DRAINED-SWITCH     PIC X.
             05 AQ-DEPTH-BEFORE       PIC S9(9) BINARY.
             05 AQ-DEPTH-STEP1        PIC S9(9) BINARY.
             05 AQ-DEPTH-DRAINED      PIC S9(9) BINARY.
             05 AQ-DEPTH-STEP2        PIC S9(9) BINARY.
             05 AQ-DRAINED-TIME       PIC X(17).
             05 AQ-OUTCOME            PIC X(20).
       01 APPL-QUEUE-COUNT           PIC S9(9) BINARY VALUE 0.
       01 APPL-QUEUE-INDEX           PIC S9(9) BINARY.

      ** the depth just inquired, -1 when it could not be had
       01 CURRENT-DEPTH              PIC S9(9) BINARY.

      ** drain polling
       01 UNDRAINED-COUNT            PIC S9(9) BINARY VALUE 0.
       01 DRAIN-LIMIT-SECONDS        PIC S9(9) BINARY.
       01 DRAIN-ELAPSED-SECONDS      PIC S9(9) BINARY VALUE 0.
       01 CLOCK-SECOND               PIC S9(9) BINARY.
       01 LAST-CLOCK-SECOND          PIC S9(9) BINARY.
       01 CLOCK-STEP-SECONDS         PIC S9(9) BINARY.
       01 WAIT-WS-TIME               PIC 9(8).
       01 WAIT-HOUR-PART             PIC 9(2).
       01 WAIT-MINUTE-PART           PIC 9(2).
       01 WAIT-SECOND-PART           PIC 9(2).
       01 WAIT-START-SECOND          PIC S9(9) BINARY.
       01 WAIT-ELAPSED-SECOND        PIC S9(9) BINARY.

       01 QUIESCED-COUNT             PIC 9(5) VALUE 0.
       01 FAILED-COUNT               PIC 9(5) VALUE 0.
       01 TOTAL-BEFORE               PIC S9(9) BINARY VALUE 0.
       01 TOTAL-STEP1                PIC S9(9) BINARY VALUE 0.
       01 TOTAL-DRAINED              PIC S9(9) BINARY VALUE 0.
       01 TOTAL-STEP2                PIC S9(9) BINARY VALUE 0.

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).
       01 RUN-TIMESTAMP              PIC X(17).

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0QSC0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0QSC0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM NOWSTAMP.
           MOVE NOW-TIMESTAMP TO RUN-TIMESTAMP.

           PERFORM GETPARMS.
           PERFORM VALPARMS.
           IF PARM-ERROR-TEXT IS EQUAL TO SPACES
             PERFORM LOADAPPL
           END-IF.
           IF PARM-ERROR-TEXT IS NOT EQUAL TO SPACES
             DISPLAY 'AMQ0QSC0 parameters rejected - ' PARM-ERROR-TEXT
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
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE CON-REASON TO RETURN-CODE
             GOBACK
             END-IF.

      ****************************************************************
      *                                                              *
      *   Open the temporary dynamic queue AMQMSET2 replies on       *
      *                                                              *
      ****************************************************************
           MOVE MODEL-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE DYNAMIC-QUEUE-PREFIX TO MQOD-DYNAMICQNAME.
           ADD MQOO-INPUT-EXCLUSIVE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, REPLY-Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN of reply queue ended with reason code '
                 REASON
           ELSE
      **     the queue manager returns the generated name in the
      **     object descriptor
             MOVE MQOD-OBJECTNAME TO REPLY-QUEUE-NAME
             MOVE SPACES TO MQOD-DYNAMICQNAME
             MOVE 'Y' TO REPLY-QUEUE-OPEN-SWITCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Take each queue's type and starting depth, then run the    *
      *   two steps in the order the mode calls for                  *
      *                                                              *
      ****************************************************************
           IF REPLY-QUEUE-OPEN-SWITCH IS EQUAL TO 'Y'
             PERFORM VARYING APPL-QUEUE-INDEX FROM 1 BY 1
                 UNTIL APPL-QUEUE-INDEX > APPL-QUEUE-COUNT
               PERFORM FIRSTINQ
             END-PERFORM
             IF PARM-MODE IS EQUAL TO 'QUIESCE'
               PERFORM QUIESCEQ
             ELSE
               PERFORM RESUMEQ
             END-IF

             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, REPLY-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQCLOSE ended with reason code ' REASON
             END-IF
           END-IF.

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

      ****************************************************************
      *                                                              *
      *   Certificate and audit trail - written even when the reply  *
      *   queue could not be opened, so the failed attempt is on     *
      *   record under the change reference too                      *
      *                                                              *
      ****************************************************************
           PERFORM VARYING APPL-QUEUE-INDEX FROM 1 BY 1
               UNTIL APPL-QUEUE-INDEX > APPL-QUEUE-COUNT
             PERFORM OUTCOME
           END-PERFORM.
           PERFORM WRITECERT.
           PERFORM WRITEAUD.

           DISPLAY PARM-MODE ' of ' PARM-OWNING-APPL ' under '
               PARM-CHANGE-REF ': ' QUIESCED-COUNT ' of '
               APPL-QUEUE-COUNT ' queues completed, ' FAILED-COUNT
               ' not'.
      ** indicate that sample program has finished
           MOVE APPL-QUEUE-COUNT TO RLG-RECORD-COUNT.
           IF FAILED-COUNT IS GREATER THAN 0
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE 'END-OK' TO RLG-STATUS
             MOVE ZERO TO RETURN-CODE
           END-IF.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0QSC0 end'.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read the job parameters                                    *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-MODE
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-OWNING-APPL FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-OWNING-APPL
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-CHANGE-REF FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-CHANGE-REF
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-TIMEOUT-MINUTES FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-TIMEOUT-MINUTES
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-POLL-SECONDS FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-POLL-SECONDS
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-REPLY-SECONDS FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-REPLY-SECONDS
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-REQUEST-QUEUE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-REQUEST-QUEUE
           END-ACCEPT.

      ****************************************************************
      *                                                              *
      *   Check the parameters and fill in the defaults              *
      *                                                              *
      ****************************************************************
       VALPARMS.
           IF PARM-MODE IS NOT EQUAL TO 'QUIESCE'
           AND PARM-MODE IS NOT EQUAL TO 'RESUME'
             MOVE 'MODE NOT QUIESCE OR RESUME' TO PARM-ERROR-TEXT
           END-IF.
           IF PARM-ERROR-TEXT IS EQUAL TO SPACES
           AND PARM-OWNING-APPL IS EQUAL TO SPACES
             MOVE 'OWNING APPLICATION MISSING' TO PARM-ERROR-TEXT
           END-IF.
           IF PARM-ERROR-TEXT IS EQUAL TO SPACES
           AND PARM-CHANGE-REF IS EQUAL TO SPACES
             MOVE 'CHANGE REFERENCE MISSING' TO PARM-ERROR-TEXT
           END-IF.
           IF PARM-TIMEOUT-MINUTES IS NOT NUMERIC
           OR PARM-TIMEOUT-MINUTES IS EQUAL TO 0
             MOVE 30 TO PARM-TIMEOUT-MINUTES
           END-IF.
           IF PARM-POLL-SECONDS IS NOT NUMERIC
           OR PARM-POLL-SECONDS IS EQUAL TO 0
             MOVE 30 TO PARM-POLL-SECONDS
           END-IF.
           IF PARM-REPLY-SECONDS IS NOT NUMERIC
           OR PARM-REPLY-SECONDS IS EQUAL TO 0
             MOVE 60 TO PARM-REPLY-SECONDS
           END-IF.
           IF PARM-REQUEST-QUEUE IS EQUAL TO SPACES
             MOVE 'SYSTEM.SAMPLE.SET' TO PARM-REQUEST-QUEUE
           END-IF.
           COMPUTE DRAIN-LIMIT-SECONDS = PARM-TIMEOUT-MINUTES * 60.

      ****************************************************************
      *                                                              *
      *   Collect the application's queues from MQINV.DAT - Q        *
      *   entries only, since a P prefix names no one queue          *
      *                                                              *
      ****************************************************************
       LOADAPPL.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'MQINV.DAT NOT AVAILABLE' TO PARM-ERROR-TEXT
           ELSE
             PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ INVENTORY-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
               END-READ
               IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
               AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
               AND QI-ENTRY-TYPE IS NOT EQUAL TO 'P'
               AND QI-OWNING-APPL IS EQUAL TO PARM-OWNING-APPL
                 PERFORM LOADQ
               END-IF
             END-PERFORM
             CLOSE INVENTORY-FILE
             IF APPL-QUEUE-COUNT IS EQUAL TO 0
               MOVE 'NO QUEUES FOR APPLICATION' TO PARM-ERROR-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Hold one of the application's queues                       *
      *                                                              *
      ****************************************************************
       LOADQ.
           IF APPL-QUEUE-COUNT IS LESS THAN 500
             ADD 1 TO APPL-QUEUE-COUNT
             MOVE QI-QUEUE-NAME TO AQ-QUEUE-NAME(APPL-QUEUE-COUNT)
             MOVE 'N' TO AQ-FOUND-SWITCH(APPL-QUEUE-COUNT)
             MOVE 'N' TO AQ-LOCAL-SWITCH(APPL-QUEUE-COUNT)
             MOVE 'N' TO AQ-STEP1-SWITCH(APPL-QUEUE-COUNT)
             MOVE 'N' TO AQ-STEP2-SWITCH(APPL-QUEUE-COUNT)
             MOVE 'N' TO AQ-DRAINED-SWITCH(APPL-QUEUE-COUNT)
             MOVE -1 TO AQ-DEPTH-BEFORE(APPL-QUEUE-COUNT)
             MOVE -1 TO AQ-DEPTH-STEP1(APPL-QUEUE-COUNT)
             MOVE -1 TO AQ-DEPTH-DRAINED(APPL-QUEUE-COUNT)
             MOVE -1 TO AQ-DEPTH-STEP2(APPL-QUEUE-COUNT)
             MOVE SPACES TO AQ-DRAINED-TIME(APPL-QUEUE-COUNT)
             MOVE SPACES TO AQ-OUTCOME(APPL-QUEUE-COUNT)
           ELSE
             DISPLAY 'application queue table full - ' QI-QUEUE-NAME
                 ' skipped'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Take one queue's type and its depth before anything is     *
      *   changed; a queue that cannot be opened is left alone       *
      *                                                              *
      ****************************************************************
       FIRSTINQ.
           MOVE AQ-QUEUE-NAME(APPL-QUEUE-INDEX) TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN of ' AQ-QUEUE-NAME(APPL-QUEUE-INDEX)
                 ' ended with reason code ' REASON
           ELSE
             MOVE 'Y' TO AQ-FOUND-SWITCH(APPL-QUEUE-INDEX)
             MOVE MQIA-Q-TYPE TO SELECTOR(1)
             CALL 'MQINQ'
              USING HCONN, Q-HANDLE,
              SELECTOR-COUNT, SELECTOR-TABLE,
              INT-ATTR-COUNT, INT-ATTR-TABLE,
              CHAR-ATTR-LENGTH, CHAR-ATTRS,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             AND INT-ATTR(1) IS EQUAL TO MQQT-LOCAL
               MOVE 'Y' TO AQ-LOCAL-SWITCH(APPL-QUEUE-INDEX)
             END-IF
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
             PERFORM DEPTHINQ
             MOVE CURRENT-DEPTH TO AQ-DEPTH-BEFORE(APPL-QUEUE-INDEX)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Current depth of one local queue into CURRENT-DEPTH; -1    *
      *   for a queue with no depth of its own or no answer          *
      *                                                              *
      ****************************************************************
       DEPTHINQ.
           MOVE -1 TO CURRENT-DEPTH.
           IF AQ-LOCAL-SWITCH(APPL-QUEUE-INDEX) IS EQUAL TO 'Y'
             MOVE AQ-QUEUE-NAME(APPL-QUEUE-INDEX) TO MQOD-OBJECTNAME
             MOVE SPACES TO MQOD-OBJECTQMGRNAME
             ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
             CALL 'MQOPEN'
              USING HCONN, OBJECT-DESCRIPTOR,
              OPEN-OPTIONS, Q-HANDLE,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQOPEN of ' AQ-QUEUE-NAME(APPL-QUEUE-INDEX)
                   ' ended with reason code ' REASON
             ELSE
               MOVE MQIA-CURRENT-Q-DEPTH TO SELECTOR(1)
               CALL 'MQINQ'
                USING HCONN, Q-HANDLE,
                SELECTOR-COUNT, SELECTOR-TABLE,
                INT-ATTR-COUNT, INT-ATTR-TABLE,
                CHAR-ATTR-LENGTH, CHAR-ATTRS,
                COMPLETION-CODE, REASON
               IF COMPLETION-CODE IS EQUAL TO MQCC-OK
                 MOVE INT-ATTR(1) TO CURRENT-DEPTH
               ELSE
                 DISPLAY 'MQINQ of ' AQ-QUEUE-NAME(APPL-QUEUE-INDEX)
                     ' ended with reason code ' REASON
               END-IF
               MOVE MQCO-NONE TO OPEN-OPTIONS
               CALL 'MQCLOSE'
                USING HCONN, Q-HANDLE, OPEN-OPTIONS,
                COMPLETION-CODE, REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   QUIESCE - inhibit PUT, wait for the input queues to drain, *
      *   then inhibit GET                                           *
      *                                                              *
      ****************************************************************
       QUIESCEQ.
           MOVE 'INHIBIT' TO REQ-ACTION.
           MOVE 'PUT ' TO REQ-SCOPE.
           PERFORM VARYING APPL-QUEUE-INDEX FROM 1 BY 1
               UNTIL APPL-QUEUE-INDEX > APPL-QUEUE-COUNT
             IF AQ-FOUND-SWITCH(APPL-QUEUE-INDEX) IS EQUAL TO 'Y'
               PERFORM SENDSET
               IF REQUEST-DONE-SWITCH IS EQUAL TO 'Y'
                 MOVE 'Y' TO AQ-STEP1-SWITCH(APPL-QUEUE-INDEX)
               ELSE
                 MOVE 'F' TO AQ-STEP1-SWITCH(APPL-QUEUE-INDEX)
               END-IF
               PERFORM DEPTHINQ
               MOVE CURRENT-DEPTH TO AQ-DEPTH-STEP1(APPL-QUEUE-INDEX)
             END-IF
           END-PERFORM.

           PERFORM DRAIN.

           MOVE 'INHIBIT' TO REQ-ACTION.
           MOVE 'GET ' TO REQ-SCOPE.
           PERFORM VARYING APPL-QUEUE-INDEX FROM 1 BY 1
               UNTIL APPL-QUEUE-INDEX > APPL-QUEUE-COUNT
      **     a queue still taking PUTs keeps its consumers
             IF AQ-STEP1-SWITCH(APPL-QUEUE-INDEX) IS EQUAL TO 'Y'
               PERFORM SENDSET
               IF REQUEST-DONE-SWITCH IS EQUAL TO 'Y'
                 MOVE 'Y' TO AQ-STEP2-SWITCH(APPL-QUEUE-INDEX)
               ELSE
                 MOVE 'F' TO AQ-STEP2-SWITCH(APPL-QUEUE-INDEX)
               END-IF
               PERFORM DEPTHINQ
               MOVE CURRENT-DEPTH TO AQ-DEPTH-STEP2(APPL-QUEUE-INDEX)
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   RESUME - enable GET everywhere first, then PUT on each     *
      *   queue whose consumers are back                             *
      *                                                              *
      ****************************************************************
       RESUMEQ.
           MOVE 'ENABLE ' TO REQ-ACTION.
           MOVE 'GET ' TO REQ-SCOPE.
           PERFORM VARYING APPL-QUEUE-INDEX FROM 1 BY 1
               UNTIL APPL-QUEUE-INDEX > APPL-QUEUE-COUNT
             IF AQ-FOUND-SWITCH(APPL-QUEUE-INDEX) IS EQUAL TO 'Y'
               PERFORM SENDSET
               IF REQUEST-DONE-SWITCH IS EQUAL TO 'Y'
                 MOVE 'Y' TO AQ-STEP1-SWITCH(APPL-QUEUE-INDEX)
               ELSE
                 MOVE 'F' TO AQ-STEP1-SWITCH(APPL-QUEUE-INDEX)
               END-IF
               PERFORM DEPTHINQ
               MOVE CURRENT-DEPTH TO AQ-DEPTH-STEP1(APPL-QUEUE-INDEX)
             END-IF
           END-PERFORM.

           MOVE 'ENABLE ' TO REQ-ACTION.
           MOVE 'PUT ' TO REQ-SCOPE.
           PERFORM VARYING APPL-QUEUE-INDEX FROM 1 BY 1
               UNTIL APPL-QUEUE-INDEX > APPL-QUEUE-COUNT
             IF AQ-STEP1-SWITCH(APPL-QUEUE-INDEX) IS EQUAL TO 'Y'
               PERFORM SENDSET
               IF REQUEST-DONE-SWITCH IS EQUAL TO 'Y'
                 MOVE 'Y' TO AQ-STEP2-SWITCH(APPL-QUEUE-INDEX)
               ELSE
                 MOVE 'F' TO AQ-STEP2-SWITCH(APPL-QUEUE-INDEX)
               END-IF
               PERFORM DEPTHINQ
               MOVE CURRENT-DEPTH TO AQ-DEPTH-STEP2(APPL-QUEUE-INDEX)
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Poll the PUT-inhibited local queues until every one has    *
      *   drained to zero or the drain timeout runs out.  A queue    *
      *   with no depth of its own counts as drained at once         *
      *                                                              *
      ****************************************************************
       DRAIN.
           MOVE 0 TO DRAIN-ELAPSED-SECONDS.
           PERFORM CLOCKSEC.
           MOVE CLOCK-SECOND TO LAST-CLOCK-SECOND.
           PERFORM POLLALL.
           PERFORM UNTIL UNDRAINED-COUNT IS EQUAL TO 0
               OR DRAIN-ELAPSED-SECONDS IS NOT LESS THAN
                  DRAIN-LIMIT-SECONDS
             DISPLAY UNDRAINED-COUNT ' queues still draining after '
                 DRAIN-ELAPSED-SECONDS ' seconds'
             PERFORM WAITPOLL
             PERFORM CLOCKSEC
             COMPUTE CLOCK-STEP-SECONDS =
                 CLOCK-SECOND - LAST-CLOCK-SECOND
             IF CLOCK-STEP-SECONDS IS LESS THAN 0
      **        the clock crossed midnight since the last poll
               ADD 86400 TO CLOCK-STEP-SECONDS
             END-IF
             ADD CLOCK-STEP-SECONDS TO DRAIN-ELAPSED-SECONDS
             MOVE CLOCK-SECOND TO LAST-CLOCK-SECOND
             PERFORM POLLALL
           END-PERFORM.
           IF UNDRAINED-COUNT IS GREATER THAN 0
             DISPLAY UNDRAINED-COUNT ' queues not drained within '
                 PARM-TIMEOUT-MINUTES ' minutes'
           END-IF.

      ****************************************************************
      *                                                              *
      *   One pass over the queues still draining                    *
      *                                                              *
      ****************************************************************
       POLLALL.
           MOVE 0 TO UNDRAINED-COUNT.
           PERFORM VARYING APPL-QUEUE-INDEX FROM 1 BY 1
               UNTIL APPL-QUEUE-INDEX > APPL-QUEUE-COUNT
             IF AQ-STEP1-SWITCH(APPL-QUEUE-INDEX) IS EQUAL TO 'Y'
             AND AQ-DRAINED-SWITCH(APPL-QUEUE-INDEX) IS EQUAL TO 'N'
               IF AQ-LOCAL-SWITCH(APPL-QUEUE-INDEX) IS EQUAL TO 'Y'
                 PERFORM DEPTHINQ
                 IF CURRENT-DEPTH IS GREATER THAN OR EQUAL TO 0
                   MOVE CURRENT-DEPTH
                     TO AQ-DEPTH-DRAINED(APPL-QUEUE-INDEX)
                 END-IF
               ELSE
                 MOVE 0 TO CURRENT-DEPTH
               END-IF
               IF CURRENT-DEPTH IS EQUAL TO 0
                 MOVE 'Y' TO AQ-DRAINED-SWITCH(APPL-QUEUE-INDEX)
                 IF AQ-LOCAL-SWITCH(APPL-QUEUE-INDEX) IS EQUAL TO 'Y'
                   PERFORM NOWSTAMP
                   MOVE NOW-TIMESTAMP
                     TO AQ-DRAINED-TIME(APPL-QUEUE-INDEX)
                 ELSE
                   MOVE 'NO DEPTH' TO AQ-DRAINED-TIME(APPL-QUEUE-INDEX)
                 END-IF
               ELSE
                 ADD 1 TO UNDRAINED-COUNT
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Send one AMQMSET2 request for the current queue and wait   *
      *   for its answer.  REQ-ACTION and REQ-SCOPE are already set  *
      *                                                              *
      ****************************************************************
       SENDSET.
           MOVE 'N' TO REQUEST-DONE-SWITCH.
           MOVE AQ-QUEUE-NAME(APPL-QUEUE-INDEX) TO REQ-QUEUE-LIST.
           MOVE 0 TO REQ-REENABLE-MINUTES.
           MOVE PARM-CHANGE-REF TO REQ-EMERGENCY-REF.

           MOVE PARM-REQUEST-QUEUE TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           MOVE MQMT-REQUEST TO MQMD-MSGTYPE.
           MOVE MQRO-NONE TO MQMD-REPORT.
           MOVE SPACES TO MQMD-FORMAT.
           MOVE MQPER-NOT-PERSISTENT TO MQMD-PERSISTENCE.
           MOVE REPLY-QUEUE-NAME TO MQMD-REPLYTOQ.
           MOVE SPACES TO MQMD-REPLYTOQMGR.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           MOVE 227 TO BUFFER-LENGTH.

           CALL 'MQPUT1'
            USING HCONN, OBJECT-DESCRIPTOR,
            MESSAGE-DESCRIPTOR, PMOPTIONS,
            BUFFER-LENGTH, REQUEST-MESSAGE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQPUT1 (request) ended with reason code '
                 REASON
           ELSE
             MOVE MQMD-MSGID TO REQUEST-MSGID
             PERFORM GETREPLY
           END-IF.

           IF REQUEST-DONE-SWITCH IS EQUAL TO 'Y'
             DISPLAY REQ-ACTION ' ' REQ-SCOPE ' done for '
                 AQ-QUEUE-NAME(APPL-QUEUE-INDEX)
           ELSE
             DISPLAY REQ-ACTION ' ' REQ-SCOPE ' failed for '
                 AQ-QUEUE-NAME(APPL-QUEUE-INDEX)
           END-IF.

      ****************************************************************
      *                                                              *
      *   AMQMSET2 answers a request with a reply when the change    *
      *   took and a report when it did not                          *
      *                                                              *
      ****************************************************************
       GETREPLY.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE REQUEST-MSGID TO MQMD-CORRELID.
           MOVE SPACES TO BUFFER.
           ADD MQGMO-WAIT MQGMO-ACCEPT-TRUNCATED-MSG
                     GIVING MQGMO-OPTIONS.
           COMPUTE MQGMO-WAITINTERVAL = PARM-REPLY-SECONDS * 1000.
           MOVE 244 TO BUFFER-LENGTH.

           CALL 'MQGET'
            USING HCONN, REPLY-Q-HANDLE,
            MESSAGE-DESCRIPTOR, GMOPTIONS,
            BUFFER-LENGTH, BUFFER, DATA-LENGTH,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             IF REASON IS EQUAL TO MQRC-NO-MSG-AVAILABLE
               DISPLAY 'no reply from AMQMSET2 within '
                   PARM-REPLY-SECONDS ' seconds'
             ELSE
               DISPLAY 'MQGET (reply) ended with reason code ' REASON
             END-IF
           ELSE
             IF MQMD-MSGTYPE IS EQUAL TO MQMT-REPLY
               MOVE 'Y' TO REQUEST-DONE-SWITCH
             ELSE
               DISPLAY 'AMQMSET2 reported feedback ' MQMD-FEEDBACK
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Settle one queue's outcome                                 *
      *                                                              *
      ****************************************************************
       OUTCOME.
           EVALUATE TRUE
             WHEN REPLY-QUEUE-OPEN-SWITCH IS NOT EQUAL TO 'Y'
               MOVE 'NO REPLY QUEUE' TO AQ-OUTCOME(APPL-QUEUE-INDEX)
             WHEN AQ-FOUND-SWITCH(APPL-QUEUE-INDEX) IS NOT EQUAL
                 TO 'Y'
               MOVE 'QUEUE NOT FOUND' TO AQ-OUTCOME(APPL-QUEUE-INDEX)
             WHEN AQ-STEP1-SWITCH(APPL-QUEUE-INDEX) IS NOT EQUAL
                 TO 'Y'
               IF PARM-MODE IS EQUAL TO 'QUIESCE'
                 MOVE 'PUT INHIBIT FAILED'
                   TO AQ-OUTCOME(APPL-QUEUE-INDEX)
               ELSE
                 MOVE 'GET ENABLE FAILED'
                   TO AQ-OUTCOME(APPL-QUEUE-INDEX)
               END-IF
             WHEN AQ-STEP2-SWITCH(APPL-QUEUE-INDEX) IS NOT EQUAL
                 TO 'Y'
               IF PARM-MODE IS EQUAL TO 'QUIESCE'
                 MOVE 'GET INHIBIT FAILED'
                   TO AQ-OUTCOME(APPL-QUEUE-INDEX)
               ELSE
                 MOVE 'PUT ENABLE FAILED'
                   TO AQ-OUTCOME(APPL-QUEUE-INDEX)
               END-IF
             WHEN PARM-MODE IS EQUAL TO 'QUIESCE'
             AND AQ-DRAINED-SWITCH(APPL-QUEUE-INDEX) IS NOT EQUAL
                 TO 'Y'
               MOVE 'NOT DRAINED' TO AQ-OUTCOME(APPL-QUEUE-INDEX)
             WHEN PARM-MODE IS EQUAL TO 'QUIESCE'
               MOVE 'QUIESCED' TO AQ-OUTCOME(APPL-QUEUE-INDEX)
             WHEN OTHER
               MOVE 'RESUMED' TO AQ-OUTCOME(APPL-QUEUE-INDEX)
           END-EVALUATE.
           IF AQ-OUTCOME(APPL-QUEUE-INDEX) IS EQUAL TO 'QUIESCED'
           OR AQ-OUTCOME(APPL-QUEUE-INDEX) IS EQUAL TO 'RESUMED'
             ADD 1 TO QUIESCED-COUNT
           ELSE
             ADD 1 TO FAILED-COUNT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Write the certificate: one line per queue, then one for    *
      *   the application with the summed depths                     *
      *                                                              *
      ****************************************************************
       WRITECERT.
           OPEN OUTPUT CERTIFICATE-FILE.
           IF CERTIFICATE-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'AMQ0QSC0 unable to open QSCCERT.DAT, file '
                 'status ' CERTIFICATE-FILE-STATUS
           ELSE
             PERFORM VARYING APPL-QUEUE-INDEX FROM 1 BY 1
                 UNTIL APPL-QUEUE-INDEX > APPL-QUEUE-COUNT
               PERFORM CERTLINE
             END-PERFORM
             MOVE SPACES TO CERTIFICATE-RECORD
             MOVE RUN-TIMESTAMP TO QC-TIMESTAMP
             MOVE PARM-MODE TO QC-MODE
             MOVE PARM-OWNING-APPL TO QC-OWNING-APPL
             MOVE PARM-CHANGE-REF TO QC-CHANGE-REF
             MOVE 'ALL QUEUES OF APPLICATION' TO QC-QUEUE-NAME
             MOVE TOTAL-BEFORE TO QC-DEPTH-BEFORE
             MOVE TOTAL-STEP1 TO QC-DEPTH-STEP1
             MOVE TOTAL-DRAINED TO QC-DEPTH-DRAINED
             MOVE TOTAL-STEP2 TO QC-DEPTH-STEP2
             PERFORM NOWSTAMP
             MOVE NOW-TIMESTAMP TO QC-DRAINED-TIME
             IF FAILED-COUNT IS EQUAL TO 0
               MOVE 'CERTIFIED' TO QC-OUTCOME
             ELSE
               MOVE 'NOT CERTIFIED' TO QC-OUTCOME
             END-IF
             WRITE CERTIFICATE-RECORD
             CLOSE CERTIFICATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   One queue's certificate line; a depth that was never       *
      *   taken is left blank                                        *
      *                                                              *
      ****************************************************************
       CERTLINE.
           MOVE SPACES TO CERTIFICATE-RECORD.
           MOVE RUN-TIMESTAMP TO QC-TIMESTAMP.
           MOVE PARM-MODE TO QC-MODE.
           MOVE PARM-OWNING-APPL TO QC-OWNING-APPL.
           MOVE PARM-CHANGE-REF TO QC-CHANGE-REF.
           MOVE AQ-QUEUE-NAME(APPL-QUEUE-INDEX) TO QC-QUEUE-NAME.
           IF AQ-DEPTH-BEFORE(APPL-QUEUE-INDEX) IS NOT LESS THAN 0
             MOVE AQ-DEPTH-BEFORE(APPL-QUEUE-INDEX) TO QC-DEPTH-BEFORE
             ADD AQ-DEPTH-BEFORE(APPL-QUEUE-INDEX) TO TOTAL-BEFORE
           END-IF.
           IF AQ-DEPTH-STEP1(APPL-QUEUE-INDEX) IS NOT LESS THAN 0
             MOVE AQ-DEPTH-STEP1(APPL-QUEUE-INDEX) TO QC-DEPTH-STEP1
             ADD AQ-DEPTH-STEP1(APPL-QUEUE-INDEX) TO TOTAL-STEP1
           END-IF.
           IF AQ-DEPTH-DRAINED(APPL-QUEUE-INDEX) IS NOT LESS THAN 0
             MOVE AQ-DEPTH-DRAINED(APPL-QUEUE-INDEX)
               TO QC-DEPTH-DRAINED
             ADD AQ-DEPTH-DRAINED(APPL-QUEUE-INDEX) TO TOTAL-DRAINED
           END-IF.
           IF AQ-DEPTH-STEP2(APPL-QUEUE-INDEX) IS NOT LESS THAN 0
             MOVE AQ-DEPTH-STEP2(APPL-QUEUE-INDEX) TO QC-DEPTH-STEP2
             ADD AQ-DEPTH-STEP2(APPL-QUEUE-INDEX) TO TOTAL-STEP2
           END-IF.
           MOVE AQ-DRAINED-TIME(APPL-QUEUE-INDEX) TO QC-DRAINED-TIME.
           MOVE AQ-OUTCOME(APPL-QUEUE-INDEX) TO QC-OUTCOME.
           WRITE CERTIFICATE-RECORD.

      ****************************************************************
      *                                                              *
      *  Append one chained MSETAUD.DAT record per queue in          *
      *  AMQMSET2's layout - the change reference sits in the        *
      *  reply-queue column, so every queue of the run is on record  *
      *  under it                                                    *
      *                                                              *
      ****************************************************************
       WRITEAUD.
           OPEN EXTEND INHIBIT-AUDIT-LOG.
           IF INHIBIT-AUDIT-STATUS IS EQUAL TO '35'
             OPEN OUTPUT INHIBIT-AUDIT-LOG
           END-IF.
           PERFORM VARYING APPL-QUEUE-INDEX FROM 1 BY 1
               UNTIL APPL-QUEUE-INDEX > APPL-QUEUE-COUNT
             PERFORM AUDITLOG
           END-PERFORM.
           CLOSE INHIBIT-AUDIT-LOG.

       AUDITLOG.
           PERFORM NOWSTAMP.
           MOVE NOW-TIMESTAMP TO AUDIT-LOG-TIMESTAMP.
           MOVE AQ-QUEUE-NAME(APPL-QUEUE-INDEX) TO AUDIT-LOG-QUEUE-NAME.
           MOVE PARM-MODE TO AUDIT-LOG-ACTION.
           MOVE 'BOTH' TO AUDIT-LOG-SCOPE.
           MOVE PARM-CHANGE-REF TO AUDIT-LOG-REPLYTOQ.
           IF AQ-OUTCOME(APPL-QUEUE-INDEX) IS EQUAL TO 'QUIESCED'
           OR AQ-OUTCOME(APPL-QUEUE-INDEX) IS EQUAL TO 'RESUMED'
             MOVE 0 TO AUDIT-LOG-SET-COMPCODE
           ELSE
             MOVE 2 TO AUDIT-LOG-SET-COMPCODE
           END-IF.
           PERFORM CHAINCLC.
           WRITE AUDIT-LOG-RECORD.
           PERFORM CHAINSAV.

      ****************************************************************
      *                                                              *
      *   Current date and time as a YYYYMMDD-HHMMSSTH timestamp     *
      *                                                              *
      ****************************************************************
       NOWSTAMP.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).

      ****************************************************************
      *                                                              *
      *   Seconds since midnight into CLOCK-SECOND                   *
      *                                                              *
      ****************************************************************
       CLOCKSEC.
           ACCEPT WAIT-WS-TIME FROM TIME.
           MOVE WAIT-WS-TIME(1:2) TO WAIT-HOUR-PART.
           MOVE WAIT-WS-TIME(3:2) TO WAIT-MINUTE-PART.
           MOVE WAIT-WS-TIME(5:2) TO WAIT-SECOND-PART.
           COMPUTE CLOCK-SECOND =
               WAIT-HOUR-PART * 3600 + WAIT-MINUTE-PART * 60
               + WAIT-SECOND-PART.

      ****************************************************************
      *                                                              *
      *  Wait PARM-POLL-SECONDS between depth polls, on the clock    *
      *  the way AMQMSET2's WAITSHORT does                           *
      *                                                              *
      ****************************************************************
       WAITPOLL.
           PERFORM CLOCKSEC.
           MOVE CLOCK-SECOND TO WAIT-START-SECOND.
           MOVE 0 TO WAIT-ELAPSED-SECOND.
           PERFORM UNTIL WAIT-ELAPSED-SECOND IS GREATER THAN OR EQUAL
               TO PARM-POLL-SECONDS
             PERFORM CLOCKSEC
             COMPUTE WAIT-ELAPSED-SECOND =
                 CLOCK-SECOND - WAIT-START-SECOND
             IF WAIT-ELAPSED-SECOND IS LESS THAN 0
      **        the clock crossed midnight mid-wait; treat as done
               MOVE PARM-POLL-SECONDS TO WAIT-ELAPSED-SECOND
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Compute the check value for the audit record about to be   *
      *   written: the previous record's value (from TEVSTA.DAT)     *
      *   rolled through every byte of this record ahead of the      *
      *   check-value column                                         *
      *                                                              *
      ****************************************************************
       CHAINCLC.
           PERFORM CHAINGET.
           MOVE PREVIOUS-CHAIN TO CHAIN-ACCUMULATOR.
           PERFORM VARYING CHAIN-POSITION FROM 1 BY 1
               UNTIL CHAIN-POSITION IS GREATER THAN 122
             MOVE AUDIT-LOG-RECORD(CHAIN-POSITION:1)
               TO CHAIN-BYTE-AREA
             COMPUTE CHAIN-ACCUMULATOR = CHAIN-ACCUMULATOR * 31
                 + CHAIN-BYTE-VALUE
             DIVIDE CHAIN-ACCUMULATOR BY 999999937
               GIVING CHAIN-QUOTIENT
               REMAINDER CHAIN-ACCUMULATOR
           END-PERFORM.
           MOVE CHAIN-ACCUMULATOR TO AUDIT-LOG-CHAIN.

      ****************************************************************
      *                                                              *
      *   The last check value written to MSETAUD.DAT, from the      *
      *   shared chain-state file                                    *
      *                                                              *
      ****************************************************************
       CHAINGET.
           MOVE 0 TO PREVIOUS-CHAIN.
           MOVE 0 TO CHAIN-STATE-COUNT.
           MOVE 'N' TO END-OF-CHAIN-STATE-SWITCH.
           OPEN INPUT CHAIN-STATE-FILE.
           IF CHAIN-STATE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-CHAIN-STATE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-CHAIN-STATE-SWITCH IS EQUAL TO 'Y'
             READ CHAIN-STATE-FILE
               AT END
                 MOVE 'Y' TO END-OF-CHAIN-STATE-SWITCH
               NOT AT END
                 IF CHAIN-STATE-COUNT IS LESS THAN 10
                   ADD 1 TO CHAIN-STATE-COUNT
                   MOVE TEV-FILE-NAME
                     TO CS-FILE-NAME(CHAIN-STATE-COUNT)
                   MOVE TEV-LAST-CHAIN
                     TO CS-LAST-CHAIN(CHAIN-STATE-COUNT)
                   IF TEV-FILE-NAME IS EQUAL TO 'MSETAUD.DAT'
                     MOVE TEV-LAST-CHAIN TO PREVIOUS-CHAIN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF CHAIN-STATE-STATUS IS EQUAL TO '00'
           OR CHAIN-STATE-STATUS IS EQUAL TO '10'
             CLOSE CHAIN-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Remember the check value just written - a file problem is  *
      *   DISPLAYed and swallowed rather than failing the run        *
      *                                                              *
      ****************************************************************
       CHAINSAV.
           MOVE 0 TO CHAIN-STATE-MATCH.
           PERFORM VARYING CHAIN-STATE-INDEX FROM 1 BY 1
               UNTIL CHAIN-STATE-INDEX > CHAIN-STATE-COUNT
             IF CS-FILE-NAME(CHAIN-STATE-INDEX) IS EQUAL TO
                 'MSETAUD.DAT'
               MOVE CHAIN-STATE-INDEX TO CHAIN-STATE-MATCH
               MOVE CHAIN-STATE-COUNT TO CHAIN-STATE-INDEX
             END-IF
           END-PERFORM.
           IF CHAIN-STATE-MATCH IS EQUAL TO 0
           AND CHAIN-STATE-COUNT IS LESS THAN 10
             ADD 1 TO CHAIN-STATE-COUNT
             MOVE CHAIN-STATE-COUNT TO CHAIN-STATE-MATCH
             MOVE 'MSETAUD.DAT'
               TO CS-FILE-NAME(CHAIN-STATE-MATCH)
           END-IF.
           IF CHAIN-STATE-MATCH IS GREATER THAN 0
             MOVE AUDIT-LOG-CHAIN
               TO CS-LAST-CHAIN(CHAIN-STATE-MATCH)
           END-IF.
           OPEN OUTPUT CHAIN-STATE-FILE.
           IF CHAIN-STATE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'AMQ0QSC0 unable to rewrite TEVSTA.DAT, file '
                 'status ' CHAIN-STATE-STATUS
           ELSE
             PERFORM VARYING CHAIN-STATE-INDEX FROM 1 BY 1
                 UNTIL CHAIN-STATE-INDEX > CHAIN-STATE-COUNT
               MOVE CS-FILE-NAME(CHAIN-STATE-INDEX)
                 TO TEV-FILE-NAME
               MOVE CS-LAST-CHAIN(CHAIN-STATE-INDEX)
                 TO TEV-LAST-CHAIN
               WRITE CHAIN-STATE-RECORD
             END-PERFORM
             CLOSE CHAIN-STATE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0QSC0                                              *
      *                                                              *
      ****************************************************************
