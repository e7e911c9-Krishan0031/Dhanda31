       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0DRN0                                       *
      *                                                              *
      * Description: Rate-paced backlog drainer for recovery after   *
      *              a downstream outage                             *
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
      *   AMQ0DRN0 feeds a backlog held back during an outage to the *
      *   recovering application at a pace it can take, instead of   *
      *   all at once:                                               *
      *                                                              *
      *      -- messages are moved from the holding queue to the     *
      *         live queue under units of work - each message is got *
      *         and put under syncpoint with its own MQMD and        *
      *         context, and the batch is committed every            *
      *         messages-per-unit-of-work messages and before every  *
      *         wait                                                 *
      *                                                              *
      *      -- the rate is held with AMQ0LDG0's per-second bucket   *
      *         counted against ACCEPT FROM TIME, spinning on the    *
      *         clock once the bucket is full                        *
      *                                                              *
      *      -- the live queue's depth is sampled every second.  At  *
      *         or above the ceiling the rate is halved at once      *
      *         (never below 1 a second); at the end of each         *
      *         interval with the depth below the ceiling it is      *
      *         stepped up by RATE-STEP-PERCENT, up to the maximum.  *
      *         A full live queue backs the rate off the same way    *
      *                                                              *
      *      -- the holding queue is locked through AMQ0LCK0 for the *
      *         run                                                  *
      *                                                              *
      *      -- progress is checkpointed after every commit in the   *
      *         keyed file DRNCKPT.DAT, one record per holding       *
      *         queue: a stopped drain restarted onto the same live  *
      *         queue carries on at the rate it had reached and with *
      *         its running total.  The record is dropped once the   *
      *         holding queue is empty                               *
      *                                                              *
      *      -- the drain stops cleanly, committed and checkpointed, *
      *         when the holding queue is empty, when the most       *
      *         messages for the run have been moved, or when an     *
      *         operator put-inhibits the live queue or              *
      *         get-inhibits the holding queue                       *
      *                                                              *
      *      -- every interval's throughput, rate, rate change and   *
      *         both depths are appended to DRNRPT.DAT               *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the job parameters, check the operator's role *
      *         lock the holding queue                               *
      *         MQCONN, open the holding and live queues             *
      *         read the checkpoint                                  *
      *         loop: move one message, commit by batch, hold the    *
      *           rate, sample the live depth each second, adjust    *
      *           the rate and report at each interval end           *
      *         commit, checkpoint, close, MQDISC, release the lock  *
      *         DISPLAY a summary                                    *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0DRN0 parameters (ARGUMENT-NUMBER/ARGUMENT-VALUE):      *
      *      1  holding queue (required)                             *
      *      2  live queue (required)                                *
      *      3  starting rate per second (default 10)                *
      *      4  most messages per second (default 200)               *
      *      5  live queue depth ceiling (default 5000)              *
      *      6  messages per unit of work (default 50)               *
      *      7  most messages to move this run (default 0, until     *
      *         the holding queue is empty)                          *
      *   Return code 1 when the run is refused or the drain stops   *
      *   on an error                                                *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0DRN0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** restart checkpoint: one record per holding queue being
      ** drained, rewritten after every commit and deleted once the
      ** holding queue is empty - the keyed-file shape AMQ0GBR0's
      ** GBRCKPT.DAT has
           SELECT CHECKPOINT-FILE ASSIGN TO 'DRNCKPT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CK-HOLDING-QUEUE
             FILE STATUS IS CHECKPOINT-FILE-STATUS.

      ** the throughput report, one line per interval, appended so
      ** that a restarted drain carries on the same history
           SELECT DRAIN-REPORT ASSIGN TO 'DRNRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DRAIN-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CK-HOLDING-QUEUE        PIC X(48).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-LIVE-QUEUE           PIC X(48).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-TOTAL-MOVED          PIC 9(9).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-CURRENT-RATE         PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-TIMESTAMP            PIC X(17).

       FD  DRAIN-REPORT.
       01 DRAIN-REPORT-RECORD         PIC X(132).

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

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 HOLDING-Q-HANDLE           PIC S9(9) BINARY.
       01 LIVE-Q-HANDLE              PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
       01 PUT-REASON                 PIC S9(9) BINARY.
      ** no truncation is accepted - a longer message stops the drain
       01 BUFFER-LENGTH              PIC S9(9) BINARY VALUE 100000.
       01 DATA-LENGTH                PIC S9(9) BINARY.
       01 BUFFER                     PIC X(100000).

      ** MQINQ of a queue depth, the same table shape AMQ0LDG0 uses
       01 SELECT-COUNT               PIC S9(9) BINARY VALUE 1.
       01 SELECTOR-TABLE.
         02 SELECTOR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 INT-ATTR-COUNT             PIC S9(9) BINARY VALUE 1.
       01 INT-ATTR-TABLE.
         02 INT-ATTR                 PIC S9(9) BINARY OCCURS 1 TIMES.
       01 CHAR-ATTR-LENGTH           PIC S9(9) BINARY VALUE 0.
       01 CHAR-ATTRS                 PIC X(4).
       01 INQ-HANDLE                 PIC S9(9) BINARY.
       01 DEPTH-SAMPLE               PIC S9(9) BINARY VALUE 0.
       01 LIVE-DEPTH                 PIC S9(9) BINARY VALUE 0.
       01 HOLDING-DEPTH              PIC S9(9) BINARY VALUE 0.

       01 CHECKPOINT-FILE-STATUS     PIC XX VALUE '00'.
       01 DRAIN-REPORT-STATUS        PIC XX VALUE '00'.
       01 CONNECTED-SWITCH           PIC X VALUE 'N'.
       01 HOLDING-OPEN-SWITCH        PIC X VALUE 'N'.
       01 LIVE-OPEN-SWITCH           PIC X VALUE 'N'.
       01 LOCK-HELD-SWITCH           PIC X VALUE 'N'.
       01 END-OF-DRAIN-SWITCH        PIC X VALUE 'N'.
       01 DRAINED-SWITCH             PIC X VALUE 'N'.
       01 DRAIN-FAILED-SWITCH        PIC X VALUE 'N'.
       01 BACKED-OFF-SWITCH          PIC X VALUE 'N'.
       01 PART-INTERVAL-SWITCH       PIC X VALUE 'N'.
       01 STOP-TEXT                  PIC X(40) VALUE SPACES.

      ** job parameters
       01 PARM-HOLDING-QUEUE         PIC X(48) VALUE SPACES.
       01 PARM-LIVE-QUEUE            PIC X(48) VALUE SPACES.
       01 PARM-START-RATE            PIC 9(5) VALUE 0.
       01 PARM-MAX-RATE              PIC 9(5) VALUE 0.
       01 PARM-DEPTH-CEILING         PIC 9(9) VALUE 0.
       01 PARM-UOW-SIZE              PIC 9(5) VALUE 0.
       01 PARM-MAX-MESSAGES          PIC 9(9) VALUE 0.

      ** rate control - the interval over which the rate is stepped
      ** up and reported, and the step as a percentage of the rate
       01 INTERVAL-SECONDS           PIC S9(9) BINARY VALUE 10.
       01 RATE-STEP-PERCENT          PIC S9(9) BINARY VALUE 10.
       01 CURRENT-RATE               PIC S9(9) BINARY VALUE 0.
       01 RATE-STEP                  PIC S9(9) BINARY VALUE 0.
       01 RATE-ACTION                PIC X(4) VALUE SPACES.

      ** per-second rate bucket, counted against the wall clock
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 CURRENT-SECOND-KEY         PIC X(6).
       01 BUCKET-SECOND-KEY          PIC X(6) VALUE SPACES.
       01 BUCKET-MOVE-COUNT          PIC S9(9) BINARY VALUE 0.

      ** interval timing, in seconds of the day
       01 TIME-HOUR-PART             PIC 9(2).
       01 TIME-MINUTE-PART           PIC 9(2).
       01 TIME-SECOND-PART           PIC 9(2).
       01 NOW-SECONDS-OF-DAY         PIC S9(9) BINARY.
       01 INTERVAL-START-SECONDS     PIC S9(9) BINARY.
       01 INTERVAL-ELAPSED           PIC S9(9) BINARY.

      ** counts - UOW-COUNT messages are moved but not yet
      ** committed; only committed messages are counted as moved
       01 UOW-COUNT                  PIC S9(9) BINARY VALUE 0.
       01 INTERVAL-MOVED             PIC S9(9) BINARY VALUE 0.
       01 RUN-MOVED                  PIC 9(9) VALUE 0.
       01 TOTAL-MOVED                PIC 9(9) VALUE 0.
       01 INTERVAL-COUNT             PIC 9(7) VALUE 0.
       01 BACKOFF-COUNT              PIC 9(7) VALUE 0.

      ** one interval line of the throughput report
       01 INTERVAL-LINE.
          05 IL-TIMESTAMP            PIC X(17).
          05 FILLER                  PIC X(7) VALUE ' MOVED '.
          05 IL-MOVED                PIC Z(8)9.
          05 FILLER                  PIC X(4) VALUE ' IN '.
          05 IL-SECONDS              PIC ZZZZ9.
          05 FILLER                  PIC X(4) VALUE 'S = '.
          05 IL-PER-SECOND           PIC Z(6)9.
          05 FILLER                  PIC X(8) VALUE '/S RATE '.
          05 IL-RATE                 PIC Z(6)9.
          05 FILLER                  PIC X VALUE SPACE.
          05 IL-ACTION               PIC X(4).
          05 FILLER                  PIC X(6) VALUE ' LIVE '.
          05 IL-LIVE-DEPTH           PIC Z(8)9.
          05 FILLER                  PIC X(9) VALUE ' HOLDING '.
          05 IL-HOLDING-DEPTH        PIC Z(8)9.
          05 FILLER                  PIC X(7) VALUE ' TOTAL '.
          05 IL-TOTAL                PIC Z(8)9.
       01 REPORT-LINE                PIC X(132).
       01 REPORT-NUMBER              PIC Z(8)9.
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Shared queue serialization lock interface - the holding
      * queue is registered before any message is taken off it
       01 MY-QUEUE-LOCK.
          COPY QLOCKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0DRN0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0DRN0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM GETPARMS.

      ** the operator's role must allow the drain - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'AMQ0DRN0' TO ROL-PROGRAM-ID
             MOVE '*' TO ROL-ACTION
             MOVE 'AMQ0DRN0' TO ROL-CALLER-ID
             MOVE 'Y' TO ROL-LOG-DENIAL
             CALL 'AMQ0ROL0' USING ROL-CHECK-AREA
             IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
               DISPLAY 'AMQ0DRN0 refused - role <' ROL-USER-ROLE
                   '> of user <' ROL-USER-ID '> may not run it'
               MOVE 'ROLE NOT ALLOWED' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOCKQ
           END-IF.

      ****************************************************************
      *                                                              *
      *   Connect to the default queue manager and open both queues  *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             CALL 'MQCONN'
              USING QM-NAME, HCONN,
              COMPLETION-CODE, CON-REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQCONN ended with reason code ' CON-REASON
               MOVE 'QMGR NOT AVAILABLE' TO OUTCOME-TEXT
             ELSE
               MOVE 'Y' TO CONNECTED-SWITCH
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM OPENQS
           END-IF.

      ****************************************************************
      *                                                              *
      *   Pick up any checkpoint and drain                           *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM OPENTRK
             PERFORM CKPTINIT
             OPEN EXTEND DRAIN-REPORT
             IF DRAIN-REPORT-STATUS IS EQUAL TO '35'
               OPEN OUTPUT DRAIN-REPORT
             END-IF
             PERFORM RPTHEAD
             PERFORM DRAINQ
      **     whatever is still uncommitted, and the part interval -
      **     reported, but too short to step the rate on
             PERFORM COMMITUOW
             IF INTERVAL-MOVED IS GREATER THAN 0
               MOVE 'Y' TO PART-INTERVAL-SWITCH
               PERFORM INTEND
             END-IF
             PERFORM CKPTSAVE
             PERFORM RPTTAIL
             CLOSE DRAIN-REPORT
             CLOSE CHECKPOINT-FILE
           END-IF.

           PERFORM CLOSEQS.

           IF LOCK-HELD-SWITCH IS EQUAL TO 'Y'
             PERFORM UNLOCKQ
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             DISPLAY RUN-MOVED ' messages moved from '
                 PARM-HOLDING-QUEUE
             DISPLAY '   to ' PARM-LIVE-QUEUE
             DISPLAY '   ' TOTAL-MOVED ' moved since the drain began, '
                 BACKOFF-COUNT ' back-offs'
             DISPLAY '   stopped: ' STOP-TEXT
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND DRAIN-FAILED-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE RUN-MOVED TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0DRN0 end'.
           IF RLG-STATUS IS EQUAL TO 'END-OK'
             MOVE ZERO TO RETURN-CODE
           ELSE
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read and check the job parameters                          *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-HOLDING-QUEUE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-HOLDING-QUEUE
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-LIVE-QUEUE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-LIVE-QUEUE
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-START-RATE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-START-RATE
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MAX-RATE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-MAX-RATE
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-DEPTH-CEILING FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-DEPTH-CEILING
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-UOW-SIZE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-UOW-SIZE
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MAX-MESSAGES FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-MAX-MESSAGES
           END-ACCEPT.

           IF PARM-START-RATE IS EQUAL TO 0
             MOVE 10 TO PARM-START-RATE
           END-IF.
           IF PARM-MAX-RATE IS EQUAL TO 0
             MOVE 200 TO PARM-MAX-RATE
           END-IF.
           IF PARM-START-RATE IS GREATER THAN PARM-MAX-RATE
             MOVE PARM-MAX-RATE TO PARM-START-RATE
           END-IF.
           IF PARM-DEPTH-CEILING IS EQUAL TO 0
             MOVE 5000 TO PARM-DEPTH-CEILING
           END-IF.
           IF PARM-UOW-SIZE IS EQUAL TO 0
             MOVE 50 TO PARM-UOW-SIZE
           END-IF.
           MOVE PARM-START-RATE TO CURRENT-RATE.

           IF PARM-HOLDING-QUEUE IS EQUAL TO SPACES
           OR PARM-LIVE-QUEUE IS EQUAL TO SPACES
             DISPLAY 'AMQ0DRN0 needs the holding queue and the live '
                 'queue'
             MOVE 'MISSING PARAMETERS' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-HOLDING-QUEUE IS EQUAL TO PARM-LIVE-QUEUE
             DISPLAY 'holding and live queue are the same - '
                 PARM-HOLDING-QUEUE
             MOVE 'HOLDING IS LIVE' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Register the holding queue with AMQ0LCK0 - no other        *
      *   program may work the queue while it is drained             *
      *                                                              *
      ****************************************************************
       LOCKQ.
           MOVE 'ACQUIRE' TO LCK-REQUEST.
           MOVE 'AMQ0DRN0' TO LCK-PROGRAM-ID.
           MOVE PARM-HOLDING-QUEUE TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.
           IF LCK-RESULT IS NOT EQUAL TO 'GRANTED'
             DISPLAY 'drain of ' PARM-HOLDING-QUEUE
                 ' NOT STARTED - queue locked by ' LCK-HOLDER
             MOVE 'HOLDING QUEUE LOCKED' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO LOCK-HELD-SWITCH
           END-IF.

       UNLOCKQ.
           MOVE 'RELEASE' TO LCK-REQUEST.
           MOVE 'AMQ0DRN0' TO LCK-PROGRAM-ID.
           MOVE PARM-HOLDING-QUEUE TO LCK-QUEUE-NAME.
           CALL 'AMQ0LCK0' USING LCK-LOCK-AREA.

      ****************************************************************
      *                                                              *
      *   Open the holding queue to get from and the live queue to   *
      *   put to with the context set from each message's own MQMD;  *
      *   both to inquire on for their depths                        *
      *                                                              *
      ****************************************************************
       OPENQS.
           MOVE PARM-HOLDING-QUEUE TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           ADD MQOO-INPUT-SHARED MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, HOLDING-Q-HANDLE,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN ended with reason code ' REASON
                 ' for ' PARM-HOLDING-QUEUE
             MOVE 'HOLDING QUEUE NOT OPENED' TO OUTCOME-TEXT
           ELSE
             MOVE 'Y' TO HOLDING-OPEN-SWITCH
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE PARM-LIVE-QUEUE TO MQOD-OBJECTNAME
             MOVE SPACES TO MQOD-OBJECTQMGRNAME
             ADD MQOO-OUTPUT MQOO-SET-ALL-CONTEXT MQOO-INQUIRE
                 MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
             CALL 'MQOPEN'
              USING HCONN, OBJECT-DESCRIPTOR,
              OPEN-OPTIONS, LIVE-Q-HANDLE,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQOPEN ended with reason code ' REASON
                   ' for ' PARM-LIVE-QUEUE
               MOVE 'LIVE QUEUE NOT OPENED' TO OUTCOME-TEXT
             ELSE
               MOVE 'Y' TO LIVE-OPEN-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Close whatever was opened and disconnect                   *
      *                                                              *
      ****************************************************************
       CLOSEQS.
           IF HOLDING-OPEN-SWITCH IS EQUAL TO 'Y'
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, HOLDING-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.
           IF LIVE-OPEN-SWITCH IS EQUAL TO 'Y'
             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, LIVE-Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
           END-IF.
           IF CONNECTED-SWITCH IS EQUAL TO 'Y'
           AND CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING HCONN, COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC ended with reason code ' REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The drain loop: move one message, then hold the rate       *
      *                                                              *
      ****************************************************************
       DRAINQ.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-TIME(1:6) TO BUCKET-SECOND-KEY.
           PERFORM NOWSECS.
           MOVE NOW-SECONDS-OF-DAY TO INTERVAL-START-SECONDS.
           MOVE 0 TO BUCKET-MOVE-COUNT.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-DRAIN-SWITCH IS EQUAL TO 'Y'
             PERFORM MOVE1
             IF END-OF-DRAIN-SWITCH IS NOT EQUAL TO 'Y'
               PERFORM PACE
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Move one message under the unit of work: get it from the   *
      *   holding queue and put it to the live queue with its own    *
      *   context.  A full live queue backs the unit of work out and *
      *   the rate off; anything else the drain cannot get past -    *
      *   a message too long for the buffer among them - backs it    *
      *   out and stops the drain                                    *
      *                                                              *
      ****************************************************************
       MOVE1.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           ADD MQGMO-NO-WAIT MQGMO-SYNCPOINT
                     GIVING MQGMO-OPTIONS.
           MOVE 0 TO MQGMO-WAITINTERVAL.
           MOVE 100000 TO BUFFER-LENGTH.
           CALL 'MQGET'
            USING HCONN, HOLDING-Q-HANDLE,
            MESSAGE-DESCRIPTOR, GET-MESSAGE-OPTIONS,
            BUFFER-LENGTH, BUFFER, DATA-LENGTH,
            COMPLETION-CODE, REASON.
      **   a truncated message comes back with a warning, not a
      **   failure, and must not be put
           IF COMPLETION-CODE IS NOT EQUAL TO MQCC-OK
             MOVE 'Y' TO END-OF-DRAIN-SWITCH
             EVALUATE REASON
               WHEN MQRC-NO-MSG-AVAILABLE
                 MOVE 'Y' TO DRAINED-SWITCH
                 MOVE 'HOLDING QUEUE EMPTY' TO STOP-TEXT
               WHEN MQRC-GET-INHIBITED
                 MOVE 'HOLDING QUEUE GET-INHIBITED' TO STOP-TEXT
               WHEN MQRC-TRUNCATED-MSG-FAILED
                 DISPLAY 'a message of ' DATA-LENGTH ' bytes on '
                     PARM-HOLDING-QUEUE ' is too long to move'
                 MOVE 'MESSAGE TOO LONG TO MOVE' TO STOP-TEXT
                 MOVE 'Y' TO DRAIN-FAILED-SWITCH
               WHEN OTHER
                 DISPLAY 'MQGET ended with reason code ' REASON
                     ' for ' PARM-HOLDING-QUEUE
                 MOVE 'GET FROM HOLDING QUEUE FAILED' TO STOP-TEXT
                 MOVE 'Y' TO DRAIN-FAILED-SWITCH
             END-EVALUATE
      **     nothing of a failed unit of work is committed at the end
             IF DRAIN-FAILED-SWITCH IS EQUAL TO 'Y'
               CALL 'MQBACK'
                USING HCONN, COMPLETION-CODE, REASON
               MOVE 0 TO UOW-COUNT
             END-IF
           ELSE
             ADD MQPMO-SYNCPOINT MQPMO-SET-ALL-CONTEXT
                       GIVING MQPMO-OPTIONS
             CALL 'MQPUT'
              USING HCONN, LIVE-Q-HANDLE,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              DATA-LENGTH, BUFFER,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               PERFORM PUTFAIL
             ELSE
               ADD 1 TO UOW-COUNT
               ADD 1 TO BUCKET-MOVE-COUNT
               IF UOW-COUNT IS NOT LESS THAN PARM-UOW-SIZE
                 PERFORM COMMITUOW
               END-IF
               IF PARM-MAX-MESSAGES IS GREATER THAN 0
               AND RUN-MOVED + UOW-COUNT IS NOT LESS THAN
                   PARM-MAX-MESSAGES
                 MOVE 'Y' TO END-OF-DRAIN-SWITCH
                 MOVE 'MOST MESSAGES FOR THE RUN MOVED'
                   TO STOP-TEXT
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   The live queue refused the put: the whole unit of work is  *
      *   backed out onto the holding queue.  A full queue is a      *
      *   reason to slow down and wait for the next second; a        *
      *   put-inhibited queue is an operator stop                    *
      *                                                              *
      ****************************************************************
       PUTFAIL.
           MOVE REASON TO PUT-REASON.
           CALL 'MQBACK'
            USING HCONN, COMPLETION-CODE, REASON.
           MOVE 0 TO UOW-COUNT.
           EVALUATE PUT-REASON
             WHEN MQRC-Q-FULL
               DISPLAY PARM-LIVE-QUEUE ' is full - backing off'
               IF BACKED-OFF-SWITCH IS NOT EQUAL TO 'Y'
                 PERFORM BACKOFF
               END-IF
               MOVE CURRENT-RATE TO BUCKET-MOVE-COUNT
             WHEN MQRC-PUT-INHIBITED
               MOVE 'Y' TO END-OF-DRAIN-SWITCH
               MOVE 'LIVE QUEUE PUT-INHIBITED' TO STOP-TEXT
             WHEN OTHER
               DISPLAY 'MQPUT ended with reason code ' PUT-REASON
                   ' for ' PARM-LIVE-QUEUE
               MOVE 'Y' TO END-OF-DRAIN-SWITCH
               MOVE 'PUT TO LIVE QUEUE FAILED' TO STOP-TEXT
               MOVE 'Y' TO DRAIN-FAILED-SWITCH
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Commit the unit of work and checkpoint what it moved       *
      *                                                              *
      ****************************************************************
       COMMITUOW.
           IF UOW-COUNT IS GREATER THAN 0
             CALL 'MQCMIT'
              USING HCONN, COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQCMIT ended with reason code ' REASON
                   ' - ' UOW-COUNT ' messages backed out'
               MOVE 'Y' TO END-OF-DRAIN-SWITCH
               MOVE 'COMMIT FAILED' TO STOP-TEXT
               MOVE 'Y' TO DRAIN-FAILED-SWITCH
             ELSE
               ADD UOW-COUNT TO RUN-MOVED
               ADD UOW-COUNT TO TOTAL-MOVED
               ADD UOW-COUNT TO INTERVAL-MOVED
               PERFORM CKPTSAVE
             END-IF
             MOVE 0 TO UOW-COUNT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Count the move against the current second's bucket; once   *
      *   the bucket holds the current rate, commit and spin on the  *
      *   clock until the second changes.  Every new second samples  *
      *   the live depth                                             *
      *                                                              *
      ****************************************************************
       PACE.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-TIME(1:6) TO CURRENT-SECOND-KEY.
           IF CURRENT-SECOND-KEY IS NOT EQUAL TO BUCKET-SECOND-KEY
             PERFORM TICK
           END-IF.
           IF BUCKET-MOVE-COUNT IS NOT LESS THAN CURRENT-RATE
             PERFORM COMMITUOW
             PERFORM WITH TEST BEFORE
                 UNTIL CURRENT-SECOND-KEY IS NOT EQUAL TO
                     BUCKET-SECOND-KEY
               ACCEPT WS-TIME FROM TIME
               MOVE WS-TIME(1:6) TO CURRENT-SECOND-KEY
             END-PERFORM
             PERFORM TICK
           END-IF.

      ****************************************************************
      *                                                              *
      *   A new second: empty the bucket, sample the live depth and  *
      *   back off at once if it has reached the ceiling; at the end *
      *   of the interval report it and step the rate                *
      *                                                              *
      ****************************************************************
       TICK.
           MOVE CURRENT-SECOND-KEY TO BUCKET-SECOND-KEY.
           MOVE 0 TO BUCKET-MOVE-COUNT.
           MOVE LIVE-Q-HANDLE TO INQ-HANDLE.
           PERFORM DEPTHINQ.
           MOVE DEPTH-SAMPLE TO LIVE-DEPTH.
           IF LIVE-DEPTH IS NOT LESS THAN PARM-DEPTH-CEILING
           AND BACKED-OFF-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM BACKOFF
           END-IF.
           PERFORM NOWSECS.
           COMPUTE INTERVAL-ELAPSED =
               NOW-SECONDS-OF-DAY - INTERVAL-START-SECONDS.
           IF INTERVAL-ELAPSED IS LESS THAN 0
             ADD 86400 TO INTERVAL-ELAPSED
           END-IF.
           IF INTERVAL-ELAPSED IS NOT LESS THAN INTERVAL-SECONDS
             PERFORM COMMITUOW
             PERFORM INTEND
           END-IF.

      ****************************************************************
      *                                                              *
      *   Halve the rate, never below one message a second - once    *
      *   an interval, so the queue has time to show the effect      *
      *                                                              *
      ****************************************************************
       BACKOFF.
           DIVIDE 2 INTO CURRENT-RATE.
           IF CURRENT-RATE IS LESS THAN 1
             MOVE 1 TO CURRENT-RATE
           END-IF.
           MOVE 'Y' TO BACKED-OFF-SWITCH.
           ADD 1 TO BACKOFF-COUNT.
           MOVE CURRENT-RATE TO REPORT-NUMBER.
           DISPLAY 'live depth at the ceiling - rate backed off to '
               REPORT-NUMBER ' a second'.

      ****************************************************************
      *                                                              *
      *   End of an interval: step the rate up when the live depth   *
      *   stayed below the ceiling, and write the interval line      *
      *                                                              *
      ****************************************************************
       INTEND.
           PERFORM NOWSECS.
           COMPUTE INTERVAL-ELAPSED =
               NOW-SECONDS-OF-DAY - INTERVAL-START-SECONDS.
           IF INTERVAL-ELAPSED IS LESS THAN 0
             ADD 86400 TO INTERVAL-ELAPSED
           END-IF.
           IF INTERVAL-ELAPSED IS LESS THAN 1
             MOVE 1 TO INTERVAL-ELAPSED
           END-IF.

           IF BACKED-OFF-SWITCH IS EQUAL TO 'Y'
             MOVE 'DOWN' TO RATE-ACTION
           ELSE
             IF LIVE-DEPTH IS LESS THAN PARM-DEPTH-CEILING
             AND PART-INTERVAL-SWITCH IS NOT EQUAL TO 'Y'
             AND CURRENT-RATE IS LESS THAN PARM-MAX-RATE
               COMPUTE RATE-STEP =
                   CURRENT-RATE * RATE-STEP-PERCENT / 100
               IF RATE-STEP IS LESS THAN 1
                 MOVE 1 TO RATE-STEP
               END-IF
               ADD RATE-STEP TO CURRENT-RATE
               IF CURRENT-RATE IS GREATER THAN PARM-MAX-RATE
                 MOVE PARM-MAX-RATE TO CURRENT-RATE
               END-IF
               MOVE 'UP' TO RATE-ACTION
             ELSE
               MOVE 'HOLD' TO RATE-ACTION
             END-IF
           END-IF.

           MOVE HOLDING-Q-HANDLE TO INQ-HANDLE.
           PERFORM DEPTHINQ.
           MOVE DEPTH-SAMPLE TO HOLDING-DEPTH.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO IL-TIMESTAMP(1:8).
           MOVE '-' TO IL-TIMESTAMP(9:1).
           MOVE WS-TIME TO IL-TIMESTAMP(10:8).
           MOVE INTERVAL-MOVED TO IL-MOVED.
           MOVE INTERVAL-ELAPSED TO IL-SECONDS.
           COMPUTE IL-PER-SECOND = INTERVAL-MOVED / INTERVAL-ELAPSED.
           MOVE CURRENT-RATE TO IL-RATE.
           MOVE RATE-ACTION TO IL-ACTION.
           MOVE LIVE-DEPTH TO IL-LIVE-DEPTH.
           MOVE HOLDING-DEPTH TO IL-HOLDING-DEPTH.
           MOVE TOTAL-MOVED TO IL-TOTAL.
           WRITE DRAIN-REPORT-RECORD FROM INTERVAL-LINE.
           DISPLAY INTERVAL-LINE.
           ADD 1 TO INTERVAL-COUNT.

           MOVE 0 TO INTERVAL-MOVED.
           MOVE 'N' TO BACKED-OFF-SWITCH.
           MOVE NOW-SECONDS-OF-DAY TO INTERVAL-START-SECONDS.

      ****************************************************************
      *                                                              *
      *   The time now in seconds of the day                         *
      *                                                              *
      ****************************************************************
       NOWSECS.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-TIME(1:2) TO TIME-HOUR-PART.
           MOVE WS-TIME(3:2) TO TIME-MINUTE-PART.
           MOVE WS-TIME(5:2) TO TIME-SECOND-PART.
           COMPUTE NOW-SECONDS-OF-DAY = TIME-HOUR-PART * 3600
               + TIME-MINUTE-PART * 60 + TIME-SECOND-PART.

      ****************************************************************
      *                                                              *
      *   MQINQ the current depth of the queue open on INQ-HANDLE    *
      *                                                              *
      ****************************************************************
       DEPTHINQ.
           MOVE MQIA-CURRENT-Q-DEPTH TO SELECTOR(1).
           CALL 'MQINQ'
            USING HCONN, INQ-HANDLE,
            SELECT-COUNT, SELECTOR-TABLE,
            INT-ATTR-COUNT, INT-ATTR-TABLE,
            CHAR-ATTR-LENGTH, CHAR-ATTRS,
            COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-OK
             MOVE INT-ATTR(1) TO DEPTH-SAMPLE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Open (creating if necessary) the keyed checkpoint file     *
      *                                                              *
      ****************************************************************
       OPENTRK.
           OPEN I-O CHECKPOINT-FILE.
           IF CHECKPOINT-FILE-STATUS IS EQUAL TO '35'
             OPEN OUTPUT CHECKPOINT-FILE
             CLOSE CHECKPOINT-FILE
             OPEN I-O CHECKPOINT-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Read the holding queue's checkpoint, if a drain of it was  *
      *   stopped before the queue was empty.  A drain to the same   *
      *   live queue carries on at the rate it had reached; one to   *
      *   another live queue starts afresh                           *
      *                                                              *
      ****************************************************************
       CKPTINIT.
           MOVE PARM-HOLDING-QUEUE TO CK-HOLDING-QUEUE.
           READ CHECKPOINT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CK-LIVE-QUEUE IS EQUAL TO PARM-LIVE-QUEUE
                 MOVE CK-TOTAL-MOVED TO TOTAL-MOVED
                 MOVE CK-CURRENT-RATE TO CURRENT-RATE
                 IF CURRENT-RATE IS GREATER THAN PARM-MAX-RATE
                   MOVE PARM-MAX-RATE TO CURRENT-RATE
                 END-IF
                 IF CURRENT-RATE IS LESS THAN 1
                   MOVE PARM-START-RATE TO CURRENT-RATE
                 END-IF
                 MOVE CURRENT-RATE TO REPORT-NUMBER
                 DISPLAY 'resuming drain of ' PARM-HOLDING-QUEUE
                     ' from checkpoint ' CK-TIMESTAMP
                 DISPLAY '   ' TOTAL-MOVED ' already moved, rate '
                     REPORT-NUMBER ' a second'
               ELSE
                 DISPLAY 'checkpoint for ' PARM-HOLDING-QUEUE
                     ' was draining to ' CK-LIVE-QUEUE
                 DISPLAY '   - starting afresh'
               END-IF
           END-READ.

      ****************************************************************
      *                                                              *
      *   Save the holding queue's checkpoint - or, once the queue   *
      *   is empty, drop it - with one keyed WRITE, REWRITE or       *
      *   DELETE                                                     *
      *                                                              *
      ****************************************************************
       CKPTSAVE.
           MOVE PARM-HOLDING-QUEUE TO CK-HOLDING-QUEUE.
           IF DRAINED-SWITCH IS EQUAL TO 'Y'
             DELETE CHECKPOINT-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
           ELSE
             MOVE PARM-LIVE-QUEUE TO CK-LIVE-QUEUE
             MOVE TOTAL-MOVED TO CK-TOTAL-MOVED
             MOVE CURRENT-RATE TO CK-CURRENT-RATE
             ACCEPT WS-DATE FROM DATE YYYYMMDD
             ACCEPT WS-TIME FROM TIME
             MOVE WS-DATE TO CK-TIMESTAMP(1:8)
             MOVE '-' TO CK-TIMESTAMP(9:1)
             MOVE WS-TIME TO CK-TIMESTAMP(10:8)
             WRITE CHECKPOINT-RECORD
               INVALID KEY
                 REWRITE CHECKPOINT-RECORD
             END-WRITE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Report heading and closing lines for this run              *
      *                                                              *
      ****************************************************************
       RPTHEAD.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DRAIN ' DELIMITED BY SIZE
                  PARM-HOLDING-QUEUE DELIMITED BY SPACE
                  ' TO ' DELIMITED BY SIZE
                  PARM-LIVE-QUEUE DELIMITED BY SPACE
                  ' STARTED ' DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TIME DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE DRAIN-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE CURRENT-RATE TO REPORT-NUMBER.
           STRING '   RATE ' DELIMITED BY SIZE
                  REPORT-NUMBER DELIMITED BY SIZE
                  '/S' DELIMITED BY SIZE
             INTO REPORT-LINE.
           MOVE PARM-MAX-RATE TO REPORT-NUMBER.
           MOVE ' MAX ' TO REPORT-LINE(21:5).
           MOVE REPORT-NUMBER TO REPORT-LINE(26:9).
           MOVE PARM-DEPTH-CEILING TO REPORT-NUMBER.
           MOVE ' CEILING ' TO REPORT-LINE(35:9).
           MOVE REPORT-NUMBER TO REPORT-LINE(44:9).
           MOVE PARM-UOW-SIZE TO REPORT-NUMBER.
           MOVE ' PER UOW ' TO REPORT-LINE(53:9).
           MOVE REPORT-NUMBER TO REPORT-LINE(62:9).
           MOVE TOTAL-MOVED TO REPORT-NUMBER.
           MOVE ' ALREADY MOVED ' TO REPORT-LINE(71:15).
           MOVE REPORT-NUMBER TO REPORT-LINE(86:9).
           WRITE DRAIN-REPORT-RECORD FROM REPORT-LINE.

       RPTTAIL.
           MOVE SPACES TO REPORT-LINE.
           MOVE RUN-MOVED TO REPORT-NUMBER.
           STRING '   STOPPED - ' DELIMITED BY SIZE
                  STOP-TEXT DELIMITED BY '  '
                  ' - MOVED THIS RUN ' DELIMITED BY SIZE
                  REPORT-NUMBER DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE DRAIN-REPORT-RECORD FROM REPORT-LINE.

      ****************************************************************
      *                                                              *
      * END OF AMQ0DRN0                                              *
      *                                                              *
      ****************************************************************
