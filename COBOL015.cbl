      *                                                                  *
      *      -- the target queue is obtained from the console, the       *
      *         same prompt-for-a-queue-name idiom AMQ0GBR0 uses in       *
      *         its interactive mode - unless a driving program has       *
      *         left it in the one-line handover file BPTPARM.DAT,        *
      *         which is read (and emptied) first                         *
      *                                                                   *
      *      -- the message text comes from BPUTMSG.DAT, LINE                *
      *         SEQUENTIAL, one message per line, up to 1000                *
      *         re-initialise-before-every-call idiom AMQ0GBR0's GETR         *
      *         paragraph uses before every MQGET                            *
      *                                                                      *
      *      -- a *RELEASE directive line stages the payload lines   *
      *         that follow it for a deferred release instead of     *
      *         putting them to the target:                          *
      *            *RELEASE AT=YYYYMMDDHHMM[SS] TARGET=queue         *
      *         puts each one, behind a RELHDRWS release header, to  *
      *         the staging queue; AMQ0DRL0 moves it to the release  *
      *         target (default the target queue) once the release   *
      *         time has come.  *RELEASE OFF goes back to putting    *
      *         straight to the target.  Lines after a *RELEASE      *
      *         directive that cannot be used are counted as errors  *
      *         and put nowhere, so they are never released early    *
      *                                                              *
      *      -- blank lines in BPUTMSG.DAT are skipped, not put              *
      *                                                              *
      *      -- the puts are made under syncpoint and committed      *
      *         every batch-size messages (1st parameter, default    *
      *         100).  After each commit the number of the last line *
      *         read and a rolling hash total of every line up to it *
      *         are kept in BPTCKPT.DAT, keyed by target queue, with *
      *         the counts so far.  A load that stops part way       *
      *         (queue full, put inhibited, queue manager            *
      *         unavailable, a commit failing) backs out its open    *
      *         batch and leaves the checkpoint; the next run to the *
      *         same queue re-reads the lines already loaded,        *
      *         replaying their directives, and puts from the line   *
      *         after it - but only if the hash of those lines still *
      *         matches, otherwise nothing is put.  The counts shown *
      *         at the end cover the whole file, so AMQ0HTR0         *
      *         reconciles a restarted load like any other.  The     *
      *         checkpoint is deleted once the whole file is loaded; *
      *         FRESH as the 2nd parameter discards one and loads    *
      *         from line 1                                          *
      *                                                                      *
      *    Program logic:                                                   *
      *         take the target queue from BPTPARM.DAT when present,        *
      *         otherwise display prompt for target queue name and           *
      *         ACCEPT the target queue name from the console                *
      *         open BPUTMSG.DAT for input                                    *
      *         MQCONNect to default queue manager                           *
      *         while not at end of BPUTMSG.DAT,                              *
      *         .  read one line                                              *
      *         .  if not blank, MQPUT it                                      *
      *         .  commit and checkpoint every batch-size puts       *
      *         MQCLOSE the target queue                                       *
      *         MQDISConnect from queue manager                                *
      *         display one-line summary of messages put/failed                *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   The target queue comes from BPTPARM.DAT (queue name,       *
      *   columns 1-48) or the console.  Parameters, both optional:  *
      *   messages per unit of work (default 100) and FRESH to load  *
      *   from line 1 whatever the checkpoint says                   *
      *                                                              *
      *   Return code 1 when the load stopped part way or was        *
      *   refused                                                    *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0BPT0.
           SELECT BATCH-INPUT-FILE ASSIGN TO 'BPUTMSG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BATCH-FILE-STATUS.
      ** optional one-line target-queue handover file, written by a
      ** program that CALLs AMQ0BPT0 unattended (the smoke-test
      ** harness AMQ0SMK0) - read before falling back to the console
      ** prompt, and emptied once read
           SELECT PARAMETER-FILE ASSIGN TO 'BPTPARM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAMETER-FILE-STATUS.
      ** restart checkpoint: one record per target queue being
      ** loaded, rewritten after every commit and deleted once the
      ** whole file is loaded - the keyed-file shape AMQ0GBR0's
      ** GBRCKPT.DAT has
           SELECT CHECKPOINT-FILE ASSIGN TO 'BPTCKPT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CK-TARGET-QUEUE
             FILE STATUS IS CHECKPOINT-FILE-STATUS.

      ****************************************************************
       DATA DIVISION.
       FD  BATCH-INPUT-FILE.
       01 BATCH-INPUT-RECORD             PIC X(1000).

       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD               PIC X(48).

       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CK-TARGET-QUEUE         PIC X(48).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-LINE-NUMBER          PIC 9(9).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-HASH-TOTAL           PIC 9(9).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-PUT-COUNT            PIC 9(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-ERROR-COUNT          PIC 9(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-STAGED-COUNT         PIC 9(7).
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-TIMESTAMP            PIC X(17).

       WORKING-STORAGE SECTION.
      *
      **  Declare MQI structures needed
       01 TARGET-QUEUE               PIC X(48).

       01 BATCH-FILE-STATUS          PIC XX VALUE '00'.
       01 PARAMETER-FILE-STATUS      PIC XX VALUE '00'.
       01 END-OF-BATCH-FILE-SWITCH   PIC X VALUE 'N'.
       01 BATCH-BUFFER               PIC X(1000) VALUE SPACES.
       01 PUT-COUNT                  PIC 9(7) VALUE 0.
       01 ERROR-COUNT                PIC 9(7) VALUE 0.
       01 DIRECTIVE-COUNT            PIC 9(7) VALUE 0.

      ** batched commit and restart - LINE-NUMBER counts every line
      ** read; lines up to RESTART-LINE were loaded by an earlier
      ** run and are only re-read.  STOP-TEXT says why a load
      ** stopped part way, spaces while it is running
       01 CHECKPOINT-FILE-STATUS     PIC XX VALUE '00'.
       01 PARM-BATCH-SIZE            PIC 9(5) VALUE 0.
       01 PARM-RESTART-MODE          PIC X(8) VALUE SPACES.
       01 LINE-NUMBER                PIC 9(9) VALUE 0.
       01 RESTART-LINE               PIC 9(9) VALUE 0.
       01 RESTART-HASH               PIC 9(9) VALUE 0.
       01 UOW-COUNT                  PIC 9(5) VALUE 0.
       01 COMMITTED-LINE             PIC 9(9) VALUE 0.
       01 COMMITTED-PUT-COUNT        PIC 9(7) VALUE 0.
       01 COMMITTED-ERROR-COUNT      PIC 9(7) VALUE 0.
       01 COMMITTED-STAGED-COUNT     PIC 9(7) VALUE 0.
       01 STOP-TEXT                  PIC X(30) VALUE SPACES.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).

      ** hash total work fields - the byte value is read through a
      ** one-byte COMP-X overlay and rolled multiply-by-31 across
      ** every line, the same reduction AMQ0DUP0 applies to payloads
       01 HASH-BYTE-AREA             PIC X(1).
       01 HASH-BYTE-VALUE REDEFINES HASH-BYTE-AREA
                                     PIC 9(2) COMP-X.
       01 HASH-ACCUMULATOR           PIC S9(18) BINARY VALUE 0.
       01 HASH-QUOTIENT              PIC S9(18) BINARY.
       01 HASH-POSITION              PIC S9(9) BINARY.
       01 HASH-SCAN-LENGTH           PIC S9(9) BINARY.

      ** per-message descriptor directives (request: per-message
      ** descriptor directives in the input file) - a *MQMD line in
      ** BPUTMSG.DAT sets the MQMD fields applied to the payload
       01 DIR-VALUE-NUM-X            PIC X(9).
       01 DIR-VALUE-NUM REDEFINES DIR-VALUE-NUM-X PIC 9(9).

      ** deferred-release staging - a *RELEASE directive in
      ** BPUTMSG.DAT sends the payload records that follow it to
      ** the staging queue with a release header in front:
      **   *RELEASE AT=YYYYMMDDHHMM[SS] TARGET=queue
      **   *RELEASE OFF
      ** RELEASE-STATE is N (putting to the target), Y (staging) or
      ** B (the last *RELEASE could not be used - payload lines are
      ** not put anywhere until a good one)
       01 RELEASE-STATE              PIC X VALUE 'N'.
       01 REL-AT                     PIC X(14) VALUE SPACES.
       01 REL-TARGET                 PIC X(48) VALUE SPACES.
       01 STAGE-Q-HANDLE             PIC S9(9) BINARY.
       01 STAGE-OPEN-SWITCH          PIC X VALUE 'N'.
       01 STAGE-LENGTH               PIC S9(9) BINARY.
       01 STAGE-BUFFER               PIC X(1080) VALUE SPACES.
       01 STAGED-COUNT               PIC 9(7) VALUE 0.

      * Deferred-release header and staging queue name, shared with
      * the release job AMQ0DRL0
       01 MY-RELEASE-HEADER.
          COPY RELHDRWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
      * batch run log and missed-job report)

           PERFORM RSNTXTLD.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-BATCH-SIZE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-BATCH-SIZE
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-RESTART-MODE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-RESTART-MODE
           END-ACCEPT.
           IF PARM-BATCH-SIZE IS EQUAL TO 0
             MOVE 100 TO PARM-BATCH-SIZE
           END-IF.

           MOVE SPACES TO TARGET-QUEUE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS IS EQUAL TO '00'
             READ PARAMETER-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PARAMETER-RECORD TO TARGET-QUEUE
                 DISPLAY 'target queue taken from BPTPARM.DAT'
             END-READ
             CLOSE PARAMETER-FILE
      **     a handover file is consumed exactly once - the same
      **     truncate-after-read convention AMQ0REQ0 applies to
      **     REQPARM.DAT
             IF TARGET-QUEUE IS NOT EQUAL TO SPACES
               OPEN OUTPUT PARAMETER-FILE
               CLOSE PARAMETER-FILE
             END-IF
           END-IF.
           IF TARGET-QUEUE IS EQUAL TO SPACES
             DISPLAY 'Please enter the name of the target queue '
             ACCEPT TARGET-QUEUE FROM CONSOLE
           END-IF.

           OPEN INPUT BATCH-INPUT-FILE.
           IF BATCH-FILE-STATUS IS NOT EQUAL TO '00'

           PERFORM OPENQ.
           IF OPEN-CODE IS NOT EQUAL TO MQCC-FAILED
             MOVE MQPMO-SYNCPOINT TO MQPMO-OPTIONS
             PERFORM OPENTRK
             PERFORM CKPTINIT
             PERFORM UNTIL END-OF-BATCH-FILE-SWITCH IS EQUAL TO 'Y'
               READ BATCH-INPUT-FILE INTO BATCH-BUFFER
                 AT END
                   MOVE 'Y' TO END-OF-BATCH-FILE-SWITCH
               END-READ
               IF END-OF-BATCH-FILE-SWITCH IS NOT EQUAL TO 'Y'
                 ADD 1 TO LINE-NUMBER
                 PERFORM HASHLINE
                 IF LINE-NUMBER IS GREATER THAN RESTART-LINE
                   PERFORM LOADLINE
                   IF UOW-COUNT IS NOT LESS THAN PARM-BATCH-SIZE
                     PERFORM COMMITUOW
                   END-IF
                 ELSE
                   PERFORM REPLAY
                 END-IF
               END-IF
             END-PERFORM
             IF STOP-TEXT IS EQUAL TO SPACES
             AND LINE-NUMBER IS LESS THAN RESTART-LINE
               DISPLAY 'BPUTMSG.DAT has ' LINE-NUMBER ' lines, '
                   'fewer than the ' RESTART-LINE ' already loaded'
               MOVE 'INPUT SHORTER THAN CHECKPOINT' TO STOP-TEXT
             END-IF
             IF STOP-TEXT IS EQUAL TO SPACES
               PERFORM COMMITUOW
             END-IF
             IF STOP-TEXT IS EQUAL TO SPACES
               PERFORM CKPTDROP
             ELSE
               PERFORM BACKUOW
             END-IF
             CLOSE CHECKPOINT-FILE
             PERFORM CLOSEQ
             IF STAGE-OPEN-SWITCH IS EQUAL TO 'Y'
               PERFORM CLOSESTG
             END-IF
           END-IF.

           CLOSE BATCH-INPUT-FILE.
           DISPLAY PUT-COUNT ' messages put, ' SKIPPED-COUNT
               ' blank lines skipped, ' DIRECTIVE-COUNT
               ' directives, ' ERROR-COUNT ' errors'.
           IF STAGED-COUNT IS GREATER THAN 0
             DISPLAY STAGED-COUNT ' of the messages put were staged '
                 'for deferred release on ' RLH-STAGING-QUEUE
           END-IF.
           IF STOP-TEXT IS NOT EQUAL TO SPACES
             DISPLAY 'load stopped - ' STOP-TEXT
             DISPLAY 'last line loaded is line ' COMMITTED-LINE
                 ' - the next run to ' TARGET-QUEUE(1:32)
             DISPLAY '   carries on from the line after it'
           END-IF.
      ** indicate that sample program has finished
           IF STOP-TEXT IS EQUAL TO SPACES
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE PUT-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0BPT0 end'.
           IF STOP-TEXT IS EQUAL TO SPACES
             MOVE ZERO TO RETURN-CODE
           ELSE
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Load one line read from BPUTMSG.DAT: a directive, a blank  *
      *   line to skip, or a payload line to put                     *
      *                                                              *
      ****************************************************************
       LOADLINE.
           IF BATCH-BUFFER(1:6) IS EQUAL TO '*MQMD '
      **     a descriptor directive, not a payload line
             PERFORM DIRECTIVE
           ELSE
             IF BATCH-BUFFER(1:9) IS EQUAL TO '*RELEASE '
               PERFORM RELDIR
             ELSE
               IF BATCH-BUFFER IS EQUAL TO SPACES
                 ADD 1 TO SKIPPED-COUNT
               ELSE
                 EVALUATE RELEASE-STATE
                   WHEN 'Y'
                     PERFORM STAGER
                   WHEN 'B'
                     DISPLAY 'payload line not put - no usable '
                         '*RELEASE directive in effect'
                     ADD 1 TO ERROR-COUNT
                   WHEN OTHER
                     PERFORM PUTR
                 END-EVALUATE
               END-IF
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Re-read one line an earlier run already loaded: its        *
      *   directives are applied again so the lines after the        *
      *   checkpoint go out as they would have, its payload is not   *
      *   put again.  At the checkpoint line the hash total of the   *
      *   lines re-read must match the one recorded                  *
      *                                                              *
      ****************************************************************
       REPLAY.
           IF BATCH-BUFFER(1:6) IS EQUAL TO '*MQMD '
           OR BATCH-BUFFER(1:9) IS EQUAL TO '*RELEASE '
           OR BATCH-BUFFER IS EQUAL TO SPACES
             PERFORM LOADLINE
           END-IF.
           IF LINE-NUMBER IS EQUAL TO RESTART-LINE
             IF HASH-ACCUMULATOR IS EQUAL TO RESTART-HASH
               DISPLAY 'lines 1 to ' RESTART-LINE ' match the '
                   'checkpoint - carrying on'
             ELSE
               DISPLAY 'hash total of lines 1 to ' RESTART-LINE
                   ' does not match the checkpoint - BPUTMSG.DAT has '
                   'changed since it was taken'
               DISPLAY 'nothing put; run with FRESH to load the file '
                   'from line 1'
               MOVE 'INPUT CHANGED SINCE CHECKPOINT' TO STOP-TEXT
               MOVE 'Y' TO END-OF-BATCH-FILE-SWITCH
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Fold the line just read into the hash total: every byte    *
      *   up to its last non-blank (trailing blanks are not          *
      *   significant) and then its length, rolled multiply-by-31    *
      *   and reduced against a nine-digit prime                     *
      *                                                              *
      ****************************************************************
       HASHLINE.
           IF BATCH-BUFFER IS EQUAL TO SPACES
             MOVE 0 TO HASH-SCAN-LENGTH
           ELSE
             MOVE 1000 TO HASH-SCAN-LENGTH
             PERFORM UNTIL BATCH-BUFFER(HASH-SCAN-LENGTH:1)
                 IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM HASH-SCAN-LENGTH
             END-PERFORM
           END-IF.
           PERFORM VARYING HASH-POSITION FROM 1 BY 1
               UNTIL HASH-POSITION IS GREATER THAN HASH-SCAN-LENGTH
             MOVE BATCH-BUFFER(HASH-POSITION:1) TO HASH-BYTE-AREA
             COMPUTE HASH-ACCUMULATOR = HASH-ACCUMULATOR * 31
                 + HASH-BYTE-VALUE
             DIVIDE HASH-ACCUMULATOR BY 999999937
               GIVING HASH-QUOTIENT
               REMAINDER HASH-ACCUMULATOR
           END-PERFORM.
           COMPUTE HASH-ACCUMULATOR = HASH-ACCUMULATOR * 31
               + HASH-SCAN-LENGTH.
           DIVIDE HASH-ACCUMULATOR BY 999999937
             GIVING HASH-QUOTIENT
             REMAINDER HASH-ACCUMULATOR.

      ****************************************************************
      *                                                              *
      *   A put failed: a reason that will fail every put after it   *
      *   stops the load so it can be restarted from the checkpoint; *
      *   any other is counted against this line alone               *
      *                                                              *
      ****************************************************************
       PUTFAIL.
           EVALUATE REASON
             WHEN MQRC-Q-FULL
             WHEN MQRC-PUT-INHIBITED
             WHEN MQRC-CONNECTION-BROKEN
             WHEN MQRC-Q-MGR-NOT-AVAILABLE
             WHEN MQRC-Q-MGR-QUIESCING
             WHEN MQRC-Q-MGR-STOPPING
               MOVE REASON-TEXT-RESULT TO STOP-TEXT
               MOVE 'Y' TO END-OF-BATCH-FILE-SWITCH
             WHEN OTHER
               ADD 1 TO ERROR-COUNT
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Commit the puts made since the last commit and checkpoint  *
      *   the line reached                                           *
      *                                                              *
      ****************************************************************
       COMMITUOW.
           CALL 'MQCMIT'
            USING HCONN, COMPLETION-CODE, REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             MOVE REASON TO REASON-TEXT-LOOKUP-CODE
             PERFORM RSNTXT
             DISPLAY 'MQCMIT ended with reason code ' REASON
                 ' - ' REASON-TEXT-RESULT
             MOVE 'COMMIT FAILED' TO STOP-TEXT
             MOVE 'Y' TO END-OF-BATCH-FILE-SWITCH
           ELSE
             MOVE 0 TO UOW-COUNT
             MOVE LINE-NUMBER TO COMMITTED-LINE
             MOVE PUT-COUNT TO COMMITTED-PUT-COUNT
             MOVE ERROR-COUNT TO COMMITTED-ERROR-COUNT
             MOVE STAGED-COUNT TO COMMITTED-STAGED-COUNT
             PERFORM CKPTSAVE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Back out the puts made since the last commit - the counts  *
      *   go back to what the checkpoint holds                       *
      *                                                              *
      ****************************************************************
       BACKUOW.
           CALL 'MQBACK'
            USING HCONN, COMPLETION-CODE, REASON.
           IF UOW-COUNT IS GREATER THAN 0
             DISPLAY UOW-COUNT ' messages put since the last commit '
                 'backed out'
           END-IF.
           MOVE 0 TO UOW-COUNT.
           MOVE COMMITTED-PUT-COUNT TO PUT-COUNT.
           MOVE COMMITTED-ERROR-COUNT TO ERROR-COUNT.
           MOVE COMMITTED-STAGED-COUNT TO STAGED-COUNT.

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
      *   Read the target queue's checkpoint, if a load to it was    *
      *   stopped part way.  FRESH discards it                       *
      *                                                              *
      ****************************************************************
       CKPTINIT.
           MOVE TARGET-QUEUE TO CK-TARGET-QUEUE.
           READ CHECKPOINT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PARM-RESTART-MODE IS EQUAL TO 'FRESH'
                 DISPLAY 'checkpoint of ' CK-TIMESTAMP ' at line '
                     CK-LINE-NUMBER ' discarded - loading from line 1'
                 PERFORM CKPTDROP
               ELSE
                 MOVE CK-LINE-NUMBER TO RESTART-LINE
                 MOVE CK-HASH-TOTAL TO RESTART-HASH
                 MOVE CK-LINE-NUMBER TO COMMITTED-LINE
                 MOVE CK-PUT-COUNT TO PUT-COUNT
                 MOVE CK-ERROR-COUNT TO ERROR-COUNT
                 MOVE CK-STAGED-COUNT TO STAGED-COUNT
                 MOVE PUT-COUNT TO COMMITTED-PUT-COUNT
                 MOVE ERROR-COUNT TO COMMITTED-ERROR-COUNT
                 MOVE STAGED-COUNT TO COMMITTED-STAGED-COUNT
                 DISPLAY 'resuming load of ' TARGET-QUEUE
                     ' from checkpoint ' CK-TIMESTAMP
                 DISPLAY '   lines 1 to ' RESTART-LINE
                     ' already loaded, ' PUT-COUNT ' messages put'
               END-IF
           END-READ.

      ****************************************************************
      *                                                              *
      *   Save the target queue's checkpoint with one keyed WRITE    *
      *   or REWRITE                                                 *
      *                                                              *
      ****************************************************************
       CKPTSAVE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE TARGET-QUEUE TO CK-TARGET-QUEUE.
           MOVE LINE-NUMBER TO CK-LINE-NUMBER.
           MOVE HASH-ACCUMULATOR TO CK-HASH-TOTAL.
           MOVE PUT-COUNT TO CK-PUT-COUNT.
           MOVE ERROR-COUNT TO CK-ERROR-COUNT.
           MOVE STAGED-COUNT TO CK-STAGED-COUNT.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO CK-TIMESTAMP(1:8).
           MOVE '-' TO CK-TIMESTAMP(9:1).
           MOVE WS-TIME TO CK-TIMESTAMP(10:8).
           WRITE CHECKPOINT-RECORD
             INVALID KEY
               REWRITE CHECKPOINT-RECORD
           END-WRITE.

      ****************************************************************
      *                                                              *
      *   The whole file is loaded - drop the target queue's         *
      *   checkpoint                                                 *
      *                                                              *
      ****************************************************************
       CKPTDROP.
           MOVE TARGET-QUEUE TO CK-TARGET-QUEUE.
           DELETE CHECKPOINT-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.

      ****************************************************************
      *                                                              *
      *   Open the target queue for output                           *
           END-IF.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             PERFORM PUTFAIL
           ELSE
             ADD 1 TO PUT-COUNT
             ADD 1 TO UOW-COUNT
           END-IF.

      ****************************************************************
                   '> ignored'
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Parse one *RELEASE directive line: AT= is the release time *
      *   (seconds default to 00), TARGET= the queue the message is  *
      *   released to (default the target queue); OFF ends staging   *
      *                                                              *
      ****************************************************************
       RELDIR.
           ADD 1 TO DIRECTIVE-COUNT.
           MOVE SPACES TO DIR-TOKENS.
           UNSTRING BATCH-BUFFER(10:200) DELIMITED BY ALL ' '
             INTO DIR-TOKEN(1) DIR-TOKEN(2) DIR-TOKEN(3)
           END-UNSTRING.
           IF DIR-TOKEN(1) IS EQUAL TO 'OFF'
             MOVE 'N' TO RELEASE-STATE
           ELSE
             MOVE SPACES TO REL-AT
             MOVE TARGET-QUEUE TO REL-TARGET
             MOVE 'Y' TO RELEASE-STATE
             PERFORM VARYING DIR-TOKEN-INDEX FROM 1 BY 1
                 UNTIL DIR-TOKEN-INDEX IS GREATER THAN 3
               IF DIR-TOKEN(DIR-TOKEN-INDEX) IS NOT EQUAL TO SPACES
                 PERFORM RELTOKEN
               END-IF
             END-PERFORM
             IF REL-AT IS EQUAL TO SPACES
               DISPLAY '*RELEASE directive has no AT= release time'
               MOVE 'B' TO RELEASE-STATE
             END-IF
             IF REL-TARGET IS EQUAL TO RLH-STAGING-QUEUE
               DISPLAY '*RELEASE TARGET may not be the staging queue'
               MOVE 'B' TO RELEASE-STATE
             END-IF
             IF RELEASE-STATE IS EQUAL TO 'B'
               DISPLAY 'payload lines up to the next *RELEASE '
                   'directive will not be put'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Apply one KEYWORD=VALUE token of the *RELEASE directive    *
      *                                                              *
      ****************************************************************
       RELTOKEN.
           MOVE SPACES TO DIR-KEYWORD.
           MOVE SPACES TO DIR-VALUE.
           UNSTRING DIR-TOKEN(DIR-TOKEN-INDEX) DELIMITED BY '='
             INTO DIR-KEYWORD DIR-VALUE
           END-UNSTRING.

           EVALUATE DIR-KEYWORD
             WHEN 'AT'
               IF DIR-VALUE(1:12) IS NUMERIC
               AND DIR-VALUE(15:34) IS EQUAL TO SPACES
                 IF DIR-VALUE(13:2) IS EQUAL TO SPACES
                   MOVE DIR-VALUE(1:12) TO REL-AT
                   MOVE '00' TO REL-AT(13:2)
                 ELSE
                   IF DIR-VALUE(13:2) IS NUMERIC
                     MOVE DIR-VALUE(1:14) TO REL-AT
                   END-IF
                 END-IF
               END-IF
               IF REL-AT IS EQUAL TO SPACES
                 DISPLAY '*RELEASE AT value <' DIR-VALUE(1:14)
                     '> is not YYYYMMDDHHMM[SS]'
               END-IF
             WHEN 'TARGET'
               MOVE DIR-VALUE TO REL-TARGET
             WHEN OTHER
               DISPLAY 'unknown *RELEASE keyword <' DIR-KEYWORD '>'
               MOVE 'B' TO RELEASE-STATE
           END-EVALUATE.

      ****************************************************************
      *                                                              *
      *   Stage one message, read from BATCH-BUFFER, for deferred    *
      *   release: put it to the staging queue behind its release    *
      *   header, with the descriptor fields of the *MQMD directive  *
      *   in effect - the release job keeps that context when it     *
      *   moves the message to its target                            *
      *                                                              *
      ****************************************************************
       STAGER.
           IF STAGE-OPEN-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM OPENSTG
           END-IF.

           IF STAGE-OPEN-SWITCH IS NOT EQUAL TO 'Y'
             ADD 1 TO ERROR-COUNT
           ELSE
             MOVE SPACES TO RLH-HEADER
             MOVE RLH-EYECATCHER-VALUE TO RLH-EYECATCHER
             MOVE RLH-VERSION-VALUE TO RLH-VERSION
             MOVE REL-AT TO RLH-RELEASE-AT
             MOVE REL-TARGET TO RLH-TARGET-QUEUE
             MOVE 'AMQ0BPT0' TO RLH-STAGED-BY
             MOVE RLH-HEADER TO STAGE-BUFFER(1:RLH-HEADER-LENGTH)
             MOVE BATCH-BUFFER
               TO STAGE-BUFFER(RLH-HEADER-LENGTH + 1:1000)
             COMPUTE STAGE-LENGTH = RLH-HEADER-LENGTH + 1000

             MOVE MQMI-NONE TO MQMD-MSGID
             IF DIR-CORRELID IS EQUAL TO SPACES
               MOVE MQCI-NONE TO MQMD-CORRELID
             ELSE
               MOVE DIR-CORRELID TO MQMD-CORRELID
             END-IF
             MOVE DIR-FORMAT TO MQMD-FORMAT
             MOVE DIR-PRIORITY TO MQMD-PRIORITY
             MOVE DIR-PERSISTENCE TO MQMD-PERSISTENCE
      **     an expiry would let the queue manager discard the
      **     message before it is released - staged messages never
      **     expire on the staging queue
             MOVE -1 TO MQMD-EXPIRY
             MOVE DIR-REPLYTOQ TO MQMD-REPLYTOQ

             CALL 'MQPUT'
              USING HCONN, STAGE-Q-HANDLE,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              STAGE-LENGTH, STAGE-BUFFER,
              COMPLETION-CODE, REASON

             IF REASON IS NOT EQUAL TO MQRC-NONE
               MOVE REASON TO REASON-TEXT-LOOKUP-CODE
               PERFORM RSNTXT
               DISPLAY 'MQPUT to ' RLH-STAGING-QUEUE
                   ' ended with reason code ' REASON
                   ' - ' REASON-TEXT-RESULT
             END-IF

             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               PERFORM PUTFAIL
             ELSE
               ADD 1 TO PUT-COUNT
               ADD 1 TO STAGED-COUNT
               ADD 1 TO UOW-COUNT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Open the staging queue for output, the first time a        *
      *   message is staged                                          *
      *                                                              *
      ****************************************************************
       OPENSTG.
           MOVE RLH-STAGING-QUEUE TO MQOD-OBJECTNAME.
           ADD MQOO-OUTPUT MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, STAGE-Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             MOVE REASON TO REASON-TEXT-LOOKUP-CODE
             PERFORM RSNTXT
             DISPLAY 'MQOPEN of ' RLH-STAGING-QUEUE
                 ' ended with reason code ' REASON
                 ' - ' REASON-TEXT-RESULT
             DISPLAY 'staged messages will not be put'
      **     one failure is enough - stop trying for every line
             MOVE 'B' TO RELEASE-STATE
           ELSE
             MOVE 'Y' TO STAGE-OPEN-SWITCH
           END-IF.

      ****************************************************************
      *                                                              *
      *   Close the staging queue                                    *
      *                                                              *
      ****************************************************************
       CLOSESTG.
           MOVE MQCO-NONE TO OPEN-OPTIONS.
           CALL 'MQCLOSE'
            USING HCONN, STAGE-Q-HANDLE, OPEN-OPTIONS,
            COMPLETION-CODE, REASON.

      *      report reason, if any
           IF REASON IS NOT EQUAL TO MQRC-NONE
             MOVE REASON TO REASON-TEXT-LOOKUP-CODE
             PERFORM RSNTXT
             DISPLAY 'MQCLOSE of ' RLH-STAGING-QUEUE
                 ' ended with reason code ' REASON
                 ' - ' REASON-TEXT-RESULT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Close the target queue                                     *
