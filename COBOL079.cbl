      *                                                              *
      *      -- OK otherwise, still listed with its trend             *
      *                                                              *
      *      -- a job whose BATWIN.DAT slot names a business          *
      *         calendar has its runs timed in business minutes by    *
      *         AMQ0BCL0, so a slot that only counts the business     *
      *         day is not blown by a run that paused overnight;      *
      *         its report lines say so                               *
      *                                                              *
      *    Program logic:                                             *
      *         note the jobs slotted in business time                *
      *         fold RUNLOG.DAT durations per program                 *
      *         for each BATWIN.DAT slot, fit and judge               *
      *         write WINRPT.DAT; alert fresh overruns                *
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-LOG-STATUS.

      ** the batch-window slot definitions: program, slot minutes,
      ** business calendar
           SELECT WINDOW-FILE ASSIGN TO 'BATWIN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WINDOW-FILE-STATUS.
          05 WIN-PROGRAM-ID            PIC X(8).
          05 FILLER                    PIC X.
          05 WIN-SLOT-MINUTES          PIC 9(5).
          05 FILLER                    PIC X.
      ** business calendar the slot is measured against, spaces for
      ** wall-clock time
          05 WIN-CALENDAR-NAME         PIC X(8).

       FD  WINDOW-REPORT.
       01 WINDOW-REPORT-RECORD         PIC X(132).
       01 PROGRAM-INDEX              PIC S9(9) BINARY.
       01 PROGRAM-MATCH-INDEX        PIC S9(9) BINARY.

      ** the jobs whose slots are measured in business time, noted
      ** from BATWIN.DAT before the run log is folded
       01 WINDOW-CALENDAR-TABLE.
          02 WINDOW-CALENDAR-ENTRY OCCURS 100 TIMES.
             05 WC-PROGRAM-ID         PIC X(8).
             05 WC-CALENDAR-NAME      PIC X(8).
       01 WINDOW-CALENDAR-COUNT      PIC S9(9) BINARY VALUE 0.
       01 WINDOW-CALENDAR-INDEX      PIC S9(9) BINARY.

      ** one end record's duration arithmetic
       01 RUN-MINUTES                PIC S9(9) BINARY.
       01 START-ORDINAL              PIC S9(9) BINARY.
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      * Shared business-hours clock interface - a job slotted in
      * business time has its runs timed in business minutes
       01 MY-BUSINESS-CLOCK.
          COPY BUSCALWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
           COMPUTE TODAY-ORDINAL = ORDINAL-YEAR * 360
               + ORDINAL-MONTH * 30 + ORDINAL-DAY.

           PERFORM LOADWCAL.
           PERFORM FOLDLOG.

           OPEN OUTPUT WINDOW-REPORT.
             MOVE ' min against a' TO REPORT-LINE(29:14)
             MOVE SLOT-DISPLAY TO REPORT-LINE(43:5)
             MOVE ' min slot' TO REPORT-LINE(48:9)
             PERFORM CLOCKTAG
             WRITE WINDOW-REPORT-RECORD FROM REPORT-LINE
             DISPLAY REPORT-LINE(1:80)
      **     a run that exceeded its slot within the last day gets
                 MOVE ' min slot in' TO REPORT-LINE(43:12)
                 MOVE DAYS-DISPLAY TO REPORT-LINE(55:5)
                 MOVE ' days' TO REPORT-LINE(60:5)
                 PERFORM CLOCKTAG
                 WRITE WINDOW-REPORT-RECORD FROM REPORT-LINE
                 DISPLAY REPORT-LINE(1:80)
               ELSE
           MOVE ' min against a' TO REPORT-LINE(29:14).
           MOVE SLOT-DISPLAY TO REPORT-LINE(43:5).
           MOVE ' min slot' TO REPORT-LINE(48:9).
           PERFORM CLOCKTAG.
           WRITE WINDOW-REPORT-RECORD FROM REPORT-LINE.

      ****************************************************************
      *                                                              *
      *   Say on the verdict line when the minutes are business      *
      *   minutes and which calendar they were counted against       *
      *                                                              *
      ****************************************************************
       CLOCKTAG.
           IF WIN-CALENDAR-NAME IS NOT EQUAL TO SPACES
             MOVE ' business minutes, calendar '
               TO REPORT-LINE(66:28)
             MOVE WIN-CALENDAR-NAME TO REPORT-LINE(94:8)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put the structured alert datagram for a fresh overrun -    *
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Note every job BATWIN.DAT slots in business time, so the   *
      *   run log can be folded in business minutes for it - the     *
      *   main pass reports a missing window file                    *
      *                                                              *
      ****************************************************************
       LOADWCAL.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT WINDOW-FILE.
           IF WINDOW-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ WINDOW-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF WIN-PROGRAM-ID IS NOT EQUAL TO SPACES
                 AND WIN-CALENDAR-NAME IS NOT EQUAL TO SPACES
                   IF WINDOW-CALENDAR-COUNT IS LESS THAN 100
                     ADD 1 TO WINDOW-CALENDAR-COUNT
                     MOVE WIN-PROGRAM-ID
                       TO WC-PROGRAM-ID(WINDOW-CALENDAR-COUNT)
                     MOVE WIN-CALENDAR-NAME
                       TO WC-CALENDAR-NAME(WINDOW-CALENDAR-COUNT)
                   ELSE
                     DISPLAY 'window calendar table full - '
                         WIN-PROGRAM-ID ' timed in wall-clock time'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF WINDOW-FILE-STATUS IS EQUAL TO '00'
           OR WINDOW-FILE-STATUS IS EQUAL TO '10'
             CLOSE WINDOW-FILE
           END-IF.
           MOVE 'N' TO END-OF-FILE-SWITCH.

      ****************************************************************
      *                                                              *
      *   Fold the run log: every end record becomes one duration    *
             MOVE 0 TO RUN-MINUTES
           END-IF.

      **   business minutes instead for a job slotted in business
      **   time - WALL leaves the wall-clock duration standing
           PERFORM VARYING WINDOW-CALENDAR-INDEX FROM 1 BY 1
               UNTIL WINDOW-CALENDAR-INDEX > WINDOW-CALENDAR-COUNT
             IF WC-PROGRAM-ID(WINDOW-CALENDAR-INDEX) IS EQUAL TO
                 RL-PROGRAM-ID
               MOVE SPACES TO MY-BUSINESS-CLOCK
               MOVE WC-CALENDAR-NAME(WINDOW-CALENDAR-INDEX)
                 TO BCL-CALENDAR-NAME
               MOVE RL-START-TIMESTAMP TO BCL-FROM-TIMESTAMP
               MOVE RL-END-TIMESTAMP TO BCL-TO-TIMESTAMP
               CALL 'AMQ0BCL0' USING BCL-CLOCK-AREA
               IF BCL-RESULT IS EQUAL TO 'BUSINESS'
                 MOVE BCL-BUSINESS-MINUTES TO RUN-MINUTES
               END-IF
               MOVE WINDOW-CALENDAR-COUNT TO WINDOW-CALENDAR-INDEX
             END-IF
           END-PERFORM.

           MOVE 0 TO PROGRAM-MATCH-INDEX.
           PERFORM VARYING PROGRAM-INDEX FROM 1 BY 1
               UNTIL PROGRAM-INDEX > PROGRAM-COUNT
