       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0BCL0                                       *
      *                                                              *
      * Description: Shared business calendar and business-hours     *
      *              clock CALLed by the age and SLA measurements    *
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
      *   AMQ0BCL0 lets a measurement count business time instead    *
      *   of wall-clock time.  A dead letter raised at 17:55 on a    *
      *   Friday should not breach a 4-hour SLA that night, and a    *
      *   batch queue expected to sit over the weekend should not    *
      *   page on Saturday.  AMQ0DLS0, AMQ0AGE0, AMQ0ESC0 and        *
      *   AMQ0WIN0 CALL this subprogram with the BUSCALWS area; it   *
      *   measures the interval against the shared business          *
      *   calendar BUSCAL.DAT:                                       *
      *                                                              *
      *      -- a C line defines an application calendar: its name,  *
      *         its holiday region, the days it works (Monday to     *
      *         Sunday, Y or N) and its opening and closing times    *
      *         (HHMM, the closing time 2400 for end of day)         *
      *                                                              *
      *      -- an H line declares a holiday date for a region; a    *
      *         holiday is closed all day for every calendar in      *
      *         that region                                          *
      *                                                              *
      *      -- the calendar to use comes from the caller, or, when  *
      *         the caller leaves it blank, from the queue's         *
      *         inventory entry by way of BCLCTL.DAT, the list       *
      *         AMQ0INV0 generates from the inventory's calendar     *
      *         column; a queue with no calendar is measured in      *
      *         wall-clock time, which the caller keeps (WALL)       *
      *                                                              *
      *      -- the result is the business minutes between the two   *
      *         timestamps and whether the end of the interval (now, *
      *         by default) falls inside business hours              *
      *                                                              *
      *      -- dates are counted as true calendar days, so month    *
      *         ends, leap years and weekdays come out exact         *
      *                                                              *
      *      -- the calendar and the queue list are loaded once on   *
      *         the first CALL and kept across calls, the same       *
      *         WORKING-STORAGE-persists convention AMQ0MWC0 relies  *
      *         on; a missing file means no calendars are declared   *
      *         and everything is measured in wall-clock time        *
      *                                                              *
      *      -- the clock must never take its caller down: a file    *
      *         problem, an undefined calendar or an unusable        *
      *         timestamp is answered WALL                           *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0BCL0 parameters: the BUSCALWS interface area           *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0BCL0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the shared business calendar - C lines define application
      ** calendars, H lines regional holidays
           SELECT CALENDAR-FILE ASSIGN TO 'BUSCAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CALENDAR-FILE-STATUS.

      ** queue name and calendar name, generated by AMQ0INV0 for
      ** every inventory queue measured in business time
           SELECT QUEUE-CALENDAR-FILE ASSIGN TO 'BCLCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS QUEUE-CALENDAR-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01 CALENDAR-RECORD.
          05 CAL-RECORD-TYPE           PIC X(1).
          05 FILLER                    PIC X.
          05 CAL-CALENDAR-NAME         PIC X(8).
          05 FILLER                    PIC X.
          05 CAL-REGION                PIC X(8).
          05 FILLER                    PIC X.
          05 CAL-WORKING-DAYS          PIC X(7).
          05 FILLER                    PIC X.
          05 CAL-OPEN-TIME             PIC 9(4).
          05 FILLER                    PIC X.
          05 CAL-CLOSE-TIME            PIC 9(4).
       01 HOLIDAY-RECORD.
          05 HOL-RECORD-TYPE           PIC X(1).
          05 FILLER                    PIC X.
          05 HOL-REGION                PIC X(8).
          05 FILLER                    PIC X.
          05 HOL-DATE                  PIC 9(8).
          05 FILLER                    PIC X.
          05 HOL-DESCRIPTION           PIC X(30).

       FD  QUEUE-CALENDAR-FILE.
       01 QUEUE-CALENDAR-RECORD.
          05 QC-QUEUE-NAME             PIC X(48).
          05 QC-CALENDAR-NAME          PIC X(8).

       WORKING-STORAGE SECTION.
       01 CALENDAR-FILE-STATUS       PIC XX VALUE '00'.
       01 QUEUE-CALENDAR-STATUS      PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the calendars, holidays and queue list are loaded once on
      ** the first CALL and kept across calls
       01 FIRST-CALL-SWITCH          PIC X VALUE 'Y'.
       01 CALENDAR-TABLE.
          02 CALENDAR-ENTRY OCCURS 50 TIMES.
             05 CT-CALENDAR-NAME      PIC X(8).
             05 CT-REGION             PIC X(8).
             05 CT-WORKING-DAYS       PIC X(7).
             05 CT-OPEN-MINUTE        PIC S9(9) BINARY.
             05 CT-CLOSE-MINUTE       PIC S9(9) BINARY.
       01 CALENDAR-COUNT             PIC S9(9) BINARY VALUE 0.
       01 CALENDAR-INDEX             PIC S9(9) BINARY.
       01 CALENDAR-MATCH-INDEX       PIC S9(9) BINARY.

      ** holidays held as day numbers, so each day of an interval
      ** is tested with one comparison
       01 HOLIDAY-TABLE.
          02 HOLIDAY-ENTRY OCCURS 500 TIMES.
             05 HT-REGION             PIC X(8).
             05 HT-DAY-NUMBER         PIC S9(9) BINARY.
       01 HOLIDAY-COUNT              PIC S9(9) BINARY VALUE 0.
       01 HOLIDAY-INDEX              PIC S9(9) BINARY.

       01 QUEUE-TABLE.
          02 QUEUE-ENTRY OCCURS 1000 TIMES.
             05 QT-QUEUE-NAME         PIC X(48).
             05 QT-CALENDAR-NAME      PIC X(8).
       01 QUEUE-COUNT                PIC S9(9) BINARY VALUE 0.
       01 QUEUE-INDEX                PIC S9(9) BINARY.

      ** the last undefined calendar name reported, so a caller
      ** measuring many queues on it is told once
       01 REPORTED-CALENDAR-NAME     PIC X(8) VALUE SPACES.

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
       01 WEEK-QUOTIENT              PIC S9(9) BINARY.
       01 WEEKDAY-INDEX              PIC S9(9) BINARY.

      ** the interval being measured
       01 FROM-DAY-NUMBER            PIC S9(9) BINARY.
       01 FROM-MINUTE-OF-DAY         PIC S9(9) BINARY.
       01 TO-DAY-NUMBER              PIC S9(9) BINARY.
       01 TO-MINUTE-OF-DAY           PIC S9(9) BINARY.
       01 DAY-CURSOR                 PIC S9(9) BINARY.
       01 OPEN-DAY-SWITCH            PIC X.
       01 SPAN-START-MINUTE          PIC S9(9) BINARY.
       01 SPAN-END-MINUTE            PIC S9(9) BINARY.
       01 TOTAL-MINUTES              PIC S9(9) BINARY.
       01 INTERVAL-VALID-SWITCH      PIC X.
       01 STAMP-WORK                 PIC X(17).
       01 STAMP-YEAR                 PIC 9(4).
       01 STAMP-MONTH                PIC 9(2).
       01 STAMP-DAY                  PIC 9(2).
       01 STAMP-HOUR                 PIC 9(2).
       01 STAMP-MINUTE               PIC 9(2).
       01 TIME-HHMM                  PIC 9(4).

      ** the longest interval measured day by day - anything longer
      ** is counted up to this many days back from its end
       01 MAXIMUM-SPAN-DAYS          PIC S9(9) BINARY VALUE 3660.

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).

       LINKAGE SECTION.
       01 BCL-PARAMETER.
         10 BCL-CLOCK-AREA.
           15 BCL-OBJECT-NAME          PIC X(48).
           15 BCL-CALENDAR-NAME        PIC X(8).
           15 BCL-FROM-TIMESTAMP       PIC X(17).
           15 BCL-TO-TIMESTAMP         PIC X(17).
           15 BCL-RESULT               PIC X(8).
           15 BCL-BUSINESS-MINUTES     PIC 9(9).
           15 BCL-BUSINESS-TIME-FLAG   PIC X(1).

      ****************************************************************
       PROCEDURE DIVISION USING BCL-PARAMETER.
       P0.
           IF FIRST-CALL-SWITCH IS EQUAL TO 'Y'
             MOVE 'N' TO FIRST-CALL-SWITCH
             PERFORM LOADCAL
             PERFORM LOADQCAL
           END-IF.

           MOVE 'WALL' TO BCL-RESULT.
           MOVE 0 TO BCL-BUSINESS-MINUTES.
           MOVE 'Y' TO BCL-BUSINESS-TIME-FLAG.

      ** the calendar: the caller's, else the queue's inventory one
           IF BCL-CALENDAR-NAME IS EQUAL TO SPACES
           AND BCL-OBJECT-NAME IS NOT EQUAL TO SPACES
             PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                 UNTIL QUEUE-INDEX > QUEUE-COUNT
               IF QT-QUEUE-NAME(QUEUE-INDEX) IS EQUAL TO
                   BCL-OBJECT-NAME
                 MOVE QT-CALENDAR-NAME(QUEUE-INDEX)
                   TO BCL-CALENDAR-NAME
                 MOVE QUEUE-COUNT TO QUEUE-INDEX
               END-IF
             END-PERFORM
           END-IF.
           MOVE 0 TO CALENDAR-MATCH-INDEX.
           IF BCL-CALENDAR-NAME IS NOT EQUAL TO SPACES
             PERFORM VARYING CALENDAR-INDEX FROM 1 BY 1
                 UNTIL CALENDAR-INDEX > CALENDAR-COUNT
               IF CT-CALENDAR-NAME(CALENDAR-INDEX) IS EQUAL TO
                   BCL-CALENDAR-NAME
                 MOVE CALENDAR-INDEX TO CALENDAR-MATCH-INDEX
                 MOVE CALENDAR-COUNT TO CALENDAR-INDEX
               END-IF
             END-PERFORM
             IF CALENDAR-MATCH-INDEX IS EQUAL TO 0
             AND BCL-CALENDAR-NAME IS NOT EQUAL TO
                 REPORTED-CALENDAR-NAME
               MOVE BCL-CALENDAR-NAME TO REPORTED-CALENDAR-NAME
               DISPLAY 'AMQ0BCL0 calendar ' BCL-CALENDAR-NAME
                   ' is not defined in BUSCAL.DAT - wall-clock '
                   'time used'
             END-IF
           END-IF.

           IF CALENDAR-MATCH-INDEX IS GREATER THAN 0
             PERFORM SETSPAN
             IF INTERVAL-VALID-SWITCH IS EQUAL TO 'Y'
               PERFORM MEASURE
               MOVE 'BUSINESS' TO BCL-RESULT
               MOVE TOTAL-MINUTES TO BCL-BUSINESS-MINUTES
             END-IF
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Break the two timestamps down into day numbers and         *
      *   minutes of the day - an end of spaces means now            *
      *                                                              *
      ****************************************************************
       SETSPAN.
           MOVE 'Y' TO INTERVAL-VALID-SWITCH.
           MOVE BCL-FROM-TIMESTAMP TO STAMP-WORK.
           PERFORM SPLITTS.
           MOVE DAY-NUMBER TO FROM-DAY-NUMBER.
           COMPUTE FROM-MINUTE-OF-DAY = STAMP-HOUR * 60
               + STAMP-MINUTE.

           IF BCL-TO-TIMESTAMP IS EQUAL TO SPACES
             ACCEPT WS-DATE FROM DATE YYYYMMDD
             ACCEPT WS-TIME FROM TIME
             MOVE WS-DATE TO STAMP-WORK(1:8)
             MOVE '-' TO STAMP-WORK(9:1)
             MOVE WS-TIME TO STAMP-WORK(10:8)
           ELSE
             MOVE BCL-TO-TIMESTAMP TO STAMP-WORK
           END-IF.
           PERFORM SPLITTS.
           MOVE DAY-NUMBER TO TO-DAY-NUMBER.
           COMPUTE TO-MINUTE-OF-DAY = STAMP-HOUR * 60
               + STAMP-MINUTE.

           IF INTERVAL-VALID-SWITCH IS EQUAL TO 'Y'
           AND TO-DAY-NUMBER - FROM-DAY-NUMBER IS GREATER THAN
               MAXIMUM-SPAN-DAYS
             COMPUTE FROM-DAY-NUMBER = TO-DAY-NUMBER
                 - MAXIMUM-SPAN-DAYS
             MOVE 0 TO FROM-MINUTE-OF-DAY
           END-IF.

      ****************************************************************
      *                                                              *
      *   Split STAMP-WORK into its parts and its day number; a      *
      *   stamp that is not YYYYMMDD-HHMM... marks the interval      *
      *   unusable                                                   *
      *                                                              *
      ****************************************************************
       SPLITTS.
           MOVE 0 TO DAY-NUMBER.
           MOVE 0 TO STAMP-HOUR.
           MOVE 0 TO STAMP-MINUTE.
           MOVE 0 TO TIME-HHMM.
           IF STAMP-WORK(1:8) IS NOT NUMERIC
           OR STAMP-WORK(10:4) IS NOT NUMERIC
             MOVE 'N' TO INTERVAL-VALID-SWITCH
           ELSE
             MOVE STAMP-WORK(1:4) TO STAMP-YEAR
             MOVE STAMP-WORK(5:2) TO STAMP-MONTH
             MOVE STAMP-WORK(7:2) TO STAMP-DAY
             MOVE STAMP-WORK(10:2) TO STAMP-HOUR
             MOVE STAMP-WORK(12:2) TO STAMP-MINUTE
             MOVE STAMP-WORK(10:4) TO TIME-HHMM
             IF STAMP-MONTH IS LESS THAN 1
             OR STAMP-MONTH IS GREATER THAN 12
               MOVE 'N' TO INTERVAL-VALID-SWITCH
             ELSE
               MOVE STAMP-YEAR TO DN-YEAR
               MOVE STAMP-MONTH TO DN-MONTH
               MOVE STAMP-DAY TO DN-DAY
               PERFORM DAYNUM
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Walk the interval a day at a time, adding each open day's  *
      *   business hours that fall inside it, then judge whether the *
      *   end of the interval is itself in business hours            *
      *                                                              *
      ****************************************************************
       MEASURE.
           MOVE 0 TO TOTAL-MINUTES.
           MOVE 'N' TO BCL-BUSINESS-TIME-FLAG.
           IF TO-DAY-NUMBER IS LESS THAN FROM-DAY-NUMBER
           OR (TO-DAY-NUMBER IS EQUAL TO FROM-DAY-NUMBER
             AND TO-MINUTE-OF-DAY IS LESS THAN FROM-MINUTE-OF-DAY)
             MOVE TO-DAY-NUMBER TO FROM-DAY-NUMBER
             MOVE TO-MINUTE-OF-DAY TO FROM-MINUTE-OF-DAY
           END-IF.
           PERFORM VARYING DAY-CURSOR FROM FROM-DAY-NUMBER BY 1
               UNTIL DAY-CURSOR > TO-DAY-NUMBER
             PERFORM OPENDAY
             IF OPEN-DAY-SWITCH IS EQUAL TO 'Y'
               MOVE CT-OPEN-MINUTE(CALENDAR-MATCH-INDEX)
                 TO SPAN-START-MINUTE
               MOVE CT-CLOSE-MINUTE(CALENDAR-MATCH-INDEX)
                 TO SPAN-END-MINUTE
               IF DAY-CURSOR IS EQUAL TO FROM-DAY-NUMBER
               AND FROM-MINUTE-OF-DAY IS GREATER THAN
                   SPAN-START-MINUTE
                 MOVE FROM-MINUTE-OF-DAY TO SPAN-START-MINUTE
               END-IF
               IF DAY-CURSOR IS EQUAL TO TO-DAY-NUMBER
                 IF TO-MINUTE-OF-DAY IS NOT LESS THAN
                     CT-OPEN-MINUTE(CALENDAR-MATCH-INDEX)
                 AND TO-MINUTE-OF-DAY IS LESS THAN
                     CT-CLOSE-MINUTE(CALENDAR-MATCH-INDEX)
                   MOVE 'Y' TO BCL-BUSINESS-TIME-FLAG
                 END-IF
                 IF TO-MINUTE-OF-DAY IS LESS THAN SPAN-END-MINUTE
                   MOVE TO-MINUTE-OF-DAY TO SPAN-END-MINUTE
                 END-IF
               END-IF
               IF SPAN-END-MINUTE IS GREATER THAN SPAN-START-MINUTE
                 COMPUTE TOTAL-MINUTES = TOTAL-MINUTES
                     + SPAN-END-MINUTE - SPAN-START-MINUTE
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Is DAY-CURSOR a working day for the matched calendar - one *
      *   of its working weekdays and not a holiday in its region    *
      *                                                              *
      ****************************************************************
       OPENDAY.
      **   day 0 (1 March of year 0) was a Wednesday; WEEKDAY-INDEX
      **   runs 1 for Monday to 7 for Sunday
           DIVIDE DAY-CURSOR BY 7 GIVING WEEK-QUOTIENT
               REMAINDER WEEKDAY-INDEX.
           ADD 3 TO WEEKDAY-INDEX.
           IF WEEKDAY-INDEX IS GREATER THAN 7
             SUBTRACT 7 FROM WEEKDAY-INDEX
           END-IF.
           MOVE 'N' TO OPEN-DAY-SWITCH.
           IF CT-WORKING-DAYS(CALENDAR-MATCH-INDEX)(WEEKDAY-INDEX:1)
               IS EQUAL TO 'Y'
             MOVE 'Y' TO OPEN-DAY-SWITCH
             PERFORM VARYING HOLIDAY-INDEX FROM 1 BY 1
                 UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT
               IF HT-DAY-NUMBER(HOLIDAY-INDEX) IS EQUAL TO DAY-CURSOR
               AND HT-REGION(HOLIDAY-INDEX) IS EQUAL TO
                   CT-REGION(CALENDAR-MATCH-INDEX)
                 MOVE 'N' TO OPEN-DAY-SWITCH
                 MOVE HOLIDAY-COUNT TO HOLIDAY-INDEX
               END-IF
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   Day number of DN-YEAR/DN-MONTH/DN-DAY, counted from        *
      *   1 March of year 0: the year is taken to start in March so  *
      *   February's leap day is the last day of its year, and each  *
      *   quotient is truncated on its own                           *
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
      *   Load the calendars and holidays - a missing calendar file  *
      *   just means everything is measured in wall-clock time       *
      *                                                              *
      ****************************************************************
       LOADCAL.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CALENDAR-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 EVALUATE CAL-RECORD-TYPE
                   WHEN 'C'
                     PERFORM LOADC
                   WHEN 'H'
                     PERFORM LOADH
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM.
           IF CALENDAR-FILE-STATUS IS NOT EQUAL TO '35'
           AND CALENDAR-FILE-STATUS IS NOT EQUAL TO '30'
             CLOSE CALENDAR-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Store one application calendar                             *
      *                                                              *
      ****************************************************************
       LOADC.
           IF CAL-OPEN-TIME IS NOT NUMERIC
           OR CAL-CLOSE-TIME IS NOT NUMERIC
             DISPLAY 'AMQ0BCL0 calendar ' CAL-CALENDAR-NAME
                 ' has non-numeric hours - skipped'
           ELSE
             IF CALENDAR-COUNT IS LESS THAN 50
               ADD 1 TO CALENDAR-COUNT
               MOVE CAL-CALENDAR-NAME
                 TO CT-CALENDAR-NAME(CALENDAR-COUNT)
               MOVE CAL-REGION TO CT-REGION(CALENDAR-COUNT)
               MOVE CAL-WORKING-DAYS
                 TO CT-WORKING-DAYS(CALENDAR-COUNT)
               DIVIDE CAL-OPEN-TIME BY 100 GIVING STAMP-HOUR
                   REMAINDER STAMP-MINUTE
               COMPUTE CT-OPEN-MINUTE(CALENDAR-COUNT) =
                   STAMP-HOUR * 60 + STAMP-MINUTE
               DIVIDE CAL-CLOSE-TIME BY 100 GIVING STAMP-HOUR
                   REMAINDER STAMP-MINUTE
               COMPUTE CT-CLOSE-MINUTE(CALENDAR-COUNT) =
                   STAMP-HOUR * 60 + STAMP-MINUTE
             ELSE
               DISPLAY 'calendar table full - calendar '
                   CAL-CALENDAR-NAME ' skipped'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Store one regional holiday as a day number                 *
      *                                                              *
      ****************************************************************
       LOADH.
           IF HOL-DATE IS NOT NUMERIC
             DISPLAY 'AMQ0BCL0 holiday ' HOL-DESCRIPTION
                 ' has a non-numeric date - skipped'
           ELSE
             IF HOLIDAY-COUNT IS LESS THAN 500
               ADD 1 TO HOLIDAY-COUNT
               MOVE HOL-REGION TO HT-REGION(HOLIDAY-COUNT)
               MOVE HOL-DATE(1:4) TO DN-YEAR
               MOVE HOL-DATE(5:2) TO DN-MONTH
               MOVE HOL-DATE(7:2) TO DN-DAY
               PERFORM DAYNUM
               MOVE DAY-NUMBER TO HT-DAY-NUMBER(HOLIDAY-COUNT)
             ELSE
               DISPLAY 'holiday table full - ' HOL-DESCRIPTION
                   ' skipped'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the queue-to-calendar list AMQ0INV0 generates         *
      *                                                              *
      ****************************************************************
       LOADQCAL.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT QUEUE-CALENDAR-FILE.
           IF QUEUE-CALENDAR-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ QUEUE-CALENDAR-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF QUEUE-COUNT IS LESS THAN 1000
                   ADD 1 TO QUEUE-COUNT
                   MOVE QC-QUEUE-NAME TO QT-QUEUE-NAME(QUEUE-COUNT)
                   MOVE QC-CALENDAR-NAME
                     TO QT-CALENDAR-NAME(QUEUE-COUNT)
                 ELSE
                   DISPLAY 'queue calendar table full - '
                       QC-QUEUE-NAME ' measured in wall-clock time'
                 END-IF
             END-READ
           END-PERFORM.
           IF QUEUE-CALENDAR-STATUS IS NOT EQUAL TO '35'
           AND QUEUE-CALENDAR-STATUS IS NOT EQUAL TO '30'
             CLOSE QUEUE-CALENDAR-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0BCL0                                              *
      *                                                              *
      ****************************************************************
