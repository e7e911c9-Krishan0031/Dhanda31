       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0FRZ0                                       *
      *                                                              *
      * Description: Change-freeze checker CALLed by the utilities   *
      *              that change queues, channels and control files  *
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
      *   AMQ0FRZ0 stops changes during a change freeze (quarter-    *
      *   end, peak trading).  AMQMSET2, AMQ0SEC0, AMQ0CTM0,         *
      *   AMQ0PRG0 and AMQ0BRC0 CALL it with the FRZCHKWS area       *
      *   before they act; it checks the current time against the   *
      *   freeze calendar FRZCAL.DAT (freeze start, freeze end,      *
      *   freeze name):                                              *
      *                                                              *
      *      -- outside every declared freeze the answer is N and    *
      *         nothing is logged                                    *
      *                                                              *
      *      -- inside a freeze the answer is Y, unless the request  *
      *         carried an emergency change reference that appears  *
      *         in CHGEXTR.DAT as an approved change of type         *
      *         EMERGENCY, in which case it is N with the freeze     *
      *         name returned                                        *
      *                                                              *
      *      -- every decision taken inside a freeze - REJECTED or   *
      *         EMERGENCY - is appended to FRZLOG.DAT (timestamp,    *
      *         utility, object, requester, freeze, reference,       *
      *         outcome) for AMQ0FRR0's freeze-breach report         *
      *                                                              *
      *      -- the calendar and the emergency changes are loaded    *
      *         once on the first CALL and kept across calls, the    *
      *         same WORKING-STORAGE-persists convention AMQ0MWC0    *
      *         relies on; a missing calendar simply means no        *
      *         freeze is declared                                   *
      *                                                              *
      *      -- the checker must never take its caller down: a file  *
      *         problem is DISPLAYed and treated as no-freeze        *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0FRZ0 parameters: the FRZCHKWS interface area           *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0FRZ0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the freeze calendar, maintained by the change board - one
      ** freeze per line
           SELECT FREEZE-CALENDAR ASSIGN TO 'FRZCAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FREEZE-CALENDAR-STATUS.

      ** the approved change extract AMQ0CGL0 builds
           SELECT CHANGE-REQUEST-EXTRACT ASSIGN TO 'CHGEXTR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-FILE-STATUS.

      ** every decision taken inside a freeze, appended
           SELECT FREEZE-LOG ASSIGN TO 'FRZLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FREEZE-LOG-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-CALENDAR.
       01 FREEZE-CALENDAR-RECORD.
          05 FZC-FREEZE-START          PIC X(17).
          05 FILLER                    PIC X.
          05 FZC-FREEZE-END            PIC X(17).
          05 FILLER                    PIC X.
          05 FZC-FREEZE-NAME           PIC X(20).

       FD  CHANGE-REQUEST-EXTRACT.
       01 CHANGE-REQUEST-RECORD.
           05 CR-QUEUE-NAME              PIC X(48).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-TICKET-ID               PIC X(20).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-CHANGE-TYPE             PIC X(10).
           05 FILLER                     PIC X(57).

       FD  FREEZE-LOG.
       01 FREEZE-LOG-RECORD.
          05 FZL-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 FZL-SOURCE-PROGRAM        PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 FZL-OBJECT-NAME           PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 FZL-REQUESTER             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 FZL-FREEZE-NAME           PIC X(20).
          05 FILLER                    PIC X VALUE SPACE.
          05 FZL-EMERGENCY-REF         PIC X(20).
          05 FILLER                    PIC X VALUE SPACE.
          05 FZL-OUTCOME               PIC X(9).

       WORKING-STORAGE SECTION.
       01 FREEZE-CALENDAR-STATUS     PIC XX VALUE '00'.
       01 CR-FILE-STATUS             PIC XX VALUE '00'.
       01 FREEZE-LOG-STATUS          PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the calendar and emergency changes are loaded once on the
      ** first CALL and kept across calls
       01 FIRST-CALL-SWITCH          PIC X VALUE 'Y'.
       01 FREEZE-TABLE.
          02 FREEZE-ENTRY OCCURS 100 TIMES.
             05 FT-FREEZE-START       PIC X(17).
             05 FT-FREEZE-END         PIC X(17).
             05 FT-FREEZE-NAME        PIC X(20).
       01 FREEZE-COUNT               PIC S9(9) BINARY VALUE 0.
       01 FREEZE-INDEX               PIC S9(9) BINARY.

       01 EMERGENCY-TABLE.
          02 EMERGENCY-ENTRY OCCURS 500 TIMES.
             05 ET-TICKET-ID          PIC X(20).
       01 EMERGENCY-COUNT            PIC S9(9) BINARY VALUE 0.
       01 EMERGENCY-INDEX            PIC S9(9) BINARY.
       01 EMERGENCY-MATCH-SWITCH     PIC X VALUE 'N'.

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).

       LINKAGE SECTION.
       01 FRZ-PARAMETER.
         10 FRZ-CHECK-AREA.
           15 FRZ-SOURCE-PROGRAM       PIC X(8).
           15 FRZ-OBJECT-NAME          PIC X(48).
           15 FRZ-REQUESTER            PIC X(12).
           15 FRZ-EMERGENCY-REF        PIC X(20).
           15 FRZ-REJECT-FLAG          PIC X(1).
           15 FRZ-FREEZE-NAME          PIC X(20).

      ****************************************************************
       PROCEDURE DIVISION USING FRZ-PARAMETER.
       P0.
           IF FIRST-CALL-SWITCH IS EQUAL TO 'Y'
             MOVE 'N' TO FIRST-CALL-SWITCH
             PERFORM LOADCAL
             PERFORM LOADEMER
           END-IF.

           MOVE 'N' TO FRZ-REJECT-FLAG.
           MOVE SPACES TO FRZ-FREEZE-NAME.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).

           PERFORM VARYING FREEZE-INDEX FROM 1 BY 1
               UNTIL FREEZE-INDEX IS GREATER THAN FREEZE-COUNT
               OR FRZ-FREEZE-NAME IS NOT EQUAL TO SPACES
             IF NOW-TIMESTAMP IS NOT LESS THAN
                 FT-FREEZE-START(FREEZE-INDEX)
             AND NOW-TIMESTAMP IS NOT GREATER THAN
                 FT-FREEZE-END(FREEZE-INDEX)
               MOVE FT-FREEZE-NAME(FREEZE-INDEX) TO FRZ-FREEZE-NAME
             END-IF
           END-PERFORM.

           IF FRZ-FREEZE-NAME IS NOT EQUAL TO SPACES
             PERFORM EMERCHK
             IF EMERGENCY-MATCH-SWITCH IS NOT EQUAL TO 'Y'
               MOVE 'Y' TO FRZ-REJECT-FLAG
             END-IF
             PERFORM LOGFRZ
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Is the request's reference an approved emergency change?  *
      *                                                              *
      ****************************************************************
       EMERCHK.
           MOVE 'N' TO EMERGENCY-MATCH-SWITCH.
           IF FRZ-EMERGENCY-REF IS NOT EQUAL TO SPACES
             PERFORM VARYING EMERGENCY-INDEX FROM 1 BY 1
                 UNTIL EMERGENCY-INDEX IS GREATER THAN EMERGENCY-COUNT
               IF ET-TICKET-ID(EMERGENCY-INDEX) IS EQUAL TO
                   FRZ-EMERGENCY-REF
                 MOVE 'Y' TO EMERGENCY-MATCH-SWITCH
                 MOVE EMERGENCY-COUNT TO EMERGENCY-INDEX
               END-IF
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append one freeze decision for the breach report           *
      *                                                              *
      ****************************************************************
       LOGFRZ.
           OPEN EXTEND FREEZE-LOG.
           IF FREEZE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT FREEZE-LOG
           END-IF.
           IF FREEZE-LOG-STATUS IS EQUAL TO '00'
             MOVE SPACES TO FREEZE-LOG-RECORD
             MOVE NOW-TIMESTAMP TO FZL-TIMESTAMP
             MOVE FRZ-SOURCE-PROGRAM TO FZL-SOURCE-PROGRAM
             MOVE FRZ-OBJECT-NAME TO FZL-OBJECT-NAME
             MOVE FRZ-REQUESTER TO FZL-REQUESTER
             MOVE FRZ-FREEZE-NAME TO FZL-FREEZE-NAME
             MOVE FRZ-EMERGENCY-REF TO FZL-EMERGENCY-REF
             IF FRZ-REJECT-FLAG IS EQUAL TO 'Y'
               MOVE 'REJECTED' TO FZL-OUTCOME
             ELSE
               MOVE 'EMERGENCY' TO FZL-OUTCOME
             END-IF
             WRITE FREEZE-LOG-RECORD
             CLOSE FREEZE-LOG
           ELSE
      **     the checker must never take its caller down
             DISPLAY 'AMQ0FRZ0 unable to append FRZLOG.DAT, file '
                 'status ' FREEZE-LOG-STATUS
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the freeze calendar into FREEZE-TABLE - a missing     *
      *   calendar just means no freeze is declared                  *
      *                                                              *
      ****************************************************************
       LOADCAL.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT FREEZE-CALENDAR.
           IF FREEZE-CALENDAR-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ FREEZE-CALENDAR
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF FREEZE-COUNT IS LESS THAN 100
                   ADD 1 TO FREEZE-COUNT
                   MOVE FZC-FREEZE-START
                     TO FT-FREEZE-START(FREEZE-COUNT)
                   MOVE FZC-FREEZE-END TO FT-FREEZE-END(FREEZE-COUNT)
                   MOVE FZC-FREEZE-NAME
                     TO FT-FREEZE-NAME(FREEZE-COUNT)
                 ELSE
                   DISPLAY 'freeze table full - calendar entry '
                       FZC-FREEZE-NAME ' skipped'
                 END-IF
             END-READ
           END-PERFORM.
           IF FREEZE-CALENDAR-STATUS IS NOT EQUAL TO '35'
           AND FREEZE-CALENDAR-STATUS IS NOT EQUAL TO '30'
             CLOSE FREEZE-CALENDAR
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the approved emergency changes from CHGEXTR.DAT - a   *
      *   ticket appears once per queue it names, so it is stored    *
      *   once                                                       *
      *                                                              *
      ****************************************************************
       LOADEMER.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHANGE-REQUEST-EXTRACT.
           IF CR-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANGE-REQUEST-EXTRACT
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF CR-CHANGE-TYPE IS EQUAL TO 'EMERGENCY'
                   PERFORM STOREEMER
                 END-IF
             END-READ
           END-PERFORM.
           IF CR-FILE-STATUS IS NOT EQUAL TO '35'
           AND CR-FILE-STATUS IS NOT EQUAL TO '30'
             CLOSE CHANGE-REQUEST-EXTRACT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Store one emergency ticket unless already stored           *
      *                                                              *
      ****************************************************************
       STOREEMER.
           MOVE 'N' TO EMERGENCY-MATCH-SWITCH.
           PERFORM VARYING EMERGENCY-INDEX FROM 1 BY 1
               UNTIL EMERGENCY-INDEX IS GREATER THAN EMERGENCY-COUNT
             IF ET-TICKET-ID(EMERGENCY-INDEX) IS EQUAL TO
                 CR-TICKET-ID
               MOVE 'Y' TO EMERGENCY-MATCH-SWITCH
               MOVE EMERGENCY-COUNT TO EMERGENCY-INDEX
             END-IF
           END-PERFORM.
           IF EMERGENCY-MATCH-SWITCH IS NOT EQUAL TO 'Y'
             IF EMERGENCY-COUNT IS LESS THAN 500
               ADD 1 TO EMERGENCY-COUNT
               MOVE CR-TICKET-ID TO ET-TICKET-ID(EMERGENCY-COUNT)
             ELSE
               DISPLAY 'emergency change table full - ticket '
                   CR-TICKET-ID ' skipped'
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0FRZ0                                              *
      *                                                              *
      ****************************************************************
