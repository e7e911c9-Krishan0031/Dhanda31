      *         purge age is non-zero, and to DUPCTL.DAT when the      *
      *         duplicate-check flag is Y                               *
      *                                                              *
      *      -- a queue whose ages and elapsed times are to be        *
      *         measured in business hours names its business         *
      *         calendar (a C line of BUSCAL.DAT) in the calendar     *
      *         column; it goes to BCLCTL.DAT with that calendar,     *
      *         where the business-hours clock AMQ0BCL0 looks it up   *
      *                                                              *
      *    Program logic:                                            *
      *         load MQINV.DAT, prefixes and queues separately        *
      *         resolve each queue's effective attributes against     *
      *         its longest matching prefix                           *
      *         write the nine per-program control lists              *
      *         DISPLAY a one-line summary per list                   *
      *                                                              *
      *   MQINV.DAT is changed only through AMQ0ICH0's maker-checker  *
      *   approval; while INVPEND.DAT holds any change awaiting a     *
      *   checker, AMQ0INV0 refuses to regenerate and ends with       *
      *   return code 1, so no list is built from a half-reviewed     *
      *   inventory.                                                  *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** inventory changes awaiting approval, kept by AMQ0ICH0
           SELECT PENDING-FILE ASSIGN TO 'INVPEND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PENDING-FILE-STATUS.

      ** the nine generated per-program control lists, in the exact
      ** layouts their consumers already read
           SELECT QDM-CONTROL-FILE ASSIGN TO 'QDMCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
           SELECT AGE-CONTROL-FILE ASSIGN TO 'AGECTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GENERATED-FILE-STATUS.
           SELECT BCL-CONTROL-FILE ASSIGN TO 'BCLCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GENERATED-FILE-STATUS.

      ****************************************************************
       DATA DIVISION.
      ** head-of-queue age threshold in minutes, zero for inherit /
      ** not monitored (request: head-of-queue message-age monitor)
          05 QI-AGE-THRESHOLD-MINS     PIC 9(5).
          05 FILLER                    PIC X VALUE SPACE.
      ** business calendar the queue's ages and elapsed times are
      ** measured against, spaces for inherit / wall-clock time
          05 QI-CALENDAR-NAME          PIC X(8).

       FD  PENDING-FILE.
       01 PENDING-RECORD               PIC X(146).

      ** identical layout to AMQ0QDM0's THRESHOLD-FILE-RECORD
       FD  QDM-CONTROL-FILE.
          05 AGE-QUEUE-NAME            PIC X(48).
          05 AGE-THRESHOLD-MINS        PIC 9(5).

      ** queue name plus its business calendar, read by AMQ0BCL0
       FD  BCL-CONTROL-FILE.
       01 BCL-CONTROL-RECORD.
          05 BCL-QUEUE-NAME            PIC X(48).
          05 BCL-CALENDAR-NAME         PIC X(8).

       WORKING-STORAGE SECTION.
       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 GENERATED-FILE-STATUS      PIC XX VALUE '00'.
       01 END-OF-INVENTORY-SWITCH    PIC X VALUE 'N'.
       01 PENDING-FILE-STATUS        PIC XX VALUE '00'.
       01 END-OF-PENDING-SWITCH      PIC X VALUE 'N'.
       01 PENDING-CHANGE-COUNT       PIC 9(7) VALUE 0.

      ** Q entries loaded once into a table, the same load-once
      ** convention the monitors use for their own lists
             05 QT-BROWSE-FLAG        PIC X(1).
             05 QT-DUPCHECK-FLAG      PIC X(1).
             05 QT-AGE-THRESHOLD-MINS PIC 9(5).
             05 QT-CALENDAR-NAME      PIC X(8).
       01 QUEUE-ENTRY-COUNT          PIC S9(9) BINARY VALUE 0.
       01 QUEUE-INDEX                PIC S9(9) BINARY.

             05 PT-BROWSE-FLAG        PIC X(1).
             05 PT-DUPCHECK-FLAG      PIC X(1).
             05 PT-AGE-THRESHOLD-MINS PIC 9(5).
             05 PT-CALENDAR-NAME      PIC X(8).
       01 PREFIX-ENTRY-COUNT         PIC S9(9) BINARY VALUE 0.
       01 PREFIX-INDEX               PIC S9(9) BINARY.
       01 PREFIX-SCAN-LENGTH         PIC S9(9) BINARY.
       01 GBR-WRITTEN-COUNT          PIC 9(7) VALUE 0.
       01 DUP-WRITTEN-COUNT          PIC 9(7) VALUE 0.
       01 AGE-WRITTEN-COUNT          PIC 9(7) VALUE 0.
       01 BCL-WRITTEN-COUNT          PIC 9(7) VALUE 0.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM CHKPEND.
           IF PENDING-CHANGE-COUNT IS GREATER THAN 0
             DISPLAY 'AMQ0INV0 refused - ' PENDING-CHANGE-COUNT
                 ' inventory changes awaiting approval in INVPEND.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOADINV.
           IF QUEUE-ENTRY-COUNT IS EQUAL TO 0
             DISPLAY 'no queue entries in MQINV.DAT - nothing '

      ****************************************************************
      *                                                              *
      *   Write the nine per-program control lists                   *
      *                                                              *
      ****************************************************************
           PERFORM GENLISTS.
               PRG-WRITTEN-COUNT ' purge, ' CRITQ-WRITTEN-COUNT
               ' critical, ' GBR-WRITTEN-COUNT ' browse, '
               DUP-WRITTEN-COUNT ' duplicate-check, '
               AGE-WRITTEN-COUNT ' age-watch, '
               BCL-WRITTEN-COUNT ' business-calendar'.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE QUEUE-ENTRY-COUNT TO RLG-RECORD-COUNT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Count the changes still awaiting a checker - an absent     *
      *   INVPEND.DAT means none                                     *
      *                                                              *
      ****************************************************************
       CHKPEND.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS IS EQUAL TO '00'
             PERFORM UNTIL END-OF-PENDING-SWITCH IS EQUAL TO 'Y'
               READ PENDING-FILE
                 AT END
                   MOVE 'Y' TO END-OF-PENDING-SWITCH
                 NOT AT END
                   IF PENDING-RECORD IS NOT EQUAL TO SPACES
                     ADD 1 TO PENDING-CHANGE-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PENDING-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the master inventory, prefixes and queues separately  *
             ELSE
               MOVE 0 TO PT-AGE-THRESHOLD-MINS(PREFIX-ENTRY-COUNT)
             END-IF
             MOVE QI-CALENDAR-NAME
               TO PT-CALENDAR-NAME(PREFIX-ENTRY-COUNT)
           ELSE
             DISPLAY 'prefix table full - entry for ' QI-QUEUE-NAME
                 ' skipped'
             ELSE
               MOVE 0 TO QT-AGE-THRESHOLD-MINS(QUEUE-ENTRY-COUNT)
             END-IF
             MOVE QI-CALENDAR-NAME
               TO QT-CALENDAR-NAME(QUEUE-ENTRY-COUNT)
           ELSE
             DISPLAY 'queue table full - entry for ' QI-QUEUE-NAME
                 ' skipped'
               MOVE PT-AGE-THRESHOLD-MINS(BEST-PREFIX-INDEX)
                 TO QT-AGE-THRESHOLD-MINS(QUEUE-INDEX)
             END-IF
             IF QT-CALENDAR-NAME(QUEUE-INDEX) IS EQUAL TO SPACES
               MOVE PT-CALENDAR-NAME(BEST-PREFIX-INDEX)
                 TO QT-CALENDAR-NAME(QUEUE-INDEX)
             END-IF
           END-IF.

           IF QT-CRITICAL-FLAG(QUEUE-INDEX) IS EQUAL TO SPACE

      ****************************************************************
      *                                                              *
      *   Write the nine per-program control lists from the          *
      *   queue table, in the exact layouts their consumers read     *
      *                                                              *
      ****************************************************************
           OPEN OUTPUT GBR-CONTROL-FILE.
           OPEN OUTPUT DUP-CONTROL-FILE.
           OPEN OUTPUT AGE-CONTROL-FILE.
           OPEN OUTPUT BCL-CONTROL-FILE.

           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-ENTRY-COUNT
                 TO AGE-THRESHOLD-MINS
               WRITE AGE-CONTROL-RECORD
             END-IF
             IF QT-CALENDAR-NAME(QUEUE-INDEX) IS NOT EQUAL TO SPACES
               ADD 1 TO BCL-WRITTEN-COUNT
               MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO BCL-QUEUE-NAME
               MOVE QT-CALENDAR-NAME(QUEUE-INDEX) TO BCL-CALENDAR-NAME
               WRITE BCL-CONTROL-RECORD
             END-IF
           END-PERFORM.

           CLOSE QDM-CONTROL-FILE.
           CLOSE GBR-CONTROL-FILE.
           CLOSE DUP-CONTROL-FILE.
           CLOSE AGE-CONTROL-FILE.
           CLOSE BCL-CONTROL-FILE.

      ****************************************************************
      *                                                              *
