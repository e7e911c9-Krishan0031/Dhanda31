      *   writes the clean CHGEXTR.DAT layout the reconciliation      *
      *   expects:                                                    *
      *                                                              *
      *      -- an optional fifth field carries the change type;      *
      *         EMERGENCY tickets are what AMQ0FRZ0 lets through a    *
      *         change freeze, and a blank type loads as NORMAL       *
      *                                                              *
      *      -- optional sixth and seventh fields carry the user ids  *
      *         that raised and approved the ticket, for the          *
      *         segregation-of-duties report AMQ0SOD0                 *
      *                                                              *
      *      -- optional eighth and ninth fields carry the planned    *
      *         window YYYYMMDDHHMM of a change that inhibits its     *
      *         queue, and a tenth the inhibit scope (PUT, GET or     *
      *         BOTH, default PUT), for the change executor AMQ0CXE0; *
      *         both times or neither, and the end after the start    *
      *                                                              *
      *      -- only APPROVED tickets are loaded; any other status    *
      *         is reported, not loaded                               *
      *                                                              *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the change-management system's raw export, one ticket per
      ** line: ticket;status;date;queue, optionally
      ** ;type;raised-by;approved-by;planned-start;planned-end;scope
           SELECT RAW-CHANGE-FEED ASSIGN TO 'CHGRAW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RAW-CHANGE-FEED-STATUS.

      ** the normalized extract AMQ0RCN0 reconciles against -
      ** AMQ0RCN0's record followed by the change type AMQ0FRZ0
      ** reads, the raiser and approver AMQ0SOD0 reads and the
      ** planned inhibit window AMQ0CXE0 acts on
           SELECT CHANGE-REQUEST-EXTRACT ASSIGN TO 'CHGEXTR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-FILE-STATUS.
           05 CR-QUEUE-NAME              PIC X(48).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-TICKET-ID                PIC X(20).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-CHANGE-TYPE             PIC X(10).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-RAISED-BY               PIC X(12).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-APPROVED-BY             PIC X(12).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-PLANNED-START           PIC X(12).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-PLANNED-END             PIC X(12).
           05 FILLER                     PIC X VALUE SPACE.
           05 CR-INHIBIT-SCOPE           PIC X(4).

       FD  LOAD-ERROR-REPORT.
       01 LOAD-ERROR-RECORD.
       01 RAW-STATUS                 PIC X(12).
       01 RAW-DATE-X                 PIC X(10).
       01 RAW-QUEUE-NAME             PIC X(49).
      ** one character wider than the extract column for the same
      ** reason
       01 RAW-CHANGE-TYPE            PIC X(11).
       01 RAW-RAISED-BY              PIC X(13).
       01 RAW-APPROVED-BY            PIC X(13).
       01 RAW-PLANNED-START          PIC X(13).
       01 RAW-PLANNED-END            PIC X(13).
       01 RAW-INHIBIT-SCOPE          PIC X(5).

       01 RAW-DATE-NUM-X             PIC X(8).
       01 RAW-DATE-MONTH             PIC 9(2).
           MOVE SPACES TO RAW-STATUS.
           MOVE SPACES TO RAW-DATE-X.
           MOVE SPACES TO RAW-QUEUE-NAME.
           MOVE SPACES TO RAW-CHANGE-TYPE.
           MOVE SPACES TO RAW-RAISED-BY.
           MOVE SPACES TO RAW-APPROVED-BY.
           MOVE SPACES TO RAW-PLANNED-START.
           MOVE SPACES TO RAW-PLANNED-END.
           MOVE SPACES TO RAW-INHIBIT-SCOPE.
           MOVE SPACES TO REJECT-REASON.
           UNSTRING RAW-CHANGE-RECORD DELIMITED BY ';'
             INTO RAW-TICKET-ID RAW-STATUS RAW-DATE-X RAW-QUEUE-NAME
                  RAW-CHANGE-TYPE RAW-RAISED-BY RAW-APPROVED-BY
                  RAW-PLANNED-START RAW-PLANNED-END
                  RAW-INHIBIT-SCOPE
           END-UNSTRING.

           IF RAW-CHANGE-RECORD IS EQUAL TO SPACES
             PERFORM VAL1
             IF REJECT-REASON IS EQUAL TO SPACES
               ADD 1 TO LOADED-COUNT
               MOVE SPACES TO CHANGE-REQUEST-RECORD
               MOVE RAW-QUEUE-NAME(1:48) TO CR-QUEUE-NAME
               MOVE RAW-TICKET-ID(1:20) TO CR-TICKET-ID
               IF RAW-CHANGE-TYPE IS EQUAL TO SPACES
                 MOVE 'NORMAL' TO CR-CHANGE-TYPE
               ELSE
                 MOVE RAW-CHANGE-TYPE(1:10) TO CR-CHANGE-TYPE
               END-IF
               MOVE RAW-RAISED-BY(1:12) TO CR-RAISED-BY
               MOVE RAW-APPROVED-BY(1:12) TO CR-APPROVED-BY
               MOVE RAW-PLANNED-START(1:12) TO CR-PLANNED-START
               MOVE RAW-PLANNED-END(1:12) TO CR-PLANNED-END
               IF RAW-INHIBIT-SCOPE IS EQUAL TO SPACES
               AND RAW-PLANNED-START IS NOT EQUAL TO SPACES
                 MOVE 'PUT ' TO CR-INHIBIT-SCOPE
               ELSE
                 MOVE RAW-INHIBIT-SCOPE(1:4) TO CR-INHIBIT-SCOPE
               END-IF
               WRITE CHANGE-REQUEST-RECORD
             ELSE
               ADD 1 TO REJECTED-COUNT
             END-IF
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
           AND RAW-CHANGE-TYPE(11:1) IS NOT EQUAL TO SPACE
             MOVE 'CHANGE TYPE TOO LONG' TO REJECT-REASON
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
           AND (RAW-RAISED-BY(13:1) IS NOT EQUAL TO SPACE
           OR RAW-APPROVED-BY(13:1) IS NOT EQUAL TO SPACE)
             MOVE 'USER ID TOO LONG' TO REJECT-REASON
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
             PERFORM VALWIN
           END-IF.

      ****************************************************************
      *                                                              *
      *   Validate the optional planned inhibit window and scope     *
      *                                                              *
      ****************************************************************
       VALWIN.
           IF RAW-PLANNED-START IS EQUAL TO SPACES
           AND RAW-PLANNED-END IS EQUAL TO SPACES
             IF RAW-INHIBIT-SCOPE IS NOT EQUAL TO SPACES
               MOVE 'SCOPE WITHOUT WINDOW' TO REJECT-REASON
             END-IF
           ELSE
             IF RAW-PLANNED-START(1:12) IS NOT NUMERIC
             OR RAW-PLANNED-START(13:1) IS NOT EQUAL TO SPACE
             OR RAW-PLANNED-END(1:12) IS NOT NUMERIC
             OR RAW-PLANNED-END(13:1) IS NOT EQUAL TO SPACE
               MOVE 'BAD PLANNED WINDOW' TO REJECT-REASON
             ELSE
               IF RAW-PLANNED-END IS NOT GREATER THAN
                   RAW-PLANNED-START
                 MOVE 'WINDOW ENDS BEFORE START' TO REJECT-REASON
               END-IF
             END-IF
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
           AND RAW-INHIBIT-SCOPE IS NOT EQUAL TO SPACES
           AND RAW-INHIBIT-SCOPE IS NOT EQUAL TO 'PUT'
           AND RAW-INHIBIT-SCOPE IS NOT EQUAL TO 'GET'
           AND RAW-INHIBIT-SCOPE IS NOT EQUAL TO 'BOTH'
             MOVE 'BAD INHIBIT SCOPE' TO REJECT-REASON
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0CGL0                                              *
