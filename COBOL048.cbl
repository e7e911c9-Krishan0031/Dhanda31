      *     4 - scope: PUT, GET or BOTH (optional, defaults to PUT)  *
      *     5 - scheduled re-enable interval in minutes (optional)   *
      *     6 - reply timeout in seconds (optional, default 15)      *
      *     7 - emergency change reference (optional) - during a     *
      *         change freeze declared in FRZCAL.DAT an INHIBIT or   *
      *         ENABLE broadcast is refused unless this is an        *
      *         approved emergency change (AMQ0FRZ0); it travels in  *
      *         the 227-byte request form so each remote AMQMSET2    *
      *         lets the request through as well                     *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0BRC0.
           05 REQ-QUEUE-LIST          PIC X(187).
           05 FILLER                  PIC X VALUE SPACE.
           05 REQ-REENABLE-MINUTES    PIC 9(5) VALUE ZEROS.
           05 FILLER                  PIC X VALUE SPACE.
           05 REQ-EMERGENCY-REF       PIC X(20) VALUE SPACES.

       01 PARM-REPLY-TO-QUEUE        PIC X(48) VALUE SPACES.
       01 PARM-TIMEOUT-SECONDS       PIC 9(5) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).

      * Change-freeze checker interface (AMQ0FRZ0)
       01 MY-FREEZE-CHECK.
          COPY FRZCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
      * batch run log and missed-job report)
           END-IF.
           OPEN OUTPUT BROADCAST-REPORT.

      ** a change freeze stops the whole broadcast before any queue
      ** manager is contacted; QUERY changes nothing and is never
      ** checked
           MOVE 'N' TO FRZ-REJECT-FLAG.
           IF REQ-ACTION IS NOT EQUAL TO 'QUERY'
             MOVE 'AMQ0BRC0' TO FRZ-SOURCE-PROGRAM
             MOVE REQ-QUEUE-LIST(1:48) TO FRZ-OBJECT-NAME
             MOVE SPACES TO FRZ-REQUESTER
             MOVE REQ-EMERGENCY-REF TO FRZ-EMERGENCY-REF
             CALL 'AMQ0FRZ0' USING FRZ-CHECK-AREA
           END-IF.
           IF FRZ-REJECT-FLAG IS EQUAL TO 'Y'
             DISPLAY 'AMQ0BRC0 refused - change freeze '
                 FRZ-FREEZE-NAME ' is in force and no approved '
                 'emergency change was given'
             MOVE 'ALL QUEUE MANAGERS' TO CL-QMGR-NAME
             MOVE 'FREEZE' TO BRC-OUTCOME
             MOVE FRZ-FREEZE-NAME TO BRC-REPLY-TEXT
             PERFORM RPTLN
             CLOSE CONNECTION-LIST-FILE
             CLOSE BROADCAST-REPORT
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

      ****************************************************************
      *                                                              *
      *   Deliver the request to every queue manager on the list     *
             ON EXCEPTION
               MOVE 0 TO PARM-TIMEOUT-SECONDS
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT REQ-EMERGENCY-REF FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO REQ-EMERGENCY-REF
           END-ACCEPT.
           IF PARM-TIMEOUT-SECONDS IS EQUAL TO 0
             MOVE 15 TO PARM-TIMEOUT-SECONDS
           END-IF.
           MOVE MQRO-NONE TO MQMD-REPORT.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           IF REQ-EMERGENCY-REF IS EQUAL TO SPACES
             MOVE 206 TO BUFFER-LENGTH
           ELSE
             MOVE 227 TO BUFFER-LENGTH
           END-IF.

           CALL 'MQPUT1'
            USING HCONN, OBJECT-DESCRIPTOR,
