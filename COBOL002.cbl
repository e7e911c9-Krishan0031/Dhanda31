      *         queue can't  be inhibited - eg, if the queue         *
      *         to be inhibited does not exist                       *
      *                                                              *
      *      -- during a change freeze declared in FRZCAL.DAT, an    *
      *         INHIBIT, ENABLE, STOPCHL or STRTCHL entry is refused  *
      *         (report to the requester, MSETAUD.DAT action FREEZE)  *
      *         unless the request carries an approved emergency      *
      *         change reference - see AMQ0FRZ0                       *
      *                                                              *
      *      -- stops when the input queue becomes empty             *
      *                                                              *
      *      -- writes a message for each MQI reason other than      *
          02 REJ-ORIGINAL            PIC X(206).
       01 REJECT-MESSAGE-LENGTH      PIC S9(9) BINARY VALUE 237.
       01 REQUEST-COUNT              PIC 9(7) VALUE 0.
      ** the action written by AUDITREJ - REJAUTH for an unauthorized
      ** requester, FREEZE for a request refused by a change freeze
       01 AUDIT-REJECT-ACTION        PIC X(7) VALUE SPACES.
       01 REJECTED-REQUEST-COUNT     PIC 9(7) VALUE 0.

      ** queue-list parsing (request: accept a list of queue names in
         02 BUF1                      PIC X(14) VALUE " PUT inhibited".
         02 BUF2                      PIC X(24) VALUE SPACES.

      ** a request may also arrive in a 227-byte form: the 206-byte
      ** request above, a space, and the emergency change reference
      ** that lets it through a change freeze.  The message is read
      ** here and the first 206 bytes moved to BUFFER, so the reply
      ** still echoes exactly the 206-byte request
       01 REQUEST-AREA.
           03 REQ-BASE                PIC X(206).
           03 FILLER                  PIC X.
           03 REQ-EMERGENCY-REF       PIC X(20).

      * Change-freeze checker interface (AMQ0FRZ0)
       01 MY-FREEZE-CHECK.
          COPY FRZCHKWS.

      ** The trigger monitor passes the trigger message delimited
      ** by double quotes -  " MQTMC Structure ". The filler
      ** character put in below removes the " so that the contents
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           MOVE SPACES TO BUFFER.
           MOVE SPACES TO REQUEST-AREA.
           ADD MQGMO-ACCEPT-TRUNCATED-MSG MQGMO-WAIT
                GIVING MQGMO-OPTIONS.
           MOVE 5000 TO MQGMO-WAITINTERVAL.
           MOVE 227 to BUFFER-LENGTH.

           CALL "MQGET"
            USING HCONN, Q-HANDLE,
            MESSAGE-DESCRIPTOR, GMOPTIONS,
            BUFFER-LENGTH, REQUEST-AREA, DATA-LENGTH,
            COMPLETION-CODE, REASON.
           MOVE REQ-BASE TO BUFFER.

           IF REASON IS NOT EQUAL TO MQRC-NONE
             IF REASON IS EQUAL TO MQRC-NO-MSG-AVAILABLE
           MOVE SPACES TO REQUEST-REJECT-REASON.

           IF DATA-LENGTH IS NOT EQUAL TO 206
           AND DATA-LENGTH IS NOT EQUAL TO 227
             MOVE 'N' TO REQUEST-VALID-SWITCH
             MOVE "WRONG MESSAGE LENGTH" TO REQUEST-REJECT-REASON
           END-IF.
               IF AUTH-MATCH-SWITCH IS NOT EQUAL TO 'Y'
                 PERFORM AUTHREJ
               ELSE
      **        a change freeze refuses everything but QUERY unless
      **        the request carries an approved emergency change
               PERFORM FRZCHK
               IF FRZ-REJECT-FLAG IS EQUAL TO 'Y'
                 PERFORM FRZREJ
               ELSE
      **        STOPCHL/STRTCHL name a channel, not a queue - MQSET
      **        cannot act on a channel, so these bypass the
      **        MQOPEN/MQSET/MQCLOSE machinery entirely and instead
               END-IF
               END-IF
               END-IF
               END-IF
             END-IF
           END-PERFORM.

           MOVE MQRC-NOT-AUTHORIZED TO MQMD-FEEDBACK.
           MOVE "NOT AUTHORIZED" TO BUF1.
           MOVE MQCC-FAILED TO SET-COMPLETION-CODE.
           MOVE "REJAUTH" TO AUDIT-REJECT-ACTION.
           PERFORM AUDITREJ.

      ****************************************************************
      *                                                              *
      *  Ask AMQ0FRZ0 whether a change freeze stops this entry - a   *
      *  QUERY changes nothing and is never checked                  *
      *                                                              *
      ****************************************************************
       FRZCHK.
           MOVE 'N' TO FRZ-REJECT-FLAG.
           IF REQ-ACTION IS NOT EQUAL TO "QUERY  "
             MOVE "AMQMSET2" TO FRZ-SOURCE-PROGRAM
             MOVE WORK-QUEUE-NAME TO FRZ-OBJECT-NAME
             MOVE MQMD-USERIDENTIFIER TO FRZ-REQUESTER
             MOVE REQ-EMERGENCY-REF TO FRZ-EMERGENCY-REF
             CALL "AMQ0FRZ0" USING FRZ-CHECK-AREA
           END-IF.

      ****************************************************************
      *                                                              *
      *  Refuse one list entry during a change freeze: audit it as   *
      *  FREEZE, count it failed, and shape the reply as a report    *
      *                                                              *
      ****************************************************************
       FRZREJ.
           DISPLAY "request for " WORK-QUEUE-NAME " from user <"
               MQMD-USERIDENTIFIER "> rejected - change freeze "
               FRZ-FREEZE-NAME.
           ADD 1 TO LIST-FAILED-COUNT.
           MOVE MQMT-REPORT TO MQMD-MSGTYPE.
           MOVE MQFB-APPL-FIRST TO MQMD-FEEDBACK.
           MOVE "CHANGE FREEZE" TO BUF1.
           MOVE MQCC-FAILED TO SET-COMPLETION-CODE.
           MOVE "FREEZE" TO AUDIT-REJECT-ACTION.
           PERFORM AUDITREJ.

      ****************************************************************
      *                                                              *
      *  Append one REJAUTH (or FREEZE) audit record - AUDITLOG's    *
      *  layout, with the action replaced so a rejected attempt is   *
      *  never mistaken for an action actually taken (request:       *
      *  requester authorization check).  The reply-queue column     *
      *  carries the rejected requester's user id instead, as        *
      *  AMQ0TRG0's records do, so security review and the SIEM      *
      *  feed can see who made the attempt                           *
      *                                                              *
      ****************************************************************
       AUDITREJ.
           MOVE '-' TO AUDIT-LOG-TIMESTAMP(9:1).
           MOVE AUDIT-LOG-WS-TIME TO AUDIT-LOG-TIMESTAMP(10:8).
           MOVE WORK-QUEUE-NAME TO AUDIT-LOG-QUEUE-NAME.
           MOVE AUDIT-REJECT-ACTION TO AUDIT-LOG-ACTION.
           MOVE REQ-SCOPE TO AUDIT-LOG-SCOPE.
           MOVE MQMD-USERIDENTIFIER TO AUDIT-LOG-REPLYTOQ.
           MOVE 2 TO AUDIT-LOG-SET-COMPCODE.
           PERFORM CHAINCLC.
           WRITE AUDIT-LOG-RECORD.
