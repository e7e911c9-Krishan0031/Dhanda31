      *         each message back to the original queue, logging      *
      *         every redrive                                         *
      *                                                              *
      *      -- the quarantine put passes the message's own MQMD     *
      *         context across, so AMQ0QRP0 can repair a quarantined *
      *         message field by field and resubmit it to the        *
      *         original queue with its original put details         *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the mode (and queue, for REDRIVE)              *
      *         MQCONNect to default queue manager                    *
      *   MOVE or REDRIVE, default MOVE); original queue name (2nd,  *
      *   required for REDRIVE)                                      *
      *                                                              *
      *   The operator role checker AMQ0ROL0 must allow the login    *
      *   user's role to run the chosen mode (MOVE or REDRIVE);      *
      *   a refusal ends the run with return code 1                  *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0QRN0.

          05 QRN-BACKOUT-COUNT         PIC 9(5).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-PAYLOAD               PIC X(1000).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-REPAIR-IMAGE          PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-EDITOR-ID             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 QRN-CONFIRMER-ID          PIC X(12).

       WORKING-STORAGE SECTION.
      *
       01 MY-QUEUE-LOCK.
          COPY QLOCKWS.

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
      * batch run log and missed-job report)
             GOBACK
           END-IF.

      ** the operator's role must allow this run - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           MOVE 'AMQ0QRN0' TO ROL-PROGRAM-ID.
           MOVE PARM-RUN-MODE TO ROL-ACTION.
           MOVE 'AMQ0QRN0' TO ROL-CALLER-ID.
           MOVE 'Y' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.
           IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
             DISPLAY 'AMQ0QRN0 refused - role <' ROL-USER-ROLE
                 '> of user <' ROL-USER-ID '> may not run it'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN EXTEND QUARANTINE-LOG.
           IF QUARANTINE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT QUARANTINE-LOG
      ****************************************************************
       MOVEQ.
           MOVE WORK-QUEUE-NAME TO MQOD-OBJECTNAME.
      **    the message's context is saved so the quarantine put can
      **    carry it across unchanged - a repaired message resubmitted
      **    by AMQ0QRP0 then still shows its original put details
           ADD MQOO-BROWSE MQOO-INPUT-SHARED MQOO-INQUIRE
               MQOO-SAVE-ALL-CONTEXT MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
      ****************************************************************
       OPENQRN.
           MOVE QUARANTINE-QUEUE-NAME TO MQOD-OBJECTNAME.
           ADD MQOO-OUTPUT MQOO-PASS-ALL-CONTEXT
               MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
             DISPLAY 'MQGET (quarantine) ended with reason code '
                 REASON ' for ' WORK-QUEUE-NAME
           ELSE
             ADD MQPMO-SYNCPOINT MQPMO-PASS-ALL-CONTEXT
                       GIVING MQPMO-OPTIONS
             MOVE Q-HANDLE TO MQPMO-CONTEXT
             CALL 'MQPUT'
              USING HCONN, QRN-HANDLE,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
           MOVE MQMD-MSGID TO QRN-MSGID.
           MOVE MQMD-BACKOUTCOUNT TO QRN-BACKOUT-COUNT.
           MOVE BUFFER TO QRN-PAYLOAD.
           MOVE SPACES TO QRN-REPAIR-IMAGE.
           MOVE SPACES TO QRN-EDITOR-ID.
           MOVE SPACES TO QRN-CONFIRMER-ID.
           WRITE QUARANTINE-LOG-RECORD.

      ****************************************************************
