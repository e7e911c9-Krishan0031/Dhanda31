      *     4 - scope: PUT, GET, or BOTH (optional, defaults to PUT) *
      *     5 - scheduled re-enable interval in minutes (optional,   *
      *         defaults to 0, no scheduled re-enable)                *
      *     6 - emergency change reference (optional) - sent in the  *
      *         227-byte request form so AMQMSET2 lets an approved   *
      *         emergency change through a change freeze             *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0REQ0.
           05 REQ-QUEUE-LIST          PIC X(187).
           05 FILLER                  PIC X VALUE SPACE.
           05 REQ-REENABLE-MINUTES    PIC 9(5) VALUE ZEROS.
           05 FILLER                  PIC X VALUE SPACE.
           05 REQ-EMERGENCY-REF       PIC X(20) VALUE SPACES.

       01 PARM-REPLY-TO-QUEUE         PIC X(48) VALUE SPACES.

               MOVE 0 TO REQ-REENABLE-MINUTES
           END-ACCEPT.

           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT REQ-EMERGENCY-REF FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO REQ-EMERGENCY-REF
           END-ACCEPT.

      **   no job parameters: take them from the console's handover
      **   file when one is on hand (request: interactive operator
      **   menu console)
           MOVE PARM-REPLY-TO-QUEUE TO MQMD-REPLYTOQ.
           MOVE SPACES TO MQMD-REPLYTOQMGR.
           MOVE MQRO-NONE TO MQMD-REPORT.
           IF REQ-EMERGENCY-REF IS EQUAL TO SPACES
             MOVE 206 TO BUFFER-LENGTH
           ELSE
             MOVE 227 TO BUFFER-LENGTH
           END-IF.

           CALL 'MQPUT1'
            USING HCONN, OBJECT-DESCRIPTOR,
