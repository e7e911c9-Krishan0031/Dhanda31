       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0ROL0                                       *
      *                                                              *
      * Description: Operator role checker CALLed by the console and *
      *              the destructive utilities                       *
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
      *   AMQ0ROL0 decides who may run what.  AMQ0MNU0 asks it which *
      *   tasks to offer, and AMQ0PRG0, AMQ0RST0, AMQ0QRN0, AMQ0SEC0 *
      *   and AMQ0DLT0 ask it before they act when run directly.     *
      *   The operator role file OPROLE.DAT holds two kinds of line: *
      *                                                              *
      *      -- USER lines map a user id to one role: VIEWER,        *
      *         OPERATOR, SENIOR or SECADMIN                         *
      *                                                              *
      *      -- TASK lines map a utility and action (or '*' for any  *
      *         action) to up to four roles allowed to run it.  A    *
      *         line for the exact action wins over the utility's    *
      *         '*' line, so one action can be held back to fewer    *
      *         roles than the rest                                  *
      *                                                              *
      *   The user id is the operator's login (USER, else LOGNAME),  *
      *   never a job parameter, so it cannot simply be typed as     *
      *   someone else.  Anything not granted is refused: a user id  *
      *   with no USER line, a utility with no TASK line, and every  *
      *   request when OPROLE.DAT is missing.                        *
      *                                                              *
      *   Every refusal asked to be logged is appended to the        *
      *   console log MNULOG.DAT and put to the operations alert     *
      *   bus (OPSALERT layout, severity 2).  The role file is       *
      *   loaded once on the first CALL and kept across calls, the   *
      *   same WORKING-STORAGE-persists convention AMQ0FRZ0 uses.    *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0ROL0 parameters: the ROLCHKWS interface area           *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0ROL0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the operator role file - USER and TASK lines
           SELECT ROLE-FILE ASSIGN TO 'OPROLE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ROLE-FILE-STATUS.

      ** the operator console log, shared with AMQ0MNU0
           SELECT CONSOLE-LOG ASSIGN TO 'MNULOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONSOLE-LOG-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-FILE.
       01 ROLE-USER-RECORD.
          05 RLU-RECORD-TYPE           PIC X(4).
          05 FILLER                    PIC X.
          05 RLU-USER-ID               PIC X(12).
          05 FILLER                    PIC X.
          05 RLU-ROLE                  PIC X(8).
       01 ROLE-TASK-RECORD.
          05 RLT-RECORD-TYPE           PIC X(4).
          05 FILLER                    PIC X.
          05 RLT-PROGRAM-ID            PIC X(8).
          05 FILLER                    PIC X.
          05 RLT-ACTION                PIC X(8).
          05 RLT-ROLE-LIST OCCURS 4 TIMES.
             10 FILLER                 PIC X.
             10 RLT-ROLE               PIC X(8).

       FD  CONSOLE-LOG.
       01 CONSOLE-LOG-RECORD.
          05 LOG-TIMESTAMP             PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 LOG-SUBMISSION            PIC X(110).

       WORKING-STORAGE SECTION.
      *
      **  Declare MQI structures needed
      * MQI named constants
       01 MY-MQ-CONSTANTS.
          COPY CMQV.
      * Object Descriptor
       01 OBJECT-DESCRIPTOR.
          COPY CMQODV.
      * Message Descriptor
       01 MESSAGE-DESCRIPTOR.
          COPY CMQMDV.
      * Put message options
       01 PMOPTIONS.
          COPY CMQPMOV.
      * Structured operations alert datagram
       01 MY-OPS-ALERT.
          COPY OPSALERT.
       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

       01 ROLE-FILE-STATUS           PIC XX VALUE '00'.
       01 CONSOLE-LOG-STATUS         PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** the role file is loaded once on the first CALL and kept
      ** across calls
       01 FIRST-CALL-SWITCH          PIC X VALUE 'Y'.
       01 LOGIN-USER-ID              PIC X(12) VALUE SPACES.
       01 USER-ROLE-TABLE.
          02 USER-ROLE-ENTRY OCCURS 500 TIMES.
             05 UR-USER-ID            PIC X(12).
             05 UR-ROLE               PIC X(8).
       01 USER-ROLE-COUNT            PIC S9(9) BINARY VALUE 0.
       01 USER-ROLE-INDEX            PIC S9(9) BINARY.

       01 TASK-ROLE-TABLE.
          02 TASK-ROLE-ENTRY OCCURS 200 TIMES.
             05 TR-PROGRAM-ID         PIC X(8).
             05 TR-ACTION             PIC X(8).
             05 TR-ROLE               PIC X(8) OCCURS 4 TIMES.
       01 TASK-ROLE-COUNT            PIC S9(9) BINARY VALUE 0.
       01 TASK-ROLE-INDEX            PIC S9(9) BINARY.
       01 TASK-MATCH-INDEX           PIC S9(9) BINARY.
       01 ROLE-INDEX                 PIC S9(9) BINARY.

       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).

       LINKAGE SECTION.
       01 ROL-PARAMETER.
         10 ROL-CHECK-AREA.
           15 ROL-PROGRAM-ID           PIC X(8).
           15 ROL-ACTION               PIC X(8).
           15 ROL-CALLER-ID            PIC X(8).
           15 ROL-LOG-DENIAL           PIC X(1).
           15 ROL-USER-ID              PIC X(12).
           15 ROL-USER-ROLE            PIC X(8).
           15 ROL-ALLOWED-FLAG         PIC X(1).

      ****************************************************************
       PROCEDURE DIVISION USING ROL-PARAMETER.
       P0.
           IF FIRST-CALL-SWITCH IS EQUAL TO 'Y'
             MOVE 'N' TO FIRST-CALL-SWITCH
             PERFORM GETUSER
             PERFORM LOADROLE
           END-IF.

           MOVE LOGIN-USER-ID TO ROL-USER-ID.
           MOVE SPACES TO ROL-USER-ROLE.
           MOVE 'N' TO ROL-ALLOWED-FLAG.

           PERFORM VARYING USER-ROLE-INDEX FROM 1 BY 1
               UNTIL USER-ROLE-INDEX IS GREATER THAN USER-ROLE-COUNT
             IF UR-USER-ID(USER-ROLE-INDEX) IS EQUAL TO LOGIN-USER-ID
               MOVE UR-ROLE(USER-ROLE-INDEX) TO ROL-USER-ROLE
               MOVE USER-ROLE-COUNT TO USER-ROLE-INDEX
             END-IF
           END-PERFORM.

      **   the exact action's TASK line, else the utility's '*' line
           MOVE 0 TO TASK-MATCH-INDEX.
           PERFORM VARYING TASK-ROLE-INDEX FROM 1 BY 1
               UNTIL TASK-ROLE-INDEX IS GREATER THAN TASK-ROLE-COUNT
             IF TR-PROGRAM-ID(TASK-ROLE-INDEX) IS EQUAL TO
                 ROL-PROGRAM-ID
             AND TR-ACTION(TASK-ROLE-INDEX) IS EQUAL TO ROL-ACTION
               MOVE TASK-ROLE-INDEX TO TASK-MATCH-INDEX
               MOVE TASK-ROLE-COUNT TO TASK-ROLE-INDEX
             END-IF
           END-PERFORM.
           IF TASK-MATCH-INDEX IS EQUAL TO 0
             PERFORM VARYING TASK-ROLE-INDEX FROM 1 BY 1
                 UNTIL TASK-ROLE-INDEX IS GREATER THAN TASK-ROLE-COUNT
               IF TR-PROGRAM-ID(TASK-ROLE-INDEX) IS EQUAL TO
                   ROL-PROGRAM-ID
               AND TR-ACTION(TASK-ROLE-INDEX) IS EQUAL TO '*'
                 MOVE TASK-ROLE-INDEX TO TASK-MATCH-INDEX
                 MOVE TASK-ROLE-COUNT TO TASK-ROLE-INDEX
               END-IF
             END-PERFORM
           END-IF.

           IF TASK-MATCH-INDEX IS GREATER THAN 0
           AND ROL-USER-ROLE IS NOT EQUAL TO SPACES
             PERFORM VARYING ROLE-INDEX FROM 1 BY 1
                 UNTIL ROLE-INDEX IS GREATER THAN 4
               IF TR-ROLE(TASK-MATCH-INDEX, ROLE-INDEX) IS EQUAL TO
                   ROL-USER-ROLE
                 MOVE 'Y' TO ROL-ALLOWED-FLAG
                 MOVE 4 TO ROLE-INDEX
               END-IF
             END-PERFORM
           END-IF.

           IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
           AND ROL-LOG-DENIAL IS EQUAL TO 'Y'
             PERFORM LOGDENY
             PERFORM OPSPUT
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   The operator's login user id - USER, else LOGNAME          *
      *                                                              *
      ****************************************************************
       GETUSER.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT LOGIN-USER-ID FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO LOGIN-USER-ID
           END-ACCEPT.
           IF LOGIN-USER-ID IS EQUAL TO SPACES
             DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
             ACCEPT LOGIN-USER-ID FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO LOGIN-USER-ID
             END-ACCEPT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append one refusal to the console log                      *
      *                                                              *
      ****************************************************************
       LOGDENY.
           DISPLAY 'ACCESS DENIED: user <' ROL-USER-ID '> role <'
               ROL-USER-ROLE '> may not run ' ROL-PROGRAM-ID ' '
               ROL-ACTION.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           OPEN EXTEND CONSOLE-LOG.
           IF CONSOLE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT CONSOLE-LOG
           END-IF.
           IF CONSOLE-LOG-STATUS IS EQUAL TO '00'
             MOVE SPACES TO CONSOLE-LOG-RECORD
             MOVE WS-DATE TO LOG-TIMESTAMP(1:8)
             MOVE '-' TO LOG-TIMESTAMP(9:1)
             MOVE WS-TIME TO LOG-TIMESTAMP(10:8)
             STRING 'DENIED ' ROL-PROGRAM-ID ' ' ROL-ACTION
                    ' user ' ROL-USER-ID ' role ' ROL-USER-ROLE
                    ' via ' ROL-CALLER-ID
                    DELIMITED BY SIZE
               INTO LOG-SUBMISSION
             WRITE CONSOLE-LOG-RECORD
             CLOSE CONSOLE-LOG
           ELSE
      **     the checker must never take its caller down
             DISPLAY 'AMQ0ROL0 unable to append MNULOG.DAT, file '
                 'status ' CONSOLE-LOG-STATUS
           END-IF.

      ****************************************************************
      *                                                              *
      *   Put the refusal to the operations alert topic - the        *
      *   checker connects for itself, and leaves a connection its   *
      *   caller already holds in place                              *
      *                                                              *
      ****************************************************************
       OPSPUT.
           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'AMQ0ROL0 MQCONN ended with reason code '
                 CON-REASON ' - refusal not put to the alert bus'
           ELSE
             MOVE 'AMQ0ROL0' TO OPSA-SOURCE-PROGRAM
             MOVE 2 TO OPSA-SEVERITY
             MOVE ROL-PROGRAM-ID TO OPSA-OBJECT-NAME
             MOVE 0 TO OPSA-REASON
             MOVE SPACES TO OPSA-ALERT-TEXT
             STRING 'ACCESS DENIED ' ROL-ACTION ' user '
                    ROL-USER-ID ' role ' ROL-USER-ROLE
                    DELIMITED BY SIZE
               INTO OPSA-ALERT-TEXT

             MOVE OPS-ALERT-TOPIC-Q TO MQOD-OBJECTNAME
             MOVE SPACES TO MQOD-OBJECTQMGRNAME
             MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE
             MOVE MQRO-NONE TO MQMD-REPORT
             MOVE MQMI-NONE TO MQMD-MSGID
             MOVE MQCI-NONE TO MQMD-CORRELID

             CALL 'MQPUT1'
              USING HCONN, OBJECT-DESCRIPTOR,
              MESSAGE-DESCRIPTOR, PMOPTIONS,
              OPS-ALERT-LENGTH, OPS-ALERT-MESSAGE,
              COMPLETION-CODE, REASON

             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQPUT1 (ops alert) ended with reason code '
                   REASON
             END-IF

             IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
               CALL 'MQDISC'
                USING HCONN, COMPLETION-CODE, REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the role file into USER-ROLE-TABLE and                *
      *   TASK-ROLE-TABLE - a missing file grants nothing            *
      *                                                              *
      ****************************************************************
       LOADROLE.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ROLE-FILE.
           IF ROLE-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'AMQ0ROL0 unable to open operator role file '
                 'OPROLE.DAT, file status ' ROLE-FILE-STATUS
                 ' - nothing is permitted'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ROLE-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 EVALUATE RLU-RECORD-TYPE
                   WHEN 'USER'
                     IF USER-ROLE-COUNT IS LESS THAN 500
                       ADD 1 TO USER-ROLE-COUNT
                       MOVE RLU-USER-ID
                         TO UR-USER-ID(USER-ROLE-COUNT)
                       MOVE RLU-ROLE TO UR-ROLE(USER-ROLE-COUNT)
                     ELSE
                       DISPLAY 'user role table full - entry for '
                           RLU-USER-ID ' skipped'
                     END-IF
                   WHEN 'TASK'
                     IF TASK-ROLE-COUNT IS LESS THAN 200
                       ADD 1 TO TASK-ROLE-COUNT
                       MOVE RLT-PROGRAM-ID
                         TO TR-PROGRAM-ID(TASK-ROLE-COUNT)
                       MOVE RLT-ACTION TO TR-ACTION(TASK-ROLE-COUNT)
                       PERFORM VARYING ROLE-INDEX FROM 1 BY 1
                           UNTIL ROLE-INDEX IS GREATER THAN 4
                         MOVE RLT-ROLE(ROLE-INDEX)
                           TO TR-ROLE(TASK-ROLE-COUNT, ROLE-INDEX)
                       END-PERFORM
                     ELSE
                       DISPLAY 'task role table full - entry for '
                           RLT-PROGRAM-ID ' ' RLT-ACTION ' skipped'
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM.
           IF ROLE-FILE-STATUS IS NOT EQUAL TO '35'
           AND ROLE-FILE-STATUS IS NOT EQUAL TO '30'
             CLOSE ROLE-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0ROL0                                              *
      *                                                              *
      ****************************************************************
