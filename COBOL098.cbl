       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0ICH0                                       *
      *                                                              *
      * Description: Maker-checker change control for the master     *
      *              queue inventory MQINV.DAT                       *
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
      *   AMQ0ICH0 puts a second person between an inventory edit    *
      *   and the nine control lists AMQ0INV0 generates from         *
      *   MQINV.DAT.  A change is never made to MQINV.DAT directly:  *
      *                                                              *
      *      -- SUBMIT (the maker) validates one ADD, CHANGE or      *
      *         DELETE of an inventory entry the way AMQ0CTM0        *
      *         validates its control files - numeric columns,       *
      *         duplicate ADDs, CHANGE/DELETE of absent entries,     *
      *         an ADDed queue proven to exist with an MQOPEN - and  *
      *         records it on the pending file INVPEND.DAT under a   *
      *         new change number with the maker's user id.  Only    *
      *         one change per entry may be pending at a time        *
      *                                                              *
      *      -- APPROVE (the checker) applies a pending change to    *
      *         MQINV.DAT and removes it from the pending file.      *
      *         The maker of a change can never approve it.  The     *
      *         change is validated again against the live file      *
      *         first; one that no longer fits stays pending         *
      *                                                              *
      *      -- REJECT removes a pending change without applying     *
      *         it - by a checker, or by the maker withdrawing it    *
      *                                                              *
      *      -- LIST DISPLAYs the pending changes                    *
      *                                                              *
      *      -- every submission, approval, rejection and refusal    *
      *         goes to the inventory change log INVCHG.DAT with     *
      *         the maker, the checker, the outcome and the entry    *
      *         as submitted                                         *
      *                                                              *
      *   AMQ0INV0 refuses to regenerate the control lists while     *
      *   INVPEND.DAT holds any pending change.                      *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the operator/function/change parameters       *
      *         load INVPEND.DAT and the highest change number       *
      *         SUBMIT  - validate, append to INVPEND.DAT            *
      *         APPROVE - check maker <> checker, revalidate,        *
      *                   rewrite MQINV.DAT and INVPEND.DAT          *
      *         REJECT  - rewrite INVPEND.DAT without the change     *
      *         append one INVCHG.DAT record                         *
      *         DISPLAY the outcome                                  *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0ICH0 parameters (job parameters, ARGUMENT-NUMBER/      *
      *   ARGUMENT-VALUE):                                           *
      *     1 - operator id (optional; the maker or checker is       *
      *         always the login user id, and an operator id naming  *
      *         anyone else ends the run with return code 1)         *
      *     2 - function: SUBMIT, APPROVE, REJECT or LIST            *
      *         (required)                                           *
      *     3 - for SUBMIT: ADD, CHANGE or DELETE; for APPROVE and   *
      *         REJECT: the change number                            *
      *     4 - for SUBMIT: the inventory entry exactly as it is to  *
      *         read in MQINV.DAT (for DELETE only the queue name    *
      *         and entry type columns are needed)                   *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0ICH0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the master queue inventory
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** inventory changes awaiting a checker
           SELECT PENDING-FILE ASSIGN TO 'INVPEND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PENDING-FILE-STATUS.

      ** the maker/checker history, appended with every event
           SELECT CHANGE-LOG ASSIGN TO 'INVCHG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHANGE-LOG-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD             PIC X(100).

       FD  PENDING-FILE.
       01 PENDING-RECORD.
          05 IP-CHANGE-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-MAKER-ID               PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-SUBMITTED              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-ACTION                 PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-ENTRY                  PIC X(100).

       FD  CHANGE-LOG.
       01 CHANGE-LOG-RECORD.
          05 IC-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-CHANGE-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-EVENT                  PIC X(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-ACTION                 PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-MAKER-ID               PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-CHECKER-ID             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-OUTCOME                PIC X(30).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-ENTRY                  PIC X(100).

       WORKING-STORAGE SECTION.
      *
      **  Declare MQI structures needed
      * MQI named constants
       01 MY-MQ-CONSTANTS.
          COPY CMQV.
      * Object Descriptor
       01 OBJECT-DESCRIPTOR.
          COPY CMQODV.

       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.

       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 PENDING-FILE-STATUS        PIC XX VALUE '00'.
       01 CHANGE-LOG-STATUS          PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

      ** job parameters
       01 PARM-OPERATOR-ID           PIC X(12) VALUE SPACES.
       01 PARM-FUNCTION              PIC X(7) VALUE SPACES.
       01 PARM-DETAIL                PIC X(7) VALUE SPACES.
       01 PARM-ENTRY                 PIC X(100) VALUE SPACES.
      ** the change number right-aligned into a zero-filled work
      ** field before its NUMERIC test
       01 CHANGE-NUMBER-X            PIC X(7).
       01 CHANGE-NUMBER REDEFINES CHANGE-NUMBER-X PIC 9(7).
       01 PARM-LENGTH                PIC S9(9) BINARY.

      ** an inventory entry laid out as in MQINV.DAT, for validating
      ** the submitted text
       01 ENTRY-WORK.
          05 EW-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 EW-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X.
          05 EW-DEPTH-THRESHOLD        PIC X(9).
          05 FILLER                    PIC X.
          05 EW-CRITICAL-FLAG          PIC X(1).
          05 FILLER                    PIC X.
          05 EW-PURGE-AGE-DAYS         PIC X(5).
          05 FILLER                    PIC X.
          05 EW-STATS-FLAG             PIC X(1).
          05 FILLER                    PIC X.
          05 EW-BACKOUT-FLAG           PIC X(1).
          05 FILLER                    PIC X.
          05 EW-BROWSE-FLAG            PIC X(1).
          05 FILLER                    PIC X.
          05 EW-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X.
          05 EW-DUPCHECK-FLAG          PIC X(1).
          05 FILLER                    PIC X.
          05 EW-AGE-THRESHOLD-MINS     PIC X(5).
          05 FILLER                    PIC X.
          05 EW-CALENDAR-NAME          PIC X(8).

      ** the live inventory, loaded whole for validation and for
      ** the rewrite an approval makes
       01 INVENTORY-TABLE.
          02 IT-RECORD                PIC X(100) OCCURS 1000 TIMES.
       01 INVENTORY-COUNT            PIC S9(9) BINARY VALUE 0.
       01 INVENTORY-INDEX            PIC S9(9) BINARY.
       01 INVENTORY-MATCH            PIC S9(9) BINARY.

      ** the pending changes
       01 PENDING-TABLE.
          02 PENDING-ENTRY OCCURS 500 TIMES.
             05 PT-CHANGE-NUMBER      PIC 9(7).
             05 PT-MAKER-ID           PIC X(12).
             05 PT-SUBMITTED          PIC X(17).
             05 PT-ACTION             PIC X(6).
             05 PT-ENTRY              PIC X(100).
       01 PENDING-COUNT              PIC S9(9) BINARY VALUE 0.
       01 PENDING-INDEX              PIC S9(9) BINARY.
       01 PENDING-MATCH              PIC S9(9) BINARY.

       01 HIGHEST-CHANGE-NUMBER      PIC 9(7) VALUE 0.

      ** the change being worked on and what became of it
       01 WORK-CHANGE-NUMBER         PIC 9(7) VALUE 0.
       01 WORK-ACTION                PIC X(6) VALUE SPACES.
       01 WORK-MAKER-ID              PIC X(12) VALUE SPACES.
       01 WORK-CHECKER-ID            PIC X(12) VALUE SPACES.
       01 WORK-ENTRY                 PIC X(100) VALUE SPACES.
       01 OUTCOME-TEXT               PIC X(30) VALUE SPACES.
       01 CHANGE-ACCEPTED-SWITCH     PIC X VALUE 'N'.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      * Shared operator role checker interface - asked only for the
      * login user id, the maker or checker of the change
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0ICH0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0ICH0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).

           PERFORM GETPARMS.

      ** the maker or checker is always the login user - only
      ** asking, so nothing is logged - and an operator id naming
      ** anyone else is refused, so no maker can approve their own
      ** change under another name
           MOVE 'AMQ0ICH0' TO ROL-PROGRAM-ID.
           MOVE PARM-FUNCTION TO ROL-ACTION.
           MOVE 'AMQ0ICH0' TO ROL-CALLER-ID.
           MOVE 'N' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.
           IF PARM-OPERATOR-ID IS NOT EQUAL TO SPACES
           AND PARM-OPERATOR-ID IS NOT EQUAL TO ROL-USER-ID
             DISPLAY 'AMQ0ICH0 refused - operator id <' PARM-OPERATOR-ID
                 '> is not the login user <' ROL-USER-ID '>'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ROL-USER-ID TO PARM-OPERATOR-ID.
           MOVE PARM-OPERATOR-ID TO WORK-CHECKER-ID.

           PERFORM VALPARMS.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADPEND
             PERFORM LOADHIGH
             EVALUATE PARM-FUNCTION
               WHEN 'SUBMIT'
                 PERFORM SUBMIT
               WHEN 'APPROVE'
                 PERFORM APPROVE
               WHEN 'REJECT'
                 PERFORM REJECT
               WHEN 'LIST'
                 PERFORM LISTPEND
             END-EVALUATE
           END-IF.

           IF PARM-FUNCTION IS NOT EQUAL TO 'LIST'
             PERFORM CHGLOG
             IF CHANGE-ACCEPTED-SWITCH IS EQUAL TO 'Y'
               DISPLAY PARM-FUNCTION ' of change ' WORK-CHANGE-NUMBER
                   ' ' OUTCOME-TEXT
               MOVE ZERO TO RETURN-CODE
             ELSE
               DISPLAY PARM-FUNCTION ' refused - ' OUTCOME-TEXT
               MOVE 1 TO RETURN-CODE
             END-IF
           ELSE
             MOVE ZERO TO RETURN-CODE
           END-IF.
      ** indicate that sample program has finished
           MOVE 'END-OK' TO RLG-STATUS.
           MOVE PENDING-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0ICH0 end'.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read the job parameters                                    *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-OPERATOR-ID FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-OPERATOR-ID
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-FUNCTION FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-FUNCTION
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-DETAIL FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-DETAIL
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-ENTRY FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-ENTRY
           END-ACCEPT.

      ****************************************************************
      *                                                              *
      *   Validate the parameters themselves                         *
      *                                                              *
      ****************************************************************
       VALPARMS.
           IF PARM-OPERATOR-ID IS EQUAL TO SPACES
             MOVE 'MISSING PARAMETER' TO OUTCOME-TEXT
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             IF PARM-FUNCTION IS NOT EQUAL TO 'SUBMIT'
             AND PARM-FUNCTION IS NOT EQUAL TO 'APPROVE'
             AND PARM-FUNCTION IS NOT EQUAL TO 'REJECT'
             AND PARM-FUNCTION IS NOT EQUAL TO 'LIST'
               MOVE 'INVALID FUNCTION' TO OUTCOME-TEXT
             END-IF
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PARM-FUNCTION IS EQUAL TO 'SUBMIT'
             MOVE PARM-DETAIL TO WORK-ACTION
             MOVE PARM-ENTRY TO WORK-ENTRY
             MOVE PARM-OPERATOR-ID TO WORK-MAKER-ID
             MOVE SPACES TO WORK-CHECKER-ID
             IF WORK-ACTION IS NOT EQUAL TO 'ADD'
             AND WORK-ACTION IS NOT EQUAL TO 'CHANGE'
             AND WORK-ACTION IS NOT EQUAL TO 'DELETE'
               MOVE 'INVALID ACTION' TO OUTCOME-TEXT
             END-IF
           END-IF.

      **   APPROVE and REJECT name the change by its number
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND (PARM-FUNCTION IS EQUAL TO 'APPROVE'
             OR PARM-FUNCTION IS EQUAL TO 'REJECT')
             MOVE 0 TO PARM-LENGTH
             INSPECT PARM-DETAIL TALLYING PARM-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
             MOVE ALL '0' TO CHANGE-NUMBER-X
             IF PARM-LENGTH IS GREATER THAN 0
               MOVE PARM-DETAIL(1:PARM-LENGTH)
                 TO CHANGE-NUMBER-X(8 - PARM-LENGTH:PARM-LENGTH)
             END-IF
             IF PARM-LENGTH IS EQUAL TO 0
             OR CHANGE-NUMBER-X IS NOT NUMERIC
               MOVE 'INVALID CHANGE NUMBER' TO OUTCOME-TEXT
             ELSE
               MOVE CHANGE-NUMBER TO WORK-CHANGE-NUMBER
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Check the submitted entry's own columns                    *
      *                                                              *
      ****************************************************************
       VALENTRY.
           MOVE WORK-ENTRY TO ENTRY-WORK.
           IF EW-QUEUE-NAME IS EQUAL TO SPACES
             MOVE 'MISSING QUEUE NAME' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND EW-ENTRY-TYPE IS NOT EQUAL TO 'Q'
           AND EW-ENTRY-TYPE IS NOT EQUAL TO 'P'
             MOVE 'ENTRY TYPE NOT Q OR P' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND WORK-ACTION IS NOT EQUAL TO 'DELETE'
             IF EW-DEPTH-THRESHOLD IS NOT NUMERIC
             OR EW-PURGE-AGE-DAYS IS NOT NUMERIC
             OR EW-AGE-THRESHOLD-MINS IS NOT NUMERIC
               MOVE 'NON-NUMERIC THRESHOLD OR AGE' TO OUTCOME-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Check the change against the live inventory: duplicate     *
      *   ADDs and CHANGE/DELETE of absent entries are refused.  An  *
      *   entry is keyed by queue name and entry type                *
      *                                                              *
      ****************************************************************
       VALLIVE.
           MOVE WORK-ENTRY TO ENTRY-WORK.
           MOVE 0 TO INVENTORY-MATCH.
           PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
               UNTIL INVENTORY-INDEX > INVENTORY-COUNT
             IF IT-RECORD(INVENTORY-INDEX)(1:48) IS EQUAL TO
                 EW-QUEUE-NAME
             AND IT-RECORD(INVENTORY-INDEX)(50:1) IS EQUAL TO
                 EW-ENTRY-TYPE
               MOVE INVENTORY-INDEX TO INVENTORY-MATCH
               MOVE INVENTORY-COUNT TO INVENTORY-INDEX
             END-IF
           END-PERFORM.
           IF WORK-ACTION IS EQUAL TO 'ADD'
           AND INVENTORY-MATCH IS GREATER THAN 0
             MOVE 'DUPLICATE ENTRY' TO OUTCOME-TEXT
           END-IF.
           IF WORK-ACTION IS NOT EQUAL TO 'ADD'
           AND INVENTORY-MATCH IS EQUAL TO 0
             MOVE 'ENTRY NOT FOUND' TO OUTCOME-TEXT
           END-IF.
           IF WORK-ACTION IS EQUAL TO 'ADD'
           AND INVENTORY-COUNT IS GREATER THAN OR EQUAL TO 1000
             MOVE 'INVENTORY FULL' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   SUBMIT - validate and record a new pending change          *
      *                                                              *
      ****************************************************************
       SUBMIT.
           PERFORM VALENTRY.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADINV
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM VALLIVE
           END-IF.

      **   one pending change per entry, so the checker never has
      **   to approve two edits that contradict each other
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM VARYING PENDING-INDEX FROM 1 BY 1
                 UNTIL PENDING-INDEX > PENDING-COUNT
               IF PT-ENTRY(PENDING-INDEX)(1:48) IS EQUAL TO
                   EW-QUEUE-NAME
               AND PT-ENTRY(PENDING-INDEX)(50:1) IS EQUAL TO
                   EW-ENTRY-TYPE
                 MOVE 'CHANGE ALREADY PENDING' TO OUTCOME-TEXT
                 MOVE PENDING-COUNT TO PENDING-INDEX
               END-IF
             END-PERFORM
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND PENDING-COUNT IS GREATER THAN OR EQUAL TO 500
             MOVE 'PENDING FILE FULL' TO OUTCOME-TEXT
           END-IF.

      **   an added queue entry must name a real queue
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND WORK-ACTION IS EQUAL TO 'ADD'
           AND EW-ENTRY-TYPE IS EQUAL TO 'Q'
             PERFORM PROVEQ
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             ADD 1 TO HIGHEST-CHANGE-NUMBER
             MOVE HIGHEST-CHANGE-NUMBER TO WORK-CHANGE-NUMBER
             ADD 1 TO PENDING-COUNT
             MOVE WORK-CHANGE-NUMBER TO PT-CHANGE-NUMBER(PENDING-COUNT)
             MOVE WORK-MAKER-ID TO PT-MAKER-ID(PENDING-COUNT)
             MOVE NOW-TIMESTAMP TO PT-SUBMITTED(PENDING-COUNT)
             MOVE WORK-ACTION TO PT-ACTION(PENDING-COUNT)
             MOVE WORK-ENTRY TO PT-ENTRY(PENDING-COUNT)
             PERFORM SAVEPEND
             MOVE 'Y' TO CHANGE-ACCEPTED-SWITCH
             MOVE 'PENDING APPROVAL' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   APPROVE - a checker other than the maker applies a         *
      *   pending change to MQINV.DAT                                *
      *                                                              *
      ****************************************************************
       APPROVE.
           PERFORM FINDPEND.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
           AND WORK-MAKER-ID IS EQUAL TO PARM-OPERATOR-ID
             MOVE 'MAKER CANNOT APPROVE OWN' TO OUTCOME-TEXT
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADINV
           END-IF.
      **   the live file may have moved on since the change was
      **   submitted; a change that no longer fits stays pending
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM VALLIVE
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             EVALUATE WORK-ACTION
               WHEN 'ADD'
                 ADD 1 TO INVENTORY-COUNT
                 MOVE WORK-ENTRY TO IT-RECORD(INVENTORY-COUNT)
               WHEN 'CHANGE'
                 MOVE WORK-ENTRY TO IT-RECORD(INVENTORY-MATCH)
               WHEN 'DELETE'
                 MOVE SPACES TO IT-RECORD(INVENTORY-MATCH)
             END-EVALUATE
             PERFORM SAVEINV
           END-IF.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM DROPPEND
             PERFORM SAVEPEND
             MOVE 'Y' TO CHANGE-ACCEPTED-SWITCH
             MOVE 'APPLIED' TO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
      *   REJECT - remove a pending change unapplied                 *
      *                                                              *
      ****************************************************************
       REJECT.
           PERFORM FINDPEND.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM DROPPEND
             PERFORM SAVEPEND
             MOVE 'Y' TO CHANGE-ACCEPTED-SWITCH
             IF WORK-MAKER-ID IS EQUAL TO PARM-OPERATOR-ID
               MOVE 'WITHDRAWN BY MAKER' TO OUTCOME-TEXT
             ELSE
               MOVE 'REJECTED' TO OUTCOME-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Find the pending change named by its number                *
      *                                                              *
      ****************************************************************
       FINDPEND.
           MOVE 0 TO PENDING-MATCH.
           PERFORM VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT
             IF PT-CHANGE-NUMBER(PENDING-INDEX) IS EQUAL TO
                 WORK-CHANGE-NUMBER
               MOVE PENDING-INDEX TO PENDING-MATCH
               MOVE PENDING-COUNT TO PENDING-INDEX
             END-IF
           END-PERFORM.
           IF PENDING-MATCH IS EQUAL TO 0
             MOVE 'CHANGE NOT PENDING' TO OUTCOME-TEXT
           ELSE
             MOVE PT-MAKER-ID(PENDING-MATCH) TO WORK-MAKER-ID
             MOVE PT-ACTION(PENDING-MATCH) TO WORK-ACTION
             MOVE PT-ENTRY(PENDING-MATCH) TO WORK-ENTRY
           END-IF.

      ****************************************************************
      *                                                              *
      *   Take the decided change out of the pending table           *
      *                                                              *
      ****************************************************************
       DROPPEND.
           MOVE 0 TO PT-CHANGE-NUMBER(PENDING-MATCH).

      ****************************************************************
      *                                                              *
      *   LIST - DISPLAY the pending changes                         *
      *                                                              *
      ****************************************************************
       LISTPEND.
           DISPLAY PENDING-COUNT ' inventory changes pending'.
           PERFORM VARYING PENDING-INDEX FROM 1 BY 1
               UNTIL PENDING-INDEX > PENDING-COUNT
             DISPLAY PT-CHANGE-NUMBER(PENDING-INDEX) ' '
                 PT-ACTION(PENDING-INDEX) ' by '
                 PT-MAKER-ID(PENDING-INDEX) ' at '
                 PT-SUBMITTED(PENDING-INDEX)
             DISPLAY '    ' PT-ENTRY(PENDING-INDEX)
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   MQCONN and MQOPEN the queue for INQUIRE to prove the name  *
      *   is real before it goes into the inventory                  *
      *                                                              *
      ****************************************************************
       PROVEQ.
           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONN ended with reason code ' CON-REASON
             MOVE 'QMGR NOT AVAILABLE' TO OUTCOME-TEXT
           ELSE
             MOVE EW-QUEUE-NAME TO MQOD-OBJECTNAME
             ADD MQOO-INQUIRE MQOO-FAIL-IF-QUIESCING
                       GIVING OPEN-OPTIONS
             CALL 'MQOPEN'
              USING HCONN, OBJECT-DESCRIPTOR,
              OPEN-OPTIONS, Q-HANDLE,
              COMPLETION-CODE, REASON
             IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
               DISPLAY 'MQOPEN ended with reason code ' REASON
                   ' for ' EW-QUEUE-NAME
               MOVE 'QUEUE DOES NOT EXIST' TO OUTCOME-TEXT
             ELSE
               MOVE MQCO-NONE TO OPEN-OPTIONS
               CALL 'MQCLOSE'
                USING HCONN, Q-HANDLE, OPEN-OPTIONS,
                COMPLETION-CODE, REASON
             END-IF
             IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
               CALL 'MQDISC'
                USING HCONN, COMPLETION-CODE, REASON
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the live inventory into INVENTORY-TABLE               *
      *                                                              *
      ****************************************************************
       LOADINV.
           MOVE 0 TO INVENTORY-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF INVENTORY-COUNT IS LESS THAN 1000
                   ADD 1 TO INVENTORY-COUNT
                   MOVE INVENTORY-RECORD TO IT-RECORD(INVENTORY-COUNT)
                 ELSE
                   MOVE 'INVENTORY FULL' TO OUTCOME-TEXT
                 END-IF
             END-READ
           END-PERFORM.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE INVENTORY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite MQINV.DAT from the table, dropping deleted entries *
      *                                                              *
      ****************************************************************
       SAVEINV.
           OPEN OUTPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to rewrite MQINV.DAT, file status '
                 INVENTORY-FILE-STATUS
             MOVE 'MQINV.DAT NOT WRITABLE' TO OUTCOME-TEXT
           ELSE
             PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
                 UNTIL INVENTORY-INDEX > INVENTORY-COUNT
               IF IT-RECORD(INVENTORY-INDEX) IS NOT EQUAL TO SPACES
                 MOVE IT-RECORD(INVENTORY-INDEX) TO INVENTORY-RECORD
                 WRITE INVENTORY-RECORD
               END-IF
             END-PERFORM
             CLOSE INVENTORY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the pending changes                                   *
      *                                                              *
      ****************************************************************
       LOADPEND.
           MOVE 0 TO PENDING-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ PENDING-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF PENDING-RECORD IS NOT EQUAL TO SPACES
                   IF PENDING-COUNT IS LESS THAN 500
                     ADD 1 TO PENDING-COUNT
                     MOVE IP-CHANGE-NUMBER
                       TO PT-CHANGE-NUMBER(PENDING-COUNT)
                     MOVE IP-MAKER-ID TO PT-MAKER-ID(PENDING-COUNT)
                     MOVE IP-SUBMITTED TO PT-SUBMITTED(PENDING-COUNT)
                     MOVE IP-ACTION TO PT-ACTION(PENDING-COUNT)
                     MOVE IP-ENTRY TO PT-ENTRY(PENDING-COUNT)
                     IF IP-CHANGE-NUMBER IS GREATER THAN
                         HIGHEST-CHANGE-NUMBER
                       MOVE IP-CHANGE-NUMBER TO HIGHEST-CHANGE-NUMBER
                     END-IF
                   ELSE
                     DISPLAY 'pending table full - change '
                         IP-CHANGE-NUMBER ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF PENDING-FILE-STATUS IS NOT EQUAL TO '35'
             CLOSE PENDING-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   The highest change number ever issued, from the change     *
      *   log, so a number is never reused once decided              *
      *                                                              *
      ****************************************************************
       LOADHIGH.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHANGE-LOG.
           IF CHANGE-LOG-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANGE-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF IC-CHANGE-NUMBER IS NUMERIC
                 AND IC-CHANGE-NUMBER IS GREATER THAN
                     HIGHEST-CHANGE-NUMBER
                   MOVE IC-CHANGE-NUMBER TO HIGHEST-CHANGE-NUMBER
                 END-IF
             END-READ
           END-PERFORM.
           IF CHANGE-LOG-STATUS IS NOT EQUAL TO '35'
             CLOSE CHANGE-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Rewrite INVPEND.DAT from the table, dropping decided       *
      *   changes                                                    *
      *                                                              *
      ****************************************************************
       SAVEPEND.
           OPEN OUTPUT PENDING-FILE.
           IF PENDING-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to rewrite INVPEND.DAT, file status '
                 PENDING-FILE-STATUS
           ELSE
             PERFORM VARYING PENDING-INDEX FROM 1 BY 1
                 UNTIL PENDING-INDEX > PENDING-COUNT
               IF PT-CHANGE-NUMBER(PENDING-INDEX) IS GREATER THAN 0
                 MOVE SPACES TO PENDING-RECORD
                 MOVE PT-CHANGE-NUMBER(PENDING-INDEX)
                   TO IP-CHANGE-NUMBER
                 MOVE PT-MAKER-ID(PENDING-INDEX) TO IP-MAKER-ID
                 MOVE PT-SUBMITTED(PENDING-INDEX) TO IP-SUBMITTED
                 MOVE PT-ACTION(PENDING-INDEX) TO IP-ACTION
                 MOVE PT-ENTRY(PENDING-INDEX) TO IP-ENTRY
                 WRITE PENDING-RECORD
               END-IF
             END-PERFORM
             CLOSE PENDING-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Append one maker/checker history record - every outcome,   *
      *   accepted or refused, is on record                          *
      *                                                              *
      ****************************************************************
       CHGLOG.
           OPEN EXTEND CHANGE-LOG.
           IF CHANGE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT CHANGE-LOG
           END-IF.
           MOVE SPACES TO CHANGE-LOG-RECORD.
           MOVE NOW-TIMESTAMP TO IC-TIMESTAMP.
           MOVE WORK-CHANGE-NUMBER TO IC-CHANGE-NUMBER.
           MOVE PARM-FUNCTION TO IC-EVENT.
           MOVE WORK-ACTION TO IC-ACTION.
           MOVE WORK-MAKER-ID TO IC-MAKER-ID.
           MOVE WORK-CHECKER-ID TO IC-CHECKER-ID.
           MOVE OUTCOME-TEXT TO IC-OUTCOME.
           MOVE WORK-ENTRY TO IC-ENTRY.
           WRITE CHANGE-LOG-RECORD.
           CLOSE CHANGE-LOG.

      ****************************************************************
      *                                                              *
      * END OF AMQ0ICH0                                              *
      *                                                              *
      ****************************************************************
