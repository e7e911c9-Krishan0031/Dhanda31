      *     4 - override target queue (blank to restore each         *
      *         message to its original queue)                       *
      *                                                              *
      *   With no job parameters the same four values are taken      *
      *   from the one-line handover file RSTPARM.DAT (filter X(48), *
      *   from 9(8), to 9(8), override X(48), one blank between      *
      *   fields) when a driving program has left one; the file is   *
      *   emptied once read                                          *
      *                                                              *
      *   The operator role checker AMQ0ROL0 must allow the login    *
      *   user's role to run the RESTORE action before anything is   *
      *   replayed; a refusal ends the run with return code 1        *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0RST0.

             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RESTORE-REPORT-STATUS.

      ** optional one-line parameter handover file, written by a
      ** program that CALLs AMQ0RST0 unattended - read only when no
      ** job parameter arrives, and emptied once read
           SELECT PARAMETER-FILE ASSIGN TO 'RSTPARM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAMETER-FILE-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 FILLER                   PIC X.
           05 ARCHIVE-MESSAGE-TEXT     PIC X(32000).

       FD  PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 RSP-QUEUE-FILTER         PIC X(48).
           05 FILLER                   PIC X.
           05 RSP-FROM-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 RSP-TO-DATE              PIC 9(8).
           05 FILLER                   PIC X.
           05 RSP-OVERRIDE-QUEUE       PIC X(48).

       FD  MSGID-LIST-FILE.
       01 MSGID-LIST-RECORD           PIC X(24).

       01 ARCHIVE-FILE-STATUS        PIC XX VALUE '00'.
       01 MSGID-LIST-STATUS          PIC XX VALUE '00'.
       01 RESTORE-REPORT-STATUS      PIC XX VALUE '00'.
       01 PARAMETER-FILE-STATUS      PIC XX VALUE '00'.
       01 PARAMETER-CONSUMED-SWITCH  PIC X VALUE 'N'.
       01 END-OF-ARCHIVE-SWITCH      PIC X VALUE 'N'.
       01 END-OF-MSGID-LIST-SWITCH   PIC X VALUE 'N'.
       01 ARCHIVE-RECORD-LENGTH      PIC 9(5).
       01 MY-QUEUE-LOCK.
          COPY QLOCKWS.

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
      * batch run log and missed-job report)

           PERFORM RSNTXTLD.
           PERFORM GETPARMS.

      ** the operator's role must allow this run - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0
           MOVE 'AMQ0RST0' TO ROL-PROGRAM-ID.
           MOVE 'RESTORE' TO ROL-ACTION.
           MOVE 'AMQ0RST0' TO ROL-CALLER-ID.
           MOVE 'Y' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.
           IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
             DISPLAY 'AMQ0RST0 refused - role <' ROL-USER-ROLE
                 '> of user <' ROL-USER-ID '> may not run it'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOADMSGID.

           OPEN INPUT ARCHIVE-FILE.
           ACCEPT PARM-QUEUE-FILTER FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-QUEUE-FILTER
               PERFORM FILEPARM
           END-ACCEPT.
           IF PARAMETER-CONSUMED-SWITCH IS NOT EQUAL TO 'Y'
             DISPLAY 2 UPON ARGUMENT-NUMBER
             ACCEPT PARM-FROM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE 0 TO PARM-FROM-DATE
             END-ACCEPT
             DISPLAY 3 UPON ARGUMENT-NUMBER
             ACCEPT PARM-TO-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE 0 TO PARM-TO-DATE
             END-ACCEPT
             DISPLAY 4 UPON ARGUMENT-NUMBER
             ACCEPT PARM-OVERRIDE-QUEUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO PARM-OVERRIDE-QUEUE
             END-ACCEPT
           END-IF.
           IF PARM-QUEUE-FILTER IS EQUAL TO '*'
             MOVE SPACES TO PARM-QUEUE-FILTER
           END-IF.

      ****************************************************************
      *                                                              *
      *   No job parameter: take the selection from the RSTPARM.DAT  *
      *   handover file, if any                                      *
      *                                                              *
      ****************************************************************
       FILEPARM.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS IS EQUAL TO '00'
             READ PARAMETER-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE RSP-QUEUE-FILTER TO PARM-QUEUE-FILTER
                 IF RSP-FROM-DATE IS NUMERIC
                   MOVE RSP-FROM-DATE TO PARM-FROM-DATE
                 END-IF
                 IF RSP-TO-DATE IS NUMERIC
                   MOVE RSP-TO-DATE TO PARM-TO-DATE
                 END-IF
                 MOVE RSP-OVERRIDE-QUEUE TO PARM-OVERRIDE-QUEUE
                 DISPLAY 'parameters taken from RSTPARM.DAT'
                 MOVE 'Y' TO PARAMETER-CONSUMED-SWITCH
             END-READ
             CLOSE PARAMETER-FILE
           END-IF.
      **   a handover file is consumed exactly once - the same
      **     truncate-after-read convention AMQ0REQ0 applies to
      **     REQPARM.DAT
           IF PARAMETER-CONSUMED-SWITCH IS EQUAL TO 'Y'
             OPEN OUTPUT PARAMETER-FILE
             CLOSE PARAMETER-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the optional MSGID selection list, when present       *
