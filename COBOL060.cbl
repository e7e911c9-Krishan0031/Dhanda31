      *         utility is CALLed, and the submission echoed to       *
      *         the operator and appended to MNULOG.DAT               *
      *                                                              *
      *      -- only the tasks the operator's role may run are       *
      *         offered.  The operator role checker AMQ0ROL0 is      *
      *         asked about each task when the menu is built, and    *
      *         an inhibit/enable request is checked again for the   *
      *         action chosen.  A refused choice is logged to        *
      *         MNULOG.DAT and put to the alert bus by the checker   *
      *                                                              *
      *    Program logic:                                            *
      *         load the inventory queue names                        *
      *         ask the role checker which tasks may be offered      *
      *         loop: display the menu, ACCEPT the choice,            *
      *         .  prompt and validate the task's fields              *
      *         .  write the handover file, echo, CALL the utility   *
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(35).
          05 FILLER                    PIC X(15).

       FD  QIQ-PARAMETER-FILE.
       01 QIQ-PARAMETER-RECORD         PIC X(48).
       01 WS-TIME                    PIC 9(8).
       01 SUBMITTED-COUNT            PIC 9(5) VALUE 0.

      ** the tasks the operator's role may run, asked once at start
       01 INQ-PERMITTED-SWITCH       PIC X VALUE 'N'.
       01 REQ-PERMITTED-SWITCH       PIC X VALUE 'N'.
       01 BRW-PERMITTED-SWITCH       PIC X VALUE 'N'.
       01 CHS-PERMITTED-SWITCH       PIC X VALUE 'N'.
       01 PERMITTED-COUNT            PIC S9(9) BINARY VALUE 0.

      * Operator role checker interface
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
      * batch run log and missed-job report)
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           PERFORM LOADINV.
           PERFORM ROLMENU.

           PERFORM MENULOOP WITH TEST AFTER
             UNTIL MENU-CHOICE IS EQUAL TO 'X'
       MENULOOP.
           DISPLAY ' '.
           DISPLAY '--- MQ OPERATIONS CONSOLE ---'.
           IF INQ-PERMITTED-SWITCH IS EQUAL TO 'Y'
             DISPLAY ' 1  inquire a queue        (AMQ0QIQ0)'
           END-IF.
           IF REQ-PERMITTED-SWITCH IS EQUAL TO 'Y'
             DISPLAY ' 2  request inhibit/enable (AMQ0REQ0)'
           END-IF.
           IF BRW-PERMITTED-SWITCH IS EQUAL TO 'Y'
             DISPLAY ' 3  browse a queue         (AMQ0GBR0)'
           END-IF.
           IF CHS-PERMITTED-SWITCH IS EQUAL TO 'Y'
             DISPLAY ' 4  check channel status   (AMQ0CHS0)'
           END-IF.
           IF PERMITTED-COUNT IS EQUAL TO 0
             DISPLAY ' (no tasks are permitted for your role)'
           END-IF.
           DISPLAY ' X  exit'.
           DISPLAY 'choice: '.
           ACCEPT MENU-CHOICE FROM CONSOLE.
      ** a task that was not offered is still refused through the
      ** checker, so the attempt is logged and alerted
           EVALUATE MENU-CHOICE
             WHEN '1'
               IF INQ-PERMITTED-SWITCH IS EQUAL TO 'Y'
                 PERFORM TASKINQ
               ELSE
                 MOVE 'AMQ0QIQ0' TO ROL-PROGRAM-ID
                 MOVE '*' TO ROL-ACTION
                 PERFORM ROLDENY
               END-IF
             WHEN '2'
               IF REQ-PERMITTED-SWITCH IS EQUAL TO 'Y'
                 PERFORM TASKREQ
               ELSE
                 MOVE 'AMQ0REQ0' TO ROL-PROGRAM-ID
                 MOVE '*' TO ROL-ACTION
                 PERFORM ROLDENY
               END-IF
             WHEN '3'
               IF BRW-PERMITTED-SWITCH IS EQUAL TO 'Y'
                 PERFORM TASKBRW
               ELSE
                 MOVE 'AMQ0GBR0' TO ROL-PROGRAM-ID
                 MOVE '*' TO ROL-ACTION
                 PERFORM ROLDENY
               END-IF
             WHEN '4'
               IF CHS-PERMITTED-SWITCH IS EQUAL TO 'Y'
                 PERFORM TASKCHS
               ELSE
                 MOVE 'AMQ0CHS0' TO ROL-PROGRAM-ID
                 MOVE '*' TO ROL-ACTION
                 PERFORM ROLDENY
               END-IF
             WHEN 'X'
             WHEN 'x'
               CONTINUE
           IF CANCEL-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM ASKACT
           END-IF.
      ** the role may be allowed some actions and not others
           IF CANCEL-SWITCH IS NOT EQUAL TO 'Y'
             MOVE 'AMQ0REQ0' TO ROL-PROGRAM-ID
             MOVE INPUT-ACTION TO ROL-ACTION
             MOVE 'Y' TO ROL-LOG-DENIAL
             PERFORM ROLCHK
             IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
               DISPLAY INPUT-ACTION ' is not permitted for role '
                   ROL-USER-ROLE ' - cancelled'
               MOVE 'Y' TO CANCEL-SWITCH
             END-IF
           END-IF.
           IF CANCEL-SWITCH IS NOT EQUAL TO 'Y'
             PERFORM ASKSCOPE
           END-IF.
             CLOSE CONSOLE-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      *   Ask the role checker which tasks may be offered - only     *
      *   asking, so nothing is logged for the tasks left off        *
      *                                                              *
      ****************************************************************
       ROLMENU.
           MOVE 'N' TO ROL-LOG-DENIAL.
           MOVE '*' TO ROL-ACTION.
           MOVE 'AMQ0QIQ0' TO ROL-PROGRAM-ID.
           PERFORM ROLCHK.
           MOVE ROL-ALLOWED-FLAG TO INQ-PERMITTED-SWITCH.
           MOVE 'AMQ0REQ0' TO ROL-PROGRAM-ID.
           PERFORM ROLCHK.
           MOVE ROL-ALLOWED-FLAG TO REQ-PERMITTED-SWITCH.
           MOVE 'AMQ0GBR0' TO ROL-PROGRAM-ID.
           PERFORM ROLCHK.
           MOVE ROL-ALLOWED-FLAG TO BRW-PERMITTED-SWITCH.
           MOVE 'AMQ0CHS0' TO ROL-PROGRAM-ID.
           PERFORM ROLCHK.
           MOVE ROL-ALLOWED-FLAG TO CHS-PERMITTED-SWITCH.
           MOVE 0 TO PERMITTED-COUNT.
           IF INQ-PERMITTED-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO PERMITTED-COUNT
           END-IF.
           IF REQ-PERMITTED-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO PERMITTED-COUNT
           END-IF.
           IF BRW-PERMITTED-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO PERMITTED-COUNT
           END-IF.
           IF CHS-PERMITTED-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO PERMITTED-COUNT
           END-IF.
           DISPLAY 'operator ' ROL-USER-ID ' role ' ROL-USER-ROLE.

      ****************************************************************
      *                                                              *
      *   A choice that was not offered - the checker logs and       *
      *   alerts the refusal                                         *
      *                                                              *
      ****************************************************************
       ROLDENY.
           MOVE 'Y' TO ROL-LOG-DENIAL.
           PERFORM ROLCHK.
           IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
             DISPLAY 'that task is not permitted for role '
                 ROL-USER-ROLE
           END-IF.

      ****************************************************************
      *                                                              *
      *   One CALL to the operator role checker                      *
      *                                                              *
      ****************************************************************
       ROLCHK.
           MOVE 'AMQ0MNU0' TO ROL-CALLER-ID.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.

      ****************************************************************
      *                                                              *
      *   Load the inventory queue names for validation              *
