      ******************************************************************
      **                                                              **
      **  COPYBOOK NAME:  ROLCHKWS                                    **
      **                                                              **
      **  DESCRIPTION:    Locally maintained interface area for the   **
      **                  shared operator role checker AMQ0ROL0       **
      **                                                              **
      ******************************************************************
      **                                                              **
      **  FUNCTION:       The operator console and every destructive  **
      **                  utility COPY this area into their own       **
      **                  WORKING-STORAGE, fill in the utility and    **
      **                  action about to be run and who is asking,   **
      **                  and CALL AMQ0ROL0.  The checker takes the   **
      **                  operator's login user id, looks up its role **
      **                  in the operator role file OPROLE.DAT, and   **
      **                  answers whether that role may run the       **
      **                  utility and action.  When ROL-LOG-DENIAL is **
      **                  Y a refusal has already been appended to    **
      **                  MNULOG.DAT and put to the operations alert  **
      **                  bus.  On N the caller must not act.         **
      **                  Copybooks carry data layout only - every    **
      **                  program in this codebase owns its complete  **
      **                  PROCEDURE DIVISION                          **
      **                                                              **
      **  PROCESSOR:      COBOL                                       **
      **                                                              **
      ******************************************************************

      **   the area passed to AMQ0ROL0
         10 ROL-CHECK-AREA.
      **     the utility about to be run
           15 ROL-PROGRAM-ID           PIC X(8).
      **     the action or run mode within it, '*' when it has none
           15 ROL-ACTION               PIC X(8).
      **     the PROGRAM-ID asking - the utility itself when run
      **     directly, AMQ0MNU0 from the console
           15 ROL-CALLER-ID            PIC X(8).
      **     Y to log and alert a refusal; N only to ask, as the
      **     console does when it builds its menu
           15 ROL-LOG-DENIAL           PIC X(1).
      **     returned: the operator's login user id
           15 ROL-USER-ID              PIC X(12).
      **     returned: the operator's role, spaces when the user id
      **     is not in the role file
           15 ROL-USER-ROLE            PIC X(8).
      **     returned: Y when the role may run the utility and
      **     action, N otherwise
           15 ROL-ALLOWED-FLAG         PIC X(1).

      ******************************************************************
      **  End of ROLCHKWS                                             **
      ******************************************************************
