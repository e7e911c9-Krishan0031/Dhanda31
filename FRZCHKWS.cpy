      ******************************************************************
      **                                                              **
      **  COPYBOOK NAME:  FRZCHKWS                                    **
      **                                                              **
      **  DESCRIPTION:    Locally maintained interface area for the   **
      **                  shared change-freeze checker AMQ0FRZ0       **
      **                                                              **
      ******************************************************************
      **                                                              **
      **  FUNCTION:       A utility about to change something COPYs  **
      **                  this area into its own WORKING-STORAGE,     **
      **                  fills in its PROGRAM-ID, the object it is   **
      **                  about to change, who asked, and any         **
      **                  emergency change reference the request      **
      **                  carried, and CALLs AMQ0FRZ0.  The checker   **
      **                  matches the current time against the        **
      **                  freeze calendar FRZCAL.DAT; inside a        **
      **                  declared freeze it returns                  **
      **                  FRZ-REJECT-FLAG Y unless the reference is   **
      **                  an approved emergency change in             **
      **                  CHGEXTR.DAT, and has already logged the     **
      **                  decision to FRZLOG.DAT for the              **
      **                  freeze-breach report.  On Y the caller      **
      **                  must not act.                               **
      **                  Copybooks carry data layout only - every    **
      **                  program in this codebase owns its complete  **
      **                  PROCEDURE DIVISION                          **
      **                                                              **
      **  PROCESSOR:      COBOL                                       **
      **                                                              **
      ******************************************************************

      **   the area passed to AMQ0FRZ0
         10 FRZ-CHECK-AREA.
      **     the calling utility's PROGRAM-ID
           15 FRZ-SOURCE-PROGRAM       PIC X(8).
      **     the queue (or other object) about to be changed
           15 FRZ-OBJECT-NAME          PIC X(48).
      **     the user id or operator id the change is for
           15 FRZ-REQUESTER            PIC X(12).
      **     the emergency change reference the request carried,
      **     spaces when none
           15 FRZ-EMERGENCY-REF        PIC X(20).
      **     Y when a freeze is in force and no approved emergency
      **     change covers the request - the caller must reject it;
      **     N otherwise
           15 FRZ-REJECT-FLAG          PIC X(1).
      **     the freeze in force, spaces when none - a name with
      **     FRZ-REJECT-FLAG N means an emergency change let the
      **     request through
           15 FRZ-FREEZE-NAME          PIC X(20).

      ******************************************************************
      **  End of FRZCHKWS                                             **
      ******************************************************************
