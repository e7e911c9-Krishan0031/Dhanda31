      ******************************************************************
      **                                                              **
      **  COPYBOOK NAME:  BUSCALWS                                    **
      **                                                              **
      **  DESCRIPTION:    Locally maintained interface area for the   **
      **                  shared business-hours clock AMQ0BCL0        **
      **                                                              **
      ******************************************************************
      **                                                              **
      **  FUNCTION:       A program measuring an age or an elapsed    **
      **                  time COPYs this area into its own           **
      **                  WORKING-STORAGE, fills in the two           **
      **                  timestamps and either the calendar to use   **
      **                  or the queue whose inventory entry names    **
      **                  one, and CALLs AMQ0BCL0.  BUSINESS back     **
      **                  means a business calendar applies and       **
      **                  BCL-BUSINESS-MINUTES holds the business     **
      **                  minutes between the two timestamps; WALL    **
      **                  means none applies (or the calendar is not  **
      **                  defined in BUSCAL.DAT) and the caller keeps **
      **                  its own wall-clock figure.  Copybooks carry **
      **                  data layout only - every program in this    **
      **                  codebase owns its complete PROCEDURE        **
      **                  DIVISION                                    **
      **                                                              **
      **  PROCESSOR:      COBOL                                       **
      **                                                              **
      ******************************************************************

      **   the area passed to AMQ0BCL0
         10 BCL-CLOCK-AREA.
      **     the queue being measured - when BCL-CALENDAR-NAME is
      **     spaces its calendar is looked up in BCLCTL.DAT, the list
      **     AMQ0INV0 generates from the inventory's calendar column
           15 BCL-OBJECT-NAME          PIC X(48).
      **     the application calendar to measure against; spaces to
      **     use the object's, returned as resolved
           15 BCL-CALENDAR-NAME        PIC X(8).
      **     start and end of the interval, YYYYMMDD-HHMMSSCC as the
      **     suite stamps them; an end of spaces means now
           15 BCL-FROM-TIMESTAMP       PIC X(17).
           15 BCL-TO-TIMESTAMP         PIC X(17).
      **     BUSINESS when a calendar applied, WALL when none did
           15 BCL-RESULT               PIC X(8).
      **     business minutes from start to end (on BUSINESS)
           15 BCL-BUSINESS-MINUTES     PIC 9(9).
      **     Y when the end of the interval falls inside business
      **     hours (always Y on WALL)
           15 BCL-BUSINESS-TIME-FLAG   PIC X(1).

      ******************************************************************
      **  End of BUSCALWS                                             **
      ******************************************************************
