      ******************************************************************
      **                                                              **
      **  COPYBOOK NAME:  RELHDRWS                                    **
      **                                                              **
      **  DESCRIPTION:    Locally maintained layout of the release    **
      **                  header carried at the front of every        **
      **                  message held on the deferred-release        **
      **                  staging queue                               **
      **                                                              **
      ******************************************************************
      **                                                              **
      **  FUNCTION:       A message to be released later is put to    **
      **                  RLH-STAGING-QUEUE with this header in its   **
      **                  first RLH-HEADER-LENGTH bytes and the       **
      **                  business payload after it.  AMQ0BPT0 builds **
      **                  the header from its *RELEASE directive; an  **
      **                  application may build it itself.  The       **
      **                  release job AMQ0DRL0 overlays the same      **
      **                  layout on what it browses, and when the     **
      **                  release time has come puts the payload      **
      **                  alone to RLH-TARGET-QUEUE.  The release     **
      **                  time is local time, YYYYMMDDHHMMSS.         **
      **                  Copybooks carry data layout only - every    **
      **                  program in this codebase owns its complete  **
      **                  PROCEDURE DIVISION                          **
      **                                                              **
      **  PROCESSOR:      COBOL                                       **
      **                                                              **
      ******************************************************************

      **   the release header itself
         10 RLH-HEADER.
           15 RLH-EYECATCHER           PIC X(4).
           15 RLH-VERSION              PIC X(2).
           15 RLH-RELEASE-AT           PIC X(14).
           15 RLH-TARGET-QUEUE         PIC X(48).
      **     the program or application that staged the message
           15 RLH-STAGED-BY            PIC X(8).
           15 FILLER                   PIC X(4).
      **   always this long, in front of the payload
         10 RLH-HEADER-LENGTH          PIC S9(9) BINARY VALUE 80.
      **   what RLH-EYECATCHER and RLH-VERSION must hold
         10 RLH-EYECATCHER-VALUE       PIC X(4) VALUE 'RLSH'.
         10 RLH-VERSION-VALUE          PIC X(2) VALUE '01'.
      **   the well-known staging queue
         10 RLH-STAGING-QUEUE          PIC X(48)
             VALUE 'SYSTEM.ADMIN.RELEASE.STAGING'.

      ******************************************************************
      **  End of RELHDRWS                                             **
      ******************************************************************
