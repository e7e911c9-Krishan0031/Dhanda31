      *      -- APPLY consumes the returned decisions RCTDECIS.DAT   *
      *         (KEEP or REVOKE per worksheet line) and writes the   *
      *         revocation worklist RCTREVK.DAT for the              *
      *         administrators to action, each line stamped with     *
      *         the time of the APPLY pass                           *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the run mode                                  *
          05 RVK-ENTRY-KEY             PIC X(60).
          05 FILLER                    PIC X VALUE SPACE.
          05 RVK-DECIDED-BY            PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 RVK-DECIDED-AT            PIC X(17).

       WORKING-STORAGE SECTION.
       01 AUTH-FILE-STATUS           PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

       01 PARM-RUN-MODE              PIC X(8) VALUE SPACES.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
      ** when this APPLY pass actioned the decisions - every
      ** worklist line carries it for the security event feed
       01 APPLY-TIMESTAMP            PIC X(17).

      ** the personnel extract loaded once
       01 PERSONNEL-TABLE.
             GOBACK
           END-IF.
           OPEN OUTPUT REVOCATION-WORKLIST.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO APPLY-TIMESTAMP(1:8).
           MOVE '-' TO APPLY-TIMESTAMP(9:1).
           MOVE WS-TIME TO APPLY-TIMESTAMP(10:8).
           MOVE 'N' TO END-OF-FILE-SWITCH.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
                   MOVE DEC-ENTRY-TYPE TO RVK-ENTRY-TYPE
                   MOVE DEC-ENTRY-KEY TO RVK-ENTRY-KEY
                   MOVE DEC-MANAGER TO RVK-DECIDED-BY
                   MOVE APPLY-TIMESTAMP TO RVK-DECIDED-AT
                   WRITE REVOCATION-WORKLIST-RECORD
                 END-IF
             END-READ
