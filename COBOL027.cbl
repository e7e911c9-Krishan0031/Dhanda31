      *     5 - for QDMCTL: depth threshold (numeric); for CCXCTL:   *
      *         channel name                                         *
      *     6 - for CCXCTL: connection name                          *
      *     7 - emergency change reference (optional) - during a     *
      *         change freeze declared in FRZCAL.DAT the change is   *
      *         refused and audited as FREEZE unless this is an      *
      *         approved emergency change (AMQ0FRZ0)                 *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0CTM0.
       01 PARM-DETAIL-2              PIC X(264) VALUE SPACES.
       01 PARM-THRESHOLD-X           PIC X(9) VALUE SPACES.
       01 PARM-THRESHOLD REDEFINES PARM-THRESHOLD-X PIC 9(9).
       01 PARM-EMERGENCY-REF         PIC X(20) VALUE SPACES.

      ** the target file loaded once; each entry is its raw record
      ** text plus the key columns the duplicate check compares
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).

      * Change-freeze checker interface (AMQ0FRZ0)
       01 MY-FREEZE-CHECK.
          COPY FRZCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK (request: suite-wide
      * batch run log and missed-job report)
             PERFORM PROVEQ
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM FRZCHK
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM APPLYCHG
             PERFORM SAVEFILE
             OR PARM-FILE-KEYWORD IS EQUAL TO 'EDSCTL'
               DISPLAY 'NOTE: ' PARM-FILE-KEYWORD ' is regenerated '
                   'from MQINV.DAT by the next AMQ0INV0 run - '
                   'submit the lasting change through AMQ0ICH0'
             END-IF
             MOVE ZERO TO RETURN-CODE
           ELSE
             ON EXCEPTION
               MOVE SPACES TO PARM-DETAIL-2
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-EMERGENCY-REF FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-EMERGENCY-REF
           END-ACCEPT.

      ****************************************************************
      *                                                              *
      *   Refuse the change while a change freeze is in force,       *
      *   unless it carries an approved emergency change reference   *
      *                                                              *
      ****************************************************************
       FRZCHK.
           MOVE 'AMQ0CTM0' TO FRZ-SOURCE-PROGRAM.
           MOVE PARM-ENTRY-NAME TO FRZ-OBJECT-NAME.
           MOVE PARM-OPERATOR-ID TO FRZ-REQUESTER.
           MOVE PARM-EMERGENCY-REF TO FRZ-EMERGENCY-REF.
           CALL 'AMQ0FRZ0' USING FRZ-CHECK-AREA.
           IF FRZ-REJECT-FLAG IS EQUAL TO 'Y'
             MOVE SPACES TO OUTCOME-TEXT
             STRING 'FREEZE - ' DELIMITED BY SIZE
                    FRZ-FREEZE-NAME DELIMITED BY SIZE
               INTO OUTCOME-TEXT
           END-IF.

      ****************************************************************
      *                                                              *
