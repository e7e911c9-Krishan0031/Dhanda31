      *   (request: message format dictionary with decoded field     *
      *   rendering).  FMTDICT.DAT maps named layouts (field name,   *
      *   offset, length, type C character, Z zoned, P packed, B     *
      *   binary, plus an optional mandatory flag M and edit rule    *
      *   D for a CCYYMMDD date) to a queue or MQMD format, and the  *
      *   browse rendering and payload validator AMQ0PVL0 trust      *
      *   it - so it gets the same validating maintenance            *
      *   discipline AMQ0CTM0 gives the other control files:         *
      *                                                              *
      *      -- ADD appends one entry, but only after it passes      *
      *         every edit: scope type Q or F, non-blank names, an   *
      *         offset above zero, a length above zero and inside    *
      *         the type's limit (18 for C and Z, 8 for P and B),    *
      *         a known type letter, a mandatory flag of M or        *
      *         blank, an edit rule of D or blank (D only on an      *
      *         8-byte C or Z field), and no overlap with another    *
      *         field of the same scope                              *
      *                                                              *
      *      -- DELETE removes the named field from the scope        *
      *   AMQ0FMT0 parameters: function ADD, DELETE or VALIDATE     *
      *   (1st command-line argument, default VALIDATE); on ADD:    *
      *   scope type (2nd), scope name (3rd), field name (4th),     *
      *   offset (5th), length (6th), type (7th), mandatory flag    *
      *   M (8th, optional), edit rule D (9th, optional); on        *
      *   DELETE: scope type (2nd), scope name (3rd), field name    *
      *   (4th)                                                     *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0FMT0.
           05 DCT-FIELD-LENGTH        PIC 9(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-FIELD-TYPE          PIC X(1).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-MANDATORY-FLAG      PIC X(1).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-EDIT-RULE           PIC X(1).

       WORKING-STORAGE SECTION.
       01 FORMAT-DICTIONARY-STATUS   PIC XX VALUE '00'.
       01 PARM-OFFSET-X              PIC X(5) VALUE SPACES.
       01 PARM-LENGTH-X              PIC X(3) VALUE SPACES.
       01 PARM-FIELD-TYPE            PIC X(1) VALUE SPACES.
       01 PARM-MANDATORY-FLAG        PIC X(1) VALUE SPACES.
       01 PARM-EDIT-RULE             PIC X(1) VALUE SPACES.

      ** the dictionary loaded whole
       01 DICTIONARY-TABLE.
             05 DC-FIELD-OFFSET       PIC 9(5).
             05 DC-FIELD-LENGTH       PIC 9(3).
             05 DC-FIELD-TYPE         PIC X(1).
             05 DC-MANDATORY-FLAG     PIC X(1).
             05 DC-EDIT-RULE          PIC X(1).
       01 DICTIONARY-COUNT           PIC S9(9) BINARY VALUE 0.
       01 DICTIONARY-INDEX           PIC S9(9) BINARY.
       01 OVERLAP-INDEX              PIC S9(9) BINARY.
       01 EDIT-OFFSET                PIC 9(5).
       01 EDIT-LENGTH                PIC 9(3).
       01 EDIT-FIELD-TYPE            PIC X(1).
       01 EDIT-MANDATORY-FLAG        PIC X(1).
       01 EDIT-EDIT-RULE             PIC X(1).
       01 EDIT-SKIP-INDEX            PIC S9(9) BINARY.
       01 EDIT-FAIL-SWITCH           PIC X.
       01 EDIT-END-POSITION          PIC S9(9) BINARY.
             MOVE 0 TO EDIT-LENGTH
           END-IF.
           MOVE PARM-FIELD-TYPE TO EDIT-FIELD-TYPE.
           MOVE PARM-MANDATORY-FLAG TO EDIT-MANDATORY-FLAG.
           MOVE PARM-EDIT-RULE TO EDIT-EDIT-RULE.
           MOVE 0 TO EDIT-SKIP-INDEX.
           PERFORM EDITS.
           IF EDIT-FAIL-SWITCH IS EQUAL TO 'Y'
                 TO DC-FIELD-LENGTH(DICTIONARY-COUNT)
               MOVE EDIT-FIELD-TYPE
                 TO DC-FIELD-TYPE(DICTIONARY-COUNT)
               MOVE EDIT-MANDATORY-FLAG
                 TO DC-MANDATORY-FLAG(DICTIONARY-COUNT)
               MOVE EDIT-EDIT-RULE
                 TO DC-EDIT-RULE(DICTIONARY-COUNT)
               MOVE 'Y' TO FILE-CHANGED-SWITCH
               DISPLAY 'added ' EDIT-FIELD-NAME ' to '
                   EDIT-SCOPE-TYPE ' ' EDIT-SCOPE-NAME(1:40)
             MOVE DC-FIELD-LENGTH(DICTIONARY-INDEX) TO EDIT-LENGTH
             MOVE DC-FIELD-TYPE(DICTIONARY-INDEX)
               TO EDIT-FIELD-TYPE
             MOVE DC-MANDATORY-FLAG(DICTIONARY-INDEX)
               TO EDIT-MANDATORY-FLAG
             MOVE DC-EDIT-RULE(DICTIONARY-INDEX)
               TO EDIT-EDIT-RULE
             MOVE DICTIONARY-INDEX TO EDIT-SKIP-INDEX
             PERFORM EDITS
             IF EDIT-FAIL-SWITCH IS EQUAL TO 'Y'
                   EDIT-FIELD-NAME ' (C, Z, P or B)'
               MOVE 'Y' TO EDIT-FAIL-SWITCH
           END-EVALUATE.
           IF EDIT-MANDATORY-FLAG IS NOT EQUAL TO 'M'
           AND EDIT-MANDATORY-FLAG IS NOT EQUAL TO SPACE
             DISPLAY 'BAD MANDATORY FLAG <' EDIT-MANDATORY-FLAG
                 '> for ' EDIT-FIELD-NAME ' (M or blank)'
             MOVE 'Y' TO EDIT-FAIL-SWITCH
           END-IF.
           EVALUATE EDIT-EDIT-RULE
             WHEN SPACE
               CONTINUE
             WHEN 'D'
               IF (EDIT-FIELD-TYPE IS NOT EQUAL TO 'C'
                   AND EDIT-FIELD-TYPE IS NOT EQUAL TO 'Z')
               OR EDIT-LENGTH IS NOT EQUAL TO 8
                 DISPLAY 'BAD DATE RULE for ' EDIT-FIELD-NAME
                     ' (D needs an 8-byte C or Z field)'
                 MOVE 'Y' TO EDIT-FAIL-SWITCH
               END-IF
             WHEN OTHER
               DISPLAY 'BAD EDIT RULE <' EDIT-EDIT-RULE '> for '
                   EDIT-FIELD-NAME ' (D or blank)'
               MOVE 'Y' TO EDIT-FAIL-SWITCH
           END-EVALUATE.

      **   no two fields of the same scope may overlap - the edit
      **   that keeps one bad offset from scrambling every display
             ON EXCEPTION
               MOVE SPACES TO PARM-FIELD-TYPE
           END-ACCEPT.
           DISPLAY 8 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-MANDATORY-FLAG FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-MANDATORY-FLAG
           END-ACCEPT.
           DISPLAY 9 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-EDIT-RULE FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-EDIT-RULE
           END-ACCEPT.

      ****************************************************************
      *                                                              *
                   END-IF
                   MOVE DCT-FIELD-TYPE
                     TO DC-FIELD-TYPE(DICTIONARY-COUNT)
                   MOVE DCT-MANDATORY-FLAG
                     TO DC-MANDATORY-FLAG(DICTIONARY-COUNT)
                   MOVE DCT-EDIT-RULE
                     TO DC-EDIT-RULE(DICTIONARY-COUNT)
                 ELSE
                   DISPLAY 'dictionary table full - entry dropped'
                 END-IF
                 TO DCT-FIELD-LENGTH
               MOVE DC-FIELD-TYPE(DICTIONARY-INDEX)
                 TO DCT-FIELD-TYPE
               MOVE DC-MANDATORY-FLAG(DICTIONARY-INDEX)
                 TO DCT-MANDATORY-FLAG
               MOVE DC-EDIT-RULE(DICTIONARY-INDEX)
                 TO DCT-EDIT-RULE
               WRITE FORMAT-DICTIONARY-RECORD
             END-IF
           END-PERFORM.
