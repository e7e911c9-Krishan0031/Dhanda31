       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0OAM0                                       *
      *                                                              *
      * Description: Queue manager object authority drift report     *
      *              against the expected grants                     *
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
      *   AMQ0OAM0 reviews the object authorities the queue manager  *
      *   really holds, which AMQ0RCT0's recertification of our own  *
      *   control files never sees:                                  *
      *                                                              *
      *      -- the grants expected are derived afresh each run and  *
      *         written to OAMEXP.DAT: every PRODREG.DAT producer    *
      *         user id PUT,INQ on its queue; every queue's consumer *
      *         GET,BROWSE,INQ on the queue and PUT,GET,BROWSE,INQ   *
      *         on its backout queue <queue>.BOQ when MQINV.DAT      *
      *         holds one - the grants AMQ0ONB0 generates.  A        *
      *         queue's consumer is its CONSREG.DAT entry, a         *
      *         principal or a group; a queue with none is consumed  *
      *         by its MQINV.DAT owning application, taken as the    *
      *         group of that application's ids.  Everyone expected  *
      *         on a queue is expected CONNECT,INQ on the queue      *
      *         manager                                              *
      *                                                              *
      *      -- the staged authority dump extract OAMDUMP.DAT, one   *
      *         line per principal or group, object and profile      *
      *         with the authorities in dmpmqaut's spelling (+ALL,   *
      *         +ALLMQI and +ALLADM are expanded), is set against    *
      *         the expected grants.  Queue manager grants are       *
      *         matched whatever the queue manager's name; SYSTEM.*  *
      *         profiles and the administrators' group are outside   *
      *         the review, as are objects other than queues and     *
      *         the queue manager                                    *
      *                                                              *
      *      -- three findings are reported to OAMRPT.DAT: BEYOND,   *
      *         authorities granted over and above the expected      *
      *         ones; MISSING, expected authorities not granted; and *
      *         UNSEEN, grants held by a principal that no           *
      *         MQMD-USERIDENTIFIER in the latest producer census    *
      *         PRDCNS.DAT shows.  Without a census the UNSEEN check *
      *         is left out                                          *
      *                                                              *
      *      -- every BEYOND and UNSEEN authority becomes a line of  *
      *         the worksheet OAMWORK.DAT, in RCTWORK.DAT's layout   *
      *         and before the queue's owning application (manager   *
      *         SECADMIN for the queue manager and unowned           *
      *         profiles), so the reviewers' KEEP and REVOKE         *
      *         decisions go to RCTDECIS.DAT and through AMQ0RCT0's  *
      *         APPLY pass with the rest of the recertification      *
      *                                                              *
      *      -- every MISSING grant becomes SET AUTHREC commands in  *
      *         OAMMQSC.DAT, for review and runmqsc as AMQ0ONB0's    *
      *         are                                                  *
      *                                                              *
      *    Program logic:                                            *
      *         load MQINV.DAT and the census                        *
      *         derive the expected grants from PRODREG.DAT,         *
      *         CONSREG.DAT and MQINV.DAT, write OAMEXP.DAT          *
      *         load the authority dump extract                      *
      *         check every grant against the expected ones and      *
      *         every expected grant against the dump                *
      *         write the report, worksheet and MQSC, DISPLAY a      *
      *         summary                                              *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0OAM0 has no parameters                                 *
      *   Return code 4 when any drift is found, 1 when the dump     *
      *   extract or MQINV.DAT cannot be read                        *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0OAM0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the master queue inventory - queue ownership
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** the expected-producer register
           SELECT REGISTER-FILE ASSIGN TO 'PRODREG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REGISTER-FILE-STATUS.

      ** each queue's consumer, where it is not the owning
      ** application's group: queue, P or G, principal or group
           SELECT CONSUMER-FILE ASSIGN TO 'CONSREG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONSUMER-FILE-STATUS.

      ** the latest producer census AMQ0PCN0 wrote - the user ids
      ** recently seen in MQMD-USERIDENTIFIER
           SELECT CENSUS-FILE ASSIGN TO 'PRDCNS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CENSUS-FILE-STATUS.

      ** the staged authority dump extract
           SELECT DUMP-FILE ASSIGN TO 'OAMDUMP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DUMP-FILE-STATUS.

      ** the expected grants derived this run
           SELECT EXPECTED-FILE ASSIGN TO 'OAMEXP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXPECTED-FILE-STATUS.

      ** the drift report
           SELECT DRIFT-REPORT ASSIGN TO 'OAMRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DRIFT-REPORT-STATUS.

      ** the reviewer worksheet, in AMQ0RCT0's RCTWORK.DAT layout
           SELECT REVIEW-WORKSHEET ASSIGN TO 'OAMWORK.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REVIEW-WORKSHEET-STATUS.

      ** the grants to add, as MQSC for review
           SELECT MQSC-SCRIPT-FILE ASSIGN TO 'OAMMQSC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MQSC-SCRIPT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(25).
          05 QI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X(8).
          05 FILLER                    PIC X(9).

       FD  REGISTER-FILE.
       01 REGISTER-RECORD.
          05 PR-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 PR-PUT-APPL-NAME          PIC X(28).
          05 FILLER                    PIC X.
          05 PR-USER-ID                PIC X(12).

       FD  CONSUMER-FILE.
       01 CONSUMER-RECORD.
          05 CR-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 CR-ENTITY-TYPE            PIC X(1).
          05 FILLER                    PIC X.
          05 CR-ENTITY-NAME            PIC X(12).

      ** identical layout to AMQ0PCN0's CENSUS-REPORT-RECORD
       FD  CENSUS-FILE.
       01 CENSUS-RECORD.
          05 PC-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X.
          05 PC-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 PC-PUT-APPL-TYPE          PIC X(9).
          05 FILLER                    PIC X.
          05 PC-PUT-APPL-NAME          PIC X(28).
          05 FILLER                    PIC X.
          05 PC-USER-ID                PIC X(12).
          05 FILLER                    PIC X.
          05 PC-MESSAGE-COUNT          PIC X(7).
          05 FILLER                    PIC X.
          05 PC-STATUS                 PIC X(10).
          05 FILLER                    PIC X.
          05 PC-CRITICAL-FLAG          PIC X(1).

      ** P or G, principal or group, QUEUE or QMGR, profile, and
      ** the authorities separated by commas or spaces
       FD  DUMP-FILE.
       01 DUMP-RECORD.
          05 OD-ENTITY-TYPE            PIC X(1).
          05 FILLER                    PIC X.
          05 OD-ENTITY-NAME            PIC X(12).
          05 FILLER                    PIC X.
          05 OD-OBJECT-TYPE            PIC X(5).
          05 FILLER                    PIC X.
          05 OD-PROFILE                PIC X(48).
          05 FILLER                    PIC X.
          05 OD-AUTHORITIES            PIC X(80).

       FD  EXPECTED-FILE.
       01 EXPECTED-RECORD.
          05 EX-ENTITY-TYPE            PIC X(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 EX-ENTITY-NAME            PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 EX-OBJECT-TYPE            PIC X(5).
          05 FILLER                    PIC X VALUE SPACE.
          05 EX-PROFILE                PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 EX-AUTHORITIES            PIC X(120).
          05 FILLER                    PIC X VALUE SPACE.
          05 EX-SOURCE                 PIC X(8).

       FD  DRIFT-REPORT.
       01 DRIFT-REPORT-RECORD.
          05 RP-FINDING                PIC X(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 RP-ENTITY-TYPE            PIC X(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 RP-ENTITY-NAME            PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 RP-OBJECT-TYPE            PIC X(5).
          05 FILLER                    PIC X VALUE SPACE.
          05 RP-PROFILE                PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 RP-LAST-SEEN              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 RP-AUTHORITIES            PIC X(120).

      ** identical layout to AMQ0RCT0's REVIEW-WORKSHEET-RECORD
       FD  REVIEW-WORKSHEET.
       01 REVIEW-WORKSHEET-RECORD.
          05 WRK-MANAGER               PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 WRK-ENTRY-TYPE            PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 WRK-ENTRY-KEY             PIC X(60).
          05 FILLER                    PIC X VALUE SPACE.
          05 WRK-PERSON-STATUS         PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 WRK-LAST-USE              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 WRK-DECISION              PIC X(6).

       FD  MQSC-SCRIPT-FILE.
       01 MQSC-SCRIPT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 REGISTER-FILE-STATUS       PIC XX VALUE '00'.
       01 CONSUMER-FILE-STATUS       PIC XX VALUE '00'.
       01 CENSUS-FILE-STATUS         PIC XX VALUE '00'.
       01 DUMP-FILE-STATUS           PIC XX VALUE '00'.
       01 EXPECTED-FILE-STATUS       PIC XX VALUE '00'.
       01 DRIFT-REPORT-STATUS        PIC XX VALUE '00'.
       01 REVIEW-WORKSHEET-STATUS    PIC XX VALUE '00'.
       01 MQSC-SCRIPT-STATUS         PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.
       01 CENSUS-PRESENT-SWITCH      PIC X VALUE 'N'.
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.

      ** the group whose members administer the queue manager - it
      ** holds every authority by design and is not reviewed
       01 ADMIN-GROUP                PIC X(12) VALUE 'mqm'.

      ** the authorities, in the order of the flag strings below
       01 AUTHORITY-NAMES.
          02 FILLER                  PIC X(7)  VALUE 'ALTUSR'.
          02 FILLER                  PIC X(7)  VALUE 'BROWSE'.
          02 FILLER                  PIC X(7)  VALUE 'CONNECT'.
          02 FILLER                  PIC X(7)  VALUE 'GET'.
          02 FILLER                  PIC X(7)  VALUE 'INQ'.
          02 FILLER                  PIC X(7)  VALUE 'PUT'.
          02 FILLER                  PIC X(7)  VALUE 'PASSALL'.
          02 FILLER                  PIC X(7)  VALUE 'PASSID'.
          02 FILLER                  PIC X(7)  VALUE 'SET'.
          02 FILLER                  PIC X(7)  VALUE 'SETALL'.
          02 FILLER                  PIC X(7)  VALUE 'SETID'.
          02 FILLER                  PIC X(7)  VALUE 'CHG'.
          02 FILLER                  PIC X(7)  VALUE 'CLR'.
          02 FILLER                  PIC X(7)  VALUE 'CRT'.
          02 FILLER                  PIC X(7)  VALUE 'DLT'.
          02 FILLER                  PIC X(7)  VALUE 'DSP'.
          02 FILLER                  PIC X(7)  VALUE 'CTRL'.
          02 FILLER                  PIC X(7)  VALUE 'CTRLX'.
          02 FILLER                  PIC X(7)  VALUE 'SYSTEM'.
          02 FILLER                  PIC X(7)  VALUE 'PUB'.
          02 FILLER                  PIC X(7)  VALUE 'SUB'.
          02 FILLER                  PIC X(7)  VALUE 'RESUME'.
       01 AUTHORITY-TABLE REDEFINES AUTHORITY-NAMES.
          02 AN-NAME                 PIC X(7) OCCURS 22 TIMES.
       01 AUTHORITY-COUNT            PIC S9(9) BINARY VALUE 22.
      ** what the group authorities stand for
       01 ALL-MASK                   PIC X(22)
             VALUE 'YYYYYYYYYYYYYYYYYY'.
       01 ALLMQI-MASK                PIC X(22)
             VALUE 'YYYYYYYYYYY'.
       01 ALLADM-MASK                PIC X(22)
             VALUE '           YY YYYY'.

      ** queue ownership from the inventory
       01 INVENTORY-TABLE.
          02 INVENTORY-ENTRY OCCURS 2000 TIMES.
             05 IT-QUEUE-NAME         PIC X(48).
             05 IT-OWNING-APPL        PIC X(8).
             05 IT-CONSUMER-SWITCH    PIC X(1).
       01 INVENTORY-COUNT            PIC S9(9) BINARY VALUE 0.
       01 INVENTORY-INDEX            PIC S9(9) BINARY.
       01 INVENTORY-MATCH            PIC S9(9) BINARY.
       01 BOQ-INDEX                  PIC S9(9) BINARY.
       01 BOQ-MATCH                  PIC S9(9) BINARY.

      ** the user ids the census saw, with the latest sighting
       01 SEEN-TABLE.
          02 SEEN-ENTRY OCCURS 2000 TIMES.
             05 ST-USER-ID            PIC X(12).
             05 ST-LAST-SEEN          PIC X(17).
       01 SEEN-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 SEEN-INDEX                 PIC S9(9) BINARY.
       01 SEEN-MATCH                 PIC S9(9) BINARY.

      ** the grants expected and the grants the dump holds, one
      ** entry per principal or group, object type and profile with
      ** a Y in the flag string for each authority
       01 EXPECTED-TABLE.
          02 EXPECTED-ENTRY OCCURS 3000 TIMES.
             05 XT-ENTITY-TYPE        PIC X(1).
             05 XT-ENTITY-NAME        PIC X(12).
             05 XT-OBJECT-TYPE        PIC X(5).
             05 XT-PROFILE            PIC X(48).
             05 XT-AUTH-FLAGS         PIC X(22).
             05 XT-SOURCE             PIC X(8).
       01 EXPECTED-COUNT             PIC S9(9) BINARY VALUE 0.
       01 EXPECTED-INDEX             PIC S9(9) BINARY.
       01 EXPECTED-MATCH             PIC S9(9) BINARY.
       01 QUEUE-GRANT-COUNT          PIC S9(9) BINARY.

       01 GRANT-TABLE.
          02 GRANT-ENTRY OCCURS 3000 TIMES.
             05 GT-ENTITY-TYPE        PIC X(1).
             05 GT-ENTITY-NAME        PIC X(12).
             05 GT-OBJECT-TYPE        PIC X(5).
             05 GT-PROFILE            PIC X(48).
             05 GT-AUTH-FLAGS         PIC X(22).
       01 GRANT-COUNT                PIC S9(9) BINARY VALUE 0.
       01 GRANT-INDEX                PIC S9(9) BINARY.
       01 GRANT-MATCH                PIC S9(9) BINARY.

      ** the grant being added to either table
       01 NEW-ENTITY-TYPE            PIC X(1).
       01 NEW-ENTITY-NAME            PIC X(12).
       01 NEW-OBJECT-TYPE            PIC X(5).
       01 NEW-PROFILE                PIC X(48).
       01 NEW-AUTH-TEXT              PIC X(80).
       01 NEW-SOURCE                 PIC X(8).
       01 BOQ-NAME                   PIC X(48).

      ** authority list parsing and building
       01 AUTH-TEXT-WORK             PIC X(80).
       01 AUTH-TOKEN                 PIC X(10).
       01 AUTH-POINTER               PIC S9(9) BINARY.
       01 AUTH-INDEX                 PIC S9(9) BINARY.
       01 AUTH-MATCH                 PIC S9(9) BINARY.
       01 PARSED-FLAGS               PIC X(22).
       01 MASK-FLAGS                 PIC X(22).
       01 LIST-FLAGS                 PIC X(22).
       01 LIST-TEXT                  PIC X(120).
       01 LIST-POINTER               PIC S9(9) BINARY.
       01 BEYOND-FLAGS               PIC X(22).
       01 UNSEEN-FLAGS               PIC X(22).
       01 MISSING-FLAGS              PIC X(22).

      ** the entity under review
       01 PERSON-STATUS              PIC X(6).
       01 LAST-SEEN-TEXT             PIC X(17).
       01 REVIEW-MANAGER             PIC X(12).
       01 KEY-PROFILE                PIC X(48).
       01 KEY-ENTRY-TYPE             PIC X(8).
       01 KEY-FINDING                PIC X(7).
       01 QUEUE-SCOPE-SWITCH         PIC X VALUE 'Y'.

       01 SKIPPED-COUNT              PIC 9(7) VALUE 0.
       01 UNKNOWN-AUTH-COUNT         PIC 9(7) VALUE 0.
       01 BEYOND-COUNT               PIC 9(7) VALUE 0.
       01 MISSING-COUNT              PIC 9(7) VALUE 0.
       01 UNSEEN-COUNT               PIC 9(7) VALUE 0.
       01 WORKSHEET-COUNT            PIC 9(7) VALUE 0.
       01 SCRIPT-COUNT               PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 RUN-TIMESTAMP              PIC X(17).

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0OAM0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0OAM0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).

           PERFORM LOADINV.
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADSEEN
             PERFORM BUILDEXP
             PERFORM LOADDUMP
           END-IF.

      ****************************************************************
      *                                                              *
      *   Check every grant held against the expected ones, then     *
      *   every expected grant against what is held                  *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             OPEN OUTPUT DRIFT-REPORT
             OPEN OUTPUT REVIEW-WORKSHEET
             OPEN OUTPUT MQSC-SCRIPT-FILE
             MOVE SPACES TO MQSC-SCRIPT-RECORD
             STRING '* authorities expected but not granted - '
                    DELIMITED BY SIZE
                    'generated ' RUN-TIMESTAMP DELIMITED BY SIZE
               INTO MQSC-SCRIPT-RECORD
             PERFORM MQSCLINE
             MOVE '* review, then run with runmqsc on the queue manager'
               TO MQSC-SCRIPT-RECORD
             PERFORM MQSCLINE
             PERFORM VARYING GRANT-INDEX FROM 1 BY 1
                 UNTIL GRANT-INDEX > GRANT-COUNT
               PERFORM CHKGRANT
             END-PERFORM
             PERFORM VARYING EXPECTED-INDEX FROM 1 BY 1
                 UNTIL EXPECTED-INDEX > EXPECTED-COUNT
               PERFORM CHKEXP
             END-PERFORM
             CLOSE DRIFT-REPORT
             CLOSE REVIEW-WORKSHEET
             CLOSE MQSC-SCRIPT-FILE

             DISPLAY GRANT-COUNT ' grants checked against '
                 EXPECTED-COUNT ' expected'
             DISPLAY '   ' BEYOND-COUNT ' authorities beyond those '
                 'expected, ' MISSING-COUNT ' missing, '
                 UNSEEN-COUNT ' held by unseen principals'
             DISPLAY '   ' WORKSHEET-COUNT ' worksheet lines written '
                 'to OAMWORK.DAT, ' SKIPPED-COUNT ' dump lines '
                 'outside the review'
             IF CENSUS-PRESENT-SWITCH IS NOT EQUAL TO 'Y'
               DISPLAY '   no producer census PRDCNS.DAT - unseen '
                   'principals not checked'
             END-IF
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE GRANT-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0OAM0 end'.
           IF OUTCOME-TEXT IS NOT EQUAL TO SPACES
             MOVE 1 TO RETURN-CODE
           ELSE
             IF BEYOND-COUNT IS GREATER THAN 0
             OR MISSING-COUNT IS GREATER THAN 0
             OR UNSEEN-COUNT IS GREATER THAN 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE ZERO TO RETURN-CODE
             END-IF
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Load the owning application of every inventory queue       *
      *                                                              *
      ****************************************************************
       LOADINV.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open master inventory MQINV.DAT'
             MOVE 'NO INVENTORY' TO OUTCOME-TEXT
           ELSE
             MOVE 'N' TO END-OF-FILE-SWITCH
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ INVENTORY-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   IF QI-ENTRY-TYPE IS NOT EQUAL TO 'P'
                   AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
                     IF INVENTORY-COUNT IS LESS THAN 2000
                       ADD 1 TO INVENTORY-COUNT
                       MOVE QI-QUEUE-NAME
                         TO IT-QUEUE-NAME(INVENTORY-COUNT)
                       MOVE QI-OWNING-APPL
                         TO IT-OWNING-APPL(INVENTORY-COUNT)
                       MOVE 'N' TO IT-CONSUMER-SWITCH(INVENTORY-COUNT)
                     ELSE
                       DISPLAY 'inventory table full - queue '
                           QI-QUEUE-NAME ' skipped'
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INVENTORY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the user ids the latest census saw put messages       *
      *                                                              *
      ****************************************************************
       LOADSEEN.
           OPEN INPUT CENSUS-FILE.
           IF CENSUS-FILE-STATUS IS EQUAL TO '00'
             MOVE 'Y' TO CENSUS-PRESENT-SWITCH
             MOVE 'N' TO END-OF-FILE-SWITCH
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ CENSUS-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   MOVE PC-USER-ID TO NEW-ENTITY-NAME
                   PERFORM FINDSEEN
                   IF SEEN-MATCH IS GREATER THAN 0
                     IF PC-TIMESTAMP IS GREATER THAN
                         ST-LAST-SEEN(SEEN-MATCH)
                       MOVE PC-TIMESTAMP TO ST-LAST-SEEN(SEEN-MATCH)
                     END-IF
                   ELSE
                     IF SEEN-COUNT IS LESS THAN 2000
                       ADD 1 TO SEEN-COUNT
                       MOVE PC-USER-ID TO ST-USER-ID(SEEN-COUNT)
                       MOVE PC-TIMESTAMP TO ST-LAST-SEEN(SEEN-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CENSUS-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Derive the expected grants and write them to OAMEXP.DAT    *
      *                                                              *
      ****************************************************************
       BUILDEXP.
      **   every registered producer puts to its queue - a register
      **   entry of * for the user id allows anyone and grants
      **   nobody in particular
           OPEN INPUT REGISTER-FILE.
           IF REGISTER-FILE-STATUS IS EQUAL TO '00'
             MOVE 'N' TO END-OF-FILE-SWITCH
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ REGISTER-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   IF PR-USER-ID IS NOT EQUAL TO '*'
                   AND PR-USER-ID IS NOT EQUAL TO SPACES
                   AND PR-QUEUE-NAME IS NOT EQUAL TO SPACES
                     MOVE 'P' TO NEW-ENTITY-TYPE
                     MOVE PR-USER-ID TO NEW-ENTITY-NAME
                     MOVE 'QUEUE' TO NEW-OBJECT-TYPE
                     MOVE PR-QUEUE-NAME TO NEW-PROFILE
                     MOVE 'PUT,INQ' TO NEW-AUTH-TEXT
                     MOVE 'PRODREG' TO NEW-SOURCE
                     PERFORM ADDEXP
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REGISTER-FILE
           END-IF.

      **   the registered consumers
           OPEN INPUT CONSUMER-FILE.
           IF CONSUMER-FILE-STATUS IS EQUAL TO '00'
             MOVE 'N' TO END-OF-FILE-SWITCH
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ CONSUMER-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   IF CR-QUEUE-NAME IS NOT EQUAL TO SPACES
                   AND CR-ENTITY-NAME IS NOT EQUAL TO SPACES
                     IF CR-ENTITY-TYPE IS EQUAL TO 'G'
                       MOVE 'G' TO NEW-ENTITY-TYPE
                     ELSE
                       MOVE 'P' TO NEW-ENTITY-TYPE
                     END-IF
                     MOVE CR-ENTITY-NAME TO NEW-ENTITY-NAME
                     MOVE CR-QUEUE-NAME TO NEW-PROFILE
                     MOVE 'CONSREG' TO NEW-SOURCE
                     PERFORM ADDCONS
                     PERFORM FINDINV
                     IF INVENTORY-MATCH IS GREATER THAN 0
                       MOVE 'Y' TO IT-CONSUMER-SWITCH(INVENTORY-MATCH)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONSUMER-FILE
           END-IF.

      **   a queue with no registered consumer is consumed by its
      **   owning application's group
           PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
               UNTIL INVENTORY-INDEX > INVENTORY-COUNT
             IF IT-CONSUMER-SWITCH(INVENTORY-INDEX) IS EQUAL TO 'N'
             AND IT-OWNING-APPL(INVENTORY-INDEX) IS NOT EQUAL TO
                 SPACES
               MOVE 'G' TO NEW-ENTITY-TYPE
               MOVE IT-OWNING-APPL(INVENTORY-INDEX) TO NEW-ENTITY-NAME
               MOVE IT-QUEUE-NAME(INVENTORY-INDEX) TO NEW-PROFILE
               MOVE 'MQINV' TO NEW-SOURCE
               PERFORM ADDCONS
             END-IF
           END-PERFORM.

      **   everyone expected on a queue connects and inquires on the
      **   queue manager
           MOVE EXPECTED-COUNT TO QUEUE-GRANT-COUNT.
           PERFORM VARYING EXPECTED-INDEX FROM 1 BY 1
               UNTIL EXPECTED-INDEX > QUEUE-GRANT-COUNT
             MOVE XT-ENTITY-TYPE(EXPECTED-INDEX) TO NEW-ENTITY-TYPE
             MOVE XT-ENTITY-NAME(EXPECTED-INDEX) TO NEW-ENTITY-NAME
             MOVE 'QMGR' TO NEW-OBJECT-TYPE
             MOVE SPACES TO NEW-PROFILE
             MOVE 'CONNECT,INQ' TO NEW-AUTH-TEXT
             MOVE XT-SOURCE(EXPECTED-INDEX) TO NEW-SOURCE
             PERFORM ADDEXP
           END-PERFORM.

           OPEN OUTPUT EXPECTED-FILE.
           PERFORM VARYING EXPECTED-INDEX FROM 1 BY 1
               UNTIL EXPECTED-INDEX > EXPECTED-COUNT
             MOVE SPACES TO EXPECTED-RECORD
             MOVE XT-ENTITY-TYPE(EXPECTED-INDEX) TO EX-ENTITY-TYPE
             MOVE XT-ENTITY-NAME(EXPECTED-INDEX) TO EX-ENTITY-NAME
             MOVE XT-OBJECT-TYPE(EXPECTED-INDEX) TO EX-OBJECT-TYPE
             MOVE XT-PROFILE(EXPECTED-INDEX) TO EX-PROFILE
             MOVE XT-AUTH-FLAGS(EXPECTED-INDEX) TO LIST-FLAGS
             PERFORM AUTHLIST
             MOVE LIST-TEXT TO EX-AUTHORITIES
             MOVE XT-SOURCE(EXPECTED-INDEX) TO EX-SOURCE
             WRITE EXPECTED-RECORD
           END-PERFORM.
           CLOSE EXPECTED-FILE.

      ****************************************************************
      *                                                              *
      *   A consumer gets from its queue and, when the queue has a   *
      *   backout queue, puts to it and gets from it too             *
      *                                                              *
      ****************************************************************
       ADDCONS.
           MOVE 'QUEUE' TO NEW-OBJECT-TYPE.
           MOVE 'GET,BROWSE,INQ' TO NEW-AUTH-TEXT.
           PERFORM ADDEXP.

           MOVE SPACES TO BOQ-NAME.
           STRING NEW-PROFILE DELIMITED BY SPACE
                  '.BOQ' DELIMITED BY SIZE
             INTO BOQ-NAME.
           MOVE 0 TO BOQ-MATCH.
           PERFORM VARYING BOQ-INDEX FROM 1 BY 1
               UNTIL BOQ-INDEX > INVENTORY-COUNT
             IF IT-QUEUE-NAME(BOQ-INDEX) IS EQUAL TO BOQ-NAME
               MOVE BOQ-INDEX TO BOQ-MATCH
               MOVE INVENTORY-COUNT TO BOQ-INDEX
             END-IF
           END-PERFORM.
           IF BOQ-MATCH IS GREATER THAN 0
             MOVE BOQ-NAME TO NEW-PROFILE
             MOVE 'PUT,GET,BROWSE,INQ' TO NEW-AUTH-TEXT
             PERFORM ADDEXP
           END-IF.

      ****************************************************************
      *                                                              *
      *   Add NEW-AUTH-TEXT to the expected grants of the entity on  *
      *   the profile, creating the entry when it is the first       *
      *                                                              *
      ****************************************************************
       ADDEXP.
           PERFORM PARSEAUT.
           MOVE 0 TO EXPECTED-MATCH.
           PERFORM VARYING AUTH-INDEX FROM 1 BY 1
               UNTIL AUTH-INDEX > EXPECTED-COUNT
             IF XT-ENTITY-TYPE(AUTH-INDEX) IS EQUAL TO NEW-ENTITY-TYPE
             AND XT-ENTITY-NAME(AUTH-INDEX) IS EQUAL TO
                 NEW-ENTITY-NAME
             AND XT-OBJECT-TYPE(AUTH-INDEX) IS EQUAL TO
                 NEW-OBJECT-TYPE
             AND XT-PROFILE(AUTH-INDEX) IS EQUAL TO NEW-PROFILE
               MOVE AUTH-INDEX TO EXPECTED-MATCH
               MOVE EXPECTED-COUNT TO AUTH-INDEX
             END-IF
           END-PERFORM.
           IF EXPECTED-MATCH IS EQUAL TO 0
             IF EXPECTED-COUNT IS LESS THAN 3000
               ADD 1 TO EXPECTED-COUNT
               MOVE EXPECTED-COUNT TO EXPECTED-MATCH
               MOVE NEW-ENTITY-TYPE TO XT-ENTITY-TYPE(EXPECTED-MATCH)
               MOVE NEW-ENTITY-NAME TO XT-ENTITY-NAME(EXPECTED-MATCH)
               MOVE NEW-OBJECT-TYPE TO XT-OBJECT-TYPE(EXPECTED-MATCH)
               MOVE NEW-PROFILE TO XT-PROFILE(EXPECTED-MATCH)
               MOVE SPACES TO XT-AUTH-FLAGS(EXPECTED-MATCH)
               MOVE NEW-SOURCE TO XT-SOURCE(EXPECTED-MATCH)
             ELSE
               DISPLAY 'expected grant table full - '
                   NEW-ENTITY-NAME ' on ' NEW-PROFILE ' skipped'
             END-IF
           END-IF.
           IF EXPECTED-MATCH IS GREATER THAN 0
             MOVE XT-AUTH-FLAGS(EXPECTED-MATCH) TO MASK-FLAGS
             PERFORM ORFLAGS
             MOVE MASK-FLAGS TO XT-AUTH-FLAGS(EXPECTED-MATCH)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the authority dump extract, folding repeated lines    *
      *   for the same entity and profile together                   *
      *                                                              *
      ****************************************************************
       LOADDUMP.
           OPEN INPUT DUMP-FILE.
           IF DUMP-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open authority dump extract '
                 'OAMDUMP.DAT'
             MOVE 'NO AUTHORITY DUMP' TO OUTCOME-TEXT
           ELSE
             MOVE 'N' TO END-OF-FILE-SWITCH
             PERFORM WITH TEST BEFORE
                 UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
               READ DUMP-FILE
                 AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 NOT AT END
                   PERFORM DUMPLINE
               END-READ
             END-PERFORM
             CLOSE DUMP-FILE
           END-IF.

       DUMPLINE.
           MOVE OD-OBJECT-TYPE TO NEW-OBJECT-TYPE.
           INSPECT NEW-OBJECT-TYPE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF OD-ENTITY-NAME IS EQUAL TO SPACES
           OR (NEW-OBJECT-TYPE IS NOT EQUAL TO 'QUEUE'
               AND NEW-OBJECT-TYPE IS NOT EQUAL TO 'QMGR')
           OR OD-PROFILE(1:7) IS EQUAL TO 'SYSTEM.'
           OR (OD-ENTITY-TYPE IS EQUAL TO 'G'
               AND OD-ENTITY-NAME IS EQUAL TO ADMIN-GROUP)
             ADD 1 TO SKIPPED-COUNT
           ELSE
             IF OD-ENTITY-TYPE IS EQUAL TO 'G'
               MOVE 'G' TO NEW-ENTITY-TYPE
             ELSE
               MOVE 'P' TO NEW-ENTITY-TYPE
             END-IF
             MOVE OD-ENTITY-NAME TO NEW-ENTITY-NAME
             IF NEW-OBJECT-TYPE IS EQUAL TO 'QMGR'
               MOVE SPACES TO NEW-PROFILE
             ELSE
               MOVE OD-PROFILE TO NEW-PROFILE
             END-IF
             MOVE OD-AUTHORITIES TO NEW-AUTH-TEXT
             PERFORM PARSEAUT
             MOVE 0 TO GRANT-MATCH
             PERFORM VARYING GRANT-INDEX FROM 1 BY 1
                 UNTIL GRANT-INDEX > GRANT-COUNT
               IF GT-ENTITY-TYPE(GRANT-INDEX) IS EQUAL TO
                   NEW-ENTITY-TYPE
               AND GT-ENTITY-NAME(GRANT-INDEX) IS EQUAL TO
                   NEW-ENTITY-NAME
               AND GT-OBJECT-TYPE(GRANT-INDEX) IS EQUAL TO
                   NEW-OBJECT-TYPE
               AND GT-PROFILE(GRANT-INDEX) IS EQUAL TO NEW-PROFILE
                 MOVE GRANT-INDEX TO GRANT-MATCH
                 MOVE GRANT-COUNT TO GRANT-INDEX
               END-IF
             END-PERFORM
             IF GRANT-MATCH IS EQUAL TO 0
               IF GRANT-COUNT IS LESS THAN 3000
                 ADD 1 TO GRANT-COUNT
                 MOVE GRANT-COUNT TO GRANT-MATCH
                 MOVE NEW-ENTITY-TYPE TO GT-ENTITY-TYPE(GRANT-MATCH)
                 MOVE NEW-ENTITY-NAME TO GT-ENTITY-NAME(GRANT-MATCH)
                 MOVE NEW-OBJECT-TYPE TO GT-OBJECT-TYPE(GRANT-MATCH)
                 MOVE NEW-PROFILE TO GT-PROFILE(GRANT-MATCH)
                 MOVE SPACES TO GT-AUTH-FLAGS(GRANT-MATCH)
               ELSE
                 DISPLAY 'grant table full - ' NEW-ENTITY-NAME
                     ' on ' NEW-PROFILE ' skipped'
               END-IF
             END-IF
             IF GRANT-MATCH IS GREATER THAN 0
               MOVE GT-AUTH-FLAGS(GRANT-MATCH) TO MASK-FLAGS
               PERFORM ORFLAGS
               MOVE MASK-FLAGS TO GT-AUTH-FLAGS(GRANT-MATCH)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   One grant held: authorities nobody expects are BEYOND,     *
      *   expected ones held by a principal the census has not seen  *
      *   are UNSEEN - each authority a worksheet line               *
      *                                                              *
      ****************************************************************
       CHKGRANT.
           MOVE 0 TO EXPECTED-MATCH.
           PERFORM VARYING EXPECTED-INDEX FROM 1 BY 1
               UNTIL EXPECTED-INDEX > EXPECTED-COUNT
             IF XT-ENTITY-TYPE(EXPECTED-INDEX) IS EQUAL TO
                 GT-ENTITY-TYPE(GRANT-INDEX)
             AND XT-ENTITY-NAME(EXPECTED-INDEX) IS EQUAL TO
                 GT-ENTITY-NAME(GRANT-INDEX)
             AND XT-OBJECT-TYPE(EXPECTED-INDEX) IS EQUAL TO
                 GT-OBJECT-TYPE(GRANT-INDEX)
             AND XT-PROFILE(EXPECTED-INDEX) IS EQUAL TO
                 GT-PROFILE(GRANT-INDEX)
               MOVE EXPECTED-INDEX TO EXPECTED-MATCH
               MOVE EXPECTED-COUNT TO EXPECTED-INDEX
             END-IF
           END-PERFORM.

           MOVE GT-ENTITY-TYPE(GRANT-INDEX) TO NEW-ENTITY-TYPE.
           MOVE GT-ENTITY-NAME(GRANT-INDEX) TO NEW-ENTITY-NAME.
           MOVE GT-OBJECT-TYPE(GRANT-INDEX) TO NEW-OBJECT-TYPE.
           MOVE GT-PROFILE(GRANT-INDEX) TO NEW-PROFILE.
           PERFORM SEENCHK.
           PERFORM OWNERQ.

           MOVE SPACES TO BEYOND-FLAGS.
           MOVE SPACES TO UNSEEN-FLAGS.
           PERFORM VARYING AUTH-INDEX FROM 1 BY 1
               UNTIL AUTH-INDEX > AUTHORITY-COUNT
             IF GT-AUTH-FLAGS(GRANT-INDEX)(AUTH-INDEX:1)
                 IS EQUAL TO 'Y'
               IF EXPECTED-MATCH IS EQUAL TO 0
                 MOVE 'Y' TO BEYOND-FLAGS(AUTH-INDEX:1)
               ELSE
                 IF XT-AUTH-FLAGS(EXPECTED-MATCH)(AUTH-INDEX:1)
                     IS NOT EQUAL TO 'Y'
                   MOVE 'Y' TO BEYOND-FLAGS(AUTH-INDEX:1)
                 END-IF
               END-IF
               IF BEYOND-FLAGS(AUTH-INDEX:1) IS EQUAL TO 'Y'
                 ADD 1 TO BEYOND-COUNT
                 MOVE 'OAMEXTRA' TO WRK-ENTRY-TYPE
                 PERFORM WORKLINE
               ELSE
                 IF PERSON-STATUS IS EQUAL TO 'UNSEEN'
                   MOVE 'Y' TO UNSEEN-FLAGS(AUTH-INDEX:1)
                   ADD 1 TO UNSEEN-COUNT
                   MOVE 'OAMUNSN' TO WRK-ENTRY-TYPE
                   PERFORM WORKLINE
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           IF BEYOND-FLAGS IS NOT EQUAL TO SPACES
             MOVE 'BEYOND' TO RP-FINDING
             MOVE BEYOND-FLAGS TO LIST-FLAGS
             PERFORM RPTLINE
           END-IF.
           IF UNSEEN-FLAGS IS NOT EQUAL TO SPACES
             MOVE 'UNSEEN' TO RP-FINDING
             MOVE UNSEEN-FLAGS TO LIST-FLAGS
             PERFORM RPTLINE
           END-IF.

      ****************************************************************
      *                                                              *
      *   One expected grant: authorities not held are MISSING, and  *
      *   go to the MQSC as a SET AUTHREC                            *
      *                                                              *
      ****************************************************************
       CHKEXP.
           MOVE 0 TO GRANT-MATCH.
           PERFORM VARYING GRANT-INDEX FROM 1 BY 1
               UNTIL GRANT-INDEX > GRANT-COUNT
             IF GT-ENTITY-TYPE(GRANT-INDEX) IS EQUAL TO
                 XT-ENTITY-TYPE(EXPECTED-INDEX)
             AND GT-ENTITY-NAME(GRANT-INDEX) IS EQUAL TO
                 XT-ENTITY-NAME(EXPECTED-INDEX)
             AND GT-OBJECT-TYPE(GRANT-INDEX) IS EQUAL TO
                 XT-OBJECT-TYPE(EXPECTED-INDEX)
             AND GT-PROFILE(GRANT-INDEX) IS EQUAL TO
                 XT-PROFILE(EXPECTED-INDEX)
               MOVE GRANT-INDEX TO GRANT-MATCH
               MOVE GRANT-COUNT TO GRANT-INDEX
             END-IF
           END-PERFORM.

           MOVE SPACES TO MISSING-FLAGS.
           PERFORM VARYING AUTH-INDEX FROM 1 BY 1
               UNTIL AUTH-INDEX > AUTHORITY-COUNT
             IF XT-AUTH-FLAGS(EXPECTED-INDEX)(AUTH-INDEX:1)
                 IS EQUAL TO 'Y'
               IF GRANT-MATCH IS EQUAL TO 0
                 MOVE 'Y' TO MISSING-FLAGS(AUTH-INDEX:1)
               ELSE
                 IF GT-AUTH-FLAGS(GRANT-MATCH)(AUTH-INDEX:1)
                     IS NOT EQUAL TO 'Y'
                   MOVE 'Y' TO MISSING-FLAGS(AUTH-INDEX:1)
                 END-IF
               END-IF
               IF MISSING-FLAGS(AUTH-INDEX:1) IS EQUAL TO 'Y'
                 ADD 1 TO MISSING-COUNT
               END-IF
             END-IF
           END-PERFORM.

           IF MISSING-FLAGS IS NOT EQUAL TO SPACES
             MOVE XT-ENTITY-TYPE(EXPECTED-INDEX) TO NEW-ENTITY-TYPE
             MOVE XT-ENTITY-NAME(EXPECTED-INDEX) TO NEW-ENTITY-NAME
             MOVE XT-OBJECT-TYPE(EXPECTED-INDEX) TO NEW-OBJECT-TYPE
             MOVE XT-PROFILE(EXPECTED-INDEX) TO NEW-PROFILE
             PERFORM SEENCHK
             MOVE 'MISSING' TO RP-FINDING
             MOVE MISSING-FLAGS TO LIST-FLAGS
             PERFORM RPTLINE
             PERFORM AUTHADD
           END-IF.

      ****************************************************************
      *                                                              *
      *   Whether the census has seen the entity: SEEN or UNSEEN for *
      *   a principal, GROUP for a group, - with no census           *
      *                                                              *
      ****************************************************************
       SEENCHK.
           IF NEW-ENTITY-TYPE IS EQUAL TO 'G'
             MOVE 'GROUP' TO PERSON-STATUS
             MOVE '(not tracked)' TO LAST-SEEN-TEXT
           ELSE
             IF CENSUS-PRESENT-SWITCH IS NOT EQUAL TO 'Y'
               MOVE '-' TO PERSON-STATUS
               MOVE '(no census)' TO LAST-SEEN-TEXT
             ELSE
               PERFORM FINDSEEN
               IF SEEN-MATCH IS GREATER THAN 0
                 MOVE 'SEEN' TO PERSON-STATUS
                 MOVE ST-LAST-SEEN(SEEN-MATCH) TO LAST-SEEN-TEXT
               ELSE
                 MOVE 'UNSEEN' TO PERSON-STATUS
                 MOVE '(not seen)' TO LAST-SEEN-TEXT
               END-IF
             END-IF
           END-IF.

       FINDSEEN.
           MOVE 0 TO SEEN-MATCH.
           PERFORM VARYING SEEN-INDEX FROM 1 BY 1
               UNTIL SEEN-INDEX > SEEN-COUNT
             IF ST-USER-ID(SEEN-INDEX) IS EQUAL TO NEW-ENTITY-NAME
               MOVE SEEN-INDEX TO SEEN-MATCH
               MOVE SEEN-COUNT TO SEEN-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   The manager who decides on a grant: the owning application *
      *   of the queue, the security administrator otherwise         *
      *                                                              *
      ****************************************************************
       OWNERQ.
           MOVE 'SECADMIN' TO REVIEW-MANAGER.
           IF NEW-OBJECT-TYPE IS EQUAL TO 'QUEUE'
             PERFORM FINDINV
             IF INVENTORY-MATCH IS GREATER THAN 0
             AND IT-OWNING-APPL(INVENTORY-MATCH) IS NOT EQUAL TO
                 SPACES
               MOVE IT-OWNING-APPL(INVENTORY-MATCH) TO REVIEW-MANAGER
             END-IF
           END-IF.

       FINDINV.
           MOVE 0 TO INVENTORY-MATCH.
           PERFORM VARYING INVENTORY-INDEX FROM 1 BY 1
               UNTIL INVENTORY-INDEX > INVENTORY-COUNT
             IF IT-QUEUE-NAME(INVENTORY-INDEX) IS EQUAL TO NEW-PROFILE
               MOVE INVENTORY-INDEX TO INVENTORY-MATCH
               MOVE INVENTORY-COUNT TO INVENTORY-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   One worksheet line for authority AUTH-INDEX of the grant,  *
      *   keyed by entity, profile and authority                     *
      *                                                              *
      ****************************************************************
       WORKLINE.
           IF NEW-OBJECT-TYPE IS EQUAL TO 'QMGR'
             MOVE '(QMGR)' TO KEY-PROFILE
           ELSE
             MOVE NEW-PROFILE TO KEY-PROFILE
           END-IF.
           MOVE WRK-ENTRY-TYPE TO KEY-ENTRY-TYPE.
           MOVE SPACES TO REVIEW-WORKSHEET-RECORD.
           MOVE KEY-ENTRY-TYPE TO WRK-ENTRY-TYPE.
           MOVE REVIEW-MANAGER TO WRK-MANAGER.
           STRING NEW-ENTITY-NAME ' ' KEY-PROFILE(1:39) ' '
                  AN-NAME(AUTH-INDEX)
                  DELIMITED BY SIZE
             INTO WRK-ENTRY-KEY.
           MOVE PERSON-STATUS TO WRK-PERSON-STATUS.
           MOVE LAST-SEEN-TEXT TO WRK-LAST-USE.
           MOVE SPACES TO WRK-DECISION.
           WRITE REVIEW-WORKSHEET-RECORD.
           ADD 1 TO WORKSHEET-COUNT.

      ****************************************************************
      *                                                              *
      *   One report line: RP-FINDING for the LIST-FLAGS authorities *
      *                                                              *
      ****************************************************************
       RPTLINE.
           MOVE RP-FINDING TO KEY-FINDING.
           MOVE SPACES TO DRIFT-REPORT-RECORD.
           MOVE KEY-FINDING TO RP-FINDING.
           MOVE NEW-ENTITY-TYPE TO RP-ENTITY-TYPE.
           MOVE NEW-ENTITY-NAME TO RP-ENTITY-NAME.
           MOVE NEW-OBJECT-TYPE TO RP-OBJECT-TYPE.
           MOVE NEW-PROFILE TO RP-PROFILE.
           MOVE LAST-SEEN-TEXT TO RP-LAST-SEEN.
           PERFORM AUTHLIST.
           MOVE LIST-TEXT TO RP-AUTHORITIES.
           WRITE DRIFT-REPORT-RECORD.

      ****************************************************************
      *                                                              *
      *   The SET AUTHREC adding the MISSING-FLAGS authorities       *
      *                                                              *
      ****************************************************************
       AUTHADD.
           MOVE MISSING-FLAGS TO LIST-FLAGS.
           PERFORM AUTHLIST.
           MOVE SPACES TO MQSC-SCRIPT-RECORD.
           IF NEW-OBJECT-TYPE IS EQUAL TO 'QMGR'
             MOVE 'SET AUTHREC OBJTYPE(QMGR) +' TO MQSC-SCRIPT-RECORD
           ELSE
             STRING 'SET AUTHREC PROFILE(''' DELIMITED BY SIZE
                    NEW-PROFILE DELIMITED BY SPACE
                    ''') OBJTYPE(QUEUE) +' DELIMITED BY SIZE
               INTO MQSC-SCRIPT-RECORD
           END-IF.
           PERFORM MQSCLINE.
           MOVE SPACES TO MQSC-SCRIPT-RECORD.
           IF NEW-ENTITY-TYPE IS EQUAL TO 'G'
             STRING '       GROUP(''' DELIMITED BY SIZE
                    NEW-ENTITY-NAME DELIMITED BY SPACE
                    ''') AUTHADD(' DELIMITED BY SIZE
                    LIST-TEXT DELIMITED BY SPACE
                    ')' DELIMITED BY SIZE
               INTO MQSC-SCRIPT-RECORD
           ELSE
             STRING '       PRINCIPAL(''' DELIMITED BY SIZE
                    NEW-ENTITY-NAME DELIMITED BY SPACE
                    ''') AUTHADD(' DELIMITED BY SIZE
                    LIST-TEXT DELIMITED BY SPACE
                    ')' DELIMITED BY SIZE
               INTO MQSC-SCRIPT-RECORD
           END-IF.
           PERFORM MQSCLINE.

       MQSCLINE.
           WRITE MQSC-SCRIPT-RECORD.
           ADD 1 TO SCRIPT-COUNT.

      ****************************************************************
      *                                                              *
      *   Parse NEW-AUTH-TEXT into PARSED-FLAGS: names separated by  *
      *   commas or spaces, in either case, with or without a        *
      *   leading +                                                  *
      *                                                              *
      ****************************************************************
       PARSEAUT.
           MOVE SPACES TO PARSED-FLAGS.
           MOVE NEW-AUTH-TEXT TO AUTH-TEXT-WORK.
           INSPECT AUTH-TEXT-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz+'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ '.
           MOVE 1 TO AUTH-POINTER.
           PERFORM WITH TEST BEFORE
               UNTIL AUTH-POINTER > 80
             MOVE SPACES TO AUTH-TOKEN
             UNSTRING AUTH-TEXT-WORK DELIMITED BY ',' OR ALL SPACE
               INTO AUTH-TOKEN
               WITH POINTER AUTH-POINTER
             END-UNSTRING
             IF AUTH-TOKEN IS NOT EQUAL TO SPACES
               PERFORM AUTHTOKN
             END-IF
           END-PERFORM.

       AUTHTOKN.
           EVALUATE AUTH-TOKEN
             WHEN 'ALL'
               MOVE ALL-MASK TO LIST-FLAGS
               PERFORM MERGEMSK
             WHEN 'ALLMQI'
               MOVE ALLMQI-MASK TO LIST-FLAGS
               PERFORM MERGEMSK
             WHEN 'ALLADM'
               MOVE ALLADM-MASK TO LIST-FLAGS
               PERFORM MERGEMSK
             WHEN 'NONE'
               CONTINUE
             WHEN OTHER
               MOVE 0 TO AUTH-MATCH
               PERFORM VARYING AUTH-INDEX FROM 1 BY 1
                   UNTIL AUTH-INDEX > AUTHORITY-COUNT
                 IF AN-NAME(AUTH-INDEX) IS EQUAL TO AUTH-TOKEN
                   MOVE AUTH-INDEX TO AUTH-MATCH
                   MOVE AUTHORITY-COUNT TO AUTH-INDEX
                 END-IF
               END-PERFORM
               IF AUTH-MATCH IS GREATER THAN 0
                 MOVE 'Y' TO PARSED-FLAGS(AUTH-MATCH:1)
               ELSE
                 ADD 1 TO UNKNOWN-AUTH-COUNT
                 DISPLAY 'unknown authority ' AUTH-TOKEN ' for '
                     NEW-ENTITY-NAME ' ignored'
               END-IF
           END-EVALUATE.

      ** PARSED-FLAGS takes on every Y of LIST-FLAGS
       MERGEMSK.
           PERFORM VARYING AUTH-MATCH FROM 1 BY 1
               UNTIL AUTH-MATCH > AUTHORITY-COUNT
             IF LIST-FLAGS(AUTH-MATCH:1) IS EQUAL TO 'Y'
               MOVE 'Y' TO PARSED-FLAGS(AUTH-MATCH:1)
             END-IF
           END-PERFORM.

      ** MASK-FLAGS takes on every Y of PARSED-FLAGS
       ORFLAGS.
           PERFORM VARYING AUTH-MATCH FROM 1 BY 1
               UNTIL AUTH-MATCH > AUTHORITY-COUNT
             IF PARSED-FLAGS(AUTH-MATCH:1) IS EQUAL TO 'Y'
               MOVE 'Y' TO MASK-FLAGS(AUTH-MATCH:1)
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   LIST-FLAGS as a comma-separated list of authority names    *
      *                                                              *
      ****************************************************************
       AUTHLIST.
           MOVE SPACES TO LIST-TEXT.
           MOVE 1 TO LIST-POINTER.
           PERFORM VARYING AUTH-MATCH FROM 1 BY 1
               UNTIL AUTH-MATCH > AUTHORITY-COUNT
             IF LIST-FLAGS(AUTH-MATCH:1) IS EQUAL TO 'Y'
               IF LIST-POINTER IS GREATER THAN 1
                 STRING ',' DELIMITED BY SIZE
                   INTO LIST-TEXT WITH POINTER LIST-POINTER
               END-IF
               STRING AN-NAME(AUTH-MATCH) DELIMITED BY SPACE
                 INTO LIST-TEXT WITH POINTER LIST-POINTER
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      * END OF AMQ0OAM0                                              *
      *                                                              *
      ****************************************************************
