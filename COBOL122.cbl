       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0ONB0                                       *
      *                                                              *
      * Description: New-application onboarding - validates an       *
      *              onboarding request and generates the MQSC and   *
      *              control-file entries it needs                   *
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
      *   AMQ0ONB0 turns one onboarding request file into everything *
      *   a new application needs, so nothing is left to a dozen     *
      *   hand edits and a hand-written MQSC script:                 *
      *                                                              *
      *      -- the request file (ONBREQ.DAT or a named file) holds  *
      *         one A line for the application (code, service user   *
      *         id, description), a Q line per queue (name, purpose, *
      *         daily and peak-hour volumes, largest message), a C   *
      *         line per owner contact and a P line per required     *
      *         producer (user id, put application, queue or *)      *
      *                                                              *
      *      -- the whole request is validated before anything is    *
      *         written: every queue must carry the application code *
      *         as its first qualifier, have a known purpose and     *
      *         numeric volumes, and be new to MQINV.DAT and to      *
      *         INVPEND.DAT; a producer must name one of the queues  *
      *         and at least one contact must be given.  A request   *
      *         with any error is refused whole, errors listed       *
      *                                                              *
      *      -- every queue gets the standard attributes of its      *
      *         purpose (REQUEST, REPLY, EVENT or BATCH) from the    *
      *         purpose table below, a max depth large enough for    *
      *         the purpose's hours of peak volume, and its own      *
      *         backout queue, <queue>.BOQ                           *
      *                                                              *
      *      -- the MQSC DEFINE QLOCAL and SET AUTHREC commands are  *
      *         appended to ONBMQSC.DAT for review and runmqsc       *
      *                                                              *
      *      -- the MQINV.DAT entry of every queue and backout queue *
      *         is submitted as a pending ADD to AMQ0ICH0's maker-   *
      *         checker files INVPEND.DAT and INVCHG.DAT, the        *
      *         operator running this job being the maker            *
      *                                                              *
      *      -- the MSETAUTH.DAT, PRODREG.DAT, QBASE.DAT and         *
      *         FMTDICT.DAT lines are staged in those files' own     *
      *         layouts in ONBAUTH.DAT, ONBPROD.DAT, ONBBASE.DAT and *
      *         ONBDICT.DAT, for appending once the onboarding is    *
      *         approved, as PRDSEED.DAT is for PRODREG.DAT.  The    *
      *         FMTDICT.DAT lines are placeholders only              *
      *                                                              *
      *      -- the checklist ONBRPT.DAT lists what was generated    *
      *         and every step that still needs a human              *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the request file name, check the operator's   *
      *         role                                                 *
      *         load the request, MQINV.DAT, INVPEND.DAT and the     *
      *         highest change number                                *
      *         validate the request and apply the standard          *
      *         attributes of each queue's purpose                   *
      *         if valid, generate the MQSC, submit the inventory    *
      *         entries and stage the other control-file lines       *
      *         write the checklist, DISPLAY a summary               *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0ONB0 parameters: the onboarding request file name (1st *
      *   command-line argument, optional, default ONBREQ.DAT)       *
      *   Return code 1 when the run or the request is refused       *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0ONB0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the onboarding request
           SELECT ONBOARD-REQUEST-FILE ASSIGN TO REQUEST-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ONBOARD-REQUEST-STATUS.

      ** the master queue inventory
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** inventory changes awaiting a checker, shared with AMQ0ICH0
           SELECT PENDING-FILE ASSIGN TO 'INVPEND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PENDING-FILE-STATUS.

      ** the maker/checker history, shared with AMQ0ICH0
           SELECT CHANGE-LOG ASSIGN TO 'INVCHG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHANGE-LOG-STATUS.

      ** the generated MQSC script
           SELECT MQSC-SCRIPT-FILE ASSIGN TO 'ONBMQSC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MQSC-SCRIPT-STATUS.

      ** staged MSETAUTH.DAT lines
           SELECT STAGED-AUTH-FILE ASSIGN TO 'ONBAUTH.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STAGED-AUTH-STATUS.

      ** staged PRODREG.DAT lines
           SELECT STAGED-PRODUCER-FILE ASSIGN TO 'ONBPROD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STAGED-PRODUCER-STATUS.

      ** staged QBASE.DAT records
           SELECT STAGED-BASELINE-FILE ASSIGN TO 'ONBBASE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STAGED-BASELINE-STATUS.

      ** staged FMTDICT.DAT placeholders
           SELECT STAGED-DICTIONARY-FILE ASSIGN TO 'ONBDICT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STAGED-DICTIONARY-STATUS.

      ** the onboarding checklist
           SELECT CHECKLIST-REPORT ASSIGN TO 'ONBRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHECKLIST-REPORT-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      ** the line type in column 1 picks the view of the rest; the
      ** numeric columns are zero-filled as in MQINV.DAT
       FD  ONBOARD-REQUEST-FILE.
       01 ONBOARD-REQUEST-RECORD.
          05 OR-RECORD-TYPE            PIC X(1).
          05 FILLER                    PIC X.
          05 OR-DETAIL                 PIC X(130).
          05 OR-APPLICATION-DETAIL REDEFINES OR-DETAIL.
             10 OR-APPL-CODE           PIC X(8).
             10 FILLER                 PIC X.
             10 OR-APPL-USER-ID        PIC X(12).
             10 FILLER                 PIC X.
             10 OR-APPL-DESCRIPTION    PIC X(40).
             10 FILLER                 PIC X(68).
          05 OR-QUEUE-DETAIL REDEFINES OR-DETAIL.
             10 OR-QUEUE-NAME          PIC X(48).
             10 FILLER                 PIC X.
             10 OR-QUEUE-PURPOSE       PIC X(8).
             10 FILLER                 PIC X.
             10 OR-DAILY-VOLUME        PIC X(9).
             10 FILLER                 PIC X.
             10 OR-PEAK-HOURLY         PIC X(7).
             10 FILLER                 PIC X.
             10 OR-MAX-MSG-LENGTH      PIC X(9).
             10 FILLER                 PIC X(45).
          05 OR-CONTACT-DETAIL REDEFINES OR-DETAIL.
             10 OR-CONTACT-ROLE        PIC X(8).
             10 FILLER                 PIC X.
             10 OR-CONTACT-NAME        PIC X(30).
             10 FILLER                 PIC X.
             10 OR-CONTACT-ADDRESS     PIC X(60).
             10 FILLER                 PIC X(30).
          05 OR-PRODUCER-DETAIL REDEFINES OR-DETAIL.
             10 OR-PRODUCER-USER-ID    PIC X(12).
             10 FILLER                 PIC X.
             10 OR-PRODUCER-APPL       PIC X(28).
             10 FILLER                 PIC X.
             10 OR-PRODUCER-QUEUE      PIC X(48).
             10 FILLER                 PIC X(40).

       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(50).

       FD  PENDING-FILE.
       01 PENDING-RECORD.
          05 IP-CHANGE-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-MAKER-ID               PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-SUBMITTED              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-ACTION                 PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 IP-ENTRY                  PIC X(100).

       FD  CHANGE-LOG.
       01 CHANGE-LOG-RECORD.
          05 IC-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-CHANGE-NUMBER          PIC 9(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-EVENT                  PIC X(7).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-ACTION                 PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-MAKER-ID               PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-CHECKER-ID             PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-OUTCOME                PIC X(30).
          05 FILLER                    PIC X VALUE SPACE.
          05 IC-ENTRY                  PIC X(100).

       FD  MQSC-SCRIPT-FILE.
       01 MQSC-SCRIPT-RECORD           PIC X(80).

       FD  STAGED-AUTH-FILE.
       01 STAGED-AUTH-RECORD.
          05 SA-USER-ID                PIC X(12).
          05 FILLER                    PIC X VALUE SPACE.
          05 SA-QUEUE-PREFIX           PIC X(48).

       FD  STAGED-PRODUCER-FILE.
       01 STAGED-PRODUCER-RECORD.
          05 SP-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 SP-PUT-APPL-NAME          PIC X(28).
          05 FILLER                    PIC X VALUE SPACE.
          05 SP-USER-ID                PIC X(12).

       FD  STAGED-BASELINE-FILE.
       01 STAGED-BASELINE-RECORD.
          05 SB-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 SB-MAX-Q-DEPTH            PIC 9(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 SB-MAX-MSG-LENGTH         PIC 9(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 SB-BACKOUT-THRESHOLD      PIC 9(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 SB-BACKOUT-REQ-Q-NAME     PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 SB-TRIGGER-CONTROL        PIC 9(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 SB-TRIGGER-TYPE           PIC 9(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 SB-TRIGGER-DEPTH          PIC 9(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 SB-DEF-PERSISTENCE        PIC 9(1).

       FD  STAGED-DICTIONARY-FILE.
       01 STAGED-DICTIONARY-RECORD.
           05 DCT-SCOPE-TYPE          PIC X(1).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-SCOPE-NAME          PIC X(48).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-FIELD-NAME          PIC X(12).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-FIELD-OFFSET        PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-FIELD-LENGTH        PIC 9(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-FIELD-TYPE          PIC X(1).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-MANDATORY-FLAG      PIC X(1).
           05 FILLER                  PIC X VALUE SPACE.
           05 DCT-EDIT-RULE           PIC X(1).

       FD  CHECKLIST-REPORT.
       01 CHECKLIST-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
      *
      * MQI named constants, for the baseline's trigger and
      * persistence codes
       01 MY-MQ-CONSTANTS.
          COPY CMQV.

       01 ONBOARD-REQUEST-STATUS     PIC XX VALUE '00'.
       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 PENDING-FILE-STATUS        PIC XX VALUE '00'.
       01 CHANGE-LOG-STATUS          PIC XX VALUE '00'.
       01 MQSC-SCRIPT-STATUS         PIC XX VALUE '00'.
       01 STAGED-AUTH-STATUS         PIC XX VALUE '00'.
       01 STAGED-PRODUCER-STATUS     PIC XX VALUE '00'.
       01 STAGED-BASELINE-STATUS     PIC XX VALUE '00'.
       01 STAGED-DICTIONARY-STATUS   PIC XX VALUE '00'.
       01 CHECKLIST-REPORT-STATUS    PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

       01 REQUEST-FILE-NAME          PIC X(30) VALUE SPACES.

      ** the standard attributes of each queue purpose: persistence,
      ** minimum max depth, max message length, backout threshold,
      ** hours of peak volume the max depth must hold, and the
      ** MQINV.DAT critical, purge-age, statistics, browse, duplicate
      ** check and age-threshold columns.  BACKOUT is given only to
      ** the generated backout queues
       01 PURPOSE-DEFINITIONS.
          02 FILLER                  PIC X(8)  VALUE 'REQUEST'.
          02 FILLER                  PIC X(3)  VALUE 'YES'.
          02 FILLER                  PIC 9(9)  VALUE 50000.
          02 FILLER                  PIC 9(9)  VALUE 4194304.
          02 FILLER                  PIC 9(3)  VALUE 3.
          02 FILLER                  PIC 9(2)  VALUE 4.
          02 FILLER                  PIC X(1)  VALUE 'Y'.
          02 FILLER                  PIC 9(5)  VALUE 0.
          02 FILLER                  PIC X(1)  VALUE 'Y'.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC X(1)  VALUE 'Y'.
          02 FILLER                  PIC 9(5)  VALUE 15.
          02 FILLER                  PIC X(8)  VALUE 'REPLY'.
          02 FILLER                  PIC X(3)  VALUE 'NO'.
          02 FILLER                  PIC 9(9)  VALUE 20000.
          02 FILLER                  PIC 9(9)  VALUE 4194304.
          02 FILLER                  PIC 9(3)  VALUE 3.
          02 FILLER                  PIC 9(2)  VALUE 2.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC 9(5)  VALUE 2.
          02 FILLER                  PIC X(1)  VALUE 'Y'.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC 9(5)  VALUE 5.
          02 FILLER                  PIC X(8)  VALUE 'EVENT'.
          02 FILLER                  PIC X(3)  VALUE 'YES'.
          02 FILLER                  PIC 9(9)  VALUE 100000.
          02 FILLER                  PIC 9(9)  VALUE 4194304.
          02 FILLER                  PIC 9(3)  VALUE 5.
          02 FILLER                  PIC 9(2)  VALUE 8.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC 9(5)  VALUE 7.
          02 FILLER                  PIC X(1)  VALUE 'Y'.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC 9(5)  VALUE 60.
          02 FILLER                  PIC X(8)  VALUE 'BATCH'.
          02 FILLER                  PIC X(3)  VALUE 'YES'.
          02 FILLER                  PIC 9(9)  VALUE 500000.
          02 FILLER                  PIC 9(9)  VALUE 104857600.
          02 FILLER                  PIC 9(3)  VALUE 1.
          02 FILLER                  PIC 9(2)  VALUE 24.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC 9(5)  VALUE 14.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC X(1)  VALUE 'Y'.
          02 FILLER                  PIC 9(5)  VALUE 1440.
          02 FILLER                  PIC X(8)  VALUE 'BACKOUT'.
          02 FILLER                  PIC X(3)  VALUE 'YES'.
          02 FILLER                  PIC 9(9)  VALUE 50000.
          02 FILLER                  PIC 9(9)  VALUE 4194304.
          02 FILLER                  PIC 9(3)  VALUE 0.
          02 FILLER                  PIC 9(2)  VALUE 0.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC 9(5)  VALUE 0.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC X(1)  VALUE 'N'.
          02 FILLER                  PIC 9(5)  VALUE 0.
       01 PURPOSE-TABLE REDEFINES PURPOSE-DEFINITIONS.
          02 PURPOSE-ENTRY OCCURS 5 TIMES.
             05 PD-PURPOSE            PIC X(8).
             05 PD-PERSISTENCE        PIC X(3).
             05 PD-MAX-DEPTH          PIC 9(9).
             05 PD-MAX-MSG-LENGTH     PIC 9(9).
             05 PD-BACKOUT-THRESHOLD  PIC 9(3).
             05 PD-PEAK-HOURS         PIC 9(2).
             05 PD-CRITICAL-FLAG      PIC X(1).
             05 PD-PURGE-AGE-DAYS     PIC 9(5).
             05 PD-STATS-FLAG         PIC X(1).
             05 PD-BROWSE-FLAG        PIC X(1).
             05 PD-DUPCHECK-FLAG      PIC X(1).
             05 PD-AGE-THRESHOLD-MINS PIC 9(5).
       01 PURPOSE-COUNT              PIC S9(9) BINARY VALUE 5.
       01 BACKOUT-PURPOSE-INDEX      PIC S9(9) BINARY VALUE 5.
       01 PURPOSE-INDEX              PIC S9(9) BINARY.
       01 PURPOSE-MATCH              PIC S9(9) BINARY.

      ** the application, from the A line
       01 APPL-LINE-COUNT            PIC S9(9) BINARY VALUE 0.
       01 APPL-CODE                  PIC X(8) VALUE SPACES.
       01 APPL-USER-ID               PIC X(12) VALUE SPACES.
       01 APPL-DESCRIPTION           PIC X(40) VALUE SPACES.
       01 APPL-PREFIX                PIC X(48) VALUE SPACES.
       01 APPL-PREFIX-LENGTH         PIC S9(9) BINARY VALUE 0.

      ** the queues requested, then the backout queue of each
       01 QUEUE-TABLE.
          02 QUEUE-ENTRY OCCURS 40 TIMES.
             05 QT-QUEUE-NAME         PIC X(48).
             05 QT-PURPOSE-INDEX      PIC S9(9) BINARY.
             05 QT-BOQ-NAME           PIC X(48).
             05 QT-DAILY-VOLUME       PIC 9(9).
             05 QT-PEAK-HOURLY        PIC 9(7).
             05 QT-MAX-DEPTH          PIC 9(9).
             05 QT-MAX-MSG-LENGTH     PIC 9(9).
             05 QT-CHANGE-NUMBER      PIC 9(7).
       01 QUEUE-COUNT                PIC S9(9) BINARY VALUE 0.
       01 REQUESTED-QUEUE-COUNT      PIC S9(9) BINARY VALUE 0.
       01 QUEUE-INDEX                PIC S9(9) BINARY.
       01 QUEUE-MATCH                PIC S9(9) BINARY.
       01 EARLIER-QUEUE-INDEX        PIC S9(9) BINARY.
       01 QUEUE-NAME-LENGTH          PIC S9(9) BINARY.
       01 DEPTH-FOR-PEAK             PIC 9(9).

      ** the owner contacts
       01 CONTACT-TABLE.
          02 CONTACT-ENTRY OCCURS 10 TIMES.
             05 CT-CONTACT-ROLE       PIC X(8).
             05 CT-CONTACT-NAME       PIC X(30).
             05 CT-CONTACT-ADDRESS    PIC X(60).
       01 CONTACT-COUNT              PIC S9(9) BINARY VALUE 0.
       01 CONTACT-INDEX              PIC S9(9) BINARY.

      ** the required producers
       01 PRODUCER-TABLE.
          02 PRODUCER-ENTRY OCCURS 50 TIMES.
             05 PT-USER-ID            PIC X(12).
             05 PT-PUT-APPL-NAME      PIC X(28).
             05 PT-QUEUE-NAME         PIC X(48).
       01 PRODUCER-COUNT             PIC S9(9) BINARY VALUE 0.
       01 PRODUCER-INDEX             PIC S9(9) BINARY.

      ** every user id needing CONNECT authority, once each
       01 PRINCIPAL-TABLE.
          02 PRINCIPAL-ENTRY OCCURS 51 TIMES.
             05 PN-USER-ID            PIC X(12).
       01 PRINCIPAL-COUNT            PIC S9(9) BINARY VALUE 0.
       01 PRINCIPAL-INDEX            PIC S9(9) BINARY.
       01 PRINCIPAL-MATCH            PIC S9(9) BINARY.

      ** the queue entries already inventoried or pending
       01 KNOWN-QUEUE-TABLE.
          02 KNOWN-QUEUE-ENTRY OCCURS 1500 TIMES.
             05 KQ-QUEUE-NAME         PIC X(48).
             05 KQ-SOURCE             PIC X(11).
       01 KNOWN-QUEUE-COUNT          PIC S9(9) BINARY VALUE 0.
       01 KNOWN-QUEUE-INDEX          PIC S9(9) BINARY.

      ** the request's errors, listed whole in the checklist
       01 ERROR-TABLE.
          02 ERROR-ENTRY OCCURS 50 TIMES.
             05 ER-TEXT               PIC X(100).
       01 ERROR-COUNT                PIC S9(9) BINARY VALUE 0.
       01 ERROR-INDEX                PIC S9(9) BINARY.
       01 ERROR-TEXT                 PIC X(100) VALUE SPACES.
       01 LINE-NUMBER                PIC 9(5) VALUE 0.

      ** an inventory entry laid out as in MQINV.DAT
       01 ENTRY-WORK.
          05 EW-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 EW-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X.
          05 EW-DEPTH-THRESHOLD        PIC X(9).
          05 FILLER                    PIC X.
          05 EW-CRITICAL-FLAG          PIC X(1).
          05 FILLER                    PIC X.
          05 EW-PURGE-AGE-DAYS         PIC X(5).
          05 FILLER                    PIC X.
          05 EW-STATS-FLAG             PIC X(1).
          05 FILLER                    PIC X.
          05 EW-BACKOUT-FLAG           PIC X(1).
          05 FILLER                    PIC X.
          05 EW-BROWSE-FLAG            PIC X(1).
          05 FILLER                    PIC X.
          05 EW-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X.
          05 EW-DUPCHECK-FLAG          PIC X(1).
          05 FILLER                    PIC X.
          05 EW-AGE-THRESHOLD-MINS     PIC X(5).
          05 FILLER                    PIC X.
          05 EW-CALENDAR-NAME          PIC X(8).
       01 DEPTH-THRESHOLD            PIC 9(9).

       01 HIGHEST-CHANGE-NUMBER      PIC 9(7) VALUE 0.
       01 FIRST-CHANGE-NUMBER        PIC 9(7) VALUE 0.

      ** numbers written into MQSC without their leading zeros
       01 NUMBER-VALUE               PIC 9(9).
       01 NUMBER-EDITED              PIC Z(8)9.
       01 NUMBER-TEXT                PIC X(9).
       01 NUMBER-LEADING             PIC S9(9) BINARY.
       01 DEPTH-TEXT                 PIC X(9).
       01 LENGTH-TEXT                PIC X(9).
       01 THRESHOLD-TEXT             PIC X(9).

       01 SCRIPT-BOQ-NAME            PIC X(48).
       01 SCRIPT-USER-ID             PIC X(12).
       01 SCRIPT-QUEUE-NAME          PIC X(48).
       01 SCRIPT-AUTHORITIES         PIC X(30).

       01 SCRIPT-COUNT               PIC 9(7) VALUE 0.
       01 STAGED-COUNT               PIC 9(7) VALUE 0.
       01 STAGED-PRODUCER-COUNT      PIC 9(7) VALUE 0.
       01 WS-DATE                    PIC 9(8).
       01 WS-TIME                    PIC 9(8).
       01 NOW-TIMESTAMP              PIC X(17).
       01 OUTCOME-TEXT               PIC X(60) VALUE SPACES.

      ** checklist line build areas
       01 REPORT-LINE                PIC X(132).
       01 REPORT-NUMBER              PIC Z(6)9.

      * Operator role checker interface (AMQ0ROL0)
       01 MY-ROLE-CHECK.
          COPY ROLCHKWS.

      * Common run-log interface - every program in the suite CALLs
      * AMQ0RLG0 at start-up and before GOBACK
       01 MY-RUN-LOG.
          COPY RUNLOGWS.

      ****************************************************************
       PROCEDURE DIVISION.
       P0.
      ** indicate that sample program has started
           DISPLAY 'AMQ0ONB0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0ONB0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO NOW-TIMESTAMP(1:8).
           MOVE '-' TO NOW-TIMESTAMP(9:1).
           MOVE WS-TIME TO NOW-TIMESTAMP(10:8).

           PERFORM GETPARMS.

      ** the operator's role must allow this run - a refusal is
      ** logged to MNULOG.DAT and alerted by AMQ0ROL0.  The operator
      ** is the maker of the inventory changes submitted
           MOVE 'AMQ0ONB0' TO ROL-PROGRAM-ID.
           MOVE '*' TO ROL-ACTION.
           MOVE 'AMQ0ONB0' TO ROL-CALLER-ID.
           MOVE 'Y' TO ROL-LOG-DENIAL.
           CALL 'AMQ0ROL0' USING ROL-CHECK-AREA.
           IF ROL-ALLOWED-FLAG IS NOT EQUAL TO 'Y'
             DISPLAY 'AMQ0ONB0 refused - role <' ROL-USER-ROLE
                 '> of user <' ROL-USER-ID '> may not run it'
             MOVE 'ROLE NOT ALLOWED' TO OUTCOME-TEXT
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADREQ
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM LOADINV
             PERFORM LOADPEND
             PERFORM LOADHIGH
             PERFORM VALAPPL
             PERFORM VALQUEUE
             PERFORM VALPROD
             IF CONTACT-COUNT IS EQUAL TO 0
               MOVE 'no C line - at least one owner contact is needed'
                 TO ERROR-TEXT
               PERFORM ADDERR
             END-IF
             IF ERROR-COUNT IS GREATER THAN 0
               MOVE 'ONBOARDING REQUEST HAS ERRORS' TO OUTCOME-TEXT
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Generate only from a request with no errors at all         *
      *                                                              *
      ****************************************************************
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             PERFORM GENMQSC
             PERFORM GENINV
             PERFORM GENAUTH
             PERFORM GENPROD
             PERFORM GENBASE
             PERFORM GENDICT
           END-IF.

           IF OUTCOME-TEXT IS NOT EQUAL TO 'ROLE NOT ALLOWED'
           AND OUTCOME-TEXT IS NOT EQUAL TO 'REQUEST FILE NOT FOUND'
             PERFORM CHKLIST
           END-IF.

           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE REQUESTED-QUEUE-COUNT TO REPORT-NUMBER
             DISPLAY 'application ' APPL-CODE ' - ' REPORT-NUMBER
                 ' queues and their backout queues generated'
             DISPLAY '   ' SCRIPT-COUNT ' MQSC lines to ONBMQSC.DAT, '
                 'inventory changes ' FIRST-CHANGE-NUMBER ' to '
                 HIGHEST-CHANGE-NUMBER ' pending approval'
             DISPLAY '   ' STAGED-COUNT ' control-file lines staged, '
                 'checklist in ONBRPT.DAT'
           ELSE
             DISPLAY 'onboarding refused - ' OUTCOME-TEXT
             PERFORM VARYING ERROR-INDEX FROM 1 BY 1
                 UNTIL ERROR-INDEX > ERROR-COUNT
               DISPLAY '   ' ER-TEXT(ERROR-INDEX)
             END-PERFORM
           END-IF.

      ** indicate that sample program has finished
           IF OUTCOME-TEXT IS EQUAL TO SPACES
             MOVE 'END-OK' TO RLG-STATUS
           ELSE
             MOVE 'END-ERR' TO RLG-STATUS
           END-IF.
           MOVE QUEUE-COUNT TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0ONB0 end'.
           IF RLG-STATUS IS EQUAL TO 'END-OK'
             MOVE ZERO TO RETURN-CODE
           ELSE
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Read the job parameters                                    *
      *                                                              *
      ****************************************************************
       GETPARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT REQUEST-FILE-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO REQUEST-FILE-NAME
           END-ACCEPT.
           IF REQUEST-FILE-NAME IS EQUAL TO SPACES
             MOVE 'ONBREQ.DAT' TO REQUEST-FILE-NAME
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the onboarding request into the application fields    *
      *   and the queue, contact and producer tables.  Blank lines   *
      *   and lines starting * are comments                          *
      *                                                              *
      ****************************************************************
       LOADREQ.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT ONBOARD-REQUEST-FILE.
           IF ONBOARD-REQUEST-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open ' REQUEST-FILE-NAME
                 ', file status ' ONBOARD-REQUEST-STATUS
             MOVE 'REQUEST FILE NOT FOUND' TO OUTCOME-TEXT
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ ONBOARD-REQUEST-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 ADD 1 TO LINE-NUMBER
                 EVALUATE OR-RECORD-TYPE
                   WHEN SPACE
                   WHEN '*'
                     CONTINUE
                   WHEN 'A'
                     ADD 1 TO APPL-LINE-COUNT
                     MOVE OR-APPL-CODE TO APPL-CODE
                     MOVE OR-APPL-USER-ID TO APPL-USER-ID
                     MOVE OR-APPL-DESCRIPTION TO APPL-DESCRIPTION
                   WHEN 'Q'
                     PERFORM LOADQ1
                   WHEN 'C'
                     IF CONTACT-COUNT IS LESS THAN 10
                       ADD 1 TO CONTACT-COUNT
                       MOVE OR-CONTACT-ROLE
                         TO CT-CONTACT-ROLE(CONTACT-COUNT)
                       MOVE OR-CONTACT-NAME
                         TO CT-CONTACT-NAME(CONTACT-COUNT)
                       MOVE OR-CONTACT-ADDRESS
                         TO CT-CONTACT-ADDRESS(CONTACT-COUNT)
                       IF OR-CONTACT-NAME IS EQUAL TO SPACES
                         MOVE SPACES TO ERROR-TEXT
                         STRING 'line ' LINE-NUMBER
                                ' - contact has no name'
                                DELIMITED BY SIZE
                           INTO ERROR-TEXT
                         PERFORM ADDERR
                       END-IF
                     ELSE
                       DISPLAY 'contact table full - contact '
                           OR-CONTACT-NAME ' skipped'
                     END-IF
                   WHEN 'P'
                     IF PRODUCER-COUNT IS LESS THAN 50
                       ADD 1 TO PRODUCER-COUNT
                       MOVE OR-PRODUCER-USER-ID
                         TO PT-USER-ID(PRODUCER-COUNT)
                       MOVE OR-PRODUCER-APPL
                         TO PT-PUT-APPL-NAME(PRODUCER-COUNT)
                       MOVE OR-PRODUCER-QUEUE
                         TO PT-QUEUE-NAME(PRODUCER-COUNT)
                     ELSE
                       MOVE SPACES TO ERROR-TEXT
                       STRING 'line ' LINE-NUMBER
                              ' - more than 50 producers'
                              DELIMITED BY SIZE
                         INTO ERROR-TEXT
                       PERFORM ADDERR
                     END-IF
                   WHEN OTHER
                     MOVE SPACES TO ERROR-TEXT
                     STRING 'line ' LINE-NUMBER
                            ' - line type ' OR-RECORD-TYPE
                            ' is not A, Q, C or P'
                            DELIMITED BY SIZE
                       INTO ERROR-TEXT
                     PERFORM ADDERR
                 END-EVALUATE
             END-READ
           END-PERFORM.
           IF ONBOARD-REQUEST-STATUS IS EQUAL TO '00'
           OR ONBOARD-REQUEST-STATUS IS EQUAL TO '10'
             CLOSE ONBOARD-REQUEST-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Check one Q line's own columns and add it to the queue     *
      *   table with its purpose's standard attributes               *
      *                                                              *
      ****************************************************************
       LOADQ1.
           MOVE 0 TO PURPOSE-MATCH.
           PERFORM VARYING PURPOSE-INDEX FROM 1 BY 1
               UNTIL PURPOSE-INDEX > PURPOSE-COUNT
             IF PD-PURPOSE(PURPOSE-INDEX) IS EQUAL TO OR-QUEUE-PURPOSE
             AND PURPOSE-INDEX IS NOT EQUAL TO BACKOUT-PURPOSE-INDEX
               MOVE PURPOSE-INDEX TO PURPOSE-MATCH
             END-IF
           END-PERFORM.

           MOVE SPACES TO ERROR-TEXT.
           IF OR-QUEUE-NAME IS EQUAL TO SPACES
             STRING 'line ' LINE-NUMBER ' - queue has no name'
                    DELIMITED BY SIZE
               INTO ERROR-TEXT
           ELSE
             IF PURPOSE-MATCH IS EQUAL TO 0
               STRING 'line ' LINE-NUMBER ' - purpose '
                      OR-QUEUE-PURPOSE
                      ' is not REQUEST, REPLY, EVENT or BATCH'
                      DELIMITED BY SIZE
                 INTO ERROR-TEXT
             ELSE
               IF OR-DAILY-VOLUME IS NOT NUMERIC
               OR OR-PEAK-HOURLY IS NOT NUMERIC
               OR OR-MAX-MSG-LENGTH IS NOT NUMERIC
                 STRING 'line ' LINE-NUMBER
                        ' - volumes and message length must be '
                        'zero-filled numbers'
                        DELIMITED BY SIZE
                   INTO ERROR-TEXT
               END-IF
             END-IF
           END-IF.
           IF ERROR-TEXT IS EQUAL TO SPACES
           AND REQUESTED-QUEUE-COUNT IS GREATER THAN OR EQUAL TO 20
             STRING 'line ' LINE-NUMBER
                    ' - more than 20 queues in one request'
                    DELIMITED BY SIZE
               INTO ERROR-TEXT
           END-IF.

           IF ERROR-TEXT IS NOT EQUAL TO SPACES
             PERFORM ADDERR
           ELSE
             ADD 1 TO REQUESTED-QUEUE-COUNT
             MOVE REQUESTED-QUEUE-COUNT TO QUEUE-COUNT
             MOVE OR-QUEUE-NAME TO QT-QUEUE-NAME(QUEUE-COUNT)
             MOVE PURPOSE-MATCH TO QT-PURPOSE-INDEX(QUEUE-COUNT)
             MOVE SPACES TO QT-BOQ-NAME(QUEUE-COUNT)
             MOVE OR-DAILY-VOLUME TO QT-DAILY-VOLUME(QUEUE-COUNT)
             MOVE OR-PEAK-HOURLY TO QT-PEAK-HOURLY(QUEUE-COUNT)
             MOVE 0 TO QT-CHANGE-NUMBER(QUEUE-COUNT)
      **     max depth holds the purpose's hours of peak volume, and
      **     never less than the purpose's standard
             MOVE PD-MAX-DEPTH(PURPOSE-MATCH)
               TO QT-MAX-DEPTH(QUEUE-COUNT)
             COMPUTE DEPTH-FOR-PEAK = QT-PEAK-HOURLY(QUEUE-COUNT)
                 * PD-PEAK-HOURS(PURPOSE-MATCH)
             IF DEPTH-FOR-PEAK IS GREATER THAN
                 QT-MAX-DEPTH(QUEUE-COUNT)
               MOVE DEPTH-FOR-PEAK TO QT-MAX-DEPTH(QUEUE-COUNT)
             END-IF
             IF OR-MAX-MSG-LENGTH IS EQUAL TO ZERO
               MOVE PD-MAX-MSG-LENGTH(PURPOSE-MATCH)
                 TO QT-MAX-MSG-LENGTH(QUEUE-COUNT)
             ELSE
               MOVE OR-MAX-MSG-LENGTH
                 TO QT-MAX-MSG-LENGTH(QUEUE-COUNT)
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Check the A line: exactly one, with a code and a service   *
      *   user id.  The code followed by a dot is the application's  *
      *   queue prefix                                               *
      *                                                              *
      ****************************************************************
       VALAPPL.
           MOVE SPACES TO ERROR-TEXT.
           EVALUATE TRUE
             WHEN APPL-LINE-COUNT IS EQUAL TO 0
               MOVE 'no A line - the application is not named'
                 TO ERROR-TEXT
             WHEN APPL-LINE-COUNT IS GREATER THAN 1
               MOVE 'more than one A line - one application per request'
                 TO ERROR-TEXT
             WHEN APPL-CODE IS EQUAL TO SPACES
               MOVE 'A line has no application code' TO ERROR-TEXT
             WHEN APPL-USER-ID IS EQUAL TO SPACES
               MOVE 'A line has no application service user id'
                 TO ERROR-TEXT
           END-EVALUATE.
           IF ERROR-TEXT IS NOT EQUAL TO SPACES
             PERFORM ADDERR
           ELSE
             MOVE 0 TO APPL-PREFIX-LENGTH
             INSPECT APPL-CODE TALLYING APPL-PREFIX-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
             MOVE APPL-CODE TO APPL-PREFIX
             ADD 1 TO APPL-PREFIX-LENGTH
             MOVE '.' TO APPL-PREFIX(APPL-PREFIX-LENGTH:1)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Check every requested queue against the application        *
      *   prefix, the rest of the request, the inventory and the     *
      *   pending changes, then add its backout queue                *
      *                                                              *
      ****************************************************************
       VALQUEUE.
           IF REQUESTED-QUEUE-COUNT IS EQUAL TO 0
             MOVE 'no Q line - the request names no queues'
               TO ERROR-TEXT
             PERFORM ADDERR
           END-IF.

           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > REQUESTED-QUEUE-COUNT
             MOVE SPACES TO ERROR-TEXT
             MOVE 0 TO QUEUE-NAME-LENGTH
             INSPECT QT-QUEUE-NAME(QUEUE-INDEX) TALLYING
               QUEUE-NAME-LENGTH FOR CHARACTERS BEFORE INITIAL SPACE
      **     room is kept for the .BOQ suffix of the backout queue
             IF QUEUE-NAME-LENGTH IS GREATER THAN 44
               STRING 'queue ' DELIMITED BY SIZE
                      QT-QUEUE-NAME(QUEUE-INDEX) DELIMITED BY SPACE
                      ' - name longer than 44 characters'
                      DELIMITED BY SIZE
                 INTO ERROR-TEXT
               PERFORM ADDERR
             END-IF
             IF APPL-PREFIX-LENGTH IS GREATER THAN 0
               IF QUEUE-NAME-LENGTH IS NOT GREATER THAN
                   APPL-PREFIX-LENGTH
               OR QT-QUEUE-NAME(QUEUE-INDEX)(1:APPL-PREFIX-LENGTH)
                   IS NOT EQUAL TO APPL-PREFIX(1:APPL-PREFIX-LENGTH)
                 MOVE SPACES TO ERROR-TEXT
                 STRING 'queue ' DELIMITED BY SIZE
                        QT-QUEUE-NAME(QUEUE-INDEX) DELIMITED BY SPACE
                        ' - name does not start with ' DELIMITED BY SIZE
                        APPL-PREFIX DELIMITED BY SPACE
                   INTO ERROR-TEXT
                 PERFORM ADDERR
               END-IF
             END-IF
             MOVE 0 TO QUEUE-MATCH
             PERFORM VARYING EARLIER-QUEUE-INDEX FROM 1 BY 1
                 UNTIL EARLIER-QUEUE-INDEX > QUEUE-INDEX - 1
               IF QT-QUEUE-NAME(EARLIER-QUEUE-INDEX) IS EQUAL TO
                   QT-QUEUE-NAME(QUEUE-INDEX)
                 MOVE EARLIER-QUEUE-INDEX TO QUEUE-MATCH
               END-IF
             END-PERFORM
             IF QUEUE-MATCH IS GREATER THAN 0
               MOVE SPACES TO ERROR-TEXT
               STRING 'queue ' DELIMITED BY SIZE
                      QT-QUEUE-NAME(QUEUE-INDEX) DELIMITED BY SPACE
                      ' - named twice in the request' DELIMITED BY SIZE
                 INTO ERROR-TEXT
               PERFORM ADDERR
             END-IF
             IF QUEUE-NAME-LENGTH IS NOT GREATER THAN 44
               MOVE QT-QUEUE-NAME(QUEUE-INDEX)
                 TO QT-BOQ-NAME(QUEUE-INDEX)
               MOVE '.BOQ'
                 TO QT-BOQ-NAME(QUEUE-INDEX)(QUEUE-NAME-LENGTH + 1:4)
             END-IF
             MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO SCRIPT-QUEUE-NAME
             PERFORM VALKNOWN
             IF QT-BOQ-NAME(QUEUE-INDEX) IS NOT EQUAL TO SPACES
               MOVE QT-BOQ-NAME(QUEUE-INDEX) TO SCRIPT-QUEUE-NAME
               PERFORM VALKNOWN
             END-IF
           END-PERFORM.

      **   the backout queues follow the requested queues
           IF ERROR-COUNT IS EQUAL TO 0
             PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                 UNTIL QUEUE-INDEX > REQUESTED-QUEUE-COUNT
               ADD 1 TO QUEUE-COUNT
               MOVE QT-BOQ-NAME(QUEUE-INDEX)
                 TO QT-QUEUE-NAME(QUEUE-COUNT)
               MOVE BACKOUT-PURPOSE-INDEX
                 TO QT-PURPOSE-INDEX(QUEUE-COUNT)
               MOVE SPACES TO QT-BOQ-NAME(QUEUE-COUNT)
               MOVE 0 TO QT-DAILY-VOLUME(QUEUE-COUNT)
               MOVE 0 TO QT-PEAK-HOURLY(QUEUE-COUNT)
               MOVE PD-MAX-DEPTH(BACKOUT-PURPOSE-INDEX)
                 TO QT-MAX-DEPTH(QUEUE-COUNT)
      **       a backout queue must take the largest message its
      **       queue can
               MOVE QT-MAX-MSG-LENGTH(QUEUE-INDEX)
                 TO QT-MAX-MSG-LENGTH(QUEUE-COUNT)
               MOVE 0 TO QT-CHANGE-NUMBER(QUEUE-COUNT)
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   A queue about to be onboarded must be new to MQINV.DAT and *
      *   to INVPEND.DAT                                             *
      *                                                              *
      ****************************************************************
       VALKNOWN.
           PERFORM VARYING KNOWN-QUEUE-INDEX FROM 1 BY 1
               UNTIL KNOWN-QUEUE-INDEX > KNOWN-QUEUE-COUNT
             IF KQ-QUEUE-NAME(KNOWN-QUEUE-INDEX) IS EQUAL TO
                 SCRIPT-QUEUE-NAME
               MOVE SPACES TO ERROR-TEXT
               STRING 'queue ' DELIMITED BY SIZE
                      SCRIPT-QUEUE-NAME DELIMITED BY SPACE
                      ' - already in ' DELIMITED BY SIZE
                      KQ-SOURCE(KNOWN-QUEUE-INDEX) DELIMITED BY SPACE
                 INTO ERROR-TEXT
               PERFORM ADDERR
               MOVE KNOWN-QUEUE-COUNT TO KNOWN-QUEUE-INDEX
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Every producer needs a user id and one of the request's    *
      *   queues, or * for all of them.  The user ids needing        *
      *   CONNECT authority are gathered here                        *
      *                                                              *
      ****************************************************************
       VALPROD.
           IF APPL-USER-ID IS NOT EQUAL TO SPACES
             MOVE APPL-USER-ID TO SCRIPT-USER-ID
             PERFORM ADDPRIN
           END-IF.
           PERFORM VARYING PRODUCER-INDEX FROM 1 BY 1
               UNTIL PRODUCER-INDEX > PRODUCER-COUNT
             IF PT-USER-ID(PRODUCER-INDEX) IS EQUAL TO SPACES
               MOVE SPACES TO ERROR-TEXT
               STRING 'producer for ' DELIMITED BY SIZE
                      PT-QUEUE-NAME(PRODUCER-INDEX) DELIMITED BY SPACE
                      ' - no user id' DELIMITED BY SIZE
                 INTO ERROR-TEXT
               PERFORM ADDERR
             ELSE
               MOVE PT-USER-ID(PRODUCER-INDEX) TO SCRIPT-USER-ID
               PERFORM ADDPRIN
             END-IF
             IF PT-PUT-APPL-NAME(PRODUCER-INDEX) IS EQUAL TO SPACES
               MOVE '*' TO PT-PUT-APPL-NAME(PRODUCER-INDEX)
             END-IF
             IF PT-QUEUE-NAME(PRODUCER-INDEX) IS NOT EQUAL TO '*'
               MOVE 0 TO QUEUE-MATCH
               PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                   UNTIL QUEUE-INDEX > REQUESTED-QUEUE-COUNT
                 IF QT-QUEUE-NAME(QUEUE-INDEX) IS EQUAL TO
                     PT-QUEUE-NAME(PRODUCER-INDEX)
                   MOVE QUEUE-INDEX TO QUEUE-MATCH
                 END-IF
               END-PERFORM
               IF QUEUE-MATCH IS EQUAL TO 0
                 MOVE SPACES TO ERROR-TEXT
                 STRING 'producer ' DELIMITED BY SIZE
                        PT-USER-ID(PRODUCER-INDEX) DELIMITED BY SPACE
                        ' - queue ' DELIMITED BY SIZE
                        PT-QUEUE-NAME(PRODUCER-INDEX)
                        DELIMITED BY SPACE
                        ' is not in the request' DELIMITED BY SIZE
                   INTO ERROR-TEXT
                 PERFORM ADDERR
               END-IF
             END-IF
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Add SCRIPT-USER-ID to the principals, once                 *
      *                                                              *
      ****************************************************************
       ADDPRIN.
           MOVE 0 TO PRINCIPAL-MATCH.
           PERFORM VARYING PRINCIPAL-INDEX FROM 1 BY 1
               UNTIL PRINCIPAL-INDEX > PRINCIPAL-COUNT
             IF PN-USER-ID(PRINCIPAL-INDEX) IS EQUAL TO SCRIPT-USER-ID
               MOVE PRINCIPAL-INDEX TO PRINCIPAL-MATCH
             END-IF
           END-PERFORM.
           IF PRINCIPAL-MATCH IS EQUAL TO 0
           AND PRINCIPAL-COUNT IS LESS THAN 51
             ADD 1 TO PRINCIPAL-COUNT
             MOVE SCRIPT-USER-ID TO PN-USER-ID(PRINCIPAL-COUNT)
           END-IF.

      ****************************************************************
      *                                                              *
      *   Record one error against the request                       *
      *                                                              *
      ****************************************************************
       ADDERR.
           IF ERROR-COUNT IS LESS THAN 50
             ADD 1 TO ERROR-COUNT
             MOVE ERROR-TEXT TO ER-TEXT(ERROR-COUNT)
           ELSE
             DISPLAY 'error table full - ' ERROR-TEXT
           END-IF.
           MOVE SPACES TO ERROR-TEXT.

      ****************************************************************
      *                                                              *
      *   Generate the MQSC: a DEFINE QLOCAL per queue with its      *
      *   purpose's standard attributes, CONNECT authority for the   *
      *   service user and every producer, the service user's GET    *
      *   authority on its queues and each producer's PUT authority  *
      *                                                              *
      ****************************************************************
       GENMQSC.
           OPEN EXTEND MQSC-SCRIPT-FILE.
           IF MQSC-SCRIPT-STATUS IS EQUAL TO '35'
             OPEN OUTPUT MQSC-SCRIPT-FILE
           END-IF.

           MOVE SPACES TO MQSC-SCRIPT-RECORD.
           STRING '* onboarding of application ' DELIMITED BY SIZE
                  APPL-CODE DELIMITED BY SPACE
                  ' - generated ' NOW-TIMESTAMP ' for '
                  DELIMITED BY SIZE
                  ROL-USER-ID DELIMITED BY SPACE
             INTO MQSC-SCRIPT-RECORD.
           PERFORM MQSCLINE.
           MOVE '* review, then run with runmqsc on the queue manager'
             TO MQSC-SCRIPT-RECORD.
           PERFORM MQSCLINE.

           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-COUNT
             MOVE QT-PURPOSE-INDEX(QUEUE-INDEX) TO PURPOSE-INDEX
             MOVE QT-MAX-DEPTH(QUEUE-INDEX) TO NUMBER-VALUE
             PERFORM NUMTEXT
             MOVE NUMBER-TEXT TO DEPTH-TEXT
             MOVE QT-MAX-MSG-LENGTH(QUEUE-INDEX) TO NUMBER-VALUE
             PERFORM NUMTEXT
             MOVE NUMBER-TEXT TO LENGTH-TEXT
             MOVE PD-BACKOUT-THRESHOLD(PURPOSE-INDEX) TO NUMBER-VALUE
             PERFORM NUMTEXT
             MOVE NUMBER-TEXT TO THRESHOLD-TEXT
             MOVE QT-BOQ-NAME(QUEUE-INDEX) TO SCRIPT-BOQ-NAME
             IF SCRIPT-BOQ-NAME IS EQUAL TO SPACES
               MOVE ' ' TO SCRIPT-BOQ-NAME
             END-IF

             MOVE SPACES TO MQSC-SCRIPT-RECORD
             PERFORM MQSCLINE
             MOVE SPACES TO MQSC-SCRIPT-RECORD
             STRING 'DEFINE QLOCAL(''' DELIMITED BY SIZE
                    QT-QUEUE-NAME(QUEUE-INDEX) DELIMITED BY SPACE
                    ''') +' DELIMITED BY SIZE
               INTO MQSC-SCRIPT-RECORD
             PERFORM MQSCLINE
             MOVE SPACES TO MQSC-SCRIPT-RECORD
             STRING '       DESCR(''' DELIMITED BY SIZE
                    APPL-CODE DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    PD-PURPOSE(PURPOSE-INDEX) DELIMITED BY SPACE
                    ' queue'') +' DELIMITED BY SIZE
               INTO MQSC-SCRIPT-RECORD
             PERFORM MQSCLINE
             MOVE SPACES TO MQSC-SCRIPT-RECORD
             STRING '       DEFPSIST(' DELIMITED BY SIZE
                    PD-PERSISTENCE(PURPOSE-INDEX) DELIMITED BY SPACE
                    ') MAXDEPTH(' DELIMITED BY SIZE
                    DEPTH-TEXT DELIMITED BY SPACE
                    ') MAXMSGL(' DELIMITED BY SIZE
                    LENGTH-TEXT DELIMITED BY SPACE
                    ') +' DELIMITED BY SIZE
               INTO MQSC-SCRIPT-RECORD
             PERFORM MQSCLINE
             MOVE SPACES TO MQSC-SCRIPT-RECORD
             IF QT-BOQ-NAME(QUEUE-INDEX) IS EQUAL TO SPACES
               STRING '       BOTHRESH(' DELIMITED BY SIZE
                      THRESHOLD-TEXT DELIMITED BY SPACE
                      ') BOQNAME('' '') +' DELIMITED BY SIZE
                 INTO MQSC-SCRIPT-RECORD
             ELSE
               STRING '       BOTHRESH(' DELIMITED BY SIZE
                      THRESHOLD-TEXT DELIMITED BY SPACE
                      ') BOQNAME(''' DELIMITED BY SIZE
                      SCRIPT-BOQ-NAME DELIMITED BY SPACE
                      ''') +' DELIMITED BY SIZE
                 INTO MQSC-SCRIPT-RECORD
             END-IF
             PERFORM MQSCLINE
             MOVE '       NOTRIGGER TRIGTYPE(FIRST) TRIGDPTH(1)'
               TO MQSC-SCRIPT-RECORD
             PERFORM MQSCLINE
           END-PERFORM.

           MOVE SPACES TO MQSC-SCRIPT-RECORD.
           PERFORM MQSCLINE.
           PERFORM VARYING PRINCIPAL-INDEX FROM 1 BY 1
               UNTIL PRINCIPAL-INDEX > PRINCIPAL-COUNT
             MOVE SPACES TO MQSC-SCRIPT-RECORD
             STRING 'SET AUTHREC OBJTYPE(QMGR) PRINCIPAL('''
                    DELIMITED BY SIZE
                    PN-USER-ID(PRINCIPAL-INDEX) DELIMITED BY SPACE
                    ''') +' DELIMITED BY SIZE
               INTO MQSC-SCRIPT-RECORD
             PERFORM MQSCLINE
             MOVE '       AUTHADD(CONNECT,INQ)' TO MQSC-SCRIPT-RECORD
             PERFORM MQSCLINE
           END-PERFORM.

      **   the service user reads its queues and puts to the backout
      **   queues when it backs a message out
           MOVE APPL-USER-ID TO SCRIPT-USER-ID.
           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-COUNT
             MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO SCRIPT-QUEUE-NAME
             IF QUEUE-INDEX IS GREATER THAN REQUESTED-QUEUE-COUNT
               MOVE 'PUT,GET,BROWSE,INQ' TO SCRIPT-AUTHORITIES
             ELSE
               MOVE 'GET,BROWSE,INQ' TO SCRIPT-AUTHORITIES
             END-IF
             PERFORM AUTHREC
           END-PERFORM.

           MOVE 'PUT,INQ' TO SCRIPT-AUTHORITIES.
           PERFORM VARYING PRODUCER-INDEX FROM 1 BY 1
               UNTIL PRODUCER-INDEX > PRODUCER-COUNT
             MOVE PT-USER-ID(PRODUCER-INDEX) TO SCRIPT-USER-ID
             PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                 UNTIL QUEUE-INDEX > REQUESTED-QUEUE-COUNT
               IF PT-QUEUE-NAME(PRODUCER-INDEX) IS EQUAL TO '*'
               OR PT-QUEUE-NAME(PRODUCER-INDEX) IS EQUAL TO
                   QT-QUEUE-NAME(QUEUE-INDEX)
                 MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO SCRIPT-QUEUE-NAME
                 PERFORM AUTHREC
               END-IF
             END-PERFORM
           END-PERFORM.

           CLOSE MQSC-SCRIPT-FILE.

      ****************************************************************
      *                                                              *
      *   One SET AUTHREC for SCRIPT-USER-ID on SCRIPT-QUEUE-NAME    *
      *                                                              *
      ****************************************************************
       AUTHREC.
      **   one keyword to a line - a 48-character profile on the same
      **   line as the rest would overrun the 80-byte script line
           MOVE 'SET AUTHREC +' TO MQSC-SCRIPT-RECORD.
           PERFORM MQSCLINE.
           MOVE SPACES TO MQSC-SCRIPT-RECORD.
           STRING '       PROFILE(''' DELIMITED BY SIZE
                  SCRIPT-QUEUE-NAME DELIMITED BY SPACE
                  ''') +' DELIMITED BY SIZE
             INTO MQSC-SCRIPT-RECORD.
           PERFORM MQSCLINE.
           MOVE '       OBJTYPE(QUEUE) +' TO MQSC-SCRIPT-RECORD.
           PERFORM MQSCLINE.
           MOVE SPACES TO MQSC-SCRIPT-RECORD.
           STRING '       PRINCIPAL(''' DELIMITED BY SIZE
                  SCRIPT-USER-ID DELIMITED BY SPACE
                  ''') AUTHADD(' DELIMITED BY SIZE
                  SCRIPT-AUTHORITIES DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
             INTO MQSC-SCRIPT-RECORD.
           PERFORM MQSCLINE.

      ****************************************************************
      *                                                              *
      *   Write one MQSC script line                                 *
      *                                                              *
      ****************************************************************
       MQSCLINE.
           WRITE MQSC-SCRIPT-RECORD.
           ADD 1 TO SCRIPT-COUNT.

      ****************************************************************
      *                                                              *
      *   NUMBER-VALUE as text without its leading zeros             *
      *                                                              *
      ****************************************************************
       NUMTEXT.
           MOVE NUMBER-VALUE TO NUMBER-EDITED.
           MOVE 0 TO NUMBER-LEADING.
           INSPECT NUMBER-EDITED TALLYING NUMBER-LEADING
             FOR LEADING SPACES.
           MOVE SPACES TO NUMBER-TEXT.
           MOVE NUMBER-EDITED(NUMBER-LEADING + 1:9 - NUMBER-LEADING)
             TO NUMBER-TEXT.

      ****************************************************************
      *                                                              *
      *   Submit the MQINV.DAT entry of every queue as a pending ADD *
      *   exactly as AMQ0ICH0 SUBMIT records one: the operator is    *
      *   the maker and another operator approves it with AMQ0ICH0   *
      *                                                              *
      ****************************************************************
       GENINV.
           OPEN EXTEND PENDING-FILE.
           IF PENDING-FILE-STATUS IS EQUAL TO '35'
             OPEN OUTPUT PENDING-FILE
           END-IF.
           OPEN EXTEND CHANGE-LOG.
           IF CHANGE-LOG-STATUS IS EQUAL TO '35'
             OPEN OUTPUT CHANGE-LOG
           END-IF.
           COMPUTE FIRST-CHANGE-NUMBER = HIGHEST-CHANGE-NUMBER + 1.

           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-COUNT
             MOVE QT-PURPOSE-INDEX(QUEUE-INDEX) TO PURPOSE-INDEX
             MOVE SPACES TO ENTRY-WORK
             MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO EW-QUEUE-NAME
             MOVE 'Q' TO EW-ENTRY-TYPE
      **     alert at four-fifths of the max depth
             COMPUTE DEPTH-THRESHOLD =
                 QT-MAX-DEPTH(QUEUE-INDEX) * 8 / 10
             MOVE DEPTH-THRESHOLD TO EW-DEPTH-THRESHOLD
             MOVE PD-CRITICAL-FLAG(PURPOSE-INDEX) TO EW-CRITICAL-FLAG
             MOVE PD-PURGE-AGE-DAYS(PURPOSE-INDEX) TO EW-PURGE-AGE-DAYS
             MOVE PD-STATS-FLAG(PURPOSE-INDEX) TO EW-STATS-FLAG
             IF QT-BOQ-NAME(QUEUE-INDEX) IS EQUAL TO SPACES
               MOVE 'N' TO EW-BACKOUT-FLAG
             ELSE
               MOVE 'Y' TO EW-BACKOUT-FLAG
             END-IF
             MOVE PD-BROWSE-FLAG(PURPOSE-INDEX) TO EW-BROWSE-FLAG
             MOVE APPL-CODE TO EW-OWNING-APPL
             MOVE PD-DUPCHECK-FLAG(PURPOSE-INDEX) TO EW-DUPCHECK-FLAG
             MOVE PD-AGE-THRESHOLD-MINS(PURPOSE-INDEX)
               TO EW-AGE-THRESHOLD-MINS

             ADD 1 TO HIGHEST-CHANGE-NUMBER
             MOVE HIGHEST-CHANGE-NUMBER TO QT-CHANGE-NUMBER(QUEUE-INDEX)
             MOVE SPACES TO PENDING-RECORD
             MOVE HIGHEST-CHANGE-NUMBER TO IP-CHANGE-NUMBER
             MOVE ROL-USER-ID TO IP-MAKER-ID
             MOVE NOW-TIMESTAMP TO IP-SUBMITTED
             MOVE 'ADD' TO IP-ACTION
             MOVE ENTRY-WORK TO IP-ENTRY
             WRITE PENDING-RECORD

             MOVE SPACES TO CHANGE-LOG-RECORD
             MOVE NOW-TIMESTAMP TO IC-TIMESTAMP
             MOVE HIGHEST-CHANGE-NUMBER TO IC-CHANGE-NUMBER
             MOVE 'SUBMIT' TO IC-EVENT
             MOVE 'ADD' TO IC-ACTION
             MOVE ROL-USER-ID TO IC-MAKER-ID
             MOVE 'PENDING APPROVAL' TO IC-OUTCOME
             MOVE ENTRY-WORK TO IC-ENTRY
             WRITE CHANGE-LOG-RECORD
           END-PERFORM.

           CLOSE PENDING-FILE.
           CLOSE CHANGE-LOG.

      ****************************************************************
      *                                                              *
      *   Stage the MSETAUTH.DAT line letting the service user       *
      *   request attribute changes on the application's queues      *
      *                                                              *
      ****************************************************************
       GENAUTH.
           OPEN EXTEND STAGED-AUTH-FILE.
           IF STAGED-AUTH-STATUS IS EQUAL TO '35'
             OPEN OUTPUT STAGED-AUTH-FILE
           END-IF.
           MOVE SPACES TO STAGED-AUTH-RECORD.
           MOVE APPL-USER-ID TO SA-USER-ID.
           MOVE APPL-PREFIX TO SA-QUEUE-PREFIX.
           WRITE STAGED-AUTH-RECORD.
           ADD 1 TO STAGED-COUNT.
           CLOSE STAGED-AUTH-FILE.

      ****************************************************************
      *                                                              *
      *   Stage a PRODREG.DAT line per producer and queue, so the    *
      *   producer census knows the required producers from the      *
      *   start                                                      *
      *                                                              *
      ****************************************************************
       GENPROD.
           OPEN EXTEND STAGED-PRODUCER-FILE.
           IF STAGED-PRODUCER-STATUS IS EQUAL TO '35'
             OPEN OUTPUT STAGED-PRODUCER-FILE
           END-IF.
           PERFORM VARYING PRODUCER-INDEX FROM 1 BY 1
               UNTIL PRODUCER-INDEX > PRODUCER-COUNT
             PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                 UNTIL QUEUE-INDEX > REQUESTED-QUEUE-COUNT
               IF PT-QUEUE-NAME(PRODUCER-INDEX) IS EQUAL TO '*'
               OR PT-QUEUE-NAME(PRODUCER-INDEX) IS EQUAL TO
                   QT-QUEUE-NAME(QUEUE-INDEX)
                 MOVE SPACES TO STAGED-PRODUCER-RECORD
                 MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO SP-QUEUE-NAME
                 MOVE PT-PUT-APPL-NAME(PRODUCER-INDEX)
                   TO SP-PUT-APPL-NAME
                 MOVE PT-USER-ID(PRODUCER-INDEX) TO SP-USER-ID
                 WRITE STAGED-PRODUCER-RECORD
                 ADD 1 TO STAGED-COUNT
                 ADD 1 TO STAGED-PRODUCER-COUNT
               END-IF
             END-PERFORM
           END-PERFORM.
           CLOSE STAGED-PRODUCER-FILE.

      ****************************************************************
      *                                                              *
      *   Stage the QBASE.DAT baseline of every queue - the values   *
      *   the generated MQSC sets, so AMQ0QBD0 reports no drift once *
      *   the script has run                                         *
      *                                                              *
      ****************************************************************
       GENBASE.
           OPEN EXTEND STAGED-BASELINE-FILE.
           IF STAGED-BASELINE-STATUS IS EQUAL TO '35'
             OPEN OUTPUT STAGED-BASELINE-FILE
           END-IF.
           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-COUNT
             MOVE QT-PURPOSE-INDEX(QUEUE-INDEX) TO PURPOSE-INDEX
             MOVE SPACES TO STAGED-BASELINE-RECORD
             MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO SB-QUEUE-NAME
             MOVE QT-MAX-DEPTH(QUEUE-INDEX) TO SB-MAX-Q-DEPTH
             MOVE QT-MAX-MSG-LENGTH(QUEUE-INDEX) TO SB-MAX-MSG-LENGTH
             MOVE PD-BACKOUT-THRESHOLD(PURPOSE-INDEX)
               TO SB-BACKOUT-THRESHOLD
             MOVE QT-BOQ-NAME(QUEUE-INDEX) TO SB-BACKOUT-REQ-Q-NAME
             MOVE MQTC-OFF TO SB-TRIGGER-CONTROL
             MOVE MQTT-FIRST TO SB-TRIGGER-TYPE
             MOVE 1 TO SB-TRIGGER-DEPTH
             IF PD-PERSISTENCE(PURPOSE-INDEX) IS EQUAL TO 'YES'
               MOVE MQPER-PERSISTENT TO SB-DEF-PERSISTENCE
             ELSE
               MOVE MQPER-NOT-PERSISTENT TO SB-DEF-PERSISTENCE
             END-IF
             WRITE STAGED-BASELINE-RECORD
             ADD 1 TO STAGED-COUNT
           END-PERFORM.
           CLOSE STAGED-BASELINE-FILE.

      ****************************************************************
      *                                                              *
      *   Stage one FMTDICT.DAT placeholder per requested queue -    *
      *   the real field layout is the application team's to give    *
      *                                                              *
      ****************************************************************
       GENDICT.
           OPEN EXTEND STAGED-DICTIONARY-FILE.
           IF STAGED-DICTIONARY-STATUS IS EQUAL TO '35'
             OPEN OUTPUT STAGED-DICTIONARY-FILE
           END-IF.
           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > REQUESTED-QUEUE-COUNT
             MOVE SPACES TO STAGED-DICTIONARY-RECORD
             MOVE 'Q' TO DCT-SCOPE-TYPE
             MOVE QT-QUEUE-NAME(QUEUE-INDEX) TO DCT-SCOPE-NAME
             MOVE 'TO-BE-GIVEN' TO DCT-FIELD-NAME
             MOVE 1 TO DCT-FIELD-OFFSET
             MOVE 1 TO DCT-FIELD-LENGTH
             MOVE 'X' TO DCT-FIELD-TYPE
             MOVE 'N' TO DCT-MANDATORY-FLAG
             MOVE SPACE TO DCT-EDIT-RULE
             WRITE STAGED-DICTIONARY-RECORD
             ADD 1 TO STAGED-COUNT
           END-PERFORM.
           CLOSE STAGED-DICTIONARY-FILE.

      ****************************************************************
      *                                                              *
      *   Write the onboarding checklist: the errors of a refused    *
      *   request, or what was generated and what is left to do      *
      *                                                              *
      ****************************************************************
       CHKLIST.
           OPEN OUTPUT CHECKLIST-REPORT.
           IF CHECKLIST-REPORT-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open ONBRPT.DAT, file status '
                 CHECKLIST-REPORT-STATUS
           ELSE
             MOVE SPACES TO REPORT-LINE
             STRING 'ONBOARDING CHECKLIST ' NOW-TIMESTAMP
                    ' application ' APPL-CODE ' - ' APPL-DESCRIPTION
                    DELIMITED BY SIZE
               INTO REPORT-LINE
             PERFORM RPTLINE
             MOVE SPACES TO REPORT-LINE
             STRING 'request file ' REQUEST-FILE-NAME
                    ' submitted by ' ROL-USER-ID
                    DELIMITED BY SIZE
               INTO REPORT-LINE
             PERFORM RPTLINE
             MOVE SPACES TO REPORT-LINE
             PERFORM RPTLINE
             IF OUTCOME-TEXT IS NOT EQUAL TO SPACES
               PERFORM CHKERRS
             ELSE
               PERFORM CHKDONE
               PERFORM CHKTODO
             END-IF
             CLOSE CHECKLIST-REPORT
           END-IF.

      ****************************************************************
      *                                                              *
      *   Checklist of a refused request - its errors                *
      *                                                              *
      ****************************************************************
       CHKERRS.
           MOVE 'REQUEST REFUSED - nothing was generated; correct the'
             TO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE '  request and run the job again' TO REPORT-LINE.
           PERFORM RPTLINE.
           PERFORM VARYING ERROR-INDEX FROM 1 BY 1
               UNTIL ERROR-INDEX > ERROR-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING '  ERROR ' ER-TEXT(ERROR-INDEX)
                    DELIMITED BY SIZE
               INTO REPORT-LINE
             PERFORM RPTLINE
           END-PERFORM.

      ****************************************************************
      *                                                              *
      *   Checklist - what was generated                             *
      *                                                              *
      ****************************************************************
       CHKDONE.
           MOVE 'GENERATED' TO REPORT-LINE.
           PERFORM RPTLINE.
           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-COUNT
             MOVE QT-PURPOSE-INDEX(QUEUE-INDEX) TO PURPOSE-INDEX
             MOVE QT-MAX-DEPTH(QUEUE-INDEX) TO NUMBER-VALUE
             PERFORM NUMTEXT
             MOVE SPACES TO REPORT-LINE
             STRING '  queue ' QT-QUEUE-NAME(QUEUE-INDEX) ' '
                    PD-PURPOSE(PURPOSE-INDEX) ' maxdepth '
                    NUMBER-TEXT ' change '
                    QT-CHANGE-NUMBER(QUEUE-INDEX)
                    DELIMITED BY SIZE
               INTO REPORT-LINE
             PERFORM RPTLINE
           END-PERFORM.
           MOVE SCRIPT-COUNT TO REPORT-NUMBER.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' REPORT-NUMBER
                  ' lines of MQSC appended to ONBMQSC.DAT'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE QUEUE-COUNT TO REPORT-NUMBER.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' REPORT-NUMBER
                  ' MQINV.DAT entries submitted to INVPEND.DAT as '
                  'changes ' FIRST-CHANGE-NUMBER ' to '
                  HIGHEST-CHANGE-NUMBER
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE '        1 MSETAUTH.DAT line staged in ONBAUTH.DAT'
             TO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE QUEUE-COUNT TO REPORT-NUMBER.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' REPORT-NUMBER
                  ' QBASE.DAT records staged in ONBBASE.DAT'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE REQUESTED-QUEUE-COUNT TO REPORT-NUMBER.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' REPORT-NUMBER
                  ' FMTDICT.DAT placeholders staged in ONBDICT.DAT'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE STAGED-PRODUCER-COUNT TO REPORT-NUMBER.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' REPORT-NUMBER
                  ' PRODREG.DAT lines staged in ONBPROD.DAT'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM RPTLINE.

      ****************************************************************
      *                                                              *
      *   Checklist - what still needs a human                       *
      *                                                              *
      ****************************************************************
       CHKTODO.
           MOVE 'STILL TO DO BY HAND, IN THIS ORDER' TO REPORT-LINE.
           PERFORM RPTLINE.
           STRING '  [ ] review ONBMQSC.DAT and run it with runmqsc '
                  'on the queue manager'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  [ ] approve changes ' FIRST-CHANGE-NUMBER ' to '
                  HIGHEST-CHANGE-NUMBER
                  ' with AMQ0ICH0 APPROVE - a checker '
                  'other than ' ROL-USER-ID
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           STRING '      (only once the queues exist), then run '
                  'AMQ0INV0 to regenerate the control lists'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           STRING '  [ ] append ONBAUTH.DAT to MSETAUTH.DAT and '
                  'ONBPROD.DAT to PRODREG.DAT'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           STRING '  [ ] append ONBBASE.DAT to QBASE.DAT, then run '
                  'AMQ0QBD0 COMPARE - it should report no drift'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           STRING '  [ ] replace each TO-BE-GIVEN line of ONBDICT.DAT '
                  'with the real message fields, then append'
                  DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE '      them to FMTDICT.DAT' TO REPORT-LINE.
           PERFORM RPTLINE.
           MOVE '  [ ] record the owner contacts with operations:'
             TO REPORT-LINE.
           PERFORM RPTLINE.
           PERFORM VARYING CONTACT-INDEX FROM 1 BY 1
               UNTIL CONTACT-INDEX > CONTACT-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING '        ' CT-CONTACT-ROLE(CONTACT-INDEX) ' '
                    CT-CONTACT-NAME(CONTACT-INDEX) ' '
                    CT-CONTACT-ADDRESS(CONTACT-INDEX)
                    DELIMITED BY SIZE
               INTO REPORT-LINE
             PERFORM RPTLINE
           END-PERFORM.
           IF PRODUCER-COUNT IS EQUAL TO 0
             STRING '  [ ] no producers were given - PUT authority '
                    'must be granted by hand'
                    DELIMITED BY SIZE
               INTO REPORT-LINE
             PERFORM RPTLINE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Write one checklist line                                   *
      *                                                              *
      ****************************************************************
       RPTLINE.
           MOVE REPORT-LINE TO CHECKLIST-REPORT-RECORD.
           WRITE CHECKLIST-REPORT-RECORD.
           MOVE SPACES TO REPORT-LINE.

      ****************************************************************
      *                                                              *
      *   Load the Q entry names of MQINV.DAT                        *
      *                                                              *
      ****************************************************************
       LOADINV.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF QI-ENTRY-TYPE IS EQUAL TO 'Q'
                   IF KNOWN-QUEUE-COUNT IS LESS THAN 1500
                     ADD 1 TO KNOWN-QUEUE-COUNT
                     MOVE QI-QUEUE-NAME
                       TO KQ-QUEUE-NAME(KNOWN-QUEUE-COUNT)
                     MOVE 'MQINV.DAT' TO KQ-SOURCE(KNOWN-QUEUE-COUNT)
                   ELSE
                     DISPLAY 'known-queue table full - '
                         QI-QUEUE-NAME ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF INVENTORY-FILE-STATUS IS EQUAL TO '00'
           OR INVENTORY-FILE-STATUS IS EQUAL TO '10'
             CLOSE INVENTORY-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Load the Q entries awaiting a checker, and the highest     *
      *   change number among them                                   *
      *                                                              *
      ****************************************************************
       LOADPEND.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ PENDING-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF IP-CHANGE-NUMBER IS NUMERIC
                 AND IP-CHANGE-NUMBER IS GREATER THAN
                     HIGHEST-CHANGE-NUMBER
                   MOVE IP-CHANGE-NUMBER TO HIGHEST-CHANGE-NUMBER
                 END-IF
                 IF IP-ENTRY(50:1) IS EQUAL TO 'Q'
                   IF KNOWN-QUEUE-COUNT IS LESS THAN 1500
                     ADD 1 TO KNOWN-QUEUE-COUNT
                     MOVE IP-ENTRY(1:48)
                       TO KQ-QUEUE-NAME(KNOWN-QUEUE-COUNT)
                     MOVE 'INVPEND.DAT'
                       TO KQ-SOURCE(KNOWN-QUEUE-COUNT)
                   ELSE
                     DISPLAY 'known-queue table full - '
                         IP-ENTRY(1:48) ' skipped'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF PENDING-FILE-STATUS IS EQUAL TO '00'
           OR PENDING-FILE-STATUS IS EQUAL TO '10'
             CLOSE PENDING-FILE
           END-IF.

      ****************************************************************
      *                                                              *
      *   The highest change number ever issued, from the change     *
      *   log, so a number is never reused once decided              *
      *                                                              *
      ****************************************************************
       LOADHIGH.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT CHANGE-LOG.
           IF CHANGE-LOG-STATUS IS NOT EQUAL TO '00'
             MOVE 'Y' TO END-OF-FILE-SWITCH
           END-IF.
           PERFORM WITH TEST BEFORE
               UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ CHANGE-LOG
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               NOT AT END
                 IF IC-CHANGE-NUMBER IS NUMERIC
                 AND IC-CHANGE-NUMBER IS GREATER THAN
                     HIGHEST-CHANGE-NUMBER
                   MOVE IC-CHANGE-NUMBER TO HIGHEST-CHANGE-NUMBER
                 END-IF
             END-READ
           END-PERFORM.
           IF CHANGE-LOG-STATUS IS EQUAL TO '00'
           OR CHANGE-LOG-STATUS IS EQUAL TO '10'
             CLOSE CHANGE-LOG
           END-IF.

      ****************************************************************
      *                                                              *
      * END OF AMQ0ONB0                                              *
      *                                                              *
      ****************************************************************
