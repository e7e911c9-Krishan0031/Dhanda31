       IDENTIFICATION DIVISION.
      ****************************************************************
      *                                                              *
      * Program name: AMQ0DSC0                                       *
      *                                                              *
      * Description: Unmanaged-queue discovery through the command   *
      *              server                                          *
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
      *   AMQ0DSC0 finds the live queues nobody ever inventoried.    *
      *   Every monitor in the suite works from MQINV.DAT, so a      *
      *   queue missing from it is watched by nothing:               *
      *                                                              *
      *      -- a PCF Inquire Queue Names command is put to          *
      *         SYSTEM.ADMIN.COMMAND.QUEUE and the MQCACF-Q-NAMES    *
      *         string list is taken from the reply                  *
      *                                                              *
      *      -- each name with no Q entry and no matching P prefix   *
      *         in MQINV.DAT is sent a PCF Inquire Queue for its     *
      *         type, current depth and open-input/open-output       *
      *         counts                                               *
      *                                                              *
      *      -- every unmanaged local, alias and remote queue is     *
      *         written to DSCRPT.DAT, and an MQINV.DAT-layout Q     *
      *         entry for it to DSCCAND.DAT with every threshold     *
      *         and flag left to inherit and the owner set to        *
      *         UNKNOWN, ready to be reviewed and merged             *
      *                                                              *
      *   Replies come back on a temporary dynamic queue opened      *
      *   from SYSTEM.DEFAULT.MODEL.QUEUE, matched on the request's  *
      *   message id.  Queue-manager-owned names (SYSTEM. and AMQ.)  *
      *   are never reported.  Alias and remote queues have no       *
      *   depth or open counts of their own and show zeros.          *
      *                                                              *
      *    Program logic:                                            *
      *         ACCEPT the generic name and reply wait               *
      *         load the MQINV.DAT Q entries and P prefixes          *
      *         MQCONNect to default queue manager                   *
      *         MQOPEN the dynamic reply queue                       *
      *         MQPUT1 Inquire Queue Names, MQGET the name list      *
      *         for each unmanaged name                              *
      *         .  MQPUT1 Inquire Queue, MQGET the attributes        *
      *         .  write DSCRPT.DAT and DSCCAND.DAT                  *
      *         MQCLOSE the reply queue                              *
      *         MQDISConnect, DISPLAY a one-line summary             *
      *                                                              *
      *                                                              *
      ****************************************************************
      *                                                              *
      *                                                              *
      *                                                              *
      *   Exceptions signaled:  none                                 *
      *   Exceptions monitored: none                                 *
      *                                                              *
      *   AMQ0DSC0 parameters: generic queue name (1st command-line  *
      *   argument, optional, default *); seconds to wait for each   *
      *   command-server reply (2nd, optional, default 30)           *
      *                                                              *
      ****************************************************************
       PROGRAM-ID. AMQ0DSC0.

      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** the master queue inventory - what is already managed
           SELECT INVENTORY-FILE ASSIGN TO 'MQINV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVENTORY-FILE-STATUS.

      ** one record per unmanaged queue found this run
           SELECT DISCOVERY-REPORT ASSIGN TO 'DSCRPT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISCOVERY-REPORT-STATUS.

      ** candidate MQINV.DAT entries for the unmanaged queues
           SELECT CANDIDATE-FILE ASSIGN TO 'DSCCAND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CANDIDATE-FILE-STATUS.

      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01 INVENTORY-RECORD.
          05 QI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X.
          05 QI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X(78).

       FD  DISCOVERY-REPORT.
       01 DISCOVERY-REPORT-RECORD.
          05 DR-TIMESTAMP              PIC X(17).
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-QUEUE-TYPE             PIC X(6).
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-CURRENT-DEPTH          PIC Z(8)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-OPEN-INPUT-COUNT       PIC Z(8)9.
          05 FILLER                    PIC X VALUE SPACE.
          05 DR-OPEN-OUTPUT-COUNT      PIC Z(8)9.

      ** identical layout to AMQ0INV0's INVENTORY-RECORD
       FD  CANDIDATE-FILE.
       01 CANDIDATE-RECORD.
          05 CI-QUEUE-NAME             PIC X(48).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-ENTRY-TYPE             PIC X(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-DEPTH-THRESHOLD        PIC 9(9).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-CRITICAL-FLAG          PIC X(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-PURGE-AGE-DAYS         PIC 9(5).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-STATS-FLAG             PIC X(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-BACKOUT-FLAG           PIC X(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-BROWSE-FLAG            PIC X(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-OWNING-APPL            PIC X(8).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-DUPCHECK-FLAG          PIC X(1).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-AGE-THRESHOLD-MINS     PIC 9(5).
          05 FILLER                    PIC X VALUE SPACE.
          05 CI-CALENDAR-NAME          PIC X(8).

       WORKING-STORAGE SECTION.
      *
      **  Declare MQI structures needed
      * MQI named constants
       01 MY-MQ-CONSTANTS.
          COPY CMQV.
      * Object Descriptor
       01 OBJECT-DESCRIPTOR.
          COPY CMQODV.
      * Message Descriptor
       01 MESSAGE-DESCRIPTOR.
          COPY CMQMDV.
      * Put message options
       01 PMOPTIONS.
          COPY CMQPMOV.
      * Get message options
       01 GMOPTIONS.
          COPY CMQGMOV.
      ** note, sample uses defaults where it can
       01 QM-NAME                    PIC X(48) VALUE SPACES.
       01 HCONN                      PIC S9(9) BINARY.
       01 Q-HANDLE                   PIC S9(9) BINARY.
       01 OPEN-OPTIONS               PIC S9(9) BINARY.
       01 COMPLETION-CODE            PIC S9(9) BINARY.
       01 CON-REASON                 PIC S9(9) BINARY.
       01 REASON                     PIC S9(9) BINARY.
       01 BUFFER                     PIC X(64000).
       01 BUFFER-LENGTH              PIC S9(9) BINARY.
       01 DATA-LENGTH                PIC S9(9) BINARY.

       01 INVENTORY-FILE-STATUS      PIC XX VALUE '00'.
       01 DISCOVERY-REPORT-STATUS    PIC XX VALUE '00'.
       01 CANDIDATE-FILE-STATUS      PIC XX VALUE '00'.
       01 END-OF-FILE-SWITCH         PIC X VALUE 'N'.

       01 COMMAND-QUEUE-NAME         PIC X(48)
           VALUE 'SYSTEM.ADMIN.COMMAND.QUEUE'.
      ** the replies come back on a temporary dynamic queue, gone as
      ** soon as this program closes it
       01 MODEL-QUEUE-NAME           PIC X(48)
           VALUE 'SYSTEM.DEFAULT.MODEL.QUEUE'.
       01 DYNAMIC-QUEUE-PREFIX       PIC X(48) VALUE 'AMQ0DSC0.*'.
       01 REPLY-QUEUE-NAME           PIC X(48) VALUE SPACES.
       01 REQUEST-MSGID              PIC X(24).

      ** job parameters
       01 PARM-GENERIC-NAME          PIC X(48) VALUE SPACES.
       01 PARM-WAIT-SECONDS          PIC 9(5) VALUE 0.

      ** the PCF command as sent: MQCFH, the MQCFST queue name, then
      ** either the MQCFIN queue type (Inquire Queue Names) or the
      ** MQCFIL attribute list (Inquire Queue)
       01 PCF-REQUEST                PIC X(136).
       01 PCF-REQUEST-LENGTH         PIC S9(9) BINARY.

      ** the PCF header, built for the command and overlaid on each
      ** reply - the same MQCFH overlay AMQ0EVM0 uses for events
       01 PCFH-AREA                  PIC X(36).
       01 PCF-HEADER REDEFINES PCFH-AREA.
          COPY CMQCFHL.

      ** MQCFST carrying the queue name or generic name
       01 PCF-STRING-AREA            PIC X(68).
       01 PCF-STRING-PARM REDEFINES PCF-STRING-AREA.
          03 PCFS-TYPE               PIC S9(9) BINARY.
          03 PCFS-STRUCLENGTH        PIC S9(9) BINARY.
          03 PCFS-PARAMETER          PIC S9(9) BINARY.
          03 PCFS-CODEDCHARSETID     PIC S9(9) BINARY.
          03 PCFS-STRINGLENGTH       PIC S9(9) BINARY.
          03 PCFS-STRING             PIC X(48).

      ** MQCFIN carrying the queue-type filter
       01 PCF-INTEGER-AREA           PIC X(16).
       01 PCF-INTEGER-PARM REDEFINES PCF-INTEGER-AREA.
          03 PCFI-TYPE               PIC S9(9) BINARY.
          03 PCFI-STRUCLENGTH        PIC S9(9) BINARY.
          03 PCFI-PARAMETER          PIC S9(9) BINARY.
          03 PCFI-VALUE              PIC S9(9) BINARY.

      ** MQCFIL carrying the attributes wanted from Inquire Queue
       01 PCF-LIST-AREA              PIC X(32).
       01 PCF-LIST-PARM REDEFINES PCF-LIST-AREA.
          03 PCFL-TYPE               PIC S9(9) BINARY.
          03 PCFL-STRUCLENGTH        PIC S9(9) BINARY.
          03 PCFL-PARAMETER          PIC S9(9) BINARY.
          03 PCFL-COUNT              PIC S9(9) BINARY.
          03 PCFL-VALUE              PIC S9(9) BINARY
                                     OCCURS 4 TIMES.

      ** one reply parameter's fixed prefix, overlaid at the walk
      ** offset: structure type, structure length, parameter id
       01 PCF-PARM-AREA              PIC X(12).
       01 PCF-PARM-PREFIX REDEFINES PCF-PARM-AREA.
          03 PCFP-TYPE               PIC S9(9) BINARY.
          03 PCFP-STRUCLENGTH        PIC S9(9) BINARY.
          03 PCFP-PARAMETER          PIC S9(9) BINARY.

      ** a single 4-byte integer inside a reply parameter
       01 PCF-INT-AREA               PIC X(4).
       01 PCF-INT-VALUE REDEFINES PCF-INT-AREA
                                     PIC S9(9) BINARY.

       01 PARM-OFFSET                PIC S9(9) BINARY.
       01 PARM-REMAINING             PIC S9(9) BINARY.
       01 STRING-LENGTH-WORK         PIC S9(9) BINARY.
       01 STRING-COUNT-WORK          PIC S9(9) BINARY.
       01 STRING-INDEX               PIC S9(9) BINARY.
       01 STRING-OFFSET              PIC S9(9) BINARY.

      ** N while the name list is being collected, Q while one
      ** queue's attributes are
       01 REPLY-KIND                 PIC X VALUE 'N'.
       01 REPLY-DONE-SWITCH          PIC X VALUE 'N'.
       01 COMMAND-FAILED-SWITCH      PIC X VALUE 'N'.

      ** the attributes decoded from one Inquire Queue reply
       01 REPLY-Q-TYPE               PIC S9(9) BINARY.
       01 REPLY-CURRENT-DEPTH        PIC S9(9) BINARY.
       01 REPLY-OPEN-INPUT-COUNT     PIC S9(9) BINARY.
       01 REPLY-OPEN-OUTPUT-COUNT    PIC S9(9) BINARY.
       01 QUEUE-TYPE-TEXT            PIC X(6).

      ** the names the queue manager returned
       01 NAME-TABLE.
          02 NT-QUEUE-NAME           PIC X(48) OCCURS 1000 TIMES.
       01 NAME-COUNT                 PIC S9(9) BINARY VALUE 0.
       01 NAME-INDEX                 PIC S9(9) BINARY.

      ** the inventory's Q entries and P prefixes
       01 QUEUE-TABLE.
          02 QT-QUEUE-NAME           PIC X(48) OCCURS 500 TIMES.
       01 QUEUE-ENTRY-COUNT          PIC S9(9) BINARY VALUE 0.
       01 QUEUE-INDEX                PIC S9(9) BINARY.
       01 PREFIX-TABLE.
          02 PREFIX-ENTRY OCCURS 50 TIMES.
             05 PT-PREFIX             PIC X(48).
             05 PT-PREFIX-LENGTH      PIC S9(9) BINARY.
       01 PREFIX-ENTRY-COUNT         PIC S9(9) BINARY VALUE 0.
       01 PREFIX-INDEX               PIC S9(9) BINARY.
       01 PREFIX-SCAN-LENGTH         PIC S9(9) BINARY.
       01 MANAGED-SWITCH             PIC X VALUE 'N'.

       01 MANAGED-COUNT              PIC 9(7) VALUE 0.
       01 SYSTEM-COUNT               PIC 9(7) VALUE 0.
       01 UNMANAGED-COUNT            PIC 9(7) VALUE 0.
       01 DISPLAY-DEPTH              PIC Z(8)9.

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
           DISPLAY 'AMQ0DSC0 start'.

      ** record this run in the shared run log
           MOVE 'AMQ0DSC0' TO RLG-PROGRAM-ID.
           MOVE 'START' TO RLG-STATUS.
           MOVE 0 TO RLG-RECORD-COUNT.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-GENERIC-NAME FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO PARM-GENERIC-NAME
           END-ACCEPT.
           IF PARM-GENERIC-NAME IS EQUAL TO SPACES
             MOVE '*' TO PARM-GENERIC-NAME
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT PARM-WAIT-SECONDS FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE 0 TO PARM-WAIT-SECONDS
           END-ACCEPT.
           IF PARM-WAIT-SECONDS IS EQUAL TO 0
             MOVE 30 TO PARM-WAIT-SECONDS
           END-IF.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO RUN-TIMESTAMP(1:8).
           MOVE '-' TO RUN-TIMESTAMP(9:1).
           MOVE WS-TIME TO RUN-TIMESTAMP(10:8).

           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
             DISPLAY 'Unable to open master inventory MQINV.DAT'
             MOVE 'END-ERR' TO RLG-STATUS
             MOVE 0 TO RLG-RECORD-COUNT
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM UNTIL END-OF-FILE-SWITCH IS EQUAL TO 'Y'
             READ INVENTORY-FILE
               AT END
                 MOVE 'Y' TO END-OF-FILE-SWITCH
             END-READ
             IF END-OF-FILE-SWITCH IS NOT EQUAL TO 'Y'
             AND QI-QUEUE-NAME IS NOT EQUAL TO SPACES
               IF QI-ENTRY-TYPE IS EQUAL TO 'P'
                 PERFORM LOADPFX
               ELSE
                 PERFORM LOADQ
               END-IF
             END-IF
           END-PERFORM.
           CLOSE INVENTORY-FILE.

           OPEN OUTPUT DISCOVERY-REPORT.
           OPEN OUTPUT CANDIDATE-FILE.

      ****************************************************************
      *                                                              *
      *   Connect to default queue manager                           *
      *                                                              *
      ****************************************************************
           CALL 'MQCONN'
            USING QM-NAME, HCONN,
            COMPLETION-CODE, CON-REASON.

      *      report reason and stop if it failed
           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQCONN ended with reason code ' CON-REASON
             MOVE CON-REASON TO RETURN-CODE
             GOBACK
             END-IF.

      ****************************************************************
      *                                                              *
      *   Open the temporary dynamic queue the replies come back on  *
      *                                                              *
      ****************************************************************
           MOVE MODEL-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE DYNAMIC-QUEUE-PREFIX TO MQOD-DYNAMICQNAME.
           ADD MQOO-INPUT-EXCLUSIVE MQOO-FAIL-IF-QUIESCING
                     GIVING OPEN-OPTIONS.
           CALL 'MQOPEN'
            USING HCONN, OBJECT-DESCRIPTOR,
            OPEN-OPTIONS, Q-HANDLE,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQOPEN of reply queue ended with reason code '
                 REASON
             MOVE 'Y' TO COMMAND-FAILED-SWITCH
           ELSE
      **     the queue manager returns the generated name in the
      **     object descriptor
             MOVE MQOD-OBJECTNAME TO REPLY-QUEUE-NAME
             MOVE SPACES TO MQOD-DYNAMICQNAME
           END-IF.

      ****************************************************************
      *                                                              *
      *   Ask the command server for every queue name, then each     *
      *   unmanaged one's attributes                                 *
      *                                                              *
      ****************************************************************
           IF COMMAND-FAILED-SWITCH IS EQUAL TO 'N'
             PERFORM NAMESREQ
             PERFORM VARYING NAME-INDEX FROM 1 BY 1
                 UNTIL NAME-INDEX > NAME-COUNT
                 OR COMMAND-FAILED-SWITCH IS EQUAL TO 'Y'
               PERFORM CHKNAME
             END-PERFORM

             MOVE MQCO-NONE TO OPEN-OPTIONS
             CALL 'MQCLOSE'
              USING HCONN, Q-HANDLE, OPEN-OPTIONS,
              COMPLETION-CODE, REASON
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQCLOSE ended with reason code ' REASON
             END-IF
           END-IF.

           CLOSE DISCOVERY-REPORT.
           CLOSE CANDIDATE-FILE.

      ****************************************************************
      *                                                              *
      *  Disconnect from queue manager (if not previously connected) *
      *                                                              *
      ****************************************************************
           IF CON-REASON IS NOT EQUAL TO MQRC-ALREADY-CONNECTED
             CALL 'MQDISC'
              USING HCONN, COMPLETION-CODE, REASON

      *      report reason, if any
             IF REASON IS NOT EQUAL TO MQRC-NONE
               DISPLAY 'MQDISC ended with reason code ' REASON
             END-IF
           END-IF.

           DISPLAY NAME-COUNT ' queues returned, ' MANAGED-COUNT
               ' managed, ' SYSTEM-COUNT ' queue-manager owned, '
               UNMANAGED-COUNT ' unmanaged'.
      ** indicate that sample program has finished
           MOVE NAME-COUNT TO RLG-RECORD-COUNT.
           IF COMMAND-FAILED-SWITCH IS EQUAL TO 'Y'
             MOVE 'END-ERR' TO RLG-STATUS
             CALL 'AMQ0RLG0' USING RLG-LOG-AREA
             DISPLAY 'AMQ0DSC0 end'
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE 'END-OK' TO RLG-STATUS.
           CALL 'AMQ0RLG0' USING RLG-LOG-AREA.
           DISPLAY 'AMQ0DSC0 end'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      *                                                              *
      *   Hold one inventory Q entry                                 *
      *                                                              *
      ****************************************************************
       LOADQ.
           IF QUEUE-ENTRY-COUNT IS LESS THAN 500
             ADD 1 TO QUEUE-ENTRY-COUNT
             MOVE QI-QUEUE-NAME TO QT-QUEUE-NAME(QUEUE-ENTRY-COUNT)
           ELSE
             DISPLAY 'inventory table full - ' QI-QUEUE-NAME
                 ' skipped'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Hold one inventory P entry with its significant length,    *
      *   the way AMQ0INV0 loads prefixes                            *
      *                                                              *
      ****************************************************************
       LOADPFX.
           IF PREFIX-ENTRY-COUNT IS LESS THAN 50
             ADD 1 TO PREFIX-ENTRY-COUNT
             MOVE QI-QUEUE-NAME TO PT-PREFIX(PREFIX-ENTRY-COUNT)
             MOVE 0 TO PREFIX-SCAN-LENGTH
             PERFORM VARYING PREFIX-SCAN-LENGTH FROM 48 BY -1
                 UNTIL PREFIX-SCAN-LENGTH IS EQUAL TO 0
                 OR QI-QUEUE-NAME(PREFIX-SCAN-LENGTH:1)
                    IS NOT EQUAL TO SPACE
               CONTINUE
             END-PERFORM
             MOVE PREFIX-SCAN-LENGTH
               TO PT-PREFIX-LENGTH(PREFIX-ENTRY-COUNT)
           ELSE
             DISPLAY 'prefix table full - ' QI-QUEUE-NAME
                 ' skipped'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Send Inquire Queue Names for the generic name across all   *
      *   queue types and collect the name list                      *
      *                                                              *
      ****************************************************************
       NAMESREQ.
           MOVE MQCMD-INQUIRE-Q-NAMES TO MQCFH-COMMAND.
           PERFORM BLDHDR.
           PERFORM BLDNAME.
           MOVE PARM-GENERIC-NAME TO PCFS-STRING.
           MOVE PCF-STRING-AREA TO PCF-REQUEST(37:68).

           MOVE MQCFT-INTEGER TO PCFI-TYPE.
           MOVE 16 TO PCFI-STRUCLENGTH.
           MOVE MQIA-Q-TYPE TO PCFI-PARAMETER.
           MOVE MQQT-ALL TO PCFI-VALUE.
           MOVE PCF-INTEGER-AREA TO PCF-REQUEST(105:16).
           MOVE 120 TO PCF-REQUEST-LENGTH.

           MOVE 'N' TO REPLY-KIND.
           PERFORM SENDCMD.
           IF COMMAND-FAILED-SWITCH IS EQUAL TO 'N'
             MOVE 'N' TO REPLY-DONE-SWITCH
             PERFORM GETREPLY
               UNTIL REPLY-DONE-SWITCH IS EQUAL TO 'Y'
           END-IF.

      ****************************************************************
      *                                                              *
      *   Decide whether one returned name is already managed and,   *
      *   if it is not, inquire on it and report it                  *
      *                                                              *
      ****************************************************************
       CHKNAME.
           MOVE 'N' TO MANAGED-SWITCH.
           IF NT-QUEUE-NAME(NAME-INDEX)(1:7) IS EQUAL TO 'SYSTEM.'
           OR NT-QUEUE-NAME(NAME-INDEX)(1:4) IS EQUAL TO 'AMQ.'
             ADD 1 TO SYSTEM-COUNT
             MOVE 'S' TO MANAGED-SWITCH
           END-IF.
           IF MANAGED-SWITCH IS EQUAL TO 'N'
             PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
                 UNTIL QUEUE-INDEX > QUEUE-ENTRY-COUNT
               IF QT-QUEUE-NAME(QUEUE-INDEX) IS EQUAL TO
                   NT-QUEUE-NAME(NAME-INDEX)
                 MOVE 'Y' TO MANAGED-SWITCH
                 MOVE QUEUE-ENTRY-COUNT TO QUEUE-INDEX
               END-IF
             END-PERFORM
           END-IF.
           IF MANAGED-SWITCH IS EQUAL TO 'N'
             PERFORM VARYING PREFIX-INDEX FROM 1 BY 1
                 UNTIL PREFIX-INDEX > PREFIX-ENTRY-COUNT
               IF PT-PREFIX-LENGTH(PREFIX-INDEX) IS GREATER THAN 0
                 IF NT-QUEUE-NAME(NAME-INDEX)
                     (1:PT-PREFIX-LENGTH(PREFIX-INDEX))
                     IS EQUAL TO PT-PREFIX(PREFIX-INDEX)
                     (1:PT-PREFIX-LENGTH(PREFIX-INDEX))
                   MOVE 'Y' TO MANAGED-SWITCH
                   MOVE PREFIX-ENTRY-COUNT TO PREFIX-INDEX
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

           IF MANAGED-SWITCH IS EQUAL TO 'Y'
             ADD 1 TO MANAGED-COUNT
           END-IF.
           IF MANAGED-SWITCH IS EQUAL TO 'N'
             PERFORM INQREQ
           END-IF.

      ****************************************************************
      *                                                              *
      *   Send Inquire Queue for one name and, when it comes back    *
      *   as a local, alias or remote queue, report it               *
      *                                                              *
      ****************************************************************
       INQREQ.
           MOVE MQCMD-INQUIRE-Q TO MQCFH-COMMAND.
           PERFORM BLDHDR.
           PERFORM BLDNAME.
           MOVE NT-QUEUE-NAME(NAME-INDEX) TO PCFS-STRING.
           MOVE PCF-STRING-AREA TO PCF-REQUEST(37:68).

           MOVE MQCFT-INTEGER-LIST TO PCFL-TYPE.
           MOVE 32 TO PCFL-STRUCLENGTH.
           MOVE MQIACF-Q-ATTRS TO PCFL-PARAMETER.
           MOVE 4 TO PCFL-COUNT.
           MOVE MQIA-Q-TYPE TO PCFL-VALUE(1).
           MOVE MQIA-CURRENT-Q-DEPTH TO PCFL-VALUE(2).
           MOVE MQIA-OPEN-INPUT-COUNT TO PCFL-VALUE(3).
           MOVE MQIA-OPEN-OUTPUT-COUNT TO PCFL-VALUE(4).
           MOVE PCF-LIST-AREA TO PCF-REQUEST(105:32).
           MOVE 136 TO PCF-REQUEST-LENGTH.

           MOVE 0 TO REPLY-Q-TYPE.
           MOVE 0 TO REPLY-CURRENT-DEPTH.
           MOVE 0 TO REPLY-OPEN-INPUT-COUNT.
           MOVE 0 TO REPLY-OPEN-OUTPUT-COUNT.
           MOVE 'Q' TO REPLY-KIND.
           PERFORM SENDCMD.
           IF COMMAND-FAILED-SWITCH IS EQUAL TO 'N'
             MOVE 'N' TO REPLY-DONE-SWITCH
             PERFORM GETREPLY
               UNTIL REPLY-DONE-SWITCH IS EQUAL TO 'Y'
             EVALUATE REPLY-Q-TYPE
               WHEN MQQT-LOCAL
                 MOVE 'LOCAL' TO QUEUE-TYPE-TEXT
                 PERFORM WRITEQ
               WHEN MQQT-ALIAS
                 MOVE 'ALIAS' TO QUEUE-TYPE-TEXT
                 PERFORM WRITEQ
               WHEN MQQT-REMOTE
                 MOVE 'REMOTE' TO QUEUE-TYPE-TEXT
                 PERFORM WRITEQ
               WHEN OTHER
      **         model and cluster queues, and names deleted since
      **         the list was taken
                 CONTINUE
             END-EVALUATE
           END-IF.

      ****************************************************************
      *                                                              *
      *   Build the MQCFH for a single-message command; the command  *
      *   code is already in MQCFH-COMMAND                           *
      *                                                              *
      ****************************************************************
       BLDHDR.
           MOVE MQCFT-COMMAND TO MQCFH-TYPE.
           MOVE MQCFH-STRUC-LENGTH TO MQCFH-STRUCLENGTH.
           MOVE MQCFH-VERSION-1 TO MQCFH-VERSION.
           MOVE 1 TO MQCFH-MSGSEQNUMBER.
           MOVE MQCFC-LAST TO MQCFH-CONTROL.
           MOVE MQCC-OK TO MQCFH-COMPCODE.
           MOVE MQRC-NONE TO MQCFH-REASON.
           MOVE 2 TO MQCFH-PARAMETERCOUNT.
           MOVE SPACES TO PCF-REQUEST.
           MOVE PCFH-AREA TO PCF-REQUEST(1:36).

      ****************************************************************
      *                                                              *
      *   Build the MQCFST queue-name parameter; the caller moves    *
      *   the name into PCFS-STRING                                  *
      *                                                              *
      ****************************************************************
       BLDNAME.
           MOVE MQCFT-STRING TO PCFS-TYPE.
           MOVE 68 TO PCFS-STRUCLENGTH.
           MOVE MQCA-Q-NAME TO PCFS-PARAMETER.
           MOVE 0 TO PCFS-CODEDCHARSETID.
           MOVE 48 TO PCFS-STRINGLENGTH.
           MOVE SPACES TO PCFS-STRING.

      ****************************************************************
      *                                                              *
      *   Put the built command to the command server - MQPUT1       *
      *   opens, puts and closes in one call - and keep the message  *
      *   id the replies will carry as their correlation id          *
      *                                                              *
      ****************************************************************
       SENDCMD.
           MOVE COMMAND-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           MOVE MQMT-REQUEST TO MQMD-MSGTYPE.
           MOVE MQRO-NONE TO MQMD-REPORT.
           MOVE MQFMT-ADMIN TO MQMD-FORMAT.
           MOVE MQPER-NOT-PERSISTENT TO MQMD-PERSISTENCE.
           MOVE REPLY-QUEUE-NAME TO MQMD-REPLYTOQ.
           MOVE SPACES TO MQMD-REPLYTOQMGR.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.

           CALL 'MQPUT1'
            USING HCONN, OBJECT-DESCRIPTOR,
            MESSAGE-DESCRIPTOR, PMOPTIONS,
            PCF-REQUEST-LENGTH, PCF-REQUEST,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             DISPLAY 'MQPUT1 (command) ended with reason code '
                 REASON
             MOVE 'Y' TO COMMAND-FAILED-SWITCH
           ELSE
             MOVE MQMD-MSGID TO REQUEST-MSGID
           END-IF.

      ****************************************************************
      *                                                              *
      *   Get one reply to the outstanding command and decode it;    *
      *   the last reply of the set carries MQCFC-LAST               *
      *                                                              *
      ****************************************************************
       GETREPLY.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE REQUEST-MSGID TO MQMD-CORRELID.
           MOVE SPACES TO BUFFER.
           ADD MQGMO-WAIT MQGMO-ACCEPT-TRUNCATED-MSG
                     GIVING MQGMO-OPTIONS.
           COMPUTE MQGMO-WAITINTERVAL = PARM-WAIT-SECONDS * 1000.
           MOVE 64000 TO BUFFER-LENGTH.

           CALL 'MQGET'
            USING HCONN, Q-HANDLE,
            MESSAGE-DESCRIPTOR, GMOPTIONS,
            BUFFER-LENGTH, BUFFER, DATA-LENGTH,
            COMPLETION-CODE, REASON.

           IF COMPLETION-CODE IS EQUAL TO MQCC-FAILED
             IF REASON IS EQUAL TO MQRC-NO-MSG-AVAILABLE
               DISPLAY 'no reply from the command server within '
                   PARM-WAIT-SECONDS ' seconds'
             ELSE
               DISPLAY 'MQGET (reply) ended with reason code ' REASON
             END-IF
             MOVE 'Y' TO COMMAND-FAILED-SWITCH
             MOVE 'Y' TO REPLY-DONE-SWITCH
           ELSE
             IF REASON IS EQUAL TO MQRC-TRUNCATED-MSG-ACCEPTED
               DISPLAY 'reply truncated at 64000 bytes - narrow the '
                   'generic name'
               MOVE 64000 TO DATA-LENGTH
             END-IF
             MOVE BUFFER(1:36) TO PCFH-AREA
             IF MQCFH-CONTROL IS EQUAL TO MQCFC-LAST
               MOVE 'Y' TO REPLY-DONE-SWITCH
             END-IF
             IF MQCFH-COMPCODE IS NOT EQUAL TO MQCC-OK
               DISPLAY 'command server replied with reason code '
                   MQCFH-REASON
               IF REPLY-KIND IS EQUAL TO 'N'
                 MOVE 'Y' TO COMMAND-FAILED-SWITCH
               END-IF
             ELSE
               MOVE 37 TO PARM-OFFSET
               MOVE MQCFH-PARAMETERCOUNT TO PARM-REMAINING
               PERFORM PARMWALK
                 UNTIL PARM-REMAINING IS LESS THAN OR EQUAL TO 0
                 OR PARM-OFFSET IS GREATER THAN DATA-LENGTH - 11
             END-IF
           END-IF.

      ****************************************************************
      *                                                              *
      *   Inspect one reply parameter structure and advance the      *
      *   walk offset past it                                        *
      *                                                              *
      ****************************************************************
       PARMWALK.
           MOVE BUFFER(PARM-OFFSET:12) TO PCF-PARM-AREA.
           IF PCFP-STRUCLENGTH IS LESS THAN OR EQUAL TO 0
      **     a malformed parameter would loop the walk forever -
      **     stop decoding this reply instead
             MOVE 0 TO PARM-REMAINING
           ELSE
             IF REPLY-KIND IS EQUAL TO 'N'
             AND PCFP-TYPE IS EQUAL TO MQCFT-STRING-LIST
             AND PCFP-PARAMETER IS EQUAL TO MQCACF-Q-NAMES
               PERFORM NAMELIST
             END-IF
             IF REPLY-KIND IS EQUAL TO 'Q'
             AND PCFP-TYPE IS EQUAL TO MQCFT-INTEGER
               MOVE BUFFER(PARM-OFFSET + 12:4) TO PCF-INT-AREA
               EVALUATE PCFP-PARAMETER
                 WHEN MQIA-Q-TYPE
                   MOVE PCF-INT-VALUE TO REPLY-Q-TYPE
                 WHEN MQIA-CURRENT-Q-DEPTH
                   MOVE PCF-INT-VALUE TO REPLY-CURRENT-DEPTH
                 WHEN MQIA-OPEN-INPUT-COUNT
                   MOVE PCF-INT-VALUE TO REPLY-OPEN-INPUT-COUNT
                 WHEN MQIA-OPEN-OUTPUT-COUNT
                   MOVE PCF-INT-VALUE TO REPLY-OPEN-OUTPUT-COUNT
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
             ADD PCFP-STRUCLENGTH TO PARM-OFFSET
             SUBTRACT 1 FROM PARM-REMAINING
           END-IF.

      ****************************************************************
      *                                                              *
      *   Take the names out of the MQCFSL: count and string length  *
      *   follow the CCSID, then the fixed-length strings            *
      *                                                              *
      ****************************************************************
       NAMELIST.
           MOVE BUFFER(PARM-OFFSET + 16:4) TO PCF-INT-AREA.
           MOVE PCF-INT-VALUE TO STRING-COUNT-WORK.
           MOVE BUFFER(PARM-OFFSET + 20:4) TO PCF-INT-AREA.
           MOVE PCF-INT-VALUE TO STRING-LENGTH-WORK.
           IF STRING-LENGTH-WORK IS GREATER THAN 48
             MOVE 48 TO STRING-LENGTH-WORK
           END-IF.
           IF STRING-LENGTH-WORK IS GREATER THAN 0
             MOVE PARM-OFFSET TO STRING-OFFSET
             ADD 24 TO STRING-OFFSET
             PERFORM VARYING STRING-INDEX FROM 1 BY 1
                 UNTIL STRING-INDEX > STRING-COUNT-WORK
                 OR STRING-OFFSET + STRING-LENGTH-WORK - 1
                    IS GREATER THAN DATA-LENGTH
               IF NAME-COUNT IS LESS THAN 1000
                 ADD 1 TO NAME-COUNT
                 MOVE SPACES TO NT-QUEUE-NAME(NAME-COUNT)
                 MOVE BUFFER(STRING-OFFSET:STRING-LENGTH-WORK)
                   TO NT-QUEUE-NAME(NAME-COUNT)
               ELSE
                 DISPLAY 'name table full - '
                     BUFFER(STRING-OFFSET:STRING-LENGTH-WORK)
                     ' skipped'
               END-IF
               ADD STRING-LENGTH-WORK TO STRING-OFFSET
             END-PERFORM
           END-IF.

      ****************************************************************
      *                                                              *
      *   Report one unmanaged queue and write its candidate         *
      *   inventory entry                                            *
      *                                                              *
      ****************************************************************
       WRITEQ.
           ADD 1 TO UNMANAGED-COUNT.
           MOVE RUN-TIMESTAMP TO DR-TIMESTAMP.
           MOVE NT-QUEUE-NAME(NAME-INDEX) TO DR-QUEUE-NAME.
           MOVE QUEUE-TYPE-TEXT TO DR-QUEUE-TYPE.
           MOVE REPLY-CURRENT-DEPTH TO DR-CURRENT-DEPTH.
           MOVE REPLY-OPEN-INPUT-COUNT TO DR-OPEN-INPUT-COUNT.
           MOVE REPLY-OPEN-OUTPUT-COUNT TO DR-OPEN-OUTPUT-COUNT.
           WRITE DISCOVERY-REPORT-RECORD.
           MOVE REPLY-CURRENT-DEPTH TO DISPLAY-DEPTH.
           DISPLAY 'UNMANAGED: ' NT-QUEUE-NAME(NAME-INDEX) ' '
               QUEUE-TYPE-TEXT ' depth ' DISPLAY-DEPTH.

      ** blank flags and zero thresholds inherit from a prefix or
      ** default, so the reviewer fills in only what matters
           MOVE SPACES TO CANDIDATE-RECORD.
           MOVE NT-QUEUE-NAME(NAME-INDEX) TO CI-QUEUE-NAME.
           MOVE 'Q' TO CI-ENTRY-TYPE.
           MOVE 0 TO CI-DEPTH-THRESHOLD.
           MOVE 0 TO CI-PURGE-AGE-DAYS.
           MOVE 'UNKNOWN' TO CI-OWNING-APPL.
           MOVE 0 TO CI-AGE-THRESHOLD-MINS.
           WRITE CANDIDATE-RECORD.

      ****************************************************************
      *                                                              *
      * END OF AMQ0DSC0                                              *
      *                                                              *
      ****************************************************************
