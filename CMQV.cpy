         05 MQRC-UNKNOWN-OBJECT-NAME     PIC S9(9) BINARY VALUE 2085.
         05 MQRC-UNKNOWN-ALIAS-BASE-Q    PIC S9(9) BINARY VALUE 2082.
         05 MQRC-NOT-AUTHORIZED          PIC S9(9) BINARY VALUE 2035.
         05 MQRC-OBJECT-IN-USE           PIC S9(9) BINARY VALUE 2042.
         05 MQRC-NO-MSG-AVAILABLE        PIC S9(9) BINARY VALUE 2033.
         05 MQRC-Q-MGR-QUIESCING         PIC S9(9) BINARY VALUE 2161.
         05 MQRC-Q-MGR-STOPPING          PIC S9(9) BINARY VALUE 2162.
         05 MQRC-CHANNEL-NOT-AVAILABLE   PIC S9(9) BINARY VALUE 2537.
         05 MQRC-UNKNOWN-CHANNEL-NAME    PIC S9(9) BINARY VALUE 2540.
         05 MQRC-DATA-LENGTH-ERROR       PIC S9(9) BINARY VALUE 2010.
         05 MQRC-MSG-TOO-BIG-FOR-Q       PIC S9(9) BINARY VALUE 2030.
         05 MQRC-MSG-TOO-BIG-FOR-CHANNEL PIC S9(9) BINARY VALUE 2218.

      **   Reason codes qualifying performance events
         05 MQRC-Q-DEPTH-HIGH            PIC S9(9) BINARY VALUE 2224.
         05 MQCFT-INTEGER                PIC S9(9) BINARY VALUE 3.
         05 MQCFT-STRING                 PIC S9(9) BINARY VALUE 4.

      **   PCF command messages to the command server
         05 MQCFT-COMMAND                PIC S9(9) BINARY VALUE 1.
         05 MQCFT-INTEGER-LIST           PIC S9(9) BINARY VALUE 5.
         05 MQCFT-STRING-LIST            PIC S9(9) BINARY VALUE 6.
         05 MQCFH-STRUC-LENGTH           PIC S9(9) BINARY VALUE 36.
         05 MQCFH-VERSION-1              PIC S9(9) BINARY VALUE 1.
         05 MQCFC-LAST                   PIC S9(9) BINARY VALUE 1.
         05 MQCMD-INQUIRE-Q              PIC S9(9) BINARY VALUE 13.
         05 MQCMD-INQUIRE-Q-NAMES        PIC S9(9) BINARY VALUE 18.
         05 MQIACF-Q-ATTRS               PIC S9(9) BINARY VALUE 1002.
         05 MQCACF-Q-NAMES               PIC S9(9) BINARY VALUE 3011.
         05 MQQT-ALL                     PIC S9(9) BINARY VALUE 1001.
         05 MQFMT-ADMIN                  PIC X(8) VALUE 'MQADMIN '.

      **   PCF parameter identifier for the event's queue name
         05 MQCA-BASE-Q-NAME             PIC S9(9) BINARY VALUE 2002.

         05 MQOO-OUTPUT                PIC S9(9) BINARY VALUE 16.
         05 MQOO-INQUIRE               PIC S9(9) BINARY VALUE 32.
         05 MQOO-SET                   PIC S9(9) BINARY VALUE 64.
         05 MQOO-SAVE-ALL-CONTEXT      PIC S9(9) BINARY VALUE 128.
         05 MQOO-PASS-ALL-CONTEXT      PIC S9(9) BINARY VALUE 512.
         05 MQOO-SET-ALL-CONTEXT       PIC S9(9) BINARY VALUE 2048.
         05 MQOO-FAIL-IF-QUIESCING     PIC S9(9) BINARY VALUE 8192.

      **   Close options
         05 MQPMO-NEW-MSG-ID           PIC S9(9) BINARY VALUE 4.
         05 MQPMO-NEW-CORREL-ID        PIC S9(9) BINARY VALUE 8.
         05 MQPMO-DEFAULT-CONTEXT      PIC S9(9) BINARY VALUE 32.
         05 MQPMO-PASS-ALL-CONTEXT     PIC S9(9) BINARY VALUE 512.
         05 MQPMO-SET-ALL-CONTEXT      PIC S9(9) BINARY VALUE 2048.

      **   MsgId / CorrelId "none" values (24 bytes of binary zeros)
         05 MQMI-NONE                  PIC X(24) VALUE LOW-VALUES.

      **   Feedback codes
         05 MQFB-NONE                  PIC S9(9) BINARY VALUE 0.
         05 MQFB-APPL-FIRST            PIC S9(9) BINARY VALUE 65536.

      **   Message persistence
         05 MQPER-NOT-PERSISTENT       PIC S9(9) BINARY VALUE 0.
         05 MQIA-CURRENT-Q-DEPTH       PIC S9(9) BINARY VALUE 3.
         05 MQIA-DEF-PRIORITY          PIC S9(9) BINARY VALUE 6.
         05 MQIA-INHIBIT-GET           PIC S9(9) BINARY VALUE 9.
         05 MQIA-INHIBIT-PUT           PIC S9(9) BINARY VALUE 10.
         05 MQIA-MAX-Q-DEPTH           PIC S9(9) BINARY VALUE 15.
         05 MQIA-OPEN-INPUT-COUNT      PIC S9(9) BINARY VALUE 17.
         05 MQIA-OPEN-OUTPUT-COUNT     PIC S9(9) BINARY VALUE 18.
         05 MQIA-TRIGGER-CONTROL       PIC S9(9) BINARY VALUE 24.
         05 MQIA-TRIGGER-TYPE          PIC S9(9) BINARY VALUE 28.
         05 MQIA-TRIGGER-DEPTH         PIC S9(9) BINARY VALUE 29.
         05 MQIA-MSG-DELIVERY-SEQUENCE PIC S9(9) BINARY VALUE 16.

      **   Character queue attribute selectors (MQINQ)
         05 MQCA-Q-NAME                PIC S9(9) BINARY VALUE 2016.
         05 MQCA-REMOTE-Q-MGR-NAME     PIC S9(9) BINARY VALUE 2017.
         05 MQCA-REMOTE-Q-NAME         PIC S9(9) BINARY VALUE 2018.
         05 MQCA-INITIATION-Q-NAME     PIC S9(9) BINARY VALUE 2008.
         05 MQCA-PROCESS-NAME          PIC S9(9) BINARY VALUE 2012.
         05 MQCA-BACKOUT-REQ-Q-NAME    PIC S9(9) BINARY VALUE 2019.
         05 MQCA-XMIT-Q-NAME           PIC S9(9) BINARY VALUE 2024.
         05 MQCA-TRIGGER-DATA          PIC S9(9) BINARY VALUE 2023.

      **   Character queue-manager attribute selectors (MQINQ)
         05 MQCA-DEAD-LETTER-Q-NAME    PIC S9(9) BINARY VALUE 2006.

      **   Trigger control and trigger type values
         05 MQTC-OFF                   PIC S9(9) BINARY VALUE 0.
         05 MQTC-ON                    PIC S9(9) BINARY VALUE 1.
         05 MQTT-NONE                  PIC S9(9) BINARY VALUE 0.
         05 MQTT-FIRST                 PIC S9(9) BINARY VALUE 1.
         05 MQTT-EVERY                 PIC S9(9) BINARY VALUE 2.
         05 MQTT-DEPTH                 PIC S9(9) BINARY VALUE 3.

      **   Message delivery sequence (MQIA-MSG-DELIVERY-SEQUENCE
      **   values)
         05 MQMDS-PRIORITY             PIC S9(9) BINARY VALUE 0.
         05 MQMDS-FIFO                 PIC S9(9) BINARY VALUE 1.

      **   Queue types (MQIA-Q-TYPE values)
         05 MQQT-LOCAL                 PIC S9(9) BINARY VALUE 1.
         05 MQCHT-SERVER                PIC S9(9) BINARY VALUE 3.
         05 MQCHT-RECEIVER             PIC S9(9) BINARY VALUE 2.
         05 MQCHT-CLNTCONN             PIC S9(9) BINARY VALUE 6.
         05 MQCHT-SVRCONN              PIC S9(9) BINARY VALUE 7.

      **   Channel transport types
         05 MQXPT-LU62                 PIC S9(9) BINARY VALUE 1.

      **   CONNX options
         05 MQCNO-NONE                 PIC S9(9) BINARY VALUE 0.
         05 MQCNO-HANDLE-SHARE-BLOCK   PIC S9(9) BINARY VALUE 64.

      **   Connect options structure version numbers
         05 MQCNO-VERSION-2            PIC S9(9) BINARY VALUE 2.
         05 MQFMT-STRING              PIC X(8) VALUE 'MQSTR   '.
         05 MQFMT-DEAD-LETTER-HEADER  PIC X(8) VALUE 'MQDEAD  '.
         05 MQFMT-DIST-HEADER         PIC X(8) VALUE 'MQHDIST '.
         05 MQFMT-TRIGGER             PIC X(8) VALUE 'MQTRIGGR'.

      **   Trigger message structure version and application type
         05 MQTM-VERSION-1             PIC S9(9) BINARY VALUE 1.
         05 MQAT-UNIX                  PIC S9(9) BINARY VALUE 6.

      **   Object descriptor version numbers
         05 MQOD-VERSION-2             PIC S9(9) BINARY VALUE 2.
