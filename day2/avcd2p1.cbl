       01  REJECT-LINE                  PIC X(100).

       FD  LEDGER-FILE.
       01  LEDGER-LINE                  PIC X(132).

       FD  MASTER-FILE.
       COPY avcdmstr.
           05  WS-DIRECTION             PIC X(12).
           05  WS-AMOUNT                PIC 9(9).

      * Sequenced feed records carry a sequence number, an hhmmss
      * timestamp and the console ID ahead of the direction and
      * amount; AVCD2P8 has already edited them, so they are only
      * split off here.
       01  WS-SEQ-NO                    PIC X(9).
       01  WS-SEQ-TIME                  PIC X(6).
       01  WS-SEQ-CONSOLE               PIC X(8).

      * Ledger suffix carrying the feed timestamp through to the
      * ledger; left blank for the classic record layout.
       01  WS-LEDGER-TIME               PIC X(13).

      * FILE STATUS on every SELECT, checked after every OPEN/READ so
      * a missing/locked file aborts the run with a clear message and
      * non-zero return code instead of silently processing nothing.
       01  WS-ERR-FILE                  PIC X(20).
       01  WS-ERR-OP                    PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.
       01  WS-INST-FILE                 PIC X(80)
                                         VALUE 'inst.txt'.


       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'AVCD_RUN_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' DATASET: '
           END-IF.

        PROCESS-LINE.
           PERFORM SPLIT-INSTRUCTION.
           EVALUATE WS-DIRECTION
                   WHEN 'forward     '
                           IF TRACK-MODE-ON
                   INTO REJECT-LINE.
           WRITE REJECT-LINE.

       SPLIT-INSTRUCTION.
           MOVE SPACES TO WS-SEQ-NO WS-SEQ-TIME WS-SEQ-CONSOLE.
           IF WS-LINE(1:1) IS NUMERIC
                   UNSTRING WS-LINE DELIMITED BY ALL SPACES
                           INTO WS-SEQ-NO WS-SEQ-TIME WS-SEQ-CONSOLE
                                WS-DIRECTION WS-AMOUNT
           ELSE
                   UNSTRING WS-LINE
                   DELIMITED BY SPACES
                   INTO WS-DIRECTION WS-AMOUNT
           END-IF.

       WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-LINE WS-LEDGER-TIME.
           IF WS-SEQ-TIME NOT = SPACES
                   STRING ' TIME: ' WS-SEQ-TIME DELIMITED BY SIZE
                           INTO WS-LEDGER-TIME
           END-IF.
           STRING 'LINE ' DELIMITED BY SIZE
                   WS-LINE-NUM DELIMITED BY SIZE
                   ' HORIZ: ' DELIMITED BY SIZE
                   WS-LATERAL DELIMITED BY SIZE
                   ' HEADING: ' DELIMITED BY SIZE
                   WS-HEADING DELIMITED BY SIZE
                   WS-LEDGER-TIME DELIMITED BY SIZE
                   INTO LEDGER-LINE.
           WRITE LEDGER-LINE.

