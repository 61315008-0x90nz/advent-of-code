           05  WS-DIRECTION             PIC X(12).
           05  WS-AMOUNT                PIC 9(9).

      * Sequenced feed records carry a sequence number, an hhmmss
      * timestamp and the console ID ahead of the direction and
      * amount; AVCD2P8 has already edited them, so they are only
      * split off here.
       01  WS-SEQ-NO                    PIC X(9).
       01  WS-SEQ-TIME                  PIC X(6).
       01  WS-SEQ-CONSOLE               PIC X(8).

      * SIGN IS TRAILING SEPARATE on every accumulator that gets
      * STRINGed into the reconciliation report, so the STRING copies
      * a readable digit-and-sign sequence instead of the raw
           88 WS-HORIZ-MISMATCH                         VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.
       01  WS-DATASET-NAME              PIC X(20)
                                         VALUE 'inst.txt'.

       MAINLINE SECTION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'AVCD_RUN_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' DATASET: '
                   WS-DATASET-NAME.
           OPEN INPUT INST-LIST.
           DISPLAY 'LATERAL: ', WS-LATERAL, ' HEADING: ', WS-HEADING.
           PERFORM WRITE-RECONCILIATION.
           PERFORM WRITE-RESULTS-MASTER.
           CLOSE RECON-FILE.
           STOP RUN.

       WRITE-RESULTS-MASTER.
                           DISPLAY 'WARNING: RESULTS MASTER WRITE '
                                   'FAILED, FILE STATUS '
                                   WS-MASTER-STATUS
                   ELSE
                           PERFORM WRITE-POSTED-RESULTS
                   END-IF
                   CLOSE MASTER-FILE
           END-IF.

      * The results posted are repeated at the foot of the report, so
      * AVCDRB1 can put them back from a retained generation.
       WRITE-POSTED-RESULTS.
           MOVE SPACES TO RECON-LINE.
           STRING 'RESULTS POSTED ' DELIMITED BY SIZE
                   MST-RUN-DATE    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   MST-PROGRAM     DELIMITED BY SPACE
                   ' '             DELIMITED BY SIZE
                   MST-DATASET     DELIMITED BY SPACE
                   INTO RECON-LINE.
           WRITE RECON-LINE.
           MOVE SPACES TO RECON-LINE.
           STRING '    '           DELIMITED BY SIZE
                   MST-RESULTS     DELIMITED BY SIZE
                   INTO RECON-LINE.
           WRITE RECON-LINE.

       PROCESS-LINE.
           PERFORM SPLIT-INSTRUCTION.
      * AVCD2P1's and AVCD2P2's horizontal totals are run through two
      * separate EVALUATEs against independent accumulators, rather
      * than one shared branch updating both -- otherwise the two
                           MOVE WS-HEADING-TMP TO WS-HEADING
           END-EVALUATE.

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

       PROCESS-LINE-P1.
           EVALUATE WS-DIRECTION
                   WHEN 'forward     '
                           INTO RECON-LINE
                   WRITE RECON-LINE
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
