       01 WS-ERR-FILE                   PIC X(20).
       01 WS-ERR-OP                     PIC X(10).
       01 WS-RUN-DATE                   PIC 9(8).
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01 WS-DATE-OVERRIDE              PIC X(8)        VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'AVCD_RUN_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-RUN-PARM) TO WS-DEV-LIMIT
           END-IF.
           PERFORM WRITE-TREND-REPORT.
           PERFORM WRITE-RESULTS-MASTER.
           CLOSE REPORT-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY 'Trend report written for ', WS-DS-COUNT,
                   ' dataset(s), ', WS-SKIP-CNT, ' line(s) skipped'.
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
           MOVE SPACES TO REPORT-LINE.
           STRING 'RESULTS POSTED ' DELIMITED BY SIZE
                   MST-RUN-DATE    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   MST-PROGRAM     DELIMITED BY SPACE
                   ' '             DELIMITED BY SIZE
                   MST-DATASET     DELIMITED BY SPACE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    '           DELIMITED BY SIZE
                   MST-RESULTS     DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           COMPUTE WS-BAL-ACCEPTED = WS-LINE-NUM - WS-SKIP-CNT.
           OPEN EXTEND BAL-FILE.
                   PERFORM ANALYSE-DATASET
                   PERFORM WRITE-DATASET-SECTION
           END-PERFORM.

       WRITE-DATASET-SECTION.
           MOVE SPACES TO REPORT-LINE.
