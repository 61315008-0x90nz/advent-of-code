      * ---------------------------------------------------------------
      * Consolidated nightly exception report
      * ---------------------------------------------------------------
      * Exceptions live in at least six places -- avcd2p2.alert
      * (safety envelope breaches), avcd2p4.rpt (fleet separation
      * flags), avcd3p1.rpt (drift alarms, stuck bits and fleet
      * firmware suspects), avcd1p2.alert (sonar anomalies and
      * silent stations), avcdsb1.rpt (stations drifting off their
      * baseline) and avcdrv1.alert (the driver's LATE alert when
      * the night is projected to overrun its batch window) -- and
      * the overnight operator had to remember to open each one.
      * This step, run late in the AVCDRV1 suite, gathers every
      * alert produced tonight into one report avcdex1.rpt ordered

      * The alert sources in severity order: the safety envelope
      * outranks fleet separation, which outranks the diagnostic
      * word, which outranks sonar data quality, which outranks the
      * slower-moving station baseline drift. A late-running night
      * is about the batch, not the boats, and comes last.
       01  WS-SRC-COUNT                 PIC 9(2)        VALUE 6.
       01  WS-SRC-IDX                   PIC 9(2)        VALUE 0.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY             OCCURS 6 TIMES.
               10  WS-SRC-FILE          PIC X(20).
               10  WS-SRC-LABEL         PIC X(24).
               10  WS-SRC-CNT           PIC 9(9).
       01  WS-ERR-FILE                  PIC X(20).
       01  WS-ERR-OP                    PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.

      * Indexed results master: key results of every run are posted
      * under run date + program-id + dataset so the AVCDIQ1 inquiry
       MAINLINE SECTION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'AVCD_RUN_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF.
           PERFORM LOAD-SOURCE-TABLE.
           OPEN OUTPUT EXCP-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
           MOVE 'DIAGNOSTIC WORD' TO WS-SRC-LABEL(3).
           MOVE 'avcd1p2.alert' TO WS-SRC-FILE(4).
           MOVE 'SONAR DATA QUALITY' TO WS-SRC-LABEL(4).
           MOVE 'avcdsb1.rpt' TO WS-SRC-FILE(5).
           MOVE 'STATION BASELINE' TO WS-SRC-LABEL(5).
           MOVE 'avcdrv1.alert' TO WS-SRC-FILE(6).
           MOVE 'BATCH WINDOW' TO WS-SRC-LABEL(6).
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   MOVE 0 TO WS-SRC-CNT(WS-SRC-IDX)
                   WHEN 3
                           IF WS-LINE(1:8) = '** DRIFT'
                                   OR WS-LINE(1:6) = '** BIT'
                                   OR WS-LINE(1:11) = '** FIRMWARE'
                                   MOVE 'Y' TO WS-EXCP-FLAG
                           END-IF
                   WHEN 4
                                   OR WS-LINE(1:8) = 'STATION '
                                   MOVE 'Y' TO WS-EXCP-FLAG
                           END-IF
                   WHEN 5
                           IF WS-LINE(1:11) = '** STATION '
                                   MOVE 'Y' TO WS-EXCP-FLAG
                           END-IF
                   WHEN 6
                           IF WS-LINE(1:5) = 'LATE '
                                   MOVE 'Y' TO WS-EXCP-FLAG
                           END-IF
           END-EVALUATE.
           IF WS-EXCP-FLAG = 'Y'
                   IF COUNTING-PASS
                           WS-SRC-CNT(3) DELIMITED BY SIZE
                           ' SONAR: '    DELIMITED BY SIZE
                           WS-SRC-CNT(4) DELIMITED BY SIZE
                           ' LATE: '     DELIMITED BY SIZE
                           WS-SRC-CNT(6) DELIMITED BY SIZE
                           INTO MST-RESULTS
                   WRITE MASTER-RECORD
                   IF WS-MASTER-STATUS = '22'
