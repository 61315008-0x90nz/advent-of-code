           SELECT STATION-LIST ASSIGN TO DYNAMIC WS-INPUT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATION-LIST-STATUS.
           SELECT OPTIONAL CAL-LIST ASSIGN TO 'avcd1p2.cal'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-LIST-STATUS.
           SELECT MULTI-CKPT ASSIGN TO 'avcd1p2.ckpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MCKPT-STATUS.
       FD  STATION-LIST.
       01  STATION-LIST-LINE            PIC X(80).

      * Transducer calibration table, one entry per line:
      *   STATION <id> OFFSET: <n> SCALE: <s> FROM: <yyyymmdd>
       FD  CAL-LIST.
       01  CAL-LIST-LINE                PIC X(100).

       FD  MULTI-CKPT.
       01  MCKPT-RECORD                 PIC X(132).

       01 WS-CNT                        PIC 9(9)        VALUE 0.
       01 WS-REC-CNT                    PIC 9(9)        VALUE 0.
       01 WS-RUN-DATE                   PIC 9(8).
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01 WS-DATE-OVERRIDE              PIC X(8)        VALUE SPACES.
       01 WS-INPUT-FILE                 PIC X(80)
           VALUE 'input.txt'.
       01 WS-RUN-PARM                   PIC X(80).
               10 WS-STN-LAST-RAW       PIC 9(6).
               10 WS-STN-TIME-FLAG      PIC X.
               10 WS-STN-GAP-CNT        PIC 9(4).
               10 WS-STN-CAL-FLAG       PIC X.
               10 WS-STN-CAL-OFFSET     PIC S9(6).
               10 WS-STN-CAL-SCALE      PIC 9(3)V9(6).
               10 WS-STN-CAL-FROM       PIC 9(8).
      * Per-station band distribution: counts only, the overall
      * min/max/mean per band stays with the global band table.
       01 WS-STN-BAND-TABLE.
               10 WS-GAPRPT-FROM        PIC 9(6).
               10 WS-GAPRPT-TO          PIC 9(6).

      * Transducer calibration (STATION mode): avcd1p2.cal carries
      * an offset, a scale factor and an effective-from date per
      * station, and each station's readings are taken as
      *   raw x scale + offset, rounded
      * before the overflow and anomaly screens, the band tally and
      * the increase count ever see them. A station may have several
      * entries as its transducer is re-calibrated; the one in force
      * is the latest whose effective-from date is not after the run
      * date (a tie goes to the later line). A station with no entry
      * in force is read raw, but it is named in the report and the
      * alert file and ends the run with return code 4 -- an
      * uncalibrated transducer is not to be trusted quietly. A
      * calibrated depth below zero or past PIC 9(6) is an overflow.
       01 WS-CAL-LIST-STATUS            PIC XX.
       01 WS-CAL-EOF                    PIC X           VALUE 'N'.
       01 WS-CAL-PRESENT                PIC X           VALUE 'N'.
           88 CAL-FILE-PRESENT                          VALUE 'Y'.
       01 WS-CAL-LINE                   PIC X(100).
       01 WS-CAL-TOK-TABLE.
           05 WS-CAL-TOK                PIC X(20) OCCURS 9 TIMES.
       01 WS-CAL-OK                     PIC X           VALUE 'Y'.
       01 WS-CAL-DOTS                   PIC 9(2)        VALUE 0.
       01 WS-CAL-SIGNS                  PIC 9(2)        VALUE 0.
       01 WS-CAL-LEN                    PIC 9(2)        VALUE 0.
       01 WS-CAL-COUNT                  PIC 9(4)        VALUE 0.
       01 WS-CAL-BAD-CNT                PIC 9(4)        VALUE 0.
       01 WS-CAL-IDX                    PIC 9(4)        VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY              OCCURS 200 TIMES.
               10 WS-CAL-STN            PIC X(8).
               10 WS-CAL-OFFSET         PIC S9(6).
               10 WS-CAL-SCALE          PIC 9(3)V9(6).
               10 WS-CAL-FROM           PIC 9(8).
       01 WS-CAL-DEPTH                  PIC S9(11)      VALUE 0.
       01 WS-UNCAL-CNT                  PIC 9(4)        VALUE 0.
       01 WS-RPT-OFFSET                 PIC +9(6).
       01 WS-RPT-SCALE                  PIC 9(3).9(6).

      * FILE STATUS on every SELECT, checked after every OPEN/READ so
      * a missing/locked/empty file aborts the run with a clear
      * message and non-zero return code instead of silently
       MAINLINE SECTION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'AVCD_RUN_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM PARSE-RUN-PARM.
           PERFORM RESET-BAND-STATS.
                                   WS-GAP-LIMIT ' SECONDS'
                           MOVE 4 TO RETURN-CODE
                   END-IF
                   IF WS-UNCAL-CNT > 0
                           DISPLAY 'WARNING: ' WS-UNCAL-CNT
                                   ' STATION(S) WITH NO CALIBRATION '
                                   'IN FORCE, READINGS TAKEN RAW'
                           MOVE 4 TO RETURN-CODE
                   END-IF
                   STOP RUN
           END-IF.
           IF MULTI-MODE-ON
           END-IF.

       RUN-STATION-FEED.
           PERFORM LOAD-CALIBRATION.
           OPEN INPUT STATION-LIST.
           IF WS-STATION-LIST-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
           END-PERFORM.
           CLOSE STATION-LIST.
           PERFORM CHECK-TRAILING-SILENCE.
           PERFORM CHECK-UNCALIBRATED-STATIONS.
           DISPLAY 'Stations: ' WS-STN-COUNT
                   ' Number times increased: ' WS-CNT.

                   MOVE 999999 TO WS-STN-MIN(WS-STN-FOUND)
                   MOVE 'N' TO WS-STN-ACC-FLAG(WS-STN-FOUND)
                           WS-STN-TIME-FLAG(WS-STN-FOUND)
                   PERFORM FIND-STATION-CALIBRATION
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                           UNTIL WS-BAND-IDX > 50
                           MOVE 0 TO WS-STN-BAND-CNT(WS-STN-FOUND,

       VALIDATE-STATION-READING.
           MOVE 'N' TO WS-OVERFLOW-FLAG.
           PERFORM CALIBRATE-STATION-READING.
           IF WS-OVERFLOW
                   ADD 1 TO WS-OVERFLOW-CNT
                   ADD 1 TO WS-STN-OVER-CNT(WS-STN-FOUND)
                   IF WS-STN-CAL-FLAG(WS-STN-FOUND) = 'Y'
                           DISPLAY 'WARNING: calibrated reading '
                                   'outside 0-999999, skipped: '
                                   WS-NUMBER-RAW ' station '
                                   WS-STN-ID(WS-STN-FOUND)
                   ELSE
                           DISPLAY 'WARNING: reading overflows '
                                   'PIC 9(6), skipped: ', WS-NUMBER-RAW
                   END-IF
           ELSE
                   PERFORM SCREEN-STATION-ANOMALY
                   IF WS-ANOMALY
                   END-IF
           END-IF.

       CALIBRATE-STATION-READING.
      * Raw x scale + offset for a calibrated station, the raw depth
      * as it stands for one without; either way the result must fit
      * the unsigned PIC 9(6) every later screen works in.
           IF WS-STN-CAL-FLAG(WS-STN-FOUND) = 'Y'
                   COMPUTE WS-CAL-DEPTH ROUNDED = WS-NUMBER-RAW
                           * WS-STN-CAL-SCALE(WS-STN-FOUND)
                           + WS-STN-CAL-OFFSET(WS-STN-FOUND)
                           ON SIZE ERROR SET WS-OVERFLOW TO TRUE
                   END-COMPUTE
           ELSE
                   MOVE WS-NUMBER-RAW TO WS-CAL-DEPTH
           END-IF.
           IF NOT WS-OVERFLOW
                   IF WS-CAL-DEPTH < 0
                           SET WS-OVERFLOW TO TRUE
                   ELSE
                           COMPUTE WS-NUMBER = WS-CAL-DEPTH
                                   ON SIZE ERROR
                                           SET WS-OVERFLOW TO TRUE
                           END-COMPUTE
                   END-IF
           END-IF.

       SCREEN-STATION-ANOMALY.
      * The comparison base is the station's own previous accepted
      * reading: transducers sit at different depths, so screening
                   END-IF
           END-PERFORM.

       LOAD-CALIBRATION.
           OPEN INPUT CAL-LIST.
           IF WS-CAL-LIST-STATUS NOT = '00'
                   AND WS-CAL-LIST-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'CAL-LIST' TO WS-ERR-FILE
                   MOVE WS-CAL-LIST-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           IF WS-CAL-LIST-STATUS = '05'
                   DISPLAY 'WARNING: NO CALIBRATION FILE avcd1p2.cal, '
                           'EVERY STATION IS READ RAW'
                   MOVE 'Y' TO WS-CAL-EOF
           ELSE
                   SET CAL-FILE-PRESENT TO TRUE
           END-IF.
           PERFORM UNTIL WS-CAL-EOF = 'Y'
                   READ CAL-LIST INTO WS-CAL-LINE
                           AT END MOVE 'Y' TO WS-CAL-EOF
                           NOT AT END
                                   IF WS-CAL-LIST-STATUS NOT = '00'
                                     MOVE 'READ' TO WS-ERR-OP
                                     MOVE 'CAL-LIST' TO WS-ERR-FILE
                                     MOVE WS-CAL-LIST-STATUS
                                             TO WS-ERR-STATUS
                                     PERFORM ABORT-FILE-ERROR
                                   END-IF
                                   PERFORM LOAD-CALIBRATION-LINE
                   END-READ
           END-PERFORM.
           CLOSE CAL-LIST.
           DISPLAY 'Calibration entries: ' WS-CAL-COUNT
                   ' rejected: ' WS-CAL-BAD-CNT.

       LOAD-CALIBRATION-LINE.
      * Lines other than STATION entries are notes and pass in
      * silence; a STATION entry that does not parse is skipped with
      * a console warning (AVCDCE1 holds the suite on it before this
      * step runs).
           MOVE SPACES TO WS-CAL-TOK-TABLE.
           UNSTRING WS-CAL-LINE DELIMITED BY ALL SPACES
                   INTO WS-CAL-TOK(1) WS-CAL-TOK(2) WS-CAL-TOK(3)
                        WS-CAL-TOK(4) WS-CAL-TOK(5) WS-CAL-TOK(6)
                        WS-CAL-TOK(7) WS-CAL-TOK(8) WS-CAL-TOK(9).
           IF WS-CAL-TOK(1) = 'STATION'
                   PERFORM EDIT-CALIBRATION-ENTRY
                   IF WS-CAL-OK = 'N' OR WS-CAL-COUNT >= 200
                           ADD 1 TO WS-CAL-BAD-CNT
                           DISPLAY 'WARNING: calibration entry '
                                   'skipped: ' WS-CAL-LINE
                   ELSE
                           ADD 1 TO WS-CAL-COUNT
                           MOVE WS-CAL-TOK(2)
                                   TO WS-CAL-STN(WS-CAL-COUNT)
                           MOVE FUNCTION NUMVAL(WS-CAL-TOK(4))
                                   TO WS-CAL-OFFSET(WS-CAL-COUNT)
                           MOVE FUNCTION NUMVAL(WS-CAL-TOK(6))
                                   TO WS-CAL-SCALE(WS-CAL-COUNT)
                           MOVE WS-CAL-TOK(8)(1:8)
                                   TO WS-CAL-FROM(WS-CAL-COUNT)
                   END-IF
           END-IF.

       EDIT-CALIBRATION-ENTRY.
      * Station identifier at most eight characters; offset digits
      * with at most one sign, leading or trailing, and at most six
      * digits; scale digits with at most one decimal point, three
      * places before it and six after, and not zero; effective-from
      * eight digits; nothing after.
           MOVE 'Y' TO WS-CAL-OK.
           IF WS-CAL-TOK(2) = SPACES OR WS-CAL-TOK(2)(9:12) NOT = SPACES
                   OR WS-CAL-TOK(3) NOT = 'OFFSET:'
                   OR WS-CAL-TOK(5) NOT = 'SCALE:'
                   OR WS-CAL-TOK(7) NOT = 'FROM:'
                   OR WS-CAL-TOK(9) NOT = SPACES
                   MOVE 'N' TO WS-CAL-OK
           END-IF.
           MOVE 0 TO WS-CAL-LEN WS-CAL-SIGNS WS-DIGIT-LEN.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > 20
                   OR WS-CAL-TOK(4)(WS-CHR-IDX:1) = SPACE
                   ADD 1 TO WS-CAL-LEN
           END-PERFORM.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-CAL-LEN
                   IF WS-CAL-TOK(4)(WS-CHR-IDX:1) IS NUMERIC
                           ADD 1 TO WS-DIGIT-LEN
                   ELSE
                           IF (WS-CAL-TOK(4)(WS-CHR-IDX:1) = '+'
                               OR WS-CAL-TOK(4)(WS-CHR-IDX:1) = '-')
                               AND (WS-CHR-IDX = 1
                                   OR WS-CHR-IDX = WS-CAL-LEN)
                                   ADD 1 TO WS-CAL-SIGNS
                           ELSE
                                   MOVE 'N' TO WS-CAL-OK
                           END-IF
                   END-IF
           END-PERFORM.
           IF WS-DIGIT-LEN = 0 OR WS-DIGIT-LEN > 6
                   OR WS-CAL-SIGNS > 1
                   MOVE 'N' TO WS-CAL-OK
           END-IF.
           MOVE 0 TO WS-CAL-LEN WS-CAL-DOTS WS-DIGIT-LEN.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > 20
                   OR WS-CAL-TOK(6)(WS-CHR-IDX:1) = SPACE
                   IF WS-CAL-TOK(6)(WS-CHR-IDX:1) = '.'
                           ADD 1 TO WS-CAL-DOTS
                   ELSE
                           IF WS-CAL-TOK(6)(WS-CHR-IDX:1) IS NUMERIC
                                   IF WS-CAL-DOTS = 0
                                           ADD 1 TO WS-DIGIT-LEN
                                   ELSE
                                           ADD 1 TO WS-CAL-LEN
                                   END-IF
                           ELSE
                                   MOVE 'N' TO WS-CAL-OK
                           END-IF
                   END-IF
           END-PERFORM.
           IF WS-DIGIT-LEN + WS-CAL-LEN = 0 OR WS-DIGIT-LEN > 3
                   OR WS-CAL-LEN > 6 OR WS-CAL-DOTS > 1
                   MOVE 'N' TO WS-CAL-OK
           END-IF.
           IF WS-CAL-OK = 'Y'
                   IF FUNCTION NUMVAL(WS-CAL-TOK(6)) = 0
                           MOVE 'N' TO WS-CAL-OK
                   END-IF
           END-IF.
           IF WS-CAL-TOK(8)(1:8) IS NOT NUMERIC
                   OR WS-CAL-TOK(8)(9:12) NOT = SPACES
                   MOVE 'N' TO WS-CAL-OK
           END-IF.

       FIND-STATION-CALIBRATION.
           MOVE 'N' TO WS-STN-CAL-FLAG(WS-STN-FOUND).
           MOVE 0 TO WS-STN-CAL-OFFSET(WS-STN-FOUND)
                   WS-STN-CAL-FROM(WS-STN-FOUND).
           MOVE 1 TO WS-STN-CAL-SCALE(WS-STN-FOUND).
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   IF WS-CAL-STN(WS-CAL-IDX) = WS-STN-ID(WS-STN-FOUND)
                           AND WS-CAL-FROM(WS-CAL-IDX) <= WS-RUN-DATE
                           AND WS-CAL-FROM(WS-CAL-IDX) >=
                                   WS-STN-CAL-FROM(WS-STN-FOUND)
                           MOVE 'Y' TO WS-STN-CAL-FLAG(WS-STN-FOUND)
                           MOVE WS-CAL-OFFSET(WS-CAL-IDX)
                                   TO WS-STN-CAL-OFFSET(WS-STN-FOUND)
                           MOVE WS-CAL-SCALE(WS-CAL-IDX)
                                   TO WS-STN-CAL-SCALE(WS-STN-FOUND)
                           MOVE WS-CAL-FROM(WS-CAL-IDX)
                                   TO WS-STN-CAL-FROM(WS-STN-FOUND)
                   END-IF
           END-PERFORM.

       CHECK-UNCALIBRATED-STATIONS.
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1
                   UNTIL WS-STN-IDX > WS-STN-COUNT
                   IF WS-STN-CAL-FLAG(WS-STN-IDX) NOT = 'Y'
                           ADD 1 TO WS-UNCAL-CNT
                           PERFORM WRITE-UNCAL-ALERT
                   END-IF
           END-PERFORM.

       WRITE-UNCAL-ALERT.
           IF NOT WS-ALERT-OPEN
                   OPEN OUTPUT ALERT-FILE
                   IF WS-ALERT-FILE-STATUS NOT = '00'
                           MOVE 'OPEN' TO WS-ERR-OP
                           MOVE 'ALERT-FILE' TO WS-ERR-FILE
                           MOVE WS-ALERT-FILE-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
                   SET WS-ALERT-OPEN TO TRUE
                   MOVE SPACES TO ALERT-LINE
                   STRING 'RUN DATE: '  DELIMITED BY SIZE
                           WS-RUN-DATE  DELIMITED BY SIZE
                           ' TOLERANCE: ' DELIMITED BY SIZE
                           WS-ANOM-TOL  DELIMITED BY SIZE
                           INTO ALERT-LINE
                   WRITE ALERT-LINE
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'STATION '       DELIMITED BY SIZE
                   WS-STN-ID(WS-STN-IDX) DELIMITED BY SIZE
                   ' NO CALIBRATION IN FORCE, READ RAW'
                                   DELIMITED BY SIZE
                   ' DATASET: '    DELIMITED BY SIZE
                   WS-INPUT-FILE   DELIMITED BY SPACE
                   INTO ALERT-LINE.
           WRITE ALERT-LINE.

       WRITE-STATION-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
                   WS-STN-COUNT    DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF CAL-FILE-PRESENT
                   STRING 'CALIBRATION FILE: avcd1p2.cal ENTRIES: '
                                   DELIMITED BY SIZE
                           WS-CAL-COUNT    DELIMITED BY SIZE
                           ' REJECTED: '   DELIMITED BY SIZE
                           WS-CAL-BAD-CNT  DELIMITED BY SIZE
                           INTO REPORT-LINE
           ELSE
                   MOVE 'CALIBRATION FILE: avcd1p2.cal NOT PRESENT'
                           TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1
                   UNTIL WS-STN-IDX > WS-STN-COUNT
                   PERFORM WRITE-ONE-STATION-SECTION
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNCALIBRATED STATIONS: ' DELIMITED BY SIZE
                   WS-UNCAL-CNT    DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1
                   UNTIL WS-STN-IDX > WS-STN-COUNT
                   IF WS-STN-CAL-FLAG(WS-STN-IDX) NOT = 'Y'
                           MOVE SPACES TO REPORT-LINE
                           STRING '  STATION '  DELIMITED BY SIZE
                               WS-STN-ID(WS-STN-IDX) DELIMITED BY SIZE
                               ' READ RAW -- NO CALIBRATION IN FORCE'
                                               DELIMITED BY SIZE
                               INTO REPORT-LINE
                           WRITE REPORT-LINE
                   END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SILENT-STATION GAPS: ' DELIMITED BY SIZE
                   WS-GAP-TOTAL    DELIMITED BY SIZE
                   INTO REPORT-LINE.
                   WS-STN-GAP-CNT(WS-STN-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-STN-CAL-FLAG(WS-STN-IDX) = 'Y'
                   MOVE WS-STN-CAL-OFFSET(WS-STN-IDX) TO WS-RPT-OFFSET
                   MOVE WS-STN-CAL-SCALE(WS-STN-IDX) TO WS-RPT-SCALE
                   STRING '  CALIBRATION OFFSET: ' DELIMITED BY SIZE
                       WS-RPT-OFFSET  DELIMITED BY SIZE
                       ' SCALE: '     DELIMITED BY SIZE
                       WS-RPT-SCALE   DELIMITED BY SIZE
                       ' EFFECTIVE FROM: ' DELIMITED BY SIZE
                       WS-STN-CAL-FROM(WS-STN-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
           ELSE
                   MOVE '  CALIBRATION: NONE IN FORCE -- READ RAW'
                           TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF WS-STN-ACCEPTED(WS-STN-IDX) > 0
                   COMPUTE WS-STN-MEAN ROUNDED =
                           WS-STN-SUM(WS-STN-IDX)
