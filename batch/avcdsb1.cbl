      * ---------------------------------------------------------------
      * Per-station sonar depth baseline and deviation report
      * ---------------------------------------------------------------
      * AVCD1P2 screens each reading against the one before it (TOL)
      * and each station against silence (GAP), so a transducer that
      * drifts a little deeper every week, or quietly reports half
      * its usual readings, never trips either. This step builds a
      * rolling baseline per station and per hour of day from the
      * last N nights held in the sonar history archive avcdhist.dat
      * (mean depth, spread and usual reading count), compares
      * tonight's readings with it and reports every station that is
      * reading consistently deeper or shallower than its baseline,
      * or reporting fewer readings than it normally does.
      *
      * Run parameter tokens:
      *   NIGHTS <n>       baseline length in nights (default 14)
      *   SIGMA <x.x>      deviation allowance in spreads (default 2.0)
      *   MINHRS <n>       hours that must deviate the same way before
      *                    a station is flagged (default 2)
      *   LOWPCT <n>       a station reporting under this percentage
      *                    of its usual count is flagged (default 50)
      *   DS <name>        archive dataset filter (default all)
      * Only STATION-layout readings carry a station and timestamp,
      * so only those enter the baseline. An hour deviates when its
      * mean tonight is more than SIGMA spreads (at least one depth
      * unit) from the baseline mean for that station and hour; a
      * station is flagged deeper or shallower when at least MINHRS
      * hours, and more than half the hours compared, deviate the
      * same way. A baseline of fewer than three nights is reported
      * as too short to judge. Any flagged station ends the run with
      * return code 4. The report is avcdsb1.rpt; its '** STATION'
      * lines are gathered into the nightly exceptions by AVCDEX1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDSB1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL HIST-FILE ASSIGN TO 'avcdhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-STATUS.
       SELECT BASELINE-REPORT ASSIGN TO 'avcdsb1.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       SELECT OPTIONAL MASTER-FILE ASSIGN TO 'avcdmstr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       SELECT BAL-FILE ASSIGN TO 'avcdbal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       COPY avcdhist.

       FD  BASELINE-REPORT.
       01  REPORT-LINE                  PIC X(132).

       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  BAL-FILE.
       01  BAL-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).
       01  WS-TOK-VAL                   PIC X(80).

      * Baseline limits (see the run parameter tokens above).
       01  WS-NIGHTS-WANTED             PIC 9(2)        VALUE 14.
       01  WS-SIGMA                     PIC 9(2)V9      VALUE 2.0.
       01  WS-MIN-HOURS                 PIC 9(2)        VALUE 2.
       01  WS-LOW-PCT                   PIC 9(3)        VALUE 50.
       01  WS-DS-FILTER                 PIC X(44)       VALUE SPACES.
       01  WS-MIN-NIGHTS                PIC 9(2)        VALUE 3.

      * The baseline nights: the last NIGHTS distinct run dates
      * before tonight holding station readings, oldest first. The
      * archive reads in key order, so a new date is always the
      * newest yet and the oldest drops off the front once the table
      * is full.
       01  WS-NIGHT-COUNT               PIC 9(2)        VALUE 0.
       01  WS-NIGHT-IDX                 PIC 9(2)        VALUE 0.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-DATE            PIC 9(8) OCCURS 99 TIMES.
       01  WS-LAST-DATE                 PIC 9(8)        VALUE 0.
       01  WS-BASE-FROM                 PIC 9(8)        VALUE 0.
       01  WS-BASE-TO                   PIC 9(8)        VALUE 0.
       01  WS-BASE-FLAG                 PIC X           VALUE 'N'.
           88  BASELINE-USABLE                          VALUE 'Y'.

      * One entry per station, one cell per hour of day (cell 1 is
      * hour 00). The baseline sums feed the mean; the squared
      * deviations, taken on a third pass once the mean is known,
      * feed the spread.
       01  WS-STN-COUNT                 PIC 9(2)        VALUE 0.
       01  WS-STN-IDX                   PIC 9(2)        VALUE 0.
       01  WS-STN-FOUND                 PIC 9(2)        VALUE 0.
       01  WS-STN-TABLE.
           05  WS-STN-ENTRY             OCCURS 50 TIMES.
               10  WS-STN-ID            PIC X(8).
               10  WS-STN-TONIGHT       PIC 9(9).
               10  WS-STN-BASE-CNT      PIC 9(9).
               10  WS-STN-USUAL         PIC 9(9)V99.
               10  WS-STN-COMPARED      PIC 9(2).
               10  WS-STN-DEEPER        PIC 9(2).
               10  WS-STN-SHALLOWER     PIC 9(2).
               10  WS-STN-VERDICT       PIC X(12).
               10  WS-STN-HOUR          OCCURS 24 TIMES.
                   15  WS-HR-BASE-CNT   PIC 9(9).
                   15  WS-HR-BASE-SUM   PIC 9(15).
                   15  WS-HR-BASE-SQ    PIC 9(18).
                   15  WS-HR-BASE-MEAN  PIC 9(10)V99.
                   15  WS-HR-NIGHT-CNT  PIC 9(9).
                   15  WS-HR-NIGHT-SUM  PIC 9(15).
       01  WS-HR-IDX                    PIC 9(2)        VALUE 0.
       01  WS-HOUR                      PIC 9(2)        VALUE 0.

      * Working values for judging one station-hour.
       01  WS-NIGHT-MEAN                PIC 9(10)V99    VALUE 0.
       01  WS-SPREAD                    PIC 9(10)V99    VALUE 0.
       01  WS-ALLOWANCE                 PIC 9(11)V99    VALUE 0.
       01  WS-DIFF                      PIC S9(11)V99   VALUE 0.
       01  WS-USUAL-HR                  PIC 9(9)V99     VALUE 0.
       01  WS-DEV                       PIC S9(11)V99   VALUE 0.
       01  WS-HOUR-DIR                  PIC X           VALUE SPACE.

      * Edited values for the report.
       01  WS-ED-MEAN                   PIC Z(9)9.99.
       01  WS-ED-BASE                   PIC Z(9)9.99.
       01  WS-ED-SPREAD                 PIC Z(9)9.99.
       01  WS-ED-USUAL                  PIC Z(8)9.
       01  WS-ED-SIGMA                  PIC Z9.9.
       01  WS-ED-CNT                    PIC Z(8)9.

       01  WS-READ-CNT                  PIC 9(9)        VALUE 0.
       01  WS-USED-CNT                  PIC 9(9)        VALUE 0.
       01  WS-UNUSED-CNT                PIC 9(9)        VALUE 0.
       01  WS-DEEPER-CNT                PIC 9(4)        VALUE 0.
       01  WS-SHALLOWER-CNT             PIC 9(4)        VALUE 0.
       01  WS-LOW-CNT                   PIC 9(4)        VALUE 0.
       01  WS-FLAGGED-CNT               PIC 9(4)        VALUE 0.
       01  WS-LINES-WRITTEN             PIC 9(9)        VALUE 0.

      * FILE STATUS on every SELECT, checked after every OPEN/READ/
      * WRITE so a missing/locked file aborts the run with a clear
      * message and non-zero return code. A missing archive is not an
      * error -- it simply holds no baseline yet.
       01  WS-HIST-STATUS               PIC XX.
       01  WS-REPORT-STATUS             PIC XX.
       01  WS-ERR-STATUS                PIC XX.
       01  WS-ERR-FILE                  PIC X(20).
       01  WS-ERR-OP                    PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.

      * Indexed results master: key results of every run are posted
      * under run date + program-id + dataset so the AVCDIQ1 inquiry
      * can answer for any past night. An unavailable master is a
      * console warning, not an abort.
       01  WS-MASTER-STATUS             PIC XX.

      * Control totals: every step appends one record to the common
      * balancing file avcdbal.dat (reset by AVCDRV1 at suite start)
      * for the AVCDBL1 balancing step to prove against. READ counts
      * the archive records of the baseline nights and tonight;
      * ACCEPTED the station readings among them that were used.
       01  WS-BAL-STATUS                PIC XX.

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
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' STATION BASELINE OVER '
                   WS-NIGHTS-WANTED ' NIGHT(S)'.
           PERFORM FIND-BASELINE-NIGHTS.
           PERFORM ACCUMULATE-READINGS.
           PERFORM COMPUTE-BASELINE-MEANS.
           PERFORM ACCUMULATE-SPREAD.
           OPEN OUTPUT BASELINE-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'BASELINE-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           IF BASELINE-USABLE
                   PERFORM VARYING WS-STN-IDX FROM 1 BY 1
                           UNTIL WS-STN-IDX > WS-STN-COUNT
                           PERFORM JUDGE-ONE-STATION
                   END-PERFORM
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-RESULTS-MASTER.
           CLOSE BASELINE-REPORT.
           PERFORM WRITE-CONTROL-TOTALS.
           IF WS-FLAGGED-CNT > 0
                   DISPLAY 'WARNING: ' WS-FLAGGED-CNT ' STATION(S) '
                           'OFF BASELINE, SEE avcdsb1.rpt'
                   MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PARSE-RUN-PARM.
           MOVE SPACES TO WS-PARM-TOK-TABLE.
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
                   INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                        WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                        WS-PARM-TOK(7) WS-PARM-TOK(8).
           MOVE 1 TO WS-TOK-IDX.
           PERFORM UNTIL WS-TOK-IDX > 8
                   EVALUATE WS-PARM-TOK(WS-TOK-IDX)
                           WHEN SPACES
                                   CONTINUE
                           WHEN 'NIGHTS'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-NIGHTS-WANTED
                                   IF WS-NIGHTS-WANTED = 0
                                           DISPLAY 'ERROR: NIGHTS '
                                                   'MUST BE 1 TO 99'
                                           MOVE 16 TO RETURN-CODE
                                           STOP RUN
                                   END-IF
                           WHEN 'SIGMA'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-SIGMA
                           WHEN 'MINHRS'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-MIN-HOURS
                           WHEN 'LOWPCT'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-LOW-PCT
                           WHEN 'DS'
                                   PERFORM GET-PARM-VALUE
                                   MOVE WS-TOK-VAL TO WS-DS-FILTER
                           WHEN OTHER
                                   DISPLAY 'ERROR: UNKNOWN RUN '
                                           'PARAMETER '
                                           WS-PARM-TOK(WS-TOK-IDX)
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                   END-EVALUATE
                   ADD 1 TO WS-TOK-IDX
           END-PERFORM.

       GET-PARM-VALUE.
           ADD 1 TO WS-TOK-IDX.
           IF WS-TOK-IDX > 8
                   MOVE SPACES TO WS-TOK-VAL
           ELSE
                   MOVE WS-PARM-TOK(WS-TOK-IDX) TO WS-TOK-VAL
           END-IF.
           IF WS-TOK-VAL = SPACES
                   DISPLAY 'ERROR: RUN PARAMETER KEYWORD '
                           WS-PARM-TOK(WS-TOK-IDX - 1)
                           ' HAS NO VALUE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       OPEN-HIST-FILE.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
                   AND WS-HIST-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'HIST-FILE' TO WS-ERR-FILE
                   MOVE WS-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE 'N' TO WS-EOF.

       READ-HIST-FILE.
           READ HIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N' AND WS-HIST-STATUS NOT = '00'
                   MOVE 'READ' TO WS-ERR-OP
                   MOVE 'HIST-FILE' TO WS-ERR-FILE
                   MOVE WS-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       FIND-BASELINE-NIGHTS.
      * Pass one: which nights make up the baseline.
           PERFORM OPEN-HIST-FILE.
           PERFORM READ-HIST-FILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   IF HST-RUN-DATE < WS-RUN-DATE
                           AND HST-STATION NOT = SPACES
                           AND (WS-DS-FILTER = SPACES
                                   OR HST-DATASET = WS-DS-FILTER)
                           AND HST-RUN-DATE NOT = WS-LAST-DATE
                           PERFORM ADD-BASELINE-NIGHT
                   END-IF
                   PERFORM READ-HIST-FILE
           END-PERFORM.
           CLOSE HIST-FILE.
           IF WS-NIGHT-COUNT > 0
                   MOVE WS-NIGHT-DATE(1) TO WS-BASE-FROM
                   MOVE WS-NIGHT-DATE(WS-NIGHT-COUNT) TO WS-BASE-TO
           END-IF.
           IF WS-NIGHT-COUNT >= WS-MIN-NIGHTS
                   SET BASELINE-USABLE TO TRUE
           END-IF.

       ADD-BASELINE-NIGHT.
           MOVE HST-RUN-DATE TO WS-LAST-DATE.
           IF WS-NIGHT-COUNT < WS-NIGHTS-WANTED
                   ADD 1 TO WS-NIGHT-COUNT
           ELSE
                   PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                           UNTIL WS-NIGHT-IDX >= WS-NIGHT-COUNT
                           MOVE WS-NIGHT-DATE(WS-NIGHT-IDX + 1)
                                   TO WS-NIGHT-DATE(WS-NIGHT-IDX)
                   END-PERFORM
           END-IF.
           MOVE HST-RUN-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT).

       ACCUMULATE-READINGS.
      * Pass two: baseline and tonight sums per station-hour.
           PERFORM OPEN-HIST-FILE.
           PERFORM READ-HIST-FILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   IF (WS-DS-FILTER = SPACES
                           OR HST-DATASET = WS-DS-FILTER)
                   AND ((WS-NIGHT-COUNT > 0
                           AND HST-RUN-DATE >= WS-BASE-FROM
                           AND HST-RUN-DATE <= WS-BASE-TO)
                       OR HST-RUN-DATE = WS-RUN-DATE)
                           ADD 1 TO WS-READ-CNT
                           PERFORM ACCUMULATE-ONE-READING
                   END-IF
                   PERFORM READ-HIST-FILE
           END-PERFORM.
           CLOSE HIST-FILE.

       ACCUMULATE-ONE-READING.
           DIVIDE HST-TIME BY 10000 GIVING WS-HOUR.
           IF HST-STATION = SPACES OR WS-HOUR > 23
                   ADD 1 TO WS-UNUSED-CNT
           ELSE
                   ADD 1 TO WS-USED-CNT
                   PERFORM FIND-STATION
                   COMPUTE WS-HR-IDX = WS-HOUR + 1
                   IF HST-RUN-DATE = WS-RUN-DATE
                           ADD 1 TO WS-STN-TONIGHT(WS-STN-FOUND)
                           ADD 1 TO WS-HR-NIGHT-CNT(WS-STN-FOUND,
                                   WS-HR-IDX)
                           ADD HST-DEPTH TO WS-HR-NIGHT-SUM(
                                   WS-STN-FOUND, WS-HR-IDX)
                   ELSE
                           ADD 1 TO WS-STN-BASE-CNT(WS-STN-FOUND)
                           ADD 1 TO WS-HR-BASE-CNT(WS-STN-FOUND,
                                   WS-HR-IDX)
                           ADD HST-DEPTH TO WS-HR-BASE-SUM(
                                   WS-STN-FOUND, WS-HR-IDX)
                   END-IF
           END-IF.

       FIND-STATION.
           MOVE 0 TO WS-STN-FOUND.
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1
                   UNTIL WS-STN-IDX > WS-STN-COUNT
                   IF WS-STN-ID(WS-STN-IDX) = HST-STATION
                           MOVE WS-STN-IDX TO WS-STN-FOUND
                   END-IF
           END-PERFORM.
           IF WS-STN-FOUND = 0
                   IF WS-STN-COUNT >= 50
                           DISPLAY 'ERROR: ARCHIVE CARRIES MORE THAN '
                                   '50 STATIONS'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   ADD 1 TO WS-STN-COUNT
                   MOVE WS-STN-COUNT TO WS-STN-FOUND
                   MOVE HST-STATION TO WS-STN-ID(WS-STN-FOUND)
                   MOVE 0 TO WS-STN-TONIGHT(WS-STN-FOUND)
                           WS-STN-BASE-CNT(WS-STN-FOUND)
                           WS-STN-USUAL(WS-STN-FOUND)
                           WS-STN-COMPARED(WS-STN-FOUND)
                           WS-STN-DEEPER(WS-STN-FOUND)
                           WS-STN-SHALLOWER(WS-STN-FOUND)
                   MOVE SPACES TO WS-STN-VERDICT(WS-STN-FOUND)
                   PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                           UNTIL WS-HR-IDX > 24
                           MOVE 0 TO WS-HR-BASE-CNT(WS-STN-FOUND,
                                           WS-HR-IDX)
                                   WS-HR-BASE-SUM(WS-STN-FOUND,
                                           WS-HR-IDX)
                                   WS-HR-BASE-SQ(WS-STN-FOUND,
                                           WS-HR-IDX)
                                   WS-HR-BASE-MEAN(WS-STN-FOUND,
                                           WS-HR-IDX)
                                   WS-HR-NIGHT-CNT(WS-STN-FOUND,
                                           WS-HR-IDX)
                                   WS-HR-NIGHT-SUM(WS-STN-FOUND,
                                           WS-HR-IDX)
                   END-PERFORM
           END-IF.

       COMPUTE-BASELINE-MEANS.
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1
                   UNTIL WS-STN-IDX > WS-STN-COUNT
                   IF WS-NIGHT-COUNT > 0
                           COMPUTE WS-STN-USUAL(WS-STN-IDX) ROUNDED =
                                   WS-STN-BASE-CNT(WS-STN-IDX)
                                   / WS-NIGHT-COUNT
                   END-IF
                   PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                           UNTIL WS-HR-IDX > 24
                           IF WS-HR-BASE-CNT(WS-STN-IDX, WS-HR-IDX)
                                   > 0
                                   COMPUTE WS-HR-BASE-MEAN(WS-STN-IDX,
                                           WS-HR-IDX) ROUNDED =
                                           WS-HR-BASE-SUM(WS-STN-IDX,
                                           WS-HR-IDX)
                                           / WS-HR-BASE-CNT(WS-STN-IDX,
                                           WS-HR-IDX)
                           END-IF
                   END-PERFORM
           END-PERFORM.

       ACCUMULATE-SPREAD.
      * Pass three: squared deviation of every baseline reading from
      * its station-hour mean.
           IF WS-NIGHT-COUNT > 0
                   PERFORM OPEN-HIST-FILE
                   PERFORM READ-HIST-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                           IF (WS-DS-FILTER = SPACES
                                   OR HST-DATASET = WS-DS-FILTER)
                           AND HST-RUN-DATE >= WS-BASE-FROM
                           AND HST-RUN-DATE <= WS-BASE-TO
                           AND HST-STATION NOT = SPACES
                                   PERFORM ADD-ONE-DEVIATION
                           END-IF
                           PERFORM READ-HIST-FILE
                   END-PERFORM
                   CLOSE HIST-FILE
           END-IF.

       ADD-ONE-DEVIATION.
           DIVIDE HST-TIME BY 10000 GIVING WS-HOUR.
           IF WS-HOUR <= 23
                   PERFORM FIND-STATION
                   COMPUTE WS-HR-IDX = WS-HOUR + 1
                   COMPUTE WS-DEV = HST-DEPTH
                           - WS-HR-BASE-MEAN(WS-STN-FOUND, WS-HR-IDX)
                   COMPUTE WS-HR-BASE-SQ(WS-STN-FOUND, WS-HR-IDX) =
                           WS-HR-BASE-SQ(WS-STN-FOUND, WS-HR-IDX)
                           + WS-DEV * WS-DEV
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' STATION DEPTH BASELINE' DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-SIGMA TO WS-ED-SIGMA.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BASELINE: '     DELIMITED BY SIZE
                   WS-NIGHT-COUNT  DELIMITED BY SIZE
                   ' NIGHT(S) FROM ' DELIMITED BY SIZE
                   WS-BASE-FROM    DELIMITED BY SIZE
                   ' TO '          DELIMITED BY SIZE
                   WS-BASE-TO      DELIMITED BY SIZE
                   ' SIGMA: '      DELIMITED BY SIZE
                   WS-ED-SIGMA     DELIMITED BY SIZE
                   ' MINHRS: '     DELIMITED BY SIZE
                   WS-MIN-HOURS    DELIMITED BY SIZE
                   ' LOWPCT: '     DELIMITED BY SIZE
                   WS-LOW-PCT      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF WS-DS-FILTER NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING 'DATASET: '   DELIMITED BY SIZE
                           WS-DS-FILTER DELIMITED BY SPACE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.
           IF NOT BASELINE-USABLE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NOTE: BASELINE TOO SHORT -- '
                                           DELIMITED BY SIZE
                           WS-NIGHT-COUNT  DELIMITED BY SIZE
                           ' NIGHT(S) ON FILE, '
                                           DELIMITED BY SIZE
                           WS-MIN-NIGHTS   DELIMITED BY SIZE
                           ' NEEDED -- NO STATION JUDGED'
                                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.

       JUDGE-ONE-STATION.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > 24
                   PERFORM JUDGE-ONE-HOUR
           END-PERFORM.
           EVALUATE TRUE
                   WHEN WS-STN-BASE-CNT(WS-STN-IDX) = 0
                           MOVE 'NO BASELINE' TO
                                   WS-STN-VERDICT(WS-STN-IDX)
                   WHEN WS-STN-DEEPER(WS-STN-IDX) >= WS-MIN-HOURS
                           AND WS-STN-DEEPER(WS-STN-IDX) * 2
                                   > WS-STN-COMPARED(WS-STN-IDX)
                           MOVE 'DEEPER' TO WS-STN-VERDICT(WS-STN-IDX)
                           ADD 1 TO WS-DEEPER-CNT
                   WHEN WS-STN-SHALLOWER(WS-STN-IDX) >= WS-MIN-HOURS
                           AND WS-STN-SHALLOWER(WS-STN-IDX) * 2
                                   > WS-STN-COMPARED(WS-STN-IDX)
                           MOVE 'SHALLOWER' TO
                                   WS-STN-VERDICT(WS-STN-IDX)
                           ADD 1 TO WS-SHALLOWER-CNT
                   WHEN OTHER
                           MOVE 'NORMAL' TO WS-STN-VERDICT(WS-STN-IDX)
           END-EVALUATE.
           IF WS-STN-BASE-CNT(WS-STN-IDX) > 0
                   AND WS-STN-TONIGHT(WS-STN-IDX) * 100
                   < WS-STN-USUAL(WS-STN-IDX) * WS-LOW-PCT
                   ADD 1 TO WS-LOW-CNT
                   IF WS-STN-VERDICT(WS-STN-IDX) = 'NORMAL'
                           MOVE 'LOW COUNT' TO
                                   WS-STN-VERDICT(WS-STN-IDX)
                   END-IF
           END-IF.
           PERFORM WRITE-STATION-LINE.
           IF WS-STN-VERDICT(WS-STN-IDX) = 'DEEPER'
                   OR WS-STN-VERDICT(WS-STN-IDX) = 'SHALLOWER'
                   PERFORM WRITE-DEVIATION-ALERT
                   PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                           UNTIL WS-HR-IDX > 24
                           PERFORM JUDGE-ONE-HOUR
                           IF WS-HOUR-DIR NOT = SPACE
                                   PERFORM WRITE-HOUR-DETAIL
                           END-IF
                   END-PERFORM
           END-IF.
           IF WS-STN-BASE-CNT(WS-STN-IDX) > 0
                   AND WS-STN-TONIGHT(WS-STN-IDX) * 100
                   < WS-STN-USUAL(WS-STN-IDX) * WS-LOW-PCT
                   PERFORM WRITE-LOW-COUNT-ALERT
           END-IF.
           IF WS-STN-VERDICT(WS-STN-IDX) NOT = 'NORMAL'
                   AND WS-STN-VERDICT(WS-STN-IDX) NOT = 'NO BASELINE'
                   ADD 1 TO WS-FLAGGED-CNT
           END-IF.

       JUDGE-ONE-HOUR.
      * Sets WS-HOUR-DIR to D (deeper) or S (shallower) for a
      * deviating hour, space otherwise. The tallies are only taken
      * the first time round (WS-STN-VERDICT still blank); the
      * detail print calls this again just to re-derive the values.
           MOVE SPACE TO WS-HOUR-DIR.
           IF WS-HR-BASE-CNT(WS-STN-IDX, WS-HR-IDX) > 0
                   AND WS-HR-NIGHT-CNT(WS-STN-IDX, WS-HR-IDX) > 0
                   COMPUTE WS-NIGHT-MEAN ROUNDED =
                           WS-HR-NIGHT-SUM(WS-STN-IDX, WS-HR-IDX)
                           / WS-HR-NIGHT-CNT(WS-STN-IDX, WS-HR-IDX)
                   COMPUTE WS-SPREAD ROUNDED = FUNCTION SQRT(
                           WS-HR-BASE-SQ(WS-STN-IDX, WS-HR-IDX)
                           / WS-HR-BASE-CNT(WS-STN-IDX, WS-HR-IDX))
                   IF WS-SPREAD < 1
                           COMPUTE WS-ALLOWANCE = WS-SIGMA
                   ELSE
                           COMPUTE WS-ALLOWANCE ROUNDED =
                                   WS-SIGMA * WS-SPREAD
                   END-IF
                   COMPUTE WS-DIFF = WS-NIGHT-MEAN
                           - WS-HR-BASE-MEAN(WS-STN-IDX, WS-HR-IDX)
                   IF WS-DIFF > WS-ALLOWANCE
                           MOVE 'D' TO WS-HOUR-DIR
                   END-IF
                   IF WS-DIFF < 0 - WS-ALLOWANCE
                           MOVE 'S' TO WS-HOUR-DIR
                   END-IF
                   IF WS-STN-VERDICT(WS-STN-IDX) = SPACES
                           ADD 1 TO WS-STN-COMPARED(WS-STN-IDX)
                           IF WS-HOUR-DIR = 'D'
                                   ADD 1 TO WS-STN-DEEPER(WS-STN-IDX)
                           END-IF
                           IF WS-HOUR-DIR = 'S'
                                   ADD 1 TO
                                           WS-STN-SHALLOWER(WS-STN-IDX)
                           END-IF
                   END-IF
           END-IF.

       WRITE-STATION-LINE.
           MOVE WS-STN-USUAL(WS-STN-IDX) TO WS-ED-USUAL.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STATION: '      DELIMITED BY SIZE
                   WS-STN-ID(WS-STN-IDX) DELIMITED BY SIZE
                   ' TONIGHT: '    DELIMITED BY SIZE
                   WS-STN-TONIGHT(WS-STN-IDX) DELIMITED BY SIZE
                   ' USUAL: '      DELIMITED BY SIZE
                   WS-ED-USUAL     DELIMITED BY SIZE
                   ' HOURS COMPARED: ' DELIMITED BY SIZE
                   WS-STN-COMPARED(WS-STN-IDX) DELIMITED BY SIZE
                   ' DEEPER: '     DELIMITED BY SIZE
                   WS-STN-DEEPER(WS-STN-IDX) DELIMITED BY SIZE
                   ' SHALLOWER: '  DELIMITED BY SIZE
                   WS-STN-SHALLOWER(WS-STN-IDX) DELIMITED BY SIZE
                   ' -- '          DELIMITED BY SIZE
                   WS-STN-VERDICT(WS-STN-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       WRITE-DEVIATION-ALERT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-STN-VERDICT(WS-STN-IDX) = 'DEEPER'
                   STRING '** STATION '    DELIMITED BY SIZE
                           WS-STN-ID(WS-STN-IDX) DELIMITED BY SPACE
                           ' READING DEEPER THAN BASELINE IN '
                                           DELIMITED BY SIZE
                           WS-STN-DEEPER(WS-STN-IDX) DELIMITED BY SIZE
                           ' OF '          DELIMITED BY SIZE
                           WS-STN-COMPARED(WS-STN-IDX)
                                           DELIMITED BY SIZE
                           ' HOUR(S) **'   DELIMITED BY SIZE
                           INTO REPORT-LINE
           ELSE
                   STRING '** STATION '    DELIMITED BY SIZE
                           WS-STN-ID(WS-STN-IDX) DELIMITED BY SPACE
                           ' READING SHALLOWER THAN BASELINE IN '
                                           DELIMITED BY SIZE
                           WS-STN-SHALLOWER(WS-STN-IDX)
                                           DELIMITED BY SIZE
                           ' OF '          DELIMITED BY SIZE
                           WS-STN-COMPARED(WS-STN-IDX)
                                           DELIMITED BY SIZE
                           ' HOUR(S) **'   DELIMITED BY SIZE
                           INTO REPORT-LINE
           END-IF.
           PERFORM PUT-REPORT-LINE.

       WRITE-HOUR-DETAIL.
           COMPUTE WS-HOUR = WS-HR-IDX - 1.
           MOVE WS-NIGHT-MEAN TO WS-ED-MEAN.
           MOVE WS-HR-BASE-MEAN(WS-STN-IDX, WS-HR-IDX) TO WS-ED-BASE.
           MOVE WS-SPREAD TO WS-ED-SPREAD.
           MOVE WS-HR-NIGHT-CNT(WS-STN-IDX, WS-HR-IDX) TO WS-ED-CNT.
           COMPUTE WS-USUAL-HR ROUNDED =
                   WS-HR-BASE-CNT(WS-STN-IDX, WS-HR-IDX)
                   / WS-NIGHT-COUNT.
           MOVE WS-USUAL-HR TO WS-ED-USUAL.
           MOVE SPACES TO REPORT-LINE.
           STRING '   HOUR '       DELIMITED BY SIZE
                   WS-HOUR         DELIMITED BY SIZE
                   ' TONIGHT MEAN: ' DELIMITED BY SIZE
                   WS-ED-MEAN      DELIMITED BY SIZE
                   ' READINGS: '   DELIMITED BY SIZE
                   WS-ED-CNT       DELIMITED BY SIZE
                   ' BASELINE MEAN: ' DELIMITED BY SIZE
                   WS-ED-BASE      DELIMITED BY SIZE
                   ' SPREAD: '     DELIMITED BY SIZE
                   WS-ED-SPREAD    DELIMITED BY SIZE
                   ' USUAL: '      DELIMITED BY SIZE
                   WS-ED-USUAL     DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       WRITE-LOW-COUNT-ALERT.
           MOVE WS-STN-USUAL(WS-STN-IDX) TO WS-ED-USUAL.
           MOVE SPACES TO REPORT-LINE.
           STRING '** STATION '    DELIMITED BY SIZE
                   WS-STN-ID(WS-STN-IDX) DELIMITED BY SPACE
                   ' REPORTED '    DELIMITED BY SIZE
                   WS-STN-TONIGHT(WS-STN-IDX) DELIMITED BY SIZE
                   ' READINGS, USUAL ' DELIMITED BY SIZE
                   WS-ED-USUAL     DELIMITED BY SIZE
                   ' -- BELOW '    DELIMITED BY SIZE
                   WS-LOW-PCT      DELIMITED BY SIZE
                   ' PCT **'       DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STATIONS: '     DELIMITED BY SIZE
                   WS-STN-COUNT    DELIMITED BY SIZE
                   ' DEEPER: '     DELIMITED BY SIZE
                   WS-DEEPER-CNT   DELIMITED BY SIZE
                   ' SHALLOWER: '  DELIMITED BY SIZE
                   WS-SHALLOWER-CNT DELIMITED BY SIZE
                   ' LOW COUNT: '  DELIMITED BY SIZE
                   WS-LOW-CNT      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'BASELINE-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-RESULTS-MASTER.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '05'
                   DISPLAY 'WARNING: RESULTS MASTER UNAVAILABLE, '
                           'FILE STATUS ' WS-MASTER-STATUS
           ELSE
                   MOVE WS-RUN-DATE TO MST-RUN-DATE
                   MOVE 'AVCDSB1' TO MST-PROGRAM
                   MOVE 'avcdhist.dat' TO MST-DATASET
                   MOVE SPACES TO MST-RESULTS
                   STRING 'NIGHTS: '     DELIMITED BY SIZE
                           WS-NIGHT-COUNT DELIMITED BY SIZE
                           ' STATIONS: ' DELIMITED BY SIZE
                           WS-STN-COUNT  DELIMITED BY SIZE
                           ' DEEPER: '   DELIMITED BY SIZE
                           WS-DEEPER-CNT DELIMITED BY SIZE
                           ' SHALLOWER: ' DELIMITED BY SIZE
                           WS-SHALLOWER-CNT DELIMITED BY SIZE
                           ' LOW COUNT: ' DELIMITED BY SIZE
                           WS-LOW-CNT    DELIMITED BY SIZE
                           INTO MST-RESULTS
                   WRITE MASTER-RECORD
                   IF WS-MASTER-STATUS = '22'
                           REWRITE MASTER-RECORD
                   END-IF
                   IF WS-MASTER-STATUS NOT = '00'
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
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    '           DELIMITED BY SIZE
                   MST-RESULTS     DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND BAL-FILE.
           IF WS-BAL-STATUS NOT = '00'
                   OPEN OUTPUT BAL-FILE
           END-IF.
           IF WS-BAL-STATUS NOT = '00'
                   DISPLAY 'WARNING: BALANCING FILE UNAVAILABLE, '
                           'FILE STATUS ' WS-BAL-STATUS
           ELSE
                   MOVE SPACES TO BAL-LINE
                   STRING 'STEP AVCDSB1 DATE: ' DELIMITED BY SIZE
                           WS-RUN-DATE     DELIMITED BY SIZE
                           ' READ: '       DELIMITED BY SIZE
                           WS-READ-CNT     DELIMITED BY SIZE
                           ' ACCEPTED: '   DELIMITED BY SIZE
                           WS-USED-CNT     DELIMITED BY SIZE
                           ' REJECTED: '   DELIMITED BY SIZE
                           WS-UNUSED-CNT   DELIMITED BY SIZE
                           ' WRITTEN: '    DELIMITED BY SIZE
                           WS-LINES-WRITTEN DELIMITED BY SIZE
                           INTO BAL-LINE
                   WRITE BAL-LINE
                   CLOSE BAL-FILE
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
