      * ---------------------------------------------------------------
      * Plotted track chart from the position ledger
      * ---------------------------------------------------------------
      * In TRACK mode AVCD2P2 resolves every move along the boat's
      * heading, so HORIZ and LATERAL in avcd2p2.ldg are real X/Y
      * plot coordinates -- but nobody could see the track without
      * loading a 100,000-line ledger into a spreadsheet. This step
      * draws it: a character-grid plan view of the night's track,
      * scaled to fit the page, with the start and end of the track,
      * every planned waypoint from avcd2p9.pln and every safety
      * breach position from avcd2p2.alert marked on it, and under
      * it a second panel of depth against ledger line number. The
      * dive supervisor prints avcdtc1.rpt with the morning reports
      * to see at a glance that the boat went where the plan said.
      *
      * Plan view: HORIZ runs left to right, LATERAL top to bottom
      * (heading 90 is to starboard, so a boat heading up the page
      * from the left edge turns down it to starboard, the way the
      * chart table shows it). Each axis gets its own whole-unit
      * scale, the smallest that fits the track and the waypoints
      * across 100 columns by 50 rows; the scales are printed with
      * the chart. Consecutive ledger positions are joined cell to
      * cell so a long leg draws as a line, not two dots. Marks, in
      * order of precedence where two fall in one cell:
      *   S  start of track   E  end of track
      *   X  safety breach    W  planned waypoint    .  track
      * Depth panel: ledger line number left to right, depth top to
      * bottom (the surface at the top), 100 columns by 20 rows, the
      * same marks for breaches and for waypoints (a waypoint's
      * sequence number is the ledger line it is planned for, as
      * AVCD2P9 matches it).
      *
      * avcd2p2.alert is only rewritten on a night with a breach, so
      * an alert file whose RUN DATE is not the ledger's is an older
      * night's and is left off the chart with a note; no plan file
      * means no plan was issued, also just a note. A ledger written
      * without TRACK is still charted, with a warning that its HORIZ
      * and LATERAL are distance run and strafe, not a plan view.
      *
      * Run parameter tokens: PLAN <file> names the waypoint file
      * (default avcd2p9.pln), ALERT <file> the breach file (default
      * avcd2p2.alert); the bare token names the ledger (default
      * avcd2p2.ldg). The chart is avcdtc1.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDTC1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
       SELECT OPTIONAL ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       SELECT CHART-REPORT ASSIGN TO 'avcdtc1.rpt'
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
       FD  LEDGER-FILE.
       01  LEDGER-LINE                  PIC X(132).

       FD  PLAN-FILE.
       01  PLAN-LINE                    PIC X(100).

       FD  ALERT-FILE.
       01  ALERT-LINE                   PIC X(100).

       FD  CHART-REPORT.
       01  REPORT-LINE                  PIC X(132).

       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  BAL-FILE.
       01  BAL-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-LINE                      PIC X(132).
       01  WS-LEDGER-FILE               PIC X(80)
                                         VALUE 'avcd2p2.ldg'.
       01  WS-PLAN-FILE                 PIC X(80)
                                         VALUE 'avcd2p9.pln'.
       01  WS-ALERT-FILE                PIC X(80)
                                         VALUE 'avcd2p2.alert'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).
       01  WS-TOK-VAL                   PIC X(80).

       01  WS-TOK-TABLE.
           05  WS-TOK                   PIC X(20) OCCURS 12 TIMES.

      * The ledger's own header: the night it was written for and
      * whether AVCD2P2 ran it in TRACK mode.
       01  WS-LDG-RUN-DATE              PIC 9(8)        VALUE 0.
       01  WS-LDG-TRACK                 PIC X           VALUE 'N'.
           88  LEDGER-IS-TRACK                          VALUE 'Y'.

      * One parsed ledger LINE entry.
       01  WS-LEDGER-HAVE               PIC X           VALUE 'N'.
       01  WS-CUR-LINE-NUM              PIC 9(9)        VALUE 0.
       01  WS-CUR-X                     PIC S9(10)      VALUE 0.
       01  WS-CUR-Y                     PIC S9(10)      VALUE 0.
       01  WS-CUR-DEPTH                 PIC S9(10)      VALUE 0.
       01  WS-POINT-CNT                 PIC 9(9)        VALUE 0.

      * Start and end of the track, and the extent of everything to
      * be charted -- track and waypoints alike -- on each axis.
       01  WS-START-LINE                PIC 9(9)        VALUE 0.
       01  WS-START-X                   PIC S9(10)      VALUE 0.
       01  WS-START-Y                   PIC S9(10)      VALUE 0.
       01  WS-START-DEPTH               PIC S9(10)      VALUE 0.
       01  WS-END-LINE                  PIC 9(9)        VALUE 0.
       01  WS-END-X                     PIC S9(10)      VALUE 0.
       01  WS-END-Y                     PIC S9(10)      VALUE 0.
       01  WS-END-DEPTH                 PIC S9(10)      VALUE 0.
       01  WS-EXTENT-FLAG               PIC X           VALUE 'N'.
       01  WS-MIN-X                     PIC S9(10)      VALUE 0.
       01  WS-MAX-X                     PIC S9(10)      VALUE 0.
       01  WS-MIN-Y                     PIC S9(10)      VALUE 0.
       01  WS-MAX-Y                     PIC S9(10)      VALUE 0.
       01  WS-MIN-LINE                  PIC S9(10)      VALUE 0.
       01  WS-MAX-LINE                  PIC S9(10)      VALUE 0.
       01  WS-MIN-DEPTH                 PIC S9(10)      VALUE 0.
       01  WS-MAX-DEPTH                 PIC S9(10)      VALUE 0.

      * Grid geometry and the units one cell stands for on each axis.
       01  WS-PLAN-COLS                 PIC 9(3)        VALUE 100.
       01  WS-PLAN-ROWS                 PIC 9(3)        VALUE 50.
       01  WS-DPT-COLS                  PIC 9(3)        VALUE 100.
       01  WS-DPT-ROWS                  PIC 9(3)        VALUE 20.
       01  WS-X-CELL                    PIC 9(10)       VALUE 1.
       01  WS-Y-CELL                    PIC 9(10)       VALUE 1.
       01  WS-L-CELL                    PIC 9(10)       VALUE 1.
       01  WS-D-CELL                    PIC 9(10)       VALUE 1.
       01  WS-RANGE                     PIC 9(11)       VALUE 0.
       01  WS-CELLS                     PIC 9(3)        VALUE 0.
       01  WS-CELL-UNITS                PIC 9(10)       VALUE 1.

      * The two grids. WS-GRID-SEL says which one PUT-MARK writes.
       01  WS-PLAN-GRID.
           05  WS-PLAN-ROW              PIC X(100) OCCURS 50 TIMES.
       01  WS-DPT-GRID.
           05  WS-DPT-ROW               PIC X(100) OCCURS 20 TIMES.
       01  WS-GRID-SEL                  PIC X           VALUE 'P'.
           88  GRID-IS-PLAN                             VALUE 'P'.
           88  GRID-IS-DEPTH                            VALUE 'D'.

      * Marking: the target cell, the mark, and the precedence of the
      * mark against whatever is already in the cell.
       01  WS-COL                       PIC S9(5)       VALUE 0.
       01  WS-ROW                       PIC S9(5)       VALUE 0.
       01  WS-MARK                      PIC X           VALUE SPACE.
       01  WS-CELL-ON-GRID              PIC X           VALUE 'Y'.
       01  WS-OLD-MARK                  PIC X           VALUE SPACE.
       01  WS-NEW-RANK                  PIC 9           VALUE 0.
       01  WS-OLD-RANK                  PIC 9           VALUE 0.
       01  WS-RANK-CHAR                 PIC X           VALUE SPACE.
       01  WS-RANK                      PIC 9           VALUE 0.

      * Line drawing between consecutive ledger positions: the
      * previous cell on each grid and the cell-by-cell walk.
       01  WS-PRV-FLAG                  PIC X           VALUE 'N'.
       01  WS-PRV-PCOL                  PIC S9(5)       VALUE 0.
       01  WS-PRV-PROW                  PIC S9(5)       VALUE 0.
       01  WS-PRV-DCOL                  PIC S9(5)       VALUE 0.
       01  WS-PRV-DROW                  PIC S9(5)       VALUE 0.
       01  WS-SEG-COL1                  PIC S9(5)       VALUE 0.
       01  WS-SEG-ROW1                  PIC S9(5)       VALUE 0.
       01  WS-SEG-COL2                  PIC S9(5)       VALUE 0.
       01  WS-SEG-ROW2                  PIC S9(5)       VALUE 0.
       01  WS-SEG-DC                    PIC S9(5)       VALUE 0.
       01  WS-SEG-DR                    PIC S9(5)       VALUE 0.
       01  WS-SEG-ABS-DC                PIC 9(5)        VALUE 0.
       01  WS-SEG-ABS-DR                PIC 9(5)        VALUE 0.
       01  WS-SEG-STEPS                 PIC 9(5)        VALUE 0.
       01  WS-SEG-IDX                   PIC 9(5)        VALUE 0.
       01  WS-PCOL                      PIC S9(5)       VALUE 0.
       01  WS-PROW                      PIC S9(5)       VALUE 0.
       01  WS-DCOL                      PIC S9(5)       VALUE 0.
       01  WS-DROW                      PIC S9(5)       VALUE 0.

      * Planned waypoints, the AVCD2P9 layout:
      *   WAYPOINT <seq> HORIZ: <h> DEPTH: <d> LATERAL: <l> TOL: <t>
       01  WS-PLAN-STATUS               PIC XX.
       01  WS-PLAN-PRESENT              PIC X           VALUE 'N'.
       01  WS-WPT-COUNT                 PIC 9(4)        VALUE 0.
       01  WS-WPT-IDX                   PIC 9(4)        VALUE 0.
       01  WS-WPT-TABLE.
           05  WS-WPT-ENTRY             OCCURS 200 TIMES.
               10  WS-WPT-SEQ           PIC 9(9).
               10  WS-WPT-X             PIC S9(10).
               10  WS-WPT-DEPTH         PIC S9(10).
               10  WS-WPT-Y             PIC S9(10).

      * Safety breaches from avcd2p2.alert: the ledger line each one
      * happened on and the limit broken, in ledger order.
       01  WS-ALERT-STATUS              PIC XX.
       01  WS-ALERT-STATE               PIC X           VALUE 'N'.
           88  ALERT-ABSENT                             VALUE 'N'.
           88  ALERT-CURRENT                            VALUE 'C'.
           88  ALERT-STALE                              VALUE 'S'.
       01  WS-ALERT-RUN-DATE            PIC 9(8)        VALUE 0.
       01  WS-BRK-COUNT                 PIC 9(4)        VALUE 0.
       01  WS-BRK-TOTAL                 PIC 9(9)        VALUE 0.
       01  WS-BRK-IDX                   PIC 9(4)        VALUE 0.
       01  WS-BRK-PTR                   PIC 9(4)        VALUE 1.
       01  WS-BRK-TABLE.
           05  WS-BRK-ENTRY             OCCURS 500 TIMES.
               10  WS-BRK-LINE          PIC 9(9).
               10  WS-BRK-TAG           PIC X(12).
               10  WS-BRK-X             PIC S9(10).
               10  WS-BRK-Y             PIC S9(10).
               10  WS-BRK-DEPTH         PIC S9(10).
               10  WS-BRK-FOUND         PIC X.
       01  WS-BRK-MARKED                PIC 9(9)        VALUE 0.

      * Printing: axis labels and one chart line.
       01  WS-LABEL-VAL                 PIC S9(10)      VALUE 0.
       01  WS-LABEL                     PIC -(10)9.
       01  WS-LABEL-2                   PIC -(10)9.
       01  WS-CHART-LINE.
           05  WS-CL-LABEL              PIC X(11).
           05  FILLER                   PIC X           VALUE SPACE.
           05  WS-CL-BAR                PIC X           VALUE '|'.
           05  WS-CL-GRID               PIC X(100).
           05  WS-CL-BAR2               PIC X           VALUE '|'.
       01  WS-RULE-LINE.
           05  FILLER                   PIC X(12)       VALUE SPACES.
           05  FILLER                   PIC X           VALUE '+'.
           05  WS-RULE-GRID             PIC X(100).
           05  FILLER                   PIC X           VALUE '+'.
       01  WS-TICK-IDX                  PIC 9(3)        VALUE 0.

      * FILE STATUS on every SELECT, checked after every OPEN/READ so
      * a missing/locked ledger aborts the run with a clear message
      * and non-zero return code instead of charting nothing.
       01  WS-LEDGER-STATUS             PIC XX.
       01  WS-REPORT-STATUS             PIC XX.

      * Indexed results master: key results of every run are posted
      * under run date + program-id + dataset so the AVCDIQ1 inquiry
      * can answer for any past night. An unavailable master is a
      * console warning, not an abort.
       01  WS-MASTER-STATUS             PIC XX.

      * Control totals: every step appends one record to the common
      * balancing file avcdbal.dat (reset by AVCDRV1 at suite start)
      * for the AVCDBL1 balancing step to prove against -- ledger
      * positions read = positions charted.
       01  WS-BAL-STATUS                PIC XX.
       01  WS-ERR-STATUS                PIC XX.
       01  WS-ERR-FILE                  PIC X(20).
       01  WS-ERR-OP                    PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.

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
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' CHARTING LEDGER: '
                   FUNCTION TRIM(WS-LEDGER-FILE).
           PERFORM SIZE-LEDGER-TRACK.
           PERFORM LOAD-WAYPOINTS.
           PERFORM LOAD-BREACHES.
           OPEN OUTPUT CHART-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'CHART-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM WRITE-CHART-HEADER.
           IF WS-POINT-CNT = 0
                   MOVE 'NO LEDGER LINE ENTRIES -- NOTHING TO CHART'
                           TO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY 'NOTE: ' FUNCTION TRIM(WS-LEDGER-FILE)
                           ' HOLDS NO LINE ENTRIES, NO CHART DRAWN'
           ELSE
                   PERFORM SET-CHART-SCALES
                   PERFORM DRAW-LEDGER-TRACK
                   PERFORM MARK-WAYPOINTS
                   PERFORM MARK-START-AND-END
                   PERFORM WRITE-PLAN-VIEW
                   PERFORM WRITE-DEPTH-PANEL
                   PERFORM WRITE-MARK-LISTS
           END-IF.
           CLOSE CHART-REPORT.
           PERFORM WRITE-RESULTS-MASTER.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY 'POSITIONS CHARTED: ' WS-POINT-CNT
                   ' WAYPOINTS: ' WS-WPT-COUNT
                   ' BREACHES MARKED: ' WS-BRK-MARKED.
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
                           WHEN 'PLAN'
                                   PERFORM GET-PARM-VALUE
                                   MOVE WS-TOK-VAL TO WS-PLAN-FILE
                           WHEN 'ALERT'
                                   PERFORM GET-PARM-VALUE
                                   MOVE WS-TOK-VAL TO WS-ALERT-FILE
                           WHEN OTHER
                                   MOVE WS-PARM-TOK(WS-TOK-IDX)
                                           TO WS-LEDGER-FILE
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

      * First pass: the ledger header, the start and end of the
      * track and its extent on every axis, so the second pass knows
      * the scales before it draws.
       SIZE-LEDGER-TRACK.
           PERFORM OPEN-LEDGER.
           PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM READ-LEDGER
                   IF WS-EOF NOT = 'Y'
                           PERFORM PARSE-LEDGER-LINE
                           IF WS-LEDGER-HAVE = 'Y'
                                   PERFORM SIZE-ONE-POSITION
                           END-IF
                   END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.
           IF WS-POINT-CNT > 0 AND NOT LEDGER-IS-TRACK
                   DISPLAY 'WARNING: ' FUNCTION TRIM(WS-LEDGER-FILE)
                           ' WAS NOT '
                           'WRITTEN IN TRACK MODE -- HORIZ/LATERAL ARE '
                           'NOT A PLAN VIEW'
           END-IF.

       SIZE-ONE-POSITION.
           ADD 1 TO WS-POINT-CNT.
           IF WS-POINT-CNT = 1
                   MOVE WS-CUR-LINE-NUM TO WS-START-LINE
                   MOVE WS-CUR-X TO WS-START-X
                   MOVE WS-CUR-Y TO WS-START-Y
                   MOVE WS-CUR-DEPTH TO WS-START-DEPTH
           END-IF.
           MOVE WS-CUR-LINE-NUM TO WS-END-LINE.
           MOVE WS-CUR-X TO WS-END-X.
           MOVE WS-CUR-Y TO WS-END-Y.
           MOVE WS-CUR-DEPTH TO WS-END-DEPTH.
           PERFORM TAKE-EXTENT.

      * Widens the charted extent to take in the current position
      * (a waypoint goes through here as well as the track).
       TAKE-EXTENT.
           IF WS-EXTENT-FLAG = 'N'
                   MOVE 'Y' TO WS-EXTENT-FLAG
                   MOVE WS-CUR-X TO WS-MIN-X WS-MAX-X
                   MOVE WS-CUR-Y TO WS-MIN-Y WS-MAX-Y
                   MOVE WS-CUR-LINE-NUM TO WS-MIN-LINE WS-MAX-LINE
                   MOVE WS-CUR-DEPTH TO WS-MIN-DEPTH WS-MAX-DEPTH
           END-IF.
           IF WS-CUR-X < WS-MIN-X
                   MOVE WS-CUR-X TO WS-MIN-X
           END-IF.
           IF WS-CUR-X > WS-MAX-X
                   MOVE WS-CUR-X TO WS-MAX-X
           END-IF.
           IF WS-CUR-Y < WS-MIN-Y
                   MOVE WS-CUR-Y TO WS-MIN-Y
           END-IF.
           IF WS-CUR-Y > WS-MAX-Y
                   MOVE WS-CUR-Y TO WS-MAX-Y
           END-IF.
           IF WS-CUR-LINE-NUM < WS-MIN-LINE
                   MOVE WS-CUR-LINE-NUM TO WS-MIN-LINE
           END-IF.
           IF WS-CUR-LINE-NUM > WS-MAX-LINE
                   MOVE WS-CUR-LINE-NUM TO WS-MAX-LINE
           END-IF.
           IF WS-CUR-DEPTH < WS-MIN-DEPTH
                   MOVE WS-CUR-DEPTH TO WS-MIN-DEPTH
           END-IF.
           IF WS-CUR-DEPTH > WS-MAX-DEPTH
                   MOVE WS-CUR-DEPTH TO WS-MAX-DEPTH
           END-IF.

       OPEN-LEDGER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'LEDGER-FILE' TO WS-ERR-FILE
                   MOVE WS-LEDGER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       READ-LEDGER.
           READ LEDGER-FILE INTO WS-LINE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                           IF WS-LEDGER-STATUS NOT = '00'
                                   MOVE 'READ' TO WS-ERR-OP
                                   MOVE 'LEDGER-FILE' TO WS-ERR-FILE
                                   MOVE WS-LEDGER-STATUS
                                           TO WS-ERR-STATUS
                                   PERFORM ABORT-FILE-ERROR
                           END-IF
           END-READ.

       PARSE-LEDGER-LINE.
      * Picks the RUN DATE and MODE header lines AVCD2P2 writes and
      * the line number, HORIZ, DEPTH and LATERAL off each LINE
      * entry.
           MOVE 'N' TO WS-LEDGER-HAVE.
           MOVE SPACES TO WS-TOK-TABLE.
           UNSTRING WS-LINE DELIMITED BY ALL SPACES
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12).
           IF WS-TOK(1) = 'RUN' AND WS-TOK(2) = 'DATE:'
                   AND WS-TOK(3)(1:8) IS NUMERIC
                   AND WS-LDG-RUN-DATE = 0
                   MOVE WS-TOK(3)(1:8) TO WS-LDG-RUN-DATE
           END-IF.
           IF WS-TOK(1) = 'MODE:' AND WS-TOK(2) = 'TRACK'
                   SET LEDGER-IS-TRACK TO TRUE
           END-IF.
           IF WS-TOK(1) = 'LINE' AND WS-TOK(2)(1:9) IS NUMERIC
                   AND WS-TOK(3) = 'HORIZ:'
                   AND WS-TOK(5) = 'DEPTH:'
                   AND WS-TOK(9) = 'LATERAL:'
                   MOVE WS-TOK(2)(1:9) TO WS-CUR-LINE-NUM
                   COMPUTE WS-CUR-X = FUNCTION NUMVAL(WS-TOK(4))
                   COMPUTE WS-CUR-DEPTH = FUNCTION NUMVAL(WS-TOK(6))
                   COMPUTE WS-CUR-Y = FUNCTION NUMVAL(WS-TOK(10))
                   MOVE 'Y' TO WS-LEDGER-HAVE
           END-IF.

       LOAD-WAYPOINTS.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = '00'
                   DISPLAY 'NOTE: NO PLAN FILE '
                           FUNCTION TRIM(WS-PLAN-FILE)
                           ' -- NO WAYPOINTS TO MARK'
           ELSE
                   MOVE 'Y' TO WS-PLAN-PRESENT
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ PLAN-FILE INTO WS-LINE
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END PERFORM PARSE-PLAN-LINE
                           END-READ
                   END-PERFORM
                   CLOSE PLAN-FILE
           END-IF.

       PARSE-PLAN-LINE.
           MOVE SPACES TO WS-TOK-TABLE.
           UNSTRING WS-LINE DELIMITED BY ALL SPACES
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12).
           IF WS-TOK(1) = 'WAYPOINT' AND WS-TOK(3) = 'HORIZ:'
                   AND WS-TOK(5) = 'DEPTH:'
                   AND WS-TOK(7) = 'LATERAL:'
                   AND WS-WPT-COUNT < 200
                   ADD 1 TO WS-WPT-COUNT
                   COMPUTE WS-WPT-SEQ(WS-WPT-COUNT) =
                           FUNCTION NUMVAL(WS-TOK(2))
                   COMPUTE WS-WPT-X(WS-WPT-COUNT) =
                           FUNCTION NUMVAL(WS-TOK(4))
                   COMPUTE WS-WPT-DEPTH(WS-WPT-COUNT) =
                           FUNCTION NUMVAL(WS-TOK(6))
                   COMPUTE WS-WPT-Y(WS-WPT-COUNT) =
                           FUNCTION NUMVAL(WS-TOK(8))
                   MOVE WS-WPT-X(WS-WPT-COUNT) TO WS-CUR-X
                   MOVE WS-WPT-Y(WS-WPT-COUNT) TO WS-CUR-Y
                   MOVE WS-WPT-SEQ(WS-WPT-COUNT) TO WS-CUR-LINE-NUM
                   MOVE WS-WPT-DEPTH(WS-WPT-COUNT) TO WS-CUR-DEPTH
                   PERFORM TAKE-EXTENT
           END-IF.

      * The breach file is only charted when it belongs to the same
      * night as the ledger; past 500 breaches the count still runs
      * but the rest go unmarked.
       LOAD-BREACHES.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
                   DISPLAY 'NOTE: NO BREACH FILE '
                           FUNCTION TRIM(WS-ALERT-FILE)
                           ' -- NO BREACHES TO MARK'
           ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ ALERT-FILE INTO WS-LINE
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END PERFORM PARSE-ALERT-LINE
                           END-READ
                   END-PERFORM
                   CLOSE ALERT-FILE
                   IF ALERT-STALE
                           DISPLAY 'NOTE: ' FUNCTION TRIM(WS-ALERT-FILE)
                                   ' IS FOR '
                                   WS-ALERT-RUN-DATE ', NOT THE '
                                   'LEDGER NIGHT -- NOT CHARTED'
                           MOVE 0 TO WS-BRK-COUNT WS-BRK-TOTAL
                   END-IF
           END-IF.

       PARSE-ALERT-LINE.
           MOVE SPACES TO WS-TOK-TABLE.
           UNSTRING WS-LINE DELIMITED BY ALL SPACES
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12).
           IF WS-TOK(1) = 'RUN' AND WS-TOK(2) = 'DATE:'
                   AND WS-TOK(3)(1:8) IS NUMERIC
                   AND ALERT-ABSENT
                   MOVE WS-TOK(3)(1:8) TO WS-ALERT-RUN-DATE
                   IF WS-ALERT-RUN-DATE = WS-LDG-RUN-DATE
                           SET ALERT-CURRENT TO TRUE
                   ELSE
                           SET ALERT-STALE TO TRUE
                   END-IF
           END-IF.
           IF WS-TOK(1) = 'LINE' AND WS-TOK(2)(1:9) IS NUMERIC
                   AND WS-TOK(3) = 'BREACH:'
                   ADD 1 TO WS-BRK-TOTAL
                   IF WS-BRK-COUNT < 500
                           ADD 1 TO WS-BRK-COUNT
                           MOVE WS-TOK(2)(1:9)
                                   TO WS-BRK-LINE(WS-BRK-COUNT)
                           MOVE SPACES TO WS-BRK-TAG(WS-BRK-COUNT)
                           STRING WS-TOK(4) DELIMITED BY SPACE
                                   ' '      DELIMITED BY SIZE
                                   WS-TOK(5) DELIMITED BY SPACE
                                   INTO WS-BRK-TAG(WS-BRK-COUNT)
                           MOVE 'N' TO WS-BRK-FOUND(WS-BRK-COUNT)
                           MOVE 0 TO WS-BRK-X(WS-BRK-COUNT)
                                   WS-BRK-Y(WS-BRK-COUNT)
                                   WS-BRK-DEPTH(WS-BRK-COUNT)
                   END-IF
           END-IF.

      * Units per cell on each axis: the smallest whole number that
      * puts the whole extent inside the grid, never less than one.
       SET-CHART-SCALES.
           COMPUTE WS-RANGE = WS-MAX-X - WS-MIN-X.
           MOVE WS-PLAN-COLS TO WS-CELLS.
           PERFORM COMPUTE-CELL-UNITS.
           MOVE WS-CELL-UNITS TO WS-X-CELL.
           COMPUTE WS-RANGE = WS-MAX-Y - WS-MIN-Y.
           MOVE WS-PLAN-ROWS TO WS-CELLS.
           PERFORM COMPUTE-CELL-UNITS.
           MOVE WS-CELL-UNITS TO WS-Y-CELL.
           COMPUTE WS-RANGE = WS-MAX-LINE - WS-MIN-LINE.
           MOVE WS-DPT-COLS TO WS-CELLS.
           PERFORM COMPUTE-CELL-UNITS.
           MOVE WS-CELL-UNITS TO WS-L-CELL.
           COMPUTE WS-RANGE = WS-MAX-DEPTH - WS-MIN-DEPTH.
           MOVE WS-DPT-ROWS TO WS-CELLS.
           PERFORM COMPUTE-CELL-UNITS.
           MOVE WS-CELL-UNITS TO WS-D-CELL.
           MOVE SPACES TO WS-PLAN-GRID WS-DPT-GRID.

       COMPUTE-CELL-UNITS.
           COMPUTE WS-CELL-UNITS = (WS-RANGE + WS-CELLS - 2)
                   / (WS-CELLS - 1).
           IF WS-CELL-UNITS < 1
                   MOVE 1 TO WS-CELL-UNITS
           END-IF.

      * Second pass: every position joined to the one before it on
      * both panels, and each breach marked where its ledger line
      * put the boat. The breach table is in ledger order, so one
      * pointer walks it alongside the ledger.
       DRAW-LEDGER-TRACK.
           MOVE 'N' TO WS-PRV-FLAG.
           MOVE 1 TO WS-BRK-PTR.
           PERFORM OPEN-LEDGER.
           PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM READ-LEDGER
                   IF WS-EOF NOT = 'Y'
                           PERFORM PARSE-LEDGER-LINE
                           IF WS-LEDGER-HAVE = 'Y'
                                   PERFORM DRAW-ONE-POSITION
                           END-IF
                   END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.

       DRAW-ONE-POSITION.
           PERFORM LOCATE-PLAN-CELL.
           PERFORM LOCATE-DEPTH-CELL.
           IF WS-PRV-FLAG = 'N'
                   MOVE 'Y' TO WS-PRV-FLAG
                   MOVE WS-PCOL TO WS-PRV-PCOL
                   MOVE WS-PROW TO WS-PRV-PROW
                   MOVE WS-DCOL TO WS-PRV-DCOL
                   MOVE WS-DROW TO WS-PRV-DROW
           END-IF.
           MOVE '.' TO WS-MARK.
           SET GRID-IS-PLAN TO TRUE.
           MOVE WS-PRV-PCOL TO WS-SEG-COL1.
           MOVE WS-PRV-PROW TO WS-SEG-ROW1.
           MOVE WS-PCOL TO WS-SEG-COL2.
           MOVE WS-PROW TO WS-SEG-ROW2.
           PERFORM DRAW-SEGMENT.
           SET GRID-IS-DEPTH TO TRUE.
           MOVE WS-PRV-DCOL TO WS-SEG-COL1.
           MOVE WS-PRV-DROW TO WS-SEG-ROW1.
           MOVE WS-DCOL TO WS-SEG-COL2.
           MOVE WS-DROW TO WS-SEG-ROW2.
           PERFORM DRAW-SEGMENT.
           MOVE WS-PCOL TO WS-PRV-PCOL.
           MOVE WS-PROW TO WS-PRV-PROW.
           MOVE WS-DCOL TO WS-PRV-DCOL.
           MOVE WS-DROW TO WS-PRV-DROW.
           PERFORM UNTIL WS-BRK-PTR > WS-BRK-COUNT
                   OR WS-BRK-LINE(WS-BRK-PTR) > WS-CUR-LINE-NUM
                   IF WS-BRK-LINE(WS-BRK-PTR) = WS-CUR-LINE-NUM
                           PERFORM MARK-ONE-BREACH
                   END-IF
                   ADD 1 TO WS-BRK-PTR
           END-PERFORM.

       MARK-ONE-BREACH.
           MOVE 'Y' TO WS-BRK-FOUND(WS-BRK-PTR).
           MOVE WS-CUR-X TO WS-BRK-X(WS-BRK-PTR).
           MOVE WS-CUR-Y TO WS-BRK-Y(WS-BRK-PTR).
           MOVE WS-CUR-DEPTH TO WS-BRK-DEPTH(WS-BRK-PTR).
           ADD 1 TO WS-BRK-MARKED.
           MOVE 'X' TO WS-MARK.
           SET GRID-IS-PLAN TO TRUE.
           MOVE WS-PCOL TO WS-COL.
           MOVE WS-PROW TO WS-ROW.
           PERFORM PUT-MARK.
           SET GRID-IS-DEPTH TO TRUE.
           MOVE WS-DCOL TO WS-COL.
           MOVE WS-DROW TO WS-ROW.
           PERFORM PUT-MARK.

       LOCATE-PLAN-CELL.
           COMPUTE WS-PCOL = (WS-CUR-X - WS-MIN-X) / WS-X-CELL + 1.
           COMPUTE WS-PROW = (WS-CUR-Y - WS-MIN-Y) / WS-Y-CELL + 1.

       LOCATE-DEPTH-CELL.
           COMPUTE WS-DCOL = (WS-CUR-LINE-NUM - WS-MIN-LINE)
                   / WS-L-CELL + 1.
           COMPUTE WS-DROW = (WS-CUR-DEPTH - WS-MIN-DEPTH)
                   / WS-D-CELL + 1.

      * Walks from the first cell to the second one cell at a time
      * along the longer axis, marking every cell on the way.
       DRAW-SEGMENT.
           COMPUTE WS-SEG-DC = WS-SEG-COL2 - WS-SEG-COL1.
           COMPUTE WS-SEG-DR = WS-SEG-ROW2 - WS-SEG-ROW1.
           MOVE WS-SEG-DC TO WS-SEG-ABS-DC.
           MOVE WS-SEG-DR TO WS-SEG-ABS-DR.
           IF WS-SEG-ABS-DC > WS-SEG-ABS-DR
                   MOVE WS-SEG-ABS-DC TO WS-SEG-STEPS
           ELSE
                   MOVE WS-SEG-ABS-DR TO WS-SEG-STEPS
           END-IF.
           IF WS-SEG-STEPS = 0
                   MOVE WS-SEG-COL2 TO WS-COL
                   MOVE WS-SEG-ROW2 TO WS-ROW
                   PERFORM PUT-MARK
           ELSE
                   PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                           UNTIL WS-SEG-IDX > WS-SEG-STEPS
                           COMPUTE WS-COL ROUNDED = WS-SEG-COL1
                                   + WS-SEG-DC * WS-SEG-IDX
                                   / WS-SEG-STEPS
                           COMPUTE WS-ROW ROUNDED = WS-SEG-ROW1
                                   + WS-SEG-DR * WS-SEG-IDX
                                   / WS-SEG-STEPS
                           PERFORM PUT-MARK
                   END-PERFORM
           END-IF.

      * Writes WS-MARK into the selected grid at WS-COL/WS-ROW unless
      * the cell already holds a mark of higher precedence.
       PUT-MARK.
           MOVE SPACE TO WS-OLD-MARK.
           MOVE 'Y' TO WS-CELL-ON-GRID.
           IF GRID-IS-PLAN
                   IF WS-COL < 1 OR WS-COL > WS-PLAN-COLS
                           OR WS-ROW < 1 OR WS-ROW > WS-PLAN-ROWS
                           MOVE 'N' TO WS-CELL-ON-GRID
                   ELSE
                           MOVE WS-PLAN-ROW(WS-ROW)(WS-COL:1)
                                   TO WS-OLD-MARK
                   END-IF
           ELSE
                   IF WS-COL < 1 OR WS-COL > WS-DPT-COLS
                           OR WS-ROW < 1 OR WS-ROW > WS-DPT-ROWS
                           MOVE 'N' TO WS-CELL-ON-GRID
                   ELSE
                           MOVE WS-DPT-ROW(WS-ROW)(WS-COL:1)
                                   TO WS-OLD-MARK
                   END-IF
           END-IF.
           MOVE WS-MARK TO WS-RANK-CHAR.
           PERFORM RANK-MARK.
           MOVE WS-RANK TO WS-NEW-RANK.
           MOVE WS-OLD-MARK TO WS-RANK-CHAR.
           PERFORM RANK-MARK.
           MOVE WS-RANK TO WS-OLD-RANK.
           IF WS-CELL-ON-GRID = 'Y' AND WS-NEW-RANK > WS-OLD-RANK
                   IF GRID-IS-PLAN
                           MOVE WS-MARK
                                   TO WS-PLAN-ROW(WS-ROW)(WS-COL:1)
                   ELSE
                           MOVE WS-MARK
                                   TO WS-DPT-ROW(WS-ROW)(WS-COL:1)
                   END-IF
           END-IF.

       RANK-MARK.
           EVALUATE WS-RANK-CHAR
                   WHEN '.'
                           MOVE 1 TO WS-RANK
                   WHEN 'W'
                           MOVE 2 TO WS-RANK
                   WHEN 'X'
                           MOVE 3 TO WS-RANK
                   WHEN 'S'
                   WHEN 'E'
                           MOVE 4 TO WS-RANK
                   WHEN OTHER
                           MOVE 0 TO WS-RANK
           END-EVALUATE.

       MARK-WAYPOINTS.
           MOVE 'W' TO WS-MARK.
           PERFORM VARYING WS-WPT-IDX FROM 1 BY 1
                   UNTIL WS-WPT-IDX > WS-WPT-COUNT
                   MOVE WS-WPT-X(WS-WPT-IDX) TO WS-CUR-X
                   MOVE WS-WPT-Y(WS-WPT-IDX) TO WS-CUR-Y
                   MOVE WS-WPT-SEQ(WS-WPT-IDX) TO WS-CUR-LINE-NUM
                   MOVE WS-WPT-DEPTH(WS-WPT-IDX) TO WS-CUR-DEPTH
                   PERFORM LOCATE-PLAN-CELL
                   PERFORM LOCATE-DEPTH-CELL
                   SET GRID-IS-PLAN TO TRUE
                   MOVE WS-PCOL TO WS-COL
                   MOVE WS-PROW TO WS-ROW
                   PERFORM PUT-MARK
                   SET GRID-IS-DEPTH TO TRUE
                   MOVE WS-DCOL TO WS-COL
                   MOVE WS-DROW TO WS-ROW
                   PERFORM PUT-MARK
           END-PERFORM.

       MARK-START-AND-END.
           MOVE WS-START-X TO WS-CUR-X.
           MOVE WS-START-Y TO WS-CUR-Y.
           MOVE WS-START-LINE TO WS-CUR-LINE-NUM.
           MOVE WS-START-DEPTH TO WS-CUR-DEPTH.
           MOVE 'S' TO WS-MARK.
           PERFORM MARK-BOTH-PANELS.
           MOVE WS-END-X TO WS-CUR-X.
           MOVE WS-END-Y TO WS-CUR-Y.
           MOVE WS-END-LINE TO WS-CUR-LINE-NUM.
           MOVE WS-END-DEPTH TO WS-CUR-DEPTH.
           MOVE 'E' TO WS-MARK.
           PERFORM MARK-BOTH-PANELS.

       MARK-BOTH-PANELS.
           PERFORM LOCATE-PLAN-CELL.
           PERFORM LOCATE-DEPTH-CELL.
           SET GRID-IS-PLAN TO TRUE.
           MOVE WS-PCOL TO WS-COL.
           MOVE WS-PROW TO WS-ROW.
           PERFORM PUT-MARK.
           SET GRID-IS-DEPTH TO TRUE.
           MOVE WS-DCOL TO WS-COL.
           MOVE WS-DROW TO WS-ROW.
           PERFORM PUT-MARK.

       WRITE-CHART-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' TRACK CHART OF ' DELIMITED BY SIZE
                   WS-LEDGER-FILE  DELIMITED BY SPACE
                   ' (LEDGER RUN DATE ' DELIMITED BY SIZE
                   WS-LDG-RUN-DATE DELIMITED BY SIZE
                   ')'             DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-POINT-CNT > 0 AND NOT LEDGER-IS-TRACK
                   MOVE '** LEDGER NOT WRITTEN IN TRACK MODE -- HORIZ/'
                           & 'LATERAL ARE DISTANCE RUN AND STRAFE, NOT '
                           & 'A PLAN VIEW **' TO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PLAN-PRESENT = 'Y'
                   STRING 'PLAN: '         DELIMITED BY SIZE
                           WS-PLAN-FILE    DELIMITED BY SPACE
                           ' WAYPOINTS: '  DELIMITED BY SIZE
                           WS-WPT-COUNT    DELIMITED BY SIZE
                           INTO REPORT-LINE
           ELSE
                   STRING 'PLAN: '         DELIMITED BY SIZE
                           WS-PLAN-FILE    DELIMITED BY SPACE
                           ' NOT PRESENT -- NO WAYPOINTS'
                                           DELIMITED BY SIZE
                           INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
                   WHEN ALERT-CURRENT
                           STRING 'BREACHES: '    DELIMITED BY SIZE
                                   WS-ALERT-FILE  DELIMITED BY SPACE
                                   ' ENTRIES: '   DELIMITED BY SIZE
                                   WS-BRK-TOTAL   DELIMITED BY SIZE
                                   INTO REPORT-LINE
                   WHEN ALERT-STALE
                           STRING 'BREACHES: '    DELIMITED BY SIZE
                                   WS-ALERT-FILE  DELIMITED BY SPACE
                                   ' IS FOR RUN DATE '
                                                  DELIMITED BY SIZE
                                   WS-ALERT-RUN-DATE DELIMITED BY SIZE
                                   ' -- AN EARLIER NIGHT, NOT CHARTED'
                                                  DELIMITED BY SIZE
                                   INTO REPORT-LINE
                   WHEN OTHER
                           STRING 'BREACHES: '    DELIMITED BY SIZE
                                   WS-ALERT-FILE  DELIMITED BY SPACE
                                   ' NOT PRESENT -- NONE RECORDED'
                                                  DELIMITED BY SIZE
                                   INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'POSITIONS: '    DELIMITED BY SIZE
                   WS-POINT-CNT    DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-PLAN-VIEW.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PLAN VIEW -- S START  E END  X BREACH  W WAYPOINT  '
                   & '. TRACK' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-X-CELL TO WS-LABEL.
           MOVE WS-Y-CELL TO WS-LABEL-2.
           STRING 'SCALE: HORIZ '  DELIMITED BY SIZE
                   WS-LABEL        DELIMITED BY SIZE
                   ' PER COLUMN, LATERAL ' DELIMITED BY SIZE
                   WS-LABEL-2      DELIMITED BY SIZE
                   ' PER ROW'      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '     LATERAL  (STARBOARD DOWN THE PAGE)'
                                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PLAN-COLS TO WS-CELLS.
           PERFORM WRITE-RULE-LINE.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-PLAN-ROWS
                   COMPUTE WS-LABEL-VAL = WS-MIN-Y
                           + (WS-ROW - 1) * WS-Y-CELL
                   MOVE WS-LABEL-VAL TO WS-LABEL
                   MOVE WS-LABEL TO WS-CL-LABEL
                   MOVE WS-PLAN-ROW(WS-ROW) TO WS-CL-GRID
                   MOVE WS-CHART-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
           END-PERFORM.
           PERFORM WRITE-RULE-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-MIN-X TO WS-LABEL.
           COMPUTE WS-LABEL-VAL = WS-MIN-X
                   + (WS-PLAN-COLS - 1) * WS-X-CELL.
           MOVE WS-LABEL-VAL TO WS-LABEL-2.
           STRING '     HORIZ    ' DELIMITED BY SIZE
                   WS-LABEL        DELIMITED BY SIZE
                   ' AT LEFT EDGE, ' DELIMITED BY SIZE
                   WS-LABEL-2      DELIMITED BY SIZE
                   ' AT RIGHT EDGE, TICK EVERY 10 COLUMNS'
                                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-DEPTH-PANEL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPTH AGAINST LINE NUMBER -- S START  E END  X BREACH'
                   & '  W WAYPOINT  . TRACK' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-L-CELL TO WS-LABEL.
           MOVE WS-D-CELL TO WS-LABEL-2.
           STRING 'SCALE: LINES '  DELIMITED BY SIZE
                   WS-LABEL        DELIMITED BY SIZE
                   ' PER COLUMN, DEPTH ' DELIMITED BY SIZE
                   WS-LABEL-2      DELIMITED BY SIZE
                   ' PER ROW'      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '     DEPTH  (DEEPER DOWN THE PAGE)' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DPT-COLS TO WS-CELLS.
           PERFORM WRITE-RULE-LINE.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-DPT-ROWS
                   COMPUTE WS-LABEL-VAL = WS-MIN-DEPTH
                           + (WS-ROW - 1) * WS-D-CELL
                   MOVE WS-LABEL-VAL TO WS-LABEL
                   MOVE WS-LABEL TO WS-CL-LABEL
                   MOVE WS-DPT-ROW(WS-ROW) TO WS-CL-GRID
                   MOVE WS-CHART-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
           END-PERFORM.
           PERFORM WRITE-RULE-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-MIN-LINE TO WS-LABEL.
           COMPUTE WS-LABEL-VAL = WS-MIN-LINE
                   + (WS-DPT-COLS - 1) * WS-L-CELL.
           MOVE WS-LABEL-VAL TO WS-LABEL-2.
           STRING '     LINE     ' DELIMITED BY SIZE
                   WS-LABEL        DELIMITED BY SIZE
                   ' AT LEFT EDGE, ' DELIMITED BY SIZE
                   WS-LABEL-2      DELIMITED BY SIZE
                   ' AT RIGHT EDGE, TICK EVERY 10 COLUMNS'
                                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * Top and bottom border of a panel, a tick every ten columns.
       WRITE-RULE-LINE.
           MOVE ALL '-' TO WS-RULE-GRID.
           PERFORM VARYING WS-TICK-IDX FROM 10 BY 10
                   UNTIL WS-TICK-IDX NOT < WS-CELLS
                   MOVE '+' TO WS-RULE-GRID(WS-TICK-IDX:1)
           END-PERFORM.
           MOVE WS-RULE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The marks spelled out: start, end, each waypoint and each
      * breach with its position, so a cell on the chart can be
      * matched to the ledger line behind it.
       WRITE-MARK-LISTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-START-LINE TO WS-CUR-LINE-NUM.
           MOVE WS-START-X TO WS-CUR-X.
           MOVE WS-START-Y TO WS-CUR-Y.
           MOVE WS-START-DEPTH TO WS-CUR-DEPTH.
           MOVE 'START    LINE ' TO WS-TOK-VAL.
           PERFORM WRITE-POSITION-LINE.
           MOVE WS-END-LINE TO WS-CUR-LINE-NUM.
           MOVE WS-END-X TO WS-CUR-X.
           MOVE WS-END-Y TO WS-CUR-Y.
           MOVE WS-END-DEPTH TO WS-CUR-DEPTH.
           MOVE 'END      LINE ' TO WS-TOK-VAL.
           PERFORM WRITE-POSITION-LINE.
           PERFORM VARYING WS-WPT-IDX FROM 1 BY 1
                   UNTIL WS-WPT-IDX > WS-WPT-COUNT
                   MOVE WS-WPT-SEQ(WS-WPT-IDX) TO WS-CUR-LINE-NUM
                   MOVE WS-WPT-X(WS-WPT-IDX) TO WS-CUR-X
                   MOVE WS-WPT-Y(WS-WPT-IDX) TO WS-CUR-Y
                   MOVE WS-WPT-DEPTH(WS-WPT-IDX) TO WS-CUR-DEPTH
                   MOVE 'WAYPOINT SEQ  ' TO WS-TOK-VAL
                   PERFORM WRITE-POSITION-LINE
           END-PERFORM.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-COUNT
                   IF WS-BRK-FOUND(WS-BRK-IDX) = 'Y'
                           MOVE WS-BRK-LINE(WS-BRK-IDX)
                                   TO WS-CUR-LINE-NUM
                           MOVE WS-BRK-X(WS-BRK-IDX) TO WS-CUR-X
                           MOVE WS-BRK-Y(WS-BRK-IDX) TO WS-CUR-Y
                           MOVE WS-BRK-DEPTH(WS-BRK-IDX)
                                   TO WS-CUR-DEPTH
                           MOVE SPACES TO WS-TOK-VAL
                           STRING 'BREACH   LINE ' DELIMITED BY SIZE
                                   INTO WS-TOK-VAL
                           PERFORM WRITE-POSITION-LINE
                           MOVE SPACES TO REPORT-LINE
                           STRING '         LIMIT BROKEN: '
                                           DELIMITED BY SIZE
                                   WS-BRK-TAG(WS-BRK-IDX)
                                           DELIMITED BY SIZE
                                   INTO REPORT-LINE
                           WRITE REPORT-LINE
                   ELSE
                           MOVE SPACES TO REPORT-LINE
                           STRING 'BREACH   LINE ' DELIMITED BY SIZE
                                   WS-BRK-LINE(WS-BRK-IDX)
                                           DELIMITED BY SIZE
                                   ' NOT IN THE LEDGER -- NOT MARKED'
                                           DELIMITED BY SIZE
                                   INTO REPORT-LINE
                           WRITE REPORT-LINE
                   END-IF
           END-PERFORM.
           IF WS-BRK-TOTAL > WS-BRK-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'BREACHES PAST THE FIRST 500 NOT MARKED: '
                                   DELIMITED BY SIZE
                           WS-BRK-TOTAL DELIMITED BY SIZE
                           ' IN ALL'    DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF.

       WRITE-POSITION-LINE.
           PERFORM LOCATE-PLAN-CELL.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CUR-X TO WS-LABEL.
           MOVE WS-CUR-Y TO WS-LABEL-2.
           STRING WS-TOK-VAL(1:14) DELIMITED BY SIZE
                   WS-CUR-LINE-NUM DELIMITED BY SIZE
                   ' HORIZ: '      DELIMITED BY SIZE
                   WS-LABEL        DELIMITED BY SIZE
                   ' LATERAL: '    DELIMITED BY SIZE
                   WS-LABEL-2      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           MOVE WS-CUR-DEPTH TO WS-LABEL.
           MOVE SPACES TO WS-LINE.
           STRING REPORT-LINE(1:63) DELIMITED BY SIZE
                   ' DEPTH: '      DELIMITED BY SIZE
                   WS-LABEL        DELIMITED BY SIZE
                   INTO WS-LINE.
           MOVE WS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-RESULTS-MASTER.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '05'
                   DISPLAY 'WARNING: RESULTS MASTER UNAVAILABLE, '
                           'FILE STATUS ' WS-MASTER-STATUS
           ELSE
                   MOVE WS-RUN-DATE TO MST-RUN-DATE
                   MOVE 'AVCDTC1' TO MST-PROGRAM
                   MOVE WS-LEDGER-FILE TO MST-DATASET
                   MOVE SPACES TO MST-RESULTS
                   STRING 'POSITIONS: '  DELIMITED BY SIZE
                           WS-POINT-CNT  DELIMITED BY SIZE
                           ' WAYPOINTS: ' DELIMITED BY SIZE
                           WS-WPT-COUNT  DELIMITED BY SIZE
                           ' BREACHES: ' DELIMITED BY SIZE
                           WS-BRK-MARKED DELIMITED BY SIZE
                           INTO MST-RESULTS
                   WRITE MASTER-RECORD
                   IF WS-MASTER-STATUS = '22'
                           REWRITE MASTER-RECORD
                   END-IF
                   IF WS-MASTER-STATUS NOT = '00'
                           DISPLAY 'WARNING: RESULTS MASTER WRITE '
                                   'FAILED, FILE STATUS '
                                   WS-MASTER-STATUS
                   END-IF
                   CLOSE MASTER-FILE
           END-IF.

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
                   STRING 'STEP AVCDTC1 DATE: ' DELIMITED BY SIZE
                           WS-RUN-DATE     DELIMITED BY SIZE
                           ' READ: '       DELIMITED BY SIZE
                           WS-POINT-CNT    DELIMITED BY SIZE
                           ' ACCEPTED: '   DELIMITED BY SIZE
                           WS-POINT-CNT    DELIMITED BY SIZE
                           ' REJECTED: 000000000 WRITTEN: 000000000'
                                           DELIMITED BY SIZE
                           INTO BAL-LINE
                   WRITE BAL-LINE
                   CLOSE BAL-FILE
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
