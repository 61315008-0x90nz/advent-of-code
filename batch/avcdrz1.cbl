      *----------------------------------------------------------------
      * Fleet rendezvous course generator
      *----------------------------------------------------------------
      * AVCD2P5 brings one boat back to the origin; this program
      * brings the whole fleet together. It reads the final position
      * of every unit off the AVCD2P4 roster (avcd2p4.rpt, or the bare
      * run parameter token) and writes, for each unit, the
      * instruction sequence that takes it from that position to a
      * common rendezvous point, in the exact inst.txt format, to
      * avcdrz1.U<unit> -- one feed per boat, ready to run under
      * TRACK mode, instead of the planners working each course out
      * by hand.
      *
      * The rendezvous point is the fleet centroid (the rounded mean
      * of the units' horizontal, lateral and depth positions) unless
      * POINT <horiz>,<lateral>[,<depth>] supplies it directly (depth
      * defaults to zero, the surface). Each course is built the way
      * AVCD2P5 builds the return leg:
      *   1. up/down to zero the aim,
      *   2. if the depth is off the point's: set aim to the depth
      *      change, forward 1 (which moves one unit along the current
      *      heading, accounted for below), restore aim to 0,
      *   3. strafe to the point's lateral,
      *   4. turn to heading 0 (or 180 to go back) and run the
      *      remaining horizontal distance,
      *   5. turn-left the remaining heading back to 0.
      *
      * Every course is then read back off disk and replayed through
      * the AVCD2P2 TRACK arithmetic from the unit's roster position;
      * a unit that does not arrive exactly on the point (and at zero
      * aim and heading) fails verification and ends the run with
      * return code 8. Finally every pair of units is traced through
      * their inbound courses together, both boats running the same
      * distance -- at most half the separation distance -- each
      * tick, and scored every tick with the same both-axes measure
      * and first-separated grace AVCD2P4 applies; turns and aim
      * changes take no time. A pair that closes inside the
      * separation distance on the way in is flagged and ends the run
      * with return code 4. SEP <distance> overrides the separation
      * distance the roster was run with. The report goes to
      * avcdrz1.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDRZ1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
       SELECT COURSE-FILE ASSIGN TO DYNAMIC WS-COURSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.
       SELECT RZ-REPORT ASSIGN TO 'avcdrz1.rpt'
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
       FD  ROSTER-FILE.
       01  ROSTER-LINE                  PIC X(132).

       FD  COURSE-FILE.
       01  COURSE-LINE                  PIC X(80).

       FD  RZ-REPORT.
       01  REPORT-LINE                  PIC X(132).

       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  BAL-FILE.
       01  BAL-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ROSTER-EOF                PIC X           VALUE 'N'.
       01  WS-LINE                      PIC X(132).

      * The run parameter is a list of space-separated tokens: POINT
      * <horiz>,<lateral>[,<depth>] supplies the rendezvous point,
      * CENTROID (the default) computes it from the roster, SEP <n>
      * overrides the roster's separation distance, and at most one
      * bare token names the roster to read.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).
       01  WS-TOK-VAL                   PIC X(80).
       01  WS-ROSTER-NAME               PIC X(80)
                                         VALUE 'avcd2p4.rpt'.
       01  WS-POINT-FLAG                PIC X           VALUE 'N'.
           88  POINT-SUPPLIED                           VALUE 'Y'.
       01  WS-PT-HORIZ-TXT              PIC X(20).
       01  WS-PT-LATERAL-TXT            PIC X(20).
       01  WS-PT-DEPTH-TXT              PIC X(20).
       01  WS-SEP-PARM-FLAG             PIC X           VALUE 'N'.
           88  SEP-SUPPLIED                             VALUE 'Y'.
       01  WS-SEP-DIST                  PIC 9(9)        VALUE 100.

      * Roster lines are split into label/value tokens; the header
      * gives the separation distance the fleet was checked against,
      * the MODE line whether the positions were TRACK-resolved, and
      * each UNIT ... FEED: line one unit's final position.
       01  WS-RST-TOK-TABLE.
           05  WS-RST-TOK               PIC X(80) OCCURS 16 TIMES.
       01  WS-RST-IDX                   PIC 9(2).
       01  WS-ROSTER-TRACK-FLAG         PIC X           VALUE 'N'.
           88  ROSTER-TRACK-MODE                        VALUE 'Y'.

      * Per-unit start positions off the roster and the course
      * generated for each -- at most eight instructions -- held in
      * the table as read back from the unit's course file, so the
      * pairwise trace replays exactly what was written. 50 entries
      * matches the AVCD2P4 fleet limit.
       01  WS-UNIT-COUNT                PIC 9(4)        VALUE 0.
       01  WS-UNIT-IDX                  PIC 9(4)        VALUE 0.
       01  WS-PAIR-IDX                  PIC 9(4)        VALUE 0.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY            OCCURS 50 TIMES.
               10  WS-UNIT-NUM          PIC 9(4).
               10  WS-UNIT-FEED         PIC X(80).
               10  WS-UNIT-HORIZ        PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.
               10  WS-UNIT-DEPTH        PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.
               10  WS-UNIT-AIM          PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.
               10  WS-UNIT-LATERAL      PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.
               10  WS-UNIT-HEADING      PIC 9(3).
               10  WS-UNIT-COURSE       PIC X(20).
               10  WS-UNIT-INST-CNT     PIC 9(2).
               10  WS-UNIT-RESIDUALS    PIC 9(2).
               10  WS-UNIT-STEP         OCCURS 10 TIMES.
                   15  WS-UNIT-STEP-DIR PIC X(12).
                   15  WS-UNIT-STEP-AMT PIC 9(9).
       01  WS-STEP-IDX                  PIC 9(2)        VALUE 0.

      * Rendezvous point and the centroid sums behind it.
       01  WS-TGT-HORIZ                 PIC S9(9)
                                         SIGN IS TRAILING SEPARATE
                                         VALUE 0.
       01  WS-TGT-LATERAL               PIC S9(9)
                                         SIGN IS TRAILING SEPARATE
                                         VALUE 0.
       01  WS-TGT-DEPTH                 PIC S9(9)
                                         SIGN IS TRAILING SEPARATE
                                         VALUE 0.
       01  WS-SUM-HORIZ                 PIC S9(13)      VALUE 0.
       01  WS-SUM-LATERAL               PIC S9(13)      VALUE 0.
       01  WS-SUM-DEPTH                 PIC S9(13)      VALUE 0.
       01  WS-POINT-SOURCE              PIC X(8)        VALUE SPACES.

      * Working copies of one unit's position, walked onto the point
      * as instructions are emitted.
       01  WS-X                         PIC S9(9)       VALUE 0.
       01  WS-D                         PIC S9(9)       VALUE 0.
       01  WS-A                         PIC S9(9)       VALUE 0.
       01  WS-L                         PIC S9(9)       VALUE 0.
       01  WS-H                         PIC 9(3)        VALUE 0.
       01  WS-DIFF                      PIC S9(10)      VALUE 0.
       01  WS-TURN-AMT                  PIC S9(5)       VALUE 0.
       01  WS-TRK-DX                    PIC S9(9)       VALUE 0.
       01  WS-TRK-DY                    PIC S9(9)       VALUE 0.

       01  WS-EMIT-DIR                  PIC X(12).
       01  WS-EMIT-AMT                  PIC 9(9)        VALUE 0.
       01  WS-AMT-EDIT                  PIC Z(8)9.
       01  WS-INST-CNT                  PIC 9(4)        VALUE 0.
       01  WS-UNIT-NUM-TXT              PIC 9(4).

      * Verification replay: the same aim/TRACK arithmetic AVCD2P2's
      * PROCESS-LINE and MOVE-ALONG-HEADING apply, from the roster
      * position, over the course as read back off disk.
       01  WS-SIM-X                     PIC S9(9)
                                         SIGN IS TRAILING SEPARATE
                                         VALUE 0.
       01  WS-SIM-D                     PIC S9(9)
                                         SIGN IS TRAILING SEPARATE
                                         VALUE 0.
       01  WS-SIM-A                     PIC S9(9)
                                         SIGN IS TRAILING SEPARATE
                                         VALUE 0.
       01  WS-SIM-L                     PIC S9(9)
                                         SIGN IS TRAILING SEPARATE
                                         VALUE 0.
       01  WS-SIM-H                     PIC 9(3)        VALUE 0.
       01  WS-SIM-H-TMP                 PIC S9(5)       VALUE 0.
       01  WS-SIM-TMP                   PIC S9(9)       VALUE 0.
       01  WS-SIM-EOF                   PIC X           VALUE 'N'.
       01  WS-SIM-LINE                  PIC X(80).
       01  WS-SIM-INSTRUCTION.
           05  WS-SIM-DIR               PIC X(12).
           05  WS-SIM-AMT               PIC 9(9).
       01  WS-FAILED-CNT                PIC 9(4)        VALUE 0.

      * Inbound separation trace. Both units of a pair start from
      * their roster positions and run their courses at the same
      * speed: each tick both move WS-TICK-DIST along their legs
      * (forward and strafes), carrying on into the next leg when
      * one ends inside a tick, while turns and up/down are taken
      * as they are reached and cost nothing. WS-TICK-DIST is half
      * SEP, so two boats cannot pass through each other between
      * ticks unseen. A unit whose course has run out waits on the
      * point. Every course ends on the same point, so closing
      * inside SEP there is the rendezvous itself, not a breach: a
      * tick is only scored while both units are still at least SEP
      * out from the point on some axis. As in AVCD2P4 a pair is
      * only scored once it has first been outside SEP -- boats
      * already together on the roster are AVCD2P4's proximity flag,
      * not a new one.
      * Each unit's place in its course: the next instruction, and
      * the leg under way with where it began and how far along it
      * the unit is. A blank leg direction is a unit on the point.
       01  WS-A-TRACE.
           05  WS-A-HORIZ               PIC S9(9).
           05  WS-A-LATERAL             PIC S9(9).
           05  WS-A-HEADING             PIC 9(3).
           05  WS-A-NEXT                PIC 9(2).
           05  WS-A-LEG-DIR             PIC X(12).
           05  WS-A-LEG-AMT             PIC 9(9).
           05  WS-A-LEG-DONE            PIC 9(9).
           05  WS-A-LEG-HORIZ           PIC S9(9).
           05  WS-A-LEG-LATERAL         PIC S9(9).
       01  WS-B-TRACE.
           05  WS-B-HORIZ               PIC S9(9).
           05  WS-B-LATERAL             PIC S9(9).
           05  WS-B-HEADING             PIC 9(3).
           05  WS-B-NEXT                PIC 9(2).
           05  WS-B-LEG-DIR             PIC X(12).
           05  WS-B-LEG-AMT             PIC 9(9).
           05  WS-B-LEG-DONE            PIC 9(9).
           05  WS-B-LEG-HORIZ           PIC S9(9).
           05  WS-B-LEG-LATERAL         PIC S9(9).
       01  WS-MV-TRACE.
           05  WS-MV-HORIZ              PIC S9(9).
           05  WS-MV-LATERAL            PIC S9(9).
           05  WS-MV-HEADING            PIC 9(3).
           05  WS-MV-NEXT               PIC 9(2).
           05  WS-MV-LEG-DIR            PIC X(12).
           05  WS-MV-LEG-AMT            PIC 9(9).
           05  WS-MV-LEG-DONE           PIC 9(9).
           05  WS-MV-LEG-HORIZ          PIC S9(9).
           05  WS-MV-LEG-LATERAL        PIC S9(9).
       01  WS-MV-UNIT                   PIC 9(4)        VALUE 0.
       01  WS-TICK-DIST                 PIC 9(9)        VALUE 1.
       01  WS-TICK-LEFT                 PIC 9(9)        VALUE 0.
       01  WS-TICK-TAKE                 PIC 9(9)        VALUE 0.
       01  WS-TRACE-TICK                PIC 9(9)        VALUE 0.
       01  WS-SEP-DH                    PIC S9(10)      VALUE 0.
       01  WS-SEP-DL                    PIC S9(10)      VALUE 0.
       01  WS-SEP-CHEB                  PIC 9(10)       VALUE 0.
       01  WS-ZONE-CHEB                 PIC 9(10)       VALUE 0.
       01  WS-CPA-DIST                  PIC 9(10)       VALUE 0.
       01  WS-CPA-TICK                  PIC 9(9)        VALUE 0.
       01  WS-PAIR-SEP-FLAG             PIC X           VALUE 'N'.
           88  PAIR-SEPARATED                           VALUE 'Y'.
       01  WS-PAIR-SCORED-FLAG          PIC X           VALUE 'N'.
           88  PAIR-SCORED                              VALUE 'Y'.
       01  WS-IN-ZONE-FLAG              PIC X           VALUE 'N'.
           88  UNIT-IN-ZONE                             VALUE 'Y'.
       01  WS-STEP-IN-ZONE-FLAG         PIC X           VALUE 'N'.
           88  STEP-IN-ZONE                             VALUE 'Y'.
       01  WS-TRANSIT-CNT               PIC 9(4)        VALUE 0.

      * FILE STATUS on every SELECT, checked after every OPEN/READ so
      * a missing/locked file aborts the run with a clear message and
      * non-zero return code instead of silently writing nothing.
       01  WS-ROSTER-STATUS             PIC XX.
       01  WS-COURSE-STATUS             PIC XX.
       01  WS-REPORT-STATUS             PIC XX.
       01  WS-COURSE-NAME               PIC X(20).

      * Indexed results master: key results of every run are posted
      * under run date + program-id + dataset so the AVCDIQ1 inquiry
      * can answer for any past night. An unavailable master is a
      * console warning, not an abort.
       01  WS-MASTER-STATUS             PIC XX.

      * Control totals: every step appends one record to the common
      * balancing file avcdbal.dat (reset by AVCDRV1 at suite start)
      * for the AVCDBL1 balancing step to prove against. The read
      * count is the roster's unit lines, the written count the
      * course instructions across every unit.
       01  WS-BAL-STATUS                PIC XX.
       01  WS-VERDICT-CHAR              PIC X           VALUE 'P'.
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
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' RENDEZVOUS FROM ROSTER: '
                   WS-ROSTER-NAME.
           PERFORM LOAD-ROSTER.
           OPEN OUTPUT RZ-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'RZ-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
      * A roster with no units (a site with no fleet control file)
      * has nothing to bring together: the report says so and the
      * run ends clean, the way AVCD2P4 itself treats that night.
           IF WS-UNIT-COUNT = 0
                   PERFORM WRITE-REPORT-HEADER
                   MOVE 'NOTE: ROSTER LISTS NO UNITS -- NO COURSES '
                           & 'GENERATED' TO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY REPORT-LINE
           ELSE
                   PERFORM SET-RENDEZVOUS-POINT
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                           UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                           PERFORM BUILD-UNIT-COURSE
                           PERFORM VERIFY-UNIT-COURSE
                           PERFORM REPORT-UNIT-COURSE
                   END-PERFORM
                   PERFORM CHECK-INBOUND-SEPARATION
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNITS: '        DELIMITED BY SIZE
                   WS-UNIT-COUNT   DELIMITED BY SIZE
                   ' INSTRUCTIONS: ' DELIMITED BY SIZE
                   WS-INST-CNT     DELIMITED BY SIZE
                   ' FAILED VERIFICATION: ' DELIMITED BY SIZE
                   WS-FAILED-CNT   DELIMITED BY SIZE
                   ' INBOUND BREACHES: ' DELIMITED BY SIZE
                   WS-TRANSIT-CNT  DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE RZ-REPORT.
           PERFORM WRITE-RESULTS-MASTER.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY 'RENDEZVOUS: ' WS-UNIT-COUNT ' COURSE(S), '
                   WS-INST-CNT ' INSTRUCTION(S) WRITTEN (RUN IN '
                   'TRACK MODE)'.
           IF WS-TRANSIT-CNT > 0
                   DISPLAY 'WARNING: ' WS-TRANSIT-CNT ' INBOUND '
                           'SEPARATION BREACH(ES), SEE avcdrz1.rpt'
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-FAILED-CNT > 0
                   DISPLAY 'ERROR: ' WS-FAILED-CNT ' RENDEZVOUS '
                           'COURSE(S) FAIL VERIFICATION, SEE '
                           'avcdrz1.rpt'
                   MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-RESULTS-MASTER.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '05'
                   DISPLAY 'WARNING: RESULTS MASTER UNAVAILABLE, '
                           'FILE STATUS ' WS-MASTER-STATUS
           ELSE
                   MOVE WS-RUN-DATE TO MST-RUN-DATE
                   MOVE 'AVCDRZ1' TO MST-PROGRAM
                   MOVE WS-ROSTER-NAME TO MST-DATASET
                   IF WS-FAILED-CNT = 0
                           MOVE 'P' TO WS-VERDICT-CHAR
                   ELSE
                           MOVE 'F' TO WS-VERDICT-CHAR
                   END-IF
                   MOVE SPACES TO MST-RESULTS
                   STRING 'UNITS: '      DELIMITED BY SIZE
                           WS-UNIT-COUNT DELIMITED BY SIZE
                           ' HORIZ: '    DELIMITED BY SIZE
                           WS-TGT-HORIZ  DELIMITED BY SIZE
                           ' LATERAL: '  DELIMITED BY SIZE
                           WS-TGT-LATERAL DELIMITED BY SIZE
                           ' DEPTH: '    DELIMITED BY SIZE
                           WS-TGT-DEPTH  DELIMITED BY SIZE
                           ' TRANSIT: '  DELIMITED BY SIZE
                           WS-TRANSIT-CNT DELIMITED BY SIZE
                           ' VERIFIED: ' DELIMITED BY SIZE
                           WS-VERDICT-CHAR DELIMITED BY SIZE
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
                   STRING 'STEP AVCDRZ1 DATE: ' DELIMITED BY SIZE
                           WS-RUN-DATE     DELIMITED BY SIZE
                           ' READ: 00000'  DELIMITED BY SIZE
                           WS-UNIT-COUNT   DELIMITED BY SIZE
                           ' ACCEPTED: 00000' DELIMITED BY SIZE
                           WS-UNIT-COUNT   DELIMITED BY SIZE
                           ' REJECTED: 000000000 WRITTEN: 00000'
                                           DELIMITED BY SIZE
                           WS-INST-CNT     DELIMITED BY SIZE
                           INTO BAL-LINE
                   WRITE BAL-LINE
                   CLOSE BAL-FILE
           END-IF.

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
                           WHEN 'CENTROID'
                                   MOVE 'N' TO WS-POINT-FLAG
                           WHEN 'POINT'
                                   PERFORM GET-PARM-VALUE
                                   PERFORM PARSE-POINT-VALUE
                           WHEN 'SEP'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-SEP-DIST
                                   SET SEP-SUPPLIED TO TRUE
                           WHEN OTHER
                                   MOVE WS-PARM-TOK(WS-TOK-IDX)
                                           TO WS-ROSTER-NAME
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

       PARSE-POINT-VALUE.
           MOVE SPACES TO WS-PT-HORIZ-TXT WS-PT-LATERAL-TXT
                   WS-PT-DEPTH-TXT.
           UNSTRING WS-TOK-VAL DELIMITED BY ','
                   INTO WS-PT-HORIZ-TXT WS-PT-LATERAL-TXT
                        WS-PT-DEPTH-TXT.
           IF WS-PT-HORIZ-TXT = SPACES OR WS-PT-LATERAL-TXT = SPACES
                   DISPLAY 'ERROR: POINT MUST BE GIVEN AS '
                           '<horiz>,<lateral>[,<depth>], NOT '
                           WS-TOK-VAL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF WS-PT-DEPTH-TXT = SPACES
                   MOVE '0' TO WS-PT-DEPTH-TXT
           END-IF.
           SET POINT-SUPPLIED TO TRUE.
           COMPUTE WS-TGT-HORIZ = FUNCTION NUMVAL(WS-PT-HORIZ-TXT).
           COMPUTE WS-TGT-LATERAL = FUNCTION NUMVAL(WS-PT-LATERAL-TXT).
           COMPUTE WS-TGT-DEPTH = FUNCTION NUMVAL(WS-PT-DEPTH-TXT).

       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'ROSTER-FILE' TO WS-ERR-FILE
                   MOVE WS-ROSTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                   READ ROSTER-FILE INTO WS-LINE
                           AT END MOVE 'Y' TO WS-ROSTER-EOF
                           NOT AT END
                                   IF WS-ROSTER-STATUS NOT = '00'
                                     MOVE 'READ' TO WS-ERR-OP
                                     MOVE 'ROSTER-FILE' TO WS-ERR-FILE
                                     MOVE WS-ROSTER-STATUS
                                             TO WS-ERR-STATUS
                                     PERFORM ABORT-FILE-ERROR
                                   END-IF
                                   PERFORM LOAD-ROSTER-LINE
                   END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.

       LOAD-ROSTER-LINE.
           MOVE SPACES TO WS-RST-TOK-TABLE.
           UNSTRING WS-LINE DELIMITED BY ALL SPACES
                   INTO WS-RST-TOK(1)  WS-RST-TOK(2)  WS-RST-TOK(3)
                        WS-RST-TOK(4)  WS-RST-TOK(5)  WS-RST-TOK(6)
                        WS-RST-TOK(7)  WS-RST-TOK(8)  WS-RST-TOK(9)
                        WS-RST-TOK(10) WS-RST-TOK(11) WS-RST-TOK(12)
                        WS-RST-TOK(13) WS-RST-TOK(14) WS-RST-TOK(15)
                        WS-RST-TOK(16).
           EVALUATE TRUE
                   WHEN WS-LINE(1:10) = 'RUN DATE: '
                           PERFORM LOAD-ROSTER-HEADER
                   WHEN WS-LINE(1:11) = 'MODE: TRACK'
                           SET ROSTER-TRACK-MODE TO TRUE
      * Only the position lines carry FEED: third -- the pair lines
      * further down also start UNIT.
                   WHEN WS-RST-TOK(1) = 'UNIT'
                           AND WS-RST-TOK(3) = 'FEED:'
                           PERFORM LOAD-ROSTER-UNIT
                   WHEN OTHER
                           CONTINUE
           END-EVALUATE.

       LOAD-ROSTER-HEADER.
           IF NOT SEP-SUPPLIED
                   PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                           UNTIL WS-RST-IDX > 15
                           IF WS-RST-TOK(WS-RST-IDX) = 'SEPARATION:'
                                   MOVE FUNCTION NUMVAL(
                                           WS-RST-TOK(WS-RST-IDX + 1))
                                           TO WS-SEP-DIST
                           END-IF
                   END-PERFORM
           END-IF.

       LOAD-ROSTER-UNIT.
           IF WS-UNIT-COUNT >= 50
                   DISPLAY 'ERROR: ROSTER HAS MORE THAN 50 UNITS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           ADD 1 TO WS-UNIT-COUNT.
           MOVE FUNCTION NUMVAL(WS-RST-TOK(2))
                   TO WS-UNIT-NUM(WS-UNIT-COUNT).
           MOVE WS-RST-TOK(4) TO WS-UNIT-FEED(WS-UNIT-COUNT).
           MOVE 0 TO WS-UNIT-HORIZ(WS-UNIT-COUNT)
                   WS-UNIT-DEPTH(WS-UNIT-COUNT)
                   WS-UNIT-AIM(WS-UNIT-COUNT)
                   WS-UNIT-LATERAL(WS-UNIT-COUNT)
                   WS-UNIT-HEADING(WS-UNIT-COUNT)
                   WS-UNIT-INST-CNT(WS-UNIT-COUNT)
                   WS-UNIT-RESIDUALS(WS-UNIT-COUNT).
           PERFORM VARYING WS-RST-IDX FROM 5 BY 2
                   UNTIL WS-RST-IDX > 15
                   EVALUATE WS-RST-TOK(WS-RST-IDX)
                           WHEN 'HORIZ:'
                                   MOVE FUNCTION NUMVAL(
                                           WS-RST-TOK(WS-RST-IDX + 1))
                                       TO WS-UNIT-HORIZ(WS-UNIT-COUNT)
                           WHEN 'DEPTH:'
                                   MOVE FUNCTION NUMVAL(
                                           WS-RST-TOK(WS-RST-IDX + 1))
                                       TO WS-UNIT-DEPTH(WS-UNIT-COUNT)
                           WHEN 'AIM:'
                                   MOVE FUNCTION NUMVAL(
                                           WS-RST-TOK(WS-RST-IDX + 1))
                                       TO WS-UNIT-AIM(WS-UNIT-COUNT)
                           WHEN 'LATERAL:'
                                   MOVE FUNCTION NUMVAL(
                                           WS-RST-TOK(WS-RST-IDX + 1))
                                       TO WS-UNIT-LATERAL(WS-UNIT-COUNT)
                           WHEN 'HEADING:'
                                   MOVE FUNCTION NUMVAL(
                                           WS-RST-TOK(WS-RST-IDX + 1))
                                       TO WS-UNIT-HEADING(WS-UNIT-COUNT)
                   END-EVALUATE
           END-PERFORM.
           MOVE WS-UNIT-NUM(WS-UNIT-COUNT) TO WS-UNIT-NUM-TXT.
           MOVE SPACES TO WS-UNIT-COURSE(WS-UNIT-COUNT).
           STRING 'avcdrz1.U'      DELIMITED BY SIZE
                   WS-UNIT-NUM-TXT DELIMITED BY SIZE
                   INTO WS-UNIT-COURSE(WS-UNIT-COUNT).

       SET-RENDEZVOUS-POINT.
           IF POINT-SUPPLIED
                   MOVE 'SUPPLIED' TO WS-POINT-SOURCE
           ELSE
                   MOVE 'CENTROID' TO WS-POINT-SOURCE
                   MOVE 0 TO WS-SUM-HORIZ WS-SUM-LATERAL WS-SUM-DEPTH
                   PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                           UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                           ADD WS-UNIT-HORIZ(WS-UNIT-IDX)
                                   TO WS-SUM-HORIZ
                           ADD WS-UNIT-LATERAL(WS-UNIT-IDX)
                                   TO WS-SUM-LATERAL
                           ADD WS-UNIT-DEPTH(WS-UNIT-IDX)
                                   TO WS-SUM-DEPTH
                   END-PERFORM
                   COMPUTE WS-TGT-HORIZ ROUNDED =
                           WS-SUM-HORIZ / WS-UNIT-COUNT
                   COMPUTE WS-TGT-LATERAL ROUNDED =
                           WS-SUM-LATERAL / WS-UNIT-COUNT
                   COMPUTE WS-TGT-DEPTH ROUNDED =
                           WS-SUM-DEPTH / WS-UNIT-COUNT
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' ROSTER: '     DELIMITED BY SIZE
                   WS-ROSTER-NAME  DELIMITED BY SPACE
                   ' UNITS: '      DELIMITED BY SIZE
                   WS-UNIT-COUNT   DELIMITED BY SIZE
                   ' SEPARATION: ' DELIMITED BY SIZE
                   WS-SEP-DIST     DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNIT-COUNT > 0
      * Positions off a roster run without TRACK are aim-model
      * positions; the courses still need TRACK to run, so the
      * planner is told the two models were mixed.
                   IF ROSTER-TRACK-MODE
                           MOVE 'ROSTER MODE: TRACK' TO REPORT-LINE
                   ELSE
                           MOVE 'ROSTER MODE: AIM -- POSITIONS NOT '
                                   & 'HEADING-RESOLVED' TO REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RENDEZVOUS POINT ('  DELIMITED BY SIZE
                           WS-POINT-SOURCE      DELIMITED BY SIZE
                           ') HORIZ: '          DELIMITED BY SIZE
                           WS-TGT-HORIZ         DELIMITED BY SIZE
                           ' DEPTH: '           DELIMITED BY SIZE
                           WS-TGT-DEPTH         DELIMITED BY SIZE
                           ' LATERAL: '         DELIMITED BY SIZE
                           WS-TGT-LATERAL       DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF.

       BUILD-UNIT-COURSE.
           MOVE WS-UNIT-HORIZ(WS-UNIT-IDX)   TO WS-X.
           MOVE WS-UNIT-DEPTH(WS-UNIT-IDX)   TO WS-D.
           MOVE WS-UNIT-AIM(WS-UNIT-IDX)     TO WS-A.
           MOVE WS-UNIT-LATERAL(WS-UNIT-IDX) TO WS-L.
           MOVE WS-UNIT-HEADING(WS-UNIT-IDX) TO WS-H.
           MOVE WS-UNIT-COURSE(WS-UNIT-IDX) TO WS-COURSE-NAME.
           OPEN OUTPUT COURSE-FILE.
           IF WS-COURSE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'COURSE-FILE' TO WS-ERR-FILE
                   MOVE WS-COURSE-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM ZERO-AIM.
           PERFORM SET-DEPTH.
           PERFORM SET-LATERAL.
           PERFORM SET-HORIZONTAL.
           PERFORM ZERO-HEADING.
           CLOSE COURSE-FILE.

       ZERO-AIM.
           IF WS-A > 0
                   MOVE 'up' TO WS-EMIT-DIR
                   MOVE WS-A TO WS-EMIT-AMT
                   PERFORM EMIT-INSTRUCTION
           END-IF.
           IF WS-A < 0
                   MOVE 'down' TO WS-EMIT-DIR
                   COMPUTE WS-EMIT-AMT = 0 - WS-A
                   PERFORM EMIT-INSTRUCTION
           END-IF.
           MOVE 0 TO WS-A.

       SET-DEPTH.
      * With the aim zeroed, setting aim to the depth change and
      * going forward 1 lands the depth exactly, at the cost of one
      * unit of movement along the current heading -- folded into
      * WS-X/WS-L here so the later legs run the true remaining
      * distance.
           COMPUTE WS-DIFF = WS-TGT-DEPTH - WS-D.
           IF WS-DIFF NOT = 0
                   IF WS-DIFF > 0
                           MOVE 'down' TO WS-EMIT-DIR
                           MOVE WS-DIFF TO WS-EMIT-AMT
                   ELSE
                           MOVE 'up' TO WS-EMIT-DIR
                           COMPUTE WS-EMIT-AMT = 0 - WS-DIFF
                   END-IF
                   PERFORM EMIT-INSTRUCTION
                   MOVE 'forward' TO WS-EMIT-DIR
                   MOVE 1 TO WS-EMIT-AMT
                   PERFORM EMIT-INSTRUCTION
                   COMPUTE WS-TRK-DX ROUNDED = FUNCTION COS(
                           WS-H * 3.14159265358979 / 180)
                   COMPUTE WS-TRK-DY ROUNDED = FUNCTION SIN(
                           WS-H * 3.14159265358979 / 180)
                   ADD WS-TRK-DX TO WS-X
                   ADD WS-TRK-DY TO WS-L
                   IF WS-DIFF > 0
                           MOVE 'up' TO WS-EMIT-DIR
                           MOVE WS-DIFF TO WS-EMIT-AMT
                   ELSE
                           MOVE 'down' TO WS-EMIT-DIR
                           COMPUTE WS-EMIT-AMT = 0 - WS-DIFF
                   END-IF
                   PERFORM EMIT-INSTRUCTION
                   MOVE WS-TGT-DEPTH TO WS-D
           END-IF.

       SET-LATERAL.
           COMPUTE WS-DIFF = WS-TGT-LATERAL - WS-L.
           IF WS-DIFF > 0
                   MOVE 'strafe-right' TO WS-EMIT-DIR
                   MOVE WS-DIFF TO WS-EMIT-AMT
                   PERFORM EMIT-INSTRUCTION
           END-IF.
           IF WS-DIFF < 0
                   MOVE 'strafe-left' TO WS-EMIT-DIR
                   COMPUTE WS-EMIT-AMT = 0 - WS-DIFF
                   PERFORM EMIT-INSTRUCTION
           END-IF.
           MOVE WS-TGT-LATERAL TO WS-L.

       SET-HORIZONTAL.
           COMPUTE WS-DIFF = WS-TGT-HORIZ - WS-X.
           IF WS-DIFF > 0
                   PERFORM TURN-TO-HEADING-0
                   MOVE 'forward' TO WS-EMIT-DIR
                   MOVE WS-DIFF TO WS-EMIT-AMT
                   PERFORM EMIT-INSTRUCTION
           END-IF.
           IF WS-DIFF < 0
                   PERFORM TURN-TO-HEADING-180
                   MOVE 'forward' TO WS-EMIT-DIR
                   COMPUTE WS-EMIT-AMT = 0 - WS-DIFF
                   PERFORM EMIT-INSTRUCTION
           END-IF.
           MOVE WS-TGT-HORIZ TO WS-X.

       TURN-TO-HEADING-180.
           COMPUTE WS-TURN-AMT = FUNCTION MOD(180 - WS-H, 360).
           IF WS-TURN-AMT NOT = 0
                   MOVE 'turn-right' TO WS-EMIT-DIR
                   MOVE WS-TURN-AMT TO WS-EMIT-AMT
                   PERFORM EMIT-INSTRUCTION
           END-IF.
           MOVE 180 TO WS-H.

       TURN-TO-HEADING-0.
           COMPUTE WS-TURN-AMT = FUNCTION MOD(360 - WS-H, 360).
           IF WS-TURN-AMT NOT = 0
                   MOVE 'turn-right' TO WS-EMIT-DIR
                   MOVE WS-TURN-AMT TO WS-EMIT-AMT
                   PERFORM EMIT-INSTRUCTION
           END-IF.
           MOVE 0 TO WS-H.

       ZERO-HEADING.
           IF WS-H NOT = 0
                   MOVE 'turn-left' TO WS-EMIT-DIR
                   MOVE WS-H TO WS-EMIT-AMT
                   PERFORM EMIT-INSTRUCTION
                   MOVE 0 TO WS-H
           END-IF.

       EMIT-INSTRUCTION.
      * Exact feed format: direction word, one space, the amount with
      * no leading zeros -- what AVCD2P1/AVCD2P2 UNSTRING expects.
           MOVE WS-EMIT-AMT TO WS-AMT-EDIT.
           MOVE SPACES TO COURSE-LINE.
           STRING WS-EMIT-DIR   DELIMITED BY SPACE
                   ' '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
                   INTO COURSE-LINE.
           WRITE COURSE-LINE.
           ADD 1 TO WS-INST-CNT.

       VERIFY-UNIT-COURSE.
      * Reads the course back off disk and replays it from the
      * roster position; the instructions are kept in the unit's
      * table entry for the separation trace as they are read.
           MOVE WS-UNIT-HORIZ(WS-UNIT-IDX)   TO WS-SIM-X.
           MOVE WS-UNIT-DEPTH(WS-UNIT-IDX)   TO WS-SIM-D.
           MOVE WS-UNIT-AIM(WS-UNIT-IDX)     TO WS-SIM-A.
           MOVE WS-UNIT-LATERAL(WS-UNIT-IDX) TO WS-SIM-L.
           MOVE WS-UNIT-HEADING(WS-UNIT-IDX) TO WS-SIM-H.
           MOVE 0 TO WS-UNIT-INST-CNT(WS-UNIT-IDX).
           MOVE 'N' TO WS-SIM-EOF.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'COURSE-FILE' TO WS-ERR-FILE
                   MOVE WS-COURSE-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-SIM-EOF = 'Y'
                   READ COURSE-FILE INTO WS-SIM-LINE
                           AT END MOVE 'Y' TO WS-SIM-EOF
                           NOT AT END
                                   IF WS-COURSE-STATUS NOT = '00'
                                     MOVE 'READ' TO WS-ERR-OP
                                     MOVE 'COURSE-FILE' TO WS-ERR-FILE
                                     MOVE WS-COURSE-STATUS
                                             TO WS-ERR-STATUS
                                     PERFORM ABORT-FILE-ERROR
                                   END-IF
                                   PERFORM SIMULATE-ONE-INSTRUCTION
                   END-READ
           END-PERFORM.
           CLOSE COURSE-FILE.
           MOVE 0 TO WS-UNIT-RESIDUALS(WS-UNIT-IDX).
           IF WS-SIM-X NOT = WS-TGT-HORIZ
                   ADD 1 TO WS-UNIT-RESIDUALS(WS-UNIT-IDX)
           END-IF.
           IF WS-SIM-D NOT = WS-TGT-DEPTH
                   ADD 1 TO WS-UNIT-RESIDUALS(WS-UNIT-IDX)
           END-IF.
           IF WS-SIM-A NOT = 0
                   ADD 1 TO WS-UNIT-RESIDUALS(WS-UNIT-IDX)
           END-IF.
           IF WS-SIM-L NOT = WS-TGT-LATERAL
                   ADD 1 TO WS-UNIT-RESIDUALS(WS-UNIT-IDX)
           END-IF.
           IF WS-SIM-H NOT = 0
                   ADD 1 TO WS-UNIT-RESIDUALS(WS-UNIT-IDX)
           END-IF.
           IF WS-UNIT-RESIDUALS(WS-UNIT-IDX) > 0
                   ADD 1 TO WS-FAILED-CNT
           END-IF.

       SIMULATE-ONE-INSTRUCTION.
      * The same model AVCD2P2's PROCESS-LINE applies with TRACK on:
      * forward resolves along the heading and drives depth off aim
      * times distance; the other words move exactly one axis.
           UNSTRING WS-SIM-LINE
           DELIMITED BY SPACES
           INTO WS-SIM-DIR WS-SIM-AMT.
           IF WS-UNIT-INST-CNT(WS-UNIT-IDX) < 10
                   ADD 1 TO WS-UNIT-INST-CNT(WS-UNIT-IDX)
                   MOVE WS-UNIT-INST-CNT(WS-UNIT-IDX) TO WS-STEP-IDX
                   MOVE WS-SIM-DIR
                           TO WS-UNIT-STEP-DIR(WS-UNIT-IDX, WS-STEP-IDX)
                   MOVE WS-SIM-AMT
                           TO WS-UNIT-STEP-AMT(WS-UNIT-IDX, WS-STEP-IDX)
           END-IF.
           EVALUATE WS-SIM-DIR
                   WHEN 'forward     '
                           COMPUTE WS-TRK-DX ROUNDED = WS-SIM-AMT
                                   * FUNCTION COS(WS-SIM-H
                                   * 3.14159265358979 / 180)
                           COMPUTE WS-TRK-DY ROUNDED = WS-SIM-AMT
                                   * FUNCTION SIN(WS-SIM-H
                                   * 3.14159265358979 / 180)
                           ADD WS-TRK-DX TO WS-SIM-X
                           ADD WS-TRK-DY TO WS-SIM-L
                           MULTIPLY WS-SIM-A BY WS-SIM-AMT
                                   GIVING WS-SIM-TMP
                           ADD WS-SIM-TMP TO WS-SIM-D
                   WHEN 'down        '
                           ADD WS-SIM-AMT TO WS-SIM-A
                   WHEN 'up          '
                           SUBTRACT WS-SIM-AMT FROM WS-SIM-A
                   WHEN 'strafe-left '
                           SUBTRACT WS-SIM-AMT FROM WS-SIM-L
                   WHEN 'strafe-right'
                           ADD WS-SIM-AMT TO WS-SIM-L
                   WHEN 'turn-left   '
                           COMPUTE WS-SIM-H-TMP = FUNCTION MOD(
                                   WS-SIM-H - WS-SIM-AMT, 360)
                           MOVE WS-SIM-H-TMP TO WS-SIM-H
                   WHEN 'turn-right  '
                           COMPUTE WS-SIM-H-TMP = FUNCTION MOD(
                                   WS-SIM-H + WS-SIM-AMT, 360)
                           MOVE WS-SIM-H-TMP TO WS-SIM-H
           END-EVALUATE.

       REPORT-UNIT-COURSE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNIT '          DELIMITED BY SIZE
                   WS-UNIT-NUM(WS-UNIT-IDX) DELIMITED BY SIZE
                   ' FEED: '       DELIMITED BY SIZE
                   WS-UNIT-FEED(WS-UNIT-IDX) DELIMITED BY SPACE
                   ' FROM HORIZ: ' DELIMITED BY SIZE
                   WS-UNIT-HORIZ(WS-UNIT-IDX) DELIMITED BY SIZE
                   ' DEPTH: '      DELIMITED BY SIZE
                   WS-UNIT-DEPTH(WS-UNIT-IDX) DELIMITED BY SIZE
                   ' AIM: '        DELIMITED BY SIZE
                   WS-UNIT-AIM(WS-UNIT-IDX) DELIMITED BY SIZE
                   ' LATERAL: '    DELIMITED BY SIZE
                   WS-UNIT-LATERAL(WS-UNIT-IDX) DELIMITED BY SIZE
                   ' HEADING: '    DELIMITED BY SIZE
                   WS-UNIT-HEADING(WS-UNIT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-UNIT-RESIDUALS(WS-UNIT-IDX) = 0
                   STRING '     COURSE: ' DELIMITED BY SIZE
                           WS-UNIT-COURSE(WS-UNIT-IDX)
                                           DELIMITED BY SPACE
                           ' INSTRUCTIONS: ' DELIMITED BY SIZE
                           WS-UNIT-INST-CNT(WS-UNIT-IDX)
                                           DELIMITED BY SIZE
                           ' VERIFIED: PASS -- ARRIVES ON THE POINT'
                                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   STRING '** COURSE: '  DELIMITED BY SIZE
                           WS-UNIT-COURSE(WS-UNIT-IDX)
                                           DELIMITED BY SPACE
                           ' VERIFIED: FAIL -- ENDS HORIZ: '
                                           DELIMITED BY SIZE
                           WS-SIM-X        DELIMITED BY SIZE
                           ' DEPTH: '      DELIMITED BY SIZE
                           WS-SIM-D        DELIMITED BY SIZE
                           ' AIM: '        DELIMITED BY SIZE
                           WS-SIM-A        DELIMITED BY SIZE
                           ' LATERAL: '    DELIMITED BY SIZE
                           WS-SIM-L        DELIMITED BY SIZE
                           ' HEADING: '    DELIMITED BY SIZE
                           WS-SIM-H        DELIMITED BY SIZE
                           ' **'           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF.

       CHECK-INBOUND-SEPARATION.
           COMPUTE WS-TICK-DIST = WS-SEP-DIST / 2.
           IF WS-TICK-DIST = 0
                   MOVE 1 TO WS-TICK-DIST
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'INBOUND TRACE: EVERY PAIR SCORED EACH '
                                   DELIMITED BY SIZE
                   WS-TICK-DIST    DELIMITED BY SIZE
                   ' UNITS RUN'    DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                   PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                           UNTIL WS-PAIR-IDX > WS-UNIT-COUNT
                           IF WS-PAIR-IDX > WS-UNIT-IDX
                                   PERFORM TRACE-ONE-PAIR
                           END-IF
                   END-PERFORM
           END-PERFORM.

       TRACE-ONE-PAIR.
           MOVE WS-UNIT-HORIZ(WS-UNIT-IDX)   TO WS-A-HORIZ.
           MOVE WS-UNIT-LATERAL(WS-UNIT-IDX) TO WS-A-LATERAL.
           MOVE WS-UNIT-HEADING(WS-UNIT-IDX) TO WS-A-HEADING.
           MOVE 1 TO WS-A-NEXT.
           MOVE SPACES TO WS-A-LEG-DIR.
           MOVE WS-UNIT-HORIZ(WS-PAIR-IDX)   TO WS-B-HORIZ.
           MOVE WS-UNIT-LATERAL(WS-PAIR-IDX) TO WS-B-LATERAL.
           MOVE WS-UNIT-HEADING(WS-PAIR-IDX) TO WS-B-HEADING.
           MOVE 1 TO WS-B-NEXT.
           MOVE SPACES TO WS-B-LEG-DIR.
           MOVE 9999999999 TO WS-CPA-DIST.
           MOVE 0 TO WS-CPA-TICK.
           MOVE 'N' TO WS-PAIR-SEP-FLAG WS-PAIR-SCORED-FLAG.
      * Tick 0 is the roster position itself, so a pair already well
      * apart on the roster counts as separated from the outset.
           MOVE 0 TO WS-TRACE-TICK.
           PERFORM SCORE-PAIR-STEP.
           MOVE WS-A-TRACE TO WS-MV-TRACE.
           MOVE WS-UNIT-IDX TO WS-MV-UNIT.
           PERFORM SETTLE-TRACE-UNIT.
           MOVE WS-MV-TRACE TO WS-A-TRACE.
           MOVE WS-B-TRACE TO WS-MV-TRACE.
           MOVE WS-PAIR-IDX TO WS-MV-UNIT.
           PERFORM SETTLE-TRACE-UNIT.
           MOVE WS-MV-TRACE TO WS-B-TRACE.
           PERFORM UNTIL WS-A-LEG-DIR = SPACES
                   AND WS-B-LEG-DIR = SPACES
                   ADD 1 TO WS-TRACE-TICK
                   MOVE WS-A-TRACE TO WS-MV-TRACE
                   MOVE WS-UNIT-IDX TO WS-MV-UNIT
                   PERFORM ADVANCE-TRACE-UNIT
                   MOVE WS-MV-TRACE TO WS-A-TRACE
                   MOVE WS-B-TRACE TO WS-MV-TRACE
                   MOVE WS-PAIR-IDX TO WS-MV-UNIT
                   PERFORM ADVANCE-TRACE-UNIT
                   MOVE WS-MV-TRACE TO WS-B-TRACE
                   PERFORM SCORE-PAIR-STEP
           END-PERFORM.
           PERFORM REPORT-PAIR-CPA.

      * One tick for the unit in WS-MV-TRACE: WS-TICK-DIST along its
      * legs, or less where its course runs out on the point.
       ADVANCE-TRACE-UNIT.
           MOVE WS-TICK-DIST TO WS-TICK-LEFT.
           PERFORM UNTIL WS-TICK-LEFT = 0 OR WS-MV-LEG-DIR = SPACES
                   COMPUTE WS-TICK-TAKE =
                           WS-MV-LEG-AMT - WS-MV-LEG-DONE
                   IF WS-TICK-TAKE > WS-TICK-LEFT
                           MOVE WS-TICK-LEFT TO WS-TICK-TAKE
                   END-IF
                   ADD WS-TICK-TAKE TO WS-MV-LEG-DONE
                   SUBTRACT WS-TICK-TAKE FROM WS-TICK-LEFT
                   PERFORM PLACE-ON-LEG
                   IF WS-MV-LEG-DONE = WS-MV-LEG-AMT
                           MOVE SPACES TO WS-MV-LEG-DIR
                           PERFORM SETTLE-TRACE-UNIT
                   END-IF
           END-PERFORM.

      * Take the unit's instructions up to the next leg that moves it
      * on the plane. Separation only lives on the horizontal/lateral
      * plane, so down/up (aim and depth) pass with no effect, and a
      * turn changes the heading the next forward runs along.
       SETTLE-TRACE-UNIT.
           PERFORM UNTIL WS-MV-LEG-DIR NOT = SPACES
                   OR WS-MV-NEXT > WS-UNIT-INST-CNT(WS-MV-UNIT)
                   MOVE WS-UNIT-STEP-DIR(WS-MV-UNIT, WS-MV-NEXT)
                           TO WS-SIM-DIR
                   MOVE WS-UNIT-STEP-AMT(WS-MV-UNIT, WS-MV-NEXT)
                           TO WS-SIM-AMT
                   ADD 1 TO WS-MV-NEXT
                   EVALUATE WS-SIM-DIR
                           WHEN 'forward     '
                           WHEN 'strafe-left '
                           WHEN 'strafe-right'
                                   IF WS-SIM-AMT > 0
                                           MOVE WS-SIM-DIR
                                                   TO WS-MV-LEG-DIR
                                           MOVE WS-SIM-AMT
                                                   TO WS-MV-LEG-AMT
                                           MOVE 0 TO WS-MV-LEG-DONE
                                           MOVE WS-MV-HORIZ
                                                   TO WS-MV-LEG-HORIZ
                                           MOVE WS-MV-LATERAL
                                                   TO WS-MV-LEG-LATERAL
                                   END-IF
                           WHEN 'turn-left   '
                                   COMPUTE WS-SIM-H-TMP = FUNCTION MOD(
                                           WS-MV-HEADING - WS-SIM-AMT,
                                           360)
                                   MOVE WS-SIM-H-TMP TO WS-MV-HEADING
                           WHEN 'turn-right  '
                                   COMPUTE WS-SIM-H-TMP = FUNCTION MOD(
                                           WS-MV-HEADING + WS-SIM-AMT,
                                           360)
                                   MOVE WS-SIM-H-TMP TO WS-MV-HEADING
                   END-EVALUATE
           END-PERFORM.

      * The position part-way along a leg is worked from where the
      * leg began, so at the leg's end the unit stands exactly where
      * the verification replay put it.
       PLACE-ON-LEG.
           EVALUATE WS-MV-LEG-DIR
                   WHEN 'forward     '
                           COMPUTE WS-TRK-DX ROUNDED = WS-MV-LEG-DONE
                                   * FUNCTION COS(WS-MV-HEADING
                                   * 3.14159265358979 / 180)
                           COMPUTE WS-TRK-DY ROUNDED = WS-MV-LEG-DONE
                                   * FUNCTION SIN(WS-MV-HEADING
                                   * 3.14159265358979 / 180)
                           COMPUTE WS-MV-HORIZ =
                                   WS-MV-LEG-HORIZ + WS-TRK-DX
                           COMPUTE WS-MV-LATERAL =
                                   WS-MV-LEG-LATERAL + WS-TRK-DY
                   WHEN 'strafe-left '
                           COMPUTE WS-MV-LATERAL =
                                   WS-MV-LEG-LATERAL - WS-MV-LEG-DONE
                   WHEN 'strafe-right'
                           COMPUTE WS-MV-LATERAL =
                                   WS-MV-LEG-LATERAL + WS-MV-LEG-DONE
           END-EVALUATE.

       SCORE-PAIR-STEP.
           MOVE 'N' TO WS-STEP-IN-ZONE-FLAG.
           MOVE WS-A-HORIZ   TO WS-MV-HORIZ.
           MOVE WS-A-LATERAL TO WS-MV-LATERAL.
           PERFORM CHECK-ARRIVAL-ZONE.
           IF UNIT-IN-ZONE
                   SET STEP-IN-ZONE TO TRUE
           END-IF.
           MOVE WS-B-HORIZ   TO WS-MV-HORIZ.
           MOVE WS-B-LATERAL TO WS-MV-LATERAL.
           PERFORM CHECK-ARRIVAL-ZONE.
           IF UNIT-IN-ZONE
                   SET STEP-IN-ZONE TO TRUE
           END-IF.
           COMPUTE WS-SEP-DH = WS-A-HORIZ - WS-B-HORIZ.
           IF WS-SEP-DH < 0
                   COMPUTE WS-SEP-DH = 0 - WS-SEP-DH
           END-IF.
           COMPUTE WS-SEP-DL = WS-A-LATERAL - WS-B-LATERAL.
           IF WS-SEP-DL < 0
                   COMPUTE WS-SEP-DL = 0 - WS-SEP-DL
           END-IF.
           IF WS-SEP-DH > WS-SEP-DL
                   MOVE WS-SEP-DH TO WS-SEP-CHEB
           ELSE
                   MOVE WS-SEP-DL TO WS-SEP-CHEB
           END-IF.
           IF NOT PAIR-SEPARATED
                   IF WS-SEP-CHEB >= WS-SEP-DIST
                           SET PAIR-SEPARATED TO TRUE
                   END-IF
           END-IF.
           IF PAIR-SEPARATED AND NOT STEP-IN-ZONE
                   SET PAIR-SCORED TO TRUE
                   IF WS-SEP-CHEB < WS-CPA-DIST
                           MOVE WS-SEP-CHEB TO WS-CPA-DIST
                           MOVE WS-TRACE-TICK TO WS-CPA-TICK
                   END-IF
           END-IF.

       CHECK-ARRIVAL-ZONE.
           MOVE 'N' TO WS-IN-ZONE-FLAG.
           COMPUTE WS-SEP-DH = WS-MV-HORIZ - WS-TGT-HORIZ.
           IF WS-SEP-DH < 0
                   COMPUTE WS-SEP-DH = 0 - WS-SEP-DH
           END-IF.
           COMPUTE WS-SEP-DL = WS-MV-LATERAL - WS-TGT-LATERAL.
           IF WS-SEP-DL < 0
                   COMPUTE WS-SEP-DL = 0 - WS-SEP-DL
           END-IF.
           IF WS-SEP-DH > WS-SEP-DL
                   MOVE WS-SEP-DH TO WS-ZONE-CHEB
           ELSE
                   MOVE WS-SEP-DL TO WS-ZONE-CHEB
           END-IF.
           IF WS-ZONE-CHEB < WS-SEP-DIST
                   SET UNIT-IN-ZONE TO TRUE
           END-IF.

       REPORT-PAIR-CPA.
           MOVE SPACES TO REPORT-LINE.
           IF NOT PAIR-SCORED
                   STRING 'UNIT '       DELIMITED BY SIZE
                           WS-UNIT-NUM(WS-UNIT-IDX) DELIMITED BY SIZE
                           ' AND UNIT ' DELIMITED BY SIZE
                           WS-UNIT-NUM(WS-PAIR-IDX) DELIMITED BY SIZE
                           ' NOT SCORED -- NEVER APART BEYOND '
                                        DELIMITED BY SIZE
                           WS-SEP-DIST  DELIMITED BY SIZE
                           ' OUTSIDE THE ARRIVAL ZONE'
                                        DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   STRING 'UNIT '       DELIMITED BY SIZE
                           WS-UNIT-NUM(WS-UNIT-IDX) DELIMITED BY SIZE
                           ' AND UNIT ' DELIMITED BY SIZE
                           WS-UNIT-NUM(WS-PAIR-IDX) DELIMITED BY SIZE
                           ' CLOSEST INBOUND APPROACH '
                                        DELIMITED BY SIZE
                           WS-CPA-DIST  DELIMITED BY SIZE
                           ' AT TICK '  DELIMITED BY SIZE
                           WS-CPA-TICK  DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-CPA-DIST < WS-SEP-DIST
                           ADD 1 TO WS-TRANSIT-CNT
                           MOVE SPACES TO REPORT-LINE
                           STRING '** INBOUND BREACH: UNIT '
                                                DELIMITED BY SIZE
                                   WS-UNIT-NUM(WS-UNIT-IDX)
                                                DELIMITED BY SIZE
                                   ' AND UNIT ' DELIMITED BY SIZE
                                   WS-UNIT-NUM(WS-PAIR-IDX)
                                                DELIMITED BY SIZE
                                   ' WITHIN '   DELIMITED BY SIZE
                                   WS-SEP-DIST  DELIMITED BY SIZE
                                   ' AT TICK '  DELIMITED BY SIZE
                                   WS-CPA-TICK  DELIMITED BY SIZE
                                   ' **'        DELIMITED BY SIZE
                                   INTO REPORT-LINE
                           WRITE REPORT-LINE
                   END-IF
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
