      * ---------------------------------------------------------------
      * Control-file pre-flight edit
      * ---------------------------------------------------------------
      * The suite is steered by a stack of hand-edited control files,
      * and until now a typo in any of them only surfaced when its
      * owning step tripped over it halfway through the night -- or
      * never, where the owning step skips a bad line with a console
      * note. This step, run by AVCDRV1 ahead of the AVCDFM1 manifest
      * gate, syntax- and cross-checks every one of them before any
      * step touches a feed:
      *   avcdrv1.ctl   run-control entries (known step names, entry
      *                 starts in column 1, the AVCDRV1 table limit)
      *   avcdrv1.job   job stream (known step names, each listed
      *                 once, prerequisites listed above their
      *                 dependants, return-code tolerances); the
      *                 driver refuses a broken stream before any step
      *                 runs, so this edit is also the one to run by
      *                 hand after changing the stream
      *   avcd2p2.lim   safety envelope tags and values, MAX-DEPTH
      *                 not below MIN-DEPTH, MAX-LATERAL not negative
      *   avcd3p1.map   decode map lines, bit positions inside the
      *                 word width AVCD3P1 will run with (the bare
      *                 digit token on its avcdrv1.ctl entry, else 12)
      *   avcdhk1.ctl   retention entries and keep counts
      *   feeds.man     manifest layout and that each feed is there
      *   avcd2p9.pln   waypoint layout and numeric values
      *   avcd1p2.cal   transducer calibration entries (offset,
      *                 non-zero scale, effective-from date), no
      *                 station given two entries for one date
      * Every defect goes to avcdce1.rpt with its file and line
      * number. A defect that would abort the owning step, or
      * quietly make it do the wrong thing, is an ERROR and marks the
      * file unusable; anything else is a WARNING. Any unusable file
      * holds the suite with return code 8, so an 11 p.m. edit
      * mistake is caught at 11 p.m. A control file that is simply
      * not there is noted, not a defect -- each owning step already
      * has a defined no-file behaviour.
      *
      * Run parameter: none.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDCE1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
       SELECT EDIT-REPORT ASSIGN TO 'avcdce1.rpt'
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
       FD  CTL-FILE.
       01  CTL-LINE                     PIC X(132).

       FD  FEED-FILE.
       01  FEED-LINE                    PIC X(132).

       FD  EDIT-REPORT.
       01  REPORT-LINE                  PIC X(132).

       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  BAL-FILE.
       01  BAL-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-EOF                   PIC X           VALUE 'N'.
       01  WS-LINE                      PIC X(132).
       01  WS-CTL-NAME                  PIC X(80)       VALUE SPACES.
       01  WS-FEED-NAME                 PIC X(80)       VALUE SPACES.
       01  WS-RUN-PARM                  PIC X(80).

       01  WS-TOK-TABLE.
           05  WS-TOK                   PIC X(20) OCCURS 12 TIMES.

      * The file under edit: which edit applies to its lines, the
      * line number within it, and its defect tallies.
       01  WS-EDIT-KIND                 PIC X(4)        VALUE SPACES.
           88  EDIT-RUNCTL                              VALUE 'RCTL'.
           88  EDIT-JOBSTRM                             VALUE 'JOBS'.
           88  EDIT-LIMITS                              VALUE 'LIMS'.
           88  EDIT-MAP                                 VALUE 'MAP '.
           88  EDIT-RETENTION                           VALUE 'RETN'.
           88  EDIT-MANIFEST                            VALUE 'MANI'.
           88  EDIT-PLAN                                VALUE 'PLAN'.
           88  EDIT-CALIB                               VALUE 'CALB'.
       01  WS-CUR-LINE-NUM              PIC 9(9)        VALUE 0.
       01  WS-FILE-ERRORS               PIC 9(4)        VALUE 0.
       01  WS-FILE-WARNINGS             PIC 9(4)        VALUE 0.
       01  WS-FILE-ENTRIES              PIC 9(4)        VALUE 0.
       01  WS-LINE-BAD-FLAG             PIC X           VALUE 'N'.
           88  LINE-IS-BAD                              VALUE 'Y'.

      * One defect: severity and text, written with the file name
      * and line number by WRITE-DEFECT.
       01  WS-DEF-SEV                   PIC X(7)        VALUE SPACES.
       01  WS-DEF-TEXT                  PIC X(90)       VALUE SPACES.
       01  WS-DEF-LINE                  PIC 9(9)        VALUE 0.

      * Suite totals across every file edited.
       01  WS-FILES-EDITED              PIC 9(4)        VALUE 0.
       01  WS-FILES-ABSENT              PIC 9(4)        VALUE 0.
       01  WS-FILES-UNUSABLE            PIC 9(4)        VALUE 0.
       01  WS-TOTAL-ERRORS              PIC 9(4)        VALUE 0.
       01  WS-TOTAL-WARNINGS            PIC 9(4)        VALUE 0.
       01  WS-TOTAL-READ                PIC 9(9)        VALUE 0.
       01  WS-TOTAL-BAD                 PIC 9(9)        VALUE 0.

      * Numeric edits walk the token the way AVCDFM1 does -- control
      * values arrive without leading zeros. A signed value may carry
      * one sign, leading or trailing (the ledgers print trailing
      * signs and the planners copy them straight across).
       01  WS-CHK-TOKEN                 PIC X(20).
       01  WS-DIGIT-FLAG                PIC X           VALUE 'Y'.
       01  WS-CHR-IDX                   PIC 9(3)        VALUE 0.
       01  WS-CHK-LEN                   PIC 9(3)        VALUE 0.
       01  WS-DIGIT-CNT                 PIC 9(3)        VALUE 0.
       01  WS-CHK-VALUE                 PIC S9(10)      VALUE 0.

      * The steps AVCDRV1 knows how to run -- a run-control entry for
      * any other name is a typo whose parameters would never reach
      * the step they were meant for.
       01  WS-KNOWN-COUNT               PIC 9(2)        VALUE 0.
       01  WS-KNOWN-IDX                 PIC 9(2)        VALUE 0.
       01  WS-KNOWN-TABLE.
           05  WS-KNOWN-STEP            PIC X(8) OCCURS 40 TIMES.
       01  WS-KNOWN-FLAG                PIC X           VALUE 'N'.
           88  STEP-IS-KNOWN                            VALUE 'Y'.

      * Run-control entries seen so far (duplicate screen) and the
      * word width AVCD3P1 will run with, taken from its entry.
       01  WS-RC-COUNT                  PIC 9(4)        VALUE 0.
       01  WS-RC-IDX                    PIC 9(4)        VALUE 0.
       01  WS-RC-TABLE.
           05  WS-RC-STEP               PIC X(8) OCCURS 40 TIMES.
       01  WS-CTL-SPLIT                 PIC 9(3)        VALUE 0.

      * Job-stream steps seen so far, in order: a prerequisite must
      * already be in this table when its dependant is read.
       01  WS-JS-COUNT                  PIC 9(4)        VALUE 0.
       01  WS-JS-IDX                    PIC 9(4)        VALUE 0.
       01  WS-JS-TABLE.
           05  WS-JS-STEP               PIC X(8) OCCURS 40 TIMES.
       01  WS-JS-FOUND                  PIC X           VALUE 'N'.
       01  WS-JS-OVERFLOW               PIC X           VALUE 'N'.
       01  WS-PRE-NAME                  PIC X(20)       VALUE SPACES.
       01  WS-PRE-TOL-TEXT              PIC X(20)       VALUE SPACES.
       01  WS-STEP-NAME                 PIC X(9)        VALUE SPACES.
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2)        VALUE 0.
       01  WS-BIT-WIDTH                 PIC 9(2)        VALUE 12.
       01  WS-BIT-SOURCE                PIC X(30)
                                         VALUE 'AVCD3P1 DEFAULT'.

      * Safety envelope values and the lines they came from, for the
      * cross-checks made once the whole file is read.
       01  WS-MAX-DEPTH                 PIC S9(10)      VALUE 0.
       01  WS-MIN-DEPTH                 PIC S9(10)      VALUE 0.
       01  WS-MAX-LATERAL               PIC S9(10)      VALUE 0.
       01  WS-MAX-DEPTH-LINE            PIC 9(9)        VALUE 0.
       01  WS-MIN-DEPTH-LINE            PIC 9(9)        VALUE 0.
       01  WS-MAX-LATERAL-LINE          PIC 9(9)        VALUE 0.

      * Decode map entries seen so far.
       01  WS-MAP-COUNT                 PIC 9(4)        VALUE 0.
       01  WS-MAP-IDX                   PIC 9(4)        VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY             OCCURS 40 TIMES.
               10  WS-MAP-BIT           PIC 9(2).
               10  WS-MAP-NAME          PIC X(20).
       01  WS-MAP-BIT-VAL               PIC 9(10)       VALUE 0.

      * Names already seen in the retention policy or the manifest,
      * shared by whichever of the two is under edit.
       01  WS-NAME-COUNT                PIC 9(4)        VALUE 0.
       01  WS-NAME-IDX                  PIC 9(4)        VALUE 0.
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY            PIC X(20) OCCURS 200 TIMES.
       01  WS-NAME-FOUND                PIC X           VALUE 'N'.

      * Waypoint sequence numbers seen so far.
       01  WS-WPT-COUNT                 PIC 9(4)        VALUE 0.
       01  WS-WPT-IDX                   PIC 9(4)        VALUE 0.
       01  WS-WPT-TABLE.
           05  WS-WPT-SEQ               PIC 9(9) OCCURS 200 TIMES.
       01  WS-WPT-VAL                   PIC 9(10)       VALUE 0.
       01  WS-WPT-LAST                  PIC 9(10)       VALUE 0.

      * Calibration entries seen so far: station and effective-from
      * date, for the two-entries-one-date screen.
       01  WS-CALE-COUNT                PIC 9(4)        VALUE 0.
       01  WS-CALE-IDX                  PIC 9(4)        VALUE 0.
       01  WS-CALE-TABLE.
           05  WS-CALE-ENTRY            OCCURS 200 TIMES.
               10  WS-CALE-STN          PIC X(20).
               10  WS-CALE-FROM         PIC X(20).
       01  WS-DOT-CNT                   PIC 9(3)        VALUE 0.
       01  WS-FRAC-CNT                  PIC 9(3)        VALUE 0.
       01  WS-CAL-DATE.
           05  WS-CAL-YYYY              PIC 9(4).
           05  WS-CAL-MM                PIC 9(2).
           05  WS-CAL-DD                PIC 9(2).

       01  WS-CTL-STATUS                PIC XX.
       01  WS-FEED-STATUS               PIC XX.
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
      * for the AVCDBL1 balancing step to prove against -- control
      * lines read = lines clean or warned + lines in error.
       01  WS-BAL-STATUS                PIC XX.
       01  WS-BAL-ACCEPTED              PIC 9(9)        VALUE 0.

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
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' CONTROL FILE EDIT'.
           PERFORM LOAD-KNOWN-STEPS.
           OPEN OUTPUT EDIT-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'EDIT-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' CONTROL FILE PRE-FLIGHT EDIT'
                                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
      * Run control first: the AVCD3P1 entry decides the word width
      * the decode map is checked against.
           MOVE 'avcdrv1.ctl' TO WS-CTL-NAME.
           SET EDIT-RUNCTL TO TRUE.
           PERFORM EDIT-ONE-FILE.
           MOVE 'avcdrv1.job' TO WS-CTL-NAME.
           SET EDIT-JOBSTRM TO TRUE.
           PERFORM EDIT-ONE-FILE.
           MOVE 'avcd2p2.lim' TO WS-CTL-NAME.
           SET EDIT-LIMITS TO TRUE.
           PERFORM EDIT-ONE-FILE.
           MOVE 'avcd3p1.map' TO WS-CTL-NAME.
           SET EDIT-MAP TO TRUE.
           PERFORM EDIT-ONE-FILE.
           MOVE 'avcdhk1.ctl' TO WS-CTL-NAME.
           SET EDIT-RETENTION TO TRUE.
           PERFORM EDIT-ONE-FILE.
           MOVE 'feeds.man' TO WS-CTL-NAME.
           SET EDIT-MANIFEST TO TRUE.
           PERFORM EDIT-ONE-FILE.
           MOVE 'avcd2p9.pln' TO WS-CTL-NAME.
           SET EDIT-PLAN TO TRUE.
           PERFORM EDIT-ONE-FILE.
           MOVE 'avcd1p2.cal' TO WS-CTL-NAME.
           SET EDIT-CALIB TO TRUE.
           PERFORM EDIT-ONE-FILE.
           PERFORM WRITE-EDIT-VERDICT.
           CLOSE EDIT-REPORT.
           PERFORM WRITE-RESULTS-MASTER.
           PERFORM WRITE-CONTROL-TOTALS.
           IF WS-FILES-UNUSABLE > 0
                   DISPLAY 'ERROR: ' WS-FILES-UNUSABLE ' CONTROL '
                           'FILE(S) UNUSABLE, SEE avcdce1.rpt -- '
                           'SUITE HELD'
                   MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-KNOWN-STEPS.
           MOVE 0 TO WS-KNOWN-COUNT.
           MOVE 'AVCDCE1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDCV1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDFM1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD1P2' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD2P8' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD2P1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD2P2' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD2P9' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDDP1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDTC1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD3P1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD1P3' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD2P4' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD2P5' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDRZ1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD2P6' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCD2P7' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDAR1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDLG1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDSB1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDWO1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDEF1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDPG1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDEX1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDBL1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.
           MOVE 'AVCDHK1' TO WS-STEP-NAME.
           PERFORM ADD-KNOWN-STEP.

       ADD-KNOWN-STEP.
           ADD 1 TO WS-KNOWN-COUNT.
           MOVE WS-STEP-NAME TO WS-KNOWN-STEP(WS-KNOWN-COUNT).

      * Reads one control file through the shared edit loop, then
      * makes the whole-file cross-checks and writes the file's
      * summary line.
       EDIT-ONE-FILE.
           MOVE 0 TO WS-CUR-LINE-NUM WS-FILE-ERRORS WS-FILE-WARNINGS
                   WS-FILE-ENTRIES WS-NAME-COUNT.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
                   ADD 1 TO WS-FILES-ABSENT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'FILE '      DELIMITED BY SIZE
                           WS-CTL-NAME DELIMITED BY SPACE
                           ' NOT PRESENT -- NOTHING TO EDIT'
                                       DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   ADD 1 TO WS-FILES-EDITED
                   PERFORM UNTIL WS-CTL-EOF = 'Y'
                           READ CTL-FILE INTO WS-LINE
                                   AT END MOVE 'Y' TO WS-CTL-EOF
                                   NOT AT END
                                     IF WS-CTL-STATUS NOT = '00'
                                       MOVE 'READ' TO WS-ERR-OP
                                       MOVE 'CTL-FILE'
                                               TO WS-ERR-FILE
                                       MOVE WS-CTL-STATUS
                                               TO WS-ERR-STATUS
                                       PERFORM ABORT-FILE-ERROR
                                     END-IF
                                     PERFORM EDIT-ONE-LINE
                           END-READ
                   END-PERFORM
                   CLOSE CTL-FILE
                   PERFORM CROSS-CHECK-FILE
                   PERFORM WRITE-FILE-SUMMARY
           END-IF.

       EDIT-ONE-LINE.
           ADD 1 TO WS-CUR-LINE-NUM.
           ADD 1 TO WS-TOTAL-READ.
           MOVE 'N' TO WS-LINE-BAD-FLAG.
           MOVE WS-CUR-LINE-NUM TO WS-DEF-LINE.
           MOVE SPACES TO WS-TOK-TABLE.
           UNSTRING WS-LINE DELIMITED BY ALL SPACES
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12).
      * A line starting in column 1 unstrings with no leading empty
      * token; one indented by spaces leaves WS-TOK(1) empty, which
      * the edits below treat as their own defect or shift past.
           IF WS-LINE NOT = SPACES
                   EVALUATE TRUE
                           WHEN EDIT-RUNCTL
                                   PERFORM EDIT-RUNCTL-LINE
                           WHEN EDIT-JOBSTRM
                                   PERFORM EDIT-JOBSTRM-LINE
                           WHEN EDIT-LIMITS
                                   PERFORM EDIT-LIMITS-LINE
                           WHEN EDIT-MAP
                                   PERFORM EDIT-MAP-LINE
                           WHEN EDIT-RETENTION
                                   PERFORM EDIT-RETENTION-LINE
                           WHEN EDIT-MANIFEST
                                   PERFORM EDIT-MANIFEST-LINE
                           WHEN EDIT-PLAN
                                   PERFORM EDIT-PLAN-LINE
                           WHEN EDIT-CALIB
                                   PERFORM EDIT-CALIB-LINE
                   END-EVALUATE
           END-IF.
           IF LINE-IS-BAD
                   ADD 1 TO WS-TOTAL-BAD
           END-IF.

      * Every file's tokens are left-justified the way its owning
      * step reads them -- UNSTRING with a leading space yields an
      * empty first token, so the line is re-split from its first
      * non-blank column.
       SHIFT-TO-FIRST-TOKEN.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > 131
                   OR WS-LINE(WS-CHR-IDX:1) NOT = SPACE
                   CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-TOK-TABLE.
           UNSTRING WS-LINE(WS-CHR-IDX:) DELIMITED BY ALL SPACES
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12).

      * avcdrv1.ctl: <step> <parameters...>, the step name in column
      * 1, at most 8 characters, at most 20 entries.
       EDIT-RUNCTL-LINE.
           IF WS-LINE(1:1) = SPACE
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'ENTRY DOES NOT START IN COLUMN 1 -- AVCDRV1 '
                           'SKIPS IT' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM EDIT-RUNCTL-ENTRY
           END-IF.

       EDIT-RUNCTL-ENTRY.
           ADD 1 TO WS-FILE-ENTRIES.
           IF WS-FILE-ENTRIES = 21
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'MORE THAN 20 RUN-CONTROL ENTRIES -- AVCDRV1 '
                           'ABORTS' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           PERFORM VARYING WS-CTL-SPLIT FROM 1 BY 1
                   UNTIL WS-CTL-SPLIT > 9
                   OR WS-LINE(WS-CTL-SPLIT:1) = SPACE
                   CONTINUE
           END-PERFORM.
           IF WS-CTL-SPLIT > 9
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'STEP NAME ' DELIMITED BY SIZE
                           WS-TOK(1)   DELIMITED BY SPACE
                           ' IS LONGER THAN 8 CHARACTERS'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM EDIT-RUNCTL-STEP
           END-IF.

       EDIT-RUNCTL-STEP.
           MOVE SPACES TO WS-STEP-NAME.
           MOVE WS-LINE(1:WS-CTL-SPLIT - 1) TO WS-STEP-NAME.
           MOVE 'N' TO WS-KNOWN-FLAG.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                   UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
                   IF WS-KNOWN-STEP(WS-KNOWN-IDX) = WS-STEP-NAME
                           SET STEP-IS-KNOWN TO TRUE
                   END-IF
           END-PERFORM.
           IF NOT STEP-IS-KNOWN
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'UNKNOWN STEP NAME ' DELIMITED BY SIZE
                           WS-STEP-NAME DELIMITED BY SPACE
                           ' -- ITS PARAMETERS WOULD REACH NO STEP'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM RECORD-RUNCTL-STEP
           END-IF.

       RECORD-RUNCTL-STEP.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
                   IF WS-RC-STEP(WS-RC-IDX) = WS-STEP-NAME
                           MOVE 'WARNING' TO WS-DEF-SEV
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'SECOND ENTRY FOR ' DELIMITED BY SIZE
                                   WS-STEP-NAME DELIMITED BY SPACE
                                   ' -- THE LAST ENTRY WINS'
                                           DELIMITED BY SIZE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   END-IF
           END-PERFORM.
           IF WS-RC-COUNT < 40
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-STEP-NAME TO WS-RC-STEP(WS-RC-COUNT)
           END-IF.
           IF WS-STEP-NAME = 'AVCD3P1'
                   PERFORM EDIT-AVCD3P1-PARMS
           END-IF.

      * AVCD3P1 takes its word width from a bare all-digit token --
      * the decode map must fit the width it will actually run with.
       EDIT-AVCD3P1-PARMS.
           MOVE SPACES TO WS-PARM-TOK-TABLE.
           UNSTRING WS-LINE(WS-CTL-SPLIT:) DELIMITED BY ALL SPACES
                   INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                        WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                        WS-PARM-TOK(7) WS-PARM-TOK(8).
           MOVE 1 TO WS-TOK-IDX.
           PERFORM UNTIL WS-TOK-IDX > 8
                   EVALUATE WS-PARM-TOK(WS-TOK-IDX)
                           WHEN SPACES
                                   CONTINUE
                           WHEN 'DRIFT'
                                   ADD 1 TO WS-TOK-IDX
                           WHEN OTHER
                                   MOVE WS-PARM-TOK(WS-TOK-IDX)
                                           TO WS-CHK-TOKEN
                                   MOVE 'Y' TO WS-DIGIT-FLAG
                                   PERFORM CHECK-TOKEN-DIGITS
                                   IF WS-DIGIT-FLAG = 'Y'
                                           PERFORM TAKE-BIT-WIDTH
                                   END-IF
                   END-EVALUATE
                   ADD 1 TO WS-TOK-IDX
           END-PERFORM.

       TAKE-BIT-WIDTH.
           COMPUTE WS-CHK-VALUE = FUNCTION NUMVAL(WS-CHK-TOKEN).
           IF WS-CHK-VALUE < 1 OR WS-CHK-VALUE > 32
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'AVCD3P1 BIT WIDTH ' DELIMITED BY SIZE
                           WS-CHK-TOKEN DELIMITED BY SPACE
                           ' OUTSIDE 1-32 -- AVCD3P1 ABORTS'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   MOVE WS-CHK-VALUE TO WS-BIT-WIDTH
                   MOVE SPACES TO WS-BIT-SOURCE
                   STRING 'avcdrv1.ctl LINE ' DELIMITED BY SIZE
                           WS-CUR-LINE-NUM     DELIMITED BY SIZE
                           INTO WS-BIT-SOURCE
           END-IF.

      * avcdrv1.job: <step> <prerequisite>..., each prerequisite a
      * step name optionally suffixed /<highest rc> or /ANY, or * for
      * every step above. AVCDRV1 refuses the whole stream for any
      * of the errors below.
       EDIT-JOBSTRM-LINE.
           MOVE 'N' TO WS-JS-OVERFLOW.
           UNSTRING WS-LINE DELIMITED BY ALL SPACES
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12)
                   ON OVERFLOW MOVE 'Y' TO WS-JS-OVERFLOW
           END-UNSTRING.
           IF WS-LINE(1:1) = SPACE
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'ENTRY DOES NOT START IN COLUMN 1 -- AVCDRV1 '
                           'REFUSES THE STREAM' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM EDIT-JOBSTRM-ENTRY
           END-IF.

       EDIT-JOBSTRM-ENTRY.
           ADD 1 TO WS-FILE-ENTRIES.
           IF WS-FILE-ENTRIES = 31
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE 'MORE THAN 30 JOB-STREAM STEPS' TO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           IF WS-JS-OVERFLOW = 'Y'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'MORE THAN 11 PREREQUISITES -- THE REST '
                           'WOULD BE IGNORED, USE *' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           MOVE 'N' TO WS-KNOWN-FLAG.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                   UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
                   IF WS-KNOWN-STEP(WS-KNOWN-IDX) = WS-TOK(1)
                           SET STEP-IS-KNOWN TO TRUE
                   END-IF
           END-PERFORM.
           MOVE 'N' TO WS-JS-FOUND.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                   UNTIL WS-JS-IDX > WS-JS-COUNT
                   IF WS-JS-STEP(WS-JS-IDX) = WS-TOK(1)
                           MOVE 'Y' TO WS-JS-FOUND
                   END-IF
           END-PERFORM.
           EVALUATE TRUE
                   WHEN NOT STEP-IS-KNOWN
                           MOVE 'ERROR  ' TO WS-DEF-SEV
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'UNKNOWN STEP NAME ' DELIMITED BY SIZE
                                   WS-TOK(1) DELIMITED BY SPACE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   WHEN WS-JS-FOUND = 'Y'
                           MOVE 'ERROR  ' TO WS-DEF-SEV
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'STEP '  DELIMITED BY SIZE
                                   WS-TOK(1) DELIMITED BY SPACE
                                   ' IS LISTED TWICE' DELIMITED BY SIZE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   WHEN OTHER
                           PERFORM VARYING WS-TOK-IDX FROM 2 BY 1
                                   UNTIL WS-TOK-IDX > 12
                                   IF WS-TOK(WS-TOK-IDX) NOT = SPACES
                                           PERFORM EDIT-JOBSTRM-PREREQ
                                   END-IF
                           END-PERFORM
                           IF WS-JS-COUNT < 40
                                   ADD 1 TO WS-JS-COUNT
                                   MOVE WS-TOK(1)
                                           TO WS-JS-STEP(WS-JS-COUNT)
                           END-IF
           END-EVALUATE.

       EDIT-JOBSTRM-PREREQ.
           MOVE SPACES TO WS-PRE-NAME WS-PRE-TOL-TEXT.
           UNSTRING WS-TOK(WS-TOK-IDX) DELIMITED BY '/'
                   INTO WS-PRE-NAME WS-PRE-TOL-TEXT.
           MOVE 'N' TO WS-JS-FOUND.
           IF WS-PRE-NAME = '*'
                   MOVE 'Y' TO WS-JS-FOUND
           END-IF.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                   UNTIL WS-JS-IDX > WS-JS-COUNT
                   IF WS-JS-STEP(WS-JS-IDX) = WS-PRE-NAME
                           MOVE 'Y' TO WS-JS-FOUND
                   END-IF
           END-PERFORM.
           IF WS-JS-FOUND = 'N'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'PREREQUISITE ' DELIMITED BY SIZE
                           WS-PRE-NAME DELIMITED BY SPACE
                           ' OF '      DELIMITED BY SIZE
                           WS-TOK(1)   DELIMITED BY SPACE
                           ' IS NOT LISTED ABOVE IT' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           IF WS-PRE-TOL-TEXT NOT = SPACES
                   AND WS-PRE-TOL-TEXT NOT = 'ANY'
                   MOVE WS-PRE-TOL-TEXT TO WS-CHK-TOKEN
                   MOVE 'Y' TO WS-DIGIT-FLAG
                   PERFORM CHECK-TOKEN-DIGITS
                   IF WS-DIGIT-FLAG = 'N'
                           OR WS-PRE-TOL-TEXT(4:) NOT = SPACES
                           MOVE 'ERROR  ' TO WS-DEF-SEV
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'TOLERANCE '  DELIMITED BY SIZE
                                   WS-PRE-TOL-TEXT DELIMITED BY SPACE
                                   ' ON '       DELIMITED BY SIZE
                                   WS-PRE-NAME  DELIMITED BY SPACE
                                   ' IS NOT A RETURN CODE OR ANY'
                                                DELIMITED BY SIZE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   END-IF
           END-IF.

      * avcd2p2.lim: <tag> <value>, tags MAX-DEPTH: MIN-DEPTH:
      * MAX-LATERAL:. AVCD2P2 aborts on any other tag.
       EDIT-LIMITS-LINE.
           IF WS-TOK(1) = SPACES
                   PERFORM SHIFT-TO-FIRST-TOKEN
           END-IF.
           ADD 1 TO WS-FILE-ENTRIES.
           IF WS-TOK(1) NOT = 'MAX-DEPTH:'
                   AND WS-TOK(1) NOT = 'MIN-DEPTH:'
                   AND WS-TOK(1) NOT = 'MAX-LATERAL:'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'UNKNOWN LIMIT TAG ' DELIMITED BY SIZE
                           WS-TOK(1)   DELIMITED BY SPACE
                           ' -- AVCD2P2 ABORTS' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM EDIT-LIMITS-VALUE
           END-IF.

       EDIT-LIMITS-VALUE.
           MOVE WS-TOK(2) TO WS-CHK-TOKEN.
           PERFORM CHECK-SIGNED-DIGITS.
           IF WS-DIGIT-FLAG = 'N'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING WS-TOK(1)    DELIMITED BY SPACE
                           ' VALUE '   DELIMITED BY SIZE
                           WS-TOK(2)   DELIMITED BY SPACE
                           ' IS NOT A NUMBER' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM TAKE-LIMITS-VALUE
           END-IF.

       TAKE-LIMITS-VALUE.
           COMPUTE WS-CHK-VALUE = FUNCTION NUMVAL(WS-CHK-TOKEN).
           EVALUATE WS-TOK(1)
                   WHEN 'MAX-DEPTH:'
                           IF WS-MAX-DEPTH-LINE > 0
                                   PERFORM WARN-REPEATED-TAG
                           END-IF
                           MOVE WS-CHK-VALUE TO WS-MAX-DEPTH
                           MOVE WS-CUR-LINE-NUM TO WS-MAX-DEPTH-LINE
                   WHEN 'MIN-DEPTH:'
                           IF WS-MIN-DEPTH-LINE > 0
                                   PERFORM WARN-REPEATED-TAG
                           END-IF
                           MOVE WS-CHK-VALUE TO WS-MIN-DEPTH
                           MOVE WS-CUR-LINE-NUM TO WS-MIN-DEPTH-LINE
                   WHEN 'MAX-LATERAL:'
                           IF WS-MAX-LATERAL-LINE > 0
                                   PERFORM WARN-REPEATED-TAG
                           END-IF
                           MOVE WS-CHK-VALUE TO WS-MAX-LATERAL
                           MOVE WS-CUR-LINE-NUM TO WS-MAX-LATERAL-LINE
           END-EVALUATE.

       WARN-REPEATED-TAG.
           MOVE 'WARNING' TO WS-DEF-SEV.
           MOVE SPACES TO WS-DEF-TEXT.
           STRING WS-TOK(1)        DELIMITED BY SPACE
                   ' REPEATED -- THE LAST VALUE WINS'
                                   DELIMITED BY SIZE
                   INTO WS-DEF-TEXT.
           PERFORM WRITE-DEFECT.

      * avcd3p1.map: <bit position> <component name> <normal 0/1>.
      * AVCD3P1 aborts on a malformed line, a position outside its
      * word, or more than 32 entries.
       EDIT-MAP-LINE.
           IF WS-TOK(1) = SPACES
                   PERFORM SHIFT-TO-FIRST-TOKEN
           END-IF.
           ADD 1 TO WS-FILE-ENTRIES.
           IF WS-FILE-ENTRIES = 33
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'MORE THAN 32 DECODE MAP ENTRIES -- AVCD3P1 '
                           'ABORTS' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           MOVE WS-TOK(1) TO WS-CHK-TOKEN.
           MOVE 'Y' TO WS-DIGIT-FLAG.
           PERFORM CHECK-TOKEN-DIGITS.
           IF WS-DIGIT-FLAG = 'N'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'BIT POSITION ' DELIMITED BY SIZE
                           WS-TOK(1)   DELIMITED BY SPACE
                           ' IS NOT A NUMBER -- AVCD3P1 ABORTS'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM EDIT-MAP-NAME
           END-IF.

       EDIT-MAP-NAME.
           IF WS-TOK(2) = SPACES
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE 'NO COMPONENT NAME -- AVCD3P1 ABORTS'
                           TO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM EDIT-MAP-STATE
           END-IF.

       EDIT-MAP-STATE.
           IF WS-TOK(3) NOT = '0' AND WS-TOK(3) NOT = '1'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'NORMAL STATE ' DELIMITED BY SIZE
                           WS-TOK(3)   DELIMITED BY SPACE
                           ' FOR '     DELIMITED BY SIZE
                           WS-TOK(2)   DELIMITED BY SPACE
                           ' IS NOT 0 OR 1 -- AVCD3P1 ABORTS'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM EDIT-MAP-POSITION
           END-IF.

       EDIT-MAP-POSITION.
           COMPUTE WS-MAP-BIT-VAL = FUNCTION NUMVAL(WS-TOK(1)).
           IF WS-MAP-BIT-VAL < 1 OR WS-MAP-BIT-VAL > WS-BIT-WIDTH
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'BIT POSITION ' DELIMITED BY SIZE
                           WS-TOK(1)   DELIMITED BY SPACE
                           ' FOR '     DELIMITED BY SIZE
                           WS-TOK(2)   DELIMITED BY SPACE
                           ' OUTSIDE THE CONFIGURED WORD (1-'
                                       DELIMITED BY SIZE
                           WS-BIT-WIDTH DELIMITED BY SIZE
                           ')'         DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM RECORD-MAP-ENTRY
           END-IF.

       RECORD-MAP-ENTRY.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-BIT(WS-MAP-IDX) = WS-MAP-BIT-VAL
                           MOVE 'WARNING' TO WS-DEF-SEV
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'BIT '    DELIMITED BY SIZE
                                   WS-TOK(1) DELIMITED BY SPACE
                                   ' ALREADY MAPPED TO '
                                            DELIMITED BY SIZE
                                   WS-MAP-NAME(WS-MAP-IDX)
                                            DELIMITED BY SPACE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   END-IF
                   IF WS-MAP-NAME(WS-MAP-IDX) = WS-TOK(2)
                           MOVE 'WARNING' TO WS-DEF-SEV
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'COMPONENT ' DELIMITED BY SIZE
                                   WS-TOK(2) DELIMITED BY SPACE
                                   ' ALREADY MAPPED TO BIT '
                                            DELIMITED BY SIZE
                                   WS-MAP-BIT(WS-MAP-IDX)
                                            DELIMITED BY SIZE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   END-IF
           END-PERFORM.
           IF WS-MAP-COUNT < 40
                   ADD 1 TO WS-MAP-COUNT
                   MOVE WS-MAP-BIT-VAL TO WS-MAP-BIT(WS-MAP-COUNT)
                   MOVE WS-TOK(2) TO WS-MAP-NAME(WS-MAP-COUNT)
           END-IF.

      * avcdhk1.ctl: <filename> <generations to keep>. A missing keep
      * count defaults to 7; the count lands in two digits.
       EDIT-RETENTION-LINE.
           IF WS-TOK(1) = SPACES
                   PERFORM SHIFT-TO-FIRST-TOKEN
           END-IF.
           ADD 1 TO WS-FILE-ENTRIES.
           IF WS-FILE-ENTRIES = 61
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'MORE THAN 60 RETENTION ENTRIES -- AVCDHK1 '
                           'ABORTS' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           IF WS-TOK(2) NOT = SPACES
                   MOVE WS-TOK(2) TO WS-CHK-TOKEN
                   MOVE 'Y' TO WS-DIGIT-FLAG
                   PERFORM CHECK-TOKEN-DIGITS
                   IF WS-DIGIT-FLAG = 'N'
                           MOVE 'ERROR  ' TO WS-DEF-SEV
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'KEEP COUNT ' DELIMITED BY SIZE
                                   WS-TOK(2) DELIMITED BY SPACE
                                   ' FOR '   DELIMITED BY SIZE
                                   WS-TOK(1) DELIMITED BY SPACE
                                   ' IS NOT A NUMBER'
                                             DELIMITED BY SIZE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   ELSE
                           COMPUTE WS-CHK-VALUE =
                                   FUNCTION NUMVAL(WS-TOK(2))
                           IF WS-CHK-VALUE > 99
                                   MOVE 'ERROR  ' TO WS-DEF-SEV
                                   MOVE SPACES TO WS-DEF-TEXT
                                   STRING 'KEEP COUNT '
                                                DELIMITED BY SIZE
                                       WS-TOK(2) DELIMITED BY SPACE
                                       ' EXCEEDS 99 -- AVCDHK1 WOULD '
                                                DELIMITED BY SIZE
                                       'TRUNCATE IT' DELIMITED BY SIZE
                                       INTO WS-DEF-TEXT
                                   PERFORM WRITE-DEFECT
                           END-IF
                           IF WS-CHK-VALUE = 0
                                   MOVE 'WARNING' TO WS-DEF-SEV
                                   MOVE SPACES TO WS-DEF-TEXT
                                   STRING 'KEEP COUNT 0 FOR '
                                                DELIMITED BY SIZE
                                       WS-TOK(1) DELIMITED BY SPACE
                                       ' PURGES EVERY GENERATION'
                                                DELIMITED BY SIZE
                                       INTO WS-DEF-TEXT
                                   PERFORM WRITE-DEFECT
                           END-IF
                   END-IF
           END-IF.
           PERFORM CHECK-REPEATED-NAME.

      * feeds.man: FEED <name> RECORDS <count> CHECKSUM <value>. A
      * line AVCDFM1 cannot parse holds the suite there anyway, and
      * a feed that is not on disk will fail its count.
       EDIT-MANIFEST-LINE.
           IF WS-TOK(1) = SPACES
                   PERFORM SHIFT-TO-FIRST-TOKEN
           END-IF.
           ADD 1 TO WS-FILE-ENTRIES.
           MOVE 'Y' TO WS-DIGIT-FLAG.
           MOVE WS-TOK(4) TO WS-CHK-TOKEN.
           PERFORM CHECK-TOKEN-DIGITS.
           MOVE WS-TOK(6) TO WS-CHK-TOKEN.
           PERFORM CHECK-TOKEN-DIGITS.
           IF WS-TOK(1) NOT = 'FEED'
                   OR WS-TOK(2) = SPACES
                   OR WS-TOK(3) NOT = 'RECORDS'
                   OR WS-TOK(5) NOT = 'CHECKSUM'
                   OR WS-DIGIT-FLAG = 'N'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'NOT FEED <NAME> RECORDS <N> CHECKSUM <N> -- '
                           'AVCDFM1 HOLDS THE SUITE' DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM CHECK-MANIFEST-FEED
           END-IF.

       CHECK-MANIFEST-FEED.
           MOVE WS-TOK(2) TO WS-FEED-NAME.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = '00'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'FEED '       DELIMITED BY SIZE
                           WS-TOK(2)    DELIMITED BY SPACE
                           ' IS NOT PRESENT (FILE STATUS '
                                        DELIMITED BY SIZE
                           WS-FEED-STATUS DELIMITED BY SIZE
                           ')'          DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   CLOSE FEED-FILE
           END-IF.
           PERFORM CHECK-REPEATED-NAME.

      * Shared by the retention policy and the manifest: a name
      * listed twice is a hand-edit slip worth a warning.
       CHECK-REPEATED-NAME.
           MOVE 'N' TO WS-NAME-FOUND.
           IF EDIT-MANIFEST
                   MOVE WS-TOK(2) TO WS-CHK-TOKEN
           ELSE
                   MOVE WS-TOK(1) TO WS-CHK-TOKEN
           END-IF.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-COUNT
                   IF WS-NAME-ENTRY(WS-NAME-IDX) = WS-CHK-TOKEN
                           MOVE 'Y' TO WS-NAME-FOUND
                   END-IF
           END-PERFORM.
           IF WS-NAME-FOUND = 'Y'
                   MOVE 'WARNING' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING WS-CHK-TOKEN DELIMITED BY SPACE
                           ' IS LISTED MORE THAN ONCE'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   IF WS-NAME-COUNT < 200
                           ADD 1 TO WS-NAME-COUNT
                           MOVE WS-CHK-TOKEN
                                   TO WS-NAME-ENTRY(WS-NAME-COUNT)
                   END-IF
           END-IF.

      * avcd2p9.pln: WAYPOINT <seq> HORIZ: <h> DEPTH: <d> LATERAL:
      * <l> TOL: <t>. AVCD2P9 skips anything else in silence, which
      * is fine for a note line but loses a waypoint the planners
      * meant -- so a line that starts WAYPOINT and does not parse is
      * an error, any other line a warning.
       EDIT-PLAN-LINE.
           IF WS-TOK(1) = SPACES
                   PERFORM SHIFT-TO-FIRST-TOKEN
           END-IF.
           IF WS-TOK(1) NOT = 'WAYPOINT'
                   MOVE 'WARNING' TO WS-DEF-SEV
                   MOVE 'NOT A WAYPOINT LINE -- AVCD2P9 SKIPS IT'
                           TO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM EDIT-WAYPOINT
           END-IF.

       EDIT-WAYPOINT.
           ADD 1 TO WS-FILE-ENTRIES.
           IF WS-FILE-ENTRIES = 201
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE 'MORE THAN 200 WAYPOINTS -- AVCD2P9 ABORTS'
                           TO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           MOVE 'Y' TO WS-DIGIT-FLAG.
           MOVE WS-TOK(2) TO WS-CHK-TOKEN.
           PERFORM CHECK-TOKEN-DIGITS.
           MOVE WS-TOK(10) TO WS-CHK-TOKEN.
           PERFORM CHECK-TOKEN-DIGITS.
           IF WS-DIGIT-FLAG = 'Y'
                   MOVE WS-TOK(4) TO WS-CHK-TOKEN
                   PERFORM CHECK-SIGNED-DIGITS
           END-IF.
           IF WS-DIGIT-FLAG = 'Y'
                   MOVE WS-TOK(6) TO WS-CHK-TOKEN
                   PERFORM CHECK-SIGNED-DIGITS
           END-IF.
           IF WS-DIGIT-FLAG = 'Y'
                   MOVE WS-TOK(8) TO WS-CHK-TOKEN
                   PERFORM CHECK-SIGNED-DIGITS
           END-IF.
           IF WS-TOK(3) NOT = 'HORIZ:'
                   OR WS-TOK(5) NOT = 'DEPTH:'
                   OR WS-TOK(7) NOT = 'LATERAL:'
                   OR WS-TOK(9) NOT = 'TOL:'
                   OR WS-DIGIT-FLAG = 'N'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'WAYPOINT '  DELIMITED BY SIZE
                           WS-TOK(2)   DELIMITED BY SPACE
                           ' DOES NOT PARSE -- AVCD2P9 WOULD DROP IT'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM RECORD-WAYPOINT
           END-IF.

       RECORD-WAYPOINT.
           COMPUTE WS-WPT-VAL = FUNCTION NUMVAL(WS-TOK(2)).
           PERFORM VARYING WS-WPT-IDX FROM 1 BY 1
                   UNTIL WS-WPT-IDX > WS-WPT-COUNT
                   IF WS-WPT-SEQ(WS-WPT-IDX) = WS-WPT-VAL
                           MOVE 'WARNING' TO WS-DEF-SEV
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'WAYPOINT ' DELIMITED BY SIZE
                                   WS-TOK(2) DELIMITED BY SPACE
                                   ' IS PLANNED MORE THAN ONCE'
                                             DELIMITED BY SIZE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   END-IF
           END-PERFORM.
           IF WS-WPT-VAL < WS-WPT-LAST
                   MOVE 'WARNING' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'WAYPOINT '  DELIMITED BY SIZE
                           WS-TOK(2)   DELIMITED BY SPACE
                           ' IS OUT OF SEQUENCE ORDER'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           MOVE WS-WPT-VAL TO WS-WPT-LAST.
           IF WS-WPT-COUNT < 200
                   ADD 1 TO WS-WPT-COUNT
                   MOVE WS-WPT-VAL TO WS-WPT-SEQ(WS-WPT-COUNT)
           END-IF.

      * avcd1p2.cal: STATION <id> OFFSET: <n> SCALE: <s> FROM:
      * <yyyymmdd>. AVCD1P2 and AVCDAR1 skip a STATION entry that
      * does not parse and read that station raw -- an error, since
      * a whole transducer's depths would then be off by the very
      * correction the entry was written to make. Any other line
      * passes there as a note, so it is only a warning here.
       EDIT-CALIB-LINE.
           IF WS-TOK(1) = SPACES
                   PERFORM SHIFT-TO-FIRST-TOKEN
           END-IF.
           IF WS-TOK(1) NOT = 'STATION'
                   MOVE 'WARNING' TO WS-DEF-SEV
                   MOVE 'NOT A STATION LINE -- AVCD1P2 SKIPS IT'
                           TO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM EDIT-CALIB-ENTRY
           END-IF.

       EDIT-CALIB-ENTRY.
           ADD 1 TO WS-FILE-ENTRIES.
           IF WS-FILE-ENTRIES = 201
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE 'MORE THAN 200 CALIBRATION ENTRIES -- AVCD1P2 '
                           & 'SKIPS THE REST' TO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           MOVE WS-TOK(4) TO WS-CHK-TOKEN.
           PERFORM CHECK-SIGNED-DIGITS.
           IF WS-DIGIT-CNT > 6
                   MOVE 'N' TO WS-DIGIT-FLAG
           END-IF.
           IF WS-DIGIT-FLAG = 'Y'
                   MOVE WS-TOK(6) TO WS-CHK-TOKEN
                   PERFORM CHECK-DECIMAL-DIGITS
           END-IF.
           IF WS-DIGIT-FLAG = 'Y'
                   MOVE WS-TOK(8) TO WS-CHK-TOKEN
                   PERFORM CHECK-TOKEN-DIGITS
                   IF WS-TOK(8)(9:12) NOT = SPACES
                           MOVE 'N' TO WS-DIGIT-FLAG
                   END-IF
           END-IF.
           IF WS-TOK(2)(9:12) NOT = SPACES
                   OR WS-TOK(3) NOT = 'OFFSET:'
                   OR WS-TOK(5) NOT = 'SCALE:'
                   OR WS-TOK(7) NOT = 'FROM:'
                   OR WS-TOK(9) NOT = SPACES
                   OR WS-DIGIT-FLAG = 'N'
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'STATION '   DELIMITED BY SIZE
                           WS-TOK(2)   DELIMITED BY SPACE
                           ' ENTRY DOES NOT PARSE -- STATION READ RAW'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           ELSE
                   PERFORM RECORD-CALIB-ENTRY
           END-IF.

       RECORD-CALIB-ENTRY.
           IF FUNCTION NUMVAL(WS-TOK(6)) = 0
                   MOVE 'ERROR  ' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'STATION '   DELIMITED BY SIZE
                           WS-TOK(2)   DELIMITED BY SPACE
                           ' SCALE IS ZERO -- ENTRY SKIPPED, STATION '
                           'READ RAW'  DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           MOVE WS-TOK(8)(1:8) TO WS-CAL-DATE.
           IF WS-CAL-MM < 1 OR WS-CAL-MM > 12
                   OR WS-CAL-DD < 1 OR WS-CAL-DD > 31
                   MOVE 'WARNING' TO WS-DEF-SEV
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'STATION '   DELIMITED BY SIZE
                           WS-TOK(2)   DELIMITED BY SPACE
                           ' EFFECTIVE-FROM '
                                       DELIMITED BY SIZE
                           WS-TOK(8)   DELIMITED BY SPACE
                           ' IS NOT A CALENDAR DATE'
                                       DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.
           PERFORM VARYING WS-CALE-IDX FROM 1 BY 1
                   UNTIL WS-CALE-IDX > WS-CALE-COUNT
                   IF WS-CALE-STN(WS-CALE-IDX) = WS-TOK(2)
                           AND WS-CALE-FROM(WS-CALE-IDX) = WS-TOK(8)
                           MOVE 'WARNING' TO WS-DEF-SEV
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'STATION ' DELIMITED BY SIZE
                                   WS-TOK(2) DELIMITED BY SPACE
                                   ' HAS TWO ENTRIES FROM '
                                             DELIMITED BY SIZE
                                   WS-TOK(8) DELIMITED BY SPACE
                                   ' -- THE LATER LINE WINS'
                                             DELIMITED BY SIZE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   END-IF
           END-PERFORM.
           IF WS-CALE-COUNT < 200
                   ADD 1 TO WS-CALE-COUNT
                   MOVE WS-TOK(2) TO WS-CALE-STN(WS-CALE-COUNT)
                   MOVE WS-TOK(8) TO WS-CALE-FROM(WS-CALE-COUNT)
           END-IF.

      * Whole-file checks once every line is in: the envelope must
      * leave some water to sail in.
       CROSS-CHECK-FILE.
           IF EDIT-LIMITS
                   IF WS-MAX-DEPTH-LINE > 0 AND WS-MIN-DEPTH-LINE > 0
                           AND WS-MAX-DEPTH < WS-MIN-DEPTH
                           MOVE 'ERROR  ' TO WS-DEF-SEV
                           MOVE WS-MAX-DEPTH-LINE TO WS-DEF-LINE
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'MAX-DEPTH IS BELOW MIN-DEPTH (LINE '
                                               DELIMITED BY SIZE
                                   WS-MIN-DEPTH-LINE
                                               DELIMITED BY SIZE
                                   ') -- EVERY POSITION BREACHES'
                                               DELIMITED BY SIZE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   END-IF
                   IF WS-MAX-LATERAL-LINE > 0
                           AND WS-MAX-LATERAL < 0
                           MOVE 'ERROR  ' TO WS-DEF-SEV
                           MOVE WS-MAX-LATERAL-LINE TO WS-DEF-LINE
                           MOVE SPACES TO WS-DEF-TEXT
                           STRING 'MAX-LATERAL IS NEGATIVE -- EVERY '
                                   'POSITION BREACHES' DELIMITED BY SIZE
                                   INTO WS-DEF-TEXT
                           PERFORM WRITE-DEFECT
                   END-IF
           END-IF.
           IF EDIT-JOBSTRM
                   PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                           UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
                           PERFORM CHECK-STEP-IN-STREAM
                   END-PERFORM
           END-IF.
           IF EDIT-MAP
                   MOVE 0 TO WS-DEF-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'FILE avcd3p1.map CHECKED AGAINST BIT WIDTH '
                                       DELIMITED BY SIZE
                           WS-BIT-WIDTH DELIMITED BY SIZE
                           ' ('         DELIMITED BY SIZE
                           WS-BIT-SOURCE DELIMITED BY '  '
                           ')'          DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF.

      * A suite step left out of the stream is never run -- legal,
      * but worth saying out loud.
       CHECK-STEP-IN-STREAM.
           MOVE 'N' TO WS-JS-FOUND.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                   UNTIL WS-JS-IDX > WS-JS-COUNT
                   IF WS-JS-STEP(WS-JS-IDX) =
                           WS-KNOWN-STEP(WS-KNOWN-IDX)
                           MOVE 'Y' TO WS-JS-FOUND
                   END-IF
           END-PERFORM.
           IF WS-JS-FOUND = 'N'
                   MOVE 'WARNING' TO WS-DEF-SEV
                   MOVE 0 TO WS-DEF-LINE
                   MOVE SPACES TO WS-DEF-TEXT
                   STRING 'STEP '  DELIMITED BY SIZE
                           WS-KNOWN-STEP(WS-KNOWN-IDX)
                                   DELIMITED BY SPACE
                           ' IS NOT IN THE JOB STREAM -- NEVER RUNS'
                                   DELIMITED BY SIZE
                           INTO WS-DEF-TEXT
                   PERFORM WRITE-DEFECT
           END-IF.

      * A numeric token with no sign: empty or any non-digit drops
      * the shared flag.
       CHECK-TOKEN-DIGITS.
           IF WS-CHK-TOKEN = SPACES
                   MOVE 'N' TO WS-DIGIT-FLAG
           END-IF.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > 20
                   OR WS-CHK-TOKEN(WS-CHR-IDX:1) = SPACE
                   IF WS-CHK-TOKEN(WS-CHR-IDX:1) IS NOT NUMERIC
                           MOVE 'N' TO WS-DIGIT-FLAG
                   END-IF
           END-PERFORM.

      * A signed numeric token: digits, with at most one + or - as
      * the first or last character. Sets the flag either way.
       CHECK-SIGNED-DIGITS.
           MOVE 'Y' TO WS-DIGIT-FLAG.
           MOVE 0 TO WS-CHK-LEN WS-DIGIT-CNT.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > 20
                   OR WS-CHK-TOKEN(WS-CHR-IDX:1) = SPACE
                   ADD 1 TO WS-CHK-LEN
           END-PERFORM.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-CHK-LEN
                   IF WS-CHK-TOKEN(WS-CHR-IDX:1) IS NUMERIC
                           ADD 1 TO WS-DIGIT-CNT
                   ELSE
                           IF (WS-CHK-TOKEN(WS-CHR-IDX:1) = '+'
                               OR WS-CHK-TOKEN(WS-CHR-IDX:1) = '-')
                               AND (WS-CHR-IDX = 1
                                   OR WS-CHR-IDX = WS-CHK-LEN)
                                   CONTINUE
                           ELSE
                                   MOVE 'N' TO WS-DIGIT-FLAG
                           END-IF
                   END-IF
           END-PERFORM.
           IF WS-DIGIT-CNT = 0
                   OR WS-DIGIT-CNT + 1 < WS-CHK-LEN
                   MOVE 'N' TO WS-DIGIT-FLAG
           END-IF.

      * A decimal token with no sign: digits with at most one
      * point, at most three digits before it and six after. Sets
      * the flag either way.
       CHECK-DECIMAL-DIGITS.
           MOVE 'Y' TO WS-DIGIT-FLAG.
           MOVE 0 TO WS-DIGIT-CNT WS-DOT-CNT WS-FRAC-CNT.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > 20
                   OR WS-CHK-TOKEN(WS-CHR-IDX:1) = SPACE
                   EVALUATE TRUE
                           WHEN WS-CHK-TOKEN(WS-CHR-IDX:1) = '.'
                                   ADD 1 TO WS-DOT-CNT
                           WHEN WS-CHK-TOKEN(WS-CHR-IDX:1)
                                   IS NOT NUMERIC
                                   MOVE 'N' TO WS-DIGIT-FLAG
                           WHEN WS-DOT-CNT = 0
                                   ADD 1 TO WS-DIGIT-CNT
                           WHEN OTHER
                                   ADD 1 TO WS-FRAC-CNT
                   END-EVALUATE
           END-PERFORM.
           IF WS-DIGIT-CNT + WS-FRAC-CNT = 0 OR WS-DIGIT-CNT > 3
                   OR WS-FRAC-CNT > 6 OR WS-DOT-CNT > 1
                   MOVE 'N' TO WS-DIGIT-FLAG
           END-IF.

       WRITE-DEFECT.
           IF WS-DEF-SEV = 'ERROR'
                   ADD 1 TO WS-FILE-ERRORS
                   ADD 1 TO WS-TOTAL-ERRORS
                   IF WS-DEF-LINE = WS-CUR-LINE-NUM
                           AND NOT LINE-IS-BAD
                           SET LINE-IS-BAD TO TRUE
                   END-IF
           ELSE
                   ADD 1 TO WS-FILE-WARNINGS
                   ADD 1 TO WS-TOTAL-WARNINGS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CTL-NAME      DELIMITED BY SPACE
                   ' LINE '        DELIMITED BY SIZE
                   WS-DEF-LINE     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-DEF-SEV      DELIMITED BY SPACE
                   ': '            DELIMITED BY SIZE
                   WS-DEF-TEXT     DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CUR-LINE-NUM TO WS-DEF-LINE.

       WRITE-FILE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           IF WS-FILE-ERRORS > 0
                   ADD 1 TO WS-FILES-UNUSABLE
                   STRING '** FILE '   DELIMITED BY SIZE
                           WS-CTL-NAME DELIMITED BY SPACE
                           ' LINES: '  DELIMITED BY SIZE
                           WS-CUR-LINE-NUM DELIMITED BY SIZE
                           ' ERRORS: ' DELIMITED BY SIZE
                           WS-FILE-ERRORS DELIMITED BY SIZE
                           ' WARNINGS: ' DELIMITED BY SIZE
                           WS-FILE-WARNINGS DELIMITED BY SIZE
                           ' -- UNUSABLE **' DELIMITED BY SIZE
                           INTO REPORT-LINE
           ELSE
                   STRING 'FILE '      DELIMITED BY SIZE
                           WS-CTL-NAME DELIMITED BY SPACE
                           ' LINES: '  DELIMITED BY SIZE
                           WS-CUR-LINE-NUM DELIMITED BY SIZE
                           ' ERRORS: ' DELIMITED BY SIZE
                           WS-FILE-ERRORS DELIMITED BY SIZE
                           ' WARNINGS: ' DELIMITED BY SIZE
                           WS-FILE-WARNINGS DELIMITED BY SIZE
                           ' -- USABLE' DELIMITED BY SIZE
                           INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       WRITE-EDIT-VERDICT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FILES EDITED: ' DELIMITED BY SIZE
                   WS-FILES-EDITED DELIMITED BY SIZE
                   ' NOT PRESENT: ' DELIMITED BY SIZE
                   WS-FILES-ABSENT DELIMITED BY SIZE
                   ' ERRORS: '     DELIMITED BY SIZE
                   WS-TOTAL-ERRORS DELIMITED BY SIZE
                   ' WARNINGS: '   DELIMITED BY SIZE
                   WS-TOTAL-WARNINGS DELIMITED BY SIZE
                   ' UNUSABLE: '   DELIMITED BY SIZE
                   WS-FILES-UNUSABLE DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FILES-UNUSABLE = 0
                   MOVE 'EDIT: CLEAN -- CONTROL FILES USABLE'
                           TO REPORT-LINE
           ELSE
                   MOVE '** EDIT: HELD -- CONTROL FILE(S) UNUSABLE **'
                           TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.

       WRITE-RESULTS-MASTER.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '05'
                   DISPLAY 'WARNING: RESULTS MASTER UNAVAILABLE, '
                           'FILE STATUS ' WS-MASTER-STATUS
           ELSE
                   MOVE WS-RUN-DATE TO MST-RUN-DATE
                   MOVE 'AVCDCE1' TO MST-PROGRAM
                   MOVE 'CONTROL FILES' TO MST-DATASET
                   MOVE SPACES TO MST-RESULTS
                   STRING 'FILES: '     DELIMITED BY SIZE
                           WS-FILES-EDITED DELIMITED BY SIZE
                           ' ERRORS: '  DELIMITED BY SIZE
                           WS-TOTAL-ERRORS DELIMITED BY SIZE
                           ' WARNINGS: ' DELIMITED BY SIZE
                           WS-TOTAL-WARNINGS DELIMITED BY SIZE
                           ' UNUSABLE: ' DELIMITED BY SIZE
                           WS-FILES-UNUSABLE DELIMITED BY SIZE
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
           COMPUTE WS-BAL-ACCEPTED = WS-TOTAL-READ - WS-TOTAL-BAD.
           OPEN EXTEND BAL-FILE.
           IF WS-BAL-STATUS NOT = '00'
                   OPEN OUTPUT BAL-FILE
           END-IF.
           IF WS-BAL-STATUS NOT = '00'
                   DISPLAY 'WARNING: BALANCING FILE UNAVAILABLE, '
                           'FILE STATUS ' WS-BAL-STATUS
           ELSE
                   MOVE SPACES TO BAL-LINE
                   STRING 'STEP AVCDCE1 DATE: ' DELIMITED BY SIZE
                           WS-RUN-DATE     DELIMITED BY SIZE
                           ' READ: '       DELIMITED BY SIZE
                           WS-TOTAL-READ   DELIMITED BY SIZE
                           ' ACCEPTED: '   DELIMITED BY SIZE
                           WS-BAL-ACCEPTED DELIMITED BY SIZE
                           ' REJECTED: '   DELIMITED BY SIZE
                           WS-TOTAL-BAD    DELIMITED BY SIZE
                           ' WRITTEN: 000000000' DELIMITED BY SIZE
                           INTO BAL-LINE
                   WRITE BAL-LINE
                   CLOSE BAL-FILE
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
