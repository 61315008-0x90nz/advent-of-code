      * ---------------------------------------------------------------
      * Position ledger archive
      * ---------------------------------------------------------------
      * avcd2p2.ldg is rewritten every night and is only text, so an
      * incident review asking "where was the boat at instruction
      * 73,412 last Thursday" meant grepping a retained generation by
      * hand. This step loads every LINE entry of the night's ledger
      * into the indexed position archive avcdposn.dat keyed by run
      * date + line number, the positions held as numbers, so the
      * question is answered from the archive -- the same service
      * AVCDAR1 gives the sonar readings in avcdhist.dat.
      *
      * Run parameter tokens:
      *   (default)                load mode -- archive tonight's ledger
      *   INQ                      inquiry mode -- print from archive
      *   DATE <yyyymmdd>          inquiry: exact run date
      *   FROM <yyyymmdd>          inquiry: start of date range
      *   TO <yyyymmdd>            inquiry: end of date range
      *   LINEFROM <n>             inquiry: start of line range
      *   LINETO <n>               inquiry: end of line range
      *   AROUND <depth>           inquiry: positions near a depth
      *   WITHIN <units>           inquiry: AROUND tolerance (def 10)
      *   CROSS <horiz>            inquiry: first line crossing HORIZ
      * With no AROUND or CROSS the inquiry prints every position in
      * the date and line range. AROUND prints the positions whose
      * depth is within WITHIN units of the given depth; CROSS prints,
      * for each run date, the first line at which HORIZ reached or
      * passed the given value from either side. The bare token names
      * the ledger to load (default avcd2p2.ldg), so a retained
      * generation can be loaded after the fact.
      *
      * The run date of the key is the RUN DATE header AVCD2P2 writes
      * at the top of the ledger, not the date this step runs, so a
      * generation loaded late still lands under the night it
      * describes; a ledger without the header is keyed under today.
      * The DATASET header and the MODE: TRACK marker travel into
      * every record, as does the instruction timestamp a sequenced
      * feed adds to each LINE entry (TIME:). Loading the same night
      * twice simply rewrites the same keys. A non-empty ledger with
      * no recognisable LINE entry ends loudly instead of balancing an
      * empty archive.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDLG1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL POSN-FILE ASSIGN TO 'avcdposn.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSN-STATUS.
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

       FD  POSN-FILE.
       COPY avcdposn.

       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  BAL-FILE.
       01  BAL-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-LINE                      PIC X(132).
       01  WS-LEDGER-FILE               PIC X(80)
                                         VALUE 'avcd2p2.ldg'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).
       01  WS-TOK-VAL                   PIC X(80).

       01  WS-TOK-TABLE.
           05  WS-TOK                   PIC X(20) OCCURS 14 TIMES.

      * Inquiry selection. The date and line ranges apply to every
      * kind of inquiry; AROUND and CROSS narrow what is printed.
       01  WS-INQ-FLAG                  PIC X           VALUE 'N'.
           88  INQUIRY-MODE                             VALUE 'Y'.
       01  WS-INQ-KIND                  PIC X           VALUE 'R'.
           88  INQ-RANGE                                VALUE 'R'.
           88  INQ-AROUND                               VALUE 'A'.
           88  INQ-CROSS                                VALUE 'C'.
       01  WS-DATE-FROM                 PIC 9(8)        VALUE 0.
       01  WS-DATE-TO                   PIC 9(8)        VALUE 99999999.
       01  WS-LINE-FROM                 PIC 9(9)        VALUE 0.
       01  WS-LINE-TO                   PIC 9(9)
                                         VALUE 999999999.
       01  WS-AROUND-DEPTH              PIC S9(9)       VALUE 0.
       01  WS-WITHIN                    PIC 9(9)        VALUE 10.
       01  WS-CROSS-HORIZ               PIC S9(9)       VALUE 0.
       01  WS-DEPTH-GAP                 PIC S9(10)      VALUE 0.

      * CROSS bookkeeping: the previous HORIZ seen on the run date
      * being scanned, and whether that date has already printed its
      * crossing (only the first one is wanted).
       01  WS-SCAN-DATE                 PIC 9(8)        VALUE 0.
       01  WS-PRV-HORIZ                 PIC S9(9)       VALUE 0.
       01  WS-PRV-FLAG                  PIC X           VALUE 'N'.
           88  WS-PRV-VALID                             VALUE 'Y'.
       01  WS-CROSS-FLAG                PIC X           VALUE 'N'.
           88  WS-DATE-CROSSED                          VALUE 'Y'.
       01  WS-DATES-SCANNED             PIC 9(9)        VALUE 0.
       01  WS-ED-CROSS                  PIC -(9)9.

      * Ledger header values and the fields of one LINE entry.
       01  WS-LDG-DATE                  PIC 9(8)        VALUE 0.
       01  WS-LDG-DATASET               PIC X(44)       VALUE SPACES.
       01  WS-LDG-MODE                  PIC X           VALUE SPACE.
       01  WS-ENTRY-OK                  PIC X           VALUE 'N'.

      * Edited positions for the inquiry print.
       01  WS-ED-HORIZ                  PIC -(9)9.
       01  WS-ED-DEPTH                  PIC -(9)9.
       01  WS-ED-AIM                    PIC -(9)9.
       01  WS-ED-LATERAL                PIC -(9)9.
       01  WS-ED-TIME                   PIC X(13).

       01  WS-READ-CNT                  PIC 9(9)        VALUE 0.
       01  WS-LOADED-CNT                PIC 9(9)        VALUE 0.
       01  WS-SKIP-CNT                  PIC 9(9)        VALUE 0.
       01  WS-MATCH-CNT                 PIC 9(9)        VALUE 0.

      * FILE STATUS on every SELECT, checked after every OPEN/READ/
      * WRITE so a missing/locked file aborts the run with a clear
      * message and non-zero return code instead of silently
      * archiving nothing.
       01  WS-LEDGER-STATUS             PIC XX.
       01  WS-POSN-STATUS               PIC XX.
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
      * for the AVCDBL1 balancing step to prove against. The RUN DATE
      * and MODE header lines are not ledger entries and are left out
      * of READ. Inquiry runs write no control record.
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
           IF INQUIRY-MODE
                   PERFORM RUN-INQUIRY
           ELSE
                   PERFORM RUN-LEDGER-LOAD
                   PERFORM WRITE-RESULTS-MASTER
                   PERFORM WRITE-CONTROL-TOTALS
                   IF WS-READ-CNT > 0 AND WS-LOADED-CNT = 0
                           DISPLAY 'ERROR: EVERY ENTRY OF '
                                   WS-LEDGER-FILE ' WAS SKIPPED -- '
                                   'UNRECOGNISED LEDGER LAYOUT'
                           MOVE 8 TO RETURN-CODE
                   END-IF
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
                           WHEN 'INQ'
                                   SET INQUIRY-MODE TO TRUE
                           WHEN 'DATE'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-DATE-FROM
                                                WS-DATE-TO
                           WHEN 'FROM'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-DATE-FROM
                           WHEN 'TO'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-DATE-TO
                           WHEN 'LINEFROM'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-LINE-FROM
                           WHEN 'LINETO'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-LINE-TO
                           WHEN 'AROUND'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-AROUND-DEPTH
                                   SET INQ-AROUND TO TRUE
                           WHEN 'WITHIN'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-WITHIN
                           WHEN 'CROSS'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-CROSS-HORIZ
                                   SET INQ-CROSS TO TRUE
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

       RUN-LEDGER-LOAD.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' ARCHIVING: '
                   WS-LEDGER-FILE.
           MOVE WS-RUN-DATE TO WS-LDG-DATE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'LEDGER-FILE' TO WS-ERR-FILE
                   MOVE WS-LEDGER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           OPEN I-O POSN-FILE.
           IF WS-POSN-STATUS NOT = '00'
                   AND WS-POSN-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'POSN-FILE' TO WS-ERR-FILE
                   MOVE WS-POSN-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
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
                                   PERFORM LOAD-ONE-LEDGER-LINE
                   END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           CLOSE POSN-FILE.
           DISPLAY 'LEDGER DATE: ' WS-LDG-DATE ' POSITIONS ARCHIVED: '
                   WS-LOADED-CNT ' SKIPPED: ' WS-SKIP-CNT.

       LOAD-ONE-LEDGER-LINE.
           MOVE SPACES TO WS-TOK-TABLE.
           UNSTRING WS-LINE DELIMITED BY ALL SPACES
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12)
                        WS-TOK(13) WS-TOK(14).
           EVALUATE TRUE
                   WHEN WS-TOK(1) = 'RUN' AND WS-TOK(2) = 'DATE:'
                           PERFORM TAKE-LEDGER-HEADER
                   WHEN WS-TOK(1) = 'MODE:'
                           IF WS-TOK(2) = 'TRACK'
                                   MOVE 'T' TO WS-LDG-MODE
                           END-IF
                   WHEN WS-LINE = SPACES
                           CONTINUE
                   WHEN OTHER
                           ADD 1 TO WS-READ-CNT
                           PERFORM EDIT-LEDGER-ENTRY
                           IF WS-ENTRY-OK = 'Y'
                                   PERFORM WRITE-POSITION
                           ELSE
                                   ADD 1 TO WS-SKIP-CNT
                           END-IF
           END-EVALUATE.

       TAKE-LEDGER-HEADER.
      * RUN DATE: <yyyymmdd> DATASET: <name>. A checkpoint resume of
      * AVCD2P2 appends a second header to the same ledger; it names
      * the same night, so taking it again is harmless.
           IF WS-TOK(3)(1:8) IS NUMERIC
                   MOVE WS-TOK(3)(1:8) TO WS-LDG-DATE
           END-IF.
           IF WS-TOK(4) = 'DATASET:'
                   MOVE WS-TOK(5) TO WS-LDG-DATASET
           END-IF.

       EDIT-LEDGER-ENTRY.
      * LINE <n> HORIZ: <h> DEPTH: <d> AIM: <a> LATERAL: <l>
      * HEADING: <hdg> -- every tag in its place and every value a
      * number, or the entry is skipped and counted.
           MOVE 'Y' TO WS-ENTRY-OK.
           IF WS-TOK(1) NOT = 'LINE' OR WS-TOK(3) NOT = 'HORIZ:'
                   OR WS-TOK(5) NOT = 'DEPTH:'
                   OR WS-TOK(7) NOT = 'AIM:'
                   OR WS-TOK(9) NOT = 'LATERAL:'
                   OR WS-TOK(11) NOT = 'HEADING:'
                   MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-TOK(2)(1:9) IS NOT NUMERIC
                   OR WS-TOK(12)(1:3) IS NOT NUMERIC
                   MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-OK = 'Y'
                   IF FUNCTION TEST-NUMVAL(WS-TOK(4)) NOT = 0
                           OR FUNCTION TEST-NUMVAL(WS-TOK(6)) NOT = 0
                           OR FUNCTION TEST-NUMVAL(WS-TOK(8)) NOT = 0
                           OR FUNCTION TEST-NUMVAL(WS-TOK(10)) NOT = 0
                           MOVE 'N' TO WS-ENTRY-OK
                   END-IF
           END-IF.

       WRITE-POSITION.
           MOVE WS-LDG-DATE TO POS-RUN-DATE.
           MOVE WS-TOK(2)(1:9) TO POS-LINE.
           MOVE WS-LDG-DATASET TO POS-DATASET.
           MOVE WS-LDG-MODE TO POS-MODE.
           COMPUTE POS-HORIZ = FUNCTION NUMVAL(WS-TOK(4)).
           COMPUTE POS-DEPTH = FUNCTION NUMVAL(WS-TOK(6)).
           COMPUTE POS-AIM = FUNCTION NUMVAL(WS-TOK(8)).
           COMPUTE POS-LATERAL = FUNCTION NUMVAL(WS-TOK(10)).
           MOVE WS-TOK(12)(1:3) TO POS-HEADING.
           MOVE SPACES TO POS-TIME.
           IF WS-TOK(13) = 'TIME:'
                   MOVE WS-TOK(14)(1:6) TO POS-TIME
           END-IF.
           WRITE POSN-RECORD.
           IF WS-POSN-STATUS = '22'
                   REWRITE POSN-RECORD
           END-IF.
           IF WS-POSN-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'POSN-FILE' TO WS-ERR-FILE
                   MOVE WS-POSN-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-LOADED-CNT.

       RUN-INQUIRY.
           OPEN INPUT POSN-FILE.
           IF WS-POSN-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN avcdposn.dat, FILE '
                           'STATUS ' WS-POSN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
      * Position on the first key of the range rather than reading a
      * year of nights to reach it; a night's ledger runs to tens of
      * thousands of lines.
           MOVE WS-DATE-FROM TO POS-RUN-DATE.
           MOVE 0 TO POS-LINE.
           MOVE 'N' TO WS-EOF.
           START POSN-FILE KEY IS NOT LESS THAN POS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ POSN-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                                   IF POS-RUN-DATE > WS-DATE-TO
                                           MOVE 'Y' TO WS-EOF
                                   ELSE
                                           PERFORM INQUIRE-ONE-POSITION
                                   END-IF
                   END-READ
           END-PERFORM.
           CLOSE POSN-FILE.
           IF INQ-CROSS
                   PERFORM FINISH-CROSS-DATE
                   DISPLAY 'RUN DATES SCANNED: ' WS-DATES-SCANNED
                           ' CROSSINGS FOUND: ' WS-MATCH-CNT
           ELSE
                   DISPLAY 'POSITIONS MATCHED: ' WS-MATCH-CNT
           END-IF.

       INQUIRE-ONE-POSITION.
           IF POS-LINE >= WS-LINE-FROM AND POS-LINE <= WS-LINE-TO
                   EVALUATE TRUE
                           WHEN INQ-AROUND
                                   PERFORM CHECK-AROUND-DEPTH
                           WHEN INQ-CROSS
                                   PERFORM CHECK-HORIZ-CROSSING
                           WHEN OTHER
                                   ADD 1 TO WS-MATCH-CNT
                                   PERFORM SHOW-POSITION
                   END-EVALUATE
           END-IF.

       CHECK-AROUND-DEPTH.
           COMPUTE WS-DEPTH-GAP = POS-DEPTH - WS-AROUND-DEPTH.
           IF WS-DEPTH-GAP < 0
                   COMPUTE WS-DEPTH-GAP = 0 - WS-DEPTH-GAP
           END-IF.
           IF WS-DEPTH-GAP <= WS-WITHIN
                   ADD 1 TO WS-MATCH-CNT
                   PERFORM SHOW-POSITION
           END-IF.

       CHECK-HORIZ-CROSSING.
      * A new run date restarts the scan: the previous night's last
      * HORIZ is not compared, so a voyage that began the night
      * already past the value is not reported as crossing it.
           IF POS-RUN-DATE NOT = WS-SCAN-DATE
                   PERFORM FINISH-CROSS-DATE
                   MOVE POS-RUN-DATE TO WS-SCAN-DATE
                   ADD 1 TO WS-DATES-SCANNED
                   MOVE 'N' TO WS-PRV-FLAG
                   MOVE 'N' TO WS-CROSS-FLAG
           END-IF.
           IF NOT WS-DATE-CROSSED
                   IF (WS-PRV-VALID AND WS-PRV-HORIZ < WS-CROSS-HORIZ
                           AND POS-HORIZ >= WS-CROSS-HORIZ)
                   OR (WS-PRV-VALID AND WS-PRV-HORIZ > WS-CROSS-HORIZ
                           AND POS-HORIZ <= WS-CROSS-HORIZ)
                   OR (NOT WS-PRV-VALID
                           AND POS-HORIZ = WS-CROSS-HORIZ)
                           SET WS-DATE-CROSSED TO TRUE
                           ADD 1 TO WS-MATCH-CNT
                           PERFORM SHOW-POSITION
                   END-IF
                   MOVE POS-HORIZ TO WS-PRV-HORIZ
                   SET WS-PRV-VALID TO TRUE
           END-IF.

       FINISH-CROSS-DATE.
           IF WS-SCAN-DATE > 0 AND NOT WS-DATE-CROSSED
                   MOVE WS-CROSS-HORIZ TO WS-ED-CROSS
                   DISPLAY WS-SCAN-DATE ' NO CROSSING OF HORIZ '
                           WS-ED-CROSS
           END-IF.

       SHOW-POSITION.
           MOVE SPACES TO WS-ED-TIME.
           IF POS-TIME NOT = SPACES
                   STRING ' TIME: ' POS-TIME DELIMITED BY SIZE
                           INTO WS-ED-TIME
           END-IF.
           MOVE POS-HORIZ TO WS-ED-HORIZ.
           MOVE POS-DEPTH TO WS-ED-DEPTH.
           MOVE POS-AIM TO WS-ED-AIM.
           MOVE POS-LATERAL TO WS-ED-LATERAL.
           DISPLAY POS-RUN-DATE ' LINE ' POS-LINE
                   ' HORIZ: ' WS-ED-HORIZ ' DEPTH: ' WS-ED-DEPTH
                   ' AIM: ' WS-ED-AIM ' LATERAL: ' WS-ED-LATERAL
                   ' HEADING: ' POS-HEADING WS-ED-TIME.

       WRITE-RESULTS-MASTER.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '05'
                   DISPLAY 'WARNING: RESULTS MASTER UNAVAILABLE, '
                           'FILE STATUS ' WS-MASTER-STATUS
           ELSE
                   MOVE WS-RUN-DATE TO MST-RUN-DATE
                   MOVE 'AVCDLG1' TO MST-PROGRAM
                   MOVE WS-LEDGER-FILE TO MST-DATASET
                   MOVE SPACES TO MST-RESULTS
                   STRING 'LEDGER DATE: ' DELIMITED BY SIZE
                           WS-LDG-DATE   DELIMITED BY SIZE
                           ' ARCHIVED: ' DELIMITED BY SIZE
                           WS-LOADED-CNT DELIMITED BY SIZE
                           ' SKIPPED: '  DELIMITED BY SIZE
                           WS-SKIP-CNT   DELIMITED BY SIZE
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
                   STRING 'STEP AVCDLG1 DATE: ' DELIMITED BY SIZE
                           WS-RUN-DATE     DELIMITED BY SIZE
                           ' READ: '       DELIMITED BY SIZE
                           WS-READ-CNT     DELIMITED BY SIZE
                           ' ACCEPTED: '   DELIMITED BY SIZE
                           WS-LOADED-CNT   DELIMITED BY SIZE
                           ' REJECTED: '   DELIMITED BY SIZE
                           WS-SKIP-CNT     DELIMITED BY SIZE
                           ' WRITTEN: '    DELIMITED BY SIZE
                           WS-LOADED-CNT   DELIMITED BY SIZE
                           INTO BAL-LINE
                   WRITE BAL-LINE
                   CLOSE BAL-FILE
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
