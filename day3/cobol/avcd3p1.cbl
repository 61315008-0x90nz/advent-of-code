           SELECT WORK-ZEROS ASSIGN TO DYNAMIC WS-ZEROS-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ZEROS-STATUS.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'avcd3p1.rpt'
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MST-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
           SELECT FLEET-LIST ASSIGN TO DYNAMIC WS-CONTROL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FLEET-LIST-STATUS.
           SELECT BAL-FILE ASSIGN TO 'avcdbal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAL-STATUS.
           SELECT OPTIONAL HEALTH-FILE ASSIGN TO 'avcdcmph.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMH-KEY
                   FILE STATUS IS WS-HEALTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAL-FILE.
       01  BAL-LINE                     PIC X(132).

       FD  FLEET-LIST.
       01  FLEET-LINE                   PIC X(80).

       FD  HEALTH-FILE.
       COPY avcdcmph.

      * Wide enough for the audit-trail lines, which carry two
      * nine-digit counts plus their labels.
       FD  REPORT-FILE.
      * all-digit token sets the bit width (so a firmware revision
      * that widens the diagnostic word is just a different run
      * parameter, defaulting to 12, today's word size), DRIFT <pct>
      * sets the run-over-run drift tolerance, FLEET selects the
      * multi-unit mode below, and a bare non-numeric token names the
      * dataset (default input.txt) -- or, with FLEET, the fleet
      * control file (default diagunits.txt).
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05 WS-PARM-TOK               PIC X(80) OCCURS 8 TIMES.
               10 WS-CMP-NORMAL         PIC X.
               10 WS-CMP-ACTUAL         PIC X.
               10 WS-CMP-VERDICT        PIC X(8).
               10 WS-CMP-FLEET-ABN      PIC 9(4).

      * Life support rating (oxygen generator / CO2 scrubber). The
      * iterative bit-criteria filtering holds neither the feed in
      * balancing file avcdbal.dat (reset by AVCDRV1 at suite start)
      * for the AVCDBL1 balancing step to prove against.
       01  WS-BAL-STATUS                PIC XX.

      * Component health history: every run records each mapped
      * component's verdict in avcdcmph.dat, a stuck bit overriding
      * the majority verdict of the component on that bit, and a
      * stuck bit no map entry names recorded as BIT-nn. The run of
      * consecutive abnormal/stuck nights is what AVCDWO1 raises
      * maintenance work orders from. An unavailable history file is
      * a console warning -- tonight's ratings stand regardless.
       01  WS-HEALTH-STATUS             PIC XX.
       01  WS-HLT-NAME                  PIC X(20).
       01  WS-HLT-BIT                   PIC 9(2)     VALUE 0.
       01  WS-HLT-VERDICT               PIC X(10).
       01  WS-HLT-MAPPED                PIC X        VALUE 'N'.
       01  WS-HLT-BIT-TXT               PIC 99.
       01  WS-HLT-UPDATED               PIC 9(4)     VALUE 0.
       01  O2-RATING                    PIC 9(12)    VALUE 0.
       01  CO2-RATING                   PIC 9(12)    VALUE 0.
       01  LIFE-SUPPORT-RATING          PIC 9(20)    VALUE 0.

      * Fleet mode: the control file lists one unit's diagnostic feed
      * per line, and each feed gets the full single-unit treatment --
      * rates, power, life support ratings, stuck-bit screen,
      * component decode, drift check against its own history -- in
      * its own section of avcd3p1.rpt, with its own master and
      * balancing records and its rejects in <feed>.rej (so AVCDRC1
      * can recycle them against the right feed). A fleet comparison
      * closes the report: the units ranked by life support rating,
      * and for each mapped component the boats it is abnormal or
      * stuck on. A component out of normal on more than half the
      * units (two or more) is flagged FIRMWARE SUSPECT -- the same
      * fault on most of the boats at once is a firmware question,
      * not a hardware one. The component health history is kept per
      * unit, each unit's under its own feed name, so AVCDWO1 counts
      * a unit's consecutive nights whichever way it was run. 50
      * units covers the fleet with
      * room to grow; a longer control file is a controlled abort.
       01  WS-FLEET-MODE                PIC X        VALUE 'N'.
           88 WS-FLEET-MODE-ON                       VALUE 'Y'.
       01  WS-CONTROL-FILE              PIC X(80)
                                         VALUE 'diagunits.txt'.
       01  WS-FLEET-LIST-STATUS         PIC XX.
       01  WS-FLEET-EOF                 PIC X        VALUE 'N'.
       01  WS-REJECT-NAME               PIC X(84)
                                         VALUE 'avcd3p1.rej'.
       01  WS-UNIT-COUNT                PIC 9(4)     VALUE 0.
       01  WS-UNIT-IDX                  PIC 9(4)     VALUE 0.
       01  WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY             OCCURS 50 TIMES.
               10 WS-UNIT-FILE          PIC X(80).
               10 WS-UNIT-POWER         PIC 9(20).
               10 WS-UNIT-LSR           PIC 9(20).
               10 WS-UNIT-STUCK         PIC 9(2).
               10 WS-UNIT-ABNORMAL      PIC 9(2).
               10 WS-UNIT-DRIFT         PIC X.
               10 WS-UNIT-CMP-VERDICT   PIC X(10) OCCURS 32 TIMES.
      * Ranking: unit numbers in descending life support order, ties
      * kept in control-file order.
       01  WS-RANK-TABLE.
           05 WS-RANK-UNIT              PIC 9(4) OCCURS 50 TIMES.
       01  WS-RANK-IDX                  PIC 9(4)     VALUE 0.
       01  WS-RANK-PREV                 PIC 9(4)     VALUE 0.
       01  WS-RANK-HOLD                 PIC 9(4)     VALUE 0.
       01  WS-RANK-SWAPPED              PIC X        VALUE 'N'.
       01  WS-FLEET-DRIFT-CNT           PIC 9(4)     VALUE 0.
       01  WS-FLEET-STUCK-CNT           PIC 9(4)     VALUE 0.
       01  WS-FIRMWARE-CNT              PIC 9(2)     VALUE 0.

      * Malformed-record validation: a line must be exactly
      * WS-BIT-WIDTH characters wide and contain only '0'/'1', or it's
      * rejected instead of skewing the bit counts.
           88 WS-LINE-VALID                          VALUE 'Y'.
       01  WS-REJECT-CNT                PIC 9(9)     VALUE 0.
       01  WS-RUN-DATE                  PIC 9(8)     VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)     VALUE SPACES.
       01  WS-DATASET-NAME              PIC X(80)    VALUE 'input.txt'.
       01  WS-PARM-FILE                 PIC X(80)    VALUE SPACES.

      * FILE STATUS on every SELECT, checked after every OPEN/READ so
      * a missing/locked file aborts the run with a clear message and
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'AVCD_RUN_DATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT-VALUE
           IF WS-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM
           IF WS-BIT-WIDTH < 1 OR WS-BIT-WIDTH > 32
           INITIALIZE WS-SET-FREQ-TABLE
           INITIALIZE WS-UNSET-FREQ-TABLE
           PERFORM LOAD-COMPONENT-MAP
           IF WS-FLEET-MODE-ON
                   IF WS-PARM-FILE NOT = SPACES
                           MOVE WS-PARM-FILE TO WS-CONTROL-FILE
                   END-IF
                   PERFORM RUN-FLEET
                   STOP RUN
           END-IF
           IF WS-PARM-FILE NOT = SPACES
                   MOVE WS-PARM-FILE TO WS-DATASET-NAME
           END-IF
           PERFORM READ-DIAG-FEED
           PERFORM CALC-RATES
           PERFORM CHECK-STUCK-BITS
           PERFORM JUDGE-COMPONENTS
           PERFORM CALC-POWER
           PERFORM CALC-LIFE-SUPPORT
           PERFORM DELETE-WORK-FILES
           PERFORM CHECK-RATING-DRIFT
           PERFORM APPEND-HISTORY
           PERFORM UPDATE-COMPONENT-HEALTH
           PERFORM WRITE-REPORT
           PERFORM WRITE-RESULTS-MASTER
           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY 'Gamma: ', GAMMA-RATE, ' Epsilon: ', EPSILON-RATE
           DISPLAY 'Power Consumption: ', POWER-CONSUMPTION
           DISPLAY 'O2 Rating: ', O2-RATING, ' CO2 Rating: ', CO2-RATING
           DISPLAY 'Life Support Rating: ', LIFE-SUPPORT-RATING
           IF WS-REJECT-CNT > 0
                   DISPLAY 'Rejected records: ', WS-REJECT-CNT
                   CLOSE REJECT-FILE
           END-IF
           IF WS-DRIFT-ALARM
                   DISPLAY 'WARNING: RATING DRIFT BEYOND '
                           WS-DRIFT-LIMIT ' PCT AGAINST PRIOR RUN'
                   MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-STUCK-CNT > 0
                   DISPLAY 'WARNING: ' WS-STUCK-CNT ' STUCK BIT '
                           'POSITION(S), SEE avcd3p1.rpt'
                   MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * One pass over the diagnostic feed: every line validated,
      * counted into the bit frequencies and copied to the extract,
      * or rejected.
       READ-DIAG-FEED SECTION.
           OPEN INPUT IN-FILE
           IF WS-IN-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
           END-PERFORM
           CLOSE IN-FILE
           CLOSE EXTRACT-FILE
           .

       PARSE-RUN-PARM SECTION.
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-DRIFT-LIMIT
                           WHEN 'FLEET'
                                   SET WS-FLEET-MODE-ON TO TRUE
                           WHEN OTHER
                                   PERFORM CLASSIFY-BARE-TOKEN
                   END-EVALUATE
           .

      * A bare all-digit token is the bit width; anything else is the
      * dataset name (the control file name in fleet mode).
       CLASSIFY-BARE-TOKEN SECTION.
           MOVE 'Y' TO WS-TOK-DIGITS
           PERFORM VARYING WS-TOK-CHR FROM 1 BY 1
                   MOVE FUNCTION NUMVAL(WS-PARM-TOK(WS-TOK-IDX))
                           TO WS-BIT-WIDTH
           ELSE
                   MOVE WS-PARM-TOK(WS-TOK-IDX) TO WS-PARM-FILE
           END-IF
           .

           CLOSE HIST-FILE
           .

       UPDATE-COMPONENT-HEALTH SECTION.
           MOVE 0 TO WS-HLT-UPDATED
           OPEN I-O HEALTH-FILE
           IF WS-HEALTH-STATUS NOT = '00'
                   AND WS-HEALTH-STATUS NOT = '05'
                   DISPLAY 'WARNING: COMPONENT HEALTH HISTORY '
                           'UNAVAILABLE, FILE STATUS '
                           WS-HEALTH-STATUS
                   GO TO UPDATE-COMPONENT-EXIT
           END-IF
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   MOVE WS-CMP-NAME(WS-CMP-IDX) TO WS-HLT-NAME
                   MOVE WS-CMP-BIT(WS-CMP-IDX) TO WS-HLT-BIT
                   MOVE WS-CMP-VERDICT(WS-CMP-IDX) TO WS-HLT-VERDICT
                   PERFORM APPLY-STUCK-VERDICT
                   PERFORM RECORD-COMPONENT-HEALTH
           END-PERFORM
      * Bits outside the map: a stuck one is recorded; one that was
      * stuck before and reads freely tonight is recorded NORMAL so
      * its run ends. One never stuck leaves no record.
           MOVE 1 TO WS-HLT-BIT
           PERFORM WS-BIT-WIDTH TIMES
                   MOVE 'N' TO WS-HLT-MAPPED
                   PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                           UNTIL WS-CMP-IDX > WS-CMP-COUNT
                           IF WS-CMP-BIT(WS-CMP-IDX) = WS-HLT-BIT
                                   MOVE 'Y' TO WS-HLT-MAPPED
                           END-IF
                   END-PERFORM
                   IF WS-HLT-MAPPED = 'N'
                           MOVE WS-HLT-BIT TO WS-HLT-BIT-TXT
                           MOVE SPACES TO WS-HLT-NAME
                           STRING 'BIT-'         DELIMITED BY SIZE
                                   WS-HLT-BIT-TXT DELIMITED BY SIZE
                                   INTO WS-HLT-NAME
                           MOVE 'NORMAL' TO WS-HLT-VERDICT
                           PERFORM APPLY-STUCK-VERDICT
                           MOVE WS-DATASET-NAME TO CMH-UNIT
                           MOVE WS-HLT-NAME TO CMH-COMPONENT
                           READ HEALTH-FILE
                           IF WS-HLT-VERDICT NOT = 'NORMAL'
                                   OR WS-HEALTH-STATUS = '00'
                                   PERFORM RECORD-COMPONENT-HEALTH
                           END-IF
                   END-IF
                   ADD 1 TO WS-HLT-BIT
           END-PERFORM
           CLOSE HEALTH-FILE
           DISPLAY 'COMPONENT HEALTH HISTORY UPDATED: '
                   WS-HLT-UPDATED ' COMPONENT(S)'
           .
       UPDATE-COMPONENT-EXIT.
           EXIT.

       APPLY-STUCK-VERDICT SECTION.
           MOVE 1 TO WS-AUD-IDX
           PERFORM WS-STUCK-CNT TIMES
                   IF WS-STUCK-BIT(WS-AUD-IDX) = WS-HLT-BIT
                           MOVE WS-STUCK-VERDICT(WS-AUD-IDX)
                                   TO WS-HLT-VERDICT
                   END-IF
                   ADD 1 TO WS-AUD-IDX
           END-PERFORM
           .

      * The first run of a new night rolls last night's run into the
      * PRIOR fields; a rerun on the same night starts again from
      * them, so the night is never counted twice.
       RECORD-COMPONENT-HEALTH SECTION.
           MOVE WS-DATASET-NAME TO CMH-UNIT
           MOVE WS-HLT-NAME TO CMH-COMPONENT
           READ HEALTH-FILE
           IF WS-HEALTH-STATUS = '00'
                   IF CMH-LAST-DATE NOT = WS-RUN-DATE
                           MOVE CMH-FIRST-SEEN TO CMH-PRIOR-FIRST
                           MOVE CMH-CONSEC TO CMH-PRIOR-CONSEC
                   END-IF
           ELSE
                   MOVE SPACES TO HEALTH-RECORD
                   MOVE WS-DATASET-NAME TO CMH-UNIT
                   MOVE WS-HLT-NAME TO CMH-COMPONENT
                   MOVE 0 TO CMH-PRIOR-FIRST CMH-PRIOR-CONSEC
                           CMH-WO-DATE CMH-WO-FIRST CMH-WO-NIGHTS
                   SET CMH-WO-NONE TO TRUE
           END-IF
           MOVE WS-HLT-BIT TO CMH-BIT
           MOVE WS-HLT-VERDICT TO CMH-VERDICT
           IF WS-HLT-VERDICT = 'NORMAL'
                   MOVE 0 TO CMH-FIRST-SEEN CMH-CONSEC
           ELSE
                   COMPUTE CMH-CONSEC = CMH-PRIOR-CONSEC + 1
                   IF CMH-PRIOR-CONSEC > 0
                           MOVE CMH-PRIOR-FIRST TO CMH-FIRST-SEEN
                   ELSE
                           MOVE WS-RUN-DATE TO CMH-FIRST-SEEN
                   END-IF
           END-IF
           IF WS-HEALTH-STATUS = '00'
                   MOVE WS-RUN-DATE TO CMH-LAST-DATE
                   REWRITE HEALTH-RECORD
           ELSE
                   MOVE WS-RUN-DATE TO CMH-LAST-DATE
                   WRITE HEALTH-RECORD
           END-IF
           IF WS-HEALTH-STATUS NOT = '00'
                   DISPLAY 'WARNING: COMPONENT HEALTH WRITE FAILED '
                           'FOR ' WS-HLT-NAME ', FILE STATUS '
                           WS-HEALTH-STATUS
           ELSE
                   ADD 1 TO WS-HLT-UPDATED
           END-IF
           .

       VALIDATE-LINE SECTION.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE 1 TO WS-IDX
           END-PERFORM
           .

      * In fleet mode each unit after the first appends its section
      * to the report the first unit started.
       WRITE-REPORT SECTION.
           IF WS-FLEET-MODE-ON AND WS-UNIT-IDX > 1
                   OPEN EXTEND REPORT-FILE
           ELSE
                   OPEN OUTPUT REPORT-FILE
           END-IF
           IF WS-REPORT-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'REPORT-FILE' TO WS-ERR-FILE
                   WS-DATASET-NAME    DELIMITED BY SPACE
                   INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FLEET-MODE-ON
                   MOVE SPACES TO REPORT-LINE
                   STRING 'FLEET UNIT: '  DELIMITED BY SIZE
                           WS-UNIT-IDX    DELIMITED BY SIZE
                           ' OF '         DELIMITED BY SIZE
                           WS-UNIT-COUNT  DELIMITED BY SIZE
                           ' CONTROL: '   DELIMITED BY SIZE
                           WS-CONTROL-FILE DELIMITED BY SPACE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'BIT WIDTH: '       DELIMITED BY SIZE
                   WS-BIT-WIDTH       DELIMITED BY SIZE
           END-PERFORM
           .

      * Fleet mode driver: every unit in the control file is run in
      * turn, then ranked and compared.
       RUN-FLEET SECTION.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' FLEET CONTROL: '
                   WS-CONTROL-FILE
           PERFORM LOAD-FLEET-LIST
           IF WS-UNIT-COUNT = 0
                   DISPLAY 'ERROR: FLEET CONTROL FILE LISTS NO UNITS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                   PERFORM RUN-ONE-UNIT
           END-PERFORM
           PERFORM RANK-FLEET-UNITS
           PERFORM TALLY-FLEET-COMPONENTS
           PERFORM WRITE-FLEET-REPORT
           DISPLAY 'FLEET UNITS: ' WS-UNIT-COUNT
                   ' FIRMWARE SUSPECTS: ' WS-FIRMWARE-CNT
           IF WS-FLEET-DRIFT-CNT > 0
                   DISPLAY 'WARNING: ' WS-FLEET-DRIFT-CNT ' UNIT(S) '
                           'WITH RATING DRIFT BEYOND ' WS-DRIFT-LIMIT
                           ' PCT AGAINST PRIOR RUN'
                   MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FLEET-STUCK-CNT > 0
                   DISPLAY 'WARNING: ' WS-FLEET-STUCK-CNT ' UNIT(S) '
                           'WITH STUCK BIT POSITION(S), SEE '
                           'avcd3p1.rpt'
                   MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FIRMWARE-CNT > 0
                   DISPLAY 'WARNING: ' WS-FIRMWARE-CNT
                           ' COMPONENT(S) ABNORMAL ACROSS MOST OF THE '
                           'FLEET -- FIRMWARE SUSPECT'
                   MOVE 4 TO RETURN-CODE
           END-IF
           .

      * A named control file that cannot be opened is an abort: a
      * fleet run with no fleet has nothing to compare.
       LOAD-FLEET-LIST SECTION.
           OPEN INPUT FLEET-LIST
           IF WS-FLEET-LIST-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'FLEET-LIST' TO WS-ERR-FILE
                   MOVE WS-FLEET-LIST-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF
           PERFORM UNTIL WS-FLEET-EOF = 'Y'
                   READ FLEET-LIST
                           AT END MOVE 'Y' TO WS-FLEET-EOF
                           NOT AT END
                                IF WS-FLEET-LIST-STATUS NOT = '00'
                                  MOVE 'READ' TO WS-ERR-OP
                                  MOVE 'FLEET-LIST' TO WS-ERR-FILE
                                  MOVE WS-FLEET-LIST-STATUS
                                          TO WS-ERR-STATUS
                                  PERFORM ABORT-FILE-ERROR
                                END-IF
                                PERFORM LOAD-FLEET-ENTRY
                   END-READ
           END-PERFORM
           CLOSE FLEET-LIST
           DISPLAY 'FLEET CONTROL LOADED: ' WS-UNIT-COUNT ' UNIT(S)'
           .

       LOAD-FLEET-ENTRY SECTION.
           IF FLEET-LINE = SPACES
                   GO TO LOAD-FLEET-EXIT
           END-IF
           IF WS-UNIT-COUNT >= 50
                   DISPLAY 'ERROR: FLEET CONTROL FILE HAS MORE THAN '
                           '50 UNITS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           ADD 1 TO WS-UNIT-COUNT
           MOVE FLEET-LINE TO WS-UNIT-FILE(WS-UNIT-COUNT)
           .
       LOAD-FLEET-EXIT.
           EXIT.

      * One unit: the single-unit run end to end against the unit's
      * own feed, its component health history included.
       RUN-ONE-UNIT SECTION.
           MOVE WS-UNIT-FILE(WS-UNIT-IDX) TO WS-DATASET-NAME
           MOVE SPACES TO WS-REJECT-NAME
           STRING WS-DATASET-NAME DELIMITED BY SPACE
                   '.rej'          DELIMITED BY SIZE
                   INTO WS-REJECT-NAME
           PERFORM RESET-UNIT-STATE
           PERFORM READ-DIAG-FEED
           PERFORM CALC-RATES
           PERFORM CHECK-STUCK-BITS
           PERFORM JUDGE-COMPONENTS
           PERFORM CALC-POWER
           PERFORM CALC-LIFE-SUPPORT
           PERFORM DELETE-WORK-FILES
           PERFORM CHECK-RATING-DRIFT
           PERFORM APPEND-HISTORY
           PERFORM UPDATE-COMPONENT-HEALTH
           PERFORM WRITE-REPORT
           PERFORM WRITE-RESULTS-MASTER
           PERFORM WRITE-CONTROL-TOTALS
           IF WS-REJECT-CNT > 0
                   CLOSE REJECT-FILE
           END-IF
           PERFORM SAVE-UNIT-RESULTS
           DISPLAY 'UNIT ' WS-UNIT-IDX ' LIFE SUPPORT RATING: '
                   LIFE-SUPPORT-RATING ' REJECTED: ' WS-REJECT-CNT
                   ' FEED: ' WS-DATASET-NAME
           .

      * Everything one unit's run accumulates starts again from zero
      * for the next; the decode map and the run parameters carry
      * over.
       RESET-UNIT-STATE SECTION.
           INITIALIZE WS-SET-FREQ-TABLE
           INITIALIZE WS-UNSET-FREQ-TABLE
           MOVE 0 TO WS-LINE-NUM WS-LINE-COUNT WS-REJECT-CNT
                   WS-STUCK-CNT WS-AUD-COUNT WS-DRIFT-CNT
           MOVE 'N' TO WS-END-FLAG WS-HIST-EOF WS-PRIOR-FLAG
                   WS-DRIFT-FLAG
           .

      * A stuck bit overrides the majority verdict of the component
      * on it, as it does in the health history.
       SAVE-UNIT-RESULTS SECTION.
           MOVE POWER-CONSUMPTION TO WS-UNIT-POWER(WS-UNIT-IDX)
           MOVE LIFE-SUPPORT-RATING TO WS-UNIT-LSR(WS-UNIT-IDX)
           MOVE WS-STUCK-CNT TO WS-UNIT-STUCK(WS-UNIT-IDX)
           MOVE 0 TO WS-UNIT-ABNORMAL(WS-UNIT-IDX)
           MOVE 'N' TO WS-UNIT-DRIFT(WS-UNIT-IDX)
           IF WS-DRIFT-ALARM
                   MOVE 'Y' TO WS-UNIT-DRIFT(WS-UNIT-IDX)
                   ADD 1 TO WS-FLEET-DRIFT-CNT
           END-IF
           IF WS-STUCK-CNT > 0
                   ADD 1 TO WS-FLEET-STUCK-CNT
           END-IF
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   MOVE WS-CMP-BIT(WS-CMP-IDX) TO WS-HLT-BIT
                   MOVE WS-CMP-VERDICT(WS-CMP-IDX) TO WS-HLT-VERDICT
                   PERFORM APPLY-STUCK-VERDICT
                   MOVE WS-HLT-VERDICT
                           TO WS-UNIT-CMP-VERDICT(WS-UNIT-IDX,
                                                  WS-CMP-IDX)
                   IF WS-HLT-VERDICT NOT = 'NORMAL'
                           ADD 1 TO WS-UNIT-ABNORMAL(WS-UNIT-IDX)
                   END-IF
           END-PERFORM
           .

      * Highest life support rating first; a unit only moves past a
      * strictly lower one, so ties keep control-file order.
       RANK-FLEET-UNITS SECTION.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-UNIT-COUNT
                   MOVE WS-RANK-IDX TO WS-RANK-UNIT(WS-RANK-IDX)
           END-PERFORM
           MOVE 'Y' TO WS-RANK-SWAPPED
           PERFORM UNTIL WS-RANK-SWAPPED = 'N'
                   MOVE 'N' TO WS-RANK-SWAPPED
                   PERFORM VARYING WS-RANK-IDX FROM 2 BY 1
                           UNTIL WS-RANK-IDX > WS-UNIT-COUNT
                           MOVE WS-RANK-UNIT(WS-RANK-IDX - 1)
                                   TO WS-RANK-PREV
                           MOVE WS-RANK-UNIT(WS-RANK-IDX)
                                   TO WS-RANK-HOLD
                           IF WS-UNIT-LSR(WS-RANK-HOLD) >
                                   WS-UNIT-LSR(WS-RANK-PREV)
                                   MOVE WS-RANK-HOLD
                                       TO WS-RANK-UNIT(WS-RANK-IDX - 1)
                                   MOVE WS-RANK-PREV
                                       TO WS-RANK-UNIT(WS-RANK-IDX)
                                   MOVE 'Y' TO WS-RANK-SWAPPED
                           END-IF
                   END-PERFORM
           END-PERFORM
           .

      * How many units each mapped component is out of normal on; more
      * than half of a fleet of two or more is a firmware suspect.
       TALLY-FLEET-COMPONENTS SECTION.
           MOVE 0 TO WS-FIRMWARE-CNT
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   MOVE 0 TO WS-CMP-FLEET-ABN(WS-CMP-IDX)
                   PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                           UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                           IF WS-UNIT-CMP-VERDICT(WS-UNIT-IDX,
                                   WS-CMP-IDX) NOT = 'NORMAL'
                                   ADD 1 TO WS-CMP-FLEET-ABN(WS-CMP-IDX)
                           END-IF
                   END-PERFORM
                   IF WS-UNIT-COUNT > 1
                           AND WS-CMP-FLEET-ABN(WS-CMP-IDX) * 2 >
                               WS-UNIT-COUNT
                           ADD 1 TO WS-FIRMWARE-CNT
                   END-IF
           END-PERFORM
           .

      * The fleet comparison closes avcd3p1.rpt after the last unit's
      * section: the ranking, then the component comparison with the
      * firmware suspects summarised first.
       WRITE-FLEET-REPORT SECTION.
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'REPORT-FILE' TO WS-ERR-FILE
                   MOVE WS-REPORT-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'FLEET COMPARISON: '  DELIMITED BY SIZE
                   WS-CONTROL-FILE      DELIMITED BY SPACE
                   ' UNITS: '           DELIMITED BY SIZE
                   WS-UNIT-COUNT        DELIMITED BY SIZE
                   ' DRIFT: '           DELIMITED BY SIZE
                   WS-FLEET-DRIFT-CNT   DELIMITED BY SIZE
                   ' STUCK: '           DELIMITED BY SIZE
                   WS-FLEET-STUCK-CNT   DELIMITED BY SIZE
                   INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'UNITS RANKED BY LIFE SUPPORT RATING:' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-UNIT-COUNT
                   MOVE WS-RANK-UNIT(WS-RANK-IDX) TO WS-UNIT-IDX
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RANK '       DELIMITED BY SIZE
                       WS-RANK-IDX      DELIMITED BY SIZE
                       ' LIFE SUPPORT: ' DELIMITED BY SIZE
                       WS-UNIT-LSR(WS-UNIT-IDX) DELIMITED BY SIZE
                       ' POWER: '       DELIMITED BY SIZE
                       WS-UNIT-POWER(WS-UNIT-IDX) DELIMITED BY SIZE
                       ' STUCK: '       DELIMITED BY SIZE
                       WS-UNIT-STUCK(WS-UNIT-IDX) DELIMITED BY SIZE
                       ' ABNORMAL: '    DELIMITED BY SIZE
                       WS-UNIT-ABNORMAL(WS-UNIT-IDX) DELIMITED BY SIZE
                       ' FEED: '        DELIMITED BY SIZE
                       WS-UNIT-FILE(WS-UNIT-IDX) DELIMITED BY SPACE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-PERFORM
           IF WS-CMP-COUNT = 0
                   MOVE 'FLEET COMPONENT STATUS: NO DECODE MAP'
                           TO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   PERFORM WRITE-FLEET-COMPONENTS
           END-IF
           CLOSE REPORT-FILE
           .

       WRITE-FLEET-COMPONENTS SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING 'FLEET COMPONENT STATUS (' DELIMITED BY SIZE
                   WS-CMP-COUNT         DELIMITED BY SIZE
                   ' MAPPED, '          DELIMITED BY SIZE
                   WS-FIRMWARE-CNT      DELIMITED BY SIZE
                   ' FIRMWARE SUSPECT):' DELIMITED BY SIZE
                   INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   IF WS-UNIT-COUNT > 1
                           AND WS-CMP-FLEET-ABN(WS-CMP-IDX) * 2 >
                               WS-UNIT-COUNT
                           MOVE SPACES TO REPORT-LINE
                           STRING '** FIRMWARE SUSPECT: '
                                       DELIMITED BY SIZE
                               WS-CMP-NAME(WS-CMP-IDX)
                                       DELIMITED BY SPACE
                               ' (BIT '    DELIMITED BY SIZE
                               WS-CMP-BIT(WS-CMP-IDX)
                                       DELIMITED BY SIZE
                               ') ABNORMAL ON ' DELIMITED BY SIZE
                               WS-CMP-FLEET-ABN(WS-CMP-IDX)
                                       DELIMITED BY SIZE
                               ' OF '      DELIMITED BY SIZE
                               WS-UNIT-COUNT DELIMITED BY SIZE
                               ' UNITS **' DELIMITED BY SIZE
                               INTO REPORT-LINE
                           WRITE REPORT-LINE
                   END-IF
           END-PERFORM
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'BIT '        DELIMITED BY SIZE
                       WS-CMP-BIT(WS-CMP-IDX) DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-CMP-NAME(WS-CMP-IDX) DELIMITED BY SPACE
                       ' ABNORMAL ON '  DELIMITED BY SIZE
                       WS-CMP-FLEET-ABN(WS-CMP-IDX) DELIMITED BY SIZE
                       ' OF '           DELIMITED BY SIZE
                       WS-UNIT-COUNT    DELIMITED BY SIZE
                       ' UNIT(S)'       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                           UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                           IF WS-UNIT-CMP-VERDICT(WS-UNIT-IDX,
                                   WS-CMP-IDX) NOT = 'NORMAL'
                               MOVE SPACES TO REPORT-LINE
                               STRING '    '   DELIMITED BY SIZE
                                   WS-UNIT-CMP-VERDICT(WS-UNIT-IDX,
                                       WS-CMP-IDX) DELIMITED BY SPACE
                                   ' ON '      DELIMITED BY SIZE
                                   WS-UNIT-FILE(WS-UNIT-IDX)
                                               DELIMITED BY SPACE
                                   INTO REPORT-LINE
                               WRITE REPORT-LINE
                           END-IF
                   END-PERFORM
           END-PERFORM
           .

       WRITE-RESULTS-MASTER SECTION.
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
