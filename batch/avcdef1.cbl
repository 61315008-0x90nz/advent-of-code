      * ---------------------------------------------------------------
      * Power consumption versus distance travelled efficiency report
      * ---------------------------------------------------------------
      * AVCD3P1 works out the night's power consumption (gamma times
      * epsilon) and AVCD2P2 how far the boat went, but the two were
      * never put side by side -- and a fouled hull or a tired
      * propulsion unit shows up first as the same distance costing
      * more power, long before any component reads abnormal. This
      * step joins each night's AVCD3P1 and AVCD2P2 postings in the
      * results master on run date and reports, night by night:
      *   distance  distance made good over the night on the
      *             horizontal/lateral plane
      *   depth     depth change over the night
      *   power     gamma x epsilon from the AVCD3P1 posting
      * with power per unit of distance and per unit of depth change,
      * each compared with its rolling average over the measured
      * nights before it. A night more than BAND percent either side
      * of a rolling average is flagged; a flag on tonight's run
      * date ends the step with return code 4.
      *
      * AVCD2P2 posts the position the voyage has reached, so the
      * night's travel is measured from the position posted the
      * night before -- or, the night a voyage in the voyage register
      * avcdvreg.dat started, from that voyage's start position.
      *
      * Run parameter tokens, all optional:
      *   NIGHTS <n>       rolling comparison length (default 7, 1-30)
      *   BAND <n>         allowed deviation from the rolling average
      *                    in percent (default 20)
      *   DS <name>        AVCD3P1 dataset to join -- needed only when
      *                    a fleet run posted several on one night
      * A rolling average of fewer than three nights (or of NIGHTS,
      * if that is smaller) is reported as too short to judge. Every
      * night in the master up to the run date is listed; the report
      * is avcdef1.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDEF1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MASTER-FILE ASSIGN TO 'avcdmstr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       SELECT OPTIONAL VOYAGE-REGISTER ASSIGN TO 'avcdvreg.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRG-NUMBER
               FILE STATUS IS WS-VREG-STATUS.
       SELECT EFF-REPORT ASSIGN TO 'avcdef1.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       SELECT BAL-FILE ASSIGN TO 'avcdbal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  VOYAGE-REGISTER.
       COPY avcdvreg.

       FD  EFF-REPORT.
       01  REPORT-LINE                  PIC X(132).

       FD  BAL-FILE.
       01  BAL-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).
       01  WS-TOK-VAL                   PIC X(80).

       01  WS-NIGHTS-WANTED             PIC 9(2)        VALUE 7.
       01  WS-BAND-PCT                  PIC 9(3)        VALUE 20.
       01  WS-DS-FILTER                 PIC X(44)       VALUE SPACES.
       01  WS-MIN-NIGHTS                PIC 9(2)        VALUE 3.

      * Result tokens of the posting in hand, and the value found
      * after a given tag.
       01  WS-RES-TOK-TABLE.
           05  WS-RES-TOK               PIC X(20) OCCURS 16 TIMES.
       01  WS-RES-IDX                   PIC 9(2)        VALUE 0.
       01  WS-FIND-TAG                  PIC X(20)       VALUE SPACES.
       01  WS-TAG-VAL                   PIC X(20)       VALUE SPACES.
       01  WS-TAG-FOUND                 PIC X           VALUE 'N'.

      * The night being gathered from the master. Its AVCD2P2 posting
      * gives the position reached; its AVCD3P1 posting(s) the power.
       01  WS-CUR-DATE                  PIC 9(8)        VALUE 0.
       01  WS-CUR-P2                    PIC X           VALUE 'N'.
       01  WS-CUR-HORIZ                 PIC S9(9)       VALUE 0.
       01  WS-CUR-DEPTH                 PIC S9(9)       VALUE 0.
       01  WS-CUR-LATERAL               PIC S9(9)       VALUE 0.
       01  WS-CUR-P3-CNT                PIC 9(3)        VALUE 0.
       01  WS-CUR-GAMMA                 PIC 9(12)       VALUE 0.
       01  WS-CUR-EPSILON               PIC 9(12)       VALUE 0.
       01  WS-CUR-P3-OK                 PIC X           VALUE 'N'.

      * Position posted by the last night that had an AVCD2P2 posting.
       01  WS-PREV-P2                   PIC X           VALUE 'N'.
       01  WS-PREV-HORIZ                PIC S9(9)       VALUE 0.
       01  WS-PREV-DEPTH                PIC S9(9)       VALUE 0.
       01  WS-PREV-LATERAL              PIC S9(9)       VALUE 0.

      * Where the night started from, and what it made.
       01  WS-START-OK                  PIC X           VALUE 'N'.
       01  WS-NEW-VOYAGE                PIC X           VALUE 'N'.
       01  WS-START-HORIZ               PIC S9(9)       VALUE 0.
       01  WS-START-DEPTH               PIC S9(9)       VALUE 0.
       01  WS-START-LATERAL             PIC S9(9)       VALUE 0.
       01  WS-DELTA-H                   PIC S9(10)      VALUE 0.
       01  WS-DELTA-L                   PIC S9(10)      VALUE 0.
       01  WS-DELTA-D                   PIC S9(10)      VALUE 0.
       01  WS-NT-DIST                   PIC 9(10)       VALUE 0.
       01  WS-NT-DEPTH-CHG              PIC 9(10)       VALUE 0.
       01  WS-NT-POWER                  PIC 9(24)       VALUE 0.
       01  WS-NT-STATE                  PIC X(40)       VALUE SPACES.
       01  WS-NT-FLAGGED                PIC X           VALUE 'N'.
       01  WS-STATE-WORK                PIC X(40)       VALUE SPACES.

      * Voyage starts from the voyage register: the night a voyage
      * started is measured from its start position, not from the
      * previous voyage's last posting.
       01  WS-VREG-STATUS               PIC XX.
       01  WS-VREG-EOF                  PIC X           VALUE 'N'.
       01  WS-VOY-COUNT                 PIC 9(3)        VALUE 0.
       01  WS-VOY-IDX                   PIC 9(3)        VALUE 0.
       01  WS-VOY-TABLE.
           05  WS-VOY-ENTRY             OCCURS 500 TIMES.
               10  WS-VOY-START         PIC 9(8).
               10  WS-VOY-HORIZ         PIC S9(9).
               10  WS-VOY-DEPTH         PIC S9(9).
               10  WS-VOY-LATERAL       PIC S9(9).

      * The two efficiency measures. For each: tonight's value, and
      * the last NIGHTS measured values before it kept round-robin
      * for the rolling average. Slot 1 is power per unit distance,
      * slot 2 power per unit depth change.
       01  WS-MEAS-IDX                  PIC 9           VALUE 0.
       01  WS-ROLL-IDX                  PIC 9(2)        VALUE 0.
       01  WS-MEAS-TABLE.
           05  WS-MEAS-ENTRY            OCCURS 2 TIMES.
               10  WS-MEAS-NAME         PIC X(24).
               10  WS-MEAS-HAVE         PIC X.
               10  WS-MEAS-VAL          PIC 9(22)V99.
               10  WS-MEAS-AVG          PIC 9(22)V99.
               10  WS-MEAS-DEV          PIC S9(7)V9.
               10  WS-MEAS-JUDGED       PIC X.
               10  WS-MEAS-OUT          PIC X.
               10  WS-ROLL-CNT          PIC 9(2).
               10  WS-ROLL-NEXT         PIC 9(2).
               10  WS-ROLL-VAL          PIC 9(22)V99
                                         OCCURS 30 TIMES.
       01  WS-ROLL-SUM                  PIC 9(24)V99    VALUE 0.

       01  WS-ED-VAL                    PIC Z(17)9.99.
       01  WS-ED-VAL-2                  PIC Z(17)9.99.
       01  WS-ED-DEV                    PIC +(6)9.9.
       01  WS-ED-POWER                  PIC Z(23)9.
       01  WS-ED-NIGHTS                 PIC Z9.
      * Night line columns, left blank where a measure does not apply.
       01  WS-COL-VAL-1                 PIC X(21).
       01  WS-COL-DEV-1                 PIC X(9).
       01  WS-COL-VAL-2                 PIC X(21).
       01  WS-COL-DEV-2                 PIC X(9).
       01  WS-ED-BAND                   PIC ZZ9.

       01  WS-NIGHT-CNT                 PIC 9(9)        VALUE 0.
       01  WS-JOINED-CNT                PIC 9(9)        VALUE 0.
       01  WS-UNJOINED-CNT              PIC 9(9)        VALUE 0.
       01  WS-FLAGGED-CNT               PIC 9(9)        VALUE 0.
       01  WS-LINES-WRITTEN             PIC 9(9)        VALUE 0.
       01  WS-TONIGHT                   PIC X(12)       VALUE
                                         'NOT POSTED'.

       01  WS-MASTER-STATUS             PIC XX.
       01  WS-REPORT-STATUS             PIC XX.
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
           IF WS-NIGHTS-WANTED < WS-MIN-NIGHTS
                   MOVE WS-NIGHTS-WANTED TO WS-MIN-NIGHTS
           END-IF.
           MOVE 'POWER PER UNIT DISTANCE' TO WS-MEAS-NAME(1).
           MOVE 'POWER PER UNIT DEPTH' TO WS-MEAS-NAME(2).
           MOVE 0 TO WS-ROLL-CNT(1) WS-ROLL-CNT(2).
           MOVE 1 TO WS-ROLL-NEXT(1) WS-ROLL-NEXT(2).
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' EFFICIENCY OVER '
                   WS-NIGHTS-WANTED ' NIGHT(S), BAND ' WS-BAND-PCT
                   ' PERCENT'.
           PERFORM LOAD-VOYAGE-STARTS.
           OPEN OUTPUT EFF-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'EFF-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SCAN-MASTER.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM WRITE-RESULTS-MASTER.
           CLOSE EFF-REPORT.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY 'NIGHTS: ' WS-NIGHT-CNT ' JOINED: ' WS-JOINED-CNT
                   ' FLAGGED: ' WS-FLAGGED-CNT ' TONIGHT: '
                   WS-TONIGHT.
           IF WS-TONIGHT = 'FLAGGED'
                   DISPLAY 'WARNING: TONIGHT''S POWER EFFICIENCY IS '
                           'OUTSIDE THE BAND, SEE avcdef1.rpt'
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
                                           OR WS-NIGHTS-WANTED > 30
                                           DISPLAY 'ERROR: NIGHTS '
                                                   'MUST BE 1 TO 30'
                                           MOVE 16 TO RETURN-CODE
                                           STOP RUN
                                   END-IF
                           WHEN 'BAND'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-BAND-PCT
                                   IF WS-BAND-PCT = 0
                                           DISPLAY 'ERROR: BAND '
                                                   'MUST BE 1 TO 999'
                                           MOVE 16 TO RETURN-CODE
                                           STOP RUN
                                   END-IF
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

      * No register means no voyage boundaries are known: every night
      * is measured from the night before, and the report says so.
       LOAD-VOYAGE-STARTS.
           OPEN INPUT VOYAGE-REGISTER.
           IF WS-VREG-STATUS = '00'
                   PERFORM UNTIL WS-VREG-EOF = 'Y'
                           READ VOYAGE-REGISTER NEXT RECORD
                                   AT END MOVE 'Y' TO WS-VREG-EOF
                                   NOT AT END PERFORM TAKE-VOYAGE-START
                           END-READ
                           IF WS-VREG-STATUS NOT = '00'
                                   MOVE 'Y' TO WS-VREG-EOF
                           END-IF
                   END-PERFORM
                   CLOSE VOYAGE-REGISTER
           ELSE
                   IF WS-VREG-STATUS = '05'
                           CLOSE VOYAGE-REGISTER
                   END-IF
                   DISPLAY 'NOTE: NO avcdvreg.dat VOYAGE REGISTER -- '
                           'NEW VOYAGES CANNOT BE TOLD APART'
           END-IF.

       TAKE-VOYAGE-START.
           IF WS-VOY-COUNT < 500
                   ADD 1 TO WS-VOY-COUNT
                   MOVE VRG-START-DATE
                           TO WS-VOY-START(WS-VOY-COUNT)
                   MOVE VRG-START-HORIZ
                           TO WS-VOY-HORIZ(WS-VOY-COUNT)
                   MOVE VRG-START-DEPTH
                           TO WS-VOY-DEPTH(WS-VOY-COUNT)
                   MOVE VRG-START-LATERAL
                           TO WS-VOY-LATERAL(WS-VOY-COUNT)
           ELSE
                   DISPLAY 'WARNING: MORE THAN 500 VOYAGES, VOYAGE '
                           VRG-NUMBER ' ONWARD NOT TOLD APART'
                   MOVE 'Y' TO WS-VREG-EOF
           END-IF.

      * The master is in run-date order, so each night's postings
      * arrive together; a change of date closes the night before.
       SCAN-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'MASTER-FILE' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ MASTER-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM TAKE-MASTER-RECORD
                   END-READ
                   IF WS-MASTER-STATUS NOT = '00'
                           AND WS-MASTER-STATUS NOT = '10'
                           MOVE 'READ' TO WS-ERR-OP
                           MOVE 'MASTER-FILE' TO WS-ERR-FILE
                           MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
           END-PERFORM.
           CLOSE MASTER-FILE.
           PERFORM FINISH-NIGHT.

       TAKE-MASTER-RECORD.
           IF MST-RUN-DATE > WS-RUN-DATE
                   MOVE 'Y' TO WS-EOF
           ELSE
                   IF MST-RUN-DATE NOT = WS-CUR-DATE
                           PERFORM FINISH-NIGHT
                           MOVE MST-RUN-DATE TO WS-CUR-DATE
                   END-IF
                   EVALUATE MST-PROGRAM
                           WHEN 'AVCD2P2'
                                   PERFORM TAKE-POSITION-POSTING
                           WHEN 'AVCD3P1'
                                   IF WS-DS-FILTER = SPACES
                                       OR MST-DATASET = WS-DS-FILTER
                                       PERFORM TAKE-POWER-POSTING
                                   END-IF
                           WHEN OTHER
                                   CONTINUE
                   END-EVALUATE
           END-IF.

       SPLIT-RESULTS.
           MOVE SPACES TO WS-RES-TOK-TABLE.
           UNSTRING MST-RESULTS DELIMITED BY ALL SPACES
                   INTO WS-RES-TOK(1) WS-RES-TOK(2) WS-RES-TOK(3)
                        WS-RES-TOK(4) WS-RES-TOK(5) WS-RES-TOK(6)
                        WS-RES-TOK(7) WS-RES-TOK(8) WS-RES-TOK(9)
                        WS-RES-TOK(10) WS-RES-TOK(11) WS-RES-TOK(12)
                        WS-RES-TOK(13) WS-RES-TOK(14) WS-RES-TOK(15)
                        WS-RES-TOK(16).

      * The value after WS-FIND-TAG, accepted only if it is a number.
       FIND-TAG-VALUE.
           MOVE 'N' TO WS-TAG-FOUND.
           MOVE SPACES TO WS-TAG-VAL.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > 15 OR WS-TAG-FOUND = 'Y'
                   IF WS-RES-TOK(WS-RES-IDX) = WS-FIND-TAG
                           MOVE WS-RES-TOK(WS-RES-IDX + 1)
                                   TO WS-TAG-VAL
                           IF WS-TAG-VAL NOT = SPACES
                                   AND FUNCTION TEST-NUMVAL(WS-TAG-VAL)
                                           = 0
                                   MOVE 'Y' TO WS-TAG-FOUND
                           END-IF
                   END-IF
           END-PERFORM.

       TAKE-POSITION-POSTING.
           PERFORM SPLIT-RESULTS.
           MOVE 'HORIZ:' TO WS-FIND-TAG.
           PERFORM FIND-TAG-VALUE.
           IF WS-TAG-FOUND = 'Y'
                   COMPUTE WS-CUR-HORIZ = FUNCTION NUMVAL(WS-TAG-VAL)
                   MOVE 'DEPTH:' TO WS-FIND-TAG
                   PERFORM FIND-TAG-VALUE
           END-IF.
           IF WS-TAG-FOUND = 'Y'
                   COMPUTE WS-CUR-DEPTH = FUNCTION NUMVAL(WS-TAG-VAL)
                   MOVE 'LATERAL:' TO WS-FIND-TAG
                   PERFORM FIND-TAG-VALUE
           END-IF.
           IF WS-TAG-FOUND = 'Y'
                   COMPUTE WS-CUR-LATERAL =
                           FUNCTION NUMVAL(WS-TAG-VAL)
                   MOVE 'Y' TO WS-CUR-P2
           END-IF.

       TAKE-POWER-POSTING.
           ADD 1 TO WS-CUR-P3-CNT.
           MOVE 'N' TO WS-CUR-P3-OK.
           PERFORM SPLIT-RESULTS.
           MOVE 'GAMMA:' TO WS-FIND-TAG.
           PERFORM FIND-TAG-VALUE.
           IF WS-TAG-FOUND = 'Y'
                   COMPUTE WS-CUR-GAMMA = FUNCTION NUMVAL(WS-TAG-VAL)
                   MOVE 'EPSILON:' TO WS-FIND-TAG
                   PERFORM FIND-TAG-VALUE
           END-IF.
           IF WS-TAG-FOUND = 'Y'
                   COMPUTE WS-CUR-EPSILON =
                           FUNCTION NUMVAL(WS-TAG-VAL)
                   MOVE 'Y' TO WS-CUR-P3-OK
           END-IF.

      * One night gathered: judge it, list it, and make its position
      * the start of the next.
       FINISH-NIGHT.
           IF WS-CUR-P2 = 'Y' OR WS-CUR-P3-CNT > 0
                   ADD 1 TO WS-NIGHT-CNT
                   PERFORM FIND-NIGHT-START
                   PERFORM JUDGE-NIGHT
                   PERFORM WRITE-NIGHT-LINE
                   IF WS-CUR-DATE = WS-RUN-DATE
                           IF WS-NT-FLAGGED = 'Y'
                                   MOVE 'FLAGGED' TO WS-TONIGHT
                           ELSE
                                   IF WS-MEAS-JUDGED(1) = 'Y'
                                       OR WS-MEAS-JUDGED(2) = 'Y'
                                       MOVE 'IN BAND' TO WS-TONIGHT
                                   ELSE
                                       MOVE 'NOT JUDGED' TO WS-TONIGHT
                                   END-IF
                           END-IF
                   END-IF
                   IF WS-CUR-P2 = 'Y'
                           MOVE 'Y' TO WS-PREV-P2
                           MOVE WS-CUR-HORIZ   TO WS-PREV-HORIZ
                           MOVE WS-CUR-DEPTH   TO WS-PREV-DEPTH
                           MOVE WS-CUR-LATERAL TO WS-PREV-LATERAL
                   END-IF
           END-IF.
           MOVE 'N' TO WS-CUR-P2 WS-CUR-P3-OK.
           MOVE 0 TO WS-CUR-P3-CNT.

       FIND-NIGHT-START.
           MOVE 'N' TO WS-START-OK WS-NEW-VOYAGE.
           PERFORM VARYING WS-VOY-IDX FROM 1 BY 1
                   UNTIL WS-VOY-IDX > WS-VOY-COUNT
                   IF WS-VOY-START(WS-VOY-IDX) = WS-CUR-DATE
                           MOVE 'Y' TO WS-START-OK WS-NEW-VOYAGE
                           MOVE WS-VOY-HORIZ(WS-VOY-IDX)
                                   TO WS-START-HORIZ
                           MOVE WS-VOY-DEPTH(WS-VOY-IDX)
                                   TO WS-START-DEPTH
                           MOVE WS-VOY-LATERAL(WS-VOY-IDX)
                                   TO WS-START-LATERAL
                   END-IF
           END-PERFORM.
           IF WS-START-OK = 'N' AND WS-PREV-P2 = 'Y'
                   MOVE 'Y' TO WS-START-OK
                   MOVE WS-PREV-HORIZ   TO WS-START-HORIZ
                   MOVE WS-PREV-DEPTH   TO WS-START-DEPTH
                   MOVE WS-PREV-LATERAL TO WS-START-LATERAL
           END-IF.

       JUDGE-NIGHT.
           MOVE 'N' TO WS-NT-FLAGGED.
           MOVE 0 TO WS-NT-DIST WS-NT-DEPTH-CHG WS-NT-POWER.
           PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
                   UNTIL WS-MEAS-IDX > 2
                   MOVE 'N' TO WS-MEAS-HAVE(WS-MEAS-IDX)
                           WS-MEAS-JUDGED(WS-MEAS-IDX)
                           WS-MEAS-OUT(WS-MEAS-IDX)
           END-PERFORM.
           EVALUATE TRUE
                   WHEN WS-CUR-P2 NOT = 'Y'
                           MOVE 'NOT JOINED -- NO AVCD2P2 POSITION'
                                   TO WS-NT-STATE
                   WHEN WS-CUR-P3-CNT = 0
                           MOVE 'NOT JOINED -- NO AVCD3P1 POSTING'
                                   TO WS-NT-STATE
                   WHEN WS-CUR-P3-CNT > 1
                           MOVE 'NOT JOINED -- SEVERAL AVCD3P1, SET DS'
                                   TO WS-NT-STATE
                   WHEN WS-CUR-P3-OK NOT = 'Y'
                           MOVE 'NOT JOINED -- AVCD3P1 HAS NO RATES'
                                   TO WS-NT-STATE
                   WHEN WS-START-OK NOT = 'Y'
                           MOVE 'NO POSITION TO MEASURE FROM'
                                   TO WS-NT-STATE
                   WHEN OTHER
                           MOVE SPACES TO WS-NT-STATE
           END-EVALUATE.
           IF WS-NT-STATE(1:10) = 'NOT JOINED'
                   ADD 1 TO WS-UNJOINED-CNT
           ELSE
                   ADD 1 TO WS-JOINED-CNT
           END-IF.
           IF WS-NT-STATE = SPACES
                   PERFORM MEASURE-NIGHT
           END-IF.

       MEASURE-NIGHT.
           COMPUTE WS-DELTA-H = WS-CUR-HORIZ - WS-START-HORIZ.
           COMPUTE WS-DELTA-L = WS-CUR-LATERAL - WS-START-LATERAL.
           COMPUTE WS-DELTA-D = WS-CUR-DEPTH - WS-START-DEPTH.
           COMPUTE WS-NT-DIST ROUNDED = FUNCTION SQRT(
                   WS-DELTA-H ** 2 + WS-DELTA-L ** 2).
           IF WS-DELTA-D < 0
                   COMPUTE WS-NT-DEPTH-CHG = 0 - WS-DELTA-D
           ELSE
                   MOVE WS-DELTA-D TO WS-NT-DEPTH-CHG
           END-IF.
           COMPUTE WS-NT-POWER = WS-CUR-GAMMA * WS-CUR-EPSILON.
           IF WS-NT-DIST > 0
                   MOVE 'Y' TO WS-MEAS-HAVE(1)
                   COMPUTE WS-MEAS-VAL(1) ROUNDED =
                           WS-NT-POWER / WS-NT-DIST
           END-IF.
           IF WS-NT-DEPTH-CHG > 0
                   MOVE 'Y' TO WS-MEAS-HAVE(2)
                   COMPUTE WS-MEAS-VAL(2) ROUNDED =
                           WS-NT-POWER / WS-NT-DEPTH-CHG
           END-IF.
           PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
                   UNTIL WS-MEAS-IDX > 2
                   IF WS-MEAS-HAVE(WS-MEAS-IDX) = 'Y'
                           PERFORM COMPARE-WITH-ROLLING
                           PERFORM ADD-TO-ROLLING
                   END-IF
           END-PERFORM.
           EVALUATE TRUE
                   WHEN WS-MEAS-HAVE(1) NOT = 'Y'
                           AND WS-MEAS-HAVE(2) NOT = 'Y'
                           MOVE 'NO MOVEMENT' TO WS-NT-STATE
                   WHEN WS-NT-FLAGGED = 'Y'
                           MOVE 'FLAGGED' TO WS-NT-STATE
                           ADD 1 TO WS-FLAGGED-CNT
                   WHEN WS-MEAS-JUDGED(1) = 'Y'
                           OR WS-MEAS-JUDGED(2) = 'Y'
                           MOVE 'IN BAND' TO WS-NT-STATE
                   WHEN OTHER
                           MOVE 'BASELINE TOO SHORT' TO WS-NT-STATE
           END-EVALUATE.
           IF WS-NEW-VOYAGE = 'Y'
                   MOVE SPACES TO WS-STATE-WORK
                   STRING WS-NT-STATE DELIMITED BY '  '
                           ', NEW VOYAGE' DELIMITED BY SIZE
                           INTO WS-STATE-WORK
                   MOVE WS-STATE-WORK TO WS-NT-STATE
           END-IF.

       COMPARE-WITH-ROLLING.
           IF WS-ROLL-CNT(WS-MEAS-IDX) >= WS-MIN-NIGHTS
                   MOVE 0 TO WS-ROLL-SUM
                   PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                           UNTIL WS-ROLL-IDX > WS-ROLL-CNT(WS-MEAS-IDX)
                           ADD WS-ROLL-VAL(WS-MEAS-IDX, WS-ROLL-IDX)
                                   TO WS-ROLL-SUM
                   END-PERFORM
                   COMPUTE WS-MEAS-AVG(WS-MEAS-IDX) ROUNDED =
                           WS-ROLL-SUM / WS-ROLL-CNT(WS-MEAS-IDX)
                   IF WS-MEAS-AVG(WS-MEAS-IDX) > 0
                           MOVE 'Y' TO WS-MEAS-JUDGED(WS-MEAS-IDX)
                           COMPUTE WS-MEAS-DEV(WS-MEAS-IDX) ROUNDED =
                                   (WS-MEAS-VAL(WS-MEAS-IDX)
                                    - WS-MEAS-AVG(WS-MEAS-IDX)) * 100
                                   / WS-MEAS-AVG(WS-MEAS-IDX)
                           IF WS-MEAS-DEV(WS-MEAS-IDX) > WS-BAND-PCT
                                   OR WS-MEAS-DEV(WS-MEAS-IDX)
                                           < 0 - WS-BAND-PCT
                                   MOVE 'Y' TO WS-MEAS-OUT(WS-MEAS-IDX)
                                           WS-NT-FLAGGED
                           END-IF
                   END-IF
           END-IF.

      * Every measured night joins the rolling window, flagged or
      * not, so the comparison follows the boat as she is now.
       ADD-TO-ROLLING.
           MOVE WS-MEAS-VAL(WS-MEAS-IDX) TO WS-ROLL-VAL(WS-MEAS-IDX,
                   WS-ROLL-NEXT(WS-MEAS-IDX)).
           IF WS-ROLL-CNT(WS-MEAS-IDX) < WS-NIGHTS-WANTED
                   ADD 1 TO WS-ROLL-CNT(WS-MEAS-IDX)
           END-IF.
           ADD 1 TO WS-ROLL-NEXT(WS-MEAS-IDX).
           IF WS-ROLL-NEXT(WS-MEAS-IDX) > WS-NIGHTS-WANTED
                   MOVE 1 TO WS-ROLL-NEXT(WS-MEAS-IDX)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-NIGHTS-WANTED TO WS-ED-NIGHTS.
           MOVE WS-BAND-PCT TO WS-ED-BAND.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' POWER EFFICIENCY -- ROLLING ' DELIMITED BY SIZE
                   WS-ED-NIGHTS    DELIMITED BY SIZE
                   ' NIGHT(S), BAND +/-' DELIMITED BY SIZE
                   WS-ED-BAND      DELIMITED BY SIZE
                   ' PERCENT'      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF WS-DS-FILTER NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING 'AVCD3P1 DATASET: ' DELIMITED BY SIZE
                           WS-DS-FILTER DELIMITED BY SPACE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE 'NIGHT      DISTANCE  DEPTH CHG                  '
                   & '  POWER STATE' TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE '                POWER/DISTANCE      DEV%         '
                   & '  POWER/DEPTH      DEV%' TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       WRITE-NIGHT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-NT-STATE(1:10) = 'NOT JOINED'
                   OR WS-NT-STATE(1:11) = 'NO POSITION'
                   STRING WS-CUR-DATE  DELIMITED BY SIZE
                           '   '       DELIMITED BY SIZE
                           WS-NT-STATE DELIMITED BY SIZE
                           INTO REPORT-LINE
           ELSE
                   MOVE WS-NT-POWER TO WS-ED-POWER
                   MOVE SPACES TO WS-COL-VAL-1 WS-COL-DEV-1
                           WS-COL-VAL-2 WS-COL-DEV-2
                   IF WS-MEAS-HAVE(1) = 'Y'
                           MOVE WS-MEAS-VAL(1) TO WS-ED-VAL
                           MOVE WS-ED-VAL TO WS-COL-VAL-1
                   END-IF
                   IF WS-MEAS-JUDGED(1) = 'Y'
                           MOVE WS-MEAS-DEV(1) TO WS-ED-DEV
                           MOVE WS-ED-DEV TO WS-COL-DEV-1
                   END-IF
                   IF WS-MEAS-HAVE(2) = 'Y'
                           MOVE WS-MEAS-VAL(2) TO WS-ED-VAL
                           MOVE WS-ED-VAL TO WS-COL-VAL-2
                   END-IF
                   IF WS-MEAS-JUDGED(2) = 'Y'
                           MOVE WS-MEAS-DEV(2) TO WS-ED-DEV
                           MOVE WS-ED-DEV TO WS-COL-DEV-2
                   END-IF
                   STRING WS-CUR-DATE      DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-NT-DIST      DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-NT-DEPTH-CHG DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-ED-POWER     DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-NT-STATE     DELIMITED BY SIZE
                           INTO REPORT-LINE
           END-IF.
           PERFORM PUT-REPORT-LINE.
      * The two measures go on a continuation line under the night.
           IF WS-MEAS-HAVE(1) = 'Y' OR WS-MEAS-HAVE(2) = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING '         '     DELIMITED BY SIZE
                           WS-COL-VAL-1    DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-COL-DEV-1    DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-COL-VAL-2    DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-COL-DEV-2    DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.
           IF WS-NT-FLAGGED = 'Y'
                   PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
                           UNTIL WS-MEAS-IDX > 2
                           IF WS-MEAS-OUT(WS-MEAS-IDX) = 'Y'
                                   PERFORM WRITE-FLAG-LINE
                           END-IF
                   END-PERFORM
           END-IF.

       WRITE-FLAG-LINE.
           MOVE WS-MEAS-VAL(WS-MEAS-IDX) TO WS-ED-VAL.
           MOVE WS-MEAS-AVG(WS-MEAS-IDX) TO WS-ED-VAL-2.
           MOVE WS-MEAS-DEV(WS-MEAS-IDX) TO WS-ED-DEV.
           MOVE WS-ROLL-CNT(WS-MEAS-IDX) TO WS-ED-NIGHTS.
           MOVE SPACES TO REPORT-LINE.
           STRING '** NIGHT '      DELIMITED BY SIZE
                   WS-CUR-DATE     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-MEAS-NAME(WS-MEAS-IDX) DELIMITED BY '  '
                   ' '             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-VAL) DELIMITED BY SIZE
                   ' IS '          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-DEV) DELIMITED BY SIZE
                   '%'             DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '         ON THE ROLLING AVERAGE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-VAL-2) DELIMITED BY SIZE
                   ' OF THE LAST '  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-NIGHTS) DELIMITED BY SIZE
                   ' NIGHT(S)'     DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF WS-NIGHT-CNT = 0
                   MOVE 'NO AVCD2P2 OR AVCD3P1 POSTINGS IN THE RESULTS '
                           & 'MASTER' TO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NIGHTS: '       DELIMITED BY SIZE
                   WS-NIGHT-CNT    DELIMITED BY SIZE
                   ' JOINED: '     DELIMITED BY SIZE
                   WS-JOINED-CNT   DELIMITED BY SIZE
                   ' NOT JOINED: ' DELIMITED BY SIZE
                   WS-UNJOINED-CNT DELIMITED BY SIZE
                   ' FLAGGED: '    DELIMITED BY SIZE
                   WS-FLAGGED-CNT  DELIMITED BY SIZE
                   ' TONIGHT: '    DELIMITED BY SIZE
                   WS-TONIGHT      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'EFF-REPORT' TO WS-ERR-FILE
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
                   MOVE 'AVCDEF1' TO MST-PROGRAM
                   MOVE 'avcdmstr.dat' TO MST-DATASET
                   MOVE SPACES TO MST-RESULTS
                   STRING 'NIGHTS: '     DELIMITED BY SIZE
                           WS-NIGHT-CNT  DELIMITED BY SIZE
                           ' JOINED: '   DELIMITED BY SIZE
                           WS-JOINED-CNT DELIMITED BY SIZE
                           ' FLAGGED: '  DELIMITED BY SIZE
                           WS-FLAGGED-CNT DELIMITED BY SIZE
                           ' TONIGHT: '  DELIMITED BY SIZE
                           WS-TONIGHT    DELIMITED BY SIZE
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
                   STRING 'STEP AVCDEF1 DATE: ' DELIMITED BY SIZE
                           WS-RUN-DATE     DELIMITED BY SIZE
                           ' READ: '       DELIMITED BY SIZE
                           WS-NIGHT-CNT    DELIMITED BY SIZE
                           ' ACCEPTED: '   DELIMITED BY SIZE
                           WS-JOINED-CNT   DELIMITED BY SIZE
                           ' REJECTED: '   DELIMITED BY SIZE
                           WS-UNJOINED-CNT DELIMITED BY SIZE
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
