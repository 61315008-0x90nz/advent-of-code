      * per line, and the STATION layout
      *   <hhmmss> <station-id> <depth>
      * whose timestamp and station travel with the reading into the
      * archive record. A STATION-layout depth is calibrated with the
      * avcd1p2.cal entry in force for its station on the run date,
      * exactly as AVCD1P2 calibrates it, and the archive keeps both
      * the raw and the calibrated depth with a flag saying which
      * (Y calibrated, N no entry in force so the depth is the raw
      * one; blank for a bare reading, which has no station to
      * calibrate against). A calibrated depth below zero or too wide
      * for the archive is skipped, as AVCD1P2 skips it, so the
      * archive never holds a reading the night's results left out.
      * Anything else is counted and skipped --
      * unless the whole of a non-empty feed skips, which means the
      * feed is in a layout this program does not know and the run
      * ends loudly instead of balancing an empty archive. Loading
       SELECT SONAR-LIST ASSIGN TO DYNAMIC WS-INPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SONAR-STATUS.
       SELECT OPTIONAL CAL-LIST ASSIGN TO 'avcd1p2.cal'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       SELECT OPTIONAL HIST-FILE ASSIGN TO 'avcdhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  SONAR-LIST.
       01  SONAR-LINE                   PIC X(80).

       FD  CAL-LIST.
       01  CAL-LIST-LINE                PIC X(100).

       FD  HIST-FILE.
       COPY avcdhist.

       FD  MASTER-FILE.
       COPY avcdmstr.
       01  WS-SKIP-CNT                  PIC 9(9)        VALUE 0.
       01  WS-MATCH-CNT                 PIC 9(9)        VALUE 0.

      * Transducer calibration, the same table and the same entry
      * edits AVCD1P2 applies: STATION <id> OFFSET: <n> SCALE: <s>
      * FROM: <yyyymmdd>, the entry in force being the latest not
      * after the run date. A calibrated depth below zero is skipped,
      * as AVCD1P2 skips it; the raw depth archived beside a loaded
      * reading shows what the transducer said.
       01  WS-CAL-STATUS                PIC XX.
       01  WS-CAL-EOF                   PIC X           VALUE 'N'.
       01  WS-CAL-LINE                  PIC X(100).
       01  WS-CAL-TOK-TABLE.
           05  WS-CAL-TOK               PIC X(20) OCCURS 9 TIMES.
       01  WS-CAL-OK                    PIC X           VALUE 'Y'.
       01  WS-CAL-DOTS                  PIC 9(2)        VALUE 0.
       01  WS-CAL-SIGNS                 PIC 9(2)        VALUE 0.
       01  WS-CAL-LEN                   PIC 9(2)        VALUE 0.
       01  WS-CAL-COUNT                 PIC 9(4)        VALUE 0.
       01  WS-CAL-BAD-CNT               PIC 9(4)        VALUE 0.
       01  WS-CAL-IDX                   PIC 9(4)        VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY             OCCURS 200 TIMES.
               10  WS-CAL-STN           PIC X(8).
               10  WS-CAL-OFFSET        PIC S9(6).
               10  WS-CAL-SCALE         PIC 9(3)V9(6).
               10  WS-CAL-FROM          PIC 9(8).
       01  WS-REC-CAL-FLAG              PIC X           VALUE SPACE.
       01  WS-REC-CAL-OFFSET            PIC S9(6)       VALUE 0.
       01  WS-REC-CAL-SCALE             PIC 9(3)V9(6)   VALUE 1.
       01  WS-REC-CAL-FROM              PIC 9(8)        VALUE 0.
       01  WS-CAL-DEPTH                 PIC S9(11)      VALUE 0.
       01  WS-CAL-DEPTH-NUM             PIC 9(10)       VALUE 0.
       01  WS-UNCAL-CNT                 PIC 9(9)        VALUE 0.

      * FILE STATUS on every SELECT, checked after every OPEN/READ/
      * WRITE so a missing/locked file aborts the run with a clear
      * message and non-zero return code instead of silently
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
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM PARSE-RUN-PARM.
           IF INQUIRY-MODE
       RUN-ARCHIVE-LOAD.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' ARCHIVING: '
                   WS-INPUT-FILE.
           PERFORM LOAD-CALIBRATION.
           OPEN INPUT SONAR-LIST.
           IF WS-SONAR-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
           CLOSE SONAR-LIST.
           CLOSE HIST-FILE.
           DISPLAY 'READINGS ARCHIVED: ' WS-LOADED-CNT
                   ' SKIPPED: ' WS-SKIP-CNT
                   ' UNCALIBRATED: ' WS-UNCAL-CNT.

       LOAD-ONE-READING.
           ADD 1 TO WS-SEQ.
           MOVE SPACES TO WS-REC-STATION WS-REC-CAL-FLAG.
           MOVE 0 TO WS-REC-TIME.
           PERFORM EDIT-READING-DIGITS.
           IF WS-NUM-OK = 'N'
                   MOVE WS-SEQ TO HST-SEQ
                   MOVE WS-REC-STATION TO HST-STATION
                   MOVE WS-REC-TIME TO HST-TIME
                   MOVE WS-DEPTH-NUM TO HST-RAW-DEPTH
                   MOVE WS-DEPTH-NUM TO HST-DEPTH
                   MOVE WS-REC-CAL-FLAG TO HST-CAL-FLAG
                   IF WS-REC-CAL-FLAG = 'Y'
                           MOVE WS-CAL-DEPTH-NUM TO HST-DEPTH
                   END-IF
                   WRITE HIST-RECORD
                   IF WS-HIST-STATUS = '22'
                           REWRITE HIST-RECORD

       EDIT-READING-DIGITS.
      * A feed line is one reading: digits only, at most ten wide,
      * nothing after them, right-justified into the archive depth.
      * Blank and malformed lines are skipped and counted, the same
      * records AVCD1P2 would not have accepted either. A STATION
      * line opens with its six timestamp digits, so it is the
      * trailing fields that send it on to the STATION-layout edit
      * rather than into the archive as a bare reading.
           MOVE 'Y' TO WS-NUM-OK.
           MOVE 0 TO WS-DIGIT-LEN WS-DEPTH-NUM.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
           IF WS-DIGIT-LEN = 0 OR WS-DIGIT-LEN > 10
                   MOVE 'N' TO WS-NUM-OK
           END-IF.
           IF WS-NUM-OK = 'Y'
                   IF WS-LINE(WS-DIGIT-LEN + 1:) NOT = SPACES
                           MOVE 'N' TO WS-NUM-OK
                   END-IF
           END-IF.
           IF WS-NUM-OK = 'Y'
                   MOVE WS-LINE(1:WS-DIGIT-LEN) TO
                           WS-DEPTH-NUM(11 - WS-DIGIT-LEN:
                   MOVE WS-FLD-STN(1:8) TO WS-REC-STATION
                   MOVE WS-FLD-TS(1:6) TO WS-REC-TIME
                   MOVE 'Y' TO WS-NUM-OK
                   PERFORM CALIBRATE-STATION-DEPTH
           END-IF.

       CALIBRATE-STATION-DEPTH.
           PERFORM FIND-STATION-CALIBRATION.
           IF WS-REC-CAL-FLAG = 'Y'
                   COMPUTE WS-CAL-DEPTH ROUNDED = WS-DEPTH-NUM
                           * WS-REC-CAL-SCALE + WS-REC-CAL-OFFSET
                           ON SIZE ERROR MOVE 'N' TO WS-NUM-OK
                   END-COMPUTE
                   IF WS-NUM-OK = 'Y'
                           IF WS-CAL-DEPTH < 0
                                   MOVE 'N' TO WS-NUM-OK
                           ELSE
                                   COMPUTE WS-CAL-DEPTH-NUM =
                                           WS-CAL-DEPTH
                                           ON SIZE ERROR
                                           MOVE 'N' TO WS-NUM-OK
                                   END-COMPUTE
                           END-IF
                   END-IF
                   IF WS-NUM-OK = 'N'
                           DISPLAY 'WARNING: CALIBRATED READING OUT OF '
                                   'RANGE, SKIPPED: ' WS-DEPTH-NUM
                                   ' STATION ' WS-REC-STATION
                   END-IF
           ELSE
                   ADD 1 TO WS-UNCAL-CNT
           END-IF.

       FIND-STATION-CALIBRATION.
           MOVE 'N' TO WS-REC-CAL-FLAG.
           MOVE 0 TO WS-REC-CAL-OFFSET WS-REC-CAL-FROM.
           MOVE 1 TO WS-REC-CAL-SCALE.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   IF WS-CAL-STN(WS-CAL-IDX) = WS-REC-STATION
                           AND WS-CAL-FROM(WS-CAL-IDX) <= WS-RUN-DATE
                           AND WS-CAL-FROM(WS-CAL-IDX) >=
                                   WS-REC-CAL-FROM
                           MOVE 'Y' TO WS-REC-CAL-FLAG
                           MOVE WS-CAL-OFFSET(WS-CAL-IDX)
                                   TO WS-REC-CAL-OFFSET
                           MOVE WS-CAL-SCALE(WS-CAL-IDX)
                                   TO WS-REC-CAL-SCALE
                           MOVE WS-CAL-FROM(WS-CAL-IDX)
                                   TO WS-REC-CAL-FROM
                   END-IF
           END-PERFORM.

       LOAD-CALIBRATION.
           OPEN INPUT CAL-LIST.
           IF WS-CAL-STATUS NOT = '00'
                   AND WS-CAL-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'CAL-LIST' TO WS-ERR-FILE
                   MOVE WS-CAL-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           IF WS-CAL-STATUS = '05'
                   MOVE 'Y' TO WS-CAL-EOF
           END-IF.
           PERFORM UNTIL WS-CAL-EOF = 'Y'
                   READ CAL-LIST INTO WS-CAL-LINE
                           AT END MOVE 'Y' TO WS-CAL-EOF
                           NOT AT END
                                   IF WS-CAL-STATUS NOT = '00'
                                     MOVE 'READ' TO WS-ERR-OP
                                     MOVE 'CAL-LIST' TO WS-ERR-FILE
                                     MOVE WS-CAL-STATUS
                                             TO WS-ERR-STATUS
                                     PERFORM ABORT-FILE-ERROR
                                   END-IF
                                   PERFORM LOAD-CALIBRATION-LINE
                   END-READ
           END-PERFORM.
           CLOSE CAL-LIST.

       LOAD-CALIBRATION-LINE.
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

       RUN-INQUIRY.
                                   ' LINE ' HST-SEQ ' STATION '
                                   HST-STATION ' TIME ' HST-TIME
                                   ' DEPTH ' HST-DEPTH
                                   ' RAW ' HST-RAW-DEPTH
                                   ' CAL ' HST-CAL-FLAG
                   END-IF
           END-IF.

