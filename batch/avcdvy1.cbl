      * ---------------------------------------------------------------
      * Voyage register report
      * ---------------------------------------------------------------
      * AVCD2P2 keeps one record per voyage in the voyage register
      * avcdvreg.dat (layout in copy avcdvreg): opened the night
      * NEWVOYAGE re-zeroes the position, brought up to date every
      * night, closed when the next NEWVOYAGE starts another. This
      * report lists the voyages oldest first -- start and latest
      * night, nights run, distance made good, deepest point and
      * final position -- and then totals them by the month each
      * voyage sailed: voyages, nights, distance made good and the
      * deepest point of the month. It replaces the table that used
      * to be rebuilt by hand from old voyage files for the quarterly
      * review.
      *
      * Run parameter tokens, both optional:
      *   FROM <yyyymmdd>          earliest voyage start date listed
      *   TO <yyyymmdd>            latest voyage start date listed
      * No parameter lists the whole register. The report is
      * avcdvy1.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDVY1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VOYAGE-REGISTER ASSIGN TO 'avcdvreg.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRG-NUMBER
               FILE STATUS IS WS-VREG-STATUS.
       SELECT VOYAGE-REPORT ASSIGN TO 'avcdvy1.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOYAGE-REGISTER.
       COPY avcdvreg.

       FD  VOYAGE-REPORT.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).
       01  WS-TOK-VAL                   PIC X(80).

       01  WS-DATE-FROM                 PIC 9(8)        VALUE 0.
       01  WS-DATE-TO                   PIC 9(8)        VALUE 99999999.
       01  WS-READ-CNT                  PIC 9(6)        VALUE 0.
       01  WS-LIST-CNT                  PIC 9(6)        VALUE 0.
       01  WS-OPEN-CNT                  PIC 9(6)        VALUE 0.

      * Signed figures are moved here before they are strung into a
      * report line, so the sign prints as a character of its own.
       01  WS-RPT-MAX-DEPTH             PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.
       01  WS-RPT-HORIZ                 PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.
       01  WS-RPT-DEPTH                 PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.
       01  WS-RPT-LATERAL               PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.
       01  WS-RPT-STATE                 PIC X(6).

      * Totals by the month a voyage started (yyyymm). Ten years of
      * voyage starts before the table needs another look; past that
      * the run aborts loudly.
       01  WS-REC-MONTH                 PIC 9(6)        VALUE 0.
       01  WS-MON-COUNT                 PIC 9(3)        VALUE 0.
       01  WS-MON-IDX                   PIC 9(3)        VALUE 0.
       01  WS-MON-FOUND                 PIC 9(3)        VALUE 0.
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY             OCCURS 120 TIMES.
               10  WS-MON-KEY           PIC 9(6).
               10  WS-MON-VOYAGES       PIC 9(4).
               10  WS-MON-NIGHTS        PIC 9(6).
               10  WS-MON-DISTANCE      PIC 9(12).
               10  WS-MON-MAX-DEPTH     PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.
       01  WS-TOT-VOYAGES               PIC 9(4)        VALUE 0.
       01  WS-TOT-NIGHTS                PIC 9(6)        VALUE 0.
       01  WS-TOT-DISTANCE              PIC 9(12)       VALUE 0.
       01  WS-TOT-MAX-DEPTH             PIC S9(9)
                                         SIGN IS TRAILING SEPARATE
                                         VALUE 0.

       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.
       01  WS-VREG-STATUS               PIC XX.
       01  WS-REPORT-STATUS             PIC XX.
       01  WS-ERR-STATUS                PIC XX.
       01  WS-ERR-FILE                  PIC X(20).
       01  WS-ERR-OP                    PIC X(10).

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
           OPEN OUTPUT VOYAGE-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'VOYAGE-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' VOYAGE REGISTER, VOYAGES STARTED FROM '
                                   DELIMITED BY SIZE
                   WS-DATE-FROM    DELIMITED BY SIZE
                   ' TO '          DELIMITED BY SIZE
                   WS-DATE-TO      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 'VOYAGE START    LATEST   CLOSED   NIGHTS DIST MADE '
                   & 'GOOD  MAX DEPTH  HORIZ      DEPTH      LATERAL'
                   & '    HDG STATE' TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
      * No register yet simply means AVCD2P2 has not run since it
      * started keeping one.
           OPEN INPUT VOYAGE-REGISTER.
           IF WS-VREG-STATUS = '35'
                   MOVE 'NO avcdvreg.dat VOYAGE REGISTER -- NO '
                           & 'VOYAGES RECORDED' TO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           ELSE
                   IF WS-VREG-STATUS NOT = '00'
                           MOVE 'OPEN' TO WS-ERR-OP
                           MOVE 'VOYAGE-REGISTER' TO WS-ERR-FILE
                           MOVE WS-VREG-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ VOYAGE-REGISTER NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           ADD 1 TO WS-READ-CNT
                                           PERFORM SHOW-IF-SELECTED
                           END-READ
                           IF WS-VREG-STATUS NOT = '00'
                                   AND WS-VREG-STATUS NOT = '10'
                                   MOVE 'READ' TO WS-ERR-OP
                                   MOVE 'VOYAGE-REGISTER'
                                           TO WS-ERR-FILE
                                   MOVE WS-VREG-STATUS
                                           TO WS-ERR-STATUS
                                   PERFORM ABORT-FILE-ERROR
                           END-IF
                   END-PERFORM
                   CLOSE VOYAGE-REGISTER
           END-IF.
           PERFORM WRITE-MONTH-TOTALS.
           CLOSE VOYAGE-REPORT.
           DISPLAY 'VOYAGES IN REGISTER: ' WS-READ-CNT
                   ' LISTED: ' WS-LIST-CNT
                   ' STILL OPEN: ' WS-OPEN-CNT.
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
                           WHEN 'FROM'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-DATE-FROM
                           WHEN 'TO'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-DATE-TO
                           WHEN OTHER
                                   DISPLAY 'ERROR: UNRECOGNISED '
                                           'PARAMETER TOKEN '
                                           WS-PARM-TOK(WS-TOK-IDX)
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                   END-EVALUATE
                   ADD 1 TO WS-TOK-IDX
           END-PERFORM.
           IF WS-DATE-FROM > WS-DATE-TO
                   DISPLAY 'ERROR: FROM DATE ' WS-DATE-FROM
                           ' IS AFTER TO DATE ' WS-DATE-TO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

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

       SHOW-IF-SELECTED.
           IF VRG-START-DATE >= WS-DATE-FROM
                   AND VRG-START-DATE <= WS-DATE-TO
                   ADD 1 TO WS-LIST-CNT
                   IF VRG-OPEN
                           ADD 1 TO WS-OPEN-CNT
                           MOVE 'OPEN' TO WS-RPT-STATE
                   ELSE
                           MOVE 'CLOSED' TO WS-RPT-STATE
                   END-IF
                   MOVE VRG-MAX-DEPTH TO WS-RPT-MAX-DEPTH
                   MOVE VRG-HORIZ     TO WS-RPT-HORIZ
                   MOVE VRG-DEPTH     TO WS-RPT-DEPTH
                   MOVE VRG-LATERAL   TO WS-RPT-LATERAL
                   MOVE SPACES TO REPORT-LINE
                   STRING VRG-NUMBER       DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           VRG-START-DATE  DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           VRG-END-DATE    DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           VRG-CLOSE-DATE  DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           VRG-NIGHTS      DELIMITED BY SIZE
                           '   '           DELIMITED BY SIZE
                           VRG-DISTANCE-MG DELIMITED BY SIZE
                           '       '       DELIMITED BY SIZE
                           WS-RPT-MAX-DEPTH DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-RPT-HORIZ    DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-RPT-DEPTH    DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-RPT-LATERAL  DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           VRG-HEADING     DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-RPT-STATE    DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
                   PERFORM ADD-TO-MONTH
           END-IF.

       ADD-TO-MONTH.
           MOVE VRG-START-DATE(1:6) TO WS-REC-MONTH.
           MOVE 0 TO WS-MON-FOUND.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-COUNT
                   IF WS-MON-KEY(WS-MON-IDX) = WS-REC-MONTH
                           MOVE WS-MON-IDX TO WS-MON-FOUND
                   END-IF
           END-PERFORM.
           IF WS-MON-FOUND = 0
                   IF WS-MON-COUNT >= 120
                           DISPLAY 'ERROR: VOYAGES LISTED START IN '
                                   'MORE THAN 120 MONTHS -- NARROW '
                                   'WITH FROM/TO'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   ADD 1 TO WS-MON-COUNT
                   MOVE WS-MON-COUNT TO WS-MON-FOUND
                   INITIALIZE WS-MON-ENTRY(WS-MON-FOUND)
                   MOVE WS-REC-MONTH TO WS-MON-KEY(WS-MON-FOUND)
                   MOVE VRG-MAX-DEPTH
                           TO WS-MON-MAX-DEPTH(WS-MON-FOUND)
           END-IF.
           ADD 1 TO WS-MON-VOYAGES(WS-MON-FOUND).
           ADD VRG-NIGHTS TO WS-MON-NIGHTS(WS-MON-FOUND).
           ADD VRG-DISTANCE-MG TO WS-MON-DISTANCE(WS-MON-FOUND).
           IF VRG-MAX-DEPTH > WS-MON-MAX-DEPTH(WS-MON-FOUND)
                   MOVE VRG-MAX-DEPTH
                           TO WS-MON-MAX-DEPTH(WS-MON-FOUND)
           END-IF.
           IF WS-TOT-VOYAGES = 0
                   OR VRG-MAX-DEPTH > WS-TOT-MAX-DEPTH
                   MOVE VRG-MAX-DEPTH TO WS-TOT-MAX-DEPTH
           END-IF.
           ADD 1 TO WS-TOT-VOYAGES.
           ADD VRG-NIGHTS TO WS-TOT-NIGHTS.
           ADD VRG-DISTANCE-MG TO WS-TOT-DISTANCE.

      * The register is in voyage-number order, which is start-date
      * order, so the months come out oldest first as they were met.
       WRITE-MONTH-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 'TOTALS BY MONTH OF SAILING' TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 'MONTH  VOYAGES NIGHTS DIST MADE GOOD MAX DEPTH'
                   TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-MON-KEY(WS-MON-IDX) DELIMITED BY SIZE
                           '    '      DELIMITED BY SIZE
                           WS-MON-VOYAGES(WS-MON-IDX)
                                       DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           WS-MON-NIGHTS(WS-MON-IDX)
                                       DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           WS-MON-DISTANCE(WS-MON-IDX)
                                       DELIMITED BY SIZE
                           '   '       DELIMITED BY SIZE
                           WS-MON-MAX-DEPTH(WS-MON-IDX)
                                       DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL     '     DELIMITED BY SIZE
                   WS-TOT-VOYAGES  DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-TOT-NIGHTS   DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-TOT-DISTANCE DELIMITED BY SIZE
                   '   '           DELIMITED BY SIZE
                   WS-TOT-MAX-DEPTH DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'VOYAGE-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
