      * ---------------------------------------------------------------
      * Maintenance work-order feed from component health history
      * ---------------------------------------------------------------
      * AVCD3P1 flags ABNORMAL components and STUCK-AT bits, but each
      * night stood alone and engineering only heard about it if
      * someone read avcd3p1.rpt. AVCD3P1 now keeps a health history
      * per unit and component (avcdcmph.dat) holding the night's
      * verdict and the run of consecutive abnormal/stuck nights --
      * every unit of a FLEET run has its own. This step reads
      * that history and writes the maintenance system's work-order
      * feed avcdwo1.dat (fixed layout, see copy avcdwo):
      *   OPEN   once a component has been abnormal or stuck for
      *          NIGHTS consecutive nights (run parameter NIGHTS <n>,
      *          default 3)
      *   CLOSE  the first night an open component reads normal again
      * Each work order is raised once; while it stays open only its
      * night count moves in the history. A rerun on the same night
      * writes tonight's OPEN and CLOSE records again rather than
      * losing them, since the feed is rebuilt every run. Components
      * the history holds but tonight's AVCD3P1 run did not assess
      * (dropped from the map) are counted and left alone. The run
      * summary goes to avcdwo1.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDWO1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL HEALTH-FILE ASSIGN TO 'avcdcmph.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-HEALTH-STATUS.
       SELECT WORK-ORDER-FILE ASSIGN TO 'avcdwo1.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
       SELECT WO-REPORT ASSIGN TO 'avcdwo1.rpt'
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
       FD  HEALTH-FILE.
       COPY avcdcmph.

       FD  WORK-ORDER-FILE.
       COPY avcdwo.

       FD  WO-REPORT.
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

       01  WS-NIGHTS-LIMIT              PIC 9(4)        VALUE 3.
       01  WS-WO-ACTION                 PIC X(5)        VALUE SPACES.
       01  WS-CHANGED                   PIC X           VALUE 'N'.

       01  WS-READ-CNT                  PIC 9(9)        VALUE 0.
       01  WS-ASSESSED-CNT              PIC 9(9)        VALUE 0.
       01  WS-STALE-CNT                 PIC 9(9)        VALUE 0.
       01  WS-OPENED-CNT                PIC 9(9)        VALUE 0.
       01  WS-CLOSED-CNT                PIC 9(9)        VALUE 0.
       01  WS-STILL-OPEN-CNT            PIC 9(9)        VALUE 0.
       01  WS-DETAIL-CNT                PIC 9(9)        VALUE 0.

      * FILE STATUS on every SELECT, checked after every OPEN/READ/
      * WRITE so a missing/locked file aborts the run with a clear
      * message and non-zero return code. A missing history is not
      * an error -- AVCD3P1 has not yet run with a decode map -- and
      * yields an empty feed.
       01  WS-HEALTH-STATUS             PIC XX.
       01  WS-WO-STATUS                 PIC XX.
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
      * for the AVCDBL1 balancing step to prove against. READ is the
      * history records, ACCEPTED those assessed tonight, REJECTED
      * the ones left stale, WRITTEN the work-order details.
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
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' WORK ORDERS AFTER '
                   WS-NIGHTS-LIMIT ' CONSECUTIVE NIGHT(S)'.
           OPEN I-O HEALTH-FILE.
           IF WS-HEALTH-STATUS NOT = '00'
                   AND WS-HEALTH-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'HEALTH-FILE' TO WS-ERR-FILE
                   MOVE WS-HEALTH-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           OPEN OUTPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'WORK-ORDER-FILE' TO WS-ERR-FILE
                   MOVE WS-WO-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           OPEN OUTPUT WO-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'WO-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' MAINTENANCE WORK ORDERS -- RAISED AFTER '
                                   DELIMITED BY SIZE
                   WS-NIGHTS-LIMIT DELIMITED BY SIZE
                   ' NIGHT(S)'     DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO WO-CONTROL-RECORD.
           MOVE 'H' TO WO-CTL-TYPE.
           MOVE WS-RUN-DATE TO WO-CTL-DATE.
           MOVE 0 TO WO-CTL-COUNT.
           PERFORM PUT-CONTROL-RECORD.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ HEALTH-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                                   IF WS-HEALTH-STATUS NOT = '00'
                                           MOVE 'READ' TO WS-ERR-OP
                                           MOVE 'HEALTH-FILE'
                                                   TO WS-ERR-FILE
                                           MOVE WS-HEALTH-STATUS
                                                   TO WS-ERR-STATUS
                                           PERFORM ABORT-FILE-ERROR
                                   END-IF
                                   ADD 1 TO WS-READ-CNT
                                   PERFORM ASSESS-COMPONENT
                   END-READ
           END-PERFORM.
           CLOSE HEALTH-FILE.
           MOVE SPACES TO WO-CONTROL-RECORD.
           MOVE 'T' TO WO-CTL-TYPE.
           MOVE WS-RUN-DATE TO WO-CTL-DATE.
           MOVE WS-DETAIL-CNT TO WO-CTL-COUNT.
           PERFORM PUT-CONTROL-RECORD.
           CLOSE WORK-ORDER-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-RESULTS-MASTER.
           CLOSE WO-REPORT.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY 'WORK ORDERS OPENED: ' WS-OPENED-CNT ' CLOSED: '
                   WS-CLOSED-CNT ' STILL OPEN: ' WS-STILL-OPEN-CNT.
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
                                           TO WS-NIGHTS-LIMIT
                                   IF WS-NIGHTS-LIMIT = 0
                                           DISPLAY 'ERROR: NIGHTS '
                                                   'MUST BE GREATER '
                                                   'THAN ZERO'
                                           MOVE 16 TO RETURN-CODE
                                           STOP RUN
                                   END-IF
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

       ASSESS-COMPONENT.
           IF CMH-LAST-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-STALE-CNT
           ELSE
                   ADD 1 TO WS-ASSESSED-CNT
                   MOVE SPACES TO WS-WO-ACTION
                   MOVE 'N' TO WS-CHANGED
                   IF CMH-CONSEC = 0
                           PERFORM ASSESS-NORMAL-COMPONENT
                   ELSE
                           PERFORM ASSESS-ABNORMAL-COMPONENT
                   END-IF
                   IF WS-WO-ACTION NOT = SPACES
                           PERFORM WRITE-WORK-ORDER
                   END-IF
                   IF WS-CHANGED = 'Y'
                           REWRITE HEALTH-RECORD
                           IF WS-HEALTH-STATUS NOT = '00'
                                   MOVE 'REWRITE' TO WS-ERR-OP
                                   MOVE 'HEALTH-FILE' TO WS-ERR-FILE
                                   MOVE WS-HEALTH-STATUS
                                           TO WS-ERR-STATUS
                                   PERFORM ABORT-FILE-ERROR
                           END-IF
                   END-IF
           END-IF.

       ASSESS-NORMAL-COMPONENT.
      * Back to normal: an open work order closes tonight. A closing
      * record already written tonight is written again on a rerun.
           EVALUATE TRUE
                   WHEN CMH-WO-OPEN
                           SET CMH-WO-CLOSED TO TRUE
                           MOVE WS-RUN-DATE TO CMH-WO-DATE
                           MOVE 'Y' TO WS-CHANGED
                           MOVE 'CLOSE' TO WS-WO-ACTION
                           ADD 1 TO WS-CLOSED-CNT
                   WHEN CMH-WO-CLOSED AND CMH-WO-DATE = WS-RUN-DATE
                           MOVE 'CLOSE' TO WS-WO-ACTION
                           ADD 1 TO WS-CLOSED-CNT
                   WHEN OTHER
                           CONTINUE
           END-EVALUATE.

       ASSESS-ABNORMAL-COMPONENT.
      * Abnormal or stuck: raise once the run reaches the limit; an
      * order already open just carries the growing night count.
           IF CMH-WO-OPEN
                   MOVE CMH-CONSEC TO CMH-WO-NIGHTS
                   MOVE 'Y' TO WS-CHANGED
                   IF CMH-WO-DATE = WS-RUN-DATE
                           MOVE 'OPEN' TO WS-WO-ACTION
                           ADD 1 TO WS-OPENED-CNT
                   ELSE
                           ADD 1 TO WS-STILL-OPEN-CNT
                   END-IF
           ELSE
                   IF CMH-CONSEC >= WS-NIGHTS-LIMIT
                           SET CMH-WO-OPEN TO TRUE
                           MOVE WS-RUN-DATE TO CMH-WO-DATE
                           MOVE CMH-FIRST-SEEN TO CMH-WO-FIRST
                           MOVE CMH-CONSEC TO CMH-WO-NIGHTS
                           MOVE 'Y' TO WS-CHANGED
                           MOVE 'OPEN' TO WS-WO-ACTION
                           ADD 1 TO WS-OPENED-CNT
                   END-IF
           END-IF.

       WRITE-WORK-ORDER.
           MOVE SPACES TO WO-DETAIL-RECORD.
           MOVE 'D' TO WO-REC-TYPE.
           MOVE WS-WO-ACTION TO WO-ACTION.
           MOVE WS-RUN-DATE TO WO-RUN-DATE.
           MOVE CMH-COMPONENT TO WO-COMPONENT.
           MOVE CMH-BIT TO WO-BIT.
           MOVE CMH-WO-FIRST TO WO-FIRST-SEEN.
           MOVE CMH-WO-NIGHTS TO WO-NIGHTS.
           MOVE CMH-VERDICT TO WO-VERDICT.
           MOVE CMH-UNIT TO WO-UNIT.
           WRITE WO-DETAIL-RECORD.
           IF WS-WO-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'WORK-ORDER-FILE' TO WS-ERR-FILE
                   MOVE WS-WO-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-DETAIL-CNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'WORK ORDER '    DELIMITED BY SIZE
                   WS-WO-ACTION    DELIMITED BY SPACE
                   ': '            DELIMITED BY SIZE
                   CMH-COMPONENT   DELIMITED BY SPACE
                   ' ON '          DELIMITED BY SIZE
                   CMH-UNIT        DELIMITED BY SPACE
                   ' (BIT '        DELIMITED BY SIZE
                   CMH-BIT         DELIMITED BY SIZE
                   ') FIRST SEEN: ' DELIMITED BY SIZE
                   CMH-WO-FIRST    DELIMITED BY SIZE
                   ' NIGHTS: '     DELIMITED BY SIZE
                   CMH-WO-NIGHTS   DELIMITED BY SIZE
                   ' VERDICT: '    DELIMITED BY SIZE
                   CMH-VERDICT     DELIMITED BY SPACE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-CONTROL-RECORD.
           WRITE WO-CONTROL-RECORD.
           IF WS-WO-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'WORK-ORDER-FILE' TO WS-ERR-FILE
                   MOVE WS-WO-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       WRITE-REPORT-TOTALS.
           IF WS-DETAIL-CNT = 0
                   MOVE 'NO WORK ORDERS RAISED OR CLOSED TONIGHT'
                           TO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COMPONENTS: '   DELIMITED BY SIZE
                   WS-READ-CNT     DELIMITED BY SIZE
                   ' ASSESSED: '   DELIMITED BY SIZE
                   WS-ASSESSED-CNT DELIMITED BY SIZE
                   ' NOT ASSESSED TONIGHT: ' DELIMITED BY SIZE
                   WS-STALE-CNT    DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPENED: '       DELIMITED BY SIZE
                   WS-OPENED-CNT   DELIMITED BY SIZE
                   ' CLOSED: '     DELIMITED BY SIZE
                   WS-CLOSED-CNT   DELIMITED BY SIZE
                   ' STILL OPEN: ' DELIMITED BY SIZE
                   WS-STILL-OPEN-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'WO-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       WRITE-RESULTS-MASTER.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '05'
                   DISPLAY 'WARNING: RESULTS MASTER UNAVAILABLE, '
                           'FILE STATUS ' WS-MASTER-STATUS
           ELSE
                   MOVE WS-RUN-DATE TO MST-RUN-DATE
                   MOVE 'AVCDWO1' TO MST-PROGRAM
                   MOVE 'avcdwo1.dat' TO MST-DATASET
                   MOVE SPACES TO MST-RESULTS
                   STRING 'OPENED: '     DELIMITED BY SIZE
                           WS-OPENED-CNT DELIMITED BY SIZE
                           ' CLOSED: '   DELIMITED BY SIZE
                           WS-CLOSED-CNT DELIMITED BY SIZE
                           ' STILL OPEN: ' DELIMITED BY SIZE
                           WS-STILL-OPEN-CNT DELIMITED BY SIZE
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
                   STRING 'STEP AVCDWO1 DATE: ' DELIMITED BY SIZE
                           WS-RUN-DATE     DELIMITED BY SIZE
                           ' READ: '       DELIMITED BY SIZE
                           WS-READ-CNT     DELIMITED BY SIZE
                           ' ACCEPTED: '   DELIMITED BY SIZE
                           WS-ASSESSED-CNT DELIMITED BY SIZE
                           ' REJECTED: '   DELIMITED BY SIZE
                           WS-STALE-CNT    DELIMITED BY SIZE
                           ' WRITTEN: '    DELIMITED BY SIZE
                           WS-DETAIL-CNT   DELIMITED BY SIZE
                           INTO BAL-LINE
                   WRITE BAL-LINE
                   CLOSE BAL-FILE
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
