      *
      * The replayed programs post under the replay day's run date,
      * so the comparison matches on program + dataset and compares
      * the result text. Six programs are excluded from the
      * comparison: AVCDPG1, AVCD1P3 and AVCDEF1 because their results
      * describe cumulative state that is legitimately different in
      * a fresh sandbox (the size of the master purged, the whole of
      * avcd1p2.trend, of which the sandbox holds only the replayed
      * night's single entry, the rolling nights of the master),
      * AVCDSB1 and AVCDWO1 because they judge the night against
      * history the sandbox does not hold (the archive baseline, the
      * consecutive-night component history), and
      * AVCD2P3 because it is not a suite step -- a hand-run
      * reconciliation posted on the original night has no sandbox
      * counterpart to reproduce. A record
      * corrected through AVCDMT1 (entered in the correction register
      * avcdcorr.dat and still holding the corrected results) is not
      * compared either: the correction is known to differ from what
      * the night computed, and it stands. It is listed as corrected.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDRP1.

               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPM-KEY
               FILE STATUS IS WS-RPMSTR-STATUS.
       SELECT OPTIONAL CORR-REGISTER ASSIGN TO 'avcdcorr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-CORR-STATUS.
       SELECT LIST-FILE ASSIGN TO 'avcdrp1.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
               10  RPM-DATASET          PIC X(44).
           05  RPM-RESULTS              PIC X(120).

       FD  CORR-REGISTER.
       COPY avcdcorr.

       FD  LIST-FILE.
       01  LIST-LINE                    PIC X(132).

       01  WS-MATCH-CNT                 PIC 9(3)        VALUE 0.
       01  WS-MISMATCH-CNT              PIC 9(3)        VALUE 0.
       01  WS-MISSING-CNT               PIC 9(3)        VALUE 0.
       01  WS-CORRECTED-CNT             PIC 9(3)        VALUE 0.
       01  WS-CORR-OPEN                 PIC X           VALUE 'N'.
       01  WS-CORRECTED                 PIC X           VALUE 'N'.

       01  WS-MASTER-STATUS             PIC XX.
       01  WS-RPMSTR-STATUS             PIC XX.
       01  WS-CORR-STATUS               PIC XX.
       01  WS-LIST-STATUS               PIC XX.
       01  WS-REPORT-STATUS             PIC XX.
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
           IF WS-REPLAY-DATE = 0
           MOVE 'N' TO WS-STAGE-REQUIRED.
           MOVE 'avcdrv1.ctl' TO WS-STAGE-NAME.
           PERFORM STAGE-ONE-DATASET.
           MOVE 'avcdrv1.job' TO WS-STAGE-NAME.
           PERFORM STAGE-ONE-DATASET.
           MOVE 'avcd2p2.lim' TO WS-STAGE-NAME.
           PERFORM STAGE-ONE-DATASET.
           MOVE 'avcd3p1.map' TO WS-STAGE-NAME.
           PERFORM STAGE-ONE-DATASET.
           MOVE 'avcd2p9.pln' TO WS-STAGE-NAME.
           PERFORM STAGE-ONE-DATASET.
           MOVE 'avcd1p2.cal' TO WS-STAGE-NAME.
           PERFORM STAGE-ONE-DATASET.
           MOVE 'diagunits.txt' TO WS-STAGE-NAME.
           PERFORM STAGE-ONE-DATASET.
           PERFORM STAGE-VOYAGE-POSITION.
           MOVE SPACES TO WS-CMD.
           STRING 'cp avcd1p2 avcd1p3 avcd2p1 avcd2p2 avcd2p3 '
                   'avcd2p4 avcd2p5 avcd2p6 avcd2p7 avcd2p8 '
                   'avcd2p9 avcd3p1 avcdrv1 avcdbl1 avcdhk1 '
                   'avcdar1 avcddp1 avcdpg1 avcdex1 avcdfm1 '
                   'avcdce1 avcdrz1 avcdlg1 avcdsb1 avcdwo1 '
                   'avcdtc1 avcdef1 avcdcv1 '
                                   DELIMITED BY SIZE
                   WS-SANDBOX      DELIMITED BY SPACE
                   ' 2>/dev/null'  DELIMITED BY SIZE
                        & 'COMPARE AGAINST' TO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   OPEN INPUT CORR-REGISTER
                   IF WS-CORR-STATUS = '00'
                           MOVE 'Y' TO WS-CORR-OPEN
                   END-IF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ MASTER-FILE NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                           PERFORM COMPARE-ONE-RESULT
                           END-READ
                   END-PERFORM
                   IF WS-CORR-OPEN = 'Y'
                           CLOSE CORR-REGISTER
                   END-IF
                   CLOSE MASTER-FILE
           END-IF.

      * Corrected while the master still holds what AVCDMT1 put
      * there; a register that is absent or unreadable corrects
      * nothing.
       CHECK-CORRECTED.
           MOVE 'N' TO WS-CORRECTED.
           IF WS-CORR-OPEN = 'Y'
                   MOVE MST-KEY TO COR-KEY
                   READ CORR-REGISTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   IF NOT COR-DELETED
                                           AND COR-RESULTS
                                                   = MST-RESULTS
                                           MOVE 'Y' TO WS-CORRECTED
                                   END-IF
                   END-READ
           END-IF.

       REPORT-CORRECTED-RESULT.
           ADD 1 TO WS-CORRECTED-CNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CORRECTED ' DELIMITED BY SIZE
                   MST-PROGRAM DELIMITED BY SPACE
                   ' '         DELIMITED BY SIZE
                   MST-DATASET DELIMITED BY SPACE
                   ': '        DELIMITED BY SIZE
                   COR-ACTION  DELIMITED BY SPACE
                   ' ON '      DELIMITED BY SIZE
                   COR-DATE    DELIMITED BY SIZE
                   ' BY '      DELIMITED BY SIZE
                   COR-USER    DELIMITED BY SPACE
                   ' -- NOT COMPARED' DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       COMPARE-ONE-RESULT.
           IF MST-RUN-DATE NOT = WS-REPLAY-DATE
                   OR MST-PROGRAM = 'AVCDPG1'
                   OR MST-PROGRAM = 'AVCD1P3'
                   OR MST-PROGRAM = 'AVCD2P3'
                   OR MST-PROGRAM = 'AVCDEF1'
                   OR MST-PROGRAM = 'AVCDSB1'
                   OR MST-PROGRAM = 'AVCDWO1'
                   CONTINUE
           ELSE
                   PERFORM CHECK-CORRECTED
                   IF WS-CORRECTED = 'Y'
                           PERFORM REPORT-CORRECTED-RESULT
                   ELSE
                           PERFORM COMPARE-REPLAYED-RESULT
                   END-IF
           END-IF.

       COMPARE-REPLAYED-RESULT.
           ADD 1 TO WS-COMPARED-CNT.
           MOVE 0 TO WS-RES-FOUND.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
                   IF WS-RES-PROGRAM(WS-RES-IDX) = MST-PROGRAM
                           AND WS-RES-DATASET(WS-RES-IDX)
                                   = MST-DATASET
                           MOVE WS-RES-IDX TO WS-RES-FOUND
                   END-IF
           END-PERFORM.
           EVALUATE TRUE
                   WHEN WS-RES-FOUND = 0
                           ADD 1 TO WS-MISSING-CNT
                           MOVE SPACES TO REPORT-LINE
                           STRING '** NO REPLAYED RESULT '
                                   'FOR ' DELIMITED BY SIZE
                                   MST-PROGRAM
                                       DELIMITED BY SPACE
                                   ' '  DELIMITED BY SIZE
                                   MST-DATASET
                                       DELIMITED BY SPACE
                                   ' **' DELIMITED BY SIZE
                                   INTO REPORT-LINE
                           WRITE REPORT-LINE
                   WHEN WS-RES-RESULTS(WS-RES-FOUND)
                           NOT = MST-RESULTS
                           ADD 1 TO WS-MISMATCH-CNT
                           MOVE SPACES TO REPORT-LINE
                           STRING '** MISMATCH '
                                       DELIMITED BY SIZE
                                   MST-PROGRAM
                                       DELIMITED BY SPACE
                                   ' '  DELIMITED BY SIZE
                                   MST-DATASET
                                       DELIMITED BY SPACE
                                   ': ORIGINAL '
                                       DELIMITED BY SIZE
                                   MST-RESULTS
                                       DELIMITED BY SIZE
                                   INTO REPORT-LINE
                           WRITE REPORT-LINE
                           MOVE SPACES TO REPORT-LINE
                           STRING '            REPLAYED '
                                       DELIMITED BY SIZE
                                   WS-RES-RESULTS(
                                       WS-RES-FOUND)
                                       DELIMITED BY SIZE
                                   INTO REPORT-LINE
                           WRITE REPORT-LINE
                   WHEN OTHER
                           ADD 1 TO WS-MATCH-CNT
           END-EVALUATE.

       WRITE-REPLAY-VERDICT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RESULTS COMPARED: ' DELIMITED BY SIZE
                   WS-MISMATCH-CNT DELIMITED BY SIZE
                   ' MISSING: '    DELIMITED BY SIZE
                   WS-MISSING-CNT  DELIMITED BY SIZE
                   ' CORRECTED, NOT COMPARED: ' DELIMITED BY SIZE
                   WS-CORRECTED-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MISMATCH-CNT = 0 AND WS-MISSING-CNT = 0
