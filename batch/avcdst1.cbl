      * ---------------------------------------------------------------
      * AVCDRV1 already records everything a shift handover needs --
      * per-step disposition and elapsed times in avcdrv1.hist, the
      * restart state in avcdrv1.ckpt, the balancing verdict in
      * avcdbl1.rpt -- but spread over three files in three formats.
      * This program reads all three and writes one page to
      * avcdst1.rpt (and the console): each step of the most recent
       FD  SUITE-CKPT.
       01  SUITE-CKPT-RECORD.
           05  DRV-CKPT-MARKER          PIC X(8).
           05  DRV-CKPT-STEP            PIC X(8).
           05  DRV-CKPT-DATE            PIC 9(8).

       FD  BAL-REPORT.
       01  WS-TARGET-TEXT               PIC X(8)        VALUE SPACES.
       01  WS-RESTART-TEXT              PIC X(40)
                                         VALUE 'NO'.
       01  WS-CKPT-EOF                  PIC X           VALUE 'N'.
       01  WS-CKPT-DONE                 PIC 9(2)        VALUE 0.
       01  WS-CKPT-RUN                  PIC 9(8)        VALUE 0.

       01  WS-HIST-STATUS               PIC XX.
       01  WS-CKPT-STATUS               PIC XX.
       01  WS-BALRPT-STATUS             PIC XX.
       01  WS-REPORT-STATUS             PIC XX.
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.
       01  WS-PASS                      PIC X           VALUE '1'.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'AVCD_RUN_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF.
      * Pass 1 finds which night to report on; pass 2 books that
      * night's steps and the earlier runs behind each average.
           MOVE '1' TO WS-PASS.
                   MOVE WS-AVG-ELAPSED TO WS-AVG-TEXT(1:7)
           END-IF.

      * The checkpoint holds one ACTIVE record per step completed so
      * far when a restart is pending, or a single COMPLETE record.
       READ-RESTART-STATE.
           OPEN INPUT SUITE-CKPT.
           IF WS-CKPT-STATUS NOT = '00'
                   MOVE 'NO CHECKPOINT ON FILE' TO WS-RESTART-TEXT
           ELSE
                   MOVE 'NO CHECKPOINT ON FILE' TO WS-RESTART-TEXT
                   PERFORM UNTIL WS-CKPT-EOF = 'Y'
                           READ SUITE-CKPT
                                   AT END MOVE 'Y' TO WS-CKPT-EOF
                                   NOT AT END
                                     MOVE 'NO' TO WS-RESTART-TEXT
                                     IF DRV-CKPT-MARKER = 'ACTIVE'
                                       ADD 1 TO WS-CKPT-DONE
                                       MOVE DRV-CKPT-DATE
                                               TO WS-CKPT-RUN
                                     END-IF
                           END-READ
                   END-PERFORM
                   CLOSE SUITE-CKPT
                   IF WS-CKPT-DONE > 0
                           MOVE SPACES TO WS-RESTART-TEXT
                           STRING 'YES -- '  DELIMITED BY SIZE
                                   WS-CKPT-DONE DELIMITED BY SIZE
                                   ' STEP(S) COMPLETE OF '
                                             DELIMITED BY SIZE
                                   WS-CKPT-RUN DELIMITED BY SIZE
                                   INTO WS-RESTART-TEXT
                   END-IF
           END-IF.

       READ-BALANCING-VERDICT.
