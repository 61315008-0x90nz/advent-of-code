       01  WS-POLICY-COUNT              PIC 9(2)        VALUE 0.
       01  WS-POLICY-IDX                PIC 9(2)        VALUE 0.
       01  WS-POLICY-TABLE.
           05  WS-POLICY-ENTRY          OCCURS 60 TIMES.
               10  WS-POLICY-FILE       PIC X(80).
               10  WS-POLICY-KEEP       PIC 9(2).
       01  WS-CTL-NAME                  PIC X(80).
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
           PERFORM LOAD-RETENTION-POLICY.
           OPEN OUTPUT HK-REPORT.
           IF WS-REPORT-STATUS NOT = '00'

       LOAD-POLICY-LINE.
           IF CTL-LINE NOT = SPACES
                   IF WS-POLICY-COUNT >= 60
                           DISPLAY 'ERROR: MORE THAN 60 RETENTION '
                                   'POLICY ENTRIES'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdrv1.ctl' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdrv1.job' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd2p2.lim' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd2p2.voy' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd2p9.pln' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd1p2.cal' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'diagunits.txt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
      * Every suite step's flat outputs sit under the default policy
      * -- each is destroyed by the next night's OPEN OUTPUT, and
      * the dive-safety profile and the return-course certificate in
      * particular exist to be kept, not overwritten. The safety
      * envelope alerts are only rewritten on a night with a breach,
      * so a generation of them can hold an earlier night's alerts --
      * readers go by the RUN DATE inside, not the generation's name.
           MOVE 'avcd2p2.alert' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdfm1.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd2p9.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcddp1.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdtc1.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd1p3.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd2p4.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd2p5.crt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdrz1.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd2p6.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcd2p7.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdex1.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdce1.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdsb1.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdwo1.dat' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdwo1.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.
           MOVE 'avcdef1.rpt' TO WS-CTL-NAME.
           PERFORM ADD-DEFAULT-ENTRY.

       ADD-DEFAULT-ENTRY.
           ADD 1 TO WS-POLICY-COUNT.
