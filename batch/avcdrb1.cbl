      * ---------------------------------------------------------------
      * Results master and sonar archive rebuild
      * ---------------------------------------------------------------
      * The results master avcdmstr.dat and the sonar archive
      * avcdhist.dat are the two indexed files in the shop with no
      * backup of their own. This utility rebuilds both from what
      * the suite already keeps, and proves the rebuild before any
      * of it is trusted:
      *   1. every MASTER-RECORD AVCDPG1 ever purged is reloaded
      *      from the purge archive avcdpg1.arc;
      *   2. every night AVCDHK1 still holds an input.txt generation
      *      for is replayed, oldest first, through AVCDRP1 (staged
      *      from its retained generations into replay.G<date>), and
      *      the replayed results and the readings AVCDAR1 loaded
      *      from the retained feed are taken from the sandbox files
      *      and re-dated to the night they belong to;
      *   3. every retained generation of the reports of the
      *      programs a replay cannot reproduce is read back, and
      *      the results each one posted (repeated at its foot as
      *      RESULTS POSTED) are reloaded;
      *   4. every correction in the register avcdcorr.dat is
      *      applied again, so a result corrected through AVCDMT1
      *      stays corrected.
      * An archived record is the original posting: a replay never
      * replaces it. AVCD1P3 (whose results describe the whole trend
      * file) and AVCDEF1 (the rolling nights of the master) are
      * cumulative, AVCDSB1 (judged against the archive baseline)
      * and AVCDWO1 (the consecutive-night component history) depend
      * on history a sandbox does not hold, and AVCD2P3 is a hand-run
      * reconciliation, not a suite step; none can be reproduced by
      * a one-night replay, so they are taken from the archive and
      * their retained reports (step 3). AVCDPG1 posts nothing.
      *
      * The rebuild goes into avcdmstr.rbd and avcdhist.rbd; the live
      * files are only read, to list the nights they hold. A run
      * without INSTALL is therefore the quarterly rehearsal, safe
      * against the production directory or a copy of it, and its
      * report shows what a real recovery would get back.
      *
      * Proof: for every night with a retained avcdbal.dat
      * generation, each step's control-total records for that night
      * are counted against the rebuilt master records of the same
      * program -- a posting program must have at least one record
      * and no more records than runs (a rerun balances twice but
      * posts to the same key) -- and the readings rebuilt for the
      * night must equal the WRITTEN count of its last AVCDAR1
      * control-total record. Steps that post nothing to the master
      * (AVCDFM1, AVCDPG1, AVCD2P8) are listed but not judged. Every
      * key the live master holds is looked up in the rebuild, and
      * each one missing is listed. Every night is reported as
      * PROVEN, RECOVERED NOT PROVEN (no balancing history left),
      * PROOF FAILED or NOT RECOVERED (no archive record and no
      * retained feed, its replay failed, or live records missing
      * from the rebuild); readings the live archive holds for a
      * night with no retained feed are reported as not recovered.
      * Report avcdrb1.rpt; the
      * AVCDRP1 console output and comparison report of every replay
      * are collected in avcdrb1.log.
      *
      * Run parameter token:
      *   INSTALL   once the proof holds, save the live files as
      *             <name>.PRE<run-date> and copy the rebuilt files
      *             over them (an operator override, recorded in the
      *             avcdaud.dat audit trail before any file is
      *             touched); refused when any night fails its proof
      *             or any night or reading was not recovered
      * Return code 8 when a proof fails, 4 when any night or reading
      * could not be recovered or proven, 16 on a file error.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDRB1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LIVE-MASTER ASSIGN TO 'avcdmstr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LVM-KEY
               FILE STATUS IS WS-LVMSTR-STATUS.
       SELECT LIVE-HIST ASSIGN TO 'avcdhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LVH-KEY
               FILE STATUS IS WS-LVHIST-STATUS.
       SELECT REBUILD-MASTER ASSIGN TO 'avcdmstr.rbd'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       SELECT REBUILD-HIST ASSIGN TO 'avcdhist.rbd'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-STATUS.
       SELECT REPLAY-MASTER ASSIGN TO DYNAMIC WS-RPMSTR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPM-KEY
               FILE STATUS IS WS-RPMSTR-STATUS.
       SELECT REPLAY-HIST ASSIGN TO DYNAMIC WS-RPHIST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPH-KEY
               FILE STATUS IS WS-RPHIST-STATUS.
       SELECT OPTIONAL CORR-REGISTER ASSIGN TO 'avcdcorr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-CORR-STATUS.
       SELECT OPTIONAL ARC-FILE ASSIGN TO 'avcdpg1.arc'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
       SELECT BAL-GEN-FILE ASSIGN TO DYNAMIC WS-BALGEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALGEN-STATUS.
       SELECT RPT-GEN-FILE ASSIGN TO DYNAMIC WS-RPTGEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTGEN-STATUS.
       SELECT LIST-FILE ASSIGN TO 'avcdrb1.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
       SELECT REBUILD-REPORT ASSIGN TO 'avcdrb1.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'avcdaud.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-MASTER.
       01  LIVE-MASTER-RECORD.
           05  LVM-KEY.
               10  LVM-RUN-DATE         PIC 9(8).
               10  LVM-PROGRAM          PIC X(8).
               10  LVM-DATASET          PIC X(44).
           05  LVM-RESULTS              PIC X(120).

       FD  LIVE-HIST.
       COPY avcdhist REPLACING ==HIST-RECORD== BY ==LIVE-HIST-RECORD==
                               LEADING ==HST-== BY ==LVH-==.

       FD  REBUILD-MASTER.
       COPY avcdmstr.

       FD  REBUILD-HIST.
       COPY avcdhist.

       FD  REPLAY-MASTER.
       01  REPLAY-RECORD.
           05  RPM-KEY.
               10  RPM-RUN-DATE         PIC 9(8).
               10  RPM-PROGRAM          PIC X(8).
               10  RPM-DATASET          PIC X(44).
           05  RPM-RESULTS              PIC X(120).

       FD  REPLAY-HIST.
       COPY avcdhist REPLACING ==HIST-RECORD== BY ==REPLAY-HIST-RECORD==
                               LEADING ==HST-== BY ==RPH-==.

       FD  CORR-REGISTER.
       COPY avcdcorr.

       FD  ARC-FILE.
       01  ARC-LINE                     PIC X(180).

       FD  BAL-GEN-FILE.
       01  BAL-GEN-LINE                 PIC X(132).

       FD  RPT-GEN-FILE.
       01  RPT-GEN-LINE                 PIC X(132).

       FD  LIST-FILE.
       01  LIST-LINE                    PIC X(132).

       FD  REBUILD-REPORT.
       01  REPORT-LINE                  PIC X(132).

       FD  AUDIT-FILE.
       COPY avcdaud.

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-LIST-EOF                  PIC X           VALUE 'N'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).
       01  WS-INSTALL-FLAG              PIC X           VALUE 'N'.
           88  INSTALL-REQUESTED                        VALUE 'Y'.

       01  WS-CMD                       PIC X(300).
       01  WS-SYS-RC                    PIC S9(9)       VALUE 0.
       01  WS-SYS-EXIT                  PIC S9(9)       VALUE 0.
       01  WS-SANDBOX                   PIC X(20)       VALUE SPACES.
       01  WS-RPMSTR-NAME               PIC X(80)       VALUE SPACES.
       01  WS-RPHIST-NAME               PIC X(80)       VALUE SPACES.
       01  WS-BALGEN-NAME               PIC X(80)       VALUE SPACES.
       01  WS-RPTGEN-NAME               PIC X(80)       VALUE SPACES.

      * One entry per night known to any source -- live master, live
      * archive, purge archive, retained feed or balancing history
      * -- kept in date order so the report reads oldest first.
      *   WS-DT-REPLAY  P = retained feed found, Y = replayed,
      *                 F = replay failed, space = no retained feed
      *   WS-DT-BAL     Y = a balancing generation holds the night
       01  WS-DATE-COUNT                PIC 9(4)        VALUE 0.
       01  WS-DATE-IDX                  PIC 9(4)        VALUE 0.
       01  WS-DATE-POS                  PIC 9(4)        VALUE 0.
       01  WS-SHIFT-IDX                 PIC 9(4)        VALUE 0.
       01  WS-NIGHT-IDX                 PIC 9(4)        VALUE 0.
       01  WS-FIND-DATE                 PIC 9(8)        VALUE 0.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY            OCCURS 1000 TIMES.
               10  WS-DT-DATE           PIC 9(8).
               10  WS-DT-REPLAY         PIC X.
               10  WS-DT-BAL            PIC X.
               10  WS-DT-ARC            PIC 9(5).
               10  WS-DT-LIVE           PIC 9(5).
               10  WS-DT-REBUILT        PIC 9(5).
               10  WS-DT-MISSING        PIC 9(5).
               10  WS-DT-HIST-LIVE      PIC 9(9).
               10  WS-DT-HIST-REBUILT   PIC 9(9).
               10  WS-DT-HIST-BAL       PIC 9(9).
               10  WS-DT-HIST-BAL-SEEN  PIC X.

      * Control-total runs and rebuilt records per night + program,
      * for the nights that still have balancing history.
       01  WS-PGM-COUNT                 PIC 9(4)        VALUE 0.
       01  WS-PC-IDX                    PIC 9(4)        VALUE 0.
       01  WS-PC-FOUND                  PIC 9(4)        VALUE 0.
       01  WS-FIND-PROGRAM              PIC X(8)        VALUE SPACES.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY             OCCURS 2000 TIMES.
               10  WS-PC-DATE           PIC 9(8).
               10  WS-PC-PROGRAM        PIC X(8).
               10  WS-PC-BAL            PIC 9(5).
               10  WS-PC-MST            PIC 9(5).

      * Balancing-generation parse, one control-total record:
      *   STEP <name> DATE: <d> READ: <r> ACCEPTED: <a>
      *   REJECTED: <j> WRITTEN: <w>
       01  WS-BAL-DATE                  PIC 9(8)        VALUE 0.
       01  WS-TOK-TABLE.
           05  WS-TOK                   PIC X(20) OCCURS 12 TIMES.

      * Retained report reload: the report whose generations are
      * read, its generation-name prefix, and the results line a
      * RESULTS POSTED line announces.
      *   RESULTS POSTED <date> <program> <dataset>
      *       <results>
       01  WS-RPT-NAME                  PIC X(20)       VALUE SPACES.
       01  WS-RPT-PREFIX                PIC X(24)       VALUE SPACES.
       01  WS-RPT-PTR                   PIC 9(3)        VALUE 0.
       01  WS-RPT-DATE-TXT              PIC X(8)        VALUE SPACES.
       01  WS-RPT-PROGRAM               PIC X(8)        VALUE SPACES.
       01  WS-RPT-DATASET               PIC X(44)       VALUE SPACES.
       01  WS-RPT-PENDING               PIC X           VALUE 'N'.

      * Proof of one night.
       01  WS-NIGHT-DATE                PIC 9(8)        VALUE 0.
       01  WS-NIGHT-RES-CNT             PIC 9(5)        VALUE 0.
       01  WS-NIGHT-RDG-CNT             PIC 9(9)        VALUE 0.
       01  WS-NIGHT-FAILED              PIC X           VALUE 'N'.
       01  WS-NIGHT-VERDICT             PIC X(60)       VALUE SPACES.
       01  WS-STEP-VERDICT              PIC X(30)       VALUE SPACES.
       01  WS-PROOF-PROGRAM             PIC X(8)        VALUE SPACES.
           88  WS-NO-MASTER-POSTING     VALUE 'AVCDFM1' 'AVCDPG1'
                                              'AVCD2P8'.
           88  WS-CUMULATIVE-RESULT     VALUE 'AVCD1P3' 'AVCDEF1'
                                              'AVCDSB1' 'AVCDWO1'.

       01  WS-LIVE-MST-TOTAL            PIC 9(9)        VALUE 0.
       01  WS-LIVE-HIST-TOTAL           PIC 9(9)        VALUE 0.
       01  WS-ARC-LOADED-CNT            PIC 9(9)        VALUE 0.
       01  WS-RETAINED-CNT              PIC 9(4)        VALUE 0.
       01  WS-REPLAYED-CNT              PIC 9(9)        VALUE 0.
       01  WS-ARC-KEPT-CNT              PIC 9(9)        VALUE 0.
       01  WS-CUMUL-SKIP-CNT            PIC 9(9)        VALUE 0.
       01  WS-RELOADED-CNT              PIC 9(9)        VALUE 0.
       01  WS-RPT-GEN-CNT               PIC 9(5)        VALUE 0.
       01  WS-RPT-LOADED-CNT            PIC 9(9)        VALUE 0.
       01  WS-RPT-HELD-CNT              PIC 9(9)        VALUE 0.
       01  WS-MISSING-TOTAL             PIC 9(9)        VALUE 0.
       01  WS-CORR-APPLIED-CNT          PIC 9(5)        VALUE 0.
       01  WS-CORR-DELETED-CNT          PIC 9(5)        VALUE 0.
       01  WS-REBUILT-MST-TOTAL         PIC 9(9)        VALUE 0.
       01  WS-REBUILT-HIST-TOTAL        PIC 9(9)        VALUE 0.
       01  WS-PROVEN-CNT                PIC 9(4)        VALUE 0.
       01  WS-UNPROVEN-CNT              PIC 9(4)        VALUE 0.
       01  WS-FAILED-CNT                PIC 9(4)        VALUE 0.
       01  WS-LOST-CNT                  PIC 9(4)        VALUE 0.
       01  WS-HIST-LOST-CNT             PIC 9(4)        VALUE 0.

      * Install: live file, rebuilt file, saved copy.
       01  WS-INST-LIVE                 PIC X(20)       VALUE SPACES.
       01  WS-INST-RBD                  PIC X(20)       VALUE SPACES.

      * FILE STATUS on every SELECT, checked after every OPEN/READ/
      * WRITE so a failure aborts the run with a clear message -- a
      * rebuild that half-writes silently is worse than none.
       01  WS-LVMSTR-STATUS             PIC XX.
       01  WS-LVHIST-STATUS             PIC XX.
       01  WS-MASTER-STATUS             PIC XX.
       01  WS-HIST-STATUS               PIC XX.
       01  WS-RPMSTR-STATUS             PIC XX.
       01  WS-RPHIST-STATUS             PIC XX.
       01  WS-CORR-STATUS               PIC XX.
       01  WS-ARC-STATUS                PIC XX.
       01  WS-BALGEN-STATUS             PIC XX.
       01  WS-RPTGEN-STATUS             PIC XX.
       01  WS-LIST-STATUS               PIC XX.
       01  WS-REPORT-STATUS             PIC XX.
       01  WS-ERR-STATUS                PIC XX.
       01  WS-ERR-FILE                  PIC X(20).
       01  WS-ERR-OP                    PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.

      * Operator override audit: an override that changes persistent
      * data appends one record (wall-clock date and time, program,
      * keyword, parameters in force, login) to avcdaud.dat, which
      * is only ever extended -- AVCDAU1 lists it. A missing trail
      * is started; any other failure is a console warning.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-AUD-DATE                  PIC 9(8)        VALUE 0.
       01  WS-AUD-TIME                  PIC 9(8)        VALUE 0.
       01  WS-AUD-USER                  PIC X(12)       VALUE SPACES.
       01  WS-AUD-KEYWORD               PIC X(12)       VALUE SPACES.
       01  WS-AUD-PARMS                 PIC X(100)      VALUE SPACES.

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
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' REBUILDING RESULTS '
                   'MASTER AND SONAR ARCHIVE'.
           PERFORM OPEN-REBUILD-REPORT.
           PERFORM SURVEY-LIVE-FILES.
           PERFORM CREATE-REBUILD-FILES.
           PERFORM LOAD-PURGE-ARCHIVE.
           PERFORM LIST-RETAINED-NIGHTS.
           PERFORM REPLAY-RETAINED-NIGHTS.
           PERFORM RELOAD-RETAINED-REPORTS.
           PERFORM APPLY-CORRECTIONS.
           CLOSE REBUILD-MASTER.
           CLOSE REBUILD-HIST.
           PERFORM LOAD-BALANCING-HISTORY.
           PERFORM COUNT-REBUILT-FILES.
           PERFORM CHECK-LIVE-RECOVERED.
           PERFORM PROVE-REBUILD.
           PERFORM WRITE-REBUILD-SUMMARY.
           IF INSTALL-REQUESTED
                   PERFORM INSTALL-REBUILD
           END-IF.
           CLOSE REBUILD-REPORT.
           DISPLAY 'NIGHTS PROVEN: ' WS-PROVEN-CNT
                   ' NOT PROVEN: ' WS-UNPROVEN-CNT
                   ' FAILED: ' WS-FAILED-CNT
                   ' NOT RECOVERED: ' WS-LOST-CNT.
           EVALUATE TRUE
                   WHEN WS-FAILED-CNT > 0
                           DISPLAY 'ERROR: REBUILD PROOF FAILED, SEE '
                                   'avcdrb1.rpt'
                           MOVE 8 TO RETURN-CODE
                   WHEN WS-UNPROVEN-CNT > 0 OR WS-LOST-CNT > 0
                           OR WS-HIST-LOST-CNT > 0
                           DISPLAY 'WARNING: NOT EVERY NIGHT COULD BE '
                                   'RECOVERED AND PROVEN, SEE '
                                   'avcdrb1.rpt'
                           MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                           MOVE 0 TO RETURN-CODE
           END-EVALUATE.
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
                           WHEN 'INSTALL'
                                   SET INSTALL-REQUESTED TO TRUE
                           WHEN OTHER
                                   DISPLAY 'ERROR: UNRECOGNISED '
                                           'PARAMETER TOKEN '
                                           WS-PARM-TOK(WS-TOK-IDX)
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                   END-EVALUATE
                   ADD 1 TO WS-TOK-IDX
           END-PERFORM.

       OPEN-REBUILD-REPORT.
           OPEN OUTPUT REBUILD-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN avcdrb1.rpt, FILE '
                           'STATUS ' WS-REPORT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' REBUILD OF avcdmstr.dat INTO avcdmstr.rbd AND '
                                   DELIMITED BY SIZE
                   'avcdhist.dat INTO avcdhist.rbd'
                                   DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * ---------------------------------------------------------------
      * The live files, where they can still be read, say which
      * nights a recovery has to get back.
      * ---------------------------------------------------------------
       SURVEY-LIVE-FILES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LIVE-MASTER.
           IF WS-LVMSTR-STATUS NOT = '00'
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NOTE: LIVE avcdmstr.dat UNREADABLE, FILE '
                                   DELIMITED BY SIZE
                           'STATUS ' DELIMITED BY SIZE
                           WS-LVMSTR-STATUS DELIMITED BY SIZE
                           ' -- NIGHTS ARE TAKEN FROM THE ARCHIVE AND '
                                   DELIMITED BY SIZE
                           'RETAINED GENERATIONS ONLY'
                                   DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ LIVE-MASTER NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           PERFORM NOTE-LIVE-RESULT
                           END-READ
                   END-PERFORM
                   CLOSE LIVE-MASTER
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LIVE-HIST.
           IF WS-LVHIST-STATUS NOT = '00'
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NOTE: LIVE avcdhist.dat UNREADABLE, FILE '
                                   DELIMITED BY SIZE
                           'STATUS ' DELIMITED BY SIZE
                           WS-LVHIST-STATUS DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ LIVE-HIST NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           PERFORM NOTE-LIVE-READING
                           END-READ
                   END-PERFORM
                   CLOSE LIVE-HIST
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LIVE MASTER RECORDS: ' DELIMITED BY SIZE
                   WS-LIVE-MST-TOTAL DELIMITED BY SIZE
                   ' LIVE ARCHIVED READINGS: ' DELIMITED BY SIZE
                   WS-LIVE-HIST-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       NOTE-LIVE-RESULT.
           ADD 1 TO WS-LIVE-MST-TOTAL.
           MOVE LVM-RUN-DATE TO WS-FIND-DATE.
           PERFORM FIND-DATE-ENTRY.
           ADD 1 TO WS-DT-LIVE(WS-DATE-IDX).

       NOTE-LIVE-READING.
           ADD 1 TO WS-LIVE-HIST-TOTAL.
           MOVE LVH-RUN-DATE TO WS-FIND-DATE.
           PERFORM FIND-DATE-ENTRY.
           ADD 1 TO WS-DT-HIST-LIVE(WS-DATE-IDX).

      * Locate the entry for WS-FIND-DATE in WS-DATE-IDX, inserting
      * it in date order when the night is new. Sources arrive in
      * key order, so the entry last found is tried first.
       FIND-DATE-ENTRY.
           IF WS-DATE-IDX > 0 AND WS-DATE-IDX <= WS-DATE-COUNT
                   AND WS-DT-DATE(WS-DATE-IDX) = WS-FIND-DATE
                   CONTINUE
           ELSE
                   MOVE 0 TO WS-DATE-POS
                   PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                           UNTIL WS-DATE-IDX > WS-DATE-COUNT
                           OR WS-DATE-POS > 0
                           IF WS-DT-DATE(WS-DATE-IDX)
                                   NOT < WS-FIND-DATE
                                   MOVE WS-DATE-IDX TO WS-DATE-POS
                           END-IF
                   END-PERFORM
                   IF WS-DATE-POS > 0
                           AND WS-DT-DATE(WS-DATE-POS) = WS-FIND-DATE
                           MOVE WS-DATE-POS TO WS-DATE-IDX
                   ELSE
                           PERFORM INSERT-DATE-ENTRY
                   END-IF
           END-IF.

       INSERT-DATE-ENTRY.
           IF WS-DATE-COUNT >= 1000
                   DISPLAY 'ERROR: MORE THAN 1000 NIGHTS TO REBUILD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF WS-DATE-POS = 0
                   COMPUTE WS-DATE-POS = WS-DATE-COUNT + 1
           ELSE
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-DATE-COUNT
                           BY -1 UNTIL WS-SHIFT-IDX < WS-DATE-POS
                           MOVE WS-DATE-ENTRY(WS-SHIFT-IDX)
                                   TO WS-DATE-ENTRY(WS-SHIFT-IDX + 1)
                   END-PERFORM
           END-IF.
           ADD 1 TO WS-DATE-COUNT.
           MOVE WS-DATE-POS TO WS-DATE-IDX.
           INITIALIZE WS-DATE-ENTRY(WS-DATE-IDX).
           MOVE WS-FIND-DATE TO WS-DT-DATE(WS-DATE-IDX).

      * Locate (or add) the entry for WS-FIND-DATE + WS-FIND-PROGRAM
      * in WS-PC-FOUND.
       FIND-PGM-ENTRY.
           MOVE 0 TO WS-PC-FOUND.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PGM-COUNT OR WS-PC-FOUND > 0
                   IF WS-PC-DATE(WS-PC-IDX) = WS-FIND-DATE
                           AND WS-PC-PROGRAM(WS-PC-IDX)
                                   = WS-FIND-PROGRAM
                           MOVE WS-PC-IDX TO WS-PC-FOUND
                   END-IF
           END-PERFORM.
           IF WS-PC-FOUND = 0
                   IF WS-PGM-COUNT >= 2000
                           DISPLAY 'ERROR: MORE THAN 2000 NIGHT AND '
                                   'PROGRAM TOTALS TO PROVE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PC-FOUND
                   MOVE WS-FIND-DATE TO WS-PC-DATE(WS-PC-FOUND)
                   MOVE WS-FIND-PROGRAM TO WS-PC-PROGRAM(WS-PC-FOUND)
                   MOVE 0 TO WS-PC-BAL(WS-PC-FOUND)
                             WS-PC-MST(WS-PC-FOUND)
           END-IF.

       CREATE-REBUILD-FILES.
           OPEN OUTPUT REBUILD-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'REBUILD-MASTER' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           CLOSE REBUILD-MASTER.
           OPEN I-O REBUILD-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'REBUILD-MASTER' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           OPEN OUTPUT REBUILD-HIST.
           IF WS-HIST-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'REBUILD-HIST' TO WS-ERR-FILE
                   MOVE WS-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           CLOSE REBUILD-HIST.
           OPEN I-O REBUILD-HIST.
           IF WS-HIST-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'REBUILD-HIST' TO WS-ERR-FILE
                   MOVE WS-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

      * ---------------------------------------------------------------
      * Step 1: the purge archive. A record archived twice (a purge
      * that failed between its archive write and its delete) loads
      * once.
      * ---------------------------------------------------------------
       LOAD-PURGE-ARCHIVE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ARC-FILE.
           IF WS-ARC-STATUS NOT = '00' AND WS-ARC-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'ARC-FILE' TO WS-ERR-FILE
                   MOVE WS-ARC-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ ARC-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM LOAD-ARCHIVED-RESULT
                   END-READ
           END-PERFORM.
           CLOSE ARC-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PURGE ARCHIVE avcdpg1.arc: ' DELIMITED BY SIZE
                   WS-ARC-LOADED-CNT DELIMITED BY SIZE
                   ' RECORDS LOADED' DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-ARCHIVED-RESULT.
           MOVE ARC-LINE TO MASTER-RECORD.
           WRITE MASTER-RECORD.
           IF WS-MASTER-STATUS = '22'
                   REWRITE MASTER-RECORD
           ELSE
                   ADD 1 TO WS-ARC-LOADED-CNT
                   MOVE MST-RUN-DATE TO WS-FIND-DATE
                   PERFORM FIND-DATE-ENTRY
                   ADD 1 TO WS-DT-ARC(WS-DATE-IDX)
           END-IF.
           IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'REBUILD-MASTER' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

      * ---------------------------------------------------------------
      * Step 2: every night with a retained input.txt generation.
      * ---------------------------------------------------------------
       LIST-RETAINED-NIGHTS.
           MOVE 'ls -1 input.txt.G* > avcdrb1.tmp 2>/dev/null'
                   TO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO WS-LIST-EOF.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = '00'
                   PERFORM UNTIL WS-LIST-EOF = 'Y'
                           READ LIST-FILE
                                   AT END MOVE 'Y' TO WS-LIST-EOF
                                   NOT AT END
                                           PERFORM NOTE-RETAINED-NIGHT
                           END-READ
                   END-PERFORM
                   CLOSE LIST-FILE
           END-IF.
           MOVE 'rm -f avcdrb1.tmp' TO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RETAINED input.txt GENERATIONS: ' DELIMITED BY SIZE
                   WS-RETAINED-CNT DELIMITED BY SIZE
                   ' -- REPLAY LOG IN avcdrb1.log' DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       NOTE-RETAINED-NIGHT.
      * input.txt.G<yyyymmdd> and nothing after it.
           IF LIST-LINE(1:11) = 'input.txt.G'
                   AND LIST-LINE(12:8) IS NUMERIC
                   AND LIST-LINE(20:1) = SPACE
                   MOVE LIST-LINE(12:8) TO WS-FIND-DATE
                   PERFORM FIND-DATE-ENTRY
                   MOVE 'P' TO WS-DT-REPLAY(WS-DATE-IDX)
                   ADD 1 TO WS-RETAINED-CNT
           END-IF.

       REPLAY-RETAINED-NIGHTS.
           MOVE 'rm -f avcdrb1.log' TO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-DATE-COUNT
                   IF WS-DT-REPLAY(WS-NIGHT-IDX) = 'P'
                           PERFORM REPLAY-ONE-NIGHT
                   END-IF
           END-PERFORM.

      * AVCDRP1 stages the night's generations, seeds the voyage and
      * runs the suite in replay.G<date>; its return code 4 only
      * says the replay differs from the live master, which is what
      * a damaged master would do. The sandbox is left in place, as
      * AVCDRP1 leaves it, for inspection.
       REPLAY-ONE-NIGHT.
           MOVE WS-DT-DATE(WS-NIGHT-IDX) TO WS-NIGHT-DATE.
           MOVE 0 TO WS-NIGHT-RES-CNT WS-NIGHT-RDG-CNT.
           MOVE SPACES TO WS-SANDBOX.
           STRING 'replay.G'       DELIMITED BY SIZE
                   WS-NIGHT-DATE   DELIMITED BY SIZE
                   INTO WS-SANDBOX.
           DISPLAY 'REPLAYING NIGHT ' WS-NIGHT-DATE.
           MOVE SPACES TO WS-CMD.
           STRING './avcdrp1 DATE ' DELIMITED BY SIZE
                   WS-NIGHT-DATE   DELIMITED BY SIZE
                   ' >> avcdrb1.log 2>&1' DELIMITED BY SIZE
                   INTO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE RETURN-CODE TO WS-SYS-RC.
           MOVE 0 TO RETURN-CODE.
           COMPUTE WS-SYS-EXIT = FUNCTION INTEGER-PART(
                   WS-SYS-RC / 256).
           MOVE 'cat avcdrp1.rpt >> avcdrb1.log 2>/dev/null'
                   TO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYS-EXIT > 4
                   MOVE 'F' TO WS-DT-REPLAY(WS-NIGHT-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING '** NIGHT ' DELIMITED BY SIZE
                           WS-NIGHT-DATE DELIMITED BY SIZE
                           ' NOT REPLAYED: AVCDRP1 RETURN CODE '
                                   DELIMITED BY SIZE
                           WS-SYS-EXIT DELIMITED BY SIZE
                           ', SEE avcdrb1.log **' DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   PERFORM HARVEST-REPLAY-MASTER
           END-IF.
           IF WS-DT-REPLAY(WS-NIGHT-IDX) = 'Y'
                   PERFORM HARVEST-REPLAY-HISTORY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NIGHT ' DELIMITED BY SIZE
                           WS-NIGHT-DATE DELIMITED BY SIZE
                           ' REPLAYED IN ' DELIMITED BY SIZE
                           WS-SANDBOX DELIMITED BY SPACE
                           ': '    DELIMITED BY SIZE
                           WS-NIGHT-RES-CNT DELIMITED BY SIZE
                           ' RESULTS, ' DELIMITED BY SIZE
                           WS-NIGHT-RDG-CNT DELIMITED BY SIZE
                           ' READINGS' DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF.

       HARVEST-REPLAY-MASTER.
           MOVE SPACES TO WS-RPMSTR-NAME.
           STRING WS-SANDBOX       DELIMITED BY SPACE
                   '/avcdmstr.dat' DELIMITED BY SIZE
                   INTO WS-RPMSTR-NAME.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REPLAY-MASTER.
           IF WS-RPMSTR-STATUS NOT = '00'
                   MOVE 'F' TO WS-DT-REPLAY(WS-NIGHT-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING '** NIGHT ' DELIMITED BY SIZE
                           WS-NIGHT-DATE DELIMITED BY SIZE
                           ' NOT REPLAYED: NO MASTER WAS PRODUCED IN '
                                   DELIMITED BY SIZE
                           WS-SANDBOX DELIMITED BY SPACE
                           ' **'   DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ REPLAY-MASTER NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           PERFORM POST-REPLAYED-RESULT
                           END-READ
                   END-PERFORM
                   CLOSE REPLAY-MASTER
                   MOVE 'Y' TO WS-DT-REPLAY(WS-NIGHT-IDX)
           END-IF.

      * The sandbox posted under the day the replay ran; the record
      * belongs to the night replayed. An archived original of the
      * same key stands.
       POST-REPLAYED-RESULT.
           MOVE RPM-PROGRAM TO WS-PROOF-PROGRAM.
           IF WS-CUMULATIVE-RESULT OR RPM-PROGRAM = 'AVCDPG1'
                   ADD 1 TO WS-CUMUL-SKIP-CNT
           ELSE
                   MOVE REPLAY-RECORD TO MASTER-RECORD
                   MOVE WS-NIGHT-DATE TO MST-RUN-DATE
                   WRITE MASTER-RECORD
                   EVALUATE WS-MASTER-STATUS
                           WHEN '00'
                                   ADD 1 TO WS-REPLAYED-CNT
                                   ADD 1 TO WS-NIGHT-RES-CNT
                           WHEN '22'
                                   ADD 1 TO WS-ARC-KEPT-CNT
                           WHEN OTHER
                                   MOVE 'WRITE' TO WS-ERR-OP
                                   MOVE 'REBUILD-MASTER'
                                           TO WS-ERR-FILE
                                   MOVE WS-MASTER-STATUS
                                           TO WS-ERR-STATUS
                                   PERFORM ABORT-FILE-ERROR
                   END-EVALUATE
           END-IF.

      * The readings AVCDAR1 archived in the sandbox are the retained
      * feed re-loaded; a night whose replay loaded none is left for
      * the proof to judge.
       HARVEST-REPLAY-HISTORY.
           MOVE SPACES TO WS-RPHIST-NAME.
           STRING WS-SANDBOX       DELIMITED BY SPACE
                   '/avcdhist.dat' DELIMITED BY SIZE
                   INTO WS-RPHIST-NAME.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REPLAY-HIST.
           IF WS-RPHIST-STATUS NOT = '00'
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NOTE: NIGHT ' DELIMITED BY SIZE
                           WS-NIGHT-DATE DELIMITED BY SIZE
                           ' REPLAY ARCHIVED NO READINGS IN '
                                   DELIMITED BY SIZE
                           WS-SANDBOX DELIMITED BY SPACE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ REPLAY-HIST NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           PERFORM RELOAD-ONE-READING
                           END-READ
                   END-PERFORM
                   CLOSE REPLAY-HIST
           END-IF.

       RELOAD-ONE-READING.
           MOVE REPLAY-HIST-RECORD TO HIST-RECORD.
           MOVE WS-NIGHT-DATE TO HST-RUN-DATE.
           WRITE HIST-RECORD.
           IF WS-HIST-STATUS = '22'
                   REWRITE HIST-RECORD
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'REBUILD-HIST' TO WS-ERR-FILE
                   MOVE WS-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-RELOADED-CNT.
           ADD 1 TO WS-NIGHT-RDG-CNT.

      * ---------------------------------------------------------------
      * Step 3: the results a replay cannot reproduce, from every
      * retained generation of the reports that repeat them. A key
      * already held -- an archived original, or the same night
      * kept in two generations -- stands.
      * ---------------------------------------------------------------
       RELOAD-RETAINED-REPORTS.
           MOVE 'avcd1p3.rpt' TO WS-RPT-NAME.
           PERFORM RELOAD-REPORT-GENERATIONS.
           MOVE 'avcd2p3.rpt' TO WS-RPT-NAME.
           PERFORM RELOAD-REPORT-GENERATIONS.
           MOVE 'avcdef1.rpt' TO WS-RPT-NAME.
           PERFORM RELOAD-REPORT-GENERATIONS.
           MOVE 'avcdsb1.rpt' TO WS-RPT-NAME.
           PERFORM RELOAD-REPORT-GENERATIONS.
           MOVE 'avcdwo1.rpt' TO WS-RPT-NAME.
           PERFORM RELOAD-REPORT-GENERATIONS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RETAINED REPORT GENERATIONS: ' DELIMITED BY SIZE
                   WS-RPT-GEN-CNT  DELIMITED BY SIZE
                   ' -- '          DELIMITED BY SIZE
                   WS-RPT-LOADED-CNT DELIMITED BY SIZE
                   ' RESULTS RELOADED, ' DELIMITED BY SIZE
                   WS-RPT-HELD-CNT DELIMITED BY SIZE
                   ' ALREADY HELD' DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       RELOAD-REPORT-GENERATIONS.
           MOVE SPACES TO WS-RPT-PREFIX.
           MOVE 1 TO WS-RPT-PTR.
           STRING WS-RPT-NAME      DELIMITED BY SPACE
                   '.G'            DELIMITED BY SIZE
                   INTO WS-RPT-PREFIX WITH POINTER WS-RPT-PTR.
           MOVE SPACES TO WS-CMD.
           STRING 'ls -1 '         DELIMITED BY SIZE
                   WS-RPT-PREFIX   DELIMITED BY SPACE
                   '* > avcdrb1.tmp 2>/dev/null' DELIMITED BY SIZE
                   INTO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO WS-LIST-EOF.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = '00'
                   PERFORM UNTIL WS-LIST-EOF = 'Y'
                           READ LIST-FILE
                                   AT END MOVE 'Y' TO WS-LIST-EOF
                                   NOT AT END
                                           PERFORM READ-REPORT-GEN
                           END-READ
                   END-PERFORM
                   CLOSE LIST-FILE
           END-IF.
           MOVE 'rm -f avcdrb1.tmp' TO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.

       READ-REPORT-GEN.
      * <report>.G<yyyymmdd> and nothing after it.
           IF LIST-LINE(1:WS-RPT-PTR - 1)
                           = WS-RPT-PREFIX(1:WS-RPT-PTR - 1)
                   AND LIST-LINE(WS-RPT-PTR:8) IS NUMERIC
                   AND LIST-LINE(WS-RPT-PTR + 8:1) = SPACE
                   ADD 1 TO WS-RPT-GEN-CNT
                   MOVE LIST-LINE TO WS-RPTGEN-NAME
                   MOVE 'N' TO WS-EOF WS-RPT-PENDING
                   OPEN INPUT RPT-GEN-FILE
                   IF WS-RPTGEN-STATUS NOT = '00'
                           MOVE 'OPEN' TO WS-ERR-OP
                           MOVE 'RPT-GEN-FILE' TO WS-ERR-FILE
                           MOVE WS-RPTGEN-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ RPT-GEN-FILE
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           PERFORM TAKE-REPORT-LINE
                           END-READ
                   END-PERFORM
                   CLOSE RPT-GEN-FILE
           END-IF.

       TAKE-REPORT-LINE.
           IF WS-RPT-PENDING = 'Y'
                   MOVE 'N' TO WS-RPT-PENDING
                   PERFORM RELOAD-POSTED-RESULT
           ELSE
                   IF RPT-GEN-LINE(1:15) = 'RESULTS POSTED '
                           MOVE SPACES TO WS-RPT-DATE-TXT
                                   WS-RPT-PROGRAM WS-RPT-DATASET
                           UNSTRING RPT-GEN-LINE(16:)
                                   DELIMITED BY ALL SPACES
                                   INTO WS-RPT-DATE-TXT WS-RPT-PROGRAM
                                        WS-RPT-DATASET
                           IF WS-RPT-DATE-TXT IS NUMERIC
                                   AND WS-RPT-PROGRAM NOT = SPACES
                                   MOVE 'Y' TO WS-RPT-PENDING
                           END-IF
                   END-IF
           END-IF.

       RELOAD-POSTED-RESULT.
           MOVE WS-RPT-DATE-TXT TO MST-RUN-DATE.
           MOVE WS-RPT-PROGRAM TO MST-PROGRAM.
           MOVE WS-RPT-DATASET TO MST-DATASET.
           MOVE RPT-GEN-LINE(5:) TO MST-RESULTS.
           WRITE MASTER-RECORD.
           EVALUATE WS-MASTER-STATUS
                   WHEN '00'
                           ADD 1 TO WS-RPT-LOADED-CNT
                           MOVE MST-RUN-DATE TO WS-FIND-DATE
                           PERFORM FIND-DATE-ENTRY
                   WHEN '22'
                           ADD 1 TO WS-RPT-HELD-CNT
                   WHEN OTHER
                           MOVE 'WRITE' TO WS-ERR-OP
                           MOVE 'REBUILD-MASTER' TO WS-ERR-FILE
                           MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Step 4: the correction register, the latest correction to
      * each key applied over whatever steps 1 and 2 put there.
      * ---------------------------------------------------------------
       APPLY-CORRECTIONS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CORR-REGISTER.
           IF WS-CORR-STATUS = '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ CORR-REGISTER NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           PERFORM APPLY-ONE-CORRECTION
                           END-READ
                   END-PERFORM
                   CLOSE CORR-REGISTER
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CORRECTIONS APPLIED FROM avcdcorr.dat: '
                                   DELIMITED BY SIZE
                   WS-CORR-APPLIED-CNT DELIMITED BY SIZE
                   ' ADDED OR CHANGED, ' DELIMITED BY SIZE
                   WS-CORR-DELETED-CNT DELIMITED BY SIZE
                   ' DELETED'      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       APPLY-ONE-CORRECTION.
           MOVE COR-KEY TO MST-KEY.
           IF COR-DELETED
                   DELETE REBUILD-MASTER RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   ADD 1 TO WS-CORR-DELETED-CNT
                   END-DELETE
           ELSE
                   MOVE COR-RESULTS TO MST-RESULTS
                   WRITE MASTER-RECORD
                   IF WS-MASTER-STATUS = '22'
                           REWRITE MASTER-RECORD
                   END-IF
                   IF WS-MASTER-STATUS NOT = '00'
                           MOVE 'WRITE' TO WS-ERR-OP
                           MOVE 'REBUILD-MASTER' TO WS-ERR-FILE
                           MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-CORR-APPLIED-CNT
           END-IF.

      * ---------------------------------------------------------------
      * Proof: the retained balancing generations. In a catch-up run
      * a generation also carries the nights caught up before it, so
      * only the records dated for the generation's own night count.
      * ---------------------------------------------------------------
       LOAD-BALANCING-HISTORY.
           MOVE 'ls -1 avcdbal.dat.G* > avcdrb1.tmp 2>/dev/null'
                   TO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO WS-LIST-EOF.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = '00'
                   PERFORM UNTIL WS-LIST-EOF = 'Y'
                           READ LIST-FILE
                                   AT END MOVE 'Y' TO WS-LIST-EOF
                                   NOT AT END
                                           PERFORM READ-BALANCING-GEN
                           END-READ
                   END-PERFORM
                   CLOSE LIST-FILE
           END-IF.
           MOVE 'rm -f avcdrb1.tmp' TO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.

       READ-BALANCING-GEN.
      * avcdbal.dat.G<yyyymmdd> and nothing after it.
           IF LIST-LINE(1:13) = 'avcdbal.dat.G'
                   AND LIST-LINE(14:8) IS NUMERIC
                   AND LIST-LINE(22:1) = SPACE
                   MOVE LIST-LINE(14:8) TO WS-BAL-DATE
                   MOVE WS-BAL-DATE TO WS-FIND-DATE
                   PERFORM FIND-DATE-ENTRY
                   MOVE 'Y' TO WS-DT-BAL(WS-DATE-IDX)
                   MOVE LIST-LINE TO WS-BALGEN-NAME
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT BAL-GEN-FILE
                   IF WS-BALGEN-STATUS NOT = '00'
                           MOVE 'OPEN' TO WS-ERR-OP
                           MOVE 'BAL-GEN-FILE' TO WS-ERR-FILE
                           MOVE WS-BALGEN-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ BAL-GEN-FILE
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           PERFORM TALLY-BALANCE-LINE
                           END-READ
                   END-PERFORM
                   CLOSE BAL-GEN-FILE
           END-IF.

       TALLY-BALANCE-LINE.
           MOVE SPACES TO WS-TOK-TABLE.
           UNSTRING BAL-GEN-LINE DELIMITED BY ALL SPACES
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12).
           IF WS-TOK(1) = 'STEP' AND WS-TOK(3) = 'DATE:'
                   AND WS-TOK(4)(1:8) IS NUMERIC
                   AND WS-TOK(4)(1:8) = WS-BAL-DATE
                   MOVE WS-BAL-DATE TO WS-FIND-DATE
                   MOVE WS-TOK(2) TO WS-FIND-PROGRAM
                   PERFORM FIND-PGM-ENTRY
                   ADD 1 TO WS-PC-BAL(WS-PC-FOUND)
      * A rerun AVCDAR1 rewrites the same keys: its last count
      * is the night's archive.
                   IF WS-TOK(2) = 'AVCDAR1' AND WS-TOK(11) = 'WRITTEN:'
                           MOVE FUNCTION NUMVAL(WS-TOK(12))
                                   TO WS-DT-HIST-BAL(WS-DATE-IDX)
                           MOVE 'Y'
                                   TO WS-DT-HIST-BAL-SEEN(WS-DATE-IDX)
                   END-IF
           END-IF.

       COUNT-REBUILT-FILES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REBUILD-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'REBUILD-MASTER' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ REBUILD-MASTER NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM COUNT-REBUILT-RESULT
                   END-READ
           END-PERFORM.
           CLOSE REBUILD-MASTER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REBUILD-HIST.
           IF WS-HIST-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'REBUILD-HIST' TO WS-ERR-FILE
                   MOVE WS-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ REBUILD-HIST NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM COUNT-REBUILT-READING
                   END-READ
           END-PERFORM.
           CLOSE REBUILD-HIST.

       COUNT-REBUILT-RESULT.
           ADD 1 TO WS-REBUILT-MST-TOTAL.
           MOVE MST-RUN-DATE TO WS-FIND-DATE.
           PERFORM FIND-DATE-ENTRY.
           ADD 1 TO WS-DT-REBUILT(WS-DATE-IDX).
           IF WS-DT-BAL(WS-DATE-IDX) = 'Y'
                   MOVE MST-PROGRAM TO WS-FIND-PROGRAM
                   PERFORM FIND-PGM-ENTRY
                   ADD 1 TO WS-PC-MST(WS-PC-FOUND)
           END-IF.

       COUNT-REBUILT-READING.
           ADD 1 TO WS-REBUILT-HIST-TOTAL.
           MOVE HST-RUN-DATE TO WS-FIND-DATE.
           PERFORM FIND-DATE-ENTRY.
           ADD 1 TO WS-DT-HIST-REBUILT(WS-DATE-IDX).

      * Every record the live master still holds must be in the
      * rebuild: one that is not was lost, whatever the counts say.
       CHECK-LIVE-RECOVERED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LIVE-MASTER.
           IF WS-LVMSTR-STATUS = '00'
                   OPEN INPUT REBUILD-MASTER
                   IF WS-MASTER-STATUS NOT = '00'
                           MOVE 'OPEN' TO WS-ERR-OP
                           MOVE 'REBUILD-MASTER' TO WS-ERR-FILE
                           MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ LIVE-MASTER NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           PERFORM CHECK-ONE-LIVE-RESULT
                           END-READ
                   END-PERFORM
                   CLOSE REBUILD-MASTER
                   CLOSE LIVE-MASTER
                   MOVE SPACES TO REPORT-LINE
                   STRING 'LIVE MASTER RECORDS MISSING FROM THE '
                                   DELIMITED BY SIZE
                           'REBUILD: ' DELIMITED BY SIZE
                           WS-MISSING-TOTAL DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-LIVE-RESULT.
           MOVE LVM-KEY TO MST-KEY.
           READ REBUILD-MASTER
                   INVALID KEY
                           ADD 1 TO WS-MISSING-TOTAL
                           MOVE LVM-RUN-DATE TO WS-FIND-DATE
                           PERFORM FIND-DATE-ENTRY
                           ADD 1 TO WS-DT-MISSING(WS-DATE-IDX)
                           MOVE SPACES TO REPORT-LINE
                           STRING '** NOT IN THE REBUILD: '
                                           DELIMITED BY SIZE
                                   LVM-RUN-DATE DELIMITED BY SIZE
                                   ' '     DELIMITED BY SIZE
                                   LVM-PROGRAM DELIMITED BY SPACE
                                   ' '     DELIMITED BY SIZE
                                   LVM-DATASET DELIMITED BY SPACE
                                   ' **'   DELIMITED BY SIZE
                                   INTO REPORT-LINE
                           WRITE REPORT-LINE
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '23'
                   MOVE 'READ' TO WS-ERR-OP
                   MOVE 'REBUILD-MASTER' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

      * ---------------------------------------------------------------
      * One block per night, oldest first: what each source gave,
      * the step-by-step proof where balancing history remains, and
      * the night's verdict.
      * ---------------------------------------------------------------
       PROVE-REBUILD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PROOF BY NIGHT AGAINST THE RETAINED BALANCING HISTORY'
                   TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-DATE-COUNT
                   PERFORM PROVE-ONE-NIGHT
           END-PERFORM.

       PROVE-ONE-NIGHT.
           MOVE WS-DT-DATE(WS-NIGHT-IDX) TO WS-NIGHT-DATE.
           MOVE 'N' TO WS-NIGHT-FAILED.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NIGHT '         DELIMITED BY SIZE
                   WS-NIGHT-DATE   DELIMITED BY SIZE
                   '  MASTER LIVE ' DELIMITED BY SIZE
                   WS-DT-LIVE(WS-NIGHT-IDX) DELIMITED BY SIZE
                   ' ARCHIVED '    DELIMITED BY SIZE
                   WS-DT-ARC(WS-NIGHT-IDX) DELIMITED BY SIZE
                   ' REBUILT '     DELIMITED BY SIZE
                   WS-DT-REBUILT(WS-NIGHT-IDX) DELIMITED BY SIZE
                   ' MISSING '     DELIMITED BY SIZE
                   WS-DT-MISSING(WS-NIGHT-IDX) DELIMITED BY SIZE
                   '  READINGS LIVE ' DELIMITED BY SIZE
                   WS-DT-HIST-LIVE(WS-NIGHT-IDX) DELIMITED BY SIZE
                   ' REBUILT '     DELIMITED BY SIZE
                   WS-DT-HIST-REBUILT(WS-NIGHT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DT-REBUILT(WS-NIGHT-IDX) > 0
                   AND WS-DT-BAL(WS-NIGHT-IDX) = 'Y'
                   PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                           UNTIL WS-PC-IDX > WS-PGM-COUNT
                           IF WS-PC-DATE(WS-PC-IDX) = WS-NIGHT-DATE
                                   PERFORM PROVE-ONE-STEP
                           END-IF
                   END-PERFORM
                   IF WS-DT-HIST-BAL-SEEN(WS-NIGHT-IDX) = 'Y'
                           PERFORM PROVE-NIGHT-READINGS
                   END-IF
           END-IF.
           IF WS-DT-HIST-REBUILT(WS-NIGHT-IDX) = 0
                   AND WS-DT-HIST-LIVE(WS-NIGHT-IDX) > 0
                   ADD 1 TO WS-HIST-LOST-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '    ** READINGS NOT RECOVERED: '
                                   DELIMITED BY SIZE
                           WS-DT-HIST-LIVE(WS-NIGHT-IDX)
                                   DELIMITED BY SIZE
                           ' LIVE READINGS, NO RETAINED FEED **'
                                   DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF.
           EVALUATE TRUE
                   WHEN WS-DT-REBUILT(WS-NIGHT-IDX) = 0
                           AND WS-DT-REPLAY(WS-NIGHT-IDX) = 'F'
                           ADD 1 TO WS-LOST-CNT
                           MOVE '** NOT RECOVERED: THE REPLAY FAILED **'
                                   TO WS-NIGHT-VERDICT
                   WHEN WS-DT-REBUILT(WS-NIGHT-IDX) = 0
                           AND WS-DT-LIVE(WS-NIGHT-IDX) = 0
                           AND WS-DT-BAL(WS-NIGHT-IDX) NOT = 'Y'
      * Readings with no results of their own: the reading line
      * above carries the verdict.
                           MOVE 'NO MASTER RECORDS TO RECOVER'
                                   TO WS-NIGHT-VERDICT
                   WHEN WS-DT-REBUILT(WS-NIGHT-IDX) = 0
                           ADD 1 TO WS-LOST-CNT
                           MOVE '** NOT RECOVERED: NO ARCHIVE RECORD OR'
                                & ' RETAINED FEED **'
                                   TO WS-NIGHT-VERDICT
                   WHEN WS-DT-MISSING(WS-NIGHT-IDX) > 0
                           ADD 1 TO WS-LOST-CNT
                           MOVE SPACES TO WS-NIGHT-VERDICT
                           STRING '** NOT RECOVERED: ' DELIMITED BY SIZE
                                   WS-DT-MISSING(WS-NIGHT-IDX)
                                           DELIMITED BY SIZE
                                   ' LIVE RECORDS NOT REBUILT **'
                                           DELIMITED BY SIZE
                                   INTO WS-NIGHT-VERDICT
                   WHEN WS-DT-BAL(WS-NIGHT-IDX) NOT = 'Y'
                           ADD 1 TO WS-UNPROVEN-CNT
                           MOVE 'RECOVERED, NOT PROVEN: NO BALANCING '
                                & 'HISTORY' TO WS-NIGHT-VERDICT
                   WHEN WS-NIGHT-FAILED = 'Y'
                           ADD 1 TO WS-FAILED-CNT
                           MOVE '** PROOF FAILED **'
                                   TO WS-NIGHT-VERDICT
                   WHEN OTHER
                           ADD 1 TO WS-PROVEN-CNT
                           MOVE 'PROVEN' TO WS-NIGHT-VERDICT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    VERDICT: '  DELIMITED BY SIZE
                   WS-NIGHT-VERDICT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PROVE-ONE-STEP.
           MOVE WS-PC-PROGRAM(WS-PC-IDX) TO WS-PROOF-PROGRAM.
           EVALUATE TRUE
                   WHEN WS-NO-MASTER-POSTING
                           MOVE 'POSTS NO RESULTS'
                                   TO WS-STEP-VERDICT
                   WHEN WS-PC-BAL(WS-PC-IDX) = 0
                           MOVE 'NO CONTROL TOTALS'
                                   TO WS-STEP-VERDICT
                   WHEN WS-PC-MST(WS-PC-IDX) = 0
                           OR WS-PC-MST(WS-PC-IDX)
                                   > WS-PC-BAL(WS-PC-IDX)
                           MOVE 'Y' TO WS-NIGHT-FAILED
                           MOVE '** FAILED **' TO WS-STEP-VERDICT
                   WHEN OTHER
                           MOVE 'PROVEN' TO WS-STEP-VERDICT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    STEP '      DELIMITED BY SIZE
                   WS-PROOF-PROGRAM DELIMITED BY SIZE
                   ' CONTROL TOTALS ' DELIMITED BY SIZE
                   WS-PC-BAL(WS-PC-IDX) DELIMITED BY SIZE
                   ' REBUILT RECORDS ' DELIMITED BY SIZE
                   WS-PC-MST(WS-PC-IDX) DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-STEP-VERDICT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PROVE-NIGHT-READINGS.
           IF WS-DT-HIST-REBUILT(WS-NIGHT-IDX)
                   = WS-DT-HIST-BAL(WS-NIGHT-IDX)
                   MOVE 'PROVEN' TO WS-STEP-VERDICT
           ELSE
                   MOVE 'Y' TO WS-NIGHT-FAILED
                   MOVE '** FAILED **' TO WS-STEP-VERDICT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '    READINGS AVCDAR1 WRITTEN ' DELIMITED BY SIZE
                   WS-DT-HIST-BAL(WS-NIGHT-IDX) DELIMITED BY SIZE
                   ' RELOADED '    DELIMITED BY SIZE
                   WS-DT-HIST-REBUILT(WS-NIGHT-IDX) DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-STEP-VERDICT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REBUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REBUILT avcdmstr.rbd: ' DELIMITED BY SIZE
                   WS-REBUILT-MST-TOTAL DELIMITED BY SIZE
                   ' RECORDS, LIVE ' DELIMITED BY SIZE
                   WS-LIVE-MST-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    ARCHIVE '   DELIMITED BY SIZE
                   WS-ARC-LOADED-CNT DELIMITED BY SIZE
                   ', REPLAYED '   DELIMITED BY SIZE
                   WS-REPLAYED-CNT DELIMITED BY SIZE
                   ', REPLAYED BUT ARCHIVE KEPT ' DELIMITED BY SIZE
                   WS-ARC-KEPT-CNT DELIMITED BY SIZE
                   ', HISTORY-BOUND NOT TAKEN ' DELIMITED BY SIZE
                   WS-CUMUL-SKIP-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    RETAINED REPORTS ' DELIMITED BY SIZE
                   WS-RPT-LOADED-CNT DELIMITED BY SIZE
                   ', LIVE RECORDS NOT REBUILT ' DELIMITED BY SIZE
                   WS-MISSING-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REBUILT avcdhist.rbd: ' DELIMITED BY SIZE
                   WS-REBUILT-HIST-TOTAL DELIMITED BY SIZE
                   ' READINGS, LIVE ' DELIMITED BY SIZE
                   WS-LIVE-HIST-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NIGHTS: '       DELIMITED BY SIZE
                   WS-DATE-COUNT   DELIMITED BY SIZE
                   ' PROVEN: '     DELIMITED BY SIZE
                   WS-PROVEN-CNT   DELIMITED BY SIZE
                   ' RECOVERED NOT PROVEN: ' DELIMITED BY SIZE
                   WS-UNPROVEN-CNT DELIMITED BY SIZE
                   ' PROOF FAILED: ' DELIMITED BY SIZE
                   WS-FAILED-CNT   DELIMITED BY SIZE
                   ' NOT RECOVERED: ' DELIMITED BY SIZE
                   WS-LOST-CNT     DELIMITED BY SIZE
                   ' READINGS NOT RECOVERED: ' DELIMITED BY SIZE
                   WS-HIST-LOST-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * ---------------------------------------------------------------
      * INSTALL: only a rebuild whose proof holds and that lost
      * nothing replaces the live files, and the live files are kept
      * beside it.
      * ---------------------------------------------------------------
       INSTALL-REBUILD.
           IF WS-FAILED-CNT > 0 OR WS-LOST-CNT > 0
                   OR WS-HIST-LOST-CNT > 0
                   MOVE 'INSTALL REFUSED: THE PROOF FAILED OR NOT '
                        & 'EVERYTHING WAS RECOVERED -- LIVE FILES LEFT '
                        & 'UNTOUCHED' TO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY 'ERROR: INSTALL REFUSED, THE REBUILD PROOF '
                           'FAILED OR NOT EVERYTHING WAS RECOVERED'
           ELSE
                   MOVE 'REBUILD' TO WS-AUD-KEYWORD
                   MOVE SPACES TO WS-AUD-PARMS
                   STRING WS-RUN-PARM DELIMITED BY '  '
                           ' MASTER: '  DELIMITED BY SIZE
                           WS-REBUILT-MST-TOTAL DELIMITED BY SIZE
                           ' READINGS: ' DELIMITED BY SIZE
                           WS-REBUILT-HIST-TOTAL DELIMITED BY SIZE
                           INTO WS-AUD-PARMS
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 'avcdmstr.dat' TO WS-INST-LIVE
                   MOVE 'avcdmstr.rbd' TO WS-INST-RBD
                   PERFORM INSTALL-ONE-FILE
                   MOVE 'avcdhist.dat' TO WS-INST-LIVE
                   MOVE 'avcdhist.rbd' TO WS-INST-RBD
                   PERFORM INSTALL-ONE-FILE
           END-IF.

       INSTALL-ONE-FILE.
           MOVE SPACES TO WS-CMD.
           STRING 'if [ -f '       DELIMITED BY SIZE
                   WS-INST-LIVE    DELIMITED BY SPACE
                   ' ]; then cp '  DELIMITED BY SIZE
                   WS-INST-LIVE    DELIMITED BY SPACE
                   ' '             DELIMITED BY SIZE
                   WS-INST-LIVE    DELIMITED BY SPACE
                   '.PRE'          DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   '; fi && cp '   DELIMITED BY SIZE
                   WS-INST-RBD     DELIMITED BY SPACE
                   ' '             DELIMITED BY SIZE
                   WS-INST-LIVE    DELIMITED BY SPACE
                   INTO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE RETURN-CODE TO WS-SYS-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYS-RC NOT = 0
                   DISPLAY 'ERROR: INSTALL OF '
                           FUNCTION TRIM(WS-INST-RBD) ' OVER '
                           FUNCTION TRIM(WS-INST-LIVE) ' FAILED'
                   MOVE 'INSTALL FAILED -- SEE THE CONSOLE LOG'
                           TO REPORT-LINE
                   WRITE REPORT-LINE
                   CLOSE REBUILD-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'INSTALLED '     DELIMITED BY SIZE
                   WS-INST-RBD     DELIMITED BY SPACE
                   ' AS '          DELIMITED BY SIZE
                   WS-INST-LIVE    DELIMITED BY SPACE
                   ', PREVIOUS FILE SAVED AS ' DELIMITED BY SIZE
                   WS-INST-LIVE    DELIMITED BY SPACE
                   '.PRE'          DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY 'INSTALLED ' FUNCTION TRIM(WS-INST-RBD) ' AS '
                   FUNCTION TRIM(WS-INST-LIVE).

       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-AUD-USER FROM ENVIRONMENT-VALUE.
           IF WS-AUD-USER = SPACES
                   DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
                   ACCEPT WS-AUD-USER FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-AUD-USER = SPACES
                   MOVE 'UNKNOWN' TO WS-AUD-USER
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
                   AND WS-AUDIT-STATUS NOT = '05'
                   DISPLAY 'WARNING: OVERRIDE ' WS-AUD-KEYWORD
                           ' NOT AUDITED, avcdaud.dat FILE STATUS '
                           WS-AUDIT-STATUS
           ELSE
                   MOVE SPACES TO AUDIT-RECORD
                   MOVE WS-AUD-DATE TO AUD-DATE
                   MOVE WS-AUD-TIME(1:6) TO AUD-TIME
                   MOVE 'AVCDRB1' TO AUD-PROGRAM
                   MOVE WS-AUD-KEYWORD TO AUD-KEYWORD
                   MOVE WS-AUD-USER TO AUD-USER
                   MOVE WS-AUD-PARMS TO AUD-PARMS
                   WRITE AUDIT-RECORD
                   IF WS-AUDIT-STATUS NOT = '00'
                           DISPLAY 'WARNING: OVERRIDE ' WS-AUD-KEYWORD
                                   ' NOT AUDITED, avcdaud.dat FILE '
                                   'STATUS ' WS-AUDIT-STATUS
                   END-IF
                   CLOSE AUDIT-FILE
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
