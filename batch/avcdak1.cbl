      * ---------------------------------------------------------------
      * Shore-side acknowledgement processing for the extract
      * ---------------------------------------------------------------
      * AVCDXT1 hands shore-side the pipe-delimited extract
      * avcdxt1.dat and registers it in avcdxreg.dat, but until now
      * nothing told us whether shore actually loaded it -- a failed
      * load surfaced only when someone ashore asked where last
      * week's numbers went. Shore now returns an acknowledgement
      * file, one line per extract it processed, in the extract's
      * own pipe-delimited style:
      *   A|<extract date>|<records loaded>|ACCEPTED|<remarks>
      *   A|<extract date>|<records loaded>|REJECTED|<reason>
      * This program matches each acknowledgement to the registered
      * extract with that H date, records the outcome in the
      * register, and flags a loaded count that differs from the
      * trailer count sent, a rejection, or an acknowledgement for
      * an extract we never registered. It then reviews the whole
      * register into avcdak1.rpt, flagging every extract still
      * unacknowledged DAYS days after it was last sent. A processed
      * acknowledgement file is moved aside as <name>.P<date><time>
      * so the same answers are not applied again over a resend.
      *
      * RESEND regenerates an extract from the master with the
      * filters it was originally cut with, its run-date range
      * capped at the extract date so records posted since do not
      * creep in, and writes it as avcdxt1.dat.R<extract date> with
      * the original H date for shore to match. RESEND ALL does so
      * for every extract still owed a good load (overdue, rejected
      * or mismatched); the register then awaits a fresh
      * acknowledgement for it. A regenerated count short of the
      * original (records since purged by AVCDPG1) is flagged.
      * Corrections are treated exactly as AVCDXT1 treats them: a
      * record corrected by AVCDMT1 is regenerated as an A amendment
      * record, deletions within the filters and amendments still
      * owed elsewhere are added, and each is marked sent in the
      * correction register avcdcorr.dat. The amendments the send
      * being replaced carried (stamped with its send date) go again,
      * so the regenerated count matches the original; any whose
      * key has been posted again since is retired as no longer owed
      * and listed.
      *
      * Run parameter tokens:
      *   DAYS <n>                 days before an unacknowledged
      *                            extract is overdue (default 3)
      *   RESEND <yyyymmdd>|ALL    regenerate for resend
      *   bare token               acknowledgement file (default
      *                            avcdxt1.ack)
      * Return code 4 when anything is flagged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDAK1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL REGISTER-FILE ASSIGN TO 'avcdxreg.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRG-EXTRACT-DATE
               FILE STATUS IS WS-REGISTER-STATUS.
       SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
       SELECT MASTER-FILE ASSIGN TO 'avcdmstr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       SELECT RESEND-FILE ASSIGN TO DYNAMIC WS-RESEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESEND-STATUS.
       SELECT OPTIONAL CORR-REGISTER ASSIGN TO 'avcdcorr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-CORR-STATUS.
       SELECT ACK-REPORT ASSIGN TO 'avcdak1.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       COPY avcdxreg.

       FD  ACK-FILE.
       01  ACK-LINE                     PIC X(132).

       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  RESEND-FILE.
       01  EXTRACT-LINE                 PIC X(250).

       FD  CORR-REGISTER.
       COPY avcdcorr.

       FD  ACK-REPORT.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).
       01  WS-TOK-VAL                   PIC X(80).
       01  WS-ACK-FILE                  PIC X(80)
                                         VALUE 'avcdxt1.ack'.
       01  WS-OVERDUE-DAYS              PIC 9(4)        VALUE 3.

      * RESEND request: one extract date, or ALL for every extract
      * still owed a good load.
       01  WS-RESEND-FLAG               PIC X           VALUE 'N'.
           88  RESEND-NONE                              VALUE 'N'.
           88  RESEND-ONE                               VALUE 'O'.
           88  RESEND-ALL                               VALUE 'A'.
       01  WS-RESEND-DATE               PIC 9(8)        VALUE 0.
       01  WS-RESEND-COUNT              PIC 9(3)        VALUE 0.
       01  WS-RESEND-IDX                PIC 9(3)        VALUE 0.
       01  WS-RESEND-TABLE.
           05  WS-RESEND-ENTRY          PIC 9(8) OCCURS 100 TIMES.
       01  WS-RESEND-NAME               PIC X(80)       VALUE SPACES.

      * One acknowledgement line split on its pipes.
       01  WS-ACK-LINE-NUM              PIC 9(9)        VALUE 0.
       01  WS-ACK-TAG                   PIC X(4).
       01  WS-ACK-DATE-TXT              PIC X(12).
       01  WS-ACK-COUNT-TXT             PIC X(12).
       01  WS-ACK-VERDICT               PIC X(12).
       01  WS-ACK-REASON                PIC X(60).
       01  WS-ACK-DATE                  PIC 9(8)        VALUE 0.
       01  WS-ACK-COUNT                 PIC 9(9)        VALUE 0.
       01  WS-ACK-OK                    PIC X           VALUE 'Y'.

      * Register review.
       01  WS-AGE-DAYS                  PIC S9(7)       VALUE 0.
       01  WS-AGE-OUT                   PIC 9(5)        VALUE 0.
       01  WS-STATE-TEXT                PIC X(12)       VALUE SPACES.
       01  WS-OWED-FLAG                 PIC X           VALUE 'N'.

      * Regeneration filters and results-split scratch, as AVCDXT1.
       01  WS-DATE-FROM                 PIC 9(8)        VALUE 0.
       01  WS-DATE-TO                   PIC 9(8)        VALUE 0.
       01  WS-PGM-FILTER                PIC X(8)        VALUE SPACES.
       01  WS-DS-FILTER                 PIC X(44)       VALUE SPACES.
       01  WS-EXTRACT-CNT               PIC 9(9)        VALUE 0.
       01  WS-RES-TOK-TABLE.
           05  WS-RES-TOK               PIC X(20) OCCURS 16 TIMES.
       01  WS-RES-IDX                   PIC 9(2)        VALUE 0.
       01  WS-TAG-LEN                   PIC 9(2)        VALUE 0.
       01  WS-OUT-PTR                   PIC 9(3)        VALUE 1.
       01  WS-CORR-OPEN                 PIC X           VALUE 'N'.
       01  WS-AMEND-ACTION              PIC X(6)        VALUE SPACES.
       01  WS-AMEND-CNT                 PIC 9(9)        VALUE 0.
       01  WS-RETIRED-CNT               PIC 9(9)        VALUE 0.
      * The date the extract being regenerated last went: amendments
      * stamped with it travelled in the send being replaced, and go
      * again in the regeneration.
       01  WS-PRIOR-SENT                PIC 9(8)        VALUE 0.
       01  WS-CORR-EOF                  PIC X           VALUE 'N'.

       01  WS-ACK-READ-CNT              PIC 9(9)        VALUE 0.
       01  WS-MATCHED-CNT               PIC 9(9)        VALUE 0.
       01  WS-UNMATCHED-CNT             PIC 9(9)        VALUE 0.
       01  WS-UNREADABLE-CNT            PIC 9(9)        VALUE 0.
       01  WS-REG-CNT                   PIC 9(9)        VALUE 0.
       01  WS-AWAITING-CNT              PIC 9(9)        VALUE 0.
       01  WS-ACCEPTED-CNT              PIC 9(9)        VALUE 0.
       01  WS-REJECTED-CNT              PIC 9(9)        VALUE 0.
       01  WS-MISMATCH-CNT              PIC 9(9)        VALUE 0.
       01  WS-OVERDUE-CNT               PIC 9(9)        VALUE 0.
       01  WS-REGEN-CNT                 PIC 9(9)        VALUE 0.
       01  WS-FLAG-CNT                  PIC 9(9)        VALUE 0.

       01  WS-TIME                      PIC 9(8)        VALUE 0.
       01  WS-CMD                       PIC X(250).

      * FILE STATUS on every SELECT, checked after every OPEN/READ/
      * WRITE so a missing/locked file aborts the run with a clear
      * message and non-zero return code. No acknowledgement file is
      * not an error -- shore has simply not answered yet.
       01  WS-REGISTER-STATUS           PIC XX.
       01  WS-ACK-STATUS                PIC XX.
       01  WS-MASTER-STATUS             PIC XX.
       01  WS-RESEND-STATUS             PIC XX.
      * An unusable correction register is a console warning, as in
      * AVCDXT1: corrected records are regenerated as D records.
       01  WS-CORR-STATUS               PIC XX.
       01  WS-REPORT-STATUS             PIC XX.
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
           ACCEPT WS-TIME FROM TIME.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' ACKNOWLEDGEMENTS: '
                   WS-ACK-FILE.
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
                   AND WS-REGISTER-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'REGISTER-FILE' TO WS-ERR-FILE
                   MOVE WS-REGISTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           OPEN OUTPUT ACK-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'ACK-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' SHORE ACKNOWLEDGEMENTS: ' DELIMITED BY SIZE
                   WS-ACK-FILE     DELIMITED BY SPACE
                   ' OVERDUE AFTER ' DELIMITED BY SIZE
                   WS-OVERDUE-DAYS DELIMITED BY SIZE
                   ' DAY(S)'       DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM PROCESS-ACK-FILE.
           PERFORM REVIEW-REGISTER.
           IF RESEND-ONE
                   MOVE 1 TO WS-RESEND-COUNT
                   MOVE WS-RESEND-DATE TO WS-RESEND-ENTRY(1)
           END-IF.
           PERFORM VARYING WS-RESEND-IDX FROM 1 BY 1
                   UNTIL WS-RESEND-IDX > WS-RESEND-COUNT
                   PERFORM RESEND-ONE-EXTRACT
           END-PERFORM.
           PERFORM WRITE-ACK-SUMMARY.
           CLOSE REGISTER-FILE.
           CLOSE ACK-REPORT.
           DISPLAY 'ACKS MATCHED: ' WS-MATCHED-CNT ' UNMATCHED: '
                   WS-UNMATCHED-CNT ' OVERDUE: ' WS-OVERDUE-CNT
                   ' REGENERATED: ' WS-REGEN-CNT.
           IF WS-FLAG-CNT > 0
                   MOVE 4 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE
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
                           WHEN 'DAYS'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-OVERDUE-DAYS
                           WHEN 'RESEND'
                                   PERFORM GET-PARM-VALUE
                                   IF WS-TOK-VAL = 'ALL'
                                           SET RESEND-ALL TO TRUE
                                   ELSE
                                           SET RESEND-ONE TO TRUE
                                           MOVE FUNCTION NUMVAL(
                                                   WS-TOK-VAL)
                                                   TO WS-RESEND-DATE
                                   END-IF
                           WHEN OTHER
                                   MOVE WS-PARM-TOK(WS-TOK-IDX)
                                           TO WS-ACK-FILE
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

       PROCESS-ACK-FILE.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS = '35'
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NO ACKNOWLEDGEMENT FILE '
                                   DELIMITED BY SIZE
                           WS-ACK-FILE DELIMITED BY SPACE
                           ' -- NOTHING RECEIVED FROM SHORE'
                                   DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           ELSE
                   IF WS-ACK-STATUS NOT = '00'
                           MOVE 'OPEN' TO WS-ERR-OP
                           MOVE 'ACK-FILE' TO WS-ERR-FILE
                           MOVE WS-ACK-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ ACK-FILE
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           ADD 1 TO WS-ACK-LINE-NUM
                                           PERFORM MATCH-ONE-ACK
                           END-READ
                   END-PERFORM
                   CLOSE ACK-FILE
                   PERFORM SET-ACK-FILE-ASIDE
           END-IF.

       SET-ACK-FILE-ASIDE.
           MOVE SPACES TO WS-CMD.
           STRING 'mv '            DELIMITED BY SIZE
                   WS-ACK-FILE     DELIMITED BY SPACE
                   ' '             DELIMITED BY SIZE
                   WS-ACK-FILE     DELIMITED BY SPACE
                   '.P'            DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   WS-TIME(1:6)    DELIMITED BY SIZE
                   ' 2>/dev/null'  DELIMITED BY SIZE
                   INTO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.

       MATCH-ONE-ACK.
           IF ACK-LINE NOT = SPACES
                   PERFORM APPLY-ONE-ACK
           END-IF.

       APPLY-ONE-ACK.
           ADD 1 TO WS-ACK-READ-CNT.
           MOVE SPACES TO WS-ACK-TAG WS-ACK-DATE-TXT WS-ACK-COUNT-TXT
                          WS-ACK-VERDICT WS-ACK-REASON.
           UNSTRING ACK-LINE DELIMITED BY '|'
                   INTO WS-ACK-TAG WS-ACK-DATE-TXT WS-ACK-COUNT-TXT
                        WS-ACK-VERDICT WS-ACK-REASON.
           MOVE 'Y' TO WS-ACK-OK.
           IF WS-ACK-TAG NOT = 'A'
                   OR WS-ACK-DATE-TXT(1:8) IS NOT NUMERIC
                   OR WS-ACK-DATE-TXT(9:4) NOT = SPACES
                   OR WS-ACK-COUNT-TXT = SPACES
                   MOVE 'N' TO WS-ACK-OK
           ELSE
                   IF FUNCTION TEST-NUMVAL(WS-ACK-COUNT-TXT) NOT = 0
                           MOVE 'N' TO WS-ACK-OK
                   END-IF
           END-IF.
           IF WS-ACK-VERDICT NOT = 'ACCEPTED'
                   AND WS-ACK-VERDICT NOT = 'REJECTED'
                   MOVE 'N' TO WS-ACK-OK
           END-IF.
           IF WS-ACK-OK = 'N'
                   ADD 1 TO WS-UNREADABLE-CNT
                   ADD 1 TO WS-FLAG-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '** ACKNOWLEDGEMENT LINE ' DELIMITED BY SIZE
                           WS-ACK-LINE-NUM DELIMITED BY SIZE
                           ' UNREADABLE: ' DELIMITED BY SIZE
                           ACK-LINE        DELIMITED BY '  '
                           ' **'           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           ELSE
                   MOVE WS-ACK-DATE-TXT(1:8) TO WS-ACK-DATE
                   MOVE FUNCTION NUMVAL(WS-ACK-COUNT-TXT)
                           TO WS-ACK-COUNT
                   MOVE WS-ACK-DATE TO XRG-EXTRACT-DATE
                   READ REGISTER-FILE
                           INVALID KEY
                                   PERFORM REPORT-UNKNOWN-EXTRACT
                           NOT INVALID KEY
                                   PERFORM RECORD-ACKNOWLEDGEMENT
                   END-READ
           END-IF.

       REPORT-UNKNOWN-EXTRACT.
           ADD 1 TO WS-UNMATCHED-CNT.
           ADD 1 TO WS-FLAG-CNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '** ACKNOWLEDGEMENT FOR UNREGISTERED EXTRACT '
                                   DELIMITED BY SIZE
                   WS-ACK-DATE     DELIMITED BY SIZE
                   ' **'           DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       RECORD-ACKNOWLEDGEMENT.
           ADD 1 TO WS-MATCHED-CNT.
           MOVE WS-RUN-DATE TO XRG-ACK-DATE.
           MOVE WS-ACK-COUNT TO XRG-ACK-COUNT.
           MOVE WS-ACK-REASON TO XRG-REASON.
           MOVE 'N' TO XRG-MISMATCH.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ACK-VERDICT = 'REJECTED'
                   SET XRG-REJECTED TO TRUE
                   ADD 1 TO WS-FLAG-CNT
                   STRING '** EXTRACT '    DELIMITED BY SIZE
                           XRG-EXTRACT-DATE DELIMITED BY SIZE
                           ' REJECTED ASHORE: ' DELIMITED BY SIZE
                           WS-ACK-REASON   DELIMITED BY '  '
                           ' **'           DELIMITED BY SIZE
                           INTO REPORT-LINE
           ELSE
                   SET XRG-ACCEPTED TO TRUE
                   IF WS-ACK-COUNT NOT = XRG-SENT-COUNT
                           SET XRG-COUNT-MISMATCH TO TRUE
                           ADD 1 TO WS-FLAG-CNT
                           STRING '** EXTRACT '    DELIMITED BY SIZE
                                   XRG-EXTRACT-DATE DELIMITED BY SIZE
                                   ' COUNT MISMATCH: SENT '
                                           DELIMITED BY SIZE
                                   XRG-SENT-COUNT  DELIMITED BY SIZE
                                   ' LOADED '      DELIMITED BY SIZE
                                   WS-ACK-COUNT    DELIMITED BY SIZE
                                   ' **'           DELIMITED BY SIZE
                                   INTO REPORT-LINE
                   ELSE
                           STRING 'EXTRACT '       DELIMITED BY SIZE
                                   XRG-EXTRACT-DATE DELIMITED BY SIZE
                                   ' ACCEPTED ASHORE: '
                                           DELIMITED BY SIZE
                                   WS-ACK-COUNT    DELIMITED BY SIZE
                                   ' RECORD(S) LOADED'
                                           DELIMITED BY SIZE
                                   INTO REPORT-LINE
                   END-IF
           END-IF.
           PERFORM PUT-REPORT-LINE.
           REWRITE XREG-RECORD.
           IF WS-REGISTER-STATUS NOT = '00'
                   MOVE 'REWRITE' TO WS-ERR-OP
                   MOVE 'REGISTER-FILE' TO WS-ERR-FILE
                   MOVE WS-REGISTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       REVIEW-REGISTER.
           MOVE 'EXTRACT   LAST SENT RECORDS   STATE        ACK DATE '
                   & ' LOADED    REMARKS' TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 0 TO XRG-EXTRACT-DATE.
           MOVE 'N' TO WS-EOF.
           START REGISTER-FILE KEY IS NOT LESS THAN XRG-EXTRACT-DATE
                   INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ REGISTER-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM REVIEW-ONE-EXTRACT
                   END-READ
           END-PERFORM.

       REVIEW-ONE-EXTRACT.
           ADD 1 TO WS-REG-CNT.
           MOVE 'N' TO WS-OWED-FLAG.
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(XRG-LAST-SENT).
           EVALUATE TRUE
                   WHEN XRG-REJECTED
                           MOVE 'REJECTED' TO WS-STATE-TEXT
                           ADD 1 TO WS-REJECTED-CNT
                           MOVE 'Y' TO WS-OWED-FLAG
                   WHEN XRG-ACCEPTED AND XRG-COUNT-MISMATCH
                           MOVE 'MISMATCH' TO WS-STATE-TEXT
                           ADD 1 TO WS-MISMATCH-CNT
                           MOVE 'Y' TO WS-OWED-FLAG
                   WHEN XRG-ACCEPTED
                           MOVE 'ACCEPTED' TO WS-STATE-TEXT
                           ADD 1 TO WS-ACCEPTED-CNT
                   WHEN OTHER
                           MOVE 'AWAITING' TO WS-STATE-TEXT
                           ADD 1 TO WS-AWAITING-CNT
                           IF WS-AGE-DAYS >= WS-OVERDUE-DAYS
                                   MOVE 'OVERDUE' TO WS-STATE-TEXT
                                   MOVE 'Y' TO WS-OWED-FLAG
                           END-IF
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING XRG-EXTRACT-DATE DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   XRG-LAST-SENT   DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   XRG-SENT-COUNT  DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-STATE-TEXT   DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   XRG-ACK-DATE    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   XRG-ACK-COUNT   DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   XRG-REASON      DELIMITED BY '  '
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF WS-STATE-TEXT = 'OVERDUE'
                   ADD 1 TO WS-OVERDUE-CNT
                   ADD 1 TO WS-FLAG-CNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-AGE-DAYS TO WS-AGE-OUT
                   STRING '** EXTRACT '    DELIMITED BY SIZE
                           XRG-EXTRACT-DATE DELIMITED BY SIZE
                           ' UNACKNOWLEDGED AFTER ' DELIMITED BY SIZE
                           WS-AGE-OUT      DELIMITED BY SIZE
                           ' DAY(S) **'    DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.
           IF RESEND-ALL AND WS-OWED-FLAG = 'Y'
                   IF WS-RESEND-COUNT < 100
                           ADD 1 TO WS-RESEND-COUNT
                           MOVE XRG-EXTRACT-DATE
                                   TO WS-RESEND-ENTRY(WS-RESEND-COUNT)
                   ELSE
                           DISPLAY 'WARNING: MORE THAN 100 EXTRACTS '
                                   'OWED -- RESEND ' XRG-EXTRACT-DATE
                                   ' ON A LATER RUN'
                   END-IF
           END-IF.

       RESEND-ONE-EXTRACT.
           MOVE WS-RESEND-ENTRY(WS-RESEND-IDX) TO XRG-EXTRACT-DATE.
           READ REGISTER-FILE
                   INVALID KEY
                           ADD 1 TO WS-FLAG-CNT
                           MOVE SPACES TO REPORT-LINE
                           STRING '** NO REGISTERED EXTRACT '
                                           DELIMITED BY SIZE
                                   XRG-EXTRACT-DATE DELIMITED BY SIZE
                                   ' -- CANNOT REGENERATE **'
                                           DELIMITED BY SIZE
                                   INTO REPORT-LINE
                           PERFORM PUT-REPORT-LINE
                   NOT INVALID KEY
                           PERFORM REGENERATE-EXTRACT
           END-READ.

       REGENERATE-EXTRACT.
           MOVE XRG-DATE-FROM TO WS-DATE-FROM.
           MOVE XRG-DATE-TO TO WS-DATE-TO.
           IF WS-DATE-TO > XRG-EXTRACT-DATE
                   MOVE XRG-EXTRACT-DATE TO WS-DATE-TO
           END-IF.
           MOVE XRG-PGM-FILTER TO WS-PGM-FILTER.
           MOVE XRG-DS-FILTER TO WS-DS-FILTER.
           MOVE XRG-LAST-SENT TO WS-PRIOR-SENT.
           MOVE 0 TO WS-EXTRACT-CNT.
           MOVE SPACES TO WS-RESEND-NAME.
           STRING 'avcdxt1.dat.R'  DELIMITED BY SIZE
                   XRG-EXTRACT-DATE DELIMITED BY SIZE
                   INTO WS-RESEND-NAME.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'MASTER-FILE' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           OPEN OUTPUT RESEND-FILE.
           IF WS-RESEND-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'RESEND-FILE' TO WS-ERR-FILE
                   MOVE WS-RESEND-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE SPACES TO EXTRACT-LINE.
           STRING 'H|'             DELIMITED BY SIZE
                   XRG-EXTRACT-DATE DELIMITED BY SIZE
                   INTO EXTRACT-LINE.
           PERFORM PUT-EXTRACT-LINE.
           MOVE 0 TO WS-AMEND-CNT WS-RETIRED-CNT.
           PERFORM OPEN-CORR-REGISTER.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ MASTER-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM EXTRACT-IF-MATCHING
                   END-READ
           END-PERFORM.
           IF WS-CORR-OPEN = 'Y'
                   PERFORM SEND-OWED-AMENDMENTS
                   CLOSE CORR-REGISTER
                   MOVE 'N' TO WS-CORR-OPEN
           END-IF.
           CLOSE MASTER-FILE.
           MOVE SPACES TO EXTRACT-LINE.
           STRING 'T|'             DELIMITED BY SIZE
                   WS-EXTRACT-CNT  DELIMITED BY SIZE
                   INTO EXTRACT-LINE.
           PERFORM PUT-EXTRACT-LINE.
           CLOSE RESEND-FILE.
           ADD 1 TO WS-REGEN-CNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXTRACT '       DELIMITED BY SIZE
                   XRG-EXTRACT-DATE DELIMITED BY SIZE
                   ' REGENERATED FOR RESEND: ' DELIMITED BY SIZE
                   WS-RESEND-NAME  DELIMITED BY SPACE
                   ' '             DELIMITED BY SIZE
                   WS-EXTRACT-CNT  DELIMITED BY SIZE
                   ' RECORD(S), '  DELIMITED BY SIZE
                   WS-AMEND-CNT    DELIMITED BY SIZE
                   ' AMENDMENT(S)' DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF WS-RETIRED-CNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING '    '       DELIMITED BY SIZE
                           WS-RETIRED-CNT DELIMITED BY SIZE
                           ' AMENDMENT(S) NO LONGER OWED -- KEY POSTED'
                                   DELIMITED BY SIZE
                           ' AGAIN AFTER THE CORRECTION'
                                   DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.
           IF WS-EXTRACT-CNT < XRG-SENT-COUNT
                   ADD 1 TO WS-FLAG-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '** EXTRACT '    DELIMITED BY SIZE
                           XRG-EXTRACT-DATE DELIMITED BY SIZE
                           ' REGENERATED WITH ' DELIMITED BY SIZE
                           WS-EXTRACT-CNT  DELIMITED BY SIZE
                           ' RECORD(S), '  DELIMITED BY SIZE
                           XRG-SENT-COUNT  DELIMITED BY SIZE
                           ' ORIGINALLY SENT **' DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE WS-EXTRACT-CNT TO XRG-SENT-COUNT.
           MOVE WS-RUN-DATE TO XRG-LAST-SENT.
           ADD 1 TO XRG-RESEND-COUNT.
           SET XRG-AWAITING TO TRUE.
           MOVE 0 TO XRG-ACK-DATE.
           MOVE 0 TO XRG-ACK-COUNT.
           MOVE 'N' TO XRG-MISMATCH.
           MOVE SPACES TO XRG-REASON.
           REWRITE XREG-RECORD.
           IF WS-REGISTER-STATUS NOT = '00'
                   MOVE 'REWRITE' TO WS-ERR-OP
                   MOVE 'REGISTER-FILE' TO WS-ERR-FILE
                   MOVE WS-REGISTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       EXTRACT-IF-MATCHING.
           IF MST-RUN-DATE >= WS-DATE-FROM
                   AND MST-RUN-DATE <= WS-DATE-TO
                   AND (WS-PGM-FILTER = SPACES
                           OR MST-PROGRAM = WS-PGM-FILTER)
                   AND (WS-DS-FILTER = SPACES
                           OR MST-DATASET = WS-DS-FILTER)
                   ADD 1 TO WS-EXTRACT-CNT
                   PERFORM CHECK-CORRECTED
                   PERFORM WRITE-DETAIL-RECORD
                   IF WS-AMEND-ACTION NOT = SPACES
                           PERFORM MARK-AMENDMENT-SENT
                   END-IF
           END-IF.

       OPEN-CORR-REGISTER.
           OPEN I-O CORR-REGISTER.
           IF WS-CORR-STATUS NOT = '00'
                   AND WS-CORR-STATUS NOT = '05'
                   DISPLAY 'WARNING: CORRECTION REGISTER UNAVAILABLE, '
                           'FILE STATUS ' WS-CORR-STATUS
                           ' -- NO AMENDMENTS REGENERATED'
           ELSE
                   MOVE 'Y' TO WS-CORR-OPEN
           END-IF.

      * Corrected while the master still holds what AVCDMT1 put
      * there, as in AVCDXT1.
       CHECK-CORRECTED.
           MOVE SPACES TO WS-AMEND-ACTION.
           IF WS-CORR-OPEN = 'Y'
                   MOVE MST-KEY TO COR-KEY
                   READ CORR-REGISTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   IF NOT COR-DELETED
                                           AND COR-RESULTS
                                                   = MST-RESULTS
                                           MOVE COR-ACTION
                                                   TO WS-AMEND-ACTION
                                   END-IF
                   END-READ
           END-IF.

      * Deletions within the filters and amendments owed elsewhere
      * -- or carried by the send being replaced -- built in the
      * master record area from the register's image.
       SEND-OWED-AMENDMENTS.
           MOVE LOW-VALUES TO COR-KEY.
           MOVE 'N' TO WS-CORR-EOF.
           START CORR-REGISTER KEY IS NOT LESS THAN COR-KEY
                   INVALID KEY MOVE 'Y' TO WS-CORR-EOF
           END-START.
           PERFORM UNTIL WS-CORR-EOF = 'Y'
                   READ CORR-REGISTER NEXT RECORD
                           AT END MOVE 'Y' TO WS-CORR-EOF
                           NOT AT END PERFORM JUDGE-OWED-AMENDMENT
                   END-READ
           END-PERFORM.

       JUDGE-OWED-AMENDMENT.
           MOVE SPACES TO WS-AMEND-ACTION.
           IF COR-RUN-DATE >= WS-DATE-FROM
                   AND COR-RUN-DATE <= WS-DATE-TO
                   AND (WS-PGM-FILTER = SPACES
                           OR COR-PROGRAM = WS-PGM-FILTER)
                   AND (WS-DS-FILTER = SPACES
                           OR COR-DATASET = WS-DS-FILTER)
                   IF COR-DELETED AND NOT COR-AMEND-SUPERSEDED
                           MOVE COR-ACTION TO WS-AMEND-ACTION
                   END-IF
           ELSE
                   IF COR-AMEND-SENT = 0
                           OR COR-AMEND-SENT = WS-PRIOR-SENT
                           MOVE COR-ACTION TO WS-AMEND-ACTION
                   END-IF
           END-IF.
           IF WS-AMEND-ACTION NOT = SPACES
                   PERFORM CHECK-CORRECTION-STANDS
           END-IF.
           IF WS-AMEND-ACTION NOT = SPACES
                   MOVE COR-KEY TO MST-KEY
                   MOVE COR-RESULTS TO MST-RESULTS
                   ADD 1 TO WS-EXTRACT-CNT
                   PERFORM WRITE-DETAIL-RECORD
                   PERFORM MARK-AMENDMENT-SENT
           END-IF.

      * The register's image goes out only while the correction still
      * stands, as in AVCDXT1; a key posted again since is retired as
      * no longer owed.
       CHECK-CORRECTION-STANDS.
           MOVE COR-KEY TO MST-KEY.
           READ MASTER-FILE
                   INVALID KEY
                           IF NOT COR-DELETED
                                   PERFORM RETIRE-AMENDMENT
                           END-IF
                   NOT INVALID KEY
                           IF COR-DELETED
                                   OR MST-RESULTS NOT = COR-RESULTS
                                   PERFORM RETIRE-AMENDMENT
                           END-IF
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '23'
                   MOVE 'READ' TO WS-ERR-OP
                   MOVE 'MASTER-FILE' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       RETIRE-AMENDMENT.
           MOVE SPACES TO WS-AMEND-ACTION.
           ADD 1 TO WS-RETIRED-CNT.
           SET COR-AMEND-SUPERSEDED TO TRUE.
           REWRITE CORR-RECORD.
           IF WS-CORR-STATUS NOT = '00'
                   DISPLAY 'WARNING: AMENDMENT ' COR-RUN-DATE ' '
                           COR-PROGRAM ' NOT MARKED RETIRED, FILE '
                           'STATUS ' WS-CORR-STATUS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '    AMENDMENT ' DELIMITED BY SIZE
                   COR-RUN-DATE    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   COR-PROGRAM     DELIMITED BY SPACE
                   ' '             DELIMITED BY SIZE
                   COR-DATASET     DELIMITED BY SPACE
                   ' NO LONGER OWED' DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       MARK-AMENDMENT-SENT.
           ADD 1 TO WS-AMEND-CNT.
           MOVE WS-RUN-DATE TO COR-AMEND-SENT.
           REWRITE CORR-RECORD.
           IF WS-CORR-STATUS NOT = '00'
                   DISPLAY 'WARNING: AMENDMENT ' COR-RUN-DATE ' '
                           COR-PROGRAM ' NOT MARKED SENT, FILE '
                           'STATUS ' WS-CORR-STATUS
           END-IF.

       WRITE-DETAIL-RECORD.
           MOVE SPACES TO EXTRACT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           IF WS-AMEND-ACTION = SPACES
                   STRING 'D|'     DELIMITED BY SIZE
                           INTO EXTRACT-LINE
                           WITH POINTER WS-OUT-PTR
           ELSE
                   STRING 'A|'     DELIMITED BY SIZE
                           INTO EXTRACT-LINE
                           WITH POINTER WS-OUT-PTR
           END-IF.
           STRING MST-RUN-DATE    DELIMITED BY SIZE
                   '|'             DELIMITED BY SIZE
                   MST-PROGRAM     DELIMITED BY SPACE
                   '|'             DELIMITED BY SIZE
                   MST-DATASET     DELIMITED BY SPACE
                   INTO EXTRACT-LINE
                   WITH POINTER WS-OUT-PTR.
           IF WS-AMEND-ACTION NOT = SPACES
                   STRING '|'      DELIMITED BY SIZE
                           WS-AMEND-ACTION DELIMITED BY SPACE
                           INTO EXTRACT-LINE
                           WITH POINTER WS-OUT-PTR
           END-IF.
           PERFORM SPLIT-RESULTS-FIELDS.
           PERFORM PUT-EXTRACT-LINE.

       SPLIT-RESULTS-FIELDS.
           MOVE SPACES TO WS-RES-TOK-TABLE.
           UNSTRING MST-RESULTS DELIMITED BY ALL SPACES
                   INTO WS-RES-TOK(1) WS-RES-TOK(2) WS-RES-TOK(3)
                        WS-RES-TOK(4) WS-RES-TOK(5) WS-RES-TOK(6)
                        WS-RES-TOK(7) WS-RES-TOK(8) WS-RES-TOK(9)
                        WS-RES-TOK(10) WS-RES-TOK(11) WS-RES-TOK(12)
                        WS-RES-TOK(13) WS-RES-TOK(14) WS-RES-TOK(15)
                        WS-RES-TOK(16).
           MOVE 1 TO WS-RES-IDX.
           PERFORM UNTIL WS-RES-IDX > 15
                   IF WS-RES-TOK(WS-RES-IDX) NOT = SPACES
                           AND WS-RES-TOK(WS-RES-IDX + 1) NOT = SPACES
                           PERFORM APPEND-ONE-COLUMN
                   END-IF
                   ADD 2 TO WS-RES-IDX
           END-PERFORM.

       APPEND-ONE-COLUMN.
      * A tag token ends in a colon ('HORIZ:'); the column name is
      * the tag without it, the column value the following token.
           MOVE 0 TO WS-TAG-LEN.
           PERFORM VARYING WS-TAG-LEN FROM 1 BY 1
                   UNTIL WS-TAG-LEN > 20
                   OR WS-RES-TOK(WS-RES-IDX)(WS-TAG-LEN:1) = ':'
                   OR WS-RES-TOK(WS-RES-IDX)(WS-TAG-LEN:1) = SPACE
                   CONTINUE
           END-PERFORM.
           SUBTRACT 1 FROM WS-TAG-LEN.
           IF WS-TAG-LEN = 0
                   CONTINUE
           ELSE
                   STRING '|'      DELIMITED BY SIZE
                       WS-RES-TOK(WS-RES-IDX)(1:WS-TAG-LEN)
                                   DELIMITED BY SIZE
                       '='         DELIMITED BY SIZE
                       WS-RES-TOK(WS-RES-IDX + 1) DELIMITED BY SPACE
                       INTO EXTRACT-LINE
                       WITH POINTER WS-OUT-PTR
           END-IF.

       PUT-EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           IF WS-RESEND-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'RESEND-FILE' TO WS-ERR-FILE
                   MOVE WS-RESEND-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       WRITE-ACK-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACKNOWLEDGEMENTS READ: ' DELIMITED BY SIZE
                   WS-ACK-READ-CNT DELIMITED BY SIZE
                   ' MATCHED: '    DELIMITED BY SIZE
                   WS-MATCHED-CNT  DELIMITED BY SIZE
                   ' UNREGISTERED: ' DELIMITED BY SIZE
                   WS-UNMATCHED-CNT DELIMITED BY SIZE
                   ' UNREADABLE: ' DELIMITED BY SIZE
                   WS-UNREADABLE-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXTRACTS REGISTERED: ' DELIMITED BY SIZE
                   WS-REG-CNT      DELIMITED BY SIZE
                   ' ACCEPTED: '   DELIMITED BY SIZE
                   WS-ACCEPTED-CNT DELIMITED BY SIZE
                   ' MISMATCHED: ' DELIMITED BY SIZE
                   WS-MISMATCH-CNT DELIMITED BY SIZE
                   ' REJECTED: '   DELIMITED BY SIZE
                   WS-REJECTED-CNT DELIMITED BY SIZE
                   ' AWAITING: '   DELIMITED BY SIZE
                   WS-AWAITING-CNT DELIMITED BY SIZE
                   ' OVERDUE: '    DELIMITED BY SIZE
                   WS-OVERDUE-CNT  DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXTRACTS REGENERATED FOR RESEND: ' DELIMITED BY SIZE
                   WS-REGEN-CNT    DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'ACK-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
