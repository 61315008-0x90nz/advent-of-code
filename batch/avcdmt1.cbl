      * ---------------------------------------------------------------
      * Results master correction transactions
      * ---------------------------------------------------------------
      * When a night is found to be wrong -- a bad feed recycled
      * through AVCDRC1 after the event, say -- the only ways to fix
      * what it posted to avcdmstr.dat used to be rerunning the step
      * (and double-posting everything else it touches) or leaving
      * the bad record standing. This program is the sanctioned way:
      * it applies a file of ADD, CHANGE and DELETE transactions
      * keyed on run date + program-id + dataset, one per line, in
      * the extract's pipe-delimited style:
      *   ADD|<run date>|<program>|<dataset>|<results>|<reason>
      *   CHANGE|<run date>|<program>|<dataset>|<results>|<reason>
      *   DELETE|<run date>|<program>|<dataset>||<reason>
      * <results> is the full MST-RESULTS text as the owning program
      * would post it ('TAG: value' pairs, 120 characters at most).
      * Every transaction is validated before it is applied: a known
      * action, a run date no later than the processing date, a
      * program-id and dataset, a reason, results for ADD and
      * CHANGE; ADD needs a key not on the master, CHANGE and DELETE
      * one that is, and a CHANGE must actually change the results.
      * A rejected transaction is listed in avcdmt1.rpt with why and
      * the rest are still applied, in file order.
      *
      * Each applied transaction
      *   - writes its before and after images, with the reason and
      *     the login, to the correction log avcdcorr.log, which is
      *     only ever extended;
      *   - marks the key corrected in the correction register
      *     avcdcorr.dat (layout in copy avcdcorr), owing shore an
      *     amendment, so AVCDXT1 resends it and AVCDRP1 leaves it
      *     out of a replay comparison.
      * A run that applies anything is an operator override and is
      * recorded in the avcdaud.dat audit trail as MASTERFIX.
      *
      * Run parameter: a bare token names the transaction file
      * (default avcdmt1.txn). Return code 4 when any transaction is
      * rejected; 16 when a file cannot be used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDMT1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TXN-FILE ASSIGN TO DYNAMIC WS-TXN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
       SELECT MASTER-FILE ASSIGN TO 'avcdmstr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       SELECT OPTIONAL CORR-REGISTER ASSIGN TO 'avcdcorr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-REGISTER-STATUS.
       SELECT OPTIONAL CORR-LOG ASSIGN TO 'avcdcorr.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       SELECT TXN-REPORT ASSIGN TO 'avcdmt1.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'avcdaud.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  TXN-LINE                     PIC X(250).

       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  CORR-REGISTER.
       COPY avcdcorr.

      * One log record per image: BEFORE and AFTER for a CHANGE, the
      * AFTER alone for an ADD, the BEFORE alone for a DELETE.
       FD  CORR-LOG.
       01  CLOG-RECORD.
           05  CLG-DATE                 PIC 9(8).
           05  FILLER                   PIC X.
           05  CLG-TIME                 PIC 9(6).
           05  FILLER                   PIC X.
           05  CLG-ACTION               PIC X(6).
           05  FILLER                   PIC X.
           05  CLG-IMAGE                PIC X(6).
           05  FILLER                   PIC X.
           05  CLG-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X.
           05  CLG-PROGRAM              PIC X(8).
           05  FILLER                   PIC X.
           05  CLG-DATASET              PIC X(44).
           05  FILLER                   PIC X.
           05  CLG-USER                 PIC X(12).
           05  FILLER                   PIC X.
           05  CLG-REASON               PIC X(60).
           05  FILLER                   PIC X.
           05  CLG-RESULTS              PIC X(120).

       FD  TXN-REPORT.
       01  REPORT-LINE                  PIC X(132).

       FD  AUDIT-FILE.
       COPY avcdaud.

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-TXN-FILE                  PIC X(80)
                                         VALUE 'avcdmt1.txn'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).

      * One transaction split on its pipes.
       01  WS-TXN-LINE-NUM              PIC 9(9)        VALUE 0.
       01  WS-TXN-ACTION                PIC X(8).
       01  WS-TXN-DATE-TXT              PIC X(12).
       01  WS-TXN-PROGRAM               PIC X(12).
       01  WS-TXN-DATASET               PIC X(50).
       01  WS-TXN-RESULTS               PIC X(130).
       01  WS-TXN-REASON                PIC X(70).
       01  WS-TXN-EXTRA                 PIC X(20).
       01  WS-TXN-RESULTS-LEN           PIC 9(3)        VALUE 0.
       01  WS-TXN-DATE                  PIC 9(8)        VALUE 0.
       01  WS-REJECT-REASON             PIC X(60)       VALUE SPACES.
       01  WS-BEFORE-RESULTS            PIC X(120)      VALUE SPACES.

       01  WS-READ-CNT                  PIC 9(9)        VALUE 0.
       01  WS-APPLIED-CNT               PIC 9(9)        VALUE 0.
       01  WS-ADDED-CNT                 PIC 9(9)        VALUE 0.
       01  WS-CHANGED-CNT               PIC 9(9)        VALUE 0.
       01  WS-DELETED-CNT               PIC 9(9)        VALUE 0.
       01  WS-REJECTED-CNT              PIC 9(9)        VALUE 0.
       01  WS-TIME                      PIC 9(8)        VALUE 0.

      * FILE STATUS on every SELECT, checked after every OPEN/READ/
      * WRITE. The register and the log are what make a correction
      * sanctioned, so neither being unusable is a warning: the run
      * stops before the master is touched.
       01  WS-TXN-STATUS                PIC XX.
       01  WS-MASTER-STATUS             PIC XX.
       01  WS-REGISTER-STATUS           PIC XX.
       01  WS-LOG-STATUS                PIC XX.
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
           PERFORM GET-RUN-USER.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' MASTER CORRECTIONS: '
                   WS-TXN-FILE.
           PERFORM OPEN-FILES.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' MASTER CORRECTIONS: ' DELIMITED BY SIZE
                   WS-TXN-FILE     DELIMITED BY SPACE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    ENTERED BY ' DELIMITED BY SIZE
                   WS-AUD-USER     DELIMITED BY SPACE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ TXN-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                                   IF WS-TXN-STATUS NOT = '00'
                                     MOVE 'READ' TO WS-ERR-OP
                                     MOVE 'TXN-FILE' TO WS-ERR-FILE
                                     MOVE WS-TXN-STATUS
                                             TO WS-ERR-STATUS
                                     PERFORM ABORT-FILE-ERROR
                                   END-IF
                                   ADD 1 TO WS-TXN-LINE-NUM
                                   IF TXN-LINE NOT = SPACES
                                     PERFORM PROCESS-ONE-TXN
                                   END-IF
                   END-READ
           END-PERFORM.
           PERFORM WRITE-TXN-SUMMARY.
           CLOSE TXN-FILE.
           CLOSE MASTER-FILE.
           CLOSE CORR-REGISTER.
           CLOSE CORR-LOG.
           CLOSE TXN-REPORT.
           IF WS-APPLIED-CNT > 0
                   PERFORM AUDIT-MASTER-FIX
           END-IF.
           DISPLAY 'TRANSACTIONS READ: ' WS-READ-CNT ' APPLIED: '
                   WS-APPLIED-CNT ' REJECTED: ' WS-REJECTED-CNT.
           IF WS-REJECTED-CNT > 0
                   DISPLAY 'WARNING: ' WS-REJECTED-CNT
                           ' TRANSACTION(S) REJECTED, SEE avcdmt1.rpt'
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
                   IF WS-PARM-TOK(WS-TOK-IDX) NOT = SPACES
                           MOVE WS-PARM-TOK(WS-TOK-IDX) TO WS-TXN-FILE
                   END-IF
                   ADD 1 TO WS-TOK-IDX
           END-PERFORM.

       GET-RUN-USER.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-AUD-USER FROM ENVIRONMENT-VALUE.
           IF WS-AUD-USER = SPACES
                   DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
                   ACCEPT WS-AUD-USER FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-AUD-USER = SPACES
                   MOVE 'UNKNOWN' TO WS-AUD-USER
           END-IF.

       OPEN-FILES.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'TXN-FILE' TO WS-ERR-FILE
                   MOVE WS-TXN-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'MASTER-FILE' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           OPEN I-O CORR-REGISTER.
           IF WS-REGISTER-STATUS NOT = '00'
                   AND WS-REGISTER-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'CORR-REGISTER' TO WS-ERR-FILE
                   MOVE WS-REGISTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           OPEN EXTEND CORR-LOG.
           IF WS-LOG-STATUS = '35'
                   OPEN OUTPUT CORR-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
                   AND WS-LOG-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'CORR-LOG' TO WS-ERR-FILE
                   MOVE WS-LOG-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE SPACES TO CLOG-RECORD.
           OPEN OUTPUT TXN-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'TXN-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       PROCESS-ONE-TXN.
           ADD 1 TO WS-READ-CNT.
           PERFORM SPLIT-TXN-LINE.
           PERFORM VALIDATE-TXN.
           IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-TXN
           ELSE
                   EVALUATE WS-TXN-ACTION
                           WHEN 'ADD'
                                   PERFORM APPLY-ADD
                           WHEN 'CHANGE'
                                   PERFORM APPLY-CHANGE
                           WHEN 'DELETE'
                                   PERFORM APPLY-DELETE
                   END-EVALUATE
                   PERFORM MARK-CORRECTED
                   ADD 1 TO WS-APPLIED-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'APPLIED  '    DELIMITED BY SIZE
                           WS-TXN-ACTION DELIMITED BY SIZE
                           ' '           DELIMITED BY SIZE
                           MST-RUN-DATE  DELIMITED BY SIZE
                           ' '           DELIMITED BY SIZE
                           MST-PROGRAM   DELIMITED BY SIZE
                           ' '           DELIMITED BY SIZE
                           MST-DATASET   DELIMITED BY SPACE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING '    REASON: ' DELIMITED BY SIZE
                           WS-TXN-REASON DELIMITED BY '  '
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.

      * Pipes delimit the fields, so results and reason keep their
      * embedded spaces; the results field is sized past 120 so an
      * over-long one is caught rather than cut short.
       SPLIT-TXN-LINE.
           MOVE SPACES TO WS-TXN-ACTION WS-TXN-DATE-TXT
                   WS-TXN-PROGRAM WS-TXN-DATASET WS-TXN-RESULTS
                   WS-TXN-REASON WS-TXN-EXTRA.
           MOVE 0 TO WS-TXN-RESULTS-LEN WS-TXN-DATE.
           UNSTRING TXN-LINE DELIMITED BY '|'
                   INTO WS-TXN-ACTION
                        WS-TXN-DATE-TXT
                        WS-TXN-PROGRAM
                        WS-TXN-DATASET
                        WS-TXN-RESULTS COUNT IN WS-TXN-RESULTS-LEN
                        WS-TXN-REASON
                        WS-TXN-EXTRA.
           INSPECT WS-TXN-ACTION CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-TXN-PROGRAM CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-TXN-DATE-TXT(1:8) IS NUMERIC
                   AND WS-TXN-DATE-TXT(9:4) = SPACES
                   MOVE WS-TXN-DATE-TXT(1:8) TO WS-TXN-DATE
           END-IF.
           MOVE WS-TXN-DATE TO MST-RUN-DATE.
           MOVE WS-TXN-PROGRAM TO MST-PROGRAM.
           MOVE WS-TXN-DATASET TO MST-DATASET.

      * The first failed check is the one reported. Key checks come
      * last: they read the master, and leave the record as it
      * stands in MASTER-RECORD for the CHANGE and DELETE images.
       VALIDATE-TXN.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
                   WHEN WS-TXN-ACTION NOT = 'ADD'
                           AND WS-TXN-ACTION NOT = 'CHANGE'
                           AND WS-TXN-ACTION NOT = 'DELETE'
                           MOVE 'ACTION MUST BE ADD, CHANGE OR DELETE'
                                   TO WS-REJECT-REASON
                   WHEN WS-TXN-DATE = 0
                           MOVE 'RUN DATE MUST BE YYYYMMDD'
                                   TO WS-REJECT-REASON
                   WHEN WS-TXN-DATE(5:2) < '01'
                           OR WS-TXN-DATE(5:2) > '12'
                           OR WS-TXN-DATE(7:2) < '01'
                           OR WS-TXN-DATE(7:2) > '31'
                           MOVE 'RUN DATE IS NOT A CALENDAR DATE'
                                   TO WS-REJECT-REASON
                   WHEN WS-TXN-DATE > WS-RUN-DATE
                           MOVE 'RUN DATE IS AFTER THE PROCESSING DATE'
                                   TO WS-REJECT-REASON
                   WHEN WS-TXN-PROGRAM = SPACES
                           OR WS-TXN-PROGRAM(9:4) NOT = SPACES
                           MOVE 'PROGRAM-ID MISSING OR LONGER THAN 8'
                                   TO WS-REJECT-REASON
                   WHEN WS-TXN-DATASET = SPACES
                           OR WS-TXN-DATASET(45:6) NOT = SPACES
                           MOVE 'DATASET MISSING OR LONGER THAN 44'
                                   TO WS-REJECT-REASON
                   WHEN WS-TXN-REASON = SPACES
                           MOVE 'A REASON FOR THE CORRECTION IS '
                                & 'REQUIRED' TO WS-REJECT-REASON
                   WHEN WS-TXN-REASON(61:10) NOT = SPACES
                           OR WS-TXN-EXTRA NOT = SPACES
                           MOVE 'REASON LONGER THAN 60 OR TOO MANY '
                                & 'FIELDS' TO WS-REJECT-REASON
                   WHEN WS-TXN-ACTION NOT = 'DELETE'
                           AND WS-TXN-RESULTS = SPACES
                           MOVE 'ADD AND CHANGE NEED THE RESULTS TEXT'
                                   TO WS-REJECT-REASON
                   WHEN WS-TXN-RESULTS-LEN > 120
                           MOVE 'RESULTS LONGER THAN 120 CHARACTERS'
                                   TO WS-REJECT-REASON
                   WHEN OTHER
                           PERFORM VALIDATE-TXN-KEY
           END-EVALUATE.

       VALIDATE-TXN-KEY.
           READ MASTER-FILE
                   INVALID KEY
                           IF WS-TXN-ACTION NOT = 'ADD'
                                   MOVE 'NO MASTER RECORD FOR THIS KEY'
                                           TO WS-REJECT-REASON
                           END-IF
                   NOT INVALID KEY
                           IF WS-TXN-ACTION = 'ADD'
                                   MOVE 'MASTER RECORD ALREADY EXISTS '
                                        & '-- USE CHANGE'
                                           TO WS-REJECT-REASON
                           END-IF
                           IF WS-TXN-ACTION = 'CHANGE'
                                   AND MST-RESULTS
                                           = WS-TXN-RESULTS(1:120)
                                   MOVE 'RESULTS UNCHANGED -- NOTHING '
                                        & 'TO CORRECT'
                                           TO WS-REJECT-REASON
                           END-IF
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '23'
                   MOVE 'READ' TO WS-ERR-OP
                   MOVE 'MASTER-FILE' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       REJECT-TXN.
           ADD 1 TO WS-REJECTED-CNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '** REJECTED LINE ' DELIMITED BY SIZE
                   WS-TXN-LINE-NUM DELIMITED BY SIZE
                   ': '            DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY '  '
                   ' **'           DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '   '           DELIMITED BY SIZE
                   TXN-LINE(1:129) DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF TXN-LINE(130:121) NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING '   '   DELIMITED BY SIZE
                           TXN-LINE(130:121) DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.

       APPLY-ADD.
           MOVE WS-TXN-RESULTS(1:120) TO MST-RESULTS.
           WRITE MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'MASTER-FILE' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-ADDED-CNT.
           MOVE 'AFTER' TO CLG-IMAGE.
           MOVE MST-RESULTS TO CLG-RESULTS.
           PERFORM WRITE-LOG-IMAGE.

       APPLY-CHANGE.
           MOVE MST-RESULTS TO WS-BEFORE-RESULTS.
           MOVE WS-TXN-RESULTS(1:120) TO MST-RESULTS.
           REWRITE MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'REWRITE' TO WS-ERR-OP
                   MOVE 'MASTER-FILE' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-CHANGED-CNT.
           MOVE 'BEFORE' TO CLG-IMAGE.
           MOVE WS-BEFORE-RESULTS TO CLG-RESULTS.
           PERFORM WRITE-LOG-IMAGE.
           MOVE 'AFTER' TO CLG-IMAGE.
           MOVE MST-RESULTS TO CLG-RESULTS.
           PERFORM WRITE-LOG-IMAGE.

       APPLY-DELETE.
           MOVE MST-RESULTS TO WS-BEFORE-RESULTS.
           DELETE MASTER-FILE RECORD.
           IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'DELETE' TO WS-ERR-OP
                   MOVE 'MASTER-FILE' TO WS-ERR-FILE
                   MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-DELETED-CNT.
           MOVE 'BEFORE' TO CLG-IMAGE.
           MOVE WS-BEFORE-RESULTS TO CLG-RESULTS.
           PERFORM WRITE-LOG-IMAGE.

      * CLG-IMAGE and CLG-RESULTS are set by the caller; the rest of
      * the record is rebuilt from the transaction each time.
       WRITE-LOG-IMAGE.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-RUN-DATE TO CLG-DATE.
           MOVE WS-TIME(1:6) TO CLG-TIME.
           MOVE WS-TXN-ACTION TO CLG-ACTION.
           MOVE WS-TXN-DATE TO CLG-RUN-DATE.
           MOVE WS-TXN-PROGRAM TO CLG-PROGRAM.
           MOVE WS-TXN-DATASET TO CLG-DATASET.
           MOVE WS-AUD-USER TO CLG-USER.
           MOVE WS-TXN-REASON TO CLG-REASON.
           WRITE CLOG-RECORD.
           IF WS-LOG-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'CORR-LOG' TO WS-ERR-FILE
                   MOVE WS-LOG-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE SPACES TO CLOG-RECORD.

      * A key corrected before keeps its count; the latest correction
      * replaces the rest and owes shore an amendment again.
       MARK-CORRECTED.
           MOVE WS-TXN-DATE TO COR-RUN-DATE.
           MOVE WS-TXN-PROGRAM TO COR-PROGRAM.
           MOVE WS-TXN-DATASET TO COR-DATASET.
           READ CORR-REGISTER
                   INVALID KEY
                           MOVE SPACES TO CORR-RECORD
                           MOVE WS-TXN-DATE TO COR-RUN-DATE
                           MOVE WS-TXN-PROGRAM TO COR-PROGRAM
                           MOVE WS-TXN-DATASET TO COR-DATASET
                           MOVE 0 TO COR-COUNT
           END-READ.
           MOVE WS-TXN-ACTION TO COR-ACTION.
           MOVE WS-RUN-DATE TO COR-DATE.
           MOVE WS-TIME(1:6) TO COR-TIME.
           MOVE WS-AUD-USER TO COR-USER.
           MOVE WS-TXN-REASON TO COR-REASON.
           IF COR-DELETED
                   MOVE SPACES TO COR-RESULTS
           ELSE
                   MOVE WS-TXN-RESULTS(1:120) TO COR-RESULTS
           END-IF.
           IF COR-COUNT < 999
                   ADD 1 TO COR-COUNT
           END-IF.
           MOVE 0 TO COR-AMEND-SENT.
           WRITE CORR-RECORD.
           IF WS-REGISTER-STATUS = '22'
                   REWRITE CORR-RECORD
           END-IF.
           IF WS-REGISTER-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'CORR-REGISTER' TO WS-ERR-FILE
                   MOVE WS-REGISTER-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       WRITE-TXN-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
                   WS-READ-CNT     DELIMITED BY SIZE
                   ' APPLIED: '    DELIMITED BY SIZE
                   WS-APPLIED-CNT  DELIMITED BY SIZE
                   ' REJECTED: '   DELIMITED BY SIZE
                   WS-REJECTED-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RECORDS ADDED: ' DELIMITED BY SIZE
                   WS-ADDED-CNT    DELIMITED BY SIZE
                   ' CHANGED: '    DELIMITED BY SIZE
                   WS-CHANGED-CNT  DELIMITED BY SIZE
                   ' DELETED: '    DELIMITED BY SIZE
                   WS-DELETED-CNT  DELIMITED BY SIZE
                   ' -- IMAGES IN avcdcorr.log, AMENDMENTS OWED '
                                   DELIMITED BY SIZE
                   'IN avcdcorr.dat' DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'TXN-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       AUDIT-MASTER-FIX.
           MOVE 'MASTERFIX' TO WS-AUD-KEYWORD.
           MOVE SPACES TO WS-AUD-PARMS.
           STRING 'TRANSACTIONS: ' DELIMITED BY SIZE
                   WS-TXN-FILE     DELIMITED BY SPACE
                   ' ADDED: '      DELIMITED BY SIZE
                   WS-ADDED-CNT    DELIMITED BY SIZE
                   ' CHANGED: '    DELIMITED BY SIZE
                   WS-CHANGED-CNT  DELIMITED BY SIZE
                   ' DELETED: '    DELIMITED BY SIZE
                   WS-DELETED-CNT  DELIMITED BY SIZE
                   INTO WS-AUD-PARMS.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
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
                   MOVE 'AVCDMT1' TO AUD-PROGRAM
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
