      * bare tokens in order name the reject file (default
      * avcd2p1.rej), the corrections file (default avcdrc1.cor) and
      * the resubmission feed (default avcdrc1.out). The disposition
      * report is avcdrc1.rpt. A run that applies any correction is
      * an operator override and is recorded in the avcdaud.dat
      * audit trail with the files used and the counts applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDRC1.

       SELECT DISP-REPORT ASSIGN TO 'avcdrc1.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
       SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'avcdaud.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISP-REPORT.
       01  REPORT-LINE                  PIC X(132).

       FD  AUDIT-FILE.
       COPY avcdaud.

       WORKING-STORAGE SECTION.
       01  WS-REJECT-EOF                PIC X           VALUE 'N'.
       01  WS-CORR-EOF                  PIC X           VALUE 'N'.
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
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' RECYCLING: '
           PERFORM WRITE-DISPOSITION-SUMMARY.
           CLOSE RESUB-FILE.
           CLOSE DISP-REPORT.
           IF WS-CORR-COUNT > 0
                   PERFORM AUDIT-CORRECTIONS
           END-IF.
           DISPLAY 'CORRECTED: ' WS-CORRECTED-CNT ' STILL-BAD: '
                   WS-STILLBAD-CNT ' UNCORRECTED: '
                   WS-UNCORRECTED-CNT.
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       AUDIT-CORRECTIONS.
           MOVE 'CORRECTIONS' TO WS-AUD-KEYWORD.
           MOVE SPACES TO WS-AUD-PARMS.
           STRING 'REJECTS: '      DELIMITED BY SIZE
                   WS-REJECT-FILE  DELIMITED BY SPACE
                   ' CORRECTIONS: ' DELIMITED BY SIZE
                   WS-CORR-FILE    DELIMITED BY SPACE
                   ' LOADED: '     DELIMITED BY SIZE
                   WS-CORR-COUNT   DELIMITED BY SIZE
                   ' CORRECTED: '  DELIMITED BY SIZE
                   WS-CORRECTED-CNT DELIMITED BY SIZE
                   ' PARM: '       DELIMITED BY SIZE
                   WS-RUN-PARM     DELIMITED BY '  '
                   INTO WS-AUD-PARMS.
           PERFORM WRITE-AUDIT-RECORD.

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
                   MOVE 'AVCDRC1' TO AUD-PROGRAM
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
