      * ---------------------------------------------------------------
      * Operator override audit report
      * ---------------------------------------------------------------
      * The overrides that change persistent data -- COLD on AVCDRV1,
      * NEWVOYAGE on AVCD2P2, CUTOFF on AVCDPG1, corrections pushed
      * through AVCDRC1, master records corrected through AVCDMT1,
      * a rebuilt master and archive installed by AVCDRB1, and a
      * suite lock replaced or removed by hand -- each append
      * a record to the audit trail avcdaud.dat (layout in copy
      * avcdaud). When the voyage position or the master suddenly
      * looks wrong, this report answers "who reset it": it lists
      * the overrides in a date range, optionally of one type,
      * program or user, oldest first, with a count per override
      * type at the end.
      *
      * Run parameter tokens, all optional and combinable:
      *   DATE <yyyymmdd>          exact date
      *   FROM <yyyymmdd>          start of date range
      *   TO <yyyymmdd>            end of date range
      *   TYPE <keyword>           override keyword (COLD, NEWVOYAGE,
      *                            CUTOFF, CORRECTIONS, MASTERFIX,
      *                            REBUILD, STALELOCK, LOCKREMOVED)
      *   PGM <name>               program-id filter
      *   USER <id>                user filter
      * No parameter lists the whole trail. The report is avcdau1.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDAU1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-FILE ASSIGN TO 'avcdaud.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       SELECT AUDIT-REPORT ASSIGN TO 'avcdau1.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY avcdaud.

       FD  AUDIT-REPORT.
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
       01  WS-TYPE-FILTER               PIC X(12)       VALUE SPACES.
       01  WS-PGM-FILTER                PIC X(8)        VALUE SPACES.
       01  WS-USER-FILTER               PIC X(12)       VALUE SPACES.
       01  WS-READ-CNT                  PIC 9(9)        VALUE 0.
       01  WS-MATCH-CNT                 PIC 9(9)        VALUE 0.

      * Count per override type among the records listed; the
      * keywords are a handful, so 20 slots is generous.
       01  WS-TYPE-COUNT                PIC 9(2)        VALUE 0.
       01  WS-TYPE-IDX                  PIC 9(2)        VALUE 0.
       01  WS-TYPE-FOUND                PIC 9(2)        VALUE 0.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY            OCCURS 20 TIMES.
               10  WS-TYPE-NAME         PIC X(12).
               10  WS-TYPE-HITS         PIC 9(9).

       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC XX.
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
           OPEN OUTPUT AUDIT-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'AUDIT-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RUN DATE: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' OPERATOR OVERRIDES FROM ' DELIMITED BY SIZE
                   WS-DATE-FROM    DELIMITED BY SIZE
                   ' TO '          DELIMITED BY SIZE
                   WS-DATE-TO      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF WS-TYPE-FILTER NOT = SPACES
                   OR WS-PGM-FILTER NOT = SPACES
                   OR WS-USER-FILTER NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING 'SELECTED TYPE: ' DELIMITED BY SIZE
                           WS-TYPE-FILTER  DELIMITED BY SIZE
                           ' PROGRAM: '    DELIMITED BY SIZE
                           WS-PGM-FILTER   DELIMITED BY SIZE
                           ' USER: '       DELIMITED BY SIZE
                           WS-USER-FILTER  DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE 'DATE     TIME   PROGRAM  OVERRIDE     USER         '
                   & 'PARAMETERS' TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
      * No trail yet simply means no override has ever been audited.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
                   MOVE 'NO avcdaud.dat AUDIT TRAIL -- NO OVERRIDES '
                           & 'RECORDED' TO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           ELSE
                   IF WS-AUDIT-STATUS NOT = '00'
                           MOVE 'OPEN' TO WS-ERR-OP
                           MOVE 'AUDIT-FILE' TO WS-ERR-FILE
                           MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ AUDIT-FILE
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           ADD 1 TO WS-READ-CNT
                                           PERFORM SHOW-IF-MATCHING
                           END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
           END-IF.
           PERFORM WRITE-TYPE-SUMMARY.
           CLOSE AUDIT-REPORT.
           DISPLAY 'AUDIT RECORDS READ: ' WS-READ-CNT
                   ' LISTED: ' WS-MATCH-CNT.
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
                           WHEN 'DATE'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-DATE-FROM
                                                WS-DATE-TO
                           WHEN 'FROM'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-DATE-FROM
                           WHEN 'TO'
                                   PERFORM GET-PARM-VALUE
                                   MOVE FUNCTION NUMVAL(WS-TOK-VAL)
                                           TO WS-DATE-TO
                           WHEN 'TYPE'
                                   PERFORM GET-PARM-VALUE
                                   MOVE WS-TOK-VAL TO WS-TYPE-FILTER
                           WHEN 'PGM'
                                   PERFORM GET-PARM-VALUE
                                   MOVE WS-TOK-VAL TO WS-PGM-FILTER
                           WHEN 'USER'
                                   PERFORM GET-PARM-VALUE
                                   MOVE WS-TOK-VAL TO WS-USER-FILTER
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

       SHOW-IF-MATCHING.
           IF AUD-DATE >= WS-DATE-FROM
                   AND AUD-DATE <= WS-DATE-TO
                   AND (WS-TYPE-FILTER = SPACES
                           OR AUD-KEYWORD = WS-TYPE-FILTER)
                   AND (WS-PGM-FILTER = SPACES
                           OR AUD-PROGRAM = WS-PGM-FILTER)
                   AND (WS-USER-FILTER = SPACES
                           OR AUD-USER = WS-USER-FILTER)
                   ADD 1 TO WS-MATCH-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING AUD-DATE     DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           AUD-TIME    DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           AUD-PROGRAM DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           AUD-KEYWORD DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           AUD-USER    DELIMITED BY SIZE
                           ' '         DELIMITED BY SIZE
                           AUD-PARMS(1:81) DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
                   IF AUD-PARMS(82:19) NOT = SPACES
                           MOVE SPACES TO REPORT-LINE
                           MOVE AUD-PARMS(82:19)
                                   TO REPORT-LINE(52:19)
                           PERFORM PUT-REPORT-LINE
                   END-IF
                   PERFORM COUNT-OVERRIDE-TYPE
           END-IF.

       COUNT-OVERRIDE-TYPE.
           MOVE 0 TO WS-TYPE-FOUND.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                   IF WS-TYPE-NAME(WS-TYPE-IDX) = AUD-KEYWORD
                           MOVE WS-TYPE-IDX TO WS-TYPE-FOUND
                   END-IF
           END-PERFORM.
           IF WS-TYPE-FOUND = 0 AND WS-TYPE-COUNT < 20
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND
                   MOVE AUD-KEYWORD TO WS-TYPE-NAME(WS-TYPE-FOUND)
                   MOVE 0 TO WS-TYPE-HITS(WS-TYPE-FOUND)
           END-IF.
           IF WS-TYPE-FOUND > 0
                   ADD 1 TO WS-TYPE-HITS(WS-TYPE-FOUND)
           END-IF.

       WRITE-TYPE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OVERRIDES LISTED: ' DELIMITED BY SIZE
                   WS-MATCH-CNT    DELIMITED BY SIZE
                   ' OF '          DELIMITED BY SIZE
                   WS-READ-CNT     DELIMITED BY SIZE
                   ' RECORDED'     DELIMITED BY SIZE
                   INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  '     DELIMITED BY SIZE
                           WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SIZE
                           ' '     DELIMITED BY SIZE
                           WS-TYPE-HITS(WS-TYPE-IDX) DELIMITED BY SIZE
                           INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
           END-PERFORM.

       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'AUDIT-REPORT' TO WS-ERR-FILE
                   MOVE WS-REPORT-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
