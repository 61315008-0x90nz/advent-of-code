      * ---------------------------------------------------------------
      * Voyage dive certification
      * ---------------------------------------------------------------
      * The dive safety officer signs a voyage off from four outputs
      * of the nightly suite, each a different night's generation:
      *   SAFETY ENVELOPE  avcd2p2.alert  AVCD2P2 envelope breaches
      *   DIVE RATE        avcddp1.rpt    AVCDDP1 rate breaches
      *   PLAN V ACTUAL    avcd2p9.rpt    AVCD2P9 waypoint misses
      *   RETURN COURSE    avcd2p5.crt    AVCD2P5 course certificate
      * Given the first and last night of a voyage, this program
      * gathers all four for every night from what AVCDHK1 retained
      * (<name>.G<yyyymmdd>) and from the results master, and writes
      * one numbered certification document: every night, each
      * source's result and the evidence it rests on, every breach
      * listed, a per-night summary and an overall verdict --
      * CERTIFIABLE only when every night is clear on every source.
      * The result is appended to the certification register
      * avcdcert.dat (layout in copy avcdcert).
      *
      * A generation is evidence for a night only when the RUN DATE
      * it carries is that night's: a step bypassed or not run
      * leaves the previous output to be retained again under the
      * next night's name. For the safety envelope that is itself
      * evidence -- AVCD2P2 only rewrites avcd2p2.alert on a night
      * with a breach, so an earlier night's alerts retained under
      * this night's name mean none were raised. Where no current
      * generation is left (the voyage is longer than the keep count
      * in avcdhk1.ctl) the count posted to the results master
      * stands, and the document says the detail was not retained.
      * A source is judged for the night as
      *   CLEAR        evidence and nothing against it
      *   BREACH/MISS/FAIL  evidence of a breach, a missed waypoint
      *                or a failed return-course certificate
      *   NO PLAN      no plan issued -- nothing to miss, so clear
      *   NO EVIDENCE  no current generation and no usable posting
      *                (the step did not run, or nothing was kept)
      *   DISAGREES    generation and results master counts differ
      * and anything but CLEAR or NO PLAN leaves the voyage NOT
      * CERTIFIABLE. A posting corrected through AVCDMT1 is used as
      * corrected, and the document says so.
      *
      * Run parameter tokens (both required):
      *   FROM <yyyymmdd>   first night of the voyage
      *   TO <yyyymmdd>     last night, at most 366 nights on
      * The document is avcdvc1.C<number>. Return code 4 when the
      * voyage is not certifiable, 16 on a bad parameter or a file
      * error.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDVC1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL MASTER-FILE ASSIGN TO 'avcdmstr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       SELECT OPTIONAL CORR-REGISTER ASSIGN TO 'avcdcorr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-CORR-STATUS.
       SELECT OPTIONAL GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
       SELECT CERT-DOCUMENT ASSIGN TO DYNAMIC WS-DOC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
       SELECT OPTIONAL CERT-REGISTER ASSIGN TO 'avcdcert.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  CORR-REGISTER.
       COPY avcdcorr.

       FD  GEN-FILE.
       01  GEN-LINE                     PIC X(132).

       FD  CERT-DOCUMENT.
       01  DOC-LINE                     PIC X(132).

       FD  CERT-REGISTER.
       COPY avcdcert.

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-PARM-TOK-TABLE.
           05  WS-PARM-TOK              PIC X(80) OCCURS 8 TIMES.
       01  WS-TOK-IDX                   PIC 9(2).
       01  WS-TOK-VAL                   PIC X(80).
       01  WS-RES-TOK-TABLE.
           05  WS-RES-TOK               PIC X(20) OCCURS 16 TIMES.
       01  WS-RES-IDX                   PIC 9(2).

      * The voyage: first and last night, and the nights between.
       01  WS-FROM-DATE                 PIC 9(8)        VALUE 0.
       01  WS-TO-DATE                   PIC 9(8)        VALUE 0.
       01  WS-CHECK-DATE                PIC 9(8)        VALUE 0.
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY            PIC 9(4).
           05  WS-CHECK-MM              PIC 9(2).
           05  WS-CHECK-DD              PIC 9(2).
       01  WS-CHECK-OK                  PIC X           VALUE 'N'.
       01  WS-DATE-INT                  PIC 9(9)        VALUE 0.
       01  WS-FROM-INT                  PIC 9(9)        VALUE 0.
       01  WS-TO-INT                    PIC 9(9)        VALUE 0.
       01  WS-NIGHT-COUNT               PIC 9(3)        VALUE 0.
       01  WS-NIGHT-IDX                 PIC 9(3)        VALUE 0.

      * The four sources: owning program, retained output, title,
      * the results-master tag carrying its count, and the words for
      * a bad result.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY             OCCURS 4 TIMES.
               10  WS-SRC-PROGRAM       PIC X(8).
               10  WS-SRC-GEN-BASE      PIC X(14).
               10  WS-SRC-TITLE         PIC X(16).
               10  WS-SRC-TAG           PIC X(10).
               10  WS-SRC-BAD-WORD      PIC X(10).
       01  WS-SRC-IDX                   PIC 9           VALUE 0.

      * What was found for every night and source. Master fields
      * come from the results master, GEN fields from the retained
      * generation; OUTCOME is the judgement drawn from the two.
       01  WS-NIGHT-TABLE.
           05  WS-NT-ENTRY              OCCURS 366 TIMES.
               10  WS-NT-DATE           PIC 9(8).
               10  WS-NT-CLEAR          PIC X.
               10  WS-NT-SRC            OCCURS 4 TIMES.
                   15  WS-NT-MST        PIC X.
                   15  WS-NT-MST-KNOWN  PIC X.
                   15  WS-NT-MST-CNT    PIC 9(9).
                   15  WS-NT-MST-NOPLAN PIC X.
                   15  WS-NT-MST-CORR   PIC X.
                   15  WS-NT-MST-POSTS  PIC 9(3).
                   15  WS-NT-MST-DSET   PIC X(44).
                   15  WS-NT-OUTCOME    PIC X.
                   15  WS-NT-CNT        PIC 9(9).

      * The generation being read for one night and source.
       01  WS-GEN-NAME                  PIC X(40).
       01  WS-GEN-STATUS                PIC XX.
       01  WS-GEN-STATE                 PIC X           VALUE 'N'.
           88  GEN-ABSENT                               VALUE 'N'.
           88  GEN-STALE                                VALUE 'S'.
           88  GEN-CURRENT                              VALUE 'C'.
       01  WS-GEN-DATE                  PIC X(8)        VALUE SPACES.
       01  WS-GEN-CNT                   PIC 9(9)        VALUE 0.
       01  WS-GEN-NOPLAN                PIC X           VALUE 'N'.
       01  WS-GEN-PASS                  PIC X           VALUE 'N'.
       01  WS-GEN-LINE-NO               PIC 9(9)        VALUE 0.
       01  WS-GEN-HIT                   PIC X           VALUE 'N'.

      * Voyage totals: the verdict and the evidence it rests on.
       01  WS-CLEAR-NIGHTS              PIC 9(3)        VALUE 0.
       01  WS-BREACH-TOTAL              PIC 9(6)        VALUE 0.
       01  WS-MISSING-TOTAL             PIC 9(4)        VALUE 0.
       01  WS-DISAGREE-TOTAL            PIC 9(4)        VALUE 0.
       01  WS-GEN-TOTAL                 PIC 9(4)        VALUE 0.
       01  WS-POST-TOTAL                PIC 9(4)        VALUE 0.
       01  WS-CORR-TOTAL                PIC 9(4)        VALUE 0.
       01  WS-VERDICT                   PIC X(15)       VALUE SPACES.

      * Certification number and document.
       01  WS-CERT-NUMBER               PIC 9(6)        VALUE 0.
       01  WS-DOC-NAME                  PIC X(20)       VALUE SPACES.
       01  WS-DOC-STATUS                PIC XX.
       01  WS-REG-STATUS                PIC XX.
       01  WS-REG-EOF                   PIC X           VALUE 'N'.

      * Printing.
       01  WS-RESULT-TEXT               PIC X(50)       VALUE SPACES.
       01  WS-CNT-EDIT                  PIC Z(8)9.
       01  WS-CNT-EDIT-2                PIC Z(8)9.
       01  WS-SUMMARY-LINE.
           05  WS-SL-DATE               PIC X(8).
           05  FILLER                   PIC X(3)        VALUE SPACES.
           05  WS-SL-CELL               PIC X(16) OCCURS 4 TIMES.
           05  WS-SL-NIGHT              PIC X(10).
       01  WS-CELL-IDX                  PIC 9           VALUE 0.

       01  WS-MASTER-STATUS             PIC XX.
       01  WS-MASTER-OPEN               PIC X           VALUE 'N'.
       01  WS-CORR-STATUS               PIC XX.
       01  WS-CORR-OPEN                 PIC X           VALUE 'N'.
       01  WS-ERR-STATUS                PIC XX.
       01  WS-ERR-FILE                  PIC X(20).
       01  WS-ERR-OP                    PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
       01  WS-RUN-TIME                  PIC 9(8)        VALUE 0.
       01  WS-USER                      PIC X(12)       VALUE SPACES.
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
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER FROM ENVIRONMENT-VALUE.
           IF WS-USER = SPACES
                   DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
                   ACCEPT WS-USER FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-USER = SPACES
                   MOVE 'UNKNOWN' TO WS-USER
           END-IF.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM PARSE-RUN-PARM.
           PERFORM LOAD-SOURCES.
           PERFORM BUILD-NIGHT-TABLE.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' CERTIFYING VOYAGE '
                   WS-FROM-DATE ' TO ' WS-TO-DATE ' (' WS-NIGHT-COUNT
                   ' NIGHTS)'.
           PERFORM LOAD-MASTER-EVIDENCE.
           PERFORM ASSIGN-CERT-NUMBER.
           OPEN OUTPUT CERT-DOCUMENT.
           IF WS-DOC-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'CERT-DOCUMENT' TO WS-ERR-FILE
                   MOVE WS-DOC-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           PERFORM WRITE-DOCUMENT-HEADER.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                   PERFORM CERTIFY-NIGHT
           END-PERFORM.
           PERFORM WRITE-NIGHT-SUMMARY.
           PERFORM WRITE-VERDICT.
           CLOSE CERT-DOCUMENT.
           PERFORM WRITE-CERT-REGISTER.
           DISPLAY 'CERTIFICATION ' WS-CERT-NUMBER ': ' WS-VERDICT
                   ' -- SEE ' FUNCTION TRIM(WS-DOC-NAME).
           IF WS-CLEAR-NIGHTS NOT = WS-NIGHT-COUNT
                   DISPLAY 'WARNING: ' WS-BREACH-TOTAL ' BREACH(ES), '
                           WS-MISSING-TOTAL ' WITHOUT EVIDENCE, '
                           WS-DISAGREE-TOTAL ' DISAGREEING'
                   MOVE 4 TO RETURN-CODE
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
                           WHEN 'FROM'
                                   PERFORM GET-PARM-VALUE
                                   PERFORM CHECK-PARM-DATE
                                   MOVE WS-CHECK-DATE TO WS-FROM-DATE
                           WHEN 'TO'
                                   PERFORM GET-PARM-VALUE
                                   PERFORM CHECK-PARM-DATE
                                   MOVE WS-CHECK-DATE TO WS-TO-DATE
                           WHEN OTHER
                                   DISPLAY 'ERROR: UNKNOWN RUN '
                                           'PARAMETER '
                                           WS-PARM-TOK(WS-TOK-IDX)
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                   END-EVALUATE
                   ADD 1 TO WS-TOK-IDX
           END-PERFORM.
           IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
                   DISPLAY 'ERROR: FROM <yyyymmdd> AND TO <yyyymmdd> '
                           'ARE BOTH REQUIRED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
                   DISPLAY 'ERROR: FROM ' WS-FROM-DATE
                           ' IS AFTER TO ' WS-TO-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-TO-INT - WS-FROM-INT + 1 > 366
                   DISPLAY 'ERROR: VOYAGE ' WS-FROM-DATE ' TO '
                           WS-TO-DATE ' IS LONGER THAN 366 NIGHTS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           COMPUTE WS-NIGHT-COUNT = WS-TO-INT - WS-FROM-INT + 1.

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

      * A voyage date must be a real calendar date: it round-trips
      * through its day number unchanged.
       CHECK-PARM-DATE.
           MOVE 'N' TO WS-CHECK-OK.
           IF WS-TOK-VAL(1:8) IS NUMERIC AND WS-TOK-VAL(9:1) = SPACE
                   MOVE WS-TOK-VAL(1:8) TO WS-CHECK-DATE
                   IF WS-CHECK-YYYY >= 1601
                           AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                           AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
                           COMPUTE WS-DATE-INT =
                                   FUNCTION INTEGER-OF-DATE(
                                           WS-CHECK-DATE)
                           IF FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                                   = WS-CHECK-DATE
                                   MOVE 'Y' TO WS-CHECK-OK
                           END-IF
                   END-IF
           END-IF.
           IF WS-CHECK-OK = 'N'
                   DISPLAY 'ERROR: ' FUNCTION TRIM(WS-TOK-VAL)
                           ' IS NOT A CALENDAR DATE (yyyymmdd)'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       LOAD-SOURCES.
           MOVE 'AVCD2P2' TO WS-SRC-PROGRAM(1).
           MOVE 'avcd2p2.alert' TO WS-SRC-GEN-BASE(1).
           MOVE 'SAFETY ENVELOPE' TO WS-SRC-TITLE(1).
           MOVE 'BREACHES:' TO WS-SRC-TAG(1).
           MOVE 'BREACH' TO WS-SRC-BAD-WORD(1).
           MOVE 'AVCDDP1' TO WS-SRC-PROGRAM(2).
           MOVE 'avcddp1.rpt' TO WS-SRC-GEN-BASE(2).
           MOVE 'DIVE RATE' TO WS-SRC-TITLE(2).
           MOVE 'BREACHES:' TO WS-SRC-TAG(2).
           MOVE 'BREACH' TO WS-SRC-BAD-WORD(2).
           MOVE 'AVCD2P9' TO WS-SRC-PROGRAM(3).
           MOVE 'avcd2p9.rpt' TO WS-SRC-GEN-BASE(3).
           MOVE 'PLAN V ACTUAL' TO WS-SRC-TITLE(3).
           MOVE 'MISSES:' TO WS-SRC-TAG(3).
           MOVE 'MISS' TO WS-SRC-BAD-WORD(3).
           MOVE 'AVCD2P5' TO WS-SRC-PROGRAM(4).
           MOVE 'avcd2p5.crt' TO WS-SRC-GEN-BASE(4).
           MOVE 'RETURN COURSE' TO WS-SRC-TITLE(4).
           MOVE 'VERIFIED:' TO WS-SRC-TAG(4).
           MOVE 'FAIL' TO WS-SRC-BAD-WORD(4).

       BUILD-NIGHT-TABLE.
           INITIALIZE WS-NIGHT-TABLE.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                   COMPUTE WS-NT-DATE(WS-NIGHT-IDX) =
                           FUNCTION DATE-OF-INTEGER(
                                   WS-FROM-INT + WS-NIGHT-IDX - 1)
                   PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                           UNTIL WS-SRC-IDX > 4
                           MOVE 'N' TO
                                   WS-NT-MST(WS-NIGHT-IDX, WS-SRC-IDX)
                                   WS-NT-MST-KNOWN(WS-NIGHT-IDX,
                                           WS-SRC-IDX)
                                   WS-NT-MST-NOPLAN(WS-NIGHT-IDX,
                                           WS-SRC-IDX)
                                   WS-NT-MST-CORR(WS-NIGHT-IDX,
                                           WS-SRC-IDX)
                   END-PERFORM
           END-PERFORM.

      * ---------------------------------------------------------------
      * Results master: every posting of the four programs for the
      * voyage's nights, read in key order from the first night.
      * ---------------------------------------------------------------
       LOAD-MASTER-EVIDENCE.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'WARNING: RESULTS MASTER UNAVAILABLE, FILE '
                           'STATUS ' WS-MASTER-STATUS
                           ' -- GENERATIONS ONLY'
           ELSE
                   MOVE 'Y' TO WS-MASTER-OPEN
                   OPEN INPUT CORR-REGISTER
                   IF WS-CORR-STATUS = '00'
                           MOVE 'Y' TO WS-CORR-OPEN
                   END-IF
                   MOVE LOW-VALUES TO MST-KEY
                   MOVE WS-FROM-DATE TO MST-RUN-DATE
                   MOVE 'N' TO WS-EOF
                   START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
                           INVALID KEY MOVE 'Y' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ MASTER-FILE NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                     IF MST-RUN-DATE > WS-TO-DATE
                                       MOVE 'Y' TO WS-EOF
                                     ELSE
                                       PERFORM TAKE-MASTER-POSTING
                                     END-IF
                           END-READ
                   END-PERFORM
                   IF WS-CORR-OPEN = 'Y'
                           CLOSE CORR-REGISTER
                   END-IF
                   CLOSE MASTER-FILE
           END-IF.

      * A program posting more than once for a night (a rerun under
      * another dataset) is judged on its worst posting.
       TAKE-MASTER-POSTING.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 4
                   OR WS-SRC-PROGRAM(WS-SRC-IDX) = MST-PROGRAM
                   CONTINUE
           END-PERFORM.
           IF WS-SRC-IDX NOT > 4
                   COMPUTE WS-NIGHT-IDX = FUNCTION INTEGER-OF-DATE(
                           MST-RUN-DATE) - WS-FROM-INT + 1
                   MOVE 'Y' TO WS-NT-MST(WS-NIGHT-IDX, WS-SRC-IDX)
                   ADD 1 TO WS-NT-MST-POSTS(WS-NIGHT-IDX, WS-SRC-IDX)
                   MOVE MST-DATASET
                           TO WS-NT-MST-DSET(WS-NIGHT-IDX, WS-SRC-IDX)
                   PERFORM CHECK-CORRECTED
                   IF MST-RESULTS(1:14) = 'NO PLAN ISSUED'
                           MOVE 'Y' TO WS-NT-MST-NOPLAN(WS-NIGHT-IDX,
                                   WS-SRC-IDX)
                   ELSE
                           PERFORM FIND-POSTED-COUNT
                   END-IF
           END-IF.

       FIND-POSTED-COUNT.
           MOVE SPACES TO WS-RES-TOK-TABLE.
           UNSTRING MST-RESULTS DELIMITED BY ALL SPACES
                   INTO WS-RES-TOK(1) WS-RES-TOK(2) WS-RES-TOK(3)
                        WS-RES-TOK(4) WS-RES-TOK(5) WS-RES-TOK(6)
                        WS-RES-TOK(7) WS-RES-TOK(8) WS-RES-TOK(9)
                        WS-RES-TOK(10) WS-RES-TOK(11) WS-RES-TOK(12)
                        WS-RES-TOK(13) WS-RES-TOK(14) WS-RES-TOK(15)
                        WS-RES-TOK(16).
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > 15
                   IF WS-RES-TOK(WS-RES-IDX) = WS-SRC-TAG(WS-SRC-IDX)
                           PERFORM TAKE-POSTED-COUNT
                   END-IF
           END-PERFORM.

      * The count after the tag; a return-course posting carries its
      * verdict (P or F) instead.
       TAKE-POSTED-COUNT.
           ADD 1 TO WS-RES-IDX.
           MOVE 'Y' TO WS-CHECK-OK.
           IF WS-SRC-IDX = 4
                   IF WS-RES-TOK(WS-RES-IDX) = 'P'
                           MOVE 0 TO WS-GEN-CNT
                   ELSE
                           MOVE 1 TO WS-GEN-CNT
                   END-IF
           ELSE
                   IF WS-RES-TOK(WS-RES-IDX) = SPACES
                           OR FUNCTION TEST-NUMVAL(
                                   WS-RES-TOK(WS-RES-IDX)) NOT = 0
                           MOVE 'N' TO WS-CHECK-OK
                   ELSE
                           COMPUTE WS-GEN-CNT = FUNCTION NUMVAL(
                                   WS-RES-TOK(WS-RES-IDX))
                   END-IF
           END-IF.
           IF WS-CHECK-OK = 'Y'
                   IF WS-NT-MST-KNOWN(WS-NIGHT-IDX, WS-SRC-IDX) = 'N'
                           OR WS-GEN-CNT
                               > WS-NT-MST-CNT(WS-NIGHT-IDX, WS-SRC-IDX)
                           MOVE WS-GEN-CNT TO WS-NT-MST-CNT(
                                   WS-NIGHT-IDX, WS-SRC-IDX)
                   END-IF
                   MOVE 'Y' TO WS-NT-MST-KNOWN(WS-NIGHT-IDX, WS-SRC-IDX)
           END-IF.

      * Corrected while the master still holds what AVCDMT1 put
      * there; a register that is absent or unreadable corrects
      * nothing.
       CHECK-CORRECTED.
           IF WS-CORR-OPEN = 'Y'
                   MOVE MST-KEY TO COR-KEY
                   READ CORR-REGISTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   IF NOT COR-DELETED
                                           AND COR-RESULTS
                                                   = MST-RESULTS
                                           MOVE 'Y' TO WS-NT-MST-CORR(
                                                   WS-NIGHT-IDX,
                                                   WS-SRC-IDX)
                                   END-IF
                   END-READ
           END-IF.

      * The next number is one past the highest in the register.
       ASSIGN-CERT-NUMBER.
           MOVE 0 TO WS-CERT-NUMBER.
           OPEN INPUT CERT-REGISTER.
           IF WS-REG-STATUS = '00' OR WS-REG-STATUS = '05'
                   MOVE 'N' TO WS-REG-EOF
                   PERFORM UNTIL WS-REG-EOF = 'Y'
                           READ CERT-REGISTER
                                   AT END MOVE 'Y' TO WS-REG-EOF
                                   NOT AT END
                                     IF CRT-NUMBER IS NUMERIC
                                       AND CRT-NUMBER > WS-CERT-NUMBER
                                       MOVE CRT-NUMBER
                                               TO WS-CERT-NUMBER
                                     END-IF
                           END-READ
                   END-PERFORM
                   CLOSE CERT-REGISTER
           END-IF.
           ADD 1 TO WS-CERT-NUMBER.
           MOVE SPACES TO WS-DOC-NAME.
           STRING 'avcdvc1.C'      DELIMITED BY SIZE
                   WS-CERT-NUMBER  DELIMITED BY SIZE
                   INTO WS-DOC-NAME.

       WRITE-DOCUMENT-HEADER.
           MOVE SPACES TO DOC-LINE.
           STRING 'VOYAGE DIVE CERTIFICATION NO. ' DELIMITED BY SIZE
                   WS-CERT-NUMBER  DELIMITED BY SIZE
                   INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING 'VOYAGE: '       DELIMITED BY SIZE
                   WS-FROM-DATE    DELIMITED BY SIZE
                   ' TO '          DELIMITED BY SIZE
                   WS-TO-DATE      DELIMITED BY SIZE
                   ' NIGHTS: '     DELIMITED BY SIZE
                   WS-NIGHT-COUNT  DELIMITED BY SIZE
                   INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING 'PREPARED: '     DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-RUN-TIME(1:6) DELIMITED BY SIZE
                   ' BY '          DELIMITED BY SIZE
                   WS-USER         DELIMITED BY SPACE
                   INTO DOC-LINE.
           WRITE DOC-LINE.
           IF WS-MASTER-OPEN = 'N'
                   MOVE 'RESULTS MASTER UNAVAILABLE -- EVIDENCE FROM '
                           & 'RETAINED GENERATIONS ONLY' TO DOC-LINE
                   WRITE DOC-LINE
           END-IF.

      * ---------------------------------------------------------------
      * One night: each source judged and written with its evidence
      * and, from a current generation, every breach it holds.
      * ---------------------------------------------------------------
       CERTIFY-NIGHT.
           MOVE SPACES TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING 'NIGHT '         DELIMITED BY SIZE
                   WS-NT-DATE(WS-NIGHT-IDX) DELIMITED BY SIZE
                   INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'Y' TO WS-NT-CLEAR(WS-NIGHT-IDX).
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 4
                   PERFORM SCAN-GENERATION
                   PERFORM JUDGE-SOURCE
                   PERFORM WRITE-SOURCE-RESULT
                   IF GEN-CURRENT AND WS-GEN-CNT > 0
                           PERFORM LIST-GENERATION-BREACHES
                   END-IF
           END-PERFORM.
           IF WS-NT-CLEAR(WS-NIGHT-IDX) = 'Y'
                   ADD 1 TO WS-CLEAR-NIGHTS
           END-IF.

       BUILD-GEN-NAME.
           MOVE SPACES TO WS-GEN-NAME.
           STRING WS-SRC-GEN-BASE(WS-SRC-IDX) DELIMITED BY SPACE
                   '.G'            DELIMITED BY SIZE
                   WS-NT-DATE(WS-NIGHT-IDX) DELIMITED BY SIZE
                   INTO WS-GEN-NAME.

      * First look at the generation: whose night it is and how many
      * breaches it holds.
       SCAN-GENERATION.
           PERFORM BUILD-GEN-NAME.
           SET GEN-ABSENT TO TRUE.
           MOVE SPACES TO WS-GEN-DATE.
           MOVE 0 TO WS-GEN-CNT WS-GEN-LINE-NO.
           MOVE 'N' TO WS-GEN-NOPLAN WS-GEN-PASS.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS = '00'
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ GEN-FILE
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END PERFORM SCAN-GEN-LINE
                           END-READ
                   END-PERFORM
           END-IF.
           IF WS-GEN-STATUS = '00' OR WS-GEN-STATUS = '05'
                   OR WS-GEN-STATUS = '10'
                   CLOSE GEN-FILE
           END-IF.
           IF WS-GEN-LINE-NO > 0
                   IF WS-GEN-DATE = WS-NT-DATE(WS-NIGHT-IDX)
                           SET GEN-CURRENT TO TRUE
                           ADD 1 TO WS-GEN-TOTAL
                   ELSE
                           SET GEN-STALE TO TRUE
                   END-IF
           END-IF.
      * No PASS line on a return-course certificate is a failure.
           IF WS-SRC-IDX = 4 AND WS-GEN-PASS = 'N'
                   MOVE 1 TO WS-GEN-CNT
           END-IF.

       SCAN-GEN-LINE.
           ADD 1 TO WS-GEN-LINE-NO.
           IF WS-GEN-LINE-NO = 1 AND GEN-LINE(1:10) = 'RUN DATE: '
                   MOVE GEN-LINE(11:8) TO WS-GEN-DATE
                   IF GEN-LINE(20:14) = 'NO PLAN ISSUED'
                           MOVE 'Y' TO WS-GEN-NOPLAN
                   END-IF
           END-IF.
           PERFORM TEST-BREACH-LINE.
           IF WS-GEN-HIT = 'Y' AND WS-SRC-IDX NOT = 4
                   ADD 1 TO WS-GEN-CNT
           END-IF.
           IF WS-SRC-IDX = 4
                   AND GEN-LINE(1:17) = 'CERTIFICATE: PASS'
                   MOVE 'Y' TO WS-GEN-PASS
           END-IF.

      * The line each source writes for one breach.
       TEST-BREACH-LINE.
           MOVE 'N' TO WS-GEN-HIT.
           EVALUATE WS-SRC-IDX
                   WHEN 1
                           IF GEN-LINE(1:5) = 'LINE '
                                   AND GEN-LINE(15:9) = ' BREACH: '
                                   MOVE 'Y' TO WS-GEN-HIT
                           END-IF
                   WHEN 2
                           IF GEN-LINE(1:8) = '** LINE '
                                   MOVE 'Y' TO WS-GEN-HIT
                           END-IF
                   WHEN 3
                           IF GEN-LINE(1:12) = '** WAYPOINT '
                                   MOVE 'Y' TO WS-GEN-HIT
                           END-IF
                   WHEN 4
                           IF GEN-LINE(1:20) = '** CERTIFICATE: FAIL'
                                   MOVE 'Y' TO WS-GEN-HIT
                           END-IF
           END-EVALUATE.

      * The generation, when it is the night's own, is the detail and
      * must agree with what the step posted; without it the posted
      * count stands. An earlier night's alerts kept under this
      * night's name mean AVCD2P2 raised none.
       JUDGE-SOURCE.
           MOVE SPACE TO WS-NT-OUTCOME(WS-NIGHT-IDX, WS-SRC-IDX).
           EVALUATE TRUE
                   WHEN GEN-CURRENT
                           MOVE WS-GEN-CNT
                                   TO WS-NT-CNT(WS-NIGHT-IDX,
                                           WS-SRC-IDX)
                           IF WS-NT-MST-KNOWN(WS-NIGHT-IDX, WS-SRC-IDX)
                                   = 'Y'
                                   AND WS-NT-MST-CNT(WS-NIGHT-IDX,
                                           WS-SRC-IDX) NOT = WS-GEN-CNT
                                   MOVE 'D' TO WS-NT-OUTCOME(
                                           WS-NIGHT-IDX, WS-SRC-IDX)
                           END-IF
                           IF WS-GEN-NOPLAN = 'Y'
                                   AND WS-NT-OUTCOME(WS-NIGHT-IDX,
                                           WS-SRC-IDX) = SPACE
                                   MOVE 'N' TO WS-NT-OUTCOME(
                                           WS-NIGHT-IDX, WS-SRC-IDX)
                           END-IF
                   WHEN WS-NT-MST-NOPLAN(WS-NIGHT-IDX, WS-SRC-IDX)
                           = 'Y'
                           MOVE 'N' TO
                                   WS-NT-OUTCOME(WS-NIGHT-IDX,
                                           WS-SRC-IDX)
                   WHEN WS-NT-MST-KNOWN(WS-NIGHT-IDX, WS-SRC-IDX) = 'Y'
                           MOVE WS-NT-MST-CNT(WS-NIGHT-IDX, WS-SRC-IDX)
                                   TO WS-NT-CNT(WS-NIGHT-IDX,
                                           WS-SRC-IDX)
                   WHEN WS-SRC-IDX = 1 AND GEN-STALE
                           AND WS-NT-MST(WS-NIGHT-IDX, WS-SRC-IDX) = 'Y'
                           MOVE 0 TO WS-NT-CNT(WS-NIGHT-IDX, WS-SRC-IDX)
                   WHEN OTHER
                           MOVE 'M' TO
                                   WS-NT-OUTCOME(WS-NIGHT-IDX,
                                           WS-SRC-IDX)
           END-EVALUATE.
           IF WS-NT-OUTCOME(WS-NIGHT-IDX, WS-SRC-IDX) = SPACE
                   IF WS-NT-CNT(WS-NIGHT-IDX, WS-SRC-IDX) > 0
                           MOVE 'B' TO WS-NT-OUTCOME(WS-NIGHT-IDX,
                                   WS-SRC-IDX)
                   ELSE
                           MOVE 'C' TO WS-NT-OUTCOME(WS-NIGHT-IDX,
                                   WS-SRC-IDX)
                   END-IF
           END-IF.
           IF WS-NT-MST(WS-NIGHT-IDX, WS-SRC-IDX) = 'Y'
                   ADD WS-NT-MST-POSTS(WS-NIGHT-IDX, WS-SRC-IDX)
                           TO WS-POST-TOTAL
           END-IF.
           IF WS-NT-MST-CORR(WS-NIGHT-IDX, WS-SRC-IDX) = 'Y'
                   ADD 1 TO WS-CORR-TOTAL
           END-IF.
           EVALUATE WS-NT-OUTCOME(WS-NIGHT-IDX, WS-SRC-IDX)
                   WHEN 'B'
                           ADD WS-NT-CNT(WS-NIGHT-IDX, WS-SRC-IDX)
                                   TO WS-BREACH-TOTAL
                           MOVE 'N' TO WS-NT-CLEAR(WS-NIGHT-IDX)
                   WHEN 'M'
                           ADD 1 TO WS-MISSING-TOTAL
                           MOVE 'N' TO WS-NT-CLEAR(WS-NIGHT-IDX)
                   WHEN 'D'
                           ADD 1 TO WS-DISAGREE-TOTAL
                           MOVE 'N' TO WS-NT-CLEAR(WS-NIGHT-IDX)
           END-EVALUATE.

       WRITE-SOURCE-RESULT.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE WS-NT-CNT(WS-NIGHT-IDX, WS-SRC-IDX) TO WS-CNT-EDIT.
           EVALUATE WS-NT-OUTCOME(WS-NIGHT-IDX, WS-SRC-IDX)
                   WHEN 'C'
                           MOVE 'CLEAR' TO WS-RESULT-TEXT
                   WHEN 'N'
                           MOVE 'NO PLAN ISSUED -- CLEAR'
                                   TO WS-RESULT-TEXT
                   WHEN 'M'
                           MOVE 'NO EVIDENCE' TO WS-RESULT-TEXT
                   WHEN 'D'
                           MOVE WS-NT-MST-CNT(WS-NIGHT-IDX, WS-SRC-IDX)
                                   TO WS-CNT-EDIT-2
                           STRING 'DISAGREES -- GENERATION '
                                           DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-CNT-EDIT)
                                           DELIMITED BY SIZE
                                   ', MASTER ' DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-CNT-EDIT-2)
                                           DELIMITED BY SIZE
                                   INTO WS-RESULT-TEXT
                   WHEN 'B'
                           IF WS-SRC-IDX = 4
                                   MOVE 'FAIL -- NON-ZERO RESIDUAL'
                                           TO WS-RESULT-TEXT
                           ELSE
                                   STRING FUNCTION TRIM(WS-CNT-EDIT)
                                                   DELIMITED BY SIZE
                                           ' '     DELIMITED BY SIZE
                                           WS-SRC-BAD-WORD(WS-SRC-IDX)
                                                   DELIMITED BY SPACE
                                           '(ES)'  DELIMITED BY SIZE
                                           INTO WS-RESULT-TEXT
                           END-IF
           END-EVALUATE.
           MOVE SPACES TO DOC-LINE.
           STRING '  '             DELIMITED BY SIZE
                   WS-SRC-TITLE(WS-SRC-IDX) DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WS-RESULT-TEXT  DELIMITED BY SIZE
                   INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           EVALUATE TRUE
                   WHEN GEN-CURRENT
                           STRING '      GENERATION: ' DELIMITED BY SIZE
                                   WS-GEN-NAME DELIMITED BY SPACE
                                   INTO DOC-LINE
                   WHEN GEN-STALE AND WS-SRC-IDX = 1
                           STRING '      GENERATION: ' DELIMITED BY SIZE
                                   WS-GEN-NAME DELIMITED BY SPACE
                                   ' HOLDS RUN DATE ' DELIMITED BY SIZE
                                   WS-GEN-DATE DELIMITED BY SIZE
                                   ' -- NO ALERTS RAISED THIS NIGHT'
                                               DELIMITED BY SIZE
                                   INTO DOC-LINE
                   WHEN GEN-STALE
                           STRING '      GENERATION: ' DELIMITED BY SIZE
                                   WS-GEN-NAME DELIMITED BY SPACE
                                   ' HOLDS RUN DATE ' DELIMITED BY SIZE
                                   WS-GEN-DATE DELIMITED BY SIZE
                                   ' -- NOT THIS NIGHT''S'
                                               DELIMITED BY SIZE
                                   INTO DOC-LINE
                   WHEN OTHER
                           STRING '      GENERATION: NONE RETAINED'
                                               DELIMITED BY SIZE
                                   INTO DOC-LINE
           END-EVALUATE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           IF WS-NT-MST(WS-NIGHT-IDX, WS-SRC-IDX) = 'Y'
                   MOVE WS-NT-MST-POSTS(WS-NIGHT-IDX, WS-SRC-IDX)
                           TO WS-CNT-EDIT
                   MOVE SPACES TO WS-RESULT-TEXT
                   IF WS-NT-MST-CORR(WS-NIGHT-IDX, WS-SRC-IDX) = 'Y'
                           MOVE ' (CORRECTED THROUGH AVCDMT1)'
                                   TO WS-RESULT-TEXT
                   END-IF
                   STRING '      MASTER:     ' DELIMITED BY SIZE
                           WS-SRC-PROGRAM(WS-SRC-IDX)
                                   DELIMITED BY SPACE
                           ' '     DELIMITED BY SIZE
                           WS-NT-MST-DSET(WS-NIGHT-IDX, WS-SRC-IDX)
                                   DELIMITED BY SPACE
                           ', POSTINGS: ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
                           WS-RESULT-TEXT DELIMITED BY SIZE
                           INTO DOC-LINE
                   IF WS-NT-MST-KNOWN(WS-NIGHT-IDX, WS-SRC-IDX) = 'N'
                           AND WS-NT-MST-NOPLAN(WS-NIGHT-IDX,
                                   WS-SRC-IDX) = 'N'
                           WRITE DOC-LINE
                           MOVE '      MASTER:     POSTING CARRIES NO '
                                   & 'COUNT' TO DOC-LINE
                   END-IF
           ELSE
                   MOVE '      MASTER:     NOT POSTED' TO DOC-LINE
           END-IF.
           WRITE DOC-LINE.
           IF WS-NT-OUTCOME(WS-NIGHT-IDX, WS-SRC-IDX) = 'B'
                   AND NOT GEN-CURRENT
                   MOVE '      DETAIL NOT RETAINED -- COUNT FROM THE '
                           & 'RESULTS MASTER' TO DOC-LINE
                   WRITE DOC-LINE
           END-IF.

      * Second look at a current generation: every breach line, as
      * the step wrote it.
       LIST-GENERATION-BREACHES.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'GEN-FILE' TO WS-ERR-FILE
                   MOVE WS-GEN-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ GEN-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                                   PERFORM TEST-BREACH-LINE
                                   IF WS-GEN-HIT = 'Y'
                                           MOVE SPACES TO DOC-LINE
                                           STRING '        '
                                                   DELIMITED BY SIZE
                                                   GEN-LINE(1:120)
                                                   DELIMITED BY SIZE
                                                   INTO DOC-LINE
                                           WRITE DOC-LINE
                                   END-IF
                   END-READ
           END-PERFORM.
           CLOSE GEN-FILE.

       WRITE-NIGHT-SUMMARY.
           MOVE SPACES TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'PER-NIGHT SUMMARY' TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'NIGHT' TO WS-SL-DATE.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 4
                   MOVE WS-SRC-TITLE(WS-SRC-IDX)
                           TO WS-SL-CELL(WS-SRC-IDX)
           END-PERFORM.
           MOVE 'NIGHT' TO WS-SL-NIGHT.
           MOVE WS-SUMMARY-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                   MOVE SPACES TO WS-SUMMARY-LINE
                   MOVE WS-NT-DATE(WS-NIGHT-IDX) TO WS-SL-DATE
                   PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                           UNTIL WS-SRC-IDX > 4
                           PERFORM SET-SUMMARY-CELL
                   END-PERFORM
                   IF WS-NT-CLEAR(WS-NIGHT-IDX) = 'Y'
                           MOVE 'CLEAR' TO WS-SL-NIGHT
                   ELSE
                           MOVE 'NOT CLEAR' TO WS-SL-NIGHT
                   END-IF
                   MOVE WS-SUMMARY-LINE TO DOC-LINE
                   WRITE DOC-LINE
           END-PERFORM.

       SET-SUMMARY-CELL.
           EVALUATE WS-NT-OUTCOME(WS-NIGHT-IDX, WS-SRC-IDX)
                   WHEN 'C'
                           MOVE 'CLEAR' TO WS-SL-CELL(WS-SRC-IDX)
                   WHEN 'N'
                           MOVE 'NO PLAN' TO WS-SL-CELL(WS-SRC-IDX)
                   WHEN 'M'
                           MOVE 'NO EVIDENCE' TO WS-SL-CELL(WS-SRC-IDX)
                   WHEN 'D'
                           MOVE 'DISAGREES' TO WS-SL-CELL(WS-SRC-IDX)
                   WHEN 'B'
                           MOVE WS-NT-CNT(WS-NIGHT-IDX, WS-SRC-IDX)
                                   TO WS-CNT-EDIT
                           STRING WS-SRC-BAD-WORD(WS-SRC-IDX)
                                           DELIMITED BY SPACE
                                   ' '     DELIMITED BY SIZE
                                   FUNCTION TRIM(WS-CNT-EDIT)
                                           DELIMITED BY SIZE
                                   INTO WS-SL-CELL(WS-SRC-IDX)
           END-EVALUATE.

       WRITE-VERDICT.
           IF WS-CLEAR-NIGHTS = WS-NIGHT-COUNT
                   MOVE 'CERTIFIABLE' TO WS-VERDICT
           ELSE
                   MOVE 'NOT CERTIFIABLE' TO WS-VERDICT
           END-IF.
           MOVE SPACES TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING 'NIGHTS: '       DELIMITED BY SIZE
                   WS-NIGHT-COUNT  DELIMITED BY SIZE
                   ' CLEAR: '      DELIMITED BY SIZE
                   WS-CLEAR-NIGHTS DELIMITED BY SIZE
                   ' BREACHES: '   DELIMITED BY SIZE
                   WS-BREACH-TOTAL DELIMITED BY SIZE
                   ' WITHOUT EVIDENCE: ' DELIMITED BY SIZE
                   WS-MISSING-TOTAL DELIMITED BY SIZE
                   ' DISAGREEING: ' DELIMITED BY SIZE
                   WS-DISAGREE-TOTAL DELIMITED BY SIZE
                   INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           STRING 'EVIDENCE: GENERATIONS ' DELIMITED BY SIZE
                   WS-GEN-TOTAL    DELIMITED BY SIZE
                   ' MASTER POSTINGS ' DELIMITED BY SIZE
                   WS-POST-TOTAL   DELIMITED BY SIZE
                   ' OF THEM CORRECTED ' DELIMITED BY SIZE
                   WS-CORR-TOTAL   DELIMITED BY SIZE
                   INTO DOC-LINE.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           IF WS-CLEAR-NIGHTS = WS-NIGHT-COUNT
                   STRING 'VERDICT: CERTIFIABLE' DELIMITED BY SIZE
                           INTO DOC-LINE
           ELSE
                   STRING '** VERDICT: NOT CERTIFIABLE **'
                                   DELIMITED BY SIZE
                           INTO DOC-LINE
           END-IF.
           WRITE DOC-LINE.
           MOVE SPACES TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'DIVE SAFETY OFFICER: ______________________  '
                   & 'DATE: ________' TO DOC-LINE.
           WRITE DOC-LINE.

       WRITE-CERT-REGISTER.
           OPEN EXTEND CERT-REGISTER.
           IF WS-REG-STATUS = '35'
                   OPEN OUTPUT CERT-REGISTER
           END-IF.
           IF WS-REG-STATUS NOT = '00'
                   AND WS-REG-STATUS NOT = '05'
                   MOVE 'OPEN' TO WS-ERR-OP
                   MOVE 'CERT-REGISTER' TO WS-ERR-FILE
                   MOVE WS-REG-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           MOVE SPACES TO CERT-RECORD.
           MOVE WS-CERT-NUMBER TO CRT-NUMBER.
           MOVE WS-RUN-DATE TO CRT-DATE.
           MOVE WS-RUN-TIME(1:6) TO CRT-TIME.
           MOVE WS-USER TO CRT-USER.
           MOVE WS-FROM-DATE TO CRT-FROM.
           MOVE WS-TO-DATE TO CRT-TO.
           MOVE WS-NIGHT-COUNT TO CRT-NIGHTS.
           MOVE WS-VERDICT TO CRT-VERDICT.
           MOVE WS-BREACH-TOTAL TO CRT-BREACHES.
           MOVE WS-MISSING-TOTAL TO CRT-MISSING.
           MOVE WS-DISAGREE-TOTAL TO CRT-DISAGREE.
           MOVE WS-GEN-TOTAL TO CRT-GENS.
           MOVE WS-POST-TOTAL TO CRT-POSTINGS.
           MOVE WS-CORR-TOTAL TO CRT-CORRECTED.
           MOVE WS-DOC-NAME TO CRT-DOCUMENT.
           WRITE CERT-RECORD.
           IF WS-REG-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'CERT-REGISTER' TO WS-ERR-FILE
                   MOVE WS-REG-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           CLOSE CERT-REGISTER.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
