      * columns, and the trailer count is the hand-off contract --
      * their loader can prove it got everything we sent.
      *
      * A record AVCDMT1 has corrected (entered in the correction
      * register avcdcorr.dat and still holding the corrected
      * results) goes out as an amendment instead of a D record,
      * with the correction made in a fifth field:
      *   A|<run date>|<program>|<dataset>|ADD|NAME=value...
      *   A|<run date>|<program>|<dataset>|CHANGE|NAME=value...
      *   A|<run date>|<program>|<dataset>|DELETE
      * A deleted record within the filters is always sent as a
      * DELETE amendment, and any amendment shore is still owed for
      * a record outside the filters is sent as well, so an old
      * night corrected today reaches shore with tonight's extract.
      * Every amendment sent is marked sent in the register. An
      * amendment is only sent while the master still holds what
      * AVCDMT1 left there (no record, for a DELETE); one whose key
      * has been posted again since is retired in the register as no
      * longer owed and named on the console. The trailer count
      * includes the A records. Every extract is entered in the
      * register avcdxreg.dat under its H date with the filters it
      * was cut with and its trailer count, so AVCDAK1 can match
      * shore's acknowledgement to it and regenerate it for resend;
      * a rerun on the same date replaces the entry and awaits a
      * fresh acknowledgement.
      *
      * Run parameter tokens, the same filters AVCDIQ1 takes:
      *   DATE <yyyymmdd>          exact run date
      *   FROM <yyyymmdd>          start of date range
       FILE-CONTROL.
       SELECT MASTER-FILE ASSIGN TO 'avcdmstr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       SELECT EXTRACT-FILE ASSIGN TO 'avcdxt1.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       SELECT OPTIONAL REGISTER-FILE ASSIGN TO 'avcdxreg.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRG-EXTRACT-DATE
               FILE STATUS IS WS-REGISTER-STATUS.
       SELECT OPTIONAL CORR-REGISTER ASSIGN TO 'avcdcorr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                 PIC X(250).

       FD  REGISTER-FILE.
       COPY avcdxreg.

       FD  CORR-REGISTER.
       COPY avcdcorr.

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-DS-FILTER                 PIC X(44)       VALUE SPACES.
       01  WS-EXTRACT-CNT               PIC 9(9)        VALUE 0.

      * Amendments: the correction a record carries (spaces for an
      * uncorrected one) and how many went out.
       01  WS-CORR-OPEN                 PIC X           VALUE 'N'.
       01  WS-AMEND-ACTION              PIC X(6)        VALUE SPACES.
       01  WS-AMEND-CNT                 PIC 9(9)        VALUE 0.
       01  WS-RETIRED-CNT               PIC 9(9)        VALUE 0.
       01  WS-CORR-EOF                  PIC X           VALUE 'N'.

      * Results split: MST-RESULTS carries alternating 'TAG:' and
      * value tokens; each pair becomes one NAME=value column, the
      * colon dropped from the tag.

       01  WS-MASTER-STATUS             PIC XX.
       01  WS-EXTRACT-STATUS            PIC XX.
      * An unavailable register is a console warning: the extract
      * itself is still good, it just cannot be tracked.
       01  WS-REGISTER-STATUS           PIC XX.
      * Likewise the correction register: without it corrected
      * records go out as D records and no amendment is sent.
       01  WS-CORR-STATUS               PIC XX.
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
           OPEN INPUT MASTER-FILE.
                   WS-RUN-DATE     DELIMITED BY SIZE
                   INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           PERFORM OPEN-CORR-REGISTER.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ MASTER-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM EXTRACT-IF-MATCHING
                   END-READ
           END-PERFORM.
           IF WS-CORR-OPEN = 'Y'
                   PERFORM SEND-OWED-AMENDMENTS
                   CLOSE CORR-REGISTER
           END-IF.
           CLOSE MASTER-FILE.
           MOVE SPACES TO EXTRACT-LINE.
           STRING 'T|'             DELIMITED BY SIZE
           CLOSE EXTRACT-FILE.
           DISPLAY 'RECORDS EXTRACTED: ' WS-EXTRACT-CNT
                   ' TO avcdxt1.dat'.
           DISPLAY 'AMENDMENTS SENT: ' WS-AMEND-CNT.
           IF WS-RETIRED-CNT > 0
                   DISPLAY 'AMENDMENTS NO LONGER OWED: ' WS-RETIRED-CNT
           END-IF.
           PERFORM REGISTER-EXTRACT.
           STOP RUN.

       PARSE-RUN-PARM.
                   STOP RUN
           END-IF.

       REGISTER-EXTRACT.
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
                   AND WS-REGISTER-STATUS NOT = '05'
                   DISPLAY 'WARNING: EXTRACT REGISTER UNAVAILABLE, '
                           'FILE STATUS ' WS-REGISTER-STATUS
           ELSE
                   MOVE SPACES TO XREG-RECORD
                   MOVE WS-RUN-DATE TO XRG-EXTRACT-DATE
                   MOVE WS-DATE-FROM TO XRG-DATE-FROM
                   MOVE WS-DATE-TO TO XRG-DATE-TO
                   MOVE WS-PGM-FILTER TO XRG-PGM-FILTER
                   MOVE WS-DS-FILTER TO XRG-DS-FILTER
                   MOVE WS-EXTRACT-CNT TO XRG-SENT-COUNT
                   MOVE WS-RUN-DATE TO XRG-LAST-SENT
                   MOVE 0 TO XRG-RESEND-COUNT
                   SET XRG-AWAITING TO TRUE
                   MOVE 0 TO XRG-ACK-DATE
                   MOVE 0 TO XRG-ACK-COUNT
                   MOVE 'N' TO XRG-MISMATCH
                   WRITE XREG-RECORD
                   IF WS-REGISTER-STATUS = '22'
                           REWRITE XREG-RECORD
                   END-IF
                   IF WS-REGISTER-STATUS NOT = '00'
                           DISPLAY 'WARNING: EXTRACT REGISTER WRITE '
                                   'FAILED, FILE STATUS '
                                   WS-REGISTER-STATUS
                   ELSE
                           DISPLAY 'EXTRACT ' WS-RUN-DATE
                                   ' REGISTERED, AWAITING SHORE '
                                   'ACKNOWLEDGEMENT'
                   END-IF
                   CLOSE REGISTER-FILE
           END-IF.

       EXTRACT-IF-MATCHING.
           IF MST-RUN-DATE >= WS-DATE-FROM
                   AND MST-RUN-DATE <= WS-DATE-TO
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
                           ' -- NO AMENDMENTS SENT'
           ELSE
                   MOVE 'Y' TO WS-CORR-OPEN
           END-IF.

      * Corrected while the master still holds what AVCDMT1 put
      * there; once the owning program posts the key again the
      * record is an original result and goes out as a D record.
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

      * Second pass, over the register: deletions within the filters
      * (there is no master record left to carry them) and whatever
      * amendment is still owed outside them. The amendment is built
      * in the master record area from the register's image.
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
      * stands: the master holds the corrected results, or after a
      * DELETE no record at all. A key posted again since (a rerun,
      * an AVCDRC1 recycle) is an original result once more -- it
      * goes out as a D record -- and the amendment is retired.
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
                   DISPLAY 'ERROR: READ FAILED ON avcdmstr.dat, FILE '
                           'STATUS ' WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
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
           DISPLAY 'NOTE: AMENDMENT ' COR-RUN-DATE ' ' COR-PROGRAM ' '
                   FUNCTION TRIM(COR-DATASET) ' NO LONGER OWED -- '
                   'THE KEY WAS POSTED AGAIN AFTER THE CORRECTION'.

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
           WRITE EXTRACT-LINE.

