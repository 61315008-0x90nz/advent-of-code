      * ---------------------------------------------------------------
      * Archive record layout conversion
      * ---------------------------------------------------------------
      * The sonar archive avcdhist.dat grew from 85 to 96 bytes when
      * per-station calibration added the raw depth HST-RAW-DEPTH and
      * the flag HST-CAL-FLAG, and it cannot be rebuilt from a feed.
      * An archive in the old layout cannot be opened by the programs
      * that read it (AVCDAR1, AVCDSB1, AVCDBR1, AVCDRB1), so this
      * step runs right after the control-file edit, ahead of every
      * one of them. The archive is first opened in the current
      * layout; one that opens, or is not there yet, is left alone,
      * so once it is converted the step does nothing and costs
      * nothing. An archive that only opens in the old layout is
      * copied record by record into avcdhist.cnv with HST-RAW-DEPTH
      * = HST-DEPTH (nothing was calibrated before) and HST-CAL-FLAG
      * blank (as for a bare reading); then the live file is saved as
      * avcdhist.dat.PRE<run-date> and the converted one copied over
      * it, the way AVCDRB1 installs a rebuild. An archive that opens
      * in neither layout, or a failed copy, ends the step with
      * return code 16 and the live file as it was. Posts nothing to
      * the results master or avcdbal.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDCV1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OLD-HIST ASSIGN TO 'avcdhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HST-KEY
               FILE STATUS IS WS-OLD-STATUS.
       SELECT OPTIONAL NEW-HIST ASSIGN TO DYNAMIC WS-NEW-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HIST.
       01  OLD-HIST-RECORD.
           05  OLD-HST-KEY.
               10  OLD-HST-RUN-DATE     PIC 9(8).
               10  OLD-HST-DATASET      PIC X(44).
               10  OLD-HST-SEQ          PIC 9(9).
           05  OLD-HST-STATION          PIC X(8).
           05  OLD-HST-TIME             PIC 9(6).
           05  OLD-HST-DEPTH            PIC 9(10).

       FD  NEW-HIST.
       COPY avcdhist.

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.

      * The archive's live name, the name it is converted into, and
      * how far it got.
       01  WS-LIVE-NAME                 PIC X(20)       VALUE SPACES.
       01  WS-NEW-NAME                  PIC X(20)       VALUE SPACES.
       01  WS-LAYOUT                    PIC X           VALUE SPACE.
           88  LAYOUT-CURRENT                           VALUE 'C'.
           88  LAYOUT-ABSENT                            VALUE 'A'.
           88  LAYOUT-OLD                               VALUE 'O'.
       01  WS-READ-CNT                  PIC 9(9)        VALUE 0.
       01  WS-WRITTEN-CNT               PIC 9(9)        VALUE 0.
       01  WS-CMD                       PIC X(300).
       01  WS-SYS-RC                    PIC S9(9)       VALUE 0.

       01  WS-OLD-STATUS                PIC XX.
       01  WS-NEW-STATUS                PIC XX.
       01  WS-CHECK-STATUS              PIC XX.
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
           PERFORM CONVERT-SONAR-ARCHIVE.
           STOP RUN.

      * ---------------------------------------------------------------
      * Sonar archive: 85-byte records to 96.
      * ---------------------------------------------------------------
       CONVERT-SONAR-ARCHIVE.
           MOVE 'avcdhist.dat' TO WS-LIVE-NAME WS-NEW-NAME.
           OPEN INPUT NEW-HIST.
           MOVE WS-NEW-STATUS TO WS-CHECK-STATUS.
           EVALUATE WS-NEW-STATUS
                   WHEN '00'
                           SET LAYOUT-CURRENT TO TRUE
                           CLOSE NEW-HIST
                   WHEN '05'
                           SET LAYOUT-ABSENT TO TRUE
                           CLOSE NEW-HIST
                   WHEN '35'
                           SET LAYOUT-ABSENT TO TRUE
                   WHEN OTHER
                           SET LAYOUT-OLD TO TRUE
           END-EVALUATE.
           IF LAYOUT-OLD
                   OPEN INPUT OLD-HIST
                   IF WS-OLD-STATUS NOT = '00'
                           PERFORM ABORT-NO-LAYOUT
                   END-IF
                   MOVE 'avcdhist.cnv' TO WS-NEW-NAME
                   PERFORM REMOVE-WORK-FILE
                   OPEN OUTPUT NEW-HIST
                   IF WS-NEW-STATUS NOT = '00'
                           MOVE 'OPEN' TO WS-ERR-OP
                           MOVE 'avcdhist.cnv' TO WS-ERR-FILE
                           MOVE WS-NEW-STATUS TO WS-ERR-STATUS
                           PERFORM ABORT-FILE-ERROR
                   END-IF
                   MOVE 0 TO WS-READ-CNT WS-WRITTEN-CNT
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                           READ OLD-HIST NEXT RECORD
                                   AT END MOVE 'Y' TO WS-EOF
                                   NOT AT END
                                           PERFORM CONVERT-ONE-READING
                           END-READ
                           IF WS-OLD-STATUS NOT = '00'
                                   AND WS-OLD-STATUS NOT = '10'
                                   MOVE 'READ' TO WS-ERR-OP
                                   MOVE 'avcdhist.dat' TO WS-ERR-FILE
                                   MOVE WS-OLD-STATUS TO WS-ERR-STATUS
                                   PERFORM ABORT-FILE-ERROR
                           END-IF
                   END-PERFORM
                   CLOSE OLD-HIST
                   CLOSE NEW-HIST
                   PERFORM INSTALL-CONVERTED-FILE
           ELSE
                   PERFORM REPORT-LEFT-ALONE
           END-IF.

       CONVERT-ONE-READING.
           ADD 1 TO WS-READ-CNT.
           MOVE OLD-HST-KEY     TO HST-KEY.
           MOVE OLD-HST-STATION TO HST-STATION.
           MOVE OLD-HST-TIME    TO HST-TIME.
           MOVE OLD-HST-DEPTH   TO HST-DEPTH HST-RAW-DEPTH.
           MOVE SPACE           TO HST-CAL-FLAG.
           WRITE HIST-RECORD.
           IF WS-NEW-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OP
                   MOVE 'avcdhist.cnv' TO WS-ERR-FILE
                   MOVE WS-NEW-STATUS TO WS-ERR-STATUS
                   PERFORM ABORT-FILE-ERROR
           END-IF.
           ADD 1 TO WS-WRITTEN-CNT.

       REPORT-LEFT-ALONE.
           IF LAYOUT-CURRENT
                   DISPLAY FUNCTION TRIM(WS-LIVE-NAME)
                           ' ALREADY IN THE CURRENT LAYOUT'
           ELSE
                   DISPLAY 'NO ' FUNCTION TRIM(WS-LIVE-NAME)
                           ' YET -- NOTHING TO CONVERT'
           END-IF.

       REMOVE-WORK-FILE.
           MOVE SPACES TO WS-CMD.
           STRING 'rm -f '         DELIMITED BY SIZE
                   WS-NEW-NAME     DELIMITED BY SPACE
                   INTO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE 0 TO RETURN-CODE.

      * The live file is kept beside the converted one, as AVCDRB1
      * keeps it on an install.
       INSTALL-CONVERTED-FILE.
           MOVE SPACES TO WS-CMD.
           STRING 'cp '            DELIMITED BY SIZE
                   WS-LIVE-NAME    DELIMITED BY SPACE
                   ' '             DELIMITED BY SIZE
                   WS-LIVE-NAME    DELIMITED BY SPACE
                   '.PRE'          DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' && cp '       DELIMITED BY SIZE
                   WS-NEW-NAME     DELIMITED BY SPACE
                   ' '             DELIMITED BY SIZE
                   WS-LIVE-NAME    DELIMITED BY SPACE
                   ' && rm -f '    DELIMITED BY SIZE
                   WS-NEW-NAME     DELIMITED BY SPACE
                   INTO WS-CMD.
           CALL 'SYSTEM' USING WS-CMD.
           MOVE RETURN-CODE TO WS-SYS-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYS-RC NOT = 0
                   DISPLAY 'ERROR: INSTALL OF '
                           FUNCTION TRIM(WS-NEW-NAME) ' OVER '
                           FUNCTION TRIM(WS-LIVE-NAME) ' FAILED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           DISPLAY 'CONVERTED ' FUNCTION TRIM(WS-LIVE-NAME)
                   ' READ: ' WS-READ-CNT ' WRITTEN: ' WS-WRITTEN-CNT
                   ' -- PREVIOUS FILE SAVED AS '
                   FUNCTION TRIM(WS-LIVE-NAME) '.PRE' WS-RUN-DATE.

       ABORT-NO-LAYOUT.
           DISPLAY 'ERROR: ' FUNCTION TRIM(WS-LIVE-NAME)
                   ' OPENS IN NEITHER LAYOUT, FILE STATUS '
                   WS-CHECK-STATUS ' (CURRENT) ' WS-OLD-STATUS
                   ' (OLD) -- LEFT AS IT IS'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       ABORT-FILE-ERROR.
           DISPLAY 'ERROR: ' WS-ERR-OP ' FAILED ON ' WS-ERR-FILE
                   ' FILE STATUS ' WS-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
