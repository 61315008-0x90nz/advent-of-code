       SELECT VOYAGE-FILE ASSIGN TO 'avcd2p2.voy'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOY-STATUS.
       SELECT OPTIONAL VOYAGE-REGISTER ASSIGN TO 'avcdvreg.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRG-NUMBER
               FILE STATUS IS WS-VREG-STATUS.
       SELECT LEDGER-FILE ASSIGN TO 'avcd2p2.ldg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
       SELECT BAL-FILE ASSIGN TO 'avcdbal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
       SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'avcdaud.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  INST-LINE                    PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-LINE                  PIC X(132).

       FD  LIMITS-FILE.
       01  LIMITS-LINE                  PIC X(80).
       FD  BAL-FILE.
       01  BAL-LINE                     PIC X(132).

       FD  AUDIT-FILE.
       COPY avcdaud.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-MARKER              PIC X(8).
           05  CKPT-AIM                 PIC S9(9).
           05  CKPT-LATERAL             PIC S9(9).
           05  CKPT-HEADING             PIC 9(3).
      * Where the night started: the NEWVOYAGE marker and the seed
      * position, so a resumed night opens or continues its voyage
      * exactly as the interrupted run would have. Left blank on the
      * COMPLETE record, which therefore keeps the layout AVCD2P5
      * reads.
           05  CKPT-NIGHT-START.
               10  CKPT-REZERO          PIC X.
               10  CKPT-SEED-HORIZ      PIC S9(9).
               10  CKPT-SEED-DEPTH      PIC S9(9).
               10  CKPT-SEED-LATERAL    PIC S9(9).

       FD  VOYAGE-FILE.
       01  VOYAGE-RECORD.
           05  VOY-LATERAL              PIC S9(9).
           05  VOY-HEADING              PIC 9(3).

       FD  VOYAGE-REGISTER.
       COPY avcdvreg.

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X.
      * SIGN IS TRAILING SEPARATE so STRINGing these straight into the
           05  WS-DIRECTION             PIC X(12).
           05  WS-AMOUNT                PIC 9(9).

      * Sequenced feed records carry a sequence number, an hhmmss
      * timestamp and the console ID ahead of the direction and
      * amount; AVCD2P8 has already edited them, so they are only
      * split off here.
       01  WS-SEQ-NO                    PIC X(9).
       01  WS-SEQ-TIME                  PIC X(6).
       01  WS-SEQ-CONSOLE               PIC X(8).

      * Ledger suffix carrying the feed timestamp through to the
      * ledger; left blank for the classic record layout.
       01  WS-LEDGER-TIME               PIC X(13).

      * Voyage continuity: avcd2p2.voy carries the cumulative position
      * from run to run, so consecutive nightly instruction feeds
      * chain into one continuous track instead of each night starting
      * at startup (skipped on a checkpoint resume -- the checkpoint
      * totals already carry the seed) and is rewritten at end of job.
      * The NEWVOYAGE run-parameter token deliberately re-zeroes the
      * position at the start of a new survey, and is written to the
      * override audit trail when it takes effect; a missing voyage
      * file just means a first run from the origin.
       01  WS-VOY-STATUS                PIC XX.
       01  WS-NEWVOYAGE-FLAG            PIC X           VALUE 'N'.
           88  NEW-VOYAGE                               VALUE 'Y'.
       01  WS-REZERO-FLAG               PIC X           VALUE 'N'.
           88  VOYAGE-REZEROED                          VALUE 'Y'.

      * Voyage register: avcdvreg.dat (layout in copy avcdvreg) holds
      * one record per voyage. At end of job the open voyage is
      * brought up to date with tonight's night count, deepest point,
      * final position and distance made good; the night NEWVOYAGE
      * takes effect the open voyage is closed and the next one
      * opened from the origin. An empty register is started with a
      * voyage opened from the position carried in, so a site that
      * has been running before the register existed picks up where
      * it is. An unavailable register is a console warning, not an
      * abort -- the position itself is already safe in avcd2p2.voy.
      * The deepest point is followed line by line; a checkpoint
      * resume recovers the part of the night already run from the
      * ledger lines written before the restart.
       01  WS-VREG-STATUS               PIC XX.
       01  WS-VREG-EOF                  PIC X           VALUE 'N'.
       01  WS-VREG-LAST                 PIC 9(6)        VALUE 0.
       01  WS-VREG-NUMBER               PIC 9(6)        VALUE 0.
       01  WS-VREG-HAVE                 PIC X           VALUE 'N'.
       01  WS-VREG-NEW                  PIC X           VALUE 'N'.
       01  WS-SEED-HORIZ                PIC S9(9)       VALUE 0.
       01  WS-SEED-DEPTH                PIC S9(9)       VALUE 0.
       01  WS-SEED-LATERAL              PIC S9(9)       VALUE 0.
       01  WS-NIGHT-MAX-DEPTH           PIC S9(9)
                                         SIGN IS TRAILING SEPARATE
                                         VALUE 0.
       01  WS-LDG-EOF                   PIC X           VALUE 'N'.
       01  WS-LDG-DEPTH-AREA.
           05  WS-LDG-DEPTH             PIC S9(9)
                                         SIGN IS TRAILING SEPARATE.

      * Checkpoint/restart support.
       01  WS-CKPT-STATUS               PIC XX.
       01  WS-ERR-FILE                  PIC X(20).
       01  WS-ERR-OP                    PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.
       01  WS-INST-FILE                 PIC X(80)
                                         VALUE 'inst.txt'.

      * accepted count -- AVCDBL1 also checks it equals AVCD2P1's.
       01  WS-BAL-STATUS                PIC XX.

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
           PERFORM LOAD-SAFETY-LIMITS.
      * -- which also means a NEWVOYAGE token on the restart command
      * line cannot take effect, and the operator who asked for a
      * re-zero must hear so rather than sail on the old survey's
      * position unawares. A re-zero the interrupted run had already
      * made comes back with the checkpoint, with the position the
      * night started from.
           IF WS-RESUME-THROUGH = 0
                   PERFORM LOAD-VOYAGE-POSITION
                   MOVE WS-HORIZ   TO WS-SEED-HORIZ
                   MOVE WS-DEPTH   TO WS-SEED-DEPTH
                   MOVE WS-LATERAL TO WS-SEED-LATERAL
           ELSE
                   IF NEW-VOYAGE AND NOT VOYAGE-REZEROED
                           DISPLAY 'WARNING: NEWVOYAGE IGNORED ON '
                                   'CHECKPOINT RESUME -- COMPLETE OR '
                                   'CLEAR THE CHECKPOINT FIRST'
                   END-IF
           END-IF.
           MOVE WS-SEED-DEPTH TO WS-NIGHT-MAX-DEPTH.
           IF WS-RESUME-THROUGH > 0
                   PERFORM RECOVER-NIGHT-MAX-DEPTH
                   OPEN EXTEND LEDGER-FILE
                   IF WS-LEDGER-STATUS NOT = '00'
                           OPEN OUTPUT LEDGER-FILE
                        END-IF
                        ADD 1 TO WS-LINE-NUM
                        PERFORM PROCESS-LINE
                        PERFORM NOTE-MAX-DEPTH
                        PERFORM CHECK-SAFETY-LIMITS
                        PERFORM WRITE-LEDGER-ENTRY
                        PERFORM CHECKPOINT-IF-DUE
           END-IF.
           PERFORM WRITE-CHECKPOINT-COMPLETE.
           PERFORM WRITE-VOYAGE-POSITION.
           PERFORM UPDATE-VOYAGE-REGISTER.
           PERFORM WRITE-RESULTS-MASTER.
           PERFORM WRITE-CONTROL-TOTALS.
           IF WS-ALERT-OPEN
                           WS-LATERAL   DELIMITED BY SIZE
                           ' HEADING: ' DELIMITED BY SIZE
                           WS-HEADING   DELIMITED BY SIZE
                           ' BREACHES: ' DELIMITED BY SIZE
                           WS-BREACH-CNT DELIMITED BY SIZE
                           INTO MST-RESULTS
                   WRITE MASTER-RECORD
                   IF WS-MASTER-STATUS = '22'
           IF NEW-VOYAGE
                   DISPLAY 'NEW VOYAGE: POSITION RE-ZEROED AT THE '
                           'ORIGIN'
                   SET VOYAGE-REZEROED TO TRUE
                   MOVE 'NEWVOYAGE' TO WS-AUD-KEYWORD
                   MOVE WS-RUN-PARM TO WS-AUD-PARMS
                   PERFORM WRITE-AUDIT-RECORD
           ELSE
                   OPEN INPUT VOYAGE-FILE
                   IF WS-VOY-STATUS NOT = '00'
           WRITE VOYAGE-RECORD.
           CLOSE VOYAGE-FILE.

       UPDATE-VOYAGE-REGISTER.
           OPEN I-O VOYAGE-REGISTER.
           IF WS-VREG-STATUS NOT = '00'
                   AND WS-VREG-STATUS NOT = '05'
                   DISPLAY 'WARNING: VOYAGE REGISTER UNAVAILABLE, '
                           'FILE STATUS ' WS-VREG-STATUS
           ELSE
                   PERFORM FIND-CURRENT-VOYAGE
                   MOVE 'N' TO WS-VREG-NEW
                   COMPUTE WS-VREG-NUMBER = WS-VREG-LAST + 1
      * A rerun of the night a voyage was started starts it over
      * under the same number rather than opening another.
                   IF VOYAGE-REZEROED
                           IF WS-VREG-HAVE = 'Y'
                                   AND VRG-START-DATE = WS-RUN-DATE
                                   MOVE VRG-NUMBER TO WS-VREG-NUMBER
                           ELSE
                                   IF WS-VREG-HAVE = 'Y'
                                           PERFORM CLOSE-CURRENT-VOYAGE
                                   END-IF
                                   MOVE 'Y' TO WS-VREG-NEW
                           END-IF
                           PERFORM START-VOYAGE-RECORD
                   ELSE
                           IF WS-VREG-HAVE NOT = 'Y'
                                   MOVE 'Y' TO WS-VREG-NEW
                                   PERFORM START-VOYAGE-RECORD
                                   DISPLAY 'NOTE: VOYAGE REGISTER HAS '
                                           'NO OPEN VOYAGE -- VOYAGE '
                                           VRG-NUMBER ' OPENED FROM '
                                           'THE CARRIED POSITION'
                           END-IF
                   END-IF
                   PERFORM APPLY-NIGHT-TO-VOYAGE
                   IF WS-VREG-NEW = 'Y'
                           WRITE VREG-RECORD
                   ELSE
                           REWRITE VREG-RECORD
                   END-IF
                   IF WS-VREG-STATUS NOT = '00'
                           DISPLAY 'WARNING: VOYAGE REGISTER WRITE '
                                   'FAILED, FILE STATUS '
                                   WS-VREG-STATUS
                   ELSE
                           DISPLAY 'VOYAGE ' VRG-NUMBER ' NIGHT '
                                   VRG-NIGHTS ' DISTANCE MADE GOOD: '
                                   VRG-DISTANCE-MG ' MAX DEPTH: '
                                   VRG-MAX-DEPTH
                   END-IF
                   CLOSE VOYAGE-REGISTER
           END-IF.

      * Voyage numbers only ever go up, so the last record read in key
      * order is the current voyage; it is held in the record area if
      * it is still open.
       FIND-CURRENT-VOYAGE.
           MOVE 0 TO WS-VREG-LAST.
           MOVE 'N' TO WS-VREG-EOF WS-VREG-HAVE.
           PERFORM UNTIL WS-VREG-EOF = 'Y'
                   READ VOYAGE-REGISTER NEXT RECORD
                           AT END MOVE 'Y' TO WS-VREG-EOF
                           NOT AT END MOVE VRG-NUMBER TO WS-VREG-LAST
                   END-READ
                   IF WS-VREG-STATUS NOT = '00'
                           MOVE 'Y' TO WS-VREG-EOF
                   END-IF
           END-PERFORM.
           IF WS-VREG-LAST > 0
                   MOVE WS-VREG-LAST TO VRG-NUMBER
                   READ VOYAGE-REGISTER
                   IF WS-VREG-STATUS = '00' AND VRG-OPEN
                           MOVE 'Y' TO WS-VREG-HAVE
                   END-IF
           END-IF.

       CLOSE-CURRENT-VOYAGE.
           SET VRG-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO VRG-CLOSE-DATE.
           REWRITE VREG-RECORD.
           IF WS-VREG-STATUS NOT = '00'
                   DISPLAY 'WARNING: VOYAGE ' VRG-NUMBER ' NOT CLOSED '
                           'IN THE REGISTER, FILE STATUS '
                           WS-VREG-STATUS
           ELSE
                   DISPLAY 'VOYAGE ' VRG-NUMBER ' CLOSED AFTER '
                           VRG-NIGHTS ' NIGHT(S), LAST NIGHT '
                           VRG-END-DATE
           END-IF.

      * The seed is the position the night started from: the origin
      * after NEWVOYAGE, otherwise the carried voyage position.
       START-VOYAGE-RECORD.
           MOVE WS-VREG-NUMBER  TO VRG-NUMBER.
           SET VRG-OPEN TO TRUE.
           MOVE WS-RUN-DATE     TO VRG-START-DATE.
           MOVE 0               TO VRG-END-DATE VRG-CLOSE-DATE
                                   VRG-NIGHTS VRG-PRIOR-NIGHTS
                                   VRG-DISTANCE-MG.
           MOVE WS-SEED-HORIZ   TO VRG-START-HORIZ.
           MOVE WS-SEED-LATERAL TO VRG-START-LATERAL.
           MOVE WS-SEED-DEPTH   TO VRG-START-DEPTH VRG-MAX-DEPTH
                                   VRG-PRIOR-MAX-DEPTH.

       APPLY-NIGHT-TO-VOYAGE.
           IF VRG-END-DATE NOT = WS-RUN-DATE
                   MOVE VRG-NIGHTS    TO VRG-PRIOR-NIGHTS
                   MOVE VRG-MAX-DEPTH TO VRG-PRIOR-MAX-DEPTH
           END-IF.
           COMPUTE VRG-NIGHTS = VRG-PRIOR-NIGHTS + 1.
           MOVE VRG-PRIOR-MAX-DEPTH TO VRG-MAX-DEPTH.
           IF WS-NIGHT-MAX-DEPTH > VRG-MAX-DEPTH
                   MOVE WS-NIGHT-MAX-DEPTH TO VRG-MAX-DEPTH
           END-IF.
           MOVE WS-RUN-DATE TO VRG-END-DATE.
           MOVE WS-HORIZ    TO VRG-HORIZ.
           MOVE WS-DEPTH    TO VRG-DEPTH.
           MOVE WS-LATERAL  TO VRG-LATERAL.
           MOVE WS-HEADING  TO VRG-HEADING.
           COMPUTE VRG-DISTANCE-MG ROUNDED = FUNCTION SQRT(
                   (WS-HORIZ - VRG-START-HORIZ) ** 2
                   + (WS-LATERAL - VRG-START-LATERAL) ** 2).

       NOTE-MAX-DEPTH.
           IF WS-DEPTH > WS-NIGHT-MAX-DEPTH
                   MOVE WS-DEPTH TO WS-NIGHT-MAX-DEPTH
           END-IF.

      * The ledger of the interrupted run still holds every line it
      * got through, depth at columns 41-50.
       RECOVER-NIGHT-MAX-DEPTH.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
                   PERFORM UNTIL WS-LDG-EOF = 'Y'
                           READ LEDGER-FILE
                                   AT END MOVE 'Y' TO WS-LDG-EOF
                                   NOT AT END
                                     IF LEDGER-LINE(1:5) = 'LINE '
                                       MOVE LEDGER-LINE(41:10)
                                               TO WS-LDG-DEPTH-AREA
                                       PERFORM NOTE-LEDGER-DEPTH
                                     END-IF
                           END-READ
                   END-PERFORM
                   CLOSE LEDGER-FILE
           END-IF.

       NOTE-LEDGER-DEPTH.
           IF WS-LDG-DEPTH IS NUMERIC
                   AND WS-LDG-DEPTH > WS-NIGHT-MAX-DEPTH
                   MOVE WS-LDG-DEPTH TO WS-NIGHT-MAX-DEPTH
           END-IF.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00'
                           MOVE CKPT-AIM      TO WS-AIM
                           MOVE CKPT-LATERAL  TO WS-LATERAL
                           MOVE CKPT-HEADING  TO WS-HEADING
                           PERFORM RESTORE-NIGHT-START
                           DISPLAY 'Resuming from checkpoint at line ',
                                   WS-LINE-NUM
                   END-IF
                   CLOSE CHECKPOINT-FILE
           END-IF.

      * A checkpoint written before the night start was kept in it
      * has none; the position it resumes from is the best seed left.
       RESTORE-NIGHT-START.
           IF CKPT-NIGHT-START = SPACES
                   MOVE CKPT-HORIZ    TO WS-SEED-HORIZ
                   MOVE CKPT-DEPTH    TO WS-SEED-DEPTH
                   MOVE CKPT-LATERAL  TO WS-SEED-LATERAL
           ELSE
                   MOVE CKPT-REZERO       TO WS-REZERO-FLAG
                   MOVE CKPT-SEED-HORIZ   TO WS-SEED-HORIZ
                   MOVE CKPT-SEED-DEPTH   TO WS-SEED-DEPTH
                   MOVE CKPT-SEED-LATERAL TO WS-SEED-LATERAL
                   IF VOYAGE-REZEROED
                           DISPLAY 'NEW VOYAGE: RE-ZERO OF THE '
                                   'INTERRUPTED RUN CARRIED FORWARD'
                   END-IF
           END-IF.

       SKIP-CHECKPOINTED-LINES.
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-RESUME-THROUGH
           END-PERFORM.

       PROCESS-LINE.
           PERFORM SPLIT-INSTRUCTION.
           EVALUATE WS-DIRECTION
                   WHEN 'forward     '
                           IF TRACK-MODE-ON
           ADD WS-TRK-DX TO WS-HORIZ.
           ADD WS-TRK-DY TO WS-LATERAL.

       SPLIT-INSTRUCTION.
           MOVE SPACES TO WS-SEQ-NO WS-SEQ-TIME WS-SEQ-CONSOLE.
           IF WS-LINE(1:1) IS NUMERIC
                   UNSTRING WS-LINE DELIMITED BY ALL SPACES
                           INTO WS-SEQ-NO WS-SEQ-TIME WS-SEQ-CONSOLE
                                WS-DIRECTION WS-AMOUNT
           ELSE
                   UNSTRING WS-LINE
                   DELIMITED BY SPACES
                   INTO WS-DIRECTION WS-AMOUNT
           END-IF.

       WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-LINE WS-LEDGER-TIME.
           IF WS-SEQ-TIME NOT = SPACES
                   STRING ' TIME: ' WS-SEQ-TIME DELIMITED BY SIZE
                           INTO WS-LEDGER-TIME
           END-IF.
           STRING 'LINE ' DELIMITED BY SIZE
                   WS-LINE-NUM DELIMITED BY SIZE
                   ' HORIZ: ' DELIMITED BY SIZE
                   WS-LATERAL DELIMITED BY SIZE
                   ' HEADING: ' DELIMITED BY SIZE
                   WS-HEADING DELIMITED BY SIZE
                   WS-LEDGER-TIME DELIMITED BY SIZE
                   INTO LEDGER-LINE.
           WRITE LEDGER-LINE.

           MOVE WS-AIM      TO CKPT-AIM.
           MOVE WS-LATERAL  TO CKPT-LATERAL.
           MOVE WS-HEADING  TO CKPT-HEADING.
           MOVE WS-REZERO-FLAG  TO CKPT-REZERO.
           MOVE WS-SEED-HORIZ   TO CKPT-SEED-HORIZ.
           MOVE WS-SEED-DEPTH   TO CKPT-SEED-DEPTH.
           MOVE WS-SEED-LATERAL TO CKPT-SEED-LATERAL.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

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
                   MOVE 'AVCD2P2' TO AUD-PROGRAM
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
           MOVE WS-AIM      TO CKPT-AIM.
           MOVE WS-LATERAL  TO CKPT-LATERAL.
           MOVE WS-HEADING  TO CKPT-HEADING.
           MOVE SPACES      TO CKPT-NIGHT-START.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = '00'
                   MOVE 'OPEN' TO WS-ERR-OP
