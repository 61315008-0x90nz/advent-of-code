       SELECT LOCK-FILE ASSIGN TO 'avcdrv1.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       SELECT JOBSTRM-FILE ASSIGN TO 'avcdrv1.job'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTRM-STATUS.
       SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'avcdaud.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       SELECT QUEUE-FILE ASSIGN TO 'avcdrv1.que'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
       SELECT WINDOW-FILE ASSIGN TO 'avcdrv1.win'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.
       SELECT ALERT-FILE ASSIGN TO 'avcdrv1.alert'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUITE-CKPT.
       01  SUITE-CKPT-RECORD.
           05  DRV-CKPT-MARKER          PIC X(8).
           05  DRV-CKPT-STEP            PIC X(8).
           05  DRV-CKPT-DATE            PIC 9(8).

       FD  HIST-FILE.
           05  LCK-DATE                 PIC 9(8).
           05  LCK-TIME                 PIC 9(8).

       FD  JOBSTRM-FILE.
       01  JOBSTRM-LINE                 PIC X(132).

       FD  AUDIT-FILE.
       COPY avcdaud.

       FD  QUEUE-FILE.
       01  QUEUE-LINE                   PIC X(132).

       FD  WINDOW-FILE.
       01  WINDOW-LINE                  PIC X(132).

       FD  ALERT-FILE.
       01  ALERT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * The balancing file is truncated at suite start so AVCDBL1
      * only ever proves tonight's control totals, never a stale mix
      * -- nightly runs do not span days -- so it is reported as
      * stale and replaced; an ACTIVE lock from today refuses the
      * start with return code 12 and tells the operator what to
      * check before removing it by hand. Both ways round the lock
      * are overrides and go to the audit trail: a stale lock
      * replaced (STALELOCK), and a lock file gone although the
      * suite has run before (LOCKREMOVED) -- every clean end leaves
      * a RELEASED lock behind, so only a hand removal deletes it.
       01  WS-LOCK-STATUS               PIC XX.
       01  WS-LOCK-TIME                 PIC 9(8)     VALUE 0.
      * The lock is dated by the calendar, not by the night being
      * processed -- a catch-up run works through earlier dates.
       01  WS-TODAY                     PIC 9(8)     VALUE 0.

      * Operator override audit: COLD and the lock overrides above
      * append one record (wall-clock date and time, program,
      * keyword, parameters in force, login) to avcdaud.dat, which
      * is only ever extended -- AVCDAU1 lists it. A missing trail
      * is started; any other failure is a console warning.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-AUD-DATE                  PIC 9(8)     VALUE 0.
       01  WS-AUD-TIME                  PIC 9(8)     VALUE 0.
       01  WS-AUD-USER                  PIC X(12)    VALUE SPACES.
       01  WS-AUD-KEYWORD               PIC X(12)    VALUE SPACES.
       01  WS-AUD-PARMS                 PIC X(100)   VALUE SPACES.

      * Suite-level checkpoint/restart: after every step that ends
      * OK the checkpoint is rewritten with one record (marker
      * ACTIVE) per step completed so far -- a set, not a high-water
      * mark, since with independent branches a later step can have
      * finished while an earlier one failed. The end of a clean
      * suite rewrites it as a single COMPLETE record. A rerun after
      * a failure runs only the steps not in the set -- so AVCD1P2
      * is not rerun (and avcd1p2.trend not double-appended) because
      * a navigation step died. The operator override COLD on the
      * run parameter forces a from-the-top run. The records only
      * ever count for their own night. A night that ends with
      * nothing worse than warnings has its set rewritten DONE: a
      * rerun of that night still skips those steps, but no later
      * night takes them up. A night that stopped short on a failure
      * keeps its ACTIVE set, and is only ever finished from its own
      * feed set, through the catch-up below.
       01  WS-CKPT-STATUS               PIC XX.
       01  WS-CKPT-EOF                  PIC X        VALUE 'N'.
       01  WS-RESUME-COUNT              PIC 9(2)     VALUE 0.
       01  WS-CKPT-NIGHT                PIC 9(8)     VALUE 0.
       01  WS-RUN-PARM                  PIC X(80).
       01  WS-COLD-FLAG                 PIC X        VALUE 'N'.
           88  WS-COLD-START                         VALUE 'Y'.
       01  WS-STEP-RC                   PIC S9(9)    VALUE 0.
       01  WS-STEP-EXIT                 PIC S9(9)    VALUE 0.

      * Job stream: avcdrv1.job lists the suite's steps in run order,
      * one per line -- the step name in column 1 followed by the
      * steps it depends on. Each prerequisite may carry /n, the
      * highest return code from it the step tolerates (default 0),
      * or /ANY, which only orders the step after it whatever its
      * outcome (the end-of-night steps). A prerequisite of * means
      * every step listed above. A prerequisite must be listed above
      * its dependant, so file order is always a valid run order and
      * no loop can be built. A step runs when every prerequisite
      * ended within tolerance; otherwise it is BYPASSED -- and so
      * are its own dependants in turn -- while every independent
      * branch still runs to the end, so the sonar and diagnostic
      * work is delivered on a night navigation is held. With no
      * avcdrv1.job the built-in stream in LOAD-DEFAULT-JOB-STREAM
      * is used.
       01  WS-JOBSTRM-STATUS            PIC XX.
       01  WS-JOBSTRM-EOF               PIC X        VALUE 'N'.
       01  WS-JOBSTRM-LINE-NUM          PIC 9(4)     VALUE 0.
       01  WS-JOB-COUNT                 PIC 9(2)     VALUE 0.
       01  WS-JOB-IDX                   PIC 9(2)     VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY             OCCURS 30 TIMES.
               10  WS-JOB-STEP          PIC X(8).
               10  WS-JOB-STATE         PIC X.
                   88  WS-JOB-PENDING                VALUE 'P'.
                   88  WS-JOB-DONE-EARLIER           VALUE 'S'.
                   88  WS-JOB-OK                     VALUE 'O'.
                   88  WS-JOB-FAILED                 VALUE 'F'.
                   88  WS-JOB-BYPASSED               VALUE 'B'.
               10  WS-JOB-EXIT          PIC S9(9).
      * A step with a /ANY prerequisite runs at the end of the night
      * whatever became of the steps before it, so it is never taken
      * as done by a resume -- the resumed night needs it again.
               10  WS-JOB-ANY-FLAG      PIC X.
                   88  WS-JOB-END-OF-NIGHT           VALUE 'Y'.
               10  WS-JOB-PRE-COUNT     PIC 9(2).
               10  WS-JOB-PRE           OCCURS 30 TIMES.
                   15  WS-JOB-PRE-NUM   PIC 9(2).
                   15  WS-JOB-PRE-TOL   PIC 9(3).
      * Expected elapsed seconds for the batch window below, and
      * where the figure came from: C configured, A recent average,
      * N neither. The last seven clean runs feed the average.
               10  WS-JOB-EXPECT        PIC 9(7).
               10  WS-JOB-EXPECT-SRC    PIC X.
               10  WS-JOB-AVG-CNT       PIC 9(1).
               10  WS-JOB-AVG-PTR       PIC 9(1).
               10  WS-JOB-AVG-VAL       PIC 9(7) OCCURS 7 TIMES.
       01  WS-JOB-TOK-TABLE.
           05  WS-JOB-TOK               PIC X(20) OCCURS 12 TIMES.
       01  WS-JOB-TOK-IDX               PIC 9(2)     VALUE 0.
       01  WS-PRE-IDX                   PIC 9(2)     VALUE 0.
       01  WS-PRE-JOB                   PIC 9(2)     VALUE 0.
       01  WS-PRE-NAME                  PIC X(20)    VALUE SPACES.
       01  WS-PRE-TOL-TEXT              PIC X(10)    VALUE SPACES.
       01  WS-PRE-TOL                   PIC 9(3)     VALUE 0.
       01  WS-TOL-LEN                   PIC 9(2)     VALUE 0.
       01  WS-JOB-ERR-TEXT              PIC X(60)    VALUE SPACES.
       01  WS-STEP-LOWER                PIC X(8)     VALUE SPACES.

      * Tonight's outcome across the stream: the suite ends with the
      * highest return code of any failed step, and the exception
      * sweep is owed if a step failed after AVCDEX1 last ran.
       01  WS-BLOCKED-FLAG              PIC X        VALUE 'N'.
           88  WS-PREREQ-BLOCKED                     VALUE 'Y'.
       01  WS-BLOCK-NAME                PIC X(8)     VALUE SPACES.
       01  WS-BLOCK-DISP                PIC X(8)     VALUE SPACES.
       01  WS-FAILED-COUNT              PIC 9(2)     VALUE 0.
       01  WS-BYPASSED-COUNT            PIC 9(2)     VALUE 0.
       01  WS-WORST-EXIT                PIC S9(9)    VALUE 0.
       01  WS-LAST-FAIL-IDX             PIC 9(2)     VALUE 0.
       01  WS-EXCP-RAN-IDX              PIC 9(2)     VALUE 0.
       01  WS-NIGHT-FLAG                PIC X        VALUE 'N'.
           88  WS-NIGHT-COMPLETED                    VALUE 'Y'.

      * Backlog catch-up: a night the suite did not run leaves its
      * feed set queued as input.txt.D<yyyymmdd> and
      * inst.txt.D<yyyymmdd>, with feeds.man.D<yyyymmdd> when the
      * sender shipped a manifest. Before tonight's run every queued
      * night earlier than today is staged into the live names and
      * run through the whole stream under its own date -- exported
      * to the steps as AVCD_RUN_DATE -- oldest first, so the trend,
      * voyage, archives and master see the nights in the order they
      * happened. Tonight's live feed set waits as <name>.LIVE while
      * the backlog runs. A night ending with nothing worse than
      * warnings (return code 4) is caught up and its queued set is
      * renamed <name>.C<yyyymmdd>, out of the queue but kept. A
      * night missing half its set, or with a step above RC 4 or
      * bypassed behind one, stops the catch-up there -- tonight
      * included, since running on would break the voyage chain --
      * and stays queued for the rerun, which resumes it from the
      * checkpoint. avcdrv1.hist gets one CATCHUP record per night
      * and one summary per run.
       01  WS-QUEUE-STATUS              PIC XX.
       01  WS-QUEUE-EOF                 PIC X        VALUE 'N'.
       01  WS-QUEUE-COUNT               PIC 9(2)     VALUE 0.
       01  WS-QUEUE-IDX                 PIC 9(2)     VALUE 0.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY           OCCURS 31 TIMES.
               10  WS-QUE-DATE          PIC 9(8).
               10  WS-QUE-INPUT         PIC X.
               10  WS-QUE-INST          PIC X.
       01  WS-QUEUE-FULL-FLAG           PIC X        VALUE 'N'.
           88  WS-QUEUE-FULL                         VALUE 'Y'.
       01  WS-QUE-BASE                  PIC X(20)    VALUE SPACES.
       01  WS-QUE-SUFFIX                PIC X(20)    VALUE SPACES.
       01  WS-QUE-NEW-DATE              PIC 9(8)     VALUE 0.
       01  WS-QUE-SLOT                  PIC 9(2)     VALUE 0.
       01  WS-QUE-SHIFT                 PIC 9(2)     VALUE 0.
       01  WS-CAUGHT-UP-COUNT           PIC 9(2)     VALUE 0.
       01  WS-CATCHUP-DISP              PIC X(10)    VALUE SPACES.
       01  WS-CATCHUP-EXIT              PIC S9(9)    VALUE 0.
       01  WS-STOP-DATE                 PIC 9(8)     VALUE 0.
       01  WS-CATCHUP-FLAG              PIC X        VALUE 'N'.
           88  WS-CATCHUP-NIGHT                      VALUE 'Y'.

      * Batch window: the suite has to be finished by the shift
      * handover, and a step's elapsed time is only known once it
      * ends. avcdrv1.win defines the window, one entry per line:
      *   DEADLINE <hhmm>           the must-finish time
      *   <step> <seconds>          expected elapsed for that step
      * A step with no configured time is expected to take its
      * average over its last seven clean (OK) runs in avcdrv1.hist
      * -- the figure AVCDST1 shows against it -- and a step with
      * neither is counted at nothing. With no avcdrv1.win the
      * deadline is 06:00 and every step runs on its average. A bad
      * entry is a console warning and is skipped; the window only
      * watches the night, it never holds it.
      * After every step that runs, the finish is projected: the time
      * now plus the expected time of every step still pending
      * tonight (and, while catching up, of a whole stream for each
      * night still to run, tonight's included). The first
      * projection past the deadline raises a LATE alert on the
      * console and in avcdrv1.alert, one of the sources AVCDEX1
      * gathers, so the overrun is known at 2 a.m., not at 6:30.
      * One alert per run; the file is dated with the calendar date,
      * so a restart later the same day adds to it. The deadline is
      * the next one after the run starts, unless the run starts up
      * to six hours after it, when the run is already late.
       01  WS-WINDOW-STATUS             PIC XX.
       01  WS-WINDOW-EOF                PIC X        VALUE 'N'.
       01  WS-WINDOW-LINE-NUM           PIC 9(4)     VALUE 0.
       01  WS-WIN-TOK-TABLE.
           05  WS-WIN-TOK               PIC X(20) OCCURS 3 TIMES.
       01  WS-WIN-LEN                   PIC 9(2)     VALUE 0.
       01  WS-DEADLINE.
           05  WS-DEADLINE-HH           PIC 9(2)     VALUE 6.
           05  WS-DEADLINE-MM           PIC 9(2)     VALUE 0.
       01  WS-WINDOW-START              PIC 9(8)     VALUE 0.
       01  WS-WIN-START-SECS            PIC 9(7)     VALUE 0.
       01  WS-WIN-DEADLINE-REL          PIC S9(7)    VALUE 0.
       01  WS-WIN-NOW-REL               PIC S9(7)    VALUE 0.
       01  WS-WIN-REMAINING             PIC 9(7)     VALUE 0.
       01  WS-WIN-PROJECTED             PIC S9(7)    VALUE 0.
       01  WS-WIN-NIGHTS-LEFT           PIC 9(2)     VALUE 0.
       01  WS-WIN-IDX                   PIC 9(2)     VALUE 0.
       01  WS-WIN-SUM                   PIC 9(9)     VALUE 0.
       01  WS-STREAM-EXPECT             PIC 9(7)     VALUE 0.
       01  WS-WIN-CLOCK-SECS            PIC 9(7)     VALUE 0.
       01  WS-WIN-CLOCK.
           05  WS-WIN-CLOCK-HH          PIC 9(2).
           05  FILLER                   PIC X        VALUE ':'.
           05  WS-WIN-CLOCK-MM          PIC 9(2).
           05  FILLER                   PIC X        VALUE ':'.
           05  WS-WIN-CLOCK-SS          PIC 9(2).
       01  WS-HST-TOK-TABLE.
           05  WS-HST-TOK               PIC X(20) OCCURS 15 TIMES.
       01  WS-HST-EOF                   PIC X        VALUE 'N'.
       01  WS-ALERT-STATUS              PIC XX.
       01  WS-ALERT-APPEND              PIC X        VALUE 'N'.
       01  WS-LATE-FLAG                 PIC X        VALUE 'N'.
           88  WS-LATE-RAISED                        VALUE 'Y'.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-RUN-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM = 'COLD'
                   SET WS-COLD-START TO TRUE
           DISPLAY 'AVCDRV1: nightly AoC batch suite starting, run '
                   'date ' WS-RUN-DATE
           PERFORM TAKE-SUITE-LOCK
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-JOB-STREAM
           PERFORM LOAD-BATCH-WINDOW
           IF WS-COLD-START
                   MOVE 'COLD' TO WS-AUD-KEYWORD
                   MOVE WS-RUN-PARM TO WS-AUD-PARMS
                   PERFORM WRITE-AUDIT-RECORD
           END-IF
           PERFORM SET-ASIDE-UNFINISHED-NIGHT
           PERFORM LOAD-BACKLOG-QUEUE
           IF WS-QUEUE-COUNT > 0
                   PERFORM CATCH-UP-BACKLOG
           END-IF

           MOVE WS-TODAY TO WS-RUN-DATE
           PERFORM RUN-ONE-NIGHT
      * The run still ends cleanly either way, so the lock comes off
      * -- the restart that follows a partial night must not be
      * refused.
           PERFORM RELEASE-SUITE-LOCK
           IF WS-NIGHT-COMPLETED
                   MOVE 0 TO RETURN-CODE
           ELSE
                   MOVE WS-WORST-EXIT TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * One night through the whole stream under WS-RUN-DATE, which
      * every step is handed as AVCD_RUN_DATE.
       RUN-ONE-NIGHT SECTION.
           PERFORM RESET-NIGHT-STATE
           DISPLAY 'AVCD_RUN_DATE' UPON ENVIRONMENT-NAME
           DISPLAY WS-RUN-DATE UPON ENVIRONMENT-VALUE
           ACCEPT WS-SUITE-START FROM TIME
      * COLD applies to the first night of the run only -- the one
      * a failed run left in the checkpoint.
           IF WS-COLD-START
                   DISPLAY 'AVCDRV1: COLD override -- running from '
                           'the top'
                   MOVE 'N' TO WS-COLD-FLAG
           ELSE
                   PERFORM LOAD-SUITE-CHECKPOINT
           END-IF
      * Control totals from the already-completed steps must survive
      * a restart, so the balancing file is only reset on a
      * from-the-top run.
           IF WS-RESUME-COUNT = 0
                   PERFORM RESET-BALANCING-FILE
           END-IF

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   PERFORM SCHEDULE-ONE-STEP
           END-PERFORM
           MOVE WS-JOB-COUNT TO WS-STEP-NUM

           IF WS-FAILED-COUNT = 0 AND WS-BYPASSED-COUNT = 0
                   MOVE 'COMPLETE' TO DRV-CKPT-MARKER
                   PERFORM WRITE-SUITE-CHECKPOINT
                   IF NOT WS-CATCHUP-NIGHT
                           PERFORM RETIRE-QUEUED-NIGHT
                   END-IF
                   MOVE 'COMPLETED' TO WS-SUITE-DISP
                   PERFORM WRITE-SUITE-HISTORY
                   SET WS-NIGHT-COMPLETED TO TRUE
                   DISPLAY 'AVCDRV1: all steps completed successfully'
                   GO TO RUN-ONE-NIGHT-EXIT
           END-IF
      * The nights with a failure are exactly the nights with alerts
      * worth consolidating -- an envelope breach, a proximity flag
      * or a drift alarm ends its step RC 4. If AVCDEX1 did not run
      * after the last failure (bypassed, or scheduled before it),
      * sweep the alerts into avcdex1.rpt now so the 6 a.m. file
      * reflects the night that actually happened (unless AVCDEX1
      * itself is what failed).
           IF WS-LAST-FAIL-IDX > WS-EXCP-RAN-IDX
                   PERFORM RUN-EXCEPTION-SWEEP
           END-IF
           DISPLAY 'AVCDRV1: batch suite ended with ' WS-FAILED-COUNT
                   ' step(S) FAILED and ' WS-BYPASSED-COUNT
                   ' BYPASSED'
           MOVE 'PARTIAL  ' TO WS-SUITE-DISP
           PERFORM WRITE-SUITE-HISTORY
           PERFORM CLOSE-PARTIAL-NIGHT
           .
       RUN-ONE-NIGHT-EXIT.
           EXIT.

      * A night with nothing worse than warnings is as finished as it
      * will get -- the caught-up WARNING night below, or a live night
      * with an alert -- so its completed set is rewritten DONE. A
      * live night that stopped on a failure keeps its ACTIVE set and
      * queues its own feed set as <name>.D<yyyymmdd>: rerun the same
      * day it resumes as before, and otherwise the next run finishes
      * it from those feeds before tonight's. A queued set of a live
      * night that a rerun has since finished is retired.
       CLOSE-PARTIAL-NIGHT SECTION.
           IF WS-WORST-EXIT <= 4
                   MOVE 'DONE    ' TO DRV-CKPT-MARKER
                   PERFORM WRITE-SUITE-CHECKPOINT
                   IF NOT WS-CATCHUP-NIGHT
                           PERFORM RETIRE-QUEUED-NIGHT
                   END-IF
                   GO TO CLOSE-PARTIAL-NIGHT-EXIT
           END-IF
           IF NOT WS-CATCHUP-NIGHT
                   PERFORM QUEUE-LIVE-NIGHT
           END-IF
           .
       CLOSE-PARTIAL-NIGHT-EXIT.
           EXIT.

      * A set already queued for the night is the one it ran from.
       QUEUE-LIVE-NIGHT SECTION.
           MOVE SPACES TO WS-FULL-CMD
           STRING 'for f in input.txt inst.txt feeds.man; do '
                                   DELIMITED BY SIZE
                   '[ ! -f $f ] || [ -f $f.D' DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' ] || cp $f $f.D' DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   '; done'        DELIMITED BY SIZE
                   INTO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           MOVE 0 TO RETURN-CODE
           DISPLAY 'AVCDRV1: feed set of night ' WS-RUN-DATE
                   ' queued as <name>.D' WS-RUN-DATE
                   ' to finish the night'
           .

      * ACTIVE records of a night other than today's are a night that
      * stopped short and was not rerun that day. They are never
      * resumed against tonight's feeds: the checkpoint is set aside
      * as avcdrv1.ckpt.D<yyyymmdd>, beside the queued feed set the
      * night left, and goes back into place when the catch-up stages
      * that set. A night with no feed set queued -- the driver
      * itself died mid-night -- is held, and the operator told what
      * to queue to finish it; tonight runs either way.
       SET-ASIDE-UNFINISHED-NIGHT SECTION.
           MOVE 0 TO WS-CKPT-NIGHT
           MOVE 'N' TO WS-CKPT-EOF
           OPEN INPUT SUITE-CKPT
           IF WS-CKPT-STATUS NOT = '00'
                   GO TO SET-ASIDE-UNFINISHED-NIGHT-EXIT
           END-IF
           PERFORM UNTIL WS-CKPT-EOF = 'Y'
                   READ SUITE-CKPT
                           AT END MOVE 'Y' TO WS-CKPT-EOF
                           NOT AT END
                             IF DRV-CKPT-MARKER = 'ACTIVE'
                               MOVE DRV-CKPT-DATE TO WS-CKPT-NIGHT
                             END-IF
                   END-READ
           END-PERFORM
           CLOSE SUITE-CKPT
           IF WS-CKPT-NIGHT = 0 OR WS-CKPT-NIGHT = WS-TODAY
                   GO TO SET-ASIDE-UNFINISHED-NIGHT-EXIT
           END-IF
           MOVE SPACES TO WS-FULL-CMD
           STRING 'mv avcdrv1.ckpt avcdrv1.ckpt.D' DELIMITED BY SIZE
                   WS-CKPT-NIGHT   DELIMITED BY SIZE
                   INTO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           MOVE SPACES TO WS-FULL-CMD
           STRING '[ -f input.txt.D' DELIMITED BY SIZE
                   WS-CKPT-NIGHT   DELIMITED BY SIZE
                   ' ] && [ -f inst.txt.D' DELIMITED BY SIZE
                   WS-CKPT-NIGHT   DELIMITED BY SIZE
                   ' ]'            DELIMITED BY SIZE
                   INTO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           IF RETURN-CODE = 0
                   DISPLAY 'AVCDRV1: night ' WS-CKPT-NIGHT
                           ' stopped short -- finished from its '
                           'queued feed set before tonight'
           ELSE
                   DISPLAY 'AVCDRV1: NIGHT ' WS-CKPT-NIGHT
                           ' STOPPED SHORT AND NO FEED SET OF IT IS '
                           'QUEUED -- HELD, CHECKPOINT KEPT AS '
                           'avcdrv1.ckpt.D' WS-CKPT-NIGHT
                   DISPLAY 'AVCDRV1: QUEUE input.txt.D' WS-CKPT-NIGHT
                           ' AND inst.txt.D' WS-CKPT-NIGHT
                           ' TO FINISH IT'
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       SET-ASIDE-UNFINISHED-NIGHT-EXIT.
           EXIT.

       RESET-NIGHT-STATE SECTION.
           MOVE 0 TO WS-RESUME-COUNT WS-FAILED-COUNT
                   WS-BYPASSED-COUNT WS-WORST-EXIT
                   WS-LAST-FAIL-IDX WS-EXCP-RAN-IDX
           MOVE 'N' TO WS-CKPT-EOF WS-NIGHT-FLAG WS-LATE-FLAG
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   SET WS-JOB-PENDING(WS-JOB-IDX) TO TRUE
                   MOVE 0 TO WS-JOB-EXIT(WS-JOB-IDX)
           END-PERFORM
           .

      * The queue is whatever dated feed files are on disk; a sorted
      * listing names them, the way AVCDHK1 finds its generations.
       LOAD-BACKLOG-QUEUE SECTION.
           MOVE 'ls -1 input.txt.D* inst.txt.D* > avcdrv1.que '
                   & '2>/dev/null' TO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = '00'
                   PERFORM UNTIL WS-QUEUE-EOF = 'Y'
                           READ QUEUE-FILE
                                   AT END MOVE 'Y' TO WS-QUEUE-EOF
                                   NOT AT END
                                           PERFORM LOAD-QUEUE-ENTRY
                           END-READ
                   END-PERFORM
                   CLOSE QUEUE-FILE
           END-IF
           MOVE 'rm -f avcdrv1.que' TO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           MOVE 0 TO RETURN-CODE
           IF WS-QUEUE-FULL
                   DISPLAY 'AVCDRV1: MORE THAN 31 MISSED NIGHTS '
                           'QUEUED -- THE EARLIEST 31 ARE CAUGHT UP '
                           'THIS RUN'
           END-IF
           .

      * One listed name: <feed>.D<yyyymmdd>. The nights are kept in
      * date order, one entry per night, noting which half of the
      * set each name supplies.
       LOAD-QUEUE-ENTRY SECTION.
           MOVE SPACES TO WS-QUE-BASE WS-QUE-SUFFIX
           UNSTRING QUEUE-LINE DELIMITED BY '.D'
                   INTO WS-QUE-BASE WS-QUE-SUFFIX
           IF WS-QUE-SUFFIX(1:8) IS NOT NUMERIC
                   OR WS-QUE-SUFFIX(9:) NOT = SPACES
                   DISPLAY 'AVCDRV1: queued feed name not '
                           'understood, ignored: '
                           FUNCTION TRIM(QUEUE-LINE)
                   GO TO LOAD-QUEUE-ENTRY-EXIT
           END-IF
           MOVE WS-QUE-SUFFIX(1:8) TO WS-QUE-NEW-DATE
           IF WS-QUE-NEW-DATE NOT < WS-TODAY
                   DISPLAY 'AVCDRV1: queued feed '
                           FUNCTION TRIM(QUEUE-LINE)
                           ' is not for a past night -- left queued'
                   GO TO LOAD-QUEUE-ENTRY-EXIT
           END-IF
           PERFORM VARYING WS-QUE-SLOT FROM 1 BY 1
                   UNTIL WS-QUE-SLOT > WS-QUEUE-COUNT
                   OR WS-QUE-DATE(WS-QUE-SLOT) NOT < WS-QUE-NEW-DATE
                   CONTINUE
           END-PERFORM
           IF WS-QUE-SLOT > WS-QUEUE-COUNT
                   PERFORM INSERT-QUEUE-NIGHT
           ELSE
                   IF WS-QUE-DATE(WS-QUE-SLOT) NOT = WS-QUE-NEW-DATE
                           PERFORM INSERT-QUEUE-NIGHT
                   END-IF
           END-IF
           IF WS-QUE-SLOT > 31
                   GO TO LOAD-QUEUE-ENTRY-EXIT
           END-IF
           IF WS-QUE-BASE = 'input.txt'
                   MOVE 'Y' TO WS-QUE-INPUT(WS-QUE-SLOT)
           END-IF
           IF WS-QUE-BASE = 'inst.txt'
                   MOVE 'Y' TO WS-QUE-INST(WS-QUE-SLOT)
           END-IF
           .
       LOAD-QUEUE-ENTRY-EXIT.
           EXIT.

      * Opens WS-QUE-SLOT for a new night. A full table drops its
      * latest night instead, so the earliest 31 are always the ones
      * run; the rest stay queued for the next run.
       INSERT-QUEUE-NIGHT SECTION.
           IF WS-QUE-SLOT > 31
                   SET WS-QUEUE-FULL TO TRUE
                   GO TO INSERT-QUEUE-NIGHT-EXIT
           END-IF
           IF WS-QUEUE-COUNT >= 31
                   SET WS-QUEUE-FULL TO TRUE
                   MOVE 30 TO WS-QUEUE-COUNT
           END-IF
           PERFORM VARYING WS-QUE-SHIFT FROM WS-QUEUE-COUNT BY -1
                   UNTIL WS-QUE-SHIFT < WS-QUE-SLOT
                   MOVE WS-QUEUE-ENTRY(WS-QUE-SHIFT)
                           TO WS-QUEUE-ENTRY(WS-QUE-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-QUEUE-COUNT
           MOVE WS-QUE-NEW-DATE TO WS-QUE-DATE(WS-QUE-SLOT)
           MOVE 'N' TO WS-QUE-INPUT(WS-QUE-SLOT)
           MOVE 'N' TO WS-QUE-INST(WS-QUE-SLOT)
           .
       INSERT-QUEUE-NIGHT-EXIT.
           EXIT.

       CATCH-UP-BACKLOG SECTION.
           DISPLAY 'AVCDRV1: ' WS-QUEUE-COUNT ' missed night(S) '
                   'queued, catching up from ' WS-QUE-DATE(1)
           PERFORM SET-ASIDE-LIVE-FEEDS
           SET WS-CATCHUP-NIGHT TO TRUE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
                   OR WS-STOP-DATE NOT = 0
                   PERFORM CATCH-UP-ONE-NIGHT
           END-PERFORM
           MOVE 'N' TO WS-CATCHUP-FLAG
           PERFORM RESTORE-LIVE-FEEDS
           MOVE WS-TODAY TO WS-RUN-DATE
           PERFORM WRITE-CATCHUP-SUMMARY
           IF WS-STOP-DATE NOT = 0
                   DISPLAY 'AVCDRV1: CATCH-UP STOPPED AT NIGHT '
                           WS-STOP-DATE ' -- TONIGHT''S RUN HELD '
                           'UNTIL IT IS CAUGHT UP'
                   PERFORM RELEASE-SUITE-LOCK
                   MOVE WS-CATCHUP-EXIT TO RETURN-CODE
                   STOP RUN
           END-IF
      * Nights still queued behind a full table come before tonight.
           IF WS-QUEUE-FULL
                   DISPLAY 'AVCDRV1: MISSED NIGHTS STILL QUEUED -- '
                           'RERUN TO CONTINUE THE CATCH-UP'
                   PERFORM RELEASE-SUITE-LOCK
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-IF
           DISPLAY 'AVCDRV1: ' WS-CAUGHT-UP-COUNT ' missed night(S) '
                   'caught up, starting tonight''s run'
           .

       CATCH-UP-ONE-NIGHT SECTION.
           MOVE WS-QUE-DATE(WS-QUEUE-IDX) TO WS-RUN-DATE
           IF WS-QUE-INPUT(WS-QUEUE-IDX) NOT = 'Y'
                   OR WS-QUE-INST(WS-QUEUE-IDX) NOT = 'Y'
                   DISPLAY 'AVCDRV1: NIGHT ' WS-RUN-DATE ' FEED SET '
                           'INCOMPLETE -- input.txt AND inst.txt '
                           'ARE BOTH NEEDED'
                   MOVE 'INCOMPLETE' TO WS-CATCHUP-DISP
                   MOVE 8 TO WS-CATCHUP-EXIT
                   MOVE WS-RUN-DATE TO WS-STOP-DATE
                   PERFORM WRITE-CATCHUP-HISTORY
                   GO TO CATCH-UP-ONE-NIGHT-EXIT
           END-IF
           DISPLAY 'AVCDRV1: catching up night ' WS-RUN-DATE
           PERFORM STAGE-QUEUED-NIGHT
           PERFORM RUN-ONE-NIGHT
      * Nothing above RC 4 means every failure was a warning and
      * every bypass sat behind one -- AVCDHK1 among them, as on any
      * live night with an alert.
           EVALUATE TRUE
                   WHEN WS-NIGHT-COMPLETED
                           MOVE 'COMPLETED' TO WS-CATCHUP-DISP
                   WHEN WS-WORST-EXIT <= 4
                           MOVE 'WARNING' TO WS-CATCHUP-DISP
                   WHEN OTHER
                           MOVE 'FAILED' TO WS-CATCHUP-DISP
                           MOVE WS-WORST-EXIT TO WS-CATCHUP-EXIT
                           MOVE WS-RUN-DATE TO WS-STOP-DATE
           END-EVALUATE
           PERFORM WRITE-CATCHUP-HISTORY
           IF WS-STOP-DATE = 0
                   ADD 1 TO WS-CAUGHT-UP-COUNT
                   PERFORM RETIRE-QUEUED-NIGHT
           END-IF
           .
       CATCH-UP-ONE-NIGHT-EXIT.
           EXIT.

      * Tonight's delivered set is copied aside once; a .LIVE copy
      * already there is from a catch-up that never finished, and is
      * the real live set.
       SET-ASIDE-LIVE-FEEDS SECTION.
           MOVE 'for f in input.txt inst.txt feeds.man; do '
                   & '[ -f $f.LIVE ] || [ ! -f $f ] || '
                   & 'cp $f $f.LIVE; done' TO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           MOVE 0 TO RETURN-CODE
           .

       RESTORE-LIVE-FEEDS SECTION.
           MOVE 'for f in input.txt inst.txt feeds.man; do '
                   & 'if [ -f $f.LIVE ]; then mv $f.LIVE $f; '
                   & 'else rm -f $f; fi; done' TO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           MOVE 0 TO RETURN-CODE
           .

      * The night's set goes into the live names; a night shipped
      * without a manifest must not be gated against another night's.
       STAGE-QUEUED-NIGHT SECTION.
           MOVE SPACES TO WS-FULL-CMD
           STRING 'cp input.txt.D' DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' input.txt && cp inst.txt.D' DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' inst.txt && if [ -f feeds.man.D'
                                   DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' ]; then cp feeds.man.D' DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' feeds.man; else rm -f feeds.man; fi'
                                   DELIMITED BY SIZE
                   INTO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           IF RETURN-CODE NOT = 0
                   DISPLAY 'AVCDRV1: CANNOT STAGE THE FEED SET OF '
                           'NIGHT ' WS-RUN-DATE
                   PERFORM RESTORE-LIVE-FEEDS
                   PERFORM RELEASE-SUITE-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
      * The checkpoint a night left when it stopped short comes back
      * with its feeds, so the night resumes where it stopped.
           MOVE SPACES TO WS-FULL-CMD
           STRING 'if [ -f avcdrv1.ckpt.D' DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' ]; then mv avcdrv1.ckpt.D' DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' avcdrv1.ckpt; fi' DELIMITED BY SIZE
                   INTO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           MOVE 0 TO RETURN-CODE
           .

       RETIRE-QUEUED-NIGHT SECTION.
           MOVE SPACES TO WS-FULL-CMD
           STRING 'for f in input.txt inst.txt feeds.man; do '
                                   DELIMITED BY SIZE
                   '[ ! -f $f.D'   DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' ] || mv $f.D' DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   ' $f.C'         DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   '; done'        DELIMITED BY SIZE
                   INTO WS-FULL-CMD
           CALL 'SYSTEM' USING WS-FULL-CMD
           MOVE 0 TO RETURN-CODE
           .

       WRITE-CATCHUP-HISTORY SECTION.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
                   OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'AVCDRV1: WARNING, CANNOT WRITE '
                           'avcdrv1.hist, FILE STATUS ' WS-HIST-STATUS
           ELSE
                   MOVE SPACES TO HIST-LINE
                   STRING 'DATE: '      DELIMITED BY SIZE
                           WS-RUN-DATE  DELIMITED BY SIZE
                           ' CATCHUP NIGHT: ' DELIMITED BY SIZE
                           WS-QUEUE-IDX DELIMITED BY SIZE
                           ' OF: '      DELIMITED BY SIZE
                           WS-QUEUE-COUNT DELIMITED BY SIZE
                           ' '          DELIMITED BY SIZE
                           WS-CATCHUP-DISP DELIMITED BY SPACE
                           INTO HIST-LINE
                   WRITE HIST-LINE
                   CLOSE HIST-FILE
           END-IF
           .

       WRITE-CATCHUP-SUMMARY SECTION.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
                   OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'AVCDRV1: WARNING, CANNOT WRITE '
                           'avcdrv1.hist, FILE STATUS ' WS-HIST-STATUS
           ELSE
                   MOVE SPACES TO HIST-LINE
                   STRING 'DATE: '      DELIMITED BY SIZE
                           WS-RUN-DATE  DELIMITED BY SIZE
                           ' CATCHUP QUEUED: ' DELIMITED BY SIZE
                           WS-QUEUE-COUNT DELIMITED BY SIZE
                           ' CAUGHT UP: ' DELIMITED BY SIZE
                           WS-CAUGHT-UP-COUNT DELIMITED BY SIZE
                           ' FROM: '    DELIMITED BY SIZE
                           WS-QUE-DATE(1) DELIMITED BY SIZE
                           ' STOPPED AT: ' DELIMITED BY SIZE
                           WS-STOP-DATE DELIMITED BY SIZE
                           INTO HIST-LINE
                   WRITE HIST-LINE
                   CLOSE HIST-FILE
           END-IF
           .

       TAKE-SUITE-LOCK SECTION.
                   READ LOCK-FILE
                   IF WS-LOCK-STATUS = '00'
                           AND LCK-MARKER = 'ACTIVE'
                           IF LCK-DATE < WS-TODAY
                                   DISPLAY 'AVCDRV1: STALE SUITE '
                                           'LOCK FROM ' LCK-DATE
                                           ' (CRASHED RUN) -- '
                                           'REPLACED'
                                   MOVE 'STALELOCK' TO WS-AUD-KEYWORD
                                   MOVE SPACES TO WS-AUD-PARMS
                                   STRING 'ACTIVE LOCK FROM '
                                                   DELIMITED BY SIZE
                                           LCK-DATE DELIMITED BY SIZE
                                           ' '     DELIMITED BY SIZE
                                           LCK-TIME DELIMITED BY SIZE
                                           ' REPLACED'
                                                   DELIMITED BY SIZE
                                           INTO WS-AUD-PARMS
                                   PERFORM WRITE-AUDIT-RECORD
                           ELSE
                                   DISPLAY 'AVCDRV1: A LIVE RUN '
                                           'HOLDS THE SUITE LOCK '
                           END-IF
                   END-IF
                   CLOSE LOCK-FILE
           ELSE
                   OPEN INPUT HIST-FILE
                   IF WS-HIST-STATUS = '00'
                           CLOSE HIST-FILE
                           DISPLAY 'AVCDRV1: avcdrv1.lock WAS '
                                   'REMOVED BY HAND SINCE THE LAST RUN'
                           MOVE 'LOCKREMOVED' TO WS-AUD-KEYWORD
                           MOVE 'avcdrv1.lock ABSENT, avcdrv1.hist '
                                   & 'PRESENT'
                                   TO WS-AUD-PARMS
                           PERFORM WRITE-AUDIT-RECORD
                   END-IF
           END-IF
           ACCEPT WS-LOCK-TIME FROM TIME
           MOVE 'ACTIVE  ' TO LCK-MARKER
           MOVE WS-TODAY TO LCK-DATE
           MOVE WS-LOCK-TIME TO LCK-TIME
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = '00'
           CLOSE LOCK-FILE
           .

       WRITE-AUDIT-RECORD SECTION.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-AUD-USER FROM ENVIRONMENT-VALUE
           IF WS-AUD-USER = SPACES
                   DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
                   ACCEPT WS-AUD-USER FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-AUD-USER = SPACES
                   MOVE 'UNKNOWN' TO WS-AUD-USER
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
                   AND WS-AUDIT-STATUS NOT = '05'
                   DISPLAY 'AVCDRV1: WARNING, OVERRIDE '
                           WS-AUD-KEYWORD ' NOT AUDITED, '
                           'avcdaud.dat FILE STATUS ' WS-AUDIT-STATUS
           ELSE
                   MOVE SPACES TO AUDIT-RECORD
                   MOVE WS-AUD-DATE TO AUD-DATE
                   MOVE WS-AUD-TIME(1:6) TO AUD-TIME
                   MOVE 'AVCDRV1' TO AUD-PROGRAM
                   MOVE WS-AUD-KEYWORD TO AUD-KEYWORD
                   MOVE WS-AUD-USER TO AUD-USER
                   MOVE WS-AUD-PARMS TO AUD-PARMS
                   WRITE AUDIT-RECORD
                   IF WS-AUDIT-STATUS NOT = '00'
                           DISPLAY 'AVCDRV1: WARNING, OVERRIDE '
                                   WS-AUD-KEYWORD ' NOT AUDITED, '
                                   'avcdaud.dat FILE STATUS '
                                   WS-AUDIT-STATUS
                   END-IF
                   CLOSE AUDIT-FILE
           END-IF
           .

       RELEASE-SUITE-LOCK SECTION.
           MOVE 'RELEASED' TO LCK-MARKER
           MOVE WS-TODAY TO LCK-DATE
           ACCEPT WS-LOCK-TIME FROM TIME
           MOVE WS-LOCK-TIME TO LCK-TIME
           OPEN OUTPUT LOCK-FILE
           END-PERFORM
           .

       LOAD-JOB-STREAM SECTION.
           OPEN INPUT JOBSTRM-FILE
           IF WS-JOBSTRM-STATUS NOT = '00'
                   DISPLAY 'AVCDRV1: no avcdrv1.job job stream -- '
                           'built-in stream used'
                   PERFORM LOAD-DEFAULT-JOB-STREAM
           ELSE
                   PERFORM UNTIL WS-JOBSTRM-EOF = 'Y'
                           READ JOBSTRM-FILE
                                   AT END MOVE 'Y' TO WS-JOBSTRM-EOF
                                   NOT AT END
                                           ADD 1 TO WS-JOBSTRM-LINE-NUM
                                           PERFORM LOAD-JOB-ENTRY
                           END-READ
                   END-PERFORM
                   CLOSE JOBSTRM-FILE
           END-IF
           IF WS-JOB-COUNT = 0
                   MOVE 'NO STEPS IN THE JOB STREAM' TO WS-JOB-ERR-TEXT
                   PERFORM JOB-STREAM-ERROR
           END-IF
           DISPLAY 'AVCDRV1: job stream loaded, ' WS-JOB-COUNT
                   ' step(S)'
           .

      * The built-in stream, one entry per line exactly as it would
      * be coded in avcdrv1.job.
       LOAD-DEFAULT-JOB-STREAM SECTION.
      * Control-file edit ahead of everything: a hand-edit slip in
      * any control file holds the suite here, before a single feed
      * is touched, rather than part-way through the night.
           MOVE 'AVCDCE1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Archive layout conversion ahead of every step that opens the
      * sonar archive; once it is in the current layout it finds
      * nothing to do.
           MOVE 'AVCDCV1 AVCDCE1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Manifest gate next: a feed that did not arrive complete
      * holds the whole suite at the door instead of becoming a
      * short, "balanced" night.
           MOVE 'AVCDFM1 AVCDCE1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           MOVE 'AVCD1P2 AVCDFM1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Front-end edit gates the instruction feed ahead of the
      * navigation steps -- a dirty feed holds navigation here rather
      * than positioning boats off garbage.
           MOVE 'AVCD2P8 AVCDFM1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           MOVE 'AVCD2P1 AVCD2P8' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           MOVE 'AVCD2P2 AVCD2P8' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Plan-versus-actual and the dive profile both read the fresh
      * ledger; a missed waypoint or a rate breach ends its own step
      * RC 4 without holding anything outside navigation.
           MOVE 'AVCD2P9 AVCD2P2' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           MOVE 'AVCDDP1 AVCD2P2' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * The track chart marks the night's breaches, so a breach in
      * the ledger step (RC 4) is the night it is wanted most.
           MOVE 'AVCDTC1 AVCD2P2/4' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           MOVE 'AVCD3P1 AVCDFM1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Analysis steps: trend, fleet, return course, ledger audit and
      * sonar/navigation reconciliation all run inside the suite so
      * their control totals land in avcdbal.dat and their results in
      * the master -- no more running them by hand after the suite
      * ends. Their parameters (fleet control file, tolerances, TRACK
      * mode) come from avcdrv1.ctl like every other step's.
           MOVE 'AVCD1P3 AVCD1P2' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           MOVE 'AVCD2P4 AVCDFM1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           MOVE 'AVCD2P5 AVCD2P2' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Rendezvous courses are built off the fleet roster; a proximity
      * flag (RC 4) still leaves a good roster to plan from.
           MOVE 'AVCDRZ1 AVCD2P4/4' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           MOVE 'AVCD2P6 AVCD2P2' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           MOVE 'AVCD2P7 AVCD1P2 AVCD2P2' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Nightly archive load: the raw accepted readings go into the
      * indexed history before housekeeping rolls the feed away.
           MOVE 'AVCDAR1 AVCD1P2 AVCDCV1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * The night's ledger goes into the indexed position archive
      * the same way, before housekeeping rolls avcd2p2.ldg away.
           MOVE 'AVCDLG1 AVCD2P2' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Station baselines read the archive the load just brought up
      * to date; a station off its baseline is RC 4, a warning.
           MOVE 'AVCDSB1 AVCDAR1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Components abnormal or stuck night after night raise (and
      * later close) maintenance work orders from the health history
      * AVCD3P1 keeps.
           MOVE 'AVCDWO1 AVCD3P1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Power against distance joins the night's health and ledger
      * postings in the master; a breach in the ledger step (RC 4)
      * still posted the position it measures from.
           MOVE 'AVCDEF1 AVCD3P1 AVCD2P2/4' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Master retention: records past their keep window move to the
      * sequential archive before balancing proves the night.
           MOVE 'AVCDPG1 AVCDCE1' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * One exceptions file for the 6 a.m. check instead of a
      * scavenger hunt over four alert sources -- after every other
      * step, however each one ended.
           MOVE 'AVCDEX1 */ANY' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * End-of-suite balancing proves read = accepted + rejected for
      * every step that ran and that both navigation models saw the
      * same instruction count, before the night is called good.
           MOVE 'AVCDBL1 */ANY' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
      * Housekeeping rolls tonight's outputs into dated generations
      * and purges the expired ones per the retention policy -- only
      * on a clean night, so a restart's outputs are the ones kept.
           MOVE 'AVCDHK1 *' TO JOBSTRM-LINE
           PERFORM LOAD-JOB-ENTRY
           .

      * One entry: the step name in column 1, then its prerequisites.
      * A malformed stream cannot be run around the way a bad
      * run-control entry can -- guessing the order would run steps
      * against missing inputs -- so it ends the driver RC 16.
       LOAD-JOB-ENTRY SECTION.
           IF JOBSTRM-LINE = SPACES
                   GO TO LOAD-JOB-ENTRY-EXIT
           END-IF
           IF JOBSTRM-LINE(1:1) = SPACE
                   MOVE 'ENTRY MUST START IN COLUMN 1'
                           TO WS-JOB-ERR-TEXT
                   PERFORM JOB-STREAM-ERROR
           END-IF
           MOVE SPACES TO WS-JOB-TOK-TABLE
           UNSTRING JOBSTRM-LINE DELIMITED BY ALL SPACES
                   INTO WS-JOB-TOK(1) WS-JOB-TOK(2) WS-JOB-TOK(3)
                        WS-JOB-TOK(4) WS-JOB-TOK(5) WS-JOB-TOK(6)
                        WS-JOB-TOK(7) WS-JOB-TOK(8) WS-JOB-TOK(9)
                        WS-JOB-TOK(10) WS-JOB-TOK(11) WS-JOB-TOK(12)
           IF WS-JOB-TOK(1)(9:) NOT = SPACES
                   MOVE 'STEP NAME LONGER THAN 8 CHARACTERS'
                           TO WS-JOB-ERR-TEXT
                   PERFORM JOB-STREAM-ERROR
           END-IF
           PERFORM VARYING WS-PRE-JOB FROM 1 BY 1
                   UNTIL WS-PRE-JOB > WS-JOB-COUNT
                   IF WS-JOB-STEP(WS-PRE-JOB) = WS-JOB-TOK(1)
                           MOVE 'STEP LISTED TWICE' TO WS-JOB-ERR-TEXT
                           PERFORM JOB-STREAM-ERROR
                   END-IF
           END-PERFORM
           IF WS-JOB-COUNT >= 30
                   MOVE 'MORE THAN 30 STEPS' TO WS-JOB-ERR-TEXT
                   PERFORM JOB-STREAM-ERROR
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-TOK(1) TO WS-JOB-STEP(WS-JOB-COUNT)
           SET WS-JOB-PENDING(WS-JOB-COUNT) TO TRUE
           MOVE 0 TO WS-JOB-EXIT(WS-JOB-COUNT)
           MOVE 0 TO WS-JOB-PRE-COUNT(WS-JOB-COUNT)
           MOVE 'N' TO WS-JOB-ANY-FLAG(WS-JOB-COUNT)
           PERFORM VARYING WS-JOB-TOK-IDX FROM 2 BY 1
                   UNTIL WS-JOB-TOK-IDX > 12
                   IF WS-JOB-TOK(WS-JOB-TOK-IDX) NOT = SPACES
                           PERFORM LOAD-JOB-PREREQ
                   END-IF
           END-PERFORM
           .
       LOAD-JOB-ENTRY-EXIT.
           EXIT.

      * One prerequisite token: <step>, <step>/<highest rc>,
      * <step>/ANY, or * for every step listed above.
       LOAD-JOB-PREREQ SECTION.
           MOVE SPACES TO WS-PRE-NAME WS-PRE-TOL-TEXT
           UNSTRING WS-JOB-TOK(WS-JOB-TOK-IDX) DELIMITED BY '/'
                   INTO WS-PRE-NAME WS-PRE-TOL-TEXT
           EVALUATE TRUE
                   WHEN WS-PRE-TOL-TEXT = SPACES
                           MOVE 0 TO WS-PRE-TOL
                   WHEN WS-PRE-TOL-TEXT = 'ANY'
                           MOVE 999 TO WS-PRE-TOL
                           SET WS-JOB-END-OF-NIGHT(WS-JOB-COUNT)
                                   TO TRUE
                   WHEN OTHER
                           MOVE 0 TO WS-TOL-LEN
                           INSPECT WS-PRE-TOL-TEXT TALLYING WS-TOL-LEN
                                   FOR CHARACTERS BEFORE INITIAL SPACE
                           IF WS-TOL-LEN > 3
                                   OR WS-PRE-TOL-TEXT(1:WS-TOL-LEN)
                                           IS NOT NUMERIC
                                   MOVE 'BAD RETURN-CODE TOLERANCE'
                                           TO WS-JOB-ERR-TEXT
                                   PERFORM JOB-STREAM-ERROR
                           END-IF
                           COMPUTE WS-PRE-TOL = FUNCTION NUMVAL(
                                   WS-PRE-TOL-TEXT)
           END-EVALUATE
           IF WS-PRE-NAME = '*'
                   PERFORM VARYING WS-PRE-JOB FROM 1 BY 1
                           UNTIL WS-PRE-JOB >= WS-JOB-COUNT
                           PERFORM ADD-JOB-PREREQ
                   END-PERFORM
           ELSE
                   PERFORM VARYING WS-PRE-JOB FROM 1 BY 1
                           UNTIL WS-PRE-JOB >= WS-JOB-COUNT
                           OR WS-JOB-STEP(WS-PRE-JOB) = WS-PRE-NAME
                           CONTINUE
                   END-PERFORM
                   IF WS-PRE-JOB >= WS-JOB-COUNT
                           MOVE SPACES TO WS-JOB-ERR-TEXT
                           STRING 'PREREQUISITE ' DELIMITED BY SIZE
                                   WS-PRE-NAME    DELIMITED BY SPACE
                                   ' IS NOT LISTED ABOVE THE STEP'
                                                  DELIMITED BY SIZE
                                   INTO WS-JOB-ERR-TEXT
                           PERFORM JOB-STREAM-ERROR
                   END-IF
                   PERFORM ADD-JOB-PREREQ
           END-IF
           .

       ADD-JOB-PREREQ SECTION.
           IF WS-JOB-PRE-COUNT(WS-JOB-COUNT) >= 30
                   MOVE 'MORE THAN 30 PREREQUISITES' TO WS-JOB-ERR-TEXT
                   PERFORM JOB-STREAM-ERROR
           END-IF
           ADD 1 TO WS-JOB-PRE-COUNT(WS-JOB-COUNT)
           MOVE WS-JOB-PRE-COUNT(WS-JOB-COUNT) TO WS-PRE-IDX
           MOVE WS-PRE-JOB TO WS-JOB-PRE-NUM(WS-JOB-COUNT, WS-PRE-IDX)
           MOVE WS-PRE-TOL TO WS-JOB-PRE-TOL(WS-JOB-COUNT, WS-PRE-IDX)
           .

      * Nothing has run yet, but the lock is held; leaving it ACTIVE
      * would refuse the operator's corrected rerun.
       JOB-STREAM-ERROR SECTION.
           DISPLAY 'AVCDRV1: avcdrv1.job LINE ' WS-JOBSTRM-LINE-NUM
                   ': ' WS-JOB-ERR-TEXT
           DISPLAY 'AVCDRV1: ' JOBSTRM-LINE
           CLOSE JOBSTRM-FILE
           PERFORM RELEASE-SUITE-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * The window as defined in avcdrv1.win, then the recent
      * averages for the steps it leaves out. The deadline is held
      * in seconds relative to the start of this run.
       LOAD-BATCH-WINDOW SECTION.
           ACCEPT WS-WINDOW-START FROM TIME
           MOVE WS-WINDOW-START TO WS-TIME-WORK
           PERFORM CONVERT-TIME-TO-SECS
           MOVE WS-TIME-SECS TO WS-WIN-START-SECS
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   MOVE 0 TO WS-JOB-EXPECT(WS-JOB-IDX)
                           WS-JOB-AVG-CNT(WS-JOB-IDX)
                           WS-JOB-AVG-PTR(WS-JOB-IDX)
                   MOVE 'N' TO WS-JOB-EXPECT-SRC(WS-JOB-IDX)
           END-PERFORM
           OPEN INPUT WINDOW-FILE
           IF WS-WINDOW-STATUS NOT = '00'
                   DISPLAY 'AVCDRV1: no avcdrv1.win batch window -- '
                           'deadline 06:00, steps on their averages'
           ELSE
                   PERFORM UNTIL WS-WINDOW-EOF = 'Y'
                           READ WINDOW-FILE
                                   AT END MOVE 'Y' TO WS-WINDOW-EOF
                                   NOT AT END
                                           ADD 1 TO WS-WINDOW-LINE-NUM
                                           PERFORM LOAD-WINDOW-ENTRY
                           END-READ
                   END-PERFORM
                   CLOSE WINDOW-FILE
           END-IF
           PERFORM LOAD-STEP-AVERAGES
           MOVE 0 TO WS-STREAM-EXPECT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   ADD WS-JOB-EXPECT(WS-JOB-IDX) TO WS-STREAM-EXPECT
           END-PERFORM
           COMPUTE WS-WIN-DEADLINE-REL = WS-DEADLINE-HH * 3600
                   + WS-DEADLINE-MM * 60 - WS-WIN-START-SECS
           IF WS-WIN-DEADLINE-REL < 0
                   ADD 86400 TO WS-WIN-DEADLINE-REL
           END-IF
           IF WS-WIN-DEADLINE-REL > 64800
                   SUBTRACT 86400 FROM WS-WIN-DEADLINE-REL
           END-IF
           DISPLAY 'AVCDRV1: batch window deadline ' WS-DEADLINE-HH
                   ':' WS-DEADLINE-MM ', expected stream time '
                   WS-STREAM-EXPECT ' second(S)'
           .

      * One entry: DEADLINE <hhmm>, or a step name in column 1 and
      * its expected elapsed seconds.
       LOAD-WINDOW-ENTRY SECTION.
           IF WINDOW-LINE = SPACES
                   GO TO LOAD-WINDOW-ENTRY-EXIT
           END-IF
           IF WINDOW-LINE(1:1) = SPACE
                   MOVE 'ENTRY MUST START IN COLUMN 1'
                           TO WS-JOB-ERR-TEXT
                   PERFORM WINDOW-ENTRY-WARNING
                   GO TO LOAD-WINDOW-ENTRY-EXIT
           END-IF
           MOVE SPACES TO WS-WIN-TOK-TABLE
           UNSTRING WINDOW-LINE DELIMITED BY ALL SPACES
                   INTO WS-WIN-TOK(1) WS-WIN-TOK(2) WS-WIN-TOK(3)
           IF WS-WIN-TOK(3) NOT = SPACES
                   MOVE 'MORE THAN TWO ITEMS ON THE ENTRY'
                           TO WS-JOB-ERR-TEXT
                   PERFORM WINDOW-ENTRY-WARNING
                   GO TO LOAD-WINDOW-ENTRY-EXIT
           END-IF
           MOVE 0 TO WS-WIN-LEN
           INSPECT WS-WIN-TOK(2) TALLYING WS-WIN-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-WIN-TOK(1) = 'DEADLINE'
                   IF WS-WIN-LEN NOT = 4
                           OR WS-WIN-TOK(2)(1:4) IS NOT NUMERIC
                           OR WS-WIN-TOK(2)(1:2) > '23'
                           OR WS-WIN-TOK(2)(3:2) > '59'
                           MOVE 'DEADLINE MUST BE A TIME OF DAY, HHMM'
                                   TO WS-JOB-ERR-TEXT
                           PERFORM WINDOW-ENTRY-WARNING
                   ELSE
                           MOVE WS-WIN-TOK(2)(1:2) TO WS-DEADLINE-HH
                           MOVE WS-WIN-TOK(2)(3:2) TO WS-DEADLINE-MM
                   END-IF
                   GO TO LOAD-WINDOW-ENTRY-EXIT
           END-IF
           IF WS-WIN-LEN = 0 OR WS-WIN-LEN > 7
                   OR WS-WIN-TOK(2)(1:WS-WIN-LEN) IS NOT NUMERIC
                   MOVE 'EXPECTED ELAPSED MUST BE WHOLE SECONDS'
                           TO WS-JOB-ERR-TEXT
                   PERFORM WINDOW-ENTRY-WARNING
                   GO TO LOAD-WINDOW-ENTRY-EXIT
           END-IF
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-JOB-COUNT
                   OR WS-JOB-STEP(WS-WIN-IDX) = WS-WIN-TOK(1)
                   CONTINUE
           END-PERFORM
           IF WS-WIN-IDX > WS-JOB-COUNT
                   MOVE 'STEP IS NOT IN THE JOB STREAM'
                           TO WS-JOB-ERR-TEXT
                   PERFORM WINDOW-ENTRY-WARNING
                   GO TO LOAD-WINDOW-ENTRY-EXIT
           END-IF
           COMPUTE WS-JOB-EXPECT(WS-WIN-IDX) =
                   FUNCTION NUMVAL(WS-WIN-TOK(2))
           MOVE 'C' TO WS-JOB-EXPECT-SRC(WS-WIN-IDX)
           .
       LOAD-WINDOW-ENTRY-EXIT.
           EXIT.

       WINDOW-ENTRY-WARNING SECTION.
           DISPLAY 'AVCDRV1: avcdrv1.win LINE ' WS-WINDOW-LINE-NUM
                   ': ' FUNCTION TRIM(WS-JOB-ERR-TEXT) ' -- SKIPPED'
           DISPLAY 'AVCDRV1: ' FUNCTION TRIM(WINDOW-LINE TRAILING)
           .

      * Every step's last seven clean runs on file, oldest first, so
      * the ring keeps the most recent; only OK records count, as in
      * AVCDST1 -- a SKIPPED or FAILED elapsed is not a run time.
       LOAD-STEP-AVERAGES SECTION.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = '00'
                   PERFORM UNTIL WS-HST-EOF = 'Y'
                           READ HIST-FILE
                                   AT END MOVE 'Y' TO WS-HST-EOF
                                   NOT AT END
                                           PERFORM BOOK-STEP-AVERAGE
                           END-READ
                   END-PERFORM
                   CLOSE HIST-FILE
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JOB-EXPECT-SRC(WS-JOB-IDX) = 'N'
                           AND WS-JOB-AVG-CNT(WS-JOB-IDX) > 0
                           MOVE 0 TO WS-WIN-SUM
                           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                                   UNTIL WS-WIN-IDX >
                                           WS-JOB-AVG-CNT(WS-JOB-IDX)
                                   ADD WS-JOB-AVG-VAL(WS-JOB-IDX,
                                           WS-WIN-IDX) TO WS-WIN-SUM
                           END-PERFORM
                           COMPUTE WS-JOB-EXPECT(WS-JOB-IDX) ROUNDED =
                                   WS-WIN-SUM /
                                   WS-JOB-AVG-CNT(WS-JOB-IDX)
                           MOVE 'A' TO WS-JOB-EXPECT-SRC(WS-JOB-IDX)
                   END-IF
           END-PERFORM
           .

      * DATE: d STEP: n NAME: name START: s END: e ELAPSED: el
      * EXIT: x DISP
       BOOK-STEP-AVERAGE SECTION.
           MOVE SPACES TO WS-HST-TOK-TABLE
           UNSTRING HIST-LINE DELIMITED BY ALL SPACES
                   INTO WS-HST-TOK(1) WS-HST-TOK(2) WS-HST-TOK(3)
                        WS-HST-TOK(4) WS-HST-TOK(5) WS-HST-TOK(6)
                        WS-HST-TOK(7) WS-HST-TOK(8) WS-HST-TOK(9)
                        WS-HST-TOK(10) WS-HST-TOK(11) WS-HST-TOK(12)
                        WS-HST-TOK(13) WS-HST-TOK(14) WS-HST-TOK(15)
           IF WS-HST-TOK(1) NOT = 'DATE:'
                   OR WS-HST-TOK(3) NOT = 'STEP:'
                   OR WS-HST-TOK(7) NOT = 'START:'
                   OR WS-HST-TOK(15) NOT = 'OK'
                   GO TO BOOK-STEP-AVERAGE-EXIT
           END-IF
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-JOB-COUNT
                   OR WS-JOB-STEP(WS-WIN-IDX) = WS-HST-TOK(6)
                   CONTINUE
           END-PERFORM
           IF WS-WIN-IDX > WS-JOB-COUNT
                   GO TO BOOK-STEP-AVERAGE-EXIT
           END-IF
           COMPUTE WS-JOB-AVG-PTR(WS-WIN-IDX) = FUNCTION MOD(
                   WS-JOB-AVG-PTR(WS-WIN-IDX), 7) + 1
           COMPUTE WS-JOB-AVG-VAL(WS-WIN-IDX,
                   WS-JOB-AVG-PTR(WS-WIN-IDX)) =
                   FUNCTION NUMVAL(WS-HST-TOK(12))
           IF WS-JOB-AVG-CNT(WS-WIN-IDX) < 7
                   ADD 1 TO WS-JOB-AVG-CNT(WS-WIN-IDX)
           END-IF
           .
       BOOK-STEP-AVERAGE-EXIT.
           EXIT.

      * Every ACTIVE or DONE record names one step already completed;
      * a name no longer in the job stream is simply not matched. Only
      * the records of the night being run count -- another night's
      * were set aside by SET-ASIDE-UNFINISHED-NIGHT, or are DONE.
       LOAD-SUITE-CHECKPOINT SECTION.
           OPEN INPUT SUITE-CKPT
           IF WS-CKPT-STATUS = '00'
                   PERFORM UNTIL WS-CKPT-EOF = 'Y'
                           READ SUITE-CKPT
                                   AT END MOVE 'Y' TO WS-CKPT-EOF
                                   NOT AT END
                                     PERFORM TAKE-CHECKPOINT-RECORD
                           END-READ
                   END-PERFORM
                   CLOSE SUITE-CKPT
                   IF WS-RESUME-COUNT > 0
                           DISPLAY 'AVCDRV1: resuming, '
                                   WS-RESUME-COUNT
                                   ' step(S) already completed'
                                   ' (checkpoint of run '
                                   WS-RUN-DATE ')'
                   END-IF
           END-IF
           .

       TAKE-CHECKPOINT-RECORD SECTION.
           IF DRV-CKPT-MARKER NOT = 'ACTIVE'
                   AND DRV-CKPT-MARKER NOT = 'DONE'
                   GO TO TAKE-CHECKPOINT-RECORD-EXIT
           END-IF
           IF DRV-CKPT-DATE NOT = WS-RUN-DATE
                   GO TO TAKE-CHECKPOINT-RECORD-EXIT
           END-IF
           PERFORM MARK-STEP-COMPLETED
           .
       TAKE-CHECKPOINT-RECORD-EXIT.
           EXIT.

       MARK-STEP-COMPLETED SECTION.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JOB-STEP(WS-JOB-IDX) = DRV-CKPT-STEP
                           AND WS-JOB-PENDING(WS-JOB-IDX)
                           SET WS-JOB-DONE-EARLIER(WS-JOB-IDX)
                                   TO TRUE
                           ADD 1 TO WS-RESUME-COUNT
                   END-IF
           END-PERFORM
           .

      * ACTIVE or DONE rewrites the whole completed set, one record
      * per step done, leaving out the end-of-night /ANY steps;
      * COMPLETE is a single record with no step name.
       WRITE-SUITE-CHECKPOINT SECTION.
           OPEN OUTPUT SUITE-CKPT
           IF WS-CKPT-STATUS NOT = '00'
                   DISPLAY 'AVCDRV1: WARNING, CANNOT WRITE '
                           'avcdrv1.ckpt, FILE STATUS ' WS-CKPT-STATUS
           ELSE
                   MOVE WS-RUN-DATE TO DRV-CKPT-DATE
                   IF DRV-CKPT-MARKER = 'COMPLETE'
                           MOVE SPACES TO DRV-CKPT-STEP
                           WRITE SUITE-CKPT-RECORD
                   ELSE
                           PERFORM VARYING WS-PRE-JOB FROM 1 BY 1
                                   UNTIL WS-PRE-JOB > WS-JOB-COUNT
                                   IF (WS-JOB-OK(WS-PRE-JOB) OR
                                     WS-JOB-DONE-EARLIER(WS-PRE-JOB))
                                     AND NOT
                                     WS-JOB-END-OF-NIGHT(WS-PRE-JOB)
                                           MOVE WS-JOB-STEP(WS-PRE-JOB)
                                                   TO DRV-CKPT-STEP
                                           WRITE SUITE-CKPT-RECORD
                                   END-IF
                           END-PERFORM
                   END-IF
                   CLOSE SUITE-CKPT
           END-IF
           .
           END-IF
           .

      * One step of the stream: already done on an earlier run of
      * tonight, bypassed for an unsatisfied prerequisite, or run.
       SCHEDULE-ONE-STEP SECTION.
           MOVE WS-JOB-IDX TO WS-STEP-NUM
           MOVE WS-JOB-STEP(WS-JOB-IDX) TO WS-STEP-NAME
           IF WS-JOB-DONE-EARLIER(WS-JOB-IDX)
                   DISPLAY 'AVCDRV1: step ' WS-STEP-NUM ' ('
                           WS-STEP-NAME ') already completed, skipped'
                   ACCEPT WS-STEP-START FROM TIME
                   MOVE 0 TO WS-STEP-EXIT
                   MOVE 'SKIPPED ' TO WS-STEP-DISP
                   PERFORM WRITE-STEP-HISTORY
                   GO TO SCHEDULE-ONE-STEP-EXIT
           END-IF
           PERFORM CHECK-PREREQUISITES
           IF WS-PREREQ-BLOCKED
                   DISPLAY 'AVCDRV1: step ' WS-STEP-NUM ' ('
                           WS-STEP-NAME ') BYPASSED -- prerequisite '
                           WS-BLOCK-NAME ' ' WS-BLOCK-DISP
                   ACCEPT WS-STEP-START FROM TIME
                   MOVE WS-STEP-START TO WS-STEP-END
                   MOVE 0 TO WS-STEP-EXIT
                   MOVE 'BYPASSED' TO WS-STEP-DISP
                   PERFORM WRITE-STEP-HISTORY
                   SET WS-JOB-BYPASSED(WS-JOB-IDX) TO TRUE
                   ADD 1 TO WS-BYPASSED-COUNT
                   GO TO SCHEDULE-ONE-STEP-EXIT
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-STEP-NAME) TO WS-STEP-LOWER
           MOVE SPACES TO WS-STEP-CMD
           STRING './'             DELIMITED BY SIZE
                   WS-STEP-LOWER   DELIMITED BY SPACE
                   INTO WS-STEP-CMD
           PERFORM RUN-STEP
           PERFORM PROJECT-FINISH
           .
       SCHEDULE-ONE-STEP-EXIT.
           EXIT.

      * A prerequisite is satisfied when it ended OK (tonight or on
      * the run being resumed), when it failed with a return code no
      * higher than the tolerance, or -- with /ANY -- whatever became
      * of it. The first unsatisfied one is named on the console.
       CHECK-PREREQUISITES SECTION.
           MOVE 'N' TO WS-BLOCKED-FLAG
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > WS-JOB-PRE-COUNT(WS-JOB-IDX)
                   OR WS-PREREQ-BLOCKED
                   MOVE WS-JOB-PRE-NUM(WS-JOB-IDX, WS-PRE-IDX)
                           TO WS-PRE-JOB
                   MOVE WS-JOB-PRE-TOL(WS-JOB-IDX, WS-PRE-IDX)
                           TO WS-PRE-TOL
                   EVALUATE TRUE
                           WHEN WS-PRE-TOL = 999
                                   CONTINUE
                           WHEN WS-JOB-OK(WS-PRE-JOB)
                                   CONTINUE
                           WHEN WS-JOB-DONE-EARLIER(WS-PRE-JOB)
                                   CONTINUE
                           WHEN WS-JOB-FAILED(WS-PRE-JOB)
                                   AND WS-JOB-EXIT(WS-PRE-JOB)
                                           <= WS-PRE-TOL
                                   CONTINUE
                           WHEN WS-JOB-FAILED(WS-PRE-JOB)
                                   SET WS-PREREQ-BLOCKED TO TRUE
                                   MOVE 'FAILED' TO WS-BLOCK-DISP
                           WHEN OTHER
                                   SET WS-PREREQ-BLOCKED TO TRUE
                                   MOVE 'BYPASSED' TO WS-BLOCK-DISP
                   END-EVALUATE
                   IF WS-PREREQ-BLOCKED
                           MOVE WS-JOB-STEP(WS-PRE-JOB)
                                   TO WS-BLOCK-NAME
                   END-IF
           END-PERFORM
           .

      * Runs one job's compiled executable and checks its condition
      * code before letting the chain continue, the same way a JCL
      * PROC would check COND on each step -- there being no JCL in
      * this shop, the equivalent check is done here against
      * RETURN-CODE, which GnuCOBOL sets from the step's exit status
      * after CALL 'SYSTEM'.
       RUN-STEP SECTION.
           PERFORM FIND-STEP-PARMS
           DISPLAY 'AVCDRV1: step ' WS-STEP-NUM ' starting '
                   WS-STEP-NAME
      * anything as a condition code.
           COMPUTE WS-STEP-EXIT = FUNCTION INTEGER-PART(
                   WS-STEP-RC / 256)
           MOVE WS-STEP-EXIT TO WS-JOB-EXIT(WS-JOB-IDX)
           IF WS-STEP-NAME = 'AVCDEX1'
                   MOVE WS-JOB-IDX TO WS-EXCP-RAN-IDX
           END-IF
           IF WS-STEP-EXIT NOT = 0
                   DISPLAY 'AVCDRV1: step ' WS-STEP-NUM ' ('
                           WS-STEP-NAME ') FAILED, RETURN CODE '
                           WS-STEP-EXIT
                   MOVE 'FAILED  ' TO WS-STEP-DISP
                   PERFORM WRITE-STEP-HISTORY
                   SET WS-JOB-FAILED(WS-JOB-IDX) TO TRUE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE WS-JOB-IDX TO WS-LAST-FAIL-IDX
                   IF WS-STEP-EXIT > WS-WORST-EXIT
                           MOVE WS-STEP-EXIT TO WS-WORST-EXIT
                   END-IF
                   GO TO RUN-STEP-EXIT
           END-IF
           DISPLAY 'AVCDRV1: step ' WS-STEP-NUM ' (' WS-STEP-NAME
                   ') completed OK'
           MOVE 'OK      ' TO WS-STEP-DISP
           PERFORM WRITE-STEP-HISTORY
           SET WS-JOB-OK(WS-JOB-IDX) TO TRUE
           MOVE 'ACTIVE  ' TO DRV-CKPT-MARKER
           PERFORM WRITE-SUITE-CHECKPOINT
           .
           CALL 'SYSTEM' USING WS-FULL-CMD
           .

      * After a step has run: now, plus the expected time of every
      * step still pending tonight, plus a whole stream for each
      * night still to run behind a catch-up night.
       PROJECT-FINISH SECTION.
           MOVE 0 TO WS-WIN-REMAINING
           PERFORM VARYING WS-WIN-IDX FROM WS-JOB-IDX BY 1
                   UNTIL WS-WIN-IDX > WS-JOB-COUNT
                   IF WS-JOB-PENDING(WS-WIN-IDX)
                           ADD WS-JOB-EXPECT(WS-WIN-IDX)
                                   TO WS-WIN-REMAINING
                   END-IF
           END-PERFORM
           IF WS-CATCHUP-NIGHT
                   COMPUTE WS-WIN-NIGHTS-LEFT =
                           WS-QUEUE-COUNT - WS-QUEUE-IDX + 1
                   COMPUTE WS-WIN-REMAINING = WS-WIN-REMAINING
                           + WS-WIN-NIGHTS-LEFT * WS-STREAM-EXPECT
           END-IF
           ACCEPT WS-TIME-WORK FROM TIME
           PERFORM CONVERT-TIME-TO-SECS
           COMPUTE WS-WIN-NOW-REL = WS-TIME-SECS - WS-WIN-START-SECS
           IF WS-WIN-NOW-REL < 0
                   ADD 86400 TO WS-WIN-NOW-REL
           END-IF
           COMPUTE WS-WIN-PROJECTED = WS-WIN-NOW-REL + WS-WIN-REMAINING
           COMPUTE WS-WIN-CLOCK-SECS = FUNCTION MOD(
                   WS-WIN-START-SECS + WS-WIN-PROJECTED, 86400)
           COMPUTE WS-WIN-CLOCK-HH = WS-WIN-CLOCK-SECS / 3600
           COMPUTE WS-WIN-CLOCK-MM =
                   FUNCTION MOD(WS-WIN-CLOCK-SECS, 3600) / 60
           COMPUTE WS-WIN-CLOCK-SS = FUNCTION MOD(WS-WIN-CLOCK-SECS, 60)
           DISPLAY 'AVCDRV1: projected finish ' WS-WIN-CLOCK
                   ', deadline ' WS-DEADLINE-HH ':' WS-DEADLINE-MM
           IF WS-WIN-PROJECTED > WS-WIN-DEADLINE-REL
                   AND NOT WS-LATE-RAISED
                   PERFORM RAISE-LATE-ALERT
           END-IF
           .

      * avcdrv1.alert opens 'RUN DATE: <d>' like every source AVCDEX1
      * reads, dated with the night being run so a catch-up night's
      * alert is not taken for stale; a file already dated with that
      * night is added to, anything else is replaced.
       RAISE-LATE-ALERT SECTION.
           SET WS-LATE-RAISED TO TRUE
           DISPLAY 'AVCDRV1: ** LATE ** projected finish '
                   WS-WIN-CLOCK ' is past the ' WS-DEADLINE-HH ':'
                   WS-DEADLINE-MM ' deadline'
           MOVE 'N' TO WS-ALERT-APPEND
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = '00'
                   READ ALERT-FILE
                   IF WS-ALERT-STATUS = '00'
                           AND ALERT-LINE(1:10) = 'RUN DATE: '
                           AND ALERT-LINE(11:8) = WS-RUN-DATE
                           MOVE 'Y' TO WS-ALERT-APPEND
                   END-IF
                   CLOSE ALERT-FILE
           END-IF
           IF WS-ALERT-APPEND = 'Y'
                   OPEN EXTEND ALERT-FILE
           ELSE
                   OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = '00'
                   DISPLAY 'AVCDRV1: WARNING, CANNOT WRITE '
                           'avcdrv1.alert, FILE STATUS ' WS-ALERT-STATUS
                   GO TO RAISE-LATE-ALERT-EXIT
           END-IF
           IF WS-ALERT-APPEND = 'N'
                   MOVE SPACES TO ALERT-LINE
                   STRING 'RUN DATE: '  DELIMITED BY SIZE
                           WS-RUN-DATE  DELIMITED BY SIZE
                           ' BATCH WINDOW ALERTS' DELIMITED BY SIZE
                           INTO ALERT-LINE
                   WRITE ALERT-LINE
           END-IF
           MOVE SPACES TO ALERT-LINE
           STRING 'LATE AFTER STEP ' DELIMITED BY SIZE
                   WS-STEP-NUM  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-STEP-NAME DELIMITED BY SPACE
                   ' OF NIGHT ' DELIMITED BY SIZE
                   WS-RUN-DATE  DELIMITED BY SIZE
                   ': PROJECTED FINISH ' DELIMITED BY SIZE
                   WS-WIN-CLOCK DELIMITED BY SIZE
                   ' PAST THE ' DELIMITED BY SIZE
                   WS-DEADLINE-HH DELIMITED BY SIZE
                   ':'          DELIMITED BY SIZE
                   WS-DEADLINE-MM DELIMITED BY SIZE
                   ' DEADLINE, ' DELIMITED BY SIZE
                   WS-WIN-REMAINING DELIMITED BY SIZE
                   ' SECONDS STILL EXPECTED' DELIMITED BY SIZE
                   INTO ALERT-LINE
           WRITE ALERT-LINE
           CLOSE ALERT-FILE
           .
       RAISE-LATE-ALERT-EXIT.
           EXIT.

      * hhmmsscc from ACCEPT FROM TIME to whole seconds since
      * midnight, for elapsed-time arithmetic.
       CONVERT-TIME-TO-SECS SECTION.
