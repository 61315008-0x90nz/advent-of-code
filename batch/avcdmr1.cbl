       01  WS-BAL-STATUS                PIC XX.
       01  WS-REPORT-STATUS             PIC XX.
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
           PERFORM ROLL-UP-HISTORY.
           IF WS-MON-COUNT = 0
                   DISPLAY 'ERROR: NO USABLE HISTORY IN avcdrv1.hist'
           MOVE WS-TOK(6) TO WS-REC-NAME.
           COMPUTE WS-REC-ELAPSED = FUNCTION NUMVAL(WS-TOK(12)).
           COMPUTE WS-REC-EXIT = FUNCTION NUMVAL(WS-TOK(14)).
      * SKIPPED records are restart bookkeeping and BYPASSED records
      * steps held back by a failed prerequisite -- neither is a run.
           IF WS-TOK(15) = 'SKIPPED' OR WS-TOK(15) = 'BYPASSED'
                   CONTINUE
           ELSE
                   PERFORM FIND-STEP-ENTRY
