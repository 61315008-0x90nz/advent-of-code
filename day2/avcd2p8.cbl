      * return code 4 so the suite holds instead of navigating off a
      * dirty feed.
      *
      * Two feed layouts are recognised. The classic line is
      * "direction amount". The sequenced line carries a sequence
      * number, an hhmmss timestamp and the originating console ID
      * ahead of them -- "<seq> <hhmmss> <console> direction amount"
      * -- and is told apart by its leading digit, since no direction
      * word starts with one. The first record fixes the layout for
      * the feed; a record in the other layout is rejected. On a
      * sequenced feed every record must also carry the next sequence
      * number: a repeated number is a duplicate and one lower than
      * the highest seen is out of order -- both rejected, since
      * replaying either would move the boat twice or in the wrong
      * place -- while a jump forward is a gap, reported with the
      * missing range. A timestamp earlier than the one before it is
      * reported as out of order (a step back of more than twelve
      * hours is taken as the feed running past midnight). Gaps and
      * timestamp faults end the step with return code 4 like a
      * reject; the record itself is still accepted, the sequence
      * number being what orders the feed.
      *
      * Run parameter tokens: MAXAMT <n> caps the accepted amount
      * (default 999999999, the widest the programs can carry);
      * first bare token = input feed (default inst.txt), second
       01  WS-MAX-AMOUNT                PIC 9(9)
                                         VALUE 999999999.

      * The fields a feed line unstrings into; a non-space field
      * after the amount is trailing garbage and fails the record.
      * The sequence number, timestamp and console ID are only
      * present on the sequenced layout.
       01  WS-FLD-SEQ                   PIC X(20).
       01  WS-FLD-TIME                  PIC X(20).
       01  WS-FLD-CONSOLE               PIC X(20).
       01  WS-FLD-DIR                   PIC X(20).
       01  WS-FLD-AMT                   PIC X(20).
       01  WS-FLD-REST                  PIC X(40).
       01  WS-NUMERIC-FLAG              PIC X           VALUE 'Y'.
           88  WS-AMT-NUMERIC                           VALUE 'Y'.

      * Layout of the record in hand and of the feed as a whole (set
      * by the first non-blank record).
       01  WS-REC-LAYOUT                PIC X           VALUE 'C'.
           88  WS-REC-SEQUENCED                         VALUE 'S'.
       01  WS-FEED-LAYOUT               PIC X           VALUE ' '.
           88  WS-FEED-UNKNOWN                          VALUE ' '.
           88  WS-FEED-SEQUENCED                        VALUE 'S'.

      * Sequence and timestamp tracking across the accepted records
      * of a sequenced feed.
       01  WS-SEQ-LEN                   PIC 9(2)        VALUE 0.
       01  WS-SEQ-NUM                   PIC 9(9)        VALUE 0.
       01  WS-LAST-SEQ                  PIC 9(9)        VALUE 0.
       01  WS-GAP-FROM                  PIC 9(9)        VALUE 0.
       01  WS-GAP-THRU                  PIC 9(9)        VALUE 0.
       01  WS-TIME-NUM                  PIC 9(6)        VALUE 0.
       01  WS-TIME-PARTS REDEFINES WS-TIME-NUM.
           05  WS-TIME-HH               PIC 9(2).
           05  WS-TIME-MM               PIC 9(2).
           05  WS-TIME-SS               PIC 9(2).
       01  WS-LAST-TIME                 PIC 9(6)        VALUE 0.
       01  WS-TIME-SEEN-FLAG            PIC X           VALUE 'N'.
           88  WS-TIME-SEEN                             VALUE 'Y'.
       01  WS-TIME-BACK                 PIC 9(6)        VALUE 0.
       01  WS-CONSOLE-LEN               PIC 9(2)        VALUE 0.

       01  WS-VERDICT                   PIC X           VALUE ' '.
           88  WS-REC-GOOD                              VALUE 'G'.
           88  WS-ERR-VOCAB                             VALUE 'V'.
           88  WS-ERR-RANGE                             VALUE 'R'.
           88  WS-ERR-TRAILING                          VALUE 'T'.
           88  WS-ERR-EMPTY                             VALUE 'E'.
           88  WS-ERR-MIXED                             VALUE 'M'.
           88  WS-ERR-SEQNO                             VALUE 'Q'.
           88  WS-ERR-TIME                              VALUE 'H'.
           88  WS-ERR-CONSOLE                           VALUE 'C'.
           88  WS-ERR-DUPSEQ                            VALUE 'D'.
           88  WS-ERR-SEQORDER                          VALUE 'O'.

       01  WS-READ-CNT                  PIC 9(9)        VALUE 0.
       01  WS-GOOD-CNT                  PIC 9(9)        VALUE 0.
       01  WS-RANGE-CNT                 PIC 9(9)        VALUE 0.
       01  WS-TRAILING-CNT              PIC 9(9)        VALUE 0.
       01  WS-EMPTY-CNT                 PIC 9(9)        VALUE 0.
       01  WS-MIXED-CNT                 PIC 9(9)        VALUE 0.
       01  WS-SEQNO-CNT                 PIC 9(9)        VALUE 0.
       01  WS-TIME-CNT                  PIC 9(9)        VALUE 0.
       01  WS-CONSOLE-CNT               PIC 9(9)        VALUE 0.
       01  WS-DUPSEQ-CNT                PIC 9(9)        VALUE 0.
       01  WS-SEQORDER-CNT              PIC 9(9)        VALUE 0.
       01  WS-GAP-CNT                   PIC 9(9)        VALUE 0.
       01  WS-MISSING-CNT               PIC 9(9)        VALUE 0.
       01  WS-TIMEORDER-CNT             PIC 9(9)        VALUE 0.
       01  WS-REASON                    PIC X(30).

      * FILE STATUS on every SELECT, checked after every OPEN/READ so
       01  WS-ERR-FILE                  PIC X(20).
       01  WS-ERR-OP                    PIC X(10).
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.

      * Control totals: every step appends one record to the common
      * balancing file avcdbal.dat (reset by AVCDRV1 at suite start)
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
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' EDITING: ' WS-INST-FILE.
           IF WS-REJECT-CNT > 0
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-GAP-CNT > 0 OR WS-TIMEORDER-CNT > 0
                   DISPLAY 'WARNING: ' WS-GAP-CNT ' SEQUENCE GAP(S), '
                           WS-TIMEORDER-CNT ' TIMESTAMP(S) OUT OF '
                           'ORDER, SEE avcd2p8.rpt'
                   MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-CONTROL-TOTALS.
           END-IF.

       EDIT-ONE-RECORD.
           MOVE SPACES TO WS-FLD-SEQ WS-FLD-TIME WS-FLD-CONSOLE
                   WS-FLD-DIR WS-FLD-AMT WS-FLD-REST.
           IF WS-LINE(1:1) IS NUMERIC
                   MOVE 'S' TO WS-REC-LAYOUT
                   UNSTRING WS-LINE DELIMITED BY ALL SPACES
                           INTO WS-FLD-SEQ WS-FLD-TIME WS-FLD-CONSOLE
                                WS-FLD-DIR WS-FLD-AMT WS-FLD-REST
           ELSE
                   MOVE 'C' TO WS-REC-LAYOUT
                   UNSTRING WS-LINE DELIMITED BY ALL SPACES
                           INTO WS-FLD-DIR WS-FLD-AMT WS-FLD-REST
           END-IF.
           IF WS-FEED-UNKNOWN AND WS-LINE NOT = SPACES
                   MOVE WS-REC-LAYOUT TO WS-FEED-LAYOUT
           END-IF.
           PERFORM VALIDATE-RECORD.
           IF WS-REC-GOOD AND WS-REC-SEQUENCED
                   PERFORM CHECK-SEQUENCE-ORDER
           END-IF.
           IF WS-REC-GOOD
                   ADD 1 TO WS-GOOD-CNT
                   MOVE WS-LINE TO CLEAN-LINE

       VALIDATE-RECORD.
           MOVE 'G' TO WS-VERDICT.
           IF WS-REC-LAYOUT NOT = WS-FEED-LAYOUT
                   AND WS-LINE NOT = SPACES
                   SET WS-ERR-MIXED TO TRUE
                   ADD 1 TO WS-MIXED-CNT
           END-IF.
           IF WS-REC-GOOD AND WS-REC-SEQUENCED
                   PERFORM VALIDATE-SEQUENCE-FIELDS
           END-IF.
           IF WS-REC-GOOD
                   EVALUATE WS-FLD-DIR
                           WHEN 'forward'
                           WHEN 'down'
                           WHEN 'up'
                           WHEN 'strafe-left'
                           WHEN 'strafe-right'
                           WHEN 'turn-left'
                           WHEN 'turn-right'
                                   CONTINUE
                           WHEN OTHER
                                   SET WS-ERR-VOCAB TO TRUE
                                   ADD 1 TO WS-VOCAB-CNT
                   END-EVALUATE
           END-IF.
           IF WS-REC-GOOD
                   IF WS-FLD-AMT = SPACES
                           SET WS-ERR-EMPTY TO TRUE
                   END-IF
           END-IF.

       VALIDATE-SEQUENCE-FIELDS.
      * Sequence number: digits only, at most nine, never zero.
           MOVE 'Y' TO WS-NUMERIC-FLAG.
           MOVE 0 TO WS-SEQ-LEN WS-SEQ-NUM.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 20
                   OR WS-FLD-SEQ(WS-AMT-IDX:1) = SPACE
                   ADD 1 TO WS-SEQ-LEN
                   IF WS-FLD-SEQ(WS-AMT-IDX:1) IS NOT NUMERIC
                           MOVE 'N' TO WS-NUMERIC-FLAG
                   END-IF
           END-PERFORM.
           IF WS-AMT-NUMERIC AND WS-SEQ-LEN > 0 AND WS-SEQ-LEN < 10
                   MOVE WS-FLD-SEQ(1:WS-SEQ-LEN) TO
                           WS-SEQ-NUM(10 - WS-SEQ-LEN:WS-SEQ-LEN)
           END-IF.
           IF NOT WS-AMT-NUMERIC OR WS-SEQ-LEN > 9 OR WS-SEQ-NUM = 0
                   SET WS-ERR-SEQNO TO TRUE
                   ADD 1 TO WS-SEQNO-CNT
           END-IF.
      * Timestamp: exactly six digits making a real hhmmss.
           IF WS-REC-GOOD
                   IF WS-FLD-TIME(1:6) IS NOT NUMERIC
                           OR WS-FLD-TIME(7:1) NOT = SPACE
                           SET WS-ERR-TIME TO TRUE
                   ELSE
                           MOVE WS-FLD-TIME(1:6) TO WS-TIME-NUM
                           IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                                   OR WS-TIME-SS > 59
                                   SET WS-ERR-TIME TO TRUE
                           END-IF
                   END-IF
                   IF WS-ERR-TIME
                           ADD 1 TO WS-TIME-CNT
                   END-IF
           END-IF.
      * Console ID: present, at most eight characters.
           IF WS-REC-GOOD
                   MOVE 0 TO WS-CONSOLE-LEN
                   INSPECT WS-FLD-CONSOLE TALLYING WS-CONSOLE-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-CONSOLE-LEN = 0 OR WS-CONSOLE-LEN > 8
                           SET WS-ERR-CONSOLE TO TRUE
                           ADD 1 TO WS-CONSOLE-CNT
                   END-IF
           END-IF.

       CHECK-SEQUENCE-ORDER.
      * Only a record that passed every field edit gets here, so the
      * sequence number and timestamp are known good numbers.
           EVALUATE TRUE
                   WHEN WS-SEQ-NUM = WS-LAST-SEQ
                           SET WS-ERR-DUPSEQ TO TRUE
                           ADD 1 TO WS-DUPSEQ-CNT
                   WHEN WS-SEQ-NUM < WS-LAST-SEQ
                           SET WS-ERR-SEQORDER TO TRUE
                           ADD 1 TO WS-SEQORDER-CNT
                   WHEN OTHER
                           IF WS-SEQ-NUM > WS-LAST-SEQ + 1
                                   PERFORM WRITE-SEQUENCE-GAP
                           END-IF
                           MOVE WS-SEQ-NUM TO WS-LAST-SEQ
                           IF WS-TIME-SEEN
                                   AND WS-TIME-NUM < WS-LAST-TIME
                                   COMPUTE WS-TIME-BACK =
                                           WS-LAST-TIME - WS-TIME-NUM
                                   IF WS-TIME-BACK NOT > 120000
                                           PERFORM WRITE-TIME-ORDER
                                   END-IF
                           END-IF
                           MOVE WS-TIME-NUM TO WS-LAST-TIME
                           SET WS-TIME-SEEN TO TRUE
           END-EVALUATE.

       WRITE-SEQUENCE-GAP.
      * The first record of the feed has nothing before it: a feed
      * that starts above 1 is missing its opening records too.
           ADD 1 TO WS-GAP-CNT.
           COMPUTE WS-GAP-FROM = WS-LAST-SEQ + 1.
           COMPUTE WS-GAP-THRU = WS-SEQ-NUM - 1.
           COMPUTE WS-MISSING-CNT = WS-MISSING-CNT + WS-GAP-THRU
                   - WS-GAP-FROM + 1.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SEQUENCE GAP AT LINE ' DELIMITED BY SIZE
                   WS-LINE-NUM     DELIMITED BY SIZE
                   ': '            DELIMITED BY SIZE
                   WS-GAP-FROM     DELIMITED BY SIZE
                   ' THRU '        DELIMITED BY SIZE
                   WS-GAP-THRU     DELIMITED BY SIZE
                   ' MISSING'      DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-TIME-ORDER.
           ADD 1 TO WS-TIMEORDER-CNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TIMESTAMP OUT OF ORDER AT LINE ' DELIMITED BY SIZE
                   WS-LINE-NUM     DELIMITED BY SIZE
                   ': '            DELIMITED BY SIZE
                   WS-TIME-NUM     DELIMITED BY SIZE
                   ' AFTER '       DELIMITED BY SIZE
                   WS-LAST-TIME    DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-AMOUNT-NUMERIC.
      * Walks the amount character by character instead of trusting
      * NUMVAL: the navigation UNSTRING takes digits only, so digits
                           MOVE 'AMOUNT OUT OF RANGE' TO WS-REASON
                   WHEN WS-ERR-TRAILING
                           MOVE 'TRAILING GARBAGE' TO WS-REASON
                   WHEN WS-ERR-MIXED
                           MOVE 'MIXED RECORD LAYOUT' TO WS-REASON
                   WHEN WS-ERR-SEQNO
                           MOVE 'BAD SEQUENCE NUMBER' TO WS-REASON
                   WHEN WS-ERR-TIME
                           MOVE 'BAD TIMESTAMP' TO WS-REASON
                   WHEN WS-ERR-CONSOLE
                           MOVE 'BAD CONSOLE ID' TO WS-REASON
                   WHEN WS-ERR-DUPSEQ
                           MOVE 'DUPLICATE SEQUENCE NUMBER'
                                   TO WS-REASON
                   WHEN WS-ERR-SEQORDER
                           MOVE 'SEQUENCE NUMBER OUT OF ORDER'
                                   TO WS-REASON
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REJECT LINE '   DELIMITED BY SIZE
                   WS-TRAILING-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FEED-SEQUENCED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'FEED LAYOUT: SEQUENCED  MIXED LAYOUT: '
                                           DELIMITED BY SIZE
                           WS-MIXED-CNT    DELIMITED BY SIZE
                           ' BAD SEQUENCE NO: ' DELIMITED BY SIZE
                           WS-SEQNO-CNT    DELIMITED BY SIZE
                           ' BAD TIMESTAMP: ' DELIMITED BY SIZE
                           WS-TIME-CNT     DELIMITED BY SIZE
                           ' BAD CONSOLE ID: ' DELIMITED BY SIZE
                           WS-CONSOLE-CNT  DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'DUPLICATE SEQUENCE NO: ' DELIMITED BY SIZE
                           WS-DUPSEQ-CNT   DELIMITED BY SIZE
                           ' OUT OF ORDER: ' DELIMITED BY SIZE
                           WS-SEQORDER-CNT DELIMITED BY SIZE
                           ' GAPS: '       DELIMITED BY SIZE
                           WS-GAP-CNT      DELIMITED BY SIZE
                           ' MISSING: '    DELIMITED BY SIZE
                           WS-MISSING-CNT  DELIMITED BY SIZE
                           ' TIMESTAMPS OUT OF ORDER: '
                                           DELIMITED BY SIZE
                           WS-TIMEORDER-CNT DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'FEED LAYOUT: CLASSIC  MIXED LAYOUT: '
                                           DELIMITED BY SIZE
                           WS-MIXED-CNT    DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLEANED FEED: ' DELIMITED BY SIZE
                   WS-CLEAN-FILE   DELIMITED BY SPACE
