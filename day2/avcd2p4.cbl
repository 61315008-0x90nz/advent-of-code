           05  WS-DIRECTION             PIC X(12).
           05  WS-AMOUNT                PIC 9(9).

      * Sequenced feed records carry a sequence number, an hhmmss
      * timestamp and the console ID ahead of the direction and
      * amount; AVCD2P8 has already edited them, so they are only
      * split off here.
       01  WS-SEQ-NO                    PIC X(9).
       01  WS-SEQ-TIME                  PIC X(6).
       01  WS-SEQ-CONSOLE               PIC X(8).

      * SIGN IS TRAILING SEPARATE so STRINGing these straight into the
      * roster line gives a readable digit-and-sign sequence instead
      * of copying the raw overpunch byte DISPLAY usage would
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
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE ' FLEET CONTROL: '
           ADD WS-LINE-NUM TO WS-TOTAL-LINES.

       PROCESS-LINE.
           PERFORM SPLIT-INSTRUCTION.
           EVALUATE WS-DIRECTION
                   WHEN 'forward     '
                           IF TRACK-MODE-ON
                           MOVE WS-HEADING-TMP TO WS-HEADING
           END-EVALUATE.

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

       MOVE-ALONG-HEADING.
           COMPUTE WS-TRK-DX ROUNDED = WS-AMOUNT * FUNCTION COS(
                   WS-HEADING * 3.14159265358979 / 180).
      * trace applies just the movement half of the model -- down/up
      * move aim and depth, never the plotted position.
       APPLY-MOVE-A.
           PERFORM SPLIT-INSTRUCTION.
           EVALUATE WS-DIRECTION
                   WHEN 'forward     '
                           IF TRACK-MODE-ON
           END-EVALUATE.

       APPLY-MOVE-B.
           PERFORM SPLIT-INSTRUCTION.
           EVALUATE WS-DIRECTION
                   WHEN 'forward     '
                           IF TRACK-MODE-ON
