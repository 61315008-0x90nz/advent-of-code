      * ---------------------------------------------------------------
      * Results master and sonar archive browse
      * ---------------------------------------------------------------
      * AVCDIQ1 and the AVCDAR1 inquiry mode print to the console and
      * take their filters as run parameter tokens, so every question
      * the morning shift asks is another rerun. This program puts
      * the same data on a screen. The operator keys a start date, a
      * program-id and a dataset at the top of the list screen; the
      * list shows twelve avcdmstr.dat records a page from the first
      * record on or after the start date, those two fields (when
      * keyed) filtering exactly as the AVCDIQ1 PGM and DS tokens do.
      * Changing any key field and pressing ENTER starts the browse
      * again from the new keys.
      *
      * List screen commands (COMMAND field, LINE field for S):
      *   F  page forward          B  page back
      *   S  show the record on LINE in detail
      *   X  leave the browse
      * The detail screen splits MST-RESULTS into its labelled fields
      * -- each 'TAG:' the posting program wrote becomes a label and
      * the words after it the value, zero-padded counts shown
      * without their leading zeros -- with the raw results text
      * underneath. From an AVCD1P2 record, H drills into the sonar
      * readings AVCDAR1 archived in avcdhist.dat for the same night
      * and dataset, twelve a page, F and B paging as on the list;
      * R returns to the screen before.
      *
      * Read-only: nothing is written, so there is no master posting
      * and no balancing record. No run parameter.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVCDBR1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MASTER-FILE ASSIGN TO 'avcdmstr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       SELECT HIST-FILE ASSIGN TO 'avcdhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY avcdmstr.

       FD  HIST-FILE.
       COPY avcdhist.

       WORKING-STORAGE SECTION.
       01  WS-EOF                       PIC X           VALUE 'N'.
       01  WS-RUN-DATE                  PIC 9(8)        VALUE 0.
      * Processing date: AVCDRV1 exports the date of the night it is
      * running as AVCD_RUN_DATE, so a missed night caught up later is
      * stamped with its own date; unset, today's date stands.
       01  WS-DATE-OVERRIDE             PIC X(8)        VALUE SPACES.

      * Which screen is up, and the fields every screen shares: the
      * operator's command, the line number S acts on, and the
      * message line reporting the last command's outcome.
       01  WS-VIEW                      PIC X           VALUE 'L'.
           88  VIEW-LIST                                VALUE 'L'.
           88  VIEW-DETAIL                              VALUE 'D'.
           88  VIEW-READINGS                            VALUE 'R'.
       01  WS-DONE-FLAG                 PIC X           VALUE 'N'.
           88  BROWSE-DONE                              VALUE 'Y'.
       01  WS-COMMAND                   PIC X           VALUE SPACE.
       01  WS-SEL-LINE                  PIC 99          VALUE 0.
       01  WS-MESSAGE                   PIC X(78)       VALUE SPACES.

      * The browse keys as keyed, and as last searched -- a change to
      * any of them restarts the browse.
       01  WS-KEY-DATE                  PIC 9(8)        VALUE 0.
       01  WS-KEY-PGM                   PIC X(8)        VALUE SPACES.
       01  WS-KEY-DS                    PIC X(44)       VALUE SPACES.
       01  WS-LAST-DATE                 PIC 9(8)        VALUE 0.
       01  WS-LAST-PGM                  PIC X(8)        VALUE SPACES.
       01  WS-LAST-DS                   PIC X(44)       VALUE SPACES.

      * One page of the list. Paging back needs no backward read:
      * the first key of every page passed is stacked on the way
      * forward, and B restarts from the one below. 500 pages is
      * 6000 records from one start date; beyond that the operator
      * keys a later date.
       01  WS-PAGE-NO                   PIC 9(4)        VALUE 1.
       01  WS-LIST-COUNT                PIC 99          VALUE 0.
       01  WS-LIST-IDX                  PIC 99          VALUE 0.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY            OCCURS 12 TIMES.
               10  WS-LIST-REC          PIC X(180).
               10  WS-LIST-TEXT         PIC X(78).
       01  WS-LIST-LINE.
           05  WS-LL-NO                 PIC Z9.
           05  FILLER                   PIC X(2).
           05  WS-LL-DATE               PIC 9(8).
           05  FILLER                   PIC X(2).
           05  WS-LL-PGM                PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-LL-DS                 PIC X(22).
           05  FILLER                   PIC X(2).
           05  WS-LL-RESULTS            PIC X(30).
       01  WS-PAGE-START-KEY            PIC X(60)       VALUE SPACES.
       01  WS-NEXT-KEY                  PIC X(60)       VALUE SPACES.
       01  WS-MORE-FLAG                 PIC X           VALUE 'N'.
           88  MORE-RECORDS                             VALUE 'Y'.
       01  WS-PAGE-DEPTH                PIC 9(4)        VALUE 0.
       01  WS-PAGE-STACK.
           05  WS-STACK-KEY             PIC X(60) OCCURS 500 TIMES.

      * The record picked from the list, and its results split into
      * labelled fields. Twelve fields fills the detail screen; the
      * raw text underneath still shows anything past the twelfth.
       01  WS-SEL-RECORD.
           05  WS-SEL-DATE              PIC 9(8).
           05  WS-SEL-PGM               PIC X(8).
           05  WS-SEL-DS                PIC X(44).
           05  WS-SEL-RESULTS           PIC X(120).
       01  WS-RES-PTR                   PIC 9(3)        VALUE 1.
       01  WS-RES-TOK                   PIC X(30).
       01  WS-TOK-LEN                   PIC 99          VALUE 0.
       01  WS-TOK-START                 PIC 99          VALUE 0.
       01  WS-TOK-NUMERIC               PIC X           VALUE 'N'.
       01  WS-VAL-PTR                   PIC 99          VALUE 1.
       01  WS-FIELD-COUNT               PIC 99          VALUE 0.
       01  WS-FIELD-IDX                 PIC 99          VALUE 0.
       01  WS-FIELD-TABLE.
           05  WS-FIELD-ENTRY           OCCURS 12 TIMES.
               10  WS-FIELD-LABEL       PIC X(20).
               10  WS-FIELD-VALUE       PIC X(56).
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-TEXT           PIC X(78) OCCURS 12 TIMES.
       01  WS-DETAIL-LINE.
           05  WS-DL-LABEL              PIC X(20).
           05  WS-DL-VALUE              PIC X(58).

      * Sonar readings for the selected AVCD1P2 night, paged the same
      * way as the list, the stack holding each page's first
      * sequence number.
       01  WS-HIST-OPEN                 PIC X           VALUE 'N'.
       01  WS-RDG-COUNT                 PIC 99          VALUE 0.
       01  WS-RDG-PAGE-NO               PIC 9(4)        VALUE 1.
       01  WS-RDG-START-SEQ             PIC 9(9)        VALUE 0.
       01  WS-RDG-NEXT-SEQ              PIC 9(9)        VALUE 0.
       01  WS-RDG-MORE                  PIC X           VALUE 'N'.
       01  WS-RDG-DEPTH                 PIC 9(4)        VALUE 0.
       01  WS-RDG-STACK.
           05  WS-RDG-STACK-SEQ         PIC 9(9) OCCURS 500 TIMES.
       01  WS-RDG-TABLE.
           05  WS-RDG-TEXT              PIC X(78) OCCURS 12 TIMES.
       01  WS-RDG-LINE.
           05  WS-RL-SEQ                PIC Z(8)9.
           05  FILLER                   PIC X(3).
           05  WS-RL-STATION            PIC X(8).
           05  FILLER                   PIC X(3).
           05  WS-RL-TIME               PIC X(6).
           05  FILLER                   PIC X(3).
           05  WS-RL-DEPTH              PIC Z(9)9.
           05  FILLER                   PIC X(3).
           05  WS-RL-RAW                PIC Z(9)9.
           05  FILLER                   PIC X(2).
           05  WS-RL-CAL                PIC X(5).

       01  WS-MASTER-STATUS             PIC XX.
       01  WS-HIST-STATUS               PIC XX.

       SCREEN SECTION.
       01  LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
                   VALUE 'AVCDBR1   RESULTS MASTER BROWSE'.
           05  LINE 1 COLUMN 61 VALUE 'RUN DATE: '.
           05  LINE 1 COLUMN 71 PIC 9(8) FROM WS-RUN-DATE.
           05  LINE 3 COLUMN 1 VALUE 'START DATE:'.
           05  LINE 3 COLUMN 13 PIC 9(8) USING WS-KEY-DATE.
           05  LINE 3 COLUMN 24 VALUE 'PROGRAM:'.
           05  LINE 3 COLUMN 33 PIC X(8) USING WS-KEY-PGM.
           05  LINE 3 COLUMN 61 VALUE 'PAGE:'.
           05  LINE 3 COLUMN 67 PIC ZZZ9 FROM WS-PAGE-NO.
           05  LINE 4 COLUMN 1 VALUE 'DATASET:'.
           05  LINE 4 COLUMN 13 PIC X(44) USING WS-KEY-DS.
           05  LINE 6 COLUMN 2
                   VALUE 'NO  RUN DATE  PROGRAM   DATASET'.
           05  LINE 6 COLUMN 50 VALUE 'RESULTS'.
           05  LINE 7 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(1).
           05  LINE 8 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(2).
           05  LINE 9 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(3).
           05  LINE 10 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(4).
           05  LINE 11 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(5).
           05  LINE 12 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(6).
           05  LINE 13 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(7).
           05  LINE 14 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(8).
           05  LINE 15 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(9).
           05  LINE 16 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(10).
           05  LINE 17 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(11).
           05  LINE 18 COLUMN 2 PIC X(78) FROM WS-LIST-TEXT(12).
           05  LINE 20 COLUMN 2 PIC X(78) FROM WS-MESSAGE.
           05  LINE 22 COLUMN 1 VALUE 'COMMAND:'.
           05  LINE 22 COLUMN 10 PIC X USING WS-COMMAND.
           05  LINE 22 COLUMN 14 VALUE 'LINE:'.
           05  LINE 22 COLUMN 20 PIC 99 USING WS-SEL-LINE.
           05  LINE 24 COLUMN 1
                   VALUE 'F=FORWARD  B=BACK  S=SELECT LINE  '.
           05  LINE 24 COLUMN 35
                   VALUE 'ENTER=SEARCH  X=EXIT'.

       01  DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
                   VALUE 'AVCDBR1   RESULTS MASTER DETAIL'.
           05  LINE 1 COLUMN 61 VALUE 'RUN DATE: '.
           05  LINE 1 COLUMN 71 PIC 9(8) FROM WS-RUN-DATE.
           05  LINE 3 COLUMN 1 VALUE 'RUN DATE:'.
           05  LINE 3 COLUMN 13 PIC 9(8) FROM WS-SEL-DATE.
           05  LINE 3 COLUMN 24 VALUE 'PROGRAM:'.
           05  LINE 3 COLUMN 33 PIC X(8) FROM WS-SEL-PGM.
           05  LINE 4 COLUMN 1 VALUE 'DATASET:'.
           05  LINE 4 COLUMN 13 PIC X(44) FROM WS-SEL-DS.
           05  LINE 6 COLUMN 2 VALUE 'RESULT FIELD'.
           05  LINE 6 COLUMN 22 VALUE 'VALUE'.
           05  LINE 7 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(1).
           05  LINE 8 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(2).
           05  LINE 9 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(3).
           05  LINE 10 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(4).
           05  LINE 11 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(5).
           05  LINE 12 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(6).
           05  LINE 13 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(7).
           05  LINE 14 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(8).
           05  LINE 15 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(9).
           05  LINE 16 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(10).
           05  LINE 17 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(11).
           05  LINE 18 COLUMN 2 PIC X(78) FROM WS-DETAIL-TEXT(12).
           05  LINE 19 COLUMN 2 VALUE 'RAW:'.
           05  LINE 19 COLUMN 7 PIC X(60) FROM WS-SEL-RESULTS(1:60).
           05  LINE 20 COLUMN 7 PIC X(60) FROM WS-SEL-RESULTS(61:60).
           05  LINE 21 COLUMN 2 PIC X(78) FROM WS-MESSAGE.
           05  LINE 22 COLUMN 1 VALUE 'COMMAND:'.
           05  LINE 22 COLUMN 10 PIC X USING WS-COMMAND.
           05  LINE 24 COLUMN 1
                   VALUE 'R=RETURN TO LIST  H=SONAR READINGS '.
           05  LINE 24 COLUMN 36
                   VALUE '(AVCD1P2)  X=EXIT'.

       01  READING-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
                   VALUE 'AVCDBR1   SONAR ARCHIVE READINGS'.
           05  LINE 1 COLUMN 61 VALUE 'RUN DATE: '.
           05  LINE 1 COLUMN 71 PIC 9(8) FROM WS-RUN-DATE.
           05  LINE 3 COLUMN 1 VALUE 'NIGHT:'.
           05  LINE 3 COLUMN 13 PIC 9(8) FROM WS-SEL-DATE.
           05  LINE 3 COLUMN 61 VALUE 'PAGE:'.
           05  LINE 3 COLUMN 67 PIC ZZZ9 FROM WS-RDG-PAGE-NO.
           05  LINE 4 COLUMN 1 VALUE 'DATASET:'.
           05  LINE 4 COLUMN 13 PIC X(44) FROM WS-SEL-DS.
           05  LINE 6 COLUMN 2
                   VALUE '  LINE NO   STATION    TIME          DEPTH'.
           05  LINE 6 COLUMN 48 VALUE 'RAW DEPTH  CAL'.
           05  LINE 7 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(1).
           05  LINE 8 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(2).
           05  LINE 9 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(3).
           05  LINE 10 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(4).
           05  LINE 11 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(5).
           05  LINE 12 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(6).
           05  LINE 13 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(7).
           05  LINE 14 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(8).
           05  LINE 15 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(9).
           05  LINE 16 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(10).
           05  LINE 17 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(11).
           05  LINE 18 COLUMN 2 PIC X(78) FROM WS-RDG-TEXT(12).
           05  LINE 20 COLUMN 2 PIC X(78) FROM WS-MESSAGE.
           05  LINE 22 COLUMN 1 VALUE 'COMMAND:'.
           05  LINE 22 COLUMN 10 PIC X USING WS-COMMAND.
           05  LINE 24 COLUMN 1
                   VALUE 'F=FORWARD  B=BACK  R=RETURN TO DETAIL  '.
           05  LINE 24 COLUMN 40 VALUE 'X=EXIT'.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'AVCD_RUN_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-DATE-OVERRIDE IS NUMERIC
                   MOVE WS-DATE-OVERRIDE TO WS-RUN-DATE
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN avcdmstr.dat, FILE '
                           'STATUS ' WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM START-NEW-SEARCH.
           PERFORM UNTIL BROWSE-DONE
                   EVALUATE TRUE
                           WHEN VIEW-LIST
                                   PERFORM SHOW-LIST-SCREEN
                                   PERFORM LIST-COMMAND
                           WHEN VIEW-DETAIL
                                   PERFORM SHOW-DETAIL-SCREEN
                                   PERFORM DETAIL-COMMAND
                           WHEN VIEW-READINGS
                                   PERFORM SHOW-READING-SCREEN
                                   PERFORM READING-COMMAND
                   END-EVALUATE
           END-PERFORM.
           IF WS-HIST-OPEN = 'Y'
                   CLOSE HIST-FILE
           END-IF.
           CLOSE MASTER-FILE.
           STOP RUN.

       SHOW-LIST-SCREEN.
           MOVE SPACE TO WS-COMMAND.
           MOVE 0 TO WS-SEL-LINE.
           DISPLAY LIST-SCREEN.
           ACCEPT LIST-SCREEN.

       SHOW-DETAIL-SCREEN.
           MOVE SPACE TO WS-COMMAND.
           DISPLAY DETAIL-SCREEN.
           ACCEPT DETAIL-SCREEN.

       SHOW-READING-SCREEN.
           MOVE SPACE TO WS-COMMAND.
           DISPLAY READING-SCREEN.
           ACCEPT READING-SCREEN.

      * Program-ids are upper case in the master; the dataset is a
      * file name and is matched as keyed.
       LIST-COMMAND.
           MOVE SPACES TO WS-MESSAGE.
           INSPECT WS-COMMAND CONVERTING 'fbsx' TO 'FBSX'.
           INSPECT WS-KEY-PGM CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-COMMAND = 'X'
                   SET BROWSE-DONE TO TRUE
           ELSE
                   IF WS-KEY-DATE NOT = WS-LAST-DATE
                           OR WS-KEY-PGM NOT = WS-LAST-PGM
                           OR WS-KEY-DS NOT = WS-LAST-DS
                           PERFORM START-NEW-SEARCH
                   ELSE
                           PERFORM LIST-PAGE-COMMAND
                   END-IF
           END-IF.

       LIST-PAGE-COMMAND.
           EVALUATE WS-COMMAND
                   WHEN 'F'
                           PERFORM LIST-PAGE-FORWARD
                   WHEN 'B'
                           PERFORM LIST-PAGE-BACK
                   WHEN 'S'
                           PERFORM SELECT-LIST-LINE
                   WHEN SPACE
                           PERFORM LOAD-LIST-PAGE
                   WHEN OTHER
                           STRING 'UNKNOWN COMMAND ' DELIMITED BY SIZE
                                   WS-COMMAND DELIMITED BY SIZE
                                   INTO WS-MESSAGE
           END-EVALUATE.

       START-NEW-SEARCH.
           MOVE WS-KEY-DATE TO WS-LAST-DATE.
           MOVE WS-KEY-PGM TO WS-LAST-PGM.
           MOVE WS-KEY-DS TO WS-LAST-DS.
           MOVE 0 TO WS-PAGE-DEPTH.
           MOVE 1 TO WS-PAGE-NO.
           MOVE WS-KEY-DATE TO MST-RUN-DATE.
           MOVE LOW-VALUES TO MST-PROGRAM MST-DATASET.
           MOVE MST-KEY TO WS-PAGE-START-KEY.
           PERFORM LOAD-LIST-PAGE.

       LIST-PAGE-FORWARD.
           IF NOT MORE-RECORDS
                   MOVE 'LAST PAGE -- NO MORE RECORDS FOR THESE KEYS'
                           TO WS-MESSAGE
           ELSE
                   IF WS-PAGE-DEPTH >= 500
                           MOVE 'PAGE LIMIT REACHED -- KEY A LATER '
                                   & 'START DATE' TO WS-MESSAGE
                   ELSE
                           ADD 1 TO WS-PAGE-DEPTH
                           MOVE WS-PAGE-START-KEY
                                   TO WS-STACK-KEY(WS-PAGE-DEPTH)
                           MOVE WS-NEXT-KEY TO WS-PAGE-START-KEY
                           ADD 1 TO WS-PAGE-NO
                           PERFORM LOAD-LIST-PAGE
                   END-IF
           END-IF.

       LIST-PAGE-BACK.
           IF WS-PAGE-DEPTH = 0
                   MOVE 'FIRST PAGE -- NOTHING BEFORE THE START DATE '
                           & 'KEYED' TO WS-MESSAGE
           ELSE
                   MOVE WS-STACK-KEY(WS-PAGE-DEPTH)
                           TO WS-PAGE-START-KEY
                   SUBTRACT 1 FROM WS-PAGE-DEPTH
                   SUBTRACT 1 FROM WS-PAGE-NO
                   PERFORM LOAD-LIST-PAGE
           END-IF.

      * Reads from the page's first key until twelve matching records
      * are on the page; a thirteenth is not shown, only remembered
      * as the next page's first key.
       LOAD-LIST-PAGE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE SPACES TO WS-LIST-TABLE.
           MOVE 'N' TO WS-MORE-FLAG.
           MOVE 'N' TO WS-EOF.
           MOVE WS-PAGE-START-KEY TO MST-KEY.
           START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y' OR MORE-RECORDS
                   READ MASTER-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM TAKE-LIST-RECORD
                   END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
                   MOVE 'NO MASTER RECORDS ON OR AFTER THE START DATE '
                           & 'FOR THESE KEYS' TO WS-MESSAGE
           END-IF.

       TAKE-LIST-RECORD.
           IF (WS-LAST-PGM = SPACES OR MST-PROGRAM = WS-LAST-PGM)
                   AND (WS-LAST-DS = SPACES
                           OR MST-DATASET = WS-LAST-DS)
                   IF WS-LIST-COUNT < 12
                           ADD 1 TO WS-LIST-COUNT
                           MOVE MASTER-RECORD
                                   TO WS-LIST-REC(WS-LIST-COUNT)
                           MOVE SPACES TO WS-LIST-LINE
                           MOVE WS-LIST-COUNT TO WS-LL-NO
                           MOVE MST-RUN-DATE TO WS-LL-DATE
                           MOVE MST-PROGRAM TO WS-LL-PGM
                           MOVE MST-DATASET TO WS-LL-DS
                           MOVE MST-RESULTS TO WS-LL-RESULTS
                           MOVE WS-LIST-LINE
                                   TO WS-LIST-TEXT(WS-LIST-COUNT)
                   ELSE
                           MOVE MST-KEY TO WS-NEXT-KEY
                           SET MORE-RECORDS TO TRUE
                   END-IF
           END-IF.

       SELECT-LIST-LINE.
           IF WS-SEL-LINE < 1 OR WS-SEL-LINE > WS-LIST-COUNT
                   MOVE 'NO SUCH LINE ON THIS PAGE -- KEY S AND A LINE '
                           & 'NUMBER FROM THE LIST' TO WS-MESSAGE
           ELSE
                   MOVE WS-LIST-REC(WS-SEL-LINE) TO WS-SEL-RECORD
                   PERFORM SPLIT-RESULTS
                   SET VIEW-DETAIL TO TRUE
           END-IF.

      * Every posting program writes its results as 'TAG: value'
      * pairs, so a word ending in a colon starts a field and the
      * words after it, up to the next tag, are its value. Words
      * before any tag are shown under RESULT.
       SPLIT-RESULTS.
           MOVE SPACES TO WS-FIELD-TABLE WS-DETAIL-TABLE.
           MOVE 0 TO WS-FIELD-COUNT.
           MOVE 1 TO WS-RES-PTR.
           PERFORM UNTIL WS-RES-PTR > 120
                   MOVE SPACES TO WS-RES-TOK
                   UNSTRING WS-SEL-RESULTS DELIMITED BY ALL SPACES
                           INTO WS-RES-TOK
                           WITH POINTER WS-RES-PTR
                   END-UNSTRING
                   IF WS-RES-TOK NOT = SPACES
                           PERFORM TAKE-RESULT-WORD
                   END-IF
           END-PERFORM.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
                   MOVE WS-FIELD-LABEL(WS-FIELD-IDX) TO WS-DL-LABEL
                   MOVE WS-FIELD-VALUE(WS-FIELD-IDX) TO WS-DL-VALUE
                   MOVE WS-DETAIL-LINE
                           TO WS-DETAIL-TEXT(WS-FIELD-IDX)
           END-PERFORM.
           IF WS-FIELD-COUNT = 0
                   MOVE 'NO RESULTS POSTED' TO WS-DETAIL-TEXT(1)
           END-IF.

       TAKE-RESULT-WORD.
           PERFORM VARYING WS-TOK-LEN FROM 30 BY -1
                   UNTIL WS-TOK-LEN = 1
                   OR WS-RES-TOK(WS-TOK-LEN:1) NOT = SPACE
                   CONTINUE
           END-PERFORM.
           IF WS-RES-TOK(WS-TOK-LEN:1) = ':' AND WS-TOK-LEN > 1
                   IF WS-FIELD-COUNT < 12
                           ADD 1 TO WS-FIELD-COUNT
                           MOVE WS-RES-TOK(1:WS-TOK-LEN - 1)
                                   TO WS-FIELD-LABEL(WS-FIELD-COUNT)
                           MOVE 1 TO WS-VAL-PTR
                   ELSE
                           MOVE 99 TO WS-VAL-PTR
                   END-IF
           ELSE
                   IF WS-FIELD-COUNT = 0
                           MOVE 1 TO WS-FIELD-COUNT
                           MOVE 'RESULT' TO WS-FIELD-LABEL(1)
                           MOVE 1 TO WS-VAL-PTR
                   END-IF
                   IF WS-VAL-PTR < 56
                           PERFORM APPEND-RESULT-VALUE
                   END-IF
           END-IF.

      * Zero-padded counts lose their leading zeros (a trailing sign
      * stays); every other word goes in as written.
       APPEND-RESULT-VALUE.
           MOVE 1 TO WS-TOK-START.
           MOVE 'N' TO WS-TOK-NUMERIC.
           IF WS-RES-TOK(1:WS-TOK-LEN) IS NUMERIC
                   MOVE 'Y' TO WS-TOK-NUMERIC
           END-IF.
           IF WS-TOK-LEN > 1
                   IF WS-RES-TOK(1:WS-TOK-LEN - 1) IS NUMERIC
                           AND (WS-RES-TOK(WS-TOK-LEN:1) = '+'
                           OR WS-RES-TOK(WS-TOK-LEN:1) = '-')
                           MOVE 'Y' TO WS-TOK-NUMERIC
                   END-IF
           END-IF.
           IF WS-TOK-NUMERIC = 'Y'
                   PERFORM UNTIL WS-TOK-START >= WS-TOK-LEN
                           OR WS-RES-TOK(WS-TOK-START:1) NOT = '0'
                           OR WS-RES-TOK(WS-TOK-START + 1:1)
                                   IS NOT NUMERIC
                           ADD 1 TO WS-TOK-START
                   END-PERFORM
           END-IF.
           IF WS-VAL-PTR > 1
                   STRING ' ' DELIMITED BY SIZE
                           INTO WS-FIELD-VALUE(WS-FIELD-COUNT)
                           WITH POINTER WS-VAL-PTR
                   END-STRING
           END-IF.
           STRING WS-RES-TOK(WS-TOK-START:
                           WS-TOK-LEN - WS-TOK-START + 1)
                           DELIMITED BY SIZE
                   INTO WS-FIELD-VALUE(WS-FIELD-COUNT)
                   WITH POINTER WS-VAL-PTR
           END-STRING.

       DETAIL-COMMAND.
           MOVE SPACES TO WS-MESSAGE.
           INSPECT WS-COMMAND CONVERTING 'rhx' TO 'RHX'.
           EVALUATE WS-COMMAND
                   WHEN 'X'
                           SET BROWSE-DONE TO TRUE
                   WHEN 'R'
                           SET VIEW-LIST TO TRUE
                   WHEN 'H'
                           PERFORM START-READINGS
                   WHEN SPACE
                           CONTINUE
                   WHEN OTHER
                           STRING 'UNKNOWN COMMAND ' DELIMITED BY SIZE
                                   WS-COMMAND DELIMITED BY SIZE
                                   INTO WS-MESSAGE
           END-EVALUATE.

      * AVCDAR1 archives the sonar feed AVCD1P2 reads under the same
      * run date and dataset name AVCD1P2 posts to the master.
       START-READINGS.
           IF WS-SEL-PGM NOT = 'AVCD1P2'
                   MOVE 'SONAR READINGS ARE ARCHIVED FOR AVCD1P2 '
                           & 'RECORDS ONLY' TO WS-MESSAGE
           ELSE
                   OPEN INPUT HIST-FILE
                   IF WS-HIST-STATUS NOT = '00'
                           STRING 'SONAR ARCHIVE avcdhist.dat '
                                           DELIMITED BY SIZE
                                   'UNAVAILABLE, FILE STATUS '
                                           DELIMITED BY SIZE
                                   WS-HIST-STATUS DELIMITED BY SIZE
                                   INTO WS-MESSAGE
                   ELSE
                           MOVE 'Y' TO WS-HIST-OPEN
                           MOVE 0 TO WS-RDG-DEPTH WS-RDG-START-SEQ
                           MOVE 1 TO WS-RDG-PAGE-NO
                           PERFORM LOAD-READING-PAGE
                           IF WS-RDG-COUNT = 0
                                   MOVE 'NO ARCHIVED READINGS FOR '
                                           & 'THIS NIGHT AND DATASET'
                                           TO WS-MESSAGE
                                   PERFORM CLOSE-READINGS
                           ELSE
                                   SET VIEW-READINGS TO TRUE
                           END-IF
                   END-IF
           END-IF.

       CLOSE-READINGS.
           CLOSE HIST-FILE.
           MOVE 'N' TO WS-HIST-OPEN.

       READING-COMMAND.
           MOVE SPACES TO WS-MESSAGE.
           INSPECT WS-COMMAND CONVERTING 'fbrx' TO 'FBRX'.
           EVALUATE WS-COMMAND
                   WHEN 'X'
                           SET BROWSE-DONE TO TRUE
                   WHEN 'R'
                           PERFORM CLOSE-READINGS
                           SET VIEW-DETAIL TO TRUE
                   WHEN 'F'
                           PERFORM READING-PAGE-FORWARD
                   WHEN 'B'
                           PERFORM READING-PAGE-BACK
                   WHEN SPACE
                           CONTINUE
                   WHEN OTHER
                           STRING 'UNKNOWN COMMAND ' DELIMITED BY SIZE
                                   WS-COMMAND DELIMITED BY SIZE
                                   INTO WS-MESSAGE
           END-EVALUATE.

       READING-PAGE-FORWARD.
           IF WS-RDG-MORE NOT = 'Y'
                   MOVE 'LAST PAGE -- NO MORE READINGS FOR THIS NIGHT'
                           TO WS-MESSAGE
           ELSE
                   IF WS-RDG-DEPTH >= 500
                           MOVE 'PAGE LIMIT REACHED -- USE THE AVCDAR1 '
                                   & 'INQ SEQFROM RUN' TO WS-MESSAGE
                   ELSE
                           ADD 1 TO WS-RDG-DEPTH
                           MOVE WS-RDG-START-SEQ
                                   TO WS-RDG-STACK-SEQ(WS-RDG-DEPTH)
                           MOVE WS-RDG-NEXT-SEQ TO WS-RDG-START-SEQ
                           ADD 1 TO WS-RDG-PAGE-NO
                           PERFORM LOAD-READING-PAGE
                   END-IF
           END-IF.

       READING-PAGE-BACK.
           IF WS-RDG-DEPTH = 0
                   MOVE 'FIRST PAGE OF READINGS' TO WS-MESSAGE
           ELSE
                   MOVE WS-RDG-STACK-SEQ(WS-RDG-DEPTH)
                           TO WS-RDG-START-SEQ
                   SUBTRACT 1 FROM WS-RDG-DEPTH
                   SUBTRACT 1 FROM WS-RDG-PAGE-NO
                   PERFORM LOAD-READING-PAGE
           END-IF.

       LOAD-READING-PAGE.
           MOVE 0 TO WS-RDG-COUNT.
           MOVE SPACES TO WS-RDG-TABLE.
           MOVE 'N' TO WS-RDG-MORE.
           MOVE 'N' TO WS-EOF.
           MOVE WS-SEL-DATE TO HST-RUN-DATE.
           MOVE WS-SEL-DS TO HST-DATASET.
           MOVE WS-RDG-START-SEQ TO HST-SEQ.
           START HIST-FILE KEY IS NOT LESS THAN HST-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RDG-MORE = 'Y'
                   READ HIST-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM TAKE-READING
                   END-READ
           END-PERFORM.

       TAKE-READING.
           IF HST-RUN-DATE NOT = WS-SEL-DATE
                   OR HST-DATASET NOT = WS-SEL-DS
                   MOVE 'Y' TO WS-EOF
           ELSE
                   IF WS-RDG-COUNT < 12
                           ADD 1 TO WS-RDG-COUNT
                           MOVE SPACES TO WS-RDG-LINE
                           MOVE HST-SEQ TO WS-RL-SEQ
                           MOVE HST-STATION TO WS-RL-STATION
                           IF HST-STATION NOT = SPACES
                                   MOVE HST-TIME TO WS-RL-TIME
                           END-IF
                           MOVE HST-DEPTH TO WS-RL-DEPTH
                           IF HST-STATION NOT = SPACES
                                   MOVE HST-RAW-DEPTH TO WS-RL-RAW
                                   IF HST-CAL-FLAG = 'Y'
                                           MOVE 'CAL' TO WS-RL-CAL
                                   ELSE
                                           MOVE 'UNCAL' TO WS-RL-CAL
                                   END-IF
                           END-IF
                           MOVE WS-RDG-LINE
                                   TO WS-RDG-TEXT(WS-RDG-COUNT)
                   ELSE
                           MOVE HST-SEQ TO WS-RDG-NEXT-SEQ
                           MOVE 'Y' TO WS-RDG-MORE
                   END-IF
           END-IF.
