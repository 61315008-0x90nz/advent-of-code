      * ---------------------------------------------------------------
      * Position archive record -- one AVCD2P2 ledger LINE entry,
      * loaded nightly by AVCDLG1 into the indexed position archive
      * (avcdposn.dat). Keyed by run date + instruction line number
      * so "where was the boat at instruction n on date d" is one
      * keyed read. Positions are carried as numbers, not the ledger
      * text, so range and crossing questions can compare them.
      * POS-TIME is the hhmmss the instruction was issued at, carried
      * on the ledger from a sequenced feed; blank for a classic one.
      * ---------------------------------------------------------------
       01  POSN-RECORD.
           05  POS-KEY.
               10  POS-RUN-DATE         PIC 9(8).
               10  POS-LINE             PIC 9(9).
           05  POS-DATASET              PIC X(44).
           05  POS-MODE                 PIC X.
               88  POS-TRACK-MODE                       VALUE 'T'.
           05  POS-HORIZ                PIC S9(9).
           05  POS-DEPTH                PIC S9(9).
           05  POS-AIM                  PIC S9(9).
           05  POS-LATERAL              PIC S9(9).
           05  POS-HEADING              PIC 9(3).
           05  POS-TIME                 PIC X(6).
