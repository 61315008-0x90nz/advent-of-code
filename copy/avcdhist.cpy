      * ---------------------------------------------------------------
      * Sonar readings history archive record (avcdhist.dat, indexed
      * on run date + dataset + sequence number). AVCDAR1 loads every
      * accepted reading of the night into it; AVCDSB1 and AVCDBR1
      * read it, and AVCDRB1 rebuilds it. A STATION-layout reading
      * carries its timestamp and station; a bare reading has none.
      * ---------------------------------------------------------------
       01  HIST-RECORD.
           05  HST-KEY.
               10  HST-RUN-DATE         PIC 9(8).
               10  HST-DATASET          PIC X(44).
               10  HST-SEQ              PIC 9(9).
           05  HST-STATION              PIC X(8).
           05  HST-TIME                 PIC 9(6).
      * The depth the night's results used, and the depth as read:
      * the two differ only where a calibration entry was in force
      * (HST-CAL-FLAG Y); N is a station reading with no entry in
      * force, blank a bare reading, which has no station.
           05  HST-DEPTH                PIC 9(10).
           05  HST-RAW-DEPTH            PIC 9(10).
           05  HST-CAL-FLAG             PIC X.
