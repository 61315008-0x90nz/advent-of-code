      * ---------------------------------------------------------------
      * Maintenance work-order feed (avcdwo1.dat) -- fixed 80-byte
      * records the maintenance system loads as they stand:
      *   H  header   record type, run date
      *   D  detail   one work order raised or closed tonight
      *   T  trailer  record type, run date, detail count
      * A detail with action OPEN raises a work order for a component
      * abnormal or stuck for the configured run of nights; CLOSE
      * retires it the night the component reads normal again,
      * carrying the first-seen date and length of the run it ends.
      * The unit is the first 22 characters of the feed name the
      * component health history holds it under.
      * ---------------------------------------------------------------
       01  WO-DETAIL-RECORD.
           05  WO-REC-TYPE              PIC X.
           05  WO-ACTION                PIC X(5).
           05  WO-RUN-DATE              PIC 9(8).
           05  WO-COMPONENT             PIC X(20).
           05  WO-BIT                   PIC 9(2).
           05  WO-FIRST-SEEN            PIC 9(8).
           05  WO-NIGHTS                PIC 9(4).
           05  WO-VERDICT               PIC X(10).
           05  WO-UNIT                  PIC X(22).
       01  WO-CONTROL-RECORD.
           05  WO-CTL-TYPE              PIC X.
           05  WO-CTL-DATE              PIC 9(8).
           05  WO-CTL-COUNT             PIC 9(9).
           05  FILLER                   PIC X(62).
