      * ---------------------------------------------------------------
      * Component health history record -- one per unit and
      * diagnostic-word component (avcdcmph.dat, indexed on the unit
      * and the component name). The unit is the diagnostic feed the
      * verdict was read from, as AVCD3P1 posts it to the results
      * master: input.txt on a single-unit run, each unit's own feed
      * on a FLEET run. AVCD3P1 sets the night's verdict and the run
      * of consecutive abnormal/stuck nights on every run; AVCDWO1
      * keeps the work-order state. A stuck bit no map entry names is
      * carried under the name BIT-nn.
      * ---------------------------------------------------------------
       01  HEALTH-RECORD.
           05  CMH-KEY.
               10  CMH-UNIT             PIC X(44).
               10  CMH-COMPONENT        PIC X(20).
           05  CMH-BIT                  PIC 9(2).
           05  CMH-LAST-DATE            PIC 9(8).
           05  CMH-VERDICT              PIC X(10).
      * First night of the current abnormal/stuck run and its length
      * in nights; both zero while the component is normal.
           05  CMH-FIRST-SEEN           PIC 9(8).
           05  CMH-CONSEC               PIC 9(4).
      * The same two values as they stood after the previous night,
      * so a rerun on the same night recomputes instead of counting
      * the night twice.
           05  CMH-PRIOR-FIRST          PIC 9(8).
           05  CMH-PRIOR-CONSEC         PIC 9(4).
      * Work-order state: raised (open), closed, or never raised;
      * the date of the last action and the run it covered.
           05  CMH-WO-STATE             PIC X.
               88  CMH-WO-NONE                          VALUE SPACE.
               88  CMH-WO-OPEN                          VALUE 'O'.
               88  CMH-WO-CLOSED                        VALUE 'C'.
           05  CMH-WO-DATE              PIC 9(8).
           05  CMH-WO-FIRST             PIC 9(8).
           05  CMH-WO-NIGHTS            PIC 9(4).
