      * ---------------------------------------------------------------
      * Voyage register record -- one per voyage (avcdvreg.dat,
      * indexed on the voyage number). AVCD2P2 opens a voyage the
      * night NEWVOYAGE re-zeroes the position (or the first night
      * it finds the register empty), brings it up to date at the end
      * of every run, and closes it when NEWVOYAGE starts the next
      * one; AVCDVY1 lists it. Distance made good is the straight
      * line from the voyage's start position to its latest position
      * on the horizontal/lateral plane; depth is positive downward.
      * ---------------------------------------------------------------
       01  VREG-RECORD.
           05  VRG-NUMBER               PIC 9(6).
           05  VRG-STATE                PIC X.
               88  VRG-OPEN                             VALUE 'O'.
               88  VRG-CLOSED                           VALUE 'C'.
      * First and latest night run, and the night NEWVOYAGE closed it
      * (zero while the voyage is open).
           05  VRG-START-DATE           PIC 9(8).
           05  VRG-END-DATE             PIC 9(8).
           05  VRG-CLOSE-DATE           PIC 9(8).
           05  VRG-NIGHTS               PIC 9(4).
      * Position the voyage started from -- the origin after
      * NEWVOYAGE, the carried position when the register was started
      * part way through a voyage.
           05  VRG-START-HORIZ          PIC S9(9).
           05  VRG-START-LATERAL        PIC S9(9).
           05  VRG-START-DEPTH          PIC S9(9).
           05  VRG-DISTANCE-MG          PIC 9(9).
           05  VRG-MAX-DEPTH            PIC S9(9).
      * Position at the end of the latest night.
           05  VRG-HORIZ                PIC S9(9).
           05  VRG-DEPTH                PIC S9(9).
           05  VRG-LATERAL              PIC S9(9).
           05  VRG-HEADING              PIC 9(3).
      * Nights and deepest point as they stood after the previous
      * night, so a rerun on the same night recomputes instead of
      * counting the night twice.
           05  VRG-PRIOR-NIGHTS         PIC 9(4).
           05  VRG-PRIOR-MAX-DEPTH      PIC S9(9).
