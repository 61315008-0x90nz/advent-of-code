      * ---------------------------------------------------------------
      * Shore extract register record (avcdxreg.dat, indexed on the
      * extract date carried in the extract's H record). AVCDXT1
      * registers every extract it writes with the filters it was
      * cut with and its trailer count; AVCDAK1 matches shore-side
      * acknowledgements to it, flags count mismatches and overdue
      * extracts, and regenerates an extract for resend from the
      * master with the same filters.
      * ---------------------------------------------------------------
       01  XREG-RECORD.
           05  XRG-EXTRACT-DATE         PIC 9(8).
      * The filters the extract was cut with (AVCDXT1 run parameters).
           05  XRG-DATE-FROM            PIC 9(8).
           05  XRG-DATE-TO              PIC 9(8).
           05  XRG-PGM-FILTER           PIC X(8).
           05  XRG-DS-FILTER            PIC X(44).
      * Trailer count of the latest send, the date it went, and how
      * many times it has been regenerated and sent again.
           05  XRG-SENT-COUNT           PIC 9(9).
           05  XRG-LAST-SENT            PIC 9(8).
           05  XRG-RESEND-COUNT         PIC 9(3).
      * Acknowledgement state: awaiting, loaded or refused ashore.
           05  XRG-ACK-STATE            PIC X.
               88  XRG-AWAITING                         VALUE 'S'.
               88  XRG-ACCEPTED                         VALUE 'A'.
               88  XRG-REJECTED                         VALUE 'R'.
           05  XRG-ACK-DATE             PIC 9(8).
           05  XRG-ACK-COUNT            PIC 9(9).
           05  XRG-MISMATCH             PIC X.
               88  XRG-COUNT-MISMATCH                   VALUE 'Y'.
           05  XRG-REASON               PIC X(60).
