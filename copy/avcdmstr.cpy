      * its key results to the indexed master (avcdmstr.dat) and by
      * the AVCDIQ1 inquiry program. Keyed by run date + program-id
      * + dataset so one lookup answers "what did program X compute
      * for dataset Y on date Z". AVCDMT1 is the one sanctioned way
      * to correct a posted record; it marks what it corrects in the
      * correction register (copy avcdcorr).
      * ---------------------------------------------------------------
       01  MASTER-RECORD.
           05  MST-KEY.
