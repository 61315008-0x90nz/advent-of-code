      * ---------------------------------------------------------------
      * Operator override audit record (avcdaud.dat). The file is
      * append-only: every program that honours an override which
      * changes persistent data -- or finds the suite lock tampered
      * with -- opens it EXTEND and adds one record, and nothing in
      * the suite ever rewrites or truncates it. AVCDAU1 lists it.
      *   AUD-TIME      hhmmss the override took effect
      *   AUD-KEYWORD   COLD, NEWVOYAGE, CUTOFF, CORRECTIONS,
      *                 MASTERFIX, REBUILD, STALELOCK, LOCKREMOVED
      *   AUD-USER      login of the user that ran the program
      *   AUD-PARMS     the run parameters (and settings) in force
      * ---------------------------------------------------------------
       01  AUDIT-RECORD.
           05  AUD-DATE                 PIC 9(8).
           05  FILLER                   PIC X.
           05  AUD-TIME                 PIC 9(6).
           05  FILLER                   PIC X.
           05  AUD-PROGRAM              PIC X(8).
           05  FILLER                   PIC X.
           05  AUD-KEYWORD              PIC X(12).
           05  FILLER                   PIC X.
           05  AUD-USER                 PIC X(12).
           05  FILLER                   PIC X.
           05  AUD-PARMS                PIC X(100).
