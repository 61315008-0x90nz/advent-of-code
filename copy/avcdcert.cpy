      * ---------------------------------------------------------------
      * Voyage dive certification register record (avcdcert.dat).
      * The file is append-only: AVCDVC1 adds one record for every
      * certification document it numbers, and nothing in the suite
      * ever rewrites or truncates it, so it answers an auditor's
      * "which voyages were signed off, and on what evidence".
      *   CRT-NUMBER    certification number, one up per document
      *   CRT-FROM/TO   first and last night of the voyage
      *   CRT-VERDICT   CERTIFIABLE or NOT CERTIFIABLE
      *   CRT-BREACHES  breaches, misses and failed certificates
      *   CRT-MISSING   night/source pairs with no usable evidence
      *   CRT-DISAGREE  night/source pairs whose generation and
      *                 results master disagree
      *   CRT-GENS      retained generations read as evidence
      *   CRT-POSTINGS  results master postings read as evidence
      *   CRT-CORRECTED of those postings, corrected through AVCDMT1
      *   CRT-DOCUMENT  the certification document written
      * ---------------------------------------------------------------
       01  CERT-RECORD.
           05  CRT-NUMBER               PIC 9(6).
           05  FILLER                   PIC X.
           05  CRT-DATE                 PIC 9(8).
           05  FILLER                   PIC X.
           05  CRT-TIME                 PIC 9(6).
           05  FILLER                   PIC X.
           05  CRT-USER                 PIC X(12).
           05  FILLER                   PIC X.
           05  CRT-FROM                 PIC 9(8).
           05  FILLER                   PIC X.
           05  CRT-TO                   PIC 9(8).
           05  FILLER                   PIC X.
           05  CRT-NIGHTS               PIC 9(3).
           05  FILLER                   PIC X.
           05  CRT-VERDICT              PIC X(15).
           05  FILLER                   PIC X.
           05  CRT-BREACHES             PIC 9(6).
           05  FILLER                   PIC X.
           05  CRT-MISSING              PIC 9(4).
           05  FILLER                   PIC X.
           05  CRT-DISAGREE             PIC 9(4).
           05  FILLER                   PIC X.
           05  CRT-GENS                 PIC 9(4).
           05  FILLER                   PIC X.
           05  CRT-POSTINGS             PIC 9(4).
           05  FILLER                   PIC X.
           05  CRT-CORRECTED            PIC 9(4).
           05  FILLER                   PIC X.
           05  CRT-DOCUMENT             PIC X(20).
