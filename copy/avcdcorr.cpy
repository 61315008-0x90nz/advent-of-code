      * ---------------------------------------------------------------
      * Results master correction register (avcdcorr.dat, indexed on
      * the master key). AVCDMT1 enters every MASTER-RECORD it adds,
      * changes or deletes here, so the correction travels with the
      * key: AVCDXT1 (and AVCDAK1 regenerating an extract) sends a
      * corrected record ashore as an amendment, and AVCDRP1 does
      * not hold a corrected record against a replay. A master
      * record counts as corrected while its MST-RESULTS still hold
      * COR-RESULTS -- a later posting by the owning program is an
      * original result again.
      * ---------------------------------------------------------------
       01  CORR-RECORD.
           05  COR-KEY.
               10  COR-RUN-DATE         PIC 9(8).
               10  COR-PROGRAM          PIC X(8).
               10  COR-DATASET          PIC X(44).
      * The latest correction made to the key.
           05  COR-ACTION               PIC X(6).
               88  COR-ADDED                            VALUE 'ADD'.
               88  COR-CHANGED                          VALUE 'CHANGE'.
               88  COR-DELETED                          VALUE 'DELETE'.
           05  COR-DATE                 PIC 9(8).
           05  COR-TIME                 PIC 9(6).
           05  COR-USER                 PIC X(12).
           05  COR-REASON               PIC X(60).
      * Results as corrected (spaces after a DELETE).
           05  COR-RESULTS              PIC X(120).
      * Corrections made to the key over its life.
           05  COR-COUNT                PIC 9(3).
      * Date the amendment last went ashore; zero while one is owed.
      * All nines when the key was posted again before the amendment
      * went: the correction no longer stands and nothing is owed.
           05  COR-AMEND-SENT           PIC 9(8).
               88  COR-AMEND-SUPERSEDED                 VALUE 99999999.
