      *****************************************************************
      *  EULPTN.cpy
      *  Partition restart record, one per partition file set
      *  (EULER003.Pnn.RESTART.DAT).  PTN-STATUS is U unclaimed, R
      *  running under a factorization instance, C complete.  An
      *  instance claims a partition by writing R with its own start
      *  stamp in PTN-CLAIM-TS and reading it back; PTN-UPDATE-TS is
      *  refreshed after every queue entry, so a partition whose
      *  instance died is reclaimed once the update is older than the
      *  stale-lock age.  The done count and the cache-hit, computed
      *  and highest return-code figures carry the instance's
      *  progress across a reclaim and into the merge step.
      *****************************************************************
       01  EULER-PARTITION-RECORD.
           05  PTN-PARTITION           PIC 99.
           05  PTN-STATUS              PIC X.
           05  PTN-ENTRY-COUNT         PIC 9(4).
           05  PTN-DONE-COUNT          PIC 9(4).
           05  PTN-CACHE-HITS          PIC 9(9).
           05  PTN-COMPUTED            PIC 9(9).
           05  PTN-MAX-RC              PIC 9(4).
           05  PTN-CLAIM-TS            PIC X(21).
           05  PTN-UPDATE-TS           PIC X(21).
