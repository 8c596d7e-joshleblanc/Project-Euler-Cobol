      *  maintenance screen is queued here instead of being applied;
      *  it only reaches the live parameter file when a second
      *  operator approves it.  PND-STATUS is P while the change is
      *  awaiting disposition.  PND-EFFECTIVE-DATE is the business
      *  date from which the change is to be in force once approved.
      *  A request to reopen a closed accounting month is queued the
      *  same way with PND-PROGRAM-ID *REOPEN* and the month (YYYYMM)
      *  in both value fields; approving it reopens the month on
      *  EULER.PERIOD.DAT instead of scheduling a parameter change.
      *****************************************************************
       01  EULER-PENDING-RECORD.
           05  PND-PROGRAM-ID          PIC X(8).
           05  PND-ENTRY-OPERATOR      PIC X(8).
           05  PND-ENTRY-TIMESTAMP     PIC X(21).
           05  PND-STATUS              PIC X.
           05  PND-EFFECTIVE-DATE      PIC X(8).
