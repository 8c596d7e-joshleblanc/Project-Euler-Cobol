      *****************************************************************
      *  EULCAT.cpy
      *  Keyed job catalog record.  One record per PROGRAM-ID the
      *  chain knows about, keyed on CAT-PROGRAM-ID.  CAT-PARM-FILE
      *  names the job's parameter deck under data/ (spaces for a job
      *  that takes no parameter card), CAT-PARM-NAME is the name the
      *  operator sees on the maintenance screen, and CAT-PARM-MIN /
      *  CAT-PARM-MAX bound the values that may be queued for it.
      *  CAT-PLAN-POSITION orders the job in the driver's default
      *  chain (zero keeps it out of the default chain), and
      *  CAT-ACTIVE N retires a job from every utility without
      *  removing its history.  The catalog is loaded and maintained
      *  from the sequential image EULER.JOBCAT.SEQ.DAT by EULCATLD.
      *****************************************************************
       01  EULER-CATALOG-RECORD.
           05  CAT-PROGRAM-ID          PIC X(8).
           05  CAT-PARM-FILE           PIC X(20).
           05  CAT-PARM-NAME           PIC X(16).
           05  CAT-PARM-MIN            PIC 9(12).
           05  CAT-PARM-MAX            PIC 9(12).
           05  CAT-PLAN-POSITION       PIC 9(4).
           05  CAT-ACTIVE              PIC X.
