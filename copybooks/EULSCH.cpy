      *****************************************************************
      *  EULSCH.cpy
      *  Scheduled parameter-change record.  An approved change is
      *  not written to the live parameter deck by the maintenance
      *  program; it is appended here carrying the business date it
      *  takes effect.  At chain start the driver finds, for each
      *  job, the latest entry effective on or before the chain's
      *  business date and makes the live deck carry that value, so
      *  a backdated rerun runs with the parameter in force on the
      *  date being rerun.  A rerun dated before a job's first entry
      *  takes SCH-OLD-VALUE of the earliest entry, the value that
      *  was in force until then.  Entries are never removed:
      *  SCH-STATUS is S while the change awaits its first promotion
      *  and P once it has been promoted, with SCH-PROMOTED-TS
      *  recording when.
      *****************************************************************
       01  EULER-SCHEDULE-RECORD.
           05  SCH-PROGRAM-ID          PIC X(8).
           05  SCH-EFFECTIVE-DATE      PIC X(8).
           05  SCH-NEW-VALUE           PIC 9(12).
           05  SCH-OLD-VALUE           PIC 9(12).
           05  SCH-OPERATOR            PIC X(8).
           05  SCH-APPROVER            PIC X(8).
           05  SCH-APPROVED-TS         PIC X(21).
           05  SCH-STATUS              PIC X.
           05  SCH-PROMOTED-TS         PIC X(21).
