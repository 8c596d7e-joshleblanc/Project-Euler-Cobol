      *  program for every disposed parameter change.  CHG-OPERATOR
      *  and CHG-ENTERED-TS identify who queued the change and when;
      *  CHG-APPROVER and CHG-TIMESTAMP identify the second operator
      *  who disposed it and when.  CHG-EFFECTIVE-DATE is the
      *  business date from which an approved change is in force; the
      *  driver promotes it into the live deck from that date on.
      *  CHG-STATUS is A for approved-and-scheduled, R for rejected.
      *  A disposed period-reopen request is logged with program id
      *  *REOPEN* and the month in the value fields.
      *****************************************************************
       01  EULER-CHANGE-RECORD.
           05  CHG-PROGRAM-ID          PIC X(8).
           05  CHG-ENTERED-TS          PIC X(21).
           05  CHG-APPROVER            PIC X(8).
           05  CHG-STATUS              PIC X.
           05  CHG-EFFECTIVE-DATE      PIC X(8).
