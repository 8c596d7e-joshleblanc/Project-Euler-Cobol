      *****************************************************************
      *  EULDLOG.cpy
      *  Distribution log and copy register record.  The bursting
      *  job appends one record to EULER.DISTLOG.DAT for every dated
      *  copy it delivers (DLG-ACTION D) and every expired copy it
      *  purges (DLG-ACTION P), so the log shows who received which
      *  report, for which business date, when, and how many lines.
      *  The same layout is kept in EULER.DISTCOPY.DAT for each copy
      *  still on hand; DLG-EXPIRY-DATE is the business date plus the
      *  retention days (spaces when the copy is kept indefinitely).
      *****************************************************************
       01  EULER-DISTLOG-RECORD.
           05  DLG-TIMESTAMP           PIC X(21).
           05  DLG-ACTION              PIC X.
           05  DLG-BUSINESS-DATE       PIC X(8).
           05  DLG-REPORT-NAME         PIC X(20).
           05  DLG-RECIPIENT           PIC X(8).
           05  DLG-COPY-NAME           PIC X(60).
           05  DLG-LINE-COUNT          PIC 9(7).
           05  DLG-EXPIRY-DATE         PIC X(8).
