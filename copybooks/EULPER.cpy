      *****************************************************************
      *  EULPER.cpy
      *  Period-control record, one per accounting month on
      *  EULER.PERIOD.DAT.  The month-end close job writes the record
      *  with PER-STATUS C once it has frozen the month and printed
      *  the signed close statement; PER-CLOSED-TS and the statement
      *  totals (audited runs, results postings, open alerts and the
      *  statement signature) are the figures that were signed off.
      *  While a month is closed the driver, the computation jobs
      *  and the results-correction transaction refuse any business
      *  or run date that falls in it.  A month is reopened only
      *  through a reopen request approved by a second operator on
      *  the parameter maintenance screen; PER-STATUS then becomes O
      *  and the PER-REOPEN fields name the requester, the approver
      *  and when.  Running the close job again re-closes the month.
      *****************************************************************
       01  EULER-PERIOD-RECORD.
           05  PER-PERIOD              PIC 9(6).
           05  PER-STATUS              PIC X.
           05  PER-CLOSED-TS           PIC X(21).
           05  PER-RUN-COUNT           PIC 9(9).
           05  PER-RESULT-COUNT        PIC 9(9).
           05  PER-OPEN-ALERTS         PIC 9(6).
           05  PER-SIGNATURE           PIC 9(15).
           05  PER-REOPEN-OPERATOR     PIC X(8).
           05  PER-REOPEN-APPROVER     PIC X(8).
           05  PER-REOPENED-TS         PIC X(21).
