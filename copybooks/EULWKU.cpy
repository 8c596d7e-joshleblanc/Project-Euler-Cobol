      *****************************************************************
      *  EULWKU.cpy
      *  Worklist usage record.  For every queue entry it works, the
      *  factorization job appends one record to EULER003.USAGE.DAT
      *  naming the request and requesting department the number
      *  was worked for.  WKU-START-TS is the same start timestamp
      *  carried on the EULER3WL run-audit record, so the month-end
      *  chargeback ties each audited run back to the department
      *  that asked for it.  WKU-CACHE-HIT is Y when the number was
      *  answered from the factor master instead of being computed.
      *****************************************************************
       01  EULER-USAGE-RECORD.
           05  WKU-REQUEST-NO          PIC 9(6).
           05  WKU-REQUESTER           PIC X(8).
           05  WKU-NUMBER              PIC 9(12).
           05  WKU-START-TS            PIC X(21).
           05  WKU-CACHE-HIT           PIC X.
