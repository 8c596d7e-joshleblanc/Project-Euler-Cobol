      *****************************************************************
      *  EULRATE.cpy
      *  Chargeback rate-card record.  Each card carries the date it
      *  takes effect; the month-end chargeback prices a billing
      *  month with the latest card effective on or before the last
      *  day of that month, so a rate change is entered ahead of
      *  time and old months re-price at the rates they were billed
      *  at.  A computed number is charged RATE-PER-SECOND for each
      *  elapsed second plus RATE-PER-MILLION for each million trial
      *  divisions; a number answered from the factor master is
      *  charged the flat RATE-CACHE-FEE instead.
      *****************************************************************
       01  EULER-RATE-RECORD.
           05  RATE-EFFECTIVE-DATE     PIC X(8).
           05  RATE-PER-SECOND         PIC 9(3)V9(4).
           05  RATE-PER-MILLION        PIC 9(3)V9(4).
           05  RATE-CACHE-FEE          PIC 9(3)V99.
