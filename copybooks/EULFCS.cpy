      *****************************************************************
      *  EULFCS.cpy
      *  Driver forecast control card.  When an operator keys this
      *  card, the next start of the driver does not run the chain:
      *  it works through the plan for FCS-BUSINESS-DATE (YYYYMMDD,
      *  zero or blank for the date the next chain would carry) and
      *  writes EULERDRV.FORECAST.RPT showing which entries would
      *  run, be skipped or be caught up, and why, with expected
      *  runtimes from the audit history and a projected finish
      *  against the *CUTOFF* window.  No job is called and no
      *  shared file is written.  FCS-START-TIME is the planned chain
      *  start as HHMMSS; blank takes the start of the last chain on
      *  file.  The driver clears the card after the forecast, so an
      *  untouched card never turns the night's chain into a forecast.
      *****************************************************************
       01  EULER-FORECAST-RECORD.
           05  FCS-BUSINESS-DATE       PIC X(8).
           05  FCS-START-TIME          PIC X(6).
           05  FCS-REQUESTED-BY        PIC X(8).
