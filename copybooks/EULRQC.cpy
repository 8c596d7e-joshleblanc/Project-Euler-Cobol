      *****************************************************************
      *  EULRQC.cpy
      *  Request-number control record.  The intake edit takes the
      *  next request number for each department submission it
      *  accepts from RQC-NEXT-REQUEST and rewrites the record with
      *  the number advanced, so request numbers are never made up by
      *  hand or used twice.  RQC-LAST-ASSIGNED-TS is when the last
      *  number was given out.
      *****************************************************************
       01  EULER-REQCTL-RECORD.
           05  RQC-NEXT-REQUEST        PIC 9(6).
           05  RQC-LAST-ASSIGNED-TS    PIC X(21).
