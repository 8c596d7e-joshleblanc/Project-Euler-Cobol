      *  sequential results history by the conversion utility and
      *  maintained by each job at end of run, so the prior answer is
      *  found with a keyed read instead of a full history scan.
      *  RESM-STATUS is blank while the entry stands and V once every
      *  posting behind it has been voided by a reversal; a voided
      *  entry is not used as a prior result.
      *****************************************************************
       01  EULER-RESMAST-RECORD.
           05  RESM-KEY.
               10  RESM-PROGRAM-ID     PIC X(8).
               10  RESM-PARM-VALUE     PIC 9(12).
               10  RESM-RUN-DATE       PIC X(8).
           05  RESM-RESULT             PIC 9(31).
           05  RESM-STATUS             PIC X.
