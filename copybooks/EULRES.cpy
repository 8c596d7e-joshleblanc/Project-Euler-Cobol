      *  EULRES.cpy
      *  Shared results-audit record.  Each Euler job appends one
      *  record per run to EULER.RESULTS.DAT so a run's answer survives
      *  after it scrolls off the console.  RES-ENTRY-TYPE is blank
      *  for a posted answer and R for a reversal cut by the results
      *  correction transaction; a reversal repeats the program,
      *  parameter, result and run date of the posting it voids.
      *****************************************************************
       01  EULER-RESULT-RECORD.
           05  RES-PROGRAM-ID          PIC X(8).
           05  RES-PARM-VALUE          PIC 9(12).
           05  RES-RESULT              PIC 9(31).
           05  RES-RUN-DATE            PIC X(8).
           05  RES-ENTRY-TYPE          PIC X.
