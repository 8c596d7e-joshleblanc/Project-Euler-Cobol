      *****************************************************************
      *  EULPCA.cpy
      *  Closed-period check communication area.  A program moves its
      *  own id to PCA-PROGRAM-ID, the business or run date it is
      *  about to process to PCA-BUSINESS-DATE and the severity it
      *  wants alerted (E or W) to PCA-ALERT-SEVERITY, then calls the
      *  shared EULPCHK routine.  PCA-CLOSED comes back Y when the
      *  date falls in a month closed on EULER.PERIOD.DAT, with
      *  PCA-CLOSED-TS giving when it was closed; the routine has
      *  then already cut a PERCLOSD alert in the caller's name, and
      *  the caller must not process the date.  A caller that only
      *  needs the answer, with nothing about to be processed, moves
      *  space to PCA-ALERT-SEVERITY and no alert is cut.
      *****************************************************************
       01  EULER-PERIOD-CHECK-AREA.
           05  PCA-PROGRAM-ID          PIC X(8).
           05  PCA-BUSINESS-DATE       PIC X(8).
           05  PCA-ALERT-SEVERITY      PIC X.
           05  PCA-CLOSED              PIC X.
           05  PCA-CLOSED-TS           PIC X(21).
