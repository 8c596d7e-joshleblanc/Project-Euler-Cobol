      *****************************************************************
      *  EULPAGE.cpy
      *  Operator page record.  The notification step writes one
      *  record for each page to EULER.PAGEOUT.DAT, which the paging
      *  gateway collects and sends, and the same image to the page
      *  history EULER.PAGELOG.DAT, which is how a later run knows an
      *  alert has already been paged.  PAGE-LEVEL is P for the first
      *  page to the on-call primary and B for the re-send to the
      *  on-call backup once the alert has stayed unacknowledged past
      *  the escalation interval.  PAGE-RECIPIENT is the operator id
      *  paged, or *ONCALL* when no roster entry covered the time the
      *  page was cut.  The PAGE-ALERT fields carry the program,
      *  timestamp and reason code that identify the alert on
      *  EULER.ALERTS.DAT, and its detail text.
      *****************************************************************
       01  EULER-PAGE-RECORD.
           05  PAGE-SENT-TS            PIC X(21).
           05  PAGE-LEVEL              PIC X.
           05  PAGE-RECIPIENT          PIC X(8).
           05  PAGE-RECIPIENT-NAME     PIC X(20).
           05  PAGE-ALERT-PROGRAM      PIC X(8).
           05  PAGE-ALERT-TS           PIC X(21).
           05  PAGE-ALERT-REASON       PIC X(8).
           05  PAGE-ALERT-DETAIL       PIC X(64).
