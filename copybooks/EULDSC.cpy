      *****************************************************************
      *  EULDSC.cpy
      *  Report distribution control record.  One record per report
      *  the bursting job has distributed, holding the line count and
      *  the first and last lines of the report as it stood when it
      *  was last sent.  A report whose current file differs from
      *  its control record has been produced since then and is
      *  distributed again; one that still matches is not, so a
      *  report left over from an earlier night is never re-sent as
      *  if it were new.  DSC-DIST-DATE is the business date of that
      *  distribution.
      *****************************************************************
       01  EULER-DISTCTL-RECORD.
           05  DSC-REPORT-NAME         PIC X(20).
           05  DSC-DIST-DATE           PIC X(8).
           05  DSC-LINE-COUNT          PIC 9(7).
           05  DSC-FIRST-LINE          PIC X(132).
           05  DSC-LAST-LINE           PIC X(132).
