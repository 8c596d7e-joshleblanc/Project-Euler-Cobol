      *****************************************************************
      *  EULDST.cpy
      *  Report distribution master record.  One record per report
      *  and recipient: DST-REPORT-NAME is the report file under
      *  data/, DST-RECIPIENT the department or desk that receives a
      *  dated copy of it, and DST-RETAIN-DAYS how many days after
      *  the business date the copy is kept before the bursting job
      *  purges it (zero keeps it until removed by hand).  DST-BURST
      *  R splits a request report by requester, so the recipient
      *  gets only the sections it asked for; a recipient of *EACH*
      *  with DST-BURST R sends each requester in the report its own
      *  sections.  DST-ACTIVE N stops a distribution without losing
      *  the line.
      *****************************************************************
       01  EULER-DISTMAST-RECORD.
           05  DST-REPORT-NAME         PIC X(20).
           05  DST-RECIPIENT           PIC X(8).
           05  DST-RETAIN-DAYS         PIC 9(3).
           05  DST-BURST               PIC X.
           05  DST-ACTIVE              PIC X.
