      *****************************************************************
      *  EULDEPT.cpy
      *  Requesting-department master record.  One record per
      *  department allowed to submit numbers for factorization.
      *  DEPT-CODE is the requester code carried on the work queue
      *  and names the department's submission and acknowledgment
      *  files; DEPT-ACTIVE N stops intake from the department
      *  without losing its history on the queue or the invoices.
      *****************************************************************
       01  EULER-DEPT-RECORD.
           05  DEPT-CODE               PIC X(8).
           05  DEPT-NAME               PIC X(30).
           05  DEPT-ACTIVE             PIC X.
