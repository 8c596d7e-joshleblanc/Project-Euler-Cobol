      *****************************************************************
      *  EULIRJ.cpy
      *  Intake reject record.  The intake edit appends one record to
      *  EULER003.INTAKE.REJ.DAT for every submission record it does
      *  not put on the work queue.  IRJ-DEPT is the department whose
      *  file the record came from and IRJ-LINE-NO its position in
      *  that file; the submitted requester and number are kept as
      *  sent.  IRJ-REASON is one of UNKDEPT (requester not an active
      *  department), DEPTMISM (requester is not the sending
      *  department), NOTNUM (number missing or not numeric),
      *  TOOSMALL (less than 2), TOOBIG (more than 12 digits),
      *  DUPSUBM (already in this submission), DUPPEND (already
      *  pending on the queue for the department) or QUEFULL (the
      *  queue is at its capacity).
      *****************************************************************
       01  EULER-INTAKE-REJECT-RECORD.
           05  IRJ-RUN-TS              PIC X(21).
           05  IRJ-DEPT                PIC X(8).
           05  IRJ-LINE-NO             PIC 9(6).
           05  IRJ-REQUESTER           PIC X(8).
           05  IRJ-NUMBER              PIC X(15).
           05  IRJ-REASON              PIC X(8).
