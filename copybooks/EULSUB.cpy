      *****************************************************************
      *  EULSUB.cpy
      *  Department submission record.  Each department sends its
      *  numbers in EULER003.SUBMIT.<dept>.DAT, one record per number.
      *  SUB-REQUESTER is the department's requester code and
      *  SUB-NUMBER the number as keyed, left-justified digits, kept
      *  alphanumeric so the intake edit can reject anything that is
      *  not a plain number instead of abending on it.
      *****************************************************************
       01  EULER-SUBMIT-RECORD.
           05  SUB-REQUESTER           PIC X(8).
           05  SUB-NUMBER              PIC X(15).
