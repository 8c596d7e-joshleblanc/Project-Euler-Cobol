      *****************************************************************
      *  EULPCK.cpy
      *  Restart-checkpoint record for the palindrome-product search.
      *  Written periodically so a run suspended at the batch-window
      *  cutoff, or abended, resumes the same DIGIT-WIDTH at the row
      *  and column it reached with the best palindrome found so far
      *  instead of rescanning from the top.  PCK-I and PCK-J are the
      *  next pair to be tested; PCK-ITERATIONS carries the products
      *  already tested so the audit record shows the whole search.
      *****************************************************************
       01  EULER-PCKPT-RECORD.
           05  PCK-PROGRAM-ID          PIC X(8).
           05  PCK-DIGIT-WIDTH         PIC 9.
           05  PCK-I                   PIC 9(9).
           05  PCK-J                   PIC 9(9).
           05  PCK-MAX                 PIC 9(15).
           05  PCK-ITERATIONS          PIC 9(9).
