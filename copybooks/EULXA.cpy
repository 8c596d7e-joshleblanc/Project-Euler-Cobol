      *****************************************************************
      *  EULXA.cpy
      *  Extended-precision arithmetic communication area.  A job
      *  moves A (add), M (multiply) or D (divide) to XA-OPERATION and
      *  its two operands to XA-OPERAND-1 and XA-OPERAND-2, then calls
      *  the shared EULXARTH routine.  XA-RESULT returns the sum,
      *  product or quotient and, for a divide, XA-REMAINDER the
      *  remainder.  The routine works digit by digit, so the full
      *  product of two 31-digit operands is formed before it is
      *  checked against the 31-digit result.  XA-STATUS is blank when
      *  the answer fits, O when it does not, Z for a divide by zero
      *  and E for an unknown operation; XA-RESULT is not to be used
      *  unless XA-STATUS is blank.
      *****************************************************************
       01  EULER-XARITH-AREA.
           05  XA-OPERATION            PIC X.
           05  XA-OPERAND-1            PIC 9(31).
           05  XA-OPERAND-2            PIC 9(31).
           05  XA-RESULT               PIC 9(31).
           05  XA-REMAINDER            PIC 9(31).
           05  XA-STATUS               PIC X.
