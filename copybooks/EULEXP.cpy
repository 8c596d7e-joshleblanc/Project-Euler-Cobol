       01  EULER-EXPECTED-RECORD.
           05  EXP-PROGRAM-ID          PIC X(8).
           05  EXP-PARM-VALUE          PIC 9(12).
           05  EXP-RESULT              PIC 9(31).
