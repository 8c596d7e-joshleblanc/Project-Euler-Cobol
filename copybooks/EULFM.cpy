      *  answered from file instead of being re-factorized, so the
      *  same control totals coming back month after month cost one
      *  keyed read instead of full trial division.  FM-RUN-DATE is
      *  the date the factorization was first computed.  FM-STATUS
      *  is blank for a trusted entry and S when the factor-master
      *  audit could not prove it (product of the factors does not
      *  give the number back, a listed factor is not prime, or the
      *  largest factor disagrees with the EULER003 results); a
      *  suspect number is factorized afresh on its next request and
      *  its entries replaced.
      *****************************************************************
       01  EULER-FACTMAST-RECORD.
           05  FM-KEY.
               10  FM-PRIME-FACTOR     PIC 9(12).
           05  FM-EXPONENT             PIC 9(4).
           05  FM-RUN-DATE             PIC X(8).
           05  FM-STATUS               PIC X.
