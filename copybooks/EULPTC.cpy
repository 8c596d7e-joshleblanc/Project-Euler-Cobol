      *****************************************************************
      *  EULPTC.cpy
      *  Partition-group control record.  The partitioning step
      *  writes this single record to EULER003.PARTCTL.DAT after it
      *  has dealt the pending factorization queue into partition
      *  files: PTC-PARTITION-COUNT is how many partitions were cut
      *  (numbered 01 upward), PTC-DEALT-COUNT how many queue entries
      *  were dealt out and marked D on the master queue.  The merge
      *  step truncates the file once the partition outputs have been
      *  folded back, so an empty file means no group is open.
      *****************************************************************
       01  EULER-PARTCTL-RECORD.
           05  PTC-PARTITION-COUNT     PIC 99.
           05  PTC-DEALT-COUNT         PIC 9(6).
           05  PTC-BUSINESS-DATE       PIC X(8).
           05  PTC-CREATED-TS          PIC X(21).
