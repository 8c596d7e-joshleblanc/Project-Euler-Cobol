      *  numbers of one submission, WKQ-REQUESTER identifies the
      *  department that sent it, and WKQ-STATUS tracks each number
      *  through the run -- P (or space) pending, I in process, C
      *  complete, E error, D dealt to a partition file by the
      *  partitioning step (the merge step folds the partition's
      *  final status back).  The factorization job updates the status
      *  in place instead of clearing the file, so a run that dies
      *  mid-list shows exactly which numbers were done.  Numbers
      *  reach the queue through the request intake edit, which
      *  appends each accepted department submission as pending
      *  entries under a request number from EULER003.REQCTL.DAT.
      *****************************************************************
       01  EULER-WORKQUEUE-RECORD.
           05  WKQ-REQUEST-NO          PIC 9(6).
