      *****************************************************************
      *  EULREV.cpy
      *  Results-reversal record.  A request to void one posting on
      *  the results history is entered on the correction screen and
      *  queued on EULER.REVPND.DAT with REV-STATUS P; it is only
      *  posted when a second operator approves it.  REV-PROGRAM-ID,
      *  REV-PARM-VALUE, REV-RUN-DATE and REV-RESULT identify the
      *  results posting being voided and REV-AUDIT-START-TS the run
      *  on the audit file that produced it (blank when no matching
      *  run was found).  REV-REASON-CODE is DUPL (double-posted
      *  rerun), BPRM (bad parameter) or OTHR (explained in
      *  REV-REASON-TEXT).  Every disposed request is copied to
      *  EULER.REVLOG.DAT with REV-STATUS A (approved and posted) or
      *  R (rejected), REV-APPROVER and REV-DISPOSED-TS identifying
      *  the second operator and when.
      *****************************************************************
       01  EULER-REVERSAL-RECORD.
           05  REV-PROGRAM-ID          PIC X(8).
           05  REV-PARM-VALUE          PIC 9(12).
           05  REV-RUN-DATE            PIC X(8).
           05  REV-RESULT              PIC 9(31).
           05  REV-AUDIT-START-TS      PIC X(21).
           05  REV-REASON-CODE         PIC X(4).
           05  REV-REASON-TEXT         PIC X(40).
           05  REV-ENTRY-OPERATOR      PIC X(8).
           05  REV-ENTRY-TIMESTAMP     PIC X(21).
           05  REV-APPROVER            PIC X(8).
           05  REV-DISPOSED-TS         PIC X(21).
           05  REV-STATUS              PIC X.
