      *****************************************************************
      *  EULROST.cpy
      *  On-call roster record.  One record per date and shift names
      *  the operator paged first (ROST-PRIMARY) and the operator an
      *  unacknowledged page is re-sent to (ROST-BACKUP); both are
      *  OPR-ID values from the operator master.  ROST-START-TIME and
      *  ROST-END-TIME bound the shift as HHMM.  A shift whose end is
      *  earlier than its start runs past midnight and belongs to the
      *  date it starts on, so the 1900-0700 shift dated the 14th
      *  covers the small hours of the 15th.
      *****************************************************************
       01  EULER-ROSTER-RECORD.
           05  ROST-DATE               PIC X(8).
           05  ROST-SHIFT              PIC X.
           05  ROST-START-TIME         PIC 9(4).
           05  ROST-END-TIME           PIC 9(4).
           05  ROST-PRIMARY            PIC X(8).
           05  ROST-BACKUP             PIC X(8).
