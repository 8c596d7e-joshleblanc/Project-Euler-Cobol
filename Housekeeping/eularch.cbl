            FD  RESULTS-ARCH-FILE.
            01  RESULTS-ARCH-RECORD.
                02  RARC-ARCHIVE-DATE   PIC X(8).
                02  RARC-RESULT-DATA    PIC X(60).
            FD  AUDIT-ARCH-FILE.
            01  AUDIT-ARCH-RECORD.
                02  AARC-ARCHIVE-DATE   PIC X(8).
                02  AARC-AUDIT-DATA     PIC X(116).
            FD  RESULTS-TMP-FILE.
            01  RESULTS-TMP-RECORD      PIC X(60).
            FD  AUDIT-TMP-FILE.
            01  AUDIT-TMP-RECORD        PIC X(116).
            FD  CONTROL-FILE.
            COPY EULCTL.
            FD  ALERT-FILE.
