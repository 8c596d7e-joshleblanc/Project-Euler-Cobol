            FD  RESMAST-FILE.
            COPY EULRESM.
            FD  RESBKP-FILE.
            01  RESBKP-RECORD           PIC X(60).
            FD  AUDBKP-FILE.
            01  AUDBKP-RECORD           PIC X(116).
            FD  CTLBKP-FILE.
            01  CTLBKP-RECORD           PIC X(32).
            FD  MSTBKP-FILE.
            01  MSTBKP-RECORD           PIC X(60).
            FD  REPORT-FILE.
            01  REPORT-LINE             PIC X(80).
            WORKING-STORAGE SECTION.
