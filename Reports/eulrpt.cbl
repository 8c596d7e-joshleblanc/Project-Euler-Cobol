            SELECT REPORT-FILE ASSIGN TO "data/EULER.OPSRPT.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
            SELECT CATALOG-FILE ASSIGN TO "data/EULER.JOBCAT.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAT-PROGRAM-ID
                FILE STATUS IS WS-CATALOG-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  AUDIT-FILE.
            COPY EULLOG.
            FD  REPORT-FILE.
            01  REPORT-RECORD           PIC X(80).
            FD  CATALOG-FILE.
            COPY EULCAT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-AUDIT-STATUS         PIC XX.
            01  WS-REPORT-STATUS        PIC XX.
            01  WS-CATALOG-STATUS       PIC XX.
            01  WS-RUN-DATE             PIC X(8).
            01  WS-LOG-DATE             PIC X(8).
            01  WS-PERIOD-FROM          PIC X(8) VALUE HIGH-VALUES.
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-CATALOG-JOBS.
            PERFORM READ-AUDIT-RECORD
                UNTIL WS-AUDIT-STATUS NOT = "00".
            CLOSE AUDIT-FILE.
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        LOAD-CATALOG-JOBS.
            OPEN INPUT CATALOG-FILE.
            IF WS-CATALOG-STATUS = "00"
                PERFORM READ-CATALOG-RECORD
                    UNTIL WS-CATALOG-STATUS NOT = "00"
                CLOSE CATALOG-FILE
            END-IF.
        READ-CATALOG-RECORD.
            READ CATALOG-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF CAT-ACTIVE = "Y"
                        PERFORM SEED-PROG-ENTRY
                    END-IF
            END-READ.
        SEED-PROG-ENTRY.
            IF WS-PROG-COUNT >= 20
                DISPLAY "EULRPT: PROGRAM TABLE FULL, "
                    CAT-PROGRAM-ID " NOT REPORTED"
            ELSE
                ADD 1 TO WS-PROG-COUNT
                MOVE WS-PROG-COUNT TO WS-PX
                MOVE CAT-PROGRAM-ID TO WS-PT-PROGRAM(WS-PX)
                MOVE 0 TO WS-PT-RUNS(WS-PX)
                MOVE 0 TO WS-PT-OK(WS-PX)
                MOVE 0 TO WS-PT-FAIL(WS-PX)
                MOVE 0 TO WS-PT-TOT-SECS(WS-PX)
                MOVE 0 TO WS-PT-MAX-SECS(WS-PX)
                MOVE 0 TO WS-PT-RC-COUNT(WS-PX)
            END-IF.
        READ-AUDIT-RECORD.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LOG-ENTRY-TYPE NOT = "R"
                        PERFORM TALLY-AUDIT-RECORD
                    END-IF
            END-READ.
        TALLY-AUDIT-RECORD.
            ADD 1 TO WS-RECORDS-READ.
