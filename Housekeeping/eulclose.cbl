        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULCLOSE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "data/EULCLOSE.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT PERIOD-FILE ASSIGN TO "data/EULER.PERIOD.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-STATUS.
            SELECT RESULTS-FILE ASSIGN TO "data/EULER.RESULTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RESULTS-STATUS.
            SELECT RESULTS-ARCH-FILE
                ASSIGN TO "data/EULER.RESULTS.ARCH.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RESARCH-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "data/EULER.AUDIT.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT AUDIT-ARCH-FILE
                ASSIGN TO "data/EULER.AUDIT.ARCH.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDARCH-STATUS.
            SELECT STMT-FILE ASSIGN TO "data/EULER.CLOSESTMT.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-STMT-STATUS.
            SELECT BUSDATE-FILE ASSIGN TO "data/EULER.BUSDATE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BUSDATE-STATUS.
            SELECT LOCK-FILE ASSIGN TO "data/EULER.LOCK.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.
            SELECT LOCKPARM-FILE ASSIGN TO "data/EULLOCK.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCKPARM-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PARM-FILE.
            COPY EULPARM.
            FD  PERIOD-FILE.
            COPY EULPER.
            FD  RESULTS-FILE.
            COPY EULRES.
            FD  RESULTS-ARCH-FILE.
            01  RESULTS-ARCH-RECORD.
                02  RARC-ARCHIVE-DATE   PIC X(8).
                02  RARC-RESULT-DATA    PIC X(60).
            FD  AUDIT-FILE.
            COPY EULLOG.
            FD  AUDIT-ARCH-FILE.
            01  AUDIT-ARCH-RECORD.
                02  AARC-ARCHIVE-DATE   PIC X(8).
                02  AARC-AUDIT-DATA     PIC X(116).
            FD  STMT-FILE.
            01  STMT-LINE               PIC X(132).
            FD  BUSDATE-FILE.
            COPY EULBDT.
            FD  LOCK-FILE.
            COPY EULLCK.
            FD  LOCKPARM-FILE.
            COPY EULPARM REPLACING EULER-PARM-RECORD
                                    BY LOCKPARM-RECORD
                                    PARM-PROGRAM-ID BY LOCKPARM-PROGID
                                    PARM-VALUE BY LOCKPARM-VALUE.
            FD  ALERT-FILE.
            COPY EULALERT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-PARM-STATUS          PIC XX.
            01  WS-PERIOD-STATUS        PIC XX.
            01  WS-RESULTS-STATUS       PIC XX.
            01  WS-RESARCH-STATUS       PIC XX.
            01  WS-AUDIT-STATUS         PIC XX.
            01  WS-AUDARCH-STATUS       PIC XX.
            01  WS-STMT-STATUS          PIC XX.
            01  WS-BUSDATE-STATUS       PIC XX.
            01  WS-LOCK-STATUS          PIC XX.
            01  WS-LOCKPARM-STATUS      PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-ALERT-REASON         PIC X(8).
            01  WS-ALERT-DETAIL         PIC X(64).
            01  WS-LOCK-OK              PIC X.
            01  WS-LOCK-HOLDER          PIC X(8).
            01  WS-LOCK-TS              PIC X(21).
            01  WS-NOW-TS               PIC X(21).
            01  WS-LOCK-AGE             PIC S9(9).
            01  STALE-LOCK-MINUTES      PIC 9(6) VALUE 480.
            01  WS-TODAY                PIC X(8).
            01  WS-MACHINE-DATE         PIC X(8).
            01  WS-CLOSE-TS             PIC X(21).
            01  WS-CARD-VALID           PIC X.
            01  WS-PERIOD               PIC 9(6).
            01  WS-PERIOD-X REDEFINES WS-PERIOD.
                02  WS-PERIOD-YEAR      PIC 9(4).
                02  WS-PERIOD-MONTH     PIC 99.
            01  WS-WORK-PROGRAM         PIC X(8).
            01  WS-WORK-REVERSAL        PIC X.
            01  WS-WORK-RC              PIC 9(4).
            01  WS-HASH-RESULT          PIC 9(31).
            01  WS-HASH-RESULT-X REDEFINES WS-HASH-RESULT.
                02  FILLER              PIC X(16).
                02  WS-HASH-LOW         PIC 9(15).
            01  WS-HASH-PART            PIC 9(15).
            01  WS-SIGNATURE            PIC 9(15).
            01  WS-SIG-WORK             PIC 9(18).
            01  WS-PX                   PIC 9(4).
            01  WS-DX                   PIC 9(4).
            01  WS-FOUND                PIC X.
            01  WS-PERIOD-FOUND         PIC X.
            01  WS-PG-OVERFLOW          PIC X VALUE "N".
            01  WS-PD-OVERFLOW          PIC X VALUE "N".
            01  WS-TOT-RUNS             PIC 9(9).
            01  WS-TOT-FAILED           PIC 9(9).
            01  WS-TOT-POSTED           PIC 9(9).
            01  WS-TOT-REVERSED         PIC 9(9).
            01  WS-TOT-ALERTS           PIC 9(6).
            01  WS-TOT-HASH             PIC 9(15).
            01  WS-ARCH-RESULT.
                02  WR-PROGRAM-ID       PIC X(8).
                02  WR-PARM-VALUE       PIC 9(12).
                02  WR-RESULT           PIC 9(31).
                02  WR-RUN-DATE         PIC X(8).
                02  WR-ENTRY-TYPE       PIC X.
            01  WS-ARCH-AUDIT.
                02  WA-PROGRAM-ID       PIC X(8).
                02  WA-PARM-VALUE       PIC 9(12).
                02  WA-RESULT           PIC 9(31).
                02  WA-START-TS         PIC X(21).
                02  WA-END-TS           PIC X(21).
                02  WA-RETURN-CODE      PIC 9(4).
                02  WA-ITERATIONS       PIC 9(9).
                02  WA-ELAPSED          PIC 9(9).
                02  WA-ENTRY-TYPE       PIC X.
            01  PROGRAM-TABLE.
                02  PG-COUNT            PIC 9(4) VALUE 0.
                02  PG-ENTRY OCCURS 20 TIMES.
                    03  PG-PROGRAM      PIC X(8).
                    03  PG-RUNS         PIC 9(9).
                    03  PG-FAILED       PIC 9(9).
                    03  PG-POSTED       PIC 9(9).
                    03  PG-REVERSED     PIC 9(9).
                    03  PG-HASH         PIC 9(15).
                    03  PG-ALERTS       PIC 9(6).
            01  PERIOD-TABLE.
                02  PD-COUNT            PIC 9(4) VALUE 0.
                02  PD-ENTRY OCCURS 200 TIMES.
                    03  PD-PERIOD       PIC 9(6).
                    03  PD-STATUS       PIC X.
                    03  PD-DATA         PIC X(97).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULCLOSE" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MACHINE-DATE.
            MOVE WS-MACHINE-DATE TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM READ-CLOSE-CARD.
            IF WS-CARD-VALID = "N"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM ACQUIRE-RUN-LOCK.
            IF WS-LOCK-OK NOT = "Y"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-PERIOD-TABLE.
            PERFORM FIND-PERIOD-ENTRY.
            IF WS-PERIOD-FOUND = "Y" AND PD-STATUS(WS-DX) = "C"
                DISPLAY "EULCLOSE: PERIOD " WS-PERIOD
                    " IS ALREADY CLOSED, NOTHING DONE"
                PERFORM RELEASE-RUN-LOCK
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            IF WS-PERIOD-FOUND = "N" AND PD-COUNT >= 200
                MOVE "Y" TO WS-PD-OVERFLOW
            END-IF.
            PERFORM TALLY-ARCH-RESULTS.
            PERFORM TALLY-LIVE-RESULTS.
            PERFORM TALLY-ARCH-AUDIT.
            PERFORM TALLY-LIVE-AUDIT.
            PERFORM TALLY-OPEN-ALERTS.
            IF WS-PG-OVERFLOW = "Y" OR WS-PD-OVERFLOW = "Y"
                DISPLAY "EULCLOSE: WORK TABLE FULL, PERIOD " WS-PERIOD
                    " NOT CLOSED"
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "CLOSEFUL" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "PERIOD=" WS-PERIOD
                    " CLOSE TABLE FULL, PERIOD LEFT OPEN"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                PERFORM RELEASE-RUN-LOCK
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-CLOSE-TS.
            PERFORM COMPUTE-SIGNATURE.
            PERFORM PRINT-CLOSE-STATEMENT.
            PERFORM POST-PERIOD-RECORD.
            PERFORM REWRITE-PERIOD-FILE.
            PERFORM RELEASE-RUN-LOCK.
            DISPLAY "EULCLOSE: PERIOD=" WS-PERIOD " CLOSED"
                " RUNS=" WS-TOT-RUNS
                " POSTINGS=" WS-TOT-POSTED
                " OPEN-ALERTS=" WS-TOT-ALERTS
                " SIGNATURE=" WS-SIGNATURE.
            MOVE 0 TO RETURN-CODE.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        READ-CLOSE-CARD.
            MOVE "Y" TO WS-CARD-VALID.
            MOVE 0 TO WS-PERIOD.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "00"
                READ PARM-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-PARM-STATUS = "00"
                    IF PARM-VALUE IS NOT NUMERIC
                        OR PARM-VALUE > 999912
                            MOVE "N" TO WS-CARD-VALID
                    ELSE
                        MOVE PARM-VALUE TO WS-PERIOD
                    END-IF
                END-IF
                CLOSE PARM-FILE
            END-IF.
            IF WS-CARD-VALID = "Y" AND WS-PERIOD = 0
                MOVE WS-TODAY(1:6) TO WS-PERIOD
                IF WS-PERIOD-MONTH = 1
                    SUBTRACT 1 FROM WS-PERIOD-YEAR
                    MOVE 12 TO WS-PERIOD-MONTH
                ELSE
                    SUBTRACT 1 FROM WS-PERIOD-MONTH
                END-IF
            END-IF.
            IF WS-CARD-VALID = "Y"
                IF WS-PERIOD-YEAR = 0
                    OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                    OR WS-PERIOD NOT < WS-MACHINE-DATE(1:6)
                        MOVE "N" TO WS-CARD-VALID
                END-IF
            END-IF.
            IF WS-CARD-VALID = "N"
                DISPLAY "EULCLOSE: INVALID CLOSE PERIOD ON CARD"
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "CLOSEPRM" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "CLOSE CARD NOT A PAST YYYYMM OR ZERO"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
            ELSE
                DISPLAY "EULCLOSE: CLOSING PERIOD " WS-PERIOD
            END-IF.
        LOAD-PERIOD-TABLE.
            MOVE 0 TO PD-COUNT.
            OPEN INPUT PERIOD-FILE.
            IF WS-PERIOD-STATUS = "00"
                PERFORM LOAD-PERIOD-RECORD
                    UNTIL WS-PERIOD-STATUS NOT = "00"
                CLOSE PERIOD-FILE
            END-IF.
        LOAD-PERIOD-RECORD.
            READ PERIOD-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PD-COUNT >= 200
                        MOVE "Y" TO WS-PD-OVERFLOW
                    ELSE
                        ADD 1 TO PD-COUNT
                        MOVE EULER-PERIOD-RECORD
                            TO PD-ENTRY(PD-COUNT)
                    END-IF
            END-READ.
        FIND-PERIOD-ENTRY.
            MOVE "N" TO WS-PERIOD-FOUND.
            MOVE 1 TO WS-DX.
            PERFORM SCAN-PERIOD-ENTRY
                UNTIL WS-PERIOD-FOUND = "Y" OR WS-DX > PD-COUNT.
        SCAN-PERIOD-ENTRY.
            IF PD-PERIOD(WS-DX) = WS-PERIOD
                MOVE "Y" TO WS-PERIOD-FOUND
            ELSE
                ADD 1 TO WS-DX
            END-IF.
        TALLY-LIVE-RESULTS.
            OPEN INPUT RESULTS-FILE.
            IF WS-RESULTS-STATUS = "00"
                PERFORM TALLY-LIVE-RESULT-RECORD
                    UNTIL WS-RESULTS-STATUS NOT = "00"
                CLOSE RESULTS-FILE
            END-IF.
        TALLY-LIVE-RESULT-RECORD.
            READ RESULTS-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RES-RUN-DATE(1:6) = WS-PERIOD
                        MOVE RES-PROGRAM-ID TO WS-WORK-PROGRAM
                        MOVE RES-RESULT TO WS-HASH-RESULT
                        MOVE RES-ENTRY-TYPE TO WS-WORK-REVERSAL
                        PERFORM TALLY-RESULT-POSTING
                    END-IF
            END-READ.
        TALLY-ARCH-RESULTS.
            OPEN INPUT RESULTS-ARCH-FILE.
            IF WS-RESARCH-STATUS = "00"
                PERFORM TALLY-ARCH-RESULT-RECORD
                    UNTIL WS-RESARCH-STATUS NOT = "00"
                CLOSE RESULTS-ARCH-FILE
            END-IF.
        TALLY-ARCH-RESULT-RECORD.
            READ RESULTS-ARCH-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE RARC-RESULT-DATA TO WS-ARCH-RESULT
                    IF WR-RUN-DATE(1:6) = WS-PERIOD
                        MOVE WR-PROGRAM-ID TO WS-WORK-PROGRAM
                        IF WR-RESULT IS NUMERIC
                            MOVE WR-RESULT TO WS-HASH-RESULT
                        ELSE
                            MOVE 0 TO WS-HASH-RESULT
                        END-IF
                        MOVE WR-ENTRY-TYPE TO WS-WORK-REVERSAL
                        PERFORM TALLY-RESULT-POSTING
                    END-IF
            END-READ.
        TALLY-RESULT-POSTING.
            PERFORM FIND-PROGRAM-ENTRY.
            IF WS-PX > 0
                MOVE WS-HASH-LOW TO WS-HASH-PART
                IF WS-WORK-REVERSAL = "R"
                    ADD 1 TO PG-REVERSED(WS-PX)
                    COMPUTE PG-HASH(WS-PX) = FUNCTION MOD(
                        PG-HASH(WS-PX) + 1000000000000000
                        - WS-HASH-PART, 1000000000000000)
                ELSE
                    ADD 1 TO PG-POSTED(WS-PX)
                    COMPUTE PG-HASH(WS-PX) = FUNCTION MOD(
                        PG-HASH(WS-PX) + WS-HASH-PART,
                        1000000000000000)
                END-IF
            END-IF.
        TALLY-LIVE-AUDIT.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM TALLY-LIVE-AUDIT-RECORD
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
        TALLY-LIVE-AUDIT-RECORD.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LOG-START-TS(1:6) = WS-PERIOD
                        MOVE LOG-PROGRAM-ID TO WS-WORK-PROGRAM
                        MOVE LOG-RETURN-CODE TO WS-WORK-RC
                        MOVE LOG-ENTRY-TYPE TO WS-WORK-REVERSAL
                        PERFORM TALLY-AUDITED-RUN
                    END-IF
            END-READ.
        TALLY-ARCH-AUDIT.
            OPEN INPUT AUDIT-ARCH-FILE.
            IF WS-AUDARCH-STATUS = "00"
                PERFORM TALLY-ARCH-AUDIT-RECORD
                    UNTIL WS-AUDARCH-STATUS NOT = "00"
                CLOSE AUDIT-ARCH-FILE
            END-IF.
        TALLY-ARCH-AUDIT-RECORD.
            READ AUDIT-ARCH-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE AARC-AUDIT-DATA TO WS-ARCH-AUDIT
                    IF WA-START-TS(1:6) = WS-PERIOD
                        MOVE WA-PROGRAM-ID TO WS-WORK-PROGRAM
                        IF WA-RETURN-CODE IS NUMERIC
                            MOVE WA-RETURN-CODE TO WS-WORK-RC
                        ELSE
                            MOVE 0 TO WS-WORK-RC
                        END-IF
                        MOVE WA-ENTRY-TYPE TO WS-WORK-REVERSAL
                        PERFORM TALLY-AUDITED-RUN
                    END-IF
            END-READ.
        TALLY-AUDITED-RUN.
            PERFORM FIND-PROGRAM-ENTRY.
            IF WS-PX > 0
                IF WS-WORK-REVERSAL = "R"
                    IF PG-RUNS(WS-PX) > 0
                        SUBTRACT 1 FROM PG-RUNS(WS-PX)
                    END-IF
                ELSE
                    ADD 1 TO PG-RUNS(WS-PX)
                    IF WS-WORK-RC > 0
                        ADD 1 TO PG-FAILED(WS-PX)
                    END-IF
                END-IF
            END-IF.
        TALLY-OPEN-ALERTS.
            OPEN INPUT ALERT-FILE.
            IF WS-ALERT-STATUS = "00"
                PERFORM TALLY-ALERT-RECORD
                    UNTIL WS-ALERT-STATUS NOT = "00"
                CLOSE ALERT-FILE
            END-IF.
        TALLY-ALERT-RECORD.
            READ ALERT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ALERT-TIMESTAMP(1:6) = WS-PERIOD
                        AND (ALERT-STATUS = "O"
                            OR ALERT-STATUS = SPACE)
                                MOVE ALERT-PROGRAM-ID
                                    TO WS-WORK-PROGRAM
                                PERFORM FIND-PROGRAM-ENTRY
                                IF WS-PX > 0
                                    ADD 1 TO PG-ALERTS(WS-PX)
                                END-IF
                    END-IF
            END-READ.
        FIND-PROGRAM-ENTRY.
            MOVE "N" TO WS-FOUND.
            MOVE 1 TO WS-PX.
            PERFORM SCAN-PROGRAM-ENTRY
                UNTIL WS-FOUND = "Y" OR WS-PX > PG-COUNT.
            IF WS-FOUND = "N"
                IF PG-COUNT >= 20
                    MOVE "Y" TO WS-PG-OVERFLOW
                    MOVE 0 TO WS-PX
                ELSE
                    ADD 1 TO PG-COUNT
                    MOVE PG-COUNT TO WS-PX
                    MOVE WS-WORK-PROGRAM TO PG-PROGRAM(WS-PX)
                    MOVE 0 TO PG-RUNS(WS-PX)
                    MOVE 0 TO PG-FAILED(WS-PX)
                    MOVE 0 TO PG-POSTED(WS-PX)
                    MOVE 0 TO PG-REVERSED(WS-PX)
                    MOVE 0 TO PG-HASH(WS-PX)
                    MOVE 0 TO PG-ALERTS(WS-PX)
                END-IF
            END-IF.
        SCAN-PROGRAM-ENTRY.
            IF PG-PROGRAM(WS-PX) = WS-WORK-PROGRAM
                MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-PX
            END-IF.
        COMPUTE-SIGNATURE.
            MOVE 0 TO WS-TOT-RUNS.
            MOVE 0 TO WS-TOT-FAILED.
            MOVE 0 TO WS-TOT-POSTED.
            MOVE 0 TO WS-TOT-REVERSED.
            MOVE 0 TO WS-TOT-ALERTS.
            MOVE 0 TO WS-TOT-HASH.
            MOVE 0 TO WS-SIGNATURE.
            MOVE 1 TO WS-PX.
            PERFORM ADD-PROGRAM-TOTALS
                UNTIL WS-PX > PG-COUNT.
            COMPUTE WS-SIG-WORK = WS-SIGNATURE + WS-PERIOD
                + WS-TOT-RUNS + WS-TOT-POSTED + WS-TOT-ALERTS.
            COMPUTE WS-SIGNATURE =
                FUNCTION MOD(WS-SIG-WORK, 1000000000000000).
        ADD-PROGRAM-TOTALS.
            ADD PG-RUNS(WS-PX) TO WS-TOT-RUNS.
            ADD PG-FAILED(WS-PX) TO WS-TOT-FAILED.
            ADD PG-POSTED(WS-PX) TO WS-TOT-POSTED.
            ADD PG-REVERSED(WS-PX) TO WS-TOT-REVERSED.
            ADD PG-ALERTS(WS-PX) TO WS-TOT-ALERTS.
            COMPUTE WS-TOT-HASH = FUNCTION MOD(
                WS-TOT-HASH + PG-HASH(WS-PX), 1000000000000000).
            COMPUTE WS-SIG-WORK = WS-SIGNATURE * 31
                + PG-HASH(WS-PX) + PG-RUNS(WS-PX)
                + PG-POSTED(WS-PX) + PG-ALERTS(WS-PX).
            COMPUTE WS-SIGNATURE =
                FUNCTION MOD(WS-SIG-WORK, 1000000000000000).
            ADD 1 TO WS-PX.
        PRINT-CLOSE-STATEMENT.
            OPEN EXTEND STMT-FILE.
            IF WS-STMT-STATUS = "35"
                OPEN OUTPUT STMT-FILE
            END-IF.
            MOVE "EULER.CLOSESTMT.RPT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-STMT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE SPACES TO STMT-LINE.
            STRING "EULCLOSE MONTH-END CLOSE STATEMENT - PERIOD "
                WS-PERIOD
                DELIMITED BY SIZE INTO STMT-LINE.
            PERFORM WRITE-STMT-LINE.
            MOVE SPACES TO STMT-LINE.
            STRING "CLOSED " WS-CLOSE-TS(1:14)
                " BUSINESS DATE " WS-TODAY
                " (RESULTS AND AUDIT, LIVE + ARCHIVE)"
                DELIMITED BY SIZE INTO STMT-LINE.
            PERFORM WRITE-STMT-LINE.
            MOVE SPACES TO STMT-LINE.
            PERFORM WRITE-STMT-LINE.
            IF PG-COUNT = 0
                MOVE "NO RUNS, POSTINGS OR OPEN ALERTS IN THE PERIOD"
                    TO STMT-LINE
                PERFORM WRITE-STMT-LINE
            END-IF.
            MOVE 1 TO WS-PX.
            PERFORM PRINT-PROGRAM-LINE
                UNTIL WS-PX > PG-COUNT.
            MOVE SPACES TO STMT-LINE.
            STRING "TOTAL   "
                " RUNS=" WS-TOT-RUNS
                " FAILED=" WS-TOT-FAILED
                " POSTINGS=" WS-TOT-POSTED
                " REVERSALS=" WS-TOT-REVERSED
                " HASH=" WS-TOT-HASH
                " OPEN-ALERTS=" WS-TOT-ALERTS
                DELIMITED BY SIZE INTO STMT-LINE.
            PERFORM WRITE-STMT-LINE.
            MOVE SPACES TO STMT-LINE.
            STRING "CONTROL SIGNATURE " WS-SIGNATURE
                DELIMITED BY SIZE INTO STMT-LINE.
            PERFORM WRITE-STMT-LINE.
            MOVE SPACES TO STMT-LINE.
            STRING "SIGNED OFF  OPERATIONS ____________"
                "  FINANCE ____________"
                DELIMITED BY SIZE INTO STMT-LINE.
            PERFORM WRITE-STMT-LINE.
            MOVE SPACES TO STMT-LINE.
            PERFORM WRITE-STMT-LINE.
            CLOSE STMT-FILE.
        PRINT-PROGRAM-LINE.
            MOVE SPACES TO STMT-LINE.
            STRING PG-PROGRAM(WS-PX)
                " RUNS=" PG-RUNS(WS-PX)
                " FAILED=" PG-FAILED(WS-PX)
                " POSTINGS=" PG-POSTED(WS-PX)
                " REVERSALS=" PG-REVERSED(WS-PX)
                " HASH=" PG-HASH(WS-PX)
                " OPEN-ALERTS=" PG-ALERTS(WS-PX)
                DELIMITED BY SIZE INTO STMT-LINE.
            PERFORM WRITE-STMT-LINE.
            ADD 1 TO WS-PX.
        WRITE-STMT-LINE.
            WRITE STMT-LINE.
            MOVE "EULER.CLOSESTMT.RPT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-STMT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        POST-PERIOD-RECORD.
            IF WS-PERIOD-FOUND = "Y"
                MOVE PD-ENTRY(WS-DX) TO EULER-PERIOD-RECORD
            ELSE
                ADD 1 TO PD-COUNT
                MOVE PD-COUNT TO WS-DX
                MOVE WS-PERIOD TO PER-PERIOD
                MOVE SPACES TO PER-REOPEN-OPERATOR
                MOVE SPACES TO PER-REOPEN-APPROVER
                MOVE SPACES TO PER-REOPENED-TS
            END-IF.
            MOVE "C" TO PER-STATUS.
            MOVE WS-CLOSE-TS TO PER-CLOSED-TS.
            MOVE WS-TOT-RUNS TO PER-RUN-COUNT.
            MOVE WS-TOT-POSTED TO PER-RESULT-COUNT.
            MOVE WS-TOT-ALERTS TO PER-OPEN-ALERTS.
            MOVE WS-SIGNATURE TO PER-SIGNATURE.
            MOVE EULER-PERIOD-RECORD TO PD-ENTRY(WS-DX).
        REWRITE-PERIOD-FILE.
            OPEN OUTPUT PERIOD-FILE.
            MOVE "EULER.PERIOD.DAT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-PERIOD-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE 1 TO WS-DX.
            PERFORM WRITE-PERIOD-ENTRY
                UNTIL WS-DX > PD-COUNT.
            CLOSE PERIOD-FILE.
        WRITE-PERIOD-ENTRY.
            MOVE PD-ENTRY(WS-DX) TO EULER-PERIOD-RECORD.
            WRITE EULER-PERIOD-RECORD.
            MOVE "EULER.PERIOD.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PERIOD-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            ADD 1 TO WS-DX.
        READ-BUSINESS-DATE.
            OPEN INPUT BUSDATE-FILE.
            IF WS-BUSDATE-STATUS = "00"
                READ BUSDATE-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-BUSDATE-STATUS = "00"
                    AND BDT-BUSINESS-DATE IS NUMERIC
                    AND FUNCTION NUMVAL(BDT-BUSINESS-DATE) > 0
                        MOVE BDT-BUSINESS-DATE TO WS-TODAY
                END-IF
                CLOSE BUSDATE-FILE
            END-IF.
        READ-LOCK-PARM.
            OPEN INPUT LOCKPARM-FILE.
            IF WS-LOCKPARM-STATUS = "00"
                READ LOCKPARM-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-LOCKPARM-STATUS = "00"
                    AND LOCKPARM-VALUE IS NUMERIC
                    AND LOCKPARM-VALUE > 0
                        MOVE LOCKPARM-VALUE TO STALE-LOCK-MINUTES
                END-IF
                CLOSE LOCKPARM-FILE
            END-IF.
        ACQUIRE-RUN-LOCK.
            PERFORM READ-LOCK-PARM.
            MOVE "N" TO WS-LOCK-OK.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
            OPEN INPUT LOCK-FILE.
            IF WS-LOCK-STATUS NOT = "00"
                PERFORM TAKE-RUN-LOCK
            ELSE
                READ LOCK-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-LOCK-STATUS NOT = "00"
                    OR LCK-PROGRAM-ID = SPACES
                        CLOSE LOCK-FILE
                        PERFORM TAKE-RUN-LOCK
                ELSE
                    MOVE LCK-PROGRAM-ID TO WS-LOCK-HOLDER
                    MOVE LCK-TIMESTAMP TO WS-LOCK-TS
                    CLOSE LOCK-FILE
                    PERFORM COMPUTE-LOCK-AGE
                    IF WS-LOCK-AGE > STALE-LOCK-MINUTES
                        DISPLAY "EULCLOSE: STALE LOCK FROM "
                            WS-LOCK-HOLDER " TAKEN OVER"
                        MOVE "W" TO WS-ALERT-SEVERITY
                        MOVE "STALELCK" TO WS-ALERT-REASON
                        MOVE SPACES TO WS-ALERT-DETAIL
                        STRING "HOLDER=" WS-LOCK-HOLDER
                            " AGE-MIN=" WS-LOCK-AGE
                            DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                        PERFORM WRITE-ALERT
                        PERFORM TAKE-RUN-LOCK
                    ELSE
                        DISPLAY "EULCLOSE: RUN LOCK HELD BY "
                            WS-LOCK-HOLDER ", NOT STARTED"
                        MOVE "E" TO WS-ALERT-SEVERITY
                        MOVE "LOCKED" TO WS-ALERT-REASON
                        MOVE SPACES TO WS-ALERT-DETAIL
                        STRING "HOLDER=" WS-LOCK-HOLDER
                            " SINCE=" WS-LOCK-TS(1:14)
                            DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                        PERFORM WRITE-ALERT
                    END-IF
                END-IF
            END-IF.
        COMPUTE-LOCK-AGE.
            IF WS-LOCK-TS(1:8) IS NUMERIC
                COMPUTE WS-LOCK-AGE =
                    (FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-NOW-TS(1:8)))
                    - FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-LOCK-TS(1:8)))) * 1440
                    + FUNCTION NUMVAL(WS-NOW-TS(9:2)) * 60
                    + FUNCTION NUMVAL(WS-NOW-TS(11:2))
                    - FUNCTION NUMVAL(WS-LOCK-TS(9:2)) * 60
                    - FUNCTION NUMVAL(WS-LOCK-TS(11:2))
            ELSE
                COMPUTE WS-LOCK-AGE = STALE-LOCK-MINUTES + 1
            END-IF.
        TAKE-RUN-LOCK.
            OPEN OUTPUT LOCK-FILE.
            MOVE "EULCLOSE" TO LCK-PROGRAM-ID.
            MOVE WS-NOW-TS TO LCK-TIMESTAMP.
            WRITE EULER-LOCK-RECORD.
            MOVE "EULER.LOCK.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-LOCK-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE LOCK-FILE.
            MOVE "Y" TO WS-LOCK-OK.
        RELEASE-RUN-LOCK.
            OPEN OUTPUT LOCK-FILE.
            CLOSE LOCK-FILE.
        WRITE-ALERT.
            MOVE "EULCLOSE" TO ALERT-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP.
            MOVE WS-ALERT-SEVERITY TO ALERT-SEVERITY.
            MOVE WS-ALERT-REASON TO ALERT-REASON-CODE.
            MOVE WS-ALERT-DETAIL TO ALERT-DETAIL.
            MOVE "O" TO ALERT-STATUS.
            MOVE SPACES TO ALERT-DISP-OPERATOR.
            MOVE SPACES TO ALERT-DISP-TIMESTAMP.
            MOVE SPACES TO ALERT-DISP-NOTE.
            OPEN EXTEND ALERT-FILE.
            IF WS-ALERT-STATUS = "35"
                OPEN OUTPUT ALERT-FILE
            END-IF.
            WRITE EULER-ALERT-RECORD.
            MOVE "EULER.ALERTS.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-ALERT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE ALERT-FILE.
        CHECK-IO-STATUS.
            IF IOCHK-STATUS = "00" OR IOCHK-STATUS = "10"
                CONTINUE
            ELSE
                DISPLAY "EULCLOSE: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULCLOSE: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
