        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULCHGB.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "data/EULCHGB.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT RATE-FILE ASSIGN TO "data/EULER.RATECARD.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RATE-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "data/EULER.AUDIT.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT AUDIT-ARCH-FILE
                ASSIGN TO "data/EULER.AUDIT.ARCH.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDARCH-STATUS.
            SELECT USAGE-FILE ASSIGN TO "data/EULER003.USAGE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-USAGE-STATUS.
            SELECT WORKLIST-FILE
                ASSIGN TO "data/EULER003.WORKLIST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WORKLIST-STATUS.
            SELECT REPORT-FILE ASSIGN TO "data/EULER.CHGBACK.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
            SELECT FEED-FILE ASSIGN TO WS-FEED-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FEED-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
            SELECT BUSDATE-FILE ASSIGN TO "data/EULER.BUSDATE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BUSDATE-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PARM-FILE.
            COPY EULPARM.
            FD  RATE-FILE.
            COPY EULRATE.
            FD  AUDIT-FILE.
            COPY EULLOG.
            FD  AUDIT-ARCH-FILE.
            01  AUDIT-ARCH-RECORD.
                02  AARC-ARCHIVE-DATE   PIC X(8).
                02  AARC-AUDIT-DATA     PIC X(116).
            FD  USAGE-FILE.
            COPY EULWKU.
            FD  WORKLIST-FILE.
            COPY EULWKQ.
            FD  REPORT-FILE.
            01  REPORT-LINE             PIC X(132).
            FD  FEED-FILE.
            01  FEED-RECORD             PIC X(120).
            FD  ALERT-FILE.
            COPY EULALERT.
            FD  BUSDATE-FILE.
            COPY EULBDT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-PARM-STATUS          PIC XX.
            01  WS-RATE-STATUS          PIC XX.
            01  WS-AUDIT-STATUS         PIC XX.
            01  WS-AUDARCH-STATUS       PIC XX.
            01  WS-USAGE-STATUS         PIC XX.
            01  WS-WORKLIST-STATUS      PIC XX.
            01  WS-REPORT-STATUS        PIC XX.
            01  WS-FEED-STATUS          PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-ALERT-REASON         PIC X(8).
            01  WS-ALERT-DETAIL         PIC X(64).
            01  WS-BUSDATE-STATUS       PIC XX.
            01  WS-TODAY                PIC X(8).
            01  WS-CARD-VALID           PIC X VALUE "Y".
            01  WS-PERIOD               PIC 9(6).
            01  WS-PERIOD-X REDEFINES WS-PERIOD.
                02  WS-PERIOD-YEAR      PIC 9(4).
                02  WS-PERIOD-MONTH     PIC 99.
            01  WS-PERIOD-END           PIC X(8).
            01  WS-RATE-FOUND           PIC X VALUE "N".
            01  WS-RATE-EFFECTIVE       PIC X(8).
            01  WS-RATE-SECOND          PIC 9(3)V9(4).
            01  WS-RATE-MILLION         PIC 9(3)V9(4).
            01  WS-RATE-CACHE           PIC 9(3)V99.
            01  WS-WORK-AUDIT.
                02  WA-PROGRAM-ID       PIC X(8).
                02  WA-PARM-VALUE       PIC 9(12).
                02  WA-RESULT           PIC 9(31).
                02  WA-START-TS         PIC X(21).
                02  WA-END-TS           PIC X(21).
                02  WA-RETURN-CODE      PIC 9(4).
                02  WA-ITERATIONS       PIC 9(9).
                02  WA-ELAPSED          PIC 9(9).
                02  WA-ENTRY-TYPE       PIC X.
            01  WS-AX                   PIC 9(4).
            01  WS-DX                   PIC 9(4).
            01  WS-MATCH-IX             PIC 9(4).
            01  WS-FOUND                PIC X.
            01  WS-REVERSED             PIC X.
            01  WS-WORK-DEPT            PIC X(8).
            01  WS-WORK-REQUEST         PIC 9(6).
            01  WS-WORK-HIT             PIC X.
            01  WS-WORK-SECONDS         PIC 9(9).
            01  WS-WORK-ITERATIONS      PIC 9(9).
            01  WS-CHARGE               PIC 9(9)V99.
            01  WS-GRAND-TOTAL          PIC 9(11)V99 VALUE 0.
            01  WS-ITEM-COUNT           PIC 9(9) VALUE 0.
            01  WS-REVERSED-COUNT       PIC 9(9) VALUE 0.
            01  WS-UNMATCHED-COUNT      PIC 9(9) VALUE 0.
            01  WS-FALLBACK-COUNT       PIC 9(9) VALUE 0.
            01  WS-TABLE-OVERFLOW       PIC X VALUE "N".
            01  WS-RATE-ED              PIC ZZ9.9999.
            01  WS-MILLION-ED           PIC ZZ9.9999.
            01  WS-FEE-ED               PIC ZZ9.99.
            01  WS-CHARGE-ED            PIC ZZZ,ZZZ,ZZ9.99.
            01  WS-TOTAL-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            01  WS-COUNT-ED             PIC ZZZZZZZZ9.
            01  WS-FEED-AMOUNT          PIC 9(9).99.
            01  WS-FEED-TOTAL           PIC 9(11).99.
            01  WS-FEED-NAME.
                02  FILLER              PIC X(19)
                    VALUE "data/EULER.CHGFEED.".
                02  WS-FEED-PERIOD      PIC 9(6).
                02  FILLER              PIC X(4) VALUE ".DAT".
            01  USAGE-TABLE.
                02  USE-COUNT           PIC 9(4) VALUE 0.
                02  USE-ENTRY OCCURS 2000 TIMES.
                    03  UT-START-TS     PIC X(21).
                    03  UT-NUMBER       PIC 9(12).
                    03  UT-REQUEST-NO   PIC 9(6).
                    03  UT-REQUESTER    PIC X(8).
                    03  UT-CACHE-HIT    PIC X.
            01  WORKLIST-TABLE.
                02  WKL-COUNT           PIC 9(4) VALUE 0.
                02  WKL-ENTRY OCCURS 2000 TIMES.
                    03  WL-NUMBER       PIC 9(12).
                    03  WL-REQUEST-NO   PIC 9(6).
                    03  WL-REQUESTER    PIC X(8).
            01  REVERSAL-TABLE.
                02  REV-COUNT           PIC 9(4) VALUE 0.
                02  REV-ENTRY OCCURS 500 TIMES.
                    03  RV-START-TS     PIC X(21).
                    03  RV-NUMBER       PIC 9(12).
            01  DETAIL-TABLE.
                02  DTL-COUNT           PIC 9(4) VALUE 0.
                02  DTL-ENTRY OCCURS 2000 TIMES.
                    03  DT-DEPT         PIC X(8).
                    03  DT-REQUEST-NO   PIC 9(6).
                    03  DT-NUMBER       PIC 9(12).
                    03  DT-RUN-DATE     PIC X(8).
                    03  DT-SECONDS      PIC 9(9).
                    03  DT-ITERATIONS   PIC 9(9).
                    03  DT-CACHE-HIT    PIC X.
                    03  DT-CHARGE       PIC 9(9)V99.
            01  DEPT-TABLE.
                02  DEP-COUNT           PIC 9(4) VALUE 0.
                02  DEP-ENTRY OCCURS 50 TIMES.
                    03  DP-DEPT         PIC X(8).
                    03  DP-ITEMS        PIC 9(9).
                    03  DP-COMPUTED     PIC 9(9).
                    03  DP-HITS         PIC 9(9).
                    03  DP-SECONDS      PIC 9(12).
                    03  DP-CHARGE       PIC 9(11)V99.
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULCHGB" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM READ-BILLING-CARD.
            IF WS-CARD-VALID = "N"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-RATE-CARD.
            IF WS-RATE-FOUND = "N"
                DISPLAY "EULCHGB: NO RATE CARD IN EFFECT FOR PERIOD "
                    WS-PERIOD
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "NORATE" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "PERIOD=" WS-PERIOD
                    " NO RATE EFFECTIVE ON OR BEFORE " WS-PERIOD-END
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "EULCHGB: BILLING PERIOD " WS-PERIOD
                " RATES EFFECTIVE " WS-RATE-EFFECTIVE.
            PERFORM LOAD-USAGE-TABLE.
            PERFORM LOAD-WORKLIST-TABLE.
            PERFORM LOAD-ARCH-REVERSALS.
            PERFORM LOAD-LIVE-REVERSALS.
            PERFORM PRICE-ARCH-AUDIT.
            PERFORM PRICE-LIVE-AUDIT.
            PERFORM PRINT-INVOICE-REPORT.
            PERFORM WRITE-CHARGEBACK-FEED.
            IF WS-UNMATCHED-COUNT > 0
                DISPLAY "EULCHGB: " WS-UNMATCHED-COUNT
                    " WORKLIST RUNS NOT TIED TO A REQUEST"
                MOVE "W" TO WS-ALERT-SEVERITY
                MOVE "CHGUNMAT" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "PERIOD=" WS-PERIOD " RUNS=" WS-UNMATCHED-COUNT
                    " BILLED TO UNKNOWN"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
            END-IF.
            MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED.
            DISPLAY "EULCHGB: PERIOD=" WS-PERIOD
                " ITEMS=" WS-ITEM-COUNT
                " REVERSED=" WS-REVERSED-COUNT
                " UNMATCHED=" WS-UNMATCHED-COUNT
                " TOTAL=" WS-TOTAL-ED.
            IF WS-TABLE-OVERFLOW = "Y"
                DISPLAY "EULCHGB: WORK TABLE FULL, CHARGEBACK"
                    " INCOMPLETE"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        READ-BILLING-CARD.
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
                        MOVE "N" TO WS-CARD-VALID
                END-IF
            END-IF.
            IF WS-CARD-VALID = "N"
                DISPLAY "EULCHGB: INVALID BILLING PERIOD ON CARD"
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "CHGPARM" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "BILLING PERIOD CARD NOT YYYYMM OR ZERO"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
            ELSE
                MOVE WS-PERIOD TO WS-FEED-PERIOD
                STRING WS-PERIOD "31"
                    DELIMITED BY SIZE INTO WS-PERIOD-END
            END-IF.
        LOAD-RATE-CARD.
            MOVE "N" TO WS-RATE-FOUND.
            MOVE SPACES TO WS-RATE-EFFECTIVE.
            OPEN INPUT RATE-FILE.
            IF WS-RATE-STATUS = "00"
                PERFORM READ-RATE-RECORD
                    UNTIL WS-RATE-STATUS NOT = "00"
                CLOSE RATE-FILE
            END-IF.
        READ-RATE-RECORD.
            READ RATE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RATE-EFFECTIVE-DATE IS NUMERIC
                        AND RATE-PER-SECOND IS NUMERIC
                        AND RATE-PER-MILLION IS NUMERIC
                        AND RATE-CACHE-FEE IS NUMERIC
                        AND RATE-EFFECTIVE-DATE <= WS-PERIOD-END
                        AND (WS-RATE-FOUND = "N"
                            OR RATE-EFFECTIVE-DATE
                                >= WS-RATE-EFFECTIVE)
                            MOVE "Y" TO WS-RATE-FOUND
                            MOVE RATE-EFFECTIVE-DATE
                                TO WS-RATE-EFFECTIVE
                            MOVE RATE-PER-SECOND TO WS-RATE-SECOND
                            MOVE RATE-PER-MILLION TO WS-RATE-MILLION
                            MOVE RATE-CACHE-FEE TO WS-RATE-CACHE
                    END-IF
            END-READ.
        LOAD-USAGE-TABLE.
            OPEN INPUT USAGE-FILE.
            IF WS-USAGE-STATUS = "00"
                PERFORM LOAD-USAGE-RECORD
                    UNTIL WS-USAGE-STATUS NOT = "00"
                CLOSE USAGE-FILE
            END-IF.
        LOAD-USAGE-RECORD.
            READ USAGE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF WKU-START-TS(1:6) = WS-PERIOD
                        IF USE-COUNT >= 2000
                            MOVE "Y" TO WS-TABLE-OVERFLOW
                        ELSE
                            ADD 1 TO USE-COUNT
                            MOVE WKU-START-TS TO UT-START-TS(USE-COUNT)
                            MOVE WKU-NUMBER TO UT-NUMBER(USE-COUNT)
                            MOVE WKU-REQUEST-NO
                                TO UT-REQUEST-NO(USE-COUNT)
                            MOVE WKU-REQUESTER
                                TO UT-REQUESTER(USE-COUNT)
                            MOVE WKU-CACHE-HIT
                                TO UT-CACHE-HIT(USE-COUNT)
                        END-IF
                    END-IF
            END-READ.
        LOAD-WORKLIST-TABLE.
            OPEN INPUT WORKLIST-FILE.
            IF WS-WORKLIST-STATUS = "00"
                PERFORM LOAD-WORKLIST-RECORD
                    UNTIL WS-WORKLIST-STATUS NOT = "00"
                CLOSE WORKLIST-FILE
            END-IF.
        LOAD-WORKLIST-RECORD.
            READ WORKLIST-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF WKL-COUNT >= 2000
                        MOVE "Y" TO WS-TABLE-OVERFLOW
                    ELSE
                        ADD 1 TO WKL-COUNT
                        MOVE WKQ-NUMBER TO WL-NUMBER(WKL-COUNT)
                        MOVE WKQ-REQUEST-NO TO WL-REQUEST-NO(WKL-COUNT)
                        MOVE WKQ-REQUESTER TO WL-REQUESTER(WKL-COUNT)
                    END-IF
            END-READ.
        LOAD-ARCH-REVERSALS.
            OPEN INPUT AUDIT-ARCH-FILE.
            IF WS-AUDARCH-STATUS = "00"
                PERFORM LOAD-ARCH-REVERSAL-RECORD
                    UNTIL WS-AUDARCH-STATUS NOT = "00"
                CLOSE AUDIT-ARCH-FILE
            END-IF.
        LOAD-ARCH-REVERSAL-RECORD.
            READ AUDIT-ARCH-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE AARC-AUDIT-DATA TO WS-WORK-AUDIT
                    PERFORM NOTE-REVERSAL
            END-READ.
        LOAD-LIVE-REVERSALS.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM LOAD-LIVE-REVERSAL-RECORD
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
        LOAD-LIVE-REVERSAL-RECORD.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE EULER-LOG-RECORD TO WS-WORK-AUDIT
                    PERFORM NOTE-REVERSAL
            END-READ.
        NOTE-REVERSAL.
            IF WA-PROGRAM-ID = "EULER3WL"
                AND WA-ENTRY-TYPE = "R"
                AND WA-START-TS(1:6) = WS-PERIOD
                    IF REV-COUNT >= 500
                        MOVE "Y" TO WS-TABLE-OVERFLOW
                    ELSE
                        ADD 1 TO REV-COUNT
                        MOVE WA-START-TS TO RV-START-TS(REV-COUNT)
                        MOVE WA-PARM-VALUE TO RV-NUMBER(REV-COUNT)
                    END-IF
            END-IF.
        PRICE-ARCH-AUDIT.
            OPEN INPUT AUDIT-ARCH-FILE.
            IF WS-AUDARCH-STATUS = "00"
                PERFORM PRICE-ARCH-AUDIT-RECORD
                    UNTIL WS-AUDARCH-STATUS NOT = "00"
                CLOSE AUDIT-ARCH-FILE
            END-IF.
        PRICE-ARCH-AUDIT-RECORD.
            READ AUDIT-ARCH-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE AARC-AUDIT-DATA TO WS-WORK-AUDIT
                    PERFORM SELECT-AUDIT-ENTRY
            END-READ.
        PRICE-LIVE-AUDIT.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM PRICE-LIVE-AUDIT-RECORD
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
        PRICE-LIVE-AUDIT-RECORD.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE EULER-LOG-RECORD TO WS-WORK-AUDIT
                    PERFORM SELECT-AUDIT-ENTRY
            END-READ.
        SELECT-AUDIT-ENTRY.
            IF WA-PROGRAM-ID = "EULER3WL"
                AND WA-ENTRY-TYPE NOT = "R"
                AND WA-START-TS(1:6) = WS-PERIOD
                    MOVE "N" TO WS-REVERSED
                    MOVE 1 TO WS-AX
                    PERFORM SCAN-REVERSAL
                        UNTIL WS-REVERSED = "Y" OR WS-AX > REV-COUNT
                    IF WS-REVERSED = "Y"
                        ADD 1 TO WS-REVERSED-COUNT
                    ELSE
                        PERFORM PRICE-AUDIT-ENTRY
                    END-IF
            END-IF.
        SCAN-REVERSAL.
            IF RV-START-TS(WS-AX) = WA-START-TS
                AND RV-NUMBER(WS-AX) = WA-PARM-VALUE
                    MOVE "Y" TO WS-REVERSED
            ELSE
                ADD 1 TO WS-AX
            END-IF.
        PRICE-AUDIT-ENTRY.
            PERFORM FIND-REQUESTER.
            IF WA-ITERATIONS IS NUMERIC
                MOVE WA-ITERATIONS TO WS-WORK-ITERATIONS
            ELSE
                MOVE 0 TO WS-WORK-ITERATIONS
            END-IF.
            IF WA-ELAPSED IS NUMERIC
                MOVE WA-ELAPSED TO WS-WORK-SECONDS
            ELSE
                MOVE 0 TO WS-WORK-SECONDS
            END-IF.
            IF WS-WORK-HIT = "Y"
                MOVE WS-RATE-CACHE TO WS-CHARGE
            ELSE
                COMPUTE WS-CHARGE ROUNDED =
                    WS-WORK-SECONDS * WS-RATE-SECOND
                    + WS-WORK-ITERATIONS * WS-RATE-MILLION / 1000000
                    ON SIZE ERROR
                        MOVE 999999999.99 TO WS-CHARGE
                END-COMPUTE
            END-IF.
            PERFORM FIND-DEPARTMENT.
            IF WS-MATCH-IX = 0 OR DTL-COUNT >= 2000
                MOVE "Y" TO WS-TABLE-OVERFLOW
            ELSE
                ADD 1 TO DTL-COUNT
                MOVE WS-WORK-DEPT TO DT-DEPT(DTL-COUNT)
                MOVE WS-WORK-REQUEST TO DT-REQUEST-NO(DTL-COUNT)
                MOVE WA-PARM-VALUE TO DT-NUMBER(DTL-COUNT)
                MOVE WA-START-TS(1:8) TO DT-RUN-DATE(DTL-COUNT)
                MOVE WS-WORK-SECONDS TO DT-SECONDS(DTL-COUNT)
                MOVE WS-WORK-ITERATIONS TO DT-ITERATIONS(DTL-COUNT)
                MOVE WS-WORK-HIT TO DT-CACHE-HIT(DTL-COUNT)
                MOVE WS-CHARGE TO DT-CHARGE(DTL-COUNT)
                ADD 1 TO DP-ITEMS(WS-MATCH-IX)
                IF WS-WORK-HIT = "Y"
                    ADD 1 TO DP-HITS(WS-MATCH-IX)
                ELSE
                    ADD 1 TO DP-COMPUTED(WS-MATCH-IX)
                END-IF
                ADD WS-WORK-SECONDS TO DP-SECONDS(WS-MATCH-IX)
                ADD WS-CHARGE TO DP-CHARGE(WS-MATCH-IX)
                ADD WS-CHARGE TO WS-GRAND-TOTAL
                ADD 1 TO WS-ITEM-COUNT
            END-IF.
        FIND-REQUESTER.
            MOVE "N" TO WS-FOUND.
            MOVE 1 TO WS-AX.
            PERFORM SCAN-USAGE-ENTRY
                UNTIL WS-FOUND = "Y" OR WS-AX > USE-COUNT.
            IF WS-FOUND = "Y"
                MOVE UT-REQUESTER(WS-AX) TO WS-WORK-DEPT
                MOVE UT-REQUEST-NO(WS-AX) TO WS-WORK-REQUEST
                MOVE UT-CACHE-HIT(WS-AX) TO WS-WORK-HIT
            ELSE
                IF WA-ITERATIONS IS NUMERIC AND WA-ITERATIONS = 0
                    MOVE "Y" TO WS-WORK-HIT
                ELSE
                    MOVE "N" TO WS-WORK-HIT
                END-IF
                MOVE 1 TO WS-AX
                PERFORM SCAN-WORKLIST-ENTRY
                    UNTIL WS-FOUND = "Y" OR WS-AX > WKL-COUNT
                IF WS-FOUND = "Y"
                    ADD 1 TO WS-FALLBACK-COUNT
                    MOVE WL-REQUESTER(WS-AX) TO WS-WORK-DEPT
                    MOVE WL-REQUEST-NO(WS-AX) TO WS-WORK-REQUEST
                ELSE
                    ADD 1 TO WS-UNMATCHED-COUNT
                    MOVE "UNKNOWN" TO WS-WORK-DEPT
                    MOVE 0 TO WS-WORK-REQUEST
                END-IF
            END-IF.
            IF WS-WORK-DEPT = SPACES
                MOVE "UNKNOWN" TO WS-WORK-DEPT
            END-IF.
        SCAN-USAGE-ENTRY.
            IF UT-START-TS(WS-AX) = WA-START-TS
                AND UT-NUMBER(WS-AX) = WA-PARM-VALUE
                    MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-AX
            END-IF.
        SCAN-WORKLIST-ENTRY.
            IF WL-NUMBER(WS-AX) = WA-PARM-VALUE
                MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-AX
            END-IF.
        FIND-DEPARTMENT.
            MOVE 0 TO WS-MATCH-IX.
            MOVE 1 TO WS-DX.
            PERFORM SCAN-DEPARTMENT
                UNTIL WS-MATCH-IX > 0 OR WS-DX > DEP-COUNT.
            IF WS-MATCH-IX = 0 AND DEP-COUNT < 50
                ADD 1 TO DEP-COUNT
                MOVE DEP-COUNT TO WS-MATCH-IX
                MOVE WS-WORK-DEPT TO DP-DEPT(WS-MATCH-IX)
                MOVE 0 TO DP-ITEMS(WS-MATCH-IX)
                MOVE 0 TO DP-COMPUTED(WS-MATCH-IX)
                MOVE 0 TO DP-HITS(WS-MATCH-IX)
                MOVE 0 TO DP-SECONDS(WS-MATCH-IX)
                MOVE 0 TO DP-CHARGE(WS-MATCH-IX)
            END-IF.
        SCAN-DEPARTMENT.
            IF DP-DEPT(WS-DX) = WS-WORK-DEPT
                MOVE WS-DX TO WS-MATCH-IX
            ELSE
                ADD 1 TO WS-DX
            END-IF.
        PRINT-INVOICE-REPORT.
            OPEN OUTPUT REPORT-FILE.
            MOVE "EULER.CHGBACK.RPT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-REPORT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE SPACES TO REPORT-LINE.
            STRING "EULCHGB " WS-TODAY
                " WORKLIST CHARGEBACK INVOICE - PERIOD " WS-PERIOD
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-RATE-SECOND TO WS-RATE-ED.
            MOVE WS-RATE-MILLION TO WS-MILLION-ED.
            MOVE WS-RATE-CACHE TO WS-FEE-ED.
            STRING "RATE CARD EFFECTIVE " WS-RATE-EFFECTIVE
                "   PER SECOND " WS-RATE-ED
                "   PER MILLION ITERATIONS " WS-MILLION-ED
                "   CACHE HIT FEE " WS-FEE-ED
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            IF DEP-COUNT = 0
                MOVE SPACES TO REPORT-LINE
                MOVE "NO WORKLIST USAGE TO BILL FOR THIS PERIOD"
                    TO REPORT-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF.
            MOVE 1 TO WS-DX.
            PERFORM PRINT-DEPARTMENT-INVOICE
                UNTIL WS-DX > DEP-COUNT.
            MOVE SPACES TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE WS-ITEM-COUNT TO WS-COUNT-ED.
            MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING "GRAND TOTAL  DEPARTMENTS=" DEP-COUNT
                "  ITEMS=" WS-COUNT-ED
                "  CHARGE=" WS-TOTAL-ED
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "REVERSED RUNS NOT BILLED=" WS-REVERSED-COUNT
                "  TIED BY NUMBER ONLY=" WS-FALLBACK-COUNT
                "  NOT TIED TO A REQUEST=" WS-UNMATCHED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            IF WS-TABLE-OVERFLOW = "Y"
                MOVE SPACES TO REPORT-LINE
                MOVE "INVOICE INCOMPLETE - WORK TABLE FULL"
                    TO REPORT-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF.
            CLOSE REPORT-FILE.
        PRINT-DEPARTMENT-INVOICE.
            MOVE SPACES TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "DEPARTMENT " DP-DEPT(WS-DX)
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  REQ-NO  NUMBER        RUN DATE    SECONDS"
                "  ITERATIONS  TYPE             CHARGE"
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE 1 TO WS-AX.
            PERFORM PRINT-INVOICE-DETAIL
                UNTIL WS-AX > DTL-COUNT.
            MOVE DP-CHARGE(WS-DX) TO WS-TOTAL-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING "  DEPARTMENT TOTAL  ITEMS=" DP-ITEMS(WS-DX)
                "  COMPUTED=" DP-COMPUTED(WS-DX)
                "  CACHE HITS=" DP-HITS(WS-DX)
                "  SECONDS=" DP-SECONDS(WS-DX)
                "  CHARGE=" WS-TOTAL-ED
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            ADD 1 TO WS-DX.
        PRINT-INVOICE-DETAIL.
            IF DT-DEPT(WS-AX) = DP-DEPT(WS-DX)
                MOVE DT-CHARGE(WS-AX) TO WS-CHARGE-ED
                MOVE SPACES TO REPORT-LINE
                IF DT-CACHE-HIT(WS-AX) = "Y"
                    STRING "  " DT-REQUEST-NO(WS-AX)
                        "  " DT-NUMBER(WS-AX)
                        "  " DT-RUN-DATE(WS-AX)
                        "  " DT-SECONDS(WS-AX)
                        "  " DT-ITERATIONS(WS-AX)
                        "   HIT   " WS-CHARGE-ED
                        DELIMITED BY SIZE INTO REPORT-LINE
                ELSE
                    STRING "  " DT-REQUEST-NO(WS-AX)
                        "  " DT-NUMBER(WS-AX)
                        "  " DT-RUN-DATE(WS-AX)
                        "  " DT-SECONDS(WS-AX)
                        "  " DT-ITERATIONS(WS-AX)
                        "   CALC  " WS-CHARGE-ED
                        DELIMITED BY SIZE INTO REPORT-LINE
                END-IF
                PERFORM WRITE-REPORT-LINE
            END-IF.
            ADD 1 TO WS-AX.
        WRITE-REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "EULER.CHGBACK.RPT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-REPORT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        WRITE-CHARGEBACK-FEED.
            OPEN OUTPUT FEED-FILE.
            MOVE "EULER.CHGFEED" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-FEED-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE SPACES TO FEED-RECORD.
            STRING "HDR|" WS-TODAY "|" WS-PERIOD
                "|" WS-RATE-EFFECTIVE
                DELIMITED BY SIZE INTO FEED-RECORD.
            PERFORM WRITE-FEED-RECORD.
            MOVE 1 TO WS-DX.
            PERFORM WRITE-DEPARTMENT-FEED
                UNTIL WS-DX > DEP-COUNT.
            MOVE WS-GRAND-TOTAL TO WS-FEED-TOTAL.
            MOVE SPACES TO FEED-RECORD.
            STRING "TRL|" WS-PERIOD "|" WS-ITEM-COUNT
                "|" WS-FEED-TOTAL
                DELIMITED BY SIZE INTO FEED-RECORD.
            PERFORM WRITE-FEED-RECORD.
            CLOSE FEED-FILE.
        WRITE-DEPARTMENT-FEED.
            MOVE 1 TO WS-AX.
            PERFORM WRITE-FEED-DETAIL
                UNTIL WS-AX > DTL-COUNT.
            ADD 1 TO WS-DX.
        WRITE-FEED-DETAIL.
            IF DT-DEPT(WS-AX) = DP-DEPT(WS-DX)
                MOVE DT-CHARGE(WS-AX) TO WS-FEED-AMOUNT
                MOVE SPACES TO FEED-RECORD
                STRING "DTL|"
                    DT-DEPT(WS-AX) DELIMITED BY SPACE
                    "|" DT-REQUEST-NO(WS-AX)
                    "|" DT-NUMBER(WS-AX)
                    "|" DT-RUN-DATE(WS-AX)
                    "|" DT-SECONDS(WS-AX)
                    "|" DT-ITERATIONS(WS-AX)
                    "|" DT-CACHE-HIT(WS-AX)
                    "|" WS-FEED-AMOUNT
                    DELIMITED BY SIZE INTO FEED-RECORD
                PERFORM WRITE-FEED-RECORD
            END-IF.
            ADD 1 TO WS-AX.
        WRITE-FEED-RECORD.
            WRITE FEED-RECORD.
            MOVE "EULER.CHGFEED" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-FEED-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        WRITE-ALERT.
            MOVE "EULCHGB" TO ALERT-PROGRAM-ID.
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
        CHECK-IO-STATUS.
            IF IOCHK-STATUS = "00" OR IOCHK-STATUS = "10"
                CONTINUE
            ELSE
                DISPLAY "EULCHGB: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULCHGB: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
