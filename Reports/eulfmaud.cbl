        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULFMAUD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FACTMAST-FILE
                ASSIGN TO "data/EULER.FACTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FM-KEY
                FILE STATUS IS WS-FACTMAST-STATUS.
            SELECT RESULTS-FILE ASSIGN TO "data/EULER.RESULTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RESULTS-STATUS.
            SELECT REPORT-FILE ASSIGN TO "data/EULER.FMAUDIT.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
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
            FD  FACTMAST-FILE.
            COPY EULFM.
            FD  RESULTS-FILE.
            COPY EULRES.
            FD  REPORT-FILE.
            01  REPORT-LINE             PIC X(132).
            FD  LOCK-FILE.
            COPY EULLCK.
            FD  LOCKPARM-FILE.
            COPY EULPARM.
            FD  ALERT-FILE.
            COPY EULALERT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-FACTMAST-STATUS      PIC XX.
            01  WS-RESULTS-STATUS       PIC XX.
            01  WS-REPORT-STATUS        PIC XX.
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
            01  WS-MASTER-OPEN          PIC X VALUE "N".
            01  WS-CUR-NUMBER           PIC 9(12) VALUE 0.
            01  WS-GRP-SUSPECT          PIC X VALUE "N".
            01  WS-GRP-OVERFLOW         PIC X VALUE "N".
            01  WS-GX                   PIC 9(4).
            01  WS-EX                   PIC 9(4).
            01  WS-RX                   PIC 9(4).
            01  WS-FX                   PIC 9(4).
            01  WS-FOUND                PIC X.
            01  WS-NUM-FAILED           PIC X.
            01  WS-FIRST-CHECK          PIC X(8).
            01  WS-CHECK-NAME           PIC X(8).
            01  WS-PRODUCT              PIC 9(12).
            01  WS-WORK-PRODUCT         PIC 9(24).
            01  WS-PRODUCT-OVER         PIC X.
            01  WS-CANDIDATE            PIC 9(12).
            01  WS-DIVISOR              PIC 9(12).
            01  WS-QUOTIENT             PIC 9(12).
            01  WS-REMAINDER            PIC 9(12).
            01  WS-IS-PRIME             PIC X.
            01  WS-LARGEST-FACTOR       PIC 9(12).
            01  WS-XCHECK-DATE          PIC X(8).
            01  WS-XCHECK-RESULT        PIC 9(31).
            01  WS-MARK-DONE            PIC X.
            01  WS-NUMBER-COUNT         PIC 9(9) VALUE 0.
            01  WS-PASSED-COUNT         PIC 9(9) VALUE 0.
            01  WS-FAILED-COUNT         PIC 9(9) VALUE 0.
            01  WS-SUSPECT-COUNT        PIC 9(9) VALUE 0.
            01  WS-XCHECK-COUNT         PIC 9(9) VALUE 0.
            01  WS-MARKED-COUNT         PIC 9(9) VALUE 0.
            01  WS-RES-OVERFLOW         PIC X VALUE "N".
            01  WS-FAIL-OVERFLOW        PIC X VALUE "N".
            01  GROUP-TABLE.
                02  GRP-COUNT           PIC 9(4) VALUE 0.
                02  GRP-ENTRY OCCURS 50 TIMES.
                    03  GF-PRIME        PIC 9(12).
                    03  GF-EXPONENT     PIC 9(4).
            01  RESULT-TABLE.
                02  RT-COUNT            PIC 9(4) VALUE 0.
                02  RT-ENTRY OCCURS 500 TIMES.
                    03  RT-PARM-VALUE   PIC 9(12).
                    03  RT-RUN-DATE     PIC X(8).
                    03  RT-RESULT       PIC 9(31).
                    03  RT-OPEN         PIC S9(4).
            01  FAILED-TABLE.
                02  FL-COUNT            PIC 9(4) VALUE 0.
                02  FL-ENTRY OCCURS 500 TIMES.
                    03  FL-NUMBER       PIC 9(12).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULFMAUD" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM ACQUIRE-RUN-LOCK.
            IF WS-LOCK-OK NOT = "Y"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-EULER003-RESULTS.
            OPEN OUTPUT REPORT-FILE.
            MOVE "EULER.FMAUDIT.RPT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-REPORT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE SPACES TO REPORT-LINE.
            STRING "EULFMAUD " WS-TODAY
                " FACTOR MASTER PROOF AUDIT - EXCEPTIONS"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT FACTMAST-FILE.
            IF WS-FACTMAST-STATUS = "00"
                MOVE "Y" TO WS-MASTER-OPEN
                PERFORM START-NUMBER-GROUP
                PERFORM READ-MASTER-RECORD
                    UNTIL WS-FACTMAST-STATUS NOT = "00"
                IF GRP-COUNT > 0 OR WS-GRP-OVERFLOW = "Y"
                    PERFORM AUDIT-NUMBER
                END-IF
                CLOSE FACTMAST-FILE
            ELSE
                MOVE SPACES TO REPORT-LINE
                STRING "NO FACTOR MASTER ON FILE, STATUS "
                    WS-FACTMAST-STATUS
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "EULFMAUD: NO FACTOR MASTER ON FILE, STATUS "
                    WS-FACTMAST-STATUS
            END-IF.
            IF FL-COUNT > 0
                PERFORM MARK-SUSPECT-ENTRIES
            END-IF.
            PERFORM PRINT-FMAUDIT-SUMMARY.
            CLOSE REPORT-FILE.
            PERFORM RELEASE-RUN-LOCK.
            IF WS-FAILED-COUNT > 0
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-RES-OVERFLOW = "Y"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        LOAD-EULER003-RESULTS.
            MOVE 0 TO RT-COUNT.
            OPEN INPUT RESULTS-FILE.
            IF WS-RESULTS-STATUS = "00"
                PERFORM LOAD-RESULT-RECORD
                    UNTIL WS-RESULTS-STATUS NOT = "00"
                CLOSE RESULTS-FILE
            ELSE
                DISPLAY "EULFMAUD: NO RESULTS FILE, LARGEST FACTORS"
                    " NOT CROSS-CHECKED"
            END-IF.
            IF WS-RES-OVERFLOW = "Y"
                DISPLAY "EULFMAUD: RESULT TABLE FULL, CROSS-CHECK"
                    " COVERS THE FIRST 500 EULER003 POSTINGS"
            END-IF.
        LOAD-RESULT-RECORD.
            READ RESULTS-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RES-PROGRAM-ID = "EULER003"
                        PERFORM POST-RESULT-ENTRY
                    END-IF
            END-READ.
        POST-RESULT-ENTRY.
            MOVE "N" TO WS-FOUND.
            MOVE 1 TO WS-RX.
            PERFORM SCAN-RESULT-ENTRY
                UNTIL WS-FOUND = "Y" OR WS-RX > RT-COUNT.
            IF WS-FOUND = "N"
                IF RT-COUNT >= 500
                    MOVE "Y" TO WS-RES-OVERFLOW
                    MOVE 0 TO WS-RX
                ELSE
                    ADD 1 TO RT-COUNT
                    MOVE RT-COUNT TO WS-RX
                    MOVE RES-PARM-VALUE TO RT-PARM-VALUE(WS-RX)
                    MOVE RES-RUN-DATE TO RT-RUN-DATE(WS-RX)
                    MOVE RES-RESULT TO RT-RESULT(WS-RX)
                    MOVE 0 TO RT-OPEN(WS-RX)
                END-IF
            END-IF.
            IF WS-RX > 0
                IF RES-ENTRY-TYPE = "R"
                    SUBTRACT 1 FROM RT-OPEN(WS-RX)
                ELSE
                    ADD 1 TO RT-OPEN(WS-RX)
                END-IF
            END-IF.
        SCAN-RESULT-ENTRY.
            IF RT-PARM-VALUE(WS-RX) = RES-PARM-VALUE
                AND RT-RUN-DATE(WS-RX) = RES-RUN-DATE
                AND RT-RESULT(WS-RX) = RES-RESULT
                    MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-RX
            END-IF.
        START-NUMBER-GROUP.
            MOVE 0 TO GRP-COUNT.
            MOVE "N" TO WS-GRP-SUSPECT.
            MOVE "N" TO WS-GRP-OVERFLOW.
        READ-MASTER-RECORD.
            READ FACTMAST-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF (GRP-COUNT > 0 OR WS-GRP-OVERFLOW = "Y")
                        AND FM-INPUT-NUMBER NOT = WS-CUR-NUMBER
                            PERFORM AUDIT-NUMBER
                            PERFORM START-NUMBER-GROUP
                    END-IF
                    PERFORM ADD-GROUP-FACTOR
            END-READ.
        ADD-GROUP-FACTOR.
            MOVE FM-INPUT-NUMBER TO WS-CUR-NUMBER.
            IF FM-STATUS = "S"
                MOVE "Y" TO WS-GRP-SUSPECT
            END-IF.
            IF GRP-COUNT >= 50
                MOVE "Y" TO WS-GRP-OVERFLOW
            ELSE
                ADD 1 TO GRP-COUNT
                MOVE FM-PRIME-FACTOR TO GF-PRIME(GRP-COUNT)
                MOVE FM-EXPONENT TO GF-EXPONENT(GRP-COUNT)
            END-IF.
        AUDIT-NUMBER.
            ADD 1 TO WS-NUMBER-COUNT.
            IF WS-GRP-SUSPECT = "Y"
                ADD 1 TO WS-SUSPECT-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING "NUMBER=" WS-CUR-NUMBER
                    " ALREADY SUSPECT, AWAITING RECOMPUTE BY EULER003"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE "N" TO WS-NUM-FAILED
                MOVE SPACES TO WS-FIRST-CHECK
                PERFORM CHECK-FACTOR-PRODUCT
                MOVE 1 TO WS-GX
                PERFORM CHECK-FACTOR-PRIME
                    UNTIL WS-GX > GRP-COUNT
                PERFORM CROSS-CHECK-RESULT
                IF WS-NUM-FAILED = "Y"
                    ADD 1 TO WS-FAILED-COUNT
                    PERFORM RECORD-FAILED-NUMBER
                ELSE
                    ADD 1 TO WS-PASSED-COUNT
                END-IF
            END-IF.
        CHECK-FACTOR-PRODUCT.
            IF WS-GRP-OVERFLOW = "Y"
                MOVE "FACTORS" TO WS-CHECK-NAME
                MOVE SPACES TO REPORT-LINE
                STRING "NUMBER=" WS-CUR-NUMBER
                    " MORE THAN 50 FACTOR RECORDS ON FILE"
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM WRITE-EXCEPTION-LINE
            END-IF.
            MOVE 1 TO WS-PRODUCT.
            MOVE "N" TO WS-PRODUCT-OVER.
            MOVE 1 TO WS-GX.
            PERFORM MULTIPLY-GROUP-FACTOR
                UNTIL WS-GX > GRP-COUNT.
            IF WS-PRODUCT-OVER = "Y"
                MOVE "PRODUCT" TO WS-CHECK-NAME
                MOVE SPACES TO REPORT-LINE
                STRING "NUMBER=" WS-CUR-NUMBER
                    " PRODUCT OF FACTORS EXCEEDS THE NUMBER"
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM WRITE-EXCEPTION-LINE
            ELSE
                IF WS-PRODUCT NOT = WS-CUR-NUMBER
                    MOVE "PRODUCT" TO WS-CHECK-NAME
                    MOVE SPACES TO REPORT-LINE
                    STRING "NUMBER=" WS-CUR-NUMBER
                        " PRODUCT OF FACTORS=" WS-PRODUCT
                        DELIMITED BY SIZE INTO REPORT-LINE
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
            END-IF.
        MULTIPLY-GROUP-FACTOR.
            IF GF-EXPONENT(WS-GX) = 0
                MOVE "EXPONENT" TO WS-CHECK-NAME
                MOVE SPACES TO REPORT-LINE
                STRING "NUMBER=" WS-CUR-NUMBER
                    " FACTOR=" GF-PRIME(WS-GX) " HAS EXPONENT ZERO"
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM WRITE-EXCEPTION-LINE
            END-IF.
            MOVE 0 TO WS-EX.
            PERFORM MULTIPLY-BY-FACTOR
                UNTIL WS-EX >= GF-EXPONENT(WS-GX)
                OR WS-PRODUCT-OVER = "Y".
            ADD 1 TO WS-GX.
        MULTIPLY-BY-FACTOR.
            MULTIPLY WS-PRODUCT BY GF-PRIME(WS-GX)
                GIVING WS-WORK-PRODUCT.
            IF WS-WORK-PRODUCT > WS-CUR-NUMBER
                MOVE "Y" TO WS-PRODUCT-OVER
            ELSE
                MOVE WS-WORK-PRODUCT TO WS-PRODUCT
            END-IF.
            ADD 1 TO WS-EX.
        CHECK-FACTOR-PRIME.
            MOVE GF-PRIME(WS-GX) TO WS-CANDIDATE.
            MOVE "Y" TO WS-IS-PRIME.
            MOVE 0 TO WS-DIVISOR.
            IF WS-CANDIDATE < 2
                MOVE "N" TO WS-IS-PRIME
            ELSE
                MOVE 2 TO WS-DIVISOR
                PERFORM TRY-PRIME-DIVISOR
                    UNTIL WS-IS-PRIME = "N"
                    OR WS-DIVISOR * WS-DIVISOR > WS-CANDIDATE
            END-IF.
            IF WS-IS-PRIME = "N"
                MOVE "NOTPRIME" TO WS-CHECK-NAME
                MOVE SPACES TO REPORT-LINE
                STRING "NUMBER=" WS-CUR-NUMBER
                    " FACTOR=" WS-CANDIDATE " IS NOT PRIME, DIVISOR="
                    WS-DIVISOR
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM WRITE-EXCEPTION-LINE
            END-IF.
            ADD 1 TO WS-GX.
        TRY-PRIME-DIVISOR.
            DIVIDE WS-CANDIDATE BY WS-DIVISOR
                GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
            IF WS-REMAINDER = 0
                MOVE "N" TO WS-IS-PRIME
            ELSE
                IF WS-DIVISOR = 2
                    ADD 1 TO WS-DIVISOR
                ELSE
                    ADD 2 TO WS-DIVISOR
                END-IF
            END-IF.
        CROSS-CHECK-RESULT.
            MOVE 0 TO WS-LARGEST-FACTOR.
            MOVE 1 TO WS-GX.
            PERFORM FIND-LARGEST-FACTOR
                UNTIL WS-GX > GRP-COUNT.
            MOVE "N" TO WS-FOUND.
            MOVE SPACES TO WS-XCHECK-DATE.
            MOVE 1 TO WS-RX.
            PERFORM FIND-LATEST-POSTING
                UNTIL WS-RX > RT-COUNT.
            IF WS-FOUND = "Y"
                ADD 1 TO WS-XCHECK-COUNT
                IF WS-XCHECK-RESULT NOT = WS-LARGEST-FACTOR
                    MOVE "XCHECK" TO WS-CHECK-NAME
                    MOVE SPACES TO REPORT-LINE
                    STRING "NUMBER=" WS-CUR-NUMBER
                        " LARGEST FACTOR=" WS-LARGEST-FACTOR
                        " EULER003 RESULT=" WS-XCHECK-RESULT
                        " OF " WS-XCHECK-DATE
                        DELIMITED BY SIZE INTO REPORT-LINE
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
            END-IF.
        FIND-LARGEST-FACTOR.
            IF GF-PRIME(WS-GX) > WS-LARGEST-FACTOR
                MOVE GF-PRIME(WS-GX) TO WS-LARGEST-FACTOR
            END-IF.
            ADD 1 TO WS-GX.
        FIND-LATEST-POSTING.
            IF RT-PARM-VALUE(WS-RX) = WS-CUR-NUMBER
                AND RT-OPEN(WS-RX) > 0
                AND RT-RUN-DATE(WS-RX) >= WS-XCHECK-DATE
                    MOVE "Y" TO WS-FOUND
                    MOVE RT-RUN-DATE(WS-RX) TO WS-XCHECK-DATE
                    MOVE RT-RESULT(WS-RX) TO WS-XCHECK-RESULT
            END-IF.
            ADD 1 TO WS-RX.
        WRITE-EXCEPTION-LINE.
            WRITE REPORT-LINE.
            MOVE "EULER.FMAUDIT.RPT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-REPORT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            DISPLAY REPORT-LINE.
            IF WS-NUM-FAILED = "N"
                MOVE "Y" TO WS-NUM-FAILED
                MOVE WS-CHECK-NAME TO WS-FIRST-CHECK
            END-IF.
        RECORD-FAILED-NUMBER.
            MOVE "W" TO WS-ALERT-SEVERITY.
            MOVE "FMSUSPCT" TO WS-ALERT-REASON.
            MOVE SPACES TO WS-ALERT-DETAIL.
            IF FL-COUNT >= 500
                MOVE "Y" TO WS-FAIL-OVERFLOW
                STRING "NUMBER=" WS-CUR-NUMBER
                    " CHECK=" WS-FIRST-CHECK
                    " NOT MARKED, RERUN AUDIT"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
            ELSE
                ADD 1 TO FL-COUNT
                MOVE WS-CUR-NUMBER TO FL-NUMBER(FL-COUNT)
                STRING "NUMBER=" WS-CUR-NUMBER
                    " CHECK=" WS-FIRST-CHECK
                    " MARKED SUSPECT"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
            END-IF.
            PERFORM WRITE-ALERT.
        MARK-SUSPECT-ENTRIES.
            OPEN I-O FACTMAST-FILE.
            MOVE "EULER.FACTMAST.DAT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-FACTMAST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            IF WS-FACTMAST-STATUS = "00"
                MOVE 1 TO WS-FX
                PERFORM MARK-FAILED-NUMBER
                    UNTIL WS-FX > FL-COUNT
                CLOSE FACTMAST-FILE
            END-IF.
        MARK-FAILED-NUMBER.
            MOVE "N" TO WS-MARK-DONE.
            MOVE FL-NUMBER(WS-FX) TO FM-INPUT-NUMBER.
            MOVE 0 TO FM-PRIME-FACTOR.
            START FACTMAST-FILE KEY >= FM-KEY
                INVALID KEY
                    MOVE "Y" TO WS-MARK-DONE
            END-START.
            PERFORM MARK-MASTER-FACTOR
                UNTIL WS-FACTMAST-STATUS NOT = "00"
                OR WS-MARK-DONE = "Y".
            ADD 1 TO WS-FX.
        MARK-MASTER-FACTOR.
            READ FACTMAST-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF FM-INPUT-NUMBER NOT = FL-NUMBER(WS-FX)
                        MOVE "Y" TO WS-MARK-DONE
                    ELSE
                        MOVE "S" TO FM-STATUS
                        REWRITE EULER-FACTMAST-RECORD
                        MOVE "EULER.FACTMAST.DAT" TO IOCHK-FILE-NAME
                        MOVE "REWRITE" TO IOCHK-OPERATION
                        MOVE WS-FACTMAST-STATUS TO IOCHK-STATUS
                        PERFORM CHECK-IO-STATUS
                        ADD 1 TO WS-MARKED-COUNT
                    END-IF
            END-READ.
        PRINT-FMAUDIT-SUMMARY.
            IF WS-FAILED-COUNT = 0 AND WS-SUSPECT-COUNT = 0
                MOVE "NONE - EVERY FACTORIZATION ON FILE PROVED"
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            IF WS-RES-OVERFLOW = "Y"
                MOVE "CROSS-CHECK INCOMPLETE - RESULT TABLE FULL"
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            IF WS-FAIL-OVERFLOW = "Y"
                MOVE "SUSPECT MARKING INCOMPLETE - RERUN THE AUDIT"
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING "EULFMAUD " WS-TODAY
                " NUMBERS=" WS-NUMBER-COUNT
                " PROVED=" WS-PASSED-COUNT
                " FAILED=" WS-FAILED-COUNT
                " ALREADY-SUSPECT=" WS-SUSPECT-COUNT
                " CROSS-CHECKED=" WS-XCHECK-COUNT
                " RECORDS-MARKED=" WS-MARKED-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY REPORT-LINE.
        READ-LOCK-PARM.
            OPEN INPUT LOCKPARM-FILE.
            IF WS-LOCKPARM-STATUS = "00"
                READ LOCKPARM-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-LOCKPARM-STATUS = "00"
                    AND PARM-VALUE IS NUMERIC
                    AND PARM-VALUE > 0
                        MOVE PARM-VALUE TO STALE-LOCK-MINUTES
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
                        DISPLAY "EULFMAUD: STALE LOCK FROM "
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
                        DISPLAY "EULFMAUD: RUN LOCK HELD BY "
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
            MOVE "EULFMAUD" TO LCK-PROGRAM-ID.
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
            MOVE "EULFMAUD" TO ALERT-PROGRAM-ID.
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
                DISPLAY "EULFMAUD: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULFMAUD: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
