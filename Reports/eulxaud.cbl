            SELECT REPORT-FILE ASSIGN TO "data/EULER.XAUDIT.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
            SELECT CATALOG-FILE ASSIGN TO "data/EULER.JOBCAT.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAT-PROGRAM-ID
                FILE STATUS IS WS-CATALOG-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  CHANGE-FILE.
            FD  AUDIT-FILE.
            COPY EULLOG.
            FD  REPORT-FILE.
            01  REPORT-LINE             PIC X(120).
            FD  CATALOG-FILE.
            COPY EULCAT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-CHANGE-STATUS        PIC XX.
            01  WS-AUDIT-STATUS         PIC XX.
            01  WS-REPORT-STATUS        PIC XX.
            01  WS-CATALOG-STATUS       PIC XX.
            01  WS-CATALOG-OPEN         PIC X VALUE "N".
            01  WS-CAT-PARM-JOB         PIC X.
            01  WS-TODAY                PIC X(8).
            01  WS-CX                   PIC 9(4).
            01  WS-FOUND                PIC X.
                    03  CT-NEW-VALUE    PIC 9(12).
                    03  CT-OPERATOR     PIC X(8).
                    03  CT-TIMESTAMP    PIC X(21).
                    03  CT-EFFECTIVE    PIC X(8).
                    03  CT-MATCHED      PIC X.
                    03  CT-RUN-TS       PIC X(21).
        PROCEDURE DIVISION.
                AT END
                    CONTINUE
                NOT AT END
                    IF CHG-PROGRAM-ID = "*REOPEN*"
                        CONTINUE
                    ELSE
                    IF CHG-STATUS = "A" OR CHG-STATUS = SPACE
                        IF CHG-COUNT >= 200
                            MOVE "Y" TO WS-CHG-OVERFLOW
                        ELSE
                            PERFORM ADD-CHANGE-ENTRY
                        END-IF
                    END-IF
                    END-IF
            END-READ.
        ADD-CHANGE-ENTRY.
            ADD 1 TO CHG-COUNT.
            MOVE CHG-PROGRAM-ID TO CT-PROGRAM(CHG-COUNT).
            MOVE CHG-OLD-VALUE TO CT-OLD-VALUE(CHG-COUNT).
            MOVE CHG-NEW-VALUE TO CT-NEW-VALUE(CHG-COUNT).
            MOVE CHG-OPERATOR TO CT-OPERATOR(CHG-COUNT).
            MOVE CHG-TIMESTAMP TO CT-TIMESTAMP(CHG-COUNT).
            MOVE CHG-EFFECTIVE-DATE TO CT-EFFECTIVE(CHG-COUNT).
            IF CT-EFFECTIVE(CHG-COUNT) = SPACES
                MOVE CHG-TIMESTAMP(1:8) TO CT-EFFECTIVE(CHG-COUNT)
            END-IF.
            MOVE "N" TO CT-MATCHED(CHG-COUNT).
            MOVE SPACES TO CT-RUN-TS(CHG-COUNT).
        MATCH-RUNS-TO-CHANGES.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                AT END
                    CONTINUE
                NOT AT END
                    IF LOG-ENTRY-TYPE NOT = "R"
                        PERFORM MATCH-ONE-RUN
                    END-IF
            END-READ.
        MATCH-ONE-RUN.
            MOVE 1 TO WS-CX.
                AND CT-PROGRAM(WS-CX) = LOG-PROGRAM-ID
                AND CT-NEW-VALUE(WS-CX) = LOG-PARM-VALUE
                AND LOG-START-TS >= CT-TIMESTAMP(WS-CX)
                AND LOG-START-TS(1:8) >= CT-EFFECTIVE(WS-CX)
                    MOVE "Y" TO CT-MATCHED(WS-CX)
                    MOVE LOG-START-TS TO CT-RUN-TS(WS-CX)
            END-IF.
                    " NEW=" CT-NEW-VALUE(WS-CX)
                    " BY " CT-OPERATOR(WS-CX)
                    " AT " CT-TIMESTAMP(WS-CX)
                    " EFF " CT-EFFECTIVE(WS-CX)
                    " FIRST RUN " CT-RUN-TS(WS-CX)
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
            IF CT-EFFECTIVE(WS-CX) > WS-TODAY
                STRING CT-PROGRAM(WS-CX)
                    " NEW=" CT-NEW-VALUE(WS-CX)
                    " BY " CT-OPERATOR(WS-CX)
                    " AT " CT-TIMESTAMP(WS-CX)
                    " EFF " CT-EFFECTIVE(WS-CX)
                    " NOT YET EFFECTIVE"
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                ADD 1 TO WS-UNMATCHED-COUNT
                STRING CT-PROGRAM(WS-CX)
                    " NEW=" CT-NEW-VALUE(WS-CX)
                    " BY " CT-OPERATOR(WS-CX)
                    " AT " CT-TIMESTAMP(WS-CX)
                    " EFF " CT-EFFECTIVE(WS-CX)
                    " NEVER PICKED UP"
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
            END-IF.
            WRITE REPORT-LINE.
            ADD 1 TO WS-CX.
            MOVE "RUNS WITH NO AUTHORIZING CHANGE RECORD"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            OPEN INPUT CATALOG-FILE.
            IF WS-CATALOG-STATUS = "00"
                MOVE "Y" TO WS-CATALOG-OPEN
            ELSE
                DISPLAY "EULXAUD: NO JOB CATALOG, ALL RUNS BUT"
                    " EULER3WL CHECKED"
            END-IF.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM CHECK-RUN-RECORD
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
            IF WS-CATALOG-OPEN = "Y"
                CLOSE CATALOG-FILE
            END-IF.
            IF WS-UNAUTH-COUNT = 0
                MOVE "NONE - ALL RUNS TRACE TO AN APPLIED CHANGE"
                    TO REPORT-LINE
                AT END
                    CONTINUE
                NOT AT END
                    IF LOG-ENTRY-TYPE NOT = "R"
                        PERFORM CHECK-CATALOG-PARM-JOB
                        IF WS-CAT-PARM-JOB = "Y"
                            PERFORM CHECK-RUN-AUTHORIZED
                        END-IF
                    END-IF
            END-READ.
        CHECK-CATALOG-PARM-JOB.
            IF WS-CATALOG-OPEN = "Y"
                MOVE "Y" TO WS-CAT-PARM-JOB
                MOVE LOG-PROGRAM-ID TO CAT-PROGRAM-ID
                READ CATALOG-FILE
                    INVALID KEY
                        MOVE "N" TO WS-CAT-PARM-JOB
                END-READ
                IF WS-CAT-PARM-JOB = "Y"
                    AND CAT-PARM-FILE = SPACES
                        MOVE "N" TO WS-CAT-PARM-JOB
                END-IF
            ELSE
                IF LOG-PROGRAM-ID NOT = "EULER3WL"
                    MOVE "Y" TO WS-CAT-PARM-JOB
                ELSE
                    MOVE "N" TO WS-CAT-PARM-JOB
                END-IF
            END-IF.
        CHECK-RUN-AUTHORIZED.
            MOVE "N" TO WS-FOUND.
            MOVE 1 TO WS-CX.
            IF CT-PROGRAM(WS-CX) = LOG-PROGRAM-ID
                AND CT-NEW-VALUE(WS-CX) = LOG-PARM-VALUE
                AND CT-TIMESTAMP(WS-CX) <= LOG-START-TS
                AND CT-EFFECTIVE(WS-CX) <= LOG-START-TS(1:8)
                    MOVE "Y" TO WS-FOUND
            END-IF.
            ADD 1 TO WS-CX.
