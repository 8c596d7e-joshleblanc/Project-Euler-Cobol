        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT CATALOG-FILE ASSIGN TO "data/EULER.JOBCAT.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAT-PROGRAM-ID
                FILE STATUS IS WS-CATALOG-STATUS.
            SELECT PENDING-FILE ASSIGN TO "data/EULER.PARMPND.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.
            SELECT CHANGE-FILE ASSIGN TO "data/EULER.PARMCHG.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CHANGE-STATUS.
            SELECT SCHEDULE-FILE ASSIGN TO "data/EULER.PARMSCH.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-SCHEDULE-STATUS.
            SELECT OPERATOR-FILE ASSIGN TO "data/EULER.OPERMAST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-OPERATOR-STATUS.
            SELECT WINDOW-FILE ASSIGN TO "data/EULER.WINDOW.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WINDOW-STATUS.
            SELECT PERIOD-FILE ASSIGN TO "data/EULER.PERIOD.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PARM-FILE.
            COPY EULPARM.
            FD  CATALOG-FILE.
            COPY EULCAT.
            FD  PENDING-FILE.
            COPY EULPND.
            FD  CHANGE-FILE.
            COPY EULCHG.
            FD  SCHEDULE-FILE.
            COPY EULSCH.
            FD  OPERATOR-FILE.
            COPY EULOPR.
            FD  ALERT-FILE.
            COPY EULLOG.
            FD  WINDOW-FILE.
            COPY EULWDW.
            FD  PERIOD-FILE.
            COPY EULPER.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-AUDIT-STATUS         PIC XX.
            01  WS-WINDOW-STATUS        PIC XX.
            01  WS-PERIOD-STATUS        PIC XX.
            01  WS-REOPEN-PERIOD        PIC 9(6).
            01  WS-DX                   PIC 9(4).
            01  WS-PERIOD-FOUND         PIC X.
            01  WS-PD-OVERFLOW          PIC X VALUE "N".
            01  PERIOD-TABLE.
                02  PD-COUNT            PIC 9(4) VALUE 0.
                02  PD-ENTRY OCCURS 200 TIMES.
                    03  PD-PERIOD       PIC 9(6).
                    03  PD-STATUS       PIC X.
                    03  PD-DATA         PIC X(97).
            01  WS-IX                   PIC 9(4).
            01  WS-IMPACT-FOUND         PIC X.
            01  WS-AVG-SECONDS          PIC 9(9).
                    03  IM-TOT-ITER     PIC 9(15).
                    03  IM-TOT-SECS     PIC 9(12).
            01  WS-PARM-STATUS          PIC XX.
            01  WS-CATALOG-STATUS       PIC XX.
            01  WS-PARM-FILE-NAME.
                02  FILLER              PIC X(5) VALUE "data/".
                02  WS-PARM-FILE-ID     PIC X(20).
            01  WS-KX                   PIC 9(4).
            01  WS-CAT-FOUND            PIC X.
            01  WS-CAT-OVERFLOW         PIC X VALUE "N".
            01  CATALOG-TABLE.
                02  JC-COUNT            PIC 9(4) VALUE 0.
                02  JC-ENTRY OCCURS 20 TIMES.
                    03  JC-PROGRAM      PIC X(8).
                    03  JC-PARM-FILE    PIC X(20).
                    03  JC-PARM-NAME    PIC X(16).
                    03  JC-PARM-MIN     PIC 9(12).
                    03  JC-PARM-MAX     PIC 9(12).
            01  WS-PENDING-STATUS       PIC XX.
            01  WS-CHANGE-STATUS        PIC XX.
            01  WS-SCHEDULE-STATUS      PIC XX.
            01  WS-TODAY                PIC X(8).
            01  WS-EFFECTIVE-DATE       PIC X(8).
            01  WS-OPERATOR-STATUS      PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-OPERATOR-ID          PIC X(8).
            01  WS-OPERATOR-ROLE        PIC X.
            01  WS-SIGNON-OK            PIC X.
            01  WS-CHOICE               PIC X(2).
            01  WS-CHOICE-NO            PIC 9(2).
            01  WS-MENU-NO              PIC Z9.
            01  WS-ACTION               PIC X.
            01  WS-TARGET-PROGRAM       PIC X(8).
            01  WS-OLD-VALUE            PIC 9(12).
                    03  PT-OPERATOR     PIC X(8).
                    03  PT-TIMESTAMP    PIC X(21).
                    03  PT-STATUS       PIC X.
                    03  PT-EFFECTIVE    PIC X(8).
                    03  PT-KEEP         PIC X.
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULMAINT" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            DISPLAY "EULER PARAMETER MAINTENANCE".
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
                PERFORM WRITE-ALERT
                STOP RUN
            END-IF.
            PERFORM LOAD-CATALOG-TABLE.
            IF JC-COUNT = 0
                DISPLAY "EULMAINT: NO JOB CATALOG ON HAND, NO"
                    " PARAMETERS OPEN FOR CHANGE"
            END-IF.
            IF WS-CAT-OVERFLOW = "Y"
                DISPLAY "EULMAINT: JOB CATALOG TABLE FULL, FIRST "
                    JC-COUNT " JOBS SHOWN"
            END-IF.
            PERFORM SHOW-MENU UNTIL WS-DONE = "Y".
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            MOVE WS-ALERT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE ALERT-FILE.
        LOAD-CATALOG-TABLE.
            MOVE 0 TO JC-COUNT.
            MOVE "N" TO WS-CAT-OVERFLOW.
            OPEN INPUT CATALOG-FILE.
            IF WS-CATALOG-STATUS = "00"
                PERFORM LOAD-CATALOG-RECORD
                    UNTIL WS-CATALOG-STATUS NOT = "00"
                CLOSE CATALOG-FILE
            END-IF.
        LOAD-CATALOG-RECORD.
            READ CATALOG-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF CAT-ACTIVE = "Y"
                        AND CAT-PARM-FILE NOT = SPACES
                            IF JC-COUNT >= 20
                                MOVE "Y" TO WS-CAT-OVERFLOW
                            ELSE
                                ADD 1 TO JC-COUNT
                                MOVE CAT-PROGRAM-ID
                                    TO JC-PROGRAM(JC-COUNT)
                                MOVE CAT-PARM-FILE
                                    TO JC-PARM-FILE(JC-COUNT)
                                MOVE CAT-PARM-NAME
                                    TO JC-PARM-NAME(JC-COUNT)
                                MOVE CAT-PARM-MIN
                                    TO JC-PARM-MIN(JC-COUNT)
                                MOVE CAT-PARM-MAX
                                    TO JC-PARM-MAX(JC-COUNT)
                            END-IF
                    END-IF
            END-READ.
        FIND-CATALOG-ENTRY.
            MOVE "N" TO WS-CAT-FOUND.
            MOVE 1 TO WS-KX.
            PERFORM SCAN-CATALOG-ENTRY
                UNTIL WS-CAT-FOUND = "Y" OR WS-KX > JC-COUNT.
        SCAN-CATALOG-ENTRY.
            IF JC-PROGRAM(WS-KX) = WS-TARGET-PROGRAM
                MOVE "Y" TO WS-CAT-FOUND
            ELSE
                ADD 1 TO WS-KX
            END-IF.
        SHOW-MENU.
            MOVE 1 TO WS-KX.
            PERFORM SHOW-MENU-ENTRY UNTIL WS-KX > JC-COUNT.
            DISPLAY " P = REQUEST PERIOD REOPEN".
            DISPLAY " R = REVIEW PENDING CHANGES".
            DISPLAY " 0 = EXIT".
            DISPLAY "SELECTION: ".
            MOVE SPACES TO WS-CHOICE.
            ACCEPT WS-CHOICE.
            PERFORM PARSE-MENU-CHOICE.
            EVALUATE TRUE
                WHEN WS-CHOICE = "R" OR WS-CHOICE = "r"
                    IF WS-OPERATOR-ROLE = "A"
                        PERFORM REVIEW-PENDING-CHANGES
                    ELSE
                        DISPLAY "EULMAINT: APPROVER ROLE REQUIRED"
                        PERFORM WRITE-UNAUTH-ALERT
                    END-IF
                WHEN WS-CHOICE = "P" OR WS-CHOICE = "p"
                    PERFORM CHECK-ENTER-REOPEN
                WHEN WS-CHOICE-NO = 0
                    MOVE "Y" TO WS-DONE
                WHEN WS-CHOICE-NO <= JC-COUNT
                    MOVE WS-CHOICE-NO TO WS-KX
                    MOVE JC-PROGRAM(WS-KX) TO WS-TARGET-PROGRAM
                    PERFORM CHECK-ENTER-CHANGE
                WHEN OTHER
                    DISPLAY "INVALID SELECTION"
            END-EVALUATE.
        SHOW-MENU-ENTRY.
            MOVE WS-KX TO WS-MENU-NO.
            DISPLAY WS-MENU-NO " = ENTER CHANGE, " JC-PROGRAM(WS-KX)
                " " JC-PARM-NAME(WS-KX).
            ADD 1 TO WS-KX.
        PARSE-MENU-CHOICE.
            MOVE 99 TO WS-CHOICE-NO.
            IF WS-CHOICE(1:1) IS NUMERIC
                IF WS-CHOICE(2:1) = SPACE
                    MOVE WS-CHOICE(1:1) TO WS-CHOICE-NO
                ELSE
                    IF WS-CHOICE(2:1) IS NUMERIC
                        MOVE WS-CHOICE TO WS-CHOICE-NO
                    END-IF
                END-IF
            END-IF.
        CHECK-ENTER-CHANGE.
            IF WS-OPERATOR-ROLE = "E" OR WS-OPERATOR-ROLE = "A"
                PERFORM ENTER-CHANGE
                DISPLAY "EULMAINT: ENTRY ROLE REQUIRED"
                PERFORM WRITE-UNAUTH-ALERT
            END-IF.
        CHECK-ENTER-REOPEN.
            IF WS-OPERATOR-ROLE = "E" OR WS-OPERATOR-ROLE = "A"
                PERFORM ENTER-REOPEN
            ELSE
                DISPLAY "EULMAINT: ENTRY ROLE REQUIRED"
                PERFORM WRITE-UNAUTH-ALERT
            END-IF.
        ENTER-REOPEN.
            DISPLAY "PERIOD TO REOPEN (YYYYMM): ".
            MOVE 0 TO WS-REOPEN-PERIOD.
            ACCEPT WS-REOPEN-PERIOD.
            PERFORM LOAD-PERIOD-TABLE.
            PERFORM FIND-PERIOD-ENTRY.
            IF WS-PERIOD-FOUND = "N"
                DISPLAY "EULMAINT: PERIOD " WS-REOPEN-PERIOD
                    " IS NOT CLOSED, NOT QUEUED"
            ELSE
            IF PD-STATUS(WS-DX) NOT = "C"
                DISPLAY "EULMAINT: PERIOD " WS-REOPEN-PERIOD
                    " IS NOT CLOSED, NOT QUEUED"
            ELSE
                MOVE "*REOPEN*" TO WS-TARGET-PROGRAM
                MOVE WS-REOPEN-PERIOD TO WS-OLD-VALUE
                MOVE WS-REOPEN-PERIOD TO WS-NEW-VALUE
                MOVE WS-TODAY TO WS-EFFECTIVE-DATE
                PERFORM WRITE-PENDING-CHANGE
                DISPLAY "EULMAINT: REOPEN OF PERIOD " WS-REOPEN-PERIOD
                    " QUEUED FOR APPROVAL"
            END-IF
            END-IF.
        ENTER-CHANGE.
            PERFORM READ-CURRENT-VALUE.
            DISPLAY "CURRENT VALUE: " WS-OLD-VALUE.
            DISPLAY "ALLOWED RANGE: " JC-PARM-MIN(WS-KX)
                " TO " JC-PARM-MAX(WS-KX).
            DISPLAY "NEW VALUE: ".
            ACCEPT WS-NEW-VALUE.
            PERFORM VALIDATE-NEW-VALUE.
            IF WS-VALUE-OK = "N"
                DISPLAY "EULMAINT: INVALID VALUE, NOT QUEUED"
            ELSE
                PERFORM ACCEPT-EFFECTIVE-DATE
                IF WS-VALUE-OK = "N"
                    DISPLAY "EULMAINT: INVALID EFFECTIVE DATE,"
                        " NOT QUEUED"
                ELSE
                    PERFORM WRITE-PENDING-CHANGE
                    DISPLAY "EULMAINT: CHANGE QUEUED FOR APPROVAL,"
                        " EFFECTIVE " WS-EFFECTIVE-DATE
                END-IF
            END-IF.
        ACCEPT-EFFECTIVE-DATE.
            DISPLAY "EFFECTIVE BUSINESS DATE (YYYYMMDD, BLANK ="
                " NEXT CHAIN): ".
            MOVE SPACES TO WS-EFFECTIVE-DATE.
            ACCEPT WS-EFFECTIVE-DATE.
            IF WS-EFFECTIVE-DATE = SPACES
                MOVE WS-TODAY TO WS-EFFECTIVE-DATE
            END-IF.
            MOVE "Y" TO WS-VALUE-OK.
            IF WS-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE "N" TO WS-VALUE-OK
            ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(WS-EFFECTIVE-DATE)) NOT = 0
                    MOVE "N" TO WS-VALUE-OK
            ELSE
            IF WS-EFFECTIVE-DATE < WS-TODAY
                DISPLAY "EULMAINT: EFFECTIVE DATE MAY NOT BE"
                    " EARLIER THAN TODAY"
                MOVE "N" TO WS-VALUE-OK
            END-IF
            END-IF
            END-IF.
        READ-CURRENT-VALUE.
            MOVE 0 TO WS-OLD-VALUE.
            MOVE JC-PARM-FILE(WS-KX) TO WS-PARM-FILE-ID.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "00"
                READ PARM-FILE
                    AT END
                        MOVE 0 TO PARM-VALUE
                END-READ
                MOVE PARM-VALUE TO WS-OLD-VALUE
                CLOSE PARM-FILE
            END-IF.
        VALIDATE-NEW-VALUE.
            MOVE "Y" TO WS-VALUE-OK.
            IF WS-NEW-VALUE IS NOT NUMERIC
                OR WS-NEW-VALUE < JC-PARM-MIN(WS-KX)
                OR WS-NEW-VALUE > JC-PARM-MAX(WS-KX)
                    MOVE "N" TO WS-VALUE-OK
            END-IF.
        WRITE-PENDING-CHANGE.
            MOVE WS-TARGET-PROGRAM TO PND-PROGRAM-ID.
            MOVE WS-OLD-VALUE TO PND-OLD-VALUE.
            MOVE WS-OPERATOR-ID TO PND-ENTRY-OPERATOR.
            MOVE FUNCTION CURRENT-DATE TO PND-ENTRY-TIMESTAMP.
            MOVE "P" TO PND-STATUS.
            MOVE WS-EFFECTIVE-DATE TO PND-EFFECTIVE-DATE.
            OPEN EXTEND PENDING-FILE.
            IF WS-PENDING-STATUS = "35"
                OPEN OUTPUT PENDING-FILE
                    IF PND-COUNT >= 50
                        MOVE "Y" TO WS-PND-OVERFLOW
                    ELSE
                        ADD 1 TO PND-COUNT
                        MOVE PND-PROGRAM-ID TO PT-PROGRAM(PND-COUNT)
                        MOVE PND-OLD-VALUE TO PT-OLD-VALUE(PND-COUNT)
                        MOVE PND-NEW-VALUE TO PT-NEW-VALUE(PND-COUNT)
                        MOVE PND-ENTRY-OPERATOR
                            TO PT-OPERATOR(PND-COUNT)
                        MOVE PND-ENTRY-TIMESTAMP
                            TO PT-TIMESTAMP(PND-COUNT)
                        MOVE PND-STATUS TO PT-STATUS(PND-COUNT)
                        MOVE PND-EFFECTIVE-DATE
                            TO PT-EFFECTIVE(PND-COUNT)
                        IF PT-EFFECTIVE(PND-COUNT) = SPACES
                            MOVE PND-ENTRY-TIMESTAMP(1:8)
                                TO PT-EFFECTIVE(PND-COUNT)
                        END-IF
                        MOVE "Y" TO PT-KEEP(PND-COUNT)
                    END-IF
            END-READ.
        REVIEW-PENDING-ENTRY.
            IF PT-PROGRAM(WS-PX) = "*REOPEN*"
                MOVE PT-OLD-VALUE(WS-PX) TO WS-REOPEN-PERIOD
                DISPLAY "PENDING: REOPEN PERIOD " WS-REOPEN-PERIOD
                DISPLAY "ENTERED BY " PT-OPERATOR(WS-PX)
                    " AT " PT-TIMESTAMP(WS-PX)
            ELSE
                DISPLAY "PENDING: " PT-PROGRAM(WS-PX)
                    " OLD=" PT-OLD-VALUE(WS-PX)
                    " NEW=" PT-NEW-VALUE(WS-PX)
                DISPLAY "ENTERED BY " PT-OPERATOR(WS-PX)
                    " AT " PT-TIMESTAMP(WS-PX)
                DISPLAY "EFFECTIVE BUSINESS DATE " PT-EFFECTIVE(WS-PX)
                PERFORM SHOW-IMPACT-ESTIMATE
            END-IF.
            DISPLAY "A = APPROVE, R = REJECT, S = SKIP: ".
            ACCEPT WS-ACTION.
            EVALUATE WS-ACTION
                DISPLAY "EULMAINT: SECOND OPERATOR REQUIRED,"
                    " CHANGE LEFT PENDING"
            ELSE
            IF PT-PROGRAM(WS-PX) = "*REOPEN*"
                PERFORM APPROVE-PERIOD-REOPEN
            ELSE
                MOVE PT-PROGRAM(WS-PX) TO WS-TARGET-PROGRAM
                PERFORM FIND-CATALOG-ENTRY
                IF WS-CAT-FOUND = "N"
                    DISPLAY "EULMAINT: " PT-PROGRAM(WS-PX)
                        " NOT ACTIVE IN JOB CATALOG,"
                        " CHANGE LEFT PENDING"
                ELSE
                    IF PT-EFFECTIVE(WS-PX) < WS-TODAY
                        MOVE WS-TODAY TO PT-EFFECTIVE(WS-PX)
                    END-IF
                    MOVE "A" TO PT-STATUS(WS-PX)
                    MOVE "N" TO PT-KEEP(WS-PX)
                    PERFORM WRITE-SCHEDULED-CHANGE
                    PERFORM LOG-CHANGE
                    DISPLAY "EULMAINT: CHANGE SCHEDULED, EFFECTIVE "
                        PT-EFFECTIVE(WS-PX)
                END-IF
            END-IF
            END-IF.
        APPROVE-PERIOD-REOPEN.
            MOVE PT-OLD-VALUE(WS-PX) TO WS-REOPEN-PERIOD.
            PERFORM LOAD-PERIOD-TABLE.
            PERFORM FIND-PERIOD-ENTRY.
            IF WS-PD-OVERFLOW = "Y"
                DISPLAY "EULMAINT: PERIOD TABLE FULL, REOPEN LEFT"
                    " PENDING"
            ELSE
            IF WS-PERIOD-FOUND = "N"
                DISPLAY "EULMAINT: PERIOD " WS-REOPEN-PERIOD
                    " IS NOT CLOSED, REOPEN LEFT PENDING"
            ELSE
            IF PD-STATUS(WS-DX) NOT = "C"
                DISPLAY "EULMAINT: PERIOD " WS-REOPEN-PERIOD
                    " IS NOT CLOSED, REOPEN LEFT PENDING"
            ELSE
                MOVE PD-ENTRY(WS-DX) TO EULER-PERIOD-RECORD
                MOVE "O" TO PER-STATUS
                MOVE PT-OPERATOR(WS-PX) TO PER-REOPEN-OPERATOR
                MOVE WS-OPERATOR-ID TO PER-REOPEN-APPROVER
                MOVE FUNCTION CURRENT-DATE TO PER-REOPENED-TS
                MOVE EULER-PERIOD-RECORD TO PD-ENTRY(WS-DX)
                PERFORM REWRITE-PERIOD-FILE
                MOVE WS-TODAY TO PT-EFFECTIVE(WS-PX)
                MOVE "A" TO PT-STATUS(WS-PX)
                MOVE "N" TO PT-KEEP(WS-PX)
                PERFORM LOG-CHANGE
                MOVE "W" TO WS-ALERT-SEVERITY
                MOVE "PERREOPN" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "PERIOD=" WS-REOPEN-PERIOD
                    " REOPENED BY " PT-OPERATOR(WS-PX)
                    " APPROVED BY " WS-OPERATOR-ID
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                DISPLAY "EULMAINT: PERIOD " WS-REOPEN-PERIOD
                    " REOPENED"
            END-IF
            END-IF
            END-IF.
        LOAD-PERIOD-TABLE.
            MOVE 0 TO PD-COUNT.
            MOVE "N" TO WS-PD-OVERFLOW.
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
            IF PD-PERIOD(WS-DX) = WS-REOPEN-PERIOD
                MOVE "Y" TO WS-PERIOD-FOUND
            ELSE
                ADD 1 TO WS-DX
            END-IF.
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
        REJECT-PENDING-ENTRY.
            IF WS-OPERATOR-ID = PT-OPERATOR(WS-PX)
                DISPLAY "EULMAINT: SECOND OPERATOR REQUIRED,"
                PERFORM LOG-CHANGE
                DISPLAY "EULMAINT: CHANGE REJECTED"
            END-IF.
        WRITE-SCHEDULED-CHANGE.
            MOVE PT-PROGRAM(WS-PX) TO SCH-PROGRAM-ID.
            MOVE PT-EFFECTIVE(WS-PX) TO SCH-EFFECTIVE-DATE.
            MOVE PT-NEW-VALUE(WS-PX) TO SCH-NEW-VALUE.
            MOVE PT-OLD-VALUE(WS-PX) TO SCH-OLD-VALUE.
            MOVE PT-OPERATOR(WS-PX) TO SCH-OPERATOR.
            MOVE WS-OPERATOR-ID TO SCH-APPROVER.
            MOVE FUNCTION CURRENT-DATE TO SCH-APPROVED-TS.
            MOVE "S" TO SCH-STATUS.
            MOVE SPACES TO SCH-PROMOTED-TS.
            OPEN EXTEND SCHEDULE-FILE.
            IF WS-SCHEDULE-STATUS = "35"
                OPEN OUTPUT SCHEDULE-FILE
            END-IF.
            WRITE EULER-SCHEDULE-RECORD.
            MOVE "EULER.PARMSCH.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-SCHEDULE-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE SCHEDULE-FILE.
        LOG-CHANGE.
            MOVE PT-PROGRAM(WS-PX) TO CHG-PROGRAM-ID.
            MOVE PT-OLD-VALUE(WS-PX) TO CHG-OLD-VALUE.
            MOVE PT-TIMESTAMP(WS-PX) TO CHG-ENTERED-TS.
            MOVE WS-OPERATOR-ID TO CHG-APPROVER.
            MOVE PT-STATUS(WS-PX) TO CHG-STATUS.
            MOVE PT-EFFECTIVE(WS-PX) TO CHG-EFFECTIVE-DATE.
            OPEN EXTEND CHANGE-FILE.
            IF WS-CHANGE-STATUS = "35"
                OPEN OUTPUT CHANGE-FILE
                NOT AT END
                    IF LOG-RETURN-CODE = 0
                        AND LOG-ITERATIONS > 0
                        AND LOG-ENTRY-TYPE NOT = "R"
                            PERFORM TALLY-IMPACT-ENTRY
                    END-IF
            END-READ.
                MOVE PT-OPERATOR(WS-PX) TO PND-ENTRY-OPERATOR
                MOVE PT-TIMESTAMP(WS-PX) TO PND-ENTRY-TIMESTAMP
                MOVE PT-STATUS(WS-PX) TO PND-STATUS
                MOVE PT-EFFECTIVE(WS-PX) TO PND-EFFECTIVE-DATE
                WRITE EULER-PENDING-RECORD
                MOVE "EULER.PARMPND.DAT" TO IOCHK-FILE-NAME
                MOVE "WRITE" TO IOCHK-OPERATION
