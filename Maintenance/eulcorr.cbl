        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULCORR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RESULTS-FILE ASSIGN TO "data/EULER.RESULTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RESULTS-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "data/EULER.AUDIT.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT CONTROL-FILE ASSIGN TO "data/EULER.CONTROL.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT RESMAST-FILE ASSIGN TO "data/EULER.RESMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RESM-KEY
                FILE STATUS IS WS-RESMAST-STATUS.
            SELECT PENDING-FILE ASSIGN TO "data/EULER.REVPND.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.
            SELECT REVLOG-FILE ASSIGN TO "data/EULER.REVLOG.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REVLOG-STATUS.
            SELECT OPERATOR-FILE ASSIGN TO "data/EULER.OPERMAST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-OPERATOR-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
            SELECT LOCK-FILE ASSIGN TO "data/EULER.LOCK.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.
            SELECT LOCKPARM-FILE ASSIGN TO "data/EULLOCK.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCKPARM-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  RESULTS-FILE.
            COPY EULRES.
            FD  AUDIT-FILE.
            COPY EULLOG.
            FD  CONTROL-FILE.
            COPY EULCTL.
            FD  RESMAST-FILE.
            COPY EULRESM.
            FD  PENDING-FILE.
            COPY EULREV.
            FD  REVLOG-FILE.
            01  REVLOG-RECORD           PIC X(183).
            FD  OPERATOR-FILE.
            COPY EULOPR.
            FD  ALERT-FILE.
            COPY EULALERT.
            FD  LOCK-FILE.
            COPY EULLCK.
            FD  LOCKPARM-FILE.
            COPY EULPARM.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            COPY EULPCA.
            01  WS-RESULTS-STATUS       PIC XX.
            01  WS-AUDIT-STATUS         PIC XX.
            01  WS-CONTROL-STATUS       PIC XX.
            01  WS-RESMAST-STATUS       PIC XX.
            01  WS-PENDING-STATUS       PIC XX.
            01  WS-REVLOG-STATUS        PIC XX.
            01  WS-OPERATOR-STATUS      PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-LOCK-STATUS          PIC XX.
            01  WS-LOCKPARM-STATUS      PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-ALERT-REASON         PIC X(8).
            01  WS-ALERT-DETAIL         PIC X(64).
            01  WS-LOCK-OK              PIC X.
            01  WS-LOCK-HOLDER          PIC X(8).
            01  WS-LOCK-TS              PIC X(21).
            01  WS-NOW-TS               PIC X(21).
            01  WS-LOCK-AGE             PIC S9(9).
            01  STALE-LOCK-MINUTES      PIC 9(6) VALUE 480.
            01  WS-CTL-RES-COUNT        PIC 9(9).
            01  WS-CTL-RES-HASH         PIC 9(15).
            01  WS-CTL-AUD-COUNT        PIC 9(9).
            01  WS-CTL-AUD-HASH         PIC 9(15).
            01  WS-CTL-BOOTSTRAP        PIC X VALUE "N".
            01  WS-TODAY                PIC X(8).
            01  WS-OPERATOR-ID          PIC X(8).
            01  WS-OPERATOR-ROLE        PIC X.
            01  WS-SIGNON-OK            PIC X.
            01  WS-CHOICE               PIC X(2).
            01  WS-CHOICE-NO            PIC 9(2).
            01  WS-MENU-NO              PIC Z9.
            01  WS-ACTION               PIC X.
            01  WS-DONE                 PIC X VALUE "N".
            01  WS-VALUE-OK             PIC X.
            01  WS-TARGET-PROGRAM       PIC X(8).
            01  WS-TARGET-PARM          PIC 9(12).
            01  WS-TARGET-DATE          PIC X(8).
            01  WS-TARGET-RESULT        PIC 9(31).
            01  WS-MATCH-RESULT         PIC 9(31).
            01  WS-MASTER-RESULT        PIC 9(31).
            01  WS-MASTER-STATUS        PIC X.
            01  WS-REASON-CODE          PIC X(4).
            01  WS-REASON-TEXT          PIC X(40).
            01  WS-AUDIT-START-TS       PIC X(21).
            01  WS-AUDIT-FOUND          PIC X.
            01  WS-AUDIT-SAVE           PIC X(116).
            01  WS-CX                   PIC 9(4).
            01  WS-CND-FOUND            PIC X.
            01  WS-CND-OVERFLOW         PIC X VALUE "N".
            01  CANDIDATE-TABLE.
                02  CND-COUNT           PIC 9(4) VALUE 0.
                02  CND-ENTRY OCCURS 50 TIMES.
                    03  CD-RESULT       PIC 9(31).
                    03  CD-STATE        PIC X.
            01  WS-AX                   PIC 9(4).
            01  WS-ARN-FOUND            PIC X.
            01  WS-ARN-OPEN             PIC 9(4).
            01  WS-AUDIT-ANY-DATE       PIC X.
            01  AUDIT-RUN-TABLE.
                02  ARN-COUNT           PIC 9(4) VALUE 0.
                02  ARN-ENTRY OCCURS 50 TIMES.
                    03  AR-START-TS     PIC X(21).
                    03  AR-STATE        PIC X.
            01  WS-PX                   PIC 9(4).
            01  WS-PND-OVERFLOW         PIC X VALUE "N".
            01  PENDING-TABLE.
                02  PND-COUNT           PIC 9(4) VALUE 0.
                02  PND-ENTRY OCCURS 50 TIMES.
                    03  PT-PROGRAM      PIC X(8).
                    03  PT-PARM-VALUE   PIC 9(12).
                    03  PT-RUN-DATE     PIC X(8).
                    03  PT-RESULT       PIC 9(31).
                    03  PT-AUDIT-TS     PIC X(21).
                    03  PT-REASON       PIC X(4).
                    03  PT-TEXT         PIC X(40).
                    03  PT-OPERATOR     PIC X(8).
                    03  PT-TIMESTAMP    PIC X(21).
                    03  PT-STATUS       PIC X.
                    03  PT-KEEP         PIC X.
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULCORR" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            DISPLAY "EULER RESULTS CORRECTION".
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM VALIDATE-SIGN-ON.
            IF WS-SIGNON-OK NOT = "Y"
                DISPLAY "EULCORR: SIGN-ON REFUSED"
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "SIGNON" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "ID=" WS-OPERATOR-ID " NOT AUTHORIZED"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                STOP RUN
            END-IF.
            PERFORM SHOW-MENU UNTIL WS-DONE = "Y".
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            STOP RUN.
        VALIDATE-SIGN-ON.
            MOVE "N" TO WS-SIGNON-OK.
            MOVE SPACE TO WS-OPERATOR-ROLE.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPERATOR-STATUS = "00"
                PERFORM SCAN-OPERATOR-RECORD
                    UNTIL WS-OPERATOR-STATUS NOT = "00"
                CLOSE OPERATOR-FILE
            ELSE
                DISPLAY "EULCORR: NO OPERATOR MASTER ON HAND"
            END-IF.
        SCAN-OPERATOR-RECORD.
            READ OPERATOR-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF OPR-ID = WS-OPERATOR-ID
                        AND OPR-ACTIVE = "Y"
                            MOVE "Y" TO WS-SIGNON-OK
                            MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                    END-IF
            END-READ.
        WRITE-UNAUTH-ALERT.
            MOVE "E" TO WS-ALERT-SEVERITY.
            MOVE "UNAUTH" TO WS-ALERT-REASON.
            MOVE SPACES TO WS-ALERT-DETAIL.
            STRING "ID=" WS-OPERATOR-ID " ROLE=" WS-OPERATOR-ROLE
                " ACTION NOT PERMITTED"
                DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
            PERFORM WRITE-ALERT.
        SHOW-MENU.
            DISPLAY " 1 = ENTER REVERSAL OF A RESULTS POSTING".
            DISPLAY " R = REVIEW PENDING REVERSALS".
            DISPLAY " 0 = EXIT".
            DISPLAY "SELECTION: ".
            MOVE SPACES TO WS-CHOICE.
            ACCEPT WS-CHOICE.
            EVALUATE TRUE
                WHEN WS-CHOICE = "R" OR WS-CHOICE = "r"
                    IF WS-OPERATOR-ROLE = "A"
                        PERFORM REVIEW-PENDING-REVERSALS
                    ELSE
                        DISPLAY "EULCORR: APPROVER ROLE REQUIRED"
                        PERFORM WRITE-UNAUTH-ALERT
                    END-IF
                WHEN WS-CHOICE = "0"
                    MOVE "Y" TO WS-DONE
                WHEN WS-CHOICE = "1"
                    PERFORM CHECK-ENTER-REVERSAL
                WHEN OTHER
                    DISPLAY "INVALID SELECTION"
            END-EVALUATE.
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
        CHECK-ENTER-REVERSAL.
            IF WS-OPERATOR-ROLE = "E" OR WS-OPERATOR-ROLE = "A"
                PERFORM ENTER-REVERSAL
            ELSE
                DISPLAY "EULCORR: ENTRY ROLE REQUIRED"
                PERFORM WRITE-UNAUTH-ALERT
            END-IF.
        ENTER-REVERSAL.
            PERFORM ACCEPT-TARGET-KEY.
            IF WS-VALUE-OK = "N"
                DISPLAY "EULCORR: INVALID PROGRAM, PARAMETER OR"
                    " RUN DATE, NOT QUEUED"
            ELSE
                MOVE WS-TARGET-DATE TO PCA-BUSINESS-DATE
                PERFORM CHECK-CLOSED-PERIOD
                IF PCA-CLOSED = "Y"
                    DISPLAY "EULCORR: RUN DATE IS IN A CLOSED PERIOD,"
                        " NOT QUEUED"
                ELSE
                    PERFORM LOAD-CANDIDATE-TABLE
                    PERFORM MARK-PENDING-CANDIDATES
                    IF CND-COUNT = 0
                        DISPLAY "EULCORR: NO POSTING ON RESULTS HISTORY"
                            " FOR THAT PROGRAM, PARAMETER AND DATE"
                    ELSE
                        PERFORM SELECT-CANDIDATE
                    END-IF
                END-IF
            END-IF.
        ACCEPT-TARGET-KEY.
            MOVE "Y" TO WS-VALUE-OK.
            DISPLAY "PROGRAM ID: ".
            MOVE SPACES TO WS-TARGET-PROGRAM.
            ACCEPT WS-TARGET-PROGRAM.
            DISPLAY "PARAMETER VALUE: ".
            ACCEPT WS-TARGET-PARM.
            DISPLAY "RUN DATE (YYYYMMDD): ".
            MOVE SPACES TO WS-TARGET-DATE.
            ACCEPT WS-TARGET-DATE.
            IF WS-TARGET-PROGRAM = SPACES
                OR WS-TARGET-PARM IS NOT NUMERIC
                OR WS-TARGET-DATE IS NOT NUMERIC
                    MOVE "N" TO WS-VALUE-OK
            ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(WS-TARGET-DATE)) NOT = 0
                    MOVE "N" TO WS-VALUE-OK
            END-IF
            END-IF.
        SELECT-CANDIDATE.
            DISPLAY "POSTINGS FOR " WS-TARGET-PROGRAM
                " PARM=" WS-TARGET-PARM " DATE=" WS-TARGET-DATE.
            MOVE 1 TO WS-CX.
            PERFORM SHOW-CANDIDATE-ENTRY UNTIL WS-CX > CND-COUNT.
            IF WS-CND-OVERFLOW = "Y"
                DISPLAY "EULCORR: MORE THAN " CND-COUNT
                    " POSTINGS, FIRST " CND-COUNT " SHOWN"
            END-IF.
            DISPLAY "POSTING TO VOID (0 = NONE): ".
            MOVE SPACES TO WS-CHOICE.
            ACCEPT WS-CHOICE.
            PERFORM PARSE-MENU-CHOICE.
            IF WS-CHOICE-NO = 0
                DISPLAY "EULCORR: NOTHING QUEUED"
            ELSE
            IF WS-CHOICE-NO > CND-COUNT
                DISPLAY "INVALID SELECTION"
            ELSE
            IF CD-STATE(WS-CHOICE-NO) NOT = SPACE
                DISPLAY "EULCORR: POSTING ALREADY VOIDED OR AWAITING"
                    " APPROVAL, NOT QUEUED"
            ELSE
                MOVE CD-RESULT(WS-CHOICE-NO) TO WS-TARGET-RESULT
                PERFORM ACCEPT-REASON
                IF WS-VALUE-OK = "N"
                    DISPLAY "EULCORR: INVALID REASON, NOT QUEUED"
                ELSE
                    PERFORM FIND-AUDIT-RUN
                    IF WS-VALUE-OK = "N"
                        DISPLAY "EULCORR: NO AUDIT RUN SELECTED,"
                            " NOT QUEUED"
                    ELSE
                        PERFORM WRITE-PENDING-REVERSAL
                        DISPLAY "EULCORR: REVERSAL QUEUED FOR APPROVAL"
                    END-IF
                END-IF
            END-IF
            END-IF
            END-IF.
        SHOW-CANDIDATE-ENTRY.
            MOVE WS-CX TO WS-MENU-NO.
            EVALUATE CD-STATE(WS-CX)
                WHEN "V"
                    DISPLAY WS-MENU-NO " = RESULT=" CD-RESULT(WS-CX)
                        " VOIDED"
                WHEN "P"
                    DISPLAY WS-MENU-NO " = RESULT=" CD-RESULT(WS-CX)
                        " REVERSAL PENDING"
                WHEN OTHER
                    DISPLAY WS-MENU-NO " = RESULT=" CD-RESULT(WS-CX)
            END-EVALUATE.
            ADD 1 TO WS-CX.
        ACCEPT-REASON.
            MOVE "Y" TO WS-VALUE-OK.
            DISPLAY "REASON CODE: DUPL = DOUBLE-POSTED RERUN,".
            DISPLAY "  BPRM = BAD PARAMETER, OTHR = OTHER: ".
            MOVE SPACES TO WS-REASON-CODE.
            ACCEPT WS-REASON-CODE.
            MOVE FUNCTION UPPER-CASE(WS-REASON-CODE)
                TO WS-REASON-CODE.
            DISPLAY "REASON TEXT: ".
            MOVE SPACES TO WS-REASON-TEXT.
            ACCEPT WS-REASON-TEXT.
            IF WS-REASON-CODE NOT = "DUPL"
                AND WS-REASON-CODE NOT = "BPRM"
                AND WS-REASON-CODE NOT = "OTHR"
                    MOVE "N" TO WS-VALUE-OK
            ELSE
            IF WS-REASON-CODE = "OTHR" AND WS-REASON-TEXT = SPACES
                DISPLAY "EULCORR: REASON TEXT REQUIRED FOR OTHR"
                MOVE "N" TO WS-VALUE-OK
            END-IF
            END-IF.
        LOAD-CANDIDATE-TABLE.
            MOVE 0 TO CND-COUNT.
            MOVE "N" TO WS-CND-OVERFLOW.
            OPEN INPUT RESULTS-FILE.
            IF WS-RESULTS-STATUS = "00"
                PERFORM LOAD-CANDIDATE-RECORD
                    UNTIL WS-RESULTS-STATUS NOT = "00"
                CLOSE RESULTS-FILE
            END-IF.
        LOAD-CANDIDATE-RECORD.
            READ RESULTS-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RES-PROGRAM-ID = WS-TARGET-PROGRAM
                        AND RES-PARM-VALUE = WS-TARGET-PARM
                        AND RES-RUN-DATE = WS-TARGET-DATE
                            PERFORM TALLY-CANDIDATE-RECORD
                    END-IF
            END-READ.
        TALLY-CANDIDATE-RECORD.
            IF RES-ENTRY-TYPE = "R"
                MOVE RES-RESULT TO WS-MATCH-RESULT
                PERFORM FIND-OPEN-CANDIDATE
                IF WS-CND-FOUND = "Y"
                    MOVE "V" TO CD-STATE(WS-CX)
                END-IF
            ELSE
            IF CND-COUNT >= 50
                MOVE "Y" TO WS-CND-OVERFLOW
            ELSE
                ADD 1 TO CND-COUNT
                MOVE RES-RESULT TO CD-RESULT(CND-COUNT)
                MOVE SPACE TO CD-STATE(CND-COUNT)
            END-IF
            END-IF.
        FIND-OPEN-CANDIDATE.
            MOVE "N" TO WS-CND-FOUND.
            MOVE 1 TO WS-CX.
            PERFORM SCAN-OPEN-CANDIDATE
                UNTIL WS-CND-FOUND = "Y" OR WS-CX > CND-COUNT.
        SCAN-OPEN-CANDIDATE.
            IF CD-RESULT(WS-CX) = WS-MATCH-RESULT
                AND CD-STATE(WS-CX) = SPACE
                    MOVE "Y" TO WS-CND-FOUND
            ELSE
                ADD 1 TO WS-CX
            END-IF.
        MARK-PENDING-CANDIDATES.
            OPEN INPUT PENDING-FILE.
            IF WS-PENDING-STATUS = "00"
                PERFORM MARK-PENDING-RECORD
                    UNTIL WS-PENDING-STATUS NOT = "00"
                CLOSE PENDING-FILE
            END-IF.
        MARK-PENDING-RECORD.
            READ PENDING-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF REV-STATUS = "P"
                        AND REV-PROGRAM-ID = WS-TARGET-PROGRAM
                        AND REV-PARM-VALUE = WS-TARGET-PARM
                        AND REV-RUN-DATE = WS-TARGET-DATE
                            MOVE REV-RESULT TO WS-MATCH-RESULT
                            PERFORM FIND-OPEN-CANDIDATE
                            IF WS-CND-FOUND = "Y"
                                MOVE "P" TO CD-STATE(WS-CX)
                            END-IF
                    END-IF
            END-READ.
        FIND-AUDIT-RUN.
            MOVE 0 TO ARN-COUNT.
            MOVE SPACES TO WS-AUDIT-START-TS.
            MOVE "N" TO WS-AUDIT-ANY-DATE.
            PERFORM LOAD-AUDIT-RUN-TABLE.
            IF ARN-COUNT = 0
                MOVE "Y" TO WS-AUDIT-ANY-DATE
                PERFORM LOAD-AUDIT-RUN-TABLE
            END-IF.
            OPEN INPUT PENDING-FILE.
            IF WS-PENDING-STATUS = "00"
                PERFORM MARK-PENDING-AUDIT-RUN
                    UNTIL WS-PENDING-STATUS NOT = "00"
                CLOSE PENDING-FILE
            END-IF.
            MOVE 0 TO WS-ARN-OPEN.
            MOVE 1 TO WS-AX.
            PERFORM COUNT-OPEN-AUDIT-RUN UNTIL WS-AX > ARN-COUNT.
            IF WS-AUDIT-ANY-DATE = "Y" AND WS-ARN-OPEN > 0
                DISPLAY "EULCORR: NO AUDIT RUN STARTED ON "
                    WS-TARGET-DATE ", MATCHED ON PROGRAM,"
                    " PARAMETER AND RESULT"
            END-IF.
            IF WS-AUDIT-ANY-DATE = "Y" AND WS-ARN-OPEN > 1
                PERFORM SELECT-AUDIT-RUN
            ELSE
                MOVE 1 TO WS-AX
                PERFORM PICK-AUDIT-RUN UNTIL WS-AX > ARN-COUNT
            END-IF.
            IF WS-VALUE-OK = "N"
                CONTINUE
            ELSE
            IF WS-AUDIT-START-TS = SPACES
                DISPLAY "EULCORR: NO MATCHING RUN ON AUDIT FILE,"
                    " RESULTS POSTING ONLY WILL BE REVERSED"
            ELSE
                DISPLAY "EULCORR: AUDIT RUN STARTED "
                    WS-AUDIT-START-TS(1:14) " WILL BE REVERSED"
            END-IF
            END-IF.
        LOAD-AUDIT-RUN-TABLE.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM LOAD-AUDIT-RUN-RECORD
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
        LOAD-AUDIT-RUN-RECORD.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LOG-PROGRAM-ID = WS-TARGET-PROGRAM
                        AND LOG-PARM-VALUE = WS-TARGET-PARM
                        AND LOG-RESULT = WS-TARGET-RESULT
                        AND (WS-AUDIT-ANY-DATE = "Y"
                        OR LOG-START-TS(1:8) = WS-TARGET-DATE)
                            PERFORM TALLY-AUDIT-RUN
                    END-IF
            END-READ.
        TALLY-AUDIT-RUN.
            MOVE LOG-START-TS TO WS-AUDIT-START-TS.
            PERFORM FIND-AUDIT-RUN-ENTRY.
            IF LOG-ENTRY-TYPE = "R"
                IF WS-ARN-FOUND = "Y"
                    MOVE "V" TO AR-STATE(WS-AX)
                END-IF
            ELSE
            IF WS-ARN-FOUND = "N" AND ARN-COUNT < 50
                ADD 1 TO ARN-COUNT
                MOVE LOG-START-TS TO AR-START-TS(ARN-COUNT)
                MOVE SPACE TO AR-STATE(ARN-COUNT)
            END-IF
            END-IF.
            MOVE SPACES TO WS-AUDIT-START-TS.
        FIND-AUDIT-RUN-ENTRY.
            MOVE "N" TO WS-ARN-FOUND.
            MOVE 1 TO WS-AX.
            PERFORM SCAN-AUDIT-RUN-ENTRY
                UNTIL WS-ARN-FOUND = "Y" OR WS-AX > ARN-COUNT.
        SCAN-AUDIT-RUN-ENTRY.
            IF AR-START-TS(WS-AX) = WS-AUDIT-START-TS
                MOVE "Y" TO WS-ARN-FOUND
            ELSE
                ADD 1 TO WS-AX
            END-IF.
        MARK-PENDING-AUDIT-RUN.
            READ PENDING-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF REV-STATUS = "P"
                        AND REV-PROGRAM-ID = WS-TARGET-PROGRAM
                        AND REV-AUDIT-START-TS NOT = SPACES
                            MOVE REV-AUDIT-START-TS
                                TO WS-AUDIT-START-TS
                            PERFORM FIND-AUDIT-RUN-ENTRY
                            IF WS-ARN-FOUND = "Y"
                                MOVE "P" TO AR-STATE(WS-AX)
                            END-IF
                            MOVE SPACES TO WS-AUDIT-START-TS
                    END-IF
            END-READ.
        PICK-AUDIT-RUN.
            IF AR-STATE(WS-AX) = SPACE
                MOVE AR-START-TS(WS-AX) TO WS-AUDIT-START-TS
            END-IF.
            ADD 1 TO WS-AX.
        COUNT-OPEN-AUDIT-RUN.
            IF AR-STATE(WS-AX) = SPACE
                ADD 1 TO WS-ARN-OPEN
            END-IF.
            ADD 1 TO WS-AX.
        SELECT-AUDIT-RUN.
            DISPLAY "AUDIT RUNS FOR " WS-TARGET-PROGRAM
                " PARM=" WS-TARGET-PARM " RESULT=" WS-TARGET-RESULT.
            MOVE 1 TO WS-AX.
            PERFORM SHOW-AUDIT-RUN-ENTRY UNTIL WS-AX > ARN-COUNT.
            DISPLAY "AUDIT RUN TO REVERSE (0 = NONE, NOT QUEUED): ".
            MOVE SPACES TO WS-CHOICE.
            ACCEPT WS-CHOICE.
            PERFORM PARSE-MENU-CHOICE.
            IF WS-CHOICE-NO = 0
                MOVE "N" TO WS-VALUE-OK
            ELSE
            IF WS-CHOICE-NO > ARN-COUNT
                DISPLAY "INVALID SELECTION"
                MOVE "N" TO WS-VALUE-OK
            ELSE
            IF AR-STATE(WS-CHOICE-NO) NOT = SPACE
                DISPLAY "EULCORR: AUDIT RUN ALREADY VOIDED OR AWAITING"
                    " APPROVAL"
                MOVE "N" TO WS-VALUE-OK
            ELSE
                MOVE AR-START-TS(WS-CHOICE-NO) TO WS-AUDIT-START-TS
            END-IF
            END-IF
            END-IF.
        SHOW-AUDIT-RUN-ENTRY.
            MOVE WS-AX TO WS-MENU-NO.
            EVALUATE AR-STATE(WS-AX)
                WHEN "V"
                    DISPLAY WS-MENU-NO " = STARTED "
                        AR-START-TS(WS-AX)(1:14) " VOIDED"
                WHEN "P"
                    DISPLAY WS-MENU-NO " = STARTED "
                        AR-START-TS(WS-AX)(1:14) " REVERSAL PENDING"
                WHEN OTHER
                    DISPLAY WS-MENU-NO " = STARTED "
                        AR-START-TS(WS-AX)(1:14)
            END-EVALUATE.
            ADD 1 TO WS-AX.
        WRITE-PENDING-REVERSAL.
            MOVE WS-TARGET-PROGRAM TO REV-PROGRAM-ID.
            MOVE WS-TARGET-PARM TO REV-PARM-VALUE.
            MOVE WS-TARGET-DATE TO REV-RUN-DATE.
            MOVE WS-TARGET-RESULT TO REV-RESULT.
            MOVE WS-AUDIT-START-TS TO REV-AUDIT-START-TS.
            MOVE WS-REASON-CODE TO REV-REASON-CODE.
            MOVE WS-REASON-TEXT TO REV-REASON-TEXT.
            MOVE WS-OPERATOR-ID TO REV-ENTRY-OPERATOR.
            MOVE FUNCTION CURRENT-DATE TO REV-ENTRY-TIMESTAMP.
            MOVE SPACES TO REV-APPROVER.
            MOVE SPACES TO REV-DISPOSED-TS.
            MOVE "P" TO REV-STATUS.
            OPEN EXTEND PENDING-FILE.
            IF WS-PENDING-STATUS = "35"
                OPEN OUTPUT PENDING-FILE
            END-IF.
            WRITE EULER-REVERSAL-RECORD.
            MOVE "EULER.REVPND.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PENDING-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE PENDING-FILE.
        REVIEW-PENDING-REVERSALS.
            PERFORM LOAD-PENDING-TABLE.
            IF WS-PND-OVERFLOW = "Y"
                DISPLAY "EULCORR: PENDING TABLE FULL, REVIEW NOT"
                    " RUN, FILE LEFT UNTOUCHED"
            ELSE
            IF PND-COUNT = 0
                DISPLAY "EULCORR: NO PENDING REVERSALS"
            ELSE
                MOVE 1 TO WS-PX
                PERFORM REVIEW-PENDING-ENTRY
                    UNTIL WS-PX > PND-COUNT
                PERFORM REWRITE-PENDING-FILE
            END-IF
            END-IF.
        LOAD-PENDING-TABLE.
            MOVE 0 TO PND-COUNT.
            MOVE "N" TO WS-PND-OVERFLOW.
            OPEN INPUT PENDING-FILE.
            IF WS-PENDING-STATUS = "00"
                PERFORM LOAD-PENDING-RECORD
                    UNTIL WS-PENDING-STATUS NOT = "00"
                CLOSE PENDING-FILE
            END-IF.
        LOAD-PENDING-RECORD.
            READ PENDING-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PND-COUNT >= 50
                        MOVE "Y" TO WS-PND-OVERFLOW
                    ELSE
                        ADD 1 TO PND-COUNT
                        MOVE REV-PROGRAM-ID TO PT-PROGRAM(PND-COUNT)
                        MOVE REV-PARM-VALUE TO PT-PARM-VALUE(PND-COUNT)
                        MOVE REV-RUN-DATE TO PT-RUN-DATE(PND-COUNT)
                        MOVE REV-RESULT TO PT-RESULT(PND-COUNT)
                        MOVE REV-AUDIT-START-TS
                            TO PT-AUDIT-TS(PND-COUNT)
                        MOVE REV-REASON-CODE TO PT-REASON(PND-COUNT)
                        MOVE REV-REASON-TEXT TO PT-TEXT(PND-COUNT)
                        MOVE REV-ENTRY-OPERATOR
                            TO PT-OPERATOR(PND-COUNT)
                        MOVE REV-ENTRY-TIMESTAMP
                            TO PT-TIMESTAMP(PND-COUNT)
                        MOVE REV-STATUS TO PT-STATUS(PND-COUNT)
                        MOVE "Y" TO PT-KEEP(PND-COUNT)
                    END-IF
            END-READ.
        REVIEW-PENDING-ENTRY.
            DISPLAY "PENDING: " PT-PROGRAM(WS-PX)
                " PARM=" PT-PARM-VALUE(WS-PX)
                " DATE=" PT-RUN-DATE(WS-PX)
                " RESULT=" PT-RESULT(WS-PX).
            DISPLAY "REASON " PT-REASON(WS-PX) " " PT-TEXT(WS-PX).
            DISPLAY "ENTERED BY " PT-OPERATOR(WS-PX)
                " AT " PT-TIMESTAMP(WS-PX).
            IF PT-AUDIT-TS(WS-PX) = SPACES
                DISPLAY "NO AUDIT RUN TO REVERSE"
            ELSE
                DISPLAY "AUDIT RUN STARTED " PT-AUDIT-TS(WS-PX)(1:14)
            END-IF.
            DISPLAY "A = APPROVE, R = REJECT, S = SKIP: ".
            ACCEPT WS-ACTION.
            EVALUATE WS-ACTION
                WHEN "A"
                WHEN "a"
                    PERFORM APPROVE-PENDING-ENTRY
                WHEN "R"
                WHEN "r"
                    PERFORM REJECT-PENDING-ENTRY
                WHEN OTHER
                    DISPLAY "EULCORR: REVERSAL LEFT PENDING"
            END-EVALUATE.
            ADD 1 TO WS-PX.
        APPROVE-PENDING-ENTRY.
            IF WS-OPERATOR-ID = PT-OPERATOR(WS-PX)
                DISPLAY "EULCORR: SECOND OPERATOR REQUIRED,"
                    " REVERSAL LEFT PENDING"
            ELSE
                MOVE PT-RUN-DATE(WS-PX) TO PCA-BUSINESS-DATE
                PERFORM CHECK-CLOSED-PERIOD
                IF PCA-CLOSED = "Y"
                    DISPLAY "EULCORR: RUN DATE IS IN A CLOSED PERIOD,"
                        " REVERSAL LEFT PENDING"
                ELSE
                    PERFORM ACQUIRE-RUN-LOCK
                    IF WS-LOCK-OK NOT = "Y"
                        DISPLAY "EULCORR: REVERSAL LEFT PENDING"
                    ELSE
                        PERFORM POST-REVERSAL
                        PERFORM RELEASE-RUN-LOCK
                    END-IF
                END-IF
            END-IF.
        REJECT-PENDING-ENTRY.
            IF WS-OPERATOR-ID = PT-OPERATOR(WS-PX)
                DISPLAY "EULCORR: SECOND OPERATOR REQUIRED,"
                    " REVERSAL LEFT PENDING"
            ELSE
                MOVE "R" TO PT-STATUS(WS-PX)
                MOVE "N" TO PT-KEEP(WS-PX)
                PERFORM LOG-REVERSAL
                DISPLAY "EULCORR: REVERSAL REJECTED"
            END-IF.
        POST-REVERSAL.
            MOVE PT-PROGRAM(WS-PX) TO WS-TARGET-PROGRAM.
            MOVE PT-PARM-VALUE(WS-PX) TO WS-TARGET-PARM.
            MOVE PT-RUN-DATE(WS-PX) TO WS-TARGET-DATE.
            MOVE PT-RESULT(WS-PX) TO WS-TARGET-RESULT.
            PERFORM LOAD-CANDIDATE-TABLE.
            MOVE WS-TARGET-RESULT TO WS-MATCH-RESULT.
            PERFORM FIND-OPEN-CANDIDATE.
            IF WS-CND-FOUND = "N"
                DISPLAY "EULCORR: POSTING ALREADY VOIDED OR NO"
                    " LONGER ON HISTORY, REVERSAL REJECTED"
                MOVE "R" TO PT-STATUS(WS-PX)
                MOVE "N" TO PT-KEEP(WS-PX)
                PERFORM LOG-REVERSAL
            ELSE
                PERFORM WRITE-RESULT-REVERSAL
                IF PT-AUDIT-TS(WS-PX) NOT = SPACES
                    PERFORM WRITE-AUDIT-REVERSAL
                END-IF
                PERFORM UPDATE-RESULT-MASTER
                MOVE "A" TO PT-STATUS(WS-PX)
                MOVE "N" TO PT-KEEP(WS-PX)
                PERFORM LOG-REVERSAL
                MOVE "W" TO WS-ALERT-SEVERITY
                MOVE "REVERSAL" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING WS-TARGET-PROGRAM " PARM=" WS-TARGET-PARM
                    " DATE=" WS-TARGET-DATE
                    " REASON=" PT-REASON(WS-PX)
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                DISPLAY "EULCORR: REVERSAL POSTED"
            END-IF.
        WRITE-RESULT-REVERSAL.
            MOVE WS-TARGET-PROGRAM TO RES-PROGRAM-ID.
            MOVE WS-TARGET-PARM TO RES-PARM-VALUE.
            MOVE WS-TARGET-RESULT TO RES-RESULT.
            MOVE WS-TARGET-DATE TO RES-RUN-DATE.
            MOVE "R" TO RES-ENTRY-TYPE.
            OPEN EXTEND RESULTS-FILE.
            IF WS-RESULTS-STATUS = "35"
                OPEN OUTPUT RESULTS-FILE
            END-IF.
            WRITE EULER-RESULT-RECORD.
            MOVE "EULER.RESULTS.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-RESULTS-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE RESULTS-FILE.
            PERFORM UPDATE-RESULTS-CONTROL.
        WRITE-AUDIT-REVERSAL.
            MOVE "N" TO WS-AUDIT-FOUND.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM FIND-AUDIT-IMAGE
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
            IF WS-AUDIT-FOUND = "N"
                DISPLAY "EULCORR: AUDIT RUN NO LONGER ON FILE,"
                    " RESULTS POSTING REVERSED ONLY"
            ELSE
                MOVE WS-AUDIT-SAVE TO EULER-LOG-RECORD
                MOVE "R" TO LOG-ENTRY-TYPE
                OPEN EXTEND AUDIT-FILE
                IF WS-AUDIT-STATUS = "35"
                    OPEN OUTPUT AUDIT-FILE
                END-IF
                WRITE EULER-LOG-RECORD
                MOVE "EULER.AUDIT.DAT" TO IOCHK-FILE-NAME
                MOVE "WRITE" TO IOCHK-OPERATION
                MOVE WS-AUDIT-STATUS TO IOCHK-STATUS
                PERFORM CHECK-IO-STATUS
                CLOSE AUDIT-FILE
                PERFORM UPDATE-AUDIT-CONTROL
            END-IF.
        FIND-AUDIT-IMAGE.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LOG-PROGRAM-ID = WS-TARGET-PROGRAM
                        AND LOG-START-TS = PT-AUDIT-TS(WS-PX)
                        AND LOG-ENTRY-TYPE NOT = "R"
                            MOVE EULER-LOG-RECORD TO WS-AUDIT-SAVE
                            MOVE "Y" TO WS-AUDIT-FOUND
                    END-IF
            END-READ.
        UPDATE-RESULT-MASTER.
            PERFORM LOAD-CANDIDATE-TABLE.
            MOVE WS-TARGET-RESULT TO WS-MASTER-RESULT.
            MOVE "V" TO WS-MASTER-STATUS.
            MOVE 1 TO WS-CX.
            PERFORM PICK-STANDING-CANDIDATE UNTIL WS-CX > CND-COUNT.
            OPEN I-O RESMAST-FILE.
            IF WS-RESMAST-STATUS = "35"
                OPEN OUTPUT RESMAST-FILE
            END-IF.
            IF WS-RESMAST-STATUS NOT = "00"
                DISPLAY "EULCORR: RESULT MASTER UNAVAILABLE "
                    WS-RESMAST-STATUS
            ELSE
                MOVE WS-TARGET-PROGRAM TO RESM-PROGRAM-ID
                MOVE WS-TARGET-PARM TO RESM-PARM-VALUE
                MOVE WS-TARGET-DATE TO RESM-RUN-DATE
                MOVE WS-MASTER-RESULT TO RESM-RESULT
                MOVE WS-MASTER-STATUS TO RESM-STATUS
                WRITE EULER-RESMAST-RECORD
                    INVALID KEY
                        REWRITE EULER-RESMAST-RECORD
                END-WRITE
                MOVE "EULER.RESMAST.DAT" TO IOCHK-FILE-NAME
                MOVE "WRITE" TO IOCHK-OPERATION
                MOVE WS-RESMAST-STATUS TO IOCHK-STATUS
                PERFORM CHECK-IO-STATUS
                CLOSE RESMAST-FILE
            END-IF.
        PICK-STANDING-CANDIDATE.
            IF CD-STATE(WS-CX) = SPACE
                MOVE CD-RESULT(WS-CX) TO WS-MASTER-RESULT
                MOVE SPACE TO WS-MASTER-STATUS
            END-IF.
            ADD 1 TO WS-CX.
        LOG-REVERSAL.
            MOVE PT-PROGRAM(WS-PX) TO REV-PROGRAM-ID.
            MOVE PT-PARM-VALUE(WS-PX) TO REV-PARM-VALUE.
            MOVE PT-RUN-DATE(WS-PX) TO REV-RUN-DATE.
            MOVE PT-RESULT(WS-PX) TO REV-RESULT.
            MOVE PT-AUDIT-TS(WS-PX) TO REV-AUDIT-START-TS.
            MOVE PT-REASON(WS-PX) TO REV-REASON-CODE.
            MOVE PT-TEXT(WS-PX) TO REV-REASON-TEXT.
            MOVE PT-OPERATOR(WS-PX) TO REV-ENTRY-OPERATOR.
            MOVE PT-TIMESTAMP(WS-PX) TO REV-ENTRY-TIMESTAMP.
            MOVE WS-OPERATOR-ID TO REV-APPROVER.
            MOVE FUNCTION CURRENT-DATE TO REV-DISPOSED-TS.
            MOVE PT-STATUS(WS-PX) TO REV-STATUS.
            OPEN EXTEND REVLOG-FILE.
            IF WS-REVLOG-STATUS = "35"
                OPEN OUTPUT REVLOG-FILE
            END-IF.
            WRITE REVLOG-RECORD FROM EULER-REVERSAL-RECORD.
            MOVE "EULER.REVLOG.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-REVLOG-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE REVLOG-FILE.
        REWRITE-PENDING-FILE.
            OPEN OUTPUT PENDING-FILE.
            MOVE 1 TO WS-PX.
            PERFORM REWRITE-PENDING-ENTRY
                UNTIL WS-PX > PND-COUNT.
            CLOSE PENDING-FILE.
        REWRITE-PENDING-ENTRY.
            IF PT-KEEP(WS-PX) = "Y"
                MOVE PT-PROGRAM(WS-PX) TO REV-PROGRAM-ID
                MOVE PT-PARM-VALUE(WS-PX) TO REV-PARM-VALUE
                MOVE PT-RUN-DATE(WS-PX) TO REV-RUN-DATE
                MOVE PT-RESULT(WS-PX) TO REV-RESULT
                MOVE PT-AUDIT-TS(WS-PX) TO REV-AUDIT-START-TS
                MOVE PT-REASON(WS-PX) TO REV-REASON-CODE
                MOVE PT-TEXT(WS-PX) TO REV-REASON-TEXT
                MOVE PT-OPERATOR(WS-PX) TO REV-ENTRY-OPERATOR
                MOVE PT-TIMESTAMP(WS-PX) TO REV-ENTRY-TIMESTAMP
                MOVE SPACES TO REV-APPROVER
                MOVE SPACES TO REV-DISPOSED-TS
                MOVE PT-STATUS(WS-PX) TO REV-STATUS
                WRITE EULER-REVERSAL-RECORD
                MOVE "EULER.REVPND.DAT" TO IOCHK-FILE-NAME
                MOVE "WRITE" TO IOCHK-OPERATION
                MOVE WS-PENDING-STATUS TO IOCHK-STATUS
                PERFORM CHECK-IO-STATUS
            END-IF.
            ADD 1 TO WS-PX.
        UPDATE-RESULTS-CONTROL.
            PERFORM LOAD-CONTROL-TOTALS.
            IF WS-CTL-BOOTSTRAP = "N"
                ADD 1 TO WS-CTL-RES-COUNT
                COMPUTE WS-CTL-RES-HASH =
                    FUNCTION MOD(WS-CTL-RES-HASH
                    + WS-TARGET-RESULT, 1000000000000000)
            END-IF.
            PERFORM WRITE-CONTROL-TOTALS.
        UPDATE-AUDIT-CONTROL.
            PERFORM LOAD-CONTROL-TOTALS.
            IF WS-CTL-BOOTSTRAP = "N"
                ADD 1 TO WS-CTL-AUD-COUNT
                MOVE WS-AUDIT-SAVE TO EULER-LOG-RECORD
                COMPUTE WS-CTL-AUD-HASH =
                    FUNCTION MOD(WS-CTL-AUD-HASH
                    + LOG-RESULT, 1000000000000000)
            END-IF.
            PERFORM WRITE-CONTROL-TOTALS.
        LOAD-CONTROL-TOTALS.
            MOVE "N" TO WS-CTL-BOOTSTRAP.
            MOVE 0 TO WS-CTL-RES-COUNT.
            MOVE 0 TO WS-CTL-RES-HASH.
            MOVE 0 TO WS-CTL-AUD-COUNT.
            MOVE 0 TO WS-CTL-AUD-HASH.
            OPEN INPUT CONTROL-FILE.
            IF WS-CONTROL-STATUS = "00"
                PERFORM READ-CONTROL-RECORD
                    UNTIL WS-CONTROL-STATUS NOT = "00"
                CLOSE CONTROL-FILE
            ELSE
                MOVE "Y" TO WS-CTL-BOOTSTRAP
                PERFORM RECOUNT-CONTROL-BASELINE
            END-IF.
        RECOUNT-CONTROL-BASELINE.
            PERFORM RECOUNT-RESULTS-BASELINE.
            PERFORM RECOUNT-AUDIT-BASELINE.
        RECOUNT-RESULTS-BASELINE.
            OPEN INPUT RESULTS-FILE.
            IF WS-RESULTS-STATUS = "00"
                PERFORM COUNT-RESULT-BASELINE
                    UNTIL WS-RESULTS-STATUS NOT = "00"
                CLOSE RESULTS-FILE
            END-IF.
        COUNT-RESULT-BASELINE.
            READ RESULTS-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-CTL-RES-COUNT
                    COMPUTE WS-CTL-RES-HASH =
                        FUNCTION MOD(WS-CTL-RES-HASH
                        + RES-RESULT, 1000000000000000)
            END-READ.
        RECOUNT-AUDIT-BASELINE.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM COUNT-AUDIT-BASELINE
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
        COUNT-AUDIT-BASELINE.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-CTL-AUD-COUNT
                    COMPUTE WS-CTL-AUD-HASH =
                        FUNCTION MOD(WS-CTL-AUD-HASH
                        + LOG-RESULT, 1000000000000000)
            END-READ.
        READ-CONTROL-RECORD.
            READ CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CTL-FILE-ID = "RESULTS"
                        MOVE CTL-RECORD-COUNT TO WS-CTL-RES-COUNT
                        MOVE CTL-HASH-TOTAL TO WS-CTL-RES-HASH
                    END-IF
                    IF CTL-FILE-ID = "AUDIT"
                        MOVE CTL-RECORD-COUNT TO WS-CTL-AUD-COUNT
                        MOVE CTL-HASH-TOTAL TO WS-CTL-AUD-HASH
                    END-IF
            END-READ.
        WRITE-CONTROL-TOTALS.
            OPEN OUTPUT CONTROL-FILE.
            MOVE "RESULTS" TO CTL-FILE-ID.
            MOVE WS-CTL-RES-COUNT TO CTL-RECORD-COUNT.
            MOVE WS-CTL-RES-HASH TO CTL-HASH-TOTAL.
            WRITE EULER-CONTROL-RECORD.
            MOVE "EULER.CONTROL.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-CONTROL-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE "AUDIT" TO CTL-FILE-ID.
            MOVE WS-CTL-AUD-COUNT TO CTL-RECORD-COUNT.
            MOVE WS-CTL-AUD-HASH TO CTL-HASH-TOTAL.
            WRITE EULER-CONTROL-RECORD.
            MOVE "EULER.CONTROL.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-CONTROL-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE CONTROL-FILE.
        CHECK-CLOSED-PERIOD.
            MOVE "EULCORR" TO PCA-PROGRAM-ID.
            MOVE "W" TO PCA-ALERT-SEVERITY.
            CALL "EULPCHK" USING EULER-PERIOD-CHECK-AREA
                ON EXCEPTION
                    DISPLAY "EULCORR: EULPCHK NOT AVAILABLE"
                    MOVE "N" TO PCA-CLOSED
            END-CALL.
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
                        DISPLAY "EULCORR: STALE LOCK FROM "
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
                        DISPLAY "EULCORR: RUN LOCK HELD BY "
                            WS-LOCK-HOLDER ", NOT POSTED"
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
            MOVE "EULCORR" TO LCK-PROGRAM-ID.
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
            MOVE "EULCORR" TO ALERT-PROGRAM-ID.
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
                DISPLAY "EULCORR: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULCORR: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
