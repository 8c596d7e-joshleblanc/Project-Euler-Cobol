        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULINTK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "data/EULINTK.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT DEPT-FILE ASSIGN TO "data/EULER.DEPTMAST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-DEPT-STATUS.
            SELECT WORKLIST-FILE
                ASSIGN TO "data/EULER003.WORKLIST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WORKLIST-STATUS.
            SELECT REQCTL-FILE ASSIGN TO "data/EULER003.REQCTL.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REQCTL-STATUS.
            SELECT SUBMIT-FILE ASSIGN TO WS-SUBMIT-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-SUBMIT-STATUS.
            SELECT ACK-FILE ASSIGN TO WS-ACK-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ACK-STATUS.
            SELECT REJECT-FILE
                ASSIGN TO "data/EULER003.INTAKE.REJ.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REJECT-STATUS.
            SELECT LOCK-FILE ASSIGN TO "data/EULER.LOCK.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.
            SELECT LOCKPARM-FILE ASSIGN TO "data/EULLOCK.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCKPARM-STATUS.
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
            FD  DEPT-FILE.
            COPY EULDEPT.
            FD  WORKLIST-FILE.
            COPY EULWKQ.
            FD  REQCTL-FILE.
            COPY EULRQC.
            FD  SUBMIT-FILE.
            COPY EULSUB.
            FD  ACK-FILE.
            01  ACK-LINE                PIC X(100).
            FD  REJECT-FILE.
            COPY EULIRJ.
            FD  LOCK-FILE.
            COPY EULLCK.
            FD  LOCKPARM-FILE.
            COPY EULPARM REPLACING EULER-PARM-RECORD
                                    BY LOCKPARM-RECORD
                                    PARM-PROGRAM-ID BY LOCKPARM-PROGID
                                    PARM-VALUE BY LOCKPARM-VALUE.
            FD  ALERT-FILE.
            COPY EULALERT.
            FD  BUSDATE-FILE.
            COPY EULBDT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-PARM-STATUS          PIC XX.
            01  WS-DEPT-STATUS          PIC XX.
            01  WS-WORKLIST-STATUS      PIC XX.
            01  WS-REQCTL-STATUS        PIC XX.
            01  WS-SUBMIT-STATUS        PIC XX.
            01  WS-ACK-STATUS           PIC XX.
            01  WS-REJECT-STATUS        PIC XX.
            01  WS-LOCK-STATUS          PIC XX.
            01  WS-LOCKPARM-STATUS      PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-ALERT-REASON         PIC X(8).
            01  WS-ALERT-DETAIL         PIC X(64).
            01  WS-BUSDATE-STATUS       PIC XX.
            01  WS-TODAY                PIC X(8).
            01  WS-NOW-TS               PIC X(21).
            01  WS-PARM-EOF             PIC X VALUE "N".
            01  WS-PARM-RAW             PIC 9(12).
            01  QUEUE-CAPACITY          PIC 9(4) VALUE 200.
            01  WS-LOCK-OK              PIC X.
            01  WS-LOCK-HOLDER          PIC X(8).
            01  WS-LOCK-TS              PIC X(21).
            01  WS-LOCK-AGE             PIC S9(9).
            01  STALE-LOCK-MINUTES      PIC 9(6) VALUE 480.
            01  WS-SUBMIT-NAME          PIC X(40).
            01  WS-ACK-NAME             PIC X(40).
            01  WS-DX                   PIC 9(4).
            01  WS-KX                   PIC 9(4).
            01  WS-AX                   PIC 9(4).
            01  WS-PX                   PIC 9(4).
            01  WS-FOUND                PIC X.
            01  WS-ACK-OPEN             PIC X.
            01  WS-QUEUE-FAILED         PIC X.
            01  WS-DIGITS               PIC 9(4).
            01  WS-EDIT-VALUE           PIC 9(15).
            01  WS-REJECT-REASON        PIC X(8).
            01  WS-REASON-TEXT          PIC X(40).
            01  WS-QUEUE-COUNT          PIC 9(6) VALUE 0.
            01  WS-MAX-REQUEST          PIC 9(6) VALUE 0.
            01  WS-NEXT-REQUEST         PIC 9(6) VALUE 0.
            01  WS-REQUEST-NO           PIC 9(6).
            01  WS-REQCTL-CHANGED       PIC X VALUE "N".
            01  WS-PEND-OVERFLOW        PIC X VALUE "N".
            01  WS-SUB-READ             PIC 9(6).
            01  WS-SUB-REJECTED         PIC 9(6).
            01  WS-FILES-READ           PIC 9(4) VALUE 0.
            01  WS-TOT-READ             PIC 9(6) VALUE 0.
            01  WS-TOT-ACCEPTED         PIC 9(6) VALUE 0.
            01  WS-TOT-REJECTED         PIC 9(6) VALUE 0.
            01  DEPT-TABLE.
                02  DEP-COUNT           PIC 9(4) VALUE 0.
                02  DEP-ENTRY OCCURS 50 TIMES.
                    03  DP-CODE         PIC X(8).
                    03  DP-NAME         PIC X(30).
                    03  DP-ACTIVE       PIC X.
            01  PENDING-TABLE.
                02  PEND-COUNT          PIC 9(4) VALUE 0.
                02  PEND-ENTRY OCCURS 2000 TIMES.
                    03  PN-NUMBER       PIC 9(12).
                    03  PN-REQUESTER    PIC X(8).
            01  ACCEPT-TABLE.
                02  ACC-COUNT           PIC 9(4) VALUE 0.
                02  ACC-ENTRY OCCURS 2000 TIMES.
                    03  AC-LINE-NO      PIC 9(6).
                    03  AC-NUMBER       PIC 9(12).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULINTK" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM READ-PARMS.
            PERFORM ACQUIRE-RUN-LOCK.
            IF WS-LOCK-OK NOT = "Y"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-DEPT-TABLE.
            IF DEP-COUNT = 0
                DISPLAY "EULINTK: NO DEPARTMENT MASTER ON FILE,"
                    " NOTHING LOADED"
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "NODEPT" TO WS-ALERT-REASON
                MOVE "EULER.DEPTMAST.DAT MISSING OR EMPTY"
                    TO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                PERFORM RELEASE-RUN-LOCK
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-WORK-QUEUE.
            PERFORM READ-REQUEST-CONTROL.
            MOVE 1 TO WS-DX.
            PERFORM PROCESS-SUBMISSION
                UNTIL WS-DX > DEP-COUNT.
            IF WS-REQCTL-CHANGED = "Y"
                PERFORM REWRITE-REQUEST-CONTROL
            END-IF.
            PERFORM RELEASE-RUN-LOCK.
            DISPLAY "EULINTK: SUBMISSIONS=" WS-FILES-READ
                " RECORDS=" WS-TOT-READ
                " ACCEPTED=" WS-TOT-ACCEPTED
                " REJECTED=" WS-TOT-REJECTED
                " QUEUE=" WS-QUEUE-COUNT.
            MOVE 0 TO RETURN-CODE.
            IF WS-TOT-REJECTED > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        READ-PARMS.
            MOVE "N" TO WS-PARM-EOF.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "00"
                READ PARM-FILE
                    AT END
                        MOVE "Y" TO WS-PARM-EOF
                END-READ
                CLOSE PARM-FILE
            ELSE
                MOVE "Y" TO WS-PARM-EOF
            END-IF.
            IF WS-PARM-EOF = "Y"
                MOVE QUEUE-CAPACITY TO WS-PARM-RAW
            ELSE
                MOVE PARM-VALUE TO WS-PARM-RAW
            END-IF.
            IF WS-PARM-RAW IS NOT NUMERIC
                OR WS-PARM-RAW = 0
                OR WS-PARM-RAW > 2000
                    DISPLAY "EULINTK: INVALID QUEUE CAPACITY PARM,"
                        " USING " QUEUE-CAPACITY
            ELSE
                MOVE WS-PARM-RAW TO QUEUE-CAPACITY
            END-IF.
        LOAD-DEPT-TABLE.
            OPEN INPUT DEPT-FILE.
            IF WS-DEPT-STATUS = "00"
                PERFORM READ-DEPT-RECORD
                    UNTIL WS-DEPT-STATUS NOT = "00"
                CLOSE DEPT-FILE
            END-IF.
        READ-DEPT-RECORD.
            READ DEPT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF DEPT-CODE = SPACES
                        CONTINUE
                    ELSE
                    IF DEP-COUNT >= 50
                        DISPLAY "EULINTK: DEPARTMENT TABLE FULL, "
                            DEPT-CODE " NOT LOADED"
                    ELSE
                        ADD 1 TO DEP-COUNT
                        MOVE DEPT-CODE TO DP-CODE(DEP-COUNT)
                        MOVE DEPT-NAME TO DP-NAME(DEP-COUNT)
                        MOVE DEPT-ACTIVE TO DP-ACTIVE(DEP-COUNT)
                    END-IF
                    END-IF
            END-READ.
        LOAD-WORK-QUEUE.
            OPEN INPUT WORKLIST-FILE.
            IF WS-WORKLIST-STATUS = "00"
                PERFORM READ-QUEUE-RECORD
                    UNTIL WS-WORKLIST-STATUS NOT = "00"
                CLOSE WORKLIST-FILE
            END-IF.
            IF WS-PEND-OVERFLOW = "Y"
                DISPLAY "EULINTK: MORE THAN 2000 NUMBERS PENDING,"
                    " QUEUE IS OVER CAPACITY"
            END-IF.
        READ-QUEUE-RECORD.
            READ WORKLIST-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-QUEUE-COUNT
                    IF WKQ-REQUEST-NO IS NUMERIC
                        AND WKQ-REQUEST-NO > WS-MAX-REQUEST
                            MOVE WKQ-REQUEST-NO TO WS-MAX-REQUEST
                    END-IF
                    IF WKQ-STATUS = SPACE OR WKQ-STATUS = "P"
                        OR WKQ-STATUS = "I" OR WKQ-STATUS = "D"
                        IF PEND-COUNT >= 2000
                            MOVE "Y" TO WS-PEND-OVERFLOW
                        ELSE
                            ADD 1 TO PEND-COUNT
                            MOVE WKQ-NUMBER TO PN-NUMBER(PEND-COUNT)
                            MOVE WKQ-REQUESTER
                                TO PN-REQUESTER(PEND-COUNT)
                        END-IF
                    END-IF
            END-READ.
        READ-REQUEST-CONTROL.
            MOVE 1 TO WS-NEXT-REQUEST.
            OPEN INPUT REQCTL-FILE.
            IF WS-REQCTL-STATUS = "00"
                READ REQCTL-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-REQCTL-STATUS = "00"
                    AND RQC-NEXT-REQUEST IS NUMERIC
                    AND RQC-NEXT-REQUEST > 0
                        MOVE RQC-NEXT-REQUEST TO WS-NEXT-REQUEST
                END-IF
                CLOSE REQCTL-FILE
            ELSE
                DISPLAY "EULINTK: NO REQUEST CONTROL RECORD, NUMBERING"
                    " FOLLOWS THE WORK QUEUE"
            END-IF.
            IF WS-NEXT-REQUEST <= WS-MAX-REQUEST
                AND WS-MAX-REQUEST < 999999
                    COMPUTE WS-NEXT-REQUEST = WS-MAX-REQUEST + 1
            END-IF.
        REWRITE-REQUEST-CONTROL.
            OPEN OUTPUT REQCTL-FILE.
            MOVE WS-NEXT-REQUEST TO RQC-NEXT-REQUEST.
            MOVE FUNCTION CURRENT-DATE TO RQC-LAST-ASSIGNED-TS.
            WRITE EULER-REQCTL-RECORD.
            MOVE "EULER003.REQCTL.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-REQCTL-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE REQCTL-FILE.
        PROCESS-SUBMISSION.
            MOVE SPACES TO WS-SUBMIT-NAME.
            STRING "data/EULER003.SUBMIT." DP-CODE(WS-DX)
                DELIMITED BY SPACE
                ".DAT" DELIMITED BY SIZE
                INTO WS-SUBMIT-NAME.
            MOVE 0 TO WS-SUB-READ.
            MOVE 0 TO WS-SUB-REJECTED.
            MOVE 0 TO ACC-COUNT.
            MOVE "N" TO WS-ACK-OPEN.
            MOVE "N" TO WS-QUEUE-FAILED.
            OPEN INPUT SUBMIT-FILE.
            IF WS-SUBMIT-STATUS = "00"
                PERFORM EDIT-SUBMIT-RECORD
                    UNTIL WS-SUBMIT-STATUS NOT = "00"
                CLOSE SUBMIT-FILE
            END-IF.
            IF WS-SUB-READ > 0
                ADD 1 TO WS-FILES-READ
                ADD WS-SUB-READ TO WS-TOT-READ
                ADD WS-SUB-REJECTED TO WS-TOT-REJECTED
                IF ACC-COUNT > 0
                    PERFORM LOAD-ACCEPTED-NUMBERS
                END-IF
                PERFORM WRITE-ACK-TRAILER
                CLOSE ACK-FILE
                IF WS-QUEUE-FAILED = "Y"
                    DISPLAY "EULINTK: " WS-SUBMIT-NAME
                        " KEPT FOR RESUBMISSION"
                ELSE
                    OPEN OUTPUT SUBMIT-FILE
                    CLOSE SUBMIT-FILE
                END-IF
            END-IF.
            ADD 1 TO WS-DX.
        EDIT-SUBMIT-RECORD.
            READ SUBMIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF WS-ACK-OPEN = "N"
                        PERFORM OPEN-ACK-FILE
                    END-IF
                    ADD 1 TO WS-SUB-READ
                    MOVE SPACES TO WS-REJECT-REASON
                    PERFORM EDIT-REQUESTER
                    IF WS-REJECT-REASON = SPACES
                        PERFORM EDIT-SUBMIT-NUMBER
                    END-IF
                    IF WS-REJECT-REASON = SPACES
                        PERFORM CHECK-DUPLICATE
                    END-IF
                    IF WS-REJECT-REASON = SPACES
                        AND WS-QUEUE-COUNT + ACC-COUNT >= QUEUE-CAPACITY
                            MOVE "QUEFULL" TO WS-REJECT-REASON
                    END-IF
                    IF WS-REJECT-REASON = SPACES
                        ADD 1 TO ACC-COUNT
                        MOVE WS-SUB-READ TO AC-LINE-NO(ACC-COUNT)
                        MOVE WS-EDIT-VALUE TO AC-NUMBER(ACC-COUNT)
                    ELSE
                        PERFORM REJECT-SUBMIT-RECORD
                    END-IF
            END-READ.
        EDIT-REQUESTER.
            MOVE "N" TO WS-FOUND.
            MOVE 1 TO WS-KX.
            PERFORM SCAN-DEPT-ENTRY
                UNTIL WS-FOUND = "Y" OR WS-KX > DEP-COUNT.
            IF WS-FOUND = "N"
                MOVE "UNKDEPT" TO WS-REJECT-REASON
            ELSE
            IF DP-ACTIVE(WS-KX) = "N"
                MOVE "UNKDEPT" TO WS-REJECT-REASON
            ELSE
            IF SUB-REQUESTER NOT = DP-CODE(WS-DX)
                MOVE "DEPTMISM" TO WS-REJECT-REASON
            END-IF
            END-IF
            END-IF.
        SCAN-DEPT-ENTRY.
            IF DP-CODE(WS-KX) = SUB-REQUESTER
                MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-KX
            END-IF.
        EDIT-SUBMIT-NUMBER.
            MOVE 0 TO WS-DIGITS.
            INSPECT SUB-NUMBER TALLYING WS-DIGITS
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-DIGITS = 0
                MOVE "NOTNUM" TO WS-REJECT-REASON
            ELSE
            IF SUB-NUMBER(1:WS-DIGITS) IS NOT NUMERIC
                MOVE "NOTNUM" TO WS-REJECT-REASON
            ELSE
            IF WS-DIGITS < 15
                AND SUB-NUMBER(WS-DIGITS + 1:) NOT = SPACES
                    MOVE "NOTNUM" TO WS-REJECT-REASON
            ELSE
                MOVE SUB-NUMBER(1:WS-DIGITS) TO WS-EDIT-VALUE
                IF WS-EDIT-VALUE > 999999999999
                    MOVE "TOOBIG" TO WS-REJECT-REASON
                ELSE
                IF WS-EDIT-VALUE < 2
                    MOVE "TOOSMALL" TO WS-REJECT-REASON
                END-IF
                END-IF
            END-IF
            END-IF
            END-IF.
        CHECK-DUPLICATE.
            MOVE "N" TO WS-FOUND.
            MOVE 1 TO WS-AX.
            PERFORM SCAN-ACCEPTED-ENTRY
                UNTIL WS-FOUND = "Y" OR WS-AX > ACC-COUNT.
            IF WS-FOUND = "Y"
                MOVE "DUPSUBM" TO WS-REJECT-REASON
            ELSE
                MOVE 1 TO WS-PX
                PERFORM SCAN-PENDING-ENTRY
                    UNTIL WS-FOUND = "Y" OR WS-PX > PEND-COUNT
                IF WS-FOUND = "Y"
                    MOVE "DUPPEND" TO WS-REJECT-REASON
                END-IF
            END-IF.
        SCAN-ACCEPTED-ENTRY.
            IF AC-NUMBER(WS-AX) = WS-EDIT-VALUE
                MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-AX
            END-IF.
        SCAN-PENDING-ENTRY.
            IF PN-NUMBER(WS-PX) = WS-EDIT-VALUE
                AND PN-REQUESTER(WS-PX) = DP-CODE(WS-DX)
                    MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-PX
            END-IF.
        REJECT-SUBMIT-RECORD.
            ADD 1 TO WS-SUB-REJECTED.
            MOVE WS-NOW-TS TO IRJ-RUN-TS.
            MOVE DP-CODE(WS-DX) TO IRJ-DEPT.
            MOVE WS-SUB-READ TO IRJ-LINE-NO.
            MOVE SUB-REQUESTER TO IRJ-REQUESTER.
            MOVE SUB-NUMBER TO IRJ-NUMBER.
            MOVE WS-REJECT-REASON TO IRJ-REASON.
            OPEN EXTEND REJECT-FILE.
            IF WS-REJECT-STATUS = "35"
                OPEN OUTPUT REJECT-FILE
            END-IF.
            WRITE EULER-INTAKE-REJECT-RECORD.
            MOVE "EULER003.INTAKE.REJ" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-REJECT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE REJECT-FILE.
            EVALUATE WS-REJECT-REASON
                WHEN "UNKDEPT"
                    MOVE "REQUESTER IS NOT AN ACTIVE DEPARTMENT"
                        TO WS-REASON-TEXT
                WHEN "DEPTMISM"
                    MOVE "REQUESTER IS NOT THE SENDING DEPARTMENT"
                        TO WS-REASON-TEXT
                WHEN "NOTNUM"
                    MOVE "NUMBER MISSING OR NOT NUMERIC"
                        TO WS-REASON-TEXT
                WHEN "TOOSMALL"
                    MOVE "NUMBER LESS THAN 2" TO WS-REASON-TEXT
                WHEN "TOOBIG"
                    MOVE "NUMBER LONGER THAN 12 DIGITS"
                        TO WS-REASON-TEXT
                WHEN "DUPSUBM"
                    MOVE "NUMBER ALREADY IN THIS SUBMISSION"
                        TO WS-REASON-TEXT
                WHEN "DUPPEND"
                    MOVE "NUMBER ALREADY PENDING FOR DEPARTMENT"
                        TO WS-REASON-TEXT
                WHEN OTHER
                    MOVE "WORK QUEUE FULL, RESUBMIT LATER"
                        TO WS-REASON-TEXT
            END-EVALUATE.
            MOVE SPACES TO ACK-LINE.
            STRING "  LINE " WS-SUB-READ
                " NUMBER=" SUB-NUMBER
                " REJECTED " WS-REJECT-REASON
                " " WS-REASON-TEXT
                DELIMITED BY SIZE INTO ACK-LINE.
            PERFORM WRITE-ACK-LINE.
        OPEN-ACK-FILE.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
            MOVE SPACES TO WS-ACK-NAME.
            STRING "data/EULER003.ACK." DP-CODE(WS-DX)
                DELIMITED BY SPACE
                "." WS-TODAY ".DAT" DELIMITED BY SIZE
                INTO WS-ACK-NAME.
            OPEN EXTEND ACK-FILE.
            IF WS-ACK-STATUS = "35"
                OPEN OUTPUT ACK-FILE
            END-IF.
            MOVE "EULER003.ACK" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-ACK-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE "Y" TO WS-ACK-OPEN.
            MOVE SPACES TO ACK-LINE.
            STRING "EULINTK " WS-TODAY
                " SUBMISSION ACKNOWLEDGMENT FOR " DP-CODE(WS-DX)
                " " DP-NAME(WS-DX)
                DELIMITED BY SIZE INTO ACK-LINE.
            PERFORM WRITE-ACK-LINE.
            MOVE SPACES TO ACK-LINE.
            STRING "RECEIVED " WS-NOW-TS(1:8)
                " AT " WS-NOW-TS(9:6)
                DELIMITED BY SIZE INTO ACK-LINE.
            PERFORM WRITE-ACK-LINE.
        LOAD-ACCEPTED-NUMBERS.
            OPEN EXTEND WORKLIST-FILE.
            IF WS-WORKLIST-STATUS = "35"
                OPEN OUTPUT WORKLIST-FILE
            END-IF.
            MOVE "EULER003.WORKLIST" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-WORKLIST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            IF WS-WORKLIST-STATUS NOT = "00"
                MOVE "Y" TO WS-QUEUE-FAILED
            ELSE
                MOVE WS-NEXT-REQUEST TO WS-REQUEST-NO
                ADD 1 TO WS-NEXT-REQUEST
                IF WS-NEXT-REQUEST = 0
                    MOVE 1 TO WS-NEXT-REQUEST
                END-IF
                MOVE "Y" TO WS-REQCTL-CHANGED
                MOVE 1 TO WS-AX
                PERFORM APPEND-ACCEPTED-NUMBER
                    UNTIL WS-AX > ACC-COUNT
                CLOSE WORKLIST-FILE
                ADD ACC-COUNT TO WS-QUEUE-COUNT
                ADD ACC-COUNT TO WS-TOT-ACCEPTED
                DISPLAY "EULINTK: REQUEST " WS-REQUEST-NO
                    " FROM " DP-CODE(WS-DX)
                    " NUMBERS=" ACC-COUNT
            END-IF.
        APPEND-ACCEPTED-NUMBER.
            MOVE WS-REQUEST-NO TO WKQ-REQUEST-NO.
            MOVE DP-CODE(WS-DX) TO WKQ-REQUESTER.
            MOVE AC-NUMBER(WS-AX) TO WKQ-NUMBER.
            MOVE "P" TO WKQ-STATUS.
            WRITE EULER-WORKQUEUE-RECORD.
            MOVE "EULER003.WORKLIST" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-WORKLIST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            IF WS-WORKLIST-STATUS NOT = "00"
                MOVE "Y" TO WS-QUEUE-FAILED
            END-IF.
            IF PEND-COUNT < 2000
                ADD 1 TO PEND-COUNT
                MOVE AC-NUMBER(WS-AX) TO PN-NUMBER(PEND-COUNT)
                MOVE DP-CODE(WS-DX) TO PN-REQUESTER(PEND-COUNT)
            END-IF.
            MOVE SPACES TO ACK-LINE.
            STRING "  LINE " AC-LINE-NO(WS-AX)
                " NUMBER=" AC-NUMBER(WS-AX)
                "    ACCEPTED"
                DELIMITED BY SIZE INTO ACK-LINE.
            PERFORM WRITE-ACK-LINE.
            ADD 1 TO WS-AX.
        WRITE-ACK-TRAILER.
            MOVE SPACES TO ACK-LINE.
            IF ACC-COUNT = 0
                MOVE "NO NUMBERS ACCEPTED, NO REQUEST NUMBER ASSIGNED"
                    TO ACK-LINE
            ELSE
            IF WS-QUEUE-FAILED = "Y"
                MOVE "WORK QUEUE WRITE FAILED, SUBMISSION KEPT FOR"
                    TO ACK-LINE
                PERFORM WRITE-ACK-LINE
                MOVE "RESUBMISSION ONCE THE ERROR IS CORRECTED"
                    TO ACK-LINE
            ELSE
                STRING "REQUEST NUMBER " WS-REQUEST-NO
                    " ASSIGNED, NUMBERS QUEUED AS PENDING"
                    DELIMITED BY SIZE INTO ACK-LINE
            END-IF
            END-IF.
            PERFORM WRITE-ACK-LINE.
            MOVE SPACES TO ACK-LINE.
            STRING "RECORDS READ=" WS-SUB-READ
                " ACCEPTED=" ACC-COUNT
                " REJECTED=" WS-SUB-REJECTED
                DELIMITED BY SIZE INTO ACK-LINE.
            PERFORM WRITE-ACK-LINE.
            DISPLAY "EULINTK: " DP-CODE(WS-DX)
                " READ=" WS-SUB-READ
                " ACCEPTED=" ACC-COUNT
                " REJECTED=" WS-SUB-REJECTED.
        WRITE-ACK-LINE.
            WRITE ACK-LINE.
            MOVE "EULER003.ACK" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-ACK-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
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
                        DISPLAY "EULINTK: STALE LOCK FROM "
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
                        DISPLAY "EULINTK: RUN LOCK HELD BY "
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
            MOVE "EULINTK" TO LCK-PROGRAM-ID.
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
            MOVE "EULINTK" TO ALERT-PROGRAM-ID.
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
                DISPLAY "EULINTK: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULINTK: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
