        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULFINQ.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WORKLIST-FILE
                ASSIGN TO "data/EULER003.WORKLIST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WORKLIST-STATUS.
            SELECT FACTMAST-FILE
                ASSIGN TO "data/EULER.FACTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FM-KEY
                FILE STATUS IS WS-FACTMAST-STATUS.
            SELECT OPERATOR-FILE ASSIGN TO "data/EULER.OPERMAST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-OPERATOR-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  WORKLIST-FILE.
            COPY EULWKQ.
            FD  FACTMAST-FILE.
            COPY EULFM.
            FD  OPERATOR-FILE.
            COPY EULOPR.
            FD  ALERT-FILE.
            COPY EULALERT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-WORKLIST-STATUS      PIC XX.
            01  WS-FACTMAST-STATUS      PIC XX.
            01  WS-OPERATOR-STATUS      PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-OPERATOR-ID          PIC X(8).
            01  WS-OPERATOR-ROLE        PIC X.
            01  WS-SIGNON-OK            PIC X.
            01  WS-LOOKUP-TYPE          PIC X.
            01  WS-REQUEST-NO           PIC 9(6).
            01  WS-INPUT-NUMBER         PIC 9(12).
            01  WS-ANSWER               PIC X.
            01  WS-DONE                 PIC X VALUE "N".
            01  WS-FACTMAST-OPEN        PIC X VALUE "N".
            01  WS-QX                   PIC 9(4).
            01  WS-PAGE-LINES           PIC 9(4).
            01  WS-QUEUE-OVERFLOW       PIC X VALUE "N".
            01  WS-STATUS-TEXT          PIC X(10).
            01  WS-FACTOR-DONE          PIC X.
            01  WS-FACTOR-COUNT         PIC 9(4).
            01  WS-FIRST-COMPUTED       PIC X(8).
            01  WS-SUSPECT              PIC X.
            01  WS-FACTOR-ED            PIC Z(11)9.
            01  WS-EXPONENT-ED          PIC ZZZ9.
            01  STATUS-TALLY.
                02  WS-PENDING-COUNT    PIC 9(4).
                02  WS-PROCESS-COUNT    PIC 9(4).
                02  WS-COMPLETE-COUNT   PIC 9(4).
                02  WS-ERROR-COUNT      PIC 9(4).
            01  QUEUE-TABLE.
                02  QUEUE-COUNT         PIC 9(4) VALUE 0.
                02  QUEUE-ENTRY OCCURS 200 TIMES.
                    03  QT-REQUEST-NO   PIC 9(6).
                    03  QT-REQUESTER    PIC X(8).
                    03  QT-NUMBER       PIC 9(12).
                    03  QT-STATUS       PIC X.
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULFINQ" TO IOCHK-PROGRAM-ID.
            DISPLAY "EULER FACTORIZATION LOOKUP".
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM VALIDATE-SIGN-ON.
            IF WS-SIGNON-OK NOT = "Y"
                DISPLAY "EULFINQ: SIGN-ON REFUSED"
                PERFORM WRITE-SIGNON-ALERT
                STOP RUN
            END-IF.
            PERFORM OPEN-FACTOR-MASTER.
            PERFORM INQUIRY-SCREEN UNTIL WS-DONE = "Y".
            IF WS-FACTMAST-OPEN = "Y"
                CLOSE FACTMAST-FILE
            END-IF.
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
                DISPLAY "EULFINQ: NO OPERATOR MASTER ON HAND"
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
        WRITE-SIGNON-ALERT.
            MOVE "EULFINQ" TO ALERT-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP.
            MOVE "E" TO ALERT-SEVERITY.
            MOVE "SIGNON" TO ALERT-REASON-CODE.
            MOVE SPACES TO ALERT-DETAIL.
            STRING "ID=" WS-OPERATOR-ID " NOT AUTHORIZED"
                DELIMITED BY SIZE INTO ALERT-DETAIL.
            MOVE "O" TO ALERT-STATUS.
            MOVE SPACES TO ALERT-DISP-OPERATOR.
            MOVE SPACES TO ALERT-DISP-TIMESTAMP.
            MOVE SPACES TO ALERT-DISP-NOTE.
            OPEN EXTEND ALERT-FILE.
            IF WS-ALERT-STATUS = "35"
                OPEN OUTPUT ALERT-FILE
            END-IF.
            WRITE EULER-ALERT-RECORD.
            CLOSE ALERT-FILE.
        OPEN-FACTOR-MASTER.
            OPEN INPUT FACTMAST-FILE.
            IF WS-FACTMAST-STATUS = "00"
                MOVE "Y" TO WS-FACTMAST-OPEN
            ELSE
                DISPLAY "EULFINQ: NO FACTOR MASTER ON HAND,"
                    " QUEUE STATUS ONLY"
                IF WS-FACTMAST-STATUS NOT = "35"
                    MOVE "EULER.FACTMAST.DAT" TO IOCHK-FILE-NAME
                    MOVE "OPEN" TO IOCHK-OPERATION
                    MOVE WS-FACTMAST-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
                END-IF
            END-IF.
        INQUIRY-SCREEN.
            DISPLAY "LOOK UP BY R=REQUEST NUMBER OR N=INPUT NUMBER"
                " (OR 0 TO EXIT): ".
            MOVE SPACE TO WS-LOOKUP-TYPE.
            ACCEPT WS-LOOKUP-TYPE.
            IF WS-LOOKUP-TYPE = "r"
                MOVE "R" TO WS-LOOKUP-TYPE
            END-IF.
            IF WS-LOOKUP-TYPE = "n"
                MOVE "N" TO WS-LOOKUP-TYPE
            END-IF.
            IF WS-LOOKUP-TYPE = "0" OR WS-LOOKUP-TYPE = SPACE
                MOVE "Y" TO WS-DONE
            ELSE
            IF WS-LOOKUP-TYPE = "R"
                DISPLAY "REQUEST NUMBER: "
                ACCEPT WS-REQUEST-NO
                IF WS-REQUEST-NO IS NOT NUMERIC
                    DISPLAY "EULFINQ: REQUEST NUMBER MUST BE NUMERIC"
                ELSE
                    PERFORM LOOKUP-REQUEST
                END-IF
            ELSE
            IF WS-LOOKUP-TYPE = "N"
                DISPLAY "INPUT NUMBER: "
                ACCEPT WS-INPUT-NUMBER
                IF WS-INPUT-NUMBER IS NOT NUMERIC
                    DISPLAY "EULFINQ: INPUT NUMBER MUST BE NUMERIC"
                ELSE
                    PERFORM LOOKUP-NUMBER
                END-IF
            ELSE
                DISPLAY "EULFINQ: ENTER R, N OR 0"
            END-IF
            END-IF
            END-IF.
        LOOKUP-REQUEST.
            PERFORM LOAD-QUEUE-TABLE.
            IF QUEUE-COUNT = 0
                DISPLAY "EULFINQ: REQUEST " WS-REQUEST-NO
                    " IS NOT ON THE WORK QUEUE"
            ELSE
                PERFORM COUNT-QUEUE-STATUS
                DISPLAY "REQUEST " WS-REQUEST-NO " FROM "
                    QT-REQUESTER(1) " - " QUEUE-COUNT " NUMBERS,"
                    " PENDING=" WS-PENDING-COUNT
                    " IN PROCESS=" WS-PROCESS-COUNT
                    " COMPLETE=" WS-COMPLETE-COUNT
                    " ERROR=" WS-ERROR-COUNT
                PERFORM DISPLAY-QUEUE-LIST
            END-IF.
        LOOKUP-NUMBER.
            PERFORM LOAD-QUEUE-TABLE.
            IF QUEUE-COUNT = 0
                DISPLAY "EULFINQ: " WS-INPUT-NUMBER
                    " IS NOT ON THE WORK QUEUE"
                PERFORM DISPLAY-FACTORIZATION
            ELSE
                DISPLAY "NUMBER " WS-INPUT-NUMBER " - ON "
                    QUEUE-COUNT " QUEUE ENTRIES"
                PERFORM DISPLAY-QUEUE-LIST
                PERFORM DISPLAY-FACTORIZATION
            END-IF.
        LOAD-QUEUE-TABLE.
            MOVE 0 TO QUEUE-COUNT.
            MOVE "N" TO WS-QUEUE-OVERFLOW.
            OPEN INPUT WORKLIST-FILE.
            IF WS-WORKLIST-STATUS = "00"
                PERFORM LOAD-QUEUE-RECORD
                    UNTIL WS-WORKLIST-STATUS NOT = "00"
                CLOSE WORKLIST-FILE
            ELSE
                DISPLAY "EULFINQ: NO WORK QUEUE ON HAND"
                IF WS-WORKLIST-STATUS NOT = "35"
                    MOVE "EULER003.WORKLIST" TO IOCHK-FILE-NAME
                    MOVE "OPEN" TO IOCHK-OPERATION
                    MOVE WS-WORKLIST-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
                END-IF
            END-IF.
        LOAD-QUEUE-RECORD.
            READ WORKLIST-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF WS-LOOKUP-TYPE = "R"
                        AND WKQ-REQUEST-NO = WS-REQUEST-NO
                            PERFORM STORE-QUEUE-ENTRY
                    ELSE
                    IF WS-LOOKUP-TYPE = "N"
                        AND WKQ-NUMBER = WS-INPUT-NUMBER
                            PERFORM STORE-QUEUE-ENTRY
                    END-IF
                    END-IF
            END-READ.
        STORE-QUEUE-ENTRY.
            IF QUEUE-COUNT >= 200
                MOVE "Y" TO WS-QUEUE-OVERFLOW
            ELSE
                ADD 1 TO QUEUE-COUNT
                MOVE WKQ-REQUEST-NO TO QT-REQUEST-NO(QUEUE-COUNT)
                MOVE WKQ-REQUESTER TO QT-REQUESTER(QUEUE-COUNT)
                MOVE WKQ-NUMBER TO QT-NUMBER(QUEUE-COUNT)
                MOVE WKQ-STATUS TO QT-STATUS(QUEUE-COUNT)
            END-IF.
        COUNT-QUEUE-STATUS.
            MOVE 0 TO WS-PENDING-COUNT.
            MOVE 0 TO WS-PROCESS-COUNT.
            MOVE 0 TO WS-COMPLETE-COUNT.
            MOVE 0 TO WS-ERROR-COUNT.
            MOVE 1 TO WS-QX.
            PERFORM COUNT-QUEUE-ENTRY
                UNTIL WS-QX > QUEUE-COUNT.
        COUNT-QUEUE-ENTRY.
            EVALUATE QT-STATUS(WS-QX)
                WHEN "C"
                    ADD 1 TO WS-COMPLETE-COUNT
                WHEN "E"
                    ADD 1 TO WS-ERROR-COUNT
                WHEN "I"
                WHEN "D"
                    ADD 1 TO WS-PROCESS-COUNT
                WHEN OTHER
                    ADD 1 TO WS-PENDING-COUNT
            END-EVALUATE.
            ADD 1 TO WS-QX.
        DISPLAY-QUEUE-LIST.
            MOVE 1 TO WS-QX.
            MOVE 0 TO WS-PAGE-LINES.
            PERFORM DISPLAY-QUEUE-ENTRY
                UNTIL WS-QX > QUEUE-COUNT.
            IF WS-QUEUE-OVERFLOW = "Y"
                DISPLAY "EULFINQ: MORE ENTRIES MATCHED THAN THE TABLE"
                    " HOLDS, ONLY THE FIRST 200 ARE SHOWN"
            END-IF.
        DISPLAY-QUEUE-ENTRY.
            PERFORM SET-STATUS-TEXT.
            DISPLAY "REQ " QT-REQUEST-NO(WS-QX) " "
                QT-REQUESTER(WS-QX) " NUMBER "
                QT-NUMBER(WS-QX) " " WS-STATUS-TEXT.
            ADD 1 TO WS-PAGE-LINES.
            IF QT-STATUS(WS-QX) = "C"
                AND WS-LOOKUP-TYPE = "R"
                    MOVE QT-NUMBER(WS-QX) TO WS-INPUT-NUMBER
                    PERFORM DISPLAY-FACTORIZATION
            END-IF.
            IF WS-PAGE-LINES >= 10 AND WS-QX < QUEUE-COUNT
                DISPLAY "MORE? (Y/N): "
                ACCEPT WS-ANSWER
                IF WS-ANSWER = "N" OR WS-ANSWER = "n"
                    MOVE QUEUE-COUNT TO WS-QX
                ELSE
                    MOVE 0 TO WS-PAGE-LINES
                END-IF
            END-IF.
            ADD 1 TO WS-QX.
        SET-STATUS-TEXT.
            EVALUATE QT-STATUS(WS-QX)
                WHEN "C"
                    MOVE "COMPLETE" TO WS-STATUS-TEXT
                WHEN "E"
                    MOVE "ERROR" TO WS-STATUS-TEXT
                WHEN "I"
                WHEN "D"
                    MOVE "IN PROCESS" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE "PENDING" TO WS-STATUS-TEXT
            END-EVALUATE.
        DISPLAY-FACTORIZATION.
            IF WS-FACTMAST-OPEN = "Y"
                MOVE 0 TO WS-FACTOR-COUNT
                MOVE SPACES TO WS-FIRST-COMPUTED
                MOVE "N" TO WS-SUSPECT
                MOVE "N" TO WS-FACTOR-DONE
                MOVE WS-INPUT-NUMBER TO FM-INPUT-NUMBER
                MOVE 0 TO FM-PRIME-FACTOR
                START FACTMAST-FILE KEY >= FM-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-FACTOR-DONE
                END-START
                PERFORM DISPLAY-FACTOR-RECORD
                    UNTIL WS-FACTOR-DONE = "Y"
                IF WS-FACTOR-COUNT = 0
                    DISPLAY "    NO FACTORIZATION ON THE FACTOR MASTER"
                ELSE
                    DISPLAY "    " WS-FACTOR-COUNT
                        " DISTINCT PRIMES, FIRST COMPUTED "
                        WS-FIRST-COMPUTED
                    IF WS-SUSPECT = "Y"
                        DISPLAY "    SUSPECT ON THE FACTOR-MASTER"
                            " AUDIT, REFACTORIZED ON ITS NEXT REQUEST"
                    END-IF
                END-IF
                ADD 1 TO WS-PAGE-LINES
            END-IF.
        DISPLAY-FACTOR-RECORD.
            READ FACTMAST-FILE NEXT
                AT END
                    MOVE "Y" TO WS-FACTOR-DONE
                NOT AT END
                    IF FM-INPUT-NUMBER NOT = WS-INPUT-NUMBER
                        MOVE "Y" TO WS-FACTOR-DONE
                    ELSE
                        ADD 1 TO WS-FACTOR-COUNT
                        IF WS-FIRST-COMPUTED = SPACES
                            OR FM-RUN-DATE < WS-FIRST-COMPUTED
                                MOVE FM-RUN-DATE TO WS-FIRST-COMPUTED
                        END-IF
                        IF FM-STATUS = "S"
                            MOVE "Y" TO WS-SUSPECT
                        END-IF
                        MOVE FM-PRIME-FACTOR TO WS-FACTOR-ED
                        MOVE FM-EXPONENT TO WS-EXPONENT-ED
                        DISPLAY "    PRIME " WS-FACTOR-ED
                            " EXPONENT " WS-EXPONENT-ED
                    END-IF
            END-READ.
            IF WS-FACTMAST-STATUS NOT = "00"
                AND WS-FACTMAST-STATUS NOT = "10"
                    MOVE "Y" TO WS-FACTOR-DONE
            END-IF.
        CHECK-IO-STATUS.
            IF IOCHK-STATUS = "00" OR IOCHK-STATUS = "10"
                CONTINUE
            ELSE
                DISPLAY "EULFINQ: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULFINQ: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
