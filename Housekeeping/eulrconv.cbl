            01  WS-READ-COUNT           PIC 9(9) VALUE 0.
            01  WS-LOADED-COUNT         PIC 9(9) VALUE 0.
            01  WS-REPLACED-COUNT       PIC 9(9) VALUE 0.
            01  WS-VOIDED-COUNT         PIC 9(9) VALUE 0.
            01  WS-RX                   PIC 9(4).
            01  WS-REV-FOUND            PIC X.
            01  WS-REV-OVERFLOW         PIC X VALUE "N".
            01  REVERSAL-TABLE.
                02  REV-COUNT           PIC 9(4) VALUE 0.
                02  REV-ENTRY OCCURS 500 TIMES.
                    03  RV-PROGRAM      PIC X(8).
                    03  RV-PARM-VALUE   PIC 9(12).
                    03  RV-RUN-DATE     PIC X(8).
                    03  RV-RESULT       PIC 9(31).
                    03  RV-OPEN         PIC 9(4).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULRCONV" TO IOCHK-PROGRAM-ID.
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-REVERSAL-RECORD
                UNTIL WS-RESULTS-STATUS NOT = "00".
            CLOSE RESULTS-FILE.
            IF WS-REV-OVERFLOW = "Y"
                DISPLAY "EULRCONV: REVERSAL TABLE FULL, RESULT"
                    " MASTER NOT REBUILT"
                PERFORM RELEASE-RUN-LOCK
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT RESULTS-FILE.
            OPEN OUTPUT RESMAST-FILE.
            IF WS-RESMAST-STATUS NOT = "00"
                DISPLAY "EULRCONV: CANNOT CREATE RESULT MASTER "
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            CLOSE RESMAST-FILE.
            OPEN I-O RESMAST-FILE.
            PERFORM CONVERT-RESULT-RECORD
                UNTIL WS-RESULTS-STATUS NOT = "00".
            CLOSE RESULTS-FILE RESMAST-FILE.
            DISPLAY "EULRCONV: READ=" WS-READ-COUNT
                " LOADED=" WS-LOADED-COUNT
                " REPLACED=" WS-REPLACED-COUNT
                " VOIDED=" WS-VOIDED-COUNT.
            PERFORM RELEASE-RUN-LOCK.
            MOVE 0 TO RETURN-CODE.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        LOAD-REVERSAL-RECORD.
            READ RESULTS-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RES-ENTRY-TYPE = "R"
                        PERFORM FIND-REVERSAL-ENTRY
                        IF WS-REV-FOUND = "Y"
                            ADD 1 TO RV-OPEN(WS-RX)
                        ELSE
                        IF REV-COUNT >= 500
                            MOVE "Y" TO WS-REV-OVERFLOW
                        ELSE
                            ADD 1 TO REV-COUNT
                            MOVE RES-PROGRAM-ID TO RV-PROGRAM(REV-COUNT)
                            MOVE RES-PARM-VALUE
                                TO RV-PARM-VALUE(REV-COUNT)
                            MOVE RES-RUN-DATE TO RV-RUN-DATE(REV-COUNT)
                            MOVE RES-RESULT TO RV-RESULT(REV-COUNT)
                            MOVE 1 TO RV-OPEN(REV-COUNT)
                        END-IF
                        END-IF
                    END-IF
            END-READ.
        FIND-REVERSAL-ENTRY.
            MOVE "N" TO WS-REV-FOUND.
            MOVE 1 TO WS-RX.
            PERFORM SCAN-REVERSAL-ENTRY
                UNTIL WS-REV-FOUND = "Y" OR WS-RX > REV-COUNT.
        SCAN-REVERSAL-ENTRY.
            IF RV-PROGRAM(WS-RX) = RES-PROGRAM-ID
                AND RV-PARM-VALUE(WS-RX) = RES-PARM-VALUE
                AND RV-RUN-DATE(WS-RX) = RES-RUN-DATE
                AND RV-RESULT(WS-RX) = RES-RESULT
                    MOVE "Y" TO WS-REV-FOUND
            ELSE
                ADD 1 TO WS-RX
            END-IF.
        CONVERT-RESULT-RECORD.
            READ RESULTS-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RES-ENTRY-TYPE NOT = "R"
                        PERFORM LOAD-MASTER-RECORD
                    END-IF
            END-READ.
        LOAD-MASTER-RECORD.
            ADD 1 TO WS-READ-COUNT.
            MOVE RES-PARM-VALUE TO RESM-PARM-VALUE.
            MOVE RES-RUN-DATE TO RESM-RUN-DATE.
            MOVE RES-RESULT TO RESM-RESULT.
            PERFORM FIND-REVERSAL-ENTRY.
            IF WS-REV-FOUND = "Y" AND RV-OPEN(WS-RX) > 0
                SUBTRACT 1 FROM RV-OPEN(WS-RX)
                ADD 1 TO WS-VOIDED-COUNT
                READ RESMAST-FILE
                    INVALID KEY
                        MOVE RES-RESULT TO RESM-RESULT
                        MOVE "V" TO RESM-STATUS
                        WRITE EULER-RESMAST-RECORD
                        ADD 1 TO WS-LOADED-COUNT
                END-READ
            ELSE
                MOVE SPACE TO RESM-STATUS
                WRITE EULER-RESMAST-RECORD
                    INVALID KEY
                        REWRITE EULER-RESMAST-RECORD
                        ADD 1 TO WS-REPLACED-COUNT
                    NOT INVALID KEY
                        ADD 1 TO WS-LOADED-COUNT
                END-WRITE
            END-IF.
            MOVE "EULER.RESMAST.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-RESMAST-STATUS TO IOCHK-STATUS.
