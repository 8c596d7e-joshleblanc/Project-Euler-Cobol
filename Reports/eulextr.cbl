            01  WS-AX                   PIC 9(4).
            01  WS-MATCH-IX             PIC 9(4).
            01  WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
            01  WS-REVERSAL-COUNT       PIC 9(9) VALUE 0.
            01  WS-HASH-TOTAL           PIC 9(15) VALUE 0.
            01  WS-RECORDS-READ         PIC 9(9) VALUE 0.
            01  WS-RUN-RC               PIC 9(4).
            END-IF.
            DISPLAY "EULEXTR: SEQ=" WS-EXTRACT-SEQUENCE
                " DETAILS=" WS-DETAIL-COUNT
                " REVERSALS=" WS-REVERSAL-COUNT
                " HASH=" WS-HASH-TOTAL.
            IF WS-AUD-OVERFLOW = "Y"
                DISPLAY "EULEXTR: AUDIT TABLE FULL, TIMING FIELDS"
                AT END
                    CONTINUE
                NOT AT END
                    IF LOG-ENTRY-TYPE = "R"
                        CONTINUE
                    ELSE
                    IF AUD-COUNT >= 1000
                        MOVE "Y" TO WS-AUD-OVERFLOW
                    ELSE
                        ADD 1 TO AUD-COUNT
                        MOVE LOG-PROGRAM-ID TO AT-PROGRAM(AUD-COUNT)
                        MOVE LOG-PARM-VALUE TO AT-PARM-VALUE(AUD-COUNT)
                        MOVE LOG-START-TS(1:8)
                            TO AT-RUN-DATE(AUD-COUNT)
                        MOVE LOG-RETURN-CODE
                            TO AT-RETURN-CODE(AUD-COUNT)
                        MOVE LOG-ITERATIONS TO AT-ITERATIONS(AUD-COUNT)
                        MOVE LOG-ELAPSED-SECONDS
                            TO AT-ELAPSED(AUD-COUNT)
                    END-IF
                    END-IF
            END-READ.
        EXTRACT-RESULT-RECORD.
                NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF WS-RECORDS-READ > WS-LAST-RECORD-NO
                        IF RES-ENTRY-TYPE = "R"
                            PERFORM WRITE-EXTRACT-REVERSAL
                        ELSE
                            PERFORM WRITE-EXTRACT-DETAIL
                        END-IF
                    END-IF
            END-READ.
        WRITE-EXTRACT-DETAIL.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-EXTRACT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        WRITE-EXTRACT-REVERSAL.
            ADD 1 TO WS-DETAIL-COUNT.
            ADD 1 TO WS-REVERSAL-COUNT.
            COMPUTE WS-HASH-TOTAL =
                FUNCTION MOD(WS-HASH-TOTAL + RES-RESULT,
                    1000000000000000).
            MOVE SPACES TO EXTRACT-RECORD.
            STRING "REV|"
                RES-PROGRAM-ID DELIMITED BY SPACE
                "|" RES-PARM-VALUE
                "|" RES-RUN-DATE
                "|" RES-RESULT
                DELIMITED BY SIZE INTO EXTRACT-RECORD.
            WRITE EXTRACT-RECORD.
            MOVE "EULER.EXTRACT.SEQ" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-EXTRACT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        FIND-AUDIT-MATCH.
            MOVE 0 TO WS-MATCH-IX.
            MOVE 1 TO WS-AX.
