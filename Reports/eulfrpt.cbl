                    03  RQ-TOTAL        PIC 9(4).
                    03  RQ-COMPLETE     PIC 9(4).
                    03  RQ-PENDING      PIC 9(4).
                    03  RQ-IN-PROCESS   PIC 9(4).
                    03  RQ-ERROR        PIC 9(4).
        PROCEDURE DIVISION.
        MAIN-PARA.
                    MOVE 0 TO RQ-TOTAL(WS-RX)
                    MOVE 0 TO RQ-COMPLETE(WS-RX)
                    MOVE 0 TO RQ-PENDING(WS-RX)
                    MOVE 0 TO RQ-IN-PROCESS(WS-RX)
                    MOVE 0 TO RQ-ERROR(WS-RX)
                END-IF
            END-IF.
                        ADD 1 TO RQ-COMPLETE(WS-RX)
                    WHEN "E"
                        ADD 1 TO RQ-ERROR(WS-RX)
                    WHEN "I"
                    WHEN "D"
                        ADD 1 TO RQ-IN-PROCESS(WS-RX)
                    WHEN OTHER
                        ADD 1 TO RQ-PENDING(WS-RX)
                END-EVALUATE
            STRING "  TOTALS NUMBERS=" RQ-TOTAL(WS-RX)
                " COMPLETE=" RQ-COMPLETE(WS-RX)
                " PENDING=" RQ-PENDING(WS-RX)
                " IN-PROCESS=" RQ-IN-PROCESS(WS-RX)
                " ERROR=" RQ-ERROR(WS-RX)
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
                    WHEN "E"
                        MOVE "ERROR" TO WS-STATUS-TEXT
                    WHEN "I"
                    WHEN "D"
                        MOVE "IN-PROCESS" TO WS-STATUS-TEXT
                    WHEN OTHER
                        MOVE "PENDING" TO WS-STATUS-TEXT
