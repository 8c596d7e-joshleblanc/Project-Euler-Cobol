                    03  RT-RUN-DATE     PIC X(8).
                    03  RT-RUN-TIME     PIC X(6).
                    03  RT-PARM-VALUE   PIC 9(12).
                    03  RT-RESULT       PIC 9(31).
                    03  RT-RETURN-CODE  PIC 9(4).
                    03  RT-ITERATIONS   PIC 9(9).
                    03  RT-ELAPSED      PIC 9(9).
                    IF LOG-PROGRAM-ID = WS-PROGRAM-ID
                        AND LOG-START-TS(1:8) >= WS-FROM-DATE
                        AND LOG-START-TS(1:8) <= WS-TO-DATE
                        AND LOG-ENTRY-TYPE NOT = "R"
                        IF RUN-COUNT >= 200
                            MOVE "Y" TO WS-RUN-OVERFLOW
                        ELSE
