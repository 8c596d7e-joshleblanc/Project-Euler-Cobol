                    IF ALR-COUNT >= 200
                        MOVE "Y" TO WS-ALR-OVERFLOW
                    ELSE
                        ADD 1 TO ALR-COUNT
                        MOVE ALERT-PROGRAM-ID TO AT-PROGRAM(ALR-COUNT)
                        MOVE ALERT-TIMESTAMP TO AT-TIMESTAMP(ALR-COUNT)
                        MOVE ALERT-SEVERITY TO AT-SEVERITY(ALR-COUNT)
                        MOVE ALERT-REASON-CODE TO AT-REASON(ALR-COUNT)
                        MOVE ALERT-DETAIL TO AT-DETAIL(ALR-COUNT)
                        IF ALERT-STATUS = SPACE
                            MOVE "O" TO AT-STATUS(ALR-COUNT)
                        ELSE
                            MOVE ALERT-STATUS TO AT-STATUS(ALR-COUNT)
                        END-IF
                        MOVE ALERT-DISP-OPERATOR
                            TO AT-DISP-OPER(ALR-COUNT)
                        MOVE ALERT-DISP-TIMESTAMP
                            TO AT-DISP-TS(ALR-COUNT)
                        MOVE ALERT-DISP-NOTE TO AT-DISP-NOTE(ALR-COUNT)
                    END-IF
            END-READ.
        COMPUTE-DAYS-OPEN.
