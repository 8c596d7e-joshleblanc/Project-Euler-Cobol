            COPY EULBDT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            COPY EULPCA.
            01  WS-BUSDATE-STATUS PIC XX.
            01  WS-TODAY PIC X(8).
            01  WS-RESULTS-STATUS PIC XX.
            01  WS-CTL-BOOTSTRAP PIC X VALUE "N".
            01  WS-START-TS PIC X(21).
            01  WS-END-TS PIC X(21).
            01  WS-PRIOR-RESULT PIC 9(31).
            01  WS-PRIOR-FOUND PIC X VALUE "N".
            01  WS-ITER-COUNT PIC 9(9) VALUE 0.
            01  WS-ELAPSED-SECONDS PIC 9(9) VALUE 0.
            01  WS-PARM-RAW PIC 9(12).
            01  WS-CARD-VALID PIC X VALUE "Y".
            01  WS-MAX-RC PIC 9(4) VALUE 0.
            01  WS-OVERFLOW PIC X VALUE "N".
            COPY EULXA.
            01  DIVISOR-BOUND PIC 9(4) VALUE 20.
            01  LCM-VALUE PIC 9(31) VALUE 1.
            01  LOOP.
                02 K PIC 9(4) VALUE 2.
                02 GCD-A PIC 9(31).
                02 GCD-B PIC 9(31).
                02 GCD-R PIC 9(31).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULER005" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
            MOVE WS-START-TS(1:8) TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM CHECK-CLOSED-PERIOD.
            IF PCA-CLOSED = "Y"
                DISPLAY "EULER005: BUSINESS DATE " WS-TODAY
                    " IS IN A CLOSED PERIOD, NOT RUN"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 0 TO WS-MAX-RC.
            MOVE "N" TO WS-PARM-EOF.
            OPEN INPUT PARM-FILE.
            MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
            MOVE 0 TO RETURN-CODE.
            MOVE "Y" TO WS-CARD-VALID.
            MOVE "N" TO WS-OVERFLOW.
            MOVE 0 TO WS-ITER-COUNT.
            MOVE 1 TO LCM-VALUE.
            MOVE 2 TO K.
            PERFORM VALIDATE-PARMS.
            IF WS-CARD-VALID = "Y"
                PERFORM MAIN-LOOP UNTIL K > DIVISOR-BOUND
                    OR WS-OVERFLOW = "Y"
                IF WS-OVERFLOW = "N"
                    DISPLAY LCM-VALUE
                    MOVE FUNCTION CURRENT-DATE TO WS-END-TS
                    PERFORM RECONCILE-RESULTS
                    PERFORM WRITE-RESULTS
                    PERFORM WRITE-AUDIT-LOG
                END-IF
            END-IF.
            IF RETURN-CODE > WS-MAX-RC
                MOVE RETURN-CODE TO WS-MAX-RC
        VALIDATE-PARMS.
            IF WS-PARM-RAW IS NOT NUMERIC
                OR WS-PARM-RAW = 0
                OR WS-PARM-RAW > 72
                    DISPLAY "EULER005: INVALID DIVISOR-BOUND PARM"
                    MOVE 16 TO RETURN-CODE
                    MOVE FUNCTION CURRENT-DATE TO WS-END-TS
            ADD 1 TO WS-ITER-COUNT.
            MOVE LCM-VALUE TO GCD-A.
            MOVE K TO GCD-B.
            PERFORM GCD-LOOP UNTIL GCD-B = 0 OR WS-OVERFLOW = "Y".
            IF WS-OVERFLOW = "N"
                MOVE "D" TO XA-OPERATION
                MOVE LCM-VALUE TO XA-OPERAND-1
                MOVE GCD-A TO XA-OPERAND-2
                PERFORM CALL-XARITH
            END-IF.
            IF WS-OVERFLOW = "N"
                MOVE "M" TO XA-OPERATION
                MOVE XA-RESULT TO XA-OPERAND-1
                MOVE K TO XA-OPERAND-2
                PERFORM CALL-XARITH
            END-IF.
            IF WS-OVERFLOW = "N"
                MOVE XA-RESULT TO LCM-VALUE
            END-IF.
            ADD 1 TO K.
        GCD-LOOP.
            MOVE "D" TO XA-OPERATION.
            MOVE GCD-A TO XA-OPERAND-1.
            MOVE GCD-B TO XA-OPERAND-2.
            PERFORM CALL-XARITH.
            MOVE XA-REMAINDER TO GCD-R.
            MOVE GCD-B TO GCD-A.
            MOVE GCD-R TO GCD-B.
        CALL-XARITH.
            CALL "EULXARTH" USING EULER-XARITH-AREA
                ON EXCEPTION
                    DISPLAY "EULER005: EULXARTH NOT AVAILABLE"
                    MOVE "E" TO XA-STATUS
            END-CALL.
            IF XA-STATUS NOT = SPACE
                PERFORM OVERFLOW-ABORT
            END-IF.
        OVERFLOW-ABORT.
            DISPLAY "EULER005: LCM ARITHMETIC FAILED, STATUS="
                XA-STATUS " ABORTING".
            MOVE "Y" TO WS-OVERFLOW.
            MOVE 16 TO RETURN-CODE.
            MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
            MOVE "E" TO WS-ALERT-SEVERITY.
            MOVE "OVERFLOW" TO WS-ALERT-REASON.
            MOVE SPACES TO WS-ALERT-DETAIL.
            STRING "PARM=" DIVISOR-BOUND " K=" K
                " OP=" XA-OPERATION " STATUS=" XA-STATUS
                DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
            PERFORM WRITE-ALERT.
            PERFORM WRITE-AUDIT-LOG.
        RECONCILE-RESULTS.
            MOVE "N" TO WS-PRIOR-FOUND.
            MOVE "N" TO WS-MASTER-DONE.
                MOVE "Y" TO WS-MASTER-DONE
            ELSE
                IF RESM-RUN-DATE NOT = WS-TODAY
                AND RESM-STATUS NOT = "V"
                    MOVE RESM-RESULT TO WS-PRIOR-RESULT
                    MOVE "Y" TO WS-PRIOR-FOUND
                END-IF
            MOVE "W" TO WS-ALERT-SEVERITY.
            MOVE "RECONDIF" TO WS-ALERT-REASON.
            MOVE SPACES TO WS-ALERT-DETAIL.
            STRING "PARM=" DIVISOR-BOUND " TODAY=" LCM-VALUE
                DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
            PERFORM WRITE-ALERT.
            OPEN EXTEND RECON-FILE.
            MOVE DIVISOR-BOUND TO RES-PARM-VALUE.
            MOVE LCM-VALUE TO RES-RESULT.
            MOVE WS-TODAY TO RES-RUN-DATE.
            MOVE SPACE TO RES-ENTRY-TYPE.
            OPEN EXTEND RESULTS-FILE.
            IF WS-RESULTS-STATUS = "35"
                OPEN OUTPUT RESULTS-FILE
                MOVE DIVISOR-BOUND TO RESM-PARM-VALUE
                MOVE WS-TODAY TO RESM-RUN-DATE
                MOVE LCM-VALUE TO RESM-RESULT
                MOVE SPACE TO RESM-STATUS
                WRITE EULER-RESMAST-RECORD
                    INVALID KEY
                        REWRITE EULER-RESMAST-RECORD
                    MOVE 0 TO WS-ELAPSED-SECONDS
            END-COMPUTE.
            MOVE WS-ELAPSED-SECONDS TO LOG-ELAPSED-SECONDS.
            MOVE SPACE TO LOG-ENTRY-TYPE.
            DISPLAY "EULER005: ITERATIONS=" WS-ITER-COUNT
                " ELAPSED-SECONDS=" WS-ELAPSED-SECONDS.
            OPEN EXTEND AUDIT-FILE.
            MOVE WS-CONTROL-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE CONTROL-FILE.
        CHECK-CLOSED-PERIOD.
            MOVE "EULER005" TO PCA-PROGRAM-ID.
            MOVE WS-TODAY TO PCA-BUSINESS-DATE.
            MOVE "E" TO PCA-ALERT-SEVERITY.
            CALL "EULPCHK" USING EULER-PERIOD-CHECK-AREA
                ON EXCEPTION
                    DISPLAY "EULER005: EULPCHK NOT AVAILABLE"
                    MOVE "N" TO PCA-CLOSED
            END-CALL.
        READ-BUSINESS-DATE.
            OPEN INPUT BUSDATE-FILE.
            IF WS-BUSDATE-STATUS = "00"
