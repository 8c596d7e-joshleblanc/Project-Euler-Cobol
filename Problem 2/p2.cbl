            COPY EULBDT.
        	WORKING-STORAGE SECTION.
            COPY EULFST.
            COPY EULPCA.
            01  WS-BUSDATE-STATUS PIC XX.
        	01	WS-TODAY	PIC X(8).
        	01	WS-RESULTS-STATUS	PIC XX.
        	01	WS-CTL-BOOTSTRAP	PIC X VALUE "N".
        	01	WS-START-TS	PIC X(21).
        	01	WS-END-TS	PIC X(21).
        	01	WS-PRIOR-RESULT	PIC 9(31).
        	01	WS-PRIOR-FOUND	PIC X VALUE "N".
        	01	WS-ITER-COUNT	PIC 9(9) VALUE 0.
        	01	WS-ELAPSED-SECONDS	PIC 9(9) VALUE 0.
        	01	WS-SUM	PIC 9(31) VALUE 0.
        	01	WS-PARM-EOF	PIC X VALUE "N".
        	01	WS-PARM-RAW	PIC 9(12).
        	01	WS-CARD-VALID	PIC X VALUE "Y".
        	01	WS-OVERFLOW	PIC X VALUE "N".
        	01	WS-MAX-RC	PIC 9(4) VALUE 0.
        	01	CEILING-LIMIT	PIC 9(12) VALUE 4000000.
            COPY EULXA.
        	01	LOOP.
        		02 FIRS PIC 9(31) VALUE 1.
        		02 SECO PIC 9(31) VALUE 2.
                02 REM PIC 9(31).
                02 TMP PIC 9(31).
        		02 ANS PIC 9(31).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULER002" TO IOCHK-PROGRAM-ID.
        	MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
        	MOVE WS-START-TS(1:8) TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM CHECK-CLOSED-PERIOD.
            IF PCA-CLOSED = "Y"
                DISPLAY "EULER002: BUSINESS DATE " WS-TODAY
                    " IS IN A CLOSED PERIOD, NOT RUN"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
        	MOVE 0 TO WS-MAX-RC.
        	MOVE "N" TO WS-PARM-EOF.
        	OPEN INPUT PARM-FILE.
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
        	STRING "PARM=" CEILING-LIMIT " TODAY=" WS-SUM
        		DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
        	PERFORM WRITE-ALERT.
        	OPEN EXTEND RECON-FILE.
        	MOVE CEILING-LIMIT TO RES-PARM-VALUE.
        	MOVE WS-SUM TO RES-RESULT.
        	MOVE WS-TODAY TO RES-RUN-DATE.
        	MOVE SPACE TO RES-ENTRY-TYPE.
        	OPEN EXTEND RESULTS-FILE.
        	IF WS-RESULTS-STATUS = "35"
        		OPEN OUTPUT RESULTS-FILE
        		MOVE CEILING-LIMIT TO RESM-PARM-VALUE
        		MOVE WS-TODAY TO RESM-RUN-DATE
        		MOVE WS-SUM TO RESM-RESULT
        		MOVE SPACE TO RESM-STATUS
        		WRITE EULER-RESMAST-RECORD
        			INVALID KEY
        				REWRITE EULER-RESMAST-RECORD
        			MOVE 0 TO WS-ELAPSED-SECONDS
        	END-COMPUTE.
        	MOVE WS-ELAPSED-SECONDS TO LOG-ELAPSED-SECONDS.
        	MOVE SPACE TO LOG-ENTRY-TYPE.
        	DISPLAY "EULER002: ITERATIONS=" WS-ITER-COUNT
        		" ELAPSED-SECONDS=" WS-ELAPSED-SECONDS.
        	OPEN EXTEND AUDIT-FILE.
        	CLOSE CONTROL-FILE.
        MAIN-LOOP.
            ADD 1 TO WS-ITER-COUNT.
            MOVE "A" TO XA-OPERATION.
            MOVE FIRS TO XA-OPERAND-1.
            MOVE SECO TO XA-OPERAND-2.
            PERFORM CALL-XARITH.
            IF WS-OVERFLOW = "N"
                MOVE XA-RESULT TO ANS
                MOVE "D" TO XA-OPERATION
                MOVE ANS TO XA-OPERAND-1
                MOVE 2 TO XA-OPERAND-2
                PERFORM CALL-XARITH
            END-IF.
            IF WS-OVERFLOW = "N"
                MOVE XA-RESULT TO TMP
                MOVE XA-REMAINDER TO REM
                IF REM = 0 THEN
                    MOVE "A" TO XA-OPERATION
                    MOVE WS-SUM TO XA-OPERAND-1
                    MOVE ANS TO XA-OPERAND-2
                    PERFORM CALL-XARITH
                    IF WS-OVERFLOW = "N"
                        MOVE XA-RESULT TO WS-SUM
                    END-IF
                END-IF
                SET FIRS TO SECO
                SET SECO TO ANS
            END-IF.
        CALL-XARITH.
            CALL "EULXARTH" USING EULER-XARITH-AREA
                ON EXCEPTION
                    DISPLAY "EULER002: EULXARTH NOT AVAILABLE"
                    MOVE "E" TO XA-STATUS
            END-CALL.
            IF XA-STATUS NOT = SPACE
                PERFORM OVERFLOW-ABORT
            END-IF.
        OVERFLOW-ABORT.
            DISPLAY "EULER002: FIBONACCI SUM OVERFLOW, ABORTING".
            MOVE "Y" TO WS-OVERFLOW.
            MOVE WS-ALERT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE ALERT-FILE.
        CHECK-CLOSED-PERIOD.
            MOVE "EULER002" TO PCA-PROGRAM-ID.
            MOVE WS-TODAY TO PCA-BUSINESS-DATE.
            MOVE "E" TO PCA-ALERT-SEVERITY.
            CALL "EULPCHK" USING EULER-PERIOD-CHECK-AREA
                ON EXCEPTION
                    DISPLAY "EULER002: EULPCHK NOT AVAILABLE"
                    MOVE "N" TO PCA-CLOSED
            END-CALL.
        READ-BUSINESS-DATE.
            OPEN INPUT BUSDATE-FILE.
            IF WS-BUSDATE-STATUS = "00"
