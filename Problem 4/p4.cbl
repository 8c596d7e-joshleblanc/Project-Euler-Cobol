            SELECT BUSDATE-FILE ASSIGN TO "data/EULER.BUSDATE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BUSDATE-STATUS.
            SELECT RESTART-FILE ASSIGN TO "data/EULER004.RESTART.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RESTART-STATUS.
            SELECT WINDOW-FILE ASSIGN TO "data/EULER.WINDOW.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WINDOW-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PARM-FILE.
            COPY EULCTL.
            FD  BUSDATE-FILE.
            COPY EULBDT.
            FD  RESTART-FILE.
            COPY EULPCK.
            FD  WINDOW-FILE.
            COPY EULWDW.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            COPY EULPCA.
            01  WS-BUSDATE-STATUS PIC XX.
            01  WS-TODAY PIC X(8).
            01  WS-RESULTS-STATUS PIC XX.
            01  WS-PARM-RAW PIC 9(12).
            01  WS-CARD-VALID PIC X VALUE "Y".
            01  WS-MAX-RC PIC 9(4) VALUE 0.
            01  WS-RESTART-STATUS PIC XX.
            01  WS-WINDOW-STATUS PIC XX.
            01  WS-CUTOFF-TIME PIC 9(6) VALUE 0.
            01  WS-CHAIN-START-TIME PIC 9(6) VALUE 0.
            01  WS-NOW-TIME PIC 9(6).
            01  WS-SUSPENDED PIC X VALUE "N".
            01  WS-TODAY-NUM PIC 9(8).
            01  WS-PRIOR-NUM PIC 9(8).
            01  WS-PRIOR-DATE PIC X(8).
            01  WS-SEARCH-DONE PIC X VALUE "N".
            01  WS-ROW-DONE PIC X VALUE "N".
            01  CKPT-INTERVAL PIC 9(9) VALUE 100000.
            01  CURRNUM PIC 999999999999 VALUE 600851475143.
            01  DIGIT-WIDTH PIC 9 VALUE 3.
            01  UPPER-BOUND PIC 9(9) VALUE 999.
            MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
            MOVE WS-START-TS(1:8) TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM CHECK-CLOSED-PERIOD.
            IF PCA-CLOSED = "Y"
                DISPLAY "EULER004: BUSINESS DATE " WS-TODAY
                    " IS IN A CLOSED PERIOD, NOT RUN"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 0 TO WS-MAX-RC.
            MOVE "N" TO WS-PARM-EOF.
            MOVE "N" TO WS-SUSPENDED.
            PERFORM READ-BATCH-WINDOW.
            OPEN INPUT PARM-FILE.
            PERFORM READ-PARM-CARD.
            IF WS-PARM-EOF = "Y"
            ELSE
                PERFORM PROCESS-CARD-LOOP
                    UNTIL WS-PARM-EOF = "Y"
                    OR WS-SUSPENDED = "Y"
            END-IF.
            CLOSE PARM-FILE.
            MOVE WS-MAX-RC TO RETURN-CODE.
                COMPUTE SSTART = 16 - PWIDTH
                MOVE UPPER-BOUND TO I
                MOVE UPPER-BOUND TO J
                MOVE "N" TO WS-SEARCH-DONE
                MOVE "N" TO WS-ROW-DONE
                PERFORM CHECK-RESTART
                PERFORM MAIN-LOOP UNTIL I < LOWER-BOUND
                    OR WS-SEARCH-DONE = "Y"
                    OR WS-SUSPENDED = "Y"
                IF WS-SUSPENDED = "Y"
                    DISPLAY "EULER004: SUSPENDED AT BATCH-WINDOW"
                        " CUTOFF, CHECKPOINT TAKEN"
                    MOVE FUNCTION CURRENT-DATE TO WS-END-TS
                    MOVE 4 TO RETURN-CODE
                    PERFORM WRITE-AUDIT-LOG
                ELSE
                    DISPLAY MAX
                    PERFORM CLEAR-CHECKPOINT
                    MOVE FUNCTION CURRENT-DATE TO WS-END-TS
                    PERFORM RECONCILE-RESULTS
                    PERFORM WRITE-RESULTS
                    PERFORM WRITE-AUDIT-LOG
                END-IF
            END-IF.
            IF RETURN-CODE > WS-MAX-RC
                MOVE RETURN-CODE TO WS-MAX-RC
                MOVE "Y" TO WS-MASTER-DONE
            ELSE
                IF RESM-RUN-DATE NOT = WS-TODAY
                AND RESM-STATUS NOT = "V"
                    MOVE RESM-RESULT TO WS-PRIOR-RESULT
                    MOVE "Y" TO WS-PRIOR-FOUND
                END-IF
            MOVE DIGIT-WIDTH TO RES-PARM-VALUE.
            MOVE MAX TO RES-RESULT.
            MOVE WS-TODAY TO RES-RUN-DATE.
            MOVE SPACE TO RES-ENTRY-TYPE.
            OPEN EXTEND RESULTS-FILE.
            IF WS-RESULTS-STATUS = "35"
                OPEN OUTPUT RESULTS-FILE
                MOVE DIGIT-WIDTH TO RESM-PARM-VALUE
                MOVE WS-TODAY TO RESM-RUN-DATE
                MOVE MAX TO RESM-RESULT
                MOVE SPACE TO RESM-STATUS
                WRITE EULER-RESMAST-RECORD
                    INVALID KEY
                        REWRITE EULER-RESMAST-RECORD
                    MOVE 0 TO WS-ELAPSED-SECONDS
            END-COMPUTE.
            MOVE WS-ELAPSED-SECONDS TO LOG-ELAPSED-SECONDS.
            MOVE SPACE TO LOG-ENTRY-TYPE.
            DISPLAY "EULER004: ITERATIONS=" WS-ITER-COUNT
                " ELAPSED-SECONDS=" WS-ELAPSED-SECONDS.
            OPEN EXTEND AUDIT-FILE.
            PERFORM CHECK-IO-STATUS.
            CLOSE CONTROL-FILE.
        MAIN-LOOP.
            SET TMP TO I.
            MULTIPLY UPPER-BOUND BY TMP.
            IF TMP <= MAX
                MOVE "Y" TO WS-SEARCH-DONE
            ELSE
                PERFORM INNER-LOOP UNTIL J < I
                    OR WS-ROW-DONE = "Y"
                    OR WS-SUSPENDED = "Y"
                IF WS-SUSPENDED = "N"
                    SUBTRACT 1 FROM I
                    MOVE UPPER-BOUND TO J
                    MOVE "N" TO WS-ROW-DONE
                END-IF
            END-IF.
        INNER-LOOP.
            ADD 1 TO WS-ITER-COUNT.
            SET TMP TO I.
            MULTIPLY J BY TMP.
            IF TMP <= MAX
                MOVE "Y" TO WS-ROW-DONE
            ELSE
                MOVE TMP(SSTART:PWIDTH) TO S(SSTART:PWIDTH)
                MOVE FUNCTION REVERSE(S(SSTART:PWIDTH))
                    TO RS(SSTART:PWIDTH)
                IF RS(SSTART:PWIDTH) = S(SSTART:PWIDTH)
                    MOVE TMP TO MAX
                END-IF
            END-IF.
            SUBTRACT 1 FROM J.
            IF FUNCTION MOD(WS-ITER-COUNT, CKPT-INTERVAL) = 0
                PERFORM WRITE-CHECKPOINT
                PERFORM CHECK-BATCH-WINDOW
            END-IF.
        READ-BATCH-WINDOW.
            MOVE 0 TO WS-CUTOFF-TIME.
            MOVE 0 TO WS-CHAIN-START-TIME.
            MOVE FUNCTION NUMVAL(WS-TODAY) TO WS-TODAY-NUM.
            COMPUTE WS-PRIOR-NUM = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1).
            MOVE WS-PRIOR-NUM TO WS-PRIOR-DATE.
            OPEN INPUT WINDOW-FILE.
            IF WS-WINDOW-STATUS = "00"
                READ WINDOW-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-WINDOW-STATUS = "00"
                    AND (WDW-RUN-DATE = WS-TODAY
                        OR WDW-RUN-DATE = WS-PRIOR-DATE)
                    AND WDW-CUTOFF-TIME IS NUMERIC
                        MOVE WDW-CUTOFF-TIME TO WS-CUTOFF-TIME
                        IF WDW-START-TIME IS NUMERIC
                            MOVE WDW-START-TIME
                                TO WS-CHAIN-START-TIME
                        END-IF
                END-IF
                CLOSE WINDOW-FILE
            END-IF.
        CHECK-BATCH-WINDOW.
            IF WS-CUTOFF-TIME > 0
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
                IF WS-CUTOFF-TIME >= WS-CHAIN-START-TIME
                    IF WS-NOW-TIME >= WS-CUTOFF-TIME
                        OR WS-NOW-TIME < WS-CHAIN-START-TIME
                            MOVE "Y" TO WS-SUSPENDED
                    END-IF
                ELSE
                    IF WS-NOW-TIME >= WS-CUTOFF-TIME
                        AND WS-NOW-TIME < WS-CHAIN-START-TIME
                            MOVE "Y" TO WS-SUSPENDED
                    END-IF
                END-IF
            END-IF.
        CHECK-RESTART.
            OPEN INPUT RESTART-FILE.
            IF WS-RESTART-STATUS = "00"
                READ RESTART-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-RESTART-STATUS = "00"
                    AND PCK-PROGRAM-ID = "EULER004"
                    AND PCK-DIGIT-WIDTH = DIGIT-WIDTH
                        MOVE PCK-I TO I
                        MOVE PCK-J TO J
                        MOVE PCK-MAX TO MAX
                        MOVE PCK-ITERATIONS TO WS-ITER-COUNT
                        DISPLAY "EULER004: RESUMING FROM CHECKPOINT"
                END-IF
                CLOSE RESTART-FILE
            END-IF.
        WRITE-CHECKPOINT.
            MOVE "EULER004" TO PCK-PROGRAM-ID.
            MOVE DIGIT-WIDTH TO PCK-DIGIT-WIDTH.
            MOVE I TO PCK-I.
            MOVE J TO PCK-J.
            MOVE MAX TO PCK-MAX.
            MOVE WS-ITER-COUNT TO PCK-ITERATIONS.
            OPEN OUTPUT RESTART-FILE.
            WRITE EULER-PCKPT-RECORD.
            CLOSE RESTART-FILE.
        CLEAR-CHECKPOINT.
            OPEN OUTPUT RESTART-FILE.
            CLOSE RESTART-FILE.
        CHECK-CLOSED-PERIOD.
            MOVE "EULER004" TO PCA-PROGRAM-ID.
            MOVE WS-TODAY TO PCA-BUSINESS-DATE.
            MOVE "E" TO PCA-ALERT-SEVERITY.
            CALL "EULPCHK" USING EULER-PERIOD-CHECK-AREA
                ON EXCEPTION
                    DISPLAY "EULER004: EULPCHK NOT AVAILABLE"
                    MOVE "N" TO PCA-CLOSED
            END-CALL.
        READ-BUSINESS-DATE.
            OPEN INPUT BUSDATE-FILE.
            IF WS-BUSDATE-STATUS = "00"
