        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULPCHK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PERIOD-FILE ASSIGN TO "data/EULER.PERIOD.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PERIOD-FILE.
            COPY EULPER.
            FD  ALERT-FILE.
            COPY EULALERT.
            WORKING-STORAGE SECTION.
            01  WS-PERIOD-STATUS        PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            LINKAGE SECTION.
            COPY EULPCA.
        PROCEDURE DIVISION USING EULER-PERIOD-CHECK-AREA.
        MAIN-PARA.
            MOVE "N" TO PCA-CLOSED.
            MOVE SPACES TO PCA-CLOSED-TS.
            OPEN INPUT PERIOD-FILE.
            IF WS-PERIOD-STATUS = "00"
                PERFORM READ-PERIOD-RECORD
                    UNTIL WS-PERIOD-STATUS NOT = "00"
                CLOSE PERIOD-FILE
            END-IF.
            IF PCA-CLOSED = "Y"
                AND PCA-ALERT-SEVERITY NOT = SPACE
                    PERFORM WRITE-CLOSED-ALERT
            END-IF.
            GOBACK.
        READ-PERIOD-RECORD.
            READ PERIOD-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PER-PERIOD = PCA-BUSINESS-DATE(1:6)
                        AND PER-STATUS = "C"
                            MOVE "Y" TO PCA-CLOSED
                            MOVE PER-CLOSED-TS TO PCA-CLOSED-TS
                    END-IF
            END-READ.
        WRITE-CLOSED-ALERT.
            MOVE PCA-PROGRAM-ID TO ALERT-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP.
            IF PCA-ALERT-SEVERITY = "W"
                MOVE "W" TO ALERT-SEVERITY
            ELSE
                MOVE "E" TO ALERT-SEVERITY
            END-IF.
            MOVE "PERCLOSD" TO ALERT-REASON-CODE.
            MOVE SPACES TO ALERT-DETAIL.
            STRING "DATE=" PCA-BUSINESS-DATE
                " PERIOD CLOSED " PCA-CLOSED-TS(1:14)
                " REFUSED"
                DELIMITED BY SIZE INTO ALERT-DETAIL.
            MOVE "O" TO ALERT-STATUS.
            MOVE SPACES TO ALERT-DISP-OPERATOR.
            MOVE SPACES TO ALERT-DISP-TIMESTAMP.
            MOVE SPACES TO ALERT-DISP-NOTE.
            OPEN EXTEND ALERT-FILE.
            IF WS-ALERT-STATUS = "35"
                OPEN OUTPUT ALERT-FILE
            END-IF.
            IF WS-ALERT-STATUS NOT = "00"
                DISPLAY "EULPCHK: ALERT FILE UNAVAILABLE "
                    WS-ALERT-STATUS " FOR " ALERT-DETAIL
            ELSE
                WRITE EULER-ALERT-RECORD
                CLOSE ALERT-FILE
            END-IF.
