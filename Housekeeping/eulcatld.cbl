        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULCATLD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CATSEQ-FILE ASSIGN TO "data/EULER.JOBCAT.SEQ.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CATSEQ-STATUS.
            SELECT CATALOG-FILE ASSIGN TO "data/EULER.JOBCAT.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAT-PROGRAM-ID
                FILE STATUS IS WS-CATALOG-STATUS.
            SELECT LOCK-FILE ASSIGN TO "data/EULER.LOCK.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.
            SELECT LOCKPARM-FILE ASSIGN TO "data/EULLOCK.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCKPARM-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  CATSEQ-FILE.
            01  CATSEQ-RECORD           PIC X(73).
            FD  CATALOG-FILE.
            COPY EULCAT.
            FD  LOCK-FILE.
            COPY EULLCK.
            FD  LOCKPARM-FILE.
            COPY EULPARM.
            FD  ALERT-FILE.
            COPY EULALERT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-CATSEQ-STATUS        PIC XX.
            01  WS-CATALOG-STATUS       PIC XX.
            01  WS-LOCK-STATUS          PIC XX.
            01  WS-LOCKPARM-STATUS      PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-ALERT-REASON         PIC X(8).
            01  WS-ALERT-DETAIL         PIC X(64).
            01  WS-LOCK-OK              PIC X.
            01  WS-LOCK-HOLDER          PIC X(8).
            01  WS-LOCK-TS              PIC X(21).
            01  WS-NOW-TS               PIC X(21).
            01  WS-LOCK-AGE             PIC S9(9).
            01  STALE-LOCK-MINUTES      PIC 9(6) VALUE 480.
            01  WS-CARD-VALID           PIC X.
            01  WS-READ-COUNT           PIC 9(9) VALUE 0.
            01  WS-LOADED-COUNT         PIC 9(9) VALUE 0.
            01  WS-REPLACED-COUNT       PIC 9(9) VALUE 0.
            01  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULCATLD" TO IOCHK-PROGRAM-ID.
            PERFORM ACQUIRE-RUN-LOCK.
            IF WS-LOCK-OK NOT = "Y"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT CATSEQ-FILE.
            IF WS-CATSEQ-STATUS NOT = "00"
                DISPLAY "EULCATLD: NO CATALOG IMAGE TO LOAD"
                PERFORM RELEASE-RUN-LOCK
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O CATALOG-FILE.
            IF WS-CATALOG-STATUS = "35"
                OPEN OUTPUT CATALOG-FILE
            END-IF.
            IF WS-CATALOG-STATUS NOT = "00"
                DISPLAY "EULCATLD: CANNOT OPEN JOB CATALOG "
                    WS-CATALOG-STATUS
                CLOSE CATSEQ-FILE
                PERFORM RELEASE-RUN-LOCK
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-CATALOG-CARD
                UNTIL WS-CATSEQ-STATUS NOT = "00".
            CLOSE CATSEQ-FILE CATALOG-FILE.
            DISPLAY "EULCATLD: READ=" WS-READ-COUNT
                " LOADED=" WS-LOADED-COUNT
                " REPLACED=" WS-REPLACED-COUNT
                " REJECTED=" WS-REJECTED-COUNT.
            PERFORM RELEASE-RUN-LOCK.
            IF WS-REJECTED-COUNT > 0
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        LOAD-CATALOG-CARD.
            READ CATSEQ-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE CATSEQ-RECORD TO EULER-CATALOG-RECORD
                    PERFORM VALIDATE-CATALOG-CARD
                    IF WS-CARD-VALID = "Y"
                        PERFORM LOAD-CATALOG-RECORD
                    END-IF
            END-READ.
        VALIDATE-CATALOG-CARD.
            MOVE "Y" TO WS-CARD-VALID.
            IF CAT-ACTIVE = SPACE
                MOVE "Y" TO CAT-ACTIVE
            END-IF.
            IF CAT-PROGRAM-ID = SPACES
                OR CAT-PARM-MIN IS NOT NUMERIC
                OR CAT-PARM-MAX IS NOT NUMERIC
                OR CAT-PLAN-POSITION IS NOT NUMERIC
                OR (CAT-ACTIVE NOT = "Y" AND CAT-ACTIVE NOT = "N")
                    MOVE "N" TO WS-CARD-VALID
            ELSE
                IF CAT-PARM-FILE NOT = SPACES
                    AND (CAT-PARM-MAX = 0
                        OR CAT-PARM-MIN > CAT-PARM-MAX)
                        MOVE "N" TO WS-CARD-VALID
                END-IF
            END-IF.
            IF WS-CARD-VALID = "N"
                ADD 1 TO WS-REJECTED-COUNT
                DISPLAY "EULCATLD: CARD " WS-READ-COUNT
                    " REJECTED, " CATSEQ-RECORD(1:8)
                    " FIELDS OUT OF RANGE"
                MOVE "W" TO WS-ALERT-SEVERITY
                MOVE "BADPARM" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "CATALOG CARD " WS-READ-COUNT
                    " PROGRAM=" CATSEQ-RECORD(1:8)
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
            END-IF.
        LOAD-CATALOG-RECORD.
            WRITE EULER-CATALOG-RECORD
                INVALID KEY
                    REWRITE EULER-CATALOG-RECORD
                    ADD 1 TO WS-REPLACED-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-LOADED-COUNT
            END-WRITE.
            MOVE "EULER.JOBCAT.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-CATALOG-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        READ-LOCK-PARM.
            OPEN INPUT LOCKPARM-FILE.
            IF WS-LOCKPARM-STATUS = "00"
                READ LOCKPARM-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-LOCKPARM-STATUS = "00"
                    AND PARM-VALUE IS NUMERIC
                    AND PARM-VALUE > 0
                        MOVE PARM-VALUE TO STALE-LOCK-MINUTES
                END-IF
                CLOSE LOCKPARM-FILE
            END-IF.
        ACQUIRE-RUN-LOCK.
            PERFORM READ-LOCK-PARM.
            MOVE "N" TO WS-LOCK-OK.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
            OPEN INPUT LOCK-FILE.
            IF WS-LOCK-STATUS NOT = "00"
                PERFORM TAKE-RUN-LOCK
            ELSE
                READ LOCK-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-LOCK-STATUS NOT = "00"
                    OR LCK-PROGRAM-ID = SPACES
                        CLOSE LOCK-FILE
                        PERFORM TAKE-RUN-LOCK
                ELSE
                    MOVE LCK-PROGRAM-ID TO WS-LOCK-HOLDER
                    MOVE LCK-TIMESTAMP TO WS-LOCK-TS
                    CLOSE LOCK-FILE
                    PERFORM COMPUTE-LOCK-AGE
                    IF WS-LOCK-AGE > STALE-LOCK-MINUTES
                        DISPLAY "EULCATLD: STALE LOCK FROM "
                            WS-LOCK-HOLDER " TAKEN OVER"
                        MOVE "W" TO WS-ALERT-SEVERITY
                        MOVE "STALELCK" TO WS-ALERT-REASON
                        MOVE SPACES TO WS-ALERT-DETAIL
                        STRING "HOLDER=" WS-LOCK-HOLDER
                            " AGE-MIN=" WS-LOCK-AGE
                            DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                        PERFORM WRITE-ALERT
                        PERFORM TAKE-RUN-LOCK
                    ELSE
                        DISPLAY "EULCATLD: RUN LOCK HELD BY "
                            WS-LOCK-HOLDER ", NOT STARTED"
                        MOVE "E" TO WS-ALERT-SEVERITY
                        MOVE "LOCKED" TO WS-ALERT-REASON
                        MOVE SPACES TO WS-ALERT-DETAIL
                        STRING "HOLDER=" WS-LOCK-HOLDER
                            " SINCE=" WS-LOCK-TS(1:14)
                            DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                        PERFORM WRITE-ALERT
                    END-IF
                END-IF
            END-IF.
        COMPUTE-LOCK-AGE.
            IF WS-LOCK-TS(1:8) IS NUMERIC
                COMPUTE WS-LOCK-AGE =
                    (FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-NOW-TS(1:8)))
                    - FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-LOCK-TS(1:8)))) * 1440
                    + FUNCTION NUMVAL(WS-NOW-TS(9:2)) * 60
                    + FUNCTION NUMVAL(WS-NOW-TS(11:2))
                    - FUNCTION NUMVAL(WS-LOCK-TS(9:2)) * 60
                    - FUNCTION NUMVAL(WS-LOCK-TS(11:2))
            ELSE
                COMPUTE WS-LOCK-AGE = STALE-LOCK-MINUTES + 1
            END-IF.
        TAKE-RUN-LOCK.
            OPEN OUTPUT LOCK-FILE.
            MOVE "EULCATLD" TO LCK-PROGRAM-ID.
            MOVE WS-NOW-TS TO LCK-TIMESTAMP.
            WRITE EULER-LOCK-RECORD.
            MOVE "EULER.LOCK.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-LOCK-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE LOCK-FILE.
            MOVE "Y" TO WS-LOCK-OK.
        RELEASE-RUN-LOCK.
            OPEN OUTPUT LOCK-FILE.
            CLOSE LOCK-FILE.
        WRITE-ALERT.
            MOVE "EULCATLD" TO ALERT-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP.
            MOVE WS-ALERT-SEVERITY TO ALERT-SEVERITY.
            MOVE WS-ALERT-REASON TO ALERT-REASON-CODE.
            MOVE WS-ALERT-DETAIL TO ALERT-DETAIL.
            MOVE "O" TO ALERT-STATUS.
            MOVE SPACES TO ALERT-DISP-OPERATOR.
            MOVE SPACES TO ALERT-DISP-TIMESTAMP.
            MOVE SPACES TO ALERT-DISP-NOTE.
            OPEN EXTEND ALERT-FILE.
            IF WS-ALERT-STATUS = "35"
                OPEN OUTPUT ALERT-FILE
            END-IF.
            WRITE EULER-ALERT-RECORD.
            MOVE "EULER.ALERTS.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-ALERT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE ALERT-FILE.
        CHECK-IO-STATUS.
            IF IOCHK-STATUS = "00" OR IOCHK-STATUS = "10"
                CONTINUE
            ELSE
                DISPLAY "EULCATLD: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULCATLD: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
