        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULPAGE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "data/EULPAGE.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT ROSTER-FILE ASSIGN TO "data/EULER.ONCALL.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ROSTER-STATUS.
            SELECT OPERATOR-FILE ASSIGN TO "data/EULER.OPERMAST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-OPERATOR-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
            SELECT PAGELOG-FILE ASSIGN TO "data/EULER.PAGELOG.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PAGELOG-STATUS.
            SELECT PAGEOUT-FILE ASSIGN TO "data/EULER.PAGEOUT.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PAGEOUT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PARM-FILE.
            COPY EULPARM.
            FD  ROSTER-FILE.
            COPY EULROST.
            FD  OPERATOR-FILE.
            COPY EULOPR.
            FD  ALERT-FILE.
            COPY EULALERT.
            FD  PAGELOG-FILE.
            COPY EULPAGE.
            FD  PAGEOUT-FILE.
            01  PAGEOUT-RECORD          PIC X(151).
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-PARM-STATUS          PIC XX.
            01  WS-ROSTER-STATUS        PIC XX.
            01  WS-OPERATOR-STATUS      PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-ALERT-REASON         PIC X(8).
            01  WS-ALERT-DETAIL         PIC X(64).
            01  WS-PAGELOG-STATUS       PIC XX.
            01  WS-PAGEOUT-STATUS       PIC XX.
            01  ESCALATE-MINUTES        PIC 9(6) VALUE 30.
            01  WS-NOW-TS               PIC X(21).
            01  WS-NOW-TIME             PIC 9(4).
            01  WS-TODAY                PIC X(8).
            01  WS-YESTERDAY            PIC X(8).
            01  WS-YESTERDAY-NUM        PIC 9(8).
            01  WS-ROSTER-FOUND         PIC X VALUE "N".
            01  WS-ONCALL-PRIMARY       PIC X(8).
            01  WS-ONCALL-BACKUP        PIC X(8).
            01  WS-PAGE-AGE             PIC S9(9).
            01  WS-PX                   PIC 9(4).
            01  WS-OX                   PIC 9(4).
            01  WS-FOUND                PIC X.
            01  WS-PAGE-LEVEL           PIC X.
            01  WS-PAGE-TO              PIC X(8).
            01  WS-PAGE-TO-NAME         PIC X(20).
            01  WS-PRIMARY-COUNT        PIC 9(4) VALUE 0.
            01  WS-BACKUP-COUNT         PIC 9(4) VALUE 0.
            01  WS-NO-BACKUP-COUNT      PIC 9(4) VALUE 0.
            01  WS-PAGE-OVERFLOW        PIC X VALUE "N".
            01  WS-ALERT-KEY.
                02  WS-KEY-PROGRAM      PIC X(8).
                02  WS-KEY-TS           PIC X(21).
                02  WS-KEY-REASON       PIC X(8).
            01  PAGED-TABLE.
                02  PGD-COUNT           PIC 9(4) VALUE 0.
                02  PGD-ENTRY OCCURS 1000 TIMES.
                    03  PG-ALERT-KEY    PIC X(37).
                    03  PG-LEVEL        PIC X.
                    03  PG-SENT-TS      PIC X(21).
            01  OPERATOR-TABLE.
                02  OPT-COUNT           PIC 9(4) VALUE 0.
                02  OPT-ENTRY OCCURS 100 TIMES.
                    03  OT-ID           PIC X(8).
                    03  OT-NAME         PIC X(20).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULPAGE" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
            MOVE WS-NOW-TS(1:8) TO WS-TODAY.
            MOVE WS-NOW-TS(9:4) TO WS-NOW-TIME.
            COMPUTE WS-YESTERDAY-NUM = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-TODAY)) - 1).
            MOVE WS-YESTERDAY-NUM TO WS-YESTERDAY.
            MOVE 0 TO PGD-COUNT.
            MOVE 0 TO OPT-COUNT.
            MOVE 0 TO WS-PRIMARY-COUNT.
            MOVE 0 TO WS-BACKUP-COUNT.
            MOVE 0 TO WS-NO-BACKUP-COUNT.
            MOVE "N" TO WS-PAGE-OVERFLOW.
            PERFORM READ-PAGE-PARM.
            PERFORM FIND-ONCALL-OPERATORS.
            PERFORM LOAD-OPERATOR-TABLE.
            PERFORM LOAD-PAGED-TABLE.
            OPEN INPUT ALERT-FILE.
            IF WS-ALERT-STATUS = "00"
                PERFORM CHECK-ALERT-RECORD
                    UNTIL WS-ALERT-STATUS NOT = "00"
                CLOSE ALERT-FILE
            END-IF.
            DISPLAY "EULPAGE: PRIMARY PAGES=" WS-PRIMARY-COUNT
                " BACKUP RE-SENDS=" WS-BACKUP-COUNT
                " ONCALL=" WS-ONCALL-PRIMARY "/" WS-ONCALL-BACKUP.
            IF WS-PAGE-OVERFLOW = "Y"
                DISPLAY "EULPAGE: OPEN ALERT TABLE FULL, SOME"
                    " ALERTS MAY BE PAGED AGAIN"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        READ-PAGE-PARM.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "00"
                READ PARM-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-PARM-STATUS = "00"
                    AND PARM-VALUE IS NUMERIC
                    AND PARM-VALUE > 0
                    AND PARM-VALUE < 1000000
                        MOVE PARM-VALUE TO ESCALATE-MINUTES
                END-IF
                CLOSE PARM-FILE
            END-IF.
        FIND-ONCALL-OPERATORS.
            MOVE "N" TO WS-ROSTER-FOUND.
            MOVE SPACES TO WS-ONCALL-PRIMARY.
            MOVE SPACES TO WS-ONCALL-BACKUP.
            OPEN INPUT ROSTER-FILE.
            IF WS-ROSTER-STATUS = "00"
                PERFORM READ-ROSTER-RECORD
                    UNTIL WS-ROSTER-STATUS NOT = "00"
                    OR WS-ROSTER-FOUND = "Y"
                CLOSE ROSTER-FILE
            END-IF.
            IF WS-ROSTER-FOUND = "N"
                DISPLAY "EULPAGE: NO ROSTER ENTRY COVERS "
                    WS-TODAY " " WS-NOW-TIME
                    ", PAGES ADDRESSED TO *ONCALL*"
                MOVE "*ONCALL*" TO WS-ONCALL-PRIMARY
                MOVE "*ONCALL*" TO WS-ONCALL-BACKUP
                MOVE "W" TO WS-ALERT-SEVERITY
                MOVE "NOROSTER" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "NO ON-CALL ROSTER ENTRY FOR " WS-TODAY
                    " " WS-NOW-TIME
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
            END-IF.
        READ-ROSTER-RECORD.
            READ ROSTER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ROST-START-TIME IS NUMERIC
                        AND ROST-END-TIME IS NUMERIC
                            PERFORM CHECK-ROSTER-SHIFT
                    END-IF
            END-READ.
        CHECK-ROSTER-SHIFT.
            IF ROST-START-TIME <= ROST-END-TIME
                IF ROST-DATE = WS-TODAY
                    AND WS-NOW-TIME >= ROST-START-TIME
                    AND WS-NOW-TIME < ROST-END-TIME
                        MOVE "Y" TO WS-ROSTER-FOUND
                END-IF
            ELSE
                IF (ROST-DATE = WS-TODAY
                    AND WS-NOW-TIME >= ROST-START-TIME)
                    OR (ROST-DATE = WS-YESTERDAY
                    AND WS-NOW-TIME < ROST-END-TIME)
                        MOVE "Y" TO WS-ROSTER-FOUND
                END-IF
            END-IF.
            IF WS-ROSTER-FOUND = "Y"
                MOVE ROST-PRIMARY TO WS-ONCALL-PRIMARY
                MOVE ROST-BACKUP TO WS-ONCALL-BACKUP
            END-IF.
        LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPERATOR-STATUS = "00"
                PERFORM LOAD-OPERATOR-RECORD
                    UNTIL WS-OPERATOR-STATUS NOT = "00"
                CLOSE OPERATOR-FILE
            END-IF.
        LOAD-OPERATOR-RECORD.
            READ OPERATOR-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF OPT-COUNT < 100
                        ADD 1 TO OPT-COUNT
                        MOVE OPR-ID TO OT-ID(OPT-COUNT)
                        MOVE OPR-NAME TO OT-NAME(OPT-COUNT)
                    END-IF
            END-READ.
        LOAD-PAGED-TABLE.
            OPEN INPUT ALERT-FILE.
            IF WS-ALERT-STATUS = "00"
                PERFORM LOAD-OPEN-ALERT-RECORD
                    UNTIL WS-ALERT-STATUS NOT = "00"
                CLOSE ALERT-FILE
            END-IF.
            OPEN INPUT PAGELOG-FILE.
            IF WS-PAGELOG-STATUS = "00"
                PERFORM LOAD-PAGED-RECORD
                    UNTIL WS-PAGELOG-STATUS NOT = "00"
                CLOSE PAGELOG-FILE
            END-IF.
        LOAD-OPEN-ALERT-RECORD.
            READ ALERT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ALERT-SEVERITY = "E"
                        AND ALERT-STATUS NOT = "A"
                        AND ALERT-STATUS NOT = "C"
                            MOVE ALERT-PROGRAM-ID TO WS-KEY-PROGRAM
                            MOVE ALERT-TIMESTAMP TO WS-KEY-TS
                            MOVE ALERT-REASON-CODE TO WS-KEY-REASON
                            PERFORM FIND-PAGED-ENTRY
                            IF WS-FOUND = "N"
                                PERFORM ADD-PAGED-ENTRY
                            END-IF
                    END-IF
            END-READ.
        LOAD-PAGED-RECORD.
            READ PAGELOG-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE PAGE-ALERT-PROGRAM TO WS-KEY-PROGRAM
                    MOVE PAGE-ALERT-TS TO WS-KEY-TS
                    MOVE PAGE-ALERT-REASON TO WS-KEY-REASON
                    PERFORM FIND-PAGED-ENTRY
                    IF WS-FOUND = "Y"
                        IF PG-LEVEL(WS-PX) = SPACE
                            MOVE PAGE-LEVEL TO PG-LEVEL(WS-PX)
                            MOVE PAGE-SENT-TS TO PG-SENT-TS(WS-PX)
                        ELSE
                        IF PAGE-LEVEL = "B"
                            MOVE "B" TO PG-LEVEL(WS-PX)
                        END-IF
                        END-IF
                    END-IF
            END-READ.
        ADD-PAGED-ENTRY.
            IF PGD-COUNT >= 1000
                MOVE "Y" TO WS-PAGE-OVERFLOW
                MOVE "N" TO WS-FOUND
            ELSE
                ADD 1 TO PGD-COUNT
                MOVE PGD-COUNT TO WS-PX
                MOVE "Y" TO WS-FOUND
                MOVE WS-ALERT-KEY TO PG-ALERT-KEY(PGD-COUNT)
                MOVE SPACE TO PG-LEVEL(PGD-COUNT)
                MOVE SPACES TO PG-SENT-TS(PGD-COUNT)
            END-IF.
        FIND-PAGED-ENTRY.
            MOVE "N" TO WS-FOUND.
            MOVE 1 TO WS-PX.
            PERFORM SCAN-PAGED-ENTRY
                UNTIL WS-FOUND = "Y" OR WS-PX > PGD-COUNT.
        SCAN-PAGED-ENTRY.
            IF PG-ALERT-KEY(WS-PX) = WS-ALERT-KEY
                MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-PX
            END-IF.
        CHECK-ALERT-RECORD.
            READ ALERT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ALERT-SEVERITY = "E"
                        AND ALERT-STATUS NOT = "A"
                        AND ALERT-STATUS NOT = "C"
                            PERFORM CHECK-OPEN-ERROR-ALERT
                    END-IF
            END-READ.
        CHECK-OPEN-ERROR-ALERT.
            MOVE ALERT-PROGRAM-ID TO WS-KEY-PROGRAM.
            MOVE ALERT-TIMESTAMP TO WS-KEY-TS.
            MOVE ALERT-REASON-CODE TO WS-KEY-REASON.
            PERFORM FIND-PAGED-ENTRY.
            IF WS-FOUND = "Y"
                IF PG-LEVEL(WS-PX) = SPACE
                    MOVE "N" TO WS-FOUND
                END-IF
            END-IF.
            IF WS-FOUND = "N"
                MOVE "P" TO WS-PAGE-LEVEL
                MOVE WS-ONCALL-PRIMARY TO WS-PAGE-TO
                PERFORM SEND-PAGE
                ADD 1 TO WS-PRIMARY-COUNT
            ELSE
                IF PG-LEVEL(WS-PX) = "P"
                    PERFORM COMPUTE-PAGE-AGE
                    IF WS-PAGE-AGE >= ESCALATE-MINUTES
                        PERFORM RESEND-TO-BACKUP
                    END-IF
                END-IF
            END-IF.
        RESEND-TO-BACKUP.
            IF WS-ONCALL-BACKUP = SPACES
                ADD 1 TO WS-NO-BACKUP-COUNT
                DISPLAY "EULPAGE: NO BACKUP ON CALL, "
                    ALERT-PROGRAM-ID " " ALERT-REASON-CODE
                    " NOT RE-SENT"
            ELSE
                MOVE "B" TO WS-PAGE-LEVEL
                MOVE WS-ONCALL-BACKUP TO WS-PAGE-TO
                PERFORM SEND-PAGE
                MOVE "B" TO PG-LEVEL(WS-PX)
                ADD 1 TO WS-BACKUP-COUNT
            END-IF.
        COMPUTE-PAGE-AGE.
            IF PG-SENT-TS(WS-PX)(1:8) IS NUMERIC
                COMPUTE WS-PAGE-AGE =
                    (FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-NOW-TS(1:8)))
                    - FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(PG-SENT-TS(WS-PX)(1:8))))
                        * 1440
                    + FUNCTION NUMVAL(WS-NOW-TS(9:2)) * 60
                    + FUNCTION NUMVAL(WS-NOW-TS(11:2))
                    - FUNCTION NUMVAL(PG-SENT-TS(WS-PX)(9:2)) * 60
                    - FUNCTION NUMVAL(PG-SENT-TS(WS-PX)(11:2))
            ELSE
                COMPUTE WS-PAGE-AGE = ESCALATE-MINUTES
            END-IF.
        SEND-PAGE.
            MOVE SPACES TO WS-PAGE-TO-NAME.
            MOVE 1 TO WS-OX.
            PERFORM SCAN-OPERATOR-ENTRY
                UNTIL WS-OX > OPT-COUNT.
            MOVE WS-NOW-TS TO PAGE-SENT-TS.
            MOVE WS-PAGE-LEVEL TO PAGE-LEVEL.
            MOVE WS-PAGE-TO TO PAGE-RECIPIENT.
            MOVE WS-PAGE-TO-NAME TO PAGE-RECIPIENT-NAME.
            MOVE ALERT-PROGRAM-ID TO PAGE-ALERT-PROGRAM.
            MOVE ALERT-TIMESTAMP TO PAGE-ALERT-TS.
            MOVE ALERT-REASON-CODE TO PAGE-ALERT-REASON.
            MOVE ALERT-DETAIL TO PAGE-ALERT-DETAIL.
            DISPLAY "EULPAGE: PAGING " WS-PAGE-TO " (" WS-PAGE-LEVEL
                ") " ALERT-PROGRAM-ID " " ALERT-REASON-CODE.
            OPEN EXTEND PAGEOUT-FILE.
            IF WS-PAGEOUT-STATUS = "35"
                OPEN OUTPUT PAGEOUT-FILE
            END-IF.
            WRITE PAGEOUT-RECORD FROM EULER-PAGE-RECORD.
            MOVE "EULER.PAGEOUT.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PAGEOUT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE PAGEOUT-FILE.
            OPEN EXTEND PAGELOG-FILE.
            IF WS-PAGELOG-STATUS = "35"
                OPEN OUTPUT PAGELOG-FILE
            END-IF.
            WRITE EULER-PAGE-RECORD.
            MOVE "EULER.PAGELOG.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PAGELOG-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE PAGELOG-FILE.
            IF WS-PAGE-LEVEL = "P"
                PERFORM FIND-PAGED-ENTRY
                IF WS-FOUND = "N"
                    PERFORM ADD-PAGED-ENTRY
                END-IF
                IF WS-FOUND = "Y"
                    MOVE "P" TO PG-LEVEL(WS-PX)
                    MOVE WS-NOW-TS TO PG-SENT-TS(WS-PX)
                END-IF
            END-IF.
        SCAN-OPERATOR-ENTRY.
            IF OT-ID(WS-OX) = WS-PAGE-TO
                MOVE OT-NAME(WS-OX) TO WS-PAGE-TO-NAME
            END-IF.
            ADD 1 TO WS-OX.
        WRITE-ALERT.
            MOVE "EULPAGE" TO ALERT-PROGRAM-ID.
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
                DISPLAY "EULPAGE: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULPAGE: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
