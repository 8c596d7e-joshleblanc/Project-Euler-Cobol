        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULHAND.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SUMMARY-FILE ASSIGN TO "data/EULER.DRVSUM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-SUMMARY-STATUS.
            SELECT CHAIN-FILE ASSIGN TO "data/EULER.CHAINHIST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CHAIN-STATUS.
            SELECT WINDOW-FILE ASSIGN TO "data/EULER.WINDOW.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WINDOW-STATUS.
            SELECT PLAN-FILE ASSIGN TO "data/EULERDRV.PLAN.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PLAN-STATUS.
            SELECT CALENDAR-FILE ASSIGN TO "data/EULER.CALENDAR.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CALENDAR-STATUS.
            SELECT LASTRUN-FILE ASSIGN TO "data/EULERDRV.LASTRUN.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LASTRUN-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
            SELECT RECON-FILE ASSIGN TO "data/EULER.RECON.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RECON-STATUS.
            SELECT WATCH-FILE ASSIGN TO "data/EULER.WATCH.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WATCH-STATUS.
            SELECT PENDING-FILE ASSIGN TO "data/EULER.PARMPND.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.
            SELECT REVPND-FILE ASSIGN TO "data/EULER.REVPND.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REVPND-STATUS.
            SELECT BOOKMARK-FILE ASSIGN TO "data/EULER.EXTBKMK.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BOOKMARK-STATUS.
            SELECT ACK-FILE ASSIGN TO "data/EULER.EXTACK.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ACK-STATUS.
            SELECT BACKUP-FILE ASSIGN TO "data/EULER.BACKUP.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BACKUP-STATUS.
            SELECT GENCTL-FILE ASSIGN TO "data/EULER.GENCTL.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-GENCTL-STATUS.
            SELECT REPORT-FILE ASSIGN TO "data/EULER.HANDOVER.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  SUMMARY-FILE.
            01  SUMMARY-LINE            PIC X(100).
            FD  CHAIN-FILE.
            COPY EULCHN.
            FD  WINDOW-FILE.
            COPY EULWDW.
            FD  PLAN-FILE.
            COPY EULPLAN.
            FD  CALENDAR-FILE.
            COPY EULCAL.
            FD  LASTRUN-FILE.
            COPY EULLRUN.
            FD  ALERT-FILE.
            COPY EULALERT.
            FD  RECON-FILE.
            COPY EULRECON.
            FD  WATCH-FILE.
            01  WATCH-LINE              PIC X(120).
            FD  PENDING-FILE.
            COPY EULPND.
            FD  REVPND-FILE.
            COPY EULREV.
            FD  BOOKMARK-FILE.
            COPY EULBKM.
            FD  ACK-FILE.
            COPY EULACK.
            FD  BACKUP-FILE.
            01  BACKUP-LINE             PIC X(80).
            FD  GENCTL-FILE.
            COPY EULGEN.
            FD  REPORT-FILE.
            01  REPORT-LINE             PIC X(132).
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-SUMMARY-STATUS       PIC XX.
            01  WS-CHAIN-STATUS         PIC XX.
            01  WS-WINDOW-STATUS        PIC XX.
            01  WS-PLAN-STATUS          PIC XX.
            01  WS-CALENDAR-STATUS      PIC XX.
            01  WS-LASTRUN-STATUS       PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-RECON-STATUS         PIC XX.
            01  WS-WATCH-STATUS         PIC XX.
            01  WS-PENDING-STATUS       PIC XX.
            01  WS-REVPND-STATUS        PIC XX.
            01  WS-BOOKMARK-STATUS      PIC XX.
            01  WS-ACK-STATUS           PIC XX.
            01  WS-BACKUP-STATUS        PIC XX.
            01  WS-GENCTL-STATUS        PIC XX.
            01  WS-REPORT-STATUS        PIC XX.
            01  WS-TODAY                PIC X(8).
            01  WS-NOW-TIME             PIC 9(6).
            01  WS-TODAY-INT            PIC 9(7).
            01  WS-DATE-INT             PIC 9(7).
            01  WS-AGE-DAYS             PIC S9(7).
            01  WS-CHAIN-DATE           PIC X(8) VALUE SPACES.
            01  WS-CHAIN-CLOSED         PIC X VALUE "N".
            01  WS-CHAIN-DOW            PIC 9.
            01  WS-DAY-TYPE             PIC X VALUE "W".
            01  WS-HIST-FOUND           PIC X VALUE "N".
            01  WS-HIST-START           PIC 9(6) VALUE 0.
            01  WS-HIST-END             PIC 9(6) VALUE 0.
            01  WS-HIST-ELAPSED         PIC 9(9) VALUE 0.
            01  WS-HIST-RUN             PIC 99 VALUE 0.
            01  WS-HIST-OK              PIC 99 VALUE 0.
            01  WS-HIST-REJECTED        PIC 99 VALUE 0.
            01  WS-HIST-SKIPPED         PIC 99 VALUE 0.
            01  WS-HIST-RETRIED         PIC 99 VALUE 0.
            01  WS-HIST-SUSPENDED       PIC 99 VALUE 0.
            01  WS-HIST-ABORTED         PIC X VALUE "N".
            01  WS-WINDOW-FOUND         PIC X VALUE "N".
            01  WS-CUTOFF-TIME          PIC 9(6) VALUE 0.
            01  WS-PLAN-CUTOFF          PIC 9(6) VALUE 0.
            01  WS-START-TIME           PIC 9(6) VALUE 0.
            01  WS-END-TIME             PIC 9(6) VALUE 0.
            01  WS-HMS                  PIC 9(6).
            01  WS-HMS-X REDEFINES WS-HMS.
                02  WS-HMS-HOURS        PIC 99.
                02  WS-HMS-MINUTES      PIC 99.
                02  WS-HMS-SECONDS      PIC 99.
            01  WS-SECONDS              PIC 9(6).
            01  WS-START-SECONDS        PIC 9(6).
            01  WS-END-SECONDS          PIC 9(6).
            01  WS-CUTOFF-SECONDS       PIC 9(6).
            01  WS-ELAPSED              PIC 9(9).
            01  WS-MARGIN               PIC 9(6).
            01  WS-OWN-SEEN             PIC X VALUE "N".
            01  WS-JOB-RC               PIC 9(4).
            01  WS-LAST-DATE            PIC X(8).
            01  WS-FOUND                PIC X.
            01  WS-JX                   PIC 9(4).
            01  WS-RX                   PIC 9(4).
            01  WS-LX                   PIC 9(4).
            01  WS-MATCH-IX             PIC 9(4).
            01  WS-ERR-NEW              PIC 9(5) VALUE 0.
            01  WS-ERR-WEEK             PIC 9(5) VALUE 0.
            01  WS-ERR-OLD              PIC 9(5) VALUE 0.
            01  WS-WRN-NEW              PIC 9(5) VALUE 0.
            01  WS-WRN-WEEK             PIC 9(5) VALUE 0.
            01  WS-WRN-OLD              PIC 9(5) VALUE 0.
            01  WS-ERR-TOTAL            PIC 9(5) VALUE 0.
            01  WS-WRN-TOTAL            PIC 9(5) VALUE 0.
            01  WS-WATCH-FOUND          PIC X VALUE "N".
            01  WS-WATCH-DATE           PIC X(8) VALUE SPACES.
            01  WS-SLA-ERRORS           PIC 9(5) VALUE 0.
            01  WS-SLA-WARNINGS         PIC 9(5) VALUE 0.
            01  WS-PARM-PENDING         PIC 9(5) VALUE 0.
            01  WS-REOPEN-PENDING       PIC 9(5) VALUE 0.
            01  WS-REV-PENDING          PIC 9(5) VALUE 0.
            01  WS-OLDEST-PENDING       PIC X(8) VALUE SPACES.
            01  WS-BOOKMARK-FOUND       PIC X VALUE "N".
            01  WS-EXT-SEQUENCE         PIC 9(6) VALUE 0.
            01  WS-EXT-DATE             PIC X(8) VALUE SPACES.
            01  WS-EXT-COUNT            PIC 9(9) VALUE 0.
            01  WS-EXT-HASH             PIC 9(15) VALUE 0.
            01  WS-ACK-FOUND            PIC X VALUE "N".
            01  WS-ACK-SEQUENCE         PIC 9(6) VALUE 0.
            01  WS-ACK-COUNT            PIC 9(9) VALUE 0.
            01  WS-ACK-HASH             PIC 9(15) VALUE 0.
            01  WS-ACK-DATE             PIC X(8) VALUE SPACES.
            01  WS-BACKUP-FOUND         PIC X VALUE "N".
            01  WS-LAST-BACKUP          PIC X(80) VALUE SPACES.
            01  WS-GEN-FOUND            PIC X VALUE "N".
            01  WS-GEN-NEXT             PIC 9(4) VALUE 0.
            01  WS-GEN-KEEP             PIC 9(4) VALUE 0.
            01  WS-LINE-FLAG            PIC X(6) VALUE SPACES.
            01  WS-LINE-TEXT            PIC X(126).
            01  WS-OVERALL-STATUS       PIC X VALUE "G".
            01  WS-STATUS-WORD          PIC X(5).
            01  WS-RED-COUNT            PIC 9(3) VALUE 0.
            01  WS-AMBER-COUNT          PIC 9(3) VALUE 0.
            01  WS-MORE-COUNT           PIC 9(5).
            01  WS-COUNT-ED             PIC ZZZZ9.
            01  WS-SECONDS-ED           PIC ZZZZZZZZ9.
            01  PLAN-TABLE.
                02  PLAN-COUNT          PIC 9(4) VALUE 0.
                02  PLAN-ENTRY OCCURS 16 TIMES.
                    03  PT-JOB-NAME     PIC X(8).
                    03  PT-ENABLED      PIC X.
                    03  PT-FREQUENCY    PIC X.
                    03  PT-RUN-DAYS     PIC X(7).
            01  JOBRES-TABLE.
                02  JRS-COUNT           PIC 9(4) VALUE 0.
                02  JRS-ENTRY OCCURS 32 TIMES.
                    03  JR-JOB-NAME     PIC X(8).
                    03  JR-RC           PIC 9(4).
                    03  JR-MATCHED      PIC X.
            01  LASTRUN-TABLE.
                02  LRUN-COUNT          PIC 9(4) VALUE 0.
                02  LRUN-ENTRY OCCURS 16 TIMES.
                    03  LT-JOB-NAME     PIC X(8).
                    03  LT-DATE         PIC X(8).
            01  OPEN-ERROR-TABLE.
                02  OER-COUNT           PIC 9(4) VALUE 0.
                02  OER-LINE OCCURS 5 TIMES PIC X(100).
            01  RECON-TABLE.
                02  RCN-COUNT           PIC 9(5) VALUE 0.
                02  RCN-LINE OCCURS 5 TIMES PIC X(100).
            01  BREACH-TABLE.
                02  BRC-COUNT           PIC 9(5) VALUE 0.
                02  BRC-LINE OCCURS 5 TIMES PIC X(100).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULHAND" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-TODAY)).
            PERFORM LOAD-DRIVER-SUMMARY.
            PERFORM READ-BATCH-WINDOW.
            IF WS-CHAIN-DATE = SPACES AND WS-WINDOW-FOUND = "Y"
                MOVE WDW-RUN-DATE TO WS-CHAIN-DATE
            END-IF.
            PERFORM LOAD-CHAIN-HISTORY.
            PERFORM LOAD-RUN-PLAN.
            IF WS-WINDOW-FOUND = "N"
                MOVE WS-PLAN-CUTOFF TO WS-CUTOFF-TIME
            END-IF.
            PERFORM READ-CHAIN-DAY-TYPE.
            PERFORM LOAD-LASTRUN-TABLE.
            PERFORM COUNT-OPEN-ALERTS.
            PERFORM LOAD-RECON-DIFFERENCES.
            PERFORM LOAD-WATCH-REPORT.
            PERFORM COUNT-PENDING-APPROVALS.
            PERFORM READ-EXTRACT-STATUS.
            PERFORM READ-BACKUP-STATUS.
            OPEN OUTPUT REPORT-FILE.
            MOVE "EULER.HANDOVER.RPT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-REPORT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE SPACES TO REPORT-LINE.
            STRING "EULHAND " WS-TODAY " " WS-NOW-TIME
                " MORNING SHIFT HANDOVER - CHAIN OF " WS-CHAIN-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            PERFORM PRINT-CHAIN-SECTION.
            PERFORM PRINT-JOB-SECTION.
            PERFORM PRINT-ALERT-SECTION.
            PERFORM PRINT-RECON-SECTION.
            PERFORM PRINT-SLA-SECTION.
            PERFORM PRINT-APPROVAL-SECTION.
            PERFORM PRINT-EXTRACT-SECTION.
            PERFORM PRINT-BACKUP-SECTION.
            PERFORM PRINT-OVERALL-STATUS.
            CLOSE REPORT-FILE.
            MOVE 0 TO RETURN-CODE.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        LOAD-DRIVER-SUMMARY.
            OPEN INPUT SUMMARY-FILE.
            IF WS-SUMMARY-STATUS = "00"
                PERFORM READ-SUMMARY-LINE
                    UNTIL WS-SUMMARY-STATUS NOT = "00"
                CLOSE SUMMARY-FILE
            END-IF.
        READ-SUMMARY-LINE.
            READ SUMMARY-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SUMMARY-LINE(1:9) = "EULERDRV "
                        IF WS-CHAIN-DATE = SPACES
                            MOVE SUMMARY-LINE(10:8) TO WS-CHAIN-DATE
                        END-IF
                        IF SUMMARY-LINE(19:9) = "JOBS-RUN="
                            MOVE "Y" TO WS-CHAIN-CLOSED
                        ELSE
                        IF SUMMARY-LINE(27:4) = " RC="
                            AND SUMMARY-LINE(31:4) IS NUMERIC
                                PERFORM NOTE-JOB-RESULT
                        END-IF
                        END-IF
                    END-IF
            END-READ.
        NOTE-JOB-RESULT.
            IF JRS-COUNT < 32
                ADD 1 TO JRS-COUNT
                MOVE SUMMARY-LINE(19:8) TO JR-JOB-NAME(JRS-COUNT)
                MOVE SUMMARY-LINE(31:4) TO JR-RC(JRS-COUNT)
                MOVE "N" TO JR-MATCHED(JRS-COUNT)
            END-IF.
        READ-BATCH-WINDOW.
            OPEN INPUT WINDOW-FILE.
            IF WS-WINDOW-STATUS = "00"
                READ WINDOW-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-WINDOW-STATUS = "00"
                    AND (WS-CHAIN-DATE = SPACES
                        OR WDW-RUN-DATE = WS-CHAIN-DATE)
                        MOVE "Y" TO WS-WINDOW-FOUND
                        IF WDW-CUTOFF-TIME IS NUMERIC
                            MOVE WDW-CUTOFF-TIME TO WS-CUTOFF-TIME
                        END-IF
                        IF WDW-START-TIME IS NUMERIC
                            MOVE WDW-START-TIME TO WS-START-TIME
                        END-IF
                END-IF
                CLOSE WINDOW-FILE
            END-IF.
        LOAD-CHAIN-HISTORY.
            OPEN INPUT CHAIN-FILE.
            IF WS-CHAIN-STATUS = "00"
                PERFORM READ-CHAIN-RECORD
                    UNTIL WS-CHAIN-STATUS NOT = "00"
                CLOSE CHAIN-FILE
            END-IF.
        READ-CHAIN-RECORD.
            READ CHAIN-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CHN-RUN-DATE = WS-CHAIN-DATE
                        AND WS-CHAIN-CLOSED = "Y"
                        AND CHN-START-TIME IS NUMERIC
                        AND CHN-END-TIME IS NUMERIC
                        AND CHN-ELAPSED-SECONDS IS NUMERIC
                            MOVE "Y" TO WS-HIST-FOUND
                            MOVE CHN-START-TIME TO WS-HIST-START
                            MOVE CHN-END-TIME TO WS-HIST-END
                            MOVE CHN-ELAPSED-SECONDS
                                TO WS-HIST-ELAPSED
                            MOVE CHN-JOBS-RUN TO WS-HIST-RUN
                            MOVE CHN-JOBS-OK TO WS-HIST-OK
                            MOVE CHN-JOBS-REJECTED TO WS-HIST-REJECTED
                            MOVE CHN-JOBS-SKIPPED TO WS-HIST-SKIPPED
                            MOVE CHN-JOBS-RETRIED TO WS-HIST-RETRIED
                            MOVE CHN-JOBS-SUSPENDED
                                TO WS-HIST-SUSPENDED
                            MOVE CHN-ABORTED TO WS-HIST-ABORTED
                    END-IF
            END-READ.
        LOAD-RUN-PLAN.
            OPEN INPUT PLAN-FILE.
            IF WS-PLAN-STATUS = "00"
                PERFORM READ-PLAN-RECORD
                    UNTIL WS-PLAN-STATUS NOT = "00"
                CLOSE PLAN-FILE
            END-IF.
        READ-PLAN-RECORD.
            READ PLAN-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PLN-JOB-NAME = "*CUTOFF*"
                        IF PLN-ENABLED = "Y"
                            AND PLN-VALUE IS NUMERIC
                                MOVE PLN-VALUE TO WS-PLAN-CUTOFF
                        END-IF
                    ELSE
                    IF PLN-JOB-NAME(1:1) = "*"
                        CONTINUE
                    ELSE
                        IF PLAN-COUNT < 16
                            ADD 1 TO PLAN-COUNT
                            MOVE PLN-JOB-NAME
                                TO PT-JOB-NAME(PLAN-COUNT)
                            MOVE PLN-ENABLED
                                TO PT-ENABLED(PLAN-COUNT)
                            IF PLN-FREQUENCY = SPACE
                                MOVE "D" TO PT-FREQUENCY(PLAN-COUNT)
                            ELSE
                                MOVE PLN-FREQUENCY
                                    TO PT-FREQUENCY(PLAN-COUNT)
                            END-IF
                            MOVE PLN-RUN-DAYS
                                TO PT-RUN-DAYS(PLAN-COUNT)
                        END-IF
                    END-IF
                    END-IF
            END-READ.
        READ-CHAIN-DAY-TYPE.
            MOVE 0 TO WS-CHAIN-DOW.
            IF WS-CHAIN-DATE IS NUMERIC
                COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-CHAIN-DATE))
                COMPUTE WS-CHAIN-DOW =
                    FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
            END-IF.
            OPEN INPUT CALENDAR-FILE.
            IF WS-CALENDAR-STATUS = "00"
                PERFORM READ-CALENDAR-RECORD
                    UNTIL WS-CALENDAR-STATUS NOT = "00"
                CLOSE CALENDAR-FILE
            END-IF.
        READ-CALENDAR-RECORD.
            READ CALENDAR-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CAL-DATE = WS-CHAIN-DATE
                        MOVE CAL-DAY-TYPE TO WS-DAY-TYPE
                    END-IF
            END-READ.
        LOAD-LASTRUN-TABLE.
            OPEN INPUT LASTRUN-FILE.
            IF WS-LASTRUN-STATUS = "00"
                PERFORM LOAD-LASTRUN-RECORD
                    UNTIL WS-LASTRUN-STATUS NOT = "00"
                CLOSE LASTRUN-FILE
            END-IF.
        LOAD-LASTRUN-RECORD.
            READ LASTRUN-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LRUN-COUNT < 16
                        ADD 1 TO LRUN-COUNT
                        MOVE LRUN-JOB-NAME TO LT-JOB-NAME(LRUN-COUNT)
                        MOVE LRUN-DATE TO LT-DATE(LRUN-COUNT)
                    END-IF
            END-READ.
        COUNT-OPEN-ALERTS.
            OPEN INPUT ALERT-FILE.
            IF WS-ALERT-STATUS = "00"
                PERFORM READ-ALERT-RECORD
                    UNTIL WS-ALERT-STATUS NOT = "00"
                CLOSE ALERT-FILE
            END-IF.
        READ-ALERT-RECORD.
            READ ALERT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ALERT-STATUS NOT = "A"
                        AND ALERT-STATUS NOT = "C"
                            PERFORM AGE-OPEN-ALERT
                    END-IF
            END-READ.
        AGE-OPEN-ALERT.
            MOVE 0 TO WS-AGE-DAYS.
            IF ALERT-TIMESTAMP(1:8) IS NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(ALERT-TIMESTAMP(1:8))) = 0
                    COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                        - FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(ALERT-TIMESTAMP(1:8)))
            END-IF.
            IF ALERT-SEVERITY = "E"
                ADD 1 TO WS-ERR-TOTAL
                IF WS-AGE-DAYS <= 1
                    ADD 1 TO WS-ERR-NEW
                ELSE
                IF WS-AGE-DAYS <= 7
                    ADD 1 TO WS-ERR-WEEK
                ELSE
                    ADD 1 TO WS-ERR-OLD
                END-IF
                END-IF
                IF OER-COUNT < 5
                    ADD 1 TO OER-COUNT
                    MOVE SPACES TO OER-LINE(OER-COUNT)
                    STRING ALERT-TIMESTAMP(1:8) " "
                        ALERT-PROGRAM-ID " " ALERT-REASON-CODE " "
                        ALERT-DETAIL
                        DELIMITED BY SIZE INTO OER-LINE(OER-COUNT)
                END-IF
            ELSE
                ADD 1 TO WS-WRN-TOTAL
                IF WS-AGE-DAYS <= 1
                    ADD 1 TO WS-WRN-NEW
                ELSE
                IF WS-AGE-DAYS <= 7
                    ADD 1 TO WS-WRN-WEEK
                ELSE
                    ADD 1 TO WS-WRN-OLD
                END-IF
                END-IF
            END-IF.
        LOAD-RECON-DIFFERENCES.
            OPEN INPUT RECON-FILE.
            IF WS-RECON-STATUS = "00"
                PERFORM READ-RECON-LINE
                    UNTIL WS-RECON-STATUS NOT = "00"
                CLOSE RECON-FILE
            END-IF.
        READ-RECON-LINE.
            READ RECON-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RECON-LINE(10:8) = WS-CHAIN-DATE
                        ADD 1 TO RCN-COUNT
                        IF RCN-COUNT <= 5
                            MOVE RECON-LINE TO RCN-LINE(RCN-COUNT)
                        END-IF
                    END-IF
            END-READ.
        LOAD-WATCH-REPORT.
            OPEN INPUT WATCH-FILE.
            IF WS-WATCH-STATUS = "00"
                PERFORM READ-WATCH-LINE
                    UNTIL WS-WATCH-STATUS NOT = "00"
                CLOSE WATCH-FILE
            END-IF.
        READ-WATCH-LINE.
            READ WATCH-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF WATCH-LINE(1:9) = "EULWATCH "
                        AND WATCH-LINE(18:19) = " REVIEWING RUNS OF "
                            MOVE "Y" TO WS-WATCH-FOUND
                            MOVE WATCH-LINE(37:8) TO WS-WATCH-DATE
                    ELSE
                    IF WATCH-LINE(2:1) = SPACE
                        AND (WATCH-LINE(1:1) = "E"
                            OR WATCH-LINE(1:1) = "W")
                            PERFORM NOTE-SLA-BREACH
                    END-IF
                    END-IF
            END-READ.
        NOTE-SLA-BREACH.
            IF WATCH-LINE(1:1) = "E"
                ADD 1 TO WS-SLA-ERRORS
            ELSE
                ADD 1 TO WS-SLA-WARNINGS
            END-IF.
            ADD 1 TO BRC-COUNT.
            IF BRC-COUNT <= 5
                MOVE WATCH-LINE TO BRC-LINE(BRC-COUNT)
            END-IF.
        COUNT-PENDING-APPROVALS.
            OPEN INPUT PENDING-FILE.
            IF WS-PENDING-STATUS = "00"
                PERFORM READ-PENDING-RECORD
                    UNTIL WS-PENDING-STATUS NOT = "00"
                CLOSE PENDING-FILE
            END-IF.
            OPEN INPUT REVPND-FILE.
            IF WS-REVPND-STATUS = "00"
                PERFORM READ-REVPND-RECORD
                    UNTIL WS-REVPND-STATUS NOT = "00"
                CLOSE REVPND-FILE
            END-IF.
        READ-PENDING-RECORD.
            READ PENDING-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PND-STATUS = "P"
                        IF PND-PROGRAM-ID = "*REOPEN*"
                            ADD 1 TO WS-REOPEN-PENDING
                        ELSE
                            ADD 1 TO WS-PARM-PENDING
                        END-IF
                        IF WS-OLDEST-PENDING = SPACES
                            OR PND-ENTRY-TIMESTAMP(1:8)
                                < WS-OLDEST-PENDING
                                MOVE PND-ENTRY-TIMESTAMP(1:8)
                                    TO WS-OLDEST-PENDING
                        END-IF
                    END-IF
            END-READ.
        READ-REVPND-RECORD.
            READ REVPND-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF REV-STATUS = "P"
                        ADD 1 TO WS-REV-PENDING
                        IF WS-OLDEST-PENDING = SPACES
                            OR REV-ENTRY-TIMESTAMP(1:8)
                                < WS-OLDEST-PENDING
                                MOVE REV-ENTRY-TIMESTAMP(1:8)
                                    TO WS-OLDEST-PENDING
                        END-IF
                    END-IF
            END-READ.
        READ-EXTRACT-STATUS.
            OPEN INPUT BOOKMARK-FILE.
            IF WS-BOOKMARK-STATUS = "00"
                READ BOOKMARK-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-BOOKMARK-STATUS = "00"
                    AND BKM-LAST-SEQUENCE IS NUMERIC
                    AND BKM-LAST-SEQUENCE > 0
                        MOVE "Y" TO WS-BOOKMARK-FOUND
                        MOVE BKM-LAST-SEQUENCE TO WS-EXT-SEQUENCE
                        MOVE BKM-LAST-DATE TO WS-EXT-DATE
                        IF BKM-LAST-COUNT IS NUMERIC
                            MOVE BKM-LAST-COUNT TO WS-EXT-COUNT
                        END-IF
                        IF BKM-LAST-HASH IS NUMERIC
                            MOVE BKM-LAST-HASH TO WS-EXT-HASH
                        END-IF
                END-IF
                CLOSE BOOKMARK-FILE
            END-IF.
            OPEN INPUT ACK-FILE.
            IF WS-ACK-STATUS = "00"
                READ ACK-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-ACK-STATUS = "00"
                    AND ACK-SEQUENCE IS NUMERIC
                        MOVE "Y" TO WS-ACK-FOUND
                        MOVE ACK-SEQUENCE TO WS-ACK-SEQUENCE
                        MOVE ACK-LOAD-DATE TO WS-ACK-DATE
                        IF ACK-DETAIL-COUNT IS NUMERIC
                            MOVE ACK-DETAIL-COUNT TO WS-ACK-COUNT
                        END-IF
                        IF ACK-HASH-TOTAL IS NUMERIC
                            MOVE ACK-HASH-TOTAL TO WS-ACK-HASH
                        END-IF
                END-IF
                CLOSE ACK-FILE
            END-IF.
        READ-BACKUP-STATUS.
            OPEN INPUT BACKUP-FILE.
            IF WS-BACKUP-STATUS = "00"
                PERFORM READ-BACKUP-LINE
                    UNTIL WS-BACKUP-STATUS NOT = "00"
                CLOSE BACKUP-FILE
            END-IF.
            OPEN INPUT GENCTL-FILE.
            IF WS-GENCTL-STATUS = "00"
                READ GENCTL-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-GENCTL-STATUS = "00"
                    AND GEN-NEXT-NUMBER IS NUMERIC
                    AND GEN-KEEP-COUNT IS NUMERIC
                        MOVE "Y" TO WS-GEN-FOUND
                        MOVE GEN-NEXT-NUMBER TO WS-GEN-NEXT
                        MOVE GEN-KEEP-COUNT TO WS-GEN-KEEP
                END-IF
                CLOSE GENCTL-FILE
            END-IF.
        READ-BACKUP-LINE.
            READ BACKUP-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF BACKUP-LINE(1:8) = "EULBKUP "
                        MOVE "Y" TO WS-BACKUP-FOUND
                        MOVE BACKUP-LINE TO WS-LAST-BACKUP
                    END-IF
            END-READ.
        PRINT-CHAIN-SECTION.
            PERFORM PRINT-SECTION-BREAK.
            MOVE "CHAIN OUTCOME" TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            IF WS-CHAIN-DATE = SPACES
                MOVE "RED" TO WS-LINE-FLAG
                MOVE "NO DRIVER SUMMARY ON FILE, NO CHAIN HAS RUN"
                    TO WS-LINE-TEXT
                PERFORM PRINT-DETAIL-LINE
            ELSE
                PERFORM CHECK-CHAIN-CURRENT
                IF WS-CHAIN-CLOSED = "N"
                    PERFORM PRINT-CHAIN-IN-PROGRESS
                ELSE
                IF WS-HIST-FOUND = "N"
                    MOVE "RED" TO WS-LINE-FLAG
                    MOVE SPACES TO WS-LINE-TEXT
                    STRING "CHAIN OF " WS-CHAIN-DATE
                        " ENDED BUT WROTE NO CHAIN HISTORY RECORD"
                        DELIMITED BY SIZE INTO WS-LINE-TEXT
                    PERFORM PRINT-DETAIL-LINE
                ELSE
                    PERFORM PRINT-CHAIN-HISTORY
                END-IF
                END-IF
                IF WS-CHAIN-CLOSED = "N" OR WS-HIST-FOUND = "Y"
                    PERFORM PRINT-CUTOFF-LINE
                END-IF
            END-IF.
        CHECK-CHAIN-CURRENT.
            IF WS-CHAIN-DATE IS NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(WS-CHAIN-DATE)) = 0
                    COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                        - FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(WS-CHAIN-DATE))
                    IF WS-AGE-DAYS > 1
                        MOVE "AMBER" TO WS-LINE-FLAG
                        MOVE SPACES TO WS-LINE-TEXT
                        STRING "LAST CHAIN ON FILE RAN FOR "
                            WS-CHAIN-DATE
                            ", NO CHAIN HAS RUN SINCE"
                            DELIMITED BY SIZE INTO WS-LINE-TEXT
                        PERFORM PRINT-DETAIL-LINE
                    END-IF
            END-IF.
        PRINT-CHAIN-IN-PROGRESS.
            MOVE WS-START-TIME TO WS-HMS.
            PERFORM CONVERT-TO-SECONDS.
            MOVE WS-SECONDS TO WS-START-SECONDS.
            MOVE WS-NOW-TIME TO WS-END-TIME.
            MOVE WS-NOW-TIME TO WS-HMS.
            PERFORM CONVERT-TO-SECONDS.
            MOVE WS-SECONDS TO WS-END-SECONDS.
            IF WS-END-SECONDS < WS-START-SECONDS
                ADD 86400 TO WS-END-SECONDS
            END-IF.
            COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS.
            MOVE WS-ELAPSED TO WS-SECONDS-ED.
            MOVE JRS-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO WS-LINE-TEXT.
            STRING "CHAIN OF " WS-CHAIN-DATE " IN PROGRESS, STARTED "
                WS-START-TIME " ELAPSED SO FAR" WS-SECONDS-ED
                " SECS, JOBS LOGGED=" WS-COUNT-ED
                DELIMITED BY SIZE INTO WS-LINE-TEXT.
            PERFORM PRINT-DETAIL-LINE.
        PRINT-CHAIN-HISTORY.
            MOVE WS-HIST-START TO WS-START-TIME.
            MOVE WS-HIST-END TO WS-END-TIME.
            MOVE WS-HIST-ELAPSED TO WS-SECONDS-ED.
            MOVE SPACES TO WS-LINE-TEXT.
            IF WS-HIST-ABORTED = "Y"
                MOVE "RED" TO WS-LINE-FLAG
                STRING "CHAIN OF " WS-CHAIN-DATE " ABORTED - STARTED "
                    WS-HIST-START " STOPPED " WS-HIST-END
                    " ELAPSED" WS-SECONDS-ED " SECS, RESTART REQUIRED"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
                STRING "CHAIN OF " WS-CHAIN-DATE " COMPLETED - STARTED "
                    WS-HIST-START " ENDED " WS-HIST-END
                    " ELAPSED" WS-SECONDS-ED " SECS"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            END-IF.
            PERFORM PRINT-DETAIL-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            STRING "JOBS RUN=" WS-HIST-RUN " OK=" WS-HIST-OK
                " REJECTED=" WS-HIST-REJECTED
                " SKIPPED=" WS-HIST-SKIPPED
                " RETRIED=" WS-HIST-RETRIED
                " SUSPENDED=" WS-HIST-SUSPENDED
                DELIMITED BY SIZE INTO WS-LINE-TEXT.
            PERFORM PRINT-DETAIL-LINE.
        PRINT-CUTOFF-LINE.
            IF WS-CUTOFF-TIME = 0
                MOVE "NO BATCH-WINDOW CUTOFF IN FORCE"
                    TO WS-LINE-TEXT
                PERFORM PRINT-DETAIL-LINE
            ELSE
                MOVE WS-START-TIME TO WS-HMS
                PERFORM CONVERT-TO-SECONDS
                MOVE WS-SECONDS TO WS-START-SECONDS
                MOVE WS-END-TIME TO WS-HMS
                PERFORM CONVERT-TO-SECONDS
                MOVE WS-SECONDS TO WS-END-SECONDS
                MOVE WS-CUTOFF-TIME TO WS-HMS
                PERFORM CONVERT-TO-SECONDS
                MOVE WS-SECONDS TO WS-CUTOFF-SECONDS
                IF WS-END-SECONDS < WS-START-SECONDS
                    ADD 86400 TO WS-END-SECONDS
                END-IF
                IF WS-CUTOFF-SECONDS < WS-START-SECONDS
                    ADD 86400 TO WS-CUTOFF-SECONDS
                END-IF
                MOVE SPACES TO WS-LINE-TEXT
                IF WS-END-SECONDS > WS-CUTOFF-SECONDS
                    COMPUTE WS-MARGIN =
                        WS-END-SECONDS - WS-CUTOFF-SECONDS
                    MOVE WS-MARGIN TO WS-SECONDS-ED
                    MOVE "AMBER" TO WS-LINE-FLAG
                    STRING "OVERRAN BATCH-WINDOW CUTOFF "
                        WS-CUTOFF-TIME " BY" WS-SECONDS-ED " SECS"
                        DELIMITED BY SIZE INTO WS-LINE-TEXT
                ELSE
                    COMPUTE WS-MARGIN =
                        WS-CUTOFF-SECONDS - WS-END-SECONDS
                    MOVE WS-MARGIN TO WS-SECONDS-ED
                    STRING "INSIDE BATCH-WINDOW CUTOFF "
                        WS-CUTOFF-TIME " WITH" WS-SECONDS-ED
                        " SECS TO SPARE"
                        DELIMITED BY SIZE INTO WS-LINE-TEXT
                END-IF
                PERFORM PRINT-DETAIL-LINE
            END-IF.
        CONVERT-TO-SECONDS.
            IF WS-HMS IS NOT NUMERIC
                MOVE 0 TO WS-HMS
            END-IF.
            COMPUTE WS-SECONDS = WS-HMS-HOURS * 3600
                + WS-HMS-MINUTES * 60 + WS-HMS-SECONDS.
        PRINT-JOB-SECTION.
            PERFORM PRINT-SECTION-BREAK.
            MOVE "JOB STATUS" TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            IF WS-DAY-TYPE = "H" OR WS-DAY-TYPE = "E"
                MOVE SPACES TO WS-LINE-TEXT
                STRING WS-CHAIN-DATE " IS A NON-PROCESSING DAY ON"
                    " THE CALENDAR"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
                PERFORM PRINT-DETAIL-LINE
            END-IF.
            MOVE 1 TO WS-JX.
            PERFORM PRINT-PLAN-JOB
                UNTIL WS-JX > PLAN-COUNT.
            MOVE 1 TO WS-RX.
            PERFORM PRINT-UNPLANNED-JOB
                UNTIL WS-RX > JRS-COUNT.
        PRINT-PLAN-JOB.
            PERFORM FIND-JOB-RESULT.
            MOVE SPACES TO WS-LINE-TEXT.
            IF WS-MATCH-IX > 0
                MOVE "Y" TO JR-MATCHED(WS-MATCH-IX)
                MOVE JR-RC(WS-MATCH-IX) TO WS-JOB-RC
                PERFORM DESCRIBE-JOB-RESULT
            ELSE
            IF WS-CHAIN-CLOSED = "N"
                AND PT-JOB-NAME(WS-JX) = "EULHAND"
                    MOVE "Y" TO WS-OWN-SEEN
                    STRING PT-JOB-NAME(WS-JX)
                        "  RUNNING, THIS REPORT"
                        DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
            IF WS-CHAIN-CLOSED = "N" AND WS-OWN-SEEN = "Y"
                STRING PT-JOB-NAME(WS-JX) "  NOT YET RUN"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
                PERFORM DESCRIBE-JOB-NOT-RUN
            END-IF
            END-IF
            END-IF.
            PERFORM PRINT-DETAIL-LINE.
            ADD 1 TO WS-JX.
        FIND-JOB-RESULT.
            MOVE 0 TO WS-MATCH-IX.
            MOVE 1 TO WS-RX.
            PERFORM SCAN-JOB-RESULT
                UNTIL WS-RX > JRS-COUNT.
        SCAN-JOB-RESULT.
            IF JR-JOB-NAME(WS-RX) = PT-JOB-NAME(WS-JX)
                AND JR-MATCHED(WS-RX) = "N"
                AND WS-MATCH-IX = 0
                    MOVE WS-RX TO WS-MATCH-IX
            END-IF.
            ADD 1 TO WS-RX.
        DESCRIBE-JOB-RESULT.
            IF WS-JOB-RC = 0
                STRING JR-JOB-NAME(WS-MATCH-IX) "  RAN OK"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
            IF WS-JOB-RC = 4
                MOVE "AMBER" TO WS-LINE-FLAG
                STRING JR-JOB-NAME(WS-MATCH-IX)
                    "  SUSPENDED AT BATCH-WINDOW CUTOFF, RC=0004"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
                MOVE "RED" TO WS-LINE-FLAG
                STRING JR-JOB-NAME(WS-MATCH-IX) "  FAILED RC="
                    WS-JOB-RC
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            END-IF
            END-IF.
        DESCRIBE-JOB-NOT-RUN.
            PERFORM FIND-JOB-LAST-RUN.
            IF PT-ENABLED(WS-JX) NOT = "Y"
                STRING PT-JOB-NAME(WS-JX) "  DISABLED IN PLAN"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
            IF WS-LAST-DATE = WS-CHAIN-DATE
                STRING PT-JOB-NAME(WS-JX)
                    "  COMPLETED EARLIER, CHAIN RESUMED PAST IT"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
            IF WS-HIST-ABORTED = "Y"
                STRING PT-JOB-NAME(WS-JX)
                    "  NOT REACHED, CHAIN ABORTED"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
            IF WS-DAY-TYPE = "H" OR WS-DAY-TYPE = "E"
                STRING PT-JOB-NAME(WS-JX)
                    "  HELD, NON-PROCESSING DAY"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
                PERFORM DESCRIBE-JOB-SCHEDULE
            END-IF
            END-IF
            END-IF
            END-IF.
        DESCRIBE-JOB-SCHEDULE.
            EVALUATE PT-FREQUENCY(WS-JX)
                WHEN "W"
                    IF WS-CHAIN-DOW > 0
                        AND PT-RUN-DAYS(WS-JX)(WS-CHAIN-DOW:1) = "Y"
                            MOVE "AMBER" TO WS-LINE-FLAG
                            STRING PT-JOB-NAME(WS-JX)
                                "  MISSED, WEEKLY RUN DAY "
                                PT-RUN-DAYS(WS-JX)
                                DELIMITED BY SIZE INTO WS-LINE-TEXT
                    ELSE
                        STRING PT-JOB-NAME(WS-JX)
                            "  NOT SCHEDULED, RUN DAYS "
                            PT-RUN-DAYS(WS-JX)
                            DELIMITED BY SIZE INTO WS-LINE-TEXT
                    END-IF
                WHEN "M"
                    IF WS-LAST-DATE NOT = SPACES
                        AND WS-LAST-DATE(1:6) = WS-CHAIN-DATE(1:6)
                            STRING PT-JOB-NAME(WS-JX)
                                "  NOT DUE, MONTHLY RUN DONE "
                                WS-LAST-DATE
                                DELIMITED BY SIZE INTO WS-LINE-TEXT
                    ELSE
                        MOVE "AMBER" TO WS-LINE-FLAG
                        STRING PT-JOB-NAME(WS-JX)
                            "  MISSED, MONTHLY RUN NOT DONE"
                            DELIMITED BY SIZE INTO WS-LINE-TEXT
                    END-IF
                WHEN OTHER
                    MOVE "AMBER" TO WS-LINE-FLAG
                    STRING PT-JOB-NAME(WS-JX)
                        "  MISSED, DAILY JOB NOT RUN"
                        DELIMITED BY SIZE INTO WS-LINE-TEXT
            END-EVALUATE.
        FIND-JOB-LAST-RUN.
            MOVE SPACES TO WS-LAST-DATE.
            MOVE 1 TO WS-LX.
            PERFORM SCAN-LASTRUN-ENTRY
                UNTIL WS-LX > LRUN-COUNT.
        SCAN-LASTRUN-ENTRY.
            IF LT-JOB-NAME(WS-LX) = PT-JOB-NAME(WS-JX)
                MOVE LT-DATE(WS-LX) TO WS-LAST-DATE
            END-IF.
            ADD 1 TO WS-LX.
        PRINT-UNPLANNED-JOB.
            IF JR-MATCHED(WS-RX) = "N"
                MOVE WS-RX TO WS-MATCH-IX
                MOVE JR-RC(WS-RX) TO WS-JOB-RC
                MOVE SPACES TO WS-LINE-TEXT
                PERFORM DESCRIBE-JOB-RESULT
                PERFORM PRINT-DETAIL-LINE
            END-IF.
            ADD 1 TO WS-RX.
        PRINT-ALERT-SECTION.
            PERFORM PRINT-SECTION-BREAK.
            MOVE "OPEN ALERTS BY AGE" TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            IF WS-ERR-TOTAL > 0
                MOVE "RED" TO WS-LINE-FLAG
            END-IF.
            STRING "ERRORS   OPEN=" WS-ERR-TOTAL
                "  UP TO 1 DAY=" WS-ERR-NEW
                "  2-7 DAYS=" WS-ERR-WEEK
                "  OVER 7 DAYS=" WS-ERR-OLD
                DELIMITED BY SIZE INTO WS-LINE-TEXT.
            PERFORM PRINT-DETAIL-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            IF WS-WRN-TOTAL > 0
                MOVE "AMBER" TO WS-LINE-FLAG
            END-IF.
            STRING "WARNINGS OPEN=" WS-WRN-TOTAL
                "  UP TO 1 DAY=" WS-WRN-NEW
                "  2-7 DAYS=" WS-WRN-WEEK
                "  OVER 7 DAYS=" WS-WRN-OLD
                DELIMITED BY SIZE INTO WS-LINE-TEXT.
            PERFORM PRINT-DETAIL-LINE.
            MOVE 1 TO WS-RX.
            PERFORM PRINT-OPEN-ERROR
                UNTIL WS-RX > OER-COUNT.
            IF WS-ERR-TOTAL > OER-COUNT
                COMPUTE WS-MORE-COUNT = WS-ERR-TOTAL - OER-COUNT
                PERFORM PRINT-MORE-LINE
            END-IF.
        PRINT-OPEN-ERROR.
            MOVE SPACES TO WS-LINE-TEXT.
            STRING "  " OER-LINE(WS-RX)
                DELIMITED BY SIZE INTO WS-LINE-TEXT.
            PERFORM PRINT-DETAIL-LINE.
            ADD 1 TO WS-RX.
        PRINT-RECON-SECTION.
            PERFORM PRINT-SECTION-BREAK.
            MOVE "RECONCILIATION DIFFERENCES" TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            MOVE RCN-COUNT TO WS-COUNT-ED.
            IF RCN-COUNT = 0
                STRING "NO RESULTS CHANGED ON " WS-CHAIN-DATE
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
                MOVE "AMBER" TO WS-LINE-FLAG
                STRING WS-COUNT-ED " RESULT(S) CHANGED ON "
                    WS-CHAIN-DATE " SINCE THE PRIOR RUN"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            END-IF.
            PERFORM PRINT-DETAIL-LINE.
            MOVE 1 TO WS-RX.
            PERFORM PRINT-RECON-LINE
                UNTIL WS-RX > RCN-COUNT OR WS-RX > 5.
            IF RCN-COUNT > 5
                COMPUTE WS-MORE-COUNT = RCN-COUNT - 5
                PERFORM PRINT-MORE-LINE
            END-IF.
        PRINT-RECON-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            STRING "  " RCN-LINE(WS-RX)
                DELIMITED BY SIZE INTO WS-LINE-TEXT.
            PERFORM PRINT-DETAIL-LINE.
            ADD 1 TO WS-RX.
        PRINT-SLA-SECTION.
            PERFORM PRINT-SECTION-BREAK.
            MOVE "SLA BREACHES" TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            IF WS-WATCH-FOUND = "N"
                MOVE "AMBER" TO WS-LINE-FLAG
                MOVE "NO SLA WATCH REPORT ON FILE" TO WS-LINE-TEXT
            ELSE
            IF BRC-COUNT = 0
                STRING "NO BREACHES IN RUNS OF " WS-WATCH-DATE
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
                MOVE "AMBER" TO WS-LINE-FLAG
                STRING "RUNS OF " WS-WATCH-DATE
                    " CEILING BREACHES=" WS-SLA-ERRORS
                    " TREND BREACHES=" WS-SLA-WARNINGS
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            END-IF
            END-IF.
            PERFORM PRINT-DETAIL-LINE.
            MOVE 1 TO WS-RX.
            PERFORM PRINT-BREACH-LINE
                UNTIL WS-RX > BRC-COUNT OR WS-RX > 5.
            IF BRC-COUNT > 5
                COMPUTE WS-MORE-COUNT = BRC-COUNT - 5
                PERFORM PRINT-MORE-LINE
            END-IF.
        PRINT-BREACH-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            STRING "  " BRC-LINE(WS-RX)
                DELIMITED BY SIZE INTO WS-LINE-TEXT.
            PERFORM PRINT-DETAIL-LINE.
            ADD 1 TO WS-RX.
        PRINT-APPROVAL-SECTION.
            PERFORM PRINT-SECTION-BREAK.
            MOVE "PENDING APPROVALS" TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            STRING "PARAMETER CHANGES=" WS-PARM-PENDING
                " PERIOD REOPENS=" WS-REOPEN-PENDING
                " RESULT REVERSALS=" WS-REV-PENDING
                DELIMITED BY SIZE INTO WS-LINE-TEXT.
            PERFORM PRINT-DETAIL-LINE.
            IF WS-OLDEST-PENDING NOT = SPACES
                MOVE SPACES TO WS-LINE-TEXT
                STRING "OLDEST ENTERED " WS-OLDEST-PENDING
                    ", SECOND OPERATOR NEEDED TO APPROVE"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
                PERFORM PRINT-DETAIL-LINE
            END-IF.
        PRINT-EXTRACT-SECTION.
            PERFORM PRINT-SECTION-BREAK.
            MOVE "WAREHOUSE EXTRACT" TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            IF WS-BOOKMARK-FOUND = "N"
                MOVE "NO EXTRACT HAS BEEN CUT" TO WS-LINE-TEXT
                PERFORM PRINT-DETAIL-LINE
            ELSE
                STRING "LAST EXTRACT SEQ=" WS-EXT-SEQUENCE
                    " CUT " WS-EXT-DATE " DETAILS=" WS-EXT-COUNT
                    " HASH=" WS-EXT-HASH
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
                PERFORM PRINT-DETAIL-LINE
                PERFORM PRINT-ACK-LINE
            END-IF.
        PRINT-ACK-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            IF WS-ACK-FOUND = "Y"
                AND WS-ACK-SEQUENCE = WS-EXT-SEQUENCE
                    IF WS-ACK-COUNT = WS-EXT-COUNT
                        AND WS-ACK-HASH = WS-EXT-HASH
                            STRING "ACKNOWLEDGED BY WAREHOUSE, LOADED "
                                WS-ACK-DATE
                                DELIMITED BY SIZE INTO WS-LINE-TEXT
                    ELSE
                        MOVE "RED" TO WS-LINE-FLAG
                        STRING "ACKNOWLEDGMENT TOTALS DO NOT MATCH,"
                            " ACK DETAILS=" WS-ACK-COUNT
                            " HASH=" WS-ACK-HASH
                            DELIMITED BY SIZE INTO WS-LINE-TEXT
                    END-IF
            ELSE
            IF WS-ACK-FOUND = "Y"
                AND WS-ACK-SEQUENCE > WS-EXT-SEQUENCE
                    MOVE "RED" TO WS-LINE-FLAG
                    STRING "ACKNOWLEDGMENT OUT OF SEQUENCE, ACK SEQ="
                        WS-ACK-SEQUENCE
                        DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
            IF WS-EXT-DATE NOT < WS-CHAIN-DATE
                STRING "AWAITING WAREHOUSE LOAD, CUT IN THIS CHAIN"
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            ELSE
                MOVE "AMBER" TO WS-LINE-FLAG
                STRING "NOT ACKNOWLEDGED BY WAREHOUSE SINCE "
                    WS-EXT-DATE
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            END-IF
            END-IF
            END-IF.
            PERFORM PRINT-DETAIL-LINE.
        PRINT-BACKUP-SECTION.
            PERFORM PRINT-SECTION-BREAK.
            MOVE "BACKUP" TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO WS-LINE-TEXT.
            IF WS-BACKUP-FOUND = "N"
                MOVE "AMBER" TO WS-LINE-FLAG
                MOVE "NO BACKUP GENERATION HAS BEEN TAKEN"
                    TO WS-LINE-TEXT
            ELSE
                IF WS-LAST-BACKUP(9:8) < WS-CHAIN-DATE
                    MOVE "AMBER" TO WS-LINE-FLAG
                END-IF
                STRING "LATEST " WS-LAST-BACKUP
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
            END-IF.
            PERFORM PRINT-DETAIL-LINE.
            IF WS-BACKUP-FOUND = "Y"
                AND WS-LAST-BACKUP(9:8) < WS-CHAIN-DATE
                    MOVE SPACES TO WS-LINE-TEXT
                    STRING "NO BACKUP TAKEN FOR CHAIN OF "
                        WS-CHAIN-DATE
                        DELIMITED BY SIZE INTO WS-LINE-TEXT
                    PERFORM PRINT-DETAIL-LINE
            END-IF.
            IF WS-GEN-FOUND = "Y"
                MOVE SPACES TO WS-LINE-TEXT
                STRING "NEXT GENERATION=" WS-GEN-NEXT
                    " GENERATIONS KEPT=" WS-GEN-KEEP
                    DELIMITED BY SIZE INTO WS-LINE-TEXT
                PERFORM PRINT-DETAIL-LINE
            END-IF.
        PRINT-OVERALL-STATUS.
            PERFORM PRINT-SECTION-BREAK.
            IF WS-OVERALL-STATUS = "R"
                MOVE "RED" TO WS-STATUS-WORD
            ELSE
            IF WS-OVERALL-STATUS = "A"
                MOVE "AMBER" TO WS-STATUS-WORD
            ELSE
                MOVE "GREEN" TO WS-STATUS-WORD
            END-IF
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING "OVERALL STATUS " WS-STATUS-WORD
                "   RED CONDITIONS=" WS-RED-COUNT
                " AMBER CONDITIONS=" WS-AMBER-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            DISPLAY "EULHAND: CHAIN OF " WS-CHAIN-DATE
                " HANDOVER STATUS " WS-STATUS-WORD
                " RED=" WS-RED-COUNT " AMBER=" WS-AMBER-COUNT.
        PRINT-MORE-LINE.
            MOVE WS-MORE-COUNT TO WS-COUNT-ED.
            MOVE SPACES TO WS-LINE-TEXT.
            STRING "  ... AND" WS-COUNT-ED " MORE"
                DELIMITED BY SIZE INTO WS-LINE-TEXT.
            PERFORM PRINT-DETAIL-LINE.
        PRINT-SECTION-BREAK.
            MOVE SPACES TO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
        PRINT-DETAIL-LINE.
            IF WS-LINE-FLAG = "RED"
                MOVE "R" TO WS-OVERALL-STATUS
                ADD 1 TO WS-RED-COUNT
            ELSE
            IF WS-LINE-FLAG = "AMBER"
                IF WS-OVERALL-STATUS = "G"
                    MOVE "A" TO WS-OVERALL-STATUS
                END-IF
                ADD 1 TO WS-AMBER-COUNT
            END-IF
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-LINE-FLAG WS-LINE-TEXT
                DELIMITED BY SIZE INTO REPORT-LINE.
            PERFORM WRITE-REPORT-LINE.
            MOVE SPACES TO WS-LINE-FLAG.
        WRITE-REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "EULER.HANDOVER.RPT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-REPORT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        CHECK-IO-STATUS.
            IF IOCHK-STATUS = "00" OR IOCHK-STATUS = "10"
                CONTINUE
            ELSE
                DISPLAY "EULHAND: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULHAND: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
