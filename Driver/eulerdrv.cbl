                ASSIGN TO "data/EULERDRV.RESTART.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-DRVCKPT-STATUS.
            SELECT SCHEDULE-FILE ASSIGN TO "data/EULER.PARMSCH.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-SCHEDULE-STATUS.
            SELECT DECK-FILE ASSIGN TO WS-DECK-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-DECK-STATUS.
            SELECT CATALOG-FILE ASSIGN TO "data/EULER.JOBCAT.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAT-PROGRAM-ID
                FILE STATUS IS WS-CATALOG-STATUS.
            SELECT FCSCARD-FILE
                ASSIGN TO "data/EULERDRV.FORECAST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FCSCARD-STATUS.
            SELECT FORECAST-FILE
                ASSIGN TO "data/EULERDRV.FORECAST.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FORECAST-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PLAN-FILE.
            COPY EULBDT.
            FD  DRVCKPT-FILE.
            COPY EULDCK.
            FD  SCHEDULE-FILE.
            COPY EULSCH.
            FD  DECK-FILE.
            COPY EULPARM REPLACING EULER-PARM-RECORD BY DECK-RECORD
                                    PARM-PROGRAM-ID BY DECK-PROGRAM-ID
                                    PARM-VALUE BY DECK-VALUE.
            FD  CATALOG-FILE.
            COPY EULCAT.
            FD  FCSCARD-FILE.
            COPY EULFCS.
            FD  FORECAST-FILE.
            01  FORECAST-LINE           PIC X(100).
            WORKING-STORAGE SECTION.
            COPY EULFST.
            COPY EULPCA.
            01  WS-DRVCKPT-STATUS       PIC XX.
            01  WS-CATALOG-STATUS       PIC XX.
            01  WS-SCHEDULE-STATUS      PIC XX.
            01  WS-DECK-STATUS          PIC XX.
            01  WS-DECK-FILE-NAME.
                02  FILLER              PIC X(5) VALUE "data/".
                02  WS-DECK-FILE-ID     PIC X(20).
            01  WS-DECK-VALUE           PIC 9(12).
            01  WS-DECK-FOUND           PIC X.
            01  WS-SX                   PIC 9(4).
            01  WS-FX                   PIC 9(4).
            01  WS-BX                   PIC 9(4).
            01  WS-SCHED-FOUND          PIC X.
            01  WS-SCHED-CHANGED        PIC X VALUE "N".
            01  WS-SCHED-OVERFLOW       PIC X VALUE "N".
            01  SCHEDULE-TABLE.
                02  SCHED-COUNT         PIC 9(4) VALUE 0.
                02  SCHED-ENTRY OCCURS 200 TIMES.
                    03  SC-PROGRAM      PIC X(8).
                    03  SC-EFFECTIVE    PIC X(8).
                    03  SC-NEW-VALUE    PIC 9(12).
                    03  SC-OLD-VALUE    PIC 9(12).
                    03  SC-OPERATOR     PIC X(8).
                    03  SC-APPROVER     PIC X(8).
                    03  SC-APPROVED-TS  PIC X(21).
                    03  SC-STATUS       PIC X.
                    03  SC-PROMOTED-TS  PIC X(21).
            01  IN-FORCE-TABLE.
                02  INF-COUNT           PIC 9(4) VALUE 0.
                02  INF-ENTRY OCCURS 16 TIMES.
                    03  IF-PROGRAM      PIC X(8).
                    03  IF-SX           PIC 9(4).
                    03  IF-BEFORE       PIC X.
            01  WS-PROMOTE-VALUE        PIC 9(12).
            01  WS-KX                   PIC 9(4).
            01  WS-KX-BEST              PIC 9(4).
            01  CATALOG-TABLE.
                02  JC-COUNT            PIC 9(4) VALUE 0.
                02  JC-ENTRY OCCURS 16 TIMES.
                    03  JC-PROGRAM      PIC X(8).
                    03  JC-POSITION     PIC 9(4).
                    03  JC-USED         PIC X.
            01  WS-RESUME-FROM          PIC 9(4) VALUE 0.
            01  WS-FULL-RERUN           PIC X VALUE "N".
            01  WS-BUSDATE-STATUS       PIC XX.
                    03  PT-ON-ERROR     PIC X.
                    03  PT-FREQUENCY    PIC X.
                    03  PT-RUN-DAYS     PIC X(7).
            01  WS-FCSCARD-STATUS       PIC XX.
            01  WS-FORECAST-STATUS      PIC XX.
            01  WS-FORECAST-MODE        PIC X VALUE "N".
            01  WS-FCS-DATE-OK          PIC X.
            01  WS-FCS-CARD-DATE        PIC X(8).
            01  WS-FCS-CARD-START       PIC X(6).
            01  WS-FCS-REQUESTED-BY     PIC X(8).
            01  WS-FCS-BLOCKED          PIC X VALUE "N".
            01  WS-FCS-OVERRUN          PIC X VALUE "N".
            01  WS-FCS-PROMOTIONS       PIC 9(4) VALUE 0.
            01  WS-FCS-CKPT-SEEN        PIC X VALUE "N".
            01  WS-FCS-ACTION           PIC X(7).
            01  WS-FCS-REASON           PIC X(56).
            01  WS-FCS-LAST-TEXT        PIC X(8).
            01  WS-FCS-MISSED-DATE      PIC X(8).
            01  WS-FCS-MISSED-INT       PIC 9(9).
            01  WS-FCS-DATE-NUM         PIC 9(8).
            01  WS-FCS-DATE-X REDEFINES WS-FCS-DATE-NUM
                                        PIC X(8).
            01  WS-FCS-DAY-TYPE         PIC X.
            01  WS-FCS-DOW              PIC 9.
            01  WS-FCS-START-TIME       PIC 9(6).
            01  WS-FCS-START-NOTE       PIC X(40).
            01  WS-FCS-LAST-START       PIC X(6).
            01  WS-FCS-LAST-CHAIN       PIC X(8).
            01  WS-FCS-START-SECS       PIC 9(9).
            01  WS-FCS-CUTOFF-SECS      PIC 9(9).
            01  WS-FCS-CLOCK            PIC 9(9).
            01  WS-FCS-MARGIN           PIC 9(9).
            01  WS-FCS-HMS              PIC 9(6).
            01  WS-FCS-HMS-X REDEFINES WS-FCS-HMS
                                        PIC X(6).
            01  WS-FCS-SECS             PIC 9(9).
            01  WS-FCS-WORK             PIC 9(9).
            01  WS-FCS-FINISH.
                02  WS-FCS-FINISH-HH    PIC 99.
                02  WS-FCS-FINISH-MM    PIC 99.
                02  WS-FCS-FINISH-SS    PIC 99.
            01  WS-FCS-FIRST-LATE       PIC X(8).
            01  WS-SECONDS-ED           PIC ZZZZZZZZ9.
            01  FORECAST-TALLY.
                02  FCS-WOULD-RUN       PIC 99 VALUE 0.
                02  FCS-CATCH-UP        PIC 99 VALUE 0.
                02  FCS-SKIPPED         PIC 99 VALUE 0.
                02  FCS-NO-HISTORY      PIC 99 VALUE 0.
            01  WS-DAY-NAMES            PIC X(21)
                VALUE "MONTUEWEDTHUFRISATSUN".
            01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
                02  WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.
            01  WS-HX                   PIC 9(4).
            01  WS-HS                   PIC 9(4).
            01  WS-HIST-LAST-HX         PIC 9(4) VALUE 0.
            01  WS-HIST-FOUND           PIC X.
            01  WS-HIST-PROGRAM         PIC X(8).
            01  WS-HIST-DIVISOR         PIC 9(4).
            01  RUNTIME-TABLE.
                02  RT-ENTRY OCCURS 16 TIMES.
                    03  RT-RUNS         PIC 9(4).
                    03  RT-OPEN         PIC X.
                    03  RT-RUN-SECS     PIC 9(9).
                    03  RT-SLOT-SECS    PIC 9(9) OCCURS 5 TIMES.
                    03  RT-EXPECTED     PIC 9(9).
            01  FORECAST-DETAIL.
                02  FCL-SEQ             PIC 99.
                02  FILLER              PIC X VALUE SPACE.
                02  FCL-JOB-NAME        PIC X(8).
                02  FILLER              PIC X VALUE SPACE.
                02  FCL-ACTION          PIC X(7).
                02  FILLER              PIC X VALUE SPACE.
                02  FCL-EXPECTED        PIC X(9).
                02  FILLER              PIC X VALUE SPACE.
                02  FCL-FINISH          PIC X(6).
                02  FILLER              PIC X VALUE SPACE.
                02  FCL-WINDOW          PIC X(4).
                02  FILLER              PIC X VALUE SPACE.
                02  FCL-REASON          PIC X(56).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULERDRV" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            MOVE WS-RUN-DATE TO WS-MACHINE-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CHAIN-START-TIME.
            PERFORM READ-FORECAST-CARD.
            IF WS-FORECAST-MODE = "Y"
                PERFORM SET-FORECAST-DATE
                IF WS-FCS-DATE-OK = "Y"
                    PERFORM RUN-FORECAST
                END-IF
                PERFORM CLEAR-FORECAST-CARD
                IF WS-FCS-DATE-OK NOT = "Y"
                    MOVE 16 TO RETURN-CODE
                ELSE
                IF WS-FCS-BLOCKED = "Y" OR WS-FCS-OVERRUN = "Y"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
                END-IF
                IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
                GOBACK
            END-IF.
            PERFORM ACQUIRE-RUN-LOCK.
            IF WS-LOCK-OK NOT = "Y"
                PERFORM RUN-NOTIFICATION-STEP
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM READ-BUSINESS-DATE.
            PERFORM CHECK-CLOSED-PERIOD.
            IF PCA-CLOSED = "Y"
                DISPLAY "EULERDRV: BUSINESS DATE " WS-RUN-DATE
                    " IS IN A CLOSED PERIOD, CHAIN NOT STARTED"
                PERFORM RUN-NOTIFICATION-STEP
                PERFORM RELEASE-RUN-LOCK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM WRITE-BUSINESS-DATE.
            PERFORM VERIFY-CONTROL-TOTALS.
            IF WS-CONTROL-MISMATCH = "Y"
                DISPLAY "EULERDRV: CONTROL TOTALS DO NOT MATCH,"
                    " CHAIN NOT STARTED"
                PERFORM WRITE-CONTROL-ALERT
                PERFORM RUN-NOTIFICATION-STEP
                PERFORM RELEASE-RUN-LOCK
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM PROMOTE-SCHEDULED-CHANGES.
            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-RUN-DATE)).
            PERFORM LOAD-CALENDAR-TABLE.
            PERFORM WRITE-CHAIN-SUMMARY.
            PERFORM PRINT-ALERT-LIST.
            CLOSE SUMMARY-FILE.
            PERFORM RUN-NOTIFICATION-STEP.
            PERFORM REWRITE-LASTRUN-FILE.
            IF WS-CHAIN-ABORTED = "N"
                PERFORM CLEAR-BUSINESS-DATE
            MOVE WS-ALERT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE ALERT-FILE.
        PROMOTE-SCHEDULED-CHANGES.
            PERFORM LOAD-SCHEDULE-TABLE.
            IF WS-SCHED-OVERFLOW = "Y"
                DISPLAY "EULERDRV: SCHEDULED-PARAMETER TABLE FULL,"
                    " NO CHANGES PROMOTED"
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "SCHEDFUL" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "EULER.PARMSCH.DAT OVER 200 ENTRIES,"
                    " LIVE DECKS LEFT AS THEY ARE"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-DRIVER-ALERT
            ELSE
            IF SCHED-COUNT > 0
                MOVE 0 TO INF-COUNT
                MOVE 1 TO WS-SX
                PERFORM FIND-IN-FORCE-ENTRY
                    UNTIL WS-SX > SCHED-COUNT
                OPEN INPUT CATALOG-FILE
                IF WS-CATALOG-STATUS NOT = "00"
                    DISPLAY "EULERDRV: NO JOB CATALOG, SCHEDULED"
                        " CHANGES NOT PROMOTED"
                ELSE
                    MOVE 1 TO WS-FX
                    PERFORM PROMOTE-IN-FORCE-ENTRY
                        UNTIL WS-FX > INF-COUNT
                    CLOSE CATALOG-FILE
                END-IF
                IF WS-SCHED-CHANGED = "Y"
                    PERFORM REWRITE-SCHEDULE-FILE
                END-IF
            END-IF
            END-IF.
        LOAD-SCHEDULE-TABLE.
            MOVE 0 TO SCHED-COUNT.
            OPEN INPUT SCHEDULE-FILE.
            IF WS-SCHEDULE-STATUS = "00"
                PERFORM LOAD-SCHEDULE-RECORD
                    UNTIL WS-SCHEDULE-STATUS NOT = "00"
                CLOSE SCHEDULE-FILE
            END-IF.
        LOAD-SCHEDULE-RECORD.
            READ SCHEDULE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SCHED-COUNT >= 200
                        MOVE "Y" TO WS-SCHED-OVERFLOW
                    ELSE
                        ADD 1 TO SCHED-COUNT
                        MOVE SCH-PROGRAM-ID TO SC-PROGRAM(SCHED-COUNT)
                        MOVE SCH-EFFECTIVE-DATE
                            TO SC-EFFECTIVE(SCHED-COUNT)
                        MOVE SCH-NEW-VALUE TO SC-NEW-VALUE(SCHED-COUNT)
                        MOVE SCH-OLD-VALUE TO SC-OLD-VALUE(SCHED-COUNT)
                        MOVE SCH-OPERATOR TO SC-OPERATOR(SCHED-COUNT)
                        MOVE SCH-APPROVER TO SC-APPROVER(SCHED-COUNT)
                        MOVE SCH-APPROVED-TS
                            TO SC-APPROVED-TS(SCHED-COUNT)
                        MOVE SCH-STATUS TO SC-STATUS(SCHED-COUNT)
                        MOVE SCH-PROMOTED-TS
                            TO SC-PROMOTED-TS(SCHED-COUNT)
                    END-IF
            END-READ.
        FIND-IN-FORCE-ENTRY.
            MOVE "N" TO WS-SCHED-FOUND.
            MOVE 1 TO WS-FX.
            PERFORM SCAN-IN-FORCE-PROGRAM
                UNTIL WS-SCHED-FOUND = "Y" OR WS-FX > INF-COUNT.
            IF WS-SCHED-FOUND = "N"
                IF INF-COUNT >= 16
                    DISPLAY "EULERDRV: IN-FORCE TABLE FULL, "
                        SC-PROGRAM(WS-SX) " NOT PROMOTED"
                ELSE
                    ADD 1 TO INF-COUNT
                    MOVE SC-PROGRAM(WS-SX) TO IF-PROGRAM(INF-COUNT)
                    MOVE WS-SX TO IF-SX(INF-COUNT)
                    IF SC-EFFECTIVE(WS-SX) <= WS-RUN-DATE
                        MOVE "N" TO IF-BEFORE(INF-COUNT)
                    ELSE
                        MOVE "Y" TO IF-BEFORE(INF-COUNT)
                    END-IF
                END-IF
            ELSE
                MOVE IF-SX(WS-FX) TO WS-BX
                IF SC-EFFECTIVE(WS-SX) <= WS-RUN-DATE
                    IF IF-BEFORE(WS-FX) = "Y"
                        OR SC-EFFECTIVE(WS-SX) > SC-EFFECTIVE(WS-BX)
                        OR (SC-EFFECTIVE(WS-SX) = SC-EFFECTIVE(WS-BX)
                        AND SC-APPROVED-TS(WS-SX)
                            >= SC-APPROVED-TS(WS-BX))
                            MOVE WS-SX TO IF-SX(WS-FX)
                            MOVE "N" TO IF-BEFORE(WS-FX)
                    END-IF
                ELSE
                IF IF-BEFORE(WS-FX) = "Y"
                    IF SC-EFFECTIVE(WS-SX) < SC-EFFECTIVE(WS-BX)
                        OR (SC-EFFECTIVE(WS-SX) = SC-EFFECTIVE(WS-BX)
                        AND SC-APPROVED-TS(WS-SX)
                            < SC-APPROVED-TS(WS-BX))
                            MOVE WS-SX TO IF-SX(WS-FX)
                    END-IF
                END-IF
                END-IF
            END-IF.
            ADD 1 TO WS-SX.
        SCAN-IN-FORCE-PROGRAM.
            IF IF-PROGRAM(WS-FX) = SC-PROGRAM(WS-SX)
                MOVE "Y" TO WS-SCHED-FOUND
            ELSE
                ADD 1 TO WS-FX
            END-IF.
        PROMOTE-IN-FORCE-ENTRY.
            MOVE IF-SX(WS-FX) TO WS-SX.
            MOVE SC-PROGRAM(WS-SX) TO CAT-PROGRAM-ID.
            MOVE "Y" TO WS-SCHED-FOUND.
            READ CATALOG-FILE
                INVALID KEY
                    MOVE "N" TO WS-SCHED-FOUND
            END-READ.
            IF WS-SCHED-FOUND = "N" OR CAT-PARM-FILE = SPACES
                DISPLAY "EULERDRV: " SC-PROGRAM(WS-SX)
                    " HAS NO PARM FILE IN JOB CATALOG, SCHEDULED"
                    " CHANGE NOT PROMOTED"
                MOVE "W" TO WS-ALERT-SEVERITY
                MOVE "SCHEDPRM" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING SC-PROGRAM(WS-SX) " EFF " SC-EFFECTIVE(WS-SX)
                    " NEW=" SC-NEW-VALUE(WS-SX) " NOT CATALOGUED"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-DRIVER-ALERT
            ELSE
                MOVE CAT-PARM-FILE TO WS-DECK-FILE-ID
                PERFORM READ-LIVE-DECK-VALUE
                PERFORM SET-PROMOTE-VALUE
                IF WS-DECK-FOUND = "N"
                    OR WS-DECK-VALUE NOT = WS-PROMOTE-VALUE
                        PERFORM WRITE-LIVE-DECK
                        IF IF-BEFORE(WS-FX) = "Y"
                            DISPLAY "EULERDRV: " SC-PROGRAM(WS-SX)
                                " PARM " WS-PROMOTE-VALUE
                                " RESTORED, IN FORCE BEFORE "
                                SC-EFFECTIVE(WS-SX)
                        ELSE
                            DISPLAY "EULERDRV: " SC-PROGRAM(WS-SX)
                                " PARM " WS-PROMOTE-VALUE
                                " PROMOTED, EFFECTIVE "
                                SC-EFFECTIVE(WS-SX)
                        END-IF
                END-IF
                IF IF-BEFORE(WS-FX) = "N"
                    AND SC-STATUS(WS-SX) NOT = "P"
                    MOVE "P" TO SC-STATUS(WS-SX)
                    MOVE FUNCTION CURRENT-DATE
                        TO SC-PROMOTED-TS(WS-SX)
                    MOVE "Y" TO WS-SCHED-CHANGED
                END-IF
            END-IF.
            ADD 1 TO WS-FX.
        SET-PROMOTE-VALUE.
            IF IF-BEFORE(WS-FX) = "Y"
                MOVE SC-OLD-VALUE(WS-SX) TO WS-PROMOTE-VALUE
            ELSE
                MOVE SC-NEW-VALUE(WS-SX) TO WS-PROMOTE-VALUE
            END-IF.
        READ-LIVE-DECK-VALUE.
            MOVE "N" TO WS-DECK-FOUND.
            MOVE 0 TO WS-DECK-VALUE.
            OPEN INPUT DECK-FILE.
            IF WS-DECK-STATUS = "00"
                READ DECK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-DECK-FOUND
                        MOVE DECK-VALUE TO WS-DECK-VALUE
                END-READ
                CLOSE DECK-FILE
            END-IF.
        WRITE-LIVE-DECK.
            MOVE SC-PROGRAM(WS-SX) TO DECK-PROGRAM-ID.
            MOVE WS-PROMOTE-VALUE TO DECK-VALUE.
            OPEN OUTPUT DECK-FILE.
            WRITE DECK-RECORD.
            MOVE WS-DECK-FILE-ID TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-DECK-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE DECK-FILE.
        REWRITE-SCHEDULE-FILE.
            OPEN OUTPUT SCHEDULE-FILE.
            MOVE 1 TO WS-SX.
            PERFORM REWRITE-SCHEDULE-ENTRY
                UNTIL WS-SX > SCHED-COUNT.
            CLOSE SCHEDULE-FILE.
        REWRITE-SCHEDULE-ENTRY.
            MOVE SC-PROGRAM(WS-SX) TO SCH-PROGRAM-ID.
            MOVE SC-EFFECTIVE(WS-SX) TO SCH-EFFECTIVE-DATE.
            MOVE SC-NEW-VALUE(WS-SX) TO SCH-NEW-VALUE.
            MOVE SC-OLD-VALUE(WS-SX) TO SCH-OLD-VALUE.
            MOVE SC-OPERATOR(WS-SX) TO SCH-OPERATOR.
            MOVE SC-APPROVER(WS-SX) TO SCH-APPROVER.
            MOVE SC-APPROVED-TS(WS-SX) TO SCH-APPROVED-TS.
            MOVE SC-STATUS(WS-SX) TO SCH-STATUS.
            MOVE SC-PROMOTED-TS(WS-SX) TO SCH-PROMOTED-TS.
            WRITE EULER-SCHEDULE-RECORD.
            MOVE "EULER.PARMSCH.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-SCHEDULE-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            ADD 1 TO WS-SX.
        READ-LOCK-PARM.
            OPEN INPUT LOCKPARM-FILE.
            IF WS-LOCKPARM-STATUS = "00"
        RELEASE-RUN-LOCK.
            OPEN OUTPUT LOCK-FILE.
            CLOSE LOCK-FILE.
        CHECK-CLOSED-PERIOD.
            MOVE "EULERDRV" TO PCA-PROGRAM-ID.
            MOVE WS-RUN-DATE TO PCA-BUSINESS-DATE.
            MOVE "E" TO PCA-ALERT-SEVERITY.
            CALL "EULPCHK" USING EULER-PERIOD-CHECK-AREA
                ON EXCEPTION
                    DISPLAY "EULERDRV: EULPCHK NOT AVAILABLE"
                    MOVE "N" TO PCA-CLOSED
            END-CALL.
        READ-BUSINESS-DATE.
            OPEN INPUT BUSDATE-FILE.
            IF WS-BUSDATE-STATUS = "00"
                    WS-CUTOFF-TIME
            END-IF.
        BUILD-DEFAULT-PLAN.
            MOVE 0 TO PLAN-COUNT.
            MOVE 0 TO JC-COUNT.
            OPEN INPUT CATALOG-FILE.
            IF WS-CATALOG-STATUS = "00"
                PERFORM LOAD-CATALOG-RECORD
                    UNTIL WS-CATALOG-STATUS NOT = "00"
                CLOSE CATALOG-FILE
            ELSE
                DISPLAY "EULERDRV: NO JOB CATALOG, DEFAULT CHAIN"
                    " IS EMPTY"
            END-IF.
            PERFORM PICK-NEXT-CATALOG-JOB
                UNTIL PLAN-COUNT >= JC-COUNT.
            MOVE 1 TO WS-JX.
            PERFORM DEFAULT-PLAN-ENTRY
                UNTIL WS-JX > PLAN-COUNT.
        LOAD-CATALOG-RECORD.
            READ CATALOG-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF CAT-ACTIVE = "Y"
                        AND CAT-PLAN-POSITION > 0
                            IF JC-COUNT >= 16
                                DISPLAY "EULERDRV: JOB CATALOG EXCEEDS"
                                    " PLAN TABLE, " CAT-PROGRAM-ID
                                    " LEFT OUT"
                            ELSE
                                ADD 1 TO JC-COUNT
                                MOVE CAT-PROGRAM-ID
                                    TO JC-PROGRAM(JC-COUNT)
                                MOVE CAT-PLAN-POSITION
                                    TO JC-POSITION(JC-COUNT)
                                MOVE "N" TO JC-USED(JC-COUNT)
                            END-IF
                    END-IF
            END-READ.
        PICK-NEXT-CATALOG-JOB.
            MOVE 0 TO WS-KX-BEST.
            MOVE 1 TO WS-KX.
            PERFORM SCAN-CATALOG-POSITION
                UNTIL WS-KX > JC-COUNT.
            ADD 1 TO PLAN-COUNT.
            MOVE JC-PROGRAM(WS-KX-BEST) TO PT-JOB-NAME(PLAN-COUNT).
            MOVE "Y" TO JC-USED(WS-KX-BEST).
        SCAN-CATALOG-POSITION.
            IF JC-USED(WS-KX) = "N"
                IF WS-KX-BEST = 0
                    MOVE WS-KX TO WS-KX-BEST
                ELSE
                    IF JC-POSITION(WS-KX) < JC-POSITION(WS-KX-BEST)
                        MOVE WS-KX TO WS-KX-BEST
                    END-IF
                END-IF
            END-IF.
            ADD 1 TO WS-KX.
        DEFAULT-PLAN-ENTRY.
            MOVE "Y" TO PT-ENABLED(WS-JX).
            MOVE "A" TO PT-ON-ERROR(WS-JX).
            IF PT-RUN-DAYS(WS-JX)(WS-SCAN-DOW:1) = "Y"
                MOVE "Y" TO WS-JOB-DUE
                IF WS-SCAN-INT < WS-TODAY-INT
                    AND WS-FORECAST-MODE NOT = "Y"
                        DISPLAY "EULERDRV: " PT-JOB-NAME(WS-JX)
                            " MISSED ITS SCHEDULED DAY, CATCHING UP"
                END-IF
            END-IF.
            ADD 1 TO WS-SCAN-INT.
            END-IF.
            PERFORM LOG-JOB-RESULT.
        CALL-PLAN-JOB.
            CLOSE SUMMARY-FILE.
            MOVE 0 TO RETURN-CODE.
            CALL WS-JOB-NAME
                ON EXCEPTION
                    MOVE 16 TO RETURN-CODE
            END-CALL.
            MOVE RETURN-CODE TO WS-JOB-RC.
            OPEN EXTEND SUMMARY-FILE.
            MOVE "EULER.DRVSUM.DAT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-SUMMARY-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        LOG-JOB-RESULT.
            IF WS-JOB-RC = 0
                ADD 1 TO JOBS-OK
                DELIMITED BY SIZE INTO SUMMARY-LINE.
            WRITE SUMMARY-LINE.
            DISPLAY SUMMARY-LINE.
        RUN-NOTIFICATION-STEP.
            MOVE 0 TO RETURN-CODE.
            CALL "EULPAGE"
                ON EXCEPTION
                    DISPLAY "EULERDRV: CANNOT LOAD EULPAGE,"
                        " ON-CALL NOT PAGED"
                    MOVE 16 TO RETURN-CODE
            END-CALL.
            IF RETURN-CODE NOT = 0
                DISPLAY "EULERDRV: NOTIFICATION STEP RC="
                    RETURN-CODE
            END-IF.
        READ-FORECAST-CARD.
            MOVE "N" TO WS-FORECAST-MODE.
            OPEN INPUT FCSCARD-FILE.
            IF WS-FCSCARD-STATUS = "00"
                READ FCSCARD-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-FCSCARD-STATUS = "00"
                    MOVE "Y" TO WS-FORECAST-MODE
                    MOVE FCS-BUSINESS-DATE TO WS-FCS-CARD-DATE
                    MOVE FCS-START-TIME TO WS-FCS-CARD-START
                    MOVE FCS-REQUESTED-BY TO WS-FCS-REQUESTED-BY
                END-IF
                CLOSE FCSCARD-FILE
            END-IF.
        CLEAR-FORECAST-CARD.
            OPEN OUTPUT FCSCARD-FILE.
            CLOSE FCSCARD-FILE.
        SET-FORECAST-DATE.
            MOVE "Y" TO WS-FCS-DATE-OK.
            IF WS-FCS-CARD-DATE = SPACES
                OR WS-FCS-CARD-DATE = "00000000"
                    PERFORM READ-BUSINESS-DATE
            ELSE
            IF WS-FCS-CARD-DATE IS NUMERIC
                AND FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(WS-FCS-CARD-DATE)) = 0
                    MOVE WS-FCS-CARD-DATE TO WS-RUN-DATE
            ELSE
                MOVE "N" TO WS-FCS-DATE-OK
                DISPLAY "EULERDRV: FORECAST CARD DATE "
                    WS-FCS-CARD-DATE " IS NOT A VALID DATE,"
                    " NO FORECAST PRODUCED"
            END-IF
            END-IF.
        RUN-FORECAST.
            DISPLAY "EULERDRV: FORECAST MODE, NO JOB WILL BE CALLED".
            OPEN OUTPUT FORECAST-FILE.
            MOVE "EULERDRV.FORECAST" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-FORECAST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-RUN-DATE)).
            COMPUTE WS-FCS-DOW = FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1.
            MOVE SPACES TO FORECAST-LINE.
            STRING "EULERDRV FORECAST FOR BUSINESS DATE " WS-RUN-DATE
                " (" WS-DAY-NAME(WS-FCS-DOW) ") PRODUCED "
                WS-MACHINE-DATE " " WS-CHAIN-START-TIME
                " BY " WS-FCS-REQUESTED-BY
                DELIMITED BY SIZE INTO FORECAST-LINE.
            PERFORM WRITE-FORECAST-LINE.
            PERFORM FORECAST-RUN-LOCK.
            PERFORM FORECAST-CLOSED-PERIOD.
            PERFORM FORECAST-CONTROL-TOTALS.
            PERFORM FORECAST-SCHEDULED-CHANGES.
            PERFORM LOAD-CALENDAR-TABLE.
            PERFORM SET-TODAY-DAY-TYPE.
            PERFORM FORECAST-DAY-TYPE.
            PERFORM LOAD-LASTRUN-TABLE.
            PERFORM READ-RUN-PLAN.
            IF PLAN-COUNT = 0
                STRING "NO RUN PLAN ON FILE, DEFAULT CHAIN FROM THE JOB"
                    " CATALOG"
                    DELIMITED BY SIZE INTO FORECAST-LINE
                PERFORM WRITE-FORECAST-LINE
                PERFORM BUILD-DEFAULT-PLAN
            END-IF.
            PERFORM FORECAST-CHECKPOINT.
            PERFORM LOAD-RUNTIME-HISTORY.
            PERFORM SET-FORECAST-START.
            MOVE "NO JOB      ACTION   EXP-SECS ENDS   LATE REASON"
                TO FORECAST-LINE.
            PERFORM WRITE-FORECAST-LINE.
            MOVE 1 TO WS-JX.
            PERFORM FORECAST-PLAN-ENTRY
                UNTIL WS-JX > PLAN-COUNT.
            PERFORM PRINT-FORECAST-TOTALS.
            CLOSE FORECAST-FILE.
        WRITE-FORECAST-LINE.
            WRITE FORECAST-LINE.
            MOVE "EULERDRV.FORECAST" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-FORECAST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            DISPLAY FORECAST-LINE.
            MOVE SPACES TO FORECAST-LINE.
        FORECAST-RUN-LOCK.
            PERFORM READ-LOCK-PARM.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
            MOVE SPACES TO WS-LOCK-HOLDER.
            OPEN INPUT LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                READ LOCK-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-LOCK-STATUS = "00"
                    MOVE LCK-PROGRAM-ID TO WS-LOCK-HOLDER
                    MOVE LCK-TIMESTAMP TO WS-LOCK-TS
                END-IF
                CLOSE LOCK-FILE
            END-IF.
            IF WS-LOCK-HOLDER = SPACES
                MOVE "RUN LOCK FREE" TO FORECAST-LINE
            ELSE
                PERFORM COMPUTE-LOCK-AGE
                IF WS-LOCK-AGE > STALE-LOCK-MINUTES
                    STRING "RUN LOCK HELD BY " WS-LOCK-HOLDER
                        " SINCE " WS-LOCK-TS(1:14)
                        " IS STALE, THE CHAIN WOULD TAKE IT OVER"
                        DELIMITED BY SIZE INTO FORECAST-LINE
                ELSE
                    MOVE "Y" TO WS-FCS-BLOCKED
                    STRING "RUN LOCK HELD BY " WS-LOCK-HOLDER
                        " SINCE " WS-LOCK-TS(1:14)
                        " - A CHAIN STARTED NOW WOULD NOT START"
                        DELIMITED BY SIZE INTO FORECAST-LINE
                END-IF
            END-IF.
            PERFORM WRITE-FORECAST-LINE.
        FORECAST-CLOSED-PERIOD.
            MOVE "EULERDRV" TO PCA-PROGRAM-ID.
            MOVE WS-RUN-DATE TO PCA-BUSINESS-DATE.
            MOVE SPACE TO PCA-ALERT-SEVERITY.
            CALL "EULPCHK" USING EULER-PERIOD-CHECK-AREA
                ON EXCEPTION
                    DISPLAY "EULERDRV: EULPCHK NOT AVAILABLE"
                    MOVE "N" TO PCA-CLOSED
            END-CALL.
            IF PCA-CLOSED = "Y"
                MOVE "Y" TO WS-FCS-BLOCKED
                STRING "PERIOD " WS-RUN-DATE(1:6) " CLOSED ON "
                    PCA-CLOSED-TS(1:8)
                    " - THE CHAIN WOULD NOT START"
                    DELIMITED BY SIZE INTO FORECAST-LINE
            ELSE
                STRING "PERIOD " WS-RUN-DATE(1:6) " OPEN"
                    DELIMITED BY SIZE INTO FORECAST-LINE
            END-IF.
            PERFORM WRITE-FORECAST-LINE.
        FORECAST-CONTROL-TOTALS.
            PERFORM LOAD-CONTROL-TOTALS.
            PERFORM RECOUNT-RESULTS-FILE.
            PERFORM RECOUNT-AUDIT-FILE.
            IF WS-CONTROL-FOUND = "N"
                STRING "NO CONTROL RECORD ON FILE, THE CHAIN WOULD"
                    " WRITE A BASELINE FROM CURRENT FILES"
                    DELIMITED BY SIZE INTO FORECAST-LINE
            ELSE
            IF WS-ACT-RES-COUNT NOT = WS-CTL-RES-COUNT
                OR WS-ACT-RES-HASH NOT = WS-CTL-RES-HASH
                OR WS-ACT-AUD-COUNT NOT = WS-CTL-AUD-COUNT
                OR WS-ACT-AUD-HASH NOT = WS-CTL-AUD-HASH
                    MOVE "Y" TO WS-FCS-BLOCKED
                    STRING "CONTROL TOTALS DO NOT MATCH, RES CNT="
                        WS-ACT-RES-COUNT "/" WS-CTL-RES-COUNT
                        " AUD CNT=" WS-ACT-AUD-COUNT
                        "/" WS-CTL-AUD-COUNT
                        " - THE CHAIN WOULD NOT START"
                        DELIMITED BY SIZE INTO FORECAST-LINE
            ELSE
                STRING "CONTROL TOTALS AGREE, RESULTS="
                    WS-ACT-RES-COUNT " AUDIT=" WS-ACT-AUD-COUNT
                    DELIMITED BY SIZE INTO FORECAST-LINE
            END-IF
            END-IF.
            PERFORM WRITE-FORECAST-LINE.
        FORECAST-SCHEDULED-CHANGES.
            MOVE 0 TO WS-FCS-PROMOTIONS.
            PERFORM LOAD-SCHEDULE-TABLE.
            IF WS-SCHED-OVERFLOW = "Y"
                STRING "EULER.PARMSCH.DAT OVER 200 ENTRIES, THE CHAIN"
                    " WOULD PROMOTE NO PARAMETER CHANGE"
                    DELIMITED BY SIZE INTO FORECAST-LINE
                PERFORM WRITE-FORECAST-LINE
            ELSE
            IF SCHED-COUNT > 0
                MOVE 0 TO INF-COUNT
                MOVE 1 TO WS-SX
                PERFORM FIND-IN-FORCE-ENTRY
                    UNTIL WS-SX > SCHED-COUNT
                OPEN INPUT CATALOG-FILE
                IF WS-CATALOG-STATUS NOT = "00"
                    STRING "NO JOB CATALOG, SCHEDULED PARAMETER CHANGES"
                        " WOULD NOT BE PROMOTED"
                        DELIMITED BY SIZE INTO FORECAST-LINE
                    PERFORM WRITE-FORECAST-LINE
                ELSE
                    MOVE 1 TO WS-FX
                    PERFORM FORECAST-IN-FORCE-ENTRY
                        UNTIL WS-FX > INF-COUNT
                    CLOSE CATALOG-FILE
                    IF WS-FCS-PROMOTIONS = 0
                        MOVE "NO PARAMETER CHANGE DUE FOR PROMOTION"
                            TO FORECAST-LINE
                        PERFORM WRITE-FORECAST-LINE
                    END-IF
                END-IF
            ELSE
                MOVE "NO PARAMETER CHANGE DUE FOR PROMOTION"
                    TO FORECAST-LINE
                PERFORM WRITE-FORECAST-LINE
            END-IF
            END-IF.
        FORECAST-IN-FORCE-ENTRY.
            MOVE IF-SX(WS-FX) TO WS-SX.
            MOVE SC-PROGRAM(WS-SX) TO CAT-PROGRAM-ID.
            MOVE "Y" TO WS-SCHED-FOUND.
            READ CATALOG-FILE
                INVALID KEY
                    MOVE "N" TO WS-SCHED-FOUND
            END-READ.
            IF WS-SCHED-FOUND = "N" OR CAT-PARM-FILE = SPACES
                ADD 1 TO WS-FCS-PROMOTIONS
                STRING "PARM " SC-PROGRAM(WS-SX) " EFF "
                    SC-EFFECTIVE(WS-SX) " NEW=" SC-NEW-VALUE(WS-SX)
                    " NOT CATALOGUED, WOULD NOT BE PROMOTED"
                    DELIMITED BY SIZE INTO FORECAST-LINE
                PERFORM WRITE-FORECAST-LINE
            ELSE
                MOVE CAT-PARM-FILE TO WS-DECK-FILE-ID
                PERFORM READ-LIVE-DECK-VALUE
                PERFORM SET-PROMOTE-VALUE
                IF WS-DECK-FOUND = "N"
                    OR WS-DECK-VALUE NOT = WS-PROMOTE-VALUE
                        ADD 1 TO WS-FCS-PROMOTIONS
                        IF IF-BEFORE(WS-FX) = "Y"
                            STRING "PARM " SC-PROGRAM(WS-SX)
                                " WOULD BE RESTORED FROM " WS-DECK-VALUE
                                " TO " WS-PROMOTE-VALUE
                                " IN FORCE BEFORE " SC-EFFECTIVE(WS-SX)
                                DELIMITED BY SIZE INTO FORECAST-LINE
                        ELSE
                            STRING "PARM " SC-PROGRAM(WS-SX)
                                " WOULD BE PROMOTED FROM " WS-DECK-VALUE
                                " TO " WS-PROMOTE-VALUE
                                " EFFECTIVE " SC-EFFECTIVE(WS-SX)
                                DELIMITED BY SIZE INTO FORECAST-LINE
                        END-IF
                        PERFORM WRITE-FORECAST-LINE
                END-IF
            END-IF.
            ADD 1 TO WS-FX.
        FORECAST-DAY-TYPE.
            IF WS-TODAY-TYPE = "H"
                STRING WS-RUN-DATE " IS A HOLIDAY ON THE SHOP"
                    " CALENDAR, SCHEDULED WORK CARRIES TO THE NEXT"
                    " CHAIN" DELIMITED BY SIZE INTO FORECAST-LINE
            ELSE
            IF WS-TODAY-TYPE = "E"
                STRING WS-RUN-DATE " IS A NON-PROCESSING WEEKEND,"
                    " SCHEDULED WORK CARRIES TO THE NEXT CHAIN"
                    DELIMITED BY SIZE INTO FORECAST-LINE
            ELSE
                STRING WS-RUN-DATE " IS A PROCESSING DAY"
                    DELIMITED BY SIZE INTO FORECAST-LINE
            END-IF
            END-IF.
            PERFORM WRITE-FORECAST-LINE.
        FORECAST-CHECKPOINT.
            MOVE 0 TO WS-RESUME-FROM.
            MOVE "N" TO WS-FCS-CKPT-SEEN.
            OPEN INPUT DRVCKPT-FILE.
            IF WS-DRVCKPT-STATUS = "00"
                READ DRVCKPT-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-DRVCKPT-STATUS = "00"
                    AND DCK-LAST-ENTRY IS NUMERIC
                        MOVE "Y" TO WS-FCS-CKPT-SEEN
                        IF DCK-RUN-DATE NOT = WS-RUN-DATE
                            STRING "CHAIN CHECKPOINT ON FILE IS FOR "
                                DCK-RUN-DATE ", IT DOES NOT APPLY"
                                DELIMITED BY SIZE INTO FORECAST-LINE
                        ELSE
                        IF WS-FULL-RERUN = "Y"
                            STRING "CHAIN CHECKPOINT AFTER ENTRY "
                                DCK-LAST-ENTRY " ON FILE, *FULLRUN"
                                " CARD FORCES A FULL RERUN"
                                DELIMITED BY SIZE INTO FORECAST-LINE
                        ELSE
                            MOVE DCK-LAST-ENTRY TO WS-RESUME-FROM
                            STRING "CHAIN CHECKPOINT ON FILE, THE CHAIN"
                                " WOULD RESUME AFTER ENTRY "
                                DCK-LAST-ENTRY
                                DELIMITED BY SIZE INTO FORECAST-LINE
                        END-IF
                        END-IF
                        PERFORM WRITE-FORECAST-LINE
                END-IF
                CLOSE DRVCKPT-FILE
            END-IF.
            IF WS-FCS-CKPT-SEEN = "N"
                IF WS-FULL-RERUN = "Y"
                    MOVE "NO CHAIN CHECKPOINT, *FULLRUN CARD IN PLAN"
                        TO FORECAST-LINE
                ELSE
                    STRING "NO CHAIN CHECKPOINT, THE CHAIN WOULD START"
                        " AT THE FIRST ENTRY"
                        DELIMITED BY SIZE INTO FORECAST-LINE
                END-IF
                PERFORM WRITE-FORECAST-LINE
            END-IF.
        LOAD-RUNTIME-HISTORY.
            MOVE 1 TO WS-HX.
            PERFORM CLEAR-RUNTIME-ENTRY
                UNTIL WS-HX > PLAN-COUNT.
            MOVE 0 TO WS-HIST-LAST-HX.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM READ-RUNTIME-RECORD
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
            MOVE 1 TO WS-HX.
            PERFORM SET-EXPECTED-RUNTIME
                UNTIL WS-HX > PLAN-COUNT.
        CLEAR-RUNTIME-ENTRY.
            MOVE 0 TO RT-RUNS(WS-HX) RT-RUN-SECS(WS-HX)
                RT-EXPECTED(WS-HX).
            MOVE "N" TO RT-OPEN(WS-HX).
            MOVE 0 TO RT-SLOT-SECS(WS-HX, 1) RT-SLOT-SECS(WS-HX, 2)
                RT-SLOT-SECS(WS-HX, 3) RT-SLOT-SECS(WS-HX, 4)
                RT-SLOT-SECS(WS-HX, 5).
            ADD 1 TO WS-HX.
        READ-RUNTIME-RECORD.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LOG-ENTRY-TYPE NOT = "R"
                        AND LOG-ELAPSED-SECONDS IS NUMERIC
                            PERFORM MATCH-RUNTIME-RECORD
                    END-IF
            END-READ.
        MATCH-RUNTIME-RECORD.
            MOVE LOG-PROGRAM-ID TO WS-HIST-PROGRAM.
            IF WS-HIST-PROGRAM = "EULER3WL"
                MOVE "EULER003" TO WS-HIST-PROGRAM
            END-IF.
            MOVE "N" TO WS-HIST-FOUND.
            MOVE 1 TO WS-HX.
            PERFORM SCAN-RUNTIME-ENTRY
                UNTIL WS-HIST-FOUND = "Y" OR WS-HX > PLAN-COUNT.
            IF WS-HIST-FOUND = "N"
                MOVE 0 TO WS-HIST-LAST-HX
            ELSE
                IF LOG-PROGRAM-ID NOT = "EULER3WL"
                    OR WS-HX NOT = WS-HIST-LAST-HX
                        IF RT-OPEN(WS-HX) = "Y"
                            PERFORM CLOSE-RUNTIME-RUN
                        END-IF
                        MOVE "Y" TO RT-OPEN(WS-HX)
                END-IF
                ADD LOG-ELAPSED-SECONDS TO RT-RUN-SECS(WS-HX)
                IF LOG-PROGRAM-ID = "EULER3WL"
                    MOVE WS-HX TO WS-HIST-LAST-HX
                ELSE
                    MOVE 0 TO WS-HIST-LAST-HX
                END-IF
            END-IF.
        SCAN-RUNTIME-ENTRY.
            IF PT-JOB-NAME(WS-HX) = WS-HIST-PROGRAM
                MOVE "Y" TO WS-HIST-FOUND
            ELSE
                ADD 1 TO WS-HX
            END-IF.
        CLOSE-RUNTIME-RUN.
            COMPUTE WS-HS = FUNCTION MOD(RT-RUNS(WS-HX), 5) + 1.
            MOVE RT-RUN-SECS(WS-HX) TO RT-SLOT-SECS(WS-HX, WS-HS).
            ADD 1 TO RT-RUNS(WS-HX).
            MOVE 0 TO RT-RUN-SECS(WS-HX).
            MOVE "N" TO RT-OPEN(WS-HX).
        SET-EXPECTED-RUNTIME.
            IF RT-OPEN(WS-HX) = "Y"
                PERFORM CLOSE-RUNTIME-RUN
            END-IF.
            IF RT-RUNS(WS-HX) > 0
                IF RT-RUNS(WS-HX) > 5
                    MOVE 5 TO WS-HIST-DIVISOR
                ELSE
                    MOVE RT-RUNS(WS-HX) TO WS-HIST-DIVISOR
                END-IF
                COMPUTE RT-EXPECTED(WS-HX) ROUNDED =
                    (RT-SLOT-SECS(WS-HX, 1) + RT-SLOT-SECS(WS-HX, 2)
                    + RT-SLOT-SECS(WS-HX, 3) + RT-SLOT-SECS(WS-HX, 4)
                    + RT-SLOT-SECS(WS-HX, 5)) / WS-HIST-DIVISOR
            END-IF.
            ADD 1 TO WS-HX.
        SET-FORECAST-START.
            MOVE SPACES TO WS-FCS-LAST-START.
            MOVE SPACES TO WS-FCS-LAST-CHAIN.
            IF WS-FCS-CARD-START IS NUMERIC
                AND WS-FCS-CARD-START(1:2) < "24"
                AND WS-FCS-CARD-START(3:2) < "60"
                AND WS-FCS-CARD-START(5:2) < "60"
                    MOVE WS-FCS-CARD-START TO WS-FCS-START-TIME
                    MOVE "FROM THE FORECAST CARD" TO WS-FCS-START-NOTE
            ELSE
                OPEN INPUT CHAIN-FILE
                IF WS-CHAIN-STATUS = "00"
                    PERFORM READ-LAST-CHAIN-RECORD
                        UNTIL WS-CHAIN-STATUS NOT = "00"
                    CLOSE CHAIN-FILE
                END-IF
                IF WS-FCS-LAST-START IS NUMERIC
                    MOVE WS-FCS-LAST-START TO WS-FCS-START-TIME
                    MOVE SPACES TO WS-FCS-START-NOTE
                    STRING "AS THE LAST CHAIN, OF " WS-FCS-LAST-CHAIN
                        DELIMITED BY SIZE INTO WS-FCS-START-NOTE
                ELSE
                    MOVE WS-CHAIN-START-TIME TO WS-FCS-START-TIME
                    MOVE "NOW, NO CHAIN HISTORY ON FILE"
                        TO WS-FCS-START-NOTE
                END-IF
            END-IF.
            MOVE WS-FCS-START-TIME TO WS-FCS-HMS.
            PERFORM CONVERT-FORECAST-HMS.
            MOVE WS-FCS-SECS TO WS-FCS-START-SECS.
            MOVE WS-FCS-SECS TO WS-FCS-CLOCK.
            STRING "PLANNED CHAIN START " WS-FCS-START-TIME " "
                WS-FCS-START-NOTE
                DELIMITED BY SIZE INTO FORECAST-LINE.
            PERFORM WRITE-FORECAST-LINE.
            IF WS-CUTOFF-TIME = 0
                MOVE "NO *CUTOFF* CARD IN PLAN, NO BATCH-WINDOW CUTOFF"
                    TO FORECAST-LINE
            ELSE
                MOVE WS-CUTOFF-TIME TO WS-FCS-HMS
                PERFORM CONVERT-FORECAST-HMS
                MOVE WS-FCS-SECS TO WS-FCS-CUTOFF-SECS
                IF WS-FCS-CUTOFF-SECS <= WS-FCS-START-SECS
                    ADD 86400 TO WS-FCS-CUTOFF-SECS
                END-IF
                STRING "BATCH-WINDOW CUTOFF " WS-CUTOFF-TIME
                    DELIMITED BY SIZE INTO FORECAST-LINE
            END-IF.
            PERFORM WRITE-FORECAST-LINE.
        READ-LAST-CHAIN-RECORD.
            READ CHAIN-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE CHN-START-TIME TO WS-FCS-LAST-START
                    MOVE CHN-RUN-DATE TO WS-FCS-LAST-CHAIN
            END-READ.
        CONVERT-FORECAST-HMS.
            COMPUTE WS-FCS-SECS =
                FUNCTION NUMVAL(WS-FCS-HMS-X(1:2)) * 3600
                + FUNCTION NUMVAL(WS-FCS-HMS-X(3:2)) * 60
                + FUNCTION NUMVAL(WS-FCS-HMS-X(5:2)).
        CONVERT-FORECAST-CLOCK.
            COMPUTE WS-FCS-WORK = FUNCTION MOD(WS-FCS-CLOCK, 86400).
            COMPUTE WS-FCS-FINISH-HH = WS-FCS-WORK / 3600.
            COMPUTE WS-FCS-FINISH-MM =
                FUNCTION MOD(WS-FCS-WORK, 3600) / 60.
            COMPUTE WS-FCS-FINISH-SS = FUNCTION MOD(WS-FCS-WORK, 60).
        FORECAST-PLAN-ENTRY.
            MOVE SPACES TO WS-FCS-ACTION.
            MOVE SPACES TO WS-FCS-REASON.
            PERFORM FIND-JOB-LAST-RUN.
            IF WS-LAST-DATE = SPACES
                MOVE "NEVER" TO WS-FCS-LAST-TEXT
            ELSE
                MOVE WS-LAST-DATE TO WS-FCS-LAST-TEXT
            END-IF.
            IF WS-JX <= WS-RESUME-FROM
                MOVE "SKIP" TO WS-FCS-ACTION
                STRING "COMPLETE IN ABORTED CHAIN, CHECKPOINT RESUMES"
                    " PAST IT"
                    DELIMITED BY SIZE INTO WS-FCS-REASON
            ELSE
            IF PT-ENABLED(WS-JX) NOT = "Y"
                MOVE "SKIP" TO WS-FCS-ACTION
                MOVE "DISABLED IN PLAN" TO WS-FCS-REASON
            ELSE
                PERFORM CHECK-JOB-SCHEDULE
                IF WS-JOB-DUE = "Y"
                    PERFORM FORECAST-DUE-ENTRY
                ELSE
                    PERFORM FORECAST-NOT-DUE-ENTRY
                END-IF
            END-IF
            END-IF.
            PERFORM PRINT-FORECAST-ENTRY.
            ADD 1 TO WS-JX.
        FORECAST-DUE-ENTRY.
            MOVE "RUN" TO WS-FCS-ACTION.
            EVALUATE PT-FREQUENCY(WS-JX)
                WHEN "W"
                    COMPUTE WS-FCS-MISSED-INT = WS-SCAN-INT - 1
                    IF WS-FCS-MISSED-INT < WS-TODAY-INT
                        MOVE "CATCHUP" TO WS-FCS-ACTION
                        COMPUTE WS-FCS-DATE-NUM =
                            FUNCTION DATE-OF-INTEGER(WS-FCS-MISSED-INT)
                        STRING "MISSED RUN DAY " WS-FCS-DATE-X
                            ", LAST RUN " WS-FCS-LAST-TEXT
                            DELIMITED BY SIZE INTO WS-FCS-REASON
                    ELSE
                        STRING "WEEKLY RUN DAY (RUN DAYS "
                            PT-RUN-DAYS(WS-JX) "), LAST RUN "
                            WS-FCS-LAST-TEXT
                            DELIMITED BY SIZE INTO WS-FCS-REASON
                    END-IF
                WHEN "M"
                    PERFORM FIND-MISSED-MONTH-DAY
                    IF WS-FCS-MISSED-DATE NOT = SPACES
                        MOVE "CATCHUP" TO WS-FCS-ACTION
                        STRING "MONTHLY, DUE SINCE " WS-FCS-MISSED-DATE
                            ", LAST RUN " WS-FCS-LAST-TEXT
                            DELIMITED BY SIZE INTO WS-FCS-REASON
                    ELSE
                        STRING "MONTHLY, FIRST CHAIN OF THE MONTH,"
                            " LAST RUN " WS-FCS-LAST-TEXT
                            DELIMITED BY SIZE INTO WS-FCS-REASON
                    END-IF
                WHEN OTHER
                    STRING "DAILY, LAST RUN " WS-FCS-LAST-TEXT
                        DELIMITED BY SIZE INTO WS-FCS-REASON
            END-EVALUATE.
        FIND-MISSED-MONTH-DAY.
            MOVE SPACES TO WS-FCS-MISSED-DATE.
            IF WS-LAST-DATE NOT = SPACES
                COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-RUN-DATE(1:6)) * 100 + 1)
                PERFORM SCAN-MISSED-MONTH-DAY
                    UNTIL WS-SCAN-INT >= WS-TODAY-INT
                    OR WS-FCS-MISSED-DATE NOT = SPACES
            END-IF.
        SCAN-MISSED-MONTH-DAY.
            COMPUTE WS-FCS-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
            MOVE "W" TO WS-FCS-DAY-TYPE.
            MOVE 1 TO WS-CX.
            PERFORM SCAN-FORECAST-CALENDAR
                UNTIL WS-CX > CAL-COUNT.
            IF WS-FCS-DAY-TYPE NOT = "H"
                AND WS-FCS-DAY-TYPE NOT = "E"
                    MOVE WS-FCS-DATE-X TO WS-FCS-MISSED-DATE
            END-IF.
            ADD 1 TO WS-SCAN-INT.
        SCAN-FORECAST-CALENDAR.
            IF CT-DATE(WS-CX) = WS-FCS-DATE-X
                MOVE CT-TYPE(WS-CX) TO WS-FCS-DAY-TYPE
            END-IF.
            ADD 1 TO WS-CX.
        FORECAST-NOT-DUE-ENTRY.
            MOVE "SKIP" TO WS-FCS-ACTION.
            IF WS-TODAY-TYPE = "H"
                MOVE "HOLIDAY, CARRIES TO THE NEXT CHAIN"
                    TO WS-FCS-REASON
            ELSE
            IF WS-TODAY-TYPE = "E"
                MOVE "NON-PROCESSING WEEKEND, CARRIES TO THE NEXT CHAIN"
                    TO WS-FCS-REASON
            ELSE
            IF PT-FREQUENCY(WS-JX) = "W"
                STRING "NOT A RUN DAY (RUN DAYS " PT-RUN-DAYS(WS-JX)
                    "), LAST RUN " WS-FCS-LAST-TEXT
                    DELIMITED BY SIZE INTO WS-FCS-REASON
            ELSE
                STRING "MONTHLY, ALREADY RUN THIS MONTH ON "
                    WS-FCS-LAST-TEXT
                    DELIMITED BY SIZE INTO WS-FCS-REASON
            END-IF
            END-IF
            END-IF.
        PRINT-FORECAST-ENTRY.
            MOVE WS-JX TO FCL-SEQ.
            MOVE PT-JOB-NAME(WS-JX) TO FCL-JOB-NAME.
            MOVE WS-FCS-ACTION TO FCL-ACTION.
            MOVE WS-FCS-REASON TO FCL-REASON.
            MOVE SPACES TO FCL-EXPECTED.
            MOVE SPACES TO FCL-FINISH.
            MOVE SPACES TO FCL-WINDOW.
            IF WS-FCS-ACTION = "SKIP"
                ADD 1 TO FCS-SKIPPED
            ELSE
                IF WS-FCS-ACTION = "CATCHUP"
                    ADD 1 TO FCS-CATCH-UP
                ELSE
                    ADD 1 TO FCS-WOULD-RUN
                END-IF
                IF RT-RUNS(WS-JX) = 0
                    ADD 1 TO FCS-NO-HISTORY
                    MOVE "  NO HIST" TO FCL-EXPECTED
                ELSE
                    MOVE RT-EXPECTED(WS-JX) TO WS-SECONDS-ED
                    MOVE WS-SECONDS-ED TO FCL-EXPECTED
                    ADD RT-EXPECTED(WS-JX) TO WS-FCS-CLOCK
                END-IF
                PERFORM CONVERT-FORECAST-CLOCK
                MOVE WS-FCS-FINISH TO FCL-FINISH
                IF WS-CUTOFF-TIME > 0
                    AND WS-FCS-CLOCK > WS-FCS-CUTOFF-SECS
                        MOVE "LATE" TO FCL-WINDOW
                        IF WS-FCS-OVERRUN = "N"
                            MOVE "Y" TO WS-FCS-OVERRUN
                            MOVE PT-JOB-NAME(WS-JX)
                                TO WS-FCS-FIRST-LATE
                        END-IF
                END-IF
            END-IF.
            MOVE FORECAST-DETAIL TO FORECAST-LINE.
            PERFORM WRITE-FORECAST-LINE.
        PRINT-FORECAST-TOTALS.
            STRING "WOULD RUN=" FCS-WOULD-RUN
                " CATCH UP=" FCS-CATCH-UP
                " SKIPPED=" FCS-SKIPPED
                " NO AUDIT HISTORY=" FCS-NO-HISTORY
                DELIMITED BY SIZE INTO FORECAST-LINE.
            PERFORM WRITE-FORECAST-LINE.
            COMPUTE WS-FCS-MARGIN = WS-FCS-CLOCK - WS-FCS-START-SECS.
            MOVE WS-FCS-MARGIN TO WS-SECONDS-ED.
            PERFORM CONVERT-FORECAST-CLOCK.
            STRING "EXPECTED CHAIN RUNTIME" WS-SECONDS-ED
                " SECS, PROJECTED FINISH " WS-FCS-FINISH
                DELIMITED BY SIZE INTO FORECAST-LINE.
            PERFORM WRITE-FORECAST-LINE.
            IF FCS-NO-HISTORY > 0
                STRING "JOBS WITH NO AUDIT HISTORY ARE COUNTED AT ZERO"
                    " SECONDS"
                    DELIMITED BY SIZE INTO FORECAST-LINE
                PERFORM WRITE-FORECAST-LINE
            END-IF.
            IF WS-CUTOFF-TIME > 0
                IF WS-FCS-OVERRUN = "Y"
                    COMPUTE WS-FCS-MARGIN =
                        WS-FCS-CLOCK - WS-FCS-CUTOFF-SECS
                    MOVE WS-FCS-MARGIN TO WS-SECONDS-ED
                    STRING "PROJECTED TO OVERRUN THE " WS-CUTOFF-TIME
                        " CUTOFF BY" WS-SECONDS-ED " SECS, FROM "
                        WS-FCS-FIRST-LATE " ON"
                        DELIMITED BY SIZE INTO FORECAST-LINE
                ELSE
                    COMPUTE WS-FCS-MARGIN =
                        WS-FCS-CUTOFF-SECS - WS-FCS-CLOCK
                    MOVE WS-FCS-MARGIN TO WS-SECONDS-ED
                    STRING "PROJECTED TO FINISH" WS-SECONDS-ED
                        " SECS INSIDE THE " WS-CUTOFF-TIME " CUTOFF"
                        DELIMITED BY SIZE INTO FORECAST-LINE
                END-IF
                PERFORM WRITE-FORECAST-LINE
            END-IF.
            IF WS-FCS-BLOCKED = "Y"
                STRING "THE CHAIN WOULD NOT START UNTIL THE CONDITION"
                    " ABOVE IS CLEARED"
                    DELIMITED BY SIZE INTO FORECAST-LINE
                PERFORM WRITE-FORECAST-LINE
            END-IF.
            STRING "END OF FORECAST, NO JOB CALLED AND NO SHARED FILE"
                " WRITTEN"
                DELIMITED BY SIZE INTO FORECAST-LINE.
            PERFORM WRITE-FORECAST-LINE.
        CHECK-IO-STATUS.
            IF IOCHK-STATUS = "00" OR IOCHK-STATUS = "10"
                CONTINUE
