        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULPART.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "data/EULPART.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT WORKLIST-FILE
                ASSIGN TO "data/EULER003.WORKLIST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WORKLIST-STATUS.
            SELECT WORKLIST-TMP-FILE
                ASSIGN TO "data/EULER003.WORKLIST.TMP"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WKTMP-STATUS.
            SELECT PTN-WORKLIST-FILE ASSIGN TO WS-PTN-WORKLIST-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PTNWK-STATUS.
            SELECT PTN-STATE-FILE ASSIGN TO WS-PTN-STATE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PTNST-STATUS.
            SELECT PARTCTL-FILE ASSIGN TO "data/EULER003.PARTCTL.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARTCTL-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
            SELECT LOCK-FILE ASSIGN TO "data/EULER.LOCK.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.
            SELECT LOCKPARM-FILE ASSIGN TO "data/EULLOCK.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCKPARM-STATUS.
            SELECT BUSDATE-FILE ASSIGN TO "data/EULER.BUSDATE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BUSDATE-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PARM-FILE.
            COPY EULPARM.
            FD  WORKLIST-FILE.
            COPY EULWKQ.
            FD  WORKLIST-TMP-FILE.
            01  WORKLIST-TMP-RECORD     PIC X(27).
            FD  PTN-WORKLIST-FILE.
            01  PTN-WORKLIST-RECORD     PIC X(27).
            FD  PTN-STATE-FILE.
            COPY EULPTN.
            FD  PARTCTL-FILE.
            COPY EULPTC.
            FD  ALERT-FILE.
            COPY EULALERT.
            FD  LOCK-FILE.
            COPY EULLCK.
            FD  LOCKPARM-FILE.
            COPY EULPARM REPLACING EULER-PARM-RECORD
                                    BY LOCKPARM-RECORD
                                    PARM-PROGRAM-ID BY LOCKPARM-PROGID
                                    PARM-VALUE BY LOCKPARM-VALUE.
            FD  BUSDATE-FILE.
            COPY EULBDT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-PARM-STATUS          PIC XX.
            01  WS-WORKLIST-STATUS      PIC XX.
            01  WS-WKTMP-STATUS         PIC XX.
            01  WS-PTNWK-STATUS         PIC XX.
            01  WS-PTNST-STATUS         PIC XX.
            01  WS-PARTCTL-STATUS       PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-ALERT-REASON         PIC X(8).
            01  WS-ALERT-DETAIL         PIC X(64).
            01  WS-BUSDATE-STATUS       PIC XX.
            01  WS-LOCK-STATUS          PIC XX.
            01  WS-LOCKPARM-STATUS      PIC XX.
            01  WS-LOCK-OK              PIC X.
            01  WS-LOCK-HOLDER          PIC X(8).
            01  WS-LOCK-TS              PIC X(21).
            01  WS-NOW-TS               PIC X(21).
            01  WS-LOCK-AGE             PIC S9(9).
            01  STALE-LOCK-MINUTES      PIC 9(6) VALUE 480.
            01  WS-TODAY                PIC X(8).
            01  WS-PARM-EOF             PIC X VALUE "N".
            01  WS-PARM-RAW             PIC 9(12).
            01  PARTITION-LIMIT         PIC 99 VALUE 9.
            01  PARTITION-TABLE-SIZE    PIC 9(4) VALUE 200.
            01  WS-REQUESTED-PARTS      PIC 99 VALUE 0.
            01  WS-PARTITION-COUNT      PIC 99 VALUE 0.
            01  WS-PARTITION-SIZE       PIC 9(4) VALUE 0.
            01  WS-PENDING-COUNT        PIC 9(6) VALUE 0.
            01  WS-PENDING-LIMIT        PIC 9(6) VALUE 0.
            01  WS-DEALT-COUNT          PIC 9(6) VALUE 0.
            01  WS-RECORD-COUNT         PIC 9(6) VALUE 0.
            01  WS-CURRENT-PTN          PIC 99 VALUE 0.
            01  WS-TARGET-PTN           PIC 99 VALUE 0.
            01  WS-PX                   PIC 99.
            01  WS-PTN-ENTRIES          PIC 9(4).
            01  WS-GROUP-OPEN           PIC X VALUE "N".
            01  WS-PTN-WORKLIST-NAME.
                02  FILLER              PIC X(15)
                    VALUE "data/EULER003.P".
                02  WS-PTN-WORKLIST-NO  PIC 99.
                02  FILLER              PIC X(13)
                    VALUE ".WORKLIST.DAT".
            01  WS-PTN-STATE-NAME.
                02  FILLER              PIC X(15)
                    VALUE "data/EULER003.P".
                02  WS-PTN-STATE-NO     PIC 99.
                02  FILLER              PIC X(12)
                    VALUE ".RESTART.DAT".
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULPART" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM ACQUIRE-RUN-LOCK.
            IF WS-LOCK-OK NOT = "Y"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM READ-PARMS.
            PERFORM VALIDATE-PARMS.
            PERFORM CHECK-OPEN-GROUP.
            PERFORM COUNT-PENDING-ENTRIES.
            IF WS-PENDING-COUNT = 0
                DISPLAY "EULPART: NO PENDING QUEUE WORK TO PARTITION"
                PERFORM RELEASE-RUN-LOCK
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CHECK-PENDING-LIMIT.
            COMPUTE WS-PARTITION-SIZE =
                (WS-PENDING-COUNT + WS-REQUESTED-PARTS - 1)
                / WS-REQUESTED-PARTS.
            COMPUTE WS-PARTITION-COUNT =
                (WS-PENDING-COUNT + WS-PARTITION-SIZE - 1)
                / WS-PARTITION-SIZE.
            PERFORM DEAL-WORK-QUEUE.
            PERFORM REWRITE-WORK-QUEUE.
            MOVE 1 TO WS-PX.
            PERFORM WRITE-PARTITION-STATE
                UNTIL WS-PX > WS-PARTITION-COUNT.
            PERFORM WRITE-PARTITION-CONTROL.
            DISPLAY "EULPART: " WS-TODAY " PENDING=" WS-PENDING-COUNT
                " PARTITIONS=" WS-PARTITION-COUNT
                " SIZE=" WS-PARTITION-SIZE.
            DISPLAY "EULPART: RUN LOCK KEPT FOR THE PARTITION GROUP"
                " UNTIL EULMERGE".
            MOVE 0 TO RETURN-CODE.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        READ-PARMS.
            MOVE "N" TO WS-PARM-EOF.
            MOVE 0 TO WS-PARM-RAW.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS NOT = "00"
                DISPLAY "EULPART: PARM FILE MISSING"
                MOVE "Y" TO WS-PARM-EOF
            ELSE
                READ PARM-FILE
                    AT END
                        DISPLAY "EULPART: PARM FILE EMPTY"
                        MOVE "Y" TO WS-PARM-EOF
                END-READ
                CLOSE PARM-FILE
            END-IF.
            IF WS-PARM-EOF = "N"
                MOVE PARM-VALUE TO WS-PARM-RAW
            END-IF.
        VALIDATE-PARMS.
            IF WS-PARM-RAW IS NOT NUMERIC
                OR WS-PARM-RAW = 0
                OR WS-PARM-RAW > PARTITION-LIMIT
                    DISPLAY "EULPART: INVALID PARTITION COUNT PARM"
                    MOVE 16 TO RETURN-CODE
                    MOVE "E" TO WS-ALERT-SEVERITY
                    MOVE "BADPARM" TO WS-ALERT-REASON
                    MOVE SPACES TO WS-ALERT-DETAIL
                    STRING "PARM=" WS-PARM-RAW
                        " PARTITIONS 1 TO " PARTITION-LIMIT
                        DELIMITED BY SIZE
                        INTO WS-ALERT-DETAIL
                    PERFORM WRITE-ALERT
                    PERFORM RELEASE-RUN-LOCK
                    GOBACK
            END-IF.
            MOVE WS-PARM-RAW TO WS-REQUESTED-PARTS.
        CHECK-OPEN-GROUP.
            MOVE "N" TO WS-GROUP-OPEN.
            OPEN INPUT PARTCTL-FILE.
            IF WS-PARTCTL-STATUS = "00"
                READ PARTCTL-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-PARTCTL-STATUS = "00"
                    AND PTC-PARTITION-COUNT IS NUMERIC
                    AND PTC-PARTITION-COUNT > 0
                        MOVE "Y" TO WS-GROUP-OPEN
                END-IF
                CLOSE PARTCTL-FILE
            END-IF.
            IF WS-GROUP-OPEN = "Y"
                DISPLAY "EULPART: PARTITION GROUP OF "
                    PTC-PARTITION-COUNT " STILL OPEN, RUN EULMERGE"
                MOVE 16 TO RETURN-CODE
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "PTNOPEN" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "PARTITIONS=" PTC-PARTITION-COUNT
                    " CREATED=" PTC-CREATED-TS(1:14)
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                PERFORM RELEASE-RUN-LOCK
                GOBACK
            END-IF.
        COUNT-PENDING-ENTRIES.
            MOVE 0 TO WS-PENDING-COUNT.
            OPEN INPUT WORKLIST-FILE.
            IF WS-WORKLIST-STATUS = "00"
                PERFORM COUNT-QUEUE-RECORD
                    UNTIL WS-WORKLIST-STATUS NOT = "00"
                CLOSE WORKLIST-FILE
            END-IF.
        COUNT-QUEUE-RECORD.
            READ WORKLIST-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF WKQ-STATUS = SPACE OR WKQ-STATUS = "P"
                        OR WKQ-STATUS = "I"
                            ADD 1 TO WS-PENDING-COUNT
                    END-IF
            END-READ.
        CHECK-PENDING-LIMIT.
            COMPUTE WS-PENDING-LIMIT =
                WS-REQUESTED-PARTS * PARTITION-TABLE-SIZE.
            IF WS-PENDING-COUNT > WS-PENDING-LIMIT
                DISPLAY "EULPART: PENDING=" WS-PENDING-COUNT
                    " EXCEEDS " WS-REQUESTED-PARTS " PARTITIONS OF "
                    PARTITION-TABLE-SIZE ", NOT PARTITIONED"
                MOVE 16 TO RETURN-CODE
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "PTNLIMIT" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "PENDING=" WS-PENDING-COUNT
                    " LIMIT=" WS-PENDING-LIMIT
                    " PARTITIONS=" WS-REQUESTED-PARTS
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                PERFORM RELEASE-RUN-LOCK
                GOBACK
            END-IF.
        DEAL-WORK-QUEUE.
            MOVE 0 TO WS-DEALT-COUNT.
            MOVE 0 TO WS-RECORD-COUNT.
            MOVE 0 TO WS-CURRENT-PTN.
            OPEN INPUT WORKLIST-FILE.
            OPEN OUTPUT WORKLIST-TMP-FILE.
            PERFORM DEAL-QUEUE-RECORD
                UNTIL WS-WORKLIST-STATUS NOT = "00".
            CLOSE WORKLIST-FILE WORKLIST-TMP-FILE.
            IF WS-CURRENT-PTN > 0
                CLOSE PTN-WORKLIST-FILE
            END-IF.
        DEAL-QUEUE-RECORD.
            READ WORKLIST-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    IF WKQ-STATUS = SPACE OR WKQ-STATUS = "P"
                        OR WKQ-STATUS = "I"
                            PERFORM DEAL-PENDING-ENTRY
                    END-IF
                    WRITE WORKLIST-TMP-RECORD
                        FROM EULER-WORKQUEUE-RECORD
                    MOVE "EULER003.WORKLIST.TMP" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-WKTMP-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
            END-READ.
        DEAL-PENDING-ENTRY.
            COMPUTE WS-TARGET-PTN =
                WS-DEALT-COUNT / WS-PARTITION-SIZE + 1.
            IF WS-TARGET-PTN NOT = WS-CURRENT-PTN
                IF WS-CURRENT-PTN > 0
                    CLOSE PTN-WORKLIST-FILE
                END-IF
                MOVE WS-TARGET-PTN TO WS-CURRENT-PTN
                MOVE WS-CURRENT-PTN TO WS-PTN-WORKLIST-NO
                OPEN OUTPUT PTN-WORKLIST-FILE
                MOVE "EULER003.P  .WORKLST" TO IOCHK-FILE-NAME
                MOVE WS-CURRENT-PTN TO IOCHK-FILE-NAME(11:2)
                MOVE "OPEN" TO IOCHK-OPERATION
                MOVE WS-PTNWK-STATUS TO IOCHK-STATUS
                PERFORM CHECK-IO-STATUS
            END-IF.
            MOVE "P" TO WKQ-STATUS.
            WRITE PTN-WORKLIST-RECORD FROM EULER-WORKQUEUE-RECORD.
            MOVE "EULER003.P  .WORKLST" TO IOCHK-FILE-NAME.
            MOVE WS-CURRENT-PTN TO IOCHK-FILE-NAME(11:2).
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PTNWK-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE "D" TO WKQ-STATUS.
            ADD 1 TO WS-DEALT-COUNT.
        REWRITE-WORK-QUEUE.
            OPEN INPUT WORKLIST-TMP-FILE.
            OPEN OUTPUT WORKLIST-FILE.
            PERFORM COPY-QUEUE-RECORD
                UNTIL WS-WKTMP-STATUS NOT = "00".
            CLOSE WORKLIST-TMP-FILE WORKLIST-FILE.
            MOVE "EULER003.WORKLIST.DAT" TO IOCHK-FILE-NAME.
            MOVE "CLOSE" TO IOCHK-OPERATION.
            MOVE WS-WORKLIST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        COPY-QUEUE-RECORD.
            READ WORKLIST-TMP-FILE
                AT END
                    CONTINUE
                NOT AT END
                    WRITE EULER-WORKQUEUE-RECORD
                        FROM WORKLIST-TMP-RECORD
                    MOVE "EULER003.WORKLIST.DAT" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-WORKLIST-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
            END-READ.
        WRITE-PARTITION-STATE.
            IF WS-PX < WS-PARTITION-COUNT
                MOVE WS-PARTITION-SIZE TO WS-PTN-ENTRIES
            ELSE
                COMPUTE WS-PTN-ENTRIES = WS-DEALT-COUNT
                    - WS-PARTITION-SIZE * (WS-PARTITION-COUNT - 1)
            END-IF.
            MOVE WS-PX TO WS-PTN-STATE-NO.
            MOVE WS-PX TO PTN-PARTITION.
            MOVE "U" TO PTN-STATUS.
            MOVE WS-PTN-ENTRIES TO PTN-ENTRY-COUNT.
            MOVE 0 TO PTN-DONE-COUNT.
            MOVE 0 TO PTN-CACHE-HITS.
            MOVE 0 TO PTN-COMPUTED.
            MOVE 0 TO PTN-MAX-RC.
            MOVE SPACES TO PTN-CLAIM-TS.
            MOVE SPACES TO PTN-UPDATE-TS.
            OPEN OUTPUT PTN-STATE-FILE.
            WRITE EULER-PARTITION-RECORD.
            MOVE "EULER003.P  .RESTART" TO IOCHK-FILE-NAME.
            MOVE WS-PX TO IOCHK-FILE-NAME(11:2).
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PTNST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE PTN-STATE-FILE.
            DISPLAY "EULPART: PARTITION " WS-PX
                " ENTRIES=" WS-PTN-ENTRIES.
            ADD 1 TO WS-PX.
        WRITE-PARTITION-CONTROL.
            OPEN OUTPUT PARTCTL-FILE.
            MOVE WS-PARTITION-COUNT TO PTC-PARTITION-COUNT.
            MOVE WS-DEALT-COUNT TO PTC-DEALT-COUNT.
            MOVE WS-TODAY TO PTC-BUSINESS-DATE.
            MOVE FUNCTION CURRENT-DATE TO PTC-CREATED-TS.
            WRITE EULER-PARTCTL-RECORD.
            MOVE "EULER003.PARTCTL.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PARTCTL-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE PARTCTL-FILE.
        WRITE-ALERT.
            MOVE "EULPART" TO ALERT-PROGRAM-ID.
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
        READ-LOCK-PARM.
            OPEN INPUT LOCKPARM-FILE.
            IF WS-LOCKPARM-STATUS = "00"
                READ LOCKPARM-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-LOCKPARM-STATUS = "00"
                    AND LOCKPARM-VALUE IS NUMERIC
                    AND LOCKPARM-VALUE > 0
                        MOVE LOCKPARM-VALUE TO STALE-LOCK-MINUTES
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
                        DISPLAY "EULPART: STALE LOCK FROM "
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
                        DISPLAY "EULPART: RUN LOCK HELD BY "
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
            MOVE "EULPART" TO LCK-PROGRAM-ID.
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
        READ-BUSINESS-DATE.
            OPEN INPUT BUSDATE-FILE.
            IF WS-BUSDATE-STATUS = "00"
                READ BUSDATE-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-BUSDATE-STATUS = "00"
                    AND BDT-BUSINESS-DATE IS NUMERIC
                    AND FUNCTION NUMVAL(BDT-BUSINESS-DATE) > 0
                        MOVE BDT-BUSINESS-DATE TO WS-TODAY
                END-IF
                CLOSE BUSDATE-FILE
            END-IF.
        CHECK-IO-STATUS.
            IF IOCHK-STATUS = "00" OR IOCHK-STATUS = "10"
                CONTINUE
            ELSE
                DISPLAY "EULPART: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULPART: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
