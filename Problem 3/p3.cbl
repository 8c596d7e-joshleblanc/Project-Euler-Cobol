            SELECT BUSDATE-FILE ASSIGN TO "data/EULER.BUSDATE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BUSDATE-STATUS.
            SELECT USAGE-FILE ASSIGN TO "data/EULER003.USAGE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-USAGE-STATUS.
            SELECT LOCK-FILE ASSIGN TO "data/EULER.LOCK.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.
            SELECT LOCKPARM-FILE ASSIGN TO "data/EULLOCK.PARM.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-LOCKPARM-STATUS.
            SELECT PARTCTL-FILE ASSIGN TO "data/EULER003.PARTCTL.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARTCTL-STATUS.
            SELECT PTN-STATE-FILE ASSIGN TO WS-PTN-STATE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PTNST-STATUS.
            SELECT PTN-WORKLIST-FILE ASSIGN TO WS-PTN-WORKLIST-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PTNWK-STATUS.
            SELECT PTN-FACTOR-FILE ASSIGN TO WS-PTN-FACTOR-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PTNFD-STATUS.
            SELECT PTN-FACTSUM-FILE ASSIGN TO WS-PTN-FACTSUM-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PTNFS-STATUS.
            SELECT PTN-AUDIT-FILE ASSIGN TO WS-PTN-AUDIT-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PTNAU-STATUS.
            SELECT PTN-USAGE-FILE ASSIGN TO WS-PTN-USAGE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PTNUS-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  PARM-FILE.
            COPY EULFM.
            FD  BUSDATE-FILE.
            COPY EULBDT.
            FD  USAGE-FILE.
            COPY EULWKU.
            FD  LOCK-FILE.
            COPY EULLCK.
            FD  LOCKPARM-FILE.
            COPY EULPARM REPLACING EULER-PARM-RECORD
                                    BY LOCKPARM-RECORD
                                    PARM-PROGRAM-ID BY LOCKPARM-PROGID
                                    PARM-VALUE BY LOCKPARM-VALUE.
            FD  PARTCTL-FILE.
            COPY EULPTC.
            FD  PTN-STATE-FILE.
            COPY EULPTN.
            FD  PTN-WORKLIST-FILE.
            01  PTN-WORKLIST-RECORD PIC X(27).
            FD  PTN-FACTOR-FILE.
            01  PTN-FACTOR-RECORD PIC X(36).
            FD  PTN-FACTSUM-FILE.
            01  PTN-FACTSUM-LINE PIC X(100).
            FD  PTN-AUDIT-FILE.
            01  PTN-AUDIT-RECORD PIC X(116).
            FD  PTN-USAGE-FILE.
            01  PTN-USAGE-RECORD PIC X(48).
            WORKING-STORAGE SECTION.
            COPY EULFST.
            COPY EULPCA.
            01  WS-BUSDATE-STATUS PIC XX.
            01  WS-TODAY PIC X(8).
            01  WS-RESULTS-STATUS PIC XX.
            01  WS-FACTOR-STATUS PIC XX.
            01  WS-FACTSUM-STATUS PIC XX.
            01  WS-FACTMAST-STATUS PIC XX.
            01  WS-USAGE-STATUS PIC XX.
            01  WS-CACHE-HIT PIC X VALUE "N".
            01  WS-CACHE-DONE PIC X VALUE "N".
            01  WS-FM-SUSPECT PIC X VALUE "N".
            01  WS-PURGE-DONE PIC X VALUE "N".
            01  WS-CACHE-HITS PIC 9(9) VALUE 0.
            01  WS-COMPUTED-COUNT PIC 9(9) VALUE 0.
            01  WS-QX PIC 9(4).
                    03  QT-NUMBER PIC 9(12).
                    03  QT-STATUS PIC X.
            01  WS-AUDIT-PROGID PIC X(8) VALUE "EULER003".
            01  WS-LOCK-STATUS PIC XX.
            01  WS-LOCKPARM-STATUS PIC XX.
            01  WS-LOCK-HOLDER PIC X(8).
            01  WS-LOCK-TS PIC X(21).
            01  WS-NOW-TS PIC X(21).
            01  WS-LOCK-AGE PIC S9(9).
            01  STALE-LOCK-MINUTES PIC 9(6) VALUE 480.
            01  WS-PARTCTL-STATUS PIC XX.
            01  WS-PTNST-STATUS PIC XX.
            01  WS-PTNWK-STATUS PIC XX.
            01  WS-PTNFD-STATUS PIC XX.
            01  WS-PTNFS-STATUS PIC XX.
            01  WS-PTNAU-STATUS PIC XX.
            01  WS-PTNUS-STATUS PIC XX.
            01  WS-PARTITION-GROUP PIC X VALUE "N".
            01  WS-PARTITION-MODE PIC X VALUE "N".
            01  WS-PARTITION-NO PIC 99 VALUE 0.
            01  WS-PARTITION-COUNT PIC 99 VALUE 0.
            01  WS-PTN-SCAN PIC 99.
            01  WS-PTN-RECLAIM PIC X VALUE "N".
            01  WS-CLAIM-TS PIC X(21).
            01  WS-PTN-STATE-SAVE PIC X(75).
            01  WS-PTN-STATE-NAME.
                02  FILLER PIC X(15) VALUE "data/EULER003.P".
                02  WS-PTN-STATE-NO PIC 99.
                02  FILLER PIC X(12) VALUE ".RESTART.DAT".
            01  WS-PTN-WORKLIST-NAME.
                02  FILLER PIC X(15) VALUE "data/EULER003.P".
                02  WS-PTN-WORKLIST-NO PIC 99.
                02  FILLER PIC X(13) VALUE ".WORKLIST.DAT".
            01  WS-PTN-FACTOR-NAME.
                02  FILLER PIC X(15) VALUE "data/EULER003.P".
                02  WS-PTN-FACTOR-NO PIC 99.
                02  FILLER PIC X(12) VALUE ".FACTORS.DAT".
            01  WS-PTN-FACTSUM-NAME.
                02  FILLER PIC X(15) VALUE "data/EULER003.P".
                02  WS-PTN-FACTSUM-NO PIC 99.
                02  FILLER PIC X(12) VALUE ".FACTSUM.RPT".
            01  WS-PTN-AUDIT-NAME.
                02  FILLER PIC X(15) VALUE "data/EULER003.P".
                02  WS-PTN-AUDIT-NO PIC 99.
                02  FILLER PIC X(10) VALUE ".AUDIT.DAT".
            01  WS-PTN-USAGE-NAME.
                02  FILLER PIC X(15) VALUE "data/EULER003.P".
                02  WS-PTN-USAGE-NO PIC 99.
                02  FILLER PIC X(10) VALUE ".USAGE.DAT".
            01  WS-NUMBERS-DONE PIC 9(9) VALUE 0.
            01  WS-FX PIC 9(4).
            01  WS-FACT-FOUND PIC X VALUE "N".
            MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
            MOVE WS-START-TS(1:8) TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM CHECK-CLOSED-PERIOD.
            IF PCA-CLOSED = "Y"
                DISPLAY "EULER003: BUSINESS DATE " WS-TODAY
                    " IS IN A CLOSED PERIOD, NOT RUN"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE 0 TO WS-MAX-RC.
            MOVE 0 TO WS-NUMBERS-DONE.
            MOVE "N" TO WS-SUSPENDED.
            MOVE "EULER003" TO WS-AUDIT-PROGID.
            PERFORM READ-BATCH-WINDOW.
            PERFORM CHECK-PARTITION-GROUP.
            IF WS-PARTITION-GROUP = "Y"
                IF WS-PARTITION-NO = 0
                    DISPLAY "EULER003: PARTITION GROUP OPEN, NO"
                        " PARTITION LEFT TO CLAIM"
                    MOVE 0 TO RETURN-CODE
                ELSE
                    PERFORM RUN-PARTITION-MODE
                    MOVE WS-MAX-RC TO RETURN-CODE
                    IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                        MOVE 12 TO RETURN-CODE
                    END-IF
                END-IF
                GOBACK
            END-IF.
            PERFORM LOAD-WORK-QUEUE.
            IF WS-QUEUE-OVERFLOW = "Y"
                MOVE 8 TO RETURN-CODE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM STORE-QUEUE-ENTRY
            END-READ.
        STORE-QUEUE-ENTRY.
            IF QUE-COUNT >= 200
                MOVE "Y" TO WS-QUEUE-OVERFLOW
            ELSE
                ADD 1 TO QUE-COUNT
                MOVE WKQ-REQUEST-NO TO QT-REQUEST-NO(QUE-COUNT)
                MOVE WKQ-REQUESTER TO QT-REQUESTER(QUE-COUNT)
                MOVE WKQ-NUMBER TO QT-NUMBER(QUE-COUNT)
                IF WKQ-STATUS = SPACE
                    MOVE "P" TO QT-STATUS(QUE-COUNT)
                ELSE
                    MOVE WKQ-STATUS TO QT-STATUS(QUE-COUNT)
                END-IF
                IF QT-STATUS(QUE-COUNT) = "P"
                    OR QT-STATUS(QUE-COUNT) = "I"
                        ADD 1 TO WS-PENDING-COUNT
                END-IF
            END-IF.
        REWRITE-WORK-QUEUE.
            IF WS-PARTITION-MODE = "Y"
                OPEN OUTPUT PTN-WORKLIST-FILE
            ELSE
                OPEN OUTPUT WORKLIST-FILE
            END-IF.
            MOVE 1 TO WS-FX.
            PERFORM REWRITE-QUEUE-RECORD
                UNTIL WS-FX > QUE-COUNT.
            IF WS-PARTITION-MODE = "Y"
                CLOSE PTN-WORKLIST-FILE
            ELSE
                CLOSE WORKLIST-FILE
            END-IF.
        REWRITE-QUEUE-RECORD.
            MOVE QT-REQUEST-NO(WS-FX) TO WKQ-REQUEST-NO.
            MOVE QT-REQUESTER(WS-FX) TO WKQ-REQUESTER.
            MOVE QT-NUMBER(WS-FX) TO WKQ-NUMBER.
            MOVE QT-STATUS(WS-FX) TO WKQ-STATUS.
            IF WS-PARTITION-MODE = "Y"
                WRITE PTN-WORKLIST-RECORD
                    FROM EULER-WORKQUEUE-RECORD
                MOVE "EULER003.P  .WORKLST" TO IOCHK-FILE-NAME
                MOVE WS-PARTITION-NO TO IOCHK-FILE-NAME(11:2)
                MOVE WS-PTNWK-STATUS TO IOCHK-STATUS
            ELSE
                WRITE EULER-WORKQUEUE-RECORD
                MOVE "EULER003.WORKLIST" TO IOCHK-FILE-NAME
                MOVE WS-WORKLIST-STATUS TO IOCHK-STATUS
            END-IF.
            MOVE "WRITE" TO IOCHK-OPERATION.
            PERFORM CHECK-IO-STATUS.
            ADD 1 TO WS-FX.
        RUN-WORKLIST-MODE.
                " CACHE-HITS=" WS-CACHE-HITS
                " COMPUTED=" WS-COMPUTED-COUNT
                DELIMITED BY SIZE INTO FACTSUM-LINE.
            PERFORM WRITE-FACTSUM-LINE.
            CLOSE FACTOR-FILE FACTSUM-FILE.
            DISPLAY "EULER003: WORKLIST NUMBERS=" WS-NUMBERS-DONE
                " CACHE-HITS=" WS-CACHE-HITS
                " COMPUTED=" WS-COMPUTED-COUNT.
        CHECK-PARTITION-GROUP.
            MOVE "N" TO WS-PARTITION-GROUP.
            MOVE "N" TO WS-PARTITION-MODE.
            MOVE 0 TO WS-PARTITION-NO.
            MOVE 0 TO WS-PARTITION-COUNT.
            MOVE SPACES TO WS-LOCK-HOLDER.
            OPEN INPUT LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                READ LOCK-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-LOCK-STATUS = "00"
                    MOVE LCK-PROGRAM-ID TO WS-LOCK-HOLDER
                END-IF
                CLOSE LOCK-FILE
            END-IF.
            IF WS-LOCK-HOLDER = "EULPART"
                MOVE "Y" TO WS-PARTITION-GROUP
                PERFORM READ-LOCK-PARM
                PERFORM READ-PARTITION-CONTROL
                MOVE 1 TO WS-PTN-SCAN
                PERFORM CLAIM-PARTITION
                    UNTIL WS-PARTITION-NO > 0
                    OR WS-PTN-SCAN > WS-PARTITION-COUNT
            END-IF.
        READ-PARTITION-CONTROL.
            OPEN INPUT PARTCTL-FILE.
            IF WS-PARTCTL-STATUS = "00"
                READ PARTCTL-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-PARTCTL-STATUS = "00"
                    AND PTC-PARTITION-COUNT IS NUMERIC
                        MOVE PTC-PARTITION-COUNT TO WS-PARTITION-COUNT
                END-IF
                CLOSE PARTCTL-FILE
            END-IF.
        CLAIM-PARTITION.
            MOVE WS-PTN-SCAN TO WS-PTN-STATE-NO.
            MOVE "N" TO WS-PTN-RECLAIM.
            OPEN INPUT PTN-STATE-FILE.
            IF WS-PTNST-STATUS = "00"
                READ PTN-STATE-FILE
                    AT END
                        MOVE SPACE TO PTN-STATUS
                END-READ
                MOVE EULER-PARTITION-RECORD TO WS-PTN-STATE-SAVE
                CLOSE PTN-STATE-FILE
                MOVE WS-PTN-STATE-SAVE TO EULER-PARTITION-RECORD
                MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
                IF PTN-STATUS = "U"
                    PERFORM TAKE-PARTITION-CLAIM
                ELSE
                IF PTN-STATUS = "R"
                    MOVE PTN-UPDATE-TS TO WS-LOCK-TS
                    PERFORM COMPUTE-LOCK-AGE
                    IF WS-LOCK-AGE > STALE-LOCK-MINUTES
                        DISPLAY "EULER003: PARTITION " WS-PTN-SCAN
                            " STALE SINCE " WS-LOCK-TS(1:14)
                            ", RECLAIMED"
                        MOVE "W" TO WS-ALERT-SEVERITY
                        MOVE "PTNSTALE" TO WS-ALERT-REASON
                        MOVE SPACES TO WS-ALERT-DETAIL
                        STRING "PARTITION=" WS-PTN-SCAN
                            " AGE-MIN=" WS-LOCK-AGE
                            " DONE=" PTN-DONE-COUNT
                            DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                        PERFORM WRITE-ALERT
                        MOVE "Y" TO WS-PTN-RECLAIM
                        PERFORM TAKE-PARTITION-CLAIM
                    END-IF
                END-IF
                END-IF
            END-IF.
            ADD 1 TO WS-PTN-SCAN.
        TAKE-PARTITION-CLAIM.
            MOVE WS-NOW-TS TO WS-CLAIM-TS.
            MOVE WS-PTN-STATE-SAVE TO EULER-PARTITION-RECORD.
            MOVE "R" TO PTN-STATUS.
            MOVE WS-CLAIM-TS TO PTN-CLAIM-TS.
            MOVE WS-CLAIM-TS TO PTN-UPDATE-TS.
            MOVE EULER-PARTITION-RECORD TO WS-PTN-STATE-SAVE.
            PERFORM WRITE-PARTITION-STATE.
            OPEN INPUT PTN-STATE-FILE.
            IF WS-PTNST-STATUS = "00"
                READ PTN-STATE-FILE
                    AT END
                        MOVE SPACES TO PTN-CLAIM-TS
                END-READ
                IF PTN-STATUS = "R" AND PTN-CLAIM-TS = WS-CLAIM-TS
                    MOVE WS-PTN-SCAN TO WS-PARTITION-NO
                ELSE
                    DISPLAY "EULER003: PARTITION " WS-PTN-SCAN
                        " CLAIMED BY ANOTHER INSTANCE"
                END-IF
                CLOSE PTN-STATE-FILE
            END-IF.
        WRITE-PARTITION-STATE.
            OPEN OUTPUT PTN-STATE-FILE.
            WRITE EULER-PARTITION-RECORD FROM WS-PTN-STATE-SAVE.
            MOVE "EULER003.P  .RESTART" TO IOCHK-FILE-NAME.
            MOVE WS-PTN-STATE-NO TO IOCHK-FILE-NAME(11:2).
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PTNST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE PTN-STATE-FILE.
        RUN-PARTITION-MODE.
            MOVE "Y" TO WS-PARTITION-MODE.
            MOVE WS-PARTITION-NO TO WS-PTN-WORKLIST-NO.
            MOVE WS-PARTITION-NO TO WS-PTN-FACTOR-NO.
            MOVE WS-PARTITION-NO TO WS-PTN-FACTSUM-NO.
            MOVE WS-PARTITION-NO TO WS-PTN-AUDIT-NO.
            MOVE WS-PARTITION-NO TO WS-PTN-USAGE-NO.
            MOVE "EULER3WL" TO WS-AUDIT-PROGID.
            PERFORM LOAD-PARTITION-QUEUE.
            DISPLAY "EULER003: PARTITION " WS-PARTITION-NO
                " OF " WS-PARTITION-COUNT
                " CLAIMED, PENDING=" WS-PENDING-COUNT.
            MOVE WS-PTN-STATE-SAVE TO EULER-PARTITION-RECORD.
            IF WS-PTN-RECLAIM = "Y"
                MOVE PTN-CACHE-HITS TO WS-CACHE-HITS
                MOVE PTN-COMPUTED TO WS-COMPUTED-COUNT
                MOVE PTN-MAX-RC TO WS-MAX-RC
                OPEN EXTEND PTN-FACTOR-FILE
                IF WS-PTNFD-STATUS = "35"
                    OPEN OUTPUT PTN-FACTOR-FILE
                END-IF
                OPEN EXTEND PTN-FACTSUM-FILE
                IF WS-PTNFS-STATUS = "35"
                    OPEN OUTPUT PTN-FACTSUM-FILE
                END-IF
            ELSE
                OPEN OUTPUT PTN-FACTOR-FILE
                OPEN OUTPUT PTN-FACTSUM-FILE
                OPEN OUTPUT PTN-AUDIT-FILE
                CLOSE PTN-AUDIT-FILE
                OPEN OUTPUT PTN-USAGE-FILE
                CLOSE PTN-USAGE-FILE
            END-IF.
            IF WS-QUEUE-OVERFLOW = "Y"
                MOVE 8 TO WS-MAX-RC
            ELSE
                MOVE 1 TO WS-QX
                PERFORM PROCESS-QUEUE-ENTRY
                    UNTIL WS-QX > QUE-COUNT
            END-IF.
            MOVE SPACES TO FACTSUM-LINE.
            STRING "EULER003 " WS-TODAY
                " PARTITION=" WS-PARTITION-NO
                " CACHE-HITS=" WS-CACHE-HITS
                " COMPUTED=" WS-COMPUTED-COUNT
                DELIMITED BY SIZE INTO FACTSUM-LINE.
            PERFORM WRITE-FACTSUM-LINE.
            CLOSE PTN-FACTOR-FILE PTN-FACTSUM-FILE.
            MOVE WS-PTN-STATE-SAVE TO EULER-PARTITION-RECORD.
            MOVE "C" TO PTN-STATUS.
            MOVE WS-CACHE-HITS TO PTN-CACHE-HITS.
            MOVE WS-COMPUTED-COUNT TO PTN-COMPUTED.
            MOVE WS-MAX-RC TO PTN-MAX-RC.
            MOVE FUNCTION CURRENT-DATE TO PTN-UPDATE-TS.
            MOVE EULER-PARTITION-RECORD TO WS-PTN-STATE-SAVE.
            PERFORM WRITE-PARTITION-STATE.
            PERFORM REFRESH-GROUP-LOCK.
            DISPLAY "EULER003: PARTITION " WS-PARTITION-NO
                " COMPLETE, NUMBERS=" WS-NUMBERS-DONE
                " CACHE-HITS=" WS-CACHE-HITS
                " COMPUTED=" WS-COMPUTED-COUNT.
        LOAD-PARTITION-QUEUE.
            MOVE 0 TO QUE-COUNT.
            MOVE 0 TO WS-PENDING-COUNT.
            MOVE "N" TO WS-QUEUE-OVERFLOW.
            OPEN INPUT PTN-WORKLIST-FILE.
            IF WS-PTNWK-STATUS = "00"
                PERFORM LOAD-PARTITION-RECORD
                    UNTIL WS-PTNWK-STATUS NOT = "00"
                CLOSE PTN-WORKLIST-FILE
            ELSE
                MOVE "EULER003.P  .WORKLST" TO IOCHK-FILE-NAME
                MOVE WS-PARTITION-NO TO IOCHK-FILE-NAME(11:2)
                MOVE "OPEN" TO IOCHK-OPERATION
                MOVE WS-PTNWK-STATUS TO IOCHK-STATUS
                PERFORM CHECK-IO-STATUS
            END-IF.
            IF WS-QUEUE-OVERFLOW = "Y"
                DISPLAY "EULER003: PARTITION EXCEEDS TABLE, NOT"
                    " WORKED, REPARTITION THE QUEUE"
            END-IF.
        LOAD-PARTITION-RECORD.
            READ PTN-WORKLIST-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE PTN-WORKLIST-RECORD TO EULER-WORKQUEUE-RECORD
                    PERFORM STORE-QUEUE-ENTRY
            END-READ.
        UPDATE-PARTITION-STATE.
            MOVE WS-PTN-STATE-SAVE TO EULER-PARTITION-RECORD.
            ADD 1 TO PTN-DONE-COUNT.
            MOVE WS-CACHE-HITS TO PTN-CACHE-HITS.
            MOVE WS-COMPUTED-COUNT TO PTN-COMPUTED.
            MOVE WS-MAX-RC TO PTN-MAX-RC.
            MOVE FUNCTION CURRENT-DATE TO PTN-UPDATE-TS.
            MOVE EULER-PARTITION-RECORD TO WS-PTN-STATE-SAVE.
            PERFORM WRITE-PARTITION-STATE.
            PERFORM REFRESH-GROUP-LOCK.
        REFRESH-GROUP-LOCK.
            MOVE SPACES TO WS-LOCK-HOLDER.
            OPEN INPUT LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                READ LOCK-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-LOCK-STATUS = "00"
                    MOVE LCK-PROGRAM-ID TO WS-LOCK-HOLDER
                END-IF
                CLOSE LOCK-FILE
            END-IF.
            IF WS-LOCK-HOLDER = "EULPART"
                OPEN OUTPUT LOCK-FILE
                MOVE "EULPART" TO LCK-PROGRAM-ID
                MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
                WRITE EULER-LOCK-RECORD
                MOVE "EULER.LOCK.DAT" TO IOCHK-FILE-NAME
                MOVE "WRITE" TO IOCHK-OPERATION
                MOVE WS-LOCK-STATUS TO IOCHK-STATUS
                PERFORM CHECK-IO-STATUS
                CLOSE LOCK-FILE
            END-IF.
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
        PROCESS-QUEUE-ENTRY.
            IF QT-STATUS(WS-QX) = "P" OR QT-STATUS(WS-QX) = "I"
                PERFORM PROCESS-WORKLIST-NUMBER
                IF WS-PARTITION-MODE = "Y"
                    PERFORM UPDATE-PARTITION-STATE
                END-IF
            END-IF.
            ADD 1 TO WS-QX.
        PROCESS-WORKLIST-NUMBER.
                    " BY " QT-REQUESTER(WS-QX)
                    " NUMBER=" QT-NUMBER(WS-QX) " INVALID"
                    DELIMITED BY SIZE INTO FACTSUM-LINE
                PERFORM WRITE-FACTSUM-LINE
            ELSE
                MOVE "I" TO QT-STATUS(WS-QX)
                PERFORM REWRITE-WORK-QUEUE
                PERFORM WRITE-FACTOR-SUMMARY
                MOVE FUNCTION CURRENT-DATE TO WS-END-TS
                PERFORM WRITE-AUDIT-LOG
                PERFORM WRITE-USAGE-RECORD
                ADD 1 TO WS-NUMBERS-DONE
                MOVE "C" TO QT-STATUS(WS-QX)
                PERFORM REWRITE-WORK-QUEUE
        CHECK-FACTOR-MASTER.
            MOVE "N" TO WS-CACHE-HIT.
            MOVE "N" TO WS-CACHE-DONE.
            MOVE "N" TO WS-FM-SUSPECT.
            OPEN INPUT FACTMAST-FILE.
            IF WS-FACTMAST-STATUS = "00"
                MOVE ORIG-CURRNUM TO FM-INPUT-NUMBER
                    OR WS-CACHE-DONE = "Y"
                CLOSE FACTMAST-FILE
            END-IF.
            IF WS-FM-SUSPECT = "Y"
                DISPLAY "EULER003: FACTOR MASTER ENTRY FOR "
                    ORIG-CURRNUM " SUSPECT, RECOMPUTING"
                MOVE 0 TO FACT-COUNT
                MOVE 2 TO FACTOR
            ELSE
                IF FACT-COUNT > 0
                    MOVE "Y" TO WS-CACHE-HIT
                END-IF
            END-IF.
        READ-MASTER-FACTOR.
            READ FACTMAST-FILE NEXT
                    IF FM-INPUT-NUMBER NOT = ORIG-CURRNUM
                        MOVE "Y" TO WS-CACHE-DONE
                    ELSE
                        IF FM-STATUS = "S"
                            MOVE "Y" TO WS-FM-SUSPECT
                        END-IF
                        IF FACT-COUNT < 50
                            ADD 1 TO FACT-COUNT
                            MOVE FM-PRIME-FACTOR
                DISPLAY "EULER003: FACTOR MASTER UNAVAILABLE "
                    WS-FACTMAST-STATUS
            ELSE
                IF WS-FM-SUSPECT = "Y"
                    PERFORM PURGE-SUSPECT-FACTORS
                END-IF
                MOVE 1 TO WS-FX
                PERFORM STORE-MASTER-FACTOR
                    UNTIL WS-FX > FACT-COUNT
            MOVE FT-PRIME(WS-FX) TO FM-PRIME-FACTOR.
            MOVE FT-EXPONENT(WS-FX) TO FM-EXPONENT.
            MOVE WS-TODAY TO FM-RUN-DATE.
            MOVE SPACE TO FM-STATUS.
            WRITE EULER-FACTMAST-RECORD
                INVALID KEY
                    REWRITE EULER-FACTMAST-RECORD
            MOVE WS-FACTMAST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            ADD 1 TO WS-FX.
        PURGE-SUSPECT-FACTORS.
            MOVE "N" TO WS-PURGE-DONE.
            MOVE ORIG-CURRNUM TO FM-INPUT-NUMBER.
            MOVE 0 TO FM-PRIME-FACTOR.
            START FACTMAST-FILE KEY >= FM-KEY
                INVALID KEY
                    MOVE "Y" TO WS-PURGE-DONE
            END-START.
            PERFORM PURGE-MASTER-FACTOR
                UNTIL WS-FACTMAST-STATUS NOT = "00"
                OR WS-PURGE-DONE = "Y".
        PURGE-MASTER-FACTOR.
            READ FACTMAST-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    IF FM-INPUT-NUMBER NOT = ORIG-CURRNUM
                        MOVE "Y" TO WS-PURGE-DONE
                    ELSE
                        DELETE FACTMAST-FILE
                        MOVE "EULER.FACTMAST.DAT" TO IOCHK-FILE-NAME
                        MOVE "DELETE" TO IOCHK-OPERATION
                        MOVE WS-FACTMAST-STATUS TO IOCHK-STATUS
                        PERFORM CHECK-IO-STATUS
                    END-IF
            END-READ.
        FACTOR-STEP.
            ADD 1 TO IND.
            DIVIDE CURRNUM BY FACTOR GIVING TMP REMAINDER REM.
            MOVE FT-PRIME(WS-FX) TO FDET-PRIME-FACTOR.
            MOVE FT-EXPONENT(WS-FX) TO FDET-EXPONENT.
            MOVE WS-TODAY TO FDET-RUN-DATE.
            IF WS-PARTITION-MODE = "Y"
                WRITE PTN-FACTOR-RECORD FROM EULER-FACTOR-RECORD
            ELSE
                WRITE EULER-FACTOR-RECORD
            END-IF.
            ADD 1 TO WS-FX.
        WRITE-FACTOR-SUMMARY.
            MOVE SPACES TO FACTSUM-LINE.
                " NUMBER=" ORIG-CURRNUM
                " DISTINCT=" FACT-COUNT " LARGEST=" FACTOR
                DELIMITED BY SIZE INTO FACTSUM-LINE.
            PERFORM WRITE-FACTSUM-LINE.
        WRITE-FACTSUM-LINE.
            IF WS-PARTITION-MODE = "Y"
                WRITE PTN-FACTSUM-LINE FROM FACTSUM-LINE
            ELSE
                WRITE FACTSUM-LINE
            END-IF.
        CHECK-RESTART.
            OPEN INPUT RESTART-FILE.
            IF WS-RESTART-STATUS = "00"
                MOVE "Y" TO WS-MASTER-DONE
            ELSE
                IF RESM-RUN-DATE NOT = WS-TODAY
                AND RESM-STATUS NOT = "V"
                    MOVE RESM-RESULT TO WS-PRIOR-RESULT
                    MOVE "Y" TO WS-PRIOR-FOUND
                END-IF
            MOVE ORIG-CURRNUM TO RES-PARM-VALUE.
            MOVE FACTOR TO RES-RESULT.
            MOVE WS-TODAY TO RES-RUN-DATE.
            MOVE SPACE TO RES-ENTRY-TYPE.
            OPEN EXTEND RESULTS-FILE.
            IF WS-RESULTS-STATUS = "35"
                OPEN OUTPUT RESULTS-FILE
                MOVE ORIG-CURRNUM TO RESM-PARM-VALUE
                MOVE WS-TODAY TO RESM-RUN-DATE
                MOVE FACTOR TO RESM-RESULT
                MOVE SPACE TO RESM-STATUS
                WRITE EULER-RESMAST-RECORD
                    INVALID KEY
                        REWRITE EULER-RESMAST-RECORD
                    MOVE 0 TO WS-ELAPSED-SECONDS
            END-COMPUTE.
            MOVE WS-ELAPSED-SECONDS TO LOG-ELAPSED-SECONDS.
            MOVE SPACE TO LOG-ENTRY-TYPE.
            DISPLAY "EULER003: ITERATIONS=" IND
                " ELAPSED-SECONDS=" WS-ELAPSED-SECONDS.
            IF WS-PARTITION-MODE = "Y"
                PERFORM WRITE-PARTITION-AUDIT
            ELSE
                PERFORM WRITE-SHARED-AUDIT
            END-IF.
        WRITE-SHARED-AUDIT.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            PERFORM CHECK-IO-STATUS.
            CLOSE AUDIT-FILE.
            PERFORM UPDATE-AUDIT-CONTROL.
        WRITE-PARTITION-AUDIT.
            OPEN EXTEND PTN-AUDIT-FILE.
            IF WS-PTNAU-STATUS = "35"
                OPEN OUTPUT PTN-AUDIT-FILE
            END-IF.
            WRITE PTN-AUDIT-RECORD FROM EULER-LOG-RECORD.
            MOVE "EULER003.P  .AUDIT" TO IOCHK-FILE-NAME.
            MOVE WS-PARTITION-NO TO IOCHK-FILE-NAME(11:2).
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PTNAU-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE PTN-AUDIT-FILE.
        WRITE-USAGE-RECORD.
            MOVE QT-REQUEST-NO(WS-QX) TO WKU-REQUEST-NO.
            MOVE QT-REQUESTER(WS-QX) TO WKU-REQUESTER.
            MOVE ORIG-CURRNUM TO WKU-NUMBER.
            MOVE WS-START-TS TO WKU-START-TS.
            MOVE WS-CACHE-HIT TO WKU-CACHE-HIT.
            IF WS-PARTITION-MODE = "Y"
                PERFORM WRITE-PARTITION-USAGE
            ELSE
                PERFORM WRITE-SHARED-USAGE
            END-IF.
        WRITE-SHARED-USAGE.
            OPEN EXTEND USAGE-FILE.
            IF WS-USAGE-STATUS = "35"
                OPEN OUTPUT USAGE-FILE
            END-IF.
            WRITE EULER-USAGE-RECORD.
            MOVE "EULER003.USAGE.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-USAGE-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE USAGE-FILE.
        WRITE-PARTITION-USAGE.
            OPEN EXTEND PTN-USAGE-FILE.
            IF WS-PTNUS-STATUS = "35"
                OPEN OUTPUT PTN-USAGE-FILE
            END-IF.
            WRITE PTN-USAGE-RECORD FROM EULER-USAGE-RECORD.
            MOVE "EULER003.P  .USAGE" TO IOCHK-FILE-NAME.
            MOVE WS-PARTITION-NO TO IOCHK-FILE-NAME(11:2).
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PTNUS-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE PTN-USAGE-FILE.
        UPDATE-RESULTS-CONTROL.
            PERFORM LOAD-CONTROL-TOTALS.
            IF WS-CTL-BOOTSTRAP = "N"
                PERFORM WRITE-CHECKPOINT
                PERFORM CHECK-BATCH-WINDOW
            END-IF.
        CHECK-CLOSED-PERIOD.
            MOVE "EULER003" TO PCA-PROGRAM-ID.
            MOVE WS-TODAY TO PCA-BUSINESS-DATE.
            MOVE "E" TO PCA-ALERT-SEVERITY.
            CALL "EULPCHK" USING EULER-PERIOD-CHECK-AREA
                ON EXCEPTION
                    DISPLAY "EULER003: EULPCHK NOT AVAILABLE"
                    MOVE "N" TO PCA-CLOSED
            END-CALL.
        READ-BUSINESS-DATE.
            OPEN INPUT BUSDATE-FILE.
            IF WS-BUSDATE-STATUS = "00"
