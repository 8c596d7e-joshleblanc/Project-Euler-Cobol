        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULMERGE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WORKLIST-FILE
                ASSIGN TO "data/EULER003.WORKLIST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WORKLIST-STATUS.
            SELECT WORKLIST-TMP-FILE
                ASSIGN TO "data/EULER003.WORKLIST.TMP"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-WKTMP-STATUS.
            SELECT FACTOR-FILE
                ASSIGN TO "data/EULER003.FACTORS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FACTOR-STATUS.
            SELECT FACTSUM-FILE
                ASSIGN TO "data/EULER003.FACTSUM.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FACTSUM-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "data/EULER.AUDIT.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT USAGE-FILE ASSIGN TO "data/EULER003.USAGE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-USAGE-STATUS.
            SELECT RESULTS-FILE ASSIGN TO "data/EULER.RESULTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RESULTS-STATUS.
            SELECT CONTROL-FILE ASSIGN TO "data/EULER.CONTROL.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
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
            FD  WORKLIST-FILE.
            COPY EULWKQ.
            FD  WORKLIST-TMP-FILE.
            01  WORKLIST-TMP-RECORD     PIC X(27).
            FD  FACTOR-FILE.
            COPY EULFACT.
            FD  FACTSUM-FILE.
            01  FACTSUM-LINE            PIC X(100).
            FD  AUDIT-FILE.
            COPY EULLOG.
            FD  USAGE-FILE.
            COPY EULWKU.
            FD  RESULTS-FILE.
            COPY EULRES.
            FD  CONTROL-FILE.
            COPY EULCTL.
            FD  PARTCTL-FILE.
            COPY EULPTC.
            FD  PTN-STATE-FILE.
            COPY EULPTN.
            FD  PTN-WORKLIST-FILE.
            01  PTN-WORKLIST-RECORD.
                02  PTW-REQUEST-NO      PIC 9(6).
                02  PTW-REQUESTER       PIC X(8).
                02  PTW-NUMBER          PIC 9(12).
                02  PTW-STATUS          PIC X.
            FD  PTN-FACTOR-FILE.
            01  PTN-FACTOR-RECORD       PIC X(36).
            FD  PTN-FACTSUM-FILE.
            01  PTN-FACTSUM-LINE        PIC X(100).
            FD  PTN-AUDIT-FILE.
            01  PTN-AUDIT-RECORD        PIC X(116).
            FD  PTN-USAGE-FILE.
            01  PTN-USAGE-RECORD        PIC X(48).
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
            01  WS-WORKLIST-STATUS      PIC XX.
            01  WS-WKTMP-STATUS         PIC XX.
            01  WS-FACTOR-STATUS        PIC XX.
            01  WS-FACTSUM-STATUS       PIC XX.
            01  WS-AUDIT-STATUS         PIC XX.
            01  WS-USAGE-STATUS         PIC XX.
            01  WS-RESULTS-STATUS       PIC XX.
            01  WS-CONTROL-STATUS       PIC XX.
            01  WS-PARTCTL-STATUS       PIC XX.
            01  WS-PTNST-STATUS         PIC XX.
            01  WS-PTNWK-STATUS         PIC XX.
            01  WS-PTNFD-STATUS         PIC XX.
            01  WS-PTNFS-STATUS         PIC XX.
            01  WS-PTNAU-STATUS         PIC XX.
            01  WS-PTNUS-STATUS         PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-ALERT-REASON         PIC X(8).
            01  WS-ALERT-DETAIL         PIC X(64).
            01  WS-BUSDATE-STATUS       PIC XX.
            01  WS-LOCK-STATUS          PIC XX.
            01  WS-LOCKPARM-STATUS      PIC XX.
            01  WS-LOCK-OK              PIC X.
            01  WS-LOCK-INHERITED       PIC X VALUE "N".
            01  WS-LOCK-HOLDER          PIC X(8).
            01  WS-LOCK-TS              PIC X(21).
            01  WS-NOW-TS               PIC X(21).
            01  WS-LOCK-AGE             PIC S9(9).
            01  STALE-LOCK-MINUTES      PIC 9(6) VALUE 480.
            01  WS-TODAY                PIC X(8).
            01  WS-CTL-RES-COUNT        PIC 9(9).
            01  WS-CTL-RES-HASH         PIC 9(15).
            01  WS-CTL-AUD-COUNT        PIC 9(9).
            01  WS-CTL-AUD-HASH         PIC 9(15).
            01  WS-CTL-BOOTSTRAP        PIC X VALUE "N".
            01  WS-PARTITION-COUNT      PIC 99 VALUE 0.
            01  WS-DEALT-COUNT          PIC 9(6) VALUE 0.
            01  WS-PX                   PIC 99.
            01  WS-OPEN-PARTS           PIC 99 VALUE 0.
            01  WS-PTN-STATUS           PIC X.
            01  WS-PTN-MAX-RC           PIC 9(4) VALUE 0.
            01  WS-CACHE-HITS           PIC 9(9) VALUE 0.
            01  WS-COMPUTED-COUNT       PIC 9(9) VALUE 0.
            01  WS-FOLD-ERROR           PIC X VALUE "N".
            01  WS-FOLD-PTN             PIC 99 VALUE 0.
            01  WS-PTNWK-OPEN           PIC X VALUE "N".
            01  WS-PTN-ENTRY-FOUND      PIC X VALUE "N".
            01  WS-FOLDED-COUNT         PIC 9(6) VALUE 0.
            01  WS-FOLDED-DONE          PIC 9(6) VALUE 0.
            01  WS-FOLDED-ERRORS        PIC 9(6) VALUE 0.
            01  WS-FOLDED-OTHER         PIC 9(6) VALUE 0.
            01  WS-FACTOR-LINES         PIC 9(9) VALUE 0.
            01  WS-FACTSUM-LINES        PIC 9(9) VALUE 0.
            01  WS-AUDIT-ADDED          PIC 9(9) VALUE 0.
            01  WS-AUDIT-ADDED-HASH     PIC 9(15) VALUE 0.
            01  WS-USAGE-ADDED          PIC 9(9) VALUE 0.
            01  WS-PTN-STATE-NAME.
                02  FILLER              PIC X(15)
                    VALUE "data/EULER003.P".
                02  WS-PTN-STATE-NO     PIC 99.
                02  FILLER              PIC X(12)
                    VALUE ".RESTART.DAT".
            01  WS-PTN-WORKLIST-NAME.
                02  FILLER              PIC X(15)
                    VALUE "data/EULER003.P".
                02  WS-PTN-WORKLIST-NO  PIC 99.
                02  FILLER              PIC X(13)
                    VALUE ".WORKLIST.DAT".
            01  WS-PTN-FACTOR-NAME.
                02  FILLER              PIC X(15)
                    VALUE "data/EULER003.P".
                02  WS-PTN-FACTOR-NO    PIC 99.
                02  FILLER              PIC X(12)
                    VALUE ".FACTORS.DAT".
            01  WS-PTN-FACTSUM-NAME.
                02  FILLER              PIC X(15)
                    VALUE "data/EULER003.P".
                02  WS-PTN-FACTSUM-NO   PIC 99.
                02  FILLER              PIC X(12)
                    VALUE ".FACTSUM.RPT".
            01  WS-PTN-AUDIT-NAME.
                02  FILLER              PIC X(15)
                    VALUE "data/EULER003.P".
                02  WS-PTN-AUDIT-NO     PIC 99.
                02  FILLER              PIC X(10)
                    VALUE ".AUDIT.DAT".
            01  WS-PTN-USAGE-NAME.
                02  FILLER              PIC X(15)
                    VALUE "data/EULER003.P".
                02  WS-PTN-USAGE-NO     PIC 99.
                02  FILLER              PIC X(10)
                    VALUE ".USAGE.DAT".
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULMERGE" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM ACQUIRE-GROUP-LOCK.
            IF WS-LOCK-OK NOT = "Y"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM READ-PARTITION-CONTROL.
            IF WS-PARTITION-COUNT = 0
                IF WS-LOCK-INHERITED = "Y"
                    DISPLAY "EULMERGE: NO PARTITION CONTROL YET,"
                        " EULPART STILL DEALING OR FAILED"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    DISPLAY "EULMERGE: NO PARTITION GROUP OPEN"
                    PERFORM RELEASE-RUN-LOCK
                    MOVE 0 TO RETURN-CODE
                END-IF
                GOBACK
            END-IF.
            MOVE 1 TO WS-PX.
            PERFORM CHECK-PARTITION-STATE
                UNTIL WS-PX > WS-PARTITION-COUNT.
            IF WS-OPEN-PARTS > 0
                DISPLAY "EULMERGE: " WS-OPEN-PARTS " OF "
                    WS-PARTITION-COUNT
                    " PARTITIONS NOT COMPLETE, NOT MERGED"
                MOVE "W" TO WS-ALERT-SEVERITY
                MOVE "PTNOPEN" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "OPEN=" WS-OPEN-PARTS
                    " PARTITIONS=" WS-PARTITION-COUNT
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM FOLD-WORK-QUEUE.
            IF WS-FOLD-ERROR = "Y"
                DISPLAY "EULMERGE: PARTITIONS DO NOT MATCH THE"
                    " QUEUE, NOTHING MERGED"
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "PTNMATCH" TO WS-ALERT-REASON
                PERFORM WRITE-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM REBUILD-FACTOR-FILE.
            PERFORM REBUILD-FACTSUM-REPORT.
            PERFORM REWRITE-WORK-QUEUE.
            PERFORM APPEND-PARTITION-AUDIT.
            IF WS-AUDIT-ADDED > 0
                PERFORM UPDATE-AUDIT-CONTROL
            END-IF.
            PERFORM APPEND-PARTITION-USAGE.
            PERFORM CLEAR-PARTITION-CONTROL.
            PERFORM RELEASE-RUN-LOCK.
            DISPLAY "EULMERGE: " WS-TODAY " PARTITIONS="
                WS-PARTITION-COUNT " ENTRIES=" WS-FOLDED-COUNT
                " COMPLETE=" WS-FOLDED-DONE
                " ERROR=" WS-FOLDED-ERRORS.
            DISPLAY "EULMERGE: FACTOR LINES=" WS-FACTOR-LINES
                " SUMMARY LINES=" WS-FACTSUM-LINES
                " AUDIT=" WS-AUDIT-ADDED " USAGE=" WS-USAGE-ADDED
                " PARTITION MAX-RC=" WS-PTN-MAX-RC.
            MOVE 0 TO RETURN-CODE.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        READ-PARTITION-CONTROL.
            MOVE 0 TO WS-PARTITION-COUNT.
            MOVE 0 TO WS-DEALT-COUNT.
            OPEN INPUT PARTCTL-FILE.
            IF WS-PARTCTL-STATUS = "00"
                READ PARTCTL-FILE
                    AT END
                        CONTINUE
                END-READ
                IF WS-PARTCTL-STATUS = "00"
                    AND PTC-PARTITION-COUNT IS NUMERIC
                        MOVE PTC-PARTITION-COUNT TO WS-PARTITION-COUNT
                        MOVE PTC-DEALT-COUNT TO WS-DEALT-COUNT
                END-IF
                CLOSE PARTCTL-FILE
            END-IF.
        CHECK-PARTITION-STATE.
            MOVE WS-PX TO WS-PTN-STATE-NO.
            MOVE SPACE TO WS-PTN-STATUS.
            OPEN INPUT PTN-STATE-FILE.
            IF WS-PTNST-STATUS = "00"
                READ PTN-STATE-FILE
                    AT END
                        MOVE SPACE TO PTN-STATUS
                END-READ
                MOVE PTN-STATUS TO WS-PTN-STATUS
                IF PTN-STATUS = "C"
                    ADD PTN-CACHE-HITS TO WS-CACHE-HITS
                    ADD PTN-COMPUTED TO WS-COMPUTED-COUNT
                    IF PTN-MAX-RC > WS-PTN-MAX-RC
                        MOVE PTN-MAX-RC TO WS-PTN-MAX-RC
                    END-IF
                END-IF
                CLOSE PTN-STATE-FILE
            END-IF.
            IF WS-PTN-STATUS NOT = "C"
                DISPLAY "EULMERGE: PARTITION " WS-PX
                    " NOT COMPLETE, STATUS=" WS-PTN-STATUS
                ADD 1 TO WS-OPEN-PARTS
            END-IF.
            ADD 1 TO WS-PX.
        FOLD-WORK-QUEUE.
            MOVE "N" TO WS-FOLD-ERROR.
            MOVE 0 TO WS-FOLD-PTN.
            MOVE "N" TO WS-PTNWK-OPEN.
            MOVE 0 TO WS-FOLDED-COUNT.
            MOVE SPACES TO WS-ALERT-DETAIL.
            OPEN INPUT WORKLIST-FILE.
            IF WS-WORKLIST-STATUS NOT = "00"
                MOVE "Y" TO WS-FOLD-ERROR
                MOVE "EULER003.WORKLIST.DAT MISSING"
                    TO WS-ALERT-DETAIL
            ELSE
                OPEN OUTPUT WORKLIST-TMP-FILE
                PERFORM FOLD-QUEUE-RECORD
                    UNTIL WS-WORKLIST-STATUS NOT = "00"
                    OR WS-FOLD-ERROR = "Y"
                CLOSE WORKLIST-FILE WORKLIST-TMP-FILE
            END-IF.
            IF WS-FOLD-ERROR = "N"
                PERFORM NEXT-PARTITION-ENTRY
                IF WS-PTN-ENTRY-FOUND = "Y"
                    MOVE "Y" TO WS-FOLD-ERROR
                    STRING "PARTITION=" WS-FOLD-PTN
                        " REQ=" PTW-REQUEST-NO
                        " NOT DEALT ON THE QUEUE"
                        DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                END-IF
            END-IF.
            IF WS-FOLD-ERROR = "N"
                AND WS-FOLDED-COUNT NOT = WS-DEALT-COUNT
                    MOVE "Y" TO WS-FOLD-ERROR
                    STRING "FOLDED=" WS-FOLDED-COUNT
                        " DEALT=" WS-DEALT-COUNT
                        DELIMITED BY SIZE INTO WS-ALERT-DETAIL
            END-IF.
            IF WS-PTNWK-OPEN = "Y"
                CLOSE PTN-WORKLIST-FILE
                MOVE "N" TO WS-PTNWK-OPEN
            END-IF.
        FOLD-QUEUE-RECORD.
            READ WORKLIST-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF WKQ-STATUS = "D"
                        PERFORM FOLD-DEALT-ENTRY
                    END-IF
                    WRITE WORKLIST-TMP-RECORD
                        FROM EULER-WORKQUEUE-RECORD
                    MOVE "EULER003.WORKLIST.TMP" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-WKTMP-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
            END-READ.
        FOLD-DEALT-ENTRY.
            PERFORM NEXT-PARTITION-ENTRY.
            IF WS-PTN-ENTRY-FOUND = "N"
                OR PTW-REQUEST-NO NOT = WKQ-REQUEST-NO
                OR PTW-NUMBER NOT = WKQ-NUMBER
                    MOVE "Y" TO WS-FOLD-ERROR
                    STRING "REQ=" WKQ-REQUEST-NO
                        " NUMBER=" WKQ-NUMBER
                        " PARTITION=" WS-FOLD-PTN
                        DELIMITED BY SIZE INTO WS-ALERT-DETAIL
            ELSE
                MOVE PTW-STATUS TO WKQ-STATUS
                ADD 1 TO WS-FOLDED-COUNT
                IF PTW-STATUS = "C"
                    ADD 1 TO WS-FOLDED-DONE
                ELSE
                IF PTW-STATUS = "E"
                    ADD 1 TO WS-FOLDED-ERRORS
                ELSE
                    ADD 1 TO WS-FOLDED-OTHER
                END-IF
                END-IF
            END-IF.
        NEXT-PARTITION-ENTRY.
            MOVE "N" TO WS-PTN-ENTRY-FOUND.
            PERFORM READ-PARTITION-ENTRY
                UNTIL WS-PTN-ENTRY-FOUND = "Y"
                OR WS-FOLD-PTN > WS-PARTITION-COUNT.
        READ-PARTITION-ENTRY.
            IF WS-PTNWK-OPEN = "N"
                ADD 1 TO WS-FOLD-PTN
                IF WS-FOLD-PTN NOT > WS-PARTITION-COUNT
                    MOVE WS-FOLD-PTN TO WS-PTN-WORKLIST-NO
                    OPEN INPUT PTN-WORKLIST-FILE
                    IF WS-PTNWK-STATUS = "00"
                        MOVE "Y" TO WS-PTNWK-OPEN
                    ELSE
                        MOVE "EULER003.P  .WORKLST" TO IOCHK-FILE-NAME
                        MOVE WS-FOLD-PTN TO IOCHK-FILE-NAME(11:2)
                        MOVE "OPEN" TO IOCHK-OPERATION
                        MOVE WS-PTNWK-STATUS TO IOCHK-STATUS
                        PERFORM CHECK-IO-STATUS
                    END-IF
                END-IF
            ELSE
                READ PTN-WORKLIST-FILE
                    AT END
                        CLOSE PTN-WORKLIST-FILE
                        MOVE "N" TO WS-PTNWK-OPEN
                    NOT AT END
                        MOVE "Y" TO WS-PTN-ENTRY-FOUND
                END-READ
            END-IF.
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
        REBUILD-FACTOR-FILE.
            OPEN OUTPUT FACTOR-FILE.
            MOVE 1 TO WS-PX.
            PERFORM COPY-PARTITION-FACTORS
                UNTIL WS-PX > WS-PARTITION-COUNT.
            CLOSE FACTOR-FILE.
        COPY-PARTITION-FACTORS.
            MOVE WS-PX TO WS-PTN-FACTOR-NO.
            OPEN INPUT PTN-FACTOR-FILE.
            IF WS-PTNFD-STATUS = "00"
                PERFORM COPY-FACTOR-RECORD
                    UNTIL WS-PTNFD-STATUS NOT = "00"
                CLOSE PTN-FACTOR-FILE
            ELSE
                DISPLAY "EULMERGE: NO FACTOR FILE FOR PARTITION "
                    WS-PX
            END-IF.
            ADD 1 TO WS-PX.
        COPY-FACTOR-RECORD.
            READ PTN-FACTOR-FILE
                AT END
                    CONTINUE
                NOT AT END
                    WRITE EULER-FACTOR-RECORD FROM PTN-FACTOR-RECORD
                    MOVE "EULER003.FACTORS.DAT" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-FACTOR-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
                    ADD 1 TO WS-FACTOR-LINES
            END-READ.
        REBUILD-FACTSUM-REPORT.
            OPEN OUTPUT FACTSUM-FILE.
            MOVE 1 TO WS-PX.
            PERFORM COPY-PARTITION-FACTSUM
                UNTIL WS-PX > WS-PARTITION-COUNT.
            MOVE SPACES TO FACTSUM-LINE.
            STRING "EULER003 " WS-TODAY
                " CACHE-HITS=" WS-CACHE-HITS
                " COMPUTED=" WS-COMPUTED-COUNT
                " PARTITIONS=" WS-PARTITION-COUNT
                DELIMITED BY SIZE INTO FACTSUM-LINE.
            WRITE FACTSUM-LINE.
            MOVE "EULER003.FACTSUM.RPT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-FACTSUM-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE FACTSUM-FILE.
        COPY-PARTITION-FACTSUM.
            MOVE WS-PX TO WS-PTN-FACTSUM-NO.
            OPEN INPUT PTN-FACTSUM-FILE.
            IF WS-PTNFS-STATUS = "00"
                PERFORM COPY-FACTSUM-LINE
                    UNTIL WS-PTNFS-STATUS NOT = "00"
                CLOSE PTN-FACTSUM-FILE
            ELSE
                DISPLAY "EULMERGE: NO SUMMARY FILE FOR PARTITION "
                    WS-PX
            END-IF.
            ADD 1 TO WS-PX.
        COPY-FACTSUM-LINE.
            READ PTN-FACTSUM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PTN-FACTSUM-LINE(18:11) NOT = " PARTITION="
                        WRITE FACTSUM-LINE FROM PTN-FACTSUM-LINE
                        MOVE "EULER003.FACTSUM.RPT" TO IOCHK-FILE-NAME
                        MOVE "WRITE" TO IOCHK-OPERATION
                        MOVE WS-FACTSUM-STATUS TO IOCHK-STATUS
                        PERFORM CHECK-IO-STATUS
                        ADD 1 TO WS-FACTSUM-LINES
                    END-IF
            END-READ.
        APPEND-PARTITION-AUDIT.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
            MOVE 1 TO WS-PX.
            PERFORM COPY-PARTITION-AUDIT
                UNTIL WS-PX > WS-PARTITION-COUNT.
            CLOSE AUDIT-FILE.
        COPY-PARTITION-AUDIT.
            MOVE WS-PX TO WS-PTN-AUDIT-NO.
            OPEN INPUT PTN-AUDIT-FILE.
            IF WS-PTNAU-STATUS = "00"
                PERFORM COPY-AUDIT-RECORD
                    UNTIL WS-PTNAU-STATUS NOT = "00"
                CLOSE PTN-AUDIT-FILE
            END-IF.
            ADD 1 TO WS-PX.
        COPY-AUDIT-RECORD.
            READ PTN-AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE PTN-AUDIT-RECORD TO EULER-LOG-RECORD
                    WRITE EULER-LOG-RECORD
                    MOVE "EULER.AUDIT.DAT" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-AUDIT-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
                    ADD 1 TO WS-AUDIT-ADDED
                    COMPUTE WS-AUDIT-ADDED-HASH =
                        FUNCTION MOD(WS-AUDIT-ADDED-HASH + LOG-RESULT,
                            1000000000000000)
            END-READ.
        APPEND-PARTITION-USAGE.
            OPEN EXTEND USAGE-FILE.
            IF WS-USAGE-STATUS = "35"
                OPEN OUTPUT USAGE-FILE
            END-IF.
            MOVE 1 TO WS-PX.
            PERFORM COPY-PARTITION-USAGE
                UNTIL WS-PX > WS-PARTITION-COUNT.
            CLOSE USAGE-FILE.
        COPY-PARTITION-USAGE.
            MOVE WS-PX TO WS-PTN-USAGE-NO.
            OPEN INPUT PTN-USAGE-FILE.
            IF WS-PTNUS-STATUS = "00"
                PERFORM COPY-USAGE-RECORD
                    UNTIL WS-PTNUS-STATUS NOT = "00"
                CLOSE PTN-USAGE-FILE
            END-IF.
            ADD 1 TO WS-PX.
        COPY-USAGE-RECORD.
            READ PTN-USAGE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    WRITE EULER-USAGE-RECORD FROM PTN-USAGE-RECORD
                    MOVE "EULER003.USAGE.DAT" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-USAGE-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
                    ADD 1 TO WS-USAGE-ADDED
            END-READ.
        UPDATE-AUDIT-CONTROL.
            PERFORM LOAD-CONTROL-TOTALS.
            IF WS-CTL-BOOTSTRAP = "N"
                ADD WS-AUDIT-ADDED TO WS-CTL-AUD-COUNT
                COMPUTE WS-CTL-AUD-HASH =
                    FUNCTION MOD(WS-CTL-AUD-HASH + WS-AUDIT-ADDED-HASH,
                        1000000000000000)
            END-IF.
            PERFORM WRITE-CONTROL-TOTALS.
        LOAD-CONTROL-TOTALS.
            MOVE "N" TO WS-CTL-BOOTSTRAP.
            MOVE 0 TO WS-CTL-RES-COUNT.
            MOVE 0 TO WS-CTL-RES-HASH.
            MOVE 0 TO WS-CTL-AUD-COUNT.
            MOVE 0 TO WS-CTL-AUD-HASH.
            OPEN INPUT CONTROL-FILE.
            IF WS-CONTROL-STATUS = "00"
                PERFORM READ-CONTROL-RECORD
                    UNTIL WS-CONTROL-STATUS NOT = "00"
                CLOSE CONTROL-FILE
            ELSE
                MOVE "Y" TO WS-CTL-BOOTSTRAP
                PERFORM RECOUNT-RESULTS-BASELINE
                PERFORM RECOUNT-AUDIT-BASELINE
            END-IF.
        RECOUNT-RESULTS-BASELINE.
            OPEN INPUT RESULTS-FILE.
            IF WS-RESULTS-STATUS = "00"
                PERFORM COUNT-RESULT-BASELINE
                    UNTIL WS-RESULTS-STATUS NOT = "00"
                CLOSE RESULTS-FILE
            END-IF.
        COUNT-RESULT-BASELINE.
            READ RESULTS-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-CTL-RES-COUNT
                    COMPUTE WS-CTL-RES-HASH =
                        FUNCTION MOD(WS-CTL-RES-HASH + RES-RESULT,
                            1000000000000000)
            END-READ.
        RECOUNT-AUDIT-BASELINE.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM COUNT-AUDIT-BASELINE
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
        COUNT-AUDIT-BASELINE.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-CTL-AUD-COUNT
                    COMPUTE WS-CTL-AUD-HASH =
                        FUNCTION MOD(WS-CTL-AUD-HASH + LOG-RESULT,
                            1000000000000000)
            END-READ.
        READ-CONTROL-RECORD.
            READ CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CTL-FILE-ID = "RESULTS"
                        MOVE CTL-RECORD-COUNT TO WS-CTL-RES-COUNT
                        MOVE CTL-HASH-TOTAL TO WS-CTL-RES-HASH
                    END-IF
                    IF CTL-FILE-ID = "AUDIT"
                        MOVE CTL-RECORD-COUNT TO WS-CTL-AUD-COUNT
                        MOVE CTL-HASH-TOTAL TO WS-CTL-AUD-HASH
                    END-IF
            END-READ.
        WRITE-CONTROL-TOTALS.
            OPEN OUTPUT CONTROL-FILE.
            MOVE "RESULTS" TO CTL-FILE-ID.
            MOVE WS-CTL-RES-COUNT TO CTL-RECORD-COUNT.
            MOVE WS-CTL-RES-HASH TO CTL-HASH-TOTAL.
            WRITE EULER-CONTROL-RECORD.
            MOVE "EULER.CONTROL.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-CONTROL-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE "AUDIT" TO CTL-FILE-ID.
            MOVE WS-CTL-AUD-COUNT TO CTL-RECORD-COUNT.
            MOVE WS-CTL-AUD-HASH TO CTL-HASH-TOTAL.
            WRITE EULER-CONTROL-RECORD.
            MOVE "EULER.CONTROL.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-CONTROL-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE CONTROL-FILE.
        CLEAR-PARTITION-CONTROL.
            OPEN OUTPUT PARTCTL-FILE.
            CLOSE PARTCTL-FILE.
        WRITE-ALERT.
            MOVE "EULMERGE" TO ALERT-PROGRAM-ID.
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
        ACQUIRE-GROUP-LOCK.
            PERFORM READ-LOCK-PARM.
            MOVE "N" TO WS-LOCK-OK.
            MOVE "N" TO WS-LOCK-INHERITED.
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
                    IF WS-LOCK-HOLDER = "EULPART"
                        MOVE "Y" TO WS-LOCK-INHERITED
                        PERFORM TAKE-RUN-LOCK
                    ELSE
                    IF WS-LOCK-AGE > STALE-LOCK-MINUTES
                        DISPLAY "EULMERGE: STALE LOCK FROM "
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
                        DISPLAY "EULMERGE: RUN LOCK HELD BY "
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
                DISPLAY "EULMERGE: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULMERGE: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
