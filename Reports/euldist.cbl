        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULDIST.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DISTMAST-FILE ASSIGN TO "data/EULER.DISTMAST.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-DISTMAST-STATUS.
            SELECT DISTCTL-FILE ASSIGN TO "data/EULER.DISTCTL.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-DISTCTL-STATUS.
            SELECT DISTLOG-FILE ASSIGN TO "data/EULER.DISTLOG.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-DISTLOG-STATUS.
            SELECT DISTCOPY-FILE ASSIGN TO "data/EULER.DISTCOPY.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-DISTCOPY-STATUS.
            SELECT DISTCOPY-TMP-FILE
                ASSIGN TO "data/EULER.DISTCOPY.TMP"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-COPYTMP-STATUS.
            SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-SOURCE-STATUS.
            SELECT COPY-FILE ASSIGN TO WS-COPY-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-COPY-STATUS.
            SELECT ALERT-FILE ASSIGN TO "data/EULER.ALERTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-ALERT-STATUS.
            SELECT BUSDATE-FILE ASSIGN TO "data/EULER.BUSDATE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BUSDATE-STATUS.
        DATA DIVISION.
            FILE SECTION.
            FD  DISTMAST-FILE.
            COPY EULDST.
            FD  DISTCTL-FILE.
            COPY EULDSC.
            FD  DISTLOG-FILE.
            COPY EULDLOG.
            FD  DISTCOPY-FILE.
            COPY EULDLOG REPLACING EULER-DISTLOG-RECORD
                                    BY DISTCOPY-RECORD
                                    DLG-TIMESTAMP BY REG-TIMESTAMP
                                    DLG-ACTION BY REG-ACTION
                                    DLG-BUSINESS-DATE
                                    BY REG-BUSINESS-DATE
                                    DLG-REPORT-NAME BY REG-REPORT-NAME
                                    DLG-RECIPIENT BY REG-RECIPIENT
                                    DLG-COPY-NAME BY REG-COPY-NAME
                                    DLG-LINE-COUNT BY REG-LINE-COUNT
                                    DLG-EXPIRY-DATE
                                    BY REG-EXPIRY-DATE.
            FD  DISTCOPY-TMP-FILE.
            01  DISTCOPY-TMP-RECORD     PIC X(133).
            FD  SOURCE-FILE.
            01  SOURCE-LINE             PIC X(132).
            FD  COPY-FILE.
            01  COPY-LINE               PIC X(132).
            FD  ALERT-FILE.
            COPY EULALERT.
            FD  BUSDATE-FILE.
            COPY EULBDT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-DISTMAST-STATUS      PIC XX.
            01  WS-DISTCTL-STATUS       PIC XX.
            01  WS-DISTLOG-STATUS       PIC XX.
            01  WS-DISTCOPY-STATUS      PIC XX.
            01  WS-COPYTMP-STATUS       PIC XX.
            01  WS-SOURCE-STATUS        PIC XX.
            01  WS-COPY-STATUS          PIC XX.
            01  WS-ALERT-STATUS         PIC XX.
            01  WS-ALERT-SEVERITY       PIC X.
            01  WS-ALERT-REASON         PIC X(8).
            01  WS-ALERT-DETAIL         PIC X(64).
            01  WS-BUSDATE-STATUS       PIC XX.
            01  WS-TODAY                PIC X(8).
            01  WS-SOURCE-NAME          PIC X(40).
            01  WS-COPY-NAME            PIC X(60).
            01  WS-RECIPIENT            PIC X(8).
            01  WS-SECTION-OWNER        PIC X(8).
            01  WS-DX                   PIC 9(4).
            01  WS-RX                   PIC 9(4).
            01  WS-QX                   PIC 9(4).
            01  WS-VX                   PIC 9(4).
            01  WS-FOUND                PIC X.
            01  WS-COPY-OK              PIC X.
            01  WS-LINES-COPIED         PIC 9(7).
            01  WS-EXPIRY-NUM           PIC 9(8).
            01  WS-DIST-OVERFLOW        PIC X VALUE "N".
            01  WS-DLV-OVERFLOW         PIC X VALUE "N".
            01  WS-PRODUCED-COUNT       PIC 9(4) VALUE 0.
            01  WS-DELIVERED-COUNT      PIC 9(4) VALUE 0.
            01  WS-PURGED-COUNT         PIC 9(4) VALUE 0.
            01  WS-KEPT-COUNT           PIC 9(6) VALUE 0.
            01  DIST-TABLE.
                02  DIS-COUNT           PIC 9(4) VALUE 0.
                02  DIS-ENTRY OCCURS 200 TIMES.
                    03  DT-REPORT       PIC X(20).
                    03  DT-RECIPIENT    PIC X(8).
                    03  DT-RETAIN       PIC 9(3).
                    03  DT-BURST        PIC X.
                    03  DT-REPORT-IX    PIC 9(4).
            01  REPORT-TABLE.
                02  RPT-COUNT           PIC 9(4) VALUE 0.
                02  RPT-ENTRY OCCURS 50 TIMES.
                    03  RT-NAME         PIC X(20).
                    03  RT-PRODUCED     PIC X.
                    03  RT-HELD         PIC X.
                    03  RT-LINES        PIC 9(7).
                    03  RT-FIRST        PIC X(132).
                    03  RT-LAST         PIC X(132).
                    03  RT-HAS-PRIOR    PIC X.
                    03  RT-PRIOR-DATE   PIC X(8).
                    03  RT-PRIOR-LINES  PIC 9(7).
                    03  RT-PRIOR-FIRST  PIC X(132).
                    03  RT-PRIOR-LAST   PIC X(132).
            01  REQUESTER-TABLE.
                02  REQ-COUNT           PIC 9(4) VALUE 0.
                02  REQ-ENTRY OCCURS 50 TIMES.
                    03  RQ-REQUESTER    PIC X(8).
            01  DELIVERY-TABLE.
                02  DLV-COUNT           PIC 9(4) VALUE 0.
                02  DLV-ENTRY OCCURS 500 TIMES.
                    03  DV-COPY-NAME    PIC X(60).
                    03  DV-LOG-IMAGE    PIC X(133).
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULDIST" TO IOCHK-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM READ-BUSINESS-DATE.
            PERFORM LOAD-DIST-MASTER.
            IF DIS-COUNT = 0
                DISPLAY "EULDIST: NO ACTIVE DISTRIBUTION MASTER ON FILE"
                MOVE "E" TO WS-ALERT-SEVERITY
                MOVE "NODIST" TO WS-ALERT-REASON
                MOVE "EULER.DISTMAST.DAT MISSING OR NO ACTIVE ENTRIES"
                    TO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-DIST-CONTROL.
            MOVE 1 TO WS-RX.
            PERFORM FINGERPRINT-REPORT
                UNTIL WS-RX > RPT-COUNT.
            MOVE 1 TO WS-DX.
            PERFORM DELIVER-DIST-ENTRY
                UNTIL WS-DX > DIS-COUNT.
            PERFORM REWRITE-DIST-CONTROL.
            PERFORM PURGE-EXPIRED-COPIES.
            DISPLAY "EULDIST: BUSINESS DATE " WS-TODAY
                " REPORTS PRODUCED=" WS-PRODUCED-COUNT
                " COPIES DELIVERED=" WS-DELIVERED-COUNT
                " PURGED=" WS-PURGED-COUNT.
            MOVE 0 TO RETURN-CODE.
            IF WS-DIST-OVERFLOW = "Y" OR WS-DLV-OVERFLOW = "Y"
                MOVE "W" TO WS-ALERT-SEVERITY
                MOVE "DISTOVFL" TO WS-ALERT-REASON
                MOVE SPACES TO WS-ALERT-DETAIL
                STRING "DISTRIBUTION TABLE FULL, COPIES NOT SENT ARE"
                    " LISTED ON THE CONSOLE"
                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                PERFORM WRITE-ALERT
                MOVE 8 TO RETURN-CODE
            END-IF.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        LOAD-DIST-MASTER.
            OPEN INPUT DISTMAST-FILE.
            IF WS-DISTMAST-STATUS = "00"
                PERFORM READ-DIST-MASTER
                    UNTIL WS-DISTMAST-STATUS NOT = "00"
                CLOSE DISTMAST-FILE
            END-IF.
            IF WS-DIST-OVERFLOW = "Y"
                DISPLAY "EULDIST: DISTRIBUTION TABLE FULL, LINES"
                    " AFTER THE FIRST 200 NOT DISTRIBUTED"
            END-IF.
        READ-DIST-MASTER.
            READ DISTMAST-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF DST-ACTIVE = "N" OR DST-REPORT-NAME = SPACES
                        CONTINUE
                    ELSE
                    IF DST-RECIPIENT = SPACES
                        OR DST-RETAIN-DAYS IS NOT NUMERIC
                        DISPLAY "EULDIST: INVALID MASTER LINE FOR "
                            DST-REPORT-NAME " IGNORED"
                    ELSE
                    IF DIS-COUNT >= 200
                        MOVE "Y" TO WS-DIST-OVERFLOW
                    ELSE
                        PERFORM ADD-DIST-ENTRY
                    END-IF
                    END-IF
                    END-IF
            END-READ.
        ADD-DIST-ENTRY.
            MOVE "N" TO WS-FOUND.
            MOVE 1 TO WS-RX.
            PERFORM SCAN-REPORT-NAME
                UNTIL WS-FOUND = "Y" OR WS-RX > RPT-COUNT.
            IF WS-FOUND = "N"
                IF RPT-COUNT >= 50
                    MOVE "Y" TO WS-DIST-OVERFLOW
                    MOVE 0 TO WS-RX
                ELSE
                    ADD 1 TO RPT-COUNT
                    MOVE RPT-COUNT TO WS-RX
                    MOVE DST-REPORT-NAME TO RT-NAME(WS-RX)
                    MOVE "N" TO RT-PRODUCED(WS-RX)
                    MOVE "N" TO RT-HELD(WS-RX)
                    MOVE 0 TO RT-LINES(WS-RX)
                    MOVE SPACES TO RT-FIRST(WS-RX)
                    MOVE SPACES TO RT-LAST(WS-RX)
                    MOVE "N" TO RT-HAS-PRIOR(WS-RX)
                    MOVE SPACES TO RT-PRIOR-DATE(WS-RX)
                    MOVE 0 TO RT-PRIOR-LINES(WS-RX)
                    MOVE SPACES TO RT-PRIOR-FIRST(WS-RX)
                    MOVE SPACES TO RT-PRIOR-LAST(WS-RX)
                END-IF
            END-IF.
            IF WS-RX > 0
                ADD 1 TO DIS-COUNT
                MOVE DST-REPORT-NAME TO DT-REPORT(DIS-COUNT)
                MOVE DST-RECIPIENT TO DT-RECIPIENT(DIS-COUNT)
                MOVE DST-RETAIN-DAYS TO DT-RETAIN(DIS-COUNT)
                MOVE DST-BURST TO DT-BURST(DIS-COUNT)
                MOVE WS-RX TO DT-REPORT-IX(DIS-COUNT)
            END-IF.
        SCAN-REPORT-NAME.
            IF RT-NAME(WS-RX) = DST-REPORT-NAME
                MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-RX
            END-IF.
        LOAD-DIST-CONTROL.
            OPEN INPUT DISTCTL-FILE.
            IF WS-DISTCTL-STATUS = "00"
                PERFORM READ-DIST-CONTROL
                    UNTIL WS-DISTCTL-STATUS NOT = "00"
                CLOSE DISTCTL-FILE
            END-IF.
        READ-DIST-CONTROL.
            READ DISTCTL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE "N" TO WS-FOUND
                    MOVE 1 TO WS-RX
                    PERFORM SCAN-CONTROL-NAME
                        UNTIL WS-FOUND = "Y" OR WS-RX > RPT-COUNT
                    IF WS-FOUND = "Y"
                        MOVE "Y" TO RT-HAS-PRIOR(WS-RX)
                        MOVE DSC-DIST-DATE TO RT-PRIOR-DATE(WS-RX)
                        MOVE DSC-LINE-COUNT TO RT-PRIOR-LINES(WS-RX)
                        MOVE DSC-FIRST-LINE TO RT-PRIOR-FIRST(WS-RX)
                        MOVE DSC-LAST-LINE TO RT-PRIOR-LAST(WS-RX)
                    END-IF
            END-READ.
        SCAN-CONTROL-NAME.
            IF RT-NAME(WS-RX) = DSC-REPORT-NAME
                MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-RX
            END-IF.
        FINGERPRINT-REPORT.
            PERFORM SET-SOURCE-NAME.
            OPEN INPUT SOURCE-FILE.
            IF WS-SOURCE-STATUS = "00"
                PERFORM READ-FINGERPRINT-LINE
                    UNTIL WS-SOURCE-STATUS NOT = "00"
                CLOSE SOURCE-FILE
            END-IF.
            IF RT-LINES(WS-RX) = 0
                CONTINUE
            ELSE
            IF RT-HAS-PRIOR(WS-RX) = "N"
                OR RT-LINES(WS-RX) NOT = RT-PRIOR-LINES(WS-RX)
                OR RT-FIRST(WS-RX) NOT = RT-PRIOR-FIRST(WS-RX)
                OR RT-LAST(WS-RX) NOT = RT-PRIOR-LAST(WS-RX)
                    MOVE "Y" TO RT-PRODUCED(WS-RX)
            END-IF
            END-IF.
            IF RT-PRODUCED(WS-RX) = "Y"
                ADD 1 TO WS-PRODUCED-COUNT
                DISPLAY "EULDIST: " RT-NAME(WS-RX)
                    " PRODUCED, LINES=" RT-LINES(WS-RX)
            ELSE
            IF RT-LINES(WS-RX) = 0
                DISPLAY "EULDIST: " RT-NAME(WS-RX)
                    " NOT ON FILE, NOTHING SENT"
            ELSE
                DISPLAY "EULDIST: " RT-NAME(WS-RX)
                    " UNCHANGED SINCE " RT-PRIOR-DATE(WS-RX)
                    ", NOTHING SENT"
            END-IF
            END-IF.
            ADD 1 TO WS-RX.
        SET-SOURCE-NAME.
            MOVE SPACES TO WS-SOURCE-NAME.
            STRING "data/" RT-NAME(WS-RX)
                DELIMITED BY SPACE INTO WS-SOURCE-NAME.
        READ-FINGERPRINT-LINE.
            READ SOURCE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO RT-LINES(WS-RX)
                    IF RT-LINES(WS-RX) = 1
                        MOVE SOURCE-LINE TO RT-FIRST(WS-RX)
                    END-IF
                    MOVE SOURCE-LINE TO RT-LAST(WS-RX)
            END-READ.
        DELIVER-DIST-ENTRY.
            MOVE DT-REPORT-IX(WS-DX) TO WS-RX.
            IF RT-PRODUCED(WS-RX) = "Y"
                PERFORM SET-SOURCE-NAME
                IF DT-BURST(WS-DX) = "R"
                    PERFORM COLLECT-REQUESTERS
                    IF DT-RECIPIENT(WS-DX) = "*EACH*"
                        MOVE 1 TO WS-QX
                        PERFORM DELIVER-EACH-REQUESTER
                            UNTIL WS-QX > REQ-COUNT
                    ELSE
                        MOVE DT-RECIPIENT(WS-DX) TO WS-RECIPIENT
                        MOVE "N" TO WS-FOUND
                        MOVE 1 TO WS-QX
                        PERFORM SCAN-REQUESTER
                            UNTIL WS-FOUND = "Y" OR WS-QX > REQ-COUNT
                        IF WS-FOUND = "Y"
                            PERFORM MAKE-DATED-COPY
                        ELSE
                            DISPLAY "EULDIST: " RT-NAME(WS-RX)
                                " HAS NO SECTION FOR " WS-RECIPIENT
                        END-IF
                    END-IF
                ELSE
                    MOVE DT-RECIPIENT(WS-DX) TO WS-RECIPIENT
                    PERFORM MAKE-DATED-COPY
                END-IF
            END-IF.
            ADD 1 TO WS-DX.
        COLLECT-REQUESTERS.
            MOVE 0 TO REQ-COUNT.
            OPEN INPUT SOURCE-FILE.
            IF WS-SOURCE-STATUS = "00"
                PERFORM READ-REQUESTER-LINE
                    UNTIL WS-SOURCE-STATUS NOT = "00"
                CLOSE SOURCE-FILE
            END-IF.
        READ-REQUESTER-LINE.
            READ SOURCE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SOURCE-LINE(1:8) = "REQUEST "
                        AND SOURCE-LINE(15:6) = " FROM "
                        MOVE SOURCE-LINE(21:8) TO WS-RECIPIENT
                        MOVE "N" TO WS-FOUND
                        MOVE 1 TO WS-QX
                        PERFORM SCAN-REQUESTER
                            UNTIL WS-FOUND = "Y" OR WS-QX > REQ-COUNT
                        IF WS-FOUND = "N"
                            IF REQ-COUNT >= 50
                                DISPLAY "EULDIST: REQUESTER TABLE FULL,"
                                    " " WS-RECIPIENT " NOT BURST"
                                MOVE "Y" TO WS-DLV-OVERFLOW
                                MOVE "Y" TO RT-HELD(WS-RX)
                            ELSE
                                ADD 1 TO REQ-COUNT
                                MOVE WS-RECIPIENT
                                    TO RQ-REQUESTER(REQ-COUNT)
                            END-IF
                        END-IF
                    END-IF
            END-READ.
        SCAN-REQUESTER.
            IF RQ-REQUESTER(WS-QX) = WS-RECIPIENT
                MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-QX
            END-IF.
        DELIVER-EACH-REQUESTER.
            MOVE RQ-REQUESTER(WS-QX) TO WS-RECIPIENT.
            PERFORM MAKE-DATED-COPY.
            ADD 1 TO WS-QX.
        MAKE-DATED-COPY.
            MOVE SPACES TO WS-COPY-NAME.
            STRING "data/" WS-RECIPIENT "." DELIMITED BY SPACE
                RT-NAME(WS-RX) DELIMITED BY SPACE
                "." WS-TODAY DELIMITED BY SIZE
                INTO WS-COPY-NAME.
            MOVE "N" TO WS-FOUND.
            MOVE 1 TO WS-VX.
            PERFORM SCAN-DELIVERY
                UNTIL WS-FOUND = "Y" OR WS-VX > DLV-COUNT.
            IF WS-FOUND = "Y"
                CONTINUE
            ELSE
            IF DLV-COUNT >= 500
                DISPLAY "EULDIST: DELIVERY TABLE FULL, " WS-COPY-NAME
                    " HELD"
                MOVE "Y" TO WS-DLV-OVERFLOW
                MOVE "Y" TO RT-HELD(WS-RX)
            ELSE
                PERFORM COPY-REPORT-FILE
            END-IF
            END-IF.
        SCAN-DELIVERY.
            IF DV-COPY-NAME(WS-VX) = WS-COPY-NAME
                MOVE "Y" TO WS-FOUND
            ELSE
                ADD 1 TO WS-VX
            END-IF.
        COPY-REPORT-FILE.
            MOVE "Y" TO WS-COPY-OK.
            MOVE 0 TO WS-LINES-COPIED.
            MOVE SPACES TO WS-SECTION-OWNER.
            OPEN INPUT SOURCE-FILE.
            MOVE RT-NAME(WS-RX) TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-SOURCE-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            IF WS-SOURCE-STATUS NOT = "00"
                MOVE "N" TO WS-COPY-OK
            ELSE
                OPEN OUTPUT COPY-FILE
                MOVE WS-COPY-NAME(6:20) TO IOCHK-FILE-NAME
                MOVE "OPEN" TO IOCHK-OPERATION
                MOVE WS-COPY-STATUS TO IOCHK-STATUS
                PERFORM CHECK-IO-STATUS
                IF WS-COPY-STATUS NOT = "00"
                    MOVE "N" TO WS-COPY-OK
                ELSE
                    PERFORM COPY-REPORT-LINE
                        UNTIL WS-SOURCE-STATUS NOT = "00"
                    CLOSE COPY-FILE
                END-IF
                CLOSE SOURCE-FILE
            END-IF.
            IF WS-COPY-OK = "Y"
                PERFORM RECORD-DELIVERY
            ELSE
                MOVE "Y" TO RT-HELD(WS-RX)
            END-IF.
        COPY-REPORT-LINE.
            READ SOURCE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SOURCE-LINE(1:8) = "REQUEST "
                        AND SOURCE-LINE(15:6) = " FROM "
                        MOVE SOURCE-LINE(21:8) TO WS-SECTION-OWNER
                    END-IF
                    IF DT-BURST(WS-DX) NOT = "R"
                        OR WS-SECTION-OWNER = SPACES
                        OR WS-SECTION-OWNER = WS-RECIPIENT
                        WRITE COPY-LINE FROM SOURCE-LINE
                        MOVE WS-COPY-NAME(6:20) TO IOCHK-FILE-NAME
                        MOVE "WRITE" TO IOCHK-OPERATION
                        MOVE WS-COPY-STATUS TO IOCHK-STATUS
                        PERFORM CHECK-IO-STATUS
                        IF WS-COPY-STATUS NOT = "00"
                            MOVE "N" TO WS-COPY-OK
                        END-IF
                        ADD 1 TO WS-LINES-COPIED
                    END-IF
            END-READ.
        RECORD-DELIVERY.
            MOVE FUNCTION CURRENT-DATE TO DLG-TIMESTAMP.
            MOVE "D" TO DLG-ACTION.
            MOVE WS-TODAY TO DLG-BUSINESS-DATE.
            MOVE RT-NAME(WS-RX) TO DLG-REPORT-NAME.
            MOVE WS-RECIPIENT TO DLG-RECIPIENT.
            MOVE WS-COPY-NAME TO DLG-COPY-NAME.
            MOVE WS-LINES-COPIED TO DLG-LINE-COUNT.
            IF DT-RETAIN(WS-DX) = 0
                MOVE SPACES TO DLG-EXPIRY-DATE
            ELSE
                COMPUTE WS-EXPIRY-NUM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                    + DT-RETAIN(WS-DX))
                MOVE WS-EXPIRY-NUM TO DLG-EXPIRY-DATE
            END-IF.
            ADD 1 TO DLV-COUNT.
            MOVE WS-COPY-NAME TO DV-COPY-NAME(DLV-COUNT).
            MOVE EULER-DISTLOG-RECORD TO DV-LOG-IMAGE(DLV-COUNT).
            PERFORM WRITE-DIST-LOG.
            ADD 1 TO WS-DELIVERED-COUNT.
            DISPLAY "EULDIST: " RT-NAME(WS-RX) " SENT TO "
                WS-RECIPIENT " LINES=" WS-LINES-COPIED.
        WRITE-DIST-LOG.
            OPEN EXTEND DISTLOG-FILE.
            IF WS-DISTLOG-STATUS = "35"
                OPEN OUTPUT DISTLOG-FILE
            END-IF.
            WRITE EULER-DISTLOG-RECORD.
            MOVE "EULER.DISTLOG.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-DISTLOG-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE DISTLOG-FILE.
        REWRITE-DIST-CONTROL.
            OPEN OUTPUT DISTCTL-FILE.
            MOVE "EULER.DISTCTL.DAT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-DISTCTL-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            MOVE 1 TO WS-RX.
            PERFORM WRITE-CONTROL-ENTRY
                UNTIL WS-RX > RPT-COUNT.
            CLOSE DISTCTL-FILE.
        WRITE-CONTROL-ENTRY.
            MOVE RT-NAME(WS-RX) TO DSC-REPORT-NAME.
            IF RT-PRODUCED(WS-RX) = "Y" AND RT-HELD(WS-RX) = "N"
                MOVE WS-TODAY TO DSC-DIST-DATE
                MOVE RT-LINES(WS-RX) TO DSC-LINE-COUNT
                MOVE RT-FIRST(WS-RX) TO DSC-FIRST-LINE
                MOVE RT-LAST(WS-RX) TO DSC-LAST-LINE
                PERFORM WRITE-CONTROL-RECORD
            ELSE
            IF RT-HAS-PRIOR(WS-RX) = "Y"
                MOVE RT-PRIOR-DATE(WS-RX) TO DSC-DIST-DATE
                MOVE RT-PRIOR-LINES(WS-RX) TO DSC-LINE-COUNT
                MOVE RT-PRIOR-FIRST(WS-RX) TO DSC-FIRST-LINE
                MOVE RT-PRIOR-LAST(WS-RX) TO DSC-LAST-LINE
                PERFORM WRITE-CONTROL-RECORD
            END-IF
            END-IF.
            ADD 1 TO WS-RX.
        WRITE-CONTROL-RECORD.
            WRITE EULER-DISTCTL-RECORD.
            MOVE "EULER.DISTCTL.DAT" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-DISTCTL-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        PURGE-EXPIRED-COPIES.
            OPEN OUTPUT DISTCOPY-TMP-FILE.
            MOVE "EULER.DISTCOPY.TMP" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-COPYTMP-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            OPEN INPUT DISTCOPY-FILE.
            IF WS-DISTCOPY-STATUS = "00"
                PERFORM SELECT-REGISTER-ENTRY
                    UNTIL WS-DISTCOPY-STATUS NOT = "00"
                CLOSE DISTCOPY-FILE
            END-IF.
            MOVE 1 TO WS-VX.
            PERFORM REGISTER-DELIVERY
                UNTIL WS-VX > DLV-COUNT.
            CLOSE DISTCOPY-TMP-FILE.
            IF IOCHK-FAILED = "Y"
                DISPLAY "EULDIST: COPY REGISTER NOT REWRITTEN"
            ELSE
                PERFORM REWRITE-COPY-REGISTER
            END-IF.
        SELECT-REGISTER-ENTRY.
            READ DISTCOPY-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE "N" TO WS-FOUND
                    MOVE REG-COPY-NAME TO WS-COPY-NAME
                    MOVE 1 TO WS-VX
                    PERFORM SCAN-DELIVERY
                        UNTIL WS-FOUND = "Y" OR WS-VX > DLV-COUNT
                    IF WS-FOUND = "Y"
                        CONTINUE
                    ELSE
                    IF REG-EXPIRY-DATE NOT = SPACES
                        AND REG-EXPIRY-DATE < WS-TODAY
                        PERFORM PURGE-DATED-COPY
                    ELSE
                        WRITE DISTCOPY-TMP-RECORD FROM DISTCOPY-RECORD
                        MOVE "EULER.DISTCOPY.TMP" TO IOCHK-FILE-NAME
                        MOVE "WRITE" TO IOCHK-OPERATION
                        MOVE WS-COPYTMP-STATUS TO IOCHK-STATUS
                        PERFORM CHECK-IO-STATUS
                        ADD 1 TO WS-KEPT-COUNT
                    END-IF
                    END-IF
            END-READ.
        PURGE-DATED-COPY.
            OPEN OUTPUT COPY-FILE.
            CLOSE COPY-FILE.
            MOVE DISTCOPY-RECORD TO EULER-DISTLOG-RECORD.
            MOVE FUNCTION CURRENT-DATE TO DLG-TIMESTAMP.
            MOVE "P" TO DLG-ACTION.
            PERFORM WRITE-DIST-LOG.
            ADD 1 TO WS-PURGED-COUNT.
            DISPLAY "EULDIST: " REG-COPY-NAME " PURGED, EXPIRED "
                REG-EXPIRY-DATE.
        REGISTER-DELIVERY.
            WRITE DISTCOPY-TMP-RECORD FROM DV-LOG-IMAGE(WS-VX).
            MOVE "EULER.DISTCOPY.TMP" TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-COPYTMP-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            ADD 1 TO WS-VX.
        REWRITE-COPY-REGISTER.
            OPEN INPUT DISTCOPY-TMP-FILE.
            OPEN OUTPUT DISTCOPY-FILE.
            PERFORM COPY-REGISTER-RECORD
                UNTIL WS-COPYTMP-STATUS NOT = "00".
            CLOSE DISTCOPY-TMP-FILE DISTCOPY-FILE.
            MOVE "EULER.DISTCOPY.DAT" TO IOCHK-FILE-NAME.
            MOVE "CLOSE" TO IOCHK-OPERATION.
            MOVE WS-DISTCOPY-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        COPY-REGISTER-RECORD.
            READ DISTCOPY-TMP-FILE
                AT END
                    CONTINUE
                NOT AT END
                    WRITE DISTCOPY-RECORD FROM DISTCOPY-TMP-RECORD
                    MOVE "EULER.DISTCOPY.DAT" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-DISTCOPY-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
            END-READ.
        WRITE-ALERT.
            MOVE "EULDIST" TO ALERT-PROGRAM-ID.
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
                DISPLAY "EULDIST: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULDIST: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
