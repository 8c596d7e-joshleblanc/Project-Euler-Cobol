        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULXCONV.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CONV-IN-FILE ASSIGN TO WS-CONV-IN-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CONV-IN-STATUS.
            SELECT CONV-OUT-FILE ASSIGN TO WS-CONV-OUT-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CONV-OUT-STATUS.
            SELECT OLD-RESMAST-FILE ASSIGN TO "data/EULER.RESMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLDM-KEY
                FILE STATUS IS WS-OLDMAST-STATUS.
            SELECT MID-RESMAST-FILE ASSIGN TO "data/EULER.RESMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MIDM-KEY
                FILE STATUS IS WS-MIDMAST-STATUS.
            SELECT RESMAST-FILE ASSIGN TO "data/EULER.RESMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RESM-KEY
                FILE STATUS IS WS-RESMAST-STATUS.
            SELECT MSTWORK-FILE ASSIGN TO "data/EULER.RESMAST.TMP"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-MSTWORK-STATUS.
            SELECT OLD-FACTMAST-FILE
                ASSIGN TO "data/EULER.FACTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLDF-KEY
                FILE STATUS IS WS-OLDFM-STATUS.
            SELECT FACTMAST-FILE
                ASSIGN TO "data/EULER.FACTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FM-KEY
                FILE STATUS IS WS-FACTMAST-STATUS.
            SELECT FMWORK-FILE ASSIGN TO "data/EULER.FACTMAST.TMP"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-FMWORK-STATUS.
            SELECT RESULTS-FILE ASSIGN TO "data/EULER.RESULTS.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-RESULTS-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "data/EULER.AUDIT.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT CONTROL-FILE ASSIGN TO "data/EULER.CONTROL.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
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
            FD  CONV-IN-FILE
                RECORD VARYING IN SIZE FROM 1 TO 200
                    DEPENDING ON WS-IN-LENGTH.
            01  CONV-IN-RECORD          PIC X(200).
            FD  CONV-OUT-FILE
                RECORD VARYING IN SIZE FROM 1 TO 200
                    DEPENDING ON WS-OUT-LENGTH.
            01  CONV-OUT-RECORD         PIC X(200).
            FD  OLD-RESMAST-FILE.
            01  OLD-RESMAST-RECORD.
                02  OLDM-KEY            PIC X(28).
                02  OLDM-RESULT         PIC 9(15).
            FD  MID-RESMAST-FILE.
            01  MID-RESMAST-RECORD.
                02  MIDM-KEY            PIC X(28).
                02  MIDM-RESULT         PIC 9(15).
                02  MIDM-STATUS         PIC X.
            FD  RESMAST-FILE.
            COPY EULRESM.
            FD  MSTWORK-FILE.
            01  MSTWORK-RECORD.
                02  MSTW-KEY            PIC X(28).
                02  MSTW-RESULT         PIC 9(31).
                02  MSTW-STATUS         PIC X.
            FD  OLD-FACTMAST-FILE.
            01  OLD-FACTMAST-RECORD.
                02  OLDF-KEY            PIC X(24).
                02  OLDF-EXPONENT       PIC 9(4).
                02  OLDF-RUN-DATE       PIC X(8).
            FD  FACTMAST-FILE.
            COPY EULFM.
            FD  FMWORK-FILE.
            01  FMWORK-RECORD.
                02  FMW-KEY             PIC X(24).
                02  FMW-EXPONENT        PIC 9(4).
                02  FMW-RUN-DATE        PIC X(8).
            FD  RESULTS-FILE.
            COPY EULRES.
            FD  AUDIT-FILE.
            COPY EULLOG.
            FD  CONTROL-FILE.
            COPY EULCTL.
            FD  LOCK-FILE.
            COPY EULLCK.
            FD  LOCKPARM-FILE.
            COPY EULPARM.
            FD  ALERT-FILE.
            COPY EULALERT.
            WORKING-STORAGE SECTION.
            COPY EULFST.
            01  WS-CONV-IN-STATUS       PIC XX.
            01  WS-CONV-OUT-STATUS      PIC XX.
            01  WS-OLDMAST-STATUS       PIC XX.
            01  WS-MIDMAST-STATUS       PIC XX.
            01  WS-RESMAST-STATUS       PIC XX.
            01  WS-MSTWORK-STATUS       PIC XX.
            01  WS-OLDFM-STATUS         PIC XX.
            01  WS-FACTMAST-STATUS      PIC XX.
            01  WS-FMWORK-STATUS        PIC XX.
            01  WS-RESULTS-STATUS       PIC XX.
            01  WS-AUDIT-STATUS         PIC XX.
            01  WS-CONTROL-STATUS       PIC XX.
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
            01  WS-CONV-IN-NAME         PIC X(40).
            01  WS-CONV-OUT-NAME        PIC X(40).
            01  WS-CONV-FILE-NAME       PIC X(40).
            01  WS-CONV-WORK-NAME       PIC X(40)
                VALUE "data/EULER.XCONV.TMP".
            01  WS-CONV-OFFSET          PIC 9(4).
            01  WS-CONV-OLD-MAX         PIC 9(4).
            01  WS-CONV-FAILED          PIC X VALUE "N".
            01  WS-OLDM-LAYOUT          PIC X.
            01  WS-IN-LENGTH            PIC 9(4).
            01  WS-OUT-LENGTH           PIC 9(4).
            01  WS-TAIL-LENGTH          PIC 9(4).
            01  WS-TAIL-START           PIC 9(4).
            01  WS-FILE-READ            PIC 9(9).
            01  WS-FILE-WIDENED         PIC 9(9).
            01  WS-FILE-KEPT            PIC 9(9).
            01  WS-MASTER-COUNT         PIC 9(9) VALUE 0.
            01  WS-FACTOR-COUNT         PIC 9(9) VALUE 0.
            01  WS-OLD-RES-COUNT        PIC 9(9) VALUE 0.
            01  WS-OLD-RES-HASH         PIC 9(15) VALUE 0.
            01  WS-OLD-AUD-COUNT        PIC 9(9) VALUE 0.
            01  WS-OLD-AUD-HASH         PIC 9(15) VALUE 0.
            01  WS-CTL-RES-COUNT        PIC 9(9) VALUE 0.
            01  WS-CTL-RES-HASH         PIC 9(15) VALUE 0.
            01  WS-CTL-AUD-COUNT        PIC 9(9) VALUE 0.
            01  WS-CTL-AUD-HASH         PIC 9(15) VALUE 0.
        PROCEDURE DIVISION.
        MAIN-PARA.
            MOVE "EULXCONV" TO IOCHK-PROGRAM-ID.
            PERFORM ACQUIRE-RUN-LOCK.
            IF WS-LOCK-OK NOT = "Y"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "data/EULER.RESULTS.DAT" TO WS-CONV-FILE-NAME.
            MOVE 21 TO WS-CONV-OFFSET.
            MOVE 44 TO WS-CONV-OLD-MAX.
            PERFORM CONVERT-SEQ-FILE.
            MOVE "data/EULER.AUDIT.DAT" TO WS-CONV-FILE-NAME.
            MOVE 21 TO WS-CONV-OFFSET.
            MOVE 100 TO WS-CONV-OLD-MAX.
            PERFORM CONVERT-SEQ-FILE.
            MOVE "data/EULER.RESULTS.ARCH.DAT" TO WS-CONV-FILE-NAME.
            MOVE 29 TO WS-CONV-OFFSET.
            MOVE 52 TO WS-CONV-OLD-MAX.
            PERFORM CONVERT-SEQ-FILE.
            MOVE "data/EULER.AUDIT.ARCH.DAT" TO WS-CONV-FILE-NAME.
            MOVE 29 TO WS-CONV-OFFSET.
            MOVE 108 TO WS-CONV-OLD-MAX.
            PERFORM CONVERT-SEQ-FILE.
            MOVE "data/EULER.EXPECTED.DAT" TO WS-CONV-FILE-NAME.
            MOVE 21 TO WS-CONV-OFFSET.
            MOVE 35 TO WS-CONV-OLD-MAX.
            PERFORM CONVERT-SEQ-FILE.
            MOVE "data/EULER.REVPND.DAT" TO WS-CONV-FILE-NAME.
            MOVE 29 TO WS-CONV-OFFSET.
            MOVE 167 TO WS-CONV-OLD-MAX.
            PERFORM CONVERT-SEQ-FILE.
            MOVE "data/EULER.REVLOG.DAT" TO WS-CONV-FILE-NAME.
            MOVE 29 TO WS-CONV-OFFSET.
            MOVE 167 TO WS-CONV-OLD-MAX.
            PERFORM CONVERT-SEQ-FILE.
            IF WS-CONV-FAILED = "N"
                PERFORM CONVERT-RESULT-MASTER
            END-IF.
            IF WS-CONV-FAILED = "N"
                PERFORM CONVERT-FACTOR-MASTER
            END-IF.
            IF WS-CONV-FAILED = "N"
                PERFORM RECOMPUTE-CONTROL-TOTALS
            END-IF.
            PERFORM RELEASE-RUN-LOCK.
            IF WS-CONV-FAILED = "Y"
                DISPLAY "EULXCONV: CONVERSION INCOMPLETE, RERUN AFTER"
                    " CORRECTING THE ERROR ABOVE"
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            IF IOCHK-FAILED = "Y" AND RETURN-CODE < 12
                MOVE 12 TO RETURN-CODE
            END-IF.
            GOBACK.
        CONVERT-SEQ-FILE.
            MOVE 0 TO WS-FILE-READ.
            MOVE 0 TO WS-FILE-WIDENED.
            MOVE 0 TO WS-FILE-KEPT.
            IF WS-CONV-FAILED = "N"
                MOVE WS-CONV-FILE-NAME TO WS-CONV-IN-NAME
                MOVE WS-CONV-WORK-NAME TO WS-CONV-OUT-NAME
                OPEN INPUT CONV-IN-FILE
                IF WS-CONV-IN-STATUS NOT = "00"
                    DISPLAY "EULXCONV: " WS-CONV-FILE-NAME
                        " NOT PRESENT, SKIPPED"
                ELSE
                    OPEN OUTPUT CONV-OUT-FILE
                    MOVE WS-CONV-WORK-NAME(6:20) TO IOCHK-FILE-NAME
                    MOVE "OPEN" TO IOCHK-OPERATION
                    MOVE WS-CONV-OUT-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
                    IF WS-CONV-OUT-STATUS NOT = "00"
                        MOVE "Y" TO WS-CONV-FAILED
                        CLOSE CONV-IN-FILE
                    ELSE
                        PERFORM WIDEN-SEQ-RECORD
                            UNTIL WS-CONV-IN-STATUS NOT = "00"
                        CLOSE CONV-IN-FILE CONV-OUT-FILE
                        PERFORM COPY-BACK-SEQ-FILE
                        DISPLAY "EULXCONV: " WS-CONV-FILE-NAME
                            " READ=" WS-FILE-READ
                            " WIDENED=" WS-FILE-WIDENED
                            " ALREADY-WIDE=" WS-FILE-KEPT
                    END-IF
                END-IF
            END-IF.
        WIDEN-SEQ-RECORD.
            READ CONV-IN-FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM BUILD-WIDE-RECORD
            END-READ.
        BUILD-WIDE-RECORD.
            ADD 1 TO WS-FILE-READ.
            MOVE SPACES TO CONV-OUT-RECORD.
            COMPUTE WS-TAIL-START = WS-CONV-OFFSET + 14.
            IF WS-IN-LENGTH <= WS-CONV-OLD-MAX
                AND WS-IN-LENGTH >= WS-TAIL-START
                    COMPUTE WS-TAIL-LENGTH =
                        WS-IN-LENGTH - WS-CONV-OFFSET + 1
                    COMPUTE WS-TAIL-START = WS-CONV-OFFSET + 16
                    MOVE CONV-IN-RECORD(1:WS-CONV-OFFSET - 1)
                        TO CONV-OUT-RECORD(1:WS-CONV-OFFSET - 1)
                    MOVE ALL "0" TO CONV-OUT-RECORD(WS-CONV-OFFSET:16)
                    MOVE CONV-IN-RECORD(WS-CONV-OFFSET:WS-TAIL-LENGTH)
                        TO CONV-OUT-RECORD(WS-TAIL-START:WS-TAIL-LENGTH)
                    COMPUTE WS-OUT-LENGTH = WS-IN-LENGTH + 16
                    ADD 1 TO WS-FILE-WIDENED
            ELSE
                MOVE CONV-IN-RECORD(1:WS-IN-LENGTH)
                    TO CONV-OUT-RECORD(1:WS-IN-LENGTH)
                MOVE WS-IN-LENGTH TO WS-OUT-LENGTH
                ADD 1 TO WS-FILE-KEPT
            END-IF.
            WRITE CONV-OUT-RECORD.
            MOVE WS-CONV-WORK-NAME(6:20) TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-CONV-OUT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
        COPY-BACK-SEQ-FILE.
            MOVE WS-CONV-WORK-NAME TO WS-CONV-IN-NAME.
            MOVE WS-CONV-FILE-NAME TO WS-CONV-OUT-NAME.
            OPEN INPUT CONV-IN-FILE.
            OPEN OUTPUT CONV-OUT-FILE.
            MOVE WS-CONV-FILE-NAME(6:20) TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-CONV-OUT-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            IF WS-CONV-IN-STATUS NOT = "00"
                OR WS-CONV-OUT-STATUS NOT = "00"
                    DISPLAY "EULXCONV: CANNOT COPY BACK "
                        WS-CONV-FILE-NAME ", CONVERTED IMAGE LEFT ON "
                        WS-CONV-WORK-NAME
                    MOVE "Y" TO WS-CONV-FAILED
            ELSE
                PERFORM COPY-BACK-RECORD
                    UNTIL WS-CONV-IN-STATUS NOT = "00"
            END-IF.
            CLOSE CONV-IN-FILE CONV-OUT-FILE.
        COPY-BACK-RECORD.
            READ CONV-IN-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE SPACES TO CONV-OUT-RECORD
                    MOVE CONV-IN-RECORD(1:WS-IN-LENGTH)
                        TO CONV-OUT-RECORD(1:WS-IN-LENGTH)
                    MOVE WS-IN-LENGTH TO WS-OUT-LENGTH
                    WRITE CONV-OUT-RECORD
                    MOVE WS-CONV-FILE-NAME(6:20) TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-CONV-OUT-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
            END-READ.
        CONVERT-RESULT-MASTER.
            OPEN INPUT RESMAST-FILE.
            IF WS-RESMAST-STATUS = "35"
                DISPLAY "EULXCONV: NO RESULT MASTER, SKIPPED"
            ELSE
            IF WS-RESMAST-STATUS = "00"
                CLOSE RESMAST-FILE
                DISPLAY "EULXCONV: RESULT MASTER ALREADY WIDENED"
            ELSE
            IF WS-RESMAST-STATUS NOT = "39"
                DISPLAY "EULXCONV: CANNOT OPEN RESULT MASTER "
                    WS-RESMAST-STATUS
                MOVE "Y" TO WS-CONV-FAILED
            ELSE
                PERFORM OPEN-OLD-RESULT-MASTER
                IF WS-CONV-FAILED = "N"
                    PERFORM UNLOAD-OLD-MASTER
                END-IF
                IF WS-CONV-FAILED = "N"
                    PERFORM RELOAD-RESULT-MASTER
                END-IF
                DISPLAY "EULXCONV: RESULT MASTER ENTRIES="
                    WS-MASTER-COUNT
            END-IF
            END-IF
            END-IF.
        OPEN-OLD-RESULT-MASTER.
            MOVE "O" TO WS-OLDM-LAYOUT.
            OPEN INPUT OLD-RESMAST-FILE.
            IF WS-OLDMAST-STATUS = "39"
                MOVE "M" TO WS-OLDM-LAYOUT
                OPEN INPUT MID-RESMAST-FILE
                MOVE WS-MIDMAST-STATUS TO WS-OLDMAST-STATUS
            END-IF.
            IF WS-OLDMAST-STATUS NOT = "00"
                DISPLAY "EULXCONV: RESULT MASTER LAYOUT NOT RECOGNISED "
                    WS-OLDMAST-STATUS
                MOVE "Y" TO WS-CONV-FAILED
            END-IF.
        UNLOAD-OLD-MASTER.
            OPEN OUTPUT MSTWORK-FILE.
            MOVE "EULER.RESMAST.TMP" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-MSTWORK-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            IF WS-MSTWORK-STATUS NOT = "00"
                MOVE "Y" TO WS-CONV-FAILED
            ELSE
            IF WS-OLDM-LAYOUT = "M"
                PERFORM UNLOAD-MID-MASTER-RECORD
                    UNTIL WS-MIDMAST-STATUS NOT = "00"
                CLOSE MSTWORK-FILE
            ELSE
                PERFORM UNLOAD-MASTER-RECORD
                    UNTIL WS-OLDMAST-STATUS NOT = "00"
                CLOSE MSTWORK-FILE
            END-IF
            END-IF.
            IF WS-OLDM-LAYOUT = "M"
                CLOSE MID-RESMAST-FILE
            ELSE
                CLOSE OLD-RESMAST-FILE
            END-IF.
        UNLOAD-MASTER-RECORD.
            READ OLD-RESMAST-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    MOVE OLDM-KEY TO MSTW-KEY
                    MOVE OLDM-RESULT TO MSTW-RESULT
                    MOVE SPACE TO MSTW-STATUS
                    WRITE MSTWORK-RECORD
                    MOVE "EULER.RESMAST.TMP" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-MSTWORK-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
            END-READ.
        UNLOAD-MID-MASTER-RECORD.
            READ MID-RESMAST-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    MOVE MIDM-KEY TO MSTW-KEY
                    MOVE MIDM-RESULT TO MSTW-RESULT
                    MOVE MIDM-STATUS TO MSTW-STATUS
                    WRITE MSTWORK-RECORD
                    MOVE "EULER.RESMAST.TMP" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-MSTWORK-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
            END-READ.
        RELOAD-RESULT-MASTER.
            OPEN INPUT MSTWORK-FILE.
            OPEN OUTPUT RESMAST-FILE.
            MOVE "EULER.RESMAST.DAT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-RESMAST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            IF WS-MSTWORK-STATUS NOT = "00"
                OR WS-RESMAST-STATUS NOT = "00"
                    DISPLAY "EULXCONV: CANNOT REBUILD RESULT MASTER,"
                        " UNLOADED IMAGE LEFT ON EULER.RESMAST.TMP"
                    MOVE "Y" TO WS-CONV-FAILED
            ELSE
                PERFORM RELOAD-MASTER-RECORD
                    UNTIL WS-MSTWORK-STATUS NOT = "00"
            END-IF.
            CLOSE MSTWORK-FILE RESMAST-FILE.
        RELOAD-MASTER-RECORD.
            READ MSTWORK-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE MSTW-KEY TO RESM-KEY
                    MOVE MSTW-RESULT TO RESM-RESULT
                    MOVE MSTW-STATUS TO RESM-STATUS
                    WRITE EULER-RESMAST-RECORD
                    MOVE "EULER.RESMAST.DAT" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-RESMAST-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
                    ADD 1 TO WS-MASTER-COUNT
            END-READ.
        CONVERT-FACTOR-MASTER.
            OPEN INPUT FACTMAST-FILE.
            IF WS-FACTMAST-STATUS = "35"
                DISPLAY "EULXCONV: NO FACTOR MASTER, SKIPPED"
            ELSE
            IF WS-FACTMAST-STATUS = "00"
                CLOSE FACTMAST-FILE
                DISPLAY "EULXCONV: FACTOR MASTER ALREADY CONVERTED"
            ELSE
            IF WS-FACTMAST-STATUS NOT = "39"
                DISPLAY "EULXCONV: CANNOT OPEN FACTOR MASTER "
                    WS-FACTMAST-STATUS
                MOVE "Y" TO WS-CONV-FAILED
            ELSE
                OPEN INPUT OLD-FACTMAST-FILE
                IF WS-OLDFM-STATUS NOT = "00"
                    DISPLAY "EULXCONV: FACTOR MASTER LAYOUT NOT "
                        "RECOGNISED " WS-OLDFM-STATUS
                    MOVE "Y" TO WS-CONV-FAILED
                ELSE
                    PERFORM UNLOAD-OLD-FACTORS
                    IF WS-CONV-FAILED = "N"
                        PERFORM RELOAD-FACTOR-MASTER
                    END-IF
                    DISPLAY "EULXCONV: FACTOR MASTER ENTRIES="
                        WS-FACTOR-COUNT
                END-IF
            END-IF
            END-IF
            END-IF.
        UNLOAD-OLD-FACTORS.
            OPEN OUTPUT FMWORK-FILE.
            MOVE "EULER.FACTMAST.TMP" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-FMWORK-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            IF WS-FMWORK-STATUS NOT = "00"
                MOVE "Y" TO WS-CONV-FAILED
            ELSE
                PERFORM UNLOAD-FACTOR-RECORD
                    UNTIL WS-OLDFM-STATUS NOT = "00"
                CLOSE FMWORK-FILE
            END-IF.
            CLOSE OLD-FACTMAST-FILE.
        UNLOAD-FACTOR-RECORD.
            READ OLD-FACTMAST-FILE NEXT
                AT END
                    CONTINUE
                NOT AT END
                    MOVE OLD-FACTMAST-RECORD TO FMWORK-RECORD
                    WRITE FMWORK-RECORD
                    MOVE "EULER.FACTMAST.TMP" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-FMWORK-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
            END-READ.
        RELOAD-FACTOR-MASTER.
            OPEN INPUT FMWORK-FILE.
            OPEN OUTPUT FACTMAST-FILE.
            MOVE "EULER.FACTMAST.DAT" TO IOCHK-FILE-NAME.
            MOVE "OPEN" TO IOCHK-OPERATION.
            MOVE WS-FACTMAST-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            IF WS-FMWORK-STATUS NOT = "00"
                OR WS-FACTMAST-STATUS NOT = "00"
                    DISPLAY "EULXCONV: CANNOT REBUILD FACTOR MASTER,"
                        " UNLOADED IMAGE LEFT ON EULER.FACTMAST.TMP"
                    MOVE "Y" TO WS-CONV-FAILED
            ELSE
                PERFORM RELOAD-FACTOR-RECORD
                    UNTIL WS-FMWORK-STATUS NOT = "00"
            END-IF.
            CLOSE FMWORK-FILE FACTMAST-FILE.
        RELOAD-FACTOR-RECORD.
            READ FMWORK-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE FMW-KEY TO FM-KEY
                    MOVE FMW-EXPONENT TO FM-EXPONENT
                    MOVE FMW-RUN-DATE TO FM-RUN-DATE
                    MOVE SPACE TO FM-STATUS
                    WRITE EULER-FACTMAST-RECORD
                    MOVE "EULER.FACTMAST.DAT" TO IOCHK-FILE-NAME
                    MOVE "WRITE" TO IOCHK-OPERATION
                    MOVE WS-FACTMAST-STATUS TO IOCHK-STATUS
                    PERFORM CHECK-IO-STATUS
                    ADD 1 TO WS-FACTOR-COUNT
            END-READ.
        RECOMPUTE-CONTROL-TOTALS.
            OPEN INPUT CONTROL-FILE.
            IF WS-CONTROL-STATUS = "00"
                PERFORM READ-CONTROL-RECORD
                    UNTIL WS-CONTROL-STATUS NOT = "00"
                CLOSE CONTROL-FILE
            END-IF.
            OPEN INPUT RESULTS-FILE.
            IF WS-RESULTS-STATUS = "00"
                PERFORM COUNT-RESULT-RECORD
                    UNTIL WS-RESULTS-STATUS NOT = "00"
                CLOSE RESULTS-FILE
            END-IF.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM COUNT-AUDIT-RECORD
                    UNTIL WS-AUDIT-STATUS NOT = "00"
                CLOSE AUDIT-FILE
            END-IF.
            PERFORM WRITE-CONTROL-TOTALS.
            DISPLAY "EULXCONV: RESULTS COUNT " WS-OLD-RES-COUNT
                " -> " WS-CTL-RES-COUNT
                " HASH " WS-OLD-RES-HASH " -> " WS-CTL-RES-HASH.
            DISPLAY "EULXCONV: AUDIT   COUNT " WS-OLD-AUD-COUNT
                " -> " WS-CTL-AUD-COUNT
                " HASH " WS-OLD-AUD-HASH " -> " WS-CTL-AUD-HASH.
            IF WS-OLD-RES-COUNT NOT = WS-CTL-RES-COUNT
                OR WS-OLD-RES-HASH NOT = WS-CTL-RES-HASH
                OR WS-OLD-AUD-COUNT NOT = WS-CTL-AUD-COUNT
                OR WS-OLD-AUD-HASH NOT = WS-CTL-AUD-HASH
                    DISPLAY "EULXCONV: CONTROL TOTALS RESET FROM THE"
                        " CONVERTED FILES"
                    MOVE "W" TO WS-ALERT-SEVERITY
                    MOVE "CTLRESET" TO WS-ALERT-REASON
                    MOVE SPACES TO WS-ALERT-DETAIL
                    STRING "RES=" WS-CTL-RES-COUNT
                        " AUD=" WS-CTL-AUD-COUNT
                        " RESET AT CONVERSION"
                        DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                    PERFORM WRITE-ALERT
            END-IF.
        READ-CONTROL-RECORD.
            READ CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CTL-FILE-ID = "RESULTS"
                        MOVE CTL-RECORD-COUNT TO WS-OLD-RES-COUNT
                        MOVE CTL-HASH-TOTAL TO WS-OLD-RES-HASH
                    END-IF
                    IF CTL-FILE-ID = "AUDIT"
                        MOVE CTL-RECORD-COUNT TO WS-OLD-AUD-COUNT
                        MOVE CTL-HASH-TOTAL TO WS-OLD-AUD-HASH
                    END-IF
            END-READ.
        COUNT-RESULT-RECORD.
            READ RESULTS-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-CTL-RES-COUNT
                    COMPUTE WS-CTL-RES-HASH =
                        FUNCTION MOD(WS-CTL-RES-HASH + RES-RESULT,
                            1000000000000000)
            END-READ.
        COUNT-AUDIT-RECORD.
            READ AUDIT-FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-CTL-AUD-COUNT
                    COMPUTE WS-CTL-AUD-HASH =
                        FUNCTION MOD(WS-CTL-AUD-HASH + LOG-RESULT,
                            1000000000000000)
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
                        DISPLAY "EULXCONV: STALE LOCK FROM "
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
                        DISPLAY "EULXCONV: RUN LOCK HELD BY "
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
            MOVE "EULXCONV" TO LCK-PROGRAM-ID.
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
            MOVE "EULXCONV" TO ALERT-PROGRAM-ID.
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
                DISPLAY "EULXCONV: I/O ERROR FILE=" IOCHK-FILE-NAME
                    " OP=" IOCHK-OPERATION
                    " STATUS=" IOCHK-STATUS
                CALL "EULIOERR" USING EULER-IO-CHECK
                    ON EXCEPTION
                        DISPLAY "EULXCONV: EULIOERR NOT AVAILABLE"
                        MOVE "Y" TO IOCHK-FAILED
                END-CALL
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
