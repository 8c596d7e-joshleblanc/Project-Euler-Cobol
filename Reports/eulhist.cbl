            FD  RESULTS-ARCH-FILE.
            01  RESULTS-ARCH-RECORD.
                02  RARC-ARCHIVE-DATE   PIC X(8).
                02  RARC-RESULT-DATA    PIC X(60).
            FD  AUDIT-FILE.
            COPY EULLOG.
            FD  AUDIT-ARCH-FILE.
            01  AUDIT-ARCH-RECORD.
                02  AARC-ARCHIVE-DATE   PIC X(8).
                02  AARC-AUDIT-DATA     PIC X(116).
            FD  SELECT-FILE.
            01  SELECT-CARD.
                02  SEL-FROM-DATE       PIC X(8).
            01  WS-WORK-PROGRAM         PIC X(8).
            01  WS-WORK-SECONDS         PIC 9(9).
            01  WS-WORK-KIND            PIC X.
            01  WS-WORK-REVERSAL        PIC X.
            01  WS-PX                   PIC 9(4).
            01  WS-YX                   PIC 9(4).
            01  WS-FOUND                PIC X.
            01  WS-ARCH-RESULT.
                02  WR-PROGRAM-ID       PIC X(8).
                02  WR-PARM-VALUE       PIC 9(12).
                02  WR-RESULT           PIC 9(31).
                02  WR-RUN-DATE         PIC X(8).
                02  WR-ENTRY-TYPE       PIC X.
            01  WS-ARCH-AUDIT.
                02  WA-PROGRAM-ID       PIC X(8).
                02  WA-PARM-VALUE       PIC 9(12).
                02  WA-RESULT           PIC 9(31).
                02  WA-START-TS         PIC X(21).
                02  WA-END-TS           PIC X(21).
                02  WA-RETURN-CODE      PIC 9(4).
                02  WA-ITERATIONS       PIC 9(9).
                02  WA-ELAPSED          PIC 9(9).
                02  WA-ENTRY-TYPE       PIC X.
            01  PROGMONTH-TABLE.
                02  PM-COUNT            PIC 9(4) VALUE 0.
                02  PM-ENTRY OCCURS 200 TIMES.
        MAIN-PARA.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM READ-SELECTION-CARD.
            PERFORM TALLY-ARCH-AUDIT.
            PERFORM TALLY-LIVE-AUDIT.
            PERFORM TALLY-ARCH-RESULTS.
            PERFORM TALLY-LIVE-RESULTS.
            IF PM-COUNT = 0
                DISPLAY "EULHIST: NO HISTORY IN RANGE "
                    WS-FROM-DATE " - " WS-TO-DATE
                    MOVE LOG-START-TS(1:8) TO WS-WORK-DATE
                    MOVE LOG-ELAPSED-SECONDS TO WS-WORK-SECONDS
                    MOVE "A" TO WS-WORK-KIND
                    MOVE LOG-ENTRY-TYPE TO WS-WORK-REVERSAL
                    PERFORM TALLY-WORK-RECORD
            END-READ.
        TALLY-ARCH-AUDIT.
                        MOVE 0 TO WS-WORK-SECONDS
                    END-IF
                    MOVE "A" TO WS-WORK-KIND
                    MOVE WA-ENTRY-TYPE TO WS-WORK-REVERSAL
                    PERFORM TALLY-WORK-RECORD
            END-READ.
        TALLY-LIVE-RESULTS.
                    MOVE RES-RUN-DATE TO WS-WORK-DATE
                    MOVE 0 TO WS-WORK-SECONDS
                    MOVE "R" TO WS-WORK-KIND
                    MOVE RES-ENTRY-TYPE TO WS-WORK-REVERSAL
                    PERFORM TALLY-WORK-RECORD
            END-READ.
        TALLY-ARCH-RESULTS.
                    MOVE WR-RUN-DATE TO WS-WORK-DATE
                    MOVE 0 TO WS-WORK-SECONDS
                    MOVE "R" TO WS-WORK-KIND
                    MOVE WR-ENTRY-TYPE TO WS-WORK-REVERSAL
                    PERFORM TALLY-WORK-RECORD
            END-READ.
        TALLY-WORK-RECORD.
            ELSE
                PERFORM FIND-PROGMONTH-ENTRY
                IF WS-PX > 0
                    IF WS-WORK-REVERSAL = "R"
                        PERFORM BACK-OUT-WORK-RECORD
                    ELSE
                    IF WS-WORK-KIND = "A"
                        ADD 1 TO PM-RUNS(WS-PX)
                        ADD WS-WORK-SECONDS TO PM-TOT-SECS(WS-PX)
                    ELSE
                        ADD 1 TO PM-RESULTS(WS-PX)
                    END-IF
                    END-IF
                END-IF
            END-IF.
        BACK-OUT-WORK-RECORD.
            IF WS-WORK-KIND = "A"
                IF PM-RUNS(WS-PX) > 0
                    SUBTRACT 1 FROM PM-RUNS(WS-PX)
                END-IF
                IF PM-TOT-SECS(WS-PX) > WS-WORK-SECONDS
                    SUBTRACT WS-WORK-SECONDS FROM PM-TOT-SECS(WS-PX)
                ELSE
                    MOVE 0 TO PM-TOT-SECS(WS-PX)
                END-IF
            ELSE
                IF PM-RESULTS(WS-PX) > 0
                    SUBTRACT 1 FROM PM-RESULTS(WS-PX)
                END-IF
            END-IF.
        FIND-PROGMONTH-ENTRY.
