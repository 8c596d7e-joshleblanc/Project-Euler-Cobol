            SELECT REPORT-FILE ASSIGN TO "data/EULER.VERIF.RPT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.
            SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT CATALOG-FILE ASSIGN TO "data/EULER.JOBCAT.DAT"
                ORGANIZATION INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAT-PROGRAM-ID
                FILE STATUS IS WS-CATALOG-STATUS.
            SELECT BUSDATE-FILE ASSIGN TO "data/EULER.BUSDATE.DAT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS WS-BUSDATE-STATUS.
            FD  RESULTS-FILE.
            COPY EULRES.
            FD  REPORT-FILE.
            01  REPORT-LINE             PIC X(132).
            FD  PARM-FILE.
            01  PARM-RECORD             PIC X(20).
            FD  CATALOG-FILE.
            COPY EULCAT.
            FD  BUSDATE-FILE.
            COPY EULBDT.
            WORKING-STORAGE SECTION.
            01  WS-RESULTS-STATUS       PIC XX.
            01  WS-REPORT-STATUS        PIC XX.
            01  WS-PARM-STATUS          PIC XX.
            01  WS-CATALOG-STATUS       PIC XX.
            01  WS-PARM-FILE-NAME.
                02  FILLER              PIC X(5) VALUE "data/".
                02  WS-PARM-FILE-ID     PIC X(20).
            01  WS-CAT-FOUND            PIC X.
            01  WS-TODAY                PIC X(8).
            01  WS-JOB-NAME             PIC X(8).
            01  WS-JOB-RC               PIC 9(4).
            01  WS-EXP-PARM             PIC 9(12).
            01  WS-EXP-RESULT           PIC 9(31).
            01  WS-ACTUAL-RESULT        PIC 9(31).
            01  WS-ACTUAL-FOUND         PIC X.
            01  WS-VERDICT              PIC X(4).
            01  WS-SX                   PIC 9(4).
                02  TESTS-RUN           PIC 9(4) VALUE 0.
                02  TESTS-PASSED        PIC 9(4) VALUE 0.
                02  TESTS-FAILED        PIC 9(4) VALUE 0.
                02  TESTS-SKIPPED       PIC 9(4) VALUE 0.
            01  WS-TEST-CARD.
                02  WS-CARD-PROGRAM     PIC X(8).
                02  WS-CARD-VALUE       PIC 9(12).
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT CATALOG-FILE.
            IF WS-CATALOG-STATUS NOT = "00"
                DISPLAY "EULVERIF: NO JOB CATALOG"
                MOVE SPACES TO REPORT-LINE
                STRING "EULVERIF " WS-TODAY
                    " NO JOB CATALOG, BUILD BLOCKED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE EXPECTED-FILE REPORT-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM READ-EXPECTED-RECORD
                UNTIL WS-EXPECTED-STATUS NOT = "00".
            CLOSE EXPECTED-FILE CATALOG-FILE.
            PERFORM WRITE-VERIF-SUMMARY.
            CLOSE REPORT-FILE.
            IF TESTS-FAILED > 0
                    PERFORM RUN-ONE-TEST
            END-READ.
        RUN-ONE-TEST.
            MOVE EXP-PROGRAM-ID TO WS-JOB-NAME.
            MOVE EXP-PARM-VALUE TO WS-EXP-PARM.
            MOVE EXP-RESULT TO WS-EXP-RESULT.
            PERFORM READ-CATALOG-ENTRY.
            IF WS-CAT-FOUND = "Y" AND CAT-ACTIVE NOT = "Y"
                ADD 1 TO TESTS-SKIPPED
                MOVE SPACES TO REPORT-LINE
                STRING "EULVERIF " WS-JOB-NAME
                    " INACTIVE IN JOB CATALOG, TEST SKIPPED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY REPORT-LINE
            ELSE
            IF WS-CAT-FOUND = "N" OR CAT-PARM-FILE = SPACES
                ADD 1 TO TESTS-RUN
                ADD 1 TO TESTS-FAILED
                MOVE SPACES TO REPORT-LINE
                STRING "EULVERIF " WS-JOB-NAME
                    " NO PARM FILE IN JOB CATALOG, TEST FAILED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY REPORT-LINE
            ELSE
                ADD 1 TO TESTS-RUN
                MOVE CAT-PARM-FILE TO WS-PARM-FILE-ID
                PERFORM RUN-CATALOGUED-TEST
            END-IF
            END-IF.
        READ-CATALOG-ENTRY.
            MOVE "Y" TO WS-CAT-FOUND.
            MOVE WS-JOB-NAME TO CAT-PROGRAM-ID.
            READ CATALOG-FILE
                INVALID KEY
                    MOVE "N" TO WS-CAT-FOUND
            END-READ.
        RUN-CATALOGUED-TEST.
            PERFORM SAVE-PARM-DECK.
            IF WS-SAVE-OVERFLOW = "Y"
                ADD 1 TO TESTS-FAILED
                    IF RES-PROGRAM-ID = WS-JOB-NAME
                        AND RES-PARM-VALUE = WS-EXP-PARM
                        AND RES-RUN-DATE = WS-TODAY
                        AND RES-ENTRY-TYPE NOT = "R"
                            MOVE RES-RESULT TO WS-ACTUAL-RESULT
                            MOVE "Y" TO WS-ACTUAL-FOUND
                    END-IF
            MOVE SPACES TO REPORT-LINE.
            STRING "EULVERIF " WS-TODAY " TESTS=" TESTS-RUN
                " PASSED=" TESTS-PASSED " FAILED=" TESTS-FAILED
                " SKIPPED=" TESTS-SKIPPED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY REPORT-LINE.
        WRITE-TEST-PARM.
            MOVE WS-JOB-NAME TO WS-CARD-PROGRAM.
            MOVE WS-EXP-PARM TO WS-CARD-VALUE.
            OPEN OUTPUT PARM-FILE.
            WRITE PARM-RECORD FROM WS-TEST-CARD.
            MOVE WS-PARM-FILE-ID TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PARM-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
            CLOSE PARM-FILE.
        SAVE-PARM-DECK.
            MOVE 0 TO SAVE-COUNT.
            MOVE "N" TO WS-SAVE-OVERFLOW.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "00"
                PERFORM SAVE-PARM-CARD
                    UNTIL WS-PARM-STATUS NOT = "00"
                CLOSE PARM-FILE
            END-IF.
        SAVE-PARM-CARD.
            READ PARM-FILE
                AT END
                    CONTINUE
                NOT AT END
                        MOVE "Y" TO WS-SAVE-OVERFLOW
                    ELSE
                        ADD 1 TO SAVE-COUNT
                        MOVE PARM-RECORD TO SAVE-CARD(SAVE-COUNT)
                    END-IF
            END-READ.
        RESTORE-PARM-DECK.
            MOVE 1 TO WS-SX.
            OPEN OUTPUT PARM-FILE.
            PERFORM RESTORE-PARM-CARD
                UNTIL WS-SX > SAVE-COUNT.
            CLOSE PARM-FILE.
        RESTORE-PARM-CARD.
            WRITE PARM-RECORD FROM SAVE-CARD(WS-SX).
            MOVE WS-PARM-FILE-ID TO IOCHK-FILE-NAME.
            MOVE "WRITE" TO IOCHK-OPERATION.
            MOVE WS-PARM-STATUS TO IOCHK-STATUS.
            PERFORM CHECK-IO-STATUS.
