                    CONTINUE
                NOT AT END
                    IF LOG-START-TS(1:8) < WS-REVIEW-DATE
                        AND LOG-ENTRY-TYPE NOT = "R"
                            PERFORM TALLY-ONE-BASELINE
                    END-IF
            END-READ.
        TALLY-ONE-BASELINE.
                    CONTINUE
                NOT AT END
                    IF LOG-START-TS(1:8) = WS-REVIEW-DATE
                        AND LOG-ENTRY-TYPE NOT = "R"
                            PERFORM REVIEW-ONE-RUN
                    END-IF
            END-READ.
        REVIEW-ONE-RUN.
