        IDENTIFICATION DIVISION.
        PROGRAM-ID. EULXARTH.
        DATA DIVISION.
            WORKING-STORAGE SECTION.
            01  WS-OPND-1               PIC 9(31).
            01  WS-OPND-1-DIGITS REDEFINES WS-OPND-1.
                02  WS-D1               PIC 9 OCCURS 31 TIMES.
            01  WS-OPND-2               PIC 9(31).
            01  WS-OPND-2-DIGITS REDEFINES WS-OPND-2.
                02  WS-D2               PIC 9 OCCURS 31 TIMES.
            01  WS-RESULT               PIC 9(31).
            01  WS-RESULT-DIGITS REDEFINES WS-RESULT.
                02  WS-DR               PIC 9 OCCURS 31 TIMES.
            01  WS-REM-AREA.
                02  WS-REM-HIGH         PIC 9.
                02  WS-REM-LOW          PIC 9(31).
            01  WS-REM-DIGITS REDEFINES WS-REM-AREA.
                02  WS-DM               PIC 9 OCCURS 32 TIMES.
            01  WS-DVS-AREA.
                02  WS-DVS-HIGH         PIC 9.
                02  WS-DVS-LOW          PIC 9(31).
            01  WS-DVS-DIGITS REDEFINES WS-DVS-AREA.
                02  WS-DV               PIC 9 OCCURS 32 TIMES.
            01  WS-PRODUCT-TABLE.
                02  WS-PD               PIC 9(6) OCCURS 62 TIMES.
            01  WS-I                    PIC 9(4).
            01  WS-J                    PIC 9(4).
            01  WS-K                    PIC 9(4).
            01  WS-CARRY                PIC 9(6).
            01  WS-BORROW               PIC 9.
            01  WS-DIGIT                PIC 9.
            01  WS-DIGIT-SUM            PIC 9(6).
            01  WS-QUOTIENT-DIGIT       PIC 9(2).
            01  WS-COMPARE              PIC X.
            LINKAGE SECTION.
            COPY EULXA.
        PROCEDURE DIVISION USING EULER-XARITH-AREA.
        MAIN-PARA.
            MOVE SPACE TO XA-STATUS.
            MOVE 0 TO XA-RESULT.
            MOVE 0 TO XA-REMAINDER.
            MOVE XA-OPERAND-1 TO WS-OPND-1.
            MOVE XA-OPERAND-2 TO WS-OPND-2.
            MOVE 0 TO WS-RESULT.
            EVALUATE XA-OPERATION
                WHEN "A"
                    PERFORM ADD-OPERANDS
                WHEN "M"
                    PERFORM MULTIPLY-OPERANDS
                WHEN "D"
                    PERFORM DIVIDE-OPERANDS
                WHEN OTHER
                    MOVE "E" TO XA-STATUS
            END-EVALUATE.
            IF XA-STATUS = SPACE
                MOVE WS-RESULT TO XA-RESULT
            END-IF.
            GOBACK.
        ADD-OPERANDS.
            MOVE 0 TO WS-CARRY.
            MOVE 31 TO WS-I.
            PERFORM ADD-DIGIT UNTIL WS-I = 0.
            IF WS-CARRY > 0
                MOVE "O" TO XA-STATUS
            END-IF.
        ADD-DIGIT.
            COMPUTE WS-DIGIT-SUM = WS-D1(WS-I) + WS-D2(WS-I)
                + WS-CARRY.
            DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-CARRY
                REMAINDER WS-DIGIT.
            MOVE WS-DIGIT TO WS-DR(WS-I).
            SUBTRACT 1 FROM WS-I.
        MULTIPLY-OPERANDS.
            MOVE 1 TO WS-K.
            PERFORM CLEAR-PRODUCT-SLOT UNTIL WS-K > 62.
            MOVE 1 TO WS-I.
            PERFORM MULTIPLY-ROW UNTIL WS-I > 31.
            MOVE 62 TO WS-K.
            PERFORM CARRY-PRODUCT-SLOT UNTIL WS-K < 2.
            MOVE 1 TO WS-K.
            PERFORM CHECK-PRODUCT-HIGH UNTIL WS-K > 31.
            IF XA-STATUS = SPACE
                MOVE 1 TO WS-K
                PERFORM TAKE-PRODUCT-DIGIT UNTIL WS-K > 31
            END-IF.
        CLEAR-PRODUCT-SLOT.
            MOVE 0 TO WS-PD(WS-K).
            ADD 1 TO WS-K.
        MULTIPLY-ROW.
            IF WS-D1(WS-I) NOT = 0
                MOVE 1 TO WS-J
                PERFORM MULTIPLY-DIGIT UNTIL WS-J > 31
            END-IF.
            ADD 1 TO WS-I.
        MULTIPLY-DIGIT.
            COMPUTE WS-K = WS-I + WS-J.
            COMPUTE WS-PD(WS-K) = WS-PD(WS-K)
                + WS-D1(WS-I) * WS-D2(WS-J).
            ADD 1 TO WS-J.
        CARRY-PRODUCT-SLOT.
            DIVIDE WS-PD(WS-K) BY 10 GIVING WS-CARRY
                REMAINDER WS-DIGIT.
            MOVE WS-DIGIT TO WS-PD(WS-K).
            SUBTRACT 1 FROM WS-K.
            ADD WS-CARRY TO WS-PD(WS-K).
        CHECK-PRODUCT-HIGH.
            IF WS-PD(WS-K) NOT = 0
                MOVE "O" TO XA-STATUS
            END-IF.
            ADD 1 TO WS-K.
        TAKE-PRODUCT-DIGIT.
            COMPUTE WS-J = WS-K + 31.
            MOVE WS-PD(WS-J) TO WS-DR(WS-K).
            ADD 1 TO WS-K.
        DIVIDE-OPERANDS.
            IF WS-OPND-2 = 0
                MOVE "Z" TO XA-STATUS
            ELSE
                MOVE 0 TO WS-DVS-HIGH
                MOVE WS-OPND-2 TO WS-DVS-LOW
                MOVE 0 TO WS-REM-HIGH
                MOVE 0 TO WS-REM-LOW
                MOVE 1 TO WS-I
                PERFORM DIVIDE-STEP UNTIL WS-I > 31
                MOVE WS-REM-LOW TO XA-REMAINDER
            END-IF.
        DIVIDE-STEP.
            MOVE 1 TO WS-K.
            PERFORM SHIFT-REMAINDER-DIGIT UNTIL WS-K > 31.
            MOVE WS-D1(WS-I) TO WS-DM(32).
            MOVE 0 TO WS-QUOTIENT-DIGIT.
            PERFORM COMPARE-REMAINDER.
            PERFORM SUBTRACT-DIVISOR UNTIL WS-COMPARE = "L".
            MOVE WS-QUOTIENT-DIGIT TO WS-DR(WS-I).
            ADD 1 TO WS-I.
        SHIFT-REMAINDER-DIGIT.
            MOVE WS-DM(WS-K + 1) TO WS-DM(WS-K).
            ADD 1 TO WS-K.
        COMPARE-REMAINDER.
            MOVE "E" TO WS-COMPARE.
            MOVE 1 TO WS-K.
            PERFORM COMPARE-DIGIT
                UNTIL WS-COMPARE NOT = "E" OR WS-K > 32.
        COMPARE-DIGIT.
            IF WS-DM(WS-K) > WS-DV(WS-K)
                MOVE "H" TO WS-COMPARE
            ELSE
            IF WS-DM(WS-K) < WS-DV(WS-K)
                MOVE "L" TO WS-COMPARE
            END-IF
            END-IF.
            ADD 1 TO WS-K.
        SUBTRACT-DIVISOR.
            MOVE 0 TO WS-BORROW.
            MOVE 32 TO WS-K.
            PERFORM SUBTRACT-DIGIT UNTIL WS-K = 0.
            ADD 1 TO WS-QUOTIENT-DIGIT.
            PERFORM COMPARE-REMAINDER.
        SUBTRACT-DIGIT.
            COMPUTE WS-DIGIT-SUM = WS-DM(WS-K) + 10 - WS-DV(WS-K)
                - WS-BORROW.
            IF WS-DIGIT-SUM < 10
                MOVE 1 TO WS-BORROW
            ELSE
                MOVE 0 TO WS-BORROW
                SUBTRACT 10 FROM WS-DIGIT-SUM
            END-IF.
            MOVE WS-DIGIT-SUM TO WS-DM(WS-K).
            SUBTRACT 1 FROM WS-K.
