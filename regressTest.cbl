000300* Date:
000400* Purpose: Regression driver for the addition, subtraction,
000500*          multiplication, division, percentage and parity/
000550*          prime checks, and the currency conversion (op code
000560*          C, NUM2 carrying the rate to six decimals, checked
000570*          through ConvCalc).
000600*          Reads a canned file of known NUM1/NUM2 pairs (or a
000700*          single NUM for parity) together with the expected
000750*          result, calls the same AddCalc/SubCalc/MultCalc/
002600     05  RG-OP-CODE          PIC X(1).
002700     05  RG-NUM1             PIC 9(9)V99.
002800     05  RG-NUM2             PIC 9(9)V99.
002850     05  RG-RATE REDEFINES RG-NUM2 PIC 9(5)V9(6).
002900     05  RG-EXPECTED         PIC X(15).
003000 WORKING-STORAGE SECTION.
003100 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
003720 77  WS-DIV-QUOTIENT         PIC 9(10)V99.
003730 77  WS-DIV-REMAINDER        PIC 9(9)V99.
003740 77  WS-PCT-RESULT           PIC 9(10)V99.
003750 77  WS-CONV-RATE            PIC 9(4)V9(6).
003760 77  WS-CONV-RESULT          PIC 9(10)V99.
003800 77  WS-EXPECTED-NUM         PIC S9(10)V99.
003900 77  WS-ACTUAL-TXT           PIC X(15).
004000 77  WS-NUM-VALUE            PIC 9(9).
006340             PERFORM 2500-CHECK-DIVISION
006350         WHEN "%"
006360             PERFORM 2600-CHECK-PERCENTAGE
006370         WHEN "C"
006380             PERFORM 2700-CHECK-CONVERSION
006400         WHEN OTHER
006500             DISPLAY "RegressTest: bad op code on test "
006600                 WS-TEST-NO
011218     ELSE
011219         PERFORM 2950-REPORT-FAIL
011220     END-IF.
011230 2700-CHECK-CONVERSION.
011240     MOVE RG-RATE TO WS-CONV-RATE
011250     CALL "ConvCalc" USING RG-NUM1, WS-CONV-RATE, WS-CONV-RESULT,
011260         WS-CALC-STATUS
011270     MOVE FUNCTION NUMVAL(RG-EXPECTED) TO WS-EXPECTED-NUM
011280     IF WS-CONV-RESULT = WS-EXPECTED-NUM
011290         PERFORM 2900-REPORT-PASS
011300     ELSE
011310         PERFORM 2950-REPORT-FAIL
011320     END-IF.

012300 2900-REPORT-PASS.
012400     ADD 1 TO WS-PASS-COUNT
012500     DISPLAY "TEST " WS-TEST-NO " ... PASS".
012600 2950-REPORT-FAIL.
