000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Shared currency conversion routine alongside AddCalc,
000500*          SubCalc, MultCalc, DivCalc and PctCalc - converts
000600*          LK-AMOUNT of a foreign currency into euros at
000700*          LK-RATE (euros for one unit, six decimals), rounded
000800*          to the cent (COMPUTE ROUNDED, half up), so the desk
000900*          conversion, the night batch and the audit integrity
001000*          sweep all price a conversion exactly the same way.
001100*          Flags a result too large for the receiving field
001200*          with status '9'.
001300* Tectonics: cobc
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. ConvCalc IS INITIAL PROGRAM.
001700 DATA DIVISION.
001800 WORKING-STORAGE SECTION.
001900 LINKAGE SECTION.
002000 01  LK-AMOUNT               PIC 9(9)V99.
002100 01  LK-RATE                 PIC 9(4)V9(6).
002200 01  LK-RESULT               PIC 9(10)V99.
002300 01  LK-STATUS               PIC X(1).
002400     88  LK-SIZE-ERROR                   VALUE '9'.
002500 PROCEDURE DIVISION USING LK-AMOUNT, LK-RATE, LK-RESULT,
002600     LK-STATUS.
002700 0000-MAINLINE.
002800     MOVE '0' TO LK-STATUS
002900     COMPUTE LK-RESULT ROUNDED = LK-AMOUNT * LK-RATE
003000         ON SIZE ERROR
003100             SET LK-SIZE-ERROR TO TRUE
003200     END-COMPUTE
003300     GOBACK.
003400 END PROGRAM ConvCalc.
