000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Year-end check of the business calendar, run as the
000500*          last step of MONTHEND. For the closing month (SYSIN
000600*          AAAAMM, blank = this month) it counts the days the
000700*          CALENDAR file holds for that year and for the next
000800*          one. A year that is not complete - one line per day
000900*          - means CalLookup falls back on the week-end rule
001000*          and ignores the holidays, so StandingOrders and the
001100*          blank-date defaults of GlExtract, DailyClose and
001200*          GlAckMatch may pick a closed day. From the October
001300*          month-end on, a missing or partial next year ends
001400*          RC=4 as a warning to load it through CalendMaint
001500*          before 1 January; a missing or partial current year
001600*          ends RC=8. RC=16 on a bad parameter.
001700* Tectonics: cobc
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. CalCheck.
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
002600         FILE STATUS IS WS-CAL-STATUS
002700         ORGANIZATION IS LINE SEQUENTIAL.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  CALENDAR-FILE.
003200 COPY "calendar.cpy".
003300
003400 WORKING-STORAGE SECTION.
003500 77  WS-CAL-STATUS           PIC X(2).
003600 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
003700     88  WS-EOF                          VALUE 'Y'.
003800 77  WS-RUN-MONTH            PIC X(6).
003900 77  WS-THIS-YEAR            PIC 9(4).
004000 77  WS-NEXT-YEAR            PIC 9(4).
004100 77  WS-MONTH                PIC 9(2).
004200 77  WS-YEAR-TEXT            PIC X(4).
004300 77  WS-NEXT-TEXT            PIC X(4).
004400 77  WS-THIS-COUNT           PIC 9(5) VALUE ZERO.
004500 77  WS-NEXT-COUNT           PIC 9(5) VALUE ZERO.
004600 77  WS-THIS-EXPECTED        PIC 9(5).
004700 77  WS-NEXT-EXPECTED        PIC 9(5).
004800 77  WS-CHECK-YEAR           PIC 9(4).
004900 77  WS-DAYS-IN-YEAR         PIC 9(5).
005000 77  WS-DATE-FIRST           PIC 9(8).
005100 77  WS-DATE-LAST            PIC 9(8).
005200 01  WS-PARM-LINE.
005300     05  WS-PARM-MONTH       PIC X(6).
005400     05  FILLER              PIC X(74).
005500
005600 PROCEDURE DIVISION.
005700 0000-MAINLINE.
005800     PERFORM 1000-INITIALIZE
005900     PERFORM 2000-COUNT-DAYS UNTIL WS-EOF
006000     PERFORM 3000-JUDGE
006100     STOP RUN.
006200
006300 1000-INITIALIZE.
006400     MOVE SPACES TO WS-PARM-LINE
006500     ACCEPT WS-PARM-LINE
006600     MOVE WS-PARM-MONTH TO WS-RUN-MONTH
006700     IF WS-RUN-MONTH = SPACES
006800         MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-MONTH
006900     END-IF
007000     IF WS-RUN-MONTH NOT NUMERIC
007100         DISPLAY "CalCheck: invalid month [" WS-RUN-MONTH
007200             "], expected AAAAMM"
007300         MOVE 16 TO RETURN-CODE
007400         STOP RUN
007500     END-IF
007600     MOVE WS-RUN-MONTH(1:4) TO WS-THIS-YEAR
007700     MOVE WS-RUN-MONTH(5:2) TO WS-MONTH
007800     COMPUTE WS-NEXT-YEAR = WS-THIS-YEAR + 1
007900     MOVE WS-THIS-YEAR TO WS-YEAR-TEXT
008000     MOVE WS-NEXT-YEAR TO WS-NEXT-TEXT
008100     MOVE WS-THIS-YEAR TO WS-CHECK-YEAR
008200     PERFORM 1100-DAYS-IN-YEAR
008300     MOVE WS-DAYS-IN-YEAR TO WS-THIS-EXPECTED
008400     MOVE WS-NEXT-YEAR TO WS-CHECK-YEAR
008500     PERFORM 1100-DAYS-IN-YEAR
008600     MOVE WS-DAYS-IN-YEAR TO WS-NEXT-EXPECTED
008700     OPEN INPUT CALENDAR-FILE
008800     IF WS-CAL-STATUS = "35"
008900         DISPLAY "CalCheck: no CALENDAR file"
009000         SET WS-EOF TO TRUE
009100     ELSE
009200         IF WS-CAL-STATUS NOT = "00"
009300             DISPLAY "CalCheck: cannot open CALENDAR, file "
009400                 "status " WS-CAL-STATUS
009500             MOVE 16 TO RETURN-CODE
009600             STOP RUN
009700         END-IF
009800         PERFORM 2100-READ-CALENDAR
009900     END-IF.
010000
010100 1100-DAYS-IN-YEAR.
010200     COMPUTE WS-DATE-FIRST = WS-CHECK-YEAR * 10000 + 0101
010300     COMPUTE WS-DATE-LAST = WS-CHECK-YEAR * 10000 + 1231
010400     COMPUTE WS-DAYS-IN-YEAR =
010500         FUNCTION INTEGER-OF-DATE(WS-DATE-LAST)
010600         - FUNCTION INTEGER-OF-DATE(WS-DATE-FIRST) + 1.
010700
010800 2000-COUNT-DAYS.
010900     EVALUATE CAL-DATE(1:4)
011000         WHEN WS-YEAR-TEXT
011100             ADD 1 TO WS-THIS-COUNT
011200         WHEN WS-NEXT-TEXT
011300             ADD 1 TO WS-NEXT-COUNT
011400         WHEN OTHER
011500             CONTINUE
011600     END-EVALUATE
011700     PERFORM 2100-READ-CALENDAR.
011800
011900 2100-READ-CALENDAR.
012000     READ CALENDAR-FILE
012100         AT END
012200             SET WS-EOF TO TRUE
012300     END-READ.
012400
012500 3000-JUDGE.
012600     IF WS-CAL-STATUS NOT = "35"
012700         CLOSE CALENDAR-FILE
012800     END-IF
012900     DISPLAY "CalCheck: " WS-YEAR-TEXT " " WS-THIS-COUNT
013000         " of " WS-THIS-EXPECTED " days, " WS-NEXT-TEXT " "
013100         WS-NEXT-COUNT " of " WS-NEXT-EXPECTED " days"
013200     IF WS-MONTH NOT < 10
013300        AND WS-NEXT-COUNT < WS-NEXT-EXPECTED
013400         DISPLAY "CalCheck: WARNING - business calendar for "
013500             WS-NEXT-TEXT " not loaded, load it through "
013600             "CalendMaint before 1 January"
013700         MOVE 4 TO RETURN-CODE
013800     END-IF
013900     IF WS-THIS-COUNT < WS-THIS-EXPECTED
014000         DISPLAY "CalCheck: business calendar for "
014100             WS-YEAR-TEXT " incomplete, week-end rule in use"
014200         MOVE 8 TO RETURN-CODE
014300     END-IF.
014400
014500 END PROGRAM CalCheck.
