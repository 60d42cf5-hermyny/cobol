000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Answers open-day questions from the business
000500*          calendar the supervisor keeps through CalendMaint.
000600*          LK-FUNCTION 'S' returns in LK-OPEN-DATE the first
000700*          open day on or after LK-DATE (a standing order due
000800*          on a Sunday or a holiday goes out on the next open
000900*          day), 'P' the last open day before LK-DATE (the
001000*          business date a batch job started after midnight or
001100*          on a Monday morning is meant to process). LK-FOUND
001200*          comes back 'Y' when every day looked at was on the
001300*          calendar, 'N' when a day was missing and the rule
001400*          of thumb was used instead - Saturday and Sunday
001500*          closed, every other day open - so the caller can
001600*          warn that a year still has to be loaded. The
001700*          calendar is read once into storage on the first
001800*          call of the run.
001900* Tectonics: cobc
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CalLookup.
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
002800         FILE STATUS IS WS-CAL-STATUS
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  CALENDAR-FILE.
003400 COPY "calendar.cpy".
003500
003600 WORKING-STORAGE SECTION.
003700 77  WS-CAL-STATUS           PIC X(2).
003800 77  WS-EOF-FLAG             PIC X(1).
003900     88  WS-EOF                          VALUE 'Y'.
004000 77  WS-LOADED               PIC X(1) VALUE 'N'.
004100 77  WS-DAY-COUNT            PIC 9(4) VALUE ZERO.
004200 77  WS-DAY-IX               PIC 9(4).
004300 77  WS-DAY-FOUND            PIC X(1).
004400 77  WS-DAY-OPEN             PIC X(1).
004500 77  WS-DATE-INT             PIC 9(8).
004600 77  WS-DATE-NUM             PIC 9(8).
004700 77  WS-LOOK-DATE            PIC X(8).
004800 77  WS-WEEKDAY              PIC 9(1).
004900 77  WS-STEPS                PIC 9(3).
005000 01  WS-DAY-TABLE.
005100     05  WS-DAY-ENTRY        OCCURS 4000.
005200         10  WS-DT-DATE      PIC X(8).
005300         10  WS-DT-TYPE      PIC X(1).
005400
005500 LINKAGE SECTION.
005600 01  LK-FUNCTION             PIC X(1).
005700 01  LK-DATE                 PIC X(8).
005800 01  LK-OPEN-DATE            PIC X(8).
005900 01  LK-FOUND                PIC X(1).
006000
006100 PROCEDURE DIVISION USING LK-FUNCTION, LK-DATE, LK-OPEN-DATE,
006200     LK-FOUND.
006300 0000-MAINLINE.
006400     IF WS-LOADED NOT = 'Y'
006500         PERFORM 1000-LOAD-CALENDAR
006600     END-IF
006700     MOVE 'Y' TO LK-FOUND
006800     MOVE SPACES TO LK-OPEN-DATE
006900     IF LK-DATE NOT NUMERIC
007000         MOVE 'N' TO LK-FOUND
007100         GOBACK
007200     END-IF
007300     MOVE LK-DATE TO WS-DATE-NUM
007400     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
007500     IF LK-FUNCTION = 'P'
007600         SUBTRACT 1 FROM WS-DATE-INT
007700     END-IF
007800     MOVE 'N' TO WS-DAY-OPEN
007900     MOVE ZERO TO WS-STEPS
008000     PERFORM 2000-TRY-ONE-DAY
008100         UNTIL WS-DAY-OPEN = 'Y' OR WS-STEPS > 366
008200     IF WS-DAY-OPEN = 'Y'
008300         MOVE WS-LOOK-DATE TO LK-OPEN-DATE
008400     END-IF
008500     GOBACK.
008600
008700 1000-LOAD-CALENDAR.
008800     MOVE 'Y' TO WS-LOADED
008900     MOVE 'N' TO WS-EOF-FLAG
009000     OPEN INPUT CALENDAR-FILE
009100     IF WS-CAL-STATUS = "00"
009200         PERFORM 1100-READ-ONE-DAY UNTIL WS-EOF
009300         CLOSE CALENDAR-FILE
009400     END-IF.
009500
009600 1100-READ-ONE-DAY.
009700     READ CALENDAR-FILE
009800         AT END
009900             SET WS-EOF TO TRUE
010000         NOT AT END
010100             IF WS-DAY-COUNT < 4000
010200                 ADD 1 TO WS-DAY-COUNT
010300                 MOVE CAL-DATE TO WS-DT-DATE(WS-DAY-COUNT)
010400                 MOVE CAL-DAY-TYPE TO WS-DT-TYPE(WS-DAY-COUNT)
010500             END-IF
010600     END-READ.
010700
010800 2000-TRY-ONE-DAY.
010900     ADD 1 TO WS-STEPS
011000     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
011100     MOVE WS-DATE-NUM TO WS-LOOK-DATE
011200     MOVE 'N' TO WS-DAY-FOUND
011300     PERFORM 2100-COMPARE-ONE-DAY
011400         VARYING WS-DAY-IX FROM 1 BY 1
011500         UNTIL WS-DAY-IX > WS-DAY-COUNT
011600            OR WS-DAY-FOUND = 'Y'
011700     IF WS-DAY-FOUND = 'N'
011800         MOVE 'N' TO LK-FOUND
011900         COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT, 7)
012000         IF WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
012100             MOVE 'Y' TO WS-DAY-OPEN
012200         END-IF
012300     END-IF
012400     IF WS-DAY-OPEN NOT = 'Y'
012500         IF LK-FUNCTION = 'P'
012600             SUBTRACT 1 FROM WS-DATE-INT
012700         ELSE
012800             ADD 1 TO WS-DATE-INT
012900         END-IF
013000     END-IF.
013100
013200 2100-COMPARE-ONE-DAY.
013300     IF WS-DT-DATE(WS-DAY-IX) = WS-LOOK-DATE
013400         MOVE 'Y' TO WS-DAY-FOUND
013500         IF WS-DT-TYPE(WS-DAY-IX) = 'O'
013600             MOVE 'Y' TO WS-DAY-OPEN
013700         END-IF
013800     END-IF.
013900
014000 END PROGRAM CalLookup.
