000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Answers the exchange rate in force for a currency on
000500*          a business date. Scans the RATEFILE the supervisor
000600*          maintains and returns the rate dated on, or failing
000700*          that most recently before, LK-DATE, together with
000800*          the date of the line it came from, and LK-FOUND 'Y';
000900*          'N' when the currency has no rate on or before the
001000*          date (including when no rate file exists yet). The
001100*          desk insists on a rate dated today; the night run
001200*          and AuditVerify take the one in force. The last
001300*          question is cached so a night of conversions in one
001400*          currency does not re-read the file every record.
001500* Tectonics: cobc
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. RateLookup.
001900
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT RATE-FILE ASSIGN TO "RATEFILE"
002400         FILE STATUS IS WS-RATE-STATUS
002500         ORGANIZATION IS LINE SEQUENTIAL.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  RATE-FILE.
003000 COPY "ratefile.cpy".
003100
003200 WORKING-STORAGE SECTION.
003300 77  WS-RATE-STATUS          PIC X(2).
003400 77  WS-EOF-FLAG             PIC X(1).
003500     88  WS-EOF                          VALUE 'Y'.
003600 77  WS-LAST-DATE            PIC X(8) VALUE SPACES.
003700 77  WS-LAST-CURRENCY        PIC X(3) VALUE SPACES.
003800 77  WS-LAST-RATE            PIC 9(4)V9(6).
003900 77  WS-LAST-RATE-DATE       PIC X(8).
004000 77  WS-LAST-FOUND           PIC X(1).
004100
004200 LINKAGE SECTION.
004300 01  LK-DATE                 PIC X(8).
004400 01  LK-CURRENCY             PIC X(3).
004500 01  LK-RATE                 PIC 9(4)V9(6).
004600 01  LK-RATE-DATE            PIC X(8).
004700 01  LK-FOUND                PIC X(1).
004800
004900 PROCEDURE DIVISION USING LK-DATE, LK-CURRENCY, LK-RATE,
005000     LK-RATE-DATE, LK-FOUND.
005100 0000-MAINLINE.
005200     IF LK-DATE = WS-LAST-DATE
005300        AND LK-CURRENCY = WS-LAST-CURRENCY
005400         MOVE WS-LAST-RATE TO LK-RATE
005500         MOVE WS-LAST-RATE-DATE TO LK-RATE-DATE
005600         MOVE WS-LAST-FOUND TO LK-FOUND
005700     ELSE
005800         PERFORM 1000-SCAN-RATES
005900         MOVE LK-DATE TO WS-LAST-DATE
006000         MOVE LK-CURRENCY TO WS-LAST-CURRENCY
006100         MOVE LK-RATE TO WS-LAST-RATE
006200         MOVE LK-RATE-DATE TO WS-LAST-RATE-DATE
006300         MOVE LK-FOUND TO WS-LAST-FOUND
006400     END-IF
006500     GOBACK.
006600
006700 1000-SCAN-RATES.
006800     MOVE 'N' TO LK-FOUND
006900     MOVE ZERO TO LK-RATE
007000     MOVE SPACES TO LK-RATE-DATE
007100     MOVE 'N' TO WS-EOF-FLAG
007200     OPEN INPUT RATE-FILE
007300     IF WS-RATE-STATUS = "00"
007400         PERFORM 1100-READ-ONE-RATE UNTIL WS-EOF
007500         CLOSE RATE-FILE
007600     END-IF.
007700
007800 1100-READ-ONE-RATE.
007900     READ RATE-FILE
008000         AT END
008100             SET WS-EOF TO TRUE
008200         NOT AT END
008300             IF RATE-CURRENCY = LK-CURRENCY
008400                AND RATE-DATE NOT > LK-DATE
008500                AND RATE-DATE NOT < LK-RATE-DATE
008600                AND RATE-VALUE IS NUMERIC
008700                 MOVE RATE-DATE TO LK-RATE-DATE
008800                 MOVE RATE-VALUE TO LK-RATE
008900                 MOVE 'Y' TO LK-FOUND
009000             END-IF
009100     END-READ.
009200
009300 END PROGRAM RateLookup.
