001200*          disagree or no acknowledgment arrived - so a green
001300*          GLDAILY finally means the figures landed on the
001400*          other side, not just that the file was written.
001410*          A blank run date means the last open day before today
001420*          on the business calendar (CalLookup).
001500* Tectonics: cobc
001600******************************************************************
001700 IDENTIFICATION DIVISION.
007200 77  WS-ACK-STATUS           PIC X(2).
007300 77  WS-LOG-STATUS           PIC X(2).
007400 77  WS-RUN-DATE             PIC X(8).
007410 77  WS-TODAY                PIC X(8).
007420 77  WS-CAL-FUNCTION         PIC X(1) VALUE 'P'.
007430 77  WS-CAL-FOUND            PIC X(1).
007500 77  WS-TRAILER-FOUND        PIC X(1) VALUE 'N'.
007600 77  WS-ACK-FOUND            PIC X(1) VALUE 'N'.
007700 77  WS-OUR-COUNT            PIC 9(7) VALUE ZERO.
009300 1000-INITIALIZE.
009400     ACCEPT WS-RUN-DATE
009500     IF WS-RUN-DATE = SPACES
009510         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
009520         CALL "CalLookup" USING WS-CAL-FUNCTION, WS-TODAY,
009530             WS-RUN-DATE, WS-CAL-FOUND
009540         IF WS-CAL-FOUND NOT = 'Y'
009550             DISPLAY "GlAckMatch: business calendar missing, "
009560                 "week-end rule used for " WS-RUN-DATE
009570         END-IF
009700     END-IF
009800     IF WS-RUN-DATE NOT NUMERIC
009900         DISPLAY "GlAckMatch: invalid date [" WS-RUN-DATE
