001080*          accounting receives clean figures. Replaces the
001100*          manual re-keying of desk totals from the printed
001120*          report.
001130*          A currency conversion goes out as op code C with the
001140*          foreign amount, the rate applied and the euro result,
001150*          and its currency code in a trailing column that is
001160*          blank on every other operation.
001170*          A blank run date means the last open day before today
001180*          on the business calendar (CalLookup), so a run after
001190*          midnight or on a Monday extracts the right day.
001200* Tectonics: cobc
001300******************************************************************
001400 IDENTIFICATION DIVISION.
002000         ORGANIZATION IS INDEXED
002100         ACCESS MODE IS DYNAMIC
002200         RECORD KEY IS AUDM-KEY
002210         ALTERNATE RECORD KEY IS AUDM-OPERATOR
002220             WITH DUPLICATES
002230         ALTERNATE RECORD KEY IS AUDM-OPERATION
002240             WITH DUPLICATES
002300         FILE STATUS IS WS-MST-STATUS.

002400     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
004100     05  GL-NUM2             PIC X(13).
004200     05  FILLER              PIC X(1).
004300     05  GL-RESULT           PIC X(15).
004310     05  FILLER              PIC X(1).
004320     05  GL-CURRENCY         PIC X(3).
004400 01  GL-TRAILER-RECORD.
004500     05  GL-TRAILER-TAG      PIC X(1).
004600     05  FILLER              PIC X(1).
005400 77  WS-MST-STATUS           PIC X(2).
005500 77  WS-GL-STATUS            PIC X(2).
005600 77  WS-RUN-DATE             PIC X(8).
005610 77  WS-TODAY                PIC X(8).
005620 77  WS-CAL-FUNCTION         PIC X(1) VALUE 'P'.
005630 77  WS-CAL-FOUND            PIC X(1).
005700 77  WS-EXTRACT-COUNT        PIC 9(7) VALUE ZERO.
005800 77  WS-HASH-TOTAL           PIC S9(15)V99 VALUE ZERO.
005900 77  WS-RESULT-NUM           PIC S9(13)V99.

006700 1000-INITIALIZE.
006800     DISPLAY "GlExtract: date d'extraction (AAAAMMJJ, vide = "
006900         "dernier jour ouvre) ?"
007000     ACCEPT WS-RUN-DATE
007100     IF WS-RUN-DATE = SPACES
007110         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
007120         CALL "CalLookup" USING WS-CAL-FUNCTION, WS-TODAY,
007130             WS-RUN-DATE, WS-CAL-FOUND
007140         IF WS-CAL-FOUND NOT = 'Y'
007150             DISPLAY "GlExtract: business calendar missing, "
007160                 "week-end rule used for " WS-RUN-DATE
007170         END-IF
007300     END-IF
007400     IF WS-RUN-DATE NOT NUMERIC
007500         DISPLAY "GlExtract: invalid date [" WS-RUN-DATE
012200         MOVE AUDM-NUM1 TO GL-NUM1
012300         MOVE AUDM-NUM2 TO GL-NUM2
012400         MOVE AUDM-RESULT TO GL-RESULT
012450         IF WS-GL-OP-CODE = "C"
012460             MOVE AUDM-OPERATION(12:3) TO GL-CURRENCY
012470         END-IF
012500         MOVE WS-DELIMITER TO GL-DETAIL-RECORD(9:1)
012600         MOVE WS-DELIMITER TO GL-DETAIL-RECORD(16:1)
012700         MOVE WS-DELIMITER TO GL-DETAIL-RECORD(18:1)
012800         MOVE WS-DELIMITER TO GL-DETAIL-RECORD(32:1)
012900         MOVE WS-DELIMITER TO GL-DETAIL-RECORD(46:1)
012950         MOVE WS-DELIMITER TO GL-DETAIL-RECORD(62:1)
013000         WRITE GL-DETAIL-RECORD
013100         ADD 1 TO WS-EXTRACT-COUNT
013200         PERFORM 2300-ACCUMULATE-HASH
014420         WHEN "ANNULATION"
014440             MOVE "R" TO WS-GL-OP-CODE
014500         WHEN OTHER
014550             IF AUDM-OPERATION(1:10) = "CONVERSION"
014560                 MOVE "C" TO WS-GL-OP-CODE
014570             ELSE
014600                 MOVE "?" TO WS-GL-OP-CODE
014650             END-IF
014700     END-EVALUATE.

014800 2300-ACCUMULATE-HASH.
