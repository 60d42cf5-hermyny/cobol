000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Monthly cash over/short report over the drawer
000500*          variance history DRAWHIST, which Subtraction appends
000600*          to at every drawer close while DRAWERBAL keeps only
000700*          the last one. For the month from SYSIN (AAAAMM in
000800*          columns 1-6, blank = current month) one line per
000900*          operator signed on at close, then one per drawer:
001000*          number of closes, closes over, closes short, net
001100*          over/short and the largest single variance. A line
001200*          is flagged TOLERANCE when a single variance ran past
001300*          the tolerance in columns 8-15 (9(6)V99, blank =
001400*          10.00) either way, and SUCCESSIFS when the operator
001500*          or drawer came up short that many closes in a row
001600*          within the month (columns 17-18, blank = 03) - the
001700*          same cashier 5 EUR short every Friday shows up here
001800*          although each close alone looks harmless. Ends RC=4
001900*          when any line is flagged, so the month-end run
002000*          shows that someone has to look at the page.
002100* Tectonics: cobc
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. RapportEcarts.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DRAWER-HIST-FILE ASSIGN TO "DRAWHIST"
003000         FILE STATUS IS WS-HIST-STATUS
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300     SELECT VARIANCE-REPORT-FILE ASSIGN TO "ECARTRPT"
003400         FILE STATUS IS WS-RPT-STATUS
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DRAWER-HIST-FILE.
004000 COPY "drawhist.cpy".
004100
004200 FD  VARIANCE-REPORT-FILE.
004300 01  VARIANCE-REPORT-LINE    PIC X(80).
004400
004500 WORKING-STORAGE SECTION.
004600 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
004700     88  WS-EOF                          VALUE 'Y'.
004800 77  WS-HIST-STATUS          PIC X(2).
004900 77  WS-RPT-STATUS           PIC X(2).
005000 77  WS-REPORT-MONTH         PIC X(6).
005100 77  WS-TOLERANCE            PIC 9(6)V99.
005200 77  WS-STREAK-LIMIT         PIC 9(2).
005300 77  WS-OPER-COUNT           PIC 9(3) VALUE ZERO.
005400 77  WS-OPER-IX              PIC 9(3).
005500 77  WS-DRAWER-IX            PIC 9(3).
005600 77  WS-DRAWER-NO            PIC 9(2).
005700 77  WS-CLOSE-COUNT          PIC 9(7) VALUE ZERO.
005800 77  WS-FLAG-COUNT           PIC 9(5) VALUE ZERO.
005900 77  WS-ABS-VARIANCE         PIC 9(10)V99.
006000 77  WS-ABS-LARGEST          PIC 9(10)V99.
006100 77  WS-COUNT-ED             PIC Z(6)9.
006300 01  WS-PARM-LINE.
006400     05  WS-PARM-MONTH       PIC X(6).
006500     05  FILLER              PIC X(1).
006600     05  WS-PARM-TOLERANCE   PIC X(8).
006610     05  WS-PARM-TOLERANCE-N REDEFINES WS-PARM-TOLERANCE
006620                             PIC 9(6)V99.
006700     05  FILLER              PIC X(1).
006800     05  WS-PARM-STREAK      PIC X(2).
006900     05  FILLER              PIC X(62).
007000 01  WS-ACC-ENTRY.
007100     05  WS-ACC-CLOSES       PIC 9(5).
007200     05  WS-ACC-OVER         PIC 9(5).
007300     05  WS-ACC-SHORT        PIC 9(5).
007400     05  WS-ACC-NET          PIC S9(10)V99.
007500     05  WS-ACC-LARGEST      PIC S9(10)V99.
007600     05  WS-ACC-STREAK       PIC 9(3).
007700     05  WS-ACC-MAX-STREAK   PIC 9(3).
007800 01  WS-OPER-TABLE.
007900     05  WS-OPER-ENTRY OCCURS 200.
008000         10  WS-OT-OPERATOR  PIC X(8).
008100         10  WS-OT-ACC       PIC X(45).
008200 01  WS-DRAWER-TABLE.
008300     05  WS-DRAWER-ENTRY OCCURS 100.
008400         10  WS-DT-ACC       PIC X(45).
008500 01  WS-RPT-HEADING-1.
008600     05  FILLER              PIC X(1) VALUE SPACE.
008700     05  FILLER              PIC X(43)
008800         VALUE "RAPPORT MENSUEL DES ECARTS DE CAISSE - MOIS".
008900     05  FILLER              PIC X(1) VALUE SPACE.
009000     05  WS-RPT-MONTH        PIC X(6).
009100     05  FILLER              PIC X(29) VALUE SPACES.
009200 01  WS-RPT-HEADING-2.
009300     05  FILLER              PIC X(1) VALUE SPACE.
009400     05  FILLER              PIC X(12) VALUE "TOLERANCE : ".
009500     05  WS-RPT-TOLERANCE    PIC Z(5)9.99.
009600     05  FILLER              PIC X(26)
009700         VALUE "   MANQUANTS SUCCESSIFS : ".
009800     05  WS-RPT-STREAK       PIC Z9.
009900     05  FILLER              PIC X(30) VALUE SPACES.
010000 01  WS-RPT-HEADING-3.
010100     05  FILLER              PIC X(1) VALUE SPACE.
010200     05  WS-RPT-KEY-TITLE    PIC X(10).
010300     05  FILLER              PIC X(47) VALUE
010400         "FERM  EXC MANQ          NET   PLUS GROS  ALERTE".
010500     05  FILLER              PIC X(22) VALUE SPACES.
010600 01  WS-RPT-DETAIL-LINE.
010700     05  FILLER              PIC X(1) VALUE SPACE.
010800     05  WS-RPT-KEY          PIC X(8).
010900     05  FILLER              PIC X(2) VALUE SPACES.
011000     05  WS-RPT-CLOSES       PIC ZZZ9.
011100     05  FILLER              PIC X(1) VALUE SPACE.
011200     05  WS-RPT-OVER         PIC ZZZ9.
011300     05  FILLER              PIC X(1) VALUE SPACE.
011400     05  WS-RPT-SHORT        PIC ZZZ9.
011500     05  FILLER              PIC X(1) VALUE SPACE.
011600     05  WS-RPT-NET          PIC -(8)9.99.
011700     05  FILLER              PIC X(1) VALUE SPACE.
011800     05  WS-RPT-LARGEST      PIC -(7)9.99.
011900     05  FILLER              PIC X(2) VALUE SPACES.
012000     05  WS-RPT-FLAG-1       PIC X(9).
012100     05  FILLER              PIC X(1) VALUE SPACE.
012200     05  WS-RPT-FLAG-2       PIC X(10).
012300     05  FILLER              PIC X(8) VALUE SPACES.
012400
012500 PROCEDURE DIVISION.
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE
012800     PERFORM 2000-LOAD-HISTORY
012900     PERFORM 3000-PRINT-OPERATORS
013000     PERFORM 4000-PRINT-DRAWERS
013100     PERFORM 6000-TERMINATE
013200     STOP RUN.
013300
013400 1000-INITIALIZE.
013500     MOVE SPACES TO WS-PARM-LINE
013600     ACCEPT WS-PARM-LINE
013700     MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
013800     IF WS-REPORT-MONTH = SPACES
013900         MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
014000     END-IF
014100     IF WS-REPORT-MONTH NOT NUMERIC
014200         DISPLAY "RapportEcarts: invalid month ["
014300             WS-REPORT-MONTH "], expected AAAAMM"
014400         MOVE 16 TO RETURN-CODE
014500         STOP RUN
014600     END-IF
014700     IF WS-PARM-TOLERANCE = SPACES
014800         MOVE 10 TO WS-TOLERANCE
014900     ELSE
015000         IF WS-PARM-TOLERANCE NUMERIC
015100             MOVE WS-PARM-TOLERANCE-N TO WS-TOLERANCE
015300         ELSE
015400             DISPLAY "RapportEcarts: invalid tolerance ["
015500                 WS-PARM-TOLERANCE "], expected 9(6)V99"
015600             MOVE 16 TO RETURN-CODE
015700             STOP RUN
015800         END-IF
015900     END-IF
016000     IF WS-PARM-STREAK = SPACES
016100         MOVE 3 TO WS-STREAK-LIMIT
016200     ELSE
016300         IF WS-PARM-STREAK NUMERIC
016400            AND WS-PARM-STREAK NOT = "00"
016500             MOVE WS-PARM-STREAK TO WS-STREAK-LIMIT
016600         ELSE
016700             DISPLAY "RapportEcarts: invalid shortage count ["
016800                 WS-PARM-STREAK "], expected 01-99"
016900             MOVE 16 TO RETURN-CODE
017000             STOP RUN
017100         END-IF
017200     END-IF
017300     INITIALIZE WS-ACC-ENTRY
017400     PERFORM 1100-CLEAR-ONE-DRAWER
017500         VARYING WS-DRAWER-IX FROM 1 BY 1
017600         UNTIL WS-DRAWER-IX > 100
017700     OPEN OUTPUT VARIANCE-REPORT-FILE
017800     IF WS-RPT-STATUS NOT = "00"
017900         DISPLAY "RapportEcarts: cannot open ECARTRPT, file "
018000             "status " WS-RPT-STATUS
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF
018400     MOVE WS-REPORT-MONTH TO WS-RPT-MONTH
018500     MOVE WS-TOLERANCE TO WS-RPT-TOLERANCE
018600     MOVE WS-STREAK-LIMIT TO WS-RPT-STREAK
018700     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-HEADING-1
018800     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-HEADING-2.
018900
019000 1100-CLEAR-ONE-DRAWER.
019100     MOVE WS-ACC-ENTRY TO WS-DT-ACC(WS-DRAWER-IX).
019200
019300 2000-LOAD-HISTORY.
019400     MOVE 'N' TO WS-EOF-FLAG
019500     OPEN INPUT DRAWER-HIST-FILE
019600     IF WS-HIST-STATUS NOT = "00"
019700         DISPLAY "RapportEcarts: no DRAWHIST, file status "
019800             WS-HIST-STATUS
019900     ELSE
020000         PERFORM 2100-READ-ONE-CLOSE UNTIL WS-EOF
020100         CLOSE DRAWER-HIST-FILE
020200     END-IF.
020300
020400 2100-READ-ONE-CLOSE.
020500     READ DRAWER-HIST-FILE
020600         AT END
020700             SET WS-EOF TO TRUE
020800         NOT AT END
020900             IF DVH-DATE(1:6) = WS-REPORT-MONTH
021000                 PERFORM 2200-POST-ONE-CLOSE
021100             END-IF
021200     END-READ.
021300
021400 2200-POST-ONE-CLOSE.
021500     ADD 1 TO WS-CLOSE-COUNT
021600     PERFORM 2250-FIND-OPERATOR
021700     IF WS-OPER-IX NOT > 200
021800         MOVE WS-OT-ACC(WS-OPER-IX) TO WS-ACC-ENTRY
021900         PERFORM 2300-ACCUMULATE
022000         MOVE WS-ACC-ENTRY TO WS-OT-ACC(WS-OPER-IX)
022100     END-IF
022200     COMPUTE WS-DRAWER-IX = DVH-DRAWER-NO + 1
022300     MOVE WS-DT-ACC(WS-DRAWER-IX) TO WS-ACC-ENTRY
022400     PERFORM 2300-ACCUMULATE
022500     MOVE WS-ACC-ENTRY TO WS-DT-ACC(WS-DRAWER-IX).
022600
022700 2250-FIND-OPERATOR.
022800     MOVE 1 TO WS-OPER-IX
022900     PERFORM 2260-NEXT-OPERATOR
023000         UNTIL WS-OPER-IX > WS-OPER-COUNT
023100            OR WS-OT-OPERATOR(WS-OPER-IX) = DVH-OPERATOR
023200     IF WS-OPER-IX > WS-OPER-COUNT
023300         IF WS-OPER-COUNT < 200
023400             ADD 1 TO WS-OPER-COUNT
023500             MOVE DVH-OPERATOR TO WS-OT-OPERATOR(WS-OPER-IX)
023600             INITIALIZE WS-ACC-ENTRY
023700             MOVE WS-ACC-ENTRY TO WS-OT-ACC(WS-OPER-IX)
023800         ELSE
023900             DISPLAY "RapportEcarts: more than 200 operators, "
024000                 DVH-OPERATOR " left out of the operator lines"
024100             MOVE 201 TO WS-OPER-IX
024200         END-IF
024300     END-IF.
024400
024500 2260-NEXT-OPERATOR.
024600     ADD 1 TO WS-OPER-IX.
024700
024800 2300-ACCUMULATE.
024900     ADD 1 TO WS-ACC-CLOSES
025000     ADD DVH-OVER-SHORT TO WS-ACC-NET
025100     EVALUATE TRUE
025200         WHEN DVH-OVER-SHORT > ZERO
025300             ADD 1 TO WS-ACC-OVER
025400             MOVE ZERO TO WS-ACC-STREAK
025500         WHEN DVH-OVER-SHORT < ZERO
025600             ADD 1 TO WS-ACC-SHORT
025700             ADD 1 TO WS-ACC-STREAK
025800             IF WS-ACC-STREAK > WS-ACC-MAX-STREAK
025900                 MOVE WS-ACC-STREAK TO WS-ACC-MAX-STREAK
026000             END-IF
026100         WHEN OTHER
026200             MOVE ZERO TO WS-ACC-STREAK
026300     END-EVALUATE
026400     MOVE DVH-OVER-SHORT TO WS-ABS-VARIANCE
026500     MOVE WS-ACC-LARGEST TO WS-ABS-LARGEST
026600     IF WS-ABS-VARIANCE > WS-ABS-LARGEST
026700         MOVE DVH-OVER-SHORT TO WS-ACC-LARGEST
026800     END-IF.
026900
027000 3000-PRINT-OPERATORS.
027100     MOVE SPACES TO VARIANCE-REPORT-LINE
027200     WRITE VARIANCE-REPORT-LINE
027300     MOVE " PAR OPERATEUR" TO VARIANCE-REPORT-LINE
027400     WRITE VARIANCE-REPORT-LINE
027500     MOVE "OPERATEUR " TO WS-RPT-KEY-TITLE
027600     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-HEADING-3
027700     IF WS-OPER-COUNT = ZERO
027800         MOVE " AUCUNE FERMETURE DE CAISSE POUR LE MOIS"
027900             TO VARIANCE-REPORT-LINE
028000         WRITE VARIANCE-REPORT-LINE
028100     ELSE
028200         PERFORM 3100-PRINT-ONE-OPERATOR
028300             VARYING WS-OPER-IX FROM 1 BY 1
028400             UNTIL WS-OPER-IX > WS-OPER-COUNT
028500     END-IF.
028600
028700 3100-PRINT-ONE-OPERATOR.
028800     MOVE WS-OT-ACC(WS-OPER-IX) TO WS-ACC-ENTRY
028900     MOVE WS-OT-OPERATOR(WS-OPER-IX) TO WS-RPT-KEY
029000     PERFORM 5000-PRINT-DETAIL.
029100
029200 4000-PRINT-DRAWERS.
029300     MOVE SPACES TO VARIANCE-REPORT-LINE
029400     WRITE VARIANCE-REPORT-LINE
029500     MOVE " PAR CAISSE" TO VARIANCE-REPORT-LINE
029600     WRITE VARIANCE-REPORT-LINE
029700     MOVE "CAISSE    " TO WS-RPT-KEY-TITLE
029800     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-HEADING-3
029900     PERFORM 4100-PRINT-ONE-DRAWER
030000         VARYING WS-DRAWER-IX FROM 1 BY 1
030100         UNTIL WS-DRAWER-IX > 100.
030200
030300 4100-PRINT-ONE-DRAWER.
030400     MOVE WS-DT-ACC(WS-DRAWER-IX) TO WS-ACC-ENTRY
030500     IF WS-ACC-CLOSES > ZERO
030600         COMPUTE WS-DRAWER-NO = WS-DRAWER-IX - 1
030700         MOVE WS-DRAWER-NO TO WS-RPT-KEY
030800         PERFORM 5000-PRINT-DETAIL
030900     END-IF.
031000
031100 5000-PRINT-DETAIL.
031200     MOVE WS-ACC-CLOSES TO WS-RPT-CLOSES
031300     MOVE WS-ACC-OVER TO WS-RPT-OVER
031400     MOVE WS-ACC-SHORT TO WS-RPT-SHORT
031500     MOVE WS-ACC-NET TO WS-RPT-NET
031600     MOVE WS-ACC-LARGEST TO WS-RPT-LARGEST
031700     MOVE SPACES TO WS-RPT-FLAG-1
031800     MOVE SPACES TO WS-RPT-FLAG-2
031900     MOVE WS-ACC-LARGEST TO WS-ABS-LARGEST
032000     IF WS-ABS-LARGEST > WS-TOLERANCE
032100         MOVE "TOLERANCE" TO WS-RPT-FLAG-1
032200     END-IF
032300     IF WS-ACC-MAX-STREAK NOT < WS-STREAK-LIMIT
032400         MOVE "SUCCESSIFS" TO WS-RPT-FLAG-2
032500     END-IF
032600     IF WS-RPT-FLAG-1 NOT = SPACES
032700        OR WS-RPT-FLAG-2 NOT = SPACES
032800         ADD 1 TO WS-FLAG-COUNT
032900     END-IF
033000     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
033100
033200 6000-TERMINATE.
033300     MOVE SPACES TO VARIANCE-REPORT-LINE
033400     WRITE VARIANCE-REPORT-LINE
033500     MOVE WS-CLOSE-COUNT TO WS-COUNT-ED
033600     MOVE SPACES TO VARIANCE-REPORT-LINE
033700     STRING " FERMETURES DU MOIS : " WS-COUNT-ED
033800         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
033900     WRITE VARIANCE-REPORT-LINE
034000     MOVE WS-FLAG-COUNT TO WS-COUNT-ED
034100     MOVE SPACES TO VARIANCE-REPORT-LINE
034200     STRING " LIGNES EN ALERTE   : " WS-COUNT-ED
034300         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
034400     WRITE VARIANCE-REPORT-LINE
034500     CLOSE VARIANCE-REPORT-FILE
034600     DISPLAY "RapportEcarts: " WS-CLOSE-COUNT " close(s) for "
034700         WS-REPORT-MONTH ", " WS-FLAG-COUNT " line(s) flagged"
034800     IF WS-FLAG-COUNT > ZERO
034900         MOVE 4 TO RETURN-CODE
035000     END-IF.
035100
035200 END PROGRAM RapportEcarts.
