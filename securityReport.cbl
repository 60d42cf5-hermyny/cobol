000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Daily security violation report for the branch
000500*          manager to initial. Reads the SECLOG security log
000600*          that SecWrite keeps for MenuPrincipal, SupvApprove
000700*          and OperMaint and prints, for one date (SYSIN,
000800*          AAAAMMJJ, blank line = today), four sections in
000900*          time order: failed sign-ons, failed supervisor
001000*          approvals, codes locked after too many consecutive
001100*          failures, and codes unlocked by a supervisor - each
001200*          line with the time, the code keyed, the drawer, the
001300*          program that asked, the operator at the drawer, the
001400*          reason and the failure count reached. The page ends
001500*          with the section totals and a line for the manager's
001600*          initials. Ends RC=4 when a code was locked that day
001700*          so the lockout is followed up, RC=16 when the date
001800*          is invalid or the report cannot be opened.
001900* Tectonics: cobc
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. SecurityReport.
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
002800         FILE STATUS IS WS-LOG-STATUS
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000
003100     SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT"
003200         FILE STATUS IS WS-RPT-STATUS
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SECURITY-LOG-FILE.
003800 COPY "seclog.cpy".
003900
004000 FD  SECURITY-REPORT-FILE.
004100 01  SECURITY-REPORT-LINE    PIC X(80).
004200
004300 WORKING-STORAGE SECTION.
004400 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
004500     88  WS-EOF                          VALUE 'Y'.
004600 77  WS-LOG-STATUS           PIC X(2).
004700 77  WS-RPT-STATUS           PIC X(2).
004800 77  WS-REPORT-DATE          PIC X(8).
004900 77  WS-SECTION-EVENT        PIC X(1).
005000 77  WS-SECTION-COUNT        PIC 9(5) VALUE ZERO.
005100 77  WS-SIGNON-COUNT         PIC 9(5) VALUE ZERO.
005200 77  WS-APPROVAL-COUNT       PIC 9(5) VALUE ZERO.
005300 77  WS-LOCK-COUNT           PIC 9(5) VALUE ZERO.
005400 77  WS-UNLOCK-COUNT         PIC 9(5) VALUE ZERO.
005500 77  WS-COUNT-ED             PIC Z(4)9.
005600 01  WS-RPT-HEADING-1.
005700     05  FILLER              PIC X(1) VALUE SPACE.
005800     05  FILLER              PIC X(46)
005900         VALUE "RAPPORT DES VIOLATIONS DE SECURITE - JOURNEE ".
006000     05  WS-RPT-DATE         PIC X(8).
006100     05  FILLER              PIC X(25) VALUE SPACES.
006200 01  WS-RPT-HEADING-2.
006300     05  FILLER              PIC X(51) VALUE
006400         " HEURE     CODE      CS   PROGRAMME       OPERATEUR".
006500     05  FILLER              PIC X(24) VALUE
006600         " MOTIF                NB".
006700     05  FILLER              PIC X(5) VALUE SPACES.
006800 01  WS-RPT-SECTION-LINE.
006900     05  FILLER              PIC X(1) VALUE SPACE.
007000     05  WS-RPT-SECTION      PIC X(40).
007100     05  FILLER              PIC X(39) VALUE SPACES.
007200 01  WS-RPT-DETAIL-LINE.
007300     05  FILLER              PIC X(1) VALUE SPACE.
007400     05  WS-RPT-TIME         PIC X(8).
007500     05  FILLER              PIC X(2) VALUE SPACES.
007600     05  WS-RPT-CODE         PIC X(8).
007700     05  FILLER              PIC X(2) VALUE SPACES.
007800     05  WS-RPT-DRAWER       PIC Z9.
007900     05  FILLER              PIC X(3) VALUE SPACES.
008000     05  WS-RPT-PROGRAM      PIC X(15).
008100     05  FILLER              PIC X(1) VALUE SPACE.
008200     05  WS-RPT-OPERATOR     PIC X(8).
008300     05  FILLER              PIC X(2) VALUE SPACES.
008400     05  WS-RPT-REASON       PIC X(20).
008500     05  FILLER              PIC X(1) VALUE SPACE.
008600     05  WS-RPT-COUNT        PIC Z9.
008700     05  FILLER              PIC X(5) VALUE SPACES.
008800
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE
009200     MOVE 'S' TO WS-SECTION-EVENT
009300     MOVE "ECHECS D'OUVERTURE DE SESSION" TO WS-RPT-SECTION
009400     PERFORM 2000-PRINT-SECTION
009500     MOVE WS-SECTION-COUNT TO WS-SIGNON-COUNT
009600     MOVE 'A' TO WS-SECTION-EVENT
009700     MOVE "ECHECS D'APPROBATION SUPERVISEUR"
009800         TO WS-RPT-SECTION
009900     PERFORM 2000-PRINT-SECTION
010000     MOVE WS-SECTION-COUNT TO WS-APPROVAL-COUNT
010100     MOVE 'V' TO WS-SECTION-EVENT
010200     MOVE "CODES VERROUILLES" TO WS-RPT-SECTION
010300     PERFORM 2000-PRINT-SECTION
010400     MOVE WS-SECTION-COUNT TO WS-LOCK-COUNT
010500     MOVE 'D' TO WS-SECTION-EVENT
010600     MOVE "CODES DEVERROUILLES PAR UN SUPERVISEUR"
010700         TO WS-RPT-SECTION
010800     PERFORM 2000-PRINT-SECTION
010900     MOVE WS-SECTION-COUNT TO WS-UNLOCK-COUNT
011000     PERFORM 3000-PRINT-SUMMARY
011100     PERFORM 4000-TERMINATE
011200     STOP RUN.
011300
011400 1000-INITIALIZE.
011500     ACCEPT WS-REPORT-DATE
011600     IF WS-REPORT-DATE = SPACES
011700         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
011800     END-IF
011900     IF WS-REPORT-DATE NOT NUMERIC
012000         DISPLAY "SecurityReport: invalid date ["
012100             WS-REPORT-DATE "], expected AAAAMMJJ"
012200         MOVE 16 TO RETURN-CODE
012300         STOP RUN
012400     END-IF
012500     OPEN OUTPUT SECURITY-REPORT-FILE
012600     IF WS-RPT-STATUS NOT = "00"
012700         DISPLAY "SecurityReport: cannot open SECRPT, file "
012800             "status " WS-RPT-STATUS
012900         MOVE 16 TO RETURN-CODE
013000         STOP RUN
013100     END-IF
013200     MOVE WS-REPORT-DATE TO WS-RPT-DATE
013300     WRITE SECURITY-REPORT-LINE FROM WS-RPT-HEADING-1.
013400
013500 2000-PRINT-SECTION.
013600     MOVE ZERO TO WS-SECTION-COUNT
013700     MOVE SPACES TO SECURITY-REPORT-LINE
013800     WRITE SECURITY-REPORT-LINE
013900     WRITE SECURITY-REPORT-LINE FROM WS-RPT-SECTION-LINE
014000     WRITE SECURITY-REPORT-LINE FROM WS-RPT-HEADING-2
014100     MOVE 'N' TO WS-EOF-FLAG
014200     OPEN INPUT SECURITY-LOG-FILE
014300     IF WS-LOG-STATUS = "00"
014400         PERFORM 2100-READ-ONE-EVENT UNTIL WS-EOF
014500         CLOSE SECURITY-LOG-FILE
014600     ELSE
014700         IF WS-SECTION-EVENT = 'S'
014800             DISPLAY "SecurityReport: no SECLOG, file status "
014900                 WS-LOG-STATUS
015000         END-IF
015100     END-IF
015200     IF WS-SECTION-COUNT = ZERO
015300         MOVE SPACES TO SECURITY-REPORT-LINE
015400         MOVE " AUCUN" TO SECURITY-REPORT-LINE
015500         WRITE SECURITY-REPORT-LINE
015600     END-IF.
015700
015800 2100-READ-ONE-EVENT.
015900     READ SECURITY-LOG-FILE
016000         AT END
016100             SET WS-EOF TO TRUE
016200         NOT AT END
016300             IF SL-DATE = WS-REPORT-DATE
016400                AND SL-EVENT = WS-SECTION-EVENT
016500                 PERFORM 2200-PRINT-ONE-EVENT
016600             END-IF
016700     END-READ.
016800
016900 2200-PRINT-ONE-EVENT.
017000     ADD 1 TO WS-SECTION-COUNT
017100     MOVE SPACES TO WS-RPT-TIME
017200     STRING SL-TIME(1:2) ":" SL-TIME(3:2) ":" SL-TIME(5:2)
017300         DELIMITED BY SIZE INTO WS-RPT-TIME
017400     MOVE SL-CODE TO WS-RPT-CODE
017500     IF SL-DRAWER NUMERIC
017600         MOVE SL-DRAWER TO WS-RPT-DRAWER
017700     ELSE
017800         MOVE ZERO TO WS-RPT-DRAWER
017900     END-IF
018000     MOVE SL-PROGRAM TO WS-RPT-PROGRAM
018100     MOVE SL-OPERATOR TO WS-RPT-OPERATOR
018200     PERFORM 2300-SET-REASON-TEXT
018300     IF SL-FAIL-COUNT NUMERIC
018400         MOVE SL-FAIL-COUNT TO WS-RPT-COUNT
018500     ELSE
018600         MOVE ZERO TO WS-RPT-COUNT
018700     END-IF
018800     WRITE SECURITY-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
018900
019000 2300-SET-REASON-TEXT.
019100     EVALUATE TRUE
019200         WHEN SL-DEVERROUILLAGE
019300             MOVE "DEVERROUILLE" TO WS-RPT-REASON
019400         WHEN SL-VERROUILLAGE
019500             MOVE "TROP D'ECHECS" TO WS-RPT-REASON
019600         WHEN SL-CODE-INCONNU
019700             MOVE "CODE INCONNU" TO WS-RPT-REASON
019800         WHEN SL-CODE-DESACTIVE
019900             MOVE "CODE DESACTIVE" TO WS-RPT-REASON
020000         WHEN SL-CODE-VERROUILLE
020100             MOVE "CODE VERROUILLE" TO WS-RPT-REASON
020200         WHEN SL-PAS-SUPERVISEUR
020300             MOVE "PAS SUPERVISEUR" TO WS-RPT-REASON
020400         WHEN OTHER
020500             MOVE SPACES TO WS-RPT-REASON
020600     END-EVALUATE.
020700
020800 3000-PRINT-SUMMARY.
020900     MOVE SPACES TO SECURITY-REPORT-LINE
021000     WRITE SECURITY-REPORT-LINE
021100     MOVE WS-SIGNON-COUNT TO WS-COUNT-ED
021200     MOVE SPACES TO SECURITY-REPORT-LINE
021300     STRING " ECHECS D'OUVERTURE DE SESSION   : " WS-COUNT-ED
021400         DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
021500     WRITE SECURITY-REPORT-LINE
021600     MOVE WS-APPROVAL-COUNT TO WS-COUNT-ED
021700     MOVE SPACES TO SECURITY-REPORT-LINE
021800     STRING " ECHECS D'APPROBATION SUPERVISEUR: " WS-COUNT-ED
021900         DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
022000     WRITE SECURITY-REPORT-LINE
022100     MOVE WS-LOCK-COUNT TO WS-COUNT-ED
022200     MOVE SPACES TO SECURITY-REPORT-LINE
022300     STRING " CODES VERROUILLES               : " WS-COUNT-ED
022400         DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
022500     WRITE SECURITY-REPORT-LINE
022600     MOVE WS-UNLOCK-COUNT TO WS-COUNT-ED
022700     MOVE SPACES TO SECURITY-REPORT-LINE
022800     STRING " CODES DEVERROUILLES             : " WS-COUNT-ED
022900         DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
023000     WRITE SECURITY-REPORT-LINE
023100     MOVE SPACES TO SECURITY-REPORT-LINE
023200     WRITE SECURITY-REPORT-LINE
023300     WRITE SECURITY-REPORT-LINE
023400     MOVE " VISA DU DIRECTEUR D'AGENCE : ______________    DATE :"
023500         TO SECURITY-REPORT-LINE
023600     MOVE "__________" TO SECURITY-REPORT-LINE(56:10)
023700     WRITE SECURITY-REPORT-LINE.
023800
023900 4000-TERMINATE.
024000     CLOSE SECURITY-REPORT-FILE
024100     IF WS-LOCK-COUNT > ZERO
024200         MOVE 4 TO RETURN-CODE
024300     END-IF
024400     DISPLAY "SecurityReport: " WS-REPORT-DATE " sign-on "
024500         WS-SIGNON-COUNT " approval " WS-APPROVAL-COUNT
024600         " locked " WS-LOCK-COUNT " unlocked "
024700         WS-UNLOCK-COUNT.
024800
024900 END PROGRAM SecurityReport.
