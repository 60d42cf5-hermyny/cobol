000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Duplicate-entry check over the keyed audit master,
000500*          run in DAYCLOSE ahead of DailyClose. For one date
000600*          (SYSIN columns 1-8, AAAAMMJJ, blank = last open
000610*          day before today, as for DailyClose) it
000700*          sorts the day's calculations by operator, operation,
000800*          NUM1, NUM2 and time, and reports as a likely
000900*          duplicate every two records with the same operator,
001000*          operation and operands keyed within the window
001100*          (SYSIN columns 10-12, minutes, blank = 5) - the
001200*          double Entree or the re-keyed calculation that
001300*          would otherwise flow into CALCDET, the GL extract
001400*          and the drawer journal. Each pair prints with both
001500*          audit keys side by side so the supervisor can
001600*          reverse one through AuditCorrect; a pair where
001700*          either record already carries an ANNULATION (on
001800*          this date or a later one) prints as resolved.
001900*          ANNULATION and APPROBATION records are never
002000*          candidates. Ends RC=4 when unresolved pairs remain,
002100*          RC=16 on a bad parameter or an unreadable master.
002200* Tectonics: cobc
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. DupCheck.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT AUDIT-MST-FILE ASSIGN TO "AUDITMST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS AUDM-KEY
003310         ALTERNATE RECORD KEY IS AUDM-OPERATOR
003320             WITH DUPLICATES
003330         ALTERNATE RECORD KEY IS AUDM-OPERATION
003340             WITH DUPLICATES
003400         FILE STATUS IS WS-MST-STATUS.
003500
003600     SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT"
003700         FILE STATUS IS WS-RPT-STATUS
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT SORT-WORK-FILE ASSIGN TO "DUPSRT".
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  AUDIT-MST-FILE.
004500 COPY "auditmst.cpy".
004600
004700 FD  DUP-REPORT-FILE.
004800 01  DUP-REPORT-LINE         PIC X(80).
004900
005000 SD  SORT-WORK-FILE.
005100 01  SORT-DUP-RECORD.
005200     05  SR-OPERATOR         PIC X(8).
005300     05  SR-OPERATION        PIC X(15).
005400     05  SR-NUM1             PIC X(13).
005500     05  SR-NUM2             PIC X(13).
005600     05  SR-TIME             PIC X(6).
005700     05  SR-SEQ              PIC 9(4).
005800     05  SR-RESULT           PIC X(15).
005900     05  SR-SECONDS          PIC 9(5).
006000
006100 WORKING-STORAGE SECTION.
006200 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
006300     88  WS-EOF                          VALUE 'Y'.
006400 77  WS-SORT-EOF-FLAG        PIC X(1) VALUE 'N'.
006500     88  WS-SORT-EOF                     VALUE 'Y'.
006600 77  WS-MST-STATUS           PIC X(2).
006700 77  WS-RPT-STATUS           PIC X(2).
006800 77  WS-RUN-DATE             PIC X(8).
006810 77  WS-TODAY                PIC X(8).
006820 77  WS-CAL-FUNCTION         PIC X(1) VALUE 'P'.
006830 77  WS-CAL-FOUND            PIC X(1).
006900 77  WS-WINDOW-MIN           PIC 9(3) VALUE 5.
007000 77  WS-WINDOW-SEC           PIC 9(5).
007100 77  WS-GAP-SEC              PIC 9(5).
007200 77  WS-GAP-MIN              PIC 9(3).
007300 77  WS-GAP-SS               PIC 9(2).
007400 77  WS-HH                   PIC 9(2).
007500 77  WS-MM                   PIC 9(2).
007600 77  WS-SS                   PIC 9(2).
007700 77  WS-CANDIDATE-COUNT      PIC 9(7) VALUE ZERO.
007800 77  WS-PAIR-COUNT           PIC 9(5) VALUE ZERO.
007900 77  WS-RESOLVED-COUNT       PIC 9(5) VALUE ZERO.
008000 77  WS-OPEN-COUNT           PIC 9(5) VALUE ZERO.
008100 77  WS-ANNUL-COUNT          PIC 9(4) VALUE ZERO.
008200 77  WS-ANNUL-IX             PIC 9(4).
008300 77  WS-LOOK-REF             PIC X(11).
008400 77  WS-LOOK-FOUND           PIC X(1).
008500 77  WS-PAIR-RESOLVED        PIC X(1).
008600 77  WS-HAVE-PREV            PIC X(1) VALUE 'N'.
008700 77  WS-COUNT-ED             PIC Z(4)9.
008800 01  WS-PARM-LINE.
008900     05  WS-PARM-DATE        PIC X(8).
009000     05  FILLER              PIC X(1).
009100     05  WS-PARM-WINDOW      PIC X(3).
009200     05  FILLER              PIC X(68).
009300 01  WS-PREV-RECORD.
009400     05  WS-PREV-OPERATOR    PIC X(8).
009500     05  WS-PREV-OPERATION   PIC X(15).
009600     05  WS-PREV-NUM1        PIC X(13).
009700     05  WS-PREV-NUM2        PIC X(13).
009800     05  WS-PREV-TIME        PIC X(6).
009900     05  WS-PREV-SEQ         PIC 9(4).
010000     05  WS-PREV-RESULT      PIC X(15).
010100     05  WS-PREV-SECONDS     PIC 9(5).
010200 01  WS-ANNUL-TABLE.
010300     05  WS-ANNUL-REF        PIC X(11) OCCURS 2000.
010400 01  WS-CROSS-REF.
010500     05  WS-CR-TIME          PIC X(6).
010600     05  FILLER              PIC X(1) VALUE "/".
010700     05  WS-CR-SEQ           PIC 9(4).
010800 01  WS-RPT-HEADING-1.
010900     05  FILLER              PIC X(1) VALUE SPACE.
011000     05  FILLER              PIC X(39)
011100         VALUE "DOUBLONS PROBABLES DU MAITRE D'AUDIT - ".
011200     05  WS-RPT-DATE         PIC X(8).
011300     05  FILLER              PIC X(11) VALUE " - FENETRE ".
011400     05  WS-RPT-WINDOW       PIC ZZ9.
011500     05  FILLER              PIC X(4) VALUE " MIN".
011600     05  FILLER              PIC X(14) VALUE SPACES.
011700 01  WS-RPT-HEADING-2.
011800     05  FILLER              PIC X(40) VALUE
011900         " PREMIERE ECRITURE     SECONDE ECRITURE".
012000     05  FILLER              PIC X(40) VALUE
012100         "      ECART  STATUT".
012200 01  WS-RPT-HEADING-3.
012300     05  FILLER              PIC X(40) VALUE
012400         "    OPERATEUR OPERATION       NUM1".
012500     05  FILLER              PIC X(40) VALUE
012600         "    NUM2          RESULTAT".
012700 01  WS-RPT-PAIR-LINE.
012800     05  FILLER              PIC X(1) VALUE SPACE.
012900     05  WS-RPT-KEY-1        PIC X(20).
013000     05  FILLER              PIC X(2) VALUE SPACES.
013100     05  WS-RPT-KEY-2        PIC X(20).
013200     05  FILLER              PIC X(2) VALUE SPACES.
013300     05  WS-RPT-GAP-MIN      PIC ZZ9.
013400     05  FILLER              PIC X(1) VALUE ":".
013500     05  WS-RPT-GAP-SEC      PIC 99.
013600     05  FILLER              PIC X(2) VALUE SPACES.
013700     05  WS-RPT-PAIR-STATUS  PIC X(10).
013800     05  FILLER              PIC X(17) VALUE SPACES.
013900 01  WS-RPT-DATA-LINE.
014000     05  FILLER              PIC X(4) VALUE SPACES.
014100     05  WS-RPT-OPERATOR     PIC X(8).
014200     05  FILLER              PIC X(2) VALUE SPACES.
014300     05  WS-RPT-OPERATION    PIC X(15).
014400     05  FILLER              PIC X(1) VALUE SPACE.
014500     05  WS-RPT-NUM1         PIC X(13).
014600     05  FILLER              PIC X(1) VALUE SPACE.
014700     05  WS-RPT-NUM2         PIC X(13).
014800     05  FILLER              PIC X(1) VALUE SPACE.
014900     05  WS-RPT-RESULT       PIC X(15).
015000     05  FILLER              PIC X(7) VALUE SPACES.
015100
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE
015500     SORT SORT-WORK-FILE
015600         ON ASCENDING KEY SR-OPERATOR
015700         ON ASCENDING KEY SR-OPERATION
015800         ON ASCENDING KEY SR-NUM1
015900         ON ASCENDING KEY SR-NUM2
016000         ON ASCENDING KEY SR-TIME
016100         ON ASCENDING KEY SR-SEQ
016200         INPUT PROCEDURE IS 2000-SELECT-CANDIDATES
016300         OUTPUT PROCEDURE IS 3000-FIND-PAIRS
016400     PERFORM 4000-TERMINATE
016500     STOP RUN.
016600
016700 1000-INITIALIZE.
016800     MOVE SPACES TO WS-PARM-LINE
016900     ACCEPT WS-PARM-LINE
017000     MOVE WS-PARM-DATE TO WS-RUN-DATE
017100     IF WS-RUN-DATE = SPACES
017110         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
017120         CALL "CalLookup" USING WS-CAL-FUNCTION, WS-TODAY,
017130             WS-RUN-DATE, WS-CAL-FOUND
017140         IF WS-CAL-FOUND NOT = 'Y'
017150             DISPLAY "DupCheck: business calendar missing, "
017160                 "week-end rule used for " WS-RUN-DATE
017170         END-IF
017300     END-IF
017400     IF WS-RUN-DATE NOT NUMERIC
017500         DISPLAY "DupCheck: invalid date [" WS-RUN-DATE
017600             "], expected AAAAMMJJ"
017700         MOVE 16 TO RETURN-CODE
017800         STOP RUN
017900     END-IF
018000     IF WS-PARM-WINDOW NOT = SPACES
018100         IF FUNCTION TEST-NUMVAL(WS-PARM-WINDOW) = 0
018200             MOVE FUNCTION NUMVAL(WS-PARM-WINDOW)
018300                 TO WS-WINDOW-MIN
018400         ELSE
018500             DISPLAY "DupCheck: invalid window ["
018600                 WS-PARM-WINDOW "], expected minutes"
018700             MOVE 16 TO RETURN-CODE
018800             STOP RUN
018900         END-IF
019000     END-IF
019100     COMPUTE WS-WINDOW-SEC = WS-WINDOW-MIN * 60
019200     OPEN INPUT AUDIT-MST-FILE
019300     IF WS-MST-STATUS NOT = "00"
019400         DISPLAY "DupCheck: cannot open AUDITMST, file "
019500             "status " WS-MST-STATUS
019600         MOVE 16 TO RETURN-CODE
019700         STOP RUN
019800     END-IF
019900     OPEN OUTPUT DUP-REPORT-FILE
020000     IF WS-RPT-STATUS NOT = "00"
020100         DISPLAY "DupCheck: cannot open DUPRPT, file "
020200             "status " WS-RPT-STATUS
020300         MOVE 16 TO RETURN-CODE
020400         STOP RUN
020500     END-IF
020600     MOVE WS-RUN-DATE TO WS-RPT-DATE
020700     MOVE WS-WINDOW-MIN TO WS-RPT-WINDOW
020800     WRITE DUP-REPORT-LINE FROM WS-RPT-HEADING-1
020900     MOVE SPACES TO DUP-REPORT-LINE
021000     WRITE DUP-REPORT-LINE
021100     WRITE DUP-REPORT-LINE FROM WS-RPT-HEADING-2
021200     WRITE DUP-REPORT-LINE FROM WS-RPT-HEADING-3.
021300
021400 2000-SELECT-CANDIDATES.
021500     PERFORM 2100-POSITION-ON-DATE
021600     IF NOT WS-EOF
021700         PERFORM 2200-READ-MASTER
021800     END-IF
021900     PERFORM 2300-SELECT-ONE UNTIL WS-EOF.
022000
022100 2100-POSITION-ON-DATE.
022200     MOVE SPACES TO AUDIT-MST-RECORD
022300     MOVE WS-RUN-DATE TO AUDM-DATE
022400     MOVE "000000" TO AUDM-TIME
022500     MOVE ZERO TO AUDM-SEQ
022600     START AUDIT-MST-FILE KEY NOT LESS THAN AUDM-KEY
022700         INVALID KEY
022800             SET WS-EOF TO TRUE
022900     END-START.
023000
023100 2200-READ-MASTER.
023200     READ AUDIT-MST-FILE NEXT
023300         AT END
023400             SET WS-EOF TO TRUE
023500     END-READ.
023600
023700 2300-SELECT-ONE.
023800     EVALUATE TRUE
023900         WHEN AUDM-OPERATION = "ANNULATION"
024000             IF AUDM-NUM1(1:8) = WS-RUN-DATE
024100                AND WS-ANNUL-COUNT < 2000
024200                 ADD 1 TO WS-ANNUL-COUNT
024300                 MOVE AUDM-NUM2(1:11)
024400                     TO WS-ANNUL-REF(WS-ANNUL-COUNT)
024500             END-IF
024600         WHEN AUDM-DATE NOT = WS-RUN-DATE
024700             CONTINUE
024800         WHEN AUDM-OPERATION = "APPROBATION"
024900             CONTINUE
025000         WHEN OTHER
025100             PERFORM 2400-RELEASE-CANDIDATE
025200     END-EVALUATE
025300     PERFORM 2200-READ-MASTER.
025400
025500 2400-RELEASE-CANDIDATE.
025600     ADD 1 TO WS-CANDIDATE-COUNT
025700     MOVE AUDM-OPERATOR TO SR-OPERATOR
025800     MOVE AUDM-OPERATION TO SR-OPERATION
025900     MOVE AUDM-NUM1 TO SR-NUM1
026000     MOVE AUDM-NUM2 TO SR-NUM2
026100     MOVE AUDM-TIME TO SR-TIME
026200     MOVE AUDM-SEQ TO SR-SEQ
026300     MOVE AUDM-RESULT TO SR-RESULT
026400     MOVE ZERO TO SR-SECONDS
026500     IF AUDM-TIME NUMERIC
026600         MOVE AUDM-TIME(1:2) TO WS-HH
026700         MOVE AUDM-TIME(3:2) TO WS-MM
026800         MOVE AUDM-TIME(5:2) TO WS-SS
026900         COMPUTE SR-SECONDS = WS-HH * 3600 + WS-MM * 60 + WS-SS
027000     END-IF
027100     RELEASE SORT-DUP-RECORD.
027200
027300 3000-FIND-PAIRS.
027400     PERFORM 3100-RETURN-SORTED
027500     PERFORM 3200-CHECK-ONE UNTIL WS-SORT-EOF
027600     IF WS-PAIR-COUNT = ZERO
027700         MOVE SPACES TO DUP-REPORT-LINE
027800         MOVE " AUCUN DOUBLON PROBABLE" TO DUP-REPORT-LINE
027900         WRITE DUP-REPORT-LINE
028000     END-IF.
028100
028200 3100-RETURN-SORTED.
028300     RETURN SORT-WORK-FILE
028400         AT END
028500             SET WS-SORT-EOF TO TRUE
028600     END-RETURN.
028700
028800 3200-CHECK-ONE.
028900     IF WS-HAVE-PREV = 'Y'
029000        AND SR-OPERATOR = WS-PREV-OPERATOR
029100        AND SR-OPERATION = WS-PREV-OPERATION
029200        AND SR-NUM1 = WS-PREV-NUM1
029300        AND SR-NUM2 = WS-PREV-NUM2
029400         COMPUTE WS-GAP-SEC = SR-SECONDS - WS-PREV-SECONDS
029500         IF WS-GAP-SEC NOT > WS-WINDOW-SEC
029600             PERFORM 3300-PRINT-PAIR
029700         END-IF
029800     END-IF
029900     MOVE SORT-DUP-RECORD TO WS-PREV-RECORD
030000     MOVE 'Y' TO WS-HAVE-PREV
030100     PERFORM 3100-RETURN-SORTED.
030200
030300 3300-PRINT-PAIR.
030400     ADD 1 TO WS-PAIR-COUNT
030500     MOVE 'N' TO WS-PAIR-RESOLVED
030600     MOVE WS-PREV-TIME TO WS-CR-TIME
030700     MOVE WS-PREV-SEQ TO WS-CR-SEQ
030800     MOVE WS-CROSS-REF TO WS-LOOK-REF
030900     PERFORM 3400-LOOK-FOR-ANNULATION
031000     IF WS-LOOK-FOUND = 'Y'
031100         MOVE 'Y' TO WS-PAIR-RESOLVED
031200     END-IF
031300     MOVE SPACES TO WS-RPT-KEY-1
031400     STRING WS-RUN-DATE " " WS-CROSS-REF
031500         DELIMITED BY SIZE INTO WS-RPT-KEY-1
031600     MOVE SR-TIME TO WS-CR-TIME
031700     MOVE SR-SEQ TO WS-CR-SEQ
031800     MOVE WS-CROSS-REF TO WS-LOOK-REF
031900     PERFORM 3400-LOOK-FOR-ANNULATION
032000     IF WS-LOOK-FOUND = 'Y'
032100         MOVE 'Y' TO WS-PAIR-RESOLVED
032200     END-IF
032300     MOVE SPACES TO WS-RPT-KEY-2
032400     STRING WS-RUN-DATE " " WS-CROSS-REF
032500         DELIMITED BY SIZE INTO WS-RPT-KEY-2
032600     DIVIDE WS-GAP-SEC BY 60 GIVING WS-GAP-MIN
032700         REMAINDER WS-GAP-SS
032800     MOVE WS-GAP-MIN TO WS-RPT-GAP-MIN
032900     MOVE WS-GAP-SS TO WS-RPT-GAP-SEC
033000     IF WS-PAIR-RESOLVED = 'Y'
033100         MOVE "RESOLU" TO WS-RPT-PAIR-STATUS
033200         ADD 1 TO WS-RESOLVED-COUNT
033300     ELSE
033400         MOVE "A VERIFIER" TO WS-RPT-PAIR-STATUS
033500         ADD 1 TO WS-OPEN-COUNT
033600     END-IF
033700     MOVE SR-OPERATOR TO WS-RPT-OPERATOR
033800     MOVE SR-OPERATION TO WS-RPT-OPERATION
033900     MOVE SR-NUM1 TO WS-RPT-NUM1
034000     MOVE SR-NUM2 TO WS-RPT-NUM2
034100     MOVE SR-RESULT TO WS-RPT-RESULT
034200     MOVE SPACES TO DUP-REPORT-LINE
034300     WRITE DUP-REPORT-LINE
034400     WRITE DUP-REPORT-LINE FROM WS-RPT-PAIR-LINE
034500     WRITE DUP-REPORT-LINE FROM WS-RPT-DATA-LINE.
034600
034700 3400-LOOK-FOR-ANNULATION.
034800     MOVE 'N' TO WS-LOOK-FOUND
034900     PERFORM 3410-COMPARE-ONE-ANNUL
035000         VARYING WS-ANNUL-IX FROM 1 BY 1
035100         UNTIL WS-ANNUL-IX > WS-ANNUL-COUNT
035200            OR WS-LOOK-FOUND = 'Y'.
035300
035400 3410-COMPARE-ONE-ANNUL.
035500     IF WS-ANNUL-REF(WS-ANNUL-IX) = WS-LOOK-REF
035600         MOVE 'Y' TO WS-LOOK-FOUND
035700     END-IF.
035800
035900 4000-TERMINATE.
036000     MOVE SPACES TO DUP-REPORT-LINE
036100     WRITE DUP-REPORT-LINE
036200     MOVE WS-PAIR-COUNT TO WS-COUNT-ED
036300     MOVE SPACES TO DUP-REPORT-LINE
036400     STRING " PAIRES DETECTEES : " WS-COUNT-ED
036500         DELIMITED BY SIZE INTO DUP-REPORT-LINE
036600     WRITE DUP-REPORT-LINE
036700     MOVE WS-RESOLVED-COUNT TO WS-COUNT-ED
036800     MOVE SPACES TO DUP-REPORT-LINE
036900     STRING " DEJA ANNULEES    : " WS-COUNT-ED
037000         DELIMITED BY SIZE INTO DUP-REPORT-LINE
037100     WRITE DUP-REPORT-LINE
037200     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
037300     MOVE SPACES TO DUP-REPORT-LINE
037400     STRING " A VERIFIER       : " WS-COUNT-ED
037500         DELIMITED BY SIZE INTO DUP-REPORT-LINE
037600     WRITE DUP-REPORT-LINE
037700     CLOSE AUDIT-MST-FILE
037800     CLOSE DUP-REPORT-FILE
037900     IF WS-OPEN-COUNT > ZERO
038000         MOVE 4 TO RETURN-CODE
038100     END-IF
038200     DISPLAY "DupCheck: " WS-RUN-DATE " candidates "
038300         WS-CANDIDATE-COUNT " pairs " WS-PAIR-COUNT
038400         " unresolved " WS-OPEN-COUNT.
038500
038600 END PROGRAM DupCheck.
