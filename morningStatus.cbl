000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: One-page morning status of the overnight cycle, run
000500*          as its last job so the first analyst in no longer
000600*          opens six files one by one to learn whether
000700*          yesterday is really finished. Reports the last
000800*          NIGHTHIST line (end status and carried-over count),
000900*          the NIGHTREJ rejects counted by reason code, the
001000*          held records still waiting on NIGHTHELD, the last
001100*          GLACKLOG match, every open business day among the
001200*          last N (SYSIN columns 1-2, blank = 5) that is not
001300*          FERMEE on CLOSEREG, and every drawer on DRAWERBAL
001400*          whose last close left a non-zero over/short. Each
001500*          section rates itself green, amber or red and the
001600*          page ends on the worst of them: VERT RC=0, ORANGE
001700*          RC=4, ROUGE RC=8, so the scheduler can page someone
001800*          on red. Red is a night that ended ANORMALE or never
001900*          logged, or a GL acknowledgment that disagrees;
002000*          amber is a REPORTE night, rejects, an acknowledgment
002100*          missing or not yet for the last business day, an
002200*          unclosed date or a drawer over or short. Held
002300*          records are reported but wait on review by design.
002400* Tectonics: cobc
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. MorningStatus.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RUN-HISTORY-FILE ASSIGN TO "NIGHTHIST"
003300         FILE STATUS IS WS-HIST-STATUS
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT REJECT-FILE ASSIGN TO "NIGHTREJ"
003700         FILE STATUS IS WS-REJ-STATUS
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT HELD-FILE ASSIGN TO "NIGHTHELD"
004100         FILE STATUS IS WS-HELD-STATUS
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT MATCH-LOG-FILE ASSIGN TO "GLACKLOG"
004500         FILE STATUS IS WS-LOG-STATUS
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT DRAWER-BAL-FILE ASSIGN TO "DRAWERBAL"
004900         FILE STATUS IS WS-BAL-STATUS
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT STATUS-REPORT-FILE ASSIGN TO "MORNRPT"
005300         FILE STATUS IS WS-RPT-STATUS
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RUN-HISTORY-FILE.
005900 01  RUN-HISTORY-RECORD.
006000     05  NH-RUN-DATE         PIC X(8).
006100     05  FILLER              PIC X(1).
006200     05  NH-START-TIME       PIC X(6).
006300     05  FILLER              PIC X(1).
006400     05  NH-END-TIME         PIC X(6).
006500     05  FILLER              PIC X(1).
006600     05  NH-READ-COUNT       PIC 9(7).
006700     05  FILLER              PIC X(1).
006800     05  NH-WRITTEN-COUNT    PIC 9(7).
006900     05  FILLER              PIC X(1).
007000     05  NH-REJECT-COUNT     PIC 9(7).
007100     05  FILLER              PIC X(1).
007200     05  NH-TAIL.
007300         10  NH-CARRIED-X    PIC X(7).
007400         10  FILLER          PIC X(1).
007500         10  NH-NEW-STATUS   PIC X(8).
007510     05  NH-STREAM-DATA      PIC X(150).
007600
007700 FD  REJECT-FILE.
007800 01  REJECT-RECORD.
007900     05  RJ-REASON-CODE      PIC X(2).
008000     05  FILLER              PIC X(1).
008100     05  RJ-QUEUE-RECORD     PIC X(46).
008200
008300 FD  HELD-FILE.
008400 COPY "nightheld.cpy".
008500
008600 FD  MATCH-LOG-FILE.
008700 01  MATCH-LOG-RECORD.
008800     05  ML-DATE             PIC X(8).
008900     05  FILLER              PIC X(1).
009000     05  ML-OUR-COUNT        PIC 9(7).
009100     05  FILLER              PIC X(1).
009200     05  ML-OUR-HASH         PIC X(16).
009300     05  FILLER              PIC X(1).
009400     05  ML-ACK-COUNT        PIC 9(7).
009500     05  FILLER              PIC X(1).
009600     05  ML-ACK-HASH         PIC X(16).
009700     05  FILLER              PIC X(1).
009800     05  ML-STATUS           PIC X(8).
009900
010000 FD  DRAWER-BAL-FILE.
010100 COPY "drawerbal.cpy".
010200
010300 FD  STATUS-REPORT-FILE.
010400 01  STATUS-REPORT-LINE      PIC X(80).
010500
010600 WORKING-STORAGE SECTION.
010700 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
010800     88  WS-EOF                          VALUE 'Y'.
010900 77  WS-HIST-STATUS          PIC X(2).
011000 77  WS-REJ-STATUS           PIC X(2).
011100 77  WS-HELD-STATUS          PIC X(2).
011200 77  WS-LOG-STATUS           PIC X(2).
011300 77  WS-BAL-STATUS           PIC X(2).
011400 77  WS-RPT-STATUS           PIC X(2).
011500 77  WS-PARM-LINE            PIC X(80).
011600 77  WS-DAYS-BACK            PIC 9(2).
011700 77  WS-TODAY                PIC X(8).
011800 77  WS-LAST-OPEN            PIC X(8).
011900 77  WS-LOOK-DATE            PIC X(8).
012000 77  WS-OPEN-DATE            PIC X(8).
012100 77  WS-CAL-FUNCTION         PIC X(1) VALUE 'P'.
012200 77  WS-CAL-FOUND            PIC X(1).
012300 77  WS-CAL-WARNED           PIC X(1) VALUE 'N'.
012400 77  WS-CLOSED               PIC X(1).
012500 77  WS-DAY-IX               PIC 9(2).
012600 77  WS-LEVEL                PIC 9(1) VALUE ZERO.
012700 77  WS-SECTION-LEVEL        PIC 9(1).
012800 77  WS-HIST-FOUND           PIC X(1) VALUE 'N'.
012900 77  WS-LAST-HIST            PIC X(213).
013000 77  WS-HIST-STATUS-X        PIC X(8).
013100 77  WS-CARRIED-X            PIC X(7).
013200 77  WS-REJECT-TOTAL         PIC 9(7) VALUE ZERO.
013300 77  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
013400 77  WS-LOG-FOUND            PIC X(1) VALUE 'N'.
013500 77  WS-LAST-LOG             PIC X(67).
013600 77  WS-OPEN-COUNT           PIC 9(3) VALUE ZERO.
013700 77  WS-DRAWER-COUNT         PIC 9(3) VALUE ZERO.
013800 77  WS-REASON-COUNT         PIC 9(2) VALUE ZERO.
013900 77  WS-REASON-IX            PIC 9(2).
014000 77  WS-COUNT-ED             PIC Z(6)9.
014100 77  WS-AMOUNT-ED            PIC -(9)9.99.
014200 01  WS-REASON-TABLE.
014300     05  WS-REASON-ENTRY OCCURS 20.
014400         10  WS-RT-CODE      PIC X(2).
014500         10  WS-RT-COUNT     PIC 9(7).
014600 01  WS-UNCLOSED-TABLE.
014700     05  WS-UNCLOSED-DATE    PIC X(8) OCCURS 99.
014800 01  WS-LEVEL-NAMES.
014900     05  FILLER              PIC X(6) VALUE "VERT".
015000     05  FILLER              PIC X(6) VALUE "ORANGE".
015100     05  FILLER              PIC X(6) VALUE "ROUGE".
015200 01  WS-LEVEL-TABLE REDEFINES WS-LEVEL-NAMES.
015300     05  WS-LEVEL-NAME       PIC X(6) OCCURS 3.
015400 01  WS-RPT-HEADING-1.
015500     05  FILLER              PIC X(1) VALUE SPACE.
015600     05  FILLER              PIC X(40)
015700         VALUE "ETAT DU MATIN - CYCLE DE NUIT - EDITE LE".
015800     05  FILLER              PIC X(1) VALUE SPACE.
015900     05  WS-RPT-TODAY        PIC X(8).
016000     05  FILLER              PIC X(30) VALUE SPACES.
016100 01  WS-RPT-SECTION-LINE.
016200     05  FILLER              PIC X(1) VALUE SPACE.
016300     05  WS-RPT-SECTION      PIC X(50).
016400     05  FILLER              PIC X(1) VALUE SPACE.
016500     05  WS-RPT-LEVEL        PIC X(6).
016600     05  FILLER              PIC X(22) VALUE SPACES.
016700
016800 PROCEDURE DIVISION.
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE
017100     PERFORM 2000-REPORT-NIGHT-RUN
017200     PERFORM 3000-REPORT-REJECTS
017300     PERFORM 4000-REPORT-HELD
017400     PERFORM 5000-REPORT-GL-MATCH
017500     PERFORM 6000-REPORT-OPEN-DATES
017600     PERFORM 7000-REPORT-DRAWERS
017700     PERFORM 9000-TERMINATE
017800     STOP RUN.
017900
018000 1000-INITIALIZE.
018100     MOVE SPACES TO WS-PARM-LINE
018200     ACCEPT WS-PARM-LINE
018300     IF WS-PARM-LINE(1:2) = SPACES
018400         MOVE 5 TO WS-DAYS-BACK
018500     ELSE
018600         IF WS-PARM-LINE(1:2) NUMERIC
018700            AND WS-PARM-LINE(1:2) NOT = "00"
018800             MOVE WS-PARM-LINE(1:2) TO WS-DAYS-BACK
018900         ELSE
019000             DISPLAY "MorningStatus: invalid day count ["
019100                 WS-PARM-LINE(1:2) "], expected 01-99"
019200             MOVE 16 TO RETURN-CODE
019300             STOP RUN
019400         END-IF
019500     END-IF
019600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
019700     CALL "CalLookup" USING WS-CAL-FUNCTION, WS-TODAY,
019800         WS-LAST-OPEN, WS-CAL-FOUND
019900     PERFORM 1100-CHECK-CALENDAR
020000     OPEN OUTPUT STATUS-REPORT-FILE
020100     IF WS-RPT-STATUS NOT = "00"
020200         DISPLAY "MorningStatus: cannot open MORNRPT, file "
020300             "status " WS-RPT-STATUS
020400         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020600     END-IF
020700     MOVE WS-TODAY TO WS-RPT-TODAY
020800     WRITE STATUS-REPORT-LINE FROM WS-RPT-HEADING-1.
020900
021000 1100-CHECK-CALENDAR.
021100     IF WS-CAL-FOUND NOT = 'Y' AND WS-CAL-WARNED = 'N'
021200         DISPLAY "MorningStatus: business calendar missing, "
021300             "week-end rule used"
021400         MOVE 'Y' TO WS-CAL-WARNED
021500     END-IF.
021600
021700 2000-REPORT-NIGHT-RUN.
021800     MOVE 'N' TO WS-EOF-FLAG
021900     OPEN INPUT RUN-HISTORY-FILE
022000     IF WS-HIST-STATUS = "00"
022100         PERFORM 2100-READ-ONE-RUN UNTIL WS-EOF
022200         CLOSE RUN-HISTORY-FILE
022300     END-IF
022400     IF WS-HIST-FOUND = 'N'
022500         MOVE 3 TO WS-SECTION-LEVEL
022600         MOVE "DERNIER PASSAGE DE NUIT" TO WS-RPT-SECTION
022700         PERFORM 8000-WRITE-SECTION
022800         MOVE "   AUCUNE LIGNE NIGHTHIST" TO STATUS-REPORT-LINE
022900         WRITE STATUS-REPORT-LINE
023000     ELSE
023100         MOVE WS-LAST-HIST TO RUN-HISTORY-RECORD
023200         IF NH-CARRIED-X NUMERIC
023300             MOVE NH-NEW-STATUS TO WS-HIST-STATUS-X
023400             MOVE NH-CARRIED-X TO WS-CARRIED-X
023500         ELSE
023600             MOVE NH-TAIL(1:8) TO WS-HIST-STATUS-X
023700             MOVE ZERO TO WS-CARRIED-X
023800         END-IF
023900         EVALUATE WS-HIST-STATUS-X
024000             WHEN "NORMALE"
024100                 MOVE 1 TO WS-SECTION-LEVEL
024200             WHEN "REPORTE"
024300                 MOVE 2 TO WS-SECTION-LEVEL
024400             WHEN OTHER
024500                 MOVE 3 TO WS-SECTION-LEVEL
024600         END-EVALUATE
024700         MOVE SPACES TO WS-RPT-SECTION
024800         STRING "DERNIER PASSAGE DE NUIT " NH-RUN-DATE
024900             " FIN " WS-HIST-STATUS-X
025000             DELIMITED BY SIZE INTO WS-RPT-SECTION
025100         PERFORM 8000-WRITE-SECTION
025200         MOVE SPACES TO STATUS-REPORT-LINE
025300         STRING "   DEBUT " NH-START-TIME " FIN " NH-END-TIME
025400             " LUS " NH-READ-COUNT " ECRITS " NH-WRITTEN-COUNT
025500             " REJETES " NH-REJECT-COUNT
025600             DELIMITED BY SIZE INTO STATUS-REPORT-LINE
025700         WRITE STATUS-REPORT-LINE
025800         MOVE SPACES TO STATUS-REPORT-LINE
025900         STRING "   REPORTES AU PROCHAIN PASSAGE " WS-CARRIED-X
026000             DELIMITED BY SIZE INTO STATUS-REPORT-LINE
026100         WRITE STATUS-REPORT-LINE
026200     END-IF.
026300
026400 2100-READ-ONE-RUN.
026500     READ RUN-HISTORY-FILE
026600         AT END
026700             SET WS-EOF TO TRUE
026800         NOT AT END
026900             MOVE 'Y' TO WS-HIST-FOUND
027000             MOVE RUN-HISTORY-RECORD TO WS-LAST-HIST
027100     END-READ.
027200
027300 3000-REPORT-REJECTS.
027400     MOVE 'N' TO WS-EOF-FLAG
027500     OPEN INPUT REJECT-FILE
027600     IF WS-REJ-STATUS = "00"
027700         PERFORM 3100-READ-ONE-REJECT UNTIL WS-EOF
027800         CLOSE REJECT-FILE
027900     END-IF
028000     IF WS-REJECT-TOTAL = ZERO
028100         MOVE 1 TO WS-SECTION-LEVEL
028200     ELSE
028300         MOVE 2 TO WS-SECTION-LEVEL
028400     END-IF
028500     MOVE WS-REJECT-TOTAL TO WS-COUNT-ED
028600     MOVE SPACES TO WS-RPT-SECTION
028700     STRING "REJETS DU PRE-CONTROLE " WS-COUNT-ED
028800         DELIMITED BY SIZE INTO WS-RPT-SECTION
028900     PERFORM 8000-WRITE-SECTION
029000     PERFORM 3300-PRINT-ONE-REASON
029100         VARYING WS-REASON-IX FROM 1 BY 1
029200         UNTIL WS-REASON-IX > WS-REASON-COUNT.
029300
029400 3100-READ-ONE-REJECT.
029500     READ REJECT-FILE
029600         AT END
029700             SET WS-EOF TO TRUE
029800         NOT AT END
029900             ADD 1 TO WS-REJECT-TOTAL
030000             PERFORM 3200-COUNT-REASON
030100     END-READ.
030200
030300 3200-COUNT-REASON.
030400     MOVE 1 TO WS-REASON-IX
030500     PERFORM 3210-NEXT-REASON
030600         UNTIL WS-REASON-IX > WS-REASON-COUNT
030700            OR WS-RT-CODE(WS-REASON-IX) = RJ-REASON-CODE
030800     IF WS-REASON-IX > WS-REASON-COUNT
030900         IF WS-REASON-COUNT < 20
031000             ADD 1 TO WS-REASON-COUNT
031100             MOVE RJ-REASON-CODE TO WS-RT-CODE(WS-REASON-IX)
031200             MOVE ZERO TO WS-RT-COUNT(WS-REASON-IX)
031300         ELSE
031400             MOVE 20 TO WS-REASON-IX
031500             MOVE "**" TO WS-RT-CODE(WS-REASON-IX)
031600         END-IF
031700     END-IF
031800     ADD 1 TO WS-RT-COUNT(WS-REASON-IX).
031900
032000 3210-NEXT-REASON.
032100     ADD 1 TO WS-REASON-IX.
032200
032300 3300-PRINT-ONE-REASON.
032400     MOVE WS-RT-COUNT(WS-REASON-IX) TO WS-COUNT-ED
032500     MOVE SPACES TO STATUS-REPORT-LINE
032600     STRING "   MOTIF " WS-RT-CODE(WS-REASON-IX) " : "
032700         WS-COUNT-ED
032800         DELIMITED BY SIZE INTO STATUS-REPORT-LINE
032900     WRITE STATUS-REPORT-LINE.
033000
033100 4000-REPORT-HELD.
033200     MOVE 'N' TO WS-EOF-FLAG
033300     OPEN INPUT HELD-FILE
033400     IF WS-HELD-STATUS = "00"
033500         PERFORM 4100-READ-ONE-HELD UNTIL WS-EOF
033600         CLOSE HELD-FILE
033700     END-IF
033800     MOVE 1 TO WS-SECTION-LEVEL
033900     MOVE WS-HELD-COUNT TO WS-COUNT-ED
034000     MOVE SPACES TO WS-RPT-SECTION
034100     STRING "RETENUES EN ATTENTE DE REVUE " WS-COUNT-ED
034200         DELIMITED BY SIZE INTO WS-RPT-SECTION
034300     PERFORM 8000-WRITE-SECTION.
034400
034500 4100-READ-ONE-HELD.
034600     READ HELD-FILE
034700         AT END
034800             SET WS-EOF TO TRUE
034900         NOT AT END
035000             ADD 1 TO WS-HELD-COUNT
035100     END-READ.
035200
035300 5000-REPORT-GL-MATCH.
035400     MOVE 'N' TO WS-EOF-FLAG
035500     OPEN INPUT MATCH-LOG-FILE
035600     IF WS-LOG-STATUS = "00"
035700         PERFORM 5100-READ-ONE-MATCH UNTIL WS-EOF
035800         CLOSE MATCH-LOG-FILE
035900     END-IF
036000     IF WS-LOG-FOUND = 'N'
036100         MOVE 2 TO WS-SECTION-LEVEL
036200         MOVE "ACCUSE GL : AUCUN RAPPROCHEMENT SUR GLACKLOG"
036300             TO WS-RPT-SECTION
036400         PERFORM 8000-WRITE-SECTION
036500     ELSE
036600         MOVE WS-LAST-LOG TO MATCH-LOG-RECORD
036700         EVALUATE TRUE
036800             WHEN ML-STATUS = "ECART"
036900                 MOVE 3 TO WS-SECTION-LEVEL
037000             WHEN ML-STATUS = "CONCORDE"
037100              AND ML-DATE NOT < WS-LAST-OPEN
037200                 MOVE 1 TO WS-SECTION-LEVEL
037300             WHEN OTHER
037400                 MOVE 2 TO WS-SECTION-LEVEL
037500         END-EVALUATE
037600         MOVE SPACES TO WS-RPT-SECTION
037700         STRING "ACCUSE GL DU " ML-DATE " : " ML-STATUS
037800             DELIMITED BY SIZE INTO WS-RPT-SECTION
037900         PERFORM 8000-WRITE-SECTION
038000         MOVE SPACES TO STATUS-REPORT-LINE
038100         STRING "   EXTRAIT " ML-OUR-COUNT "/" ML-OUR-HASH
038200             " RECU " ML-ACK-COUNT "/" ML-ACK-HASH
038300             DELIMITED BY SIZE INTO STATUS-REPORT-LINE
038400         WRITE STATUS-REPORT-LINE
038500         IF ML-DATE < WS-LAST-OPEN
038600             MOVE SPACES TO STATUS-REPORT-LINE
038700             STRING "   PAS ENCORE RAPPROCHE POUR LE "
038800                 WS-LAST-OPEN
038900                 DELIMITED BY SIZE INTO STATUS-REPORT-LINE
039000             WRITE STATUS-REPORT-LINE
039100         END-IF
039200     END-IF.
039300
039400 5100-READ-ONE-MATCH.
039500     READ MATCH-LOG-FILE
039600         AT END
039700             SET WS-EOF TO TRUE
039800         NOT AT END
039900             MOVE 'Y' TO WS-LOG-FOUND
040000             MOVE MATCH-LOG-RECORD TO WS-LAST-LOG
040100     END-READ.
040200
040300 6000-REPORT-OPEN-DATES.
040400     MOVE WS-TODAY TO WS-LOOK-DATE
040500     PERFORM 6100-CHECK-ONE-DAY
040600         VARYING WS-DAY-IX FROM 1 BY 1
040700         UNTIL WS-DAY-IX > WS-DAYS-BACK
040800     IF WS-OPEN-COUNT = ZERO
040900         MOVE 1 TO WS-SECTION-LEVEL
041000     ELSE
041100         MOVE 2 TO WS-SECTION-LEVEL
041200     END-IF
041300     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
041400     MOVE SPACES TO WS-RPT-SECTION
041500     STRING "JOURS NON FERMES (" WS-DAYS-BACK
041600         " DERNIERS JOURS OUVRES) " WS-COUNT-ED
041700         DELIMITED BY SIZE INTO WS-RPT-SECTION
041800     PERFORM 8000-WRITE-SECTION
041900     PERFORM 6200-LIST-ONE-DAY
042000         VARYING WS-DAY-IX FROM 1 BY 1
042100         UNTIL WS-DAY-IX > WS-OPEN-COUNT.
042200
042300 6100-CHECK-ONE-DAY.
042400     CALL "CalLookup" USING WS-CAL-FUNCTION, WS-LOOK-DATE,
042500         WS-OPEN-DATE, WS-CAL-FOUND
042600     PERFORM 1100-CHECK-CALENDAR
042700     CALL "CloseCheck" USING WS-OPEN-DATE, WS-CLOSED
042800     IF WS-CLOSED NOT = 'Y'
042900         ADD 1 TO WS-OPEN-COUNT
043000         MOVE WS-OPEN-DATE TO WS-UNCLOSED-DATE(WS-OPEN-COUNT)
043100     END-IF
043200     MOVE WS-OPEN-DATE TO WS-LOOK-DATE.
043300
043400 6200-LIST-ONE-DAY.
043500     MOVE SPACES TO STATUS-REPORT-LINE
043600     STRING "   " WS-UNCLOSED-DATE(WS-DAY-IX)
043700         " OUVRE ET NON FERME SUR CLOSEREG"
043800         DELIMITED BY SIZE INTO STATUS-REPORT-LINE
043900     WRITE STATUS-REPORT-LINE.
044000
044100 7000-REPORT-DRAWERS.
044200     MOVE 'N' TO WS-EOF-FLAG
044300     OPEN INPUT DRAWER-BAL-FILE
044400     IF WS-BAL-STATUS = "00"
044500         PERFORM 7100-COUNT-ONE-DRAWER UNTIL WS-EOF
044600         CLOSE DRAWER-BAL-FILE
044700     END-IF
044800     IF WS-DRAWER-COUNT = ZERO
044900         MOVE 1 TO WS-SECTION-LEVEL
045000     ELSE
045100         MOVE 2 TO WS-SECTION-LEVEL
045200     END-IF
045300     MOVE WS-DRAWER-COUNT TO WS-COUNT-ED
045400     MOVE SPACES TO WS-RPT-SECTION
045500     STRING "CAISSES EN ECART A LA DERNIERE FERMETURE "
045600         WS-COUNT-ED
045700         DELIMITED BY SIZE INTO WS-RPT-SECTION
045800     PERFORM 8000-WRITE-SECTION
045900     IF WS-DRAWER-COUNT > ZERO
046000         MOVE 'N' TO WS-EOF-FLAG
046100         OPEN INPUT DRAWER-BAL-FILE
046200         PERFORM 7200-LIST-ONE-DRAWER UNTIL WS-EOF
046300         CLOSE DRAWER-BAL-FILE
046400     END-IF.
046500
046600 7100-COUNT-ONE-DRAWER.
046700     READ DRAWER-BAL-FILE
046800         AT END
046900             SET WS-EOF TO TRUE
047000         NOT AT END
047100             IF DRB-OVER-SHORT NOT = ZERO
047200                 ADD 1 TO WS-DRAWER-COUNT
047300             END-IF
047400     END-READ.
047500
047600 7200-LIST-ONE-DRAWER.
047700     READ DRAWER-BAL-FILE
047800         AT END
047900             SET WS-EOF TO TRUE
048000         NOT AT END
048100             IF DRB-OVER-SHORT NOT = ZERO
048200                 MOVE DRB-OVER-SHORT TO WS-AMOUNT-ED
048300                 MOVE SPACES TO STATUS-REPORT-LINE
048400                 STRING "   CAISSE " DRB-DRAWER-NO
048500                     " FERMEE LE " DRB-DATE " ECART "
048600                     WS-AMOUNT-ED
048700                     DELIMITED BY SIZE INTO STATUS-REPORT-LINE
048800                 WRITE STATUS-REPORT-LINE
048900             END-IF
049000     END-READ.
049100
049200 8000-WRITE-SECTION.
049300     MOVE WS-LEVEL-NAME(WS-SECTION-LEVEL) TO WS-RPT-LEVEL
049400     MOVE SPACES TO STATUS-REPORT-LINE
049500     WRITE STATUS-REPORT-LINE
049600     WRITE STATUS-REPORT-LINE FROM WS-RPT-SECTION-LINE
049700     IF WS-SECTION-LEVEL > WS-LEVEL
049800         MOVE WS-SECTION-LEVEL TO WS-LEVEL
049900     END-IF.
050000
050100 9000-TERMINATE.
050200     IF WS-LEVEL = ZERO
050300         MOVE 1 TO WS-LEVEL
050400     END-IF
050500     MOVE SPACES TO STATUS-REPORT-LINE
050600     WRITE STATUS-REPORT-LINE
050700     MOVE SPACES TO STATUS-REPORT-LINE
050800     STRING " ETAT GENERAL DU CYCLE DE NUIT : "
050900         WS-LEVEL-NAME(WS-LEVEL)
051000         DELIMITED BY SIZE INTO STATUS-REPORT-LINE
051100     WRITE STATUS-REPORT-LINE
051200     CLOSE STATUS-REPORT-FILE
051300     DISPLAY "MorningStatus: overall " WS-LEVEL-NAME(WS-LEVEL)
051400     EVALUATE WS-LEVEL
051500         WHEN 2
051600             MOVE 4 TO RETURN-CODE
051700         WHEN 3
051800             MOVE 8 TO RETURN-CODE
051900         WHEN OTHER
052000             MOVE ZERO TO RETURN-CODE
052100     END-EVALUATE.
052200
052300 END PROGRAM MorningStatus.
