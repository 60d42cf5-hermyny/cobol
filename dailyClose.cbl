000500*          CALCDET detail count and result sum against the
000600*          audit master records that should have produced them
000700*          (desk additions, subtractions and percentages plus
000800*          the night run's arithmetic, and currency conversions
000850*          from either side), proves the GLEXTR
000900*          trailer count and hash against the extractable audit
001000*          records the same way GlExtract selects them, and
001100*          proves each drawer's master record against its
001700*          into it through CloseCheck. Any mismatch prints a
001800*          discrepancy line naming the pair and ends RC=8
001900*          without closing the date.
001910*          Each transfer between drawers must have both legs
001920*          on the journal - the sending drawer's transfer-out
001930*          and the receiving drawer's transfer-in for the same
001940*          pair and amount - and the vault master record for
001950*          the date must agree with the journal's depots and
001960*          vault cash-ins and carry on from the previous day's
001970*          closing balance. The vault's opening, movements and
001980*          closing and the house cash (drawers counted plus the
001990*          vault) are displayed with the result.
001993*          A blank close date means the last open day before
001996*          today on the business calendar (CalLookup).
002000* Tectonics: cobc
002100******************************************************************
002200 IDENTIFICATION DIVISION.
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS AUDM-KEY
003510         ALTERNATE RECORD KEY IS AUDM-OPERATOR
003520             WITH DUPLICATES
003530         ALTERNATE RECORD KEY IS AUDM-OPERATION
003540             WITH DUPLICATES
003600         FILE STATUS IS WS-MST-STATUS.
003700
003800     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
004600     SELECT DRAWER-TX-FILE ASSIGN TO "DRAWERTX"
004700         FILE STATUS IS WS-TX-STATUS
004800         ORGANIZATION IS LINE SEQUENTIAL.
004810
004820     SELECT VAULT-FILE ASSIGN TO "VAULTMST"
004830         FILE STATUS IS WS-VLT-STATUS
004840         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT CLOSE-REG-FILE ASSIGN TO "CLOSEREG"
005100         FILE STATUS IS WS-REG-STATUS
007200
007300 FD  DRAWER-TX-FILE.
007400 COPY "drawertx.cpy".
007410
007420 FD  VAULT-FILE.
007430 COPY "vaultmst.cpy".
007500
007600 FD  CLOSE-REG-FILE.
007700 COPY "closereg.cpy".
008600 77  WS-EOF-FLAG             PIC X(1).
008700     88  WS-EOF                          VALUE 'Y'.
008800 77  WS-CLOSE-DATE           PIC X(8).
008810 77  WS-TODAY                PIC X(8).
008820 77  WS-CAL-FUNCTION         PIC X(1) VALUE 'P'.
008830 77  WS-CAL-FOUND            PIC X(1).
008900 77  WS-ALREADY-CLOSED       PIC X(1).
009000 77  WS-DET-COUNT            PIC 9(7) VALUE ZERO.
009100 77  WS-DET-SUM              PIC S9(15)V99 VALUE ZERO.
010200 77  WS-DRAWER-IX            PIC 9(3).
010300 77  WS-EXPECTED-OS          PIC S9(10)V99.
010400 77  WS-SUM-ED               PIC -(14)9.99.
010405 77  WS-VLT-STATUS           PIC X(2).
010410 77  WS-JNL-DEPOTS           PIC 9(10)V99 VALUE ZERO.
010415 77  WS-JNL-CASH-IN          PIC 9(10)V99 VALUE ZERO.
010420 77  WS-VAULT-FOUND          PIC X(1) VALUE 'N'.
010425 77  WS-VAULT-PREV-FOUND     PIC X(1) VALUE 'N'.
010430 77  WS-VAULT-PREV-CLOSE     PIC S9(10)V99 VALUE ZERO.
010435 77  WS-VAULT-OPENING        PIC S9(10)V99 VALUE ZERO.
010440 77  WS-VAULT-IN             PIC 9(10)V99 VALUE ZERO.
010445 77  WS-VAULT-OUT            PIC 9(10)V99 VALUE ZERO.
010450 77  WS-VAULT-CLOSING        PIC S9(10)V99 VALUE ZERO.
010455 77  WS-VAULT-CALC           PIC S9(10)V99.
010460 77  WS-HOUSE-CASH           PIC S9(12)V99 VALUE ZERO.
010465 77  WS-TR-COUNT             PIC 9(3) VALUE ZERO.
010470 77  WS-TR-IX                PIC 9(3).
010475 77  WS-TR-FOUND             PIC X(1).
010480 77  WS-TR-KEY-FROM          PIC 9(2).
010485 77  WS-TR-KEY-TO            PIC 9(2).
010500 01  WS-DRAWER-TABLE.
010600     05  WS-DRAWER-ENTRY OCCURS 99.
010700         10  WS-DR-HAS-TX    PIC X(1).
010800         10  WS-DR-LAST-BAL  PIC S9(10)V99.
010900         10  WS-DR-CLOSED    PIC X(1).
010910 01  WS-TRANSFER-TABLE.
010920     05  WS-TRANSFER-ENTRY OCCURS 200.
010930         10  WS-TR-FROM      PIC 9(2).
010940         10  WS-TR-TO        PIC 9(2).
010950         10  WS-TR-OUT       PIC 9(11)V99.
010960         10  WS-TR-IN        PIC 9(11)V99.
011000
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
012100 1000-INITIALIZE.
012200     ACCEPT WS-CLOSE-DATE
012300     IF WS-CLOSE-DATE = SPACES
012310         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
012320         CALL "CalLookup" USING WS-CAL-FUNCTION, WS-TODAY,
012330             WS-CLOSE-DATE, WS-CAL-FOUND
012340         IF WS-CAL-FOUND NOT = 'Y'
012350             DISPLAY "DailyClose: business calendar missing, "
012360                 "week-end rule used for " WS-CLOSE-DATE
012370         END-IF
012500     END-IF
012600     IF WS-CLOSE-DATE NOT NUMERIC
012700         DISPLAY "DailyClose: invalid date [" WS-CLOSE-DATE
022700         WHEN "ANNULATION"
022800             MOVE "R" TO WS-GL-OP-CODE
022900         WHEN OTHER
022950             IF AUDM-OPERATION(1:10) = "CONVERSION"
022960                 MOVE "C" TO WS-GL-OP-CODE
022970             ELSE
023000                 MOVE "?" TO WS-GL-OP-CODE
023050             END-IF
023100     END-EVALUATE.
023200
023300 3400-CHECK-DETAIL-EXPECTED.
024100        OR AUDM-OPERATION = "MULTIPLICATION"
024200        OR AUDM-OPERATION = "DIVISION"
024300        OR AUDM-OPERATION = "POURCENTAGE"))
024350        OR AUDM-OPERATION(1:10) = "CONVERSION"
024400         ADD 1 TO WS-AUD-DET-COUNT
024500         IF FUNCTION TEST-NUMVAL(AUDM-RESULT) = 0
024600             MOVE FUNCTION NUMVAL(AUDM-RESULT)
028900     END-IF
029000     PERFORM 5400-CHECK-UNCLOSED-DRAWER
029100         VARYING WS-DRAWER-IX FROM 1 BY 1
029110         UNTIL WS-DRAWER-IX > 99
029120     PERFORM 5500-CHECK-TRANSFER
029130         VARYING WS-TR-IX FROM 1 BY 1
029140         UNTIL WS-TR-IX > WS-TR-COUNT
029150     PERFORM 5600-CHECK-VAULT.
029300
029400 5100-READ-ONE-TX.
029500     READ DRAWER-TX-FILE
030200                 MOVE 'Y' TO WS-DR-HAS-TX(WS-DRAWER-IX)
030300                 MOVE DTX-BALANCE-AFTER
030400                     TO WS-DR-LAST-BAL(WS-DRAWER-IX)
030410                 PERFORM 5150-TALLY-MOVEMENT
030500             END-IF
030600     END-READ.
030700
030702 5150-TALLY-MOVEMENT.
030704     EVALUATE TRUE
030706         WHEN DTX-ENTREE-COFFRE
030708             ADD DTX-AMOUNT TO WS-JNL-CASH-IN
030710         WHEN DTX-DEPOT-COFFRE
030712             ADD DTX-AMOUNT TO WS-JNL-DEPOTS
030714         WHEN DTX-TRANSFERT-SORTIE
030716             MOVE DTX-DRAWER-NO TO WS-TR-KEY-FROM
030718             MOVE DTX-OTHER-DRAWER TO WS-TR-KEY-TO
030720             PERFORM 5160-FIND-TRANSFER
030722             ADD DTX-AMOUNT TO WS-TR-OUT(WS-TR-IX)
030724         WHEN DTX-TRANSFERT-ENTREE
030726             MOVE DTX-OTHER-DRAWER TO WS-TR-KEY-FROM
030728             MOVE DTX-DRAWER-NO TO WS-TR-KEY-TO
030730             PERFORM 5160-FIND-TRANSFER
030732             ADD DTX-AMOUNT TO WS-TR-IN(WS-TR-IX)
030734         WHEN OTHER
030736             CONTINUE
030738     END-EVALUATE.
030740
030742 5160-FIND-TRANSFER.
030744     MOVE 'N' TO WS-TR-FOUND
030746     PERFORM 5170-MATCH-TRANSFER
030748         VARYING WS-TR-IX FROM 1 BY 1
030750         UNTIL WS-TR-IX > WS-TR-COUNT OR WS-TR-FOUND = 'Y'
030752     IF WS-TR-FOUND = 'Y'
030754         SUBTRACT 1 FROM WS-TR-IX
030756     ELSE
030758         IF WS-TR-COUNT < 200
030760             ADD 1 TO WS-TR-COUNT
030762         END-IF
030764         MOVE WS-TR-COUNT TO WS-TR-IX
030766         MOVE WS-TR-KEY-FROM TO WS-TR-FROM(WS-TR-IX)
030768         MOVE WS-TR-KEY-TO TO WS-TR-TO(WS-TR-IX)
030770         MOVE ZERO TO WS-TR-OUT(WS-TR-IX)
030772         MOVE ZERO TO WS-TR-IN(WS-TR-IX)
030774     END-IF.
030776
030778 5170-MATCH-TRANSFER.
030780     IF WS-TR-FROM(WS-TR-IX) = WS-TR-KEY-FROM
030782        AND WS-TR-TO(WS-TR-IX) = WS-TR-KEY-TO
030784         MOVE 'Y' TO WS-TR-FOUND
030786     END-IF.
030788
030800 5200-READ-ONE-DRAWER.
030900     READ DRAWER-BAL-FILE
031000         AT END
031800 5300-CHECK-ONE-DRAWER.
031900     MOVE DRB-DRAWER-NO TO WS-DRAWER-IX
032000     MOVE 'Y' TO WS-DR-CLOSED(WS-DRAWER-IX)
032010     ADD DRB-COUNTED TO WS-HOUSE-CASH
032100     IF WS-DR-HAS-TX(WS-DRAWER-IX) = 'Y'
032200        AND DRB-EXPECTED NOT =
032300            WS-DR-LAST-BAL(WS-DRAWER-IX)
034300             WS-DRAWER-IX " - mouvements au journal sans "
034400             "cloture au maitre"
034500     END-IF.
034501
034502 5500-CHECK-TRANSFER.
034503     IF WS-TR-OUT(WS-TR-IX) NOT = WS-TR-IN(WS-TR-IX)
034504         ADD 1 TO WS-DISCREPANCY-COUNT
034505         DISPLAY "DailyClose: ECART TRANSFERT caisse "
034506             WS-TR-FROM(WS-TR-IX) " vers caisse "
034507             WS-TR-TO(WS-TR-IX) " - sortie et reception "
034508             "differentes"
034509     END-IF.
034510
034511 5600-CHECK-VAULT.
034512     MOVE 'N' TO WS-EOF-FLAG
034513     OPEN INPUT VAULT-FILE
034514     IF WS-VLT-STATUS = "00"
034515         PERFORM 5610-READ-ONE-VAULT UNTIL WS-EOF
034516         CLOSE VAULT-FILE
034517     END-IF
034518     IF WS-VAULT-FOUND = 'Y'
034519         IF WS-VAULT-PREV-FOUND = 'Y'
034520            AND WS-VAULT-OPENING NOT = WS-VAULT-PREV-CLOSE
034521             ADD 1 TO WS-DISCREPANCY-COUNT
034522             DISPLAY "DailyClose: ECART VAULTMST - ouverture "
034523                 "differente de la cloture precedente"
034524         END-IF
034525         COMPUTE WS-VAULT-CALC = WS-VAULT-OPENING + WS-VAULT-IN
034526             - WS-VAULT-OUT
034527         IF WS-VAULT-CLOSING NOT = WS-VAULT-CALC
034528             ADD 1 TO WS-DISCREPANCY-COUNT
034529             DISPLAY "DailyClose: ECART VAULTMST interne - "
034530                 "cloture differente de ouverture + depots - "
034531                 "sorties"
034532         END-IF
034533     ELSE
034534         MOVE WS-VAULT-PREV-CLOSE TO WS-VAULT-OPENING
034535         MOVE WS-VAULT-PREV-CLOSE TO WS-VAULT-CLOSING
034536     END-IF
034537     IF WS-VAULT-IN NOT = WS-JNL-DEPOTS
034538        OR WS-VAULT-OUT NOT = WS-JNL-CASH-IN
034539         ADD 1 TO WS-DISCREPANCY-COUNT
034540         DISPLAY "DailyClose: ECART VAULTMST/DRAWERTX - "
034541             "mouvements du coffre differents du journal"
034542     END-IF
034543     MOVE WS-VAULT-OPENING TO WS-SUM-ED
034544     DISPLAY "DailyClose: coffre ouverture " WS-SUM-ED
034545     MOVE WS-VAULT-IN TO WS-SUM-ED
034546     DISPLAY "            depots des caisses " WS-SUM-ED
034547     MOVE WS-VAULT-OUT TO WS-SUM-ED
034548     DISPLAY "            entrees aux caisses " WS-SUM-ED
034549     MOVE WS-VAULT-CLOSING TO WS-SUM-ED
034550     DISPLAY "            cloture " WS-SUM-ED
034551     ADD WS-VAULT-CLOSING TO WS-HOUSE-CASH
034552     MOVE WS-HOUSE-CASH TO WS-SUM-ED
034553     DISPLAY "DailyClose: especes maison (caisses + coffre) "
034554         WS-SUM-ED.
034555
034556 5610-READ-ONE-VAULT.
034557     READ VAULT-FILE
034558         AT END
034559             SET WS-EOF TO TRUE
034560         NOT AT END
034561             IF VLT-DATE = WS-CLOSE-DATE
034562                 MOVE 'Y' TO WS-VAULT-FOUND
034563                 MOVE VLT-OPENING TO WS-VAULT-OPENING
034564                 MOVE VLT-IN TO WS-VAULT-IN
034565                 MOVE VLT-OUT TO WS-VAULT-OUT
034566                 MOVE VLT-CLOSING TO WS-VAULT-CLOSING
034567             ELSE
034568                 IF VLT-DATE < WS-CLOSE-DATE
034569                     MOVE 'Y' TO WS-VAULT-PREV-FOUND
034570                     MOVE VLT-CLOSING TO WS-VAULT-PREV-CLOSE
034571                 END-IF
034572             END-IF
034573     END-READ.
034600
034700 6000-JUDGE-AND-CLOSE.
034800     IF WS-DET-COUNT NOT = WS-AUD-DET-COUNT
