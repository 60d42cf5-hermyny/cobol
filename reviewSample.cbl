000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Draws the second-person review sample from the keyed
000500*          audit master, run in DAYCLOSE after DupCheck. For one
000600*          date (SYSIN columns 1-8, AAAAMMJJ, blank = last open
000610*          day before today, as for DailyClose) it
000700*          takes, for every operator, a random share of the
000800*          day's calculations (SYSIN columns 10-12, percent,
000900*          blank = 5) but never fewer than a floor (columns
001000*          14-16, blank = 2, or all of them when the operator
001100*          did fewer), and always every calculation cleared
001200*          through ECRIT-APPROBATION: the next calculation by
001300*          the operator named on an APPROBATION stamp,
001400*          within two minutes, or the stamp itself when no
001500*          calculation follows (a night queue release from
001600*          QueueMaint). The approved items count toward the
001700*          operator's share. The sample is appended to the
001800*          REVUE file for RevueEchant; a date already sampled
001900*          is refused with RC=4 so a rerun cannot draw twice.
002000*          ANNULATION records are never sampled. RC=16 on a
002100*          bad parameter or an unreadable file.
002200* Tectonics: cobc
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ReviewSample.
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
003600     SELECT REVIEW-FILE ASSIGN TO "REVUE"
003700         FILE STATUS IS WS-REV-STATUS
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT SORT-WORK-FILE ASSIGN TO "REVSRT".
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  AUDIT-MST-FILE.
004500 COPY "auditmst.cpy".
004600
004700 FD  REVIEW-FILE.
004800 COPY "reviewfle.cpy".
004900
005000 SD  SORT-WORK-FILE.
005100 01  SORT-REVIEW-RECORD.
005200     05  SR-OPERATOR         PIC X(8).
005300     05  SR-REASON           PIC X(1).
005400     05  SR-RANDOM           PIC 9(9).
005500     05  SR-SUPERVISOR       PIC X(8).
005600     05  SR-AUDIT-RECORD     PIC X(82).
005700
005800 WORKING-STORAGE SECTION.
005900 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
006000     88  WS-EOF                          VALUE 'Y'.
006100 77  WS-SORT-EOF-FLAG        PIC X(1) VALUE 'N'.
006200     88  WS-SORT-EOF                     VALUE 'Y'.
006300 77  WS-MST-STATUS           PIC X(2).
006400 77  WS-REV-STATUS           PIC X(2).
006500 77  WS-RUN-DATE             PIC X(8).
006510 77  WS-CAL-FUNCTION         PIC X(1) VALUE 'P'.
006520 77  WS-CAL-FOUND            PIC X(1).
006600 77  WS-TODAY                PIC X(8).
006700 77  WS-PERCENT              PIC 9(3) VALUE 5.
006800 77  WS-MINIMUM              PIC 9(3) VALUE 2.
006900 77  WS-SEED                 PIC 9(8).
007000 77  WS-RANDOM-VALUE         PIC 9V9(9).
007100 77  WS-ALREADY-DONE         PIC X(1) VALUE 'N'.
007200 77  WS-WINDOW-SEC           PIC 9(5) VALUE 120.
007300 77  WS-NOW-SEC              PIC 9(5).
007400 77  WS-HH                   PIC 9(2).
007500 77  WS-MM                   PIC 9(2).
007600 77  WS-SS                   PIC 9(2).
007700 77  WS-OPER-COUNT           PIC 9(4) VALUE ZERO.
007800 77  WS-OPER-IX              PIC 9(4).
007900 77  WS-LOOK-OPERATOR        PIC X(8).
008000 77  WS-PEND-COUNT           PIC 9(4) VALUE ZERO.
008100 77  WS-PEND-IX              PIC 9(4).
008200 77  WS-PEND-FOUND           PIC X(1).
008300 77  WS-CURRENT-OPERATOR     PIC X(8).
008400 77  WS-CALC-REASON          PIC X(1).
008500 77  WS-CALC-SUPERVISOR      PIC X(8).
008600 77  WS-TARGET               PIC 9(7).
008700 77  WS-TAKEN                PIC 9(7).
008800 77  WS-CANDIDATE-COUNT      PIC 9(7) VALUE ZERO.
008900 77  WS-APPROVED-COUNT       PIC 9(7) VALUE ZERO.
009000 77  WS-SAMPLED-COUNT        PIC 9(7) VALUE ZERO.
009100 77  WS-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
009200 01  WS-PARM-LINE.
009300     05  WS-PARM-DATE        PIC X(8).
009400     05  FILLER              PIC X(1).
009500     05  WS-PARM-PERCENT     PIC X(3).
009600     05  FILLER              PIC X(1).
009700     05  WS-PARM-MINIMUM     PIC X(3).
009800     05  FILLER              PIC X(64).
009900 01  WS-OPER-TABLE.
010000     05  WS-OPER-ENTRY       OCCURS 500.
010100         10  WS-OT-OPERATOR  PIC X(8).
010200         10  WS-OT-COUNT     PIC 9(7).
010300 01  WS-PEND-TABLE.
010400     05  WS-PEND-ENTRY       OCCURS 500.
010500         10  WS-PT-OPERATOR  PIC X(8).
010600         10  WS-PT-OPEN      PIC X(1).
010700         10  WS-PT-SECONDS   PIC 9(5).
010800         10  WS-PT-SUPERVISOR PIC X(8).
010900         10  WS-PT-STAMP     PIC X(82).
011000
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE
011400     SORT SORT-WORK-FILE
011500         ON ASCENDING KEY SR-OPERATOR
011600         ON ASCENDING KEY SR-REASON
011700         ON ASCENDING KEY SR-RANDOM
011800         INPUT PROCEDURE IS 2000-SELECT-CANDIDATES
011900         OUTPUT PROCEDURE IS 3000-WRITE-SAMPLE
012000     PERFORM 4000-TERMINATE
012100     STOP RUN.
012200
012300 1000-INITIALIZE.
012400     MOVE SPACES TO WS-PARM-LINE
012500     ACCEPT WS-PARM-LINE
012600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
012700     MOVE WS-PARM-DATE TO WS-RUN-DATE
012800     IF WS-RUN-DATE = SPACES
012810         CALL "CalLookup" USING WS-CAL-FUNCTION, WS-TODAY,
012820             WS-RUN-DATE, WS-CAL-FOUND
012830         IF WS-CAL-FOUND NOT = 'Y'
012840             DISPLAY "ReviewSample: business calendar missing, "
012850                 "week-end rule used for " WS-RUN-DATE
012860         END-IF
013000     END-IF
013100     IF WS-RUN-DATE NOT NUMERIC
013200         DISPLAY "ReviewSample: invalid date [" WS-RUN-DATE
013300             "], expected AAAAMMJJ"
013400         MOVE 16 TO RETURN-CODE
013500         STOP RUN
013600     END-IF
013700     IF WS-PARM-PERCENT NOT = SPACES
013800         IF FUNCTION TEST-NUMVAL(WS-PARM-PERCENT) = 0
013900            AND FUNCTION NUMVAL(WS-PARM-PERCENT) NOT > 100
014000             MOVE FUNCTION NUMVAL(WS-PARM-PERCENT)
014100                 TO WS-PERCENT
014200         ELSE
014300             DISPLAY "ReviewSample: invalid percentage ["
014400                 WS-PARM-PERCENT "], expected 0 to 100"
014500             MOVE 16 TO RETURN-CODE
014600             STOP RUN
014700         END-IF
014800     END-IF
014900     IF WS-PARM-MINIMUM NOT = SPACES
015000         IF FUNCTION TEST-NUMVAL(WS-PARM-MINIMUM) = 0
015100             MOVE FUNCTION NUMVAL(WS-PARM-MINIMUM)
015200                 TO WS-MINIMUM
015300         ELSE
015400             DISPLAY "ReviewSample: invalid minimum ["
015500                 WS-PARM-MINIMUM "], expected a count"
015600             MOVE 16 TO RETURN-CODE
015700             STOP RUN
015800         END-IF
015900     END-IF
016000     PERFORM 1100-CHECK-NOT-SAMPLED
016100     IF WS-ALREADY-DONE = 'Y'
016200         DISPLAY "ReviewSample: " WS-RUN-DATE
016300             " already sampled on REVUE, nothing drawn"
016400         MOVE 4 TO RETURN-CODE
016500         STOP RUN
016600     END-IF
016700     OPEN INPUT AUDIT-MST-FILE
016800     IF WS-MST-STATUS NOT = "00"
016900         DISPLAY "ReviewSample: cannot open AUDITMST, file "
017000             "status " WS-MST-STATUS
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF
017400     OPEN EXTEND REVIEW-FILE
017500     IF WS-REV-STATUS = "35"
017600         OPEN OUTPUT REVIEW-FILE
017700     END-IF
017800     IF WS-REV-STATUS NOT = "00"
017900         DISPLAY "ReviewSample: cannot open REVUE, file "
018000             "status " WS-REV-STATUS
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF
018400     MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
018500     COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM(WS-SEED).
018600
018700 1100-CHECK-NOT-SAMPLED.
018800     OPEN INPUT REVIEW-FILE
018900     IF WS-REV-STATUS = "00"
019000         PERFORM 1110-READ-REVIEW
019100             UNTIL WS-EOF OR WS-ALREADY-DONE = 'Y'
019200         CLOSE REVIEW-FILE
019300     END-IF
019400     MOVE 'N' TO WS-EOF-FLAG.
019500
019600 1110-READ-REVIEW.
019700     READ REVIEW-FILE
019800         AT END
019900             SET WS-EOF TO TRUE
020000         NOT AT END
020100             IF RV-DATE = WS-RUN-DATE
020200                 MOVE 'Y' TO WS-ALREADY-DONE
020300             END-IF
020400     END-READ.
020500
020600 2000-SELECT-CANDIDATES.
020700     PERFORM 2100-POSITION-ON-DATE
020800     IF NOT WS-EOF
020900         PERFORM 2200-READ-MASTER
021000     END-IF
021100     PERFORM 2300-SELECT-ONE
021200         UNTIL WS-EOF OR AUDM-DATE NOT = WS-RUN-DATE
021300     PERFORM 2700-FLUSH-ONE-PENDING
021400         VARYING WS-PEND-IX FROM 1 BY 1
021500         UNTIL WS-PEND-IX > WS-PEND-COUNT.
021600
021700 2100-POSITION-ON-DATE.
021800     MOVE SPACES TO AUDIT-MST-RECORD
021900     MOVE WS-RUN-DATE TO AUDM-DATE
022000     MOVE "000000" TO AUDM-TIME
022100     MOVE ZERO TO AUDM-SEQ
022200     START AUDIT-MST-FILE KEY NOT LESS THAN AUDM-KEY
022300         INVALID KEY
022400             SET WS-EOF TO TRUE
022500     END-START.
022600
022700 2200-READ-MASTER.
022800     READ AUDIT-MST-FILE NEXT
022900         AT END
023000             SET WS-EOF TO TRUE
023100     END-READ.
023200
023300 2300-SELECT-ONE.
023400     MOVE ZERO TO WS-NOW-SEC
023500     IF AUDM-TIME NUMERIC
023600         MOVE AUDM-TIME(1:2) TO WS-HH
023700         MOVE AUDM-TIME(3:2) TO WS-MM
023800         MOVE AUDM-TIME(5:2) TO WS-SS
023900         COMPUTE WS-NOW-SEC = WS-HH * 3600 + WS-MM * 60 + WS-SS
024000     END-IF
024100     EVALUATE TRUE
024200         WHEN AUDM-OPERATION = "ANNULATION"
024300             CONTINUE
024400         WHEN AUDM-OPERATION = "APPROBATION"
024500             PERFORM 2400-NOTE-APPROVAL
024600         WHEN OTHER
024700             PERFORM 2500-RELEASE-CALCULATION
024800     END-EVALUATE
024900     PERFORM 2200-READ-MASTER.
025000
025100 2400-NOTE-APPROVAL.
025200     MOVE AUDM-RESULT(1:8) TO WS-LOOK-OPERATOR
025300     PERFORM 2600-FIND-PENDING
025400     IF WS-PEND-FOUND = 'Y'
025500         PERFORM 2700-FLUSH-ONE-PENDING
025600     ELSE
025700         IF WS-PEND-COUNT < 500
025800             ADD 1 TO WS-PEND-COUNT
025900             MOVE WS-PEND-COUNT TO WS-PEND-IX
026000             MOVE WS-LOOK-OPERATOR TO WS-PT-OPERATOR(WS-PEND-IX)
026100             MOVE 'Y' TO WS-PEND-FOUND
026200         END-IF
026300     END-IF
026400     IF WS-PEND-FOUND = 'Y'
026500         MOVE 'Y' TO WS-PT-OPEN(WS-PEND-IX)
026600         MOVE WS-NOW-SEC TO WS-PT-SECONDS(WS-PEND-IX)
026700         MOVE AUDM-OPERATOR TO WS-PT-SUPERVISOR(WS-PEND-IX)
026800         MOVE AUDIT-MST-RECORD TO WS-PT-STAMP(WS-PEND-IX)
026900     ELSE
027000         MOVE WS-LOOK-OPERATOR TO SR-OPERATOR
027100         MOVE 'A' TO SR-REASON
027200         MOVE ZERO TO SR-RANDOM
027300         MOVE AUDM-OPERATOR TO SR-SUPERVISOR
027400         MOVE AUDIT-MST-RECORD TO SR-AUDIT-RECORD
027500         ADD 1 TO WS-APPROVED-COUNT
027600         RELEASE SORT-REVIEW-RECORD
027700     END-IF.
027800
027900 2500-RELEASE-CALCULATION.
028000     ADD 1 TO WS-CANDIDATE-COUNT
028100     MOVE AUDM-OPERATOR TO WS-LOOK-OPERATOR
028200     PERFORM 2800-COUNT-OPERATOR
028300     MOVE 'E' TO WS-CALC-REASON
028400     MOVE SPACES TO WS-CALC-SUPERVISOR
028500     PERFORM 2600-FIND-PENDING
028600     IF WS-PEND-FOUND = 'Y'
028700         IF WS-PT-OPEN(WS-PEND-IX) = 'Y'
028800            AND WS-NOW-SEC NOT < WS-PT-SECONDS(WS-PEND-IX)
028900            AND WS-NOW-SEC - WS-PT-SECONDS(WS-PEND-IX)
029000                NOT > WS-WINDOW-SEC
029100             MOVE 'A' TO WS-CALC-REASON
029200             MOVE WS-PT-SUPERVISOR(WS-PEND-IX)
029300                 TO WS-CALC-SUPERVISOR
029400             MOVE 'N' TO WS-PT-OPEN(WS-PEND-IX)
029500         ELSE
029600             PERFORM 2700-FLUSH-ONE-PENDING
029700         END-IF
029800     END-IF
029900     MOVE AUDM-OPERATOR TO SR-OPERATOR
030000     MOVE WS-CALC-REASON TO SR-REASON
030100     MOVE WS-CALC-SUPERVISOR TO SR-SUPERVISOR
030200     MOVE AUDIT-MST-RECORD TO SR-AUDIT-RECORD
030300     IF SR-REASON = 'A'
030400         MOVE ZERO TO SR-RANDOM
030500         ADD 1 TO WS-APPROVED-COUNT
030600     ELSE
030700         COMPUTE SR-RANDOM = FUNCTION RANDOM * 999999999
030800     END-IF
030900     RELEASE SORT-REVIEW-RECORD.
031000
031100 2600-FIND-PENDING.
031200     MOVE 'N' TO WS-PEND-FOUND
031300     PERFORM 2610-COMPARE-ONE-PENDING
031400         VARYING WS-PEND-IX FROM 1 BY 1
031500         UNTIL WS-PEND-IX > WS-PEND-COUNT
031600            OR WS-PEND-FOUND = 'Y'
031700     IF WS-PEND-FOUND = 'Y'
031800         SUBTRACT 1 FROM WS-PEND-IX
031900     END-IF.
032000
032100 2610-COMPARE-ONE-PENDING.
032200     IF WS-PT-OPERATOR(WS-PEND-IX) = WS-LOOK-OPERATOR
032300         MOVE 'Y' TO WS-PEND-FOUND
032400     END-IF.
032500
032600 2700-FLUSH-ONE-PENDING.
032700     IF WS-PT-OPEN(WS-PEND-IX) = 'Y'
032800         MOVE WS-PT-OPERATOR(WS-PEND-IX) TO SR-OPERATOR
032900         MOVE 'A' TO SR-REASON
033000         MOVE ZERO TO SR-RANDOM
033100         MOVE WS-PT-SUPERVISOR(WS-PEND-IX) TO SR-SUPERVISOR
033200         MOVE WS-PT-STAMP(WS-PEND-IX) TO SR-AUDIT-RECORD
033300         MOVE 'N' TO WS-PT-OPEN(WS-PEND-IX)
033400         ADD 1 TO WS-APPROVED-COUNT
033500         RELEASE SORT-REVIEW-RECORD
033600     END-IF.
033700
033800 2800-COUNT-OPERATOR.
033900     MOVE 'N' TO WS-PEND-FOUND
034000     PERFORM 2810-COMPARE-ONE-OPERATOR
034100         VARYING WS-OPER-IX FROM 1 BY 1
034200         UNTIL WS-OPER-IX > WS-OPER-COUNT
034300            OR WS-PEND-FOUND = 'Y'
034400     IF WS-PEND-FOUND = 'Y'
034500         SUBTRACT 1 FROM WS-OPER-IX
034600         ADD 1 TO WS-OT-COUNT(WS-OPER-IX)
034700     ELSE
034800         IF WS-OPER-COUNT < 500
034900             ADD 1 TO WS-OPER-COUNT
035000             MOVE WS-LOOK-OPERATOR
035100                 TO WS-OT-OPERATOR(WS-OPER-COUNT)
035200             MOVE 1 TO WS-OT-COUNT(WS-OPER-COUNT)
035300         END-IF
035400     END-IF.
035500
035600 2810-COMPARE-ONE-OPERATOR.
035700     IF WS-OT-OPERATOR(WS-OPER-IX) = WS-LOOK-OPERATOR
035800         MOVE 'Y' TO WS-PEND-FOUND
035900     END-IF.
036000
036100 3000-WRITE-SAMPLE.
036200     MOVE LOW-VALUES TO WS-CURRENT-OPERATOR
036300     PERFORM 3100-RETURN-SORTED
036400     PERFORM 3200-TAKE-ONE UNTIL WS-SORT-EOF.
036500
036600 3100-RETURN-SORTED.
036700     RETURN SORT-WORK-FILE
036800         AT END
036900             SET WS-SORT-EOF TO TRUE
037000     END-RETURN.
037100
037200 3200-TAKE-ONE.
037300     IF SR-OPERATOR NOT = WS-CURRENT-OPERATOR
037400         PERFORM 3300-SET-TARGET
037500     END-IF
037600     IF SR-REASON = 'A' OR WS-TAKEN < WS-TARGET
037700         PERFORM 3400-WRITE-REVIEW
037800     END-IF
037900     PERFORM 3100-RETURN-SORTED.
038000
038100 3300-SET-TARGET.
038200     MOVE SR-OPERATOR TO WS-CURRENT-OPERATOR
038300     MOVE SR-OPERATOR TO WS-LOOK-OPERATOR
038400     MOVE ZERO TO WS-TAKEN
038500     MOVE ZERO TO WS-TARGET
038600     MOVE 'N' TO WS-PEND-FOUND
038700     PERFORM 2810-COMPARE-ONE-OPERATOR
038800         VARYING WS-OPER-IX FROM 1 BY 1
038900         UNTIL WS-OPER-IX > WS-OPER-COUNT
039000            OR WS-PEND-FOUND = 'Y'
039100     IF WS-PEND-FOUND = 'Y'
039200         SUBTRACT 1 FROM WS-OPER-IX
039300         COMPUTE WS-TARGET =
039400             (WS-OT-COUNT(WS-OPER-IX) * WS-PERCENT + 99) / 100
039500         IF WS-TARGET < WS-MINIMUM
039600             MOVE WS-MINIMUM TO WS-TARGET
039700         END-IF
039800     END-IF.
039900
040000 3400-WRITE-REVIEW.
040100     ADD 1 TO WS-TAKEN
040200     MOVE SR-AUDIT-RECORD TO AUDIT-MST-RECORD
040300     MOVE SPACES TO REVIEW-RECORD
040400     MOVE AUDM-DATE TO RV-DATE
040500     MOVE AUDM-TIME TO RV-TIME
040600     MOVE AUDM-SEQ TO RV-SEQ
040700     MOVE AUDM-OPERATION TO RV-OPERATION
040800     MOVE AUDM-NUM1 TO RV-NUM1
040900     MOVE AUDM-NUM2 TO RV-NUM2
041000     MOVE AUDM-RESULT TO RV-RESULT
041100     MOVE SR-OPERATOR TO RV-OPERATOR
041200     MOVE SR-REASON TO RV-REASON
041300     MOVE SR-SUPERVISOR TO RV-SUPERVISOR
041400     MOVE WS-TODAY TO RV-SAMPLE-DATE
041500     SET RV-A-REVOIR TO TRUE
041600     WRITE REVIEW-RECORD
041700     ADD 1 TO WS-WRITTEN-COUNT
041800     IF SR-REASON = 'E'
041900         ADD 1 TO WS-SAMPLED-COUNT
042000     END-IF.
042100
042200 4000-TERMINATE.
042300     CLOSE AUDIT-MST-FILE
042400     CLOSE REVIEW-FILE
042500     DISPLAY "ReviewSample: " WS-RUN-DATE " calculations "
042600         WS-CANDIDATE-COUNT " operators " WS-OPER-COUNT
042700         " approved " WS-APPROVED-COUNT " sampled "
042800         WS-SAMPLED-COUNT " written " WS-WRITTEN-COUNT.
042900
043000 END PROGRAM ReviewSample.
