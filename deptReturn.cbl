000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Departmental batch return, run in NIGHTRUN once the
000500*          night batch has ended clean. For every batch on the
000600*          DEPTCTL control file that has not been answered yet
000700*          it writes a group to the return file - a header with
000800*          the department, batch ID, submission date and
000900*          whether DeptIntake took the batch in or refused it
001000*          (with the reason), one line per detail line of an
001100*          accepted batch, and a trailer with the counts - so
001200*          the department can reconcile its batch without
001300*          calling the desk. Each line carries the result as
001400*          printed on NIGHTOUT, or REJETE with the reason code
001500*          from the pre-edit (NIGHTREJ) or the night batch
001600*          (BATCHRES), or RETENU when the line is waiting on the
001700*          held file for review; a line found on none of them
001800*          (taken off the queue by hand after a pre-edit
001900*          failure) comes back NON TRAITE and the step ends
002000*          RC=4. The lines are brought together by batch and
002100*          line number through a sort; a line of a batch that
002200*          was already answered (a hold released on a later
002300*          night) is counted and left out. The answered batches
002400*          are then stamped on the control file through a work
002500*          file, the same way StandingOrders rewrites its
002600*          templates. All tonight's groups go to the one return
002700*          dataset, each between its own header and trailer.
002800* Tectonics: cobc
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. DeptReturn.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DEPT-CONTROL-FILE ASSIGN TO "DEPTCTL"
003700         FILE STATUS IS WS-CTL-STATUS
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT CONTROL-WORK-FILE ASSIGN TO "DEPTCWK"
004100         FILE STATUS IS WS-CWK-STATUS
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT BATCH-RESULT-FILE ASSIGN TO "BATCHRES"
004500         FILE STATUS IS WS-RES-STATUS
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT REJECT-FILE ASSIGN TO "NIGHTREJ"
004900         FILE STATUS IS WS-REJ-STATUS
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT HELD-FILE ASSIGN TO "NIGHTHELD"
005300         FILE STATUS IS WS-HELD-STATUS
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT RETURN-FILE ASSIGN TO "DEPTRET"
005700         FILE STATUS IS WS-RET-STATUS
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT SORT-WORK-FILE ASSIGN TO "DEPTSRT".
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  DEPT-CONTROL-FILE.
006500 COPY "deptctl.cpy".
006600
006700 FD  CONTROL-WORK-FILE
006800     RECORD CONTAINS 56 CHARACTERS.
006900 01  CONTROL-WORK-RECORD     PIC X(56).
007000
007100 FD  BATCH-RESULT-FILE.
007200 COPY "batchres.cpy".
007300
007400 FD  REJECT-FILE.
007500 01  REJECT-RECORD.
007600     05  RJ-REASON-CODE      PIC X(2).
007700     05  FILLER              PIC X(1).
007800     05  RJ-QUEUE-RECORD     PIC X(46).
007900
008000 FD  HELD-FILE.
008200 COPY "nightheld.cpy".
008300
008400 FD  RETURN-FILE.
008500 01  RETURN-HEADER-RECORD.
008600     05  RH-TYPE             PIC X(3).
008700     05  FILLER              PIC X(1).
008800     05  RH-DEPARTMENT       PIC X(8).
008900     05  FILLER              PIC X(1).
009000     05  RH-BATCH-ID         PIC X(8).
009100     05  FILLER              PIC X(1).
009200     05  RH-SUBMIT-DATE      PIC X(8).
009300     05  FILLER              PIC X(1).
009400     05  RH-RUN-DATE         PIC X(8).
009500     05  FILLER              PIC X(1).
009600     05  RH-STATUS           PIC X(7).
009700     05  FILLER              PIC X(1).
009800     05  RH-REASON-CODE      PIC X(2).
009900     05  FILLER              PIC X(1).
010000     05  RH-REASON-TEXT      PIC X(18).
010100 01  RETURN-LINE-RECORD.
010200     05  RL-TYPE             PIC X(3).
010300     05  FILLER              PIC X(1).
010400     05  RL-LINE             PIC 9(5).
010500     05  FILLER              PIC X(1).
010600     05  RL-OP-CODE          PIC X(1).
010700     05  FILLER              PIC X(1).
010800     05  RL-NUM1             PIC X(12).
010900     05  FILLER              PIC X(1).
011000     05  RL-NUM2             PIC X(12).
011100     05  FILLER              PIC X(1).
011200     05  RL-STATUS           PIC X(10).
011300     05  FILLER              PIC X(1).
011400     05  RL-REASON-CODE      PIC X(2).
011500     05  FILLER              PIC X(1).
011600     05  RL-RESULT           PIC X(18).
011700 01  RETURN-TRAILER-RECORD.
011800     05  RT-TYPE             PIC X(3).
011900     05  FILLER              PIC X(1).
012000     05  RT-DEPARTMENT       PIC X(8).
012100     05  FILLER              PIC X(1).
012200     05  RT-BATCH-ID         PIC X(8).
012300     05  FILLER              PIC X(1).
012400     05  RT-LINE-COUNT       PIC 9(5).
012500     05  FILLER              PIC X(1).
012600     05  RT-RESULT-COUNT     PIC 9(5).
012700     05  FILLER              PIC X(1).
012800     05  RT-REJECT-COUNT     PIC 9(5).
012900     05  FILLER              PIC X(1).
013000     05  RT-HELD-COUNT       PIC 9(5).
013100     05  FILLER              PIC X(1).
013200     05  RT-NOT-RUN-COUNT    PIC 9(5).
013300
013400 SD  SORT-WORK-FILE.
013500 01  SORT-RETURN-RECORD.
013600     05  SR-DEPARTMENT       PIC X(8).
013700     05  SR-BATCH-ID         PIC X(8).
013800     05  SR-LINE             PIC 9(5).
013900     05  SR-KIND             PIC X(1).
014000         88  SR-REFUSED-BATCH            VALUE '0'.
014100         88  SR-ACCEPTED-BATCH           VALUE '1'.
014200         88  SR-LINE-EVENT               VALUE '2'.
014300     05  SR-STATUS           PIC X(1).
014400         88  SR-RESULT                   VALUE 'R'.
014500         88  SR-RUN-REJECT               VALUE 'J'.
014600         88  SR-EDIT-REJECT              VALUE 'E'.
014700         88  SR-HELD                     VALUE 'H'.
014800     05  SR-REASON-CODE      PIC X(2).
014900     05  SR-RESULT-TEXT      PIC X(15).
015000     05  SR-OP-CODE          PIC X(1).
015100     05  SR-NUM1-X           PIC X(11).
015200     05  SR-NUM1             REDEFINES SR-NUM1-X
015300                             PIC 9(9)V99.
015400     05  SR-NUM2-X           PIC X(11).
015500     05  SR-NUM2             REDEFINES SR-NUM2-X
015600                             PIC 9(9)V99.
015700     05  SR-SUBMIT-DATE      PIC X(8).
015800     05  SR-LINE-COUNT       PIC 9(5).
015900
016000 WORKING-STORAGE SECTION.
016100 COPY "nightq.cpy".
016200 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
016300     88  WS-EOF                          VALUE 'Y'.
016400 77  WS-GROUP-FLAG           PIC X(1) VALUE 'N'.
016500     88  WS-GROUP-OPEN                   VALUE 'Y'.
016600 77  WS-CTL-STATUS           PIC X(2).
016700 77  WS-CWK-STATUS           PIC X(2).
016800 77  WS-RES-STATUS           PIC X(2).
016900 77  WS-REJ-STATUS           PIC X(2).
017000 77  WS-HELD-STATUS          PIC X(2).
017100 77  WS-RET-STATUS           PIC X(2).
017200 77  WS-RUN-DATE             PIC X(8).
017300 77  WS-PENDING-COUNT        PIC 9(7) VALUE ZERO.
017400 77  WS-EVENT-COUNT          PIC 9(7) VALUE ZERO.
017500 77  WS-RETURNED-COUNT       PIC 9(7) VALUE ZERO.
017600 77  WS-LINE-TOTAL           PIC 9(7) VALUE ZERO.
017700 77  WS-NOT-RUN-TOTAL        PIC 9(7) VALUE ZERO.
017800 77  WS-UNMATCHED-COUNT      PIC 9(7) VALUE ZERO.
017900 77  WS-GROUP-DEPARTMENT     PIC X(8).
018000 77  WS-GROUP-BATCH-ID       PIC X(8).
018100 77  WS-GROUP-LINES          PIC 9(5).
018200 77  WS-NEXT-LINE            PIC 9(5).
018300 77  WS-RESULT-COUNT         PIC 9(5).
018400 77  WS-REJECT-COUNT         PIC 9(5).
018500 77  WS-HELD-COUNT           PIC 9(5).
018600 77  WS-NOT-RUN-COUNT        PIC 9(5).
018700 77  WS-NUM-ED               PIC Z(8)9.99.
018800 77  WS-REASON-CODE          PIC X(2).
018900 77  WS-REASON-TEXT          PIC X(18).
019000
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE
019400     SORT SORT-WORK-FILE
019500         ON ASCENDING KEY SR-DEPARTMENT
019600         ON ASCENDING KEY SR-BATCH-ID
019700         ON ASCENDING KEY SR-LINE
019800         ON ASCENDING KEY SR-KIND
019900         INPUT PROCEDURE IS 2000-COLLECT-LINES
020000         OUTPUT PROCEDURE IS 3000-WRITE-RETURNS
020100     PERFORM 4000-MARK-RETURNED
020200     PERFORM 5000-TERMINATE
020300     STOP RUN.
020400
020500 1000-INITIALIZE.
020600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
020700     OPEN OUTPUT RETURN-FILE
020800     IF WS-RET-STATUS NOT = "00"
020900         DISPLAY "DeptReturn: cannot open DEPTRET, file "
021000             "status " WS-RET-STATUS
021100         MOVE 16 TO RETURN-CODE
021200         STOP RUN
021300     END-IF.
021400
021500 2000-COLLECT-LINES.
021600     PERFORM 2100-COLLECT-BATCHES
021700     PERFORM 2200-COLLECT-RESULTS
021800     PERFORM 2300-COLLECT-REJECTS
021900     PERFORM 2400-COLLECT-HOLDS.
022000
022100 2100-COLLECT-BATCHES.
022200     OPEN INPUT DEPT-CONTROL-FILE
022300     IF WS-CTL-STATUS = "00"
022400         PERFORM 2110-COLLECT-ONE-BATCH
022500             UNTIL WS-CTL-STATUS NOT = "00"
022600         CLOSE DEPT-CONTROL-FILE
022700     END-IF.
022800
022900 2110-COLLECT-ONE-BATCH.
023000     READ DEPT-CONTROL-FILE
023100         AT END
023200             MOVE "10" TO WS-CTL-STATUS
023300         NOT AT END
023400             IF DC-RETURNED = SPACE
023500                 PERFORM 2120-RELEASE-BATCH
023600             END-IF
023700     END-READ.
023800
023900 2120-RELEASE-BATCH.
024000     MOVE SPACES TO SORT-RETURN-RECORD
024100     MOVE DC-DEPARTMENT TO SR-DEPARTMENT
024200     MOVE DC-BATCH-ID TO SR-BATCH-ID
024300     MOVE ZERO TO SR-LINE
024400     IF DC-ACCEPTED
024500         SET SR-ACCEPTED-BATCH TO TRUE
024600     ELSE
024700         SET SR-REFUSED-BATCH TO TRUE
024800     END-IF
024900     MOVE DC-REASON-CODE TO SR-REASON-CODE
025000     MOVE DC-SUBMIT-DATE TO SR-SUBMIT-DATE
025100     MOVE DC-LINE-COUNT TO SR-LINE-COUNT
025200     RELEASE SORT-RETURN-RECORD
025300     ADD 1 TO WS-PENDING-COUNT.
025400
025500 2200-COLLECT-RESULTS.
025600     OPEN INPUT BATCH-RESULT-FILE
025700     IF WS-RES-STATUS = "00"
025800         PERFORM 2210-COLLECT-ONE-RESULT
025900             UNTIL WS-RES-STATUS NOT = "00"
026000         CLOSE BATCH-RESULT-FILE
026100     END-IF.
026200
026300 2210-COLLECT-ONE-RESULT.
026400     READ BATCH-RESULT-FILE
026500         AT END
026600             MOVE "10" TO WS-RES-STATUS
026700         NOT AT END
026800             MOVE BR-QUEUE-RECORD TO NIGHT-QUEUE-RECORD
026900             PERFORM 2900-SET-EVENT
027000             MOVE BR-STATUS TO SR-STATUS
027100             MOVE BR-REASON-CODE TO SR-REASON-CODE
027200             MOVE BR-RESULT-TEXT TO SR-RESULT-TEXT
027300             PERFORM 2950-RELEASE-EVENT
027400     END-READ.
027500
027600 2300-COLLECT-REJECTS.
027700     OPEN INPUT REJECT-FILE
027800     IF WS-REJ-STATUS = "00"
027900         PERFORM 2310-COLLECT-ONE-REJECT
028000             UNTIL WS-REJ-STATUS NOT = "00"
028100         CLOSE REJECT-FILE
028200     END-IF.
028300
028400 2310-COLLECT-ONE-REJECT.
028500     READ REJECT-FILE
028600         AT END
028700             MOVE "10" TO WS-REJ-STATUS
028800         NOT AT END
028900             MOVE RJ-QUEUE-RECORD TO NIGHT-QUEUE-RECORD
029000             PERFORM 2900-SET-EVENT
029100             SET SR-EDIT-REJECT TO TRUE
029200             MOVE RJ-REASON-CODE TO SR-REASON-CODE
029300             PERFORM 2950-RELEASE-EVENT
029400     END-READ.
029500
029600 2400-COLLECT-HOLDS.
029700     OPEN INPUT HELD-FILE
029800     IF WS-HELD-STATUS = "00"
029900         PERFORM 2410-COLLECT-ONE-HOLD
030000             UNTIL WS-HELD-STATUS NOT = "00"
030100         CLOSE HELD-FILE
030200     END-IF.
030300
030400 2410-COLLECT-ONE-HOLD.
030500     READ HELD-FILE
030600         AT END
030700             MOVE "10" TO WS-HELD-STATUS
030800         NOT AT END
030900             MOVE HLD-QUEUE-RECORD TO NIGHT-QUEUE-RECORD
031000             PERFORM 2900-SET-EVENT
031100             SET SR-HELD TO TRUE
031200             PERFORM 2950-RELEASE-EVENT
031300     END-READ.
031400
031500 2900-SET-EVENT.
031600     MOVE SPACES TO SORT-RETURN-RECORD
031700     MOVE NQ-REQUESTOR TO SR-DEPARTMENT
031800     MOVE NQ-BATCH-ID TO SR-BATCH-ID
031900     IF NQ-BATCH-ID NOT = SPACES
032000         MOVE NQ-BATCH-LINE TO SR-LINE
032100     END-IF
032200     SET SR-LINE-EVENT TO TRUE
032300     MOVE NQ-OP-CODE TO SR-OP-CODE
032400     MOVE NQ-NUM1-X TO SR-NUM1-X
032500     MOVE NQ-NUM2-X TO SR-NUM2-X
032600     MOVE ZERO TO SR-LINE-COUNT.
032700
032800 2950-RELEASE-EVENT.
032900     IF SR-BATCH-ID NOT = SPACES
033000         RELEASE SORT-RETURN-RECORD
033100         ADD 1 TO WS-EVENT-COUNT
033200     END-IF.
033300
033400 3000-WRITE-RETURNS.
033500     MOVE 'N' TO WS-EOF-FLAG
033600     PERFORM 3100-RETURN-ONE-RECORD UNTIL WS-EOF
033700     IF WS-GROUP-OPEN
033800         PERFORM 3500-CLOSE-GROUP
033900     END-IF.
034000
034100 3100-RETURN-ONE-RECORD.
034200     RETURN SORT-WORK-FILE
034300         AT END
034400             SET WS-EOF TO TRUE
034500         NOT AT END
034600             PERFORM 3200-PLACE-RECORD
034700     END-RETURN.
034800
034900 3200-PLACE-RECORD.
035000     EVALUATE TRUE
035100         WHEN SR-REFUSED-BATCH
035200             IF WS-GROUP-OPEN
035300                 PERFORM 3500-CLOSE-GROUP
035400             END-IF
035500             PERFORM 3300-OPEN-GROUP
035600             PERFORM 3500-CLOSE-GROUP
035700         WHEN SR-ACCEPTED-BATCH
035800             IF WS-GROUP-OPEN
035900                 PERFORM 3500-CLOSE-GROUP
036000             END-IF
036100             PERFORM 3300-OPEN-GROUP
036200         WHEN OTHER
036300             IF WS-GROUP-OPEN
036400                AND SR-DEPARTMENT = WS-GROUP-DEPARTMENT
036500                AND SR-BATCH-ID = WS-GROUP-BATCH-ID
036600                 PERFORM 3400-WRITE-LINE
036700             ELSE
036800                 ADD 1 TO WS-UNMATCHED-COUNT
036900             END-IF
037000     END-EVALUATE.
037100
037200 3300-OPEN-GROUP.
037300     SET WS-GROUP-OPEN TO TRUE
037400     ADD 1 TO WS-RETURNED-COUNT
037500     MOVE SR-DEPARTMENT TO WS-GROUP-DEPARTMENT
037600     MOVE SR-BATCH-ID TO WS-GROUP-BATCH-ID
037700     MOVE 1 TO WS-NEXT-LINE
037800     MOVE ZERO TO WS-RESULT-COUNT
037900     MOVE ZERO TO WS-REJECT-COUNT
038000     MOVE ZERO TO WS-HELD-COUNT
038100     MOVE ZERO TO WS-NOT-RUN-COUNT
038200     MOVE SPACES TO RETURN-HEADER-RECORD
038300     MOVE "RET" TO RH-TYPE
038400     MOVE SR-DEPARTMENT TO RH-DEPARTMENT
038500     MOVE SR-BATCH-ID TO RH-BATCH-ID
038600     MOVE SR-SUBMIT-DATE TO RH-SUBMIT-DATE
038700     MOVE WS-RUN-DATE TO RH-RUN-DATE
038800     IF SR-ACCEPTED-BATCH
038900         MOVE "ACCEPTE" TO RH-STATUS
039000         MOVE SR-LINE-COUNT TO WS-GROUP-LINES
039100     ELSE
039200         MOVE "REFUSE" TO RH-STATUS
039300         MOVE ZERO TO WS-GROUP-LINES
039400         MOVE SR-REASON-CODE TO RH-REASON-CODE
039500         MOVE SR-REASON-CODE TO WS-REASON-CODE
039600         PERFORM 3900-SET-REASON-TEXT
039700         MOVE WS-REASON-TEXT TO RH-REASON-TEXT
039800     END-IF
039900     WRITE RETURN-HEADER-RECORD.
040000
040100 3400-WRITE-LINE.
040200     PERFORM 3410-WRITE-NOT-RUN
040300         UNTIL WS-NEXT-LINE NOT < SR-LINE
040400     MOVE SPACES TO RETURN-LINE-RECORD
040500     MOVE "LIG" TO RL-TYPE
040600     MOVE SR-LINE TO RL-LINE
040700     MOVE SR-OP-CODE TO RL-OP-CODE
040800     PERFORM 3420-SET-OPERANDS
040900     EVALUATE TRUE
041000         WHEN SR-RESULT
041100             MOVE "RESULTAT" TO RL-STATUS
041200             MOVE SR-RESULT-TEXT TO RL-RESULT
041300             ADD 1 TO WS-RESULT-COUNT
041400         WHEN SR-HELD
041500             MOVE "RETENU" TO RL-STATUS
041600             MOVE "HORS LIMITE" TO RL-RESULT
041700             ADD 1 TO WS-HELD-COUNT
041800         WHEN OTHER
041900             MOVE "REJETE" TO RL-STATUS
042000             MOVE SR-REASON-CODE TO RL-REASON-CODE
042100             MOVE SR-REASON-CODE TO WS-REASON-CODE
042200             PERFORM 3900-SET-REASON-TEXT
042300             MOVE WS-REASON-TEXT TO RL-RESULT
042400             ADD 1 TO WS-REJECT-COUNT
042500     END-EVALUATE
042600     WRITE RETURN-LINE-RECORD
042700     IF SR-LINE NOT < WS-NEXT-LINE
042800         ADD 1 TO SR-LINE GIVING WS-NEXT-LINE
042900     END-IF.
043000
043100 3410-WRITE-NOT-RUN.
043200     MOVE SPACES TO RETURN-LINE-RECORD
043300     MOVE "LIG" TO RL-TYPE
043400     MOVE WS-NEXT-LINE TO RL-LINE
043500     MOVE "NON TRAITE" TO RL-STATUS
043600     WRITE RETURN-LINE-RECORD
043700     ADD 1 TO WS-NOT-RUN-COUNT
043800     ADD 1 TO WS-NEXT-LINE.
043900
044000 3420-SET-OPERANDS.
044100     IF SR-NUM1-X NUMERIC
044200         MOVE SR-NUM1 TO WS-NUM-ED
044300         MOVE WS-NUM-ED TO RL-NUM1
044400     ELSE
044500         MOVE SR-NUM1-X TO RL-NUM1
044600     END-IF
044700     IF SR-OP-CODE NOT = "C" AND SR-NUM2-X NUMERIC
044800         MOVE SR-NUM2 TO WS-NUM-ED
044900         MOVE WS-NUM-ED TO RL-NUM2
045000     ELSE
045100         MOVE SR-NUM2-X TO RL-NUM2
045200     END-IF.
045300
045400 3500-CLOSE-GROUP.
045500     PERFORM 3410-WRITE-NOT-RUN
045600         UNTIL WS-NEXT-LINE > WS-GROUP-LINES
045700     MOVE SPACES TO RETURN-TRAILER-RECORD
045800     MOVE "FIN" TO RT-TYPE
045900     MOVE WS-GROUP-DEPARTMENT TO RT-DEPARTMENT
046000     MOVE WS-GROUP-BATCH-ID TO RT-BATCH-ID
046100     MOVE WS-GROUP-LINES TO RT-LINE-COUNT
046200     MOVE WS-RESULT-COUNT TO RT-RESULT-COUNT
046300     MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT
046400     MOVE WS-HELD-COUNT TO RT-HELD-COUNT
046500     MOVE WS-NOT-RUN-COUNT TO RT-NOT-RUN-COUNT
046600     WRITE RETURN-TRAILER-RECORD
046700     ADD WS-GROUP-LINES TO WS-LINE-TOTAL
046800     ADD WS-NOT-RUN-COUNT TO WS-NOT-RUN-TOTAL
046900     MOVE 'N' TO WS-GROUP-FLAG.
047000
047100 3900-SET-REASON-TEXT.
047200     EVALUATE WS-REASON-CODE
047300         WHEN "01"
047400             MOVE "CODE OPERATION" TO WS-REASON-TEXT
047500         WHEN "02"
047600             MOVE "PREMIER NOMBRE" TO WS-REASON-TEXT
047700         WHEN "03"
047800             MOVE "DEUXIEME NOMBRE" TO WS-REASON-TEXT
047900         WHEN "04"
048000             MOVE "DIVISEUR ZERO" TO WS-REASON-TEXT
048100         WHEN "05"
048200             MOVE "PRIORITE" TO WS-REASON-TEXT
048300         WHEN "06"
048400             MOVE "DEVISE SANS TAUX" TO WS-REASON-TEXT
048500         WHEN "07"
048600             MOVE "CAPACITE DEPASSEE" TO WS-REASON-TEXT
048700         WHEN "21"
048800             MOVE "EN-TETE INVALIDE" TO WS-REASON-TEXT
048900         WHEN "22"
049000             MOVE "FIN DE LOT ABSENTE" TO WS-REASON-TEXT
049100         WHEN "23"
049200             MOVE "NOMBRE DE LIGNES" TO WS-REASON-TEXT
049300         WHEN "24"
049400             MOVE "TOTAL DE CONTROLE" TO WS-REASON-TEXT
049500         WHEN "25"
049600             MOVE "LOT DEJA RECU" TO WS-REASON-TEXT
049700         WHEN "26"
049800             MOVE "LOT VIDE" TO WS-REASON-TEXT
049900         WHEN OTHER
050000             MOVE SPACES TO WS-REASON-TEXT
050100     END-EVALUATE.
050200
050300 4000-MARK-RETURNED.
050400     CLOSE RETURN-FILE
050500     IF WS-PENDING-COUNT > 0
050600         OPEN INPUT DEPT-CONTROL-FILE
050700         OPEN OUTPUT CONTROL-WORK-FILE
050800         IF WS-CWK-STATUS NOT = "00"
050900             DISPLAY "DeptReturn: cannot open DEPTCWK, file "
051000                 "status " WS-CWK-STATUS ", batches not "
051100                 "marked returned"
051200             CLOSE DEPT-CONTROL-FILE
051300             MOVE 16 TO RETURN-CODE
051400             STOP RUN
051500         END-IF
051600         PERFORM 4100-MARK-ONE-BATCH
051700             UNTIL WS-CTL-STATUS NOT = "00"
051800         CLOSE DEPT-CONTROL-FILE
051900         CLOSE CONTROL-WORK-FILE
052000         PERFORM 4200-RECOPY-CONTROL
052100     END-IF.
052200
052300 4100-MARK-ONE-BATCH.
052400     READ DEPT-CONTROL-FILE
052500         AT END
052600             MOVE "10" TO WS-CTL-STATUS
052700         NOT AT END
052800             IF DC-RETURNED = SPACE
052900                 MOVE 'Y' TO DC-RETURNED
053000             END-IF
053100             MOVE DEPT-CONTROL-RECORD TO CONTROL-WORK-RECORD
053200             WRITE CONTROL-WORK-RECORD
053300     END-READ.
053400
053500 4200-RECOPY-CONTROL.
053600     MOVE 'N' TO WS-EOF-FLAG
053700     OPEN INPUT CONTROL-WORK-FILE
053800     OPEN OUTPUT DEPT-CONTROL-FILE
053900     PERFORM 4210-COPY-ONE-CONTROL UNTIL WS-EOF
054000     CLOSE CONTROL-WORK-FILE
054100     CLOSE DEPT-CONTROL-FILE.
054200
054300 4210-COPY-ONE-CONTROL.
054400     READ CONTROL-WORK-FILE
054500         AT END
054600             SET WS-EOF TO TRUE
054700         NOT AT END
054800             MOVE CONTROL-WORK-RECORD TO DEPT-CONTROL-RECORD
054900             WRITE DEPT-CONTROL-RECORD
055000     END-READ.
055100
055200 5000-TERMINATE.
055300     DISPLAY "DeptReturn: " WS-RETURNED-COUNT " batch(es) "
055400         "returned, " WS-LINE-TOTAL " line(s), "
055500         WS-NOT-RUN-TOTAL " not processed, "
055600         WS-UNMATCHED-COUNT " line(s) of batches already "
055700         "returned left out."
055800     IF WS-NOT-RUN-TOTAL > 0
055900         MOVE 4 TO RETURN-CODE
056000     END-IF.
056100
056200 END PROGRAM DeptReturn.
