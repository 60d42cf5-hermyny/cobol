000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Merge step of the night run, after the three priority
000500*          streams of NightlyBatch. Rebuilds the single NIGHTOUT
000600*          from the stream result files in stream order - most
000700*          urgent band first, each stream already sectioned by
000800*          requestor within priority - and the single BATCHRES
000900*          for DeptReturn the same way. Appends the streams'
001000*          calculation detail to CALCDET in priority order,
001100*          skipping what an earlier merge already posted (the
001200*          count is kept on each stream's control record), so
001300*          a merge rerun after a resubmitted stream posts only
001400*          the rest. Writes one NIGHTHIST line for the night:
001500*          start of the first stream, end of the merge, the
001600*          summed counts and carried-over records, and after
001700*          the usual columns the state, times and counts of
001800*          each stream. The night ends NORMALE when all three
001900*          streams did, REPORTE (RC=4) when one was cut off,
002000*          and ANORMALE (RC=8) when one failed or never ran -
002100*          resubmit that stream alone, then the merge again.
002200* Tectonics: cobc
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. NightMerge.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT STREAM-CONTROL-1 ASSIGN TO "NIGHTST1"
003100         FILE STATUS IS WS-STC-STATUS
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300
003400     SELECT STREAM-CONTROL-2 ASSIGN TO "NIGHTST2"
003500         FILE STATUS IS WS-STC-STATUS
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT STREAM-CONTROL-3 ASSIGN TO "NIGHTST3"
003900         FILE STATUS IS WS-STC-STATUS
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT STREAM-OUTPUT-1 ASSIGN TO "NIGHTOU1"
004300         FILE STATUS IS WS-SIN-STATUS
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT STREAM-OUTPUT-2 ASSIGN TO "NIGHTOU2"
004700         FILE STATUS IS WS-SIN-STATUS
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT STREAM-OUTPUT-3 ASSIGN TO "NIGHTOU3"
005100         FILE STATUS IS WS-SIN-STATUS
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT STREAM-DETAIL-1 ASSIGN TO "CALCDT1"
005500         FILE STATUS IS WS-SIN-STATUS
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT STREAM-DETAIL-2 ASSIGN TO "CALCDT2"
005900         FILE STATUS IS WS-SIN-STATUS
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT STREAM-DETAIL-3 ASSIGN TO "CALCDT3"
006300         FILE STATUS IS WS-SIN-STATUS
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT STREAM-RESULT-1 ASSIGN TO "BATCHRS1"
006700         FILE STATUS IS WS-SIN-STATUS
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT STREAM-RESULT-2 ASSIGN TO "BATCHRS2"
007100         FILE STATUS IS WS-SIN-STATUS
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT STREAM-RESULT-3 ASSIGN TO "BATCHRS3"
007500         FILE STATUS IS WS-SIN-STATUS
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT NIGHT-OUTPUT-FILE ASSIGN TO "NIGHTOUT"
007900         FILE STATUS IS WS-OUT-STATUS
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT CALC-DETAIL-FILE ASSIGN TO "CALCDET"
008300         FILE STATUS IS WS-DET-STATUS
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500
008600     SELECT BATCH-RESULT-FILE ASSIGN TO "BATCHRES"
008700         FILE STATUS IS WS-RES-STATUS
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000     SELECT RUN-HISTORY-FILE ASSIGN TO "NIGHTHIST"
009100         FILE STATUS IS WS-HIST-STATUS
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  STREAM-CONTROL-1.
009700 01  STREAM-CONTROL-1-RECORD PIC X(84).
009800
009900 FD  STREAM-CONTROL-2.
010000 01  STREAM-CONTROL-2-RECORD PIC X(84).
010100
010200 FD  STREAM-CONTROL-3.
010300 01  STREAM-CONTROL-3-RECORD PIC X(84).
010400
010500 FD  STREAM-OUTPUT-1.
010600 01  STREAM-OUTPUT-1-LINE    PIC X(80).
010700
010800 FD  STREAM-OUTPUT-2.
010900 01  STREAM-OUTPUT-2-LINE    PIC X(80).
011000
011100 FD  STREAM-OUTPUT-3.
011200 01  STREAM-OUTPUT-3-LINE    PIC X(80).
011300
011400 FD  STREAM-DETAIL-1.
011500 01  STREAM-DETAIL-1-RECORD  PIC X(84).
011600
011700 FD  STREAM-DETAIL-2.
011800 01  STREAM-DETAIL-2-RECORD  PIC X(84).
011900
012000 FD  STREAM-DETAIL-3.
012100 01  STREAM-DETAIL-3-RECORD  PIC X(84).
012200
012300 FD  STREAM-RESULT-1.
012400 01  STREAM-RESULT-1-RECORD  PIC X(64).
012500
012600 FD  STREAM-RESULT-2.
012700 01  STREAM-RESULT-2-RECORD  PIC X(64).
012800
012900 FD  STREAM-RESULT-3.
013000 01  STREAM-RESULT-3-RECORD  PIC X(64).
013100
013200 FD  NIGHT-OUTPUT-FILE.
013300 01  NIGHT-OUTPUT-LINE       PIC X(80).
013400
013500 COPY "calcdet.cpy".
013600
013700 FD  BATCH-RESULT-FILE.
013800 COPY "batchres.cpy".
013900
014000 FD  RUN-HISTORY-FILE.
014100 01  RUN-HISTORY-RECORD.
014200     05  NH-RUN-DATE         PIC X(8).
014300     05  FILLER              PIC X(1).
014400     05  NH-START-TIME       PIC X(6).
014500     05  FILLER              PIC X(1).
014600     05  NH-END-TIME         PIC X(6).
014700     05  FILLER              PIC X(1).
014800     05  NH-READ-COUNT       PIC 9(7).
014900     05  FILLER              PIC X(1).
015000     05  NH-WRITTEN-COUNT    PIC 9(7).
015100     05  FILLER              PIC X(1).
015200     05  NH-REJECT-COUNT     PIC 9(7).
015300     05  FILLER              PIC X(1).
015400     05  NH-CARRIED-COUNT    PIC 9(7).
015500     05  FILLER              PIC X(1).
015600     05  NH-END-STATUS       PIC X(8).
015700     05  NH-STREAM-DATA OCCURS 3.
015800         10  FILLER          PIC X(1).
015900         10  NH-ST-STREAM    PIC X(1).
016000         10  NH-ST-STATE     PIC X(1).
016100         10  FILLER          PIC X(1).
016200         10  NH-ST-START     PIC X(6).
016300         10  FILLER          PIC X(1).
016400         10  NH-ST-END       PIC X(6).
016500         10  FILLER          PIC X(1).
016600         10  NH-ST-READ      PIC 9(7).
016700         10  FILLER          PIC X(1).
016800         10  NH-ST-WRITTEN   PIC 9(7).
016900         10  FILLER          PIC X(1).
017000         10  NH-ST-REJECT    PIC 9(7).
017100         10  FILLER          PIC X(1).
017200         10  NH-ST-CARRIED   PIC 9(7).
017300
017400 WORKING-STORAGE SECTION.
017500 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
017600     88  WS-EOF                          VALUE 'Y'.
017700 77  WS-STC-STATUS           PIC X(2).
017800 77  WS-SIN-STATUS           PIC X(2).
017900 77  WS-OUT-STATUS           PIC X(2).
018000 77  WS-DET-STATUS           PIC X(2).
018100 77  WS-RES-STATUS           PIC X(2).
018200 77  WS-HIST-STATUS          PIC X(2).
018300 77  WS-STREAM-IX            PIC 9(1).
018400 77  WS-END-STATUS           PIC X(8) VALUE "NORMALE".
018500 77  WS-RUN-DATE             PIC X(8) VALUE SPACES.
018600 77  WS-START-TIME           PIC X(6) VALUE SPACES.
018700 77  WS-READ-TOTAL           PIC 9(7) VALUE ZERO.
018800 77  WS-WRITTEN-TOTAL        PIC 9(7) VALUE ZERO.
018900 77  WS-REJECT-TOTAL         PIC 9(7) VALUE ZERO.
019000 77  WS-CARRIED-TOTAL        PIC 9(7) VALUE ZERO.
019100 77  WS-OUT-LINES            PIC 9(7) VALUE ZERO.
019200 77  WS-RES-LINES            PIC 9(7) VALUE ZERO.
019300 77  WS-DET-SEEN             PIC 9(7).
019400 77  WS-DET-POSTED           PIC 9(7).
019500 77  WS-DET-TOTAL            PIC 9(7) VALUE ZERO.
019600 77  WS-STREAM-END           PIC X(8).
019700 01  WS-STREAM-TABLE.
019800     05  WS-STREAM-ENTRY     PIC X(84) OCCURS 3.
019900 01  WS-DETAIL-BUFFER        PIC X(84).
020000 COPY "nightstrm.cpy".
020100
020200 PROCEDURE DIVISION.
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE
020500     PERFORM 2100-MERGE-STREAM-1
020600     PERFORM 2200-MERGE-STREAM-2
020700     PERFORM 2300-MERGE-STREAM-3
020800     PERFORM 3000-TERMINATE
020900     STOP RUN.
021000
021100 1000-INITIALIZE.
021200     PERFORM 1100-LOAD-CONTROLS
021300     OPEN OUTPUT NIGHT-OUTPUT-FILE
021400     IF WS-OUT-STATUS NOT = "00"
021500         DISPLAY "NightMerge: cannot open NIGHTOUT, file "
021600             "status " WS-OUT-STATUS
021700         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021900     END-IF
022000     OPEN OUTPUT BATCH-RESULT-FILE
022100     IF WS-RES-STATUS NOT = "00"
022200         DISPLAY "NightMerge: cannot open BATCHRES, file "
022300             "status " WS-RES-STATUS
022400         MOVE 16 TO RETURN-CODE
022500         STOP RUN
022600     END-IF
022700     OPEN EXTEND CALC-DETAIL-FILE
022800     IF WS-DET-STATUS = "35"
022900         OPEN OUTPUT CALC-DETAIL-FILE
023000     END-IF
023100     IF WS-DET-STATUS NOT = "00"
023200         DISPLAY "NightMerge: cannot open CALCDET, file "
023300             "status " WS-DET-STATUS
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700
023800 1100-LOAD-CONTROLS.
023900     MOVE SPACES TO WS-STREAM-TABLE
024000     OPEN INPUT STREAM-CONTROL-1
024100     IF WS-STC-STATUS = "00"
024200         READ STREAM-CONTROL-1 INTO WS-STREAM-ENTRY(1)
024300             AT END
024400                 MOVE SPACES TO WS-STREAM-ENTRY(1)
024500         END-READ
024600         CLOSE STREAM-CONTROL-1
024700     END-IF
024800     OPEN INPUT STREAM-CONTROL-2
024900     IF WS-STC-STATUS = "00"
025000         READ STREAM-CONTROL-2 INTO WS-STREAM-ENTRY(2)
025100             AT END
025200                 MOVE SPACES TO WS-STREAM-ENTRY(2)
025300         END-READ
025400         CLOSE STREAM-CONTROL-2
025500     END-IF
025600     OPEN INPUT STREAM-CONTROL-3
025700     IF WS-STC-STATUS = "00"
025800         READ STREAM-CONTROL-3 INTO WS-STREAM-ENTRY(3)
025900             AT END
026000                 MOVE SPACES TO WS-STREAM-ENTRY(3)
026100         END-READ
026200         CLOSE STREAM-CONTROL-3
026300     END-IF.
026400
026500 2100-MERGE-STREAM-1.
026600     MOVE 1 TO WS-STREAM-IX
026700     PERFORM 2900-LOAD-STREAM
026800     IF NST-READ-COUNT > ZERO
026900         OPEN INPUT STREAM-OUTPUT-1
027000         IF WS-SIN-STATUS = "00"
027100             MOVE 'N' TO WS-EOF-FLAG
027200             PERFORM 2110-COPY-OUTPUT-1 UNTIL WS-EOF
027300             CLOSE STREAM-OUTPUT-1
027400         ELSE
027500             PERFORM 2960-MISSING-FILE
027600         END-IF
027700         OPEN INPUT STREAM-RESULT-1
027800         IF WS-SIN-STATUS = "00"
027900             MOVE 'N' TO WS-EOF-FLAG
028000             PERFORM 2120-COPY-RESULT-1 UNTIL WS-EOF
028100             CLOSE STREAM-RESULT-1
028200         END-IF
028300         OPEN INPUT STREAM-DETAIL-1
028400         IF WS-SIN-STATUS = "00"
028500             MOVE 'N' TO WS-EOF-FLAG
028600             PERFORM 2130-COPY-DETAIL-1 UNTIL WS-EOF
028700             CLOSE STREAM-DETAIL-1
028800         ELSE
028900             PERFORM 2960-MISSING-FILE
029000         END-IF
029100     END-IF
029200     PERFORM 2950-STORE-STREAM.
029300
029400 2110-COPY-OUTPUT-1.
029500     READ STREAM-OUTPUT-1
029600         AT END
029700             SET WS-EOF TO TRUE
029800         NOT AT END
029900             WRITE NIGHT-OUTPUT-LINE FROM STREAM-OUTPUT-1-LINE
030000             ADD 1 TO WS-OUT-LINES
030100     END-READ.
030200
030300 2120-COPY-RESULT-1.
030400     READ STREAM-RESULT-1
030500         AT END
030600             SET WS-EOF TO TRUE
030700         NOT AT END
030800             WRITE BATCH-RESULT-RECORD
030900                 FROM STREAM-RESULT-1-RECORD
031000             ADD 1 TO WS-RES-LINES
031100     END-READ.
031200
031300 2130-COPY-DETAIL-1.
031400     READ STREAM-DETAIL-1
031500         AT END
031600             SET WS-EOF TO TRUE
031700         NOT AT END
031800             MOVE STREAM-DETAIL-1-RECORD TO WS-DETAIL-BUFFER
031900             PERFORM 2800-POST-DETAIL
032000     END-READ.
032100
032200 2200-MERGE-STREAM-2.
032300     MOVE 2 TO WS-STREAM-IX
032400     PERFORM 2900-LOAD-STREAM
032500     IF NST-READ-COUNT > ZERO
032600         OPEN INPUT STREAM-OUTPUT-2
032700         IF WS-SIN-STATUS = "00"
032800             MOVE 'N' TO WS-EOF-FLAG
032900             PERFORM 2210-COPY-OUTPUT-2 UNTIL WS-EOF
033000             CLOSE STREAM-OUTPUT-2
033100         ELSE
033200             PERFORM 2960-MISSING-FILE
033300         END-IF
033400         OPEN INPUT STREAM-RESULT-2
033500         IF WS-SIN-STATUS = "00"
033600             MOVE 'N' TO WS-EOF-FLAG
033700             PERFORM 2220-COPY-RESULT-2 UNTIL WS-EOF
033800             CLOSE STREAM-RESULT-2
033900         END-IF
034000         OPEN INPUT STREAM-DETAIL-2
034100         IF WS-SIN-STATUS = "00"
034200             MOVE 'N' TO WS-EOF-FLAG
034300             PERFORM 2230-COPY-DETAIL-2 UNTIL WS-EOF
034400             CLOSE STREAM-DETAIL-2
034500         ELSE
034600             PERFORM 2960-MISSING-FILE
034700         END-IF
034800     END-IF
034900     PERFORM 2950-STORE-STREAM.
035000
035100 2210-COPY-OUTPUT-2.
035200     READ STREAM-OUTPUT-2
035300         AT END
035400             SET WS-EOF TO TRUE
035500         NOT AT END
035600             WRITE NIGHT-OUTPUT-LINE FROM STREAM-OUTPUT-2-LINE
035700             ADD 1 TO WS-OUT-LINES
035800     END-READ.
035900
036000 2220-COPY-RESULT-2.
036100     READ STREAM-RESULT-2
036200         AT END
036300             SET WS-EOF TO TRUE
036400         NOT AT END
036500             WRITE BATCH-RESULT-RECORD
036600                 FROM STREAM-RESULT-2-RECORD
036700             ADD 1 TO WS-RES-LINES
036800     END-READ.
036900
037000 2230-COPY-DETAIL-2.
037100     READ STREAM-DETAIL-2
037200         AT END
037300             SET WS-EOF TO TRUE
037400         NOT AT END
037500             MOVE STREAM-DETAIL-2-RECORD TO WS-DETAIL-BUFFER
037600             PERFORM 2800-POST-DETAIL
037700     END-READ.
037800
037900 2300-MERGE-STREAM-3.
038000     MOVE 3 TO WS-STREAM-IX
038100     PERFORM 2900-LOAD-STREAM
038200     IF NST-READ-COUNT > ZERO
038300         OPEN INPUT STREAM-OUTPUT-3
038400         IF WS-SIN-STATUS = "00"
038500             MOVE 'N' TO WS-EOF-FLAG
038600             PERFORM 2310-COPY-OUTPUT-3 UNTIL WS-EOF
038700             CLOSE STREAM-OUTPUT-3
038800         ELSE
038900             PERFORM 2960-MISSING-FILE
039000         END-IF
039100         OPEN INPUT STREAM-RESULT-3
039200         IF WS-SIN-STATUS = "00"
039300             MOVE 'N' TO WS-EOF-FLAG
039400             PERFORM 2320-COPY-RESULT-3 UNTIL WS-EOF
039500             CLOSE STREAM-RESULT-3
039600         END-IF
039700         OPEN INPUT STREAM-DETAIL-3
039800         IF WS-SIN-STATUS = "00"
039900             MOVE 'N' TO WS-EOF-FLAG
040000             PERFORM 2330-COPY-DETAIL-3 UNTIL WS-EOF
040100             CLOSE STREAM-DETAIL-3
040200         ELSE
040300             PERFORM 2960-MISSING-FILE
040400         END-IF
040500     END-IF
040600     PERFORM 2950-STORE-STREAM.
040700
040800 2310-COPY-OUTPUT-3.
040900     READ STREAM-OUTPUT-3
041000         AT END
041100             SET WS-EOF TO TRUE
041200         NOT AT END
041300             WRITE NIGHT-OUTPUT-LINE FROM STREAM-OUTPUT-3-LINE
041400             ADD 1 TO WS-OUT-LINES
041500     END-READ.
041600
041700 2320-COPY-RESULT-3.
041800     READ STREAM-RESULT-3
041900         AT END
042000             SET WS-EOF TO TRUE
042100         NOT AT END
042200             WRITE BATCH-RESULT-RECORD
042300                 FROM STREAM-RESULT-3-RECORD
042400             ADD 1 TO WS-RES-LINES
042500     END-READ.
042600
042700 2330-COPY-DETAIL-3.
042800     READ STREAM-DETAIL-3
042900         AT END
043000             SET WS-EOF TO TRUE
043100         NOT AT END
043200             MOVE STREAM-DETAIL-3-RECORD TO WS-DETAIL-BUFFER
043300             PERFORM 2800-POST-DETAIL
043400     END-READ.
043500
043600 2800-POST-DETAIL.
043700     ADD 1 TO WS-DET-SEEN
043800     IF WS-DET-SEEN > NST-DET-MERGED
043900         WRITE CALC-DETAIL-RECORD FROM WS-DETAIL-BUFFER
044000         ADD 1 TO WS-DET-POSTED
044100     END-IF.
044200
044300 2900-LOAD-STREAM.
044400     MOVE WS-STREAM-ENTRY(WS-STREAM-IX) TO NIGHT-STREAM-RECORD
044500     IF NST-STREAM = SPACE
044600         MOVE WS-STREAM-IX TO NST-STREAM
044700         MOVE ZERO TO NST-QUEUED-COUNT NST-READ-COUNT
044800             NST-WRITTEN-COUNT NST-REJECT-COUNT
044900             NST-CARRIED-COUNT NST-DET-MERGED
045000     END-IF
045100     MOVE ZERO TO WS-DET-SEEN
045200     MOVE ZERO TO WS-DET-POSTED.
045300
045400 2950-STORE-STREAM.
045500     ADD WS-DET-POSTED TO NST-DET-MERGED
045600     ADD WS-DET-POSTED TO WS-DET-TOTAL
045700     IF WS-RUN-DATE = SPACES
045800         MOVE NST-RUN-DATE TO WS-RUN-DATE
045900     END-IF
046000     IF WS-START-TIME = SPACES
046100         MOVE NST-START-TIME TO WS-START-TIME
046200     END-IF
046300     ADD NST-READ-COUNT TO WS-READ-TOTAL
046400     ADD NST-WRITTEN-COUNT TO WS-WRITTEN-TOTAL
046500     ADD NST-REJECT-COUNT TO WS-REJECT-TOTAL
046600     ADD NST-CARRIED-COUNT TO WS-CARRIED-TOTAL
046700     EVALUATE TRUE
046800         WHEN NST-NORMAL
046900             MOVE "NORMALE" TO WS-STREAM-END
047000         WHEN NST-DEFERRED
047100             MOVE "REPORTE" TO WS-STREAM-END
047200             IF WS-END-STATUS = "NORMALE"
047300                 MOVE "REPORTE" TO WS-END-STATUS
047400             END-IF
047500         WHEN OTHER
047600             MOVE "ANORMALE" TO WS-STREAM-END
047700             MOVE "ANORMALE" TO WS-END-STATUS
047800     END-EVALUATE
047900     DISPLAY "NightMerge: stream " NST-STREAM " "
048000         NST-STATE " - " NST-READ-COUNT " read, "
048100         NST-WRITTEN-COUNT " written, " NST-REJECT-COUNT
048200         " rejected, " NST-CARRIED-COUNT " carried, "
048300         WS-DET-POSTED " detail(s) posted"
048400     MOVE NIGHT-STREAM-RECORD TO WS-STREAM-ENTRY(WS-STREAM-IX).
048500
048600 2960-MISSING-FILE.
048700     DISPLAY "NightMerge: stream " NST-STREAM " read "
048800         NST-READ-COUNT " record(s) but a stream file is "
048900         "missing, file status " WS-SIN-STATUS
049000     MOVE "ANORMALE" TO WS-END-STATUS.
049100
049200 3000-TERMINATE.
049300     CLOSE NIGHT-OUTPUT-FILE
049400     CLOSE BATCH-RESULT-FILE
049500     CLOSE CALC-DETAIL-FILE
049600     PERFORM 3100-SAVE-CONTROLS
049700     PERFORM 3200-WRITE-RUN-HISTORY
049800     DISPLAY "NightMerge: " WS-OUT-LINES " NIGHTOUT line(s), "
049900         WS-RES-LINES " BATCHRES line(s), " WS-DET-TOTAL
050000         " CALCDET record(s) posted, night " WS-END-STATUS
050100     EVALUATE WS-END-STATUS
050200         WHEN "NORMALE"
050300             CONTINUE
050400         WHEN "REPORTE"
050500             MOVE 4 TO RETURN-CODE
050600         WHEN OTHER
050700             MOVE 8 TO RETURN-CODE
050800     END-EVALUATE.
050900
051000 3100-SAVE-CONTROLS.
051100     IF WS-STREAM-ENTRY(1)(1:1) NOT = SPACE
051200         OPEN OUTPUT STREAM-CONTROL-1
051300         WRITE STREAM-CONTROL-1-RECORD FROM WS-STREAM-ENTRY(1)
051400         CLOSE STREAM-CONTROL-1
051500     END-IF
051600     IF WS-STREAM-ENTRY(2)(1:1) NOT = SPACE
051700         OPEN OUTPUT STREAM-CONTROL-2
051800         WRITE STREAM-CONTROL-2-RECORD FROM WS-STREAM-ENTRY(2)
051900         CLOSE STREAM-CONTROL-2
052000     END-IF
052100     IF WS-STREAM-ENTRY(3)(1:1) NOT = SPACE
052200         OPEN OUTPUT STREAM-CONTROL-3
052300         WRITE STREAM-CONTROL-3-RECORD FROM WS-STREAM-ENTRY(3)
052400         CLOSE STREAM-CONTROL-3
052500     END-IF.
052600
052700 3200-WRITE-RUN-HISTORY.
052800     OPEN EXTEND RUN-HISTORY-FILE
052900     IF WS-HIST-STATUS = "35"
053000         OPEN OUTPUT RUN-HISTORY-FILE
053100     END-IF
053200     MOVE SPACES TO RUN-HISTORY-RECORD
053300     IF WS-RUN-DATE = SPACES
053400         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
053500     END-IF
053600     MOVE WS-RUN-DATE TO NH-RUN-DATE
053700     MOVE WS-START-TIME TO NH-START-TIME
053800     MOVE FUNCTION CURRENT-DATE(9:6) TO NH-END-TIME
053900     MOVE WS-READ-TOTAL TO NH-READ-COUNT
054000     MOVE WS-WRITTEN-TOTAL TO NH-WRITTEN-COUNT
054100     MOVE WS-REJECT-TOTAL TO NH-REJECT-COUNT
054200     MOVE WS-CARRIED-TOTAL TO NH-CARRIED-COUNT
054300     MOVE WS-END-STATUS TO NH-END-STATUS
054400     PERFORM 3210-HISTORY-STREAM
054500         VARYING WS-STREAM-IX FROM 1 BY 1
054600         UNTIL WS-STREAM-IX > 3
054700     WRITE RUN-HISTORY-RECORD
054800     CLOSE RUN-HISTORY-FILE.
054900
055000 3210-HISTORY-STREAM.
055100     MOVE WS-STREAM-ENTRY(WS-STREAM-IX) TO NIGHT-STREAM-RECORD
055200     MOVE WS-STREAM-IX TO NH-ST-STREAM(WS-STREAM-IX)
055300     IF NST-STATE = SPACES
055400         MOVE "-" TO NH-ST-STATE(WS-STREAM-IX)
055500     ELSE
055600         MOVE NST-STATE(1:1) TO NH-ST-STATE(WS-STREAM-IX)
055700     END-IF
055800     MOVE NST-START-TIME TO NH-ST-START(WS-STREAM-IX)
055900     MOVE NST-END-TIME TO NH-ST-END(WS-STREAM-IX)
056000     IF NST-READ-COUNT NUMERIC
056100         MOVE NST-READ-COUNT TO NH-ST-READ(WS-STREAM-IX)
056200         MOVE NST-WRITTEN-COUNT TO NH-ST-WRITTEN(WS-STREAM-IX)
056300         MOVE NST-REJECT-COUNT TO NH-ST-REJECT(WS-STREAM-IX)
056400         MOVE NST-CARRIED-COUNT TO NH-ST-CARRIED(WS-STREAM-IX)
056500     ELSE
056600         MOVE ZERO TO NH-ST-READ(WS-STREAM-IX)
056700             NH-ST-WRITTEN(WS-STREAM-IX)
056800             NH-ST-REJECT(WS-STREAM-IX)
056900             NH-ST-CARRIED(WS-STREAM-IX)
057000     END-IF.
057100
057200 END PROGRAM NightMerge.
