000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Departmental batch intake, run in NIGHTRUN ahead of
000500*          the standing-order generator and the NIGHTEDT
000600*          pre-edit. Reads the batch file the departments drop
000700*          (DEPTIN, one or more batches, each a header, detail
000800*          lines in the night queue layout and a trailer - see
000900*          DEPTBAT), proves every trailer's line count and
001000*          operand hash against the lines actually received,
001100*          and takes in or refuses each batch as a whole: no
001200*          line of a refused batch reaches the queue. A batch
001300*          is also refused when its header is incomplete, when
001400*          the next header or the end of the file comes before
001500*          its trailer, when it has no lines, or when the
001600*          department already had the same batch ID accepted,
001700*          so a file dropped twice does not run twice. Lines
001800*          of an accepted batch are appended to the raw night
001900*          queue with the department as requestor and tagged
002000*          with the batch ID and their line number; the
002100*          approval stamp is blanked so a department cannot
002200*          release its own over-limit line. Every batch, taken
002300*          in or refused, gets a record on the DEPTCTL control
002400*          file for DeptReturn to answer. The lines are held on
002500*          a work file until the trailer is proved. Ends RC=4
002600*          when any batch was refused or a record turned up
002700*          outside a batch, so the operator knows a department
002800*          must be told; a missing DEPTIN just means no
002900*          department sent anything tonight.
003000* Tectonics: cobc
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. DeptIntake.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DEPT-BATCH-FILE ASSIGN TO "DEPTIN"
003900         FILE STATUS IS WS-IN-STATUS
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT DEPT-WORK-FILE ASSIGN TO "DEPTWRK"
004300         FILE STATUS IS WS-WORK-STATUS
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT DEPT-CONTROL-FILE ASSIGN TO "DEPTCTL"
004700         FILE STATUS IS WS-CTL-STATUS
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT NIGHT-QUEUE-FILE ASSIGN TO "NIGHTIN"
005100         FILE STATUS IS WS-QUEUE-STATUS
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DEPT-BATCH-FILE
005700     RECORD CONTAINS 33 CHARACTERS.
005800 COPY "deptbat.cpy".
005900 01  DEPT-DETAIL-RECORD      PIC X(33).
006000
006100 FD  DEPT-WORK-FILE
006200     RECORD CONTAINS 33 CHARACTERS.
006300 01  DEPT-WORK-RECORD        PIC X(33).
006400
006500 FD  DEPT-CONTROL-FILE.
006600 COPY "deptctl.cpy".
006700
006800 FD  NIGHT-QUEUE-FILE
006900     RECORD CONTAINS 46 CHARACTERS.
007000 COPY "nightq.cpy".
007100
007200 WORKING-STORAGE SECTION.
007300 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
007400     88  WS-EOF                          VALUE 'Y'.
007500 77  WS-WORK-EOF-FLAG        PIC X(1) VALUE 'N'.
007600     88  WS-WORK-EOF                     VALUE 'Y'.
007700 77  WS-BATCH-FLAG           PIC X(1) VALUE 'N'.
007800     88  WS-BATCH-OPEN                   VALUE 'Y'.
007900 77  WS-IN-STATUS            PIC X(2).
008000 77  WS-WORK-STATUS          PIC X(2).
008100 77  WS-CTL-STATUS           PIC X(2).
008200 77  WS-QUEUE-STATUS         PIC X(2).
008300 77  WS-RUN-DATE             PIC X(8).
008400 77  WS-RECORD-COUNT         PIC 9(7) VALUE ZERO.
008500 77  WS-BATCH-COUNT          PIC 9(7) VALUE ZERO.
008600 77  WS-ACCEPT-COUNT         PIC 9(7) VALUE ZERO.
008700 77  WS-REFUSE-COUNT         PIC 9(7) VALUE ZERO.
008800 77  WS-QUEUED-COUNT         PIC 9(7) VALUE ZERO.
008900 77  WS-STRAY-COUNT          PIC 9(7) VALUE ZERO.
009000 77  WS-LINE-COUNT           PIC 9(5).
009100 77  WS-QUEUE-LINE           PIC 9(5).
009200 77  WS-HASH-TOTAL           PIC 9(13)V99.
009300 77  WS-DUP-FOUND            PIC X(1).
009400 77  WS-REASON-CODE          PIC X(2).
009500     88  WS-BATCH-CLEAN                  VALUE "00".
009600     88  WS-BAD-HEADER                   VALUE "21".
009700     88  WS-NO-TRAILER                   VALUE "22".
009800     88  WS-BAD-COUNT                    VALUE "23".
009900     88  WS-BAD-HASH                     VALUE "24".
010000     88  WS-DUPLICATE-BATCH              VALUE "25".
010100     88  WS-EMPTY-BATCH                  VALUE "26".
010200 01  WS-BATCH-HEADER.
010300     05  WS-DEPARTMENT       PIC X(8).
010400     05  WS-BATCH-ID         PIC X(8).
010500     05  WS-SUBMIT-DATE      PIC X(8).
010600 01  WS-DETAIL-LINE.
010700     05  WS-DTL-OP-CODE      PIC X(1).
010800     05  WS-DTL-NUM1-X       PIC X(11).
010900     05  WS-DTL-NUM1         REDEFINES WS-DTL-NUM1-X
011000                             PIC 9(9)V99.
011100     05  WS-DTL-NUM2-X       PIC X(11).
011200     05  WS-DTL-NUM2         REDEFINES WS-DTL-NUM2-X
011300                             PIC 9(9)V99.
011400     05  FILLER              PIC X(10).
011500
011600 PROCEDURE DIVISION.
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE
011900     PERFORM 2000-PROCESS-RECORDS UNTIL WS-EOF
012000     IF WS-BATCH-OPEN
012100         PERFORM 2400-MISSING-TRAILER
012200         PERFORM 2500-CLOSE-BATCH
012300     END-IF
012400     PERFORM 3000-TERMINATE
012500     STOP RUN.
012600
012700 1000-INITIALIZE.
012800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
012900     OPEN INPUT DEPT-BATCH-FILE
013000     IF WS-IN-STATUS = "35"
013100         DISPLAY "DeptIntake: no DEPTIN file, no departmental "
013200             "batch tonight."
013300         STOP RUN
013400     END-IF
013500     IF WS-IN-STATUS NOT = "00"
013600         DISPLAY "DeptIntake: cannot open DEPTIN, file "
013700             "status " WS-IN-STATUS
013800         MOVE 16 TO RETURN-CODE
013900         STOP RUN
014000     END-IF
014100     OPEN EXTEND NIGHT-QUEUE-FILE
014200     IF WS-QUEUE-STATUS = "35"
014300         OPEN OUTPUT NIGHT-QUEUE-FILE
014400     END-IF
014500     IF WS-QUEUE-STATUS NOT = "00"
014600         DISPLAY "DeptIntake: cannot open NIGHTIN, file "
014700             "status " WS-QUEUE-STATUS
014800         CLOSE DEPT-BATCH-FILE
014900         MOVE 16 TO RETURN-CODE
015000         STOP RUN
015100     END-IF
015200     PERFORM 1100-READ-BATCH-FILE.
015300
015400 1100-READ-BATCH-FILE.
015500     READ DEPT-BATCH-FILE
015600         AT END
015700             SET WS-EOF TO TRUE
015800         NOT AT END
015900             ADD 1 TO WS-RECORD-COUNT
016000     END-READ.
016100
016200 2000-PROCESS-RECORDS.
016300     EVALUATE TRUE
016400         WHEN DB-HEADER
016500             IF WS-BATCH-OPEN
016600                 PERFORM 2400-MISSING-TRAILER
016700                 PERFORM 2500-CLOSE-BATCH
016800             END-IF
016900             PERFORM 2100-OPEN-BATCH
017000         WHEN DB-TRAILER
017100             IF WS-BATCH-OPEN
017200                 PERFORM 2300-PROVE-TRAILER
017300                 PERFORM 2500-CLOSE-BATCH
017400             ELSE
017500                 PERFORM 2900-STRAY-RECORD
017600             END-IF
017700         WHEN OTHER
017800             IF WS-BATCH-OPEN
017900                 PERFORM 2200-STORE-DETAIL
018000             ELSE
018100                 PERFORM 2900-STRAY-RECORD
018200             END-IF
018300     END-EVALUATE
018400     PERFORM 1100-READ-BATCH-FILE.
018500
018600 2100-OPEN-BATCH.
018700     ADD 1 TO WS-BATCH-COUNT
018800     SET WS-BATCH-OPEN TO TRUE
018900     SET WS-BATCH-CLEAN TO TRUE
019000     MOVE ZERO TO WS-LINE-COUNT
019100     MOVE ZERO TO WS-HASH-TOTAL
019200     MOVE DH-DEPARTMENT TO WS-DEPARTMENT
019300     MOVE DH-BATCH-ID TO WS-BATCH-ID
019400     MOVE DH-SUBMIT-DATE TO WS-SUBMIT-DATE
019500     IF WS-DEPARTMENT = SPACES
019600        OR WS-BATCH-ID = SPACES
019700        OR WS-SUBMIT-DATE NOT NUMERIC
019800         SET WS-BAD-HEADER TO TRUE
019900     ELSE
020000         PERFORM 2110-CHECK-DUPLICATE
020100     END-IF
020200     OPEN OUTPUT DEPT-WORK-FILE
020300     IF WS-WORK-STATUS NOT = "00"
020400         DISPLAY "DeptIntake: cannot open DEPTWRK, file "
020500             "status " WS-WORK-STATUS
020600         CLOSE DEPT-BATCH-FILE
020700         CLOSE NIGHT-QUEUE-FILE
020800         MOVE 16 TO RETURN-CODE
020900         STOP RUN
021000     END-IF.
021100
021200 2110-CHECK-DUPLICATE.
021300     MOVE 'N' TO WS-DUP-FOUND
021400     OPEN INPUT DEPT-CONTROL-FILE
021500     IF WS-CTL-STATUS = "00"
021600         PERFORM 2120-CHECK-ONE-CONTROL
021700             UNTIL WS-CTL-STATUS NOT = "00"
021800         CLOSE DEPT-CONTROL-FILE
021900     END-IF
022000     IF WS-DUP-FOUND = 'Y'
022100         SET WS-DUPLICATE-BATCH TO TRUE
022200     END-IF.
022300
022400 2120-CHECK-ONE-CONTROL.
022500     READ DEPT-CONTROL-FILE
022600         AT END
022700             MOVE "10" TO WS-CTL-STATUS
022800         NOT AT END
022900             IF DC-DEPARTMENT = WS-DEPARTMENT
023000                AND DC-BATCH-ID = WS-BATCH-ID
023100                AND DC-ACCEPTED
023200                 MOVE 'Y' TO WS-DUP-FOUND
023300             END-IF
023400     END-READ.
023500
023600 2200-STORE-DETAIL.
023700     ADD 1 TO WS-LINE-COUNT
023800     MOVE DEPT-DETAIL-RECORD TO WS-DETAIL-LINE
023900     IF WS-DTL-NUM1-X NUMERIC
024000         ADD WS-DTL-NUM1 TO WS-HASH-TOTAL
024100     END-IF
024200     IF WS-DTL-NUM2-X NUMERIC
024300         ADD WS-DTL-NUM2 TO WS-HASH-TOTAL
024400     END-IF
024500     WRITE DEPT-WORK-RECORD FROM DEPT-DETAIL-RECORD.
024600
024700 2300-PROVE-TRAILER.
024800     IF WS-BATCH-CLEAN
024900         IF WS-LINE-COUNT = ZERO
025000             SET WS-EMPTY-BATCH TO TRUE
025100         ELSE
025200             IF DT-LINE-COUNT-X NOT NUMERIC
025300                OR DT-LINE-COUNT NOT = WS-LINE-COUNT
025400                 SET WS-BAD-COUNT TO TRUE
025500             ELSE
025600                 IF DT-HASH-TOTAL-X NOT NUMERIC
025700                    OR DT-HASH-TOTAL NOT = WS-HASH-TOTAL
025800                     SET WS-BAD-HASH TO TRUE
025900                 END-IF
026000             END-IF
026100         END-IF
026200     END-IF.
026300
026400 2400-MISSING-TRAILER.
026500     IF WS-BATCH-CLEAN
026600         SET WS-NO-TRAILER TO TRUE
026700     END-IF.
026800
026900 2500-CLOSE-BATCH.
027000     CLOSE DEPT-WORK-FILE
027100     MOVE 'N' TO WS-BATCH-FLAG
027200     IF WS-BATCH-CLEAN
027300         PERFORM 2600-QUEUE-BATCH
027400         ADD 1 TO WS-ACCEPT-COUNT
027500         DISPLAY "DeptIntake: batch " WS-DEPARTMENT " "
027600             WS-BATCH-ID " accepted, " WS-LINE-COUNT
027700             " line(s) queued"
027800     ELSE
027900         ADD 1 TO WS-REFUSE-COUNT
028000         DISPLAY "DeptIntake: batch " WS-DEPARTMENT " "
028100             WS-BATCH-ID " refused, reason " WS-REASON-CODE
028200     END-IF
028300     PERFORM 2700-WRITE-CONTROL.
028400
028500 2600-QUEUE-BATCH.
028600     MOVE 'N' TO WS-WORK-EOF-FLAG
028700     MOVE ZERO TO WS-QUEUE-LINE
028800     OPEN INPUT DEPT-WORK-FILE
028900     PERFORM 2610-QUEUE-ONE-LINE UNTIL WS-WORK-EOF
029000     CLOSE DEPT-WORK-FILE.
029100
029200 2610-QUEUE-ONE-LINE.
029300     READ DEPT-WORK-FILE
029400         AT END
029500             SET WS-WORK-EOF TO TRUE
029600         NOT AT END
029700             ADD 1 TO WS-QUEUE-LINE
029800             MOVE DEPT-WORK-RECORD TO NIGHT-QUEUE-RECORD
029900             MOVE WS-DEPARTMENT TO NQ-REQUESTOR
030000             MOVE SPACE TO NQ-APPROVAL
030100             MOVE WS-BATCH-ID TO NQ-BATCH-ID
030200             MOVE WS-QUEUE-LINE TO NQ-BATCH-LINE
030300             WRITE NIGHT-QUEUE-RECORD
030400             ADD 1 TO WS-QUEUED-COUNT
030500     END-READ.
030600
030700 2700-WRITE-CONTROL.
030800     OPEN EXTEND DEPT-CONTROL-FILE
030900     IF WS-CTL-STATUS = "35"
031000         OPEN OUTPUT DEPT-CONTROL-FILE
031100     END-IF
031200     MOVE SPACES TO DEPT-CONTROL-RECORD
031300     MOVE WS-DEPARTMENT TO DC-DEPARTMENT
031400     MOVE WS-BATCH-ID TO DC-BATCH-ID
031500     MOVE WS-SUBMIT-DATE TO DC-SUBMIT-DATE
031600     MOVE WS-RUN-DATE TO DC-INTAKE-DATE
031700     MOVE WS-LINE-COUNT TO DC-LINE-COUNT
031800     MOVE WS-HASH-TOTAL TO DC-HASH-TOTAL
031900     IF WS-BATCH-CLEAN
032000         SET DC-ACCEPTED TO TRUE
032100     ELSE
032200         SET DC-REFUSED TO TRUE
032300         MOVE WS-REASON-CODE TO DC-REASON-CODE
032400     END-IF
032500     WRITE DEPT-CONTROL-RECORD
032600     CLOSE DEPT-CONTROL-FILE.
032700
032800 2900-STRAY-RECORD.
032900     ADD 1 TO WS-STRAY-COUNT
033000     DISPLAY "DeptIntake: record " WS-RECORD-COUNT
033100         " is outside any batch, skipped".
033200
033300 3000-TERMINATE.
033400     CLOSE DEPT-BATCH-FILE
033500     CLOSE NIGHT-QUEUE-FILE
033600     DISPLAY "DeptIntake: " WS-BATCH-COUNT " batch(es) read, "
033700         WS-ACCEPT-COUNT " accepted, " WS-REFUSE-COUNT
033800         " refused, " WS-QUEUED-COUNT " line(s) queued, "
033900         WS-STRAY-COUNT " stray record(s)."
034000     IF WS-REFUSE-COUNT > 0 OR WS-STRAY-COUNT > 0
034100         MOVE 4 TO RETURN-CODE
034200     END-IF.
034300
034400 END PROGRAM DeptIntake.
