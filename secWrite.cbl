000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Shared writer for the security log and keeper of the
000500*          consecutive failure counts on OPERFILE, so a failed
000600*          sign-on in MenuPrincipal, a failed supervisor code
000700*          in SupvApprove and an unlock in OperMaint all leave
000800*          the same trace. Callers fill the SECPARM block:
000900*          SW-FUNCTION 'S' (failed sign-on) or 'A' (failed
001000*          approval) appends a line to SECLOG with date, time,
001100*          code keyed, drawer and calling program, then adds
001200*          one to the count of SW-CHARGE-CODE; when the count
001300*          reaches the limit on SECLIMIT (default 5) an active
001400*          code is set to 'V' and a lockout line follows.
001500*          'R' puts the count back to zero after a good
001600*          sign-on or approval, 'U' logs an unlock already made
001700*          on OPERFILE by the supervisor in SW-OPERATOR.
001800*          SW-STATUS comes back '0', or '9' when SECLOG or
001900*          OPERFILE could not be written.
002000* Tectonics: cobc
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SecWrite IS INITIAL PROGRAM.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
002900         FILE STATUS IS WS-LOG-STATUS
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT SEC-LIMIT-FILE ASSIGN TO "SECLIMIT"
003300         FILE STATUS IS WS-LIM-STATUS
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
003700         FILE STATUS IS WS-OPER-STATUS
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT OPER-WORK-FILE ASSIGN TO "OPERWRK"
004100         FILE STATUS IS WS-WORK-STATUS
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SECURITY-LOG-FILE.
004700 COPY "seclog.cpy".
004800
004900 FD  SEC-LIMIT-FILE.
005000 01  SEC-LIMIT-RECORD.
005100     05  SLM-MAX-FAILURES    PIC 9(2).
005200
005300 FD  OPERATOR-FILE.
005400 COPY "operfile.cpy".
005500
005600 FD  OPER-WORK-FILE
005700     RECORD CONTAINS 36 CHARACTERS.
005800 01  OPER-WORK-RECORD        PIC X(36).
005900
006000 WORKING-STORAGE SECTION.
006100 77  WS-LOG-STATUS           PIC X(2).
006200 77  WS-LIM-STATUS           PIC X(2).
006300 77  WS-OPER-STATUS          PIC X(2).
006400 77  WS-WORK-STATUS          PIC X(2).
006500 77  WS-EOF-FLAG             PIC X(1).
006600     88  WS-EOF                          VALUE 'Y'.
006700 77  WS-MAX-FAILURES         PIC 9(2) VALUE 5.
006800 77  WS-FAIL-COUNT           PIC 9(2) VALUE ZERO.
006900 77  WS-CODE-FOUND           PIC X(1).
007000 77  WS-CHANGED              PIC X(1).
007100 77  WS-JUST-LOCKED          PIC X(1).
007200
007300 LINKAGE SECTION.
007400 COPY "secparm.cpy".
007500
007600 PROCEDURE DIVISION USING SECURITY-WRITE-PARMS.
007700 0000-MAINLINE.
007800     MOVE '0' TO SW-STATUS
007900     MOVE 'N' TO SW-LOCKED
008000     PERFORM 1000-LOAD-LIMIT
008100     EVALUATE SW-FUNCTION
008200         WHEN 'S'
008300         WHEN 'A'
008400             PERFORM 2000-RECORD-FAILURE
008500         WHEN 'R'
008600             PERFORM 3000-RESET-COUNT
008700         WHEN 'U'
008800             PERFORM 4000-RECORD-UNLOCK
008900         WHEN OTHER
009000             MOVE '9' TO SW-STATUS
009100     END-EVALUATE
009200     GOBACK.
009300
009400 1000-LOAD-LIMIT.
009500     OPEN INPUT SEC-LIMIT-FILE
009600     IF WS-LIM-STATUS = "00"
009700         READ SEC-LIMIT-FILE
009800             NOT AT END
009900                 IF SLM-MAX-FAILURES NUMERIC
010000                    AND SLM-MAX-FAILURES > ZERO
010100                     MOVE SLM-MAX-FAILURES TO WS-MAX-FAILURES
010200                 END-IF
010300         END-READ
010400         CLOSE SEC-LIMIT-FILE
010500     END-IF
010600     MOVE WS-MAX-FAILURES TO SW-LIMIT.
010700
010800 2000-RECORD-FAILURE.
010900     MOVE ZERO TO WS-FAIL-COUNT
011000     MOVE 'N' TO WS-JUST-LOCKED
011100     IF SW-CHARGE-CODE NOT = SPACES
011200         PERFORM 5000-UPDATE-OPERATOR
011300     END-IF
011400     MOVE SPACES TO SECURITY-LOG-RECORD
011500     MOVE SW-FUNCTION TO SL-EVENT
011600     MOVE SW-CODE TO SL-CODE
011700     MOVE SW-REASON TO SL-REASON
011800     PERFORM 6000-WRITE-LOG
011900     IF WS-JUST-LOCKED = 'Y'
012000         MOVE SPACES TO SECURITY-LOG-RECORD
012100         SET SL-VERROUILLAGE TO TRUE
012200         MOVE SW-CHARGE-CODE TO SL-CODE
012300         MOVE SW-REASON TO SL-REASON
012400         PERFORM 6000-WRITE-LOG
012500     END-IF.
012600
012700 3000-RESET-COUNT.
012800     IF SW-CHARGE-CODE NOT = SPACES
012900         PERFORM 5000-UPDATE-OPERATOR
013000     END-IF.
013100
013200 4000-RECORD-UNLOCK.
013300     MOVE ZERO TO WS-FAIL-COUNT
013400     MOVE SPACES TO SECURITY-LOG-RECORD
013500     SET SL-DEVERROUILLAGE TO TRUE
013600     MOVE SW-CODE TO SL-CODE
013700     PERFORM 6000-WRITE-LOG.
013800
013900 5000-UPDATE-OPERATOR.
014000     MOVE 'N' TO WS-CODE-FOUND
014100     MOVE 'N' TO WS-CHANGED
014200     MOVE 'N' TO WS-EOF-FLAG
014300     OPEN INPUT OPERATOR-FILE
014400     IF WS-OPER-STATUS NOT = "00"
014500         MOVE '9' TO SW-STATUS
014600     ELSE
014700         OPEN OUTPUT OPER-WORK-FILE
014800         PERFORM 5100-COPY-ONE-OPERATOR UNTIL WS-EOF
014900         CLOSE OPERATOR-FILE
015000         CLOSE OPER-WORK-FILE
015100         IF WS-CHANGED = 'Y'
015200             PERFORM 5300-COPY-BACK
015300         END-IF
015400     END-IF.
015500
015600 5100-COPY-ONE-OPERATOR.
015700     READ OPERATOR-FILE
015800         AT END
015900             SET WS-EOF TO TRUE
016000         NOT AT END
016100             IF OPR-ID = SW-CHARGE-CODE
016200                 MOVE 'Y' TO WS-CODE-FOUND
016300                 PERFORM 5200-APPLY-TO-CODE
016400             END-IF
016500             MOVE OPERATOR-RECORD TO OPER-WORK-RECORD
016600             WRITE OPER-WORK-RECORD
016700     END-READ.
016800
016900 5200-APPLY-TO-CODE.
017000     IF OPR-FAIL-COUNT NOT NUMERIC
017100         MOVE ZERO TO OPR-FAIL-COUNT
017200         MOVE 'Y' TO WS-CHANGED
017300     END-IF
017400     IF SW-FUNCTION = 'R'
017500         IF OPR-FAIL-COUNT > ZERO
017600             MOVE ZERO TO OPR-FAIL-COUNT
017700             MOVE 'Y' TO WS-CHANGED
017800         END-IF
017900     ELSE
018000         IF OPR-FAIL-COUNT < 99
018100             ADD 1 TO OPR-FAIL-COUNT
018200         END-IF
018300         MOVE 'Y' TO WS-CHANGED
018400         IF OPR-FAIL-COUNT NOT < WS-MAX-FAILURES
018500            AND OPR-ACTIF
018600             MOVE 'V' TO OPR-STATUS
018700             MOVE 'Y' TO WS-JUST-LOCKED
018800         END-IF
018900         IF OPR-VERROUILLE
019000             MOVE 'Y' TO SW-LOCKED
019100         END-IF
019200     END-IF
019300     MOVE OPR-FAIL-COUNT TO WS-FAIL-COUNT.
019400
019500 5300-COPY-BACK.
019600     MOVE 'N' TO WS-EOF-FLAG
019700     OPEN INPUT OPER-WORK-FILE
019800     OPEN OUTPUT OPERATOR-FILE
019900     IF WS-WORK-STATUS NOT = "00" OR WS-OPER-STATUS NOT = "00"
020000         MOVE '9' TO SW-STATUS
020100         DISPLAY "SecWrite: cannot rewrite OPERFILE, file "
020200             "status " WS-OPER-STATUS
020300     ELSE
020400         PERFORM 5310-COPY-BACK-ONE UNTIL WS-EOF
020500     END-IF
020600     CLOSE OPER-WORK-FILE
020700     CLOSE OPERATOR-FILE.
020800
020900 5310-COPY-BACK-ONE.
021000     READ OPER-WORK-FILE
021100         AT END
021200             SET WS-EOF TO TRUE
021300         NOT AT END
021400             MOVE OPER-WORK-RECORD TO OPERATOR-RECORD
021500             WRITE OPERATOR-RECORD
021600     END-READ.
021700
021800 6000-WRITE-LOG.
021900     MOVE FUNCTION CURRENT-DATE(1:8) TO SL-DATE
022000     MOVE FUNCTION CURRENT-DATE(9:6) TO SL-TIME
022100     MOVE SW-DRAWER TO SL-DRAWER
022200     MOVE SW-PROGRAM TO SL-PROGRAM
022300     MOVE SW-OPERATOR TO SL-OPERATOR
022400     MOVE WS-FAIL-COUNT TO SL-FAIL-COUNT
022500     OPEN EXTEND SECURITY-LOG-FILE
022600     IF WS-LOG-STATUS = "35"
022700         OPEN OUTPUT SECURITY-LOG-FILE
022800     END-IF
022900     IF WS-LOG-STATUS NOT = "00"
023000         MOVE '9' TO SW-STATUS
023100         DISPLAY "SecWrite: cannot open SECLOG, file status "
023200             WS-LOG-STATUS
023300     ELSE
023400         WRITE SECURITY-LOG-RECORD
023500         CLOSE SECURITY-LOG-FILE
023600     END-IF.
023700
023800 END PROGRAM SecWrite.
