000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Nightly aging of the held file, run in NIGHTRUN
000500*          ahead of the NIGHTEDT pre-edit. Every hold on
000600*          NIGHTHELD is aged in days from the date it was held
000700*          (a hold written before the date was carried is
000800*          dated today the first time it is seen). A hold not
000900*          released through QueueMaint within the number of
001000*          days in SYSIN columns 1-3 (blank = 010) - examined
001100*          or not - is expired: it is appended to the refused
001200*          file NIGHTREFU with the date and its age, a notice
001300*          line goes to NIGHTNOTE for its requestor, and it
001400*          leaves NIGHTHELD, which is rewritten through the
001500*          work file HELDWRK the same way QueueMaint rewrites
001600*          it. The HELDRPT report then gives the holds still
001700*          waiting by requestor in 1-3, 4-7 and over 7 day
001800*          buckets, with the number refused tonight. Ends
001900*          RC=4 when anything was refused, so the operator
002000*          knows notices went out.
002100* Tectonics: cobc
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. HeldAging.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT HELD-FILE ASSIGN TO "NIGHTHELD"
003000         FILE STATUS IS WS-HELD-STATUS
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300     SELECT HELD-WORK-FILE ASSIGN TO "HELDWRK"
003400         FILE STATUS IS WS-WORK-STATUS
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700     SELECT REFUSED-FILE ASSIGN TO "NIGHTREFU"
003800         FILE STATUS IS WS-REFU-STATUS
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT NOTICE-FILE ASSIGN TO "NIGHTNOTE"
004200         FILE STATUS IS WS-NOTE-STATUS
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT AGING-REPORT-FILE ASSIGN TO "HELDRPT"
004600         FILE STATUS IS WS-RPT-STATUS
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  HELD-FILE.
005200 COPY "nightheld.cpy".
005300
005400 FD  HELD-WORK-FILE
005500     RECORD CONTAINS 87 CHARACTERS.
005600 01  HELD-WORK-RECORD        PIC X(87).
005700
005800 FD  REFUSED-FILE.
005900 01  REFUSED-RECORD.
006000     05  RF-HELD-RECORD      PIC X(87).
006100     05  FILLER              PIC X(1).
006200     05  RF-REFUSED-DATE     PIC X(8).
006300     05  FILLER              PIC X(1).
006400     05  RF-AGE-DAYS         PIC 9(3).
006500
006600 FD  NOTICE-FILE.
006700 01  NOTICE-LINE             PIC X(132).
006800
006900 FD  AGING-REPORT-FILE.
007000 01  AGING-REPORT-LINE       PIC X(80).
007100
007200 WORKING-STORAGE SECTION.
007300 COPY "nightq.cpy".
007400 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
007500     88  WS-EOF                          VALUE 'Y'.
007600 77  WS-HELD-STATUS          PIC X(2).
007700 77  WS-WORK-STATUS          PIC X(2).
007800 77  WS-REFU-STATUS          PIC X(2).
007900 77  WS-NOTE-STATUS          PIC X(2).
008000 77  WS-RPT-STATUS           PIC X(2).
008100 77  WS-EXPIRY-DAYS          PIC 9(3).
008200 77  WS-RUN-DATE             PIC 9(8).
008300 77  WS-HELD-DATE            PIC 9(8).
008400 77  WS-AGE-DAYS             PIC S9(5).
008500 77  WS-BUCKET               PIC 9(1).
008600 77  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
008700 77  WS-KEPT-COUNT           PIC 9(7) VALUE ZERO.
008800 77  WS-REFUSED-COUNT        PIC 9(7) VALUE ZERO.
008900 77  WS-DATED-COUNT          PIC 9(7) VALUE ZERO.
009000 77  WS-REQ-COUNT            PIC 9(3) VALUE ZERO.
009100 77  WS-REQ-IX               PIC 9(3).
009200 77  WS-REQ-FOUND            PIC 9(3).
009300 77  WS-AMOUNT-ED            PIC Z(8)9.99.
009400 77  WS-LIMIT-ED             PIC Z(8)9.99.
009500 77  WS-AGE-ED               PIC ZZ9.
009600 01  WS-PARM-LINE.
009700     05  WS-PARM-DAYS        PIC X(3).
009800     05  FILLER              PIC X(77).
009900 01  WS-REQ-TABLE.
010000     05  WS-REQ-ENTRY OCCURS 99.
010100         10  WS-RQ-REQUESTOR PIC X(8).
010200         10  WS-RQ-BUCKET    PIC 9(5) OCCURS 3.
010300         10  WS-RQ-REFUSED   PIC 9(5).
010400 01  WS-TOTAL-ENTRY.
010500     05  WS-TOT-BUCKET       PIC 9(5) OCCURS 3.
010600     05  WS-TOT-REFUSED      PIC 9(5).
010700 01  WS-RPT-HEADING-1.
010800     05  FILLER              PIC X(1) VALUE SPACE.
010900     05  FILLER              PIC X(27)
011000         VALUE "ANCIENNETE DES RETENUES AU ".
011100     05  WS-RPT-RUN-DATE     PIC X(8).
011200     05  FILLER              PIC X(15)
011300         VALUE " - REFUS APRES ".
011400     05  WS-RPT-EXPIRY       PIC ZZ9.
011500     05  FILLER              PIC X(6) VALUE " JOURS".
011600     05  FILLER              PIC X(20) VALUE SPACES.
011700 01  WS-RPT-HEADING-2.
011800     05  FILLER              PIC X(1) VALUE SPACE.
011900     05  FILLER              PIC X(10) VALUE "DEMANDEUR".
012000     05  FILLER              PIC X(10) VALUE "   1-3 J".
012100     05  FILLER              PIC X(10) VALUE "   4-7 J".
012200     05  FILLER              PIC X(10) VALUE "    +7 J".
012300     05  FILLER              PIC X(10) VALUE "  REFUSEES".
012400     05  FILLER              PIC X(29) VALUE SPACES.
012500 01  WS-RPT-DETAIL.
012600     05  FILLER              PIC X(1) VALUE SPACE.
012700     05  WS-RPT-REQUESTOR    PIC X(8).
012800     05  FILLER              PIC X(4) VALUE SPACES.
012900     05  WS-RPT-BUCKET-1     PIC Z(4)9.
013000     05  FILLER              PIC X(5) VALUE SPACES.
013100     05  WS-RPT-BUCKET-2     PIC Z(4)9.
013200     05  FILLER              PIC X(5) VALUE SPACES.
013300     05  WS-RPT-BUCKET-3     PIC Z(4)9.
013400     05  FILLER              PIC X(5) VALUE SPACES.
013500     05  WS-RPT-REFUSED      PIC Z(4)9.
013600     05  FILLER              PIC X(32) VALUE SPACES.
013700
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE
014100     PERFORM 2000-AGE-ONE-HOLD UNTIL WS-EOF
014200     PERFORM 3000-TERMINATE
014300     STOP RUN.
014400
014500 1000-INITIALIZE.
014600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
014700     MOVE SPACES TO WS-PARM-LINE
014800     ACCEPT WS-PARM-LINE
014900     IF WS-PARM-DAYS = SPACES
015000         MOVE 10 TO WS-EXPIRY-DAYS
015100     ELSE
015200         IF WS-PARM-DAYS NUMERIC
015300            AND WS-PARM-DAYS NOT = "000"
015400             MOVE WS-PARM-DAYS TO WS-EXPIRY-DAYS
015500         ELSE
015600             DISPLAY "HeldAging: invalid expiry days ["
015700                 WS-PARM-DAYS "], expected 001-999"
015800             MOVE 16 TO RETURN-CODE
015900             STOP RUN
016000         END-IF
016100     END-IF
016200     INITIALIZE WS-REQ-TABLE
016300     INITIALIZE WS-TOTAL-ENTRY
016400     OPEN INPUT HELD-FILE
016500     IF WS-HELD-STATUS = "35"
016600         DISPLAY "HeldAging: no NIGHTHELD file, nothing to age."
016700         PERFORM 3200-WRITE-REPORT
016800         STOP RUN
016900     END-IF
017000     IF WS-HELD-STATUS NOT = "00"
017100         DISPLAY "HeldAging: cannot open NIGHTHELD, file "
017200             "status " WS-HELD-STATUS
017300         MOVE 16 TO RETURN-CODE
017400         STOP RUN
017500     END-IF
017600     OPEN OUTPUT HELD-WORK-FILE
017700     IF WS-WORK-STATUS NOT = "00"
017800         DISPLAY "HeldAging: cannot open HELDWRK, file "
017900             "status " WS-WORK-STATUS
018000         CLOSE HELD-FILE
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF
018400     OPEN EXTEND REFUSED-FILE
018500     IF WS-REFU-STATUS = "35"
018600         OPEN OUTPUT REFUSED-FILE
018700     END-IF
018800     IF WS-REFU-STATUS NOT = "00"
018900         DISPLAY "HeldAging: cannot open NIGHTREFU, file "
019000             "status " WS-REFU-STATUS
019100         CLOSE HELD-FILE
019200         CLOSE HELD-WORK-FILE
019300         MOVE 16 TO RETURN-CODE
019400         STOP RUN
019500     END-IF
019600     OPEN EXTEND NOTICE-FILE
019700     IF WS-NOTE-STATUS = "35"
019800         OPEN OUTPUT NOTICE-FILE
019900     END-IF
020000     IF WS-NOTE-STATUS NOT = "00"
020100         DISPLAY "HeldAging: cannot open NIGHTNOTE, file "
020200             "status " WS-NOTE-STATUS
020300         CLOSE HELD-FILE
020400         CLOSE HELD-WORK-FILE
020500         CLOSE REFUSED-FILE
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF
020900     READ HELD-FILE
021000         AT END
021100             SET WS-EOF TO TRUE
021200     END-READ.
021300
021400 2000-AGE-ONE-HOLD.
021500     ADD 1 TO WS-HELD-COUNT
021600     MOVE HLD-QUEUE-RECORD TO NIGHT-QUEUE-RECORD
021700     IF HLD-DATE-HELD NOT NUMERIC
021800         MOVE WS-RUN-DATE TO HLD-DATE-HELD
021900         IF HLD-LIMIT NOT NUMERIC
022000             MOVE ZERO TO HLD-LIMIT
022100         END-IF
022200         IF HLD-REVIEW-STATUS = SPACE
022300             MOVE 'N' TO HLD-REVIEW-STATUS
022400         END-IF
022500         ADD 1 TO WS-DATED-COUNT
022600     END-IF
022700     MOVE HLD-DATE-HELD TO WS-HELD-DATE
022800     COMPUTE WS-AGE-DAYS =
022900         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
023000         - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)
023100     PERFORM 2100-FIND-REQUESTOR
023200     IF WS-AGE-DAYS > WS-EXPIRY-DAYS
023300         PERFORM 2300-REFUSE-HOLD
023400     ELSE
023500         PERFORM 2200-KEEP-HOLD
023600     END-IF
023700     READ HELD-FILE
023800         AT END
023900             SET WS-EOF TO TRUE
024000     END-READ.
024100
024200 2100-FIND-REQUESTOR.
024300     MOVE ZERO TO WS-REQ-FOUND
024400     PERFORM 2110-CHECK-ONE-REQUESTOR
024500         VARYING WS-REQ-IX FROM 1 BY 1
024600         UNTIL WS-REQ-IX > WS-REQ-COUNT
024700     IF WS-REQ-FOUND = ZERO
024800         IF WS-REQ-COUNT < 99
024900             ADD 1 TO WS-REQ-COUNT
025000             MOVE WS-REQ-COUNT TO WS-REQ-FOUND
025100             MOVE NQ-REQUESTOR TO WS-RQ-REQUESTOR(WS-REQ-FOUND)
025200         ELSE
025300             MOVE 99 TO WS-REQ-FOUND
025400             MOVE "AUTRES" TO WS-RQ-REQUESTOR(WS-REQ-FOUND)
025500         END-IF
025600     END-IF.
025700
025800 2110-CHECK-ONE-REQUESTOR.
025900     IF WS-RQ-REQUESTOR(WS-REQ-IX) = NQ-REQUESTOR
026000         MOVE WS-REQ-IX TO WS-REQ-FOUND
026100     END-IF.
026200
026300 2200-KEEP-HOLD.
026400     EVALUATE TRUE
026500         WHEN WS-AGE-DAYS <= 3
026600             MOVE 1 TO WS-BUCKET
026700         WHEN WS-AGE-DAYS <= 7
026800             MOVE 2 TO WS-BUCKET
026900         WHEN OTHER
027000             MOVE 3 TO WS-BUCKET
027100     END-EVALUATE
027200     ADD 1 TO WS-RQ-BUCKET(WS-REQ-FOUND, WS-BUCKET)
027300     ADD 1 TO WS-TOT-BUCKET(WS-BUCKET)
027400     MOVE NIGHT-HELD-RECORD TO HELD-WORK-RECORD
027500     WRITE HELD-WORK-RECORD
027600     ADD 1 TO WS-KEPT-COUNT.
027700
027800 2300-REFUSE-HOLD.
027900     MOVE SPACES TO REFUSED-RECORD
028000     MOVE NIGHT-HELD-RECORD TO RF-HELD-RECORD
028100     MOVE WS-RUN-DATE TO RF-REFUSED-DATE
028200     IF WS-AGE-DAYS > 999
028300         MOVE 999 TO RF-AGE-DAYS
028400     ELSE
028500         MOVE WS-AGE-DAYS TO RF-AGE-DAYS
028600     END-IF
028700     WRITE REFUSED-RECORD
028800     ADD 1 TO WS-RQ-REFUSED(WS-REQ-FOUND)
028900     ADD 1 TO WS-TOT-REFUSED
029000     ADD 1 TO WS-REFUSED-COUNT
029100     PERFORM 2400-WRITE-NOTICE
029200     DISPLAY "HeldAging: hold " WS-HELD-COUNT " for "
029300         NQ-REQUESTOR " held " HLD-DATE-HELD
029400         " not released, refused".
029500
029600 2400-WRITE-NOTICE.
029700     MOVE NQ-NUM1 TO WS-AMOUNT-ED
029800     MOVE HLD-LIMIT TO WS-LIMIT-ED
029900     MOVE RF-AGE-DAYS TO WS-AGE-ED
030000     MOVE SPACES TO NOTICE-LINE
030100     IF NQ-BATCH-ID = SPACES
030200         STRING NQ-REQUESTOR " " WS-RUN-DATE
030300             " REFUS RETENUE DU " HLD-DATE-HELD
030400             " OP " NQ-OP-CODE " " WS-AMOUNT-ED
030500             " LIMITE " WS-LIMIT-ED " NON LIBEREE EN "
030600             WS-AGE-ED " JOURS"
030700             DELIMITED BY SIZE INTO NOTICE-LINE
030800     ELSE
030900         STRING NQ-REQUESTOR " " WS-RUN-DATE
031000             " REFUS RETENUE DU " HLD-DATE-HELD
031100             " LOT " NQ-BATCH-ID " LIGNE " NQ-BATCH-LINE
031200             " OP " NQ-OP-CODE " " WS-AMOUNT-ED
031300             " LIMITE " WS-LIMIT-ED " NON LIBEREE EN "
031400             WS-AGE-ED " JOURS"
031500             DELIMITED BY SIZE INTO NOTICE-LINE
031600     END-IF
031700     WRITE NOTICE-LINE.
031800
031900 3000-TERMINATE.
032000     CLOSE HELD-FILE
032100     CLOSE HELD-WORK-FILE
032200     CLOSE REFUSED-FILE
032300     CLOSE NOTICE-FILE
032400     PERFORM 3100-RECOPY-HELD
032500     PERFORM 3200-WRITE-REPORT
032600     DISPLAY "HeldAging: " WS-HELD-COUNT " hold(s) read, "
032700         WS-KEPT-COUNT " kept, " WS-REFUSED-COUNT
032800         " refused after " WS-EXPIRY-DAYS " day(s), "
032900         WS-DATED-COUNT " dated today."
033000     IF WS-REFUSED-COUNT > ZERO
033100         MOVE 4 TO RETURN-CODE
033200     END-IF.
033300
033400 3100-RECOPY-HELD.
033500     MOVE 'N' TO WS-EOF-FLAG
033600     OPEN INPUT HELD-WORK-FILE
033700     OPEN OUTPUT HELD-FILE
033800     PERFORM 3110-COPY-ONE-HOLD UNTIL WS-EOF
033900     CLOSE HELD-WORK-FILE
034000     CLOSE HELD-FILE.
034100
034200 3110-COPY-ONE-HOLD.
034300     READ HELD-WORK-FILE
034400         AT END
034500             SET WS-EOF TO TRUE
034600         NOT AT END
034700             MOVE HELD-WORK-RECORD TO NIGHT-HELD-RECORD
034800             WRITE NIGHT-HELD-RECORD
034900     END-READ.
035000
035100 3200-WRITE-REPORT.
035200     OPEN OUTPUT AGING-REPORT-FILE
035300     IF WS-RPT-STATUS NOT = "00"
035400         DISPLAY "HeldAging: cannot open HELDRPT, file "
035500             "status " WS-RPT-STATUS
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN
035800     END-IF
035900     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
036000     MOVE WS-EXPIRY-DAYS TO WS-RPT-EXPIRY
036100     WRITE AGING-REPORT-LINE FROM WS-RPT-HEADING-1
036200     MOVE SPACES TO AGING-REPORT-LINE
036300     WRITE AGING-REPORT-LINE
036400     WRITE AGING-REPORT-LINE FROM WS-RPT-HEADING-2
036500     PERFORM 3210-WRITE-ONE-REQUESTOR
036600         VARYING WS-REQ-IX FROM 1 BY 1
036700         UNTIL WS-REQ-IX > WS-REQ-COUNT
036800     MOVE SPACES TO AGING-REPORT-LINE
036900     WRITE AGING-REPORT-LINE
037000     MOVE "TOTAL" TO WS-RPT-REQUESTOR
037100     MOVE WS-TOT-BUCKET(1) TO WS-RPT-BUCKET-1
037200     MOVE WS-TOT-BUCKET(2) TO WS-RPT-BUCKET-2
037300     MOVE WS-TOT-BUCKET(3) TO WS-RPT-BUCKET-3
037400     MOVE WS-TOT-REFUSED TO WS-RPT-REFUSED
037500     WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL
037600     CLOSE AGING-REPORT-FILE.
037700
037800 3210-WRITE-ONE-REQUESTOR.
037900     MOVE WS-RQ-REQUESTOR(WS-REQ-IX) TO WS-RPT-REQUESTOR
038000     MOVE WS-RQ-BUCKET(WS-REQ-IX, 1) TO WS-RPT-BUCKET-1
038100     MOVE WS-RQ-BUCKET(WS-REQ-IX, 2) TO WS-RPT-BUCKET-2
038200     MOVE WS-RQ-BUCKET(WS-REQ-IX, 3) TO WS-RPT-BUCKET-3
038300     MOVE WS-RQ-REFUSED(WS-REQ-IX) TO WS-RPT-REFUSED
038400     WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL.
038500
038600 END PROGRAM HeldAging.
