000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Outstanding-review report over the REVUE file drawn
000500*          by ReviewSample and worked by RevueEchant. As of one
000600*          date (SYSIN columns 1-8, AAAAMMJJ, blank = today) it
000700*          lists every sampled item not yet reviewed, oldest
000800*          first, with its age in days since the audit date,
000900*          flagging as RETARD those    older than the delay in
001000*          SYSIN columns 10-12 (days, blank = 5). A second page
001100*          lists the non-conforme findings on audit dates of the
001200*          month of the report date, grouped by operator with
001300*          the reviewer and comment, and a count per operator.
001400*          Ends RC=4 when items are overdue, RC=16 on a bad
001500*          parameter or an unreadable file.
001600* Tectonics: cobc
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. ReviewReport.
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT REVIEW-FILE ASSIGN TO "REVUE"
002500         FILE STATUS IS WS-REV-STATUS
002600         ORGANIZATION IS LINE SEQUENTIAL.
002700
002800     SELECT REVIEW-REPORT-FILE ASSIGN TO "REVRPT"
002900         FILE STATUS IS WS-RPT-STATUS
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT SORT-WORK-FILE ASSIGN TO "REVRSRT".
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  REVIEW-FILE.
003700 COPY "reviewfle.cpy".
003800
003900 FD  REVIEW-REPORT-FILE.
004000 01  REVIEW-REPORT-LINE      PIC X(80).
004100
004200 SD  SORT-WORK-FILE.
004300 01  SORT-REVIEW-RECORD.
004400     05  SR-GROUP            PIC X(8).
004500     05  SR-REVIEW-IMAGE.
004510         10  SR-RV-KEY       PIC X(18).
004600         10  SR-RV-REST      PIC X(138).
004700
004800 WORKING-STORAGE SECTION.
004900 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
005000     88  WS-EOF                          VALUE 'Y'.
005100 77  WS-SORT-EOF-FLAG        PIC X(1) VALUE 'N'.
005200     88  WS-SORT-EOF                     VALUE 'Y'.
005300 77  WS-REV-STATUS           PIC X(2).
005400 77  WS-RPT-STATUS           PIC X(2).
005500 77  WS-RUN-DATE             PIC X(8).
005600 77  WS-RUN-DATE-NUM         PIC 9(8).
005700 77  WS-ITEM-DATE-NUM        PIC 9(8).
005800 77  WS-DELAY-DAYS           PIC 9(3) VALUE 5.
005900 77  WS-AGE-DAYS             PIC S9(7).
006000 77  WS-CURRENT-OPERATOR     PIC X(8).
006100 77  WS-OPEN-COUNT           PIC 9(5) VALUE ZERO.
006200 77  WS-LATE-COUNT           PIC 9(5) VALUE ZERO.
006300 77  WS-FINDING-COUNT        PIC 9(5) VALUE ZERO.
006400 77  WS-OPER-FINDINGS        PIC 9(5) VALUE ZERO.
006500 77  WS-FINDING-OPERATORS    PIC 9(5) VALUE ZERO.
006600 77  WS-COUNT-ED             PIC Z(4)9.
006700 01  WS-PARM-LINE.
006800     05  WS-PARM-DATE        PIC X(8).
006900     05  FILLER              PIC X(1).
007000     05  WS-PARM-DELAY       PIC X(3).
007100     05  FILLER              PIC X(68).
007200 01  WS-CROSS-REF.
007300     05  WS-CR-DATE          PIC X(8).
007400     05  FILLER              PIC X(1) VALUE SPACE.
007500     05  WS-CR-TIME          PIC X(6).
007600     05  FILLER              PIC X(1) VALUE "/".
007700     05  WS-CR-SEQ           PIC 9(4).
007800 01  WS-RPT-HEADING-1.
007900     05  FILLER              PIC X(1) VALUE SPACE.
008000     05  FILLER              PIC X(38)
008100         VALUE "REVUE EN SECOND REGARD - SITUATION AU ".
008200     05  WS-RPT-DATE         PIC X(8).
008300     05  FILLER              PIC X(10) VALUE " - DELAI ".
008400     05  WS-RPT-DELAY        PIC ZZ9.
008500     05  FILLER              PIC X(6) VALUE " JOURS".
008600     05  FILLER              PIC X(14) VALUE SPACES.
008700 01  WS-RPT-HEADING-2.
008800     05  FILLER              PIC X(40) VALUE
008900         " ELEMENTS NON REVUS PAR ANCIENNETE".
009000     05  FILLER              PIC X(40) VALUE SPACES.
009100 01  WS-RPT-HEADING-3.
009200     05  FILLER              PIC X(39) VALUE
009300         "  AGE  ECRITURE              OPERATEUR".
009400     05  FILLER              PIC X(41) VALUE
009500         "OPERATION        MOTIF    SUPERVISEUR".
009600 01  WS-RPT-OPEN-LINE.
009700     05  FILLER              PIC X(1) VALUE SPACE.
009800     05  WS-RPT-AGE          PIC ZZZ9.
009900     05  FILLER              PIC X(2) VALUE SPACES.
010000     05  WS-RPT-KEY          PIC X(20).
010100     05  FILLER              PIC X(2) VALUE SPACES.
010200     05  WS-RPT-OPERATOR     PIC X(8).
010300     05  FILLER              PIC X(2) VALUE SPACES.
010400     05  WS-RPT-OPERATION    PIC X(15).
010500     05  FILLER              PIC X(2) VALUE SPACES.
010600     05  WS-RPT-REASON       PIC X(8).
010700     05  FILLER              PIC X(1) VALUE SPACE.
010800     05  WS-RPT-SUPERVISOR   PIC X(8).
010900     05  FILLER              PIC X(1) VALUE SPACE.
011000     05  WS-RPT-LATE         PIC X(6).
011100 01  WS-RPT-HEADING-4.
011200     05  FILLER              PIC X(1) VALUE SPACE.
011300     05  FILLER              PIC X(44) VALUE
011400         "CONSTATS NON CONFORMES PAR OPERATEUR - MOIS ".
011500     05  WS-RPT-MONTH        PIC X(6).
011600     05  FILLER              PIC X(29) VALUE SPACES.
011700 01  WS-RPT-HEADING-5.
011800     05  FILLER              PIC X(40) VALUE
011900         "    ECRITURE             OPERATION".
012000     05  FILLER              PIC X(40) VALUE
012100         " RESULTAT        REVU PAR LE".
012200 01  WS-RPT-FINDING-LINE.
012300     05  FILLER              PIC X(4) VALUE SPACES.
012400     05  WS-RPT-FKEY         PIC X(20).
012500     05  FILLER              PIC X(1) VALUE SPACE.
012600     05  WS-RPT-FOPERATION   PIC X(15).
012700     05  FILLER              PIC X(1) VALUE SPACE.
012800     05  WS-RPT-FRESULT      PIC X(15).
012900     05  FILLER              PIC X(1) VALUE SPACE.
013000     05  WS-RPT-REVIEWER     PIC X(8).
013100     05  FILLER              PIC X(1) VALUE SPACE.
013200     05  WS-RPT-REVIEW-DATE  PIC X(8).
013300     05  FILLER              PIC X(6) VALUE SPACES.
013400 01  WS-RPT-COMMENT-LINE.
013500     05  FILLER              PIC X(10) VALUE SPACES.
013600     05  FILLER              PIC X(13) VALUE "COMMENTAIRE: ".
013700     05  WS-RPT-COMMENT      PIC X(40).
013800     05  FILLER              PIC X(17) VALUE SPACES.
013900
014000 PROCEDURE DIVISION.
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE
014300     SORT SORT-WORK-FILE
014400         ON ASCENDING KEY SR-RV-KEY
014500         INPUT PROCEDURE IS 2000-SELECT-OPEN-ITEMS
014600         OUTPUT PROCEDURE IS 3000-PRINT-OPEN-ITEMS
014700     SORT SORT-WORK-FILE
014800         ON ASCENDING KEY SR-GROUP
014900         ON ASCENDING KEY SR-RV-KEY
015000         INPUT PROCEDURE IS 4000-SELECT-FINDINGS
015100         OUTPUT PROCEDURE IS 5000-PRINT-FINDINGS
015200     PERFORM 6000-TERMINATE
015300     STOP RUN.
015400
015500 1000-INITIALIZE.
015600     MOVE SPACES TO WS-PARM-LINE
015700     ACCEPT WS-PARM-LINE
015800     MOVE WS-PARM-DATE TO WS-RUN-DATE
015900     IF WS-RUN-DATE = SPACES
016000         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
016100     END-IF
016200     IF WS-RUN-DATE NOT NUMERIC
016300         DISPLAY "ReviewReport: invalid date [" WS-RUN-DATE
016400             "], expected AAAAMMJJ"
016500         MOVE 16 TO RETURN-CODE
016600         STOP RUN
016700     END-IF
016800     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
016900     IF WS-PARM-DELAY NOT = SPACES
017000         IF FUNCTION TEST-NUMVAL(WS-PARM-DELAY) = 0
017100             MOVE FUNCTION NUMVAL(WS-PARM-DELAY)
017200                 TO WS-DELAY-DAYS
017300         ELSE
017400             DISPLAY "ReviewReport: invalid delay ["
017500                 WS-PARM-DELAY "], expected days"
017600             MOVE 16 TO RETURN-CODE
017700             STOP RUN
017800         END-IF
017900     END-IF
018000     OPEN OUTPUT REVIEW-REPORT-FILE
018100     IF WS-RPT-STATUS NOT = "00"
018200         DISPLAY "ReviewReport: cannot open REVRPT, file "
018300             "status " WS-RPT-STATUS
018400         MOVE 16 TO RETURN-CODE
018500         STOP RUN
018600     END-IF
018700     MOVE WS-RUN-DATE TO WS-RPT-DATE
018800     MOVE WS-DELAY-DAYS TO WS-RPT-DELAY
018900     MOVE WS-RUN-DATE(1:6) TO WS-RPT-MONTH
019000     WRITE REVIEW-REPORT-LINE FROM WS-RPT-HEADING-1
019100     MOVE SPACES TO REVIEW-REPORT-LINE
019200     WRITE REVIEW-REPORT-LINE
019300     WRITE REVIEW-REPORT-LINE FROM WS-RPT-HEADING-2
019400     WRITE REVIEW-REPORT-LINE FROM WS-RPT-HEADING-3.
019500
019600 1100-OPEN-REVIEW.
019700     MOVE 'N' TO WS-EOF-FLAG
019800     OPEN INPUT REVIEW-FILE
019900     IF WS-REV-STATUS = "35"
020000         SET WS-EOF TO TRUE
020100     ELSE
020200         IF WS-REV-STATUS NOT = "00"
020300             DISPLAY "ReviewReport: cannot open REVUE, file "
020400                 "status " WS-REV-STATUS
020500             MOVE 16 TO RETURN-CODE
020600             STOP RUN
020700         END-IF
020800     END-IF.
020900
021000 1200-READ-REVIEW.
021100     READ REVIEW-FILE
021200         AT END
021300             SET WS-EOF TO TRUE
021400     END-READ.
021500
021600 1300-CLOSE-REVIEW.
021700     IF WS-REV-STATUS NOT = "35"
021800         CLOSE REVIEW-FILE
021900     END-IF.
022000
022100 2000-SELECT-OPEN-ITEMS.
022200     PERFORM 1100-OPEN-REVIEW
022300     IF NOT WS-EOF
022400         PERFORM 1200-READ-REVIEW
022500     END-IF
022600     PERFORM 2100-SELECT-ONE UNTIL WS-EOF
022700     PERFORM 1300-CLOSE-REVIEW.
022800
022900 2100-SELECT-ONE.
023000     IF RV-A-REVOIR
023100         MOVE SPACES TO SR-GROUP
023200         MOVE REVIEW-RECORD TO SR-REVIEW-IMAGE
023300         RELEASE SORT-REVIEW-RECORD
023400     END-IF
023500     PERFORM 1200-READ-REVIEW.
023600
023700 3000-PRINT-OPEN-ITEMS.
023800     PERFORM 3100-RETURN-SORTED
023900     PERFORM 3200-PRINT-ONE-OPEN UNTIL WS-SORT-EOF
024000     MOVE SPACES TO REVIEW-REPORT-LINE
024100     IF WS-OPEN-COUNT = ZERO
024200         MOVE " AUCUN ELEMENT EN ATTENTE DE REVUE"
024300             TO REVIEW-REPORT-LINE
024400         WRITE REVIEW-REPORT-LINE
024500     END-IF
024600     MOVE SPACES TO REVIEW-REPORT-LINE
024700     WRITE REVIEW-REPORT-LINE
024800     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
024900     MOVE SPACES TO REVIEW-REPORT-LINE
025000     STRING " NON REVUS        : " WS-COUNT-ED
025100         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
025200     WRITE REVIEW-REPORT-LINE
025300     MOVE WS-LATE-COUNT TO WS-COUNT-ED
025400     MOVE SPACES TO REVIEW-REPORT-LINE
025500     STRING " DONT EN RETARD   : " WS-COUNT-ED
025600         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
025700     WRITE REVIEW-REPORT-LINE
025800     MOVE 'N' TO WS-SORT-EOF-FLAG.
025900
026000 3100-RETURN-SORTED.
026100     RETURN SORT-WORK-FILE
026200         AT END
026300             SET WS-SORT-EOF TO TRUE
026400     END-RETURN.
026500
026600 3200-PRINT-ONE-OPEN.
026700     MOVE SR-REVIEW-IMAGE TO REVIEW-RECORD
026800     ADD 1 TO WS-OPEN-COUNT
026900     MOVE ZERO TO WS-AGE-DAYS
027000     IF RV-DATE NUMERIC
027100         MOVE RV-DATE TO WS-ITEM-DATE-NUM
027200         COMPUTE WS-AGE-DAYS =
027300             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
027400             - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
027500     END-IF
027600     IF WS-AGE-DAYS < ZERO
027700         MOVE ZERO TO WS-AGE-DAYS
027800     END-IF
027900     MOVE WS-AGE-DAYS TO WS-RPT-AGE
028000     PERFORM 3300-BUILD-CROSS-REF
028100     MOVE WS-CROSS-REF TO WS-RPT-KEY
028200     MOVE RV-OPERATOR TO WS-RPT-OPERATOR
028300     MOVE RV-OPERATION TO WS-RPT-OPERATION
028400     IF RV-APPROVED-ITEM
028500         MOVE "APPROUVE" TO WS-RPT-REASON
028600     ELSE
028700         MOVE "ECHANT." TO WS-RPT-REASON
028800     END-IF
028900     MOVE RV-SUPERVISOR TO WS-RPT-SUPERVISOR
029000     MOVE SPACES TO WS-RPT-LATE
029100     IF WS-AGE-DAYS > WS-DELAY-DAYS
029200         MOVE "RETARD" TO WS-RPT-LATE
029300         ADD 1 TO WS-LATE-COUNT
029400     END-IF
029500     WRITE REVIEW-REPORT-LINE FROM WS-RPT-OPEN-LINE
029600     PERFORM 3100-RETURN-SORTED.
029700
029800 3300-BUILD-CROSS-REF.
029900     MOVE RV-DATE TO WS-CR-DATE
030000     MOVE RV-TIME TO WS-CR-TIME
030100     MOVE RV-SEQ TO WS-CR-SEQ.
030200
030300 4000-SELECT-FINDINGS.
030400     PERFORM 1100-OPEN-REVIEW
030500     IF NOT WS-EOF
030600         PERFORM 1200-READ-REVIEW
030700     END-IF
030800     PERFORM 4100-SELECT-ONE UNTIL WS-EOF
030900     PERFORM 1300-CLOSE-REVIEW.
031000
031100 4100-SELECT-ONE.
031200     IF RV-NON-CONFORME
031300        AND RV-DATE(1:6) = WS-RUN-DATE(1:6)
031400         MOVE RV-OPERATOR TO SR-GROUP
031500         MOVE REVIEW-RECORD TO SR-REVIEW-IMAGE
031600         RELEASE SORT-REVIEW-RECORD
031700     END-IF
031800     PERFORM 1200-READ-REVIEW.
031900
032000 5000-PRINT-FINDINGS.
032100     MOVE SPACES TO REVIEW-REPORT-LINE
032200     WRITE REVIEW-REPORT-LINE
032300     WRITE REVIEW-REPORT-LINE FROM WS-RPT-HEADING-4
032400     WRITE REVIEW-REPORT-LINE FROM WS-RPT-HEADING-5
032500     MOVE LOW-VALUES TO WS-CURRENT-OPERATOR
032600     PERFORM 3100-RETURN-SORTED
032700     PERFORM 5100-PRINT-ONE-FINDING UNTIL WS-SORT-EOF
032800     IF WS-FINDING-COUNT = ZERO
032900         MOVE SPACES TO REVIEW-REPORT-LINE
033000         MOVE " AUCUN CONSTAT NON CONFORME"
033100             TO REVIEW-REPORT-LINE
033200         WRITE REVIEW-REPORT-LINE
033300     ELSE
033400         PERFORM 5200-PRINT-OPERATOR-TOTAL
033500     END-IF.
033600
033700 5100-PRINT-ONE-FINDING.
033800     IF SR-GROUP NOT = WS-CURRENT-OPERATOR
033900         IF WS-CURRENT-OPERATOR NOT = LOW-VALUES
034000             PERFORM 5200-PRINT-OPERATOR-TOTAL
034100         END-IF
034200         MOVE SR-GROUP TO WS-CURRENT-OPERATOR
034300         MOVE ZERO TO WS-OPER-FINDINGS
034400         ADD 1 TO WS-FINDING-OPERATORS
034500         MOVE SPACES TO REVIEW-REPORT-LINE
034600         WRITE REVIEW-REPORT-LINE
034700         STRING " OPERATEUR " WS-CURRENT-OPERATOR
034800             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
034900         WRITE REVIEW-REPORT-LINE
035000     END-IF
035100     MOVE SR-REVIEW-IMAGE TO REVIEW-RECORD
035200     ADD 1 TO WS-FINDING-COUNT
035300     ADD 1 TO WS-OPER-FINDINGS
035400     PERFORM 3300-BUILD-CROSS-REF
035500     MOVE WS-CROSS-REF TO WS-RPT-FKEY
035600     MOVE RV-OPERATION TO WS-RPT-FOPERATION
035700     MOVE RV-RESULT TO WS-RPT-FRESULT
035800     MOVE RV-REVIEWER TO WS-RPT-REVIEWER
035900     MOVE RV-REVIEW-DATE TO WS-RPT-REVIEW-DATE
036000     MOVE RV-COMMENT TO WS-RPT-COMMENT
036100     WRITE REVIEW-REPORT-LINE FROM WS-RPT-FINDING-LINE
036200     WRITE REVIEW-REPORT-LINE FROM WS-RPT-COMMENT-LINE
036300     PERFORM 3100-RETURN-SORTED.
036400
036500 5200-PRINT-OPERATOR-TOTAL.
036600     MOVE WS-OPER-FINDINGS TO WS-COUNT-ED
036700     MOVE SPACES TO REVIEW-REPORT-LINE
036800     STRING "    TOTAL OPERATEUR : " WS-COUNT-ED
036900         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
037000     WRITE REVIEW-REPORT-LINE.
037100
037200 6000-TERMINATE.
037300     MOVE SPACES TO REVIEW-REPORT-LINE
037400     WRITE REVIEW-REPORT-LINE
037500     MOVE WS-FINDING-COUNT TO WS-COUNT-ED
037600     MOVE SPACES TO REVIEW-REPORT-LINE
037700     STRING " NON CONFORMES    : " WS-COUNT-ED
037800         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
037900     WRITE REVIEW-REPORT-LINE
038000     MOVE WS-FINDING-OPERATORS TO WS-COUNT-ED
038100     MOVE SPACES TO REVIEW-REPORT-LINE
038200     STRING " OPERATEURS       : " WS-COUNT-ED
038300         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
038400     WRITE REVIEW-REPORT-LINE
038500     CLOSE REVIEW-REPORT-FILE
038600     IF WS-LATE-COUNT > ZERO
038700         MOVE 4 TO RETURN-CODE
038800     END-IF
038900     DISPLAY "ReviewReport: " WS-RUN-DATE " open "
039000         WS-OPEN-COUNT " overdue " WS-LATE-COUNT
039100         " findings " WS-FINDING-COUNT.
039200
039300 END PROGRAM ReviewReport.
