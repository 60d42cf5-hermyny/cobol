000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Balanced double-entry journal for accounting, run in
000500*          GLDAILY after GlExtract. For the run date (SYSIN,
000600*          AAAAMMJJ, blank = last open day before today on the
000700*          business calendar) it turns every cash operation on
000800*          the audit master and every DRAWERTX movement of the
000900*          day into one journal entry - a debit line and a
001000*          credit line for the same amount - using the
001100*          chart-of-accounts mapping the supervisor keeps on
001200*          ACCTMAP through CompteMaint. Operations are mapped
001300*          on their GLEXTR op code, drawer movements on their
001400*          movement type. A negative amount posts the same
001500*          accounts the other way round. An ANNULATION is
001600*          posted on the accounts of the operation it reverses,
001700*          read back from the master, so the two entries
001800*          cancel; one whose original is gone uses the R line.
001900*          An entry with no mapping is posted to the suspense
002000*          account on both sides and listed on the exception
002100*          page, so nothing is dropped. The journal ends with a
002200*          trailer carrying the entry count and the debit and
002300*          credit totals, proved equal before it is written.
002400*          Records without an amount (parity, schedules,
002500*          approvals, sign-ons) are bypassed as in GlExtract.
002600*          Ends RC=4 when anything went to suspense, RC=16 on
002700*          a bad parameter, an unreadable file or totals that
002800*          do not balance.
002900* Tectonics: cobc
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. GlJournal.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT AUDIT-MST-FILE ASSIGN TO "AUDITMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS AUDM-KEY
004010         ALTERNATE RECORD KEY IS AUDM-OPERATOR
004020             WITH DUPLICATES
004030         ALTERNATE RECORD KEY IS AUDM-OPERATION
004040             WITH DUPLICATES
004100         FILE STATUS IS WS-MST-STATUS.
004200
004300     SELECT DRAWER-TX-FILE ASSIGN TO "DRAWERTX"
004400         FILE STATUS IS WS-TX-STATUS
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
004800         FILE STATUS IS WS-MAP-STATUS
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
005200         FILE STATUS IS WS-JRN-STATUS
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT EXCEPTION-FILE ASSIGN TO "GLJEXCP"
005600         FILE STATUS IS WS-EXC-STATUS
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AUDIT-MST-FILE.
006200 COPY "auditmst.cpy".
006300
006400 FD  DRAWER-TX-FILE.
006500 COPY "drawertx.cpy".
006600
006700 FD  ACCOUNT-MAP-FILE.
006800 COPY "acctmap.cpy".
006900
007000 FD  GL-JOURNAL-FILE.
007100 01  JR-DETAIL-RECORD.
007200     05  JR-ENTRY-NO         PIC 9(6).
007300     05  FILLER              PIC X(1).
007400     05  JR-DATE             PIC X(8).
007500     05  FILLER              PIC X(1).
007600     05  JR-SOURCE           PIC X(1).
007700     05  FILLER              PIC X(1).
007800     05  JR-REFERENCE        PIC X(18).
007900     05  FILLER              PIC X(1).
008000     05  JR-CODE             PIC X(1).
008100     05  FILLER              PIC X(1).
008200     05  JR-SIDE             PIC X(1).
008300     05  FILLER              PIC X(1).
008400     05  JR-ACCOUNT          PIC X(8).
008500     05  FILLER              PIC X(1).
008600     05  JR-AMOUNT           PIC Z(12)9.99.
008700     05  FILLER              PIC X(1).
008800     05  JR-SUSPENSE         PIC X(1).
008900 01  JR-TRAILER-RECORD.
009000     05  JR-TRAILER-TAG      PIC X(1).
009100     05  FILLER              PIC X(1).
009200     05  JR-ENTRY-COUNT      PIC 9(7).
009300     05  FILLER              PIC X(1).
009400     05  JR-TOTAL-DEBIT      PIC Z(14)9.99.
009500     05  FILLER              PIC X(1).
009600     05  JR-TOTAL-CREDIT     PIC Z(14)9.99.
009700     05  FILLER              PIC X(21).
009800
009900 FD  EXCEPTION-FILE.
010000 01  EXCEPTION-LINE          PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
010400     88  WS-EOF                          VALUE 'Y'.
010500 77  WS-MST-STATUS           PIC X(2).
010600 77  WS-TX-STATUS            PIC X(2).
010700 77  WS-MAP-STATUS           PIC X(2).
010800 77  WS-JRN-STATUS           PIC X(2).
010900 77  WS-EXC-STATUS           PIC X(2).
011000 77  WS-RUN-DATE             PIC X(8).
011100 77  WS-TODAY                PIC X(8).
011200 77  WS-CAL-FUNCTION         PIC X(1) VALUE 'P'.
011300 77  WS-CAL-FOUND            PIC X(1).
011400 77  WS-GL-OP-CODE           PIC X(1).
011500 77  WS-SUSPENSE-ACCOUNT     PIC X(8) VALUE "47100000".
011600 77  WS-MAP-COUNT            PIC 9(3) VALUE ZERO.
011700 77  WS-MAP-IX               PIC 9(3).
011800 77  WS-MAP-FOUND            PIC X(1).
011900 77  WS-ANNUL-COUNT          PIC 9(4) VALUE ZERO.
012000 77  WS-ANNUL-IX             PIC 9(4).
012100 77  WS-ENTRY-NO             PIC 9(6) VALUE ZERO.
012200 77  WS-ENTRY-SOURCE         PIC X(1).
012300 77  WS-ENTRY-REFERENCE      PIC X(18).
012400 77  WS-ENTRY-CODE           PIC X(1).
012500 77  WS-ENTRY-MAP-SOURCE     PIC X(1).
012600 77  WS-ENTRY-MAP-CODE       PIC X(1).
012700 77  WS-ENTRY-AMOUNT         PIC S9(13)V99.
012800 77  WS-ENTRY-DEBIT          PIC X(8).
012900 77  WS-ENTRY-CREDIT         PIC X(8).
013000 77  WS-ENTRY-SWAP           PIC X(8).
013100 77  WS-ENTRY-SUSPENSE       PIC X(1).
013200 77  WS-ENTRY-REASON         PIC X(24).
013300 77  WS-TOTAL-DEBIT          PIC S9(15)V99 VALUE ZERO.
013400 77  WS-TOTAL-CREDIT         PIC S9(15)V99 VALUE ZERO.
013500 77  WS-AUDIT-COUNT          PIC 9(7) VALUE ZERO.
013600 77  WS-REVERSAL-COUNT       PIC 9(7) VALUE ZERO.
013700 77  WS-DRAWER-COUNT         PIC 9(7) VALUE ZERO.
013800 77  WS-BYPASS-COUNT         PIC 9(7) VALUE ZERO.
013900 77  WS-SUSPENSE-COUNT       PIC 9(7) VALUE ZERO.
014000 77  WS-DELIMITER            PIC X(1) VALUE ";".
014100 01  WS-MAP-TABLE.
014200     05  WS-MAP-ENTRY        OCCURS 200.
014300         10  WS-MT-SOURCE    PIC X(1).
014400         10  WS-MT-CODE      PIC X(1).
014500         10  WS-MT-DEBIT     PIC X(8).
014600         10  WS-MT-CREDIT    PIC X(8).
014700 01  WS-ANNUL-TABLE.
014800     05  WS-ANNUL-ENTRY      OCCURS 2000.
014900         10  WS-AN-OWN-KEY   PIC X(18).
015000         10  WS-AN-ORIG-KEY  PIC X(18).
015100         10  WS-AN-AMOUNT    PIC S9(13)V99.
015200 01  WS-ORIG-KEY.
015300     05  WS-OK-DATE          PIC X(8).
015400     05  WS-OK-TIME          PIC X(6).
015500     05  WS-OK-SEQ           PIC X(4).
015600 01  WS-DRAWER-REFERENCE.
015700     05  WS-DR-DRAWER        PIC 9(2).
015800     05  FILLER              PIC X(1) VALUE SPACE.
015900     05  WS-DR-TIME          PIC X(6).
016000     05  FILLER              PIC X(1) VALUE SPACE.
016100     05  WS-DR-OPERATOR      PIC X(8).
016200 01  WS-EXC-HEADING-1.
016300     05  FILLER              PIC X(1) VALUE SPACE.
016400     05  FILLER              PIC X(40)
016500         VALUE "JOURNAL COMPTABLE - ECRITURES EN ATTENTE".
016600     05  FILLER              PIC X(6) VALUE " - DU ".
016700     05  WS-EXC-DATE         PIC X(8).
016800     05  FILLER              PIC X(10) VALUE " - COMPTE ".
016900     05  WS-EXC-SUSPENSE     PIC X(8).
017000     05  FILLER              PIC X(7) VALUE SPACES.
017100 01  WS-EXC-HEADING-2.
017200     05  FILLER              PIC X(40) VALUE
017300         " ECRIT. S REFERENCE          C".
017400     05  FILLER              PIC X(40) VALUE
017500         "MONTANT  MOTIF".
017600 01  WS-EXC-DETAIL-LINE.
017700     05  FILLER              PIC X(1) VALUE SPACE.
017800     05  WS-EXC-ENTRY-NO     PIC 9(6).
017900     05  FILLER              PIC X(1) VALUE SPACE.
018000     05  WS-EXC-SOURCE       PIC X(1).
018100     05  FILLER              PIC X(1) VALUE SPACE.
018200     05  WS-EXC-REFERENCE    PIC X(18).
018300     05  FILLER              PIC X(1) VALUE SPACE.
018400     05  WS-EXC-CODE         PIC X(1).
018500     05  FILLER              PIC X(1) VALUE SPACE.
018600     05  WS-EXC-AMOUNT       PIC -(12)9.99.
018700     05  FILLER              PIC X(2) VALUE SPACES.
018800     05  WS-EXC-REASON       PIC X(24).
018900     05  FILLER              PIC X(7) VALUE SPACES.
019000 01  WS-EXC-TOTAL-LINE.
019100     05  FILLER              PIC X(1) VALUE SPACE.
019200     05  WS-EXC-COUNT        PIC Z(6)9.
019300     05  FILLER              PIC X(43)
019400         VALUE " ECRITURE(S) PASSEE(S) EN COMPTE D'ATTENTE.".
019500     05  FILLER              PIC X(29) VALUE SPACES.
019600
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE
020000     PERFORM 2000-JOURNAL-AUDIT UNTIL WS-EOF
020100     PERFORM 3000-JOURNAL-REVERSAL
020200         VARYING WS-ANNUL-IX FROM 1 BY 1
020300         UNTIL WS-ANNUL-IX > WS-ANNUL-COUNT
020400     PERFORM 4000-JOURNAL-DRAWERS
020500     PERFORM 9000-TERMINATE
020600     STOP RUN.
020700
020800 1000-INITIALIZE.
020900     ACCEPT WS-RUN-DATE
021000     IF WS-RUN-DATE = SPACES
021100         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
021200         CALL "CalLookup" USING WS-CAL-FUNCTION, WS-TODAY,
021300             WS-RUN-DATE, WS-CAL-FOUND
021400         IF WS-CAL-FOUND NOT = 'Y'
021500             DISPLAY "GlJournal: business calendar missing, "
021600                 "week-end rule used for " WS-RUN-DATE
021700         END-IF
021800     END-IF
021900     IF WS-RUN-DATE NOT NUMERIC
022000         DISPLAY "GlJournal: invalid date [" WS-RUN-DATE
022100             "], expected AAAAMMJJ"
022200         MOVE 16 TO RETURN-CODE
022300         STOP RUN
022400     END-IF
022500     PERFORM 1100-LOAD-MAP
022600     OPEN INPUT AUDIT-MST-FILE
022700     IF WS-MST-STATUS NOT = "00"
022800         DISPLAY "GlJournal: cannot open AUDITMST, file "
022900             "status " WS-MST-STATUS
023000         MOVE 16 TO RETURN-CODE
023100         STOP RUN
023200     END-IF
023300     OPEN OUTPUT GL-JOURNAL-FILE
023400     IF WS-JRN-STATUS NOT = "00"
023500         DISPLAY "GlJournal: cannot open GLJRNL, file "
023600             "status " WS-JRN-STATUS
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN
023900     END-IF
024000     OPEN OUTPUT EXCEPTION-FILE
024100     MOVE WS-RUN-DATE TO WS-EXC-DATE
024200     MOVE WS-SUSPENSE-ACCOUNT TO WS-EXC-SUSPENSE
024300     WRITE EXCEPTION-LINE FROM WS-EXC-HEADING-1
024400     MOVE SPACES TO EXCEPTION-LINE
024500     WRITE EXCEPTION-LINE
024600     WRITE EXCEPTION-LINE FROM WS-EXC-HEADING-2
024700     PERFORM 1200-POSITION-ON-DATE
024800     PERFORM 1300-READ-MASTER.
024900
025000 1100-LOAD-MAP.
025100     OPEN INPUT ACCOUNT-MAP-FILE
025200     IF WS-MAP-STATUS NOT = "00"
025300         DISPLAY "GlJournal: no ACCTMAP mapping (status "
025400             WS-MAP-STATUS "), every entry goes to suspense"
025500     ELSE
025600         PERFORM 1110-READ-MAP UNTIL WS-EOF
025700         CLOSE ACCOUNT-MAP-FILE
025800         MOVE 'N' TO WS-EOF-FLAG
025900     END-IF.
026000
026100 1110-READ-MAP.
026200     READ ACCOUNT-MAP-FILE
026300         AT END
026400             SET WS-EOF TO TRUE
026500         NOT AT END
026600             IF MAP-SUSPENSE
026700                 IF MAP-DEBIT NOT = SPACES
026800                     MOVE MAP-DEBIT TO WS-SUSPENSE-ACCOUNT
026900                 END-IF
027000             ELSE
027100                 IF WS-MAP-COUNT < 200
027200                     ADD 1 TO WS-MAP-COUNT
027300                     MOVE MAP-SOURCE TO WS-MT-SOURCE(WS-MAP-COUNT)
027400                     MOVE MAP-CODE TO WS-MT-CODE(WS-MAP-COUNT)
027500                     MOVE MAP-DEBIT TO WS-MT-DEBIT(WS-MAP-COUNT)
027600                     MOVE MAP-CREDIT
027700                         TO WS-MT-CREDIT(WS-MAP-COUNT)
027800                 END-IF
027900             END-IF
028000     END-READ.
028100
028200 1200-POSITION-ON-DATE.
028300     MOVE SPACES TO AUDIT-MST-RECORD
028400     MOVE WS-RUN-DATE TO AUDM-DATE
028500     MOVE "000000" TO AUDM-TIME
028600     MOVE ZERO TO AUDM-SEQ
028700     START AUDIT-MST-FILE KEY NOT LESS THAN AUDM-KEY
028800         INVALID KEY
028900             SET WS-EOF TO TRUE
029000     END-START.
029100
029200 1300-READ-MASTER.
029300     READ AUDIT-MST-FILE NEXT
029400         AT END
029500             SET WS-EOF TO TRUE
029600     END-READ.
029700
029800 2000-JOURNAL-AUDIT.
029900     IF AUDM-DATE > WS-RUN-DATE
030000         SET WS-EOF TO TRUE
030100     ELSE
030200         PERFORM 2100-POST-AUDIT-RECORD
030300         PERFORM 1300-READ-MASTER
030400     END-IF.
030500
030600 2100-POST-AUDIT-RECORD.
030700     PERFORM 2200-SET-OP-CODE
030800     EVALUATE TRUE
030900         WHEN WS-GL-OP-CODE = "?"
031000             ADD 1 TO WS-BYPASS-COUNT
031100         WHEN FUNCTION TEST-NUMVAL(AUDM-RESULT) NOT = 0
031200             ADD 1 TO WS-BYPASS-COUNT
031300         WHEN WS-GL-OP-CODE = "R"
031400             PERFORM 2300-HOLD-REVERSAL
031500         WHEN OTHER
031600             MOVE 'A' TO WS-ENTRY-SOURCE
031700             MOVE AUDM-KEY TO WS-ENTRY-REFERENCE
031800             MOVE WS-GL-OP-CODE TO WS-ENTRY-CODE
031900             MOVE 'O' TO WS-ENTRY-MAP-SOURCE
032000             MOVE WS-GL-OP-CODE TO WS-ENTRY-MAP-CODE
032100             MOVE FUNCTION NUMVAL(AUDM-RESULT)
032200                 TO WS-ENTRY-AMOUNT
032300             MOVE SPACES TO WS-ENTRY-REASON
032400             PERFORM 5000-POST-ENTRY
032500             ADD 1 TO WS-AUDIT-COUNT
032600     END-EVALUATE.
032700
032800 2200-SET-OP-CODE.
032900     EVALUATE AUDM-OPERATION
033000         WHEN "ADDITION"
033100             MOVE "A" TO WS-GL-OP-CODE
033200         WHEN "SOUSTRACTION"
033300             MOVE "S" TO WS-GL-OP-CODE
033400         WHEN "PARITE"
033500             MOVE "P" TO WS-GL-OP-CODE
033600         WHEN "MULTIPLICATION"
033700             MOVE "M" TO WS-GL-OP-CODE
033800         WHEN "DIVISION"
033900             MOVE "D" TO WS-GL-OP-CODE
034000         WHEN "POURCENTAGE"
034100             MOVE "%" TO WS-GL-OP-CODE
034200         WHEN "ANNULATION"
034300             MOVE "R" TO WS-GL-OP-CODE
034400         WHEN OTHER
034500             IF AUDM-OPERATION(1:10) = "CONVERSION"
034600                 MOVE "C" TO WS-GL-OP-CODE
034700             ELSE
034800                 MOVE "?" TO WS-GL-OP-CODE
034900             END-IF
035000     END-EVALUATE.
035100
035200*    The original of an ANNULATION is read back by key once the
035300*    day's browse is over, so the sequential position is kept.
035400 2300-HOLD-REVERSAL.
035500     MOVE AUDM-NUM1(1:8) TO WS-OK-DATE
035600     MOVE AUDM-NUM2(1:6) TO WS-OK-TIME
035700     MOVE AUDM-NUM2(8:4) TO WS-OK-SEQ
035800     IF WS-ANNUL-COUNT < 2000
035900         ADD 1 TO WS-ANNUL-COUNT
036000         MOVE AUDM-KEY TO WS-AN-OWN-KEY(WS-ANNUL-COUNT)
036100         MOVE WS-ORIG-KEY TO WS-AN-ORIG-KEY(WS-ANNUL-COUNT)
036200         MOVE FUNCTION NUMVAL(AUDM-RESULT)
036300             TO WS-AN-AMOUNT(WS-ANNUL-COUNT)
036400     ELSE
036500         MOVE 'A' TO WS-ENTRY-SOURCE
036600         MOVE AUDM-KEY TO WS-ENTRY-REFERENCE
036700         MOVE "R" TO WS-ENTRY-CODE
036800         MOVE 'O' TO WS-ENTRY-MAP-SOURCE
036900         MOVE "R" TO WS-ENTRY-MAP-CODE
037000         MOVE FUNCTION NUMVAL(AUDM-RESULT) TO WS-ENTRY-AMOUNT
037100         MOVE "ORIGINE NON RELUE" TO WS-ENTRY-REASON
037200         PERFORM 5000-POST-ENTRY
037300         ADD 1 TO WS-REVERSAL-COUNT
037400     END-IF.
037500
037600 3000-JOURNAL-REVERSAL.
037700     MOVE 'A' TO WS-ENTRY-SOURCE
037800     MOVE WS-AN-OWN-KEY(WS-ANNUL-IX) TO WS-ENTRY-REFERENCE
037900     MOVE "R" TO WS-ENTRY-CODE
038000     MOVE 'O' TO WS-ENTRY-MAP-SOURCE
038100     MOVE "R" TO WS-ENTRY-MAP-CODE
038200     MOVE WS-AN-AMOUNT(WS-ANNUL-IX) TO WS-ENTRY-AMOUNT
038300     MOVE "ORIGINE INTROUVABLE" TO WS-ENTRY-REASON
038400     MOVE WS-AN-ORIG-KEY(WS-ANNUL-IX) TO AUDM-KEY
038500     READ AUDIT-MST-FILE
038600         INVALID KEY
038700             CONTINUE
038800         NOT INVALID KEY
038900             PERFORM 2200-SET-OP-CODE
039000             IF WS-GL-OP-CODE NOT = "?"
039100                AND WS-GL-OP-CODE NOT = "R"
039200                 MOVE WS-GL-OP-CODE TO WS-ENTRY-MAP-CODE
039300                 MOVE SPACES TO WS-ENTRY-REASON
039400             END-IF
039500     END-READ
039600     PERFORM 5000-POST-ENTRY
039700     ADD 1 TO WS-REVERSAL-COUNT.
039800
039900 4000-JOURNAL-DRAWERS.
040000     MOVE 'N' TO WS-EOF-FLAG
040100     OPEN INPUT DRAWER-TX-FILE
040200     IF WS-TX-STATUS NOT = "00"
040300         DISPLAY "GlJournal: no DRAWERTX journal (status "
040400             WS-TX-STATUS "), no drawer movements posted"
040500     ELSE
040600         PERFORM 4100-READ-DRAWER-TX UNTIL WS-EOF
040700         CLOSE DRAWER-TX-FILE
040800     END-IF.
040900
041000 4100-READ-DRAWER-TX.
041100     READ DRAWER-TX-FILE
041200         AT END
041300             SET WS-EOF TO TRUE
041400         NOT AT END
041500             IF DTX-DATE = WS-RUN-DATE
041600                 PERFORM 4200-POST-DRAWER-MOVE
041700             END-IF
041800     END-READ.
041900
042000 4200-POST-DRAWER-MOVE.
042100     MOVE DTX-DRAWER-NO TO WS-DR-DRAWER
042200     MOVE DTX-TIME TO WS-DR-TIME
042300     MOVE DTX-OPERATOR TO WS-DR-OPERATOR
042400     MOVE 'T' TO WS-ENTRY-SOURCE
042500     MOVE WS-DRAWER-REFERENCE TO WS-ENTRY-REFERENCE
042600     IF DTX-TYPE = SPACE
042700         MOVE 'S' TO WS-ENTRY-CODE
042800     ELSE
042900         MOVE DTX-TYPE TO WS-ENTRY-CODE
043000     END-IF
043100     MOVE 'T' TO WS-ENTRY-MAP-SOURCE
043200     MOVE WS-ENTRY-CODE TO WS-ENTRY-MAP-CODE
043300     MOVE DTX-AMOUNT TO WS-ENTRY-AMOUNT
043400     MOVE SPACES TO WS-ENTRY-REASON
043500     PERFORM 5000-POST-ENTRY
043600     ADD 1 TO WS-DRAWER-COUNT.
043700
043800 5000-POST-ENTRY.
043900     MOVE 'N' TO WS-MAP-FOUND
044000     PERFORM 5100-FIND-MAPPING
044100         VARYING WS-MAP-IX FROM 1 BY 1
044200         UNTIL WS-MAP-IX > WS-MAP-COUNT
044300            OR WS-MAP-FOUND = 'Y'
044400     IF WS-MAP-FOUND = 'Y'
044500         MOVE SPACE TO WS-ENTRY-SUSPENSE
044600     ELSE
044700         MOVE WS-SUSPENSE-ACCOUNT TO WS-ENTRY-DEBIT
044800         MOVE WS-SUSPENSE-ACCOUNT TO WS-ENTRY-CREDIT
044900         MOVE 'S' TO WS-ENTRY-SUSPENSE
045000         IF WS-ENTRY-REASON = SPACES
045100             MOVE "AUCUNE CORRESPONDANCE" TO WS-ENTRY-REASON
045200         END-IF
045300     END-IF
045400     IF WS-ENTRY-AMOUNT < ZERO
045500         MOVE WS-ENTRY-DEBIT TO WS-ENTRY-SWAP
045600         MOVE WS-ENTRY-CREDIT TO WS-ENTRY-DEBIT
045700         MOVE WS-ENTRY-SWAP TO WS-ENTRY-CREDIT
045800         SUBTRACT WS-ENTRY-AMOUNT FROM ZERO
045900             GIVING WS-ENTRY-AMOUNT
046000     END-IF
046100     ADD 1 TO WS-ENTRY-NO
046200     MOVE 'D' TO JR-SIDE
046300     MOVE WS-ENTRY-DEBIT TO JR-ACCOUNT
046400     PERFORM 5200-WRITE-JOURNAL-LINE
046500     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBIT
046600     MOVE 'C' TO JR-SIDE
046700     MOVE WS-ENTRY-CREDIT TO JR-ACCOUNT
046800     PERFORM 5200-WRITE-JOURNAL-LINE
046900     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDIT
047000     IF WS-ENTRY-SUSPENSE = 'S'
047100         PERFORM 5300-WRITE-EXCEPTION
047200     END-IF.
047300
047400 5100-FIND-MAPPING.
047500     IF WS-MT-SOURCE(WS-MAP-IX) = WS-ENTRY-MAP-SOURCE
047600        AND WS-MT-CODE(WS-MAP-IX) = WS-ENTRY-MAP-CODE
047700         MOVE 'Y' TO WS-MAP-FOUND
047800         MOVE WS-MT-DEBIT(WS-MAP-IX) TO WS-ENTRY-DEBIT
047900         MOVE WS-MT-CREDIT(WS-MAP-IX) TO WS-ENTRY-CREDIT
048000     END-IF.
048100
048200*    JR-SIDE and JR-ACCOUNT are set by the caller; the rest of
048300*    the line is the same on both legs of the entry.
048400 5200-WRITE-JOURNAL-LINE.
048500     MOVE WS-ENTRY-NO TO JR-ENTRY-NO
048600     MOVE WS-RUN-DATE TO JR-DATE
048700     MOVE WS-ENTRY-SOURCE TO JR-SOURCE
048800     MOVE WS-ENTRY-REFERENCE TO JR-REFERENCE
048900     MOVE WS-ENTRY-CODE TO JR-CODE
049000     MOVE WS-ENTRY-AMOUNT TO JR-AMOUNT
049100     MOVE WS-ENTRY-SUSPENSE TO JR-SUSPENSE
049200     MOVE WS-DELIMITER TO JR-DETAIL-RECORD(7:1)
049300     MOVE WS-DELIMITER TO JR-DETAIL-RECORD(16:1)
049400     MOVE WS-DELIMITER TO JR-DETAIL-RECORD(18:1)
049500     MOVE WS-DELIMITER TO JR-DETAIL-RECORD(37:1)
049600     MOVE WS-DELIMITER TO JR-DETAIL-RECORD(39:1)
049700     MOVE WS-DELIMITER TO JR-DETAIL-RECORD(41:1)
049800     MOVE WS-DELIMITER TO JR-DETAIL-RECORD(50:1)
049900     MOVE WS-DELIMITER TO JR-DETAIL-RECORD(67:1)
050000     WRITE JR-DETAIL-RECORD.
050100
050200 5300-WRITE-EXCEPTION.
050300     ADD 1 TO WS-SUSPENSE-COUNT
050400     MOVE WS-ENTRY-NO TO WS-EXC-ENTRY-NO
050500     MOVE WS-ENTRY-SOURCE TO WS-EXC-SOURCE
050600     MOVE WS-ENTRY-REFERENCE TO WS-EXC-REFERENCE
050700     MOVE WS-ENTRY-CODE TO WS-EXC-CODE
050800     MOVE WS-ENTRY-AMOUNT TO WS-EXC-AMOUNT
050900     MOVE WS-ENTRY-REASON TO WS-EXC-REASON
051000     WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL-LINE.
051100
051200 9000-TERMINATE.
051300     IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
051400         DISPLAY "GlJournal: debits " WS-TOTAL-DEBIT
051500             " do not equal credits " WS-TOTAL-CREDIT
051600             ", journal not proved"
051700         MOVE 16 TO RETURN-CODE
051800     END-IF
051900     MOVE SPACES TO JR-TRAILER-RECORD
052000     MOVE "T" TO JR-TRAILER-TAG
052100     MOVE WS-ENTRY-NO TO JR-ENTRY-COUNT
052200     MOVE WS-TOTAL-DEBIT TO JR-TOTAL-DEBIT
052300     MOVE WS-TOTAL-CREDIT TO JR-TOTAL-CREDIT
052400     MOVE WS-DELIMITER TO JR-TRAILER-RECORD(2:1)
052500     MOVE WS-DELIMITER TO JR-TRAILER-RECORD(10:1)
052600     MOVE WS-DELIMITER TO JR-TRAILER-RECORD(29:1)
052700     WRITE JR-TRAILER-RECORD
052800     MOVE SPACES TO EXCEPTION-LINE
052900     WRITE EXCEPTION-LINE
053000     MOVE WS-SUSPENSE-COUNT TO WS-EXC-COUNT
053100     WRITE EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE
053200     CLOSE AUDIT-MST-FILE
053300     CLOSE GL-JOURNAL-FILE
053400     CLOSE EXCEPTION-FILE
053500     DISPLAY "GlJournal: " WS-ENTRY-NO " entry(ies) for "
053600         WS-RUN-DATE " - " WS-AUDIT-COUNT " operation(s), "
053700         WS-REVERSAL-COUNT " reversal(s), " WS-DRAWER-COUNT
053800         " drawer movement(s); " WS-BYPASS-COUNT
053900         " record(s) without an amount bypassed."
054000     IF WS-SUSPENSE-COUNT > ZERO
054100         DISPLAY "GlJournal: " WS-SUSPENSE-COUNT
054200             " entry(ies) posted to suspense account "
054300             WS-SUSPENSE-ACCOUNT
054400         IF RETURN-CODE < 4
054500             MOVE 4 TO RETURN-CODE
054600         END-IF
054700     END-IF.
054800
054900 END PROGRAM GlJournal.
