000900*          to the retention register so twelve months stay
001000*          reachable for the auditors while the live master
001100*          stays small enough to scan in seconds.
001200*          Each archived record is also written to the keyed
001300*          archive AUDARCHK, which carries the same operator
001400*          and operation paths as the master so ArchInquiry
001500*          reads only the matching records; months older than
001600*          the twelve kept are dropped from it. After the purge
001700*          AuditPaths proves the master's alternate paths still
001800*          agree with its base (RC=16 if not - rebuild through
001900*          AUDRELD before the next day opens).
002000*          The roll runs in two phases named in SYSIN column 8
002100*          after the month (C = copy, P = purge, blank = both)
002200*          so the archive generation is catalogued before the
002300*          first delete. The copy refuses (RC=16) a month that
002400*          is already on the retention register, or that still
002500*          has an open business day or a date carrying records
002600*          not FERMEE on CLOSEREG; it then copies the month
002700*          and proves it - record count and hash of the
002800*          numeric results read back from the archive against
002900*          the live records - before anything is deleted, and
003000*          records the proof on the checkpoint AUDARCKP. The
003100*          purge deletes only a proven month, rewrites the
003200*          checkpoint ahead of every delete with the key and
003300*          the running count and hash, and at the end proves
003400*          the records deleted are exactly the records copied.
003500*          A purge resubmitted after an abend carries on from
003600*          the checkpoint (the record in flight is counted
003700*          only if it is really gone) instead of starting
003800*          again; the checkpoint is cleared once the register
003900*          line is written. A new copy is refused while any
004000*          month's checkpoint still stands.
004100* Tectonics: cobc
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. AuditArchive.

004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT AUDIT-MST-FILE ASSIGN TO "AUDITMST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS AUDM-KEY
005200         ALTERNATE RECORD KEY IS AUDM-OPERATOR
005300             WITH DUPLICATES
005400         ALTERNATE RECORD KEY IS AUDM-OPERATION
005500             WITH DUPLICATES
005600         FILE STATUS IS WS-MST-STATUS.

005700     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
005800         FILE STATUS IS WS-ARCH-STATUS
005900         ORGANIZATION IS LINE SEQUENTIAL.

006000     SELECT ARCHIVE-KEY-FILE ASSIGN TO "AUDARCHK"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS ARCK-KEY
006400         ALTERNATE RECORD KEY IS ARCK-OPERATOR
006500             WITH DUPLICATES
006600         ALTERNATE RECORD KEY IS ARCK-OPERATION
006700             WITH DUPLICATES
006800         FILE STATUS IS WS-ARCK-STATUS.

006900     SELECT RETENTION-FILE ASSIGN TO "AUDRETEN"
007000         FILE STATUS IS WS-RETEN-STATUS
007100         ORGANIZATION IS LINE SEQUENTIAL.

007200     SELECT ARCHIVE-CKPT-FILE ASSIGN TO "AUDARCKP"
007300         FILE STATUS IS WS-CKPT-STATUS
007400         ORGANIZATION IS LINE SEQUENTIAL.

007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  AUDIT-MST-FILE.
007800 COPY "auditmst.cpy".

007900 FD  ARCHIVE-FILE.
008000 01  ARCHIVE-RECORD          PIC X(82).

008100 FD  ARCHIVE-KEY-FILE.
008200 01  ARCHIVE-KEY-RECORD.
008300     05  ARCK-KEY            PIC X(18).
008400     05  ARCK-OPERATION      PIC X(15).
008500     05  FILLER              PIC X(41).
008600     05  ARCK-OPERATOR       PIC X(8).

008700 FD  RETENTION-FILE.
008800 01  RETENTION-RECORD.
008900     05  RET-MONTH           PIC X(6).
009000     05  FILLER              PIC X(1).
009100     05  RET-TOTAL-COUNT     PIC 9(7).
009200     05  FILLER              PIC X(1).
009300     05  RET-ADD-COUNT       PIC 9(7).
009400     05  FILLER              PIC X(1).
009500     05  RET-SUB-COUNT       PIC 9(7).
009600     05  FILLER              PIC X(1).
009700     05  RET-PAR-COUNT       PIC 9(7).
009800     05  FILLER              PIC X(1).
009900     05  RET-MULT-COUNT      PIC 9(7).
010000     05  FILLER              PIC X(1).
010100     05  RET-DIV-COUNT       PIC 9(7).
010200     05  FILLER              PIC X(1).
010300     05  RET-PCT-COUNT       PIC 9(7).

010400 FD  ARCHIVE-CKPT-FILE.
010500 01  ARCHIVE-CKPT-RECORD     PIC X(132).

010600 WORKING-STORAGE SECTION.
010700 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
010800     88  WS-EOF                          VALUE 'Y'.
010900 77  WS-MST-STATUS           PIC X(2).
011000 77  WS-ARCH-STATUS          PIC X(2).
011100 77  WS-ARCK-STATUS          PIC X(2).
011200 77  WS-ARCK-EOF-FLAG        PIC X(1) VALUE 'N'.
011300     88  WS-ARCK-EOF                     VALUE 'Y'.
011400 77  WS-ARCK-DUP-COUNT       PIC 9(7) VALUE ZERO.
011500 77  WS-PRUNE-COUNT          PIC 9(7) VALUE ZERO.
011600 77  WS-KEEP-YEAR            PIC 9(4).
011700 77  WS-KEEP-MM              PIC S9(2).
011800 77  WS-KEEP-MONTH           PIC 9(6).
011900 77  WS-KEY-COUNT            PIC 9(7).
012000 77  WS-OPERATOR-COUNT       PIC 9(7).
012100 77  WS-OPERATION-COUNT      PIC 9(7).
012200 77  WS-PATH-STATUS          PIC X(1).
012300 77  WS-RETEN-STATUS         PIC X(2).
012400 77  WS-CLOSED-MONTH         PIC X(6).
012500 77  WS-ARCHIVE-COUNT        PIC 9(7) VALUE ZERO.
012600 77  WS-ADD-COUNT            PIC 9(7) VALUE ZERO.
012700 77  WS-SUB-COUNT            PIC 9(7) VALUE ZERO.
012800 77  WS-PAR-COUNT            PIC 9(7) VALUE ZERO.
012900 77  WS-MULT-COUNT           PIC 9(7) VALUE ZERO.
013000 77  WS-DIV-COUNT            PIC 9(7) VALUE ZERO.
013100 77  WS-PCT-COUNT            PIC 9(7) VALUE ZERO.
013200 77  WS-CKPT-STATUS          PIC X(2).
013300 77  WS-CKPT-FOUND           PIC X(1) VALUE 'N'.
013400 77  WS-ALREADY-ARCHIVED     PIC X(1) VALUE 'N'.
013500 77  WS-RESULT-NUM           PIC S9(13)V99.
013600 77  WS-COPY-HASH            PIC S9(13)V99 VALUE ZERO.
013700 77  WS-LIVE-COUNT           PIC 9(7) VALUE ZERO.
013800 77  WS-LIVE-HASH            PIC S9(13)V99 VALUE ZERO.
013900 77  WS-REREAD-COUNT         PIC 9(7) VALUE ZERO.
014000 77  WS-REREAD-HASH          PIC S9(13)V99 VALUE ZERO.
014100 77  WS-LAST-DATE            PIC X(8).
014200 77  WS-CHECK-DATE           PIC X(8).
014300 77  WS-OPEN-DATE            PIC X(8).
014400 77  WS-CAL-FUNCTION         PIC X(1) VALUE 'S'.
014500 77  WS-CAL-FOUND            PIC X(1).
014600 77  WS-CLOSED               PIC X(1).
014700 77  WS-DAY                  PIC 9(2).
014800 77  WS-DAY-DATE             PIC 9(8).
014900 77  WS-UNCLOSED-COUNT       PIC 9(2) VALUE ZERO.
015000 77  WS-UNCLOSED-IX          PIC 9(2).
015100 77  WS-UNCLOSED-NEW         PIC X(1).
015200 01  WS-PARM-LINE.
015300     05  WS-PARM-MONTH       PIC X(6).
015400     05  FILLER              PIC X(1).
015500     05  WS-PARM-FUNCTION    PIC X(1).
015600         88  WS-RUN-COPY                 VALUE 'C' SPACE.
015700         88  WS-RUN-PURGE                VALUE 'P' SPACE.
015800     05  FILLER              PIC X(72).
015900 01  WS-UNCLOSED-TABLE.
016000     05  WS-UNCLOSED-DATE    PIC X(8) OCCURS 62.
016100 01  WS-ARCHIVE-CKPT.
016200     05  ACP-MONTH           PIC X(6).
016300     05  FILLER              PIC X(1).
016400     05  ACP-PHASE           PIC X(8).
016500         88  ACP-PROVEN                  VALUE "PROUVE".
016600         88  ACP-PURGING                 VALUE "PURGE".
016700         88  ACP-PURGED                  VALUE "PURGEE".
016800     05  FILLER              PIC X(1).
016900     05  ACP-ARCHIVE-COUNT   PIC 9(7).
017000     05  FILLER              PIC X(1).
017100     05  ACP-ARCHIVE-HASH    PIC S9(13)V99
017200                             SIGN LEADING SEPARATE.
017300     05  FILLER              PIC X(1).
017400     05  ACP-PURGE-COUNT     PIC 9(7).
017500     05  FILLER              PIC X(1).
017600     05  ACP-PURGE-HASH      PIC S9(13)V99
017700                             SIGN LEADING SEPARATE.
017800     05  FILLER              PIC X(1).
017900     05  ACP-LAST-KEY        PIC X(18).
018000     05  FILLER              PIC X(1).
018100     05  ACP-ADD-COUNT       PIC 9(7).
018200     05  FILLER              PIC X(1).
018300     05  ACP-SUB-COUNT       PIC 9(7).
018400     05  FILLER              PIC X(1).
018500     05  ACP-PAR-COUNT       PIC 9(7).
018600     05  FILLER              PIC X(1).
018700     05  ACP-MULT-COUNT      PIC 9(7).
018800     05  FILLER              PIC X(1).
018900     05  ACP-DIV-COUNT       PIC 9(7).
019000     05  FILLER              PIC X(1).
019100     05  ACP-PCT-COUNT       PIC 9(7).

019200 PROCEDURE DIVISION.
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE
019500     IF WS-RUN-COPY
019600         PERFORM 2000-COPY-AND-PROVE
019700     END-IF
019800     IF WS-RUN-PURGE
019900         PERFORM 2500-PURGE-MONTH
020000         PERFORM 3000-TERMINATE
020100     ELSE
020200         PERFORM 2900-END-COPY
020300     END-IF
020400     STOP RUN.

020500 1000-INITIALIZE.
020600     DISPLAY "AuditArchive: mois (AAAAMM) et phase (C/P) ?"
020700     MOVE SPACES TO WS-PARM-LINE
020800     ACCEPT WS-PARM-LINE
020900     MOVE WS-PARM-MONTH TO WS-CLOSED-MONTH
021000     IF WS-CLOSED-MONTH NOT NUMERIC
021100         DISPLAY "AuditArchive: invalid month [" WS-CLOSED-MONTH
021200             "], expected AAAAMM"
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF
021600     IF NOT WS-RUN-COPY AND NOT WS-RUN-PURGE
021700         DISPLAY "AuditArchive: invalid function ["
021800             WS-PARM-FUNCTION "], expected C, P or blank"
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF
022200     PERFORM 1050-READ-CHECKPOINT
022300     OPEN I-O AUDIT-MST-FILE
022400     IF WS-MST-STATUS NOT = "00"
022500         DISPLAY "AuditArchive: cannot open AUDITMST, file "
022600             "status " WS-MST-STATUS
022700         MOVE 16 TO RETURN-CODE
022800         STOP RUN
022900     END-IF
023000     OPEN I-O ARCHIVE-KEY-FILE
023100     IF WS-ARCK-STATUS = "35"
023200         OPEN OUTPUT ARCHIVE-KEY-FILE
023300         CLOSE ARCHIVE-KEY-FILE
023400         OPEN I-O ARCHIVE-KEY-FILE
023500     END-IF
023600     IF WS-ARCK-STATUS NOT = "00"
023700         DISPLAY "AuditArchive: cannot open AUDARCHK, file "
023800             "status " WS-ARCK-STATUS
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.

024200 1050-READ-CHECKPOINT.
024300     MOVE 'N' TO WS-CKPT-FOUND
024400     MOVE SPACES TO WS-ARCHIVE-CKPT
024500     OPEN INPUT ARCHIVE-CKPT-FILE
024600     IF WS-CKPT-STATUS = "00"
024700         READ ARCHIVE-CKPT-FILE INTO WS-ARCHIVE-CKPT
024800             AT END
024900                 MOVE SPACES TO WS-ARCHIVE-CKPT
025000         END-READ
025100         CLOSE ARCHIVE-CKPT-FILE
025200     END-IF
025300     IF ACP-MONTH NOT = SPACES
025400         MOVE 'Y' TO WS-CKPT-FOUND
025500     END-IF.

025600 1100-POSITION-ON-MONTH.
025700     MOVE 'N' TO WS-EOF-FLAG
025800     MOVE SPACES TO AUDIT-MST-RECORD
025900     MOVE WS-CLOSED-MONTH TO AUDM-DATE(1:6)
026000     MOVE "00" TO AUDM-DATE(7:2)
026100     MOVE "000000" TO AUDM-TIME
026200     MOVE ZERO TO AUDM-SEQ
026300     START AUDIT-MST-FILE KEY NOT LESS THAN AUDM-KEY
026400         INVALID KEY
026500             SET WS-EOF TO TRUE
026600     END-START
026700     IF NOT WS-EOF
026800         PERFORM 1200-READ-MASTER
026900     END-IF.

027000 1200-READ-MASTER.
027100     READ AUDIT-MST-FILE NEXT
027200         AT END
027300             SET WS-EOF TO TRUE
027400     END-READ
027500     IF NOT WS-EOF
027600         IF AUDM-DATE(1:6) > WS-CLOSED-MONTH
027700             SET WS-EOF TO TRUE
027800         END-IF
027900     END-IF.

028000 1300-RESULT-HASH.
028100     MOVE ZERO TO WS-RESULT-NUM
028200     IF FUNCTION TEST-NUMVAL(AUDM-RESULT) = 0
028300         MOVE FUNCTION NUMVAL(AUDM-RESULT) TO WS-RESULT-NUM
028400     END-IF.

028500 1400-WRITE-CHECKPOINT.
028600     OPEN OUTPUT ARCHIVE-CKPT-FILE
028700     IF WS-CKPT-STATUS NOT = "00"
028800         DISPLAY "AuditArchive: cannot write AUDARCKP, file "
028900             "status " WS-CKPT-STATUS
029000         MOVE 16 TO RETURN-CODE
029100         STOP RUN
029200     END-IF
029300     WRITE ARCHIVE-CKPT-RECORD FROM WS-ARCHIVE-CKPT
029400     CLOSE ARCHIVE-CKPT-FILE.

029500 2000-COPY-AND-PROVE.
029600     IF WS-CKPT-FOUND = 'Y'
029700         IF ACP-MONTH = WS-CLOSED-MONTH
029800             DISPLAY "AuditArchive: " WS-CLOSED-MONTH
029900                 " already copied and proven (checkpoint "
030000                 ACP-PHASE "), resubmit from the purge step"
030100         ELSE
030200             DISPLAY "AuditArchive: archive of " ACP-MONTH
030300                 " still unfinished (checkpoint " ACP-PHASE
030400                 "), finish its purge first"
030500         END-IF
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF
030900     PERFORM 2050-CHECK-NOT-ARCHIVED
031000     IF WS-ALREADY-ARCHIVED = 'Y'
031100         DISPLAY "AuditArchive: " WS-CLOSED-MONTH
031200             " is already on AUDRETEN, archive refused"
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF
031600     PERFORM 2200-CHECK-MONTH-CLOSED
031700     PERFORM 2300-COPY-MONTH
031800     PERFORM 2400-PROVE-COPY.

031900 2050-CHECK-NOT-ARCHIVED.
032000     MOVE 'N' TO WS-ALREADY-ARCHIVED
032100     MOVE 'N' TO WS-EOF-FLAG
032200     OPEN INPUT RETENTION-FILE
032300     IF WS-RETEN-STATUS = "00"
032400         PERFORM 2060-READ-ONE-RETENTION UNTIL WS-EOF
032500         CLOSE RETENTION-FILE
032600     END-IF.

032700 2060-READ-ONE-RETENTION.
032800     READ RETENTION-FILE
032900         AT END
033000             SET WS-EOF TO TRUE
033100         NOT AT END
033200             IF RET-MONTH = WS-CLOSED-MONTH
033300                 MOVE 'Y' TO WS-ALREADY-ARCHIVED
033400             END-IF
033500     END-READ.

033600 2100-COUNT-OPERATION.
033700     EVALUATE AUDM-OPERATION
033800         WHEN "ADDITION"
033900             ADD 1 TO WS-ADD-COUNT
034000         WHEN "SOUSTRACTION"
034100             ADD 1 TO WS-SUB-COUNT
034200         WHEN "PARITE"
034300             ADD 1 TO WS-PAR-COUNT
034400         WHEN "MULTIPLICATION"
034500             ADD 1 TO WS-MULT-COUNT
034600         WHEN "DIVISION"
034700             ADD 1 TO WS-DIV-COUNT
034800         WHEN "POURCENTAGE"
034900             ADD 1 TO WS-PCT-COUNT
035000     END-EVALUATE.

035100 2200-CHECK-MONTH-CLOSED.
035200     MOVE SPACES TO WS-LAST-DATE
035300     PERFORM 1100-POSITION-ON-MONTH
035400     PERFORM 2210-CHECK-RECORD-DATE UNTIL WS-EOF
035500     PERFORM 2220-CHECK-CALENDAR-DAY
035600         VARYING WS-DAY FROM 1 BY 1
035700         UNTIL WS-DAY > 31
035800     IF WS-UNCLOSED-COUNT > ZERO
035900         PERFORM 2240-LIST-UNCLOSED
036000             VARYING WS-UNCLOSED-IX FROM 1 BY 1
036100             UNTIL WS-UNCLOSED-IX > WS-UNCLOSED-COUNT
036200         DISPLAY "AuditArchive: " WS-UNCLOSED-COUNT
036300             " date(s) of " WS-CLOSED-MONTH " not FERMEE on "
036400             "CLOSEREG, archive refused"
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.

036800 2210-CHECK-RECORD-DATE.
036900     IF AUDM-DATE NOT = WS-LAST-DATE
037000         MOVE AUDM-DATE TO WS-LAST-DATE
037100         MOVE AUDM-DATE TO WS-CHECK-DATE
037200         PERFORM 2230-CHECK-ONE-DATE
037300     END-IF
037400     PERFORM 1200-READ-MASTER.

037500 2220-CHECK-CALENDAR-DAY.
037600     MOVE WS-CLOSED-MONTH TO WS-DAY-DATE(1:6)
037700     MOVE WS-DAY TO WS-DAY-DATE(7:2)
037800     IF FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) > 0
037900         MOVE WS-DAY-DATE TO WS-CHECK-DATE
038000         CALL "CalLookup" USING WS-CAL-FUNCTION, WS-CHECK-DATE,
038100             WS-OPEN-DATE, WS-CAL-FOUND
038200         IF WS-OPEN-DATE = WS-CHECK-DATE
038300             PERFORM 2230-CHECK-ONE-DATE
038400         END-IF
038500     END-IF.

038600 2230-CHECK-ONE-DATE.
038700     CALL "CloseCheck" USING WS-CHECK-DATE, WS-CLOSED
038800     IF WS-CLOSED NOT = 'Y'
038900         MOVE 'Y' TO WS-UNCLOSED-NEW
039000         PERFORM 2235-FIND-UNCLOSED
039100             VARYING WS-UNCLOSED-IX FROM 1 BY 1
039200             UNTIL WS-UNCLOSED-IX > WS-UNCLOSED-COUNT
039300         IF WS-UNCLOSED-NEW = 'Y'
039400             ADD 1 TO WS-UNCLOSED-COUNT
039500             MOVE WS-CHECK-DATE
039600                 TO WS-UNCLOSED-DATE(WS-UNCLOSED-COUNT)
039700         END-IF
039800     END-IF.

039900 2235-FIND-UNCLOSED.
040000     IF WS-UNCLOSED-DATE(WS-UNCLOSED-IX) = WS-CHECK-DATE
040100         MOVE 'N' TO WS-UNCLOSED-NEW
040200     END-IF.

040300 2240-LIST-UNCLOSED.
040400     DISPLAY "AuditArchive: " WS-UNCLOSED-DATE(WS-UNCLOSED-IX)
040500         " not closed".

040600 2300-COPY-MONTH.
040700     OPEN OUTPUT ARCHIVE-FILE
040800     IF WS-ARCH-STATUS NOT = "00"
040900         DISPLAY "AuditArchive: cannot open AUDARCH, file "
041000             "status " WS-ARCH-STATUS
041100         MOVE 16 TO RETURN-CODE
041200         STOP RUN
041300     END-IF
041400     PERFORM 1100-POSITION-ON-MONTH
041500     PERFORM 2310-COPY-ONE-RECORD UNTIL WS-EOF
041600     CLOSE ARCHIVE-FILE.

041700 2310-COPY-ONE-RECORD.
041800     MOVE AUDIT-MST-RECORD TO ARCHIVE-RECORD
041900     WRITE ARCHIVE-RECORD
042000     ADD 1 TO WS-ARCHIVE-COUNT
042100     PERFORM 1300-RESULT-HASH
042200     ADD WS-RESULT-NUM TO WS-COPY-HASH
042300     MOVE AUDIT-MST-RECORD TO ARCHIVE-KEY-RECORD
042400     WRITE ARCHIVE-KEY-RECORD
042500         INVALID KEY
042600             ADD 1 TO WS-ARCK-DUP-COUNT
042700     END-WRITE
042800     PERFORM 2100-COUNT-OPERATION
042900     PERFORM 1200-READ-MASTER.

043000 2400-PROVE-COPY.
043100     PERFORM 1100-POSITION-ON-MONTH
043200     PERFORM 2410-COUNT-LIVE-RECORD UNTIL WS-EOF
043300     MOVE 'N' TO WS-EOF-FLAG
043400     OPEN INPUT ARCHIVE-FILE
043500     IF WS-ARCH-STATUS NOT = "00"
043600         DISPLAY "AuditArchive: cannot reread AUDARCH, file "
043700             "status " WS-ARCH-STATUS
043800         MOVE 16 TO RETURN-CODE
043900         STOP RUN
044000     END-IF
044100     PERFORM 2420-COUNT-ARCHIVE-RECORD UNTIL WS-EOF
044200     CLOSE ARCHIVE-FILE
044300     IF WS-REREAD-COUNT NOT = WS-LIVE-COUNT
044400        OR WS-REREAD-HASH NOT = WS-LIVE-HASH
044500        OR WS-ARCHIVE-COUNT NOT = WS-LIVE-COUNT
044600        OR WS-COPY-HASH NOT = WS-LIVE-HASH
044700         DISPLAY "AuditArchive: copy of " WS-CLOSED-MONTH
044800             " not proven - AUDARCH " WS-REREAD-COUNT
044900             " record(s), AUDITMST " WS-LIVE-COUNT
045000             " record(s), hash " WS-REREAD-HASH " against "
045100             WS-LIVE-HASH "; nothing deleted"
045200         MOVE 16 TO RETURN-CODE
045300         STOP RUN
045400     END-IF
045500     MOVE SPACES TO WS-ARCHIVE-CKPT
045600     MOVE WS-CLOSED-MONTH TO ACP-MONTH
045700     SET ACP-PROVEN TO TRUE
045800     MOVE WS-LIVE-COUNT TO ACP-ARCHIVE-COUNT
045900     MOVE WS-LIVE-HASH TO ACP-ARCHIVE-HASH
046000     MOVE ZERO TO ACP-PURGE-COUNT
046100     MOVE ZERO TO ACP-PURGE-HASH
046200     MOVE WS-ADD-COUNT TO ACP-ADD-COUNT
046300     MOVE WS-SUB-COUNT TO ACP-SUB-COUNT
046400     MOVE WS-PAR-COUNT TO ACP-PAR-COUNT
046500     MOVE WS-MULT-COUNT TO ACP-MULT-COUNT
046600     MOVE WS-DIV-COUNT TO ACP-DIV-COUNT
046700     MOVE WS-PCT-COUNT TO ACP-PCT-COUNT
046800     PERFORM 1400-WRITE-CHECKPOINT
046900     MOVE 'Y' TO WS-CKPT-FOUND
047000     DISPLAY "AuditArchive: " WS-ARCHIVE-COUNT
047100         " record(s) of " WS-CLOSED-MONTH " copied, count and "
047200         "hash proven against AUDITMST".

047300 2410-COUNT-LIVE-RECORD.
047400     ADD 1 TO WS-LIVE-COUNT
047500     PERFORM 1300-RESULT-HASH
047600     ADD WS-RESULT-NUM TO WS-LIVE-HASH
047700     PERFORM 1200-READ-MASTER.

047800 2420-COUNT-ARCHIVE-RECORD.
047900     READ ARCHIVE-FILE INTO AUDIT-MST-RECORD
048000         AT END
048100             SET WS-EOF TO TRUE
048200         NOT AT END
048300             ADD 1 TO WS-REREAD-COUNT
048400             PERFORM 1300-RESULT-HASH
048500             ADD WS-RESULT-NUM TO WS-REREAD-HASH
048600     END-READ.

048700 2500-PURGE-MONTH.
048800     IF WS-CKPT-FOUND NOT = 'Y'
048900        OR ACP-MONTH NOT = WS-CLOSED-MONTH
049000         DISPLAY "AuditArchive: no proven copy of "
049100             WS-CLOSED-MONTH " on AUDARCKP, purge refused"
049200         MOVE 16 TO RETURN-CODE
049300         STOP RUN
049400     END-IF
049500     IF ACP-PURGING
049600         PERFORM 2510-CHECK-LAST-DELETE
049700         DISPLAY "AuditArchive: purge of " WS-CLOSED-MONTH
049800             " resumed after " ACP-PURGE-COUNT " record(s)"
049900     END-IF
050000     IF NOT ACP-PURGED
050100         SET ACP-PURGING TO TRUE
050200         PERFORM 1100-POSITION-ON-MONTH
050300         PERFORM 2520-PURGE-ONE-RECORD UNTIL WS-EOF
050400         IF ACP-PURGE-COUNT NOT = ACP-ARCHIVE-COUNT
050500            OR ACP-PURGE-HASH NOT = ACP-ARCHIVE-HASH
050600             DISPLAY "AuditArchive: purge of " WS-CLOSED-MONTH
050700                 " deleted " ACP-PURGE-COUNT " record(s), hash "
050800                 ACP-PURGE-HASH ", copy proved "
050900                 ACP-ARCHIVE-COUNT ", hash " ACP-ARCHIVE-HASH
051000             MOVE 16 TO RETURN-CODE
051100             STOP RUN
051200         END-IF
051300         SET ACP-PURGED TO TRUE
051400         PERFORM 1400-WRITE-CHECKPOINT
051500     END-IF.

051600 2510-CHECK-LAST-DELETE.
051700     MOVE ACP-LAST-KEY TO AUDM-KEY
051800     READ AUDIT-MST-FILE
051900         INVALID KEY
052000             CONTINUE
052100         NOT INVALID KEY
052200             SUBTRACT 1 FROM ACP-PURGE-COUNT
052300             PERFORM 1300-RESULT-HASH
052400             SUBTRACT WS-RESULT-NUM FROM ACP-PURGE-HASH
052500     END-READ.

052600 2520-PURGE-ONE-RECORD.
052700     IF ACP-PURGE-COUNT NOT < ACP-ARCHIVE-COUNT
052800         DISPLAY "AuditArchive: " AUDM-KEY " of "
052900             WS-CLOSED-MONTH " is not in the proven copy, "
053000             "purge stopped"
053100         MOVE 16 TO RETURN-CODE
053200         STOP RUN
053300     END-IF
053400     ADD 1 TO ACP-PURGE-COUNT
053500     PERFORM 1300-RESULT-HASH
053600     ADD WS-RESULT-NUM TO ACP-PURGE-HASH
053700     MOVE AUDM-KEY TO ACP-LAST-KEY
053800     PERFORM 1400-WRITE-CHECKPOINT
053900     DELETE AUDIT-MST-FILE
054000     PERFORM 1200-READ-MASTER.

054100 2900-END-COPY.
054200     CLOSE AUDIT-MST-FILE
054300     CLOSE ARCHIVE-KEY-FILE
054400     IF WS-ARCK-DUP-COUNT > ZERO
054500         DISPLAY "AuditArchive: " WS-ARCK-DUP-COUNT
054600             " record(s) already on AUDARCHK"
054700     END-IF.

054800 3000-TERMINATE.
054900     CLOSE AUDIT-MST-FILE
055000     PERFORM 3200-PRUNE-KEYED-ARCHIVE
055100     CLOSE ARCHIVE-KEY-FILE
055200     PERFORM 2050-CHECK-NOT-ARCHIVED
055300     IF WS-ALREADY-ARCHIVED = 'N'
055400         PERFORM 3100-WRITE-RETENTION-LINE
055500     END-IF
055600     PERFORM 3400-CLEAR-CHECKPOINT
055700     DISPLAY "AuditArchive: " ACP-ARCHIVE-COUNT
055800         " record(s) archived for " WS-CLOSED-MONTH "."
055900     IF WS-ARCK-DUP-COUNT > ZERO
056000         DISPLAY "AuditArchive: " WS-ARCK-DUP-COUNT
056100             " record(s) already on AUDARCHK"
056200     END-IF
056300     DISPLAY "AuditArchive: " WS-PRUNE-COUNT
056400         " record(s) before " WS-KEEP-MONTH
056500         " dropped from AUDARCHK"
056600     PERFORM 3300-PROVE-PATHS.

056700 3100-WRITE-RETENTION-LINE.
056800     OPEN EXTEND RETENTION-FILE
056900     IF WS-RETEN-STATUS = "35"
057000         OPEN OUTPUT RETENTION-FILE
057100     END-IF
057200     MOVE SPACES TO RETENTION-RECORD
057300     MOVE WS-CLOSED-MONTH TO RET-MONTH
057400     MOVE ACP-ARCHIVE-COUNT TO RET-TOTAL-COUNT
057500     MOVE ACP-ADD-COUNT TO RET-ADD-COUNT
057600     MOVE ACP-SUB-COUNT TO RET-SUB-COUNT
057700     MOVE ACP-PAR-COUNT TO RET-PAR-COUNT
057800     MOVE ACP-MULT-COUNT TO RET-MULT-COUNT
057900     MOVE ACP-DIV-COUNT TO RET-DIV-COUNT
058000     MOVE ACP-PCT-COUNT TO RET-PCT-COUNT
058100     WRITE RETENTION-RECORD
058200     CLOSE RETENTION-FILE.

058300 3200-PRUNE-KEYED-ARCHIVE.
058400     MOVE WS-CLOSED-MONTH(1:4) TO WS-KEEP-YEAR
058500     MOVE WS-CLOSED-MONTH(5:2) TO WS-KEEP-MM
058600     SUBTRACT 11 FROM WS-KEEP-MM
058700     IF WS-KEEP-MM < 1
058800         ADD 12 TO WS-KEEP-MM
058900         SUBTRACT 1 FROM WS-KEEP-YEAR
059000     END-IF
059100     COMPUTE WS-KEEP-MONTH = WS-KEEP-YEAR * 100 + WS-KEEP-MM
059200     MOVE LOW-VALUES TO ARCK-KEY
059300     START ARCHIVE-KEY-FILE KEY NOT LESS THAN ARCK-KEY
059400         INVALID KEY
059500             SET WS-ARCK-EOF TO TRUE
059600     END-START
059700     PERFORM 3210-PRUNE-ONE-RECORD UNTIL WS-ARCK-EOF.

059800 3210-PRUNE-ONE-RECORD.
059900     READ ARCHIVE-KEY-FILE NEXT
060000         AT END
060100             SET WS-ARCK-EOF TO TRUE
060200     END-READ
060300     IF NOT WS-ARCK-EOF
060400         IF ARCK-KEY(1:6) NOT < WS-KEEP-MONTH
060500             SET WS-ARCK-EOF TO TRUE
060600         ELSE
060700             DELETE ARCHIVE-KEY-FILE
060800             ADD 1 TO WS-PRUNE-COUNT
060900         END-IF
061000     END-IF.

061100 3300-PROVE-PATHS.
061200     CALL "AuditPaths" USING WS-KEY-COUNT, WS-OPERATOR-COUNT,
061300         WS-OPERATION-COUNT, WS-PATH-STATUS
061400     IF WS-PATH-STATUS NOT = '0'
061500         DISPLAY "AuditArchive: AUDITMST access paths out of "
061600             "step after the purge - " WS-KEY-COUNT " by key, "
061700             WS-OPERATOR-COUNT " by operator, "
061800             WS-OPERATION-COUNT " by operation"
061900         MOVE 16 TO RETURN-CODE
062000     END-IF.

062100 3400-CLEAR-CHECKPOINT.
062200     OPEN OUTPUT ARCHIVE-CKPT-FILE
062300     CLOSE ARCHIVE-CKPT-FILE.

062400 END PROGRAM AuditArchive.
