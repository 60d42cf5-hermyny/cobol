001600*          before the real run starts instead of discovering
001700*          missing results next morning, and RC=4 when records
001710*          were only held for review.
001720*          A currency conversion (op code C) carries the
001730*          currency code in the first three bytes of the second
001740*          operand instead of a number; the code must have a
001750*          rate in force on the exchange-rate file (reason 06
001760*          when it has none), and only the amount is held
001770*          against the limit for C.
001780*          A line taken in from a departmental batch keeps its
001782*          batch ID and line number on the validated, reject
001784*          and held records alike, and a batch's lines stay in
001786*          line order within their requestor, so DeptReturn can
001788*          answer the department line by line.
001796*          The validated queue is written as three independent
001804*          streams by priority band - NIGHTVL1 for the most
001812*          urgent band, NIGHTVL2, NIGHTVL3 - each run by its own
001820*          NightlyBatch step, with a control record per stream
001828*          (NIGHTST1-3) marked PRET with the night's date and
001836*          the count queued to it. The bands come from SYSIN:
001844*          last priority of stream 1 in column 1 and of stream
001852*          2 in column 3 (blank = 3 and 6). The streams are not
001860*          rebuilt while one of them is still unfinished from
001868*          an earlier night (ENCOURS, REPORTE or ANORMALE): the
001876*          step ends RC=16 so that stream is resubmitted first
001884*          and no queued record is lost.
001886*          A hold is written with the night's date, the
001888*          threshold it ran over and review status 'N' (not
001890*          yet examined), which HeldAging ages and expires.
001892* Tectonics: cobc
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. NightQueueEdit.
002700         FILE STATUS IS WS-QUEUE-STATUS
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900
003000     SELECT STREAM-QUEUE-1 ASSIGN TO "NIGHTVL1"
003100         FILE STATUS IS WS-VAL-STATUS
003200         ORGANIZATION IS LINE SEQUENTIAL.
003204
003208     SELECT STREAM-QUEUE-2 ASSIGN TO "NIGHTVL2"
003212         FILE STATUS IS WS-VAL-STATUS
003216         ORGANIZATION IS LINE SEQUENTIAL.
003220
003224     SELECT STREAM-QUEUE-3 ASSIGN TO "NIGHTVL3"
003228         FILE STATUS IS WS-VAL-STATUS
003232         ORGANIZATION IS LINE SEQUENTIAL.
003236
003240     SELECT STREAM-CONTROL-1 ASSIGN TO "NIGHTST1"
003244         FILE STATUS IS WS-STC-STATUS
003248         ORGANIZATION IS LINE SEQUENTIAL.
003252
003256     SELECT STREAM-CONTROL-2 ASSIGN TO "NIGHTST2"
003260         FILE STATUS IS WS-STC-STATUS
003264         ORGANIZATION IS LINE SEQUENTIAL.
003268
003272     SELECT STREAM-CONTROL-3 ASSIGN TO "NIGHTST3"
003276         FILE STATUS IS WS-STC-STATUS
003280         ORGANIZATION IS LINE SEQUENTIAL.
003300
003400     SELECT REJECT-FILE ASSIGN TO "NIGHTREJ"
003500         FILE STATUS IS WS-REJ-STATUS
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  NIGHT-QUEUE-FILE
004300     RECORD CONTAINS 46 CHARACTERS.
004400 COPY "nightq.cpy".
004500
004600 FD  STREAM-QUEUE-1
004700     RECORD CONTAINS 46 CHARACTERS.
004800 01  STREAM-QUEUE-1-RECORD   PIC X(46).
004805
004810 FD  STREAM-QUEUE-2
004815     RECORD CONTAINS 46 CHARACTERS.
004820 01  STREAM-QUEUE-2-RECORD   PIC X(46).
004825
004830 FD  STREAM-QUEUE-3
004835     RECORD CONTAINS 46 CHARACTERS.
004840 01  STREAM-QUEUE-3-RECORD   PIC X(46).
004845
004850 FD  STREAM-CONTROL-1.
004855 01  STREAM-CONTROL-1-RECORD PIC X(84).
004860
004865 FD  STREAM-CONTROL-2.
004870 01  STREAM-CONTROL-2-RECORD PIC X(84).
004875
004880 FD  STREAM-CONTROL-3.
004885 01  STREAM-CONTROL-3-RECORD PIC X(84).
004900
005000 FD  REJECT-FILE.
005100 01  REJECT-RECORD.
005200     05  RJ-REASON-CODE      PIC X(2).
005300     05  FILLER              PIC X(1).
005400     05  RJ-QUEUE-RECORD     PIC X(46).
005420
005440 FD  HELD-FILE.
005480 COPY "nightheld.cpy".
005485
005490 FD  LIMIT-FILE.
005495 COPY "limitfle.cpy".
005500
005600 SD  SORT-WORK-FILE
005700     RECORD CONTAINS 46 CHARACTERS.
005800 01  SORT-WORK-RECORD.
005900     05  SR-BODY             PIC X(23).
006000     05  SR-PRIORITY         PIC X(1).
006100     05  SR-REQUESTOR        PIC X(8).
006150     05  SR-APPROVAL         PIC X(1).
006160     05  SR-BATCH-ID         PIC X(8).
006170     05  SR-BATCH-LINE       PIC X(5).
006200
006300 WORKING-STORAGE SECTION.
006400 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
007600     88  WS-BAD-NUM2                     VALUE "03".
007700     88  WS-ZERO-DIVISOR                 VALUE "04".
007800     88  WS-BAD-PRIORITY                 VALUE "05".
007805     88  WS-NO-RATE                      VALUE "06".
007810 77  WS-HELD-STATUS          PIC X(2).
007820 77  WS-LIM-STATUS           PIC X(2).
007830 77  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
007840 77  WS-LIMIT-COUNT          PIC 9(2) VALUE ZERO.
007850 77  WS-LIMIT-IX             PIC 9(2).
007860 77  WS-OVER-LIMIT           PIC X(1).
007861 77  WS-HELD-LIMIT           PIC 9(9)V99.
007862 77  WS-RUN-DATE             PIC X(8).
007863 77  WS-CURRENCY             PIC X(3).
007864 77  WS-RATE                 PIC 9(4)V9(6).
007865 77  WS-RATE-DATE            PIC X(8).
007866 77  WS-RATE-FOUND           PIC X(1).
007867 77  WS-STC-STATUS           PIC X(2).
007868 77  WS-STREAM-IX            PIC 9(1).
007869 77  WS-STREAM-BLOCKED       PIC X(1) VALUE 'N'.
007870 77  WS-BAND-1-LAST          PIC X(1).
007871 77  WS-BAND-2-LAST          PIC X(1).
007872 77  WS-BAND-NUM             PIC 9(1).
007873 01  WS-PARM-LINE.
007874     05  WS-PARM-BAND-1      PIC X(1).
007875     05  FILLER              PIC X(1).
007876     05  WS-PARM-BAND-2      PIC X(1).
007877     05  FILLER              PIC X(77).
007878 01  WS-STREAM-COUNTS.
007879     05  WS-STREAM-COUNT     PIC 9(7) OCCURS 3.
007880 COPY "nightstrm.cpy".
007881 01  WS-LIMIT-TABLE.
007882     05  WS-LIMIT-ENTRY OCCURS 10.
007890         10  WS-LIM-OP       PIC X(1).
007895         10  WS-LIM-AMOUNT   PIC 9(9)V99.
007900
008300     SORT SORT-WORK-FILE
008400         ON ASCENDING KEY SR-PRIORITY
008500         ON ASCENDING KEY SR-REQUESTOR
008550         ON ASCENDING KEY SR-BATCH-ID
008560         ON ASCENDING KEY SR-BATCH-LINE
008600         INPUT PROCEDURE IS 2000-EDIT-QUEUE
008700         OUTPUT PROCEDURE IS 2500-WRITE-VALIDATED
008800     PERFORM 3000-TERMINATE
008900     STOP RUN.
009000
009100 1000-INITIALIZE.
009110     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
009120     PERFORM 1050-GET-BANDS
009130     PERFORM 1060-CHECK-STREAMS
009200     OPEN INPUT NIGHT-QUEUE-FILE
009300     IF WS-QUEUE-STATUS NOT = "00"
009400         DISPLAY "NightQueueEdit: cannot open NIGHTIN, file "
010900             SET WS-EOF TO TRUE
011000     END-READ.
011010
011011 1050-GET-BANDS.
011012     MOVE SPACES TO WS-PARM-LINE
011013     ACCEPT WS-PARM-LINE
011014     MOVE WS-PARM-BAND-1 TO WS-BAND-1-LAST
011015     MOVE WS-PARM-BAND-2 TO WS-BAND-2-LAST
011016     IF WS-BAND-1-LAST = SPACE
011017         MOVE '3' TO WS-BAND-1-LAST
011018     END-IF
011019     IF WS-BAND-2-LAST = SPACE
011020         MOVE '6' TO WS-BAND-2-LAST
011021     END-IF
011022     IF WS-BAND-1-LAST NOT NUMERIC
011023        OR WS-BAND-2-LAST NOT NUMERIC
011024        OR WS-BAND-1-LAST < '1'
011025        OR WS-BAND-2-LAST NOT > WS-BAND-1-LAST
011026        OR WS-BAND-2-LAST > '8'
011027         DISPLAY "NightQueueEdit: invalid priority bands ["
011028             WS-PARM-LINE(1:3) "], using 3 and 6"
011029         MOVE '3' TO WS-BAND-1-LAST
011030         MOVE '6' TO WS-BAND-2-LAST
011031     END-IF.
011032
011033 1060-CHECK-STREAMS.
011034     OPEN INPUT STREAM-CONTROL-1
011035     IF WS-STC-STATUS = "00"
011036         MOVE SPACES TO NIGHT-STREAM-RECORD
011037         READ STREAM-CONTROL-1 INTO NIGHT-STREAM-RECORD
011038             AT END
011039                 MOVE SPACES TO NIGHT-STREAM-RECORD
011040         END-READ
011041         CLOSE STREAM-CONTROL-1
011042         PERFORM 1070-CHECK-ONE-STREAM
011043     END-IF
011044     OPEN INPUT STREAM-CONTROL-2
011045     IF WS-STC-STATUS = "00"
011046         MOVE SPACES TO NIGHT-STREAM-RECORD
011047         READ STREAM-CONTROL-2 INTO NIGHT-STREAM-RECORD
011048             AT END
011049                 MOVE SPACES TO NIGHT-STREAM-RECORD
011050         END-READ
011051         CLOSE STREAM-CONTROL-2
011052         PERFORM 1070-CHECK-ONE-STREAM
011053     END-IF
011054     OPEN INPUT STREAM-CONTROL-3
011055     IF WS-STC-STATUS = "00"
011056         MOVE SPACES TO NIGHT-STREAM-RECORD
011057         READ STREAM-CONTROL-3 INTO NIGHT-STREAM-RECORD
011058             AT END
011059                 MOVE SPACES TO NIGHT-STREAM-RECORD
011060         END-READ
011061         CLOSE STREAM-CONTROL-3
011062         PERFORM 1070-CHECK-ONE-STREAM
011063     END-IF
011064     IF WS-STREAM-BLOCKED = 'Y'
011065         DISPLAY "NightQueueEdit: streams not rebuilt, resubmit "
011066             "the unfinished stream first"
011067         MOVE 16 TO RETURN-CODE
011068         STOP RUN
011069     END-IF.
011070
011071 1070-CHECK-ONE-STREAM.
011072     IF NST-RUNNING OR NST-DEFERRED OR NST-ABNORMAL
011073         DISPLAY "NightQueueEdit: stream " NST-STREAM " of "
011074             NST-RUN-DATE " is still " NST-STATE
011075         MOVE 'Y' TO WS-STREAM-BLOCKED
011076     END-IF.
011077
011078 1100-LOAD-LIMITS.
011079     OPEN INPUT LIMIT-FILE
011080     IF WS-LIM-STATUS = "00"
011081         PERFORM 1110-LOAD-ONE-LIMIT
011082             UNTIL WS-LIM-STATUS NOT = "00"
011083                OR WS-LIMIT-COUNT = 10
011084         CLOSE LIMIT-FILE
011090     END-IF.
011091
011092 1110-LOAD-ONE-LIMIT.
012500         END-IF
012520         PERFORM 2300-CHECK-LIMIT
012540         IF WS-OVER-LIMIT = 'Y' AND NQ-APPROVAL NOT = 'A'
012541             MOVE SPACES TO NIGHT-HELD-RECORD
012542             MOVE NIGHT-QUEUE-RECORD TO HLD-QUEUE-RECORD
012543             MOVE WS-RUN-DATE TO HLD-DATE-HELD
012544             MOVE WS-HELD-LIMIT TO HLD-LIMIT
012545             MOVE 'N' TO HLD-REVIEW-STATUS
012550             WRITE NIGHT-HELD-RECORD
012560             ADD 1 TO WS-HELD-COUNT
012570             DISPLAY "NightQueueEdit: record " WS-RECORD-COUNT
012580                 " over limit, held for review"
014200 2200-VALIDATE-RECORD.
014300     IF NQ-OP-CODE NOT = "A" AND NOT = "S" AND NOT = "P"
014400            AND NOT = "M" AND NOT = "D" AND NOT = "%"
014450            AND NOT = "C"
014500         SET WS-BAD-OP-CODE TO TRUE
014600     ELSE
014700         IF NQ-NUM1-X NOT NUMERIC
014800             SET WS-BAD-NUM1 TO TRUE
014900         ELSE
014950             IF NQ-OP-CODE = "C"
014960                 PERFORM 2250-VALIDATE-CURRENCY
014970             ELSE
015000                 IF NQ-NUM2-X NOT NUMERIC
015100                     SET WS-BAD-NUM2 TO TRUE
015150                 END-IF
015160             END-IF
015170         END-IF
015180     END-IF
015190     IF WS-RECORD-CLEAN
015300         IF NQ-OP-CODE = "D" AND NQ-NUM2 = ZERO
015400             SET WS-ZERO-DIVISOR TO TRUE
015500         ELSE
015600             IF NQ-PRIORITY NOT = SPACE
015700                AND NQ-PRIORITY NOT NUMERIC
015800                 SET WS-BAD-PRIORITY TO TRUE
015900             END-IF
016000         END-IF
016300     END-IF.
016305
016310 2250-VALIDATE-CURRENCY.
016315     MOVE NQ-NUM2-X(1:3) TO WS-CURRENCY
016320     IF WS-CURRENCY NOT ALPHABETIC-UPPER
016325        OR WS-CURRENCY(1:1) = SPACE
016330        OR WS-CURRENCY(2:1) = SPACE
016335        OR WS-CURRENCY(3:1) = SPACE
016340        OR NQ-NUM2-X(4:8) NOT = SPACES
016345         SET WS-BAD-NUM2 TO TRUE
016350     ELSE
016355         CALL "RateLookup" USING WS-RUN-DATE, WS-CURRENCY,
016360             WS-RATE, WS-RATE-DATE, WS-RATE-FOUND
016365         IF WS-RATE-FOUND NOT = 'Y'
016370             SET WS-NO-RATE TO TRUE
016375         END-IF
016380     END-IF.
016400
016410 2300-CHECK-LIMIT.
016420     MOVE 'N' TO WS-OVER-LIMIT
016425     MOVE ZERO TO WS-HELD-LIMIT
016430     IF WS-LIMIT-COUNT > ZERO
016440         PERFORM 2310-CHECK-ONE-LIMIT
016450             VARYING WS-LIMIT-IX FROM 1 BY 1
016475
016480 2310-CHECK-ONE-LIMIT.
016482     IF WS-LIM-OP(WS-LIMIT-IX) = NQ-OP-CODE
016483         IF NQ-NUM1 > WS-LIM-AMOUNT(WS-LIMIT-IX)
016484             MOVE 'Y' TO WS-OVER-LIMIT
016485             MOVE WS-LIM-AMOUNT(WS-LIMIT-IX) TO WS-HELD-LIMIT
016486         END-IF
016487         IF NQ-OP-CODE NOT = "C"
016488             IF NQ-NUM2 > WS-LIM-AMOUNT(WS-LIMIT-IX)
016489                 MOVE 'Y' TO WS-OVER-LIMIT
016490                 MOVE WS-LIM-AMOUNT(WS-LIMIT-IX) TO WS-HELD-LIMIT
016491             END-IF
016492         END-IF
016493     END-IF.
016495
016500 2500-WRITE-VALIDATED.
016600     OPEN OUTPUT STREAM-QUEUE-1
016610     IF WS-VAL-STATUS = "00"
016620         OPEN OUTPUT STREAM-QUEUE-2
016630     END-IF
016640     IF WS-VAL-STATUS = "00"
016650         OPEN OUTPUT STREAM-QUEUE-3
016660     END-IF
016700     IF WS-VAL-STATUS NOT = "00"
016800         DISPLAY "NightQueueEdit: cannot open the stream "
016900             "queues NIGHTVL1-3, file status " WS-VAL-STATUS
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF
017210     MOVE ZERO TO WS-STREAM-COUNT(1) WS-STREAM-COUNT(2)
017220         WS-STREAM-COUNT(3)
017300     MOVE 'N' TO WS-EOF-FLAG
017400     PERFORM 2600-RETURN-ONE-RECORD UNTIL WS-EOF
017500     CLOSE STREAM-QUEUE-1
017510     CLOSE STREAM-QUEUE-2
017520     CLOSE STREAM-QUEUE-3
017530     PERFORM 2700-WRITE-STREAM-CONTROL
017540         VARYING WS-STREAM-IX FROM 1 BY 1
017550         UNTIL WS-STREAM-IX > 3.
017600
017700 2600-RETURN-ONE-RECORD.
017800     RETURN SORT-WORK-FILE
017900         AT END
018000             SET WS-EOF TO TRUE
018100         NOT AT END
018200             PERFORM 2650-WRITE-TO-STREAM
018400     END-RETURN.
018401
018402 2650-WRITE-TO-STREAM.
018403     EVALUATE TRUE
018404         WHEN SR-PRIORITY NOT > WS-BAND-1-LAST
018405             WRITE STREAM-QUEUE-1-RECORD FROM SORT-WORK-RECORD
018406             ADD 1 TO WS-STREAM-COUNT(1)
018407         WHEN SR-PRIORITY NOT > WS-BAND-2-LAST
018408             WRITE STREAM-QUEUE-2-RECORD FROM SORT-WORK-RECORD
018409             ADD 1 TO WS-STREAM-COUNT(2)
018410         WHEN OTHER
018411             WRITE STREAM-QUEUE-3-RECORD FROM SORT-WORK-RECORD
018412             ADD 1 TO WS-STREAM-COUNT(3)
018413     END-EVALUATE.
018414
018415 2700-WRITE-STREAM-CONTROL.
018416     MOVE SPACES TO NIGHT-STREAM-RECORD
018417     MOVE WS-STREAM-IX TO NST-STREAM
018418     MOVE WS-RUN-DATE TO NST-RUN-DATE
018419     SET NST-READY TO TRUE
018420     EVALUATE WS-STREAM-IX
018421         WHEN 1
018422             MOVE '1' TO NST-FIRST-PRIORITY
018423             MOVE WS-BAND-1-LAST TO NST-LAST-PRIORITY
018424         WHEN 2
018425             MOVE WS-BAND-1-LAST TO WS-BAND-NUM
018426             ADD 1 TO WS-BAND-NUM
018427             MOVE WS-BAND-NUM TO NST-FIRST-PRIORITY
018428             MOVE WS-BAND-2-LAST TO NST-LAST-PRIORITY
018429         WHEN 3
018430             MOVE WS-BAND-2-LAST TO WS-BAND-NUM
018431             ADD 1 TO WS-BAND-NUM
018432             MOVE WS-BAND-NUM TO NST-FIRST-PRIORITY
018433             MOVE '9' TO NST-LAST-PRIORITY
018434     END-EVALUATE
018435     MOVE WS-STREAM-COUNT(WS-STREAM-IX) TO NST-QUEUED-COUNT
018436     MOVE ZERO TO NST-READ-COUNT NST-WRITTEN-COUNT
018437         NST-REJECT-COUNT NST-CARRIED-COUNT NST-DET-MERGED
018438     EVALUATE WS-STREAM-IX
018439         WHEN 1
018440             OPEN OUTPUT STREAM-CONTROL-1
018441             WRITE STREAM-CONTROL-1-RECORD
018442                 FROM NIGHT-STREAM-RECORD
018443             CLOSE STREAM-CONTROL-1
018444         WHEN 2
018445             OPEN OUTPUT STREAM-CONTROL-2
018446             WRITE STREAM-CONTROL-2-RECORD
018447                 FROM NIGHT-STREAM-RECORD
018448             CLOSE STREAM-CONTROL-2
018449         WHEN 3
018450             OPEN OUTPUT STREAM-CONTROL-3
018451             WRITE STREAM-CONTROL-3-RECORD
018452                 FROM NIGHT-STREAM-RECORD
018453             CLOSE STREAM-CONTROL-3
018454     END-EVALUATE.
018500
018600 3000-TERMINATE.
018700     CLOSE NIGHT-QUEUE-FILE
018900     DISPLAY "NightQueueEdit: " WS-RECORD-COUNT " read, "
019000         WS-CLEAN-COUNT " validated, " WS-REJECT-COUNT
019100         " rejected, " WS-HELD-COUNT " held."
019110     DISPLAY "NightQueueEdit: streams " WS-STREAM-COUNT(1) " / "
019120         WS-STREAM-COUNT(2) " / " WS-STREAM-COUNT(3)
019130         " (priorities 1-" WS-BAND-1-LAST ", -" WS-BAND-2-LAST
019140         ", -9)."
019200     IF WS-REJECT-COUNT > 0
019300         MOVE 8 TO RETURN-CODE
019320     ELSE
