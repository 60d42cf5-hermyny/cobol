001170*          count with end status REPORTE, and the job ends RC=4
001180*          so the scheduler knows the remainder is deliberately
001190*          deferred, not failed.
001191*          A currency conversion (op code C) is priced at the
001192*          rate in force on the exchange-rate file for the run
001193*          date and goes through ConvCalc like the desk; the
001194*          audit record carries the currency in its operation
001195*          name and the rate as its second operand.
001204*          Every record that came in on a departmental batch
001213*          (batch ID on the queue record) also gets a line on
001222*          the batch result file - its result, or the reason it
001231*          was rejected at run time - for DeptReturn to send
001240*          back to the department.
001243*          A stream number in column 8 of SYSIN (after the
001246*          cutoff) runs one of the three priority streams built
001249*          by NightQueueEdit: the step's own queue, results,
001252*          checkpoint, detail and batch result datasets, and
001255*          instead of a NIGHTHIST line the stream's control
001258*          record (NIGHTSTAT) is marked ENCOURS at the start and
001261*          NORMALE, REPORTE or ANORMALE at the end with its
001264*          times and counts. A stream already NORMALE is not run
001267*          again, so a restart resubmits only the failed stream;
001270*          a resubmitted stream keeps its first start time and
001273*          its counts run on from the checkpoint, which also
001276*          carries the results written and records rejected up
001279*          to the last completed record. Its calculation detail
001282*          goes to the stream's own file, which NightMerge posts
001285*          to CALCDET in priority order. Without a stream number
001286*          the run works on NIGHTIN as one serial stream, as
001287*          before.
001288* Tectonics: cobc
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. NightlyBatch.
002620         FILE STATUS IS WS-DET-STATUS
002640         ORGANIZATION IS LINE SEQUENTIAL.

002650     SELECT BATCH-RESULT-FILE ASSIGN TO "BATCHRES"
002660         FILE STATUS IS WS-RES-STATUS
002670         ORGANIZATION IS LINE SEQUENTIAL.

002680     SELECT STREAM-CONTROL-FILE ASSIGN TO "NIGHTSTAT"
002690         FILE STATUS IS WS-STC-STATUS
002700         ORGANIZATION IS LINE SEQUENTIAL.

002900 DATA DIVISION.
003000 FILE SECTION.

003200 FD  NIGHT-QUEUE-FILE
003300     RECORD CONTAINS 46 CHARACTERS.
003400 COPY "nightq.cpy".

003800 FD  NIGHT-OUTPUT-FILE.
004670     05  NS-TAG-2            PIC X(11).
004674     05  NS-PRIORITY         PIC X(1).
004678     05  NS-TAG-3            PIC X(3).
004679 01  NIGHT-CONVERSION-RECORD.
004680     05  NC-OP-CODE          PIC X(1).
004681     05  FILLER              PIC X(1) VALUE SPACE.
004682     05  NC-NUM1             PIC Z(8)9.99.
004683     05  FILLER              PIC X(1) VALUE SPACE.
004684     05  NC-CURRENCY         PIC X(3).
004685     05  FILLER              PIC X(1) VALUE SPACE.
004686     05  NC-RATE             PIC Z(3)9.9(6).
004687     05  FILLER              PIC X(1) VALUE SPACE.
004688     05  NC-RESULT           PIC X(15).
004689     05  FILLER              PIC X(1) VALUE SPACE.
004690     05  NC-REQUESTOR        PIC X(8).

004700 FD  CHECKPOINT-FILE
004800     RECORD CONTAINS 23 CHARACTERS.
004900 01  CHECKPOINT-RECORD.
005000     05  CKPT-LAST-REC       PIC 9(7).
005002     05  FILLER              PIC X(1).
005004     05  CKPT-WRITTEN        PIC 9(7).
005006     05  FILLER              PIC X(1).
005008     05  CKPT-REJECTED       PIC 9(7).

005010 FD  RUN-HISTORY-FILE.
005020 01  RUN-HISTORY-RECORD.

005100 COPY "calcdet.cpy".

005101 FD  BATCH-RESULT-FILE.
005102 COPY "batchres.cpy".

005103 FD  STREAM-CONTROL-FILE.
005104 01  STREAM-CONTROL-RECORD   PIC X(84).

005105 WORKING-STORAGE SECTION.
005150 COPY "auditparm.cpy".
005200 77  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
006711 77  WS-PCT-TOTAL            PIC 9(15)V99 VALUE ZERO.
006712 77  WS-CALC-STATUS          PIC X(1).
006713 77  WS-DATE-CLOSED          PIC X(1).
006716 77  WS-CURRENCY             PIC X(3).
006719 77  WS-RATE                 PIC 9(4)V9(6).
006722 77  WS-RATE-DATE            PIC X(8).
006725 77  WS-RATE-FOUND           PIC X(1).
006728 77  WS-RATE-ED              PIC Z(5)9.9(6).
006731 77  WS-CONV-RESULT          PIC 9(10)V99.
006734 77  WS-CONV-RESULT-ED       PIC Z(9)9.99.
006737 77  WS-C-COUNT              PIC 9(7) VALUE ZERO.
006740 77  WS-C-TOTAL              PIC 9(15)V99 VALUE ZERO.
006743 77  WS-RES-STATUS           PIC X(2).
006746 77  WS-BATCH-REASON         PIC X(2).
006749 77  WS-STC-STATUS           PIC X(2).
006752 77  WS-STREAM-NO            PIC X(1) VALUE SPACE.
006755     88  WS-SERIAL-RUN                   VALUE SPACE.
006758 77  WS-FRESH-STREAM         PIC X(1) VALUE 'N'.
006761 77  WS-CKPT-WRITTEN         PIC 9(7) VALUE ZERO.
006762 77  WS-CKPT-REJECTED        PIC 9(7) VALUE ZERO.
006764 77  WS-PRIOR-WRITTEN        PIC 9(7) VALUE ZERO.
006767 77  WS-PRIOR-REJECT         PIC 9(7) VALUE ZERO.
006770 01  WS-PARM-LINE.
006773     05  WS-PARM-CUTOFF      PIC X(6).
006776     05  FILLER              PIC X(1).
006779     05  WS-PARM-STREAM      PIC X(1).
006782     05  FILLER              PIC X(72).
006785 COPY "nightstrm.cpy".

006788 PROCEDURE DIVISION.
006800 0000-MAINLINE.
006900     PERFORM 1000-INITIALIZE
007000     PERFORM 2000-PROCESS-RECORDS UNTIL WS-EOF
007320     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
007340     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME
007350     PERFORM 1050-GET-CUTOFF-TIME
007352     IF NOT WS-SERIAL-RUN
007354         PERFORM 1060-START-STREAM
007356     END-IF
007360     CALL "CloseCheck" USING WS-RUN-DATE, WS-DATE-CLOSED
007370     IF WS-DATE-CLOSED = 'Y'
007372         DISPLAY "NightlyBatch: " WS-RUN-DATE " is closed, "
007382         STOP RUN
007384     END-IF
007400     PERFORM 1100-READ-CHECKPOINT
007410     IF WS-FRESH-STREAM = 'Y' AND WS-LAST-CKPT > 0
007420         DISPLAY "NightlyBatch: stream " WS-STREAM-NO
007430             " freshly queued, old checkpoint " WS-LAST-CKPT
007440             " ignored"
007450         MOVE ZERO TO WS-LAST-CKPT
007452     END-IF
007454     IF NOT WS-SERIAL-RUN AND WS-LAST-CKPT > 0
007456         MOVE WS-CKPT-WRITTEN TO WS-PRIOR-WRITTEN
007458         MOVE WS-CKPT-REJECTED TO WS-PRIOR-REJECT
007460     END-IF
007500     OPEN INPUT NIGHT-QUEUE-FILE
007520     IF WS-QUEUE-STATUS NOT = "00"
007530         DISPLAY "NightlyBatch: cannot open NIGHTIN, file "
007650     ELSE
007660         OPEN OUTPUT NIGHT-OUTPUT-FILE
007670     END-IF
007671     IF WS-LAST-CKPT > 0
007672         OPEN EXTEND BATCH-RESULT-FILE
007673         IF WS-RES-STATUS = "35"
007674             OPEN OUTPUT BATCH-RESULT-FILE
007675         END-IF
007676     ELSE
007677         OPEN OUTPUT BATCH-RESULT-FILE
007678     END-IF
007679     IF WS-SERIAL-RUN OR WS-LAST-CKPT > 0
007680         OPEN EXTEND CALC-DETAIL-FILE
007682         IF WS-DET-STATUS = "35"
007684             OPEN OUTPUT CALC-DETAIL-FILE
007686         END-IF
007689     ELSE
007692         OPEN OUTPUT CALC-DETAIL-FILE
007695     END-IF
007700     MOVE WS-LAST-CKPT TO WS-RECORD-COUNT
007800     PERFORM 1200-SKIP-ONE-RECORD WS-LAST-CKPT TIMES
007900     READ NIGHT-QUEUE-FILE
008200     END-READ.

008210 1050-GET-CUTOFF-TIME.
008215     MOVE SPACES TO WS-PARM-LINE
008220     ACCEPT WS-PARM-LINE
008223     MOVE WS-PARM-CUTOFF TO WS-CUTOFF-TIME
008226     MOVE WS-PARM-STREAM TO WS-STREAM-NO
008230     IF WS-CUTOFF-TIME = SPACES
008240         MOVE "999999" TO WS-CUTOFF-TIME
008250     END-IF
008292         MOVE "999999" TO WS-CUTOFF-TIME
008294     END-IF.

008296 1060-START-STREAM.
008298     IF WS-STREAM-NO NOT = '1' AND NOT = '2' AND NOT = '3'
008300         DISPLAY "NightlyBatch: invalid stream [" WS-STREAM-NO
008302             "], expected 1, 2 or 3"
008304         MOVE 16 TO RETURN-CODE
008306         STOP RUN
008308     END-IF
008310     MOVE SPACES TO NIGHT-STREAM-RECORD
008312     OPEN INPUT STREAM-CONTROL-FILE
008314     IF WS-STC-STATUS = "00"
008316         READ STREAM-CONTROL-FILE INTO NIGHT-STREAM-RECORD
008318             AT END
008320                 MOVE SPACES TO NIGHT-STREAM-RECORD
008322         END-READ
008324         CLOSE STREAM-CONTROL-FILE
008326     END-IF
008328     IF NST-STREAM NOT = WS-STREAM-NO
008330         DISPLAY "NightlyBatch: no control record for stream "
008332             WS-STREAM-NO " on NIGHTSTAT, run refused"
008334         MOVE 16 TO RETURN-CODE
008336         STOP RUN
008338     END-IF
008340     IF NST-NORMAL
008342         DISPLAY "NightlyBatch: stream " WS-STREAM-NO " of "
008344             NST-RUN-DATE " already ended NORMALE, not run again"
008346         STOP RUN
008348     END-IF
008350     IF NST-READY
008352         MOVE 'Y' TO WS-FRESH-STREAM
008354         MOVE WS-START-TIME TO NST-START-TIME
008356     ELSE
008364         DISPLAY "NightlyBatch: stream " WS-STREAM-NO
008366             " resubmitted after " NST-STATE
008368     END-IF
008370     DISPLAY "NightlyBatch: stream " WS-STREAM-NO ", priorities "
008372         NST-FIRST-PRIORITY "-" NST-LAST-PRIORITY ", "
008374         NST-QUEUED-COUNT " record(s) queued"
008376     SET NST-RUNNING TO TRUE
008378     PERFORM 3310-REWRITE-STREAM-CONTROL.

008380 1100-READ-CHECKPOINT.
008400     MOVE ZERO TO WS-LAST-CKPT
008500     OPEN INPUT CHECKPOINT-FILE
008600     IF WS-CKPT-STATUS = "00"
008700         READ CHECKPOINT-FILE
008800             NOT AT END
008900                 MOVE CKPT-LAST-REC TO WS-LAST-CKPT
008910                 IF CKPT-WRITTEN NUMERIC
008920                    AND CKPT-REJECTED NUMERIC
008930                     MOVE CKPT-WRITTEN TO WS-CKPT-WRITTEN
008940                     MOVE CKPT-REJECTED TO WS-CKPT-REJECTED
008950                 END-IF
009000         END-READ
009100         CLOSE CHECKPOINT-FILE
009200     END-IF.
009964         PERFORM 2050-WRITE-SECTION-HEADER
009966     END-IF
010000     MOVE SPACES TO NIGHT-OUTPUT-RECORD
010010     MOVE SPACES TO WS-BATCH-REASON
010100     EVALUATE NQ-OP-CODE
010200         WHEN "A"
010300             PERFORM 2100-DO-ADDITION
010740             PERFORM 2500-DO-DIVISION
010750         WHEN "%"
010760             PERFORM 2600-DO-PERCENTAGE
010770         WHEN "C"
010780             PERFORM 2700-DO-CONVERSION
010800         WHEN OTHER
010900             DISPLAY "NightlyBatch: bad op code on record "
011000                 WS-RECORD-COUNT
011050             ADD 1 TO WS-REJECT-COUNT
011060             MOVE "01" TO WS-BATCH-REASON
011100     END-EVALUATE
011110     IF NQ-BATCH-ID NOT = SPACES
011120         PERFORM 2880-WRITE-BATCH-RESULT
011130     END-IF
011200     PERFORM 2900-WRITE-CHECKPOINT
011210     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CLOCK-TIME
011220     IF WS-CLOCK-TIME NOT < WS-CUTOFF-TIME
017424         DISPLAY "NightlyBatch: product too large on record "
017426             WS-RECORD-COUNT ", record rejected"
017427         ADD 1 TO WS-REJECT-COUNT
017428         MOVE "07" TO WS-BATCH-REASON
017429     ELSE
017430         MOVE WS-MULT-RESULT TO WS-MULT-RESULT-ED
017431         MOVE "M" TO NO-OP-CODE
017432         MOVE NQ-NUM1 TO NO-NUM1
017454         DISPLAY "NightlyBatch: zero divisor on record "
017456             WS-RECORD-COUNT ", record rejected"
017457         ADD 1 TO WS-REJECT-COUNT
017458         MOVE "04" TO WS-BATCH-REASON
017459     ELSE
017460         MOVE '0' TO WS-SIZE-FLAG
017461         DIVIDE NQ-NUM1 BY NQ-NUM2 GIVING WS-DIV-QUOTIENT
017462             REMAINDER WS-DIV-REMAINDER
017463             ON SIZE ERROR
017464                 MOVE '9' TO WS-SIZE-FLAG
017470         DISPLAY "NightlyBatch: quotient too large on record "
017471             WS-RECORD-COUNT ", record rejected"
017472         ADD 1 TO WS-REJECT-COUNT
017473         MOVE "07" TO WS-BATCH-REASON
017474     ELSE
017475         MOVE SPACES TO NIGHT-DIVISION-RECORD
017476         MOVE "D" TO ND-OP-CODE
017477         MOVE NQ-NUM1 TO ND-NUM1
017478         MOVE NQ-NUM2 TO ND-NUM2
017479         MOVE WS-DIV-QUOTIENT TO ND-QUOTIENT
017480         MOVE " R " TO ND-SEPARATOR
017481         MOVE WS-DIV-REMAINDER TO ND-REMAINDER
017482         MOVE NQ-REQUESTOR TO ND-REQUESTOR
017483         WRITE NIGHT-DIVISION-RECORD
017484         ADD 1 TO WS-WRITTEN-COUNT
017485         ADD 1 TO WS-D-COUNT
017486         ADD WS-DIV-QUOTIENT TO WS-D-TOTAL
017487         MOVE "DIVISION" TO WS-AUD-OPERATION
017488         MOVE WS-DIV-QUOTIENT TO WS-DIV-QUOT-ED
017489         MOVE WS-DIV-QUOT-ED TO WS-AUD-RESULT
017490         PERFORM 2800-WRITE-AUDIT-RECORD
017491         MOVE "DIVISION" TO WS-DET-OPERATION
017492         MOVE WS-DIV-QUOTIENT TO WS-DET-RESULT
017493         PERFORM 2850-WRITE-DETAIL-RECORD
017494     END-IF.

017500 2600-DO-PERCENTAGE.
017510     CALL "PctCalc" USING NQ-NUM1, NQ-NUM2, WS-PCT-RESULT,
017540         DISPLAY "NightlyBatch: percentage too large on record "
017550             WS-RECORD-COUNT ", record rejected"
017560         ADD 1 TO WS-REJECT-COUNT
017565         MOVE "07" TO WS-BATCH-REASON
017570     ELSE
017580         MOVE WS-PCT-RESULT TO WS-PCT-RESULT-ED
017590         MOVE "%" TO NO-OP-CODE
017770     MOVE "NUIT" TO AW-OPERATOR
017780     MOVE WS-AUD-OPERATION TO AW-OPERATION
017790     MOVE NQ-NUM1 TO WS-NUM1-ED
017810     MOVE WS-NUM1-ED TO AW-NUM1
017812     IF NQ-OP-CODE = "C"
017814         MOVE WS-RATE TO WS-RATE-ED
017816         MOVE WS-RATE-ED TO AW-NUM2
017818     ELSE
017820         MOVE NQ-NUM2 TO WS-NUM2-ED
017822         MOVE WS-NUM2-ED TO AW-NUM2
017824     END-IF
017830     MOVE WS-AUD-RESULT TO AW-RESULT
017840     CALL "AuditWrite" USING AUDIT-WRITE-PARMS.

017870     MOVE WS-RUN-DATE TO CD-DATE
017880     MOVE WS-DET-OPERATION TO CD-OPERATION
017890     MOVE NQ-NUM1 TO CD-NUM1
017900     IF NQ-OP-CODE = "C"
017902         MOVE ZERO TO CD-NUM2
017904         MOVE WS-CURRENCY TO CD-CURRENCY
017906         MOVE WS-RATE TO CD-RATE
017908     ELSE
017909         MOVE NQ-NUM2 TO CD-NUM2
017910     END-IF
017912     MOVE WS-DET-RESULT TO CD-RESULT
017920     MOVE "NUIT" TO CD-SOURCE
017930     WRITE CALC-DETAIL-RECORD.

017931 2880-WRITE-BATCH-RESULT.
017932     MOVE SPACES TO BATCH-RESULT-RECORD
017933     IF WS-BATCH-REASON = SPACES
017934         SET BR-RESULT TO TRUE
017935         MOVE WS-AUD-RESULT TO BR-RESULT-TEXT
017936     ELSE
017937         SET BR-REJECTED TO TRUE
017938         MOVE WS-BATCH-REASON TO BR-REASON-CODE
017939     END-IF
017940     MOVE NIGHT-QUEUE-RECORD TO BR-QUEUE-RECORD
017941     WRITE BATCH-RESULT-RECORD.

017942 2700-DO-CONVERSION.
017950     MOVE NQ-NUM2-X(1:3) TO WS-CURRENCY
017960     CALL "RateLookup" USING WS-RUN-DATE, WS-CURRENCY, WS-RATE,
017970         WS-RATE-DATE, WS-RATE-FOUND
017980     IF WS-RATE-FOUND NOT = 'Y'
017990         DISPLAY "NightlyBatch: no rate for " WS-CURRENCY
018000             " on record " WS-RECORD-COUNT ", record rejected"
018010         ADD 1 TO WS-REJECT-COUNT
018015         MOVE "06" TO WS-BATCH-REASON
018020     ELSE
018030         CALL "ConvCalc" USING NQ-NUM1, WS-RATE, WS-CONV-RESULT,
018040             WS-CALC-STATUS
018050         PERFORM 2710-WRITE-CONVERSION-RESULT
018060     END-IF.

018070 2710-WRITE-CONVERSION-RESULT.
018080     IF WS-CALC-STATUS = '9'
018090         DISPLAY "NightlyBatch: conversion too large on record "
018100             WS-RECORD-COUNT ", record rejected"
018110         ADD 1 TO WS-REJECT-COUNT
018115         MOVE "07" TO WS-BATCH-REASON
018120     ELSE
018130         MOVE WS-CONV-RESULT TO WS-CONV-RESULT-ED
018140         MOVE SPACES TO NIGHT-CONVERSION-RECORD
018150         MOVE "C" TO NC-OP-CODE
018160         MOVE NQ-NUM1 TO NC-NUM1
018170         MOVE WS-CURRENCY TO NC-CURRENCY
018180         MOVE WS-RATE TO NC-RATE
018190         MOVE WS-CONV-RESULT-ED TO NC-RESULT
018200         MOVE NQ-REQUESTOR TO NC-REQUESTOR
018210         WRITE NIGHT-CONVERSION-RECORD
018220         ADD 1 TO WS-WRITTEN-COUNT
018230         ADD 1 TO WS-C-COUNT
018240         ADD WS-CONV-RESULT TO WS-C-TOTAL
018250         MOVE SPACES TO WS-AUD-OPERATION
018260         STRING "CONVERSION " WS-CURRENCY
018270             DELIMITED BY SIZE INTO WS-AUD-OPERATION
018280         MOVE WS-CONV-RESULT-ED TO WS-AUD-RESULT
018290         PERFORM 2800-WRITE-AUDIT-RECORD
018300         MOVE WS-AUD-OPERATION TO WS-DET-OPERATION
018310         MOVE WS-CONV-RESULT TO WS-DET-RESULT
018320         PERFORM 2850-WRITE-DETAIL-RECORD
018330     END-IF.

018900 2900-WRITE-CHECKPOINT.
018910     MOVE SPACES TO CHECKPOINT-RECORD
019000     MOVE WS-RECORD-COUNT TO CKPT-LAST-REC
019010     IF WS-RECORD-COUNT = ZERO
019020         MOVE ZERO TO CKPT-WRITTEN CKPT-REJECTED
019030     ELSE
019040         ADD WS-PRIOR-WRITTEN WS-WRITTEN-COUNT
019050             GIVING CKPT-WRITTEN
019060         ADD WS-PRIOR-REJECT WS-REJECT-COUNT
019070             GIVING CKPT-REJECTED
019080     END-IF
019100     OPEN OUTPUT CHECKPOINT-FILE
019200     WRITE CHECKPOINT-RECORD
019300     CLOSE CHECKPOINT-FILE.
019500     CLOSE NIGHT-QUEUE-FILE
019600     CLOSE NIGHT-OUTPUT-FILE
019610     CLOSE CALC-DETAIL-FILE
019620     CLOSE BATCH-RESULT-FILE
019650     MOVE 'C' TO AW-FUNCTION
019660     CALL "AuditWrite" USING AUDIT-WRITE-PARMS
019700     DISPLAY "NightlyBatch: " WS-RECORD-COUNT
019844             MOVE 8 TO RETURN-CODE
019850     END-EVALUATE.

019851 3100-BALANCING-REPORT.
019852     DISPLAY " "
019853     DISPLAY "NightlyBatch - rapport d'equilibrage du "
019854         WS-RUN-DATE
019855     MOVE WS-READ-RUN-COUNT TO WS-COUNT-ED
019856     DISPLAY "  Enregistrements lus    : " WS-COUNT-ED
019857     MOVE WS-WRITTEN-COUNT TO WS-COUNT-ED
019858     DISPLAY "  Resultats ecrits       : " WS-COUNT-ED
019859     MOVE WS-REJECT-COUNT TO WS-COUNT-ED
019860     DISPLAY "  Enregistrements rejetes: " WS-COUNT-ED
019861     MOVE WS-A-COUNT TO WS-COUNT-ED
019862     MOVE WS-A-TOTAL TO WS-TOTAL-ED
019863     DISPLAY "  A : " WS-COUNT-ED "  total " WS-TOTAL-ED
019864     MOVE WS-S-COUNT TO WS-COUNT-ED
019865     MOVE WS-S-TOTAL TO WS-TOTAL-ED
019866     DISPLAY "  S : " WS-COUNT-ED "  total " WS-TOTAL-ED
019867     MOVE WS-P-COUNT TO WS-COUNT-ED
019868     DISPLAY "  P : " WS-COUNT-ED
019869     MOVE WS-M-COUNT TO WS-COUNT-ED
019870     MOVE WS-M-TOTAL TO WS-TOTAL-ED
019871     DISPLAY "  M : " WS-COUNT-ED "  total " WS-TOTAL-ED
019872     MOVE WS-D-COUNT TO WS-COUNT-ED
019873     MOVE WS-D-TOTAL TO WS-TOTAL-ED
019874     DISPLAY "  D : " WS-COUNT-ED "  total " WS-TOTAL-ED
019875     MOVE WS-PCT-COUNT TO WS-COUNT-ED
019876     MOVE WS-PCT-TOTAL TO WS-TOTAL-ED
019877     DISPLAY "  % : " WS-COUNT-ED "  total " WS-TOTAL-ED
019878     MOVE WS-C-COUNT TO WS-COUNT-ED
019879     MOVE WS-C-TOTAL TO WS-TOTAL-ED
019880     DISPLAY "  C : " WS-COUNT-ED "  total " WS-TOTAL-ED
019881     ADD WS-WRITTEN-COUNT, WS-REJECT-COUNT
019882         GIVING WS-IN-OUT-SUM
019883     IF WS-IN-OUT-SUM = WS-READ-RUN-COUNT
019884         DISPLAY "  Controle lus = ecrits + rejetes : OK"
019885     ELSE
019886         DISPLAY "  Controle lus = ecrits + rejetes : ECART"
019887         MOVE "ANORMALE" TO WS-END-STATUS
019888     END-IF.

019889 3200-WRITE-RUN-HISTORY.
019890     IF WS-SERIAL-RUN
019891         PERFORM 3250-WRITE-HISTORY-LINE
019892     ELSE
019893         PERFORM 3300-WRITE-STREAM-CONTROL
019894     END-IF.

019900 3250-WRITE-HISTORY-LINE.
019902     OPEN EXTEND RUN-HISTORY-FILE
019904     IF WS-HIST-STATUS = "35"
019906         OPEN OUTPUT RUN-HISTORY-FILE
019928     WRITE RUN-HISTORY-RECORD
019930     CLOSE RUN-HISTORY-FILE.

019940 3300-WRITE-STREAM-CONTROL.
019950     MOVE FUNCTION CURRENT-DATE(9:6) TO NST-END-TIME
019960     ADD WS-LAST-CKPT WS-READ-RUN-COUNT GIVING NST-READ-COUNT
019970     ADD WS-PRIOR-WRITTEN WS-WRITTEN-COUNT
019980         GIVING NST-WRITTEN-COUNT
019990     ADD WS-PRIOR-REJECT WS-REJECT-COUNT
020000         GIVING NST-REJECT-COUNT
020010     MOVE WS-CARRIED-COUNT TO NST-CARRIED-COUNT
020020     MOVE WS-END-STATUS TO NST-STATE
020030     PERFORM 3310-REWRITE-STREAM-CONTROL.

020040 3310-REWRITE-STREAM-CONTROL.
020050     OPEN OUTPUT STREAM-CONTROL-FILE
020060     IF WS-STC-STATUS NOT = "00"
020070         DISPLAY "NightlyBatch: cannot write NIGHTSTAT, file "
020080             "status " WS-STC-STATUS
020090         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020110     END-IF
020120     WRITE STREAM-CONTROL-RECORD FROM NIGHT-STREAM-RECORD
020130     CLOSE STREAM-CONTROL-FILE.

020140 END PROGRAM NightlyBatch.

