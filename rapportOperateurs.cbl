001300*          used to compile by hand from inquiry screens. The
001400*          month comes from SYSIN (AAAAMM); an invalid month
001500*          ends the step RC=16 rather than reprompting.
001550*          Currency conversions count on their own line
001560*          whatever the currency.
001566*          Each operator section reads only that operator's
001572*          records, through the operator path of the master
001578*          (AUDM-OPERATOR), and keeps those of the month; the
001584*          desk versus night share still reads the month once
001590*          by key.
001600* Tectonics: cobc
001700******************************************************************
001800 IDENTIFICATION DIVISION.
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AUDM-KEY
003110         ALTERNATE RECORD KEY IS AUDM-OPERATOR
003120             WITH DUPLICATES
003130         ALTERNATE RECORD KEY IS AUDM-OPERATION
003140             WITH DUPLICATES
003200         FILE STATUS IS WS-MST-STATUS.
003300
003400     SELECT OPER-REPORT-FILE ASSIGN TO "OPERRPT"
006400 77  WS-MUL-COUNT            PIC 9(5).
006500 77  WS-DIV-COUNT            PIC 9(5).
006600 77  WS-PCT-COUNT            PIC 9(5).
006650 77  WS-CONV-COUNT           PIC 9(5).
006700 77  WS-CHAIN-COUNT          PIC 9(5).
006800 77  WS-OTHER-COUNT          PIC 9(5).
006900 77  WS-TOTAL-COUNT          PIC 9(5).
019000
019100 2100-OPERATOR-SECTION.
019200     MOVE ZERO TO WS-ADD-COUNT WS-SUB-COUNT WS-PAR-COUNT
019300         WS-MUL-COUNT WS-DIV-COUNT WS-PCT-COUNT WS-CONV-COUNT
019400         WS-CHAIN-COUNT WS-OTHER-COUNT WS-TOTAL-COUNT
019500     MOVE SPACES TO WS-FIRST-ACT WS-LAST-ACT
019600     PERFORM 2150-CLEAR-ONE-DAY
020500 2200-SCAN-MONTH.
020600     MOVE 'N' TO WS-MONTH-DONE
020700     MOVE SPACES TO AUDIT-MST-RECORD
020800     MOVE WS-CURR-OPERATOR TO AUDM-OPERATOR
021200     START AUDIT-MST-FILE KEY IS EQUAL TO AUDM-OPERATOR
021300         INVALID KEY
021400             MOVE 'Y' TO WS-MONTH-DONE
021500     END-START
022100         AT END
022200             MOVE 'Y' TO WS-MONTH-DONE
022300         NOT AT END
022400             IF AUDM-OPERATOR NOT = WS-CURR-OPERATOR
022500                 MOVE 'Y' TO WS-MONTH-DONE
022600             ELSE
022700                 IF AUDM-DATE(1:6) = WS-REPORT-MONTH
022800                     PERFORM 2300-TALLY-ACTIVITY
022900                 END-IF
023000             END-IF
024900             IF AUDM-OPERATION(1:6) = "CHAINE"
025000                 ADD 1 TO WS-CHAIN-COUNT
025100             ELSE
025120                 IF AUDM-OPERATION(1:10) = "CONVERSION"
025140                     ADD 1 TO WS-CONV-COUNT
025160                 ELSE
025200                     ADD 1 TO WS-OTHER-COUNT
025250                 END-IF
025300             END-IF
025400     END-EVALUATE
025500     IF AUDM-DATE(7:2) IS NUMERIC
030500     MOVE "POURCENTAGES" TO WS-RPT-CNT-LABEL
030600     MOVE WS-PCT-COUNT TO WS-RPT-CNT-VALUE
030700     PERFORM 2420-PRINT-ONE-COUNTER
030720     MOVE "CONVERSIONS" TO WS-RPT-CNT-LABEL
030740     MOVE WS-CONV-COUNT TO WS-RPT-CNT-VALUE
030760     PERFORM 2420-PRINT-ONE-COUNTER
030800     MOVE "PAS DE CHAINE" TO WS-RPT-CNT-LABEL
030900     MOVE WS-CHAIN-COUNT TO WS-RPT-CNT-VALUE
031000     PERFORM 2420-PRINT-ONE-COUNTER
