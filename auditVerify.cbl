001180*          override and carry no calculation to recompute.
001190*          A clean sweep certifies the log; any exception ends
001200*          the job with a non-zero return code.
001210*          A CONVERSION record is re-proved twice: the rate it
001220*          logged must be the rate in force on the exchange-
001230*          rate file for its date and currency, and ConvCalc
001240*          at that rate must give back the logged result.
001250*          An ECHEANCIER record summarises a printed loan
001260*          schedule; only its payment is checked to parse.
001300* Tectonics: cobc
001400******************************************************************
001500 IDENTIFICATION DIVISION.
002050         ORGANIZATION IS INDEXED
002100         ACCESS MODE IS SEQUENTIAL
002150         RECORD KEY IS AUDM-KEY
002160         ALTERNATE RECORD KEY IS AUDM-OPERATOR
002170             WITH DUPLICATES
002180         ALTERNATE RECORD KEY IS AUDM-OPERATION
002190             WITH DUPLICATES
002200         FILE STATUS IS WS-AUDIT-STATUS.

002300 DATA DIVISION.
004670 77  WS-PCT-RESULT           PIC 9(10)V99.
004700 77  WS-EXPECTED-TXT         PIC X(15).
004800 77  WS-EXCEPTION-REASON     PIC X(30).
004810 77  WS-RATE                 PIC 9(4)V9(6).
004820 77  WS-FILE-RATE            PIC 9(4)V9(6).
004830 77  WS-RATE-DATE            PIC X(8).
004840 77  WS-RATE-FOUND           PIC X(1).
004850 77  WS-CURRENCY             PIC X(3).
004860 77  WS-CONV-RESULT          PIC 9(10)V99.

004900 PROCEDURE DIVISION.
005000 0000-MAINLINE.
008030             PERFORM 2560-VERIFY-REVERSAL
008040         WHEN "APPROBATION"
008045             CONTINUE
008046         WHEN "ECHEANCIER"
008047             PERFORM 2700-PARSE-RESULT
008050         WHEN OTHER
008060             IF AUDM-OPERATION(1:6) = "CHAINE"
008070                 PERFORM 2550-VERIFY-CHAIN
008080             ELSE
008090                 IF AUDM-OPERATION(1:10) = "CONVERSION"
008100                     PERFORM 2570-VERIFY-CONVERSION
008150                 ELSE
008200                     MOVE "OPERATION INCONNUE"
008210                         TO WS-EXCEPTION-REASON
008220                 END-IF
008250             END-IF
008300     END-EVALUATE
008400     IF WS-EXCEPTION-REASON = SPACES
015999 2560-VERIFY-REVERSAL.
016000     PERFORM 2700-PARSE-RESULT.

016001 2570-VERIFY-CONVERSION.
016002     PERFORM 2670-PARSE-CONVERSION-OPERANDS
016003     IF WS-EXCEPTION-REASON = SPACES
016004         MOVE AUDM-OPERATION(12:3) TO WS-CURRENCY
016005         CALL "RateLookup" USING AUDM-DATE, WS-CURRENCY,
016006             WS-FILE-RATE, WS-RATE-DATE, WS-RATE-FOUND
016007         IF WS-RATE-FOUND NOT = 'Y'
016008             MOVE "TAUX ABSENT DU FICHIER" TO WS-EXCEPTION-REASON
016009         ELSE
016010             IF WS-FILE-RATE NOT = WS-RATE
016011                 MOVE "TAUX DIFFERENT DU FICHIER"
016012                     TO WS-EXCEPTION-REASON
016013             ELSE
016014                 PERFORM 2580-RECOMPUTE-CONVERSION
016015             END-IF
016016         END-IF
016017     END-IF.

016018 2580-RECOMPUTE-CONVERSION.
016019     CALL "ConvCalc" USING WS-NUM1, WS-RATE, WS-CONV-RESULT,
016020         WS-CALC-STATUS
016021     IF WS-CALC-STATUS NOT = '0'
016022         MOVE "OPERANDES HORS LIMITE" TO WS-EXCEPTION-REASON
016023     ELSE
016024         IF WS-CONV-RESULT NOT = WS-LOGGED-RESULT
016025             MOVE "RESULTAT DIFFERENT" TO WS-EXCEPTION-REASON
016026         END-IF
016027     END-IF.

016050 2600-PARSE-OPERANDS.
016100     IF FUNCTION TEST-NUMVAL(AUDM-NUM1) NOT = 0
016200         MOVE "OPERANDE 1 ILLISIBLE" TO WS-EXCEPTION-REASON
017160         END-IF
017165     END-IF.

017167 2670-PARSE-CONVERSION-OPERANDS.
017169     IF FUNCTION TEST-NUMVAL(AUDM-NUM1) NOT = 0
017171         MOVE "OPERANDE 1 ILLISIBLE" TO WS-EXCEPTION-REASON
017173     ELSE
017175         IF FUNCTION TEST-NUMVAL(AUDM-NUM2) NOT = 0
017177             MOVE "TAUX ILLISIBLE" TO WS-EXCEPTION-REASON
017179         ELSE
017181             MOVE FUNCTION NUMVAL(AUDM-NUM1) TO WS-NUM1
017183             MOVE FUNCTION NUMVAL(AUDM-NUM2) TO WS-RATE
017185             PERFORM 2700-PARSE-RESULT
017187         END-IF
017189     END-IF.

017200 2650-PARSE-SIGNED-OPERANDS.
017300     IF FUNCTION TEST-NUMVAL(AUDM-NUM1) NOT = 0
017400         MOVE "OPERANDE 1 ILLISIBLE" TO WS-EXCEPTION-REASON
