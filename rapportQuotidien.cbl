      *          regroupes dans une section TRAVAUX DE NUIT avec
      *          leurs propres compteurs et totaux, pour que le jour
      *          et la nuit se rapprochent sur la meme page.
      *          Une conversion de devises s'imprime avec le montant
      *          en devise, le code devise, le taux applique et la
      *          contre-valeur en euros, et a ses propres totaux.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  TOTAL-ADD PIC 9(12)V99 VALUE ZERO.
       77  TOTAL-SUB PIC S9(12)V99 VALUE ZERO.
       77  TOTAL-PCT PIC 9(12)V99 VALUE ZERO.
       77  COMPTE-CNV PIC 9(5) VALUE ZERO.
       77  TOTAL-CNV PIC 9(12)V99 VALUE ZERO.
       77  COMPTE-NUIT-ADD PIC 9(5) VALUE ZERO.
       77  COMPTE-NUIT-SUB PIC 9(5) VALUE ZERO.
       77  COMPTE-NUIT-MUL PIC 9(5) VALUE ZERO.
       77  TOTAL-NUIT-MUL PIC 9(12)V99 VALUE ZERO.
       77  TOTAL-NUIT-DIV PIC 9(12)V99 VALUE ZERO.
       77  TOTAL-NUIT-PCT PIC 9(12)V99 VALUE ZERO.
       77  COMPTE-NUIT-CNV PIC 9(5) VALUE ZERO.
       77  TOTAL-NUIT-CNV PIC 9(12)V99 VALUE ZERO.
       77  COMPTE-NUIT PIC 9(5) VALUE ZERO.
       77  COMPTE-ED PIC Z(4)9.
       77  TOTAL-ED PIC -(11)9.99.
           05 FILLER PIC X(3) VALUE " = ".
           05 RPT-RESULT PIC -(9)9.99.
           05 FILLER PIC X(35) VALUE SPACES.
       01  RPT-CONVERSION-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-CV-NUM1 PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-CV-DEVISE PIC X(3).
           05 FILLER PIC X(3) VALUE " x ".
           05 RPT-CV-TAUX PIC Z(3)9.9(6).
           05 FILLER PIC X(3) VALUE " = ".
           05 RPT-CV-RESULT PIC -(9)9.99.
           05 FILLER PIC X(4) VALUE " EUR".
           05 FILLER PIC X(28) VALUE SPACES.
       01  RPT-SECTION-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(19) VALUE "--- TRAVAUX DE NUIT".
           DISPLAY "Additions imprimees     : " COMPTE-ED
           MOVE COMPTE-SUB TO COMPTE-ED
           DISPLAY "Soustractions imprimees : " COMPTE-ED
           MOVE COMPTE-CNV TO COMPTE-ED
           DISPLAY "Conversions imprimees   : " COMPTE-ED
           MOVE COMPTE-NUIT TO COMPTE-ED
           DISPLAY "Travaux de nuit imprimes: " COMPTE-ED

           IF PAGE-NO = ZERO OR LINE-COUNT >= 20
               PERFORM IMPRIME-ENTETE
           END-IF
           IF CD-OPERATION(1:10) = "CONVERSION"
               PERFORM PREPARE-LIGNE-CONVERSION
           ELSE
               PERFORM PREPARE-LIGNE-CALCUL
           END-IF
           WRITE CALC-REPORT-LINE
           ADD 1 TO LINE-COUNT.

       PREPARE-LIGNE-CONVERSION.
           MOVE CD-NUM1 TO RPT-CV-NUM1
           MOVE CD-CURRENCY TO RPT-CV-DEVISE
           MOVE CD-RATE TO RPT-CV-TAUX
           MOVE CD-RESULT TO RPT-CV-RESULT
           MOVE RPT-CONVERSION-LINE TO CALC-REPORT-LINE.

       PREPARE-LIGNE-CALCUL.
           MOVE CD-NUM1 TO RPT-NUM1
           EVALUATE CD-OPERATION
               WHEN "ADDITION"
           END-EVALUATE
           MOVE CD-NUM2 TO RPT-NUM2
           MOVE CD-RESULT TO RPT-RESULT
           MOVE RPT-DETAIL-LINE TO CALC-REPORT-LINE.

       IMPRIME-ENTETE.
           ADD 1 TO PAGE-NO
               WHEN "POURCENTAGE"
                   ADD 1 TO COMPTE-PCT
                   ADD CD-RESULT TO TOTAL-PCT
               WHEN OTHER
                   IF CD-OPERATION(1:10) = "CONVERSION"
                       ADD 1 TO COMPTE-CNV
                       ADD CD-RESULT TO TOTAL-CNV
                   END-IF
           END-EVALUATE.

       IMPRIME-TOTAUX.
           MOVE COMPTE-PCT TO RPT-TOT-COMPTE
           MOVE TOTAL-PCT TO RPT-TOT-MONTANT
           MOVE RPT-TOTAL-LINE TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           MOVE "CONVERSIONS" TO RPT-TOT-LIBELLE
           MOVE COMPTE-CNV TO RPT-TOT-COMPTE
           MOVE TOTAL-CNV TO RPT-TOT-MONTANT
           MOVE RPT-TOTAL-LINE TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE.

       SECTION-NUIT.
               WHEN "POURCENTAGE"
                   ADD 1 TO COMPTE-NUIT-PCT
                   ADD CD-RESULT TO TOTAL-NUIT-PCT
               WHEN OTHER
                   IF CD-OPERATION(1:10) = "CONVERSION"
                       ADD 1 TO COMPTE-NUIT-CNV
                       ADD CD-RESULT TO TOTAL-NUIT-CNV
                   END-IF
           END-EVALUATE.

       IMPRIME-TOTAUX-NUIT.
           MOVE COMPTE-NUIT-PCT TO RPT-TOT-COMPTE
           MOVE TOTAL-NUIT-PCT TO RPT-TOT-MONTANT
           MOVE RPT-TOTAL-LINE TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE
           MOVE "CONVERS. NUIT" TO RPT-TOT-LIBELLE
           MOVE COMPTE-NUIT-CNV TO RPT-TOT-COMPTE
           MOVE TOTAL-NUIT-CNV TO RPT-TOT-MONTANT
           MOVE RPT-TOTAL-LINE TO CALC-REPORT-LINE
           WRITE CALC-REPORT-LINE.

       END PROGRAM RapportQuotidien.
