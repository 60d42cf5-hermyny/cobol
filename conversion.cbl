      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de devises au guichet - demande le code
      *          de la devise et le montant apporte par le client,
      *          prend le taux du jour sur le fichier RATEFILE par
      *          RateLookup (refus si le superviseur n'a pas saisi
      *          de taux pour aujourd'hui), convertit en euros par
      *          la routine partagee ConvCalc (arrondi au centime),
      *          puis ecrit l'ecriture d'audit et le detail CALCDET
      *          comme l'addition, avec le meme controle de limite
      *          et la meme approbation superviseur. L'operation
      *          d'audit porte le code devise (CONVERSION USD) et le
      *          deuxieme operande le taux applique, pour que la
      *          conversion se reprouve plus tard - fini la
      *          calculette de poche et la ressaisie du resultat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Conversion IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-DETAIL-FILE ASSIGN TO "CALCDET"
               FILE STATUS IS DET-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIMIT-FILE ASSIGN TO "LIMITFLE"
               FILE STATUS IS LIM-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "calcdet.cpy".

       FD  LIMIT-FILE.
       COPY "limitfle.cpy".

       WORKING-STORAGE SECTION.
       COPY "contflag.cpy".
       COPY "auditparm.cpy".
       01 NUM1 PIC 9(9)V99.
       01 DEVISE PIC X(3).
       01 TAUX PIC 9(4)V9(6).
       01 TAUX-DATE PIC X(8).
       01 TAUX-TROUVE PIC X(1).
       01 TAUX-ED PIC Z(5)9.9(6).
       01 RESULTAT-NUM PIC 9(10)V99.
       01 RESULTAT PIC Z(9)9.99.
       01 SAISIE PIC X(12).
       01 NUM1-ED PIC Z(8)9.99.
       01 NUM2-ED PIC Z(8)9.99.
       01 CALC-STATUS PIC X(1).
       01 SAISIE-VALIDE PIC X(1).
       01 GRAND-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 GRAND-TOTAL-ED PIC Z(10)9.99.
       01 COMPTE PIC 9(5) VALUE ZERO.
       01 COMPTE-ED PIC Z(4)9.
       01 DET-STATUS PIC X(2).
       01 RUN-DATE PIC X(8).
       01 LIM-STATUS PIC X(2).
       01 LIMITE-ACTIVE PIC X(1) VALUE 'N'.
       01 LIMITE-MONTANT PIC 9(9)V99.
       01 LIMITE-OK PIC X(1).
       01 LIMITE-ED PIC Z(8)9.99.
       01 FIN-LIMITES PIC X(1).
       01 SUPERVISEUR-ID PIC X(8).
       01 APPROUVE PIC X(1).
       01 PROGRAMME-APPEL PIC X(15) VALUE "Conversion".
       01 JOUR-FERME PIC X(1).

       LINKAGE SECTION.
       01  OPERATEUR-ID PIC X(8).

       PROCEDURE DIVISION USING OPERATEUR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           CALL "CloseCheck" USING RUN-DATE, JOUR-FERME
           IF JOUR-FERME = 'Y'
               DISPLAY "Journee " RUN-DATE " cloturee, saisie "
                   "refusee."
               GOBACK
           END-IF

           CANCEL "RateLookup"
           PERFORM OPEN-DETAIL-FILE
           PERFORM CHARGE-LIMITE

           PERFORM UNTIL CONT-NO
               PERFORM GET-DEVISE
               PERFORM GET-NUM1
               PERFORM CONTROLE-LIMITE
               PERFORM COMPUTE-RESULTAT

               DISPLAY "Contre-valeur en euros :" RESULTAT

               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-DETAIL-RECORD
               PERFORM ACCUMULATE-TOTALS
               PERFORM ACCEPT-CONTINUE
           END-PERFORM.

           PERFORM DISPLAY-CONTROL-TOTALS.

           CLOSE CALC-DETAIL-FILE.

           PERFORM CLOSE-AUDIT-MASTER.

           GOBACK.

       GET-DEVISE.
           MOVE 'N' TO SAISIE-VALIDE
           PERFORM UNTIL SAISIE-VALIDE = 'Y'
               DISPLAY 'Code devise (USD, GBP, CHF...) :'
               ACCEPT SAISIE
               MOVE FUNCTION UPPER-CASE(SAISIE(1:3)) TO DEVISE
               IF DEVISE IS NOT ALPHABETIC-UPPER
                  OR DEVISE(1:1) = SPACE
                  OR DEVISE(2:1) = SPACE
                  OR DEVISE(3:1) = SPACE
                  OR SAISIE(4:9) NOT = SPACES
                   DISPLAY "Code devise invalide, trois lettres."
               ELSE
                   CALL "RateLookup" USING RUN-DATE, DEVISE, TAUX,
                       TAUX-DATE, TAUX-TROUVE
                   IF TAUX-TROUVE NOT = 'Y'
                      OR TAUX-DATE NOT = RUN-DATE
                       DISPLAY "Pas de taux du jour pour " DEVISE
                           ", prevenir le superviseur."
                   ELSE
                       MOVE TAUX TO TAUX-ED
                       DISPLAY "Taux du jour " DEVISE " : " TAUX-ED
                       MOVE 'Y' TO SAISIE-VALIDE
                   END-IF
               END-IF
           END-PERFORM.

       GET-NUM1.
           MOVE 'N' TO SAISIE-VALIDE
           PERFORM UNTIL SAISIE-VALIDE = 'Y'
               DISPLAY 'Montant en devise :'
               ACCEPT SAISIE
               IF FUNCTION TEST-NUMVAL(SAISIE) NOT = 0
                   DISPLAY "Entree invalide, chiffres uniquement."
               ELSE
                   MOVE FUNCTION NUMVAL(SAISIE) TO NUM1
                   MOVE 'Y' TO SAISIE-VALIDE
               END-IF
           END-PERFORM.

       COMPUTE-RESULTAT.
           CALL "ConvCalc" USING NUM1, TAUX, RESULTAT-NUM, CALC-STATUS
           IF CALC-STATUS = '9'
               DISPLAY "Resultat trop grand, ressaisir le montant."
               PERFORM GET-NUM1
               PERFORM CONTROLE-LIMITE
               PERFORM COMPUTE-RESULTAT
           ELSE
               MOVE RESULTAT-NUM TO RESULTAT
           END-IF.

       ACCUMULATE-TOTALS.
           ADD RESULTAT-NUM TO GRAND-TOTAL.
           ADD 1 TO COMPTE.

       ACCEPT-CONTINUE.
           DISPLAY CONT-PROMPT.
           ACCEPT CONT-FLAG.

       DISPLAY-CONTROL-TOTALS.
           MOVE GRAND-TOTAL TO GRAND-TOTAL-ED
           MOVE COMPTE TO COMPTE-ED
           DISPLAY "Nombre de conversions : " COMPTE-ED
           DISPLAY "Total en euros        : " GRAND-TOTAL-ED.

       OPEN-DETAIL-FILE.
           OPEN EXTEND CALC-DETAIL-FILE
           IF DET-STATUS = "35"
               OPEN OUTPUT CALC-DETAIL-FILE
           END-IF.

       CHARGE-LIMITE.
           MOVE 'N' TO LIMITE-ACTIVE
           MOVE 'N' TO FIN-LIMITES
           OPEN INPUT LIMIT-FILE
           IF LIM-STATUS = "00"
               PERFORM UNTIL FIN-LIMITES = 'Y'
                   READ LIMIT-FILE
                       AT END
                           MOVE 'Y' TO FIN-LIMITES
                       NOT AT END
                           IF LIM-OP-CODE = "C"
                               MOVE LIM-THRESHOLD TO LIMITE-MONTANT
                               MOVE 'Y' TO LIMITE-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-FILE
           END-IF.

       CONTROLE-LIMITE.
           MOVE 'N' TO LIMITE-OK
           PERFORM UNTIL LIMITE-OK = 'Y'
               IF LIMITE-ACTIVE = 'Y' AND NUM1 > LIMITE-MONTANT
                   MOVE LIMITE-MONTANT TO LIMITE-ED
                   DISPLAY "Montant au-dela de la limite ("
                       LIMITE-ED "), approbation requise."
                   CALL "SupvApprove" USING SUPERVISEUR-ID, APPROUVE,
                       PROGRAMME-APPEL
                   IF APPROUVE = 'Y'
                       PERFORM ECRIT-APPROBATION
                       MOVE 'Y' TO LIMITE-OK
                   ELSE
                       DISPLAY "Approbation refusee, ressaisir."
                       PERFORM GET-NUM1
                   END-IF
               ELSE
                   MOVE 'Y' TO LIMITE-OK
               END-IF
           END-PERFORM.

       ECRIT-APPROBATION.
           MOVE 'W' TO AW-FUNCTION
           MOVE SUPERVISEUR-ID TO AW-OPERATOR
           MOVE "APPROBATION" TO AW-OPERATION
           MOVE NUM1 TO NUM1-ED
           MOVE LIMITE-MONTANT TO NUM2-ED
           MOVE NUM1-ED TO AW-NUM1
           MOVE NUM2-ED TO AW-NUM2
           MOVE OPERATEUR-ID TO AW-RESULT
           CALL "AuditWrite" USING AUDIT-WRITE-PARMS.

       WRITE-DETAIL-RECORD.
           MOVE SPACES TO CALC-DETAIL-RECORD
           MOVE RUN-DATE TO CD-DATE
           MOVE SPACES TO CD-OPERATION
           STRING "CONVERSION " DEVISE
               DELIMITED BY SIZE INTO CD-OPERATION
           MOVE NUM1 TO CD-NUM1
           MOVE ZERO TO CD-NUM2
           MOVE RESULTAT-NUM TO CD-RESULT
           MOVE "JOUR" TO CD-SOURCE
           MOVE DEVISE TO CD-CURRENCY
           MOVE TAUX TO CD-RATE
           WRITE CALC-DETAIL-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE 'W' TO AW-FUNCTION
           MOVE OPERATEUR-ID TO AW-OPERATOR
           MOVE SPACES TO AW-OPERATION
           STRING "CONVERSION " DEVISE
               DELIMITED BY SIZE INTO AW-OPERATION
           MOVE NUM1 TO NUM1-ED
           MOVE TAUX TO TAUX-ED
           MOVE NUM1-ED TO AW-NUM1
           MOVE TAUX-ED TO AW-NUM2
           MOVE RESULTAT TO AW-RESULT
           CALL "AuditWrite" USING AUDIT-WRITE-PARMS.

       CLOSE-AUDIT-MASTER.
           MOVE 'C' TO AW-FUNCTION
           CALL "AuditWrite" USING AUDIT-WRITE-PARMS.

       END PROGRAM Conversion.
