      ******************************************************************
      * Author:
      * Date:
      * Purpose: Echeancier de pret au guichet - demande le capital,
      *          le taux annuel et la duree en mois, calcule la
      *          mensualite constante puis imprime sur le fichier
      *          ECHEANC le tableau d'amortissement complet : numero
      *          d'echeance, mensualite, interets, capital rembourse
      *          et capital restant du. Les interets, le capital
      *          rembourse et le restant du de chaque ligne passent
      *          par les routines partagees MultCalc, DivCalc,
      *          SubCalc et AddCalc pour que les chiffres soient ceux
      *          du reste du guichet ; la derniere echeance solde le
      *          capital restant et absorbe les arrondis. Une seule
      *          ecriture d'audit ECHEANCIER par tableau (capital,
      *          taux et duree, mensualite) - fini l'enchainement de
      *          multiplications et de soustractions mois par mois
      *          dans le calcul en chaine.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Echeancier IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHEANCE-FILE ASSIGN TO "ECHEANC"
               FILE STATUS IS ECH-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ECHEANCE-FILE.
       01  ECHEANCE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "contflag.cpy".
       COPY "auditparm.cpy".
       01 CAPITAL PIC 9(9)V99.
       01 CAPITAL-MAX PIC 9(9)V99 VALUE 9999999.99.
       01 TAUX-ANNUEL PIC 9(9)V99.
       01 DUREE PIC 9(3).
       01 DUREE-NUM PIC 9(9)V99.
       01 DOUZE-CENTS PIC 9(9)V99 VALUE 1200.
       01 TAUX-MENSUEL PIC 9V9(12).
       01 FACTEUR PIC 9(14)V9(10).
       01 RAPPORT-FACTEUR PIC 9(5)V9(12).
       01 COEFFICIENT PIC 9(3)V9(12).
       01 MENSUALITE PIC 9(9)V99.
       01 MENSUALITE-ED PIC Z(8)9.99.
       01 SOLDE PIC 9(9)V99.
       01 INTERET PIC 9(9)V99.
       01 AMORTI PIC 9(9)V99.
       01 PAIEMENT PIC 9(9)V99.
       01 PRODUIT PIC 9(12)V99.
       01 PRODUIT-11 PIC 9(9)V99.
       01 QUOTIENT PIC 9(10)V99.
       01 RESTE PIC 9(9)V99.
       01 SOMME PIC 9(10)V99.
       01 MINUENDE PIC S9(10)V99.
       01 DIFFERENCE PIC S9(10)V99.
       01 TOTAL-PAIEMENTS PIC 9(10)V99.
       01 TOTAL-INTERETS PIC 9(10)V99.
       01 TOTAL-AMORTI PIC 9(10)V99.
       01 ECH-NO PIC 9(3).
       01 CALC-STATUS PIC X(1).
       01 CALCUL-OK PIC X(1).
       01 SAISIE PIC X(15).
       01 SAISIE-VALIDE PIC X(1).
       01 NUM1-ED PIC Z(8)9.99.
       01 RESULTAT PIC Z(9)9.99.
       01 COMPTE PIC 9(5) VALUE ZERO.
       01 COMPTE-ED PIC Z(4)9.
       01 ECH-STATUS PIC X(2).
       01 RUN-DATE PIC X(8).
       01 JOUR-FERME PIC X(1).
       01 PAGE-NO PIC 9(3).
       01 LINE-COUNT PIC 9(2).
       01 AUDIT-NUM2.
           05 AN-TAUX PIC Z9.99.
           05 FILLER PIC X(2) VALUE "% ".
           05 AN-DUREE PIC ZZ9.
           05 FILLER PIC X(2) VALUE " M".
       01 ECH-ENTETE-1.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(18) VALUE "ECHEANCIER DE PRET".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "DATE : ".
           05 ECH-DATE-ED PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "OPERATEUR : ".
           05 ECH-OPERATEUR PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 ECH-PAGE-ED PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
       01 ECH-ENTETE-2.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(10) VALUE "CAPITAL : ".
           05 ECH-CAPITAL-ED PIC Z(8)9.99.
           05 FILLER PIC X(16) VALUE "  TAUX ANNUEL : ".
           05 ECH-TAUX-ED PIC Z9.99.
           05 FILLER PIC X(11) VALUE " %  DUREE :".
           05 ECH-DUREE-ED PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " MOIS".
           05 FILLER PIC X(16) VALUE SPACES.
       01 ECH-ENTETE-3.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(13) VALUE "MENSUALITE : ".
           05 ECH-MENSUALITE-ED PIC Z(8)9.99.
           05 FILLER PIC X(54) VALUE SPACES.
       01 ECH-COLONNES.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(3) VALUE " NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "  MENSUALITE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "    INTERETS".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "CAPITAL REMB".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "     RESTANT".
           05 FILLER PIC X(17) VALUE SPACES.
       01 ECH-DETAIL.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ECH-NO-ED PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ECH-PAIEMENT-ED PIC Z(8)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ECH-INTERET-ED PIC Z(8)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ECH-AMORTI-ED PIC Z(8)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ECH-SOLDE-ED PIC Z(8)9.99.
           05 FILLER PIC X(17) VALUE SPACES.
       01 ECH-TOTAL.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "TOTAL".
           05 ECH-TOT-PAIEMENTS-ED PIC Z(8)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ECH-TOT-INTERETS-ED PIC Z(8)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ECH-TOT-AMORTI-ED PIC Z(8)9.99.
           05 FILLER PIC X(32) VALUE SPACES.

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

           OPEN OUTPUT ECHEANCE-FILE
           IF ECH-STATUS NOT = "00"
               DISPLAY "ECHEANC impossible a ouvrir, statut "
                   ECH-STATUS
               GOBACK
           END-IF

           PERFORM UNTIL CONT-NO
               PERFORM GET-CAPITAL
               PERFORM GET-TAUX
               PERFORM GET-DUREE
               PERFORM CALCULE-MENSUALITE
               IF CALCUL-OK = 'Y'
                   PERFORM IMPRIME-ECHEANCIER
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO COMPTE
                   MOVE MENSUALITE TO MENSUALITE-ED
                   DISPLAY "Mensualite :" MENSUALITE-ED
                   MOVE TOTAL-INTERETS TO RESULTAT
                   DISPLAY "Total des interets :" RESULTAT
               ELSE
                   DISPLAY "Parametres hors limite, echeancier non "
                       "calcule."
               END-IF
               PERFORM ACCEPT-CONTINUE
           END-PERFORM.

           MOVE COMPTE TO COMPTE-ED
           DISPLAY "Echeanciers imprimes sur ECHEANC : " COMPTE-ED.

           CLOSE ECHEANCE-FILE.

           PERFORM CLOSE-AUDIT-MASTER.

           GOBACK.

       GET-CAPITAL.
           MOVE 'N' TO SAISIE-VALIDE
           PERFORM UNTIL SAISIE-VALIDE = 'Y'
               DISPLAY 'Capital emprunte :'
               ACCEPT SAISIE
               IF FUNCTION TEST-NUMVAL(SAISIE) NOT = 0
                   DISPLAY "Entree invalide, chiffres uniquement."
               ELSE
                   MOVE FUNCTION NUMVAL(SAISIE) TO CAPITAL
                   IF CAPITAL = ZERO OR CAPITAL > CAPITAL-MAX
                       MOVE CAPITAL-MAX TO NUM1-ED
                       DISPLAY "Capital entre 0,01 et " NUM1-ED "."
                   ELSE
                       MOVE 'Y' TO SAISIE-VALIDE
                   END-IF
               END-IF
           END-PERFORM.

       GET-TAUX.
           MOVE 'N' TO SAISIE-VALIDE
           PERFORM UNTIL SAISIE-VALIDE = 'Y'
               DISPLAY 'Taux annuel en pour cent (ex. 4.75) :'
               ACCEPT SAISIE
               IF FUNCTION TEST-NUMVAL(SAISIE) NOT = 0
                   DISPLAY "Entree invalide, chiffres uniquement."
               ELSE
                   MOVE FUNCTION NUMVAL(SAISIE) TO TAUX-ANNUEL
                   IF TAUX-ANNUEL > 99.99
                       DISPLAY "Taux annuel limite a 99.99 %."
                   ELSE
                       MOVE 'Y' TO SAISIE-VALIDE
                   END-IF
               END-IF
           END-PERFORM.

       GET-DUREE.
           MOVE 'N' TO SAISIE-VALIDE
           PERFORM UNTIL SAISIE-VALIDE = 'Y'
               DISPLAY 'Duree en mois (1 a 360) :'
               ACCEPT SAISIE
               IF FUNCTION TEST-NUMVAL(SAISIE) NOT = 0
                   DISPLAY "Entree invalide, chiffres uniquement."
               ELSE
                   IF FUNCTION NUMVAL(SAISIE) < 1
                      OR FUNCTION NUMVAL(SAISIE) > 360
                       DISPLAY "Duree entre 1 et 360 mois."
                   ELSE
                       MOVE FUNCTION NUMVAL(SAISIE) TO DUREE
                       MOVE 'Y' TO SAISIE-VALIDE
                   END-IF
               END-IF
           END-PERFORM.

      * La mensualite constante est la seule valeur calculee hors des
      * routines partagees : la formule demande une puissance que
      * MultCalc a deux decimales ne tient pas.
       CALCULE-MENSUALITE.
           MOVE 'Y' TO CALCUL-OK
           IF TAUX-ANNUEL = ZERO
               MOVE DUREE TO DUREE-NUM
               CALL "DivCalc" USING CAPITAL, DUREE-NUM, QUOTIENT,
                   RESTE, CALC-STATUS
               MOVE QUOTIENT TO MENSUALITE
           ELSE
               COMPUTE TAUX-MENSUEL = TAUX-ANNUEL / 1200
               COMPUTE FACTEUR = (1 + TAUX-MENSUEL) ** DUREE
                   ON SIZE ERROR
                       MOVE 'N' TO CALCUL-OK
               END-COMPUTE
               IF CALCUL-OK = 'Y'
                   COMPUTE RAPPORT-FACTEUR = FACTEUR / (FACTEUR - 1)
                   COMPUTE COEFFICIENT = TAUX-MENSUEL * RAPPORT-FACTEUR
                   COMPUTE MENSUALITE ROUNDED = CAPITAL * COEFFICIENT
                       ON SIZE ERROR
                           MOVE 'N' TO CALCUL-OK
                   END-COMPUTE
               END-IF
           END-IF.

       IMPRIME-ECHEANCIER.
           MOVE CAPITAL TO SOLDE
           MOVE ZERO TO TOTAL-PAIEMENTS
           MOVE ZERO TO TOTAL-INTERETS
           MOVE ZERO TO TOTAL-AMORTI
           MOVE ZERO TO PAGE-NO
           PERFORM IMPRIME-ENTETE
           PERFORM VARYING ECH-NO FROM 1 BY 1 UNTIL ECH-NO > DUREE
               PERFORM CALCULE-LIGNE
               IF LINE-COUNT >= 50
                   PERFORM IMPRIME-ENTETE
               END-IF
               PERFORM IMPRIME-LIGNE
           END-PERFORM
           MOVE TOTAL-PAIEMENTS TO ECH-TOT-PAIEMENTS-ED
           MOVE TOTAL-INTERETS TO ECH-TOT-INTERETS-ED
           MOVE TOTAL-AMORTI TO ECH-TOT-AMORTI-ED
           MOVE SPACES TO ECHEANCE-LINE
           WRITE ECHEANCE-LINE
           MOVE ECH-TOTAL TO ECHEANCE-LINE
           WRITE ECHEANCE-LINE
           MOVE SPACES TO ECHEANCE-LINE
           WRITE ECHEANCE-LINE.

       IMPRIME-ENTETE.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO ECH-PAGE-ED
           MOVE RUN-DATE(7:2) TO ECH-DATE-ED(1:2)
           MOVE "/" TO ECH-DATE-ED(3:1)
           MOVE RUN-DATE(5:2) TO ECH-DATE-ED(4:2)
           MOVE "/" TO ECH-DATE-ED(6:1)
           MOVE RUN-DATE(1:4) TO ECH-DATE-ED(7:4)
           MOVE OPERATEUR-ID TO ECH-OPERATEUR
           MOVE CAPITAL TO ECH-CAPITAL-ED
           MOVE TAUX-ANNUEL TO ECH-TAUX-ED
           MOVE DUREE TO ECH-DUREE-ED
           MOVE MENSUALITE TO ECH-MENSUALITE-ED
           MOVE ECH-ENTETE-1 TO ECHEANCE-LINE
           WRITE ECHEANCE-LINE
           MOVE ECH-ENTETE-2 TO ECHEANCE-LINE
           WRITE ECHEANCE-LINE
           MOVE ECH-ENTETE-3 TO ECHEANCE-LINE
           WRITE ECHEANCE-LINE
           MOVE SPACES TO ECHEANCE-LINE
           WRITE ECHEANCE-LINE
           MOVE ECH-COLONNES TO ECHEANCE-LINE
           WRITE ECHEANCE-LINE
           MOVE ZERO TO LINE-COUNT.

      * Interets du mois = restant du x taux annuel / 1200. La
      * derniere echeance rembourse tout le restant du et porte donc
      * l'ecart d'arrondi accumule sur les mois precedents.
       CALCULE-LIGNE.
           CALL "MultCalc" USING SOLDE, TAUX-ANNUEL, PRODUIT,
               CALC-STATUS
           MOVE PRODUIT TO PRODUIT-11
           CALL "DivCalc" USING PRODUIT-11, DOUZE-CENTS, QUOTIENT,
               RESTE, CALC-STATUS
           MOVE QUOTIENT TO INTERET
           IF ECH-NO = DUREE
               MOVE SOLDE TO AMORTI
               CALL "AddCalc" USING SOLDE, INTERET, SOMME, CALC-STATUS
               MOVE SOMME TO PAIEMENT
           ELSE
               MOVE MENSUALITE TO PAIEMENT
               MOVE MENSUALITE TO MINUENDE
               CALL "SubCalc" USING MINUENDE, INTERET, DIFFERENCE
               MOVE DIFFERENCE TO AMORTI
           END-IF
           MOVE SOLDE TO MINUENDE
           CALL "SubCalc" USING MINUENDE, AMORTI, DIFFERENCE
           MOVE DIFFERENCE TO SOLDE
           ADD PAIEMENT TO TOTAL-PAIEMENTS
           ADD INTERET TO TOTAL-INTERETS
           ADD AMORTI TO TOTAL-AMORTI.

       IMPRIME-LIGNE.
           MOVE ECH-NO TO ECH-NO-ED
           MOVE PAIEMENT TO ECH-PAIEMENT-ED
           MOVE INTERET TO ECH-INTERET-ED
           MOVE AMORTI TO ECH-AMORTI-ED
           MOVE SOLDE TO ECH-SOLDE-ED
           MOVE ECH-DETAIL TO ECHEANCE-LINE
           WRITE ECHEANCE-LINE
           ADD 1 TO LINE-COUNT.

       ACCEPT-CONTINUE.
           DISPLAY CONT-PROMPT.
           ACCEPT CONT-FLAG.

       WRITE-AUDIT-RECORD.
           MOVE 'W' TO AW-FUNCTION
           MOVE OPERATEUR-ID TO AW-OPERATOR
           MOVE "ECHEANCIER" TO AW-OPERATION
           MOVE CAPITAL TO NUM1-ED
           MOVE TAUX-ANNUEL TO AN-TAUX
           MOVE DUREE TO AN-DUREE
           MOVE NUM1-ED TO AW-NUM1
           MOVE AUDIT-NUM2 TO AW-NUM2
           MOVE MENSUALITE TO RESULTAT
           MOVE RESULTAT TO AW-RESULT
           CALL "AuditWrite" USING AUDIT-WRITE-PARMS.

       CLOSE-AUDIT-MASTER.
           MOVE 'C' TO AW-FUNCTION
           CALL "AuditWrite" USING AUDIT-WRITE-PARMS.

       END PROGRAM Echeancier.
