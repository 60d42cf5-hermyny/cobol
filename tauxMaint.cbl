      ******************************************************************
      * Author:
      * Date:
      * Purpose: Entretien du fichier des taux de change depuis le
      *          menu, reserve au superviseur - liste les taux par
      *          date et devise, saisit ou remplace le taux d'une
      *          devise pour une date (un seul taux par devise et par
      *          jour), supprime un taux saisi par erreur. Le taux est
      *          la valeur en euros d'une unite de devise. Le guichet
      *          refuse une conversion tant que le taux du jour n'est
      *          pas saisi ici ; les anciens taux restent sur le
      *          fichier pour que AuditVerify reprouve les anciennes
      *          conversions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TauxMaint IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               FILE STATUS IS RATE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-WORK-FILE ASSIGN TO "RATEWRK"
               FILE STATUS IS WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       COPY "ratefile.cpy".

       FD  RATE-WORK-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  RATE-WORK-RECORD        PIC X(23).

       WORKING-STORAGE SECTION.
       77  RATE-STATUS PIC X(2).
       77  WORK-STATUS PIC X(2).
       77  EOF-FLAG PIC X(1).
           88  FIN-FICHIER VALUE 'Y'.
       77  CHOIX PIC 9(1).
       77  FIN-ENTRETIEN PIC X(1) VALUE 'N'.
       77  SAISIE PIC X(25).
       77  ENTRY-OK PIC X(1).
       77  DATE-CIBLE PIC X(8).
       77  DEVISE-CIBLE PIC X(3).
       77  TAUX-SAISI PIC 9(4)V9(6).
       77  TAUX-ED PIC Z(3)9.9(6).
       77  TAUX-TROUVE PIC X(1).
       77  ACTION-VOULUE PIC X(1).
       77  NB-TAUX PIC 9(5).

       PROCEDURE DIVISION.

           PERFORM UNTIL FIN-ENTRETIEN = 'Y'
               PERFORM AFFICHE-MENU
               PERFORM TRAITE-CHOIX
           END-PERFORM.

           GOBACK.

       AFFICHE-MENU.
           DISPLAY " ".
           DISPLAY "--- Taux de change ---".
           DISPLAY "1. Lister les taux".
           DISPLAY "2. Saisir ou remplacer un taux".
           DISPLAY "3. Supprimer un taux".
           DISPLAY "4. Retour".
           DISPLAY "Votre choix : ".
           ACCEPT CHOIX.

       TRAITE-CHOIX.
           EVALUATE CHOIX
               WHEN 1
                   PERFORM LISTE-TAUX
               WHEN 2
                   PERFORM SAISIT-TAUX
               WHEN 3
                   PERFORM SUPPRIME-TAUX
               WHEN 4
                   MOVE 'Y' TO FIN-ENTRETIEN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       LISTE-TAUX.
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO NB-TAUX
           OPEN INPUT RATE-FILE
           IF RATE-STATUS NOT = "00"
               DISPLAY "RATEFILE introuvable, statut " RATE-STATUS
           ELSE
               PERFORM UNTIL FIN-FICHIER
                   READ RATE-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           MOVE RATE-VALUE TO TAUX-ED
                           DISPLAY RATE-DATE " " RATE-CURRENCY " "
                               TAUX-ED
                           ADD 1 TO NB-TAUX
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               DISPLAY NB-TAUX " taux sur le fichier."
           END-IF.

       SAISIT-TAUX.
           PERFORM GET-DATE-CIBLE
           PERFORM GET-DEVISE-CIBLE
           PERFORM GET-TAUX
           MOVE 'R' TO ACTION-VOULUE
           PERFORM RECRIT-TAUX
           IF TAUX-TROUVE = 'Y'
               DISPLAY "Taux remplace."
           ELSE
               OPEN EXTEND RATE-FILE
               IF RATE-STATUS = "35"
                   OPEN OUTPUT RATE-FILE
               END-IF
               MOVE SPACES TO EXCHANGE-RATE-RECORD
               MOVE DATE-CIBLE TO RATE-DATE
               MOVE DEVISE-CIBLE TO RATE-CURRENCY
               MOVE TAUX-SAISI TO RATE-VALUE
               WRITE EXCHANGE-RATE-RECORD
               CLOSE RATE-FILE
               DISPLAY "Taux ajoute."
           END-IF.

       SUPPRIME-TAUX.
           PERFORM GET-DATE-CIBLE
           PERFORM GET-DEVISE-CIBLE
           MOVE 'S' TO ACTION-VOULUE
           PERFORM RECRIT-TAUX
           IF TAUX-TROUVE = 'Y'
               DISPLAY "Taux supprime."
           ELSE
               DISPLAY "Taux introuvable."
           END-IF.

       GET-DATE-CIBLE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Date AAAAMMJJ (vide = aujourd'hui) :"
               ACCEPT SAISIE
               IF SAISIE = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-CIBLE
                   MOVE 'Y' TO ENTRY-OK
               ELSE
                   IF SAISIE(1:8) IS NUMERIC
                      AND SAISIE(9:17) = SPACES
                       MOVE SAISIE(1:8) TO DATE-CIBLE
                       MOVE 'Y' TO ENTRY-OK
                   ELSE
                       DISPLAY "Date invalide."
                   END-IF
               END-IF
           END-PERFORM.

       GET-DEVISE-CIBLE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Code devise (USD, GBP, CHF...) :"
               ACCEPT SAISIE
               MOVE FUNCTION UPPER-CASE(SAISIE(1:3)) TO DEVISE-CIBLE
               IF DEVISE-CIBLE IS NOT ALPHABETIC-UPPER
                  OR DEVISE-CIBLE(1:1) = SPACE
                  OR DEVISE-CIBLE(2:1) = SPACE
                  OR DEVISE-CIBLE(3:1) = SPACE
                  OR SAISIE(4:22) NOT = SPACES
                   DISPLAY "Code devise invalide, trois lettres."
               ELSE
                   MOVE 'Y' TO ENTRY-OK
               END-IF
           END-PERFORM.

       GET-TAUX.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Valeur en euros d'une unite :"
               ACCEPT SAISIE
               IF FUNCTION TEST-NUMVAL(SAISIE) NOT = 0
                   DISPLAY "Entree invalide, chiffres uniquement."
               ELSE
                   MOVE FUNCTION NUMVAL(SAISIE) TO TAUX-SAISI
                   IF TAUX-SAISI = ZERO
                       DISPLAY "Le taux ne peut pas etre nul."
                   ELSE
                       MOVE 'Y' TO ENTRY-OK
                   END-IF
               END-IF
           END-PERFORM.

       RECRIT-TAUX.
           MOVE 'N' TO TAUX-TROUVE
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT RATE-FILE
           IF RATE-STATUS = "00"
               OPEN OUTPUT RATE-WORK-FILE
               PERFORM UNTIL FIN-FICHIER
                   READ RATE-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           PERFORM MODIFIE-SI-CIBLE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               CLOSE RATE-WORK-FILE
               IF TAUX-TROUVE = 'Y'
                   PERFORM RECOPIE-TAUX
               END-IF
           END-IF.

       MODIFIE-SI-CIBLE.
           IF RATE-DATE = DATE-CIBLE
              AND RATE-CURRENCY = DEVISE-CIBLE
               MOVE 'Y' TO TAUX-TROUVE
               IF ACTION-VOULUE = 'R'
                   MOVE TAUX-SAISI TO RATE-VALUE
                   MOVE EXCHANGE-RATE-RECORD TO RATE-WORK-RECORD
                   WRITE RATE-WORK-RECORD
               END-IF
           ELSE
               MOVE EXCHANGE-RATE-RECORD TO RATE-WORK-RECORD
               WRITE RATE-WORK-RECORD
           END-IF.

       RECOPIE-TAUX.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT RATE-WORK-FILE
           OPEN OUTPUT RATE-FILE
           PERFORM UNTIL FIN-FICHIER
               READ RATE-WORK-FILE
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       MOVE RATE-WORK-RECORD TO EXCHANGE-RATE-RECORD
                       WRITE EXCHANGE-RATE-RECORD
               END-READ
           END-PERFORM
           CLOSE RATE-WORK-FILE
           CLOSE RATE-FILE.

       END PROGRAM TauxMaint.
