      ******************************************************************
      * Author:
      * Date:
      * Purpose: Entretien du plan de correspondance comptable depuis
      *          le menu, reserve au superviseur - liste les
      *          correspondances, saisit ou remplace le compte a
      *          debiter et le compte a crediter d'une operation (code
      *          operation de GLEXTR : A, S, M, D, %, C, R) ou d'un
      *          type de mouvement de caisse (S sortie, E entree du
      *          coffre, T/R transfert, D depot au coffre), supprime
      *          une correspondance, et fixe le compte d'attente.
      *          GlJournal lit ce fichier pour passer le journal du
      *          jour ; une ecriture sans correspondance y part en
      *          compte d'attente et sur la page des exceptions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompteMaint IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
               FILE STATUS IS MAP-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-WORK-FILE ASSIGN TO "ACCTWRK"
               FILE STATUS IS WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MAP-FILE.
       COPY "acctmap.cpy".

       FD  ACCOUNT-WORK-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  ACCOUNT-WORK-RECORD     PIC X(42).

       WORKING-STORAGE SECTION.
       77  MAP-STATUS PIC X(2).
       77  WORK-STATUS PIC X(2).
       77  EOF-FLAG PIC X(1).
           88  FIN-FICHIER VALUE 'Y'.
       77  CHOIX PIC 9(1).
       77  FIN-ENTRETIEN PIC X(1) VALUE 'N'.
       77  SAISIE PIC X(25).
       77  ENTRY-OK PIC X(1).
       77  SOURCE-CIBLE PIC X(1).
       77  CODE-CIBLE PIC X(1).
       77  DEBIT-SAISI PIC X(8).
       77  CREDIT-SAISI PIC X(8).
       77  LIBELLE-SAISI PIC X(20).
       77  COMPTE-SAISI PIC X(8).
       77  CORRESP-TROUVEE PIC X(1).
       77  ACTION-VOULUE PIC X(1).
       77  NB-CORRESP PIC 9(5).

       PROCEDURE DIVISION.

           PERFORM UNTIL FIN-ENTRETIEN = 'Y'
               PERFORM AFFICHE-MENU
               PERFORM TRAITE-CHOIX
           END-PERFORM.

           GOBACK.

       AFFICHE-MENU.
           DISPLAY " ".
           DISPLAY "--- Plan de correspondance comptable ---".
           DISPLAY "1. Lister les correspondances".
           DISPLAY "2. Saisir ou remplacer une correspondance".
           DISPLAY "3. Supprimer une correspondance".
           DISPLAY "4. Compte d'attente".
           DISPLAY "5. Retour".
           DISPLAY "Votre choix : ".
           ACCEPT CHOIX.

       TRAITE-CHOIX.
           EVALUATE CHOIX
               WHEN 1
                   PERFORM LISTE-CORRESP
               WHEN 2
                   PERFORM SAISIT-CORRESP
               WHEN 3
                   PERFORM SUPPRIME-CORRESP
               WHEN 4
                   PERFORM SAISIT-ATTENTE
               WHEN 5
                   MOVE 'Y' TO FIN-ENTRETIEN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       LISTE-CORRESP.
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO NB-CORRESP
           OPEN INPUT ACCOUNT-MAP-FILE
           IF MAP-STATUS NOT = "00"
               DISPLAY "ACCTMAP introuvable, statut " MAP-STATUS
           ELSE
               PERFORM UNTIL FIN-FICHIER
                   READ ACCOUNT-MAP-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           PERFORM MONTRE-CORRESP
                           ADD 1 TO NB-CORRESP
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
               DISPLAY NB-CORRESP " ligne(s) sur le fichier."
           END-IF.

       MONTRE-CORRESP.
           EVALUATE TRUE
               WHEN MAP-SUSPENSE
                   DISPLAY "Compte d'attente    " MAP-DEBIT
               WHEN MAP-OPERATION
                   DISPLAY "Operation " MAP-CODE "  debit " MAP-DEBIT
                       " credit " MAP-CREDIT "  " MAP-LABEL
               WHEN OTHER
                   DISPLAY "Caisse    " MAP-CODE "  debit " MAP-DEBIT
                       " credit " MAP-CREDIT "  " MAP-LABEL
           END-EVALUATE.

       SAISIT-CORRESP.
           PERFORM GET-SOURCE-CIBLE
           PERFORM GET-CODE-CIBLE
           DISPLAY "Compte a debiter :"
           PERFORM GET-COMPTE
           MOVE COMPTE-SAISI TO DEBIT-SAISI
           DISPLAY "Compte a crediter :"
           PERFORM GET-COMPTE
           MOVE COMPTE-SAISI TO CREDIT-SAISI
           DISPLAY "Libelle (facultatif) :"
           ACCEPT SAISIE
           MOVE SAISIE TO LIBELLE-SAISI
           MOVE 'R' TO ACTION-VOULUE
           PERFORM RECRIT-CORRESP
           IF CORRESP-TROUVEE = 'Y'
               DISPLAY "Correspondance remplacee."
           ELSE
               PERFORM AJOUTE-CORRESP
               DISPLAY "Correspondance ajoutee."
           END-IF.

       SUPPRIME-CORRESP.
           PERFORM GET-SOURCE-CIBLE
           PERFORM GET-CODE-CIBLE
           MOVE 'S' TO ACTION-VOULUE
           PERFORM RECRIT-CORRESP
           IF CORRESP-TROUVEE = 'Y'
               DISPLAY "Correspondance supprimee."
           ELSE
               DISPLAY "Correspondance introuvable."
           END-IF.

       SAISIT-ATTENTE.
           MOVE 'A' TO SOURCE-CIBLE
           MOVE SPACE TO CODE-CIBLE
           DISPLAY "Compte d'attente :"
           PERFORM GET-COMPTE
           MOVE COMPTE-SAISI TO DEBIT-SAISI
           MOVE SPACES TO CREDIT-SAISI
           MOVE "Compte d'attente" TO LIBELLE-SAISI
           MOVE 'R' TO ACTION-VOULUE
           PERFORM RECRIT-CORRESP
           IF CORRESP-TROUVEE NOT = 'Y'
               PERFORM AJOUTE-CORRESP
           END-IF
           DISPLAY "Compte d'attente enregistre.".

       AJOUTE-CORRESP.
           OPEN EXTEND ACCOUNT-MAP-FILE
           IF MAP-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MAP-FILE
           END-IF
           MOVE SPACES TO ACCOUNT-MAP-RECORD
           MOVE SOURCE-CIBLE TO MAP-SOURCE
           MOVE CODE-CIBLE TO MAP-CODE
           MOVE DEBIT-SAISI TO MAP-DEBIT
           MOVE CREDIT-SAISI TO MAP-CREDIT
           MOVE LIBELLE-SAISI TO MAP-LABEL
           WRITE ACCOUNT-MAP-RECORD
           CLOSE ACCOUNT-MAP-FILE.

       GET-SOURCE-CIBLE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "O = operation, T = mouvement de caisse :"
               ACCEPT SAISIE
               MOVE FUNCTION UPPER-CASE(SAISIE(1:1)) TO SOURCE-CIBLE
               IF (SOURCE-CIBLE = 'O' OR SOURCE-CIBLE = 'T')
                  AND SAISIE(2:24) = SPACES
                   MOVE 'Y' TO ENTRY-OK
               ELSE
                   DISPLAY "Reponse invalide."
               END-IF
           END-PERFORM.

       GET-CODE-CIBLE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               IF SOURCE-CIBLE = 'O'
                   DISPLAY "Code operation (A, S, P, M, D, %, C, R) :"
               ELSE
                   DISPLAY "Type de mouvement (S, E, T, R, D) :"
               END-IF
               ACCEPT SAISIE
               MOVE FUNCTION UPPER-CASE(SAISIE(1:1)) TO CODE-CIBLE
               IF SAISIE(2:24) NOT = SPACES
                   MOVE SPACE TO CODE-CIBLE
               END-IF
               IF SOURCE-CIBLE = 'O'
                   IF CODE-CIBLE = 'A' OR 'S' OR 'P' OR 'M' OR 'D'
                      OR '%' OR 'C' OR 'R'
                       MOVE 'Y' TO ENTRY-OK
                   END-IF
               ELSE
                   IF CODE-CIBLE = 'S' OR 'E' OR 'T' OR 'R' OR 'D'
                       MOVE 'Y' TO ENTRY-OK
                   END-IF
               END-IF
               IF ENTRY-OK NOT = 'Y'
                   DISPLAY "Code invalide."
               END-IF
           END-PERFORM.

       GET-COMPTE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Numero de compte (8 chiffres) :"
               ACCEPT SAISIE
               IF SAISIE(1:8) IS NUMERIC
                  AND SAISIE(9:17) = SPACES
                   MOVE SAISIE(1:8) TO COMPTE-SAISI
                   MOVE 'Y' TO ENTRY-OK
               ELSE
                   DISPLAY "Compte invalide, 8 chiffres."
               END-IF
           END-PERFORM.

       RECRIT-CORRESP.
           MOVE 'N' TO CORRESP-TROUVEE
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT ACCOUNT-MAP-FILE
           IF MAP-STATUS = "00"
               OPEN OUTPUT ACCOUNT-WORK-FILE
               PERFORM UNTIL FIN-FICHIER
                   READ ACCOUNT-MAP-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           PERFORM MODIFIE-SI-CIBLE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
               CLOSE ACCOUNT-WORK-FILE
               IF CORRESP-TROUVEE = 'Y'
                   PERFORM RECOPIE-CORRESP
               END-IF
           END-IF.

       MODIFIE-SI-CIBLE.
           IF MAP-SOURCE = SOURCE-CIBLE
              AND (MAP-CODE = CODE-CIBLE OR SOURCE-CIBLE = 'A')
               MOVE 'Y' TO CORRESP-TROUVEE
               IF ACTION-VOULUE = 'R'
                   MOVE CODE-CIBLE TO MAP-CODE
                   MOVE DEBIT-SAISI TO MAP-DEBIT
                   MOVE CREDIT-SAISI TO MAP-CREDIT
                   MOVE LIBELLE-SAISI TO MAP-LABEL
                   MOVE ACCOUNT-MAP-RECORD TO ACCOUNT-WORK-RECORD
                   WRITE ACCOUNT-WORK-RECORD
               END-IF
           ELSE
               MOVE ACCOUNT-MAP-RECORD TO ACCOUNT-WORK-RECORD
               WRITE ACCOUNT-WORK-RECORD
           END-IF.

       RECOPIE-CORRESP.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT ACCOUNT-WORK-FILE
           OPEN OUTPUT ACCOUNT-MAP-FILE
           PERFORM UNTIL FIN-FICHIER
               READ ACCOUNT-WORK-FILE
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       MOVE ACCOUNT-WORK-RECORD TO ACCOUNT-MAP-RECORD
                       WRITE ACCOUNT-MAP-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-WORK-FILE
           CLOSE ACCOUNT-MAP-FILE.

       END PROGRAM CompteMaint.
