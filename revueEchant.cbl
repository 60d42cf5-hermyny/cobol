      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revue en second regard des echantillons du jour,
      *          reservee au superviseur - parcourt le fichier REVUE
      *          tire par ReviewSample, montre pour chaque element
      *          encore a revoir la cle d'audit d'origine, l'operation,
      *          les operandes, le resultat, l'operateur et le motif
      *          du tirage (approuve par un superviseur ou tire au
      *          sort), puis enregistre "conforme" ou "non conforme"
      *          avec un commentaire (obligatoire pour non conforme),
      *          le reviseur et la date de revue. Un element saisi ou
      *          approuve par le superviseur connecte lui est refuse
      *          et reste pour un autre reviseur. On peut passer
      *          un element ou arreter la revue a tout moment, le
      *          reste demeure a revoir pour ReviewReport.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevueEchant IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO "REVUE"
               FILE STATUS IS REVUE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVIEW-WORK-FILE ASSIGN TO "REVUEWRK"
               FILE STATUS IS WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
       COPY "reviewfle.cpy".

       FD  REVIEW-WORK-FILE
           RECORD CONTAINS 156 CHARACTERS.
       01  REVIEW-WORK-RECORD      PIC X(156).

       WORKING-STORAGE SECTION.
       77  REVUE-STATUS PIC X(2).
       77  WORK-STATUS PIC X(2).
       77  EOF-FLAG PIC X(1).
           88  FIN-FICHIER VALUE 'Y'.
       77  FIN-REVUE PIC X(1).
       77  REVUE-MODIFIEE PIC X(1).
       77  SAISIE PIC X(40).
       77  REPONSE PIC X(1).
       77  ENTRY-OK PIC X(1).
       77  DATE-JOUR PIC X(8).
       77  NB-A-REVOIR PIC 9(5).
       77  NB-REVUS PIC 9(5).
       77  NB-PROPRES PIC 9(5).

       LINKAGE SECTION.
       01  OPERATEUR-ID PIC X(8).

       PROCEDURE DIVISION USING OPERATEUR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-JOUR
           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO FIN-REVUE
           MOVE 'N' TO REVUE-MODIFIEE
           MOVE ZERO TO NB-A-REVOIR
           MOVE ZERO TO NB-REVUS
           MOVE ZERO TO NB-PROPRES
           OPEN INPUT REVIEW-FILE
           IF REVUE-STATUS NOT = "00"
               DISPLAY "REVUE introuvable, statut " REVUE-STATUS
               GOBACK
           END-IF
           OPEN OUTPUT REVIEW-WORK-FILE
           PERFORM UNTIL FIN-FICHIER
               READ REVIEW-FILE
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       PERFORM TRAITE-ELEMENT
                       MOVE REVIEW-RECORD TO REVIEW-WORK-RECORD
                       WRITE REVIEW-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE REVIEW-FILE
           CLOSE REVIEW-WORK-FILE
           IF REVUE-MODIFIEE = 'Y'
               PERFORM RECOPIE-REVUE
           END-IF
           DISPLAY " "
           DISPLAY NB-REVUS " element(s) revu(s), " NB-A-REVOIR
               " encore a revoir dont " NB-PROPRES
               " a laisser a un autre superviseur."
           GOBACK.

       TRAITE-ELEMENT.
           IF RV-A-REVOIR
               IF FIN-REVUE = 'Y'
                   ADD 1 TO NB-A-REVOIR
               ELSE
                   IF RV-OPERATOR = OPERATEUR-ID
                      OR RV-SUPERVISOR = OPERATEUR-ID
                       ADD 1 TO NB-A-REVOIR
                       ADD 1 TO NB-PROPRES
                   ELSE
                       PERFORM MONTRE-ELEMENT
                       PERFORM DEMANDE-VERDICT
                   END-IF
               END-IF
           END-IF.

       MONTRE-ELEMENT.
           DISPLAY " "
           DISPLAY "Ecriture " RV-DATE " " RV-TIME "/" RV-SEQ
               "  operateur " RV-OPERATOR
           DISPLAY "Operation : " RV-OPERATION
           DISPLAY "Operande 1: " RV-NUM1
           DISPLAY "Operande 2: " RV-NUM2
           DISPLAY "Resultat  : " RV-RESULT
           IF RV-APPROVED-ITEM
               DISPLAY "Motif     : approuve par " RV-SUPERVISOR
           ELSE
               DISPLAY "Motif     : tire au sort le " RV-SAMPLE-DATE
           END-IF.

       DEMANDE-VERDICT.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "C = conforme, N = non conforme, P = passer,"
                   " Q = arreter la revue :"
               ACCEPT SAISIE
               MOVE FUNCTION UPPER-CASE(SAISIE(1:1)) TO REPONSE
               EVALUATE REPONSE
                   WHEN 'C'
                   WHEN 'N'
                       PERFORM DEMANDE-COMMENTAIRE
                   WHEN 'P'
                       ADD 1 TO NB-A-REVOIR
                       MOVE 'Y' TO ENTRY-OK
                   WHEN 'Q'
                       ADD 1 TO NB-A-REVOIR
                       MOVE 'Y' TO FIN-REVUE
                       MOVE 'Y' TO ENTRY-OK
                   WHEN OTHER
                       DISPLAY "Reponse invalide."
               END-EVALUATE
           END-PERFORM.

       DEMANDE-COMMENTAIRE.
           IF REPONSE = 'N'
               DISPLAY "Commentaire (obligatoire) :"
           ELSE
               DISPLAY "Commentaire (facultatif) :"
           END-IF
           ACCEPT SAISIE
           IF SAISIE = SPACES AND REPONSE = 'N'
               DISPLAY "Un commentaire est exige pour non conforme."
           ELSE
               MOVE REPONSE TO RV-VERDICT
               MOVE OPERATEUR-ID TO RV-REVIEWER
               MOVE DATE-JOUR TO RV-REVIEW-DATE
               MOVE SAISIE TO RV-COMMENT
               MOVE 'Y' TO REVUE-MODIFIEE
               ADD 1 TO NB-REVUS
               MOVE 'Y' TO ENTRY-OK
           END-IF.

       RECOPIE-REVUE.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT REVIEW-WORK-FILE
           OPEN OUTPUT REVIEW-FILE
           PERFORM UNTIL FIN-FICHIER
               READ REVIEW-WORK-FILE
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       MOVE REVIEW-WORK-RECORD TO REVIEW-RECORD
                       WRITE REVIEW-RECORD
               END-READ
           END-PERFORM
           CLOSE REVIEW-WORK-FILE
           CLOSE REVIEW-FILE.

       END PROGRAM RevueEchant.
