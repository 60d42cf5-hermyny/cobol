      *          la meme validation TEST-NUMVAL que l'addition) et
      *          supprime une ligne mal saisie avant le passage de
      *          nuit, pour que l'equipe de jour n'ait plus jamais a
      *          compter les colonnes du fichier de 46 octets. Chaque
      *          enregistrement porte sa priorite et son demandeur
      *          pour le tri du pre-controle et la ventilation des
      *          resultats par demandeur.
      *          maitre d'audit, puis estampille la retenue
      *          approuvee et la remet dans la file brute pour le
      *          prochain pre-controle.
      *          Une conversion de devises (code C) porte le code
      *          devise a la place du deuxieme nombre ; elle n'est
      *          pas proposee en ordre permanent, le taux changeant
      *          chaque jour.
      *          Une ligne venue d'un lot departemental garde son
      *          numero de lot et de ligne quand elle est retenue puis
      *          liberee, pour que le retour au departement la
      *          retrouve.
      *          Chaque retenue porte sa date, le seuil depasse et son
      *          statut de revue : la liste les affiche avec l'age en
      *          jours, un superviseur peut marquer une retenue
      *          examinee sans la liberer, et le rapport d'anciennete
      *          regroupe les retenues par demandeur en tranches de
      *          1-3, 4-7 et plus de 7 jours. Une retenue non liberee
      *          a temps est refusee par HeldAging la nuit. Retour
      *          passe au choix 99 comme au menu principal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS HELD-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-WORK-FILE ASSIGN TO "HELDWRK"
               FILE STATUS IS HELD-WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-QUEUE-FILE
           RECORD CONTAINS 46 CHARACTERS.
       COPY "nightq.cpy".

       FD  QUEUE-WORK-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  QUEUE-WORK-RECORD       PIC X(46).

       FD  HELD-FILE.
       COPY "nightheld.cpy".

       FD  HELD-WORK-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  HELD-WORK-RECORD        PIC X(87).

       FD  STANDING-ORDER-FILE.
       COPY "standord.cpy".
       77  PRIORITE PIC X(1).
       77  DEMANDEUR PIC X(8).
       77  HELD-STATUS PIC X(2).
       77  HELD-WORK-STATUS PIC X(2).
       77  DATE-JOUR PIC 9(8).
       77  DATE-RETENUE PIC 9(8).
       77  AGE-JOURS PIC S9(5).
       77  AGE-ED PIC Z(4)9.
       77  LIMITE-ED PIC Z(8)9.99.
       77  TRANCHE PIC 9(1).
       77  NB-DEMANDEURS PIC 9(2).
       77  IX-DEM PIC 9(3).
       77  DEM-TROUVE PIC 9(2).
       77  TRANCHE-1-ED PIC Z(4)9.
       77  TRANCHE-2-ED PIC Z(4)9.
       77  TRANCHE-3-ED PIC Z(4)9.
       01  TABLE-ANCIENNETE.
           05  ANC-LIGNE OCCURS 99.
               10  ANC-DEMANDEUR PIC X(8).
               10  ANC-NOMBRE PIC 9(5) OCCURS 3.
       01  TOTAL-ANCIENNETE.
           05  TOT-NOMBRE PIC 9(5) OCCURS 3.
       77  SUPERVISEUR-ID PIC X(8).
       77  APPROUVE PIC X(1).
       77  PROGRAMME-APPEL PIC X(15) VALUE "QueueMaint".
       01  RETENUE-CHOISIE.
           05  RC-OP-CODE PIC X(1).
           05  RC-NUM1 PIC 9(9)V99.
           05  RC-NUM2-X PIC X(11).
           05  RC-NUM2 REDEFINES RC-NUM2-X PIC 9(9)V99.
           05  RC-PRIORITY PIC X(1).
           05  RC-REQUESTOR PIC X(8).
           05  RC-APPROVAL PIC X(1).
           05  RC-BATCH-ID PIC X(8).
           05  RC-BATCH-LINE PIC X(5).
       77  EOF-FLAG PIC X(1).
           88  FIN-FICHIER VALUE 'Y'.
       77  CHOIX PIC 9(2).
       77  FIN-ENTRETIEN PIC X(1) VALUE 'N'.
       77  SAISIE PIC X(15).
       77  ENTRY-OK PIC X(1).
       77  NUM2 PIC 9(9)V99.
       77  NUM1-ED PIC Z(8)9.99.
       77  NUM2-ED PIC Z(8)9.99.
       77  NUM2-AFF PIC X(12).
       77  DEVISE PIC X(3).
       77  NO-LIGNE PIC 9(5).
       77  LIGNE-CIBLE PIC 9(5).
       77  LIGNE-ED PIC Z(4)9.
           DISPLAY "6. Expirer un ordre permanent".
           DISPLAY "7. Lister les retenues hors limite".
           DISPLAY "8. Liberer une retenue".
           DISPLAY "9. Anciennete des retenues".
           DISPLAY "10. Marquer une retenue examinee".
           DISPLAY "99. Retour".
           DISPLAY "Votre choix : ".
           ACCEPT CHOIX.

               WHEN 8
                   PERFORM LIBERE-RETENUE
               WHEN 9
                   PERFORM RAPPORT-ANCIENNETE
               WHEN 10
                   PERFORM EXAMINE-RETENUE
               WHEN 99
                   MOVE 'Y' TO FIN-ENTRETIEN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           ADD 1 TO NO-LIGNE
           MOVE NO-LIGNE TO LIGNE-ED
           MOVE NQ-NUM1 TO NUM1-ED
           IF NQ-OP-CODE = "C"
               MOVE NQ-NUM2-X TO NUM2-AFF
           ELSE
               MOVE NQ-NUM2 TO NUM2-ED
               MOVE NUM2-ED TO NUM2-AFF
           END-IF
           DISPLAY LIGNE-ED ". " NQ-OP-CODE " " NUM1-ED " " NUM2-AFF
               " P" NQ-PRIORITY " " NQ-REQUESTOR.

       AJOUTE-ENREGISTREMENT.
           PERFORM GET-OP-CODE
           PERFORM GET-NUM1
           IF OP-CODE = "C"
               PERFORM GET-DEVISE
           ELSE
               PERFORM GET-NUM2
           END-IF
           PERFORM GET-PRIORITE
           PERFORM GET-DEMANDEUR
           OPEN EXTEND NIGHT-QUEUE-FILE
           MOVE SPACES TO NIGHT-QUEUE-RECORD
           MOVE OP-CODE TO NQ-OP-CODE
           MOVE NUM1 TO NQ-NUM1
           IF OP-CODE = "C"
               MOVE DEVISE TO NQ-NUM2-X
           ELSE
               MOVE NUM2 TO NQ-NUM2
           END-IF
           MOVE PRIORITE TO NQ-PRIORITY
           MOVE DEMANDEUR TO NQ-REQUESTOR
           WRITE NIGHT-QUEUE-RECORD
       GET-OP-CODE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Code operation (A, S, P, M, D, %, C) :"
               ACCEPT SAISIE
               MOVE FUNCTION UPPER-CASE(SAISIE(1:1)) TO OP-CODE
               IF OP-CODE = "A" OR "S" OR "P" OR "M" OR "D" OR "%"
                  OR "C"
                   MOVE 'Y' TO ENTRY-OK
               ELSE
                   DISPLAY "Code invalide."
               END-IF
           END-PERFORM.

       GET-DEVISE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Code devise (USD, GBP, CHF...) :"
               ACCEPT SAISIE
               MOVE FUNCTION UPPER-CASE(SAISIE(1:3)) TO DEVISE
               IF DEVISE IS NOT ALPHABETIC-UPPER
                  OR DEVISE(1:1) = SPACE
                  OR DEVISE(2:1) = SPACE
                  OR DEVISE(3:1) = SPACE
                  OR SAISIE(4:12) NOT = SPACES
                   DISPLAY "Code devise invalide, trois lettres."
               ELSE
                   MOVE 'Y' TO ENTRY-OK
               END-IF
           END-PERFORM.

       SUPPRIME-LIGNE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'

       AJOUTE-ORDRE.
           PERFORM GET-OP-CODE
           PERFORM UNTIL OP-CODE NOT = "C"
               DISPLAY "Conversion refusee en ordre permanent."
               PERFORM GET-OP-CODE
           END-PERFORM
           PERFORM GET-NUM1
           PERFORM GET-NUM2
           PERFORM GET-FREQUENCE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           PERFORM AFFICHE-RETENUE
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
               END-IF
           END-IF.

       AFFICHE-RETENUE.
           MOVE HLD-QUEUE-RECORD TO NIGHT-QUEUE-RECORD
           PERFORM AFFICHE-LIGNE
           PERFORM CALCULE-AGE
           MOVE AGE-JOURS TO AGE-ED
           IF HLD-LIMIT IS NUMERIC
               MOVE HLD-LIMIT TO LIMITE-ED
           ELSE
               MOVE ZERO TO LIMITE-ED
           END-IF
           IF HLD-DATE-HELD IS NUMERIC
               DISPLAY "       retenue le " HLD-DATE-HELD
                   " (" AGE-ED " j) limite " LIMITE-ED
           ELSE
               DISPLAY "       retenue non datee, limite " LIMITE-ED
           END-IF
           IF HLD-EXAMINED
               DISPLAY "       examinee par " HLD-REVIEWED-BY
                   " le " HLD-REVIEW-DATE
           ELSE
               DISPLAY "       a examiner"
           END-IF.

       CALCULE-AGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-JOUR
           IF HLD-DATE-HELD IS NUMERIC
               MOVE HLD-DATE-HELD TO DATE-RETENUE
               COMPUTE AGE-JOURS =
                   FUNCTION INTEGER-OF-DATE(DATE-JOUR)
                   - FUNCTION INTEGER-OF-DATE(DATE-RETENUE)
           ELSE
               MOVE ZERO TO AGE-JOURS
           END-IF
           EVALUATE TRUE
               WHEN AGE-JOURS <= 3
                   MOVE 1 TO TRANCHE
               WHEN AGE-JOURS <= 7
                   MOVE 2 TO TRANCHE
               WHEN OTHER
                   MOVE 3 TO TRANCHE
           END-EVALUATE.

       RAPPORT-ANCIENNETE.
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO NO-LIGNE
           MOVE ZERO TO NB-DEMANDEURS
           INITIALIZE TABLE-ANCIENNETE
           INITIALIZE TOTAL-ANCIENNETE
           OPEN INPUT HELD-FILE
           IF HELD-STATUS NOT = "00"
               DISPLAY "Aucune retenue hors limite."
           ELSE
               PERFORM UNTIL FIN-FICHIER
                   READ HELD-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           PERFORM CLASSE-RETENUE
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
               IF NO-LIGNE = ZERO
                   DISPLAY "Aucune retenue hors limite."
               ELSE
                   PERFORM AFFICHE-ANCIENNETE
               END-IF
           END-IF.

       CLASSE-RETENUE.
           ADD 1 TO NO-LIGNE
           MOVE HLD-QUEUE-RECORD TO NIGHT-QUEUE-RECORD
           PERFORM CALCULE-AGE
           ADD 1 TO TOT-NOMBRE(TRANCHE)
           MOVE ZERO TO DEM-TROUVE
           PERFORM VARYING IX-DEM FROM 1 BY 1
                   UNTIL IX-DEM > NB-DEMANDEURS
               IF ANC-DEMANDEUR(IX-DEM) = NQ-REQUESTOR
                   MOVE IX-DEM TO DEM-TROUVE
               END-IF
           END-PERFORM
           IF DEM-TROUVE = ZERO
               IF NB-DEMANDEURS < 99
                   ADD 1 TO NB-DEMANDEURS
                   MOVE NB-DEMANDEURS TO DEM-TROUVE
                   MOVE NQ-REQUESTOR TO ANC-DEMANDEUR(DEM-TROUVE)
               ELSE
                   MOVE 99 TO DEM-TROUVE
                   MOVE "AUTRES" TO ANC-DEMANDEUR(DEM-TROUVE)
               END-IF
           END-IF
           ADD 1 TO ANC-NOMBRE(DEM-TROUVE, TRANCHE).

       AFFICHE-ANCIENNETE.
           DISPLAY "--- Anciennete des retenues au " DATE-JOUR " ---"
           DISPLAY "Demandeur  1-3 j  4-7 j   +7 j"
           PERFORM VARYING IX-DEM FROM 1 BY 1
                   UNTIL IX-DEM > NB-DEMANDEURS
               MOVE ANC-NOMBRE(IX-DEM, 1) TO TRANCHE-1-ED
               MOVE ANC-NOMBRE(IX-DEM, 2) TO TRANCHE-2-ED
               MOVE ANC-NOMBRE(IX-DEM, 3) TO TRANCHE-3-ED
               DISPLAY ANC-DEMANDEUR(IX-DEM) "   " TRANCHE-1-ED
                   "  " TRANCHE-2-ED "  " TRANCHE-3-ED
           END-PERFORM
           MOVE TOT-NOMBRE(1) TO TRANCHE-1-ED
           MOVE TOT-NOMBRE(2) TO TRANCHE-2-ED
           MOVE TOT-NOMBRE(3) TO TRANCHE-3-ED
           DISPLAY "Total      " TRANCHE-1-ED "  " TRANCHE-2-ED
               "  " TRANCHE-3-ED.

       EXAMINE-RETENUE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Numero de retenue examinee :"
               ACCEPT SAISIE
               IF SAISIE(1:5) IS NUMERIC
                   MOVE SAISIE(1:5) TO LIGNE-CIBLE
                   MOVE 'Y' TO ENTRY-OK
               ELSE
                   IF FUNCTION TEST-NUMVAL(SAISIE) = 0
                       MOVE FUNCTION NUMVAL(SAISIE) TO LIGNE-CIBLE
                       MOVE 'Y' TO ENTRY-OK
                   ELSE
                       DISPLAY "Numero invalide."
                   END-IF
               END-IF
           END-PERFORM
           CALL "SupvApprove" USING SUPERVISEUR-ID, APPROUVE,
               PROGRAMME-APPEL
           IF APPROUVE NOT = 'Y'
               DISPLAY "Revue non enregistree sans approbation."
           ELSE
               PERFORM EXAMINE-RETENUE-APPROUVEE
           END-IF.

       EXAMINE-RETENUE-APPROUVEE.
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO NO-LIGNE
           MOVE 'N' TO LIGNE-TROUVEE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-JOUR
           OPEN INPUT HELD-FILE
           IF HELD-STATUS NOT = "00"
               DISPLAY "Aucune retenue hors limite."
           ELSE
               OPEN OUTPUT HELD-WORK-FILE
               PERFORM UNTIL FIN-FICHIER
                   READ HELD-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           PERFORM MARQUE-EXAMINEE
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
               CLOSE HELD-WORK-FILE
               IF LIGNE-TROUVEE = 'Y'
                   PERFORM RECOPIE-RETENUES
                   DISPLAY "Retenue marquee examinee."
               ELSE
                   DISPLAY "Retenue introuvable."
               END-IF
           END-IF.

       MARQUE-EXAMINEE.
           ADD 1 TO NO-LIGNE
           IF NO-LIGNE = LIGNE-CIBLE
               MOVE 'Y' TO LIGNE-TROUVEE
               MOVE 'E' TO HLD-REVIEW-STATUS
               MOVE SUPERVISEUR-ID TO HLD-REVIEWED-BY
               MOVE DATE-JOUR TO HLD-REVIEW-DATE
           END-IF
           MOVE NIGHT-HELD-RECORD TO HELD-WORK-RECORD
           WRITE HELD-WORK-RECORD.

       LIBERE-RETENUE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
                   END-IF
               END-IF
           END-PERFORM
           CALL "SupvApprove" USING SUPERVISEUR-ID, APPROUVE,
               PROGRAMME-APPEL
           IF APPROUVE NOT = 'Y'
               DISPLAY "Liberation refusee sans approbation."
           ELSE
           IF HELD-STATUS NOT = "00"
               DISPLAY "Aucune retenue hors limite."
           ELSE
               OPEN OUTPUT HELD-WORK-FILE
               PERFORM UNTIL FIN-FICHIER
                   READ HELD-FILE
                       AT END
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
               CLOSE HELD-WORK-FILE
               IF LIGNE-TROUVEE = 'Y'
                   PERFORM REMET-EN-FILE
                   PERFORM RECOPIE-RETENUES
           MOVE SUPERVISEUR-ID TO AW-OPERATOR
           MOVE "APPROBATION" TO AW-OPERATION
           MOVE RC-NUM1 TO NUM1-ED
           MOVE NUM1-ED TO AW-NUM1
           IF RC-OP-CODE = "C"
               MOVE RC-NUM2-X TO AW-NUM2
           ELSE
               MOVE RC-NUM2 TO NUM2-ED
               MOVE NUM2-ED TO AW-NUM2
           END-IF
           MOVE RC-REQUESTOR TO AW-RESULT
           CALL "AuditWrite" USING AUDIT-WRITE-PARMS
           IF AW-STATUS NOT = '0'
           ADD 1 TO NO-LIGNE
           IF NO-LIGNE = LIGNE-CIBLE
               MOVE 'Y' TO LIGNE-TROUVEE
               MOVE HLD-QUEUE-RECORD TO RETENUE-CHOISIE
           ELSE
               MOVE NIGHT-HELD-RECORD TO HELD-WORK-RECORD
               WRITE HELD-WORK-RECORD
           END-IF.

       REMET-EN-FILE.

       RECOPIE-RETENUES.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT HELD-WORK-FILE
           OPEN OUTPUT HELD-FILE
           PERFORM UNTIL FIN-FICHIER
               READ HELD-WORK-FILE
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                       MOVE HELD-WORK-RECORD TO NIGHT-HELD-RECORD
                       WRITE NIGHT-HELD-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-WORK-FILE
           CLOSE HELD-FILE.

       RECOPIE-ORDRES.
