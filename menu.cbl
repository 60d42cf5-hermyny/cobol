      *          ('1' operateur, '2' senior, '3' superviseur) decide
      *          des choix sensibles offerts : file de nuit et
      *          rapport quotidien a partir de senior, entretien des
      *          operateurs pour le superviseur seulement. La
      *          conversion de devises est offerte a tous, l'entretien
      *          des taux de change au superviseur seulement ; Quitter
      *          passe au choix 99 pour laisser la place aux suivants.
      *          L'echeancier de pret est offert a tous.
      *          La caisse est demandee avant le code operateur, pour
      *          que chaque echec d'ouverture de session parte au
      *          journal de securite SECLOG (par SecWrite) avec la
      *          caisse ; apres le nombre d'echecs consecutifs fixe
      *          sur SECLIMIT le poste est ferme et un code connu est
      *          verrouille, refuse ensuite jusqu'au deverrouillage
      *          par un superviseur dans OperMaint. Operateur et
      *          caisse sont publies dans SESSION pour SupvApprove ;
      *          la session est fermee si le code de l'operateur
      *          vient d'etre verrouille par des echecs d'approbation.
      *          La revue en second regard des echantillons tires par
      *          ReviewSample est reservee au superviseur (choix 15).
      *          Le calendrier des jours ouvres (CalendMaint) aussi
      *          (choix 16), comme le plan de correspondance
      *          comptable de GlJournal (CompteMaint, choix 17).
      * Tectonics: cobc
      ******************************************************************
              IDENTIFICATION DIVISION.
       77  EOF-FLAG PIC X(1).
           88  FIN-FICHIER VALUE 'Y'.
       77  SAISIE PIC X(15).
       77  RAISON-ECHEC PIC X(1).
       77  ECHECS-POSTE PIC 9(2).
       77  ECHECS-A-EFFACER PIC X(1).
       COPY "session.cpy".
       COPY "secparm.cpy".

       PROCEDURE DIVISION.

           MOVE SPACES TO SP-OPERATEUR
           MOVE ZERO TO SP-CAISSE
           MOVE 'N' TO SP-VERROUILLE

           PERFORM CHOISIT-CAISSE

           PERFORM SIGNE-OPERATEUR

           PERFORM UNTIL FLAG = 'N'

                PERFORM AFFICHE-MENU
                PERFORM TRAITE-CHOIX

                IF SP-VERROUILLE = 'Y'
                    DISPLAY "Code verrouille, session fermee."
                    MOVE 'N' TO FLAG
                END-IF

           END-PERFORM.

           GOBACK.

       SIGNE-OPERATEUR.
           MOVE 'N' TO OPERATEUR-OK
           MOVE ZERO TO ECHECS-POSTE
           PERFORM UNTIL OPERATEUR-OK = 'Y' OR OPERATEUR-OK = 'F'
               DISPLAY "Code operateur : "
               ACCEPT SAISIE
               EVALUATE OPERATEUR-OK
                   WHEN 'Y'
                       DISPLAY "Bonjour " OPERATEUR-NOM
                       PERFORM OUVRE-SESSION
                   WHEN 'F'
                       MOVE 'N' TO FLAG
                   WHEN OTHER
                       PERFORM NOTE-ECHEC-SESSION
               END-EVALUATE
           END-PERFORM.

       OUVRE-SESSION.
           MOVE OPERATEUR-ID TO SP-OPERATEUR
           MOVE CAISSE-NO TO SP-CAISSE
           MOVE 'N' TO SP-VERROUILLE
           IF ECHECS-A-EFFACER = 'Y'
               MOVE 'R' TO SW-FUNCTION
               MOVE SPACE TO SW-REASON
               MOVE OPERATEUR-ID TO SW-CODE
               MOVE OPERATEUR-ID TO SW-CHARGE-CODE
               MOVE OPERATEUR-ID TO SW-OPERATOR
               MOVE CAISSE-NO TO SW-DRAWER
               MOVE "MenuPrincipal" TO SW-PROGRAM
               CALL "SecWrite" USING SECURITY-WRITE-PARMS
           END-IF.

       NOTE-ECHEC-SESSION.
           IF RAISON-ECHEC = 'I'
               DISPLAY "Code operateur inconnu."
               MOVE SPACES TO SW-CHARGE-CODE
           ELSE
               MOVE OPERATEUR-ID TO SW-CHARGE-CODE
           END-IF
           MOVE 'S' TO SW-FUNCTION
           MOVE RAISON-ECHEC TO SW-REASON
           MOVE OPERATEUR-ID TO SW-CODE
           MOVE SPACES TO SW-OPERATOR
           MOVE CAISSE-NO TO SW-DRAWER
           MOVE "MenuPrincipal" TO SW-PROGRAM
           CALL "SecWrite" USING SECURITY-WRITE-PARMS
           ADD 1 TO ECHECS-POSTE
           IF ECHECS-POSTE NOT < SW-LIMIT
               DISPLAY "Trop d'echecs d'ouverture, poste ferme."
               MOVE 'F' TO OPERATEUR-OK
               MOVE 'N' TO FLAG
           END-IF.

       CHERCHE-OPERATEUR.
           MOVE 'N' TO OPERATEUR-OK
           MOVE 'N' TO EOF-FLAG
           MOVE 'I' TO RAISON-ECHEC
           MOVE 'N' TO ECHECS-A-EFFACER
           OPEN INPUT OPERATOR-FILE
           IF OPER-STATUS NOT = "00"
               DISPLAY "OPERFILE introuvable, statut " OPER-STATUS
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           IF OPR-ID = OPERATEUR-ID
                               EVALUATE TRUE
                                   WHEN OPR-INACTIF
                                       DISPLAY "Code operateur "
                                           "desactive, acces refuse."
                                       MOVE 'D' TO RAISON-ECHEC
                                       SET FIN-FICHIER TO TRUE
                                   WHEN OPR-VERROUILLE
                                       DISPLAY "Code operateur "
                                           "verrouille, voir le "
                                           "superviseur."
                                       MOVE 'V' TO RAISON-ECHEC
                                       SET FIN-FICHIER TO TRUE
                                   WHEN OTHER
                                       MOVE 'Y' TO OPERATEUR-OK
                                       MOVE OPR-NAME TO OPERATEUR-NOM
                                       IF OPR-ROLE = SPACE
                                           MOVE '1' TO OPERATEUR-ROLE
                                       ELSE
                                           MOVE OPR-ROLE
                                               TO OPERATEUR-ROLE
                                       END-IF
                                       IF OPR-FAIL-COUNT NUMERIC
                                          AND OPR-FAIL-COUNT > ZERO
                                           MOVE 'Y' TO ECHECS-A-EFFACER
                                       END-IF
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "5. Division".
           DISPLAY "6. Calcul en chaine".
           DISPLAY "7. Pourcentage".
           DISPLAY "12. Conversion de devises".
           DISPLAY "14. Echeancier de pret".
           IF OPERATEUR-ROLE = '2' OR OPERATEUR-ROLE = '3'
               DISPLAY "8. File de nuit (entretien)"
               DISPLAY "9. Rapport quotidien (impression)"
           IF OPERATEUR-ROLE = '3'
               DISPLAY "10. Entretien des operateurs"
               DISPLAY "11. Cloture des caisses (rapport)"
               DISPLAY "13. Taux de change (entretien)"
               DISPLAY "15. Revue des echantillons"
               DISPLAY "16. Calendrier (entretien)"
               DISPLAY "17. Plan comptable (entretien)"
           END-IF.
           DISPLAY "99. Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT CHOIX.

                       DISPLAY "Acces refuse (superviseur requis)."
                   END-IF
               WHEN 12
                   CALL "Conversion" USING OPERATEUR-ID
               WHEN 13
                   IF OPERATEUR-ROLE = '3'
                       CALL "TauxMaint"
                   ELSE
                       DISPLAY "Acces refuse (superviseur requis)."
                   END-IF
               WHEN 14
                   CALL "Echeancier" USING OPERATEUR-ID
               WHEN 15
                   IF OPERATEUR-ROLE = '3'
                       CALL "RevueEchant" USING OPERATEUR-ID
                   ELSE
                       DISPLAY "Acces refuse (superviseur requis)."
                   END-IF
               WHEN 16
                   IF OPERATEUR-ROLE = '3'
                       CALL "CalendMaint"
                   ELSE
                       DISPLAY "Acces refuse (superviseur requis)."
                   END-IF
               WHEN 17
                   IF OPERATEUR-ROLE = '3'
                       CALL "CompteMaint"
                   ELSE
                       DISPLAY "Acces refuse (superviseur requis)."
                   END-IF
               WHEN 99
                   MOVE 'N' TO FLAG
               WHEN OTHER
                   DISPLAY "Choix invalide."
