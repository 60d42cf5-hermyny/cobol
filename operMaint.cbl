      *          que ses ecritures du fichier maitre d'audit
      *          continuent de se rattacher a un nom, il est
      *          seulement refuse a l'ouverture de session.
      *          Un code verrouille (statut 'V') apres trop d'echecs
      *          consecutifs ne se reactive pas par le choix 5 : il
      *          se deverrouille par le choix 6, qui remet le compte
      *          d'echecs a zero et inscrit le deverrouillage, avec
      *          le superviseur de la SESSION, au journal de
      *          securite SECLOG (par SecWrite).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "operfile.cpy".

       FD  OPER-WORK-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  OPER-WORK-RECORD        PIC X(36).

       WORKING-STORAGE SECTION.
       77  OPER-STATUS PIC X(2).
       77  ROLE-SAISI PIC X(1).
       77  CODE-TROUVE PIC X(1).
       77  STATUT-VOULU PIC X(1).
       77  STATUT-AVANT PIC X(1).
       COPY "session.cpy".
       COPY "secparm.cpy".

       PROCEDURE DIVISION.

           DISPLAY "3. Renommer un operateur".
           DISPLAY "4. Desactiver un code".
           DISPLAY "5. Reactiver un code".
           DISPLAY "6. Deverrouiller un code".
           DISPLAY "7. Retour".
           DISPLAY "Votre choix : ".
           ACCEPT CHOIX.

                   MOVE 'A' TO STATUT-VOULU
                   PERFORM CHANGE-STATUT
               WHEN 6
                   PERFORM DEVERROUILLE-CODE
               WHEN 7
                   MOVE 'Y' TO FIN-ENTRETIEN
               WHEN OTHER
                   DISPLAY "Choix invalide."
                       NOT AT END
                           DISPLAY OPR-ID " " OPR-NAME " role "
                               OPR-ROLE " statut " OPR-STATUS
                               " echecs " OPR-FAIL-COUNT
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               MOVE NOM-SAISI TO OPR-NAME
               MOVE ROLE-SAISI TO OPR-ROLE
               MOVE 'A' TO OPR-STATUS
               MOVE ZERO TO OPR-FAIL-COUNT
               WRITE OPERATOR-RECORD
               CLOSE OPERATOR-FILE
               DISPLAY "Operateur ajoute."
               IF STATUT-VOULU = 'I'
                   DISPLAY "Code desactive."
               ELSE
                   IF STATUT-AVANT = 'V'
                       DISPLAY "Code verrouille, utiliser le choix 6."
                   ELSE
                       DISPLAY "Code reactive."
                   END-IF
               END-IF
           ELSE
               DISPLAY "Code introuvable."
           END-IF.

       DEVERROUILLE-CODE.
           PERFORM GET-CODE-CIBLE
           MOVE 'D' TO STATUT-VOULU
           PERFORM RECRIT-OPERATEUR
           IF CODE-TROUVE = 'Y'
               IF STATUT-AVANT = 'V'
                   MOVE 'U' TO SW-FUNCTION
                   MOVE SPACE TO SW-REASON
                   MOVE CODE-CIBLE TO SW-CODE
                   MOVE SPACES TO SW-CHARGE-CODE
                   MOVE SP-OPERATEUR TO SW-OPERATOR
                   MOVE SP-CAISSE TO SW-DRAWER
                   MOVE "OperMaint" TO SW-PROGRAM
                   CALL "SecWrite" USING SECURITY-WRITE-PARMS
                   DISPLAY "Code deverrouille."
               ELSE
                   DISPLAY "Ce code n'est pas verrouille."
               END-IF
           ELSE
               DISPLAY "Code introuvable."
       MODIFIE-SI-CIBLE.
           IF OPR-ID = CODE-CIBLE
               MOVE 'Y' TO CODE-TROUVE
               MOVE OPR-STATUS TO STATUT-AVANT
               EVALUATE STATUT-VOULU
                   WHEN 'R'
                       MOVE NOM-SAISI TO OPR-NAME
                   WHEN 'D'
                       IF OPR-VERROUILLE
                           MOVE 'A' TO OPR-STATUS
                           MOVE ZERO TO OPR-FAIL-COUNT
                       END-IF
                   WHEN 'A'
                       IF NOT OPR-VERROUILLE
                           MOVE 'A' TO OPR-STATUS
                       END-IF
                   WHEN OTHER
                       MOVE STATUT-VOULU TO OPR-STATUS
               END-EVALUATE
           END-IF
           MOVE OPERATOR-RECORD TO OPER-WORK-RECORD
           WRITE OPER-WORK-RECORD.
