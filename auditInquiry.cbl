      *          compteurs et la somme des resultats arithmetiques,
      *          pour repondre aux auditeurs sans depouiller le
      *          fichier brut a la main.
      *          Un filtre d'operateur fait lire le maitre par le
      *          chemin operateur (AUDM-OPERATOR), sinon un filtre
      *          d'operation par le chemin operation (AUDM-OPERATION):
      *          seuls les enregistrements de cet operateur ou de
      *          cette operation sont lus, puis filtres sur les
      *          dates. Sans filtre, lecture par la cle date/heure
      *          a partir de la date de debut, comme avant.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               ALTERNATE RECORD KEY IS AUDM-OPERATOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDM-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       77  SOMME-RESULTATS PIC S9(13)V99 VALUE ZERO.
       77  SOMME-ED PIC -(12)9.99.
       77  RESULTAT-NUM PIC S9(13)V99.
       77  CHEMIN PIC X(1).
           88  CHEMIN-DATE VALUE 'D'.
           88  CHEMIN-OPERATEUR VALUE 'O'.
           88  CHEMIN-OPERATION VALUE 'P'.

       PROCEDURE DIVISION.


       POSITIONNE-DEBUT.
           MOVE SPACES TO AUDIT-MST-RECORD
           EVALUATE TRUE
               WHEN FILTRE-OPERATEUR NOT = "*"
                   SET CHEMIN-OPERATEUR TO TRUE
                   MOVE FILTRE-OPERATEUR TO AUDM-OPERATOR
                   START AUDIT-MST-FILE KEY IS EQUAL TO AUDM-OPERATOR
                       INVALID KEY
                           SET FIN-FICHIER TO TRUE
                   END-START
               WHEN FILTRE-OPERATION NOT = "*"
                   SET CHEMIN-OPERATION TO TRUE
                   MOVE FILTRE-OPERATION TO AUDM-OPERATION
                   START AUDIT-MST-FILE KEY IS EQUAL TO AUDM-OPERATION
                       INVALID KEY
                           SET FIN-FICHIER TO TRUE
                   END-START
               WHEN OTHER
                   SET CHEMIN-DATE TO TRUE
                   MOVE DATE-DEBUT TO AUDM-DATE
                   MOVE "000000" TO AUDM-TIME
                   MOVE ZERO TO AUDM-SEQ
                   START AUDIT-MST-FILE KEY NOT LESS THAN AUDM-KEY
                       INVALID KEY
                           SET FIN-FICHIER TO TRUE
                   END-START
           END-EVALUATE.

       TRAITE-ENREGISTREMENT.
           EVALUATE TRUE
               WHEN CHEMIN-OPERATEUR
                    AND AUDM-OPERATOR NOT = FILTRE-OPERATEUR
                   SET FIN-FICHIER TO TRUE
               WHEN CHEMIN-OPERATION
                    AND AUDM-OPERATION NOT = FILTRE-OPERATION
                   SET FIN-FICHIER TO TRUE
               WHEN CHEMIN-DATE AND AUDM-DATE > DATE-FIN
                   SET FIN-FICHIER TO TRUE
               WHEN OTHER
                   PERFORM RETIENT-ENREGISTREMENT
           END-EVALUATE.

       RETIENT-ENREGISTREMENT.
           ADD 1 TO COMPTE-LUS
           IF AUDM-DATE NOT < DATE-DEBUT
              AND AUDM-DATE NOT > DATE-FIN
               IF (FILTRE-OPERATION = "*"
                  OR AUDM-OPERATION = FILTRE-OPERATION)
                  AND (FILTRE-OPERATEUR = "*"
