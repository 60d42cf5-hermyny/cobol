      * Purpose: Interrogation des mois archives du fichier maitre -
      *          liste d'abord le registre de retention AUDRETEN
      *          (mois et volumes verses par AuditArchive), laisse
      *          choisir un mois, puis lit l'archive indexee
      *          AUDARCHK (les douze mois gardes par AuditArchive) et
      *          applique les memes filtres de dates, d'operation et
      *          d'operateur que AuditInquiry sur le maitre vivant,
      *          avec les memes compteurs et la meme somme des
      *          resultats - pour repondre aux auditeurs sur un mois
      *          clos sans rien recharger dans le maitre. Comme
      *          AuditInquiry, un filtre d'operateur ou d'operation
      *          fait lire par le chemin correspondant; sans filtre,
      *          lecture par la cle a partir du mois choisi.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS RETEN-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               ALTERNATE RECORD KEY IS AUDM-OPERATOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDM-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       77  SOMME-RESULTATS PIC S9(13)V99 VALUE ZERO.
       77  SOMME-ED PIC -(12)9.99.
       77  RESULTAT-NUM PIC S9(13)V99.
       77  CHEMIN PIC X(1).
           88  CHEMIN-DATE VALUE 'D'.
           88  CHEMIN-OPERATEUR VALUE 'O'.
           88  CHEMIN-OPERATION VALUE 'P'.

       PROCEDURE DIVISION.


           OPEN INPUT ARCHIVE-FILE
           IF ARCH-STATUS NOT = "00"
               DISPLAY "AUDARCHK introuvable, statut " ARCH-STATUS
               GOBACK
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM POSITIONNE-DEBUT

           PERFORM UNTIL FIN-FICHIER
               READ ARCHIVE-FILE NEXT
                   AT END
                       SET FIN-FICHIER TO TRUE
                   NOT AT END
                   TO FILTRE-OPERATEUR
           END-IF.

       POSITIONNE-DEBUT.
           MOVE SPACES TO AUDIT-MST-RECORD
           EVALUATE TRUE
               WHEN FILTRE-OPERATEUR NOT = "*"
                   SET CHEMIN-OPERATEUR TO TRUE
                   MOVE FILTRE-OPERATEUR TO AUDM-OPERATOR
                   START ARCHIVE-FILE KEY IS EQUAL TO AUDM-OPERATOR
                       INVALID KEY
                           SET FIN-FICHIER TO TRUE
                   END-START
               WHEN FILTRE-OPERATION NOT = "*"
                   SET CHEMIN-OPERATION TO TRUE
                   MOVE FILTRE-OPERATION TO AUDM-OPERATION
                   START ARCHIVE-FILE KEY IS EQUAL TO AUDM-OPERATION
                       INVALID KEY
                           SET FIN-FICHIER TO TRUE
                   END-START
               WHEN OTHER
                   SET CHEMIN-DATE TO TRUE
                   MOVE MOIS-CHOISI TO AUDM-DATE(1:6)
                   MOVE "00" TO AUDM-DATE(7:2)
                   MOVE "000000" TO AUDM-TIME
                   MOVE ZERO TO AUDM-SEQ
                   START ARCHIVE-FILE KEY NOT LESS THAN AUDM-KEY
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
               WHEN CHEMIN-DATE AND AUDM-DATE(1:6) > MOIS-CHOISI
                   SET FIN-FICHIER TO TRUE
               WHEN OTHER
                   PERFORM RETIENT-ENREGISTREMENT
           END-EVALUATE.

       RETIENT-ENREGISTREMENT.
           IF AUDM-DATE(1:6) = MOIS-CHOISI
               ADD 1 TO COMPTE-LUS
               IF AUDM-DATE NOT < DATE-DEBUT
