      *          comptees, ecart), imprime une ligne par caisse et
      *          le total maison, pour que les caisses deux et trois
      *          cessent d'etre rapprochees sur papier les jours
      *          charges. Les entrees du coffre, les transferts entre
      *          caisses et les depots au coffre s'impriment sur une
      *          seconde ligne de la caisse ; chaque transfert doit
      *          avoir ses deux jambes (sortie d'une caisse, reception
      *          par l'autre) et tout ecart est imprime. Le coffre
      *          (fichier VAULTMST) suit les caisses avec son solde
      *          d'ouverture, ses mouvements et son solde de cloture,
      *          rapproches du journal, et le total maison des
      *          especes comprend le coffre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS TX-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VAULT-FILE ASSIGN TO "VAULTMST"
               FILE STATUS IS VLT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-REPORT-FILE ASSIGN TO "CAISRPT"
               FILE STATUS IS RPT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  DRAWER-TX-FILE.
       COPY "drawertx.cpy".

       FD  VAULT-FILE.
       COPY "vaultmst.cpy".

       COPY "calcrpt.cpy".

       WORKING-STORAGE SECTION.
       77  TOTAL-ECART PIC S9(12)V99 VALUE ZERO.
       77  TOTAL-MOUVEMENTS PIC S9(12)V99 VALUE ZERO.
       77  LIGNE-EN-ATTENTE PIC X(80).
       77  VLT-STATUS PIC X(2).
       77  TOTAL-COMPTE PIC S9(12)V99 VALUE ZERO.
       77  PX PIC 9(3).
       77  NB-PAIRES PIC 9(3) VALUE ZERO.
       77  PAIRE-TROUVEE PIC X(1).
       77  CLE-ORIGINE PIC 9(2).
       77  CLE-DESTINATION PIC 9(2).
       77  NB-ECARTS-TRANSFERT PIC 9(3) VALUE ZERO.
       77  COFFRE-TROUVE PIC X(1) VALUE 'N'.
       77  COFFRE-OUVERTURE PIC S9(10)V99 VALUE ZERO.
       77  COFFRE-DEPOTS PIC 9(10)V99 VALUE ZERO.
       77  COFFRE-SORTIES PIC 9(10)V99 VALUE ZERO.
       77  COFFRE-CLOTURE PIC S9(10)V99 VALUE ZERO.
       77  JNL-DEPOTS PIC 9(10)V99 VALUE ZERO.
       77  JNL-SORTIES PIC 9(10)V99 VALUE ZERO.
       01  CAISSE-TABLE.
           05  CAISSE-ENTREE OCCURS 99.
               10  CT-PRESENT      PIC X(1).
               10  CT-ATTENDU      PIC S9(10)V99.
               10  CT-COMPTE       PIC 9(10)V99.
               10  CT-ECART        PIC S9(10)V99.
               10  CT-ENTREES      PIC 9(11)V99.
               10  CT-TRF-SORTIE   PIC 9(11)V99.
               10  CT-TRF-ENTREE   PIC 9(11)V99.
               10  CT-DEPOTS       PIC 9(11)V99.
       01  PAIRE-TABLE.
           05  PAIRE-ENTREE OCCURS 200.
               10  PT-ORIGINE      PIC 9(2).
               10  PT-DESTINATION  PIC 9(2).
               10  PT-SORTIE       PIC 9(11)V99.
               10  PT-RECEPTION    PIC 9(11)V99.
       01  RPT-HEADING-1.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(28) VALUE "CLOTURE CONSOLIDEE DES CAISS".
           05 FILLER PIC X(8) VALUE "  ECART ".
           05 RPT-TOT-ECART PIC -(9)9.99.
           05 FILLER PIC X(5) VALUE SPACES.
       01  RPT-MOUVEMENT-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "COFFRE".
           05 RPT-MV-ENTREES PIC Z(7)9.99.
           05 FILLER PIC X(7) VALUE "  TR-> ".
           05 RPT-MV-TRF-SORTIE PIC Z(7)9.99.
           05 FILLER PIC X(7) VALUE "  TR<- ".
           05 RPT-MV-TRF-ENTREE PIC Z(7)9.99.
           05 FILLER PIC X(7) VALUE "  DEPOT".
           05 RPT-MV-DEPOTS PIC Z(7)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
       01  RPT-TRANSFERT-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(18) VALUE "TRANSFERT INCOMPLE".
           05 FILLER PIC X(2) VALUE "T ".
           05 RPT-TR-ORIGINE PIC 9(2).
           05 FILLER PIC X(4) VALUE " -> ".
           05 RPT-TR-DESTINATION PIC 9(2).
           05 FILLER PIC X(8) VALUE "  SORTI ".
           05 RPT-TR-SORTIE PIC Z(8)9.99.
           05 FILLER PIC X(8) VALUE "  RECU  ".
           05 RPT-TR-RECEPTION PIC Z(8)9.99.
           05 FILLER PIC X(11) VALUE SPACES.
       01  RPT-COFFRE-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(7) VALUE "COFFRE ".
           05 FILLER PIC X(4) VALUE "OUV ".
           05 RPT-CF-OUVERTURE PIC -(7)9.99.
           05 FILLER PIC X(8) VALUE "  DEPOTS".
           05 RPT-CF-DEPOTS PIC Z(7)9.99.
           05 FILLER PIC X(8) VALUE "  SORTIS".
           05 RPT-CF-SORTIES PIC Z(7)9.99.
           05 FILLER PIC X(5) VALUE " CLO ".
           05 RPT-CF-CLOTURE PIC -(7)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
       01  RPT-COFFRE-ECART-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(38)
               VALUE "ECART COFFRE/JOURNAL - DEPOTS JOURNAL ".
           05 RPT-CE-DEPOTS PIC Z(8)9.99.
           05 FILLER PIC X(8) VALUE "  SORTIS".
           05 RPT-CE-SORTIES PIC Z(8)9.99.
           05 FILLER PIC X(9) VALUE SPACES.
       01  RPT-MAISON-LINE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(36)
               VALUE "ESPECES MAISON (CAISSES + COFFRE) : ".
           05 RPT-MAISON-TOTAL PIC -(11)9.99.
           05 FILLER PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

               MOVE ZERO TO CT-NB-MVT(IX) CT-TOT-MVT(IX)
                   CT-OUVERTURE(IX) CT-ATTENDU(IX)
                   CT-COMPTE(IX) CT-ECART(IX)
                   CT-ENTREES(IX) CT-TRF-SORTIE(IX)
                   CT-TRF-ENTREE(IX) CT-DEPOTS(IX)
           END-PERFORM

           PERFORM LIT-JOURNAL
           PERFORM LIT-MAITRE
           PERFORM LIT-COFFRE

           OPEN OUTPUT CALC-REPORT-FILE
           PERFORM IMPRIME-ENTETE
                   PERFORM IMPRIME-CAISSE
               END-IF
           END-PERFORM
           PERFORM IMPRIME-TRANSFERTS
           PERFORM IMPRIME-COFFRE
           PERFORM IMPRIME-TOTAL
           CLOSE CALC-REPORT-FILE

           DISPLAY "Rapport de cloture imprime, " NB-CAISSES
               " caisse(s)."
           IF NB-ECARTS-TRANSFERT > ZERO
               DISPLAY "Transferts incomplets : " NB-ECARTS-TRANSFERT
           END-IF

           GOBACK.

              AND DTX-DRAWER-NO > 0
               MOVE DTX-DRAWER-NO TO IX
               MOVE 'J' TO CT-PRESENT(IX)
               EVALUATE TRUE
                   WHEN DTX-ENTREE-COFFRE
                       ADD DTX-AMOUNT TO CT-ENTREES(IX)
                       ADD DTX-AMOUNT TO JNL-SORTIES
                   WHEN DTX-TRANSFERT-SORTIE
                       ADD DTX-AMOUNT TO CT-TRF-SORTIE(IX)
                       MOVE DTX-DRAWER-NO TO CLE-ORIGINE
                       MOVE DTX-OTHER-DRAWER TO CLE-DESTINATION
                       PERFORM CHERCHE-PAIRE
                       ADD DTX-AMOUNT TO PT-SORTIE(PX)
                   WHEN DTX-TRANSFERT-ENTREE
                       ADD DTX-AMOUNT TO CT-TRF-ENTREE(IX)
                       MOVE DTX-OTHER-DRAWER TO CLE-ORIGINE
                       MOVE DTX-DRAWER-NO TO CLE-DESTINATION
                       PERFORM CHERCHE-PAIRE
                       ADD DTX-AMOUNT TO PT-RECEPTION(PX)
                   WHEN DTX-DEPOT-COFFRE
                       ADD DTX-AMOUNT TO CT-DEPOTS(IX)
                       ADD DTX-AMOUNT TO JNL-DEPOTS
                   WHEN OTHER
                       ADD 1 TO CT-NB-MVT(IX)
                       ADD DTX-AMOUNT TO CT-TOT-MVT(IX)
               END-EVALUATE
           END-IF.

       CHERCHE-PAIRE.
           MOVE 'N' TO PAIRE-TROUVEE
           PERFORM VARYING PX FROM 1 BY 1
                   UNTIL PX > NB-PAIRES OR PAIRE-TROUVEE = 'Y'
               IF PT-ORIGINE(PX) = CLE-ORIGINE
                  AND PT-DESTINATION(PX) = CLE-DESTINATION
                   MOVE 'Y' TO PAIRE-TROUVEE
               END-IF
           END-PERFORM
           IF PAIRE-TROUVEE = 'Y'
               SUBTRACT 1 FROM PX
           ELSE
               IF NB-PAIRES < 200
                   ADD 1 TO NB-PAIRES
               END-IF
               MOVE NB-PAIRES TO PX
               MOVE CLE-ORIGINE TO PT-ORIGINE(PX)
               MOVE CLE-DESTINATION TO PT-DESTINATION(PX)
               MOVE ZERO TO PT-SORTIE(PX) PT-RECEPTION(PX)
           END-IF.

       LIT-COFFRE.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT VAULT-FILE
           IF VLT-STATUS = "00"
               PERFORM UNTIL FIN-FICHIER
                   READ VAULT-FILE
                       AT END
                           SET FIN-FICHIER TO TRUE
                       NOT AT END
                           PERFORM CUMULE-COFFRE
                   END-READ
               END-PERFORM
               CLOSE VAULT-FILE
           END-IF.

       CUMULE-COFFRE.
           IF VLT-DATE = DATE-RAPPORT
               MOVE 'Y' TO COFFRE-TROUVE
               MOVE VLT-OPENING TO COFFRE-OUVERTURE
               MOVE VLT-IN TO COFFRE-DEPOTS
               MOVE VLT-OUT TO COFFRE-SORTIES
               MOVE VLT-CLOSING TO COFFRE-CLOTURE
           ELSE
               IF VLT-DATE < DATE-RAPPORT
                   MOVE 'Y' TO COFFRE-TROUVE
                   MOVE VLT-CLOSING TO COFFRE-OUVERTURE
                   MOVE ZERO TO COFFRE-DEPOTS
                   MOVE ZERO TO COFFRE-SORTIES
                   MOVE VLT-CLOSING TO COFFRE-CLOTURE
               END-IF
           END-IF.

       LIT-MAITRE.
           MOVE CT-ECART(IX) TO RPT-ECART
           ADD CT-ECART(IX) TO TOTAL-ECART
           ADD CT-TOT-MVT(IX) TO TOTAL-MOUVEMENTS
           ADD CT-COMPTE(IX) TO TOTAL-COMPTE
           MOVE RPT-CAISSE-LINE TO CALC-REPORT-LINE
           PERFORM IMPRIME-LIGNE
           IF CT-ENTREES(IX) NOT = ZERO
              OR CT-TRF-SORTIE(IX) NOT = ZERO
              OR CT-TRF-ENTREE(IX) NOT = ZERO
              OR CT-DEPOTS(IX) NOT = ZERO
               MOVE CT-ENTREES(IX) TO RPT-MV-ENTREES
               MOVE CT-TRF-SORTIE(IX) TO RPT-MV-TRF-SORTIE
               MOVE CT-TRF-ENTREE(IX) TO RPT-MV-TRF-ENTREE
               MOVE CT-DEPOTS(IX) TO RPT-MV-DEPOTS
               MOVE RPT-MOUVEMENT-LINE TO CALC-REPORT-LINE
               PERFORM IMPRIME-LIGNE
           END-IF.

       IMPRIME-TRANSFERTS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > NB-PAIRES
               IF PT-SORTIE(PX) NOT = PT-RECEPTION(PX)
                   ADD 1 TO NB-ECARTS-TRANSFERT
                   MOVE PT-ORIGINE(PX) TO RPT-TR-ORIGINE
                   MOVE PT-DESTINATION(PX) TO RPT-TR-DESTINATION
                   MOVE PT-SORTIE(PX) TO RPT-TR-SORTIE
                   MOVE PT-RECEPTION(PX) TO RPT-TR-RECEPTION
                   MOVE RPT-TRANSFERT-LINE TO CALC-REPORT-LINE
                   PERFORM IMPRIME-LIGNE
               END-IF
           END-PERFORM.

       IMPRIME-COFFRE.
           MOVE SPACES TO CALC-REPORT-LINE
           PERFORM IMPRIME-LIGNE
           MOVE COFFRE-OUVERTURE TO RPT-CF-OUVERTURE
           MOVE COFFRE-DEPOTS TO RPT-CF-DEPOTS
           MOVE COFFRE-SORTIES TO RPT-CF-SORTIES
           MOVE COFFRE-CLOTURE TO RPT-CF-CLOTURE
           MOVE RPT-COFFRE-LINE TO CALC-REPORT-LINE
           PERFORM IMPRIME-LIGNE
           IF JNL-DEPOTS NOT = COFFRE-DEPOTS
              OR JNL-SORTIES NOT = COFFRE-SORTIES
               MOVE JNL-DEPOTS TO RPT-CE-DEPOTS
               MOVE JNL-SORTIES TO RPT-CE-SORTIES
               MOVE RPT-COFFRE-ECART-LINE TO CALC-REPORT-LINE
               PERFORM IMPRIME-LIGNE
           END-IF.

       IMPRIME-TOTAL.
           MOVE SPACES TO CALC-REPORT-LINE
           MOVE TOTAL-MOUVEMENTS TO RPT-TOT-MVTS
           MOVE TOTAL-ECART TO RPT-TOT-ECART
           MOVE RPT-TOTAL-LINE TO CALC-REPORT-LINE
           PERFORM IMPRIME-LIGNE
           ADD COFFRE-CLOTURE TO TOTAL-COMPTE
           MOVE TOTAL-COMPTE TO RPT-MAISON-TOTAL
           MOVE RPT-MAISON-LINE TO CALC-REPORT-LINE
           PERFORM IMPRIME-LIGNE.

       IMPRIME-LIGNE.
