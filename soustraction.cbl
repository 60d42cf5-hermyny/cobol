               FILE STATUS IS TX-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VAULT-FILE ASSIGN TO "VAULTMST"
               FILE STATUS IS VLT-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VAULT-WORK-FILE ASSIGN TO "VAULTWRK"
               FILE STATUS IS VLT-WORK-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIMIT-FILE ASSIGN TO "LIMITFLE"
               FILE STATUS IS LIM-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRAWER-HIST-FILE ASSIGN TO "DRAWHIST"
               FILE STATUS IS HIST-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "calcdet.cpy".
       FD  DRAWER-TX-FILE.
       COPY "drawertx.cpy".

       FD  VAULT-FILE.
       COPY "vaultmst.cpy".

       FD  VAULT-WORK-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  VAULT-WORK-RECORD       PIC X(62).

       FD  DRAWER-HIST-FILE.
       COPY "drawhist.cpy".

       WORKING-STORAGE SECTION.
       COPY "contflag.cpy".
       COPY "auditparm.cpy".
       77  BAL-STATUS PIC X(2).
       77  BAL-WORK-STATUS PIC X(2).
       77  TX-STATUS PIC X(2).
       77  HIST-STATUS PIC X(2).
       77  CAISSE-TROUVEE PIC X(1).
       77  FIN-CAISSES PIC X(1).
       77  DEBUT-SESSION PIC 9(9)V99.
       77  FIN-LIMITES PIC X(1).
       77  SUPERVISEUR-ID PIC X(8).
       77  APPROUVE PIC X(1).
       77  PROGRAMME-APPEL PIC X(15) VALUE "Subtraction".
       77  JOUR-FERME PIC X(1).
       77  TYPE-MVT PIC X(1).
       77  AUTRE-CAISSE PIC 9(2).
       77  MVT-ACCEPTE PIC X(1).
       77  VLT-STATUS PIC X(2).
       77  VLT-WORK-STATUS PIC X(2).
       77  FIN-COFFRE PIC X(1).
       77  COFFRE-EXISTE PIC X(1).
       77  COFFRE-DU-JOUR PIC X(1).
       77  COFFRE-OUVERTURE PIC S9(10)V99.
       77  COFFRE-ENTREES PIC 9(10)V99.
       77  COFFRE-SORTIES PIC 9(10)V99.
       77  COFFRE-SOLDE PIC S9(10)V99.

       LINKAGE SECTION.
       01  OPERATEUR-ID PIC X(8).

           PERFORM UNTIL CONT-NO

                PERFORM GET-TYPE-MOUVEMENT
                IF TYPE-MVT = 'S'
                    MOVE RUNNING-BALANCE TO BALANCE-BEFORE
                    PERFORM MEMBRE2
                    PERFORM CONTROLE-LIMITE

                    PERFORM  SOUSTRACTION-MEMBRES
                    PERFORM WRITE-DETAIL-RECORD
                ELSE
                    PERFORM MOUVEMENT-ESPECES
                END-IF
                PERFORM ACCEPT-CONTINUE


           MOVE DRAWER-BAL-RECORD TO DRAWER-WORK-RECORD
           WRITE DRAWER-WORK-RECORD
           CLOSE DRAWER-WORK-FILE
           PERFORM RECOPIE-CAISSES
           PERFORM ECRIT-HISTORIQUE-CAISSE.

       ECRIT-HISTORIQUE-CAISSE.
           OPEN EXTEND DRAWER-HIST-FILE
           IF HIST-STATUS = "35"
               OPEN OUTPUT DRAWER-HIST-FILE
           END-IF
           IF HIST-STATUS NOT = "00"
               DISPLAY "DRAWHIST inaccessible, statut " HIST-STATUS
                   " - ecart non historise."
           ELSE
               MOVE SPACES TO DRAWER-HIST-RECORD
               MOVE RUN-DATE TO DVH-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO DVH-TIME
               MOVE CAISSE-NO TO DVH-DRAWER-NO
               MOVE OPERATEUR-ID TO DVH-OPERATOR
               MOVE RUNNING-BALANCE TO DVH-EXPECTED
               MOVE COUNTED-CASH TO DVH-COUNTED
               MOVE OVER-SHORT TO DVH-OVER-SHORT
               WRITE DRAWER-HIST-RECORD
               CLOSE DRAWER-HIST-FILE
           END-IF.

       RECOPIE-CAISSES.
           MOVE 'N' TO FIN-CAISSES
           MOVE FUNCTION CURRENT-DATE(9:6) TO DTX-TIME
           MOVE NUM2 TO DTX-AMOUNT
           MOVE RUNNING-BALANCE TO DTX-BALANCE-AFTER
           MOVE TYPE-MVT TO DTX-TYPE
           MOVE AUTRE-CAISSE TO DTX-OTHER-DRAWER
           WRITE DRAWER-TX-RECORD.

       GET-TYPE-MOUVEMENT.
           MOVE ZERO TO AUTRE-CAISSE
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Mouvement : S=sortie (defaut), E=entree du "
                   "coffre, T=transfert vers une caisse, R=reception "
                   "d'une caisse, D=depot au coffre"
               ACCEPT SAISIE
               MOVE FUNCTION UPPER-CASE(SAISIE(1:1)) TO TYPE-MVT
               IF TYPE-MVT = SPACE
                   MOVE 'S' TO TYPE-MVT
               END-IF
               IF TYPE-MVT = 'S' OR 'E' OR 'T' OR 'R' OR 'D'
                   MOVE 'Y' TO ENTRY-OK
               ELSE
                   DISPLAY "Type de mouvement invalide."
               END-IF
           END-PERFORM.

       MOUVEMENT-ESPECES.
           IF TYPE-MVT = 'T' OR TYPE-MVT = 'R'
               PERFORM GET-AUTRE-CAISSE
           END-IF
           PERFORM GET-MONTANT-MOUVEMENT
           MOVE 'Y' TO MVT-ACCEPTE
           IF (TYPE-MVT = 'T' OR TYPE-MVT = 'D')
              AND NUM2 > RUNNING-BALANCE
               DISPLAY "Montant superieur au solde de la caisse, "
                   "mouvement refuse."
               MOVE 'N' TO MVT-ACCEPTE
           END-IF
           IF MVT-ACCEPTE = 'Y'
              AND (TYPE-MVT = 'E' OR TYPE-MVT = 'D')
               PERFORM MAJ-COFFRE
           END-IF
           IF MVT-ACCEPTE = 'Y'
               IF TYPE-MVT = 'E' OR TYPE-MVT = 'R'
                   ADD NUM2 TO RUNNING-BALANCE
               ELSE
                   CALL "SubCalc" USING RUNNING-BALANCE, NUM2,
                       SUB-RESULT
                   MOVE SUB-RESULT TO RUNNING-BALANCE
               END-IF
               PERFORM WRITE-DRAWER-TX
               MOVE RUNNING-BALANCE TO RESULT
               DISPLAY "Solde de la caisse : " RESULT
           END-IF.

       GET-AUTRE-CAISSE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               IF TYPE-MVT = 'T'
                   DISPLAY "Caisse destinataire (01-99) : "
               ELSE
                   DISPLAY "Caisse d'origine (01-99) : "
               END-IF
               ACCEPT SAISIE
               IF FUNCTION TEST-NUMVAL(SAISIE) NOT = 0
                   DISPLAY "Numero de caisse invalide."
               ELSE
                   IF FUNCTION NUMVAL(SAISIE) < 1
                      OR FUNCTION NUMVAL(SAISIE) > 99
                       DISPLAY "Numero de caisse invalide."
                   ELSE
                       MOVE FUNCTION NUMVAL(SAISIE) TO AUTRE-CAISSE
                       IF AUTRE-CAISSE = CAISSE-NO
                           DISPLAY "Transfert sur la meme caisse "
                               "refuse."
                       ELSE
                           MOVE 'Y' TO ENTRY-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GET-MONTANT-MOUVEMENT.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Montant du mouvement : "
               ACCEPT SAISIE
               IF FUNCTION TEST-NUMVAL(SAISIE) NOT = 0
                   DISPLAY "Invalid entry, digits only."
               ELSE
                   MOVE FUNCTION NUMVAL(SAISIE) TO NUM2
                   IF NUM2 = ZERO
                       DISPLAY "Le montant ne peut pas etre nul."
                   ELSE
                       MOVE 'Y' TO ENTRY-OK
                   END-IF
               END-IF
           END-PERFORM.

      * Le coffre garde un enregistrement par jour de mouvement. Les
      * jours precedents passent tels quels sur le fichier de travail,
      * celui du jour est cree au premier mouvement a partir du solde
      * de cloture du dernier jour connu, puis mis a jour.
       MAJ-COFFRE.
           MOVE 'N' TO COFFRE-EXISTE
           MOVE 'N' TO COFFRE-DU-JOUR
           MOVE ZERO TO COFFRE-SOLDE
           MOVE 'N' TO FIN-COFFRE
           OPEN OUTPUT VAULT-WORK-FILE
           OPEN INPUT VAULT-FILE
           IF VLT-STATUS = "00"
               PERFORM UNTIL FIN-COFFRE = 'Y'
                   READ VAULT-FILE
                       AT END
                           MOVE 'Y' TO FIN-COFFRE
                       NOT AT END
                           MOVE 'Y' TO COFFRE-EXISTE
                           IF VLT-DATE = RUN-DATE
                               MOVE 'Y' TO COFFRE-DU-JOUR
                               MOVE VLT-OPENING TO COFFRE-OUVERTURE
                               MOVE VLT-IN TO COFFRE-ENTREES
                               MOVE VLT-OUT TO COFFRE-SORTIES
                               MOVE VLT-CLOSING TO COFFRE-SOLDE
                           ELSE
                               MOVE VLT-CLOSING TO COFFRE-SOLDE
                               MOVE VAULT-RECORD TO VAULT-WORK-RECORD
                               WRITE VAULT-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAULT-FILE
           END-IF
           IF COFFRE-EXISTE NOT = 'Y'
               PERFORM SAISIE-FOND-DE-COFFRE
           END-IF
           IF COFFRE-DU-JOUR NOT = 'Y'
               MOVE COFFRE-SOLDE TO COFFRE-OUVERTURE
               MOVE ZERO TO COFFRE-ENTREES
               MOVE ZERO TO COFFRE-SORTIES
           END-IF
           IF TYPE-MVT = 'E' AND NUM2 > COFFRE-SOLDE
               MOVE COFFRE-SOLDE TO RESULT
               DISPLAY "Solde du coffre insuffisant (" RESULT
                   "), mouvement refuse."
               MOVE 'N' TO MVT-ACCEPTE
               CLOSE VAULT-WORK-FILE
           ELSE
               IF TYPE-MVT = 'E'
                   ADD NUM2 TO COFFRE-SORTIES
                   SUBTRACT NUM2 FROM COFFRE-SOLDE
               ELSE
                   ADD NUM2 TO COFFRE-ENTREES
                   ADD NUM2 TO COFFRE-SOLDE
               END-IF
               MOVE SPACES TO VAULT-RECORD
               MOVE RUN-DATE TO VLT-DATE
               MOVE COFFRE-OUVERTURE TO VLT-OPENING
               MOVE COFFRE-ENTREES TO VLT-IN
               MOVE COFFRE-SORTIES TO VLT-OUT
               MOVE COFFRE-SOLDE TO VLT-CLOSING
               MOVE VAULT-RECORD TO VAULT-WORK-RECORD
               WRITE VAULT-WORK-RECORD
               CLOSE VAULT-WORK-FILE
               PERFORM RECOPIE-COFFRE
           END-IF.

       SAISIE-FOND-DE-COFFRE.
           MOVE 'N' TO ENTRY-OK
           PERFORM UNTIL ENTRY-OK = 'Y'
               DISPLAY "Coffre sans historique - solde d'ouverture "
                   "du coffre : "
               ACCEPT SAISIE
               IF FUNCTION TEST-NUMVAL(SAISIE) NOT = 0
                   DISPLAY "Invalid entry, digits only."
               ELSE
                   MOVE FUNCTION NUMVAL(SAISIE) TO COFFRE-SOLDE
                   MOVE 'Y' TO ENTRY-OK
               END-IF
           END-PERFORM.

       RECOPIE-COFFRE.
           MOVE 'N' TO FIN-COFFRE
           OPEN INPUT VAULT-WORK-FILE
           OPEN OUTPUT VAULT-FILE
           PERFORM UNTIL FIN-COFFRE = 'Y'
               READ VAULT-WORK-FILE
                   AT END
                       MOVE 'Y' TO FIN-COFFRE
                   NOT AT END
                       MOVE VAULT-WORK-RECORD TO VAULT-RECORD
                       WRITE VAULT-RECORD
               END-READ
           END-PERFORM
           CLOSE VAULT-WORK-FILE
           CLOSE VAULT-FILE.


       ACCEPT-CONTINUE.
           DISPLAY CONT-PROMPT.
                   MOVE LIMITE-MONTANT TO LIMITE-ED
                   DISPLAY "Montant au-dela de la limite ("
                       LIMITE-ED "), approbation requise."
                   CALL "SupvApprove" USING SUPERVISEUR-ID, APPROUVE,
                       PROGRAMME-APPEL
                   IF APPROUVE = 'Y'
                       PERFORM ECRIT-APPROBATION
                       MOVE 'Y' TO LIMITE-OK
