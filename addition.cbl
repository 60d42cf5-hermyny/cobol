       01 FIN-LIMITES PIC X(1).
       01 SUPERVISEUR-ID PIC X(8).
       01 APPROUVE PIC X(1).
       01 PROGRAMME-APPEL PIC X(15) VALUE "addition".
       01 JOUR-FERME PIC X(1).

       LINKAGE SECTION.
                   MOVE LIMITE-MONTANT TO LIMITE-ED
                   DISPLAY "Montant au-dela de la limite ("
                       LIMITE-ED "), approbation requise."
                   CALL "SupvApprove" USING SUPERVISEUR-ID, APPROUVE,
                       PROGRAMME-APPEL
                   IF APPROUVE = 'Y'
                       PERFORM ECRIT-APPROBATION
                       MOVE 'Y' TO LIMITE-OK
