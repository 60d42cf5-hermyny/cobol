001000*          so every over-limit calculation pauses on the same
001100*          question asked the same way, and the approving code
001200*          lands on the audit record the caller writes.
001210*          Every wrong code goes to the security log through
001220*          SecWrite with the drawer and operator of the desk
001230*          SESSION and the calling program named in LK-PROGRAM,
001240*          and counts against the operator signed on at the
001250*          drawer; when that operator's code is locked for too
001260*          many consecutive failures the approval is refused at
001270*          once and SP-VERROUILLE tells the menu to end the
001280*          session. A good approval clears the operator's count.
001300* Tectonics: cobc
001400******************************************************************
001500 IDENTIFICATION DIVISION.
003500 77  WS-CODE                 PIC X(8).
003600 77  WS-TRY-COUNT            PIC 9(1).
003700 77  WS-FOUND                PIC X(1).
003710 77  WS-REASON               PIC X(1).
003720 COPY "session.cpy".
003730 COPY "secparm.cpy".
003800
003900 LINKAGE SECTION.
004000 01  LK-SUPERVISOR-ID        PIC X(8).
004100 01  LK-APPROVED             PIC X(1).
004110 01  LK-PROGRAM              PIC X(15).
004200
004300 PROCEDURE DIVISION USING LK-SUPERVISOR-ID, LK-APPROVED,
004310     LK-PROGRAM.
004400 0000-MAINLINE.
004500     MOVE 'N' TO LK-APPROVED
004600     MOVE SPACES TO LK-SUPERVISOR-ID
006100         IF WS-FOUND = 'Y'
006200             MOVE WS-CODE TO LK-SUPERVISOR-ID
006300             MOVE 'Y' TO LK-APPROVED
006310             MOVE 'R' TO SW-FUNCTION
006320             PERFORM 3000-CALL-SECWRITE
006400         ELSE
006500             DISPLAY "Code superviseur invalide."
006510             MOVE 'A' TO SW-FUNCTION
006520             PERFORM 3000-CALL-SECWRITE
006530             IF SW-LOCKED = 'Y'
006540                 MOVE 'Y' TO SP-VERROUILLE
006550                 DISPLAY "Trop d'echecs, code " SP-OPERATEUR
006560                     " verrouille."
006570                 MOVE 3 TO WS-TRY-COUNT
006580             END-IF
006600         END-IF
006700     END-IF.
006800
006900 2000-CHECK-SUPERVISOR.
007000     MOVE 'N' TO WS-FOUND
007100     MOVE 'N' TO WS-EOF-FLAG
007110     MOVE 'I' TO WS-REASON
007200     OPEN INPUT OPERATOR-FILE
007300     IF WS-OPER-STATUS NOT = "00"
007400         DISPLAY "OPERFILE introuvable, statut " WS-OPER-STATUS
008600             IF OPR-ID = WS-CODE
008700                AND OPR-SUPERVISEUR AND OPR-ACTIF
008800                 MOVE 'Y' TO WS-FOUND
008810             ELSE
008820                 IF OPR-ID = WS-CODE
008830                     PERFORM 2200-SET-REASON
008840                 END-IF
008900             END-IF
009000     END-READ.
009005
009010 2200-SET-REASON.
009015     EVALUATE TRUE
009020         WHEN OPR-INACTIF
009025             MOVE 'D' TO WS-REASON
009030         WHEN OPR-VERROUILLE
009035             MOVE 'V' TO WS-REASON
009040         WHEN OTHER
009045             MOVE 'R' TO WS-REASON
009050     END-EVALUATE.
009055
009060 3000-CALL-SECWRITE.
009065     MOVE WS-REASON TO SW-REASON
009070     MOVE WS-CODE TO SW-CODE
009075     MOVE SP-OPERATEUR TO SW-CHARGE-CODE
009080     MOVE SP-OPERATEUR TO SW-OPERATOR
009085     MOVE SP-CAISSE TO SW-DRAWER
009090     MOVE LK-PROGRAM TO SW-PROGRAM
009095     CALL "SecWrite" USING SECURITY-WRITE-PARMS.
009100
009200 END PROGRAM SupvApprove.
