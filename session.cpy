      ******************************************************************
      * Copybook: SESSION
      * Purpose : Desk session shared by MenuPrincipal and the
      *           programs it calls without passing them the drawer -
      *           the signed-on operator, the drawer number chosen at
      *           sign-on, and the flag SupvApprove raises when the
      *           operator's own code has just been locked for too
      *           many failed supervisor approvals, so the menu ends
      *           the session. Declared EXTERNAL: every program that
      *           copies it sees the same storage.
      ******************************************************************
       01  SESSION-POSTE IS EXTERNAL.
           05  SP-OPERATEUR        PIC X(8).
           05  SP-CAISSE           PIC 9(2).
           05  SP-VERROUILLE       PIC X(1).
