      ******************************************************************
      * Copybook: SECLOG
      * Purpose : Layout of the security log - one line per failed
      *           sign-on, failed supervisor approval, lockout and
      *           unlock, written only through SecWrite and read back
      *           by SecurityReport for the daily violation report.
      *           SL-CODE is the code that was keyed (or the code
      *           locked / unlocked), SL-OPERATOR the operator signed
      *           on at the drawer (the supervisor for an unlock),
      *           SL-PROGRAM the program that asked. SL-FAIL-COUNT is
      *           the consecutive failure count reached by the code
      *           charged with the failure.
      ******************************************************************
       01  SECURITY-LOG-RECORD.
           05  SL-DATE             PIC X(8).
           05  FILLER              PIC X(1).
           05  SL-TIME             PIC X(6).
           05  FILLER              PIC X(1).
           05  SL-EVENT            PIC X(1).
               88  SL-ECHEC-SESSION            VALUE 'S'.
               88  SL-ECHEC-APPROBATION        VALUE 'A'.
               88  SL-VERROUILLAGE             VALUE 'V'.
               88  SL-DEVERROUILLAGE           VALUE 'D'.
           05  FILLER              PIC X(1).
           05  SL-CODE             PIC X(8).
           05  FILLER              PIC X(1).
           05  SL-DRAWER           PIC 9(2).
           05  FILLER              PIC X(1).
           05  SL-PROGRAM          PIC X(15).
           05  FILLER              PIC X(1).
           05  SL-OPERATOR         PIC X(8).
           05  FILLER              PIC X(1).
           05  SL-REASON           PIC X(1).
               88  SL-CODE-INCONNU             VALUE 'I'.
               88  SL-CODE-DESACTIVE           VALUE 'D'.
               88  SL-CODE-VERROUILLE          VALUE 'V'.
               88  SL-PAS-SUPERVISEUR          VALUE 'R'.
           05  FILLER              PIC X(1).
           05  SL-FAIL-COUNT       PIC 9(2).
