      *           operator assigned to it at sign-on so the
      *           consolidated over/short report and the daily close
      *           can rebuild each drawer's day from the journal
      *           alone. DTX-TYPE says what the movement was: a
      *           sortie (blank on lines written before types were
      *           kept), an entree of change from the vault, the two
      *           legs of a transfer between drawers (DTX-OTHER-DRAWER
      *           names the other drawer) or a depot to the vault.
      ******************************************************************
       01  DRAWER-TX-RECORD.
           05  DTX-DRAWER-NO       PIC 9(2).
           05  FILLER              PIC X(1).
           05  DTX-BALANCE-AFTER   PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DTX-TYPE            PIC X(1).
               88  DTX-SORTIE                 VALUE 'S' SPACE.
               88  DTX-ENTREE-COFFRE          VALUE 'E'.
               88  DTX-TRANSFERT-SORTIE       VALUE 'T'.
               88  DTX-TRANSFERT-ENTREE       VALUE 'R'.
               88  DTX-DEPOT-COFFRE           VALUE 'D'.
           05  FILLER              PIC X(1).
           05  DTX-OTHER-DRAWER    PIC 9(2).
