      ******************************************************************
      * Copybook: ACCTMAP
      * Purpose : Shared layout for the chart-of-accounts mapping -
      *           one line per posting source, giving the ledger
      *           account to debit and the account to credit for it.
      *           MAP-SOURCE 'O' lines are keyed on the GLEXTR op code
      *           of an audit master operation (A, S, M, D, %, C...),
      *           'T' lines on the DRAWERTX movement type (S sortie,
      *           E entree du coffre, T/R transfer legs, D depot), and
      *           the single 'A' line names the suspense (attente)
      *           account in MAP-DEBIT. Maintained by a supervisor
      *           through CompteMaint and read by GlJournal, which
      *           posts an entry with no line here to suspense.
      ******************************************************************
       01  ACCOUNT-MAP-RECORD.
           05  MAP-SOURCE          PIC X(1).
               88  MAP-OPERATION              VALUE 'O'.
               88  MAP-DRAWER-MOVE            VALUE 'T'.
               88  MAP-SUSPENSE               VALUE 'A'.
           05  FILLER              PIC X(1).
           05  MAP-CODE            PIC X(1).
           05  FILLER              PIC X(1).
           05  MAP-DEBIT           PIC X(8).
           05  FILLER              PIC X(1).
           05  MAP-CREDIT          PIC X(8).
           05  FILLER              PIC X(1).
           05  MAP-LABEL           PIC X(20).
