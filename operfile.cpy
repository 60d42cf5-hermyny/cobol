      *           history in the audit trail still resolves to a
      *           name. Old two-field records read with blank role
      *           and status, which count as operateur and actif.
      *           Status 'V' is a code locked after too many
      *           consecutive failed sign-ons or supervisor
      *           approvals (count in OPR-FAIL-COUNT, limit on the
      *           SECLIMIT file); only a supervisor unlocks it from
      *           OperMaint. Records without the count read it as
      *           spaces - test NUMERIC before using it.
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OPR-ID              PIC X(8).
           05  OPR-STATUS          PIC X(1).
               88  OPR-ACTIF                   VALUE 'A' ' '.
               88  OPR-INACTIF                 VALUE 'I'.
               88  OPR-VERROUILLE              VALUE 'V'.
           05  FILLER              PIC X(1).
           05  OPR-FAIL-COUNT      PIC 9(2).
