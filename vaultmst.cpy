      ******************************************************************
      * Copybook: VAULTMST
      * Purpose : Shared layout for the vault (coffre) master - one
      *           record per business date on which the safe moved,
      *           in date order: the balance the safe opened the day
      *           with, the depots taken in from the drawers, the
      *           change given out to the drawers and the closing
      *           balance. Updated by Subtraction at each vault
      *           movement and read by the drawer close report and
      *           DailyClose, which prove it against the DRAWERTX
      *           journal. A date with no record had no movement and
      *           carries the closing balance of the last record
      *           before it.
      ******************************************************************
       01  VAULT-RECORD.
           05  VLT-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  VLT-OPENING         PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  VLT-IN              PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  VLT-OUT             PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  VLT-CLOSING         PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
