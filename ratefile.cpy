      ******************************************************************
      * Copybook: RATEFILE
      * Purpose : Shared layout for the daily exchange-rate file - one
      *           line per currency per business date, giving the
      *           value in euros of one unit of the foreign currency.
      *           Maintained by a supervisor through TauxMaint and
      *           read through RateLookup by the desk conversion,
      *           the night run and the audit integrity sweep, so
      *           every conversion is priced from the same line and
      *           can be re-proved against it later.
      ******************************************************************
       01  EXCHANGE-RATE-RECORD.
           05  RATE-DATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  RATE-CURRENCY       PIC X(3).
           05  FILLER              PIC X(1).
           05  RATE-VALUE          PIC 9(4)V9(6).
