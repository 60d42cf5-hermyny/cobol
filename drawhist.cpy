      ******************************************************************
      * Copybook: DRAWHIST
      * Purpose : Shared layout for the drawer variance history - one
      *           record appended at every drawer close by Subtraction,
      *           next to the DRAWERBAL rewrite, and never rewritten
      *           itself, so each close's over/short survives the next
      *           one: the business date and time of the close, the
      *           drawer, the operator signed on to it, the expected
      *           balance the journal led to, the cash counted and the
      *           over/short between them (+ over, - short).
      *           RapportEcarts reads it at month-end by operator and
      *           by drawer.
      ******************************************************************
       01  DRAWER-HIST-RECORD.
           05  DVH-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  DVH-TIME            PIC X(6).
           05  FILLER              PIC X(1).
           05  DVH-DRAWER-NO       PIC 9(2).
           05  FILLER              PIC X(1).
           05  DVH-OPERATOR        PIC X(8).
           05  FILLER              PIC X(1).
           05  DVH-EXPECTED        PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DVH-COUNTED         PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  DVH-OVER-SHORT      PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
