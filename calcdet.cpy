      *           run's arithmetic here too, tagged NUIT in CD-SOURCE
      *           (desk programs tag JOUR; blank on old records reads
      *           as desk work), so day and night reconcile on one
      *           printed page. A currency conversion carries the
      *           currency code and the rate applied in CD-CURRENCY
      *           and CD-RATE (CD-NUM2 zero); both are blank on every
      *           other operation.
      ******************************************************************
       FD  CALC-DETAIL-FILE.
       01  CALC-DETAIL-RECORD.
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  CD-SOURCE           PIC X(4).
           05  FILLER              PIC X(1).
           05  CD-CURRENCY         PIC X(3).
           05  FILLER              PIC X(1).
           05  CD-RATE             PIC 9(4)V9(6).
