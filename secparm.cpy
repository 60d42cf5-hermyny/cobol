      ******************************************************************
      * Copybook: SECPARM
      * Purpose : Parameter block for the SecWrite subprogram, so
      *           MenuPrincipal, SupvApprove and OperMaint log
      *           security events and keep the consecutive failure
      *           counts the same way. SW-FUNCTION 'S' records a
      *           failed sign-on, 'A' a failed supervisor approval,
      *           'R' resets the count of SW-CHARGE-CODE after a good
      *           sign-on or approval, 'U' records an unlock made by
      *           SW-OPERATOR. A failure is charged to SW-CHARGE-CODE
      *           when it is not blank; SW-LOCKED comes back 'Y' when
      *           that code is locked, SW-LIMIT carries the failure
      *           limit in force, SW-STATUS '0' or '9' as AuditWrite.
      ******************************************************************
       01  SECURITY-WRITE-PARMS.
           05  SW-FUNCTION         PIC X(1).
           05  SW-REASON           PIC X(1).
           05  SW-CODE             PIC X(8).
           05  SW-CHARGE-CODE      PIC X(8).
           05  SW-OPERATOR         PIC X(8).
           05  SW-DRAWER           PIC 9(2).
           05  SW-PROGRAM          PIC X(15).
           05  SW-LOCKED           PIC X(1).
           05  SW-LIMIT            PIC 9(2).
           05  SW-STATUS           PIC X(1).
