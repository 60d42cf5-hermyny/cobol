      ******************************************************************
      * Copybook: DEPTBAT
      * Purpose : Shared layout for the departmental batch file that
      *           payroll, purchasing and the other departments drop
      *           for the night run instead of sending lists to be
      *           re-keyed through QueueMaint. Each batch is a header
      *           (HDR, department, batch ID, submission date), any
      *           number of detail lines in the 33-byte night queue
      *           layout (op code, both operands, priority, requestor,
      *           approval - see NIGHTQ), and a trailer (TRL, detail
      *           count, hash total). The hash is the sum of every
      *           numeric operand on the detail lines; the second
      *           operand of a conversion, which carries the currency
      *           code, does not count. One file may carry several
      *           batches one after another. DeptIntake proves each
      *           trailer and takes in or refuses the whole batch.
      ******************************************************************
       01  DEPT-BATCH-RECORD.
           05  DB-RECORD-TYPE      PIC X(3).
               88  DB-HEADER                   VALUE "HDR".
               88  DB-TRAILER                  VALUE "TRL".
           05  FILLER              PIC X(30).
       01  DEPT-HEADER-RECORD.
           05  DH-RECORD-TYPE      PIC X(3).
           05  DH-DEPARTMENT       PIC X(8).
           05  DH-BATCH-ID         PIC X(8).
           05  DH-SUBMIT-DATE      PIC X(8).
           05  FILLER              PIC X(6).
       01  DEPT-TRAILER-RECORD.
           05  DT-RECORD-TYPE      PIC X(3).
           05  DT-LINE-COUNT-X     PIC X(5).
           05  DT-LINE-COUNT       REDEFINES DT-LINE-COUNT-X
                                   PIC 9(5).
           05  DT-HASH-TOTAL-X     PIC X(15).
           05  DT-HASH-TOTAL       REDEFINES DT-HASH-TOTAL-X
                                   PIC 9(13)V99.
           05  FILLER              PIC X(10).
