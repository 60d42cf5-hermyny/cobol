      ******************************************************************
      * Copybook: NIGHTQ
      * Purpose : Shared layout for the night queue record, used for
      *           the raw NIGHTIN queue and the validated stream queues
      *           (NIGHTVL1-3) alike. Besides the op code and both
      *           operands, the record carries a priority ('1' most
      *           urgent to '9') and the requestor who asked for the
      *           work, so the pre-edit can sort the night's work most
      *           urgent first and the batch can section its output by
      *           requestor instead of one arrival-order pile. The
      *           operands are declared as X with numeric REDEFINES so
      *           the pre-edit can class-test them before anything does
      *           arithmetic on them. NQ-APPROVAL is space on a fresh
      *           record; the pre-edit diverts an over-limit record to
      *           the held file unless QueueMaint released it after
      *           review, which stamps 'A' here so the next pre-edit
      *           lets it through. A line taken in from a department's
      *           batch file carries that batch's ID and its line
      *           number within the batch, so the night's results,
      *           rejects and holds can be returned to the department
      *           line by line; both are blank on desk, standing-order
      *           and QueueMaint records. An older 33-byte record reads
      *           with the tag blank.
      ******************************************************************
       01  NIGHT-QUEUE-RECORD.
           05  NQ-OP-CODE          PIC X(1).
           05  NQ-PRIORITY         PIC X(1).
           05  NQ-REQUESTOR        PIC X(8).
           05  NQ-APPROVAL         PIC X(1).
           05  NQ-BATCH-ID         PIC X(8).
           05  NQ-BATCH-LINE       PIC 9(5).
