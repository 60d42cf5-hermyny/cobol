      ******************************************************************
      * Copybook: BATCHRES
      * Purpose : Shared layout for the night batch's per-line result
      *           file. NightlyBatch writes one record for every queue
      *           record that came in on a departmental batch (batch
      *           ID not blank): 'R' with the result as printed on
      *           NIGHTOUT, or 'J' with the reason it was rejected at
      *           run time, followed by the queue record itself so the
      *           department, batch ID and line number travel with it.
      *           DeptReturn reads it to build the batch return file.
      *           Run-time reasons follow the NightQueueEdit codes
      *           (01 op code, 04 zero divisor, 06 no rate) plus 07 for
      *           a result too large for its field.
      ******************************************************************
       01  BATCH-RESULT-RECORD.
           05  BR-STATUS           PIC X(1).
               88  BR-RESULT                   VALUE 'R'.
               88  BR-REJECTED                 VALUE 'J'.
           05  BR-REASON-CODE      PIC X(2).
           05  BR-RESULT-TEXT      PIC X(15).
           05  BR-QUEUE-RECORD     PIC X(46).
