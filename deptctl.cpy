      ******************************************************************
      * Copybook: DEPTCTL
      * Purpose : Shared layout for the departmental batch control
      *           file - one record per batch DeptIntake has read,
      *           kept for good, with the department and batch ID
      *           from the header, the date it was taken in, the
      *           count and hash proved against the trailer, whether
      *           the batch was accepted ('A') or refused ('R') and
      *           the reason for a refusal. DeptIntake refuses a batch
      *           ID the department already had accepted, so a file
      *           dropped twice does not queue twice. DC-RETURNED is
      *           space until DeptReturn has sent the batch's return
      *           file back, then 'Y'.
      ******************************************************************
       01  DEPT-CONTROL-RECORD.
           05  DC-DEPARTMENT       PIC X(8).
           05  DC-BATCH-ID         PIC X(8).
           05  DC-SUBMIT-DATE      PIC X(8).
           05  DC-INTAKE-DATE      PIC X(8).
           05  DC-LINE-COUNT       PIC 9(5).
           05  DC-HASH-TOTAL       PIC 9(13)V99.
           05  DC-STATUS           PIC X(1).
               88  DC-ACCEPTED                 VALUE 'A'.
               88  DC-REFUSED                  VALUE 'R'.
           05  DC-REASON-CODE      PIC X(2).
           05  DC-RETURNED         PIC X(1).
