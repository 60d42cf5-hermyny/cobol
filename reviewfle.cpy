      ******************************************************************
      * Copybook: REVIEWFLE
      * Purpose : Layout of the second-person review file. One line
      *           per audit master record picked for review by
      *           ReviewSample - its key, operation, operands, result
      *           and operator as they stand on AUDITMST, why it was
      *           picked ('A' an over-limit item approved through
      *           ECRIT-APPROBATION - the APPROBATION stamp or the
      *           calculation it cleared - 'E' the random sample) and
      *           the approving supervisor if any. RevueEchant fills
      *           in the verdict ('C' conforme, 'N' non conforme,
      *           blank = not reviewed yet), the reviewer, the review
      *           date and a comment; ReviewReport reads it back for
      *           the outstanding items and the findings.
      ******************************************************************
       01  REVIEW-RECORD.
           05  RV-KEY.
               10  RV-DATE         PIC X(8).
               10  RV-TIME         PIC X(6).
               10  RV-SEQ          PIC 9(4).
           05  RV-OPERATION        PIC X(15).
           05  RV-NUM1             PIC X(13).
           05  RV-NUM2             PIC X(13).
           05  RV-RESULT           PIC X(15).
           05  RV-OPERATOR         PIC X(8).
           05  RV-REASON           PIC X(1).
               88  RV-APPROVED-ITEM            VALUE 'A'.
               88  RV-SAMPLED-ITEM             VALUE 'E'.
           05  RV-SUPERVISOR       PIC X(8).
           05  RV-SAMPLE-DATE      PIC X(8).
           05  RV-VERDICT          PIC X(1).
               88  RV-A-REVOIR                 VALUE ' '.
               88  RV-CONFORME                 VALUE 'C'.
               88  RV-NON-CONFORME             VALUE 'N'.
           05  RV-REVIEWER         PIC X(8).
           05  RV-REVIEW-DATE      PIC X(8).
           05  RV-COMMENT          PIC X(40).
