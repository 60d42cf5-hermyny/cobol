      ******************************************************************
      * Copybook: NIGHTHELD
      * Purpose : Shared layout for the held file - one record per
      *           queue record NightQueueEdit diverted for being over
      *           the LIMITFLE threshold of its op code: the queue
      *           record itself as it will go back into the queue
      *           when released, the date it was held, the threshold
      *           it ran over, and its review status - 'N' not looked
      *           at yet, 'E' examined by a supervisor through
      *           QueueMaint, who is named with the date. A released
      *           hold leaves the file through QueueMaint; one not
      *           released in time is expired by HeldAging into the
      *           refused file with a notice to its requestor. A
      *           record held before the date existed reads with the
      *           date blank; HeldAging dates it the first night it
      *           sees it.
      ******************************************************************
       01  NIGHT-HELD-RECORD.
           05  HLD-QUEUE-RECORD    PIC X(46).
           05  FILLER              PIC X(1).
           05  HLD-DATE-HELD       PIC X(8).
           05  FILLER              PIC X(1).
           05  HLD-LIMIT           PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  HLD-REVIEW-STATUS   PIC X(1).
               88  HLD-NOT-REVIEWED            VALUE 'N' SPACE.
               88  HLD-EXAMINED                VALUE 'E'.
           05  FILLER              PIC X(1).
           05  HLD-REVIEWED-BY     PIC X(8).
           05  FILLER              PIC X(1).
           05  HLD-REVIEW-DATE     PIC X(8).
