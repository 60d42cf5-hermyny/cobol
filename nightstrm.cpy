      ******************************************************************
      * Copybook: NIGHTSTRM
      * Purpose : Shared layout for the control record of one night
      *           stream. NightQueueEdit splits the validated queue
      *           into three streams by priority band and writes each
      *           stream's control record PRET with the night's date
      *           and the number of records queued to it. NightlyBatch
      *           running that stream marks it ENCOURS when it starts,
      *           then NORMALE, REPORTE (cutoff) or ANORMALE at the
      *           end, with its start and end times and its counts -
      *           added up over a resubmit, so the record always holds
      *           the whole night for the stream. A stream found
      *           NORMALE is not run again, which is what lets a
      *           restart resubmit only the stream that failed.
      *           NightMerge reads the three records to build the one
      *           NIGHTHIST line and keeps in NST-DET-MERGED how many
      *           of the stream's CALCDET records it has already
      *           posted, so a second merge after a resubmit posts
      *           only the rest.
      ******************************************************************
       01  NIGHT-STREAM-RECORD.
           05  NST-STREAM          PIC X(1).
           05  FILLER              PIC X(1).
           05  NST-RUN-DATE        PIC X(8).
           05  FILLER              PIC X(1).
           05  NST-STATE           PIC X(8).
               88  NST-READY                   VALUE "PRET".
               88  NST-RUNNING                 VALUE "ENCOURS".
               88  NST-NORMAL                  VALUE "NORMALE".
               88  NST-DEFERRED                VALUE "REPORTE".
               88  NST-ABNORMAL                VALUE "ANORMALE".
           05  FILLER              PIC X(1).
           05  NST-FIRST-PRIORITY  PIC X(1).
           05  NST-LAST-PRIORITY   PIC X(1).
           05  FILLER              PIC X(1).
           05  NST-QUEUED-COUNT    PIC 9(7).
           05  FILLER              PIC X(1).
           05  NST-START-TIME      PIC X(6).
           05  FILLER              PIC X(1).
           05  NST-END-TIME        PIC X(6).
           05  FILLER              PIC X(1).
           05  NST-READ-COUNT      PIC 9(7).
           05  FILLER              PIC X(1).
           05  NST-WRITTEN-COUNT   PIC 9(7).
           05  FILLER              PIC X(1).
           05  NST-REJECT-COUNT    PIC 9(7).
           05  FILLER              PIC X(1).
           05  NST-CARRIED-COUNT   PIC 9(7).
           05  FILLER              PIC X(1).
           05  NST-DET-MERGED      PIC 9(7).
