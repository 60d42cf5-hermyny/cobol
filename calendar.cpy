      ******************************************************************
      * Copybook: CALENDAR
      * Purpose : Shared layout for the business calendar - one line
      *           per day of every year loaded, in date order, saying
      *           whether the branch is open ('O'), closed for the
      *           week-end ('W') or closed for a holiday ('F', with
      *           its name). A year is loaded and kept by a supervisor
      *           through CalendMaint and read through CalLookup by
      *           the batch jobs that need the next or the last open
      *           day; CalCheck warns at month-end when the coming
      *           year is missing.
      ******************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  CAL-DAY-TYPE        PIC X(1).
               88  CAL-OUVERT                  VALUE 'O'.
               88  CAL-WEEK-END                VALUE 'W'.
               88  CAL-FERIE                   VALUE 'F'.
           05  FILLER              PIC X(1).
           05  CAL-LABEL           PIC X(20).
