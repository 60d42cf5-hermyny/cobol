001300*          template file is rewritten through a work file with
001400*          the rolled dates, the same way QueueMaint rewrites
001500*          the queue itself.
001510*          A template is queued on the first open day of the
001520*          business calendar (through CalLookup) on or after its
001530*          due date, so an entry due on a Sunday or a holiday
001540*          goes out the next open day; the stored next-due date
001550*          keeps its own day of the month and is rolled from
001560*          there, so the schedule does not drift.
001600* Tectonics: cobc
001700******************************************************************
001800 IDENTIFICATION DIVISION.
004300 01  ORDER-WORK-RECORD       PIC X(42).
004400
004500 FD  NIGHT-QUEUE-FILE
004600     RECORD CONTAINS 46 CHARACTERS.
004700 COPY "nightq.cpy".
005100
005200 WORKING-STORAGE SECTION.
006500 77  WS-DUE-DAY              PIC 9(2).
006600 77  WS-DATE-INT             PIC 9(8).
006700 77  WS-DATE-CHECK           PIC 9(8).
006710 77  WS-OPEN-DUE             PIC X(8).
006720 77  WS-CAL-FUNCTION         PIC X(1) VALUE 'S'.
006730 77  WS-CAL-FOUND            PIC X(1).
006740 77  WS-DEFERRED-COUNT       PIC 9(7) VALUE ZERO.
006750 77  WS-NO-CALENDAR-COUNT    PIC 9(7) VALUE ZERO.
006800
006900 PROCEDURE DIVISION.
007000 0000-MAINLINE.
011600     ADD 1 TO WS-ORDER-COUNT
011700     IF SO-STATUS = 'A'
011800         IF SO-NEXT-DUE NOT > WS-RUN-DATE
011810             PERFORM 2050-FIND-OPEN-DAY
011820             IF WS-OPEN-DUE NOT > WS-RUN-DATE
011900                 PERFORM 2100-QUEUE-ORDER
012000                 PERFORM 2200-ROLL-NEXT-DUE
012100                     UNTIL SO-NEXT-DUE > WS-RUN-DATE
012110             ELSE
012120                 ADD 1 TO WS-DEFERRED-COUNT
012130             END-IF
012200         END-IF
012300     ELSE
012400         ADD 1 TO WS-EXPIRED-COUNT
013000             SET WS-EOF TO TRUE
013100     END-READ.
013200
013210 2050-FIND-OPEN-DAY.
013220     CALL "CalLookup" USING WS-CAL-FUNCTION, SO-NEXT-DUE,
013230         WS-OPEN-DUE, WS-CAL-FOUND
013240     IF WS-CAL-FOUND NOT = 'Y'
013250         ADD 1 TO WS-NO-CALENDAR-COUNT
013260     END-IF.
013270
013300 2100-QUEUE-ORDER.
013400     MOVE SPACES TO NIGHT-QUEUE-RECORD
013500     MOVE SO-OP-CODE TO NQ-OP-CODE
019900     PERFORM 3100-RECOPY-ORDERS
020000     DISPLAY "StandingOrders: " WS-ORDER-COUNT " template(s) "
020100         "read, " WS-QUEUED-COUNT " queued, "
020200         WS-EXPIRED-COUNT " expired, " WS-DEFERRED-COUNT
020210         " held for the next open day."
020220     IF WS-NO-CALENDAR-COUNT > ZERO
020230         DISPLAY "StandingOrders: business calendar missing for "
020240             WS-NO-CALENDAR-COUNT " due date(s), week-end rule "
020250             "used - load the year through CalendMaint"
020260     END-IF.
020300
020400 3100-RECOPY-ORDERS.
020500     MOVE 'N' TO WS-EOF-FLAG
