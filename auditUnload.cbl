001100*          what was unloaded. Runs in NIGHTRUN after the night
001200*          batch, so one bad index after a crash costs at most
001300*          one day, not the whole live trail.
001310*          Once the backup is written it has AuditPaths count
001320*          the master along the operator and operation paths
001330*          as well as by key; an alternate path out of step
001340*          with the base ends RC=4 - the backup itself is good,
001350*          and an AUDRELD rebuild from it puts the paths right.
001400* Tectonics: cobc
001500******************************************************************
001600 IDENTIFICATION DIVISION.
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS SEQUENTIAL
002500         RECORD KEY IS AUDM-KEY
002510         ALTERNATE RECORD KEY IS AUDM-OPERATOR
002520             WITH DUPLICATES
002530         ALTERNATE RECORD KEY IS AUDM-OPERATION
002540             WITH DUPLICATES
002600         FILE STATUS IS WS-MST-STATUS.
002700
002800     SELECT BACKUP-FILE ASSIGN TO "AUDBKP"
005600 77  WS-RECORD-COUNT         PIC 9(7) VALUE ZERO.
005700 77  WS-HASH-TOTAL           PIC S9(13)V99 VALUE ZERO.
005800 77  WS-RESULT-NUM           PIC S9(13)V99.
005810 77  WS-KEY-COUNT            PIC 9(7).
005820 77  WS-OPERATOR-COUNT       PIC 9(7).
005830 77  WS-OPERATION-COUNT      PIC 9(7).
005840 77  WS-PATH-STATUS          PIC X(1).
005900
006000 PROCEDURE DIVISION.
006100 0000-MAINLINE.
010800     CLOSE AUDIT-MST-FILE
010900     CLOSE BACKUP-FILE
011000     DISPLAY "AuditUnload: " WS-RECORD-COUNT " record(s) "
011100         "unloaded with trailer."
011110     CALL "AuditPaths" USING WS-KEY-COUNT, WS-OPERATOR-COUNT,
011120         WS-OPERATION-COUNT, WS-PATH-STATUS
011130     IF WS-PATH-STATUS NOT = '0'
011140         DISPLAY "AuditUnload: WARNING - access paths out of "
011150             "step: " WS-KEY-COUNT " by key, " WS-OPERATOR-COUNT
011160             " by operator, " WS-OPERATION-COUNT
011170             " by operation; rebuild through AUDRELD"
011180         MOVE 4 TO RETURN-CODE
011190     END-IF.
011200
011300 END PROGRAM AuditUnload.
