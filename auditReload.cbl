001100*          trailer before declaring success - a reload that
001200*          does not match its trailer ends RC=16 so nobody
001300*          trusts a half-rebuilt trail.
001310*          The load goes through the base with both alternate
001320*          keys declared, so the operator and operation paths
001330*          are rebuilt with it; AuditPaths then counts the new
001340*          master along all three paths and the rebuild is
001350*          certified only if each path holds every record.
001400* Tectonics: cobc
001500******************************************************************
001600 IDENTIFICATION DIVISION.
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS AUDM-KEY
002910         ALTERNATE RECORD KEY IS AUDM-OPERATOR
002920             WITH DUPLICATES
002930         ALTERNATE RECORD KEY IS AUDM-OPERATION
002940             WITH DUPLICATES
003000         FILE STATUS IS WS-MST-STATUS.
003100
003200 DATA DIVISION.
006000 77  WS-TRAILER-COUNT        PIC 9(7).
006100 77  WS-TRAILER-HASH         PIC S9(13)V99.
006200 77  WS-TRAILER-DATE         PIC X(8).
006210 77  WS-KEY-COUNT            PIC 9(7).
006220 77  WS-OPERATOR-COUNT       PIC 9(7).
006230 77  WS-OPERATION-COUNT      PIC 9(7).
006240 77  WS-PATH-STATUS          PIC X(1).
006300
006400 PROCEDURE DIVISION.
006500 0000-MAINLINE.
014000                 "certified"
014100             MOVE 16 TO RETURN-CODE
014200         END-IF
014300     END-IF
014306     PERFORM 3100-PROVE-PATHS.
014312
014318 3100-PROVE-PATHS.
014324     CALL "AuditPaths" USING WS-KEY-COUNT, WS-OPERATOR-COUNT,
014330         WS-OPERATION-COUNT, WS-PATH-STATUS
014336     IF WS-PATH-STATUS = '0'
014342        AND WS-KEY-COUNT = WS-RECORD-COUNT
014348         DISPLAY "AuditReload: operator and operation paths "
014354             "rebuilt, " WS-KEY-COUNT " record(s) on each."
014360     ELSE
014366         DISPLAY "AuditReload: access paths NOT certified - "
014372             WS-KEY-COUNT " by key, " WS-OPERATOR-COUNT
014378             " by operator, " WS-OPERATION-COUNT " by operation"
014384         MOVE 16 TO RETURN-CODE
014390     END-IF.
014400
014500 END PROGRAM AuditReload.
