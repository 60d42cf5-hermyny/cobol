000100******************************************************************
000200* Author:
000300* Date:
000400* Purpose: Proves the three access paths of the keyed audit
000500*          master agree. Counts the records of AUDITMST once in
000600*          primary key order (date + time + sequence), once
000700*          along the operator path (AUDM-OPERATOR) and once
000800*          along the operation path (AUDM-OPERATION), and hands
000900*          the three counts back with LK-PATH-STATUS '0' when
001000*          they are equal, '1' when an alternate path has lost
001100*          or kept records the base no longer has, '9' when the
001200*          master cannot be opened. Called with the master
001300*          closed by AuditUnload after the nightly backup, by
001400*          AuditReload after a rebuild and by AuditArchive after
001500*          a purge, so an inquiry by operator or by operation
001600*          never reads from an index that is out of step.
001700* Tectonics: cobc
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. AuditPaths.
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT AUDIT-MST-FILE ASSIGN TO "AUDITMST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS AUDM-KEY
002900         ALTERNATE RECORD KEY IS AUDM-OPERATOR
003000             WITH DUPLICATES
003100         ALTERNATE RECORD KEY IS AUDM-OPERATION
003200             WITH DUPLICATES
003300         FILE STATUS IS WS-MST-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  AUDIT-MST-FILE.
003800 COPY "auditmst.cpy".
003900
004000 WORKING-STORAGE SECTION.
004100 77  WS-MST-STATUS           PIC X(2).
004200 77  WS-EOF-FLAG             PIC X(1).
004300     88  WS-EOF                          VALUE 'Y'.
004400 77  WS-PATH-COUNT           PIC 9(7).
004500
004600 LINKAGE SECTION.
004700 01  LK-KEY-COUNT            PIC 9(7).
004800 01  LK-OPERATOR-COUNT       PIC 9(7).
004900 01  LK-OPERATION-COUNT      PIC 9(7).
005000 01  LK-PATH-STATUS          PIC X(1).
005100
005200 PROCEDURE DIVISION USING LK-KEY-COUNT, LK-OPERATOR-COUNT,
005300     LK-OPERATION-COUNT, LK-PATH-STATUS.
005400 0000-MAINLINE.
005500     MOVE ZERO TO LK-KEY-COUNT
005600     MOVE ZERO TO LK-OPERATOR-COUNT
005700     MOVE ZERO TO LK-OPERATION-COUNT
005800     OPEN INPUT AUDIT-MST-FILE
005900     IF WS-MST-STATUS NOT = "00"
006000         MOVE '9' TO LK-PATH-STATUS
006100         GOBACK
006200     END-IF
006300     PERFORM 1000-COUNT-BY-KEY
006400     MOVE WS-PATH-COUNT TO LK-KEY-COUNT
006500     PERFORM 2000-COUNT-BY-OPERATOR
006600     MOVE WS-PATH-COUNT TO LK-OPERATOR-COUNT
006700     PERFORM 3000-COUNT-BY-OPERATION
006800     MOVE WS-PATH-COUNT TO LK-OPERATION-COUNT
006900     CLOSE AUDIT-MST-FILE
007000     IF LK-OPERATOR-COUNT = LK-KEY-COUNT
007100        AND LK-OPERATION-COUNT = LK-KEY-COUNT
007200         MOVE '0' TO LK-PATH-STATUS
007300     ELSE
007400         MOVE '1' TO LK-PATH-STATUS
007500     END-IF
007600     GOBACK.
007700
007800 1000-COUNT-BY-KEY.
007900     MOVE ZERO TO WS-PATH-COUNT
008000     MOVE 'N' TO WS-EOF-FLAG
008100     MOVE LOW-VALUES TO AUDM-KEY
008200     START AUDIT-MST-FILE KEY NOT LESS THAN AUDM-KEY
008300         INVALID KEY
008400             SET WS-EOF TO TRUE
008500     END-START
008600     PERFORM 4000-COUNT-ONE-RECORD UNTIL WS-EOF.
008700
008800 2000-COUNT-BY-OPERATOR.
008900     MOVE ZERO TO WS-PATH-COUNT
009000     MOVE 'N' TO WS-EOF-FLAG
009100     MOVE LOW-VALUES TO AUDM-OPERATOR
009200     START AUDIT-MST-FILE KEY NOT LESS THAN AUDM-OPERATOR
009300         INVALID KEY
009400             SET WS-EOF TO TRUE
009500     END-START
009600     PERFORM 4000-COUNT-ONE-RECORD UNTIL WS-EOF.
009700
009800 3000-COUNT-BY-OPERATION.
009900     MOVE ZERO TO WS-PATH-COUNT
010000     MOVE 'N' TO WS-EOF-FLAG
010100     MOVE LOW-VALUES TO AUDM-OPERATION
010200     START AUDIT-MST-FILE KEY NOT LESS THAN AUDM-OPERATION
010300         INVALID KEY
010400             SET WS-EOF TO TRUE
010500     END-START
010600     PERFORM 4000-COUNT-ONE-RECORD UNTIL WS-EOF.
010700
010800 4000-COUNT-ONE-RECORD.
010900     READ AUDIT-MST-FILE NEXT
011000         AT END
011100             SET WS-EOF TO TRUE
011200         NOT AT END
011300             ADD 1 TO WS-PATH-COUNT
011400     END-READ.
011500
011600 END PROGRAM AuditPaths.
