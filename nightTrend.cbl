001400*          will hit the 06:00 online start at the current
001500*          growth - capacity planning from the files instead
001600*          of guesswork. History lines written before the
001700*          carried-over column existed still parse, and the
001710*          per-stream columns NightMerge adds after the end
001720*          status are read past.
001800* Tectonics: cobc
001900******************************************************************
002000 IDENTIFICATION DIVISION.
005500         10  NH-CARRIED-X    PIC X(7).
005600         10  FILLER          PIC X(1).
005700         10  NH-NEW-STATUS   PIC X(8).
005710     05  NH-STREAM-DATA      PIC X(150).
005800
005900 FD  RETENTION-FILE.
006000 01  RETENTION-RECORD.
