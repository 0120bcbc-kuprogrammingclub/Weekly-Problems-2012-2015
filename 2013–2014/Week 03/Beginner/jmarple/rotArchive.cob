000360*
000370* MOD-HISTORY:
000380*   2026-09-02 JRM  ORIGINAL VERSION.
000381*   2026-10-14 JRM  HISTORY RECORDS WIDENED 67 TO 74 FOR THE NEW
000382*                   DEFERRED TOTAL; THEY ARE COPIED WHOLE, SO ONLY
000383*                   THE RECORD LENGTHS CHANGED.
000390*----------------------------------------------------------------*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. ROTARCHIV.
000970
000980 FD  HistInFile
000990     RECORDING MODE IS F.
001000 01  HistInRecord                    PIC X(74).
001010
001020 FD  HistOutFile
001030     RECORDING MODE IS F.
001040 01  HistOutRecord                   PIC X(74).
001050
001060 FD  HistArcFile
001070     RECORDING MODE IS F.
001080 01  HistArcRecord                   PIC X(74).
001090
001100 FD  AudInFile
001110     RECORDING MODE IS F.
