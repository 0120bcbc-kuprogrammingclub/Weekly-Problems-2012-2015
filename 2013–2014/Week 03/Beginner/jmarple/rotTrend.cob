000234*                   NEW HELD TOTAL. HELD RECORDS ARE SKIPPED
000236*                   WORK, NOT VOLUME, SO THE TREND ARITHMETIC
000238*                   IS UNCHANGED.
000239*   2026-10-14 JRM  HISTORY RECORD WIDENED 67 TO 74 FOR THE NEW
000240*                   DEFERRED TOTAL. DEFERRED RECORDS ROTATE ON A
000241*                   LATER NIGHT AND ARE COUNTED THERE, SO THE
000242*                   TREND ARITHMETIC IS UNCHANGED.
000243*----------------------------------------------------------------*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ROTTREND.
000270 AUTHOR. J. MARPLE.
000480 FILE SECTION.
000490 FD  HistFile
000500     RECORDING MODE IS F.
000510 01  HistRecord                      PIC X(74).
000520
000530 FD  CtlFile
000540     RECORDING MODE IS F.
