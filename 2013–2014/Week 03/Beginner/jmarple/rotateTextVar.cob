000320*                   TO BE REAL DD NAMES, WHICH IS PART OF WHY
000330*                   THIS MODE NEVER HAD PRODUCTION JCL (SEE
000340*                   ROTJOBV.JCL, NEW WITH THIS CHANGE).
000341*   2026-10-14 JRM  HISTORY RECORD WIDENED 67 TO 74 FOR THE NEW
000342*                   DEFERRED TOTAL. THIS STREAM HAS NO REQUESTER
000343*                   QUOTA, SO IT IS ALWAYS WRITTEN ZERO.
000350*----------------------------------------------------------------*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. ROTATETEXTV.
000840 FD  HistFile
000850     RECORDING MODE IS F.
000860*    ONE RUN-STATISTICS RECORD PER RUN, RTHIST LAYOUT.
000870 01  HistRecord                      PIC X(74).
000880
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------*
004760     MOVE 0 TO HstMismatches.
004770     MOVE 0 TO HstDupsSuppressed.
004780     MOVE 0 TO HstHeld.
004781     MOVE 0 TO HstDeferred.
004790     WRITE HistRecord FROM RunHistory.
004800     IF RT-HIST-STATUS NOT = "00"
004810         DISPLAY "ROTATETEXTV: *** ROTHIST WRITE FAILED, STATUS "
