000280*
000290* MOD-HISTORY:
000300*   2026-09-02 JRM  ORIGINAL VERSION.
000301*   2026-10-14 JRM  RQHIST RECORD WIDENED 39 TO 47 FOR THE NEW
000302*                   JOB ID FIELD; NOT USED HERE.
000310*----------------------------------------------------------------*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ROTCHARGE.
000550 FILE SECTION.
000560 FD  ReqHistFile
000570     RECORDING MODE IS F.
000580 01  ReqHistRecord                   PIC X(47).
000590
000600 FD  CtlFile
000610     RECORDING MODE IS F.
