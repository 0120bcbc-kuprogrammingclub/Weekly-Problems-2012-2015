000142*                   SO READ = VALID + EXCEPTIONS + SUPPRESSED
000143*                   + HELD STILL BALANCES FROM THE HISTORY
000144*                   RECORD ALONE.
000145*   2026-10-14 JRM  ADDED HSTDEFERRED (RECORD 67 TO 74 BYTES), THE
000146*                   COUNT OF NORMAL-PRIORITY RECORDS DEFERRED TO
000147*                   THE NEXT NIGHT BY THE REQUESTER DAILY QUOTA,
000148*                   SO READ = VALID + EXCEPTIONS + SUPPRESSED +
000149*                   HELD + DEFERRED.
000150*----------------------------------------------------------------*
000151 01  RunHistory.
000160     02  HstRunDate                  PIC 9(08).
000170     02  HstJobId                    PIC X(08).
000180     02  HstRecordsRead              PIC 9(07).
000220     02  HstMismatches               PIC 9(07).
000230     02  HstDupsSuppressed           PIC 9(07).
000240     02  HstHeld                     PIC 9(07).
000250     02  HstDeferred                 PIC 9(07).
