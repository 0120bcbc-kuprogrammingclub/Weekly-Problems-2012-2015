000140* MASTER, AND PRINTS ONE PAGE OF EXPLICIT PASS/FAIL CHECKS:
000150*
000160*   - A HISTORY RECORD EXISTS FOR THE NIGHT;
000170*   - RECORDS READ = VALID + EXCEPTIONS + SUPPRESSED + HELD +
000171*     DEFERRED;
000180*   - THE RUN RECONCILED WITH ZERO MISMATCHES;
000190*   - THE REJECTS GENERATION HOLDS EXACTLY ONE RECORD PER
000200*     EXCEPTION;
000360*
000370* MOD-HISTORY:
000380*   2026-09-02 JRM  ORIGINAL VERSION.
000381*   2026-10-14 JRM  HISTORY RECORD WIDENED 67 TO 74 FOR THE NEW
000382*                   DEFERRED TOTAL (NORMAL-PRIORITY WORK HELD
000383*                   BACK BY THE REQUESTER DAILY QUOTA), WHICH THE
000384*                   BALANCE CHECK NOW ADDS IN.
000390*----------------------------------------------------------------*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. ROTSIGNOF.
000810
000820 FD  HistFile
000830     RECORDING MODE IS F.
000840 01  HistRecord                      PIC X(74).
000850
000860 FD  RejFile
000870     RECORDING MODE IS F.
001540     02  SO-HIST-MISM                PIC 9(07) COMP VALUE 0.
001550     02  SO-HIST-DUPS                PIC 9(07) COMP VALUE 0.
001560     02  SO-HIST-HELD                PIC 9(07) COMP VALUE 0.
001561     02  SO-HIST-DEFERRED            PIC 9(07) COMP VALUE 0.
001570     02  SO-BALANCE-SUM              PIC 9(09) COMP VALUE 0.
001580
001590*----------------------------------------------------------------*
003460     ELSE
003470         MOVE 0 TO SO-HIST-HELD
003480     END-IF.
003481     IF HstDeferred IS NUMERIC
003482         MOVE HstDeferred TO SO-HIST-DEFERRED
003483     ELSE
003484         MOVE 0 TO SO-HIST-DEFERRED
003485     END-IF.
003490 2000-EXIT.
003500     EXIT.
003510
004650
004660*----------------------------------------------------------------*
004670* 8200-CHECK-BALANCE -- READ = VALID + EXCEPTIONS + SUPPRESSED   *
004680* + HELD + DEFERRED, STRAIGHT FROM THE HISTORY RECORD. WITH NO   *
004690* HISTORY RECORD THE CHECK FAILS WITH 8100 RATHER THAN           *
004700* PRETENDING ZERO BALANCES ZERO.                                 *
004710*----------------------------------------------------------------*
004720 8200-CHECK-BALANCE.
004730     MOVE "READ = VALID + EXC + DUPS + HELD + DEFERRED" TO
004740         SO-CHK-TEXT.
004750     MOVE SPACES TO SO-CHK-DETAIL.
004760     IF NOT SO-HIST-FOUND
004780         GO TO 8200-EXIT
004790     END-IF.
004800     COMPUTE SO-BALANCE-SUM = SO-HIST-VALID + SO-HIST-EXC
004810         + SO-HIST-DUPS + SO-HIST-HELD + SO-HIST-DEFERRED.
004820     IF SO-BALANCE-SUM = SO-HIST-READ
004830         PERFORM 8900-WRITE-PASS THRU 8900-EXIT
004840     ELSE
