000010*----------------------------------------------------------------*
000020* STDORDER.CPY
000030*----------------------------------------------------------------*
000040* THE KEYED STANDING-ORDER MASTER RECORD (VSAM KSDS, KEY =
000050* STOORDERID, LRECL 200). ONE ENTRY PER RECURRING ROTATION ORDER:
000060* A TRIPLE A DEPARTMENT WANTS ROTATED ON A SCHEDULE, SO OPS NO
000070* LONGER RE-KEY THE SAME ROTRQMNT ADD CARD EVERY DAY OR EVERY
000080* MONTH-END. EACH ENTRY HOLDS THE TRIPLE, THE REQUESTER AND
000090* PRIORITY THE GENERATED REQUESTS CARRY, AND WHEN THEY FALL DUE:
000100*
000110*   D  DAILY      EVERY DATE FROM START TO STOP
000120*   W  WEEKLY     EVERY STOWEEKDAY (MON, TUE, ... SUN)
000130*   M  MONTH-END  THE LAST CALENDAR DAY OF EACH MONTH
000140*
000150* A STOP DATE OF ZERO LEAVES THE ORDER OPEN-ENDED. MAINTAINED BY
000160* THE ROTSTMNT CONTROL-CARD JOB; A CANCELLED ORDER (STOSTATUS C)
000170* STAYS ON THE MASTER AND SIMPLY NEVER FALLS DUE AGAIN.
000180*
000190* THE NIGHTLY ROTSTGEN GENERATOR ADDS ONE RECEIVED RQMASTER ENTRY
000200* PER ORDER DUE ON THE RUN DATE, AND RECORDS THE DATE AND THE
000210* GENERATED REQUEST ID HERE (STOLASTGENDATE/STOLASTREQUESTID)
000220* BEFORE WRITING THE REQUEST, SO A RERUN FOR THE SAME DATE FINDS
000230* THE ORDER ALREADY GENERATED AND NEVER ADDS IT TWICE.
000240*
000250* THE RESERVED KEY *NEXTID HOLDS THE GENERATOR'S REQUEST-ID
000260* COUNTER INSTEAD OF AN ORDER (STANDINGORDERCONTROL BELOW);
000270* GENERATED REQUEST IDS ARE "S" FOLLOWED BY THE SEVEN-DIGIT
000280* COUNTER. ROTSTMNT REFUSES ANY ORDER ID STARTING WITH "*".
000290*
000300* MOD-HISTORY:
000310*   2026-10-14 JRM  ORIGINAL VERSION.
000320*----------------------------------------------------------------*
000330 01  StandingOrder.
000340     02  StoOrderId                  PIC X(08).
000350     02  StoRequester                PIC X(08).
000360     02  StoPriority                 PIC X(01).
000370     02  StoFrequency                PIC X(01).
000380         88  StoDaily                           VALUE "D".
000390         88  StoWeekly                          VALUE "W".
000400         88  StoMonthEnd                        VALUE "M".
000410     02  StoWeekday                  PIC X(03).
000420     02  StoStartDate                PIC 9(08).
000430     02  StoStopDate                 PIC 9(08).
000440     02  StoStatus                   PIC X(01).
000450         88  StoActive                          VALUE "A".
000460         88  StoCancelled                       VALUE "C".
000470     02  StoDateAdded                PIC 9(08).
000480     02  StoLastGenDate              PIC 9(08).
000490     02  StoLastRequestId            PIC X(08).
000500     02  StoGenCount                 PIC 9(05).
000510     02  StoValOne                   PIC X(10).
000520     02  StoValTwo                   PIC X(10).
000530     02  StoValThree                 PIC X(100).
000540     02  FILLER                      PIC X(13).
000550
000560 01  StandingOrderControl REDEFINES StandingOrder.
000570     02  StcKey                      PIC X(08).
000580     02  StcNextSeq                  PIC 9(07).
000590     02  FILLER                      PIC X(185).
