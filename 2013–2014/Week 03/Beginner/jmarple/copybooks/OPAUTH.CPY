000010*----------------------------------------------------------------*
000020* OPAUTH.CPY
000030*----------------------------------------------------------------*
000040* THE KEYED OPERATOR-AUTHORITY RECORD (VSAM KSDS, KEY =
000050* OPAOPERATORID, LRECL 100). ONE ENTRY PER OPERATOR ALLOWED TO
000060* SUBMIT MAINTENANCE CARDS, NAMING THE FUNCTIONS THAT OPERATOR
000070* MAY PERFORM:
000080*
000090*   OPARQMADD / CANCEL / HOLD / RELEASE  ROTRQMNT CARDS AGAINST
000100*                                        THE REQUEST MASTER, AND
000101*                                        ROTSCRN HOLD / RELEASE /
000102*                                        CANCEL UPDATES; ROTSTMNT
000103*                                        STANDING-ORDER ADD AND
000104*                                        CHANGE CARDS UNDER
000105*                                        OPARQMADD, CANCEL CARDS
000106*                                        UNDER OPARQMCANCEL
000110*   OPAREQADD / CHANGE / DEACT           ROTRQSTR CARDS AGAINST
000120*                                        THE REQUESTER MASTER, AND
000121*                                        ROTSCRN REQUESTER CHANGES
000122*                                        (DEACT FOR AN ACTIVE FLAG
000123*                                        OF N)
000130*   OPAREPAIR                            ROTREPAIR CORRECTION
000140*                                        CARDS
000150*
000160* EACH FLAG IS "Y" (MAY) OR "N" (MAY NOT). INQUIRE CARDS CHANGE
000170* NOTHING AND ARE NEVER CHECKED.
000180*
000190* OPALIMITCODE NAMES UP TO SIX REQUESTER CODES THE OPERATOR IS
000200* CONFINED TO: A REQUEST WHOSE SUBMITTER, A REQUESTER ENTRY, OR
000210* A REJECT WHOSE REQUESTER IS NOT ONE OF THEM IS REFUSED. ALL SIX
000220* BLANK MEANS NO LIMIT.
000230*
000240* THE OPERATOR IS THE SUBMITTING (OR SIGNED-ON) USER ID. AN
000250* OPERATOR WITH NO ENTRY MAY APPLY NOTHING. EVERY CARD OR SCREEN
000251* UPDATE REFUSED BY ROTRQMNT, ROTRQSTR, ROTREPAIR, ROTSTMNT OR
000252* ROTSCRN IS LOGGED TO ROTAUDIT AS A DENY EVENT FOR THE ROTOPVIO
000260* VIOLATION REPORT.
000270* AUTHORITYDENIAL BELOW IS THAT LINE: THE SHARED ROTAUDIT COLUMNS
000280* (OPERATOR 2-9, JOB 11-18, EVENT 20-24, DATE 26-33, TIME 35-42,
000290* COUNT 44-50), THEN THE KIND OF KEY AND THE KEY REFUSED, AND A
000300* NOTE GIVING THE PROGRAM, THE CARD FUNCTION AND THE REASON.
000310* MAINTAINED BY THE ROTOPMNT CONTROL-CARD JOB.
000320*
000330* MOD-HISTORY:
000340*   2026-10-14 JRM  ORIGINAL VERSION.
000341*   2026-10-15 JRM  ROTSCRN AND ROTSTMNT ADDED TO THE PROGRAMS
000342*                   THAT CHECK OPAUTH AND LOG DENY EVENTS.
000350*----------------------------------------------------------------*
000360 01  OperatorAuthority.
000370     02  OpaOperatorId               PIC X(08).
000380     02  OpaOperatorName             PIC X(20).
000390     02  OpaFunctionFlags.
000400         03  OpaRqmAdd               PIC X(01).
000410             88  OpaMayRqmAdd                   VALUE "Y".
000420         03  OpaRqmCancel            PIC X(01).
000430             88  OpaMayRqmCancel                VALUE "Y".
000440         03  OpaRqmHold              PIC X(01).
000450             88  OpaMayRqmHold                  VALUE "Y".
000460         03  OpaRqmRelease           PIC X(01).
000470             88  OpaMayRqmRelease               VALUE "Y".
000480         03  OpaReqAdd               PIC X(01).
000490             88  OpaMayReqAdd                   VALUE "Y".
000500         03  OpaReqChange            PIC X(01).
000510             88  OpaMayReqChange                VALUE "Y".
000520         03  OpaReqDeact             PIC X(01).
000530             88  OpaMayReqDeact                 VALUE "Y".
000540         03  OpaRepair               PIC X(01).
000550             88  OpaMayRepair                   VALUE "Y".
000560     02  OpaFlagTable REDEFINES OpaFunctionFlags.
000570         03  OpaFlag                 PIC X(01) OCCURS 8 TIMES.
000580     02  OpaLimitCodes.
000590         03  OpaLimitCode            PIC X(08) OCCURS 6 TIMES.
000600     02  OpaDateChanged              PIC 9(08).
000610     02  FILLER                      PIC X(08).
000620
000630 01  AuthorityDenial.
000640     02  FILLER                      PIC X(01) VALUE SPACES.
000650     02  OpdOperator                 PIC X(08).
000660     02  FILLER                      PIC X(01) VALUE SPACES.
000670     02  OpdJobId                    PIC X(08).
000680     02  FILLER                      PIC X(01) VALUE SPACES.
000690     02  OpdEvent                    PIC X(05) VALUE "DENY ".
000700         88  OpdDenyEvent                       VALUE "DENY ".
000710     02  FILLER                      PIC X(01) VALUE SPACES.
000720     02  OpdDate                     PIC 9(08).
000730     02  FILLER                      PIC X(01) VALUE SPACES.
000740     02  OpdTime                     PIC 9(08).
000750     02  FILLER                      PIC X(01) VALUE SPACES.
000760     02  OpdCount                    PIC ZZZZZZ9.
000770     02  FILLER                      PIC X(01) VALUE SPACES.
000780     02  OpdKeyType                  PIC X(10).
000790     02  OpdKey                      PIC X(08).
000800     02  FILLER                      PIC X(01) VALUE SPACES.
000810     02  OpdNote.
000820         03  OpdProgram              PIC X(09).
000830         03  OpdFunction             PIC X(08).
000840         03  OpdReason               PIC X(13).
000850             88  OpdNotOnFile
000860                 VALUE "NOT ON OPAUTH".
000870             88  OpdNoAuthority
000880                 VALUE "NO AUTHORITY ".
000890             88  OpdOutOfLimit
000900                 VALUE "OUT OF LIMIT ".
000910     02  FILLER                      PIC X(32) VALUE SPACES.
