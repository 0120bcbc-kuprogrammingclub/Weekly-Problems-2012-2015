000010*----------------------------------------------------------------*
000020* RQJRNL.CPY
000030*----------------------------------------------------------------*
000040* ONE REQUEST-MASTER STATUS-CHANGE JOURNAL RECORD (LRECL 80),
000050* APPENDED TO THE CUMULATIVE RQJOURNAL DATASET EVERY TIME A
000060* PROGRAM MOVES AN RQMASTER ENTRY FROM ONE STATUS TO ANOTHER.
000070* RQMASTER ITSELF KEEPS ONLY THE CURRENT STATUS; THE JOURNAL IS
000080* THE RECORD OF WHEN EACH MOVE WAS MADE, BY WHICH PROGRAM, AND
000090* UNDER WHICH OPERATOR AND JOB. READ BY ROTJRNRP FOR THE
000100* PER-REQUEST HISTORY AND THE MONTHLY TURNAROUND SUMMARY.
000110*
000120* WRITERS AND THE MOVES THEY JOURNAL:
000130*   ROTRQMNT    ADD (BLANK TO R), CANCEL (TO C), HOLD (R/V TO
000140*               H), RELEASE (H TO R)
000150*   ROTATETEXT  R TO V/J, V TO T (2700-UPDATE-REQUEST-STATUS),
000160*               AND H TO H FROM THE HELD CHECK -- NOT A STATUS
000170*               CHANGE, BUT THE NIGHT THE RUN PASSED THE
000180*               REQUEST OVER BECAUSE IT WAS HELD
000181*   ROTBKOUT    V/T/J TO R, BACKING OUT ONE ROTATETEXT RUN
000182*   ROTSCRN     CANCEL, HOLD AND RELEASE FROM THE HELP-DESK
000183*               SCREEN, UNDER THE ROTRQMNT RULES
000184*   ROTSTGEN    ADD (BLANK TO R) FOR EACH STANDING ORDER
000185*               GENERATED
000190*
000200* JRNSUBMITTER IS CARRIED FROM THE MASTER ENTRY SO THE
000210* TURNAROUND SUMMARY CAN GROUP BY SUBMITTER WITHOUT GOING BACK
000220* TO RQMASTER FOR ENTRIES SINCE ARCHIVED.
000230*
000240* MOD-HISTORY:
000250*   2026-10-14 JRM  ORIGINAL VERSION.
000251*   2026-10-14 JRM  ROTBKOUT ADDED TO THE WRITERS.
000252*   2026-10-14 JRM  ROTSCRN ADDED TO THE WRITERS.
000253*   2026-10-14 JRM  ROTSTGEN ADDED TO THE WRITERS.
000260*----------------------------------------------------------------*
000270 01  RequestJournal.
000280     02  JrnRequestId                PIC X(08).
000290     02  JrnSubmitter                PIC X(08).
000300     02  JrnOldStatus                PIC X(01).
000310     02  JrnNewStatus                PIC X(01).
000320     02  JrnDate                     PIC 9(08).
000330     02  JrnTime                     PIC 9(08).
000340     02  JrnProgram                  PIC X(10).
000350     02  JrnOperator                 PIC X(08).
000360     02  JrnJobId                    PIC X(08).
000370     02  FILLER                      PIC X(20).
