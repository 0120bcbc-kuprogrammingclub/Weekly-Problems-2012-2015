000010*----------------------------------------------------------------*
000020* RQHIST.CPY
000030*----------------------------------------------------------------*
000040* ONE PER-REQUESTER RUN-STATISTICS RECORD (LRECL 47), APPENDED
000050* TO THE CUMULATIVE REQHIST DATASET AT THE END OF EVERY
000060* ROTATETEXT RUN -- ONE RECORD PER REQUESTER THAT APPEARED IN
000070* THE RUN, ALONGSIDE THE RUN-LEVEL RTHIST RECORD. RECORDS
000160*
000170* MOD-HISTORY:
000180*   2026-09-02 JRM  ORIGINAL VERSION.
000181*   2026-10-14 JRM  ADDED RQHJOBID (RECORD 39 TO 47 BYTES), THE
000182*                   WRITING RUN'S JOB ID AS ON ITS RTHIST RECORD,
000183*                   SO ONE RUN'S RECORDS CAN BE TOLD FROM ANOTHER
000184*                   RUN'S ON THE SAME DATE (ROTBKOUT BACKS OUT ONE
000185*                   RUN). RECORDS WRITTEN BEFORE IT CARRY SPACES.
000190*----------------------------------------------------------------*
000200 01  RequesterHistory.
000210     02  RqhRunDate                  PIC 9(08).
000230     02  RqhRecords                  PIC 9(07).
000240     02  RqhLines                    PIC 9(09).
000250     02  RqhExceptions               PIC 9(07).
000251     02  RqhJobId                    PIC X(08).
