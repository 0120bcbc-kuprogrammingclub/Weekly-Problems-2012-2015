000110* ROTSUSPRP REPORT LISTS EVERYTHING STILL OUTSTANDING, OLDEST
000120* FIRST, SO A TWO-WEEK-OLD REJECT IS AS VISIBLE AS LAST
000130* NIGHT'S.
000131* ROTNOTICE SENDS THE SAME OUTSTANDING ENTRIES BACK TO THE
000132* REQUESTERS WHO SUBMITTED THEM, AS RESUBMITTABLE UPLOAD LINES.
000140*
000150* PARTITIONED NIGHTS (ROTJOBP) DO NOT WRITE THIS CLUSTER AT
000160* ALL: THEIR STEPS DELIBERATELY CARRY NO REJSUSP DD, SO THE
000234*                   CLUSTER (SEE ROTJOBP.JCL) -- THE OLD NOTE
000236*                   ABOUT LATER WRITES REPLACING A PARTITION
000238*                   TWIN'S ENTRY NO LONGER APPLIES.
000239*   2026-10-14 JRM  ROTNOTICE ADDED AS A READER.
000240*----------------------------------------------------------------*
000250 01  RejectSuspense.
000260     02  SusRunDate                  PIC 9(08).
