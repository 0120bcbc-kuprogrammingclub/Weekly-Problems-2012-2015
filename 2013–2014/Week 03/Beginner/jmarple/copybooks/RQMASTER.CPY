000060* HOLDING THE SUBMITTER, THE DATE RECEIVED, THE TRIPLE ITSELF,
000070* AND A STATUS THAT MOVES THROUGH THE PROCESSING LIFE CYCLE:
000080*
000090*   R  RECEIVED   ENTERED BY ROTRQMNT (OR GENERATED BY
000092*                 ROTSTGEN), NOT YET PROCESSED
000100*   V  VALIDATED  PASSED ROTATETEXT PRE-ROTATION VALIDATION
000110*   T  ROTATED    ROTATION LINES WRITTEN AND RECONCILED OK
000120*   J  REJECTED   FLAGGED BY VALIDATION (SEE REJECTS DATASET)
000150* THE V/T/J MOVES ARE DRIVEN FROM THE SAME POINTS IN ROTATETEXT
000160* WHERE THE VALID/EXCEPTION/OK DECISIONS ARE ALREADY MADE PER
000170* RECORD; R, C, AND H ARE SET ONLY BY THE ROTRQMNT MAINTENANCE
000180* PROGRAM, EXCEPT THAT THE STANDING-ORDER GENERATOR ROTSTGEN
000182* ALSO ADDS ENTRIES AS R. ITS REQUEST IDS ARE "S" AND SEVEN
000184* DIGITS, SO OPS-KEYED IDS SHOULD NOT START WITH "S".
000190*
000200* MOD-HISTORY:
000210*   2026-08-22 JRM  ORIGINAL VERSION.
000216*                   CARRIES ONTO ITS STRIN RECORD. "1" IS
000217*                   EXPEDITE, "9" NORMAL; ROTRQMNT ADD FILLS
000218*                   IT FROM THE NEW CONTROL-CARD COLUMN.
000219*   2026-10-14 JRM  NOTED ROTSTGEN AS A SOURCE OF R ENTRIES.
000220*----------------------------------------------------------------*
000230 01  RequestMaster.
000240     02  RqmRequestId                PIC X(08).
