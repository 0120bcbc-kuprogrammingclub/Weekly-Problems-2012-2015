000333*                   IT, SO THE MERGED SIGN-OFF STILL READS
000334*                   COLUMN-IDENTICAL TO A SINGLE-STREAM RUN'S
000335*                   AND THE BALANCE CHECK STILL HOLDS.
000336*   2026-10-14 JRM  HISTORY RECORDS WIDENED 67 TO 74 FOR THE NEW
000337*                   DEFERRED TOTAL (REQUESTER DAILY QUOTA); THE
000338*                   COMBINED TOTALS BLOCK AND THE COMBINED HISTORY
000339*                   RECORD CARRY IT THE SAME WAY AS THE HELD
000340*                   TOTAL.
000341*----------------------------------------------------------------*
000342 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. ROTMERGE.
000360 AUTHOR. J. MARPLE.
000370 INSTALLATION. KU PROGRAMMING CLUB.
001050
001060 FD  HistInFile1
001070     RECORDING MODE IS F.
001080 01  HistInRecord1                   PIC X(74).
001090
001100 FD  HistInFile2
001110     RECORDING MODE IS F.
001120 01  HistInRecord2                   PIC X(74).
001130
001140 FD  HistInFile3
001150     RECORDING MODE IS F.
001160 01  HistInRecord3                   PIC X(74).
001170
001180 FD  HistInFile4
001190     RECORDING MODE IS F.
001200 01  HistInRecord4                   PIC X(74).
001210
001211 FD  Rpt80InFile1
001212     RECORDING MODE IS F.
001236
001237 FD  HistOutFile
001238     RECORDING MODE IS F.
001239 01  HistOutRecord                   PIC X(74).
001250
001260 WORKING-STORAGE SECTION.
001270*----------------------------------------------------------------*
001760     02  MG-TOT-MISM                 PIC 9(09) COMP VALUE 0.
001770     02  MG-TOT-DUPS                 PIC 9(09) COMP VALUE 0.
001772     02  MG-TOT-HELD                 PIC 9(09) COMP VALUE 0.
001773     02  MG-TOT-DEFERRED             PIC 9(09) COMP VALUE 0.
001780     02  MG-HIST-MISSING             PIC 9(01) COMP VALUE 0.
001785
001790*----------------------------------------------------------------*
002410* 2000-MERGE-ONE-PARTITION -- COPY ONE PARTITION'S REPORT FILE   *
002420* THROUGH THE MODE'S FILTER. WITH NO VALID MODE FROM 1000 THERE  *
002430* IS NOTHING TO FILTER INTO, SO THE PARTITIONS ARE NOT EVEN      *
002440* OPENED.                                                        *
002442*----------------------------------------------------------------*
002450 2000-MERGE-ONE-PARTITION.
002460     IF NOT MG-MODE-ROTRPT AND NOT MG-MODE-EXCPRPT
004354     MOVE MG-TOT-HELD TO MG-TOT-VALUE.
004356     MOVE MG-TOTALS-LINE TO MG-LINE-80.
004358     PERFORM 3100-WRITE-TOTALS-LINE THRU 3100-EXIT.
004359     MOVE "TOTAL RECORDS DEFERRED.." TO MG-TOT-LABEL.
004360     MOVE MG-TOT-DEFERRED TO MG-TOT-VALUE.
004361     MOVE MG-TOTALS-LINE TO MG-LINE-80.
004362     PERFORM 3100-WRITE-TOTALS-LINE THRU 3100-EXIT.
004363     IF MG-DETAIL-COUNT NOT = MG-TOT-VALID + MG-TOT-EXC
004370         DISPLAY "ROTMERGE: *** DETAIL LINES (" MG-DETAIL-COUNT
004380             ") DO NOT EQUAL VALID+EXCEPTIONS ("
004390             MG-TOT-VALID " + " MG-TOT-EXC ")"
005072     IF HstHeld IS NUMERIC
005074         ADD HstHeld TO MG-TOT-HELD
005076     END-IF.
005077     IF HstDeferred IS NUMERIC
005078         ADD HstDeferred TO MG-TOT-DEFERRED
005079     END-IF.
005080 4100-EXIT.
005090     EXIT.
005091
005097* ROTATETEXT APPENDS ITS OWN RECORD. THE JOB ID IS STAMPED       *
005098* ROTMERGE SO A CONSOLIDATED ENTRY IS TELLABLE FROM A SINGLE-    *
005099* STREAM ONE; THE RUN DATE COMES FROM THE PARTITION RECORDS.     *
005100* WRITTEN ONLY WHEN ALL FOUR PARTITION RECORDS WERE PRESENT AND  *
005101* THE DETAIL CROSS-CHECK AGREED -- A BROKEN NIGHT MUST NOT POST  *
005102* HALF-TOTALS INTO THE TREND HISTORY. SAME OPEN DANCE AS THE     *
005103* PRODUCER'S OWN HISTORY WRITE: EXTEND, FALLING BACK TO OUTPUT   *
005104* FOR A FIRST-EVER DATASET, AND NEVER FAILING THE STEP.          *
005105*----------------------------------------------------------------*
005106 4200-WRITE-COMBINED-HISTORY.
005107*    A RERUN OF THE MERGE MUST NOT POST THE SAME NIGHT TWICE --
005108*    ROTATETEXT'S OWN RERUN IS CHECKPOINT-GUARDED, SO THE MERGE
005109*    GUARDS ITSELF THE SAME WAY: SCAN THE CUMULATIVE HISTORY FOR
005110*    A ROTMERGE RECORD ALREADY CARRYING THIS RUN DATE AND SKIP
005111*    THE APPEND WHEN ONE IS THERE.
005112     PERFORM 4210-SCAN-FOR-PRIOR-POST THRU 4210-EXIT.
005113     IF MG-HIST-ALREADY-POSTED
005114         DISPLAY "ROTMERGE: COMBINED HISTORY FOR " MG-RUN-DATE
005115             " ALREADY POSTED, APPEND SKIPPED"
005116         GO TO 4200-EXIT
005117     END-IF.
005118     OPEN EXTEND HistOutFile.
005119     IF MG-HOUT-STATUS NOT = "00"
005120         CLOSE HistOutFile
005121         OPEN OUTPUT HistOutFile
005122     END-IF.
005123     IF MG-HOUT-STATUS NOT = "00"
005124         DISPLAY "ROTMERGE: *** HISTOUT OPEN FAILED, STATUS "
005125             MG-HOUT-STATUS ", COMBINED HISTORY SKIPPED"
005126         GO TO 4200-EXIT
005127     END-IF.
005128     MOVE MG-RUN-DATE TO HstRunDate.
005129     MOVE "ROTMERGE" TO HstJobId.
005130     MOVE MG-TOT-READ TO HstRecordsRead.
005131     MOVE MG-TOT-VALID TO HstRecordsValid.
005132     MOVE MG-TOT-EXC TO HstRecordsExc.
005133     MOVE MG-TOT-LINES TO HstRotationLines.
005134     MOVE MG-TOT-MISM TO HstMismatches.
005135     MOVE MG-TOT-DUPS TO HstDupsSuppressed.
005136     MOVE MG-TOT-HELD TO HstHeld.
005137     MOVE MG-TOT-DEFERRED TO HstDeferred.
005138     WRITE HistOutRecord FROM RunHistory.
005139     IF MG-HOUT-STATUS NOT = "00"
005140         DISPLAY "ROTMERGE: *** HISTOUT WRITE FAILED, STATUS "
