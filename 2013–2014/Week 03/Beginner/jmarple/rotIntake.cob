000210* BOTH DELIMITERS ARE HONORED ON EVERY LINE; VALUES THEMSELVES
000220* MUST NOT CONTAIN A COMMA OR TAB (THERE IS NO QUOTING
000230* CONVENTION IN THE UPLOAD FORMAT).
000232*
000234* A LINE WITH AN ASTERISK IN COLUMN 1 IS A COMMENT: IT IS
000236* COUNTED AND SKIPPED, NEVER CONVERTED OR REPORTED. THE REJECT
000237* NOTICES ROTNOTICE SENDS OUT CARRY THEIR HEADINGS AND FIELD
000238* MARKS THAT WAY, SO A CORRECTED NOTICE COMES BACK AS IT IS. A
000239* VALONE MAY THEREFORE NOT BEGIN WITH AN ASTERISK.
000240*
000250* MOD-HISTORY:
000260*   2026-08-22 JRM  ORIGINAL VERSION.
000274*                   "9" -- THE SORT ORDERS ON THE BYTE, SO A
000275*                   BLANK MUST NEVER REACH THE STRIN RECORD.
000276*                   OUTPUT RECORD WIDENED 136 TO 137.
000277*   2026-10-14 JRM  LINES WITH * IN COLUMN 1 ARE COMMENTS,
000278*                   COUNTED AND SKIPPED.
000279*----------------------------------------------------------------*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. ROTINTAKE.
000300 AUTHOR. J. MARPLE.
001180     02  RI-LINES-READ              PIC 9(07) COMP VALUE 0.
001190     02  RI-RECORDS-WRITTEN         PIC 9(07) COMP VALUE 0.
001200     02  RI-LINES-REJECTED          PIC 9(07) COMP VALUE 0.
001202     02  RI-COMMENT-LINES           PIC 9(07) COMP VALUE 0.
001210
001220*----------------------------------------------------------------*
001230* RUN IDENTIFICATION FOR THE REPORT HEADER.
002050         PERFORM 2400-REPORT-EXCEPTION THRU 2400-EXIT
002060         GO TO 2000-EXIT
002070     END-IF.
002072     IF RI-LINE(1:1) = "*"
002074         ADD 1 TO RI-COMMENT-LINES
002076         GO TO 2000-EXIT
002078     END-IF.
002080     PERFORM 2200-SPLIT-LINE THRU 2200-EXIT.
002090     PERFORM 2300-CHECK-AND-WRITE THRU 2300-EXIT.
002100 2000-EXIT.
003340     MOVE "TOTAL LINES REJECTED...." TO RI-RPRT-TOT-LABEL.
003350     MOVE RI-LINES-REJECTED TO RI-RPRT-TOT-VALUE.
003360     WRITE RprtRecord FROM RI-RPRT-TOTALS-LINE.
003361     MOVE "TOTAL COMMENT LINES....." TO RI-RPRT-TOT-LABEL.
003362     MOVE RI-COMMENT-LINES TO RI-RPRT-TOT-VALUE.
003363     WRITE RprtRecord FROM RI-RPRT-TOTALS-LINE.
003370     CLOSE DelimFile.
003380     CLOSE StrinOutFile.
003390     CLOSE RprtFile.
003400     DISPLAY "ROTINTAKE: LINES READ.....: " RI-LINES-READ.
003410     DISPLAY "ROTINTAKE: RECORDS WRITTEN: " RI-RECORDS-WRITTEN.
003420     DISPLAY "ROTINTAKE: LINES REJECTED.: " RI-LINES-REJECTED.
003421     DISPLAY "ROTINTAKE: COMMENT LINES..: " RI-COMMENT-LINES.
003430 8000-EXIT.
003440     EXIT.
003450
