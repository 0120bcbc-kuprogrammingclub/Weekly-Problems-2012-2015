000220*
000230* MOD-HISTORY:
000240*   2026-08-22 JRM  ORIGINAL VERSION.
000241*   2026-10-14 JRM  BKOUT EVENTS WRITTEN BY ROTBKOUT ARE COUNTED
000242*                   AND TOTALLED, NOT SKIPPED AS BAD LINES.
000243*   2026-10-14 JRM  ROTSCRN CHANGE EVENTS (HOLD, RLSE, CANCL,
000244*                   RQCHG, DEACT) ARE COUNTED AND TOTALLED.
000245*   2026-10-14 JRM  DENY EVENTS FROM THE OPERATOR-AUTHORITY
000246*                   CHECKS ARE COUNTED AND TOTALLED.
000250*----------------------------------------------------------------*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. ROTAUDAN.
001420     02  AA-PAIRS-MADE              PIC 9(07) COMP VALUE 0.
001430     02  AA-ENDS-UNMATCHED          PIC 9(07) COMP VALUE 0.
001440     02  AA-STARTS-OPEN             PIC 9(07) COMP VALUE 0.
001441     02  AA-BACKOUTS                PIC 9(07) COMP VALUE 0.
001442     02  AA-SCREEN-CHANGES          PIC 9(07) COMP VALUE 0.
001443     02  AA-AUTH-DENIALS            PIC 9(07) COMP VALUE 0.
001450
001460*----------------------------------------------------------------*
001470* REPORT LINE LAYOUTS.
002340     EXIT.
002350
002360*----------------------------------------------------------------*
002370* 2000-PROCESS-LINE -- ONE ITERATION PER AUDIT LINE. A BKOUT     *
002380* LINE FROM ROTBKOUT, AND A HOLD/RLSE/CANCL/RQCHG/DEACT LINE     *
002390* FROM THE ROTSCRN HELP-DESK SCREEN, AND A DENY LINE FROM THE    *
002391* OPERATOR-AUTHORITY CHECKS ARE COUNTED ON THEIR OWN; ANYTHING   *
002392* ELSE THAT IS NOT A WELL-FORMED START OR END LINE IS COUNTED    *
002393* AND SKIPPED -- THE LOG IS APPEND-ONLY AND HAS SEEN HAND-TYPED  *
002400* NOTES.                                                         *
002410*----------------------------------------------------------------*
002420 2000-PROCESS-LINE.
002430     READ AuditFile INTO AA-AUDIT-IMAGE
002570             PERFORM 2100-RECORD-START THRU 2100-EXIT
002580         WHEN "END  "
002590             PERFORM 2200-MATCH-END THRU 2200-EXIT
002591         WHEN "BKOUT"
002592             ADD 1 TO AA-BACKOUTS
002593         WHEN "HOLD " WHEN "RLSE " WHEN "CANCL"
002594         WHEN "RQCHG" WHEN "DEACT"
002595             ADD 1 TO AA-SCREEN-CHANGES
002596         WHEN "DENY "
002597             ADD 1 TO AA-AUTH-DENIALS
002600         WHEN OTHER
002610             ADD 1 TO AA-BAD-LINES
002620     END-EVALUATE.
004350     MOVE "TOTAL ENDS NO START....." TO AA-RPRT-TOT-LABEL.
004360     MOVE AA-ENDS-UNMATCHED TO AA-RPRT-TOT-VALUE.
004370     WRITE RprtRecord FROM AA-RPRT-TOTALS-LINE.
004371     MOVE "TOTAL BACKOUTS.........." TO AA-RPRT-TOT-LABEL.
004372     MOVE AA-BACKOUTS TO AA-RPRT-TOT-VALUE.
004373     WRITE RprtRecord FROM AA-RPRT-TOTALS-LINE.
004374     MOVE "TOTAL SCREEN CHANGES...." TO AA-RPRT-TOT-LABEL.
004375     MOVE AA-SCREEN-CHANGES TO AA-RPRT-TOT-VALUE.
004376     WRITE RprtRecord FROM AA-RPRT-TOTALS-LINE.
004377     MOVE "TOTAL AUTHORITY DENIALS." TO AA-RPRT-TOT-LABEL.
004378     MOVE AA-AUTH-DENIALS TO AA-RPRT-TOT-VALUE.
004379     WRITE RprtRecord FROM AA-RPRT-TOTALS-LINE.
004380     MOVE "TOTAL LINES SKIPPED....." TO AA-RPRT-TOT-LABEL.
004390     MOVE AA-BAD-LINES TO AA-RPRT-TOT-VALUE.
004400     WRITE RprtRecord FROM AA-RPRT-TOTALS-LINE.
