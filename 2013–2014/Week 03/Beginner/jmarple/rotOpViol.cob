000010*----------------------------------------------------------------*
000020* ROTOPVIO
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* OPERATOR AUTHORITY VIOLATION REPORT. ROTRQMNT, ROTRQSTR,
000100* ROTREPAIR AND ROTSTMNT CHECK EVERY UPDATE CARD, AND THE ROTSCRN
000101* HELP-DESK SCREEN EVERY UPDATE, AGAINST THE OPERATOR'S OPAUTH
000110* ENTRY AND LOG EACH ONE THEY REFUSE TO THE APPEND-ONLY ROTAUDIT
000120* LOG AS A DENY EVENT (THE AUTHORITYDENIAL LINE IN OPAUTH.CPY).
000130* THIS PROGRAM READS THE LOG AND LISTS THOSE VIOLATIONS BY
000140* OPERATOR, IN OPERATOR-ID ORDER AND LOG ORDER WITHIN OPERATOR:
000150* WHEN, WHICH JOB AND PROGRAM, THE CARD FUNCTION, THE KEY THE CARD
000160* NAMED, AND WHY IT WAS REFUSED (NOT ON OPAUTH, NO AUTHORITY FOR
000170* THE FUNCTION, OR OUT OF THE OPERATOR'S REQUESTER LIMIT), WITH A
000180* COUNT BY REASON FOR EACH OPERATOR AND FOR THE WHOLE PERIOD.
000190* EVERY OTHER ROTAUDIT EVENT IS PASSED OVER. OPAUTH IS READ ONLY
000200* FOR THE OPERATOR'S NAME AND IS NOT REQUIRED.
000210*
000220* CONTROL CARD (VIOLCTL): COLS 1-3 THE NUMBER OF DAYS TO COVER,
000230* ENDING TODAY. 000 COVERS THE WHOLE LOG. NO CARD, OR A MALFORMED
000240* ONE, FALLS BACK TO 7 DAYS AND SAYS SO, AS ROTAGING DOES.
000250*
000260* RETURN CODE 4 WHEN ANY VIOLATION FALLS IN THE PERIOD, OR A TABLE
000270* FILLED AND THE LIST IS SHORT; 8 WHEN ROTAUDIT WILL NOT OPEN.
000280*
000290* MOD-HISTORY:
000300*   2026-10-14 JRM  ORIGINAL VERSION.
000301*   2026-10-15 JRM  ROTSTMNT AND ROTSCRN NAMED AMONG THE PROGRAMS
000302*                   THAT LOG DENY EVENTS.
000310*----------------------------------------------------------------*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ROTOPVIO.
000340 AUTHOR. J. MARPLE.
000350 INSTALLATION. KU PROGRAMMING CLUB.
000360 DATE-WRITTEN. 2026-10-14.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AuditFile ASSIGN TO "ROTAUDIT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS OV-AUDIT-STATUS.
000450
000460     SELECT CtlFile ASSIGN TO "VIOLCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS OV-CTL-STATUS.
000490
000500     SELECT AuthFile ASSIGN TO "OPAUTH"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS AuthKey
000540         FILE STATUS IS OV-AUTH-STATUS.
000550
000560     SELECT RprtFile ASSIGN TO "OPVRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS OV-RPRT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  AuditFile
000630     RECORDING MODE IS F.
000640 01  AuditRecord                     PIC X(132).
000650
000660 FD  CtlFile
000670     RECORDING MODE IS F.
000680 01  CtlRecord                       PIC X(80).
000690
000700 FD  AuthFile.
000710 01  AuthRecord.
000720     02  AuthKey                     PIC X(08).
000730     02  FILLER                      PIC X(92).
000740
000750 FD  RprtFile
000760     RECORDING MODE IS F.
000770 01  RprtRecord                      PIC X(132).
000780
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------*
000810* THE OPERATOR-AUTHORITY RECORD, AND THE DENY LINE READ BACK.
000820*----------------------------------------------------------------*
000830     COPY OPAUTH.
000840
000850*----------------------------------------------------------------*
000860* FILE STATUS AND END-OF-FILE SWITCHES.
000870*----------------------------------------------------------------*
000880 01  OV-FILE-STATUSES.
000890     02  OV-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000900     02  OV-CTL-STATUS               PIC X(02) VALUE SPACES.
000910     02  OV-AUTH-STATUS              PIC X(02) VALUE SPACES.
000920     02  OV-RPRT-STATUS              PIC X(02) VALUE SPACES.
000930
000940 01  OV-AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
000950     88  OV-END-OF-AUDIT                        VALUE "Y".
000960
000970 01  OV-AUTH-AVAILABLE-SWITCH        PIC X(01) VALUE "N".
000980     88  OV-AUTH-AVAILABLE                      VALUE "Y".
000990
001000*----------------------------------------------------------------*
001010* THE PERIOD FROM THE VIOLCTL CARD, DEFAULTED TO 7 DAYS WHEN THE
001020* CARD IS MISSING OR UNREADABLE. ZERO MEANS THE WHOLE LOG.
001030*----------------------------------------------------------------*
001040 01  OV-PERIOD-DAYS                  PIC 9(03) VALUE 7.
001050     88  OV-WHOLE-LOG                           VALUE 0.
001060
001070 01  OV-CTL-IMAGE.
001080     02  OV-CI-DAYS                  PIC X(03).
001090
001100*----------------------------------------------------------------*
001110* RUN DATE AND THE SERIAL-DAY WORK FIELDS, AS IN ROTAGING.
001120* 2110-DATE-TO-DAYS TURNS OV-DATE-WORK (YYYYMMDD) INTO A RUNNING
001130* DAY COUNT IN OV-DAYS-RESULT.
001140*----------------------------------------------------------------*
001150 01  OV-RUN-IDENTIFICATION.
001160     02  OV-RUN-DATE                 PIC 9(08).
001170     02  OV-RUN-DATE-X REDEFINES OV-RUN-DATE.
001180         03  OV-RUN-YYYY             PIC 9(04).
001190         03  OV-RUN-MM               PIC 9(02).
001200         03  OV-RUN-DD               PIC 9(02).
001210
001220 01  OV-DATE-WORK                    PIC 9(08).
001230 01  OV-DATE-WORK-X REDEFINES OV-DATE-WORK.
001240     02  OV-WORK-YYYY                PIC 9(04).
001250     02  OV-WORK-MM                  PIC 9(02).
001260     02  OV-WORK-DD                  PIC 9(02).
001270
001280 01  OV-DAY-COMPUTATION.
001290     02  OV-DAYS-RESULT              PIC 9(08) COMP VALUE 0.
001300     02  OV-TODAY-DAYS               PIC 9(08) COMP VALUE 0.
001310     02  OV-PRIOR-YEARS              PIC 9(04) COMP VALUE 0.
001320     02  OV-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
001330     02  OV-LEAP-REM-4               PIC 9(04) COMP VALUE 0.
001340     02  OV-LEAP-REM-100             PIC 9(04) COMP VALUE 0.
001350     02  OV-LEAP-REM-400             PIC 9(04) COMP VALUE 0.
001360
001370*----------------------------------------------------------------*
001380* DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR; THE LEAP
001390* DAY IS ADDED SEPARATELY FOR MARCH-ONWARD DATES IN LEAP YEARS.
001400*----------------------------------------------------------------*
001410 01  OV-MONTH-TABLE-VALUES.
001420     02  FILLER                      PIC X(18) VALUE
001430         "000031059090120151".
001440     02  FILLER                      PIC X(18) VALUE
001450         "181212243273304334".
001460 01  OV-MONTH-TABLE REDEFINES OV-MONTH-TABLE-VALUES.
001470     02  OV-DAYS-BEFORE-MONTH OCCURS 12 TIMES
001480                                     PIC 9(03).
001490
001500*----------------------------------------------------------------*
001510* THE OPERATOR TABLE, KEPT IN OPERATOR-ID ORDER AS ENTRIES ARE
001520* OPENED, WITH EACH OPERATOR'S COUNT BY REASON. 200 OPERATORS IS
001530* FAR ABOVE THE NUMBER ALLOWED TO SUBMIT MAINTENANCE CARDS.
001540*----------------------------------------------------------------*
001550 01  OV-OPR-LIMIT                    PIC 9(03) COMP VALUE 200.
001560 01  OV-OPR-COUNT                    PIC 9(03) COMP VALUE 0.
001570 01  OV-OPR-SUB                      PIC 9(03) COMP VALUE 0.
001580 01  OV-OPR-HIT-SUB                  PIC 9(03) COMP VALUE 0.
001590 01  OV-OPR-PRIOR-SUB                PIC 9(03) COMP VALUE 0.
001600 01  OV-OPR-SLOT-SWITCH              PIC X(01) VALUE "N".
001610     88  OV-OPR-SLOT-FOUND                      VALUE "Y".
001620 01  OV-OPR-AREAS.
001630     02  OV-OPR-ENTRY OCCURS 200 TIMES.
001640         03  OV-OPR-ID               PIC X(08).
001650         03  OV-OPR-TOTAL            PIC 9(07) COMP.
001660         03  OV-OPR-NOT-ON-FILE      PIC 9(07) COMP.
001670         03  OV-OPR-NO-AUTHORITY     PIC 9(07) COMP.
001680         03  OV-OPR-OUT-OF-LIMIT     PIC 9(07) COMP.
001690
001700*----------------------------------------------------------------*
001710* THE VIOLATION TABLE, IN LOG ORDER. 2000 REFUSED CARDS IN ONE
001720* PERIOD WOULD MEAN THE AUTHORITY FILE ITSELF IS WRONG; A FULL
001730* TABLE IS COUNTED AND ANNOUNCED, NOT WRAPPED.
001740*----------------------------------------------------------------*
001750 01  OV-VIO-LIMIT                    PIC 9(04) COMP VALUE 2000.
001760 01  OV-VIO-COUNT                    PIC 9(04) COMP VALUE 0.
001770 01  OV-VIO-SUB                      PIC 9(04) COMP VALUE 0.
001780 01  OV-VIO-AREAS.
001790     02  OV-VIO-ENTRY OCCURS 2000 TIMES.
001800         03  OV-VIO-OPERATOR         PIC X(08).
001810         03  OV-VIO-DATE             PIC 9(08).
001820         03  OV-VIO-TIME             PIC 9(08).
001830         03  OV-VIO-JOB-ID           PIC X(08).
001840         03  OV-VIO-KEY-TYPE         PIC X(10).
001850         03  OV-VIO-KEY              PIC X(08).
001860         03  OV-VIO-PROGRAM          PIC X(09).
001870         03  OV-VIO-FUNCTION         PIC X(08).
001880         03  OV-VIO-REASON           PIC X(13).
001890
001900*----------------------------------------------------------------*
001910* RUN CONTROL TOTALS.
001920*----------------------------------------------------------------*
001930 01  OV-RUN-COUNTERS.
001940     02  OV-LINES-READ              PIC 9(07) COMP VALUE 0.
001950     02  OV-DENY-LINES              PIC 9(07) COMP VALUE 0.
001960     02  OV-BAD-DENY-LINES          PIC 9(07) COMP VALUE 0.
001970     02  OV-IN-PERIOD               PIC 9(07) COMP VALUE 0.
001980     02  OV-GRD-NOT-ON-FILE         PIC 9(07) COMP VALUE 0.
001990     02  OV-GRD-NO-AUTHORITY        PIC 9(07) COMP VALUE 0.
002000     02  OV-GRD-OUT-OF-LIMIT        PIC 9(07) COMP VALUE 0.
002010     02  OV-OPR-OVERFLOW            PIC 9(07) COMP VALUE 0.
002020     02  OV-VIO-OVERFLOW            PIC 9(07) COMP VALUE 0.
002030
002040*----------------------------------------------------------------*
002050* REPORT LINE LAYOUTS.
002060*----------------------------------------------------------------*
002070 01  OV-RPRT-HEADER-LINE.
002080     02  FILLER                      PIC X(01) VALUE SPACES.
002090     02  FILLER                      PIC X(30) VALUE
002100         "ROTOPVIO VIOLATION REPORT    ".
002110     02  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002120     02  OV-RPRT-HDR-YYYY            PIC 9(04).
002130     02  FILLER                      PIC X(01) VALUE "-".
002140     02  OV-RPRT-HDR-MM              PIC 9(02).
002150     02  FILLER                      PIC X(01) VALUE "-".
002160     02  OV-RPRT-HDR-DD              PIC 9(02).
002170     02  FILLER                      PIC X(11) VALUE
002180         "   PERIOD: ".
002190     02  OV-RPRT-HDR-PERIOD          PIC X(20).
002200
002210 01  OV-PERIOD-TEXT.
002220     02  FILLER                      PIC X(05) VALUE "LAST ".
002230     02  OV-PERIOD-TEXT-DAYS         PIC ZZ9.
002240     02  FILLER                      PIC X(05) VALUE " DAYS".
002250
002260 01  OV-RPRT-OPERATOR-LINE.
002270     02  FILLER                      PIC X(11) VALUE
002280         " OPERATOR: ".
002290     02  OV-OPR-L-ID                 PIC X(08).
002300     02  FILLER                      PIC X(02) VALUE SPACES.
002310     02  OV-OPR-L-NAME               PIC X(22).
002320
002330 01  OV-RPRT-COLUMN-LINE.
002340     02  FILLER                      PIC X(40) VALUE
002350         "   DATE      TIME      JOB       PROGRAM".
002360     02  FILLER                      PIC X(40) VALUE
002370         "    FUNCTION KEY TYPE   KEY       REASON".
002380
002390 01  OV-RPRT-DETAIL-LINE.
002400     02  FILLER                      PIC X(03) VALUE SPACES.
002410     02  OV-DET-L-DATE               PIC 9(08).
002420     02  FILLER                      PIC X(02) VALUE SPACES.
002430     02  OV-DET-L-HH                 PIC X(02).
002440     02  FILLER                      PIC X(01) VALUE ":".
002450     02  OV-DET-L-MI                 PIC X(02).
002460     02  FILLER                      PIC X(01) VALUE ":".
002470     02  OV-DET-L-SS                 PIC X(02).
002480     02  FILLER                      PIC X(02) VALUE SPACES.
002490     02  OV-DET-L-JOB-ID             PIC X(08).
002500     02  FILLER                      PIC X(02) VALUE SPACES.
002510     02  OV-DET-L-PROGRAM            PIC X(09).
002520     02  FILLER                      PIC X(02) VALUE SPACES.
002530     02  OV-DET-L-FUNCTION           PIC X(08).
002540     02  FILLER                      PIC X(01) VALUE SPACES.
002550     02  OV-DET-L-KEY-TYPE           PIC X(10).
002560     02  FILLER                      PIC X(01) VALUE SPACES.
002570     02  OV-DET-L-KEY                PIC X(08).
002580     02  FILLER                      PIC X(02) VALUE SPACES.
002590     02  OV-DET-L-REASON             PIC X(13).
002600
002610 01  OV-RPRT-SUBTOTAL-LINE.
002620     02  FILLER                      PIC X(03) VALUE SPACES.
002630     02  OV-SUB-L-LABEL              PIC X(16).
002640     02  OV-SUB-L-TOTAL              PIC ZZZZZZ9.
002650     02  FILLER                      PIC X(17) VALUE
002660         "   NOT ON OPAUTH ".
002670     02  OV-SUB-L-NOT-ON-FILE        PIC ZZZZZZ9.
002680     02  FILLER                      PIC X(16) VALUE
002690         "   NO AUTHORITY ".
002700     02  OV-SUB-L-NO-AUTHORITY       PIC ZZZZZZ9.
002710     02  FILLER                      PIC X(16) VALUE
002720         "   OUT OF LIMIT ".
002730     02  OV-SUB-L-OUT-OF-LIMIT       PIC ZZZZZZ9.
002740
002750 01  OV-RPRT-MESSAGE-LINE.
002760     02  FILLER                      PIC X(01) VALUE SPACES.
002770     02  OV-MSG-L-TEXT               PIC X(60).
002780
002790 01  OV-RPRT-TOTALS-LINE.
002800     02  FILLER                      PIC X(01) VALUE SPACES.
002810     02  OV-RPRT-TOT-LABEL           PIC X(24).
002820     02  OV-RPRT-TOT-VALUE           PIC ZZZZZZ9.
002830
002840 PROCEDURE DIVISION.
002850*----------------------------------------------------------------*
002860* 0000-MAINLINE                                                  *
002870*----------------------------------------------------------------*
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
002910         UNTIL OV-END-OF-AUDIT.
002920     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002930     GO TO 9999-EXIT.
002940
002950*----------------------------------------------------------------*
002960* 1000-INITIALIZE -- OPEN FILES, TAKE TODAY'S SERIAL DAY COUNT,  *
002970* READ THE PERIOD CARD, AND WRITE THE REPORT HEADER. A LOG THAT  *
002980* WILL NOT OPEN PRODUCES AN EMPTY REPORT AND RETURN CODE 8.      *
002990*----------------------------------------------------------------*
003000 1000-INITIALIZE.
003010     OPEN INPUT AuditFile.
003020     IF OV-AUDIT-STATUS NOT = "00"
003030         DISPLAY "ROTOPVIO: *** ROTAUDIT OPEN FAILED, STATUS "
003040             OV-AUDIT-STATUS
003050         SET OV-END-OF-AUDIT TO TRUE
003060         MOVE 8 TO RETURN-CODE
003070     END-IF.
003080     OPEN INPUT AuthFile.
003090     IF OV-AUTH-STATUS = "00"
003100         SET OV-AUTH-AVAILABLE TO TRUE
003110     ELSE
003120         DISPLAY "ROTOPVIO: OPAUTH OPEN FAILED, STATUS "
003130             OV-AUTH-STATUS ", OPERATOR NAMES NOT SHOWN"
003140     END-IF.
003150     OPEN OUTPUT RprtFile.
003160     ACCEPT OV-RUN-DATE FROM DATE YYYYMMDD.
003170     MOVE OV-RUN-DATE TO OV-DATE-WORK.
003180     PERFORM 2110-DATE-TO-DAYS THRU 2110-EXIT.
003190     MOVE OV-DAYS-RESULT TO OV-TODAY-DAYS.
003200     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003210     MOVE OV-RUN-YYYY TO OV-RPRT-HDR-YYYY.
003220     MOVE OV-RUN-MM TO OV-RPRT-HDR-MM.
003230     MOVE OV-RUN-DD TO OV-RPRT-HDR-DD.
003240     IF OV-WHOLE-LOG
003250         MOVE "WHOLE LOG" TO OV-RPRT-HDR-PERIOD
003260     ELSE
003270         MOVE OV-PERIOD-DAYS TO OV-PERIOD-TEXT-DAYS
003280         MOVE OV-PERIOD-TEXT TO OV-RPRT-HDR-PERIOD
003290     END-IF.
003300     WRITE RprtRecord FROM OV-RPRT-HEADER-LINE.
003310 1000-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------*
003350* 1100-READ-CONTROL-CARD -- ONE PERIOD CARD. ANYTHING MALFORMED  *
003360* LEAVES THE 7-DAY DEFAULT IN PLACE AND SAYS SO.                 *
003370*----------------------------------------------------------------*
003380 1100-READ-CONTROL-CARD.
003390     OPEN INPUT CtlFile.
003400     IF OV-CTL-STATUS NOT = "00"
003410         DISPLAY "ROTOPVIO: NO VIOLCTL CARD, USING 7 DAYS"
003420         GO TO 1100-EXIT
003430     END-IF.
003440     READ CtlFile INTO OV-CTL-IMAGE
003450         AT END
003460             DISPLAY "ROTOPVIO: EMPTY VIOLCTL, USING 7 DAYS"
003470             CLOSE CtlFile
003480             GO TO 1100-EXIT
003490     END-READ.
003500     IF OV-CI-DAYS IS NUMERIC
003510         MOVE OV-CI-DAYS TO OV-PERIOD-DAYS
003520     ELSE
003530         DISPLAY "ROTOPVIO: BAD VIOLCTL DAYS '" OV-CI-DAYS
003540             "', USING 7 DAYS"
003550     END-IF.
003560     CLOSE CtlFile.
003570 1100-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------------*
003610* 2000-PROCESS-LINE -- ONE ITERATION PER AUDIT LINE. ONLY DENY   *
003620* LINES ARE OF INTEREST; ONE WITH A DAMAGED DATE OR A REASON NO  *
003630* CHECKING PROGRAM WRITES IS COUNTED AND SKIPPED. A DENY DATED   *
003640* BEFORE THE PERIOD IS PASSED OVER.                              *
003650*----------------------------------------------------------------*
003660 2000-PROCESS-LINE.
003670     READ AuditFile INTO AuthorityDenial
003680         AT END
003690             SET OV-END-OF-AUDIT TO TRUE
003700     END-READ.
003710     IF OV-END-OF-AUDIT
003720         GO TO 2000-EXIT
003730     END-IF.
003740     ADD 1 TO OV-LINES-READ.
003750     IF NOT OpdDenyEvent
003760         GO TO 2000-EXIT
003770     END-IF.
003780     ADD 1 TO OV-DENY-LINES.
003790     IF OpdDate IS NOT NUMERIC OR OpdTime IS NOT NUMERIC
003800             OR (NOT OpdNotOnFile AND NOT OpdNoAuthority
003810             AND NOT OpdOutOfLimit)
003820         ADD 1 TO OV-BAD-DENY-LINES
003830         GO TO 2000-EXIT
003840     END-IF.
003850     IF NOT OV-WHOLE-LOG
003860         MOVE OpdDate TO OV-DATE-WORK
003870         PERFORM 2110-DATE-TO-DAYS THRU 2110-EXIT
003880         IF OV-DAYS-RESULT + OV-PERIOD-DAYS <= OV-TODAY-DAYS
003890             GO TO 2000-EXIT
003900         END-IF
003910     END-IF.
003920     ADD 1 TO OV-IN-PERIOD.
003930     PERFORM 2200-POST-OPERATOR THRU 2200-EXIT.
003940 2000-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------*
003980* 2110-DATE-TO-DAYS -- OV-DATE-WORK (YYYYMMDD) TO A SERIAL DAY   *
003990* COUNT IN OV-DAYS-RESULT, THE SAME ARITHMETIC AS ROTAGING.      *
004000*----------------------------------------------------------------*
004010 2110-DATE-TO-DAYS.
004020     COMPUTE OV-PRIOR-YEARS = OV-WORK-YYYY - 1.
004030     COMPUTE OV-DAYS-RESULT = OV-PRIOR-YEARS * 365.
004040     DIVIDE OV-PRIOR-YEARS BY 4 GIVING OV-LEAP-QUOT.
004050     ADD OV-LEAP-QUOT TO OV-DAYS-RESULT.
004060     DIVIDE OV-PRIOR-YEARS BY 100 GIVING OV-LEAP-QUOT.
004070     SUBTRACT OV-LEAP-QUOT FROM OV-DAYS-RESULT.
004080     DIVIDE OV-PRIOR-YEARS BY 400 GIVING OV-LEAP-QUOT.
004090     ADD OV-LEAP-QUOT TO OV-DAYS-RESULT.
004100     IF OV-WORK-MM >= 1 AND OV-WORK-MM <= 12
004110         ADD OV-DAYS-BEFORE-MONTH(OV-WORK-MM) TO OV-DAYS-RESULT
004120     END-IF.
004130     ADD OV-WORK-DD TO OV-DAYS-RESULT.
004140     IF OV-WORK-MM > 2
004150         DIVIDE OV-WORK-YYYY BY 4 GIVING OV-LEAP-QUOT
004160             REMAINDER OV-LEAP-REM-4
004170         DIVIDE OV-WORK-YYYY BY 100 GIVING OV-LEAP-QUOT
004180             REMAINDER OV-LEAP-REM-100
004190         DIVIDE OV-WORK-YYYY BY 400 GIVING OV-LEAP-QUOT
004200             REMAINDER OV-LEAP-REM-400
004210         IF OV-LEAP-REM-4 = 0
004220                 AND (OV-LEAP-REM-100 NOT = 0
004230                 OR OV-LEAP-REM-400 = 0)
004240             ADD 1 TO OV-DAYS-RESULT
004250         END-IF
004260     END-IF.
004270 2110-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------*
004310* 2200-POST-OPERATOR -- FINDS THE OPERATOR'S ENTRY, OPENING ONE  *
004320* IN ITS SORTED PLACE IF THIS IS THE OPERATOR'S FIRST VIOLATION, *
004330* COUNTS THE REASON, AND SAVES THE LINE FOR THE LISTING.         *
004340*----------------------------------------------------------------*
004350 2200-POST-OPERATOR.
004360     MOVE 0 TO OV-OPR-HIT-SUB.
004370     PERFORM 2210-MATCH-ONE-OPERATOR THRU 2210-EXIT
004380         VARYING OV-OPR-SUB FROM 1 BY 1
004390         UNTIL OV-OPR-SUB > OV-OPR-COUNT
004400         OR OV-OPR-HIT-SUB > 0.
004410     IF OV-OPR-HIT-SUB = 0
004420         IF OV-OPR-COUNT >= OV-OPR-LIMIT
004430             ADD 1 TO OV-OPR-OVERFLOW
004440             GO TO 2200-EXIT
004450         END-IF
004460         ADD 1 TO OV-OPR-COUNT
004470         MOVE OV-OPR-COUNT TO OV-OPR-HIT-SUB
004480         MOVE "N" TO OV-OPR-SLOT-SWITCH
004490         PERFORM 2220-MAKE-ROOM THRU 2220-EXIT
004500             UNTIL OV-OPR-HIT-SUB = 1
004510             OR OV-OPR-SLOT-FOUND
004520         MOVE OpdOperator TO OV-OPR-ID(OV-OPR-HIT-SUB)
004530         MOVE 0 TO OV-OPR-TOTAL(OV-OPR-HIT-SUB)
004540         MOVE 0 TO OV-OPR-NOT-ON-FILE(OV-OPR-HIT-SUB)
004550         MOVE 0 TO OV-OPR-NO-AUTHORITY(OV-OPR-HIT-SUB)
004560         MOVE 0 TO OV-OPR-OUT-OF-LIMIT(OV-OPR-HIT-SUB)
004570     END-IF.
004580     ADD 1 TO OV-OPR-TOTAL(OV-OPR-HIT-SUB).
004590     EVALUATE TRUE
004600         WHEN OpdNotOnFile
004610             ADD 1 TO OV-OPR-NOT-ON-FILE(OV-OPR-HIT-SUB)
004620             ADD 1 TO OV-GRD-NOT-ON-FILE
004630         WHEN OpdNoAuthority
004640             ADD 1 TO OV-OPR-NO-AUTHORITY(OV-OPR-HIT-SUB)
004650             ADD 1 TO OV-GRD-NO-AUTHORITY
004660         WHEN OpdOutOfLimit
004670             ADD 1 TO OV-OPR-OUT-OF-LIMIT(OV-OPR-HIT-SUB)
004680             ADD 1 TO OV-GRD-OUT-OF-LIMIT
004690     END-EVALUATE.
004700     IF OV-VIO-COUNT >= OV-VIO-LIMIT
004710         ADD 1 TO OV-VIO-OVERFLOW
004720         GO TO 2200-EXIT
004730     END-IF.
004740     ADD 1 TO OV-VIO-COUNT.
004750     MOVE OpdOperator TO OV-VIO-OPERATOR(OV-VIO-COUNT).
004760     MOVE OpdDate TO OV-VIO-DATE(OV-VIO-COUNT).
004770     MOVE OpdTime TO OV-VIO-TIME(OV-VIO-COUNT).
004780     MOVE OpdJobId TO OV-VIO-JOB-ID(OV-VIO-COUNT).
004790     MOVE OpdKeyType TO OV-VIO-KEY-TYPE(OV-VIO-COUNT).
004800     MOVE OpdKey TO OV-VIO-KEY(OV-VIO-COUNT).
004810     MOVE OpdProgram TO OV-VIO-PROGRAM(OV-VIO-COUNT).
004820     MOVE OpdFunction TO OV-VIO-FUNCTION(OV-VIO-COUNT).
004830     MOVE OpdReason TO OV-VIO-REASON(OV-VIO-COUNT).
004840 2200-EXIT.
004850     EXIT.
004860
004870 2210-MATCH-ONE-OPERATOR.
004880     IF OV-OPR-ID(OV-OPR-SUB) = OpdOperator
004890         MOVE OV-OPR-SUB TO OV-OPR-HIT-SUB
004900     END-IF.
004910 2210-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------*
004950* 2220-MAKE-ROOM -- ONE STEP OF THE INSERTION: AN ENTRY WHOSE    *
004960* OPERATOR ID SORTS AFTER THE NEW ONE MOVES UP A SLOT.           *
004970*----------------------------------------------------------------*
004980 2220-MAKE-ROOM.
004990     COMPUTE OV-OPR-PRIOR-SUB = OV-OPR-HIT-SUB - 1.
005000     IF OV-OPR-ID(OV-OPR-PRIOR-SUB) < OpdOperator
005010         SET OV-OPR-SLOT-FOUND TO TRUE
005020         GO TO 2220-EXIT
005030     END-IF.
005040     MOVE OV-OPR-ENTRY(OV-OPR-PRIOR-SUB) TO
005050         OV-OPR-ENTRY(OV-OPR-HIT-SUB).
005060     MOVE OV-OPR-PRIOR-SUB TO OV-OPR-HIT-SUB.
005070 2220-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------*
005110* 8000-FINALIZE -- THE LISTING BY OPERATOR, THE PERIOD TOTALS,   *
005120* TABLE-OVERFLOW WARNINGS, THE RETURN CODE, AND CLOSE.           *
005130*----------------------------------------------------------------*
005140 8000-FINALIZE.
005150     PERFORM 8100-PRINT-ONE-OPERATOR THRU 8100-EXIT
005160         VARYING OV-OPR-SUB FROM 1 BY 1
005170         UNTIL OV-OPR-SUB > OV-OPR-COUNT.
005180     MOVE SPACES TO RprtRecord.
005190     WRITE RprtRecord.
005200     IF OV-IN-PERIOD = 0
005210         MOVE "NO AUTHORITY VIOLATIONS IN THE PERIOD" TO
005220             OV-MSG-L-TEXT
005230         WRITE RprtRecord FROM OV-RPRT-MESSAGE-LINE
005240         MOVE SPACES TO RprtRecord
005250         WRITE RprtRecord
005260     END-IF.
005270     MOVE "TOTAL AUDIT LINES READ.." TO OV-RPRT-TOT-LABEL.
005280     MOVE OV-LINES-READ TO OV-RPRT-TOT-VALUE.
005290     WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE.
005300     MOVE "TOTAL DENY LINES........" TO OV-RPRT-TOT-LABEL.
005310     MOVE OV-DENY-LINES TO OV-RPRT-TOT-VALUE.
005320     WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE.
005330     MOVE "TOTAL DENY LINES SKIPPED" TO OV-RPRT-TOT-LABEL.
005340     MOVE OV-BAD-DENY-LINES TO OV-RPRT-TOT-VALUE.
005350     WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE.
005360     MOVE "TOTAL IN PERIOD........." TO OV-RPRT-TOT-LABEL.
005370     MOVE OV-IN-PERIOD TO OV-RPRT-TOT-VALUE.
005380     WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE.
005390     MOVE "TOTAL NOT ON OPAUTH....." TO OV-RPRT-TOT-LABEL.
005400     MOVE OV-GRD-NOT-ON-FILE TO OV-RPRT-TOT-VALUE.
005410     WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE.
005420     MOVE "TOTAL NO AUTHORITY......" TO OV-RPRT-TOT-LABEL.
005430     MOVE OV-GRD-NO-AUTHORITY TO OV-RPRT-TOT-VALUE.
005440     WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE.
005450     MOVE "TOTAL OUT OF LIMIT......" TO OV-RPRT-TOT-LABEL.
005460     MOVE OV-GRD-OUT-OF-LIMIT TO OV-RPRT-TOT-VALUE.
005470     WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE.
005480     MOVE "TOTAL OPERATORS........." TO OV-RPRT-TOT-LABEL.
005490     MOVE OV-OPR-COUNT TO OV-RPRT-TOT-VALUE.
005500     WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE.
005510     PERFORM 8300-WRITE-OVERFLOWS THRU 8300-EXIT.
005520     IF OV-IN-PERIOD > 0 AND RETURN-CODE < 4
005530         MOVE 4 TO RETURN-CODE
005540     END-IF.
005550     CLOSE AuditFile.
005560     CLOSE RprtFile.
005570     IF OV-AUTH-AVAILABLE
005580         CLOSE AuthFile
005590     END-IF.
005600     DISPLAY "ROTOPVIO: AUDIT LINES READ: " OV-LINES-READ.
005610     DISPLAY "ROTOPVIO: DENY LINES......: " OV-DENY-LINES.
005620     DISPLAY "ROTOPVIO: IN PERIOD.......: " OV-IN-PERIOD.
005630     DISPLAY "ROTOPVIO: OPERATORS.......: " OV-OPR-COUNT.
005640 8000-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------*
005680* 8100-PRINT-ONE-OPERATOR -- ONE OPERATOR'S VIOLATIONS IN LOG    *
005690* ORDER, UNDER THE NAME FROM OPAUTH, THEN A COUNT BY REASON. AN  *
005700* OPERATOR WITH NO OPAUTH ENTRY IS SHOWN AS SUCH.                *
005710*----------------------------------------------------------------*
005720 8100-PRINT-ONE-OPERATOR.
005730     MOVE SPACES TO RprtRecord.
005740     WRITE RprtRecord.
005750     MOVE OV-OPR-ID(OV-OPR-SUB) TO OV-OPR-L-ID.
005760     MOVE SPACES TO OV-OPR-L-NAME.
005770     IF OV-AUTH-AVAILABLE
005780         MOVE OV-OPR-ID(OV-OPR-SUB) TO AuthKey
005790         READ AuthFile INTO OperatorAuthority
005800             INVALID KEY
005810                 MOVE "(NOT ON OPAUTH)" TO OV-OPR-L-NAME
005820             NOT INVALID KEY
005830                 MOVE OpaOperatorName TO OV-OPR-L-NAME
005840         END-READ
005850     END-IF.
005860     WRITE RprtRecord FROM OV-RPRT-OPERATOR-LINE.
005870     WRITE RprtRecord FROM OV-RPRT-COLUMN-LINE.
005880     PERFORM 8110-PRINT-ONE-VIOLATION THRU 8110-EXIT
005890         VARYING OV-VIO-SUB FROM 1 BY 1
005900         UNTIL OV-VIO-SUB > OV-VIO-COUNT.
005910     MOVE "OPERATOR TOTAL " TO OV-SUB-L-LABEL.
005920     MOVE OV-OPR-TOTAL(OV-OPR-SUB) TO OV-SUB-L-TOTAL.
005930     MOVE OV-OPR-NOT-ON-FILE(OV-OPR-SUB) TO OV-SUB-L-NOT-ON-FILE.
005940     MOVE OV-OPR-NO-AUTHORITY(OV-OPR-SUB) TO
005950         OV-SUB-L-NO-AUTHORITY.
005960     MOVE OV-OPR-OUT-OF-LIMIT(OV-OPR-SUB) TO
005970         OV-SUB-L-OUT-OF-LIMIT.
005980     WRITE RprtRecord FROM OV-RPRT-SUBTOTAL-LINE.
005990 8100-EXIT.
006000     EXIT.
006010
006020 8110-PRINT-ONE-VIOLATION.
006030     IF OV-VIO-OPERATOR(OV-VIO-SUB) NOT = OV-OPR-ID(OV-OPR-SUB)
006040         GO TO 8110-EXIT
006050     END-IF.
006060     MOVE OV-VIO-DATE(OV-VIO-SUB) TO OV-DET-L-DATE.
006070     MOVE OV-VIO-TIME(OV-VIO-SUB)(1:2) TO OV-DET-L-HH.
006080     MOVE OV-VIO-TIME(OV-VIO-SUB)(3:2) TO OV-DET-L-MI.
006090     MOVE OV-VIO-TIME(OV-VIO-SUB)(5:2) TO OV-DET-L-SS.
006100     MOVE OV-VIO-JOB-ID(OV-VIO-SUB) TO OV-DET-L-JOB-ID.
006110     MOVE OV-VIO-PROGRAM(OV-VIO-SUB) TO OV-DET-L-PROGRAM.
006120     MOVE OV-VIO-FUNCTION(OV-VIO-SUB) TO OV-DET-L-FUNCTION.
006130     MOVE OV-VIO-KEY-TYPE(OV-VIO-SUB) TO OV-DET-L-KEY-TYPE.
006140     MOVE OV-VIO-KEY(OV-VIO-SUB) TO OV-DET-L-KEY.
006150     MOVE OV-VIO-REASON(OV-VIO-SUB) TO OV-DET-L-REASON.
006160     WRITE RprtRecord FROM OV-RPRT-DETAIL-LINE.
006170 8110-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------*
006210* 8300-WRITE-OVERFLOWS -- ANY TABLE THAT FILLED IS ANNOUNCED ON  *
006220* THE REPORT ITSELF SO NOBODY TREATS A SHORT LIST AS COMPLETE.   *
006230*----------------------------------------------------------------*
006240 8300-WRITE-OVERFLOWS.
006250     IF OV-OPR-OVERFLOW > 0
006260         MOVE "*** OPERATORS OVER......" TO OV-RPRT-TOT-LABEL
006270         MOVE OV-OPR-OVERFLOW TO OV-RPRT-TOT-VALUE
006280         WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE
006290         DISPLAY "ROTOPVIO: *** OPERATOR TABLE FULL, "
006300             OV-OPR-OVERFLOW " VIOLATIONS NOT LISTED"
006310     END-IF.
006320     IF OV-VIO-OVERFLOW > 0
006330         MOVE "*** VIOLATIONS OVER....." TO OV-RPRT-TOT-LABEL
006340         MOVE OV-VIO-OVERFLOW TO OV-RPRT-TOT-VALUE
006350         WRITE RprtRecord FROM OV-RPRT-TOTALS-LINE
006360         DISPLAY "ROTOPVIO: *** VIOLATION TABLE FULL, "
006370             OV-VIO-OVERFLOW " VIOLATIONS NOT LISTED"
006380     END-IF.
006390 8300-EXIT.
006400     EXIT.
006410
006420 9999-EXIT.
006430     STOP RUN.
