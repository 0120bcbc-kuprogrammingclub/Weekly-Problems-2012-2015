000010*----------------------------------------------------------------*
000020* ROTSTGEN
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* NIGHTLY STANDING-ORDER GENERATOR. READS THE KEYED STANDING-
000100* ORDER MASTER (STDORDER, MAINTAINED BY ROTSTMNT) AND, FOR EVERY
000110* ACTIVE ORDER DUE ON THE GENERATION DATE, ADDS A NEW RECEIVED
000120* ENTRY TO THE REQUEST MASTER (RQMASTER) UNDER A GENERATED
000130* REQUEST ID -- THE ENTRY A ROTRQMNT ADD CARD WOULD HAVE MADE,
000140* DATED THE GENERATION DATE AND CARRYING THE ORDER'S REQUESTER,
000150* PRIORITY AND TRIPLE. ROTEXTRCT PICKS IT UP THE SAME NIGHT LIKE
000160* ANY OTHER RECEIVED REQUEST. EACH ADD IS JOURNALED TO RQJRNL.
000170*
000180* AN ORDER IS DUE WHEN THE DATE FALLS FROM ITS START TO ITS STOP
000190* DATE (A ZERO STOP IS OPEN-ENDED) AND IS A DAILY ORDER, A WEEKLY
000200* ORDER'S WEEKDAY, OR THE LAST DAY OF THE MONTH FOR A MONTH-END
000210* ORDER. THE WEEKDAY AND MONTH LENGTH COME FROM THE SAME RUNNING
000220* DAY COUNT ROTAGING USES (DAY 1, 0001-01-01, WAS A MONDAY).
000230* ORDERS WHOSE REQUESTER IS INACTIVE OR NOT ON REQMAST ARE
000240* SKIPPED AND LISTED.
000250*
000260* NOTHING IS EVER GENERATED TWICE FOR ONE DATE. THE ORDER IS
000270* REWRITTEN WITH THE DATE AND THE NEW REQUEST ID BEFORE THE
000280* RQMASTER ENTRY IS WRITTEN; A RERUN FINDS THE DATE ALREADY
000290* RECORDED AND ONLY CONFIRMS THE ENTRY IS ON RQMASTER -- OR,
000300* IF THE EARLIER RUN STOPPED BETWEEN THE TWO WRITES, WRITES IT
000310* UNDER THE ID ALREADY RECORDED. AN ORDER ALREADY GENERATED FOR
000320* A LATER DATE IS NOT GENERATED FOR AN EARLIER ONE, SO A MISSED
000330* NIGHT IS MADE UP BY RUNNING THE MISSED DATES OLDEST FIRST.
000340*
000350* REQUEST IDS ARE "S" AND A SEVEN-DIGIT COUNTER KEPT ON THE
000360* STDORDER RESERVED ENTRY *NEXTID (CREATED AT 1 ON THE FIRST
000370* RUN). A NUMBER ALREADY ON RQMASTER IS PASSED OVER. THE COUNTER
000380* IS REWRITTEN AS EACH NUMBER IS TAKEN.
000390*
000400* THE DUE ORDERS ARE GATHERED ON ONE PASS OF THE MASTER AND
000410* GENERATED BY KEY ON A SECOND, SO THE UPDATES NEVER DISTURB THE
000420* SEQUENTIAL READ.
000430*
000440* GENCTL CONTROL CARD (OPTIONAL):
000450*   COLS 01-08  GENERATION DATE YYYYMMDD. MISSING OR BLANK =
000460*               TODAY. USED TO MAKE UP A MISSED NIGHT.
000470*
000480* RETURN CODES:
000490*   0  EVERY DUE ORDER GENERATED, OR SKIPPED FOR ITS REQUESTER
000500*   4  SOME DUE ORDERS WERE NOT GENERATED (A WRITE FAILED OR THE
000510*      DUE TABLE FILLED) -- A RERUN PICKS THEM UP
000520*   8  A FILE WOULD NOT OPEN OR THE GENCTL DATE IS NOT A DATE --
000530*      NOTHING GENERATED
000540*
000550* MOD-HISTORY:
000560*   2026-10-14 JRM  ORIGINAL VERSION.
000561*   2026-10-15 JRM  STDORDER, REQMAST, RQMASTER AND THE JOURNAL
000562*                   ARE CLOSED ONLY IF THEY WERE OPENED (A BAD
000563*                   GENCTL DATE OPENS NONE OF THEM).
000570*----------------------------------------------------------------*
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. ROTSTGEN.
000600 AUTHOR. J. MARPLE.
000610 INSTALLATION. KU PROGRAMMING CLUB.
000620 DATE-WRITTEN. 2026-10-14.
000630 DATE-COMPILED.
000640
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CtlFile ASSIGN TO "GENCTL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS SG-CTL-STATUS.
000710
000720     SELECT StoFile ASSIGN TO "STDORDER"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS StoKey
000760         FILE STATUS IS SG-STO-STATUS.
000770
000780     SELECT ReqFile ASSIGN TO "REQMAST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS ReqKey
000820         FILE STATUS IS SG-REQ-STATUS.
000830
000840     SELECT RqmFile ASSIGN TO "RQMASTER"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS RqmKey
000880         FILE STATUS IS SG-RQM-STATUS.
000890
000900     SELECT JrnlFile ASSIGN TO "RQJRNL"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS SG-JRNL-STATUS.
000930
000940     SELECT RprtFile ASSIGN TO "STGNRPT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS SG-RPRT-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  CtlFile
001010     RECORDING MODE IS F.
001020 01  CtlRecord                       PIC X(80).
001030
001040 FD  StoFile.
001050 01  StoRecord.
001060     02  StoKey                      PIC X(08).
001070     02  FILLER                      PIC X(192).
001080
001090 FD  ReqFile.
001100 01  ReqRecord.
001110     02  ReqKey                      PIC X(08).
001120     02  FILLER                      PIC X(72).
001130
001140 FD  RqmFile.
001150 01  RqmRecord.
001160     02  RqmKey                      PIC X(08).
001170     02  FILLER                      PIC X(152).
001180
001190 FD  JrnlFile
001200     RECORDING MODE IS F.
001210 01  JrnlRecord                      PIC X(80).
001220
001230 FD  RprtFile
001240     RECORDING MODE IS F.
001250 01  RprtRecord                      PIC X(132).
001260
001270 WORKING-STORAGE SECTION.
001280*----------------------------------------------------------------*
001290* THE STANDING ORDER, THE REQUESTER IT IS CHECKED AGAINST, THE
001300* REQUEST IT GENERATES, AND THE JOURNAL RECORD OF THE ADD.
001310*----------------------------------------------------------------*
001320     COPY STDORDER.
001330
001340     COPY REQMAST.
001350
001360     COPY RQMASTER.
001370
001380     COPY RQJRNL.
001390
001400*----------------------------------------------------------------*
001410* FILE STATUS AND END-OF-FILE SWITCHES.
001420*----------------------------------------------------------------*
001430 01  SG-FILE-STATUSES.
001440     02  SG-CTL-STATUS               PIC X(02) VALUE SPACES.
001450     02  SG-STO-STATUS               PIC X(02) VALUE SPACES.
001460     02  SG-REQ-STATUS               PIC X(02) VALUE SPACES.
001470     02  SG-RQM-STATUS               PIC X(02) VALUE SPACES.
001480     02  SG-JRNL-STATUS              PIC X(02) VALUE SPACES.
001490     02  SG-RPRT-STATUS              PIC X(02) VALUE SPACES.
001500
001510 01  SG-STO-EOF-SWITCH               PIC X(01) VALUE "N".
001520     88  SG-END-OF-ORDERS                       VALUE "Y".
001521
001522 01  SG-STO-OPEN-SWITCH              PIC X(01) VALUE "N".
001523     88  SG-STO-OPEN                            VALUE "Y".
001524
001525 01  SG-REQ-OPEN-SWITCH              PIC X(01) VALUE "N".
001526     88  SG-REQ-OPEN                            VALUE "Y".
001530
001540 01  SG-FILES-OK-SWITCH              PIC X(01) VALUE "Y".
001550     88  SG-FILES-OK                            VALUE "Y".
001551
001552 01  SG-RQM-OPEN-SWITCH              PIC X(01) VALUE "N".
001553     88  SG-RQM-OPEN                            VALUE "Y".
001554
001555 01  SG-JRNL-OPEN-SWITCH             PIC X(01) VALUE "N".
001556     88  SG-JRNL-OPEN                           VALUE "Y".
001560
001570*----------------------------------------------------------------*
001580* THE GENCTL CARD.
001590*----------------------------------------------------------------*
001600 01  SG-CTL-CARD.
001610     02  SG-CTL-GEN-DATE             PIC X(08).
001620     02  SG-CTL-GEN-DATE-N REDEFINES SG-CTL-GEN-DATE
001630                                     PIC 9(08).
001640     02  FILLER                      PIC X(72).
001650
001660*----------------------------------------------------------------*
001670* THE KEYS OF THE ORDERS DUE, GATHERED ON THE FIRST PASS. AN
001680* ORDER THAT DOES NOT FIT IS COUNTED AND LEFT FOR A RERUN.
001690*----------------------------------------------------------------*
001700 01  SG-DUE-LIMIT                    PIC 9(04) COMP VALUE 1000.
001710 01  SG-DUE-COUNT                    PIC 9(04) COMP VALUE 0.
001720 01  SG-DUE-SUB                      PIC 9(04) COMP VALUE 0.
001730 01  SG-DUE-TABLE.
001740     02  SG-DUE-ORDER-ID OCCURS 1000 TIMES
001750                                     PIC X(08).
001760
001770*----------------------------------------------------------------*
001780* THE ORDER IMAGE HELD ASIDE WHILE THE *NEXTID COUNTER IS
001790* REWRITTEN THROUGH THE SAME RECORD AREA, AND THE COUNTER ITSELF.
001800*----------------------------------------------------------------*
001810 01  SG-ORDER-HOLD                   PIC X(200).
001820 01  SG-NEXT-SEQ                     PIC 9(07) VALUE 0.
001830 01  SG-NEW-REQUEST-ID.
001840     02  FILLER                      PIC X(01) VALUE "S".
001850     02  SG-NEW-SEQ                  PIC 9(07).
001860 01  SG-ID-TRIES                     PIC 9(04) COMP VALUE 0.
001870 01  SG-ID-FREE-SWITCH               PIC X(01) VALUE "N".
001880     88  SG-ID-FREE                             VALUE "Y".
001890
001900*----------------------------------------------------------------*
001910* RUN AND GENERATION DATES, AND THE SERIAL-DAY WORK FIELDS, AS IN
001920* ROTAGING: 2110-DATE-TO-DAYS TURNS SG-DATE-WORK (YYYYMMDD) INTO
001930* A RUNNING DAY COUNT.
001940*----------------------------------------------------------------*
001950 01  SG-RUN-IDENTIFICATION.
001960     02  SG-RUN-DATE                 PIC 9(08).
001970     02  SG-RUN-DATE-X REDEFINES SG-RUN-DATE.
001980         03  SG-RUN-YYYY             PIC 9(04).
001990         03  SG-RUN-MM               PIC 9(02).
002000         03  SG-RUN-DD               PIC 9(02).
002010     02  SG-OPERATOR-ID              PIC X(08).
002020     02  SG-JOB-ID                   PIC X(08).
002030
002040 01  SG-GEN-DATE                     PIC 9(08).
002050 01  SG-GEN-DATE-X REDEFINES SG-GEN-DATE.
002060     02  SG-GEN-YYYY                 PIC 9(04).
002070     02  SG-GEN-MM                   PIC 9(02).
002080     02  SG-GEN-DD                   PIC 9(02).
002090 01  SG-GEN-WEEKDAY                  PIC X(03) VALUE SPACES.
002100 01  SG-MONTH-END-SWITCH             PIC X(01) VALUE "N".
002110     88  SG-GEN-IS-MONTH-END                    VALUE "Y".
002120
002130 01  SG-DATE-WORK                    PIC 9(08).
002140 01  SG-DATE-WORK-X REDEFINES SG-DATE-WORK.
002150     02  SG-WORK-YYYY                PIC 9(04).
002160     02  SG-WORK-MM                  PIC 9(02).
002170     02  SG-WORK-DD                  PIC 9(02).
002180
002190 01  SG-DAY-COMPUTATION.
002200     02  SG-DAYS-RESULT              PIC 9(08) COMP VALUE 0.
002210     02  SG-DAYS-QUOT                PIC 9(08) COMP VALUE 0.
002220     02  SG-WEEKDAY-REM              PIC 9(01) COMP VALUE 0.
002230     02  SG-MONTH-LENGTH             PIC 9(02) COMP VALUE 0.
002240     02  SG-PRIOR-YEARS              PIC 9(04) COMP VALUE 0.
002250     02  SG-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
002260     02  SG-LEAP-REM-4               PIC 9(04) COMP VALUE 0.
002270     02  SG-LEAP-REM-100             PIC 9(04) COMP VALUE 0.
002280     02  SG-LEAP-REM-400             PIC 9(04) COMP VALUE 0.
002290
002300 01  SG-LEAP-YEAR-SWITCH             PIC X(01) VALUE "N".
002310     88  SG-LEAP-YEAR                           VALUE "Y".
002320
002330 01  SG-MONTH-TABLE-VALUES.
002340     02  FILLER                      PIC X(18) VALUE
002350         "000031059090120151".
002360     02  FILLER                      PIC X(18) VALUE
002370         "181212243273304334".
002380 01  SG-MONTH-TABLE REDEFINES SG-MONTH-TABLE-VALUES.
002390     02  SG-DAYS-BEFORE-MONTH OCCURS 12 TIMES
002400                                     PIC 9(03).
002410
002420*----------------------------------------------------------------*
002430* WEEKDAY NAMES BY THE DAY COUNT'S REMAINDER MOD 7, PLUS ONE.
002440*----------------------------------------------------------------*
002450 01  SG-WEEKDAY-VALUES               PIC X(21) VALUE
002460     "SUNMONTUEWEDTHUFRISAT".
002470 01  SG-WEEKDAY-TABLE REDEFINES SG-WEEKDAY-VALUES.
002480     02  SG-WEEKDAY-NAME             PIC X(03) OCCURS 7 TIMES.
002490
002500*----------------------------------------------------------------*
002510* RUN CONTROL TOTALS.
002520*----------------------------------------------------------------*
002530 01  SG-RUN-COUNTERS.
002540     02  SG-ORDERS-READ             PIC 9(07) COMP VALUE 0.
002550     02  SG-ORDERS-CANCELLED        PIC 9(07) COMP VALUE 0.
002560     02  SG-ORDERS-NOT-DUE          PIC 9(07) COMP VALUE 0.
002570     02  SG-ORDERS-DUE              PIC 9(07) COMP VALUE 0.
002580     02  SG-GENERATED               PIC 9(07) COMP VALUE 0.
002590     02  SG-COMPLETED               PIC 9(07) COMP VALUE 0.
002600     02  SG-ALREADY-DONE            PIC 9(07) COMP VALUE 0.
002610     02  SG-SKIPPED-INACTIVE        PIC 9(07) COMP VALUE 0.
002620     02  SG-SKIPPED-UNKNOWN         PIC 9(07) COMP VALUE 0.
002630     02  SG-NOT-GENERATED           PIC 9(07) COMP VALUE 0.
002640
002650*----------------------------------------------------------------*
002660* REPORT LINE LAYOUTS.
002670*----------------------------------------------------------------*
002680 01  SG-RPRT-HEADER-LINE.
002690     02  FILLER                      PIC X(01) VALUE SPACES.
002700     02  FILLER                      PIC X(30) VALUE
002710         "ROTSTGEN STANDING ORDERS".
002720     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
002730     02  SG-RPRT-HDR-YYYY            PIC 9(04).
002740     02  FILLER                      PIC X(01) VALUE "-".
002750     02  SG-RPRT-HDR-MM              PIC 9(02).
002760     02  FILLER                      PIC X(01) VALUE "-".
002770     02  SG-RPRT-HDR-DD              PIC 9(02).
002780
002790 01  SG-RPRT-GEN-DATE-LINE.
002800     02  FILLER                      PIC X(18) VALUE
002810         " GENERATING FOR: ".
002820     02  SG-RPRT-GEN-YYYY            PIC 9(04).
002830     02  FILLER                      PIC X(01) VALUE "-".
002840     02  SG-RPRT-GEN-MM              PIC 9(02).
002850     02  FILLER                      PIC X(01) VALUE "-".
002860     02  SG-RPRT-GEN-DD              PIC 9(02).
002870     02  FILLER                      PIC X(01) VALUE SPACES.
002880     02  SG-RPRT-GEN-WEEKDAY         PIC X(03).
002890     02  FILLER                      PIC X(01) VALUE SPACES.
002900     02  SG-RPRT-GEN-MONTH-END       PIC X(09).
002910     02  FILLER                      PIC X(01) VALUE SPACES.
002920     02  SG-RPRT-GEN-SOURCE          PIC X(20).
002930
002940 01  SG-RPRT-COLUMN-LINE.
002950     02  FILLER                      PIC X(40) VALUE
002960         " ORDER-ID  REQUESTER  FREQUENCY   REQUES".
002970     02  FILLER                      PIC X(40) VALUE
002980         "T-ID  PRI  RESULT".
002990
003000 01  SG-RPRT-DETAIL-LINE.
003010     02  FILLER                      PIC X(01) VALUE SPACES.
003020     02  SG-DET-ORDER-ID             PIC X(08).
003030     02  FILLER                      PIC X(02) VALUE SPACES.
003040     02  SG-DET-REQUESTER            PIC X(08).
003050     02  FILLER                      PIC X(03) VALUE SPACES.
003060     02  SG-DET-FREQUENCY            PIC X(10).
003070     02  FILLER                      PIC X(02) VALUE SPACES.
003080     02  SG-DET-REQUEST-ID           PIC X(08).
003090     02  FILLER                      PIC X(04) VALUE SPACES.
003100     02  SG-DET-PRIORITY             PIC X(01).
003110     02  FILLER                      PIC X(03) VALUE SPACES.
003120     02  SG-DET-RESULT               PIC X(44).
003130
003140 01  SG-RPRT-TOTALS-LINE.
003150     02  FILLER                      PIC X(01) VALUE SPACES.
003160     02  SG-RPRT-TOT-LABEL           PIC X(24).
003170     02  SG-RPRT-TOT-VALUE           PIC ZZZZZZ9.
003180
003190 PROCEDURE DIVISION.
003200*----------------------------------------------------------------*
003210* 0000-MAINLINE                                                  *
003220*----------------------------------------------------------------*
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     IF NOT SG-FILES-OK
003260         PERFORM 8000-FINALIZE THRU 8000-EXIT
003270         GO TO 9999-EXIT
003280     END-IF.
003290     PERFORM 2000-SCAN-ONE-ORDER THRU 2000-EXIT
003300         UNTIL SG-END-OF-ORDERS.
003310     PERFORM 3000-GENERATE-ONE-ORDER THRU 3000-EXIT
003320         VARYING SG-DUE-SUB FROM 1 BY 1
003330         UNTIL SG-DUE-SUB > SG-DUE-COUNT.
003340     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003350     GO TO 9999-EXIT.
003360
003370*----------------------------------------------------------------*
003380* 1000-INITIALIZE -- SETTLE THE GENERATION DATE, OPEN THE FILES, *
003390* LOAD THE REQUEST-ID COUNTER (CREATING IT ON THE FIRST RUN) AND *
003400* POSITION AT THE FIRST ORDER. ANY FAILURE STOPS THE RUN RC=8    *
003410* BEFORE ANYTHING IS WRITTEN.                                    *
003420*----------------------------------------------------------------*
003430 1000-INITIALIZE.
003440     OPEN OUTPUT RprtFile.
003450     ACCEPT SG-RUN-DATE FROM DATE YYYYMMDD.
003460     ACCEPT SG-OPERATOR-ID FROM ENVIRONMENT "USER".
003470     IF SG-OPERATOR-ID = SPACES
003480         MOVE "UNKNOWN " TO SG-OPERATOR-ID
003490     END-IF.
003500     ACCEPT SG-JOB-ID FROM ENVIRONMENT "JOB_ID".
003510     IF SG-JOB-ID = SPACES
003520         MOVE "ROTSTGEN" TO SG-JOB-ID
003530     END-IF.
003540     MOVE SG-RUN-YYYY TO SG-RPRT-HDR-YYYY.
003550     MOVE SG-RUN-MM TO SG-RPRT-HDR-MM.
003560     MOVE SG-RUN-DD TO SG-RPRT-HDR-DD.
003570     WRITE RprtRecord FROM SG-RPRT-HEADER-LINE.
003580     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003590     IF NOT SG-FILES-OK
003600         GO TO 1000-EXIT
003610     END-IF.
003620     PERFORM 1200-DESCRIBE-GEN-DATE THRU 1200-EXIT.
003630     WRITE RprtRecord FROM SG-RPRT-GEN-DATE-LINE.
003640     WRITE RprtRecord FROM SG-RPRT-COLUMN-LINE.
003650     OPEN I-O StoFile.
003660     IF SG-STO-STATUS NOT = "00"
003670         DISPLAY "ROTSTGEN: *** STDORDER OPEN FAILED, STATUS "
003680             SG-STO-STATUS
003690         MOVE "N" TO SG-FILES-OK-SWITCH
003691     ELSE
003692         SET SG-STO-OPEN TO TRUE
003700     END-IF.
003710     OPEN INPUT ReqFile.
003720     IF SG-REQ-STATUS NOT = "00"
003730         DISPLAY "ROTSTGEN: *** REQMAST OPEN FAILED, STATUS "
003740             SG-REQ-STATUS
003750         MOVE "N" TO SG-FILES-OK-SWITCH
003751     ELSE
003752         SET SG-REQ-OPEN TO TRUE
003760     END-IF.
003770     OPEN I-O RqmFile.
003780     IF SG-RQM-STATUS NOT = "00"
003790         DISPLAY "ROTSTGEN: *** RQMASTER OPEN FAILED, STATUS "
003800             SG-RQM-STATUS
003810         MOVE "N" TO SG-FILES-OK-SWITCH
003811     ELSE
003812         SET SG-RQM-OPEN TO TRUE
003820     END-IF.
003830     IF NOT SG-FILES-OK
003840         GO TO 1000-EXIT
003850     END-IF.
003860     OPEN EXTEND JrnlFile.
003870     IF SG-JRNL-STATUS NOT = "00"
003880         CLOSE JrnlFile
003890         OPEN OUTPUT JrnlFile
003900     END-IF.
003901     IF SG-JRNL-STATUS = "00"
003902         SET SG-JRNL-OPEN TO TRUE
003903     END-IF.
003910     MOVE SG-GEN-DATE TO JrnDate.
003920     MOVE "ROTSTGEN" TO JrnProgram.
003930     MOVE SG-OPERATOR-ID TO JrnOperator.
003940     MOVE SG-JOB-ID TO JrnJobId.
003950     PERFORM 1300-LOAD-COUNTER THRU 1300-EXIT.
003960     IF NOT SG-FILES-OK
003970         GO TO 1000-EXIT
003980     END-IF.
003990     MOVE LOW-VALUES TO StoKey.
004000     START StoFile KEY IS NOT LESS THAN StoKey
004010         INVALID KEY
004020             SET SG-END-OF-ORDERS TO TRUE
004030     END-START.
004040 1000-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------*
004080* 1100-READ-CONTROL-CARD -- A MISSING, EMPTY OR BLANK CARD MEANS *
004090* TODAY. A DATE THAT IS THERE BUT NOT A DATE STOPS THE RUN: A    *
004100* MIS-KEYED MAKE-UP RUN MUST NOT GENERATE FOR THE WRONG DAY.     *
004110*----------------------------------------------------------------*
004120 1100-READ-CONTROL-CARD.
004130     MOVE SG-RUN-DATE TO SG-GEN-DATE.
004140     MOVE "(TODAY)" TO SG-RPRT-GEN-SOURCE.
004150     MOVE SPACES TO SG-CTL-CARD.
004160     OPEN INPUT CtlFile.
004170     IF SG-CTL-STATUS NOT = "00"
004180         GO TO 1100-EXIT
004190     END-IF.
004200     READ CtlFile INTO SG-CTL-CARD
004210         AT END
004220             MOVE SPACES TO SG-CTL-CARD
004230     END-READ.
004240     CLOSE CtlFile.
004250     IF SG-CTL-GEN-DATE = SPACES
004260         GO TO 1100-EXIT
004270     END-IF.
004280     IF SG-CTL-GEN-DATE IS NOT NUMERIC
004290         GO TO 1150-BAD-DATE
004300     END-IF.
004310     MOVE SG-CTL-GEN-DATE-N TO SG-DATE-WORK.
004320     IF SG-WORK-YYYY < 1900 OR SG-WORK-MM < 1 OR SG-WORK-MM > 12
004330             OR SG-WORK-DD < 1 OR SG-WORK-DD > 31
004340         GO TO 1150-BAD-DATE
004350     END-IF.
004360     MOVE SG-CTL-GEN-DATE-N TO SG-GEN-DATE.
004370     MOVE "(FROM GENCTL)" TO SG-RPRT-GEN-SOURCE.
004380     GO TO 1100-EXIT.
004390 1150-BAD-DATE.
004400     DISPLAY "ROTSTGEN: *** GENCTL DATE NOT A YYYYMMDD DATE: "
004410         SG-CTL-GEN-DATE.
004420     MOVE "N" TO SG-FILES-OK-SWITCH.
004430 1100-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------*
004470* 1200-DESCRIBE-GEN-DATE -- THE GENERATION DATE'S WEEKDAY AND    *
004480* WHETHER IT IS THE LAST DAY OF ITS MONTH.                       *
004490*----------------------------------------------------------------*
004500 1200-DESCRIBE-GEN-DATE.
004510     MOVE SG-GEN-DATE TO SG-DATE-WORK.
004520     PERFORM 2110-DATE-TO-DAYS THRU 2110-EXIT.
004530     DIVIDE SG-DAYS-RESULT BY 7 GIVING SG-DAYS-QUOT
004540         REMAINDER SG-WEEKDAY-REM.
004550     MOVE SG-WEEKDAY-NAME(SG-WEEKDAY-REM + 1) TO SG-GEN-WEEKDAY.
004560     IF SG-GEN-MM = 12
004570         MOVE 31 TO SG-MONTH-LENGTH
004580     ELSE
004590         COMPUTE SG-MONTH-LENGTH =
004600             SG-DAYS-BEFORE-MONTH(SG-GEN-MM + 1)
004610             - SG-DAYS-BEFORE-MONTH(SG-GEN-MM)
004620     END-IF.
004630     IF SG-GEN-MM = 2 AND SG-LEAP-YEAR
004640         ADD 1 TO SG-MONTH-LENGTH
004650     END-IF.
004660     IF SG-GEN-DD = SG-MONTH-LENGTH
004670         SET SG-GEN-IS-MONTH-END TO TRUE
004680         MOVE "MONTH-END" TO SG-RPRT-GEN-MONTH-END
004690     ELSE
004700         MOVE SPACES TO SG-RPRT-GEN-MONTH-END
004710     END-IF.
004720     MOVE SG-GEN-YYYY TO SG-RPRT-GEN-YYYY.
004730     MOVE SG-GEN-MM TO SG-RPRT-GEN-MM.
004740     MOVE SG-GEN-DD TO SG-RPRT-GEN-DD.
004750     MOVE SG-GEN-WEEKDAY TO SG-RPRT-GEN-WEEKDAY.
004760 1200-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------*
004800* 1300-LOAD-COUNTER -- THE NEXT REQUEST-ID NUMBER FROM *NEXTID,  *
004810* WRITTEN AT 1 IF THIS IS THE FIRST RUN.                         *
004820*----------------------------------------------------------------*
004830 1300-LOAD-COUNTER.
004840     MOVE "*NEXTID" TO StoKey.
004850     READ StoFile INTO StandingOrder
004860         INVALID KEY
004870             MOVE SPACES TO StandingOrder
004880             MOVE "*NEXTID" TO StcKey
004890             MOVE 1 TO StcNextSeq
004900             WRITE StoRecord FROM StandingOrder
004910     END-READ.
004920     IF SG-STO-STATUS NOT = "00"
004930         DISPLAY "ROTSTGEN: *** *NEXTID COUNTER NOT READABLE, "
004940             "STATUS " SG-STO-STATUS
004950         MOVE "N" TO SG-FILES-OK-SWITCH
004960         GO TO 1300-EXIT
004970     END-IF.
004980     IF StcNextSeq IS NOT NUMERIC OR StcNextSeq = 0
004990         MOVE 1 TO SG-NEXT-SEQ
005000     ELSE
005010         MOVE StcNextSeq TO SG-NEXT-SEQ
005020     END-IF.
005030 1300-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------*
005070* 2000-SCAN-ONE-ORDER -- FIRST PASS: ONE ORDER IN KEY ORDER.     *
005080* THE *NEXTID ENTRY IS PASSED OVER; A DUE ORDER'S KEY IS TABLED. *
005090*----------------------------------------------------------------*
005100 2000-SCAN-ONE-ORDER.
005110     READ StoFile NEXT RECORD INTO StandingOrder
005120         AT END
005130             SET SG-END-OF-ORDERS TO TRUE
005140     END-READ.
005150     IF SG-END-OF-ORDERS
005160         GO TO 2000-EXIT
005170     END-IF.
005180     IF StoOrderId(1:1) = "*"
005190         GO TO 2000-EXIT
005200     END-IF.
005210     ADD 1 TO SG-ORDERS-READ.
005220     IF StoCancelled
005230         ADD 1 TO SG-ORDERS-CANCELLED
005240         GO TO 2000-EXIT
005250     END-IF.
005260     IF StoStartDate > SG-GEN-DATE
005270         ADD 1 TO SG-ORDERS-NOT-DUE
005280         GO TO 2000-EXIT
005290     END-IF.
005300     IF StoStopDate NOT = 0 AND StoStopDate < SG-GEN-DATE
005310         ADD 1 TO SG-ORDERS-NOT-DUE
005320         GO TO 2000-EXIT
005330     END-IF.
005340     IF (StoWeekly AND StoWeekday NOT = SG-GEN-WEEKDAY)
005350             OR (StoMonthEnd AND NOT SG-GEN-IS-MONTH-END)
005360             OR (NOT StoDaily AND NOT StoWeekly
005370                 AND NOT StoMonthEnd)
005380         ADD 1 TO SG-ORDERS-NOT-DUE
005390         GO TO 2000-EXIT
005400     END-IF.
005410     ADD 1 TO SG-ORDERS-DUE.
005420     IF SG-DUE-COUNT >= SG-DUE-LIMIT
005430         ADD 1 TO SG-NOT-GENERATED
005440         PERFORM 7100-SET-DETAIL THRU 7100-EXIT
005450         MOVE "DUE TABLE FULL, NOT GENERATED -- RERUN"
005460             TO SG-DET-RESULT
005470         WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE
005480         GO TO 2000-EXIT
005490     END-IF.
005500     ADD 1 TO SG-DUE-COUNT.
005510     MOVE StoOrderId TO SG-DUE-ORDER-ID(SG-DUE-COUNT).
005520 2000-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------*
005560* 2110-DATE-TO-DAYS -- TURNS SG-DATE-WORK (YYYYMMDD) INTO A      *
005570* RUNNING DAY COUNT IN SG-DAYS-RESULT, THE SAME COUNT ROTAGING   *
005580* USES, AND LEAVES SG-LEAP-YEAR SET FOR THE DATE'S YEAR.         *
005590*----------------------------------------------------------------*
005600 2110-DATE-TO-DAYS.
005610     COMPUTE SG-PRIOR-YEARS = SG-WORK-YYYY - 1.
005620     COMPUTE SG-DAYS-RESULT = SG-PRIOR-YEARS * 365.
005630     DIVIDE SG-PRIOR-YEARS BY 4 GIVING SG-LEAP-QUOT.
005640     ADD SG-LEAP-QUOT TO SG-DAYS-RESULT.
005650     DIVIDE SG-PRIOR-YEARS BY 100 GIVING SG-LEAP-QUOT.
005660     SUBTRACT SG-LEAP-QUOT FROM SG-DAYS-RESULT.
005670     DIVIDE SG-PRIOR-YEARS BY 400 GIVING SG-LEAP-QUOT.
005680     ADD SG-LEAP-QUOT TO SG-DAYS-RESULT.
005690     IF SG-WORK-MM >= 1 AND SG-WORK-MM <= 12
005700         ADD SG-DAYS-BEFORE-MONTH(SG-WORK-MM) TO SG-DAYS-RESULT
005710     END-IF.
005720     ADD SG-WORK-DD TO SG-DAYS-RESULT.
005730     DIVIDE SG-WORK-YYYY BY 4 GIVING SG-LEAP-QUOT
005740         REMAINDER SG-LEAP-REM-4.
005750     DIVIDE SG-WORK-YYYY BY 100 GIVING SG-LEAP-QUOT
005760         REMAINDER SG-LEAP-REM-100.
005770     DIVIDE SG-WORK-YYYY BY 400 GIVING SG-LEAP-QUOT
005780         REMAINDER SG-LEAP-REM-400.
005790     MOVE "N" TO SG-LEAP-YEAR-SWITCH.
005800     IF SG-LEAP-REM-4 = 0
005810             AND (SG-LEAP-REM-100 NOT = 0 OR SG-LEAP-REM-400 = 0)
005820         SET SG-LEAP-YEAR TO TRUE
005830     END-IF.
005840     IF SG-WORK-MM > 2 AND SG-LEAP-YEAR
005850         ADD 1 TO SG-DAYS-RESULT
005860     END-IF.
005870 2110-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------*
005910* 3000-GENERATE-ONE-ORDER -- SECOND PASS: ONE DUE ORDER, READ    *
005920* AGAIN BY KEY. ALREADY GENERATED FOR THIS DATE IS CONFIRMED (OR *
005930* COMPLETED); A LATER DATE IS LEFT ALONE; AN INACTIVE OR UNKNOWN *
005940* REQUESTER IS SKIPPED; OTHERWISE A NEW REQUEST IS GENERATED.    *
005950*----------------------------------------------------------------*
005960 3000-GENERATE-ONE-ORDER.
005970     MOVE SG-DUE-ORDER-ID(SG-DUE-SUB) TO StoKey.
005980     READ StoFile INTO StandingOrder
005990         INVALID KEY
006000             ADD 1 TO SG-NOT-GENERATED
006010             MOVE SG-DUE-ORDER-ID(SG-DUE-SUB) TO StoOrderId
006020             PERFORM 7100-SET-DETAIL THRU 7100-EXIT
006030             MOVE "ORDER NO LONGER ON STDORDER" TO SG-DET-RESULT
006040             WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE
006050             GO TO 3000-EXIT
006060     END-READ.
006070     PERFORM 7100-SET-DETAIL THRU 7100-EXIT.
006080     IF StoLastGenDate = SG-GEN-DATE
006090         PERFORM 3100-CONFIRM-GENERATED THRU 3100-EXIT
006100         GO TO 3000-EXIT
006110     END-IF.
006120     IF StoLastGenDate > SG-GEN-DATE
006130         ADD 1 TO SG-ALREADY-DONE
006140         MOVE "LATER DATE ALREADY GENERATED, SKIPPED"
006150             TO SG-DET-RESULT
006160         WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE
006170         GO TO 3000-EXIT
006180     END-IF.
006190     MOVE StoRequester TO ReqKey.
006200     READ ReqFile INTO RequesterMaster
006210         INVALID KEY
006220             ADD 1 TO SG-SKIPPED-UNKNOWN
006230             MOVE "REQUESTER NOT ON REQMAST, SKIPPED"
006240                 TO SG-DET-RESULT
006250             WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE
006260             GO TO 3000-EXIT
006270     END-READ.
006280     IF ReqInactive
006290         ADD 1 TO SG-SKIPPED-INACTIVE
006300         MOVE "REQUESTER INACTIVE, SKIPPED" TO SG-DET-RESULT
006310         WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE
006320         GO TO 3000-EXIT
006330     END-IF.
006340     PERFORM 3200-TAKE-REQUEST-ID THRU 3200-EXIT.
006350     IF NOT SG-ID-FREE
006360         ADD 1 TO SG-NOT-GENERATED
006370         MOVE "NO FREE REQUEST ID, NOT GENERATED"
006380             TO SG-DET-RESULT
006390         WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE
006400         GO TO 3000-EXIT
006410     END-IF.
006420     MOVE SG-GEN-DATE TO StoLastGenDate.
006430     MOVE SG-NEW-REQUEST-ID TO StoLastRequestId.
006440     ADD 1 TO StoGenCount.
006450     REWRITE StoRecord FROM StandingOrder.
006460     IF SG-STO-STATUS NOT = "00"
006470         ADD 1 TO SG-NOT-GENERATED
006480         MOVE "STDORDER REWRITE FAILED, NOT GENERATED"
006490             TO SG-DET-RESULT
006500         WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE
006510         GO TO 3000-EXIT
006520     END-IF.
006530     MOVE SG-NEW-REQUEST-ID TO SG-DET-REQUEST-ID.
006540     PERFORM 3300-WRITE-REQUEST THRU 3300-EXIT.
006550     IF SG-RQM-STATUS NOT = "00"
006560         ADD 1 TO SG-NOT-GENERATED
006570         MOVE "RQMASTER WRITE FAILED -- RERUN TO COMPLETE"
006580             TO SG-DET-RESULT
006590         WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE
006600         GO TO 3000-EXIT
006610     END-IF.
006620     ADD 1 TO SG-GENERATED.
006630     MOVE "GENERATED, STATUS RECEIVED" TO SG-DET-RESULT.
006640     WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE.
006650 3000-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------*
006690* 3100-CONFIRM-GENERATED -- THE ORDER ALREADY CARRIES THIS DATE. *
006700* IF ITS REQUEST IS ON RQMASTER THERE IS NOTHING TO DO; IF NOT,  *
006710* THE EARLIER RUN STOPPED BETWEEN ITS TWO WRITES AND THE REQUEST *
006720* IS WRITTEN NOW UNDER THE ID IT ALREADY RECORDED. THE REQUESTER *
006730* WAS CHECKED WHEN THAT ID WAS TAKEN.                            *
006740*----------------------------------------------------------------*
006750 3100-CONFIRM-GENERATED.
006760     MOVE StoLastRequestId TO SG-DET-REQUEST-ID.
006770     MOVE StoLastRequestId TO RqmKey.
006780     READ RqmFile INTO RequestMaster
006790         INVALID KEY
006800             GO TO 3150-COMPLETE-REQUEST
006810     END-READ.
006820     ADD 1 TO SG-ALREADY-DONE.
006830     MOVE "ALREADY GENERATED FOR THIS DATE" TO SG-DET-RESULT.
006840     WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE.
006850     GO TO 3100-EXIT.
006860 3150-COMPLETE-REQUEST.
006870     MOVE StoLastRequestId TO SG-NEW-REQUEST-ID.
006880     PERFORM 3300-WRITE-REQUEST THRU 3300-EXIT.
006890     IF SG-RQM-STATUS NOT = "00"
006900         ADD 1 TO SG-NOT-GENERATED
006910         MOVE "RQMASTER WRITE FAILED -- RERUN TO COMPLETE"
006920             TO SG-DET-RESULT
006930         WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE
006940         GO TO 3100-EXIT
006950     END-IF.
006960     ADD 1 TO SG-COMPLETED.
006970     MOVE "COMPLETED FROM AN INTERRUPTED RUN" TO SG-DET-RESULT.
006980     WRITE RprtRecord FROM SG-RPRT-DETAIL-LINE.
006990 3100-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------------*
007030* 3200-TAKE-REQUEST-ID -- THE NEXT COUNTER NUMBER NOT ALREADY ON *
007040* RQMASTER (AN OPS-KEYED ID MAY HAVE TAKEN IT). THE COUNTER IS   *
007050* REWRITTEN PAST THE NUMBER TAKEN BEFORE THE NUMBER IS USED. A   *
007060* HUNDRED TAKEN NUMBERS IN A ROW GIVES UP ON THE ORDER.          *
007070*----------------------------------------------------------------*
007080 3200-TAKE-REQUEST-ID.
007090     MOVE "N" TO SG-ID-FREE-SWITCH.
007100     MOVE 0 TO SG-ID-TRIES.
007110     PERFORM 3210-TRY-ONE-ID THRU 3210-EXIT
007120         UNTIL SG-ID-FREE OR SG-ID-TRIES >= 100.
007130     MOVE StandingOrder TO SG-ORDER-HOLD.
007140     MOVE SPACES TO StandingOrder.
007150     MOVE "*NEXTID" TO StcKey.
007160     MOVE SG-NEXT-SEQ TO StcNextSeq.
007170     REWRITE StoRecord FROM StandingOrderControl.
007180     IF SG-STO-STATUS NOT = "00"
007190         DISPLAY "ROTSTGEN: *** *NEXTID REWRITE FAILED, STATUS "
007200             SG-STO-STATUS
007210         MOVE "N" TO SG-ID-FREE-SWITCH
007220     END-IF.
007230     MOVE SG-ORDER-HOLD TO StandingOrder.
007240 3200-EXIT.
007250     EXIT.
007260
007270 3210-TRY-ONE-ID.
007280     ADD 1 TO SG-ID-TRIES.
007290     MOVE SG-NEXT-SEQ TO SG-NEW-SEQ.
007300     ADD 1 TO SG-NEXT-SEQ.
007310     MOVE SG-NEW-REQUEST-ID TO RqmKey.
007320     READ RqmFile INTO RequestMaster
007330         INVALID KEY
007340             SET SG-ID-FREE TO TRUE
007350     END-READ.
007360 3210-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------*
007400* 3300-WRITE-REQUEST -- THE RECEIVED RQMASTER ENTRY FOR THE      *
007410* ORDER UNDER SG-NEW-REQUEST-ID, JOURNALED AS AN ADD.            *
007420*----------------------------------------------------------------*
007430 3300-WRITE-REQUEST.
007440     MOVE SPACES TO RequestMaster.
007450     MOVE SG-NEW-REQUEST-ID TO RqmRequestId.
007460     MOVE StoRequester TO RqmSubmitter.
007470     MOVE SG-GEN-DATE TO RqmDateReceived.
007480     SET RqmReceived TO TRUE.
007490     MOVE StoValOne TO RqmValOne.
007500     MOVE StoValTwo TO RqmValTwo.
007510     MOVE StoValThree TO RqmValThree.
007520     MOVE StoPriority TO RqmPriority.
007530     WRITE RqmRecord FROM RequestMaster.
007540     IF SG-RQM-STATUS NOT = "00"
007550         GO TO 3300-EXIT
007560     END-IF.
007570     MOVE RqmRequestId TO JrnRequestId.
007580     MOVE RqmSubmitter TO JrnSubmitter.
007590     MOVE SPACE TO JrnOldStatus.
007600     MOVE RqmStatus TO JrnNewStatus.
007610     ACCEPT JrnTime FROM TIME.
007620     WRITE JrnlRecord FROM RequestJournal.
007630     IF SG-JRNL-STATUS NOT = "00"
007640         DISPLAY "ROTSTGEN: *** RQJRNL WRITE FAILED "
007650             SG-JRNL-STATUS
007660     END-IF.
007670 3300-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------*
007710* 7100-SET-DETAIL -- THE ORDER COLUMNS OF A DETAIL LINE.         *
007720*----------------------------------------------------------------*
007730 7100-SET-DETAIL.
007740     MOVE StoOrderId TO SG-DET-ORDER-ID.
007750     MOVE StoRequester TO SG-DET-REQUESTER.
007760     MOVE StoPriority TO SG-DET-PRIORITY.
007770     MOVE SPACES TO SG-DET-REQUEST-ID.
007780     EVALUATE TRUE
007790         WHEN StoDaily
007800             MOVE "DAILY" TO SG-DET-FREQUENCY
007810         WHEN StoWeekly
007820             MOVE "WEEKLY" TO SG-DET-FREQUENCY
007830             MOVE StoWeekday TO SG-DET-FREQUENCY(8:3)
007840         WHEN StoMonthEnd
007850             MOVE "MONTH-END" TO SG-DET-FREQUENCY
007860         WHEN OTHER
007870             MOVE SPACES TO SG-DET-FREQUENCY
007880     END-EVALUATE.
007890 7100-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------*
007930* 8000-FINALIZE -- CONTROL TOTALS, RETURN CODE AND CLOSE.        *
007940*----------------------------------------------------------------*
007950 8000-FINALIZE.
007960     MOVE "TOTAL ORDERS READ......." TO SG-RPRT-TOT-LABEL.
007970     MOVE SG-ORDERS-READ TO SG-RPRT-TOT-VALUE.
007980     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
007990     MOVE "TOTAL CANCELLED ORDERS.." TO SG-RPRT-TOT-LABEL.
008000     MOVE SG-ORDERS-CANCELLED TO SG-RPRT-TOT-VALUE.
008010     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
008020     MOVE "TOTAL NOT DUE..........." TO SG-RPRT-TOT-LABEL.
008030     MOVE SG-ORDERS-NOT-DUE TO SG-RPRT-TOT-VALUE.
008040     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
008050     MOVE "TOTAL DUE..............." TO SG-RPRT-TOT-LABEL.
008060     MOVE SG-ORDERS-DUE TO SG-RPRT-TOT-VALUE.
008070     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
008080     MOVE "TOTAL GENERATED........." TO SG-RPRT-TOT-LABEL.
008090     MOVE SG-GENERATED TO SG-RPRT-TOT-VALUE.
008100     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
008110     MOVE "TOTAL COMPLETED........." TO SG-RPRT-TOT-LABEL.
008120     MOVE SG-COMPLETED TO SG-RPRT-TOT-VALUE.
008130     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
008140     MOVE "TOTAL ALREADY GENERATED." TO SG-RPRT-TOT-LABEL.
008150     MOVE SG-ALREADY-DONE TO SG-RPRT-TOT-VALUE.
008160     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
008170     MOVE "TOTAL SKIPPED, INACTIVE." TO SG-RPRT-TOT-LABEL.
008180     MOVE SG-SKIPPED-INACTIVE TO SG-RPRT-TOT-VALUE.
008190     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
008200     MOVE "TOTAL SKIPPED, UNKNOWN.." TO SG-RPRT-TOT-LABEL.
008210     MOVE SG-SKIPPED-UNKNOWN TO SG-RPRT-TOT-VALUE.
008220     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
008230     MOVE "TOTAL NOT GENERATED....." TO SG-RPRT-TOT-LABEL.
008240     MOVE SG-NOT-GENERATED TO SG-RPRT-TOT-VALUE.
008250     WRITE RprtRecord FROM SG-RPRT-TOTALS-LINE.
008260     IF NOT SG-FILES-OK
008270         MOVE 8 TO RETURN-CODE
008280     ELSE
008290         IF SG-NOT-GENERATED > 0
008300             MOVE 4 TO RETURN-CODE
008310         END-IF
008320     END-IF.
008330     IF SG-JRNL-OPEN
008331         CLOSE JrnlFile
008332     END-IF.
008340     CLOSE RprtFile.
008350     IF SG-STO-OPEN
008360         CLOSE StoFile
008370     END-IF.
008380     IF SG-REQ-OPEN
008390         CLOSE ReqFile
008400     END-IF.
008410     IF SG-RQM-OPEN
008420         CLOSE RqmFile
008430     END-IF.
008440     DISPLAY "ROTSTGEN: ORDERS READ....: " SG-ORDERS-READ.
008450     DISPLAY "ROTSTGEN: DUE............: " SG-ORDERS-DUE.
008460     DISPLAY "ROTSTGEN: GENERATED......: " SG-GENERATED.
008470     DISPLAY "ROTSTGEN: COMPLETED......: " SG-COMPLETED.
008480     DISPLAY "ROTSTGEN: ALREADY DONE...: " SG-ALREADY-DONE.
008490     DISPLAY "ROTSTGEN: SKIPPED........: " SG-SKIPPED-INACTIVE.
008500     DISPLAY "ROTSTGEN: NOT GENERATED..: " SG-NOT-GENERATED.
008510 8000-EXIT.
008520     EXIT.
008530
008540 9999-EXIT.
008550     STOP RUN.
