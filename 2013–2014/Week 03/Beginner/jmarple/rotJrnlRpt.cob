000010*----------------------------------------------------------------*
000020* ROTJRNRP
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* REQUEST LIFE-CYCLE AND TURNAROUND REPORT. RQMASTER KEEPS ONLY
000100* A REQUEST'S CURRENT STATUS; THE CUMULATIVE RQJOURNAL DATASET
000110* THAT ROTRQMNT AND ROTATETEXT APPEND TO HOLDS EVERY MOVE, WITH
000120* THE DATE, TIME, PROGRAM, OPERATOR AND JOB THAT MADE IT. THIS
000130* PROGRAM READS THE JOURNAL AND PRINTS:
000140*
000150*   - FOR EACH REQUEST ID ASKED FOR ON A HISTORY CARD, ITS FULL
000160*     HISTORY IN JOURNAL ORDER, SO "WHEN DID OUR REQUEST GET
000170*     VALIDATED, HELD, RELEASED, ROTATED?" HAS A REAL ANSWER;
000180*   - A TURNAROUND SUMMARY BY SUBMITTER FOR THE TARGET MONTH:
000190*     EVERY REQUEST THAT REACHED ROTATED IN THAT MONTH, THE
000200*     AVERAGE AND LONGEST DAYS FROM RECEIVED TO ROTATED, AND HOW
000210*     MANY WERE REJECTED OR HELD ALONG THE WAY.
000220*
000230* THE RECEIVED DATE IS THE DATE OF THE REQUEST'S ROTRQMNT ADD
000240* ENTRY. A REQUEST ADDED BEFORE THE JOURNAL EXISTED HAS NO ADD
000250* ENTRY, SO ITS RQMDATERECEIVED IS TAKEN FROM RQMASTER INSTEAD;
000260* ONE NO LONGER ON THE MASTER EITHER IS COUNTED IN THE ROTATED
000270* TOTAL BUT LEFT OUT OF THE DAY FIGURES, AND SHOWN AS SUCH.
000280*
000290* CONTROL CARDS (JRNCARDS), ANY NUMBER, ANY ORDER:
000300*   COLS 001-007  FUNCTION: HISTORY / MONTH
000310*   COLS 009-016  HISTORY: THE REQUEST ID TO LIST
000320*                 MONTH:   THE TARGET MONTH AS YYYYMM
000330* NO MONTH CARD, OR A MALFORMED ONE, FALLS BACK TO THE CURRENT
000340* MONTH AND SAYS SO ON SYSOUT, THE SAME WAY ROTTREND DOES.
000350*
000360* MOD-HISTORY:
000370*   2026-10-14 JRM  ORIGINAL VERSION.
000371*   2026-10-15 JRM  RQJRNL IS CLOSED ONLY IF IT IS OPEN, NOT AFTER
000372*                   A FAILED OPEN OR REOPEN.
000380*----------------------------------------------------------------*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. ROTJRNRP.
000410 AUTHOR. J. MARPLE.
000420 INSTALLATION. KU PROGRAMMING CLUB.
000430 DATE-WRITTEN. 2026-10-14.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CardFile ASSIGN TO "JRNCARDS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS JR-CARD-STATUS.
000520
000530     SELECT JrnlFile ASSIGN TO "RQJRNL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS JR-JRNL-STATUS.
000560
000570     SELECT RqmFile ASSIGN TO "RQMASTER"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS RqmKey
000610         FILE STATUS IS JR-RQM-STATUS.
000620
000630     SELECT RprtFile ASSIGN TO "JRNLRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS JR-RPRT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CardFile
000700     RECORDING MODE IS F.
000710 01  CardRecord                      PIC X(80).
000720
000730 FD  JrnlFile
000740     RECORDING MODE IS F.
000750 01  JrnlRecord                      PIC X(80).
000760
000770 FD  RqmFile.
000780 01  RqmRecord.
000790     02  RqmKey                      PIC X(08).
000800     02  FILLER                      PIC X(152).
000810
000820 FD  RprtFile
000830     RECORDING MODE IS F.
000840 01  RprtRecord                      PIC X(132).
000850
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------*
000880* THE JOURNAL RECORD LAYOUT, AND THE REQUEST-MASTER LAYOUT A
000890* MISSING RECEIVED DATE IS LOOKED UP IN.
000900*----------------------------------------------------------------*
000910     COPY RQJRNL.
000920
000930     COPY RQMASTER.
000940
000950*----------------------------------------------------------------*
000960* FILE STATUS AND END-OF-FILE SWITCHES.
000970*----------------------------------------------------------------*
000980 01  JR-FILE-STATUSES.
000990     02  JR-CARD-STATUS              PIC X(02) VALUE SPACES.
001000     02  JR-JRNL-STATUS              PIC X(02) VALUE SPACES.
001010     02  JR-RQM-STATUS               PIC X(02) VALUE SPACES.
001020     02  JR-RPRT-STATUS              PIC X(02) VALUE SPACES.
001030
001040 01  JR-CARD-EOF-SWITCH              PIC X(01) VALUE "N".
001050     88  JR-END-OF-CARDS                        VALUE "Y".
001060
001070 01  JR-JRNL-EOF-SWITCH              PIC X(01) VALUE "N".
001080     88  JR-END-OF-JOURNAL                      VALUE "Y".
001090
001091 01  JR-JRNL-OPEN-SWITCH             PIC X(01) VALUE "N".
001092     88  JR-JRNL-OPEN                           VALUE "Y".
001093
001100*----------------------------------------------------------------*
001110* REQUEST-MASTER AVAILABILITY. THE MASTER IS ONLY CONSULTED FOR
001120* A RECEIVED DATE THE JOURNAL DOES NOT HAVE; A RUN WHOSE RQMASTER
001130* OPEN FAILS STILL PRINTS EVERYTHING ELSE, AND SAYS SO ONCE.
001140*----------------------------------------------------------------*
001150 01  JR-RQM-AVAILABLE-SWITCH         PIC X(01) VALUE "N".
001160     88  JR-RQM-AVAILABLE                       VALUE "Y".
001170
001180*----------------------------------------------------------------*
001190* RAW CONTROL CARD IMAGE IN ITS FIXED COLUMNS.
001200*----------------------------------------------------------------*
001210 01  JR-CARD-IMAGE.
001220     02  JR-CI-FUNCTION              PIC X(07).
001230         88  JR-FUNC-HISTORY                    VALUE "HISTORY".
001240         88  JR-FUNC-MONTH                      VALUE "MONTH  ".
001250     02  FILLER                      PIC X(01).
001260     02  JR-CI-ARGUMENT              PIC X(08).
001270     02  FILLER                      PIC X(64).
001280
001290*----------------------------------------------------------------*
001300* THE TARGET MONTH FOR THE TURNAROUND SUMMARY.
001310*----------------------------------------------------------------*
001320 01  JR-TARGET-MONTH.
001330     02  JR-TGT-YYYY                 PIC 9(04).
001340     02  JR-TGT-MM                   PIC 9(02).
001350
001360 01  JR-MONTH-CARD-SWITCH            PIC X(01) VALUE "N".
001370     88  JR-MONTH-CARD-SEEN                     VALUE "Y".
001380
001390*----------------------------------------------------------------*
001400* THE REQUEST IDS ASKED FOR ON HISTORY CARDS, AND THE JOURNAL
001410* RECORDS FOUND FOR THEM. EACH SAVED RECORD CARRIES THE
001420* SUBSCRIPT OF THE REQUEST IT BELONGS TO, SO THE HISTORIES PRINT
001430* GROUPED BY REQUEST FROM ONE PASS OF THE JOURNAL, AND IS FILED
001440* IN DATE/TIME ORDER: THE PARTITION JOURNALS ARE CONCATENATED
001450* BEHIND THE MAIN ONE, SO JOURNAL ORDER IS NOT TIME ORDER.
001460* ENTRIES PAST EITHER LIMIT ARE COUNTED AND ANNOUNCED, NEVER
001470* DROPPED SILENTLY.
001480*----------------------------------------------------------------*
001490 01  JR-HST-LIMIT                    PIC 9(04) COMP VALUE 100.
001500 01  JR-HST-COUNT                    PIC 9(04) COMP VALUE 0.
001510 01  JR-HST-SUB                      PIC 9(04) COMP VALUE 0.
001520 01  JR-HST-HIT-SUB                  PIC 9(04) COMP VALUE 0.
001530 01  JR-HST-OVERFLOW                 PIC 9(07) COMP VALUE 0.
001540 01  JR-HST-AREAS.
001550     02  JR-HST-ENTRY OCCURS 100 TIMES.
001560         03  JR-HST-REQUEST-ID       PIC X(08).
001570         03  JR-HST-LINES            PIC 9(07) COMP.
001580
001590 01  JR-LIN-LIMIT                    PIC 9(04) COMP VALUE 2000.
001600 01  JR-LIN-COUNT                    PIC 9(04) COMP VALUE 0.
001610 01  JR-LIN-SUB                      PIC 9(04) COMP VALUE 0.
001620 01  JR-LIN-PRIOR-SUB                PIC 9(04) COMP VALUE 0.
001630 01  JR-LIN-OVERFLOW                 PIC 9(07) COMP VALUE 0.
001640 01  JR-LIN-AREAS.
001650     02  JR-LIN-ENTRY OCCURS 2000 TIMES.
001660         03  JR-LIN-STAMP            PIC X(16).
001670         03  JR-LIN-HST-SUB          PIC 9(04) COMP.
001680         03  JR-LIN-JOURNAL          PIC X(80).
001690
001700 01  JR-NEW-STAMP.
001710     02  JR-NEW-STAMP-DATE           PIC 9(08).
001720     02  JR-NEW-STAMP-TIME           PIC 9(08).
001730
001740 01  JR-LIN-SLOT-SWITCH              PIC X(01) VALUE "N".
001750     88  JR-LIN-SLOT-FOUND                      VALUE "Y".
001760
001770*----------------------------------------------------------------*
001780* ONE ENTRY PER REQUEST THAT REACHED ROTATED IN THE TARGET MONTH:
001790* THE FIRST PASS OPENS IT WITH THE ROTATED DATE, THE SECOND PASS
001800* FILLS IN THE RECEIVED DATE AND THE REJECTED/HELD MARKS FROM THE
001810* REQUEST'S EARLIER JOURNAL ENTRIES.
001820*----------------------------------------------------------------*
001830 01  JR-TAT-LIMIT                    PIC 9(04) COMP VALUE 3000.
001840 01  JR-TAT-COUNT                    PIC 9(04) COMP VALUE 0.
001850 01  JR-TAT-SUB                      PIC 9(04) COMP VALUE 0.
001860 01  JR-TAT-HIT-SUB                  PIC 9(04) COMP VALUE 0.
001870 01  JR-TAT-OVERFLOW                 PIC 9(07) COMP VALUE 0.
001880 01  JR-TAT-AREAS.
001890     02  JR-TAT-ENTRY OCCURS 3000 TIMES.
001900         03  JR-TAT-REQUEST-ID       PIC X(08).
001910         03  JR-TAT-SUBMITTER        PIC X(08).
001920         03  JR-TAT-RECEIVED         PIC 9(08).
001930         03  JR-TAT-ROTATED          PIC 9(08).
001940         03  JR-TAT-REJECTED-FLAG    PIC X(01).
001950             88  JR-TAT-WAS-REJECTED            VALUE "Y".
001960         03  JR-TAT-HELD-FLAG        PIC X(01).
001970             88  JR-TAT-WAS-HELD                VALUE "Y".
001980
001990*----------------------------------------------------------------*
002000* THE TURNAROUND SUMMARY, ONE ROW PER SUBMITTER IN ORDER OF FIRST
002010* APPEARANCE. TIMED COUNTS ONLY THE REQUESTS WITH A KNOWN
002020* RECEIVED DATE -- THE AVERAGE IS TAKEN OVER THOSE ALONE.
002030*----------------------------------------------------------------*
002040 01  JR-SBM-LIMIT                    PIC 9(04) COMP VALUE 200.
002050 01  JR-SBM-COUNT                    PIC 9(04) COMP VALUE 0.
002060 01  JR-SBM-SUB                      PIC 9(04) COMP VALUE 0.
002070 01  JR-SBM-HIT-SUB                  PIC 9(04) COMP VALUE 0.
002080 01  JR-SBM-OVERFLOW                 PIC 9(07) COMP VALUE 0.
002090 01  JR-SBM-AREAS.
002100     02  JR-SBM-ENTRY OCCURS 200 TIMES.
002110         03  JR-SBM-SUBMITTER        PIC X(08).
002120         03  JR-SBM-ROTATED          PIC 9(07) COMP.
002130         03  JR-SBM-TIMED            PIC 9(07) COMP.
002140         03  JR-SBM-TOTAL-DAYS       PIC 9(09) COMP.
002150         03  JR-SBM-MAX-DAYS         PIC 9(07) COMP.
002160         03  JR-SBM-REJECTED         PIC 9(07) COMP.
002170         03  JR-SBM-HELD             PIC 9(07) COMP.
002180
002190 01  JR-GRAND-TOTALS.
002200     02  JR-GRD-ROTATED              PIC 9(07) COMP VALUE 0.
002210     02  JR-GRD-TIMED                PIC 9(07) COMP VALUE 0.
002220     02  JR-GRD-TOTAL-DAYS           PIC 9(09) COMP VALUE 0.
002230     02  JR-GRD-MAX-DAYS             PIC 9(07) COMP VALUE 0.
002240     02  JR-GRD-REJECTED             PIC 9(07) COMP VALUE 0.
002250     02  JR-GRD-HELD                 PIC 9(07) COMP VALUE 0.
002260
002270 01  JR-TURNAROUND-DAYS              PIC 9(07) COMP VALUE 0.
002280 01  JR-AVERAGE-DAYS                 PIC 9(05)V9 VALUE 0.
002290
002300*----------------------------------------------------------------*
002310* RUN CONTROL TOTALS.
002320*----------------------------------------------------------------*
002330 01  JR-RUN-COUNTERS.
002340     02  JR-CARDS-READ              PIC 9(07) COMP VALUE 0.
002350     02  JR-CARDS-IN-ERROR          PIC 9(07) COMP VALUE 0.
002360     02  JR-JOURNAL-READ            PIC 9(07) COMP VALUE 0.
002370     02  JR-RECEIVED-FROM-MASTER    PIC 9(07) COMP VALUE 0.
002380     02  JR-NO-RECEIVED-DATE        PIC 9(07) COMP VALUE 0.
002390
002400*----------------------------------------------------------------*
002410* RUN DATE AND THE SERIAL-DAY WORK FIELDS THE TURNAROUND
002420* COMPUTATION USES. 4300-DATE-TO-DAYS TURNS JR-DATE-WORK
002430* (YYYYMMDD) INTO A RUNNING DAY COUNT IN JR-DAYS-RESULT, THE SAME
002440* ARITHMETIC ROTAGING AGES ITS ENTRIES WITH; ONLY DIFFERENCES ARE
002450* EVER USED, SO THE EPOCH ITSELF NEVER MATTERS.
002460*----------------------------------------------------------------*
002470 01  JR-RUN-IDENTIFICATION.
002480     02  JR-RUN-DATE                 PIC 9(08).
002490     02  JR-RUN-DATE-X REDEFINES JR-RUN-DATE.
002500         03  JR-RUN-YYYY             PIC 9(04).
002510         03  JR-RUN-MM               PIC 9(02).
002520         03  JR-RUN-DD               PIC 9(02).
002530
002540 01  JR-DATE-WORK                    PIC 9(08).
002550 01  JR-DATE-WORK-X REDEFINES JR-DATE-WORK.
002560     02  JR-WORK-YYYY                PIC 9(04).
002570     02  JR-WORK-MM                  PIC 9(02).
002580     02  JR-WORK-DD                  PIC 9(02).
002590
002600 01  JR-DAY-COMPUTATION.
002610     02  JR-DAYS-RESULT              PIC 9(08) COMP VALUE 0.
002620     02  JR-RECEIVED-DAYS            PIC 9(08) COMP VALUE 0.
002630     02  JR-ROTATED-DAYS             PIC 9(08) COMP VALUE 0.
002640     02  JR-PRIOR-YEARS              PIC 9(04) COMP VALUE 0.
002650     02  JR-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
002660     02  JR-LEAP-REM-4               PIC 9(04) COMP VALUE 0.
002670     02  JR-LEAP-REM-100             PIC 9(04) COMP VALUE 0.
002680     02  JR-LEAP-REM-400             PIC 9(04) COMP VALUE 0.
002690
002700*----------------------------------------------------------------*
002710* DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR; THE LEAP
002720* DAY IS ADDED SEPARATELY FOR MARCH-ONWARD DATES IN LEAP YEARS.
002730*----------------------------------------------------------------*
002740 01  JR-MONTH-TABLE-VALUES.
002750     02  FILLER                      PIC X(18) VALUE
002760         "000031059090120151".
002770     02  FILLER                      PIC X(18) VALUE
002780         "181212243273304334".
002790 01  JR-MONTH-TABLE REDEFINES JR-MONTH-TABLE-VALUES.
002800     02  JR-DAYS-BEFORE-MONTH OCCURS 12 TIMES
002810                                     PIC 9(03).
002820
002830 01  JR-STATUS-CODE                  PIC X(01) VALUE SPACE.
002840 01  JR-STATUS-WORD                  PIC X(09) VALUE SPACES.
002850
002860*----------------------------------------------------------------*
002870* REPORT LINE LAYOUTS.
002880*----------------------------------------------------------------*
002890 01  JR-RPRT-HEADER-LINE.
002900     02  FILLER                      PIC X(01) VALUE SPACES.
002910     02  FILLER                      PIC X(30) VALUE
002920         "ROTJRNRP REQUEST HISTORY     ".
002930     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
002940     02  JR-RPRT-HDR-YYYY            PIC 9(04).
002950     02  FILLER                      PIC X(01) VALUE "-".
002960     02  JR-RPRT-HDR-MM              PIC 9(02).
002970     02  FILLER                      PIC X(01) VALUE "-".
002980     02  JR-RPRT-HDR-DD              PIC 9(02).
002990
003000 01  JR-RPRT-REQUEST-LINE.
003010     02  FILLER                      PIC X(13) VALUE
003020         " REQUEST ID: ".
003030     02  JR-REQ-L-REQUEST-ID         PIC X(08).
003040     02  FILLER                      PIC X(13) VALUE
003050         "  SUBMITTER: ".
003060     02  JR-REQ-L-SUBMITTER          PIC X(08).
003070
003080 01  JR-RPRT-HISTORY-COLUMN-LINE.
003090     02  FILLER                      PIC X(40) VALUE
003100         "   DATE      TIME      FROM       TO".
003110     02  FILLER                      PIC X(40) VALUE
003120         "     PROGRAM     OPERATOR  JOB".
003130
003140 01  JR-RPRT-HISTORY-LINE.
003150     02  FILLER                      PIC X(03) VALUE SPACES.
003160     02  JR-HIS-L-DATE               PIC 9(08).
003170     02  FILLER                      PIC X(02) VALUE SPACES.
003180     02  JR-HIS-L-HH                 PIC X(02).
003190     02  FILLER                      PIC X(01) VALUE ":".
003200     02  JR-HIS-L-MI                 PIC X(02).
003210     02  FILLER                      PIC X(01) VALUE ":".
003220     02  JR-HIS-L-SS                 PIC X(02).
003230     02  FILLER                      PIC X(02) VALUE SPACES.
003240     02  JR-HIS-L-FROM               PIC X(09).
003250     02  FILLER                      PIC X(02) VALUE SPACES.
003260     02  JR-HIS-L-TO                 PIC X(09).
003270     02  FILLER                      PIC X(02) VALUE SPACES.
003280     02  JR-HIS-L-PROGRAM            PIC X(10).
003290     02  FILLER                      PIC X(02) VALUE SPACES.
003300     02  JR-HIS-L-OPERATOR           PIC X(08).
003310     02  FILLER                      PIC X(02) VALUE SPACES.
003320     02  JR-HIS-L-JOB-ID             PIC X(08).
003330
003340 01  JR-RPRT-MESSAGE-LINE.
003350     02  FILLER                      PIC X(03) VALUE SPACES.
003360     02  JR-MSG-L-TEXT               PIC X(60).
003370
003380 01  JR-RPRT-TAT-HEADER-LINE.
003390     02  FILLER                      PIC X(01) VALUE SPACES.
003400     02  FILLER                      PIC X(30) VALUE
003410         "TURNAROUND SUMMARY, MONTH:   ".
003420     02  JR-TAT-HDR-YYYY             PIC 9(04).
003430     02  FILLER                      PIC X(01) VALUE "-".
003440     02  JR-TAT-HDR-MM               PIC 9(02).
003450
003460 01  JR-RPRT-TAT-COLUMN-LINE.
003470     02  FILLER                      PIC X(40) VALUE
003480         " SUBMITTER  ROTATED  AVG-DAYS  MAX-DAYS".
003490     02  FILLER                      PIC X(40) VALUE
003500         "  REJECTED      HELD    NO-RCV".
003510
003520 01  JR-RPRT-TAT-DETAIL-LINE.
003530     02  FILLER                      PIC X(01) VALUE SPACES.
003540     02  JR-TAT-L-SUBMITTER          PIC X(08).
003550     02  FILLER                      PIC X(03) VALUE SPACES.
003560     02  JR-TAT-L-ROTATED            PIC ZZZZZZ9.
003570     02  FILLER                      PIC X(03) VALUE SPACES.
003580     02  JR-TAT-L-AVG-DAYS           PIC ZZZZ9.9.
003590     02  FILLER                      PIC X(03) VALUE SPACES.
003600     02  JR-TAT-L-MAX-DAYS           PIC ZZZZZZ9.
003610     02  FILLER                      PIC X(03) VALUE SPACES.
003620     02  JR-TAT-L-REJECTED           PIC ZZZZZZ9.
003630     02  FILLER                      PIC X(03) VALUE SPACES.
003640     02  JR-TAT-L-HELD               PIC ZZZZZZ9.
003650     02  FILLER                      PIC X(03) VALUE SPACES.
003660     02  JR-TAT-L-NO-RCV             PIC ZZZZZZ9.
003670
003680 01  JR-RPRT-TOTALS-LINE.
003690     02  FILLER                      PIC X(01) VALUE SPACES.
003700     02  JR-RPRT-TOT-LABEL           PIC X(24).
003710     02  JR-RPRT-TOT-VALUE           PIC ZZZZZZ9.
003720
003730 PROCEDURE DIVISION.
003740*----------------------------------------------------------------*
003750* 0000-MAINLINE                                                  *
003760*----------------------------------------------------------------*
003770 0000-MAINLINE.
003780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003790     PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
003800         UNTIL JR-END-OF-JOURNAL.
003810     PERFORM 3000-SECOND-PASS THRU 3000-EXIT.
003820     PERFORM 4000-POST-SUMMARY THRU 4000-EXIT
003830         VARYING JR-TAT-SUB FROM 1 BY 1
003840         UNTIL JR-TAT-SUB > JR-TAT-COUNT.
003850     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003860     GO TO 9999-EXIT.
003870
003880*----------------------------------------------------------------*
003890* 1000-INITIALIZE -- OPEN FILES, ESTABLISH THE RUN DATE, READ    *
003900* THE CONTROL CARDS, AND WRITE THE REPORT HEADER. A JOURNAL THAT *
003910* WILL NOT OPEN PRODUCES AN EMPTY REPORT AND SAYS WHY, THE SAME  *
003920* WAY ROTAGING ANNOUNCES ITS OWN OPEN FAILURE.                   *
003930*----------------------------------------------------------------*
003940 1000-INITIALIZE.
003950     OPEN OUTPUT RprtFile.
003960     OPEN INPUT JrnlFile.
003970     IF JR-JRNL-STATUS NOT = "00"
003980         DISPLAY "ROTJRNRP: *** RQJRNL OPEN FAILED, STATUS "
003990             JR-JRNL-STATUS
004000         SET JR-END-OF-JOURNAL TO TRUE
004001     ELSE
004002         SET JR-JRNL-OPEN TO TRUE
004010     END-IF.
004020     OPEN INPUT RqmFile.
004030     IF JR-RQM-STATUS = "00"
004040         SET JR-RQM-AVAILABLE TO TRUE
004050     ELSE
004060         DISPLAY "ROTJRNRP: RQMASTER OPEN FAILED, STATUS "
004070             JR-RQM-STATUS ", NO RECEIVED DATES FROM MASTER"
004080     END-IF.
004090     ACCEPT JR-RUN-DATE FROM DATE YYYYMMDD.
004100     MOVE JR-RUN-YYYY TO JR-TGT-YYYY.
004110     MOVE JR-RUN-MM TO JR-TGT-MM.
004120     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
004130     MOVE JR-RUN-YYYY TO JR-RPRT-HDR-YYYY.
004140     MOVE JR-RUN-MM TO JR-RPRT-HDR-MM.
004150     MOVE JR-RUN-DD TO JR-RPRT-HDR-DD.
004160     WRITE RprtRecord FROM JR-RPRT-HEADER-LINE.
004170 1000-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------*
004210* 1100-READ-CONTROL-CARDS -- THE WHOLE DECK IS READ BEFORE THE   *
004220* JOURNAL PASS, SINCE ONE PASS SERVES EVERY HISTORY CARD. A      *
004230* MISSING DECK IS NOT AN ERROR: THE RUN STILL PRINTS THE CURRENT *
004240* MONTH'S TURNAROUND SUMMARY.                                    *
004250*----------------------------------------------------------------*
004260 1100-READ-CONTROL-CARDS.
004270     OPEN INPUT CardFile.
004280     IF JR-CARD-STATUS NOT = "00"
004290         DISPLAY "ROTJRNRP: NO JRNCARDS DECK, USING CURRENT MONTH"
004300         GO TO 1100-EXIT
004310     END-IF.
004320     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
004330         UNTIL JR-END-OF-CARDS.
004340     CLOSE CardFile.
004350     IF NOT JR-MONTH-CARD-SEEN
004360         DISPLAY "ROTJRNRP: NO MONTH CARD, USING CURRENT MONTH"
004370     END-IF.
004380 1100-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------*
004420* 1110-READ-ONE-CARD -- A HISTORY CARD ADDS ITS REQUEST ID TO    *
004430* THE HISTORY TABLE; A MONTH CARD SETS THE TARGET MONTH (THE     *
004440* LAST GOOD ONE WINS). ANYTHING ELSE IS COUNTED AND ANNOUNCED.   *
004450*----------------------------------------------------------------*
004460 1110-READ-ONE-CARD.
004470     READ CardFile INTO JR-CARD-IMAGE
004480         AT END
004490             SET JR-END-OF-CARDS TO TRUE
004500     END-READ.
004510     IF JR-END-OF-CARDS
004520         GO TO 1110-EXIT
004530     END-IF.
004540     ADD 1 TO JR-CARDS-READ.
004550     EVALUATE TRUE
004560         WHEN JR-FUNC-HISTORY
004570             PERFORM 1120-ADD-HISTORY-REQUEST THRU 1120-EXIT
004580         WHEN JR-FUNC-MONTH
004590             PERFORM 1130-SET-TARGET-MONTH THRU 1130-EXIT
004600         WHEN OTHER
004610             ADD 1 TO JR-CARDS-IN-ERROR
004620             DISPLAY "ROTJRNRP: BAD JRNCARDS FUNCTION '"
004630                 JR-CI-FUNCTION "', CARD IGNORED"
004640     END-EVALUATE.
004650 1110-EXIT.
004660     EXIT.
004670
004680 1120-ADD-HISTORY-REQUEST.
004690     IF JR-CI-ARGUMENT = SPACES
004700         ADD 1 TO JR-CARDS-IN-ERROR
004710         DISPLAY "ROTJRNRP: HISTORY CARD WITH NO REQUEST ID, "
004720             "CARD IGNORED"
004730         GO TO 1120-EXIT
004740     END-IF.
004750     IF JR-HST-COUNT >= JR-HST-LIMIT
004760         ADD 1 TO JR-HST-OVERFLOW
004770         GO TO 1120-EXIT
004780     END-IF.
004790     ADD 1 TO JR-HST-COUNT.
004800     MOVE JR-CI-ARGUMENT TO JR-HST-REQUEST-ID(JR-HST-COUNT).
004810     MOVE 0 TO JR-HST-LINES(JR-HST-COUNT).
004820 1120-EXIT.
004830     EXIT.
004840
004850 1130-SET-TARGET-MONTH.
004860     IF JR-CI-ARGUMENT(1:6) IS NUMERIC
004870             AND JR-CI-ARGUMENT(5:2) >= "01"
004880             AND JR-CI-ARGUMENT(5:2) <= "12"
004890         MOVE JR-CI-ARGUMENT(1:4) TO JR-TGT-YYYY
004900         MOVE JR-CI-ARGUMENT(5:2) TO JR-TGT-MM
004910         SET JR-MONTH-CARD-SEEN TO TRUE
004920     ELSE
004930         ADD 1 TO JR-CARDS-IN-ERROR
004940         DISPLAY "ROTJRNRP: BAD MONTH CARD '" JR-CI-ARGUMENT
004950             "', CARD IGNORED"
004960     END-IF.
004970 1130-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------*
005010* 2000-SCAN-JOURNAL -- FIRST PASS, ONE ITERATION PER JOURNAL     *
005020* RECORD: SAVE IT IF ITS REQUEST WAS ASKED FOR, AND OPEN A       *
005030* TURNAROUND ENTRY IF IT IS A MOVE TO ROTATED IN THE TARGET      *
005040* MONTH.                                                         *
005050*----------------------------------------------------------------*
005060 2000-SCAN-JOURNAL.
005070     READ JrnlFile INTO RequestJournal
005080         AT END
005090             SET JR-END-OF-JOURNAL TO TRUE
005100     END-READ.
005110     IF JR-END-OF-JOURNAL
005120         GO TO 2000-EXIT
005130     END-IF.
005140     ADD 1 TO JR-JOURNAL-READ.
005150     PERFORM 2100-CHECK-HISTORY THRU 2100-EXIT.
005160     PERFORM 2200-CHECK-ROTATION THRU 2200-EXIT.
005170 2000-EXIT.
005180     EXIT.
005190
005200 2100-CHECK-HISTORY.
005210     MOVE 0 TO JR-HST-HIT-SUB.
005220     PERFORM 2110-MATCH-ONE-HISTORY THRU 2110-EXIT
005230         VARYING JR-HST-SUB FROM 1 BY 1
005240         UNTIL JR-HST-SUB > JR-HST-COUNT
005250         OR JR-HST-HIT-SUB > 0.
005260     IF JR-HST-HIT-SUB = 0
005270         GO TO 2100-EXIT
005280     END-IF.
005290     IF JR-LIN-COUNT >= JR-LIN-LIMIT
005300         ADD 1 TO JR-LIN-OVERFLOW
005310         GO TO 2100-EXIT
005320     END-IF.
005330     MOVE JrnDate TO JR-NEW-STAMP-DATE.
005340     MOVE JrnTime TO JR-NEW-STAMP-TIME.
005350     ADD 1 TO JR-LIN-COUNT.
005360     MOVE JR-LIN-COUNT TO JR-LIN-SUB.
005370     MOVE "N" TO JR-LIN-SLOT-SWITCH.
005380     PERFORM 2120-MAKE-ROOM THRU 2120-EXIT
005390         UNTIL JR-LIN-SUB = 1
005400         OR JR-LIN-SLOT-FOUND.
005410     MOVE JR-NEW-STAMP TO JR-LIN-STAMP(JR-LIN-SUB).
005420     MOVE JR-HST-HIT-SUB TO JR-LIN-HST-SUB(JR-LIN-SUB).
005430     MOVE RequestJournal TO JR-LIN-JOURNAL(JR-LIN-SUB).
005440     ADD 1 TO JR-HST-LINES(JR-HST-HIT-SUB).
005450 2100-EXIT.
005460     EXIT.
005470
005480 2110-MATCH-ONE-HISTORY.
005490     IF JR-HST-REQUEST-ID(JR-HST-SUB) = JrnRequestId
005500         MOVE JR-HST-SUB TO JR-HST-HIT-SUB
005510     END-IF.
005520 2110-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------*
005560* 2120-MAKE-ROOM -- ONE STEP OF THE INSERTION: AN ENTRY STAMPED  *
005570* LATER THAN THE NEW ONE MOVES UP A SLOT. EQUAL STAMPS KEEP      *
005580* JOURNAL ORDER.                                                 *
005590*----------------------------------------------------------------*
005600 2120-MAKE-ROOM.
005610     COMPUTE JR-LIN-PRIOR-SUB = JR-LIN-SUB - 1.
005620     IF JR-LIN-STAMP(JR-LIN-PRIOR-SUB) NOT > JR-NEW-STAMP
005630         SET JR-LIN-SLOT-FOUND TO TRUE
005640         GO TO 2120-EXIT
005650     END-IF.
005660     MOVE JR-LIN-ENTRY(JR-LIN-PRIOR-SUB) TO
005670         JR-LIN-ENTRY(JR-LIN-SUB).
005680     MOVE JR-LIN-PRIOR-SUB TO JR-LIN-SUB.
005690 2120-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------*
005730* 2200-CHECK-ROTATION -- A MOVE INTO ROTATED DATED IN THE TARGET *
005740* MONTH OPENS THE REQUEST'S TURNAROUND ENTRY. A REQUEST ROTATED  *
005750* TWICE IN THE MONTH (A BACKED-OUT NIGHT, RERUN) KEEPS ITS       *
005760* EARLIEST ROTATED DATE, WHICHEVER JOURNAL IT WAS FOUND IN.      *
005770*----------------------------------------------------------------*
005780 2200-CHECK-ROTATION.
005790     IF JrnNewStatus NOT = "T" OR JrnOldStatus = "T"
005800         GO TO 2200-EXIT
005810     END-IF.
005820     MOVE JrnDate TO JR-DATE-WORK.
005830     IF JR-WORK-YYYY NOT = JR-TGT-YYYY
005840             OR JR-WORK-MM NOT = JR-TGT-MM
005850         GO TO 2200-EXIT
005860     END-IF.
005870     PERFORM 2210-FIND-TAT-ENTRY THRU 2210-EXIT.
005880     IF JR-TAT-HIT-SUB > 0
005890         IF JrnDate < JR-TAT-ROTATED(JR-TAT-HIT-SUB)
005900             MOVE JrnDate TO JR-TAT-ROTATED(JR-TAT-HIT-SUB)
005910         END-IF
005920         GO TO 2200-EXIT
005930     END-IF.
005940     IF JR-TAT-COUNT >= JR-TAT-LIMIT
005950         ADD 1 TO JR-TAT-OVERFLOW
005960         GO TO 2200-EXIT
005970     END-IF.
005980     ADD 1 TO JR-TAT-COUNT.
005990     MOVE JrnRequestId TO JR-TAT-REQUEST-ID(JR-TAT-COUNT).
006000     MOVE JrnSubmitter TO JR-TAT-SUBMITTER(JR-TAT-COUNT).
006010     MOVE 0 TO JR-TAT-RECEIVED(JR-TAT-COUNT).
006020     MOVE JrnDate TO JR-TAT-ROTATED(JR-TAT-COUNT).
006030     MOVE "N" TO JR-TAT-REJECTED-FLAG(JR-TAT-COUNT).
006040     MOVE "N" TO JR-TAT-HELD-FLAG(JR-TAT-COUNT).
006050 2200-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------*
006090* 2210-FIND-TAT-ENTRY -- THE CURRENT JOURNAL RECORD'S TURNAROUND *
006100* ENTRY, ITS SUBSCRIPT LEFT IN JR-TAT-HIT-SUB, ZERO IF NONE.     *
006110*----------------------------------------------------------------*
006120 2210-FIND-TAT-ENTRY.
006130     MOVE 0 TO JR-TAT-HIT-SUB.
006140     PERFORM 2215-MATCH-ONE-TAT THRU 2215-EXIT
006150         VARYING JR-TAT-SUB FROM 1 BY 1
006160         UNTIL JR-TAT-SUB > JR-TAT-COUNT
006170         OR JR-TAT-HIT-SUB > 0.
006180 2210-EXIT.
006190     EXIT.
006200
006210 2215-MATCH-ONE-TAT.
006220     IF JR-TAT-REQUEST-ID(JR-TAT-SUB) = JrnRequestId
006230         MOVE JR-TAT-SUB TO JR-TAT-HIT-SUB
006240     END-IF.
006250 2215-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------*
006290* 3000-SECOND-PASS -- REREADS THE JOURNAL FOR THE LIFE CYCLE OF  *
006300* EVERY REQUEST THE FIRST PASS FOUND ROTATED IN THE MONTH. NOT   *
006310* NEEDED, AND SKIPPED, WHEN THERE ARE NONE.                      *
006320*----------------------------------------------------------------*
006330 3000-SECOND-PASS.
006340     IF JR-TAT-COUNT = 0
006350         GO TO 3000-EXIT
006360     END-IF.
006370     CLOSE JrnlFile.
006380     OPEN INPUT JrnlFile.
006390     IF JR-JRNL-STATUS NOT = "00"
006400         DISPLAY "ROTJRNRP: *** RQJRNL REOPEN FAILED, STATUS "
006410             JR-JRNL-STATUS
006411         MOVE "N" TO JR-JRNL-OPEN-SWITCH
006420         GO TO 3000-EXIT
006430     END-IF.
006440     MOVE "N" TO JR-JRNL-EOF-SWITCH.
006450     PERFORM 3100-SCAN-LIFE-CYCLE THRU 3100-EXIT
006460         UNTIL JR-END-OF-JOURNAL.
006470 3000-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------------*
006510* 3100-SCAN-LIFE-CYCLE -- ONLY ENTRIES UP TO THE ROTATED DATE    *
006520* COUNT AS "ALONG THE WAY". THE ADD ENTRY (BLANK TO RECEIVED)    *
006530* GIVES THE RECEIVED DATE; ANY MOVE INTO REJECTED OR HELD MARKS  *
006540* THE REQUEST, ONCE, HOWEVER MANY NIGHTS IT SAT THERE.           *
006550*----------------------------------------------------------------*
006560 3100-SCAN-LIFE-CYCLE.
006570     READ JrnlFile INTO RequestJournal
006580         AT END
006590             SET JR-END-OF-JOURNAL TO TRUE
006600     END-READ.
006610     IF JR-END-OF-JOURNAL
006620         GO TO 3100-EXIT
006630     END-IF.
006640     PERFORM 2210-FIND-TAT-ENTRY THRU 2210-EXIT.
006650     IF JR-TAT-HIT-SUB = 0
006660         GO TO 3100-EXIT
006670     END-IF.
006680     IF JrnDate > JR-TAT-ROTATED(JR-TAT-HIT-SUB)
006690         GO TO 3100-EXIT
006700     END-IF.
006710     IF JrnOldStatus = SPACE AND JrnNewStatus = "R"
006720         IF JR-TAT-RECEIVED(JR-TAT-HIT-SUB) = 0
006730                 OR JrnDate < JR-TAT-RECEIVED(JR-TAT-HIT-SUB)
006740             MOVE JrnDate TO JR-TAT-RECEIVED(JR-TAT-HIT-SUB)
006750         END-IF
006760     END-IF.
006770     IF JrnNewStatus = "J"
006780         SET JR-TAT-WAS-REJECTED(JR-TAT-HIT-SUB) TO TRUE
006790     END-IF.
006800     IF JrnNewStatus = "H"
006810         SET JR-TAT-WAS-HELD(JR-TAT-HIT-SUB) TO TRUE
006820     END-IF.
006830 3100-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------*
006870* 4000-POST-SUMMARY -- ONE TURNAROUND ENTRY INTO ITS SUBMITTER'S *
006880* ROW AND THE GRAND TOTALS. AN ENTRY STILL WITHOUT A RECEIVED    *
006890* DATE TRIES THE MASTER FIRST (4100).                            *
006900*----------------------------------------------------------------*
006910 4000-POST-SUMMARY.
006920     IF JR-TAT-RECEIVED(JR-TAT-SUB) = 0
006930         PERFORM 4100-RECEIVED-FROM-MASTER THRU 4100-EXIT
006940     END-IF.
006950     PERFORM 4200-FIND-OR-OPEN-ROW THRU 4200-EXIT.
006960     IF JR-SBM-HIT-SUB = 0
006970         GO TO 4000-EXIT
006980     END-IF.
006990     ADD 1 TO JR-SBM-ROTATED(JR-SBM-HIT-SUB).
007000     ADD 1 TO JR-GRD-ROTATED.
007010     IF JR-TAT-WAS-REJECTED(JR-TAT-SUB)
007020         ADD 1 TO JR-SBM-REJECTED(JR-SBM-HIT-SUB)
007030         ADD 1 TO JR-GRD-REJECTED
007040     END-IF.
007050     IF JR-TAT-WAS-HELD(JR-TAT-SUB)
007060         ADD 1 TO JR-SBM-HELD(JR-SBM-HIT-SUB)
007070         ADD 1 TO JR-GRD-HELD
007080     END-IF.
007090     IF JR-TAT-RECEIVED(JR-TAT-SUB) = 0
007100         ADD 1 TO JR-NO-RECEIVED-DATE
007110         GO TO 4000-EXIT
007120     END-IF.
007130     PERFORM 4300-COMPUTE-TURNAROUND THRU 4300-EXIT.
007140     ADD 1 TO JR-SBM-TIMED(JR-SBM-HIT-SUB).
007150     ADD JR-TURNAROUND-DAYS TO JR-SBM-TOTAL-DAYS(JR-SBM-HIT-SUB).
007160     IF JR-TURNAROUND-DAYS > JR-SBM-MAX-DAYS(JR-SBM-HIT-SUB)
007170         MOVE JR-TURNAROUND-DAYS TO
007180             JR-SBM-MAX-DAYS(JR-SBM-HIT-SUB)
007190     END-IF.
007200     ADD 1 TO JR-GRD-TIMED.
007210     ADD JR-TURNAROUND-DAYS TO JR-GRD-TOTAL-DAYS.
007220     IF JR-TURNAROUND-DAYS > JR-GRD-MAX-DAYS
007230         MOVE JR-TURNAROUND-DAYS TO JR-GRD-MAX-DAYS
007240     END-IF.
007250 4000-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------*
007290* 4100-RECEIVED-FROM-MASTER -- A REQUEST ADDED BEFORE THE        *
007300* JOURNAL EXISTED TAKES ITS RECEIVED DATE FROM THE MASTER ENTRY, *
007310* IF THE ENTRY IS STILL THERE AND THE DATE IS USABLE.            *
007320*----------------------------------------------------------------*
007330 4100-RECEIVED-FROM-MASTER.
007340     IF NOT JR-RQM-AVAILABLE
007350         GO TO 4100-EXIT
007360     END-IF.
007370     MOVE JR-TAT-REQUEST-ID(JR-TAT-SUB) TO RqmKey.
007380     READ RqmFile INTO RequestMaster
007390         INVALID KEY
007400             GO TO 4100-EXIT
007410     END-READ.
007420     IF RqmDateReceived IS NUMERIC AND RqmDateReceived > 0
007430         MOVE RqmDateReceived TO JR-TAT-RECEIVED(JR-TAT-SUB)
007440         ADD 1 TO JR-RECEIVED-FROM-MASTER
007450     END-IF.
007460 4100-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------*
007500* 4200-FIND-OR-OPEN-ROW -- THE ENTRY'S SUBMITTER ROW, OPENED ON  *
007510* FIRST SIGHT, ITS SUBSCRIPT LEFT IN JR-SBM-HIT-SUB, ZERO WHEN   *
007520* THE TABLE OVERFLOWED.                                          *
007530*----------------------------------------------------------------*
007540 4200-FIND-OR-OPEN-ROW.
007550     MOVE 0 TO JR-SBM-HIT-SUB.
007560     PERFORM 4210-MATCH-ONE-ROW THRU 4210-EXIT
007570         VARYING JR-SBM-SUB FROM 1 BY 1
007580         UNTIL JR-SBM-SUB > JR-SBM-COUNT
007590         OR JR-SBM-HIT-SUB > 0.
007600     IF JR-SBM-HIT-SUB > 0
007610         GO TO 4200-EXIT
007620     END-IF.
007630     IF JR-SBM-COUNT >= JR-SBM-LIMIT
007640         ADD 1 TO JR-SBM-OVERFLOW
007650         GO TO 4200-EXIT
007660     END-IF.
007670     ADD 1 TO JR-SBM-COUNT.
007680     MOVE JR-TAT-SUBMITTER(JR-TAT-SUB) TO
007690         JR-SBM-SUBMITTER(JR-SBM-COUNT).
007700     MOVE 0 TO JR-SBM-ROTATED(JR-SBM-COUNT).
007710     MOVE 0 TO JR-SBM-TIMED(JR-SBM-COUNT).
007720     MOVE 0 TO JR-SBM-TOTAL-DAYS(JR-SBM-COUNT).
007730     MOVE 0 TO JR-SBM-MAX-DAYS(JR-SBM-COUNT).
007740     MOVE 0 TO JR-SBM-REJECTED(JR-SBM-COUNT).
007750     MOVE 0 TO JR-SBM-HELD(JR-SBM-COUNT).
007760     MOVE JR-SBM-COUNT TO JR-SBM-HIT-SUB.
007770 4200-EXIT.
007780     EXIT.
007790
007800 4210-MATCH-ONE-ROW.
007810     IF JR-SBM-SUBMITTER(JR-SBM-SUB) =
007820             JR-TAT-SUBMITTER(JR-TAT-SUB)
007830         MOVE JR-SBM-SUB TO JR-SBM-HIT-SUB
007840     END-IF.
007850 4210-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------*
007890* 4300-COMPUTE-TURNAROUND -- DAYS FROM RECEIVED TO ROTATED. A    *
007900* RECEIVED DATE AFTER THE ROTATED DATE (A MIS-KEYED MASTER DATE) *
007910* COUNTS AS ZERO RATHER THAN WRAPPING THE UNSIGNED SUBTRACTION.  *
007920*----------------------------------------------------------------*
007930 4300-COMPUTE-TURNAROUND.
007940     MOVE JR-TAT-RECEIVED(JR-TAT-SUB) TO JR-DATE-WORK.
007950     PERFORM 4310-DATE-TO-DAYS THRU 4310-EXIT.
007960     MOVE JR-DAYS-RESULT TO JR-RECEIVED-DAYS.
007970     MOVE JR-TAT-ROTATED(JR-TAT-SUB) TO JR-DATE-WORK.
007980     PERFORM 4310-DATE-TO-DAYS THRU 4310-EXIT.
007990     MOVE JR-DAYS-RESULT TO JR-ROTATED-DAYS.
008000     IF JR-RECEIVED-DAYS > JR-ROTATED-DAYS
008010         MOVE 0 TO JR-TURNAROUND-DAYS
008020     ELSE
008030         COMPUTE JR-TURNAROUND-DAYS =
008040             JR-ROTATED-DAYS - JR-RECEIVED-DAYS
008050     END-IF.
008060 4300-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------------*
008100* 4310-DATE-TO-DAYS -- TURNS JR-DATE-WORK (YYYYMMDD) INTO A      *
008110* RUNNING DAY COUNT IN JR-DAYS-RESULT: 365 PER PRIOR YEAR PLUS   *
008120* THE PRIOR YEARS' LEAP DAYS, THE DAYS BEFORE THE MONTH, THE     *
008130* DAY OF MONTH, AND THIS YEAR'S OWN LEAP DAY ONCE MARCH IS       *
008140* REACHED. ROTAGING'S 2110, LINE FOR LINE.                       *
008150*----------------------------------------------------------------*
008160 4310-DATE-TO-DAYS.
008170     COMPUTE JR-PRIOR-YEARS = JR-WORK-YYYY - 1.
008180     COMPUTE JR-DAYS-RESULT = JR-PRIOR-YEARS * 365.
008190     DIVIDE JR-PRIOR-YEARS BY 4 GIVING JR-LEAP-QUOT.
008200     ADD JR-LEAP-QUOT TO JR-DAYS-RESULT.
008210     DIVIDE JR-PRIOR-YEARS BY 100 GIVING JR-LEAP-QUOT.
008220     SUBTRACT JR-LEAP-QUOT FROM JR-DAYS-RESULT.
008230     DIVIDE JR-PRIOR-YEARS BY 400 GIVING JR-LEAP-QUOT.
008240     ADD JR-LEAP-QUOT TO JR-DAYS-RESULT.
008250     IF JR-WORK-MM >= 1 AND JR-WORK-MM <= 12
008260         ADD JR-DAYS-BEFORE-MONTH(JR-WORK-MM) TO JR-DAYS-RESULT
008270     END-IF.
008280     ADD JR-WORK-DD TO JR-DAYS-RESULT.
008290     IF JR-WORK-MM > 2
008300         DIVIDE JR-WORK-YYYY BY 4 GIVING JR-LEAP-QUOT
008310             REMAINDER JR-LEAP-REM-4
008320         DIVIDE JR-WORK-YYYY BY 100 GIVING JR-LEAP-QUOT
008330             REMAINDER JR-LEAP-REM-100
008340         DIVIDE JR-WORK-YYYY BY 400 GIVING JR-LEAP-QUOT
008350             REMAINDER JR-LEAP-REM-400
008360         IF JR-LEAP-REM-4 = 0
008370                 AND (JR-LEAP-REM-100 NOT = 0
008380                 OR JR-LEAP-REM-400 = 0)
008390             ADD 1 TO JR-DAYS-RESULT
008400         END-IF
008410     END-IF.
008420 4310-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------*
008460* 8000-FINALIZE -- THE HISTORIES, THE TURNAROUND SUMMARY,        *
008470* CONTROL TOTALS, TABLE-OVERFLOW WARNINGS, AND CLOSE.            *
008480*----------------------------------------------------------------*
008490 8000-FINALIZE.
008500     PERFORM 8100-PRINT-ONE-HISTORY THRU 8100-EXIT
008510         VARYING JR-HST-SUB FROM 1 BY 1
008520         UNTIL JR-HST-SUB > JR-HST-COUNT.
008530     PERFORM 8200-PRINT-TURNAROUND THRU 8200-EXIT.
008540     MOVE SPACES TO RprtRecord.
008550     WRITE RprtRecord.
008560     MOVE "TOTAL CARDS READ........" TO JR-RPRT-TOT-LABEL.
008570     MOVE JR-CARDS-READ TO JR-RPRT-TOT-VALUE.
008580     WRITE RprtRecord FROM JR-RPRT-TOTALS-LINE.
008590     MOVE "TOTAL CARDS IN ERROR...." TO JR-RPRT-TOT-LABEL.
008600     MOVE JR-CARDS-IN-ERROR TO JR-RPRT-TOT-VALUE.
008610     WRITE RprtRecord FROM JR-RPRT-TOTALS-LINE.
008620     MOVE "TOTAL JOURNAL RECORDS..." TO JR-RPRT-TOT-LABEL.
008630     MOVE JR-JOURNAL-READ TO JR-RPRT-TOT-VALUE.
008640     WRITE RprtRecord FROM JR-RPRT-TOTALS-LINE.
008650     MOVE "TOTAL RCV DATES MASTER.." TO JR-RPRT-TOT-LABEL.
008660     MOVE JR-RECEIVED-FROM-MASTER TO JR-RPRT-TOT-VALUE.
008670     WRITE RprtRecord FROM JR-RPRT-TOTALS-LINE.
008680     MOVE "TOTAL NO RECEIVED DATE.." TO JR-RPRT-TOT-LABEL.
008690     MOVE JR-NO-RECEIVED-DATE TO JR-RPRT-TOT-VALUE.
008700     WRITE RprtRecord FROM JR-RPRT-TOTALS-LINE.
008710     PERFORM 8300-WRITE-OVERFLOWS THRU 8300-EXIT.
008720     IF JR-JRNL-OPEN
008721         CLOSE JrnlFile
008722     END-IF.
008730     CLOSE RprtFile.
008740     IF JR-RQM-AVAILABLE
008750         CLOSE RqmFile
008760     END-IF.
008770     DISPLAY "ROTJRNRP: JOURNAL RECORDS.: " JR-JOURNAL-READ.
008780     DISPLAY "ROTJRNRP: HISTORIES.......: " JR-HST-COUNT.
008790     DISPLAY "ROTJRNRP: ROTATED IN MONTH: " JR-GRD-ROTATED.
008800 8000-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------------*
008840* 8100-PRINT-ONE-HISTORY -- ONE REQUEST'S JOURNAL ENTRIES, IN    *
008850* DATE/TIME ORDER. A REQUEST WITH NO ENTRIES SAYS SO             *
008860* RATHER THAN PRINTING AN EMPTY BLOCK THAT LOOKS LIKE A MISTAKE. *
008870*----------------------------------------------------------------*
008880 8100-PRINT-ONE-HISTORY.
008890     MOVE SPACES TO RprtRecord.
008900     WRITE RprtRecord.
008910     MOVE JR-HST-REQUEST-ID(JR-HST-SUB) TO JR-REQ-L-REQUEST-ID.
008920     MOVE SPACES TO JR-REQ-L-SUBMITTER.
008930     IF JR-HST-LINES(JR-HST-SUB) = 0
008940         WRITE RprtRecord FROM JR-RPRT-REQUEST-LINE
008950         MOVE "*** NO JOURNAL ENTRIES FOR THIS REQUEST" TO
008960             JR-MSG-L-TEXT
008970         WRITE RprtRecord FROM JR-RPRT-MESSAGE-LINE
008980         GO TO 8100-EXIT
008990     END-IF.
009000     PERFORM 8110-FIND-SUBMITTER THRU 8110-EXIT
009010         VARYING JR-LIN-SUB FROM 1 BY 1
009020         UNTIL JR-LIN-SUB > JR-LIN-COUNT
009030         OR JR-REQ-L-SUBMITTER NOT = SPACES.
009040     WRITE RprtRecord FROM JR-RPRT-REQUEST-LINE.
009050     WRITE RprtRecord FROM JR-RPRT-HISTORY-COLUMN-LINE.
009060     PERFORM 8120-PRINT-ONE-LINE THRU 8120-EXIT
009070         VARYING JR-LIN-SUB FROM 1 BY 1
009080         UNTIL JR-LIN-SUB > JR-LIN-COUNT.
009090 8100-EXIT.
009100     EXIT.
009110
009120 8110-FIND-SUBMITTER.
009130     IF JR-LIN-HST-SUB(JR-LIN-SUB) = JR-HST-SUB
009140         MOVE JR-LIN-JOURNAL(JR-LIN-SUB) TO RequestJournal
009150         MOVE JrnSubmitter TO JR-REQ-L-SUBMITTER
009160     END-IF.
009170 8110-EXIT.
009180     EXIT.
009190
009200 8120-PRINT-ONE-LINE.
009210     IF JR-LIN-HST-SUB(JR-LIN-SUB) NOT = JR-HST-SUB
009220         GO TO 8120-EXIT
009230     END-IF.
009240     MOVE JR-LIN-JOURNAL(JR-LIN-SUB) TO RequestJournal.
009250     MOVE JrnDate TO JR-HIS-L-DATE.
009260     MOVE JrnTime(1:2) TO JR-HIS-L-HH.
009270     MOVE JrnTime(3:2) TO JR-HIS-L-MI.
009280     MOVE JrnTime(5:2) TO JR-HIS-L-SS.
009290     MOVE JrnOldStatus TO JR-STATUS-CODE.
009300     PERFORM 8130-SET-STATUS-WORD THRU 8130-EXIT.
009310     MOVE JR-STATUS-WORD TO JR-HIS-L-FROM.
009320     MOVE JrnNewStatus TO JR-STATUS-CODE.
009330     PERFORM 8130-SET-STATUS-WORD THRU 8130-EXIT.
009340     MOVE JR-STATUS-WORD TO JR-HIS-L-TO.
009350     MOVE JrnProgram TO JR-HIS-L-PROGRAM.
009360     MOVE JrnOperator TO JR-HIS-L-OPERATOR.
009370     MOVE JrnJobId TO JR-HIS-L-JOB-ID.
009380     WRITE RprtRecord FROM JR-RPRT-HISTORY-LINE.
009390 8120-EXIT.
009400     EXIT.
009410
009420*----------------------------------------------------------------*
009430* 8130-SET-STATUS-WORD -- THE PRINTABLE WORD FOR JR-STATUS-CODE, *
009440* THE SAME WORDS ROTRQMNT INQUIRE PRINTS. A BLANK OLD STATUS IS  *
009450* THE ADD THAT CREATED THE ENTRY.                                *
009460*----------------------------------------------------------------*
009470 8130-SET-STATUS-WORD.
009480     EVALUATE JR-STATUS-CODE
009490         WHEN SPACE
009500             MOVE "(NEW)    " TO JR-STATUS-WORD
009510         WHEN "R"
009520             MOVE "RECEIVED " TO JR-STATUS-WORD
009530         WHEN "V"
009540             MOVE "VALIDATED" TO JR-STATUS-WORD
009550         WHEN "T"
009560             MOVE "ROTATED  " TO JR-STATUS-WORD
009570         WHEN "J"
009580             MOVE "REJECTED " TO JR-STATUS-WORD
009590         WHEN "C"
009600             MOVE "CANCELLED" TO JR-STATUS-WORD
009610         WHEN "H"
009620             MOVE "HELD     " TO JR-STATUS-WORD
009630         WHEN OTHER
009640             MOVE "?UNKNOWN?" TO JR-STATUS-WORD
009650     END-EVALUATE.
009660 8130-EXIT.
009670     EXIT.
009680
009690*----------------------------------------------------------------*
009700* 8200-PRINT-TURNAROUND -- THE SUMMARY, ONE ROW PER SUBMITTER,   *
009710* THEN AN ALL-SUBMITTERS ROW. NO-RCV IS THE ROTATED COUNT LESS   *
009720* THE TIMED COUNT: THE REQUESTS LEFT OUT OF THE DAY FIGURES.     *
009730*----------------------------------------------------------------*
009740 8200-PRINT-TURNAROUND.
009750     MOVE SPACES TO RprtRecord.
009760     WRITE RprtRecord.
009770     MOVE JR-TGT-YYYY TO JR-TAT-HDR-YYYY.
009780     MOVE JR-TGT-MM TO JR-TAT-HDR-MM.
009790     WRITE RprtRecord FROM JR-RPRT-TAT-HEADER-LINE.
009800     WRITE RprtRecord FROM JR-RPRT-TAT-COLUMN-LINE.
009810     PERFORM 8210-PRINT-ONE-SUBMITTER THRU 8210-EXIT
009820         VARYING JR-SBM-SUB FROM 1 BY 1
009830         UNTIL JR-SBM-SUB > JR-SBM-COUNT.
009840     MOVE "*ALL*   " TO JR-TAT-L-SUBMITTER.
009850     MOVE JR-GRD-ROTATED TO JR-TAT-L-ROTATED.
009860     IF JR-GRD-TIMED > 0
009870         COMPUTE JR-AVERAGE-DAYS ROUNDED =
009880             JR-GRD-TOTAL-DAYS / JR-GRD-TIMED
009890     ELSE
009900         MOVE 0 TO JR-AVERAGE-DAYS
009910     END-IF.
009920     MOVE JR-AVERAGE-DAYS TO JR-TAT-L-AVG-DAYS.
009930     MOVE JR-GRD-MAX-DAYS TO JR-TAT-L-MAX-DAYS.
009940     MOVE JR-GRD-REJECTED TO JR-TAT-L-REJECTED.
009950     MOVE JR-GRD-HELD TO JR-TAT-L-HELD.
009960     COMPUTE JR-TAT-L-NO-RCV = JR-GRD-ROTATED - JR-GRD-TIMED.
009970     WRITE RprtRecord FROM JR-RPRT-TAT-DETAIL-LINE.
009980 8200-EXIT.
009990     EXIT.
010000
010010 8210-PRINT-ONE-SUBMITTER.
010020     MOVE JR-SBM-SUBMITTER(JR-SBM-SUB) TO JR-TAT-L-SUBMITTER.
010030     MOVE JR-SBM-ROTATED(JR-SBM-SUB) TO JR-TAT-L-ROTATED.
010040     IF JR-SBM-TIMED(JR-SBM-SUB) > 0
010050         COMPUTE JR-AVERAGE-DAYS ROUNDED =
010060             JR-SBM-TOTAL-DAYS(JR-SBM-SUB) /
010070             JR-SBM-TIMED(JR-SBM-SUB)
010080     ELSE
010090         MOVE 0 TO JR-AVERAGE-DAYS
010100     END-IF.
010110     MOVE JR-AVERAGE-DAYS TO JR-TAT-L-AVG-DAYS.
010120     MOVE JR-SBM-MAX-DAYS(JR-SBM-SUB) TO JR-TAT-L-MAX-DAYS.
010130     MOVE JR-SBM-REJECTED(JR-SBM-SUB) TO JR-TAT-L-REJECTED.
010140     MOVE JR-SBM-HELD(JR-SBM-SUB) TO JR-TAT-L-HELD.
010150     COMPUTE JR-TAT-L-NO-RCV =
010160         JR-SBM-ROTATED(JR-SBM-SUB) - JR-SBM-TIMED(JR-SBM-SUB).
010170     WRITE RprtRecord FROM JR-RPRT-TAT-DETAIL-LINE.
010180 8210-EXIT.
010190     EXIT.
010200
010210*----------------------------------------------------------------*
010220* 8300-WRITE-OVERFLOWS -- ANY TABLE THAT FILLED IS ANNOUNCED ON  *
010230* THE REPORT ITSELF SO NOBODY TREATS A SHORT LIST AS COMPLETE.   *
010240*----------------------------------------------------------------*
010250 8300-WRITE-OVERFLOWS.
010260     IF JR-HST-OVERFLOW > 0
010270         MOVE "*** HISTORY CARDS OVER.." TO JR-RPRT-TOT-LABEL
010280         MOVE JR-HST-OVERFLOW TO JR-RPRT-TOT-VALUE
010290         WRITE RprtRecord FROM JR-RPRT-TOTALS-LINE
010300         DISPLAY "ROTJRNRP: *** HISTORY TABLE FULL, "
010310             JR-HST-OVERFLOW " CARDS NOT LISTED"
010320     END-IF.
010330     IF JR-LIN-OVERFLOW > 0
010340         MOVE "*** HISTORY LINES OVER.." TO JR-RPRT-TOT-LABEL
010350         MOVE JR-LIN-OVERFLOW TO JR-RPRT-TOT-VALUE
010360         WRITE RprtRecord FROM JR-RPRT-TOTALS-LINE
010370         DISPLAY "ROTJRNRP: *** HISTORY LINE TABLE FULL, "
010380             JR-LIN-OVERFLOW " JOURNAL RECORDS NOT LISTED"
010390     END-IF.
010400     IF JR-TAT-OVERFLOW > 0
010410         MOVE "*** ROTATIONS OVER......" TO JR-RPRT-TOT-LABEL
010420         MOVE JR-TAT-OVERFLOW TO JR-RPRT-TOT-VALUE
010430         WRITE RprtRecord FROM JR-RPRT-TOTALS-LINE
010440         DISPLAY "ROTJRNRP: *** TURNAROUND TABLE FULL, "
010450             JR-TAT-OVERFLOW " REQUESTS NOT SUMMARIZED"
010460     END-IF.
010470     IF JR-SBM-OVERFLOW > 0
010480         MOVE "*** SUBMITTERS OVER....." TO JR-RPRT-TOT-LABEL
010490         MOVE JR-SBM-OVERFLOW TO JR-RPRT-TOT-VALUE
010500         WRITE RprtRecord FROM JR-RPRT-TOTALS-LINE
010510         DISPLAY "ROTJRNRP: *** SUBMITTER TABLE FULL, "
010520             JR-SBM-OVERFLOW " REQUESTS NOT SUMMARIZED"
010530     END-IF.
010540 8300-EXIT.
010550     EXIT.
010560
010570 9999-EXIT.
010580     STOP RUN.
