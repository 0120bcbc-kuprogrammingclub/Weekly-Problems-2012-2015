000010*----------------------------------------------------------------*
000020* ROTFCAST
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* PRE-RUN BATCH-WINDOW FORECAST. RUN BY THE OPERATOR BEFORE THE
000100* NIGHTLY STREAM IS SUBMITTED, TO DECIDE BETWEEN THE SINGLE-
000110* STREAM JOB (ROTJOB) AND THE FOUR-PARTITION JOB (ROTJOBP)
000120* WITHOUT GUESSING. NOTHING IS CHANGED: EVERY FILE IS OPENED
000130* INPUT.
000140*
000150* TONIGHT'S PENDING WORK IS COUNTED FROM EVERY SOURCE THE SORT
000160* STEP WILL CONCATENATE:
000170*   STRIN.RAW      THE DAY'S FIXED-FORMAT FEED
000180*   UPLOAD         THE DELIMITED UPLOAD ROTINTAKE WILL CONVERT;
000190*                  LINES ROTINTAKE WILL PLAINLY REJECT (EMPTY,
000200*                  FEWER THAN 3 VALUES, OVERLONG VALUES) ARE
000210*                  COUNTED APART AND NOT FORECAST
000220*   CARRYFWD       LAST NIGHT'S DEFERRED RECORDS
000230*   RQMASTER       RECEIVED ENTRIES ROTEXTRCT WILL EXTRACT,
000240*                  SKIPPING ANY WHOSE REQUEST ID IS ALREADY ON
000250*                  STRIN.RAW, AS THE EXTRACT ITSELF DOES
000251*   STDORDER       STANDING ORDERS ROTSTGEN WILL GENERATE AS
000252*                  RECEIVED ENTRIES AT ROTJOB STEP006: THOSE DUE
000253*                  ON THE RUN DATE BY ROTSTGEN'S OWN RULES, LESS
000254*                  ANY ALREADY GENERATED FOR IT (THEIR ENTRIES
000255*                  ARE COUNTED UNDER RQMASTER) AND ANY WHOSE
000256*                  REQUESTER IS INACTIVE OR NOT ON REQMAST
000260* EACH RECORD'S ROTATION LINES ARE ESTIMATED BY THE SAME
000270* ROTENGINE LENGTHS CALL ROTATETEXT MAKES, SO THE LINE COUNT IS
000280* WHAT THE RUN WILL ACTUALLY PRINT. EXPEDITE (PRIORITY 1) WORK IS
000290* ALSO COUNTED ON ITS OWN -- IT SORTS FIRST, SO ITS PROJECTION IS
000300* WHEN THE EXPEDITED REQUESTS WILL BE DONE.
000310*
000320* THROUGHPUT COMES FROM HISTORY: THE LAST 10 COMPLETED
000330* ROTATETEXT START/END PAIRS ON ROTAUDIT GIVE RECORDS PER MINUTE
000340* (PAIRED AS ROTAUDAN PAIRS THEM), AND THE LAST 10 ROTHIST RUN
000350* TOTALS GIVE LINES PER RECORD, HENCE LINES PER MINUTE.
000360* ROTATETEXTV'S RUNS (JOB ROTJOBV, OR ITS DEFAULT ROTATEXV) ARE
000370* LEFT OUT OF BOTH. THE SINGLE-STREAM PROJECTION IS THE LONGER OF
000380* RECORDS AT THE RECORD RATE AND LINES AT THE LINE RATE, SO A
000390* NIGHT OF UNUSUALLY LONG VALUES IS NOT UNDERESTIMATED. THE
000400* PARTITIONED PROJECTION IS A QUARTER OF THAT PLUS A FIXED
000410* OVERHEAD FOR THE SPLIT, MERGE AND GATHER STEPS.
000420*
000430* FCCTL CONTROL CARD (OPTIONAL):
000440*   COLS 1-4   BATCH WINDOW IN MINUTES        (DEFAULT 0360)
000450*   COLS 6-8   PARTITION OVERHEAD IN MINUTES  (DEFAULT 015)
000460* A MISSING OR NON-NUMERIC FIELD TAKES ITS DEFAULT, AND THE
000470* REPORT SAYS SO.
000480*
000490* RETURN CODES: 4 IF EVEN THE PARTITIONED JOB WILL NOT FIT THE
000500* WINDOW, OR IF NO COMPLETED RUN WAS FOUND ON ROTAUDIT AND NO
000510* FORECAST COULD BE MADE.
000520*
000530* MOD-HISTORY:
000540*   2026-10-14 JRM  ORIGINAL VERSION.
000541*   2026-10-14 JRM  UPLOAD COMMENT LINES (* IN COLUMN 1) ARE
000542*                   SKIPPED, AS ROTINTAKE NOW SKIPS THEM.
000543*   2026-10-15 JRM  STANDING ORDERS DUE ON THE RUN DATE ARE NOW
000544*                   COUNTED AS A SOURCE OF THEIR OWN, SO A NIGHT
000545*                   OF DAILY OR MONTH-END ORDERS IS NOT
000546*                   UNDER-FORECAST.
000550*----------------------------------------------------------------*
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. ROTFCAST.
000580 AUTHOR. J. MARPLE.
000590 INSTALLATION. KU PROGRAMMING CLUB.
000600 DATE-WRITTEN. 2026-10-14.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CtlFile ASSIGN TO "FCCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FC-CTL-STATUS.
000690
000700     SELECT RawFile ASSIGN TO "STRINRAW"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FC-RAW-STATUS.
000730
000740     SELECT DelimFile ASSIGN TO "DELIMIN"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FC-DELIM-STATUS.
000770
000780     SELECT CarryFile ASSIGN TO "CARRYFWD"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FC-CARRY-STATUS.
000810
000820     SELECT RqmFile ASSIGN TO "RQMASTER"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS RqmKey
000851         FILE STATUS IS FC-RQM-STATUS.
000852
000853     SELECT StoFile ASSIGN TO "STDORDER"
000854         ORGANIZATION IS INDEXED
000855         ACCESS MODE IS SEQUENTIAL
000856         RECORD KEY IS StoKey
000857         FILE STATUS IS FC-STO-STATUS.
000858
000859     SELECT ReqFile ASSIGN TO "REQMAST"
000860         ORGANIZATION IS INDEXED
000861         ACCESS MODE IS RANDOM
000862         RECORD KEY IS ReqKey
000863         FILE STATUS IS FC-REQ-STATUS.
000870
000880     SELECT AuditFile ASSIGN TO "ROTAUDIT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FC-AUDIT-STATUS.
000910
000920     SELECT HistFile ASSIGN TO "ROTHIST"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS FC-HIST-STATUS.
000950
000960     SELECT RprtFile ASSIGN TO "FCSTRPT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS FC-RPRT-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  CtlFile
001030     RECORDING MODE IS F.
001040 01  CtlRecord                       PIC X(80).
001050
001060 FD  RawFile
001070     RECORDING MODE IS F.
001080 01  RawRecord                       PIC X(137).
001090
001100 FD  DelimFile
001110     RECORDING MODE IS F.
001120 01  DelimRecord                     PIC X(400).
001130
001140 FD  CarryFile
001150     RECORDING MODE IS F.
001160 01  CarryRecord                     PIC X(137).
001170
001180 FD  RqmFile.
001190 01  RqmRecord.
001200     02  RqmKey                      PIC X(08).
001210     02  FILLER                      PIC X(152).
001211
001212 FD  StoFile.
001213 01  StoRecord.
001214     02  StoKey                      PIC X(08).
001215     02  FILLER                      PIC X(192).
001220
001221 FD  ReqFile.
001222 01  ReqRecord.
001223     02  ReqKey                      PIC X(08).
001224     02  FILLER                      PIC X(72).
001225
001230 FD  AuditFile
001240     RECORDING MODE IS F.
001250 01  AuditRecord                     PIC X(132).
001260
001270 FD  HistFile
001280     RECORDING MODE IS F.
001290 01  HistRecord                      PIC X(74).
001300
001310 FD  RprtFile
001320     RECORDING MODE IS F.
001330 01  RprtRecord                      PIC X(132).
001340
001350 WORKING-STORAGE SECTION.
001360*----------------------------------------------------------------*
001370* THE STRIN RECORD, THE REQUEST MASTER ENTRY, THE STANDING ORDER
001380* AND ITS REQUESTER, THE RUN HISTORY RECORD, AND THE ROTATION
001381* ENGINE'S CALL AREA.
001390*----------------------------------------------------------------*
001400     COPY STRSETUP.
001410
001420     COPY RQMASTER.
001421
001422     COPY STDORDER.
001423
001424     COPY REQMAST.
001430
001440     COPY RTHIST.
001450
001460     COPY ROTCOMM.
001470
001480*----------------------------------------------------------------*
001490* FILE STATUS AND END-OF-FILE SWITCHES.
001500*----------------------------------------------------------------*
001510 01  FC-FILE-STATUSES.
001520     02  FC-CTL-STATUS               PIC X(02) VALUE SPACES.
001530     02  FC-RAW-STATUS               PIC X(02) VALUE SPACES.
001540     02  FC-DELIM-STATUS             PIC X(02) VALUE SPACES.
001550     02  FC-CARRY-STATUS             PIC X(02) VALUE SPACES.
001560     02  FC-RQM-STATUS               PIC X(02) VALUE SPACES.
001561     02  FC-STO-STATUS               PIC X(02) VALUE SPACES.
001562     02  FC-REQ-STATUS               PIC X(02) VALUE SPACES.
001570     02  FC-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001580     02  FC-HIST-STATUS              PIC X(02) VALUE SPACES.
001590     02  FC-RPRT-STATUS              PIC X(02) VALUE SPACES.
001600
001610 01  FC-EOF-SWITCH                   PIC X(01) VALUE "N".
001620     88  FC-END-OF-FILE                         VALUE "Y".
001630
001640*----------------------------------------------------------------*
001650* THE CONTROL CARD AND THE TWO VALUES TAKEN FROM IT.
001660*----------------------------------------------------------------*
001670 01  FC-CTL-CARD.
001680     02  FC-CTL-WINDOW               PIC X(04).
001690     02  FILLER                      PIC X(01).
001700     02  FC-CTL-OVERHEAD             PIC X(03).
001710     02  FILLER                      PIC X(72).
001720
001730 01  FC-WINDOW-MINUTES               PIC 9(04) VALUE 360.
001740 01  FC-OVERHEAD-MINUTES             PIC 9(03) VALUE 15.
001750
001760 01  FC-WINDOW-DEFAULT-SWITCH        PIC X(01) VALUE "Y".
001770     88  FC-WINDOW-DEFAULTED                    VALUE "Y".
001780
001790 01  FC-OVERHEAD-DEFAULT-SWITCH      PIC X(01) VALUE "Y".
001800     88  FC-OVERHEAD-DEFAULTED                  VALUE "Y".
001810
001820*----------------------------------------------------------------*
001830* REQUEST IDS ALREADY ON STRIN.RAW. ROTEXTRCT WILL NOT EXTRACT A
001840* RECEIVED MASTER ENTRY WHOSE ID IS HERE, SO NEITHER IS IT
001850* COUNTED TWICE. AN ID PAST THE LIMIT IS COUNTED AND ANNOUNCED;
001860* AT WORST ITS ENTRY IS COUNTED TWICE AND THE FORECAST ERRS LONG.
001870*----------------------------------------------------------------*
001880 01  FC-ID-LIMIT                     PIC 9(04) COMP VALUE 2000.
001890 01  FC-ID-COUNT                     PIC 9(04) COMP VALUE 0.
001900 01  FC-ID-SUB                       PIC 9(04) COMP VALUE 0.
001910 01  FC-ID-TABLE.
001920     02  FC-ID-ENTRY OCCURS 2000 TIMES.
001930         03  FC-ID-REQUEST-ID        PIC X(08).
001940
001950 01  FC-ID-FOUND-SWITCH              PIC X(01) VALUE "N".
001960     88  FC-ID-FOUND                            VALUE "Y".
001970
001980*----------------------------------------------------------------*
001990* THE UPLOAD LINE AND ITS SPLIT-OUT VALUES, MEASURED AND SPLIT
002000* EXACTLY AS ROTINTAKE DOES IT.
002010*----------------------------------------------------------------*
002020 01  FC-TAB-CHAR                     PIC X(01) VALUE X"09".
002030
002040 01  FC-LINE-AREAS.
002050     02  FC-LINE                     PIC X(400).
002060     02  FC-LINE-LEN                 PIC 9(03) COMP.
002070     02  FC-SCAN-SUB                 PIC 9(03) COMP.
002080
002090 01  FC-SPLIT-AREAS.
002100     02  FC-VAL-ONE                  PIC X(200).
002110     02  FC-VAL-ONE-CNT              PIC 9(03) COMP.
002120     02  FC-VAL-TWO                  PIC X(200).
002130     02  FC-VAL-TWO-CNT              PIC 9(03) COMP.
002140     02  FC-VAL-THREE                PIC X(200).
002150     02  FC-VAL-THREE-CNT            PIC 9(03) COMP.
002160     02  FC-REQUESTER                PIC X(200).
002170     02  FC-REQUESTER-CNT            PIC 9(03) COMP.
002180     02  FC-PRIORITY                 PIC X(200).
002190     02  FC-PRIORITY-CNT             PIC 9(03) COMP.
002200     02  FC-FIELD-COUNT              PIC 9(03) COMP.
002210
002220 01  FC-OVERFLOW-SWITCH              PIC X(01) VALUE "N".
002230     88  FC-TOO-MANY-VALUES                     VALUE "Y".
002240
002250*----------------------------------------------------------------*
002260* ONE RECORD'S SIZE, AND THE PENDING-WORK TOTALS BY SOURCE:
002270* 1 STRIN.RAW, 2 UPLOAD, 3 CARRY-FORWARD, 4 RQMASTER, 5 STANDING
002271* ORDERS, 6 TOTAL.
002280*----------------------------------------------------------------*
002290 01  FC-ONE-RECORD.
002300     02  FC-ONE-LINES                PIC 9(03) COMP.
002310     02  FC-ONE-EXPEDITE-SWITCH      PIC X(01).
002320         88  FC-ONE-EXPEDITE                    VALUE "Y".
002330
002340 01  FC-SOURCE-SUB                   PIC 9(04) COMP VALUE 0.
002350 01  FC-SOURCE-TABLE.
002360    02  FC-SOURCE-ENTRY OCCURS 6 TIMES.
002370         03  FC-SRC-RECORDS          PIC 9(09) COMP.
002380         03  FC-SRC-LINES            PIC 9(11) COMP.
002390         03  FC-SRC-EXP-RECORDS      PIC 9(09) COMP.
002400         03  FC-SRC-EXP-LINES        PIC 9(11) COMP.
002410
002420 01  FC-SOURCE-NAMES.
002430     02  FILLER                      PIC X(18) VALUE "STRIN.RAW".
002440     02  FILLER                      PIC X(18) VALUE "UPLOAD".
002450     02  FILLER                      PIC X(18)
002460         VALUE "CARRY-FORWARD".
002470     02  FILLER                      PIC X(18)
002480         VALUE "RQMASTER RECEIVED".
002481     02  FILLER                      PIC X(18)
002482         VALUE "STANDING ORDERS".
002490     02  FILLER                      PIC X(18) VALUE "TOTAL".
002500 01  FILLER REDEFINES FC-SOURCE-NAMES.
002510    02  FC-SOURCE-NAME              PIC X(18) OCCURS 6 TIMES.
002520
002530 01  FC-SOURCE-AVAILABLE-TABLE.
002540    02  FC-SRC-AVAILABLE-SW         PIC X(01) OCCURS 5 TIMES.
002550
002560*----------------------------------------------------------------*
002570* ROTAUDIT PAIRING. THE INCOMING LINE IN ITS FIXED COLUMNS, THE
002580* STARTS STILL AWAITING THEIR END (AS IN ROTAUDAN), AND A RING
002590* OF THE LAST 10 COMPLETED PAIRS -- WHEN FULL, EACH NEW PAIR
002600* OVERWRITES THE OLDEST.
002610*----------------------------------------------------------------*
002620 01  FC-AUDIT-IMAGE.
002630     02  FILLER                      PIC X(01).
002640     02  FC-AUD-OPERATOR             PIC X(08).
002650     02  FILLER                      PIC X(01).
002660     02  FC-AUD-JOB-ID               PIC X(08).
002670     02  FILLER                      PIC X(01).
002680     02  FC-AUD-EVENT                PIC X(05).
002690     02  FILLER                      PIC X(01).
002700     02  FC-AUD-DATE                 PIC X(08).
002710     02  FILLER                      PIC X(01).
002720     02  FC-AUD-TIME                 PIC X(08).
002730     02  FILLER                      PIC X(01).
002740     02  FC-AUD-COUNT                PIC X(07).
002750
002760 01  FC-START-LIMIT                  PIC 9(03) COMP VALUE 200.
002770 01  FC-START-COUNT                  PIC 9(03) COMP VALUE 0.
002780 01  FC-START-SUB                    PIC 9(03) COMP VALUE 0.
002790 01  FC-START-AREAS.
002800     02  FC-START-ENTRY OCCURS 200 TIMES.
002810         03  FC-ST-OPERATOR          PIC X(08).
002820         03  FC-ST-JOB-ID            PIC X(08).
002830         03  FC-ST-DATE              PIC X(08).
002840         03  FC-ST-TIME              PIC 9(08).
002850         03  FC-ST-OPEN-SW           PIC X(01).
002860
002870 01  FC-MATCH-FOUND-SWITCH           PIC X(01) VALUE "N".
002880     88  FC-MATCH-FOUND                         VALUE "Y".
002890
002900 01  FC-RING-SIZE                    PIC 9(04) COMP VALUE 10.
002910 01  FC-PAIR-COUNT                   PIC 9(04) COMP VALUE 0.
002920 01  FC-PAIR-NEXT                    PIC 9(04) COMP VALUE 1.
002930 01  FC-PAIR-RING.
002940     02  FC-PAIR-ENTRY OCCURS 10 TIMES.
002950         03  FC-PR-RECORDS           PIC 9(07) COMP.
002960         03  FC-PR-ELAPSED-CS        PIC 9(09) COMP.
002970
002980 01  FC-HIST-COUNT                   PIC 9(04) COMP VALUE 0.
002990 01  FC-HIST-NEXT                    PIC 9(04) COMP VALUE 1.
003000 01  FC-HIST-RING.
003001     02  FC-HIST-ENTRY OCCURS 10 TIMES.
003002         03  FC-HR-RECORDS           PIC 9(07) COMP.
003003         03  FC-HR-LINES             PIC 9(09) COMP.
003004
003005 01  FC-RING-SUB                     PIC 9(04) COMP VALUE 0.
003006
003007*----------------------------------------------------------------*
003008* THE RUN DATE'S WEEKDAY AND WHETHER IT ENDS ITS MONTH, FOR THE
003009* STANDING ORDERS, FROM THE SAME RUNNING DAY COUNT ROTSTGEN USES
003010* (DAY 1, 0001-01-01, WAS A MONDAY). 2820-DATE-TO-DAYS TURNS
003011* FC-DATE-WORK (YYYYMMDD) INTO THE COUNT.
003012*----------------------------------------------------------------*
003013 01  FC-RUN-WEEKDAY                  PIC X(03) VALUE SPACES.
003014 01  FC-MONTH-END-SWITCH             PIC X(01) VALUE "N".
003015     88  FC-RUN-IS-MONTH-END                    VALUE "Y".
003016
003017 01  FC-DATE-WORK                    PIC 9(08).
003018 01  FC-DATE-WORK-X REDEFINES FC-DATE-WORK.
003019     02  FC-WORK-YYYY                PIC 9(04).
003020     02  FC-WORK-MM                  PIC 9(02).
003021     02  FC-WORK-DD                  PIC 9(02).
003022
003023 01  FC-DAY-COMPUTATION.
003024     02  FC-DAYS-RESULT              PIC 9(08) COMP VALUE 0.
003025     02  FC-DAYS-QUOT                PIC 9(08) COMP VALUE 0.
003026     02  FC-WEEKDAY-REM              PIC 9(01) COMP VALUE 0.
003027     02  FC-MONTH-LENGTH             PIC 9(02) COMP VALUE 0.
003028     02  FC-PRIOR-YEARS              PIC 9(04) COMP VALUE 0.
003029     02  FC-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
003030     02  FC-LEAP-REM-4               PIC 9(04) COMP VALUE 0.
003031     02  FC-LEAP-REM-100             PIC 9(04) COMP VALUE 0.
003032     02  FC-LEAP-REM-400             PIC 9(04) COMP VALUE 0.
003033
003034 01  FC-LEAP-YEAR-SWITCH             PIC X(01) VALUE "N".
003035     88  FC-LEAP-YEAR                           VALUE "Y".
003036
003037 01  FC-MONTH-TABLE-VALUES.
003038     02  FILLER                      PIC X(18) VALUE
003039         "000031059090120151".
003040     02  FILLER                      PIC X(18) VALUE
003041         "181212243273304334".
003042 01  FC-MONTH-TABLE REDEFINES FC-MONTH-TABLE-VALUES.
003043     02  FC-DAYS-BEFORE-MONTH OCCURS 12 TIMES
003044                                     PIC 9(03).
003045
003046 01  FC-WEEKDAY-VALUES               PIC X(21) VALUE
003047     "SUNMONTUEWEDTHUFRISAT".
003048 01  FC-WEEKDAY-TABLE REDEFINES FC-WEEKDAY-VALUES.
003049     02  FC-WEEKDAY-NAME             PIC X(03) OCCURS 7 TIMES.
003050
003051 01  FC-REQ-OPEN-SWITCH              PIC X(01) VALUE "N".
003052     88  FC-REQ-OPEN                            VALUE "Y".
003060
003070*----------------------------------------------------------------*
003080* WORK AREAS FOR TIME ARITHMETIC AND COUNT CONVERSION, AS IN
003090* ROTAUDAN. TIMES ARE CARRIED IN CENTISECONDS.
003100*----------------------------------------------------------------*
003110 01  FC-TIME-WORK.
003120     02  FC-TIME-DIGITS              PIC 9(08).
003130     02  FC-TIME-DIGITS-X REDEFINES FC-TIME-DIGITS.
003140         03  FC-TIME-HH              PIC 9(02).
003150         03  FC-TIME-MM              PIC 9(02).
003160         03  FC-TIME-SS              PIC 9(02).
003170         03  FC-TIME-CC              PIC 9(02).
003180     02  FC-START-CS                 PIC 9(09) COMP.
003190     02  FC-END-CS                   PIC 9(09) COMP.
003200     02  FC-ELAPSED-CS               PIC 9(09) COMP.
003210
003220 01  FC-COUNT-WORK.
003230     02  FC-COUNT-DIGITS             PIC X(07).
003240     02  FC-COUNT-NUM REDEFINES FC-COUNT-DIGITS
003250                                     PIC 9(07).
003260     02  FC-REC-COUNT                PIC 9(07) COMP.
003270
003280*----------------------------------------------------------------*
003290* THE SAMPLED THROUGHPUT AND THE PROJECTIONS, IN MINUTES.
003300*----------------------------------------------------------------*
003310 01  FC-RATE-WORK.
003320     02  FC-SAMPLE-RECORDS           PIC 9(09) COMP.
003330     02  FC-SAMPLE-ELAPSED-CS        PIC 9(11) COMP.
003340     02  FC-SAMPLE-HIST-RECORDS      PIC 9(09) COMP.
003350     02  FC-SAMPLE-HIST-LINES        PIC 9(11) COMP.
003360     02  FC-RECS-PER-MIN             PIC 9(07)V99 VALUE 0.
003370     02  FC-LINES-PER-REC            PIC 9(05)V99 VALUE 0.
003380     02  FC-LINES-PER-MIN            PIC 9(09)V99 VALUE 0.
003390
003400 01  FC-PROJECTION-WORK.
003410     02  FC-BY-RECORDS-MIN           PIC 9(07) VALUE 0.
003420     02  FC-BY-LINES-MIN             PIC 9(07) VALUE 0.
003430     02  FC-SINGLE-MIN               PIC 9(07) VALUE 0.
003440     02  FC-PARTITION-MIN            PIC 9(07) VALUE 0.
003450     02  FC-EXPEDITE-MIN             PIC 9(07) VALUE 0.
003460
003470 01  FC-FORECAST-SWITCH              PIC X(01) VALUE "N".
003480     88  FC-FORECAST-MADE                       VALUE "Y".
003490
003500*----------------------------------------------------------------*
003510* RUN CONTROL TOTALS.
003520*----------------------------------------------------------------*
003530 01  FC-RUN-COUNTERS.
003540     02  FC-UPLOAD-READ             PIC 9(07) COMP VALUE 0.
003550     02  FC-UPLOAD-REJECTS          PIC 9(07) COMP VALUE 0.
003560     02  FC-RQM-READ                PIC 9(07) COMP VALUE 0.
003570     02  FC-RQM-ON-RAW              PIC 9(07) COMP VALUE 0.
003580     02  FC-ID-OVERFLOW             PIC 9(07) COMP VALUE 0.
003590     02  FC-AUDIT-READ              PIC 9(07) COMP VALUE 0.
003600     02  FC-PAIRS-MADE              PIC 9(07) COMP VALUE 0.
003610     02  FC-HIST-READ               PIC 9(07) COMP VALUE 0.
003620     02  FC-ENGINE-FAILURES         PIC 9(07) COMP VALUE 0.
003621     02  FC-STO-READ                PIC 9(07) COMP VALUE 0.
003622     02  FC-STO-GENERATED           PIC 9(07) COMP VALUE 0.
003623     02  FC-STO-SKIPPED             PIC 9(07) COMP VALUE 0.
003630
003640*----------------------------------------------------------------*
003650* RUN IDENTIFICATION FOR THE REPORT HEADER.
003660*----------------------------------------------------------------*
003670 01  FC-RUN-IDENTIFICATION.
003680     02  FC-RUN-DATE                 PIC 9(08).
003690     02  FC-RUN-DATE-X REDEFINES FC-RUN-DATE.
003700         03  FC-RUN-YYYY             PIC 9(04).
003710         03  FC-RUN-MM               PIC 9(02).
003720         03  FC-RUN-DD               PIC 9(02).
003730
003740*----------------------------------------------------------------*
003750* REPORT LINE LAYOUTS.
003760*----------------------------------------------------------------*
003770 01  FC-RPRT-HEADER-LINE.
003780     02  FILLER                      PIC X(01) VALUE SPACES.
003790     02  FILLER                      PIC X(30) VALUE
003800         "ROTFCAST WINDOW FORECAST     ".
003810     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
003820     02  FC-RPRT-HDR-YYYY            PIC 9(04).
003830     02  FILLER                      PIC X(01) VALUE "-".
003840     02  FC-RPRT-HDR-MM              PIC 9(02).
003850     02  FILLER                      PIC X(01) VALUE "-".
003860     02  FC-RPRT-HDR-DD              PIC 9(02).
003870
003880 01  FC-RPRT-SECTION-LINE.
003890     02  FILLER                      PIC X(01) VALUE SPACES.
003900     02  FC-RPRT-SEC-TITLE           PIC X(60).
003910
003920 01  FC-RPRT-SOURCE-HEAD-LINE.
003930     02  FILLER                      PIC X(38) VALUE
003940         "   SOURCE              RECORDS        ".
003950     02  FILLER                      PIC X(42) VALUE
003960         "LINES   EXPEDITE  EXPEDITE LINES".
003970
003980 01  FC-RPRT-SOURCE-LINE.
003990     02  FILLER                      PIC X(03) VALUE SPACES.
004000     02  FC-RPRT-S-NAME              PIC X(18).
004010     02  FC-RPRT-S-RECORDS           PIC ZZZZZZZZ9.
004020     02  FILLER                      PIC X(02) VALUE SPACES.
004030     02  FC-RPRT-S-LINES             PIC ZZZZZZZZZZ9.
004040     02  FILLER                      PIC X(02) VALUE SPACES.
004050     02  FC-RPRT-S-EXP-RECORDS       PIC ZZZZZZZZ9.
004060     02  FILLER                      PIC X(02) VALUE SPACES.
004070     02  FC-RPRT-S-EXP-LINES         PIC ZZZZZZZZZZZZZ9.
004080     02  FILLER                      PIC X(02) VALUE SPACES.
004090     02  FC-RPRT-S-NOTE              PIC X(16).
004100
004110 01  FC-RPRT-RATE-LINE.
004120     02  FILLER                      PIC X(01) VALUE SPACES.
004130     02  FC-RPRT-RATE-LABEL          PIC X(24).
004140     02  FC-RPRT-RATE-VALUE          PIC ZZZZZZZZ9.99.
004150
004160 01  FC-RPRT-MESSAGE-LINE.
004170     02  FILLER                      PIC X(01) VALUE SPACES.
004180     02  FC-RPRT-MESSAGE             PIC X(80).
004190
004200 01  FC-RPRT-ADVICE-LINE.
004210     02  FILLER                      PIC X(17) VALUE
004220         " RECOMMENDATION: ".
004230     02  FC-RPRT-ADV-JOB             PIC X(14).
004240     02  FILLER                      PIC X(04) VALUE " -- ".
004250     02  FC-RPRT-ADV-REASON          PIC X(50).
004260
004270 01  FC-RPRT-TOTALS-LINE.
004280     02  FILLER                      PIC X(01) VALUE SPACES.
004290     02  FC-RPRT-TOT-LABEL           PIC X(24).
004300     02  FC-RPRT-TOT-VALUE           PIC ZZZZZZ9.
004310
004320 PROCEDURE DIVISION.
004330*----------------------------------------------------------------*
004340* 0000-MAINLINE                                                  *
004350*----------------------------------------------------------------*
004360 0000-MAINLINE.
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004380     PERFORM 2000-COUNT-RAW THRU 2000-EXIT.
004390     PERFORM 2200-COUNT-UPLOAD THRU 2200-EXIT.
004400     PERFORM 2400-COUNT-CARRY-FORWARD THRU 2400-EXIT.
004410     PERFORM 2600-COUNT-MASTER THRU 2600-EXIT.
004411     PERFORM 2800-COUNT-STANDING THRU 2800-EXIT.
004420     PERFORM 3000-SAMPLE-AUDIT THRU 3000-EXIT.
004430     PERFORM 3500-SAMPLE-HISTORY THRU 3500-EXIT.
004440     PERFORM 4000-PROJECT THRU 4000-EXIT.
004450     PERFORM 5000-REPORT-WORK THRU 5000-EXIT.
004460     PERFORM 6000-REPORT-FORECAST THRU 6000-EXIT.
004470     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004480     GO TO 9999-EXIT.
004490
004500*----------------------------------------------------------------*
004510* 1000-INITIALIZE -- READ THE CONTROL CARD, CLEAR THE TOTALS,    *
004520* AND WRITE THE REPORT HEADER. THE ENGINE'S FIELD WIDTHS ARE     *
004530* THE STRIN RECORD'S, AS IN ROTATETEXT.                          *
004540*----------------------------------------------------------------*
004550 1000-INITIALIZE.
004560     OPEN OUTPUT RprtFile.
004570     ACCEPT FC-RUN-DATE FROM DATE YYYYMMDD.
004580     MOVE FC-RUN-YYYY TO FC-RPRT-HDR-YYYY.
004590     MOVE FC-RUN-MM TO FC-RPRT-HDR-MM.
004600     MOVE FC-RUN-DD TO FC-RPRT-HDR-DD.
004610     WRITE RprtRecord FROM FC-RPRT-HEADER-LINE.
004620     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
004630     MOVE 1 TO FC-SOURCE-SUB.
004640     PERFORM 1200-CLEAR-ONE-SOURCE THRU 1200-EXIT
004641         UNTIL FC-SOURCE-SUB > 6.
004642     MOVE "NNNNN" TO FC-SOURCE-AVAILABLE-TABLE.
004670     MOVE 3 TO RecFieldCount.
004680     MOVE LENGTH OF ValOne TO RecFieldWidth(1).
004690     MOVE LENGTH OF ValTwo TO RecFieldWidth(2).
004700     MOVE LENGTH OF ValThree TO RecFieldWidth(3).
004710 1000-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------*
004750* 1100-READ-CONTROL-CARD -- EACH FIELD IS TAKEN ONLY IF IT IS    *
004760* NUMERIC AND NOT ZERO; OTHERWISE ITS DEFAULT STANDS.            *
004770*----------------------------------------------------------------*
004780 1100-READ-CONTROL-CARD.
004790     OPEN INPUT CtlFile.
004800     IF FC-CTL-STATUS NOT = "00"
004810         DISPLAY "ROTFCAST: NO FCCTL CARD, DEFAULTS USED"
004820         GO TO 1100-EXIT
004830     END-IF.
004840     READ CtlFile INTO FC-CTL-CARD
004850         AT END
004860             MOVE SPACES TO FC-CTL-CARD
004870     END-READ.
004880     CLOSE CtlFile.
004890     IF FC-CTL-WINDOW IS NUMERIC AND FC-CTL-WINDOW NOT = "0000"
004900         MOVE FC-CTL-WINDOW TO FC-WINDOW-MINUTES
004910         MOVE "N" TO FC-WINDOW-DEFAULT-SWITCH
004920     END-IF.
004930     IF FC-CTL-OVERHEAD IS NUMERIC
004940         MOVE FC-CTL-OVERHEAD TO FC-OVERHEAD-MINUTES
004950         MOVE "N" TO FC-OVERHEAD-DEFAULT-SWITCH
004960     END-IF.
004970 1100-EXIT.
004980     EXIT.
004990
005000 1200-CLEAR-ONE-SOURCE.
005010     MOVE 0 TO FC-SRC-RECORDS(FC-SOURCE-SUB)
005020         FC-SRC-LINES(FC-SOURCE-SUB)
005030         FC-SRC-EXP-RECORDS(FC-SOURCE-SUB)
005040         FC-SRC-EXP-LINES(FC-SOURCE-SUB).
005050     ADD 1 TO FC-SOURCE-SUB.
005060 1200-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------*
005100* 2000-COUNT-RAW -- EVERY STRIN.RAW RECORD IS SIZED, AND ITS     *
005110* REQUEST ID (IF ANY) GOES INTO THE ALREADY-FED TABLE FOR 2600.  *
005120*----------------------------------------------------------------*
005130 2000-COUNT-RAW.
005140     OPEN INPUT RawFile.
005150     IF FC-RAW-STATUS NOT = "00"
005160         DISPLAY "ROTFCAST: STRINRAW OPEN FAILED, STATUS "
005170             FC-RAW-STATUS ", NOT COUNTED"
005180         GO TO 2000-EXIT
005190     END-IF.
005200     MOVE "Y" TO FC-SRC-AVAILABLE-SW(1).
005210     MOVE 1 TO FC-SOURCE-SUB.
005220     MOVE "N" TO FC-EOF-SWITCH.
005230     PERFORM 2100-COUNT-ONE-RAW THRU 2100-EXIT
005240         UNTIL FC-END-OF-FILE.
005250     CLOSE RawFile.
005260 2000-EXIT.
005270     EXIT.
005280
005290 2100-COUNT-ONE-RAW.
005300     READ RawFile INTO StringsSetup
005310         AT END
005320             SET FC-END-OF-FILE TO TRUE
005330     END-READ.
005340     IF FC-END-OF-FILE
005350         GO TO 2100-EXIT
005360     END-IF.
005370     PERFORM 7000-SIZE-STRIN-RECORD THRU 7000-EXIT.
005380     IF RequestId = SPACES
005390         GO TO 2100-EXIT
005400     END-IF.
005410     IF FC-ID-COUNT >= FC-ID-LIMIT
005420         ADD 1 TO FC-ID-OVERFLOW
005430         GO TO 2100-EXIT
005440     END-IF.
005450     ADD 1 TO FC-ID-COUNT.
005460     MOVE RequestId TO FC-ID-REQUEST-ID(FC-ID-COUNT).
005470 2100-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------*
005510* 2200-COUNT-UPLOAD -- THE DELIMITED UPLOAD, SPLIT AS ROTINTAKE  *
005520* SPLITS IT. ONLY THE SHAPE OF THE LINE IS CHECKED HERE; A LINE  *
005530* ROTINTAKE WILL LATER TURN AWAY FOR ITS REQUESTER IS STILL      *
005540* FORECAST, WHICH ERRS ON THE LONG SIDE. A COMMENT LINE (* IN    *
005541* COLUMN 1) IS SKIPPED UNCOUNTED, AS ROTINTAKE SKIPS IT.         *
005550*----------------------------------------------------------------*
005560 2200-COUNT-UPLOAD.
005570     OPEN INPUT DelimFile.
005580     IF FC-DELIM-STATUS NOT = "00"
005590         DISPLAY "ROTFCAST: DELIMIN OPEN FAILED, STATUS "
005600             FC-DELIM-STATUS ", NOT COUNTED"
005610         GO TO 2200-EXIT
005620     END-IF.
005630     MOVE "Y" TO FC-SRC-AVAILABLE-SW(2).
005640     MOVE 2 TO FC-SOURCE-SUB.
005650     MOVE "N" TO FC-EOF-SWITCH.
005660     PERFORM 2300-COUNT-ONE-UPLOAD THRU 2300-EXIT
005670         UNTIL FC-END-OF-FILE.
005680     CLOSE DelimFile.
005690 2200-EXIT.
005700     EXIT.
005710
005720 2300-COUNT-ONE-UPLOAD.
005730     READ DelimFile INTO FC-LINE
005740         AT END
005750             SET FC-END-OF-FILE TO TRUE
005760     END-READ.
005770     IF FC-END-OF-FILE
005780         GO TO 2300-EXIT
005790     END-IF.
005791     IF FC-LINE(1:1) = "*"
005792         GO TO 2300-EXIT
005793     END-IF.
005800     ADD 1 TO FC-UPLOAD-READ.
005810     MOVE 400 TO FC-SCAN-SUB.
005820     PERFORM 2310-BACK-UP-ONE THRU 2310-EXIT
005830         UNTIL FC-SCAN-SUB = 0
005840         OR FC-LINE(FC-SCAN-SUB:1) NOT = SPACE.
005850     MOVE FC-SCAN-SUB TO FC-LINE-LEN.
005860     IF FC-LINE-LEN = 0
005870         ADD 1 TO FC-UPLOAD-REJECTS
005880         GO TO 2300-EXIT
005890     END-IF.
005900     MOVE SPACES TO FC-VAL-ONE FC-VAL-TWO FC-VAL-THREE
005910         FC-REQUESTER FC-PRIORITY.
005920     MOVE 0 TO FC-VAL-ONE-CNT FC-VAL-TWO-CNT FC-VAL-THREE-CNT
005930         FC-REQUESTER-CNT FC-PRIORITY-CNT FC-FIELD-COUNT.
005940     MOVE "N" TO FC-OVERFLOW-SWITCH.
005950     UNSTRING FC-LINE(1:FC-LINE-LEN)
005960         DELIMITED BY "," OR FC-TAB-CHAR
005970         INTO FC-VAL-ONE COUNT IN FC-VAL-ONE-CNT
005980              FC-VAL-TWO COUNT IN FC-VAL-TWO-CNT
005990              FC-VAL-THREE COUNT IN FC-VAL-THREE-CNT
006000              FC-REQUESTER COUNT IN FC-REQUESTER-CNT
006010              FC-PRIORITY COUNT IN FC-PRIORITY-CNT
006020         TALLYING IN FC-FIELD-COUNT
006030         ON OVERFLOW
006040             SET FC-TOO-MANY-VALUES TO TRUE
006050     END-UNSTRING.
006060     IF FC-TOO-MANY-VALUES OR FC-FIELD-COUNT < 3
006070             OR FC-VAL-ONE-CNT = 0 OR FC-VAL-ONE-CNT > 10
006080             OR FC-VAL-TWO-CNT = 0 OR FC-VAL-TWO-CNT > 10
006090             OR FC-VAL-THREE-CNT = 0 OR FC-VAL-THREE-CNT > 100
006100             OR FC-REQUESTER-CNT > 8 OR FC-PRIORITY-CNT > 1
006110         ADD 1 TO FC-UPLOAD-REJECTS
006120         GO TO 2300-EXIT
006130     END-IF.
006140     MOVE SPACES TO StringsSetup.
006150     MOVE FC-VAL-ONE(1:10) TO ValOne.
006160     MOVE FC-VAL-TWO(1:10) TO ValTwo.
006170     MOVE FC-VAL-THREE(1:100) TO ValThree.
006180     IF FC-PRIORITY-CNT = 0
006190         MOVE "9" TO PriorityCode
006200     ELSE
006210         MOVE FC-PRIORITY(1:1) TO PriorityCode
006220     END-IF.
006230     PERFORM 7000-SIZE-STRIN-RECORD THRU 7000-EXIT.
006240 2300-EXIT.
006250     EXIT.
006260
006270 2310-BACK-UP-ONE.
006280     SUBTRACT 1 FROM FC-SCAN-SUB.
006290 2310-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------*
006330* 2400-COUNT-CARRY-FORWARD -- LAST NIGHT'S DEFERRALS GO BACK     *
006340* INTO TONIGHT'S SORT. NO GENERATION YET IS NOT AN ERROR.        *
006350*----------------------------------------------------------------*
006360 2400-COUNT-CARRY-FORWARD.
006370     OPEN INPUT CarryFile.
006380     IF FC-CARRY-STATUS NOT = "00"
006390         DISPLAY "ROTFCAST: CARRYFWD OPEN FAILED, STATUS "
006400             FC-CARRY-STATUS ", NOT COUNTED"
006410         GO TO 2400-EXIT
006420     END-IF.
006430     MOVE "Y" TO FC-SRC-AVAILABLE-SW(3).
006440     MOVE 3 TO FC-SOURCE-SUB.
006450     MOVE "N" TO FC-EOF-SWITCH.
006460     PERFORM 2500-COUNT-ONE-CARRY THRU 2500-EXIT
006470         UNTIL FC-END-OF-FILE.
006480     CLOSE CarryFile.
006490 2400-EXIT.
006500     EXIT.
006510
006520 2500-COUNT-ONE-CARRY.
006530     READ CarryFile INTO StringsSetup
006540         AT END
006550             SET FC-END-OF-FILE TO TRUE
006560     END-READ.
006570     IF FC-END-OF-FILE
006580         GO TO 2500-EXIT
006590     END-IF.
006600     PERFORM 7000-SIZE-STRIN-RECORD THRU 7000-EXIT.
006610 2500-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------*
006650* 2600-COUNT-MASTER -- RECEIVED ENTRIES ROTEXTRCT WILL PICK UP.  *
006660* THE ENTRY'S TRIPLE AND PRIORITY ARE LAID INTO A STRIN RECORD   *
006670* SO IT IS SIZED EXACTLY AS THE EXTRACTED RECORD WILL BE.        *
006680*----------------------------------------------------------------*
006690 2600-COUNT-MASTER.
006700     OPEN INPUT RqmFile.
006710     IF FC-RQM-STATUS NOT = "00"
006720         DISPLAY "ROTFCAST: RQMASTER OPEN FAILED, STATUS "
006730             FC-RQM-STATUS ", NOT COUNTED"
006740         GO TO 2600-EXIT
006750     END-IF.
006760     MOVE "Y" TO FC-SRC-AVAILABLE-SW(4).
006770     MOVE 4 TO FC-SOURCE-SUB.
006780     MOVE "N" TO FC-EOF-SWITCH.
006790     PERFORM 2700-COUNT-ONE-MASTER THRU 2700-EXIT
006800         UNTIL FC-END-OF-FILE.
006810     CLOSE RqmFile.
006820 2600-EXIT.
006830     EXIT.
006840
006850 2700-COUNT-ONE-MASTER.
006860     READ RqmFile INTO RequestMaster
006870         AT END
006880             SET FC-END-OF-FILE TO TRUE
006890     END-READ.
006900     IF FC-END-OF-FILE
006910         GO TO 2700-EXIT
006920     END-IF.
006930     ADD 1 TO FC-RQM-READ.
006940     IF NOT RqmReceived
006950         GO TO 2700-EXIT
006960     END-IF.
006970     MOVE "N" TO FC-ID-FOUND-SWITCH.
006980     MOVE 1 TO FC-ID-SUB.
006990     PERFORM 2710-CHECK-ONE-ID THRU 2710-EXIT
007000         UNTIL FC-ID-FOUND OR FC-ID-SUB > FC-ID-COUNT.
007010     IF FC-ID-FOUND
007020         ADD 1 TO FC-RQM-ON-RAW
007030         GO TO 2700-EXIT
007040     END-IF.
007050     MOVE SPACES TO StringsSetup.
007060     MOVE RqmValOne TO ValOne.
007070     MOVE RqmValTwo TO ValTwo.
007080     MOVE RqmValThree TO ValThree.
007090     MOVE RqmPriority TO PriorityCode.
007100     PERFORM 7000-SIZE-STRIN-RECORD THRU 7000-EXIT.
007110 2700-EXIT.
007120     EXIT.
007121
007122 2710-CHECK-ONE-ID.
007123     IF FC-ID-REQUEST-ID(FC-ID-SUB) = RqmRequestId
007124         SET FC-ID-FOUND TO TRUE
007125     ELSE
007126         ADD 1 TO FC-ID-SUB
007127     END-IF.
007128 2710-EXIT.
007129     EXIT.
007130
007131*----------------------------------------------------------------*
007132* 2800-COUNT-STANDING -- STANDING ORDERS ROTSTGEN WILL GENERATE  *
007133* AT ROTJOB STEP006, DUE BY ITS OWN RULES ON THE RUN DATE. AN    *
007134* ORDER ALREADY GENERATED FOR THE DATE (OR A LATER ONE) IS       *
007135* PASSED OVER -- ITS ENTRY IS ON RQMASTER AND WAS COUNTED IN     *
007136* 2600 -- AS IS ONE WHOSE REQUESTER IS INACTIVE OR NOT ON        *
007137* REQMAST, WHICH ROTSTGEN SKIPS. WITHOUT REQMAST EVERY DUE ORDER *
007138* IS COUNTED, ERRING ON THE LONG SIDE.                           *
007139*----------------------------------------------------------------*
007140 2800-COUNT-STANDING.
007141     OPEN INPUT StoFile.
007142     IF FC-STO-STATUS NOT = "00"
007143         DISPLAY "ROTFCAST: STDORDER OPEN FAILED, STATUS "
007144             FC-STO-STATUS ", NOT COUNTED"
007145         GO TO 2800-EXIT
007146     END-IF.
007147     OPEN INPUT ReqFile.
007148     IF FC-REQ-STATUS NOT = "00"
007149         DISPLAY "ROTFCAST: REQMAST OPEN FAILED, STATUS "
007150             FC-REQ-STATUS ", REQUESTERS NOT CHECKED"
007151     ELSE
007152         SET FC-REQ-OPEN TO TRUE
007153     END-IF.
007154     PERFORM 2810-DESCRIBE-RUN-DATE THRU 2810-EXIT.
007155     MOVE "Y" TO FC-SRC-AVAILABLE-SW(5).
007156     MOVE 5 TO FC-SOURCE-SUB.
007157     MOVE "N" TO FC-EOF-SWITCH.
007158     PERFORM 2900-COUNT-ONE-ORDER THRU 2900-EXIT
007159         UNTIL FC-END-OF-FILE.
007160     CLOSE StoFile.
007161     IF FC-REQ-OPEN
007162         CLOSE ReqFile
007163     END-IF.
007164 2800-EXIT.
007165     EXIT.
007166
007167*----------------------------------------------------------------*
007168* 2810-DESCRIBE-RUN-DATE -- THE RUN DATE'S WEEKDAY AND WHETHER   *
007169* IT IS THE LAST DAY OF ITS MONTH, AS ROTSTGEN WORKS THEM OUT.   *
007170*----------------------------------------------------------------*
007171 2810-DESCRIBE-RUN-DATE.
007172     MOVE FC-RUN-DATE TO FC-DATE-WORK.
007173     PERFORM 2820-DATE-TO-DAYS THRU 2820-EXIT.
007174     DIVIDE FC-DAYS-RESULT BY 7 GIVING FC-DAYS-QUOT
007175         REMAINDER FC-WEEKDAY-REM.
007176     MOVE FC-WEEKDAY-NAME(FC-WEEKDAY-REM + 1) TO FC-RUN-WEEKDAY.
007177     IF FC-RUN-MM = 12
007178         MOVE 31 TO FC-MONTH-LENGTH
007179     ELSE
007180         COMPUTE FC-MONTH-LENGTH =
007181             FC-DAYS-BEFORE-MONTH(FC-RUN-MM + 1)
007182             - FC-DAYS-BEFORE-MONTH(FC-RUN-MM)
007183     END-IF.
007184     IF FC-RUN-MM = 2 AND FC-LEAP-YEAR
007185         ADD 1 TO FC-MONTH-LENGTH
007186     END-IF.
007187     IF FC-RUN-DD = FC-MONTH-LENGTH
007188         SET FC-RUN-IS-MONTH-END TO TRUE
007189     END-IF.
007190 2810-EXIT.
007191     EXIT.
007192
007193*----------------------------------------------------------------*
007194* 2820-DATE-TO-DAYS -- TURNS FC-DATE-WORK (YYYYMMDD) INTO A      *
007195* RUNNING DAY COUNT IN FC-DAYS-RESULT, THE SAME COUNT ROTSTGEN   *
007196* USES, AND LEAVES FC-LEAP-YEAR SET FOR THE DATE'S YEAR.         *
007197*----------------------------------------------------------------*
007198 2820-DATE-TO-DAYS.
007199     COMPUTE FC-PRIOR-YEARS = FC-WORK-YYYY - 1.
007200     COMPUTE FC-DAYS-RESULT = FC-PRIOR-YEARS * 365.
007201     DIVIDE FC-PRIOR-YEARS BY 4 GIVING FC-LEAP-QUOT.
007202     ADD FC-LEAP-QUOT TO FC-DAYS-RESULT.
007203     DIVIDE FC-PRIOR-YEARS BY 100 GIVING FC-LEAP-QUOT.
007204     SUBTRACT FC-LEAP-QUOT FROM FC-DAYS-RESULT.
007205     DIVIDE FC-PRIOR-YEARS BY 400 GIVING FC-LEAP-QUOT.
007206     ADD FC-LEAP-QUOT TO FC-DAYS-RESULT.
007207     IF FC-WORK-MM >= 1 AND FC-WORK-MM <= 12
007208         ADD FC-DAYS-BEFORE-MONTH(FC-WORK-MM) TO FC-DAYS-RESULT
007209     END-IF.
007210     ADD FC-WORK-DD TO FC-DAYS-RESULT.
007211     DIVIDE FC-WORK-YYYY BY 4 GIVING FC-LEAP-QUOT
007212         REMAINDER FC-LEAP-REM-4.
007213     DIVIDE FC-WORK-YYYY BY 100 GIVING FC-LEAP-QUOT
007214         REMAINDER FC-LEAP-REM-100.
007215     DIVIDE FC-WORK-YYYY BY 400 GIVING FC-LEAP-QUOT
007216         REMAINDER FC-LEAP-REM-400.
007217     MOVE "N" TO FC-LEAP-YEAR-SWITCH.
007218     IF FC-LEAP-REM-4 = 0
007219             AND (FC-LEAP-REM-100 NOT = 0 OR FC-LEAP-REM-400 = 0)
007220         SET FC-LEAP-YEAR TO TRUE
007221     END-IF.
007222     IF FC-WORK-MM > 2 AND FC-LEAP-YEAR
007223         ADD 1 TO FC-DAYS-RESULT
007224     END-IF.
007225 2820-EXIT.
007226     EXIT.
007227
007228*----------------------------------------------------------------*
007229* 2900-COUNT-ONE-ORDER -- ONE ORDER, TESTED AS ROTSTGEN TESTS IT.*
007230* THE *NEXTID COUNTER ENTRY IS PASSED OVER. A DUE ORDER IS SIZED *
007231* FROM ITS TRIPLE AND PRIORITY, AS ITS GENERATED ENTRY WILL BE.  *
007232*----------------------------------------------------------------*
007233 2900-COUNT-ONE-ORDER.
007234     READ StoFile INTO StandingOrder
007235         AT END
007236             SET FC-END-OF-FILE TO TRUE
007237     END-READ.
007238     IF FC-END-OF-FILE
007239         GO TO 2900-EXIT
007240     END-IF.
007241     IF StoOrderId(1:1) = "*"
007242         GO TO 2900-EXIT
007243     END-IF.
007244     ADD 1 TO FC-STO-READ.
007245     IF StoCancelled
007246         GO TO 2900-EXIT
007247     END-IF.
007248     IF StoStartDate > FC-RUN-DATE
007249         GO TO 2900-EXIT
007250     END-IF.
007251     IF StoStopDate NOT = 0 AND StoStopDate < FC-RUN-DATE
007252         GO TO 2900-EXIT
007253     END-IF.
007254     IF (StoWeekly AND StoWeekday NOT = FC-RUN-WEEKDAY)
007255             OR (StoMonthEnd AND NOT FC-RUN-IS-MONTH-END)
007256             OR (NOT StoDaily AND NOT StoWeekly
007257                 AND NOT StoMonthEnd)
007258         GO TO 2900-EXIT
007259     END-IF.
007260     IF StoLastGenDate NOT < FC-RUN-DATE
007261         ADD 1 TO FC-STO-GENERATED
007262         GO TO 2900-EXIT
007263     END-IF.
007264     IF FC-REQ-OPEN
007265         MOVE StoRequester TO ReqKey
007266         READ ReqFile INTO RequesterMaster
007267             INVALID KEY
007268                 ADD 1 TO FC-STO-SKIPPED
007269                 GO TO 2900-EXIT
007270         END-READ
007271         IF ReqInactive
007272             ADD 1 TO FC-STO-SKIPPED
007273             GO TO 2900-EXIT
007274         END-IF
007275     END-IF.
007276     MOVE SPACES TO StringsSetup.
007277     MOVE StoValOne TO ValOne.
007278     MOVE StoValTwo TO ValTwo.
007279     MOVE StoValThree TO ValThree.
007280     MOVE StoPriority TO PriorityCode.
007281     PERFORM 7000-SIZE-STRIN-RECORD THRU 7000-EXIT.
007282 2900-EXIT.
007283     EXIT.
007284
007285*----------------------------------------------------------------*
007286* 3000-SAMPLE-AUDIT -- ONE PASS OF THE AUDIT LOG, PAIRING EACH   *
007287* END WITH THE MOST RECENT OPEN START FOR THE SAME OPERATOR, JOB *
007288* AND DATE, AS ROTAUDAN DOES. ROTJOBP'S PARTITIONS LOG TO THEIR  *
007289* OWN AUDIT.P1-P4 DATASETS, SEEN HERE ONLY WHEN ROTFCAST.JCL     *
007290* CONCATENATES THEM BEHIND ROTAUDIT AS ROTAUDANL.JCL DOES; EACH  *
007291* PARTITION'S PAIR IS THEN A FAIR SAMPLE OF ONE STREAM'S SPEED.  *
007292* A PAIR WITH NO RECORDS OR NO ELAPSED TIME SAYS NOTHING ABOUT   *
007293* SPEED AND IS LEFT OUT.                                         *
007300*----------------------------------------------------------------*
007310 3000-SAMPLE-AUDIT.
007320     OPEN INPUT AuditFile.
007330     IF FC-AUDIT-STATUS NOT = "00"
007340         DISPLAY "ROTFCAST: ROTAUDIT OPEN FAILED, STATUS "
007350             FC-AUDIT-STATUS ", NO THROUGHPUT SAMPLE"
007360         GO TO 3000-EXIT
007370     END-IF.
007380     MOVE "N" TO FC-EOF-SWITCH.
007390     PERFORM 3100-SAMPLE-ONE-LINE THRU 3100-EXIT
007400         UNTIL FC-END-OF-FILE.
007410     CLOSE AuditFile.
007420 3000-EXIT.
007430     EXIT.
007440
007450 3100-SAMPLE-ONE-LINE.
007460     READ AuditFile INTO FC-AUDIT-IMAGE
007470         AT END
007480             SET FC-END-OF-FILE TO TRUE
007490     END-READ.
007500     IF FC-END-OF-FILE
007510         GO TO 3100-EXIT
007520     END-IF.
007530     ADD 1 TO FC-AUDIT-READ.
007540     IF FC-AUD-DATE IS NOT NUMERIC OR FC-AUD-TIME IS NOT NUMERIC
007550         GO TO 3100-EXIT
007560     END-IF.
007570     IF FC-AUD-JOB-ID = "ROTJOBV " OR FC-AUD-JOB-ID = "ROTATEXV"
007580         GO TO 3100-EXIT
007590     END-IF.
007600     EVALUATE FC-AUD-EVENT
007610         WHEN "START"
007620             PERFORM 3200-RECORD-START THRU 3200-EXIT
007630         WHEN "END  "
007640             PERFORM 3300-MATCH-END THRU 3300-EXIT
007650     END-EVALUATE.
007660 3100-EXIT.
007670     EXIT.
007680
007690 3200-RECORD-START.
007700     IF FC-START-COUNT >= FC-START-LIMIT
007710         GO TO 3200-EXIT
007720     END-IF.
007730     ADD 1 TO FC-START-COUNT.
007740     MOVE FC-AUD-OPERATOR TO FC-ST-OPERATOR(FC-START-COUNT).
007750     MOVE FC-AUD-JOB-ID TO FC-ST-JOB-ID(FC-START-COUNT).
007760     MOVE FC-AUD-DATE TO FC-ST-DATE(FC-START-COUNT).
007770     MOVE FC-AUD-TIME TO FC-ST-TIME(FC-START-COUNT).
007780     MOVE "Y" TO FC-ST-OPEN-SW(FC-START-COUNT).
007790 3200-EXIT.
007800     EXIT.
007810
007820 3300-MATCH-END.
007830     MOVE "N" TO FC-MATCH-FOUND-SWITCH.
007840     MOVE FC-START-COUNT TO FC-START-SUB.
007850     PERFORM 3310-CHECK-ONE-START THRU 3310-EXIT
007860         UNTIL FC-MATCH-FOUND OR FC-START-SUB < 1.
007870 3300-EXIT.
007880     EXIT.
007890
007900 3310-CHECK-ONE-START.
007910     IF FC-ST-OPEN-SW(FC-START-SUB) = "Y"
007920             AND FC-ST-OPERATOR(FC-START-SUB) = FC-AUD-OPERATOR
007930             AND FC-ST-JOB-ID(FC-START-SUB) = FC-AUD-JOB-ID
007940             AND FC-ST-DATE(FC-START-SUB) = FC-AUD-DATE
007950         SET FC-MATCH-FOUND TO TRUE
007960         MOVE "N" TO FC-ST-OPEN-SW(FC-START-SUB)
007970         PERFORM 3400-KEEP-ONE-PAIR THRU 3400-EXIT
007980     ELSE
007990         SUBTRACT 1 FROM FC-START-SUB
008000     END-IF.
008010 3310-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------*
008050* 3400-KEEP-ONE-PAIR -- ELAPSED TIME AND RECORD COUNT FOR ONE    *
008060* COMPLETED RUN, INTO THE NEXT SLOT OF THE RING. THE ARITHMETIC  *
008070* IS ROTAUDAN'S 2300-REPORT-ONE-PAIR.                            *
008080*----------------------------------------------------------------*
008090 3400-KEEP-ONE-PAIR.
008100     MOVE FC-ST-TIME(FC-START-SUB) TO FC-TIME-DIGITS.
008110     COMPUTE FC-START-CS =
008120         FC-TIME-HH * 360000 + FC-TIME-MM * 6000
008130         + FC-TIME-SS * 100 + FC-TIME-CC.
008140     MOVE FC-AUD-TIME TO FC-TIME-DIGITS.
008150     COMPUTE FC-END-CS =
008160         FC-TIME-HH * 360000 + FC-TIME-MM * 6000
008170         + FC-TIME-SS * 100 + FC-TIME-CC.
008180     IF FC-END-CS < FC-START-CS
008190         ADD 8640000 TO FC-END-CS
008200     END-IF.
008210     COMPUTE FC-ELAPSED-CS = FC-END-CS - FC-START-CS.
008220     MOVE FC-AUD-COUNT TO FC-COUNT-DIGITS.
008230     INSPECT FC-COUNT-DIGITS REPLACING LEADING SPACES BY ZEROS.
008240     IF FC-COUNT-NUM IS NUMERIC
008250         MOVE FC-COUNT-NUM TO FC-REC-COUNT
008260     ELSE
008270         MOVE 0 TO FC-REC-COUNT
008280     END-IF.
008290     IF FC-REC-COUNT = 0 OR FC-ELAPSED-CS = 0
008300         GO TO 3400-EXIT
008310     END-IF.
008320     ADD 1 TO FC-PAIRS-MADE.
008330     MOVE FC-REC-COUNT TO FC-PR-RECORDS(FC-PAIR-NEXT).
008340     MOVE FC-ELAPSED-CS TO FC-PR-ELAPSED-CS(FC-PAIR-NEXT).
008350     IF FC-PAIR-COUNT < FC-RING-SIZE
008360         ADD 1 TO FC-PAIR-COUNT
008370     END-IF.
008380     ADD 1 TO FC-PAIR-NEXT.
008390     IF FC-PAIR-NEXT > FC-RING-SIZE
008400         MOVE 1 TO FC-PAIR-NEXT
008410     END-IF.
008420 3400-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------*
008460* 3500-SAMPLE-HISTORY -- THE LAST 10 ROTHIST RUN TOTALS THAT     *
008470* ROTATED ANYTHING, FOR THE LINES-PER-RECORD RATIO.              *
008480*----------------------------------------------------------------*
008490 3500-SAMPLE-HISTORY.
008500     OPEN INPUT HistFile.
008510     IF FC-HIST-STATUS NOT = "00"
008520         DISPLAY "ROTFCAST: ROTHIST OPEN FAILED, STATUS "
008530             FC-HIST-STATUS ", LINES PROJECTED FROM RECORDS ONLY"
008540         GO TO 3500-EXIT
008550     END-IF.
008560     MOVE "N" TO FC-EOF-SWITCH.
008570     PERFORM 3600-SAMPLE-ONE-HISTORY THRU 3600-EXIT
008580         UNTIL FC-END-OF-FILE.
008590     CLOSE HistFile.
008600 3500-EXIT.
008610     EXIT.
008620
008630 3600-SAMPLE-ONE-HISTORY.
008640     READ HistFile INTO RunHistory
008650         AT END
008660             SET FC-END-OF-FILE TO TRUE
008670     END-READ.
008680     IF FC-END-OF-FILE
008690         GO TO 3600-EXIT
008700     END-IF.
008710     ADD 1 TO FC-HIST-READ.
008720     IF HstJobId = "ROTJOBV " OR HstJobId = "ROTATEXV"
008730         GO TO 3600-EXIT
008740     END-IF.
008750     IF HstRecordsValid = 0 OR HstRotationLines = 0
008760         GO TO 3600-EXIT
008770     END-IF.
008780     MOVE HstRecordsValid TO FC-HR-RECORDS(FC-HIST-NEXT).
008790     MOVE HstRotationLines TO FC-HR-LINES(FC-HIST-NEXT).
008800     IF FC-HIST-COUNT < FC-RING-SIZE
008810         ADD 1 TO FC-HIST-COUNT
008820     END-IF.
008830     ADD 1 TO FC-HIST-NEXT.
008840     IF FC-HIST-NEXT > FC-RING-SIZE
008850         MOVE 1 TO FC-HIST-NEXT
008860     END-IF.
008870 3600-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------------*
008910* 4000-PROJECT -- RATES FROM THE TWO RINGS, THEN THE MINUTES.    *
008920* WITH NO ROTHIST SAMPLE THE LINE RATE CANNOT BE KNOWN AND THE   *
008930* PROJECTION RESTS ON RECORDS ALONE. PART MINUTES ROUND UP SO A  *
008940* SHORT NIGHT NEVER SHOWS AS ZERO.                               *
008950*----------------------------------------------------------------*
008960 4000-PROJECT.
008970     MOVE 1 TO FC-SOURCE-SUB.
008980     PERFORM 4100-ADD-ONE-SOURCE THRU 4100-EXIT
008981         UNTIL FC-SOURCE-SUB > 5.
009000     IF FC-PAIR-COUNT = 0
009010         GO TO 4000-EXIT
009020     END-IF.
009030     MOVE 0 TO FC-SAMPLE-RECORDS FC-SAMPLE-ELAPSED-CS
009040         FC-SAMPLE-HIST-RECORDS FC-SAMPLE-HIST-LINES.
009050     MOVE 1 TO FC-RING-SUB.
009060     PERFORM 4200-ADD-ONE-SAMPLE THRU 4200-EXIT
009070         UNTIL FC-RING-SUB > FC-RING-SIZE.
009080     COMPUTE FC-RECS-PER-MIN ROUNDED =
009090         (FC-SAMPLE-RECORDS * 6000) / FC-SAMPLE-ELAPSED-CS.
009100     IF FC-RECS-PER-MIN = 0
009110         GO TO 4000-EXIT
009120     END-IF.
009130     SET FC-FORECAST-MADE TO TRUE.
009140     COMPUTE FC-BY-RECORDS-MIN =
009141         (FC-SRC-RECORDS(6) + FC-RECS-PER-MIN - .01)
009160         / FC-RECS-PER-MIN.
009170     MOVE FC-BY-RECORDS-MIN TO FC-SINGLE-MIN.
009180     COMPUTE FC-EXPEDITE-MIN =
009181         (FC-SRC-EXP-RECORDS(6) + FC-RECS-PER-MIN - .01)
009200         / FC-RECS-PER-MIN.
009210     IF FC-HIST-COUNT > 0
009220         COMPUTE FC-LINES-PER-REC ROUNDED =
009230             FC-SAMPLE-HIST-LINES / FC-SAMPLE-HIST-RECORDS
009240         COMPUTE FC-LINES-PER-MIN ROUNDED =
009250             FC-RECS-PER-MIN * FC-LINES-PER-REC
009260     END-IF.
009270     IF FC-LINES-PER-MIN > 0
009280         PERFORM 4300-PROJECT-BY-LINES THRU 4300-EXIT
009290     END-IF.
009300     IF FC-SINGLE-MIN = 0
009310         MOVE FC-SINGLE-MIN TO FC-PARTITION-MIN
009320     ELSE
009330         COMPUTE FC-PARTITION-MIN =
009340             (FC-SINGLE-MIN + 3) / 4 + FC-OVERHEAD-MINUTES
009350     END-IF.
009360 4000-EXIT.
009370     EXIT.
009380
009390 4100-ADD-ONE-SOURCE.
009391     ADD FC-SRC-RECORDS(FC-SOURCE-SUB) TO FC-SRC-RECORDS(6).
009392     ADD FC-SRC-LINES(FC-SOURCE-SUB) TO FC-SRC-LINES(6).
009420     ADD FC-SRC-EXP-RECORDS(FC-SOURCE-SUB)
009421         TO FC-SRC-EXP-RECORDS(6).
009422     ADD FC-SRC-EXP-LINES(FC-SOURCE-SUB) TO FC-SRC-EXP-LINES(6).
009450     ADD 1 TO FC-SOURCE-SUB.
009460 4100-EXIT.
009470     EXIT.
009480
009490 4200-ADD-ONE-SAMPLE.
009500     IF FC-RING-SUB <= FC-PAIR-COUNT
009510         ADD FC-PR-RECORDS(FC-RING-SUB) TO FC-SAMPLE-RECORDS
009520         ADD FC-PR-ELAPSED-CS(FC-RING-SUB) TO FC-SAMPLE-ELAPSED-CS
009530     END-IF.
009540     IF FC-RING-SUB <= FC-HIST-COUNT
009550         ADD FC-HR-RECORDS(FC-RING-SUB) TO FC-SAMPLE-HIST-RECORDS
009560         ADD FC-HR-LINES(FC-RING-SUB) TO FC-SAMPLE-HIST-LINES
009570     END-IF.
009580     ADD 1 TO FC-RING-SUB.
009590 4200-EXIT.
009600     EXIT.
009610
009620*----------------------------------------------------------------*
009630* 4300-PROJECT-BY-LINES -- THE SAME PROJECTIONS AT THE LINE      *
009640* RATE; WHICHEVER IS LONGER STANDS.                              *
009650*----------------------------------------------------------------*
009660 4300-PROJECT-BY-LINES.
009670     COMPUTE FC-BY-LINES-MIN =
009671         (FC-SRC-LINES(6) + FC-LINES-PER-MIN - .01)
009690         / FC-LINES-PER-MIN.
009700     IF FC-BY-LINES-MIN > FC-SINGLE-MIN
009710         MOVE FC-BY-LINES-MIN TO FC-SINGLE-MIN
009720     END-IF.
009730     COMPUTE FC-BY-LINES-MIN =
009731         (FC-SRC-EXP-LINES(6) + FC-LINES-PER-MIN - .01)
009750         / FC-LINES-PER-MIN.
009760     IF FC-BY-LINES-MIN > FC-EXPEDITE-MIN
009770         MOVE FC-BY-LINES-MIN TO FC-EXPEDITE-MIN
009780     END-IF.
009790 4300-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------*
009830* 5000-REPORT-WORK -- ONE LINE PER SOURCE AND THE TOTAL.         *
009840*----------------------------------------------------------------*
009850 5000-REPORT-WORK.
009860     MOVE "TONIGHT'S PENDING WORK" TO FC-RPRT-SEC-TITLE.
009870     WRITE RprtRecord FROM FC-RPRT-SECTION-LINE.
009880     WRITE RprtRecord FROM FC-RPRT-SOURCE-HEAD-LINE.
009890     MOVE 1 TO FC-SOURCE-SUB.
009900     PERFORM 5100-REPORT-ONE-SOURCE THRU 5100-EXIT
009901         UNTIL FC-SOURCE-SUB > 6.
009920     MOVE "UPLOAD LINES READ......." TO FC-RPRT-TOT-LABEL.
009930     MOVE FC-UPLOAD-READ TO FC-RPRT-TOT-VALUE.
009940     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
009950     MOVE "UPLOAD LINES TO REJECT.." TO FC-RPRT-TOT-LABEL.
009960     MOVE FC-UPLOAD-REJECTS TO FC-RPRT-TOT-VALUE.
009970     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
009980     MOVE "RQMASTER ENTRIES READ..." TO FC-RPRT-TOT-LABEL.
009990     MOVE FC-RQM-READ TO FC-RPRT-TOT-VALUE.
010000     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010010     MOVE "RECEIVED, ALREADY ON RAW" TO FC-RPRT-TOT-LABEL.
010020     MOVE FC-RQM-ON-RAW TO FC-RPRT-TOT-VALUE.
010021     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010022     MOVE "STANDING ORDERS READ...." TO FC-RPRT-TOT-LABEL.
010023     MOVE FC-STO-READ TO FC-RPRT-TOT-VALUE.
010024     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010025     MOVE "ORDERS ALREADY GENERATED" TO FC-RPRT-TOT-LABEL.
010026     MOVE FC-STO-GENERATED TO FC-RPRT-TOT-VALUE.
010027     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010028     MOVE "DUE, REQUESTER SKIPPED.." TO FC-RPRT-TOT-LABEL.
010029     MOVE FC-STO-SKIPPED TO FC-RPRT-TOT-VALUE.
010030     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010040     IF FC-ID-OVERFLOW > 0
010050         MOVE "RAW IDS NOT TABLED......" TO FC-RPRT-TOT-LABEL
010060         MOVE FC-ID-OVERFLOW TO FC-RPRT-TOT-VALUE
010070         WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE
010080     END-IF.
010090 5000-EXIT.
010100     EXIT.
010110
010120 5100-REPORT-ONE-SOURCE.
010130     MOVE FC-SOURCE-NAME(FC-SOURCE-SUB) TO FC-RPRT-S-NAME.
010140     MOVE FC-SRC-RECORDS(FC-SOURCE-SUB) TO FC-RPRT-S-RECORDS.
010150     MOVE FC-SRC-LINES(FC-SOURCE-SUB) TO FC-RPRT-S-LINES.
010160     MOVE FC-SRC-EXP-RECORDS(FC-SOURCE-SUB)
010170         TO FC-RPRT-S-EXP-RECORDS.
010180     MOVE FC-SRC-EXP-LINES(FC-SOURCE-SUB) TO FC-RPRT-S-EXP-LINES.
010190     MOVE SPACES TO FC-RPRT-S-NOTE.
010191     IF FC-SOURCE-SUB < 6
010210         IF FC-SRC-AVAILABLE-SW(FC-SOURCE-SUB) NOT = "Y"
010220             MOVE "NOT AVAILABLE" TO FC-RPRT-S-NOTE
010230         END-IF
010240     END-IF.
010250     WRITE RprtRecord FROM FC-RPRT-SOURCE-LINE.
010260     ADD 1 TO FC-SOURCE-SUB.
010270 5100-EXIT.
010280     EXIT.
010290
010300*----------------------------------------------------------------*
010310* 6000-REPORT-FORECAST -- THE SAMPLED RATES, THE PROJECTIONS     *
010320* AGAINST THE WINDOW, AND THE PLAIN ANSWER: WHICH JOB TO SUBMIT. *
010330*----------------------------------------------------------------*
010340 6000-REPORT-FORECAST.
010350     MOVE "RECENT THROUGHPUT" TO FC-RPRT-SEC-TITLE.
010360     WRITE RprtRecord FROM FC-RPRT-SECTION-LINE.
010370     MOVE "ROTATETEXT RUNS SAMPLED." TO FC-RPRT-TOT-LABEL.
010380     MOVE FC-PAIR-COUNT TO FC-RPRT-TOT-VALUE.
010390     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010400     MOVE "ROTHIST RUNS SAMPLED...." TO FC-RPRT-TOT-LABEL.
010410     MOVE FC-HIST-COUNT TO FC-RPRT-TOT-VALUE.
010420     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010430     IF NOT FC-FORECAST-MADE
010440         MOVE "NO COMPLETED RUN ON ROTAUDIT -- NO FORECAST MADE"
010450             TO FC-RPRT-MESSAGE
010460         WRITE RprtRecord FROM FC-RPRT-MESSAGE-LINE
010470         MOVE "SUBMIT ROTJOB" TO FC-RPRT-ADV-JOB
010480         MOVE "UNLESS TONIGHT IS KNOWN TO BE HEAVY"
010490             TO FC-RPRT-ADV-REASON
010500         WRITE RprtRecord FROM FC-RPRT-ADVICE-LINE
010510         MOVE 4 TO RETURN-CODE
010520         GO TO 6000-EXIT
010530     END-IF.
010540     MOVE "RECORDS PER MINUTE......" TO FC-RPRT-RATE-LABEL.
010550     MOVE FC-RECS-PER-MIN TO FC-RPRT-RATE-VALUE.
010560     WRITE RprtRecord FROM FC-RPRT-RATE-LINE.
010570     MOVE "LINES PER RECORD........" TO FC-RPRT-RATE-LABEL.
010580     MOVE FC-LINES-PER-REC TO FC-RPRT-RATE-VALUE.
010590     WRITE RprtRecord FROM FC-RPRT-RATE-LINE.
010600     MOVE "LINES PER MINUTE........" TO FC-RPRT-RATE-LABEL.
010610     MOVE FC-LINES-PER-MIN TO FC-RPRT-RATE-VALUE.
010620     WRITE RprtRecord FROM FC-RPRT-RATE-LINE.
010630     IF FC-HIST-COUNT = 0
010640         MOVE "NO ROTHIST SAMPLE -- PROJECTED FROM RECORDS ONLY"
010650             TO FC-RPRT-MESSAGE
010660         WRITE RprtRecord FROM FC-RPRT-MESSAGE-LINE
010670     END-IF.
010680     MOVE "PROJECTION IN MINUTES" TO FC-RPRT-SEC-TITLE.
010690     WRITE RprtRecord FROM FC-RPRT-SECTION-LINE.
010700     MOVE "BATCH WINDOW............" TO FC-RPRT-TOT-LABEL.
010710     MOVE FC-WINDOW-MINUTES TO FC-RPRT-TOT-VALUE.
010720     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010730     IF FC-WINDOW-DEFAULTED
010740         MOVE "NO WINDOW ON THE FCCTL CARD -- DEFAULT USED"
010750             TO FC-RPRT-MESSAGE
010760         WRITE RprtRecord FROM FC-RPRT-MESSAGE-LINE
010770     END-IF.
010780     MOVE "PARTITION OVERHEAD......" TO FC-RPRT-TOT-LABEL.
010790     MOVE FC-OVERHEAD-MINUTES TO FC-RPRT-TOT-VALUE.
010800     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010810     IF FC-OVERHEAD-DEFAULTED
010820         MOVE "NO OVERHEAD ON THE FCCTL CARD -- DEFAULT USED"
010830             TO FC-RPRT-MESSAGE
010840         WRITE RprtRecord FROM FC-RPRT-MESSAGE-LINE
010850     END-IF.
010860     MOVE "SINGLE STREAM (ROTJOB).." TO FC-RPRT-TOT-LABEL.
010870     MOVE FC-SINGLE-MIN TO FC-RPRT-TOT-VALUE.
010880     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010890     MOVE "PARTITIONED (ROTJOBP)..." TO FC-RPRT-TOT-LABEL.
010900     MOVE FC-PARTITION-MIN TO FC-RPRT-TOT-VALUE.
010910     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010920     MOVE "EXPEDITE WORK (PRTY 1).." TO FC-RPRT-TOT-LABEL.
010930     MOVE FC-EXPEDITE-MIN TO FC-RPRT-TOT-VALUE.
010940     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
010950     PERFORM 6100-RECOMMEND THRU 6100-EXIT.
010960 6000-EXIT.
010970     EXIT.
010980
010990*----------------------------------------------------------------*
011000* 6100-RECOMMEND -- SINGLE STREAM WHENEVER IT FITS: IT IS THE    *
011010* SIMPLER JOB AND THE ONE WITH THE LONGER TRACK RECORD. THE      *
011020* PARTITIONED JOB WHEN ONLY IT FITS, AND STILL THE PARTITIONED   *
011030* JOB, FLAGGED, WHEN NEITHER DOES.                               *
011040*----------------------------------------------------------------*
011050 6100-RECOMMEND.
011060     IF FC-SINGLE-MIN <= FC-WINDOW-MINUTES
011070         MOVE "SUBMIT ROTJOB" TO FC-RPRT-ADV-JOB
011080         MOVE "SINGLE STREAM FITS THE WINDOW"
011090             TO FC-RPRT-ADV-REASON
011100         WRITE RprtRecord FROM FC-RPRT-ADVICE-LINE
011110         DISPLAY "ROTFCAST: SUBMIT ROTJOB"
011120         GO TO 6100-EXIT
011130     END-IF.
011140     IF FC-PARTITION-MIN <= FC-WINDOW-MINUTES
011150         MOVE "SUBMIT ROTJOBP" TO FC-RPRT-ADV-JOB
011160         MOVE "ONLY THE PARTITIONED JOB FITS THE WINDOW"
011170             TO FC-RPRT-ADV-REASON
011180         WRITE RprtRecord FROM FC-RPRT-ADVICE-LINE
011190         DISPLAY "ROTFCAST: SUBMIT ROTJOBP"
011200         GO TO 6100-EXIT
011210     END-IF.
011220     MOVE "SUBMIT ROTJOBP" TO FC-RPRT-ADV-JOB.
011230     MOVE "WINDOW WILL BE EXCEEDED EVEN PARTITIONED"
011240         TO FC-RPRT-ADV-REASON.
011250     WRITE RprtRecord FROM FC-RPRT-ADVICE-LINE.
011260     DISPLAY "ROTFCAST: *** SUBMIT ROTJOBP, WINDOW WILL BE "
011270         "EXCEEDED".
011280     MOVE 4 TO RETURN-CODE.
011290 6100-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------*
011330* 7000-SIZE-STRIN-RECORD -- ONE RECORD INTO THE CURRENT SOURCE'S *
011340* TOTALS. ITS LINE COUNT IS THE ENGINE'S ROTATION BOUND, FROM    *
011350* THE SAME LENGTHS CALL ROTATETEXT'S 2100-COMPUTE-BOUND MAKES.   *
011360*----------------------------------------------------------------*
011370 7000-SIZE-STRIN-RECORD.
011380     MOVE ValOne TO RecFieldValue(1).
011390     MOVE ValTwo TO RecFieldValue(2).
011400     MOVE ValThree TO RecFieldValue(3).
011410     SET RecFunctionLengths TO TRUE.
011420     CALL "ROTENGINE" USING RotEngineComm.
011430     IF RecCallGood
011440         MOVE RecMaxBound TO FC-ONE-LINES
011450     ELSE
011460         ADD 1 TO FC-ENGINE-FAILURES
011470         MOVE 1 TO FC-ONE-LINES
011480     END-IF.
011490     ADD 1 TO FC-SRC-RECORDS(FC-SOURCE-SUB).
011500     ADD FC-ONE-LINES TO FC-SRC-LINES(FC-SOURCE-SUB).
011510     IF PriorityExpedite
011520         ADD 1 TO FC-SRC-EXP-RECORDS(FC-SOURCE-SUB)
011530         ADD FC-ONE-LINES TO FC-SRC-EXP-LINES(FC-SOURCE-SUB)
011540     END-IF.
011550 7000-EXIT.
011560     EXIT.
011570
011580*----------------------------------------------------------------*
011590* 8000-FINALIZE                                                  *
011600*----------------------------------------------------------------*
011610 8000-FINALIZE.
011620     MOVE "AUDIT LINES READ........" TO FC-RPRT-TOT-LABEL.
011630     MOVE FC-AUDIT-READ TO FC-RPRT-TOT-VALUE.
011640     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
011650     MOVE "ROTHIST RECORDS READ...." TO FC-RPRT-TOT-LABEL.
011660     MOVE FC-HIST-READ TO FC-RPRT-TOT-VALUE.
011670     WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE.
011680     IF FC-ENGINE-FAILURES > 0
011690         MOVE "ENGINE CALLS FAILED....." TO FC-RPRT-TOT-LABEL
011700         MOVE FC-ENGINE-FAILURES TO FC-RPRT-TOT-VALUE
011710         WRITE RprtRecord FROM FC-RPRT-TOTALS-LINE
011720         DISPLAY "ROTFCAST: *** ROTENGINE LENGTH CALLS FAILED: "
011730             FC-ENGINE-FAILURES
011740     END-IF.
011750     CLOSE RprtFile.
011751     DISPLAY "ROTFCAST: RECORDS PENDING.....: " FC-SRC-RECORDS(6).
011752     DISPLAY "ROTFCAST: LINES PENDING.......: " FC-SRC-LINES(6).
011780     DISPLAY "ROTFCAST: EXPEDITE RECORDS....: "
011781         FC-SRC-EXP-RECORDS(6).
011800     DISPLAY "ROTFCAST: SINGLE-STREAM MIN...: " FC-SINGLE-MIN.
011810     DISPLAY "ROTFCAST: PARTITIONED MIN.....: " FC-PARTITION-MIN.
011820 8000-EXIT.
011830     EXIT.
011840
011850 9999-EXIT.
011860     STOP RUN.
