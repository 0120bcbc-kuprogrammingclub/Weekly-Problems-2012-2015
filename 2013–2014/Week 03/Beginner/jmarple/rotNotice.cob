000010*----------------------------------------------------------------*
000020* ROTNOTICE
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* PER-REQUESTER REJECT NOTICES. ROTSUSPRP TELLS OPS WHAT IS STILL
000100* OUTSTANDING ON THE REJECT SUSPENSE CLUSTER; THIS PROGRAM TELLS
000110* THE DEPARTMENTS WHO SENT IT, IN A FORM THEY CAN FIX AND SEND
000120* STRAIGHT BACK. IT READS EVERY OUTSTANDING REJSUSP ENTRY AND
000130* WRITES ONE NOTICE PER REQUESTER, ROUTED TO NOTICE1-NOTICE8 BY
000140* THE REQUESTER'S REQMAST BURST OUTPUT THE WAY ROTBURST ROUTES
000150* THE ROTATION REPORT, AND HEADED WITH THE DEPARTMENT NAME AND
000160* CONTACT FROM THE SAME ENTRY.
000170*
000180* EACH REJECT IS WRITTEN AS ONE LINE IN THE COMMA-DELIMITED
000190* UPLOAD FORMAT ROTINTAKE ACCEPTS (VALONE,VALTWO,VALTHREE,
000200* REQUESTER,PRIORITY), WITH TRAILING BLANKS DROPPED, PRECEDED BY
000210* A COMMENT LINE GIVING ITS RUN DATE, RECORD NUMBER, AGE AND
000220* REQUEST ID AND NAMING THE FIELDS THE REASON FLAGS MARK AS
000230* FAILED:
000240*   VALONE/VALTWO/VALTHREE  EMPTY, OR FILLING THE WHOLE FIELD
000250*                           (ROTATETEXT TREATS A FULL FIELD AS
000260*                           CUT OFF)
000270*   REQUESTER               NOT AN ACTIVE CODE ON REQMAST
000280* A VALUE HOLDING A COMMA OR TAB IS MARKED AS WELL -- THE UPLOAD
000290* FORMAT HAS NO QUOTING, SO IT WOULD SPLIT ON THE WAY BACK IN.
000300* EVERY HEADING AND MARK LINE STARTS WITH AN ASTERISK, WHICH
000310* ROTINTAKE SKIPS AS A COMMENT, SO A CORRECTED NOTICE IS A VALID
000320* UPLOAD AS IT STANDS. THE REQUEST ID DOES NOT TRAVEL IN THE
000330* UPLOAD FORMAT, SO A RESUBMITTED LINE COMES BACK AS NEW WORK;
000340* THE ORIGINAL REJECT STAYS OUTSTANDING UNTIL OPS CLOSE IT.
000350*
000360* A REQUESTER THAT IS BLANK, NOT ON REQMAST, INACTIVE, OR WITHOUT
000370* A VALID BURST OUTPUT HAS ITS NOTICE SENT TO THE *DEFAULT
000380* OUTPUT UNDER THE *DEFAULT ENTRY'S DEPARTMENT AND CONTACT, AS
000390* ROTBURST DOES FOR ITS PAGES; WITH NO *DEFAULT IT IS HELD AND
000400* LISTED ON THE SUMMARY.
000410*
000420* THE SUMMARY REPORT (NOTCRPT) LISTS EVERY REQUESTER WITH THE
000430* NOTICE OUTPUT USED, THE COUNT OF OUTSTANDING REJECTS, THE RUN
000440* DATE AND AGE IN DAYS OF THE OLDEST, AND THEIR AVERAGE AGE.
000450* NOTICES ARE IN ORDER OF EACH REQUESTER'S OLDEST REJECT, SO THE
000460* LONGEST-NEGLECTED COME FIRST. NOTHING IS UPDATED: BOTH KEYED
000470* FILES ARE OPENED INPUT.
000480*
000490* RETURN CODES:
000500*   0  ALL NOTICES SENT
000510*   4  A NOTICE WAS HELD FOR WANT OF A ROUTE, OR THE REJECT OR
000520*      REQUESTER TABLE FILLED AND SOME REJECTS WERE LEFT FOR THE
000530*      NEXT RUN
000540*   8  REJSUSP OR REQMAST WOULD NOT OPEN -- NO NOTICES SENT
000550*
000560* MOD-HISTORY:
000570*   2026-10-14 JRM  ORIGINAL VERSION.
000571*   2026-10-15 JRM  THE ENTRY-TABLE LIMIT IS TESTED BEFORE THE
000572*                   REQUESTER IS TABLED, SO A FULL TABLE NO
000573*                   LONGER LEAVES A REQUESTER ROW WITH NO ENTRIES.
000580*----------------------------------------------------------------*
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. ROTNOTICE.
000610 AUTHOR. J. MARPLE.
000620 INSTALLATION. KU PROGRAMMING CLUB.
000630 DATE-WRITTEN. 2026-10-14.
000640 DATE-COMPILED.
000650
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT SuspFile ASSIGN TO "REJSUSP"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS SuspKey
000730         FILE STATUS IS NT-SUSP-STATUS.
000740
000750     SELECT ReqFile ASSIGN TO "REQMAST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS ReqKey
000790         FILE STATUS IS NT-REQ-STATUS.
000800
000810     SELECT NoticeFile1 ASSIGN TO "NOTICE1"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS NT-OUT-STATUS.
000840
000850     SELECT NoticeFile2 ASSIGN TO "NOTICE2"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS NT-OUT-STATUS.
000880
000890     SELECT NoticeFile3 ASSIGN TO "NOTICE3"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS NT-OUT-STATUS.
000920
000930     SELECT NoticeFile4 ASSIGN TO "NOTICE4"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS NT-OUT-STATUS.
000960
000970     SELECT NoticeFile5 ASSIGN TO "NOTICE5"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS NT-OUT-STATUS.
001000
001010     SELECT NoticeFile6 ASSIGN TO "NOTICE6"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS NT-OUT-STATUS.
001040
001050     SELECT NoticeFile7 ASSIGN TO "NOTICE7"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS NT-OUT-STATUS.
001080
001090     SELECT NoticeFile8 ASSIGN TO "NOTICE8"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS NT-OUT-STATUS.
001120
001130     SELECT RprtFile ASSIGN TO "NOTCRPT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS NT-RPRT-STATUS.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  SuspFile.
001200 01  SuspRecord.
001210     02  SuspKey                     PIC X(15).
001220     02  FILLER                      PIC X(185).
001230
001240 FD  ReqFile.
001250 01  ReqRecord.
001260     02  ReqKey                      PIC X(08).
001270     02  FILLER                      PIC X(72).
001280
001290 FD  NoticeFile1
001300     RECORDING MODE IS F.
001310 01  NoticeRecord1                   PIC X(400).
001320
001330 FD  NoticeFile2
001340     RECORDING MODE IS F.
001350 01  NoticeRecord2                   PIC X(400).
001360
001370 FD  NoticeFile3
001380     RECORDING MODE IS F.
001390 01  NoticeRecord3                   PIC X(400).
001400
001410 FD  NoticeFile4
001420     RECORDING MODE IS F.
001430 01  NoticeRecord4                   PIC X(400).
001440
001450 FD  NoticeFile5
001460     RECORDING MODE IS F.
001470 01  NoticeRecord5                   PIC X(400).
001480
001490 FD  NoticeFile6
001500     RECORDING MODE IS F.
001510 01  NoticeRecord6                   PIC X(400).
001520
001530 FD  NoticeFile7
001540     RECORDING MODE IS F.
001550 01  NoticeRecord7                   PIC X(400).
001560
001570 FD  NoticeFile8
001580     RECORDING MODE IS F.
001590 01  NoticeRecord8                   PIC X(400).
001600
001610 FD  RprtFile
001620     RECORDING MODE IS F.
001630 01  RprtRecord                      PIC X(132).
001640
001650 WORKING-STORAGE SECTION.
001660*----------------------------------------------------------------*
001670* THE SUSPENSE ENTRY, THE STRIN IMAGE IT CARRIES, AND THE
001680* REQUESTER MASTER ENTRY THE NOTICE IS ROUTED AND HEADED BY.
001690*----------------------------------------------------------------*
001700     COPY RTSUSP.
001710
001720     COPY STRSETUP.
001730
001740     COPY REQMAST.
001750
001760*----------------------------------------------------------------*
001770* FILE STATUS AND END-OF-FILE SWITCHES. THE EIGHT NOTICE OUTPUTS
001780* SHARE ONE STATUS FIELD -- ONLY ONE OF THEM IS EVER WRITTEN
001790* BETWEEN CHECKS.
001800*----------------------------------------------------------------*
001810 01  NT-FILE-STATUSES.
001820     02  NT-SUSP-STATUS              PIC X(02) VALUE SPACES.
001830     02  NT-REQ-STATUS               PIC X(02) VALUE SPACES.
001840     02  NT-OUT-STATUS               PIC X(02) VALUE SPACES.
001850     02  NT-RPRT-STATUS              PIC X(02) VALUE SPACES.
001860
001870 01  NT-SUSP-EOF-SWITCH              PIC X(01) VALUE "N".
001880     88  NT-END-OF-SUSPENSE                     VALUE "Y".
001890
001900 01  NT-FILES-OK-SWITCH              PIC X(01) VALUE "Y".
001910     88  NT-FILES-OK                            VALUE "Y".
001920
001930*----------------------------------------------------------------*
001940* EVERY OUTSTANDING REJECT, HELD UNTIL THE NOTICES ARE WRITTEN.
001950* THE SUSPENSE CLUSTER IS IN RUN-DATE ORDER, NOT REQUESTER ORDER,
001960* SO EACH REQUESTER'S NOTICE IS GATHERED FROM THIS TABLE. A
001970* REJECT THAT DOES NOT FIT IS COUNTED AND LEFT FOR THE NEXT RUN
001980* -- IT STAYS OUTSTANDING, SO NOTHING IS LOST.
001990*----------------------------------------------------------------*
002000 01  NT-ENT-LIMIT                    PIC 9(04) COMP VALUE 2000.
002010 01  NT-ENT-COUNT                    PIC 9(04) COMP VALUE 0.
002020 01  NT-ENT-SUB                      PIC 9(04) COMP VALUE 0.
002030 01  NT-ENT-TABLE.
002040     02  NT-ENT-ENTRY OCCURS 2000 TIMES.
002050         03  NT-ENT-RUN-DATE         PIC 9(08).
002060         03  NT-ENT-RECORD-NUM       PIC 9(07).
002070         03  NT-ENT-REQUESTER        PIC X(08).
002080         03  NT-ENT-FLAGS            PIC X(04).
002090         03  NT-ENT-AGE              PIC 9(05) COMP.
002100         03  NT-ENT-STRING-DATA      PIC X(137).
002110
002120*----------------------------------------------------------------*
002130* ONE ENTRY PER REQUESTER, IN ORDER OF FIRST (OLDEST) REJECT,
002140* WITH THE COUNT AND AGE FIGURES FOR THE SUMMARY.
002150*----------------------------------------------------------------*
002160 01  NT-RQ-LIMIT                     PIC 9(04) COMP VALUE 200.
002170 01  NT-RQ-COUNT                     PIC 9(04) COMP VALUE 0.
002180 01  NT-RQ-SUB                       PIC 9(04) COMP VALUE 0.
002190 01  NT-RQ-FOUND                     PIC 9(04) COMP VALUE 0.
002200 01  NT-RQ-TABLE.
002210     02  NT-RQ-ENTRY OCCURS 200 TIMES.
002220         03  NT-RQ-CODE              PIC X(08).
002230         03  NT-RQ-REJECTS           PIC 9(05) COMP.
002240         03  NT-RQ-OLDEST-DATE       PIC 9(08).
002250         03  NT-RQ-OLDEST-AGE        PIC 9(05) COMP.
002260         03  NT-RQ-AGE-TOTAL         PIC 9(09) COMP.
002270
002280*----------------------------------------------------------------*
002290* THE *DEFAULT ENTRY, READ ONCE. STREAM 0 MEANS THERE IS NONE.
002300*----------------------------------------------------------------*
002310 01  NT-DEFAULT-STREAM               PIC 9(01) VALUE 0.
002320 01  NT-DEFAULT-DEPT-NAME            PIC X(30) VALUE SPACES.
002330 01  NT-DEFAULT-CONTACT              PIC X(20) VALUE SPACES.
002340
002350*----------------------------------------------------------------*
002360* THE CURRENT NOTICE'S ROUTING. STREAM 0 MEANS IT IS HELD.
002370*----------------------------------------------------------------*
002380 01  NT-CURRENT-STREAM               PIC 9(01) VALUE 0.
002390 01  NT-CURRENT-DEPT-NAME            PIC X(30) VALUE SPACES.
002400 01  NT-CURRENT-CONTACT              PIC X(20) VALUE SPACES.
002410 01  NT-ROUTE-NOTE                   PIC X(40) VALUE SPACES.
002420
002430*----------------------------------------------------------------*
002440* LINE-BUILDING WORK AREAS. NT-PIECE IS ONE VALUE ON ITS WAY INTO
002450* THE UPLOAD LINE, MEASURED TO ITS LAST NON-BLANK; NT-FIXES IS
002460* THE LIST OF FAILED FIELDS FOR THE MARK LINE.
002470*----------------------------------------------------------------*
002480 01  NT-TAB-CHAR                     PIC X(01) VALUE X"09".
002490
002500 01  NT-LINE-AREAS.
002510     02  NT-OUT-LINE                 PIC X(400).
002520     02  NT-OUT-PTR                  PIC 9(03) COMP.
002530     02  NT-PIECE                    PIC X(100).
002540     02  NT-PIECE-LEN                PIC 9(03) COMP.
002550     02  NT-PIECE-NAME               PIC X(09).
002560     02  NT-PIECE-FLAG               PIC X(01).
002570     02  NT-DELIM-COUNT              PIC 9(03) COMP.
002580     02  NT-FIXES                    PIC X(200).
002590     02  NT-FIX-PTR                  PIC 9(03) COMP.
002600
002610*----------------------------------------------------------------*
002620* RUN DATE AND THE SERIAL-DAY WORK FIELDS THE AGE COMPUTATION
002630* USES, AS IN ROTAGING: 2110-DATE-TO-DAYS TURNS NT-DATE-WORK
002640* (YYYYMMDD) INTO A RUNNING DAY COUNT, AND AN AGE IS TODAY'S
002650* COUNT MINUS THE REJECT'S.
002660*----------------------------------------------------------------*
002670 01  NT-RUN-IDENTIFICATION.
002680     02  NT-RUN-DATE                 PIC 9(08).
002690     02  NT-RUN-DATE-X REDEFINES NT-RUN-DATE.
002700         03  NT-RUN-YYYY             PIC 9(04).
002710         03  NT-RUN-MM               PIC 9(02).
002720         03  NT-RUN-DD               PIC 9(02).
002730
002740 01  NT-DATE-WORK                    PIC 9(08).
002750 01  NT-DATE-WORK-X REDEFINES NT-DATE-WORK.
002760     02  NT-WORK-YYYY                PIC 9(04).
002770     02  NT-WORK-MM                  PIC 9(02).
002780     02  NT-WORK-DD                  PIC 9(02).
002790
002800 01  NT-DAY-COMPUTATION.
002810     02  NT-DAYS-RESULT              PIC 9(08) COMP VALUE 0.
002820     02  NT-TODAY-DAYS               PIC 9(08) COMP VALUE 0.
002830     02  NT-ENTRY-DAYS               PIC 9(08) COMP VALUE 0.
002840     02  NT-ENTRY-AGE                PIC 9(05) COMP VALUE 0.
002850     02  NT-AVERAGE-AGE              PIC 9(05) COMP VALUE 0.
002860     02  NT-PRIOR-YEARS              PIC 9(04) COMP VALUE 0.
002870     02  NT-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
002880     02  NT-LEAP-REM-4               PIC 9(04) COMP VALUE 0.
002890     02  NT-LEAP-REM-100             PIC 9(04) COMP VALUE 0.
002900     02  NT-LEAP-REM-400             PIC 9(04) COMP VALUE 0.
002910
002920 01  NT-MONTH-TABLE-VALUES.
002930     02  FILLER                      PIC X(18) VALUE
002940         "000031059090120151".
002950     02  FILLER                      PIC X(18) VALUE
002960         "181212243273304334".
002970 01  NT-MONTH-TABLE REDEFINES NT-MONTH-TABLE-VALUES.
002980     02  NT-DAYS-BEFORE-MONTH OCCURS 12 TIMES
002990                                     PIC 9(03).
003000
003010*----------------------------------------------------------------*
003020* PER-STREAM NOTICE AND LINE COUNTS, AND THE RUN CONTROL TOTALS.
003030*----------------------------------------------------------------*
003040 01  NT-STREAM-SUB                   PIC 9(01) COMP VALUE 0.
003050 01  NT-STREAM-COUNTS.
003060     02  NT-STREAM-ENTRY OCCURS 8 TIMES.
003070         03  NT-STREAM-NOTICES       PIC 9(05) COMP.
003080         03  NT-STREAM-LINES         PIC 9(07) COMP.
003090
003100 01  NT-RUN-COUNTERS.
003110     02  NT-ENTRIES-READ            PIC 9(07) COMP VALUE 0.
003120     02  NT-OUTSTANDING             PIC 9(07) COMP VALUE 0.
003130     02  NT-LEFT-OVER               PIC 9(07) COMP VALUE 0.
003140     02  NT-NOTICES-SENT            PIC 9(07) COMP VALUE 0.
003150     02  NT-REJECTS-SENT            PIC 9(07) COMP VALUE 0.
003160     02  NT-NOTICES-HELD            PIC 9(07) COMP VALUE 0.
003170     02  NT-REJECTS-HELD            PIC 9(07) COMP VALUE 0.
003180     02  NT-VALUES-MARKED           PIC 9(07) COMP VALUE 0.
003190
003200*----------------------------------------------------------------*
003210* NOTICE HEADING LINES. EVERY ONE STARTS WITH THE ASTERISK THAT
003220* MAKES ROTINTAKE SKIP IT.
003230*----------------------------------------------------------------*
003240 01  NT-NOTICE-RULE-LINE.
003250     02  FILLER                      PIC X(40) VALUE
003260         "*---------------------------------------".
003270     02  FILLER                      PIC X(32) VALUE
003280         "--------------------------------".
003290
003300 01  NT-NOTICE-TITLE-LINE.
003310     02  FILLER                      PIC X(30) VALUE
003320         "* ROTATION REJECT NOTICE".
003330     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
003340     02  NT-TTL-YYYY                 PIC 9(04).
003350     02  FILLER                      PIC X(01) VALUE "-".
003360     02  NT-TTL-MM                   PIC 9(02).
003370     02  FILLER                      PIC X(01) VALUE "-".
003380     02  NT-TTL-DD                   PIC 9(02).
003390
003400 01  NT-NOTICE-LABEL-LINE.
003410     02  FILLER                      PIC X(02) VALUE "* ".
003420     02  NT-LBL-LABEL                PIC X(14).
003430     02  NT-LBL-VALUE                PIC X(40).
003440
003450 01  NT-NOTICE-COUNT-LINE.
003460     02  FILLER                      PIC X(16) VALUE
003470         "* OUTSTANDING: ".
003480     02  NT-CNT-REJECTS              PIC ZZZZ9.
003490     02  FILLER                      PIC X(19) VALUE
003500         " REJECT(S), OLDEST ".
003510     02  NT-CNT-OLDEST               PIC 9(08).
003520     02  FILLER                      PIC X(02) VALUE " (".
003530     02  NT-CNT-AGE                  PIC ZZZZ9.
003540     02  FILLER                      PIC X(06) VALUE " DAYS)".
003550
003560 01  NT-NOTICE-HELP-LINES.
003570     02  FILLER                      PIC X(60) VALUE
003580         "* EACH REJECTED LINE BELOW IS IN UPLOAD FORMAT.".
003590     02  FILLER                      PIC X(60) VALUE
003600         "* THE * LINE ABOVE IT NAMES THE FIELDS THAT FAILED.".
003610     02  FILLER                      PIC X(60) VALUE
003620         "* CORRECT THOSE AND SEND THIS FILE BACK AS AN UPLOAD;".
003630     02  FILLER                      PIC X(60) VALUE
003640         "* LINES STARTING WITH * ARE SKIPPED ON INTAKE.".
003650 01  FILLER REDEFINES NT-NOTICE-HELP-LINES.
003660     02  NT-NOTICE-HELP-LINE         PIC X(60) OCCURS 4 TIMES.
003670 01  NT-HELP-SUB                     PIC 9(01) COMP VALUE 0.
003680
003690*----------------------------------------------------------------*
003700* THE MARK LINE AHEAD OF EACH REJECTED LINE.
003710*----------------------------------------------------------------*
003720 01  NT-MARK-LINE.
003730     02  FILLER                      PIC X(11) VALUE
003740         "* REJECTED ".
003750     02  NT-MRK-RUN-DATE             PIC 9(08).
003760     02  FILLER                      PIC X(08) VALUE " RECORD ".
003770     02  NT-MRK-RECORD-NUM           PIC 9(07).
003780     02  FILLER                      PIC X(05) VALUE " AGE ".
003790     02  NT-MRK-AGE                  PIC ZZZZ9.
003800     02  FILLER                      PIC X(12) VALUE
003810         " REQUEST ID ".
003820     02  NT-MRK-REQUEST-ID           PIC X(08).
003830     02  FILLER                      PIC X(08) VALUE " -- FIX:".
003840     02  NT-MRK-FIXES                PIC X(200).
003850
003860*----------------------------------------------------------------*
003870* SUMMARY REPORT LINE LAYOUTS.
003880*----------------------------------------------------------------*
003890 01  NT-RPRT-HEADER-LINE.
003900     02  FILLER                      PIC X(01) VALUE SPACES.
003910     02  FILLER                      PIC X(30) VALUE
003920         "ROTNOTICE REJECT NOTICES".
003930     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
003940     02  NT-RPRT-HDR-YYYY            PIC 9(04).
003950     02  FILLER                      PIC X(01) VALUE "-".
003960     02  NT-RPRT-HDR-MM              PIC 9(02).
003970     02  FILLER                      PIC X(01) VALUE "-".
003980     02  NT-RPRT-HDR-DD              PIC 9(02).
003990
004000 01  NT-RPRT-COLUMN-LINE.
004010     02  FILLER                      PIC X(40) VALUE
004020         " REQUESTER  SENT TO  REJECTS  OLDEST    ".
004030     02  FILLER                      PIC X(40) VALUE
004040         "AGE-DAYS  AVG-AGE  DEPARTMENT / NOTE".
004050
004060 01  NT-RPRT-DETAIL-LINE.
004070     02  FILLER                      PIC X(01) VALUE SPACES.
004080     02  NT-DET-REQUESTER            PIC X(08).
004090     02  FILLER                      PIC X(03) VALUE SPACES.
004100     02  NT-DET-SENT-TO              PIC X(07).
004110     02  FILLER                      PIC X(03) VALUE SPACES.
004120     02  NT-DET-REJECTS              PIC ZZZZ9.
004130     02  FILLER                      PIC X(02) VALUE SPACES.
004140     02  NT-DET-OLDEST               PIC 9(08).
004150     02  FILLER                      PIC X(05) VALUE SPACES.
004160     02  NT-DET-OLDEST-AGE           PIC ZZZZ9.
004170     02  FILLER                      PIC X(04) VALUE SPACES.
004180     02  NT-DET-AVERAGE-AGE          PIC ZZZZ9.
004190     02  FILLER                      PIC X(02) VALUE SPACES.
004200     02  NT-DET-NOTE                 PIC X(40).
004210
004220 01  NT-RPRT-STREAM-LINE.
004230     02  FILLER                      PIC X(01) VALUE SPACES.
004240     02  FILLER                      PIC X(06) VALUE "NOTICE".
004250     02  NT-RPRT-STREAM-NUM          PIC 9(01).
004260     02  FILLER                      PIC X(10) VALUE "  NOTICES ".
004270     02  NT-RPRT-STREAM-NOTICES      PIC ZZZZ9.
004280     02  FILLER                      PIC X(08) VALUE "  LINES ".
004290     02  NT-RPRT-STREAM-LINES        PIC ZZZZZZ9.
004300
004310 01  NT-RPRT-TOTALS-LINE.
004320     02  FILLER                      PIC X(01) VALUE SPACES.
004330     02  NT-RPRT-TOT-LABEL           PIC X(24).
004340     02  NT-RPRT-TOT-VALUE           PIC ZZZZZZ9.
004350
004360 PROCEDURE DIVISION.
004370*----------------------------------------------------------------*
004380* 0000-MAINLINE                                                  *
004390*----------------------------------------------------------------*
004400 0000-MAINLINE.
004410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004420     IF NOT NT-FILES-OK
004430         PERFORM 8000-FINALIZE THRU 8000-EXIT
004440         GO TO 9999-EXIT
004450     END-IF.
004460     PERFORM 2000-LOAD-ONE-ENTRY THRU 2000-EXIT
004470         UNTIL NT-END-OF-SUSPENSE.
004480     PERFORM 3000-SEND-ONE-NOTICE THRU 3000-EXIT
004490         VARYING NT-RQ-SUB FROM 1 BY 1
004500         UNTIL NT-RQ-SUB > NT-RQ-COUNT.
004510     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004520     GO TO 9999-EXIT.
004530
004540*----------------------------------------------------------------*
004550* 1000-INITIALIZE -- OPEN FILES, WRITE THE SUMMARY HEADER, AND   *
004560* READ THE *DEFAULT ENTRY. WITHOUT REJSUSP THERE IS NOTHING TO   *
004570* SEND, AND WITHOUT REQMAST NOTHING CAN BE ROUTED: EITHER ONE    *
004580* STOPS THE RUN WITH RC=8 AND EMPTY NOTICE FILES.                *
004590*----------------------------------------------------------------*
004600 1000-INITIALIZE.
004610     OPEN OUTPUT NoticeFile1 NoticeFile2 NoticeFile3 NoticeFile4
004620         NoticeFile5 NoticeFile6 NoticeFile7 NoticeFile8.
004630     OPEN OUTPUT RprtFile.
004640     ACCEPT NT-RUN-DATE FROM DATE YYYYMMDD.
004650     MOVE NT-RUN-YYYY TO NT-RPRT-HDR-YYYY NT-TTL-YYYY.
004660     MOVE NT-RUN-MM TO NT-RPRT-HDR-MM NT-TTL-MM.
004670     MOVE NT-RUN-DD TO NT-RPRT-HDR-DD NT-TTL-DD.
004680     WRITE RprtRecord FROM NT-RPRT-HEADER-LINE.
004690     WRITE RprtRecord FROM NT-RPRT-COLUMN-LINE.
004700     MOVE NT-RUN-DATE TO NT-DATE-WORK.
004710     PERFORM 2110-DATE-TO-DAYS THRU 2110-EXIT.
004720     MOVE NT-DAYS-RESULT TO NT-TODAY-DAYS.
004730     PERFORM 1100-ZERO-ONE-STREAM THRU 1100-EXIT
004740         VARYING NT-STREAM-SUB FROM 1 BY 1
004750         UNTIL NT-STREAM-SUB > 8.
004760     OPEN INPUT SuspFile.
004770     IF NT-SUSP-STATUS NOT = "00"
004780         DISPLAY "ROTNOTICE: *** REJSUSP OPEN FAILED, STATUS "
004790             NT-SUSP-STATUS
004800         MOVE "N" TO NT-FILES-OK-SWITCH
004810     END-IF.
004820     OPEN INPUT ReqFile.
004830     IF NT-REQ-STATUS NOT = "00"
004840         DISPLAY "ROTNOTICE: *** REQMAST OPEN FAILED, STATUS "
004850             NT-REQ-STATUS
004860         MOVE "N" TO NT-FILES-OK-SWITCH
004870     END-IF.
004880     IF NOT NT-FILES-OK
004890         MOVE 8 TO RETURN-CODE
004900         GO TO 1000-EXIT
004910     END-IF.
004920     MOVE "*DEFAULT" TO ReqKey.
004930     READ ReqFile INTO RequesterMaster
004940         INVALID KEY
004950             DISPLAY "ROTNOTICE: NO *DEFAULT ENTRY ON REQMAST, "
004960                 "UNROUTED NOTICES WILL BE HELD"
004970             GO TO 1000-EXIT
004980     END-READ.
004990     IF ReqBurstStream >= 1 AND ReqBurstStream <= 8
005000         MOVE ReqBurstStream TO NT-DEFAULT-STREAM
005010         MOVE ReqDeptName TO NT-DEFAULT-DEPT-NAME
005020         MOVE ReqContact TO NT-DEFAULT-CONTACT
005030     ELSE
005040         DISPLAY "ROTNOTICE: *DEFAULT BURST OUTPUT NOT 1-8, "
005050             "UNROUTED NOTICES WILL BE HELD"
005060     END-IF.
005070 1000-EXIT.
005080     EXIT.
005090
005100 1100-ZERO-ONE-STREAM.
005110     MOVE 0 TO NT-STREAM-NOTICES(NT-STREAM-SUB).
005120     MOVE 0 TO NT-STREAM-LINES(NT-STREAM-SUB).
005130 1100-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------*
005170* 2000-LOAD-ONE-ENTRY -- ONE SUSPENSE ENTRY, IN KEY (OLDEST-     *
005180* FIRST) ORDER. AN OUTSTANDING ENTRY IS AGED, TABLED, AND POSTED *
005190* TO ITS REQUESTER; ANYTHING ELSE IS ONLY COUNTED AS READ.       *
005200*----------------------------------------------------------------*
005210 2000-LOAD-ONE-ENTRY.
005220     READ SuspFile INTO RejectSuspense
005230         AT END
005240             SET NT-END-OF-SUSPENSE TO TRUE
005250     END-READ.
005260     IF NT-END-OF-SUSPENSE
005270         GO TO 2000-EXIT
005280     END-IF.
005290     ADD 1 TO NT-ENTRIES-READ.
005300     IF NOT SusOutstanding
005310         GO TO 2000-EXIT
005320     END-IF.
005330     ADD 1 TO NT-OUTSTANDING.
005340     IF NT-ENT-COUNT >= NT-ENT-LIMIT
005350         ADD 1 TO NT-LEFT-OVER
005360         GO TO 2000-EXIT
005370     END-IF.
005380     PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT.
005390     PERFORM 2200-FIND-REQUESTER THRU 2200-EXIT.
005391     IF NT-RQ-FOUND = 0
005392         ADD 1 TO NT-LEFT-OVER
005393         GO TO 2000-EXIT
005394     END-IF.
005400     ADD 1 TO NT-ENT-COUNT.
005410     MOVE SusRunDate TO NT-ENT-RUN-DATE(NT-ENT-COUNT).
005420     MOVE SusRecordNum TO NT-ENT-RECORD-NUM(NT-ENT-COUNT).
005430     MOVE SusRequester TO NT-ENT-REQUESTER(NT-ENT-COUNT).
005440     MOVE SusReasonFlags TO NT-ENT-FLAGS(NT-ENT-COUNT).
005450     MOVE NT-ENTRY-AGE TO NT-ENT-AGE(NT-ENT-COUNT).
005460     MOVE SusStringData TO NT-ENT-STRING-DATA(NT-ENT-COUNT).
005470     ADD 1 TO NT-RQ-REJECTS(NT-RQ-FOUND).
005480     ADD NT-ENTRY-AGE TO NT-RQ-AGE-TOTAL(NT-RQ-FOUND).
005490     IF NT-RQ-REJECTS(NT-RQ-FOUND) = 1
005500             OR NT-ENTRY-AGE > NT-RQ-OLDEST-AGE(NT-RQ-FOUND)
005510         MOVE NT-ENTRY-AGE TO NT-RQ-OLDEST-AGE(NT-RQ-FOUND)
005520         MOVE SusRunDate TO NT-RQ-OLDEST-DATE(NT-RQ-FOUND)
005530     END-IF.
005540 2000-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------------*
005580* 2100-COMPUTE-AGE -- DAYS FROM THE REJECT'S RUN DATE TO TODAY.  *
005590* A DAMAGED OR FUTURE DATE AGES AS ZERO RATHER THAN WRAPPING     *
005600* THE UNSIGNED SUBTRACTION.                                      *
005610*----------------------------------------------------------------*
005620 2100-COMPUTE-AGE.
005630     MOVE 0 TO NT-ENTRY-AGE.
005640     IF SusRunDate IS NOT NUMERIC
005650         GO TO 2100-EXIT
005660     END-IF.
005670     MOVE SusRunDate TO NT-DATE-WORK.
005680     PERFORM 2110-DATE-TO-DAYS THRU 2110-EXIT.
005690     MOVE NT-DAYS-RESULT TO NT-ENTRY-DAYS.
005700     IF NT-ENTRY-DAYS < NT-TODAY-DAYS
005710         COMPUTE NT-ENTRY-AGE = NT-TODAY-DAYS - NT-ENTRY-DAYS
005720     END-IF.
005730 2100-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------*
005770* 2110-DATE-TO-DAYS -- TURNS NT-DATE-WORK (YYYYMMDD) INTO A      *
005780* RUNNING DAY COUNT IN NT-DAYS-RESULT, THE SAME COUNT ROTAGING   *
005790* USES. ONLY DIFFERENCES OF TWO RESULTS ARE EVER USED.           *
005800*----------------------------------------------------------------*
005810 2110-DATE-TO-DAYS.
005820     COMPUTE NT-PRIOR-YEARS = NT-WORK-YYYY - 1.
005830     COMPUTE NT-DAYS-RESULT = NT-PRIOR-YEARS * 365.
005840     DIVIDE NT-PRIOR-YEARS BY 4 GIVING NT-LEAP-QUOT.
005850     ADD NT-LEAP-QUOT TO NT-DAYS-RESULT.
005860     DIVIDE NT-PRIOR-YEARS BY 100 GIVING NT-LEAP-QUOT.
005870     SUBTRACT NT-LEAP-QUOT FROM NT-DAYS-RESULT.
005880     DIVIDE NT-PRIOR-YEARS BY 400 GIVING NT-LEAP-QUOT.
005890     ADD NT-LEAP-QUOT TO NT-DAYS-RESULT.
005900     IF NT-WORK-MM >= 1 AND NT-WORK-MM <= 12
005910         ADD NT-DAYS-BEFORE-MONTH(NT-WORK-MM) TO NT-DAYS-RESULT
005920     END-IF.
005930     ADD NT-WORK-DD TO NT-DAYS-RESULT.
005940     IF NT-WORK-MM > 2
005950         DIVIDE NT-WORK-YYYY BY 4 GIVING NT-LEAP-QUOT
005960             REMAINDER NT-LEAP-REM-4
005970         DIVIDE NT-WORK-YYYY BY 100 GIVING NT-LEAP-QUOT
005980             REMAINDER NT-LEAP-REM-100
005990         DIVIDE NT-WORK-YYYY BY 400 GIVING NT-LEAP-QUOT
006000             REMAINDER NT-LEAP-REM-400
006010         IF NT-LEAP-REM-4 = 0
006020                 AND (NT-LEAP-REM-100 NOT = 0
006030                 OR NT-LEAP-REM-400 = 0)
006040             ADD 1 TO NT-DAYS-RESULT
006050         END-IF
006060     END-IF.
006070 2110-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------*
006110* 2200-FIND-REQUESTER -- THE REQUESTER'S TABLE ENTRY, ADDED ON   *
006120* ITS FIRST (OLDEST) REJECT. NT-RQ-FOUND IS LEFT 0 WHEN THE      *
006130* TABLE IS FULL.                                                 *
006140*----------------------------------------------------------------*
006150 2200-FIND-REQUESTER.
006160     MOVE 0 TO NT-RQ-FOUND.
006170     PERFORM 2210-MATCH-ONE-REQUESTER THRU 2210-EXIT
006180         VARYING NT-RQ-SUB FROM 1 BY 1
006190         UNTIL NT-RQ-SUB > NT-RQ-COUNT OR NT-RQ-FOUND > 0.
006200     IF NT-RQ-FOUND > 0 OR NT-RQ-COUNT >= NT-RQ-LIMIT
006210         GO TO 2200-EXIT
006220     END-IF.
006230     ADD 1 TO NT-RQ-COUNT.
006240     MOVE NT-RQ-COUNT TO NT-RQ-FOUND.
006250     MOVE SusRequester TO NT-RQ-CODE(NT-RQ-FOUND).
006260     MOVE 0 TO NT-RQ-REJECTS(NT-RQ-FOUND)
006270         NT-RQ-OLDEST-AGE(NT-RQ-FOUND)
006280         NT-RQ-AGE-TOTAL(NT-RQ-FOUND).
006290     MOVE 0 TO NT-RQ-OLDEST-DATE(NT-RQ-FOUND).
006300 2200-EXIT.
006310     EXIT.
006320
006330 2210-MATCH-ONE-REQUESTER.
006340     IF NT-RQ-CODE(NT-RQ-SUB) = SusRequester
006350         MOVE NT-RQ-SUB TO NT-RQ-FOUND
006360     END-IF.
006370 2210-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------*
006410* 3000-SEND-ONE-NOTICE -- ONE REQUESTER: ROUTE IT, WRITE THE     *
006420* HEADING, THEN A MARK LINE AND AN UPLOAD LINE FOR EACH OF ITS   *
006430* REJECTS, AND ITS SUMMARY LINE.                                 *
006440*----------------------------------------------------------------*
006450 3000-SEND-ONE-NOTICE.
006460     PERFORM 3100-ROUTE-REQUESTER THRU 3100-EXIT.
006470     COMPUTE NT-AVERAGE-AGE = NT-RQ-AGE-TOTAL(NT-RQ-SUB)
006480         / NT-RQ-REJECTS(NT-RQ-SUB).
006490     IF NT-RQ-CODE(NT-RQ-SUB) = SPACES
006500         MOVE "(NONE)" TO NT-DET-REQUESTER
006510     ELSE
006520         MOVE NT-RQ-CODE(NT-RQ-SUB) TO NT-DET-REQUESTER
006530     END-IF.
006540     MOVE NT-RQ-REJECTS(NT-RQ-SUB) TO NT-DET-REJECTS.
006550     MOVE NT-RQ-OLDEST-DATE(NT-RQ-SUB) TO NT-DET-OLDEST.
006560     MOVE NT-RQ-OLDEST-AGE(NT-RQ-SUB) TO NT-DET-OLDEST-AGE.
006570     MOVE NT-AVERAGE-AGE TO NT-DET-AVERAGE-AGE.
006580     IF NT-CURRENT-STREAM = 0
006590         ADD 1 TO NT-NOTICES-HELD
006600         ADD NT-RQ-REJECTS(NT-RQ-SUB) TO NT-REJECTS-HELD
006610         MOVE "HELD" TO NT-DET-SENT-TO
006620         MOVE "NO ROUTE AND NO *DEFAULT, NOTICE HELD"
006630             TO NT-DET-NOTE
006640         PERFORM 7900-WRITE-SUMMARY-LINE THRU 7900-EXIT
006650         GO TO 3000-EXIT
006660     END-IF.
006670     MOVE "NOTICE" TO NT-DET-SENT-TO.
006680     MOVE NT-CURRENT-STREAM TO NT-DET-SENT-TO(7:1).
006690     IF NT-ROUTE-NOTE = SPACES
006700         MOVE NT-CURRENT-DEPT-NAME TO NT-DET-NOTE
006710     ELSE
006720         MOVE NT-ROUTE-NOTE TO NT-DET-NOTE
006730     END-IF.
006740     PERFORM 7900-WRITE-SUMMARY-LINE THRU 7900-EXIT.
006750     ADD 1 TO NT-NOTICES-SENT.
006760     ADD 1 TO NT-STREAM-NOTICES(NT-CURRENT-STREAM).
006770     PERFORM 3200-WRITE-HEADING THRU 3200-EXIT.
006780     PERFORM 3300-WRITE-ONE-REJECT THRU 3300-EXIT
006790         VARYING NT-ENT-SUB FROM 1 BY 1
006800         UNTIL NT-ENT-SUB > NT-ENT-COUNT.
006810 3000-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------*
006850* 3100-ROUTE-REQUESTER -- AN ACTIVE REQMAST ENTRY WITH A BURST   *
006860* OUTPUT OF 1-8 ROUTES AND HEADS ITS OWN NOTICE. ANYTHING ELSE   *
006870* FALLS TO THE *DEFAULT OUTPUT UNDER THE *DEFAULT HEADING, WITH  *
006880* A NOTE SAYING WHY; WITH NO *DEFAULT THE STREAM STAYS 0.        *
006890*----------------------------------------------------------------*
006900 3100-ROUTE-REQUESTER.
006910     MOVE 0 TO NT-CURRENT-STREAM.
006920     MOVE SPACES TO NT-ROUTE-NOTE.
006930     IF NT-RQ-CODE(NT-RQ-SUB) = SPACES
006940         MOVE "NO REQUESTER GIVEN, SENT TO *DEFAULT"
006950             TO NT-ROUTE-NOTE
006960         GO TO 3150-USE-DEFAULT
006970     END-IF.
006980     IF NT-RQ-CODE(NT-RQ-SUB) = "*DEFAULT"
006990         MOVE "*DEFAULT IS RESERVED, SENT TO *DEFAULT"
007000             TO NT-ROUTE-NOTE
007010         GO TO 3150-USE-DEFAULT
007020     END-IF.
007030     MOVE NT-RQ-CODE(NT-RQ-SUB) TO ReqKey.
007040     READ ReqFile INTO RequesterMaster
007050         INVALID KEY
007060             MOVE "NOT ON REQMAST, SENT TO *DEFAULT"
007070                 TO NT-ROUTE-NOTE
007080             GO TO 3150-USE-DEFAULT
007090     END-READ.
007100     IF ReqInactive
007110         MOVE "INACTIVE ON REQMAST, SENT TO *DEFAULT"
007120             TO NT-ROUTE-NOTE
007130         GO TO 3150-USE-DEFAULT
007140     END-IF.
007150     IF ReqBurstStream < 1 OR ReqBurstStream > 8
007160         MOVE "BURST OUTPUT NOT 1-8, SENT TO *DEFAULT"
007170             TO NT-ROUTE-NOTE
007180         GO TO 3150-USE-DEFAULT
007190     END-IF.
007200     MOVE ReqBurstStream TO NT-CURRENT-STREAM.
007210     MOVE ReqDeptName TO NT-CURRENT-DEPT-NAME.
007220     MOVE ReqContact TO NT-CURRENT-CONTACT.
007230     GO TO 3100-EXIT.
007240 3150-USE-DEFAULT.
007250     MOVE NT-DEFAULT-STREAM TO NT-CURRENT-STREAM.
007260     MOVE NT-DEFAULT-DEPT-NAME TO NT-CURRENT-DEPT-NAME.
007270     MOVE NT-DEFAULT-CONTACT TO NT-CURRENT-CONTACT.
007280 3100-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------------*
007320* 3200-WRITE-HEADING -- THE NOTICE'S HEADING: REQUESTER,         *
007330* DEPARTMENT, CONTACT, COUNT AND OLDEST, AND HOW TO RESUBMIT.    *
007340*----------------------------------------------------------------*
007350 3200-WRITE-HEADING.
007360     MOVE NT-NOTICE-RULE-LINE TO NT-OUT-LINE.
007370     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
007380     MOVE NT-NOTICE-TITLE-LINE TO NT-OUT-LINE.
007390     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
007400     MOVE "REQUESTER:" TO NT-LBL-LABEL.
007410     MOVE NT-DET-REQUESTER TO NT-LBL-VALUE.
007420     MOVE NT-NOTICE-LABEL-LINE TO NT-OUT-LINE.
007430     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
007440     MOVE "DEPARTMENT:" TO NT-LBL-LABEL.
007450     MOVE NT-CURRENT-DEPT-NAME TO NT-LBL-VALUE.
007460     MOVE NT-NOTICE-LABEL-LINE TO NT-OUT-LINE.
007470     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
007480     MOVE "CONTACT:" TO NT-LBL-LABEL.
007490     MOVE NT-CURRENT-CONTACT TO NT-LBL-VALUE.
007500     MOVE NT-NOTICE-LABEL-LINE TO NT-OUT-LINE.
007510     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
007520     IF NT-ROUTE-NOTE NOT = SPACES
007530         MOVE "ROUTING:" TO NT-LBL-LABEL
007540         MOVE NT-ROUTE-NOTE TO NT-LBL-VALUE
007550         MOVE NT-NOTICE-LABEL-LINE TO NT-OUT-LINE
007560         PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT
007570     END-IF.
007580     MOVE NT-RQ-REJECTS(NT-RQ-SUB) TO NT-CNT-REJECTS.
007590     MOVE NT-RQ-OLDEST-DATE(NT-RQ-SUB) TO NT-CNT-OLDEST.
007600     MOVE NT-RQ-OLDEST-AGE(NT-RQ-SUB) TO NT-CNT-AGE.
007610     MOVE NT-NOTICE-COUNT-LINE TO NT-OUT-LINE.
007620     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
007630     PERFORM 3210-WRITE-HELP-LINE THRU 3210-EXIT
007640         VARYING NT-HELP-SUB FROM 1 BY 1
007650         UNTIL NT-HELP-SUB > 4.
007660     MOVE NT-NOTICE-RULE-LINE TO NT-OUT-LINE.
007670     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
007680 3200-EXIT.
007690     EXIT.
007700
007710 3210-WRITE-HELP-LINE.
007720     MOVE NT-NOTICE-HELP-LINE(NT-HELP-SUB) TO NT-OUT-LINE.
007730     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
007740 3210-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------*
007780* 3300-WRITE-ONE-REJECT -- FOR A TABLE ENTRY OF THIS REQUESTER,  *
007790* THE MARK LINE NAMING WHAT FAILED, THEN THE UPLOAD LINE.        *
007800*----------------------------------------------------------------*
007810 3300-WRITE-ONE-REJECT.
007820     IF NT-ENT-REQUESTER(NT-ENT-SUB) NOT = NT-RQ-CODE(NT-RQ-SUB)
007830         GO TO 3300-EXIT
007840     END-IF.
007850     MOVE NT-ENT-STRING-DATA(NT-ENT-SUB) TO StringsSetup.
007860     MOVE NT-ENT-FLAGS(NT-ENT-SUB) TO SusReasonFlags.
007870     PERFORM 3400-BUILD-FIXES THRU 3400-EXIT.
007880     MOVE NT-ENT-RUN-DATE(NT-ENT-SUB) TO NT-MRK-RUN-DATE.
007890     MOVE NT-ENT-RECORD-NUM(NT-ENT-SUB) TO NT-MRK-RECORD-NUM.
007900     MOVE NT-ENT-AGE(NT-ENT-SUB) TO NT-MRK-AGE.
007910     IF RequestId = SPACES
007920         MOVE "(NONE)" TO NT-MRK-REQUEST-ID
007930     ELSE
007940         MOVE RequestId TO NT-MRK-REQUEST-ID
007950     END-IF.
007960     MOVE NT-FIXES TO NT-MRK-FIXES.
007970     MOVE NT-MARK-LINE TO NT-OUT-LINE.
007980     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
007990     PERFORM 3500-BUILD-UPLOAD-LINE THRU 3500-EXIT.
008000     PERFORM 7000-WRITE-TO-STREAM THRU 7000-EXIT.
008010     ADD 1 TO NT-REJECTS-SENT.
008020 3300-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------*
008060* 3400-BUILD-FIXES -- ONE PHRASE PER FAILED FIELD, FROM THE      *
008070* REASON FLAGS, PLUS ANY VALUE THAT WOULD SPLIT ON A COMMA OR    *
008080* TAB. A FLAGGED TRIPLE FIELD IS EITHER EMPTY OR FULL WIDTH --   *
008090* THE ONLY TWO THINGS ROTATETEXT'S CONTENT CHECK FAILS, AND A    *
008100* FULL-WIDTH VALUE IS TAKEN AS CUT OFF.                          *
008110*----------------------------------------------------------------*
008120 3400-BUILD-FIXES.
008130     MOVE SPACES TO NT-FIXES.
008140     MOVE 1 TO NT-FIX-PTR.
008150     MOVE ValOne TO NT-PIECE.
008160     MOVE "VALONE" TO NT-PIECE-NAME.
008170     MOVE SusOneFlag TO NT-PIECE-FLAG.
008180     PERFORM 3410-MARK-ONE-FIELD THRU 3410-EXIT.
008190     MOVE ValTwo TO NT-PIECE.
008200     MOVE "VALTWO" TO NT-PIECE-NAME.
008210     MOVE SusTwoFlag TO NT-PIECE-FLAG.
008220     PERFORM 3410-MARK-ONE-FIELD THRU 3410-EXIT.
008230     MOVE ValThree TO NT-PIECE.
008240     MOVE "VALTHREE" TO NT-PIECE-NAME.
008250     MOVE SusThreeFlag TO NT-PIECE-FLAG.
008260     PERFORM 3410-MARK-ONE-FIELD THRU 3410-EXIT.
008270     IF SusReqtrFlag = "Y"
008280         STRING " REQUESTER NOT AN ACTIVE CODE;" DELIMITED BY SIZE
008290             INTO NT-FIXES WITH POINTER NT-FIX-PTR
008300         END-STRING
008310     END-IF.
008320     IF NT-FIX-PTR = 1
008330         MOVE " NO FIELD FLAGGED, CALL OPS" TO NT-FIXES
008340     END-IF.
008350 3400-EXIT.
008360     EXIT.
008370
008380 3410-MARK-ONE-FIELD.
008390     PERFORM 7100-MEASURE-PIECE THRU 7100-EXIT.
008400     IF NT-PIECE-FLAG = "Y"
008410         ADD 1 TO NT-VALUES-MARKED
008420         IF NT-PIECE-LEN = 0
008430             STRING " " DELIMITED BY SIZE
008440                 NT-PIECE-NAME DELIMITED BY SPACE
008450                 " EMPTY;" DELIMITED BY SIZE
008460                 INTO NT-FIXES WITH POINTER NT-FIX-PTR
008470             END-STRING
008480         ELSE
008490             STRING " " DELIMITED BY SIZE
008500                 NT-PIECE-NAME DELIMITED BY SPACE
008510                 " TOO LONG, SHORTEN IT;" DELIMITED BY SIZE
008520                 INTO NT-FIXES WITH POINTER NT-FIX-PTR
008530             END-STRING
008540         END-IF
008550     END-IF.
008560     MOVE 0 TO NT-DELIM-COUNT.
008570     INSPECT NT-PIECE TALLYING NT-DELIM-COUNT
008580         FOR ALL "," ALL NT-TAB-CHAR.
008590     IF NT-DELIM-COUNT > 0
008600         ADD 1 TO NT-VALUES-MARKED
008610         STRING " " DELIMITED BY SIZE
008620             NT-PIECE-NAME DELIMITED BY SPACE
008630             " HAS A COMMA OR TAB;" DELIMITED BY SIZE
008640             INTO NT-FIXES WITH POINTER NT-FIX-PTR
008650         END-STRING
008660     END-IF.
008670 3410-EXIT.
008680     EXIT.
008690
008700*----------------------------------------------------------------*
008710* 3500-BUILD-UPLOAD-LINE -- VALONE,VALTWO,VALTHREE,REQUESTER,    *
008720* PRIORITY, EACH WITHOUT ITS TRAILING BLANKS. AN EMPTY VALUE     *
008730* STAYS AN EMPTY COLUMN SO THE REST KEEP THEIR PLACES.           *
008740*----------------------------------------------------------------*
008750 3500-BUILD-UPLOAD-LINE.
008760     MOVE SPACES TO NT-OUT-LINE.
008770     MOVE 1 TO NT-OUT-PTR.
008780     MOVE ValOne TO NT-PIECE.
008790     PERFORM 3510-APPEND-PIECE THRU 3510-EXIT.
008800     STRING "," DELIMITED BY SIZE
008810         INTO NT-OUT-LINE WITH POINTER NT-OUT-PTR
008820     END-STRING.
008830     MOVE ValTwo TO NT-PIECE.
008840     PERFORM 3510-APPEND-PIECE THRU 3510-EXIT.
008850     STRING "," DELIMITED BY SIZE
008860         INTO NT-OUT-LINE WITH POINTER NT-OUT-PTR
008870     END-STRING.
008880     MOVE ValThree TO NT-PIECE.
008890     PERFORM 3510-APPEND-PIECE THRU 3510-EXIT.
008900     STRING "," DELIMITED BY SIZE
008910         INTO NT-OUT-LINE WITH POINTER NT-OUT-PTR
008920     END-STRING.
008930     MOVE Requester TO NT-PIECE.
008940     PERFORM 3510-APPEND-PIECE THRU 3510-EXIT.
008950     STRING "," DELIMITED BY SIZE
008960         INTO NT-OUT-LINE WITH POINTER NT-OUT-PTR
008970     END-STRING.
008980     MOVE PriorityCode TO NT-PIECE.
008990     PERFORM 3510-APPEND-PIECE THRU 3510-EXIT.
009000 3500-EXIT.
009010     EXIT.
009020
009030 3510-APPEND-PIECE.
009040     PERFORM 7100-MEASURE-PIECE THRU 7100-EXIT.
009050     IF NT-PIECE-LEN > 0
009060         STRING NT-PIECE(1:NT-PIECE-LEN) DELIMITED BY SIZE
009070             INTO NT-OUT-LINE WITH POINTER NT-OUT-PTR
009080         END-STRING
009090     END-IF.
009100 3510-EXIT.
009110     EXIT.
009120
009130*----------------------------------------------------------------*
009140* 7000-WRITE-TO-STREAM -- WRITES NT-OUT-LINE TO THE CURRENT      *
009150* NOTICE OUTPUT.                                                 *
009160*----------------------------------------------------------------*
009170 7000-WRITE-TO-STREAM.
009180     EVALUATE NT-CURRENT-STREAM
009190         WHEN 1
009200             WRITE NoticeRecord1 FROM NT-OUT-LINE
009210         WHEN 2
009220             WRITE NoticeRecord2 FROM NT-OUT-LINE
009230         WHEN 3
009240             WRITE NoticeRecord3 FROM NT-OUT-LINE
009250         WHEN 4
009260             WRITE NoticeRecord4 FROM NT-OUT-LINE
009270         WHEN 5
009280             WRITE NoticeRecord5 FROM NT-OUT-LINE
009290         WHEN 6
009300             WRITE NoticeRecord6 FROM NT-OUT-LINE
009310         WHEN 7
009320             WRITE NoticeRecord7 FROM NT-OUT-LINE
009330         WHEN 8
009340             WRITE NoticeRecord8 FROM NT-OUT-LINE
009350     END-EVALUATE.
009360     IF NT-OUT-STATUS NOT = "00"
009370         DISPLAY "ROTNOTICE: *** WRITE TO NOTICE"
009380             NT-CURRENT-STREAM
009390             " FAILED, STATUS " NT-OUT-STATUS
009400     END-IF.
009410     ADD 1 TO NT-STREAM-LINES(NT-CURRENT-STREAM).
009420 7000-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------------*
009460* 7100-MEASURE-PIECE -- TRAILING NON-BLANK LENGTH OF NT-PIECE.   *
009470*----------------------------------------------------------------*
009480 7100-MEASURE-PIECE.
009490     MOVE 100 TO NT-PIECE-LEN.
009500     PERFORM 7110-BACK-UP-ONE THRU 7110-EXIT
009510         UNTIL NT-PIECE-LEN = 0
009520         OR NT-PIECE(NT-PIECE-LEN:1) NOT = SPACE.
009530 7100-EXIT.
009540     EXIT.
009550
009560 7110-BACK-UP-ONE.
009570     SUBTRACT 1 FROM NT-PIECE-LEN.
009580 7110-EXIT.
009590     EXIT.
009600
009610*----------------------------------------------------------------*
009620* 7900-WRITE-SUMMARY-LINE -- ONE REQUESTER'S SUMMARY LINE.       *
009630*----------------------------------------------------------------*
009640 7900-WRITE-SUMMARY-LINE.
009650     WRITE RprtRecord FROM NT-RPRT-DETAIL-LINE.
009660     IF NT-RPRT-STATUS NOT = "00"
009670         DISPLAY "ROTNOTICE: *** WRITE TO NOTCRPT FAILED, "
009680             "STATUS " NT-RPRT-STATUS
009690     END-IF.
009700 7900-EXIT.
009710     EXIT.
009720
009730*----------------------------------------------------------------*
009740* 8000-FINALIZE -- PER-OUTPUT COUNTS, CONTROL TOTALS, RETURN     *
009750* CODE AND CLOSE.                                                *
009760*----------------------------------------------------------------*
009770 8000-FINALIZE.
009780     PERFORM 8100-WRITE-STREAM-LINE THRU 8100-EXIT
009790         VARYING NT-STREAM-SUB FROM 1 BY 1
009800         UNTIL NT-STREAM-SUB > 8.
009810     MOVE "TOTAL ENTRIES READ......" TO NT-RPRT-TOT-LABEL.
009820     MOVE NT-ENTRIES-READ TO NT-RPRT-TOT-VALUE.
009830     WRITE RprtRecord FROM NT-RPRT-TOTALS-LINE.
009840     MOVE "TOTAL OUTSTANDING......." TO NT-RPRT-TOT-LABEL.
009850     MOVE NT-OUTSTANDING TO NT-RPRT-TOT-VALUE.
009860     WRITE RprtRecord FROM NT-RPRT-TOTALS-LINE.
009870     MOVE "TOTAL NOTICES SENT......" TO NT-RPRT-TOT-LABEL.
009880     MOVE NT-NOTICES-SENT TO NT-RPRT-TOT-VALUE.
009890     WRITE RprtRecord FROM NT-RPRT-TOTALS-LINE.
009900     MOVE "TOTAL REJECTS SENT......" TO NT-RPRT-TOT-LABEL.
009910     MOVE NT-REJECTS-SENT TO NT-RPRT-TOT-VALUE.
009920     WRITE RprtRecord FROM NT-RPRT-TOTALS-LINE.
009930     MOVE "TOTAL FIELDS MARKED....." TO NT-RPRT-TOT-LABEL.
009940     MOVE NT-VALUES-MARKED TO NT-RPRT-TOT-VALUE.
009950     WRITE RprtRecord FROM NT-RPRT-TOTALS-LINE.
009960     MOVE "TOTAL NOTICES HELD......" TO NT-RPRT-TOT-LABEL.
009970     MOVE NT-NOTICES-HELD TO NT-RPRT-TOT-VALUE.
009980     WRITE RprtRecord FROM NT-RPRT-TOTALS-LINE.
009990     MOVE "TOTAL REJECTS HELD......" TO NT-RPRT-TOT-LABEL.
010000     MOVE NT-REJECTS-HELD TO NT-RPRT-TOT-VALUE.
010010     WRITE RprtRecord FROM NT-RPRT-TOTALS-LINE.
010020     MOVE "TOTAL LEFT, TABLE FULL.." TO NT-RPRT-TOT-LABEL.
010030     MOVE NT-LEFT-OVER TO NT-RPRT-TOT-VALUE.
010040     WRITE RprtRecord FROM NT-RPRT-TOTALS-LINE.
010050     IF NT-FILES-OK
010060             AND (NT-NOTICES-HELD > 0 OR NT-LEFT-OVER > 0)
010070         MOVE 4 TO RETURN-CODE
010080     END-IF.
010090     CLOSE NoticeFile1 NoticeFile2 NoticeFile3 NoticeFile4
010100         NoticeFile5 NoticeFile6 NoticeFile7 NoticeFile8.
010110     CLOSE RprtFile.
010120     IF NT-SUSP-STATUS = "00" OR NT-SUSP-STATUS = "10"
010130         CLOSE SuspFile
010140     END-IF.
010150     IF NT-REQ-STATUS = "00" OR NT-REQ-STATUS = "23"
010160         CLOSE ReqFile
010170     END-IF.
010180     DISPLAY "ROTNOTICE: OUTSTANDING....: " NT-OUTSTANDING.
010190     DISPLAY "ROTNOTICE: NOTICES SENT...: " NT-NOTICES-SENT.
010200     DISPLAY "ROTNOTICE: REJECTS SENT...: " NT-REJECTS-SENT.
010210     DISPLAY "ROTNOTICE: NOTICES HELD...: " NT-NOTICES-HELD.
010220     DISPLAY "ROTNOTICE: LEFT, TABLE FULL: " NT-LEFT-OVER.
010230 8000-EXIT.
010240     EXIT.
010250
010260 8100-WRITE-STREAM-LINE.
010270     MOVE NT-STREAM-SUB TO NT-RPRT-STREAM-NUM.
010280     MOVE NT-STREAM-NOTICES(NT-STREAM-SUB)
010290         TO NT-RPRT-STREAM-NOTICES.
010300     MOVE NT-STREAM-LINES(NT-STREAM-SUB) TO NT-RPRT-STREAM-LINES.
010310     WRITE RprtRecord FROM NT-RPRT-STREAM-LINE.
010320 8100-EXIT.
010330     EXIT.
010340
010350 9999-EXIT.
010360     STOP RUN.
