000010*----------------------------------------------------------------*
000020* ROTINTEG
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* WEEKLY CROSS-FILE INTEGRITY AUDIT. EACH OF THE ROTATION FILES
000100* IS CHECKED ONLY BY THE PROGRAM THAT WRITES IT, SO DRIFT BETWEEN
000110* THEM USED TO SURFACE AT MONTH-END. THIS PROGRAM READS ALL FIVE
000120* -- RQMASTER, REJSUSP, ROTHIST, REQHIST AND REQMAST -- AND LISTS
000130* EVERY INCONSISTENCY, ONE SECTION PER CATEGORY:
000140*   1  ORPHANED STATUSES: RQMASTER ENTRIES LEFT VALIDATED (A RUN
000150*      THAT DIED BETWEEN VALIDATION AND ROTATION) OR CARRYING A
000160*      STATUS BYTE NO PROGRAM WRITES.
000170*   2  SUSPENSE/MASTER DISAGREEMENTS: AN OUTSTANDING REJSUSP ENTRY
000180*      WHOSE REQUEST IS NOT REJECTED (OR NOT CANCELLED) ON
000190*      RQMASTER, OR IS NOT ON RQMASTER AT ALL; ALSO AN ENTRY IN
000200*      NEITHER SUSPENSE STATUS.
000210*   3  REQHIST VS ROTHIST BY RUN DATE: THE PER-REQUESTER RECORDS,
000220*      LINES AND EXCEPTIONS MUST ADD UP TO THE RUN TOTALS
000230*      (RECORDS = VALID + EXCEPTIONS). ROTATETEXTV WRITES NO
000240*      REQHIST AND ITS ROTHIST RECORDS ARE LEFT OUT; RUN DATES
000250*      BEFORE THE FIRST REQHIST RECORD ARE NOT COMPARED.
000260*   4  REQHIST REQUESTERS MISSING FROM REQMAST, ONCE EACH.
000270*   5  HELD REQUESTS WHOSE REQUESTER IS INACTIVE (OR GONE) ON
000280*      REQMAST -- NOBODY IS LEFT TO RELEASE THEM.
000290* NOTHING IS CHANGED: EVERY FILE IS OPENED INPUT.
000300*
000310* RETURN CODES: 4 IF ANY INCONSISTENCY IS LISTED, SO THE
000320* SCHEDULER FLAGS THE RUN; 8 IF A FILE COULD NOT BE OPENED AND
000330* THE CATEGORIES NEEDING IT WERE NOT CHECKED.
000340*
000350* MOD-HISTORY:
000360*   2026-10-14 JRM  ORIGINAL VERSION.
000370*----------------------------------------------------------------*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ROTINTEG.
000400 AUTHOR. J. MARPLE.
000410 INSTALLATION. KU PROGRAMMING CLUB.
000420 DATE-WRITTEN. 2026-10-14.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT RqmFile ASSIGN TO "RQMASTER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS RqmKey
000520         FILE STATUS IS IG-RQM-STATUS.
000530
000540     SELECT SuspFile ASSIGN TO "REJSUSP"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS SuspKey
000580         FILE STATUS IS IG-SUSP-STATUS.
000590
000600     SELECT HistFile ASSIGN TO "ROTHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS IG-HIST-STATUS.
000630
000640     SELECT RqhFile ASSIGN TO "REQHIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS IG-RQH-STATUS.
000670
000680     SELECT ReqFile ASSIGN TO "REQMAST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS ReqKey
000720         FILE STATUS IS IG-REQ-STATUS.
000730
000740     SELECT RprtFile ASSIGN TO "INTEGRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS IG-RPRT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RqmFile.
000810 01  RqmRecord.
000820     02  RqmKey                      PIC X(08).
000830     02  FILLER                      PIC X(152).
000840
000850 FD  SuspFile.
000860 01  SuspRecord.
000870     02  SuspKey                     PIC X(15).
000880     02  FILLER                      PIC X(185).
000890
000900 FD  HistFile
000910     RECORDING MODE IS F.
000920 01  HistRecord                      PIC X(74).
000930
000940 FD  RqhFile
000950     RECORDING MODE IS F.
000960 01  RqhRecord                       PIC X(47).
000970
000980 FD  ReqFile.
000990 01  ReqRecord.
001000     02  ReqKey                      PIC X(08).
001010     02  FILLER                      PIC X(72).
001020
001030 FD  RprtFile
001040     RECORDING MODE IS F.
001050 01  RprtRecord                      PIC X(132).
001060
001070 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------*
001090* THE RECORD LAYOUTS OF THE FIVE FILES AUDITED. THE SUSPENSE
001100* ENTRY'S STRING DATA IS A STRIN RECORD, WHOSE REQUESTID NAMES
001110* THE MASTER ENTRY IT BELONGS TO.
001120*----------------------------------------------------------------*
001130     COPY RQMASTER.
001140
001150     COPY RTSUSP.
001160
001170     COPY RTHIST.
001180
001190     COPY RQHIST.
001200
001210     COPY REQMAST.
001220
001230     COPY STRSETUP.
001240
001250*----------------------------------------------------------------*
001260* FILE STATUS AND END-OF-FILE SWITCHES.
001270*----------------------------------------------------------------*
001280 01  IG-FILE-STATUSES.
001290     02  IG-RQM-STATUS               PIC X(02) VALUE SPACES.
001300     02  IG-SUSP-STATUS              PIC X(02) VALUE SPACES.
001310     02  IG-HIST-STATUS              PIC X(02) VALUE SPACES.
001320     02  IG-RQH-STATUS               PIC X(02) VALUE SPACES.
001330     02  IG-REQ-STATUS               PIC X(02) VALUE SPACES.
001340     02  IG-RPRT-STATUS              PIC X(02) VALUE SPACES.
001350
001360 01  IG-RQM-EOF-SWITCH               PIC X(01) VALUE "N".
001370     88  IG-END-OF-MASTER                       VALUE "Y".
001380
001390 01  IG-SUSP-EOF-SWITCH              PIC X(01) VALUE "N".
001400     88  IG-END-OF-SUSPENSE                     VALUE "Y".
001410
001420 01  IG-HIST-EOF-SWITCH              PIC X(01) VALUE "N".
001430     88  IG-END-OF-HISTORY                      VALUE "Y".
001440
001450 01  IG-RQH-EOF-SWITCH               PIC X(01) VALUE "N".
001460     88  IG-END-OF-RQH                          VALUE "Y".
001470
001480*----------------------------------------------------------------*
001490* ONE SWITCH PER FILE THAT OPENED. A CATEGORY WHOSE FILES ARE
001500* NOT ALL AVAILABLE IS REPORTED AS NOT CHECKED.
001510*----------------------------------------------------------------*
001520 01  IG-RQM-AVAILABLE-SWITCH         PIC X(01) VALUE "N".
001530     88  IG-RQM-AVAILABLE                       VALUE "Y".
001540
001550 01  IG-SUSP-AVAILABLE-SWITCH        PIC X(01) VALUE "N".
001560     88  IG-SUSP-AVAILABLE                      VALUE "Y".
001570
001580 01  IG-HIST-AVAILABLE-SWITCH        PIC X(01) VALUE "N".
001590     88  IG-HIST-AVAILABLE                      VALUE "Y".
001600
001610 01  IG-RQH-AVAILABLE-SWITCH         PIC X(01) VALUE "N".
001620     88  IG-RQH-AVAILABLE                       VALUE "Y".
001630
001640 01  IG-REQ-AVAILABLE-SWITCH         PIC X(01) VALUE "N".
001650     88  IG-REQ-AVAILABLE                       VALUE "Y".
001660
001670*----------------------------------------------------------------*
001680* RUN-DATE TOTALS FROM BOTH HISTORY FILES, ONE ENTRY PER RUN
001690* DATE, FILLED IN THE ORDER THE DATES ARE FIRST SEEN. A DATE PAST
001700* THE LIMIT IS COUNTED AND ANNOUNCED -- MONTHLY ARCHIVING KEEPS
001710* THE LIVE HISTORY FAR SHORTER THAN THIS.
001720*----------------------------------------------------------------*
001730 01  IG-DATE-LIMIT                   PIC 9(04) COMP VALUE 1000.
001740 01  IG-DATE-COUNT                   PIC 9(04) COMP VALUE 0.
001750 01  IG-DATE-SUB                     PIC 9(04) COMP VALUE 0.
001760 01  IG-DATE-HIT-SUB                 PIC 9(04) COMP VALUE 0.
001770 01  IG-DATE-LOOKUP                  PIC 9(08) VALUE 0.
001780 01  IG-DATE-TABLE.
001790     02  IG-DATE-ENTRY OCCURS 1000 TIMES.
001800         03  IG-DT-RUN-DATE          PIC 9(08).
001810         03  IG-DT-HIST-SWITCH       PIC X(01).
001820             88  IG-DT-ON-HISTORY               VALUE "Y".
001830         03  IG-DT-RQH-SWITCH        PIC X(01).
001840             88  IG-DT-ON-RQH                   VALUE "Y".
001850         03  IG-DT-HIST-RECORDS      PIC 9(09) COMP.
001860         03  IG-DT-HIST-LINES        PIC 9(11) COMP.
001870         03  IG-DT-HIST-EXC          PIC 9(09) COMP.
001880         03  IG-DT-RQH-RECORDS       PIC 9(09) COMP.
001890         03  IG-DT-RQH-LINES         PIC 9(11) COMP.
001900         03  IG-DT-RQH-EXC           PIC 9(09) COMP.
001910
001920 01  IG-FIRST-RQH-DATE               PIC 9(08) VALUE 99999999.
001930
001940*----------------------------------------------------------------*
001950* DISTINCT NON-BLANK REQUESTERS SEEN ON REQHIST, EACH LOOKED UP
001960* ON REQMAST ONCE.
001970*----------------------------------------------------------------*
001980 01  IG-RQTR-LIMIT                   PIC 9(04) COMP VALUE 2000.
001990 01  IG-RQTR-COUNT                   PIC 9(04) COMP VALUE 0.
002000 01  IG-RQTR-SUB                     PIC 9(04) COMP VALUE 0.
002010 01  IG-RQTR-HIT-SUB                 PIC 9(04) COMP VALUE 0.
002020 01  IG-RQTR-TABLE.
002030     02  IG-RQTR-ENTRY OCCURS 2000 TIMES.
002040         03  IG-RT-REQUESTER         PIC X(08).
002050
002060*----------------------------------------------------------------*
002070* RUN CONTROL TOTALS.
002080*----------------------------------------------------------------*
002090 01  IG-RUN-COUNTERS.
002100     02  IG-RQM-READ                PIC 9(07) COMP VALUE 0.
002110     02  IG-SUSP-READ               PIC 9(07) COMP VALUE 0.
002120     02  IG-HIST-READ               PIC 9(07) COMP VALUE 0.
002130     02  IG-HIST-SKIPPED            PIC 9(07) COMP VALUE 0.
002140     02  IG-RQH-READ                PIC 9(07) COMP VALUE 0.
002150     02  IG-DATES-COMPARED          PIC 9(07) COMP VALUE 0.
002160     02  IG-DATES-BEFORE-RQH        PIC 9(07) COMP VALUE 0.
002170     02  IG-TABLE-OVERFLOW          PIC 9(07) COMP VALUE 0.
002180     02  IG-FOUND-ORPHANED          PIC 9(07) COMP VALUE 0.
002190     02  IG-FOUND-SUSPENSE          PIC 9(07) COMP VALUE 0.
002200     02  IG-FOUND-TOTALS            PIC 9(07) COMP VALUE 0.
002210     02  IG-FOUND-REQUESTER         PIC 9(07) COMP VALUE 0.
002220     02  IG-FOUND-HELD              PIC 9(07) COMP VALUE 0.
002230     02  IG-FOUND-ALL               PIC 9(07) COMP VALUE 0.
002240
002250 01  IG-NOT-CHECKED-SWITCH           PIC X(01) VALUE "N".
002260     88  IG-SOMETHING-NOT-CHECKED               VALUE "Y".
002270
002280*----------------------------------------------------------------*
002290* RUN IDENTIFICATION FOR THE REPORT HEADER.
002300*----------------------------------------------------------------*
002310 01  IG-RUN-IDENTIFICATION.
002320     02  IG-RUN-DATE                 PIC 9(08).
002330     02  IG-RUN-DATE-X REDEFINES IG-RUN-DATE.
002340         03  IG-RUN-YYYY             PIC 9(04).
002350         03  IG-RUN-MM               PIC 9(02).
002360         03  IG-RUN-DD               PIC 9(02).
002370
002380*----------------------------------------------------------------*
002390* REPORT LINE LAYOUTS.
002400*----------------------------------------------------------------*
002410 01  IG-RPRT-HEADER-LINE.
002420     02  FILLER                      PIC X(01) VALUE SPACES.
002430     02  FILLER                      PIC X(30) VALUE
002440         "ROTINTEG INTEGRITY AUDIT     ".
002450     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
002460     02  IG-RPRT-HDR-YYYY            PIC 9(04).
002470     02  FILLER                      PIC X(01) VALUE "-".
002480     02  IG-RPRT-HDR-MM              PIC 9(02).
002490     02  FILLER                      PIC X(01) VALUE "-".
002500     02  IG-RPRT-HDR-DD              PIC 9(02).
002510
002520 01  IG-RPRT-SECTION-LINE.
002530     02  FILLER                      PIC X(01) VALUE SPACES.
002540     02  FILLER                      PIC X(09) VALUE "CATEGORY ".
002550     02  IG-RPRT-SEC-NUMBER          PIC 9(01).
002560     02  FILLER                      PIC X(04) VALUE " -- ".
002570     02  IG-RPRT-SEC-TITLE           PIC X(50).
002580
002590 01  IG-RPRT-MESSAGE-LINE.
002600     02  FILLER                      PIC X(03) VALUE SPACES.
002610     02  IG-RPRT-MESSAGE             PIC X(80).
002620
002630*----------------------------------------------------------------*
002640* THE DETAIL LINE FOR CATEGORIES 1, 2, 4 AND 5. KEY IS THE
002650* REQUEST ID (CATEGORY 2: SUSPENSE RUN DATE AND RECORD NUMBER);
002660* OWNER IS THE SUBMITTER OR REQUESTER.
002670*----------------------------------------------------------------*
002680 01  IG-RPRT-DETAIL-LINE.
002690     02  FILLER                      PIC X(03) VALUE SPACES.
002700     02  IG-RPRT-D-KEY               PIC X(16).
002710     02  FILLER                      PIC X(02) VALUE SPACES.
002720     02  IG-RPRT-D-OWNER             PIC X(08).
002730     02  FILLER                      PIC X(02) VALUE SPACES.
002740     02  IG-RPRT-D-STATUS            PIC X(12).
002750     02  FILLER                      PIC X(02) VALUE SPACES.
002760     02  IG-RPRT-D-NOTE              PIC X(50).
002770
002780 01  IG-SUSP-KEY-IMAGE.
002790     02  IG-SK-RUN-DATE              PIC 9(08).
002800     02  FILLER                      PIC X(01) VALUE "/".
002810     02  IG-SK-RECORD-NUM            PIC 9(07).
002820
002830*----------------------------------------------------------------*
002840* THE CATEGORY 3 LINES: ONE RUN DATE, THE ROTHIST TOTALS, THE
002850* REQHIST SUMS, AND WHY THEY DISAGREE.
002860*----------------------------------------------------------------*
002870 01  IG-RPRT-CMP-HEAD-LINE.
002880     02  FILLER                      PIC X(40) VALUE
002890         "   RUN DATE  FILE        RECORDS        ".
002900     02  FILLER                      PIC X(40) VALUE
002910         "LINES EXCEPTIONS".
002920
002930 01  IG-RPRT-CMP-LINE.
002940     02  FILLER                      PIC X(03) VALUE SPACES.
002950     02  IG-RPRT-C-DATE              PIC X(08).
002960     02  FILLER                      PIC X(02) VALUE SPACES.
002970     02  IG-RPRT-C-FILE              PIC X(08).
002980     02  FILLER                      PIC X(02) VALUE SPACES.
002990     02  IG-RPRT-C-RECORDS           PIC ZZZZZZZZ9.
003000     02  FILLER                      PIC X(02) VALUE SPACES.
003010     02  IG-RPRT-C-LINES             PIC ZZZZZZZZZZ9.
003020     02  FILLER                      PIC X(02) VALUE SPACES.
003030     02  IG-RPRT-C-EXC               PIC ZZZZZZZZ9.
003040     02  FILLER                      PIC X(02) VALUE SPACES.
003050     02  IG-RPRT-C-NOTE              PIC X(24).
003060
003070 01  IG-RPRT-TOTALS-LINE.
003080     02  FILLER                      PIC X(01) VALUE SPACES.
003090     02  IG-RPRT-TOT-LABEL           PIC X(24).
003100     02  IG-RPRT-TOT-VALUE           PIC ZZZZZZ9.
003110
003120 PROCEDURE DIVISION.
003130*----------------------------------------------------------------*
003140* 0000-MAINLINE                                                  *
003150*----------------------------------------------------------------*
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180     PERFORM 2000-CHECK-STATUSES THRU 2000-EXIT.
003190     PERFORM 3000-CHECK-SUSPENSE THRU 3000-EXIT.
003200     PERFORM 4000-CHECK-HISTORY-TOTALS THRU 4000-EXIT.
003210     PERFORM 5000-CHECK-REQUESTERS THRU 5000-EXIT.
003220     PERFORM 6000-CHECK-HELD THRU 6000-EXIT.
003230     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003240     GO TO 9999-EXIT.
003250
003260*----------------------------------------------------------------*
003270* 1000-INITIALIZE -- OPEN ALL FIVE FILES INPUT AND WRITE THE     *
003280* REPORT HEADER. A FILE THAT WILL NOT OPEN IS ANNOUNCED; ITS     *
003290* CATEGORIES ARE SKIPPED WHEN THEIR TURN COMES.                  *
003300*----------------------------------------------------------------*
003310 1000-INITIALIZE.
003320     OPEN INPUT RqmFile.
003330     IF IG-RQM-STATUS = "00"
003340         SET IG-RQM-AVAILABLE TO TRUE
003350     ELSE
003360         DISPLAY "ROTINTEG: RQMASTER OPEN FAILED, STATUS "
003370             IG-RQM-STATUS
003380     END-IF.
003390     OPEN INPUT SuspFile.
003400     IF IG-SUSP-STATUS = "00"
003410         SET IG-SUSP-AVAILABLE TO TRUE
003420     ELSE
003430         DISPLAY "ROTINTEG: REJSUSP OPEN FAILED, STATUS "
003440             IG-SUSP-STATUS
003450     END-IF.
003460     OPEN INPUT HistFile.
003470     IF IG-HIST-STATUS = "00"
003480         SET IG-HIST-AVAILABLE TO TRUE
003490     ELSE
003500         DISPLAY "ROTINTEG: ROTHIST OPEN FAILED, STATUS "
003510             IG-HIST-STATUS
003520     END-IF.
003530     OPEN INPUT RqhFile.
003540     IF IG-RQH-STATUS = "00"
003550         SET IG-RQH-AVAILABLE TO TRUE
003560     ELSE
003570         DISPLAY "ROTINTEG: REQHIST OPEN FAILED, STATUS "
003580             IG-RQH-STATUS
003590     END-IF.
003600     OPEN INPUT ReqFile.
003610     IF IG-REQ-STATUS = "00"
003620         SET IG-REQ-AVAILABLE TO TRUE
003630     ELSE
003640         DISPLAY "ROTINTEG: REQMAST OPEN FAILED, STATUS "
003650             IG-REQ-STATUS
003660     END-IF.
003670     OPEN OUTPUT RprtFile.
003680     ACCEPT IG-RUN-DATE FROM DATE YYYYMMDD.
003690     MOVE IG-RUN-YYYY TO IG-RPRT-HDR-YYYY.
003700     MOVE IG-RUN-MM TO IG-RPRT-HDR-MM.
003710     MOVE IG-RUN-DD TO IG-RPRT-HDR-DD.
003720     WRITE RprtRecord FROM IG-RPRT-HEADER-LINE.
003730 1000-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------*
003770* 2000-CHECK-STATUSES -- CATEGORY 1. ONE PASS OF RQMASTER.       *
003780* VALIDATED IS A STATUS ROTATETEXT PASSES THROUGH WITHIN ONE     *
003790* RECORD'S PROCESSING, SO AN ENTRY FOUND THERE BETWEEN RUNS WAS  *
003800* LEFT BY A RUN THAT ENDED EARLY.                                *
003810*----------------------------------------------------------------*
003820 2000-CHECK-STATUSES.
003830     MOVE 1 TO IG-RPRT-SEC-NUMBER.
003840     MOVE "ORPHANED STATUSES ON RQMASTER" TO IG-RPRT-SEC-TITLE.
003850     WRITE RprtRecord FROM IG-RPRT-SECTION-LINE.
003860     IF NOT IG-RQM-AVAILABLE
003870         MOVE "NOT CHECKED -- RQMASTER UNAVAILABLE"
003880             TO IG-RPRT-MESSAGE
003890         PERFORM 7100-WRITE-NOT-CHECKED THRU 7100-EXIT
003900         GO TO 2000-EXIT
003910     END-IF.
003920     PERFORM 2100-CHECK-ONE-STATUS THRU 2100-EXIT
003930         UNTIL IG-END-OF-MASTER.
003940     MOVE IG-FOUND-ORPHANED TO IG-RPRT-TOT-VALUE.
003950     PERFORM 7200-WRITE-SECTION-COUNT THRU 7200-EXIT.
003960 2000-EXIT.
003970     EXIT.
003980
003990 2100-CHECK-ONE-STATUS.
004000     READ RqmFile NEXT RECORD INTO RequestMaster
004010         AT END
004020             SET IG-END-OF-MASTER TO TRUE
004030     END-READ.
004040     IF IG-END-OF-MASTER
004050         GO TO 2100-EXIT
004060     END-IF.
004070     ADD 1 TO IG-RQM-READ.
004080     IF RqmReceived OR RqmRotated OR RqmRejected OR RqmCancelled
004090             OR RqmHeld
004100         GO TO 2100-EXIT
004110     END-IF.
004120     ADD 1 TO IG-FOUND-ORPHANED.
004130     MOVE RqmRequestId TO IG-RPRT-D-KEY.
004140     MOVE RqmSubmitter TO IG-RPRT-D-OWNER.
004150     PERFORM 7000-NAME-STATUS THRU 7000-EXIT.
004160     IF RqmValidated
004170         MOVE "LEFT VALIDATED -- RUN ENDED BEFORE ROTATION"
004180             TO IG-RPRT-D-NOTE
004190     ELSE
004200         MOVE "STATUS BYTE NO PROGRAM WRITES" TO IG-RPRT-D-NOTE
004210     END-IF.
004220     WRITE RprtRecord FROM IG-RPRT-DETAIL-LINE.
004230 2100-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------*
004270* 3000-CHECK-SUSPENSE -- CATEGORY 2. ONE PASS OF REJSUSP. AN     *
004280* OUTSTANDING ENTRY FOR A TRACKED REQUEST SHOULD FIND IT         *
004290* REJECTED ON RQMASTER (OR CANCELLED, IF OPS GAVE UP ON IT). ANY *
004300* OTHER STATUS MEANS THE REQUEST MOVED ON AND THE ENTRY WAS      *
004310* NEVER MARKED REPAIRED. UNTRACKED ENTRIES (NO REQUEST ID) HAVE  *
004320* NOTHING TO DISAGREE WITH.                                      *
004330*----------------------------------------------------------------*
004340 3000-CHECK-SUSPENSE.
004350     MOVE 2 TO IG-RPRT-SEC-NUMBER.
004360     MOVE "SUSPENSE/MASTER DISAGREEMENTS" TO IG-RPRT-SEC-TITLE.
004370     WRITE RprtRecord FROM IG-RPRT-SECTION-LINE.
004380     IF NOT IG-SUSP-AVAILABLE OR NOT IG-RQM-AVAILABLE
004390         MOVE "NOT CHECKED -- REJSUSP OR RQMASTER UNAVAILABLE"
004400             TO IG-RPRT-MESSAGE
004410         PERFORM 7100-WRITE-NOT-CHECKED THRU 7100-EXIT
004420         GO TO 3000-EXIT
004430     END-IF.
004440     PERFORM 3100-CHECK-ONE-SUSPENSE THRU 3100-EXIT
004450         UNTIL IG-END-OF-SUSPENSE.
004460     MOVE IG-FOUND-SUSPENSE TO IG-RPRT-TOT-VALUE.
004470     PERFORM 7200-WRITE-SECTION-COUNT THRU 7200-EXIT.
004480 3000-EXIT.
004490     EXIT.
004500
004510 3100-CHECK-ONE-SUSPENSE.
004520     READ SuspFile INTO RejectSuspense
004530         AT END
004540             SET IG-END-OF-SUSPENSE TO TRUE
004550     END-READ.
004560     IF IG-END-OF-SUSPENSE
004570         GO TO 3100-EXIT
004580     END-IF.
004590     ADD 1 TO IG-SUSP-READ.
004600     MOVE SusStringData TO StringsSetup.
004610     MOVE SusRunDate TO IG-SK-RUN-DATE.
004620     MOVE SusRecordNum TO IG-SK-RECORD-NUM.
004630     MOVE IG-SUSP-KEY-IMAGE TO IG-RPRT-D-KEY.
004640     MOVE SusRequester TO IG-RPRT-D-OWNER.
004650     IF NOT SusOutstanding AND NOT SusRepaired
004660         ADD 1 TO IG-FOUND-SUSPENSE
004670         MOVE SPACES TO IG-RPRT-D-STATUS
004680         MOVE SusStatus TO IG-RPRT-D-STATUS(1:1)
004690         MOVE "SUSPENSE ENTRY IN NEITHER STATUS" TO IG-RPRT-D-NOTE
004700         WRITE RprtRecord FROM IG-RPRT-DETAIL-LINE
004710         GO TO 3100-EXIT
004720     END-IF.
004730     IF SusRepaired OR RequestId = SPACES
004740         GO TO 3100-EXIT
004750     END-IF.
004760     MOVE RequestId TO RqmKey.
004770     READ RqmFile INTO RequestMaster
004780         INVALID KEY
004790             ADD 1 TO IG-FOUND-SUSPENSE
004800             MOVE "NOT ON MASTER" TO IG-RPRT-D-STATUS
004810             MOVE "OUTSTANDING REJECT FOR REQUEST XXXXXXXX"
004820                 TO IG-RPRT-D-NOTE
004830             MOVE RequestId TO IG-RPRT-D-NOTE(32:8)
004840             WRITE RprtRecord FROM IG-RPRT-DETAIL-LINE
004850             GO TO 3100-EXIT
004860     END-READ.
004870     IF RqmRejected OR RqmCancelled
004880         GO TO 3100-EXIT
004890     END-IF.
004900     ADD 1 TO IG-FOUND-SUSPENSE.
004910     PERFORM 7000-NAME-STATUS THRU 7000-EXIT.
004920     MOVE "OUTSTANDING, BUT REQUEST XXXXXXXX MOVED ON"
004930         TO IG-RPRT-D-NOTE.
004940     MOVE RequestId TO IG-RPRT-D-NOTE(26:8).
004950     WRITE RprtRecord FROM IG-RPRT-DETAIL-LINE.
004960 3100-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------*
005000* 4000-CHECK-HISTORY-TOTALS -- CATEGORY 3. LOADS THE RUN-DATE    *
005010* TABLE FROM ROTHIST AND REQHIST (REQHIST ALSO FILLS THE         *
005020* REQUESTER TABLE FOR CATEGORY 4), THEN LISTS EVERY DATE WHOSE   *
005030* TOTALS DISAGREE. SEVERAL RECORDS FOR ONE DATE (RERUNS) ARE     *
005040* SUMMED ON BOTH SIDES ALIKE.                                    *
005050*----------------------------------------------------------------*
005060 4000-CHECK-HISTORY-TOTALS.
005070     IF IG-RQH-AVAILABLE
005080         PERFORM 4200-LOAD-ONE-RQH THRU 4200-EXIT
005090             UNTIL IG-END-OF-RQH
005100     END-IF.
005110     MOVE 3 TO IG-RPRT-SEC-NUMBER.
005120     MOVE "REQHIST VS ROTHIST TOTALS BY RUN DATE"
005130         TO IG-RPRT-SEC-TITLE.
005140     WRITE RprtRecord FROM IG-RPRT-SECTION-LINE.
005150     IF NOT IG-HIST-AVAILABLE OR NOT IG-RQH-AVAILABLE
005160         MOVE "NOT CHECKED -- ROTHIST OR REQHIST UNAVAILABLE"
005170             TO IG-RPRT-MESSAGE
005180         PERFORM 7100-WRITE-NOT-CHECKED THRU 7100-EXIT
005190         GO TO 4000-EXIT
005200     END-IF.
005210     PERFORM 4100-LOAD-ONE-HISTORY THRU 4100-EXIT
005220         UNTIL IG-END-OF-HISTORY.
005230     WRITE RprtRecord FROM IG-RPRT-CMP-HEAD-LINE.
005240     PERFORM 4500-COMPARE-ONE-DATE THRU 4500-EXIT
005250         VARYING IG-DATE-SUB FROM 1 BY 1
005260         UNTIL IG-DATE-SUB > IG-DATE-COUNT.
005270     IF IG-TABLE-OVERFLOW > 0
005280         MOVE "*** RUN-DATE TABLE FULL, LATER DATES NOT COMPARED"
005290             TO IG-RPRT-MESSAGE
005300         PERFORM 7100-WRITE-NOT-CHECKED THRU 7100-EXIT
005310     END-IF.
005320     MOVE IG-FOUND-TOTALS TO IG-RPRT-TOT-VALUE.
005330     PERFORM 7200-WRITE-SECTION-COUNT THRU 7200-EXIT.
005340 4000-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------*
005380* 4100-LOAD-ONE-HISTORY -- ONE ROTHIST RECORD INTO ITS DATE'S    *
005390* ENTRY. ROTATETEXTV'S RECORDS (JOB ROTJOBV, OR ITS DEFAULT      *
005400* ROTATEXV) HAVE NO REQHIST COUNTERPART AND ARE PASSED OVER.     *
005410*----------------------------------------------------------------*
005420 4100-LOAD-ONE-HISTORY.
005430     READ HistFile INTO RunHistory
005440         AT END
005450             SET IG-END-OF-HISTORY TO TRUE
005460     END-READ.
005470     IF IG-END-OF-HISTORY
005480         GO TO 4100-EXIT
005490     END-IF.
005500     ADD 1 TO IG-HIST-READ.
005510     IF HstRunDate IS NOT NUMERIC
005520             OR HstJobId = "ROTJOBV " OR HstJobId = "ROTATEXV"
005530         ADD 1 TO IG-HIST-SKIPPED
005540         GO TO 4100-EXIT
005550     END-IF.
005560     MOVE HstRunDate TO IG-DATE-LOOKUP.
005570     PERFORM 4300-FIND-DATE-ENTRY THRU 4300-EXIT.
005580     IF IG-DATE-HIT-SUB = 0
005590         GO TO 4100-EXIT
005600     END-IF.
005610     SET IG-DT-ON-HISTORY(IG-DATE-HIT-SUB) TO TRUE.
005620     ADD HstRecordsValid HstRecordsExc
005630         TO IG-DT-HIST-RECORDS(IG-DATE-HIT-SUB).
005640     ADD HstRotationLines TO IG-DT-HIST-LINES(IG-DATE-HIT-SUB).
005650     ADD HstRecordsExc TO IG-DT-HIST-EXC(IG-DATE-HIT-SUB).
005660 4100-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------*
005700* 4200-LOAD-ONE-RQH -- ONE REQHIST RECORD INTO ITS DATE'S ENTRY  *
005710* AND, IF ITS REQUESTER IS NEW, THE REQUESTER TABLE.             *
005720*----------------------------------------------------------------*
005730 4200-LOAD-ONE-RQH.
005740     READ RqhFile INTO RequesterHistory
005750         AT END
005760             SET IG-END-OF-RQH TO TRUE
005770     END-READ.
005780     IF IG-END-OF-RQH
005790         GO TO 4200-EXIT
005800     END-IF.
005810     ADD 1 TO IG-RQH-READ.
005820     IF RqhRunDate IS NOT NUMERIC
005830         GO TO 4200-EXIT
005840     END-IF.
005850     IF RqhRunDate < IG-FIRST-RQH-DATE
005860         MOVE RqhRunDate TO IG-FIRST-RQH-DATE
005870     END-IF.
005880     PERFORM 4400-NOTE-REQUESTER THRU 4400-EXIT.
005890     MOVE RqhRunDate TO IG-DATE-LOOKUP.
005900     PERFORM 4300-FIND-DATE-ENTRY THRU 4300-EXIT.
005910     IF IG-DATE-HIT-SUB = 0
005920         GO TO 4200-EXIT
005930     END-IF.
005940     SET IG-DT-ON-RQH(IG-DATE-HIT-SUB) TO TRUE.
005950     ADD RqhRecords TO IG-DT-RQH-RECORDS(IG-DATE-HIT-SUB).
005960     ADD RqhLines TO IG-DT-RQH-LINES(IG-DATE-HIT-SUB).
005970     ADD RqhExceptions TO IG-DT-RQH-EXC(IG-DATE-HIT-SUB).
005980 4200-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------*
006020* 4300-FIND-DATE-ENTRY -- FINDS (OR OPENS) THE ENTRY FOR         *
006030* IG-DATE-LOOKUP, LEAVING ITS SUBSCRIPT IN IG-DATE-HIT-SUB, ZERO *
006040* WHEN THE TABLE IS FULL.                                        *
006050*----------------------------------------------------------------*
006060 4300-FIND-DATE-ENTRY.
006070     MOVE 0 TO IG-DATE-HIT-SUB.
006080     PERFORM 4310-MATCH-ONE-DATE THRU 4310-EXIT
006090         VARYING IG-DATE-SUB FROM 1 BY 1
006100         UNTIL IG-DATE-SUB > IG-DATE-COUNT
006110         OR IG-DATE-HIT-SUB > 0.
006120     IF IG-DATE-HIT-SUB > 0
006130         GO TO 4300-EXIT
006140     END-IF.
006150     IF IG-DATE-COUNT >= IG-DATE-LIMIT
006160         ADD 1 TO IG-TABLE-OVERFLOW
006170         GO TO 4300-EXIT
006180     END-IF.
006190     ADD 1 TO IG-DATE-COUNT.
006200     MOVE IG-DATE-LOOKUP TO IG-DT-RUN-DATE(IG-DATE-COUNT).
006210     MOVE "N" TO IG-DT-HIST-SWITCH(IG-DATE-COUNT).
006220     MOVE "N" TO IG-DT-RQH-SWITCH(IG-DATE-COUNT).
006230     MOVE 0 TO IG-DT-HIST-RECORDS(IG-DATE-COUNT).
006240     MOVE 0 TO IG-DT-HIST-LINES(IG-DATE-COUNT).
006250     MOVE 0 TO IG-DT-HIST-EXC(IG-DATE-COUNT).
006260     MOVE 0 TO IG-DT-RQH-RECORDS(IG-DATE-COUNT).
006270     MOVE 0 TO IG-DT-RQH-LINES(IG-DATE-COUNT).
006280     MOVE 0 TO IG-DT-RQH-EXC(IG-DATE-COUNT).
006290     MOVE IG-DATE-COUNT TO IG-DATE-HIT-SUB.
006300 4300-EXIT.
006310     EXIT.
006320
006330 4310-MATCH-ONE-DATE.
006340     IF IG-DT-RUN-DATE(IG-DATE-SUB) = IG-DATE-LOOKUP
006350         MOVE IG-DATE-SUB TO IG-DATE-HIT-SUB
006360     END-IF.
006370 4310-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------*
006410* 4400-NOTE-REQUESTER -- ADDS A NON-BLANK REQHIST REQUESTER TO   *
006420* THE REQUESTER TABLE THE FIRST TIME IT IS SEEN.                 *
006430*----------------------------------------------------------------*
006440 4400-NOTE-REQUESTER.
006450     IF RqhRequester = SPACES
006460         GO TO 4400-EXIT
006470     END-IF.
006480     MOVE 0 TO IG-RQTR-HIT-SUB.
006490     PERFORM 4410-MATCH-ONE-REQUESTER THRU 4410-EXIT
006500         VARYING IG-RQTR-SUB FROM 1 BY 1
006510         UNTIL IG-RQTR-SUB > IG-RQTR-COUNT
006520         OR IG-RQTR-HIT-SUB > 0.
006530     IF IG-RQTR-HIT-SUB > 0
006540         GO TO 4400-EXIT
006550     END-IF.
006560     IF IG-RQTR-COUNT >= IG-RQTR-LIMIT
006570         ADD 1 TO IG-TABLE-OVERFLOW
006580         GO TO 4400-EXIT
006590     END-IF.
006600     ADD 1 TO IG-RQTR-COUNT.
006610     MOVE RqhRequester TO IG-RT-REQUESTER(IG-RQTR-COUNT).
006620 4400-EXIT.
006630     EXIT.
006640
006650 4410-MATCH-ONE-REQUESTER.
006660     IF IG-RT-REQUESTER(IG-RQTR-SUB) = RqhRequester
006670         MOVE IG-RQTR-SUB TO IG-RQTR-HIT-SUB
006680     END-IF.
006690 4410-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------*
006730* 4500-COMPARE-ONE-DATE -- ONE RUN DATE. A DATE BEFORE THE FIRST *
006740* REQHIST RECORD PREDATES THE FILE AND IS ONLY COUNTED. A        *
006750* MISMATCH PRINTS BOTH SIDES SO THE DIFFERENCE CAN BE READ OFF.  *
006760*----------------------------------------------------------------*
006770 4500-COMPARE-ONE-DATE.
006780     IF IG-DT-RUN-DATE(IG-DATE-SUB) < IG-FIRST-RQH-DATE
006790         ADD 1 TO IG-DATES-BEFORE-RQH
006800         GO TO 4500-EXIT
006810     END-IF.
006820     ADD 1 TO IG-DATES-COMPARED.
006830     EVALUATE TRUE
006840         WHEN NOT IG-DT-ON-HISTORY(IG-DATE-SUB)
006850             MOVE "REQHIST BUT NO ROTHIST" TO IG-RPRT-C-NOTE
006860         WHEN NOT IG-DT-ON-RQH(IG-DATE-SUB)
006870             MOVE "ROTHIST BUT NO REQHIST" TO IG-RPRT-C-NOTE
006880         WHEN IG-DT-HIST-RECORDS(IG-DATE-SUB) NOT =
006890                  IG-DT-RQH-RECORDS(IG-DATE-SUB)
006900           OR IG-DT-HIST-LINES(IG-DATE-SUB) NOT =
006910                  IG-DT-RQH-LINES(IG-DATE-SUB)
006920           OR IG-DT-HIST-EXC(IG-DATE-SUB) NOT =
006930                  IG-DT-RQH-EXC(IG-DATE-SUB)
006940             MOVE "TOTALS DO NOT AGREE" TO IG-RPRT-C-NOTE
006950         WHEN OTHER
006960             GO TO 4500-EXIT
006970     END-EVALUATE.
006980     ADD 1 TO IG-FOUND-TOTALS.
006990     MOVE IG-DT-RUN-DATE(IG-DATE-SUB) TO IG-RPRT-C-DATE.
007000     MOVE "ROTHIST " TO IG-RPRT-C-FILE.
007010     MOVE IG-DT-HIST-RECORDS(IG-DATE-SUB) TO IG-RPRT-C-RECORDS.
007020     MOVE IG-DT-HIST-LINES(IG-DATE-SUB) TO IG-RPRT-C-LINES.
007030     MOVE IG-DT-HIST-EXC(IG-DATE-SUB) TO IG-RPRT-C-EXC.
007040     WRITE RprtRecord FROM IG-RPRT-CMP-LINE.
007050     MOVE SPACES TO IG-RPRT-C-DATE.
007060     MOVE "REQHIST " TO IG-RPRT-C-FILE.
007070     MOVE IG-DT-RQH-RECORDS(IG-DATE-SUB) TO IG-RPRT-C-RECORDS.
007080     MOVE IG-DT-RQH-LINES(IG-DATE-SUB) TO IG-RPRT-C-LINES.
007090     MOVE IG-DT-RQH-EXC(IG-DATE-SUB) TO IG-RPRT-C-EXC.
007100     MOVE SPACES TO IG-RPRT-C-NOTE.
007110     WRITE RprtRecord FROM IG-RPRT-CMP-LINE.
007120 4500-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------*
007160* 5000-CHECK-REQUESTERS -- CATEGORY 4. EVERY REQUESTER REQHIST   *
007170* HAS BILLED MUST STILL BE ON REQMAST, ACTIVE OR NOT, OR THE     *
007180* CHARGEBACK HAS NO DEPARTMENT TO SEND THE BILL TO.              *
007190*----------------------------------------------------------------*
007200 5000-CHECK-REQUESTERS.
007210     MOVE 4 TO IG-RPRT-SEC-NUMBER.
007220     MOVE "REQHIST REQUESTERS MISSING FROM REQMAST"
007230         TO IG-RPRT-SEC-TITLE.
007240     WRITE RprtRecord FROM IG-RPRT-SECTION-LINE.
007250     IF NOT IG-RQH-AVAILABLE OR NOT IG-REQ-AVAILABLE
007260         MOVE "NOT CHECKED -- REQHIST OR REQMAST UNAVAILABLE"
007270             TO IG-RPRT-MESSAGE
007280         PERFORM 7100-WRITE-NOT-CHECKED THRU 7100-EXIT
007290         GO TO 5000-EXIT
007300     END-IF.
007310     PERFORM 5100-CHECK-ONE-REQUESTER THRU 5100-EXIT
007320         VARYING IG-RQTR-SUB FROM 1 BY 1
007330         UNTIL IG-RQTR-SUB > IG-RQTR-COUNT.
007340     MOVE IG-FOUND-REQUESTER TO IG-RPRT-TOT-VALUE.
007350     PERFORM 7200-WRITE-SECTION-COUNT THRU 7200-EXIT.
007360 5000-EXIT.
007370     EXIT.
007380
007390 5100-CHECK-ONE-REQUESTER.
007400     MOVE IG-RT-REQUESTER(IG-RQTR-SUB) TO ReqKey.
007410     READ ReqFile INTO RequesterMaster
007420         INVALID KEY
007430             ADD 1 TO IG-FOUND-REQUESTER
007440             MOVE SPACES TO IG-RPRT-D-KEY
007450             MOVE ReqKey TO IG-RPRT-D-OWNER
007460             MOVE "NOT ON FILE" TO IG-RPRT-D-STATUS
007470             MOVE "BILLED ON REQHIST, NO REQMAST ENTRY"
007480                 TO IG-RPRT-D-NOTE
007490             WRITE RprtRecord FROM IG-RPRT-DETAIL-LINE
007500     END-READ.
007510 5100-EXIT.
007520     EXIT.
007530
007540*----------------------------------------------------------------*
007550* 6000-CHECK-HELD -- CATEGORY 5. A SECOND PASS OF RQMASTER FROM  *
007560* THE TOP (CLOSED AND REOPENED, THE RANDOM READS OF CATEGORY 2   *
007570* HAVING MOVED THE POSITION). A HELD ENTRY WHOSE SUBMITTER IS    *
007580* INACTIVE OR GONE FROM REQMAST WILL NEVER BE RELEASED.          *
007590*----------------------------------------------------------------*
007600 6000-CHECK-HELD.
007610     MOVE 5 TO IG-RPRT-SEC-NUMBER.
007620     MOVE "HELD REQUESTS WITH AN INACTIVE REQUESTER"
007630         TO IG-RPRT-SEC-TITLE.
007640     WRITE RprtRecord FROM IG-RPRT-SECTION-LINE.
007650     IF NOT IG-RQM-AVAILABLE OR NOT IG-REQ-AVAILABLE
007660         MOVE "NOT CHECKED -- RQMASTER OR REQMAST UNAVAILABLE"
007670             TO IG-RPRT-MESSAGE
007680         PERFORM 7100-WRITE-NOT-CHECKED THRU 7100-EXIT
007690         GO TO 6000-EXIT
007700     END-IF.
007710     CLOSE RqmFile.
007720     OPEN INPUT RqmFile.
007730     MOVE "N" TO IG-RQM-EOF-SWITCH.
007740     PERFORM 6100-CHECK-ONE-HELD THRU 6100-EXIT
007750         UNTIL IG-END-OF-MASTER.
007760     MOVE IG-FOUND-HELD TO IG-RPRT-TOT-VALUE.
007770     PERFORM 7200-WRITE-SECTION-COUNT THRU 7200-EXIT.
007780 6000-EXIT.
007790     EXIT.
007800
007810 6100-CHECK-ONE-HELD.
007820     READ RqmFile NEXT RECORD INTO RequestMaster
007830         AT END
007840             SET IG-END-OF-MASTER TO TRUE
007850     END-READ.
007860     IF IG-END-OF-MASTER
007870         GO TO 6100-EXIT
007880     END-IF.
007890     IF NOT RqmHeld
007900         GO TO 6100-EXIT
007910     END-IF.
007920     MOVE RqmRequestId TO IG-RPRT-D-KEY.
007930     MOVE RqmSubmitter TO IG-RPRT-D-OWNER.
007940     MOVE "HELD" TO IG-RPRT-D-STATUS.
007950     MOVE RqmSubmitter TO ReqKey.
007960     READ ReqFile INTO RequesterMaster
007970         INVALID KEY
007980             ADD 1 TO IG-FOUND-HELD
007990             MOVE "HELD, REQUESTER NOT ON REQMAST"
008000                 TO IG-RPRT-D-NOTE
008010             WRITE RprtRecord FROM IG-RPRT-DETAIL-LINE
008020             GO TO 6100-EXIT
008030     END-READ.
008040     IF ReqActive
008050         GO TO 6100-EXIT
008060     END-IF.
008070     ADD 1 TO IG-FOUND-HELD.
008080     MOVE "HELD, REQUESTER DEACTIVATED" TO IG-RPRT-D-NOTE.
008090     WRITE RprtRecord FROM IG-RPRT-DETAIL-LINE.
008100 6100-EXIT.
008110     EXIT.
008120
008130*----------------------------------------------------------------*
008140* 7000-NAME-STATUS -- SPELLS OUT THE RQMASTER STATUS NOW IN      *
008150* REQUESTMASTER INTO THE DETAIL LINE'S STATUS COLUMN.            *
008160*----------------------------------------------------------------*
008170 7000-NAME-STATUS.
008180     EVALUATE TRUE
008190         WHEN RqmReceived
008200             MOVE "RECEIVED" TO IG-RPRT-D-STATUS
008210         WHEN RqmValidated
008220             MOVE "VALIDATED" TO IG-RPRT-D-STATUS
008230         WHEN RqmRotated
008240             MOVE "ROTATED" TO IG-RPRT-D-STATUS
008250         WHEN RqmRejected
008260             MOVE "REJECTED" TO IG-RPRT-D-STATUS
008270         WHEN RqmCancelled
008280             MOVE "CANCELLED" TO IG-RPRT-D-STATUS
008290         WHEN RqmHeld
008300             MOVE "HELD" TO IG-RPRT-D-STATUS
008310         WHEN OTHER
008320             MOVE "STATUS ' '" TO IG-RPRT-D-STATUS
008330             MOVE RqmStatus TO IG-RPRT-D-STATUS(9:1)
008340     END-EVALUATE.
008350 7000-EXIT.
008360     EXIT.
008370
008380 7100-WRITE-NOT-CHECKED.
008390     SET IG-SOMETHING-NOT-CHECKED TO TRUE.
008400     WRITE RprtRecord FROM IG-RPRT-MESSAGE-LINE.
008410 7100-EXIT.
008420     EXIT.
008430
008440 7200-WRITE-SECTION-COUNT.
008450     MOVE "INCONSISTENCIES FOUND..." TO IG-RPRT-TOT-LABEL.
008460     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008470 7200-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------------*
008510* 8000-FINALIZE -- CONTROL TOTALS, THE RETURN CODE, AND CLOSE.   *
008520*----------------------------------------------------------------*
008530 8000-FINALIZE.
008540     COMPUTE IG-FOUND-ALL = IG-FOUND-ORPHANED + IG-FOUND-SUSPENSE
008550         + IG-FOUND-TOTALS + IG-FOUND-REQUESTER + IG-FOUND-HELD.
008560     MOVE "RQMASTER ENTRIES READ..." TO IG-RPRT-TOT-LABEL.
008570     MOVE IG-RQM-READ TO IG-RPRT-TOT-VALUE.
008580     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008590     MOVE "REJSUSP ENTRIES READ...." TO IG-RPRT-TOT-LABEL.
008600     MOVE IG-SUSP-READ TO IG-RPRT-TOT-VALUE.
008610     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008620     MOVE "ROTHIST RECORDS READ...." TO IG-RPRT-TOT-LABEL.
008630     MOVE IG-HIST-READ TO IG-RPRT-TOT-VALUE.
008640     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008650     MOVE "ROTHIST NOT COMPARED...." TO IG-RPRT-TOT-LABEL.
008660     MOVE IG-HIST-SKIPPED TO IG-RPRT-TOT-VALUE.
008670     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008680     MOVE "REQHIST RECORDS READ...." TO IG-RPRT-TOT-LABEL.
008690     MOVE IG-RQH-READ TO IG-RPRT-TOT-VALUE.
008700     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008710     MOVE "RUN DATES COMPARED......" TO IG-RPRT-TOT-LABEL.
008720     MOVE IG-DATES-COMPARED TO IG-RPRT-TOT-VALUE.
008730     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008740     MOVE "DATES BEFORE REQHIST...." TO IG-RPRT-TOT-LABEL.
008750     MOVE IG-DATES-BEFORE-RQH TO IG-RPRT-TOT-VALUE.
008760     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008770     MOVE "REQUESTERS LOOKED UP...." TO IG-RPRT-TOT-LABEL.
008780     MOVE IG-RQTR-COUNT TO IG-RPRT-TOT-VALUE.
008790     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008800     MOVE "TOTAL INCONSISTENCIES..." TO IG-RPRT-TOT-LABEL.
008810     MOVE IG-FOUND-ALL TO IG-RPRT-TOT-VALUE.
008820     WRITE RprtRecord FROM IG-RPRT-TOTALS-LINE.
008830     IF IG-FOUND-ALL > 0
008840         MOVE 4 TO RETURN-CODE
008850     END-IF.
008860     IF IG-SOMETHING-NOT-CHECKED
008870         MOVE 8 TO RETURN-CODE
008880     END-IF.
008890     IF IG-RQM-AVAILABLE
008900         CLOSE RqmFile
008910     END-IF.
008920     IF IG-SUSP-AVAILABLE
008930         CLOSE SuspFile
008940     END-IF.
008950     IF IG-HIST-AVAILABLE
008960         CLOSE HistFile
008970     END-IF.
008980     IF IG-RQH-AVAILABLE
008990         CLOSE RqhFile
009000     END-IF.
009010     IF IG-REQ-AVAILABLE
009020         CLOSE ReqFile
009030     END-IF.
009040     CLOSE RprtFile.
009050     DISPLAY "ROTINTEG: ORPHANED STATUSES..: " IG-FOUND-ORPHANED.
009060     DISPLAY "ROTINTEG: SUSPENSE/MASTER....: " IG-FOUND-SUSPENSE.
009070     DISPLAY "ROTINTEG: HISTORY TOTALS.....: " IG-FOUND-TOTALS.
009080     DISPLAY "ROTINTEG: MISSING REQUESTERS.: " IG-FOUND-REQUESTER.
009090     DISPLAY "ROTINTEG: HELD, INACTIVE.....: " IG-FOUND-HELD.
009100     DISPLAY "ROTINTEG: TOTAL FOUND........: " IG-FOUND-ALL.
009110 8000-EXIT.
009120     EXIT.
009130
009140 9999-EXIT.
009150     STOP RUN.
