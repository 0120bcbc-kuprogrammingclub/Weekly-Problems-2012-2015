000010*----------------------------------------------------------------*
000020* ROTSCRN
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* INTERACTIVE HELP-DESK SCREEN FOR THE REQUEST MASTER (RQMASTER)
000100* AND THE REQUESTER REFERENCE MASTER (REQMAST). THE CONTROL-CARD
000110* JOBS ROTRQMNT AND ROTRQSTR REMAIN THE WAY TO MAINTAIN EITHER
000120* MASTER IN BULK; THIS SCREEN IS FOR THE ONE-OFF PHONE CALL:
000130*   1  BROWSE REQUESTS BY STATUS, 15 TO A PAGE, FORWARD AND BACK
000140*   2  BROWSE REQUESTS BY SUBMITTER, THE SAME WAY
000150*   3  SHOW ONE REQUEST -- FULL TRIPLE, PRIORITY AND STATUS --
000160*      AND HOLD, RELEASE OR CANCEL IT
000170*   4  LOOK UP ONE REQUESTER AND CHANGE ITS DEPARTMENT, CONTACT,
000180*      BURST OUTPUT, ACTIVE FLAG OR DAILY LINE QUOTA
000190* A REQUEST CHOSEN FROM A BROWSE PAGE OPENS THE SAME DETAIL
000200* SCREEN AS OPTION 3.
000210*
000220* EVERY CHANGE FOLLOWS THE RULE THE BATCH JOB ENFORCES FOR THE
000230* SAME CARD: HOLD ONLY A RECEIVED OR VALIDATED REQUEST, RELEASE
000240* ONLY A HELD ONE, NEVER CANCEL A ROTATED ONE (ROTRQMNT); A BURST
000250* OUTPUT OUTSIDE 1-8 OR A NON-NUMERIC QUOTA IS REFUSED, AND A
000260* BLANK FIELD LEAVES THE MASTER VALUE AS IT IS (ROTRQSTR). THE
000270* ENTRY IS READ AGAIN JUST BEFORE IT IS CHANGED, SO THE RULE IS
000280* JUDGED AGAINST THE MASTER AS IT STANDS, NOT AS IT WAS WHEN THE
000290* SCREEN WAS PAINTED.
000300*
000310* EVERY CHANGE IS LOGGED TO ROTAUDIT UNDER THE OPERATOR'S ID, IN
000320* THE COLUMNS THE BATCH PROGRAMS WRITE, WITH AN EVENT CODE OF
000330* HOLD, RLSE, CANCL, RQCHG OR DEACT (A CHANGE THAT TURNS THE
000340* ACTIVE FLAG OFF) AND THE KEY CHANGED AFTER THE COUNT. A REQUEST
000350* STATUS MOVE IS ALSO JOURNALED TO RQJRNL, AS ROTRQMNT DOES. BOTH
000360* LOGS ARE OPENED FOR EACH WRITE AND CLOSED AGAIN, SO A SESSION
000370* LEFT OPEN NEVER HOLDS THEM AGAINST THE BATCH JOBS. THE MASTERS
000380* THEMSELVES ARE OPEN I-O FOR THE SESSION: SIGN OFF BEFORE THE
000390* NIGHTLY STREAM STARTS.
000400*
000401* EVERY CHANGE IS FIRST CHECKED AGAINST THE OPERATOR'S ENTRY ON
000402* THE OPERATOR-AUTHORITY FILE (OPAUTH), AS ROTRQMNT AND ROTRQSTR
000403* CHECK EACH CARD: THE HOLD, RELEASE OR CANCEL FLAG FOR A
000404* REQUEST, THE CHANGE FLAG FOR A REQUESTER (AND THE DEACT FLAG
000405* WHEN THE ACTIVE FLAG IS KEYED N), AND ANY REQUESTER LIMIT. A
000406* REFUSED CHANGE IS SHOWN ON THE SCREEN AND LOGGED TO ROTAUDIT AS
000407* A DENY EVENT FOR ROTOPVIO. WITHOUT OPAUTH NOTHING CAN BE
000408* CHANGED; THE BROWSE AND LOOK-UP OPTIONS STILL WORK.
000409*
000410* RUN AT A TERMINAL, NOT IN BATCH, WITH THE FIVE DD NAMES
000420* ALLOCATED TO THE DATASETS THE BATCH JOBS USE: RQMASTER AND
000430* REQMAST (PROD.ROTATE.RQMASTER, PROD.ROTATE.REQMAST), RQJRNL
000440* (PROD.ROTATE.RQJOURNAL), ROTAUDIT (PROD.ROTATE.AUDIT) AND
000450* OPAUTH (PROD.ROTATE.OPAUTH). THE OPERATOR ID IS THE SIGNED-ON
000460* USER. SESSION TOTALS ARE SHOWN AT SIGN-OFF.
000470*
000480* MOD-HISTORY:
000490*   2026-10-14 JRM  ORIGINAL VERSION.
000491*   2026-10-15 JRM  HOLD/RELEASE/CANCEL AND REQUESTER CHANGES ARE
000492*                   NOW CHECKED AGAINST THE OPERATOR'S OPAUTH
000493*                   ENTRY; A REFUSAL IS LOGGED TO ROTAUDIT. A
000494*                   FAILED REQUEST REWRITE NO LONGER LEAVES THE
000495*                   NEW STATUS ON THE DETAIL SCREEN.
000500*----------------------------------------------------------------*
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. ROTSCRN.
000530 AUTHOR. J. MARPLE.
000540 INSTALLATION. KU PROGRAMMING CLUB.
000550 DATE-WRITTEN. 2026-10-14.
000560 DATE-COMPILED.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT RqmFile ASSIGN TO "RQMASTER"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS RqmKey
000650         FILE STATUS IS SC-RQM-STATUS.
000660
000670     SELECT ReqFile ASSIGN TO "REQMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS ReqKey
000710         FILE STATUS IS SC-REQ-STATUS.
000720
000730     SELECT JrnlFile ASSIGN TO "RQJRNL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS SC-JRNL-STATUS.
000760
000770     SELECT AuditFile ASSIGN TO "ROTAUDIT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS SC-AUDIT-STATUS.
000800
000801     SELECT AuthFile ASSIGN TO "OPAUTH"
000802         ORGANIZATION IS INDEXED
000803         ACCESS MODE IS RANDOM
000804         RECORD KEY IS AuthKey
000805         FILE STATUS IS SC-AUTH-STATUS.
000806
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  RqmFile.
000840 01  RqmRecord.
000850     02  RqmKey                      PIC X(08).
000860     02  FILLER                      PIC X(152).
000870
000880 FD  ReqFile.
000890 01  ReqRecord.
000900     02  ReqKey                      PIC X(08).
000910     02  FILLER                      PIC X(72).
000920
000930 FD  JrnlFile
000940     RECORDING MODE IS F.
000950 01  JrnlRecord                      PIC X(80).
000960
000970 FD  AuditFile
000980     RECORDING MODE IS F.
000990 01  AuditRecord                     PIC X(132).
001000
001001 FD  AuthFile.
001002 01  AuthRecord.
001003     02  AuthKey                     PIC X(08).
001004     02  FILLER                      PIC X(92).
001005
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------*
001030* THE TWO MASTER LAYOUTS, THE STATUS-CHANGE JOURNAL RECORD, AND
001031* THE OPERATOR-AUTHORITY RECORD WITH ITS ROTAUDIT DENY LINE.
001040*----------------------------------------------------------------*
001050     COPY RQMASTER.
001060
001070     COPY REQMAST.
001080
001090     COPY RQJRNL.
001091
001092     COPY OPAUTH.
001100
001110*----------------------------------------------------------------*
001120* FILE STATUS SWITCHES.
001130*----------------------------------------------------------------*
001140 01  SC-FILE-STATUSES.
001150     02  SC-RQM-STATUS               PIC X(02) VALUE SPACES.
001160     02  SC-REQ-STATUS               PIC X(02) VALUE SPACES.
001170     02  SC-JRNL-STATUS              PIC X(02) VALUE SPACES.
001180     02  SC-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001181     02  SC-AUTH-STATUS              PIC X(02) VALUE SPACES.
001190
001200 01  SC-RQM-AVAILABLE-SWITCH         PIC X(01) VALUE "N".
001210     88  SC-RQM-AVAILABLE                       VALUE "Y".
001220
001230 01  SC-REQ-AVAILABLE-SWITCH         PIC X(01) VALUE "N".
001240     88  SC-REQ-AVAILABLE                       VALUE "Y".
001241
001242 01  SC-AUTH-AVAILABLE-SWITCH        PIC X(01) VALUE "N".
001243     88  SC-AUTH-AVAILABLE                      VALUE "Y".
001250
001260*----------------------------------------------------------------*
001270* SESSION AND SCREEN CONTROL SWITCHES.
001280*----------------------------------------------------------------*
001290 01  SC-SESSION-SWITCH               PIC X(01) VALUE "N".
001300     88  SC-SESSION-ENDED                       VALUE "Y".
001310
001320 01  SC-SCREEN-SWITCH                PIC X(01) VALUE "N".
001330     88  SC-SCREEN-DONE                         VALUE "Y".
001340
001350 01  SC-DETAIL-SWITCH                PIC X(01) VALUE "N".
001360     88  SC-DETAIL-DONE                         VALUE "Y".
001370
001380 01  SC-PAGE-EOF-SWITCH              PIC X(01) VALUE "N".
001390     88  SC-PAGE-EOF                            VALUE "Y".
001400
001410 01  SC-MORE-SWITCH                  PIC X(01) VALUE "N".
001420     88  SC-MORE-PAGES                          VALUE "Y".
001430
001440*----------------------------------------------------------------*
001450* THE FIELDS THE OPERATOR KEYS. EACH IS FOLDED TO UPPER CASE
001460* BEFORE IT IS LOOKED AT -- EVERY KEY ON BOTH MASTERS IS UPPER.
001470*----------------------------------------------------------------*
001480 01  SC-LOWER-CASE                   PIC X(26) VALUE
001490     "abcdefghijklmnopqrstuvwxyz".
001500 01  SC-UPPER-CASE                   PIC X(26) VALUE
001510     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001520
001530 01  SC-INPUT-FIELDS.
001540     02  SC-SELECTION                PIC X(01).
001550     02  SC-KEY-VALUE                PIC X(08).
001560     02  SC-COMMAND                  PIC X(01).
001570     02  SC-LINE-CHOICE              PIC X(02).
001580     02  SC-LINE-CHOICE-N REDEFINES SC-LINE-CHOICE
001590                                     PIC 9(02).
001600     02  SC-ACTION                   PIC X(01).
001610     02  SC-CONFIRM                  PIC X(01).
001620
001630 01  SC-MESSAGE                      PIC X(78) VALUE SPACES.
001640
001650*----------------------------------------------------------------*
001660* BROWSE CONTROL. THE FILTER IS A STATUS BYTE OR A SUBMITTER;
001670* THE PAGE TABLE HOLDS THE FIRST REQUEST ID OF EVERY PAGE SEEN SO
001680* FAR, SO PAGING BACK RE-READS FROM A KNOWN KEY. A PAGE IS BUILT
001690* BY READING ON PAST ITS 15TH MATCH TO THE 16TH, WHOSE KEY STARTS
001700* THE NEXT PAGE.
001710*----------------------------------------------------------------*
001720 01  SC-FILTER-TYPE                  PIC X(01) VALUE SPACE.
001730     88  SC-FILTER-BY-STATUS                    VALUE "S".
001740     88  SC-FILTER-BY-SUBMITTER                 VALUE "U".
001750
001760 01  SC-FILTER-STATUS                PIC X(01) VALUE SPACE.
001770     88  SC-FILTER-STATUS-VALID      VALUES "R" "V" "T" "J"
001780                                                "C" "H".
001790 01  SC-FILTER-SUBMITTER             PIC X(08) VALUE SPACES.
001800
001810 01  SC-PAGE-LIMIT                   PIC 9(04) COMP VALUE 500.
001820 01  SC-PAGE-NUMBER                  PIC 9(04) COMP VALUE 0.
001830 01  SC-PAGE-TABLE.
001840     02  SC-PAGE-START-KEY           PIC X(08) OCCURS 500 TIMES.
001850
001860 01  SC-ROW-LIMIT                    PIC 9(04) COMP VALUE 15.
001870 01  SC-ROW-COUNT                    PIC 9(04) COMP VALUE 0.
001880 01  SC-ROW-SUB                      PIC 9(04) COMP VALUE 0.
001890 01  SC-ROW-TABLE.
001900     02  SC-ROW-ENTRY OCCURS 15 TIMES.
001910         03  SC-ROW-REQUEST-ID       PIC X(08).
001920         03  SC-ROW-TEXT             PIC X(78).
001930
001940 01  SC-ROW-IMAGE.
001950     02  FILLER                      PIC X(01) VALUE SPACES.
001960     02  SC-RI-LINE                  PIC 9(02).
001970     02  FILLER                      PIC X(01) VALUE SPACES.
001980     02  SC-RI-REQUEST-ID            PIC X(08).
001990     02  FILLER                      PIC X(01) VALUE SPACES.
002000     02  SC-RI-SUBMITTER             PIC X(08).
002010     02  FILLER                      PIC X(01) VALUE SPACES.
002020     02  SC-RI-DATE                  PIC 9(08).
002030     02  FILLER                      PIC X(01) VALUE SPACES.
002040     02  SC-RI-STATUS                PIC X(09).
002050     02  FILLER                      PIC X(01) VALUE SPACES.
002060     02  SC-RI-PRIORITY              PIC X(01).
002070     02  FILLER                      PIC X(01) VALUE SPACES.
002080     02  SC-RI-VAL-ONE               PIC X(10).
002090     02  FILLER                      PIC X(01) VALUE SPACES.
002100     02  SC-RI-VAL-TWO               PIC X(10).
002110     02  FILLER                      PIC X(01) VALUE SPACES.
002120     02  SC-RI-VAL-THREE             PIC X(13).
002130
002140 01  SC-BROWSE-TITLE                 PIC X(40) VALUE SPACES.
002150 01  SC-PAGE-DISPLAY                 PIC ZZZ9.
002160
002170*----------------------------------------------------------------*
002180* THE REQUEST SHOWN ON THE DETAIL SCREEN. VALTHREE IS SPLIT OVER
002190* TWO LINES OF 50 SO ALL 100 BYTES ARE VISIBLE.
002200*----------------------------------------------------------------*
002210 01  SC-DETAIL-REQUEST-ID            PIC X(08) VALUE SPACES.
002220 01  SC-STATUS-WORD                  PIC X(09) VALUE SPACES.
002230 01  SC-DETAIL-VAL-THREE             PIC X(100).
002240 01  FILLER REDEFINES SC-DETAIL-VAL-THREE.
002250     02  SC-DETAIL-VAL-THREE-A       PIC X(50).
002260     02  SC-DETAIL-VAL-THREE-B       PIC X(50).
002270
002280*----------------------------------------------------------------*
002290* THE REQUESTER FIELDS AS KEYED, AND THE ENTRY AS IT WAS BEFORE
002300* THE CHANGE, TO TELL A REAL CHANGE FROM ENTER PRESSED TWICE.
002310*----------------------------------------------------------------*
002320 01  SC-REQUESTER-FIELDS.
002330     02  SC-RQ-DEPT-NAME             PIC X(30).
002340     02  SC-RQ-CONTACT               PIC X(20).
002350     02  SC-RQ-STREAM                PIC X(01).
002360     02  SC-RQ-ACTIVE                PIC X(01).
002370     02  SC-RQ-QUOTA                 PIC X(07).
002380     02  SC-RQ-QUOTA-N REDEFINES SC-RQ-QUOTA
002390                                     PIC 9(07).
002400     02  SC-RQ-ACTIVE-WORD           PIC X(08).
002410
002420 01  SC-REQUESTER-BEFORE             PIC X(80).
002430 01  SC-ACTIVE-BEFORE                PIC X(01).
002440
002450*----------------------------------------------------------------*
002460* SESSION IDENTIFICATION FOR THE JOURNAL AND AUDIT LINES.
002470*----------------------------------------------------------------*
002480 01  SC-RUN-IDENTIFICATION.
002490     02  SC-RUN-DATE                 PIC 9(08).
002500     02  SC-RUN-DATE-X REDEFINES SC-RUN-DATE.
002510         03  SC-RUN-YYYY             PIC 9(04).
002520         03  SC-RUN-MM               PIC 9(02).
002530         03  SC-RUN-DD               PIC 9(02).
002540     02  SC-OPERATOR-ID              PIC X(08).
002550     02  SC-JOB-ID                   PIC X(08).
002560
002570 01  SC-RUN-DATE-DISPLAY.
002580     02  SC-RDD-YYYY                 PIC 9(04).
002590     02  FILLER                      PIC X(01) VALUE "-".
002600     02  SC-RDD-MM                   PIC 9(02).
002610     02  FILLER                      PIC X(01) VALUE "-".
002620     02  SC-RDD-DD                   PIC 9(02).
002630
002640*----------------------------------------------------------------*
002641* THE AUTHORITY CHECK MADE BEFORE EVERY CHANGE.
002642*----------------------------------------------------------------*
002643 01  SC-AUTH-CHECK.
002644     02  SC-AUTH-OK-SW               PIC X(01) VALUE "Y".
002645         88  SC-AUTH-OK                         VALUE "Y".
002646     02  SC-LIMIT-SUB                PIC 9(02) COMP VALUE 0.
002647     02  SC-AUTH-REQUESTER           PIC X(08).
002648
002649*----------------------------------------------------------------*
002650* SESSION TOTALS, DISPLAYED AT SIGN-OFF.
002660*----------------------------------------------------------------*
002670 01  SC-RUN-COUNTERS.
002680     02  SC-HOLDS-DONE              PIC 9(07) COMP VALUE 0.
002690     02  SC-RELEASES-DONE           PIC 9(07) COMP VALUE 0.
002700     02  SC-CANCELS-DONE            PIC 9(07) COMP VALUE 0.
002710     02  SC-CHANGES-DONE            PIC 9(07) COMP VALUE 0.
002720     02  SC-REFUSED                 PIC 9(07) COMP VALUE 0.
002721     02  SC-DENIED                  PIC 9(07) COMP VALUE 0.
002730
002740*----------------------------------------------------------------*
002750* THE AUDIT LINE, IN THE COLUMNS THE BATCH PROGRAMS WRITE
002760* (OPERATOR 2-9, JOB 11-18, EVENT 20-24, DATE 26-33, TIME 35-42,
002770* COUNT 44-50), WITH THE KEY CHANGED AND THE CHANGE AFTER THE
002780* COUNT. THE COUNT IS ALWAYS 1 -- ONE ENTRY PER SCREEN CHANGE.
002790*----------------------------------------------------------------*
002800 01  SC-AUDIT-DETAIL-LINE.
002810     02  FILLER                      PIC X(01) VALUE SPACES.
002820     02  SC-AUD-OPERATOR             PIC X(08).
002830     02  FILLER                      PIC X(01) VALUE SPACES.
002840     02  SC-AUD-JOB-ID               PIC X(08).
002850     02  FILLER                      PIC X(01) VALUE SPACES.
002860     02  SC-AUD-EVENT                PIC X(05).
002870     02  FILLER                      PIC X(01) VALUE SPACES.
002880     02  SC-AUD-DATE                 PIC 9(08).
002890     02  FILLER                      PIC X(01) VALUE SPACES.
002900     02  SC-AUD-TIME                 PIC 9(08).
002910     02  FILLER                      PIC X(01) VALUE SPACES.
002920     02  SC-AUD-RECORD-COUNT         PIC ZZZZZZ9.
002930     02  FILLER                      PIC X(01) VALUE SPACES.
002940     02  SC-AUD-KEY-TYPE             PIC X(10).
002950     02  SC-AUD-KEY                  PIC X(08).
002960     02  FILLER                      PIC X(01) VALUE SPACES.
002970     02  SC-AUD-NOTE                 PIC X(30).
002980
002990 SCREEN SECTION.
003000*----------------------------------------------------------------*
003010* THE MAIN MENU.
003020*----------------------------------------------------------------*
003030 01  SC-MENU-SCREEN.
003040     02  BLANK SCREEN.
003050     02  LINE 01 COLUMN 02 VALUE "ROTSCRN".
003060     02  LINE 01 COLUMN 11 VALUE "ROTATION REQUEST HELP DESK".
003070     02  LINE 01 COLUMN 50 PIC X(10) FROM SC-RUN-DATE-DISPLAY.
003080     02  LINE 01 COLUMN 63 VALUE "OPER".
003090     02  LINE 01 COLUMN 68 PIC X(08) FROM SC-OPERATOR-ID.
003100     02  LINE 03 COLUMN 02 VALUE
003110         "CHOOSE ONE, KEY ITS VALUE, AND PRESS ENTER:".
003120     02  LINE 05 COLUMN 04 VALUE
003130         "1  BROWSE REQUESTS BY STATUS     VALUE: R V T J C H".
003140     02  LINE 06 COLUMN 04 VALUE
003150         "2  BROWSE REQUESTS BY SUBMITTER  VALUE: SUBMITTER".
003160     02  LINE 07 COLUMN 04 VALUE
003170         "3  SHOW ONE REQUEST              VALUE: REQUEST ID".
003180     02  LINE 08 COLUMN 04 VALUE
003190         "4  REQUESTER LOOKUP / CHANGE     VALUE: REQUESTER".
003200     02  LINE 09 COLUMN 04 VALUE
003210         "X  SIGN OFF".
003220     02  LINE 11 COLUMN 02 VALUE "SELECTION ==>".
003230     02  LINE 11 COLUMN 16 PIC X(01) USING SC-SELECTION.
003240     02  LINE 11 COLUMN 20 VALUE "VALUE ==>".
003250     02  LINE 11 COLUMN 30 PIC X(08) USING SC-KEY-VALUE.
003260     02  LINE 23 COLUMN 02 PIC X(78) FROM SC-MESSAGE.
003270
003280*----------------------------------------------------------------*
003290* ONE BROWSE PAGE OF UP TO 15 REQUESTS.
003300*----------------------------------------------------------------*
003310 01  SC-BROWSE-SCREEN.
003320     02  BLANK SCREEN.
003330     02  LINE 01 COLUMN 02 VALUE "ROTSCRN".
003340     02  LINE 01 COLUMN 11 PIC X(40) FROM SC-BROWSE-TITLE.
003350     02  LINE 01 COLUMN 63 VALUE "PAGE".
003360     02  LINE 01 COLUMN 68 PIC ZZZ9 FROM SC-PAGE-DISPLAY.
003370     02  LINE 03 COLUMN 02 VALUE
003380         "LN REQUEST  SUBMITTR RECEIVED STATUS    P VALONE".
003390     02  LINE 03 COLUMN 53 VALUE "VALTWO     VALTHREE".
003400     02  LINE 04 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(1).
003410     02  LINE 05 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(2).
003420     02  LINE 06 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(3).
003430     02  LINE 07 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(4).
003440     02  LINE 08 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(5).
003450     02  LINE 09 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(6).
003460     02  LINE 10 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(7).
003470     02  LINE 11 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(8).
003480     02  LINE 12 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(9).
003490     02  LINE 13 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(10).
003500     02  LINE 14 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(11).
003510     02  LINE 15 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(12).
003520     02  LINE 16 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(13).
003530     02  LINE 17 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(14).
003540     02  LINE 18 COLUMN 01 PIC X(78) FROM SC-ROW-TEXT(15).
003550     02  LINE 20 COLUMN 02 VALUE "LINE ==>".
003560     02  LINE 20 COLUMN 11 PIC X(02) USING SC-LINE-CHOICE.
003570     02  LINE 20 COLUMN 16 VALUE "COMMAND ==>".
003580     02  LINE 20 COLUMN 28 PIC X(01) USING SC-COMMAND.
003590     02  LINE 20 COLUMN 32 VALUE
003600         "F FORWARD  B BACK  Q MENU".
003610     02  LINE 23 COLUMN 02 PIC X(78) FROM SC-MESSAGE.
003620
003630*----------------------------------------------------------------*
003640* ONE REQUEST IN FULL, WITH ITS ACTIONS.
003650*----------------------------------------------------------------*
003660 01  SC-DETAIL-SCREEN.
003670     02  BLANK SCREEN.
003680     02  LINE 01 COLUMN 02 VALUE "ROTSCRN".
003690     02  LINE 01 COLUMN 11 VALUE "REQUEST DETAIL".
003700     02  LINE 03 COLUMN 02 VALUE "REQUEST ID.......".
003710     02  LINE 03 COLUMN 20 PIC X(08) FROM RqmRequestId.
003720     02  LINE 04 COLUMN 02 VALUE "SUBMITTER........".
003730     02  LINE 04 COLUMN 20 PIC X(08) FROM RqmSubmitter.
003740     02  LINE 05 COLUMN 02 VALUE "DATE RECEIVED....".
003750     02  LINE 05 COLUMN 20 PIC 9(08) FROM RqmDateReceived.
003760     02  LINE 06 COLUMN 02 VALUE "STATUS...........".
003770     02  LINE 06 COLUMN 20 PIC X(09) FROM SC-STATUS-WORD.
003780     02  LINE 07 COLUMN 02 VALUE "PRIORITY.........".
003790     02  LINE 07 COLUMN 20 PIC X(01) FROM RqmPriority.
003800     02  LINE 07 COLUMN 23 VALUE "(1 EXPEDITE, 9 NORMAL)".
003810     02  LINE 09 COLUMN 02 VALUE "VALONE...........".
003820     02  LINE 09 COLUMN 20 PIC X(10) FROM RqmValOne.
003830     02  LINE 10 COLUMN 02 VALUE "VALTWO...........".
003840     02  LINE 10 COLUMN 20 PIC X(10) FROM RqmValTwo.
003850     02  LINE 11 COLUMN 02 VALUE "VALTHREE.........".
003860     02  LINE 11 COLUMN 20 PIC X(50) FROM SC-DETAIL-VAL-THREE-A.
003870     02  LINE 12 COLUMN 20 PIC X(50) FROM SC-DETAIL-VAL-THREE-B.
003880     02  LINE 15 COLUMN 02 VALUE "ACTION ==>".
003890     02  LINE 15 COLUMN 13 PIC X(01) USING SC-ACTION.
003900     02  LINE 15 COLUMN 17 VALUE
003910         "H HOLD  R RELEASE  C CANCEL  Q RETURN".
003920     02  LINE 16 COLUMN 02 VALUE "CONFIRM CANCEL ==>".
003930     02  LINE 16 COLUMN 21 PIC X(01) USING SC-CONFIRM.
003940     02  LINE 16 COLUMN 25 VALUE "Y TO CONFIRM".
003950     02  LINE 23 COLUMN 02 PIC X(78) FROM SC-MESSAGE.
003960
003970*----------------------------------------------------------------*
003980* ONE REQUESTER, ITS CHANGEABLE FIELDS OPEN FOR KEYING.
003990*----------------------------------------------------------------*
004000 01  SC-REQUESTER-SCREEN.
004010     02  BLANK SCREEN.
004020     02  LINE 01 COLUMN 02 VALUE "ROTSCRN".
004030     02  LINE 01 COLUMN 11 VALUE "REQUESTER LOOKUP / CHANGE".
004040     02  LINE 03 COLUMN 02 VALUE "REQUESTER CODE...".
004050     02  LINE 03 COLUMN 20 PIC X(08) FROM ReqCode.
004060     02  LINE 04 COLUMN 02 VALUE "NOW..............".
004070     02  LINE 04 COLUMN 20 PIC X(08) FROM SC-RQ-ACTIVE-WORD.
004080     02  LINE 06 COLUMN 02 VALUE "DEPARTMENT.......".
004090     02  LINE 06 COLUMN 20 PIC X(30) USING SC-RQ-DEPT-NAME.
004100     02  LINE 07 COLUMN 02 VALUE "CONTACT..........".
004110     02  LINE 07 COLUMN 20 PIC X(20) USING SC-RQ-CONTACT.
004120     02  LINE 08 COLUMN 02 VALUE "BURST OUTPUT.....".
004130     02  LINE 08 COLUMN 20 PIC X(01) USING SC-RQ-STREAM.
004140     02  LINE 08 COLUMN 23 VALUE "(1-8)".
004150     02  LINE 09 COLUMN 02 VALUE "ACTIVE FLAG......".
004160     02  LINE 09 COLUMN 20 PIC X(01) USING SC-RQ-ACTIVE.
004170     02  LINE 09 COLUMN 23 VALUE "(Y OR N)".
004180     02  LINE 10 COLUMN 02 VALUE "DAILY LINE QUOTA.".
004190     02  LINE 10 COLUMN 20 PIC X(07) USING SC-RQ-QUOTA.
004200     02  LINE 10 COLUMN 29 VALUE "(7 DIGITS, 0000000 = NO QUOTA)".
004210     02  LINE 13 COLUMN 02 VALUE "ACTION ==>".
004220     02  LINE 13 COLUMN 13 PIC X(01) USING SC-ACTION.
004230     02  LINE 13 COLUMN 17 VALUE "C APPLY CHANGE  Q RETURN".
004240     02  LINE 23 COLUMN 02 PIC X(78) FROM SC-MESSAGE.
004250
004260 PROCEDURE DIVISION.
004270*----------------------------------------------------------------*
004280* 0000-MAINLINE                                                  *
004290*----------------------------------------------------------------*
004300 0000-MAINLINE.
004310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004320     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
004330         UNTIL SC-SESSION-ENDED.
004340     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004350     GO TO 9999-EXIT.
004360
004370*----------------------------------------------------------------*
004380* 1000-INITIALIZE -- OPEN BOTH MASTERS I-O AND IDENTIFY THE      *
004390* OPERATOR. A MASTER THAT WILL NOT OPEN LEAVES ITS OPTIONS       *
004400* REFUSED FOR THE SESSION; WITH NEITHER THERE IS NOTHING TO DO.  *
004410*----------------------------------------------------------------*
004420 1000-INITIALIZE.
004430     OPEN I-O RqmFile.
004440     IF SC-RQM-STATUS = "00"
004450         SET SC-RQM-AVAILABLE TO TRUE
004460     ELSE
004470         DISPLAY "ROTSCRN: *** RQMASTER OPEN FAILED, STATUS "
004480             SC-RQM-STATUS
004490     END-IF.
004500     OPEN I-O ReqFile.
004510     IF SC-REQ-STATUS = "00"
004520         SET SC-REQ-AVAILABLE TO TRUE
004530     ELSE
004540         DISPLAY "ROTSCRN: *** REQMAST OPEN FAILED, STATUS "
004550             SC-REQ-STATUS
004551     END-IF.
004552     OPEN INPUT AuthFile.
004553     IF SC-AUTH-STATUS = "00"
004554         SET SC-AUTH-AVAILABLE TO TRUE
004555     ELSE
004556         DISPLAY "ROTSCRN: *** OPAUTH OPEN FAILED, STATUS "
004557             SC-AUTH-STATUS ", NO CHANGES ALLOWED"
004560     END-IF.
004570     IF NOT SC-RQM-AVAILABLE AND NOT SC-REQ-AVAILABLE
004580         SET SC-SESSION-ENDED TO TRUE
004590     END-IF.
004600     ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
004610     MOVE SC-RUN-YYYY TO SC-RDD-YYYY.
004620     MOVE SC-RUN-MM TO SC-RDD-MM.
004630     MOVE SC-RUN-DD TO SC-RDD-DD.
004640     ACCEPT SC-OPERATOR-ID FROM ENVIRONMENT "USER".
004650     IF SC-OPERATOR-ID = SPACES
004660         MOVE "UNKNOWN " TO SC-OPERATOR-ID
004670     END-IF.
004680     ACCEPT SC-JOB-ID FROM ENVIRONMENT "JOB_ID".
004690     IF SC-JOB-ID = SPACES
004700         MOVE "ROTSCRN " TO SC-JOB-ID
004710     END-IF.
004720     MOVE SC-RUN-DATE TO JrnDate.
004730     MOVE "ROTSCRN" TO JrnProgram.
004740     MOVE SC-OPERATOR-ID TO JrnOperator.
004750     MOVE SC-JOB-ID TO JrnJobId.
004760     MOVE SPACES TO SC-INPUT-FIELDS.
004770 1000-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------*
004810* 2000-MAIN-MENU -- ONE TRIP ROUND THE MENU. THE VALUE FIELD IS  *
004820* CHECKED FOR THE OPTION CHOSEN BEFORE ANY FILE IS TOUCHED.      *
004830*----------------------------------------------------------------*
004840 2000-MAIN-MENU.
004850     DISPLAY SC-MENU-SCREEN.
004860     ACCEPT SC-MENU-SCREEN.
004870     MOVE SPACES TO SC-MESSAGE.
004880     INSPECT SC-SELECTION CONVERTING SC-LOWER-CASE
004890         TO SC-UPPER-CASE.
004900     INSPECT SC-KEY-VALUE CONVERTING SC-LOWER-CASE
004910         TO SC-UPPER-CASE.
004920     IF SC-SELECTION = "X"
004930         SET SC-SESSION-ENDED TO TRUE
004940         GO TO 2000-EXIT
004950     END-IF.
004960     IF SC-SELECTION = "4"
004970         IF NOT SC-REQ-AVAILABLE
004980             MOVE "REQMAST IS NOT AVAILABLE THIS SESSION"
004990                 TO SC-MESSAGE
005000             GO TO 2000-EXIT
005010         END-IF
005020     ELSE
005030         IF NOT SC-RQM-AVAILABLE
005040             MOVE "RQMASTER IS NOT AVAILABLE THIS SESSION"
005050                 TO SC-MESSAGE
005060             GO TO 2000-EXIT
005070         END-IF
005080     END-IF.
005090     EVALUATE SC-SELECTION
005100         WHEN "1"
005110             MOVE SC-KEY-VALUE(1:1) TO SC-FILTER-STATUS
005120             IF NOT SC-FILTER-STATUS-VALID
005130                     OR SC-KEY-VALUE(2:7) NOT = SPACES
005140                 MOVE "STATUS MUST BE ONE OF R V T J C H"
005150                     TO SC-MESSAGE
005160                 GO TO 2000-EXIT
005170             END-IF
005180             SET SC-FILTER-BY-STATUS TO TRUE
005190             PERFORM 3000-BROWSE THRU 3000-EXIT
005200         WHEN "2"
005210             IF SC-KEY-VALUE = SPACES
005220                 MOVE "KEY THE SUBMITTER TO BROWSE" TO SC-MESSAGE
005230                 GO TO 2000-EXIT
005240             END-IF
005250             MOVE SC-KEY-VALUE TO SC-FILTER-SUBMITTER
005260             SET SC-FILTER-BY-SUBMITTER TO TRUE
005270             PERFORM 3000-BROWSE THRU 3000-EXIT
005280         WHEN "3"
005290             IF SC-KEY-VALUE = SPACES
005300                 MOVE "KEY THE REQUEST ID TO SHOW" TO SC-MESSAGE
005310                 GO TO 2000-EXIT
005320             END-IF
005330             MOVE SC-KEY-VALUE TO SC-DETAIL-REQUEST-ID
005340             PERFORM 4000-SHOW-REQUEST THRU 4000-EXIT
005350         WHEN "4"
005360             IF SC-KEY-VALUE = SPACES
005370                 MOVE "KEY THE REQUESTER CODE TO LOOK UP"
005380                     TO SC-MESSAGE
005390                 GO TO 2000-EXIT
005400             END-IF
005410             PERFORM 5000-SHOW-REQUESTER THRU 5000-EXIT
005420         WHEN OTHER
005430             MOVE "SELECTION MUST BE 1, 2, 3, 4 OR X"
005440                 TO SC-MESSAGE
005450     END-EVALUATE.
005460 2000-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------*
005500* 3000-BROWSE -- PAGES THROUGH THE MATCHING REQUESTS IN REQUEST  *
005510* ID ORDER UNTIL THE OPERATOR GOES BACK TO THE MENU.             *
005520*----------------------------------------------------------------*
005530 3000-BROWSE.
005540     IF SC-FILTER-BY-STATUS
005550         MOVE "BROWSE BY STATUS X" TO SC-BROWSE-TITLE
005560         MOVE SC-FILTER-STATUS TO SC-BROWSE-TITLE(18:1)
005570     ELSE
005580         MOVE "BROWSE BY SUBMITTER XXXXXXXX" TO SC-BROWSE-TITLE
005590         MOVE SC-FILTER-SUBMITTER TO SC-BROWSE-TITLE(21:8)
005600     END-IF.
005610     MOVE 1 TO SC-PAGE-NUMBER.
005620     MOVE LOW-VALUES TO SC-PAGE-START-KEY(1).
005630     MOVE "N" TO SC-SCREEN-SWITCH.
005640     PERFORM 3100-SHOW-ONE-PAGE THRU 3100-EXIT
005650         UNTIL SC-SCREEN-DONE.
005660 3000-EXIT.
005670     EXIT.
005680
005690 3100-SHOW-ONE-PAGE.
005700     PERFORM 3200-LOAD-PAGE THRU 3200-EXIT.
005710     IF SC-ROW-COUNT = 0 AND SC-MESSAGE = SPACES
005720         MOVE "NO REQUESTS MATCH" TO SC-MESSAGE
005730     END-IF.
005740     MOVE SC-PAGE-NUMBER TO SC-PAGE-DISPLAY.
005750     MOVE SPACES TO SC-COMMAND SC-LINE-CHOICE.
005760     DISPLAY SC-BROWSE-SCREEN.
005770     ACCEPT SC-BROWSE-SCREEN.
005780     MOVE SPACES TO SC-MESSAGE.
005790     INSPECT SC-COMMAND CONVERTING SC-LOWER-CASE
005800         TO SC-UPPER-CASE.
005810     IF SC-LINE-CHOICE NOT = SPACES
005820         PERFORM 3300-CHOOSE-LINE THRU 3300-EXIT
005830         GO TO 3100-EXIT
005840     END-IF.
005850     EVALUATE SC-COMMAND
005860         WHEN "F"
005870             IF NOT SC-MORE-PAGES
005880                 MOVE "THIS IS THE LAST PAGE" TO SC-MESSAGE
005890             ELSE
005900                 IF SC-PAGE-NUMBER >= SC-PAGE-LIMIT
005910                     MOVE "TOO MANY PAGES -- NARROW THE BROWSE"
005920                         TO SC-MESSAGE
005930                 ELSE
005940                     ADD 1 TO SC-PAGE-NUMBER
005950                 END-IF
005960             END-IF
005970         WHEN "B"
005980             IF SC-PAGE-NUMBER > 1
005990                 SUBTRACT 1 FROM SC-PAGE-NUMBER
006000             ELSE
006010                 MOVE "THIS IS THE FIRST PAGE" TO SC-MESSAGE
006020             END-IF
006030         WHEN "Q"
006040             SET SC-SCREEN-DONE TO TRUE
006050         WHEN SPACE
006060             CONTINUE
006070         WHEN OTHER
006080             MOVE "COMMAND MUST BE F, B OR Q" TO SC-MESSAGE
006090     END-EVALUATE.
006100 3100-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------------*
006140* 3200-LOAD-PAGE -- READS FROM THE PAGE'S START KEY UNTIL 15     *
006150* MATCHES ARE IN HAND AND A 16TH HAS BEEN SEEN (OR THE FILE      *
006160* ENDS). THE PAGE IS RE-READ EVERY TIME IT IS SHOWN, SO A CHANGE *
006170* MADE FROM THE DETAIL SCREEN SHOWS AT ONCE.                     *
006180*----------------------------------------------------------------*
006190 3200-LOAD-PAGE.
006200     MOVE 0 TO SC-ROW-COUNT.
006210     MOVE 1 TO SC-ROW-SUB.
006220     PERFORM 3210-CLEAR-ONE-ROW THRU 3210-EXIT
006230         UNTIL SC-ROW-SUB > SC-ROW-LIMIT.
006240     MOVE "N" TO SC-MORE-SWITCH.
006250     MOVE "N" TO SC-PAGE-EOF-SWITCH.
006260     MOVE SC-PAGE-START-KEY(SC-PAGE-NUMBER) TO RqmKey.
006270     START RqmFile KEY IS NOT LESS THAN RqmKey
006280         INVALID KEY
006290             SET SC-PAGE-EOF TO TRUE
006300     END-START.
006310     PERFORM 3220-READ-ONE-ENTRY THRU 3220-EXIT
006320         UNTIL SC-PAGE-EOF.
006330 3200-EXIT.
006340     EXIT.
006350
006360 3210-CLEAR-ONE-ROW.
006370     MOVE SPACES TO SC-ROW-REQUEST-ID(SC-ROW-SUB)
006380         SC-ROW-TEXT(SC-ROW-SUB).
006390     ADD 1 TO SC-ROW-SUB.
006400 3210-EXIT.
006410     EXIT.
006420
006430 3220-READ-ONE-ENTRY.
006440     READ RqmFile NEXT RECORD INTO RequestMaster
006450         AT END
006460             SET SC-PAGE-EOF TO TRUE
006470     END-READ.
006480     IF SC-PAGE-EOF
006490         GO TO 3220-EXIT
006500     END-IF.
006510     IF SC-FILTER-BY-STATUS AND RqmStatus NOT = SC-FILTER-STATUS
006520         GO TO 3220-EXIT
006530     END-IF.
006540     IF SC-FILTER-BY-SUBMITTER
006550             AND RqmSubmitter NOT = SC-FILTER-SUBMITTER
006560         GO TO 3220-EXIT
006570     END-IF.
006580     IF SC-ROW-COUNT >= SC-ROW-LIMIT
006590         SET SC-MORE-PAGES TO TRUE
006600         IF SC-PAGE-NUMBER < SC-PAGE-LIMIT
006610             MOVE RqmRequestId
006620                 TO SC-PAGE-START-KEY(SC-PAGE-NUMBER + 1)
006630         END-IF
006640         SET SC-PAGE-EOF TO TRUE
006650         GO TO 3220-EXIT
006660     END-IF.
006670     ADD 1 TO SC-ROW-COUNT.
006680     MOVE SC-ROW-COUNT TO SC-RI-LINE.
006690     MOVE RqmRequestId TO SC-RI-REQUEST-ID.
006700     MOVE RqmSubmitter TO SC-RI-SUBMITTER.
006710     MOVE RqmDateReceived TO SC-RI-DATE.
006720     PERFORM 7000-NAME-STATUS THRU 7000-EXIT.
006730     MOVE SC-STATUS-WORD TO SC-RI-STATUS.
006740     MOVE RqmPriority TO SC-RI-PRIORITY.
006750     MOVE RqmValOne TO SC-RI-VAL-ONE.
006760     MOVE RqmValTwo TO SC-RI-VAL-TWO.
006770     MOVE RqmValThree TO SC-RI-VAL-THREE.
006780     MOVE RqmRequestId TO SC-ROW-REQUEST-ID(SC-ROW-COUNT).
006790     MOVE SC-ROW-IMAGE TO SC-ROW-TEXT(SC-ROW-COUNT).
006800 3220-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------*
006840* 3300-CHOOSE-LINE -- A LINE NUMBER KEYED ON THE BROWSE PAGE     *
006850* OPENS THAT REQUEST'S DETAIL SCREEN. A ONE-DIGIT ENTRY MAY BE   *
006860* KEYED IN EITHER POSITION.                                      *
006870*----------------------------------------------------------------*
006880 3300-CHOOSE-LINE.
006890     IF SC-LINE-CHOICE(2:1) = SPACE
006900         MOVE SC-LINE-CHOICE(1:1) TO SC-LINE-CHOICE(2:1)
006910         MOVE "0" TO SC-LINE-CHOICE(1:1)
006920     END-IF.
006930     IF SC-LINE-CHOICE(1:1) = SPACE
006940         MOVE "0" TO SC-LINE-CHOICE(1:1)
006950     END-IF.
006960     IF SC-LINE-CHOICE IS NOT NUMERIC
006970         MOVE "LINE MUST BE A NUMBER FROM THE PAGE" TO SC-MESSAGE
006980         GO TO 3300-EXIT
006990     END-IF.
007000     IF SC-LINE-CHOICE-N < 1 OR SC-LINE-CHOICE-N > SC-ROW-COUNT
007010         MOVE "LINE MUST BE A NUMBER FROM THE PAGE" TO SC-MESSAGE
007020         GO TO 3300-EXIT
007030     END-IF.
007040     MOVE SC-ROW-REQUEST-ID(SC-LINE-CHOICE-N)
007050         TO SC-DETAIL-REQUEST-ID.
007060     PERFORM 4000-SHOW-REQUEST THRU 4000-EXIT.
007070 3300-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------------*
007110* 4000-SHOW-REQUEST -- THE DETAIL SCREEN FOR ONE REQUEST, SHOWN  *
007120* AGAIN AFTER EVERY ACTION UNTIL THE OPERATOR RETURNS.           *
007130*----------------------------------------------------------------*
007140 4000-SHOW-REQUEST.
007150     MOVE SC-DETAIL-REQUEST-ID TO RqmKey.
007160     READ RqmFile INTO RequestMaster
007170         INVALID KEY
007180             MOVE "REQUEST ID NOT ON MASTER" TO SC-MESSAGE
007190             GO TO 4000-EXIT
007200     END-READ.
007210     MOVE "N" TO SC-DETAIL-SWITCH.
007220     PERFORM 4100-DETAIL-ONCE THRU 4100-EXIT
007230         UNTIL SC-DETAIL-DONE.
007240 4000-EXIT.
007250     EXIT.
007260
007270 4100-DETAIL-ONCE.
007280     PERFORM 7000-NAME-STATUS THRU 7000-EXIT.
007290     MOVE RqmValThree TO SC-DETAIL-VAL-THREE.
007300     MOVE SPACES TO SC-ACTION SC-CONFIRM.
007310     DISPLAY SC-DETAIL-SCREEN.
007320     ACCEPT SC-DETAIL-SCREEN.
007330     MOVE SPACES TO SC-MESSAGE.
007340     INSPECT SC-ACTION CONVERTING SC-LOWER-CASE
007350         TO SC-UPPER-CASE.
007360     INSPECT SC-CONFIRM CONVERTING SC-LOWER-CASE
007370         TO SC-UPPER-CASE.
007380     EVALUATE SC-ACTION
007390         WHEN "H"
007400             PERFORM 4200-HOLD-REQUEST THRU 4200-EXIT
007410         WHEN "R"
007420             PERFORM 4300-RELEASE-REQUEST THRU 4300-EXIT
007430         WHEN "C"
007440             PERFORM 4400-CANCEL-REQUEST THRU 4400-EXIT
007450         WHEN "Q"
007460             SET SC-DETAIL-DONE TO TRUE
007470         WHEN SPACE
007480             SET SC-DETAIL-DONE TO TRUE
007490         WHEN OTHER
007500             MOVE "ACTION MUST BE H, R, C OR Q" TO SC-MESSAGE
007510     END-EVALUATE.
007520 4100-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------*
007560* 4200-HOLD-REQUEST -- ROTRQMNT'S HOLD RULE: ONLY OPEN WORK,     *
007570* RECEIVED OR VALIDATED, CAN BE HELD.                            *
007580*----------------------------------------------------------------*
007590 4200-HOLD-REQUEST.
007600     PERFORM 4900-REREAD-REQUEST THRU 4900-EXIT.
007610     IF SC-MESSAGE NOT = SPACES
007620         GO TO 4200-EXIT
007630     END-IF.
007631     MOVE "HOLD    " TO OpdFunction.
007632     PERFORM 4800-CHECK-AUTHORITY THRU 4800-EXIT.
007633     IF NOT SC-AUTH-OK
007634         GO TO 4200-EXIT
007635     END-IF.
007640     IF NOT RqmReceived AND NOT RqmValidated
007650         ADD 1 TO SC-REFUSED
007660         MOVE "NOT RECEIVED/VALIDATED, NOT HELD" TO SC-MESSAGE
007670         GO TO 4200-EXIT
007680     END-IF.
007690     MOVE RqmStatus TO JrnOldStatus.
007700     SET RqmHeld TO TRUE.
007710     MOVE "HOLD " TO SC-AUD-EVENT.
007720     PERFORM 4950-REWRITE-REQUEST THRU 4950-EXIT.
007730     IF SC-MESSAGE NOT = SPACES
007740         GO TO 4200-EXIT
007750     END-IF.
007760     ADD 1 TO SC-HOLDS-DONE.
007770     MOVE "HELD" TO SC-MESSAGE.
007780 4200-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------*
007820* 4300-RELEASE-REQUEST -- ONLY A HELD REQUEST CAN BE RELEASED;   *
007830* IT GOES BACK TO RECEIVED FOR THE NEXT NIGHT'S RUN.             *
007840*----------------------------------------------------------------*
007850 4300-RELEASE-REQUEST.
007860     PERFORM 4900-REREAD-REQUEST THRU 4900-EXIT.
007870     IF SC-MESSAGE NOT = SPACES
007871         GO TO 4300-EXIT
007872     END-IF.
007873     MOVE "RELEASE " TO OpdFunction.
007874     PERFORM 4800-CHECK-AUTHORITY THRU 4800-EXIT.
007875     IF NOT SC-AUTH-OK
007880         GO TO 4300-EXIT
007890     END-IF.
007900     IF NOT RqmHeld
007910         ADD 1 TO SC-REFUSED
007920         MOVE "NOT HELD, NOT RELEASED" TO SC-MESSAGE
007930         GO TO 4300-EXIT
007940     END-IF.
007950     MOVE RqmStatus TO JrnOldStatus.
007960     SET RqmReceived TO TRUE.
007970     MOVE "RLSE " TO SC-AUD-EVENT.
007980     PERFORM 4950-REWRITE-REQUEST THRU 4950-EXIT.
007990     IF SC-MESSAGE NOT = SPACES
008000         GO TO 4300-EXIT
008010     END-IF.
008020     ADD 1 TO SC-RELEASES-DONE.
008030     MOVE "RELEASED, STATUS RECEIVED" TO SC-MESSAGE.
008040 4300-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------*
008080* 4400-CANCEL-REQUEST -- A ROTATED REQUEST STAYS ON THE BOOKS,   *
008090* AS IN ROTRQMNT. A CANCEL CANNOT BE UNDONE FROM HERE, SO IT     *
008100* NEEDS THE CONFIRM FIELD AS WELL.                               *
008110*----------------------------------------------------------------*
008120 4400-CANCEL-REQUEST.
008130     IF SC-CONFIRM NOT = "Y"
008140         MOVE "KEY Y IN CONFIRM CANCEL TO CANCEL" TO SC-MESSAGE
008150         GO TO 4400-EXIT
008160     END-IF.
008170     PERFORM 4900-REREAD-REQUEST THRU 4900-EXIT.
008180     IF SC-MESSAGE NOT = SPACES
008190         GO TO 4400-EXIT
008200     END-IF.
008201     MOVE "CANCEL  " TO OpdFunction.
008202     PERFORM 4800-CHECK-AUTHORITY THRU 4800-EXIT.
008203     IF NOT SC-AUTH-OK
008204         GO TO 4400-EXIT
008205     END-IF.
008210     IF RqmRotated
008220         ADD 1 TO SC-REFUSED
008230         MOVE "ALREADY ROTATED, NOT CANCELLED" TO SC-MESSAGE
008240         GO TO 4400-EXIT
008250     END-IF.
008260     MOVE RqmStatus TO JrnOldStatus.
008270     SET RqmCancelled TO TRUE.
008280     MOVE "CANCL" TO SC-AUD-EVENT.
008290     PERFORM 4950-REWRITE-REQUEST THRU 4950-EXIT.
008300     IF SC-MESSAGE NOT = SPACES
008310         GO TO 4400-EXIT
008320     END-IF.
008330     ADD 1 TO SC-CANCELS-DONE.
008331     MOVE "CANCELLED" TO SC-MESSAGE.
008332 4400-EXIT.
008333     EXIT.
008334
008335*----------------------------------------------------------------*
008336* 4800-CHECK-AUTHORITY -- ROTRQMNT'S CHECK FOR THE FUNCTION THE  *
008337* CALLER PUT IN OPDFUNCTION: THE OPERATOR MUST BE ON OPAUTH WITH *
008338* THAT FLAG, AND WHERE THE ENTRY IS LIMITED TO CERTAIN           *
008339* REQUESTERS THE REQUEST'S SUBMITTER MUST BE ONE OF THEM.        *
008340*----------------------------------------------------------------*
008341 4800-CHECK-AUTHORITY.
008342     MOVE "REQUEST   " TO OpdKeyType.
008343     MOVE RqmRequestId TO OpdKey.
008344     MOVE RqmSubmitter TO SC-AUTH-REQUESTER.
008345     PERFORM 6200-READ-AUTHORITY THRU 6200-EXIT.
008346     IF NOT SC-AUTH-OK
008347         GO TO 4800-EXIT
008348     END-IF.
008349     EVALUATE TRUE
008350         WHEN OpdFunction = "HOLD    " AND NOT OpaMayRqmHold
008351         WHEN OpdFunction = "RELEASE " AND NOT OpaMayRqmRelease
008352         WHEN OpdFunction = "CANCEL  " AND NOT OpaMayRqmCancel
008353             SET OpdNoAuthority TO TRUE
008354             PERFORM 6300-DENY-CHANGE THRU 6300-EXIT
008355             GO TO 4800-EXIT
008356     END-EVALUATE.
008357     PERFORM 6210-CHECK-LIMITS THRU 6210-EXIT.
008358 4800-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------------*
008390* 4900-REREAD-REQUEST -- THE ENTRY AS IT STANDS NOW, SO THE RULE *
008400* IS NOT JUDGED ON WHAT THE SCREEN SHOWED. A MESSAGE LEFT SET    *
008410* TELLS THE CALLER TO STOP.                                      *
008420*----------------------------------------------------------------*
008430 4900-REREAD-REQUEST.
008440     MOVE SC-DETAIL-REQUEST-ID TO RqmKey.
008450     READ RqmFile INTO RequestMaster
008460         INVALID KEY
008470             MOVE "REQUEST ID NO LONGER ON MASTER" TO SC-MESSAGE
008480             SET SC-DETAIL-DONE TO TRUE
008490     END-READ.
008500 4900-EXIT.
008510     EXIT.
008520
008530*----------------------------------------------------------------*
008540* 4950-REWRITE-REQUEST -- THE STATUS MOVE SET BY THE CALLER,     *
008541* THEN ITS JOURNAL RECORD AND ITS AUDIT LINE. IF THE REWRITE     *
008542* FAILS THE OLD STATUS IS PUT BACK, SO THE SCREEN SHOWS THE      *
008543* ENTRY AS IT STILL STANDS ON THE MASTER.                        *
008560*----------------------------------------------------------------*
008570 4950-REWRITE-REQUEST.
008580     REWRITE RqmRecord FROM RequestMaster.
008590     IF SC-RQM-STATUS NOT = "00"
008600         MOVE "REWRITE FAILED, STATUS XX -- NOTHING CHANGED"
008610             TO SC-MESSAGE
008620         MOVE SC-RQM-STATUS TO SC-MESSAGE(24:2)
008621         MOVE JrnOldStatus TO RqmStatus
008630         GO TO 4950-EXIT
008640     END-IF.
008650     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
008660     MOVE "REQUEST   " TO SC-AUD-KEY-TYPE.
008670     MOVE RqmRequestId TO SC-AUD-KEY.
008680     MOVE "STATUS X TO X" TO SC-AUD-NOTE.
008690     MOVE JrnOldStatus TO SC-AUD-NOTE(8:1).
008700     MOVE RqmStatus TO SC-AUD-NOTE(13:1).
008710     PERFORM 6100-WRITE-AUDIT-EVENT THRU 6100-EXIT.
008720 4950-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------------*
008760* 5000-SHOW-REQUESTER -- THE REQUESTER SCREEN, SHOWN AGAIN AFTER *
008770* EVERY CHANGE UNTIL THE OPERATOR RETURNS.                       *
008780*----------------------------------------------------------------*
008790 5000-SHOW-REQUESTER.
008800     MOVE SC-KEY-VALUE TO ReqKey.
008810     READ ReqFile INTO RequesterMaster
008820         INVALID KEY
008830             MOVE "REQUESTER NOT ON MASTER" TO SC-MESSAGE
008840             GO TO 5000-EXIT
008850     END-READ.
008860     IF ReqDailyQuota IS NOT NUMERIC
008870         MOVE 0 TO ReqDailyQuota
008880     END-IF.
008890     MOVE "N" TO SC-DETAIL-SWITCH.
008900     PERFORM 5100-REQUESTER-ONCE THRU 5100-EXIT
008910         UNTIL SC-DETAIL-DONE.
008920 5000-EXIT.
008930     EXIT.
008940
008950 5100-REQUESTER-ONCE.
008960     MOVE ReqDeptName TO SC-RQ-DEPT-NAME.
008970     MOVE ReqContact TO SC-RQ-CONTACT.
008980     MOVE ReqBurstStream TO SC-RQ-STREAM.
008990     MOVE ReqActiveFlag TO SC-RQ-ACTIVE.
009000     MOVE ReqDailyQuota TO SC-RQ-QUOTA-N.
009010     IF ReqActive
009020         MOVE "ACTIVE  " TO SC-RQ-ACTIVE-WORD
009030     ELSE
009040         MOVE "INACTIVE" TO SC-RQ-ACTIVE-WORD
009050     END-IF.
009060     MOVE SPACES TO SC-ACTION.
009070     DISPLAY SC-REQUESTER-SCREEN.
009080     ACCEPT SC-REQUESTER-SCREEN.
009090     MOVE SPACES TO SC-MESSAGE.
009100     INSPECT SC-ACTION CONVERTING SC-LOWER-CASE
009110         TO SC-UPPER-CASE.
009120     INSPECT SC-RQ-ACTIVE CONVERTING SC-LOWER-CASE
009130         TO SC-UPPER-CASE.
009140     EVALUATE SC-ACTION
009150         WHEN "C"
009160             PERFORM 5200-CHANGE-REQUESTER THRU 5200-EXIT
009170         WHEN "Q"
009180             SET SC-DETAIL-DONE TO TRUE
009190         WHEN SPACE
009200             SET SC-DETAIL-DONE TO TRUE
009210         WHEN OTHER
009220             MOVE "ACTION MUST BE C OR Q" TO SC-MESSAGE
009230     END-EVALUATE.
009240 5100-EXIT.
009250     EXIT.
009260
009270*----------------------------------------------------------------*
009280* 5200-CHANGE-REQUESTER -- ROTRQSTR'S CHANGE RULES: A BLANKED    *
009290* FIELD LEAVES THE MASTER VALUE ALONE, A BURST OUTPUT MUST BE    *
009300* 1-8, AND A QUOTA MUST BE NUMERIC. EVERY FIELD IS CHECKED       *
009310* BEFORE ANY IS APPLIED, SO A REFUSED CHANGE CHANGES NOTHING.    *
009320* THE ACTIVE FLAG MUST BE Y OR N -- THE CARD JOB IGNORES ANY     *
009330* OTHER BYTE, BUT AN OPERATOR AT A SCREEN CAN BE TOLD AT ONCE.   *
009331* THE OPERATOR'S AUTHORITY IS CHECKED BEFORE THE ENTRY IS READ.  *
009340*----------------------------------------------------------------*
009350 5200-CHANGE-REQUESTER.
009360     IF SC-RQ-STREAM NOT = SPACE
009370             AND (SC-RQ-STREAM < "1" OR SC-RQ-STREAM > "8")
009380         ADD 1 TO SC-REFUSED
009390         MOVE "BURST OUTPUT NOT 1-8" TO SC-MESSAGE
009400         GO TO 5200-EXIT
009410     END-IF.
009420     IF SC-RQ-ACTIVE NOT = SPACE AND SC-RQ-ACTIVE NOT = "Y"
009430             AND SC-RQ-ACTIVE NOT = "N"
009440         ADD 1 TO SC-REFUSED
009450         MOVE "ACTIVE FLAG NOT Y OR N" TO SC-MESSAGE
009460         GO TO 5200-EXIT
009470     END-IF.
009480     IF SC-RQ-QUOTA NOT = SPACES AND SC-RQ-QUOTA IS NOT NUMERIC
009490         ADD 1 TO SC-REFUSED
009500         MOVE "DAILY QUOTA NOT NUMERIC" TO SC-MESSAGE
009501         GO TO 5200-EXIT
009502     END-IF.
009503     PERFORM 5300-CHECK-AUTHORITY THRU 5300-EXIT.
009504     IF NOT SC-AUTH-OK
009510         GO TO 5200-EXIT
009520     END-IF.
009530     MOVE ReqCode TO ReqKey.
009540     READ ReqFile INTO RequesterMaster
009550         INVALID KEY
009560             MOVE "REQUESTER NO LONGER ON MASTER" TO SC-MESSAGE
009570             SET SC-DETAIL-DONE TO TRUE
009580             GO TO 5200-EXIT
009590     END-READ.
009600     IF ReqDailyQuota IS NOT NUMERIC
009610         MOVE 0 TO ReqDailyQuota
009620     END-IF.
009630     MOVE RequesterMaster TO SC-REQUESTER-BEFORE.
009640     MOVE ReqActiveFlag TO SC-ACTIVE-BEFORE.
009650     IF SC-RQ-DEPT-NAME NOT = SPACES
009660         MOVE SC-RQ-DEPT-NAME TO ReqDeptName
009670     END-IF.
009680     IF SC-RQ-CONTACT NOT = SPACES
009690         MOVE SC-RQ-CONTACT TO ReqContact
009700     END-IF.
009710     IF SC-RQ-STREAM NOT = SPACE
009720         MOVE SC-RQ-STREAM TO ReqBurstStream
009730     END-IF.
009740     IF SC-RQ-ACTIVE NOT = SPACE
009750         MOVE SC-RQ-ACTIVE TO ReqActiveFlag
009760     END-IF.
009770     IF SC-RQ-QUOTA NOT = SPACES
009780         MOVE SC-RQ-QUOTA-N TO ReqDailyQuota
009790     END-IF.
009800     IF RequesterMaster = SC-REQUESTER-BEFORE
009810         MOVE "NOTHING CHANGED" TO SC-MESSAGE
009820         GO TO 5200-EXIT
009830     END-IF.
009840     REWRITE ReqRecord FROM RequesterMaster.
009850     IF SC-REQ-STATUS NOT = "00"
009860         MOVE "REWRITE FAILED, STATUS XX -- NOTHING CHANGED"
009870             TO SC-MESSAGE
009880         MOVE SC-REQ-STATUS TO SC-MESSAGE(24:2)
009890         MOVE SC-REQUESTER-BEFORE TO RequesterMaster
009900         GO TO 5200-EXIT
009910     END-IF.
009920     ADD 1 TO SC-CHANGES-DONE.
009930     MOVE "REQUESTER " TO SC-AUD-KEY-TYPE.
009940     MOVE ReqCode TO SC-AUD-KEY.
009950     IF ReqInactive AND SC-ACTIVE-BEFORE NOT = "N"
009960         MOVE "DEACT" TO SC-AUD-EVENT
009970         MOVE "DEACTIVATED" TO SC-AUD-NOTE
009980     ELSE
009990         MOVE "RQCHG" TO SC-AUD-EVENT
010000         MOVE "CHANGED" TO SC-AUD-NOTE
010010     END-IF.
010020     PERFORM 6100-WRITE-AUDIT-EVENT THRU 6100-EXIT.
010030     MOVE "CHANGED" TO SC-MESSAGE.
010040 5200-EXIT.
010050     EXIT.
010051
010052*----------------------------------------------------------------*
010053* 5300-CHECK-AUTHORITY -- ROTRQSTR'S CHECK FOR A CHANGE CARD:    *
010054* THE OPERATOR MUST BE ON OPAUTH WITH THE CHANGE FLAG, AND WITH  *
010055* THE DEACT FLAG AS WELL WHEN THE ACTIVE FLAG IS KEYED N. WHERE  *
010056* THE ENTRY IS LIMITED TO CERTAIN REQUESTERS THIS CODE MUST BE   *
010057* ONE OF THEM.                                                   *
010058*----------------------------------------------------------------*
010059 5300-CHECK-AUTHORITY.
010060     MOVE "CHANGE  " TO OpdFunction.
010061     MOVE "REQUESTER " TO OpdKeyType.
010062     MOVE ReqCode TO OpdKey.
010063     MOVE ReqCode TO SC-AUTH-REQUESTER.
010064     PERFORM 6200-READ-AUTHORITY THRU 6200-EXIT.
010065     IF NOT SC-AUTH-OK
010066         GO TO 5300-EXIT
010067     END-IF.
010068     EVALUATE TRUE
010069         WHEN NOT OpaMayReqChange
010070         WHEN SC-RQ-ACTIVE = "N" AND NOT OpaMayReqDeact
010071             SET OpdNoAuthority TO TRUE
010072             PERFORM 6300-DENY-CHANGE THRU 6300-EXIT
010073             GO TO 5300-EXIT
010074     END-EVALUATE.
010075     PERFORM 6210-CHECK-LIMITS THRU 6210-EXIT.
010076 5300-EXIT.
010077     EXIT.
010078
010079*----------------------------------------------------------------*
010080* 6000-WRITE-JOURNAL -- ONE RQJRNL RECORD FOR THE MOVE JUST      *
010090* REWRITTEN, THE CALLER HAVING SET JRNOLDSTATUS. THE JOURNAL IS  *
010100* OPENED AND CLOSED ROUND THE WRITE; A FAILURE IS ANNOUNCED BUT  *
010110* NEVER UNDOES THE CHANGE.                                       *
010120*----------------------------------------------------------------*
010130 6000-WRITE-JOURNAL.
010140     OPEN EXTEND JrnlFile.
010150     IF SC-JRNL-STATUS NOT = "00"
010160         CLOSE JrnlFile
010170         OPEN OUTPUT JrnlFile
010180     END-IF.
010190     MOVE RqmRequestId TO JrnRequestId.
010200     MOVE RqmSubmitter TO JrnSubmitter.
010210     MOVE RqmStatus TO JrnNewStatus.
010220     ACCEPT JrnTime FROM TIME.
010230     WRITE JrnlRecord FROM RequestJournal.
010240     IF SC-JRNL-STATUS NOT = "00"
010250         DISPLAY "ROTSCRN: *** RQJRNL WRITE FAILED, STATUS "
010260             SC-JRNL-STATUS
010270     END-IF.
010280     CLOSE JrnlFile.
010290 6000-EXIT.
010300     EXIT.
010310
010320*----------------------------------------------------------------*
010330* 6100-WRITE-AUDIT-EVENT -- ONE ROTAUDIT LINE FOR THE CHANGE,    *
010340* UNDER THE OPERATOR'S ID. THE CALLER SETS THE EVENT, KEY AND    *
010350* NOTE.                                                          *
010360*----------------------------------------------------------------*
010370 6100-WRITE-AUDIT-EVENT.
010380     OPEN EXTEND AuditFile.
010390     IF SC-AUDIT-STATUS NOT = "00"
010400         CLOSE AuditFile
010410         OPEN OUTPUT AuditFile
010420     END-IF.
010430     MOVE SC-OPERATOR-ID TO SC-AUD-OPERATOR.
010440     MOVE SC-JOB-ID TO SC-AUD-JOB-ID.
010450     MOVE SC-RUN-DATE TO SC-AUD-DATE.
010460     ACCEPT SC-AUD-TIME FROM TIME.
010470     MOVE 1 TO SC-AUD-RECORD-COUNT.
010480     WRITE AuditRecord FROM SC-AUDIT-DETAIL-LINE.
010481     IF SC-AUDIT-STATUS NOT = "00"
010482         DISPLAY "ROTSCRN: *** ROTAUDIT WRITE FAILED, STATUS "
010483             SC-AUDIT-STATUS
010484     END-IF.
010485     CLOSE AuditFile.
010486 6100-EXIT.
010487     EXIT.
010488
010489*----------------------------------------------------------------*
010490* 6200-READ-AUTHORITY -- THE OPERATOR'S OPAUTH ENTRY. NO FILE    *
010491* MEANS NO CHANGES THIS SESSION; NO ENTRY IS A DENIAL.           *
010492*----------------------------------------------------------------*
010493 6200-READ-AUTHORITY.
010494     MOVE "Y" TO SC-AUTH-OK-SW.
010495     IF NOT SC-AUTH-AVAILABLE
010496         MOVE "N" TO SC-AUTH-OK-SW
010497         ADD 1 TO SC-REFUSED
010498         MOVE "OPAUTH IS NOT AVAILABLE, NOTHING CHANGED"
010499             TO SC-MESSAGE
010500         GO TO 6200-EXIT
010501     END-IF.
010502     MOVE SC-OPERATOR-ID TO AuthKey.
010503     READ AuthFile INTO OperatorAuthority
010504         INVALID KEY
010505             SET OpdNotOnFile TO TRUE
010506             PERFORM 6300-DENY-CHANGE THRU 6300-EXIT
010507     END-READ.
010508 6200-EXIT.
010509     EXIT.
010510
010511*----------------------------------------------------------------*
010512* 6210-CHECK-LIMITS -- WHERE THE ENTRY NAMES REQUESTER CODES,    *
010513* SC-AUTH-REQUESTER MUST BE ONE OF THEM.                         *
010514*----------------------------------------------------------------*
010515 6210-CHECK-LIMITS.
010516     IF OpaLimitCodes = SPACES
010517         GO TO 6210-EXIT
010518     END-IF.
010519     MOVE "N" TO SC-AUTH-OK-SW.
010520     PERFORM 6220-MATCH-ONE-LIMIT THRU 6220-EXIT
010521         VARYING SC-LIMIT-SUB FROM 1 BY 1
010522         UNTIL SC-LIMIT-SUB > 6 OR SC-AUTH-OK.
010523     IF NOT SC-AUTH-OK
010524         SET OpdOutOfLimit TO TRUE
010525         PERFORM 6300-DENY-CHANGE THRU 6300-EXIT
010526     END-IF.
010527 6210-EXIT.
010528     EXIT.
010529
010530 6220-MATCH-ONE-LIMIT.
010531     IF OpaLimitCode(SC-LIMIT-SUB) NOT = SPACES
010532             AND OpaLimitCode(SC-LIMIT-SUB) = SC-AUTH-REQUESTER
010533         MOVE "Y" TO SC-AUTH-OK-SW
010534     END-IF.
010535 6220-EXIT.
010536     EXIT.
010537
010538*----------------------------------------------------------------*
010539* 6300-DENY-CHANGE -- THE CHANGE IS REFUSED WITH THE REASON THE  *
010540* CALLER SET, AND LOGGED TO ROTAUDIT AS A DENY EVENT UNDER THE   *
010541* OPERATOR'S ID, FOR THE ROTOPVIO REPORT. THE CALLER HAS SET THE *
010542* FUNCTION, KEY TYPE AND KEY.                                    *
010543*----------------------------------------------------------------*
010544 6300-DENY-CHANGE.
010545     MOVE "N" TO SC-AUTH-OK-SW.
010546     ADD 1 TO SC-REFUSED.
010547     ADD 1 TO SC-DENIED.
010548     MOVE SPACES TO SC-MESSAGE.
010549     MOVE "NOT AUTHORIZED: " TO SC-MESSAGE(1:16).
010550     MOVE OpdReason TO SC-MESSAGE(17:13).
010551     OPEN EXTEND AuditFile.
010552     IF SC-AUDIT-STATUS NOT = "00"
010553         CLOSE AuditFile
010554         OPEN OUTPUT AuditFile
010555     END-IF.
010556     MOVE SC-OPERATOR-ID TO OpdOperator.
010557     MOVE SC-JOB-ID TO OpdJobId.
010558     MOVE SC-RUN-DATE TO OpdDate.
010559     ACCEPT OpdTime FROM TIME.
010560     MOVE 1 TO OpdCount.
010561     MOVE "ROTSCRN" TO OpdProgram.
010562     WRITE AuditRecord FROM AuthorityDenial.
010563     IF SC-AUDIT-STATUS NOT = "00"
010564         DISPLAY "ROTSCRN: *** ROTAUDIT WRITE FAILED, STATUS "
010565             SC-AUDIT-STATUS
010566     END-IF.
010567     CLOSE AuditFile.
010568 6300-EXIT.
010569     EXIT.
010570
010571*----------------------------------------------------------------*
010580* 7000-NAME-STATUS -- SPELLS OUT THE RQMASTER STATUS.            *
010590*----------------------------------------------------------------*
010600 7000-NAME-STATUS.
010610     EVALUATE TRUE
010620         WHEN RqmReceived
010630             MOVE "RECEIVED " TO SC-STATUS-WORD
010640         WHEN RqmValidated
010650             MOVE "VALIDATED" TO SC-STATUS-WORD
010660         WHEN RqmRotated
010670             MOVE "ROTATED  " TO SC-STATUS-WORD
010680         WHEN RqmRejected
010690             MOVE "REJECTED " TO SC-STATUS-WORD
010700         WHEN RqmCancelled
010710             MOVE "CANCELLED" TO SC-STATUS-WORD
010720         WHEN RqmHeld
010730             MOVE "HELD     " TO SC-STATUS-WORD
010740         WHEN OTHER
010750             MOVE "?UNKNOWN?" TO SC-STATUS-WORD
010760     END-EVALUATE.
010770 7000-EXIT.
010780     EXIT.
010790
010800*----------------------------------------------------------------*
010810* 8000-FINALIZE -- SESSION TOTALS AND CLOSE.                     *
010820*----------------------------------------------------------------*
010830 8000-FINALIZE.
010840     IF SC-RQM-AVAILABLE
010850         CLOSE RqmFile
010860     END-IF.
010870     IF SC-REQ-AVAILABLE
010880         CLOSE ReqFile
010890     END-IF.
010891     IF SC-AUTH-AVAILABLE
010892         CLOSE AuthFile
010893     END-IF.
010900     DISPLAY "ROTSCRN: OPERATOR.........: " SC-OPERATOR-ID.
010910     DISPLAY "ROTSCRN: HOLDS............: " SC-HOLDS-DONE.
010920     DISPLAY "ROTSCRN: RELEASES.........: " SC-RELEASES-DONE.
010930     DISPLAY "ROTSCRN: CANCELS..........: " SC-CANCELS-DONE.
010940     DISPLAY "ROTSCRN: REQUESTER CHANGES: " SC-CHANGES-DONE.
010950     DISPLAY "ROTSCRN: REFUSED..........: " SC-REFUSED.
010951     DISPLAY "ROTSCRN: NOT AUTHORIZED...: " SC-DENIED.
010960 8000-EXIT.
010970     EXIT.
010980
010990 9999-EXIT.
011000     STOP RUN.
