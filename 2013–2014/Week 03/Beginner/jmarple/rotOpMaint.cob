000010*----------------------------------------------------------------*
000020* ROTOPMNT
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* BATCH MAINTENANCE AND INQUIRY FOR THE KEYED OPERATOR-AUTHORITY
000100* FILE (OPAUTH) THAT ROTRQMNT, ROTRQSTR, ROTREPAIR, ROTSTMNT AND
000101* THE ROTSCRN HELP-DESK SCREEN CHECK BEFORE APPLYING EACH CARD OR
000102* UPDATE. DRIVEN BY CONTROL CARDS THE SAME WAY
000120* ROTRQSTR MAINTAINS THE REQUESTER MASTER: ADD ENTERS A NEW
000130* OPERATOR, CHANGE REPLACES THE NON-BLANK FIELDS OF AN EXISTING
000140* ENTRY, DELETE REMOVES AN OPERATOR (WHO CAN THEN APPLY NOTHING),
000150* AND INQUIRE PRINTS ONE ENTRY. THIS JOB ITSELF IS GUARDED BY
000160* DATASET SECURITY ON OPAUTH, NOT BY THE FILE IT MAINTAINS.
000170*
000180* CONTROL CARD LAYOUT:
000190*   COLS 001-007  FUNCTION: ADD / CHANGE / DELETE / INQUIRE
000200*   COLS 009-016  OPERATOR ID (THE MASTER KEY, THE USER ID THE
000210*                 MAINTENANCE JOBS ARE SUBMITTED UNDER)
000220*   COLS 018-037  OPERATOR NAME           (ADD/CHANGE)
000230*   COLS 039-046  FUNCTION FLAGS, Y OR N, ONE COLUMN EACH:
000240*                 39 RQMASTER ADD      40 RQMASTER CANCEL
000250*                 41 RQMASTER HOLD     42 RQMASTER RELEASE
000260*                 43 REQMAST ADD       44 REQMAST CHANGE
000270*                 45 REQMAST DEACT     46 ROTREPAIR REPAIRS
000280*                 (BLANK = N ON ADD, LEAVE AS IS ON CHANGE)
000290*   COLS 048-100  UP TO SIX REQUESTER CODES THE OPERATOR IS
000300*                 LIMITED TO, IN COLS 48, 57, 66, 75, 84, 93
000310*                 (ALL BLANK = NO LIMIT ON ADD, LEAVE AS IS ON
000320*                 CHANGE; ON CHANGE ANY CODE REPLACES ALL SIX,
000330*                 AND *ALL IN COL 48 REMOVES THE LIMIT)
000340*
000350* MOD-HISTORY:
000360*   2026-10-14 JRM  ORIGINAL VERSION.
000361*   2026-10-15 JRM  AN OPAUTH OPEN FAILURE IS NOW REPORTED ON
000362*                   THE REPORT AND ENDS RC=8; OPAUTH IS CLOSED
000363*                   ONLY IF IT WAS OPENED.
000370*----------------------------------------------------------------*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ROTOPMNT.
000400 AUTHOR. J. MARPLE.
000410 INSTALLATION. KU PROGRAMMING CLUB.
000420 DATE-WRITTEN. 2026-10-14.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CardFile ASSIGN TO "OPCARDS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS OM-CARD-STATUS.
000510
000520     SELECT AuthFile ASSIGN TO "OPAUTH"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS AuthKey
000560         FILE STATUS IS OM-AUTH-STATUS.
000570
000580     SELECT RprtFile ASSIGN TO "OPMRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS OM-RPRT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CardFile
000650     RECORDING MODE IS F.
000660 01  CardRecord                      PIC X(100).
000670
000680 FD  AuthFile.
000690 01  AuthRecord.
000700     02  AuthKey                     PIC X(08).
000710     02  FILLER                      PIC X(92).
000720
000730 FD  RprtFile
000740     RECORDING MODE IS F.
000750 01  RprtRecord                      PIC X(132).
000760
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------*
000790* THE OPERATOR-AUTHORITY RECORD LAYOUT.
000800*----------------------------------------------------------------*
000810     COPY OPAUTH.
000820
000830*----------------------------------------------------------------*
000840* FILE STATUS AND END-OF-FILE SWITCHES.
000850*----------------------------------------------------------------*
000860 01  OM-FILE-STATUSES.
000870     02  OM-CARD-STATUS              PIC X(02) VALUE SPACES.
000880     02  OM-AUTH-STATUS              PIC X(02) VALUE SPACES.
000890     02  OM-RPRT-STATUS              PIC X(02) VALUE SPACES.
000900
000910 01  OM-CARD-EOF-SWITCH              PIC X(01) VALUE "N".
000920     88  OM-END-OF-CARDS                        VALUE "Y".
000930
000931 01  OM-AUTH-OPEN-SWITCH             PIC X(01) VALUE "N".
000932     88  OM-AUTH-OPEN                           VALUE "Y".
000933
000940 01  OM-CARD-OK-SWITCH               PIC X(01) VALUE "Y".
000950     88  OM-CARD-OK                             VALUE "Y".
000960
000970*----------------------------------------------------------------*
000980* RAW CONTROL CARD IMAGE IN ITS FIXED COLUMNS.
000990*----------------------------------------------------------------*
001000 01  OM-CARD-IMAGE.
001010     02  OM-CI-FUNCTION              PIC X(07).
001020         88  OM-FUNC-ADD                        VALUE "ADD    ".
001030         88  OM-FUNC-CHANGE                     VALUE "CHANGE ".
001040         88  OM-FUNC-DELETE                     VALUE "DELETE ".
001050         88  OM-FUNC-INQUIRE                    VALUE "INQUIRE".
001060     02  FILLER                      PIC X(01).
001070     02  OM-CI-OPERATOR-ID           PIC X(08).
001080     02  FILLER                      PIC X(01).
001090     02  OM-CI-NAME                  PIC X(20).
001100     02  FILLER                      PIC X(01).
001110     02  OM-CI-FLAGS.
001120         03  OM-CI-FLAG              PIC X(01) OCCURS 8 TIMES.
001130     02  FILLER                      PIC X(01).
001140     02  OM-CI-LIMITS.
001150         03  OM-CI-LIMIT OCCURS 6 TIMES.
001160             04  OM-CI-LIMIT-CODE    PIC X(08).
001170             04  FILLER              PIC X(01).
001180
001190 01  OM-FLAG-SUB                     PIC 9(02) COMP VALUE 0.
001200 01  OM-LIMIT-SUB                    PIC 9(02) COMP VALUE 0.
001210
001220*----------------------------------------------------------------*
001230* RUN CONTROL TOTALS.
001240*----------------------------------------------------------------*
001250 01  OM-RUN-COUNTERS.
001260     02  OM-CARDS-READ              PIC 9(07) COMP VALUE 0.
001270     02  OM-ADDS-DONE               PIC 9(07) COMP VALUE 0.
001280     02  OM-CHANGES-DONE            PIC 9(07) COMP VALUE 0.
001290     02  OM-DELETES-DONE            PIC 9(07) COMP VALUE 0.
001300     02  OM-INQUIRIES-DONE          PIC 9(07) COMP VALUE 0.
001310     02  OM-CARDS-IN-ERROR          PIC 9(07) COMP VALUE 0.
001320
001330*----------------------------------------------------------------*
001340* RUN IDENTIFICATION FOR THE REPORT HEADER AND DATE CHANGED.
001350*----------------------------------------------------------------*
001360 01  OM-RUN-IDENTIFICATION.
001370     02  OM-RUN-DATE                 PIC 9(08).
001380     02  OM-RUN-DATE-X REDEFINES OM-RUN-DATE.
001390         03  OM-RUN-YYYY             PIC 9(04).
001400         03  OM-RUN-MM               PIC 9(02).
001410         03  OM-RUN-DD               PIC 9(02).
001420
001430*----------------------------------------------------------------*
001440* REPORT LINE LAYOUTS.
001450*----------------------------------------------------------------*
001460 01  OM-RPRT-HEADER-LINE.
001470     02  FILLER                      PIC X(01) VALUE SPACES.
001480     02  FILLER                      PIC X(30) VALUE
001490         "ROTOPMNT MAINTENANCE REPORT  ".
001500     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001510     02  OM-RPRT-HDR-YYYY            PIC 9(04).
001520     02  FILLER                      PIC X(01) VALUE "-".
001530     02  OM-RPRT-HDR-MM              PIC 9(02).
001540     02  FILLER                      PIC X(01) VALUE "-".
001550     02  OM-RPRT-HDR-DD              PIC 9(02).
001560
001570 01  OM-RPRT-COLUMN-LINE.
001580     02  FILLER                      PIC X(80) VALUE
001590         " OPERATOR    ACTION    RESULT".
001600
001610 01  OM-RPRT-DETAIL-LINE.
001620     02  FILLER                      PIC X(01) VALUE SPACES.
001630     02  OM-RPRT-OPERATOR-ID         PIC X(08).
001640     02  FILLER                      PIC X(04) VALUE SPACES.
001650     02  OM-RPRT-ACTION              PIC X(08).
001660     02  FILLER                      PIC X(02) VALUE SPACES.
001670     02  OM-RPRT-RESULT              PIC X(44).
001680
001690 01  OM-RPRT-INQUIRY-LINE.
001700     02  FILLER                      PIC X(01) VALUE SPACES.
001710     02  OM-INQ-OPERATOR-ID          PIC X(08).
001720     02  FILLER                      PIC X(02) VALUE SPACES.
001730     02  OM-INQ-NAME                 PIC X(20).
001740     02  FILLER                      PIC X(10) VALUE
001750         "  RQM ADD ".
001760     02  OM-INQ-RQM-ADD              PIC X(01).
001770     02  FILLER                      PIC X(05) VALUE " CAN ".
001780     02  OM-INQ-RQM-CANCEL           PIC X(01).
001790     02  FILLER                      PIC X(05) VALUE " HLD ".
001800     02  OM-INQ-RQM-HOLD             PIC X(01).
001810     02  FILLER                      PIC X(05) VALUE " REL ".
001820     02  OM-INQ-RQM-RELEASE          PIC X(01).
001830     02  FILLER                      PIC X(10) VALUE
001840         "  REQ ADD ".
001850     02  OM-INQ-REQ-ADD              PIC X(01).
001860     02  FILLER                      PIC X(05) VALUE " CHG ".
001870     02  OM-INQ-REQ-CHANGE           PIC X(01).
001880     02  FILLER                      PIC X(05) VALUE " DEA ".
001890     02  OM-INQ-REQ-DEACT            PIC X(01).
001900     02  FILLER                      PIC X(09) VALUE
001910         "  REPAIR ".
001920     02  OM-INQ-REPAIR               PIC X(01).
001930     02  FILLER                      PIC X(10) VALUE
001940         "  CHANGED ".
001950     02  OM-INQ-DATE-CHANGED         PIC 9(08).
001960
001970 01  OM-RPRT-LIMIT-LINE.
001980     02  FILLER                      PIC X(11) VALUE SPACES.
001990     02  OM-LIM-TEXT                 PIC X(20).
002000     02  OM-LIM-ENTRY OCCURS 6 TIMES.
002010         03  OM-LIM-CODE             PIC X(08).
002020         03  FILLER                  PIC X(02).
002030
002040 01  OM-RPRT-TOTALS-LINE.
002050     02  FILLER                      PIC X(01) VALUE SPACES.
002060     02  OM-RPRT-TOT-LABEL           PIC X(24).
002070     02  OM-RPRT-TOT-VALUE           PIC ZZZZZZ9.
002080
002081 01  OM-RPRT-NOAUTH-LINE.
002082     02  FILLER                      PIC X(80) VALUE
002083         " *** OPAUTH UNAVAILABLE, NO CARDS APPLIED".
002084
002090 PROCEDURE DIVISION.
002100*----------------------------------------------------------------*
002110* 0000-MAINLINE                                                  *
002120*----------------------------------------------------------------*
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002160         UNTIL OM-END-OF-CARDS.
002170     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002180     GO TO 9999-EXIT.
002190
002200*----------------------------------------------------------------*
002210* 1000-INITIALIZE -- OPEN FILES AND WRITE THE REPORT HEADER. A   *
002220* BRAND-NEW (NEVER LOADED) FILE COMES BACK 35 ON THE I-O OPEN;   *
002230* IT IS CREATED EMPTY AND REOPENED, THE SAME DANCE ROTRQSTR      *
002240* DOES FOR A FIRST-EVER REQUESTER MASTER.                        *
002250*----------------------------------------------------------------*
002260 1000-INITIALIZE.
002270     OPEN INPUT CardFile.
002280     OPEN OUTPUT RprtFile.
002290     OPEN I-O AuthFile.
002300     IF OM-AUTH-STATUS = "35"
002310         OPEN OUTPUT AuthFile
002320         CLOSE AuthFile
002330         OPEN I-O AuthFile
002340     END-IF.
002350     IF OM-AUTH-STATUS = "00"
002360         SET OM-AUTH-OPEN TO TRUE
002370     ELSE
002380         DISPLAY "ROTOPMNT: *** OPAUTH OPEN FAILED, STATUS "
002381             OM-AUTH-STATUS ", NO CARDS APPLIED"
002382         SET OM-END-OF-CARDS TO TRUE
002390     END-IF.
002400     ACCEPT OM-RUN-DATE FROM DATE YYYYMMDD.
002410     MOVE OM-RUN-YYYY TO OM-RPRT-HDR-YYYY.
002420     MOVE OM-RUN-MM TO OM-RPRT-HDR-MM.
002430     MOVE OM-RUN-DD TO OM-RPRT-HDR-DD.
002440     WRITE RprtRecord FROM OM-RPRT-HEADER-LINE.
002450     WRITE RprtRecord FROM OM-RPRT-COLUMN-LINE.
002451     IF NOT OM-AUTH-OPEN
002452         WRITE RprtRecord FROM OM-RPRT-NOAUTH-LINE
002453         MOVE 8 TO RETURN-CODE
002454     END-IF.
002460 1000-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------------*
002500* 2000-PROCESS-CARD -- ONE ITERATION PER CONTROL CARD.           *
002510*----------------------------------------------------------------*
002520 2000-PROCESS-CARD.
002530     READ CardFile INTO OM-CARD-IMAGE
002540         AT END
002550             SET OM-END-OF-CARDS TO TRUE
002560     END-READ.
002570     IF OM-END-OF-CARDS
002580         GO TO 2000-EXIT
002590     END-IF.
002600     ADD 1 TO OM-CARDS-READ.
002610     MOVE OM-CI-OPERATOR-ID TO OM-RPRT-OPERATOR-ID.
002620     MOVE OM-CI-FUNCTION(1:7) TO OM-RPRT-ACTION.
002630     IF OM-CI-OPERATOR-ID = SPACES
002640         ADD 1 TO OM-CARDS-IN-ERROR
002650         MOVE "OPERATOR ID MISSING" TO OM-RPRT-RESULT
002660         WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
002670         GO TO 2000-EXIT
002680     END-IF.
002690     EVALUATE TRUE
002700         WHEN OM-FUNC-ADD
002710             PERFORM 2100-ADD-OPERATOR THRU 2100-EXIT
002720         WHEN OM-FUNC-CHANGE
002730             PERFORM 2200-CHANGE-OPERATOR THRU 2200-EXIT
002740         WHEN OM-FUNC-DELETE
002750             PERFORM 2300-DELETE-OPERATOR THRU 2300-EXIT
002760         WHEN OM-FUNC-INQUIRE
002770             PERFORM 2400-INQUIRE-OPERATOR THRU 2400-EXIT
002780         WHEN OTHER
002790             ADD 1 TO OM-CARDS-IN-ERROR
002800             MOVE "FUNCTION NOT ADD/CHANGE/DELETE/INQUIRE" TO
002810                 OM-RPRT-RESULT
002820             WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
002830     END-EVALUATE.
002840 2000-EXIT.
002850     EXIT.
002860
002870*----------------------------------------------------------------*
002880* 2100-ADD-OPERATOR -- ENTERS A NEW OPERATOR. A BLANK FLAG IS    *
002890* TAKEN AS N, SO AN OPERATOR IS GIVEN ONLY WHAT THE CARD NAMES.  *
002900* AN OPERATOR ALREADY ON FILE IS AN ERROR, NOT AN OVERLAY.       *
002910*----------------------------------------------------------------*
002920 2100-ADD-OPERATOR.
002930     PERFORM 2500-CHECK-FLAGS THRU 2500-EXIT.
002940     IF NOT OM-CARD-OK
002950         GO TO 2100-EXIT
002960     END-IF.
002970     MOVE SPACES TO OperatorAuthority.
002980     MOVE OM-CI-OPERATOR-ID TO OpaOperatorId.
002990     MOVE OM-CI-NAME TO OpaOperatorName.
003000     MOVE OM-CI-FLAGS TO OpaFunctionFlags.
003010     INSPECT OpaFunctionFlags REPLACING ALL SPACE BY "N".
003020     PERFORM 2600-MOVE-ONE-LIMIT THRU 2600-EXIT
003030         VARYING OM-LIMIT-SUB FROM 1 BY 1
003040         UNTIL OM-LIMIT-SUB > 6.
003050     MOVE OM-RUN-DATE TO OpaDateChanged.
003060     WRITE AuthRecord FROM OperatorAuthority
003070         INVALID KEY
003080             ADD 1 TO OM-CARDS-IN-ERROR
003090             MOVE "OPERATOR ALREADY ON FILE" TO OM-RPRT-RESULT
003100             WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
003110             GO TO 2100-EXIT
003120     END-WRITE.
003130     IF OM-AUTH-STATUS NOT = "00"
003140         ADD 1 TO OM-CARDS-IN-ERROR
003150         MOVE "WRITE FAILED" TO OM-RPRT-RESULT
003160         WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
003170         GO TO 2100-EXIT
003180     END-IF.
003190     ADD 1 TO OM-ADDS-DONE.
003200     MOVE "ADDED" TO OM-RPRT-RESULT.
003210     WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE.
003220 2100-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------------*
003260* 2200-CHANGE-OPERATOR -- REPLACES THE NON-BLANK CARD FIELDS OF  *
003270* AN EXISTING ENTRY, FLAG BY FLAG. ANY REQUESTER CODE ON THE     *
003280* CARD REPLACES THE WHOLE LIMIT LIST; *ALL REMOVES IT.           *
003290*----------------------------------------------------------------*
003300 2200-CHANGE-OPERATOR.
003310     PERFORM 2500-CHECK-FLAGS THRU 2500-EXIT.
003320     IF NOT OM-CARD-OK
003330         GO TO 2200-EXIT
003340     END-IF.
003350     MOVE OM-CI-OPERATOR-ID TO AuthKey.
003360     READ AuthFile INTO OperatorAuthority
003370         INVALID KEY
003380             ADD 1 TO OM-CARDS-IN-ERROR
003390             MOVE "OPERATOR NOT ON FILE" TO OM-RPRT-RESULT
003400             WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
003410             GO TO 2200-EXIT
003420     END-READ.
003430     IF OM-CI-NAME NOT = SPACES
003440         MOVE OM-CI-NAME TO OpaOperatorName
003450     END-IF.
003460     PERFORM 2210-CHANGE-ONE-FLAG THRU 2210-EXIT
003470         VARYING OM-FLAG-SUB FROM 1 BY 1
003480         UNTIL OM-FLAG-SUB > 8.
003490     IF OM-CI-LIMITS NOT = SPACES
003500         IF OM-CI-LIMIT-CODE(1) = "*ALL"
003510             MOVE SPACES TO OpaLimitCodes
003520         ELSE
003530             PERFORM 2600-MOVE-ONE-LIMIT THRU 2600-EXIT
003540                 VARYING OM-LIMIT-SUB FROM 1 BY 1
003550                 UNTIL OM-LIMIT-SUB > 6
003560         END-IF
003570     END-IF.
003580     MOVE OM-RUN-DATE TO OpaDateChanged.
003590     REWRITE AuthRecord FROM OperatorAuthority.
003600     IF OM-AUTH-STATUS NOT = "00"
003610         ADD 1 TO OM-CARDS-IN-ERROR
003620         MOVE "REWRITE FAILED" TO OM-RPRT-RESULT
003630         WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
003640         GO TO 2200-EXIT
003650     END-IF.
003660     ADD 1 TO OM-CHANGES-DONE.
003670     MOVE "CHANGED" TO OM-RPRT-RESULT.
003680     WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE.
003690 2200-EXIT.
003700     EXIT.
003710
003720 2210-CHANGE-ONE-FLAG.
003730     IF OM-CI-FLAG(OM-FLAG-SUB) NOT = SPACE
003740         MOVE OM-CI-FLAG(OM-FLAG-SUB) TO OpaFlag(OM-FLAG-SUB)
003750     END-IF.
003760 2210-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------*
003800* 2300-DELETE-OPERATOR -- REMOVES AN OPERATOR. FROM THEN ON EVERY*
003810* CARD SUBMITTED UNDER THAT ID IS REFUSED AS NOT ON OPAUTH.      *
003820*----------------------------------------------------------------*
003830 2300-DELETE-OPERATOR.
003840     MOVE OM-CI-OPERATOR-ID TO AuthKey.
003850     READ AuthFile INTO OperatorAuthority
003860         INVALID KEY
003870             ADD 1 TO OM-CARDS-IN-ERROR
003880             MOVE "OPERATOR NOT ON FILE" TO OM-RPRT-RESULT
003890             WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
003900             GO TO 2300-EXIT
003910     END-READ.
003920     DELETE AuthFile RECORD.
003930     IF OM-AUTH-STATUS NOT = "00"
003940         ADD 1 TO OM-CARDS-IN-ERROR
003950         MOVE "DELETE FAILED" TO OM-RPRT-RESULT
003960         WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
003970         GO TO 2300-EXIT
003980     END-IF.
003990     ADD 1 TO OM-DELETES-DONE.
004000     MOVE "DELETED" TO OM-RPRT-RESULT.
004010     WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE.
004020 2300-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------*
004060* 2400-INQUIRE-OPERATOR -- PRINTS ONE ENTRY: THE FLAGS ON ONE    *
004070* LINE, THE REQUESTER LIMIT ON THE NEXT.                         *
004080*----------------------------------------------------------------*
004090 2400-INQUIRE-OPERATOR.
004100     MOVE OM-CI-OPERATOR-ID TO AuthKey.
004110     READ AuthFile INTO OperatorAuthority
004120         INVALID KEY
004130             ADD 1 TO OM-CARDS-IN-ERROR
004140             MOVE "OPERATOR NOT ON FILE" TO OM-RPRT-RESULT
004150             WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
004160             GO TO 2400-EXIT
004170     END-READ.
004180     MOVE OpaOperatorId TO OM-INQ-OPERATOR-ID.
004190     MOVE OpaOperatorName TO OM-INQ-NAME.
004200     MOVE OpaRqmAdd TO OM-INQ-RQM-ADD.
004210     MOVE OpaRqmCancel TO OM-INQ-RQM-CANCEL.
004220     MOVE OpaRqmHold TO OM-INQ-RQM-HOLD.
004230     MOVE OpaRqmRelease TO OM-INQ-RQM-RELEASE.
004240     MOVE OpaReqAdd TO OM-INQ-REQ-ADD.
004250     MOVE OpaReqChange TO OM-INQ-REQ-CHANGE.
004260     MOVE OpaReqDeact TO OM-INQ-REQ-DEACT.
004270     MOVE OpaRepair TO OM-INQ-REPAIR.
004280     MOVE OpaDateChanged TO OM-INQ-DATE-CHANGED.
004290     WRITE RprtRecord FROM OM-RPRT-INQUIRY-LINE.
004300     MOVE SPACES TO OM-RPRT-LIMIT-LINE.
004310     IF OpaLimitCodes = SPACES
004320         MOVE "NO REQUESTER LIMIT" TO OM-LIM-TEXT
004330     ELSE
004340         MOVE "LIMITED TO:" TO OM-LIM-TEXT
004350         PERFORM 2410-SHOW-ONE-LIMIT THRU 2410-EXIT
004360             VARYING OM-LIMIT-SUB FROM 1 BY 1
004370             UNTIL OM-LIMIT-SUB > 6
004380     END-IF.
004390     WRITE RprtRecord FROM OM-RPRT-LIMIT-LINE.
004400     ADD 1 TO OM-INQUIRIES-DONE.
004410 2400-EXIT.
004420     EXIT.
004430
004440 2410-SHOW-ONE-LIMIT.
004450     MOVE OpaLimitCode(OM-LIMIT-SUB) TO OM-LIM-CODE(OM-LIMIT-SUB).
004460 2410-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------*
004500* 2500-CHECK-FLAGS -- EVERY FLAG COLUMN MUST BE Y, N OR BLANK.   *
004510* ANYTHING ELSE REFUSES THE WHOLE CARD RATHER THAN GUESS AT WHAT *
004520* AUTHORITY WAS MEANT.                                           *
004530*----------------------------------------------------------------*
004540 2500-CHECK-FLAGS.
004550     MOVE "Y" TO OM-CARD-OK-SWITCH.
004560     PERFORM 2510-CHECK-ONE-FLAG THRU 2510-EXIT
004570         VARYING OM-FLAG-SUB FROM 1 BY 1
004580         UNTIL OM-FLAG-SUB > 8 OR NOT OM-CARD-OK.
004590     IF NOT OM-CARD-OK
004600         ADD 1 TO OM-CARDS-IN-ERROR
004610         MOVE "FUNCTION FLAG NOT Y, N OR BLANK (COLS 39-46)"
004620             TO OM-RPRT-RESULT
004630         WRITE RprtRecord FROM OM-RPRT-DETAIL-LINE
004640     END-IF.
004650 2500-EXIT.
004660     EXIT.
004670
004680 2510-CHECK-ONE-FLAG.
004690     IF OM-CI-FLAG(OM-FLAG-SUB) NOT = "Y"
004700             AND OM-CI-FLAG(OM-FLAG-SUB) NOT = "N"
004710             AND OM-CI-FLAG(OM-FLAG-SUB) NOT = SPACE
004720         MOVE "N" TO OM-CARD-OK-SWITCH
004730     END-IF.
004740 2510-EXIT.
004750     EXIT.
004760
004770 2600-MOVE-ONE-LIMIT.
004780     MOVE OM-CI-LIMIT-CODE(OM-LIMIT-SUB)
004790         TO OpaLimitCode(OM-LIMIT-SUB).
004800 2600-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------*
004840* 8000-FINALIZE -- CONTROL TOTALS AND CLOSE.                     *
004850*----------------------------------------------------------------*
004860 8000-FINALIZE.
004870     MOVE "TOTAL CARDS READ........" TO OM-RPRT-TOT-LABEL.
004880     MOVE OM-CARDS-READ TO OM-RPRT-TOT-VALUE.
004890     WRITE RprtRecord FROM OM-RPRT-TOTALS-LINE.
004900     MOVE "TOTAL ADDS.............." TO OM-RPRT-TOT-LABEL.
004910     MOVE OM-ADDS-DONE TO OM-RPRT-TOT-VALUE.
004920     WRITE RprtRecord FROM OM-RPRT-TOTALS-LINE.
004930     MOVE "TOTAL CHANGES..........." TO OM-RPRT-TOT-LABEL.
004940     MOVE OM-CHANGES-DONE TO OM-RPRT-TOT-VALUE.
004950     WRITE RprtRecord FROM OM-RPRT-TOTALS-LINE.
004960     MOVE "TOTAL DELETES..........." TO OM-RPRT-TOT-LABEL.
004970     MOVE OM-DELETES-DONE TO OM-RPRT-TOT-VALUE.
004980     WRITE RprtRecord FROM OM-RPRT-TOTALS-LINE.
004990     MOVE "TOTAL INQUIRIES........." TO OM-RPRT-TOT-LABEL.
005000     MOVE OM-INQUIRIES-DONE TO OM-RPRT-TOT-VALUE.
005010     WRITE RprtRecord FROM OM-RPRT-TOTALS-LINE.
005020     MOVE "TOTAL CARDS IN ERROR...." TO OM-RPRT-TOT-LABEL.
005030     MOVE OM-CARDS-IN-ERROR TO OM-RPRT-TOT-VALUE.
005040     WRITE RprtRecord FROM OM-RPRT-TOTALS-LINE.
005050     CLOSE CardFile.
005060     CLOSE RprtFile.
005070     IF OM-AUTH-OPEN
005071         CLOSE AuthFile
005072     END-IF.
005080     DISPLAY "ROTOPMNT: CARDS READ.....: " OM-CARDS-READ.
005090     DISPLAY "ROTOPMNT: ADDS...........: " OM-ADDS-DONE.
005100     DISPLAY "ROTOPMNT: CHANGES........: " OM-CHANGES-DONE.
005110     DISPLAY "ROTOPMNT: DELETES........: " OM-DELETES-DONE.
005120     DISPLAY "ROTOPMNT: INQUIRIES......: " OM-INQUIRIES-DONE.
005130     DISPLAY "ROTOPMNT: CARDS IN ERROR.: " OM-CARDS-IN-ERROR.
005140 8000-EXIT.
005150     EXIT.
005160
005170 9999-EXIT.
005180     STOP RUN.
