000010*----------------------------------------------------------------*
000020* ROTSTMNT
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* BATCH MAINTENANCE AND INQUIRY FOR THE KEYED STANDING-ORDER
000100* MASTER (STDORDER). OPS DRIVE IT WITH CONTROL CARDS, THE SAME
000110* WAY ROTRQMNT MAINTAINS THE REQUEST MASTER: ADD ENTERS A NEW
000120* RECURRING ORDER AS ACTIVE, CHANGE REPLACES THE NON-BLANK
000130* FIELDS OF AN EXISTING ORDER, CANCEL STOPS AN ORDER FOR GOOD
000140* WITHOUT DELETING IT, AND INQUIRE PRINTS ONE ORDER WITH THE DATE
000150* AND REQUEST ID IT LAST GENERATED. THE ROTSTGEN NIGHTLY
000160* GENERATOR TURNS EACH ORDER DUE ON THE RUN DATE INTO A RECEIVED
000170* RQMASTER REQUEST.
000180*
000190* EVERY ADD AND CHANGE IS CHECKED AS A WHOLE BEFORE IT IS
000200* WRITTEN: THE REQUESTER MUST BE ON REQMAST (AND NOT *DEFAULT),
000210* THE TRIPLE COMPLETE, THE FREQUENCY D/W/M WITH A WEEKDAY FOR W
000220* ONLY, AND THE DATES REAL WITH THE STOP NOT BEFORE THE START. AN
000230* INACTIVE REQUESTER IS ACCEPTED BUT NOTED -- THE GENERATOR SKIPS
000240* ITS ORDERS UNTIL THE REQUESTER IS ACTIVE AGAIN.
000250*
000251* EACH ADD, CHANGE AND CANCEL IS FIRST CHECKED AGAINST THE
000252* OPERATOR'S ENTRY ON THE OPERATOR-AUTHORITY FILE (OPAUTH), AS
000253* ROTRQMNT CHECKS ITS CARDS. A STANDING ORDER IS A RECURRING
000254* RQMASTER ADD, SO ADD AND CHANGE NEED THE RQMASTER ADD FLAG AND
000255* CANCEL THE RQMASTER CANCEL FLAG. AN OPERATOR LIMITED TO CERTAIN
000256* REQUESTERS MAY ONLY TOUCH ORDERS FOR THOSE REQUESTERS, AND MAY
000257* NOT MOVE AN ORDER TO ANY OTHER. A REFUSED CARD IS REPORTED, NOT
000258* APPLIED, AND LOGGED TO ROTAUDIT AS A DENY EVENT FOR ROTOPVIO.
000259*
000260* CONTROL CARD LAYOUT:
000270*   COLS 001-007  FUNCTION: ADD / CHANGE / CANCEL / INQUIRE
000280*   COLS 009-016  ORDER ID (THE MASTER KEY; MAY NOT START "*")
000290*   COLS 018-025  REQUESTER             (ADD/CHANGE)
000300*   COLS 027-036  VALONE                (ADD/CHANGE)
000310*   COLS 038-047  VALTWO                (ADD/CHANGE)
000320*   COLS 049-148  VALTHREE              (ADD/CHANGE)
000330*   COL  150      PRIORITY 1-9          (ADD/CHANGE; BLANK TAKES
000340*                 THE NORMAL DEFAULT 9 ON ADD)
000350*   COL  152      FREQUENCY D/W/M       (ADD/CHANGE; DAILY,
000360*                 WEEKLY, MONTH-END)
000370*   COLS 154-156  WEEKDAY MON-SUN       (WEEKLY ONLY)
000380*   COLS 158-165  START DATE YYYYMMDD   (ADD/CHANGE; BLANK =
000390*                 TODAY ON ADD)
000400*   COLS 167-174  STOP DATE YYYYMMDD    (ADD/CHANGE; BLANK = NONE
000410*                 ON ADD, 00000000 = MAKE OPEN-ENDED ON CHANGE)
000420* ON CHANGE A BLANK FIELD LEAVES THE MASTER VALUE ALONE; A CHANGE
000430* TO ANOTHER FREQUENCY THAN WEEKLY CLEARS THE WEEKDAY.
000440*
000450* MOD-HISTORY:
000460*   2026-10-14 JRM  ORIGINAL VERSION.
000461*   2026-10-15 JRM  ADD/CHANGE/CANCEL CARDS ARE NOW CHECKED
000462*                   AGAINST THE OPERATOR'S OPAUTH ENTRY AND ITS
000463*                   REQUESTER LIMIT; A REFUSED CARD IS LOGGED TO
000464*                   ROTAUDIT.
000465*   2026-10-15 JRM  A STDORDER, REQMAST OR OPAUTH OPEN FAILURE IS
000466*                   NOW REPORTED ON THE REPORT AND ENDS RC=8;
000467*                   EACH IS CLOSED ONLY IF IT WAS OPENED.
000470*----------------------------------------------------------------*
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. ROTSTMNT.
000500 AUTHOR. J. MARPLE.
000510 INSTALLATION. KU PROGRAMMING CLUB.
000520 DATE-WRITTEN. 2026-10-14.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CardFile ASSIGN TO "STCARDS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SM-CARD-STATUS.
000601
000602     SELECT AuditFile ASSIGN TO "ROTAUDIT"
000603         ORGANIZATION IS LINE SEQUENTIAL
000604         FILE STATUS IS SM-AUDIT-STATUS.
000610
000620     SELECT StoFile ASSIGN TO "STDORDER"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS StoKey
000660         FILE STATUS IS SM-STO-STATUS.
000670
000680     SELECT ReqFile ASSIGN TO "REQMAST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS ReqKey
000720         FILE STATUS IS SM-REQ-STATUS.
000730
000740     SELECT RprtFile ASSIGN TO "STMRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS SM-RPRT-STATUS.
000770
000771     SELECT AuthFile ASSIGN TO "OPAUTH"
000772         ORGANIZATION IS INDEXED
000773         ACCESS MODE IS RANDOM
000774         RECORD KEY IS AuthKey
000775         FILE STATUS IS SM-AUTH-STATUS.
000776
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CardFile
000810     RECORDING MODE IS F.
000820 01  CardRecord                      PIC X(174).
000821
000822 FD  AuditFile
000823     RECORDING MODE IS F.
000824 01  AuditRecord                     PIC X(132).
000830
000840 FD  StoFile.
000850 01  StoRecord.
000860     02  StoKey                      PIC X(08).
000870     02  FILLER                      PIC X(192).
000880
000890 FD  ReqFile.
000900 01  ReqRecord.
000910     02  ReqKey                      PIC X(08).
000920     02  FILLER                      PIC X(72).
000930
000940 FD  RprtFile
000950     RECORDING MODE IS F.
000960 01  RprtRecord                      PIC X(132).
000970
000971 FD  AuthFile.
000972 01  AuthRecord.
000973     02  AuthKey                     PIC X(08).
000974     02  FILLER                      PIC X(92).
000975
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------*
001000* THE STANDING-ORDER AND REQUESTER-MASTER RECORD LAYOUTS, AND THE
001001* OPERATOR-AUTHORITY RECORD WITH ITS ROTAUDIT DENY LINE.
001010*----------------------------------------------------------------*
001020     COPY STDORDER.
001030
001040     COPY REQMAST.
001041
001042     COPY OPAUTH.
001050
001060*----------------------------------------------------------------*
001070* FILE STATUS AND END-OF-FILE SWITCHES.
001080*----------------------------------------------------------------*
001090 01  SM-FILE-STATUSES.
001100     02  SM-CARD-STATUS              PIC X(02) VALUE SPACES.
001110     02  SM-STO-STATUS               PIC X(02) VALUE SPACES.
001120     02  SM-REQ-STATUS               PIC X(02) VALUE SPACES.
001121     02  SM-RPRT-STATUS              PIC X(02) VALUE SPACES.
001122     02  SM-AUTH-STATUS              PIC X(02) VALUE SPACES.
001123     02  SM-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001124
001125 01  SM-OPEN-SWITCHES.
001126     02  SM-STO-OPEN-SW              PIC X(01) VALUE "N".
001127         88  SM-STO-OPEN                        VALUE "Y".
001128     02  SM-REQ-OPEN-SW              PIC X(01) VALUE "N".
001129         88  SM-REQ-OPEN                        VALUE "Y".
001130     02  SM-AUTH-OPEN-SW             PIC X(01) VALUE "N".
001131         88  SM-AUTH-OPEN                       VALUE "Y".
001140
001150 01  SM-CARD-EOF-SWITCH              PIC X(01) VALUE "N".
001160     88  SM-END-OF-CARDS                        VALUE "Y".
001161
001162 01  SM-AUTH-CHECK.
001163     02  SM-AUTH-OK-SW               PIC X(01) VALUE "Y".
001164         88  SM-AUTH-OK                         VALUE "Y".
001165     02  SM-AUTH-REQUESTER           PIC X(08).
001166     02  SM-LIMIT-SUB                PIC 9(02) COMP VALUE 0.
001170
001180*----------------------------------------------------------------*
001190* RAW CONTROL CARD IMAGE IN ITS FIXED COLUMNS.
001200*----------------------------------------------------------------*
001210 01  SM-CARD-IMAGE.
001220     02  SM-CI-FUNCTION              PIC X(07).
001230         88  SM-FUNC-ADD                        VALUE "ADD    ".
001240         88  SM-FUNC-CHANGE                     VALUE "CHANGE ".
001250         88  SM-FUNC-CANCEL                     VALUE "CANCEL ".
001260         88  SM-FUNC-INQUIRE                    VALUE "INQUIRE".
001270     02  FILLER                      PIC X(01).
001280     02  SM-CI-ORDER-ID              PIC X(08).
001290     02  FILLER                      PIC X(01).
001300     02  SM-CI-REQUESTER             PIC X(08).
001310     02  FILLER                      PIC X(01).
001320     02  SM-CI-VAL-ONE               PIC X(10).
001330     02  FILLER                      PIC X(01).
001340     02  SM-CI-VAL-TWO               PIC X(10).
001350     02  FILLER                      PIC X(01).
001360     02  SM-CI-VAL-THREE             PIC X(100).
001370     02  FILLER                      PIC X(01).
001380     02  SM-CI-PRIORITY              PIC X(01).
001390     02  FILLER                      PIC X(01).
001400     02  SM-CI-FREQUENCY             PIC X(01).
001410     02  FILLER                      PIC X(01).
001420     02  SM-CI-WEEKDAY               PIC X(03).
001430     02  FILLER                      PIC X(01).
001440     02  SM-CI-START-DATE            PIC X(08).
001450     02  SM-CI-START-DATE-N REDEFINES SM-CI-START-DATE
001460                                     PIC 9(08).
001470     02  FILLER                      PIC X(01).
001480     02  SM-CI-STOP-DATE             PIC X(08).
001490     02  SM-CI-STOP-DATE-N REDEFINES SM-CI-STOP-DATE
001500                                     PIC 9(08).
001510
001520*----------------------------------------------------------------*
001530* THE WEEKDAY NAMES A WEEKLY ORDER MAY CARRY, AND THE DATE CHECK
001540* WORK FIELDS.
001550*----------------------------------------------------------------*
001560 01  SM-WEEKDAY-VALUES               PIC X(21) VALUE
001570     "MONTUEWEDTHUFRISATSUN".
001580 01  SM-WEEKDAY-TABLE REDEFINES SM-WEEKDAY-VALUES.
001590     02  SM-WEEKDAY-NAME             PIC X(03) OCCURS 7 TIMES.
001600 01  SM-DAY-SUB                      PIC 9(01) COMP VALUE 0.
001610 01  SM-DAY-FOUND-SWITCH             PIC X(01) VALUE "N".
001620     88  SM-DAY-FOUND                           VALUE "Y".
001630
001640 01  SM-DATE-CHECK                   PIC 9(08).
001650 01  SM-DATE-CHECK-X REDEFINES SM-DATE-CHECK.
001660     02  SM-CHECK-YYYY               PIC 9(04).
001670     02  SM-CHECK-MM                 PIC 9(02).
001680     02  SM-CHECK-DD                 PIC 9(02).
001690
001700 01  SM-DATE-OK-SWITCH               PIC X(01) VALUE "N".
001710     88  SM-DATE-OK                             VALUE "Y".
001720
001730*----------------------------------------------------------------*
001740* THE REASON THE ORDER FAILED ITS CHECK (SPACES = PASSED), AND
001750* THE NOTE ADDED TO AN ACCEPTED CARD'S RESULT.
001760*----------------------------------------------------------------*
001770 01  SM-REASON                       PIC X(44) VALUE SPACES.
001780 01  SM-REQUESTER-NOTE               PIC X(24) VALUE SPACES.
001790
001800*----------------------------------------------------------------*
001810* RUN CONTROL TOTALS.
001820*----------------------------------------------------------------*
001830 01  SM-RUN-COUNTERS.
001840     02  SM-CARDS-READ              PIC 9(07) COMP VALUE 0.
001850     02  SM-ADDS-DONE               PIC 9(07) COMP VALUE 0.
001860     02  SM-CHANGES-DONE            PIC 9(07) COMP VALUE 0.
001870     02  SM-CANCELS-DONE            PIC 9(07) COMP VALUE 0.
001880     02  SM-INQUIRIES-DONE          PIC 9(07) COMP VALUE 0.
001890     02  SM-CARDS-IN-ERROR          PIC 9(07) COMP VALUE 0.
001891     02  SM-CARDS-DENIED            PIC 9(07) COMP VALUE 0.
001900
001910*----------------------------------------------------------------*
001920* RUN IDENTIFICATION FOR THE REPORT HEADER AND DATE ADDED.
001930*----------------------------------------------------------------*
001940 01  SM-RUN-IDENTIFICATION.
001950     02  SM-RUN-DATE                 PIC 9(08).
001960     02  SM-RUN-DATE-X REDEFINES SM-RUN-DATE.
001970         03  SM-RUN-YYYY             PIC 9(04).
001980         03  SM-RUN-MM               PIC 9(02).
001990         03  SM-RUN-DD               PIC 9(02).
001991     02  SM-OPERATOR-ID              PIC X(08).
001992     02  SM-JOB-ID                   PIC X(08).
002000
002010*----------------------------------------------------------------*
002020* REPORT LINE LAYOUTS.
002030*----------------------------------------------------------------*
002040 01  SM-RPRT-HEADER-LINE.
002050     02  FILLER                      PIC X(01) VALUE SPACES.
002060     02  FILLER                      PIC X(30) VALUE
002070         "ROTSTMNT MAINTENANCE REPORT  ".
002080     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
002090     02  SM-RPRT-HDR-YYYY            PIC 9(04).
002100     02  FILLER                      PIC X(01) VALUE "-".
002110     02  SM-RPRT-HDR-MM              PIC 9(02).
002120     02  FILLER                      PIC X(01) VALUE "-".
002130     02  SM-RPRT-HDR-DD              PIC 9(02).
002140
002150 01  SM-RPRT-COLUMN-LINE.
002160     02  FILLER                      PIC X(80) VALUE
002170         " ORDER-ID    ACTION    RESULT".
002180
002190 01  SM-RPRT-DETAIL-LINE.
002200     02  FILLER                      PIC X(01) VALUE SPACES.
002210     02  SM-RPRT-ORDER-ID            PIC X(08).
002220     02  FILLER                      PIC X(04) VALUE SPACES.
002230     02  SM-RPRT-ACTION              PIC X(08).
002240     02  FILLER                      PIC X(02) VALUE SPACES.
002250     02  SM-RPRT-RESULT              PIC X(44).
002260     02  FILLER                      PIC X(01) VALUE SPACES.
002270     02  SM-RPRT-NOTE                PIC X(24).
002280
002290 01  SM-RPRT-INQUIRY-LINE.
002300     02  FILLER                      PIC X(01) VALUE SPACES.
002310     02  SM-INQ-ORDER-ID             PIC X(08).
002320     02  FILLER                      PIC X(02) VALUE SPACES.
002330     02  SM-INQ-REQUESTER            PIC X(08).
002340     02  FILLER                      PIC X(02) VALUE SPACES.
002350     02  SM-INQ-FREQUENCY            PIC X(10).
002360     02  FILLER                      PIC X(02) VALUE SPACES.
002370     02  SM-INQ-START                PIC 9(08).
002380     02  FILLER                      PIC X(01) VALUE "-".
002390     02  SM-INQ-STOP                 PIC X(08).
002400     02  FILLER                      PIC X(02) VALUE SPACES.
002410     02  SM-INQ-STATUS               PIC X(09).
002420     02  FILLER                      PIC X(06) VALUE "  PRI ".
002430     02  SM-INQ-PRIORITY             PIC X(01).
002440     02  FILLER                      PIC X(07) VALUE "  LAST ".
002450     02  SM-INQ-LAST-DATE            PIC X(08).
002460     02  FILLER                      PIC X(01) VALUE SPACES.
002470     02  SM-INQ-LAST-REQUEST         PIC X(08).
002480     02  FILLER                      PIC X(07) VALUE "  GENS ".
002490     02  SM-INQ-GEN-COUNT            PIC ZZZZ9.
002500
002510 01  SM-RPRT-TRIPLE-LINE.
002520     02  FILLER                      PIC X(11) VALUE SPACES.
002530     02  SM-TRP-VAL-ONE              PIC X(10).
002540     02  FILLER                      PIC X(01) VALUE SPACES.
002550     02  SM-TRP-VAL-TWO              PIC X(10).
002560     02  FILLER                      PIC X(01) VALUE SPACES.
002570     02  SM-TRP-VAL-THREE            PIC X(99).
002580
002590 01  SM-RPRT-TOTALS-LINE.
002600     02  FILLER                      PIC X(01) VALUE SPACES.
002610     02  SM-RPRT-TOT-LABEL           PIC X(24).
002620     02  SM-RPRT-TOT-VALUE           PIC ZZZZZZ9.
002630
002631 01  SM-RPRT-NOFILE-LINE.
002632     02  FILLER                      PIC X(80) VALUE
002633         " *** A MASTER FILE FAILED TO OPEN, NO CARDS APPLIED".
002634
002640 PROCEDURE DIVISION.
002650*----------------------------------------------------------------*
002660* 0000-MAINLINE                                                  *
002670*----------------------------------------------------------------*
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002710         UNTIL SM-END-OF-CARDS.
002720     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002730     GO TO 9999-EXIT.
002740
002750*----------------------------------------------------------------*
002760* 1000-INITIALIZE -- OPEN FILES AND WRITE THE REPORT HEADER. A   *
002770* BRAND-NEW (NEVER LOADED) MASTER COMES BACK 35 ON THE I-O       *
002780* OPEN; IT IS CREATED EMPTY AND REOPENED, THE SAME DANCE         *
002790* ROTRQMNT DOES FOR A FIRST-EVER REQUEST MASTER. REQMAST IS      *
002800* ONLY READ, TO CHECK EACH ORDER'S REQUESTER.                    *
002810*----------------------------------------------------------------*
002820 1000-INITIALIZE.
002830     OPEN INPUT CardFile.
002840     OPEN OUTPUT RprtFile.
002850     OPEN I-O StoFile.
002860     IF SM-STO-STATUS = "35"
002870         OPEN OUTPUT StoFile
002880         CLOSE StoFile
002890         OPEN I-O StoFile
002900     END-IF.
002901     IF SM-STO-STATUS = "00"
002902         SET SM-STO-OPEN TO TRUE
002903     ELSE
002920         DISPLAY "ROTSTMNT: *** STDORDER OPEN FAILED, STATUS "
002930             SM-STO-STATUS
002940         SET SM-END-OF-CARDS TO TRUE
002950     END-IF.
002960     OPEN INPUT ReqFile.
002961     IF SM-REQ-STATUS = "00"
002962         SET SM-REQ-OPEN TO TRUE
002963     ELSE
002980         DISPLAY "ROTSTMNT: *** REQMAST OPEN FAILED, STATUS "
002990             SM-REQ-STATUS
003000         SET SM-END-OF-CARDS TO TRUE
003010     END-IF.
003011     OPEN INPUT AuthFile.
003012     IF SM-AUTH-STATUS = "00"
003013         SET SM-AUTH-OPEN TO TRUE
003014     ELSE
003015         DISPLAY "ROTSTMNT: *** OPAUTH OPEN FAILED, STATUS "
003016             SM-AUTH-STATUS
003017         SET SM-END-OF-CARDS TO TRUE
003018     END-IF.
003020     ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
003021     ACCEPT SM-OPERATOR-ID FROM ENVIRONMENT "USER".
003022     IF SM-OPERATOR-ID = SPACES
003023         MOVE "UNKNOWN " TO SM-OPERATOR-ID
003024     END-IF.
003025     ACCEPT SM-JOB-ID FROM ENVIRONMENT "JOB_ID".
003026     IF SM-JOB-ID = SPACES
003027         MOVE "ROTSTMNT" TO SM-JOB-ID
003028     END-IF.
003030     MOVE SM-RUN-YYYY TO SM-RPRT-HDR-YYYY.
003040     MOVE SM-RUN-MM TO SM-RPRT-HDR-MM.
003050     MOVE SM-RUN-DD TO SM-RPRT-HDR-DD.
003060     WRITE RprtRecord FROM SM-RPRT-HEADER-LINE.
003070     WRITE RprtRecord FROM SM-RPRT-COLUMN-LINE.
003071     IF NOT SM-STO-OPEN OR NOT SM-REQ-OPEN OR NOT SM-AUTH-OPEN
003072         WRITE RprtRecord FROM SM-RPRT-NOFILE-LINE
003073         MOVE 8 TO RETURN-CODE
003074     END-IF.
003080 1000-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------*
003120* 2000-PROCESS-CARD -- ONE ITERATION PER CONTROL CARD.           *
003130*----------------------------------------------------------------*
003140 2000-PROCESS-CARD.
003150     READ CardFile INTO SM-CARD-IMAGE
003160         AT END
003170             SET SM-END-OF-CARDS TO TRUE
003180     END-READ.
003190     IF SM-END-OF-CARDS
003200         GO TO 2000-EXIT
003210     END-IF.
003220     ADD 1 TO SM-CARDS-READ.
003230     MOVE SM-CI-ORDER-ID TO SM-RPRT-ORDER-ID.
003240     MOVE SM-CI-FUNCTION(1:7) TO SM-RPRT-ACTION.
003250     MOVE SPACES TO SM-RPRT-NOTE.
003260     IF SM-CI-ORDER-ID = SPACES
003270         ADD 1 TO SM-CARDS-IN-ERROR
003280         MOVE "ORDER ID MISSING" TO SM-RPRT-RESULT
003290         WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE
003300         GO TO 2000-EXIT
003310     END-IF.
003320     IF SM-CI-ORDER-ID(1:1) = "*"
003330         ADD 1 TO SM-CARDS-IN-ERROR
003340         MOVE "ORDER IDS STARTING * ARE RESERVED" TO
003350             SM-RPRT-RESULT
003360         WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE
003361         GO TO 2000-EXIT
003362     END-IF.
003363     PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT.
003364     IF NOT SM-AUTH-OK
003370         GO TO 2000-EXIT
003380     END-IF.
003390     EVALUATE TRUE
003400         WHEN SM-FUNC-ADD
003410             PERFORM 2100-ADD-ORDER THRU 2100-EXIT
003420         WHEN SM-FUNC-CHANGE
003430             PERFORM 2200-CHANGE-ORDER THRU 2200-EXIT
003440         WHEN SM-FUNC-CANCEL
003450             PERFORM 2300-CANCEL-ORDER THRU 2300-EXIT
003460         WHEN SM-FUNC-INQUIRE
003470             PERFORM 2400-INQUIRE-ORDER THRU 2400-EXIT
003480         WHEN OTHER
003490             ADD 1 TO SM-CARDS-IN-ERROR
003500             MOVE "FUNCTION NOT ADD/CHANGE/CANCEL/INQUIRE" TO
003510                 SM-RPRT-RESULT
003520             WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE
003530     END-EVALUATE.
003540 2000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------*
003580* 2100-ADD-ORDER -- ENTERS A NEW ORDER AS ACTIVE, NEVER YET      *
003590* GENERATED. AN ORDER ID ALREADY ON THE MASTER IS AN ERROR, NOT  *
003600* AN OVERLAY. A BLANK START DATE STARTS THE ORDER TODAY.         *
003610*----------------------------------------------------------------*
003620 2100-ADD-ORDER.
003630     MOVE SPACES TO StandingOrder.
003640     MOVE SM-CI-ORDER-ID TO StoOrderId.
003650     MOVE SM-CI-REQUESTER TO StoRequester.
003660     MOVE SM-CI-VAL-ONE TO StoValOne.
003670     MOVE SM-CI-VAL-TWO TO StoValTwo.
003680     MOVE SM-CI-VAL-THREE TO StoValThree.
003690     IF SM-CI-PRIORITY = SPACE
003700         MOVE "9" TO StoPriority
003710     ELSE
003720         MOVE SM-CI-PRIORITY TO StoPriority
003730     END-IF.
003740     MOVE SM-CI-FREQUENCY TO StoFrequency.
003750     MOVE SM-CI-WEEKDAY TO StoWeekday.
003760     MOVE SM-RUN-DATE TO StoStartDate.
003770     MOVE 0 TO StoStopDate.
003780     MOVE "N" TO SM-DATE-OK-SWITCH.
003790     IF SM-CI-START-DATE NOT = SPACES
003800         IF SM-CI-START-DATE IS NOT NUMERIC
003810             MOVE "START DATE NOT A YYYYMMDD DATE" TO SM-REASON
003820             GO TO 2150-ADD-REFUSED
003830         END-IF
003840         MOVE SM-CI-START-DATE-N TO StoStartDate
003850     END-IF.
003860     IF SM-CI-STOP-DATE NOT = SPACES
003870         IF SM-CI-STOP-DATE IS NOT NUMERIC
003880             MOVE "STOP DATE NOT A YYYYMMDD DATE" TO SM-REASON
003890             GO TO 2150-ADD-REFUSED
003900         END-IF
003910         MOVE SM-CI-STOP-DATE-N TO StoStopDate
003920     END-IF.
003930     SET StoActive TO TRUE.
003940     MOVE SM-RUN-DATE TO StoDateAdded.
003950     MOVE 0 TO StoLastGenDate.
003960     MOVE SPACES TO StoLastRequestId.
003970     MOVE 0 TO StoGenCount.
003980     PERFORM 2500-CHECK-ORDER THRU 2500-EXIT.
003990     IF SM-REASON NOT = SPACES
004000         GO TO 2150-ADD-REFUSED
004010     END-IF.
004020     WRITE StoRecord FROM StandingOrder
004030         INVALID KEY
004040             MOVE "ORDER ID ALREADY ON MASTER" TO SM-REASON
004050             GO TO 2150-ADD-REFUSED
004060     END-WRITE.
004070     IF SM-STO-STATUS NOT = "00"
004080         MOVE "WRITE FAILED" TO SM-REASON
004090         GO TO 2150-ADD-REFUSED
004100     END-IF.
004110     ADD 1 TO SM-ADDS-DONE.
004120     MOVE "ADDED, ACTIVE" TO SM-RPRT-RESULT.
004130     MOVE SM-REQUESTER-NOTE TO SM-RPRT-NOTE.
004140     WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE.
004150     GO TO 2100-EXIT.
004160 2150-ADD-REFUSED.
004170     ADD 1 TO SM-CARDS-IN-ERROR.
004180     MOVE SM-REASON TO SM-RPRT-RESULT.
004190     WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE.
004200 2100-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------------*
004240* 2200-CHANGE-ORDER -- REPLACES THE NON-BLANK CARD FIELDS OF AN  *
004250* EXISTING ORDER, THEN CHECKS THE RESULT AS A WHOLE, SO A CHANGE *
004260* CAN NEVER LEAVE AN ORDER THE ADD WOULD HAVE REFUSED. THE       *
004270* GENERATION HISTORY IS NOT TOUCHED: MOVING THE START DATE BACK  *
004280* DOES NOT REGENERATE A DATE ALREADY PASSED. A CANCELLED ORDER   *
004290* CANNOT BE CHANGED -- ADD A NEW ONE.                            *
004300*----------------------------------------------------------------*
004310 2200-CHANGE-ORDER.
004320     MOVE SM-CI-ORDER-ID TO StoKey.
004330     READ StoFile INTO StandingOrder
004340         INVALID KEY
004350             MOVE "ORDER ID NOT ON MASTER" TO SM-REASON
004360             GO TO 2250-CHANGE-REFUSED
004370     END-READ.
004380     IF StoCancelled
004390         MOVE "ORDER CANCELLED, NOT CHANGED" TO SM-REASON
004400         GO TO 2250-CHANGE-REFUSED
004410     END-IF.
004420     IF SM-CI-REQUESTER NOT = SPACES
004430         MOVE SM-CI-REQUESTER TO StoRequester
004440     END-IF.
004450     IF SM-CI-VAL-ONE NOT = SPACES
004460         MOVE SM-CI-VAL-ONE TO StoValOne
004470     END-IF.
004480     IF SM-CI-VAL-TWO NOT = SPACES
004490         MOVE SM-CI-VAL-TWO TO StoValTwo
004500     END-IF.
004510     IF SM-CI-VAL-THREE NOT = SPACES
004520         MOVE SM-CI-VAL-THREE TO StoValThree
004530     END-IF.
004540     IF SM-CI-PRIORITY NOT = SPACE
004550         MOVE SM-CI-PRIORITY TO StoPriority
004560     END-IF.
004570     IF SM-CI-FREQUENCY NOT = SPACE
004580         MOVE SM-CI-FREQUENCY TO StoFrequency
004590         IF NOT StoWeekly
004600             MOVE SPACES TO StoWeekday
004610         END-IF
004620     END-IF.
004630     IF SM-CI-WEEKDAY NOT = SPACES
004640         MOVE SM-CI-WEEKDAY TO StoWeekday
004650     END-IF.
004660     IF SM-CI-START-DATE NOT = SPACES
004670         IF SM-CI-START-DATE IS NOT NUMERIC
004680             MOVE "START DATE NOT A YYYYMMDD DATE" TO SM-REASON
004690             GO TO 2250-CHANGE-REFUSED
004700         END-IF
004710         MOVE SM-CI-START-DATE-N TO StoStartDate
004720     END-IF.
004730     IF SM-CI-STOP-DATE NOT = SPACES
004740         IF SM-CI-STOP-DATE IS NOT NUMERIC
004750             MOVE "STOP DATE NOT A YYYYMMDD DATE" TO SM-REASON
004760             GO TO 2250-CHANGE-REFUSED
004770         END-IF
004780         MOVE SM-CI-STOP-DATE-N TO StoStopDate
004790     END-IF.
004800     PERFORM 2500-CHECK-ORDER THRU 2500-EXIT.
004810     IF SM-REASON NOT = SPACES
004820         GO TO 2250-CHANGE-REFUSED
004830     END-IF.
004840     REWRITE StoRecord FROM StandingOrder.
004850     IF SM-STO-STATUS NOT = "00"
004860         MOVE "REWRITE FAILED" TO SM-REASON
004870         GO TO 2250-CHANGE-REFUSED
004880     END-IF.
004890     ADD 1 TO SM-CHANGES-DONE.
004900     MOVE "CHANGED" TO SM-RPRT-RESULT.
004910     MOVE SM-REQUESTER-NOTE TO SM-RPRT-NOTE.
004920     WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE.
004930     GO TO 2200-EXIT.
004940 2250-CHANGE-REFUSED.
004950     ADD 1 TO SM-CARDS-IN-ERROR.
004960     MOVE SM-REASON TO SM-RPRT-RESULT.
004970     WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE.
004980 2200-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------*
005020* 2300-CANCEL-ORDER -- STOPS AN ORDER FOR GOOD. THE ENTRY STAYS  *
005030* ON THE MASTER WITH ITS GENERATION HISTORY; REQUESTS ALREADY    *
005040* GENERATED ARE LEFT ON RQMASTER FOR ROTRQMNT TO CANCEL IF NEED  *
005050* BE.                                                            *
005060*----------------------------------------------------------------*
005070 2300-CANCEL-ORDER.
005080     MOVE SM-CI-ORDER-ID TO StoKey.
005090     READ StoFile INTO StandingOrder
005100         INVALID KEY
005110             ADD 1 TO SM-CARDS-IN-ERROR
005120             MOVE "ORDER ID NOT ON MASTER" TO SM-RPRT-RESULT
005130             WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE
005140             GO TO 2300-EXIT
005150     END-READ.
005160     IF StoCancelled
005170         ADD 1 TO SM-CARDS-IN-ERROR
005180         MOVE "ALREADY CANCELLED" TO SM-RPRT-RESULT
005190         WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE
005200         GO TO 2300-EXIT
005210     END-IF.
005220     SET StoCancelled TO TRUE.
005230     REWRITE StoRecord FROM StandingOrder.
005240     IF SM-STO-STATUS NOT = "00"
005250         ADD 1 TO SM-CARDS-IN-ERROR
005260         MOVE "REWRITE FAILED" TO SM-RPRT-RESULT
005270         WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE
005280         GO TO 2300-EXIT
005290     END-IF.
005300     ADD 1 TO SM-CANCELS-DONE.
005310     MOVE "CANCELLED" TO SM-RPRT-RESULT.
005320     WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE.
005330 2300-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------*
005370* 2400-INQUIRE-ORDER -- PRINTS ONE ORDER: ITS SCHEDULE, STATUS   *
005380* AND LAST GENERATION ON ONE LINE, THE TRIPLE ON THE NEXT.       *
005390*----------------------------------------------------------------*
005400 2400-INQUIRE-ORDER.
005410     MOVE SM-CI-ORDER-ID TO StoKey.
005420     READ StoFile INTO StandingOrder
005430         INVALID KEY
005440             ADD 1 TO SM-CARDS-IN-ERROR
005450             MOVE "ORDER ID NOT ON MASTER" TO SM-RPRT-RESULT
005460             WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE
005470             GO TO 2400-EXIT
005480     END-READ.
005490     MOVE StoOrderId TO SM-INQ-ORDER-ID.
005500     MOVE StoRequester TO SM-INQ-REQUESTER.
005510     EVALUATE TRUE
005520         WHEN StoDaily
005530             MOVE "DAILY" TO SM-INQ-FREQUENCY
005540         WHEN StoWeekly
005550             MOVE "WEEKLY" TO SM-INQ-FREQUENCY
005560             MOVE StoWeekday TO SM-INQ-FREQUENCY(8:3)
005570         WHEN StoMonthEnd
005580             MOVE "MONTH-END" TO SM-INQ-FREQUENCY
005590         WHEN OTHER
005600             MOVE "?UNKNOWN?" TO SM-INQ-FREQUENCY
005610     END-EVALUATE.
005620     MOVE StoStartDate TO SM-INQ-START.
005630     IF StoStopDate = 0
005640         MOVE "OPEN" TO SM-INQ-STOP
005650     ELSE
005660         MOVE StoStopDate TO SM-INQ-STOP
005670     END-IF.
005680     IF StoActive
005690         MOVE "ACTIVE   " TO SM-INQ-STATUS
005700     ELSE
005710         MOVE "CANCELLED" TO SM-INQ-STATUS
005720     END-IF.
005730     MOVE StoPriority TO SM-INQ-PRIORITY.
005740     IF StoLastGenDate = 0
005750         MOVE "NEVER" TO SM-INQ-LAST-DATE
005760     ELSE
005770         MOVE StoLastGenDate TO SM-INQ-LAST-DATE
005780     END-IF.
005790     MOVE StoLastRequestId TO SM-INQ-LAST-REQUEST.
005800     MOVE StoGenCount TO SM-INQ-GEN-COUNT.
005810     WRITE RprtRecord FROM SM-RPRT-INQUIRY-LINE.
005820     MOVE StoValOne TO SM-TRP-VAL-ONE.
005830     MOVE StoValTwo TO SM-TRP-VAL-TWO.
005840     MOVE StoValThree TO SM-TRP-VAL-THREE.
005850     WRITE RprtRecord FROM SM-RPRT-TRIPLE-LINE.
005860     ADD 1 TO SM-INQUIRIES-DONE.
005870 2400-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------*
005910* 2500-CHECK-ORDER -- THE WHOLE-ORDER CHECK BEHIND ADD AND       *
005920* CHANGE. LEAVES SM-REASON SPACES WHEN THE ORDER IS GOOD, AND    *
005930* SM-REQUESTER-NOTE SET WHEN ITS REQUESTER IS INACTIVE.          *
005940*----------------------------------------------------------------*
005950 2500-CHECK-ORDER.
005960     MOVE SPACES TO SM-REASON.
005970     MOVE SPACES TO SM-REQUESTER-NOTE.
005980     IF StoRequester = SPACES OR StoRequester = "*DEFAULT"
005990         MOVE "REQUESTER MISSING OR *DEFAULT" TO SM-REASON
006000         GO TO 2500-EXIT
006010     END-IF.
006020     MOVE StoRequester TO ReqKey.
006030     READ ReqFile INTO RequesterMaster
006040         INVALID KEY
006050             MOVE "REQUESTER NOT ON REQMAST" TO SM-REASON
006060             GO TO 2500-EXIT
006070     END-READ.
006080     IF ReqInactive
006090         MOVE "REQUESTER INACTIVE" TO SM-REQUESTER-NOTE
006100     END-IF.
006110     IF StoValOne = SPACES OR StoValTwo = SPACES
006120             OR StoValThree = SPACES
006130         MOVE "VALONE, VALTWO AND VALTHREE ALL NEEDED"
006140             TO SM-REASON
006150         GO TO 2500-EXIT
006160     END-IF.
006170     IF StoPriority < "1" OR StoPriority > "9"
006180         MOVE "PRIORITY NOT 1-9" TO SM-REASON
006190         GO TO 2500-EXIT
006200     END-IF.
006210     IF NOT StoDaily AND NOT StoWeekly AND NOT StoMonthEnd
006220         MOVE "FREQUENCY NOT D, W OR M" TO SM-REASON
006230         GO TO 2500-EXIT
006240     END-IF.
006250     IF StoWeekly
006260         MOVE "N" TO SM-DAY-FOUND-SWITCH
006270         PERFORM 2510-MATCH-ONE-WEEKDAY THRU 2510-EXIT
006280             VARYING SM-DAY-SUB FROM 1 BY 1
006290             UNTIL SM-DAY-SUB > 7 OR SM-DAY-FOUND
006300         IF NOT SM-DAY-FOUND
006310             MOVE "WEEKLY ORDER NEEDS A WEEKDAY MON-SUN"
006320                 TO SM-REASON
006330             GO TO 2500-EXIT
006340         END-IF
006350     ELSE
006360         IF StoWeekday NOT = SPACES
006370             MOVE "WEEKDAY IS FOR WEEKLY ORDERS ONLY" TO SM-REASON
006380             GO TO 2500-EXIT
006390         END-IF
006400     END-IF.
006410     MOVE StoStartDate TO SM-DATE-CHECK.
006420     PERFORM 2520-CHECK-DATE THRU 2520-EXIT.
006430     IF NOT SM-DATE-OK
006440         MOVE "START DATE NOT A REAL DATE" TO SM-REASON
006450         GO TO 2500-EXIT
006460     END-IF.
006470     IF StoStopDate NOT = 0
006480         MOVE StoStopDate TO SM-DATE-CHECK
006490         PERFORM 2520-CHECK-DATE THRU 2520-EXIT
006500         IF NOT SM-DATE-OK
006510             MOVE "STOP DATE NOT A REAL DATE" TO SM-REASON
006520             GO TO 2500-EXIT
006530         END-IF
006540         IF StoStopDate < StoStartDate
006550             MOVE "STOP DATE BEFORE START DATE" TO SM-REASON
006560             GO TO 2500-EXIT
006570         END-IF
006580     END-IF.
006590 2500-EXIT.
006600     EXIT.
006610
006620 2510-MATCH-ONE-WEEKDAY.
006630     IF SM-WEEKDAY-NAME(SM-DAY-SUB) = StoWeekday
006640         SET SM-DAY-FOUND TO TRUE
006650     END-IF.
006660 2510-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------*
006700* 2520-CHECK-DATE -- A PLAIN RANGE CHECK OF SM-DATE-CHECK: A     *
006710* YEAR FROM 1900, MONTH 1-12 AND DAY 1-31. A 31ST IN A SHORT     *
006720* MONTH GETS THROUGH AND SIMPLY NEVER MATCHES A RUN DATE.        *
006730*----------------------------------------------------------------*
006740 2520-CHECK-DATE.
006750     MOVE "N" TO SM-DATE-OK-SWITCH.
006760     IF SM-CHECK-YYYY < 1900
006770         GO TO 2520-EXIT
006771     END-IF.
006772     IF SM-CHECK-MM < 1 OR SM-CHECK-MM > 12
006773         GO TO 2520-EXIT
006774     END-IF.
006775     IF SM-CHECK-DD < 1 OR SM-CHECK-DD > 31
006776         GO TO 2520-EXIT
006777     END-IF.
006778     SET SM-DATE-OK TO TRUE.
006779 2520-EXIT.
006780     EXIT.
006781
006782*----------------------------------------------------------------*
006783* 2600-CHECK-AUTHORITY -- THE OPERATOR MUST BE ON OPAUTH WITH    *
006784* THE RQMASTER ADD FLAG FOR AN ADD OR CHANGE, OR THE CANCEL FLAG *
006785* FOR A CANCEL. WHERE THE ENTRY IS LIMITED TO CERTAIN            *
006786* REQUESTERS, THE ORDER'S REQUESTER ON THE MASTER AND ANY        *
006787* REQUESTER ON THE CARD MUST BOTH BE AMONG THEM. AN ORDER NOT ON *
006788* THE MASTER IS LEFT FOR THE ACTION PARAGRAPH TO REPORT. INQUIRE *
006789* CHANGES NOTHING AND IS NOT CHECKED.                            *
006790*----------------------------------------------------------------*
006791 2600-CHECK-AUTHORITY.
006792     MOVE "Y" TO SM-AUTH-OK-SW.
006793     IF NOT SM-FUNC-ADD AND NOT SM-FUNC-CHANGE
006794             AND NOT SM-FUNC-CANCEL
006795         GO TO 2600-EXIT
006796     END-IF.
006797     MOVE SM-OPERATOR-ID TO AuthKey.
006798     READ AuthFile INTO OperatorAuthority
006799         INVALID KEY
006800             SET OpdNotOnFile TO TRUE
006801             PERFORM 2700-DENY-CARD THRU 2700-EXIT
006802             GO TO 2600-EXIT
006803     END-READ.
006804     EVALUATE TRUE
006805         WHEN SM-FUNC-ADD AND NOT OpaMayRqmAdd
006806         WHEN SM-FUNC-CHANGE AND NOT OpaMayRqmAdd
006807         WHEN SM-FUNC-CANCEL AND NOT OpaMayRqmCancel
006808             SET OpdNoAuthority TO TRUE
006809             PERFORM 2700-DENY-CARD THRU 2700-EXIT
006810             GO TO 2600-EXIT
006811     END-EVALUATE.
006812     IF OpaLimitCodes = SPACES
006813         GO TO 2600-EXIT
006814     END-IF.
006815     IF NOT SM-FUNC-ADD
006816         MOVE SM-CI-ORDER-ID TO StoKey
006817         READ StoFile INTO StandingOrder
006818             INVALID KEY
006819                 GO TO 2600-EXIT
006820         END-READ
006821         MOVE StoRequester TO SM-AUTH-REQUESTER
006822         PERFORM 2610-MATCH-LIMITS THRU 2610-EXIT
006823         IF NOT SM-AUTH-OK
006824             SET OpdOutOfLimit TO TRUE
006825             PERFORM 2700-DENY-CARD THRU 2700-EXIT
006826             GO TO 2600-EXIT
006827         END-IF
006828     END-IF.
006829     IF SM-FUNC-CANCEL OR SM-CI-REQUESTER = SPACES
006830         GO TO 2600-EXIT
006831     END-IF.
006832     MOVE SM-CI-REQUESTER TO SM-AUTH-REQUESTER.
006833     PERFORM 2610-MATCH-LIMITS THRU 2610-EXIT.
006834     IF NOT SM-AUTH-OK
006835         SET OpdOutOfLimit TO TRUE
006836         PERFORM 2700-DENY-CARD THRU 2700-EXIT
006837     END-IF.
006838 2600-EXIT.
006839     EXIT.
006840
006841 2610-MATCH-LIMITS.
006842     MOVE "N" TO SM-AUTH-OK-SW.
006843     PERFORM 2620-MATCH-ONE-LIMIT THRU 2620-EXIT
006844         VARYING SM-LIMIT-SUB FROM 1 BY 1
006845         UNTIL SM-LIMIT-SUB > 6 OR SM-AUTH-OK.
006846 2610-EXIT.
006847     EXIT.
006848
006849 2620-MATCH-ONE-LIMIT.
006850     IF OpaLimitCode(SM-LIMIT-SUB) NOT = SPACES
006851             AND OpaLimitCode(SM-LIMIT-SUB) = SM-AUTH-REQUESTER
006852         MOVE "Y" TO SM-AUTH-OK-SW
006853     END-IF.
006854 2620-EXIT.
006855     EXIT.
006856
006857*----------------------------------------------------------------*
006858* 2700-DENY-CARD -- THE CARD IS NOT APPLIED. IT IS REPORTED WITH *
006859* THE REASON THE CALLER SET AND LOGGED TO ROTAUDIT AS A DENY     *
006860* EVENT UNDER THE OPERATOR'S ID, FOR THE ROTOPVIO REPORT.        *
006861*----------------------------------------------------------------*
006862 2700-DENY-CARD.
006863     MOVE "N" TO SM-AUTH-OK-SW.
006864     ADD 1 TO SM-CARDS-DENIED.
006865     MOVE SPACES TO SM-RPRT-RESULT.
006866     MOVE "NOT AUTHORIZED: " TO SM-RPRT-RESULT(1:16).
006867     MOVE OpdReason TO SM-RPRT-RESULT(17:13).
006868     WRITE RprtRecord FROM SM-RPRT-DETAIL-LINE.
006869     OPEN EXTEND AuditFile.
006870     IF SM-AUDIT-STATUS NOT = "00"
006871         CLOSE AuditFile
006872         OPEN OUTPUT AuditFile
006873     END-IF.
006874     MOVE SM-OPERATOR-ID TO OpdOperator.
006875     MOVE SM-JOB-ID TO OpdJobId.
006876     MOVE SM-RUN-DATE TO OpdDate.
006877     ACCEPT OpdTime FROM TIME.
006878     MOVE 1 TO OpdCount.
006879     MOVE "ORDER     " TO OpdKeyType.
006880     MOVE SM-CI-ORDER-ID TO OpdKey.
006881     MOVE "ROTSTMNT" TO OpdProgram.
006882     MOVE SM-CI-FUNCTION TO OpdFunction.
006883     WRITE AuditRecord FROM AuthorityDenial.
006884     IF SM-AUDIT-STATUS NOT = "00"
006885         DISPLAY "ROTSTMNT: *** ROTAUDIT WRITE FAILED, STATUS "
006886             SM-AUDIT-STATUS
006887     END-IF.
006888     CLOSE AuditFile.
006889 2700-EXIT.
006890     EXIT.
006891
006892*----------------------------------------------------------------*
006900* 8000-FINALIZE -- CONTROL TOTALS AND CLOSE.                     *
006910*----------------------------------------------------------------*
006920 8000-FINALIZE.
006930     MOVE "TOTAL CARDS READ........" TO SM-RPRT-TOT-LABEL.
006940     MOVE SM-CARDS-READ TO SM-RPRT-TOT-VALUE.
006950     WRITE RprtRecord FROM SM-RPRT-TOTALS-LINE.
006960     MOVE "TOTAL ADDS.............." TO SM-RPRT-TOT-LABEL.
006970     MOVE SM-ADDS-DONE TO SM-RPRT-TOT-VALUE.
006980     WRITE RprtRecord FROM SM-RPRT-TOTALS-LINE.
006990     MOVE "TOTAL CHANGES..........." TO SM-RPRT-TOT-LABEL.
007000     MOVE SM-CHANGES-DONE TO SM-RPRT-TOT-VALUE.
007010     WRITE RprtRecord FROM SM-RPRT-TOTALS-LINE.
007020     MOVE "TOTAL CANCELS..........." TO SM-RPRT-TOT-LABEL.
007030     MOVE SM-CANCELS-DONE TO SM-RPRT-TOT-VALUE.
007040     WRITE RprtRecord FROM SM-RPRT-TOTALS-LINE.
007050     MOVE "TOTAL INQUIRIES........." TO SM-RPRT-TOT-LABEL.
007060     MOVE SM-INQUIRIES-DONE TO SM-RPRT-TOT-VALUE.
007070     WRITE RprtRecord FROM SM-RPRT-TOTALS-LINE.
007080     MOVE "TOTAL CARDS IN ERROR...." TO SM-RPRT-TOT-LABEL.
007090     MOVE SM-CARDS-IN-ERROR TO SM-RPRT-TOT-VALUE.
007100     WRITE RprtRecord FROM SM-RPRT-TOTALS-LINE.
007101     MOVE "TOTAL NOT AUTHORIZED...." TO SM-RPRT-TOT-LABEL.
007102     MOVE SM-CARDS-DENIED TO SM-RPRT-TOT-VALUE.
007103     WRITE RprtRecord FROM SM-RPRT-TOTALS-LINE.
007110     CLOSE CardFile.
007120     CLOSE RprtFile.
007121     IF SM-STO-OPEN
007122         CLOSE StoFile
007123     END-IF.
007124     IF SM-REQ-OPEN
007125         CLOSE ReqFile
007126     END-IF.
007127     IF SM-AUTH-OPEN
007128         CLOSE AuthFile
007129     END-IF.
007150     DISPLAY "ROTSTMNT: CARDS READ.....: " SM-CARDS-READ.
007160     DISPLAY "ROTSTMNT: ADDS...........: " SM-ADDS-DONE.
007170     DISPLAY "ROTSTMNT: CHANGES........: " SM-CHANGES-DONE.
007180     DISPLAY "ROTSTMNT: CANCELS........: " SM-CANCELS-DONE.
007190     DISPLAY "ROTSTMNT: INQUIRIES......: " SM-INQUIRIES-DONE.
007200     DISPLAY "ROTSTMNT: CARDS IN ERROR.: " SM-CARDS-IN-ERROR.
007201     DISPLAY "ROTSTMNT: NOT AUTHORIZED.: " SM-CARDS-DENIED.
007210 8000-EXIT.
007220     EXIT.
007230
007240 9999-EXIT.
007250     STOP RUN.
