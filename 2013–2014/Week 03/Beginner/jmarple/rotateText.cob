001130*                   THE ROTCHARGE MONTH-END CHARGEBACK. A
001140*                   RESTARTED RUN'S RECORDS COVER ONLY THE
001150*                   TAIL SEGMENT IT ACTUALLY PROCESSED; THE
001151*                   MONTH-END SUMS ACROSS RECORDS, SO THE
001152*                   MONTH STAYS RIGHT.
001153*   2026-10-14 JRM  EVERY RQMASTER STATUS MOVE MADE IN 2700, AND
001154*                   EVERY NIGHT THE HELD CHECK PASSES A HELD
001155*                   REQUEST OVER, NOW ALSO APPENDS AN RQJRNL
001156*                   RECORD TO THE CUMULATIVE RQJOURNAL DATASET,
001157*                   THE FEED FOR THE ROTJRNRP HISTORY REPORT.
001158*   2026-10-14 JRM  NORMAL-PRIORITY (PRIORITYCODE 9) RECORDS ARE
001159*                   NOW DEFERRED ONCE THEIR REQUESTER HAS PRODUCED
001160*                   ITS REQMAST DAILY LINE QUOTA FOR THE NIGHT;
001161*                   EXPEDITE WORK IS NEVER DEFERRED. A DEFERRED
001162*                   TRACKED REQUEST IS LEFT RECEIVED ON RQMASTER
001163*                   FOR THE NEXT NIGHT'S EXTRACT; ANY OTHER
001164*                   DEFERRED RECORD IS WRITTEN TO THE NEW
001165*                   CARRY-FORWARD FILE (CARRYFWD) THE NEXT NIGHT'S
001166*                   SORT READS. EACH IS LISTED ON THE NEW DEFRRPT
001167*                   DEFERRAL REPORT AND COUNTED IN A NEW DEFERRED
001168*                   TOTAL, SO READ = VALID + EXCEPTIONS +
001169*                   SUPPRESSED + HELD + DEFERRED. THE CHECKPOINT
001170*                   GREW 56 TO 63 AND THE RTHIST RECORD 67 TO 74.
001171*                   QUOTA USAGE IS NOT CHECKPOINTED: A RESTART
001172*                   COUNTS ONLY THE TAIL SEGMENT'S LINES AGAINST
001173*                   THE QUOTA.
001174*   2026-10-14 JRM  RQHIST RECORDS NOW CARRY THE RUN'S JOB ID
001175*                   (RECORD 39 TO 47), SO THE ROTBKOUT BACKOUT CAN
001176*                   PICK OUT ONE RUN'S PER-REQUESTER RECORDS.
001180*----------------------------------------------------------------*
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. ROTATETEXT.
001760         ORGANIZATION IS LINE SEQUENTIAL
001770         FILE STATUS IS RT-AUDIT-STATUS.
001780
001781     SELECT DefrFile ASSIGN TO "DEFRRPT"
001782         ORGANIZATION IS LINE SEQUENTIAL
001783         FILE STATUS IS RT-DEFR-STATUS.
001784
001785     SELECT CarryFile ASSIGN TO "CARRYFWD"
001786         ORGANIZATION IS LINE SEQUENTIAL
001787         FILE STATUS IS RT-CARRY-STATUS.
001788
001790     SELECT RqmFile ASSIGN TO "RQMASTER"
001800         ORGANIZATION IS INDEXED
001810         ACCESS MODE IS RANDOM
001910     SELECT HistFile ASSIGN TO "ROTHIST"
001920         ORGANIZATION IS LINE SEQUENTIAL
001930         FILE STATUS IS RT-HIST-STATUS.
001931
001932     SELECT JrnlFile ASSIGN TO "RQJRNL"
001933         ORGANIZATION IS LINE SEQUENTIAL
001934         FILE STATUS IS RT-JRNL-STATUS.
001940
001950 DATA DIVISION.
001960 FILE SECTION.
002220     RECORDING MODE IS F.
002230 01  HeldRecord                      PIC X(132).
002240
002241 FD  DefrFile
002242     RECORDING MODE IS F.
002243 01  DefrRecord                      PIC X(132).
002244
002245 FD  CarryFile
002246     RECORDING MODE IS F.
002247*    ONE DEFERRED STRIN RECORD, STRSETUP LAYOUT, FOR NEXT SORT.
002248 01  CarryRecord                     PIC X(137).
002249
002250 FD  SuspFile.
002260 01  SuspRecord.
002270     02  SuspKey                     PIC X(15).
002300 FD  ReqHistFile
002310     RECORDING MODE IS F.
002320*    ONE PER-REQUESTER RUN-STATISTICS RECORD, RQHIST LAYOUT.
002330 01  ReqHistRecord                   PIC X(47).
002340
002350 FD  ReconFile
002360     RECORDING MODE IS F.
002470     02  CkptPageNumber              PIC 9(05).
002480     02  CkptDupsSuppressed          PIC 9(07).
002490     02  CkptRecordsHeld             PIC 9(07).
002491     02  CkptRecordsDeferred         PIC 9(07).
002500
002510 FD  AuditFile
002520     RECORDING MODE IS F.
002550 FD  HistFile
002560     RECORDING MODE IS F.
002570*    ONE RUN-STATISTICS RECORD PER RUN, RTHIST LAYOUT.
002580 01  HistRecord                      PIC X(74).
002590
002600 FD  RqmFile.
002610 01  RqmRecord.
002660 01  ReqRecord.
002670     02  ReqKey                      PIC X(08).
002680     02  FILLER                      PIC X(72).
002681
002682 FD  JrnlFile
002683     RECORDING MODE IS F.
002684*    ONE STATUS-CHANGE RECORD PER RQMASTER MOVE, RQJRNL LAYOUT.
002685 01  JrnlRecord                      PIC X(80).
002690
002700 WORKING-STORAGE SECTION.
002710*----------------------------------------------------------------*
003120     COPY RTHIST.
003130
003140*----------------------------------------------------------------*
003141* THE STATUS-CHANGE JOURNAL RECORD APPENDED FOR EVERY RQMASTER
003142* MOVE THE RUN MAKES.
003143*----------------------------------------------------------------*
003144     COPY RQJRNL.
003145
003146*----------------------------------------------------------------*
003150* FILE STATUS AND END-OF-FILE SWITCHES.
003160*----------------------------------------------------------------*
003170 01  RT-FILE-STATUSES.
003300     02  RT-RQM-STATUS               PIC X(02) VALUE SPACES.
003310     02  RT-REQ-STATUS               PIC X(02) VALUE SPACES.
003320     02  RT-HIST-STATUS              PIC X(02) VALUE SPACES.
003321     02  RT-JRNL-STATUS              PIC X(02) VALUE SPACES.
003322     02  RT-DEFR-STATUS              PIC X(02) VALUE SPACES.
003323     02  RT-CARRY-STATUS             PIC X(02) VALUE SPACES.
003330
003340 01  RT-EOF-SWITCH                   PIC X(01) VALUE "N".
003350     88  RT-END-OF-INPUT                        VALUE "Y".
003600* ROTATED, NOT REJECTED), COUNTED, AND LISTED ON HELDRPT.
003610*----------------------------------------------------------------*
003620 01  RT-RECORD-HELD-SWITCH           PIC X(01) VALUE "N".
003621     88  RT-RECORD-HELD                         VALUE "Y".
003622
003623*----------------------------------------------------------------*
003624* SET BY 2045-CHECK-QUOTA WHEN THE CURRENT NORMAL-PRIORITY
003625* RECORD'S REQUESTER HAS ALREADY PRODUCED ITS DAILY LINE QUOTA:
003626* THE RECORD IS DEFERRED TO THE NEXT NIGHT, COUNTED, AND LISTED
003627* ON DEFRRPT. RT-DEFR-TRACKED MARKS ONE WHOSE RQMASTER ENTRY
003628* STAYS RECEIVED INSTEAD OF GOING TO THE CARRY-FORWARD FILE.
003629*----------------------------------------------------------------*
003630 01  RT-RECORD-DEFERRED-SWITCH       PIC X(01) VALUE "N".
003631     88  RT-RECORD-DEFERRED                     VALUE "Y".
003632 01  RT-DEFR-TRACKED-SWITCH          PIC X(01) VALUE "N".
003633     88  RT-DEFR-TRACKED                        VALUE "Y".
003640
003650*----------------------------------------------------------------*
003660* SUSPENSE-CLUSTER AVAILABILITY, THE SAME OPTIONAL-EQUIPMENT
004270         03  RT-RQH-RECORDS          PIC 9(07) COMP.
004280         03  RT-RQH-LINES            PIC 9(09) COMP.
004290         03  RT-RQH-EXCEPTIONS       PIC 9(07) COMP.
004291         03  RT-RQH-QUOTA            PIC 9(07) COMP.
004300
004310*----------------------------------------------------------------*
004320* FIXED FIELD WIDTHS OF THE SHARED RECORD, USED TO KEEP PER-
004790     02  RT-RECON-MISMATCHES         PIC 9(07) COMP VALUE 0.
004800     02  RT-DUPS-SUPPRESSED          PIC 9(07) COMP VALUE 0.
004810     02  RT-RECORDS-HELD             PIC 9(07) COMP VALUE 0.
004811     02  RT-RECORDS-DEFERRED         PIC 9(07) COMP VALUE 0.
004812     02  RT-DEFERRED-LEFT            PIC 9(07) COMP VALUE 0.
004813     02  RT-DEFERRED-CARRIED         PIC 9(07) COMP VALUE 0.
004820     02  RT-RQM-NOT-FOUND-COUNT      PIC 9(07) COMP VALUE 0.
004830
004840*----------------------------------------------------------------*
006880         "TOTAL RECORDS HELD......".
006890     02  RT-RECON-TOT-HELD           PIC ZZZZZZ9.
006900
006901 01  RT-RECON-TOTALS-LINE-8.
006902     02  FILLER                      PIC X(01) VALUE SPACES.
006903     02  FILLER                      PIC X(24) VALUE
006904         "TOTAL RECORDS DEFERRED..".
006905     02  RT-RECON-TOT-DEFERRED       PIC ZZZZZZ9.
006906
006910 01  RT-EXPD-HEADER-LINE.
006920     02  FILLER                      PIC X(01) VALUE SPACES.
006930     02  FILLER                      PIC X(30) VALUE
007400     02  RT-HELD-L-REQUESTER         PIC X(08).
007410
007420 01  RT-HELD-TOTALS-LINE.
007421     02  FILLER                      PIC X(01) VALUE SPACES.
007422     02  RT-HELD-TOT-LABEL           PIC X(24).
007423     02  RT-HELD-TOT-VALUE           PIC ZZZZZZ9.
007424
007425 01  RT-DEFR-HEADER-LINE.
007426     02  FILLER                      PIC X(01) VALUE SPACES.
007427     02  FILLER                      PIC X(30) VALUE
007428         "ROTATETEXT DEFERRAL REPORT   ".
007429     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
007430     02  RT-DEFR-HDR-YYYY            PIC 9(04).
007431     02  FILLER                      PIC X(01) VALUE "-".
007432     02  RT-DEFR-HDR-MM              PIC 9(02).
007433     02  FILLER                      PIC X(01) VALUE "-".
007434     02  RT-DEFR-HDR-DD              PIC 9(02).
007435
007436 01  RT-DEFR-COLUMN-LINE.
007437     02  FILLER                      PIC X(40) VALUE
007438         " RECORD#  REQUEST-ID  REQUESTER   QUOTA ".
007439     02  FILLER                      PIC X(40) VALUE
007440         "      USED  DISPOSITION       REASON".
007441
007442 01  RT-DEFR-DETAIL-LINE.
007443     02  FILLER                      PIC X(01) VALUE SPACES.
007444     02  RT-DEFR-L-RECORD            PIC ZZZZZZ9.
007445     02  FILLER                      PIC X(02) VALUE SPACES.
007446     02  RT-DEFR-L-REQUEST-ID        PIC X(08).
007447     02  FILLER                      PIC X(04) VALUE SPACES.
007448     02  RT-DEFR-L-REQUESTER         PIC X(08).
007449     02  FILLER                      PIC X(02) VALUE SPACES.
007450     02  RT-DEFR-L-QUOTA             PIC ZZZZZZ9.
007451     02  FILLER                      PIC X(02) VALUE SPACES.
007452     02  RT-DEFR-L-USED              PIC ZZZZZZZZ9.
007453     02  FILLER                      PIC X(02) VALUE SPACES.
007454     02  RT-DEFR-L-DISPOSITION       PIC X(16).
007455     02  FILLER                      PIC X(02) VALUE SPACES.
007456     02  RT-DEFR-L-REASON            PIC X(24).
007457
007458 01  RT-DEFR-TOTALS-LINE.
007459     02  FILLER                      PIC X(01) VALUE SPACES.
007460     02  RT-DEFR-TOT-LABEL           PIC X(24).
007461     02  RT-DEFR-TOT-VALUE           PIC ZZZZZZ9.
007462
007470 01  RT-AUDIT-DETAIL-LINE.
007480     02  FILLER                      PIC X(01) VALUE SPACES.
007490     02  RT-AUD-OPERATOR             PIC X(08).
007890         CLOSE AuditFile
007900         OPEN OUTPUT AuditFile
007910     END-IF.
007911     OPEN EXTEND JrnlFile.
007912     IF RT-JRNL-STATUS NOT = "00"
007913         CLOSE JrnlFile
007914         OPEN OUTPUT JrnlFile
007915     END-IF.
007920     PERFORM 1170-OPEN-REQUEST-MASTER THRU 1170-EXIT.
007930     PERFORM 1180-OPEN-REQUESTER-MASTER THRU 1180-EXIT.
007940     PERFORM 1190-OPEN-SUSPENSE THRU 1190-EXIT.
008100     IF RT-JOB-ID = SPACES
008110         MOVE "ROTATEXT" TO RT-JOB-ID
008120     END-IF.
008121     MOVE RT-RUN-DATE TO JrnDate.
008122     MOVE "ROTATETEXT" TO JrnProgram.
008123     MOVE RT-OPERATOR-ID TO JrnOperator.
008124     MOVE RT-JOB-ID TO JrnJobId.
008130 1100-EXIT.
008140     EXIT.
008150
008520                 ELSE
008530                     MOVE 0 TO RT-RECORDS-HELD
008540                 END-IF
008541*                SAME RULE FOR THE DEFERRED TOTAL (63 BYTES).
008542                 IF CkptRecordsDeferred IS NUMERIC
008543                     MOVE CkptRecordsDeferred
008544                         TO RT-RECORDS-DEFERRED
008545                 ELSE
008546                     MOVE 0 TO RT-RECORDS-DEFERRED
008547                 END-IF
008550         END-READ
008560         CLOSE CkptFile
008570     END-IF.
008720         OPEN EXTEND RejectFile
008730         OPEN EXTEND ExpdFile
008740         OPEN EXTEND HeldFile
008741         OPEN EXTEND DefrFile
008742         OPEN EXTEND CarryFile
008750         OPEN EXTEND ReconFile
008760     ELSE
008770         OPEN OUTPUT RptFile
008800         OPEN OUTPUT RejectFile
008810         OPEN OUTPUT ExpdFile
008820         OPEN OUTPUT HeldFile
008821         OPEN OUTPUT DefrFile
008822         OPEN OUTPUT CarryFile
008830         OPEN OUTPUT ReconFile
008840     END-IF.
008850 1160-EXIT.
010060         MOVE RT-RUN-DD TO RT-HELD-HDR-DD
010070         WRITE HeldRecord FROM RT-HELD-HEADER-LINE
010080         WRITE HeldRecord FROM RT-HELD-COLUMN-LINE
010081         MOVE RT-RUN-YYYY TO RT-DEFR-HDR-YYYY
010082         MOVE RT-RUN-MM TO RT-DEFR-HDR-MM
010083         MOVE RT-RUN-DD TO RT-DEFR-HDR-DD
010084         WRITE DefrRecord FROM RT-DEFR-HEADER-LINE
010085         WRITE DefrRecord FROM RT-DEFR-COLUMN-LINE
010090         MOVE RT-RUN-YYYY TO RT-RECON-HDR-YYYY
010100         MOVE RT-RUN-MM TO RT-RECON-HDR-MM
010110         MOVE RT-RUN-DD TO RT-RECON-HDR-DD
010770         PERFORM 2040-REPORT-HELD THRU 2040-EXIT
010780         GO TO 2000-TALLY
010790     END-IF.
010791*----------------------------------------------------------------*
010792*    A NORMAL-PRIORITY RECORD WHOSE REQUESTER HAS USED UP ITS
010793*    DAILY LINE QUOTA IS DEFERRED TO THE NEXT NIGHT: NOT
010794*    ROTATED, NOT REJECTED, NOT PART OF THE DUPLICATE STATE,
010795*    BUT STILL COUNTED AS PROCESSED, THE SAME AS A HELD ONE.
010796*----------------------------------------------------------------*
010797     PERFORM 2045-CHECK-QUOTA THRU 2045-EXIT.
010798     IF RT-RECORD-DEFERRED
010799         PERFORM 2046-REPORT-DEFERRED THRU 2046-EXIT
010800         GO TO 2000-TALLY
010801     END-IF.
010802*----------------------------------------------------------------*
010810*    A RECORD WHOSE TRIPLE EQUALS THE PREVIOUS ONE IS A
010820*    DUPLICATE: IT IS COUNTED AND HELD OUT OF VALIDATION,
010830*    ROTATION, AND RECONCILIATION, BUT STILL COUNTS AS
011190* CALL. AN UNTRACKED RECORD, AN UNAVAILABLE MASTER, OR A         *
011200* MISSING ENTRY IS NEVER HELD -- THE MISSING-ENTRY COUNT IS      *
011210* 2700'S JOB, NOT THIS CHECK'S.                                  *
011211* A HELD PASS-OVER IS JOURNALED H TO H, SO A REQUEST'S HISTORY   *
011212* SHOWS EVERY NIGHT IT SAT PARKED.                               *
011220*----------------------------------------------------------------*
011230 2030-CHECK-HELD.
011240     MOVE "N" TO RT-RECORD-HELD-SWITCH.
011320     END-READ.
011330     IF RqmHeld
011340         SET RT-RECORD-HELD TO TRUE
011341         MOVE RqmStatus TO JrnOldStatus
011342         PERFORM 2710-WRITE-JOURNAL THRU 2710-EXIT
011350     END-IF.
011360 2030-EXIT.
011370     EXIT.
011440* IS ROTRQMNT'S MOVE, NOT THE NIGHTLY RUN'S.                     *
011450*----------------------------------------------------------------*
011460 2040-REPORT-HELD.
011461     ADD 1 TO RT-RECORDS-HELD.
011462     MOVE RT-RECORDS-READ TO RT-HELD-L-RECORD.
011463     MOVE RequestId TO RT-HELD-L-REQUEST-ID.
011464     MOVE Requester TO RT-HELD-L-REQUESTER.
011465     WRITE HeldRecord FROM RT-HELD-DETAIL-LINE.
011466     IF RT-HELD-STATUS NOT = "00"
011467         DISPLAY "ROTATETEXT: *** WRITE TO HELDRPT FAILED, "
011468             "STATUS " RT-HELD-STATUS " ON RECORD "
011469             RT-RECORDS-READ
011470     END-IF.
011471 2040-EXIT.
011472     EXIT.
011473
011474*----------------------------------------------------------------*
011475* 2045-CHECK-QUOTA -- A NORMAL-PRIORITY RECORD WHOSE REQUESTER   *
011476* HAS ALREADY PRODUCED ITS REQMAST DAILY LINE QUOTA TONIGHT IS   *
011477* DEFERRED. EXPEDITE WORK, UNTAGGED WORK, A REQUESTER WITH NO    *
011478* QUOTA OR NOT YET SEEN THIS RUN, AND AN UNAVAILABLE MASTER ARE  *
011479* NEVER DEFERRED. THE RECORD THAT CARRIES A REQUESTER PAST ITS   *
011480* QUOTA STILL ROTATES -- A RECORD IS NEVER SPLIT ACROSS NIGHTS.  *
011481* A DUPLICATE OF THE PREVIOUS TRIPLE PRODUCES NO LINES AND IS    *
011482* LEFT TO BE SUPPRESSED AS USUAL.                                *
011483*----------------------------------------------------------------*
011484 2045-CHECK-QUOTA.
011485     MOVE "N" TO RT-RECORD-DEFERRED-SWITCH.
011486     IF NOT PriorityNormal OR NOT RT-REQ-AVAILABLE
011487             OR Requester = SPACES
011488         GO TO 2045-EXIT
011489     END-IF.
011490     IF StringsSetup(1:120) = RT-PREV-TRIPLE
011491         GO TO 2045-EXIT
011492     END-IF.
011493     MOVE 0 TO RT-RQH-HIT-SUB.
011494     PERFORM 2575-MATCH-ONE-RQH THRU 2575-EXIT
011495         VARYING RT-RQH-SUB FROM 1 BY 1
011496         UNTIL RT-RQH-SUB > RT-RQH-COUNT
011497         OR RT-RQH-HIT-SUB > 0.
011498     IF RT-RQH-HIT-SUB = 0
011499         GO TO 2045-EXIT
011500     END-IF.
011501     IF RT-RQH-QUOTA(RT-RQH-HIT-SUB) = 0
011502         GO TO 2045-EXIT
011503     END-IF.
011504     IF RT-RQH-LINES(RT-RQH-HIT-SUB) >=
011505             RT-RQH-QUOTA(RT-RQH-HIT-SUB)
011506         SET RT-RECORD-DEFERRED TO TRUE
011507     END-IF.
011508 2045-EXIT.
011509     EXIT.
011510
011511*----------------------------------------------------------------*
011512* 2046-REPORT-DEFERRED -- COUNTS THE DEFERRED RECORD INTO THE    *
011513* DEFERRED TOTAL THAT KEEPS THE RECONCILIATION BALANCED AND      *
011514* LISTS IT ON THE DEFERRAL REPORT. A TRACKED REQUEST STILL IN    *
011515* RECEIVED STATUS IS LEFT THERE -- THE NEXT NIGHT'S EXTRACT      *
011516* PICKS IT UP AGAIN. ANYTHING ELSE HAS NO MASTER ENTRY TO BRING  *
011517* IT BACK, SO 2047 CARRIES THE RECORD ITSELF FORWARD.            *
011518*----------------------------------------------------------------*
011519 2046-REPORT-DEFERRED.
011520     ADD 1 TO RT-RECORDS-DEFERRED.
011521     MOVE RT-RECORDS-READ TO RT-DEFR-L-RECORD.
011522     MOVE RequestId TO RT-DEFR-L-REQUEST-ID.
011523     MOVE Requester TO RT-DEFR-L-REQUESTER.
011524     MOVE RT-RQH-QUOTA(RT-RQH-HIT-SUB) TO RT-DEFR-L-QUOTA.
011525     MOVE RT-RQH-LINES(RT-RQH-HIT-SUB) TO RT-DEFR-L-USED.
011526     MOVE "DAILY LINE QUOTA REACHED" TO RT-DEFR-L-REASON.
011527     MOVE "N" TO RT-DEFR-TRACKED-SWITCH.
011528     IF RT-RQM-AVAILABLE AND RequestId NOT = SPACES
011529         MOVE RequestId TO RqmKey
011530         READ RqmFile INTO RequestMaster
011531             INVALID KEY
011532                 CONTINUE
011533             NOT INVALID KEY
011534                 IF RqmReceived
011535                     SET RT-DEFR-TRACKED TO TRUE
011536                 END-IF
011537         END-READ
011538     END-IF.
011539     IF RT-DEFR-TRACKED
011540         ADD 1 TO RT-DEFERRED-LEFT
011541         MOVE "LEFT RECEIVED" TO RT-DEFR-L-DISPOSITION
011542     ELSE
011543         PERFORM 2047-CARRY-FORWARD THRU 2047-EXIT
011544     END-IF.
011545     WRITE DefrRecord FROM RT-DEFR-DETAIL-LINE.
011546     IF RT-DEFR-STATUS NOT = "00"
011547         DISPLAY "ROTATETEXT: *** WRITE TO DEFRRPT FAILED, "
011548             "STATUS " RT-DEFR-STATUS " ON RECORD "
011549             RT-RECORDS-READ
011550     END-IF.
011551 2046-EXIT.
011552     EXIT.
011553
011554*----------------------------------------------------------------*
011555* 2047-CARRY-FORWARD -- WRITES THE UNTOUCHED STRIN RECORD TO THE *
011556* CARRY-FORWARD FILE THE NEXT NIGHT'S SORT CONCATENATES. A WRITE *
011557* FAILURE IS SHOWN ON THE DEFERRAL REPORT LINE ITSELF, SO THE    *
011558* MORNING REVIEW KNOWS THAT RECORD MUST BE RESUBMITTED BY HAND.  *
011559*----------------------------------------------------------------*
011560 2047-CARRY-FORWARD.
011561     WRITE CarryRecord FROM StrinRecord.
011562     IF RT-CARRY-STATUS = "00"
011563         ADD 1 TO RT-DEFERRED-CARRIED
011564         MOVE "CARRIED FORWARD" TO RT-DEFR-L-DISPOSITION
011565     ELSE
011566         MOVE "*** NOT CARRIED" TO RT-DEFR-L-DISPOSITION
011567         DISPLAY "ROTATETEXT: *** WRITE TO CARRYFWD FAILED, "
011568             "STATUS " RT-CARRY-STATUS " ON RECORD "
011569             RT-RECORDS-READ
011570     END-IF.
011571 2047-EXIT.
011580     EXIT.
011590
011600*----------------------------------------------------------------*
012520* BLANK (A SILENT ALL-SPACES FIELD WOULD OTHERWISE JUST ROTATE   *
012530* AS BLANKS WITH NOBODY NOTICING), OR THAT RUNS ALL THE WAY TO   *
012540* ITS OWN FIELD'S WIDTH (A POSSIBLE SIGN THE TRUE VALUE WAS      *
012550* TRUNCATED TO FIT). EACH FIELD IS JUDGED AGAINST ITS OWN WIDTH, *
012560* NOT AGAINST THE RUN'S CROSS-FIELD ROTATION BOUND -- A LONG     *
012570* VALTHREE IS EXPECTED TO OUTRUN THE SHORTER VALONE/VALTWO AND   *
012580* IS NOT, BY ITSELF, A DATA PROBLEM.                             *
015800     MOVE 0 TO RT-RQH-RECORDS(RT-RQH-COUNT).
015810     MOVE 0 TO RT-RQH-LINES(RT-RQH-COUNT).
015820     MOVE 0 TO RT-RQH-EXCEPTIONS(RT-RQH-COUNT).
015821     PERFORM 2580-LOAD-RQH-QUOTA THRU 2580-EXIT.
015830     MOVE RT-RQH-COUNT TO RT-RQH-HIT-SUB.
015840 2570-EXIT.
015850     EXIT.
015870 2575-MATCH-ONE-RQH.
015880     IF RT-RQH-REQUESTER(RT-RQH-SUB) = Requester
015890         MOVE RT-RQH-SUB TO RT-RQH-HIT-SUB
015891     END-IF.
015892 2575-EXIT.
015893     EXIT.
015894
015895*----------------------------------------------------------------*
015896* 2580-LOAD-RQH-QUOTA -- SEEDS A NEW ENTRY'S DAILY LINE QUOTA    *
015897* FROM THE REQUESTER MASTER, ONCE PER REQUESTER PER RUN. NO      *
015898* MASTER, NO ENTRY, OR A QUOTA NEVER SET ALL LOAD ZERO, WHICH    *
015899* 2045-CHECK-QUOTA TREATS AS NO QUOTA.                           *
015900*----------------------------------------------------------------*
015901 2580-LOAD-RQH-QUOTA.
015902     MOVE 0 TO RT-RQH-QUOTA(RT-RQH-COUNT).
015903     IF NOT RT-REQ-AVAILABLE OR Requester = SPACES
015904         GO TO 2580-EXIT
015905     END-IF.
015906     MOVE Requester TO ReqKey.
015907     READ ReqFile INTO RequesterMaster
015908         INVALID KEY
015909             GO TO 2580-EXIT
015910     END-READ.
015911     IF ReqDailyQuota IS NUMERIC
015912         MOVE ReqDailyQuota TO RT-RQH-QUOTA(RT-RQH-COUNT)
015913     END-IF.
015914 2580-EXIT.
015920     EXIT.
015930
015940*----------------------------------------------------------------*
016440     MOVE RT-PAGE-NUMBER TO CkptPageNumber.
016450     MOVE RT-DUPS-SUPPRESSED TO CkptDupsSuppressed.
016460     MOVE RT-RECORDS-HELD TO CkptRecordsHeld.
016461     MOVE RT-RECORDS-DEFERRED TO CkptRecordsDeferred.
016470 2610-EXIT.
016480     EXIT.
016490
016550* WITH NO MASTER ENTRY IS COUNTED AND REPORTED ONCE AT END OF    *
016560* RUN, SINCE A MISSING ENTRY IS A FEED PROBLEM, NOT A REASON TO  *
016570* STOP ROTATING.                                                 *
016571* EVERY MOVE ACTUALLY REWRITTEN IS JOURNALED BY 2710.            *
016580*----------------------------------------------------------------*
016590 2700-UPDATE-REQUEST-STATUS.
016600     IF NOT RT-RQM-AVAILABLE OR RequestId = SPACES
016660             ADD 1 TO RT-RQM-NOT-FOUND-COUNT
016670             GO TO 2700-EXIT
016680     END-READ.
016681     MOVE RqmStatus TO JrnOldStatus.
016690     MOVE RT-RQM-NEW-STATUS TO RqmStatus.
016700     REWRITE RqmRecord FROM RequestMaster.
016710     IF RT-RQM-STATUS NOT = "00"
016720         DISPLAY "ROTATETEXT: *** RQMASTER REWRITE FAILED, "
016730             "STATUS " RT-RQM-STATUS " KEY " RqmKey
016731     ELSE
016732         PERFORM 2710-WRITE-JOURNAL THRU 2710-EXIT
016740     END-IF.
016741 2700-EXIT.
016742     EXIT.
016743
016744*----------------------------------------------------------------*
016745* 2710-WRITE-JOURNAL -- ONE RQJRNL RECORD FOR THE ENTRY NOW IN   *
016746* REQUESTMASTER, THE CALLER HAVING SET JRNOLDSTATUS. A JOURNAL   *
016747* WRITE FAILURE IS ANNOUNCED BUT NEVER STOPS THE RUN.            *
016748*----------------------------------------------------------------*
016749 2710-WRITE-JOURNAL.
016750     MOVE RqmRequestId TO JrnRequestId.
016751     MOVE RqmSubmitter TO JrnSubmitter.
016752     MOVE RqmStatus TO JrnNewStatus.
016753     ACCEPT JrnTime FROM TIME.
016754     WRITE JrnlRecord FROM RequestJournal.
016755     IF RT-JRNL-STATUS NOT = "00"
016756         DISPLAY "ROTATETEXT: *** RQJRNL WRITE FAILED, STATUS "
016757             RT-JRNL-STATUS " KEY " RqmRequestId
016758     END-IF.
016759 2710-EXIT.
016760     EXIT.
016770
016780*----------------------------------------------------------------*
016910         PERFORM 8100-WRITE-RECON-TOTALS THRU 8100-EXIT
016920         PERFORM 8130-WRITE-EXPEDITE-SUMMARY THRU 8130-EXIT
016930         PERFORM 8135-WRITE-HELD-TOTAL THRU 8135-EXIT
016931         PERFORM 8137-WRITE-DEFERRAL-TOTALS THRU 8137-EXIT
016940         PERFORM 8150-WRITE-HISTORY THRU 8150-EXIT
016950         PERFORM 8160-WRITE-REQUESTER-HISTORY THRU 8160-EXIT
016960     END-IF.
017020     CLOSE DupFile.
017030     CLOSE ExpdFile.
017040     CLOSE HeldFile.
017041     CLOSE DefrFile.
017042     CLOSE CarryFile.
017050     IF RT-SUSP-AVAILABLE
017060         CLOSE SuspFile
017070     END-IF.
017080     CLOSE RejectFile.
017090     CLOSE ReconFile.
017100     CLOSE AuditFile.
017101     CLOSE JrnlFile.
017110     IF RT-RQM-AVAILABLE
017120         CLOSE RqmFile
017130     END-IF.
017280         RT-DUPS-SUPPRESSED.
017290     DISPLAY "ROTATETEXT: RECORDS HELD.......: "
017300         RT-RECORDS-HELD.
017301     DISPLAY "ROTATETEXT: RECORDS DEFERRED...: "
017302         RT-RECORDS-DEFERRED.
017310 8000-EXIT.
017320     EXIT.
017330
017590     MOVE RT-RECORDS-HELD TO RT-RECON-TOT-HELD.
017600     WRITE ReconRecord FROM RT-RECON-TOTALS-LINE-7.
017610     PERFORM 8110-CHECK-TOTALS-STATUS THRU 8110-EXIT.
017611     MOVE RT-RECORDS-DEFERRED TO RT-RECON-TOT-DEFERRED.
017612     WRITE ReconRecord FROM RT-RECON-TOTALS-LINE-8.
017613     PERFORM 8110-CHECK-TOTALS-STATUS THRU 8110-EXIT.
017620 8100-EXIT.
017630     EXIT.
017640
017650*----------------------------------------------------------------*
017660* 8110-CHECK-TOTALS-STATUS -- SHARED FILE-STATUS CHECK FOR EACH  *
017670* OF THE EIGHT RECONRPT TOTALS-LINE WRITES ABOVE.                *
017680*----------------------------------------------------------------*
017690 8110-CHECK-TOTALS-STATUS.
017700     IF RT-RECON-STATUS NOT = "00"
017800* OPERATOR PULLS AND DELIVERS THOSE PAGES BEFORE THE REST OF     *
017810* THE BURST FINISHES. A RUN WITH NO EXPEDITE WORK STILL GETS     *
017820* THE HEADER AND A ZERO TOTAL -- AN EMPTY FILE AND A MISSING     *
017830* ONE MUST NOT LOOK ALIKE. ON A RESTART THE TABLE HOLDS ONLY     *
017832* THE TAIL SEGMENT'S RECORDS (IT IS NOT CHECKPOINTED), SO THE    *
017834* SUMMARY IS SHORT; THE EARLIER SEGMENT'S EXPEDITE PAGES ARE     *
017836* THE REPORT'S FIRST PAGES, PRIORITY-1 HAVING SORTED FIRST.      *
017840*----------------------------------------------------------------*
017850 8130-WRITE-EXPEDITE-SUMMARY.
017860     MOVE RT-RUN-YYYY TO RT-EXPD-HDR-YYYY.
018100     WRITE HeldRecord FROM RT-HELD-TOTALS-LINE.
018110 8135-EXIT.
018120     EXIT.
018121
018122*----------------------------------------------------------------*
018123* 8137-WRITE-DEFERRAL-TOTALS -- CONTROL TOTALS ON DEFRRPT.       *
018124*----------------------------------------------------------------*
018125 8137-WRITE-DEFERRAL-TOTALS.
018126     MOVE "TOTAL RECORDS DEFERRED.." TO RT-DEFR-TOT-LABEL.
018127     MOVE RT-RECORDS-DEFERRED TO RT-DEFR-TOT-VALUE.
018128     WRITE DefrRecord FROM RT-DEFR-TOTALS-LINE.
018129     MOVE "TOTAL LEFT RECEIVED....." TO RT-DEFR-TOT-LABEL.
018130     MOVE RT-DEFERRED-LEFT TO RT-DEFR-TOT-VALUE.
018131     WRITE DefrRecord FROM RT-DEFR-TOTALS-LINE.
018132     MOVE "TOTAL CARRIED FORWARD..." TO RT-DEFR-TOT-LABEL.
018133     MOVE RT-DEFERRED-CARRIED TO RT-DEFR-TOT-VALUE.
018134     WRITE DefrRecord FROM RT-DEFR-TOTALS-LINE.
018135 8137-EXIT.
018136     EXIT.
018137
018140 8140-WRITE-ONE-EXPEDITE.
018150     MOVE RT-EXPD-RECORD(RT-EXPD-SUB) TO RT-EXPD-L-RECORD.
018160     MOVE RT-EXPD-REQUESTER(RT-EXPD-SUB) TO
018540     MOVE RT-RECON-MISMATCHES TO HstMismatches.
018550     MOVE RT-DUPS-SUPPRESSED TO HstDupsSuppressed.
018560     MOVE RT-RECORDS-HELD TO HstHeld.
018561     MOVE RT-RECORDS-DEFERRED TO HstDeferred.
018570     WRITE HistRecord FROM RunHistory.
018580     IF RT-HIST-STATUS NOT = "00"
018590         DISPLAY "ROTATETEXT: *** ROTHIST WRITE FAILED, STATUS "
019000     MOVE RT-RQH-RECORDS(RT-RQH-SUB) TO RqhRecords.
019010     MOVE RT-RQH-LINES(RT-RQH-SUB) TO RqhLines.
019020     MOVE RT-RQH-EXCEPTIONS(RT-RQH-SUB) TO RqhExceptions.
019021     MOVE RT-JOB-ID TO RqhJobId.
019030     WRITE ReqHistRecord FROM RequesterHistory.
019040     IF RT-RQH-STATUS NOT = "00"
019050         DISPLAY "ROTATETEXT: *** REQHIST WRITE FAILED, STATUS "
