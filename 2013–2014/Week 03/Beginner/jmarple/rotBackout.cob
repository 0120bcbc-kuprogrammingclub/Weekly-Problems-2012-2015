000010*----------------------------------------------------------------*
000020* ROTBKOUT
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* NIGHT BACKOUT UTILITY. WHEN A NIGHT RAN AGAINST THE WRONG STRIN
000100* GENERATION OR A BAD UPLOAD, THIS PROGRAM REVERSES WHAT THAT ONE
000110* ROTATETEXT RUN LEFT BEHIND, SO THE NIGHT CAN BE RERUN CLEAN
000120* INSTEAD OF PATCHED BY HAND WITH ROTRQMNT CARDS. DRIVEN BY THE
000130* BKCTL CARD NAMING THE RUN DATE AND JOB ID, IT:
000140*   - PUTS EVERY RQMASTER ENTRY THE RUN MOVED TO VALIDATED,
000150*     ROTATED OR REJECTED BACK TO RECEIVED. THE RUN'S MOVES ARE
000160*     FOUND ON THE RQJOURNAL STATUS-CHANGE JOURNAL, AND EACH
000170*     RESET IS JOURNALED IN TURN. AN ENTRY SINCE MOVED ON BY
000180*     OPS (CANCELLED, HELD) IS LEFT ALONE AND REPORTED;
000190*   - MOVES THE RUN'S ROTHIST AND REQHIST RECORDS TO THE
000200*     BACKED-OUT FILE, SO ROTTREND AND THE ROTCHARGE CHARGEBACK
000210*     NO LONGER COUNT THE BAD NIGHT;
000220*   - DELETES THE RUN DATE'S OUTSTANDING REJSUSP ENTRIES,
000230*     WRITING EACH TO THE BACKED-OUT FILE FIRST. REPAIRED ENTRIES
000240*     ARE KEPT -- THEIR CORRECTIONS HAVE ALREADY GONE OUT;
000250*   - WRITES A BACKOUT EVENT (EVENT CODE BKOUT) TO ROTAUDIT;
000260*   - PRINTS A BEFORE/AFTER LINE FOR EVERYTHING IT TOUCHED, AND
000270*     BEFORE/AFTER COUNTS PER FILE, FOR THE RERUN'S SIGN-OFF.
000280*
000290* EVERY STEP IS SAFE TO REPEAT: A SECOND BACKOUT OF THE SAME RUN
000300* FINDS THE ENTRIES ALREADY RECEIVED AND THE RECORDS ALREADY
000310* GONE, SO A BACKOUT THAT FAILED PART WAY IS SIMPLY RERUN.
000311*
000312* ONE THING IS LEFT TO THE OPERATOR: THE CARRY-FORWARD GENERATION
000313* THE RUN CATALOGUED (STRIN.CARRYFWD, AND ON A PARTITIONED NIGHT
000314* ITS CARRYFWD.PN PIECES). ITS RECORDS CARRY NO RUN DATE OR JOB
000315* ID, SO IT CANNOT BE TOLD APART HERE, YET A RERUN WOULD SORT IT
000316* IN AS THE PRIOR NIGHT'S DEFERRALS. THE REPORT GIVES THE RUN'S
000317* DEFERRED COUNT FROM ITS ROTHIST RECORD AND A REMINDER TO
000318* UNCATALOGUE THOSE GENERATIONS BEFORE THE RERUN (ROTBKOUT.JCL).
000320*
000330* BACKED-OUT FILE (BKOUTFL, LRECL 208): COLS 1-8 THE SOURCE FILE
000340* NAME (ROTHIST, REQHIST, REJSUSP), COLS 9-208 THE RECORD AS IT
000350* STOOD, SO ANYTHING BACKED OUT IN ERROR CAN BE PUT BACK.
000360*
000370* CONTROL CARD (BKCTL):
000380*   COLS 001-008  RUN DATE TO BACK OUT, YYYYMMDD
000390*   COLS 010-017  THE JOB_ID THE ROTATION RAN UNDER; FOR "P", THE
000400*                 PARTITIONS' JOB ID, NEVER ROTMERGE (REFUSED)
000410*   COL  019      "P" FOR A PARTITIONED (ROTJOBP) NIGHT, WHOSE
000420*                 CONSOLIDATED RTHIST RECORD (JOB ID ROTMERGE)
000421*                 IS BACKED OUT WITH THE PARTITIONS' WORK;
000422*                 BLANK FOR A SINGLE-STREAM NIGHT
000430* A MISSING OR MALFORMED CARD TOUCHES NOTHING AND ENDS RC=8.
000440*
000450* RETURN CODES: 8 IF THE CARD IS BAD OR THE HISTORY FILES COULD
000460* NOT BE COPIED (THE JOB'S COPY-BACK STEPS ARE THEN BYPASSED);
000470* 4 IF AN ENTRY COULD NOT BE RESET OR DELETED, OR NOTHING AT ALL
000480* WAS FOUND FOR THE RUN (USUALLY A MISKEYED CARD).
000481* ALSO 4 IF A ROTHIST RECORD WAS BACKED OUT BUT NO JOURNAL ENTRY
000482* MATCHED (THE JOB ID IS LIKELY NOT THE ONE THE ROTATION RAN
000483* UNDER, SO ITS REQUESTS WERE NOT TOUCHED).
000490*
000500* MOD-HISTORY:
000510*   2026-10-14 JRM  ORIGINAL VERSION.
000511*   2026-10-15 JRM  THE REPORT NOW GIVES THE RUN'S DEFERRED COUNT
000512*                   AND A REMINDER THAT ITS CARRYFWD GENERATIONS
000513*                   MUST BE UNCATALOGUED BEFORE THE RERUN.
000514*   2026-10-15 JRM  A ROTMERGE JOB ID ON THE CARD IS REFUSED; A
000515*                   ROTHIST BACKOUT WITH NO JOURNAL ENTRIES
000516*                   MATCHED NOW ENDS RC=4 WITH A WARNING.
000520*----------------------------------------------------------------*
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. ROTBKOUT.
000550 AUTHOR. J. MARPLE.
000560 INSTALLATION. KU PROGRAMMING CLUB.
000570 DATE-WRITTEN. 2026-10-14.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CtlFile ASSIGN TO "BKCTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS BO-CTL-STATUS.
000660
000670     SELECT JrnInFile ASSIGN TO "JRNIN"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS BO-JRNIN-STATUS.
000700
000710     SELECT JrnlFile ASSIGN TO "RQJRNL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS BO-JRNL-STATUS.
000740
000750     SELECT RqmFile ASSIGN TO "RQMASTER"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS RqmKey
000790         FILE STATUS IS BO-RQM-STATUS.
000800
000810     SELECT HistInFile ASSIGN TO "HISTIN"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS BO-HISTIN-STATUS.
000840
000850     SELECT HistOutFile ASSIGN TO "HISTOUT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS BO-HISTOUT-STATUS.
000880
000890     SELECT RqhInFile ASSIGN TO "RQHIN"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS BO-RQHIN-STATUS.
000920
000930     SELECT RqhOutFile ASSIGN TO "RQHOUT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS BO-RQHOUT-STATUS.
000960
000970     SELECT SuspFile ASSIGN TO "REJSUSP"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS SuspKey
001010         FILE STATUS IS BO-SUSP-STATUS.
001020
001030     SELECT BkoFile ASSIGN TO "BKOUTFL"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS BO-BKO-STATUS.
001060
001070     SELECT AuditFile ASSIGN TO "ROTAUDIT"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS BO-AUDIT-STATUS.
001100
001110     SELECT RprtFile ASSIGN TO "BKOUTRPT"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS BO-RPRT-STATUS.
001140
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  CtlFile
001180     RECORDING MODE IS F.
001190 01  CtlRecord                       PIC X(80).
001200
001210 FD  JrnInFile
001220     RECORDING MODE IS F.
001230 01  JrnInRecord                     PIC X(80).
001240
001250 FD  JrnlFile
001260     RECORDING MODE IS F.
001270 01  JrnlRecord                      PIC X(80).
001280
001290 FD  RqmFile.
001300 01  RqmRecord.
001310     02  RqmKey                      PIC X(08).
001320     02  FILLER                      PIC X(152).
001330
001340 FD  HistInFile
001350     RECORDING MODE IS F.
001360 01  HistInRecord                    PIC X(74).
001370
001380 FD  HistOutFile
001390     RECORDING MODE IS F.
001400 01  HistOutRecord                   PIC X(74).
001410
001420 FD  RqhInFile
001430     RECORDING MODE IS F.
001440 01  RqhInRecord                     PIC X(47).
001450
001460 FD  RqhOutFile
001470     RECORDING MODE IS F.
001480 01  RqhOutRecord                    PIC X(47).
001490
001500 FD  SuspFile.
001510 01  SuspRecord.
001520     02  SuspKey                     PIC X(15).
001530     02  FILLER                      PIC X(185).
001540
001550 FD  BkoFile
001560     RECORDING MODE IS F.
001570 01  BkoRecord                       PIC X(208).
001580
001590 FD  AuditFile
001600     RECORDING MODE IS F.
001610 01  AuditRecord                     PIC X(132).
001620
001630 FD  RprtFile
001640     RECORDING MODE IS F.
001650 01  RprtRecord                      PIC X(132).
001660
001670 WORKING-STORAGE SECTION.
001680*----------------------------------------------------------------*
001690* THE RECORD LAYOUTS OF THE FILES BACKED OUT.
001700*----------------------------------------------------------------*
001710     COPY RQMASTER.
001720
001730     COPY RQJRNL.
001740
001750     COPY RTHIST.
001760
001770     COPY RQHIST.
001780
001790     COPY RTSUSP.
001800
001810*----------------------------------------------------------------*
001820* FILE STATUS AND END-OF-FILE SWITCHES.
001830*----------------------------------------------------------------*
001840 01  BO-FILE-STATUSES.
001850     02  BO-CTL-STATUS               PIC X(02) VALUE SPACES.
001860     02  BO-JRNIN-STATUS             PIC X(02) VALUE SPACES.
001870     02  BO-JRNL-STATUS              PIC X(02) VALUE SPACES.
001880     02  BO-RQM-STATUS               PIC X(02) VALUE SPACES.
001890     02  BO-HISTIN-STATUS            PIC X(02) VALUE SPACES.
001900     02  BO-HISTOUT-STATUS           PIC X(02) VALUE SPACES.
001910     02  BO-RQHIN-STATUS             PIC X(02) VALUE SPACES.
001920     02  BO-RQHOUT-STATUS            PIC X(02) VALUE SPACES.
001930     02  BO-SUSP-STATUS              PIC X(02) VALUE SPACES.
001940     02  BO-BKO-STATUS               PIC X(02) VALUE SPACES.
001950     02  BO-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001960     02  BO-RPRT-STATUS              PIC X(02) VALUE SPACES.
001970
001980 01  BO-JRN-EOF-SWITCH               PIC X(01) VALUE "N".
001990     88  BO-END-OF-JOURNAL                      VALUE "Y".
002000
002010 01  BO-HIST-EOF-SWITCH              PIC X(01) VALUE "N".
002020     88  BO-END-OF-HISTORY                      VALUE "Y".
002030
002040 01  BO-RQH-EOF-SWITCH               PIC X(01) VALUE "N".
002050     88  BO-END-OF-RQH                          VALUE "Y".
002060
002070 01  BO-SUSP-EOF-SWITCH              PIC X(01) VALUE "N".
002080     88  BO-END-OF-SUSPENSE                     VALUE "Y".
002090
002100*----------------------------------------------------------------*
002110* OPTIONAL EQUIPMENT. WITHOUT THE MASTER OR THE JOURNAL THERE IS
002120* NOTHING TO RESET; WITHOUT THE SUSPENSE CLUSTER (A PARTITIONED
002130* NIGHT NEVER WROTE IT) NOTHING TO DELETE. EACH IS ANNOUNCED AND
002140* THE REST OF THE BACKOUT GOES ON.
002150*----------------------------------------------------------------*
002160 01  BO-RQM-AVAILABLE-SWITCH         PIC X(01) VALUE "N".
002170     88  BO-RQM-AVAILABLE                       VALUE "Y".
002180
002190 01  BO-SUSP-AVAILABLE-SWITCH        PIC X(01) VALUE "N".
002200     88  BO-SUSP-AVAILABLE                      VALUE "Y".
002210
002220*----------------------------------------------------------------*
002230* THE CONTROL CARD AND THE RUN IT NAMES.
002240*----------------------------------------------------------------*
002250 01  BO-CTL-IMAGE.
002260     02  BO-CI-RUN-DATE              PIC X(08).
002270     02  FILLER                      PIC X(01).
002280     02  BO-CI-JOB-ID                PIC X(08).
002290     02  FILLER                      PIC X(01).
002300     02  BO-CI-MODE                  PIC X(01).
002310     02  FILLER                      PIC X(61).
002320
002330 01  BO-CARD-VALID-SWITCH            PIC X(01) VALUE "N".
002340     88  BO-CARD-VALID                          VALUE "Y".
002350
002360 01  BO-TARGET.
002370     02  BO-TGT-RUN-DATE             PIC 9(08) VALUE 0.
002380     02  BO-TGT-JOB-ID               PIC X(08) VALUE SPACES.
002390     02  BO-TGT-MODE                 PIC X(01) VALUE SPACE.
002400         88  BO-TGT-PARTITIONED                 VALUE "P".
002410
002420*----------------------------------------------------------------*
002430* THIS RUN'S OWN IDENTIFICATION, FOR THE JOURNAL AND AUDIT LINES.
002440*----------------------------------------------------------------*
002450 01  BO-RUN-IDENTIFICATION.
002460     02  BO-RUN-DATE                 PIC 9(08).
002470     02  BO-RUN-DATE-X REDEFINES BO-RUN-DATE.
002480         03  BO-RUN-YYYY             PIC 9(04).
002490         03  BO-RUN-MM               PIC 9(02).
002500         03  BO-RUN-DD               PIC 9(02).
002510     02  BO-RUN-TIME                 PIC 9(08).
002520     02  BO-OPERATOR-ID              PIC X(08).
002530     02  BO-JOB-ID                   PIC X(08).
002540
002550*----------------------------------------------------------------*
002560* MASTER ENTRIES RESET THIS RUN, HELD UNTIL THE JOURNAL INPUT IS
002570* CLOSED AND THE JOURNAL CAN BE OPENED FOR APPEND. AN ENTRY PAST
002580* THE LIMIT IS NOT RESET AT ALL -- IT COULD NOT BE JOURNALED --
002590* AND IS REPORTED; RERUNNING THE BACKOUT PICKS IT UP.
002600*----------------------------------------------------------------*
002610 01  BO-RESET-LIMIT                  PIC 9(04) COMP VALUE 5000.
002620 01  BO-RESET-COUNT                  PIC 9(04) COMP VALUE 0.
002630 01  BO-RESET-SUB                    PIC 9(04) COMP VALUE 0.
002640 01  BO-RESET-TABLE.
002650     02  BO-RESET-ENTRY OCCURS 5000 TIMES.
002660         03  BO-RS-REQUEST-ID        PIC X(08).
002670         03  BO-RS-SUBMITTER         PIC X(08).
002680         03  BO-RS-OLD-STATUS        PIC X(01).
002690
002700*----------------------------------------------------------------*
002710* THE BACKED-OUT RECORD: SOURCE FILE NAME, THEN THE RECORD.
002720*----------------------------------------------------------------*
002730 01  BO-BKO-IMAGE.
002740     02  BO-BKO-SOURCE               PIC X(08).
002750     02  BO-BKO-DATA                 PIC X(200).
002760
002770*----------------------------------------------------------------*
002780* RUN CONTROL TOTALS.
002790*----------------------------------------------------------------*
002800 01  BO-RUN-COUNTERS.
002810     02  BO-JRN-READ                PIC 9(07) COMP VALUE 0.
002820     02  BO-JRN-MATCHED             PIC 9(07) COMP VALUE 0.
002830     02  BO-RQM-RESET               PIC 9(07) COMP VALUE 0.
002840     02  BO-RQM-ALREADY             PIC 9(07) COMP VALUE 0.
002850     02  BO-RQM-LEFT                PIC 9(07) COMP VALUE 0.
002860     02  BO-HIST-READ               PIC 9(07) COMP VALUE 0.
002870     02  BO-HIST-KEPT               PIC 9(07) COMP VALUE 0.
002880     02  BO-HIST-BACKED             PIC 9(07) COMP VALUE 0.
002890     02  BO-RQH-READ                PIC 9(07) COMP VALUE 0.
002900     02  BO-RQH-KEPT                PIC 9(07) COMP VALUE 0.
002910     02  BO-RQH-BACKED              PIC 9(07) COMP VALUE 0.
002920     02  BO-SUSP-READ               PIC 9(07) COMP VALUE 0.
002930     02  BO-SUSP-KEPT               PIC 9(07) COMP VALUE 0.
002940     02  BO-SUSP-DELETED            PIC 9(07) COMP VALUE 0.
002950     02  BO-FAILURES                PIC 9(07) COMP VALUE 0.
002960     02  BO-TOUCHED                 PIC 9(07) COMP VALUE 0.
002961     02  BO-CARRY-LEFT              PIC 9(07) COMP VALUE 0.
002970
002980*----------------------------------------------------------------*
002990* REPORT LINE LAYOUTS.
003000*----------------------------------------------------------------*
003010 01  BO-RPRT-HEADER-LINE.
003020     02  FILLER                      PIC X(01) VALUE SPACES.
003030     02  FILLER                      PIC X(30) VALUE
003040         "ROTBKOUT BACKOUT REPORT      ".
003050     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
003060     02  BO-RPRT-HDR-YYYY            PIC 9(04).
003070     02  FILLER                      PIC X(01) VALUE "-".
003080     02  BO-RPRT-HDR-MM              PIC 9(02).
003090     02  FILLER                      PIC X(01) VALUE "-".
003100     02  BO-RPRT-HDR-DD              PIC 9(02).
003110
003120 01  BO-RPRT-TARGET-LINE.
003130     02  FILLER                      PIC X(01) VALUE SPACES.
003140     02  FILLER                      PIC X(22) VALUE
003150         "RUN BACKED OUT....... ".
003160     02  BO-RPRT-TGT-DATE            PIC 9(08).
003170     02  FILLER                      PIC X(06) VALUE "  JOB ".
003180     02  BO-RPRT-TGT-JOB             PIC X(08).
003190     02  FILLER                      PIC X(02) VALUE SPACES.
003200     02  BO-RPRT-TGT-NOTE            PIC X(40).
003210
003220 01  BO-RPRT-MESSAGE-LINE.
003230     02  FILLER                      PIC X(01) VALUE SPACES.
003240     02  BO-RPRT-MESSAGE             PIC X(80).
003250
003260 01  BO-RPRT-COLUMN-LINE.
003270     02  FILLER                      PIC X(40) VALUE
003280         " FILE       KEY       OWNER     BEFORE  ".
003290     02  FILLER                      PIC X(40) VALUE
003300         "      AFTER         NOTE".
003310
003320 01  BO-RPRT-DETAIL-LINE.
003330     02  FILLER                      PIC X(01) VALUE SPACES.
003340     02  BO-RPRT-D-FILE              PIC X(10).
003350     02  FILLER                      PIC X(01) VALUE SPACES.
003360     02  BO-RPRT-D-KEY               PIC X(08).
003370     02  FILLER                      PIC X(02) VALUE SPACES.
003380     02  BO-RPRT-D-OWNER             PIC X(08).
003390     02  FILLER                      PIC X(02) VALUE SPACES.
003400     02  BO-RPRT-D-BEFORE            PIC X(12).
003410     02  FILLER                      PIC X(02) VALUE SPACES.
003420     02  BO-RPRT-D-AFTER             PIC X(12).
003430     02  FILLER                      PIC X(02) VALUE SPACES.
003440     02  BO-RPRT-D-NOTE              PIC X(40).
003450
003460*----------------------------------------------------------------*
003470* NOTE TEXT FOR THE HISTORY DETAIL LINES: THE TOTALS THE BACKED-
003480* OUT RECORD WAS CARRYING, SO THE REPORT SHOWS WHAT CAME OFF.
003490*----------------------------------------------------------------*
003500 01  BO-NOTE-COUNTS.
003510     02  FILLER                      PIC X(05) VALUE "READ ".
003520     02  BO-NOTE-RECORDS             PIC ZZZZZZ9.
003530     02  FILLER                      PIC X(08) VALUE "  LINES ".
003540     02  BO-NOTE-LINES               PIC ZZZZZZZZ9.
003550     02  FILLER                      PIC X(11) VALUE SPACES.
003560
003570 01  BO-RPRT-FILE-LINE.
003580     02  FILLER                      PIC X(01) VALUE SPACES.
003590     02  BO-RPRT-FILE-NAME           PIC X(10).
003600     02  FILLER                      PIC X(10) VALUE "  BEFORE ".
003610     02  BO-RPRT-FILE-BEFORE         PIC ZZZZZZ9.
003620     02  FILLER                      PIC X(09) VALUE "  AFTER ".
003630     02  BO-RPRT-FILE-AFTER          PIC ZZZZZZ9.
003640     02  FILLER                      PIC X(14) VALUE
003650         "  BACKED OUT ".
003660     02  BO-RPRT-FILE-BACKED         PIC ZZZZZZ9.
003670
003680 01  BO-RPRT-TOTALS-LINE.
003690     02  FILLER                      PIC X(01) VALUE SPACES.
003700     02  BO-RPRT-TOT-LABEL           PIC X(24).
003710     02  BO-RPRT-TOT-VALUE           PIC ZZZZZZ9.
003720
003730*----------------------------------------------------------------*
003740* THE AUDIT LINE, IN THE RT-AUDIT-DETAIL-LINE COLUMNS THE ROTATION
003750* PROGRAMS WRITE (OPERATOR 2-9, JOB 11-18, EVENT 20-24, DATE
003760* 26-33, TIME 35-42, COUNT 44-50), WITH THE RUN BACKED OUT NAMED
003770* AFTER THE COUNT. THE COUNT IS EVERYTHING THE BACKOUT TOUCHED.
003780*----------------------------------------------------------------*
003790 01  BO-AUDIT-DETAIL-LINE.
003800     02  FILLER                      PIC X(01) VALUE SPACES.
003810     02  BO-AUD-OPERATOR             PIC X(08).
003820     02  FILLER                      PIC X(01) VALUE SPACES.
003830     02  BO-AUD-JOB-ID               PIC X(08).
003840     02  FILLER                      PIC X(01) VALUE SPACES.
003850     02  BO-AUD-EVENT                PIC X(05).
003860     02  FILLER                      PIC X(01) VALUE SPACES.
003870     02  BO-AUD-DATE                 PIC 9(08).
003880     02  FILLER                      PIC X(01) VALUE SPACES.
003890     02  BO-AUD-TIME                 PIC 9(08).
003900     02  FILLER                      PIC X(01) VALUE SPACES.
003910     02  BO-AUD-RECORD-COUNT         PIC ZZZZZZ9.
003920     02  FILLER                      PIC X(16) VALUE
003930         " BACKOUT OF RUN ".
003940     02  BO-AUD-TGT-DATE             PIC 9(08).
003950     02  FILLER                      PIC X(05) VALUE " JOB ".
003960     02  BO-AUD-TGT-JOB              PIC X(08).
003970
003980 PROCEDURE DIVISION.
003990*----------------------------------------------------------------*
004000* 0000-MAINLINE                                                  *
004010*----------------------------------------------------------------*
004020 0000-MAINLINE.
004030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004040     IF BO-CARD-VALID
004050         PERFORM 2000-RESET-FROM-JOURNAL THRU 2000-EXIT
004060             UNTIL BO-END-OF-JOURNAL
004070         PERFORM 2500-JOURNAL-RESETS THRU 2500-EXIT
004080         PERFORM 3000-BACKOUT-ONE-HISTORY THRU 3000-EXIT
004090             UNTIL BO-END-OF-HISTORY
004100         PERFORM 4000-BACKOUT-ONE-RQH THRU 4000-EXIT
004110             UNTIL BO-END-OF-RQH
004120         PERFORM 5000-POSITION-SUSPENSE THRU 5000-EXIT
004130         PERFORM 5100-DELETE-ONE-SUSPENSE THRU 5100-EXIT
004140             UNTIL BO-END-OF-SUSPENSE
004150         PERFORM 6000-WRITE-AUDIT-EVENT THRU 6000-EXIT
004160     END-IF.
004170     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004180     GO TO 9999-EXIT.
004190
004200*----------------------------------------------------------------*
004210* 1000-INITIALIZE -- ESTABLISH THIS RUN'S IDENTIFICATION, READ   *
004220* THE CARD, AND ONLY WITH A GOOD CARD OPEN THE FILES TO BE       *
004230* CHANGED. A BAD CARD MUST NOT EVEN CREATE THE REPLACEMENT       *
004240* HISTORY DATASETS.                                              *
004250*----------------------------------------------------------------*
004260 1000-INITIALIZE.
004270     ACCEPT BO-RUN-DATE FROM DATE YYYYMMDD.
004280     ACCEPT BO-RUN-TIME FROM TIME.
004290     ACCEPT BO-OPERATOR-ID FROM ENVIRONMENT "USER".
004300     IF BO-OPERATOR-ID = SPACES
004310         MOVE "UNKNOWN " TO BO-OPERATOR-ID
004320     END-IF.
004330     ACCEPT BO-JOB-ID FROM ENVIRONMENT "JOB_ID".
004340     IF BO-JOB-ID = SPACES
004350         MOVE "ROTBKOUT" TO BO-JOB-ID
004360     END-IF.
004370     OPEN OUTPUT RprtFile.
004380     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
004390     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
004400     IF BO-CARD-VALID
004410         PERFORM 1100-OPEN-FILES THRU 1100-EXIT
004420     END-IF.
004430 1000-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------*
004470* 1100-OPEN-FILES -- THE HISTORY COPIES AND THE BACKED-OUT FILE  *
004480* ARE MANDATORY: WITHOUT THEM THE REPLACEMENT DATASETS WOULD BE  *
004490* SHORT, SO THE CARD IS TREATED AS UNUSABLE AND NOTHING IS DONE. *
004500* THE REST ARE OPTIONAL AND ANNOUNCED.                           *
004510*----------------------------------------------------------------*
004520 1100-OPEN-FILES.
004530     OPEN INPUT HistInFile.
004540     OPEN OUTPUT HistOutFile.
004550     OPEN INPUT RqhInFile.
004560     OPEN OUTPUT RqhOutFile.
004570     OPEN OUTPUT BkoFile.
004580     IF BO-HISTIN-STATUS NOT = "00"
004590             OR BO-HISTOUT-STATUS NOT = "00"
004600             OR BO-RQHIN-STATUS NOT = "00"
004610             OR BO-RQHOUT-STATUS NOT = "00"
004620             OR BO-BKO-STATUS NOT = "00"
004630         DISPLAY "ROTBKOUT: *** HISTORY OPEN FAILED, STATUSES "
004640             BO-HISTIN-STATUS "/" BO-HISTOUT-STATUS "/"
004650             BO-RQHIN-STATUS "/" BO-RQHOUT-STATUS "/"
004660             BO-BKO-STATUS ", NOTHING BACKED OUT"
004670         MOVE "*** HISTORY OPEN FAILED, NOTHING BACKED OUT"
004680             TO BO-RPRT-MESSAGE
004690         WRITE RprtRecord FROM BO-RPRT-MESSAGE-LINE
004700         MOVE "N" TO BO-CARD-VALID-SWITCH
004710         MOVE 8 TO RETURN-CODE
004720         GO TO 1100-EXIT
004730     END-IF.
004740     OPEN I-O RqmFile.
004750     IF BO-RQM-STATUS = "00"
004760         SET BO-RQM-AVAILABLE TO TRUE
004770     ELSE
004780         DISPLAY "ROTBKOUT: RQMASTER OPEN FAILED, STATUS "
004790             BO-RQM-STATUS ", NO ENTRIES RESET"
004800     END-IF.
004810     OPEN INPUT JrnInFile.
004820     IF BO-JRNIN-STATUS NOT = "00"
004830         DISPLAY "ROTBKOUT: JRNIN OPEN FAILED, STATUS "
004840             BO-JRNIN-STATUS ", NO ENTRIES RESET"
004850         SET BO-END-OF-JOURNAL TO TRUE
004860     END-IF.
004870     IF NOT BO-RQM-AVAILABLE
004880         SET BO-END-OF-JOURNAL TO TRUE
004890     END-IF.
004900     OPEN I-O SuspFile.
004910     IF BO-SUSP-STATUS = "00"
004920         SET BO-SUSP-AVAILABLE TO TRUE
004930     ELSE
004940         DISPLAY "ROTBKOUT: REJSUSP OPEN FAILED, STATUS "
004950             BO-SUSP-STATUS ", NO SUSPENSE ENTRIES DELETED"
004960     END-IF.
004970     WRITE RprtRecord FROM BO-RPRT-COLUMN-LINE.
004980 1100-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------*
005020* 1200-READ-CONTROL-CARD -- ONE CARD: A NUMERIC RUN DATE, A      *
005030* NON-BLANK JOB ID, AND A BLANK OR "P" MODE BYTE. ANYTHING ELSE  *
005040* IS REFUSED -- A BACKOUT AIMED AT THE WRONG NIGHT DOES REAL     *
005050* DAMAGE, SO THERE IS NO DEFAULT TO FALL BACK ON.                *
005051* A JOB ID OF ROTMERGE IS REFUSED AS WELL: THE JOURNAL AND       *
005052* REQHIST CARRY THE PARTITIONS' JOB ID, NEVER ROTMERGE.          *
005060*----------------------------------------------------------------*
005070 1200-READ-CONTROL-CARD.
005080     OPEN INPUT CtlFile.
005090     IF BO-CTL-STATUS NOT = "00"
005100         MOVE "*** NO BKCTL CARD, NOTHING BACKED OUT"
005110             TO BO-RPRT-MESSAGE
005120         GO TO 1200-REFUSE
005130     END-IF.
005140     READ CtlFile INTO BO-CTL-IMAGE
005150         AT END
005160             CLOSE CtlFile
005170             MOVE "*** EMPTY BKCTL, NOTHING BACKED OUT"
005180                 TO BO-RPRT-MESSAGE
005190             GO TO 1200-REFUSE
005200     END-READ.
005210     CLOSE CtlFile.
005220     IF BO-CI-RUN-DATE IS NOT NUMERIC OR BO-CI-JOB-ID = SPACES
005230             OR (BO-CI-MODE NOT = SPACE AND NOT = "P")
005240         MOVE "*** MALFORMED BKCTL CARD, NOTHING BACKED OUT"
005250             TO BO-RPRT-MESSAGE
005260         GO TO 1200-REFUSE
005270     END-IF.
005271     IF BO-CI-JOB-ID = "ROTMERGE"
005272         MOVE "*** ROTMERGE REFUSED, KEY THE PARTITIONS' JOB ID"
005273             TO BO-RPRT-MESSAGE
005274         GO TO 1200-REFUSE
005275     END-IF.
005280     MOVE BO-CI-RUN-DATE TO BO-TGT-RUN-DATE.
005290     MOVE BO-CI-JOB-ID TO BO-TGT-JOB-ID.
005300     MOVE BO-CI-MODE TO BO-TGT-MODE.
005310     SET BO-CARD-VALID TO TRUE.
005320     MOVE BO-TGT-RUN-DATE TO BO-RPRT-TGT-DATE.
005330     MOVE BO-TGT-JOB-ID TO BO-RPRT-TGT-JOB.
005340     IF BO-TGT-PARTITIONED
005350         MOVE "PARTITIONED NIGHT, RTHIST JOB ROTMERGE"
005360             TO BO-RPRT-TGT-NOTE
005370     ELSE
005380         MOVE SPACES TO BO-RPRT-TGT-NOTE
005390     END-IF.
005400     WRITE RprtRecord FROM BO-RPRT-TARGET-LINE.
005410     GO TO 1200-EXIT.
005420 1200-REFUSE.
005430     DISPLAY "ROTBKOUT: " BO-RPRT-MESSAGE.
005440     WRITE RprtRecord FROM BO-RPRT-MESSAGE-LINE.
005450     MOVE 8 TO RETURN-CODE.
005460 1200-EXIT.
005470     EXIT.
005480
005490 1300-WRITE-REPORT-HEADER.
005500     MOVE BO-RUN-YYYY TO BO-RPRT-HDR-YYYY.
005510     MOVE BO-RUN-MM TO BO-RPRT-HDR-MM.
005520     MOVE BO-RUN-DD TO BO-RPRT-HDR-DD.
005530     WRITE RprtRecord FROM BO-RPRT-HEADER-LINE.
005540 1300-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------------*
005580* 2000-RESET-FROM-JOURNAL -- ONE JOURNAL RECORD. ONLY A MOVE TO  *
005590* V, T OR J MADE BY ROTATETEXT ON THE RUN DATE UNDER THE RUN'S   *
005600* JOB ID COUNTS; ITS ENTRY IS PUT BACK BY 2100. A REQUEST MOVED  *
005610* TWICE IN THE RUN (V, THEN T) IS RESET ON THE FIRST AND FOUND   *
005620* ALREADY RECEIVED ON THE SECOND.                                *
005630*----------------------------------------------------------------*
005640 2000-RESET-FROM-JOURNAL.
005650     READ JrnInFile INTO RequestJournal
005660         AT END
005670             SET BO-END-OF-JOURNAL TO TRUE
005680     END-READ.
005690     IF BO-END-OF-JOURNAL
005700         GO TO 2000-EXIT
005710     END-IF.
005720     ADD 1 TO BO-JRN-READ.
005730     IF JrnProgram NOT = "ROTATETEXT"
005740             OR JrnDate IS NOT NUMERIC
005750             OR JrnDate NOT = BO-TGT-RUN-DATE
005760             OR JrnJobId NOT = BO-TGT-JOB-ID
005770         GO TO 2000-EXIT
005780     END-IF.
005790     IF JrnNewStatus NOT = "V" AND NOT = "T" AND NOT = "J"
005800         GO TO 2000-EXIT
005810     END-IF.
005820     ADD 1 TO BO-JRN-MATCHED.
005830     PERFORM 2100-RESET-ONE-ENTRY THRU 2100-EXIT.
005840 2000-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------*
005880* 2100-RESET-ONE-ENTRY -- THE ENTRY NAMED BY THE JOURNAL RECORD  *
005890* GOES BACK TO RECEIVED IF IT IS STILL VALIDATED, ROTATED OR     *
005900* REJECTED. ANY OTHER STATUS MEANS OPS HAVE MOVED IT SINCE (OR   *
005910* IT IS ALREADY RECEIVED) AND IT IS NOT TOUCHED.                 *
005920*----------------------------------------------------------------*
005930 2100-RESET-ONE-ENTRY.
005940     MOVE "RQMASTER" TO BO-RPRT-D-FILE.
005950     MOVE JrnRequestId TO BO-RPRT-D-KEY.
005960     MOVE JrnSubmitter TO BO-RPRT-D-OWNER.
005970     MOVE JrnRequestId TO RqmKey.
005980     READ RqmFile INTO RequestMaster
005990         INVALID KEY
006000             ADD 1 TO BO-RQM-LEFT
006010             MOVE "NOT ON MASTER" TO BO-RPRT-D-BEFORE
006020             MOVE SPACES TO BO-RPRT-D-AFTER
006030             MOVE "ENTRY GONE SINCE THE RUN" TO BO-RPRT-D-NOTE
006040             WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE
006050             GO TO 2100-EXIT
006060     END-READ.
006070     IF RqmReceived
006080         ADD 1 TO BO-RQM-ALREADY
006090         GO TO 2100-EXIT
006100     END-IF.
006110     MOVE RqmStatus TO JrnOldStatus.
006120     PERFORM 7000-NAME-STATUS THRU 7000-EXIT.
006130     MOVE BO-RPRT-D-AFTER TO BO-RPRT-D-BEFORE.
006140     IF NOT RqmValidated AND NOT RqmRotated AND NOT RqmRejected
006150         ADD 1 TO BO-RQM-LEFT
006160         MOVE "STATUS CHANGED SINCE THE RUN, LEFT ALONE"
006170             TO BO-RPRT-D-NOTE
006180         WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE
006190         GO TO 2100-EXIT
006200     END-IF.
006210     IF BO-RESET-COUNT >= BO-RESET-LIMIT
006220         ADD 1 TO BO-FAILURES
006230         MOVE "*** RESET TABLE FULL, RERUN THE BACKOUT"
006240             TO BO-RPRT-D-NOTE
006250         WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE
006260         GO TO 2100-EXIT
006270     END-IF.
006280     MOVE "R" TO RqmStatus.
006290     REWRITE RqmRecord FROM RequestMaster.
006300     IF BO-RQM-STATUS NOT = "00"
006310         ADD 1 TO BO-FAILURES
006320         DISPLAY "ROTBKOUT: *** RQMASTER REWRITE FAILED, STATUS "
006330             BO-RQM-STATUS " KEY " RqmKey
006340         MOVE "*** REWRITE FAILED, ENTRY NOT RESET"
006350             TO BO-RPRT-D-NOTE
006360         WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE
006370         GO TO 2100-EXIT
006380     END-IF.
006390     ADD 1 TO BO-RQM-RESET.
006400     ADD 1 TO BO-RESET-COUNT.
006410     MOVE RqmRequestId TO BO-RS-REQUEST-ID(BO-RESET-COUNT).
006420     MOVE RqmSubmitter TO BO-RS-SUBMITTER(BO-RESET-COUNT).
006430     MOVE JrnOldStatus TO BO-RS-OLD-STATUS(BO-RESET-COUNT).
006440     PERFORM 7000-NAME-STATUS THRU 7000-EXIT.
006450     MOVE "RESET TO RECEIVED" TO BO-RPRT-D-NOTE.
006460     WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE.
006470 2100-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------------*
006510* 2500-JOURNAL-RESETS -- WITH THE JOURNAL INPUT CLOSED, APPEND   *
006520* ONE RQJRNL RECORD PER ENTRY RESET, AS ROTRQMNT AND ROTATETEXT  *
006530* JOURNAL THEIR OWN MOVES. A JOURNAL WRITE FAILURE IS ANNOUNCED  *
006540* BUT DOES NOT UNDO THE RESET.                                   *
006550*----------------------------------------------------------------*
006560 2500-JOURNAL-RESETS.
006570     IF BO-JRNIN-STATUS = "00" OR BO-JRNIN-STATUS = "10"
006580         CLOSE JrnInFile
006590     END-IF.
006600     IF BO-RESET-COUNT = 0
006610         GO TO 2500-EXIT
006620     END-IF.
006630     OPEN EXTEND JrnlFile.
006640     IF BO-JRNL-STATUS NOT = "00"
006650         CLOSE JrnlFile
006660         OPEN OUTPUT JrnlFile
006670     END-IF.
006680     MOVE BO-RUN-DATE TO JrnDate.
006690     MOVE "ROTBKOUT" TO JrnProgram.
006700     MOVE BO-OPERATOR-ID TO JrnOperator.
006710     MOVE BO-JOB-ID TO JrnJobId.
006720     MOVE "R" TO JrnNewStatus.
006730     PERFORM 2510-WRITE-ONE-JOURNAL THRU 2510-EXIT
006740         VARYING BO-RESET-SUB FROM 1 BY 1
006750         UNTIL BO-RESET-SUB > BO-RESET-COUNT.
006760     CLOSE JrnlFile.
006770 2500-EXIT.
006780     EXIT.
006790
006800 2510-WRITE-ONE-JOURNAL.
006810     MOVE BO-RS-REQUEST-ID(BO-RESET-SUB) TO JrnRequestId.
006820     MOVE BO-RS-SUBMITTER(BO-RESET-SUB) TO JrnSubmitter.
006830     MOVE BO-RS-OLD-STATUS(BO-RESET-SUB) TO JrnOldStatus.
006840     ACCEPT JrnTime FROM TIME.
006850     WRITE JrnlRecord FROM RequestJournal.
006860     IF BO-JRNL-STATUS NOT = "00"
006870         DISPLAY "ROTBKOUT: *** RQJRNL WRITE FAILED, STATUS "
006880             BO-JRNL-STATUS " KEY " JrnRequestId
006890     END-IF.
006900 2510-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------------*
006940* 3000-BACKOUT-ONE-HISTORY -- ONE ROTHIST RECORD: THE RUN'S OWN  *
006950* (RUN DATE AND JOB ID; ROTMERGE'S CONSOLIDATED RECORD ON A      *
006960* PARTITIONED NIGHT) GOES TO THE BACKED-OUT FILE, EVERYTHING     *
006970* ELSE TO THE REPLACEMENT DATASET UNCHANGED.                     *
006980*----------------------------------------------------------------*
006990 3000-BACKOUT-ONE-HISTORY.
007000     READ HistInFile INTO RunHistory
007010         AT END
007020             SET BO-END-OF-HISTORY TO TRUE
007030     END-READ.
007040     IF BO-END-OF-HISTORY
007050         GO TO 3000-EXIT
007060     END-IF.
007070     ADD 1 TO BO-HIST-READ.
007080     IF HstRunDate IS NOT NUMERIC
007090             OR HstRunDate NOT = BO-TGT-RUN-DATE
007100         GO TO 3000-KEEP
007110     END-IF.
007120     IF HstJobId = BO-TGT-JOB-ID
007130         GO TO 3000-BACK-OUT
007140     END-IF.
007150     IF BO-TGT-PARTITIONED AND HstJobId = "ROTMERGE"
007160         GO TO 3000-BACK-OUT
007170     END-IF.
007180 3000-KEEP.
007190     WRITE HistOutRecord FROM RunHistory.
007200     ADD 1 TO BO-HIST-KEPT.
007210     GO TO 3000-EXIT.
007220 3000-BACK-OUT.
007230     MOVE "ROTHIST " TO BO-BKO-SOURCE.
007240     MOVE RunHistory TO BO-BKO-DATA.
007250     WRITE BkoRecord FROM BO-BKO-IMAGE.
007260     ADD 1 TO BO-HIST-BACKED.
007270     MOVE "ROTHIST" TO BO-RPRT-D-FILE.
007280     MOVE HstRunDate TO BO-RPRT-D-KEY.
007290     MOVE HstJobId TO BO-RPRT-D-OWNER.
007300     MOVE HstRecordsRead TO BO-NOTE-RECORDS.
007310     MOVE HstRotationLines TO BO-NOTE-LINES.
007311     IF HstDeferred IS NUMERIC
007312         ADD HstDeferred TO BO-CARRY-LEFT
007313     END-IF.
007320     PERFORM 3100-WRITE-HISTORY-DETAIL THRU 3100-EXIT.
007330 3000-EXIT.
007340     EXIT.
007350
007360 3100-WRITE-HISTORY-DETAIL.
007370     MOVE "ON FILE" TO BO-RPRT-D-BEFORE.
007380     MOVE "BACKED OUT" TO BO-RPRT-D-AFTER.
007390     MOVE BO-NOTE-COUNTS TO BO-RPRT-D-NOTE.
007400     WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE.
007410 3100-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------*
007450* 4000-BACKOUT-ONE-RQH -- ONE REQHIST RECORD, BY THE SAME TEST   *
007460* ON RUN DATE AND JOB ID. RECORDS WRITTEN BEFORE REQHIST CARRIED *
007470* A JOB ID CANNOT BE TOLD APART AND ARE ALWAYS KEPT. A           *
007480* PARTITIONED NIGHT'S PER-REQUESTER RECORDS ARE ON ITS OWN       *
007490* REQHIST.PN GENERATIONS, NOT HERE (SEE ROTBKOUT.JCL).           *
007500*----------------------------------------------------------------*
007510 4000-BACKOUT-ONE-RQH.
007520     READ RqhInFile INTO RequesterHistory
007530         AT END
007540             SET BO-END-OF-RQH TO TRUE
007550     END-READ.
007560     IF BO-END-OF-RQH
007570         GO TO 4000-EXIT
007580     END-IF.
007590     ADD 1 TO BO-RQH-READ.
007600     IF RqhRunDate IS NOT NUMERIC
007610             OR RqhRunDate NOT = BO-TGT-RUN-DATE
007620             OR RqhJobId NOT = BO-TGT-JOB-ID
007630         WRITE RqhOutRecord FROM RequesterHistory
007640         ADD 1 TO BO-RQH-KEPT
007650         GO TO 4000-EXIT
007660     END-IF.
007670     MOVE "REQHIST " TO BO-BKO-SOURCE.
007680     MOVE RequesterHistory TO BO-BKO-DATA.
007690     WRITE BkoRecord FROM BO-BKO-IMAGE.
007700     ADD 1 TO BO-RQH-BACKED.
007710     MOVE "REQHIST" TO BO-RPRT-D-FILE.
007720     MOVE RqhRunDate TO BO-RPRT-D-KEY.
007730     MOVE RqhRequester TO BO-RPRT-D-OWNER.
007740     MOVE RqhRecords TO BO-NOTE-RECORDS.
007750     MOVE RqhLines TO BO-NOTE-LINES.
007760     PERFORM 3100-WRITE-HISTORY-DETAIL THRU 3100-EXIT.
007770 4000-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------------*
007810* 5000-POSITION-SUSPENSE -- THE SUSPENSE KEY IS RUN DATE PLUS    *
007820* RECORD NUMBER, SO THE RUN DATE'S ENTRIES ARE ONE CONTIGUOUS    *
007830* RANGE STARTING AT RECORD NUMBER ZERO.                          *
007840*----------------------------------------------------------------*
007850 5000-POSITION-SUSPENSE.
007860     IF NOT BO-SUSP-AVAILABLE
007870         SET BO-END-OF-SUSPENSE TO TRUE
007880         GO TO 5000-EXIT
007890     END-IF.
007900     MOVE BO-TGT-RUN-DATE TO SuspKey(1:8).
007910     MOVE "0000000" TO SuspKey(9:7).
007920     START SuspFile KEY IS NOT LESS THAN SuspKey
007930         INVALID KEY
007940             SET BO-END-OF-SUSPENSE TO TRUE
007950     END-START.
007960 5000-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------*
008000* 5100-DELETE-ONE-SUSPENSE -- ONE ENTRY IN THE RUN DATE'S RANGE. *
008010* AN OUTSTANDING ENTRY IS WRITTEN TO THE BACKED-OUT FILE, THEN   *
008020* DELETED; A REPAIRED ONE IS KEPT AND LISTED. THE FIRST ENTRY    *
008030* OF A LATER DATE ENDS THE RANGE.                                *
008040*----------------------------------------------------------------*
008050 5100-DELETE-ONE-SUSPENSE.
008060     READ SuspFile NEXT RECORD INTO RejectSuspense
008070         AT END
008080             SET BO-END-OF-SUSPENSE TO TRUE
008090     END-READ.
008100     IF BO-END-OF-SUSPENSE
008110         GO TO 5100-EXIT
008120     END-IF.
008130     IF SusRunDate NOT = BO-TGT-RUN-DATE
008140         SET BO-END-OF-SUSPENSE TO TRUE
008150         GO TO 5100-EXIT
008160     END-IF.
008170     ADD 1 TO BO-SUSP-READ.
008180     MOVE "REJSUSP" TO BO-RPRT-D-FILE.
008190     MOVE SusRecordNum TO BO-RPRT-D-KEY.
008200     MOVE SusRequester TO BO-RPRT-D-OWNER.
008210     IF NOT SusOutstanding
008220         ADD 1 TO BO-SUSP-KEPT
008230         MOVE "REPAIRED" TO BO-RPRT-D-BEFORE
008240         MOVE "REPAIRED" TO BO-RPRT-D-AFTER
008250         MOVE "ALREADY REPAIRED, KEPT" TO BO-RPRT-D-NOTE
008260         WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE
008270         GO TO 5100-EXIT
008280     END-IF.
008290     MOVE "OUTSTANDING" TO BO-RPRT-D-BEFORE.
008300     MOVE "REJSUSP " TO BO-BKO-SOURCE.
008310     MOVE RejectSuspense TO BO-BKO-DATA.
008320     WRITE BkoRecord FROM BO-BKO-IMAGE.
008330     IF BO-BKO-STATUS NOT = "00"
008340         ADD 1 TO BO-FAILURES
008350         ADD 1 TO BO-SUSP-KEPT
008360         MOVE "OUTSTANDING" TO BO-RPRT-D-AFTER
008370         MOVE "*** BKOUTFL WRITE FAILED, ENTRY KEPT"
008380             TO BO-RPRT-D-NOTE
008390         WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE
008400         GO TO 5100-EXIT
008410     END-IF.
008420     DELETE SuspFile RECORD.
008430     IF BO-SUSP-STATUS NOT = "00"
008440         ADD 1 TO BO-FAILURES
008450         ADD 1 TO BO-SUSP-KEPT
008460         DISPLAY "ROTBKOUT: *** REJSUSP DELETE FAILED, STATUS "
008470             BO-SUSP-STATUS " RECORD " SusRecordNum
008480         MOVE "OUTSTANDING" TO BO-RPRT-D-AFTER
008490         MOVE "*** DELETE FAILED, ENTRY KEPT" TO BO-RPRT-D-NOTE
008500         WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE
008510         GO TO 5100-EXIT
008520     END-IF.
008530     ADD 1 TO BO-SUSP-DELETED.
008540     MOVE "DELETED" TO BO-RPRT-D-AFTER.
008550     MOVE SPACES TO BO-RPRT-D-NOTE.
008560     WRITE RprtRecord FROM BO-RPRT-DETAIL-LINE.
008570 5100-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------------*
008610* 6000-WRITE-AUDIT-EVENT -- ONE BKOUT LINE ON ROTAUDIT, UNDER    *
008620* THIS JOB'S OPERATOR AND JOB ID, NAMING THE RUN BACKED OUT.     *
008630*----------------------------------------------------------------*
008640 6000-WRITE-AUDIT-EVENT.
008650     OPEN EXTEND AuditFile.
008660     IF BO-AUDIT-STATUS NOT = "00"
008670         CLOSE AuditFile
008680         OPEN OUTPUT AuditFile
008690     END-IF.
008700     COMPUTE BO-TOUCHED = BO-RQM-RESET + BO-HIST-BACKED
008710         + BO-RQH-BACKED + BO-SUSP-DELETED.
008720     MOVE BO-OPERATOR-ID TO BO-AUD-OPERATOR.
008730     MOVE BO-JOB-ID TO BO-AUD-JOB-ID.
008740     MOVE "BKOUT" TO BO-AUD-EVENT.
008750     MOVE BO-RUN-DATE TO BO-AUD-DATE.
008760     ACCEPT BO-AUD-TIME FROM TIME.
008770     MOVE BO-TOUCHED TO BO-AUD-RECORD-COUNT.
008780     MOVE BO-TGT-RUN-DATE TO BO-AUD-TGT-DATE.
008790     MOVE BO-TGT-JOB-ID TO BO-AUD-TGT-JOB.
008800     WRITE AuditRecord FROM BO-AUDIT-DETAIL-LINE.
008810     IF BO-AUDIT-STATUS NOT = "00"
008820         ADD 1 TO BO-FAILURES
008830         DISPLAY "ROTBKOUT: *** ROTAUDIT WRITE FAILED, STATUS "
008840             BO-AUDIT-STATUS
008850     END-IF.
008860     CLOSE AuditFile.
008870 6000-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------------*
008910* 7000-NAME-STATUS -- SPELLS OUT THE RQMASTER STATUS NOW IN      *
008920* REQUESTMASTER INTO THE DETAIL LINE'S AFTER COLUMN.             *
008930*----------------------------------------------------------------*
008940 7000-NAME-STATUS.
008950     EVALUATE TRUE
008960         WHEN RqmReceived
008970             MOVE "RECEIVED" TO BO-RPRT-D-AFTER
008980         WHEN RqmValidated
008990             MOVE "VALIDATED" TO BO-RPRT-D-AFTER
009000         WHEN RqmRotated
009010             MOVE "ROTATED" TO BO-RPRT-D-AFTER
009020         WHEN RqmRejected
009030             MOVE "REJECTED" TO BO-RPRT-D-AFTER
009040         WHEN RqmCancelled
009050             MOVE "CANCELLED" TO BO-RPRT-D-AFTER
009060         WHEN RqmHeld
009070             MOVE "HELD" TO BO-RPRT-D-AFTER
009080         WHEN OTHER
009090             MOVE SPACES TO BO-RPRT-D-AFTER
009100             MOVE RqmStatus TO BO-RPRT-D-AFTER(1:1)
009110     END-EVALUATE.
009120 7000-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------------*
009160* 8000-FINALIZE -- BEFORE/AFTER COUNTS PER FILE, THE TOTALS, AND *
009170* CLOSE. NOTHING FOUND AT ALL FOR A GOOD CARD USUALLY MEANS THE  *
009180* DATE OR JOB ID WAS MISKEYED, SO IT ENDS RC=4 TO BE LOOKED AT.  *
009190*----------------------------------------------------------------*
009200 8000-FINALIZE.
009210     IF NOT BO-CARD-VALID
009220         CLOSE RprtFile
009230         GO TO 8000-EXIT
009240     END-IF.
009250     MOVE "ROTHIST   " TO BO-RPRT-FILE-NAME.
009260     MOVE BO-HIST-READ TO BO-RPRT-FILE-BEFORE.
009270     MOVE BO-HIST-KEPT TO BO-RPRT-FILE-AFTER.
009280     MOVE BO-HIST-BACKED TO BO-RPRT-FILE-BACKED.
009290     WRITE RprtRecord FROM BO-RPRT-FILE-LINE.
009300     MOVE "REQHIST   " TO BO-RPRT-FILE-NAME.
009310     MOVE BO-RQH-READ TO BO-RPRT-FILE-BEFORE.
009320     MOVE BO-RQH-KEPT TO BO-RPRT-FILE-AFTER.
009330     MOVE BO-RQH-BACKED TO BO-RPRT-FILE-BACKED.
009340     WRITE RprtRecord FROM BO-RPRT-FILE-LINE.
009350     MOVE "REJSUSP   " TO BO-RPRT-FILE-NAME.
009360     MOVE BO-SUSP-READ TO BO-RPRT-FILE-BEFORE.
009370     MOVE BO-SUSP-KEPT TO BO-RPRT-FILE-AFTER.
009380     MOVE BO-SUSP-DELETED TO BO-RPRT-FILE-BACKED.
009390     WRITE RprtRecord FROM BO-RPRT-FILE-LINE.
009400     MOVE "JOURNAL RECORDS READ...." TO BO-RPRT-TOT-LABEL.
009410     MOVE BO-JRN-READ TO BO-RPRT-TOT-VALUE.
009420     WRITE RprtRecord FROM BO-RPRT-TOTALS-LINE.
009430     MOVE "RUN MOVES FOUND........." TO BO-RPRT-TOT-LABEL.
009440     MOVE BO-JRN-MATCHED TO BO-RPRT-TOT-VALUE.
009450     WRITE RprtRecord FROM BO-RPRT-TOTALS-LINE.
009460     MOVE "MASTER ENTRIES RESET...." TO BO-RPRT-TOT-LABEL.
009470     MOVE BO-RQM-RESET TO BO-RPRT-TOT-VALUE.
009480     WRITE RprtRecord FROM BO-RPRT-TOTALS-LINE.
009490     MOVE "ALREADY RECEIVED........" TO BO-RPRT-TOT-LABEL.
009500     MOVE BO-RQM-ALREADY TO BO-RPRT-TOT-VALUE.
009510     WRITE RprtRecord FROM BO-RPRT-TOTALS-LINE.
009520     MOVE "MASTER LEFT ALONE......." TO BO-RPRT-TOT-LABEL.
009530     MOVE BO-RQM-LEFT TO BO-RPRT-TOT-VALUE.
009540     WRITE RprtRecord FROM BO-RPRT-TOTALS-LINE.
009550     MOVE "FAILURES................" TO BO-RPRT-TOT-LABEL.
009560     MOVE BO-FAILURES TO BO-RPRT-TOT-VALUE.
009570     WRITE RprtRecord FROM BO-RPRT-TOTALS-LINE.
009571     MOVE "CARRYFWD RECORDS LEFT..." TO BO-RPRT-TOT-LABEL.
009572     MOVE BO-CARRY-LEFT TO BO-RPRT-TOT-VALUE.
009573     WRITE RprtRecord FROM BO-RPRT-TOTALS-LINE.
009574     IF BO-HIST-BACKED > 0
009575         MOVE "*** UNCATALOGUE THIS RUN'S CARRYFWD BEFORE RERUN"
009576             TO BO-RPRT-MESSAGE
009577         WRITE RprtRecord FROM BO-RPRT-MESSAGE-LINE
009578     END-IF.
009580     IF BO-JRN-MATCHED = 0 AND BO-HIST-BACKED = 0
009590             AND BO-RQH-BACKED = 0 AND BO-SUSP-READ = 0
009600         MOVE "*** NOTHING FOUND FOR THIS RUN -- CHECK THE CARD"
009610             TO BO-RPRT-MESSAGE
009620         WRITE RprtRecord FROM BO-RPRT-MESSAGE-LINE
009630         MOVE 4 TO RETURN-CODE
009640     END-IF.
009641     IF BO-HIST-BACKED > 0 AND BO-JRN-MATCHED = 0
009642         MOVE "*** ROTHIST BACKED OUT, NO JOURNAL ENTRIES MATCHED"
009643             TO BO-RPRT-MESSAGE
009644         WRITE RprtRecord FROM BO-RPRT-MESSAGE-LINE
009645         DISPLAY "ROTBKOUT: " BO-RPRT-MESSAGE
009646         MOVE 4 TO RETURN-CODE
009647     END-IF.
009650     IF BO-FAILURES > 0
009660         MOVE 4 TO RETURN-CODE
009670     END-IF.
009680     CLOSE HistInFile.
009690     CLOSE HistOutFile.
009700     CLOSE RqhInFile.
009710     CLOSE RqhOutFile.
009720     CLOSE BkoFile.
009730     IF BO-RQM-AVAILABLE
009740         CLOSE RqmFile
009750     END-IF.
009760     IF BO-SUSP-AVAILABLE
009770         CLOSE SuspFile
009780     END-IF.
009790     CLOSE RprtFile.
009800     DISPLAY "ROTBKOUT: RUN BACKED OUT...: " BO-TGT-RUN-DATE " "
009810         BO-TGT-JOB-ID.
009820     DISPLAY "ROTBKOUT: ENTRIES RESET....: " BO-RQM-RESET.
009830     DISPLAY "ROTBKOUT: ROTHIST BACKED...: " BO-HIST-BACKED.
009840     DISPLAY "ROTBKOUT: REQHIST BACKED...: " BO-RQH-BACKED.
009850     DISPLAY "ROTBKOUT: SUSPENSE DELETED.: " BO-SUSP-DELETED.
009860     DISPLAY "ROTBKOUT: FAILURES.........: " BO-FAILURES.
009861     DISPLAY "ROTBKOUT: CARRYFWD LEFT....: " BO-CARRY-LEFT.
009870 8000-EXIT.
009880     EXIT.
009890
009900 9999-EXIT.
009910     STOP RUN.
