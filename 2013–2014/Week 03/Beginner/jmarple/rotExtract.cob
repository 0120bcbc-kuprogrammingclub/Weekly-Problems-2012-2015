000010*----------------------------------------------------------------*
000020* ROTEXTRCT
000030*----------------------------------------------------------------*
000040* AUTHOR.     J. MARPLE.
000050* INSTALLATION. KU PROGRAMMING CLUB.
000060* DATE-WRITTEN. 2026-10-14.
000070* DATE-COMPILED.
000080*
000090* NIGHTLY REQUEST-MASTER EXTRACT. A REQUEST ADDED WITH ROTRQMNT
000100* ADD SITS ON RQMASTER IN RECEIVED STATUS WITH ITS WHOLE TRIPLE
000110* AND PRIORITY, BUT UNTIL NOW SOMEBODY STILL HAD TO HAND-KEY THE
000120* SAME TRIPLE INTO STRIN.RAW WITH THE MATCHING REQUESTID, AND A
000130* MISSED ONE JUST AGED UNTIL ROTAGING ESCALATED IT. THIS PROGRAM
000140* READS THE MASTER FRONT TO BACK AND WRITES ONE 137-BYTE STRIN
000150* RECORD (STRSETUP LAYOUT) FOR EVERY RECEIVED ENTRY -- HELD,
000160* CANCELLED, AND ALREADY-WORKED ENTRIES ARE LEFT ALONE -- FOR
000170* ROTJOB'S SORT STEP TO CONCATENATE BEHIND STRIN.RAW AND THE
000180* INTAKE FILE.
000190*
000200* BEFORE THE MASTER PASS, THE REQUEST IDS ALREADY PRESENT ON
000210* STRIN.RAW AND ON TONIGHT'S INTAKE GENERATION ARE LOADED INTO A
000220* TABLE. A RECEIVED ENTRY WHOSE ID IS ALREADY THERE IS FLAGGED
000230* ON THE EXTRACT REPORT AND NOT WRITTEN, SO THE SAME REQUEST IS
000240* NEVER FED TO THE SORT TWICE. RECORDS WITH A BLANK REQUESTID
000250* (UNTRACKED WORK, AND EVERYTHING ROTINTAKE CONVERTS) NEVER
000260* ENTER THE TABLE.
000270*
000280* BOTH LOOKUP FILES ARE OPTIONAL EQUIPMENT: ONE THAT WILL NOT
000290* OPEN IS ANNOUNCED ONCE AND THE EXTRACT CARRIES ON WITHOUT ITS
000300* IDS. A FULL ID TABLE IS ANNOUNCED ON THE REPORT, BECAUSE FROM
000310* THAT POINT THE DUPLICATE CHECK CAN NO LONGER BE TRUSTED.
000320*
000330* MOD-HISTORY:
000340*   2026-10-14 JRM  ORIGINAL VERSION.
000350*----------------------------------------------------------------*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. ROTEXTRCT.
000380 AUTHOR. J. MARPLE.
000390 INSTALLATION. KU PROGRAMMING CLUB.
000400 DATE-WRITTEN. 2026-10-14.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RqmFile ASSIGN TO "RQMASTER"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS RqmKey
000500         FILE STATUS IS RX-RQM-STATUS.
000510
000520     SELECT RawFile ASSIGN TO "STRINRAW"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RX-RAW-STATUS.
000550
000560     SELECT IntakeFile ASSIGN TO "STRININT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RX-INT-STATUS.
000590
000600     SELECT ExtrFile ASSIGN TO "STRINEXT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RX-EXTR-STATUS.
000630
000640     SELECT RprtFile ASSIGN TO "EXTRRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS RX-RPRT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RqmFile.
000710 01  RqmRecord.
000720     02  RqmKey                      PIC X(08).
000730     02  FILLER                      PIC X(152).
000740
000750 FD  RawFile
000760     RECORDING MODE IS F.
000770 01  RawRecord                       PIC X(137).
000780
000790 FD  IntakeFile
000800     RECORDING MODE IS F.
000810 01  IntakeRecord                    PIC X(137).
000820
000830 FD  ExtrFile
000840     RECORDING MODE IS F.
000850 01  ExtrRecord                      PIC X(137).
000860
000870 FD  RprtFile
000880     RECORDING MODE IS F.
000890 01  RprtRecord                      PIC X(132).
000900
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------*
000930* THE REQUEST-MASTER LAYOUT READ, AND THE SHARED THREE-STRING
000940* RECORD LAYOUT BOTH THE LOOKUP FILES AND THE OUTPUT USE.
000950*----------------------------------------------------------------*
000960     COPY RQMASTER.
000970
000980     COPY STRSETUP.
000990
001000*----------------------------------------------------------------*
001010* FILE STATUS AND END-OF-FILE SWITCHES.
001020*----------------------------------------------------------------*
001030 01  RX-FILE-STATUSES.
001040     02  RX-RQM-STATUS               PIC X(02) VALUE SPACES.
001050     02  RX-RAW-STATUS               PIC X(02) VALUE SPACES.
001060     02  RX-INT-STATUS               PIC X(02) VALUE SPACES.
001070     02  RX-EXTR-STATUS              PIC X(02) VALUE SPACES.
001080     02  RX-RPRT-STATUS              PIC X(02) VALUE SPACES.
001090
001100 01  RX-RQM-EOF-SWITCH               PIC X(01) VALUE "N".
001110     88  RX-END-OF-MASTER                       VALUE "Y".
001120
001130 01  RX-LOOKUP-EOF-SWITCH            PIC X(01) VALUE "N".
001140     88  RX-END-OF-LOOKUP                       VALUE "Y".
001150
001160*----------------------------------------------------------------*
001170* THE ALREADY-FED REQUEST-ID TABLE. EACH ENTRY REMEMBERS WHICH
001180* FILE IT CAME FROM SO THE REPORT CAN SAY WHERE THE OTHER COPY
001190* IS. IDS PAST THE TABLE LIMIT ARE COUNTED AND ANNOUNCED RATHER
001200* THAN DROPPED SILENTLY.
001210*----------------------------------------------------------------*
001220 01  RX-ID-LIMIT                     PIC 9(04) COMP VALUE 2000.
001230 01  RX-ID-COUNT                     PIC 9(04) COMP VALUE 0.
001240 01  RX-ID-SUB                       PIC 9(04) COMP VALUE 0.
001250 01  RX-ID-OVERFLOW                  PIC 9(07) COMP VALUE 0.
001260 01  RX-ID-AREAS.
001270     02  RX-ID-ENTRY OCCURS 2000 TIMES.
001280         03  RX-ID-REQUEST-ID        PIC X(08).
001290         03  RX-ID-SOURCE            PIC X(01).
001300             88  RX-ID-FROM-RAW                 VALUE "R".
001310             88  RX-ID-FROM-INTAKE              VALUE "I".
001320
001330 01  RX-LOAD-SOURCE                  PIC X(01) VALUE SPACES.
001340
001350 01  RX-ID-FOUND-SWITCH              PIC X(01) VALUE "N".
001360     88  RX-ID-FOUND                            VALUE "Y".
001370
001380*----------------------------------------------------------------*
001390* RUN CONTROL TOTALS.
001400*----------------------------------------------------------------*
001410 01  RX-RUN-COUNTERS.
001420     02  RX-RAW-READ                PIC 9(07) COMP VALUE 0.
001430     02  RX-INTAKE-READ             PIC 9(07) COMP VALUE 0.
001440     02  RX-ENTRIES-READ            PIC 9(07) COMP VALUE 0.
001450     02  RX-RECEIVED-FOUND          PIC 9(07) COMP VALUE 0.
001460     02  RX-RECORDS-EXTRACTED       PIC 9(07) COMP VALUE 0.
001470     02  RX-ALREADY-ON-RAW          PIC 9(07) COMP VALUE 0.
001480     02  RX-ALREADY-ON-INTAKE       PIC 9(07) COMP VALUE 0.
001490     02  RX-HELD-SKIPPED            PIC 9(07) COMP VALUE 0.
001500     02  RX-WRITE-FAILURES          PIC 9(07) COMP VALUE 0.
001510
001520*----------------------------------------------------------------*
001530* RUN IDENTIFICATION FOR THE REPORT HEADER.
001540*----------------------------------------------------------------*
001550 01  RX-RUN-IDENTIFICATION.
001560     02  RX-RUN-DATE                 PIC 9(08).
001570     02  RX-RUN-DATE-X REDEFINES RX-RUN-DATE.
001580         03  RX-RUN-YYYY             PIC 9(04).
001590         03  RX-RUN-MM               PIC 9(02).
001600         03  RX-RUN-DD               PIC 9(02).
001610
001620*----------------------------------------------------------------*
001630* REPORT LINE LAYOUTS.
001640*----------------------------------------------------------------*
001650 01  RX-RPRT-HEADER-LINE.
001660     02  FILLER                      PIC X(01) VALUE SPACES.
001670     02  FILLER                      PIC X(30) VALUE
001680         "ROTEXTRCT RQMASTER EXTRACT   ".
001690     02  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001700     02  RX-RPRT-HDR-YYYY            PIC 9(04).
001710     02  FILLER                      PIC X(01) VALUE "-".
001720     02  RX-RPRT-HDR-MM              PIC 9(02).
001730     02  FILLER                      PIC X(01) VALUE "-".
001740     02  RX-RPRT-HDR-DD              PIC 9(02).
001750
001760 01  RX-RPRT-COLUMN-LINE.
001770     02  FILLER                      PIC X(80) VALUE
001780         " REQUEST-ID  SUBMITTER  PRI  RESULT".
001790
001800 01  RX-RPRT-DETAIL-LINE.
001810     02  FILLER                      PIC X(01) VALUE SPACES.
001820     02  RX-DET-REQUEST-ID           PIC X(08).
001830     02  FILLER                      PIC X(04) VALUE SPACES.
001840     02  RX-DET-SUBMITTER            PIC X(08).
001850     02  FILLER                      PIC X(04) VALUE SPACES.
001860     02  RX-DET-PRIORITY             PIC X(01).
001870     02  FILLER                      PIC X(03) VALUE SPACES.
001880     02  RX-DET-RESULT               PIC X(44).
001890
001900 01  RX-RPRT-TOTALS-LINE.
001910     02  FILLER                      PIC X(01) VALUE SPACES.
001920     02  RX-RPRT-TOT-LABEL           PIC X(24).
001930     02  RX-RPRT-TOT-VALUE           PIC ZZZZZZ9.
001940
001950 PROCEDURE DIVISION.
001960*----------------------------------------------------------------*
001970* 0000-MAINLINE                                                  *
001980*----------------------------------------------------------------*
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
002020         UNTIL RX-END-OF-MASTER.
002030     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002040     GO TO 9999-EXIT.
002050
002060*----------------------------------------------------------------*
002070* 1000-INITIALIZE -- OPEN THE MASTER AND OUTPUTS, LOAD THE       *
002080* ALREADY-FED REQUEST IDS FROM BOTH LOOKUP FILES, AND WRITE THE  *
002090* REPORT HEADER. A MASTER THAT WILL NOT OPEN PRODUCES AN EMPTY   *
002100* EXTRACT -- THE SORT STILL RUNS ON THE OTHER TWO FILES -- AND   *
002110* SAYS WHY.                                                      *
002120*----------------------------------------------------------------*
002130 1000-INITIALIZE.
002140     OPEN INPUT RqmFile.
002150     IF RX-RQM-STATUS NOT = "00"
002160         DISPLAY "ROTEXTRCT: *** RQMASTER OPEN FAILED, STATUS "
002170             RX-RQM-STATUS
002180         SET RX-END-OF-MASTER TO TRUE
002190     END-IF.
002200     OPEN OUTPUT ExtrFile.
002210     OPEN OUTPUT RprtFile.
002220     ACCEPT RX-RUN-DATE FROM DATE YYYYMMDD.
002230     PERFORM 1100-LOAD-RAW-IDS THRU 1100-EXIT.
002240     PERFORM 1200-LOAD-INTAKE-IDS THRU 1200-EXIT.
002250     MOVE RX-RUN-YYYY TO RX-RPRT-HDR-YYYY.
002260     MOVE RX-RUN-MM TO RX-RPRT-HDR-MM.
002270     MOVE RX-RUN-DD TO RX-RPRT-HDR-DD.
002280     WRITE RprtRecord FROM RX-RPRT-HEADER-LINE.
002290     WRITE RprtRecord FROM RX-RPRT-COLUMN-LINE.
002300 1000-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------------*
002340* 1100-LOAD-RAW-IDS -- EVERY NON-BLANK REQUESTID ON STRIN.RAW    *
002350* GOES INTO THE ALREADY-FED TABLE.                               *
002360*----------------------------------------------------------------*
002370 1100-LOAD-RAW-IDS.
002380     OPEN INPUT RawFile.
002390     IF RX-RAW-STATUS NOT = "00"
002400         DISPLAY "ROTEXTRCT: STRINRAW OPEN FAILED, STATUS "
002410             RX-RAW-STATUS ", NO RAW IDS CHECKED"
002420         GO TO 1100-EXIT
002430     END-IF.
002440     MOVE "R" TO RX-LOAD-SOURCE.
002450     MOVE "N" TO RX-LOOKUP-EOF-SWITCH.
002460     PERFORM 1110-LOAD-ONE-RAW THRU 1110-EXIT
002470         UNTIL RX-END-OF-LOOKUP.
002480     CLOSE RawFile.
002490 1100-EXIT.
002500     EXIT.
002510
002520 1110-LOAD-ONE-RAW.
002530     READ RawFile INTO StringsSetup
002540         AT END
002550             SET RX-END-OF-LOOKUP TO TRUE
002560     END-READ.
002570     IF RX-END-OF-LOOKUP
002580         GO TO 1110-EXIT
002590     END-IF.
002600     ADD 1 TO RX-RAW-READ.
002610     PERFORM 1300-ADD-ONE-ID THRU 1300-EXIT.
002620 1110-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------------*
002660* 1200-LOAD-INTAKE-IDS -- THE SAME FOR TONIGHT'S INTAKE          *
002670* GENERATION. ROTINTAKE LEAVES REQUESTID BLANK TODAY, SO THIS    *
002680* USUALLY ADDS NOTHING; IT IS CHECKED ANYWAY SO A HAND-EDITED    *
002690* INTAKE FILE CANNOT SLIP A SECOND COPY PAST THE EXTRACT.        *
002700*----------------------------------------------------------------*
002710 1200-LOAD-INTAKE-IDS.
002720     OPEN INPUT IntakeFile.
002730     IF RX-INT-STATUS NOT = "00"
002740         DISPLAY "ROTEXTRCT: STRININT OPEN FAILED, STATUS "
002750             RX-INT-STATUS ", NO INTAKE IDS CHECKED"
002760         GO TO 1200-EXIT
002770     END-IF.
002780     MOVE "I" TO RX-LOAD-SOURCE.
002790     MOVE "N" TO RX-LOOKUP-EOF-SWITCH.
002800     PERFORM 1210-LOAD-ONE-INTAKE THRU 1210-EXIT
002810         UNTIL RX-END-OF-LOOKUP.
002820     CLOSE IntakeFile.
002830 1200-EXIT.
002840     EXIT.
002850
002860 1210-LOAD-ONE-INTAKE.
002870     READ IntakeFile INTO StringsSetup
002880         AT END
002890             SET RX-END-OF-LOOKUP TO TRUE
002900     END-READ.
002910     IF RX-END-OF-LOOKUP
002920         GO TO 1210-EXIT
002930     END-IF.
002940     ADD 1 TO RX-INTAKE-READ.
002950     PERFORM 1300-ADD-ONE-ID THRU 1300-EXIT.
002960 1210-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------*
003000* 1300-ADD-ONE-ID -- ONE REQUESTID INTO THE TABLE, TAGGED WITH   *
003010* THE FILE IT CAME FROM. BLANK IDS ARE UNTRACKED WORK AND ARE    *
003020* NOT REMEMBERED.                                                *
003030*----------------------------------------------------------------*
003040 1300-ADD-ONE-ID.
003050     IF RequestId = SPACES
003060         GO TO 1300-EXIT
003070     END-IF.
003080     IF RX-ID-COUNT >= RX-ID-LIMIT
003090         ADD 1 TO RX-ID-OVERFLOW
003100         GO TO 1300-EXIT
003110     END-IF.
003120     ADD 1 TO RX-ID-COUNT.
003130     MOVE RequestId TO RX-ID-REQUEST-ID(RX-ID-COUNT).
003140     MOVE RX-LOAD-SOURCE TO RX-ID-SOURCE(RX-ID-COUNT).
003150 1300-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------*
003190* 2000-PROCESS-ENTRY -- ONE ITERATION PER MASTER ENTRY. ONLY     *
003200* RECEIVED ENTRIES ARE EXTRACTED; HELD ONES ARE COUNTED SO THE   *
003210* REPORT SHOWS WHAT WAS PARKED ON PURPOSE, AND EVERYTHING ELSE   *
003220* HAS ALREADY BEEN WORKED OR CANCELLED.                          *
003230*----------------------------------------------------------------*
003240 2000-PROCESS-ENTRY.
003250     READ RqmFile INTO RequestMaster
003260         AT END
003270             SET RX-END-OF-MASTER TO TRUE
003280     END-READ.
003290     IF RX-END-OF-MASTER
003300         GO TO 2000-EXIT
003310     END-IF.
003320     ADD 1 TO RX-ENTRIES-READ.
003330     IF RqmHeld
003340         ADD 1 TO RX-HELD-SKIPPED
003350         GO TO 2000-EXIT
003360     END-IF.
003370     IF NOT RqmReceived
003380         GO TO 2000-EXIT
003390     END-IF.
003400     ADD 1 TO RX-RECEIVED-FOUND.
003410     MOVE RqmRequestId TO RX-DET-REQUEST-ID.
003420     MOVE RqmSubmitter TO RX-DET-SUBMITTER.
003430     PERFORM 2100-CHECK-ALREADY-FED THRU 2100-EXIT.
003440     IF RX-ID-FOUND
003450         MOVE RqmPriority TO RX-DET-PRIORITY
003460         WRITE RprtRecord FROM RX-RPRT-DETAIL-LINE
003470         GO TO 2000-EXIT
003480     END-IF.
003490     PERFORM 2200-WRITE-EXTRACT THRU 2200-EXIT.
003500 2000-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------------*
003540* 2100-CHECK-ALREADY-FED -- LOOKS THE ENTRY'S REQUEST ID UP IN   *
003550* THE ALREADY-FED TABLE. A HIT SETS THE REPORT RESULT TO NAME    *
003560* THE FILE THAT ALREADY CARRIES IT.                              *
003570*----------------------------------------------------------------*
003580 2100-CHECK-ALREADY-FED.
003590     MOVE "N" TO RX-ID-FOUND-SWITCH.
003600     MOVE 0 TO RX-ID-SUB.
003610     PERFORM 2110-CHECK-ONE-ID THRU 2110-EXIT
003620         UNTIL RX-ID-FOUND OR RX-ID-SUB >= RX-ID-COUNT.
003630     IF NOT RX-ID-FOUND
003640         GO TO 2100-EXIT
003650     END-IF.
003660     IF RX-ID-FROM-RAW(RX-ID-SUB)
003670         ADD 1 TO RX-ALREADY-ON-RAW
003680         MOVE "*** NOT EXTRACTED, ALREADY ON STRIN.RAW" TO
003690             RX-DET-RESULT
003700     ELSE
003710         ADD 1 TO RX-ALREADY-ON-INTAKE
003720         MOVE "*** NOT EXTRACTED, ALREADY ON INTAKE FILE" TO
003730             RX-DET-RESULT
003740     END-IF.
003750 2100-EXIT.
003760     EXIT.
003770
003780 2110-CHECK-ONE-ID.
003790     ADD 1 TO RX-ID-SUB.
003800     IF RX-ID-REQUEST-ID(RX-ID-SUB) = RqmRequestId
003810         SET RX-ID-FOUND TO TRUE
003820     END-IF.
003830 2110-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------*
003870* 2200-WRITE-EXTRACT -- BUILDS THE STRIN RECORD FROM THE MASTER  *
003880* ENTRY. THE SORT ORDERS ON THE PRIORITY BYTE, SO ANYTHING BUT   *
003890* A DIGIT 1-9 TAKES THE NORMAL DEFAULT 9, THE SAME RULE          *
003900* ROTRQMNT ADD APPLIES.                                          *
003910*----------------------------------------------------------------*
003920 2200-WRITE-EXTRACT.
003930     MOVE SPACES TO StringsSetup.
003940     MOVE RqmValOne TO ValOne.
003950     MOVE RqmValTwo TO ValTwo.
003960     MOVE RqmValThree TO ValThree.
003970     MOVE RqmRequestId TO RequestId.
003980     MOVE RqmSubmitter TO Requester.
003990     IF RqmPriority >= "1" AND RqmPriority <= "9"
004000         MOVE RqmPriority TO PriorityCode
004010     ELSE
004020         MOVE "9" TO PriorityCode
004030     END-IF.
004040     MOVE PriorityCode TO RX-DET-PRIORITY.
004050     WRITE ExtrRecord FROM StringsSetup.
004060     IF RX-EXTR-STATUS = "00"
004070         ADD 1 TO RX-RECORDS-EXTRACTED
004080         MOVE "EXTRACTED" TO RX-DET-RESULT
004090     ELSE
004100         ADD 1 TO RX-WRITE-FAILURES
004110         MOVE "*** EXTRACT WRITE FAILED" TO RX-DET-RESULT
004120         DISPLAY "ROTEXTRCT: *** STRINEXT WRITE FAILED, STATUS "
004130             RX-EXTR-STATUS " KEY " RqmRequestId
004140     END-IF.
004150     WRITE RprtRecord FROM RX-RPRT-DETAIL-LINE.
004160 2200-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 8000-FINALIZE -- CONTROL TOTALS, THE TABLE-OVERFLOW WARNING,   *
004210* AND CLOSE. A WRITE FAILURE ENDS THE STEP RC=8 SO THE SORT IS   *
004220* NOT FED A SHORT EXTRACT.                                       *
004230*----------------------------------------------------------------*
004240 8000-FINALIZE.
004250     MOVE "TOTAL MASTER ENTRIES...." TO RX-RPRT-TOT-LABEL.
004260     MOVE RX-ENTRIES-READ TO RX-RPRT-TOT-VALUE.
004270     WRITE RprtRecord FROM RX-RPRT-TOTALS-LINE.
004280     MOVE "TOTAL RECEIVED ENTRIES.." TO RX-RPRT-TOT-LABEL.
004290     MOVE RX-RECEIVED-FOUND TO RX-RPRT-TOT-VALUE.
004300     WRITE RprtRecord FROM RX-RPRT-TOTALS-LINE.
004310     MOVE "TOTAL RECORDS EXTRACTED." TO RX-RPRT-TOT-LABEL.
004320     MOVE RX-RECORDS-EXTRACTED TO RX-RPRT-TOT-VALUE.
004330     WRITE RprtRecord FROM RX-RPRT-TOTALS-LINE.
004340     MOVE "TOTAL ALREADY ON RAW...." TO RX-RPRT-TOT-LABEL.
004350     MOVE RX-ALREADY-ON-RAW TO RX-RPRT-TOT-VALUE.
004360     WRITE RprtRecord FROM RX-RPRT-TOTALS-LINE.
004370     MOVE "TOTAL ALREADY ON INTAKE." TO RX-RPRT-TOT-LABEL.
004380     MOVE RX-ALREADY-ON-INTAKE TO RX-RPRT-TOT-VALUE.
004390     WRITE RprtRecord FROM RX-RPRT-TOTALS-LINE.
004400     MOVE "TOTAL HELD NOT EXTRACTED" TO RX-RPRT-TOT-LABEL.
004410     MOVE RX-HELD-SKIPPED TO RX-RPRT-TOT-VALUE.
004420     WRITE RprtRecord FROM RX-RPRT-TOTALS-LINE.
004430     MOVE "TOTAL WRITE FAILURES...." TO RX-RPRT-TOT-LABEL.
004440     MOVE RX-WRITE-FAILURES TO RX-RPRT-TOT-VALUE.
004450     WRITE RprtRecord FROM RX-RPRT-TOTALS-LINE.
004460     IF RX-ID-OVERFLOW > 0
004470         MOVE "*** IDS NOT CHECKED....." TO RX-RPRT-TOT-LABEL
004480         MOVE RX-ID-OVERFLOW TO RX-RPRT-TOT-VALUE
004490         WRITE RprtRecord FROM RX-RPRT-TOTALS-LINE
004500         DISPLAY "ROTEXTRCT: *** REQUEST-ID TABLE FULL, "
004510             RX-ID-OVERFLOW " IDS NOT CHECKED FOR DUPLICATES"
004520     END-IF.
004530     CLOSE RqmFile.
004540     CLOSE ExtrFile.
004550     CLOSE RprtFile.
004560     IF RX-WRITE-FAILURES > 0
004570         MOVE 8 TO RETURN-CODE
004580     END-IF.
004590     DISPLAY "ROTEXTRCT: ENTRIES READ......: " RX-ENTRIES-READ.
004600     DISPLAY "ROTEXTRCT: RECORDS EXTRACTED.: "
004610         RX-RECORDS-EXTRACTED.
004620     DISPLAY "ROTEXTRCT: ALREADY FED.......: "
004630         RX-ALREADY-ON-RAW " RAW, " RX-ALREADY-ON-INTAKE
004640         " INTAKE".
004650 8000-EXIT.
004660     EXIT.
004670
004680 9999-EXIT.
004690     STOP RUN.
