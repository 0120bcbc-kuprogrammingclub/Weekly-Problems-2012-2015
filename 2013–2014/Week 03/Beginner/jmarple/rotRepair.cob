000276*   2026-09-02 JRM  THE REJECT NOW CARRIES ITS RUN DATE
000277*                   (WIDENED 148 TO 156); A REPAIRED REJECT'S
000278*                   REJSUSP SUSPENSE ENTRY IS MARKED REPAIRED.
000279*   2026-10-14 JRM  CARDS APPLY ONLY FOR AN OPERATOR WITH REPAIR
000280*                   AUTHORITY ON OPAUTH, WITHIN ANY REQUESTER
000281*                   LIMIT; REFUSED CARDS ARE LOGGED TO ROTAUDIT.
000282*   2026-10-15 JRM  AN OPAUTH OPEN FAILURE IS NOW REPORTED ON
000283*                   THE REPAIR REPORT AT RC=8 AND THE REJECT
000284*                   PASS IS SKIPPED; OPAUTH CLOSED ONLY IF OPEN.
000285*----------------------------------------------------------------*
000286 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. ROTREPAIR.
000300 AUTHOR. J. MARPLE.
000310 INSTALLATION. KU PROGRAMMING CLUB.
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RR-CORR-STATUS.
000490
000491     SELECT AuditFile ASSIGN TO "ROTAUDIT"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS RR-AUDIT-STATUS.
000494
000500     SELECT RprtFile ASSIGN TO "REPAIRRP"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RR-RPRT-STATUS.
000527         RECORD KEY IS SuspKey
000528         FILE STATUS IS RR-SUSP-STATUS.
000530
000531     SELECT AuthFile ASSIGN TO "OPAUTH"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS AuthKey
000535         FILE STATUS IS RR-AUTH-STATUS.
000536
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RejFile
000650     RECORDING MODE IS F.
000660 01  CorrRecord                      PIC X(137).
000670
000671 FD  AuditFile
000672     RECORDING MODE IS F.
000673 01  AuditRecord                     PIC X(132).
000674
000680 FD  RprtFile
000690     RECORDING MODE IS F.
000700 01  RprtRecord                      PIC X(132).
000706     02  SuspKey                     PIC X(15).
000707     02  FILLER                      PIC X(185).
000710
000711 FD  AuthFile.
000712 01  AuthRecord.
000713     02  AuthKey                     PIC X(08).
000714     02  FILLER                      PIC X(92).
000715
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------*
000740* THE SHARED THREE-STRING RECORD LAYOUT THE CORRECTED OUTPUT IS
000807     COPY RTSUSP.
000810
000820*----------------------------------------------------------------*
000821* THE OPERATOR-AUTHORITY ENTRY EACH CARD IS CHECKED AGAINST, AND
000822* THE ROTAUDIT LINE WRITTEN FOR A REFUSED CARD.
000823*----------------------------------------------------------------*
000824     COPY OPAUTH.
000825
000826*----------------------------------------------------------------*
000830* FILE STATUS AND END-OF-FILE SWITCHES.
000840*----------------------------------------------------------------*
000850 01  RR-FILE-STATUSES.
000880     02  RR-CORR-STATUS              PIC X(02) VALUE SPACES.
000890     02  RR-RPRT-STATUS              PIC X(02) VALUE SPACES.
000892     02  RR-SUSP-STATUS              PIC X(02) VALUE SPACES.
000893     02  RR-AUTH-STATUS              PIC X(02) VALUE SPACES.
000894     02  RR-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000900
000910 01  RR-REJ-EOF-SWITCH               PIC X(01) VALUE "N".
000920     88  RR-END-OF-REJECTS                      VALUE "Y".
000958 01  RR-SUSP-AVAILABLE-SWITCH        PIC X(01) VALUE "N".
000959     88  RR-SUSP-AVAILABLE                      VALUE "Y".
000960
000961 01  RR-AUTH-CHECK.
000962     02  RR-AUTH-OK-SW               PIC X(01) VALUE "Y".
000963         88  RR-AUTH-OK                         VALUE "Y".
000964     02  RR-AUTH-REQUESTER           PIC X(08).
000965     02  RR-LIMIT-SUB                PIC 9(02) COMP VALUE 0.
000966     02  RR-CARDS-REFUSED            PIC 9(03) COMP VALUE 0.
000967     02  RR-AUTH-AVAILABLE-SW        PIC X(01) VALUE "N".
000968         88  RR-AUTH-AVAILABLE                  VALUE "Y".
000969
000970*----------------------------------------------------------------*
000980* THE CORRECTION CARD TABLE. CARDS ARE LOADED UP FRONT SO THE
000990* REJECT FILE CAN BE MATCHED IN A SINGLE PASS; 500 CARDS IS FAR
001320     02  RR-CARDS-UNMATCHED         PIC 9(07) COMP VALUE 0.
001322     02  RR-SUSP-UPDATED            PIC 9(07) COMP VALUE 0.
001324     02  RR-SUSP-NOT-FOUND          PIC 9(07) COMP VALUE 0.
001325     02  RR-CARDS-DENIED            PIC 9(07) COMP VALUE 0.
001330
001340*----------------------------------------------------------------*
001350* RUN IDENTIFICATION FOR THE REPORT HEADER.
001400         03  RR-RUN-YYYY             PIC 9(04).
001410         03  RR-RUN-MM               PIC 9(02).
001420         03  RR-RUN-DD               PIC 9(02).
001421     02  RR-OPERATOR-ID              PIC X(08).
001422     02  RR-JOB-ID                   PIC X(08).
001430
001440*----------------------------------------------------------------*
001450* REPORT LINE LAYOUTS.
001710     02  RR-RPRT-TOT-LABEL           PIC X(24).
001720     02  RR-RPRT-TOT-VALUE           PIC ZZZZZZ9.
001730
001731 01  RR-RPRT-NOAUTH-LINE.
001732     02  FILLER                      PIC X(80) VALUE
001733         " *** OPAUTH UNAVAILABLE, NO CARDS APPLIED".
001734
001740 PROCEDURE DIVISION.
001750*----------------------------------------------------------------*
001760* 0000-MAINLINE                                                  *
001948             RR-SUSP-STATUS ", SUSPENSE NOT UPDATED"
001949     END-IF.
001950     ACCEPT RR-RUN-DATE FROM DATE YYYYMMDD.
001951     ACCEPT RR-OPERATOR-ID FROM ENVIRONMENT "USER".
001952     IF RR-OPERATOR-ID = SPACES
001953         MOVE "UNKNOWN " TO RR-OPERATOR-ID
001954     END-IF.
001955     ACCEPT RR-JOB-ID FROM ENVIRONMENT "JOB_ID".
001956     IF RR-JOB-ID = SPACES
001957         MOVE "ROTREPR " TO RR-JOB-ID
001958     END-IF.
001960     MOVE RR-RUN-YYYY TO RR-RPRT-HDR-YYYY.
001970     MOVE RR-RUN-MM TO RR-RPRT-HDR-MM.
001980     MOVE RR-RUN-DD TO RR-RPRT-HDR-DD.
001990     WRITE RprtRecord FROM RR-RPRT-HEADER-LINE.
002000     WRITE RprtRecord FROM RR-RPRT-COLUMN-LINE.
002001     OPEN INPUT AuthFile.
002002     IF RR-AUTH-STATUS = "00"
002003         SET RR-AUTH-AVAILABLE TO TRUE
002004     ELSE
002005         DISPLAY "ROTREPAIR: OPAUTH OPEN FAILED " RR-AUTH-STATUS
002006         WRITE RprtRecord FROM RR-RPRT-NOAUTH-LINE
002007         MOVE 8 TO RETURN-CODE
002008         SET RR-END-OF-CARDS RR-END-OF-REJECTS TO TRUE
002009     END-IF.
002010 1000-EXIT.
002020     EXIT.
002030
002620     ADD 1 TO RR-REJECTS-READ.
002630     MOVE RejStringData TO StringsSetup.
002640     MOVE 0 TO RR-FIELDS-APPLIED.
002641     PERFORM 2400-CHECK-AUTHORITY THRU 2400-EXIT.
002642     IF RR-CARDS-REFUSED > 0
002643         GO TO 2000-EXIT
002644     END-IF.
002650     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
002660         VARYING RR-CARD-SUB FROM 1 BY 1
002670         UNTIL RR-CARD-SUB > RR-CARD-COUNT.
003263     EXIT.
003264
003265*----------------------------------------------------------------*
003266* 2400-CHECK-AUTHORITY -- EVERY CARD NAMING THE CURRENT REJECT   *
003267* IS CHECKED BEFORE ANY IS APPLIED. IF ONE IS REFUSED NONE ARE,  *
003268* SO A REJECT IS NEVER RESUBMITTED HALF-REPAIRED; IT STAYS ON    *
003269* SUSPENSE FOR AN AUTHORIZED OPERATOR TO FIX.                    *
003270* ALL OF THE REJECT'S CARDS ARE THEN MARKED REFUSED WITH IT, SO  *
003271* NONE IS LISTED AGAIN AS UNMATCHED.                             *
003272*----------------------------------------------------------------*
003273 2400-CHECK-AUTHORITY.
003274     MOVE 0 TO RR-CARDS-REFUSED.
003275     PERFORM 2410-CHECK-ONE-CARD THRU 2410-EXIT
003276         VARYING RR-CARD-SUB FROM 1 BY 1
003277         UNTIL RR-CARD-SUB > RR-CARD-COUNT.
003278     IF RR-CARDS-REFUSED > 0
003279         PERFORM 2440-MARK-REFUSED THRU 2440-EXIT
003280             VARYING RR-CARD-SUB FROM 1 BY 1
003281             UNTIL RR-CARD-SUB > RR-CARD-COUNT
003282         ADD 1 TO RR-REJECTS-UNREPAIRED
003283         MOVE RejRecordNum TO RR-RPRT-RECORD-NUM
003284         MOVE "NOT REPAIRED" TO RR-RPRT-DISPOSITION
003285         MOVE "CARD NOT AUTHORIZED, NO CARD APPLIED" TO
003286             RR-RPRT-DETAIL
003287         WRITE RprtRecord FROM RR-RPRT-DETAIL-LINE
003288     END-IF.
003289 2400-EXIT.
003290     EXIT.
003291
003292*----------------------------------------------------------------*
003293* 2410-CHECK-ONE-CARD -- THE OPERATOR MUST BE ON OPAUTH WITH THE *
003294* REPAIR FLAG, AND WHERE THE ENTRY IS LIMITED TO CERTAIN         *
003295* REQUESTERS THE REJECT'S REQUESTER MUST BE ONE OF THEM -- AND   *
003296* SO MUST THE NEW VALUE ON A CARD THAT CHANGES THE REQUESTER.    *
003297*----------------------------------------------------------------*
003298 2410-CHECK-ONE-CARD.
003299     IF RR-CARD-RECORD-NUM(RR-CARD-SUB) NOT = RejRecordNum
003300         GO TO 2410-EXIT
003301     END-IF.
003302     MOVE RR-OPERATOR-ID TO AuthKey.
003303     READ AuthFile INTO OperatorAuthority
003304         INVALID KEY
003305             SET OpdNotOnFile TO TRUE
003306             PERFORM 2500-DENY-CARD THRU 2500-EXIT
003307             GO TO 2410-EXIT
003308     END-READ.
003309     IF NOT OpaMayRepair
003310         SET OpdNoAuthority TO TRUE
003311         PERFORM 2500-DENY-CARD THRU 2500-EXIT
003312         GO TO 2410-EXIT
003313     END-IF.
003314     IF OpaLimitCodes = SPACES
003315         GO TO 2410-EXIT
003316     END-IF.
003317     MOVE Requester TO RR-AUTH-REQUESTER.
003318     PERFORM 2420-MATCH-LIMITS THRU 2420-EXIT.
003319     IF RR-AUTH-OK AND RR-CARD-FIELD-NUM(RR-CARD-SUB) = 4
003320         MOVE RR-CARD-VALUE(RR-CARD-SUB)(1:8) TO RR-AUTH-REQUESTER
003321         PERFORM 2420-MATCH-LIMITS THRU 2420-EXIT
003322     END-IF.
003323     IF NOT RR-AUTH-OK
003324         SET OpdOutOfLimit TO TRUE
003325         PERFORM 2500-DENY-CARD THRU 2500-EXIT
003326     END-IF.
003327 2410-EXIT.
003328     EXIT.
003329
003330 2420-MATCH-LIMITS.
003331     MOVE "N" TO RR-AUTH-OK-SW.
003332     PERFORM 2430-MATCH-ONE-LIMIT THRU 2430-EXIT
003333         VARYING RR-LIMIT-SUB FROM 1 BY 1
003334         UNTIL RR-LIMIT-SUB > 6 OR RR-AUTH-OK.
003335 2420-EXIT.
003336     EXIT.
003337
003338 2430-MATCH-ONE-LIMIT.
003339     IF OpaLimitCode(RR-LIMIT-SUB) NOT = SPACES
003340             AND OpaLimitCode(RR-LIMIT-SUB) = RR-AUTH-REQUESTER
003341         MOVE "Y" TO RR-AUTH-OK-SW
003342     END-IF.
003343 2430-EXIT.
003344     EXIT.
003345
003346 2440-MARK-REFUSED.
003347     IF RR-CARD-RECORD-NUM(RR-CARD-SUB) = RejRecordNum
003348         MOVE "D" TO RR-CARD-USED-SW(RR-CARD-SUB)
003349     END-IF.
003350 2440-EXIT.
003351     EXIT.
003352
003353*----------------------------------------------------------------*
003354* 2500-DENY-CARD -- THE CARD IS REFUSED: LISTED WITH THE REASON  *
003355* THE CALLER SET, MARKED SO IT IS NOT ALSO LISTED AS UNMATCHED,  *
003356* AND LOGGED TO ROTAUDIT AS A DENY EVENT UNDER THE OPERATOR'S    *
003357* ID, FOR THE ROTOPVIO REPORT.                                   *
003358*----------------------------------------------------------------*
003359 2500-DENY-CARD.
003360     MOVE "N" TO RR-AUTH-OK-SW.
003361     MOVE "D" TO RR-CARD-USED-SW(RR-CARD-SUB).
003362     ADD 1 TO RR-CARDS-REFUSED.
003363     ADD 1 TO RR-CARDS-DENIED.
003364     MOVE RejRecordNum TO RR-RPRT-RECORD-NUM.
003365     MOVE "NOT AUTHORIZED" TO RR-RPRT-DISPOSITION.
003366     MOVE SPACES TO RR-RPRT-DETAIL.
003367     MOVE "FIELD " TO RR-RPRT-DETAIL(1:6).
003368     MOVE RR-CARD-FIELD-NUM(RR-CARD-SUB) TO RR-RPRT-DETAIL(7:1).
003369     MOVE " CARD: " TO RR-RPRT-DETAIL(8:7).
003370     MOVE OpdReason TO RR-RPRT-DETAIL(15:13).
003371     WRITE RprtRecord FROM RR-RPRT-DETAIL-LINE.
003372     OPEN EXTEND AuditFile.
003373     IF RR-AUDIT-STATUS NOT = "00"
003374         CLOSE AuditFile
003375         OPEN OUTPUT AuditFile
003376     END-IF.
003377     MOVE RR-OPERATOR-ID TO OpdOperator.
003378     MOVE RR-JOB-ID TO OpdJobId.
003379     MOVE RR-RUN-DATE TO OpdDate.
003380     ACCEPT OpdTime FROM TIME.
003381     MOVE 1 TO OpdCount.
003382     MOVE "REJECT    " TO OpdKeyType.
003383     MOVE RejRecordNum TO OpdKey.
003384     MOVE "ROTREPAIR" TO OpdProgram.
003385     MOVE "REPAIR  " TO OpdFunction.
003386     MOVE RR-CARD-FIELD-NUM(RR-CARD-SUB) TO OpdFunction(8:1).
003387     WRITE AuditRecord FROM AuthorityDenial.
003388     IF RR-AUDIT-STATUS NOT = "00"
003389         DISPLAY "ROTREPAIR: *** ROTAUDIT WRITE FAILED, STATUS "
003390             RR-AUDIT-STATUS
003391     END-IF.
003392     CLOSE AuditFile.
003393 2500-EXIT.
003394     EXIT.
003395
003396*----------------------------------------------------------------*
003397* 8000-FINALIZE -- LIST CARDS THAT MATCHED NO REJECT, WRITE THE  *
003398* CONTROL TOTALS, AND CLOSE.                                     *
003399*----------------------------------------------------------------*
003400 8000-FINALIZE.
003401     PERFORM 8100-REPORT-ONE-UNMATCHED THRU 8100-EXIT
003402         VARYING RR-CARD-SUB FROM 1 BY 1
003403         UNTIL RR-CARD-SUB > RR-CARD-COUNT.
003404     MOVE "TOTAL REJECTS READ......" TO RR-RPRT-TOT-LABEL.
003405     MOVE RR-REJECTS-READ TO RR-RPRT-TOT-VALUE.
003406     WRITE RprtRecord FROM RR-RPRT-TOTALS-LINE.
003407     MOVE "TOTAL REJECTS REPAIRED.." TO RR-RPRT-TOT-LABEL.
003408     MOVE RR-REJECTS-REPAIRED TO RR-RPRT-TOT-VALUE.
003409     WRITE RprtRecord FROM RR-RPRT-TOTALS-LINE.
003410     MOVE "TOTAL NOT REPAIRED......" TO RR-RPRT-TOT-LABEL.
003411     MOVE RR-REJECTS-UNREPAIRED TO RR-RPRT-TOT-VALUE.
003412     WRITE RprtRecord FROM RR-RPRT-TOTALS-LINE.
003420     MOVE "TOTAL CARDS READ........" TO RR-RPRT-TOT-LABEL.
003430     MOVE RR-CARDS-READ TO RR-RPRT-TOT-VALUE.
003440     WRITE RprtRecord FROM RR-RPRT-TOTALS-LINE.
003470     WRITE RprtRecord FROM RR-RPRT-TOTALS-LINE.
003480     MOVE "TOTAL CARDS UNMATCHED..." TO RR-RPRT-TOT-LABEL.
003490     MOVE RR-CARDS-UNMATCHED TO RR-RPRT-TOT-VALUE.
003491     WRITE RprtRecord FROM RR-RPRT-TOTALS-LINE.
003492     MOVE "TOTAL NOT AUTHORIZED...." TO RR-RPRT-TOT-LABEL.
003493     MOVE RR-CARDS-DENIED TO RR-RPRT-TOT-VALUE.
003494     WRITE RprtRecord FROM RR-RPRT-TOTALS-LINE.
003502     MOVE "TOTAL SUSPENSE UPDATED.." TO RR-RPRT-TOT-LABEL.
003503     MOVE RR-SUSP-UPDATED TO RR-RPRT-TOT-VALUE.
003504     WRITE RprtRecord FROM RR-RPRT-TOTALS-LINE.
003542     IF RR-SUSP-AVAILABLE
003544         CLOSE SuspFile
003546     END-IF.
003547     IF RR-AUTH-AVAILABLE
003548         CLOSE AuthFile
003549     END-IF.
003550     DISPLAY "ROTREPAIR: REJECTS READ......: " RR-REJECTS-READ.
003560     DISPLAY "ROTREPAIR: REJECTS REPAIRED..: "
003570         RR-REJECTS-REPAIRED.
003590         RR-REJECTS-UNREPAIRED.
003600     DISPLAY "ROTREPAIR: CARDS UNMATCHED...: "
003610         RR-CARDS-UNMATCHED.
003611     DISPLAY "ROTREPAIR: NOT AUTHORIZED....: "
003612         RR-CARDS-DENIED.
003620 8000-EXIT.
003630     EXIT.
003640
