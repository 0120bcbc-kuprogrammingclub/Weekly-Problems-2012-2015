000277*                   HELD STATUS (THE NIGHTLY RUN SKIPS IT);
000278*                   RELEASE PUTS IT BACK TO RECEIVED FOR THE
000279*                   NEXT NIGHT.
000280*   2026-10-14 JRM  EVERY ADD, CANCEL, HOLD AND RELEASE NOW ALSO
000281*                   APPENDS AN RQJRNL STATUS-CHANGE RECORD (OLD
000282*                   AND NEW STATUS, DATE/TIME, OPERATOR, JOB) TO
000283*                   THE CUMULATIVE RQJOURNAL DATASET, THE FEED
000284*                   FOR THE ROTJRNRP REQUEST HISTORY REPORT.
000285*   2026-10-14 JRM  ADD/CANCEL/HOLD/RELEASE CARDS ARE NOW CHECKED
000286*                   AGAINST THE OPERATOR'S OPAUTH ENTRY AND ITS
000287*                   REQUESTER LIMIT; A REFUSED CARD IS REPORTED
000288*                   NOT AUTHORIZED AND LOGGED TO ROTAUDIT (DENY).
000289*   2026-10-15 JRM  AN OPAUTH OPEN FAILURE IS NOW REPORTED ON
000290*                   RQMRPT AND ENDS RC=8; OPAUTH IS CLOSED ONLY
000291*                   IF IT WAS OPENED.
000292*----------------------------------------------------------------*
000293 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ROTRQMNT.
000310 AUTHOR. J. MARPLE.
000320 INSTALLATION. KU PROGRAMMING CLUB.
000490     SELECT RprtFile ASSIGN TO "RQMRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RM-RPRT-STATUS.
000511
000512     SELECT JrnlFile ASSIGN TO "RQJRNL"
000513         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS RM-JRNL-STATUS.
000515
000516     SELECT AuditFile ASSIGN TO "ROTAUDIT"
000517         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS RM-AUDIT-STATUS.
000520
000521     SELECT AuthFile ASSIGN TO "OPAUTH"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS RANDOM
000524         RECORD KEY IS AuthKey
000525         FILE STATUS IS RM-AUTH-STATUS.
000526
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CardFile
000640 FD  RprtFile
000650     RECORDING MODE IS F.
000660 01  RprtRecord                      PIC X(132).
000661
000662 FD  JrnlFile
000663     RECORDING MODE IS F.
000664 01  JrnlRecord                      PIC X(80).
000665
000666 FD  AuthFile.
000667 01  AuthRecord.
000668     02  AuthKey                     PIC X(08).
000669     02  FILLER                      PIC X(92).
000670
000672 FD  AuditFile
000673     RECORDING MODE IS F.
000674 01  AuditRecord                     PIC X(132).
000676
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------------*
000700* THE REQUEST-MASTER RECORD LAYOUT.
000710*----------------------------------------------------------------*
000711     COPY RQMASTER.
000712
000713*----------------------------------------------------------------*
000714* THE STATUS-CHANGE JOURNAL RECORD WRITTEN FOR EVERY MOVE.
000715*----------------------------------------------------------------*
000716     COPY RQJRNL.
000717
000718*----------------------------------------------------------------*
000719* THE OPERATOR-AUTHORITY ENTRY EACH UPDATE CARD IS CHECKED
000720* AGAINST, AND THE ROTAUDIT LINE WRITTEN FOR A REFUSED CARD.
000721*----------------------------------------------------------------*
000722     COPY OPAUTH.
000730
000740*----------------------------------------------------------------*
000750* FILE STATUS AND END-OF-FILE SWITCHES.
000780     02  RM-CARD-STATUS              PIC X(02) VALUE SPACES.
000790     02  RM-RQM-STATUS               PIC X(02) VALUE SPACES.
000800     02  RM-RPRT-STATUS              PIC X(02) VALUE SPACES.
000801     02  RM-JRNL-STATUS              PIC X(02) VALUE SPACES.
000802     02  RM-AUTH-STATUS              PIC X(02) VALUE SPACES.
000803     02  RM-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000810
000820 01  RM-CARD-EOF-SWITCH              PIC X(01) VALUE "N".
000830     88  RM-END-OF-CARDS                        VALUE "Y".
000831
000832 01  RM-AUTH-CHECK.
000833     02  RM-AUTH-OK-SW               PIC X(01) VALUE "Y".
000834         88  RM-AUTH-OK                         VALUE "Y".
000835     02  RM-AUTH-REQUESTER           PIC X(08).
000836     02  RM-LIMIT-SUB                PIC 9(02) COMP VALUE 0.
000837     02  RM-AUTH-AVAILABLE-SW        PIC X(01) VALUE "N".
000838         88  RM-AUTH-AVAILABLE                  VALUE "Y".
000840
000850*----------------------------------------------------------------*
000860* RAW CONTROL CARD IMAGE IN ITS FIXED COLUMNS.
001094     02  RM-RELEASES-DONE           PIC 9(07) COMP VALUE 0.
001100     02  RM-INQUIRIES-DONE          PIC 9(07) COMP VALUE 0.
001110     02  RM-CARDS-IN-ERROR          PIC 9(07) COMP VALUE 0.
001112     02  RM-CARDS-DENIED            PIC 9(07) COMP VALUE 0.
001120
001130*----------------------------------------------------------------*
001140* RUN IDENTIFICATION FOR THE REPORT HEADER AND DATE RECEIVED.
001190         03  RM-RUN-YYYY             PIC 9(04).
001200         03  RM-RUN-MM               PIC 9(02).
001210         03  RM-RUN-DD               PIC 9(02).
001211     02  RM-OPERATOR-ID              PIC X(08).
001212     02  RM-JOB-ID                   PIC X(08).
001220
001230*----------------------------------------------------------------*
001240* REPORT LINE LAYOUTS.
001660     02  FILLER                      PIC X(01) VALUE SPACES.
001670     02  RM-RPRT-TOT-LABEL           PIC X(24).
001680     02  RM-RPRT-TOT-VALUE           PIC ZZZZZZ9.
001681
001682 01  RM-RPRT-NOAUTH-LINE.
001683     02  FILLER                      PIC X(80) VALUE
001684         " *** OPAUTH UNAVAILABLE, NO CARDS APPLIED".
001690
001700 PROCEDURE DIVISION.
001710*----------------------------------------------------------------*
001870 1000-INITIALIZE.
001880     OPEN INPUT CardFile.
001890     OPEN OUTPUT RprtFile.
001891     OPEN EXTEND JrnlFile.
001892     IF RM-JRNL-STATUS NOT = "00"
001893         CLOSE JrnlFile
001894         OPEN OUTPUT JrnlFile
001895     END-IF.
001900     OPEN I-O RqmFile.
001910     IF RM-RQM-STATUS = "35"
001920         OPEN OUTPUT RqmFile
001980             RM-RQM-STATUS
001990         SET RM-END-OF-CARDS TO TRUE
002000     END-IF.
002001     OPEN INPUT AuthFile.
002002     IF RM-AUTH-STATUS = "00"
002003         SET RM-AUTH-AVAILABLE TO TRUE
002004     ELSE
002005         DISPLAY "ROTRQMNT: *** OPAUTH OPEN FAILED, STATUS "
002006             RM-AUTH-STATUS
002007         SET RM-END-OF-CARDS TO TRUE
002008     END-IF.
002010     ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
002011     ACCEPT RM-OPERATOR-ID FROM ENVIRONMENT "USER".
002012     IF RM-OPERATOR-ID = SPACES
002013         MOVE "UNKNOWN " TO RM-OPERATOR-ID
002014     END-IF.
002015     ACCEPT RM-JOB-ID FROM ENVIRONMENT "JOB_ID".
002016     IF RM-JOB-ID = SPACES
002017         MOVE "ROTRQMNT" TO RM-JOB-ID
002018     END-IF.
002020     MOVE RM-RUN-YYYY TO RM-RPRT-HDR-YYYY.
002030     MOVE RM-RUN-MM TO RM-RPRT-HDR-MM.
002040     MOVE RM-RUN-DD TO RM-RPRT-HDR-DD.
002050     WRITE RprtRecord FROM RM-RPRT-HEADER-LINE.
002060     WRITE RprtRecord FROM RM-RPRT-COLUMN-LINE.
002061     MOVE RM-RUN-DATE TO JrnDate.
002062     MOVE "ROTRQMNT" TO JrnProgram.
002063     MOVE RM-OPERATOR-ID TO JrnOperator.
002064     MOVE RM-JOB-ID TO JrnJobId.
002065     IF NOT RM-AUTH-AVAILABLE
002066         WRITE RprtRecord FROM RM-RPRT-NOAUTH-LINE
002067         MOVE 8 TO RETURN-CODE
002068     END-IF.
002070 1000-EXIT.
002080     EXIT.
002090
002250         ADD 1 TO RM-CARDS-IN-ERROR
002260         MOVE "REQUEST ID MISSING" TO RM-RPRT-RESULT
002270         WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE
002271         GO TO 2000-EXIT
002272     END-IF.
002273     PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT.
002274     IF NOT RM-AUTH-OK
002280         GO TO 2000-EXIT
002290     END-IF.
002300     EVALUATE TRUE
002666         GO TO 2100-EXIT
002667     END-IF.
002670     ADD 1 TO RM-ADDS-DONE.
002671     MOVE SPACE TO JrnOldStatus.
002672     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
002680     MOVE "ADDED, STATUS RECEIVED" TO RM-RPRT-RESULT.
002690     WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE.
002700 2100-EXIT.
002900         WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE
002910         GO TO 2200-EXIT
002920     END-IF.
002921     MOVE RqmStatus TO JrnOldStatus.
002930     SET RqmCancelled TO TRUE.
002940     REWRITE RqmRecord FROM RequestMaster.
002950     IF RM-RQM-STATUS NOT = "00"
002990         GO TO 2200-EXIT
003000     END-IF.
003010     ADD 1 TO RM-CANCELS-DONE.
003011     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
003020     MOVE "CANCELLED" TO RM-RPRT-RESULT.
003030     WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE.
003040 2200-EXIT.
003050     EXIT.
003051
003052*----------------------------------------------------------------*
003053* 2250-HOLD-REQUEST -- PARKS A REQUEST THE NIGHTLY RUN MUST      *
003054* SKIP. ONLY OPEN WORK CAN BE HELD: A REQUEST ALREADY ROTATED,   *
003055* REJECTED, OR CANCELLED IS PAST THE POINT A HOLD COULD HELP,    *
003056* AND A SECOND HOLD OF A HELD REQUEST IS AN ERROR SO A           *
003057* MIS-KEYED CARD DOES NOT LOOK LIKE A FRESH HOLD.                *
003058*----------------------------------------------------------------*
003059 2250-HOLD-REQUEST.
003060     MOVE RM-CI-REQUEST-ID TO RqmKey.
003061     READ RqmFile INTO RequestMaster
003062         INVALID KEY
003063             ADD 1 TO RM-CARDS-IN-ERROR
003064             MOVE "REQUEST ID NOT ON MASTER" TO RM-RPRT-RESULT
003065             WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE
003066             GO TO 2250-EXIT
003067     END-READ.
003068     IF NOT RqmReceived AND NOT RqmValidated
003069         ADD 1 TO RM-CARDS-IN-ERROR
003070         MOVE "NOT RECEIVED/VALIDATED, NOT HELD" TO
003071             RM-RPRT-RESULT
003072         WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE
003073         GO TO 2250-EXIT
003074     END-IF.
003075     MOVE RqmStatus TO JrnOldStatus.
003076     SET RqmHeld TO TRUE.
003077     REWRITE RqmRecord FROM RequestMaster.
003078     IF RM-RQM-STATUS NOT = "00"
003079         ADD 1 TO RM-CARDS-IN-ERROR
003080         MOVE "REWRITE FAILED" TO RM-RPRT-RESULT
003081         WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE
003082         GO TO 2250-EXIT
003083     END-IF.
003084     ADD 1 TO RM-HOLDS-DONE.
003085     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
003093     MOVE "HELD" TO RM-RPRT-RESULT.
003094     WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE.
003095 2250-EXIT.
003115         WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE
003116         GO TO 2260-EXIT
003117     END-IF.
003120     MOVE RqmStatus TO JrnOldStatus.
003121     SET RqmReceived TO TRUE.
003122     REWRITE RqmRecord FROM RequestMaster.
003123     IF RM-RQM-STATUS NOT = "00"
003124         ADD 1 TO RM-CARDS-IN-ERROR
003125         MOVE "REWRITE FAILED" TO RM-RPRT-RESULT
003126         WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE
003127         GO TO 2260-EXIT
003128     END-IF.
003129     ADD 1 TO RM-RELEASES-DONE.
003130     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
003131     MOVE "RELEASED, STATUS RECEIVED" TO RM-RPRT-RESULT.
003132     WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE.
003133 2260-EXIT.
003134     EXIT.
003135
003140*----------------------------------------------------------------*
003150* 2300-INQUIRE-REQUEST -- PRINTS ONE REQUEST'S ENTRY. VALTHREE   *
003160* IS SHOWN TRUNCATED TO 30 FOR PRINT, AS ON THE EXCEPTION        *
003522         WHEN RqmHeld
003524             MOVE "HELD     " TO RM-INQ-STATUS
003530         WHEN OTHER
003531             MOVE "?UNKNOWN?" TO RM-INQ-STATUS
003532     END-EVALUATE.
003533 2310-EXIT.
003534     EXIT.
003535
003536*----------------------------------------------------------------*
003537* 2400-WRITE-JOURNAL -- ONE RQJRNL RECORD FOR THE MOVE JUST      *
003538* REWRITTEN, THE CALLER HAVING SET JRNOLDSTATUS. A JOURNAL WRITE *
003539* FAILURE IS ANNOUNCED BUT NEVER FAILS THE CARD.                 *
003540*----------------------------------------------------------------*
003541 2400-WRITE-JOURNAL.
003542     MOVE RqmRequestId TO JrnRequestId.
003543     MOVE RqmSubmitter TO JrnSubmitter.
003544     MOVE RqmStatus TO JrnNewStatus.
003545     ACCEPT JrnTime FROM TIME.
003546     WRITE JrnlRecord FROM RequestJournal.
003547     IF RM-JRNL-STATUS NOT = "00"
003548         DISPLAY "ROTRQMNT: *** RQJRNL WRITE FAILED "
003549             RM-JRNL-STATUS
003550     END-IF.
003551 2400-EXIT.
003552     EXIT.
003553
003554*----------------------------------------------------------------*
003555* 2500-CHECK-AUTHORITY -- THE OPERATOR MUST BE ON OPAUTH WITH    *
003556* THE FLAG FOR THE CARD'S FUNCTION, AND WHERE THE ENTRY IS       *
003557* LIMITED TO CERTAIN REQUESTERS THE REQUEST MUST BELONG TO ONE   *
003558* OF THEM: THE CARD'S SUBMITTER ON AN ADD, THE MASTER'S          *
003559* SUBMITTER OTHERWISE. A REQUEST NOT ON THE MASTER IS LEFT FOR   *
003560* THE ACTION PARAGRAPH TO REPORT. INQUIRE CHANGES NOTHING AND IS *
003561* NOT CHECKED.                                                   *
003562*----------------------------------------------------------------*
003563 2500-CHECK-AUTHORITY.
003564     MOVE "Y" TO RM-AUTH-OK-SW.
003565     IF NOT RM-FUNC-ADD AND NOT RM-FUNC-CANCEL
003566             AND NOT RM-FUNC-HOLD AND NOT RM-FUNC-RELEASE
003567         GO TO 2500-EXIT
003568     END-IF.
003569     MOVE RM-OPERATOR-ID TO AuthKey.
003570     READ AuthFile INTO OperatorAuthority
003571         INVALID KEY
003572             SET OpdNotOnFile TO TRUE
003573             PERFORM 2600-DENY-CARD THRU 2600-EXIT
003574             GO TO 2500-EXIT
003575     END-READ.
003576     EVALUATE TRUE
003577         WHEN RM-FUNC-ADD AND NOT OpaMayRqmAdd
003578         WHEN RM-FUNC-CANCEL AND NOT OpaMayRqmCancel
003579         WHEN RM-FUNC-HOLD AND NOT OpaMayRqmHold
003580         WHEN RM-FUNC-RELEASE AND NOT OpaMayRqmRelease
003581             SET OpdNoAuthority TO TRUE
003582             PERFORM 2600-DENY-CARD THRU 2600-EXIT
003583             GO TO 2500-EXIT
003584     END-EVALUATE.
003585     IF OpaLimitCodes = SPACES
003586         GO TO 2500-EXIT
003587     END-IF.
003588     IF RM-FUNC-ADD
003589         MOVE RM-CI-SUBMITTER TO RM-AUTH-REQUESTER
003590     ELSE
003591         MOVE RM-CI-REQUEST-ID TO RqmKey
003592         READ RqmFile INTO RequestMaster
003593             INVALID KEY
003594                 GO TO 2500-EXIT
003595         END-READ
003596         MOVE RqmSubmitter TO RM-AUTH-REQUESTER
003597     END-IF.
003598     MOVE "N" TO RM-AUTH-OK-SW.
003599     PERFORM 2510-MATCH-ONE-LIMIT THRU 2510-EXIT
003600         VARYING RM-LIMIT-SUB FROM 1 BY 1
003601         UNTIL RM-LIMIT-SUB > 6 OR RM-AUTH-OK.
003602     IF NOT RM-AUTH-OK
003603         SET OpdOutOfLimit TO TRUE
003604         PERFORM 2600-DENY-CARD THRU 2600-EXIT
003605     END-IF.
003606 2500-EXIT.
003607     EXIT.
003608
003609 2510-MATCH-ONE-LIMIT.
003610     IF OpaLimitCode(RM-LIMIT-SUB) NOT = SPACES
003611             AND OpaLimitCode(RM-LIMIT-SUB) = RM-AUTH-REQUESTER
003612         MOVE "Y" TO RM-AUTH-OK-SW
003613     END-IF.
003614 2510-EXIT.
003615     EXIT.
003616
003617*----------------------------------------------------------------*
003618* 2600-DENY-CARD -- THE CARD IS NOT APPLIED. IT IS REPORTED WITH *
003619* THE REASON THE CALLER SET AND LOGGED TO ROTAUDIT AS A DENY     *
003620* EVENT UNDER THE OPERATOR'S ID, FOR THE ROTOPVIO REPORT.        *
003621*----------------------------------------------------------------*
003622 2600-DENY-CARD.
003623     MOVE "N" TO RM-AUTH-OK-SW.
003624     ADD 1 TO RM-CARDS-DENIED.
003625     MOVE SPACES TO RM-RPRT-RESULT.
003626     MOVE "NOT AUTHORIZED: " TO RM-RPRT-RESULT(1:16).
003627     MOVE OpdReason TO RM-RPRT-RESULT(17:13).
003628     WRITE RprtRecord FROM RM-RPRT-DETAIL-LINE.
003629     OPEN EXTEND AuditFile.
003630     IF RM-AUDIT-STATUS NOT = "00"
003631         CLOSE AuditFile
003632         OPEN OUTPUT AuditFile
003633     END-IF.
003634     MOVE RM-OPERATOR-ID TO OpdOperator.
003635     MOVE RM-JOB-ID TO OpdJobId.
003636     MOVE RM-RUN-DATE TO OpdDate.
003637     ACCEPT OpdTime FROM TIME.
003638     MOVE 1 TO OpdCount.
003639     MOVE "REQUEST   " TO OpdKeyType.
003640     MOVE RM-CI-REQUEST-ID TO OpdKey.
003641     MOVE "ROTRQMNT" TO OpdProgram.
003642     MOVE RM-CI-FUNCTION TO OpdFunction.
003643     WRITE AuditRecord FROM AuthorityDenial.
003644     IF RM-AUDIT-STATUS NOT = "00"
003645         DISPLAY "ROTRQMNT: *** ROTAUDIT WRITE FAILED, STATUS "
003646             RM-AUDIT-STATUS
003647     END-IF.
003648     CLOSE AuditFile.
003649 2600-EXIT.
003650     EXIT.
003651
003652*----------------------------------------------------------------*
003653* 8000-FINALIZE -- CONTROL TOTALS AND CLOSE.                     *
003654*----------------------------------------------------------------*
003655 8000-FINALIZE.
003656     MOVE "TOTAL CARDS READ........" TO RM-RPRT-TOT-LABEL.
003657     MOVE RM-CARDS-READ TO RM-RPRT-TOT-VALUE.
003658     WRITE RprtRecord FROM RM-RPRT-TOTALS-LINE.
003660     MOVE "TOTAL ADDS.............." TO RM-RPRT-TOT-LABEL.
003670     MOVE RM-ADDS-DONE TO RM-RPRT-TOT-VALUE.
003680     WRITE RprtRecord FROM RM-RPRT-TOTALS-LINE.
003810     MOVE "TOTAL CARDS IN ERROR...." TO RM-RPRT-TOT-LABEL.
003820     MOVE RM-CARDS-IN-ERROR TO RM-RPRT-TOT-VALUE.
003830     WRITE RprtRecord FROM RM-RPRT-TOTALS-LINE.
003831     MOVE "TOTAL NOT AUTHORIZED...." TO RM-RPRT-TOT-LABEL.
003832     MOVE RM-CARDS-DENIED TO RM-RPRT-TOT-VALUE.
003833     WRITE RprtRecord FROM RM-RPRT-TOTALS-LINE.
003840     CLOSE CardFile.
003850     CLOSE RprtFile.
003860     CLOSE RqmFile.
003861     CLOSE JrnlFile.
003862     IF RM-AUTH-AVAILABLE
003863         CLOSE AuthFile
003864     END-IF.
003870     DISPLAY "ROTRQMNT: CARDS READ.....: " RM-CARDS-READ.
003880     DISPLAY "ROTRQMNT: ADDS...........: " RM-ADDS-DONE.
003890     DISPLAY "ROTRQMNT: CANCELS........: " RM-CANCELS-DONE.
003910     DISPLAY "ROTRQMNT: RELEASES.......: " RM-RELEASES-DONE.
003920     DISPLAY "ROTRQMNT: INQUIRIES......: " RM-INQUIRIES-DONE.
003930     DISPLAY "ROTRQMNT: CARDS IN ERROR.: " RM-CARDS-IN-ERROR.
003931     DISPLAY "ROTRQMNT: NOT AUTHORIZED.: " RM-CARDS-DENIED.
003940 8000-EXIT.
003950     EXIT.
003960
