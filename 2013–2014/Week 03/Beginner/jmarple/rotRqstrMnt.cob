000240*   COL  070      BURST OUTPUT 1-8      (ADD/CHANGE)
000250*   COL  072      ACTIVE FLAG Y/N       (CHANGE ONLY, BLANK =
000260*                                        LEAVE AS IS)
000261*   COLS 074-080  DAILY LINE QUOTA      (ADD/CHANGE, 7 DIGITS,
000262*                                        0000000 = NO QUOTA; BLANK
000263*                                        = NONE ON ADD, LEAVE AS
000264*                                        IS ON CHANGE)
000270*
000280* MOD-HISTORY:
000290*   2026-09-02 JRM  ORIGINAL VERSION.
000291*   2026-10-14 JRM  ADD AND CHANGE NOW MAINTAIN THE NEW DAILY LINE
000292*                   QUOTA (COLS 74-80), AND INQUIRE PRINTS IT. A
000293*                   NON-NUMERIC QUOTA REJECTS THE CARD.
000294*   2026-10-14 JRM  ADD/CHANGE/DEACT CARDS ARE NOW CHECKED AGAINST
000295*                   THE OPERATOR'S OPAUTH ENTRY AND ITS REQUESTER
000296*                   LIMIT (A CHANGE TO INACTIVE ALSO NEEDS DEACT);
000297*                   A REFUSED CARD IS REPORTED NOT AUTHORIZED AND
000298*                   LOGGED TO ROTAUDIT (DENY).
000299*   2026-10-15 JRM  AN OPAUTH OPEN FAILURE IS NOW REPORTED ON
000300*                   RQSRPT AND ENDS RC=8; OPAUTH IS CLOSED ONLY
000301*                   IF IT WAS OPENED.
000302*----------------------------------------------------------------*
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ROTRQSTR.
000330 AUTHOR. J. MARPLE.
000510     SELECT RprtFile ASSIGN TO "RQSRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RS-RPRT-STATUS.
000531
000532     SELECT AuthFile ASSIGN TO "OPAUTH"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS RANDOM
000535         RECORD KEY IS AuthKey
000536         FILE STATUS IS RS-AUTH-STATUS.
000540
000541     SELECT AuditFile ASSIGN TO "ROTAUDIT"
000542         ORGANIZATION IS LINE SEQUENTIAL
000543         FILE STATUS IS RS-AUDIT-STATUS.
000544
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CardFile
000670     RECORDING MODE IS F.
000680 01  RprtRecord                      PIC X(132).
000690
000691 FD  AuthFile.
000692 01  AuthRecord.
000693     02  AuthKey                     PIC X(08).
000694     02  FILLER                      PIC X(92).
000695
000696 FD  AuditFile
000697     RECORDING MODE IS F.
000698 01  AuditRecord                     PIC X(132).
000699
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------*
000720* THE REQUESTER-MASTER RECORD LAYOUT.
000730*----------------------------------------------------------------*
000740     COPY REQMAST.
000741
000742*----------------------------------------------------------------*
000743* THE OPERATOR-AUTHORITY ENTRY EACH UPDATE CARD IS CHECKED
000744* AGAINST, AND THE ROTAUDIT LINE WRITTEN FOR A REFUSED CARD.
000745*----------------------------------------------------------------*
000746     COPY OPAUTH.
000750
000760*----------------------------------------------------------------*
000770* FILE STATUS AND END-OF-FILE SWITCHES.
000800     02  RS-CARD-STATUS              PIC X(02) VALUE SPACES.
000810     02  RS-REQ-STATUS               PIC X(02) VALUE SPACES.
000820     02  RS-RPRT-STATUS              PIC X(02) VALUE SPACES.
000821     02  RS-AUTH-STATUS              PIC X(02) VALUE SPACES.
000822     02  RS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000830
000840 01  RS-CARD-EOF-SWITCH              PIC X(01) VALUE "N".
000850     88  RS-END-OF-CARDS                        VALUE "Y".
000851
000852 01  RS-AUTH-CHECK.
000853     02  RS-AUTH-OK-SW               PIC X(01) VALUE "Y".
000854         88  RS-AUTH-OK                         VALUE "Y".
000855     02  RS-LIMIT-SUB                PIC 9(02) COMP VALUE 0.
000856     02  RS-AUTH-AVAILABLE-SW        PIC X(01) VALUE "N".
000857         88  RS-AUTH-AVAILABLE                  VALUE "Y".
000860
000870*----------------------------------------------------------------*
000880* RAW CONTROL CARD IMAGE IN ITS FIXED COLUMNS.
001030     02  RS-CI-STREAM                PIC X(01).
001040     02  FILLER                      PIC X(01).
001050     02  RS-CI-ACTIVE                PIC X(01).
001051     02  FILLER                      PIC X(01).
001052     02  RS-CI-QUOTA                 PIC X(07).
001053     02  RS-CI-QUOTA-N REDEFINES RS-CI-QUOTA
001054                                     PIC 9(07).
001060
001070*----------------------------------------------------------------*
001080* RUN CONTROL TOTALS.
001140     02  RS-DEACTS-DONE             PIC 9(07) COMP VALUE 0.
001150     02  RS-INQUIRIES-DONE          PIC 9(07) COMP VALUE 0.
001160     02  RS-CARDS-IN-ERROR          PIC 9(07) COMP VALUE 0.
001161     02  RS-CARDS-DENIED            PIC 9(07) COMP VALUE 0.
001170
001180*----------------------------------------------------------------*
001190* RUN IDENTIFICATION FOR THE REPORT HEADER.
001240         03  RS-RUN-YYYY             PIC 9(04).
001250         03  RS-RUN-MM               PIC 9(02).
001260         03  RS-RUN-DD               PIC 9(02).
001261     02  RS-OPERATOR-ID              PIC X(08).
001262     02  RS-JOB-ID                   PIC X(08).
001270
001280*----------------------------------------------------------------*
001290* REPORT LINE LAYOUTS.
001620     02  RS-INQ-STREAM               PIC 9(01).
001630     02  FILLER                      PIC X(02) VALUE SPACES.
001640     02  RS-INQ-ACTIVE               PIC X(08).
001641     02  FILLER                      PIC X(08) VALUE "  QUOTA ".
001642     02  RS-INQ-QUOTA                PIC ZZZZZZ9.
001650
001660 01  RS-RPRT-TOTALS-LINE.
001670     02  FILLER                      PIC X(01) VALUE SPACES.
001680     02  RS-RPRT-TOT-LABEL           PIC X(24).
001690     02  RS-RPRT-TOT-VALUE           PIC ZZZZZZ9.
001691
001692 01  RS-RPRT-NOAUTH-LINE.
001693     02  FILLER                      PIC X(80) VALUE
001694         " *** OPAUTH UNAVAILABLE, NO CARDS APPLIED".
001700
001710 PROCEDURE DIVISION.
001720*----------------------------------------------------------------*
001990             RS-REQ-STATUS
002000         SET RS-END-OF-CARDS TO TRUE
002010     END-IF.
002011     OPEN INPUT AuthFile.
002012     IF RS-AUTH-STATUS = "00"
002013         SET RS-AUTH-AVAILABLE TO TRUE
002014     ELSE
002015         DISPLAY "ROTRQSTR: *** OPAUTH OPEN FAILED, STATUS "
002016             RS-AUTH-STATUS
002017         SET RS-END-OF-CARDS TO TRUE
002018     END-IF.
002020     ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.
002021     ACCEPT RS-OPERATOR-ID FROM ENVIRONMENT "USER".
002022     IF RS-OPERATOR-ID = SPACES
002023         MOVE "UNKNOWN " TO RS-OPERATOR-ID
002024     END-IF.
002025     ACCEPT RS-JOB-ID FROM ENVIRONMENT "JOB_ID".
002026     IF RS-JOB-ID = SPACES
002027         MOVE "ROTRQSTR" TO RS-JOB-ID
002028     END-IF.
002030     MOVE RS-RUN-YYYY TO RS-RPRT-HDR-YYYY.
002040     MOVE RS-RUN-MM TO RS-RPRT-HDR-MM.
002050     MOVE RS-RUN-DD TO RS-RPRT-HDR-DD.
002060     WRITE RprtRecord FROM RS-RPRT-HEADER-LINE.
002070     WRITE RprtRecord FROM RS-RPRT-COLUMN-LINE.
002071     IF NOT RS-AUTH-AVAILABLE
002072         WRITE RprtRecord FROM RS-RPRT-NOAUTH-LINE
002073         MOVE 8 TO RETURN-CODE
002074     END-IF.
002080 1000-EXIT.
002090     EXIT.
002100
002280         WRITE RprtRecord FROM RS-RPRT-DETAIL-LINE
002290         GO TO 2000-EXIT
002300     END-IF.
002301     PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT.
002302     IF NOT RS-AUTH-OK
002303         GO TO 2000-EXIT
002304     END-IF.
002310     EVALUATE TRUE
002320         WHEN RS-FUNC-ADD
002330             PERFORM 2100-ADD-REQUESTER THRU 2100-EXIT
002490*----------------------------------------------------------------*
002500* 2100-ADD-REQUESTER -- ENTERS A NEW REQUESTER AS ACTIVE. A CODE *
002510* ALREADY ON THE MASTER IS AN ERROR, NOT AN OVERLAY; A BURST     *
002511* STREAM OUTSIDE 1-8 IS NEVER TRUSTED INTO THE ROUTING. A BLANK  *
002512* QUOTA ENTERS THE REQUESTER WITH NO QUOTA.                      *
002530*----------------------------------------------------------------*
002540 2100-ADD-REQUESTER.
002550     IF RS-CI-STREAM < "1" OR RS-CI-STREAM > "8"
002580         WRITE RprtRecord FROM RS-RPRT-DETAIL-LINE
002590         GO TO 2100-EXIT
002600     END-IF.
002601     IF RS-CI-QUOTA NOT = SPACES AND RS-CI-QUOTA IS NOT NUMERIC
002602         ADD 1 TO RS-CARDS-IN-ERROR
002603         MOVE "DAILY QUOTA NOT NUMERIC" TO RS-RPRT-RESULT
002604         WRITE RprtRecord FROM RS-RPRT-DETAIL-LINE
002605         GO TO 2100-EXIT
002606     END-IF.
002610     MOVE RS-CI-CODE TO ReqCode.
002620     MOVE RS-CI-DEPT-NAME TO ReqDeptName.
002630     MOVE RS-CI-CONTACT TO ReqContact.
002640     MOVE RS-CI-STREAM TO ReqBurstStream.
002641     IF RS-CI-QUOTA = SPACES
002642         MOVE 0 TO ReqDailyQuota
002643     ELSE
002644         MOVE RS-CI-QUOTA-N TO ReqDailyQuota
002645     END-IF.
002650     SET ReqActive TO TRUE.
002660     WRITE ReqRecord FROM RequesterMaster
002670         INVALID KEY
003140         MOVE RS-CI-STREAM TO ReqBurstStream
003150     END-IF.
003160     IF RS-CI-ACTIVE = "Y" OR RS-CI-ACTIVE = "N"
003161         MOVE RS-CI-ACTIVE TO ReqActiveFlag
003162     END-IF.
003163     IF ReqDailyQuota IS NOT NUMERIC
003164         MOVE 0 TO ReqDailyQuota
003165     END-IF.
003166     IF RS-CI-QUOTA NOT = SPACES
003167         IF RS-CI-QUOTA IS NOT NUMERIC
003168             ADD 1 TO RS-CARDS-IN-ERROR
003169             MOVE "DAILY QUOTA NOT NUMERIC" TO RS-RPRT-RESULT
003170             WRITE RprtRecord FROM RS-RPRT-DETAIL-LINE
003171             GO TO 2200-EXIT
003172         END-IF
003173         MOVE RS-CI-QUOTA-N TO ReqDailyQuota
003180     END-IF.
003190     REWRITE ReqRecord FROM RequesterMaster.
003200     IF RS-REQ-STATUS NOT = "00"
003850     ELSE
003860         MOVE "INACTIVE" TO RS-INQ-ACTIVE
003870     END-IF.
003871     IF ReqDailyQuota IS NUMERIC
003872         MOVE ReqDailyQuota TO RS-INQ-QUOTA
003873     ELSE
003874         MOVE 0 TO RS-INQ-QUOTA
003875     END-IF.
003880     WRITE RprtRecord FROM RS-RPRT-INQUIRY-LINE.
003881     ADD 1 TO RS-INQUIRIES-DONE.
003882 2400-EXIT.
003883     EXIT.
003884
003885*----------------------------------------------------------------*
003886* 2500-CHECK-AUTHORITY -- THE OPERATOR MUST BE ON OPAUTH WITH    *
003887* THE FLAG FOR THE CARD'S FUNCTION; A CHANGE THAT TURNS THE      *
003888* ACTIVE FLAG OFF IS A DEACTIVATION AND NEEDS THAT FLAG AS WELL. *
003889* WHERE THE ENTRY IS LIMITED TO CERTAIN REQUESTERS THE CARD'S    *
003890* CODE MUST BE ONE OF THEM. INQUIRE CHANGES NOTHING AND IS NOT   *
003891* CHECKED.                                                       *
003892*----------------------------------------------------------------*
003893 2500-CHECK-AUTHORITY.
003894     MOVE "Y" TO RS-AUTH-OK-SW.
003895     IF NOT RS-FUNC-ADD AND NOT RS-FUNC-CHANGE
003896             AND NOT RS-FUNC-DEACT
003897         GO TO 2500-EXIT
003898     END-IF.
003899     MOVE RS-OPERATOR-ID TO AuthKey.
003900     READ AuthFile INTO OperatorAuthority
003901         INVALID KEY
003902             SET OpdNotOnFile TO TRUE
003903             PERFORM 2600-DENY-CARD THRU 2600-EXIT
003904             GO TO 2500-EXIT
003905     END-READ.
003906     EVALUATE TRUE
003907         WHEN RS-FUNC-ADD AND NOT OpaMayReqAdd
003908         WHEN RS-FUNC-CHANGE AND NOT OpaMayReqChange
003909         WHEN RS-FUNC-CHANGE AND RS-CI-ACTIVE = "N"
003910                 AND NOT OpaMayReqDeact
003911         WHEN RS-FUNC-DEACT AND NOT OpaMayReqDeact
003912             SET OpdNoAuthority TO TRUE
003913             PERFORM 2600-DENY-CARD THRU 2600-EXIT
003914             GO TO 2500-EXIT
003915     END-EVALUATE.
003916     IF OpaLimitCodes = SPACES
003917         GO TO 2500-EXIT
003918     END-IF.
003919     MOVE "N" TO RS-AUTH-OK-SW.
003920     PERFORM 2510-MATCH-ONE-LIMIT THRU 2510-EXIT
003921         VARYING RS-LIMIT-SUB FROM 1 BY 1
003922         UNTIL RS-LIMIT-SUB > 6 OR RS-AUTH-OK.
003923     IF NOT RS-AUTH-OK
003924         SET OpdOutOfLimit TO TRUE
003925         PERFORM 2600-DENY-CARD THRU 2600-EXIT
003926     END-IF.
003927 2500-EXIT.
003928     EXIT.
003929
003930 2510-MATCH-ONE-LIMIT.
003931     IF OpaLimitCode(RS-LIMIT-SUB) NOT = SPACES
003932             AND OpaLimitCode(RS-LIMIT-SUB) = RS-CI-CODE
003933         MOVE "Y" TO RS-AUTH-OK-SW
003934     END-IF.
003935 2510-EXIT.
003936     EXIT.
003937
003938*----------------------------------------------------------------*
003939* 2600-DENY-CARD -- THE CARD IS NOT APPLIED. IT IS REPORTED WITH *
003940* THE REASON THE CALLER SET AND LOGGED TO ROTAUDIT AS A DENY     *
003941* EVENT UNDER THE OPERATOR'S ID, FOR THE ROTOPVIO REPORT.        *
003942*----------------------------------------------------------------*
003943 2600-DENY-CARD.
003944     MOVE "N" TO RS-AUTH-OK-SW.
003945     ADD 1 TO RS-CARDS-DENIED.
003946     MOVE SPACES TO RS-RPRT-RESULT.
003947     MOVE "NOT AUTHORIZED: " TO RS-RPRT-RESULT(1:16).
003948     MOVE OpdReason TO RS-RPRT-RESULT(17:13).
003949     WRITE RprtRecord FROM RS-RPRT-DETAIL-LINE.
003950     OPEN EXTEND AuditFile.
003951     IF RS-AUDIT-STATUS NOT = "00"
003952         CLOSE AuditFile
003953         OPEN OUTPUT AuditFile
003954     END-IF.
003955     MOVE RS-OPERATOR-ID TO OpdOperator.
003956     MOVE RS-JOB-ID TO OpdJobId.
003957     MOVE RS-RUN-DATE TO OpdDate.
003958     ACCEPT OpdTime FROM TIME.
003959     MOVE 1 TO OpdCount.
003960     MOVE "REQUESTER " TO OpdKeyType.
003961     MOVE RS-CI-CODE TO OpdKey.
003962     MOVE "ROTRQSTR" TO OpdProgram.
003963     MOVE RS-CI-FUNCTION TO OpdFunction.
003964     WRITE AuditRecord FROM AuthorityDenial.
003965     IF RS-AUDIT-STATUS NOT = "00"
003966         DISPLAY "ROTRQSTR: *** ROTAUDIT WRITE FAILED, STATUS "
003967             RS-AUDIT-STATUS
003968     END-IF.
003969     CLOSE AuditFile.
003970 2600-EXIT.
003971     EXIT.
003972
003973*----------------------------------------------------------------*
003974* 8000-FINALIZE -- CONTROL TOTALS AND CLOSE.                     *
003975*----------------------------------------------------------------*
003976 8000-FINALIZE.
003977     MOVE "TOTAL CARDS READ........" TO RS-RPRT-TOT-LABEL.
003980     MOVE RS-CARDS-READ TO RS-RPRT-TOT-VALUE.
003990     WRITE RprtRecord FROM RS-RPRT-TOTALS-LINE.
004000     MOVE "TOTAL ADDS.............." TO RS-RPRT-TOT-LABEL.
004120     MOVE "TOTAL CARDS IN ERROR...." TO RS-RPRT-TOT-LABEL.
004130     MOVE RS-CARDS-IN-ERROR TO RS-RPRT-TOT-VALUE.
004140     WRITE RprtRecord FROM RS-RPRT-TOTALS-LINE.
004141     MOVE "TOTAL NOT AUTHORIZED...." TO RS-RPRT-TOT-LABEL.
004142     MOVE RS-CARDS-DENIED TO RS-RPRT-TOT-VALUE.
004143     WRITE RprtRecord FROM RS-RPRT-TOTALS-LINE.
004150     CLOSE CardFile.
004160     CLOSE RprtFile.
004170     CLOSE ReqFile.
004171     IF RS-AUTH-AVAILABLE
004172         CLOSE AuthFile
004173     END-IF.
004180     DISPLAY "ROTRQSTR: CARDS READ.....: " RS-CARDS-READ.
004190     DISPLAY "ROTRQSTR: ADDS...........: " RS-ADDS-DONE.
004200     DISPLAY "ROTRQSTR: CHANGES........: " RS-CHANGES-DONE.
004210     DISPLAY "ROTRQSTR: DEACTIVATIONS..: " RS-DEACTS-DONE.
004220     DISPLAY "ROTRQSTR: INQUIRIES......: " RS-INQUIRIES-DONE.
004230     DISPLAY "ROTRQSTR: CARDS IN ERROR.: " RS-CARDS-IN-ERROR.
004231     DISPLAY "ROTRQSTR: NOT AUTHORIZED.: " RS-CARDS-DENIED.
004240 8000-EXIT.
004250     EXIT.
004260
