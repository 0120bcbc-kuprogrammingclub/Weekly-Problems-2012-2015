000276*                   THEY ARE NOW COUNTED AND PASSED OVER HERE
000277*                   THE SAME WAY DUPLICATES ARE, AGAINST THE
000278*                   SAME RQMASTER CLUSTER THE PRODUCER READS.
000279*   2026-10-14 JRM  RECORDS ROTATETEXT DEFERS ON THE REQUESTER'S
000280*                   DAILY QUOTA PRODUCE NO REPORT LINES. THEY ARE
000281*                   NOW PASSED OVER -- UNTRACKED ONES MATCHED IN
000282*                   ORDER AGAINST THE NIGHT'S CARRYFWD FILE,
000283*                   TRACKED ONES BY THEIR RQMASTER ENTRY STILL
000284*                   BEING IN RECEIVED STATUS.
000285*----------------------------------------------------------------*
000286 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. ROTVERIFY.
000300 AUTHOR. J. MARPLE.
000310 INSTALLATION. KU PROGRAMMING CLUB.
000486         ACCESS MODE IS RANDOM
000487         RECORD KEY IS RqmKey
000488         FILE STATUS IS RV-RQM-STATUS.
000489
000490     SELECT CarryFile ASSIGN TO "CARRYFWD"
000491         ORGANIZATION IS LINE SEQUENTIAL
000492         FILE STATUS IS RV-CARRY-STATUS.
000493
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  StrinFile
000600 FD  RprtFile
000610     RECORDING MODE IS F.
000620 01  RprtRecord                      PIC X(132).
000621
000622 FD  RqmFile.
000623 01  RqmRecord.
000624     02  RqmKey                      PIC X(08).
000625     02  FILLER                      PIC X(152).
000626
000627 FD  CarryFile
000628     RECORDING MODE IS F.
000630 01  CarryRecord                     PIC X(137).
000631
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------*
000660* THE SHARED THREE-STRING RECORD LAYOUT, AND THE ROTATION
000780     02  RV-RPTIN-STATUS             PIC X(02) VALUE SPACES.
000790     02  RV-RPRT-STATUS              PIC X(02) VALUE SPACES.
000792     02  RV-RQM-STATUS               PIC X(02) VALUE SPACES.
000793     02  RV-CARRY-STATUS             PIC X(02) VALUE SPACES.
000800
000810 01  RV-STRIN-EOF-SWITCH             PIC X(01) VALUE "N".
000820     88  RV-END-OF-INPUT                        VALUE "Y".
000860
000862 01  RV-RECORD-HELD-SWITCH           PIC X(01) VALUE "N".
000864     88  RV-RECORD-HELD                         VALUE "Y".
000865
000866 01  RV-RECORD-DEFERRED-SWITCH       PIC X(01) VALUE "N".
000867     88  RV-RECORD-DEFERRED                     VALUE "Y".
000868
000869*----------------------------------------------------------------*
000870* CARRY-FORWARD FILE -- OPTIONAL LIKE THE MASTER. UNAVAILABLE,   *
000871* AN UNTRACKED DEFERRED RECORD IS READ AGAINST LINES THAT DO NOT *
000872* EXIST AND FAILS THE ROUND TRIP, WHICH IS THE SAFE DIRECTION.   *
000873*----------------------------------------------------------------*
000874 01  RV-CARRY-AVAILABLE-SWITCH       PIC X(01) VALUE "N".
000875     88  RV-CARRY-AVAILABLE                     VALUE "Y".
000876
000877 01  RV-CARRY-EOF-SWITCH             PIC X(01) VALUE "N".
000878     88  RV-END-OF-CARRY                        VALUE "Y".
000879
000880*----------------------------------------------------------------*
000881* FIXED FIELD WIDTHS, SET FROM THE COPYBOOK FIELDS AT INIT THE
000890* SAME WAY ROTATETEXT SETS ITS OWN.
000900*----------------------------------------------------------------*
000910 01  RV-FIELD-WIDTHS.
001160     02  RV-RECORDS-MISMATCHED      PIC 9(07) COMP VALUE 0.
001165     02  RV-DUPS-SKIPPED            PIC 9(07) COMP VALUE 0.
001166     02  RV-HELD-SKIPPED            PIC 9(07) COMP VALUE 0.
001167     02  RV-DEFERRED-SKIPPED        PIC 9(07) COMP VALUE 0.
001170     02  RV-LINES-CONSUMED          PIC 9(09) COMP VALUE 0.
001180     02  RV-HEADERS-SKIPPED         PIC 9(07) COMP VALUE 0.
001190     02  RV-EXTRA-LINES             PIC 9(09) COMP VALUE 0.
001677         DISPLAY "ROTVERIFY: RQMASTER OPEN FAILED, STATUS "
001678             RV-RQM-STATUS ", HELD RECOGNITION SKIPPED"
001679     END-IF.
001680     OPEN INPUT CarryFile.
001681     IF RV-CARRY-STATUS = "00"
001682         SET RV-CARRY-AVAILABLE TO TRUE
001683         PERFORM 2065-READ-CARRY THRU 2065-EXIT
001684     ELSE
001685         DISPLAY "ROTVERIFY: CARRYFWD OPEN FAILED, STATUS "
001686             RV-CARRY-STATUS ", CARRIED RECOGNITION SKIPPED"
001687     END-IF.
001688     MOVE LENGTH OF ValOne TO RV-WIDTH-ONE.
001690     MOVE LENGTH OF ValTwo TO RV-WIDTH-TWO.
001700     MOVE LENGTH OF ValThree TO RV-WIDTH-THREE.
001710     WRITE RprtRecord FROM RV-RPRT-HEADER-LINE.
001926         ADD 1 TO RV-HELD-SKIPPED
001927         GO TO 2000-EXIT
001928     END-IF.
001929*    SO MUST A RECORD DEFERRED ON ITS REQUESTER'S QUOTA. THE
001930*    PRODUCER NEVER DEFERS A DUPLICATE OF THE PREVIOUS TRIPLE.
001931     IF StringsSetup(1:120) NOT = RV-PREV-TRIPLE
001932         PERFORM 2060-CHECK-DEFERRED THRU 2060-EXIT
001933         IF RV-RECORD-DEFERRED
001934             ADD 1 TO RV-DEFERRED-SKIPPED
001935             GO TO 2000-EXIT
001936         END-IF
001937     END-IF.
001938     IF StringsSetup(1:120) = RV-PREV-TRIPLE
001939         ADD 1 TO RV-DUPS-SKIPPED
001940         GO TO 2000-EXIT
001941     END-IF.
001942     MOVE StringsSetup(1:120) TO RV-PREV-TRIPLE.
001943     PERFORM 2100-COMPUTE-BOUND THRU 2100-EXIT.
001944     MOVE SPACES TO RV-REBUILT-STRINGS.
001950     MOVE "N" TO RV-SHORT-REPORT-SWITCH.
001960     PERFORM 2200-CONSUME-ONE-LINE THRU 2200-EXIT
001970         VARYING RV-POSITION FROM 1 BY 1
002050     EXIT.
002051
002052*----------------------------------------------------------------*
002053* 2060-CHECK-DEFERRED -- A RECORD THE PRODUCER DEFERRED ON ITS   *
002054* REQUESTER'S DAILY QUOTA HAS NO REPORT LINES EITHER. AN         *
002055* UNTRACKED ONE WAS WRITTEN TO CARRYFWD IN INPUT ORDER, SO IT IS *
002056* THE NEXT CARRY RECORD; A TRACKED ONE WAS LEFT IN RECEIVED      *
002057* STATUS, WHICH NO ROTATED OR REJECTED REQUEST IS LEFT IN.       *
002058*----------------------------------------------------------------*
002059 2060-CHECK-DEFERRED.
002060     MOVE "N" TO RV-RECORD-DEFERRED-SWITCH.
002061     IF NOT PriorityNormal OR Requester = SPACES
002062         GO TO 2060-EXIT
002063     END-IF.
002064     IF RV-CARRY-AVAILABLE AND NOT RV-END-OF-CARRY
002065             AND StrinRecord = CarryRecord
002066         SET RV-RECORD-DEFERRED TO TRUE
002067         PERFORM 2065-READ-CARRY THRU 2065-EXIT
002068         GO TO 2060-EXIT
002069     END-IF.
002070     IF NOT RV-RQM-AVAILABLE OR RequestId = SPACES
002071         GO TO 2060-EXIT
002072     END-IF.
002073     MOVE RequestId TO RqmKey.
002074     READ RqmFile INTO RequestMaster
002075         INVALID KEY
002076             GO TO 2060-EXIT
002077     END-READ.
002078     IF RqmReceived
002079         SET RV-RECORD-DEFERRED TO TRUE
002080     END-IF.
002081 2060-EXIT.
002082     EXIT.
002083
002084 2065-READ-CARRY.
002085     READ CarryFile
002086         AT END
002087             SET RV-END-OF-CARRY TO TRUE
002088     END-READ.
002089     IF RV-CARRY-STATUS NOT = "00" AND NOT = "10"
002090         SET RV-END-OF-CARRY TO TRUE
002091     END-IF.
002092 2065-EXIT.
002093     EXIT.
002094
002095*----------------------------------------------------------------*
002096* 2100-COMPUTE-BOUND -- THE SAME ENGINE CALL ROTATETEXT MAKES,   *
002097* SO VERIFIER AND PRODUCER CANNOT DISAGREE ON A RECORD'S LINE    *
002098* COUNT WITHOUT THE ENGINE ITSELF BEING WRONG.                   *
002099*----------------------------------------------------------------*
002100 2100-COMPUTE-BOUND.
002101     MOVE 3 TO RecFieldCount.
002110     MOVE ValOne TO RecFieldValue(1).
002120     MOVE RV-WIDTH-ONE TO RecFieldWidth(1).
002130     MOVE ValTwo TO RecFieldValue(2).
003247     MOVE "TOTAL HELD SKIPPED........" TO RV-RPRT-TOT-LABEL.
003248     MOVE RV-HELD-SKIPPED TO RV-RPRT-TOT-VALUE.
003249     WRITE RprtRecord FROM RV-RPRT-TOTALS-LINE.
003250     MOVE "TOTAL DEFERRED SKIPPED...." TO RV-RPRT-TOT-LABEL.
003251     MOVE RV-DEFERRED-SKIPPED TO RV-RPRT-TOT-VALUE.
003252     WRITE RprtRecord FROM RV-RPRT-TOTALS-LINE.
003253     MOVE "TOTAL REPORT LINES USED..." TO RV-RPRT-TOT-LABEL.
003260     MOVE RV-LINES-CONSUMED TO RV-RPRT-TOT-VALUE.
003270     WRITE RprtRecord FROM RV-RPRT-TOTALS-LINE.
003280     MOVE "TOTAL PAGE HEADERS........" TO RV-RPRT-TOT-LABEL.
003442     IF RV-RQM-AVAILABLE
003444         CLOSE RqmFile
003446     END-IF.
003447     IF RV-CARRY-AVAILABLE
003448         CLOSE CarryFile
003449     END-IF.
003450     DISPLAY "ROTVERIFY: RECORDS READ....: " RV-RECORDS-READ.
003460     DISPLAY "ROTVERIFY: VERIFIED........: " RV-RECORDS-VERIFIED.
003470     DISPLAY "ROTVERIFY: MISMATCHED......: "
