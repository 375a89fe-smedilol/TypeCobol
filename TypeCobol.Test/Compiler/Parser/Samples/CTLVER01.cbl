000310*----------------------------------------------------------------*
000320*  DATE      INIT  DESCRIPTION                                   *
000330*  09/02/26  RLM   ORIGINAL PROGRAM                              *
000340*  10/15/26  RLM   CONTROL TOTALS RECORD WIDENED TO 128 BYTES    *
000350*                  (RUN DATE, RUN TYPE, AND PER-TYPE SPLIT) -    *
000360*                  LAYOUT KEPT IN STEP WITH CTLPGM01             *
000370*  10/15/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE            *
000380*                  TRANSACTION TYPE - LAYOUT KEPT IN STEP        *
000390*                  WITH CTLPGM01                                 *
000400*  10/15/26  RLM   CHECKS IN AND OUT WITH THE RUN CONTROL LEDGER *
000410*                  (CTLRCL01). THE LEDGER KEEPS THIS STEP'S      *
000420*                  RETURN CODE, AND THE NEXT NIGHTLY UPDATE      *
000430*                  RUN WILL NOT START UNLESS IT WAS 00           *
000440*  10/15/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE            *
000450*                  DISPOSITION CODE - LAYOUT KEPT IN STEP        *
000460*                  WITH CTLPGM01                                 *
000470*  10/15/26  RLM   CHECKS IN UNDER THE NIGHT'S RUN DATE FROM THE *
000480*                  RUN CONTROL LEDGER (CTLRCL01 FUNCTION D)      *
000490*                  INSTEAD OF THE CLOCK DATE, SO A STREAM PAST   *
000500*                  MIDNIGHT OR A NEXT-MORNING RERUN KEEPS ITS    *
000510*                  NIGHT (1020)                                  *
000520*  10/15/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE RUN        *
000530*                  DATE - LAYOUT KEPT IN STEP WITH CTLPGM01      *
000540*----------------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-3090.
000580 OBJECT-COMPUTER. IBM-3090.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT NET-CHANGE-EXTRACT-FILE ASSIGN TO CLNXTRCT
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-NET-CHANGE.
000650     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-FS-AUDIT-TRAIL.
000690     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOTLS
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-FS-CONTROL-TOTALS.
000730     SELECT DAILY-SUMMARY-FILE ASSIGN TO DLYSUMRY
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS WS-FS-DAILY-SUMMARY.
000770     SELECT REJECT-SUSPENSE-FILE ASSIGN TO RJCTSUSP
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-FS-REJECT-SUSP.
000810     SELECT CERTIFICATE-REPORT-FILE ASSIGN TO VERCERT
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-FS-CERT-RPT.
000850 DATA DIVISION.
000860 FILE SECTION.
000870*----------------------------------------------------------------*
000880*  NET-CHANGE-EXTRACT-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01: *
000890*  THE FULL 100-BYTE CLEANSED RECORD, OF WHICH THE FIRST 76      *
000900*  BYTES (KEY, NAME, ADDRESS) ARE WHAT THE AUDIT AFTER-IMAGE     *
000910*  CARRIES.                                                      *
000920*----------------------------------------------------------------*
000930 FD  NET-CHANGE-EXTRACT-FILE
000940     RECORDING MODE IS F.
000950 01  NET-CHANGE-EXTRACT-RECORD.
000960     05  XT-AFTER-IMAGE               PIC X(76).
000970     05  XT-IMAGE-SPLIT REDEFINES XT-AFTER-IMAGE.
000980         10  XT-KEY-CONTROL           PIC X(06).
000990         10  FILLER                   PIC X(70).
001000     05  FILLER                       PIC X(24).
001010*----------------------------------------------------------------*
001020*  AUDIT-TRAIL-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.        *
001030*----------------------------------------------------------------*
001040 FD  AUDIT-TRAIL-FILE
001050     RECORDING MODE IS F.
001060 01  AUDIT-TRAIL-RECORD.
001070     05  AT-TIMESTAMP                 PIC X(26).
001080     05  AT-USER-ID                   PIC X(08).
001090     05  AT-BEFORE-IMAGE              PIC X(76).
001100     05  AT-AFTER-IMAGE               PIC X(76).
001110     05  AT-AFTER-IMAGE-SPLIT REDEFINES AT-AFTER-IMAGE.
001120         10  AT-AFTER-KEY-CONTROL     PIC X(06).
001130         10  FILLER                   PIC X(70).
001140     05  AT-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
001150     05  AT-TRANSACTION-TYPE          PIC X(01).
001160     05  AT-DISPOSITION-CODE          PIC X(01).
001170     05  AT-RUN-DATE                  PIC 9(08).
001180*----------------------------------------------------------------*
001190*  CONTROL-TOTALS-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.     *
001200*----------------------------------------------------------------*
001210 FD  CONTROL-TOTALS-FILE
001220     RECORDING MODE IS F.
001230 01  CONTROL-TOTALS-RECORD.
001240     05  CT-KEY-CONTROL               PIC X(06).
001250     05  CT-RECORD-COUNT              PIC 9(09).
001260     05  CT-AMOUNT-TOTAL              PIC S9(11)V99.
001270     05  CT-RUN-DATE                  PIC 9(08).
001280     05  CT-RUN-TYPE                  PIC X(01).
001290     05  CT-TYPE-SPLIT OCCURS 4 TIMES.
001300         10  CT-TYPE-COUNT            PIC 9(09).
001310         10  CT-TYPE-AMOUNT           PIC S9(11)V99.
001320     05  FILLER                       PIC X(03).
001330 FD  DAILY-SUMMARY-FILE
001340     RECORDING MODE IS F.
001350 01  DAILY-SUMMARY-RECORD              PIC X(80).
001360 FD  REJECT-SUSPENSE-FILE
001370     RECORDING MODE IS F.
001380 01  REJECT-SUSPENSE-RECORD.
001390     05  RS-REJECT-REASON-CODE        PIC X(02).
001400     05  RS-RUN-DATE                  PIC 9(08).
001410     05  RS-ORIGINAL-RECORD           PIC X(100).
001420 FD  CERTIFICATE-REPORT-FILE
001430     RECORDING MODE IS F.
001440 01  CERTIFICATE-REPORT-RECORD         PIC X(132).
001450 WORKING-STORAGE SECTION.
001460 01  WS-FILE-STATUS-BLOCK.
001470     05  WS-FS-NET-CHANGE             PIC X(02).
001480         88  WS-FS-NET-CHANGE-OK               VALUE "00".
001490     05  WS-FS-AUDIT-TRAIL            PIC X(02).
001500         88  WS-FS-AUDIT-TRAIL-OK              VALUE "00".
001510     05  WS-FS-CONTROL-TOTALS         PIC X(02).
001520         88  WS-FS-CONTROL-TOTALS-OK           VALUE "00".
001530     05  WS-FS-DAILY-SUMMARY          PIC X(02).
001540         88  WS-FS-DAILY-SUMMARY-OK            VALUE "00".
001550     05  WS-FS-REJECT-SUSP            PIC X(02).
001560         88  WS-FS-REJECT-SUSP-OK              VALUE "00".
001570     05  WS-FS-CERT-RPT               PIC X(02).
001580         88  WS-FS-CERT-RPT-OK                 VALUE "00".
001590
001600 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001610     88  WS-EOF-YES                            VALUE "Y".
001620     88  WS-EOF-NO                             VALUE "N".
001630
001640 01  WS-AUDIT-EOF-SWITCH               PIC X(01) VALUE "N".
001650     88  WS-AUDIT-EOF-YES                      VALUE "Y".
001660     88  WS-AUDIT-EOF-NO                       VALUE "N".
001670
001680 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001690     88  WS-ABEND-REQUESTED                    VALUE "Y".
001700
001710 01  WS-MATCH-SWITCH                   PIC X(01) VALUE "N".
001720     88  WS-IMAGE-MATCHED                      VALUE "Y".
001730     88  WS-IMAGE-NOT-MATCHED                  VALUE "N".
001740*----------------------------------------------------------------*
001750*  CHECK RESULTS - ONE PASS/FAIL FLAG PER CROSS-CHECK PLUS THE   *
001760*  FIGURES EACH SIDE PRODUCED, FOR THE CERTIFICATE.              *
001770*----------------------------------------------------------------*
001780 01  WS-CHECK-RESULTS.
001790     05  WS-CK1-FLAG                   PIC X(01) VALUE "P".
001800         88  WS-CK1-PASSED                     VALUE "P".
001810     05  WS-CK2-FLAG                   PIC X(01) VALUE "P".
001820         88  WS-CK2-PASSED                     VALUE "P".
001830     05  WS-CK3-FLAG                   PIC X(01) VALUE "P".
001840         88  WS-CK3-PASSED                     VALUE "P".
001850     05  WS-XT-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
001860     05  WS-XT-RECORDS-MATCHED         PIC 9(09) COMP VALUE ZERO.
001870     05  WS-XT-RECORDS-UNMATCHED      PIC 9(09) COMP VALUE ZERO.
001880     05  WS-CT-SUM-COUNT               PIC 9(11) COMP VALUE ZERO.
001890     05  WS-CT-SUM-AMOUNT              PIC S9(13)V99 COMP-3
001900                                       VALUE ZERO.
001910     05  WS-RS-RECORD-COUNT            PIC 9(09) COMP VALUE ZERO.
001920*----------------------------------------------------------------*
001930*  DAILY SUMMARY FIGURES - PICKED OFF THE PRINTED SUMMARY BY     *
001940*  LABEL, WITH THE EDITED NUMBERS CONVERTED BACK BY              *
001950*  8200-EXTRACT-NUMBER. EACH SEEN-SWITCH PROVES THE LABEL WAS    *
001960*  ACTUALLY ON THE FILE - A SUMMARY WITH A MISSING LINE CANNOT   *
001970*  BE VERIFIED AGAINST.                                          *
001980*----------------------------------------------------------------*
001990 01  WS-SUMMARY-FIGURES.
002000     05  WS-SUM-UPDATED                PIC S9(13)V99 COMP-3
002010                                       VALUE ZERO.
002020     05  WS-SUM-REJECTED               PIC S9(13)V99 COMP-3
002030                                       VALUE ZERO.
002040     05  WS-SUM-DOLLAR                 PIC S9(13)V99 COMP-3
002050                                       VALUE ZERO.
002060     05  WS-SUM-UPDATED-SEEN           PIC X(01) VALUE "N".
002070         88  WS-UPDATED-SEEN                   VALUE "Y".
002080     05  WS-SUM-REJECTED-SEEN          PIC X(01) VALUE "N".
002090         88  WS-REJECTED-SEEN                  VALUE "Y".
002100     05  WS-SUM-DOLLAR-SEEN            PIC X(01) VALUE "N".
002110         88  WS-DOLLAR-SEEN                    VALUE "Y".
002120*----------------------------------------------------------------*
002130*  EDITED-NUMBER EXTRACTION WORK - WALKS THE VALUE PORTION OF A  *
002140*  SUMMARY LINE CHARACTER BY CHARACTER, KEEPING DIGITS AND       *
002150*  NOTING A DECIMAL POINT OR TRAILING MINUS, SINCE THE SUMMARY   *
002160*  CARRIES EDITED PICTURES WITH COMMAS.                          *
002170*----------------------------------------------------------------*
002180 01  WS-EXTRACT-WORK.
002190     05  WS-EX-LINE                    PIC X(80) VALUE SPACES.
002200     05  WS-EX-SUB                     PIC 9(04) COMP VALUE ZERO.
002210     05  WS-EX-DIGITS                  PIC 9(15) COMP VALUE ZERO.
002220     05  WS-EX-VALUE                   PIC S9(13)V99 COMP-3
002230                                       VALUE ZERO.
002240     05  WS-EX-CHAR                    PIC X(01) VALUE SPACE.
002250     05  WS-EX-CHAR-NUM REDEFINES WS-EX-CHAR
002260                                       PIC 9(01).
002270     05  WS-EX-DECIMAL-SWITCH          PIC X(01) VALUE "N".
002280         88  WS-EX-DECIMAL-SEEN                VALUE "Y".
002290     05  WS-EX-NEGATIVE-SWITCH         PIC X(01) VALUE "N".
002300         88  WS-EX-NEGATIVE                    VALUE "Y".
002310
002320 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
002330 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
002340 77  WS-COUNT-DISPLAY-2                PIC ZZZ,ZZZ,ZZ9.
002350 77  WS-AMOUNT-DISPLAY                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002360 77  WS-AMOUNT-DISPLAY-2               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002370 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
002380*----------------------------------------------------------------*
002390*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE STEP CHECKS     *
002400*  IN AT START AND OUT AT END UNDER ITS PROGRAM NAME.            *
002410*----------------------------------------------------------------*
002420 01  WS-RUN-CONTROL-CALL.
002430     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
002440     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
002450     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
002460     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
002470     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
002480         88  WS-RCL-CHECKED-IN                VALUE "Y".
002490         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
002500*----------------------------------------------------------------*
002510*  PROCEDURE DIVISION                                            *
002520*----------------------------------------------------------------*
002530 PROCEDURE DIVISION.
002540*----------------------------------------------------------------*
002550*  0000-MAINLINE - RUN THE THREE CROSS-CHECKS, PRINT THE         *
002560*  CERTIFICATE, AND SET THE RETURN CODE THE SCHEDULER BRANCHES   *
002570*  ON: 00 ALL PASS, 08 ANY FAIL, 12 COULD NOT VERIFY.            *
002580*----------------------------------------------------------------*
002590 0000-MAINLINE.
002600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002610     PERFORM 1020-BEGIN-RUN-CONTROL THRU
002620         1020-BEGIN-RUN-CONTROL-EXIT
002630     IF WS-RCL-NOT-CHECKED-IN
002640         MOVE 12 TO RETURN-CODE
002650         GOBACK
002660     END-IF
002670     PERFORM 1000-READ-DAILY-SUMMARY THRU
002680         1000-READ-DAILY-SUMMARY-EXIT
002690     IF NOT WS-ABEND-REQUESTED
002700         PERFORM 2000-CHECK-EXTRACT-VS-AUDIT THRU
002710             2000-CHECK-EXTRACT-VS-AUDIT-EXIT
002720     END-IF
002730     IF NOT WS-ABEND-REQUESTED
002740         PERFORM 3000-CHECK-CONTROL-TOTALS THRU
002750             3000-CHECK-CONTROL-TOTALS-EXIT
002760     END-IF
002770     IF NOT WS-ABEND-REQUESTED
002780         PERFORM 4000-CHECK-SUSPENSE-COUNT THRU
002790             4000-CHECK-SUSPENSE-COUNT-EXIT
002800     END-IF
002810     PERFORM 5000-WRITE-CERTIFICATE THRU
002820         5000-WRITE-CERTIFICATE-EXIT
002830     IF WS-ABEND-REQUESTED
002840         MOVE 12 TO RETURN-CODE
002850     ELSE
002860         IF WS-CK1-PASSED AND WS-CK2-PASSED AND WS-CK3-PASSED
002870             MOVE ZERO TO RETURN-CODE
002880         ELSE
002890             MOVE 08 TO RETURN-CODE
002900         END-IF
002910     END-IF
002920     PERFORM 9900-END-RUN-CONTROL THRU
002930         9900-END-RUN-CONTROL-EXIT
002940     GOBACK.
002950 0000-MAINLINE-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------*
002980*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL        *
002990*  LEDGER (CTLRCL01). A VERIFICATION ALREADY COMPLETE FOR THE    *
003000*  RUN DATE WITHOUT A RERUN OVERRIDE, OR A LEDGER FAILURE,       *
003010*  STOPS THE RUN BEFORE ANYTHING IS READ.                        *
003020*  THE NIGHT'S RUN DATE IS TAKEN FROM THE LEDGER FIRST (FUNCTION *
003030*  D), SO A STREAM THAT RUNS PAST MIDNIGHT, OR A RERUN THE NEXT  *
003040*  MORNING, IS STILL LEDGERED UNDER THE NIGHT IT BELONGS TO.     *
003050*----------------------------------------------------------------*
003060 1020-BEGIN-RUN-CONTROL.
003070     SET WS-RCL-NOT-CHECKED-IN TO TRUE
003080     MOVE "D" TO WS-RCL-FUNCTION-CODE
003090     MOVE "CTLVER01" TO WS-RCL-STEP-NAME
003100     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
003110     MOVE ZERO TO WS-RCL-RESULT
003120     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
003130         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
003140     IF WS-RCL-RESULT = ZERO
003150         MOVE "B" TO WS-RCL-FUNCTION-CODE
003160         CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE
003170             WS-RCL-STEP-NAME WS-RUN-DATE WS-RCL-STEP-RETURN-CODE
003180             WS-RCL-RESULT
003190     END-IF
003200     IF WS-RCL-RESULT = ZERO
003210         SET WS-RCL-CHECKED-IN TO TRUE
003220     ELSE
003230         MOVE "CTLVER01 - RUN CONTROL LEDGER DID NOT RELEASE RUN"
003240             TO WS-ERROR-MESSAGE-LINE
003250         DISPLAY WS-ERROR-MESSAGE-LINE
003260     END-IF.
003270 1020-BEGIN-RUN-CONTROL-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------*
003300*  1000-READ-DAILY-SUMMARY - SCAN THE PRINTED DAILY SUMMARY FOR  *
003310*  THE RECORDS-UPDATED, RECORDS-REJECTED, AND DOLLAR-TOTAL       *
003320*  LINES AND CONVERT THEIR EDITED FIGURES BACK TO NUMBERS. A     *
003330*  SUMMARY MISSING ANY OF THE THREE CANNOT BE VERIFIED AGAINST.  *
003340*----------------------------------------------------------------*
003350 1000-READ-DAILY-SUMMARY.
003360     OPEN INPUT DAILY-SUMMARY-FILE
003370     IF NOT WS-FS-DAILY-SUMMARY-OK
003380         STRING "CTLVER01 - DAILY SUMMARY OPEN FAILED - STATUS "
003390             WS-FS-DAILY-SUMMARY
003400             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003410         DISPLAY WS-ERROR-MESSAGE-LINE
003420         SET WS-ABEND-REQUESTED TO TRUE
003430         GO TO 1000-READ-DAILY-SUMMARY-EXIT
003440     END-IF
003450     SET WS-EOF-NO TO TRUE
003460     PERFORM 1100-SCAN-ONE-SUMMARY-LINE THRU
003470         1100-SCAN-ONE-SUMMARY-LINE-EXIT
003480         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
003490     CLOSE DAILY-SUMMARY-FILE
003500     IF NOT WS-UPDATED-SEEN
003510         OR NOT WS-REJECTED-SEEN
003520         OR NOT WS-DOLLAR-SEEN
003530         MOVE "CTLVER01 - DAILY SUMMARY LINES MISSING"
003540             TO WS-ERROR-MESSAGE-LINE
003550         DISPLAY WS-ERROR-MESSAGE-LINE
003560         SET WS-ABEND-REQUESTED TO TRUE
003570     END-IF.
003580 1000-READ-DAILY-SUMMARY-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610*  1100-SCAN-ONE-SUMMARY-LINE - READ ONE SUMMARY LINE AND, WHEN  *
003620*  ITS LABEL IS ONE OF THE THREE THE CHECKS NEED, EXTRACT THE    *
003630*  FIGURE. THE LAST OCCURRENCE OF A LABEL WINS, WHICH IS THE     *
003640*  RUN-LEVEL FIGURE WHEN SLICES WROTE THEIR OWN SUMMARIES.       *
003650*----------------------------------------------------------------*
003660 1100-SCAN-ONE-SUMMARY-LINE.
003670     READ DAILY-SUMMARY-FILE
003680         AT END
003690             SET WS-EOF-YES TO TRUE
003700             GO TO 1100-SCAN-ONE-SUMMARY-LINE-EXIT
003710     END-READ
003720     IF NOT WS-FS-DAILY-SUMMARY-OK
003730         STRING "CTLVER01 - DAILY SUMMARY READ FAILED - STATUS "
003740             WS-FS-DAILY-SUMMARY
003750             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003760         DISPLAY WS-ERROR-MESSAGE-LINE
003770         SET WS-ABEND-REQUESTED TO TRUE
003780         GO TO 1100-SCAN-ONE-SUMMARY-LINE-EXIT
003790     END-IF
003800     IF DAILY-SUMMARY-RECORD (1:17) = "RECORDS UPDATED  "
003810         MOVE DAILY-SUMMARY-RECORD TO WS-EX-LINE
003820         PERFORM 8200-EXTRACT-NUMBER THRU
003830             8200-EXTRACT-NUMBER-EXIT
003840         MOVE WS-EX-VALUE TO WS-SUM-UPDATED
003850         SET WS-UPDATED-SEEN TO TRUE
003860         GO TO 1100-SCAN-ONE-SUMMARY-LINE-EXIT
003870     END-IF
003880     IF DAILY-SUMMARY-RECORD (1:17) = "RECORDS REJECTED "
003890         MOVE DAILY-SUMMARY-RECORD TO WS-EX-LINE
003900         PERFORM 8200-EXTRACT-NUMBER THRU
003910             8200-EXTRACT-NUMBER-EXIT
003920         MOVE WS-EX-VALUE TO WS-SUM-REJECTED
003930         SET WS-REJECTED-SEEN TO TRUE
003940         GO TO 1100-SCAN-ONE-SUMMARY-LINE-EXIT
003950     END-IF
003960     IF DAILY-SUMMARY-RECORD (1:17) = "DOLLAR TOTAL     "
003970         MOVE DAILY-SUMMARY-RECORD TO WS-EX-LINE
003980         PERFORM 8200-EXTRACT-NUMBER THRU
003990             8200-EXTRACT-NUMBER-EXIT
004000         MOVE WS-EX-VALUE TO WS-SUM-DOLLAR
004010         SET WS-DOLLAR-SEEN TO TRUE
004020     END-IF.
004030 1100-SCAN-ONE-SUMMARY-LINE-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------*
004060*  2000-CHECK-EXTRACT-VS-AUDIT - FORWARD-ONLY MERGE OF THE       *
004070*  NET-CHANGE EXTRACT AGAINST THE AUDIT TRAIL: BOTH COME OUT IN  *
004080*  KEY ORDER, AND THE AUDIT TRAIL MAY HOLD EXTRA IMAGES          *
004090*  (DUPLICATES, RECORDS THAT LEFT THE MASTER UNCHANGED), SO THE  *
004100*  AUDIT SIDE ONLY EVER MOVES FORWARD. AN EXTRACT RECORD WITH    *
004110*  NO MATCHING AFTER-IMAGE FAILS THE CHECK - THE CLEANSED        *
004120*  MOVEMENT CANNOT BE PROVED AGAINST THE COMPLIANCE TRAIL.       *
004130*----------------------------------------------------------------*
004140 2000-CHECK-EXTRACT-VS-AUDIT.
004150     OPEN INPUT NET-CHANGE-EXTRACT-FILE
004160     IF NOT WS-FS-NET-CHANGE-OK
004170         STRING "CTLVER01 - NET CHANGE OPEN FAILED - STATUS "
004180             WS-FS-NET-CHANGE
004190             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004200         DISPLAY WS-ERROR-MESSAGE-LINE
004210         SET WS-ABEND-REQUESTED TO TRUE
004220         GO TO 2000-CHECK-EXTRACT-VS-AUDIT-EXIT
004230     END-IF
004240     OPEN INPUT AUDIT-TRAIL-FILE
004250     IF NOT WS-FS-AUDIT-TRAIL-OK
004260         STRING "CTLVER01 - AUDIT TRAIL OPEN FAILED - STATUS "
004270             WS-FS-AUDIT-TRAIL
004280             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004290         DISPLAY WS-ERROR-MESSAGE-LINE
004300         SET WS-ABEND-REQUESTED TO TRUE
004310         CLOSE NET-CHANGE-EXTRACT-FILE
004320         GO TO 2000-CHECK-EXTRACT-VS-AUDIT-EXIT
004330     END-IF
004340     SET WS-EOF-NO TO TRUE
004350     SET WS-AUDIT-EOF-NO TO TRUE
004360     PERFORM 2100-MATCH-ONE-EXTRACT THRU
004370         2100-MATCH-ONE-EXTRACT-EXIT
004380         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
004390     CLOSE NET-CHANGE-EXTRACT-FILE
004400     CLOSE AUDIT-TRAIL-FILE
004410     IF WS-XT-RECORDS-UNMATCHED > ZERO
004420         MOVE "F" TO WS-CK1-FLAG
004430     END-IF.
004440 2000-CHECK-EXTRACT-VS-AUDIT-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------*
004470*  2100-MATCH-ONE-EXTRACT - READ ONE EXTRACT RECORD AND WALK     *
004480*  THE AUDIT TRAIL FORWARD UNTIL ITS AFTER-IMAGE MATCHES OR      *
004490*  THE TRAIL RUNS OUT.                                           *
004500*----------------------------------------------------------------*
004510 2100-MATCH-ONE-EXTRACT.
004520     READ NET-CHANGE-EXTRACT-FILE
004530         AT END
004540             SET WS-EOF-YES TO TRUE
004550             GO TO 2100-MATCH-ONE-EXTRACT-EXIT
004560     END-READ
004570     IF NOT WS-FS-NET-CHANGE-OK
004580         STRING "CTLVER01 - NET CHANGE READ FAILED - STATUS "
004590             WS-FS-NET-CHANGE
004600             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004610         DISPLAY WS-ERROR-MESSAGE-LINE
004620         SET WS-ABEND-REQUESTED TO TRUE
004630         GO TO 2100-MATCH-ONE-EXTRACT-EXIT
004640     END-IF
004650     ADD 1 TO WS-XT-RECORDS-READ
004660     SET WS-IMAGE-NOT-MATCHED TO TRUE
004670     PERFORM 2200-SCAN-ONE-AUDIT THRU
004680         2200-SCAN-ONE-AUDIT-EXIT
004690         UNTIL WS-IMAGE-MATCHED
004700         OR WS-AUDIT-EOF-YES
004710         OR WS-ABEND-REQUESTED
004720     IF WS-IMAGE-MATCHED
004730         ADD 1 TO WS-XT-RECORDS-MATCHED
004740     ELSE
004750         ADD 1 TO WS-XT-RECORDS-UNMATCHED
004760     END-IF.
004770 2100-MATCH-ONE-EXTRACT-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------*
004800*  2200-SCAN-ONE-AUDIT - READ THE NEXT AUDIT IMAGE AND TEST ITS  *
004810*  AFTER-IMAGE AGAINST THE EXTRACT RECORD IN HAND.               *
004820*----------------------------------------------------------------*
004830 2200-SCAN-ONE-AUDIT.
004840     READ AUDIT-TRAIL-FILE
004850         AT END
004860             SET WS-AUDIT-EOF-YES TO TRUE
004870             GO TO 2200-SCAN-ONE-AUDIT-EXIT
004880     END-READ
004890     IF NOT WS-FS-AUDIT-TRAIL-OK
004900         STRING "CTLVER01 - AUDIT TRAIL READ FAILED - STATUS "
004910             WS-FS-AUDIT-TRAIL
004920             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004930         DISPLAY WS-ERROR-MESSAGE-LINE
004940         SET WS-ABEND-REQUESTED TO TRUE
004950         GO TO 2200-SCAN-ONE-AUDIT-EXIT
004960     END-IF
004970     IF AT-AFTER-IMAGE = XT-AFTER-IMAGE
004980         SET WS-IMAGE-MATCHED TO TRUE
004990     END-IF.
005000 2200-SCAN-ONE-AUDIT-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------*
005030*  3000-CHECK-CONTROL-TOTALS - SUM THE MACHINE-READABLE CONTROL  *
005040*  TOTALS AND COMPARE AGAINST THE DAILY SUMMARY'S RECORDS-       *
005050*  UPDATED COUNT AND DOLLAR TOTAL.                               *
005060*----------------------------------------------------------------*
005070 3000-CHECK-CONTROL-TOTALS.
005080     OPEN INPUT CONTROL-TOTALS-FILE
005090     IF NOT WS-FS-CONTROL-TOTALS-OK
005100         STRING "CTLVER01 - CONTROL TOTALS OPEN FAILED - STATUS "
005110             WS-FS-CONTROL-TOTALS
005120             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005130         DISPLAY WS-ERROR-MESSAGE-LINE
005140         SET WS-ABEND-REQUESTED TO TRUE
005150         GO TO 3000-CHECK-CONTROL-TOTALS-EXIT
005160     END-IF
005170     SET WS-EOF-NO TO TRUE
005180     PERFORM 3100-SUM-ONE-TOTAL THRU
005190         3100-SUM-ONE-TOTAL-EXIT
005200         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
005210     CLOSE CONTROL-TOTALS-FILE
005220     IF WS-CT-SUM-COUNT NOT = WS-SUM-UPDATED
005230         OR WS-CT-SUM-AMOUNT NOT = WS-SUM-DOLLAR
005240         MOVE "F" TO WS-CK2-FLAG
005250     END-IF.
005260 3000-CHECK-CONTROL-TOTALS-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------*
005290*  3100-SUM-ONE-TOTAL - ADD ONE CONTROL TOTALS RECORD INTO THE   *
005300*  RUNNING SUMS.                                                 *
005310*----------------------------------------------------------------*
005320 3100-SUM-ONE-TOTAL.
005330     READ CONTROL-TOTALS-FILE
005340         AT END
005350             SET WS-EOF-YES TO TRUE
005360             GO TO 3100-SUM-ONE-TOTAL-EXIT
005370     END-READ
005380     IF NOT WS-FS-CONTROL-TOTALS-OK
005390         STRING "CTLVER01 - CONTROL TOTALS READ FAILED - STATUS "
005400             WS-FS-CONTROL-TOTALS
005410             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005420         DISPLAY WS-ERROR-MESSAGE-LINE
005430         SET WS-ABEND-REQUESTED TO TRUE
005440         GO TO 3100-SUM-ONE-TOTAL-EXIT
005450     END-IF
005460     ADD CT-RECORD-COUNT TO WS-CT-SUM-COUNT
005470     ADD CT-AMOUNT-TOTAL TO WS-CT-SUM-AMOUNT.
005480 3100-SUM-ONE-TOTAL-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------*
005510*  4000-CHECK-SUSPENSE-COUNT - COUNT THE REJECT SUSPENSE        *
005520*  RECORDS AND COMPARE AGAINST THE REJECTED COUNT THE RUN        *
005530*  REPORTED.                                                     *
005540*----------------------------------------------------------------*
005550 4000-CHECK-SUSPENSE-COUNT.
005560     OPEN INPUT REJECT-SUSPENSE-FILE
005570     IF NOT WS-FS-REJECT-SUSP-OK
005580         STRING "CTLVER01 - SUSPENSE OPEN FAILED - STATUS "
005590             WS-FS-REJECT-SUSP
005600             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005610         DISPLAY WS-ERROR-MESSAGE-LINE
005620         SET WS-ABEND-REQUESTED TO TRUE
005630         GO TO 4000-CHECK-SUSPENSE-COUNT-EXIT
005640     END-IF
005650     SET WS-EOF-NO TO TRUE
005660     PERFORM 4100-COUNT-ONE-SUSPENSE THRU
005670         4100-COUNT-ONE-SUSPENSE-EXIT
005680         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
005690     CLOSE REJECT-SUSPENSE-FILE
005700     IF WS-RS-RECORD-COUNT NOT = WS-SUM-REJECTED
005710         MOVE "F" TO WS-CK3-FLAG
005720     END-IF.
005730 4000-CHECK-SUSPENSE-COUNT-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------*
005760*  4100-COUNT-ONE-SUSPENSE - COUNT ONE SUSPENSE RECORD.          *
005770*----------------------------------------------------------------*
005780 4100-COUNT-ONE-SUSPENSE.
005790     READ REJECT-SUSPENSE-FILE
005800         AT END
005810             SET WS-EOF-YES TO TRUE
005820             GO TO 4100-COUNT-ONE-SUSPENSE-EXIT
005830     END-READ
005840     IF NOT WS-FS-REJECT-SUSP-OK
005850         STRING "CTLVER01 - SUSPENSE READ FAILED - STATUS "
005860             WS-FS-REJECT-SUSP
005870             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005880         DISPLAY WS-ERROR-MESSAGE-LINE
005890         SET WS-ABEND-REQUESTED TO TRUE
005900         GO TO 4100-COUNT-ONE-SUSPENSE-EXIT
005910     END-IF
005920     ADD 1 TO WS-RS-RECORD-COUNT.
005930 4100-COUNT-ONE-SUSPENSE-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------*
005960*  5000-WRITE-CERTIFICATE - THE ONE-PAGE PASS/FAIL CERTIFICATE   *
005970*  THE SCHEDULER AND THE MORNING BALANCING DESK BOTH READ.       *
005980*----------------------------------------------------------------*
005990 5000-WRITE-CERTIFICATE.
006000     OPEN OUTPUT CERTIFICATE-REPORT-FILE
006010     IF NOT WS-FS-CERT-RPT-OK
006020         STRING "CTLVER01 - CERTIFICATE OPEN FAILED - STATUS "
006030             WS-FS-CERT-RPT
006040             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006050         DISPLAY WS-ERROR-MESSAGE-LINE
006060         SET WS-ABEND-REQUESTED TO TRUE
006070         GO TO 5000-WRITE-CERTIFICATE-EXIT
006080     END-IF
006090     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
006100     STRING "RUN INTEGRITY CERTIFICATE  RUN DATE " WS-RUN-DATE
006110         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
006120     WRITE CERTIFICATE-REPORT-RECORD
006130     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
006140     WRITE CERTIFICATE-REPORT-RECORD
006150     MOVE WS-XT-RECORDS-READ TO WS-COUNT-DISPLAY
006160     MOVE WS-XT-RECORDS-UNMATCHED TO WS-COUNT-DISPLAY-2
006170     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
006180     STRING "CHECK 1 CLEANSED MOVEMENT VS AUDIT TRAIL  EXTRACT "
006190         WS-COUNT-DISPLAY "  UNMATCHED " WS-COUNT-DISPLAY-2
006200         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
006210     WRITE CERTIFICATE-REPORT-RECORD
006220     PERFORM 5100-WRITE-ONE-VERDICT THRU
006230         5100-WRITE-ONE-VERDICT-EXIT
006240     MOVE WS-CT-SUM-COUNT TO WS-COUNT-DISPLAY
006250     MOVE WS-SUM-UPDATED TO WS-COUNT-DISPLAY-2
006260     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
006270     STRING "CHECK 2 CONTROL TOTALS VS DAILY SUMMARY  COUNT "
006280         WS-COUNT-DISPLAY "  SUMMARY " WS-COUNT-DISPLAY-2
006290         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
006300     WRITE CERTIFICATE-REPORT-RECORD
006310     MOVE WS-CT-SUM-AMOUNT TO WS-AMOUNT-DISPLAY
006320     MOVE WS-SUM-DOLLAR TO WS-AMOUNT-DISPLAY-2
006330     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
006340     STRING "        AMOUNT " WS-AMOUNT-DISPLAY
006350         "  SUMMARY " WS-AMOUNT-DISPLAY-2
006360         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
006370     WRITE CERTIFICATE-REPORT-RECORD
006380     PERFORM 5110-WRITE-CHECK2-VERDICT THRU
006390         5110-WRITE-CHECK2-VERDICT-EXIT
006400     MOVE WS-RS-RECORD-COUNT TO WS-COUNT-DISPLAY
006410     MOVE WS-SUM-REJECTED TO WS-COUNT-DISPLAY-2
006420     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
006430     STRING "CHECK 3 SUSPENSE COUNT VS REJECTED  SUSPENSE "
006440         WS-COUNT-DISPLAY "  REPORTED " WS-COUNT-DISPLAY-2
006450         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
006460     WRITE CERTIFICATE-REPORT-RECORD
006470     PERFORM 5120-WRITE-CHECK3-VERDICT THRU
006480         5120-WRITE-CHECK3-VERDICT-EXIT
006490     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
006500     WRITE CERTIFICATE-REPORT-RECORD
006510     IF WS-ABEND-REQUESTED
006520         MOVE "VERDICT - COULD NOT VERIFY - DO NOT RELEASE"
006530             TO CERTIFICATE-REPORT-RECORD
006540     ELSE
006550         IF WS-CK1-PASSED AND WS-CK2-PASSED AND WS-CK3-PASSED
006560             MOVE "VERDICT - OUTPUTS AGREE - RELEASE DOWNSTREAM"
006570                 TO CERTIFICATE-REPORT-RECORD
006580         ELSE
006590             MOVE "VERDICT - OUTPUTS DISAGREE - HOLD DOWNSTREAM"
006600                 TO CERTIFICATE-REPORT-RECORD
006610         END-IF
006620     END-IF
006630     WRITE CERTIFICATE-REPORT-RECORD
006640     DISPLAY CERTIFICATE-REPORT-RECORD
006650     CLOSE CERTIFICATE-REPORT-FILE.
006660 5000-WRITE-CERTIFICATE-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------*
006690*  5100-WRITE-ONE-VERDICT - PASS/FAIL LINE FOR CHECK 1.          *
006700*----------------------------------------------------------------*
006710 5100-WRITE-ONE-VERDICT.
006720     IF WS-CK1-PASSED
006730         MOVE "        PASS" TO CERTIFICATE-REPORT-RECORD
006740     ELSE
006750         MOVE "        FAIL" TO CERTIFICATE-REPORT-RECORD
006760     END-IF
006770     WRITE CERTIFICATE-REPORT-RECORD.
006780 5100-WRITE-ONE-VERDICT-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------*
006810*  5110-WRITE-CHECK2-VERDICT - PASS/FAIL LINE FOR CHECK 2.       *
006820*----------------------------------------------------------------*
006830 5110-WRITE-CHECK2-VERDICT.
006840     IF WS-CK2-PASSED
006850         MOVE "        PASS" TO CERTIFICATE-REPORT-RECORD
006860     ELSE
006870         MOVE "        FAIL" TO CERTIFICATE-REPORT-RECORD
006880     END-IF
006890     WRITE CERTIFICATE-REPORT-RECORD.
006900 5110-WRITE-CHECK2-VERDICT-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------*
006930*  5120-WRITE-CHECK3-VERDICT - PASS/FAIL LINE FOR CHECK 3.       *
006940*----------------------------------------------------------------*
006950 5120-WRITE-CHECK3-VERDICT.
006960     IF WS-CK3-PASSED
006970         MOVE "        PASS" TO CERTIFICATE-REPORT-RECORD
006980     ELSE
006990         MOVE "        FAIL" TO CERTIFICATE-REPORT-RECORD
007000     END-IF
007010     WRITE CERTIFICATE-REPORT-RECORD.
007020 5120-WRITE-CHECK3-VERDICT-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------*
007050*  8200-EXTRACT-NUMBER - CONVERT THE EDITED FIGURE ON A DAILY    *
007060*  SUMMARY LINE (COLUMNS 18 ON) BACK TO A NUMBER: DIGITS         *
007070*  ACCUMULATE, COMMAS ARE SKIPPED, A DECIMAL POINT MARKS THE     *
007080*  CENTS, AND A TRAILING MINUS MAKES IT NEGATIVE.                *
007090*----------------------------------------------------------------*
007100 8200-EXTRACT-NUMBER.
007110     MOVE ZERO TO WS-EX-DIGITS
007120     MOVE "N" TO WS-EX-DECIMAL-SWITCH
007130     MOVE "N" TO WS-EX-NEGATIVE-SWITCH
007140     PERFORM 8210-EXTRACT-ONE-CHAR THRU
007150         8210-EXTRACT-ONE-CHAR-EXIT
007160         VARYING WS-EX-SUB FROM 18 BY 1
007170         UNTIL WS-EX-SUB > 80
007180     IF WS-EX-DECIMAL-SEEN
007190         COMPUTE WS-EX-VALUE = WS-EX-DIGITS / 100
007200     ELSE
007210         MOVE WS-EX-DIGITS TO WS-EX-VALUE
007220     END-IF
007230     IF WS-EX-NEGATIVE
007240         COMPUTE WS-EX-VALUE = ZERO - WS-EX-VALUE
007250     END-IF.
007260 8200-EXTRACT-NUMBER-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------*
007290*  8210-EXTRACT-ONE-CHAR - CLASSIFY ONE CHARACTER OF THE EDITED  *
007300*  FIGURE.                                                       *
007310*----------------------------------------------------------------*
007320 8210-EXTRACT-ONE-CHAR.
007330     MOVE WS-EX-LINE (WS-EX-SUB:1) TO WS-EX-CHAR
007340     IF WS-EX-CHAR >= "0" AND WS-EX-CHAR <= "9"
007350         COMPUTE WS-EX-DIGITS =
007360             (WS-EX-DIGITS * 10) + WS-EX-CHAR-NUM
007370         GO TO 8210-EXTRACT-ONE-CHAR-EXIT
007380     END-IF
007390     IF WS-EX-CHAR = "."
007400         SET WS-EX-DECIMAL-SEEN TO TRUE
007410         GO TO 8210-EXTRACT-ONE-CHAR-EXIT
007420     END-IF
007430     IF WS-EX-CHAR = "-"
007440         SET WS-EX-NEGATIVE TO TRUE
007450     END-IF.
007460 8210-EXTRACT-ONE-CHAR-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------*
007490*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
007500*  WITH THE STEP RETURN CODE (12 AND UP RECORDS THE STEP AS      *
007510*  FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). THE RETURN   *
007520*  CODE IS PUT BACK AFTER THE CALL; A LEDGER THAT CANNOT RECORD  *
007530*  THE END RAISES IT TO 12 SO THE CHAIN STOPS.                   *
007540*----------------------------------------------------------------*
007550 9900-END-RUN-CONTROL.
007560     IF WS-RCL-NOT-CHECKED-IN
007570         GO TO 9900-END-RUN-CONTROL-EXIT
007580     END-IF
007590     MOVE RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
007600     MOVE "E" TO WS-RCL-FUNCTION-CODE
007610     MOVE ZERO TO WS-RCL-RESULT
007620     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
007630         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
007640     SET WS-RCL-NOT-CHECKED-IN TO TRUE
007650     MOVE WS-RCL-STEP-RETURN-CODE TO RETURN-CODE
007660     IF WS-RCL-RESULT NOT = ZERO
007670         MOVE "CTLVER01 - RUN CONTROL LEDGER END NOT RECORDED"
007680             TO WS-ERROR-MESSAGE-LINE
007690         DISPLAY WS-ERROR-MESSAGE-LINE
007700         MOVE 12 TO RETURN-CODE
007710     END-IF.
007720 9900-END-RUN-CONTROL-EXIT.
007730     EXIT.
