000180*  BRANCH RECORD CARRIES A BLANK REGION CODE, STILL ROLLS INTO   *
000190*  THE GRAND TOTAL BUT IS LISTED IN AN EXCEPTION SECTION SO THE  *
000200*  DATA CONTROL GROUP CAN CHASE THE REFERENCE DATA.              *
000210*                                                                *
000220*  A KEY WHOSE BRANCH HAS BEEN CONSOLIDATED INTO A SUCCESSOR     *
000230*  (BRCHREF STATUS M) ROLLS INTO THE SUCCESSOR'S REGION WHEN THE *
000240*  TOTALS ARE DATED ON OR AFTER THE CONSOLIDATION DATE,          *
000250*  FOLLOWING A CHAIN OF MERGES TO THE BRANCH STILL OPEN. EARLIER *
000260*  TOTALS STAY WITH THE OLD BRANCH'S OWN REGION. EACH REMAPPED   *
000270*  KEY IS LISTED IN A SECTION OF ITS OWN - IT IS NOT AN          *
000280*  EXCEPTION.                                                    *
000290*----------------------------------------------------------------*
000300*  MODIFICATION HISTORY                                          *
000310*----------------------------------------------------------------*
000320*  DATE      INIT  DESCRIPTION                                   *
000330*  09/02/26  RLM   ORIGINAL PROGRAM                              *
000340*  10/15/26  RLM   CONTROL TOTALS RECORD WIDENED TO 128 BYTES    *
000350*                  (RUN DATE, RUN TYPE, AND PER-TYPE SPLIT) -    *
000360*                  LAYOUT KEPT IN STEP WITH CTLPGM01             *
000370*  10/15/26  RLM   CHECKS IN AND OUT WITH THE RUN CONTROL LEDGER *
000380*                  (CTLRCL01); A RUN DATE ALREADY COMPLETE IS    *
000390*                  REFUSED WITHOUT A RERUN OVERRIDE. THE RUN     *
000400*                  DATE IS NOW TAKEN IN THE MAINLINE             *
000410*  10/15/26  RLM   A KEY WHOSE BRANCH WAS CONSOLIDATED (BRCHREF  *
000420*                  STATUS M) ROLLS INTO ITS SUCCESSOR'S          *
000430*                  REGION FROM THE CONSOLIDATION DATE, LISTED    *
000440*                  IN A NEW SECTION AND COUNTED ON THE TRAILER   *
000450*  10/15/26  RLM   CHECKS IN UNDER THE NIGHT'S RUN DATE FROM THE *
000460*                  RUN CONTROL LEDGER (CTLRCL01 FUNCTION D)      *
000470*                  INSTEAD OF THE CLOCK DATE, SO A STREAM PAST   *
000480*                  MIDNIGHT OR A NEXT-MORNING RERUN KEEPS ITS    *
000490*                  NIGHT (1020)                                  *
000500*----------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-3090.
000540 OBJECT-COMPUTER. IBM-3090.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOTLS
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-FS-CONTROL-TOTALS.
000610     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS BR-BRANCH-KEY
000650         FILE STATUS IS WS-FS-BRANCH-REF.
000660     SELECT REGION-REPORT-FILE ASSIGN TO RGNRPT
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-FS-REGION-RPT.
000700 DATA DIVISION.
000710 FILE SECTION.
000720*----------------------------------------------------------------*
000730*  CONTROL-TOTALS-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.     *
000740*----------------------------------------------------------------*
000750 FD  CONTROL-TOTALS-FILE
000760     RECORDING MODE IS F.
000770 01  CONTROL-TOTALS-RECORD.
000780     05  CT-KEY-CONTROL               PIC X(06).
000790     05  CT-RECORD-COUNT              PIC 9(09).
000800     05  CT-AMOUNT-TOTAL              PIC S9(11)V99.
000810     05  CT-RUN-DATE                  PIC 9(08).
000820     05  CT-RUN-TYPE                  PIC X(01).
000830     05  CT-TYPE-SPLIT OCCURS 4 TIMES.
000840         10  CT-TYPE-COUNT            PIC 9(09).
000850         10  CT-TYPE-AMOUNT           PIC S9(11)V99.
000860     05  FILLER                       PIC X(03).
000870*----------------------------------------------------------------*
000880*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS READ BY CTLPGM01.      *
000890*----------------------------------------------------------------*
000900 FD  BRANCH-REFERENCE-FILE
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  BRANCH-REFERENCE-RECORD.
000930     05  BR-BRANCH-KEY                PIC X(06).
000940     05  BR-BRANCH-NAME               PIC X(30).
000950     05  BR-BRANCH-REGION-CODE        PIC X(03).
000960     05  BR-BRANCH-STATUS             PIC X(01).
000970         88  BR-STATUS-CONSOLIDATED           VALUE "M".
000980     05  BR-SUCCESSOR-KEY             PIC X(06).
000990     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001000     05  FILLER                       PIC X(26).
001010 FD  REGION-REPORT-FILE
001020     RECORDING MODE IS F.
001030 01  REGION-REPORT-RECORD              PIC X(132).
001040 WORKING-STORAGE SECTION.
001050 01  WS-FILE-STATUS-BLOCK.
001060     05  WS-FS-CONTROL-TOTALS         PIC X(02).
001070         88  WS-FS-CONTROL-TOTALS-OK           VALUE "00".
001080     05  WS-FS-BRANCH-REF             PIC X(02).
001090         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001100         88  WS-FS-BRANCH-REF-NOT-FOUND        VALUE "23".
001110     05  WS-FS-REGION-RPT             PIC X(02).
001120         88  WS-FS-REGION-RPT-OK               VALUE "00".
001130
001140 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001150     88  WS-EOF-YES                            VALUE "Y".
001160     88  WS-EOF-NO                             VALUE "N".
001170
001180 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001190     88  WS-ABEND-REQUESTED                    VALUE "Y".
001200
001210 01  WS-KEY-ON-REFERENCE-SWITCH        PIC X(01) VALUE "N".
001220     88  WS-KEY-ON-REFERENCE                   VALUE "Y".
001230     88  WS-KEY-NOT-ON-REFERENCE               VALUE "N".
001240*----------------------------------------------------------------*
001250*  REGION ROLLUP TABLE - ONE ENTRY PER DISTINCT REGION CODE      *
001260*  SEEN, SERIAL-SEARCHED THE SAME WAY CTLPGM01 TABLES ITS        *
001270*  SIGNATURES. TWENTY ENTRIES IS FOUR TIMES THE DISTRICT LIST -  *
001280*  AN OVERFLOW IS LOGGED ONCE AND THE EXTRA REGIONS ROLL INTO    *
001290*  THE GRAND TOTAL ONLY.                                         *
001300*----------------------------------------------------------------*
001310 01  WS-REGION-CONTROL.
001320     05  WS-RG-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
001330     05  WS-RG-SUB                     PIC 9(04) COMP VALUE ZERO.
001340     05  WS-RG-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
001350     05  WS-RG-LOOKUP-REGION           PIC X(03) VALUE SPACES.
001360     05  WS-RG-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
001370         88  WS-RG-OVERFLOW                    VALUE "Y".
001380 01  WS-REGION-TABLE.
001390     05  WS-RG-ENTRY OCCURS 20 TIMES.
001400         10  WS-RG-REGION-CODE         PIC X(03).
001410         10  WS-RG-RECORD-COUNT        PIC 9(09) COMP.
001420         10  WS-RG-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3.
001430         10  WS-RG-KEY-COUNT           PIC 9(05) COMP.
001440
001450 01  WS-ROLLUP-TOTALS.
001460     05  WS-RT-KEYS-READ               PIC 9(09) COMP VALUE ZERO.
001470     05  WS-RT-KEYS-NO-BRANCH          PIC 9(09) COMP VALUE ZERO.
001480     05  WS-RT-KEYS-NO-REGION          PIC 9(09) COMP VALUE ZERO.
001490     05  WS-RT-KEYS-CONSOLIDATED       PIC 9(09) COMP VALUE ZERO.
001500     05  WS-RT-GRAND-COUNT             PIC 9(09) COMP VALUE ZERO.
001510     05  WS-RT-GRAND-AMOUNT            PIC S9(12)V99 VALUE ZERO.
001520
001530*----------------------------------------------------------------*
001540*  CONSOLIDATION REMAP - A KEY WHOSE BRANCH WAS MERGED IS        *
001550*  FOLLOWED TO ITS SUCCESSOR, AND ON THROUGH ANY LATER MERGE OF  *
001560*  THE SUCCESSOR ITSELF, NINE STEPS AT MOST SO A LOOPING CHAIN   *
001570*  ON THE REFERENCE FILE CANNOT HANG THE RUN.                    *
001580*----------------------------------------------------------------*
001590 01  WS-REMAP-CONTROL.
001600     05  WS-REMAP-KEY                  PIC X(06) VALUE SPACES.
001610     05  WS-REMAP-HOPS                 PIC 9(04) COMP VALUE ZERO.
001620     05  WS-REMAP-CHAIN-SWITCH         PIC X(01) VALUE "N".
001630         88  WS-REMAP-CHAIN-CONTINUES          VALUE "Y".
001640         88  WS-REMAP-CHAIN-ENDED              VALUE "N".
001650*----------------------------------------------------------------*
001660*  CONSOLIDATED KEY HOLD TABLE - THE REMAPPED KEYS PRINT IN      *
001670*  THEIR OWN SECTION AFTER THE REGION SUBTOTALS. AN OVERFLOWING  *
001680*  RUN KEEPS THE COUNTS RIGHT AND NOTES THE TRUNCATION.          *
001690*----------------------------------------------------------------*
001700 01  WS-CONSOLIDATED-CONTROL.
001710     05  WS-CN-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
001720     05  WS-CN-SUB                     PIC 9(04) COMP VALUE ZERO.
001730     05  WS-CN-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
001740         88  WS-CN-OVERFLOW                    VALUE "Y".
001750 01  WS-CONSOLIDATED-TABLE.
001760     05  WS-CN-ENTRY OCCURS 100 TIMES.
001770         10  WS-CN-KEY-CONTROL         PIC X(06).
001780         10  WS-CN-SUCCESSOR-KEY       PIC X(06).
001790         10  WS-CN-REGION-CODE         PIC X(03).
001800         10  WS-CN-RECORD-COUNT        PIC 9(09).
001810         10  WS-CN-AMOUNT-TOTAL        PIC S9(11)V99.
001820
001830 01  WS-EXCEPTION-SWITCH               PIC X(01) VALUE "N".
001840     88  WS-EXCEPTIONS-SEEN                    VALUE "Y".
001850
001860 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
001870 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001880 77  WS-KEY-COUNT-DISPLAY              PIC ZZ,ZZ9.
001890 77  WS-AMOUNT-DISPLAY                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001900 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001910 77  WS-EX-REASON-WORK                 PIC X(30) VALUE SPACES.
001920*----------------------------------------------------------------*
001930*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE STEP CHECKS     *
001940*  IN AT START AND OUT AT END UNDER ITS PROGRAM NAME.            *
001950*----------------------------------------------------------------*
001960 01  WS-RUN-CONTROL-CALL.
001970     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
001980     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
001990     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
002000     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
002010     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
002020         88  WS-RCL-CHECKED-IN                VALUE "Y".
002030         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
002040*----------------------------------------------------------------*
002050*  EXCEPTION LINE HOLD TABLE - THE EXCEPTION SECTION PRINTS      *
002060*  AFTER THE REGION SUBTOTALS, SO EXCEPTION KEYS ARE HELD HERE   *
002070*  UNTIL THE ROLLUP PASS IS DONE. AN OVERFLOWING RUN KEEPS THE   *
002080*  COUNTS RIGHT AND NOTES THE TRUNCATION ON THE REPORT.          *
002090*----------------------------------------------------------------*
002100 01  WS-EXCEPTION-CONTROL.
002110     05  WS-EX-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002120     05  WS-EX-SUB                     PIC 9(04) COMP VALUE ZERO.
002130     05  WS-EX-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002140         88  WS-EX-OVERFLOW                    VALUE "Y".
002150 01  WS-EXCEPTION-TABLE.
002160     05  WS-EX-ENTRY OCCURS 500 TIMES.
002170         10  WS-EX-KEY-CONTROL         PIC X(06).
002180         10  WS-EX-REASON              PIC X(30).
002190*----------------------------------------------------------------*
002200*  PROCEDURE DIVISION                                            *
002210*----------------------------------------------------------------*
002220 PROCEDURE DIVISION.
002230*----------------------------------------------------------------*
002240*  0000-MAINLINE - ROLL UP, REPORT, CLOSE. RETURN CODE 04 WHEN   *
002250*  ANY KEY WAS MISSING ITS BRANCH OR REGION, 12 ON A FILE        *
002260*  FAILURE, 00 OTHERWISE.                                        *
002270*----------------------------------------------------------------*
002280 0000-MAINLINE.
002290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002300     PERFORM 1020-BEGIN-RUN-CONTROL THRU
002310         1020-BEGIN-RUN-CONTROL-EXIT
002320     IF WS-RCL-NOT-CHECKED-IN
002330         MOVE 12 TO RETURN-CODE
002340         GOBACK
002350     END-IF
002360     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002370     IF NOT WS-ABEND-REQUESTED
002380         PERFORM 2000-ROLLUP-ONE-KEY THRU
002390             2000-ROLLUP-ONE-KEY-EXIT
002400             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
002410     END-IF
002420     IF NOT WS-ABEND-REQUESTED
002430         PERFORM 3000-WRITE-REGION-SECTION THRU
002440             3000-WRITE-REGION-SECTION-EXIT
002450         PERFORM 3500-WRITE-CONSOLIDATED-SECTION THRU
002460             3500-WRITE-CONSOLIDATED-SECTION-EXIT
002470         PERFORM 4000-WRITE-EXCEPTION-SECTION THRU
002480             4000-WRITE-EXCEPTION-SECTION-EXIT
002490     END-IF
002500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002510     IF WS-ABEND-REQUESTED
002520         MOVE 12 TO RETURN-CODE
002530     ELSE
002540         IF WS-EXCEPTIONS-SEEN
002550             MOVE 04 TO RETURN-CODE
002560         ELSE
002570             MOVE ZERO TO RETURN-CODE
002580         END-IF
002590     END-IF
002600     PERFORM 9900-END-RUN-CONTROL THRU
002610         9900-END-RUN-CONTROL-EXIT
002620     GOBACK.
002630 0000-MAINLINE-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------*
002660*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL        *
002670*  LEDGER (CTLRCL01). A STEP ALREADY COMPLETE FOR THE RUN DATE   *
002680*  WITHOUT A RERUN OVERRIDE, OR A LEDGER FAILURE, STOPS THE      *
002690*  RUN BEFORE ANYTHING IS READ OR WRITTEN.                       *
002700*  THE NIGHT'S RUN DATE IS TAKEN FROM THE LEDGER FIRST (FUNCTION *
002710*  D), SO A STREAM THAT RUNS PAST MIDNIGHT, OR A RERUN THE NEXT  *
002720*  MORNING, IS STILL LEDGERED UNDER THE NIGHT IT BELONGS TO.     *
002730*----------------------------------------------------------------*
002740 1020-BEGIN-RUN-CONTROL.
002750     SET WS-RCL-NOT-CHECKED-IN TO TRUE
002760     MOVE "D" TO WS-RCL-FUNCTION-CODE
002770     MOVE "CTLRGN01" TO WS-RCL-STEP-NAME
002780     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
002790     MOVE ZERO TO WS-RCL-RESULT
002800     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
002810         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
002820     IF WS-RCL-RESULT = ZERO
002830         MOVE "B" TO WS-RCL-FUNCTION-CODE
002840         CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE
002850             WS-RCL-STEP-NAME WS-RUN-DATE WS-RCL-STEP-RETURN-CODE
002860             WS-RCL-RESULT
002870     END-IF
002880     IF WS-RCL-RESULT = ZERO
002890         SET WS-RCL-CHECKED-IN TO TRUE
002900     ELSE
002910         MOVE "CTLRGN01 - RUN CONTROL LEDGER DID NOT RELEASE RUN"
002920             TO WS-ERROR-MESSAGE-LINE
002930         DISPLAY WS-ERROR-MESSAGE-LINE
002940     END-IF.
002950 1020-BEGIN-RUN-CONTROL-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------*
002980*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE REPORT         *
002990*  HEADING. ANY OPEN FAILURE STOPS THE RUN.                      *
003000*----------------------------------------------------------------*
003010 1000-INITIALIZE.
003020     SET WS-EOF-NO TO TRUE
003030     OPEN INPUT CONTROL-TOTALS-FILE
003040     IF NOT WS-FS-CONTROL-TOTALS-OK
003050         STRING "CTLRGN01 - CONTROL TOTALS OPEN FAILED - STATUS "
003060             WS-FS-CONTROL-TOTALS
003070             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003080         DISPLAY WS-ERROR-MESSAGE-LINE
003090         SET WS-ABEND-REQUESTED TO TRUE
003100         GO TO 1000-INITIALIZE-EXIT
003110     END-IF
003120     OPEN INPUT BRANCH-REFERENCE-FILE
003130     IF NOT WS-FS-BRANCH-REF-OK
003140         STRING "CTLRGN01 - BRANCH REF OPEN FAILED - STATUS "
003150             WS-FS-BRANCH-REF
003160             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003170         DISPLAY WS-ERROR-MESSAGE-LINE
003180         SET WS-ABEND-REQUESTED TO TRUE
003190         GO TO 1000-INITIALIZE-EXIT
003200     END-IF
003210     OPEN OUTPUT REGION-REPORT-FILE
003220     IF NOT WS-FS-REGION-RPT-OK
003230         STRING "CTLRGN01 - REGION REPORT OPEN FAILED - STATUS "
003240             WS-FS-REGION-RPT
003250             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003260         DISPLAY WS-ERROR-MESSAGE-LINE
003270         SET WS-ABEND-REQUESTED TO TRUE
003280         GO TO 1000-INITIALIZE-EXIT
003290     END-IF
003300     MOVE SPACES TO REGION-REPORT-RECORD
003310     STRING "REGIONAL ROLLUP REPORT  RUN DATE " WS-RUN-DATE
003320         DELIMITED BY SIZE INTO REGION-REPORT-RECORD
003330     WRITE REGION-REPORT-RECORD
003340     MOVE SPACES TO REGION-REPORT-RECORD
003350     WRITE REGION-REPORT-RECORD.
003360 1000-INITIALIZE-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------*
003390*  2000-ROLLUP-ONE-KEY - READ ONE CONTROL TOTALS RECORD, FIND    *
003400*  ITS REGION ON THE BRANCH REFERENCE FILE, AND ACCUMULATE INTO  *
003410*  THE REGION TABLE AND THE GRAND TOTAL. A KEY WITH NO BRANCH    *
003420*  RECORD OR NO REGION CODE IS HELD FOR THE EXCEPTION SECTION    *
003430*  AND ROLLS INTO THE GRAND TOTAL ONLY.                          *
003440*----------------------------------------------------------------*
003450 2000-ROLLUP-ONE-KEY.
003460     READ CONTROL-TOTALS-FILE
003470         AT END
003480             SET WS-EOF-YES TO TRUE
003490             GO TO 2000-ROLLUP-ONE-KEY-EXIT
003500     END-READ
003510     IF NOT WS-FS-CONTROL-TOTALS-OK
003520         STRING "CTLRGN01 - CONTROL TOTALS READ FAILED - STATUS "
003530             WS-FS-CONTROL-TOTALS
003540             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003550         DISPLAY WS-ERROR-MESSAGE-LINE
003560         SET WS-ABEND-REQUESTED TO TRUE
003570         GO TO 2000-ROLLUP-ONE-KEY-EXIT
003580     END-IF
003590     ADD 1 TO WS-RT-KEYS-READ
003600     ADD CT-RECORD-COUNT TO WS-RT-GRAND-COUNT
003610     ADD CT-AMOUNT-TOTAL TO WS-RT-GRAND-AMOUNT
003620     PERFORM 2100-READ-BRANCH-REGION THRU
003630         2100-READ-BRANCH-REGION-EXIT
003640     IF WS-ABEND-REQUESTED
003650         GO TO 2000-ROLLUP-ONE-KEY-EXIT
003660     END-IF
003670     IF WS-KEY-NOT-ON-REFERENCE
003680         ADD 1 TO WS-RT-KEYS-NO-BRANCH
003690         SET WS-EXCEPTIONS-SEEN TO TRUE
003700         MOVE "NO BRANCH RECORD ON BRCHREF" TO WS-EX-REASON-WORK
003710         PERFORM 2300-HOLD-ONE-EXCEPTION THRU
003720             2300-HOLD-ONE-EXCEPTION-EXIT
003730         GO TO 2000-ROLLUP-ONE-KEY-EXIT
003740     END-IF
003750     IF BR-STATUS-CONSOLIDATED
003760         PERFORM 2150-RESOLVE-CONSOLIDATION THRU
003770             2150-RESOLVE-CONSOLIDATION-EXIT
003780         IF WS-ABEND-REQUESTED
003790             GO TO 2000-ROLLUP-ONE-KEY-EXIT
003800         END-IF
003810     END-IF
003820     IF BR-BRANCH-REGION-CODE = SPACES
003830         ADD 1 TO WS-RT-KEYS-NO-REGION
003840         SET WS-EXCEPTIONS-SEEN TO TRUE
003850         MOVE "BRANCH RECORD HAS NO REGION" TO WS-EX-REASON-WORK
003860         PERFORM 2300-HOLD-ONE-EXCEPTION THRU
003870             2300-HOLD-ONE-EXCEPTION-EXIT
003880         GO TO 2000-ROLLUP-ONE-KEY-EXIT
003890     END-IF
003900     MOVE BR-BRANCH-REGION-CODE TO WS-RG-LOOKUP-REGION
003910     PERFORM 2200-FIND-REGION-ENTRY THRU
003920         2200-FIND-REGION-ENTRY-EXIT
003930     IF WS-RG-FOUND-SUB = ZERO
003940         GO TO 2000-ROLLUP-ONE-KEY-EXIT
003950     END-IF
003960     ADD CT-RECORD-COUNT
003970         TO WS-RG-RECORD-COUNT (WS-RG-FOUND-SUB)
003980     ADD CT-AMOUNT-TOTAL
003990         TO WS-RG-AMOUNT-TOTAL (WS-RG-FOUND-SUB)
004000     ADD 1 TO WS-RG-KEY-COUNT (WS-RG-FOUND-SUB).
004010 2000-ROLLUP-ONE-KEY-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------*
004040*  2100-READ-BRANCH-REGION - RANDOM READ OF THE BRANCH           *
004050*  REFERENCE FILE ON THE CONTROL TOTALS KEY. A MISS IS AN        *
004060*  ORDINARY EXCEPTION RESULT; ANY OTHER NON-ZERO STATUS STOPS    *
004070*  THE RUN.                                                      *
004080*----------------------------------------------------------------*
004090 2100-READ-BRANCH-REGION.
004100     SET WS-KEY-ON-REFERENCE TO TRUE
004110     MOVE CT-KEY-CONTROL TO BR-BRANCH-KEY
004120     READ BRANCH-REFERENCE-FILE
004130         INVALID KEY
004140             SET WS-KEY-NOT-ON-REFERENCE TO TRUE
004150     END-READ
004160     IF WS-KEY-NOT-ON-REFERENCE
004170         AND NOT WS-FS-BRANCH-REF-NOT-FOUND
004180         STRING "CTLRGN01 - BRANCH REF READ FAILED - STATUS "
004190             WS-FS-BRANCH-REF
004200             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004210         DISPLAY WS-ERROR-MESSAGE-LINE
004220         SET WS-ABEND-REQUESTED TO TRUE
004230     END-IF.
004240 2100-READ-BRANCH-REGION-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------*
004270*  2150-RESOLVE-CONSOLIDATION - THE KEY'S BRANCH WAS MERGED.     *
004280*  FOLLOW THE CHAIN OF SUCCESSORS IN EFFECT ON THE TOTALS' RUN   *
004290*  DATE AND LEAVE THE LAST BRANCH REACHED IN THE RECORD AREA, SO *
004300*  ITS REGION IS THE ONE THE KEY ROLLS INTO. A REMAPPED KEY IS   *
004310*  HELD FOR THE CONSOLIDATED KEY SECTION.                        *
004320*----------------------------------------------------------------*
004330 2150-RESOLVE-CONSOLIDATION.
004340     MOVE CT-KEY-CONTROL TO WS-REMAP-KEY
004350     MOVE ZERO TO WS-REMAP-HOPS
004360     SET WS-REMAP-CHAIN-CONTINUES TO TRUE
004370     PERFORM 2160-FOLLOW-ONE-MERGE THRU
004380         2160-FOLLOW-ONE-MERGE-EXIT
004390         UNTIL WS-REMAP-CHAIN-ENDED
004400     IF WS-ABEND-REQUESTED
004410         GO TO 2150-RESOLVE-CONSOLIDATION-EXIT
004420     END-IF
004430     MOVE WS-REMAP-KEY TO BR-BRANCH-KEY
004440     READ BRANCH-REFERENCE-FILE
004450         INVALID KEY
004460             CONTINUE
004470     END-READ
004480     IF NOT WS-FS-BRANCH-REF-OK
004490         STRING "CTLRGN01 - BRANCH REF READ FAILED - STATUS "
004500             WS-FS-BRANCH-REF
004510             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004520         DISPLAY WS-ERROR-MESSAGE-LINE
004530         SET WS-ABEND-REQUESTED TO TRUE
004540         GO TO 2150-RESOLVE-CONSOLIDATION-EXIT
004550     END-IF
004560     IF WS-REMAP-KEY = CT-KEY-CONTROL
004570         GO TO 2150-RESOLVE-CONSOLIDATION-EXIT
004580     END-IF
004590     ADD 1 TO WS-RT-KEYS-CONSOLIDATED
004600     IF WS-CN-ENTRY-COUNT >= 100
004610         SET WS-CN-OVERFLOW TO TRUE
004620         GO TO 2150-RESOLVE-CONSOLIDATION-EXIT
004630     END-IF
004640     ADD 1 TO WS-CN-ENTRY-COUNT
004650     MOVE CT-KEY-CONTROL TO WS-CN-KEY-CONTROL (WS-CN-ENTRY-COUNT)
004660     MOVE WS-REMAP-KEY TO WS-CN-SUCCESSOR-KEY (WS-CN-ENTRY-COUNT)
004670     MOVE BR-BRANCH-REGION-CODE
004680         TO WS-CN-REGION-CODE (WS-CN-ENTRY-COUNT)
004690     MOVE CT-RECORD-COUNT
004700         TO WS-CN-RECORD-COUNT (WS-CN-ENTRY-COUNT)
004710     MOVE CT-AMOUNT-TOTAL
004720         TO WS-CN-AMOUNT-TOTAL (WS-CN-ENTRY-COUNT).
004730 2150-RESOLVE-CONSOLIDATION-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------*
004760*  2160-FOLLOW-ONE-MERGE - ONE STEP ALONG THE CHAIN. THE BRANCH  *
004770*  RECORD IN THE AREA MUST BE A CONSOLIDATION WITH A SUCCESSOR   *
004780*  KEY AND A DATE NO LATER THAN THE TOTALS' RUN DATE, AND THE    *
004790*  SUCCESSOR MUST BE ON FILE; OTHERWISE THE CHAIN ENDS AT THE    *
004800*  LAST BRANCH REACHED.                                          *
004810*----------------------------------------------------------------*
004820 2160-FOLLOW-ONE-MERGE.
004830     IF WS-REMAP-HOPS >= 9
004840         OR NOT BR-STATUS-CONSOLIDATED
004850         OR BR-SUCCESSOR-KEY = SPACES
004860         OR BR-CONSOLIDATION-DATE NOT NUMERIC
004870         SET WS-REMAP-CHAIN-ENDED TO TRUE
004880         GO TO 2160-FOLLOW-ONE-MERGE-EXIT
004890     END-IF
004900     IF BR-CONSOLIDATION-DATE > CT-RUN-DATE
004910         SET WS-REMAP-CHAIN-ENDED TO TRUE
004920         GO TO 2160-FOLLOW-ONE-MERGE-EXIT
004930     END-IF
004940     MOVE BR-SUCCESSOR-KEY TO BR-BRANCH-KEY
004950     READ BRANCH-REFERENCE-FILE
004960         INVALID KEY
004970             SET WS-REMAP-CHAIN-ENDED TO TRUE
004980     END-READ
004990     IF WS-REMAP-CHAIN-ENDED
005000         IF NOT WS-FS-BRANCH-REF-NOT-FOUND
005010             STRING "CTLRGN01 - BRANCH REF READ FAILED - STATUS "
005020                 WS-FS-BRANCH-REF
005030                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005040             DISPLAY WS-ERROR-MESSAGE-LINE
005050             SET WS-ABEND-REQUESTED TO TRUE
005060         END-IF
005070         GO TO 2160-FOLLOW-ONE-MERGE-EXIT
005080     END-IF
005090     MOVE BR-BRANCH-KEY TO WS-REMAP-KEY
005100     ADD 1 TO WS-REMAP-HOPS.
005110 2160-FOLLOW-ONE-MERGE-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------*
005140*  2200-FIND-REGION-ENTRY - SERIAL SEARCH OF THE REGION TABLE    *
005150*  FOR WS-RG-LOOKUP-REGION, ADDING A NEW ENTRY ON A MISS. ON A   *
005160*  FULL TABLE THE MISSED REGION IS LOGGED ONCE AND RETURNS A     *
005170*  ZERO SUBSCRIPT - THE KEY STILL ROLLED INTO THE GRAND TOTAL.   *
005180*----------------------------------------------------------------*
005190 2200-FIND-REGION-ENTRY.
005200     MOVE ZERO TO WS-RG-FOUND-SUB
005210     MOVE 1 TO WS-RG-SUB
005220     PERFORM 2210-CHECK-ONE-REGION THRU
005230         2210-CHECK-ONE-REGION-EXIT
005240         UNTIL WS-RG-SUB > WS-RG-ENTRY-COUNT
005250         OR WS-RG-FOUND-SUB > ZERO
005260     IF WS-RG-FOUND-SUB > ZERO
005270         GO TO 2200-FIND-REGION-ENTRY-EXIT
005280     END-IF
005290     IF WS-RG-ENTRY-COUNT >= 20
005300         IF NOT WS-RG-OVERFLOW
005310             SET WS-RG-OVERFLOW TO TRUE
005320             MOVE "REGION TABLE FULL - ROLLUP INCOMPLETE"
005330                 TO WS-ERROR-MESSAGE-LINE
005340             DISPLAY WS-ERROR-MESSAGE-LINE
005350         END-IF
005360         GO TO 2200-FIND-REGION-ENTRY-EXIT
005370     END-IF
005380     ADD 1 TO WS-RG-ENTRY-COUNT
005390     MOVE WS-RG-LOOKUP-REGION
005400         TO WS-RG-REGION-CODE (WS-RG-ENTRY-COUNT)
005410     MOVE ZERO TO WS-RG-RECORD-COUNT (WS-RG-ENTRY-COUNT)
005420     MOVE ZERO TO WS-RG-AMOUNT-TOTAL (WS-RG-ENTRY-COUNT)
005430     MOVE ZERO TO WS-RG-KEY-COUNT (WS-RG-ENTRY-COUNT)
005440     MOVE WS-RG-ENTRY-COUNT TO WS-RG-FOUND-SUB.
005450 2200-FIND-REGION-ENTRY-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------*
005480*  2210-CHECK-ONE-REGION - TEST ONE TABLE ENTRY AGAINST THE      *
005490*  LOOKUP REGION.                                                *
005500*----------------------------------------------------------------*
005510 2210-CHECK-ONE-REGION.
005520     IF WS-RG-REGION-CODE (WS-RG-SUB) = WS-RG-LOOKUP-REGION
005530         MOVE WS-RG-SUB TO WS-RG-FOUND-SUB
005540     END-IF
005550     ADD 1 TO WS-RG-SUB.
005560 2210-CHECK-ONE-REGION-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------*
005590*  2300-HOLD-ONE-EXCEPTION - TABLE ONE EXCEPTION KEY FOR THE     *
005600*  SECTION PRINTED AFTER THE REGION SUBTOTALS. THE CALLER        *
005610*  PARKED THE REASON TEXT IN WS-EX-REASON-WORK; IT IS MOVED      *
005620*  INTO THE NEW ENTRY'S SLOT HERE.                               *
005630*----------------------------------------------------------------*
005640 2300-HOLD-ONE-EXCEPTION.
005650     IF WS-EX-ENTRY-COUNT >= 500
005660         IF NOT WS-EX-OVERFLOW
005670             SET WS-EX-OVERFLOW TO TRUE
005680         END-IF
005690         GO TO 2300-HOLD-ONE-EXCEPTION-EXIT
005700     END-IF
005710     ADD 1 TO WS-EX-ENTRY-COUNT
005720     MOVE WS-EX-REASON-WORK TO WS-EX-REASON (WS-EX-ENTRY-COUNT)
005730     MOVE CT-KEY-CONTROL
005740         TO WS-EX-KEY-CONTROL (WS-EX-ENTRY-COUNT).
005750 2300-HOLD-ONE-EXCEPTION-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------*
005780*  3000-WRITE-REGION-SECTION - ONE SUBTOTAL LINE PER REGION      *
005790*  SEEN, THEN THE GRAND TOTAL ACROSS EVERY KEY ON THE FILE.      *
005800*----------------------------------------------------------------*
005810 3000-WRITE-REGION-SECTION.
005820     MOVE 1 TO WS-RG-SUB
005830     PERFORM 3100-WRITE-ONE-REGION-LINE THRU
005840         3100-WRITE-ONE-REGION-LINE-EXIT
005850         UNTIL WS-RG-SUB > WS-RG-ENTRY-COUNT
005860     MOVE SPACES TO REGION-REPORT-RECORD
005870     WRITE REGION-REPORT-RECORD
005880     MOVE WS-RT-GRAND-COUNT TO WS-COUNT-DISPLAY
005890     MOVE WS-RT-GRAND-AMOUNT TO WS-AMOUNT-DISPLAY
005900     MOVE SPACES TO REGION-REPORT-RECORD
005910     STRING "GRAND TOTAL   COUNT " WS-COUNT-DISPLAY
005920         "  AMOUNT " WS-AMOUNT-DISPLAY
005930         DELIMITED BY SIZE INTO REGION-REPORT-RECORD
005940     WRITE REGION-REPORT-RECORD.
005950 3000-WRITE-REGION-SECTION-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------*
005980*  3100-WRITE-ONE-REGION-LINE - SUBTOTAL LINE FOR ONE REGION:    *
005990*  REGION CODE, BRANCH KEY COUNT, RECORD COUNT, DOLLAR TOTAL.    *
006000*----------------------------------------------------------------*
006010 3100-WRITE-ONE-REGION-LINE.
006020     MOVE WS-RG-KEY-COUNT (WS-RG-SUB) TO WS-KEY-COUNT-DISPLAY
006030     MOVE WS-RG-RECORD-COUNT (WS-RG-SUB) TO WS-COUNT-DISPLAY
006040     MOVE WS-RG-AMOUNT-TOTAL (WS-RG-SUB) TO WS-AMOUNT-DISPLAY
006050     MOVE SPACES TO REGION-REPORT-RECORD
006060     STRING "REGION " WS-RG-REGION-CODE (WS-RG-SUB)
006070         "  KEYS " WS-KEY-COUNT-DISPLAY
006080         "  COUNT " WS-COUNT-DISPLAY
006090         "  AMOUNT " WS-AMOUNT-DISPLAY
006100         DELIMITED BY SIZE INTO REGION-REPORT-RECORD
006110     WRITE REGION-REPORT-RECORD
006120     ADD 1 TO WS-RG-SUB.
006130 3100-WRITE-ONE-REGION-LINE-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------*
006160*  3500-WRITE-CONSOLIDATED-SECTION - KEYS WHOSE BRANCH WAS       *
006170*  MERGED AND WHOSE TOTALS ROLLED INTO THE SUCCESSOR'S REGION,   *
006180*  ONE LINE EACH, SO THE DISTRICT MANAGERS CAN SEE WHERE THE OLD *
006190*  BRANCH'S VOLUME WENT. INFORMATION ONLY - NOT AN EXCEPTION.    *
006200*----------------------------------------------------------------*
006210 3500-WRITE-CONSOLIDATED-SECTION.
006220     IF WS-RT-KEYS-CONSOLIDATED = ZERO
006230         GO TO 3500-WRITE-CONSOLIDATED-SECTION-EXIT
006240     END-IF
006250     MOVE SPACES TO REGION-REPORT-RECORD
006260     WRITE REGION-REPORT-RECORD
006270     MOVE "CONSOLIDATED KEYS - ROLLED INTO THE SUCCESSOR'S REGION"
006280         TO REGION-REPORT-RECORD
006290     WRITE REGION-REPORT-RECORD
006300     MOVE 1 TO WS-CN-SUB
006310     PERFORM 3510-WRITE-ONE-CONSOLIDATED THRU
006320         3510-WRITE-ONE-CONSOLIDATED-EXIT
006330         UNTIL WS-CN-SUB > WS-CN-ENTRY-COUNT
006340     IF WS-CN-OVERFLOW
006350         MOVE "CONSOLIDATED LIST TRUNCATED - COUNTS ARE COMPLETE"
006360             TO REGION-REPORT-RECORD
006370         WRITE REGION-REPORT-RECORD
006380     END-IF.
006390 3500-WRITE-CONSOLIDATED-SECTION-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------*
006420*  3510-WRITE-ONE-CONSOLIDATED - ONE HELD CONSOLIDATED KEY: OLD  *
006430*  KEY, SUCCESSOR, REGION, RECORD COUNT, DOLLAR TOTAL.           *
006440*----------------------------------------------------------------*
006450 3510-WRITE-ONE-CONSOLIDATED.
006460     MOVE WS-CN-RECORD-COUNT (WS-CN-SUB) TO WS-COUNT-DISPLAY
006470     MOVE WS-CN-AMOUNT-TOTAL (WS-CN-SUB) TO WS-AMOUNT-DISPLAY
006480     MOVE SPACES TO REGION-REPORT-RECORD
006490     STRING "  KEY " WS-CN-KEY-CONTROL (WS-CN-SUB)
006500         "  INTO " WS-CN-SUCCESSOR-KEY (WS-CN-SUB)
006510         "  REGION " WS-CN-REGION-CODE (WS-CN-SUB)
006520         "  COUNT " WS-COUNT-DISPLAY
006530         "  AMOUNT " WS-AMOUNT-DISPLAY
006540         DELIMITED BY SIZE INTO REGION-REPORT-RECORD
006550     WRITE REGION-REPORT-RECORD
006560     ADD 1 TO WS-CN-SUB.
006570 3510-WRITE-ONE-CONSOLIDATED-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------*
006600*  4000-WRITE-EXCEPTION-SECTION - KEYS WHOSE BRANCH RECORD OR    *
006610*  REGION CODE IS MISSING, ONE LINE EACH, SO THE REFERENCE DATA  *
006620*  GETS FIXED INSTEAD OF QUIETLY UNDERSTATING A REGION.          *
006630*----------------------------------------------------------------*
006640 4000-WRITE-EXCEPTION-SECTION.
006650     IF WS-EX-ENTRY-COUNT = ZERO
006660         GO TO 4000-WRITE-EXCEPTION-SECTION-EXIT
006670     END-IF
006680     MOVE SPACES TO REGION-REPORT-RECORD
006690     WRITE REGION-REPORT-RECORD
006700     MOVE "EXCEPTIONS - KEYS WITH NO REGION ON THE REFERENCE"
006710         TO REGION-REPORT-RECORD
006720     WRITE REGION-REPORT-RECORD
006730     MOVE 1 TO WS-EX-SUB
006740     PERFORM 4100-WRITE-ONE-EXCEPTION THRU
006750         4100-WRITE-ONE-EXCEPTION-EXIT
006760         UNTIL WS-EX-SUB > WS-EX-ENTRY-COUNT
006770     IF WS-EX-OVERFLOW
006780         MOVE "EXCEPTION LIST TRUNCATED - COUNTS ARE COMPLETE"
006790             TO REGION-REPORT-RECORD
006800         WRITE REGION-REPORT-RECORD
006810     END-IF.
006820 4000-WRITE-EXCEPTION-SECTION-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------*
006850*  4100-WRITE-ONE-EXCEPTION - ONE HELD EXCEPTION KEY.            *
006860*----------------------------------------------------------------*
006870 4100-WRITE-ONE-EXCEPTION.
006880     MOVE SPACES TO REGION-REPORT-RECORD
006890     STRING "  KEY " WS-EX-KEY-CONTROL (WS-EX-SUB)
006900         "  " WS-EX-REASON (WS-EX-SUB)
006910         DELIMITED BY SIZE INTO REGION-REPORT-RECORD
006920     WRITE REGION-REPORT-RECORD
006930     ADD 1 TO WS-EX-SUB.
006940 4100-WRITE-ONE-EXCEPTION-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------*
006970*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
006980*----------------------------------------------------------------*
006990 9000-TERMINATE.
007000     IF NOT WS-ABEND-REQUESTED
007010         MOVE SPACES TO REGION-REPORT-RECORD
007020         WRITE REGION-REPORT-RECORD
007030         MOVE WS-RT-KEYS-READ TO WS-COUNT-DISPLAY
007040         MOVE SPACES TO REGION-REPORT-RECORD
007050         STRING "KEYS READ             " WS-COUNT-DISPLAY
007060             DELIMITED BY SIZE INTO REGION-REPORT-RECORD
007070         WRITE REGION-REPORT-RECORD
007080         MOVE WS-RT-KEYS-NO-BRANCH TO WS-COUNT-DISPLAY
007090         MOVE SPACES TO REGION-REPORT-RECORD
007100         STRING "KEYS NO BRANCH RECORD " WS-COUNT-DISPLAY
007110             DELIMITED BY SIZE INTO REGION-REPORT-RECORD
007120         WRITE REGION-REPORT-RECORD
007130         MOVE WS-RT-KEYS-NO-REGION TO WS-COUNT-DISPLAY
007140         MOVE SPACES TO REGION-REPORT-RECORD
007150         STRING "KEYS NO REGION CODE   " WS-COUNT-DISPLAY
007160             DELIMITED BY SIZE INTO REGION-REPORT-RECORD
007170         WRITE REGION-REPORT-RECORD
007180         MOVE WS-RT-KEYS-CONSOLIDATED TO WS-COUNT-DISPLAY
007190         MOVE SPACES TO REGION-REPORT-RECORD
007200         STRING "KEYS CONSOLIDATED     " WS-COUNT-DISPLAY
007210             DELIMITED BY SIZE INTO REGION-REPORT-RECORD
007220         WRITE REGION-REPORT-RECORD
007230     END-IF
007240     CLOSE CONTROL-TOTALS-FILE
007250     CLOSE BRANCH-REFERENCE-FILE
007260     CLOSE REGION-REPORT-FILE.
007270 9000-TERMINATE-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------*
007300*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
007310*  WITH THE STEP RETURN CODE (12 AND UP RECORDS THE STEP AS      *
007320*  FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). THE RETURN   *
007330*  CODE IS PUT BACK AFTER THE CALL; A LEDGER THAT CANNOT RECORD  *
007340*  THE END RAISES IT TO 12 SO THE CHAIN STOPS.                   *
007350*----------------------------------------------------------------*
007360 9900-END-RUN-CONTROL.
007370     IF WS-RCL-NOT-CHECKED-IN
007380         GO TO 9900-END-RUN-CONTROL-EXIT
007390     END-IF
007400     MOVE RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
007410     MOVE "E" TO WS-RCL-FUNCTION-CODE
007420     MOVE ZERO TO WS-RCL-RESULT
007430     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
007440         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
007450     SET WS-RCL-NOT-CHECKED-IN TO TRUE
007460     MOVE WS-RCL-STEP-RETURN-CODE TO RETURN-CODE
007470     IF WS-RCL-RESULT NOT = ZERO
007480         MOVE "CTLRGN01 - RUN CONTROL LEDGER END NOT RECORDED"
007490             TO WS-ERROR-MESSAGE-LINE
007500         DISPLAY WS-ERROR-MESSAGE-LINE
007510         MOVE 12 TO RETURN-CODE
007520     END-IF.
007530 9900-END-RUN-CONTROL-EXIT.
007540     EXIT.
