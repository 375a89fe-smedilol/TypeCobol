000350*                  THE SLICES SKIP THEIR OWN APPEND, SO WITHOUT  *
000360*                  THIS THE NIGHT WAS ABSENT FROM THE TREND      *
000370*                  REPORT (CTLTRN01) AND ITS TRAILING AVERAGES   *
000380*  10/15/26  RLM   CHECKS IN AND OUT WITH THE RUN CONTROL LEDGER *
000390*                  (CTLRCL01) AS A NIGHTLY UPDATE STEP: A        *
000400*                  MONTH-END DATE ALREADY COMPLETE, OR A         *
000410*                  PREVIOUS NIGHT THAT FAILED CTLVER01, IS       *
000420*                  REFUSED. THE RUN DATE IS NOW TAKEN IN THE     *
000430*                  MAINLINE                                      *
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-3090.
000480 OBJECT-COMPUTER. IBM-3090.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SORTED-MASTER-FILE ASSIGN TO SRTDMSTR
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-FS-SORTED-MASTER.
000550     SELECT CONTROL-REPORT-FILE ASSIGN TO CTLRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-FS-CONTROL-RPT.
000590     SELECT DAILY-SUMMARY-FILE ASSIGN TO DLYSUMRY
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-FS-DAILY-SUMMARY.
000630     SELECT DAILY-HISTORY-FILE ASSIGN TO TOTLHIST
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-FS-DAILY-HIST.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SORTED-MASTER-FILE
000700     RECORDING MODE IS F.
000710 01  DRV-MASTER-RECORD.
000720     05  DRV-IN-KEY-CONTROL           PIC X(06).
000730     05  FILLER                       PIC X(84).
000740     05  DRV-IN-RECORD-TYPE           PIC X(01).
000750         88  DRV-IN-HEADER-RECORD             VALUE "H".
000760         88  DRV-IN-TRAILER-RECORD            VALUE "T".
000770     05  FILLER                       PIC X(09).
000780 FD  CONTROL-REPORT-FILE
000790     RECORDING MODE IS F.
000800 01  CONTROL-REPORT-RECORD             PIC X(80).
000810 FD  DAILY-SUMMARY-FILE
000820     RECORDING MODE IS F.
000830 01  DAILY-SUMMARY-RECORD              PIC X(80).
000840*----------------------------------------------------------------*
000850*  DAILY-HISTORY-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01. THE  *
000860*  SLICE RUNS SKIP THEIR OWN HISTORY APPEND (FOUR RECORDS FOR    *
000870*  ONE RUN DATE WOULD DOUBLE-COUNT THE NIGHT), SO THE DRIVER     *
000880*  APPENDS ONE CONSOLIDATED RECORD FOR THE MONTH-END DATE. THE   *
000890*  ELAPSED AND THROUGHPUT FIELDS ARE LEFT AT ZERO - THE          *
000900*  PER-SLICE OPERATING FIGURES ARE ON THE RUN STATISTICS FILE.   *
000910*----------------------------------------------------------------*
000920 FD  DAILY-HISTORY-FILE
000930     RECORDING MODE IS F.
000940 01  DAILY-HISTORY-RECORD.
000950     05  DH-RUN-DATE                  PIC 9(08).
000960     05  DH-RECORDS-READ              PIC 9(09).
000970     05  DH-RECORDS-UPDATED           PIC 9(09).
000980     05  DH-RECORDS-REJECTED          PIC 9(09).
000990     05  DH-RECORDS-DUPLICATE         PIC 9(09).
001000     05  DH-HIGH-VALUE                PIC 9(09).
001010     05  DH-SEQUENCE-ERRORS           PIC 9(09).
001020     05  DH-DOLLAR-TOTAL              PIC S9(11)V99
001030                                      SIGN LEADING SEPARATE.
001040     05  DH-ELAPSED-SECONDS           PIC 9(09).
001050     05  DH-RECORDS-PER-SEC           PIC 9(09).
001060     05  FILLER                       PIC X(06).
001070 WORKING-STORAGE SECTION.
001080 01  WS-FILE-STATUS-BLOCK.
001090     05  WS-FS-SORTED-MASTER          PIC X(02).
001100         88  WS-FS-SORTED-MASTER-OK            VALUE "00".
001110     05  WS-FS-CONTROL-RPT            PIC X(02).
001120         88  WS-FS-CONTROL-RPT-OK              VALUE "00".
001130     05  WS-FS-DAILY-SUMMARY          PIC X(02).
001140         88  WS-FS-DAILY-SUMMARY-OK            VALUE "00".
001150     05  WS-FS-DAILY-HIST             PIC X(02).
001160         88  WS-FS-DAILY-HIST-OK               VALUE "00".
001170
001180 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001190     88  WS-EOF-YES                            VALUE "Y".
001200     88  WS-EOF-NO                             VALUE "N".
001210
001220 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001230     88  WS-ABEND-REQUESTED                    VALUE "Y".
001240
001250 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001260*----------------------------------------------------------------*
001270*  RANGE-BUILDING CONTROLS - RECORD COUNTS BY FIRST CHARACTER    *
001280*  OF THE KEY (DIGITS 0-9 PLUS AN "OTHER" BUCKET), CUT INTO UP   *
001290*  TO FOUR CONTIGUOUS RANGES OF ROUGHLY EQUAL VOLUME. THE FIRST  *
001300*  RANGE OPENS AT LOW-VALUES AND THE LAST CLOSES AT HIGH-VALUES  *
001310*  SO BLANK AND NON-NUMERIC KEYS BELONG TO EXACTLY ONE SLICE     *
001320*  WHATEVER THE COLLATING SEQUENCE.                              *
001330*----------------------------------------------------------------*
001340 01  WS-DIGIT-CHAR-STRING              PIC X(10)
001350                                       VALUE "0123456789".
001360 01  WS-DIGIT-CHAR-TABLE REDEFINES WS-DIGIT-CHAR-STRING.
001370     05  WS-DIGIT-CHAR OCCURS 10 TIMES PIC X(01).
001380 01  WS-BUCKET-TABLE.
001390     05  WS-BUCKET-COUNT OCCURS 11 TIMES
001400                                       PIC 9(09) COMP.
001410 01  WS-RANGE-CONTROL.
001420     05  WS-BUCKET-SUB                 PIC 9(04) COMP VALUE ZERO.
001430     05  WS-DATA-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
001440     05  WS-SLICE-TARGET               PIC 9(09) COMP VALUE ZERO.
001450     05  WS-CUM-COUNT                  PIC 9(09) COMP VALUE ZERO.
001460     05  WS-SLICE-SUB                  PIC 9(04) COMP VALUE ZERO.
001470     05  WS-SLICES-USED                PIC 9(04) COMP VALUE ZERO.
001480     05  WS-NEXT-LOW-KEY               PIC X(06) VALUE LOW-VALUES.
001490 01  WS-SLICE-TABLE.
001500     05  WS-SLICE-ENTRY OCCURS 4 TIMES.
001510         10  WS-SLICE-LOW-KEY          PIC X(06).
001520         10  WS-SLICE-HIGH-KEY         PIC X(06).
001530*----------------------------------------------------------------*
001540*  SLICE CALL INTERFACE - THE RETURN AREA LAYOUT MATCHES         *
001550*  WS-SLICE-RETURN-AREA IN CTLPGM01.                             *
001560*----------------------------------------------------------------*
001570 01  WS-CALL-LOW-KEY                   PIC X(06).
001580 01  WS-CALL-HIGH-KEY                  PIC X(06).
001590 01  WS-CALL-FIRST-FLAG                PIC X(01).
001600 01  WS-CALL-THRESHOLD                 PIC 9(09)V99 VALUE ZERO.
001610 01  WS-CALL-RETURN-CODE               PIC 9(02) VALUE ZERO.
001620 01  WS-SLICE-RETURN-AREA              PIC X(80).
001630 01  WS-SLICE-RETURN-DETAIL.
001640     05  WS-SR-RETURN-CODE             PIC 9(02).
001650     05  WS-SR-RECORDS-READ            PIC 9(09).
001660     05  WS-SR-RECORDS-UPDATED         PIC 9(09).
001670     05  WS-SR-RECORDS-REJECTED        PIC 9(09).
001680     05  WS-SR-RECORDS-DUPLICATE       PIC 9(09).
001690     05  WS-SR-HIGH-VALUE              PIC 9(09).
001700     05  WS-SR-DOLLAR-TOTAL            PIC S9(11)V99
001710                                       SIGN LEADING SEPARATE.
001720     05  FILLER                        PIC X(19).
001730*----------------------------------------------------------------*
001740*  CONSOLIDATED TOTALS ACROSS ALL SLICES                         *
001750*----------------------------------------------------------------*
001760 01  WS-CONSOLIDATED-TOTALS.
001770     05  WS-CT-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
001780     05  WS-CT-RECORDS-UPDATED         PIC 9(09) COMP VALUE ZERO.
001790     05  WS-CT-RECORDS-REJECTED        PIC 9(09) COMP VALUE ZERO.
001800     05  WS-CT-RECORDS-DUPLICATE       PIC 9(09) COMP VALUE ZERO.
001810     05  WS-CT-HIGH-VALUE              PIC 9(09) COMP VALUE ZERO.
001820     05  WS-CT-DOLLAR-TOTAL            PIC S9(12)V99 VALUE ZERO.
001830 77  WS-WORST-RETURN-CODE              PIC 9(02) VALUE ZERO.
001840 77  WS-SEQUENCE-ERRORS                PIC 9(09) COMP VALUE ZERO.
001850 77  WS-SORT-RETURN-CODE               PIC 9(02) VALUE ZERO.
001860 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
001870*----------------------------------------------------------------*
001880*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE MONTH-END       *
001890*  RUN CHECKS IN AS A NIGHTLY UPDATE STEP UNDER CTLDRV01; THE    *
001900*  SLICES IT INVOKES DO NOT CHECK IN THEMSELVES.                 *
001910*----------------------------------------------------------------*
001920 01  WS-RUN-CONTROL-CALL.
001930     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
001940     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
001950     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
001960     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
001970     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
001980         88  WS-RCL-CHECKED-IN                VALUE "Y".
001990         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
002000*----------------------------------------------------------------*
002010*  PER-SOURCE BATCH RESULTS - FILLED BY CTLSRT01, WHICH          *
002020*  BALANCES EACH HEADER/DATA/TRAILER SET WHILE THE RAW FEED IS   *
002030*  STILL IN ARRIVAL ORDER. LAYOUT MATCHES CTLSRT01'S LINKAGE.    *
002040*  STATUS FLAGS: B BALANCED, C CYCLE DATE, R RECORD COUNT, H     *
002050*  HASH TOTAL, T NO TRAILER, N NO HEADER.                        *
002060*----------------------------------------------------------------*
002070 01  WS-BATCH-RESULTS-AREA.
002080     05  WS-BR-SET-COUNT               PIC 9(02) VALUE ZERO.
002090     05  WS-BR-ENTRY OCCURS 10 TIMES.
002100         10  WS-BR-SOURCE-SYSTEM       PIC X(08).
002110         10  WS-BR-CYCLE-DATE          PIC 9(08).
002120         10  WS-BR-RECORD-COUNT        PIC 9(09).
002130         10  WS-BR-AMOUNT-TOTAL        PIC S9(13)V99
002140                                       SIGN LEADING SEPARATE.
002150         10  WS-BR-STATUS-FLAG         PIC X(01).
002160             88  WS-BR-SET-BALANCED            VALUE "B".
002170 01  WS-BATCH-RESULTS-WORK.
002180     05  WS-BR-SUB                     PIC 9(04) COMP VALUE ZERO.
002190     05  WS-BR-AMOUNT-DISPLAY          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002200 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
002210 77  WS-AMOUNT-DISPLAY                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002220 77  WS-SLICE-SUB-DISPLAY              PIC 9.
002230 LINKAGE SECTION.
002240*  DRV-HIGH-VALUE-THRESHOLD - PASSED THROUGH UNCHANGED TO EVERY  *
002250*  SLICE INVOCATION FOR THE HIGH-VALUE REVIEW REPORT.            *
002260 01  DRV-HIGH-VALUE-THRESHOLD          PIC 9(09)V99.
002270*----------------------------------------------------------------*
002280*  PROCEDURE DIVISION                                            *
002290*----------------------------------------------------------------*
002300 PROCEDURE DIVISION USING DRV-HIGH-VALUE-THRESHOLD.
002310 0000-MAINLINE.
002320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002330     PERFORM 1020-BEGIN-RUN-CONTROL THRU
002340         1020-BEGIN-RUN-CONTROL-EXIT
002350     IF WS-RCL-NOT-CHECKED-IN
002360         MOVE 12 TO RETURN-CODE
002370         GOBACK
002380     END-IF
002390     MOVE DRV-HIGH-VALUE-THRESHOLD TO WS-CALL-THRESHOLD
002400     PERFORM 1000-SORT-AND-SCAN THRU 1000-SORT-AND-SCAN-EXIT
002410     IF NOT WS-ABEND-REQUESTED
002420         PERFORM 2000-BUILD-SLICE-RANGES THRU
002430             2000-BUILD-SLICE-RANGES-EXIT
002440         PERFORM 3000-RUN-ALL-SLICES THRU
002450             3000-RUN-ALL-SLICES-EXIT
002460         PERFORM 4000-CONSOLIDATE-REPORTS THRU
002470             4000-CONSOLIDATE-REPORTS-EXIT
002480     END-IF
002490     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002500     MOVE WS-WORST-RETURN-CODE TO RETURN-CODE
002510     PERFORM 9900-END-RUN-CONTROL THRU
002520         9900-END-RUN-CONTROL-EXIT
002530     GOBACK.
002540 0000-MAINLINE-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------*
002570*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL        *
002580*  LEDGER (CTLRCL01) AS A NIGHTLY UPDATE STEP. A MONTH-END RUN   *
002590*  ALREADY COMPLETE FOR THE RUN DATE WITHOUT A RERUN OVERRIDE,   *
002600*  A PREVIOUS NIGHT WHOSE CTLVER01 DID NOT PASS (WITHOUT A       *
002610*  WAIVER), OR A LEDGER FAILURE STOPS THE RUN BEFORE THE SORT.   *
002620*----------------------------------------------------------------*
002630 1020-BEGIN-RUN-CONTROL.
002640     SET WS-RCL-NOT-CHECKED-IN TO TRUE
002650     MOVE "N" TO WS-RCL-FUNCTION-CODE
002660     MOVE "CTLDRV01" TO WS-RCL-STEP-NAME
002670     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
002680     MOVE ZERO TO WS-RCL-RESULT
002690     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
002700         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
002710     IF WS-RCL-RESULT = ZERO
002720         SET WS-RCL-CHECKED-IN TO TRUE
002730     ELSE
002740         MOVE "CTLDRV01 - RUN CONTROL LEDGER DID NOT RELEASE RUN"
002750             TO WS-ERROR-MESSAGE-LINE
002760         DISPLAY WS-ERROR-MESSAGE-LINE
002770     END-IF.
002780 1020-BEGIN-RUN-CONTROL-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------*
002810*  1000-SORT-AND-SCAN - RUN CTLSRT01 ONCE FOR THE WHOLE          *
002820*  MONTH-END FILE (THE SLICE INVOCATIONS SKIP THEIR OWN SORT),   *
002830*  THEN SCAN THE SORTED MASTER COUNTING DATA RECORDS BY THE      *
002840*  FIRST CHARACTER OF THE KEY CONTROL FIELD.                     *
002850*----------------------------------------------------------------*
002860 1000-SORT-AND-SCAN.
002870     CALL "CTLSRT01" USING WS-SEQUENCE-ERRORS
002880         WS-SORT-RETURN-CODE WS-RUN-DATE
002890         WS-BATCH-RESULTS-AREA
002900     IF WS-SORT-RETURN-CODE >= 12
002910         MOVE "CTLDRV01 - INPUT SORT FAILED - JOB STOPPED"
002920             TO WS-ERROR-MESSAGE-LINE
002930         DISPLAY WS-ERROR-MESSAGE-LINE
002940         MOVE 12 TO WS-WORST-RETURN-CODE
002950         SET WS-ABEND-REQUESTED TO TRUE
002960         GO TO 1000-SORT-AND-SCAN-EXIT
002970     END-IF
002980     MOVE WS-SEQUENCE-ERRORS TO WS-COUNT-DISPLAY
002990     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
003000     STRING "CTLDRV01 - FEED SEQUENCE ERRORS " WS-COUNT-DISPLAY
003010         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003020     DISPLAY WS-ERROR-MESSAGE-LINE
003030     PERFORM 1060-REPORT-ONE-SOURCE THRU
003040         1060-REPORT-ONE-SOURCE-EXIT
003050         VARYING WS-BR-SUB FROM 1 BY 1
003060         UNTIL WS-BR-SUB > WS-BR-SET-COUNT
003070     PERFORM 1050-CLEAR-ONE-BUCKET THRU
003080         1050-CLEAR-ONE-BUCKET-EXIT
003090         VARYING WS-BUCKET-SUB FROM 1 BY 1
003100         UNTIL WS-BUCKET-SUB > 11
003110     OPEN INPUT SORTED-MASTER-FILE
003120     IF NOT WS-FS-SORTED-MASTER-OK
003130         STRING "CTLDRV01 - SORTED MASTER OPEN FAILED - STATUS "
003140             WS-FS-SORTED-MASTER
003150             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003160         DISPLAY WS-ERROR-MESSAGE-LINE
003170         MOVE 12 TO WS-WORST-RETURN-CODE
003180         SET WS-ABEND-REQUESTED TO TRUE
003190         GO TO 1000-SORT-AND-SCAN-EXIT
003200     END-IF
003210     SET WS-EOF-NO TO TRUE
003220     PERFORM 1100-SCAN-ONE-RECORD THRU
003230         1100-SCAN-ONE-RECORD-EXIT
003240         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
003250     CLOSE SORTED-MASTER-FILE.
003260 1000-SORT-AND-SCAN-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------*
003290*  1050-CLEAR-ONE-BUCKET - ZERO ONE FIRST-CHARACTER BUCKET.      *
003300*----------------------------------------------------------------*
003310 1050-CLEAR-ONE-BUCKET.
003320     MOVE ZERO TO WS-BUCKET-COUNT (WS-BUCKET-SUB).
003330 1050-CLEAR-ONE-BUCKET-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360*  1060-REPORT-ONE-SOURCE - JOB-LOG LINE FOR ONE SOURCE          *
003370*  SYSTEM'S BATCH SET VERDICT FROM THE SORT. AN OUT-OF-BALANCE   *
003380*  SOURCE RAISES THE JOB RETURN CODE TO 08 - THE OTHER SOURCES   *
003390*  STILL PROCESS.                                                *
003400*----------------------------------------------------------------*
003410 1060-REPORT-ONE-SOURCE.
003420     MOVE WS-BR-RECORD-COUNT (WS-BR-SUB) TO WS-COUNT-DISPLAY
003430     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
003440     STRING "CTLDRV01 - SOURCE " WS-BR-SOURCE-SYSTEM (WS-BR-SUB)
003450         " COUNT " WS-COUNT-DISPLAY
003460         " FLAG " WS-BR-STATUS-FLAG (WS-BR-SUB)
003470         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003480     DISPLAY WS-ERROR-MESSAGE-LINE
003490     IF NOT WS-BR-SET-BALANCED (WS-BR-SUB)
003500         IF WS-WORST-RETURN-CODE < 08
003510             MOVE 08 TO WS-WORST-RETURN-CODE
003520         END-IF
003530     END-IF.
003540 1060-REPORT-ONE-SOURCE-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------*
003570*  1100-SCAN-ONE-RECORD - BUCKET ONE DATA RECORD BY THE FIRST    *
003580*  CHARACTER OF ITS KEY. HEADER AND TRAILER RECORDS ARE NOT      *
003590*  SLICED - EVERY SLICE INVOCATION SEES AND BALANCES THEM.       *
003600*----------------------------------------------------------------*
003610 1100-SCAN-ONE-RECORD.
003620     READ SORTED-MASTER-FILE
003630         AT END
003640             SET WS-EOF-YES TO TRUE
003650             GO TO 1100-SCAN-ONE-RECORD-EXIT
003660     END-READ
003670     IF NOT WS-FS-SORTED-MASTER-OK
003680         STRING "CTLDRV01 - SORTED MASTER READ FAILED - STATUS "
003690             WS-FS-SORTED-MASTER
003700             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003710         DISPLAY WS-ERROR-MESSAGE-LINE
003720         MOVE 12 TO WS-WORST-RETURN-CODE
003730         SET WS-ABEND-REQUESTED TO TRUE
003740         GO TO 1100-SCAN-ONE-RECORD-EXIT
003750     END-IF
003760     IF DRV-IN-HEADER-RECORD OR DRV-IN-TRAILER-RECORD
003770         GO TO 1100-SCAN-ONE-RECORD-EXIT
003780     END-IF
003790     PERFORM 1110-FIND-BUCKET THRU 1110-FIND-BUCKET-EXIT
003800     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
003810     ADD 1 TO WS-DATA-RECORD-COUNT.
003820 1100-SCAN-ONE-RECORD-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------*
003850*  1110-FIND-BUCKET - SET WS-BUCKET-SUB TO THE DIGIT BUCKET FOR  *
003860*  THE KEY'S FIRST CHARACTER, OR 11 (OTHER) WHEN IT IS NOT A     *
003870*  DIGIT.                                                        *
003880*----------------------------------------------------------------*
003890 1110-FIND-BUCKET.
003900     MOVE 1 TO WS-BUCKET-SUB
003910     PERFORM 1120-TEST-ONE-DIGIT THRU 1120-TEST-ONE-DIGIT-EXIT
003920         UNTIL WS-BUCKET-SUB > 10
003930         OR DRV-IN-KEY-CONTROL (1:1) =
003940             WS-DIGIT-CHAR (WS-BUCKET-SUB).
003950 1110-FIND-BUCKET-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------*
003980*  1120-TEST-ONE-DIGIT - ADVANCE PAST ONE NON-MATCHING DIGIT.    *
003990*----------------------------------------------------------------*
004000 1120-TEST-ONE-DIGIT.
004010     IF DRV-IN-KEY-CONTROL (1:1) NOT =
004020         WS-DIGIT-CHAR (WS-BUCKET-SUB)
004030         ADD 1 TO WS-BUCKET-SUB
004040     END-IF.
004050 1120-TEST-ONE-DIGIT-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------*
004080*  2000-BUILD-SLICE-RANGES - CUT THE DIGIT BUCKETS INTO UP TO    *
004090*  FOUR CONTIGUOUS KEY RANGES OF ROUGHLY EQUAL RECORD VOLUME.    *
004100*  THE FIRST RANGE OPENS AT LOW-VALUES AND THE LAST CLOSES AT    *
004110*  HIGH-VALUES SO EVERY KEY - BLANK, NON-NUMERIC, OR BEYOND THE  *
004120*  LAST BOUNDARY - LANDS IN EXACTLY ONE SLICE.                   *
004130*----------------------------------------------------------------*
004140 2000-BUILD-SLICE-RANGES.
004150     COMPUTE WS-SLICE-TARGET = (WS-DATA-RECORD-COUNT + 3) / 4
004160     IF WS-SLICE-TARGET = ZERO
004170         MOVE 1 TO WS-SLICE-TARGET
004180     END-IF
004190     MOVE 1 TO WS-SLICE-SUB
004200     MOVE ZERO TO WS-CUM-COUNT
004210     MOVE LOW-VALUES TO WS-NEXT-LOW-KEY
004220     PERFORM 2100-CUT-AT-ONE-BUCKET THRU
004230         2100-CUT-AT-ONE-BUCKET-EXIT
004240         VARYING WS-BUCKET-SUB FROM 1 BY 1
004250         UNTIL WS-BUCKET-SUB > 9
004260         OR WS-SLICE-SUB >= 4
004270     MOVE WS-NEXT-LOW-KEY TO WS-SLICE-LOW-KEY (WS-SLICE-SUB)
004280     MOVE HIGH-VALUES TO WS-SLICE-HIGH-KEY (WS-SLICE-SUB)
004290     MOVE WS-SLICE-SUB TO WS-SLICES-USED.
004300 2000-BUILD-SLICE-RANGES-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------*
004330*  2100-CUT-AT-ONE-BUCKET - ACCUMULATE ONE DIGIT BUCKET AND      *
004340*  CLOSE THE CURRENT RANGE AT THAT DIGIT WHEN THE TARGET         *
004350*  VOLUME IS REACHED. THE CUT HIGH KEY IS THE DIGIT PADDED      *
004360*  WITH HIGH-VALUES AND THE NEXT LOW KEY IS THE FOLLOWING       *
004370*  DIGIT PADDED WITH LOW-VALUES - DIGIT FIRST CHARACTERS ARE    *
004380*  CONTIGUOUS IN BOTH COLLATING SEQUENCES, SO NO KEY CAN FALL   *
004390*  IN A GAP BETWEEN TWO RANGES WHATEVER ITS REMAINING BYTES.    *
004400*----------------------------------------------------------------*
004410 2100-CUT-AT-ONE-BUCKET.
004420     ADD WS-BUCKET-COUNT (WS-BUCKET-SUB) TO WS-CUM-COUNT
004430     IF WS-CUM-COUNT >= WS-SLICE-TARGET
004440         MOVE WS-NEXT-LOW-KEY
004450             TO WS-SLICE-LOW-KEY (WS-SLICE-SUB)
004460         MOVE HIGH-VALUES TO WS-SLICE-HIGH-KEY (WS-SLICE-SUB)
004470         MOVE WS-DIGIT-CHAR (WS-BUCKET-SUB)
004480             TO WS-SLICE-HIGH-KEY (WS-SLICE-SUB) (1:1)
004490         MOVE LOW-VALUES TO WS-NEXT-LOW-KEY
004500         MOVE WS-DIGIT-CHAR (WS-BUCKET-SUB + 1)
004510             TO WS-NEXT-LOW-KEY (1:1)
004520         ADD 1 TO WS-SLICE-SUB
004530         MOVE ZERO TO WS-CUM-COUNT
004540     END-IF.
004550 2100-CUT-AT-ONE-BUCKET-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------*
004580*  3000-RUN-ALL-SLICES - INVOKE CTLPGM01-SLICE ONCE PER RANGE    *
004590*  IN ASCENDING KEY ORDER AND CONSOLIDATE THE RETURNED TOTALS.   *
004600*----------------------------------------------------------------*
004610 3000-RUN-ALL-SLICES.
004620     PERFORM 3100-RUN-ONE-SLICE THRU 3100-RUN-ONE-SLICE-EXIT
004630         VARYING WS-SLICE-SUB FROM 1 BY 1
004640         UNTIL WS-SLICE-SUB > WS-SLICES-USED.
004650 3000-RUN-ALL-SLICES-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------*
004680*  3100-RUN-ONE-SLICE - ONE SUB-INVOCATION OF CTLPGM01 AGAINST   *
004690*  ONE KEY RANGE. THE FIRST SLICE CREATES THE OUTPUT FILES;      *
004700*  EVERY LATER SLICE APPENDS.                                    *
004710*----------------------------------------------------------------*
004720 3100-RUN-ONE-SLICE.
004730     MOVE WS-SLICE-LOW-KEY (WS-SLICE-SUB) TO WS-CALL-LOW-KEY
004740     MOVE WS-SLICE-HIGH-KEY (WS-SLICE-SUB) TO WS-CALL-HIGH-KEY
004750     IF WS-SLICE-SUB = 1
004760         MOVE "F" TO WS-CALL-FIRST-FLAG
004770     ELSE
004780         MOVE "S" TO WS-CALL-FIRST-FLAG
004790     END-IF
004800     MOVE ZERO TO WS-CALL-RETURN-CODE
004810     MOVE SPACES TO WS-SLICE-RETURN-AREA
004820     CALL "CTLPGM01-SLICE" USING WS-CALL-LOW-KEY
004830         WS-CALL-HIGH-KEY WS-CALL-FIRST-FLAG
004840         WS-SLICE-RETURN-AREA WS-CALL-THRESHOLD
004850         WS-CALL-RETURN-CODE
004860     MOVE WS-SLICE-RETURN-AREA TO WS-SLICE-RETURN-DETAIL
004870     ADD WS-SR-RECORDS-READ TO WS-CT-RECORDS-READ
004880     ADD WS-SR-RECORDS-UPDATED TO WS-CT-RECORDS-UPDATED
004890     ADD WS-SR-RECORDS-REJECTED TO WS-CT-RECORDS-REJECTED
004900     ADD WS-SR-RECORDS-DUPLICATE TO WS-CT-RECORDS-DUPLICATE
004910     ADD WS-SR-HIGH-VALUE TO WS-CT-HIGH-VALUE
004920     ADD WS-SR-DOLLAR-TOTAL TO WS-CT-DOLLAR-TOTAL
004930     IF WS-SR-RETURN-CODE > WS-WORST-RETURN-CODE
004940         MOVE WS-SR-RETURN-CODE TO WS-WORST-RETURN-CODE
004950     END-IF
004960     MOVE WS-SLICE-SUB TO WS-SLICE-SUB-DISPLAY
004970     MOVE WS-SR-RECORDS-READ TO WS-COUNT-DISPLAY
004980     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
004990     STRING "CTLDRV01 - SLICE " WS-SLICE-SUB-DISPLAY
005000         " COMPLETE  RECORDS " WS-COUNT-DISPLAY
005010         " RC " WS-SR-RETURN-CODE
005020         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005030     DISPLAY WS-ERROR-MESSAGE-LINE.
005040 3100-RUN-ONE-SLICE-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------*
005070*  4000-CONSOLIDATE-REPORTS - APPEND THE COMBINED GRAND TOTAL    *
005080*  TO THE MERGED CONTROL REPORT AND THE CONSOLIDATED TOTALS TO   *
005090*  THE MERGED DAILY SUMMARY. THE PER-SLICE REPORT BODIES WERE    *
005100*  ALREADY WRITTEN IN KEY ORDER BY THE SLICES THEMSELVES.       *
005110*----------------------------------------------------------------*
005120 4000-CONSOLIDATE-REPORTS.
005130     OPEN EXTEND CONTROL-REPORT-FILE
005140     IF WS-FS-CONTROL-RPT-OK
005150         MOVE WS-CT-RECORDS-UPDATED TO WS-COUNT-DISPLAY
005160         MOVE WS-CT-DOLLAR-TOTAL TO WS-AMOUNT-DISPLAY
005170         MOVE SPACES TO CONTROL-REPORT-RECORD
005180         STRING "GRAND TOTAL   COUNT " WS-COUNT-DISPLAY
005190             "  AMOUNT " WS-AMOUNT-DISPLAY
005200             DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
005210         WRITE CONTROL-REPORT-RECORD
005220         CLOSE CONTROL-REPORT-FILE
005230     ELSE
005240         MOVE "CTLDRV01 - CONTROL REPORT CONSOLIDATION FAILED"
005250             TO WS-ERROR-MESSAGE-LINE
005260         DISPLAY WS-ERROR-MESSAGE-LINE
005270         IF WS-WORST-RETURN-CODE < 12
005280             MOVE 12 TO WS-WORST-RETURN-CODE
005290         END-IF
005300     END-IF
005310     OPEN EXTEND DAILY-SUMMARY-FILE
005320     IF WS-FS-DAILY-SUMMARY-OK
005330         MOVE "MONTH-END CONSOLIDATED TOTALS - ALL SLICES"
005340             TO DAILY-SUMMARY-RECORD
005350         WRITE DAILY-SUMMARY-RECORD
005360         MOVE WS-CT-RECORDS-READ TO WS-COUNT-DISPLAY
005370         MOVE SPACES TO DAILY-SUMMARY-RECORD
005380         STRING "RECORDS READ     " WS-COUNT-DISPLAY
005390             DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
005400         WRITE DAILY-SUMMARY-RECORD
005410         MOVE WS-CT-RECORDS-UPDATED TO WS-COUNT-DISPLAY
005420         MOVE SPACES TO DAILY-SUMMARY-RECORD
005430         STRING "RECORDS UPDATED  " WS-COUNT-DISPLAY
005440             DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
005450         WRITE DAILY-SUMMARY-RECORD
005460         MOVE WS-CT-RECORDS-REJECTED TO WS-COUNT-DISPLAY
005470         MOVE SPACES TO DAILY-SUMMARY-RECORD
005480         STRING "RECORDS REJECTED " WS-COUNT-DISPLAY
005490             DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
005500         WRITE DAILY-SUMMARY-RECORD
005510         MOVE WS-CT-RECORDS-DUPLICATE TO WS-COUNT-DISPLAY
005520         MOVE SPACES TO DAILY-SUMMARY-RECORD
005530         STRING "DUPLICATES       " WS-COUNT-DISPLAY
005540             DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
005550         WRITE DAILY-SUMMARY-RECORD
005560         MOVE WS-CT-HIGH-VALUE TO WS-COUNT-DISPLAY
005570         MOVE SPACES TO DAILY-SUMMARY-RECORD
005580         STRING "HIGH VALUE ITEMS " WS-COUNT-DISPLAY
005590             DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
005600         WRITE DAILY-SUMMARY-RECORD
005610         MOVE WS-CT-DOLLAR-TOTAL TO WS-AMOUNT-DISPLAY
005620         MOVE SPACES TO DAILY-SUMMARY-RECORD
005630         STRING "DOLLAR TOTAL     " WS-AMOUNT-DISPLAY
005640             DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
005650         WRITE DAILY-SUMMARY-RECORD
005660         PERFORM 4100-WRITE-ONE-SOURCE-LINE THRU
005670             4100-WRITE-ONE-SOURCE-LINE-EXIT
005680             VARYING WS-BR-SUB FROM 1 BY 1
005690             UNTIL WS-BR-SUB > WS-BR-SET-COUNT
005700         CLOSE DAILY-SUMMARY-FILE
005710     ELSE
005720         MOVE "CTLDRV01 - DAILY SUMMARY CONSOLIDATION FAILED"
005730             TO WS-ERROR-MESSAGE-LINE
005740         DISPLAY WS-ERROR-MESSAGE-LINE
005750         IF WS-WORST-RETURN-CODE < 12
005760             MOVE 12 TO WS-WORST-RETURN-CODE
005770         END-IF
005780     END-IF
005790     OPEN EXTEND DAILY-HISTORY-FILE
005800     IF WS-FS-DAILY-HIST-OK
005810         MOVE SPACES TO DAILY-HISTORY-RECORD
005820         MOVE WS-RUN-DATE TO DH-RUN-DATE
005830         MOVE WS-CT-RECORDS-READ TO DH-RECORDS-READ
005840         MOVE WS-CT-RECORDS-UPDATED TO DH-RECORDS-UPDATED
005850         MOVE WS-CT-RECORDS-REJECTED TO DH-RECORDS-REJECTED
005860         MOVE WS-CT-RECORDS-DUPLICATE TO DH-RECORDS-DUPLICATE
005870         MOVE WS-CT-HIGH-VALUE TO DH-HIGH-VALUE
005880         MOVE WS-SEQUENCE-ERRORS TO DH-SEQUENCE-ERRORS
005890         MOVE WS-CT-DOLLAR-TOTAL TO DH-DOLLAR-TOTAL
005900         MOVE ZERO TO DH-ELAPSED-SECONDS
005910         MOVE ZERO TO DH-RECORDS-PER-SEC
005920         WRITE DAILY-HISTORY-RECORD
005930         CLOSE DAILY-HISTORY-FILE
005940     ELSE
005950         MOVE "CTLDRV01 - DAILY HISTORY APPEND FAILED"
005960             TO WS-ERROR-MESSAGE-LINE
005970         DISPLAY WS-ERROR-MESSAGE-LINE
005980         IF WS-WORST-RETURN-CODE < 12
005990             MOVE 12 TO WS-WORST-RETURN-CODE
006000         END-IF
006010     END-IF.
006020 4000-CONSOLIDATE-REPORTS-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------*
006050*  4100-WRITE-ONE-SOURCE-LINE - PER-SOURCE COUNT, AMOUNT, AND    *
006060*  BALANCE VERDICT ON THE CONSOLIDATED DAILY SUMMARY, FROM THE   *
006070*  BATCH RESULTS THE SORT BUILT FOR THE WHOLE MONTH-END FILE.    *
006080*----------------------------------------------------------------*
006090 4100-WRITE-ONE-SOURCE-LINE.
006100     MOVE WS-BR-RECORD-COUNT (WS-BR-SUB) TO WS-COUNT-DISPLAY
006110     MOVE WS-BR-AMOUNT-TOTAL (WS-BR-SUB)
006120         TO WS-BR-AMOUNT-DISPLAY
006130     MOVE SPACES TO DAILY-SUMMARY-RECORD
006140     STRING "SOURCE " WS-BR-SOURCE-SYSTEM (WS-BR-SUB)
006150         "  COUNT " WS-COUNT-DISPLAY
006160         "  AMOUNT " WS-BR-AMOUNT-DISPLAY
006170         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
006180     WRITE DAILY-SUMMARY-RECORD
006190     MOVE SPACES TO DAILY-SUMMARY-RECORD
006200     IF WS-BR-SET-BALANCED (WS-BR-SUB)
006210         MOVE "  BALANCE VERDICT IN BALANCE"
006220             TO DAILY-SUMMARY-RECORD
006230     ELSE
006240         MOVE "  BALANCE VERDICT OUT OF BALANCE"
006250             TO DAILY-SUMMARY-RECORD
006260     END-IF
006270     WRITE DAILY-SUMMARY-RECORD.
006280 4100-WRITE-ONE-SOURCE-LINE-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------*
006310*  9000-TERMINATE - FINAL JOB-LOG LINE WITH THE WORST SLICE      *
006320*  RETURN CODE, WHICH BECOMES THE JOB RETURN CODE.               *
006330*----------------------------------------------------------------*
006340 9000-TERMINATE.
006350     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
006360     STRING "CTLDRV01 - MONTH-END SPLIT RUN COMPLETE - RC "
006370         WS-WORST-RETURN-CODE
006380         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006390     DISPLAY WS-ERROR-MESSAGE-LINE.
006400 9000-TERMINATE-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------*
006430*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
006440*  WITH THE STEP RETURN CODE (12 AND UP RECORDS THE STEP AS      *
006450*  FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). THE RETURN   *
006460*  CODE IS PUT BACK AFTER THE CALL; A LEDGER THAT CANNOT RECORD  *
006470*  THE END RAISES IT TO 12 SO THE CHAIN STOPS.                   *
006480*----------------------------------------------------------------*
006490 9900-END-RUN-CONTROL.
006500     IF WS-RCL-NOT-CHECKED-IN
006510         GO TO 9900-END-RUN-CONTROL-EXIT
006520     END-IF
006530     MOVE RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
006540     MOVE "E" TO WS-RCL-FUNCTION-CODE
006550     MOVE ZERO TO WS-RCL-RESULT
006560     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
006570         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
006580     SET WS-RCL-NOT-CHECKED-IN TO TRUE
006590     MOVE WS-RCL-STEP-RETURN-CODE TO RETURN-CODE
006600     IF WS-RCL-RESULT NOT = ZERO
006610         MOVE "CTLDRV01 - RUN CONTROL LEDGER END NOT RECORDED"
006620             TO WS-ERROR-MESSAGE-LINE
006630         DISPLAY WS-ERROR-MESSAGE-LINE
006640         MOVE 12 TO RETURN-CODE
006650     END-IF.
006660 9900-END-RUN-CONTROL-EXIT.
006670     EXIT.
