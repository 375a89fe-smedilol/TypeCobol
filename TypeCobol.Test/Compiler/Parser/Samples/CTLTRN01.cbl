000160*  THE REPORT PRINTS ONE LINE PER RUN DATE (SEVERAL HISTORY      *
000170*  RECORDS UNDER ONE DATE - A NIGHTLY RUN PLUS A CORRECTION      *
000180*  RUN - ARE SUMMED FIRST), A WEEKLY AVERAGE BLOCK AFTER EVERY   *
000190*  FIVE BUSINESS DAYS PLUS A PARTIAL-WEEK AVERAGE AT THE END, AND*
000200*  A SPIKE FLAG WHENEVER A DAY'S REJECTS OR DUPLICATES RUN MORE  *
000210*  THAN THE SET PERCENTAGE OVER THE TRAILING FIVE-BUSINESS-DAY   *
000220*  AVERAGE. A RUN DATE THAT IS NOT A BUSINESS DAY ON THE SHARED  *
000230*  BUSINESS CALENDAR (CTLCAL01) - A WEEKEND OR HOLIDAY RUN WITH  *
000240*  NO FEEDS - IS STILL PRINTED, BUT MARKED AND KEPT OUT OF THE   *
000250*  AVERAGES AND THE SPIKE TEST.                                  *
000260*                                                                *
000270*  THE HISTORY CARRIES NIGHT TOTALS FOR ALL BRANCHES, NOT ONE    *
000280*  LINE PER BRANCH, SO A BRANCH CONSOLIDATION CANNOT BE SPLIT    *
000290*  OUT OF IT. INSTEAD EVERY CONSOLIDATION ON THE BRANCH REFERENCE*
000300*  FILE (BRCHREF STATUS M) IS MARKED UNDER THE FIRST DAY LINE ON *
000310*  OR AFTER ITS EFFECTIVE DATE: FROM THAT NIGHT THE OLD KEY'S    *
000320*  VOLUME POSTS UNDER THE SUCCESSOR AND STOPS REJECTING AS NR, SO*
000330*  A DROP IN REJECTS THERE IS EXPLAINED ON THE REPORT ITSELF.    *
000340*----------------------------------------------------------------*
000350*  MODIFICATION HISTORY                                          *
000360*----------------------------------------------------------------*
000370*  DATE      INIT  DESCRIPTION                                   *
000380*  09/02/26  RLM   ORIGINAL PROGRAM                              *
000390*  10/15/26  RLM   CHECKS IN AND OUT WITH THE RUN CONTROL LEDGER *
000400*                  (CTLRCL01); A RUN DATE ALREADY COMPLETE IS    *
000410*                  REFUSED WITHOUT A RERUN OVERRIDE. THE RUN     *
000420*                  DATE IS NOW TAKEN IN THE MAINLINE             *
000430*  10/15/26  RLM   WEEKLY AVERAGES AND THE SPIKE TEST NOW        *
000440*                  RUN OVER BUSINESS DAYS FROM THE SHARED        *
000450*                  BUSINESS CALENDAR (CTLCAL01): WEEKEND AND     *
000460*                  HOLIDAY RUN DATES ARE PRINTED AND MARKED      *
000470*                  BUT LEFT OUT; THE WEEK AND THE TRAILING       *
000480*                  WINDOW ARE FIVE BUSINESS DAYS                 *
000490*  10/15/26  RLM   BRANCH CONSOLIDATIONS (BRCHREF STATUS M)      *
000500*                  ARE MARKED UNDER THE FIRST DAY LINE ON OR     *
000510*                  AFTER THEIR EFFECTIVE DATE AND COUNTED ON     *
000520*                  THE TRAILER                                   *
000530*  10/15/26  RLM   CHECKS IN UNDER THE NIGHT'S RUN DATE FROM THE *
000540*                  RUN CONTROL LEDGER (CTLRCL01 FUNCTION D)      *
000550*                  INSTEAD OF THE CLOCK DATE, SO A STREAM PAST   *
000560*                  MIDNIGHT OR A NEXT-MORNING RERUN KEEPS ITS    *
000570*                  NIGHT (1020)                                  *
000580*----------------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. IBM-3090.
000620 OBJECT-COMPUTER. IBM-3090.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT DAILY-HISTORY-FILE ASSIGN TO TOTLHIST
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-FS-DAILY-HIST.
000690     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS BR-BRANCH-KEY
000730         FILE STATUS IS WS-FS-BRANCH-REF.
000740     SELECT TREND-REPORT-FILE ASSIGN TO TRNDRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-FS-TREND-RPT.
000780 DATA DIVISION.
000790 FILE SECTION.
000800*----------------------------------------------------------------*
000810*  DAILY-HISTORY-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.      *
000820*----------------------------------------------------------------*
000830 FD  DAILY-HISTORY-FILE
000840     RECORDING MODE IS F.
000850 01  DAILY-HISTORY-RECORD.
000860     05  DH-RUN-DATE                  PIC 9(08).
000870     05  DH-RECORDS-READ              PIC 9(09).
000880     05  DH-RECORDS-UPDATED           PIC 9(09).
000890     05  DH-RECORDS-REJECTED          PIC 9(09).
000900     05  DH-RECORDS-DUPLICATE         PIC 9(09).
000910     05  DH-HIGH-VALUE                PIC 9(09).
000920     05  DH-SEQUENCE-ERRORS           PIC 9(09).
000930     05  DH-DOLLAR-TOTAL              PIC S9(11)V99
000940                                      SIGN LEADING SEPARATE.
000950     05  DH-ELAPSED-SECONDS           PIC 9(09).
000960     05  DH-RECORDS-PER-SEC           PIC 9(09).
000970     05  FILLER                       PIC X(06).
000980*----------------------------------------------------------------*
000990*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS MAINTAINED BY CTLBRM01.*
001000*----------------------------------------------------------------*
001010 FD  BRANCH-REFERENCE-FILE
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  BRANCH-REFERENCE-RECORD.
001040     05  BR-BRANCH-KEY                PIC X(06).
001050     05  BR-BRANCH-NAME               PIC X(30).
001060     05  BR-BRANCH-REGION-CODE        PIC X(03).
001070     05  BR-BRANCH-STATUS             PIC X(01).
001080         88  BR-STATUS-CONSOLIDATED           VALUE "M".
001090     05  BR-SUCCESSOR-KEY             PIC X(06).
001100     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001110     05  FILLER                       PIC X(26).
001120 FD  TREND-REPORT-FILE
001130     RECORDING MODE IS F.
001140 01  TREND-REPORT-RECORD               PIC X(132).
001150 WORKING-STORAGE SECTION.
001160 01  WS-FILE-STATUS-BLOCK.
001170     05  WS-FS-DAILY-HIST             PIC X(02).
001180         88  WS-FS-DAILY-HIST-OK               VALUE "00".
001190     05  WS-FS-TREND-RPT              PIC X(02).
001200         88  WS-FS-TREND-RPT-OK                VALUE "00".
001210     05  WS-FS-BRANCH-REF             PIC X(02).
001220         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001230
001240 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001250     88  WS-EOF-YES                            VALUE "Y".
001260     88  WS-EOF-NO                             VALUE "N".
001270
001280 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001290     88  WS-ABEND-REQUESTED                    VALUE "Y".
001300
001310 01  WS-SPIKE-SWITCH                   PIC X(01) VALUE "N".
001320     88  WS-SPIKES-SEEN                        VALUE "Y".
001330*----------------------------------------------------------------*
001340*  SPIKE THRESHOLD - A DAY'S REJECTS OR DUPLICATES MORE THAN     *
001350*  THIS PERCENTAGE OVER THE TRAILING FIVE-BUSINESS-DAY AVERAGE   *
001360*  IS FLAGGED. 50 MEANS ONE-AND-A-HALF TIMES THE TRAILING        *
001370*  AVERAGE.                                                      *
001380*----------------------------------------------------------------*
001390 77  WS-SPIKE-THRESHOLD-PCT            PIC 9(03) VALUE 050.
001400*----------------------------------------------------------------*
001410*  CURRENT DAY ACCUMULATORS - SEVERAL HISTORY RECORDS CAN SHARE  *
001420*  ONE RUN DATE (NIGHTLY PLUS CORRECTION); THEY SUM HERE UNTIL   *
001430*  THE DATE CHANGES AND THE DAY IS CLOSED OUT TO THE REPORT.     *
001440*----------------------------------------------------------------*
001450 01  WS-DAY-ACCUMULATORS.
001460     05  WS-DAY-DATE                   PIC 9(08) VALUE ZERO.
001470     05  WS-DAY-READ                   PIC 9(09) COMP VALUE ZERO.
001480     05  WS-DAY-UPDATED                PIC 9(09) COMP VALUE ZERO.
001490     05  WS-DAY-REJECTED               PIC 9(09) COMP VALUE ZERO.
001500     05  WS-DAY-DUPLICATE              PIC 9(09) COMP VALUE ZERO.
001510     05  WS-DAY-HIGH-VALUE             PIC 9(09) COMP VALUE ZERO.
001520     05  WS-DAY-SEQ-ERRORS             PIC 9(09) COMP VALUE ZERO.
001530     05  WS-DAY-DOLLAR-TOTAL           PIC S9(12)V99 VALUE ZERO.
001540     05  WS-DAY-OPEN-SWITCH            PIC X(01) VALUE "N".
001550         88  WS-DAY-OPEN                       VALUE "Y".
001560         88  WS-DAY-NOT-OPEN                   VALUE "N".
001570*----------------------------------------------------------------*
001580*  TRAILING FIVE-BUSINESS-DAY WINDOW OF CLOSED DAYS' REJECT AND  *
001590*  DUPLICATE COUNTS, OLDEST IN ENTRY ONE. THE SPIKE TEST FOR A   *
001600*  DAY RUNS AGAINST THIS WINDOW BEFORE THE DAY IS PUSHED IN.     *
001610*  NON-BUSINESS DAYS NEVER ENTER IT.                             *
001620*----------------------------------------------------------------*
001630 01  WS-TRAILING-CONTROL.
001640     05  WS-TA-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
001650     05  WS-TA-SUB                     PIC 9(04) COMP VALUE ZERO.
001660     05  WS-TA-REJECT-SUM              PIC 9(10) COMP VALUE ZERO.
001670     05  WS-TA-DUP-SUM                 PIC 9(10) COMP VALUE ZERO.
001680     05  WS-TA-REJECT-AVG              PIC 9(09) COMP VALUE ZERO.
001690     05  WS-TA-DUP-AVG                 PIC 9(09) COMP VALUE ZERO.
001700 01  WS-TRAILING-TABLE.
001710     05  WS-TA-ENTRY OCCURS 5 TIMES.
001720         10  WS-TA-REJECTS             PIC 9(09) COMP.
001730         10  WS-TA-DUPS                PIC 9(09) COMP.
001740*----------------------------------------------------------------*
001750*  WEEKLY AVERAGE ACCUMULATORS - CLOSED BUSINESS DAYS SUM HERE   *
001760*  AND THE AVERAGE BLOCK PRINTS AFTER EVERY FIFTH ONE (A         *
001770*  BUSINESS WEEK), PLUS ONCE MORE AT END OF FILE FOR A PARTIAL   *
001780*  WEEK.                                                         *
001790*----------------------------------------------------------------*
001800 01  WS-WEEK-ACCUMULATORS.
001810     05  WS-WK-DAYS                    PIC 9(04) COMP VALUE ZERO.
001820     05  WS-WK-READ                    PIC 9(10) COMP VALUE ZERO.
001830     05  WS-WK-REJECTED                PIC 9(10) COMP VALUE ZERO.
001840     05  WS-WK-DUPLICATE               PIC 9(10) COMP VALUE ZERO.
001850     05  WS-WK-DOLLAR-TOTAL            PIC S9(13)V99 VALUE ZERO.
001860     05  WS-WK-AVG-WORK                PIC 9(10) COMP VALUE ZERO.
001870     05  WS-WK-AVG-DOLLAR              PIC S9(12)V99 VALUE ZERO.
001880
001890 01  WS-TREND-TOTALS.
001900     05  WS-TR-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
001910     05  WS-TR-DAYS-REPORTED           PIC 9(05) COMP VALUE ZERO.
001920     05  WS-TR-SPIKES-FLAGGED          PIC 9(05) COMP VALUE ZERO.
001930     05  WS-TR-NON-BUSINESS-DAYS       PIC 9(05) COMP VALUE ZERO.
001940     05  WS-TR-CONSOLIDATIONS          PIC 9(05) COMP VALUE ZERO.
001950*----------------------------------------------------------------*
001960*  CONSOLIDATION TABLE - EVERY MERGED BRANCH ON BRCHREF, LOADED  *
001970*  AT START, WITH ITS SUCCESSOR AND EFFECTIVE DATE. A DAY LINE   *
001980*  MARKS EACH ONE DATED AFTER THE DAY BEFORE IT AND ON OR BEFORE *
001990*  ITSELF. MORE THAN 100 IS LOGGED ONCE AND THE REST ARE NOT     *
002000*  MARKED.                                                       *
002010*----------------------------------------------------------------*
002020 01  WS-CONSOLIDATION-CONTROL.
002030     05  WS-CN-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002040     05  WS-CN-SUB                     PIC 9(04) COMP VALUE ZERO.
002050     05  WS-CN-LOW-DATE                PIC 9(08) VALUE ZERO.
002060     05  WS-CN-LAST-CLOSED-DATE        PIC 9(08) VALUE ZERO.
002070     05  WS-CN-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002080         88  WS-CN-OVERFLOW                    VALUE "Y".
002090     05  WS-CN-EOF-SWITCH              PIC X(01) VALUE "N".
002100         88  WS-CN-EOF-YES                     VALUE "Y".
002110         88  WS-CN-EOF-NO                      VALUE "N".
002120 01  WS-CONSOLIDATION-TABLE.
002130     05  WS-CN-ENTRY OCCURS 100 TIMES.
002140         10  WS-CN-KEY-CONTROL         PIC X(06).
002150         10  WS-CN-SUCCESSOR-KEY       PIC X(06).
002160         10  WS-CN-EFFECTIVE-DATE      PIC 9(08).
002170
002180 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
002190 77  WS-COUNT-DISPLAY                  PIC ZZZZZZZZ9.
002200 77  WS-COUNT-DISPLAY-2                PIC ZZZZZZZZ9.
002210 77  WS-AMOUNT-DISPLAY                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002220 77  WS-TALLY-DISPLAY                  PIC ZZZ,ZZ9.
002230 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
002240*----------------------------------------------------------------*
002250*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE STEP CHECKS     *
002260*  IN AT START AND OUT AT END UNDER ITS PROGRAM NAME.            *
002270*----------------------------------------------------------------*
002280 01  WS-RUN-CONTROL-CALL.
002290     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
002300     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
002310     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
002320     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
002330     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
002340         88  WS-RCL-CHECKED-IN                VALUE "Y".
002350         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
002360 01  WS-FLAG-TEXT                      PIC X(40) VALUE SPACES.
002370*----------------------------------------------------------------*
002380*  BUSINESS CALENDAR (CTLCAL01) CALL AREA - FUNCTION D GIVES THE *
002390*  DAY TYPE OF EACH RUN DATE AS IT CLOSES OUT: B BUSINESS DAY, W *
002400*  WEEKEND, H HOLIDAY.                                           *
002410*----------------------------------------------------------------*
002420 01  WS-CALENDAR-CALL.
002430     05  WS-CAL-FUNCTION-CODE          PIC X(01) VALUE "D".
002440     05  WS-CAL-DATE                   PIC 9(08) VALUE ZERO.
002450     05  WS-CAL-TO-DATE                PIC 9(08) VALUE ZERO.
002460     05  WS-CAL-DAY-COUNT              PIC 9(05) VALUE ZERO.
002470     05  WS-CAL-DAY-TYPE               PIC X(01) VALUE SPACE.
002480         88  WS-CAL-BUSINESS-DAY               VALUE "B".
002490         88  WS-CAL-HOLIDAY                    VALUE "H".
002500     05  WS-CAL-RESULT                 PIC 9(02) VALUE ZERO.
002510     05  WS-CAL-DAY-SWITCH             PIC X(01) VALUE "Y".
002520         88  WS-DAY-IS-BUSINESS                VALUE "Y".
002530         88  WS-DAY-NOT-BUSINESS               VALUE "N".
002540*----------------------------------------------------------------*
002550*  PROCEDURE DIVISION                                            *
002560*----------------------------------------------------------------*
002570 PROCEDURE DIVISION.
002580*----------------------------------------------------------------*
002590*  0000-MAINLINE - READ THE HISTORY, CLOSE OUT EACH DAY AS THE   *
002600*  RUN DATE CHANGES, AND FINISH WITH THE LAST DAY, ANY PARTIAL   *
002610*  WEEK, AND THE TRAILER COUNTS. RETURN CODE 04 WHEN ANY SPIKE   *
002620*  WAS FLAGGED, 12 ON A FILE (BRANCH REFERENCE INCLUDED) OR      *
002630*  BUSINESS CALENDAR FAILURE.                                    *
002640*----------------------------------------------------------------*
002650 0000-MAINLINE.
002660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002670     PERFORM 1020-BEGIN-RUN-CONTROL THRU
002680         1020-BEGIN-RUN-CONTROL-EXIT
002690     IF WS-RCL-NOT-CHECKED-IN
002700         MOVE 12 TO RETURN-CODE
002710         GOBACK
002720     END-IF
002730     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002740     IF NOT WS-ABEND-REQUESTED
002750         PERFORM 2000-PROCESS-ONE-HISTORY THRU
002760             2000-PROCESS-ONE-HISTORY-EXIT
002770             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
002780     END-IF
002790     IF NOT WS-ABEND-REQUESTED
002800         IF WS-DAY-OPEN
002810             PERFORM 3000-CLOSE-OUT-ONE-DAY THRU
002820                 3000-CLOSE-OUT-ONE-DAY-EXIT
002830         END-IF
002840         IF WS-WK-DAYS > ZERO
002850             PERFORM 4000-WRITE-WEEKLY-AVERAGE THRU
002860                 4000-WRITE-WEEKLY-AVERAGE-EXIT
002870         END-IF
002880     END-IF
002890     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002900     IF WS-ABEND-REQUESTED
002910         MOVE 12 TO RETURN-CODE
002920     ELSE
002930         IF WS-SPIKES-SEEN
002940             MOVE 04 TO RETURN-CODE
002950         ELSE
002960             MOVE ZERO TO RETURN-CODE
002970         END-IF
002980     END-IF
002990     PERFORM 9900-END-RUN-CONTROL THRU
003000         9900-END-RUN-CONTROL-EXIT
003010     GOBACK.
003020 0000-MAINLINE-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------*
003050*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL        *
003060*  LEDGER (CTLRCL01). A STEP ALREADY COMPLETE FOR THE RUN DATE   *
003070*  WITHOUT A RERUN OVERRIDE, OR A LEDGER FAILURE, STOPS THE      *
003080*  RUN BEFORE ANYTHING IS READ OR WRITTEN.                       *
003090*  THE NIGHT'S RUN DATE IS TAKEN FROM THE LEDGER FIRST (FUNCTION *
003100*  D), SO A STREAM THAT RUNS PAST MIDNIGHT, OR A RERUN THE NEXT  *
003110*  MORNING, IS STILL LEDGERED UNDER THE NIGHT IT BELONGS TO.     *
003120*----------------------------------------------------------------*
003130 1020-BEGIN-RUN-CONTROL.
003140     SET WS-RCL-NOT-CHECKED-IN TO TRUE
003150     MOVE "D" TO WS-RCL-FUNCTION-CODE
003160     MOVE "CTLTRN01" TO WS-RCL-STEP-NAME
003170     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
003180     MOVE ZERO TO WS-RCL-RESULT
003190     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
003200         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
003210     IF WS-RCL-RESULT = ZERO
003220         MOVE "B" TO WS-RCL-FUNCTION-CODE
003230         CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE
003240             WS-RCL-STEP-NAME WS-RUN-DATE WS-RCL-STEP-RETURN-CODE
003250             WS-RCL-RESULT
003260     END-IF
003270     IF WS-RCL-RESULT = ZERO
003280         SET WS-RCL-CHECKED-IN TO TRUE
003290     ELSE
003300         MOVE "CTLTRN01 - RUN CONTROL LEDGER DID NOT RELEASE RUN"
003310             TO WS-ERROR-MESSAGE-LINE
003320         DISPLAY WS-ERROR-MESSAGE-LINE
003330     END-IF.
003340 1020-BEGIN-RUN-CONTROL-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------*
003370*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADING.       *
003380*----------------------------------------------------------------*
003390 1000-INITIALIZE.
003400     SET WS-EOF-NO TO TRUE
003410     OPEN INPUT DAILY-HISTORY-FILE
003420     IF NOT WS-FS-DAILY-HIST-OK
003430         STRING "CTLTRN01 - DAILY HISTORY OPEN FAILED - STATUS "
003440             WS-FS-DAILY-HIST
003450             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003460         DISPLAY WS-ERROR-MESSAGE-LINE
003470         SET WS-ABEND-REQUESTED TO TRUE
003480         GO TO 1000-INITIALIZE-EXIT
003490     END-IF
003500     OPEN INPUT BRANCH-REFERENCE-FILE
003510     IF NOT WS-FS-BRANCH-REF-OK
003520         STRING "CTLTRN01 - BRANCH REF OPEN FAILED - STATUS "
003530             WS-FS-BRANCH-REF
003540             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003550         DISPLAY WS-ERROR-MESSAGE-LINE
003560         SET WS-ABEND-REQUESTED TO TRUE
003570         GO TO 1000-INITIALIZE-EXIT
003580     END-IF
003590     SET WS-CN-EOF-NO TO TRUE
003600     PERFORM 1100-LOAD-ONE-BRANCH THRU
003610         1100-LOAD-ONE-BRANCH-EXIT
003620         UNTIL WS-CN-EOF-YES OR WS-ABEND-REQUESTED
003630     CLOSE BRANCH-REFERENCE-FILE
003640     IF WS-ABEND-REQUESTED
003650         GO TO 1000-INITIALIZE-EXIT
003660     END-IF
003670     OPEN OUTPUT TREND-REPORT-FILE
003680     IF NOT WS-FS-TREND-RPT-OK
003690         STRING "CTLTRN01 - TREND REPORT OPEN FAILED - STATUS "
003700             WS-FS-TREND-RPT
003710             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003720         DISPLAY WS-ERROR-MESSAGE-LINE
003730         SET WS-ABEND-REQUESTED TO TRUE
003740         GO TO 1000-INITIALIZE-EXIT
003750     END-IF
003760     MOVE SPACES TO TREND-REPORT-RECORD
003770     STRING "DAILY TOTALS TREND REPORT  RUN DATE " WS-RUN-DATE
003780         DELIMITED BY SIZE INTO TREND-REPORT-RECORD
003790     WRITE TREND-REPORT-RECORD
003800     MOVE SPACES TO TREND-REPORT-RECORD
003810     WRITE TREND-REPORT-RECORD.
003820 1000-INITIALIZE-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------*
003850*  1100-LOAD-ONE-BRANCH - READ THE NEXT BRANCH REFERENCE RECORD  *
003860*  AND TABLE IT WHEN IT IS A CONSOLIDATION WITH A SUCCESSOR AND A*
003870*  NUMERIC EFFECTIVE DATE. EVERY OTHER BRANCH IS PASSED OVER.    *
003880*----------------------------------------------------------------*
003890 1100-LOAD-ONE-BRANCH.
003900     READ BRANCH-REFERENCE-FILE NEXT RECORD
003910         AT END
003920             SET WS-CN-EOF-YES TO TRUE
003930             GO TO 1100-LOAD-ONE-BRANCH-EXIT
003940     END-READ
003950     IF NOT WS-FS-BRANCH-REF-OK
003960         STRING "CTLTRN01 - BRANCH REF READ FAILED - STATUS "
003970             WS-FS-BRANCH-REF
003980             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003990         DISPLAY WS-ERROR-MESSAGE-LINE
004000         SET WS-ABEND-REQUESTED TO TRUE
004010         GO TO 1100-LOAD-ONE-BRANCH-EXIT
004020     END-IF
004030     IF NOT BR-STATUS-CONSOLIDATED
004040         OR BR-SUCCESSOR-KEY = SPACES
004050         OR BR-CONSOLIDATION-DATE NOT NUMERIC
004060         GO TO 1100-LOAD-ONE-BRANCH-EXIT
004070     END-IF
004080     IF WS-CN-ENTRY-COUNT >= 100
004090         IF NOT WS-CN-OVERFLOW
004100             SET WS-CN-OVERFLOW TO TRUE
004110             MOVE "CONSOLIDATION TABLE FULL - NOT ALL MARKED"
004120                 TO WS-ERROR-MESSAGE-LINE
004130             DISPLAY WS-ERROR-MESSAGE-LINE
004140         END-IF
004150         GO TO 1100-LOAD-ONE-BRANCH-EXIT
004160     END-IF
004170     ADD 1 TO WS-CN-ENTRY-COUNT
004180     MOVE BR-BRANCH-KEY TO WS-CN-KEY-CONTROL (WS-CN-ENTRY-COUNT)
004190     MOVE BR-SUCCESSOR-KEY
004200         TO WS-CN-SUCCESSOR-KEY (WS-CN-ENTRY-COUNT)
004210     MOVE BR-CONSOLIDATION-DATE
004220         TO WS-CN-EFFECTIVE-DATE (WS-CN-ENTRY-COUNT).
004230 1100-LOAD-ONE-BRANCH-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------*
004260*  2000-PROCESS-ONE-HISTORY - READ ONE HISTORY RECORD. A NEW RUN *
004270*  DATE CLOSES OUT THE DAY IN PROGRESS FIRST; RECORDS UNDER THE  *
004280*  SAME DATE (NIGHTLY PLUS CORRECTION RUN) SUM TOGETHER.         *
004290*----------------------------------------------------------------*
004300 2000-PROCESS-ONE-HISTORY.
004310     READ DAILY-HISTORY-FILE
004320         AT END
004330             SET WS-EOF-YES TO TRUE
004340             GO TO 2000-PROCESS-ONE-HISTORY-EXIT
004350     END-READ
004360     IF NOT WS-FS-DAILY-HIST-OK
004370         STRING "CTLTRN01 - DAILY HISTORY READ FAILED - STATUS "
004380             WS-FS-DAILY-HIST
004390             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004400         DISPLAY WS-ERROR-MESSAGE-LINE
004410         SET WS-ABEND-REQUESTED TO TRUE
004420         GO TO 2000-PROCESS-ONE-HISTORY-EXIT
004430     END-IF
004440     ADD 1 TO WS-TR-RECORDS-READ
004450     IF WS-DAY-OPEN AND DH-RUN-DATE NOT = WS-DAY-DATE
004460         PERFORM 3000-CLOSE-OUT-ONE-DAY THRU
004470             3000-CLOSE-OUT-ONE-DAY-EXIT
004480     END-IF
004490     IF WS-DAY-NOT-OPEN
004500         SET WS-DAY-OPEN TO TRUE
004510         MOVE DH-RUN-DATE TO WS-DAY-DATE
004520         MOVE ZERO TO WS-DAY-READ
004530         MOVE ZERO TO WS-DAY-UPDATED
004540         MOVE ZERO TO WS-DAY-REJECTED
004550         MOVE ZERO TO WS-DAY-DUPLICATE
004560         MOVE ZERO TO WS-DAY-HIGH-VALUE
004570         MOVE ZERO TO WS-DAY-SEQ-ERRORS
004580         MOVE ZERO TO WS-DAY-DOLLAR-TOTAL
004590     END-IF
004600     ADD DH-RECORDS-READ TO WS-DAY-READ
004610     ADD DH-RECORDS-UPDATED TO WS-DAY-UPDATED
004620     ADD DH-RECORDS-REJECTED TO WS-DAY-REJECTED
004630     ADD DH-RECORDS-DUPLICATE TO WS-DAY-DUPLICATE
004640     ADD DH-HIGH-VALUE TO WS-DAY-HIGH-VALUE
004650     ADD DH-SEQUENCE-ERRORS TO WS-DAY-SEQ-ERRORS
004660     ADD DH-DOLLAR-TOTAL TO WS-DAY-DOLLAR-TOTAL.
004670 2000-PROCESS-ONE-HISTORY-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------*
004700*  3000-CLOSE-OUT-ONE-DAY - PRINT THE DAY LINE. A BUSINESS DAY   *
004710*  IS THEN TESTED AGAINST THE TRAILING AVERAGES FOR A REJECT OR  *
004720*  DUPLICATE SPIKE, ROLLED INTO THE WEEKLY AVERAGES (PRINTING    *
004730*  THE WEEK BLOCK AFTER THE FIFTH BUSINESS DAY), AND PUSHED INTO *
004740*  THE TRAILING WINDOW FOR THE DAYS THAT FOLLOW; A WEEKEND OR    *
004750*  HOLIDAY IS ONLY MARKED.                                       *
004760*----------------------------------------------------------------*
004770 3000-CLOSE-OUT-ONE-DAY.
004780     ADD 1 TO WS-TR-DAYS-REPORTED
004790     MOVE SPACES TO TREND-REPORT-RECORD
004800     MOVE WS-DAY-READ TO WS-COUNT-DISPLAY
004810     MOVE WS-DAY-UPDATED TO WS-COUNT-DISPLAY-2
004820     MOVE WS-DAY-DOLLAR-TOTAL TO WS-AMOUNT-DISPLAY
004830     STRING "DATE " WS-DAY-DATE
004840         " RD " WS-COUNT-DISPLAY
004850         " UP " WS-COUNT-DISPLAY-2
004860         DELIMITED BY SIZE INTO TREND-REPORT-RECORD
004870     MOVE WS-DAY-REJECTED TO WS-COUNT-DISPLAY
004880     MOVE WS-DAY-DUPLICATE TO WS-COUNT-DISPLAY-2
004890     STRING " RJ " WS-COUNT-DISPLAY
004900         " DU " WS-COUNT-DISPLAY-2
004910         DELIMITED BY SIZE INTO TREND-REPORT-RECORD (40:27)
004920     MOVE WS-DAY-HIGH-VALUE TO WS-COUNT-DISPLAY
004930     MOVE WS-DAY-SEQ-ERRORS TO WS-COUNT-DISPLAY-2
004940     STRING " HV " WS-COUNT-DISPLAY
004950         " SE " WS-COUNT-DISPLAY-2
004960         " AMT " WS-AMOUNT-DISPLAY
004970         DELIMITED BY SIZE INTO TREND-REPORT-RECORD (67:58)
004980     WRITE TREND-REPORT-RECORD
004990     SET WS-DAY-NOT-OPEN TO TRUE
005000     PERFORM 3020-MARK-CONSOLIDATIONS THRU
005010         3020-MARK-CONSOLIDATIONS-EXIT
005020     PERFORM 3050-CHECK-BUSINESS-DAY THRU
005030         3050-CHECK-BUSINESS-DAY-EXIT
005040     IF WS-ABEND-REQUESTED OR WS-DAY-NOT-BUSINESS
005050         GO TO 3000-CLOSE-OUT-ONE-DAY-EXIT
005060     END-IF
005070     PERFORM 3100-CHECK-FOR-SPIKES THRU
005080         3100-CHECK-FOR-SPIKES-EXIT
005090     PERFORM 3200-ROLL-INTO-WEEK THRU
005100         3200-ROLL-INTO-WEEK-EXIT
005110     PERFORM 3300-PUSH-TRAILING-ENTRY THRU
005120         3300-PUSH-TRAILING-ENTRY-EXIT.
005130 3000-CLOSE-OUT-ONE-DAY-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------*
005160*  3020-MARK-CONSOLIDATIONS - MARK UNDER THE DAY LINE EVERY      *
005170*  CONSOLIDATION THAT TOOK EFFECT SINCE THE DAY BEFORE IT ON THE *
005180*  REPORT. THE FIRST DAY ON THE FILE MARKS ONLY THOSE DATED THAT *
005190*  DAY - EARLIER MERGES ARE ALREADY IN EVERY NIGHT SHOWN.        *
005200*----------------------------------------------------------------*
005210 3020-MARK-CONSOLIDATIONS.
005220     IF WS-CN-LAST-CLOSED-DATE = ZERO
005230         COMPUTE WS-CN-LOW-DATE = WS-DAY-DATE - 1
005240     ELSE
005250         MOVE WS-CN-LAST-CLOSED-DATE TO WS-CN-LOW-DATE
005260     END-IF
005270     MOVE WS-DAY-DATE TO WS-CN-LAST-CLOSED-DATE
005280     MOVE 1 TO WS-CN-SUB
005290     PERFORM 3030-MARK-ONE-CONSOLIDATION THRU
005300         3030-MARK-ONE-CONSOLIDATION-EXIT
005310         UNTIL WS-CN-SUB > WS-CN-ENTRY-COUNT.
005320 3020-MARK-CONSOLIDATIONS-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------*
005350*  3030-MARK-ONE-CONSOLIDATION - TEST ONE TABLE ENTRY AGAINST    *
005360*  THE DAY AND PRINT ITS MARK LINE WHEN IT FALLS IN THE GAP.     *
005370*----------------------------------------------------------------*
005380 3030-MARK-ONE-CONSOLIDATION.
005390     IF WS-CN-EFFECTIVE-DATE (WS-CN-SUB) > WS-CN-LOW-DATE
005400         AND WS-CN-EFFECTIVE-DATE (WS-CN-SUB) NOT > WS-DAY-DATE
005410         ADD 1 TO WS-TR-CONSOLIDATIONS
005420         MOVE SPACES TO TREND-REPORT-RECORD
005430         STRING "              CONSOLIDATION - BRANCH "
005440             WS-CN-KEY-CONTROL (WS-CN-SUB)
005450             " MERGED INTO " WS-CN-SUCCESSOR-KEY (WS-CN-SUB)
005460             " EFFECTIVE " WS-CN-EFFECTIVE-DATE (WS-CN-SUB)
005470             DELIMITED BY SIZE INTO TREND-REPORT-RECORD
005480         WRITE TREND-REPORT-RECORD
005490     END-IF
005500     ADD 1 TO WS-CN-SUB.
005510 3030-MARK-ONE-CONSOLIDATION-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------*
005540*  3050-CHECK-BUSINESS-DAY - LOOK THE RUN DATE UP ON THE         *
005550*  BUSINESS CALENDAR AND MARK A WEEKEND OR HOLIDAY UNDER ITS DAY *
005560*  LINE. A RUN DATE THAT IS NOT A REAL DATE IS LEFT IN THE       *
005570*  AVERAGES AS BEFORE; A CALENDAR THAT CANNOT BE READ STOPS THE  *
005580*  REPORT.                                                       *
005590*----------------------------------------------------------------*
005600 3050-CHECK-BUSINESS-DAY.
005610     SET WS-DAY-IS-BUSINESS TO TRUE
005620     MOVE "D" TO WS-CAL-FUNCTION-CODE
005630     MOVE WS-DAY-DATE TO WS-CAL-DATE
005640     CALL "CTLCAL01" USING WS-CAL-FUNCTION-CODE WS-CAL-DATE
005650         WS-CAL-TO-DATE WS-CAL-DAY-COUNT WS-CAL-DAY-TYPE
005660         WS-CAL-RESULT
005670     IF WS-CAL-RESULT >= 12
005680         MOVE "CTLTRN01 - BUSINESS CALENDAR UNAVAILABLE"
005690             TO WS-ERROR-MESSAGE-LINE
005700         DISPLAY WS-ERROR-MESSAGE-LINE
005710         SET WS-ABEND-REQUESTED TO TRUE
005720         GO TO 3050-CHECK-BUSINESS-DAY-EXIT
005730     END-IF
005740     IF WS-CAL-RESULT NOT = ZERO OR WS-CAL-BUSINESS-DAY
005750         GO TO 3050-CHECK-BUSINESS-DAY-EXIT
005760     END-IF
005770     SET WS-DAY-NOT-BUSINESS TO TRUE
005780     ADD 1 TO WS-TR-NON-BUSINESS-DAYS
005790     MOVE SPACES TO TREND-REPORT-RECORD
005800     IF WS-CAL-HOLIDAY
005810         MOVE "              HOLIDAY - NOT IN AVERAGES"
005820             TO TREND-REPORT-RECORD
005830     ELSE
005840         MOVE "              WEEKEND - NOT IN AVERAGES"
005850             TO TREND-REPORT-RECORD
005860     END-IF
005870     WRITE TREND-REPORT-RECORD.
005880 3050-CHECK-BUSINESS-DAY-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------*
005910*  3100-CHECK-FOR-SPIKES - COMPARE THE DAY'S REJECTS AND         *
005920*  DUPLICATES AGAINST THE TRAILING AVERAGES. THE TEST IS         *
005930*  DAY * 100 > AVERAGE * (100 + THRESHOLD PCT), KEPT IN WHOLE    *
005940*  NUMBERS SO NO ROUNDING CREEPS IN. AN EMPTY WINDOW (FIRST      *
005950*  DAYS ON THE FILE) OR A ZERO AVERAGE FLAGS NOTHING.            *
005960*----------------------------------------------------------------*
005970 3100-CHECK-FOR-SPIKES.
005980     IF WS-TA-ENTRY-COUNT = ZERO
005990         GO TO 3100-CHECK-FOR-SPIKES-EXIT
006000     END-IF
006010     MOVE ZERO TO WS-TA-REJECT-SUM
006020     MOVE ZERO TO WS-TA-DUP-SUM
006030     MOVE 1 TO WS-TA-SUB
006040     PERFORM 3110-SUM-ONE-TRAILING THRU
006050         3110-SUM-ONE-TRAILING-EXIT
006060         UNTIL WS-TA-SUB > WS-TA-ENTRY-COUNT
006070     COMPUTE WS-TA-REJECT-AVG =
006080         WS-TA-REJECT-SUM / WS-TA-ENTRY-COUNT
006090     COMPUTE WS-TA-DUP-AVG = WS-TA-DUP-SUM / WS-TA-ENTRY-COUNT
006100     MOVE SPACES TO WS-FLAG-TEXT
006110     IF WS-TA-REJECT-AVG > ZERO
006120         IF WS-DAY-REJECTED * 100 >
006130             WS-TA-REJECT-AVG * (100 + WS-SPIKE-THRESHOLD-PCT)
006140             MOVE "*REJECT SPIKE*" TO WS-FLAG-TEXT
006150         END-IF
006160     END-IF
006170     IF WS-TA-DUP-AVG > ZERO
006180         IF WS-DAY-DUPLICATE * 100 >
006190             WS-TA-DUP-AVG * (100 + WS-SPIKE-THRESHOLD-PCT)
006200             IF WS-FLAG-TEXT = SPACES
006210                 MOVE "*DUPLICATE SPIKE*" TO WS-FLAG-TEXT
006220             ELSE
006230                 MOVE "*REJECT SPIKE* *DUPLICATE SPIKE*"
006240                     TO WS-FLAG-TEXT
006250             END-IF
006260         END-IF
006270     END-IF
006280     IF WS-FLAG-TEXT NOT = SPACES
006290         SET WS-SPIKES-SEEN TO TRUE
006300         ADD 1 TO WS-TR-SPIKES-FLAGGED
006310         MOVE SPACES TO TREND-REPORT-RECORD
006320         STRING "              " WS-FLAG-TEXT
006330             " OVER TRAILING 5-BUSINESS-DAY AVERAGE"
006340             DELIMITED BY SIZE INTO TREND-REPORT-RECORD
006350         WRITE TREND-REPORT-RECORD
006360     END-IF.
006370 3100-CHECK-FOR-SPIKES-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------*
006400*  3110-SUM-ONE-TRAILING - ADD ONE TRAILING-WINDOW ENTRY INTO    *
006410*  THE AVERAGE SUMS.                                             *
006420*----------------------------------------------------------------*
006430 3110-SUM-ONE-TRAILING.
006440     ADD WS-TA-REJECTS (WS-TA-SUB) TO WS-TA-REJECT-SUM
006450     ADD WS-TA-DUPS (WS-TA-SUB) TO WS-TA-DUP-SUM
006460     ADD 1 TO WS-TA-SUB.
006470 3110-SUM-ONE-TRAILING-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------*
006500*  3200-ROLL-INTO-WEEK - ACCUMULATE THE DAY INTO THE WEEKLY      *
006510*  AVERAGES AND PRINT THE WEEK BLOCK AFTER THE FIFTH BUSINESS    *
006520*  DAY.                                                          *
006530*----------------------------------------------------------------*
006540 3200-ROLL-INTO-WEEK.
006550     ADD 1 TO WS-WK-DAYS
006560     ADD WS-DAY-READ TO WS-WK-READ
006570     ADD WS-DAY-REJECTED TO WS-WK-REJECTED
006580     ADD WS-DAY-DUPLICATE TO WS-WK-DUPLICATE
006590     ADD WS-DAY-DOLLAR-TOTAL TO WS-WK-DOLLAR-TOTAL
006600     IF WS-WK-DAYS >= 5
006610         PERFORM 4000-WRITE-WEEKLY-AVERAGE THRU
006620             4000-WRITE-WEEKLY-AVERAGE-EXIT
006630     END-IF.
006640 3200-ROLL-INTO-WEEK-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------*
006670*  3300-PUSH-TRAILING-ENTRY - PUSH THE CLOSED DAY INTO THE       *
006680*  TRAILING WINDOW, SHIFTING THE OLDEST DAY OUT WHEN THE         *
006690*  WINDOW ALREADY HOLDS FIVE.                                    *
006700*----------------------------------------------------------------*
006710 3300-PUSH-TRAILING-ENTRY.
006720     IF WS-TA-ENTRY-COUNT >= 5
006730         MOVE 1 TO WS-TA-SUB
006740         PERFORM 3310-SHIFT-ONE-TRAILING THRU
006750             3310-SHIFT-ONE-TRAILING-EXIT
006760             UNTIL WS-TA-SUB > 4
006770     ELSE
006780         ADD 1 TO WS-TA-ENTRY-COUNT
006790     END-IF
006800     MOVE WS-DAY-REJECTED TO WS-TA-REJECTS (WS-TA-ENTRY-COUNT)
006810     MOVE WS-DAY-DUPLICATE TO WS-TA-DUPS (WS-TA-ENTRY-COUNT).
006820 3300-PUSH-TRAILING-ENTRY-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------*
006850*  3310-SHIFT-ONE-TRAILING - MOVE ONE WINDOW ENTRY UP A SLOT.    *
006860*----------------------------------------------------------------*
006870 3310-SHIFT-ONE-TRAILING.
006880     MOVE WS-TA-REJECTS (WS-TA-SUB + 1)
006890         TO WS-TA-REJECTS (WS-TA-SUB)
006900     MOVE WS-TA-DUPS (WS-TA-SUB + 1) TO WS-TA-DUPS (WS-TA-SUB)
006910     ADD 1 TO WS-TA-SUB.
006920 3310-SHIFT-ONE-TRAILING-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------*
006950*  4000-WRITE-WEEKLY-AVERAGE - AVERAGE BLOCK FOR THE WEEK JUST   *
006960*  COMPLETED (OR THE PARTIAL WEEK AT END OF FILE), THEN RESET    *
006970*  THE WEEKLY ACCUMULATORS.                                      *
006980*----------------------------------------------------------------*
006990 4000-WRITE-WEEKLY-AVERAGE.
007000     IF WS-WK-DAYS = ZERO
007010         GO TO 4000-WRITE-WEEKLY-AVERAGE-EXIT
007020     END-IF
007030     MOVE WS-WK-DAYS TO WS-TALLY-DISPLAY
007040     MOVE SPACES TO TREND-REPORT-RECORD
007050     STRING "WEEKLY AVERAGE OVER " WS-TALLY-DISPLAY
007060         " BUSINESS DAYS"
007070         DELIMITED BY SIZE INTO TREND-REPORT-RECORD
007080     WRITE TREND-REPORT-RECORD
007090     COMPUTE WS-WK-AVG-WORK = WS-WK-READ / WS-WK-DAYS
007100     MOVE WS-WK-AVG-WORK TO WS-COUNT-DISPLAY
007110     COMPUTE WS-WK-AVG-WORK = WS-WK-REJECTED / WS-WK-DAYS
007120     MOVE WS-WK-AVG-WORK TO WS-COUNT-DISPLAY-2
007130     MOVE SPACES TO TREND-REPORT-RECORD
007140     STRING "  AVG READ " WS-COUNT-DISPLAY
007150         "  AVG REJECTED " WS-COUNT-DISPLAY-2
007160         DELIMITED BY SIZE INTO TREND-REPORT-RECORD
007170     WRITE TREND-REPORT-RECORD
007180     COMPUTE WS-WK-AVG-WORK = WS-WK-DUPLICATE / WS-WK-DAYS
007190     MOVE WS-WK-AVG-WORK TO WS-COUNT-DISPLAY
007200     COMPUTE WS-WK-AVG-DOLLAR = WS-WK-DOLLAR-TOTAL / WS-WK-DAYS
007210     MOVE WS-WK-AVG-DOLLAR TO WS-AMOUNT-DISPLAY
007220     MOVE SPACES TO TREND-REPORT-RECORD
007230     STRING "  AVG DUPLICATES " WS-COUNT-DISPLAY
007240         "  AVG AMOUNT " WS-AMOUNT-DISPLAY
007250         DELIMITED BY SIZE INTO TREND-REPORT-RECORD
007260     WRITE TREND-REPORT-RECORD
007270     MOVE SPACES TO TREND-REPORT-RECORD
007280     WRITE TREND-REPORT-RECORD
007290     MOVE ZERO TO WS-WK-DAYS
007300     MOVE ZERO TO WS-WK-READ
007310     MOVE ZERO TO WS-WK-REJECTED
007320     MOVE ZERO TO WS-WK-DUPLICATE
007330     MOVE ZERO TO WS-WK-DOLLAR-TOTAL.
007340 4000-WRITE-WEEKLY-AVERAGE-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------*
007370*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
007380*----------------------------------------------------------------*
007390 9000-TERMINATE.
007400     IF NOT WS-ABEND-REQUESTED
007410         MOVE WS-TR-DAYS-REPORTED TO WS-TALLY-DISPLAY
007420         MOVE SPACES TO TREND-REPORT-RECORD
007430         STRING "DAYS REPORTED  " WS-TALLY-DISPLAY
007440             DELIMITED BY SIZE INTO TREND-REPORT-RECORD
007450         WRITE TREND-REPORT-RECORD
007460         MOVE WS-TR-SPIKES-FLAGGED TO WS-TALLY-DISPLAY
007470         MOVE SPACES TO TREND-REPORT-RECORD
007480         STRING "SPIKES FLAGGED " WS-TALLY-DISPLAY
007490             DELIMITED BY SIZE INTO TREND-REPORT-RECORD
007500         WRITE TREND-REPORT-RECORD
007510         MOVE WS-TR-NON-BUSINESS-DAYS TO WS-TALLY-DISPLAY
007520         MOVE SPACES TO TREND-REPORT-RECORD
007530         STRING "NON-BUSINESS   " WS-TALLY-DISPLAY
007540             DELIMITED BY SIZE INTO TREND-REPORT-RECORD
007550         WRITE TREND-REPORT-RECORD
007560         MOVE WS-TR-CONSOLIDATIONS TO WS-TALLY-DISPLAY
007570         MOVE SPACES TO TREND-REPORT-RECORD
007580         STRING "CONSOLIDATIONS " WS-TALLY-DISPLAY
007590             DELIMITED BY SIZE INTO TREND-REPORT-RECORD
007600         WRITE TREND-REPORT-RECORD
007610     END-IF
007620     CLOSE DAILY-HISTORY-FILE
007630     CLOSE TREND-REPORT-FILE.
007640 9000-TERMINATE-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------*
007670*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
007680*  WITH THE STEP RETURN CODE (12 AND UP RECORDS THE STEP AS      *
007690*  FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). THE RETURN   *
007700*  CODE IS PUT BACK AFTER THE CALL; A LEDGER THAT CANNOT RECORD  *
007710*  THE END RAISES IT TO 12 SO THE CHAIN STOPS.                   *
007720*----------------------------------------------------------------*
007730 9900-END-RUN-CONTROL.
007740     IF WS-RCL-NOT-CHECKED-IN
007750         GO TO 9900-END-RUN-CONTROL-EXIT
007760     END-IF
007770     MOVE RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
007780     MOVE "E" TO WS-RCL-FUNCTION-CODE
007790     MOVE ZERO TO WS-RCL-RESULT
007800     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
007810         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
007820     SET WS-RCL-NOT-CHECKED-IN TO TRUE
007830     MOVE WS-RCL-STEP-RETURN-CODE TO RETURN-CODE
007840     IF WS-RCL-RESULT NOT = ZERO
007850         MOVE "CTLTRN01 - RUN CONTROL LEDGER END NOT RECORDED"
007860             TO WS-ERROR-MESSAGE-LINE
007870         DISPLAY WS-ERROR-MESSAGE-LINE
007880         MOVE 12 TO RETURN-CODE
007890     END-IF.
007900 9900-END-RUN-CONTROL-EXIT.
007910     EXIT.
