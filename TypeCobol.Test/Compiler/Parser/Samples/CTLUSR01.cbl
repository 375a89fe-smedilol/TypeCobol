000250*----------------------------------------------------------------*
000260*  DATE      INIT  DESCRIPTION                                   *
000270*  09/02/26  RLM   ORIGINAL PROGRAM                              *
000280*  10/15/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE            *
000290*                  TRANSACTION TYPE - LAYOUT KEPT IN STEP        *
000300*                  WITH CTLPGM01                                 *
000310*  10/15/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE            *
000320*                  DISPOSITION CODE - LAYOUT KEPT IN STEP        *
000330*                  WITH CTLPGM01                                 *
000340*  10/15/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE RUN        *
000350*                  DATE - LAYOUT KEPT IN STEP WITH CTLPGM01      *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-3090.
000400 OBJECT-COMPUTER. IBM-3090.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
000440         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE IS SEQUENTIAL
000460         FILE STATUS IS WS-FS-AUDIT-TRAIL.
000470     SELECT USER-ACTIVITY-REPORT-FILE ASSIGN TO USRRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-USER-RPT.
000510 DATA DIVISION.
000520 FILE SECTION.
000530*----------------------------------------------------------------*
000540*  AUDIT-TRAIL-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.        *
000550*----------------------------------------------------------------*
000560 FD  AUDIT-TRAIL-FILE
000570     RECORDING MODE IS F.
000580 01  AUDIT-TRAIL-RECORD.
000590     05  AT-TIMESTAMP                 PIC X(26).
000600     05  AT-TIMESTAMP-SPLIT REDEFINES AT-TIMESTAMP.
000610         10  AT-TS-DATE               PIC 9(08).
000620         10  FILLER                   PIC X(01).
000630         10  AT-TS-HOUR               PIC 9(02).
000640         10  FILLER                   PIC X(15).
000650     05  AT-USER-ID                   PIC X(08).
000660     05  AT-BEFORE-IMAGE.
000670         10  AT-BEFORE-KEY-CONTROL    PIC X(06).
000680         10  AT-BEFORE-CUSTOMER-NAME  PIC X(30).
000690         10  AT-BEFORE-ADDRESS        PIC X(40).
000700     05  AT-AFTER-IMAGE.
000710         10  AT-AFTER-KEY-CONTROL     PIC X(06).
000720         10  AT-AFTER-CUSTOMER-NAME   PIC X(30).
000730         10  AT-AFTER-ADDRESS         PIC X(40).
000740     05  AT-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
000750     05  AT-TRANSACTION-TYPE          PIC X(01).
000760     05  AT-DISPOSITION-CODE          PIC X(01).
000770     05  AT-RUN-DATE                  PIC 9(08).
000780 FD  USER-ACTIVITY-REPORT-FILE
000790     RECORDING MODE IS F.
000800 01  USER-ACTIVITY-REPORT-RECORD       PIC X(132).
000810 WORKING-STORAGE SECTION.
000820 01  WS-FILE-STATUS-BLOCK.
000830     05  WS-FS-AUDIT-TRAIL            PIC X(02).
000840         88  WS-FS-AUDIT-TRAIL-OK              VALUE "00".
000850     05  WS-FS-USER-RPT               PIC X(02).
000860         88  WS-FS-USER-RPT-OK                 VALUE "00".
000870
000880 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
000890     88  WS-EOF-YES                            VALUE "Y".
000900     88  WS-EOF-NO                             VALUE "N".
000910
000920 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
000930     88  WS-ABEND-REQUESTED                    VALUE "Y".
000940*----------------------------------------------------------------*
000950*  BATCH WINDOW - THE NIGHTLY WINDOW OPENS AT 20:00 AND CLOSES   *
000960*  AT 06:00. AN IMAGE STAMPED AT OR AFTER THE END HOUR AND       *
000970*  BEFORE THE START HOUR IS OUTSIDE THE WINDOW.                  *
000980*----------------------------------------------------------------*
000990 77  WS-WINDOW-START-HOUR              PIC 9(02) VALUE 20.
001000 77  WS-WINDOW-END-HOUR                PIC 9(02) VALUE 06.
001010*----------------------------------------------------------------*
001020*  PER-USER ACTIVITY TABLE - ONE ENTRY PER DISTINCT USER-ID,     *
001030*  SERIAL-SEARCHED THE WAY CTLPGM01 TABLES ITS SIGNATURES. THE   *
001040*  RANKED FLAG MARKS ENTRIES ALREADY PRINTED ON THE SUMMARY      *
001050*  PAGE. THE DISTINCT KEYS EACH USER TOUCHED LIVE IN THE         *
001060*  PARALLEL KEY TABLE BELOW; A USER PAST 200 DISTINCT KEYS       *
001070*  KEEPS COUNTING RECORDS BUT THE KEY COUNT IS FLAGGED AS A      *
001080*  FLOOR ON THE REPORT.                                          *
001090*----------------------------------------------------------------*
001100 01  WS-USER-CONTROL.
001110     05  WS-UA-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
001120     05  WS-UA-SUB                     PIC 9(04) COMP VALUE ZERO.
001130     05  WS-UA-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
001140     05  WS-UA-RANK-SUB                PIC 9(04) COMP VALUE ZERO.
001150     05  WS-UA-BEST-SUB                PIC 9(04) COMP VALUE ZERO.
001160     05  WS-UA-RANK-NUMBER             PIC 9(04) COMP VALUE ZERO.
001170     05  WS-UA-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
001180         88  WS-UA-OVERFLOW                    VALUE "Y".
001190 01  WS-USER-TABLE.
001200     05  WS-UA-ENTRY OCCURS 100 TIMES.
001210         10  WS-UA-USER-ID             PIC X(08).
001220         10  WS-UA-RECORDS             PIC 9(09) COMP.
001230         10  WS-UA-KEY-COUNT           PIC 9(05) COMP.
001240         10  WS-UA-KEY-OVF-FLAG        PIC X(01).
001250         10  WS-UA-HV-COUNT            PIC 9(09) COMP.
001260         10  WS-UA-HV-AMOUNT           PIC S9(11)V99 COMP-3.
001270         10  WS-UA-OUTSIDE-COUNT       PIC 9(09) COMP.
001280         10  WS-UA-RANKED-FLAG         PIC X(01).
001290 01  WS-USER-KEY-TABLE.
001300     05  WS-UK-USER-ENTRY OCCURS 100 TIMES.
001310         10  WS-UK-KEY OCCURS 200 TIMES
001320                                       PIC X(06).
001330 01  WS-KEY-SEARCH-CONTROL.
001340     05  WS-UK-SUB                     PIC 9(04) COMP VALUE ZERO.
001350     05  WS-UK-FOUND-SWITCH            PIC X(01) VALUE "N".
001360         88  WS-UK-KEY-FOUND                   VALUE "Y".
001370         88  WS-UK-KEY-NOT-FOUND               VALUE "N".
001380
001390 01  WS-HIGH-VALUE-WORK.
001400     05  WS-HV-THRESHOLD               PIC 9(09)V99 VALUE ZERO.
001410     05  WS-HV-ABS-AMOUNT              PIC 9(09)V99 VALUE ZERO.
001420
001430 77  WS-RECORDS-READ                   PIC 9(09) COMP VALUE ZERO.
001440 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
001450 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001460 77  WS-KEY-COUNT-DISPLAY              PIC ZZ,ZZ9.
001470 77  WS-RANK-DISPLAY                   PIC ZZZ9.
001480 77  WS-AMOUNT-DISPLAY                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001490 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001500 LINKAGE SECTION.
001510*  USR-HIGH-VALUE-THRESHOLD - SAME MEANING AS CTLPGM01'S         *
001520*  SUPERVISOR REVIEW THRESHOLD: ABSOLUTE AMOUNTS AT OR OVER IT   *
001530*  COUNT AS HIGH VALUE, ZERO TURNS THE FEATURE OFF.              *
001540 01  USR-HIGH-VALUE-THRESHOLD          PIC 9(09)V99.
001550*----------------------------------------------------------------*
001560*  PROCEDURE DIVISION                                            *
001570*----------------------------------------------------------------*
001580 PROCEDURE DIVISION USING USR-HIGH-VALUE-THRESHOLD.
001590*----------------------------------------------------------------*
001600*  0000-MAINLINE - TABLE THE AUDIT TRAIL BY USER, PRINT THE      *
001610*  DETAIL SECTION AND THE RANKED SUMMARY PAGE, CLOSE. RETURN     *
001620*  CODE 12 ON A FILE FAILURE, 04 WHEN THE USER TABLE             *
001630*  OVERFLOWED (THE REPORT IS INCOMPLETE), ELSE 00.               *
001640*----------------------------------------------------------------*
001650 0000-MAINLINE.
001660     MOVE USR-HIGH-VALUE-THRESHOLD TO WS-HV-THRESHOLD
001670     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001680     IF NOT WS-ABEND-REQUESTED
001690         PERFORM 2000-PROCESS-ONE-AUDIT THRU
001700             2000-PROCESS-ONE-AUDIT-EXIT
001710             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
001720     END-IF
001730     IF NOT WS-ABEND-REQUESTED
001740         PERFORM 3000-WRITE-DETAIL-SECTION THRU
001750             3000-WRITE-DETAIL-SECTION-EXIT
001760         PERFORM 4000-WRITE-RANKED-SUMMARY THRU
001770             4000-WRITE-RANKED-SUMMARY-EXIT
001780     END-IF
001790     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001800     IF WS-ABEND-REQUESTED
001810         MOVE 12 TO RETURN-CODE
001820     ELSE
001830         IF WS-UA-OVERFLOW
001840             MOVE 04 TO RETURN-CODE
001850         ELSE
001860             MOVE ZERO TO RETURN-CODE
001870         END-IF
001880     END-IF
001890     GOBACK.
001900 0000-MAINLINE-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------*
001930*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADING,       *
001940*  ECHOING THE THRESHOLD SO THE PRINTED PAGE PROVES WHAT WAS     *
001950*  ASKED FOR.                                                    *
001960*----------------------------------------------------------------*
001970 1000-INITIALIZE.
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001990     SET WS-EOF-NO TO TRUE
002000     OPEN INPUT AUDIT-TRAIL-FILE
002010     IF NOT WS-FS-AUDIT-TRAIL-OK
002020         STRING "CTLUSR01 - AUDIT TRAIL OPEN FAILED - STATUS "
002030             WS-FS-AUDIT-TRAIL
002040             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002050         DISPLAY WS-ERROR-MESSAGE-LINE
002060         SET WS-ABEND-REQUESTED TO TRUE
002070         GO TO 1000-INITIALIZE-EXIT
002080     END-IF
002090     OPEN OUTPUT USER-ACTIVITY-REPORT-FILE
002100     IF NOT WS-FS-USER-RPT-OK
002110         STRING "CTLUSR01 - USER REPORT OPEN FAILED - STATUS "
002120             WS-FS-USER-RPT
002130             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002140         DISPLAY WS-ERROR-MESSAGE-LINE
002150         SET WS-ABEND-REQUESTED TO TRUE
002160         GO TO 1000-INITIALIZE-EXIT
002170     END-IF
002180     MOVE WS-HV-THRESHOLD TO WS-AMOUNT-DISPLAY
002190     MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
002200     STRING "USER ACTIVITY REPORT  RUN DATE " WS-RUN-DATE
002210         "  HIGH VALUE AT " WS-AMOUNT-DISPLAY
002220         DELIMITED BY SIZE INTO USER-ACTIVITY-REPORT-RECORD
002230     WRITE USER-ACTIVITY-REPORT-RECORD
002240     MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
002250     WRITE USER-ACTIVITY-REPORT-RECORD.
002260 1000-INITIALIZE-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------*
002290*  2000-PROCESS-ONE-AUDIT - READ ONE AUDIT IMAGE AND ACCUMULATE  *
002300*  IT UNDER ITS USER-ID: RECORD COUNT, DISTINCT KEYS, HIGH       *
002310*  VALUE, AND OUT-OF-WINDOW ACTIVITY.                            *
002320*----------------------------------------------------------------*
002330 2000-PROCESS-ONE-AUDIT.
002340     READ AUDIT-TRAIL-FILE
002350         AT END
002360             SET WS-EOF-YES TO TRUE
002370             GO TO 2000-PROCESS-ONE-AUDIT-EXIT
002380     END-READ
002390     IF NOT WS-FS-AUDIT-TRAIL-OK
002400         STRING "CTLUSR01 - AUDIT TRAIL READ FAILED - STATUS "
002410             WS-FS-AUDIT-TRAIL
002420             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002430         DISPLAY WS-ERROR-MESSAGE-LINE
002440         SET WS-ABEND-REQUESTED TO TRUE
002450         GO TO 2000-PROCESS-ONE-AUDIT-EXIT
002460     END-IF
002470     ADD 1 TO WS-RECORDS-READ
002480     PERFORM 2100-FIND-USER-ENTRY THRU
002490         2100-FIND-USER-ENTRY-EXIT
002500     IF WS-UA-FOUND-SUB = ZERO
002510         GO TO 2000-PROCESS-ONE-AUDIT-EXIT
002520     END-IF
002530     ADD 1 TO WS-UA-RECORDS (WS-UA-FOUND-SUB)
002540     PERFORM 2200-COUNT-DISTINCT-KEY THRU
002550         2200-COUNT-DISTINCT-KEY-EXIT
002560     PERFORM 2300-CHECK-HIGH-VALUE THRU
002570         2300-CHECK-HIGH-VALUE-EXIT
002580     IF AT-TS-HOUR >= WS-WINDOW-END-HOUR
002590         AND AT-TS-HOUR < WS-WINDOW-START-HOUR
002600         ADD 1 TO WS-UA-OUTSIDE-COUNT (WS-UA-FOUND-SUB)
002610     END-IF.
002620 2000-PROCESS-ONE-AUDIT-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------*
002650*  2100-FIND-USER-ENTRY - SERIAL SEARCH OF THE USER TABLE FOR    *
002660*  AT-USER-ID, ADDING A NEW ENTRY ON A MISS. A FULL TABLE IS     *
002670*  LOGGED ONCE AND THE OVERFLOWING USER'S ACTIVITY IS DROPPED    *
002680*  FROM THE REPORT - THE RETURN CODE SAYS SO.                    *
002690*----------------------------------------------------------------*
002700 2100-FIND-USER-ENTRY.
002710     MOVE ZERO TO WS-UA-FOUND-SUB
002720     MOVE 1 TO WS-UA-SUB
002730     PERFORM 2110-CHECK-ONE-USER THRU
002740         2110-CHECK-ONE-USER-EXIT
002750         UNTIL WS-UA-SUB > WS-UA-ENTRY-COUNT
002760         OR WS-UA-FOUND-SUB > ZERO
002770     IF WS-UA-FOUND-SUB > ZERO
002780         GO TO 2100-FIND-USER-ENTRY-EXIT
002790     END-IF
002800     IF WS-UA-ENTRY-COUNT >= 100
002810         IF NOT WS-UA-OVERFLOW
002820             SET WS-UA-OVERFLOW TO TRUE
002830             MOVE "USER TABLE FULL - REPORT INCOMPLETE"
002840                 TO WS-ERROR-MESSAGE-LINE
002850             DISPLAY WS-ERROR-MESSAGE-LINE
002860         END-IF
002870         GO TO 2100-FIND-USER-ENTRY-EXIT
002880     END-IF
002890     ADD 1 TO WS-UA-ENTRY-COUNT
002900     MOVE AT-USER-ID TO WS-UA-USER-ID (WS-UA-ENTRY-COUNT)
002910     MOVE ZERO TO WS-UA-RECORDS (WS-UA-ENTRY-COUNT)
002920     MOVE ZERO TO WS-UA-KEY-COUNT (WS-UA-ENTRY-COUNT)
002930     MOVE SPACE TO WS-UA-KEY-OVF-FLAG (WS-UA-ENTRY-COUNT)
002940     MOVE ZERO TO WS-UA-HV-COUNT (WS-UA-ENTRY-COUNT)
002950     MOVE ZERO TO WS-UA-HV-AMOUNT (WS-UA-ENTRY-COUNT)
002960     MOVE ZERO TO WS-UA-OUTSIDE-COUNT (WS-UA-ENTRY-COUNT)
002970     MOVE SPACE TO WS-UA-RANKED-FLAG (WS-UA-ENTRY-COUNT)
002980     MOVE WS-UA-ENTRY-COUNT TO WS-UA-FOUND-SUB.
002990 2100-FIND-USER-ENTRY-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------*
003020*  2110-CHECK-ONE-USER - TEST ONE USER TABLE ENTRY.              *
003030*----------------------------------------------------------------*
003040 2110-CHECK-ONE-USER.
003050     IF WS-UA-USER-ID (WS-UA-SUB) = AT-USER-ID
003060         MOVE WS-UA-SUB TO WS-UA-FOUND-SUB
003070     END-IF
003080     ADD 1 TO WS-UA-SUB.
003090 2110-CHECK-ONE-USER-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------*
003120*  2200-COUNT-DISTINCT-KEY - SERIAL SEARCH OF THIS USER'S KEY    *
003130*  LIST FOR THE AFTER-IMAGE KEY, ADDING IT ON A MISS. A USER     *
003140*  PAST 200 DISTINCT KEYS KEEPS PROCESSING BUT THE COUNT STAYS   *
003150*  AT THE FLOOR AND THE REPORT LINE CARRIES A + FLAG.            *
003160*----------------------------------------------------------------*
003170 2200-COUNT-DISTINCT-KEY.
003180     SET WS-UK-KEY-NOT-FOUND TO TRUE
003190     MOVE 1 TO WS-UK-SUB
003200     PERFORM 2210-CHECK-ONE-KEY THRU
003210         2210-CHECK-ONE-KEY-EXIT
003220         UNTIL WS-UK-SUB > WS-UA-KEY-COUNT (WS-UA-FOUND-SUB)
003230         OR WS-UK-KEY-FOUND
003240     IF WS-UK-KEY-FOUND
003250         GO TO 2200-COUNT-DISTINCT-KEY-EXIT
003260     END-IF
003270     IF WS-UA-KEY-COUNT (WS-UA-FOUND-SUB) >= 200
003280         MOVE "+" TO WS-UA-KEY-OVF-FLAG (WS-UA-FOUND-SUB)
003290         GO TO 2200-COUNT-DISTINCT-KEY-EXIT
003300     END-IF
003310     ADD 1 TO WS-UA-KEY-COUNT (WS-UA-FOUND-SUB)
003320     MOVE AT-AFTER-KEY-CONTROL
003330         TO WS-UK-KEY (WS-UA-FOUND-SUB,
003340         WS-UA-KEY-COUNT (WS-UA-FOUND-SUB)).
003350 2200-COUNT-DISTINCT-KEY-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------*
003380*  2210-CHECK-ONE-KEY - TEST ONE OF THIS USER'S TABLED KEYS.     *
003390*----------------------------------------------------------------*
003400 2210-CHECK-ONE-KEY.
003410     IF WS-UK-KEY (WS-UA-FOUND-SUB, WS-UK-SUB)
003420         = AT-AFTER-KEY-CONTROL
003430         SET WS-UK-KEY-FOUND TO TRUE
003440     END-IF
003450     ADD 1 TO WS-UK-SUB.
003460 2210-CHECK-ONE-KEY-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------*
003490*  2300-CHECK-HIGH-VALUE - COUNT AND TOTAL THIS IMAGE UNDER THE  *
003500*  USER WHEN ITS ABSOLUTE AMOUNT MEETS OR EXCEEDS THE            *
003510*  THRESHOLD. REVERSALS COUNT THE SAME AS POSTINGS, AS ON THE    *
003520*  NIGHTLY HIGH-VALUE REVIEW REPORT.                             *
003530*----------------------------------------------------------------*
003540 2300-CHECK-HIGH-VALUE.
003550     IF WS-HV-THRESHOLD = ZERO
003560         GO TO 2300-CHECK-HIGH-VALUE-EXIT
003570     END-IF
003580     IF AT-TRANSACTION-AMOUNT < ZERO
003590         COMPUTE WS-HV-ABS-AMOUNT =
003600             ZERO - AT-TRANSACTION-AMOUNT
003610     ELSE
003620         MOVE AT-TRANSACTION-AMOUNT TO WS-HV-ABS-AMOUNT
003630     END-IF
003640     IF WS-HV-ABS-AMOUNT >= WS-HV-THRESHOLD
003650         ADD 1 TO WS-UA-HV-COUNT (WS-UA-FOUND-SUB)
003660         ADD AT-TRANSACTION-AMOUNT
003670             TO WS-UA-HV-AMOUNT (WS-UA-FOUND-SUB)
003680     END-IF.
003690 2300-CHECK-HIGH-VALUE-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------*
003720*  3000-WRITE-DETAIL-SECTION - ONE BLOCK PER USER IN FIRST-SEEN  *
003730*  ORDER: RECORDS, DISTINCT KEYS, HIGH-VALUE COUNT AND TOTAL,    *
003740*  AND OUT-OF-WINDOW ACTIVITY.                                   *
003750*----------------------------------------------------------------*
003760 3000-WRITE-DETAIL-SECTION.
003770     MOVE 1 TO WS-UA-SUB
003780     PERFORM 3100-WRITE-ONE-USER THRU
003790         3100-WRITE-ONE-USER-EXIT
003800         UNTIL WS-UA-SUB > WS-UA-ENTRY-COUNT.
003810 3000-WRITE-DETAIL-SECTION-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------*
003840*  3100-WRITE-ONE-USER - TWO DETAIL LINES FOR ONE USER.          *
003850*----------------------------------------------------------------*
003860 3100-WRITE-ONE-USER.
003870     MOVE WS-UA-RECORDS (WS-UA-SUB) TO WS-COUNT-DISPLAY
003880     MOVE WS-UA-KEY-COUNT (WS-UA-SUB) TO WS-KEY-COUNT-DISPLAY
003890     MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
003900     STRING "USER " WS-UA-USER-ID (WS-UA-SUB)
003910         "  RECORDS " WS-COUNT-DISPLAY
003920         "  DISTINCT KEYS " WS-KEY-COUNT-DISPLAY
003930         WS-UA-KEY-OVF-FLAG (WS-UA-SUB)
003940         DELIMITED BY SIZE INTO USER-ACTIVITY-REPORT-RECORD
003950     WRITE USER-ACTIVITY-REPORT-RECORD
003960     MOVE WS-UA-HV-COUNT (WS-UA-SUB) TO WS-COUNT-DISPLAY
003970     MOVE WS-UA-HV-AMOUNT (WS-UA-SUB) TO WS-AMOUNT-DISPLAY
003980     MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
003990     STRING "  HIGH VALUE " WS-COUNT-DISPLAY
004000         "  AMOUNT " WS-AMOUNT-DISPLAY
004010         DELIMITED BY SIZE INTO USER-ACTIVITY-REPORT-RECORD
004020     WRITE USER-ACTIVITY-REPORT-RECORD
004030     MOVE WS-UA-OUTSIDE-COUNT (WS-UA-SUB) TO WS-COUNT-DISPLAY
004040     MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
004050     STRING "  OUTSIDE BATCH WINDOW " WS-COUNT-DISPLAY
004060         DELIMITED BY SIZE INTO USER-ACTIVITY-REPORT-RECORD
004070     WRITE USER-ACTIVITY-REPORT-RECORD
004080     MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
004090     WRITE USER-ACTIVITY-REPORT-RECORD
004100     ADD 1 TO WS-UA-SUB.
004110 3100-WRITE-ONE-USER-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------*
004140*  4000-WRITE-RANKED-SUMMARY - SUMMARY PAGE RANKED BY RECORDS    *
004150*  TOUCHED, HIGHEST FIRST. EACH PASS SCANS FOR THE BUSIEST       *
004160*  UNRANKED USER AND MARKS IT PRINTED.                           *
004170*----------------------------------------------------------------*
004180 4000-WRITE-RANKED-SUMMARY.
004190     IF WS-UA-ENTRY-COUNT = ZERO
004200         GO TO 4000-WRITE-RANKED-SUMMARY-EXIT
004210     END-IF
004220     MOVE "RANKED SUMMARY - BY RECORDS TOUCHED"
004230         TO USER-ACTIVITY-REPORT-RECORD
004240     WRITE USER-ACTIVITY-REPORT-RECORD
004250     MOVE ZERO TO WS-UA-RANK-NUMBER
004260     PERFORM 4100-RANK-ONE-USER THRU
004270         4100-RANK-ONE-USER-EXIT
004280         UNTIL WS-UA-RANK-NUMBER >= WS-UA-ENTRY-COUNT.
004290 4000-WRITE-RANKED-SUMMARY-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------*
004320*  4100-RANK-ONE-USER - FIND THE BUSIEST USER NOT YET RANKED     *
004330*  AND PRINT ITS SUMMARY LINE.                                   *
004340*----------------------------------------------------------------*
004350 4100-RANK-ONE-USER.
004360     MOVE ZERO TO WS-UA-BEST-SUB
004370     MOVE 1 TO WS-UA-RANK-SUB
004380     PERFORM 4110-SCAN-ONE-CANDIDATE THRU
004390         4110-SCAN-ONE-CANDIDATE-EXIT
004400         UNTIL WS-UA-RANK-SUB > WS-UA-ENTRY-COUNT
004410     IF WS-UA-BEST-SUB = ZERO
004420         MOVE WS-UA-ENTRY-COUNT TO WS-UA-RANK-NUMBER
004430         GO TO 4100-RANK-ONE-USER-EXIT
004440     END-IF
004450     ADD 1 TO WS-UA-RANK-NUMBER
004460     MOVE "Y" TO WS-UA-RANKED-FLAG (WS-UA-BEST-SUB)
004470     MOVE WS-UA-RANK-NUMBER TO WS-RANK-DISPLAY
004480     MOVE WS-UA-RECORDS (WS-UA-BEST-SUB) TO WS-COUNT-DISPLAY
004490     MOVE WS-UA-HV-AMOUNT (WS-UA-BEST-SUB) TO WS-AMOUNT-DISPLAY
004500     MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
004510     STRING "RANK " WS-RANK-DISPLAY
004520         "  USER " WS-UA-USER-ID (WS-UA-BEST-SUB)
004530         "  RECORDS " WS-COUNT-DISPLAY
004540         "  HIGH VALUE AMOUNT " WS-AMOUNT-DISPLAY
004550         DELIMITED BY SIZE INTO USER-ACTIVITY-REPORT-RECORD
004560     WRITE USER-ACTIVITY-REPORT-RECORD.
004570 4100-RANK-ONE-USER-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------*
004600*  4110-SCAN-ONE-CANDIDATE - KEEP THE BUSIEST UNRANKED USER      *
004610*  SEEN SO FAR.                                                  *
004620*----------------------------------------------------------------*
004630 4110-SCAN-ONE-CANDIDATE.
004640     IF WS-UA-RANKED-FLAG (WS-UA-RANK-SUB) NOT = "Y"
004650         IF WS-UA-BEST-SUB = ZERO
004660             MOVE WS-UA-RANK-SUB TO WS-UA-BEST-SUB
004670         ELSE
004680             IF WS-UA-RECORDS (WS-UA-RANK-SUB) >
004690                 WS-UA-RECORDS (WS-UA-BEST-SUB)
004700                 MOVE WS-UA-RANK-SUB TO WS-UA-BEST-SUB
004710             END-IF
004720         END-IF
004730     END-IF
004740     ADD 1 TO WS-UA-RANK-SUB.
004750 4110-SCAN-ONE-CANDIDATE-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------*
004780*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
004790*----------------------------------------------------------------*
004800 9000-TERMINATE.
004810     IF NOT WS-ABEND-REQUESTED
004820         MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
004830         WRITE USER-ACTIVITY-REPORT-RECORD
004840         MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
004850         MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
004860         STRING "AUDIT RECORDS READ " WS-COUNT-DISPLAY
004870             DELIMITED BY SIZE INTO USER-ACTIVITY-REPORT-RECORD
004880         WRITE USER-ACTIVITY-REPORT-RECORD
004890         MOVE WS-UA-ENTRY-COUNT TO WS-COUNT-DISPLAY
004900         MOVE SPACES TO USER-ACTIVITY-REPORT-RECORD
004910         STRING "USERS REPORTED     " WS-COUNT-DISPLAY
004920             DELIMITED BY SIZE INTO USER-ACTIVITY-REPORT-RECORD
004930         WRITE USER-ACTIVITY-REPORT-RECORD
004940     END-IF
004950     CLOSE AUDIT-TRAIL-FILE
004960     CLOSE USER-ACTIVITY-REPORT-FILE.
004970 9000-TERMINATE-EXIT.
004980     EXIT.
