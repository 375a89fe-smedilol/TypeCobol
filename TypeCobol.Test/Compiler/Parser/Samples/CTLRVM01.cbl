000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLRVM01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLRVM01 - REVERSAL MATCHING REPORT. A TYPE R (REVERSAL)      *
000100*  RECORD IS COUNTED AND TOTALLED LIKE ANY OTHER, AND UNTIL NOW  *
000110*  NOTHING CHECKED THAT THERE WAS EVER A POSTING FOR THAT KEY    *
000120*  AND AMOUNT TO REVERSE - ORPHAN REVERSALS WERE FOUND ONLY WHEN *
000130*  A CUSTOMER COMPLAINED. THIS PROGRAM PAIRS EACH OF TONIGHT'S   *
000140*  REVERSALS WITH AN ORIGINAL POSTING FOR THE SAME KEY CONTROL   *
000150*  VALUE AND AMOUNT INSIDE A LOOKBACK WINDOW.                    *
000160*                                                                *
000170*  TONIGHT'S IMAGES COME FROM THE DAILY AUDIT TRAIL (AUDITTRL);  *
000180*  EARLIER NIGHTS INSIDE THE WINDOW COME FROM THE CUMULATIVE     *
000190*  AUDIT ARCHIVE (AUDTARCH) MAINTAINED BY CTLARC01, BROWSED ONE  *
000200*  KEY AT A TIME FROM THE START OF THE WINDOW. "TONIGHT" IS THE  *
000210*  NIGHT'S RUN DATE FROM THE RUN CONTROL LEDGER (CTLRCL01       *
000220*  FUNCTION D), NOT THE CLOCK, SO A RUN AFTER MIDNIGHT STILL     *
000230*  REPORTS ITS NIGHT. AN ARCHIVE IMAGE IS TAKEN ONLY WHEN ITS    *
000240*  RUN DATE IS BEFORE TONIGHT AND ITS TIMESTAMP IS BEFORE THE    *
000250*  FIRST IMAGE ON TONIGHT'S TRAIL, SO AN ARCHIVE RUN BETWEEN THE *
000260*  UPDATE AND THIS REPORT CANNOT COUNT A RECORD TWICE.           *
000270*                                                                *
000280*  A KEY THAT TOOK OVER A CONSOLIDATED BRANCH (BRCHREF STATUS    *
000290*  M, SET BY CTLBRM01) ALSO TAKES THAT BRANCH'S ARCHIVE IMAGES   *
000300*  DATED BEFORE THE CONSOLIDATION'S EFFECTIVE DATE - FROM THEN ON*
000310*  CTLPGM01 POSTS THEM UNDER THE KEY ITSELF - SO A REVERSAL SENT *
000320*  AFTER THE MERGE FINDS AN ORIGINAL POSTED BEFORE IT. THE MERGE *
000330*  CHAIN IS FOLLOWED AS CTLPGM01 FOLLOWS IT. DUPLICATES CTLPGM01 *
000340*  DID NOT POST (DISPOSITION D) ARE NOT POSTINGS AND ARE         *
000350*  SKIPPED.                                                      *
000360*                                                                *
000370*  FOR EACH KEY THE POSTINGS AND REVERSALS ARE TAKEN IN          *
000380*  TIMESTAMP ORDER AND EACH REVERSAL CONSUMES THE EARLIEST       *
000390*  EARLIER POSTING OF THE SAME AMOUNT NOT ALREADY CONSUMED, SO   *
000400*  EARLIER NIGHTS' REVERSALS USE UP THEIR ORIGINALS BEFORE       *
000410*  TONIGHT'S ARE MATCHED. AMOUNTS ARE COMPARED UNSIGNED. A       *
000420*  BLANK TRANSACTION TYPE COUNTS AS A POSTING, AS IN CTLPGM01.   *
000430*  TONIGHT'S REVERSALS THAT DO NOT MATCH ARE REPORTED AS:        *
000440*    ALREADY REVERSED - THE ONLY SAME-AMOUNT POSTING WAS         *
000450*                       CONSUMED BY AN EARLIER REVERSAL          *
000460*    EXCEEDS ORIGINAL - NO SAME-AMOUNT POSTING, BUT A SMALLER    *
000470*                       UNCONSUMED POSTING EXISTS                *
000480*    ORPHAN           - NO POSTING FOR THE KEY TO REVERSE        *
000490*                                                                *
000500*  LOOKBACK DAYS (PARAMETER) - CALENDAR DAYS BACK FROM THE RUN   *
000510*  DATE; ZERO TAKES THE DEFAULT OF 30. RETURN CODE 08 WHEN ANY   *
000520*  EXCEPTION IS REPORTED, 04 WHEN A TABLE FILLED AND THE MATCH   *
000530*  IS INCOMPLETE, 12 ON A FILE FAILURE, ELSE 00.                 *
000540*----------------------------------------------------------------*
000550*  MODIFICATION HISTORY                                          *
000560*----------------------------------------------------------------*
000570*  DATE      INIT  DESCRIPTION                                   *
000580*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000590*  10/15/26  RLM   AUDIT AND ARCHIVE IMAGES NOW CARRY THE        *
000600*                  DISPOSITION CODE - LAYOUTS KEPT IN STEP       *
000610*                  WITH CTLPGM01 AND CTLARC01                    *
000620*  10/15/26  RLM   ARCHIVE IMAGES WRITTEN BY THE BRANCH          *
000630*                  CONSOLIDATION CONVERSION (DISPOSITION C) ARE  *
000640*                  PASSED OVER - THEY MOVE A MASTER RECORD TO ITS*
000650*                  SUCCESSOR KEY AND ARE NOT MATCHED AS ORIGINALS*
000660*  10/15/26  RLM   DUPLICATES NEVER POSTED (DISPOSITION D) ARE   *
000670*                  SKIPPED. A KEY NOW ALSO TAKES THE ARCHIVE     *
000680*                  IMAGES OF ANY BRANCH CONSOLIDATED INTO IT,    *
000690*                  DATED BEFORE THE EFFECTIVE DATE (BRCHREF,     *
000700*                  1100/3150), MERGED BY TIMESTAMP (3410)        *
000710*  10/15/26  RLM   TONIGHT IS THE NIGHT'S RUN DATE FROM THE RUN  *
000720*                  CONTROL LEDGER (CTLRCL01 FUNCTION D), NOT THE *
000730*                  CLOCK. ARCHIVE IMAGES ARE CUT ON THEIR RUN    *
000740*                  DATE AND STOP AT THE FIRST TIMESTAMP ON       *
000750*                  TONIGHT'S TRAIL, SO AN IMAGE ALREADY ARCHIVED *
000760*                  IS NOT READ TWICE (1000/2000/3110). AUDIT     *
000770*                  AND ARCHIVE LAYOUTS KEPT IN STEP WITH         *
000780*                  CTLPGM01 AND CTLARC01                         *
000790*----------------------------------------------------------------*
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER. IBM-3090.
000830 OBJECT-COMPUTER. IBM-3090.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS WS-FS-AUDIT-TRAIL.
000900     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDTARCH
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS AA-ARCHIVE-KEY
000940         FILE STATUS IS WS-FS-AUDIT-ARCH.
000950     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS BR-BRANCH-KEY
000990         FILE STATUS IS WS-FS-BRANCH-REF.
001000     SELECT MATCH-REPORT-FILE ASSIGN TO RVMRPT
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS WS-FS-MATCH-RPT.
001040 DATA DIVISION.
001050 FILE SECTION.
001060*----------------------------------------------------------------*
001070*  AUDIT-TRAIL-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.        *
001080*----------------------------------------------------------------*
001090 FD  AUDIT-TRAIL-FILE
001100     RECORDING MODE IS F.
001110 01  AUDIT-TRAIL-RECORD.
001120     05  AT-TIMESTAMP                 PIC X(26).
001130     05  AT-USER-ID                   PIC X(08).
001140     05  AT-BEFORE-IMAGE.
001150         10  AT-BEFORE-KEY-CONTROL    PIC X(06).
001160         10  AT-BEFORE-CUSTOMER-NAME  PIC X(30).
001170         10  AT-BEFORE-ADDRESS        PIC X(40).
001180     05  AT-AFTER-IMAGE.
001190         10  AT-AFTER-KEY-CONTROL     PIC X(06).
001200         10  AT-AFTER-CUSTOMER-NAME   PIC X(30).
001210         10  AT-AFTER-ADDRESS         PIC X(40).
001220     05  AT-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
001230     05  AT-TRANSACTION-TYPE          PIC X(01).
001240     05  AT-DISPOSITION-CODE          PIC X(01).
001250         88  AT-DISPOSITION-DUPLICATE         VALUE "D".
001260     05  AT-RUN-DATE                  PIC 9(08).
001270*----------------------------------------------------------------*
001280*  AUDIT-ARCHIVE-FILE - SAME LAYOUT AS MAINTAINED BY CTLARC01.   *
001290*----------------------------------------------------------------*
001300 FD  AUDIT-ARCHIVE-FILE
001310     RECORD CONTAINS 208 CHARACTERS.
001320 01  AUDIT-ARCHIVE-RECORD.
001330     05  AA-ARCHIVE-KEY.
001340         10  AA-KEY-CONTROL           PIC X(06).
001350         10  AA-TIMESTAMP             PIC X(26).
001360     05  AA-TIMESTAMP-SPLIT REDEFINES AA-ARCHIVE-KEY.
001370         10  FILLER                   PIC X(06).
001380         10  AA-TS-DATE               PIC 9(08).
001390         10  FILLER                   PIC X(18).
001400     05  AA-USER-ID                   PIC X(08).
001410     05  AA-BEFORE-IMAGE.
001420         10  AA-BEFORE-KEY-CONTROL    PIC X(06).
001430         10  AA-BEFORE-CUSTOMER-NAME  PIC X(30).
001440         10  AA-BEFORE-ADDRESS        PIC X(40).
001450     05  AA-AFTER-IMAGE.
001460         10  AA-AFTER-KEY-CONTROL     PIC X(06).
001470         10  AA-AFTER-CUSTOMER-NAME   PIC X(30).
001480         10  AA-AFTER-ADDRESS         PIC X(40).
001490     05  AA-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
001500     05  AA-TRANSACTION-TYPE          PIC X(01).
001510     05  AA-DISPOSITION-CODE          PIC X(01).
001520         88  AA-DISPOSITION-CONVERSION        VALUE "C".
001530         88  AA-DISPOSITION-DUPLICATE         VALUE "D".
001540     05  AA-RUN-DATE                  PIC 9(08).
001550*----------------------------------------------------------------*
001560*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS MAINTAINED BY CTLBRM01.*
001570*----------------------------------------------------------------*
001580 FD  BRANCH-REFERENCE-FILE
001590     RECORD CONTAINS 80 CHARACTERS.
001600 01  BRANCH-REFERENCE-RECORD.
001610     05  BR-BRANCH-KEY                PIC X(06).
001620     05  BR-BRANCH-NAME               PIC X(30).
001630     05  BR-BRANCH-REGION-CODE        PIC X(03).
001640     05  BR-BRANCH-STATUS             PIC X(01).
001650         88  BR-STATUS-CONSOLIDATED           VALUE "M".
001660     05  BR-SUCCESSOR-KEY             PIC X(06).
001670     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001680     05  FILLER                       PIC X(26).
001690 FD  MATCH-REPORT-FILE
001700     RECORDING MODE IS F.
001710 01  MATCH-REPORT-RECORD               PIC X(132).
001720 WORKING-STORAGE SECTION.
001730 01  WS-FILE-STATUS-BLOCK.
001740     05  WS-FS-AUDIT-TRAIL            PIC X(02).
001750         88  WS-FS-AUDIT-TRAIL-OK              VALUE "00".
001760     05  WS-FS-AUDIT-ARCH             PIC X(02).
001770         88  WS-FS-AUDIT-ARCH-OK               VALUE "00".
001780         88  WS-FS-AUDIT-ARCH-NOT-FOUND        VALUE "23".
001790         88  WS-FS-AUDIT-ARCH-EOF              VALUE "10".
001800     05  WS-FS-BRANCH-REF             PIC X(02).
001810         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001820     05  WS-FS-MATCH-RPT              PIC X(02).
001830         88  WS-FS-MATCH-RPT-OK                VALUE "00".
001840
001850 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001860     88  WS-EOF-YES                            VALUE "Y".
001870     88  WS-EOF-NO                             VALUE "N".
001880
001890 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001900     88  WS-ABEND-REQUESTED                    VALUE "Y".
001910
001920 01  WS-ARCHIVE-EOF-SWITCH             PIC X(01) VALUE "N".
001930     88  WS-ARCHIVE-KEY-DONE                   VALUE "Y".
001940     88  WS-ARCHIVE-KEY-MORE                   VALUE "N".
001950
001960 01  WS-BRANCH-EOF-SWITCH              PIC X(01) VALUE "N".
001970     88  WS-BRANCH-EOF                         VALUE "Y".
001980 
001990 01  WS-EXCEPTION-SWITCH               PIC X(01) VALUE "N".
002000     88  WS-EXCEPTIONS-SEEN                    VALUE "Y".
002010
002020 01  WS-INCOMPLETE-SWITCH              PIC X(01) VALUE "N".
002030     88  WS-MATCH-INCOMPLETE                   VALUE "Y".
002040*----------------------------------------------------------------*
002050*  TONIGHT TABLE - EVERY POSTING AND REVERSAL IMAGE ON TONIGHT'S *
002060*  AUDIT TRAIL, IN FILE ORDER. WS-TN-DONE MARKS AN IMAGE WHOSE   *
002070*  KEY HAS ALREADY BEEN MATCHED. AN OVERFLOW IS LOGGED ONCE AND  *
002080*  MARKS THE RUN INCOMPLETE. WS-TN-FIRST-TIMESTAMP IS THE        *
002090*  EARLIEST TIMESTAMP ON THE TRAIL - NO ARCHIVE IMAGE FROM THEN  *
002100*  ON IS TAKEN.                                                  *
002110*----------------------------------------------------------------*
002120 01  WS-TONIGHT-CONTROL.
002130     05  WS-TN-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002140     05  WS-TN-SUB                     PIC 9(04) COMP VALUE ZERO.
002150     05  WS-TN-SCAN-SUB                PIC 9(04) COMP VALUE ZERO.
002160     05  WS-TN-EARLY-SUB               PIC 9(04) COMP VALUE ZERO.
002170     05  WS-TN-HOLD-SUB                PIC 9(04) COMP VALUE ZERO.
002180     05  WS-TN-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002190         88  WS-TN-OVERFLOW                    VALUE "Y".
002200     05  WS-TN-FIRST-TIMESTAMP         PIC X(26)
002210                                       VALUE HIGH-VALUES.
002220 01  WS-TONIGHT-TABLE.
002230     05  WS-TN-ENTRY OCCURS 5000 TIMES.
002240         10  WS-TN-KEY-CONTROL         PIC X(06).
002250         10  WS-TN-TIMESTAMP           PIC X(26).
002260         10  WS-TN-USER-ID             PIC X(08).
002270         10  WS-TN-TYPE                PIC X(01).
002280         10  WS-TN-AMOUNT              PIC 9(09)V99 COMP-3.
002290         10  WS-TN-DONE                PIC X(01).
002300*----------------------------------------------------------------*
002310*  KEY HISTORY TABLE - THE POSTINGS AND REVERSALS FOR THE ONE    *
002320*  KEY BEING MATCHED: THE ARCHIVE WINDOW FIRST, THEN TONIGHT,    *
002330*  WHICH KEEPS THEM IN TIMESTAMP ORDER. AMOUNTS ARE HELD         *
002340*  UNSIGNED. A POSTING CONSUMED BY A REVERSAL CARRIES "Y" IN     *
002350*  WS-KH-CONSUMED.                                               *
002360*----------------------------------------------------------------*
002370 01  WS-KEY-HISTORY-CONTROL.
002380     05  WS-KH-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002390     05  WS-KH-SUB                     PIC 9(04) COMP VALUE ZERO.
002400     05  WS-KH-SCAN-SUB                PIC 9(04) COMP VALUE ZERO.
002410     05  WS-KH-MATCH-SUB               PIC 9(04) COMP VALUE ZERO.
002420     05  WS-KH-USED-SUB                PIC 9(04) COMP VALUE ZERO.
002430     05  WS-KH-SMALLER-SUB             PIC 9(04) COMP VALUE ZERO.
002440     05  WS-KH-MATCH-KEY               PIC X(06) VALUE SPACES.
002450     05  WS-KH-BROWSE-KEY              PIC X(06) VALUE SPACES.
002460     05  WS-KH-BROWSE-LIMIT            PIC 9(08) VALUE ZERO.
002470     05  WS-KH-PLACE-SUB               PIC 9(04) COMP VALUE ZERO.
002480     05  WS-KH-PRIOR-SUB               PIC 9(04) COMP VALUE ZERO.
002490     05  WS-KH-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002500         88  WS-KH-OVERFLOW                    VALUE "Y".
002510 01  WS-KEY-HISTORY-TABLE.
002520     05  WS-KH-ENTRY OCCURS 1000 TIMES.
002530         10  WS-KH-KEY-CONTROL         PIC X(06).
002540         10  WS-KH-TIMESTAMP           PIC X(26).
002550         10  WS-KH-USER-ID             PIC X(08).
002560         10  WS-KH-TYPE                PIC X(01).
002570             88  WS-KH-POSTING                 VALUE "P".
002580             88  WS-KH-REVERSAL                VALUE "R".
002590         10  WS-KH-AMOUNT              PIC 9(09)V99 COMP-3.
002600         10  WS-KH-TONIGHT             PIC X(01).
002610             88  WS-KH-IS-TONIGHT              VALUE "Y".
002620         10  WS-KH-CONSUMED            PIC X(01).
002630             88  WS-KH-IS-CONSUMED             VALUE "Y".
002640 01  WS-KH-HOLD-ENTRY                  PIC X(49).
002650*----------------------------------------------------------------*
002660*  PREDECESSOR TABLE - EVERY BRANCH CONSOLIDATED ON OR BEFORE THE*
002670*  RUN DATE, WITH THE KEY ITS MERGE CHAIN ENDS AT TONIGHT (SPACES*
002680*  WHEN THE CHAIN GOES NOWHERE). A KEY BEING MATCHED ALSO BROWSES*
002690*  THE ARCHIVE UNDER EVERY PREDECESSOR WHOSE CHAIN ENDS AT IT, UP*
002700*  TO THE PREDECESSOR'S EFFECTIVE DATE. AN OVERFLOW IS LOGGED    *
002710*  ONCE AND MARKS THE RUN INCOMPLETE.                            *
002720*----------------------------------------------------------------*
002730 01  WS-PREDECESSOR-CONTROL.
002740     05  WS-PD-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002750     05  WS-PD-SUB                     PIC 9(04) COMP VALUE ZERO.
002760     05  WS-PD-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002770         88  WS-PD-OVERFLOW                    VALUE "Y".
002780 01  WS-PREDECESSOR-TABLE.
002790     05  WS-PD-ENTRY OCCURS 500 TIMES.
002800         10  WS-PD-KEY-CONTROL         PIC X(06).
002810         10  WS-PD-EFFECTIVE-DATE      PIC 9(08).
002820         10  WS-PD-FINAL-KEY           PIC X(06).
002830 01  WS-REMAP-CONTROL.
002840     05  WS-REMAP-KEY                  PIC X(06) VALUE SPACES.
002850     05  WS-REMAP-HOPS                 PIC 9(04) COMP VALUE ZERO.
002860     05  WS-REMAP-CHAIN-SWITCH         PIC X(01) VALUE "N".
002870         88  WS-REMAP-CHAIN-CONTINUES          VALUE "Y".
002880         88  WS-REMAP-CHAIN-ENDED              VALUE "N".
002890*----------------------------------------------------------------*
002900*  LOOKBACK WINDOW - THE FIRST DATE INSIDE THE WINDOW IS FOUND   *
002910*  BY STEPPING BACK ONE CALENDAR DAY AT A TIME FROM THE RUN      *
002920*  DATE, ONCE PER RUN.                                           *
002930*----------------------------------------------------------------*
002940 77  WS-DEFAULT-LOOKBACK-DAYS          PIC 9(03) VALUE 030.
002950 77  WS-LOOKBACK-DAYS                  PIC 9(03) VALUE ZERO.
002960 77  WS-STEP-COUNT                     PIC 9(04) COMP VALUE ZERO.
002970 01  WS-DAYS-IN-MONTH-STRING           PIC X(24) VALUE
002980     "312831303130313130313031".
002990 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-STRING.
003000     05  WS-DM-DAYS OCCURS 12 TIMES    PIC 9(02).
003010 01  WS-WINDOW-WORK.
003020     05  WS-WINDOW-START-DATE          PIC 9(08) VALUE ZERO.
003030     05  WS-WINDOW-START-SPLIT REDEFINES WS-WINDOW-START-DATE.
003040         10  WS-WS-YEAR                PIC 9(04).
003050         10  WS-WS-MONTH               PIC 9(02).
003060         10  WS-WS-DAY                 PIC 9(02).
003070     05  WS-LEAP-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
003080     05  WS-LEAP-REMAINDER-4           PIC 9(04) COMP VALUE ZERO.
003090     05  WS-LEAP-REMAINDER-100         PIC 9(04) COMP VALUE ZERO.
003100     05  WS-LEAP-REMAINDER-400         PIC 9(04) COMP VALUE ZERO.
003110
003120 01  WS-MATCH-TOTALS.
003130     05  WS-MT-IMAGES-READ             PIC 9(09) COMP VALUE ZERO.
003140     05  WS-MT-ARCHIVE-READ            PIC 9(09) COMP VALUE ZERO.
003150     05  WS-MT-REVERSALS               PIC 9(09) COMP VALUE ZERO.
003160     05  WS-MT-REVERSAL-AMOUNT         PIC S9(12)V99 VALUE ZERO.
003170     05  WS-MT-MATCHED                 PIC 9(09) COMP VALUE ZERO.
003180     05  WS-MT-MATCHED-AMOUNT          PIC S9(12)V99 VALUE ZERO.
003190     05  WS-MT-ORPHANS                 PIC 9(09) COMP VALUE ZERO.
003200     05  WS-MT-ORPHAN-AMOUNT           PIC S9(12)V99 VALUE ZERO.
003210     05  WS-MT-EXCEEDS                 PIC 9(09) COMP VALUE ZERO.
003220     05  WS-MT-EXCEEDS-AMOUNT          PIC S9(12)V99 VALUE ZERO.
003230     05  WS-MT-MULTIPLE                PIC 9(09) COMP VALUE ZERO.
003240     05  WS-MT-MULTIPLE-AMOUNT         PIC S9(12)V99 VALUE ZERO.
003250
003260 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
003270 77  WS-IMAGE-RUN-DATE                 PIC 9(08) VALUE ZERO.
003280 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
003290 77  WS-DAYS-DISPLAY                   PIC ZZ9.
003300 77  WS-AMOUNT-DISPLAY                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003310 77  WS-AMOUNT-DISPLAY-2               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003320 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
003330 77  WS-RESULT-LABEL                   PIC X(16) VALUE SPACES.
003340*----------------------------------------------------------------*
003350*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - ONLY THE NIGHT'S    *
003360*  RUN DATE IS ASKED FOR (FUNCTION D); THIS REPORT IS NOT ITSELF *
003370*  LEDGERED.                                                     *
003380*----------------------------------------------------------------*
003390 01  WS-RUN-CONTROL-CALL.
003400     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE "D".
003410     05  WS-RCL-STEP-NAME              PIC X(08) VALUE "CTLRVM01".
003420     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
003430     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
003440 LINKAGE SECTION.
003450*  RVM-LOOKBACK-DAYS - HOW MANY CALENDAR DAYS BACK FROM THE RUN  *
003460*  DATE AN ORIGINAL POSTING MAY LIE. ZERO TAKES THE DEFAULT.     *
003470 01  RVM-LOOKBACK-DAYS                 PIC 9(03).
003480*----------------------------------------------------------------*
003490*  PROCEDURE DIVISION                                            *
003500*----------------------------------------------------------------*
003510 PROCEDURE DIVISION USING RVM-LOOKBACK-DAYS.
003520*----------------------------------------------------------------*
003530*  0000-MAINLINE - LOAD TONIGHT, MATCH KEY BY KEY, REPORT.       *
003540*----------------------------------------------------------------*
003550 0000-MAINLINE.
003560     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003570     IF NOT WS-ABEND-REQUESTED
003580         PERFORM 2000-LOAD-ONE-IMAGE THRU
003590             2000-LOAD-ONE-IMAGE-EXIT
003600             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
003610     END-IF
003620     IF NOT WS-ABEND-REQUESTED
003630         PERFORM 3000-MATCH-ONE-KEY THRU
003640             3000-MATCH-ONE-KEY-EXIT
003650             VARYING WS-TN-SUB FROM 1 BY 1
003660             UNTIL WS-TN-SUB > WS-TN-ENTRY-COUNT
003670             OR WS-ABEND-REQUESTED
003680     END-IF
003690     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003700     IF WS-ABEND-REQUESTED
003710         MOVE 12 TO RETURN-CODE
003720     ELSE
003730         IF WS-EXCEPTIONS-SEEN
003740             MOVE 08 TO RETURN-CODE
003750         ELSE
003760             IF WS-MATCH-INCOMPLETE
003770                 MOVE 04 TO RETURN-CODE
003780             ELSE
003790                 MOVE ZERO TO RETURN-CODE
003800             END-IF
003810         END-IF
003820     END-IF
003830     GOBACK.
003840 0000-MAINLINE-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------*
003870*  1000-INITIALIZE - TAKE THE NIGHT'S RUN DATE FROM THE LEDGER   *
003880*  (THE CLOCK DATE IF THE LEDGER CANNOT BE READ), FIX THE        *
003890*  LOOKBACK WINDOW, OPEN THE FILES AND WRITE THE REPORT HEADING. *
003900*  ANY OPEN FAILURE STOPS THE RUN. THE CONSOLIDATED BRANCHES ARE *
003910*  TABLED FIRST (1100).                                          *
003920*----------------------------------------------------------------*
003930 1000-INITIALIZE.
003940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003950     MOVE ZERO TO WS-RCL-RESULT
003960     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
003970         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
003980     IF WS-RCL-RESULT NOT = ZERO
003990         MOVE "CTLRVM01 - LEDGER NOT READ - CLOCK DATE USED"
004000             TO WS-ERROR-MESSAGE-LINE
004010         DISPLAY WS-ERROR-MESSAGE-LINE
004020     END-IF
004030     SET WS-EOF-NO TO TRUE
004040     IF RVM-LOOKBACK-DAYS = ZERO
004050         MOVE WS-DEFAULT-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
004060     ELSE
004070         MOVE RVM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
004080     END-IF
004090     MOVE WS-RUN-DATE TO WS-WINDOW-START-DATE
004100     PERFORM 8100-STEP-BACK-ONE-DAY THRU
004110         8100-STEP-BACK-ONE-DAY-EXIT
004120         VARYING WS-STEP-COUNT FROM 1 BY 1
004130         UNTIL WS-STEP-COUNT > WS-LOOKBACK-DAYS
004140     OPEN INPUT AUDIT-TRAIL-FILE
004150     IF NOT WS-FS-AUDIT-TRAIL-OK
004160         STRING "CTLRVM01 - AUDIT TRAIL OPEN FAILED - STATUS "
004170             WS-FS-AUDIT-TRAIL
004180             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004190         DISPLAY WS-ERROR-MESSAGE-LINE
004200         SET WS-ABEND-REQUESTED TO TRUE
004210         GO TO 1000-INITIALIZE-EXIT
004220     END-IF
004230     OPEN INPUT AUDIT-ARCHIVE-FILE
004240     IF NOT WS-FS-AUDIT-ARCH-OK
004250         STRING "CTLRVM01 - AUDIT ARCHIVE OPEN FAILED - STATUS "
004260             WS-FS-AUDIT-ARCH
004270             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004280         DISPLAY WS-ERROR-MESSAGE-LINE
004290         SET WS-ABEND-REQUESTED TO TRUE
004300         GO TO 1000-INITIALIZE-EXIT
004310     END-IF
004320     PERFORM 1100-LOAD-PREDECESSORS THRU
004330         1100-LOAD-PREDECESSORS-EXIT
004340     IF WS-ABEND-REQUESTED
004350         GO TO 1000-INITIALIZE-EXIT
004360     END-IF
004370     OPEN OUTPUT MATCH-REPORT-FILE
004380     IF NOT WS-FS-MATCH-RPT-OK
004390         STRING "CTLRVM01 - MATCH REPORT OPEN FAILED - STATUS "
004400             WS-FS-MATCH-RPT
004410             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004420         DISPLAY WS-ERROR-MESSAGE-LINE
004430         SET WS-ABEND-REQUESTED TO TRUE
004440         GO TO 1000-INITIALIZE-EXIT
004450     END-IF
004460     MOVE WS-LOOKBACK-DAYS TO WS-DAYS-DISPLAY
004470     MOVE SPACES TO MATCH-REPORT-RECORD
004480     STRING "REVERSAL MATCHING REPORT  RUN DATE " WS-RUN-DATE
004490         "  LOOKBACK " WS-DAYS-DISPLAY " DAYS FROM "
004500         WS-WINDOW-START-DATE
004510         DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
004520     WRITE MATCH-REPORT-RECORD
004530     MOVE SPACES TO MATCH-REPORT-RECORD
004540     WRITE MATCH-REPORT-RECORD
004550     MOVE "EXCEPTIONS - REVERSALS WITH NO ORIGINAL TO REVERSE"
004560         TO MATCH-REPORT-RECORD
004570     WRITE MATCH-REPORT-RECORD.
004580 1000-INITIALIZE-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------*
004610*  1100-LOAD-PREDECESSORS - TABLE EVERY BRANCH ON BRCHREF        *
004620*  CONSOLIDATED WITH A SUCCESSOR AND A NUMERIC EFFECTIVE DATE ON *
004630*  OR BEFORE THE RUN DATE, THEN RESOLVE WHERE EACH ONE'S CHAIN   *
004640*  ENDS. THE FILE IS CLOSED AGAIN BEFORE MATCHING STARTS.        *
004650*----------------------------------------------------------------*
004660 1100-LOAD-PREDECESSORS.
004670     OPEN INPUT BRANCH-REFERENCE-FILE
004680     IF NOT WS-FS-BRANCH-REF-OK
004690         STRING "CTLRVM01 - BRANCH REF OPEN FAILED - STATUS "
004700             WS-FS-BRANCH-REF
004710             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004720         DISPLAY WS-ERROR-MESSAGE-LINE
004730         SET WS-ABEND-REQUESTED TO TRUE
004740         GO TO 1100-LOAD-PREDECESSORS-EXIT
004750     END-IF
004760     MOVE LOW-VALUES TO BR-BRANCH-KEY
004770     START BRANCH-REFERENCE-FILE KEY NOT < BR-BRANCH-KEY
004780         INVALID KEY
004790             SET WS-BRANCH-EOF TO TRUE
004800     END-START
004810     PERFORM 1110-LOAD-ONE-BRANCH THRU 1110-LOAD-ONE-BRANCH-EXIT
004820         UNTIL WS-BRANCH-EOF OR WS-ABEND-REQUESTED
004830     IF NOT WS-ABEND-REQUESTED
004840         PERFORM 1120-RESOLVE-ONE-PREDECESSOR THRU
004850             1120-RESOLVE-ONE-PREDECESSOR-EXIT
004860             VARYING WS-PD-SUB FROM 1 BY 1
004870             UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
004880     END-IF
004890     CLOSE BRANCH-REFERENCE-FILE.
004900 1100-LOAD-PREDECESSORS-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------*
004930*  1110-LOAD-ONE-BRANCH - READ THE NEXT BRANCH REFERENCE RECORD  *
004940*  AND TABLE IT WHEN IT IS A CONSOLIDATION IN EFFECT TONIGHT.    *
004950*----------------------------------------------------------------*
004960 1110-LOAD-ONE-BRANCH.
004970     READ BRANCH-REFERENCE-FILE NEXT RECORD
004980         AT END
004990             SET WS-BRANCH-EOF TO TRUE
005000             GO TO 1110-LOAD-ONE-BRANCH-EXIT
005010     END-READ
005020     IF NOT WS-FS-BRANCH-REF-OK
005030         STRING "CTLRVM01 - BRANCH REF READ FAILED - STATUS "
005040             WS-FS-BRANCH-REF
005050             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005060         DISPLAY WS-ERROR-MESSAGE-LINE
005070         SET WS-ABEND-REQUESTED TO TRUE
005080         GO TO 1110-LOAD-ONE-BRANCH-EXIT
005090     END-IF
005100     IF NOT BR-STATUS-CONSOLIDATED
005110         OR BR-SUCCESSOR-KEY = SPACES
005120         OR BR-CONSOLIDATION-DATE NOT NUMERIC
005130         GO TO 1110-LOAD-ONE-BRANCH-EXIT
005140     END-IF
005150     IF BR-CONSOLIDATION-DATE > WS-RUN-DATE
005160         GO TO 1110-LOAD-ONE-BRANCH-EXIT
005170     END-IF
005180     IF WS-PD-ENTRY-COUNT >= 500
005190         IF NOT WS-PD-OVERFLOW
005200             SET WS-PD-OVERFLOW TO TRUE
005210             SET WS-MATCH-INCOMPLETE TO TRUE
005220             MOVE "PREDECESSOR TABLE FULL - MATCH INCOMPLETE"
005230                 TO WS-ERROR-MESSAGE-LINE
005240             DISPLAY WS-ERROR-MESSAGE-LINE
005250         END-IF
005260         GO TO 1110-LOAD-ONE-BRANCH-EXIT
005270     END-IF
005280     ADD 1 TO WS-PD-ENTRY-COUNT
005290     MOVE BR-BRANCH-KEY TO WS-PD-KEY-CONTROL (WS-PD-ENTRY-COUNT)
005300     MOVE BR-CONSOLIDATION-DATE
005310         TO WS-PD-EFFECTIVE-DATE (WS-PD-ENTRY-COUNT)
005320     MOVE SPACES TO WS-PD-FINAL-KEY (WS-PD-ENTRY-COUNT).
005330 1110-LOAD-ONE-BRANCH-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------*
005360*  1120-RESOLVE-ONE-PREDECESSOR - FOLLOW ONE TABLED BRANCH'S     *
005370*  CHAIN TO ITS END BY RANDOM READS, AS CTLPGM01 DOES. A CHAIN   *
005380*  THAT ENDS WHERE IT STARTED LEAVES THE FINAL KEY BLANK.        *
005390*----------------------------------------------------------------*
005400 1120-RESOLVE-ONE-PREDECESSOR.
005410     MOVE WS-PD-KEY-CONTROL (WS-PD-SUB) TO WS-REMAP-KEY
005420     MOVE ZERO TO WS-REMAP-HOPS
005430     SET WS-REMAP-CHAIN-CONTINUES TO TRUE
005440     PERFORM 1130-FOLLOW-ONE-MERGE THRU
005450         1130-FOLLOW-ONE-MERGE-EXIT
005460         UNTIL WS-REMAP-CHAIN-ENDED
005470     IF WS-REMAP-KEY NOT = WS-PD-KEY-CONTROL (WS-PD-SUB)
005480         MOVE WS-REMAP-KEY TO WS-PD-FINAL-KEY (WS-PD-SUB)
005490     END-IF.
005500 1120-RESOLVE-ONE-PREDECESSOR-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------*
005530*  1130-FOLLOW-ONE-MERGE - ONE STEP DOWN THE CHAIN: THE KEY IN   *
005540*  HAND MUST BE ON FILE, CONSOLIDATED WITH A SUCCESSOR, AND      *
005550*  EFFECTIVE ON OR BEFORE THE RUN DATE, AND THE SUCCESSOR MUST BE*
005560*  ON FILE ITSELF. ANYTHING ELSE ENDS THE CHAIN WHERE IT STANDS. *
005570*----------------------------------------------------------------*
005580 1130-FOLLOW-ONE-MERGE.
005590     SET WS-REMAP-CHAIN-ENDED TO TRUE
005600     IF WS-REMAP-HOPS >= 9
005610         GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005620     END-IF
005630     MOVE WS-REMAP-KEY TO BR-BRANCH-KEY
005640     READ BRANCH-REFERENCE-FILE
005650         INVALID KEY
005660             GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005670     END-READ
005680     IF NOT BR-STATUS-CONSOLIDATED
005690         OR BR-SUCCESSOR-KEY = SPACES
005700         OR BR-CONSOLIDATION-DATE NOT NUMERIC
005710         GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005720     END-IF
005730     IF BR-CONSOLIDATION-DATE > WS-RUN-DATE
005740         GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005750     END-IF
005760     MOVE BR-SUCCESSOR-KEY TO BR-BRANCH-KEY
005770     READ BRANCH-REFERENCE-FILE
005780         INVALID KEY
005790             GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005800     END-READ
005810     MOVE BR-BRANCH-KEY TO WS-REMAP-KEY
005820     ADD 1 TO WS-REMAP-HOPS
005830     SET WS-REMAP-CHAIN-CONTINUES TO TRUE.
005840 1130-FOLLOW-ONE-MERGE-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------*
005870*  2000-LOAD-ONE-IMAGE - READ ONE AUDIT TRAIL IMAGE AND TABLE IT *
005880*  WHEN IT IS A POSTING OR A REVERSAL. ADJUSTMENTS AND           *
005890*  CORRECTIONS PLAY NO PART IN THE MATCH, NOR DO DUPLICATES      *
005900*  CTLPGM01 DID NOT POST.                                        *
005910*----------------------------------------------------------------*
005920 2000-LOAD-ONE-IMAGE.
005930     READ AUDIT-TRAIL-FILE
005940         AT END
005950             SET WS-EOF-YES TO TRUE
005960             GO TO 2000-LOAD-ONE-IMAGE-EXIT
005970     END-READ
005980     IF NOT WS-FS-AUDIT-TRAIL-OK
005990         STRING "CTLRVM01 - AUDIT TRAIL READ FAILED - STATUS "
006000             WS-FS-AUDIT-TRAIL
006010             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006020         DISPLAY WS-ERROR-MESSAGE-LINE
006030         SET WS-ABEND-REQUESTED TO TRUE
006040         GO TO 2000-LOAD-ONE-IMAGE-EXIT
006050     END-IF
006060     ADD 1 TO WS-MT-IMAGES-READ
006070     IF AT-TIMESTAMP < WS-TN-FIRST-TIMESTAMP
006080         MOVE AT-TIMESTAMP TO WS-TN-FIRST-TIMESTAMP
006090     END-IF
006100     IF AT-DISPOSITION-DUPLICATE
006110         GO TO 2000-LOAD-ONE-IMAGE-EXIT
006120     END-IF
006130     IF AT-TRANSACTION-TYPE NOT = "P"
006140         AND AT-TRANSACTION-TYPE NOT = "R"
006150         AND AT-TRANSACTION-TYPE NOT = SPACE
006160         GO TO 2000-LOAD-ONE-IMAGE-EXIT
006170     END-IF
006180     IF WS-TN-ENTRY-COUNT >= 5000
006190         IF NOT WS-TN-OVERFLOW
006200             SET WS-TN-OVERFLOW TO TRUE
006210             SET WS-MATCH-INCOMPLETE TO TRUE
006220             MOVE "TONIGHT TABLE FULL - MATCH INCOMPLETE"
006230                 TO WS-ERROR-MESSAGE-LINE
006240             DISPLAY WS-ERROR-MESSAGE-LINE
006250         END-IF
006260         GO TO 2000-LOAD-ONE-IMAGE-EXIT
006270     END-IF
006280     ADD 1 TO WS-TN-ENTRY-COUNT
006290     MOVE AT-AFTER-KEY-CONTROL
006300         TO WS-TN-KEY-CONTROL (WS-TN-ENTRY-COUNT)
006310     MOVE AT-TIMESTAMP TO WS-TN-TIMESTAMP (WS-TN-ENTRY-COUNT)
006320     MOVE AT-USER-ID TO WS-TN-USER-ID (WS-TN-ENTRY-COUNT)
006330     IF AT-TRANSACTION-TYPE = "R"
006340         MOVE "R" TO WS-TN-TYPE (WS-TN-ENTRY-COUNT)
006350     ELSE
006360         MOVE "P" TO WS-TN-TYPE (WS-TN-ENTRY-COUNT)
006370     END-IF
006380     IF AT-TRANSACTION-AMOUNT < ZERO
006390         COMPUTE WS-TN-AMOUNT (WS-TN-ENTRY-COUNT) =
006400             ZERO - AT-TRANSACTION-AMOUNT
006410     ELSE
006420         MOVE AT-TRANSACTION-AMOUNT
006430             TO WS-TN-AMOUNT (WS-TN-ENTRY-COUNT)
006440     END-IF
006450     MOVE "N" TO WS-TN-DONE (WS-TN-ENTRY-COUNT).
006460 2000-LOAD-ONE-IMAGE-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------*
006490*  3000-MATCH-ONE-KEY - FOR A TONIGHT REVERSAL WHOSE KEY HAS NOT *
006500*  YET BEEN MATCHED, GATHER THE KEY'S HISTORY (ARCHIVE WINDOW,   *
006510*  ITS PREDECESSORS' WITH ITS OWN, THEN TONIGHT) AND MATCH EVERY *
006520*  REVERSAL IN IT IN ORDER.                                      *
006530*----------------------------------------------------------------*
006540 3000-MATCH-ONE-KEY.
006550     IF WS-TN-TYPE (WS-TN-SUB) NOT = "R"
006560         OR WS-TN-DONE (WS-TN-SUB) = "Y"
006570         GO TO 3000-MATCH-ONE-KEY-EXIT
006580     END-IF
006590     MOVE WS-TN-KEY-CONTROL (WS-TN-SUB) TO WS-KH-MATCH-KEY
006600     MOVE ZERO TO WS-KH-ENTRY-COUNT
006610     PERFORM 3150-LOAD-PREDECESSOR-WINDOW THRU
006620         3150-LOAD-PREDECESSOR-WINDOW-EXIT
006630         VARYING WS-PD-SUB FROM 1 BY 1
006640         UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
006650         OR WS-ABEND-REQUESTED
006660     IF WS-ABEND-REQUESTED
006670         GO TO 3000-MATCH-ONE-KEY-EXIT
006680     END-IF
006690     MOVE WS-KH-MATCH-KEY TO WS-KH-BROWSE-KEY
006700     MOVE WS-RUN-DATE TO WS-KH-BROWSE-LIMIT
006710     PERFORM 3100-LOAD-ARCHIVE-WINDOW THRU
006720         3100-LOAD-ARCHIVE-WINDOW-EXIT
006730     IF WS-ABEND-REQUESTED
006740         GO TO 3000-MATCH-ONE-KEY-EXIT
006750     END-IF
006760     PERFORM 3200-ADD-ONE-TONIGHT-IMAGE THRU
006770         3200-ADD-ONE-TONIGHT-IMAGE-EXIT
006780         VARYING WS-TN-SCAN-SUB FROM WS-TN-SUB BY 1
006790         UNTIL WS-TN-SCAN-SUB > WS-TN-ENTRY-COUNT
006800     PERFORM 3300-MATCH-ONE-HISTORY-ENTRY THRU
006810         3300-MATCH-ONE-HISTORY-ENTRY-EXIT
006820         VARYING WS-KH-SUB FROM 1 BY 1
006830         UNTIL WS-KH-SUB > WS-KH-ENTRY-COUNT.
006840 3000-MATCH-ONE-KEY-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------*
006870*  3100-LOAD-ARCHIVE-WINDOW - POSITION THE ARCHIVE AT THE BROWSE *
006880*  KEY PLUS THE FIRST WINDOW DATE (A BLANK TIME SORTS AHEAD OF   *
006890*  ANY STAMPED TIME) AND READ FORWARD WHILE THE KEY HOLDS, THE   *
006900*  IMAGE'S RUN DATE IS BEFORE THE BROWSE LIMIT - TONIGHT FOR THE *
006910*  KEY ITSELF, THE EFFECTIVE DATE FOR A PREDECESSOR - AND ITS    *
006920*  TIMESTAMP IS BEFORE TONIGHT'S TRAIL. AN IMAGE ARCHIVED BEFORE *
006930*  THE RUN DATE WAS CARRIED IS TAKEN AT ITS TIMESTAMP DATE. NOT  *
006940*  FOUND ON THE START SIMPLY MEANS NO HISTORY.                   *
006950*----------------------------------------------------------------*
006960 3100-LOAD-ARCHIVE-WINDOW.
006970     SET WS-ARCHIVE-KEY-MORE TO TRUE
006980     MOVE WS-KH-BROWSE-KEY TO AA-KEY-CONTROL
006990     MOVE SPACES TO AA-TIMESTAMP
007000     MOVE WS-WINDOW-START-DATE TO AA-TS-DATE
007010     START AUDIT-ARCHIVE-FILE
007020         KEY IS NOT LESS THAN AA-ARCHIVE-KEY
007030         INVALID KEY
007040             SET WS-ARCHIVE-KEY-DONE TO TRUE
007050     END-START
007060     IF WS-ARCHIVE-KEY-DONE
007070         IF NOT WS-FS-AUDIT-ARCH-NOT-FOUND
007080             STRING "CTLRVM01 - ARCHIVE START FAILED - STATUS "
007090                 WS-FS-AUDIT-ARCH
007100                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007110             DISPLAY WS-ERROR-MESSAGE-LINE
007120             SET WS-ABEND-REQUESTED TO TRUE
007130         END-IF
007140         GO TO 3100-LOAD-ARCHIVE-WINDOW-EXIT
007150     END-IF
007160     PERFORM 3110-LOAD-ONE-ARCHIVE-IMAGE THRU
007170         3110-LOAD-ONE-ARCHIVE-IMAGE-EXIT
007180         UNTIL WS-ARCHIVE-KEY-DONE.
007190 3100-LOAD-ARCHIVE-WINDOW-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------*
007220*  3110-LOAD-ONE-ARCHIVE-IMAGE - READ THE NEXT ARCHIVE IMAGE AND *
007230*  ADD IT TO THE KEY HISTORY WHEN IT IS A POSTING OR REVERSAL,   *
007240*  IN TIMESTAMP ORDER AMONG THE IMAGES ALREADY THERE.            *
007250*----------------------------------------------------------------*
007260 3110-LOAD-ONE-ARCHIVE-IMAGE.
007270     READ AUDIT-ARCHIVE-FILE NEXT RECORD
007280         AT END
007290             SET WS-ARCHIVE-KEY-DONE TO TRUE
007300             GO TO 3110-LOAD-ONE-ARCHIVE-IMAGE-EXIT
007310     END-READ
007320     IF NOT WS-FS-AUDIT-ARCH-OK
007330         STRING "CTLRVM01 - ARCHIVE READ FAILED - STATUS "
007340             WS-FS-AUDIT-ARCH
007350             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007360         DISPLAY WS-ERROR-MESSAGE-LINE
007370         SET WS-ABEND-REQUESTED TO TRUE
007380         SET WS-ARCHIVE-KEY-DONE TO TRUE
007390         GO TO 3110-LOAD-ONE-ARCHIVE-IMAGE-EXIT
007400     END-IF
007410     IF AA-KEY-CONTROL NOT = WS-KH-BROWSE-KEY
007420         SET WS-ARCHIVE-KEY-DONE TO TRUE
007430         GO TO 3110-LOAD-ONE-ARCHIVE-IMAGE-EXIT
007440     END-IF
007450     IF AA-RUN-DATE IS NUMERIC
007460         AND AA-RUN-DATE NOT = ZERO
007470         MOVE AA-RUN-DATE TO WS-IMAGE-RUN-DATE
007480     ELSE
007490         MOVE AA-TS-DATE TO WS-IMAGE-RUN-DATE
007500     END-IF
007510     IF WS-IMAGE-RUN-DATE NOT < WS-KH-BROWSE-LIMIT
007520         OR AA-TIMESTAMP NOT < WS-TN-FIRST-TIMESTAMP
007530         SET WS-ARCHIVE-KEY-DONE TO TRUE
007540         GO TO 3110-LOAD-ONE-ARCHIVE-IMAGE-EXIT
007550     END-IF
007560     IF AA-DISPOSITION-CONVERSION OR AA-DISPOSITION-DUPLICATE
007570         GO TO 3110-LOAD-ONE-ARCHIVE-IMAGE-EXIT
007580     END-IF
007590     ADD 1 TO WS-MT-ARCHIVE-READ
007600     IF AA-TRANSACTION-TYPE NOT = "P"
007610         AND AA-TRANSACTION-TYPE NOT = "R"
007620         AND AA-TRANSACTION-TYPE NOT = SPACE
007630         GO TO 3110-LOAD-ONE-ARCHIVE-IMAGE-EXIT
007640     END-IF
007650     PERFORM 3400-MAKE-HISTORY-ENTRY THRU
007660         3400-MAKE-HISTORY-ENTRY-EXIT
007670     IF WS-KH-OVERFLOW
007680         GO TO 3110-LOAD-ONE-ARCHIVE-IMAGE-EXIT
007690     END-IF
007700     MOVE AA-KEY-CONTROL TO WS-KH-KEY-CONTROL (WS-KH-ENTRY-COUNT)
007710     MOVE AA-TIMESTAMP TO WS-KH-TIMESTAMP (WS-KH-ENTRY-COUNT)
007720     MOVE AA-USER-ID TO WS-KH-USER-ID (WS-KH-ENTRY-COUNT)
007730     IF AA-TRANSACTION-TYPE = "R"
007740         SET WS-KH-REVERSAL (WS-KH-ENTRY-COUNT) TO TRUE
007750     ELSE
007760         SET WS-KH-POSTING (WS-KH-ENTRY-COUNT) TO TRUE
007770     END-IF
007780     IF AA-TRANSACTION-AMOUNT < ZERO
007790         COMPUTE WS-KH-AMOUNT (WS-KH-ENTRY-COUNT) =
007800             ZERO - AA-TRANSACTION-AMOUNT
007810     ELSE
007820         MOVE AA-TRANSACTION-AMOUNT
007830             TO WS-KH-AMOUNT (WS-KH-ENTRY-COUNT)
007840     END-IF
007850     MOVE "N" TO WS-KH-TONIGHT (WS-KH-ENTRY-COUNT)
007860     PERFORM 3410-ORDER-NEW-ENTRY THRU 3410-ORDER-NEW-ENTRY-EXIT.
007870 3110-LOAD-ONE-ARCHIVE-IMAGE-EXIT.
007880     EXIT.
007890*----------------------------------------------------------------*
007900*  3150-LOAD-PREDECESSOR-WINDOW - WHEN THE TABLED PREDECESSOR'S  *
007910*  CHAIN ENDS AT THE KEY BEING MATCHED, BROWSE THE ARCHIVE UNDER *
007920*  THE PREDECESSOR'S OWN KEY UP TO ITS EFFECTIVE DATE.           *
007930*----------------------------------------------------------------*
007940 3150-LOAD-PREDECESSOR-WINDOW.
007950     IF WS-PD-FINAL-KEY (WS-PD-SUB) NOT = WS-KH-MATCH-KEY
007960         GO TO 3150-LOAD-PREDECESSOR-WINDOW-EXIT
007970     END-IF
007980     MOVE WS-PD-KEY-CONTROL (WS-PD-SUB) TO WS-KH-BROWSE-KEY
007990     MOVE WS-PD-EFFECTIVE-DATE (WS-PD-SUB) TO WS-KH-BROWSE-LIMIT
008000     PERFORM 3100-LOAD-ARCHIVE-WINDOW THRU
008010         3100-LOAD-ARCHIVE-WINDOW-EXIT.
008020 3150-LOAD-PREDECESSOR-WINDOW-EXIT.
008030     EXIT.
008040*----------------------------------------------------------------*
008050*  3200-ADD-ONE-TONIGHT-IMAGE - COPY ONE OF TONIGHT'S IMAGES FOR *
008060*  THE KEY BEING MATCHED INTO THE KEY HISTORY AND MARK IT DONE.  *
008070*  EARLIER TONIGHT ENTRIES CANNOT CARRY THE KEY - THE FIRST      *
008080*  REVERSAL FOR A KEY STARTS THE SCAN, AND ANY POSTING BEFORE    *
008090*  IT IS PICKED UP BY 3210.                                      *
008100*----------------------------------------------------------------*
008110 3200-ADD-ONE-TONIGHT-IMAGE.
008120     IF WS-TN-SCAN-SUB = WS-TN-SUB
008130         PERFORM 3210-ADD-EARLIER-POSTINGS THRU
008140             3210-ADD-EARLIER-POSTINGS-EXIT
008150     END-IF
008160     IF WS-TN-KEY-CONTROL (WS-TN-SCAN-SUB) NOT = WS-KH-MATCH-KEY
008170         GO TO 3200-ADD-ONE-TONIGHT-IMAGE-EXIT
008180     END-IF
008190     MOVE "Y" TO WS-TN-DONE (WS-TN-SCAN-SUB)
008200     PERFORM 3220-COPY-TONIGHT-ENTRY THRU
008210         3220-COPY-TONIGHT-ENTRY-EXIT.
008220 3200-ADD-ONE-TONIGHT-IMAGE-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------*
008250*  3210-ADD-EARLIER-POSTINGS - TONIGHT'S POSTINGS FOR THE KEY    *
008260*  THAT CAME BEFORE ITS FIRST REVERSAL ON THE TRAIL.             *
008270*----------------------------------------------------------------*
008280 3210-ADD-EARLIER-POSTINGS.
008290     MOVE WS-TN-SCAN-SUB TO WS-TN-HOLD-SUB
008300     PERFORM 3215-ADD-ONE-EARLIER-POSTING THRU
008310         3215-ADD-ONE-EARLIER-POSTING-EXIT
008320         VARYING WS-TN-EARLY-SUB FROM 1 BY 1
008330         UNTIL WS-TN-EARLY-SUB >= WS-TN-SUB
008340     MOVE WS-TN-HOLD-SUB TO WS-TN-SCAN-SUB.
008350 3210-ADD-EARLIER-POSTINGS-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------*
008380*  3215-ADD-ONE-EARLIER-POSTING - ONE EARLIER TONIGHT ENTRY.     *
008390*----------------------------------------------------------------*
008400 3215-ADD-ONE-EARLIER-POSTING.
008410     IF WS-TN-KEY-CONTROL (WS-TN-EARLY-SUB) = WS-KH-MATCH-KEY
008420         MOVE "Y" TO WS-TN-DONE (WS-TN-EARLY-SUB)
008430         MOVE WS-TN-EARLY-SUB TO WS-TN-SCAN-SUB
008440         PERFORM 3220-COPY-TONIGHT-ENTRY THRU
008450             3220-COPY-TONIGHT-ENTRY-EXIT
008460     END-IF.
008470 3215-ADD-ONE-EARLIER-POSTING-EXIT.
008480     EXIT.
008490*----------------------------------------------------------------*
008500*  3220-COPY-TONIGHT-ENTRY - TONIGHT ENTRY WS-TN-SCAN-SUB INTO   *
008510*  THE NEXT KEY HISTORY SLOT.                                    *
008520*----------------------------------------------------------------*
008530 3220-COPY-TONIGHT-ENTRY.
008540     PERFORM 3400-MAKE-HISTORY-ENTRY THRU
008550         3400-MAKE-HISTORY-ENTRY-EXIT
008560     IF WS-KH-OVERFLOW
008570         GO TO 3220-COPY-TONIGHT-ENTRY-EXIT
008580     END-IF
008590     MOVE WS-KH-MATCH-KEY TO WS-KH-KEY-CONTROL (WS-KH-ENTRY-COUNT)
008600     MOVE WS-TN-TIMESTAMP (WS-TN-SCAN-SUB)
008610         TO WS-KH-TIMESTAMP (WS-KH-ENTRY-COUNT)
008620     MOVE WS-TN-USER-ID (WS-TN-SCAN-SUB)
008630         TO WS-KH-USER-ID (WS-KH-ENTRY-COUNT)
008640     MOVE WS-TN-TYPE (WS-TN-SCAN-SUB)
008650         TO WS-KH-TYPE (WS-KH-ENTRY-COUNT)
008660     MOVE WS-TN-AMOUNT (WS-TN-SCAN-SUB)
008670         TO WS-KH-AMOUNT (WS-KH-ENTRY-COUNT)
008680     MOVE "Y" TO WS-KH-TONIGHT (WS-KH-ENTRY-COUNT).
008690 3220-COPY-TONIGHT-ENTRY-EXIT.
008700     EXIT.
008710*----------------------------------------------------------------*
008720*  3300-MATCH-ONE-HISTORY-ENTRY - A REVERSAL CONSUMES THE        *
008730*  EARLIEST EARLIER UNCONSUMED POSTING OF THE SAME AMOUNT.       *
008740*  FAILING THAT, TONIGHT'S REVERSALS ARE CLASSIFIED AND          *
008750*  REPORTED; EARLIER NIGHTS' ONES WERE REPORTED WHEN THEY RAN.   *
008760*----------------------------------------------------------------*
008770 3300-MATCH-ONE-HISTORY-ENTRY.
008780     IF NOT WS-KH-REVERSAL (WS-KH-SUB)
008790         GO TO 3300-MATCH-ONE-HISTORY-ENTRY-EXIT
008800     END-IF
008810     MOVE ZERO TO WS-KH-MATCH-SUB
008820     MOVE ZERO TO WS-KH-USED-SUB
008830     MOVE ZERO TO WS-KH-SMALLER-SUB
008840     MOVE 1 TO WS-KH-SCAN-SUB
008850     PERFORM 3310-CHECK-ONE-CANDIDATE THRU
008860         3310-CHECK-ONE-CANDIDATE-EXIT
008870         UNTIL WS-KH-SCAN-SUB >= WS-KH-SUB
008880         OR WS-KH-MATCH-SUB > ZERO
008890     IF WS-KH-MATCH-SUB > ZERO
008900         MOVE "Y" TO WS-KH-CONSUMED (WS-KH-MATCH-SUB)
008910     END-IF
008920     IF NOT WS-KH-IS-TONIGHT (WS-KH-SUB)
008930         GO TO 3300-MATCH-ONE-HISTORY-ENTRY-EXIT
008940     END-IF
008950     ADD 1 TO WS-MT-REVERSALS
008960     ADD WS-KH-AMOUNT (WS-KH-SUB) TO WS-MT-REVERSAL-AMOUNT
008970     IF WS-KH-MATCH-SUB > ZERO
008980         ADD 1 TO WS-MT-MATCHED
008990         ADD WS-KH-AMOUNT (WS-KH-SUB) TO WS-MT-MATCHED-AMOUNT
009000         GO TO 3300-MATCH-ONE-HISTORY-ENTRY-EXIT
009010     END-IF
009020     SET WS-EXCEPTIONS-SEEN TO TRUE
009030     IF WS-KH-USED-SUB > ZERO
009040         ADD 1 TO WS-MT-MULTIPLE
009050         ADD WS-KH-AMOUNT (WS-KH-SUB) TO WS-MT-MULTIPLE-AMOUNT
009060         MOVE "ALREADY REVERSED" TO WS-RESULT-LABEL
009070         MOVE WS-KH-USED-SUB TO WS-KH-SCAN-SUB
009080     ELSE
009090         IF WS-KH-SMALLER-SUB > ZERO
009100             ADD 1 TO WS-MT-EXCEEDS
009110             ADD WS-KH-AMOUNT (WS-KH-SUB) TO WS-MT-EXCEEDS-AMOUNT
009120             MOVE "EXCEEDS ORIGINAL" TO WS-RESULT-LABEL
009130             MOVE WS-KH-SMALLER-SUB TO WS-KH-SCAN-SUB
009140         ELSE
009150             ADD 1 TO WS-MT-ORPHANS
009160             ADD WS-KH-AMOUNT (WS-KH-SUB) TO WS-MT-ORPHAN-AMOUNT
009170             MOVE "ORPHAN" TO WS-RESULT-LABEL
009180             MOVE ZERO TO WS-KH-SCAN-SUB
009190         END-IF
009200     END-IF
009210     PERFORM 3350-WRITE-EXCEPTION-LINE THRU
009220         3350-WRITE-EXCEPTION-LINE-EXIT.
009230 3300-MATCH-ONE-HISTORY-ENTRY-EXIT.
009240     EXIT.
009250*----------------------------------------------------------------*
009260*  3310-CHECK-ONE-CANDIDATE - TEST ONE EARLIER HISTORY ENTRY AS  *
009270*  THE ORIGINAL FOR REVERSAL WS-KH-SUB. THE FIRST UNCONSUMED     *
009280*  SAME-AMOUNT POSTING IS THE MATCH; THE FIRST CONSUMED SAME-    *
009290*  AMOUNT POSTING AND THE FIRST UNCONSUMED SMALLER POSTING ARE   *
009300*  NOTED FOR THE EXCEPTION CLASSIFICATION.                       *
009310*----------------------------------------------------------------*
009320 3310-CHECK-ONE-CANDIDATE.
009330     IF NOT WS-KH-POSTING (WS-KH-SCAN-SUB)
009340         GO TO 3310-CHECK-ONE-CANDIDATE-NEXT
009350     END-IF
009360     IF WS-KH-AMOUNT (WS-KH-SCAN-SUB) = WS-KH-AMOUNT (WS-KH-SUB)
009370         IF WS-KH-IS-CONSUMED (WS-KH-SCAN-SUB)
009380             IF WS-KH-USED-SUB = ZERO
009390                 MOVE WS-KH-SCAN-SUB TO WS-KH-USED-SUB
009400             END-IF
009410         ELSE
009420             MOVE WS-KH-SCAN-SUB TO WS-KH-MATCH-SUB
009430         END-IF
009440         GO TO 3310-CHECK-ONE-CANDIDATE-NEXT
009450     END-IF
009460     IF WS-KH-AMOUNT (WS-KH-SCAN-SUB) < WS-KH-AMOUNT (WS-KH-SUB)
009470         AND NOT WS-KH-IS-CONSUMED (WS-KH-SCAN-SUB)
009480         AND WS-KH-SMALLER-SUB = ZERO
009490         MOVE WS-KH-SCAN-SUB TO WS-KH-SMALLER-SUB
009500     END-IF.
009510 3310-CHECK-ONE-CANDIDATE-NEXT.
009520     ADD 1 TO WS-KH-SCAN-SUB.
009530 3310-CHECK-ONE-CANDIDATE-EXIT.
009540     EXIT.
009550*----------------------------------------------------------------*
009560*  3350-WRITE-EXCEPTION-LINE - THE UNMATCHED REVERSAL, AND ON A  *
009570*  SECOND LINE THE POSTING IT WAS TESTED AGAINST (WS-KH-SCAN-SUB *
009580*  - ZERO FOR AN ORPHAN, WHICH HAS NONE) WITH THE KEY IT WAS     *
009590*  POSTED UNDER, WHICH IS A PREDECESSOR'S FOR ONE POSTED BEFORE A*
009600*  CONSOLIDATION.                                                *
009610*----------------------------------------------------------------*
009620 3350-WRITE-EXCEPTION-LINE.
009630     MOVE WS-KH-AMOUNT (WS-KH-SUB) TO WS-AMOUNT-DISPLAY
009640     MOVE SPACES TO MATCH-REPORT-RECORD
009650     STRING "  " WS-RESULT-LABEL
009660         "  KEY " WS-KH-MATCH-KEY
009670         "  REVERSED " WS-KH-TIMESTAMP (WS-KH-SUB)
009680         "  USER " WS-KH-USER-ID (WS-KH-SUB)
009690         "  AMOUNT " WS-AMOUNT-DISPLAY
009700         DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
009710     WRITE MATCH-REPORT-RECORD
009720     IF WS-KH-SCAN-SUB = ZERO
009730         GO TO 3350-WRITE-EXCEPTION-LINE-EXIT
009740     END-IF
009750     MOVE WS-KH-AMOUNT (WS-KH-SCAN-SUB) TO WS-AMOUNT-DISPLAY-2
009760     MOVE SPACES TO MATCH-REPORT-RECORD
009770     STRING "                          ORIGINAL "
009780         WS-KH-TIMESTAMP (WS-KH-SCAN-SUB)
009790         "  KEY " WS-KH-KEY-CONTROL (WS-KH-SCAN-SUB)
009800         "  USER " WS-KH-USER-ID (WS-KH-SCAN-SUB)
009810         "  AMOUNT " WS-AMOUNT-DISPLAY-2
009820         DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
009830     WRITE MATCH-REPORT-RECORD.
009840 3350-WRITE-EXCEPTION-LINE-EXIT.
009850     EXIT.
009860*----------------------------------------------------------------*
009870*  3400-MAKE-HISTORY-ENTRY - OPEN THE NEXT KEY HISTORY SLOT. A   *
009880*  FULL TABLE IS LOGGED ONCE, MARKS THE RUN INCOMPLETE, AND      *
009890*  LEAVES WS-KH-OVERFLOW SET FOR THE CALLER.                     *
009900*----------------------------------------------------------------*
009910 3400-MAKE-HISTORY-ENTRY.
009920     IF WS-KH-ENTRY-COUNT >= 1000
009930         IF NOT WS-KH-OVERFLOW
009940             SET WS-KH-OVERFLOW TO TRUE
009950             SET WS-MATCH-INCOMPLETE TO TRUE
009960             MOVE "KEY HISTORY TABLE FULL - MATCH INCOMPLETE"
009970                 TO WS-ERROR-MESSAGE-LINE
009980             DISPLAY WS-ERROR-MESSAGE-LINE
009990         END-IF
010000         GO TO 3400-MAKE-HISTORY-ENTRY-EXIT
010010     END-IF
010020     MOVE "N" TO WS-KH-OVERFLOW-SWITCH
010030     ADD 1 TO WS-KH-ENTRY-COUNT
010040     MOVE "N" TO WS-KH-CONSUMED (WS-KH-ENTRY-COUNT).
010050 3400-MAKE-HISTORY-ENTRY-EXIT.
010060     EXIT.
010070*----------------------------------------------------------------*
010080*  3410-ORDER-NEW-ENTRY - MOVE THE ARCHIVE IMAGE JUST ADDED AT   *
010090*  THE END OF THE KEY HISTORY DOWN PAST EVERY LATER-STAMPED ONE, *
010100*  SO PREDECESSOR AND OWN IMAGES END UP IN TIMESTAMP ORDER.      *
010110*----------------------------------------------------------------*
010120 3410-ORDER-NEW-ENTRY.
010130     MOVE WS-KH-ENTRY-COUNT TO WS-KH-PLACE-SUB
010140     PERFORM 3415-MOVE-ENTRY-DOWN THRU 3415-MOVE-ENTRY-DOWN-EXIT
010150         UNTIL WS-KH-PLACE-SUB <= 1.
010160 3410-ORDER-NEW-ENTRY-EXIT.
010170     EXIT.
010180*----------------------------------------------------------------*
010190*  3415-MOVE-ENTRY-DOWN - SWAP THE ENTRY AT WS-KH-PLACE-SUB WITH *
010200*  THE ONE BEFORE IT WHEN THAT ONE IS STAMPED LATER; OTHERWISE IT*
010210*  IS IN PLACE AND THE MOVE ENDS.                                *
010220*----------------------------------------------------------------*
010230 3415-MOVE-ENTRY-DOWN.
010240     SUBTRACT 1 FROM WS-KH-PLACE-SUB GIVING WS-KH-PRIOR-SUB
010250     IF WS-KH-TIMESTAMP (WS-KH-PRIOR-SUB)
010260         NOT > WS-KH-TIMESTAMP (WS-KH-PLACE-SUB)
010270         MOVE 1 TO WS-KH-PLACE-SUB
010280         GO TO 3415-MOVE-ENTRY-DOWN-EXIT
010290     END-IF
010300     MOVE WS-KH-ENTRY (WS-KH-PRIOR-SUB) TO WS-KH-HOLD-ENTRY
010310     MOVE WS-KH-ENTRY (WS-KH-PLACE-SUB)
010320         TO WS-KH-ENTRY (WS-KH-PRIOR-SUB)
010330     MOVE WS-KH-HOLD-ENTRY TO WS-KH-ENTRY (WS-KH-PLACE-SUB)
010340     MOVE WS-KH-PRIOR-SUB TO WS-KH-PLACE-SUB.
010350 3415-MOVE-ENTRY-DOWN-EXIT.
010360     EXIT.
010370*----------------------------------------------------------------*
010380*  8100-STEP-BACK-ONE-DAY - MOVE WS-WINDOW-START-DATE BACK ONE   *
010390*  CALENDAR DAY, ACROSS MONTH AND YEAR ENDS, WITH FEBRUARY 29 IN *
010400*  A LEAP YEAR.                                                  *
010410*----------------------------------------------------------------*
010420 8100-STEP-BACK-ONE-DAY.
010430     IF WS-WS-DAY > 1
010440         SUBTRACT 1 FROM WS-WS-DAY
010450         GO TO 8100-STEP-BACK-ONE-DAY-EXIT
010460     END-IF
010470     IF WS-WS-MONTH > 1
010480         SUBTRACT 1 FROM WS-WS-MONTH
010490     ELSE
010500         MOVE 12 TO WS-WS-MONTH
010510         SUBTRACT 1 FROM WS-WS-YEAR
010520     END-IF
010530     MOVE WS-DM-DAYS (WS-WS-MONTH) TO WS-WS-DAY
010540     IF WS-WS-MONTH NOT = 2
010550         GO TO 8100-STEP-BACK-ONE-DAY-EXIT
010560     END-IF
010570     DIVIDE WS-WS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
010580         REMAINDER WS-LEAP-REMAINDER-4
010590     DIVIDE WS-WS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
010600         REMAINDER WS-LEAP-REMAINDER-100
010610     DIVIDE WS-WS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
010620         REMAINDER WS-LEAP-REMAINDER-400
010630     IF WS-LEAP-REMAINDER-4 = ZERO
010640         AND (WS-LEAP-REMAINDER-100 NOT = ZERO
010650         OR WS-LEAP-REMAINDER-400 = ZERO)
010660         MOVE 29 TO WS-WS-DAY
010670     END-IF.
010680 8100-STEP-BACK-ONE-DAY-EXIT.
010690     EXIT.
010700*----------------------------------------------------------------*
010710*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
010720*----------------------------------------------------------------*
010730 9000-TERMINATE.
010740     IF NOT WS-ABEND-REQUESTED
010750         IF NOT WS-EXCEPTIONS-SEEN
010760             MOVE "  NONE" TO MATCH-REPORT-RECORD
010770             WRITE MATCH-REPORT-RECORD
010780         END-IF
010790         MOVE SPACES TO MATCH-REPORT-RECORD
010800         WRITE MATCH-REPORT-RECORD
010810         MOVE WS-MT-IMAGES-READ TO WS-COUNT-DISPLAY
010820         MOVE SPACES TO MATCH-REPORT-RECORD
010830         STRING "AUDIT IMAGES READ     " WS-COUNT-DISPLAY
010840             DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
010850         WRITE MATCH-REPORT-RECORD
010860         MOVE WS-MT-ARCHIVE-READ TO WS-COUNT-DISPLAY
010870         MOVE SPACES TO MATCH-REPORT-RECORD
010880         STRING "ARCHIVE IMAGES READ   " WS-COUNT-DISPLAY
010890             DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
010900         WRITE MATCH-REPORT-RECORD
010910         MOVE WS-MT-REVERSALS TO WS-COUNT-DISPLAY
010920         MOVE WS-MT-REVERSAL-AMOUNT TO WS-AMOUNT-DISPLAY
010930         MOVE SPACES TO MATCH-REPORT-RECORD
010940         STRING "REVERSALS TONIGHT     " WS-COUNT-DISPLAY
010950             "  AMOUNT " WS-AMOUNT-DISPLAY
010960             DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
010970         WRITE MATCH-REPORT-RECORD
010980         MOVE WS-MT-MATCHED TO WS-COUNT-DISPLAY
010990         MOVE WS-MT-MATCHED-AMOUNT TO WS-AMOUNT-DISPLAY
011000         MOVE SPACES TO MATCH-REPORT-RECORD
011010         STRING "MATCHED TO ORIGINAL   " WS-COUNT-DISPLAY
011020             "  AMOUNT " WS-AMOUNT-DISPLAY
011030             DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
011040         WRITE MATCH-REPORT-RECORD
011050         MOVE WS-MT-ORPHANS TO WS-COUNT-DISPLAY
011060         MOVE WS-MT-ORPHAN-AMOUNT TO WS-AMOUNT-DISPLAY
011070         MOVE SPACES TO MATCH-REPORT-RECORD
011080         STRING "ORPHAN REVERSALS      " WS-COUNT-DISPLAY
011090             "  AMOUNT " WS-AMOUNT-DISPLAY
011100             DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
011110         WRITE MATCH-REPORT-RECORD
011120         MOVE WS-MT-EXCEEDS TO WS-COUNT-DISPLAY
011130         MOVE WS-MT-EXCEEDS-AMOUNT TO WS-AMOUNT-DISPLAY
011140         MOVE SPACES TO MATCH-REPORT-RECORD
011150         STRING "EXCEEDING ORIGINAL    " WS-COUNT-DISPLAY
011160             "  AMOUNT " WS-AMOUNT-DISPLAY
011170             DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
011180         WRITE MATCH-REPORT-RECORD
011190         MOVE WS-MT-MULTIPLE TO WS-COUNT-DISPLAY
011200         MOVE WS-MT-MULTIPLE-AMOUNT TO WS-AMOUNT-DISPLAY
011210         MOVE SPACES TO MATCH-REPORT-RECORD
011220         STRING "ALREADY REVERSED      " WS-COUNT-DISPLAY
011230             "  AMOUNT " WS-AMOUNT-DISPLAY
011240             DELIMITED BY SIZE INTO MATCH-REPORT-RECORD
011250         WRITE MATCH-REPORT-RECORD
011260         IF WS-MATCH-INCOMPLETE
011270             MOVE "TABLE FULL - MATCH INCOMPLETE, SEE JOB LOG"
011280                 TO MATCH-REPORT-RECORD
011290             WRITE MATCH-REPORT-RECORD
011300         END-IF
011310     END-IF
011320     CLOSE AUDIT-TRAIL-FILE
011330     CLOSE AUDIT-ARCHIVE-FILE
011340     CLOSE MATCH-REPORT-FILE.
011350 9000-TERMINATE-EXIT.
011360     EXIT.
