000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLFRD01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLFRD01 - CHANGE-THEN-HIGH-VALUE FRAUD ALERT. THE AUDIT      *
000100*  TRAIL SHOWS WHEN A CUSTOMER'S NAME OR ADDRESS CHANGED AND     *
000110*  HIVALRPT LISTS TRANSACTIONS OVER THE INPARAM7 THRESHOLD, BUT  *
000120*  NOTHING CONNECTED THE TWO. THIS NIGHTLY REPORT FLAGS EVERY    *
000130*  KEY CONTROL VALUE WITH A HIGH-VALUE TRANSACTION TONIGHT THAT  *
000140*  HAD A NAME OR ADDRESS CHANGE IN THE PRECEDING N DAYS OR       *
000150*  TONIGHT ITSELF, AND LISTS THE USER-ID BEHIND EACH CHANGE.     *
000160*                                                                *
000170*  AN IMAGE COUNTS AS A CHANGE WHEN ITS BEFORE AND AFTER NAME    *
000180*  OR ADDRESS DIFFER (AS CTLINQ01 AND CTLAIQ01 FLAG THEM), OR    *
000190*  WHEN ITS AFTER NAME OR ADDRESS DIFFERS FROM THE KEY'S         *
000200*  PREVIOUS IMAGE INSIDE THE WINDOW - A CHANGE SENT AS A NEW     *
000210*  RECORD SHOWS ONLY THAT WAY.                                   *
000220*                                                                *
000230*  TONIGHT'S IMAGES COME FROM THE DAILY AUDIT TRAIL (AUDITTRL);  *
000240*  EARLIER NIGHTS COME FROM THE AUDIT ARCHIVE (AUDTARCH),        *
000250*  BROWSED ONE KEY AT A TIME FROM THE FIRST WINDOW DATE.         *
000260*  "TONIGHT" IS THE NIGHT'S RUN DATE FROM THE RUN CONTROL LEDGER *
000270*  (CTLRCL01 FUNCTION D), NOT THE CLOCK, SO A RUN AFTER MIDNIGHT *
000280*  STILL REPORTS ITS NIGHT. AN ARCHIVE IMAGE IS TAKEN ONLY WHEN  *
000290*  ITS RUN DATE IS BEFORE TONIGHT AND ITS TIMESTAMP IS BEFORE    *
000300*  THE FIRST IMAGE ON TONIGHT'S TRAIL, SO AN ARCHIVE RUN BETWEEN *
000310*  THE UPDATE AND THIS REPORT CANNOT COUNT AN IMAGE TWICE. THE   *
000320*  HIGH-VALUE TEST IS CTLPGM01'S: ABSOLUTE AMOUNT AT OR OVER THE *
000330*  THRESHOLD.                                                    *
000340*                                                                *
000350*  A KEY THAT TOOK OVER A CONSOLIDATED BRANCH (BRCHREF STATUS    *
000360*  M, SET BY CTLBRM01) ALSO TAKES THAT BRANCH'S ARCHIVE IMAGES   *
000370*  DATED BEFORE THE CONSOLIDATION'S EFFECTIVE DATE, SO A CHANGE  *
000380*  MADE UNDER THE OLD KEY STILL ALERTS HIGH-VALUE ACTIVITY POSTED*
000390*  UNDER THE NEW ONE. THE MERGE CHAIN IS FOLLOWED AS CTLPGM01    *
000400*  FOLLOWS IT. THE PREVIOUS-IMAGE COMPARE IS KEPT PER KEY AS     *
000410*  RECEIVED (THE BEFORE KEY CTLPGM01 AUDITS), SO ONE BRANCH'S    *
000420*  CUSTOMER IS NEVER COMPARED WITH THE OTHER'S. DUPLICATES       *
000430*  CTLPGM01 DID NOT POST (DISPOSITION D) ARE SKIPPED, TONIGHT    *
000440*  AND IN THE ARCHIVE.                                           *
000450*                                                                *
000460*  PARAMETERS - THE HIGH-VALUE THRESHOLD (THE INPARAM7 VALUE     *
000470*  GIVEN TO CTLPGM01; ZERO MEANS THE ALERT IS OFF, AS THERE) AND *
000480*  THE WINDOW IN CALENDAR DAYS (ZERO TAKES THE DEFAULT OF 14).   *
000490*  RETURN CODE 04 WHEN ANY KEY IS ALERTED OR A TABLE FILLED, 12  *
000500*  ON A FILE FAILURE, ELSE 00.                                   *
000510*----------------------------------------------------------------*
000520*  MODIFICATION HISTORY                                          *
000530*----------------------------------------------------------------*
000540*  DATE      INIT  DESCRIPTION                                   *
000550*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000560*  10/15/26  RLM   AUDIT AND ARCHIVE IMAGES NOW CARRY THE        *
000570*                  DISPOSITION CODE - LAYOUTS KEPT IN STEP       *
000580*                  WITH CTLPGM01 AND CTLARC01                    *
000590*  10/15/26  RLM   ARCHIVE IMAGES WRITTEN BY THE BRANCH          *
000600*                  CONSOLIDATION CONVERSION (DISPOSITION C) ARE  *
000610*                  PASSED OVER - THEY MOVE A MASTER RECORD TO    *
000620*                  ITS SUCCESSOR KEY AND ARE NOT TAKEN AS PRIOR  *
000630*                  IMAGES                                        *
000640*  10/15/26  RLM   DUPLICATES NEVER POSTED (DISPOSITION D) ARE   *
000650*                  SKIPPED. A KEY NOW ALSO TAKES THE ARCHIVE     *
000660*                  IMAGES OF ANY BRANCH CONSOLIDATED INTO IT,    *
000670*                  DATED BEFORE THE EFFECTIVE DATE (BRCHREF,     *
000680*                  1100/3150). THE PREVIOUS-IMAGE COMPARE IS     *
000690*                  KEPT PER KEY AS RECEIVED (3300/3310)          *
000700*  10/15/26  RLM   TONIGHT IS THE NIGHT'S RUN DATE FROM THE RUN  *
000710*                  CONTROL LEDGER (CTLRCL01 FUNCTION D), NOT THE *
000720*                  CLOCK. ARCHIVE IMAGES ARE CUT ON THEIR RUN    *
000730*                  DATE AND STOP AT THE FIRST TIMESTAMP ON       *
000740*                  TONIGHT'S TRAIL, SO AN IMAGE ALREADY ARCHIVED *
000750*                  IS NOT READ TWICE (1000/2000/3110). AUDIT     *
000760*                  AND ARCHIVE LAYOUTS KEPT IN STEP WITH         *
000770*                  CTLPGM01 AND CTLARC01                         *
000780*----------------------------------------------------------------*
000790 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER. IBM-3090.
000820 OBJECT-COMPUTER. IBM-3090.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS WS-FS-AUDIT-TRAIL.
000890     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDTARCH
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS AA-ARCHIVE-KEY
000930         FILE STATUS IS WS-FS-AUDIT-ARCH.
000940     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS BR-BRANCH-KEY
000980         FILE STATUS IS WS-FS-BRANCH-REF.
000990     SELECT FRAUD-ALERT-FILE ASSIGN TO FRDALRPT
001000         ORGANIZATION IS SEQUENTIAL
001010         ACCESS MODE IS SEQUENTIAL
001020         FILE STATUS IS WS-FS-FRAUD-RPT.
001030 DATA DIVISION.
001040 FILE SECTION.
001050*----------------------------------------------------------------*
001060*  AUDIT-TRAIL-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.        *
001070*----------------------------------------------------------------*
001080 FD  AUDIT-TRAIL-FILE
001090     RECORDING MODE IS F.
001100 01  AUDIT-TRAIL-RECORD.
001110     05  AT-TIMESTAMP                 PIC X(26).
001120     05  AT-USER-ID                   PIC X(08).
001130     05  AT-BEFORE-IMAGE.
001140         10  AT-BEFORE-KEY-CONTROL    PIC X(06).
001150         10  AT-BEFORE-CUSTOMER-NAME  PIC X(30).
001160         10  AT-BEFORE-ADDRESS        PIC X(40).
001170     05  AT-AFTER-IMAGE.
001180         10  AT-AFTER-KEY-CONTROL     PIC X(06).
001190         10  AT-AFTER-CUSTOMER-NAME   PIC X(30).
001200         10  AT-AFTER-ADDRESS         PIC X(40).
001210     05  AT-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
001220     05  AT-TRANSACTION-TYPE          PIC X(01).
001230     05  AT-DISPOSITION-CODE          PIC X(01).
001240         88  AT-DISPOSITION-DUPLICATE         VALUE "D".
001250     05  AT-RUN-DATE                  PIC 9(08).
001260*----------------------------------------------------------------*
001270*  AUDIT-ARCHIVE-FILE - SAME LAYOUT AS MAINTAINED BY CTLARC01.   *
001280*----------------------------------------------------------------*
001290 FD  AUDIT-ARCHIVE-FILE
001300     RECORD CONTAINS 208 CHARACTERS.
001310 01  AUDIT-ARCHIVE-RECORD.
001320     05  AA-ARCHIVE-KEY.
001330         10  AA-KEY-CONTROL           PIC X(06).
001340         10  AA-TIMESTAMP             PIC X(26).
001350     05  AA-TIMESTAMP-SPLIT REDEFINES AA-ARCHIVE-KEY.
001360         10  FILLER                   PIC X(06).
001370         10  AA-TS-DATE               PIC 9(08).
001380         10  FILLER                   PIC X(18).
001390     05  AA-USER-ID                   PIC X(08).
001400     05  AA-BEFORE-IMAGE.
001410         10  AA-BEFORE-KEY-CONTROL    PIC X(06).
001420         10  AA-BEFORE-CUSTOMER-NAME  PIC X(30).
001430         10  AA-BEFORE-ADDRESS        PIC X(40).
001440     05  AA-AFTER-IMAGE.
001450         10  AA-AFTER-KEY-CONTROL     PIC X(06).
001460         10  AA-AFTER-CUSTOMER-NAME   PIC X(30).
001470         10  AA-AFTER-ADDRESS         PIC X(40).
001480     05  AA-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
001490     05  AA-TRANSACTION-TYPE          PIC X(01).
001500     05  AA-DISPOSITION-CODE          PIC X(01).
001510         88  AA-DISPOSITION-CONVERSION        VALUE "C".
001520         88  AA-DISPOSITION-DUPLICATE         VALUE "D".
001530     05  AA-RUN-DATE                  PIC 9(08).
001540*----------------------------------------------------------------*
001550*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS MAINTAINED BY CTLBRM01.*
001560*----------------------------------------------------------------*
001570 FD  BRANCH-REFERENCE-FILE
001580     RECORD CONTAINS 80 CHARACTERS.
001590 01  BRANCH-REFERENCE-RECORD.
001600     05  BR-BRANCH-KEY                PIC X(06).
001610     05  BR-BRANCH-NAME               PIC X(30).
001620     05  BR-BRANCH-REGION-CODE        PIC X(03).
001630     05  BR-BRANCH-STATUS             PIC X(01).
001640         88  BR-STATUS-CONSOLIDATED           VALUE "M".
001650     05  BR-SUCCESSOR-KEY             PIC X(06).
001660     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001670     05  FILLER                       PIC X(26).
001680 FD  FRAUD-ALERT-FILE
001690     RECORDING MODE IS F.
001700 01  FRAUD-ALERT-RECORD                PIC X(132).
001710 WORKING-STORAGE SECTION.
001720 01  WS-FILE-STATUS-BLOCK.
001730     05  WS-FS-AUDIT-TRAIL            PIC X(02).
001740         88  WS-FS-AUDIT-TRAIL-OK              VALUE "00".
001750     05  WS-FS-AUDIT-ARCH             PIC X(02).
001760         88  WS-FS-AUDIT-ARCH-OK               VALUE "00".
001770         88  WS-FS-AUDIT-ARCH-NOT-FOUND        VALUE "23".
001780     05  WS-FS-BRANCH-REF             PIC X(02).
001790         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001800     05  WS-FS-FRAUD-RPT              PIC X(02).
001810         88  WS-FS-FRAUD-RPT-OK                VALUE "00".
001820
001830 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001840     88  WS-EOF-YES                            VALUE "Y".
001850     88  WS-EOF-NO                             VALUE "N".
001860
001870 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001880     88  WS-ABEND-REQUESTED                    VALUE "Y".
001890
001900 01  WS-ARCHIVE-EOF-SWITCH             PIC X(01) VALUE "N".
001910     88  WS-ARCHIVE-KEY-DONE                   VALUE "Y".
001920     88  WS-ARCHIVE-KEY-MORE                   VALUE "N".
001930
001940 01  WS-BRANCH-EOF-SWITCH              PIC X(01) VALUE "N".
001950     88  WS-BRANCH-EOF                         VALUE "Y".
001960 
001970 01  WS-ALERT-OFF-SWITCH               PIC X(01) VALUE "N".
001980     88  WS-ALERT-OFF                          VALUE "Y".
001990
002000 01  WS-INCOMPLETE-SWITCH              PIC X(01) VALUE "N".
002010     88  WS-ALERT-INCOMPLETE                   VALUE "Y".
002020*----------------------------------------------------------------*
002030*  TONIGHT TABLE - EVERY IMAGE ON TONIGHT'S AUDIT TRAIL, IN FILE *
002040*  (TIMESTAMP) ORDER, WITH ITS HIGH-VALUE FLAG. WS-TN-DONE MARKS *
002050*  AN IMAGE WHOSE KEY HAS ALREADY BEEN CHECKED.                  *
002060*  WS-TN-FIRST-TIMESTAMP IS THE EARLIEST TIMESTAMP ON THE TRAIL  *
002070*  - NO ARCHIVE IMAGE FROM THEN ON IS TAKEN.                     *
002080*----------------------------------------------------------------*
002090 01  WS-TONIGHT-CONTROL.
002100     05  WS-TN-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002110     05  WS-TN-SUB                     PIC 9(04) COMP VALUE ZERO.
002120     05  WS-TN-SCAN-SUB                PIC 9(04) COMP VALUE ZERO.
002130     05  WS-TN-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002140         88  WS-TN-OVERFLOW                    VALUE "Y".
002150     05  WS-TN-FIRST-TIMESTAMP         PIC X(26)
002160                                       VALUE HIGH-VALUES.
002170 01  WS-TONIGHT-TABLE.
002180     05  WS-TN-ENTRY OCCURS 5000 TIMES.
002190         10  WS-TN-KEY-CONTROL         PIC X(06).
002200         10  WS-TN-ORIGIN-KEY          PIC X(06).
002210         10  WS-TN-TIMESTAMP           PIC X(26).
002220         10  WS-TN-USER-ID             PIC X(08).
002230         10  WS-TN-NAME-CHANGED        PIC X(01).
002240         10  WS-TN-ADDRESS-CHANGED     PIC X(01).
002250         10  WS-TN-AFTER-NAME          PIC X(30).
002260         10  WS-TN-AFTER-ADDRESS       PIC X(40).
002270         10  WS-TN-AMOUNT              PIC S9(09)V99 COMP-3.
002280         10  WS-TN-HIGH-VALUE          PIC X(01).
002290             88  WS-TN-IS-HIGH-VALUE           VALUE "Y".
002300         10  WS-TN-DONE                PIC X(01).
002310*----------------------------------------------------------------*
002320*  CHANGE TABLE - THE NAME AND ADDRESS CHANGES FOUND FOR THE ONE *
002330*  KEY BEING CHECKED, ARCHIVE WINDOW FIRST, THEN TONIGHT.        *
002340*  WS-CH-BROWSE-KEY AND -LIMIT ARE THE ARCHIVE KEY BEING BROWSED *
002350*  (THE KEY ITSELF OR A PREDECESSOR) AND THE DATE IT STOPS AT.   *
002360*  WS-PREVIOUS-TABLE HOLDS THE LAST IMAGE SEEN FOR EACH KEY AS   *
002370*  RECEIVED, FOR THE PREVIOUS-IMAGE COMPARE.                     *
002380*----------------------------------------------------------------*
002390 01  WS-CHANGE-CONTROL.
002400     05  WS-CH-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002410     05  WS-CH-SUB                     PIC 9(04) COMP VALUE ZERO.
002420     05  WS-CH-KEY                     PIC X(06) VALUE SPACES.
002430     05  WS-CH-BROWSE-KEY              PIC X(06) VALUE SPACES.
002440     05  WS-CH-BROWSE-LIMIT            PIC 9(08) VALUE ZERO.
002450     05  WS-CH-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002460         88  WS-CH-OVERFLOW                    VALUE "Y".
002470 01  WS-CHANGE-TABLE.
002480     05  WS-CH-ENTRY OCCURS 500 TIMES.
002490         10  WS-CH-TIMESTAMP           PIC X(26).
002500         10  WS-CH-POSTED-KEY          PIC X(06).
002510         10  WS-CH-USER-ID             PIC X(08).
002520         10  WS-CH-NAME-CHANGED        PIC X(01).
002530         10  WS-CH-ADDRESS-CHANGED     PIC X(01).
002540         10  WS-CH-TONIGHT             PIC X(01).
002550 01  WS-PREVIOUS-CONTROL.
002560     05  WS-PV-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002570     05  WS-PV-SUB                     PIC 9(04) COMP VALUE ZERO.
002580     05  WS-PV-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
002590     05  WS-PV-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002600         88  WS-PV-OVERFLOW                    VALUE "Y".
002610 01  WS-PREVIOUS-TABLE.
002620     05  WS-PV-ENTRY OCCURS 20 TIMES.
002630         10  WS-PV-ORIGIN-KEY          PIC X(06).
002640         10  WS-PV-NAME                PIC X(30).
002650         10  WS-PV-ADDRESS             PIC X(40).
002660*----------------------------------------------------------------*
002670*  PREDECESSOR TABLE - EVERY BRANCH CONSOLIDATED ON OR BEFORE THE*
002680*  RUN DATE, WITH THE KEY ITS MERGE CHAIN ENDS AT TONIGHT (SPACES*
002690*  WHEN THE CHAIN GOES NOWHERE). A KEY BEING CHECKED ALSO BROWSES*
002700*  THE ARCHIVE UNDER EVERY PREDECESSOR WHOSE CHAIN ENDS AT IT, UP*
002710*  TO THE PREDECESSOR'S EFFECTIVE DATE. AN OVERFLOW IS LOGGED    *
002720*  ONCE AND MARKS THE RUN INCOMPLETE.                            *
002730*----------------------------------------------------------------*
002740 01  WS-PREDECESSOR-CONTROL.
002750     05  WS-PD-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002760     05  WS-PD-SUB                     PIC 9(04) COMP VALUE ZERO.
002770     05  WS-PD-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002780         88  WS-PD-OVERFLOW                    VALUE "Y".
002790 01  WS-PREDECESSOR-TABLE.
002800     05  WS-PD-ENTRY OCCURS 500 TIMES.
002810         10  WS-PD-KEY-CONTROL         PIC X(06).
002820         10  WS-PD-EFFECTIVE-DATE      PIC 9(08).
002830         10  WS-PD-FINAL-KEY           PIC X(06).
002840 01  WS-REMAP-CONTROL.
002850     05  WS-REMAP-KEY                  PIC X(06) VALUE SPACES.
002860     05  WS-REMAP-HOPS                 PIC 9(04) COMP VALUE ZERO.
002870     05  WS-REMAP-CHAIN-SWITCH         PIC X(01) VALUE "N".
002880         88  WS-REMAP-CHAIN-CONTINUES          VALUE "Y".
002890         88  WS-REMAP-CHAIN-ENDED              VALUE "N".
002900*----------------------------------------------------------------*
002910*  ONE IMAGE BEING TESTED FOR A CHANGE - FILLED FROM EITHER THE  *
002920*  ARCHIVE OR THE TONIGHT TABLE SO ONE PARAGRAPH DOES THE TEST.  *
002930*----------------------------------------------------------------*
002940 01  WS-TEST-IMAGE.
002950     05  WS-TI-TIMESTAMP               PIC X(26).
002960     05  WS-TI-POSTED-KEY              PIC X(06).
002970     05  WS-TI-ORIGIN-KEY              PIC X(06).
002980     05  WS-TI-USER-ID                 PIC X(08).
002990     05  WS-TI-AFTER-NAME              PIC X(30).
003000     05  WS-TI-AFTER-ADDRESS           PIC X(40).
003010     05  WS-TI-NAME-CHANGED            PIC X(01).
003020     05  WS-TI-ADDRESS-CHANGED         PIC X(01).
003030     05  WS-TI-TONIGHT                 PIC X(01).
003040*----------------------------------------------------------------*
003050*  LOOKBACK WINDOW - THE FIRST DATE INSIDE THE WINDOW IS FOUND   *
003060*  BY STEPPING BACK ONE CALENDAR DAY AT A TIME FROM THE RUN      *
003070*  DATE, ONCE PER RUN.                                           *
003080*----------------------------------------------------------------*
003090 77  WS-DEFAULT-WINDOW-DAYS            PIC 9(03) VALUE 014.
003100 77  WS-WINDOW-DAYS                    PIC 9(03) VALUE ZERO.
003110 77  WS-STEP-COUNT                     PIC 9(04) COMP VALUE ZERO.
003120 01  WS-DAYS-IN-MONTH-STRING           PIC X(24) VALUE
003130     "312831303130313130313031".
003140 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-STRING.
003150     05  WS-DM-DAYS OCCURS 12 TIMES    PIC 9(02).
003160 01  WS-WINDOW-WORK.
003170     05  WS-WINDOW-START-DATE          PIC 9(08) VALUE ZERO.
003180     05  WS-WINDOW-START-SPLIT REDEFINES WS-WINDOW-START-DATE.
003190         10  WS-WS-YEAR                PIC 9(04).
003200         10  WS-WS-MONTH               PIC 9(02).
003210         10  WS-WS-DAY                 PIC 9(02).
003220     05  WS-LEAP-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
003230     05  WS-LEAP-REMAINDER-4           PIC 9(04) COMP VALUE ZERO.
003240     05  WS-LEAP-REMAINDER-100         PIC 9(04) COMP VALUE ZERO.
003250     05  WS-LEAP-REMAINDER-400         PIC 9(04) COMP VALUE ZERO.
003260
003270 01  WS-HIGH-VALUE-CONTROL.
003280     05  WS-HIGH-VALUE-THRESHOLD       PIC 9(09)V99 VALUE ZERO.
003290     05  WS-HV-ABS-AMOUNT              PIC 9(09)V99 VALUE ZERO.
003300
003310 01  WS-ALERT-TOTALS.
003320     05  WS-AL-IMAGES-READ             PIC 9(09) COMP VALUE ZERO.
003330     05  WS-AL-ARCHIVE-READ            PIC 9(09) COMP VALUE ZERO.
003340     05  WS-AL-HIGH-VALUE              PIC 9(09) COMP VALUE ZERO.
003350     05  WS-AL-KEYS-ALERTED            PIC 9(09) COMP VALUE ZERO.
003360     05  WS-AL-ALERT-HIGH-VALUE        PIC 9(09) COMP VALUE ZERO.
003370     05  WS-AL-CHANGES-LISTED          PIC 9(09) COMP VALUE ZERO.
003380
003390 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
003400 77  WS-IMAGE-RUN-DATE                 PIC 9(08) VALUE ZERO.
003410 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
003420 77  WS-DAYS-DISPLAY                   PIC ZZ9.
003430 77  WS-AMOUNT-DISPLAY                 PIC ZZZ,ZZZ,ZZ9.99-.
003440 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
003450 77  WS-CHANGE-LABEL                   PIC X(15) VALUE SPACES.
003460 77  WS-NIGHT-LABEL                    PIC X(10) VALUE SPACES.
003470*----------------------------------------------------------------*
003480*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - ONLY THE NIGHT'S    *
003490*  RUN DATE IS ASKED FOR (FUNCTION D); THIS REPORT IS NOT ITSELF *
003500*  LEDGERED.                                                     *
003510*----------------------------------------------------------------*
003520 01  WS-RUN-CONTROL-CALL.
003530     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE "D".
003540     05  WS-RCL-STEP-NAME              PIC X(08) VALUE "CTLFRD01".
003550     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
003560     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
003570 LINKAGE SECTION.
003580*  FRD-THRESHOLD - THE HIGH-VALUE REVIEW THRESHOLD (INPARAM7).   *
003590*  FRD-WINDOW-DAYS - CALENDAR DAYS A CHANGE STAYS OF INTEREST.   *
003600 01  FRD-THRESHOLD                     PIC 9(09)V99.
003610 01  FRD-WINDOW-DAYS                   PIC 9(03).
003620*----------------------------------------------------------------*
003630*  PROCEDURE DIVISION                                            *
003640*----------------------------------------------------------------*
003650 PROCEDURE DIVISION USING FRD-THRESHOLD FRD-WINDOW-DAYS.
003660*----------------------------------------------------------------*
003670*  0000-MAINLINE - LOAD TONIGHT, CHECK EACH HIGH-VALUE KEY.      *
003680*----------------------------------------------------------------*
003690 0000-MAINLINE.
003700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003710     IF NOT WS-ABEND-REQUESTED AND NOT WS-ALERT-OFF
003720         PERFORM 2000-LOAD-ONE-IMAGE THRU
003730             2000-LOAD-ONE-IMAGE-EXIT
003740             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
003750     END-IF
003760     IF NOT WS-ABEND-REQUESTED AND NOT WS-ALERT-OFF
003770         PERFORM 3000-CHECK-ONE-KEY THRU
003780             3000-CHECK-ONE-KEY-EXIT
003790             VARYING WS-TN-SUB FROM 1 BY 1
003800             UNTIL WS-TN-SUB > WS-TN-ENTRY-COUNT
003810             OR WS-ABEND-REQUESTED
003820     END-IF
003830     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003840     IF WS-ABEND-REQUESTED
003850         MOVE 12 TO RETURN-CODE
003860     ELSE
003870         IF WS-AL-KEYS-ALERTED > ZERO OR WS-ALERT-INCOMPLETE
003880             MOVE 04 TO RETURN-CODE
003890         ELSE
003900             MOVE ZERO TO RETURN-CODE
003910         END-IF
003920     END-IF
003930     GOBACK.
003940 0000-MAINLINE-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------*
003970*  1000-INITIALIZE - TAKE THE NIGHT'S RUN DATE FROM THE LEDGER   *
003980*  (THE CLOCK DATE IF THE LEDGER CANNOT BE READ) AND THE         *
003990*  PARAMETERS, FIX THE WINDOW, OPEN THE FILES AND WRITE THE      *
004000*  REPORT HEADING. ANY OPEN FAILURE STOPS THE RUN. THE           *
004010*  CONSOLIDATED BRANCHES ARE TABLED FIRST (1100).                *
004020*----------------------------------------------------------------*
004030 1000-INITIALIZE.
004040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004050     MOVE ZERO TO WS-RCL-RESULT
004060     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
004070         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
004080     IF WS-RCL-RESULT NOT = ZERO
004090         MOVE "CTLFRD01 - LEDGER NOT READ - CLOCK DATE USED"
004100             TO WS-ERROR-MESSAGE-LINE
004110         DISPLAY WS-ERROR-MESSAGE-LINE
004120     END-IF
004130     SET WS-EOF-NO TO TRUE
004140     MOVE FRD-THRESHOLD TO WS-HIGH-VALUE-THRESHOLD
004150     IF WS-HIGH-VALUE-THRESHOLD = ZERO
004160         SET WS-ALERT-OFF TO TRUE
004170     END-IF
004180     IF FRD-WINDOW-DAYS = ZERO
004190         MOVE WS-DEFAULT-WINDOW-DAYS TO WS-WINDOW-DAYS
004200     ELSE
004210         MOVE FRD-WINDOW-DAYS TO WS-WINDOW-DAYS
004220     END-IF
004230     MOVE WS-RUN-DATE TO WS-WINDOW-START-DATE
004240     PERFORM 8100-STEP-BACK-ONE-DAY THRU
004250         8100-STEP-BACK-ONE-DAY-EXIT
004260         VARYING WS-STEP-COUNT FROM 1 BY 1
004270         UNTIL WS-STEP-COUNT > WS-WINDOW-DAYS
004280     OPEN INPUT AUDIT-TRAIL-FILE
004290     IF NOT WS-FS-AUDIT-TRAIL-OK
004300         STRING "CTLFRD01 - AUDIT TRAIL OPEN FAILED - STATUS "
004310             WS-FS-AUDIT-TRAIL
004320             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004330         DISPLAY WS-ERROR-MESSAGE-LINE
004340         SET WS-ABEND-REQUESTED TO TRUE
004350         GO TO 1000-INITIALIZE-EXIT
004360     END-IF
004370     OPEN INPUT AUDIT-ARCHIVE-FILE
004380     IF NOT WS-FS-AUDIT-ARCH-OK
004390         STRING "CTLFRD01 - AUDIT ARCHIVE OPEN FAILED - STATUS "
004400             WS-FS-AUDIT-ARCH
004410             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004420         DISPLAY WS-ERROR-MESSAGE-LINE
004430         SET WS-ABEND-REQUESTED TO TRUE
004440         GO TO 1000-INITIALIZE-EXIT
004450     END-IF
004460     PERFORM 1100-LOAD-PREDECESSORS THRU
004470         1100-LOAD-PREDECESSORS-EXIT
004480     IF WS-ABEND-REQUESTED
004490         GO TO 1000-INITIALIZE-EXIT
004500     END-IF
004510     OPEN OUTPUT FRAUD-ALERT-FILE
004520     IF NOT WS-FS-FRAUD-RPT-OK
004530         STRING "CTLFRD01 - FRAUD ALERT OPEN FAILED - STATUS "
004540             WS-FS-FRAUD-RPT
004550             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004560         DISPLAY WS-ERROR-MESSAGE-LINE
004570         SET WS-ABEND-REQUESTED TO TRUE
004580         GO TO 1000-INITIALIZE-EXIT
004590     END-IF
004600     MOVE WS-WINDOW-DAYS TO WS-DAYS-DISPLAY
004610     MOVE WS-HIGH-VALUE-THRESHOLD TO WS-AMOUNT-DISPLAY
004620     MOVE SPACES TO FRAUD-ALERT-RECORD
004630     STRING "CHANGE-THEN-HIGH-VALUE ALERT  RUN DATE " WS-RUN-DATE
004640         "  THRESHOLD " WS-AMOUNT-DISPLAY
004650         "  WINDOW " WS-DAYS-DISPLAY " DAYS FROM "
004660         WS-WINDOW-START-DATE
004670         DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
004680     WRITE FRAUD-ALERT-RECORD
004690     MOVE SPACES TO FRAUD-ALERT-RECORD
004700     WRITE FRAUD-ALERT-RECORD
004710     IF WS-ALERT-OFF
004720         MOVE "NO HIGH-VALUE THRESHOLD SUPPLIED - ALERT NOT RUN"
004730             TO FRAUD-ALERT-RECORD
004740         WRITE FRAUD-ALERT-RECORD
004750     END-IF.
004760 1000-INITIALIZE-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------*
004790*  1100-LOAD-PREDECESSORS - TABLE EVERY BRANCH ON BRCHREF        *
004800*  CONSOLIDATED WITH A SUCCESSOR AND A NUMERIC EFFECTIVE DATE ON *
004810*  OR BEFORE THE RUN DATE, THEN RESOLVE WHERE EACH ONE'S CHAIN   *
004820*  ENDS. THE FILE IS CLOSED AGAIN BEFORE CHECKING STARTS.        *
004830*----------------------------------------------------------------*
004840 1100-LOAD-PREDECESSORS.
004850     OPEN INPUT BRANCH-REFERENCE-FILE
004860     IF NOT WS-FS-BRANCH-REF-OK
004870         STRING "CTLFRD01 - BRANCH REF OPEN FAILED - STATUS "
004880             WS-FS-BRANCH-REF
004890             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004900         DISPLAY WS-ERROR-MESSAGE-LINE
004910         SET WS-ABEND-REQUESTED TO TRUE
004920         GO TO 1100-LOAD-PREDECESSORS-EXIT
004930     END-IF
004940     MOVE LOW-VALUES TO BR-BRANCH-KEY
004950     START BRANCH-REFERENCE-FILE KEY NOT < BR-BRANCH-KEY
004960         INVALID KEY
004970             SET WS-BRANCH-EOF TO TRUE
004980     END-START
004990     PERFORM 1110-LOAD-ONE-BRANCH THRU 1110-LOAD-ONE-BRANCH-EXIT
005000         UNTIL WS-BRANCH-EOF OR WS-ABEND-REQUESTED
005010     IF NOT WS-ABEND-REQUESTED
005020         PERFORM 1120-RESOLVE-ONE-PREDECESSOR THRU
005030             1120-RESOLVE-ONE-PREDECESSOR-EXIT
005040             VARYING WS-PD-SUB FROM 1 BY 1
005050             UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
005060     END-IF
005070     CLOSE BRANCH-REFERENCE-FILE.
005080 1100-LOAD-PREDECESSORS-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------*
005110*  1110-LOAD-ONE-BRANCH - READ THE NEXT BRANCH REFERENCE RECORD  *
005120*  AND TABLE IT WHEN IT IS A CONSOLIDATION IN EFFECT TONIGHT.    *
005130*----------------------------------------------------------------*
005140 1110-LOAD-ONE-BRANCH.
005150     READ BRANCH-REFERENCE-FILE NEXT RECORD
005160         AT END
005170             SET WS-BRANCH-EOF TO TRUE
005180             GO TO 1110-LOAD-ONE-BRANCH-EXIT
005190     END-READ
005200     IF NOT WS-FS-BRANCH-REF-OK
005210         STRING "CTLFRD01 - BRANCH REF READ FAILED - STATUS "
005220             WS-FS-BRANCH-REF
005230             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005240         DISPLAY WS-ERROR-MESSAGE-LINE
005250         SET WS-ABEND-REQUESTED TO TRUE
005260         GO TO 1110-LOAD-ONE-BRANCH-EXIT
005270     END-IF
005280     IF NOT BR-STATUS-CONSOLIDATED
005290         OR BR-SUCCESSOR-KEY = SPACES
005300         OR BR-CONSOLIDATION-DATE NOT NUMERIC
005310         GO TO 1110-LOAD-ONE-BRANCH-EXIT
005320     END-IF
005330     IF BR-CONSOLIDATION-DATE > WS-RUN-DATE
005340         GO TO 1110-LOAD-ONE-BRANCH-EXIT
005350     END-IF
005360     IF WS-PD-ENTRY-COUNT >= 500
005370         IF NOT WS-PD-OVERFLOW
005380             SET WS-PD-OVERFLOW TO TRUE
005390             SET WS-ALERT-INCOMPLETE TO TRUE
005400             MOVE "PREDECESSOR TABLE FULL - ALERT INCOMPLETE"
005410                 TO WS-ERROR-MESSAGE-LINE
005420             DISPLAY WS-ERROR-MESSAGE-LINE
005430         END-IF
005440         GO TO 1110-LOAD-ONE-BRANCH-EXIT
005450     END-IF
005460     ADD 1 TO WS-PD-ENTRY-COUNT
005470     MOVE BR-BRANCH-KEY TO WS-PD-KEY-CONTROL (WS-PD-ENTRY-COUNT)
005480     MOVE BR-CONSOLIDATION-DATE
005490         TO WS-PD-EFFECTIVE-DATE (WS-PD-ENTRY-COUNT)
005500     MOVE SPACES TO WS-PD-FINAL-KEY (WS-PD-ENTRY-COUNT).
005510 1110-LOAD-ONE-BRANCH-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------*
005540*  1120-RESOLVE-ONE-PREDECESSOR - FOLLOW ONE TABLED BRANCH'S     *
005550*  CHAIN TO ITS END BY RANDOM READS, AS CTLPGM01 DOES. A CHAIN   *
005560*  THAT ENDS WHERE IT STARTED LEAVES THE FINAL KEY BLANK.        *
005570*----------------------------------------------------------------*
005580 1120-RESOLVE-ONE-PREDECESSOR.
005590     MOVE WS-PD-KEY-CONTROL (WS-PD-SUB) TO WS-REMAP-KEY
005600     MOVE ZERO TO WS-REMAP-HOPS
005610     SET WS-REMAP-CHAIN-CONTINUES TO TRUE
005620     PERFORM 1130-FOLLOW-ONE-MERGE THRU
005630         1130-FOLLOW-ONE-MERGE-EXIT
005640         UNTIL WS-REMAP-CHAIN-ENDED
005650     IF WS-REMAP-KEY NOT = WS-PD-KEY-CONTROL (WS-PD-SUB)
005660         MOVE WS-REMAP-KEY TO WS-PD-FINAL-KEY (WS-PD-SUB)
005670     END-IF.
005680 1120-RESOLVE-ONE-PREDECESSOR-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------*
005710*  1130-FOLLOW-ONE-MERGE - ONE STEP DOWN THE CHAIN: THE KEY IN   *
005720*  HAND MUST BE ON FILE, CONSOLIDATED WITH A SUCCESSOR, AND      *
005730*  EFFECTIVE ON OR BEFORE THE RUN DATE, AND THE SUCCESSOR MUST BE*
005740*  ON FILE ITSELF. ANYTHING ELSE ENDS THE CHAIN WHERE IT STANDS. *
005750*----------------------------------------------------------------*
005760 1130-FOLLOW-ONE-MERGE.
005770     SET WS-REMAP-CHAIN-ENDED TO TRUE
005780     IF WS-REMAP-HOPS >= 9
005790         GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005800     END-IF
005810     MOVE WS-REMAP-KEY TO BR-BRANCH-KEY
005820     READ BRANCH-REFERENCE-FILE
005830         INVALID KEY
005840             GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005850     END-READ
005860     IF NOT BR-STATUS-CONSOLIDATED
005870         OR BR-SUCCESSOR-KEY = SPACES
005880         OR BR-CONSOLIDATION-DATE NOT NUMERIC
005890         GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005900     END-IF
005910     IF BR-CONSOLIDATION-DATE > WS-RUN-DATE
005920         GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005930     END-IF
005940     MOVE BR-SUCCESSOR-KEY TO BR-BRANCH-KEY
005950     READ BRANCH-REFERENCE-FILE
005960         INVALID KEY
005970             GO TO 1130-FOLLOW-ONE-MERGE-EXIT
005980     END-READ
005990     MOVE BR-BRANCH-KEY TO WS-REMAP-KEY
006000     ADD 1 TO WS-REMAP-HOPS
006010     SET WS-REMAP-CHAIN-CONTINUES TO TRUE.
006020 1130-FOLLOW-ONE-MERGE-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------*
006050*  2000-LOAD-ONE-IMAGE - READ ONE AUDIT TRAIL IMAGE AND TABLE IT *
006060*  WITH ITS BEFORE/AFTER CHANGE FLAGS AND HIGH-VALUE FLAG. A     *
006070*  DUPLICATE CTLPGM01 DID NOT POST IS NOT TABLED.                *
006080*----------------------------------------------------------------*
006090 2000-LOAD-ONE-IMAGE.
006100     READ AUDIT-TRAIL-FILE
006110         AT END
006120             SET WS-EOF-YES TO TRUE
006130             GO TO 2000-LOAD-ONE-IMAGE-EXIT
006140     END-READ
006150     IF NOT WS-FS-AUDIT-TRAIL-OK
006160         STRING "CTLFRD01 - AUDIT TRAIL READ FAILED - STATUS "
006170             WS-FS-AUDIT-TRAIL
006180             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006190         DISPLAY WS-ERROR-MESSAGE-LINE
006200         SET WS-ABEND-REQUESTED TO TRUE
006210         GO TO 2000-LOAD-ONE-IMAGE-EXIT
006220     END-IF
006230     ADD 1 TO WS-AL-IMAGES-READ
006240     IF AT-TIMESTAMP < WS-TN-FIRST-TIMESTAMP
006250         MOVE AT-TIMESTAMP TO WS-TN-FIRST-TIMESTAMP
006260     END-IF
006270     IF AT-DISPOSITION-DUPLICATE
006280         GO TO 2000-LOAD-ONE-IMAGE-EXIT
006290     END-IF
006300     IF WS-TN-ENTRY-COUNT >= 5000
006310         IF NOT WS-TN-OVERFLOW
006320             SET WS-TN-OVERFLOW TO TRUE
006330             SET WS-ALERT-INCOMPLETE TO TRUE
006340             MOVE "TONIGHT TABLE FULL - ALERT INCOMPLETE"
006350                 TO WS-ERROR-MESSAGE-LINE
006360             DISPLAY WS-ERROR-MESSAGE-LINE
006370         END-IF
006380         GO TO 2000-LOAD-ONE-IMAGE-EXIT
006390     END-IF
006400     ADD 1 TO WS-TN-ENTRY-COUNT
006410     MOVE AT-AFTER-KEY-CONTROL
006420         TO WS-TN-KEY-CONTROL (WS-TN-ENTRY-COUNT)
006430     IF AT-BEFORE-KEY-CONTROL = SPACES
006440         MOVE AT-AFTER-KEY-CONTROL
006450             TO WS-TN-ORIGIN-KEY (WS-TN-ENTRY-COUNT)
006460     ELSE
006470         MOVE AT-BEFORE-KEY-CONTROL
006480             TO WS-TN-ORIGIN-KEY (WS-TN-ENTRY-COUNT)
006490     END-IF
006500     MOVE AT-TIMESTAMP TO WS-TN-TIMESTAMP (WS-TN-ENTRY-COUNT)
006510     MOVE AT-USER-ID TO WS-TN-USER-ID (WS-TN-ENTRY-COUNT)
006520     MOVE AT-AFTER-CUSTOMER-NAME
006530         TO WS-TN-AFTER-NAME (WS-TN-ENTRY-COUNT)
006540     MOVE AT-AFTER-ADDRESS
006550         TO WS-TN-AFTER-ADDRESS (WS-TN-ENTRY-COUNT)
006560     MOVE "N" TO WS-TN-NAME-CHANGED (WS-TN-ENTRY-COUNT)
006570     MOVE "N" TO WS-TN-ADDRESS-CHANGED (WS-TN-ENTRY-COUNT)
006580     IF AT-BEFORE-CUSTOMER-NAME NOT = AT-AFTER-CUSTOMER-NAME
006590         MOVE "Y" TO WS-TN-NAME-CHANGED (WS-TN-ENTRY-COUNT)
006600     END-IF
006610     IF AT-BEFORE-ADDRESS NOT = AT-AFTER-ADDRESS
006620         MOVE "Y" TO WS-TN-ADDRESS-CHANGED (WS-TN-ENTRY-COUNT)
006630     END-IF
006640     MOVE AT-TRANSACTION-AMOUNT
006650         TO WS-TN-AMOUNT (WS-TN-ENTRY-COUNT)
006660     MOVE "N" TO WS-TN-HIGH-VALUE (WS-TN-ENTRY-COUNT)
006670     MOVE "N" TO WS-TN-DONE (WS-TN-ENTRY-COUNT)
006680     IF AT-TRANSACTION-AMOUNT < ZERO
006690         COMPUTE WS-HV-ABS-AMOUNT = ZERO - AT-TRANSACTION-AMOUNT
006700     ELSE
006710         MOVE AT-TRANSACTION-AMOUNT TO WS-HV-ABS-AMOUNT
006720     END-IF
006730     IF WS-HV-ABS-AMOUNT >= WS-HIGH-VALUE-THRESHOLD
006740         MOVE "Y" TO WS-TN-HIGH-VALUE (WS-TN-ENTRY-COUNT)
006750         ADD 1 TO WS-AL-HIGH-VALUE
006760     END-IF.
006770 2000-LOAD-ONE-IMAGE-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------*
006800*  3000-CHECK-ONE-KEY - FOR A HIGH-VALUE IMAGE WHOSE KEY HAS NOT *
006810*  YET BEEN CHECKED, COLLECT THE KEY'S NAME AND ADDRESS CHANGES  *
006820*  IN THE WINDOW (ITS PREDECESSORS' ARCHIVE FIRST, THEN ITS OWN, *
006830*  THEN TONIGHT). EVERY SUCH CHANGE EITHER PRECEDES TONIGHT'S    *
006840*  HIGH-VALUE ACTIVITY OR FALLS ON THE SAME NIGHT, SO ANY CHANGE *
006850*  AT ALL RAISES THE ALERT.                                      *
006860*----------------------------------------------------------------*
006870 3000-CHECK-ONE-KEY.
006880     IF NOT WS-TN-IS-HIGH-VALUE (WS-TN-SUB)
006890         OR WS-TN-DONE (WS-TN-SUB) = "Y"
006900         GO TO 3000-CHECK-ONE-KEY-EXIT
006910     END-IF
006920     MOVE WS-TN-KEY-CONTROL (WS-TN-SUB) TO WS-CH-KEY
006930     MOVE ZERO TO WS-CH-ENTRY-COUNT
006940     MOVE ZERO TO WS-PV-ENTRY-COUNT
006950     PERFORM 3150-LOAD-PREDECESSOR-WINDOW THRU
006960         3150-LOAD-PREDECESSOR-WINDOW-EXIT
006970         VARYING WS-PD-SUB FROM 1 BY 1
006980         UNTIL WS-PD-SUB > WS-PD-ENTRY-COUNT
006990         OR WS-ABEND-REQUESTED
007000     IF WS-ABEND-REQUESTED
007010         GO TO 3000-CHECK-ONE-KEY-EXIT
007020     END-IF
007030     MOVE WS-CH-KEY TO WS-CH-BROWSE-KEY
007040     MOVE WS-RUN-DATE TO WS-CH-BROWSE-LIMIT
007050     PERFORM 3100-LOAD-ARCHIVE-WINDOW THRU
007060         3100-LOAD-ARCHIVE-WINDOW-EXIT
007070     IF WS-ABEND-REQUESTED
007080         GO TO 3000-CHECK-ONE-KEY-EXIT
007090     END-IF
007100     PERFORM 3200-TEST-ONE-TONIGHT-IMAGE THRU
007110         3200-TEST-ONE-TONIGHT-IMAGE-EXIT
007120         VARYING WS-TN-SCAN-SUB FROM 1 BY 1
007130         UNTIL WS-TN-SCAN-SUB > WS-TN-ENTRY-COUNT
007140     IF WS-CH-ENTRY-COUNT > ZERO
007150         PERFORM 3400-WRITE-ALERT-BLOCK THRU
007160             3400-WRITE-ALERT-BLOCK-EXIT
007170     END-IF.
007180 3000-CHECK-ONE-KEY-EXIT.
007190     EXIT.
007200*----------------------------------------------------------------*
007210*  3100-LOAD-ARCHIVE-WINDOW - POSITION THE ARCHIVE AT THE BROWSE *
007220*  KEY PLUS THE FIRST WINDOW DATE (A BLANK TIME SORTS AHEAD OF   *
007230*  ANY STAMPED TIME) AND READ FORWARD WHILE THE KEY HOLDS, THE   *
007240*  IMAGE'S RUN DATE IS BEFORE THE BROWSE LIMIT - TONIGHT FOR THE *
007250*  KEY ITSELF, THE EFFECTIVE DATE FOR A PREDECESSOR - AND ITS    *
007260*  TIMESTAMP IS BEFORE TONIGHT'S TRAIL. AN IMAGE ARCHIVED BEFORE *
007270*  THE RUN DATE WAS CARRIED IS TAKEN AT ITS TIMESTAMP DATE. NOT  *
007280*  FOUND ON THE START SIMPLY MEANS NO HISTORY.                   *
007290*----------------------------------------------------------------*
007300 3100-LOAD-ARCHIVE-WINDOW.
007310     SET WS-ARCHIVE-KEY-MORE TO TRUE
007320     MOVE WS-CH-BROWSE-KEY TO AA-KEY-CONTROL
007330     MOVE SPACES TO AA-TIMESTAMP
007340     MOVE WS-WINDOW-START-DATE TO AA-TS-DATE
007350     START AUDIT-ARCHIVE-FILE
007360         KEY IS NOT LESS THAN AA-ARCHIVE-KEY
007370         INVALID KEY
007380             SET WS-ARCHIVE-KEY-DONE TO TRUE
007390     END-START
007400     IF WS-ARCHIVE-KEY-DONE
007410         IF NOT WS-FS-AUDIT-ARCH-NOT-FOUND
007420             STRING "CTLFRD01 - ARCHIVE START FAILED - STATUS "
007430                 WS-FS-AUDIT-ARCH
007440                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007450             DISPLAY WS-ERROR-MESSAGE-LINE
007460             SET WS-ABEND-REQUESTED TO TRUE
007470         END-IF
007480         GO TO 3100-LOAD-ARCHIVE-WINDOW-EXIT
007490     END-IF
007500     PERFORM 3110-TEST-ONE-ARCHIVE-IMAGE THRU
007510         3110-TEST-ONE-ARCHIVE-IMAGE-EXIT
007520         UNTIL WS-ARCHIVE-KEY-DONE.
007530 3100-LOAD-ARCHIVE-WINDOW-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------*
007560*  3110-TEST-ONE-ARCHIVE-IMAGE - READ THE NEXT ARCHIVE IMAGE AND *
007570*  PASS IT TO THE CHANGE TEST. CONVERSION IMAGES AND DUPLICATES  *
007580*  CTLPGM01 DID NOT POST ARE PASSED OVER.                        *
007590*----------------------------------------------------------------*
007600 3110-TEST-ONE-ARCHIVE-IMAGE.
007610     READ AUDIT-ARCHIVE-FILE NEXT RECORD
007620         AT END
007630             SET WS-ARCHIVE-KEY-DONE TO TRUE
007640             GO TO 3110-TEST-ONE-ARCHIVE-IMAGE-EXIT
007650     END-READ
007660     IF NOT WS-FS-AUDIT-ARCH-OK
007670         STRING "CTLFRD01 - ARCHIVE READ FAILED - STATUS "
007680             WS-FS-AUDIT-ARCH
007690             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007700         DISPLAY WS-ERROR-MESSAGE-LINE
007710         SET WS-ABEND-REQUESTED TO TRUE
007720         SET WS-ARCHIVE-KEY-DONE TO TRUE
007730         GO TO 3110-TEST-ONE-ARCHIVE-IMAGE-EXIT
007740     END-IF
007750     IF AA-KEY-CONTROL NOT = WS-CH-BROWSE-KEY
007760         SET WS-ARCHIVE-KEY-DONE TO TRUE
007770         GO TO 3110-TEST-ONE-ARCHIVE-IMAGE-EXIT
007780     END-IF
007790     IF AA-RUN-DATE IS NUMERIC
007800         AND AA-RUN-DATE NOT = ZERO
007810         MOVE AA-RUN-DATE TO WS-IMAGE-RUN-DATE
007820     ELSE
007830         MOVE AA-TS-DATE TO WS-IMAGE-RUN-DATE
007840     END-IF
007850     IF WS-IMAGE-RUN-DATE NOT < WS-CH-BROWSE-LIMIT
007860         OR AA-TIMESTAMP NOT < WS-TN-FIRST-TIMESTAMP
007870         SET WS-ARCHIVE-KEY-DONE TO TRUE
007880         GO TO 3110-TEST-ONE-ARCHIVE-IMAGE-EXIT
007890     END-IF
007900     IF AA-DISPOSITION-CONVERSION OR AA-DISPOSITION-DUPLICATE
007910         GO TO 3110-TEST-ONE-ARCHIVE-IMAGE-EXIT
007920     END-IF
007930     ADD 1 TO WS-AL-ARCHIVE-READ
007940     MOVE AA-TIMESTAMP TO WS-TI-TIMESTAMP
007950     MOVE AA-KEY-CONTROL TO WS-TI-POSTED-KEY
007960     IF AA-BEFORE-KEY-CONTROL = SPACES
007970         MOVE AA-KEY-CONTROL TO WS-TI-ORIGIN-KEY
007980     ELSE
007990         MOVE AA-BEFORE-KEY-CONTROL TO WS-TI-ORIGIN-KEY
008000     END-IF
008010     MOVE AA-USER-ID TO WS-TI-USER-ID
008020     MOVE AA-AFTER-CUSTOMER-NAME TO WS-TI-AFTER-NAME
008030     MOVE AA-AFTER-ADDRESS TO WS-TI-AFTER-ADDRESS
008040     MOVE "N" TO WS-TI-NAME-CHANGED
008050     MOVE "N" TO WS-TI-ADDRESS-CHANGED
008060     IF AA-BEFORE-CUSTOMER-NAME NOT = AA-AFTER-CUSTOMER-NAME
008070         MOVE "Y" TO WS-TI-NAME-CHANGED
008080     END-IF
008090     IF AA-BEFORE-ADDRESS NOT = AA-AFTER-ADDRESS
008100         MOVE "Y" TO WS-TI-ADDRESS-CHANGED
008110     END-IF
008120     MOVE "N" TO WS-TI-TONIGHT
008130     PERFORM 3300-TEST-FOR-CHANGE THRU
008140         3300-TEST-FOR-CHANGE-EXIT.
008150 3110-TEST-ONE-ARCHIVE-IMAGE-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------*
008180*  3150-LOAD-PREDECESSOR-WINDOW - WHEN THE TABLED PREDECESSOR'S  *
008190*  CHAIN ENDS AT THE KEY BEING CHECKED, BROWSE THE ARCHIVE UNDER *
008200*  THE PREDECESSOR'S OWN KEY UP TO ITS EFFECTIVE DATE.           *
008210*----------------------------------------------------------------*
008220 3150-LOAD-PREDECESSOR-WINDOW.
008230     IF WS-PD-FINAL-KEY (WS-PD-SUB) NOT = WS-CH-KEY
008240         GO TO 3150-LOAD-PREDECESSOR-WINDOW-EXIT
008250     END-IF
008260     MOVE WS-PD-KEY-CONTROL (WS-PD-SUB) TO WS-CH-BROWSE-KEY
008270     MOVE WS-PD-EFFECTIVE-DATE (WS-PD-SUB) TO WS-CH-BROWSE-LIMIT
008280     PERFORM 3100-LOAD-ARCHIVE-WINDOW THRU
008290         3100-LOAD-ARCHIVE-WINDOW-EXIT.
008300 3150-LOAD-PREDECESSOR-WINDOW-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------*
008330*  3200-TEST-ONE-TONIGHT-IMAGE - PASS ONE OF TONIGHT'S IMAGES    *
008340*  FOR THE KEY TO THE CHANGE TEST AND MARK IT DONE.              *
008350*----------------------------------------------------------------*
008360 3200-TEST-ONE-TONIGHT-IMAGE.
008370     IF WS-TN-KEY-CONTROL (WS-TN-SCAN-SUB) NOT = WS-CH-KEY
008380         GO TO 3200-TEST-ONE-TONIGHT-IMAGE-EXIT
008390     END-IF
008400     MOVE "Y" TO WS-TN-DONE (WS-TN-SCAN-SUB)
008410     MOVE WS-TN-TIMESTAMP (WS-TN-SCAN-SUB) TO WS-TI-TIMESTAMP
008420     MOVE WS-TN-KEY-CONTROL (WS-TN-SCAN-SUB) TO WS-TI-POSTED-KEY
008430     MOVE WS-TN-ORIGIN-KEY (WS-TN-SCAN-SUB) TO WS-TI-ORIGIN-KEY
008440     MOVE WS-TN-USER-ID (WS-TN-SCAN-SUB) TO WS-TI-USER-ID
008450     MOVE WS-TN-AFTER-NAME (WS-TN-SCAN-SUB) TO WS-TI-AFTER-NAME
008460     MOVE WS-TN-AFTER-ADDRESS (WS-TN-SCAN-SUB)
008470         TO WS-TI-AFTER-ADDRESS
008480     MOVE WS-TN-NAME-CHANGED (WS-TN-SCAN-SUB)
008490         TO WS-TI-NAME-CHANGED
008500     MOVE WS-TN-ADDRESS-CHANGED (WS-TN-SCAN-SUB)
008510         TO WS-TI-ADDRESS-CHANGED
008520     MOVE "Y" TO WS-TI-TONIGHT
008530     PERFORM 3300-TEST-FOR-CHANGE THRU
008540         3300-TEST-FOR-CHANGE-EXIT.
008550 3200-TEST-ONE-TONIGHT-IMAGE-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------*
008580*  3300-TEST-FOR-CHANGE - THE CALLER HAS SET THE CHANGE FLAGS    *
008590*  FROM THE IMAGE'S OWN BEFORE AND AFTER; THEY ARE ALSO SET WHEN *
008600*  THE AFTER DIFFERS FROM THE PREVIOUS IMAGE FOR THE SAME KEY AS *
008610*  RECEIVED. A CHANGE IS TABLED; EITHER WAY THE IMAGE BECOMES THE*
008620*  PREVIOUS ONE. THE FIRST IMAGE FOR A KEY AS RECEIVED OPENS ITS *
008630*  PREVIOUS-IMAGE ENTRY AND IS COMPARED WITH NOTHING.            *
008640*----------------------------------------------------------------*
008650 3300-TEST-FOR-CHANGE.
008660     MOVE ZERO TO WS-PV-FOUND-SUB
008670     PERFORM 3310-FIND-PREVIOUS-IMAGE THRU
008680         3310-FIND-PREVIOUS-IMAGE-EXIT
008690         VARYING WS-PV-SUB FROM 1 BY 1
008700         UNTIL WS-PV-SUB > WS-PV-ENTRY-COUNT
008710         OR WS-PV-FOUND-SUB > ZERO
008720     IF WS-PV-FOUND-SUB > ZERO
008730         IF WS-PV-NAME (WS-PV-FOUND-SUB) NOT = WS-TI-AFTER-NAME
008740             MOVE "Y" TO WS-TI-NAME-CHANGED
008750         END-IF
008760         IF WS-PV-ADDRESS (WS-PV-FOUND-SUB)
008770             NOT = WS-TI-AFTER-ADDRESS
008780             MOVE "Y" TO WS-TI-ADDRESS-CHANGED
008790         END-IF
008800     ELSE
008810         PERFORM 3320-ADD-PREVIOUS-IMAGE THRU
008820             3320-ADD-PREVIOUS-IMAGE-EXIT
008830     END-IF
008840     IF WS-PV-FOUND-SUB > ZERO
008850         MOVE WS-TI-AFTER-NAME TO WS-PV-NAME (WS-PV-FOUND-SUB)
008860         MOVE WS-TI-AFTER-ADDRESS
008870             TO WS-PV-ADDRESS (WS-PV-FOUND-SUB)
008880     END-IF
008890     IF WS-TI-NAME-CHANGED = "N" AND WS-TI-ADDRESS-CHANGED = "N"
008900         GO TO 3300-TEST-FOR-CHANGE-EXIT
008910     END-IF
008920     IF WS-CH-ENTRY-COUNT >= 500
008930         IF NOT WS-CH-OVERFLOW
008940             SET WS-CH-OVERFLOW TO TRUE
008950             SET WS-ALERT-INCOMPLETE TO TRUE
008960             MOVE "CHANGE TABLE FULL - ALERT INCOMPLETE"
008970                 TO WS-ERROR-MESSAGE-LINE
008980             DISPLAY WS-ERROR-MESSAGE-LINE
008990         END-IF
009000         GO TO 3300-TEST-FOR-CHANGE-EXIT
009010     END-IF
009020     ADD 1 TO WS-CH-ENTRY-COUNT
009030     MOVE WS-TI-TIMESTAMP TO WS-CH-TIMESTAMP (WS-CH-ENTRY-COUNT)
009040     MOVE WS-TI-POSTED-KEY TO WS-CH-POSTED-KEY (WS-CH-ENTRY-COUNT)
009050     MOVE WS-TI-USER-ID TO WS-CH-USER-ID (WS-CH-ENTRY-COUNT)
009060     MOVE WS-TI-NAME-CHANGED
009070         TO WS-CH-NAME-CHANGED (WS-CH-ENTRY-COUNT)
009080     MOVE WS-TI-ADDRESS-CHANGED
009090         TO WS-CH-ADDRESS-CHANGED (WS-CH-ENTRY-COUNT)
009100     MOVE WS-TI-TONIGHT TO WS-CH-TONIGHT (WS-CH-ENTRY-COUNT).
009110 3300-TEST-FOR-CHANGE-EXIT.
009120     EXIT.
009130*----------------------------------------------------------------*
009140*  3310-FIND-PREVIOUS-IMAGE - NOTE THE PREVIOUS-IMAGE ENTRY FOR  *
009150*  THE TESTED IMAGE'S KEY AS RECEIVED, IF THIS ONE IS IT.        *
009160*----------------------------------------------------------------*
009170 3310-FIND-PREVIOUS-IMAGE.
009180     IF WS-PV-ORIGIN-KEY (WS-PV-SUB) = WS-TI-ORIGIN-KEY
009190         MOVE WS-PV-SUB TO WS-PV-FOUND-SUB
009200     END-IF.
009210 3310-FIND-PREVIOUS-IMAGE-EXIT.
009220     EXIT.
009230*----------------------------------------------------------------*
009240*  3320-ADD-PREVIOUS-IMAGE - OPEN A PREVIOUS-IMAGE ENTRY FOR A   *
009250*  KEY AS RECEIVED NOT YET SEEN. WHEN THE TABLE IS FULL THE IMAGE*
009260*  IS TESTED ON ITS OWN BEFORE AND AFTER ONLY, AND THE RUN IS    *
009270*  MARKED INCOMPLETE.                                            *
009280*----------------------------------------------------------------*
009290 3320-ADD-PREVIOUS-IMAGE.
009300     IF WS-PV-ENTRY-COUNT >= 20
009310         IF NOT WS-PV-OVERFLOW
009320             SET WS-PV-OVERFLOW TO TRUE
009330             SET WS-ALERT-INCOMPLETE TO TRUE
009340             MOVE "PREVIOUS IMAGE TABLE FULL - ALERT INCOMPLETE"
009350                 TO WS-ERROR-MESSAGE-LINE
009360             DISPLAY WS-ERROR-MESSAGE-LINE
009370         END-IF
009380         GO TO 3320-ADD-PREVIOUS-IMAGE-EXIT
009390     END-IF
009400     ADD 1 TO WS-PV-ENTRY-COUNT
009410     MOVE WS-TI-ORIGIN-KEY TO WS-PV-ORIGIN-KEY (WS-PV-ENTRY-COUNT)
009420     MOVE WS-PV-ENTRY-COUNT TO WS-PV-FOUND-SUB.
009430 3320-ADD-PREVIOUS-IMAGE-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------*
009460*  3400-WRITE-ALERT-BLOCK - ONE BLOCK PER ALERTED KEY: TONIGHT'S *
009470*  HIGH-VALUE TRANSACTIONS, THEN EVERY CHANGE IN THE WINDOW WITH *
009480*  THE USER-ID THAT MADE IT, THEN A BLANK LINE.                  *
009490*----------------------------------------------------------------*
009500 3400-WRITE-ALERT-BLOCK.
009510     ADD 1 TO WS-AL-KEYS-ALERTED
009520     MOVE SPACES TO FRAUD-ALERT-RECORD
009530     STRING "ALERT  KEY " WS-CH-KEY
009540         "  NAME OR ADDRESS CHANGE, THEN HIGH-VALUE ACTIVITY"
009550         DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
009560     WRITE FRAUD-ALERT-RECORD
009570     PERFORM 3410-WRITE-HIGH-VALUE-LINE THRU
009580         3410-WRITE-HIGH-VALUE-LINE-EXIT
009590         VARYING WS-TN-SCAN-SUB FROM WS-TN-SUB BY 1
009600         UNTIL WS-TN-SCAN-SUB > WS-TN-ENTRY-COUNT
009610     PERFORM 3420-WRITE-CHANGE-LINE THRU
009620         3420-WRITE-CHANGE-LINE-EXIT
009630         VARYING WS-CH-SUB FROM 1 BY 1
009640         UNTIL WS-CH-SUB > WS-CH-ENTRY-COUNT
009650     MOVE SPACES TO FRAUD-ALERT-RECORD
009660     WRITE FRAUD-ALERT-RECORD.
009670 3400-WRITE-ALERT-BLOCK-EXIT.
009680     EXIT.
009690*----------------------------------------------------------------*
009700*  3410-WRITE-HIGH-VALUE-LINE - ONE OF TONIGHT'S HIGH-VALUE      *
009710*  TRANSACTIONS FOR THE KEY. THE FIRST IS AT WS-TN-SUB, SO THE   *
009720*  SCAN STARTS THERE.                                            *
009730*----------------------------------------------------------------*
009740 3410-WRITE-HIGH-VALUE-LINE.
009750     IF WS-TN-KEY-CONTROL (WS-TN-SCAN-SUB) NOT = WS-CH-KEY
009760         OR NOT WS-TN-IS-HIGH-VALUE (WS-TN-SCAN-SUB)
009770         GO TO 3410-WRITE-HIGH-VALUE-LINE-EXIT
009780     END-IF
009790     ADD 1 TO WS-AL-ALERT-HIGH-VALUE
009800     MOVE WS-TN-AMOUNT (WS-TN-SCAN-SUB) TO WS-AMOUNT-DISPLAY
009810     MOVE SPACES TO FRAUD-ALERT-RECORD
009820     STRING "  HIGH VALUE  " WS-TN-TIMESTAMP (WS-TN-SCAN-SUB)
009830         "  USER " WS-TN-USER-ID (WS-TN-SCAN-SUB)
009840         "  AMOUNT " WS-AMOUNT-DISPLAY
009850         DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
009860     WRITE FRAUD-ALERT-RECORD.
009870 3410-WRITE-HIGH-VALUE-LINE-EXIT.
009880     EXIT.
009890*----------------------------------------------------------------*
009900*  3420-WRITE-CHANGE-LINE - ONE NAME OR ADDRESS CHANGE, MARKED   *
009910*  SAME NIGHT WHEN IT CAME ON TONIGHT'S TRAIL, WITH THE KEY IT   *
009920*  WAS POSTED UNDER - A PREDECESSOR'S FOR ONE MADE BEFORE A      *
009930*  CONSOLIDATION.                                                *
009940*----------------------------------------------------------------*
009950 3420-WRITE-CHANGE-LINE.
009960     ADD 1 TO WS-AL-CHANGES-LISTED
009970     IF WS-CH-NAME-CHANGED (WS-CH-SUB) = "Y"
009980         IF WS-CH-ADDRESS-CHANGED (WS-CH-SUB) = "Y"
009990             MOVE "NAME + ADDRESS" TO WS-CHANGE-LABEL
010000         ELSE
010010             MOVE "NAME" TO WS-CHANGE-LABEL
010020         END-IF
010030     ELSE
010040         MOVE "ADDRESS" TO WS-CHANGE-LABEL
010050     END-IF
010060     IF WS-CH-TONIGHT (WS-CH-SUB) = "Y"
010070         MOVE "SAME NIGHT" TO WS-NIGHT-LABEL
010080     ELSE
010090         MOVE SPACES TO WS-NIGHT-LABEL
010100     END-IF
010110     MOVE SPACES TO FRAUD-ALERT-RECORD
010120     STRING "  CHANGED     " WS-CH-TIMESTAMP (WS-CH-SUB)
010130         "  KEY " WS-CH-POSTED-KEY (WS-CH-SUB)
010140         "  USER " WS-CH-USER-ID (WS-CH-SUB)
010150         "  " WS-CHANGE-LABEL
010160         "  " WS-NIGHT-LABEL
010170         DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
010180     WRITE FRAUD-ALERT-RECORD.
010190 3420-WRITE-CHANGE-LINE-EXIT.
010200     EXIT.
010210*----------------------------------------------------------------*
010220*  8100-STEP-BACK-ONE-DAY - MOVE WS-WINDOW-START-DATE BACK ONE   *
010230*  CALENDAR DAY, ACROSS MONTH AND YEAR ENDS, WITH FEBRUARY 29 IN *
010240*  A LEAP YEAR.                                                  *
010250*----------------------------------------------------------------*
010260 8100-STEP-BACK-ONE-DAY.
010270     IF WS-WS-DAY > 1
010280         SUBTRACT 1 FROM WS-WS-DAY
010290         GO TO 8100-STEP-BACK-ONE-DAY-EXIT
010300     END-IF
010310     IF WS-WS-MONTH > 1
010320         SUBTRACT 1 FROM WS-WS-MONTH
010330     ELSE
010340         MOVE 12 TO WS-WS-MONTH
010350         SUBTRACT 1 FROM WS-WS-YEAR
010360     END-IF
010370     MOVE WS-DM-DAYS (WS-WS-MONTH) TO WS-WS-DAY
010380     IF WS-WS-MONTH NOT = 2
010390         GO TO 8100-STEP-BACK-ONE-DAY-EXIT
010400     END-IF
010410     DIVIDE WS-WS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
010420         REMAINDER WS-LEAP-REMAINDER-4
010430     DIVIDE WS-WS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
010440         REMAINDER WS-LEAP-REMAINDER-100
010450     DIVIDE WS-WS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
010460         REMAINDER WS-LEAP-REMAINDER-400
010470     IF WS-LEAP-REMAINDER-4 = ZERO
010480         AND (WS-LEAP-REMAINDER-100 NOT = ZERO
010490         OR WS-LEAP-REMAINDER-400 = ZERO)
010500         MOVE 29 TO WS-WS-DAY
010510     END-IF.
010520 8100-STEP-BACK-ONE-DAY-EXIT.
010530     EXIT.
010540*----------------------------------------------------------------*
010550*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
010560*----------------------------------------------------------------*
010570 9000-TERMINATE.
010580     IF NOT WS-ABEND-REQUESTED AND NOT WS-ALERT-OFF
010590         IF WS-AL-KEYS-ALERTED = ZERO
010600             MOVE "NO KEYS ALERTED" TO FRAUD-ALERT-RECORD
010610             WRITE FRAUD-ALERT-RECORD
010620             MOVE SPACES TO FRAUD-ALERT-RECORD
010630             WRITE FRAUD-ALERT-RECORD
010640         END-IF
010650         MOVE WS-AL-IMAGES-READ TO WS-COUNT-DISPLAY
010660         MOVE SPACES TO FRAUD-ALERT-RECORD
010670         STRING "AUDIT IMAGES READ       " WS-COUNT-DISPLAY
010680             DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
010690         WRITE FRAUD-ALERT-RECORD
010700         MOVE WS-AL-ARCHIVE-READ TO WS-COUNT-DISPLAY
010710         MOVE SPACES TO FRAUD-ALERT-RECORD
010720         STRING "ARCHIVE IMAGES READ     " WS-COUNT-DISPLAY
010730             DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
010740         WRITE FRAUD-ALERT-RECORD
010750         MOVE WS-AL-HIGH-VALUE TO WS-COUNT-DISPLAY
010760         MOVE SPACES TO FRAUD-ALERT-RECORD
010770         STRING "HIGH-VALUE TONIGHT      " WS-COUNT-DISPLAY
010780             DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
010790         WRITE FRAUD-ALERT-RECORD
010800         MOVE WS-AL-KEYS-ALERTED TO WS-COUNT-DISPLAY
010810         MOVE SPACES TO FRAUD-ALERT-RECORD
010820         STRING "KEYS ALERTED            " WS-COUNT-DISPLAY
010830             DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
010840         WRITE FRAUD-ALERT-RECORD
010850         MOVE WS-AL-ALERT-HIGH-VALUE TO WS-COUNT-DISPLAY
010860         MOVE SPACES TO FRAUD-ALERT-RECORD
010870         STRING "HIGH-VALUE ON ALERTS    " WS-COUNT-DISPLAY
010880             DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
010890         WRITE FRAUD-ALERT-RECORD
010900         MOVE WS-AL-CHANGES-LISTED TO WS-COUNT-DISPLAY
010910         MOVE SPACES TO FRAUD-ALERT-RECORD
010920         STRING "CHANGES LISTED          " WS-COUNT-DISPLAY
010930             DELIMITED BY SIZE INTO FRAUD-ALERT-RECORD
010940         WRITE FRAUD-ALERT-RECORD
010950         IF WS-ALERT-INCOMPLETE
010960             MOVE "TABLE FULL - ALERT INCOMPLETE, SEE JOB LOG"
010970                 TO FRAUD-ALERT-RECORD
010980             WRITE FRAUD-ALERT-RECORD
010990         END-IF
011000     END-IF
011010     CLOSE AUDIT-TRAIL-FILE
011020     CLOSE AUDIT-ARCHIVE-FILE
011030     CLOSE FRAUD-ALERT-FILE.
011040 9000-TERMINATE-EXIT.
011050     EXIT.
