000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLBCV01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLBCV01 - BRANCH CONSOLIDATION CONVERSION. WHEN CTLBRM01     *
000100*  CONSOLIDATES A BRANCH INTO A SUCCESSOR (BRCHREF STATUS M WITH *
000110*  THE SUCCESSOR KEY AND AN EFFECTIVE DATE), CTLPGM01 POSTS THE  *
000120*  OLD KEY'S TRANSACTIONS TO THE SUCCESSOR FROM THAT DATE, BUT   *
000130*  THE OLD KEY'S CUSTOMER RECORD IS STILL ON THE CLEANSED        *
000140*  MASTER (CLNMSTR). THIS RUN MOVES IT ACROSS.                   *
000150*                                                                *
000160*  EVERY CONSOLIDATION ON BRCHREF WHOSE EFFECTIVE DATE HAS       *
000170*  ARRIVED IS TAKEN IN KEY ORDER. THE SUCCESSOR IS FOLLOWED      *
000180*  THROUGH ANY LATER MERGE OF ITS OWN, THE SAME WAY CTLPGM01     *
000190*  FOLLOWS IT, SO THE RECORD LANDS WHERE THE POSTINGS NOW GO.    *
000200*    - NO RECORD UNDER THE OLD KEY - NOTHING TO MOVE (ALREADY    *
000210*      CONVERTED, OR NOTHING EVER POSTED).                       *
000220*    - NO RECORD UNDER THE SUCCESSOR - THE OLD RECORD IS         *
000230*      WRITTEN UNDER THE SUCCESSOR KEY AND DELETED.              *
000240*    - A RECORD UNDER BOTH - THE SUCCESSOR'S IS ALREADY THE      *
000250*      CURRENT ONE (THE OLD KEY'S POSTINGS GO TO IT), SO THE     *
000260*      OLD RECORD IS ONLY DELETED.                               *
000270*  A SUCCESSOR MISSING FROM BRCHREF OR A CHAIN THAT LOOPS BACK   *
000280*  IS LISTED AND LEFT ALONE. A MERGE DATED AFTER THE RUN DATE IS *
000290*  LISTED AS NOT YET EFFECTIVE. A RERUN CHANGES NOTHING FURTHER. *
000300*                                                                *
000310*  EVERY CHANGE IS ARCHIVED TO AUDTARCH WITH DISPOSITION C, SO   *
000320*  THE AS-OF REBUILD (CTLCRB01) FOLLOWS IT: A MOVE IMAGE UNDER   *
000330*  THE SUCCESSOR KEY, AND A RETIRING IMAGE UNDER THE OLD KEY     *
000340*  WITH NO AFTER KEY. THE TIMESTAMP CARRIES A RUN SEQUENCE       *
000350*  NUMBER AFTER THE CLOCK TIME SO NO TWO IMAGES SHARE A KEY.     *
000360*                                                                *
000370*  THE CONSOLIDATION REPORT (CONSRPT) SHOWS EACH CONSOLIDATION   *
000380*  WITH THE RECORD COUNT AND AMOUNT UNDER THE OLD KEY AND THE    *
000390*  SUCCESSOR BEFORE AND AFTER, AND THE SAME TOTALS FOR THE RUN.  *
000400*  A SUCCESSOR SHARED BY SEVERAL OLD KEYS IS COUNTED UNDER EACH. *
000410*  RETURN CODE 04 WHEN A CONSOLIDATION COULD NOT BE CONVERTED,   *
000420*  12 ON A FILE FAILURE, 00 OTHERWISE.                           *
000430*----------------------------------------------------------------*
000440*  MODIFICATION HISTORY                                          *
000450*----------------------------------------------------------------*
000460*  DATE      INIT  DESCRIPTION                                   *
000470*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000480*  10/15/26  RLM   CONVERSION IMAGES CARRY THE MASTER RECORD'S   *
000490*                  OWN USER-ID INSTEAD OF THE PROGRAM NAME, SO   *
000500*                  THE AS-OF REBUILD (CTLCRB01) OF A MOVED KEY   *
000510*                  MATCHES CLNMSTR (2300, 2400, 2500)            *
000520*  10/15/26  RLM   CHECKS IN UNDER THE NIGHT'S RUN DATE FROM THE *
000530*                  RUN CONTROL LEDGER (CTLRCL01 FUNCTION D)      *
000540*                  INSTEAD OF THE CLOCK DATE, SO A STREAM PAST   *
000550*                  MIDNIGHT OR A NEXT-MORNING RERUN KEEPS ITS    *
000560*                  NIGHT (1020)                                  *
000570*  10/15/26  RLM   ARCHIVE IMAGES NOW CARRY THE RUN DATE THEY    *
000580*                  BELONG TO (AA-RUN-DATE) SO THE AS-OF REBUILD  *
000590*                  CUTS ON THE NIGHT, NOT THE CLOCK. ARCHIVE     *
000600*                  RECORD IS NOW 208 BYTES                       *
000610*----------------------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. IBM-3090.
000650 OBJECT-COMPUTER. IBM-3090.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS BR-BRANCH-KEY
000720         FILE STATUS IS WS-FS-BRANCH-REF.
000730     SELECT CLEANSED-MASTER-FILE ASSIGN TO CLNMSTR
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS CM-KEY-CONTROL
000770         FILE STATUS IS WS-FS-CLEANSED-MSTR.
000780     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDTARCH
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS AA-ARCHIVE-KEY
000820         FILE STATUS IS WS-FS-AUDIT-ARCH.
000830     SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO CONSRPT
000840         ORGANIZATION IS SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS WS-FS-CONSOL-RPT.
000870 DATA DIVISION.
000880 FILE SECTION.
000890*----------------------------------------------------------------*
000900*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS MAINTAINED BY CTLBRM01.*
000910*----------------------------------------------------------------*
000920 FD  BRANCH-REFERENCE-FILE
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  BRANCH-REFERENCE-RECORD.
000950     05  BR-BRANCH-KEY                PIC X(06).
000960     05  BR-BRANCH-NAME               PIC X(30).
000970     05  BR-BRANCH-REGION-CODE        PIC X(03).
000980     05  BR-BRANCH-STATUS             PIC X(01).
000990         88  BR-STATUS-CONSOLIDATED           VALUE "M".
001000     05  BR-SUCCESSOR-KEY             PIC X(06).
001010     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001020     05  FILLER                       PIC X(26).
001030*----------------------------------------------------------------*
001040*  CLEANSED-MASTER-FILE - THE LIVE MASTER, SAME LAYOUT AS THE    *
001050*  CLEANSED INPUT RECORD CTLPGM01 WRITES TO IT.                  *
001060*----------------------------------------------------------------*
001070 FD  CLEANSED-MASTER-FILE
001080     RECORD CONTAINS 100 CHARACTERS.
001090 01  CLEANSED-MASTER-RECORD.
001100     05  CM-KEY-CONTROL               PIC X(06).
001110     05  CM-MASTER-DATA               PIC X(94).
001120*----------------------------------------------------------------*
001130*  AUDIT-ARCHIVE-FILE - SAME LAYOUT AS WRITTEN BY CTLARC01.      *
001140*----------------------------------------------------------------*
001150 FD  AUDIT-ARCHIVE-FILE
001160     RECORD CONTAINS 208 CHARACTERS.
001170 01  AUDIT-ARCHIVE-RECORD.
001180     05  AA-ARCHIVE-KEY.
001190         10  AA-KEY-CONTROL           PIC X(06).
001200         10  AA-TIMESTAMP             PIC X(26).
001210     05  AA-USER-ID                   PIC X(08).
001220     05  AA-BEFORE-IMAGE.
001230         10  AA-BEFORE-KEY-CONTROL    PIC X(06).
001240         10  AA-BEFORE-CUSTOMER-NAME  PIC X(30).
001250         10  AA-BEFORE-ADDRESS        PIC X(40).
001260     05  AA-AFTER-IMAGE.
001270         10  AA-AFTER-KEY-CONTROL     PIC X(06).
001280         10  AA-AFTER-CUSTOMER-NAME   PIC X(30).
001290         10  AA-AFTER-ADDRESS         PIC X(40).
001300     05  AA-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
001310     05  AA-TRANSACTION-TYPE          PIC X(01).
001320     05  AA-DISPOSITION-CODE          PIC X(01).
001330         88  AA-DISPOSITION-CONVERSION        VALUE "C".
001340     05  AA-RUN-DATE                  PIC 9(08).
001350*----------------------------------------------------------------*
001360*  CONSOLIDATION-REPORT-FILE - ONE BLOCK PER CONSOLIDATION AND   *
001370*  THE RUN TOTALS.                                               *
001380*----------------------------------------------------------------*
001390 FD  CONSOLIDATION-REPORT-FILE
001400     RECORDING MODE IS F.
001410 01  CONSOLIDATION-REPORT-RECORD       PIC X(132).
001420 WORKING-STORAGE SECTION.
001430 01  WS-FILE-STATUS-BLOCK.
001440     05  WS-FS-BRANCH-REF             PIC X(02).
001450         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001460         88  WS-FS-BRANCH-REF-NOT-FOUND        VALUE "23".
001470     05  WS-FS-CLEANSED-MSTR          PIC X(02).
001480         88  WS-FS-CLEANSED-MSTR-OK            VALUE "00".
001490         88  WS-FS-CLEANSED-MSTR-NOT-FOUND     VALUE "23".
001500     05  WS-FS-AUDIT-ARCH             PIC X(02).
001510         88  WS-FS-AUDIT-ARCH-OK               VALUE "00".
001520         88  WS-FS-AUDIT-ARCH-NOT-FOUND        VALUE "35".
001530     05  WS-FS-CONSOL-RPT             PIC X(02).
001540         88  WS-FS-CONSOL-RPT-OK               VALUE "00".
001550
001560 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001570     88  WS-EOF-YES                            VALUE "Y".
001580     88  WS-EOF-NO                             VALUE "N".
001590
001600 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001610     88  WS-ABEND-REQUESTED                    VALUE "Y".
001620
001630 01  WS-WARNING-SWITCH                 PIC X(01) VALUE "N".
001640     88  WS-WARNINGS-SEEN                      VALUE "Y".
001650
001660 01  WS-KEY-FOUND-SWITCH               PIC X(01) VALUE "N".
001670     88  WS-KEY-FOUND                          VALUE "Y".
001680     88  WS-KEY-NOT-FOUND                      VALUE "N".
001690*----------------------------------------------------------------*
001700*  CONSOLIDATION TABLE - EVERY MERGED BRANCH ON BRCHREF WITH A   *
001710*  SUCCESSOR KEY AND A NUMERIC EFFECTIVE DATE, LOADED IN KEY     *
001720*  ORDER BEFORE ANY RANDOM READ DISTURBS THE BROWSE. MORE THAN   *
001730*  500 IS LISTED AS AN OVERFLOW; A RERUN PICKS UP THE REST ONCE  *
001740*  THE FIRST ONES ARE NO LONGER M ON BRCHREF.                    *
001750*----------------------------------------------------------------*
001760 01  WS-CONSOLIDATION-CONTROL.
001770     05  WS-CN-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
001780     05  WS-CN-SUB                     PIC 9(04) COMP VALUE ZERO.
001790     05  WS-CN-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
001800         88  WS-CN-OVERFLOW                    VALUE "Y".
001810 01  WS-CONSOLIDATION-TABLE.
001820     05  WS-CN-ENTRY OCCURS 500 TIMES.
001830         10  WS-CN-KEY-CONTROL         PIC X(06).
001840         10  WS-CN-SUCCESSOR-KEY       PIC X(06).
001850         10  WS-CN-EFFECTIVE-DATE      PIC 9(08).
001860*----------------------------------------------------------------*
001870*  SUCCESSOR CHAIN - THE SUCCESSOR IS FOLLOWED THROUGH ANY       *
001880*  LATER MERGE IN EFFECT ON THE RUN DATE, NINE STEPS AT MOST,    *
001890*  ENDING AT THE LAST BRANCH REACHED - THE SAME RULE CTLPGM01    *
001900*  POSTS BY.                                                     *
001910*----------------------------------------------------------------*
001920 01  WS-REMAP-CONTROL.
001930     05  WS-REMAP-KEY                  PIC X(06) VALUE SPACES.
001940     05  WS-REMAP-HOPS                 PIC 9(04) COMP VALUE ZERO.
001950     05  WS-REMAP-CHAIN-SWITCH         PIC X(01) VALUE "N".
001960         88  WS-REMAP-CHAIN-CONTINUES          VALUE "Y".
001970         88  WS-REMAP-CHAIN-ENDED              VALUE "N".
001980*----------------------------------------------------------------*
001990*  MASTER IMAGES - THE OLD KEY'S AND THE SUCCESSOR'S CLNMSTR     *
002000*  RECORDS AS READ, BROKEN OUT IN THE CLEANSED RECORD LAYOUT.    *
002010*----------------------------------------------------------------*
002020 01  WS-OLD-IMAGE.
002030     05  WS-OI-KEY-CONTROL            PIC X(06).
002040     05  WS-OI-CUSTOMER-NAME          PIC X(30).
002050     05  WS-OI-CUSTOMER-ADDRESS       PIC X(40).
002060     05  WS-OI-TRANSACTION-AMOUNT     PIC S9(09)V99 COMP-3.
002070     05  WS-OI-USER-ID                PIC X(08).
002080     05  WS-OI-RECORD-TYPE-CODE       PIC X(01).
002090     05  WS-OI-TRANSACTION-TYPE       PIC X(01).
002100     05  FILLER                       PIC X(08).
002110 01  WS-SUCCESSOR-IMAGE.
002120     05  WS-SI-KEY-CONTROL            PIC X(06).
002130     05  WS-SI-CUSTOMER-NAME          PIC X(30).
002140     05  WS-SI-CUSTOMER-ADDRESS       PIC X(40).
002150     05  WS-SI-TRANSACTION-AMOUNT     PIC S9(09)V99 COMP-3.
002160     05  WS-SI-USER-ID                PIC X(08).
002170     05  WS-SI-RECORD-TYPE-CODE       PIC X(01).
002180     05  WS-SI-TRANSACTION-TYPE       PIC X(01).
002190     05  FILLER                       PIC X(08).
002200*----------------------------------------------------------------*
002210*  ONE CONSOLIDATION'S FIGURES - RECORDS (ZERO OR ONE, THE       *
002220*  MASTER IS KEYED ON THE KEY CONTROL VALUE) AND AMOUNT UNDER    *
002230*  EACH KEY, BEFORE AND AFTER THE CONVERSION.                    *
002240*----------------------------------------------------------------*
002250 01  WS-CONSOLIDATION-FIGURES.
002260     05  WS-CF-OLD-BEFORE-COUNT        PIC 9(01) VALUE ZERO.
002270     05  WS-CF-OLD-BEFORE-AMOUNT       PIC S9(09)V99 VALUE ZERO.
002280     05  WS-CF-SUCC-BEFORE-COUNT       PIC 9(01) VALUE ZERO.
002290     05  WS-CF-SUCC-BEFORE-AMOUNT      PIC S9(09)V99 VALUE ZERO.
002300     05  WS-CF-OLD-AFTER-COUNT         PIC 9(01) VALUE ZERO.
002310     05  WS-CF-OLD-AFTER-AMOUNT        PIC S9(09)V99 VALUE ZERO.
002320     05  WS-CF-SUCC-AFTER-COUNT        PIC 9(01) VALUE ZERO.
002330     05  WS-CF-SUCC-AFTER-AMOUNT       PIC S9(09)V99 VALUE ZERO.
002340 77  WS-ACTION-TEXT                    PIC X(40) VALUE SPACES.
002350
002360 01  WS-CONVERSION-TOTALS.
002370     05  WS-CT-CONSOLIDATIONS          PIC 9(09) COMP VALUE ZERO.
002380     05  WS-CT-NOT-YET-EFFECTIVE       PIC 9(09) COMP VALUE ZERO.
002390     05  WS-CT-RECORDS-MOVED           PIC 9(09) COMP VALUE ZERO.
002400     05  WS-CT-RECORDS-RETIRED         PIC 9(09) COMP VALUE ZERO.
002410     05  WS-CT-NOTHING-TO-MOVE         PIC 9(09) COMP VALUE ZERO.
002420     05  WS-CT-NOT-CONVERTED           PIC 9(09) COMP VALUE ZERO.
002430     05  WS-CT-IMAGES-ARCHIVED         PIC 9(09) COMP VALUE ZERO.
002440     05  WS-CT-OLD-BEFORE-COUNT        PIC 9(09) COMP VALUE ZERO.
002450     05  WS-CT-OLD-BEFORE-AMOUNT       PIC S9(13)V99 VALUE ZERO.
002460     05  WS-CT-SUCC-BEFORE-COUNT       PIC 9(09) COMP VALUE ZERO.
002470     05  WS-CT-SUCC-BEFORE-AMOUNT      PIC S9(13)V99 VALUE ZERO.
002480     05  WS-CT-OLD-AFTER-COUNT         PIC 9(09) COMP VALUE ZERO.
002490     05  WS-CT-OLD-AFTER-AMOUNT        PIC S9(13)V99 VALUE ZERO.
002500     05  WS-CT-SUCC-AFTER-COUNT        PIC 9(09) COMP VALUE ZERO.
002510     05  WS-CT-SUCC-AFTER-AMOUNT       PIC S9(13)V99 VALUE ZERO.
002520*----------------------------------------------------------------*
002530*  ARCHIVE TIMESTAMP - RUN DATE AND CLOCK TIME TAKEN ONCE AT     *
002540*  START, THEN A SEQUENCE NUMBER PER IMAGE WRITTEN.              *
002550*----------------------------------------------------------------*
002560 01  WS-CONVERSION-TIMESTAMP.
002570     05  WS-CV-DATE                    PIC 9(08).
002580     05  FILLER                        PIC X(01) VALUE "-".
002590     05  WS-CV-TIME                    PIC 9(08).
002600     05  FILLER                        PIC X(04) VALUE " BCV".
002610     05  WS-CV-SEQUENCE                PIC 9(05) VALUE ZERO.
002620
002630 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
002640 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
002650 77  WS-COUNT-DISPLAY-2                PIC ZZZ,ZZZ,ZZ9.
002660 77  WS-AMOUNT-DISPLAY                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002670 77  WS-AMOUNT-DISPLAY-2               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002680 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
002690*----------------------------------------------------------------*
002700*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE STEP CHECKS     *
002710*  IN AT START AND OUT AT END UNDER ITS PROGRAM NAME.            *
002720*----------------------------------------------------------------*
002730 01  WS-RUN-CONTROL-CALL.
002740     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
002750     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
002760     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
002770     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
002780     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
002790         88  WS-RCL-CHECKED-IN                VALUE "Y".
002800         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
002810*----------------------------------------------------------------*
002820*  PROCEDURE DIVISION                                            *
002830*----------------------------------------------------------------*
002840 PROCEDURE DIVISION.
002850*----------------------------------------------------------------*
002860*  0000-MAINLINE - LOAD THE CONSOLIDATIONS, CONVERT EACH ONE,    *
002870*  REPORT THE TOTALS, CLOSE. RETURN CODE 04 WHEN ANY             *
002880*  CONSOLIDATION COULD NOT BE CONVERTED, 12 ON A FILE FAILURE,   *
002890*  00 OTHERWISE.                                                 *
002900*----------------------------------------------------------------*
002910 0000-MAINLINE.
002920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002930     PERFORM 1020-BEGIN-RUN-CONTROL THRU
002940         1020-BEGIN-RUN-CONTROL-EXIT
002950     IF WS-RCL-NOT-CHECKED-IN
002960         MOVE 12 TO RETURN-CODE
002970         GOBACK
002980     END-IF
002990     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003000     IF NOT WS-ABEND-REQUESTED
003010         MOVE ZERO TO WS-CN-SUB
003020         PERFORM 2000-CONVERT-ONE-CONSOLIDATION THRU
003030             2000-CONVERT-ONE-CONSOLIDATION-EXIT
003040             UNTIL WS-CN-SUB >= WS-CN-ENTRY-COUNT
003050             OR WS-ABEND-REQUESTED
003060     END-IF
003070     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003080     IF WS-ABEND-REQUESTED
003090         MOVE 12 TO RETURN-CODE
003100     ELSE
003110         IF WS-WARNINGS-SEEN
003120             MOVE 04 TO RETURN-CODE
003130         ELSE
003140             MOVE ZERO TO RETURN-CODE
003150         END-IF
003160     END-IF
003170     PERFORM 9900-END-RUN-CONTROL THRU
003180         9900-END-RUN-CONTROL-EXIT
003190     GOBACK.
003200 0000-MAINLINE-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------*
003230*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL        *
003240*  LEDGER (CTLRCL01). A STEP ALREADY COMPLETE FOR THE RUN DATE   *
003250*  WITHOUT A RERUN OVERRIDE, OR A LEDGER FAILURE, STOPS THE      *
003260*  RUN BEFORE ANYTHING IS READ OR WRITTEN.                       *
003270*  THE NIGHT'S RUN DATE IS TAKEN FROM THE LEDGER FIRST (FUNCTION *
003280*  D), SO A STREAM THAT RUNS PAST MIDNIGHT, OR A RERUN THE NEXT  *
003290*  MORNING, IS STILL LEDGERED UNDER THE NIGHT IT BELONGS TO.     *
003300*----------------------------------------------------------------*
003310 1020-BEGIN-RUN-CONTROL.
003320     SET WS-RCL-NOT-CHECKED-IN TO TRUE
003330     MOVE "D" TO WS-RCL-FUNCTION-CODE
003340     MOVE "CTLBCV01" TO WS-RCL-STEP-NAME
003350     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
003360     MOVE ZERO TO WS-RCL-RESULT
003370     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
003380         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
003390     IF WS-RCL-RESULT = ZERO
003400         MOVE "B" TO WS-RCL-FUNCTION-CODE
003410         CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE
003420             WS-RCL-STEP-NAME WS-RUN-DATE WS-RCL-STEP-RETURN-CODE
003430             WS-RCL-RESULT
003440     END-IF
003450     IF WS-RCL-RESULT = ZERO
003460         SET WS-RCL-CHECKED-IN TO TRUE
003470     ELSE
003480         MOVE "CTLBCV01 - RUN CONTROL LEDGER DID NOT RELEASE RUN"
003490             TO WS-ERROR-MESSAGE-LINE
003500         DISPLAY WS-ERROR-MESSAGE-LINE
003510     END-IF.
003520 1020-BEGIN-RUN-CONTROL-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------*
003550*  1000-INITIALIZE - OPEN THE REPORT AND WRITE ITS HEADING, LOAD *
003560*  THE CONSOLIDATIONS FROM BRCHREF, AND OPEN THE MASTER AND THE  *
003570*  ARCHIVE FOR UPDATE. AN ARCHIVE NOT YET CREATED IS CREATED     *
003580*  EMPTY, AS CTLARC01 DOES. ANY OPEN FAILURE STOPS THE RUN.      *
003590*----------------------------------------------------------------*
003600 1000-INITIALIZE.
003610     ACCEPT WS-CV-DATE FROM DATE YYYYMMDD
003620     ACCEPT WS-CV-TIME FROM TIME
003630     OPEN OUTPUT CONSOLIDATION-REPORT-FILE
003640     IF NOT WS-FS-CONSOL-RPT-OK
003650         STRING "CTLBCV01 - CONSOLIDATION REPORT OPEN FAILED - "
003660             "STATUS " WS-FS-CONSOL-RPT
003670             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003680         DISPLAY WS-ERROR-MESSAGE-LINE
003690         SET WS-ABEND-REQUESTED TO TRUE
003700         GO TO 1000-INITIALIZE-EXIT
003710     END-IF
003720     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
003730     STRING "CTLBCV01  BRANCH CONSOLIDATION CONVERSION REPORT"
003740         "   RUN DATE " WS-RUN-DATE
003750         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
003760     WRITE CONSOLIDATION-REPORT-RECORD
003770     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
003780     WRITE CONSOLIDATION-REPORT-RECORD
003790     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
003800     STRING "  OLD KEY  SUCCESSOR  EFFECTIVE  ACTION"
003810         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
003820     WRITE CONSOLIDATION-REPORT-RECORD
003830     OPEN INPUT BRANCH-REFERENCE-FILE
003840     IF NOT WS-FS-BRANCH-REF-OK
003850         STRING "CTLBCV01 - BRANCH REF OPEN FAILED - STATUS "
003860             WS-FS-BRANCH-REF
003870             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003880         DISPLAY WS-ERROR-MESSAGE-LINE
003890         SET WS-ABEND-REQUESTED TO TRUE
003900         GO TO 1000-INITIALIZE-EXIT
003910     END-IF
003920     SET WS-EOF-NO TO TRUE
003930     MOVE LOW-VALUES TO BR-BRANCH-KEY
003940     START BRANCH-REFERENCE-FILE KEY NOT < BR-BRANCH-KEY
003950         INVALID KEY
003960             SET WS-EOF-YES TO TRUE
003970     END-START
003980     PERFORM 1100-LOAD-ONE-BRANCH THRU 1100-LOAD-ONE-BRANCH-EXIT
003990         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
004000     IF WS-ABEND-REQUESTED
004010         GO TO 1000-INITIALIZE-EXIT
004020     END-IF
004030     OPEN I-O CLEANSED-MASTER-FILE
004040     IF NOT WS-FS-CLEANSED-MSTR-OK
004050         STRING "CTLBCV01 - CLEANSED MASTER OPEN FAILED - STATUS "
004060             WS-FS-CLEANSED-MSTR
004070             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004080         DISPLAY WS-ERROR-MESSAGE-LINE
004090         SET WS-ABEND-REQUESTED TO TRUE
004100         GO TO 1000-INITIALIZE-EXIT
004110     END-IF
004120     OPEN I-O AUDIT-ARCHIVE-FILE
004130     IF WS-FS-AUDIT-ARCH-NOT-FOUND
004140         OPEN OUTPUT AUDIT-ARCHIVE-FILE
004150         CLOSE AUDIT-ARCHIVE-FILE
004160         OPEN I-O AUDIT-ARCHIVE-FILE
004170     END-IF
004180     IF NOT WS-FS-AUDIT-ARCH-OK
004190         STRING "CTLBCV01 - AUDIT ARCHIVE OPEN FAILED - STATUS "
004200             WS-FS-AUDIT-ARCH
004210             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004220         DISPLAY WS-ERROR-MESSAGE-LINE
004230         SET WS-ABEND-REQUESTED TO TRUE
004240         GO TO 1000-INITIALIZE-EXIT
004250     END-IF.
004260 1000-INITIALIZE-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------*
004290*  1100-LOAD-ONE-BRANCH - READ THE NEXT BRANCH REFERENCE RECORD  *
004300*  AND TABLE IT WHEN IT IS A CONSOLIDATION WITH A SUCCESSOR AND  *
004310*  A NUMERIC EFFECTIVE DATE. EVERY OTHER BRANCH IS PASSED OVER.  *
004320*----------------------------------------------------------------*
004330 1100-LOAD-ONE-BRANCH.
004340     READ BRANCH-REFERENCE-FILE NEXT RECORD
004350         AT END
004360             SET WS-EOF-YES TO TRUE
004370             GO TO 1100-LOAD-ONE-BRANCH-EXIT
004380     END-READ
004390     IF NOT WS-FS-BRANCH-REF-OK
004400         STRING "CTLBCV01 - BRANCH REF READ FAILED - STATUS "
004410             WS-FS-BRANCH-REF
004420             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004430         DISPLAY WS-ERROR-MESSAGE-LINE
004440         SET WS-ABEND-REQUESTED TO TRUE
004450         GO TO 1100-LOAD-ONE-BRANCH-EXIT
004460     END-IF
004470     IF NOT BR-STATUS-CONSOLIDATED
004480         OR BR-SUCCESSOR-KEY = SPACES
004490         OR BR-CONSOLIDATION-DATE NOT NUMERIC
004500         GO TO 1100-LOAD-ONE-BRANCH-EXIT
004510     END-IF
004520     IF WS-CN-ENTRY-COUNT >= 500
004530         IF NOT WS-CN-OVERFLOW
004540             SET WS-CN-OVERFLOW TO TRUE
004550             SET WS-WARNINGS-SEEN TO TRUE
004560         END-IF
004570         GO TO 1100-LOAD-ONE-BRANCH-EXIT
004580     END-IF
004590     ADD 1 TO WS-CN-ENTRY-COUNT
004600     MOVE BR-BRANCH-KEY TO WS-CN-KEY-CONTROL (WS-CN-ENTRY-COUNT)
004610     MOVE BR-SUCCESSOR-KEY
004620         TO WS-CN-SUCCESSOR-KEY (WS-CN-ENTRY-COUNT)
004630     MOVE BR-CONSOLIDATION-DATE
004640         TO WS-CN-EFFECTIVE-DATE (WS-CN-ENTRY-COUNT).
004650 1100-LOAD-ONE-BRANCH-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------*
004680*  2000-CONVERT-ONE-CONSOLIDATION - ONE TABLED CONSOLIDATION:    *
004690*  RESOLVE THE SUCCESSOR, READ BOTH MASTER RECORDS, MOVE OR      *
004700*  RETIRE THE OLD KEY'S RECORD, AND REPORT THE BEFORE AND AFTER  *
004710*  FIGURES.                                                      *
004720*----------------------------------------------------------------*
004730 2000-CONVERT-ONE-CONSOLIDATION.
004740     ADD 1 TO WS-CN-SUB
004750     ADD 1 TO WS-CT-CONSOLIDATIONS
004760     MOVE WS-CN-SUCCESSOR-KEY (WS-CN-SUB) TO WS-REMAP-KEY
004770     IF WS-CN-EFFECTIVE-DATE (WS-CN-SUB) > WS-RUN-DATE
004780         ADD 1 TO WS-CT-NOT-YET-EFFECTIVE
004790         MOVE "NOT YET EFFECTIVE - NO CHANGE" TO WS-ACTION-TEXT
004800         PERFORM 2900-WRITE-ACTION-LINE THRU
004810             2900-WRITE-ACTION-LINE-EXIT
004820         GO TO 2000-CONVERT-ONE-CONSOLIDATION-EXIT
004830     END-IF
004840     PERFORM 2100-RESOLVE-SUCCESSOR THRU
004850         2100-RESOLVE-SUCCESSOR-EXIT
004860     IF WS-ABEND-REQUESTED
004870         GO TO 2000-CONVERT-ONE-CONSOLIDATION-EXIT
004880     END-IF
004890     IF WS-ACTION-TEXT NOT = SPACES
004900         ADD 1 TO WS-CT-NOT-CONVERTED
004910         SET WS-WARNINGS-SEEN TO TRUE
004920         PERFORM 2900-WRITE-ACTION-LINE THRU
004930             2900-WRITE-ACTION-LINE-EXIT
004940         GO TO 2000-CONVERT-ONE-CONSOLIDATION-EXIT
004950     END-IF
004960     PERFORM 2200-READ-BOTH-MASTERS THRU
004970         2200-READ-BOTH-MASTERS-EXIT
004980     IF WS-ABEND-REQUESTED
004990         GO TO 2000-CONVERT-ONE-CONSOLIDATION-EXIT
005000     END-IF
005010     MOVE WS-CF-OLD-BEFORE-COUNT TO WS-CF-OLD-AFTER-COUNT
005020     MOVE WS-CF-OLD-BEFORE-AMOUNT TO WS-CF-OLD-AFTER-AMOUNT
005030     MOVE WS-CF-SUCC-BEFORE-COUNT TO WS-CF-SUCC-AFTER-COUNT
005040     MOVE WS-CF-SUCC-BEFORE-AMOUNT TO WS-CF-SUCC-AFTER-AMOUNT
005050     IF WS-CF-OLD-BEFORE-COUNT = ZERO
005060         ADD 1 TO WS-CT-NOTHING-TO-MOVE
005070         MOVE "NOTHING TO MOVE" TO WS-ACTION-TEXT
005080     ELSE
005090         IF WS-CF-SUCC-BEFORE-COUNT = ZERO
005100             PERFORM 2300-MOVE-OLD-RECORD THRU
005110                 2300-MOVE-OLD-RECORD-EXIT
005120         ELSE
005130             MOVE "RETIRED - SUCCESSOR ALREADY ON MASTER"
005140                 TO WS-ACTION-TEXT
005150         END-IF
005160         IF NOT WS-ABEND-REQUESTED
005170             PERFORM 2400-RETIRE-OLD-RECORD THRU
005180                 2400-RETIRE-OLD-RECORD-EXIT
005190         END-IF
005200     END-IF
005210     IF WS-ABEND-REQUESTED
005220         GO TO 2000-CONVERT-ONE-CONSOLIDATION-EXIT
005230     END-IF
005240     ADD WS-CF-OLD-BEFORE-COUNT TO WS-CT-OLD-BEFORE-COUNT
005250     ADD WS-CF-OLD-BEFORE-AMOUNT TO WS-CT-OLD-BEFORE-AMOUNT
005260     ADD WS-CF-SUCC-BEFORE-COUNT TO WS-CT-SUCC-BEFORE-COUNT
005270     ADD WS-CF-SUCC-BEFORE-AMOUNT TO WS-CT-SUCC-BEFORE-AMOUNT
005280     ADD WS-CF-OLD-AFTER-COUNT TO WS-CT-OLD-AFTER-COUNT
005290     ADD WS-CF-OLD-AFTER-AMOUNT TO WS-CT-OLD-AFTER-AMOUNT
005300     ADD WS-CF-SUCC-AFTER-COUNT TO WS-CT-SUCC-AFTER-COUNT
005310     ADD WS-CF-SUCC-AFTER-AMOUNT TO WS-CT-SUCC-AFTER-AMOUNT
005320     PERFORM 2900-WRITE-ACTION-LINE THRU
005330         2900-WRITE-ACTION-LINE-EXIT
005340     PERFORM 2950-WRITE-FIGURE-LINES THRU
005350         2950-WRITE-FIGURE-LINES-EXIT.
005360 2000-CONVERT-ONE-CONSOLIDATION-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------*
005390*  2100-RESOLVE-SUCCESSOR - READ THE SUCCESSOR ON BRCHREF AND    *
005400*  FOLLOW IT THROUGH ANY LATER MERGE OF ITS OWN. A SUCCESSOR NOT *
005410*  ON FILE, OR A CHAIN THAT COMES BACK TO THE OLD KEY, LEAVES    *
005420*  THE REASON IN WS-ACTION-TEXT; OTHERWISE IT IS LEFT BLANK AND  *
005430*  WS-REMAP-KEY HOLDS THE KEY THE RECORD MOVES TO.               *
005440*----------------------------------------------------------------*
005450 2100-RESOLVE-SUCCESSOR.
005460     MOVE SPACES TO WS-ACTION-TEXT
005470     MOVE WS-REMAP-KEY TO BR-BRANCH-KEY
005480     PERFORM 2150-READ-BRANCH THRU 2150-READ-BRANCH-EXIT
005490     IF WS-ABEND-REQUESTED
005500         GO TO 2100-RESOLVE-SUCCESSOR-EXIT
005510     END-IF
005520     IF WS-KEY-NOT-FOUND
005530         MOVE "NOT CONVERTED - SUCCESSOR NOT ON BRCHREF"
005540             TO WS-ACTION-TEXT
005550         GO TO 2100-RESOLVE-SUCCESSOR-EXIT
005560     END-IF
005570     MOVE ZERO TO WS-REMAP-HOPS
005580     SET WS-REMAP-CHAIN-CONTINUES TO TRUE
005590     PERFORM 2110-FOLLOW-ONE-MERGE THRU
005600         2110-FOLLOW-ONE-MERGE-EXIT
005610         UNTIL WS-REMAP-CHAIN-ENDED
005620     IF WS-ABEND-REQUESTED
005630         GO TO 2100-RESOLVE-SUCCESSOR-EXIT
005640     END-IF
005650     IF WS-REMAP-KEY = WS-CN-KEY-CONTROL (WS-CN-SUB)
005660         MOVE "NOT CONVERTED - CHAIN LEADS BACK TO OLD KEY"
005670             TO WS-ACTION-TEXT
005680     END-IF.
005690 2100-RESOLVE-SUCCESSOR-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------*
005720*  2110-FOLLOW-ONE-MERGE - ONE STEP ALONG THE CHAIN. THE BRANCH  *
005730*  IN THE RECORD AREA MUST BE A CONSOLIDATION IN EFFECT ON THE   *
005740*  RUN DATE WITH A SUCCESSOR ON FILE; OTHERWISE THE CHAIN ENDS   *
005750*  AT IT.                                                        *
005760*----------------------------------------------------------------*
005770 2110-FOLLOW-ONE-MERGE.
005780     IF WS-REMAP-HOPS >= 9
005790         OR NOT BR-STATUS-CONSOLIDATED
005800         OR BR-SUCCESSOR-KEY = SPACES
005810         OR BR-CONSOLIDATION-DATE NOT NUMERIC
005820         SET WS-REMAP-CHAIN-ENDED TO TRUE
005830         GO TO 2110-FOLLOW-ONE-MERGE-EXIT
005840     END-IF
005850     IF BR-CONSOLIDATION-DATE > WS-RUN-DATE
005860         SET WS-REMAP-CHAIN-ENDED TO TRUE
005870         GO TO 2110-FOLLOW-ONE-MERGE-EXIT
005880     END-IF
005890     MOVE BR-SUCCESSOR-KEY TO BR-BRANCH-KEY
005900     PERFORM 2150-READ-BRANCH THRU 2150-READ-BRANCH-EXIT
005910     IF WS-ABEND-REQUESTED OR WS-KEY-NOT-FOUND
005920         SET WS-REMAP-CHAIN-ENDED TO TRUE
005930         GO TO 2110-FOLLOW-ONE-MERGE-EXIT
005940     END-IF
005950     MOVE BR-BRANCH-KEY TO WS-REMAP-KEY
005960     ADD 1 TO WS-REMAP-HOPS.
005970 2110-FOLLOW-ONE-MERGE-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------*
006000*  2150-READ-BRANCH - RANDOM READ OF BRCHREF ON BR-BRANCH-KEY. A *
006010*  MISS SETS WS-KEY-NOT-FOUND; ANY OTHER NON-ZERO STATUS STOPS   *
006020*  THE RUN.                                                      *
006030*----------------------------------------------------------------*
006040 2150-READ-BRANCH.
006050     SET WS-KEY-FOUND TO TRUE
006060     READ BRANCH-REFERENCE-FILE
006070         INVALID KEY
006080             SET WS-KEY-NOT-FOUND TO TRUE
006090     END-READ
006100     IF WS-KEY-NOT-FOUND
006110         AND NOT WS-FS-BRANCH-REF-NOT-FOUND
006120         STRING "CTLBCV01 - BRANCH REF READ FAILED - STATUS "
006130             WS-FS-BRANCH-REF
006140             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006150         DISPLAY WS-ERROR-MESSAGE-LINE
006160         SET WS-ABEND-REQUESTED TO TRUE
006170     END-IF.
006180 2150-READ-BRANCH-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------*
006210*  2200-READ-BOTH-MASTERS - READ THE OLD KEY'S AND THE           *
006220*  SUCCESSOR'S CLNMSTR RECORDS INTO THEIR IMAGES AND TAKE THE    *
006230*  BEFORE FIGURES.                                               *
006240*----------------------------------------------------------------*
006250 2200-READ-BOTH-MASTERS.
006260     MOVE ZERO TO WS-CF-OLD-BEFORE-COUNT
006270     MOVE ZERO TO WS-CF-OLD-BEFORE-AMOUNT
006280     MOVE ZERO TO WS-CF-SUCC-BEFORE-COUNT
006290     MOVE ZERO TO WS-CF-SUCC-BEFORE-AMOUNT
006300     MOVE WS-CN-KEY-CONTROL (WS-CN-SUB) TO CM-KEY-CONTROL
006310     PERFORM 2250-READ-MASTER THRU 2250-READ-MASTER-EXIT
006320     IF WS-ABEND-REQUESTED
006330         GO TO 2200-READ-BOTH-MASTERS-EXIT
006340     END-IF
006350     IF WS-KEY-FOUND
006360         MOVE CLEANSED-MASTER-RECORD TO WS-OLD-IMAGE
006370         MOVE 1 TO WS-CF-OLD-BEFORE-COUNT
006380         MOVE WS-OI-TRANSACTION-AMOUNT TO WS-CF-OLD-BEFORE-AMOUNT
006390     END-IF
006400     MOVE WS-REMAP-KEY TO CM-KEY-CONTROL
006410     PERFORM 2250-READ-MASTER THRU 2250-READ-MASTER-EXIT
006420     IF WS-ABEND-REQUESTED
006430         GO TO 2200-READ-BOTH-MASTERS-EXIT
006440     END-IF
006450     IF WS-KEY-FOUND
006460         MOVE CLEANSED-MASTER-RECORD TO WS-SUCCESSOR-IMAGE
006470         MOVE 1 TO WS-CF-SUCC-BEFORE-COUNT
006480         MOVE WS-SI-TRANSACTION-AMOUNT TO WS-CF-SUCC-BEFORE-AMOUNT
006490     END-IF.
006500 2200-READ-BOTH-MASTERS-EXIT.
006510     EXIT.
006520*----------------------------------------------------------------*
006530*  2250-READ-MASTER - RANDOM READ OF CLNMSTR ON CM-KEY-CONTROL.  *
006540*  A MISS SETS WS-KEY-NOT-FOUND; ANY OTHER NON-ZERO STATUS STOPS *
006550*  THE RUN.                                                      *
006560*----------------------------------------------------------------*
006570 2250-READ-MASTER.
006580     SET WS-KEY-FOUND TO TRUE
006590     READ CLEANSED-MASTER-FILE
006600         INVALID KEY
006610             SET WS-KEY-NOT-FOUND TO TRUE
006620     END-READ
006630     IF WS-KEY-NOT-FOUND
006640         AND NOT WS-FS-CLEANSED-MSTR-NOT-FOUND
006650         STRING "CTLBCV01 - CLEANSED MASTER READ FAILED - STATUS "
006660             WS-FS-CLEANSED-MSTR
006670             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006680         DISPLAY WS-ERROR-MESSAGE-LINE
006690         SET WS-ABEND-REQUESTED TO TRUE
006700     END-IF.
006710 2250-READ-MASTER-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------*
006740*  2300-MOVE-OLD-RECORD - THE SUCCESSOR HAS NO MASTER RECORD:    *
006750*  WRITE THE OLD KEY'S RECORD UNDER THE SUCCESSOR KEY AND        *
006760*  ARCHIVE THE MOVE WITH THE RECORD'S OWN USER-ID. THE OLD       *
006770*  RECORD IS DELETED BY 2400.                                    *
006780*----------------------------------------------------------------*
006790 2300-MOVE-OLD-RECORD.
006800     MOVE WS-OLD-IMAGE TO CLEANSED-MASTER-RECORD
006810     MOVE WS-REMAP-KEY TO CM-KEY-CONTROL
006820     WRITE CLEANSED-MASTER-RECORD
006830         INVALID KEY
006840             STRING "CTLBCV01 - CLEANSED MASTER WRITE FAILED - "
006850                 "STATUS " WS-FS-CLEANSED-MSTR " KEY "
006860                 WS-REMAP-KEY
006870                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006880             DISPLAY WS-ERROR-MESSAGE-LINE
006890             SET WS-ABEND-REQUESTED TO TRUE
006900             GO TO 2300-MOVE-OLD-RECORD-EXIT
006910     END-WRITE
006920     ADD 1 TO WS-CT-RECORDS-MOVED
006930     MOVE 1 TO WS-CF-SUCC-AFTER-COUNT
006940     MOVE WS-CF-OLD-BEFORE-AMOUNT TO WS-CF-SUCC-AFTER-AMOUNT
006950     MOVE "MOVED TO SUCCESSOR" TO WS-ACTION-TEXT
006960     MOVE SPACES TO AUDIT-ARCHIVE-RECORD
006970     MOVE WS-REMAP-KEY TO AA-KEY-CONTROL
006980     MOVE WS-OI-KEY-CONTROL TO AA-BEFORE-KEY-CONTROL
006990     MOVE WS-OI-CUSTOMER-NAME TO AA-BEFORE-CUSTOMER-NAME
007000     MOVE WS-OI-CUSTOMER-ADDRESS TO AA-BEFORE-ADDRESS
007010     MOVE WS-REMAP-KEY TO AA-AFTER-KEY-CONTROL
007020     MOVE WS-OI-CUSTOMER-NAME TO AA-AFTER-CUSTOMER-NAME
007030     MOVE WS-OI-CUSTOMER-ADDRESS TO AA-AFTER-ADDRESS
007040     MOVE WS-OI-TRANSACTION-AMOUNT TO AA-TRANSACTION-AMOUNT
007050     MOVE WS-OI-TRANSACTION-TYPE TO AA-TRANSACTION-TYPE
007060     MOVE WS-OI-USER-ID TO AA-USER-ID
007070     PERFORM 2500-WRITE-ARCHIVE-IMAGE THRU
007080         2500-WRITE-ARCHIVE-IMAGE-EXIT.
007090 2300-MOVE-OLD-RECORD-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------*
007120*  2400-RETIRE-OLD-RECORD - DELETE THE OLD KEY'S MASTER RECORD   *
007130*  AND ARCHIVE A RETIRING IMAGE UNDER THE OLD KEY WITH NO AFTER  *
007140*  KEY AND NO AMOUNT.                                            *
007150*----------------------------------------------------------------*
007160 2400-RETIRE-OLD-RECORD.
007170     MOVE WS-OI-KEY-CONTROL TO CM-KEY-CONTROL
007180     DELETE CLEANSED-MASTER-FILE RECORD
007190         INVALID KEY
007200             STRING "CTLBCV01 - CLEANSED MASTER DELETE FAILED - "
007210                 "STATUS " WS-FS-CLEANSED-MSTR " KEY "
007220                 WS-OI-KEY-CONTROL
007230                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007240             DISPLAY WS-ERROR-MESSAGE-LINE
007250             SET WS-ABEND-REQUESTED TO TRUE
007260             GO TO 2400-RETIRE-OLD-RECORD-EXIT
007270     END-DELETE
007280     ADD 1 TO WS-CT-RECORDS-RETIRED
007290     MOVE ZERO TO WS-CF-OLD-AFTER-COUNT
007300     MOVE ZERO TO WS-CF-OLD-AFTER-AMOUNT
007310     MOVE SPACES TO AUDIT-ARCHIVE-RECORD
007320     MOVE WS-OI-KEY-CONTROL TO AA-KEY-CONTROL
007330     MOVE WS-OI-KEY-CONTROL TO AA-BEFORE-KEY-CONTROL
007340     MOVE WS-OI-CUSTOMER-NAME TO AA-BEFORE-CUSTOMER-NAME
007350     MOVE WS-OI-CUSTOMER-ADDRESS TO AA-BEFORE-ADDRESS
007360     MOVE ZERO TO AA-TRANSACTION-AMOUNT
007370     MOVE WS-OI-USER-ID TO AA-USER-ID
007380     PERFORM 2500-WRITE-ARCHIVE-IMAGE THRU
007390         2500-WRITE-ARCHIVE-IMAGE-EXIT.
007400 2400-RETIRE-OLD-RECORD-EXIT.
007410     EXIT.
007420*----------------------------------------------------------------*
007430*  2500-WRITE-ARCHIVE-IMAGE - STAMP THE IMAGE BUILT BY THE       *
007440*  CALLER WITH THE NEXT CONVERSION TIMESTAMP, THE RUN DATE AND   *
007450*  DISPOSITION C, AND WRITE IT TO AUDTARCH. THE USER-ID IS THE   *
007460*  MASTER RECORD'S OWN, SET BY THE CALLER, SO CTLCRB01 REBUILDS  *
007470*  A MOVED RECORD EXACTLY AS IT STANDS ON CLNMSTR; DISPOSITION C *
007480*  AND THE BCV TIMESTAMP SUFFIX MARK THE IMAGE AS CONVERSION     *
007490*  OUTPUT.                                                       *
007500*----------------------------------------------------------------*
007510 2500-WRITE-ARCHIVE-IMAGE.
007520     ADD 1 TO WS-CV-SEQUENCE
007530     MOVE WS-CONVERSION-TIMESTAMP TO AA-TIMESTAMP
007540     MOVE WS-RUN-DATE TO AA-RUN-DATE
007550     SET AA-DISPOSITION-CONVERSION TO TRUE
007560     WRITE AUDIT-ARCHIVE-RECORD
007570         INVALID KEY
007580             STRING "CTLBCV01 - ARCHIVE WRITE FAILED - STATUS "
007590                 WS-FS-AUDIT-ARCH " KEY " AA-KEY-CONTROL
007600                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007610             DISPLAY WS-ERROR-MESSAGE-LINE
007620             SET WS-ABEND-REQUESTED TO TRUE
007630             GO TO 2500-WRITE-ARCHIVE-IMAGE-EXIT
007640     END-WRITE
007650     ADD 1 TO WS-CT-IMAGES-ARCHIVED.
007660 2500-WRITE-ARCHIVE-IMAGE-EXIT.
007670     EXIT.
007680*----------------------------------------------------------------*
007690*  2900-WRITE-ACTION-LINE - OLD KEY, SUCCESSOR (THE END OF THE   *
007700*  CHAIN WHEN ONE WAS FOLLOWED), EFFECTIVE DATE AND ACTION.      *
007710*----------------------------------------------------------------*
007720 2900-WRITE-ACTION-LINE.
007730     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
007740     STRING "  " WS-CN-KEY-CONTROL (WS-CN-SUB)
007750         "   " WS-REMAP-KEY
007760         "     " WS-CN-EFFECTIVE-DATE (WS-CN-SUB)
007770         "   " WS-ACTION-TEXT
007780         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
007790     WRITE CONSOLIDATION-REPORT-RECORD.
007800 2900-WRITE-ACTION-LINE-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------*
007830*  2950-WRITE-FIGURE-LINES - RECORDS AND AMOUNT UNDER THE OLD    *
007840*  KEY AND THE SUCCESSOR, BEFORE AND AFTER.                      *
007850*----------------------------------------------------------------*
007860 2950-WRITE-FIGURE-LINES.
007870     MOVE WS-CF-OLD-BEFORE-COUNT TO WS-COUNT-DISPLAY
007880     MOVE WS-CF-OLD-BEFORE-AMOUNT TO WS-AMOUNT-DISPLAY
007890     MOVE WS-CF-SUCC-BEFORE-COUNT TO WS-COUNT-DISPLAY-2
007900     MOVE WS-CF-SUCC-BEFORE-AMOUNT TO WS-AMOUNT-DISPLAY-2
007910     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
007920     STRING "             BEFORE  OLD KEY " WS-COUNT-DISPLAY
007930         " " WS-AMOUNT-DISPLAY
007940         "   SUCCESSOR " WS-COUNT-DISPLAY-2
007950         " " WS-AMOUNT-DISPLAY-2
007960         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
007970     WRITE CONSOLIDATION-REPORT-RECORD
007980     MOVE WS-CF-OLD-AFTER-COUNT TO WS-COUNT-DISPLAY
007990     MOVE WS-CF-OLD-AFTER-AMOUNT TO WS-AMOUNT-DISPLAY
008000     MOVE WS-CF-SUCC-AFTER-COUNT TO WS-COUNT-DISPLAY-2
008010     MOVE WS-CF-SUCC-AFTER-AMOUNT TO WS-AMOUNT-DISPLAY-2
008020     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008030     STRING "             AFTER   OLD KEY " WS-COUNT-DISPLAY
008040         " " WS-AMOUNT-DISPLAY
008050         "   SUCCESSOR " WS-COUNT-DISPLAY-2
008060         " " WS-AMOUNT-DISPLAY-2
008070         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008080     WRITE CONSOLIDATION-REPORT-RECORD.
008090 2950-WRITE-FIGURE-LINES-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------*
008120*  9000-TERMINATE - RUN TOTALS AND CLOSE.                        *
008130*----------------------------------------------------------------*
008140 9000-TERMINATE.
008150     IF NOT WS-ABEND-REQUESTED
008160         PERFORM 9100-WRITE-TOTALS THRU 9100-WRITE-TOTALS-EXIT
008170     END-IF
008180     CLOSE BRANCH-REFERENCE-FILE
008190     CLOSE CLEANSED-MASTER-FILE
008200     CLOSE AUDIT-ARCHIVE-FILE
008210     CLOSE CONSOLIDATION-REPORT-FILE.
008220 9000-TERMINATE-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------*
008250*  9100-WRITE-TOTALS - ACTION COUNTS, THEN RECORDS AND AMOUNT    *
008260*  UNDER THE OLD KEYS AND THE SUCCESSORS BEFORE AND AFTER, FOR   *
008270*  EVERY CONSOLIDATION THAT WAS CONVERTED OR HAD NOTHING TO MOVE.*
008280*----------------------------------------------------------------*
008290 9100-WRITE-TOTALS.
008300     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008310     IF WS-CN-ENTRY-COUNT = ZERO
008320         MOVE "  NO CONSOLIDATED BRANCHES ON BRCHREF"
008330             TO CONSOLIDATION-REPORT-RECORD
008340     END-IF
008350     WRITE CONSOLIDATION-REPORT-RECORD
008360     IF WS-CN-OVERFLOW
008370         MOVE "CONSOLIDATION TABLE FULL - RERUN FOR THE REST"
008380             TO CONSOLIDATION-REPORT-RECORD
008390         WRITE CONSOLIDATION-REPORT-RECORD
008400     END-IF
008410     MOVE WS-CT-CONSOLIDATIONS TO WS-COUNT-DISPLAY
008420     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008430     STRING "CONSOLIDATIONS READ      " WS-COUNT-DISPLAY
008440         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008450     WRITE CONSOLIDATION-REPORT-RECORD
008460     MOVE WS-CT-NOT-YET-EFFECTIVE TO WS-COUNT-DISPLAY
008470     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008480     STRING "NOT YET EFFECTIVE        " WS-COUNT-DISPLAY
008490         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008500     WRITE CONSOLIDATION-REPORT-RECORD
008510     MOVE WS-CT-RECORDS-MOVED TO WS-COUNT-DISPLAY
008520     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008530     STRING "RECORDS MOVED            " WS-COUNT-DISPLAY
008540         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008550     WRITE CONSOLIDATION-REPORT-RECORD
008560     MOVE WS-CT-RECORDS-RETIRED TO WS-COUNT-DISPLAY
008570     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008580     STRING "OLD RECORDS DELETED      " WS-COUNT-DISPLAY
008590         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008600     WRITE CONSOLIDATION-REPORT-RECORD
008610     MOVE WS-CT-NOTHING-TO-MOVE TO WS-COUNT-DISPLAY
008620     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008630     STRING "NOTHING TO MOVE          " WS-COUNT-DISPLAY
008640         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008650     WRITE CONSOLIDATION-REPORT-RECORD
008660     MOVE WS-CT-NOT-CONVERTED TO WS-COUNT-DISPLAY
008670     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008680     STRING "NOT CONVERTED            " WS-COUNT-DISPLAY
008690         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008700     WRITE CONSOLIDATION-REPORT-RECORD
008710     MOVE WS-CT-IMAGES-ARCHIVED TO WS-COUNT-DISPLAY
008720     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008730     STRING "ARCHIVE IMAGES WRITTEN   " WS-COUNT-DISPLAY
008740         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008750     WRITE CONSOLIDATION-REPORT-RECORD
008760     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008770     WRITE CONSOLIDATION-REPORT-RECORD
008780     MOVE WS-CT-OLD-BEFORE-COUNT TO WS-COUNT-DISPLAY
008790     MOVE WS-CT-OLD-BEFORE-AMOUNT TO WS-AMOUNT-DISPLAY
008800     MOVE WS-CT-SUCC-BEFORE-COUNT TO WS-COUNT-DISPLAY-2
008810     MOVE WS-CT-SUCC-BEFORE-AMOUNT TO WS-AMOUNT-DISPLAY-2
008820     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008830     STRING "TOTAL BEFORE  OLD KEYS " WS-COUNT-DISPLAY
008840         " " WS-AMOUNT-DISPLAY
008850         "   SUCCESSORS " WS-COUNT-DISPLAY-2
008860         " " WS-AMOUNT-DISPLAY-2
008870         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008880     WRITE CONSOLIDATION-REPORT-RECORD
008890     MOVE WS-CT-OLD-AFTER-COUNT TO WS-COUNT-DISPLAY
008900     MOVE WS-CT-OLD-AFTER-AMOUNT TO WS-AMOUNT-DISPLAY
008910     MOVE WS-CT-SUCC-AFTER-COUNT TO WS-COUNT-DISPLAY-2
008920     MOVE WS-CT-SUCC-AFTER-AMOUNT TO WS-AMOUNT-DISPLAY-2
008930     MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
008940     STRING "TOTAL AFTER   OLD KEYS " WS-COUNT-DISPLAY
008950         " " WS-AMOUNT-DISPLAY
008960         "   SUCCESSORS " WS-COUNT-DISPLAY-2
008970         " " WS-AMOUNT-DISPLAY-2
008980         DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
008990     WRITE CONSOLIDATION-REPORT-RECORD.
009000 9100-WRITE-TOTALS-EXIT.
009010     EXIT.
009020*----------------------------------------------------------------*
009030*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
009040*  WITH THE STEP RETURN CODE (12 AND UP RECORDS THE STEP AS      *
009050*  FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). THE RETURN   *
009060*  CODE IS PUT BACK AFTER THE CALL; A LEDGER THAT CANNOT RECORD  *
009070*  THE END RAISES IT TO 12 SO THE CHAIN STOPS.                   *
009080*----------------------------------------------------------------*
009090 9900-END-RUN-CONTROL.
009100     IF WS-RCL-NOT-CHECKED-IN
009110         GO TO 9900-END-RUN-CONTROL-EXIT
009120     END-IF
009130     MOVE RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
009140     MOVE "E" TO WS-RCL-FUNCTION-CODE
009150     MOVE ZERO TO WS-RCL-RESULT
009160     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
009170         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
009180     SET WS-RCL-NOT-CHECKED-IN TO TRUE
009190     MOVE WS-RCL-STEP-RETURN-CODE TO RETURN-CODE
009200     IF WS-RCL-RESULT NOT = ZERO
009210         MOVE "CTLBCV01 - RUN CONTROL LEDGER END NOT RECORDED"
009220             TO WS-ERROR-MESSAGE-LINE
009230         DISPLAY WS-ERROR-MESSAGE-LINE
009240         MOVE 12 TO RETURN-CODE
009250     END-IF.
009260 9900-END-RUN-CONTROL-EXIT.
009270     EXIT.
