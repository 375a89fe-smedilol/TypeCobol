000270*  LEAVE THAT FIELD AS IT STANDS. A DEACTIVATION SETS THE        *
000280*  BRANCH STATUS TO I AND TOUCHES NOTHING ELSE; AN ADD ALWAYS    *
000290*  CREATES THE BRANCH ACTIVE.                                    *
000300*                                                                *
000310*  A CONSOLIDATION (ACTION M) CLOSES A BRANCH MERGED INTO        *
000320*  ANOTHER: IT SETS THE STATUS TO M AND RECORDS THE SUCCESSOR    *
000330*  KEY AND THE EFFECTIVE DATE (BLANK MEANS TODAY). FROM THAT     *
000340*  DATE CTLSRT01 AND CTLPGM01 POST TRANSACTIONS STILL ARRIVING   *
000350*  UNDER THE OLD KEY TO THE SUCCESSOR, CTLBCV01 MOVES THE OLD    *
000360*  KEY'S CUSTOMERS ON CLNMSTR ACROSS, AND CTLRGN01 ROLLS THE OLD *
000370*  KEY UP UNDER THE SUCCESSOR'S REGION. THE SUCCESSOR MUST BE ON *
000380*  FILE AND ACTIVE, SO A CHAIN OF MERGES CAN NEVER LOOP BACK ON  *
000390*  ITSELF; A BRANCH ALREADY CONSOLIDATED MAY BE RE-POINTED BY A  *
000400*  SECOND M TRANSACTION BUT NOT DEACTIVATED.                     *
000410*----------------------------------------------------------------*
000420*  MODIFICATION HISTORY                                          *
000430*----------------------------------------------------------------*
000440*  DATE      INIT  DESCRIPTION                                   *
000450*  09/02/26  RLM   ORIGINAL PROGRAM                              *
000460*  10/15/26  RLM   NEW ACTION M CONSOLIDATES A BRANCH INTO       *
000470*                  A SUCCESSOR FROM AN EFFECTIVE DATE; BRCHREF   *
000480*                  CARRIES THE SUCCESSOR KEY AND DATE, STATUS M, *
000490*                  AND THE AUDIT IMAGES CARRY BOTH. A            *
000500*                  CONSOLIDATED BRANCH CANNOT BE DEACTIVATED     *
000510*----------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-3090.
000550 OBJECT-COMPUTER. IBM-3090.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT BRANCH-MAINT-TRANS-FILE ASSIGN TO BRCHTRAN
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-FS-MAINT-TRANS.
000620     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS BR-BRANCH-KEY
000660         FILE STATUS IS WS-FS-BRANCH-REF.
000670     SELECT MAINT-REPORT-FILE ASSIGN TO BRMRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS WS-FS-MAINT-RPT.
000710     SELECT MAINT-AUDIT-FILE ASSIGN TO BRMAUDIT
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-FS-MAINT-AUDIT.
000750 DATA DIVISION.
000760 FILE SECTION.
000770*----------------------------------------------------------------*
000780*  BRANCH-MAINT-TRANS-FILE - ONE MAINTENANCE TRANSACTION PER     *
000790*  RECORD FROM THE DATA CONTROL GROUP: ACTION A (ADD), C         *
000800*  (CHANGE), D (DEACTIVATE), OR M (CONSOLIDATE), THE BRANCH KEY, *
000810*  AND THE NAME AND REGION TO APPLY - OR, FOR M, THE SUCCESSOR   *
000820*  KEY AND EFFECTIVE DATE (YYYYMMDD). THE USER-ID IS CARRIED     *
000830*  ONTO THE AUDIT IMAGE SO COMPLIANCE CAN SEE WHO ASKED FOR THE  *
000840*  CHANGE.                                                       *
000850*----------------------------------------------------------------*
000860 FD  BRANCH-MAINT-TRANS-FILE
000870     RECORDING MODE IS F.
000880 01  BRANCH-MAINT-TRANS-RECORD.
000890     05  BRT-ACTION-CODE              PIC X(01).
000900         88  BRT-ACTION-ADD                   VALUE "A".
000910         88  BRT-ACTION-CHANGE                VALUE "C".
000920         88  BRT-ACTION-DEACTIVATE            VALUE "D".
000930         88  BRT-ACTION-CONSOLIDATE           VALUE "M".
000940     05  BRT-BRANCH-KEY               PIC X(06).
000950     05  BRT-BRANCH-NAME              PIC X(30).
000960     05  BRT-BRANCH-REGION-CODE       PIC X(03).
000970     05  BRT-USER-ID                  PIC X(08).
000980     05  BRT-SUCCESSOR-KEY            PIC X(06).
000990     05  BRT-EFFECTIVE-DATE           PIC X(08).
001000     05  FILLER                       PIC X(18).
001010*----------------------------------------------------------------*
001020*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS READ BY CTLPGM01. A    *
001030*  CONSOLIDATED BRANCH (STATUS M) CARRIES ITS SUCCESSOR'S KEY    *
001040*  AND THE DATE THE MERGE TAKES EFFECT; BOTH ARE BLANK/ZERO ON   *
001050*  EVERY OTHER BRANCH.                                           *
001060*----------------------------------------------------------------*
001070 FD  BRANCH-REFERENCE-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  BRANCH-REFERENCE-RECORD.
001100     05  BR-BRANCH-KEY                PIC X(06).
001110     05  BR-BRANCH-NAME               PIC X(30).
001120     05  BR-BRANCH-REGION-CODE        PIC X(03).
001130     05  BR-BRANCH-STATUS             PIC X(01).
001140         88  BR-STATUS-ACTIVE                 VALUE "A".
001150         88  BR-STATUS-INACTIVE               VALUE "I".
001160         88  BR-STATUS-CONSOLIDATED           VALUE "M".
001170     05  BR-SUCCESSOR-KEY             PIC X(06).
001180     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001190     05  FILLER                       PIC X(26).
001200 FD  MAINT-REPORT-FILE
001210     RECORDING MODE IS F.
001220 01  MAINT-REPORT-RECORD               PIC X(132).
001230*----------------------------------------------------------------*
001240*  MAINT-AUDIT-FILE - BEFORE/AFTER IMAGE OF EVERY BRANCH RECORD  *
001250*  THIS RUN APPLIED, WITH TIMESTAMP, USER-ID, AND THE ACTION     *
001260*  CODE, FOR THE SAME WHO-CHANGED-THIS-AND-WHEN TRACEABILITY     *
001270*  CTLPGM01 KEEPS ON ITS OWN AUDIT TRAIL. AN ADD CARRIES A       *
001280*  BLANK BEFORE IMAGE. EACH IMAGE ENDS WITH THE SUCCESSOR KEY    *
001290*  AND CONSOLIDATION DATE, SO A MERGE OR A RE-POINTED MERGE      *
001300*  SHOWS WHERE THE KEY WENT AND FROM WHEN.                       *
001310*----------------------------------------------------------------*
001320 FD  MAINT-AUDIT-FILE
001330     RECORDING MODE IS F.
001340 01  MAINT-AUDIT-RECORD.
001350     05  BA-TIMESTAMP                 PIC X(26).
001360     05  BA-USER-ID                   PIC X(08).
001370     05  BA-ACTION-CODE               PIC X(01).
001380     05  BA-BEFORE-IMAGE.
001390         10  BA-BEFORE-BRANCH-KEY     PIC X(06).
001400         10  BA-BEFORE-BRANCH-NAME    PIC X(30).
001410         10  BA-BEFORE-REGION-CODE    PIC X(03).
001420         10  BA-BEFORE-STATUS         PIC X(01).
001430         10  BA-BEFORE-SUCCESSOR-KEY  PIC X(06).
001440         10  BA-BEFORE-CONSOL-DATE    PIC X(08).
001450     05  BA-AFTER-IMAGE.
001460         10  BA-AFTER-BRANCH-KEY      PIC X(06).
001470         10  BA-AFTER-BRANCH-NAME     PIC X(30).
001480         10  BA-AFTER-REGION-CODE     PIC X(03).
001490         10  BA-AFTER-STATUS          PIC X(01).
001500         10  BA-AFTER-SUCCESSOR-KEY   PIC X(06).
001510         10  BA-AFTER-CONSOL-DATE     PIC X(08).
001520 WORKING-STORAGE SECTION.
001530 01  WS-FILE-STATUS-BLOCK.
001540     05  WS-FS-MAINT-TRANS            PIC X(02).
001550         88  WS-FS-MAINT-TRANS-OK              VALUE "00".
001560     05  WS-FS-BRANCH-REF             PIC X(02).
001570         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001580         88  WS-FS-BRANCH-REF-NOT-FOUND        VALUE "23".
001590         88  WS-FS-BRANCH-REF-DUPLICATE        VALUE "22".
001600     05  WS-FS-MAINT-RPT              PIC X(02).
001610         88  WS-FS-MAINT-RPT-OK                VALUE "00".
001620     05  WS-FS-MAINT-AUDIT            PIC X(02).
001630         88  WS-FS-MAINT-AUDIT-OK              VALUE "00".
001640
001650 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001660     88  WS-EOF-YES                            VALUE "Y".
001670     88  WS-EOF-NO                             VALUE "N".
001680
001690 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001700     88  WS-ABEND-REQUESTED                    VALUE "Y".
001710
001720 01  WS-KEY-ON-FILE-SWITCH             PIC X(01) VALUE "N".
001730     88  WS-KEY-ON-FILE                        VALUE "Y".
001740     88  WS-KEY-NOT-ON-FILE                    VALUE "N".
001750
001760 01  WS-REGION-VALID-SWITCH            PIC X(01) VALUE "N".
001770     88  WS-REGION-VALID                       VALUE "Y".
001780     88  WS-REGION-INVALID                     VALUE "N".
001790
001800 01  WS-SUCCESSOR-VALID-SWITCH         PIC X(01) VALUE "N".
001810     88  WS-SUCCESSOR-VALID                    VALUE "Y".
001820     88  WS-SUCCESSOR-INVALID                  VALUE "N".
001830
001840 01  WS-DATE-VALID-SWITCH              PIC X(01) VALUE "N".
001850     88  WS-DATE-VALID                         VALUE "Y".
001860     88  WS-DATE-INVALID                       VALUE "N".
001870*----------------------------------------------------------------*
001880*  DISTRICT REGION LIST - THE FIVE REGION CODES THE DISTRICT     *
001890*  STRUCTURE RECOGNIZES. A REGION CODE NOT ON THIS LIST IS A     *
001900*  KEYING ERROR AND THE TRANSACTION IS REJECTED. KEEP THIS LIST  *
001910*  IN STEP WITH THE MONTHLY BRANCH NETWORK LOAD JOB.             *
001920*----------------------------------------------------------------*
001930 01  WS-REGION-EDIT-FIELD              PIC X(03) VALUE SPACES.
001940     88  WS-REGION-ON-DISTRICT-LIST            VALUE "NTH" "STH"
001950                                               "EST" "WST" "CTL".
001960
001970 01  WS-MAINT-TOTALS.
001980     05  WS-MT-TRANS-READ              PIC 9(09) COMP VALUE ZERO.
001990     05  WS-MT-TRANS-APPLIED           PIC 9(09) COMP VALUE ZERO.
002000     05  WS-MT-TRANS-REJECTED          PIC 9(09) COMP VALUE ZERO.
002010     05  WS-MT-ADDS-APPLIED            PIC 9(09) COMP VALUE ZERO.
002020     05  WS-MT-CHANGES-APPLIED         PIC 9(09) COMP VALUE ZERO.
002030     05  WS-MT-DEACTS-APPLIED          PIC 9(09) COMP VALUE ZERO.
002040     05  WS-MT-CONSOLS-APPLIED         PIC 9(09) COMP VALUE ZERO.
002050
002060 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
002070 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
002080 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
002090 77  WS-REJECT-REASON                  PIC X(40) VALUE SPACES.
002100
002110 01  WS-AUDIT-TIMESTAMP.
002120     05  WS-AUDIT-DATE                 PIC 9(08).
002130     05  FILLER                        PIC X(01) VALUE "-".
002140     05  WS-AUDIT-TIME                 PIC 9(08).
002150     05  FILLER                        PIC X(09) VALUE SPACES.
002160
002170 01  WS-AUDIT-BEFORE-IMAGE.
002180     05  WS-AUDIT-BEFORE-KEY           PIC X(06).
002190     05  WS-AUDIT-BEFORE-NAME          PIC X(30).
002200     05  WS-AUDIT-BEFORE-REGION        PIC X(03).
002210     05  WS-AUDIT-BEFORE-STATUS        PIC X(01).
002220     05  WS-AUDIT-BEFORE-SUCCESSOR     PIC X(06).
002230     05  WS-AUDIT-BEFORE-CONSOL-DATE   PIC X(08).
002240*----------------------------------------------------------------*
002250*  CONSOLIDATION WORK AREAS - THE EFFECTIVE DATE AS EDITED, AND  *
002260*  THE BRANCH RECORD BEING CONSOLIDATED, HELD WHILE THE          *
002270*  SUCCESSOR IS READ OVER IT IN THE RECORD AREA.                 *
002280*----------------------------------------------------------------*
002290 01  WS-EFFECTIVE-DATE                 PIC 9(08) VALUE ZERO.
002300 01  WS-EFFECTIVE-DATE-PARTS REDEFINES WS-EFFECTIVE-DATE.
002310     05  WS-EFFECTIVE-YEAR             PIC 9(04).
002320     05  WS-EFFECTIVE-MONTH            PIC 9(02).
002330     05  WS-EFFECTIVE-DAY              PIC 9(02).
002340 01  WS-HELD-BRANCH-RECORD             PIC X(80) VALUE SPACES.
002350*----------------------------------------------------------------*
002360*  PROCEDURE DIVISION                                            *
002370*----------------------------------------------------------------*
002380 PROCEDURE DIVISION.
002390*----------------------------------------------------------------*
002400*  0000-MAINLINE - OPEN, APPLY, TOTAL, CLOSE. THE JOB RETURN     *
002410*  CODE IS 00 FOR A FULLY APPLIED FILE, 04 WHEN ANY TRANSACTION  *
002420*  WAS REJECTED, AND 12 WHEN A FILE FAILED.                      *
002430*----------------------------------------------------------------*
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002460     IF NOT WS-ABEND-REQUESTED
002470         PERFORM 2000-PROCESS-ONE-TRANS THRU
002480             2000-PROCESS-ONE-TRANS-EXIT
002490             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
002500     END-IF
002510     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002520     IF WS-ABEND-REQUESTED
002530         MOVE 12 TO RETURN-CODE
002540     ELSE
002550         IF WS-MT-TRANS-REJECTED > ZERO
002560             MOVE 04 TO RETURN-CODE
002570         ELSE
002580             MOVE ZERO TO RETURN-CODE
002590         END-IF
002600     END-IF
002610     GOBACK.
002620 0000-MAINLINE-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------*
002650*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE REPORT         *
002660*  HEADING. THE REFERENCE FILE OPENS I-O - THE MONTHLY LOAD JOB  *
002670*  CREATED IT AND THIS PROGRAM ONLY EVER UPDATES IN PLACE. ANY   *
002680*  OPEN FAILURE STOPS THE RUN BEFORE A TRANSACTION IS TOUCHED.   *
002690*----------------------------------------------------------------*
002700 1000-INITIALIZE.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002720     SET WS-EOF-NO TO TRUE
002730     OPEN INPUT BRANCH-MAINT-TRANS-FILE
002740     IF NOT WS-FS-MAINT-TRANS-OK
002750         STRING "CTLBRM01 - MAINT TRANS OPEN FAILED - STATUS "
002760             WS-FS-MAINT-TRANS
002770             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002780         DISPLAY WS-ERROR-MESSAGE-LINE
002790         SET WS-ABEND-REQUESTED TO TRUE
002800         GO TO 1000-INITIALIZE-EXIT
002810     END-IF
002820     OPEN I-O BRANCH-REFERENCE-FILE
002830     IF NOT WS-FS-BRANCH-REF-OK
002840         STRING "CTLBRM01 - BRANCH REF OPEN FAILED - STATUS "
002850             WS-FS-BRANCH-REF
002860             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002870         DISPLAY WS-ERROR-MESSAGE-LINE
002880         SET WS-ABEND-REQUESTED TO TRUE
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF
002910     OPEN OUTPUT MAINT-REPORT-FILE
002920     IF NOT WS-FS-MAINT-RPT-OK
002930         STRING "CTLBRM01 - MAINT REPORT OPEN FAILED - STATUS "
002940             WS-FS-MAINT-RPT
002950             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002960         DISPLAY WS-ERROR-MESSAGE-LINE
002970         SET WS-ABEND-REQUESTED TO TRUE
002980         GO TO 1000-INITIALIZE-EXIT
002990     END-IF
003000     OPEN OUTPUT MAINT-AUDIT-FILE
003010     IF NOT WS-FS-MAINT-AUDIT-OK
003020         STRING "CTLBRM01 - MAINT AUDIT OPEN FAILED - STATUS "
003030             WS-FS-MAINT-AUDIT
003040             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003050         DISPLAY WS-ERROR-MESSAGE-LINE
003060         SET WS-ABEND-REQUESTED TO TRUE
003070         GO TO 1000-INITIALIZE-EXIT
003080     END-IF
003090     MOVE SPACES TO MAINT-REPORT-RECORD
003100     STRING "BRANCH REFERENCE MAINTENANCE  RUN DATE " WS-RUN-DATE
003110         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
003120     WRITE MAINT-REPORT-RECORD
003130     MOVE SPACES TO MAINT-REPORT-RECORD
003140     WRITE MAINT-REPORT-RECORD.
003150 1000-INITIALIZE-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------*
003180*  2000-PROCESS-ONE-TRANS - READ AND EDIT ONE MAINTENANCE        *
003190*  TRANSACTION AND ROUTE IT TO THE PARAGRAPH FOR ITS ACTION      *
003200*  CODE. A BLANK KEY OR AN UNKNOWN ACTION CODE IS REJECTED       *
003210*  BEFORE THE REFERENCE FILE IS EVER READ.                       *
003220*----------------------------------------------------------------*
003230 2000-PROCESS-ONE-TRANS.
003240     READ BRANCH-MAINT-TRANS-FILE
003250         AT END
003260             SET WS-EOF-YES TO TRUE
003270             GO TO 2000-PROCESS-ONE-TRANS-EXIT
003280     END-READ
003290     IF NOT WS-FS-MAINT-TRANS-OK
003300         STRING "CTLBRM01 - MAINT TRANS READ FAILED - STATUS "
003310             WS-FS-MAINT-TRANS
003320             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003330         DISPLAY WS-ERROR-MESSAGE-LINE
003340         SET WS-ABEND-REQUESTED TO TRUE
003350         GO TO 2000-PROCESS-ONE-TRANS-EXIT
003360     END-IF
003370     ADD 1 TO WS-MT-TRANS-READ
003380     IF BRT-BRANCH-KEY = SPACES
003390         MOVE "BLANK BRANCH KEY" TO WS-REJECT-REASON
003400         PERFORM 3100-WRITE-REJECT-LINE THRU
003410             3100-WRITE-REJECT-LINE-EXIT
003420         GO TO 2000-PROCESS-ONE-TRANS-EXIT
003430     END-IF
003440     IF BRT-ACTION-ADD
003450         PERFORM 2100-APPLY-ADD THRU 2100-APPLY-ADD-EXIT
003460         GO TO 2000-PROCESS-ONE-TRANS-EXIT
003470     END-IF
003480     IF BRT-ACTION-CHANGE
003490         PERFORM 2200-APPLY-CHANGE THRU 2200-APPLY-CHANGE-EXIT
003500         GO TO 2000-PROCESS-ONE-TRANS-EXIT
003510     END-IF
003520     IF BRT-ACTION-DEACTIVATE
003530         PERFORM 2300-APPLY-DEACTIVATE THRU
003540             2300-APPLY-DEACTIVATE-EXIT
003550         GO TO 2000-PROCESS-ONE-TRANS-EXIT
003560     END-IF
003570     IF BRT-ACTION-CONSOLIDATE
003580         PERFORM 2600-APPLY-CONSOLIDATE THRU
003590             2600-APPLY-CONSOLIDATE-EXIT
003600         GO TO 2000-PROCESS-ONE-TRANS-EXIT
003610     END-IF
003620     MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
003630     PERFORM 3100-WRITE-REJECT-LINE THRU
003640         3100-WRITE-REJECT-LINE-EXIT.
003650 2000-PROCESS-ONE-TRANS-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------*
003680*  2050-READ-BRANCH-RECORD - RANDOM READ OF THE REFERENCE FILE   *
003690*  ON THE TRANSACTION KEY. A MISS IS AN ORDINARY EDIT RESULT     *
003700*  (THE ADD PATH WANTS ONE); ANY OTHER NON-ZERO STATUS STOPS     *
003710*  THE RUN. THE BEFORE IMAGE IS CAPTURED ON EVERY HIT SO THE     *
003720*  APPLY PARAGRAPHS NEVER AUDIT A STALE IMAGE.                   *
003730*----------------------------------------------------------------*
003740 2050-READ-BRANCH-RECORD.
003750     SET WS-KEY-ON-FILE TO TRUE
003760     MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
003770     MOVE BRT-BRANCH-KEY TO BR-BRANCH-KEY
003780     READ BRANCH-REFERENCE-FILE
003790         INVALID KEY
003800             SET WS-KEY-NOT-ON-FILE TO TRUE
003810     END-READ
003820     IF WS-KEY-NOT-ON-FILE
003830         AND NOT WS-FS-BRANCH-REF-NOT-FOUND
003840         STRING "CTLBRM01 - BRANCH REF READ FAILED - STATUS "
003850             WS-FS-BRANCH-REF
003860             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003870         DISPLAY WS-ERROR-MESSAGE-LINE
003880         SET WS-ABEND-REQUESTED TO TRUE
003890         GO TO 2050-READ-BRANCH-RECORD-EXIT
003900     END-IF
003910     IF WS-KEY-ON-FILE
003920         MOVE BR-BRANCH-KEY TO WS-AUDIT-BEFORE-KEY
003930         MOVE BR-BRANCH-NAME TO WS-AUDIT-BEFORE-NAME
003940         MOVE BR-BRANCH-REGION-CODE TO WS-AUDIT-BEFORE-REGION
003950         MOVE BR-BRANCH-STATUS TO WS-AUDIT-BEFORE-STATUS
003960     END-IF
003970     IF WS-KEY-ON-FILE AND BR-STATUS-CONSOLIDATED
003980         MOVE BR-SUCCESSOR-KEY TO WS-AUDIT-BEFORE-SUCCESSOR
003990         MOVE BR-CONSOLIDATION-DATE TO WS-AUDIT-BEFORE-CONSOL-DATE
004000     END-IF.
004010 2050-READ-BRANCH-RECORD-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------*
004040*  2100-APPLY-ADD - CREATE ONE NEW ACTIVE BRANCH. THE KEY MUST   *
004050*  NOT ALREADY BE ON FILE, THE NAME MUST BE PRESENT, AND THE     *
004060*  REGION MUST BE ON THE DISTRICT LIST. THE BEFORE IMAGE ON THE  *
004070*  AUDIT RECORD STAYS BLANK - THERE WAS NOTHING THERE BEFORE.    *
004080*----------------------------------------------------------------*
004090 2100-APPLY-ADD.
004100     PERFORM 2050-READ-BRANCH-RECORD THRU
004110         2050-READ-BRANCH-RECORD-EXIT
004120     IF WS-ABEND-REQUESTED
004130         GO TO 2100-APPLY-ADD-EXIT
004140     END-IF
004150     IF WS-KEY-ON-FILE
004160         MOVE "DUPLICATE ADD - KEY ALREADY ON FILE"
004170             TO WS-REJECT-REASON
004180         PERFORM 3100-WRITE-REJECT-LINE THRU
004190             3100-WRITE-REJECT-LINE-EXIT
004200         GO TO 2100-APPLY-ADD-EXIT
004210     END-IF
004220     IF BRT-BRANCH-NAME = SPACES
004230         MOVE "ADD WITHOUT BRANCH NAME" TO WS-REJECT-REASON
004240         PERFORM 3100-WRITE-REJECT-LINE THRU
004250             3100-WRITE-REJECT-LINE-EXIT
004260         GO TO 2100-APPLY-ADD-EXIT
004270     END-IF
004280     PERFORM 2400-VALIDATE-REGION THRU 2400-VALIDATE-REGION-EXIT
004290     IF WS-REGION-INVALID
004300         MOVE "REGION CODE NOT ON DISTRICT LIST"
004310             TO WS-REJECT-REASON
004320         PERFORM 3100-WRITE-REJECT-LINE THRU
004330             3100-WRITE-REJECT-LINE-EXIT
004340         GO TO 2100-APPLY-ADD-EXIT
004350     END-IF
004360     MOVE SPACES TO BRANCH-REFERENCE-RECORD
004370     MOVE BRT-BRANCH-KEY TO BR-BRANCH-KEY
004380     MOVE BRT-BRANCH-NAME TO BR-BRANCH-NAME
004390     MOVE BRT-BRANCH-REGION-CODE TO BR-BRANCH-REGION-CODE
004400     SET BR-STATUS-ACTIVE TO TRUE
004410     WRITE BRANCH-REFERENCE-RECORD
004420         INVALID KEY
004430             STRING "CTLBRM01 - BRANCH WRITE FAILED - STATUS "
004440                 WS-FS-BRANCH-REF
004450                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004460             DISPLAY WS-ERROR-MESSAGE-LINE
004470             SET WS-ABEND-REQUESTED TO TRUE
004480     END-WRITE
004490     IF WS-ABEND-REQUESTED
004500         GO TO 2100-APPLY-ADD-EXIT
004510     END-IF
004520     ADD 1 TO WS-MT-ADDS-APPLIED
004530     MOVE "ADDED" TO WS-REJECT-REASON
004540     PERFORM 3000-WRITE-APPLIED-LINE THRU
004550         3000-WRITE-APPLIED-LINE-EXIT
004560     PERFORM 4000-WRITE-AUDIT-IMAGE THRU
004570         4000-WRITE-AUDIT-IMAGE-EXIT.
004580 2100-APPLY-ADD-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------*
004610*  2200-APPLY-CHANGE - UPDATE ONE EXISTING BRANCH IN PLACE. THE  *
004620*  KEY MUST BE ON FILE. A BLANK NAME OR REGION ON THE            *
004630*  TRANSACTION LEAVES THE FIELD AS IT STANDS; A NON-BLANK        *
004640*  REGION MUST BE ON THE DISTRICT LIST.                          *
004650*----------------------------------------------------------------*
004660 2200-APPLY-CHANGE.
004670     PERFORM 2050-READ-BRANCH-RECORD THRU
004680         2050-READ-BRANCH-RECORD-EXIT
004690     IF WS-ABEND-REQUESTED
004700         GO TO 2200-APPLY-CHANGE-EXIT
004710     END-IF
004720     IF WS-KEY-NOT-ON-FILE
004730         MOVE "CHANGE TO KEY NOT ON FILE" TO WS-REJECT-REASON
004740         PERFORM 3100-WRITE-REJECT-LINE THRU
004750             3100-WRITE-REJECT-LINE-EXIT
004760         GO TO 2200-APPLY-CHANGE-EXIT
004770     END-IF
004780     IF BRT-BRANCH-REGION-CODE NOT = SPACES
004790         PERFORM 2400-VALIDATE-REGION THRU
004800             2400-VALIDATE-REGION-EXIT
004810         IF WS-REGION-INVALID
004820             MOVE "REGION CODE NOT ON DISTRICT LIST"
004830                 TO WS-REJECT-REASON
004840             PERFORM 3100-WRITE-REJECT-LINE THRU
004850                 3100-WRITE-REJECT-LINE-EXIT
004860             GO TO 2200-APPLY-CHANGE-EXIT
004870         END-IF
004880     END-IF
004890     IF BRT-BRANCH-NAME NOT = SPACES
004900         MOVE BRT-BRANCH-NAME TO BR-BRANCH-NAME
004910     END-IF
004920     IF BRT-BRANCH-REGION-CODE NOT = SPACES
004930         MOVE BRT-BRANCH-REGION-CODE TO BR-BRANCH-REGION-CODE
004940     END-IF
004950     PERFORM 2500-REWRITE-BRANCH-RECORD THRU
004960         2500-REWRITE-BRANCH-RECORD-EXIT
004970     IF WS-ABEND-REQUESTED
004980         GO TO 2200-APPLY-CHANGE-EXIT
004990     END-IF
005000     ADD 1 TO WS-MT-CHANGES-APPLIED
005010     MOVE "CHANGED" TO WS-REJECT-REASON
005020     PERFORM 3000-WRITE-APPLIED-LINE THRU
005030         3000-WRITE-APPLIED-LINE-EXIT
005040     PERFORM 4000-WRITE-AUDIT-IMAGE THRU
005050         4000-WRITE-AUDIT-IMAGE-EXIT.
005060 2200-APPLY-CHANGE-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------*
005090*  2300-APPLY-DEACTIVATE - SET ONE EXISTING BRANCH INACTIVE.     *
005100*  THE KEY MUST BE ON FILE AND STILL ACTIVE - DEACTIVATING A     *
005110*  BRANCH TWICE IS ALMOST ALWAYS A DOUBLE-KEYED TRANSACTION      *
005120*  AND IS REJECTED SO SOMEBODY LOOKS AT IT. A CONSOLIDATED       *
005130*  BRANCH IS REJECTED TOO - DEACTIVATING IT WOULD DROP THE       *
005140*  REMAP TO ITS SUCCESSOR.                                       *
005150*----------------------------------------------------------------*
005160 2300-APPLY-DEACTIVATE.
005170     PERFORM 2050-READ-BRANCH-RECORD THRU
005180         2050-READ-BRANCH-RECORD-EXIT
005190     IF WS-ABEND-REQUESTED
005200         GO TO 2300-APPLY-DEACTIVATE-EXIT
005210     END-IF
005220     IF WS-KEY-NOT-ON-FILE
005230         MOVE "DEACTIVATION OF KEY NOT ON FILE"
005240             TO WS-REJECT-REASON
005250         PERFORM 3100-WRITE-REJECT-LINE THRU
005260             3100-WRITE-REJECT-LINE-EXIT
005270         GO TO 2300-APPLY-DEACTIVATE-EXIT
005280     END-IF
005290     IF BR-STATUS-INACTIVE
005300         MOVE "BRANCH ALREADY INACTIVE" TO WS-REJECT-REASON
005310         PERFORM 3100-WRITE-REJECT-LINE THRU
005320             3100-WRITE-REJECT-LINE-EXIT
005330         GO TO 2300-APPLY-DEACTIVATE-EXIT
005340     END-IF
005350     IF BR-STATUS-CONSOLIDATED
005360         MOVE "BRANCH CONSOLIDATED - NOT DEACTIVATED"
005370             TO WS-REJECT-REASON
005380         PERFORM 3100-WRITE-REJECT-LINE THRU
005390             3100-WRITE-REJECT-LINE-EXIT
005400         GO TO 2300-APPLY-DEACTIVATE-EXIT
005410     END-IF
005420     SET BR-STATUS-INACTIVE TO TRUE
005430     PERFORM 2500-REWRITE-BRANCH-RECORD THRU
005440         2500-REWRITE-BRANCH-RECORD-EXIT
005450     IF WS-ABEND-REQUESTED
005460         GO TO 2300-APPLY-DEACTIVATE-EXIT
005470     END-IF
005480     ADD 1 TO WS-MT-DEACTS-APPLIED
005490     MOVE "DEACTIVATED" TO WS-REJECT-REASON
005500     PERFORM 3000-WRITE-APPLIED-LINE THRU
005510         3000-WRITE-APPLIED-LINE-EXIT
005520     PERFORM 4000-WRITE-AUDIT-IMAGE THRU
005530         4000-WRITE-AUDIT-IMAGE-EXIT.
005540 2300-APPLY-DEACTIVATE-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------*
005570*  2400-VALIDATE-REGION - THE TRANSACTION REGION CODE MUST BE    *
005580*  ON THE DISTRICT LIST.                                         *
005590*----------------------------------------------------------------*
005600 2400-VALIDATE-REGION.
005610     MOVE BRT-BRANCH-REGION-CODE TO WS-REGION-EDIT-FIELD
005620     IF WS-REGION-ON-DISTRICT-LIST
005630         SET WS-REGION-VALID TO TRUE
005640     ELSE
005650         SET WS-REGION-INVALID TO TRUE
005660     END-IF.
005670 2400-VALIDATE-REGION-EXIT.
005680     EXIT.
005690*----------------------------------------------------------------*
005700*  2500-REWRITE-BRANCH-RECORD - REWRITE THE UPDATED BRANCH       *
005710*  RECORD IN PLACE. A FAILED REWRITE STOPS THE RUN - THE FILE    *
005720*  CAN NO LONGER BE TRUSTED.                                     *
005730*----------------------------------------------------------------*
005740 2500-REWRITE-BRANCH-RECORD.
005750     REWRITE BRANCH-REFERENCE-RECORD
005760         INVALID KEY
005770             STRING "CTLBRM01 - BRANCH REWRITE FAILED - STATUS "
005780                 WS-FS-BRANCH-REF
005790                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005800             DISPLAY WS-ERROR-MESSAGE-LINE
005810             SET WS-ABEND-REQUESTED TO TRUE
005820     END-REWRITE.
005830 2500-REWRITE-BRANCH-RECORD-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------*
005860*  2600-APPLY-CONSOLIDATE - CLOSE ONE BRANCH INTO ITS SUCCESSOR. *
005870*  THE KEY MUST BE ON FILE (ACTIVE, INACTIVE, OR ALREADY         *
005880*  CONSOLIDATED - A SECOND M RE-POINTS IT), THE EFFECTIVE DATE   *
005890*  MUST BE A REAL YYYYMMDD OR BLANK FOR TODAY, AND THE SUCCESSOR *
005900*  MUST PASS 2620. THE BRANCH RECORD IS HELD WHILE THE SUCCESSOR *
005910*  IS READ, THEN PUT BACK, MARKED M, AND REWRITTEN.              *
005920*----------------------------------------------------------------*
005930 2600-APPLY-CONSOLIDATE.
005940     PERFORM 2050-READ-BRANCH-RECORD THRU
005950         2050-READ-BRANCH-RECORD-EXIT
005960     IF WS-ABEND-REQUESTED
005970         GO TO 2600-APPLY-CONSOLIDATE-EXIT
005980     END-IF
005990     IF WS-KEY-NOT-ON-FILE
006000         MOVE "CONSOLIDATION OF KEY NOT ON FILE"
006010             TO WS-REJECT-REASON
006020         PERFORM 3100-WRITE-REJECT-LINE THRU
006030             3100-WRITE-REJECT-LINE-EXIT
006040         GO TO 2600-APPLY-CONSOLIDATE-EXIT
006050     END-IF
006060     MOVE BRANCH-REFERENCE-RECORD TO WS-HELD-BRANCH-RECORD
006070     PERFORM 2610-EDIT-EFFECTIVE-DATE THRU
006080         2610-EDIT-EFFECTIVE-DATE-EXIT
006090     IF WS-DATE-INVALID
006100         MOVE "EFFECTIVE DATE NOT A VALID YYYYMMDD"
006110             TO WS-REJECT-REASON
006120         PERFORM 3100-WRITE-REJECT-LINE THRU
006130             3100-WRITE-REJECT-LINE-EXIT
006140         GO TO 2600-APPLY-CONSOLIDATE-EXIT
006150     END-IF
006160     PERFORM 2620-VALIDATE-SUCCESSOR THRU
006170         2620-VALIDATE-SUCCESSOR-EXIT
006180     MOVE WS-HELD-BRANCH-RECORD TO BRANCH-REFERENCE-RECORD
006190     IF WS-ABEND-REQUESTED
006200         GO TO 2600-APPLY-CONSOLIDATE-EXIT
006210     END-IF
006220     IF WS-SUCCESSOR-INVALID
006230         PERFORM 3100-WRITE-REJECT-LINE THRU
006240             3100-WRITE-REJECT-LINE-EXIT
006250         GO TO 2600-APPLY-CONSOLIDATE-EXIT
006260     END-IF
006270     SET BR-STATUS-CONSOLIDATED TO TRUE
006280     MOVE BRT-SUCCESSOR-KEY TO BR-SUCCESSOR-KEY
006290     MOVE WS-EFFECTIVE-DATE TO BR-CONSOLIDATION-DATE
006300     PERFORM 2500-REWRITE-BRANCH-RECORD THRU
006310         2500-REWRITE-BRANCH-RECORD-EXIT
006320     IF WS-ABEND-REQUESTED
006330         GO TO 2600-APPLY-CONSOLIDATE-EXIT
006340     END-IF
006350     ADD 1 TO WS-MT-CONSOLS-APPLIED
006360     MOVE SPACES TO WS-REJECT-REASON
006370     STRING "CONSOLIDATED INTO " BR-SUCCESSOR-KEY
006380         " FROM " BR-CONSOLIDATION-DATE
006390         DELIMITED BY SIZE INTO WS-REJECT-REASON
006400     PERFORM 3000-WRITE-APPLIED-LINE THRU
006410         3000-WRITE-APPLIED-LINE-EXIT
006420     PERFORM 4000-WRITE-AUDIT-IMAGE THRU
006430         4000-WRITE-AUDIT-IMAGE-EXIT.
006440 2600-APPLY-CONSOLIDATE-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------*
006470*  2610-EDIT-EFFECTIVE-DATE - A BLANK EFFECTIVE DATE TAKES THE   *
006480*  RUN DATE; OTHERWISE IT MUST BE NUMERIC WITH A MONTH OF 01-12  *
006490*  AND A DAY OF 01-31. A DATE IN THE PAST IS ALLOWED - A MERGE   *
006500*  ENTERED LATE STILL REMAPS FROM THE DAY IT REALLY HAPPENED.    *
006510*----------------------------------------------------------------*
006520 2610-EDIT-EFFECTIVE-DATE.
006530     SET WS-DATE-VALID TO TRUE
006540     IF BRT-EFFECTIVE-DATE = SPACES
006550         MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
006560         GO TO 2610-EDIT-EFFECTIVE-DATE-EXIT
006570     END-IF
006580     IF BRT-EFFECTIVE-DATE NOT NUMERIC
006590         SET WS-DATE-INVALID TO TRUE
006600         GO TO 2610-EDIT-EFFECTIVE-DATE-EXIT
006610     END-IF
006620     MOVE BRT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
006630     IF WS-EFFECTIVE-MONTH < 01 OR WS-EFFECTIVE-MONTH > 12
006640         OR WS-EFFECTIVE-DAY < 01 OR WS-EFFECTIVE-DAY > 31
006650         SET WS-DATE-INVALID TO TRUE
006660     END-IF.
006670 2610-EDIT-EFFECTIVE-DATE-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------*
006700*  2620-VALIDATE-SUCCESSOR - THE SUCCESSOR KEY MUST BE PRESENT,  *
006710*  DIFFERENT FROM THE BRANCH BEING CLOSED, ON FILE, AND ACTIVE.  *
006720*  REQUIRING AN ACTIVE SUCCESSOR KEEPS EVERY CHAIN OF MERGES     *
006730*  ENDING AT A LIVE BRANCH AND MEANS NO CHAIN CAN LOOP. THE      *
006740*  REJECT REASON IS SET HERE; THE READ LEAVES THE SUCCESSOR IN   *
006750*  THE RECORD AREA, SO THE CALLER PUTS ITS OWN RECORD BACK.      *
006760*----------------------------------------------------------------*
006770 2620-VALIDATE-SUCCESSOR.
006780     SET WS-SUCCESSOR-INVALID TO TRUE
006790     IF BRT-SUCCESSOR-KEY = SPACES
006800         MOVE "CONSOLIDATION WITHOUT SUCCESSOR KEY"
006810             TO WS-REJECT-REASON
006820         GO TO 2620-VALIDATE-SUCCESSOR-EXIT
006830     END-IF
006840     IF BRT-SUCCESSOR-KEY = BRT-BRANCH-KEY
006850         MOVE "SUCCESSOR KEY SAME AS BRANCH KEY"
006860             TO WS-REJECT-REASON
006870         GO TO 2620-VALIDATE-SUCCESSOR-EXIT
006880     END-IF
006890     MOVE BRT-SUCCESSOR-KEY TO BR-BRANCH-KEY
006900     READ BRANCH-REFERENCE-FILE
006910         INVALID KEY
006920             MOVE "SUCCESSOR KEY NOT ON FILE"
006930                 TO WS-REJECT-REASON
006940             GO TO 2620-VALIDATE-SUCCESSOR-EXIT
006950     END-READ
006960     IF NOT WS-FS-BRANCH-REF-OK
006970         STRING "CTLBRM01 - BRANCH REF READ FAILED - STATUS "
006980             WS-FS-BRANCH-REF
006990             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007000         DISPLAY WS-ERROR-MESSAGE-LINE
007010         SET WS-ABEND-REQUESTED TO TRUE
007020         GO TO 2620-VALIDATE-SUCCESSOR-EXIT
007030     END-IF
007040     IF NOT BR-STATUS-ACTIVE
007050         MOVE "SUCCESSOR BRANCH NOT ACTIVE"
007060             TO WS-REJECT-REASON
007070         GO TO 2620-VALIDATE-SUCCESSOR-EXIT
007080     END-IF
007090     SET WS-SUCCESSOR-VALID TO TRUE.
007100 2620-VALIDATE-SUCCESSOR-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------*
007130*  3000-WRITE-APPLIED-LINE - ONE REPORT LINE PER APPLIED         *
007140*  TRANSACTION. WS-REJECT-REASON DOUBLES AS THE APPLIED-ACTION   *
007150*  TEXT HERE - THE CALLER SET IT JUST BEFORE PERFORMING.         *
007160*----------------------------------------------------------------*
007170 3000-WRITE-APPLIED-LINE.
007180     ADD 1 TO WS-MT-TRANS-APPLIED
007190     MOVE SPACES TO MAINT-REPORT-RECORD
007200     STRING "APPLIED   KEY " BRT-BRANCH-KEY
007210         "  ACTION " BRT-ACTION-CODE
007220         "  " WS-REJECT-REASON
007230         "  USER " BRT-USER-ID
007240         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007250     WRITE MAINT-REPORT-RECORD.
007260 3000-WRITE-APPLIED-LINE-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------*
007290*  3100-WRITE-REJECT-LINE - ONE REPORT LINE PER REJECTED         *
007300*  TRANSACTION WITH THE EDIT REASON SET BY THE CALLER.           *
007310*----------------------------------------------------------------*
007320 3100-WRITE-REJECT-LINE.
007330     ADD 1 TO WS-MT-TRANS-REJECTED
007340     MOVE SPACES TO MAINT-REPORT-RECORD
007350     STRING "REJECTED  KEY " BRT-BRANCH-KEY
007360         "  ACTION " BRT-ACTION-CODE
007370         "  " WS-REJECT-REASON
007380         "  USER " BRT-USER-ID
007390         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007400     WRITE MAINT-REPORT-RECORD.
007410 3100-WRITE-REJECT-LINE-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------*
007440*  4000-WRITE-AUDIT-IMAGE - BEFORE/AFTER IMAGE OF THE BRANCH     *
007450*  RECORD JUST APPLIED, WITH TIMESTAMP, USER-ID, AND ACTION      *
007460*  CODE. THE BEFORE IMAGE WAS CAPTURED BY 2050 ON THE EDIT       *
007470*  READ; AN ADD LEAVES IT BLANK.                                 *
007480*----------------------------------------------------------------*
007490 4000-WRITE-AUDIT-IMAGE.
007500     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
007510     ACCEPT WS-AUDIT-TIME FROM TIME
007520     MOVE SPACES TO MAINT-AUDIT-RECORD
007530     STRING WS-AUDIT-DATE "-" WS-AUDIT-TIME
007540         DELIMITED BY SIZE INTO BA-TIMESTAMP
007550     MOVE BRT-USER-ID TO BA-USER-ID
007560     MOVE BRT-ACTION-CODE TO BA-ACTION-CODE
007570     MOVE WS-AUDIT-BEFORE-KEY TO BA-BEFORE-BRANCH-KEY
007580     MOVE WS-AUDIT-BEFORE-NAME TO BA-BEFORE-BRANCH-NAME
007590     MOVE WS-AUDIT-BEFORE-REGION TO BA-BEFORE-REGION-CODE
007600     MOVE WS-AUDIT-BEFORE-STATUS TO BA-BEFORE-STATUS
007610     MOVE BR-BRANCH-KEY TO BA-AFTER-BRANCH-KEY
007620     MOVE BR-BRANCH-NAME TO BA-AFTER-BRANCH-NAME
007630     MOVE BR-BRANCH-REGION-CODE TO BA-AFTER-REGION-CODE
007640     MOVE BR-BRANCH-STATUS TO BA-AFTER-STATUS
007650     MOVE WS-AUDIT-BEFORE-SUCCESSOR TO BA-BEFORE-SUCCESSOR-KEY
007660     MOVE WS-AUDIT-BEFORE-CONSOL-DATE TO BA-BEFORE-CONSOL-DATE
007670     IF BR-STATUS-CONSOLIDATED
007680         MOVE BR-SUCCESSOR-KEY TO BA-AFTER-SUCCESSOR-KEY
007690         MOVE BR-CONSOLIDATION-DATE TO BA-AFTER-CONSOL-DATE
007700     END-IF
007710     WRITE MAINT-AUDIT-RECORD.
007720 4000-WRITE-AUDIT-IMAGE-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------*
007750*  9000-TERMINATE - TRAILER COUNTS ON THE REPORT AND THE JOB     *
007760*  LOG, THEN CLOSE EVERYTHING. A RUN THAT DIED ON AN OPEN OR     *
007770*  I/O FAILURE SKIPS THE TRAILER - THE REPORT FILE MAY NEVER     *
007780*  HAVE BEEN OPENED.                                             *
007790*----------------------------------------------------------------*
007800 9000-TERMINATE.
007810     IF NOT WS-ABEND-REQUESTED
007820         MOVE SPACES TO MAINT-REPORT-RECORD
007830         WRITE MAINT-REPORT-RECORD
007840         MOVE WS-MT-TRANS-READ TO WS-COUNT-DISPLAY
007850         MOVE SPACES TO MAINT-REPORT-RECORD
007860         STRING "TRANSACTIONS READ     " WS-COUNT-DISPLAY
007870             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007880         WRITE MAINT-REPORT-RECORD
007890         MOVE WS-MT-TRANS-APPLIED TO WS-COUNT-DISPLAY
007900         MOVE SPACES TO MAINT-REPORT-RECORD
007910         STRING "TRANSACTIONS APPLIED  " WS-COUNT-DISPLAY
007920             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007930         WRITE MAINT-REPORT-RECORD
007940         MOVE WS-MT-TRANS-REJECTED TO WS-COUNT-DISPLAY
007950         MOVE SPACES TO MAINT-REPORT-RECORD
007960         STRING "TRANSACTIONS REJECTED " WS-COUNT-DISPLAY
007970             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007980         WRITE MAINT-REPORT-RECORD
007990         MOVE WS-MT-ADDS-APPLIED TO WS-COUNT-DISPLAY
008000         MOVE SPACES TO MAINT-REPORT-RECORD
008010         STRING "BRANCHES ADDED        " WS-COUNT-DISPLAY
008020             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
008030         WRITE MAINT-REPORT-RECORD
008040         MOVE WS-MT-CHANGES-APPLIED TO WS-COUNT-DISPLAY
008050         MOVE SPACES TO MAINT-REPORT-RECORD
008060         STRING "BRANCHES CHANGED      " WS-COUNT-DISPLAY
008070             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
008080         WRITE MAINT-REPORT-RECORD
008090         MOVE WS-MT-DEACTS-APPLIED TO WS-COUNT-DISPLAY
008100         MOVE SPACES TO MAINT-REPORT-RECORD
008110         STRING "BRANCHES DEACTIVATED  " WS-COUNT-DISPLAY
008120             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
008130         WRITE MAINT-REPORT-RECORD
008140         MOVE WS-MT-CONSOLS-APPLIED TO WS-COUNT-DISPLAY
008150         MOVE SPACES TO MAINT-REPORT-RECORD
008160         STRING "BRANCHES CONSOLIDATED " WS-COUNT-DISPLAY
008170             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
008180         WRITE MAINT-REPORT-RECORD
008190         MOVE WS-MT-TRANS-APPLIED TO WS-COUNT-DISPLAY
008200         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
008210         STRING "CTLBRM01 - MAINTENANCE COMPLETE - APPLIED "
008220             WS-COUNT-DISPLAY
008230             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
008240         DISPLAY WS-ERROR-MESSAGE-LINE
008250     END-IF
008260     CLOSE BRANCH-MAINT-TRANS-FILE
008270     CLOSE BRANCH-REFERENCE-FILE
008280     CLOSE MAINT-REPORT-FILE
008290     CLOSE MAINT-AUDIT-FILE.
008300 9000-TERMINATE-EXIT.
008310     EXIT.
