000280*  09/02/26  RLM   ORIGINAL PROGRAM                              *
000290*  09/02/26  RLM   ARCHIVE IMAGES NOW CARRY THE TRANSACTION      *
000300*                  AMOUNT - LAYOUT KEPT IN STEP WITH CTLARC01    *
000310*  10/15/26  RLM   ARCHIVE IMAGES NOW CARRY THE TRANSACTION      *
000320*                  TYPE - LAYOUT KEPT IN STEP WITH CTLARC01      *
000330*  10/15/26  RLM   ARCHIVE IMAGES NOW CARRY THE DISPOSITION      *
000340*                  CODE - LAYOUT KEPT IN STEP WITH CTLARC01      *
000350*  10/15/26  RLM   ARCHIVE IMAGES NOW CARRY THE RUN DATE -       *
000360*                  LAYOUT KEPT IN STEP WITH CTLARC01             *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-3090.
000410 OBJECT-COMPUTER. IBM-3090.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDTARCH
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS AA-ARCHIVE-KEY
000480         FILE STATUS IS WS-FS-AUDIT-ARCH.
000490     SELECT INQUIRY-REPORT-FILE ASSIGN TO INQRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-FS-INQUIRY-RPT.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------------*
000560*  AUDIT-ARCHIVE-FILE - SAME LAYOUT AS WRITTEN BY CTLARC01.      *
000570*----------------------------------------------------------------*
000580 FD  AUDIT-ARCHIVE-FILE
000590     RECORD CONTAINS 208 CHARACTERS.
000600 01  AUDIT-ARCHIVE-RECORD.
000610     05  AA-ARCHIVE-KEY.
000620         10  AA-KEY-CONTROL           PIC X(06).
000630         10  AA-TIMESTAMP             PIC X(26).
000640     05  AA-TIMESTAMP-SPLIT REDEFINES AA-ARCHIVE-KEY.
000650         10  FILLER                   PIC X(06).
000660         10  AA-TS-DATE               PIC 9(08).
000670         10  FILLER                   PIC X(18).
000680     05  AA-USER-ID                   PIC X(08).
000690     05  AA-BEFORE-IMAGE.
000700         10  AA-BEFORE-KEY-CONTROL    PIC X(06).
000710         10  AA-BEFORE-CUSTOMER-NAME  PIC X(30).
000720         10  AA-BEFORE-ADDRESS        PIC X(40).
000730     05  AA-AFTER-IMAGE.
000740         10  AA-AFTER-KEY-CONTROL     PIC X(06).
000750         10  AA-AFTER-CUSTOMER-NAME   PIC X(30).
000760         10  AA-AFTER-ADDRESS         PIC X(40).
000770     05  AA-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
000780     05  AA-TRANSACTION-TYPE          PIC X(01).
000790     05  AA-DISPOSITION-CODE          PIC X(01).
000800     05  AA-RUN-DATE                  PIC 9(08).
000810 FD  INQUIRY-REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  INQUIRY-REPORT-RECORD             PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 01  WS-FILE-STATUS-BLOCK.
000860     05  WS-FS-AUDIT-ARCH             PIC X(02).
000870         88  WS-FS-AUDIT-ARCH-OK               VALUE "00".
000880     05  WS-FS-INQUIRY-RPT            PIC X(02).
000890         88  WS-FS-INQUIRY-RPT-OK              VALUE "00".
000900
000910 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
000920     88  WS-EOF-YES                            VALUE "Y".
000930     88  WS-EOF-NO                             VALUE "N".
000940
000950 01  WS-MATCH-SWITCH                   PIC X(01) VALUE "N".
000960     88  WS-MATCH-YES                          VALUE "Y".
000970     88  WS-MATCH-NO                           VALUE "N".
000980
000990 01  WS-ARCHIVE-OPEN-SWITCH            PIC X(01) VALUE "N".
001000     88  WS-ARCHIVE-OPENED                     VALUE "Y".
001010
001020 01  WS-REPORT-OPEN-SWITCH             PIC X(01) VALUE "N".
001030     88  WS-REPORT-OPENED                      VALUE "Y".
001040
001050 77  WS-RECORDS-READ                   PIC 9(09) COMP VALUE ZERO.
001060 77  WS-RECORDS-MATCHED                PIC 9(09) COMP VALUE ZERO.
001070 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001080 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001090
001100 01  WS-REPORT-WORK.
001110     05  WS-KEY-CHANGE-FLAG            PIC X(09).
001120     05  WS-NAME-CHANGE-FLAG           PIC X(09).
001130     05  WS-ADDR-CHANGE-FLAG           PIC X(09).
001140 LINKAGE SECTION.
001150 01  INQ-KEY-CONTROL                   PIC X(06).
001160 01  INQ-FROM-DATE                     PIC 9(08).
001170 01  INQ-TO-DATE                       PIC 9(08).
001180*----------------------------------------------------------------*
001190*  PROCEDURE DIVISION                                            *
001200*----------------------------------------------------------------*
001210 PROCEDURE DIVISION USING INQ-KEY-CONTROL INQ-FROM-DATE
001220     INQ-TO-DATE.
001230*----------------------------------------------------------------*
001240*  0000-MAINLINE - OPEN, POSITION, BROWSE, CLOSE.                *
001250*----------------------------------------------------------------*
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001280     IF WS-EOF-NO
001290         PERFORM 2000-PROCESS-ONE-ARCHIVE THRU
001300             2000-PROCESS-ONE-ARCHIVE-EXIT
001310             UNTIL WS-EOF-YES
001320     END-IF
001330     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001340     GOBACK.
001350 0000-MAINLINE-EXIT.
001360     EXIT.
001370*----------------------------------------------------------------*
001380*  1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADING, AND      *
001390*  START THE BROWSE AT THE REQUESTED KEY (OR THE TOP OF THE      *
001400*  ARCHIVE WHEN NO KEY WAS GIVEN). AN OPEN OR START FAILURE      *
001410*  FORCES END OF FILE SO THE MAINLINE FALLS STRAIGHT THROUGH.    *
001420*----------------------------------------------------------------*
001430 1000-INITIALIZE.
001440     SET WS-EOF-NO TO TRUE
001450     OPEN INPUT AUDIT-ARCHIVE-FILE
001460     IF NOT WS-FS-AUDIT-ARCH-OK
001470         STRING "CTLAIQ01 - AUDIT ARCHIVE OPEN FAILED - STATUS "
001480             WS-FS-AUDIT-ARCH
001490             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001500         DISPLAY WS-ERROR-MESSAGE-LINE
001510         SET WS-EOF-YES TO TRUE
001520         GO TO 1000-INITIALIZE-EXIT
001530     END-IF
001540     SET WS-ARCHIVE-OPENED TO TRUE
001550     OPEN OUTPUT INQUIRY-REPORT-FILE
001560     IF NOT WS-FS-INQUIRY-RPT-OK
001570         STRING "CTLAIQ01 - INQUIRY REPORT OPEN FAILED - STATUS "
001580             WS-FS-INQUIRY-RPT
001590             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001600         DISPLAY WS-ERROR-MESSAGE-LINE
001610         SET WS-EOF-YES TO TRUE
001620         GO TO 1000-INITIALIZE-EXIT
001630     END-IF
001640     SET WS-REPORT-OPENED TO TRUE
001650     MOVE SPACES TO INQUIRY-REPORT-RECORD
001660     STRING "AUDIT ARCHIVE INQUIRY  KEY " INQ-KEY-CONTROL
001670         "  FROM " INQ-FROM-DATE "  TO " INQ-TO-DATE
001680         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
001690     WRITE INQUIRY-REPORT-RECORD
001700     MOVE SPACES TO INQUIRY-REPORT-RECORD
001710     WRITE INQUIRY-REPORT-RECORD
001720     MOVE LOW-VALUES TO AA-ARCHIVE-KEY
001730     IF INQ-KEY-CONTROL NOT = SPACES
001740         MOVE INQ-KEY-CONTROL TO AA-KEY-CONTROL
001750     END-IF
001760     START AUDIT-ARCHIVE-FILE KEY NOT < AA-ARCHIVE-KEY
001770         INVALID KEY
001780             SET WS-EOF-YES TO TRUE
001790     END-START.
001800 1000-INITIALIZE-EXIT.
001810     EXIT.
001820*----------------------------------------------------------------*
001830*  2000-PROCESS-ONE-ARCHIVE - READ THE NEXT ARCHIVE IMAGE. A     *
001840*  SINGLE-KEY REQUEST STOPS AS SOON AS THE BROWSE LEAVES THAT    *
001850*  KEY; THE DATE RANGE FILTERS WITHIN THE KEY.                   *
001860*----------------------------------------------------------------*
001870 2000-PROCESS-ONE-ARCHIVE.
001880     READ AUDIT-ARCHIVE-FILE NEXT RECORD
001890         AT END
001900             SET WS-EOF-YES TO TRUE
001910             GO TO 2000-PROCESS-ONE-ARCHIVE-EXIT
001920     END-READ
001930     IF NOT WS-FS-AUDIT-ARCH-OK
001940         STRING "CTLAIQ01 - AUDIT ARCHIVE READ FAILED - STATUS "
001950             WS-FS-AUDIT-ARCH
001960             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001970         DISPLAY WS-ERROR-MESSAGE-LINE
001980         SET WS-EOF-YES TO TRUE
001990         GO TO 2000-PROCESS-ONE-ARCHIVE-EXIT
002000     END-IF
002010     IF INQ-KEY-CONTROL NOT = SPACES
002020         AND AA-KEY-CONTROL NOT = INQ-KEY-CONTROL
002030         SET WS-EOF-YES TO TRUE
002040         GO TO 2000-PROCESS-ONE-ARCHIVE-EXIT
002050     END-IF
002060     ADD 1 TO WS-RECORDS-READ
002070     PERFORM 2100-CHECK-SELECTION THRU
002080         2100-CHECK-SELECTION-EXIT
002090     IF WS-MATCH-YES
002100         ADD 1 TO WS-RECORDS-MATCHED
002110         PERFORM 3000-WRITE-AUDIT-BLOCK THRU
002120             3000-WRITE-AUDIT-BLOCK-EXIT
002130     END-IF.
002140 2000-PROCESS-ONE-ARCHIVE-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------*
002170*  2100-CHECK-SELECTION - THE TIMESTAMP DATE MUST FALL INSIDE    *
002180*  THE REQUESTED RANGE (AN END LEFT AT ZERO IS OPEN). THE KEY    *
002190*  WAS ALREADY FILTERED BY THE BROWSE ITSELF.                    *
002200*----------------------------------------------------------------*
002210 2100-CHECK-SELECTION.
002220     SET WS-MATCH-YES TO TRUE
002230     IF INQ-FROM-DATE > ZERO
002240         IF AA-TS-DATE < INQ-FROM-DATE
002250             SET WS-MATCH-NO TO TRUE
002260             GO TO 2100-CHECK-SELECTION-EXIT
002270         END-IF
002280     END-IF
002290     IF INQ-TO-DATE > ZERO
002300         IF AA-TS-DATE > INQ-TO-DATE
002310             SET WS-MATCH-NO TO TRUE
002320         END-IF
002330     END-IF.
002340 2100-CHECK-SELECTION-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------*
002370*  3000-WRITE-AUDIT-BLOCK - ONE FORMATTED BLOCK PER MATCHING     *
002380*  ARCHIVE IMAGE, IN THE SAME LAYOUT CTLINQ01 PRINTS SO THE      *
002390*  COMPLIANCE REVIEWERS READ ONE FORMAT WHEREVER THE IMAGES      *
002400*  CAME FROM.                                                    *
002410*----------------------------------------------------------------*
002420 3000-WRITE-AUDIT-BLOCK.
002430     MOVE SPACES TO WS-KEY-CHANGE-FLAG
002440     MOVE SPACES TO WS-NAME-CHANGE-FLAG
002450     MOVE SPACES TO WS-ADDR-CHANGE-FLAG
002460     IF AA-BEFORE-KEY-CONTROL NOT = AA-AFTER-KEY-CONTROL
002470         MOVE "*CHANGED*" TO WS-KEY-CHANGE-FLAG
002480     END-IF
002490     IF AA-BEFORE-CUSTOMER-NAME NOT = AA-AFTER-CUSTOMER-NAME
002500         MOVE "*CHANGED*" TO WS-NAME-CHANGE-FLAG
002510     END-IF
002520     IF AA-BEFORE-ADDRESS NOT = AA-AFTER-ADDRESS
002530         MOVE "*CHANGED*" TO WS-ADDR-CHANGE-FLAG
002540     END-IF
002550     MOVE SPACES TO INQUIRY-REPORT-RECORD
002560     STRING "USER " AA-USER-ID "  TIMESTAMP " AA-TIMESTAMP
002570         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002580     WRITE INQUIRY-REPORT-RECORD
002590     MOVE SPACES TO INQUIRY-REPORT-RECORD
002600     STRING "  KEY     BEFORE " AA-BEFORE-KEY-CONTROL
002610         "                         AFTER "
002620         AA-AFTER-KEY-CONTROL "  " WS-KEY-CHANGE-FLAG
002630         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002640     WRITE INQUIRY-REPORT-RECORD
002650     MOVE SPACES TO INQUIRY-REPORT-RECORD
002660     STRING "  NAME    BEFORE " AA-BEFORE-CUSTOMER-NAME
002670         " AFTER " AA-AFTER-CUSTOMER-NAME
002680         "  " WS-NAME-CHANGE-FLAG
002690         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002700     WRITE INQUIRY-REPORT-RECORD
002710     MOVE SPACES TO INQUIRY-REPORT-RECORD
002720     STRING "  ADDRESS BEFORE " AA-BEFORE-ADDRESS
002730         " AFTER " AA-AFTER-ADDRESS
002740         "  " WS-ADDR-CHANGE-FLAG
002750         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002760     WRITE INQUIRY-REPORT-RECORD
002770     MOVE SPACES TO INQUIRY-REPORT-RECORD
002780     WRITE INQUIRY-REPORT-RECORD.
002790 3000-WRITE-AUDIT-BLOCK-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------*
002820*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
002830*----------------------------------------------------------------*
002840 9000-TERMINATE.
002850     IF WS-REPORT-OPENED
002860         MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
002870         MOVE SPACES TO INQUIRY-REPORT-RECORD
002880         STRING "ARCHIVE IMAGES READ    " WS-COUNT-DISPLAY
002890             DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002900         WRITE INQUIRY-REPORT-RECORD
002910         MOVE WS-RECORDS-MATCHED TO WS-COUNT-DISPLAY
002920         MOVE SPACES TO INQUIRY-REPORT-RECORD
002930         STRING "ARCHIVE IMAGES MATCHED " WS-COUNT-DISPLAY
002940             DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002950         WRITE INQUIRY-REPORT-RECORD
002960         CLOSE INQUIRY-REPORT-FILE
002970     END-IF
002980     IF WS-ARCHIVE-OPENED
002990         CLOSE AUDIT-ARCHIVE-FILE
003000     END-IF.
003010 9000-TERMINATE-EXIT.
003020     EXIT.
