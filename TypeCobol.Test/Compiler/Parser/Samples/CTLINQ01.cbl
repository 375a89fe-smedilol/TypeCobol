000300*  09/02/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE            *
000310*                  TRANSACTION AMOUNT - LAYOUT KEPT IN STEP      *
000320*                  WITH CTLPGM01                                 *
000330*  10/15/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE            *
000340*                  TRANSACTION TYPE - LAYOUT KEPT IN STEP        *
000350*                  WITH CTLPGM01                                 *
000360*  10/15/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE            *
000370*                  DISPOSITION CODE - LAYOUT KEPT IN STEP        *
000380*                  WITH CTLPGM01                                 *
000390*  10/15/26  RLM   AUDIT TRAIL RECORD NOW CARRIES THE RUN        *
000400*                  DATE - LAYOUT KEPT IN STEP WITH CTLPGM01      *
000410*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-3090.
000450 OBJECT-COMPUTER. IBM-3090.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS WS-FS-AUDIT-TRAIL.
000520     SELECT INQUIRY-REPORT-FILE ASSIGN TO INQRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-FS-INQUIRY-RPT.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------------*
000590*  AUDIT-TRAIL-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.        *
000600*----------------------------------------------------------------*
000610 FD  AUDIT-TRAIL-FILE
000620     RECORDING MODE IS F.
000630 01  AUDIT-TRAIL-RECORD.
000640     05  AT-TIMESTAMP                 PIC X(26).
000650     05  AT-TIMESTAMP-SPLIT REDEFINES AT-TIMESTAMP.
000660         10  AT-TS-DATE               PIC 9(08).
000670         10  FILLER                   PIC X(18).
000680     05  AT-USER-ID                   PIC X(08).
000690     05  AT-BEFORE-IMAGE.
000700         10  AT-BEFORE-KEY-CONTROL    PIC X(06).
000710         10  AT-BEFORE-CUSTOMER-NAME  PIC X(30).
000720         10  AT-BEFORE-ADDRESS        PIC X(40).
000730     05  AT-AFTER-IMAGE.
000740         10  AT-AFTER-KEY-CONTROL     PIC X(06).
000750         10  AT-AFTER-CUSTOMER-NAME   PIC X(30).
000760         10  AT-AFTER-ADDRESS         PIC X(40).
000770     05  AT-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
000780     05  AT-TRANSACTION-TYPE          PIC X(01).
000790     05  AT-DISPOSITION-CODE          PIC X(01).
000800     05  AT-RUN-DATE                  PIC 9(08).
000810 FD  INQUIRY-REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  INQUIRY-REPORT-RECORD             PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 01  WS-FILE-STATUS-BLOCK.
000860     05  WS-FS-AUDIT-TRAIL            PIC X(02).
000870         88  WS-FS-AUDIT-TRAIL-OK              VALUE "00".
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
000990 01  WS-AUDIT-OPEN-SWITCH              PIC X(01) VALUE "N".
001000     88  WS-AUDIT-OPENED                       VALUE "Y".
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
001240*  0000-MAINLINE - OPEN, SELECT, REPORT, CLOSE.                  *
001250*----------------------------------------------------------------*
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001280     IF WS-EOF-NO
001290         PERFORM 2000-PROCESS-ONE-AUDIT THRU
001300             2000-PROCESS-ONE-AUDIT-EXIT
001310             UNTIL WS-EOF-YES
001320     END-IF
001330     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001340     GOBACK.
001350 0000-MAINLINE-EXIT.
001360     EXIT.
001370*----------------------------------------------------------------*
001380*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE REPORT         *
001390*  HEADING, ECHOING THE SELECTION CRITERIA SO THE PRINTED PAGE   *
001400*  PROVES WHAT WAS ASKED FOR. AN OPEN FAILURE FORCES END OF      *
001410*  FILE SO THE MAINLINE FALLS STRAIGHT THROUGH TO TERMINATION.   *
001420*----------------------------------------------------------------*
001430 1000-INITIALIZE.
001440     SET WS-EOF-NO TO TRUE
001450     OPEN INPUT AUDIT-TRAIL-FILE
001460     IF NOT WS-FS-AUDIT-TRAIL-OK
001470         STRING "CTLINQ01 - AUDIT TRAIL OPEN FAILED - STATUS "
001480             WS-FS-AUDIT-TRAIL
001490             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001500         DISPLAY WS-ERROR-MESSAGE-LINE
001510         SET WS-EOF-YES TO TRUE
001520         GO TO 1000-INITIALIZE-EXIT
001530     END-IF
001540     SET WS-AUDIT-OPENED TO TRUE
001550     OPEN OUTPUT INQUIRY-REPORT-FILE
001560     IF NOT WS-FS-INQUIRY-RPT-OK
001570         STRING "CTLINQ01 - INQUIRY REPORT OPEN FAILED - STATUS "
001580             WS-FS-INQUIRY-RPT
001590             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001600         DISPLAY WS-ERROR-MESSAGE-LINE
001610         SET WS-EOF-YES TO TRUE
001620         GO TO 1000-INITIALIZE-EXIT
001630     END-IF
001640     SET WS-REPORT-OPENED TO TRUE
001650     MOVE SPACES TO INQUIRY-REPORT-RECORD
001660     STRING "AUDIT TRAIL INQUIRY  KEY " INQ-KEY-CONTROL
001670         "  FROM " INQ-FROM-DATE "  TO " INQ-TO-DATE
001680         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
001690     WRITE INQUIRY-REPORT-RECORD
001700     MOVE SPACES TO INQUIRY-REPORT-RECORD
001710     WRITE INQUIRY-REPORT-RECORD.
001720 1000-INITIALIZE-EXIT.
001730     EXIT.
001740*----------------------------------------------------------------*
001750*  2000-PROCESS-ONE-AUDIT - READ ONE AUDIT RECORD, APPLY THE     *
001760*  KEY AND DATE-RANGE SELECTION, AND PRINT THE BLOCK WHEN IT     *
001770*  MATCHES.                                                      *
001780*----------------------------------------------------------------*
001790 2000-PROCESS-ONE-AUDIT.
001800     READ AUDIT-TRAIL-FILE
001810         AT END
001820             SET WS-EOF-YES TO TRUE
001830             GO TO 2000-PROCESS-ONE-AUDIT-EXIT
001840     END-READ
001850     IF NOT WS-FS-AUDIT-TRAIL-OK
001860         STRING "CTLINQ01 - AUDIT TRAIL READ FAILED - STATUS "
001870             WS-FS-AUDIT-TRAIL
001880             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001890         DISPLAY WS-ERROR-MESSAGE-LINE
001900         SET WS-EOF-YES TO TRUE
001910         GO TO 2000-PROCESS-ONE-AUDIT-EXIT
001920     END-IF
001930     ADD 1 TO WS-RECORDS-READ
001940     PERFORM 2100-CHECK-SELECTION THRU
001950         2100-CHECK-SELECTION-EXIT
001960     IF WS-MATCH-YES
001970         ADD 1 TO WS-RECORDS-MATCHED
001980         PERFORM 3000-WRITE-AUDIT-BLOCK THRU
001990             3000-WRITE-AUDIT-BLOCK-EXIT
002000     END-IF.
002010 2000-PROCESS-ONE-AUDIT-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------*
002040*  2100-CHECK-SELECTION - A RECORD MATCHES WHEN THE REQUESTED    *
002050*  KEY (IF ANY) APPEARS IN THE BEFORE OR AFTER IMAGE AND THE     *
002060*  TIMESTAMP DATE FALLS INSIDE THE REQUESTED RANGE (AN END       *
002070*  LEFT AT ZERO IS OPEN).                                        *
002080*----------------------------------------------------------------*
002090 2100-CHECK-SELECTION.
002100     SET WS-MATCH-YES TO TRUE
002110     IF INQ-KEY-CONTROL NOT = SPACES
002120         IF AT-BEFORE-KEY-CONTROL NOT = INQ-KEY-CONTROL
002130             AND AT-AFTER-KEY-CONTROL NOT = INQ-KEY-CONTROL
002140             SET WS-MATCH-NO TO TRUE
002150             GO TO 2100-CHECK-SELECTION-EXIT
002160         END-IF
002170     END-IF
002180     IF INQ-FROM-DATE > ZERO
002190         IF AT-TS-DATE < INQ-FROM-DATE
002200             SET WS-MATCH-NO TO TRUE
002210             GO TO 2100-CHECK-SELECTION-EXIT
002220         END-IF
002230     END-IF
002240     IF INQ-TO-DATE > ZERO
002250         IF AT-TS-DATE > INQ-TO-DATE
002260             SET WS-MATCH-NO TO TRUE
002270         END-IF
002280     END-IF.
002290 2100-CHECK-SELECTION-EXIT.
002300     EXIT.
002310*----------------------------------------------------------------*
002320*  3000-WRITE-AUDIT-BLOCK - ONE FORMATTED BLOCK PER MATCHING     *
002330*  AUDIT RECORD: USER AND TIMESTAMP, THEN KEY, NAME, AND         *
002340*  ADDRESS WITH BEFORE AND AFTER SIDE BY SIDE AND A *CHANGED*    *
002350*  FLAG ON EVERY FIELD WHOSE IMAGES DIFFER.                      *
002360*----------------------------------------------------------------*
002370 3000-WRITE-AUDIT-BLOCK.
002380     MOVE SPACES TO WS-KEY-CHANGE-FLAG
002390     MOVE SPACES TO WS-NAME-CHANGE-FLAG
002400     MOVE SPACES TO WS-ADDR-CHANGE-FLAG
002410     IF AT-BEFORE-KEY-CONTROL NOT = AT-AFTER-KEY-CONTROL
002420         MOVE "*CHANGED*" TO WS-KEY-CHANGE-FLAG
002430     END-IF
002440     IF AT-BEFORE-CUSTOMER-NAME NOT = AT-AFTER-CUSTOMER-NAME
002450         MOVE "*CHANGED*" TO WS-NAME-CHANGE-FLAG
002460     END-IF
002470     IF AT-BEFORE-ADDRESS NOT = AT-AFTER-ADDRESS
002480         MOVE "*CHANGED*" TO WS-ADDR-CHANGE-FLAG
002490     END-IF
002500     MOVE SPACES TO INQUIRY-REPORT-RECORD
002510     STRING "USER " AT-USER-ID "  TIMESTAMP " AT-TIMESTAMP
002520         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002530     WRITE INQUIRY-REPORT-RECORD
002540     MOVE SPACES TO INQUIRY-REPORT-RECORD
002550     STRING "  KEY     BEFORE " AT-BEFORE-KEY-CONTROL
002560         "                         AFTER "
002570         AT-AFTER-KEY-CONTROL "  " WS-KEY-CHANGE-FLAG
002580         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002590     WRITE INQUIRY-REPORT-RECORD
002600     MOVE SPACES TO INQUIRY-REPORT-RECORD
002610     STRING "  NAME    BEFORE " AT-BEFORE-CUSTOMER-NAME
002620         " AFTER " AT-AFTER-CUSTOMER-NAME
002630         "  " WS-NAME-CHANGE-FLAG
002640         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002650     WRITE INQUIRY-REPORT-RECORD
002660     MOVE SPACES TO INQUIRY-REPORT-RECORD
002670     STRING "  ADDRESS BEFORE " AT-BEFORE-ADDRESS
002680         " AFTER " AT-AFTER-ADDRESS
002690         "  " WS-ADDR-CHANGE-FLAG
002700         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002710     WRITE INQUIRY-REPORT-RECORD
002720     MOVE SPACES TO INQUIRY-REPORT-RECORD
002730     WRITE INQUIRY-REPORT-RECORD.
002740 3000-WRITE-AUDIT-BLOCK-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------*
002770*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
002780*----------------------------------------------------------------*
002790 9000-TERMINATE.
002800     IF WS-REPORT-OPENED
002810         MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
002820         MOVE SPACES TO INQUIRY-REPORT-RECORD
002830         STRING "AUDIT RECORDS READ    " WS-COUNT-DISPLAY
002840             DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002850         WRITE INQUIRY-REPORT-RECORD
002860         MOVE WS-RECORDS-MATCHED TO WS-COUNT-DISPLAY
002870         MOVE SPACES TO INQUIRY-REPORT-RECORD
002880         STRING "AUDIT RECORDS MATCHED " WS-COUNT-DISPLAY
002890             DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
002900         WRITE INQUIRY-REPORT-RECORD
002910         CLOSE INQUIRY-REPORT-FILE
002920     END-IF
002930     IF WS-AUDIT-OPENED
002940         CLOSE AUDIT-TRAIL-FILE
002950     END-IF.
002960 9000-TERMINATE-EXIT.
002970     EXIT.
