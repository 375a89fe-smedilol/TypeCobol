000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLRCR01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLRCR01 - RUN CONTROL STATUS REPORT FOR THE MORNING SHIFT    *
000100*  HANDOVER. LISTS EVERY RUN CONTROL LEDGER (RUNCTL) RECORD FOR  *
000110*  THE LAST N RUN DATES, ONE BLOCK PER RUN DATE, WITH EACH       *
000120*  STEP'S STATUS, START AND END, RETURN CODE, RUN COUNT,         *
000130*  REFUSALS AND OVERRIDES.                                       *
000140*                                                                *
000150*  ITEMS NEEDING ATTENTION ARE MARKED **: A STEP THAT STARTED    *
000160*  AND NEVER ENDED, A FAILED STEP, A CTLVER01 THAT DID NOT PASS, *
000170*  AND - ON A RUN DATE WHERE THE NIGHTLY UPDATE RAN - ANY OF THE *
000180*  NIGHT'S OTHER STEPS (CTLSRT01, CTLVER01, CTLRGN01, CTLTRN01,  *
000190*  CTLARC-A, CTLBRS01, CTLACK01, CTLGLI01) WITH NO LEDGER RECORD.*
000200*  WHEN THE LATEST NIGHT'S VERIFICATION DID NOT PASS THE REPORT  *
000210*  SAYS THE NEXT NIGHTLY UPDATE WILL BE REFUSED UNTIL A WAIVER IS*
000220*  ENTERED (CTLRCM01).                                           *
000230*                                                                *
000240*  THE LOOKBACK IS PASSED IN CALENDAR DAYS; ZERO TAKES THE       *
000250*  DEFAULT OF 7. RETURN CODE 04 WHEN ANYTHING NEEDS ATTENTION.   *
000260*----------------------------------------------------------------*
000270*  MODIFICATION HISTORY                                          *
000280*----------------------------------------------------------------*
000290*  DATE      INIT  DESCRIPTION                                   *
000300*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000310*  10/15/26  RLM   CTLBRS01, CTLACK01 AND CTLGLI01 ADDED TO      *
000320*                  THE NIGHT'S EXPECTED STEPS (2100, 3000)       *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-3090.
000370 OBJECT-COMPUTER. IBM-3090.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RC-LEDGER-KEY
000440         FILE STATUS IS WS-FS-RUN-CONTROL.
000450     SELECT STATUS-REPORT-FILE ASSIGN TO RCRRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS WS-FS-STATUS-RPT.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------------*
000520*  RUN-CONTROL-FILE - SAME LAYOUT AS MAINTAINED BY CTLRCL01.     *
000530*----------------------------------------------------------------*
000540 FD  RUN-CONTROL-FILE
000550     RECORD CONTAINS 100 CHARACTERS.
000560 01  RUN-CONTROL-RECORD.
000570     05  RC-LEDGER-KEY.
000580         10  RC-RUN-DATE              PIC 9(08).
000590         10  RC-STEP-NAME             PIC X(08).
000600     05  RC-STEP-STATUS               PIC X(01).
000610         88  RC-STEP-NOT-RUN                  VALUE SPACE.
000620         88  RC-STEP-STARTED                  VALUE "S".
000630         88  RC-STEP-COMPLETE                 VALUE "C".
000640         88  RC-STEP-FAILED                   VALUE "F".
000650     05  RC-START-DATE                PIC 9(08).
000660     05  RC-START-TIME                PIC 9(08).
000670     05  RC-END-DATE                  PIC 9(08).
000680     05  RC-END-TIME                  PIC 9(08).
000690     05  RC-STEP-RETURN-CODE          PIC 9(02).
000700     05  RC-RUN-COUNT                 PIC 9(03).
000710     05  RC-REFUSED-COUNT             PIC 9(03).
000720     05  RC-OVERRIDE-CODE             PIC X(01).
000730         88  RC-OVERRIDE-NONE                 VALUE SPACE.
000740         88  RC-OVERRIDE-RERUN                VALUE "R".
000750         88  RC-OVERRIDE-VERIFY-WAIVED        VALUE "V".
000760     05  RC-OVERRIDE-USER-ID          PIC X(08).
000770     05  RC-OVERRIDE-USED             PIC X(01).
000780     05  RC-REFERENCE-DATE            PIC 9(08).
000790     05  FILLER                       PIC X(18).
000800*----------------------------------------------------------------*
000810*  STATUS-REPORT-FILE - HANDOVER REPORT.                         *
000820*----------------------------------------------------------------*
000830 FD  STATUS-REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  STATUS-REPORT-RECORD              PIC X(132).
000860 WORKING-STORAGE SECTION.
000870 01  WS-FILE-STATUS-BLOCK.
000880     05  WS-FS-RUN-CONTROL            PIC X(02).
000890         88  WS-FS-RUN-CONTROL-OK              VALUE "00".
000900         88  WS-FS-RUN-CONTROL-NOT-FOUND       VALUE "23".
000910     05  WS-FS-STATUS-RPT             PIC X(02).
000920         88  WS-FS-STATUS-RPT-OK               VALUE "00".
000930
000940 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
000950     88  WS-EOF-YES                            VALUE "Y".
000960     88  WS-EOF-NO                             VALUE "N".
000970
000980 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
000990     88  WS-ABEND-REQUESTED                    VALUE "Y".
001000*----------------------------------------------------------------*
001010*  LEDGER CONSTANTS - THE CONTROL RECORD'S STEP NAME, AS KEPT    *
001020*  BY CTLRCL01.                                                  *
001030*----------------------------------------------------------------*
001040 01  WS-LEDGER-CONSTANTS.
001050     05  WS-CONTROL-STEP-NAME          PIC X(08) VALUE "NIGHTLY".
001060*----------------------------------------------------------------*
001070*  RUN DATE BLOCK - THE RUN DATE BEING LISTED AND WHICH OF THE   *
001080*  NIGHT'S STEPS HAVE BEEN SEEN FOR IT. A RUN DATE OF ZERO MEANS *
001090*  NO BLOCK IS OPEN YET.                                         *
001100*----------------------------------------------------------------*
001110 01  WS-RUN-DATE-BLOCK.
001120     05  WS-BLOCK-RUN-DATE             PIC 9(08) VALUE ZERO.
001130     05  WS-SEEN-UPDATE                PIC X(01) VALUE "N".
001140         88  WS-SEEN-UPDATE-YES                VALUE "Y".
001150     05  WS-SEEN-SORT                  PIC X(01) VALUE "N".
001160         88  WS-SEEN-SORT-YES                  VALUE "Y".
001170     05  WS-SEEN-VERIFY                PIC X(01) VALUE "N".
001180         88  WS-SEEN-VERIFY-YES                VALUE "Y".
001190     05  WS-SEEN-REGION                PIC X(01) VALUE "N".
001200         88  WS-SEEN-REGION-YES                VALUE "Y".
001210     05  WS-SEEN-TREND                 PIC X(01) VALUE "N".
001220         88  WS-SEEN-TREND-YES                 VALUE "Y".
001230     05  WS-SEEN-ARCHIVE               PIC X(01) VALUE "N".
001240         88  WS-SEEN-ARCHIVE-YES               VALUE "Y".
001250     05  WS-SEEN-BURST                 PIC X(01) VALUE "N".
001260         88  WS-SEEN-BURST-YES                 VALUE "Y".
001270     05  WS-SEEN-ACKNOWLEDGE           PIC X(01) VALUE "N".
001280         88  WS-SEEN-ACKNOWLEDGE-YES           VALUE "Y".
001290     05  WS-SEEN-GL-INTERFACE          PIC X(01) VALUE "N".
001300         88  WS-SEEN-GL-INTERFACE-YES          VALUE "Y".
001310     05  WS-VERIFY-PASSED              PIC X(01) VALUE "N".
001320         88  WS-VERIFY-PASSED-YES              VALUE "Y".
001330     05  WS-MISSING-STEP-NAME          PIC X(08) VALUE SPACES.
001340*----------------------------------------------------------------*
001350*  DETAIL LINE - ONE PER LEDGER RECORD.                          *
001360*----------------------------------------------------------------*
001370 01  WS-DETAIL-LINE.
001380     05  FILLER                        PIC X(02) VALUE SPACES.
001390     05  DL-STEP-NAME                  PIC X(08).
001400     05  FILLER                        PIC X(02) VALUE SPACES.
001410     05  DL-STATUS                     PIC X(08).
001420     05  FILLER                        PIC X(02) VALUE SPACES.
001430     05  DL-START-DATE                 PIC X(08).
001440     05  FILLER                        PIC X(01) VALUE SPACES.
001450     05  DL-START-TIME                 PIC X(08).
001460     05  FILLER                        PIC X(02) VALUE SPACES.
001470     05  DL-END-DATE                   PIC X(08).
001480     05  FILLER                        PIC X(01) VALUE SPACES.
001490     05  DL-END-TIME                   PIC X(08).
001500     05  FILLER                        PIC X(02) VALUE SPACES.
001510     05  DL-RETURN-CODE                PIC X(02).
001520     05  FILLER                        PIC X(03) VALUE SPACES.
001530     05  DL-RUN-COUNT                  PIC ZZ9.
001540     05  FILLER                        PIC X(03) VALUE SPACES.
001550     05  DL-REFUSED-COUNT              PIC ZZ9.
001560     05  FILLER                        PIC X(02) VALUE SPACES.
001570     05  DL-OVERRIDE                   PIC X(20).
001580     05  FILLER                        PIC X(02) VALUE SPACES.
001590     05  DL-NOTE                       PIC X(26).
001600
001610 01  WS-COLUMN-HEADING.
001620     05  FILLER                        PIC X(40) VALUE
001630         "  STEP      STATUS    STARTED           ".
001640     05  FILLER                        PIC X(36) VALUE
001650         " ENDED              RC   RUN   REF  ".
001660     05  FILLER                        PIC X(26) VALUE
001670         "OVERRIDE              NOTE".
001680*----------------------------------------------------------------*
001690*  TIME WORK - LEDGER TIMES ARE HHMMSSHH, SHOWN AS HH:MM:SS.     *
001700*----------------------------------------------------------------*
001710 01  WS-TIME-WORK.
001720     05  WS-TIME-NUMERIC               PIC 9(08) VALUE ZERO.
001730     05  WS-TIME-SPLIT REDEFINES WS-TIME-NUMERIC.
001740         10  WS-TM-HOURS               PIC 9(02).
001750         10  WS-TM-MINUTES             PIC 9(02).
001760         10  WS-TM-SECONDS             PIC 9(02).
001770         10  FILLER                    PIC 9(02).
001780     05  WS-TIME-EDIT.
001790         10  WS-TE-HOURS               PIC 9(02).
001800         10  FILLER                    PIC X(01) VALUE ":".
001810         10  WS-TE-MINUTES             PIC 9(02).
001820         10  FILLER                    PIC X(01) VALUE ":".
001830         10  WS-TE-SECONDS             PIC 9(02).
001840
001850 77  WS-DEFAULT-LOOKBACK-DAYS          PIC 9(03) VALUE 007.
001860 77  WS-LOOKBACK-DAYS                  PIC 9(03) VALUE ZERO.
001870 77  WS-STEP-COUNT                     PIC 9(04) COMP VALUE ZERO.
001880 01  WS-DAYS-IN-MONTH-STRING           PIC X(24) VALUE
001890     "312831303130313130313031".
001900 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-STRING.
001910     05  WS-DM-DAYS OCCURS 12 TIMES    PIC 9(02).
001920 01  WS-WINDOW-WORK.
001930     05  WS-WINDOW-START-DATE          PIC 9(08) VALUE ZERO.
001940     05  WS-WINDOW-START-SPLIT REDEFINES WS-WINDOW-START-DATE.
001950         10  WS-WS-YEAR                PIC 9(04).
001960         10  WS-WS-MONTH               PIC 9(02).
001970         10  WS-WS-DAY                 PIC 9(02).
001980     05  WS-LEAP-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
001990     05  WS-LEAP-REMAINDER-4           PIC 9(04) COMP VALUE ZERO.
002000     05  WS-LEAP-REMAINDER-100         PIC 9(04) COMP VALUE ZERO.
002010     05  WS-LEAP-REMAINDER-400         PIC 9(04) COMP VALUE ZERO.
002020
002030 01  WS-REPORT-TOTALS.
002040     05  WS-RT-RUN-DATES               PIC 9(09) COMP VALUE ZERO.
002050     05  WS-RT-STEPS                   PIC 9(09) COMP VALUE ZERO.
002060     05  WS-RT-ATTENTION               PIC 9(09) COMP VALUE ZERO.
002070
002080 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
002090 77  WS-LATEST-NIGHT-DATE              PIC 9(08) VALUE ZERO.
002100 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
002110 77  WS-DAYS-DISPLAY                   PIC ZZ9.
002120 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
002130 LINKAGE SECTION.
002140*  RCR-LOOKBACK-DAYS - HOW MANY CALENDAR DAYS BACK FROM TODAY    *
002150*  TO LIST. ZERO TAKES THE DEFAULT.                              *
002160 01  RCR-LOOKBACK-DAYS                 PIC 9(03).
002170*----------------------------------------------------------------*
002180*  PROCEDURE DIVISION                                            *
002190*----------------------------------------------------------------*
002200 PROCEDURE DIVISION USING RCR-LOOKBACK-DAYS.
002210*----------------------------------------------------------------*
002220*  0000-MAINLINE - OPEN, LIST THE LEDGER FROM THE WINDOW START,  *
002230*  CLOSE THE LAST RUN DATE BLOCK, REPORT.                        *
002240*----------------------------------------------------------------*
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002270     IF NOT WS-ABEND-REQUESTED
002280         PERFORM 2000-PROCESS-ONE-RECORD THRU
002290             2000-PROCESS-ONE-RECORD-EXIT
002300             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
002310     END-IF
002320     IF NOT WS-ABEND-REQUESTED AND WS-BLOCK-RUN-DATE NOT = ZERO
002330         PERFORM 3000-END-RUN-DATE THRU 3000-END-RUN-DATE-EXIT
002340     END-IF
002350     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002360     IF WS-ABEND-REQUESTED
002370         MOVE 12 TO RETURN-CODE
002380     ELSE
002390         IF WS-RT-ATTENTION > ZERO
002400             MOVE 04 TO RETURN-CODE
002410         ELSE
002420             MOVE ZERO TO RETURN-CODE
002430         END-IF
002440     END-IF
002450     GOBACK.
002460 0000-MAINLINE-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------*
002490*  1000-INITIALIZE - FIX THE WINDOW, OPEN THE FILES, READ THE    *
002500*  CONTROL RECORD FOR THE LATEST NIGHTLY RUN DATE, WRITE THE     *
002510*  HEADING AND START THE BROWSE AT THE WINDOW START. THE         *
002520*  CONTROL RECORD (RUN DATE ZERO) SITS BEFORE ANY WINDOW.        *
002530*----------------------------------------------------------------*
002540 1000-INITIALIZE.
002550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002560     SET WS-EOF-NO TO TRUE
002570     IF RCR-LOOKBACK-DAYS = ZERO
002580         MOVE WS-DEFAULT-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
002590     ELSE
002600         MOVE RCR-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
002610     END-IF
002620     MOVE WS-RUN-DATE TO WS-WINDOW-START-DATE
002630     PERFORM 8100-STEP-BACK-ONE-DAY THRU
002640         8100-STEP-BACK-ONE-DAY-EXIT
002650         VARYING WS-STEP-COUNT FROM 1 BY 1
002660         UNTIL WS-STEP-COUNT > WS-LOOKBACK-DAYS
002670     OPEN INPUT RUN-CONTROL-FILE
002680     IF NOT WS-FS-RUN-CONTROL-OK
002690         STRING "CTLRCR01 - RUN CONTROL OPEN FAILED - STATUS "
002700             WS-FS-RUN-CONTROL
002710             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002720         DISPLAY WS-ERROR-MESSAGE-LINE
002730         SET WS-ABEND-REQUESTED TO TRUE
002740         GO TO 1000-INITIALIZE-EXIT
002750     END-IF
002760     OPEN OUTPUT STATUS-REPORT-FILE
002770     IF NOT WS-FS-STATUS-RPT-OK
002780         STRING "CTLRCR01 - STATUS REPORT OPEN FAILED - STATUS "
002790             WS-FS-STATUS-RPT
002800             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002810         DISPLAY WS-ERROR-MESSAGE-LINE
002820         SET WS-ABEND-REQUESTED TO TRUE
002830         GO TO 1000-INITIALIZE-EXIT
002840     END-IF
002850     MOVE ZERO TO RC-RUN-DATE
002860     MOVE WS-CONTROL-STEP-NAME TO RC-STEP-NAME
002870     READ RUN-CONTROL-FILE
002880         INVALID KEY
002890             MOVE ZERO TO RC-REFERENCE-DATE
002900     END-READ
002910     IF NOT WS-FS-RUN-CONTROL-OK
002920         AND NOT WS-FS-RUN-CONTROL-NOT-FOUND
002930         STRING "CTLRCR01 - RUN CONTROL READ FAILED - STATUS "
002940             WS-FS-RUN-CONTROL
002950             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002960         DISPLAY WS-ERROR-MESSAGE-LINE
002970         SET WS-ABEND-REQUESTED TO TRUE
002980         GO TO 1000-INITIALIZE-EXIT
002990     END-IF
003000     MOVE RC-REFERENCE-DATE TO WS-LATEST-NIGHT-DATE
003010     MOVE WS-LOOKBACK-DAYS TO WS-DAYS-DISPLAY
003020     MOVE SPACES TO STATUS-REPORT-RECORD
003030     STRING "RUN CONTROL STATUS REPORT  RUN DATE " WS-RUN-DATE
003040         "  LOOKBACK " WS-DAYS-DISPLAY " DAYS FROM "
003050         WS-WINDOW-START-DATE
003060         "  LATEST NIGHTLY UPDATE " WS-LATEST-NIGHT-DATE
003070         DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
003080     WRITE STATUS-REPORT-RECORD
003090     MOVE SPACES TO STATUS-REPORT-RECORD
003100     WRITE STATUS-REPORT-RECORD
003110     MOVE WS-COLUMN-HEADING TO STATUS-REPORT-RECORD
003120     WRITE STATUS-REPORT-RECORD
003130     MOVE WS-WINDOW-START-DATE TO RC-RUN-DATE
003140     MOVE LOW-VALUES TO RC-STEP-NAME
003150     START RUN-CONTROL-FILE KEY NOT < RC-LEDGER-KEY
003160         INVALID KEY
003170             SET WS-EOF-YES TO TRUE
003180     END-START.
003190 1000-INITIALIZE-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------*
003220*  2000-PROCESS-ONE-RECORD - READ THE NEXT LEDGER RECORD. A NEW  *
003230*  RUN DATE CLOSES THE PREVIOUS BLOCK AND OPENS ITS OWN.         *
003240*----------------------------------------------------------------*
003250 2000-PROCESS-ONE-RECORD.
003260     READ RUN-CONTROL-FILE NEXT RECORD
003270         AT END
003280             SET WS-EOF-YES TO TRUE
003290             GO TO 2000-PROCESS-ONE-RECORD-EXIT
003300     END-READ
003310     IF NOT WS-FS-RUN-CONTROL-OK
003320         STRING "CTLRCR01 - RUN CONTROL READ FAILED - STATUS "
003330             WS-FS-RUN-CONTROL
003340             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003350         DISPLAY WS-ERROR-MESSAGE-LINE
003360         SET WS-ABEND-REQUESTED TO TRUE
003370         GO TO 2000-PROCESS-ONE-RECORD-EXIT
003380     END-IF
003390     IF RC-RUN-DATE NOT = WS-BLOCK-RUN-DATE
003400         IF WS-BLOCK-RUN-DATE NOT = ZERO
003410             PERFORM 3000-END-RUN-DATE THRU
003420                 3000-END-RUN-DATE-EXIT
003430         END-IF
003440         PERFORM 2050-START-RUN-DATE THRU
003450             2050-START-RUN-DATE-EXIT
003460     END-IF
003470     ADD 1 TO WS-RT-STEPS
003480     PERFORM 2100-NOTE-EXPECTED-STEP THRU
003490         2100-NOTE-EXPECTED-STEP-EXIT
003500     PERFORM 2200-WRITE-STEP-LINE THRU
003510         2200-WRITE-STEP-LINE-EXIT.
003520 2000-PROCESS-ONE-RECORD-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------*
003550*  2050-START-RUN-DATE - RESET THE STEPS SEEN AND WRITE THE RUN  *
003560*  DATE'S BLOCK HEADING.                                         *
003570*----------------------------------------------------------------*
003580 2050-START-RUN-DATE.
003590     ADD 1 TO WS-RT-RUN-DATES
003600     MOVE RC-RUN-DATE TO WS-BLOCK-RUN-DATE
003610     MOVE "N" TO WS-SEEN-UPDATE WS-SEEN-SORT WS-SEEN-VERIFY
003620         WS-SEEN-REGION WS-SEEN-TREND WS-SEEN-ARCHIVE
003630         WS-SEEN-BURST WS-SEEN-ACKNOWLEDGE WS-SEEN-GL-INTERFACE
003640         WS-VERIFY-PASSED
003650     MOVE SPACES TO STATUS-REPORT-RECORD
003660     WRITE STATUS-REPORT-RECORD
003670     MOVE SPACES TO STATUS-REPORT-RECORD
003680     STRING "RUN DATE " WS-BLOCK-RUN-DATE
003690         DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
003700     WRITE STATUS-REPORT-RECORD.
003710 2050-START-RUN-DATE-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------*
003740*  2100-NOTE-EXPECTED-STEP - REMEMBER WHICH OF THE NIGHT'S STEPS *
003750*  HAVE A RECORD, AND WHETHER CTLVER01 PASSED (COMPLETE, RC 00). *
003760*----------------------------------------------------------------*
003770 2100-NOTE-EXPECTED-STEP.
003780     IF RC-STEP-NAME = "CTLPGM01" OR RC-STEP-NAME = "CTLDRV01"
003790         SET WS-SEEN-UPDATE-YES TO TRUE
003800     END-IF
003810     IF RC-STEP-NAME = "CTLSRT01"
003820         SET WS-SEEN-SORT-YES TO TRUE
003830     END-IF
003840     IF RC-STEP-NAME = "CTLVER01"
003850         SET WS-SEEN-VERIFY-YES TO TRUE
003860         IF RC-STEP-COMPLETE AND RC-STEP-RETURN-CODE = ZERO
003870             SET WS-VERIFY-PASSED-YES TO TRUE
003880         END-IF
003890     END-IF
003900     IF RC-STEP-NAME = "CTLRGN01"
003910         SET WS-SEEN-REGION-YES TO TRUE
003920     END-IF
003930     IF RC-STEP-NAME = "CTLTRN01"
003940         SET WS-SEEN-TREND-YES TO TRUE
003950     END-IF
003960     IF RC-STEP-NAME = "CTLARC-A"
003970         SET WS-SEEN-ARCHIVE-YES TO TRUE
003980     END-IF
003990     IF RC-STEP-NAME = "CTLBRS01"
004000         SET WS-SEEN-BURST-YES TO TRUE
004010     END-IF
004020     IF RC-STEP-NAME = "CTLACK01"
004030         SET WS-SEEN-ACKNOWLEDGE-YES TO TRUE
004040     END-IF
004050     IF RC-STEP-NAME = "CTLGLI01"
004060         SET WS-SEEN-GL-INTERFACE-YES TO TRUE
004070     END-IF.
004080 2100-NOTE-EXPECTED-STEP-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------*
004110*  2200-WRITE-STEP-LINE - ONE DETAIL LINE PER LEDGER RECORD.     *
004120*  ZERO DATES AND TIMES PRINT BLANK. THE NOTE CARRIES THE        *
004130*  ATTENTION MARK WHEN THE STEP NEEDS SOMEONE TO LOOK AT IT.     *
004140*----------------------------------------------------------------*
004150 2200-WRITE-STEP-LINE.
004160     MOVE RC-STEP-NAME TO DL-STEP-NAME
004170     MOVE SPACES TO DL-START-DATE DL-START-TIME DL-END-DATE
004180         DL-END-TIME DL-RETURN-CODE DL-OVERRIDE DL-NOTE
004190     MOVE "NOT RUN" TO DL-STATUS
004200     IF RC-STEP-STARTED
004210         MOVE "RUNNING" TO DL-STATUS
004220     END-IF
004230     IF RC-STEP-COMPLETE
004240         MOVE "COMPLETE" TO DL-STATUS
004250     END-IF
004260     IF RC-STEP-FAILED
004270         MOVE "FAILED" TO DL-STATUS
004280     END-IF
004290     IF RC-START-DATE NOT = ZERO
004300         MOVE RC-START-DATE TO DL-START-DATE
004310         MOVE RC-START-TIME TO WS-TIME-NUMERIC
004320         PERFORM 8200-EDIT-TIME THRU 8200-EDIT-TIME-EXIT
004330         MOVE WS-TIME-EDIT TO DL-START-TIME
004340     END-IF
004350     IF RC-END-DATE NOT = ZERO
004360         MOVE RC-END-DATE TO DL-END-DATE
004370         MOVE RC-END-TIME TO WS-TIME-NUMERIC
004380         PERFORM 8200-EDIT-TIME THRU 8200-EDIT-TIME-EXIT
004390         MOVE WS-TIME-EDIT TO DL-END-TIME
004400         MOVE RC-STEP-RETURN-CODE TO DL-RETURN-CODE
004410     END-IF
004420     MOVE RC-RUN-COUNT TO DL-RUN-COUNT
004430     MOVE RC-REFUSED-COUNT TO DL-REFUSED-COUNT
004440     IF NOT RC-OVERRIDE-NONE
004450         STRING RC-OVERRIDE-CODE " WAITING " RC-OVERRIDE-USER-ID
004460             DELIMITED BY SIZE INTO DL-OVERRIDE
004470     ELSE
004480         IF RC-OVERRIDE-USED = "Y"
004490             STRING "USED - " RC-OVERRIDE-USER-ID
004500                 DELIMITED BY SIZE INTO DL-OVERRIDE
004510         END-IF
004520     END-IF
004530     PERFORM 2250-SET-STEP-NOTE THRU 2250-SET-STEP-NOTE-EXIT
004540     MOVE WS-DETAIL-LINE TO STATUS-REPORT-RECORD
004550     WRITE STATUS-REPORT-RECORD.
004560 2200-WRITE-STEP-LINE-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------*
004590*  2250-SET-STEP-NOTE - THE ONE NOTE THAT MATTERS MOST FOR THE   *
004600*  STEP. THE FIRST THREE NEED SOMEONE TO LOOK AT THEM.           *
004610*----------------------------------------------------------------*
004620 2250-SET-STEP-NOTE.
004630     IF RC-STEP-STARTED
004640         MOVE "** STARTED, NEVER ENDED" TO DL-NOTE
004650         ADD 1 TO WS-RT-ATTENTION
004660         GO TO 2250-SET-STEP-NOTE-EXIT
004670     END-IF
004680     IF RC-STEP-FAILED
004690         MOVE "** FAILED" TO DL-NOTE
004700         ADD 1 TO WS-RT-ATTENTION
004710         GO TO 2250-SET-STEP-NOTE-EXIT
004720     END-IF
004730     IF RC-STEP-NAME = "CTLVER01" AND RC-STEP-COMPLETE
004740         AND RC-STEP-RETURN-CODE NOT = ZERO
004750         MOVE "** VERIFICATION NOT PASSED" TO DL-NOTE
004760         ADD 1 TO WS-RT-ATTENTION
004770         GO TO 2250-SET-STEP-NOTE-EXIT
004780     END-IF
004790     IF RC-STEP-NOT-RUN
004800         MOVE "OVERRIDE ENTERED AHEAD" TO DL-NOTE
004810         GO TO 2250-SET-STEP-NOTE-EXIT
004820     END-IF
004830     IF RC-REFUSED-COUNT > ZERO
004840         MOVE "START REFUSED BY LEDGER" TO DL-NOTE
004850     END-IF.
004860 2250-SET-STEP-NOTE-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------*
004890*  3000-END-RUN-DATE - ON A RUN DATE THE NIGHTLY UPDATE RAN,     *
004900*  LIST THE NIGHT'S STEPS WITH NO LEDGER RECORD. ON THE LATEST   *
004910*  NIGHT, SAY SO WHEN ITS VERIFICATION WILL STOP THE NEXT ONE.   *
004920*----------------------------------------------------------------*
004930 3000-END-RUN-DATE.
004940     IF NOT WS-SEEN-UPDATE-YES
004950         GO TO 3000-END-RUN-DATE-EXIT
004960     END-IF
004970     IF NOT WS-SEEN-SORT-YES
004980         MOVE "CTLSRT01" TO WS-MISSING-STEP-NAME
004990         PERFORM 3100-WRITE-MISSING-LINE THRU
005000             3100-WRITE-MISSING-LINE-EXIT
005010     END-IF
005020     IF NOT WS-SEEN-VERIFY-YES
005030         MOVE "CTLVER01" TO WS-MISSING-STEP-NAME
005040         PERFORM 3100-WRITE-MISSING-LINE THRU
005050             3100-WRITE-MISSING-LINE-EXIT
005060     END-IF
005070     IF NOT WS-SEEN-REGION-YES
005080         MOVE "CTLRGN01" TO WS-MISSING-STEP-NAME
005090         PERFORM 3100-WRITE-MISSING-LINE THRU
005100             3100-WRITE-MISSING-LINE-EXIT
005110     END-IF
005120     IF NOT WS-SEEN-TREND-YES
005130         MOVE "CTLTRN01" TO WS-MISSING-STEP-NAME
005140         PERFORM 3100-WRITE-MISSING-LINE THRU
005150             3100-WRITE-MISSING-LINE-EXIT
005160     END-IF
005170     IF NOT WS-SEEN-ARCHIVE-YES
005180         MOVE "CTLARC-A" TO WS-MISSING-STEP-NAME
005190         PERFORM 3100-WRITE-MISSING-LINE THRU
005200             3100-WRITE-MISSING-LINE-EXIT
005210     END-IF
005220     IF NOT WS-SEEN-BURST-YES
005230         MOVE "CTLBRS01" TO WS-MISSING-STEP-NAME
005240         PERFORM 3100-WRITE-MISSING-LINE THRU
005250             3100-WRITE-MISSING-LINE-EXIT
005260     END-IF
005270     IF NOT WS-SEEN-ACKNOWLEDGE-YES
005280         MOVE "CTLACK01" TO WS-MISSING-STEP-NAME
005290         PERFORM 3100-WRITE-MISSING-LINE THRU
005300             3100-WRITE-MISSING-LINE-EXIT
005310     END-IF
005320     IF NOT WS-SEEN-GL-INTERFACE-YES
005330         MOVE "CTLGLI01" TO WS-MISSING-STEP-NAME
005340         PERFORM 3100-WRITE-MISSING-LINE THRU
005350             3100-WRITE-MISSING-LINE-EXIT
005360     END-IF
005370     IF WS-BLOCK-RUN-DATE = WS-LATEST-NIGHT-DATE
005380         AND NOT WS-VERIFY-PASSED-YES
005390         ADD 1 TO WS-RT-ATTENTION
005400         MOVE SPACES TO STATUS-REPORT-RECORD
005410         STRING "  ** CTLVER01 DID NOT PASS FOR THE LATEST NIGHT"
005420             " - THE NEXT NIGHTLY UPDATE WILL BE REFUSED UNLESS"
005430             " A WAIVER (V) IS ENTERED"
005440             DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
005450         WRITE STATUS-REPORT-RECORD
005460     END-IF.
005470 3000-END-RUN-DATE-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------*
005500*  3100-WRITE-MISSING-LINE - ONE LINE FOR A STEP OF THE NIGHT    *
005510*  WITH NO LEDGER RECORD.                                        *
005520*----------------------------------------------------------------*
005530 3100-WRITE-MISSING-LINE.
005540     ADD 1 TO WS-RT-ATTENTION
005550     MOVE SPACES TO STATUS-REPORT-RECORD
005560     STRING "  " WS-MISSING-STEP-NAME
005570         "  ** NOT RUN FOR THIS RUN DATE"
005580         DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
005590     WRITE STATUS-REPORT-RECORD.
005600 3100-WRITE-MISSING-LINE-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------*
005630*  8100-STEP-BACK-ONE-DAY - MOVE WS-WINDOW-START-DATE BACK ONE   *
005640*  CALENDAR DAY, ACROSS MONTH AND YEAR ENDS, WITH FEBRUARY 29 IN *
005650*  A LEAP YEAR.                                                  *
005660*----------------------------------------------------------------*
005670 8100-STEP-BACK-ONE-DAY.
005680     IF WS-WS-DAY > 1
005690         SUBTRACT 1 FROM WS-WS-DAY
005700         GO TO 8100-STEP-BACK-ONE-DAY-EXIT
005710     END-IF
005720     IF WS-WS-MONTH > 1
005730         SUBTRACT 1 FROM WS-WS-MONTH
005740     ELSE
005750         MOVE 12 TO WS-WS-MONTH
005760         SUBTRACT 1 FROM WS-WS-YEAR
005770     END-IF
005780     MOVE WS-DM-DAYS (WS-WS-MONTH) TO WS-WS-DAY
005790     IF WS-WS-MONTH NOT = 2
005800         GO TO 8100-STEP-BACK-ONE-DAY-EXIT
005810     END-IF
005820     DIVIDE WS-WS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
005830         REMAINDER WS-LEAP-REMAINDER-4
005840     DIVIDE WS-WS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005850         REMAINDER WS-LEAP-REMAINDER-100
005860     DIVIDE WS-WS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
005870         REMAINDER WS-LEAP-REMAINDER-400
005880     IF WS-LEAP-REMAINDER-4 = ZERO
005890         AND (WS-LEAP-REMAINDER-100 NOT = ZERO
005900         OR WS-LEAP-REMAINDER-400 = ZERO)
005910         MOVE 29 TO WS-WS-DAY
005920     END-IF.
005930 8100-STEP-BACK-ONE-DAY-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------*
005960*  8200-EDIT-TIME - WS-TIME-NUMERIC TO HH:MM:SS IN WS-TIME-EDIT. *
005970*----------------------------------------------------------------*
005980 8200-EDIT-TIME.
005990     MOVE WS-TM-HOURS TO WS-TE-HOURS
006000     MOVE WS-TM-MINUTES TO WS-TE-MINUTES
006010     MOVE WS-TM-SECONDS TO WS-TE-SECONDS.
006020 8200-EDIT-TIME-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------*
006050*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
006060*----------------------------------------------------------------*
006070 9000-TERMINATE.
006080     IF NOT WS-ABEND-REQUESTED
006090         MOVE SPACES TO STATUS-REPORT-RECORD
006100         WRITE STATUS-REPORT-RECORD
006110         IF WS-RT-RUN-DATES = ZERO
006120             MOVE "NO RUN CONTROL RECORDS IN THE WINDOW"
006130                 TO STATUS-REPORT-RECORD
006140             WRITE STATUS-REPORT-RECORD
006150         END-IF
006160         MOVE WS-RT-RUN-DATES TO WS-COUNT-DISPLAY
006170         MOVE SPACES TO STATUS-REPORT-RECORD
006180         STRING "RUN DATES LISTED      " WS-COUNT-DISPLAY
006190             DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
006200         WRITE STATUS-REPORT-RECORD
006210         MOVE WS-RT-STEPS TO WS-COUNT-DISPLAY
006220         MOVE SPACES TO STATUS-REPORT-RECORD
006230         STRING "STEP RECORDS LISTED   " WS-COUNT-DISPLAY
006240             DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
006250         WRITE STATUS-REPORT-RECORD
006260         MOVE WS-RT-ATTENTION TO WS-COUNT-DISPLAY
006270         MOVE SPACES TO STATUS-REPORT-RECORD
006280         STRING "ITEMS NEEDING ATTENTION" WS-COUNT-DISPLAY
006290             DELIMITED BY SIZE INTO STATUS-REPORT-RECORD
006300         WRITE STATUS-REPORT-RECORD
006310         MOVE WS-RT-ATTENTION TO WS-COUNT-DISPLAY
006320         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
006330         STRING "CTLRCR01 - STATUS REPORT COMPLETE - ATTENTION "
006340             WS-COUNT-DISPLAY
006350             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006360         DISPLAY WS-ERROR-MESSAGE-LINE
006370     END-IF
006380     CLOSE RUN-CONTROL-FILE
006390     CLOSE STATUS-REPORT-FILE.
006400 9000-TERMINATE-EXIT.
006410     EXIT.
