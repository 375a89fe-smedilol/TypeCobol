000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLRCM01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLRCM01 - RUN CONTROL LEDGER OVERRIDE MAINTENANCE. APPLIES   *
000100*  THE OPERATIONS DESK'S OVERRIDES TO THE RUN CONTROL LEDGER     *
000110*  (RUNCTL) SO A STEP THE LEDGER WOULD REFUSE CAN BE LET         *
000120*  THROUGH ONCE, UNDER A NAMED USER:                             *
000130*                                                                *
000140*    R  RERUN - A STEP ALREADY COMPLETE FOR THE RUN DATE MAY RUN *
000150*       AGAIN. THE STEP'S LEDGER RECORD MUST EXIST AND BE        *
000160*       COMPLETE.                                                *
000170*    V  VERIFICATION WAIVED - THE NIGHTLY UPDATE (CTLPGM01 OR    *
000180*       CTLDRV01) MAY START ALTHOUGH THE PREVIOUS NIGHT'S        *
000190*       CTLVER01 DID NOT PASS. THE RECORD IS CREATED, NOT RUN,   *
000200*       WHEN THE NIGHT HAS NOT STARTED YET.                      *
000210*    X  CANCEL - REMOVE AN OVERRIDE NOT YET USED.                *
000220*                                                                *
000230*  AN OVERRIDE IS USED UP BY THE ONE START IT LETS THROUGH       *
000240*  (CTLRCL01 CLEARS IT), SO A SECOND RERUN NEEDS A SECOND        *
000250*  OVERRIDE. EVERY TRANSACTION IS LISTED ON THE EDIT REPORT      *
000260*  (RCMRPT) AS APPLIED OR REJECTED WITH ITS REASON, USER AND     *
000270*  JUSTIFICATION - THE REPORT IS THE RECORD OF WHO RELEASED      *
000280*  WHAT.                                                         *
000290*----------------------------------------------------------------*
000300*  MODIFICATION HISTORY                                          *
000310*----------------------------------------------------------------*
000320*  DATE      INIT  DESCRIPTION                                   *
000330*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000340*  10/15/26  RLM   CTLBRS01, CTLACK01, CTLBCV01, CTLGLI01 AND    *
000350*                  CTLGLI-C ADDED TO THE LEDGERED STEPS SO A     *
000360*                  COMPLETED RUN OF ANY OF THEM CAN BE RELEASED  *
000370*                  FOR A RERUN (R) OR THE OVERRIDE CANCELLED (X) *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-3090.
000420 OBJECT-COMPUTER. IBM-3090.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RUN-CONTROL-TRANS-FILE ASSIGN TO RCTLTRAN
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS WS-FS-MAINT-TRANS.
000490     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS RC-LEDGER-KEY
000530         FILE STATUS IS WS-FS-RUN-CONTROL.
000540     SELECT MAINT-REPORT-FILE ASSIGN TO RCMRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS WS-FS-MAINT-RPT.
000580 DATA DIVISION.
000590 FILE SECTION.
000600*----------------------------------------------------------------*
000610*  RUN-CONTROL-TRANS-FILE - ONE OVERRIDE PER RECORD: ACTION R,   *
000620*  V OR X, THE RUN DATE AND STEP NAME OF THE LEDGER RECORD, THE  *
000630*  AUTHORIZING USER AND THE REASON FOR THE OVERRIDE.             *
000640*----------------------------------------------------------------*
000650 FD  RUN-CONTROL-TRANS-FILE
000660     RECORDING MODE IS F.
000670 01  RUN-CONTROL-TRANS-RECORD.
000680     05  RT-ACTION-CODE               PIC X(01).
000690         88  RT-ACTION-RERUN                  VALUE "R".
000700         88  RT-ACTION-VERIFY-WAIVE           VALUE "V".
000710         88  RT-ACTION-CANCEL                 VALUE "X".
000720     05  RT-RUN-DATE                  PIC 9(08).
000730     05  RT-STEP-NAME                 PIC X(08).
000740         88  RT-STEP-NIGHTLY-UPDATE           VALUE "CTLPGM01"
000750                                                    "CTLDRV01".
000760         88  RT-STEP-LEDGERED                 VALUE "CTLPGM01"
000770                                                    "CTLPGM-C"
000780                                                    "CTLDRV01"
000790                                                    "CTLVER01"
000800                                                    "CTLRGN01"
000810                                                    "CTLTRN01"
000820                                                    "CTLARC-A"
000830                                                    "CTLARC-P"
000840                                                    "CTLBRS01"
000850                                                    "CTLACK01"
000860                                                    "CTLBCV01"
000870                                                    "CTLGLI01"
000880                                                    "CTLGLI-C".
000890     05  RT-USER-ID                   PIC X(08).
000900     05  RT-REASON                    PIC X(30).
000910     05  FILLER                       PIC X(25).
000920*----------------------------------------------------------------*
000930*  RUN-CONTROL-FILE - SAME LAYOUT AS MAINTAINED BY CTLRCL01.     *
000940*----------------------------------------------------------------*
000950 FD  RUN-CONTROL-FILE
000960     RECORD CONTAINS 100 CHARACTERS.
000970 01  RUN-CONTROL-RECORD.
000980     05  RC-LEDGER-KEY.
000990         10  RC-RUN-DATE              PIC 9(08).
001000         10  RC-STEP-NAME             PIC X(08).
001010     05  RC-STEP-STATUS               PIC X(01).
001020         88  RC-STEP-NOT-RUN                  VALUE SPACE.
001030         88  RC-STEP-STARTED                  VALUE "S".
001040         88  RC-STEP-COMPLETE                 VALUE "C".
001050         88  RC-STEP-FAILED                   VALUE "F".
001060     05  RC-START-DATE                PIC 9(08).
001070     05  RC-START-TIME                PIC 9(08).
001080     05  RC-END-DATE                  PIC 9(08).
001090     05  RC-END-TIME                  PIC 9(08).
001100     05  RC-STEP-RETURN-CODE          PIC 9(02).
001110     05  RC-RUN-COUNT                 PIC 9(03).
001120     05  RC-REFUSED-COUNT             PIC 9(03).
001130     05  RC-OVERRIDE-CODE             PIC X(01).
001140         88  RC-OVERRIDE-NONE                 VALUE SPACE.
001150         88  RC-OVERRIDE-RERUN                VALUE "R".
001160         88  RC-OVERRIDE-VERIFY-WAIVED        VALUE "V".
001170     05  RC-OVERRIDE-USER-ID          PIC X(08).
001180     05  RC-OVERRIDE-USED             PIC X(01).
001190     05  RC-REFERENCE-DATE            PIC 9(08).
001200     05  FILLER                       PIC X(18).
001210*----------------------------------------------------------------*
001220*  MAINT-REPORT-FILE - EDIT REPORT, ONE LINE PER TRANSACTION.    *
001230*----------------------------------------------------------------*
001240 FD  MAINT-REPORT-FILE
001250     RECORDING MODE IS F.
001260 01  MAINT-REPORT-RECORD               PIC X(132).
001270 WORKING-STORAGE SECTION.
001280 01  WS-FILE-STATUS-BLOCK.
001290     05  WS-FS-MAINT-TRANS            PIC X(02).
001300         88  WS-FS-MAINT-TRANS-OK              VALUE "00".
001310     05  WS-FS-RUN-CONTROL            PIC X(02).
001320         88  WS-FS-RUN-CONTROL-OK              VALUE "00".
001330         88  WS-FS-RUN-CONTROL-NOT-FOUND       VALUE "23".
001340         88  WS-FS-RUN-CONTROL-MISSING         VALUE "35".
001350     05  WS-FS-MAINT-RPT              PIC X(02).
001360         88  WS-FS-MAINT-RPT-OK                VALUE "00".
001370
001380 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001390     88  WS-EOF-YES                            VALUE "Y".
001400     88  WS-EOF-NO                             VALUE "N".
001410
001420 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001430     88  WS-ABEND-REQUESTED                    VALUE "Y".
001440
001450 01  WS-KEY-ON-FILE-SWITCH             PIC X(01) VALUE "N".
001460     88  WS-KEY-ON-FILE                        VALUE "Y".
001470     88  WS-KEY-NOT-ON-FILE                    VALUE "N".
001480
001490 01  WS-MAINT-TOTALS.
001500     05  WS-MT-TRANS-READ              PIC 9(09) COMP VALUE ZERO.
001510     05  WS-MT-TRANS-APPLIED           PIC 9(09) COMP VALUE ZERO.
001520     05  WS-MT-TRANS-REJECTED          PIC 9(09) COMP VALUE ZERO.
001530
001540 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
001550 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001560 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001570 77  WS-REJECT-REASON                  PIC X(40) VALUE SPACES.
001580*----------------------------------------------------------------*
001590*  PROCEDURE DIVISION                                            *
001600*----------------------------------------------------------------*
001610 PROCEDURE DIVISION.
001620*----------------------------------------------------------------*
001630*  0000-MAINLINE - OPEN, APPLY EACH OVERRIDE, REPORT, CLOSE. THE *
001640*  JOB RETURN CODE IS 00 FOR A FULLY APPLIED FILE, 04 WHEN ANY   *
001650*  TRANSACTION WAS REJECTED, AND 12 WHEN A FILE FAILED.          *
001660*----------------------------------------------------------------*
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001690     IF NOT WS-ABEND-REQUESTED
001700         PERFORM 2000-PROCESS-ONE-TRANS THRU
001710             2000-PROCESS-ONE-TRANS-EXIT
001720             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
001730     END-IF
001740     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001750     IF WS-ABEND-REQUESTED
001760         MOVE 12 TO RETURN-CODE
001770     ELSE
001780         IF WS-MT-TRANS-REJECTED > ZERO
001790             MOVE 04 TO RETURN-CODE
001800         ELSE
001810             MOVE ZERO TO RETURN-CODE
001820         END-IF
001830     END-IF
001840     GOBACK.
001850 0000-MAINLINE-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------*
001880*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE REPORT         *
001890*  HEADING. THE LEDGER IS CREATED IF IT DOES NOT EXIST YET, SO A *
001900*  WAIVER CAN BE ENTERED BEFORE THE FIRST NIGHT EVER LEDGERED.   *
001910*----------------------------------------------------------------*
001920 1000-INITIALIZE.
001930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001940     SET WS-EOF-NO TO TRUE
001950     OPEN INPUT RUN-CONTROL-TRANS-FILE
001960     IF NOT WS-FS-MAINT-TRANS-OK
001970         STRING "CTLRCM01 - MAINT TRANS OPEN FAILED - STATUS "
001980             WS-FS-MAINT-TRANS
001990             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002000         DISPLAY WS-ERROR-MESSAGE-LINE
002010         SET WS-ABEND-REQUESTED TO TRUE
002020         GO TO 1000-INITIALIZE-EXIT
002030     END-IF
002040     OPEN I-O RUN-CONTROL-FILE
002050     IF WS-FS-RUN-CONTROL-MISSING
002060         OPEN OUTPUT RUN-CONTROL-FILE
002070         CLOSE RUN-CONTROL-FILE
002080         OPEN I-O RUN-CONTROL-FILE
002090     END-IF
002100     IF NOT WS-FS-RUN-CONTROL-OK
002110         STRING "CTLRCM01 - RUN CONTROL OPEN FAILED - STATUS "
002120             WS-FS-RUN-CONTROL
002130             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002140         DISPLAY WS-ERROR-MESSAGE-LINE
002150         SET WS-ABEND-REQUESTED TO TRUE
002160         GO TO 1000-INITIALIZE-EXIT
002170     END-IF
002180     OPEN OUTPUT MAINT-REPORT-FILE
002190     IF NOT WS-FS-MAINT-RPT-OK
002200         STRING "CTLRCM01 - MAINT REPORT OPEN FAILED - STATUS "
002210             WS-FS-MAINT-RPT
002220             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002230         DISPLAY WS-ERROR-MESSAGE-LINE
002240         SET WS-ABEND-REQUESTED TO TRUE
002250         GO TO 1000-INITIALIZE-EXIT
002260     END-IF
002270     MOVE SPACES TO MAINT-REPORT-RECORD
002280     STRING "RUN CONTROL OVERRIDE MAINTENANCE  RUN DATE "
002290         WS-RUN-DATE
002300         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
002310     WRITE MAINT-REPORT-RECORD
002320     MOVE SPACES TO MAINT-REPORT-RECORD
002330     WRITE MAINT-REPORT-RECORD.
002340 1000-INITIALIZE-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------*
002370*  2000-PROCESS-ONE-TRANS - READ ONE OVERRIDE, EDIT THE FIELDS   *
002380*  EVERY ACTION NEEDS, AND ROUTE ON THE ACTION CODE.             *
002390*----------------------------------------------------------------*
002400 2000-PROCESS-ONE-TRANS.
002410     READ RUN-CONTROL-TRANS-FILE
002420         AT END
002430             SET WS-EOF-YES TO TRUE
002440             GO TO 2000-PROCESS-ONE-TRANS-EXIT
002450     END-READ
002460     IF NOT WS-FS-MAINT-TRANS-OK
002470         STRING "CTLRCM01 - MAINT TRANS READ FAILED - STATUS "
002480             WS-FS-MAINT-TRANS
002490             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002500         DISPLAY WS-ERROR-MESSAGE-LINE
002510         SET WS-ABEND-REQUESTED TO TRUE
002520         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002530     END-IF
002540     ADD 1 TO WS-MT-TRANS-READ
002550     IF RT-RUN-DATE NOT NUMERIC OR RT-RUN-DATE = ZERO
002560         MOVE "INVALID RUN DATE" TO WS-REJECT-REASON
002570         PERFORM 3100-WRITE-REJECT-LINE THRU
002580             3100-WRITE-REJECT-LINE-EXIT
002590         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002600     END-IF
002610     IF NOT RT-STEP-LEDGERED
002620         MOVE "STEP IS NOT ON THE RUN CONTROL LEDGER"
002630             TO WS-REJECT-REASON
002640         PERFORM 3100-WRITE-REJECT-LINE THRU
002650             3100-WRITE-REJECT-LINE-EXIT
002660         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002670     END-IF
002680     IF RT-USER-ID = SPACES
002690         MOVE "BLANK USER ID" TO WS-REJECT-REASON
002700         PERFORM 3100-WRITE-REJECT-LINE THRU
002710             3100-WRITE-REJECT-LINE-EXIT
002720         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002730     END-IF
002740     IF RT-REASON = SPACES AND NOT RT-ACTION-CANCEL
002750         MOVE "BLANK OVERRIDE REASON" TO WS-REJECT-REASON
002760         PERFORM 3100-WRITE-REJECT-LINE THRU
002770             3100-WRITE-REJECT-LINE-EXIT
002780         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002790     END-IF
002800     IF RT-ACTION-RERUN
002810         PERFORM 2100-APPLY-RERUN THRU 2100-APPLY-RERUN-EXIT
002820         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002830     END-IF
002840     IF RT-ACTION-VERIFY-WAIVE
002850         PERFORM 2200-APPLY-VERIFY-WAIVE THRU
002860             2200-APPLY-VERIFY-WAIVE-EXIT
002870         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002880     END-IF
002890     IF RT-ACTION-CANCEL
002900         PERFORM 2300-APPLY-CANCEL THRU 2300-APPLY-CANCEL-EXIT
002910         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002920     END-IF
002930     MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
002940     PERFORM 3100-WRITE-REJECT-LINE THRU
002950         3100-WRITE-REJECT-LINE-EXIT.
002960 2000-PROCESS-ONE-TRANS-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------*
002990*  2050-READ-LEDGER-RECORD - RANDOM READ OF THE LEDGER ON THE    *
003000*  TRANSACTION'S RUN DATE AND STEP. A MISS IS AN ORDINARY EDIT   *
003010*  RESULT; ANY OTHER NON-ZERO STATUS STOPS THE RUN.              *
003020*----------------------------------------------------------------*
003030 2050-READ-LEDGER-RECORD.
003040     SET WS-KEY-ON-FILE TO TRUE
003050     MOVE RT-RUN-DATE TO RC-RUN-DATE
003060     MOVE RT-STEP-NAME TO RC-STEP-NAME
003070     READ RUN-CONTROL-FILE
003080         INVALID KEY
003090             SET WS-KEY-NOT-ON-FILE TO TRUE
003100     END-READ
003110     IF WS-KEY-NOT-ON-FILE
003120         AND NOT WS-FS-RUN-CONTROL-NOT-FOUND
003130         STRING "CTLRCM01 - RUN CONTROL READ FAILED - STATUS "
003140             WS-FS-RUN-CONTROL
003150             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003160         DISPLAY WS-ERROR-MESSAGE-LINE
003170         SET WS-ABEND-REQUESTED TO TRUE
003180     END-IF.
003190 2050-READ-LEDGER-RECORD-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------*
003220*  2100-APPLY-RERUN - ONLY A COMPLETED STEP IS REFUSED, SO ONLY  *
003230*  A COMPLETED STEP CAN TAKE A RERUN OVERRIDE. A STEP THAT       *
003240*  FAILED OR NEVER ENDED RESTARTS WITHOUT ONE.                   *
003250*----------------------------------------------------------------*
003260 2100-APPLY-RERUN.
003270     PERFORM 2050-READ-LEDGER-RECORD THRU
003280         2050-READ-LEDGER-RECORD-EXIT
003290     IF WS-ABEND-REQUESTED
003300         GO TO 2100-APPLY-RERUN-EXIT
003310     END-IF
003320     IF WS-KEY-NOT-ON-FILE
003330         MOVE "STEP HAS NOT RUN FOR THIS RUN DATE"
003340             TO WS-REJECT-REASON
003350         PERFORM 3100-WRITE-REJECT-LINE THRU
003360             3100-WRITE-REJECT-LINE-EXIT
003370         GO TO 2100-APPLY-RERUN-EXIT
003380     END-IF
003390     IF NOT RC-STEP-COMPLETE
003400         MOVE "STEP NOT COMPLETE - RESTARTS WITHOUT OVERRIDE"
003410             TO WS-REJECT-REASON
003420         PERFORM 3100-WRITE-REJECT-LINE THRU
003430             3100-WRITE-REJECT-LINE-EXIT
003440         GO TO 2100-APPLY-RERUN-EXIT
003450     END-IF
003460     SET RC-OVERRIDE-RERUN TO TRUE
003470     MOVE RT-USER-ID TO RC-OVERRIDE-USER-ID
003480     REWRITE RUN-CONTROL-RECORD
003490     PERFORM 2900-CHECK-LEDGER-WRITE THRU
003500         2900-CHECK-LEDGER-WRITE-EXIT
003510     IF WS-ABEND-REQUESTED
003520         GO TO 2100-APPLY-RERUN-EXIT
003530     END-IF
003540     MOVE "RERUN AUTHORIZED" TO WS-REJECT-REASON
003550     PERFORM 3000-WRITE-APPLIED-LINE THRU
003560         3000-WRITE-APPLIED-LINE-EXIT.
003570 2100-APPLY-RERUN-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------*
003600*  2200-APPLY-VERIFY-WAIVE - ONLY THE NIGHTLY UPDATE CHECKS THE  *
003610*  PREVIOUS NIGHT'S VERIFICATION. THE WAIVER IS NORMALLY         *
003620*  ENTERED AFTER THE REFUSAL, WHEN THE RECORD EXISTS; ENTERED    *
003630*  AHEAD OF THE NIGHT IT CREATES A NOT-RUN RECORD TO HOLD IT.    *
003640*  A NIGHTLY UPDATE ALREADY COMPLETE NEEDS A RERUN, NOT THIS.    *
003650*----------------------------------------------------------------*
003660 2200-APPLY-VERIFY-WAIVE.
003670     IF NOT RT-STEP-NIGHTLY-UPDATE
003680         MOVE "WAIVER APPLIES ONLY TO CTLPGM01 OR CTLDRV01"
003690             TO WS-REJECT-REASON
003700         PERFORM 3100-WRITE-REJECT-LINE THRU
003710             3100-WRITE-REJECT-LINE-EXIT
003720         GO TO 2200-APPLY-VERIFY-WAIVE-EXIT
003730     END-IF
003740     PERFORM 2050-READ-LEDGER-RECORD THRU
003750         2050-READ-LEDGER-RECORD-EXIT
003760     IF WS-ABEND-REQUESTED
003770         GO TO 2200-APPLY-VERIFY-WAIVE-EXIT
003780     END-IF
003790     IF WS-KEY-ON-FILE AND RC-STEP-COMPLETE
003800         MOVE "STEP ALREADY COMPLETE FOR THIS RUN DATE"
003810             TO WS-REJECT-REASON
003820         PERFORM 3100-WRITE-REJECT-LINE THRU
003830             3100-WRITE-REJECT-LINE-EXIT
003840         GO TO 2200-APPLY-VERIFY-WAIVE-EXIT
003850     END-IF
003860     IF WS-KEY-NOT-ON-FILE
003870         MOVE SPACES TO RUN-CONTROL-RECORD
003880         MOVE RT-RUN-DATE TO RC-RUN-DATE
003890         MOVE RT-STEP-NAME TO RC-STEP-NAME
003900         MOVE ZERO TO RC-START-DATE RC-START-TIME RC-END-DATE
003910             RC-END-TIME RC-STEP-RETURN-CODE RC-RUN-COUNT
003920             RC-REFUSED-COUNT RC-REFERENCE-DATE
003930         MOVE "N" TO RC-OVERRIDE-USED
003940     END-IF
003950     SET RC-OVERRIDE-VERIFY-WAIVED TO TRUE
003960     MOVE RT-USER-ID TO RC-OVERRIDE-USER-ID
003970     IF WS-KEY-ON-FILE
003980         REWRITE RUN-CONTROL-RECORD
003990     ELSE
004000         WRITE RUN-CONTROL-RECORD
004010     END-IF
004020     PERFORM 2900-CHECK-LEDGER-WRITE THRU
004030         2900-CHECK-LEDGER-WRITE-EXIT
004040     IF WS-ABEND-REQUESTED
004050         GO TO 2200-APPLY-VERIFY-WAIVE-EXIT
004060     END-IF
004070     MOVE "PRIOR NIGHT VERIFICATION WAIVED" TO WS-REJECT-REASON
004080     PERFORM 3000-WRITE-APPLIED-LINE THRU
004090         3000-WRITE-APPLIED-LINE-EXIT.
004100 2200-APPLY-VERIFY-WAIVE-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------*
004130*  2300-APPLY-CANCEL - TAKE BACK AN OVERRIDE THAT HAS NOT BEEN   *
004140*  USED. THE RECORD ITSELF STAYS, EVEN A NOT-RUN ONE.            *
004150*----------------------------------------------------------------*
004160 2300-APPLY-CANCEL.
004170     PERFORM 2050-READ-LEDGER-RECORD THRU
004180         2050-READ-LEDGER-RECORD-EXIT
004190     IF WS-ABEND-REQUESTED
004200         GO TO 2300-APPLY-CANCEL-EXIT
004210     END-IF
004220     IF WS-KEY-NOT-ON-FILE OR RC-OVERRIDE-NONE
004230         MOVE "NO OVERRIDE WAITING FOR THIS RUN DATE AND STEP"
004240             TO WS-REJECT-REASON
004250         PERFORM 3100-WRITE-REJECT-LINE THRU
004260             3100-WRITE-REJECT-LINE-EXIT
004270         GO TO 2300-APPLY-CANCEL-EXIT
004280     END-IF
004290     SET RC-OVERRIDE-NONE TO TRUE
004300     MOVE RT-USER-ID TO RC-OVERRIDE-USER-ID
004310     REWRITE RUN-CONTROL-RECORD
004320     PERFORM 2900-CHECK-LEDGER-WRITE THRU
004330         2900-CHECK-LEDGER-WRITE-EXIT
004340     IF WS-ABEND-REQUESTED
004350         GO TO 2300-APPLY-CANCEL-EXIT
004360     END-IF
004370     MOVE "OVERRIDE CANCELLED" TO WS-REJECT-REASON
004380     PERFORM 3000-WRITE-APPLIED-LINE THRU
004390         3000-WRITE-APPLIED-LINE-EXIT.
004400 2300-APPLY-CANCEL-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------*
004430*  2900-CHECK-LEDGER-WRITE - A FAILED WRITE OR REWRITE OF THE    *
004440*  LEDGER STOPS THE RUN.                                         *
004450*----------------------------------------------------------------*
004460 2900-CHECK-LEDGER-WRITE.
004470     IF NOT WS-FS-RUN-CONTROL-OK
004480         STRING "CTLRCM01 - RUN CONTROL WRITE FAILED - STATUS "
004490             WS-FS-RUN-CONTROL
004500             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004510         DISPLAY WS-ERROR-MESSAGE-LINE
004520         SET WS-ABEND-REQUESTED TO TRUE
004530     END-IF.
004540 2900-CHECK-LEDGER-WRITE-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------*
004570*  3000-WRITE-APPLIED-LINE - ONE REPORT LINE PER APPLIED         *
004580*  OVERRIDE WITH THE USER AND THE REASON GIVEN.                  *
004590*----------------------------------------------------------------*
004600 3000-WRITE-APPLIED-LINE.
004610     ADD 1 TO WS-MT-TRANS-APPLIED
004620     MOVE SPACES TO MAINT-REPORT-RECORD
004630     STRING "APPLIED   RUN DATE " RT-RUN-DATE
004640         "  STEP " RT-STEP-NAME
004650         "  ACTION " RT-ACTION-CODE
004660         "  " WS-REJECT-REASON
004670         "  USER " RT-USER-ID
004680         "  " RT-REASON
004690         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
004700     WRITE MAINT-REPORT-RECORD.
004710 3000-WRITE-APPLIED-LINE-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------*
004740*  3100-WRITE-REJECT-LINE - ONE REPORT LINE PER REJECTED         *
004750*  TRANSACTION WITH THE EDIT REASON SET BY THE CALLER.           *
004760*----------------------------------------------------------------*
004770 3100-WRITE-REJECT-LINE.
004780     ADD 1 TO WS-MT-TRANS-REJECTED
004790     MOVE SPACES TO MAINT-REPORT-RECORD
004800     STRING "REJECTED  RUN DATE " RT-RUN-DATE
004810         "  STEP " RT-STEP-NAME
004820         "  ACTION " RT-ACTION-CODE
004830         "  " WS-REJECT-REASON
004840         "  USER " RT-USER-ID
004850         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
004860     WRITE MAINT-REPORT-RECORD.
004870 3100-WRITE-REJECT-LINE-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------*
004900*  9000-TERMINATE - CONTROL TOTALS AND CLOSE.                    *
004910*----------------------------------------------------------------*
004920 9000-TERMINATE.
004930     IF NOT WS-ABEND-REQUESTED
004940         MOVE SPACES TO MAINT-REPORT-RECORD
004950         WRITE MAINT-REPORT-RECORD
004960         MOVE WS-MT-TRANS-READ TO WS-COUNT-DISPLAY
004970         MOVE SPACES TO MAINT-REPORT-RECORD
004980         STRING "TRANSACTIONS READ     " WS-COUNT-DISPLAY
004990             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
005000         WRITE MAINT-REPORT-RECORD
005010         MOVE WS-MT-TRANS-APPLIED TO WS-COUNT-DISPLAY
005020         MOVE SPACES TO MAINT-REPORT-RECORD
005030         STRING "TRANSACTIONS APPLIED  " WS-COUNT-DISPLAY
005040             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
005050         WRITE MAINT-REPORT-RECORD
005060         MOVE WS-MT-TRANS-REJECTED TO WS-COUNT-DISPLAY
005070         MOVE SPACES TO MAINT-REPORT-RECORD
005080         STRING "TRANSACTIONS REJECTED " WS-COUNT-DISPLAY
005090             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
005100         WRITE MAINT-REPORT-RECORD
005110         MOVE WS-MT-TRANS-APPLIED TO WS-COUNT-DISPLAY
005120         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
005130         STRING "CTLRCM01 - MAINTENANCE COMPLETE - APPLIED "
005140             WS-COUNT-DISPLAY
005150             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005160         DISPLAY WS-ERROR-MESSAGE-LINE
005170     END-IF
005180     CLOSE RUN-CONTROL-TRANS-FILE
005190     CLOSE RUN-CONTROL-FILE
005200     CLOSE MAINT-REPORT-FILE.
005210 9000-TERMINATE-EXIT.
005220     EXIT.
