000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLBAR01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLBAR01 - WEEKLY BRANCH ACTIVITY EXCEPTION REPORT. WALKS THE *
000100*  BRANCH REFERENCE FILE (BRCHREF) IN KEY ORDER AGAINST THE      *
000110*  PER-BRANCH ACTIVITY HISTORY (BRCHACT) THAT CTLPGM01 KEEPS,    *
000120*  AND LISTS TWO KINDS OF FEED ROUTING TROUBLE:                  *
000130*                                                                *
000140*    1. ACTIVE BRANCHES (STATUS A) WITH NO ACTIVITY FOR THE      *
000150*       DORMANCY PERIOD - NOTHING SINCE THE CUTOFF DATE, OR      *
000160*       NOTHING EVER.                                            *
000170*    2. INACTIVE BRANCHES (STATUS I, DEACTIVATED BY CTLBRM01)    *
000180*       THAT HAVE RECEIVED TRANSACTIONS SINCE THE CUTOFF WHILE   *
000190*       INACTIVE - CTLPGM01 ONLY CHECKS THAT A KEY EXISTS, SO    *
000200*       THOSE TRANSACTIONS POSTED.                               *
000210*                                                                *
000220*  THE DORMANCY PERIOD IS PASSED IN CALENDAR DAYS; ZERO TAKES    *
000230*  THE DEFAULT OF 30. THE CUTOFF IS THAT MANY DAYS BEFORE TODAY. *
000240*  RETURN CODE 04 WHEN EITHER LIST HAS AN ENTRY.                 *
000250*----------------------------------------------------------------*
000260*  MODIFICATION HISTORY                                          *
000270*----------------------------------------------------------------*
000280*  DATE      INIT  DESCRIPTION                                   *
000290*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000300*  10/15/26  RLM   BRANCH REFERENCE RECORD NOW CARRIES THE       *
000310*                  SUCCESSOR KEY AND CONSOLIDATION DATE OF A     *
000320*                  MERGED BRANCH - LAYOUT KEPT IN STEP WITH      *
000330*                  CTLBRM01                                      *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-3090.
000380 OBJECT-COMPUTER. IBM-3090.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BR-BRANCH-KEY
000450         FILE STATUS IS WS-FS-BRANCH-REF.
000460     SELECT BRANCH-ACTIVITY-FILE ASSIGN TO BRCHACT
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS BA-BRANCH-KEY
000500         FILE STATUS IS WS-FS-BRANCH-ACT.
000510     SELECT ACTIVITY-REPORT-FILE ASSIGN TO BARRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-FS-ACTIVITY-RPT.
000550 DATA DIVISION.
000560 FILE SECTION.
000570*----------------------------------------------------------------*
000580*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS MAINTAINED BY CTLBRM01.*
000590*----------------------------------------------------------------*
000600 FD  BRANCH-REFERENCE-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  BRANCH-REFERENCE-RECORD.
000630     05  BR-BRANCH-KEY                PIC X(06).
000640     05  BR-BRANCH-NAME               PIC X(30).
000650     05  BR-BRANCH-REGION-CODE        PIC X(03).
000660     05  BR-BRANCH-STATUS             PIC X(01).
000670         88  BR-STATUS-ACTIVE                 VALUE "A".
000680         88  BR-STATUS-INACTIVE               VALUE "I".
000690         88  BR-STATUS-CONSOLIDATED           VALUE "M".
000700     05  BR-SUCCESSOR-KEY             PIC X(06).
000710     05  BR-CONSOLIDATION-DATE        PIC 9(08).
000720     05  FILLER                       PIC X(26).
000730*----------------------------------------------------------------*
000740*  BRANCH-ACTIVITY-FILE - SAME LAYOUT AS MAINTAINED BY CTLPGM01. *
000750*----------------------------------------------------------------*
000760 FD  BRANCH-ACTIVITY-FILE
000770     RECORD CONTAINS 300 CHARACTERS.
000780 01  BRANCH-ACTIVITY-RECORD.
000790     05  BA-BRANCH-KEY                PIC X(06).
000800     05  BA-FIRST-ACTIVITY-DATE       PIC 9(08).
000810     05  BA-LAST-ACTIVITY-DATE        PIC 9(08).
000820     05  BA-LAST-BRANCH-STATUS        PIC X(01).
000830     05  BA-ACTIVE-NIGHTS             PIC 9(05).
000840     05  BA-TOTAL-COUNT               PIC 9(09).
000850     05  BA-TOTAL-AMOUNT              PIC S9(13)V99.
000860     05  BA-INACTIVE-LAST-DATE        PIC 9(08).
000870     05  BA-INACTIVE-COUNT            PIC 9(07).
000880     05  BA-INACTIVE-AMOUNT           PIC S9(11)V99.
000890     05  BA-RECENT-NIGHT OCCURS 7 TIMES.
000900         10  BA-RN-RUN-DATE           PIC 9(08).
000910         10  BA-RN-BRANCH-STATUS      PIC X(01).
000920         10  BA-RN-COUNT              PIC 9(07).
000930         10  BA-RN-AMOUNT             PIC S9(11)V99.
000940     05  FILLER                       PIC X(17).
000950*----------------------------------------------------------------*
000960*  ACTIVITY-REPORT-FILE - THE WEEKLY EXCEPTION REPORT.           *
000970*----------------------------------------------------------------*
000980 FD  ACTIVITY-REPORT-FILE
000990     RECORDING MODE IS F.
001000 01  ACTIVITY-REPORT-RECORD            PIC X(132).
001010 WORKING-STORAGE SECTION.
001020 01  WS-FILE-STATUS-BLOCK.
001030     05  WS-FS-BRANCH-REF             PIC X(02).
001040         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001050     05  WS-FS-BRANCH-ACT             PIC X(02).
001060         88  WS-FS-BRANCH-ACT-OK               VALUE "00".
001070         88  WS-FS-BRANCH-ACT-NOT-FOUND        VALUE "23".
001080     05  WS-FS-ACTIVITY-RPT           PIC X(02).
001090         88  WS-FS-ACTIVITY-RPT-OK             VALUE "00".
001100
001110 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001120     88  WS-EOF-YES                            VALUE "Y".
001130     88  WS-EOF-NO                             VALUE "N".
001140
001150 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001160     88  WS-ABEND-REQUESTED                    VALUE "Y".
001170
001180 01  WS-ACTIVITY-FOUND-SWITCH          PIC X(01) VALUE "N".
001190     88  WS-ACTIVITY-FOUND                     VALUE "Y".
001200     88  WS-ACTIVITY-NOT-FOUND                 VALUE "N".
001210*----------------------------------------------------------------*
001220*  PASS SWITCH - THE BRANCH FILE IS WALKED ONCE PER LIST.        *
001230*----------------------------------------------------------------*
001240 01  WS-PASS-SWITCH                    PIC X(01) VALUE "D".
001250     88  WS-PASS-DORMANT                       VALUE "D".
001260     88  WS-PASS-INACTIVE                      VALUE "I".
001270
001280 77  WS-DEFAULT-DORMANT-DAYS           PIC 9(03) VALUE 030.
001290 77  WS-DORMANT-DAYS                   PIC 9(03) VALUE ZERO.
001300 77  WS-STEP-COUNT                     PIC 9(04) COMP VALUE ZERO.
001310 77  WS-NIGHT-SUB                      PIC 9(04) COMP VALUE ZERO.
001320 01  WS-DAYS-IN-MONTH-STRING           PIC X(24) VALUE
001330     "312831303130313130313031".
001340 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-STRING.
001350     05  WS-DM-DAYS OCCURS 12 TIMES    PIC 9(02).
001360 01  WS-WINDOW-WORK.
001370     05  WS-WINDOW-START-DATE          PIC 9(08) VALUE ZERO.
001380     05  WS-WINDOW-START-SPLIT REDEFINES WS-WINDOW-START-DATE.
001390         10  WS-WS-YEAR                PIC 9(04).
001400         10  WS-WS-MONTH               PIC 9(02).
001410         10  WS-WS-DAY                 PIC 9(02).
001420     05  WS-LEAP-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
001430     05  WS-LEAP-REMAINDER-4           PIC 9(04) COMP VALUE ZERO.
001440     05  WS-LEAP-REMAINDER-100         PIC 9(04) COMP VALUE ZERO.
001450     05  WS-LEAP-REMAINDER-400         PIC 9(04) COMP VALUE ZERO.
001460*----------------------------------------------------------------*
001470*  SEVEN-NIGHT SUMS FOR THE BRANCH BEING LISTED.                 *
001480*----------------------------------------------------------------*
001490 01  WS-RECENT-WORK.
001500     05  WS-RECENT-COUNT               PIC 9(09) COMP VALUE ZERO.
001510     05  WS-RECENT-AMOUNT              PIC S9(13)V99 VALUE ZERO.
001520
001530 01  WS-REPORT-TOTALS.
001540     05  WS-RT-BRANCHES-READ           PIC 9(09) COMP VALUE ZERO.
001550     05  WS-RT-DORMANT                 PIC 9(09) COMP VALUE ZERO.
001560     05  WS-RT-NEVER-ACTIVE            PIC 9(09) COMP VALUE ZERO.
001570     05  WS-RT-INACTIVE-RECEIVING      PIC 9(09) COMP VALUE ZERO.
001580     05  WS-RT-INACTIVE-COUNT          PIC 9(09) COMP VALUE ZERO.
001590     05  WS-RT-INACTIVE-AMOUNT         PIC S9(13)V99 VALUE ZERO.
001600
001610 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
001620 77  WS-LAST-DATE-DISPLAY              PIC X(08) VALUE SPACES.
001630 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001640 77  WS-COUNT-DISPLAY-2                PIC ZZZ,ZZZ,ZZ9.
001650 77  WS-DAYS-DISPLAY                   PIC ZZ9.
001660 77  WS-AMOUNT-DISPLAY                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001670 77  WS-AMOUNT-DISPLAY-2               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001680 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001690 LINKAGE SECTION.
001700*  BAR-DORMANT-DAYS - HOW MANY CALENDAR DAYS WITHOUT ACTIVITY    *
001710*  MAKE AN ACTIVE BRANCH DORMANT. ZERO TAKES THE DEFAULT.        *
001720 01  BAR-DORMANT-DAYS                  PIC 9(03).
001730*----------------------------------------------------------------*
001740*  PROCEDURE DIVISION                                            *
001750*----------------------------------------------------------------*
001760 PROCEDURE DIVISION USING BAR-DORMANT-DAYS.
001770*----------------------------------------------------------------*
001780*  0000-MAINLINE - OPEN, LIST THE DORMANT ACTIVE BRANCHES, THEN  *
001790*  THE INACTIVE BRANCHES STILL RECEIVING, REPORT, CLOSE.         *
001800*----------------------------------------------------------------*
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001830     IF NOT WS-ABEND-REQUESTED
001840         PERFORM 2000-CHECK-ONE-BRANCH THRU
001850             2000-CHECK-ONE-BRANCH-EXIT
001860             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
001870     END-IF
001880     IF NOT WS-ABEND-REQUESTED
001890         PERFORM 1100-START-INACTIVE-PASS THRU
001900             1100-START-INACTIVE-PASS-EXIT
001910     END-IF
001920     IF NOT WS-ABEND-REQUESTED
001930         PERFORM 2000-CHECK-ONE-BRANCH THRU
001940             2000-CHECK-ONE-BRANCH-EXIT
001950             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
001960     END-IF
001970     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001980     IF WS-ABEND-REQUESTED
001990         MOVE 12 TO RETURN-CODE
002000     ELSE
002010         IF WS-RT-DORMANT > ZERO
002020             OR WS-RT-INACTIVE-RECEIVING > ZERO
002030             MOVE 04 TO RETURN-CODE
002040         ELSE
002050             MOVE ZERO TO RETURN-CODE
002060         END-IF
002070     END-IF
002080     GOBACK.
002090 0000-MAINLINE-EXIT.
002100     EXIT.
002110*----------------------------------------------------------------*
002120*  1000-INITIALIZE - FIX THE CUTOFF, OPEN THE FILES, WRITE THE   *
002130*  HEADING AND START THE FIRST PASS AT THE TOP OF THE BRANCH     *
002140*  FILE. ANY OPEN FAILURE STOPS THE RUN.                         *
002150*----------------------------------------------------------------*
002160 1000-INITIALIZE.
002170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002180     SET WS-EOF-NO TO TRUE
002190     IF BAR-DORMANT-DAYS = ZERO
002200         MOVE WS-DEFAULT-DORMANT-DAYS TO WS-DORMANT-DAYS
002210     ELSE
002220         MOVE BAR-DORMANT-DAYS TO WS-DORMANT-DAYS
002230     END-IF
002240     MOVE WS-RUN-DATE TO WS-WINDOW-START-DATE
002250     PERFORM 8100-STEP-BACK-ONE-DAY THRU
002260         8100-STEP-BACK-ONE-DAY-EXIT
002270         VARYING WS-STEP-COUNT FROM 1 BY 1
002280         UNTIL WS-STEP-COUNT > WS-DORMANT-DAYS
002290     OPEN INPUT BRANCH-REFERENCE-FILE
002300     IF NOT WS-FS-BRANCH-REF-OK
002310         STRING "CTLBAR01 - BRANCH REF OPEN FAILED - STATUS "
002320             WS-FS-BRANCH-REF
002330             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002340         DISPLAY WS-ERROR-MESSAGE-LINE
002350         SET WS-ABEND-REQUESTED TO TRUE
002360         GO TO 1000-INITIALIZE-EXIT
002370     END-IF
002380     OPEN INPUT BRANCH-ACTIVITY-FILE
002390     IF NOT WS-FS-BRANCH-ACT-OK
002400         STRING "CTLBAR01 - BRANCH ACTIVITY OPEN FAILED - STATUS "
002410             WS-FS-BRANCH-ACT
002420             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002430         DISPLAY WS-ERROR-MESSAGE-LINE
002440         SET WS-ABEND-REQUESTED TO TRUE
002450         GO TO 1000-INITIALIZE-EXIT
002460     END-IF
002470     OPEN OUTPUT ACTIVITY-REPORT-FILE
002480     IF NOT WS-FS-ACTIVITY-RPT-OK
002490         STRING "CTLBAR01 - ACTIVITY REPORT OPEN FAILED - STATUS "
002500             WS-FS-ACTIVITY-RPT
002510             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002520         DISPLAY WS-ERROR-MESSAGE-LINE
002530         SET WS-ABEND-REQUESTED TO TRUE
002540         GO TO 1000-INITIALIZE-EXIT
002550     END-IF
002560     MOVE WS-DORMANT-DAYS TO WS-DAYS-DISPLAY
002570     MOVE SPACES TO ACTIVITY-REPORT-RECORD
002580     STRING "BRANCH ACTIVITY EXCEPTION REPORT  RUN DATE "
002590         WS-RUN-DATE "  DORMANT AFTER " WS-DAYS-DISPLAY
002600         " DAYS  CUTOFF " WS-WINDOW-START-DATE
002610         DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
002620     WRITE ACTIVITY-REPORT-RECORD
002630     MOVE SPACES TO ACTIVITY-REPORT-RECORD
002640     WRITE ACTIVITY-REPORT-RECORD
002650     MOVE "ACTIVE BRANCHES WITH NO ACTIVITY SINCE THE CUTOFF"
002660         TO ACTIVITY-REPORT-RECORD
002670     WRITE ACTIVITY-REPORT-RECORD
002680     MOVE SPACES TO ACTIVITY-REPORT-RECORD
002690     STRING "  KEY     NAME                            RGN"
002700         "  LAST ACTIVITY  NIGHTS       TOTAL COUNT"
002710         DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
002720     WRITE ACTIVITY-REPORT-RECORD
002730     SET WS-PASS-DORMANT TO TRUE
002740     MOVE LOW-VALUES TO BR-BRANCH-KEY
002750     START BRANCH-REFERENCE-FILE KEY NOT < BR-BRANCH-KEY
002760         INVALID KEY
002770             SET WS-EOF-YES TO TRUE
002780     END-START.
002790 1000-INITIALIZE-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------*
002820*  1100-START-INACTIVE-PASS - CLOSE OFF THE FIRST LIST AND START *
002830*  THE SECOND PASS BACK AT THE TOP OF THE BRANCH FILE.           *
002840*----------------------------------------------------------------*
002850 1100-START-INACTIVE-PASS.
002860     IF WS-RT-DORMANT = ZERO
002870         MOVE "  NONE" TO ACTIVITY-REPORT-RECORD
002880         WRITE ACTIVITY-REPORT-RECORD
002890     END-IF
002900     MOVE SPACES TO ACTIVITY-REPORT-RECORD
002910     WRITE ACTIVITY-REPORT-RECORD
002920     MOVE "INACTIVE BRANCHES STILL RECEIVING TRANSACTIONS"
002930         TO ACTIVITY-REPORT-RECORD
002940     WRITE ACTIVITY-REPORT-RECORD
002950     MOVE SPACES TO ACTIVITY-REPORT-RECORD
002960     STRING "  KEY     NAME                            RGN"
002970         "  LAST RECEIVED  7-NIGHT COUNT   7-NIGHT AMOUNT"
002980         "  COUNT WHILE INACTIVE  AMOUNT WHILE INACTIVE"
002990         DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
003000     WRITE ACTIVITY-REPORT-RECORD
003010     SET WS-PASS-INACTIVE TO TRUE
003020     SET WS-EOF-NO TO TRUE
003030     MOVE LOW-VALUES TO BR-BRANCH-KEY
003040     START BRANCH-REFERENCE-FILE KEY NOT < BR-BRANCH-KEY
003050         INVALID KEY
003060             SET WS-EOF-YES TO TRUE
003070     END-START.
003080 1100-START-INACTIVE-PASS-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------*
003110*  2000-CHECK-ONE-BRANCH - READ THE NEXT BRANCH AND ITS ACTIVITY *
003120*  HISTORY AND HAND IT TO THE CHECK FOR THE CURRENT PASS.        *
003130*----------------------------------------------------------------*
003140 2000-CHECK-ONE-BRANCH.
003150     READ BRANCH-REFERENCE-FILE NEXT RECORD
003160         AT END
003170             SET WS-EOF-YES TO TRUE
003180             GO TO 2000-CHECK-ONE-BRANCH-EXIT
003190     END-READ
003200     IF NOT WS-FS-BRANCH-REF-OK
003210         STRING "CTLBAR01 - BRANCH REF READ FAILED - STATUS "
003220             WS-FS-BRANCH-REF
003230             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003240         DISPLAY WS-ERROR-MESSAGE-LINE
003250         SET WS-ABEND-REQUESTED TO TRUE
003260         GO TO 2000-CHECK-ONE-BRANCH-EXIT
003270     END-IF
003280     IF WS-PASS-DORMANT AND NOT BR-STATUS-ACTIVE
003290         GO TO 2000-CHECK-ONE-BRANCH-EXIT
003300     END-IF
003310     IF WS-PASS-INACTIVE AND NOT BR-STATUS-INACTIVE
003320         GO TO 2000-CHECK-ONE-BRANCH-EXIT
003330     END-IF
003340     IF WS-PASS-DORMANT
003350         ADD 1 TO WS-RT-BRANCHES-READ
003360     END-IF
003370     SET WS-ACTIVITY-FOUND TO TRUE
003380     MOVE BR-BRANCH-KEY TO BA-BRANCH-KEY
003390     READ BRANCH-ACTIVITY-FILE
003400         INVALID KEY
003410             SET WS-ACTIVITY-NOT-FOUND TO TRUE
003420     END-READ
003430     IF WS-ACTIVITY-NOT-FOUND
003440         AND NOT WS-FS-BRANCH-ACT-NOT-FOUND
003450         STRING "CTLBAR01 - BRANCH ACTIVITY READ FAILED - STATUS "
003460             WS-FS-BRANCH-ACT
003470             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003480         DISPLAY WS-ERROR-MESSAGE-LINE
003490         SET WS-ABEND-REQUESTED TO TRUE
003500         GO TO 2000-CHECK-ONE-BRANCH-EXIT
003510     END-IF
003520     IF WS-PASS-DORMANT
003530         PERFORM 2100-CHECK-DORMANT THRU 2100-CHECK-DORMANT-EXIT
003540     ELSE
003550         PERFORM 2200-CHECK-INACTIVE THRU
003560             2200-CHECK-INACTIVE-EXIT
003570     END-IF.
003580 2000-CHECK-ONE-BRANCH-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610*  2100-CHECK-DORMANT - AN ACTIVE BRANCH WITH NO HISTORY AT ALL, *
003620*  OR WHOSE LAST ACTIVITY IS BEFORE THE CUTOFF, IS LISTED.       *
003630*----------------------------------------------------------------*
003640 2100-CHECK-DORMANT.
003650     IF WS-ACTIVITY-FOUND
003660         IF BA-LAST-ACTIVITY-DATE NOT < WS-WINDOW-START-DATE
003670             GO TO 2100-CHECK-DORMANT-EXIT
003680         END-IF
003690         MOVE BA-LAST-ACTIVITY-DATE TO WS-LAST-DATE-DISPLAY
003700         MOVE BA-ACTIVE-NIGHTS TO WS-COUNT-DISPLAY
003710         MOVE BA-TOTAL-COUNT TO WS-COUNT-DISPLAY-2
003720     ELSE
003730         ADD 1 TO WS-RT-NEVER-ACTIVE
003740         MOVE "NEVER" TO WS-LAST-DATE-DISPLAY
003750         MOVE ZERO TO WS-COUNT-DISPLAY WS-COUNT-DISPLAY-2
003760     END-IF
003770     ADD 1 TO WS-RT-DORMANT
003780     MOVE SPACES TO ACTIVITY-REPORT-RECORD
003790     STRING "  " BR-BRANCH-KEY "  " BR-BRANCH-NAME
003800         "  " BR-BRANCH-REGION-CODE
003810         "  " WS-LAST-DATE-DISPLAY
003820         "     " WS-COUNT-DISPLAY
003830         "  " WS-COUNT-DISPLAY-2
003840         DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
003850     WRITE ACTIVITY-REPORT-RECORD.
003860 2100-CHECK-DORMANT-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------*
003890*  2200-CHECK-INACTIVE - AN INACTIVE BRANCH THAT RECEIVED        *
003900*  ANYTHING WHILE INACTIVE SINCE THE CUTOFF IS LISTED, WITH THE  *
003910*  SEVEN-NIGHT SUMS AND WHAT HAS ARRIVED SINCE IT WAS            *
003920*  DEACTIVATED.                                                  *
003930*----------------------------------------------------------------*
003940 2200-CHECK-INACTIVE.
003950     IF WS-ACTIVITY-NOT-FOUND
003960         GO TO 2200-CHECK-INACTIVE-EXIT
003970     END-IF
003980     IF BA-INACTIVE-COUNT = ZERO
003990         OR BA-INACTIVE-LAST-DATE < WS-WINDOW-START-DATE
004000         GO TO 2200-CHECK-INACTIVE-EXIT
004010     END-IF
004020     ADD 1 TO WS-RT-INACTIVE-RECEIVING
004030     ADD BA-INACTIVE-COUNT TO WS-RT-INACTIVE-COUNT
004040     ADD BA-INACTIVE-AMOUNT TO WS-RT-INACTIVE-AMOUNT
004050     MOVE ZERO TO WS-RECENT-COUNT WS-RECENT-AMOUNT
004060     PERFORM 2210-ADD-ONE-NIGHT THRU 2210-ADD-ONE-NIGHT-EXIT
004070         VARYING WS-NIGHT-SUB FROM 1 BY 1
004080         UNTIL WS-NIGHT-SUB > 7
004090     MOVE WS-RECENT-COUNT TO WS-COUNT-DISPLAY
004100     MOVE WS-RECENT-AMOUNT TO WS-AMOUNT-DISPLAY
004110     MOVE BA-INACTIVE-COUNT TO WS-COUNT-DISPLAY-2
004120     MOVE BA-INACTIVE-AMOUNT TO WS-AMOUNT-DISPLAY-2
004130     MOVE SPACES TO ACTIVITY-REPORT-RECORD
004140     STRING "  " BR-BRANCH-KEY "  " BR-BRANCH-NAME
004150         "  " BR-BRANCH-REGION-CODE
004160         "  " BA-INACTIVE-LAST-DATE
004170         "     " WS-COUNT-DISPLAY
004180         WS-AMOUNT-DISPLAY
004190         "           " WS-COUNT-DISPLAY-2
004200         "     " WS-AMOUNT-DISPLAY-2
004210         DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
004220     WRITE ACTIVITY-REPORT-RECORD.
004230 2200-CHECK-INACTIVE-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------*
004260*  2210-ADD-ONE-NIGHT - ADD ONE OF THE LAST SEVEN NIGHTS INTO    *
004270*  THE BRANCH'S SEVEN-NIGHT SUMS.                                *
004280*----------------------------------------------------------------*
004290 2210-ADD-ONE-NIGHT.
004300     ADD BA-RN-COUNT (WS-NIGHT-SUB) TO WS-RECENT-COUNT
004310     ADD BA-RN-AMOUNT (WS-NIGHT-SUB) TO WS-RECENT-AMOUNT.
004320 2210-ADD-ONE-NIGHT-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------*
004350*  8100-STEP-BACK-ONE-DAY - MOVE WS-WINDOW-START-DATE BACK ONE   *
004360*  CALENDAR DAY, ACROSS MONTH AND YEAR ENDS, WITH FEBRUARY 29 IN *
004370*  A LEAP YEAR.                                                  *
004380*----------------------------------------------------------------*
004390 8100-STEP-BACK-ONE-DAY.
004400     IF WS-WS-DAY > 1
004410         SUBTRACT 1 FROM WS-WS-DAY
004420         GO TO 8100-STEP-BACK-ONE-DAY-EXIT
004430     END-IF
004440     IF WS-WS-MONTH > 1
004450         SUBTRACT 1 FROM WS-WS-MONTH
004460     ELSE
004470         MOVE 12 TO WS-WS-MONTH
004480         SUBTRACT 1 FROM WS-WS-YEAR
004490     END-IF
004500     MOVE WS-DM-DAYS (WS-WS-MONTH) TO WS-WS-DAY
004510     IF WS-WS-MONTH NOT = 2
004520         GO TO 8100-STEP-BACK-ONE-DAY-EXIT
004530     END-IF
004540     DIVIDE WS-WS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004550         REMAINDER WS-LEAP-REMAINDER-4
004560     DIVIDE WS-WS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004570         REMAINDER WS-LEAP-REMAINDER-100
004580     DIVIDE WS-WS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004590         REMAINDER WS-LEAP-REMAINDER-400
004600     IF WS-LEAP-REMAINDER-4 = ZERO
004610         AND (WS-LEAP-REMAINDER-100 NOT = ZERO
004620         OR WS-LEAP-REMAINDER-400 = ZERO)
004630         MOVE 29 TO WS-WS-DAY
004640     END-IF.
004650 8100-STEP-BACK-ONE-DAY-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------*
004680*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
004690*----------------------------------------------------------------*
004700 9000-TERMINATE.
004710     IF NOT WS-ABEND-REQUESTED
004720         IF WS-RT-INACTIVE-RECEIVING = ZERO
004730             MOVE "  NONE" TO ACTIVITY-REPORT-RECORD
004740             WRITE ACTIVITY-REPORT-RECORD
004750         END-IF
004760         MOVE SPACES TO ACTIVITY-REPORT-RECORD
004770         WRITE ACTIVITY-REPORT-RECORD
004780         MOVE WS-RT-BRANCHES-READ TO WS-COUNT-DISPLAY
004790         MOVE SPACES TO ACTIVITY-REPORT-RECORD
004800         STRING "ACTIVE BRANCHES CHECKED    " WS-COUNT-DISPLAY
004810             DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
004820         WRITE ACTIVITY-REPORT-RECORD
004830         MOVE WS-RT-DORMANT TO WS-COUNT-DISPLAY
004840         MOVE WS-RT-NEVER-ACTIVE TO WS-COUNT-DISPLAY-2
004850         MOVE SPACES TO ACTIVITY-REPORT-RECORD
004860         STRING "DORMANT ACTIVE BRANCHES    " WS-COUNT-DISPLAY
004870             "  (NEVER ACTIVE " WS-COUNT-DISPLAY-2 ")"
004880             DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
004890         WRITE ACTIVITY-REPORT-RECORD
004900         MOVE WS-RT-INACTIVE-RECEIVING TO WS-COUNT-DISPLAY
004910         MOVE SPACES TO ACTIVITY-REPORT-RECORD
004920         STRING "INACTIVE STILL RECEIVING   " WS-COUNT-DISPLAY
004930             DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
004940         WRITE ACTIVITY-REPORT-RECORD
004950         MOVE WS-RT-INACTIVE-COUNT TO WS-COUNT-DISPLAY
004960         MOVE WS-RT-INACTIVE-AMOUNT TO WS-AMOUNT-DISPLAY
004970         MOVE SPACES TO ACTIVITY-REPORT-RECORD
004980         STRING "RECEIVED WHILE INACTIVE    " WS-COUNT-DISPLAY
004990             "  AMOUNT " WS-AMOUNT-DISPLAY
005000             DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD
005010         WRITE ACTIVITY-REPORT-RECORD
005020         MOVE WS-RT-DORMANT TO WS-COUNT-DISPLAY
005030         MOVE WS-RT-INACTIVE-RECEIVING TO WS-COUNT-DISPLAY-2
005040         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
005050         STRING "CTLBAR01 - REPORT COMPLETE - DORMANT "
005060             WS-COUNT-DISPLAY " INACTIVE RECEIVING "
005070             WS-COUNT-DISPLAY-2
005080             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005090         DISPLAY WS-ERROR-MESSAGE-LINE
005100     END-IF
005110     CLOSE BRANCH-REFERENCE-FILE
005120     CLOSE BRANCH-ACTIVITY-FILE
005130     CLOSE ACTIVITY-REPORT-FILE.
005140 9000-TERMINATE-EXIT.
005150     EXIT.
