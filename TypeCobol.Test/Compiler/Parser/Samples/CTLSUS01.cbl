000150*  DAYS, 3-5, OVER 5) AND PRINTS AN ESCALATION LINE, WITH THE    *
000160*  DOLLAR AMOUNT, FOR EVERYTHING OLDER THAN FIVE BUSINESS DAYS.  *
000170*                                                                *
000180*  AGES ARE BUSINESS DAYS FROM RS-RUN-DATE TO THE RUN DATE OF    *
000190*  THIS REPORT, COUNTED ON THE SHARED BUSINESS CALENDAR          *
000200*  (CTLCAL01) - THE CORRECTION DESK DOES NOT WORK WEEKENDS OR    *
000210*  HOLIDAYS, SO NEITHER DOES THE SUSPENSE CLOCK. A RECORD        *
000220*  REJECTED ON FRIDAY IS ONE DAY OLD ON MONDAY.                  *
000230*                                                                *
000240*  THE CARRY-FORWARD/ARCHIVE SPLIT ITSELF HAPPENS IN THE         *
000250*  CTLPGM01-CORRECTION RUN: CLEARED RECORDS GO TO SUSPARCH AND   *
000260*  RE-REJECTS TO SUSPCFWD, WHICH THE JCL FEEDS BACK AS THE NEXT  *
000270*  ACTIVE SUSPENSE FILE THIS REPORT READS.                       *
000280*----------------------------------------------------------------*
000290*  MODIFICATION HISTORY                                          *
000300*----------------------------------------------------------------*
000310*  DATE      INIT  DESCRIPTION                                   *
000320*  09/02/26  RLM   ORIGINAL PROGRAM                              *
000330*  10/15/26  RLM   AGES ARE NOW BUSINESS DAYS FROM THE           *
000340*                  SHARED BUSINESS CALENDAR (CTLCAL01), SO       *
000350*                  HOLIDAYS NO LONGER AGE A RECORD; ESCALATES    *
000360*                  AFTER FIVE BUSINESS DAYS INSTEAD OF SEVEN     *
000370*                  CALENDAR DAYS. RC 12 IF THE CALENDAR FAILS    *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-3090.
000420 OBJECT-COMPUTER. IBM-3090.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT REJECT-SUSPENSE-FILE ASSIGN TO RJCTSUSP
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS WS-FS-REJECT-SUSP.
000490     SELECT AGING-REPORT-FILE ASSIGN TO SUSAGRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-FS-AGING-RPT.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------------*
000560*  REJECT-SUSPENSE-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.    *
000570*----------------------------------------------------------------*
000580 FD  REJECT-SUSPENSE-FILE
000590     RECORDING MODE IS F.
000600 01  REJECT-SUSPENSE-RECORD.
000610     05  RS-REJECT-REASON-CODE        PIC X(02).
000620     05  RS-RUN-DATE                  PIC 9(08).
000630     05  RS-ORIGINAL-RECORD           PIC X(100).
000640 FD  AGING-REPORT-FILE
000650     RECORDING MODE IS F.
000660 01  AGING-REPORT-RECORD               PIC X(132).
000670 WORKING-STORAGE SECTION.
000680 01  WS-FILE-STATUS-BLOCK.
000690     05  WS-FS-REJECT-SUSP            PIC X(02).
000700         88  WS-FS-REJECT-SUSP-OK              VALUE "00".
000710     05  WS-FS-AGING-RPT              PIC X(02).
000720         88  WS-FS-AGING-RPT-OK                VALUE "00".
000730
000740 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
000750     88  WS-EOF-YES                            VALUE "Y".
000760     88  WS-EOF-NO                             VALUE "N".
000770
000780 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
000790     88  WS-ABEND-REQUESTED                    VALUE "Y".
000800
000810 01  WS-ESCALATION-SWITCH              PIC X(01) VALUE "N".
000820     88  WS-ESCALATIONS-SEEN                   VALUE "Y".
000830*----------------------------------------------------------------*
000840*  SUSPENSE MASTER OVERLAY - THE ORIGINAL 100-BYTE INPUT MASTER  *
000850*  IMAGE HELD ON EACH SUSPENSE RECORD, LAID OUT JUST FAR ENOUGH  *
000860*  TO REACH THE KEY AND THE PACKED TRANSACTION AMOUNT.           *
000870*----------------------------------------------------------------*
000880 01  WS-SUSP-MASTER-RECORD.
000890     05  WS-SM-KEY-CONTROL             PIC X(06).
000900     05  FILLER                        PIC X(70).
000910     05  WS-SM-TRANSACTION-AMOUNT      PIC S9(09)V99 COMP-3.
000920     05  FILLER                        PIC X(18).
000930*----------------------------------------------------------------*
000940*  ESCALATION CONTROL - ANYTHING OLDER THAN FIVE BUSINESS DAYS   *
000950*  IS ESCALATED WITH ITS DOLLAR AMOUNT.                          *
000960*----------------------------------------------------------------*
000970 77  WS-ESCALATE-AFTER-DAYS            PIC 9(03) VALUE 005.
000980*----------------------------------------------------------------*
000990*  REASON/BUCKET AGING MATRIX - ONE ROW PER REASON CODE SEEN,    *
001000*  SERIAL-SEARCHED; THREE AGE BUCKETS PER ROW (1-2 DAYS, 3-5,    *
001010*  OVER 5) EACH WITH A COUNT AND A DOLLAR AMOUNT.                *
001020*----------------------------------------------------------------*
001030 01  WS-BUCKET-LABEL-STRING            PIC X(30) VALUE
001040     "1-2 DAYS  3-5 DAYS  OVER 5    ".
001050 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-STRING.
001060     05  WS-BK-LABEL OCCURS 3 TIMES    PIC X(10).
001070 01  WS-REASON-CONTROL.
001080     05  WS-RT-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
001090     05  WS-RT-SUB                     PIC 9(04) COMP VALUE ZERO.
001100     05  WS-RT-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
001110     05  WS-RT-BUCKET-SUB              PIC 9(04) COMP VALUE ZERO.
001120     05  WS-RT-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
001130         88  WS-RT-OVERFLOW                    VALUE "Y".
001140 01  WS-REASON-TABLE.
001150     05  WS-RT-ENTRY OCCURS 10 TIMES.
001160         10  WS-RT-REASON              PIC X(02).
001170         10  WS-RT-BUCKET OCCURS 3 TIMES.
001180             15  WS-RT-BK-COUNT        PIC 9(07) COMP.
001190             15  WS-RT-BK-AMOUNT       PIC S9(11)V99 COMP-3.
001200*----------------------------------------------------------------*
001210*  BUSINESS CALENDAR (CTLCAL01) CALL AREA - FUNCTION C COUNTS    *
001220*  THE BUSINESS DAYS AFTER A RECORD'S REJECT DATE UP TO AND      *
001230*  INCLUDING TODAY. RECORDS REJECTED THE SAME NIGHT SIT          *
001240*  TOGETHER ON THE FILE, SO THE LAST REJECT DATE AGED AND ITS    *
001250*  AGE ARE KEPT AND REUSED UNTIL THE DATE CHANGES.               *
001260*----------------------------------------------------------------*
001270 01  WS-CALENDAR-CALL.
001280     05  WS-CAL-FUNCTION-CODE          PIC X(01) VALUE "C".
001290     05  WS-CAL-DATE                   PIC 9(08) VALUE ZERO.
001300     05  WS-CAL-TO-DATE                PIC 9(08) VALUE ZERO.
001310     05  WS-CAL-DAY-COUNT              PIC 9(05) VALUE ZERO.
001320     05  WS-CAL-DAY-TYPE               PIC X(01) VALUE SPACE.
001330     05  WS-CAL-RESULT                 PIC 9(02) VALUE ZERO.
001340 01  WS-AGE-WORK.
001350     05  WS-AGE-FROM-DATE              PIC 9(08) VALUE ZERO.
001360     05  WS-AGE-DAYS                   PIC S9(05) COMP VALUE ZERO.
001370
001380 01  WS-AGING-TOTALS.
001390     05  WS-AG-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
001400     05  WS-AG-ESCALATED               PIC 9(09) COMP VALUE ZERO.
001410     05  WS-AG-ESCALATED-AMOUNT        PIC S9(12)V99 VALUE ZERO.
001420     05  WS-AG-TOTAL-AMOUNT            PIC S9(12)V99 VALUE ZERO.
001430
001440 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
001450 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001460 77  WS-AGE-DISPLAY                    PIC ZZZZ9.
001470 77  WS-AMOUNT-DISPLAY                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001480 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001490*----------------------------------------------------------------*
001500*  PROCEDURE DIVISION                                            *
001510*----------------------------------------------------------------*
001520 PROCEDURE DIVISION.
001530*----------------------------------------------------------------*
001540*  0000-MAINLINE - AGE THE FILE, PRINT THE MATRIX AND THE        *
001550*  TRAILER, CLOSE. RETURN CODE 08 WHEN ANYTHING WAS ESCALATED,   *
001560*  12 ON A FILE OR BUSINESS CALENDAR FAILURE, ELSE 00 - SO THE   *
001570*  SCHEDULER CAN PAGE THE CORRECTION DESK ON AN ESCALATION.      *
001580*----------------------------------------------------------------*
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001610     IF NOT WS-ABEND-REQUESTED
001620         PERFORM 2000-AGE-ONE-SUSPENSE THRU
001630             2000-AGE-ONE-SUSPENSE-EXIT
001640             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
001650     END-IF
001660     IF NOT WS-ABEND-REQUESTED
001670         PERFORM 3000-WRITE-AGING-MATRIX THRU
001680             3000-WRITE-AGING-MATRIX-EXIT
001690     END-IF
001700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001710     IF WS-ABEND-REQUESTED
001720         MOVE 12 TO RETURN-CODE
001730     ELSE
001740         IF WS-ESCALATIONS-SEEN
001750             MOVE 08 TO RETURN-CODE
001760         ELSE
001770             MOVE ZERO TO RETURN-CODE
001780         END-IF
001790     END-IF
001800     GOBACK.
001810 0000-MAINLINE-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------*
001840*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADINGS.      *
001850*----------------------------------------------------------------*
001860 1000-INITIALIZE.
001870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001880     SET WS-EOF-NO TO TRUE
001890     OPEN INPUT REJECT-SUSPENSE-FILE
001900     IF NOT WS-FS-REJECT-SUSP-OK
001910         STRING "CTLSUS01 - SUSPENSE OPEN FAILED - STATUS "
001920             WS-FS-REJECT-SUSP
001930             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001940         DISPLAY WS-ERROR-MESSAGE-LINE
001950         SET WS-ABEND-REQUESTED TO TRUE
001960         GO TO 1000-INITIALIZE-EXIT
001970     END-IF
001980     OPEN OUTPUT AGING-REPORT-FILE
001990     IF NOT WS-FS-AGING-RPT-OK
002000         STRING "CTLSUS01 - AGING REPORT OPEN FAILED - STATUS "
002010             WS-FS-AGING-RPT
002020             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002030         DISPLAY WS-ERROR-MESSAGE-LINE
002040         SET WS-ABEND-REQUESTED TO TRUE
002050         GO TO 1000-INITIALIZE-EXIT
002060     END-IF
002070     MOVE SPACES TO AGING-REPORT-RECORD
002080     STRING "SUSPENSE AGING REPORT  RUN DATE " WS-RUN-DATE
002090         DELIMITED BY SIZE INTO AGING-REPORT-RECORD
002100     WRITE AGING-REPORT-RECORD
002110     MOVE SPACES TO AGING-REPORT-RECORD
002120     WRITE AGING-REPORT-RECORD
002130     MOVE "ESCALATIONS - UNCORRECTED PAST FIVE BUSINESS DAYS"
002140         TO AGING-REPORT-RECORD
002150     WRITE AGING-REPORT-RECORD.
002160 1000-INITIALIZE-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------*
002190*  2000-AGE-ONE-SUSPENSE - READ ONE ACTIVE SUSPENSE RECORD,      *
002200*  WORK OUT ITS AGE, ROLL IT INTO THE REASON/BUCKET MATRIX,      *
002210*  AND ESCALATE IT WHEN IT HAS SAT PAST FIVE BUSINESS DAYS.      *
002220*----------------------------------------------------------------*
002230 2000-AGE-ONE-SUSPENSE.
002240     READ REJECT-SUSPENSE-FILE
002250         AT END
002260             SET WS-EOF-YES TO TRUE
002270             GO TO 2000-AGE-ONE-SUSPENSE-EXIT
002280     END-READ
002290     IF NOT WS-FS-REJECT-SUSP-OK
002300         STRING "CTLSUS01 - SUSPENSE READ FAILED - STATUS "
002310             WS-FS-REJECT-SUSP
002320             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002330         DISPLAY WS-ERROR-MESSAGE-LINE
002340         SET WS-ABEND-REQUESTED TO TRUE
002350         GO TO 2000-AGE-ONE-SUSPENSE-EXIT
002360     END-IF
002370     ADD 1 TO WS-AG-RECORDS-READ
002380     MOVE RS-ORIGINAL-RECORD TO WS-SUSP-MASTER-RECORD
002390     ADD WS-SM-TRANSACTION-AMOUNT TO WS-AG-TOTAL-AMOUNT
002400     PERFORM 2050-COMPUTE-AGE THRU 2050-COMPUTE-AGE-EXIT
002410     IF WS-ABEND-REQUESTED
002420         GO TO 2000-AGE-ONE-SUSPENSE-EXIT
002430     END-IF
002440     IF WS-AGE-DAYS <= 2
002450         MOVE 1 TO WS-RT-BUCKET-SUB
002460     ELSE
002470         IF WS-AGE-DAYS <= 5
002480             MOVE 2 TO WS-RT-BUCKET-SUB
002490         ELSE
002500             MOVE 3 TO WS-RT-BUCKET-SUB
002510         END-IF
002520     END-IF
002530     PERFORM 2100-FIND-REASON-ENTRY THRU
002540         2100-FIND-REASON-ENTRY-EXIT
002550     IF WS-RT-FOUND-SUB > ZERO
002560         ADD 1 TO WS-RT-BK-COUNT
002570             (WS-RT-FOUND-SUB, WS-RT-BUCKET-SUB)
002580         ADD WS-SM-TRANSACTION-AMOUNT TO WS-RT-BK-AMOUNT
002590             (WS-RT-FOUND-SUB, WS-RT-BUCKET-SUB)
002600     END-IF
002610     IF WS-AGE-DAYS > WS-ESCALATE-AFTER-DAYS
002620         SET WS-ESCALATIONS-SEEN TO TRUE
002630         ADD 1 TO WS-AG-ESCALATED
002640         ADD WS-SM-TRANSACTION-AMOUNT TO WS-AG-ESCALATED-AMOUNT
002650         PERFORM 2200-WRITE-ESCALATION-LINE THRU
002660             2200-WRITE-ESCALATION-LINE-EXIT
002670     END-IF.
002680 2000-AGE-ONE-SUSPENSE-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------*
002710*  2050-COMPUTE-AGE - THE RECORD'S AGE IN BUSINESS DAYS FROM THE *
002720*  BUSINESS CALENDAR, REUSED WHILE THE REJECT DATE STAYS THE     *
002730*  SAME. A REJECT DATE THAT IS NOT A REAL DATE AGES ZERO; A      *
002740*  CALENDAR THAT CANNOT BE READ STOPS THE REPORT RATHER THAN     *
002750*  AGE ANYTHING WRONGLY.                                         *
002760*----------------------------------------------------------------*
002770 2050-COMPUTE-AGE.
002780     IF RS-RUN-DATE = WS-AGE-FROM-DATE
002790         GO TO 2050-COMPUTE-AGE-EXIT
002800     END-IF
002810     MOVE "C" TO WS-CAL-FUNCTION-CODE
002820     MOVE RS-RUN-DATE TO WS-CAL-DATE
002830     MOVE WS-RUN-DATE TO WS-CAL-TO-DATE
002840     CALL "CTLCAL01" USING WS-CAL-FUNCTION-CODE WS-CAL-DATE
002850         WS-CAL-TO-DATE WS-CAL-DAY-COUNT WS-CAL-DAY-TYPE
002860         WS-CAL-RESULT
002870     IF WS-CAL-RESULT >= 12
002880         MOVE "CTLSUS01 - BUSINESS CALENDAR UNAVAILABLE"
002890             TO WS-ERROR-MESSAGE-LINE
002900         DISPLAY WS-ERROR-MESSAGE-LINE
002910         SET WS-ABEND-REQUESTED TO TRUE
002920         GO TO 2050-COMPUTE-AGE-EXIT
002930     END-IF
002940     MOVE RS-RUN-DATE TO WS-AGE-FROM-DATE
002950     IF WS-CAL-RESULT = ZERO
002960         MOVE WS-CAL-DAY-COUNT TO WS-AGE-DAYS
002970     ELSE
002980         MOVE ZERO TO WS-AGE-DAYS
002990     END-IF.
003000 2050-COMPUTE-AGE-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------*
003030*  2100-FIND-REASON-ENTRY - SERIAL SEARCH OF THE REASON MATRIX   *
003040*  FOR THE RECORD'S REASON CODE, ADDING A ROW ON A MISS. TEN     *
003050*  ROWS IS FIVE TIMES THE REASON CODES IN USE; AN OVERFLOW IS    *
003060*  LOGGED ONCE AND THE RECORD STILL COUNTS IN THE TRAILER.       *
003070*----------------------------------------------------------------*
003080 2100-FIND-REASON-ENTRY.
003090     MOVE ZERO TO WS-RT-FOUND-SUB
003100     MOVE 1 TO WS-RT-SUB
003110     PERFORM 2110-CHECK-ONE-REASON THRU
003120         2110-CHECK-ONE-REASON-EXIT
003130         UNTIL WS-RT-SUB > WS-RT-ENTRY-COUNT
003140         OR WS-RT-FOUND-SUB > ZERO
003150     IF WS-RT-FOUND-SUB > ZERO
003160         GO TO 2100-FIND-REASON-ENTRY-EXIT
003170     END-IF
003180     IF WS-RT-ENTRY-COUNT >= 10
003190         IF NOT WS-RT-OVERFLOW
003200             SET WS-RT-OVERFLOW TO TRUE
003210             MOVE "REASON TABLE FULL - MATRIX INCOMPLETE"
003220                 TO WS-ERROR-MESSAGE-LINE
003230             DISPLAY WS-ERROR-MESSAGE-LINE
003240         END-IF
003250         GO TO 2100-FIND-REASON-ENTRY-EXIT
003260     END-IF
003270     ADD 1 TO WS-RT-ENTRY-COUNT
003280     MOVE RS-REJECT-REASON-CODE
003290         TO WS-RT-REASON (WS-RT-ENTRY-COUNT)
003300     MOVE 1 TO WS-RT-SUB
003310     PERFORM 2120-CLEAR-ONE-BUCKET THRU
003320         2120-CLEAR-ONE-BUCKET-EXIT
003330         UNTIL WS-RT-SUB > 3
003340     MOVE WS-RT-ENTRY-COUNT TO WS-RT-FOUND-SUB.
003350 2100-FIND-REASON-ENTRY-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------*
003380*  2110-CHECK-ONE-REASON - TEST ONE MATRIX ROW.                  *
003390*----------------------------------------------------------------*
003400 2110-CHECK-ONE-REASON.
003410     IF WS-RT-REASON (WS-RT-SUB) = RS-REJECT-REASON-CODE
003420         MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
003430     END-IF
003440     ADD 1 TO WS-RT-SUB.
003450 2110-CHECK-ONE-REASON-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480*  2120-CLEAR-ONE-BUCKET - ZERO ONE BUCKET OF A NEW MATRIX ROW.  *
003490*----------------------------------------------------------------*
003500 2120-CLEAR-ONE-BUCKET.
003510     MOVE ZERO TO WS-RT-BK-COUNT (WS-RT-ENTRY-COUNT, WS-RT-SUB)
003520     MOVE ZERO TO WS-RT-BK-AMOUNT (WS-RT-ENTRY-COUNT, WS-RT-SUB)
003530     ADD 1 TO WS-RT-SUB.
003540 2120-CLEAR-ONE-BUCKET-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------*
003570*  2200-WRITE-ESCALATION-LINE - ONE LINE PER RECORD PAST FIVE    *
003580*  BUSINESS DAYS: KEY, REASON, AGE, AND THE DOLLARS SITTING ON   *
003590*  IT.                                                           *
003600*----------------------------------------------------------------*
003610 2200-WRITE-ESCALATION-LINE.
003620     MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
003630     MOVE WS-SM-TRANSACTION-AMOUNT TO WS-AMOUNT-DISPLAY
003640     MOVE SPACES TO AGING-REPORT-RECORD
003650     STRING "  ESCALATE KEY " WS-SM-KEY-CONTROL
003660         "  REASON " RS-REJECT-REASON-CODE
003670         "  AGE " WS-AGE-DISPLAY
003680         " BUSINESS DAYS  AMOUNT "
003690         WS-AMOUNT-DISPLAY
003700         DELIMITED BY SIZE INTO AGING-REPORT-RECORD
003710     WRITE AGING-REPORT-RECORD.
003720 2200-WRITE-ESCALATION-LINE-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------*
003750*  3000-WRITE-AGING-MATRIX - THE REASON/BUCKET SECTION: THREE    *
003760*  LINES PER REASON CODE SEEN, ONE PER AGE BUCKET.               *
003770*----------------------------------------------------------------*
003780 3000-WRITE-AGING-MATRIX.
003790     MOVE SPACES TO AGING-REPORT-RECORD
003800     WRITE AGING-REPORT-RECORD
003810     MOVE "AGING BY REASON CODE AND AGE BUCKET"
003820         TO AGING-REPORT-RECORD
003830     WRITE AGING-REPORT-RECORD
003840     MOVE 1 TO WS-RT-SUB
003850     PERFORM 3100-WRITE-ONE-REASON-ROW THRU
003860         3100-WRITE-ONE-REASON-ROW-EXIT
003870         UNTIL WS-RT-SUB > WS-RT-ENTRY-COUNT.
003880 3000-WRITE-AGING-MATRIX-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------*
003910*  3100-WRITE-ONE-REASON-ROW - THE THREE BUCKET LINES FOR ONE    *
003920*  REASON CODE.                                                  *
003930*----------------------------------------------------------------*
003940 3100-WRITE-ONE-REASON-ROW.
003950     MOVE 1 TO WS-RT-BUCKET-SUB
003960     PERFORM 3110-WRITE-ONE-BUCKET-LINE THRU
003970         3110-WRITE-ONE-BUCKET-LINE-EXIT
003980         UNTIL WS-RT-BUCKET-SUB > 3
003990     ADD 1 TO WS-RT-SUB.
004000 3100-WRITE-ONE-REASON-ROW-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------*
004030*  3110-WRITE-ONE-BUCKET-LINE - ONE REASON/BUCKET CELL.          *
004040*----------------------------------------------------------------*
004050 3110-WRITE-ONE-BUCKET-LINE.
004060     MOVE WS-RT-BK-COUNT (WS-RT-SUB, WS-RT-BUCKET-SUB)
004070         TO WS-COUNT-DISPLAY
004080     MOVE WS-RT-BK-AMOUNT (WS-RT-SUB, WS-RT-BUCKET-SUB)
004090         TO WS-AMOUNT-DISPLAY
004100     MOVE SPACES TO AGING-REPORT-RECORD
004110     STRING "REASON " WS-RT-REASON (WS-RT-SUB)
004120         "  " WS-BK-LABEL (WS-RT-BUCKET-SUB)
004130         "  COUNT " WS-COUNT-DISPLAY
004140         "  AMOUNT " WS-AMOUNT-DISPLAY
004150         DELIMITED BY SIZE INTO AGING-REPORT-RECORD
004160     WRITE AGING-REPORT-RECORD
004170     ADD 1 TO WS-RT-BUCKET-SUB.
004180 3110-WRITE-ONE-BUCKET-LINE-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------*
004210*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
004220*----------------------------------------------------------------*
004230 9000-TERMINATE.
004240     IF NOT WS-ABEND-REQUESTED
004250         MOVE SPACES TO AGING-REPORT-RECORD
004260         WRITE AGING-REPORT-RECORD
004270         MOVE WS-AG-RECORDS-READ TO WS-COUNT-DISPLAY
004280         MOVE SPACES TO AGING-REPORT-RECORD
004290         STRING "SUSPENSE RECORDS READ " WS-COUNT-DISPLAY
004300             DELIMITED BY SIZE INTO AGING-REPORT-RECORD
004310         WRITE AGING-REPORT-RECORD
004320         MOVE WS-AG-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY
004330         MOVE SPACES TO AGING-REPORT-RECORD
004340         STRING "DOLLARS OUTSTANDING   " WS-AMOUNT-DISPLAY
004350             DELIMITED BY SIZE INTO AGING-REPORT-RECORD
004360         WRITE AGING-REPORT-RECORD
004370         MOVE WS-AG-ESCALATED TO WS-COUNT-DISPLAY
004380         MOVE WS-AG-ESCALATED-AMOUNT TO WS-AMOUNT-DISPLAY
004390         MOVE SPACES TO AGING-REPORT-RECORD
004400         STRING "ESCALATED             " WS-COUNT-DISPLAY
004410             "  AMOUNT " WS-AMOUNT-DISPLAY
004420             DELIMITED BY SIZE INTO AGING-REPORT-RECORD
004430         WRITE AGING-REPORT-RECORD
004440     END-IF
004450     CLOSE REJECT-SUSPENSE-FILE
004460     CLOSE AGING-REPORT-FILE.
004470 9000-TERMINATE-EXIT.
004480     EXIT.
