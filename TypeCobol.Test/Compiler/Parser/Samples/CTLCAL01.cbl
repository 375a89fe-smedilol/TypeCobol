000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLCAL01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLCAL01 - SHARED BUSINESS-DAY CALENDAR SERVICE. CALLED BY    *
000100*  CTLSRT01 (CYCLE DATE CHECK), CTLSUS01 (SUSPENSE AGING) AND    *
000110*  CTLTRN01 (TREND AVERAGES) SO ALL THREE AGREE ON WHICH DAYS    *
000120*  ARE BUSINESS DAYS, INSTEAD OF EACH GUESSING IN CALENDAR DAYS. *
000130*                                                                *
000140*  MONDAY THROUGH FRIDAY ARE BUSINESS DAYS AND SATURDAY AND      *
000150*  SUNDAY ARE NOT, UNLESS THE BUSINESS CALENDAR FILE (BUSCAL,    *
000160*  MAINTAINED BY CTLCLM01) SAYS OTHERWISE FOR THAT DATE: AN H    *
000170*  RECORD MAKES THE DATE A HOLIDAY, A B RECORD MAKES A WEEKEND   *
000180*  DATE A WORKING DAY. THE FILE HOLDS ONLY THE EXCEPTIONS, SO    *
000190*  THE WEEKDAY IS WORKED OUT FROM THE DATE ITSELF - A SERIAL DAY *
000200*  NUMBER COUNTED FROM 01/01/0001, WHICH FELL ON A MONDAY.       *
000210*                                                                *
000220*  THE FILE IS READ INTO A TABLE ON THE FIRST CALL THAT NEEDS IT *
000230*  AND CLOSED AGAIN, SO A CALLER MAY CALL ONCE PER RECORD        *
000240*  WITHOUT ANY FURTHER I/O. FUNCTIONS:                           *
000250*                                                                *
000260*    D  DAY TYPE OF CAL-DATE.                                    *
000270*    N  NEXT BUSINESS DAY AFTER CAL-DATE, RETURNED IN            *
000280*       CAL-TO-DATE, WITH THE CALENDAR DAYS TO IT IN             *
000290*       CAL-DAY-COUNT.                                           *
000300*    C  COUNT OF BUSINESS DAYS AFTER CAL-DATE UP TO AND          *
000310*       INCLUDING CAL-TO-DATE, IN CAL-DAY-COUNT (ZERO WHEN       *
000320*       CAL-TO-DATE IS NOT LATER).                               *
000330*    W  WEEKDAY ONLY - NO CALENDAR FILE IS READ. CAL-DAY-TYPE IS *
000340*       B OR W FROM THE WEEKDAY ALONE.                           *
000350*                                                                *
000360*  EVERY FUNCTION RETURNS THE DAY TYPE OF CAL-DATE IN            *
000370*  CAL-DAY-TYPE (B BUSINESS, W WEEKEND, H HOLIDAY), AND D AND W  *
000380*  RETURN ITS WEEKDAY (1 MONDAY - 7 SUNDAY) IN CAL-DAY-COUNT.    *
000390*  CAL-RESULT RETURNS 00 WHEN DONE, 08 FOR A DATE THAT IS NOT A  *
000400*  VALID YYYYMMDD DATE, AND 12 WHEN THE CALENDAR FILE COULD NOT  *
000410*  BE LOADED OR THE FUNCTION CODE IS UNKNOWN. A FAILED LOAD IS   *
000420*  NOT RETRIED ON LATER CALLS.                                   *
000430*----------------------------------------------------------------*
000440*  MODIFICATION HISTORY                                          *
000450*----------------------------------------------------------------*
000460*  DATE      INIT  DESCRIPTION                                   *
000470*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000480*----------------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-3090.
000520 OBJECT-COMPUTER. IBM-3090.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS BC-CALENDAR-DATE
000590         FILE STATUS IS WS-FS-BUSINESS-CAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*----------------------------------------------------------------*
000630*  BUSINESS-CALENDAR-FILE - ONE RECORD PER EXCEPTION DATE. DAY   *
000640*  TYPE H IS A HOLIDAY, B A WEEKEND DATE WORKED AS A BUSINESS    *
000650*  DAY. SAME LAYOUT IS MAINTAINED BY CTLCLM01.                   *
000660*----------------------------------------------------------------*
000670 FD  BUSINESS-CALENDAR-FILE
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  BUSINESS-CALENDAR-RECORD.
000700     05  BC-CALENDAR-DATE             PIC 9(08).
000710     05  BC-DAY-TYPE                  PIC X(01).
000720         88  BC-HOLIDAY                       VALUE "H".
000730         88  BC-WORKING-DAY                   VALUE "B".
000740     05  BC-DESCRIPTION               PIC X(30).
000750     05  BC-MAINT-USER-ID             PIC X(08).
000760     05  BC-MAINT-DATE                PIC 9(08).
000770     05  FILLER                       PIC X(25).
000780 WORKING-STORAGE SECTION.
000790 01  WS-FILE-STATUS-BLOCK.
000800     05  WS-FS-BUSINESS-CAL           PIC X(02).
000810         88  WS-FS-BUSINESS-CAL-OK             VALUE "00".
000820         88  WS-FS-BUSINESS-CAL-EOF            VALUE "10".
000830
000840 01  WS-CALENDAR-STATE                 PIC X(01) VALUE "N".
000850     88  WS-CALENDAR-NOT-LOADED                VALUE "N".
000860     88  WS-CALENDAR-LOADED                    VALUE "L".
000870     88  WS-CALENDAR-FAILED                    VALUE "F".
000880*----------------------------------------------------------------*
000890*  CALENDAR TABLE - THE EXCEPTION DATES IN ASCENDING DATE        *
000900*  ORDER AS THEY COME OFF THE FILE, SERIAL-SEARCHED. FIVE        *
000910*  HUNDRED ENTRIES IS WELL OVER TWENTY YEARS OF HOLIDAYS.        *
000920*----------------------------------------------------------------*
000930 01  WS-CALENDAR-CONTROL.
000940     05  WS-CT-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
000950     05  WS-CT-SUB                     PIC 9(04) COMP VALUE ZERO.
000960     05  WS-CT-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
000970     05  WS-CT-MAX-ENTRIES             PIC 9(04) COMP VALUE 500.
000980 01  WS-CALENDAR-TABLE.
000990     05  WS-CT-ENTRY OCCURS 500 TIMES.
001000         10  WS-CT-DATE                PIC 9(08).
001010         10  WS-CT-DAY-TYPE            PIC X(01).
001020*----------------------------------------------------------------*
001030*  DATE WORK - THE DATE BEING TESTED OR STEPPED, ITS SERIAL DAY  *
001040*  NUMBER, AND THE LEAP-YEAR ARITHMETIC.                         *
001050*----------------------------------------------------------------*
001060 01  WS-DAYS-IN-MONTH-STRING           PIC X(24) VALUE
001070     "312831303130313130313031".
001080 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-STRING.
001090     05  WS-DM-DAYS OCCURS 12 TIMES    PIC 9(02).
001100 01  WS-CUM-DAYS-STRING                PIC X(36) VALUE
001110     "000031059090120151181212243273304334".
001120 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-STRING.
001130     05  WS-CD-DAYS OCCURS 12 TIMES    PIC 9(03).
001140 01  WS-DATE-WORK.
001150     05  WS-WORK-DATE                  PIC 9(08) VALUE ZERO.
001160     05  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
001170         10  WS-WD-YEAR                PIC 9(04).
001180         10  WS-WD-MONTH               PIC 9(02).
001190         10  WS-WD-DAY                 PIC 9(02).
001200     05  WS-WORK-DAY-TYPE              PIC X(01) VALUE SPACE.
001210         88  WS-WORK-BUSINESS-DAY              VALUE "B".
001220     05  WS-WORK-WEEKDAY               PIC 9(01) VALUE ZERO.
001230     05  WS-MONTH-DAYS                 PIC 9(02) VALUE ZERO.
001240     05  WS-PRIOR-YEARS                PIC 9(04) COMP VALUE ZERO.
001250     05  WS-SERIAL-DAY                 PIC 9(09) COMP VALUE ZERO.
001260     05  WS-SERIAL-QUOTIENT            PIC 9(09) COMP VALUE ZERO.
001270     05  WS-SERIAL-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001280     05  WS-LEAP-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
001290     05  WS-LEAP-REMAINDER-4           PIC 9(04) COMP VALUE ZERO.
001300     05  WS-LEAP-REMAINDER-100         PIC 9(04) COMP VALUE ZERO.
001310     05  WS-LEAP-REMAINDER-400         PIC 9(04) COMP VALUE ZERO.
001320     05  WS-LEAP-YEAR-SWITCH           PIC X(01) VALUE "N".
001330         88  WS-LEAP-YEAR                      VALUE "Y".
001340         88  WS-NOT-LEAP-YEAR                  VALUE "N".
001350     05  WS-VALID-DATE-SWITCH          PIC X(01) VALUE "N".
001360         88  WS-DATE-VALID                     VALUE "Y".
001370         88  WS-DATE-NOT-VALID                 VALUE "N".
001380     05  WS-STEP-COUNT                 PIC 9(05) COMP VALUE ZERO.
001390     05  WS-BUSINESS-COUNT             PIC 9(05) COMP VALUE ZERO.
001400*----------------------------------------------------------------*
001410*  STEP LIMITS - NO DATE IS MORE THAN A MONTH FROM ITS NEXT      *
001420*  BUSINESS DAY ON ANY SANE CALENDAR, AND NO COUNT RUNS PAST     *
001430*  THE WIDTH OF CAL-DAY-COUNT.                                   *
001440*----------------------------------------------------------------*
001450 77  WS-MAX-NEXT-STEPS                 PIC 9(05) COMP VALUE 31.
001460 77  WS-MAX-COUNT-STEPS                PIC 9(05) COMP VALUE 99999.
001470 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001480 LINKAGE SECTION.
001490*----------------------------------------------------------------*
001500*  CAL-FUNCTION-CODE - D DAY TYPE, N NEXT BUSINESS DAY, C COUNT  *
001510*  BUSINESS DAYS, W WEEKDAY ONLY. CAL-TO-DATE IS INPUT TO C AND  *
001520*  OUTPUT FROM N, AND IS LEFT ALONE BY D AND W.                  *
001530*----------------------------------------------------------------*
001540 01  CAL-FUNCTION-CODE                 PIC X(01).
001550     88  CAL-FUNCTION-DAY-TYPE                 VALUE "D".
001560     88  CAL-FUNCTION-NEXT-BUSINESS            VALUE "N".
001570     88  CAL-FUNCTION-COUNT-BUSINESS           VALUE "C".
001580     88  CAL-FUNCTION-WEEKDAY                  VALUE "W".
001590 01  CAL-DATE                          PIC 9(08).
001600 01  CAL-TO-DATE                       PIC 9(08).
001610 01  CAL-DAY-COUNT                     PIC 9(05).
001620 01  CAL-DAY-TYPE                      PIC X(01).
001630     88  CAL-BUSINESS-DAY                      VALUE "B".
001640     88  CAL-WEEKEND-DAY                       VALUE "W".
001650     88  CAL-HOLIDAY                           VALUE "H".
001660 01  CAL-RESULT                        PIC 9(02).
001670*----------------------------------------------------------------*
001680*  PROCEDURE DIVISION                                            *
001690*----------------------------------------------------------------*
001700 PROCEDURE DIVISION USING CAL-FUNCTION-CODE CAL-DATE CAL-TO-DATE
001710     CAL-DAY-COUNT CAL-DAY-TYPE CAL-RESULT.
001720*----------------------------------------------------------------*
001730*  0000-MAINLINE - EDIT THE CALL, LOAD THE CALENDAR THE FIRST    *
001740*  TIME IT IS NEEDED, CLASSIFY CAL-DATE, AND ROUTE ON THE        *
001750*  FUNCTION CODE.                                                *
001760*----------------------------------------------------------------*
001770 0000-MAINLINE.
001780     MOVE ZERO TO CAL-RESULT
001790     MOVE SPACE TO CAL-DAY-TYPE
001800     IF NOT CAL-FUNCTION-DAY-TYPE
001810         AND NOT CAL-FUNCTION-NEXT-BUSINESS
001820         AND NOT CAL-FUNCTION-COUNT-BUSINESS
001830         AND NOT CAL-FUNCTION-WEEKDAY
001840         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
001850         STRING "CTLCAL01 - UNKNOWN FUNCTION CODE "
001860             CAL-FUNCTION-CODE
001870             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001880         DISPLAY WS-ERROR-MESSAGE-LINE
001890         MOVE 12 TO CAL-RESULT
001900         GO TO 0000-MAINLINE-EXIT
001910     END-IF
001920     IF CAL-DATE NOT NUMERIC
001930         MOVE 08 TO CAL-RESULT
001940         GO TO 0000-MAINLINE-EXIT
001950     END-IF
001960     MOVE CAL-DATE TO WS-WORK-DATE
001970     PERFORM 8000-VALIDATE-WORK-DATE THRU
001980         8000-VALIDATE-WORK-DATE-EXIT
001990     IF WS-DATE-NOT-VALID
002000         MOVE 08 TO CAL-RESULT
002010         GO TO 0000-MAINLINE-EXIT
002020     END-IF
002030     IF CAL-FUNCTION-WEEKDAY
002040         PERFORM 8200-COMPUTE-WEEKDAY THRU
002050             8200-COMPUTE-WEEKDAY-EXIT
002060         MOVE WS-WORK-WEEKDAY TO CAL-DAY-COUNT
002070         IF WS-WORK-WEEKDAY > 5
002080             SET CAL-WEEKEND-DAY TO TRUE
002090         ELSE
002100             SET CAL-BUSINESS-DAY TO TRUE
002110         END-IF
002120         GO TO 0000-MAINLINE-EXIT
002130     END-IF
002140     IF WS-CALENDAR-NOT-LOADED
002150         PERFORM 1000-LOAD-CALENDAR THRU 1000-LOAD-CALENDAR-EXIT
002160     END-IF
002170     IF WS-CALENDAR-FAILED
002180         MOVE 12 TO CAL-RESULT
002190         GO TO 0000-MAINLINE-EXIT
002200     END-IF
002210     PERFORM 8300-CLASSIFY-WORK-DATE THRU
002220         8300-CLASSIFY-WORK-DATE-EXIT
002230     MOVE WS-WORK-DAY-TYPE TO CAL-DAY-TYPE
002240     IF CAL-FUNCTION-DAY-TYPE
002250         MOVE WS-WORK-WEEKDAY TO CAL-DAY-COUNT
002260         GO TO 0000-MAINLINE-EXIT
002270     END-IF
002280     IF CAL-FUNCTION-NEXT-BUSINESS
002290         PERFORM 2000-NEXT-BUSINESS-DAY THRU
002300             2000-NEXT-BUSINESS-DAY-EXIT
002310     ELSE
002320         PERFORM 3000-COUNT-BUSINESS-DAYS THRU
002330             3000-COUNT-BUSINESS-DAYS-EXIT
002340     END-IF.
002350 0000-MAINLINE-EXIT.
002360     GOBACK.
002370*----------------------------------------------------------------*
002380*  1000-LOAD-CALENDAR - READ THE WHOLE CALENDAR FILE INTO THE    *
002390*  TABLE AND CLOSE IT. A MISSING FILE IS A FAILURE, NOT AN EMPTY *
002400*  CALENDAR - A NIGHT RUN WITHOUT ITS HOLIDAYS WOULD AGE AND     *
002410*  CHECK EVERY HOLIDAY AS A BUSINESS DAY WITHOUT A WORD.         *
002420*----------------------------------------------------------------*
002430 1000-LOAD-CALENDAR.
002440     SET WS-CALENDAR-FAILED TO TRUE
002450     MOVE ZERO TO WS-CT-ENTRY-COUNT
002460     OPEN INPUT BUSINESS-CALENDAR-FILE
002470     IF NOT WS-FS-BUSINESS-CAL-OK
002480         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
002490         STRING "CTLCAL01 - BUSINESS CALENDAR OPEN FAILED - "
002500             "STATUS "
002510             WS-FS-BUSINESS-CAL
002520             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002530         DISPLAY WS-ERROR-MESSAGE-LINE
002540         GO TO 1000-LOAD-CALENDAR-EXIT
002550     END-IF
002560     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-LOAD-ONE-ENTRY-EXIT
002570         UNTIL NOT WS-FS-BUSINESS-CAL-OK
002580     IF WS-FS-BUSINESS-CAL-EOF
002590         SET WS-CALENDAR-LOADED TO TRUE
002600     END-IF
002610     CLOSE BUSINESS-CALENDAR-FILE.
002620 1000-LOAD-CALENDAR-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------*
002650*  1100-LOAD-ONE-ENTRY - READ ONE CALENDAR RECORD INTO THE NEXT  *
002660*  TABLE SLOT. A READ ERROR OR A FULL TABLE LEAVES THE STATUS    *
002670*  SHORT OF END OF FILE, WHICH FAILS THE LOAD.                   *
002680*----------------------------------------------------------------*
002690 1100-LOAD-ONE-ENTRY.
002700     READ BUSINESS-CALENDAR-FILE NEXT RECORD
002710         AT END
002720             GO TO 1100-LOAD-ONE-ENTRY-EXIT
002730     END-READ
002740     IF NOT WS-FS-BUSINESS-CAL-OK
002750         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
002760         STRING "CTLCAL01 - BUSINESS CALENDAR READ FAILED - "
002770             "STATUS "
002780             WS-FS-BUSINESS-CAL
002790             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002800         DISPLAY WS-ERROR-MESSAGE-LINE
002810         GO TO 1100-LOAD-ONE-ENTRY-EXIT
002820     END-IF
002830     IF WS-CT-ENTRY-COUNT >= WS-CT-MAX-ENTRIES
002840         MOVE "CTLCAL01 - BUSINESS CALENDAR TABLE FULL"
002850             TO WS-ERROR-MESSAGE-LINE
002860         DISPLAY WS-ERROR-MESSAGE-LINE
002870         MOVE "99" TO WS-FS-BUSINESS-CAL
002880         GO TO 1100-LOAD-ONE-ENTRY-EXIT
002890     END-IF
002900     ADD 1 TO WS-CT-ENTRY-COUNT
002910     MOVE BC-CALENDAR-DATE TO WS-CT-DATE (WS-CT-ENTRY-COUNT)
002920     MOVE BC-DAY-TYPE TO WS-CT-DAY-TYPE (WS-CT-ENTRY-COUNT).
002930 1100-LOAD-ONE-ENTRY-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------*
002960*  2000-NEXT-BUSINESS-DAY - STEP FORWARD A DAY AT A TIME UNTIL   *
002970*  A BUSINESS DAY TURNS UP.                                      *
002980*----------------------------------------------------------------*
002990 2000-NEXT-BUSINESS-DAY.
003000     MOVE ZERO TO WS-STEP-COUNT
003010     PERFORM 2100-STEP-TO-NEXT-DAY THRU 2100-STEP-TO-NEXT-DAY-EXIT
003020     PERFORM 2100-STEP-TO-NEXT-DAY THRU 2100-STEP-TO-NEXT-DAY-EXIT
003030         UNTIL WS-WORK-BUSINESS-DAY
003040         OR WS-STEP-COUNT >= WS-MAX-NEXT-STEPS
003050     IF NOT WS-WORK-BUSINESS-DAY
003060         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
003070         STRING "CTLCAL01 - NO BUSINESS DAY WITHIN A MONTH OF "
003080             CAL-DATE
003090             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003100         DISPLAY WS-ERROR-MESSAGE-LINE
003110         MOVE 12 TO CAL-RESULT
003120         GO TO 2000-NEXT-BUSINESS-DAY-EXIT
003130     END-IF
003140     MOVE WS-WORK-DATE TO CAL-TO-DATE
003150     MOVE WS-STEP-COUNT TO CAL-DAY-COUNT.
003160 2000-NEXT-BUSINESS-DAY-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------*
003190*  2100-STEP-TO-NEXT-DAY - ADVANCE THE WORK DATE ONE DAY AND     *
003200*  CLASSIFY IT.                                                  *
003210*----------------------------------------------------------------*
003220 2100-STEP-TO-NEXT-DAY.
003230     PERFORM 8100-STEP-FORWARD-ONE-DAY THRU
003240         8100-STEP-FORWARD-ONE-DAY-EXIT
003250     ADD 1 TO WS-STEP-COUNT
003260     PERFORM 8300-CLASSIFY-WORK-DATE THRU
003270         8300-CLASSIFY-WORK-DATE-EXIT.
003280 2100-STEP-TO-NEXT-DAY-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------*
003310*  3000-COUNT-BUSINESS-DAYS - WALK FROM THE DAY AFTER CAL-DATE   *
003320*  TO CAL-TO-DATE, COUNTING THE BUSINESS DAYS ON THE WAY.        *
003330*----------------------------------------------------------------*
003340 3000-COUNT-BUSINESS-DAYS.
003350     MOVE ZERO TO CAL-DAY-COUNT
003360     MOVE ZERO TO WS-BUSINESS-COUNT
003370     MOVE ZERO TO WS-STEP-COUNT
003380     IF CAL-TO-DATE NOT NUMERIC
003390         MOVE 08 TO CAL-RESULT
003400         GO TO 3000-COUNT-BUSINESS-DAYS-EXIT
003410     END-IF
003420     IF CAL-TO-DATE NOT > CAL-DATE
003430         GO TO 3000-COUNT-BUSINESS-DAYS-EXIT
003440     END-IF
003450     MOVE CAL-TO-DATE TO WS-WORK-DATE
003460     PERFORM 8000-VALIDATE-WORK-DATE THRU
003470         8000-VALIDATE-WORK-DATE-EXIT
003480     IF WS-DATE-NOT-VALID
003490         MOVE 08 TO CAL-RESULT
003500         GO TO 3000-COUNT-BUSINESS-DAYS-EXIT
003510     END-IF
003520     MOVE CAL-DATE TO WS-WORK-DATE
003530     PERFORM 3100-COUNT-ONE-DAY THRU 3100-COUNT-ONE-DAY-EXIT
003540         UNTIL WS-WORK-DATE >= CAL-TO-DATE
003550         OR WS-STEP-COUNT >= WS-MAX-COUNT-STEPS
003560     MOVE WS-BUSINESS-COUNT TO CAL-DAY-COUNT.
003570 3000-COUNT-BUSINESS-DAYS-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------*
003600*  3100-COUNT-ONE-DAY - STEP ONE DAY AND COUNT IT IF IT IS A     *
003610*  BUSINESS DAY.                                                 *
003620*----------------------------------------------------------------*
003630 3100-COUNT-ONE-DAY.
003640     PERFORM 2100-STEP-TO-NEXT-DAY THRU 2100-STEP-TO-NEXT-DAY-EXIT
003650     IF WS-WORK-BUSINESS-DAY
003660         ADD 1 TO WS-BUSINESS-COUNT
003670     END-IF.
003680 3100-COUNT-ONE-DAY-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------*
003710*  8000-VALIDATE-WORK-DATE - A REAL CALENDAR DATE: YEAR NOT      *
003720*  ZERO, MONTH 1-12, DAY WITHIN THE MONTH (29 FEBRUARY ONLY IN   *
003730*  A LEAP YEAR).                                                 *
003740*----------------------------------------------------------------*
003750 8000-VALIDATE-WORK-DATE.
003760     SET WS-DATE-NOT-VALID TO TRUE
003770     IF WS-WD-YEAR = ZERO
003780         OR WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
003790         OR WS-WD-DAY < 1
003800         GO TO 8000-VALIDATE-WORK-DATE-EXIT
003810     END-IF
003820     PERFORM 8050-SET-MONTH-DAYS THRU 8050-SET-MONTH-DAYS-EXIT
003830     IF WS-WD-DAY > WS-MONTH-DAYS
003840         GO TO 8000-VALIDATE-WORK-DATE-EXIT
003850     END-IF
003860     SET WS-DATE-VALID TO TRUE.
003870 8000-VALIDATE-WORK-DATE-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------*
003900*  8050-SET-MONTH-DAYS - DAYS IN THE WORK DATE'S MONTH, AND      *
003910*  WHETHER ITS YEAR IS A LEAP YEAR.                              *
003920*----------------------------------------------------------------*
003930 8050-SET-MONTH-DAYS.
003940     DIVIDE WS-WD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003950         REMAINDER WS-LEAP-REMAINDER-4
003960     DIVIDE WS-WD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003970         REMAINDER WS-LEAP-REMAINDER-100
003980     DIVIDE WS-WD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003990         REMAINDER WS-LEAP-REMAINDER-400
004000     SET WS-NOT-LEAP-YEAR TO TRUE
004010     IF WS-LEAP-REMAINDER-4 = ZERO
004020         AND (WS-LEAP-REMAINDER-100 NOT = ZERO
004030         OR WS-LEAP-REMAINDER-400 = ZERO)
004040         SET WS-LEAP-YEAR TO TRUE
004050     END-IF
004060     MOVE WS-DM-DAYS (WS-WD-MONTH) TO WS-MONTH-DAYS
004070     IF WS-WD-MONTH = 2 AND WS-LEAP-YEAR
004080         MOVE 29 TO WS-MONTH-DAYS
004090     END-IF.
004100 8050-SET-MONTH-DAYS-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------*
004130*  8100-STEP-FORWARD-ONE-DAY - MOVE THE WORK DATE ON ONE DAY,    *
004140*  ROLLING OVER THE MONTH AND YEAR.                              *
004150*----------------------------------------------------------------*
004160 8100-STEP-FORWARD-ONE-DAY.
004170     PERFORM 8050-SET-MONTH-DAYS THRU 8050-SET-MONTH-DAYS-EXIT
004180     IF WS-WD-DAY < WS-MONTH-DAYS
004190         ADD 1 TO WS-WD-DAY
004200         GO TO 8100-STEP-FORWARD-ONE-DAY-EXIT
004210     END-IF
004220     MOVE 1 TO WS-WD-DAY
004230     IF WS-WD-MONTH < 12
004240         ADD 1 TO WS-WD-MONTH
004250     ELSE
004260         MOVE 1 TO WS-WD-MONTH
004270         ADD 1 TO WS-WD-YEAR
004280     END-IF.
004290 8100-STEP-FORWARD-ONE-DAY-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------*
004320*  8200-COMPUTE-WEEKDAY - SERIAL DAY NUMBER OF THE WORK DATE     *
004330*  (DAYS IN THE WHOLE YEARS BEFORE IT, WITH THEIR LEAP DAYS,     *
004340*  PLUS THE DAYS BEFORE ITS MONTH, PLUS THE DAY), THEN THE       *
004350*  WEEKDAY FROM THE REMAINDER OVER SEVEN. DAY 1 WAS A MONDAY.    *
004360*----------------------------------------------------------------*
004370 8200-COMPUTE-WEEKDAY.
004380     PERFORM 8050-SET-MONTH-DAYS THRU 8050-SET-MONTH-DAYS-EXIT
004390     COMPUTE WS-PRIOR-YEARS = WS-WD-YEAR - 1
004400     COMPUTE WS-SERIAL-DAY = WS-PRIOR-YEARS * 365
004410         + WS-CD-DAYS (WS-WD-MONTH) + WS-WD-DAY
004420     DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-SERIAL-QUOTIENT
004430     ADD WS-SERIAL-QUOTIENT TO WS-SERIAL-DAY
004440     DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-SERIAL-QUOTIENT
004450     SUBTRACT WS-SERIAL-QUOTIENT FROM WS-SERIAL-DAY
004460     DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-SERIAL-QUOTIENT
004470     ADD WS-SERIAL-QUOTIENT TO WS-SERIAL-DAY
004480     IF WS-LEAP-YEAR AND WS-WD-MONTH > 2
004490         ADD 1 TO WS-SERIAL-DAY
004500     END-IF
004510     SUBTRACT 1 FROM WS-SERIAL-DAY
004520     DIVIDE WS-SERIAL-DAY BY 7 GIVING WS-SERIAL-QUOTIENT
004530         REMAINDER WS-SERIAL-REMAINDER
004540     COMPUTE WS-WORK-WEEKDAY = WS-SERIAL-REMAINDER + 1.
004550 8200-COMPUTE-WEEKDAY-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------*
004580*  8300-CLASSIFY-WORK-DATE - THE CALENDAR FILE'S ENTRY FOR THE   *
004590*  WORK DATE WINS; WITHOUT ONE, THE WEEKDAY DECIDES.             *
004600*----------------------------------------------------------------*
004610 8300-CLASSIFY-WORK-DATE.
004620     PERFORM 8200-COMPUTE-WEEKDAY THRU 8200-COMPUTE-WEEKDAY-EXIT
004630     MOVE ZERO TO WS-CT-FOUND-SUB
004640     MOVE 1 TO WS-CT-SUB
004650     PERFORM 8310-CHECK-ONE-ENTRY THRU 8310-CHECK-ONE-ENTRY-EXIT
004660         UNTIL WS-CT-SUB > WS-CT-ENTRY-COUNT
004670         OR WS-CT-FOUND-SUB > ZERO
004680     IF WS-CT-FOUND-SUB > ZERO
004690         MOVE WS-CT-DAY-TYPE (WS-CT-FOUND-SUB) TO WS-WORK-DAY-TYPE
004700         GO TO 8300-CLASSIFY-WORK-DATE-EXIT
004710     END-IF
004720     IF WS-WORK-WEEKDAY > 5
004730         MOVE "W" TO WS-WORK-DAY-TYPE
004740     ELSE
004750         MOVE "B" TO WS-WORK-DAY-TYPE
004760     END-IF.
004770 8300-CLASSIFY-WORK-DATE-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------*
004800*  8310-CHECK-ONE-ENTRY - TEST ONE TABLE ENTRY. THE TABLE IS IN  *
004810*  DATE ORDER, SO AN ENTRY PAST THE WORK DATE ENDS THE SEARCH.   *
004820*----------------------------------------------------------------*
004830 8310-CHECK-ONE-ENTRY.
004840     IF WS-CT-DATE (WS-CT-SUB) = WS-WORK-DATE
004850         MOVE WS-CT-SUB TO WS-CT-FOUND-SUB
004860     END-IF
004870     IF WS-CT-DATE (WS-CT-SUB) > WS-WORK-DATE
004880         MOVE WS-CT-ENTRY-COUNT TO WS-CT-SUB
004890     END-IF
004900     ADD 1 TO WS-CT-SUB.
004910 8310-CHECK-ONE-ENTRY-EXIT.
004920     EXIT.
