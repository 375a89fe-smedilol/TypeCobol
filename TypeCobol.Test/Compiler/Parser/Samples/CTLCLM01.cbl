000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLCLM01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLCLM01 - BUSINESS CALENDAR MAINTENANCE. APPLIES A           *
000100*  TRANSACTION FILE OF ADDS, CHANGES AND DELETES TO THE          *
000110*  BUSINESS CALENDAR FILE (BUSCAL) THAT CTLCAL01 READS FOR       *
000120*  CTLSRT01, CTLSUS01 AND CTLTRN01. THE FILE HOLDS ONLY THE      *
000130*  EXCEPTIONS TO A MONDAY-FRIDAY WEEK:                           *
000140*                                                                *
000150*    H  HOLIDAY - A WEEKDAY THAT IS NOT A BUSINESS DAY.          *
000160*    B  WORKING DAY - A SATURDAY OR SUNDAY THAT IS WORKED AS A   *
000170*       BUSINESS DAY.                                            *
000180*                                                                *
000190*  AN ADD OF A DATE ALREADY ON FILE, A CHANGE OR DELETE OF A     *
000200*  DATE NOT ON FILE, A DATE THAT IS NOT A REAL CALENDAR DATE, A  *
000210*  HOLIDAY ON A WEEKEND OR A WORKING DAY ON A WEEKDAY (EITHER    *
000220*  WOULD CHANGE NOTHING), A BLANK USER, AND AN UNKNOWN ACTION    *
000230*  CODE ARE ALL REJECTED WITH THE REASON PRINTED. ON A CHANGE, A *
000240*  BLANK DAY TYPE OR DESCRIPTION MEANS LEAVE THAT FIELD AS IT    *
000250*  STANDS. EVERY TRANSACTION GETS ONE LINE ON THE EDIT REPORT    *
000260*  (CLMRPT), AND THE REPORT ENDS WITH THE WHOLE CALENDAR AS IT   *
000270*  NOW STANDS FROM THE START OF THE CURRENT YEAR, SO NEXT YEAR'S *
000280*  HOLIDAYS CAN BE CHECKED BEFORE THE FIRST OF THEM COMES ROUND. *
000290*----------------------------------------------------------------*
000300*  MODIFICATION HISTORY                                          *
000310*----------------------------------------------------------------*
000320*  DATE      INIT  DESCRIPTION                                   *
000330*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-3090.
000380 OBJECT-COMPUTER. IBM-3090.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CALENDAR-TRANS-FILE ASSIGN TO CALTRAN
000420         ORGANIZATION IS SEQUENTIAL
000430         ACCESS MODE IS SEQUENTIAL
000440         FILE STATUS IS WS-FS-MAINT-TRANS.
000450     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS BC-CALENDAR-DATE
000490         FILE STATUS IS WS-FS-BUSINESS-CAL.
000500     SELECT MAINT-REPORT-FILE ASSIGN TO CLMRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-FS-MAINT-RPT.
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------------*
000570*  CALENDAR-TRANS-FILE - ONE MAINTENANCE TRANSACTION PER         *
000580*  RECORD: ACTION A, C OR D, THE CALENDAR DATE, THE DAY TYPE,    *
000590*  THE DESCRIPTION (E.G. THANKSGIVING) AND THE USER MAKING IT.   *
000600*----------------------------------------------------------------*
000610 FD  CALENDAR-TRANS-FILE
000620     RECORDING MODE IS F.
000630 01  CALENDAR-TRANS-RECORD.
000640     05  CT-ACTION-CODE               PIC X(01).
000650         88  CT-ACTION-ADD                    VALUE "A".
000660         88  CT-ACTION-CHANGE                 VALUE "C".
000670         88  CT-ACTION-DELETE                 VALUE "D".
000680     05  CT-CALENDAR-DATE             PIC 9(08).
000690     05  CT-DAY-TYPE                  PIC X(01).
000700         88  CT-HOLIDAY                       VALUE "H".
000710         88  CT-WORKING-DAY                   VALUE "B".
000720     05  CT-DESCRIPTION               PIC X(30).
000730     05  CT-USER-ID                   PIC X(08).
000740     05  FILLER                       PIC X(32).
000750*----------------------------------------------------------------*
000760*  BUSINESS-CALENDAR-FILE - SAME LAYOUT AS READ BY CTLCAL01.     *
000770*----------------------------------------------------------------*
000780 FD  BUSINESS-CALENDAR-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  BUSINESS-CALENDAR-RECORD.
000810     05  BC-CALENDAR-DATE             PIC 9(08).
000820     05  BC-DAY-TYPE                  PIC X(01).
000830         88  BC-HOLIDAY                       VALUE "H".
000840         88  BC-WORKING-DAY                   VALUE "B".
000850     05  BC-DESCRIPTION               PIC X(30).
000860     05  BC-MAINT-USER-ID             PIC X(08).
000870     05  BC-MAINT-DATE                PIC 9(08).
000880     05  FILLER                       PIC X(25).
000890*----------------------------------------------------------------*
000900*  MAINT-REPORT-FILE - EDIT REPORT, ONE LINE PER TRANSACTION,    *
000910*  THEN THE CALENDAR LISTING.                                    *
000920*----------------------------------------------------------------*
000930 FD  MAINT-REPORT-FILE
000940     RECORDING MODE IS F.
000950 01  MAINT-REPORT-RECORD               PIC X(132).
000960 WORKING-STORAGE SECTION.
000970 01  WS-FILE-STATUS-BLOCK.
000980     05  WS-FS-MAINT-TRANS            PIC X(02).
000990         88  WS-FS-MAINT-TRANS-OK              VALUE "00".
001000     05  WS-FS-BUSINESS-CAL           PIC X(02).
001010         88  WS-FS-BUSINESS-CAL-OK             VALUE "00".
001020         88  WS-FS-BUSINESS-CAL-NOT-FOUND      VALUE "23".
001030         88  WS-FS-BUSINESS-CAL-MISSING        VALUE "35".
001040     05  WS-FS-MAINT-RPT              PIC X(02).
001050         88  WS-FS-MAINT-RPT-OK                VALUE "00".
001060
001070 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001080     88  WS-EOF-YES                            VALUE "Y".
001090     88  WS-EOF-NO                             VALUE "N".
001100
001110 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001120     88  WS-ABEND-REQUESTED                    VALUE "Y".
001130
001140 01  WS-KEY-ON-FILE-SWITCH             PIC X(01) VALUE "N".
001150     88  WS-KEY-ON-FILE                        VALUE "Y".
001160     88  WS-KEY-NOT-ON-FILE                    VALUE "N".
001170
001180 01  WS-MAINT-TOTALS.
001190     05  WS-MT-TRANS-READ              PIC 9(09) COMP VALUE ZERO.
001200     05  WS-MT-TRANS-APPLIED           PIC 9(09) COMP VALUE ZERO.
001210     05  WS-MT-TRANS-REJECTED          PIC 9(09) COMP VALUE ZERO.
001220     05  WS-MT-DATES-LISTED            PIC 9(09) COMP VALUE ZERO.
001230*----------------------------------------------------------------*
001240*  BUSINESS CALENDAR (CTLCAL01) CALL AREA - FUNCTION W EDITS THE *
001250*  DATE AND GIVES ITS WEEKDAY WITHOUT READING THE CALENDAR FILE, *
001260*  WHICH THIS PROGRAM HAS OPEN FOR UPDATE.                       *
001270*----------------------------------------------------------------*
001280 01  WS-CALENDAR-CALL.
001290     05  WS-CAL-FUNCTION-CODE          PIC X(01) VALUE "W".
001300     05  WS-CAL-DATE                   PIC 9(08) VALUE ZERO.
001310     05  WS-CAL-TO-DATE                PIC 9(08) VALUE ZERO.
001320     05  WS-CAL-DAY-COUNT              PIC 9(05) VALUE ZERO.
001330     05  WS-CAL-DAY-TYPE               PIC X(01) VALUE SPACE.
001340         88  WS-CAL-WEEKEND-DAY                VALUE "W".
001350     05  WS-CAL-RESULT                 PIC 9(02) VALUE ZERO.
001360*----------------------------------------------------------------*
001370*  WEEKDAY NAMES FOR THE CALENDAR LISTING, MONDAY FIRST, AS      *
001380*  CTLCAL01 NUMBERS THEM.                                        *
001390*----------------------------------------------------------------*
001400 01  WS-WEEKDAY-NAME-STRING            PIC X(21) VALUE
001410     "MONTUEWEDTHUFRISATSUN".
001420 01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAME-STRING.
001430     05  WS-WEEKDAY-NAME OCCURS 7 TIMES
001440                                       PIC X(03).
001450
001460 01  WS-LIST-START-DATE                PIC 9(08) VALUE ZERO.
001470 01  WS-LIST-START-SPLIT REDEFINES WS-LIST-START-DATE.
001480     05  WS-LS-YEAR                    PIC 9(04).
001490     05  WS-LS-MONTH-DAY               PIC 9(04).
001500 01  WS-NEW-DAY-TYPE                   PIC X(01) VALUE SPACE.
001510     88  WS-NEW-HOLIDAY                        VALUE "H".
001520     88  WS-NEW-WORKING-DAY                    VALUE "B".
001530
001540 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
001550 77  WS-WEEKDAY-SUB                    PIC 9(04) COMP VALUE ZERO.
001560 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001570 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001580 77  WS-REJECT-REASON                  PIC X(40) VALUE SPACES.
001590*----------------------------------------------------------------*
001600*  PROCEDURE DIVISION                                            *
001610*----------------------------------------------------------------*
001620 PROCEDURE DIVISION.
001630*----------------------------------------------------------------*
001640*  0000-MAINLINE - OPEN, APPLY EACH TRANSACTION, LIST THE        *
001650*  CALENDAR, CLOSE. THE JOB RETURN CODE IS 00 FOR A FULLY        *
001660*  APPLIED FILE, 04 WHEN ANY TRANSACTION WAS REJECTED, AND 12    *
001670*  WHEN A FILE FAILED.                                           *
001680*----------------------------------------------------------------*
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001710     IF NOT WS-ABEND-REQUESTED
001720         PERFORM 2000-PROCESS-ONE-TRANS THRU
001730             2000-PROCESS-ONE-TRANS-EXIT
001740             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
001750     END-IF
001760     IF NOT WS-ABEND-REQUESTED
001770         PERFORM 4000-LIST-CALENDAR THRU 4000-LIST-CALENDAR-EXIT
001780     END-IF
001790     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001800     IF WS-ABEND-REQUESTED
001810         MOVE 12 TO RETURN-CODE
001820     ELSE
001830         IF WS-MT-TRANS-REJECTED > ZERO
001840             MOVE 04 TO RETURN-CODE
001850         ELSE
001860             MOVE ZERO TO RETURN-CODE
001870         END-IF
001880     END-IF
001890     GOBACK.
001900 0000-MAINLINE-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------*
001930*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE REPORT         *
001940*  HEADING. THE CALENDAR IS CREATED IF IT DOES NOT EXIST YET, SO *
001950*  THE FIRST YEAR'S HOLIDAYS ARE LOADED BY AN ORDINARY RUN.      *
001960*----------------------------------------------------------------*
001970 1000-INITIALIZE.
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001990     SET WS-EOF-NO TO TRUE
002000     OPEN INPUT CALENDAR-TRANS-FILE
002010     IF NOT WS-FS-MAINT-TRANS-OK
002020         STRING "CTLCLM01 - MAINT TRANS OPEN FAILED - STATUS "
002030             WS-FS-MAINT-TRANS
002040             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002050         DISPLAY WS-ERROR-MESSAGE-LINE
002060         SET WS-ABEND-REQUESTED TO TRUE
002070         GO TO 1000-INITIALIZE-EXIT
002080     END-IF
002090     OPEN I-O BUSINESS-CALENDAR-FILE
002100     IF WS-FS-BUSINESS-CAL-MISSING
002110         OPEN OUTPUT BUSINESS-CALENDAR-FILE
002120         CLOSE BUSINESS-CALENDAR-FILE
002130         OPEN I-O BUSINESS-CALENDAR-FILE
002140     END-IF
002150     IF NOT WS-FS-BUSINESS-CAL-OK
002160         STRING "CTLCLM01 - BUSINESS CALENDAR OPEN FAILED - "
002170             "STATUS " WS-FS-BUSINESS-CAL
002180             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002190         DISPLAY WS-ERROR-MESSAGE-LINE
002200         SET WS-ABEND-REQUESTED TO TRUE
002210         GO TO 1000-INITIALIZE-EXIT
002220     END-IF
002230     OPEN OUTPUT MAINT-REPORT-FILE
002240     IF NOT WS-FS-MAINT-RPT-OK
002250         STRING "CTLCLM01 - MAINT REPORT OPEN FAILED - STATUS "
002260             WS-FS-MAINT-RPT
002270             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002280         DISPLAY WS-ERROR-MESSAGE-LINE
002290         SET WS-ABEND-REQUESTED TO TRUE
002300         GO TO 1000-INITIALIZE-EXIT
002310     END-IF
002320     MOVE SPACES TO MAINT-REPORT-RECORD
002330     STRING "BUSINESS CALENDAR MAINTENANCE  RUN DATE "
002340         WS-RUN-DATE
002350         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
002360     WRITE MAINT-REPORT-RECORD
002370     MOVE SPACES TO MAINT-REPORT-RECORD
002380     WRITE MAINT-REPORT-RECORD.
002390 1000-INITIALIZE-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------*
002420*  2000-PROCESS-ONE-TRANS - READ ONE TRANSACTION, EDIT THE       *
002430*  FIELDS EVERY ACTION NEEDS, AND ROUTE ON THE ACTION CODE.      *
002440*----------------------------------------------------------------*
002450 2000-PROCESS-ONE-TRANS.
002460     READ CALENDAR-TRANS-FILE
002470         AT END
002480             SET WS-EOF-YES TO TRUE
002490             GO TO 2000-PROCESS-ONE-TRANS-EXIT
002500     END-READ
002510     IF NOT WS-FS-MAINT-TRANS-OK
002520         STRING "CTLCLM01 - MAINT TRANS READ FAILED - STATUS "
002530             WS-FS-MAINT-TRANS
002540             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002550         DISPLAY WS-ERROR-MESSAGE-LINE
002560         SET WS-ABEND-REQUESTED TO TRUE
002570         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002580     END-IF
002590     ADD 1 TO WS-MT-TRANS-READ
002600     MOVE "W" TO WS-CAL-FUNCTION-CODE
002610     MOVE CT-CALENDAR-DATE TO WS-CAL-DATE
002620     MOVE ZERO TO WS-CAL-TO-DATE
002630     CALL "CTLCAL01" USING WS-CAL-FUNCTION-CODE WS-CAL-DATE
002640         WS-CAL-TO-DATE WS-CAL-DAY-COUNT WS-CAL-DAY-TYPE
002650         WS-CAL-RESULT
002660     IF WS-CAL-RESULT NOT = ZERO
002670         MOVE "INVALID CALENDAR DATE" TO WS-REJECT-REASON
002680         PERFORM 3100-WRITE-REJECT-LINE THRU
002690             3100-WRITE-REJECT-LINE-EXIT
002700         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002710     END-IF
002720     IF CT-USER-ID = SPACES
002730         MOVE "BLANK USER ID" TO WS-REJECT-REASON
002740         PERFORM 3100-WRITE-REJECT-LINE THRU
002750             3100-WRITE-REJECT-LINE-EXIT
002760         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002770     END-IF
002780     IF CT-ACTION-ADD
002790         PERFORM 2100-APPLY-ADD THRU 2100-APPLY-ADD-EXIT
002800         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002810     END-IF
002820     IF CT-ACTION-CHANGE
002830         PERFORM 2200-APPLY-CHANGE THRU 2200-APPLY-CHANGE-EXIT
002840         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002850     END-IF
002860     IF CT-ACTION-DELETE
002870         PERFORM 2300-APPLY-DELETE THRU 2300-APPLY-DELETE-EXIT
002880         GO TO 2000-PROCESS-ONE-TRANS-EXIT
002890     END-IF
002900     MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
002910     PERFORM 3100-WRITE-REJECT-LINE THRU
002920         3100-WRITE-REJECT-LINE-EXIT.
002930 2000-PROCESS-ONE-TRANS-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------*
002960*  2050-READ-CALENDAR-RECORD - RANDOM READ OF THE CALENDAR ON    *
002970*  THE TRANSACTION'S DATE. A MISS IS AN ORDINARY EDIT RESULT;    *
002980*  ANY OTHER NON-ZERO STATUS STOPS THE RUN.                      *
002990*----------------------------------------------------------------*
003000 2050-READ-CALENDAR-RECORD.
003010     SET WS-KEY-ON-FILE TO TRUE
003020     MOVE CT-CALENDAR-DATE TO BC-CALENDAR-DATE
003030     READ BUSINESS-CALENDAR-FILE
003040         INVALID KEY
003050             SET WS-KEY-NOT-ON-FILE TO TRUE
003060     END-READ
003070     IF WS-KEY-NOT-ON-FILE
003080         AND NOT WS-FS-BUSINESS-CAL-NOT-FOUND
003090         STRING "CTLCLM01 - BUSINESS CALENDAR READ FAILED - "
003100             "STATUS " WS-FS-BUSINESS-CAL
003110             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003120         DISPLAY WS-ERROR-MESSAGE-LINE
003130         SET WS-ABEND-REQUESTED TO TRUE
003140     END-IF.
003150 2050-READ-CALENDAR-RECORD-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------*
003180*  2060-EDIT-DAY-TYPE - THE DAY TYPE THE DATE WILL CARRY MUST BE *
003190*  H OR B AND MUST ACTUALLY CHANGE SOMETHING: A HOLIDAY ONLY ON  *
003200*  A WEEKDAY, A WORKING DAY ONLY ON A WEEKEND. LEAVES THE REASON *
003210*  SET WHEN THE EDIT FAILS.                                      *
003220*----------------------------------------------------------------*
003230 2060-EDIT-DAY-TYPE.
003240     MOVE SPACES TO WS-REJECT-REASON
003250     IF NOT WS-NEW-HOLIDAY AND NOT WS-NEW-WORKING-DAY
003260         MOVE "DAY TYPE MUST BE H OR B" TO WS-REJECT-REASON
003270         GO TO 2060-EDIT-DAY-TYPE-EXIT
003280     END-IF
003290     IF WS-NEW-HOLIDAY AND WS-CAL-WEEKEND-DAY
003300         MOVE "HOLIDAY FALLS ON A WEEKEND" TO WS-REJECT-REASON
003310         GO TO 2060-EDIT-DAY-TYPE-EXIT
003320     END-IF
003330     IF WS-NEW-WORKING-DAY AND NOT WS-CAL-WEEKEND-DAY
003340         MOVE "WORKING DAY IS ALREADY A WEEKDAY"
003350             TO WS-REJECT-REASON
003360     END-IF.
003370 2060-EDIT-DAY-TYPE-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------*
003400*  2100-APPLY-ADD - A NEW EXCEPTION DATE. THE DATE MUST NOT BE   *
003410*  ON FILE AND THE DESCRIPTION MUST NOT BE BLANK.                *
003420*----------------------------------------------------------------*
003430 2100-APPLY-ADD.
003440     MOVE CT-DAY-TYPE TO WS-NEW-DAY-TYPE
003450     PERFORM 2060-EDIT-DAY-TYPE THRU 2060-EDIT-DAY-TYPE-EXIT
003460     IF WS-REJECT-REASON NOT = SPACES
003470         PERFORM 3100-WRITE-REJECT-LINE THRU
003480             3100-WRITE-REJECT-LINE-EXIT
003490         GO TO 2100-APPLY-ADD-EXIT
003500     END-IF
003510     IF CT-DESCRIPTION = SPACES
003520         MOVE "BLANK DESCRIPTION" TO WS-REJECT-REASON
003530         PERFORM 3100-WRITE-REJECT-LINE THRU
003540             3100-WRITE-REJECT-LINE-EXIT
003550         GO TO 2100-APPLY-ADD-EXIT
003560     END-IF
003570     PERFORM 2050-READ-CALENDAR-RECORD THRU
003580         2050-READ-CALENDAR-RECORD-EXIT
003590     IF WS-ABEND-REQUESTED
003600         GO TO 2100-APPLY-ADD-EXIT
003610     END-IF
003620     IF WS-KEY-ON-FILE
003630         MOVE "DATE ALREADY ON CALENDAR" TO WS-REJECT-REASON
003640         PERFORM 3100-WRITE-REJECT-LINE THRU
003650             3100-WRITE-REJECT-LINE-EXIT
003660         GO TO 2100-APPLY-ADD-EXIT
003670     END-IF
003680     MOVE SPACES TO BUSINESS-CALENDAR-RECORD
003690     MOVE CT-CALENDAR-DATE TO BC-CALENDAR-DATE
003700     MOVE CT-DAY-TYPE TO BC-DAY-TYPE
003710     MOVE CT-DESCRIPTION TO BC-DESCRIPTION
003720     MOVE CT-USER-ID TO BC-MAINT-USER-ID
003730     MOVE WS-RUN-DATE TO BC-MAINT-DATE
003740     WRITE BUSINESS-CALENDAR-RECORD
003750     PERFORM 2900-CHECK-CALENDAR-WRITE THRU
003760         2900-CHECK-CALENDAR-WRITE-EXIT
003770     IF WS-ABEND-REQUESTED
003780         GO TO 2100-APPLY-ADD-EXIT
003790     END-IF
003800     MOVE "DATE ADDED" TO WS-REJECT-REASON
003810     PERFORM 3000-WRITE-APPLIED-LINE THRU
003820         3000-WRITE-APPLIED-LINE-EXIT.
003830 2100-APPLY-ADD-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860*  2200-APPLY-CHANGE - CHANGE THE DAY TYPE AND/OR DESCRIPTION OF *
003870*  A DATE ON FILE. A BLANK FIELD ON THE TRANSACTION IS LEFT AS   *
003880*  IT STANDS.                                                    *
003890*----------------------------------------------------------------*
003900 2200-APPLY-CHANGE.
003910     PERFORM 2050-READ-CALENDAR-RECORD THRU
003920         2050-READ-CALENDAR-RECORD-EXIT
003930     IF WS-ABEND-REQUESTED
003940         GO TO 2200-APPLY-CHANGE-EXIT
003950     END-IF
003960     IF WS-KEY-NOT-ON-FILE
003970         MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
003980         PERFORM 3100-WRITE-REJECT-LINE THRU
003990             3100-WRITE-REJECT-LINE-EXIT
004000         GO TO 2200-APPLY-CHANGE-EXIT
004010     END-IF
004020     IF CT-DAY-TYPE = SPACE
004030         MOVE BC-DAY-TYPE TO WS-NEW-DAY-TYPE
004040     ELSE
004050         MOVE CT-DAY-TYPE TO WS-NEW-DAY-TYPE
004060     END-IF
004070     PERFORM 2060-EDIT-DAY-TYPE THRU 2060-EDIT-DAY-TYPE-EXIT
004080     IF WS-REJECT-REASON NOT = SPACES
004090         PERFORM 3100-WRITE-REJECT-LINE THRU
004100             3100-WRITE-REJECT-LINE-EXIT
004110         GO TO 2200-APPLY-CHANGE-EXIT
004120     END-IF
004130     MOVE WS-NEW-DAY-TYPE TO BC-DAY-TYPE
004140     IF CT-DESCRIPTION NOT = SPACES
004150         MOVE CT-DESCRIPTION TO BC-DESCRIPTION
004160     END-IF
004170     MOVE CT-USER-ID TO BC-MAINT-USER-ID
004180     MOVE WS-RUN-DATE TO BC-MAINT-DATE
004190     REWRITE BUSINESS-CALENDAR-RECORD
004200     PERFORM 2900-CHECK-CALENDAR-WRITE THRU
004210         2900-CHECK-CALENDAR-WRITE-EXIT
004220     IF WS-ABEND-REQUESTED
004230         GO TO 2200-APPLY-CHANGE-EXIT
004240     END-IF
004250     MOVE "DATE CHANGED" TO WS-REJECT-REASON
004260     PERFORM 3000-WRITE-APPLIED-LINE THRU
004270         3000-WRITE-APPLIED-LINE-EXIT.
004280 2200-APPLY-CHANGE-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------*
004310*  2300-APPLY-DELETE - REMOVE A DATE FROM THE CALENDAR; IT GOES  *
004320*  BACK TO WHATEVER ITS WEEKDAY MAKES IT.                        *
004330*----------------------------------------------------------------*
004340 2300-APPLY-DELETE.
004350     PERFORM 2050-READ-CALENDAR-RECORD THRU
004360         2050-READ-CALENDAR-RECORD-EXIT
004370     IF WS-ABEND-REQUESTED
004380         GO TO 2300-APPLY-DELETE-EXIT
004390     END-IF
004400     IF WS-KEY-NOT-ON-FILE
004410         MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
004420         PERFORM 3100-WRITE-REJECT-LINE THRU
004430             3100-WRITE-REJECT-LINE-EXIT
004440         GO TO 2300-APPLY-DELETE-EXIT
004450     END-IF
004460     DELETE BUSINESS-CALENDAR-FILE RECORD
004470     PERFORM 2900-CHECK-CALENDAR-WRITE THRU
004480         2900-CHECK-CALENDAR-WRITE-EXIT
004490     IF WS-ABEND-REQUESTED
004500         GO TO 2300-APPLY-DELETE-EXIT
004510     END-IF
004520     MOVE "DATE DELETED" TO WS-REJECT-REASON
004530     PERFORM 3000-WRITE-APPLIED-LINE THRU
004540         3000-WRITE-APPLIED-LINE-EXIT.
004550 2300-APPLY-DELETE-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------*
004580*  2900-CHECK-CALENDAR-WRITE - A FAILED WRITE, REWRITE OR        *
004590*  DELETE OF THE CALENDAR STOPS THE RUN.                         *
004600*----------------------------------------------------------------*
004610 2900-CHECK-CALENDAR-WRITE.
004620     IF NOT WS-FS-BUSINESS-CAL-OK
004630         STRING "CTLCLM01 - BUSINESS CALENDAR WRITE FAILED - "
004640             "STATUS " WS-FS-BUSINESS-CAL
004650             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004660         DISPLAY WS-ERROR-MESSAGE-LINE
004670         SET WS-ABEND-REQUESTED TO TRUE
004680     END-IF.
004690 2900-CHECK-CALENDAR-WRITE-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------*
004720*  3000-WRITE-APPLIED-LINE - ONE REPORT LINE PER APPLIED         *
004730*  TRANSACTION WITH THE USER AND THE DESCRIPTION GIVEN.          *
004740*----------------------------------------------------------------*
004750 3000-WRITE-APPLIED-LINE.
004760     ADD 1 TO WS-MT-TRANS-APPLIED
004770     MOVE SPACES TO MAINT-REPORT-RECORD
004780     STRING "APPLIED   DATE " CT-CALENDAR-DATE
004790         "  ACTION " CT-ACTION-CODE
004800         "  TYPE " CT-DAY-TYPE
004810         "  " WS-REJECT-REASON
004820         "  USER " CT-USER-ID
004830         "  " CT-DESCRIPTION
004840         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
004850     WRITE MAINT-REPORT-RECORD.
004860 3000-WRITE-APPLIED-LINE-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------*
004890*  3100-WRITE-REJECT-LINE - ONE REPORT LINE PER REJECTED         *
004900*  TRANSACTION WITH THE EDIT REASON SET BY THE CALLER.           *
004910*----------------------------------------------------------------*
004920 3100-WRITE-REJECT-LINE.
004930     ADD 1 TO WS-MT-TRANS-REJECTED
004940     MOVE SPACES TO MAINT-REPORT-RECORD
004950     STRING "REJECTED  DATE " CT-CALENDAR-DATE
004960         "  ACTION " CT-ACTION-CODE
004970         "  TYPE " CT-DAY-TYPE
004980         "  " WS-REJECT-REASON
004990         "  USER " CT-USER-ID
005000         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
005010     WRITE MAINT-REPORT-RECORD.
005020 3100-WRITE-REJECT-LINE-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------*
005050*  4000-LIST-CALENDAR - BROWSE THE CALENDAR FROM 1 JANUARY OF    *
005060*  THE RUN YEAR AND LIST EVERY DATE ON IT WITH ITS WEEKDAY.      *
005070*----------------------------------------------------------------*
005080 4000-LIST-CALENDAR.
005090     MOVE SPACES TO MAINT-REPORT-RECORD
005100     WRITE MAINT-REPORT-RECORD
005110     MOVE WS-RUN-DATE TO WS-LIST-START-DATE
005120     MOVE 0101 TO WS-LS-MONTH-DAY
005130     MOVE SPACES TO MAINT-REPORT-RECORD
005140     STRING "BUSINESS CALENDAR FROM " WS-LIST-START-DATE
005150         "  (H HOLIDAY, B WEEKEND WORKED AS A BUSINESS DAY)"
005160         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
005170     WRITE MAINT-REPORT-RECORD
005180     SET WS-EOF-NO TO TRUE
005190     MOVE WS-LIST-START-DATE TO BC-CALENDAR-DATE
005200     START BUSINESS-CALENDAR-FILE
005210         KEY NOT < BC-CALENDAR-DATE
005220         INVALID KEY
005230             SET WS-EOF-YES TO TRUE
005240     END-START
005250     PERFORM 4100-LIST-ONE-DATE THRU 4100-LIST-ONE-DATE-EXIT
005260         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
005270     IF WS-MT-DATES-LISTED = ZERO
005280         MOVE "  NONE" TO MAINT-REPORT-RECORD
005290         WRITE MAINT-REPORT-RECORD
005300     END-IF.
005310 4000-LIST-CALENDAR-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------*
005340*  4100-LIST-ONE-DATE - ONE LISTING LINE PER CALENDAR DATE.      *
005350*----------------------------------------------------------------*
005360 4100-LIST-ONE-DATE.
005370     READ BUSINESS-CALENDAR-FILE NEXT RECORD
005380         AT END
005390             SET WS-EOF-YES TO TRUE
005400             GO TO 4100-LIST-ONE-DATE-EXIT
005410     END-READ
005420     IF NOT WS-FS-BUSINESS-CAL-OK
005430         STRING "CTLCLM01 - BUSINESS CALENDAR READ FAILED - "
005440             "STATUS " WS-FS-BUSINESS-CAL
005450             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005460         DISPLAY WS-ERROR-MESSAGE-LINE
005470         SET WS-ABEND-REQUESTED TO TRUE
005480         GO TO 4100-LIST-ONE-DATE-EXIT
005490     END-IF
005500     ADD 1 TO WS-MT-DATES-LISTED
005510     MOVE "W" TO WS-CAL-FUNCTION-CODE
005520     MOVE BC-CALENDAR-DATE TO WS-CAL-DATE
005530     CALL "CTLCAL01" USING WS-CAL-FUNCTION-CODE WS-CAL-DATE
005540         WS-CAL-TO-DATE WS-CAL-DAY-COUNT WS-CAL-DAY-TYPE
005550         WS-CAL-RESULT
005560     MOVE 1 TO WS-WEEKDAY-SUB
005570     IF WS-CAL-RESULT = ZERO
005580         MOVE WS-CAL-DAY-COUNT TO WS-WEEKDAY-SUB
005590     END-IF
005600     MOVE SPACES TO MAINT-REPORT-RECORD
005610     STRING "  " BC-CALENDAR-DATE
005620         " " WS-WEEKDAY-NAME (WS-WEEKDAY-SUB)
005630         "  " BC-DAY-TYPE
005640         "  " BC-DESCRIPTION
005650         "  BY " BC-MAINT-USER-ID
005660         " ON " BC-MAINT-DATE
005670         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
005680     WRITE MAINT-REPORT-RECORD.
005690 4100-LIST-ONE-DATE-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------*
005720*  9000-TERMINATE - CONTROL TOTALS AND CLOSE.                    *
005730*----------------------------------------------------------------*
005740 9000-TERMINATE.
005750     IF NOT WS-ABEND-REQUESTED
005760         MOVE SPACES TO MAINT-REPORT-RECORD
005770         WRITE MAINT-REPORT-RECORD
005780         MOVE WS-MT-TRANS-READ TO WS-COUNT-DISPLAY
005790         MOVE SPACES TO MAINT-REPORT-RECORD
005800         STRING "TRANSACTIONS READ     " WS-COUNT-DISPLAY
005810             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
005820         WRITE MAINT-REPORT-RECORD
005830         MOVE WS-MT-TRANS-APPLIED TO WS-COUNT-DISPLAY
005840         MOVE SPACES TO MAINT-REPORT-RECORD
005850         STRING "TRANSACTIONS APPLIED  " WS-COUNT-DISPLAY
005860             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
005870         WRITE MAINT-REPORT-RECORD
005880         MOVE WS-MT-TRANS-REJECTED TO WS-COUNT-DISPLAY
005890         MOVE SPACES TO MAINT-REPORT-RECORD
005900         STRING "TRANSACTIONS REJECTED " WS-COUNT-DISPLAY
005910             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
005920         WRITE MAINT-REPORT-RECORD
005930         MOVE WS-MT-TRANS-APPLIED TO WS-COUNT-DISPLAY
005940         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
005950         STRING "CTLCLM01 - MAINTENANCE COMPLETE - APPLIED "
005960             WS-COUNT-DISPLAY
005970             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005980         DISPLAY WS-ERROR-MESSAGE-LINE
005990     END-IF
006000     CLOSE CALENDAR-TRANS-FILE
006010     CLOSE BUSINESS-CALENDAR-FILE
006020     CLOSE MAINT-REPORT-FILE.
006030 9000-TERMINATE-EXIT.
006040     EXIT.
