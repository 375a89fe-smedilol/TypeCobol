000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLBRS01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLBRS01 - NIGHTLY REPORT BURSTING FOR ELECTRONIC             *
000100*  DISTRIBUTION. SPLITS THE FOUR NIGHTLY PRINT FILES - THE       *
000110*  CONTROL REPORT (CTLRPT), EXCEPTION REPORT (EXCPRPT),          *
000120*  HIGH-VALUE REPORT (HIVALRPT) AND SUSPENSE AGING REPORT        *
000130*  (SUSAGRPT) - INTO ONE REPORT DATASET PER DISTRICT REGION,     *
000140*  SO THE FIVE DISTRICT OFFICES NO LONGER WAIT FOR OPERATIONS    *
000150*  TO SPLIT THE PRINT BY HAND EACH MORNING.                      *
000160*                                                                *
000170*  EACH KEYED LINE IS ROUTED BY ITS KEY'S REGION CODE ON THE     *
000180*  BRANCH REFERENCE FILE (BRCHREF). A KEY WITH NO BRANCH         *
000190*  RECORD, A BLANK REGION, OR A REGION NOT ON THE DISTRICT LIST  *
000200*  GOES TO THE HEAD OFFICE CATCH-ALL DATASET, AS DO THE          *
000210*  REPORT-WIDE LINES (GRAND TOTALS, HEADINGS, THE AGING          *
000220*  SUMMARY), SO NOTHING DROPS OFF THE DISTRIBUTION. A CONTROL    *
000230*  REPORT TYPE BREAK LINE FOLLOWS THE SUBTOTAL LINE ABOVE IT.    *
000240*                                                                *
000250*  EVERY DATASET CARRIES ONE SECTION PER SOURCE REPORT, EACH     *
000260*  STARTING ON A NEW PAGE WITH ITS OWN HEADERS AND ENDING WITH   *
000270*  THE REGION TOTALS. A DISTRIBUTION MANIFEST (DISTMAN) LISTS    *
000280*  EVERY DATASET PRODUCED WITH ITS REGION AND LINE COUNT.        *
000290*                                                                *
000300*  RETURN CODE 04 WHEN A SOURCE REPORT WAS NOT PRODUCED OR A     *
000310*  KEY HAD TO GO TO HEAD OFFICE FOR WANT OF A REGION, 12 ON A    *
000320*  FILE FAILURE.                                                 *
000330*----------------------------------------------------------------*
000340*  MODIFICATION HISTORY                                          *
000350*----------------------------------------------------------------*
000360*  DATE      INIT  DESCRIPTION                                   *
000370*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000380*  10/15/26  RLM   BRANCH REFERENCE RECORD NOW CARRIES THE       *
000390*                  SUCCESSOR KEY AND CONSOLIDATION DATE OF A     *
000400*                  MERGED BRANCH - LAYOUT KEPT IN STEP WITH      *
000410*                  CTLBRM01                                      *
000420*  10/15/26  RLM   HIGH-VALUE AND AGING LINE VIEWS CORRECTED -   *
000430*                  THE AMOUNT STARTS IN COLUMN 57 OF THE         *
000440*                  HIVALRPT LINE AND COLUMN 67 OF THE SUSAGRPT   *
000450*                  ESCALATION LINE, SO NO AMOUNT IS DE-EDITED    *
000460*                  ONE COLUMN OFF                                *
000470*  10/15/26  RLM   CHECKS IN UNDER THE NIGHT'S RUN DATE FROM THE *
000480*                  RUN CONTROL LEDGER (CTLRCL01 FUNCTION D)      *
000490*                  INSTEAD OF THE CLOCK DATE, SO A STREAM PAST   *
000500*                  MIDNIGHT OR A NEXT-MORNING RERUN KEEPS ITS    *
000510*                  NIGHT (1020)                                  *
000520*----------------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-3090.
000560 OBJECT-COMPUTER. IBM-3090.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS BR-BRANCH-KEY
000630         FILE STATUS IS WS-FS-BRANCH-REF.
000640     SELECT CONTROL-REPORT-FILE ASSIGN TO CTLRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-FS-CONTROL-RPT.
000680     SELECT EXCEPTION-REPORT-FILE ASSIGN TO EXCPRPT
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-FS-EXCEPTION-RPT.
000720     SELECT HIGH-VALUE-REPORT-FILE ASSIGN TO HIVALRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WS-FS-HIGH-VALUE-RPT.
000760     SELECT AGING-REPORT-FILE ASSIGN TO SUSAGRPT
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-FS-AGING-RPT.
000800     SELECT BURST-NTH-FILE ASSIGN TO DISTNTH
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-FS-BURST-NTH.
000840     SELECT BURST-STH-FILE ASSIGN TO DISTSTH
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS WS-FS-BURST-STH.
000880     SELECT BURST-EST-FILE ASSIGN TO DISTEST
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS WS-FS-BURST-EST.
000920     SELECT BURST-WST-FILE ASSIGN TO DISTWST
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS WS-FS-BURST-WST.
000960     SELECT BURST-CTL-FILE ASSIGN TO DISTCTL
000970         ORGANIZATION IS SEQUENTIAL
000980         ACCESS MODE IS SEQUENTIAL
000990         FILE STATUS IS WS-FS-BURST-CTL.
001000     SELECT BURST-HOF-FILE ASSIGN TO DISTHOF
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS WS-FS-BURST-HOF.
001040     SELECT DISTRIBUTION-MANIFEST-FILE ASSIGN TO DISTMAN
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS WS-FS-MANIFEST.
001080 DATA DIVISION.
001090 FILE SECTION.
001100*----------------------------------------------------------------*
001110*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS MAINTAINED BY CTLBRM01.*
001120*----------------------------------------------------------------*
001130 FD  BRANCH-REFERENCE-FILE
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  BRANCH-REFERENCE-RECORD.
001160     05  BR-BRANCH-KEY                PIC X(06).
001170     05  BR-BRANCH-NAME               PIC X(30).
001180     05  BR-BRANCH-REGION-CODE        PIC X(03).
001190     05  BR-BRANCH-STATUS             PIC X(01).
001200         88  BR-STATUS-ACTIVE                 VALUE "A".
001210         88  BR-STATUS-INACTIVE               VALUE "I".
001220         88  BR-STATUS-CONSOLIDATED           VALUE "M".
001230     05  BR-SUCCESSOR-KEY             PIC X(06).
001240     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001250     05  FILLER                       PIC X(26).
001260*----------------------------------------------------------------*
001270*  THE FOUR SOURCE PRINT FILES, SAME RECORD LENGTHS AS WRITTEN   *
001280*  BY CTLPGM01 (CTLRPT, EXCPRPT, HIVALRPT) AND CTLSUS01          *
001290*  (SUSAGRPT). EACH IS READ INTO WS-SOURCE-LINE.                 *
001300*----------------------------------------------------------------*
001310 FD  CONTROL-REPORT-FILE
001320     RECORDING MODE IS F.
001330 01  CONTROL-REPORT-RECORD             PIC X(80).
001340 FD  EXCEPTION-REPORT-FILE
001350     RECORDING MODE IS F.
001360 01  EXCEPTION-REPORT-RECORD           PIC X(80).
001370 FD  HIGH-VALUE-REPORT-FILE
001380     RECORDING MODE IS F.
001390 01  HIGH-VALUE-REPORT-RECORD          PIC X(132).
001400 FD  AGING-REPORT-FILE
001410     RECORDING MODE IS F.
001420 01  AGING-REPORT-RECORD               PIC X(132).
001430*----------------------------------------------------------------*
001440*  ONE BURST REPORT DATASET PER REGION - THE FIVE DISTRICTS IN   *
001450*  DISTRICT LIST ORDER, THEN THE HEAD OFFICE CATCH-ALL.          *
001460*----------------------------------------------------------------*
001470 FD  BURST-NTH-FILE
001480     RECORDING MODE IS F.
001490 01  BURST-NTH-RECORD                  PIC X(132).
001500 FD  BURST-STH-FILE
001510     RECORDING MODE IS F.
001520 01  BURST-STH-RECORD                  PIC X(132).
001530 FD  BURST-EST-FILE
001540     RECORDING MODE IS F.
001550 01  BURST-EST-RECORD                  PIC X(132).
001560 FD  BURST-WST-FILE
001570     RECORDING MODE IS F.
001580 01  BURST-WST-RECORD                  PIC X(132).
001590 FD  BURST-CTL-FILE
001600     RECORDING MODE IS F.
001610 01  BURST-CTL-RECORD                  PIC X(132).
001620 FD  BURST-HOF-FILE
001630     RECORDING MODE IS F.
001640 01  BURST-HOF-RECORD                  PIC X(132).
001650*----------------------------------------------------------------*
001660*  DISTRIBUTION-MANIFEST-FILE - ONE DETAIL RECORD PER DATASET    *
001670*  PRODUCED, THEN ONE TRAILER CARRYING THE SUMS ACROSS THEM.     *
001680*----------------------------------------------------------------*
001690 FD  DISTRIBUTION-MANIFEST-FILE
001700     RECORD CONTAINS 80 CHARACTERS.
001710 01  DISTRIBUTION-MANIFEST-RECORD.
001720     05  DM-RECORD-TYPE               PIC X(01).
001730         88  DM-RECORD-DETAIL                 VALUE "D".
001740         88  DM-RECORD-TRAILER                VALUE "T".
001750     05  DM-RUN-DATE                  PIC 9(08).
001760     05  DM-DATASET-NAME              PIC X(08).
001770     05  DM-REGION-CODE               PIC X(03).
001780     05  DM-REGION-NAME               PIC X(20).
001790     05  DM-LINE-COUNT                PIC 9(07).
001800     05  DM-PAGE-COUNT                PIC 9(05).
001810     05  DM-ITEM-COUNT                PIC 9(07).
001820     05  FILLER                       PIC X(21).
001830 WORKING-STORAGE SECTION.
001840 01  WS-FILE-STATUS-BLOCK.
001850     05  WS-FS-BRANCH-REF             PIC X(02).
001860         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001870         88  WS-FS-BRANCH-REF-NOT-FOUND        VALUE "23".
001880     05  WS-FS-CONTROL-RPT            PIC X(02).
001890     05  WS-FS-EXCEPTION-RPT          PIC X(02).
001900     05  WS-FS-HIGH-VALUE-RPT         PIC X(02).
001910     05  WS-FS-AGING-RPT              PIC X(02).
001920     05  WS-FS-SOURCE-RPT             PIC X(02).
001930         88  WS-FS-SOURCE-RPT-OK               VALUE "00".
001940         88  WS-FS-SOURCE-RPT-MISSING          VALUE "35".
001950     05  WS-FS-BURST-NTH              PIC X(02).
001960     05  WS-FS-BURST-STH              PIC X(02).
001970     05  WS-FS-BURST-EST              PIC X(02).
001980     05  WS-FS-BURST-WST              PIC X(02).
001990     05  WS-FS-BURST-CTL              PIC X(02).
002000     05  WS-FS-BURST-HOF              PIC X(02).
002010     05  WS-FS-MANIFEST               PIC X(02).
002020         88  WS-FS-MANIFEST-OK                 VALUE "00".
002030
002040 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
002050     88  WS-EOF-YES                            VALUE "Y".
002060     88  WS-EOF-NO                             VALUE "N".
002070
002080 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
002090     88  WS-ABEND-REQUESTED                    VALUE "Y".
002100
002110 01  WS-WARNING-SWITCH                 PIC X(01) VALUE "N".
002120     88  WS-WARNINGS-SEEN                      VALUE "Y".
002130
002140 01  WS-SOURCE-MISSING-SWITCH          PIC X(01) VALUE "N".
002150     88  WS-SOURCE-MISSING                     VALUE "Y".
002160     88  WS-SOURCE-PRESENT                     VALUE "N".
002170
002180 01  WS-KEY-ON-REFERENCE-SWITCH        PIC X(01) VALUE "N".
002190     88  WS-KEY-ON-REFERENCE                   VALUE "Y".
002200     88  WS-KEY-NOT-ON-REFERENCE               VALUE "N".
002210*----------------------------------------------------------------*
002220*  LINE CLASS - WHAT THE CURRENT SOURCE LINE IS: A KEYED DETAIL  *
002230*  LINE ROUTED BY ITS KEY, A LINE THAT BELONGS TO THE KEYED      *
002240*  LINE ABOVE IT, OR A REPORT-WIDE LINE FOR HEAD OFFICE.         *
002250*----------------------------------------------------------------*
002260 01  WS-LINE-CLASS-SWITCH              PIC X(01) VALUE "W".
002270     88  WS-LINE-KEYED                         VALUE "K".
002280     88  WS-LINE-FOLLOWS-KEY                   VALUE "F".
002290     88  WS-LINE-REPORT-WIDE                   VALUE "W".
002300*----------------------------------------------------------------*
002310*  REGION TABLE - THE FIVE DISTRICT CODES, IN STEP WITH THE      *
002320*  DISTRICT LIST IN CTLBRM01, THEN THE HEAD OFFICE CATCH-ALL     *
002330*  (ALWAYS THE LAST ENTRY). EACH ENTRY NAMES ITS DATASET.        *
002340*----------------------------------------------------------------*
002350 01  WS-REGION-NAME-VALUES.
002360     05  FILLER                        PIC X(31) VALUE
002370         "NTHNORTH DISTRICT      DISTNTH ".
002380     05  FILLER                        PIC X(31) VALUE
002390         "STHSOUTH DISTRICT      DISTSTH ".
002400     05  FILLER                        PIC X(31) VALUE
002410         "ESTEAST DISTRICT       DISTEST ".
002420     05  FILLER                        PIC X(31) VALUE
002430         "WSTWEST DISTRICT       DISTWST ".
002440     05  FILLER                        PIC X(31) VALUE
002450         "CTLCENTRAL DISTRICT    DISTCTL ".
002460     05  FILLER                        PIC X(31) VALUE
002470         "HOFHEAD OFFICE         DISTHOF ".
002480 01  WS-REGION-NAME-TABLE REDEFINES WS-REGION-NAME-VALUES.
002490     05  WS-RN-ENTRY OCCURS 6 TIMES.
002500         10  WS-RN-REGION-CODE         PIC X(03).
002510         10  WS-RN-REGION-NAME         PIC X(20).
002520         10  WS-RN-DATASET-NAME        PIC X(08).
002530*----------------------------------------------------------------*
002540*  PER-DATASET COUNTERS - LINES AND PAGES FOR THE WHOLE          *
002550*  DATASET, LINES ON THE CURRENT PAGE, AND THE ITEM COUNT AND    *
002560*  AMOUNT FOR THE SECTION BEING BURST.                           *
002570*----------------------------------------------------------------*
002580 01  WS-REGION-COUNTERS.
002590     05  WS-RC-ENTRY OCCURS 6 TIMES.
002600         10  WS-RC-LINE-COUNT          PIC 9(07) COMP.
002610         10  WS-RC-PAGE-COUNT          PIC 9(05) COMP.
002620         10  WS-RC-PAGE-LINES          PIC 9(04) COMP.
002630         10  WS-RC-ITEM-COUNT          PIC 9(07) COMP.
002640         10  WS-RC-SECTION-ITEMS       PIC 9(07) COMP.
002650         10  WS-RC-SECTION-AMOUNT      PIC S9(11)V99 COMP-3.
002660
002670 01  WS-REGION-CONTROL.
002680     05  WS-RG-SUB                     PIC 9(04) COMP VALUE ZERO.
002690     05  WS-RG-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
002700     05  WS-RG-LOOKUP-REGION           PIC X(03) VALUE SPACES.
002710     05  WS-ROUTE-SUB                  PIC 9(04) COMP VALUE ZERO.
002720     05  WS-LAST-KEY-SUB               PIC 9(04) COMP VALUE ZERO.
002730     05  WS-OUT-SUB                    PIC 9(04) COMP VALUE ZERO.
002740     05  WS-LAST-LOOKUP-KEY            PIC X(06) VALUE SPACES.
002750     05  WS-LAST-LOOKUP-SUB            PIC 9(04) COMP VALUE ZERO.
002760*----------------------------------------------------------------*
002770*  SOURCE REPORT TABLE - SECTION TITLE, SOURCE DATASET, THE      *
002780*  LABEL FOR THE REGION ITEM COUNT, AND WHETHER THE REPORT       *
002790*  CARRIES AN AMOUNT TO TOTAL.                                   *
002800*----------------------------------------------------------------*
002810 01  WS-SECTION-VALUES.
002820     05  FILLER                        PIC X(43) VALUE
002830         "CONTROL REPORT          CTLRPT  KEYS      Y".
002840     05  FILLER                        PIC X(43) VALUE
002850         "EXCEPTION REPORT        EXCPRPT EXCEPTIONSN".
002860     05  FILLER                        PIC X(43) VALUE
002870         "HIGH-VALUE REPORT       HIVALRPTITEMS     Y".
002880     05  FILLER                        PIC X(43) VALUE
002890         "SUSPENSE AGING REPORT   SUSAGRPTESCALATED Y".
002900 01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
002910     05  WS-SN-ENTRY OCCURS 4 TIMES.
002920         10  WS-SN-TITLE               PIC X(24).
002930         10  WS-SN-DATASET-NAME        PIC X(08).
002940         10  WS-SN-ITEM-LABEL          PIC X(10).
002950         10  WS-SN-AMOUNT-FLAG         PIC X(01).
002960             88  WS-SN-HAS-AMOUNT             VALUE "Y".
002970 77  WS-SECTION-SUB                    PIC 9(04) COMP VALUE ZERO.
002980*----------------------------------------------------------------*
002990*  SOURCE LINE AND ITS VIEWS - THE KEY SITS AT A FIXED PLACE ON  *
003000*  EACH REPORT'S DETAIL LINE, AS THE WRITING PROGRAM STRINGS IT. *
003010*  THE AMOUNTS ARE DE-EDITED BACK TO NUMBERS FOR THE TOTALS.     *
003020*----------------------------------------------------------------*
003030 01  WS-SOURCE-LINE                    PIC X(132) VALUE SPACES.
003040 01  WS-SOURCE-CONTROL-VIEW REDEFINES WS-SOURCE-LINE.
003050     05  WS-SC-TAG                     PIC X(14).
003060     05  WS-SC-KEY                     PIC X(06).
003070     05  FILLER                        PIC X(19).
003080     05  FILLER                        PIC X(09).
003090     05  WS-SC-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003100     05  FILLER                        PIC X(66).
003110 01  WS-SOURCE-TYPE-VIEW REDEFINES WS-SOURCE-LINE.
003120     05  WS-ST-TAG                     PIC X(07).
003130     05  FILLER                        PIC X(125).
003140 01  WS-SOURCE-EXCEPTION-VIEW REDEFINES WS-SOURCE-LINE.
003150     05  WS-SE-TAG                     PIC X(04).
003160     05  WS-SE-KEY                     PIC X(06).
003170     05  FILLER                        PIC X(122).
003180 01  WS-SOURCE-HIGH-VALUE-VIEW REDEFINES WS-SOURCE-LINE.
003190     05  WS-SH-TAG                     PIC X(04).
003200     05  WS-SH-KEY                     PIC X(06).
003210     05  FILLER                        PIC X(37).
003220     05  FILLER                        PIC X(09).
003230     05  WS-SH-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-.
003240     05  FILLER                        PIC X(61).
003250 01  WS-SOURCE-AGING-VIEW REDEFINES WS-SOURCE-LINE.
003260     05  WS-SA-TAG                     PIC X(15).
003270     05  WS-SA-KEY                     PIC X(06).
003280     05  FILLER                        PIC X(45).
003290     05  WS-SA-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003300     05  FILLER                        PIC X(48).
003310
003320 01  WS-LINE-KEY                       PIC X(06) VALUE SPACES.
003330 01  WS-LINE-AMOUNT                    PIC S9(11)V99 VALUE ZERO.
003340 01  WS-BURST-LINE                     PIC X(132) VALUE SPACES.
003350 01  WS-HELD-LINE                      PIC X(132) VALUE SPACES.
003360 01  WS-PAGE-LINE-LIMIT                PIC 9(04) COMP VALUE 55.
003370
003380 01  WS-BURST-TOTALS.
003390     05  WS-BT-LINES-READ              PIC 9(09) COMP VALUE ZERO.
003400     05  WS-BT-REPORT-WIDE             PIC 9(09) COMP VALUE ZERO.
003410     05  WS-BT-KEYS-NO-BRANCH          PIC 9(07) COMP VALUE ZERO.
003420     05  WS-BT-KEYS-NO-REGION          PIC 9(07) COMP VALUE ZERO.
003430     05  WS-BT-KEYS-OFF-LIST           PIC 9(07) COMP VALUE ZERO.
003440     05  WS-BT-SECTION-WIDE            PIC 9(07) COMP VALUE ZERO.
003450     05  WS-BT-MANIFEST-LINES          PIC 9(07) VALUE ZERO.
003460     05  WS-BT-MANIFEST-PAGES          PIC 9(05) VALUE ZERO.
003470     05  WS-BT-MANIFEST-ITEMS          PIC 9(07) VALUE ZERO.
003480
003490 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
003500 77  WS-PAGE-DISPLAY                   PIC ZZZ9.
003510 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
003520 77  WS-AMOUNT-DISPLAY                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003530 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
003540*----------------------------------------------------------------*
003550*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE STEP CHECKS     *
003560*  IN AT START AND OUT AT END UNDER ITS PROGRAM NAME.            *
003570*----------------------------------------------------------------*
003580 01  WS-RUN-CONTROL-CALL.
003590     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
003600     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
003610     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
003620     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
003630     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
003640         88  WS-RCL-CHECKED-IN                VALUE "Y".
003650         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
003660*----------------------------------------------------------------*
003670*  PROCEDURE DIVISION                                            *
003680*----------------------------------------------------------------*
003690 PROCEDURE DIVISION.
003700*----------------------------------------------------------------*
003710*  0000-MAINLINE - BURST EACH SOURCE REPORT IN TURN, SUMMARIZE   *
003720*  THE HEAD OFFICE ROUTING, WRITE THE MANIFEST, CLOSE. RETURN    *
003730*  CODE 04 ON A MISSING SOURCE OR A KEY WITH NO REGION, 12 ON A  *
003740*  FILE FAILURE, 00 OTHERWISE.                                   *
003750*----------------------------------------------------------------*
003760 0000-MAINLINE.
003770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003780     PERFORM 1020-BEGIN-RUN-CONTROL THRU
003790         1020-BEGIN-RUN-CONTROL-EXIT
003800     IF WS-RCL-NOT-CHECKED-IN
003810         MOVE 12 TO RETURN-CODE
003820         GOBACK
003830     END-IF
003840     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003850     IF NOT WS-ABEND-REQUESTED
003860         PERFORM 2000-BURST-ONE-REPORT THRU
003870             2000-BURST-ONE-REPORT-EXIT
003880             VARYING WS-SECTION-SUB FROM 1 BY 1
003890             UNTIL WS-SECTION-SUB > 4 OR WS-ABEND-REQUESTED
003900     END-IF
003910     IF NOT WS-ABEND-REQUESTED
003920         PERFORM 7000-WRITE-ROUTING-SUMMARY THRU
003930             7000-WRITE-ROUTING-SUMMARY-EXIT
003940         PERFORM 8000-WRITE-MANIFEST THRU
003950             8000-WRITE-MANIFEST-EXIT
003960     END-IF
003970     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003980     IF WS-ABEND-REQUESTED
003990         MOVE 12 TO RETURN-CODE
004000     ELSE
004010         IF WS-WARNINGS-SEEN
004020             MOVE 04 TO RETURN-CODE
004030         ELSE
004040             MOVE ZERO TO RETURN-CODE
004050         END-IF
004060     END-IF
004070     PERFORM 9900-END-RUN-CONTROL THRU
004080         9900-END-RUN-CONTROL-EXIT
004090     GOBACK.
004100 0000-MAINLINE-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------*
004130*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL        *
004140*  LEDGER (CTLRCL01). A STEP ALREADY COMPLETE FOR THE RUN DATE   *
004150*  WITHOUT A RERUN OVERRIDE, OR A LEDGER FAILURE, STOPS THE      *
004160*  RUN BEFORE ANYTHING IS READ OR WRITTEN.                       *
004170*  THE NIGHT'S RUN DATE IS TAKEN FROM THE LEDGER FIRST (FUNCTION *
004180*  D), SO A STREAM THAT RUNS PAST MIDNIGHT, OR A RERUN THE NEXT  *
004190*  MORNING, IS STILL LEDGERED UNDER THE NIGHT IT BELONGS TO.     *
004200*----------------------------------------------------------------*
004210 1020-BEGIN-RUN-CONTROL.
004220     SET WS-RCL-NOT-CHECKED-IN TO TRUE
004230     MOVE "D" TO WS-RCL-FUNCTION-CODE
004240     MOVE "CTLBRS01" TO WS-RCL-STEP-NAME
004250     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
004260     MOVE ZERO TO WS-RCL-RESULT
004270     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
004280         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
004290     IF WS-RCL-RESULT = ZERO
004300         MOVE "B" TO WS-RCL-FUNCTION-CODE
004310         CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE
004320             WS-RCL-STEP-NAME WS-RUN-DATE WS-RCL-STEP-RETURN-CODE
004330             WS-RCL-RESULT
004340     END-IF
004350     IF WS-RCL-RESULT = ZERO
004360         SET WS-RCL-CHECKED-IN TO TRUE
004370     ELSE
004380         MOVE "CTLBRS01 - RUN CONTROL LEDGER DID NOT RELEASE RUN"
004390             TO WS-ERROR-MESSAGE-LINE
004400         DISPLAY WS-ERROR-MESSAGE-LINE
004410     END-IF.
004420 1020-BEGIN-RUN-CONTROL-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------*
004450*  1000-INITIALIZE - OPEN THE BRANCH REFERENCE FILE, THE SIX     *
004460*  BURST DATASETS AND THE MANIFEST, AND CLEAR THE COUNTERS. THE  *
004470*  SOURCE REPORTS ARE OPENED ONE AT A TIME AS EACH IS BURST.     *
004480*  ANY OPEN FAILURE STOPS THE RUN.                               *
004490*----------------------------------------------------------------*
004500 1000-INITIALIZE.
004510     MOVE 1 TO WS-RG-SUB
004520     PERFORM 1100-CLEAR-ONE-REGION THRU
004530         1100-CLEAR-ONE-REGION-EXIT
004540         UNTIL WS-RG-SUB > 6
004550     OPEN INPUT BRANCH-REFERENCE-FILE
004560     IF NOT WS-FS-BRANCH-REF-OK
004570         STRING "CTLBRS01 - BRANCH REF OPEN FAILED - STATUS "
004580             WS-FS-BRANCH-REF
004590             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004600         DISPLAY WS-ERROR-MESSAGE-LINE
004610         SET WS-ABEND-REQUESTED TO TRUE
004620         GO TO 1000-INITIALIZE-EXIT
004630     END-IF
004640     OPEN OUTPUT BURST-NTH-FILE BURST-STH-FILE BURST-EST-FILE
004650         BURST-WST-FILE BURST-CTL-FILE BURST-HOF-FILE
004660     IF WS-FS-BURST-NTH NOT = "00" OR WS-FS-BURST-STH NOT = "00"
004670         OR WS-FS-BURST-EST NOT = "00"
004680         OR WS-FS-BURST-WST NOT = "00"
004690         OR WS-FS-BURST-CTL NOT = "00"
004700         OR WS-FS-BURST-HOF NOT = "00"
004710         STRING "CTLBRS01 - BURST DATASET OPEN FAILED - "
004720             "STATUS " WS-FS-BURST-NTH " " WS-FS-BURST-STH " "
004730             WS-FS-BURST-EST " " WS-FS-BURST-WST " "
004740             WS-FS-BURST-CTL " " WS-FS-BURST-HOF
004750             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004760         DISPLAY WS-ERROR-MESSAGE-LINE
004770         SET WS-ABEND-REQUESTED TO TRUE
004780         GO TO 1000-INITIALIZE-EXIT
004790     END-IF
004800     OPEN OUTPUT DISTRIBUTION-MANIFEST-FILE
004810     IF NOT WS-FS-MANIFEST-OK
004820         STRING "CTLBRS01 - MANIFEST OPEN FAILED - STATUS "
004830             WS-FS-MANIFEST
004840             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004850         DISPLAY WS-ERROR-MESSAGE-LINE
004860         SET WS-ABEND-REQUESTED TO TRUE
004870     END-IF.
004880 1000-INITIALIZE-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------*
004910*  1100-CLEAR-ONE-REGION - ZERO ONE DATASET'S COUNTERS.          *
004920*----------------------------------------------------------------*
004930 1100-CLEAR-ONE-REGION.
004940     MOVE ZERO TO WS-RC-LINE-COUNT (WS-RG-SUB)
004950     MOVE ZERO TO WS-RC-PAGE-COUNT (WS-RG-SUB)
004960     MOVE ZERO TO WS-RC-PAGE-LINES (WS-RG-SUB)
004970     MOVE ZERO TO WS-RC-ITEM-COUNT (WS-RG-SUB)
004980     MOVE ZERO TO WS-RC-SECTION-ITEMS (WS-RG-SUB)
004990     MOVE ZERO TO WS-RC-SECTION-AMOUNT (WS-RG-SUB)
005000     ADD 1 TO WS-RG-SUB.
005010 1100-CLEAR-ONE-REGION-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------*
005040*  2000-BURST-ONE-REPORT - ONE SOURCE REPORT: OPEN IT, START ITS *
005050*  SECTION ON A NEW PAGE IN EVERY DATASET, ROUTE EACH LINE, THEN *
005060*  CLOSE THE SECTION WITH THE REGION TOTALS. A REPORT NOT        *
005070*  PRODUCED THIS RUN (STATUS 35) IS NOTED IN EVERY DATASET SO    *
005080*  NO DISTRICT TAKES AN EMPTY SECTION FOR A QUIET NIGHT.         *
005090*----------------------------------------------------------------*
005100 2000-BURST-ONE-REPORT.
005110     MOVE ZERO TO WS-LAST-KEY-SUB
005120     MOVE ZERO TO WS-BT-SECTION-WIDE
005130     PERFORM 2100-OPEN-SOURCE-REPORT THRU
005140         2100-OPEN-SOURCE-REPORT-EXIT
005150     IF WS-ABEND-REQUESTED
005160         GO TO 2000-BURST-ONE-REPORT-EXIT
005170     END-IF
005180     MOVE 1 TO WS-RG-SUB
005190     PERFORM 3000-START-SECTION THRU 3000-START-SECTION-EXIT
005200         UNTIL WS-RG-SUB > 6
005210     IF WS-SOURCE-PRESENT
005220         SET WS-EOF-NO TO TRUE
005230         PERFORM 2200-BURST-ONE-LINE THRU
005240             2200-BURST-ONE-LINE-EXIT
005250             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
005260         PERFORM 2900-CLOSE-SOURCE-REPORT THRU
005270             2900-CLOSE-SOURCE-REPORT-EXIT
005280     END-IF
005290     IF WS-ABEND-REQUESTED
005300         GO TO 2000-BURST-ONE-REPORT-EXIT
005310     END-IF
005320     MOVE 1 TO WS-RG-SUB
005330     PERFORM 3500-END-SECTION THRU 3500-END-SECTION-EXIT
005340         UNTIL WS-RG-SUB > 6.
005350 2000-BURST-ONE-REPORT-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------*
005380*  2100-OPEN-SOURCE-REPORT - OPEN THE SOURCE REPORT FOR THE      *
005390*  CURRENT SECTION. STATUS 35 MARKS IT MISSING AND RAISES THE    *
005400*  WARNING; ANY OTHER FAILURE STOPS THE RUN.                     *
005410*----------------------------------------------------------------*
005420 2100-OPEN-SOURCE-REPORT.
005430     SET WS-SOURCE-PRESENT TO TRUE
005440     IF WS-SECTION-SUB = 1
005450         OPEN INPUT CONTROL-REPORT-FILE
005460         MOVE WS-FS-CONTROL-RPT TO WS-FS-SOURCE-RPT
005470     END-IF
005480     IF WS-SECTION-SUB = 2
005490         OPEN INPUT EXCEPTION-REPORT-FILE
005500         MOVE WS-FS-EXCEPTION-RPT TO WS-FS-SOURCE-RPT
005510     END-IF
005520     IF WS-SECTION-SUB = 3
005530         OPEN INPUT HIGH-VALUE-REPORT-FILE
005540         MOVE WS-FS-HIGH-VALUE-RPT TO WS-FS-SOURCE-RPT
005550     END-IF
005560     IF WS-SECTION-SUB = 4
005570         OPEN INPUT AGING-REPORT-FILE
005580         MOVE WS-FS-AGING-RPT TO WS-FS-SOURCE-RPT
005590     END-IF
005600     IF WS-FS-SOURCE-RPT-OK
005610         GO TO 2100-OPEN-SOURCE-REPORT-EXIT
005620     END-IF
005630     IF WS-FS-SOURCE-RPT-MISSING
005640         SET WS-SOURCE-MISSING TO TRUE
005650         SET WS-WARNINGS-SEEN TO TRUE
005660         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
005670         STRING "CTLBRS01 - " WS-SN-DATASET-NAME (WS-SECTION-SUB)
005680             " NOT PRODUCED THIS RUN - SECTION NOTED"
005690             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005700         DISPLAY WS-ERROR-MESSAGE-LINE
005710         GO TO 2100-OPEN-SOURCE-REPORT-EXIT
005720     END-IF
005730     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
005740     STRING "CTLBRS01 - " WS-SN-DATASET-NAME (WS-SECTION-SUB)
005750         " OPEN FAILED - STATUS " WS-FS-SOURCE-RPT
005760         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005770     DISPLAY WS-ERROR-MESSAGE-LINE
005780     SET WS-ABEND-REQUESTED TO TRUE.
005790 2100-OPEN-SOURCE-REPORT-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------*
005820*  2200-BURST-ONE-LINE - READ ONE SOURCE LINE, DECIDE WHICH      *
005830*  DATASET IT BELONGS TO, WRITE IT THERE, AND ADD A KEYED LINE   *
005840*  INTO THAT REGION'S SECTION TOTALS.                            *
005850*----------------------------------------------------------------*
005860 2200-BURST-ONE-LINE.
005870     PERFORM 2210-READ-SOURCE-LINE THRU
005880         2210-READ-SOURCE-LINE-EXIT
005890     IF WS-EOF-YES OR WS-ABEND-REQUESTED
005900         GO TO 2200-BURST-ONE-LINE-EXIT
005910     END-IF
005920     ADD 1 TO WS-BT-LINES-READ
005930     PERFORM 2300-CLASSIFY-LINE THRU 2300-CLASSIFY-LINE-EXIT
005940     IF WS-LINE-KEYED
005950         PERFORM 2400-FIND-KEY-REGION THRU
005960             2400-FIND-KEY-REGION-EXIT
005970         IF WS-ABEND-REQUESTED
005980             GO TO 2200-BURST-ONE-LINE-EXIT
005990         END-IF
006000         MOVE WS-ROUTE-SUB TO WS-LAST-KEY-SUB
006010     END-IF
006020     IF WS-LINE-FOLLOWS-KEY
006030         IF WS-LAST-KEY-SUB > ZERO
006040             MOVE WS-LAST-KEY-SUB TO WS-ROUTE-SUB
006050         ELSE
006060             SET WS-LINE-REPORT-WIDE TO TRUE
006070         END-IF
006080     END-IF
006090     IF WS-LINE-REPORT-WIDE
006100         MOVE 6 TO WS-ROUTE-SUB
006110         ADD 1 TO WS-BT-REPORT-WIDE
006120         ADD 1 TO WS-BT-SECTION-WIDE
006130     END-IF
006140     MOVE WS-ROUTE-SUB TO WS-OUT-SUB
006150     MOVE WS-SOURCE-LINE TO WS-BURST-LINE
006160     PERFORM 3200-WRITE-BODY-LINE THRU 3200-WRITE-BODY-LINE-EXIT
006170     IF WS-LINE-KEYED
006180         ADD 1 TO WS-RC-SECTION-ITEMS (WS-ROUTE-SUB)
006190         ADD 1 TO WS-RC-ITEM-COUNT (WS-ROUTE-SUB)
006200         ADD WS-LINE-AMOUNT
006210             TO WS-RC-SECTION-AMOUNT (WS-ROUTE-SUB)
006220     END-IF.
006230 2200-BURST-ONE-LINE-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------*
006260*  2210-READ-SOURCE-LINE - NEXT LINE OF THE CURRENT SOURCE       *
006270*  REPORT INTO WS-SOURCE-LINE (THE 80-BYTE REPORTS COME IN       *
006280*  SPACE-FILLED TO 132).                                         *
006290*----------------------------------------------------------------*
006300 2210-READ-SOURCE-LINE.
006310     MOVE SPACES TO WS-SOURCE-LINE
006320     IF WS-SECTION-SUB = 1
006330         READ CONTROL-REPORT-FILE INTO WS-SOURCE-LINE
006340             AT END
006350                 SET WS-EOF-YES TO TRUE
006360         END-READ
006370         MOVE WS-FS-CONTROL-RPT TO WS-FS-SOURCE-RPT
006380     END-IF
006390     IF WS-SECTION-SUB = 2
006400         READ EXCEPTION-REPORT-FILE INTO WS-SOURCE-LINE
006410             AT END
006420                 SET WS-EOF-YES TO TRUE
006430         END-READ
006440         MOVE WS-FS-EXCEPTION-RPT TO WS-FS-SOURCE-RPT
006450     END-IF
006460     IF WS-SECTION-SUB = 3
006470         READ HIGH-VALUE-REPORT-FILE INTO WS-SOURCE-LINE
006480             AT END
006490                 SET WS-EOF-YES TO TRUE
006500         END-READ
006510         MOVE WS-FS-HIGH-VALUE-RPT TO WS-FS-SOURCE-RPT
006520     END-IF
006530     IF WS-SECTION-SUB = 4
006540         READ AGING-REPORT-FILE INTO WS-SOURCE-LINE
006550             AT END
006560                 SET WS-EOF-YES TO TRUE
006570         END-READ
006580         MOVE WS-FS-AGING-RPT TO WS-FS-SOURCE-RPT
006590     END-IF
006600     IF WS-EOF-YES OR WS-FS-SOURCE-RPT-OK
006610         GO TO 2210-READ-SOURCE-LINE-EXIT
006620     END-IF
006630     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
006640     STRING "CTLBRS01 - " WS-SN-DATASET-NAME (WS-SECTION-SUB)
006650         " READ FAILED - STATUS " WS-FS-SOURCE-RPT
006660         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006670     DISPLAY WS-ERROR-MESSAGE-LINE
006680     SET WS-ABEND-REQUESTED TO TRUE.
006690 2210-READ-SOURCE-LINE-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------*
006720*  2300-CLASSIFY-LINE - PICK THE KEY AND AMOUNT OFF A DETAIL     *
006730*  LINE BY ITS LEADING TEXT:                                     *
006740*    CTLRPT    "SUBTOTAL  KEY " - ONE PER KEY, WITH ITS AMOUNT;  *
006750*              "  TYPE " BREAK LINES FOLLOW THE SUBTOTAL ABOVE.  *
006760*    EXCPRPT   "KEY " - ONE PER EXCEPTION, NO AMOUNT.            *
006770*    HIVALRPT  "KEY " - ONE PER TRANSACTION, WITH ITS AMOUNT.    *
006780*    SUSAGRPT  "  ESCALATE KEY " - ONE PER ESCALATED RECORD.     *
006790*  ANYTHING ELSE IS A REPORT-WIDE LINE.                          *
006800*----------------------------------------------------------------*
006810 2300-CLASSIFY-LINE.
006820     SET WS-LINE-REPORT-WIDE TO TRUE
006830     MOVE SPACES TO WS-LINE-KEY
006840     MOVE ZERO TO WS-LINE-AMOUNT
006850     IF WS-SECTION-SUB = 1
006860         IF WS-SC-TAG = "SUBTOTAL  KEY "
006870             SET WS-LINE-KEYED TO TRUE
006880             MOVE WS-SC-KEY TO WS-LINE-KEY
006890             MOVE WS-SC-AMOUNT TO WS-LINE-AMOUNT
006900         ELSE
006910             IF WS-ST-TAG = "  TYPE "
006920                 SET WS-LINE-FOLLOWS-KEY TO TRUE
006930             END-IF
006940         END-IF
006950     END-IF
006960     IF WS-SECTION-SUB = 2
006970         IF WS-SE-TAG = "KEY "
006980             SET WS-LINE-KEYED TO TRUE
006990             MOVE WS-SE-KEY TO WS-LINE-KEY
007000         END-IF
007010     END-IF
007020     IF WS-SECTION-SUB = 3
007030         IF WS-SH-TAG = "KEY "
007040             SET WS-LINE-KEYED TO TRUE
007050             MOVE WS-SH-KEY TO WS-LINE-KEY
007060             MOVE WS-SH-AMOUNT TO WS-LINE-AMOUNT
007070         END-IF
007080     END-IF
007090     IF WS-SECTION-SUB = 4
007100         IF WS-SA-TAG = "  ESCALATE KEY "
007110             SET WS-LINE-KEYED TO TRUE
007120             MOVE WS-SA-KEY TO WS-LINE-KEY
007130             MOVE WS-SA-AMOUNT TO WS-LINE-AMOUNT
007140         END-IF
007150     END-IF.
007160 2300-CLASSIFY-LINE-EXIT.
007170     EXIT.
007180*----------------------------------------------------------------*
007190*  2400-FIND-KEY-REGION - SET WS-ROUTE-SUB FOR WS-LINE-KEY. THE  *
007200*  REPORTS RUN IN KEY ORDER, SO THE LAST LOOKUP IS KEPT AND A    *
007210*  REPEATED KEY IS NOT RE-READ. NO BRANCH RECORD, A BLANK        *
007220*  REGION, OR A REGION OFF THE DISTRICT LIST ROUTES TO HEAD      *
007230*  OFFICE AND RAISES THE WARNING.                                *
007240*----------------------------------------------------------------*
007250 2400-FIND-KEY-REGION.
007260     IF WS-LINE-KEY = WS-LAST-LOOKUP-KEY
007270         AND WS-LAST-LOOKUP-SUB > ZERO
007280         MOVE WS-LAST-LOOKUP-SUB TO WS-ROUTE-SUB
007290         GO TO 2400-FIND-KEY-REGION-EXIT
007300     END-IF
007310     MOVE 6 TO WS-ROUTE-SUB
007320     SET WS-KEY-ON-REFERENCE TO TRUE
007330     MOVE WS-LINE-KEY TO BR-BRANCH-KEY
007340     READ BRANCH-REFERENCE-FILE
007350         INVALID KEY
007360             SET WS-KEY-NOT-ON-REFERENCE TO TRUE
007370     END-READ
007380     IF WS-KEY-NOT-ON-REFERENCE
007390         IF NOT WS-FS-BRANCH-REF-NOT-FOUND
007400             STRING "CTLBRS01 - BRANCH REF READ FAILED - STATUS "
007410                 WS-FS-BRANCH-REF
007420                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007430             DISPLAY WS-ERROR-MESSAGE-LINE
007440             SET WS-ABEND-REQUESTED TO TRUE
007450             GO TO 2400-FIND-KEY-REGION-EXIT
007460         END-IF
007470         ADD 1 TO WS-BT-KEYS-NO-BRANCH
007480         SET WS-WARNINGS-SEEN TO TRUE
007490         GO TO 2400-FIND-KEY-REGION-SAVE
007500     END-IF
007510     IF BR-BRANCH-REGION-CODE = SPACES
007520         ADD 1 TO WS-BT-KEYS-NO-REGION
007530         SET WS-WARNINGS-SEEN TO TRUE
007540         GO TO 2400-FIND-KEY-REGION-SAVE
007550     END-IF
007560     MOVE BR-BRANCH-REGION-CODE TO WS-RG-LOOKUP-REGION
007570     MOVE ZERO TO WS-RG-FOUND-SUB
007580     MOVE 1 TO WS-RG-SUB
007590     PERFORM 2410-CHECK-ONE-REGION THRU
007600         2410-CHECK-ONE-REGION-EXIT
007610         UNTIL WS-RG-SUB > 5 OR WS-RG-FOUND-SUB > ZERO
007620     IF WS-RG-FOUND-SUB > ZERO
007630         MOVE WS-RG-FOUND-SUB TO WS-ROUTE-SUB
007640     ELSE
007650         ADD 1 TO WS-BT-KEYS-OFF-LIST
007660         SET WS-WARNINGS-SEEN TO TRUE
007670     END-IF.
007680 2400-FIND-KEY-REGION-SAVE.
007690     MOVE WS-LINE-KEY TO WS-LAST-LOOKUP-KEY
007700     MOVE WS-ROUTE-SUB TO WS-LAST-LOOKUP-SUB.
007710 2400-FIND-KEY-REGION-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------*
007740*  2410-CHECK-ONE-REGION - TEST ONE DISTRICT ENTRY AGAINST THE   *
007750*  LOOKUP REGION.                                                *
007760*----------------------------------------------------------------*
007770 2410-CHECK-ONE-REGION.
007780     IF WS-RN-REGION-CODE (WS-RG-SUB) = WS-RG-LOOKUP-REGION
007790         MOVE WS-RG-SUB TO WS-RG-FOUND-SUB
007800     END-IF
007810     ADD 1 TO WS-RG-SUB.
007820 2410-CHECK-ONE-REGION-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------*
007850*  2900-CLOSE-SOURCE-REPORT - CLOSE THE CURRENT SOURCE REPORT.   *
007860*----------------------------------------------------------------*
007870 2900-CLOSE-SOURCE-REPORT.
007880     IF WS-SECTION-SUB = 1
007890         CLOSE CONTROL-REPORT-FILE
007900     END-IF
007910     IF WS-SECTION-SUB = 2
007920         CLOSE EXCEPTION-REPORT-FILE
007930     END-IF
007940     IF WS-SECTION-SUB = 3
007950         CLOSE HIGH-VALUE-REPORT-FILE
007960     END-IF
007970     IF WS-SECTION-SUB = 4
007980         CLOSE AGING-REPORT-FILE
007990     END-IF.
008000 2900-CLOSE-SOURCE-REPORT-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------*
008030*  3000-START-SECTION - OPEN THE CURRENT SECTION ON A NEW PAGE   *
008040*  OF ONE DATASET AND CLEAR ITS SECTION TOTALS. A MISSING        *
008050*  SOURCE REPORT IS SAID SO RIGHT UNDER THE HEADERS.             *
008060*----------------------------------------------------------------*
008070 3000-START-SECTION.
008080     MOVE ZERO TO WS-RC-SECTION-ITEMS (WS-RG-SUB)
008090     MOVE ZERO TO WS-RC-SECTION-AMOUNT (WS-RG-SUB)
008100     MOVE WS-RG-SUB TO WS-OUT-SUB
008110     PERFORM 3100-WRITE-PAGE-HEADER THRU
008120         3100-WRITE-PAGE-HEADER-EXIT
008130     IF WS-SOURCE-MISSING
008140         MOVE SPACES TO WS-BURST-LINE
008150         STRING "SOURCE REPORT "
008160             WS-SN-DATASET-NAME (WS-SECTION-SUB)
008170             " WAS NOT PRODUCED THIS RUN"
008180             DELIMITED BY SIZE INTO WS-BURST-LINE
008190         PERFORM 3300-WRITE-BURST-LINE THRU
008200             3300-WRITE-BURST-LINE-EXIT
008210     END-IF
008220     ADD 1 TO WS-RG-SUB.
008230 3000-START-SECTION-EXIT.
008240     EXIT.
008250*----------------------------------------------------------------*
008260*  3100-WRITE-PAGE-HEADER - TITLE, REGION, RUN DATE AND PAGE     *
008270*  NUMBER, THEN THE SOURCE REPORT NAME AND A BLANK LINE, ON      *
008280*  DATASET WS-OUT-SUB. RESTARTS THE PAGE LINE COUNT.             *
008290*----------------------------------------------------------------*
008300 3100-WRITE-PAGE-HEADER.
008310     ADD 1 TO WS-RC-PAGE-COUNT (WS-OUT-SUB)
008320     MOVE ZERO TO WS-RC-PAGE-LINES (WS-OUT-SUB)
008330     MOVE WS-RC-PAGE-COUNT (WS-OUT-SUB) TO WS-PAGE-DISPLAY
008340     MOVE SPACES TO WS-BURST-LINE
008350     STRING "NIGHTLY REPORT DISTRIBUTION  REGION "
008360         WS-RN-REGION-CODE (WS-OUT-SUB) " "
008370         WS-RN-REGION-NAME (WS-OUT-SUB)
008380         "  RUN DATE " WS-RUN-DATE
008390         "  PAGE " WS-PAGE-DISPLAY
008400         DELIMITED BY SIZE INTO WS-BURST-LINE
008410     PERFORM 3300-WRITE-BURST-LINE THRU
008420         3300-WRITE-BURST-LINE-EXIT
008430     MOVE SPACES TO WS-BURST-LINE
008440     STRING WS-SN-TITLE (WS-SECTION-SUB)
008450         "FROM " WS-SN-DATASET-NAME (WS-SECTION-SUB)
008460         DELIMITED BY SIZE INTO WS-BURST-LINE
008470     PERFORM 3300-WRITE-BURST-LINE THRU
008480         3300-WRITE-BURST-LINE-EXIT
008490     MOVE SPACES TO WS-BURST-LINE
008500     PERFORM 3300-WRITE-BURST-LINE THRU
008510         3300-WRITE-BURST-LINE-EXIT.
008520 3100-WRITE-PAGE-HEADER-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------*
008550*  3200-WRITE-BODY-LINE - WRITE WS-BURST-LINE TO DATASET         *
008560*  WS-OUT-SUB, STARTING A NEW PAGE FIRST WHEN THE PAGE IS FULL.  *
008570*  THE HEADER BUILDS ITS OWN LINES, SO THE BODY LINE IS HELD     *
008580*  ACROSS IT.                                                    *
008590*----------------------------------------------------------------*
008600 3200-WRITE-BODY-LINE.
008610     IF WS-RC-PAGE-LINES (WS-OUT-SUB) >= WS-PAGE-LINE-LIMIT
008620         MOVE WS-BURST-LINE TO WS-HELD-LINE
008630         PERFORM 3100-WRITE-PAGE-HEADER THRU
008640             3100-WRITE-PAGE-HEADER-EXIT
008650         MOVE WS-HELD-LINE TO WS-BURST-LINE
008660     END-IF
008670     PERFORM 3300-WRITE-BURST-LINE THRU
008680         3300-WRITE-BURST-LINE-EXIT.
008690 3200-WRITE-BODY-LINE-EXIT.
008700     EXIT.
008710*----------------------------------------------------------------*
008720*  3300-WRITE-BURST-LINE - PHYSICAL WRITE OF WS-BURST-LINE TO    *
008730*  DATASET WS-OUT-SUB, COUNTED FOR THE PAGE AND THE MANIFEST.    *
008740*----------------------------------------------------------------*
008750 3300-WRITE-BURST-LINE.
008760     IF WS-OUT-SUB = 1
008770         WRITE BURST-NTH-RECORD FROM WS-BURST-LINE
008780     END-IF
008790     IF WS-OUT-SUB = 2
008800         WRITE BURST-STH-RECORD FROM WS-BURST-LINE
008810     END-IF
008820     IF WS-OUT-SUB = 3
008830         WRITE BURST-EST-RECORD FROM WS-BURST-LINE
008840     END-IF
008850     IF WS-OUT-SUB = 4
008860         WRITE BURST-WST-RECORD FROM WS-BURST-LINE
008870     END-IF
008880     IF WS-OUT-SUB = 5
008890         WRITE BURST-CTL-RECORD FROM WS-BURST-LINE
008900     END-IF
008910     IF WS-OUT-SUB = 6
008920         WRITE BURST-HOF-RECORD FROM WS-BURST-LINE
008930     END-IF
008940     ADD 1 TO WS-RC-LINE-COUNT (WS-OUT-SUB)
008950     ADD 1 TO WS-RC-PAGE-LINES (WS-OUT-SUB).
008960 3300-WRITE-BURST-LINE-EXIT.
008970     EXIT.
008980*----------------------------------------------------------------*
008990*  3500-END-SECTION - REGION TOTALS FOR THE CURRENT SECTION ON   *
009000*  ONE DATASET: THE ITEM COUNT UNDER THE REPORT'S OWN LABEL AND  *
009010*  THE AMOUNT WHERE THE REPORT CARRIES ONE. HEAD OFFICE ALSO     *
009020*  GETS THE COUNT OF REPORT-WIDE LINES IT RECEIVED.              *
009030*----------------------------------------------------------------*
009040 3500-END-SECTION.
009050     MOVE WS-RG-SUB TO WS-OUT-SUB
009060     MOVE SPACES TO WS-BURST-LINE
009070     PERFORM 3200-WRITE-BODY-LINE THRU 3200-WRITE-BODY-LINE-EXIT
009080     IF WS-RC-SECTION-ITEMS (WS-RG-SUB) = ZERO
009090         AND WS-SOURCE-PRESENT
009100         MOVE "NO ITEMS FOR THIS REGION ON THIS REPORT"
009110             TO WS-BURST-LINE
009120         PERFORM 3200-WRITE-BODY-LINE THRU
009130             3200-WRITE-BODY-LINE-EXIT
009140     END-IF
009150     MOVE WS-RC-SECTION-ITEMS (WS-RG-SUB) TO WS-COUNT-DISPLAY
009160     MOVE WS-RC-SECTION-AMOUNT (WS-RG-SUB) TO WS-AMOUNT-DISPLAY
009170     MOVE SPACES TO WS-BURST-LINE
009180     IF WS-SN-HAS-AMOUNT (WS-SECTION-SUB)
009190         STRING "REGION " WS-RN-REGION-CODE (WS-RG-SUB)
009200             " TOTAL  " WS-SN-ITEM-LABEL (WS-SECTION-SUB)
009210             " " WS-COUNT-DISPLAY
009220             "  AMOUNT " WS-AMOUNT-DISPLAY
009230             DELIMITED BY SIZE INTO WS-BURST-LINE
009240     ELSE
009250         STRING "REGION " WS-RN-REGION-CODE (WS-RG-SUB)
009260             " TOTAL  " WS-SN-ITEM-LABEL (WS-SECTION-SUB)
009270             " " WS-COUNT-DISPLAY
009280             DELIMITED BY SIZE INTO WS-BURST-LINE
009290     END-IF
009300     PERFORM 3200-WRITE-BODY-LINE THRU 3200-WRITE-BODY-LINE-EXIT
009310     IF WS-RG-SUB = 6
009320         MOVE WS-BT-SECTION-WIDE TO WS-COUNT-DISPLAY
009330         MOVE SPACES TO WS-BURST-LINE
009340         STRING "REPORT-WIDE LINES      " WS-COUNT-DISPLAY
009350             DELIMITED BY SIZE INTO WS-BURST-LINE
009360         PERFORM 3200-WRITE-BODY-LINE THRU
009370             3200-WRITE-BODY-LINE-EXIT
009380     END-IF
009390     ADD 1 TO WS-RG-SUB.
009400 3500-END-SECTION-EXIT.
009410     EXIT.
009420*----------------------------------------------------------------*
009430*  7000-WRITE-ROUTING-SUMMARY - CLOSE THE HEAD OFFICE DATASET    *
009440*  WITH THE KEYS IT TOOK FOR WANT OF A REGION, SO THE            *
009450*  REFERENCE DATA GETS FIXED INSTEAD OF QUIETLY STARVING A       *
009460*  DISTRICT. EACH KEY COUNTS ONCE PER RUN OF ITS LINES.          *
009470*----------------------------------------------------------------*
009480 7000-WRITE-ROUTING-SUMMARY.
009490     MOVE 6 TO WS-OUT-SUB
009500     MOVE SPACES TO WS-BURST-LINE
009510     PERFORM 3200-WRITE-BODY-LINE THRU 3200-WRITE-BODY-LINE-EXIT
009520     MOVE "HEAD OFFICE ROUTING - KEYS WITH NO DISTRICT"
009530         TO WS-BURST-LINE
009540     PERFORM 3200-WRITE-BODY-LINE THRU 3200-WRITE-BODY-LINE-EXIT
009550     MOVE WS-BT-KEYS-NO-BRANCH TO WS-COUNT-DISPLAY
009560     MOVE SPACES TO WS-BURST-LINE
009570     STRING "  NO BRANCH RECORD     " WS-COUNT-DISPLAY
009580         DELIMITED BY SIZE INTO WS-BURST-LINE
009590     PERFORM 3200-WRITE-BODY-LINE THRU 3200-WRITE-BODY-LINE-EXIT
009600     MOVE WS-BT-KEYS-NO-REGION TO WS-COUNT-DISPLAY
009610     MOVE SPACES TO WS-BURST-LINE
009620     STRING "  NO REGION CODE       " WS-COUNT-DISPLAY
009630         DELIMITED BY SIZE INTO WS-BURST-LINE
009640     PERFORM 3200-WRITE-BODY-LINE THRU 3200-WRITE-BODY-LINE-EXIT
009650     MOVE WS-BT-KEYS-OFF-LIST TO WS-COUNT-DISPLAY
009660     MOVE SPACES TO WS-BURST-LINE
009670     STRING "  NOT ON DISTRICT LIST " WS-COUNT-DISPLAY
009680         DELIMITED BY SIZE INTO WS-BURST-LINE
009690     PERFORM 3200-WRITE-BODY-LINE THRU 3200-WRITE-BODY-LINE-EXIT.
009700 7000-WRITE-ROUTING-SUMMARY-EXIT.
009710     EXIT.
009720*----------------------------------------------------------------*
009730*  8000-WRITE-MANIFEST - ONE DETAIL RECORD PER DATASET, THEN     *
009740*  THE TRAILER WITH THE SUMS.                                    *
009750*----------------------------------------------------------------*
009760 8000-WRITE-MANIFEST.
009770     MOVE 1 TO WS-RG-SUB
009780     PERFORM 8100-WRITE-MANIFEST-DETAIL THRU
009790         8100-WRITE-MANIFEST-DETAIL-EXIT
009800         UNTIL WS-RG-SUB > 6
009810     MOVE SPACES TO DISTRIBUTION-MANIFEST-RECORD
009820     SET DM-RECORD-TRAILER TO TRUE
009830     MOVE WS-RUN-DATE TO DM-RUN-DATE
009840     MOVE "DISTMAN" TO DM-DATASET-NAME
009850     MOVE "ALL REGIONS" TO DM-REGION-NAME
009860     MOVE WS-BT-MANIFEST-LINES TO DM-LINE-COUNT
009870     MOVE WS-BT-MANIFEST-PAGES TO DM-PAGE-COUNT
009880     MOVE WS-BT-MANIFEST-ITEMS TO DM-ITEM-COUNT
009890     WRITE DISTRIBUTION-MANIFEST-RECORD.
009900 8000-WRITE-MANIFEST-EXIT.
009910     EXIT.
009920*----------------------------------------------------------------*
009930*  8100-WRITE-MANIFEST-DETAIL - THE MANIFEST ENTRY FOR ONE       *
009940*  DATASET, AND ITS SHARE OF THE TRAILER SUMS.                   *
009950*----------------------------------------------------------------*
009960 8100-WRITE-MANIFEST-DETAIL.
009970     MOVE SPACES TO DISTRIBUTION-MANIFEST-RECORD
009980     SET DM-RECORD-DETAIL TO TRUE
009990     MOVE WS-RUN-DATE TO DM-RUN-DATE
010000     MOVE WS-RN-DATASET-NAME (WS-RG-SUB) TO DM-DATASET-NAME
010010     MOVE WS-RN-REGION-CODE (WS-RG-SUB) TO DM-REGION-CODE
010020     MOVE WS-RN-REGION-NAME (WS-RG-SUB) TO DM-REGION-NAME
010030     MOVE WS-RC-LINE-COUNT (WS-RG-SUB) TO DM-LINE-COUNT
010040     MOVE WS-RC-PAGE-COUNT (WS-RG-SUB) TO DM-PAGE-COUNT
010050     MOVE WS-RC-ITEM-COUNT (WS-RG-SUB) TO DM-ITEM-COUNT
010060     WRITE DISTRIBUTION-MANIFEST-RECORD
010070     ADD WS-RC-LINE-COUNT (WS-RG-SUB) TO WS-BT-MANIFEST-LINES
010080     ADD WS-RC-PAGE-COUNT (WS-RG-SUB) TO WS-BT-MANIFEST-PAGES
010090     ADD WS-RC-ITEM-COUNT (WS-RG-SUB) TO WS-BT-MANIFEST-ITEMS
010100     ADD 1 TO WS-RG-SUB.
010110 8100-WRITE-MANIFEST-DETAIL-EXIT.
010120     EXIT.
010130*----------------------------------------------------------------*
010140*  9000-TERMINATE - RUN COUNTS TO THE JOB LOG AND CLOSE.         *
010150*----------------------------------------------------------------*
010160 9000-TERMINATE.
010170     IF NOT WS-ABEND-REQUESTED
010180         MOVE WS-BT-LINES-READ TO WS-COUNT-DISPLAY
010190         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
010200         STRING "CTLBRS01 - SOURCE LINES BURST " WS-COUNT-DISPLAY
010210             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
010220         DISPLAY WS-ERROR-MESSAGE-LINE
010230         MOVE WS-BT-REPORT-WIDE TO WS-COUNT-DISPLAY
010240         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
010250         STRING "CTLBRS01 - REPORT-WIDE LINES  " WS-COUNT-DISPLAY
010260             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
010270         DISPLAY WS-ERROR-MESSAGE-LINE
010280     END-IF
010290     CLOSE BRANCH-REFERENCE-FILE
010300     CLOSE BURST-NTH-FILE BURST-STH-FILE BURST-EST-FILE
010310         BURST-WST-FILE BURST-CTL-FILE BURST-HOF-FILE
010320     CLOSE DISTRIBUTION-MANIFEST-FILE.
010330 9000-TERMINATE-EXIT.
010340     EXIT.
010350*----------------------------------------------------------------*
010360*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
010370*  WITH THE STEP RETURN CODE (12 AND UP RECORDS THE STEP AS      *
010380*  FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). THE RETURN   *
010390*  CODE IS PUT BACK AFTER THE CALL; A LEDGER THAT CANNOT RECORD  *
010400*  THE END RAISES IT TO 12 SO THE CHAIN STOPS.                   *
010410*----------------------------------------------------------------*
010420 9900-END-RUN-CONTROL.
010430     IF WS-RCL-NOT-CHECKED-IN
010440         GO TO 9900-END-RUN-CONTROL-EXIT
010450     END-IF
010460     MOVE RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
010470     MOVE "E" TO WS-RCL-FUNCTION-CODE
010480     MOVE ZERO TO WS-RCL-RESULT
010490     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
010500         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
010510     SET WS-RCL-NOT-CHECKED-IN TO TRUE
010520     MOVE WS-RCL-STEP-RETURN-CODE TO RETURN-CODE
010530     IF WS-RCL-RESULT NOT = ZERO
010540         MOVE "CTLBRS01 - RUN CONTROL LEDGER END NOT RECORDED"
010550             TO WS-ERROR-MESSAGE-LINE
010560         DISPLAY WS-ERROR-MESSAGE-LINE
010570         MOVE 12 TO RETURN-CODE
010580     END-IF.
010590 9900-END-RUN-CONTROL-EXIT.
010600     EXIT.
