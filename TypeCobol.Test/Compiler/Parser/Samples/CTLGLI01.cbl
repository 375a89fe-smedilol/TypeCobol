000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLGLI01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLGLI01 - GENERAL LEDGER POSTING INTERFACE. READS THE PER-   *
000100*  KEY CONTROL TOTALS FILE (CTLTOTLS) WRITTEN BY A CTLPGM01      *
000110*  NIGHTLY OR CORRECTION RUN, LOOKS EACH KEY UP ON THE BRANCH    *
000120*  REFERENCE FILE (BRCHREF) FOR ITS REGION, AND SUMMARIZES THE   *
000130*  KEY'S TRANSACTION TYPE SPLIT BY REGION AND TYPE (POSTING,     *
000140*  REVERSAL, ADJUSTMENT, CORRECTION). EACH REGION/TYPE CELL WITH *
000150*  A NON-ZERO NET AMOUNT BECOMES ONE DEBIT AND ONE CREDIT ENTRY  *
000160*  ON THE GL JOURNAL FILE (GLJRNL), FOLLOWED BY A BATCH CONTROL  *
000170*  RECORD, AND A GL PROOF REPORT (GLPROOF) SHOWS THE CELLS AND   *
000180*  THE PROOF. FINANCE NO LONGER RE-KEYS THE CONTROL REPORT.      *
000190*                                                                *
000200*  THE JOURNAL IS PROVED BEFORE ANYTHING IS WRITTEN TO IT:       *
000210*  DEBITS MUST EQUAL CREDITS, THE JOURNAL'S NET MUST EQUAL THE   *
000220*  CONTROL TOTALS, AND EVERY CONTROL TOTALS RECORD'S TYPE SPLIT  *
000230*  MUST CROSS-FOOT TO ITS OWN COUNT AND AMOUNT. AN OUT-OF-       *
000240*  BALANCE JOURNAL IS NOT WRITTEN AT ALL - GLJRNL STAYS EMPTY,   *
000250*  THE PROOF REPORT SAYS WHY, AND THE RETURN CODE STOPS THE      *
000260*  TRANSMISSION STEP, SO NOTHING REACHES THE LEDGER. A RUN THAT  *
000270*  FINDS NO CONTROL TOTALS FOR ITS RUN DATE AND TYPE IS STOPPED  *
000280*  THE SAME WAY RATHER THAN RELEASING AN EMPTY JOURNAL.          *
000290*                                                                *
000300*  A KEY WHOSE BRANCH RECORD IS MISSING, OR CARRIES NO REGION,   *
000310*  POSTS TO THE HEAD-OFFICE REGION (HOF) SO THE JOURNAL STILL    *
000320*  BALANCES TO THE CONTROL TOTALS, AND IS LISTED ON THE PROOF    *
000330*  REPORT FOR THE DATA CONTROL GROUP TO CHASE.                   *
000340*                                                                *
000350*  THE STEP CHECKS IN WITH THE RUN CONTROL LEDGER (CTLRCL01) FOR *
000360*  THE RUN DATE IT POSTS - AS CTLGLI01 FOR A NIGHTLY POSTING, AS *
000370*  CTLGLI-C FOR A CORRECTION POSTING, AS CTLPGM01 DOES - SO A    *
000380*  POSTING ALREADY COMPLETE IS NOT FED TO THE LEDGER A SECOND    *
000390*  TIME WITHOUT A RERUN OVERRIDE (CTLRCM01). A STOPPED FEED IS   *
000400*  RECORDED AS FAILED, SO ITS CORRECTED RERUN NEEDS NONE.        *
000410*                                                                *
000420*  RETURN CODES: 00 JOURNAL RELEASED, 04 RELEASED WITH KEYS      *
000430*  POSTED TO HEAD OFFICE, 08 FEED STOPPED - OUT OF BALANCE OR NO *
000440*  CONTROL TOTALS FOR THE RUN, 12 A FILE FAILURE, A BAD RUN TYPE *
000450*  PARAMETER, OR A RUN THE LEDGER DID NOT RELEASE.               *
000460*----------------------------------------------------------------*
000470*  MODIFICATION HISTORY                                          *
000480*----------------------------------------------------------------*
000490*  DATE      INIT  DESCRIPTION                                   *
000500*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000510*  10/15/26  RLM   BRANCH REFERENCE RECORD NOW CARRIES THE       *
000520*                  SUCCESSOR KEY AND CONSOLIDATION DATE OF A     *
000530*                  MERGED BRANCH - LAYOUT KEPT IN STEP WITH      *
000540*                  CTLBRM01                                      *
000550*  10/15/26  RLM   THE STEP NOW CHECKS IN AND OUT WITH THE RUN   *
000560*                  CONTROL LEDGER (1020/9900) SO A POSTING       *
000570*                  ALREADY COMPLETE FOR THE RUN DATE IS NOT      *
000580*                  REPEATED WITHOUT AN OVERRIDE. THE RUN DATE    *
000590*                  IS SET IN THE MAINLINE BEFORE THE CHECK-IN    *
000600*  10/15/26  RLM   A RUN WITH NO CONTROL TOTALS FOR ITS RUN DATE *
000610*                  AND TYPE IS STOPPED (RC 08) INSTEAD OF        *
000620*                  RELEASING AN EMPTY JOURNAL (3000). A STOPPED  *
000630*                  FEED IS RECORDED ON THE LEDGER WITH RC 12 SO  *
000640*                  IT IS NOT LEFT COMPLETE (9900). A ZERO RUN    *
000650*                  DATE NOW MEANS THE NIGHT'S RUN DATE FROM THE  *
000660*                  LEDGER (1020)                                 *
000670*----------------------------------------------------------------*
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER. IBM-3090.
000710 OBJECT-COMPUTER. IBM-3090.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOTLS
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-FS-CONTROL-TOTALS.
000780     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS BR-BRANCH-KEY
000820         FILE STATUS IS WS-FS-BRANCH-REF.
000830     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000840         ORGANIZATION IS SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS WS-FS-GL-JOURNAL.
000870     SELECT GL-PROOF-REPORT-FILE ASSIGN TO GLPROOF
000880         ORGANIZATION IS SEQUENTIAL
000890         ACCESS MODE IS SEQUENTIAL
000900         FILE STATUS IS WS-FS-GL-PROOF.
000910 DATA DIVISION.
000920 FILE SECTION.
000930*----------------------------------------------------------------*
000940*  CONTROL-TOTALS-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.     *
000950*----------------------------------------------------------------*
000960 FD  CONTROL-TOTALS-FILE
000970     RECORDING MODE IS F.
000980 01  CONTROL-TOTALS-RECORD.
000990     05  CT-KEY-CONTROL               PIC X(06).
001000     05  CT-RECORD-COUNT              PIC 9(09).
001010     05  CT-AMOUNT-TOTAL              PIC S9(11)V99.
001020     05  CT-RUN-DATE                  PIC 9(08).
001030     05  CT-RUN-TYPE                  PIC X(01).
001040     05  CT-TYPE-SPLIT OCCURS 4 TIMES.
001050         10  CT-TYPE-COUNT            PIC 9(09).
001060         10  CT-TYPE-AMOUNT           PIC S9(11)V99.
001070     05  FILLER                       PIC X(03).
001080*----------------------------------------------------------------*
001090*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS READ BY CTLPGM01.      *
001100*----------------------------------------------------------------*
001110 FD  BRANCH-REFERENCE-FILE
001120     RECORD CONTAINS 80 CHARACTERS.
001130 01  BRANCH-REFERENCE-RECORD.
001140     05  BR-BRANCH-KEY                PIC X(06).
001150     05  BR-BRANCH-NAME               PIC X(30).
001160     05  BR-BRANCH-REGION-CODE        PIC X(03).
001170     05  BR-BRANCH-STATUS             PIC X(01).
001180     05  BR-SUCCESSOR-KEY             PIC X(06).
001190     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001200     05  FILLER                       PIC X(26).
001210*----------------------------------------------------------------*
001220*  GL-JOURNAL-FILE - ONE DETAIL RECORD PER DEBIT OR CREDIT       *
001230*  ENTRY, THEN ONE BATCH CONTROL RECORD. AMOUNTS ARE UNSIGNED -  *
001240*  THE SIDE IS CARRIED IN GJ-DEBIT-CREDIT. THE REGION CODE IS    *
001250*  THE LEDGER'S COST CENTER FOR THE ENTRY.                       *
001260*----------------------------------------------------------------*
001270 FD  GL-JOURNAL-FILE
001280     RECORDING MODE IS F.
001290 01  GL-JOURNAL-DETAIL.
001300     05  GJ-RECORD-TYPE               PIC X(01).
001310         88  GJ-DETAIL-RECORD                 VALUE "D".
001320     05  GJ-RUN-DATE                  PIC 9(08).
001330     05  GJ-RUN-TYPE                  PIC X(01).
001340     05  GJ-ENTRY-NUMBER              PIC 9(06).
001350     05  GJ-REGION-CODE               PIC X(03).
001360     05  GJ-TRANSACTION-TYPE          PIC X(01).
001370     05  GJ-GL-ACCOUNT                PIC X(10).
001380     05  GJ-DEBIT-CREDIT              PIC X(01).
001390         88  GJ-DEBIT                         VALUE "D".
001400         88  GJ-CREDIT                        VALUE "C".
001410     05  GJ-AMOUNT                    PIC 9(11)V99.
001420     05  GJ-RECORD-COUNT              PIC 9(09).
001430     05  GJ-DESCRIPTION               PIC X(30).
001440     05  FILLER                       PIC X(17).
001450 01  GL-BATCH-CONTROL.
001460     05  GB-RECORD-TYPE               PIC X(01).
001470         88  GB-BATCH-CONTROL-RECORD          VALUE "B".
001480     05  GB-RUN-DATE                  PIC 9(08).
001490     05  GB-RUN-TYPE                  PIC X(01).
001500     05  GB-ENTRY-COUNT               PIC 9(06).
001510     05  GB-DEBIT-TOTAL               PIC 9(13)V99.
001520     05  GB-CREDIT-TOTAL              PIC 9(13)V99.
001530     05  GB-CONTROL-RECORD-COUNT      PIC 9(09).
001540     05  GB-CONTROL-AMOUNT            PIC S9(13)V99.
001550     05  GB-SOURCE-PROGRAM            PIC X(08).
001560     05  FILLER                       PIC X(22).
001570 FD  GL-PROOF-REPORT-FILE
001580     RECORDING MODE IS F.
001590 01  GL-PROOF-REPORT-RECORD           PIC X(132).
001600 WORKING-STORAGE SECTION.
001610 01  WS-FILE-STATUS-BLOCK.
001620     05  WS-FS-CONTROL-TOTALS         PIC X(02).
001630         88  WS-FS-CONTROL-TOTALS-OK           VALUE "00".
001640     05  WS-FS-BRANCH-REF             PIC X(02).
001650         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001660         88  WS-FS-BRANCH-REF-NOT-FOUND        VALUE "23".
001670     05  WS-FS-GL-JOURNAL             PIC X(02).
001680         88  WS-FS-GL-JOURNAL-OK               VALUE "00".
001690     05  WS-FS-GL-PROOF               PIC X(02).
001700         88  WS-FS-GL-PROOF-OK                 VALUE "00".
001710
001720 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001730     88  WS-EOF-YES                            VALUE "Y".
001740     88  WS-EOF-NO                             VALUE "N".
001750
001760 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001770     88  WS-ABEND-REQUESTED                    VALUE "Y".
001780
001790 01  WS-KEY-ON-REFERENCE-SWITCH        PIC X(01) VALUE "N".
001800     88  WS-KEY-ON-REFERENCE                   VALUE "Y".
001810     88  WS-KEY-NOT-ON-REFERENCE               VALUE "N".
001820
001830 01  WS-BALANCE-SWITCH                 PIC X(01) VALUE "Y".
001840     88  WS-JOURNAL-IN-BALANCE                 VALUE "Y".
001850     88  WS-JOURNAL-OUT-OF-BALANCE             VALUE "N".
001860     88  WS-JOURNAL-NO-INPUT                   VALUE "E".
001870     88  WS-JOURNAL-STOPPED                    VALUES "N" "E".
001880
001890 01  WS-EXCEPTION-SWITCH               PIC X(01) VALUE "N".
001900     88  WS-EXCEPTIONS-SEEN                    VALUE "Y".
001910*----------------------------------------------------------------*
001920*  TRANSACTION TYPES - SAME ORDER AS THE TYPE SPLIT ON THE       *
001930*  CONTROL TOTALS RECORD: 1 POSTING, 2 REVERSAL, 3 ADJUSTMENT,   *
001940*  4 CORRECTION.                                                 *
001950*----------------------------------------------------------------*
001960 01  WS-TXN-TYPE-CODE-STRING           PIC X(04) VALUE "PRAC".
001970 01  WS-TXN-TYPE-CODE-TABLE REDEFINES WS-TXN-TYPE-CODE-STRING.
001980     05  WS-TT-CODE OCCURS 4 TIMES     PIC X(01).
001990 01  WS-TXN-TYPE-LABEL-STRING          PIC X(44) VALUE
002000     "POSTINGS   REVERSALS  ADJUSTMENTSCORRECTIONS".
002010 01  WS-TXN-TYPE-LABEL-TABLE REDEFINES WS-TXN-TYPE-LABEL-STRING.
002020     05  WS-TT-LABEL OCCURS 4 TIMES    PIC X(11).
002030*----------------------------------------------------------------*
002040*  GL ACCOUNT TABLE - THE DEBIT AND CREDIT ACCOUNT FOR A         *
002050*  POSITIVE NET AMOUNT OF EACH TRANSACTION TYPE, IN TYPE ORDER.  *
002060*  A NEGATIVE NET SWAPS THE SIDES. THE ACCOUNTS ARE FINANCE'S    *
002070*  CHART OF ACCOUNTS - A CHANGE HERE MUST BE AGREED WITH THE GL  *
002080*  TEAM FIRST.                                                   *
002090*----------------------------------------------------------------*
002100 01  WS-GL-ACCOUNT-STRING.
002110     05  FILLER                        PIC X(20) VALUE
002120         "14100000002010000000".
002130     05  FILLER                        PIC X(20) VALUE
002140         "20100000001410000000".
002150     05  FILLER                        PIC X(20) VALUE
002160         "14100000004910000000".
002170     05  FILLER                        PIC X(20) VALUE
002180         "14100000002090000000".
002190 01  WS-GL-ACCOUNT-TABLE REDEFINES WS-GL-ACCOUNT-STRING.
002200     05  WS-GL-ACCOUNT-ENTRY OCCURS 4 TIMES.
002210         10  WS-GL-DEBIT-ACCOUNT       PIC X(10).
002220         10  WS-GL-CREDIT-ACCOUNT      PIC X(10).
002230*----------------------------------------------------------------*
002240*  REGION/TYPE TABLE - ONE ENTRY PER DISTINCT REGION CODE SEEN,  *
002250*  EACH WITH A CELL PER TRANSACTION TYPE, SERIAL-SEARCHED THE    *
002260*  SAME WAY CTLRGN01 TABLES ITS REGIONS. A FULL TABLE IS LOGGED  *
002270*  ONCE - THE LOST AMOUNT THEN FAILS THE PROOF AND STOPS THE     *
002280*  FEED RATHER THAN UNDERSTATING THE LEDGER.                     *
002290*----------------------------------------------------------------*
002300 01  WS-REGION-CONTROL.
002310     05  WS-RG-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002320     05  WS-RG-SUB                     PIC 9(04) COMP VALUE ZERO.
002330     05  WS-RG-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
002340     05  WS-RG-LOOKUP-REGION           PIC X(03) VALUE SPACES.
002350     05  WS-RG-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
002360         88  WS-RG-OVERFLOW                    VALUE "Y".
002370     05  WS-TT-SUB                     PIC 9(04) COMP VALUE ZERO.
002380 01  WS-REGION-TABLE.
002390     05  WS-RG-ENTRY OCCURS 20 TIMES.
002400         10  WS-RG-REGION-CODE         PIC X(03).
002410         10  WS-RG-KEY-COUNT           PIC 9(05) COMP.
002420         10  WS-RG-TYPE-CELL OCCURS 4 TIMES.
002430             15  WS-RG-CELL-COUNT      PIC 9(09) COMP.
002440             15  WS-RG-CELL-AMOUNT     PIC S9(13)V99 COMP-3.
002450*----------------------------------------------------------------*
002460*  CONTROL AND PROOF TOTALS - THE CONTROL SIDE COMES FROM THE    *
002470*  CONTROL TOTALS RECORDS POSTED, THE JOURNAL SIDE FROM THE      *
002480*  ENTRIES BUILT. THE TWO MUST AGREE BEFORE THE JOURNAL IS       *
002490*  WRITTEN.                                                      *
002500*----------------------------------------------------------------*
002510 01  WS-PROOF-TOTALS.
002520     05  WS-PT-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
002530     05  WS-PT-RECORDS-POSTED          PIC 9(09) COMP VALUE ZERO.
002540     05  WS-PT-RECORDS-SKIPPED         PIC 9(09) COMP VALUE ZERO.
002550     05  WS-PT-RECORDS-NOT-FOOTED      PIC 9(09) COMP VALUE ZERO.
002560     05  WS-PT-KEYS-HEAD-OFFICE        PIC 9(09) COMP VALUE ZERO.
002570     05  WS-PT-CONTROL-COUNT           PIC 9(09) COMP VALUE ZERO.
002580     05  WS-PT-CONTROL-AMOUNT          PIC S9(13)V99 VALUE ZERO.
002590     05  WS-PT-JOURNAL-COUNT           PIC 9(09) COMP VALUE ZERO.
002600     05  WS-PT-JOURNAL-NET             PIC S9(13)V99 VALUE ZERO.
002610     05  WS-PT-DEBIT-TOTAL             PIC S9(13)V99 VALUE ZERO.
002620     05  WS-PT-CREDIT-TOTAL            PIC S9(13)V99 VALUE ZERO.
002630     05  WS-PT-ENTRY-COUNT             PIC 9(06) COMP VALUE ZERO.
002640     05  WS-PT-ENTRIES-WRITTEN         PIC 9(06) COMP VALUE ZERO.
002650*----------------------------------------------------------------*
002660*  CROSS-FOOT WORK - ONE CONTROL TOTALS RECORD'S TYPE SPLIT      *
002670*  SUMMED BACK TO ITS OWN COUNT AND AMOUNT.                      *
002680*----------------------------------------------------------------*
002690 01  WS-CROSS-FOOT-WORK.
002700     05  WS-CF-COUNT                   PIC 9(09) COMP VALUE ZERO.
002710     05  WS-CF-AMOUNT                  PIC S9(13)V99 VALUE ZERO.
002720*----------------------------------------------------------------*
002730*  ENTRY WORK - THE CELL BEING TURNED INTO A DEBIT/CREDIT PAIR.  *
002740*----------------------------------------------------------------*
002750 01  WS-ENTRY-WORK.
002760     05  WS-EN-NET-AMOUNT              PIC S9(13)V99 VALUE ZERO.
002770     05  WS-EN-ABS-AMOUNT              PIC 9(13)V99 VALUE ZERO.
002780     05  WS-EN-DEBIT-ACCOUNT           PIC X(10) VALUE SPACES.
002790     05  WS-EN-CREDIT-ACCOUNT          PIC X(10) VALUE SPACES.
002800     05  WS-EN-WRITE-SWITCH            PIC X(01) VALUE "N".
002810         88  WS-EN-WRITE-ENTRIES               VALUE "Y".
002820         88  WS-EN-PROVE-ONLY                  VALUE "N".
002830
002840 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
002850 77  WS-RUN-TYPE-LABEL                 PIC X(10) VALUE SPACES.
002860 77  WS-HEAD-OFFICE-REGION             PIC X(03) VALUE "HOF".
002870 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
002880 77  WS-KEY-COUNT-DISPLAY              PIC ZZ,ZZ9.
002890 77  WS-AMOUNT-DISPLAY                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002900 77  WS-AMOUNT-DISPLAY-2               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002910 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
002920 77  WS-EX-REASON-WORK                 PIC X(30) VALUE SPACES.
002930*----------------------------------------------------------------*
002940*  EXCEPTION LINE HOLD TABLE - KEYS POSTED TO HEAD OFFICE AND    *
002950*  RECORDS THAT FAILED THE CROSS-FOOT, PRINTED AFTER THE PROOF.  *
002960*  AN OVERFLOWING RUN KEEPS THE COUNTS RIGHT AND NOTES THE       *
002970*  TRUNCATION ON THE REPORT.                                     *
002980*----------------------------------------------------------------*
002990 01  WS-EXCEPTION-CONTROL.
003000     05  WS-EX-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
003010     05  WS-EX-SUB                     PIC 9(04) COMP VALUE ZERO.
003020     05  WS-EX-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
003030         88  WS-EX-OVERFLOW                    VALUE "Y".
003040 01  WS-EXCEPTION-TABLE.
003050     05  WS-EX-ENTRY OCCURS 500 TIMES.
003060         10  WS-EX-KEY-CONTROL         PIC X(06).
003070         10  WS-EX-REASON              PIC X(30).
003080*----------------------------------------------------------------*
003090*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE STEP CHECKS     *
003100*  IN AT START AND OUT AT END UNDER ITS STEP NAME. THE JOB       *
003110*  RETURN CODE IS HELD APART FROM THE ONE PASSED TO THE LEDGER.  *
003120*----------------------------------------------------------------*
003130 01  WS-RUN-CONTROL-CALL.
003140     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
003150     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
003160     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
003170     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
003180     05  WS-RCL-JOB-RETURN-CODE        PIC 9(02) VALUE ZERO.
003190     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
003200         88  WS-RCL-CHECKED-IN                VALUE "Y".
003210         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
003220 LINKAGE SECTION.
003230*  GLI-RUN-TYPE - "N" POST THE NIGHTLY (OR MONTH-END SLICE) RUN'S*
003240*  CONTROL TOTALS, "C" POST A CORRECTION RUN'S. GLI-RUN-DATE IS  *
003250*  THE CTLPGM01 RUN DATE TO POST; ZERO MEANS THE NIGHT'S RUN     *
003260*  DATE FROM THE RUN CONTROL LEDGER.                             *
003270 01  GLI-RUN-TYPE                      PIC X(01).
003280     88  GLI-RUN-NIGHTLY                       VALUE "N".
003290     88  GLI-RUN-CORRECTION                    VALUE "C".
003300 01  GLI-RUN-DATE                      PIC 9(08).
003310*----------------------------------------------------------------*
003320*  PROCEDURE DIVISION                                            *
003330*----------------------------------------------------------------*
003340 PROCEDURE DIVISION USING GLI-RUN-TYPE GLI-RUN-DATE.
003350*----------------------------------------------------------------*
003360*  0000-MAINLINE - SET THE RUN DATE AND CHECK IN, THEN SUMMARIZE,*
003370*  PROVE, RELEASE OR STOP, REPORT, AND CHECK OUT.                *
003380*----------------------------------------------------------------*
003390 0000-MAINLINE.
003400     IF GLI-RUN-DATE = ZERO
003410         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003420     ELSE
003430         MOVE GLI-RUN-DATE TO WS-RUN-DATE
003440     END-IF
003450     PERFORM 1020-BEGIN-RUN-CONTROL THRU
003460         1020-BEGIN-RUN-CONTROL-EXIT
003470     IF WS-RCL-NOT-CHECKED-IN
003480         MOVE 12 TO RETURN-CODE
003490         GOBACK
003500     END-IF
003510     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003520     IF NOT WS-ABEND-REQUESTED
003530         PERFORM 2000-SUMMARIZE-ONE-KEY THRU
003540             2000-SUMMARIZE-ONE-KEY-EXIT
003550             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
003560     END-IF
003570     IF NOT WS-ABEND-REQUESTED
003580         PERFORM 3000-PROVE-JOURNAL THRU
003590             3000-PROVE-JOURNAL-EXIT
003600     END-IF
003610     IF NOT WS-ABEND-REQUESTED
003620         AND WS-JOURNAL-IN-BALANCE
003630         PERFORM 4000-WRITE-JOURNAL THRU
003640             4000-WRITE-JOURNAL-EXIT
003650     END-IF
003660     IF NOT WS-ABEND-REQUESTED
003670         PERFORM 5000-WRITE-PROOF-REPORT THRU
003680             5000-WRITE-PROOF-REPORT-EXIT
003690     END-IF
003700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003710     IF WS-ABEND-REQUESTED
003720         MOVE 12 TO RETURN-CODE
003730     ELSE
003740         IF WS-JOURNAL-STOPPED
003750             MOVE 08 TO RETURN-CODE
003760         ELSE
003770             IF WS-EXCEPTIONS-SEEN
003780                 MOVE 04 TO RETURN-CODE
003790             ELSE
003800                 MOVE ZERO TO RETURN-CODE
003810             END-IF
003820         END-IF
003830     END-IF
003840     PERFORM 9900-END-RUN-CONTROL THRU
003850         9900-END-RUN-CONTROL-EXIT
003860     GOBACK.
003870 0000-MAINLINE-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------*
003900*  1000-INITIALIZE - CHECK THE RUN TYPE, OPEN THE FILES AND WRITE*
003910*  THE REPORT HEADING. ANY OPEN FAILURE STOPS THE RUN.           *
003920*----------------------------------------------------------------*
003930 1000-INITIALIZE.
003940     SET WS-EOF-NO TO TRUE
003950     IF GLI-RUN-NIGHTLY
003960         MOVE "NIGHTLY" TO WS-RUN-TYPE-LABEL
003970     ELSE
003980         IF GLI-RUN-CORRECTION
003990             MOVE "CORRECTION" TO WS-RUN-TYPE-LABEL
004000         ELSE
004010             STRING "CTLGLI01 - UNKNOWN RUN TYPE " GLI-RUN-TYPE
004020                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004030             DISPLAY WS-ERROR-MESSAGE-LINE
004040             SET WS-ABEND-REQUESTED TO TRUE
004050             GO TO 1000-INITIALIZE-EXIT
004060         END-IF
004070     END-IF
004080     OPEN INPUT CONTROL-TOTALS-FILE
004090     IF NOT WS-FS-CONTROL-TOTALS-OK
004100         STRING "CTLGLI01 - CONTROL TOTALS OPEN FAILED - STATUS "
004110             WS-FS-CONTROL-TOTALS
004120             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004130         DISPLAY WS-ERROR-MESSAGE-LINE
004140         SET WS-ABEND-REQUESTED TO TRUE
004150         GO TO 1000-INITIALIZE-EXIT
004160     END-IF
004170     OPEN INPUT BRANCH-REFERENCE-FILE
004180     IF NOT WS-FS-BRANCH-REF-OK
004190         STRING "CTLGLI01 - BRANCH REF OPEN FAILED - STATUS "
004200             WS-FS-BRANCH-REF
004210             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004220         DISPLAY WS-ERROR-MESSAGE-LINE
004230         SET WS-ABEND-REQUESTED TO TRUE
004240         GO TO 1000-INITIALIZE-EXIT
004250     END-IF
004260     OPEN OUTPUT GL-JOURNAL-FILE
004270     IF NOT WS-FS-GL-JOURNAL-OK
004280         STRING "CTLGLI01 - GL JOURNAL OPEN FAILED - STATUS "
004290             WS-FS-GL-JOURNAL
004300             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004310         DISPLAY WS-ERROR-MESSAGE-LINE
004320         SET WS-ABEND-REQUESTED TO TRUE
004330         GO TO 1000-INITIALIZE-EXIT
004340     END-IF
004350     OPEN OUTPUT GL-PROOF-REPORT-FILE
004360     IF NOT WS-FS-GL-PROOF-OK
004370         STRING "CTLGLI01 - GL PROOF REPORT OPEN FAILED - STATUS "
004380             WS-FS-GL-PROOF
004390             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004400         DISPLAY WS-ERROR-MESSAGE-LINE
004410         SET WS-ABEND-REQUESTED TO TRUE
004420         GO TO 1000-INITIALIZE-EXIT
004430     END-IF
004440     MOVE SPACES TO GL-PROOF-REPORT-RECORD
004450     STRING "GL POSTING PROOF REPORT  RUN DATE " WS-RUN-DATE
004460         "  RUN TYPE " WS-RUN-TYPE-LABEL
004470         DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
004480     WRITE GL-PROOF-REPORT-RECORD
004490     MOVE SPACES TO GL-PROOF-REPORT-RECORD
004500     WRITE GL-PROOF-REPORT-RECORD.
004510 1000-INITIALIZE-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------*
004540*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL        *
004550*  LEDGER (CTLRCL01) UNDER THE STEP NAME FOR THE RUN TYPE. WITH  *
004560*  NO RUN DATE PARAMETER THE NIGHT'S RUN DATE IS TAKEN FROM THE  *
004570*  LEDGER FIRST (FUNCTION D). A POSTING ALREADY COMPLETE FOR THE *
004580*  RUN DATE WITHOUT A RERUN OVERRIDE, OR A LEDGER FAILURE, STOPS *
004590*  THE RUN BEFORE ANYTHING IS READ OR WRITTEN.                   *
004600*----------------------------------------------------------------*
004610 1020-BEGIN-RUN-CONTROL.
004620     SET WS-RCL-NOT-CHECKED-IN TO TRUE
004630     IF GLI-RUN-CORRECTION
004640         MOVE "CTLGLI-C" TO WS-RCL-STEP-NAME
004650     ELSE
004660         MOVE "CTLGLI01" TO WS-RCL-STEP-NAME
004670     END-IF
004680     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
004690     MOVE ZERO TO WS-RCL-RESULT
004700     IF GLI-RUN-DATE = ZERO
004710         MOVE "D" TO WS-RCL-FUNCTION-CODE
004720         CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE
004730             WS-RCL-STEP-NAME WS-RUN-DATE WS-RCL-STEP-RETURN-CODE
004740             WS-RCL-RESULT
004750     END-IF
004760     IF WS-RCL-RESULT = ZERO
004770         MOVE "B" TO WS-RCL-FUNCTION-CODE
004780         CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE
004790             WS-RCL-STEP-NAME WS-RUN-DATE WS-RCL-STEP-RETURN-CODE
004800             WS-RCL-RESULT
004810     END-IF
004820     IF WS-RCL-RESULT = ZERO
004830         SET WS-RCL-CHECKED-IN TO TRUE
004840     ELSE
004850         MOVE "CTLGLI01 - RUN CONTROL LEDGER DID NOT RELEASE RUN"
004860             TO WS-ERROR-MESSAGE-LINE
004870         DISPLAY WS-ERROR-MESSAGE-LINE
004880     END-IF.
004890 1020-BEGIN-RUN-CONTROL-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------*
004920*  2000-SUMMARIZE-ONE-KEY - READ ONE CONTROL TOTALS RECORD. A    *
004930*  RECORD FROM ANOTHER RUN DATE OR RUN TYPE IS SKIPPED. EVERY    *
004940*  CTLPGM01 RUN REWRITES CTLTOTLS, SO A CORRECTION RUN'S TOTALS  *
004950*  REACH THE JOURNAL BY RUNNING THIS STEP WITH RUN TYPE C AFTER  *
004960*  THE CORRECTION RUN, BEFORE THE NEXT NIGHTLY RUN REPLACES THE  *
004970*  FILE. A POSTED RECORD IS CROSS-FOOTED, ITS REGION FOUND, AND  *
004980*  ITS TYPE SPLIT ADDED INTO THE REGION/TYPE TABLE.              *
004990*----------------------------------------------------------------*
005000 2000-SUMMARIZE-ONE-KEY.
005010     READ CONTROL-TOTALS-FILE
005020         AT END
005030             SET WS-EOF-YES TO TRUE
005040             GO TO 2000-SUMMARIZE-ONE-KEY-EXIT
005050     END-READ
005060     IF NOT WS-FS-CONTROL-TOTALS-OK
005070         STRING "CTLGLI01 - CONTROL TOTALS READ FAILED - STATUS "
005080             WS-FS-CONTROL-TOTALS
005090             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005100         DISPLAY WS-ERROR-MESSAGE-LINE
005110         SET WS-ABEND-REQUESTED TO TRUE
005120         GO TO 2000-SUMMARIZE-ONE-KEY-EXIT
005130     END-IF
005140     ADD 1 TO WS-PT-RECORDS-READ
005150     IF CT-RUN-DATE NOT = WS-RUN-DATE
005160         OR CT-RUN-TYPE NOT = GLI-RUN-TYPE
005170         ADD 1 TO WS-PT-RECORDS-SKIPPED
005180         GO TO 2000-SUMMARIZE-ONE-KEY-EXIT
005190     END-IF
005200     ADD 1 TO WS-PT-RECORDS-POSTED
005210     ADD CT-RECORD-COUNT TO WS-PT-CONTROL-COUNT
005220     ADD CT-AMOUNT-TOTAL TO WS-PT-CONTROL-AMOUNT
005230     PERFORM 2050-CROSS-FOOT-RECORD THRU
005240         2050-CROSS-FOOT-RECORD-EXIT
005250     PERFORM 2100-READ-BRANCH-REGION THRU
005260         2100-READ-BRANCH-REGION-EXIT
005270     IF WS-ABEND-REQUESTED
005280         GO TO 2000-SUMMARIZE-ONE-KEY-EXIT
005290     END-IF
005300     IF WS-KEY-NOT-ON-REFERENCE
005310         ADD 1 TO WS-PT-KEYS-HEAD-OFFICE
005320         SET WS-EXCEPTIONS-SEEN TO TRUE
005330         MOVE "NO BRANCH ON BRCHREF - HOF" TO WS-EX-REASON-WORK
005340         PERFORM 2300-HOLD-ONE-EXCEPTION THRU
005350             2300-HOLD-ONE-EXCEPTION-EXIT
005360         MOVE WS-HEAD-OFFICE-REGION TO WS-RG-LOOKUP-REGION
005370     ELSE
005380         IF BR-BRANCH-REGION-CODE = SPACES
005390             ADD 1 TO WS-PT-KEYS-HEAD-OFFICE
005400             SET WS-EXCEPTIONS-SEEN TO TRUE
005410             MOVE "NO REGION ON BRCHREF - HOF"
005420                 TO WS-EX-REASON-WORK
005430             PERFORM 2300-HOLD-ONE-EXCEPTION THRU
005440                 2300-HOLD-ONE-EXCEPTION-EXIT
005450             MOVE WS-HEAD-OFFICE-REGION TO WS-RG-LOOKUP-REGION
005460         ELSE
005470             MOVE BR-BRANCH-REGION-CODE TO WS-RG-LOOKUP-REGION
005480         END-IF
005490     END-IF
005500     PERFORM 2200-FIND-REGION-ENTRY THRU
005510         2200-FIND-REGION-ENTRY-EXIT
005520     IF WS-RG-FOUND-SUB = ZERO
005530         GO TO 2000-SUMMARIZE-ONE-KEY-EXIT
005540     END-IF
005550     ADD 1 TO WS-RG-KEY-COUNT (WS-RG-FOUND-SUB)
005560     PERFORM 2400-ADD-ONE-TYPE-CELL THRU
005570         2400-ADD-ONE-TYPE-CELL-EXIT
005580         VARYING WS-TT-SUB FROM 1 BY 1
005590         UNTIL WS-TT-SUB > 4.
005600 2000-SUMMARIZE-ONE-KEY-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------*
005630*  2050-CROSS-FOOT-RECORD - THE FOUR TYPE COUNTS AND AMOUNTS ON  *
005640*  A CONTROL TOTALS RECORD MUST ADD BACK TO ITS OWN COUNT AND    *
005650*  AMOUNT. A RECORD THAT DOES NOT IS HELD AS AN EXCEPTION AND    *
005660*  PUTS THE WHOLE JOURNAL OUT OF BALANCE - THE SPLIT IS WHAT     *
005670*  GETS POSTED, THE RECORD TOTAL IS WHAT FINANCE PROVES TO.      *
005680*----------------------------------------------------------------*
005690 2050-CROSS-FOOT-RECORD.
005700     MOVE ZERO TO WS-CF-COUNT
005710     MOVE ZERO TO WS-CF-AMOUNT
005720     PERFORM 2060-FOOT-ONE-TYPE THRU
005730         2060-FOOT-ONE-TYPE-EXIT
005740         VARYING WS-TT-SUB FROM 1 BY 1
005750         UNTIL WS-TT-SUB > 4
005760     IF WS-CF-COUNT = CT-RECORD-COUNT
005770         AND WS-CF-AMOUNT = CT-AMOUNT-TOTAL
005780         GO TO 2050-CROSS-FOOT-RECORD-EXIT
005790     END-IF
005800     ADD 1 TO WS-PT-RECORDS-NOT-FOOTED
005810     SET WS-JOURNAL-OUT-OF-BALANCE TO TRUE
005820     MOVE "TYPE SPLIT DOES NOT CROSS-FOOT" TO WS-EX-REASON-WORK
005830     PERFORM 2300-HOLD-ONE-EXCEPTION THRU
005840         2300-HOLD-ONE-EXCEPTION-EXIT.
005850 2050-CROSS-FOOT-RECORD-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------*
005880*  2060-FOOT-ONE-TYPE - ADD ONE TYPE'S SHARE TO THE CROSS-FOOT.  *
005890*----------------------------------------------------------------*
005900 2060-FOOT-ONE-TYPE.
005910     ADD CT-TYPE-COUNT (WS-TT-SUB) TO WS-CF-COUNT
005920     ADD CT-TYPE-AMOUNT (WS-TT-SUB) TO WS-CF-AMOUNT.
005930 2060-FOOT-ONE-TYPE-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------*
005960*  2100-READ-BRANCH-REGION - RANDOM READ OF THE BRANCH           *
005970*  REFERENCE FILE ON THE CONTROL TOTALS KEY. A MISS IS AN        *
005980*  ORDINARY EXCEPTION RESULT; ANY OTHER NON-ZERO STATUS STOPS    *
005990*  THE RUN.                                                      *
006000*----------------------------------------------------------------*
006010 2100-READ-BRANCH-REGION.
006020     SET WS-KEY-ON-REFERENCE TO TRUE
006030     MOVE CT-KEY-CONTROL TO BR-BRANCH-KEY
006040     READ BRANCH-REFERENCE-FILE
006050         INVALID KEY
006060             SET WS-KEY-NOT-ON-REFERENCE TO TRUE
006070     END-READ
006080     IF WS-KEY-NOT-ON-REFERENCE
006090         AND NOT WS-FS-BRANCH-REF-NOT-FOUND
006100         STRING "CTLGLI01 - BRANCH REF READ FAILED - STATUS "
006110             WS-FS-BRANCH-REF
006120             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006130         DISPLAY WS-ERROR-MESSAGE-LINE
006140         SET WS-ABEND-REQUESTED TO TRUE
006150     END-IF.
006160 2100-READ-BRANCH-REGION-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------*
006190*  2200-FIND-REGION-ENTRY - SERIAL SEARCH OF THE REGION TABLE    *
006200*  FOR WS-RG-LOOKUP-REGION, ADDING A NEW ENTRY WITH ZEROED TYPE  *
006210*  CELLS ON A MISS. ON A FULL TABLE THE MISSED REGION IS LOGGED  *
006220*  ONCE AND RETURNS A ZERO SUBSCRIPT.                            *
006230*----------------------------------------------------------------*
006240 2200-FIND-REGION-ENTRY.
006250     MOVE ZERO TO WS-RG-FOUND-SUB
006260     MOVE 1 TO WS-RG-SUB
006270     PERFORM 2210-CHECK-ONE-REGION THRU
006280         2210-CHECK-ONE-REGION-EXIT
006290         UNTIL WS-RG-SUB > WS-RG-ENTRY-COUNT
006300         OR WS-RG-FOUND-SUB > ZERO
006310     IF WS-RG-FOUND-SUB > ZERO
006320         GO TO 2200-FIND-REGION-ENTRY-EXIT
006330     END-IF
006340     IF WS-RG-ENTRY-COUNT >= 20
006350         IF NOT WS-RG-OVERFLOW
006360             SET WS-RG-OVERFLOW TO TRUE
006370             MOVE "REGION TABLE FULL - JOURNAL WILL NOT BALANCE"
006380                 TO WS-ERROR-MESSAGE-LINE
006390             DISPLAY WS-ERROR-MESSAGE-LINE
006400         END-IF
006410         GO TO 2200-FIND-REGION-ENTRY-EXIT
006420     END-IF
006430     ADD 1 TO WS-RG-ENTRY-COUNT
006440     MOVE WS-RG-LOOKUP-REGION
006450         TO WS-RG-REGION-CODE (WS-RG-ENTRY-COUNT)
006460     MOVE ZERO TO WS-RG-KEY-COUNT (WS-RG-ENTRY-COUNT)
006470     PERFORM 2220-CLEAR-ONE-TYPE-CELL THRU
006480         2220-CLEAR-ONE-TYPE-CELL-EXIT
006490         VARYING WS-TT-SUB FROM 1 BY 1
006500         UNTIL WS-TT-SUB > 4
006510     MOVE WS-RG-ENTRY-COUNT TO WS-RG-FOUND-SUB.
006520 2200-FIND-REGION-ENTRY-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------*
006550*  2210-CHECK-ONE-REGION - TEST ONE TABLE ENTRY AGAINST THE      *
006560*  LOOKUP REGION.                                                *
006570*----------------------------------------------------------------*
006580 2210-CHECK-ONE-REGION.
006590     IF WS-RG-REGION-CODE (WS-RG-SUB) = WS-RG-LOOKUP-REGION
006600         MOVE WS-RG-SUB TO WS-RG-FOUND-SUB
006610     END-IF
006620     ADD 1 TO WS-RG-SUB.
006630 2210-CHECK-ONE-REGION-EXIT.
006640     EXIT.
006650*----------------------------------------------------------------*
006660*  2220-CLEAR-ONE-TYPE-CELL - ZERO ONE TYPE CELL OF THE NEW      *
006670*  REGION ENTRY.                                                 *
006680*----------------------------------------------------------------*
006690 2220-CLEAR-ONE-TYPE-CELL.
006700     MOVE ZERO
006710         TO WS-RG-CELL-COUNT (WS-RG-ENTRY-COUNT, WS-TT-SUB)
006720     MOVE ZERO
006730         TO WS-RG-CELL-AMOUNT (WS-RG-ENTRY-COUNT, WS-TT-SUB).
006740 2220-CLEAR-ONE-TYPE-CELL-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------*
006770*  2300-HOLD-ONE-EXCEPTION - TABLE ONE EXCEPTION KEY FOR THE     *
006780*  SECTION PRINTED AFTER THE PROOF. THE CALLER PARKED THE        *
006790*  REASON TEXT IN WS-EX-REASON-WORK.                             *
006800*----------------------------------------------------------------*
006810 2300-HOLD-ONE-EXCEPTION.
006820     IF WS-EX-ENTRY-COUNT >= 500
006830         IF NOT WS-EX-OVERFLOW
006840             SET WS-EX-OVERFLOW TO TRUE
006850         END-IF
006860         GO TO 2300-HOLD-ONE-EXCEPTION-EXIT
006870     END-IF
006880     ADD 1 TO WS-EX-ENTRY-COUNT
006890     MOVE WS-EX-REASON-WORK TO WS-EX-REASON (WS-EX-ENTRY-COUNT)
006900     MOVE CT-KEY-CONTROL
006910         TO WS-EX-KEY-CONTROL (WS-EX-ENTRY-COUNT).
006920 2300-HOLD-ONE-EXCEPTION-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------*
006950*  2400-ADD-ONE-TYPE-CELL - ADD ONE TYPE'S SHARE OF THE KEY INTO *
006960*  ITS REGION'S CELL FOR THAT TYPE.                              *
006970*----------------------------------------------------------------*
006980 2400-ADD-ONE-TYPE-CELL.
006990     ADD CT-TYPE-COUNT (WS-TT-SUB)
007000         TO WS-RG-CELL-COUNT (WS-RG-FOUND-SUB, WS-TT-SUB)
007010     ADD CT-TYPE-AMOUNT (WS-TT-SUB)
007020         TO WS-RG-CELL-AMOUNT (WS-RG-FOUND-SUB, WS-TT-SUB).
007030 2400-ADD-ONE-TYPE-CELL-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------*
007060*  3000-PROVE-JOURNAL - BUILD EVERY ENTRY WITHOUT WRITING IT,    *
007070*  THEN PROVE: DEBITS EQUAL CREDITS, AND THE JOURNAL'S NET       *
007080*  COUNT AND AMOUNT EQUAL THE CONTROL TOTALS POSTED. A CROSS-    *
007090*  FOOT FAILURE IN 2050 HAS ALREADY PUT THE JOURNAL OUT OF       *
007100*  BALANCE. WITH NO CONTROL TOTALS RECORD FOR THE RUN DATE AND   *
007110*  RUN TYPE THE JOURNAL WOULD PROVE EMPTY, SO THE FEED IS        *
007120*  STOPPED INSTEAD - A WRONG RUN DATE OR RUN TYPE, OR A MISSING  *
007130*  CTLTOTLS, MUST NOT MARK THE POSTING DONE.                     *
007140*----------------------------------------------------------------*
007150 3000-PROVE-JOURNAL.
007160     IF WS-PT-RECORDS-POSTED = ZERO
007170         SET WS-JOURNAL-NO-INPUT TO TRUE
007180         GO TO 3000-PROVE-JOURNAL-EXIT
007190     END-IF
007200     SET WS-EN-PROVE-ONLY TO TRUE
007210     PERFORM 3100-BUILD-ONE-REGION THRU
007220         3100-BUILD-ONE-REGION-EXIT
007230         VARYING WS-RG-SUB FROM 1 BY 1
007240         UNTIL WS-RG-SUB > WS-RG-ENTRY-COUNT
007250     IF WS-PT-DEBIT-TOTAL NOT = WS-PT-CREDIT-TOTAL
007260         SET WS-JOURNAL-OUT-OF-BALANCE TO TRUE
007270     END-IF
007280     IF WS-PT-JOURNAL-NET NOT = WS-PT-CONTROL-AMOUNT
007290         OR WS-PT-JOURNAL-COUNT NOT = WS-PT-CONTROL-COUNT
007300         SET WS-JOURNAL-OUT-OF-BALANCE TO TRUE
007310     END-IF.
007320 3000-PROVE-JOURNAL-EXIT.
007330     EXIT.
007340*----------------------------------------------------------------*
007350*  3100-BUILD-ONE-REGION - ONE REGION'S FOUR TYPE CELLS.         *
007360*----------------------------------------------------------------*
007370 3100-BUILD-ONE-REGION.
007380     PERFORM 3110-BUILD-ONE-CELL THRU
007390         3110-BUILD-ONE-CELL-EXIT
007400         VARYING WS-TT-SUB FROM 1 BY 1
007410         UNTIL WS-TT-SUB > 4.
007420 3100-BUILD-ONE-REGION-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------*
007450*  3110-BUILD-ONE-CELL - TURN ONE REGION/TYPE CELL INTO A DEBIT  *
007460*  AND A CREDIT ENTRY. A POSITIVE NET DEBITS THE TYPE'S DEBIT    *
007470*  ACCOUNT; A NEGATIVE NET SWAPS THE SIDES SO THE AMOUNT ON THE  *
007480*  JOURNAL IS ALWAYS POSITIVE. A ZERO NET CELL POSTS NOTHING BUT *
007490*  ITS COUNT STILL PROVES. IN THE WRITE PASS THE PAIR IS WRITTEN.*
007500*----------------------------------------------------------------*
007510 3110-BUILD-ONE-CELL.
007520     IF WS-EN-PROVE-ONLY
007530         ADD WS-RG-CELL-COUNT (WS-RG-SUB, WS-TT-SUB)
007540             TO WS-PT-JOURNAL-COUNT
007550     END-IF
007560     MOVE WS-RG-CELL-AMOUNT (WS-RG-SUB, WS-TT-SUB)
007570         TO WS-EN-NET-AMOUNT
007580     IF WS-EN-NET-AMOUNT = ZERO
007590         GO TO 3110-BUILD-ONE-CELL-EXIT
007600     END-IF
007610     IF WS-EN-NET-AMOUNT > ZERO
007620         MOVE WS-EN-NET-AMOUNT TO WS-EN-ABS-AMOUNT
007630         MOVE WS-GL-DEBIT-ACCOUNT (WS-TT-SUB)
007640             TO WS-EN-DEBIT-ACCOUNT
007650         MOVE WS-GL-CREDIT-ACCOUNT (WS-TT-SUB)
007660             TO WS-EN-CREDIT-ACCOUNT
007670     ELSE
007680         COMPUTE WS-EN-ABS-AMOUNT = ZERO - WS-EN-NET-AMOUNT
007690         MOVE WS-GL-CREDIT-ACCOUNT (WS-TT-SUB)
007700             TO WS-EN-DEBIT-ACCOUNT
007710         MOVE WS-GL-DEBIT-ACCOUNT (WS-TT-SUB)
007720             TO WS-EN-CREDIT-ACCOUNT
007730     END-IF
007740     IF WS-EN-WRITE-ENTRIES
007750         PERFORM 4100-WRITE-ENTRY-PAIR THRU
007760             4100-WRITE-ENTRY-PAIR-EXIT
007770         GO TO 3110-BUILD-ONE-CELL-EXIT
007780     END-IF
007790     ADD WS-EN-NET-AMOUNT TO WS-PT-JOURNAL-NET
007800     ADD WS-EN-ABS-AMOUNT TO WS-PT-DEBIT-TOTAL
007810     ADD WS-EN-ABS-AMOUNT TO WS-PT-CREDIT-TOTAL
007820     ADD 2 TO WS-PT-ENTRY-COUNT.
007830 3110-BUILD-ONE-CELL-EXIT.
007840     EXIT.
007850*----------------------------------------------------------------*
007860*  4000-WRITE-JOURNAL - THE PROVED JOURNAL: EVERY ENTRY PAIR,    *
007870*  THEN THE BATCH CONTROL RECORD THE LEDGER LOAD BALANCES TO.    *
007880*----------------------------------------------------------------*
007890 4000-WRITE-JOURNAL.
007900     SET WS-EN-WRITE-ENTRIES TO TRUE
007910     PERFORM 3100-BUILD-ONE-REGION THRU
007920         3100-BUILD-ONE-REGION-EXIT
007930         VARYING WS-RG-SUB FROM 1 BY 1
007940         UNTIL WS-RG-SUB > WS-RG-ENTRY-COUNT
007950     IF WS-ABEND-REQUESTED
007960         GO TO 4000-WRITE-JOURNAL-EXIT
007970     END-IF
007980     MOVE SPACES TO GL-BATCH-CONTROL
007990     SET GB-BATCH-CONTROL-RECORD TO TRUE
008000     MOVE WS-RUN-DATE TO GB-RUN-DATE
008010     MOVE GLI-RUN-TYPE TO GB-RUN-TYPE
008020     MOVE WS-PT-ENTRIES-WRITTEN TO GB-ENTRY-COUNT
008030     MOVE WS-PT-DEBIT-TOTAL TO GB-DEBIT-TOTAL
008040     MOVE WS-PT-CREDIT-TOTAL TO GB-CREDIT-TOTAL
008050     MOVE WS-PT-CONTROL-COUNT TO GB-CONTROL-RECORD-COUNT
008060     MOVE WS-PT-CONTROL-AMOUNT TO GB-CONTROL-AMOUNT
008070     MOVE "CTLGLI01" TO GB-SOURCE-PROGRAM
008080     WRITE GL-BATCH-CONTROL
008090     IF NOT WS-FS-GL-JOURNAL-OK
008100         STRING "CTLGLI01 - GL JOURNAL WRITE FAILED - STATUS "
008110             WS-FS-GL-JOURNAL
008120             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
008130         DISPLAY WS-ERROR-MESSAGE-LINE
008140         SET WS-ABEND-REQUESTED TO TRUE
008150     END-IF.
008160 4000-WRITE-JOURNAL-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------*
008190*  4100-WRITE-ENTRY-PAIR - THE DEBIT THEN THE CREDIT FOR THE     *
008200*  CELL 3110 HAS JUST PRICED. A WRITE FAILURE STOPS THE RUN.     *
008210*----------------------------------------------------------------*
008220 4100-WRITE-ENTRY-PAIR.
008230     IF WS-ABEND-REQUESTED
008240         GO TO 4100-WRITE-ENTRY-PAIR-EXIT
008250     END-IF
008260     MOVE SPACES TO GL-JOURNAL-DETAIL
008270     SET GJ-DETAIL-RECORD TO TRUE
008280     MOVE WS-RUN-DATE TO GJ-RUN-DATE
008290     MOVE GLI-RUN-TYPE TO GJ-RUN-TYPE
008300     MOVE WS-RG-REGION-CODE (WS-RG-SUB) TO GJ-REGION-CODE
008310     MOVE WS-TT-CODE (WS-TT-SUB) TO GJ-TRANSACTION-TYPE
008320     MOVE WS-EN-ABS-AMOUNT TO GJ-AMOUNT
008330     MOVE WS-RG-CELL-COUNT (WS-RG-SUB, WS-TT-SUB)
008340         TO GJ-RECORD-COUNT
008350     STRING "CTL " WS-TT-LABEL (WS-TT-SUB) " REGION "
008360         WS-RG-REGION-CODE (WS-RG-SUB)
008370         DELIMITED BY SIZE INTO GJ-DESCRIPTION
008380     ADD 1 TO WS-PT-ENTRIES-WRITTEN
008390     MOVE WS-PT-ENTRIES-WRITTEN TO GJ-ENTRY-NUMBER
008400     MOVE WS-EN-DEBIT-ACCOUNT TO GJ-GL-ACCOUNT
008410     SET GJ-DEBIT TO TRUE
008420     WRITE GL-JOURNAL-DETAIL
008430     IF NOT WS-FS-GL-JOURNAL-OK
008440         GO TO 4100-WRITE-ENTRY-PAIR-FAILED
008450     END-IF
008460     ADD 1 TO WS-PT-ENTRIES-WRITTEN
008470     MOVE WS-PT-ENTRIES-WRITTEN TO GJ-ENTRY-NUMBER
008480     MOVE WS-EN-CREDIT-ACCOUNT TO GJ-GL-ACCOUNT
008490     SET GJ-CREDIT TO TRUE
008500     WRITE GL-JOURNAL-DETAIL
008510     IF WS-FS-GL-JOURNAL-OK
008520         GO TO 4100-WRITE-ENTRY-PAIR-EXIT
008530     END-IF.
008540 4100-WRITE-ENTRY-PAIR-FAILED.
008550     STRING "CTLGLI01 - GL JOURNAL WRITE FAILED - STATUS "
008560         WS-FS-GL-JOURNAL
008570         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
008580     DISPLAY WS-ERROR-MESSAGE-LINE
008590     SET WS-ABEND-REQUESTED TO TRUE.
008600 4100-WRITE-ENTRY-PAIR-EXIT.
008610     EXIT.
008620*----------------------------------------------------------------*
008630*  5000-WRITE-PROOF-REPORT - ONE LINE PER REGION/TYPE CELL, THE  *
008640*  PROOF FIGURES, THE RELEASE OR STOP VERDICT, AND THE HELD      *
008650*  EXCEPTION KEYS.                                               *
008660*----------------------------------------------------------------*
008670 5000-WRITE-PROOF-REPORT.
008680     PERFORM 5100-WRITE-ONE-REGION THRU
008690         5100-WRITE-ONE-REGION-EXIT
008700         VARYING WS-RG-SUB FROM 1 BY 1
008710         UNTIL WS-RG-SUB > WS-RG-ENTRY-COUNT
008720     MOVE SPACES TO GL-PROOF-REPORT-RECORD
008730     WRITE GL-PROOF-REPORT-RECORD
008740     MOVE "PROOF" TO GL-PROOF-REPORT-RECORD
008750     WRITE GL-PROOF-REPORT-RECORD
008760     MOVE WS-PT-CONTROL-COUNT TO WS-COUNT-DISPLAY
008770     MOVE WS-PT-CONTROL-AMOUNT TO WS-AMOUNT-DISPLAY
008780     MOVE SPACES TO GL-PROOF-REPORT-RECORD
008790     STRING "  CONTROL TOTALS   COUNT " WS-COUNT-DISPLAY
008800         "  AMOUNT " WS-AMOUNT-DISPLAY
008810         DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
008820     WRITE GL-PROOF-REPORT-RECORD
008830     MOVE WS-PT-JOURNAL-COUNT TO WS-COUNT-DISPLAY
008840     MOVE WS-PT-JOURNAL-NET TO WS-AMOUNT-DISPLAY
008850     MOVE SPACES TO GL-PROOF-REPORT-RECORD
008860     STRING "  JOURNAL NET      COUNT " WS-COUNT-DISPLAY
008870         "  AMOUNT " WS-AMOUNT-DISPLAY
008880         DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
008890     WRITE GL-PROOF-REPORT-RECORD
008900     MOVE WS-PT-ENTRY-COUNT TO WS-COUNT-DISPLAY
008910     MOVE WS-PT-DEBIT-TOTAL TO WS-AMOUNT-DISPLAY
008920     MOVE WS-PT-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY-2
008930     MOVE SPACES TO GL-PROOF-REPORT-RECORD
008940     STRING "  ENTRIES " WS-COUNT-DISPLAY
008950         "  DEBITS " WS-AMOUNT-DISPLAY
008960         "  CREDITS " WS-AMOUNT-DISPLAY-2
008970         DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
008980     WRITE GL-PROOF-REPORT-RECORD
008990     MOVE SPACES TO GL-PROOF-REPORT-RECORD
009000     WRITE GL-PROOF-REPORT-RECORD
009010     IF WS-JOURNAL-IN-BALANCE
009020         MOVE "IN BALANCE - JOURNAL RELEASED TO THE LEDGER"
009030             TO GL-PROOF-REPORT-RECORD
009040     END-IF
009050     IF WS-JOURNAL-OUT-OF-BALANCE
009060         MOVE "OUT OF BALANCE - FEED STOPPED, NO JOURNAL WRITTEN"
009070             TO GL-PROOF-REPORT-RECORD
009080     END-IF
009090     IF WS-JOURNAL-NO-INPUT
009100         MOVE SPACES TO GL-PROOF-REPORT-RECORD
009110         STRING "NO CONTROL TOTALS FOR THE RUN DATE AND TYPE - "
009120             "FEED STOPPED, NO JOURNAL WRITTEN"
009130             DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
009140     END-IF
009150     WRITE GL-PROOF-REPORT-RECORD
009160     IF WS-EX-ENTRY-COUNT = ZERO
009170         GO TO 5000-WRITE-PROOF-REPORT-EXIT
009180     END-IF
009190     MOVE SPACES TO GL-PROOF-REPORT-RECORD
009200     WRITE GL-PROOF-REPORT-RECORD
009210     MOVE "EXCEPTIONS" TO GL-PROOF-REPORT-RECORD
009220     WRITE GL-PROOF-REPORT-RECORD
009230     MOVE 1 TO WS-EX-SUB
009240     PERFORM 5200-WRITE-ONE-EXCEPTION THRU
009250         5200-WRITE-ONE-EXCEPTION-EXIT
009260         UNTIL WS-EX-SUB > WS-EX-ENTRY-COUNT
009270     IF WS-EX-OVERFLOW
009280         MOVE "EXCEPTION LIST TRUNCATED - COUNTS ARE COMPLETE"
009290             TO GL-PROOF-REPORT-RECORD
009300         WRITE GL-PROOF-REPORT-RECORD
009310     END-IF.
009320 5000-WRITE-PROOF-REPORT-EXIT.
009330     EXIT.
009340*----------------------------------------------------------------*
009350*  5100-WRITE-ONE-REGION - A REGION HEADER LINE, THEN ONE LINE   *
009360*  PER TYPE CELL THE REGION SAW.                                 *
009370*----------------------------------------------------------------*
009380 5100-WRITE-ONE-REGION.
009390     MOVE WS-RG-KEY-COUNT (WS-RG-SUB) TO WS-KEY-COUNT-DISPLAY
009400     MOVE SPACES TO GL-PROOF-REPORT-RECORD
009410     STRING "REGION " WS-RG-REGION-CODE (WS-RG-SUB)
009420         "  KEYS " WS-KEY-COUNT-DISPLAY
009430         DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
009440     WRITE GL-PROOF-REPORT-RECORD
009450     PERFORM 5110-WRITE-ONE-CELL THRU
009460         5110-WRITE-ONE-CELL-EXIT
009470         VARYING WS-TT-SUB FROM 1 BY 1
009480         UNTIL WS-TT-SUB > 4.
009490 5100-WRITE-ONE-REGION-EXIT.
009500     EXIT.
009510*----------------------------------------------------------------*
009520*  5110-WRITE-ONE-CELL - TYPE, COUNT, NET AMOUNT, AND THE DEBIT  *
009530*  AND CREDIT ACCOUNTS FOR A POSITIVE NET.                       *
009540*----------------------------------------------------------------*
009550 5110-WRITE-ONE-CELL.
009560     IF WS-RG-CELL-COUNT (WS-RG-SUB, WS-TT-SUB) = ZERO
009570         AND WS-RG-CELL-AMOUNT (WS-RG-SUB, WS-TT-SUB) = ZERO
009580         GO TO 5110-WRITE-ONE-CELL-EXIT
009590     END-IF
009600     MOVE WS-RG-CELL-COUNT (WS-RG-SUB, WS-TT-SUB)
009610         TO WS-COUNT-DISPLAY
009620     MOVE WS-RG-CELL-AMOUNT (WS-RG-SUB, WS-TT-SUB)
009630         TO WS-AMOUNT-DISPLAY
009640     MOVE SPACES TO GL-PROOF-REPORT-RECORD
009650     STRING "  " WS-TT-LABEL (WS-TT-SUB)
009660         "  COUNT " WS-COUNT-DISPLAY
009670         "  NET " WS-AMOUNT-DISPLAY
009680         "  DR " WS-GL-DEBIT-ACCOUNT (WS-TT-SUB)
009690         "  CR " WS-GL-CREDIT-ACCOUNT (WS-TT-SUB)
009700         DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
009710     WRITE GL-PROOF-REPORT-RECORD.
009720 5110-WRITE-ONE-CELL-EXIT.
009730     EXIT.
009740*----------------------------------------------------------------*
009750*  5200-WRITE-ONE-EXCEPTION - ONE HELD EXCEPTION KEY.            *
009760*----------------------------------------------------------------*
009770 5200-WRITE-ONE-EXCEPTION.
009780     MOVE SPACES TO GL-PROOF-REPORT-RECORD
009790     STRING "  KEY " WS-EX-KEY-CONTROL (WS-EX-SUB)
009800         "  " WS-EX-REASON (WS-EX-SUB)
009810         DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
009820     WRITE GL-PROOF-REPORT-RECORD
009830     ADD 1 TO WS-EX-SUB.
009840 5200-WRITE-ONE-EXCEPTION-EXIT.
009850     EXIT.
009860*----------------------------------------------------------------*
009870*  9000-TERMINATE - TRAILER COUNTS AND CLOSE.                    *
009880*----------------------------------------------------------------*
009890 9000-TERMINATE.
009900     IF NOT WS-ABEND-REQUESTED
009910         MOVE SPACES TO GL-PROOF-REPORT-RECORD
009920         WRITE GL-PROOF-REPORT-RECORD
009930         MOVE WS-PT-RECORDS-READ TO WS-COUNT-DISPLAY
009940         MOVE SPACES TO GL-PROOF-REPORT-RECORD
009950         STRING "RECORDS READ            " WS-COUNT-DISPLAY
009960             DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
009970         WRITE GL-PROOF-REPORT-RECORD
009980         MOVE WS-PT-RECORDS-POSTED TO WS-COUNT-DISPLAY
009990         MOVE SPACES TO GL-PROOF-REPORT-RECORD
010000         STRING "RECORDS POSTED          " WS-COUNT-DISPLAY
010010             DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
010020         WRITE GL-PROOF-REPORT-RECORD
010030         MOVE WS-PT-RECORDS-SKIPPED TO WS-COUNT-DISPLAY
010040         MOVE SPACES TO GL-PROOF-REPORT-RECORD
010050         STRING "RECORDS OTHER RUNS      " WS-COUNT-DISPLAY
010060             DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
010070         WRITE GL-PROOF-REPORT-RECORD
010080         MOVE WS-PT-RECORDS-NOT-FOOTED TO WS-COUNT-DISPLAY
010090         MOVE SPACES TO GL-PROOF-REPORT-RECORD
010100         STRING "RECORDS NOT CROSS-FOOTED" WS-COUNT-DISPLAY
010110             DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
010120         WRITE GL-PROOF-REPORT-RECORD
010130         MOVE WS-PT-KEYS-HEAD-OFFICE TO WS-COUNT-DISPLAY
010140         MOVE SPACES TO GL-PROOF-REPORT-RECORD
010150         STRING "KEYS POSTED HEAD OFFICE " WS-COUNT-DISPLAY
010160             DELIMITED BY SIZE INTO GL-PROOF-REPORT-RECORD
010170         WRITE GL-PROOF-REPORT-RECORD
010180     END-IF
010190     CLOSE CONTROL-TOTALS-FILE
010200     CLOSE BRANCH-REFERENCE-FILE
010210     CLOSE GL-JOURNAL-FILE
010220     CLOSE GL-PROOF-REPORT-FILE.
010230 9000-TERMINATE-EXIT.
010240     EXIT.
010250*----------------------------------------------------------------*
010260*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
010270*  WITH THE STEP RETURN CODE (12 AND UP RECORDS THE STEP AS      *
010280*  FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). A STOPPED    *
010290*  FEED KEEPS RETURN CODE 08 FOR THE JOB BUT IS RECORDED WITH 12 *
010300*  ON THE LEDGER - NOTHING WAS POSTED, SO THE CORRECTED RERUN    *
010310*  NEEDS NO OVERRIDE. THE JOB RETURN CODE IS PUT BACK AFTER THE  *
010320*  CALL; A LEDGER THAT CANNOT RECORD THE END RAISES IT TO 12 SO  *
010330*  THE CHAIN STOPS.                                              *
010340*----------------------------------------------------------------*
010350 9900-END-RUN-CONTROL.
010360     IF WS-RCL-NOT-CHECKED-IN
010370         GO TO 9900-END-RUN-CONTROL-EXIT
010380     END-IF
010390     MOVE RETURN-CODE TO WS-RCL-JOB-RETURN-CODE
010400     MOVE RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
010410     IF WS-JOURNAL-STOPPED
010420         AND WS-RCL-STEP-RETURN-CODE < 12
010430         MOVE 12 TO WS-RCL-STEP-RETURN-CODE
010440     END-IF
010450     MOVE "E" TO WS-RCL-FUNCTION-CODE
010460     MOVE ZERO TO WS-RCL-RESULT
010470     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
010480         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
010490     SET WS-RCL-NOT-CHECKED-IN TO TRUE
010500     MOVE WS-RCL-JOB-RETURN-CODE TO RETURN-CODE
010510     IF WS-RCL-RESULT NOT = ZERO
010520         MOVE "CTLGLI01 - RUN CONTROL LEDGER END NOT RECORDED"
010530             TO WS-ERROR-MESSAGE-LINE
010540         DISPLAY WS-ERROR-MESSAGE-LINE
010550         MOVE 12 TO RETURN-CODE
010560     END-IF.
010570 9900-END-RUN-CONTROL-EXIT.
010580     EXIT.
