000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLACK01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLACK01 - SOURCE SYSTEM ACKNOWLEDGMENTS. RUNS AFTER THE      *
000100*  NIGHTLY CTLPGM01 AND WRITES ONE ACKNOWLEDGMENT FILE PER       *
000110*  SOURCE SYSTEM, SO EACH SOURCE LEARNS THE SAME NIGHT WHETHER   *
000120*  ITS BATCH BALANCED AND WHICH OF ITS TRANSACTIONS WERE         *
000130*  REJECTED, AND CAN CORRECT THEM AT ORIGIN INSTEAD OF WAITING   *
000140*  FOR A TELEPHONE CALL FROM THE DATA CONTROL GROUP.             *
000150*                                                                *
000160*  THE BATCH VERDICTS COME FROM THE SOURCE BALANCE FILE (SRCBAL) *
000170*  THAT CTLSRT01 WRITES WHILE THE RAW FEED IS STILL IN ARRIVAL   *
000180*  ORDER - ONE RECORD PER HEADER/TRAILER SET WITH OUR COUNT AND  *
000190*  HASH BESIDE THE SOURCE'S OWN TRAILER FIGURES. THE REJECTS     *
000200*  COME FROM THE NIGHT'S REJECT SUSPENSE FILE (RJCTSUSP); EACH   *
000210*  SUSPENSE IMAGE CARRIES THE SOURCE SYSTEM CTLSRT01 STAMPED ON  *
000220*  IT, SINCE THE SORT SCATTERS THE SETS BEFORE CTLPGM01 SEES     *
000230*  THEM. ONLY SUSPENSE RECORDS DATED THE NIGHT'S RUN DATE ARE    *
000240*  ACKNOWLEDGED.                                                 *
000250*                                                                *
000260*  THE ROUTING PARAMETER FILE (ACKROUTE) NAMES THE               *
000270*  ACKNOWLEDGMENT FILE, ACKSRC01 THRU ACKSRC09, EACH SOURCE      *
000280*  SYSTEM LOADS. A SOURCE NOT ON IT, A HEADERLESS SET (*NOHDR*)  *
000290*  AND A REJECT WITH NO SOURCE STAMP GO TO THE UNROUTED FILE     *
000300*  ACKSRC10 FOR THE DATA CONTROL GROUP, SO NOTHING IS LOST.      *
000310*                                                                *
000320*  EACH ACKNOWLEDGMENT FILE HOLDS A HEADER (H), ONE BATCH        *
000330*  VERDICT (B) PER SET RECEIVED, ONE DETAIL (D) PER REJECTED     *
000340*  TRANSACTION WITH ITS REASON CODE (BK BLANK KEY, NR KEY NOT    *
000350*  ON REFERENCE, TT BAD TRANSACTION TYPE), AND A TRAILER (T)     *
000360*  WITH THE FILE'S COUNTS. A CONTROL REPORT (ACKRPT) LISTS THE   *
000370*  VERDICTS AND WHAT WENT INTO EACH FILE.                        *
000380*                                                                *
000390*  RETURN CODE 04 WHEN ANYTHING WENT TO THE UNROUTED FILE OR A   *
000400*  ROUTING ENTRY WAS IGNORED, 12 ON A FILE FAILURE.              *
000410*----------------------------------------------------------------*
000420*  MODIFICATION HISTORY                                          *
000430*----------------------------------------------------------------*
000440*  DATE      INIT  DESCRIPTION                                   *
000450*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000460*  10/15/26  RLM   CHECKS IN UNDER THE NIGHT'S RUN DATE FROM THE *
000470*                  RUN CONTROL LEDGER (CTLRCL01 FUNCTION D)      *
000480*                  INSTEAD OF THE CLOCK DATE, SO A STREAM PAST   *
000490*                  MIDNIGHT OR A NEXT-MORNING RERUN KEEPS ITS    *
000500*                  NIGHT (1020)                                  *
000510*----------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-3090.
000550 OBJECT-COMPUTER. IBM-3090.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT ACK-ROUTE-FILE ASSIGN TO ACKROUTE
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-FS-ACK-ROUTE.
000620     SELECT SOURCE-BALANCE-FILE ASSIGN TO SRCBAL
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-FS-SOURCE-BALANCE.
000660     SELECT REJECT-SUSPENSE-FILE ASSIGN TO RJCTSUSP
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-FS-REJECT-SUSP.
000700     SELECT ACK-SOURCE-01-FILE ASSIGN TO ACKSRC01
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS WS-FS-ACK-01.
000740     SELECT ACK-SOURCE-02-FILE ASSIGN TO ACKSRC02
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-FS-ACK-02.
000780     SELECT ACK-SOURCE-03-FILE ASSIGN TO ACKSRC03
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS WS-FS-ACK-03.
000820     SELECT ACK-SOURCE-04-FILE ASSIGN TO ACKSRC04
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS WS-FS-ACK-04.
000860     SELECT ACK-SOURCE-05-FILE ASSIGN TO ACKSRC05
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS WS-FS-ACK-05.
000900     SELECT ACK-SOURCE-06-FILE ASSIGN TO ACKSRC06
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS WS-FS-ACK-06.
000940     SELECT ACK-SOURCE-07-FILE ASSIGN TO ACKSRC07
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS WS-FS-ACK-07.
000980     SELECT ACK-SOURCE-08-FILE ASSIGN TO ACKSRC08
000990         ORGANIZATION IS SEQUENTIAL
001000         ACCESS MODE IS SEQUENTIAL
001010         FILE STATUS IS WS-FS-ACK-08.
001020     SELECT ACK-SOURCE-09-FILE ASSIGN TO ACKSRC09
001030         ORGANIZATION IS SEQUENTIAL
001040         ACCESS MODE IS SEQUENTIAL
001050         FILE STATUS IS WS-FS-ACK-09.
001060     SELECT ACK-SOURCE-10-FILE ASSIGN TO ACKSRC10
001070         ORGANIZATION IS SEQUENTIAL
001080         ACCESS MODE IS SEQUENTIAL
001090         FILE STATUS IS WS-FS-ACK-10.
001100     SELECT ACK-CONTROL-REPORT-FILE ASSIGN TO ACKRPT
001110         ORGANIZATION IS SEQUENTIAL
001120         ACCESS MODE IS SEQUENTIAL
001130         FILE STATUS IS WS-FS-ACK-REPORT.
001140 DATA DIVISION.
001150 FILE SECTION.
001160*----------------------------------------------------------------*
001170*  ACK-ROUTE-FILE - ONE RECORD PER SOURCE SYSTEM: THE SOURCE     *
001180*  SYSTEM NAME AS IT APPEARS ON ITS BATCH HEADER, THE            *
001190*  ACKNOWLEDGMENT FILE NUMBER (01-09, FILE ACKSRCNN) IT LOADS,   *
001200*  AND A DESCRIPTION FOR THE HEADER RECORD AND THE REPORT.       *
001210*----------------------------------------------------------------*
001220 FD  ACK-ROUTE-FILE
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  ACK-ROUTE-RECORD.
001250     05  AR-SOURCE-SYSTEM             PIC X(08).
001260     05  AR-ACK-FILE-NUMBER           PIC 9(02).
001270     05  AR-SOURCE-DESCRIPTION        PIC X(30).
001280     05  FILLER                       PIC X(40).
001290*----------------------------------------------------------------*
001300*  SOURCE-BALANCE-FILE - SAME LAYOUT AS WRITTEN BY CTLSRT01.     *
001310*----------------------------------------------------------------*
001320 FD  SOURCE-BALANCE-FILE
001330     RECORDING MODE IS F.
001340 01  SOURCE-BALANCE-RECORD.
001350     05  SB-RUN-DATE                  PIC 9(08).
001360     05  SB-SET-SEQUENCE              PIC 9(03).
001370     05  SB-SOURCE-SYSTEM             PIC X(08).
001380     05  SB-CYCLE-DATE                PIC 9(08).
001390     05  SB-STATUS-FLAG               PIC X(01).
001400         88  SB-SET-BALANCED                  VALUE "B".
001410     05  SB-OUR-RECORD-COUNT          PIC 9(09).
001420     05  SB-OUR-HASH-TOTAL            PIC S9(13)V99
001430                                      SIGN LEADING SEPARATE.
001440     05  SB-TRAILER-SWITCH            PIC X(01).
001450         88  SB-TRAILER-RECEIVED              VALUE "Y".
001460     05  SB-THEIR-RECORD-COUNT        PIC 9(09).
001470     05  SB-THEIR-HASH-TOTAL          PIC S9(13)V99
001480                                      SIGN LEADING SEPARATE.
001490     05  FILLER                       PIC X(01).
001500*----------------------------------------------------------------*
001510*  REJECT-SUSPENSE-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.    *
001520*----------------------------------------------------------------*
001530 FD  REJECT-SUSPENSE-FILE
001540     RECORDING MODE IS F.
001550 01  REJECT-SUSPENSE-RECORD.
001560     05  RS-REJECT-REASON-CODE        PIC X(02).
001570     05  RS-RUN-DATE                  PIC 9(08).
001580     05  RS-ORIGINAL-RECORD           PIC X(100).
001590*----------------------------------------------------------------*
001600*  THE ACKNOWLEDGMENT FILES - NINE ROUTED BY ACKROUTE, THEN THE  *
001610*  UNROUTED FILE. EACH IS WRITTEN FROM WS-ACK-RECORD.            *
001620*----------------------------------------------------------------*
001630 FD  ACK-SOURCE-01-FILE
001640     RECORDING MODE IS F.
001650 01  ACK-SOURCE-01-RECORD              PIC X(100).
001660 FD  ACK-SOURCE-02-FILE
001670     RECORDING MODE IS F.
001680 01  ACK-SOURCE-02-RECORD              PIC X(100).
001690 FD  ACK-SOURCE-03-FILE
001700     RECORDING MODE IS F.
001710 01  ACK-SOURCE-03-RECORD              PIC X(100).
001720 FD  ACK-SOURCE-04-FILE
001730     RECORDING MODE IS F.
001740 01  ACK-SOURCE-04-RECORD              PIC X(100).
001750 FD  ACK-SOURCE-05-FILE
001760     RECORDING MODE IS F.
001770 01  ACK-SOURCE-05-RECORD              PIC X(100).
001780 FD  ACK-SOURCE-06-FILE
001790     RECORDING MODE IS F.
001800 01  ACK-SOURCE-06-RECORD              PIC X(100).
001810 FD  ACK-SOURCE-07-FILE
001820     RECORDING MODE IS F.
001830 01  ACK-SOURCE-07-RECORD              PIC X(100).
001840 FD  ACK-SOURCE-08-FILE
001850     RECORDING MODE IS F.
001860 01  ACK-SOURCE-08-RECORD              PIC X(100).
001870 FD  ACK-SOURCE-09-FILE
001880     RECORDING MODE IS F.
001890 01  ACK-SOURCE-09-RECORD              PIC X(100).
001900 FD  ACK-SOURCE-10-FILE
001910     RECORDING MODE IS F.
001920 01  ACK-SOURCE-10-RECORD              PIC X(100).
001930 FD  ACK-CONTROL-REPORT-FILE
001940     RECORDING MODE IS F.
001950 01  ACK-CONTROL-REPORT-RECORD         PIC X(132).
001960 WORKING-STORAGE SECTION.
001970 01  WS-FILE-STATUS-BLOCK.
001980     05  WS-FS-ACK-ROUTE              PIC X(02).
001990         88  WS-FS-ACK-ROUTE-OK                VALUE "00".
002000         88  WS-FS-ACK-ROUTE-MISSING           VALUE "35".
002010     05  WS-FS-SOURCE-BALANCE         PIC X(02).
002020         88  WS-FS-SOURCE-BALANCE-OK           VALUE "00".
002030     05  WS-FS-REJECT-SUSP            PIC X(02).
002040         88  WS-FS-REJECT-SUSP-OK              VALUE "00".
002050     05  WS-FS-ACK-01                 PIC X(02).
002060     05  WS-FS-ACK-02                 PIC X(02).
002070     05  WS-FS-ACK-03                 PIC X(02).
002080     05  WS-FS-ACK-04                 PIC X(02).
002090     05  WS-FS-ACK-05                 PIC X(02).
002100     05  WS-FS-ACK-06                 PIC X(02).
002110     05  WS-FS-ACK-07                 PIC X(02).
002120     05  WS-FS-ACK-08                 PIC X(02).
002130     05  WS-FS-ACK-09                 PIC X(02).
002140     05  WS-FS-ACK-10                 PIC X(02).
002150     05  WS-FS-ACK-REPORT             PIC X(02).
002160         88  WS-FS-ACK-REPORT-OK               VALUE "00".
002170
002180 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
002190     88  WS-EOF-YES                            VALUE "Y".
002200     88  WS-EOF-NO                             VALUE "N".
002210
002220 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
002230     88  WS-ABEND-REQUESTED                    VALUE "Y".
002240
002250 01  WS-WARNING-SWITCH                 PIC X(01) VALUE "N".
002260     88  WS-WARNINGS-SEEN                      VALUE "Y".
002270*----------------------------------------------------------------*
002280*  ACKNOWLEDGMENT FILE NAMES - SLOTS 1 THRU 9 ARE ASSIGNED BY    *
002290*  ACKROUTE, SLOT 10 IS ALWAYS THE UNROUTED FILE.                *
002300*----------------------------------------------------------------*
002310 01  WS-ACK-FILE-NAME-VALUES.
002320     05  FILLER                        PIC X(40) VALUE
002330         "ACKSRC01ACKSRC02ACKSRC03ACKSRC04ACKSRC05".
002340     05  FILLER                        PIC X(40) VALUE
002350         "ACKSRC06ACKSRC07ACKSRC08ACKSRC09ACKSRC10".
002360 01  WS-ACK-FILE-NAME-TABLE REDEFINES WS-ACK-FILE-NAME-VALUES.
002370     05  WS-AF-FILE-NAME OCCURS 10 TIMES
002380                                       PIC X(08).
002390*----------------------------------------------------------------*
002400*  SLOT TABLE - THE SOURCE SYSTEM EACH ACKNOWLEDGMENT FILE IS    *
002410*  FOR AND WHAT HAS BEEN WRITTEN TO IT.                          *
002420*----------------------------------------------------------------*
002430 01  WS-SLOT-TABLE.
002440     05  WS-SL-ENTRY OCCURS 10 TIMES.
002450         10  WS-SL-SOURCE-SYSTEM       PIC X(08).
002460         10  WS-SL-DESCRIPTION         PIC X(30).
002470         10  WS-SL-BATCH-COUNT         PIC 9(05) COMP.
002480         10  WS-SL-ACCEPTED-COUNT      PIC 9(05) COMP.
002490         10  WS-SL-REJECTED-COUNT      PIC 9(05) COMP.
002500         10  WS-SL-DETAIL-COUNT        PIC 9(09) COMP.
002510         10  WS-SL-DETAIL-AMOUNT       PIC S9(13)V99 COMP-3.
002520         10  WS-SL-REASON-BK-COUNT     PIC 9(07) COMP.
002530         10  WS-SL-REASON-NR-COUNT     PIC 9(07) COMP.
002540         10  WS-SL-REASON-TT-COUNT     PIC 9(07) COMP.
002550         10  WS-SL-RECORD-COUNT        PIC 9(09) COMP.
002560
002570 01  WS-SLOT-CONTROL.
002580     05  WS-SL-SUB                     PIC 9(04) COMP VALUE ZERO.
002590     05  WS-SL-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
002600     05  WS-OUT-SUB                    PIC 9(04) COMP VALUE ZERO.
002610     05  WS-LOOKUP-SOURCE              PIC X(08) VALUE SPACES.
002620     05  WS-UNROUTED-SLOT              PIC 9(04) COMP VALUE 10.
002630*----------------------------------------------------------------*
002640*  BATCH VERDICT REASONS - THE CTLSRT01 SET STATUS FLAGS, WORDED *
002650*  AS ON THE CTLPGM01 DAILY SUMMARY.                             *
002660*----------------------------------------------------------------*
002670 01  WS-VERDICT-REASON-VALUES.
002680     05  FILLER                        PIC X(21) VALUE
002690         "BIN BALANCE          ".
002700     05  FILLER                        PIC X(21) VALUE
002710         "CCYCLE DATE MISMATCH ".
002720     05  FILLER                        PIC X(21) VALUE
002730         "RRECORD COUNT        ".
002740     05  FILLER                        PIC X(21) VALUE
002750         "HHASH TOTAL          ".
002760     05  FILLER                        PIC X(21) VALUE
002770         "TNO TRAILER          ".
002780     05  FILLER                        PIC X(21) VALUE
002790         "NNO HEADER           ".
002800 01  WS-VERDICT-REASON-TABLE REDEFINES WS-VERDICT-REASON-VALUES.
002810     05  WS-VR-ENTRY OCCURS 6 TIMES.
002820         10  WS-VR-STATUS-FLAG         PIC X(01).
002830         10  WS-VR-REASON-TEXT         PIC X(20).
002840 77  WS-VR-SUB                         PIC 9(04) COMP VALUE ZERO.
002850 77  WS-VR-FOUND-SUB                   PIC 9(04) COMP VALUE ZERO.
002860*----------------------------------------------------------------*
002870*  ACKNOWLEDGMENT RECORD - 100 BYTES, THE SAME LENGTH AS THE     *
002880*  FEED THE SOURCE SYSTEMS SEND. EVERY RECORD TYPE STARTS WITH   *
002890*  THE TYPE, THE SOURCE SYSTEM, AND THE RUN DATE.                *
002900*    H  HEADER - CREATING PROGRAM AND SOURCE DESCRIPTION         *
002910*    B  BATCH VERDICT - ONE PER HEADER/TRAILER SET: A ACCEPTED   *
002920*       OR R REJECTED, THE CTLSRT01 FLAG, THEIR TRAILER COUNT    *
002930*       AND HASH BESIDE OURS                                     *
002940*    D  DETAIL - ONE PER REJECTED TRANSACTION, WITH ITS REASON   *
002950*    T  TRAILER - COUNTS FOR THE FILE, H AND T INCLUDED          *
002960*----------------------------------------------------------------*
002970 01  WS-ACK-RECORD.
002980     05  AK-RECORD-TYPE               PIC X(01).
002990         88  AK-RECORD-HEADER                 VALUE "H".
003000         88  AK-RECORD-BATCH                  VALUE "B".
003010         88  AK-RECORD-DETAIL                 VALUE "D".
003020         88  AK-RECORD-TRAILER                VALUE "T".
003030     05  AK-SOURCE-SYSTEM             PIC X(08).
003040     05  AK-RUN-DATE                  PIC 9(08).
003050     05  FILLER                       PIC X(83).
003060 01  WS-ACK-HEADER-VIEW REDEFINES WS-ACK-RECORD.
003070     05  FILLER                       PIC X(17).
003080     05  AK-HDR-CREATED-BY            PIC X(08).
003090     05  AK-HDR-SOURCE-DESCRIPTION    PIC X(30).
003100     05  FILLER                       PIC X(45).
003110 01  WS-ACK-BATCH-VIEW REDEFINES WS-ACK-RECORD.
003120     05  FILLER                       PIC X(17).
003130     05  AK-BAT-SET-SEQUENCE          PIC 9(03).
003140     05  AK-BAT-CYCLE-DATE            PIC 9(08).
003150     05  AK-BAT-VERDICT               PIC X(01).
003160         88  AK-BAT-ACCEPTED                  VALUE "A".
003170         88  AK-BAT-REJECTED                  VALUE "R".
003180     05  AK-BAT-STATUS-FLAG           PIC X(01).
003190     05  AK-BAT-THEIR-RECORD-COUNT    PIC 9(09).
003200     05  AK-BAT-OUR-RECORD-COUNT      PIC 9(09).
003210     05  AK-BAT-THEIR-HASH-TOTAL      PIC S9(13)V99
003220                                      SIGN LEADING SEPARATE.
003230     05  AK-BAT-OUR-HASH-TOTAL        PIC S9(13)V99
003240                                      SIGN LEADING SEPARATE.
003250     05  AK-BAT-TRAILER-SWITCH        PIC X(01).
003260     05  FILLER                       PIC X(19).
003270 01  WS-ACK-DETAIL-VIEW REDEFINES WS-ACK-RECORD.
003280     05  FILLER                       PIC X(17).
003290     05  AK-DTL-REASON-CODE           PIC X(02).
003300     05  AK-DTL-KEY-CONTROL           PIC X(06).
003310     05  AK-DTL-TRANSACTION-TYPE      PIC X(01).
003320     05  AK-DTL-TRANSACTION-AMOUNT    PIC S9(09)V99
003330                                      SIGN LEADING SEPARATE.
003340     05  AK-DTL-USER-ID               PIC X(08).
003350     05  AK-DTL-CUSTOMER-NAME         PIC X(30).
003360     05  FILLER                       PIC X(24).
003370 01  WS-ACK-TRAILER-VIEW REDEFINES WS-ACK-RECORD.
003380     05  FILLER                       PIC X(17).
003390     05  AK-TRL-BATCH-COUNT           PIC 9(05).
003400     05  AK-TRL-ACCEPTED-COUNT        PIC 9(05).
003410     05  AK-TRL-REJECTED-COUNT        PIC 9(05).
003420     05  AK-TRL-DETAIL-COUNT          PIC 9(09).
003430     05  AK-TRL-DETAIL-AMOUNT         PIC S9(13)V99
003440                                      SIGN LEADING SEPARATE.
003450     05  AK-TRL-RECORD-COUNT          PIC 9(09).
003460     05  FILLER                       PIC X(34).
003470*----------------------------------------------------------------*
003480*  REJECTED RECORD IMAGE - SAME LAYOUT AS CTLPGM01'S INPUT       *
003490*  MASTER RECORD, INCLUDING THE CTLSRT01 SOURCE STAMP.           *
003500*----------------------------------------------------------------*
003510 01  WS-REJECT-IMAGE.
003520     05  WS-RI-KEY-CONTROL             PIC X(06).
003530     05  WS-RI-CUSTOMER-NAME           PIC X(30).
003540     05  WS-RI-CUSTOMER-ADDRESS        PIC X(40).
003550     05  WS-RI-TRANSACTION-AMOUNT      PIC S9(09)V99 COMP-3.
003560     05  WS-RI-USER-ID                 PIC X(08).
003570     05  WS-RI-RECORD-TYPE-CODE        PIC X(01).
003580     05  WS-RI-TRANSACTION-TYPE        PIC X(01).
003590     05  WS-RI-SOURCE-SYSTEM           PIC X(08).
003600*----------------------------------------------------------------*
003610*  CONTROL REPORT LINES                                          *
003620*----------------------------------------------------------------*
003630 01  WS-BATCH-HEADING.
003640     05  FILLER                        PIC X(04) VALUE "SEQ ".
003650     05  FILLER                        PIC X(09) VALUE "SOURCE".
003660     05  FILLER                        PIC X(09) VALUE "CYCLE".
003670     05  FILLER                        PIC X(09) VALUE "VERDICT".
003680     05  FILLER                        PIC X(21) VALUE "REASON".
003690     05  FILLER                        PIC X(12) VALUE
003700         "THEIR COUNT".
003710     05  FILLER                        PIC X(12) VALUE
003720         "  OUR COUNT".
003730     05  FILLER                        PIC X(22) VALUE
003740         "           THEIR HASH".
003750     05  FILLER                        PIC X(22) VALUE
003760         "             OUR HASH".
003770     05  FILLER                        PIC X(12) VALUE "ACK FILE".
003780 01  WS-BATCH-LINE.
003790     05  WS-BL-SET-SEQUENCE            PIC ZZ9.
003800     05  FILLER                        PIC X(01) VALUE SPACE.
003810     05  WS-BL-SOURCE-SYSTEM           PIC X(08).
003820     05  FILLER                        PIC X(01) VALUE SPACE.
003830     05  WS-BL-CYCLE-DATE              PIC 9(08).
003840     05  FILLER                        PIC X(01) VALUE SPACE.
003850     05  WS-BL-VERDICT                 PIC X(08).
003860     05  FILLER                        PIC X(01) VALUE SPACE.
003870     05  WS-BL-REASON                  PIC X(20).
003880     05  FILLER                        PIC X(01) VALUE SPACE.
003890     05  WS-BL-THEIR-COUNT             PIC ZZZ,ZZZ,ZZ9.
003900     05  FILLER                        PIC X(01) VALUE SPACE.
003910     05  WS-BL-OUR-COUNT               PIC ZZZ,ZZZ,ZZ9.
003920     05  FILLER                        PIC X(01) VALUE SPACE.
003930     05  WS-BL-THEIR-HASH              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003940     05  FILLER                        PIC X(01) VALUE SPACE.
003950     05  WS-BL-OUR-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003960     05  FILLER                        PIC X(01) VALUE SPACE.
003970     05  WS-BL-ACK-FILE                PIC X(08).
003980     05  FILLER                        PIC X(04) VALUE SPACES.
003990 01  WS-FILE-HEADING.
004000     05  FILLER                        PIC X(10) VALUE "ACK FILE".
004010     05  FILLER                        PIC X(10) VALUE "SOURCE".
004020     05  FILLER                        PIC X(32) VALUE
004030         "DESCRIPTION".
004040     05  FILLER                        PIC X(09) VALUE
004050         "  BATCHES".
004060     05  FILLER                        PIC X(09) VALUE
004070         " ACCEPTED".
004080     05  FILLER                        PIC X(09) VALUE
004090         " REJECTED".
004100     05  FILLER                        PIC X(09) VALUE
004110         "   REJ BK".
004120     05  FILLER                        PIC X(09) VALUE
004130         "   REJ NR".
004140     05  FILLER                        PIC X(09) VALUE
004150         "   REJ TT".
004160     05  FILLER                        PIC X(26) VALUE
004170         "  RECORDS".
004180 01  WS-FILE-LINE.
004190     05  WS-FL-ACK-FILE                PIC X(08).
004200     05  FILLER                        PIC X(02) VALUE SPACES.
004210     05  WS-FL-SOURCE-SYSTEM           PIC X(08).
004220     05  FILLER                        PIC X(02) VALUE SPACES.
004230     05  WS-FL-DESCRIPTION             PIC X(30).
004240     05  FILLER                        PIC X(02) VALUE SPACES.
004250     05  WS-FL-BATCH-COUNT             PIC ZZZ,ZZ9.
004260     05  FILLER                        PIC X(02) VALUE SPACES.
004270     05  WS-FL-ACCEPTED-COUNT          PIC ZZZ,ZZ9.
004280     05  FILLER                        PIC X(02) VALUE SPACES.
004290     05  WS-FL-REJECTED-COUNT          PIC ZZZ,ZZ9.
004300     05  FILLER                        PIC X(02) VALUE SPACES.
004310     05  WS-FL-REASON-BK-COUNT         PIC ZZZ,ZZ9.
004320     05  FILLER                        PIC X(02) VALUE SPACES.
004330     05  WS-FL-REASON-NR-COUNT         PIC ZZZ,ZZ9.
004340     05  FILLER                        PIC X(02) VALUE SPACES.
004350     05  WS-FL-REASON-TT-COUNT         PIC ZZZ,ZZ9.
004360     05  FILLER                        PIC X(02) VALUE SPACES.
004370     05  WS-FL-RECORD-COUNT            PIC ZZZ,ZZ9.
004380     05  FILLER                        PIC X(17) VALUE SPACES.
004390
004400 01  WS-REPORT-LINE                    PIC X(132) VALUE SPACES.
004410
004420 01  WS-ACK-TOTALS.
004430     05  WS-AT-SETS-READ               PIC 9(07) COMP VALUE ZERO.
004440     05  WS-AT-SUSPENSE-READ           PIC 9(09) COMP VALUE ZERO.
004450     05  WS-AT-REJECTS-TONIGHT         PIC 9(09) COMP VALUE ZERO.
004460     05  WS-AT-REJECTS-OTHER-DATE      PIC 9(09) COMP VALUE ZERO.
004470     05  WS-AT-UNROUTED-ITEMS          PIC 9(09) COMP VALUE ZERO.
004480     05  WS-AT-ROUTES-LOADED           PIC 9(04) COMP VALUE ZERO.
004490     05  WS-AT-ROUTES-IGNORED          PIC 9(04) COMP VALUE ZERO.
004500
004510 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
004520 77  WS-FEED-RUN-DATE                  PIC 9(08) VALUE ZERO.
004530 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
004540 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
004550*----------------------------------------------------------------*
004560*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE STEP CHECKS     *
004570*  IN AT START AND OUT AT END UNDER ITS PROGRAM NAME.            *
004580*----------------------------------------------------------------*
004590 01  WS-RUN-CONTROL-CALL.
004600     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
004610     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
004620     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
004630     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
004640     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
004650         88  WS-RCL-CHECKED-IN                VALUE "Y".
004660         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
004670*----------------------------------------------------------------*
004680*  PROCEDURE DIVISION                                            *
004690*----------------------------------------------------------------*
004700 PROCEDURE DIVISION.
004710*----------------------------------------------------------------*
004720*  0000-MAINLINE - LOAD THE ROUTING, WRITE EVERY FILE'S HEADER,  *
004730*  THE BATCH VERDICTS, THE REJECT DETAILS, THEN EVERY FILE'S     *
004740*  TRAILER AND THE REPORT SUMMARY. RETURN CODE 04 ON AN          *
004750*  UNROUTED ITEM OR IGNORED ROUTING ENTRY, 12 ON A FILE          *
004760*  FAILURE, 00 OTHERWISE.                                        *
004770*----------------------------------------------------------------*
004780 0000-MAINLINE.
004790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004800     PERFORM 1020-BEGIN-RUN-CONTROL THRU
004810         1020-BEGIN-RUN-CONTROL-EXIT
004820     IF WS-RCL-NOT-CHECKED-IN
004830         MOVE 12 TO RETURN-CODE
004840         GOBACK
004850     END-IF
004860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004870     IF NOT WS-ABEND-REQUESTED
004880         PERFORM 2000-PROCESS-ONE-SET THRU
004890             2000-PROCESS-ONE-SET-EXIT
004900             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
004910     END-IF
004920     IF NOT WS-ABEND-REQUESTED
004930         PERFORM 3000-START-REJECTS THRU 3000-START-REJECTS-EXIT
004940         PERFORM 3100-PROCESS-ONE-REJECT THRU
004950             3100-PROCESS-ONE-REJECT-EXIT
004960             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
004970     END-IF
004980     IF NOT WS-ABEND-REQUESTED
004990         PERFORM 7000-WRITE-FILE-SUMMARY THRU
005000             7000-WRITE-FILE-SUMMARY-EXIT
005010     END-IF
005020     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005030     IF WS-ABEND-REQUESTED
005040         MOVE 12 TO RETURN-CODE
005050     ELSE
005060         IF WS-WARNINGS-SEEN
005070             MOVE 04 TO RETURN-CODE
005080         ELSE
005090             MOVE ZERO TO RETURN-CODE
005100         END-IF
005110     END-IF
005120     PERFORM 9900-END-RUN-CONTROL THRU
005130         9900-END-RUN-CONTROL-EXIT
005140     GOBACK.
005150 0000-MAINLINE-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------*
005180*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL        *
005190*  LEDGER (CTLRCL01). A STEP ALREADY COMPLETE FOR THE RUN DATE   *
005200*  WITHOUT A RERUN OVERRIDE, OR A LEDGER FAILURE, STOPS THE      *
005210*  RUN BEFORE ANYTHING IS READ OR WRITTEN.                       *
005220*  THE NIGHT'S RUN DATE IS TAKEN FROM THE LEDGER FIRST (FUNCTION *
005230*  D), SO A STREAM THAT RUNS PAST MIDNIGHT, OR A RERUN THE NEXT  *
005240*  MORNING, IS STILL LEDGERED UNDER THE NIGHT IT BELONGS TO.     *
005250*----------------------------------------------------------------*
005260 1020-BEGIN-RUN-CONTROL.
005270     SET WS-RCL-NOT-CHECKED-IN TO TRUE
005280     MOVE "D" TO WS-RCL-FUNCTION-CODE
005290     MOVE "CTLACK01" TO WS-RCL-STEP-NAME
005300     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
005310     MOVE ZERO TO WS-RCL-RESULT
005320     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
005330         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
005340     IF WS-RCL-RESULT = ZERO
005350         MOVE "B" TO WS-RCL-FUNCTION-CODE
005360         CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE
005370             WS-RCL-STEP-NAME WS-RUN-DATE WS-RCL-STEP-RETURN-CODE
005380             WS-RCL-RESULT
005390     END-IF
005400     IF WS-RCL-RESULT = ZERO
005410         SET WS-RCL-CHECKED-IN TO TRUE
005420     ELSE
005430         MOVE "CTLACK01 - RUN CONTROL LEDGER DID NOT RELEASE RUN"
005440             TO WS-ERROR-MESSAGE-LINE
005450         DISPLAY WS-ERROR-MESSAGE-LINE
005460     END-IF.
005470 1020-BEGIN-RUN-CONTROL-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------*
005500*  1000-INITIALIZE - OPEN THE CONTROL REPORT, LOAD THE ROUTING,  *
005510*  OPEN THE SOURCE BALANCE FILE AND THE TEN ACKNOWLEDGMENT       *
005520*  FILES, AND WRITE EACH FILE'S HEADER. THE NIGHT'S RUN DATE IS  *
005530*  TAKEN FROM THE FIRST SOURCE BALANCE RECORD, SO A RUN THAT     *
005540*  STARTS AFTER MIDNIGHT STILL ACKNOWLEDGES THE RIGHT NIGHT;     *
005550*  WITH NO SETS AT ALL IT IS THE NIGHT THE RUN CONTROL LEDGER    *
005560*  GAVE. ANY OPEN FAILURE STOPS THE RUN.                         *
005570*----------------------------------------------------------------*
005580 1000-INITIALIZE.
005590     MOVE 1 TO WS-SL-SUB
005600     PERFORM 1300-CLEAR-ONE-SLOT THRU 1300-CLEAR-ONE-SLOT-EXIT
005610         UNTIL WS-SL-SUB > 10
005620     MOVE "*OTHER*" TO WS-SL-SOURCE-SYSTEM (WS-UNROUTED-SLOT)
005630     MOVE "UNROUTED - DATA CONTROL GROUP"
005640         TO WS-SL-DESCRIPTION (WS-UNROUTED-SLOT)
005650     OPEN OUTPUT ACK-CONTROL-REPORT-FILE
005660     IF NOT WS-FS-ACK-REPORT-OK
005670         STRING "CTLACK01 - ACK REPORT OPEN FAILED - STATUS "
005680             WS-FS-ACK-REPORT
005690             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005700         DISPLAY WS-ERROR-MESSAGE-LINE
005710         SET WS-ABEND-REQUESTED TO TRUE
005720         GO TO 1000-INITIALIZE-EXIT
005730     END-IF
005740     MOVE SPACES TO WS-REPORT-LINE
005750     STRING "CTLACK01  SOURCE SYSTEM ACKNOWLEDGMENT CONTROL "
005760         "REPORT   RUN DATE " WS-RUN-DATE
005770         DELIMITED BY SIZE INTO WS-REPORT-LINE
005780     PERFORM 6000-WRITE-REPORT-LINE THRU
005790         6000-WRITE-REPORT-LINE-EXIT
005800     MOVE SPACES TO WS-REPORT-LINE
005810     PERFORM 6000-WRITE-REPORT-LINE THRU
005820         6000-WRITE-REPORT-LINE-EXIT
005830     PERFORM 1100-LOAD-ROUTES THRU 1100-LOAD-ROUTES-EXIT
005840     IF WS-ABEND-REQUESTED
005850         GO TO 1000-INITIALIZE-EXIT
005860     END-IF
005870     OPEN INPUT SOURCE-BALANCE-FILE
005880     IF NOT WS-FS-SOURCE-BALANCE-OK
005890         STRING "CTLACK01 - SOURCE BALANCE OPEN FAILED - "
005900             "STATUS " WS-FS-SOURCE-BALANCE
005910             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005920         DISPLAY WS-ERROR-MESSAGE-LINE
005930         SET WS-ABEND-REQUESTED TO TRUE
005940         GO TO 1000-INITIALIZE-EXIT
005950     END-IF
005960     OPEN OUTPUT ACK-SOURCE-01-FILE ACK-SOURCE-02-FILE
005970         ACK-SOURCE-03-FILE ACK-SOURCE-04-FILE ACK-SOURCE-05-FILE
005980         ACK-SOURCE-06-FILE ACK-SOURCE-07-FILE ACK-SOURCE-08-FILE
005990         ACK-SOURCE-09-FILE ACK-SOURCE-10-FILE
006000     IF WS-FS-ACK-01 NOT = "00" OR WS-FS-ACK-02 NOT = "00"
006010         OR WS-FS-ACK-03 NOT = "00" OR WS-FS-ACK-04 NOT = "00"
006020         OR WS-FS-ACK-05 NOT = "00" OR WS-FS-ACK-06 NOT = "00"
006030         OR WS-FS-ACK-07 NOT = "00" OR WS-FS-ACK-08 NOT = "00"
006040         OR WS-FS-ACK-09 NOT = "00" OR WS-FS-ACK-10 NOT = "00"
006050         STRING "CTLACK01 - ACK FILE OPEN FAILED - STATUS "
006060             WS-FS-ACK-01 " " WS-FS-ACK-02 " " WS-FS-ACK-03 " "
006070             WS-FS-ACK-04 " " WS-FS-ACK-05 " " WS-FS-ACK-06 " "
006080             WS-FS-ACK-07 " " WS-FS-ACK-08 " " WS-FS-ACK-09 " "
006090             WS-FS-ACK-10
006100             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006110         DISPLAY WS-ERROR-MESSAGE-LINE
006120         SET WS-ABEND-REQUESTED TO TRUE
006130         GO TO 1000-INITIALIZE-EXIT
006140     END-IF
006150     SET WS-EOF-NO TO TRUE
006160     PERFORM 2100-READ-SOURCE-BALANCE THRU
006170         2100-READ-SOURCE-BALANCE-EXIT
006180     IF WS-ABEND-REQUESTED
006190         GO TO 1000-INITIALIZE-EXIT
006200     END-IF
006210     IF WS-EOF-YES
006220         MOVE WS-RUN-DATE TO WS-FEED-RUN-DATE
006230     ELSE
006240         MOVE SB-RUN-DATE TO WS-FEED-RUN-DATE
006250     END-IF
006260     MOVE 1 TO WS-SL-SUB
006270     PERFORM 1400-WRITE-ONE-HEADER THRU
006280         1400-WRITE-ONE-HEADER-EXIT
006290         UNTIL WS-SL-SUB > 10
006300     MOVE SPACES TO WS-REPORT-LINE
006310     STRING "BATCH VERDICTS FOR RUN DATE " WS-FEED-RUN-DATE
006320         " FROM THE SOURCE BALANCE FILE (SRCBAL)"
006330         DELIMITED BY SIZE INTO WS-REPORT-LINE
006340     PERFORM 6000-WRITE-REPORT-LINE THRU
006350         6000-WRITE-REPORT-LINE-EXIT
006360     MOVE WS-BATCH-HEADING TO WS-REPORT-LINE
006370     PERFORM 6000-WRITE-REPORT-LINE THRU
006380         6000-WRITE-REPORT-LINE-EXIT
006390     IF WS-EOF-YES
006400         MOVE "NO HEADER/TRAILER SETS WERE RECEIVED THIS RUN"
006410             TO WS-REPORT-LINE
006420         PERFORM 6000-WRITE-REPORT-LINE THRU
006430             6000-WRITE-REPORT-LINE-EXIT
006440     END-IF.
006450 1000-INITIALIZE-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------*
006480*  1100-LOAD-ROUTES - READ THE ROUTING PARAMETER FILE INTO THE   *
006490*  SLOT TABLE. A MISSING FILE SENDS EVERY SOURCE TO THE          *
006500*  UNROUTED FILE AND RAISES THE WARNING.                         *
006510*----------------------------------------------------------------*
006520 1100-LOAD-ROUTES.
006530     OPEN INPUT ACK-ROUTE-FILE
006540     IF WS-FS-ACK-ROUTE-MISSING
006550         SET WS-WARNINGS-SEEN TO TRUE
006560         MOVE "ROUTING FILE ACKROUTE NOT FOUND - EVERY SOURCE"
006570             TO WS-REPORT-LINE
006580         PERFORM 6000-WRITE-REPORT-LINE THRU
006590             6000-WRITE-REPORT-LINE-EXIT
006600         MOVE "GOES TO THE UNROUTED FILE ACKSRC10"
006610             TO WS-REPORT-LINE
006620         PERFORM 6000-WRITE-REPORT-LINE THRU
006630             6000-WRITE-REPORT-LINE-EXIT
006640         GO TO 1100-LOAD-ROUTES-EXIT
006650     END-IF
006660     IF NOT WS-FS-ACK-ROUTE-OK
006670         STRING "CTLACK01 - ACKROUTE OPEN FAILED - STATUS "
006680             WS-FS-ACK-ROUTE
006690             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006700         DISPLAY WS-ERROR-MESSAGE-LINE
006710         SET WS-ABEND-REQUESTED TO TRUE
006720         GO TO 1100-LOAD-ROUTES-EXIT
006730     END-IF
006740     SET WS-EOF-NO TO TRUE
006750     PERFORM 1110-LOAD-ONE-ROUTE THRU 1110-LOAD-ONE-ROUTE-EXIT
006760         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
006770     CLOSE ACK-ROUTE-FILE
006780     IF WS-AT-ROUTES-IGNORED > ZERO
006790         MOVE SPACES TO WS-REPORT-LINE
006800         PERFORM 6000-WRITE-REPORT-LINE THRU
006810             6000-WRITE-REPORT-LINE-EXIT
006820     END-IF.
006830 1100-LOAD-ROUTES-EXIT.
006840     EXIT.
006850*----------------------------------------------------------------*
006860*  1110-LOAD-ONE-ROUTE - ONE ROUTING ENTRY. THE FILE NUMBER MUST *
006870*  BE 01 THRU 09, NOT ALREADY TAKEN, AND THE SOURCE SYSTEM NOT   *
006880*  ALREADY ROUTED; ANYTHING ELSE IS IGNORED, LISTED ON THE       *
006890*  REPORT, AND RAISES THE WARNING.                               *
006900*----------------------------------------------------------------*
006910 1110-LOAD-ONE-ROUTE.
006920     READ ACK-ROUTE-FILE
006930         AT END
006940             SET WS-EOF-YES TO TRUE
006950             GO TO 1110-LOAD-ONE-ROUTE-EXIT
006960     END-READ
006970     IF NOT WS-FS-ACK-ROUTE-OK
006980         STRING "CTLACK01 - ACKROUTE READ FAILED - STATUS "
006990             WS-FS-ACK-ROUTE
007000             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007010         DISPLAY WS-ERROR-MESSAGE-LINE
007020         SET WS-ABEND-REQUESTED TO TRUE
007030         GO TO 1110-LOAD-ONE-ROUTE-EXIT
007040     END-IF
007050     MOVE SPACES TO WS-REPORT-LINE
007060     IF AR-SOURCE-SYSTEM = SPACES
007070         STRING "ROUTING ENTRY IGNORED - NO SOURCE SYSTEM"
007080             DELIMITED BY SIZE INTO WS-REPORT-LINE
007090         GO TO 1110-LOAD-ONE-ROUTE-IGNORE
007100     END-IF
007110     IF AR-ACK-FILE-NUMBER NOT NUMERIC
007120         OR AR-ACK-FILE-NUMBER < 1 OR AR-ACK-FILE-NUMBER > 9
007130         STRING "ROUTING ENTRY IGNORED - SOURCE " AR-SOURCE-SYSTEM
007140             " - FILE NUMBER MUST BE 01 THRU 09"
007150             DELIMITED BY SIZE INTO WS-REPORT-LINE
007160         GO TO 1110-LOAD-ONE-ROUTE-IGNORE
007170     END-IF
007180     IF WS-SL-SOURCE-SYSTEM (AR-ACK-FILE-NUMBER) NOT = SPACES
007190         STRING "ROUTING ENTRY IGNORED - SOURCE " AR-SOURCE-SYSTEM
007200             " - " WS-AF-FILE-NAME (AR-ACK-FILE-NUMBER)
007210             " ALREADY ASSIGNED TO "
007220             WS-SL-SOURCE-SYSTEM (AR-ACK-FILE-NUMBER)
007230             DELIMITED BY SIZE INTO WS-REPORT-LINE
007240         GO TO 1110-LOAD-ONE-ROUTE-IGNORE
007250     END-IF
007260     MOVE AR-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
007270     PERFORM 2500-FIND-SOURCE-SLOT THRU 2500-FIND-SOURCE-SLOT-EXIT
007280     IF WS-SL-FOUND-SUB > ZERO
007290         STRING "ROUTING ENTRY IGNORED - SOURCE " AR-SOURCE-SYSTEM
007300             " - ALREADY ROUTED TO "
007310             WS-AF-FILE-NAME (WS-SL-FOUND-SUB)
007320             DELIMITED BY SIZE INTO WS-REPORT-LINE
007330         GO TO 1110-LOAD-ONE-ROUTE-IGNORE
007340     END-IF
007350     MOVE AR-SOURCE-SYSTEM
007360         TO WS-SL-SOURCE-SYSTEM (AR-ACK-FILE-NUMBER)
007370     MOVE AR-SOURCE-DESCRIPTION
007380         TO WS-SL-DESCRIPTION (AR-ACK-FILE-NUMBER)
007390     ADD 1 TO WS-AT-ROUTES-LOADED
007400     GO TO 1110-LOAD-ONE-ROUTE-EXIT.
007410 1110-LOAD-ONE-ROUTE-IGNORE.
007420     ADD 1 TO WS-AT-ROUTES-IGNORED
007430     SET WS-WARNINGS-SEEN TO TRUE
007440     PERFORM 6000-WRITE-REPORT-LINE THRU
007450         6000-WRITE-REPORT-LINE-EXIT.
007460 1110-LOAD-ONE-ROUTE-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------*
007490*  1300-CLEAR-ONE-SLOT - EMPTY ONE SLOT TABLE ENTRY.             *
007500*----------------------------------------------------------------*
007510 1300-CLEAR-ONE-SLOT.
007520     MOVE SPACES TO WS-SL-SOURCE-SYSTEM (WS-SL-SUB)
007530     MOVE "NOT ASSIGNED" TO WS-SL-DESCRIPTION (WS-SL-SUB)
007540     MOVE ZERO TO WS-SL-BATCH-COUNT (WS-SL-SUB)
007550     MOVE ZERO TO WS-SL-ACCEPTED-COUNT (WS-SL-SUB)
007560     MOVE ZERO TO WS-SL-REJECTED-COUNT (WS-SL-SUB)
007570     MOVE ZERO TO WS-SL-DETAIL-COUNT (WS-SL-SUB)
007580     MOVE ZERO TO WS-SL-DETAIL-AMOUNT (WS-SL-SUB)
007590     MOVE ZERO TO WS-SL-REASON-BK-COUNT (WS-SL-SUB)
007600     MOVE ZERO TO WS-SL-REASON-NR-COUNT (WS-SL-SUB)
007610     MOVE ZERO TO WS-SL-REASON-TT-COUNT (WS-SL-SUB)
007620     MOVE ZERO TO WS-SL-RECORD-COUNT (WS-SL-SUB)
007630     ADD 1 TO WS-SL-SUB.
007640 1300-CLEAR-ONE-SLOT-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------*
007670*  1400-WRITE-ONE-HEADER - THE HEADER RECORD OF ONE              *
007680*  ACKNOWLEDGMENT FILE. A FILE WITH NO SOURCE ASSIGNED STILL     *
007690*  GETS ITS HEADER AND TRAILER SO EVERY FILE IS WELL FORMED.     *
007700*----------------------------------------------------------------*
007710 1400-WRITE-ONE-HEADER.
007720     MOVE SPACES TO WS-ACK-RECORD
007730     SET AK-RECORD-HEADER TO TRUE
007740     MOVE WS-SL-SOURCE-SYSTEM (WS-SL-SUB) TO AK-SOURCE-SYSTEM
007750     MOVE WS-FEED-RUN-DATE TO AK-RUN-DATE
007760     MOVE "CTLACK01" TO AK-HDR-CREATED-BY
007770     MOVE WS-SL-DESCRIPTION (WS-SL-SUB)
007780         TO AK-HDR-SOURCE-DESCRIPTION
007790     MOVE WS-SL-SUB TO WS-OUT-SUB
007800     PERFORM 5000-WRITE-ACK-RECORD THRU
007810         5000-WRITE-ACK-RECORD-EXIT
007820     ADD 1 TO WS-SL-SUB.
007830 1400-WRITE-ONE-HEADER-EXIT.
007840     EXIT.
007850*----------------------------------------------------------------*
007860*  2000-PROCESS-ONE-SET - ONE SOURCE BALANCE RECORD, ALREADY     *
007870*  READ: WRITE ITS BATCH VERDICT TO ITS SOURCE'S FILE, LIST IT   *
007880*  ON THE REPORT, AND READ THE NEXT. A SET IS ACCEPTED ONLY      *
007890*  WHEN CTLSRT01 FOUND IT IN BALANCE (FLAG B).                   *
007900*----------------------------------------------------------------*
007910 2000-PROCESS-ONE-SET.
007920     ADD 1 TO WS-AT-SETS-READ
007930     MOVE SB-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
007940     PERFORM 2400-ROUTE-SOURCE THRU 2400-ROUTE-SOURCE-EXIT
007950     MOVE SPACES TO WS-ACK-RECORD
007960     SET AK-RECORD-BATCH TO TRUE
007970     MOVE SB-SOURCE-SYSTEM TO AK-SOURCE-SYSTEM
007980     MOVE SB-RUN-DATE TO AK-RUN-DATE
007990     MOVE SB-SET-SEQUENCE TO AK-BAT-SET-SEQUENCE
008000     MOVE SB-CYCLE-DATE TO AK-BAT-CYCLE-DATE
008010     MOVE SB-STATUS-FLAG TO AK-BAT-STATUS-FLAG
008020     MOVE SB-THEIR-RECORD-COUNT TO AK-BAT-THEIR-RECORD-COUNT
008030     MOVE SB-OUR-RECORD-COUNT TO AK-BAT-OUR-RECORD-COUNT
008040     MOVE SB-THEIR-HASH-TOTAL TO AK-BAT-THEIR-HASH-TOTAL
008050     MOVE SB-OUR-HASH-TOTAL TO AK-BAT-OUR-HASH-TOTAL
008060     MOVE SB-TRAILER-SWITCH TO AK-BAT-TRAILER-SWITCH
008070     ADD 1 TO WS-SL-BATCH-COUNT (WS-OUT-SUB)
008080     IF SB-SET-BALANCED
008090         SET AK-BAT-ACCEPTED TO TRUE
008100         ADD 1 TO WS-SL-ACCEPTED-COUNT (WS-OUT-SUB)
008110         MOVE "ACCEPTED" TO WS-BL-VERDICT
008120     ELSE
008130         SET AK-BAT-REJECTED TO TRUE
008140         ADD 1 TO WS-SL-REJECTED-COUNT (WS-OUT-SUB)
008150         MOVE "REJECTED" TO WS-BL-VERDICT
008160     END-IF
008170     PERFORM 5000-WRITE-ACK-RECORD THRU
008180         5000-WRITE-ACK-RECORD-EXIT
008190     MOVE ZERO TO WS-VR-FOUND-SUB
008200     MOVE 1 TO WS-VR-SUB
008210     PERFORM 2010-CHECK-ONE-REASON THRU
008220         2010-CHECK-ONE-REASON-EXIT
008230         UNTIL WS-VR-SUB > 6 OR WS-VR-FOUND-SUB > ZERO
008240     IF WS-VR-FOUND-SUB > ZERO
008250         MOVE WS-VR-REASON-TEXT (WS-VR-FOUND-SUB) TO WS-BL-REASON
008260     ELSE
008270         MOVE SPACES TO WS-BL-REASON
008280         STRING "FLAG " SB-STATUS-FLAG
008290             DELIMITED BY SIZE INTO WS-BL-REASON
008300     END-IF
008310     MOVE SB-SET-SEQUENCE TO WS-BL-SET-SEQUENCE
008320     MOVE SB-SOURCE-SYSTEM TO WS-BL-SOURCE-SYSTEM
008330     MOVE SB-CYCLE-DATE TO WS-BL-CYCLE-DATE
008340     MOVE SB-THEIR-RECORD-COUNT TO WS-BL-THEIR-COUNT
008350     MOVE SB-OUR-RECORD-COUNT TO WS-BL-OUR-COUNT
008360     MOVE SB-THEIR-HASH-TOTAL TO WS-BL-THEIR-HASH
008370     MOVE SB-OUR-HASH-TOTAL TO WS-BL-OUR-HASH
008380     MOVE WS-AF-FILE-NAME (WS-OUT-SUB) TO WS-BL-ACK-FILE
008390     MOVE WS-BATCH-LINE TO WS-REPORT-LINE
008400     PERFORM 6000-WRITE-REPORT-LINE THRU
008410         6000-WRITE-REPORT-LINE-EXIT
008420     PERFORM 2100-READ-SOURCE-BALANCE THRU
008430         2100-READ-SOURCE-BALANCE-EXIT.
008440 2000-PROCESS-ONE-SET-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------*
008470*  2010-CHECK-ONE-REASON - TEST ONE VERDICT REASON ENTRY AGAINST *
008480*  THE SET'S STATUS FLAG.                                        *
008490*----------------------------------------------------------------*
008500 2010-CHECK-ONE-REASON.
008510     IF WS-VR-STATUS-FLAG (WS-VR-SUB) = SB-STATUS-FLAG
008520         MOVE WS-VR-SUB TO WS-VR-FOUND-SUB
008530     END-IF
008540     ADD 1 TO WS-VR-SUB.
008550 2010-CHECK-ONE-REASON-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------*
008580*  2100-READ-SOURCE-BALANCE - NEXT SOURCE BALANCE RECORD.        *
008590*----------------------------------------------------------------*
008600 2100-READ-SOURCE-BALANCE.
008610     READ SOURCE-BALANCE-FILE
008620         AT END
008630             SET WS-EOF-YES TO TRUE
008640             GO TO 2100-READ-SOURCE-BALANCE-EXIT
008650     END-READ
008660     IF NOT WS-FS-SOURCE-BALANCE-OK
008670         STRING "CTLACK01 - SOURCE BALANCE READ FAILED - "
008680             "STATUS " WS-FS-SOURCE-BALANCE
008690             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
008700         DISPLAY WS-ERROR-MESSAGE-LINE
008710         SET WS-ABEND-REQUESTED TO TRUE
008720     END-IF.
008730 2100-READ-SOURCE-BALANCE-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------*
008760*  2400-ROUTE-SOURCE - SET WS-OUT-SUB TO THE ACKNOWLEDGMENT FILE *
008770*  FOR WS-LOOKUP-SOURCE. A BLANK OR UNROUTED SOURCE GOES TO THE  *
008780*  UNROUTED FILE, IS COUNTED, AND RAISES THE WARNING.            *
008790*----------------------------------------------------------------*
008800 2400-ROUTE-SOURCE.
008810     MOVE ZERO TO WS-SL-FOUND-SUB
008820     IF WS-LOOKUP-SOURCE NOT = SPACES
008830         PERFORM 2500-FIND-SOURCE-SLOT THRU
008840             2500-FIND-SOURCE-SLOT-EXIT
008850     END-IF
008860     IF WS-SL-FOUND-SUB > ZERO
008870         MOVE WS-SL-FOUND-SUB TO WS-OUT-SUB
008880     ELSE
008890         MOVE WS-UNROUTED-SLOT TO WS-OUT-SUB
008900         ADD 1 TO WS-AT-UNROUTED-ITEMS
008910         SET WS-WARNINGS-SEEN TO TRUE
008920     END-IF.
008930 2400-ROUTE-SOURCE-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------*
008960*  2500-FIND-SOURCE-SLOT - SEARCH THE NINE ROUTED SLOTS FOR      *
008970*  WS-LOOKUP-SOURCE. WS-SL-FOUND-SUB IS ZERO WHEN NOT ROUTED.    *
008980*----------------------------------------------------------------*
008990 2500-FIND-SOURCE-SLOT.
009000     MOVE ZERO TO WS-SL-FOUND-SUB
009010     MOVE 1 TO WS-SL-SUB
009020     PERFORM 2510-CHECK-ONE-SLOT THRU 2510-CHECK-ONE-SLOT-EXIT
009030         UNTIL WS-SL-SUB > 9 OR WS-SL-FOUND-SUB > ZERO.
009040 2500-FIND-SOURCE-SLOT-EXIT.
009050     EXIT.
009060*----------------------------------------------------------------*
009070*  2510-CHECK-ONE-SLOT - TEST ONE ROUTED SLOT.                   *
009080*----------------------------------------------------------------*
009090 2510-CHECK-ONE-SLOT.
009100     IF WS-SL-SOURCE-SYSTEM (WS-SL-SUB) = WS-LOOKUP-SOURCE
009110         MOVE WS-SL-SUB TO WS-SL-FOUND-SUB
009120     END-IF
009130     ADD 1 TO WS-SL-SUB.
009140 2510-CHECK-ONE-SLOT-EXIT.
009150     EXIT.
009160*----------------------------------------------------------------*
009170*  3000-START-REJECTS - CLOSE THE SOURCE BALANCE FILE, OPEN THE  *
009180*  REJECT SUSPENSE FILE, AND PRIME THE FIRST READ.               *
009190*----------------------------------------------------------------*
009200 3000-START-REJECTS.
009210     CLOSE SOURCE-BALANCE-FILE
009220     OPEN INPUT REJECT-SUSPENSE-FILE
009230     IF NOT WS-FS-REJECT-SUSP-OK
009240         STRING "CTLACK01 - SUSPENSE OPEN FAILED - STATUS "
009250             WS-FS-REJECT-SUSP
009260             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
009270         DISPLAY WS-ERROR-MESSAGE-LINE
009280         SET WS-ABEND-REQUESTED TO TRUE
009290         GO TO 3000-START-REJECTS-EXIT
009300     END-IF
009310     SET WS-EOF-NO TO TRUE
009320     PERFORM 3200-READ-SUSPENSE THRU 3200-READ-SUSPENSE-EXIT.
009330 3000-START-REJECTS-EXIT.
009340     EXIT.
009350*----------------------------------------------------------------*
009360*  3100-PROCESS-ONE-REJECT - ONE SUSPENSE RECORD, ALREADY READ.  *
009370*  A RECORD FROM THE NIGHT'S RUN DATE BECOMES A DETAIL RECORD ON *
009380*  ITS SOURCE'S FILE; AN OLDER ONE IS ONLY COUNTED, SINCE ITS    *
009390*  SOURCE WAS TOLD ON THE NIGHT IT ARRIVED.                      *
009400*----------------------------------------------------------------*
009410 3100-PROCESS-ONE-REJECT.
009420     ADD 1 TO WS-AT-SUSPENSE-READ
009430     IF RS-RUN-DATE NOT = WS-FEED-RUN-DATE
009440         ADD 1 TO WS-AT-REJECTS-OTHER-DATE
009450         GO TO 3100-PROCESS-ONE-REJECT-NEXT
009460     END-IF
009470     ADD 1 TO WS-AT-REJECTS-TONIGHT
009480     MOVE RS-ORIGINAL-RECORD TO WS-REJECT-IMAGE
009490     MOVE WS-RI-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
009500     PERFORM 2400-ROUTE-SOURCE THRU 2400-ROUTE-SOURCE-EXIT
009510     MOVE SPACES TO WS-ACK-RECORD
009520     SET AK-RECORD-DETAIL TO TRUE
009530     MOVE WS-RI-SOURCE-SYSTEM TO AK-SOURCE-SYSTEM
009540     MOVE RS-RUN-DATE TO AK-RUN-DATE
009550     MOVE RS-REJECT-REASON-CODE TO AK-DTL-REASON-CODE
009560     MOVE WS-RI-KEY-CONTROL TO AK-DTL-KEY-CONTROL
009570     MOVE WS-RI-TRANSACTION-TYPE TO AK-DTL-TRANSACTION-TYPE
009580     MOVE WS-RI-TRANSACTION-AMOUNT TO AK-DTL-TRANSACTION-AMOUNT
009590     MOVE WS-RI-USER-ID TO AK-DTL-USER-ID
009600     MOVE WS-RI-CUSTOMER-NAME TO AK-DTL-CUSTOMER-NAME
009610     PERFORM 5000-WRITE-ACK-RECORD THRU
009620         5000-WRITE-ACK-RECORD-EXIT
009630     ADD 1 TO WS-SL-DETAIL-COUNT (WS-OUT-SUB)
009640     ADD WS-RI-TRANSACTION-AMOUNT
009650         TO WS-SL-DETAIL-AMOUNT (WS-OUT-SUB)
009660     IF RS-REJECT-REASON-CODE = "BK"
009670         ADD 1 TO WS-SL-REASON-BK-COUNT (WS-OUT-SUB)
009680     END-IF
009690     IF RS-REJECT-REASON-CODE = "NR"
009700         ADD 1 TO WS-SL-REASON-NR-COUNT (WS-OUT-SUB)
009710     END-IF
009720     IF RS-REJECT-REASON-CODE = "TT"
009730         ADD 1 TO WS-SL-REASON-TT-COUNT (WS-OUT-SUB)
009740     END-IF.
009750 3100-PROCESS-ONE-REJECT-NEXT.
009760     PERFORM 3200-READ-SUSPENSE THRU 3200-READ-SUSPENSE-EXIT.
009770 3100-PROCESS-ONE-REJECT-EXIT.
009780     EXIT.
009790*----------------------------------------------------------------*
009800*  3200-READ-SUSPENSE - NEXT REJECT SUSPENSE RECORD.             *
009810*----------------------------------------------------------------*
009820 3200-READ-SUSPENSE.
009830     READ REJECT-SUSPENSE-FILE
009840         AT END
009850             SET WS-EOF-YES TO TRUE
009860             GO TO 3200-READ-SUSPENSE-EXIT
009870     END-READ
009880     IF NOT WS-FS-REJECT-SUSP-OK
009890         STRING "CTLACK01 - SUSPENSE READ FAILED - STATUS "
009900             WS-FS-REJECT-SUSP
009910             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
009920         DISPLAY WS-ERROR-MESSAGE-LINE
009930         SET WS-ABEND-REQUESTED TO TRUE
009940     END-IF.
009950 3200-READ-SUSPENSE-EXIT.
009960     EXIT.
009970*----------------------------------------------------------------*
009980*  5000-WRITE-ACK-RECORD - WRITE WS-ACK-RECORD TO                *
009990*  ACKNOWLEDGMENT FILE WS-OUT-SUB AND COUNT IT FOR THE TRAILER.  *
010000*----------------------------------------------------------------*
010010 5000-WRITE-ACK-RECORD.
010020     IF WS-OUT-SUB = 1
010030         WRITE ACK-SOURCE-01-RECORD FROM WS-ACK-RECORD
010040     END-IF
010050     IF WS-OUT-SUB = 2
010060         WRITE ACK-SOURCE-02-RECORD FROM WS-ACK-RECORD
010070     END-IF
010080     IF WS-OUT-SUB = 3
010090         WRITE ACK-SOURCE-03-RECORD FROM WS-ACK-RECORD
010100     END-IF
010110     IF WS-OUT-SUB = 4
010120         WRITE ACK-SOURCE-04-RECORD FROM WS-ACK-RECORD
010130     END-IF
010140     IF WS-OUT-SUB = 5
010150         WRITE ACK-SOURCE-05-RECORD FROM WS-ACK-RECORD
010160     END-IF
010170     IF WS-OUT-SUB = 6
010180         WRITE ACK-SOURCE-06-RECORD FROM WS-ACK-RECORD
010190     END-IF
010200     IF WS-OUT-SUB = 7
010210         WRITE ACK-SOURCE-07-RECORD FROM WS-ACK-RECORD
010220     END-IF
010230     IF WS-OUT-SUB = 8
010240         WRITE ACK-SOURCE-08-RECORD FROM WS-ACK-RECORD
010250     END-IF
010260     IF WS-OUT-SUB = 9
010270         WRITE ACK-SOURCE-09-RECORD FROM WS-ACK-RECORD
010280     END-IF
010290     IF WS-OUT-SUB = 10
010300         WRITE ACK-SOURCE-10-RECORD FROM WS-ACK-RECORD
010310     END-IF
010320     ADD 1 TO WS-SL-RECORD-COUNT (WS-OUT-SUB).
010330 5000-WRITE-ACK-RECORD-EXIT.
010340     EXIT.
010350*----------------------------------------------------------------*
010360*  6000-WRITE-REPORT-LINE - WRITE WS-REPORT-LINE TO THE CONTROL  *
010370*  REPORT AND CLEAR IT.                                          *
010380*----------------------------------------------------------------*
010390 6000-WRITE-REPORT-LINE.
010400     WRITE ACK-CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
010410     MOVE SPACES TO WS-REPORT-LINE.
010420 6000-WRITE-REPORT-LINE-EXIT.
010430     EXIT.
010440*----------------------------------------------------------------*
010450*  7000-WRITE-FILE-SUMMARY - CLOSE EVERY ACKNOWLEDGMENT FILE     *
010460*  WITH ITS TRAILER, LIST WHAT WENT INTO EACH ON THE REPORT,     *
010470*  THEN THE REJECT AND ROUTING TOTALS.                           *
010480*----------------------------------------------------------------*
010490 7000-WRITE-FILE-SUMMARY.
010500     MOVE SPACES TO WS-REPORT-LINE
010510     PERFORM 6000-WRITE-REPORT-LINE THRU
010520         6000-WRITE-REPORT-LINE-EXIT
010530     MOVE "ACKNOWLEDGMENT FILES" TO WS-REPORT-LINE
010540     PERFORM 6000-WRITE-REPORT-LINE THRU
010550         6000-WRITE-REPORT-LINE-EXIT
010560     MOVE WS-FILE-HEADING TO WS-REPORT-LINE
010570     PERFORM 6000-WRITE-REPORT-LINE THRU
010580         6000-WRITE-REPORT-LINE-EXIT
010590     MOVE 1 TO WS-SL-SUB
010600     PERFORM 7100-CLOSE-ONE-FILE THRU 7100-CLOSE-ONE-FILE-EXIT
010610         UNTIL WS-SL-SUB > 10
010620     MOVE SPACES TO WS-REPORT-LINE
010630     PERFORM 6000-WRITE-REPORT-LINE THRU
010640         6000-WRITE-REPORT-LINE-EXIT
010650     MOVE WS-AT-REJECTS-TONIGHT TO WS-COUNT-DISPLAY
010660     STRING "REJECTS ACKNOWLEDGED FOR RUN DATE " WS-FEED-RUN-DATE
010670         "      " WS-COUNT-DISPLAY
010680         DELIMITED BY SIZE INTO WS-REPORT-LINE
010690     PERFORM 6000-WRITE-REPORT-LINE THRU
010700         6000-WRITE-REPORT-LINE-EXIT
010710     MOVE WS-AT-REJECTS-OTHER-DATE TO WS-COUNT-DISPLAY
010720     STRING "SUSPENSE RECORDS FROM OTHER RUN DATES SKIPPED "
010730         WS-COUNT-DISPLAY
010740         DELIMITED BY SIZE INTO WS-REPORT-LINE
010750     PERFORM 6000-WRITE-REPORT-LINE THRU
010760         6000-WRITE-REPORT-LINE-EXIT
010770     MOVE WS-AT-UNROUTED-ITEMS TO WS-COUNT-DISPLAY
010780     STRING "ITEMS SENT TO THE UNROUTED FILE ACKSRC10     "
010790         WS-COUNT-DISPLAY
010800         DELIMITED BY SIZE INTO WS-REPORT-LINE
010810     PERFORM 6000-WRITE-REPORT-LINE THRU
010820         6000-WRITE-REPORT-LINE-EXIT
010830     MOVE WS-AT-ROUTES-IGNORED TO WS-COUNT-DISPLAY
010840     STRING "ROUTING ENTRIES IGNORED                       "
010850         WS-COUNT-DISPLAY
010860         DELIMITED BY SIZE INTO WS-REPORT-LINE
010870     PERFORM 6000-WRITE-REPORT-LINE THRU
010880         6000-WRITE-REPORT-LINE-EXIT.
010890 7000-WRITE-FILE-SUMMARY-EXIT.
010900     EXIT.
010910*----------------------------------------------------------------*
010920*  7100-CLOSE-ONE-FILE - TRAILER RECORD FOR ONE ACKNOWLEDGMENT   *
010930*  FILE (ITS RECORD COUNT INCLUDES THE HEADER AND THE TRAILER    *
010940*  ITSELF) AND ITS LINE ON THE REPORT.                           *
010950*----------------------------------------------------------------*
010960 7100-CLOSE-ONE-FILE.
010970     MOVE WS-SL-SUB TO WS-OUT-SUB
010980     MOVE SPACES TO WS-ACK-RECORD
010990     SET AK-RECORD-TRAILER TO TRUE
011000     MOVE WS-SL-SOURCE-SYSTEM (WS-SL-SUB) TO AK-SOURCE-SYSTEM
011010     MOVE WS-FEED-RUN-DATE TO AK-RUN-DATE
011020     MOVE WS-SL-BATCH-COUNT (WS-SL-SUB) TO AK-TRL-BATCH-COUNT
011030     MOVE WS-SL-ACCEPTED-COUNT (WS-SL-SUB)
011040         TO AK-TRL-ACCEPTED-COUNT
011050     MOVE WS-SL-REJECTED-COUNT (WS-SL-SUB)
011060         TO AK-TRL-REJECTED-COUNT
011070     MOVE WS-SL-DETAIL-COUNT (WS-SL-SUB) TO AK-TRL-DETAIL-COUNT
011080     MOVE WS-SL-DETAIL-AMOUNT (WS-SL-SUB) TO AK-TRL-DETAIL-AMOUNT
011090     ADD 1 TO WS-SL-RECORD-COUNT (WS-SL-SUB)
011100     MOVE WS-SL-RECORD-COUNT (WS-SL-SUB) TO AK-TRL-RECORD-COUNT
011110     SUBTRACT 1 FROM WS-SL-RECORD-COUNT (WS-SL-SUB)
011120     PERFORM 5000-WRITE-ACK-RECORD THRU
011130         5000-WRITE-ACK-RECORD-EXIT
011140     MOVE WS-AF-FILE-NAME (WS-SL-SUB) TO WS-FL-ACK-FILE
011150     MOVE WS-SL-SOURCE-SYSTEM (WS-SL-SUB) TO WS-FL-SOURCE-SYSTEM
011160     MOVE WS-SL-DESCRIPTION (WS-SL-SUB) TO WS-FL-DESCRIPTION
011170     MOVE WS-SL-BATCH-COUNT (WS-SL-SUB) TO WS-FL-BATCH-COUNT
011180     MOVE WS-SL-ACCEPTED-COUNT (WS-SL-SUB) TO WS-FL-ACCEPTED-COUNT
011190     MOVE WS-SL-REJECTED-COUNT (WS-SL-SUB) TO WS-FL-REJECTED-COUNT
011200     MOVE WS-SL-REASON-BK-COUNT (WS-SL-SUB)
011210         TO WS-FL-REASON-BK-COUNT
011220     MOVE WS-SL-REASON-NR-COUNT (WS-SL-SUB)
011230         TO WS-FL-REASON-NR-COUNT
011240     MOVE WS-SL-REASON-TT-COUNT (WS-SL-SUB)
011250         TO WS-FL-REASON-TT-COUNT
011260     MOVE WS-SL-RECORD-COUNT (WS-SL-SUB) TO WS-FL-RECORD-COUNT
011270     MOVE WS-FILE-LINE TO WS-REPORT-LINE
011280     PERFORM 6000-WRITE-REPORT-LINE THRU
011290         6000-WRITE-REPORT-LINE-EXIT
011300     ADD 1 TO WS-SL-SUB.
011310 7100-CLOSE-ONE-FILE-EXIT.
011320     EXIT.
011330*----------------------------------------------------------------*
011340*  9000-TERMINATE - RUN COUNTS TO THE JOB LOG, CLOSE THE FILES.  *
011350*----------------------------------------------------------------*
011360 9000-TERMINATE.
011370     IF NOT WS-ABEND-REQUESTED
011380         MOVE WS-AT-SETS-READ TO WS-COUNT-DISPLAY
011390         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
011400         STRING "CTLACK01 - BATCH VERDICTS WRITTEN  "
011410             WS-COUNT-DISPLAY
011420             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
011430         DISPLAY WS-ERROR-MESSAGE-LINE
011440         MOVE WS-AT-REJECTS-TONIGHT TO WS-COUNT-DISPLAY
011450         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
011460         STRING "CTLACK01 - REJECT DETAILS WRITTEN  "
011470             WS-COUNT-DISPLAY
011480             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
011490         DISPLAY WS-ERROR-MESSAGE-LINE
011500         MOVE WS-AT-UNROUTED-ITEMS TO WS-COUNT-DISPLAY
011510         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
011520         STRING "CTLACK01 - UNROUTED ITEMS          "
011530             WS-COUNT-DISPLAY
011540             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
011550         DISPLAY WS-ERROR-MESSAGE-LINE
011560     END-IF
011570     CLOSE SOURCE-BALANCE-FILE
011580     CLOSE REJECT-SUSPENSE-FILE
011590     CLOSE ACK-SOURCE-01-FILE ACK-SOURCE-02-FILE
011600         ACK-SOURCE-03-FILE ACK-SOURCE-04-FILE ACK-SOURCE-05-FILE
011610         ACK-SOURCE-06-FILE ACK-SOURCE-07-FILE ACK-SOURCE-08-FILE
011620         ACK-SOURCE-09-FILE ACK-SOURCE-10-FILE
011630     CLOSE ACK-CONTROL-REPORT-FILE.
011640 9000-TERMINATE-EXIT.
011650     EXIT.
011660*----------------------------------------------------------------*
011670*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
011680*  WITH THE STEP RETURN CODE (12 AND UP RECORDS THE STEP AS      *
011690*  FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). THE RETURN   *
011700*  CODE IS PUT BACK AFTER THE CALL; A LEDGER THAT CANNOT RECORD  *
011710*  THE END RAISES IT TO 12 SO THE CHAIN STOPS.                   *
011720*----------------------------------------------------------------*
011730 9900-END-RUN-CONTROL.
011740     IF WS-RCL-NOT-CHECKED-IN
011750         GO TO 9900-END-RUN-CONTROL-EXIT
011760     END-IF
011770     MOVE RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
011780     MOVE "E" TO WS-RCL-FUNCTION-CODE
011790     MOVE ZERO TO WS-RCL-RESULT
011800     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
011810         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
011820     SET WS-RCL-NOT-CHECKED-IN TO TRUE
011830     MOVE WS-RCL-STEP-RETURN-CODE TO RETURN-CODE
011840     IF WS-RCL-RESULT NOT = ZERO
011850         MOVE "CTLACK01 - RUN CONTROL LEDGER END NOT RECORDED"
011860             TO WS-ERROR-MESSAGE-LINE
011870         DISPLAY WS-ERROR-MESSAGE-LINE
011880         MOVE 12 TO RETURN-CODE
011890     END-IF.
011900 9900-END-RUN-CONTROL-EXIT.
011910     EXIT.
