000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLCRB01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLCRB01 - REBUILD THE CLEANSED CUSTOMER MASTER AS OF A RUN   *
000100*  DATE FROM THE AUDIT ARCHIVE. CLNMSTR IS UPDATED IN PLACE BY   *
000110*  CTLPGM01, SO A DAMAGED FILE OR A BAD NIGHT POSTED TO IT HAS   *
000120*  NO CLEAN WAY BACK SHORT OF A BACKUP AND RERUNNING NIGHTS.     *
000130*  EVERY RECORD CTLPGM01 POSTS TO THE MASTER IS ALSO WRITTEN TO  *
000140*  THE AUDIT TRAIL AS AN AFTER-IMAGE AND ROLLED INTO AUDTARCH BY *
000150*  CTLARC01, SO THE MASTER AS IT STOOD AT THE END OF ANY RUN     *
000160*  DATE IS THE LAST POSTED AFTER-IMAGE OF EACH KEY WHOSE RUN     *
000170*  DATE IS ON OR BEFORE THAT DATE. AN IMAGE IS CUT ON THE RUN    *
000180*  DATE IT CARRIES, NOT ITS CLOCK TIMESTAMP, SO A POSTING MADE   *
000190*  AFTER MIDNIGHT STAYS WITH ITS NIGHT; AN IMAGE ARCHIVED BEFORE *
000200*  THE RUN DATE WAS CARRIED IS CUT ON ITS TIMESTAMP DATE.        *
000210*                                                                *
000220*  THE ARCHIVE IS READ ONCE IN KEY ORDER (KEY CONTROL PLUS       *
000230*  TIMESTAMP, SO EACH KEY'S IMAGES COME OLDEST FIRST). IMAGES    *
000240*  OF A RUN AFTER THE AS-OF DATE AND IMAGES LOGGED AS DUPLICATES *
000250*  (DISPOSITION D - NEVER POSTED) ARE PASSED OVER. THE REBUILT   *
000260*  MASTER IS WRITTEN TO CLNRBLD IN THE CLNMSTR LAYOUT, READY TO  *
000270*  BE LOADED IN PLACE OF THE LIVE FILE OR HANDED TO AUDIT.       *
000280*                                                                *
000290*  THE REBUILT MASTER IS MATCHED AGAINST THE LIVE CLNMSTR AND    *
000300*  EVERY KEY THAT DIFFERS IS LISTED - AN IMAGE THAT DIFFERS, A   *
000310*  KEY ONLY IN THE REBUILD, OR A KEY ONLY ON THE LIVE MASTER. A  *
000320*  CUSTOMER WHOSE LAST IMAGE IS PAST THE ARCHIVE'S SEVEN-YEAR    *
000330*  RETENTION SHOWS AS LIVE ONLY. A MISSING OR UNREADABLE LIVE    *
000340*  MASTER DOES NOT STOP THE REBUILD; THE COMPARISON IS MARKED    *
000350*  INCOMPLETE.                                                   *
000360*                                                                *
000370*  A BRANCH CONSOLIDATION CONVERSION (CTLBCV01) ARCHIVES ITS     *
000380*  CHANGES WITH DISPOSITION C. AN IMAGE MOVED TO THE SUCCESSOR   *
000390*  KEY IS APPLIED LIKE A POSTING; AN IMAGE WITH NO AFTER KEY     *
000400*  RETIRES THE OLD KEY, WHICH IS THEN NOT ON THE MASTER FROM     *
000410*  THAT DATE UNLESS A LATER IMAGE POSTS TO IT AGAIN.             *
000420*                                                                *
000430*  THE AS-OF DATE IS PASSED AS YYYYMMDD; ZERO TAKES TODAY.       *
000440*  RETURN CODE 04 WHEN ANY KEY DIFFERS OR THE COMPARISON IS      *
000450*  INCOMPLETE, 12 ON A BAD AS-OF DATE OR A FILE FAILURE.         *
000460*----------------------------------------------------------------*
000470*  MODIFICATION HISTORY                                          *
000480*----------------------------------------------------------------*
000490*  DATE      INIT  DESCRIPTION                                   *
000500*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000510*  10/15/26  RLM   BRANCH CONSOLIDATION IMAGES (DISPOSITION C,   *
000520*                  WRITTEN BY CTLBCV01): A MOVE TO THE SUCCESSOR *
000530*                  IS APPLIED AS POSTED, A RETIRING IMAGE DROPS  *
000540*                  THE OLD KEY FROM THE REBUILD                  *
000550*  10/15/26  RLM   THE AS-OF CUT IS TAKEN ON THE RUN DATE THE    *
000560*                  IMAGE CARRIES (AA-RUN-DATE), SO A POSTING     *
000570*                  MADE AFTER MIDNIGHT FOR A NIGHT IS PART OF    *
000580*                  THAT NIGHT'S REBUILD. ARCHIVE RECORD IS NOW   *
000590*                  208 BYTES                                     *
000600*----------------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-3090.
000640 OBJECT-COMPUTER. IBM-3090.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDTARCH
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS AA-ARCHIVE-KEY
000710         FILE STATUS IS WS-FS-AUDIT-ARCH.
000720     SELECT CLEANSED-MASTER-FILE ASSIGN TO CLNMSTR
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS CM-KEY-CONTROL
000760         FILE STATUS IS WS-FS-CLEANSED-MSTR.
000770     SELECT REBUILT-MASTER-FILE ASSIGN TO CLNRBLD
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS RB-KEY-CONTROL
000810         FILE STATUS IS WS-FS-REBUILT-MSTR.
000820     SELECT REBUILD-REPORT-FILE ASSIGN TO CRBRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS WS-FS-REBUILD-RPT.
000860 DATA DIVISION.
000870 FILE SECTION.
000880*----------------------------------------------------------------*
000890*  AUDIT-ARCHIVE-FILE - SAME LAYOUT AS WRITTEN BY CTLARC01.      *
000900*----------------------------------------------------------------*
000910 FD  AUDIT-ARCHIVE-FILE
000920     RECORD CONTAINS 208 CHARACTERS.
000930 01  AUDIT-ARCHIVE-RECORD.
000940     05  AA-ARCHIVE-KEY.
000950         10  AA-KEY-CONTROL           PIC X(06).
000960         10  AA-TIMESTAMP             PIC X(26).
000970     05  AA-TIMESTAMP-SPLIT REDEFINES AA-ARCHIVE-KEY.
000980         10  FILLER                   PIC X(06).
000990         10  AA-TS-DATE               PIC 9(08).
001000         10  FILLER                   PIC X(18).
001010     05  AA-USER-ID                   PIC X(08).
001020     05  AA-BEFORE-IMAGE.
001030         10  AA-BEFORE-KEY-CONTROL    PIC X(06).
001040         10  AA-BEFORE-CUSTOMER-NAME  PIC X(30).
001050         10  AA-BEFORE-ADDRESS        PIC X(40).
001060     05  AA-AFTER-IMAGE.
001070         10  AA-AFTER-KEY-CONTROL     PIC X(06).
001080         10  AA-AFTER-CUSTOMER-NAME   PIC X(30).
001090         10  AA-AFTER-ADDRESS         PIC X(40).
001100     05  AA-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
001110     05  AA-TRANSACTION-TYPE          PIC X(01).
001120     05  AA-DISPOSITION-CODE          PIC X(01).
001130         88  AA-DISPOSITION-DUPLICATE         VALUE "D".
001140         88  AA-DISPOSITION-CONVERSION        VALUE "C".
001150     05  AA-RUN-DATE                  PIC 9(08).
001160*----------------------------------------------------------------*
001170*  CLEANSED-MASTER-FILE - THE LIVE MASTER, SAME LAYOUT AS THE    *
001180*  CLEANSED INPUT RECORD CTLPGM01 WRITES TO IT.                  *
001190*----------------------------------------------------------------*
001200 FD  CLEANSED-MASTER-FILE
001210     RECORD CONTAINS 100 CHARACTERS.
001220 01  CLEANSED-MASTER-RECORD.
001230     05  CM-KEY-CONTROL               PIC X(06).
001240     05  CM-MASTER-DATA               PIC X(94).
001250*----------------------------------------------------------------*
001260*  REBUILT-MASTER-FILE - THE MASTER AS OF THE AS-OF DATE, SAME   *
001270*  LAYOUT AS CLNMSTR.                                            *
001280*----------------------------------------------------------------*
001290 FD  REBUILT-MASTER-FILE
001300     RECORD CONTAINS 100 CHARACTERS.
001310 01  REBUILT-MASTER-RECORD.
001320     05  RB-KEY-CONTROL               PIC X(06).
001330     05  RB-MASTER-DATA               PIC X(94).
001340*----------------------------------------------------------------*
001350*  REBUILD-REPORT-FILE - COMPARISON REPORT AND RUN TOTALS.       *
001360*----------------------------------------------------------------*
001370 FD  REBUILD-REPORT-FILE
001380     RECORDING MODE IS F.
001390 01  REBUILD-REPORT-RECORD             PIC X(132).
001400 WORKING-STORAGE SECTION.
001410 01  WS-FILE-STATUS-BLOCK.
001420     05  WS-FS-AUDIT-ARCH             PIC X(02).
001430         88  WS-FS-AUDIT-ARCH-OK               VALUE "00".
001440     05  WS-FS-CLEANSED-MSTR          PIC X(02).
001450         88  WS-FS-CLEANSED-MSTR-OK            VALUE "00".
001460         88  WS-FS-CLEANSED-MSTR-MISSING       VALUE "35".
001470     05  WS-FS-REBUILT-MSTR           PIC X(02).
001480         88  WS-FS-REBUILT-MSTR-OK             VALUE "00".
001490     05  WS-FS-REBUILD-RPT            PIC X(02).
001500         88  WS-FS-REBUILD-RPT-OK              VALUE "00".
001510
001520 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001530     88  WS-EOF-YES                            VALUE "Y".
001540     88  WS-EOF-NO                             VALUE "N".
001550
001560 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001570     88  WS-ABEND-REQUESTED                    VALUE "Y".
001580*----------------------------------------------------------------*
001590*  LIVE MASTER SWITCHES - THE LIVE FILE IS READ IN STEP WITH THE *
001600*  REBUILD. AT ITS END (OR ON A READ FAILURE) THE LIVE KEY IS    *
001610*  SET TO HIGH-VALUES SO EVERY LATER REBUILT KEY FALLS BELOW IT. *
001620*----------------------------------------------------------------*
001630 01  WS-LIVE-OPEN-SWITCH               PIC X(01) VALUE "N".
001640     88  WS-LIVE-OPENED                        VALUE "Y".
001650
001660 01  WS-LIVE-EOF-SWITCH                PIC X(01) VALUE "N".
001670     88  WS-LIVE-EOF-YES                       VALUE "Y".
001680     88  WS-LIVE-EOF-NO                        VALUE "N".
001690
001700 01  WS-COMPARE-SWITCH                 PIC X(01) VALUE "C".
001710     88  WS-COMPARE-COMPLETE                   VALUE "C".
001720     88  WS-COMPARE-INCOMPLETE                 VALUE "I".
001730
001740 01  WS-IMAGE-HELD-SWITCH              PIC X(01) VALUE "N".
001750     88  WS-IMAGE-HELD                         VALUE "Y".
001760     88  WS-IMAGE-NOT-HELD                     VALUE "N".
001770
001780 01  WS-AS-OF-DATE                     PIC 9(08) VALUE ZERO.
001790 01  WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
001800     05  WS-AO-YEAR                    PIC 9(04).
001810     05  WS-AO-MONTH                   PIC 9(02).
001820     05  WS-AO-DAY                     PIC 9(02).
001830 77  WS-IMAGE-RUN-DATE                 PIC 9(08) VALUE ZERO.
001840 77  WS-CURRENT-KEY                    PIC X(06) VALUE SPACES.
001850 77  WS-LIVE-KEY                       PIC X(06) VALUE SPACES.
001860*----------------------------------------------------------------*
001870*  REBUILT IMAGE - THE LAST POSTED AFTER-IMAGE OF THE CURRENT    *
001880*  KEY, IN THE CLNMSTR LAYOUT. CTLPGM01 POSTS ONLY DATA RECORDS, *
001890*  SO THE RECORD TYPE IS ALWAYS D.                               *
001900*----------------------------------------------------------------*
001910 01  WS-REBUILT-IMAGE.
001920     05  WS-RI-KEY-CONTROL            PIC X(06).
001930     05  WS-RI-CUSTOMER-NAME          PIC X(30).
001940     05  WS-RI-CUSTOMER-ADDRESS       PIC X(40).
001950     05  WS-RI-TRANSACTION-AMOUNT     PIC S9(09)V99 COMP-3.
001960     05  WS-RI-USER-ID                PIC X(08).
001970     05  WS-RI-RECORD-TYPE-CODE       PIC X(01).
001980     05  WS-RI-TRANSACTION-TYPE       PIC X(01).
001990     05  FILLER                       PIC X(08).
002000*----------------------------------------------------------------*
002010*  PRINT IMAGE - EITHER MASTER IMAGE, BROKEN OUT FOR THE REPORT. *
002020*----------------------------------------------------------------*
002030 01  WS-PRINT-IMAGE.
002040     05  WS-PI-KEY-CONTROL            PIC X(06).
002050     05  WS-PI-CUSTOMER-NAME          PIC X(30).
002060     05  WS-PI-CUSTOMER-ADDRESS       PIC X(40).
002070     05  WS-PI-TRANSACTION-AMOUNT     PIC S9(09)V99 COMP-3.
002080     05  WS-PI-USER-ID                PIC X(08).
002090     05  WS-PI-RECORD-TYPE-CODE       PIC X(01).
002100     05  WS-PI-TRANSACTION-TYPE       PIC X(01).
002110     05  FILLER                       PIC X(08).
002120 77  WS-PRINT-STATUS                   PIC X(12) VALUE SPACES.
002130 77  WS-PRINT-SOURCE                   PIC X(04) VALUE SPACES.
002140
002150 01  WS-REBUILD-TOTALS.
002160     05  WS-RT-IMAGES-READ             PIC 9(09) COMP VALUE ZERO.
002170     05  WS-RT-IMAGES-APPLIED          PIC 9(09) COMP VALUE ZERO.
002180     05  WS-RT-DUPLICATES-SKIPPED      PIC 9(09) COMP VALUE ZERO.
002190     05  WS-RT-LATER-SKIPPED           PIC 9(09) COMP VALUE ZERO.
002200     05  WS-RT-KEYS-RETIRED            PIC 9(09) COMP VALUE ZERO.
002210     05  WS-RT-KEYS-REBUILT            PIC 9(09) COMP VALUE ZERO.
002220     05  WS-RT-LIVE-READ               PIC 9(09) COMP VALUE ZERO.
002230     05  WS-RT-KEYS-MATCHED            PIC 9(09) COMP VALUE ZERO.
002240     05  WS-RT-KEYS-DIFFERING          PIC 9(09) COMP VALUE ZERO.
002250     05  WS-RT-REBUILD-ONLY            PIC 9(09) COMP VALUE ZERO.
002260     05  WS-RT-LIVE-ONLY               PIC 9(09) COMP VALUE ZERO.
002270
002280 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
002290 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
002300 77  WS-AMOUNT-DISPLAY                 PIC ZZZ,ZZZ,ZZ9.99-.
002310 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
002320 LINKAGE SECTION.
002330*  CRB-AS-OF-DATE - THE RUN DATE (YYYYMMDD) AT WHOSE END THE     *
002340*  MASTER IS REBUILT. ZERO TAKES TODAY.                          *
002350 01  CRB-AS-OF-DATE                    PIC 9(08).
002360*----------------------------------------------------------------*
002370*  PROCEDURE DIVISION                                            *
002380*----------------------------------------------------------------*
002390 PROCEDURE DIVISION USING CRB-AS-OF-DATE.
002400*----------------------------------------------------------------*
002410*  0000-MAINLINE - OPEN, REBUILD AND COMPARE ONE KEY AT A TIME   *
002420*  TO THE END OF THE ARCHIVE, REPORT, CLOSE.                     *
002430*----------------------------------------------------------------*
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002460     IF NOT WS-ABEND-REQUESTED
002470         PERFORM 2000-REBUILD-ONE-KEY THRU
002480             2000-REBUILD-ONE-KEY-EXIT
002490             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
002500     END-IF
002510     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002520     IF WS-ABEND-REQUESTED
002530         MOVE 12 TO RETURN-CODE
002540     ELSE
002550         IF WS-RT-KEYS-DIFFERING > ZERO
002560             OR WS-RT-REBUILD-ONLY > ZERO
002570             OR WS-RT-LIVE-ONLY > ZERO
002580             OR WS-COMPARE-INCOMPLETE
002590             MOVE 04 TO RETURN-CODE
002600         ELSE
002610             MOVE ZERO TO RETURN-CODE
002620         END-IF
002630     END-IF
002640     GOBACK.
002650 0000-MAINLINE-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------*
002680*  1000-INITIALIZE - CHECK THE AS-OF DATE, OPEN THE FILES, WRITE *
002690*  THE HEADING, AND READ THE FIRST ARCHIVE IMAGE AND THE FIRST   *
002700*  LIVE MASTER RECORD. THE LIVE MASTER MAY BE MISSING - THAT IS  *
002710*  NOTED AND THE REBUILD GOES ON.                                *
002720*----------------------------------------------------------------*
002730 1000-INITIALIZE.
002740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002750     SET WS-EOF-NO TO TRUE
002760     IF CRB-AS-OF-DATE = ZERO
002770         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
002780     ELSE
002790         MOVE CRB-AS-OF-DATE TO WS-AS-OF-DATE
002800     END-IF
002810     IF WS-AS-OF-DATE > WS-RUN-DATE
002820         OR WS-AO-MONTH < 1 OR WS-AO-MONTH > 12
002830         OR WS-AO-DAY < 1 OR WS-AO-DAY > 31
002840         STRING "CTLCRB01 - AS-OF DATE NOT VALID - "
002850             WS-AS-OF-DATE
002860             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002870         DISPLAY WS-ERROR-MESSAGE-LINE
002880         SET WS-ABEND-REQUESTED TO TRUE
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF
002910     OPEN INPUT AUDIT-ARCHIVE-FILE
002920     IF NOT WS-FS-AUDIT-ARCH-OK
002930         STRING "CTLCRB01 - AUDIT ARCHIVE OPEN FAILED - STATUS "
002940             WS-FS-AUDIT-ARCH
002950             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002960         DISPLAY WS-ERROR-MESSAGE-LINE
002970         SET WS-ABEND-REQUESTED TO TRUE
002980         GO TO 1000-INITIALIZE-EXIT
002990     END-IF
003000     OPEN OUTPUT REBUILT-MASTER-FILE
003010     IF NOT WS-FS-REBUILT-MSTR-OK
003020         STRING "CTLCRB01 - REBUILT MASTER OPEN FAILED - STATUS "
003030             WS-FS-REBUILT-MSTR
003040             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003050         DISPLAY WS-ERROR-MESSAGE-LINE
003060         SET WS-ABEND-REQUESTED TO TRUE
003070         GO TO 1000-INITIALIZE-EXIT
003080     END-IF
003090     OPEN OUTPUT REBUILD-REPORT-FILE
003100     IF NOT WS-FS-REBUILD-RPT-OK
003110         STRING "CTLCRB01 - REBUILD REPORT OPEN FAILED - STATUS "
003120             WS-FS-REBUILD-RPT
003130             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003140         DISPLAY WS-ERROR-MESSAGE-LINE
003150         SET WS-ABEND-REQUESTED TO TRUE
003160         GO TO 1000-INITIALIZE-EXIT
003170     END-IF
003180     MOVE SPACES TO REBUILD-REPORT-RECORD
003190     STRING "CLEANSED MASTER REBUILD FROM AUDIT ARCHIVE  AS OF "
003200         WS-AS-OF-DATE "  RUN DATE " WS-RUN-DATE
003210         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
003220     WRITE REBUILD-REPORT-RECORD
003230     MOVE SPACES TO REBUILD-REPORT-RECORD
003240     WRITE REBUILD-REPORT-RECORD
003250     OPEN INPUT CLEANSED-MASTER-FILE
003260     IF WS-FS-CLEANSED-MSTR-OK
003270         SET WS-LIVE-OPENED TO TRUE
003280         PERFORM 3900-READ-LIVE-MASTER THRU
003290             3900-READ-LIVE-MASTER-EXIT
003300     ELSE
003310         SET WS-COMPARE-INCOMPLETE TO TRUE
003320         SET WS-LIVE-EOF-YES TO TRUE
003330         MOVE HIGH-VALUES TO WS-LIVE-KEY
003340         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
003350         STRING "CTLCRB01 - LIVE MASTER OPEN FAILED - STATUS "
003360             WS-FS-CLEANSED-MSTR " - NOT COMPARED"
003370             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003380         DISPLAY WS-ERROR-MESSAGE-LINE
003390         MOVE WS-ERROR-MESSAGE-LINE TO REBUILD-REPORT-RECORD
003400         WRITE REBUILD-REPORT-RECORD
003410     END-IF
003420     MOVE SPACES TO REBUILD-REPORT-RECORD
003430     STRING "  KEY     STATUS        FROM  CUSTOMER NAME"
003440         "                   ADDRESS"
003450         "                                           AMOUNT"
003460         "  USER ID  T"
003470         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
003480     WRITE REBUILD-REPORT-RECORD
003490     MOVE LOW-VALUES TO AA-ARCHIVE-KEY
003500     START AUDIT-ARCHIVE-FILE KEY NOT < AA-ARCHIVE-KEY
003510         INVALID KEY
003520             SET WS-EOF-YES TO TRUE
003530             GO TO 1000-INITIALIZE-EXIT
003540     END-START
003550     PERFORM 2900-READ-ARCHIVE THRU 2900-READ-ARCHIVE-EXIT.
003560 1000-INITIALIZE-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------*
003590*  2000-REBUILD-ONE-KEY - APPLY EVERY ARCHIVE IMAGE OF THE       *
003600*  CURRENT KEY IN TIMESTAMP ORDER; THE LAST ONE THAT COUNTS IS   *
003610*  THE KEY'S MASTER RECORD AS OF THE AS-OF DATE. WRITE IT TO THE *
003620*  REBUILT MASTER AND MATCH IT AGAINST THE LIVE MASTER. A KEY    *
003630*  WHOSE IMAGES ARE ALL LATER THAN THE AS-OF DATE, OR ALL        *
003640*  DUPLICATES, WAS NOT ON THE MASTER THEN AND IS NOT WRITTEN.    *
003650*----------------------------------------------------------------*
003660 2000-REBUILD-ONE-KEY.
003670     MOVE AA-KEY-CONTROL TO WS-CURRENT-KEY
003680     SET WS-IMAGE-NOT-HELD TO TRUE
003690     PERFORM 2100-APPLY-ONE-IMAGE THRU 2100-APPLY-ONE-IMAGE-EXIT
003700         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
003710         OR AA-KEY-CONTROL NOT = WS-CURRENT-KEY
003720     IF WS-ABEND-REQUESTED OR WS-IMAGE-NOT-HELD
003730         GO TO 2000-REBUILD-ONE-KEY-EXIT
003740     END-IF
003750     MOVE WS-REBUILT-IMAGE TO REBUILT-MASTER-RECORD
003760     WRITE REBUILT-MASTER-RECORD
003770         INVALID KEY
003780             STRING "CTLCRB01 - REBUILT MASTER WRITE FAILED - "
003790                 "STATUS " WS-FS-REBUILT-MSTR " KEY "
003800                 WS-CURRENT-KEY
003810                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003820             DISPLAY WS-ERROR-MESSAGE-LINE
003830             SET WS-ABEND-REQUESTED TO TRUE
003840             GO TO 2000-REBUILD-ONE-KEY-EXIT
003850     END-WRITE
003860     ADD 1 TO WS-RT-KEYS-REBUILT
003870     PERFORM 3000-COMPARE-REBUILT-KEY THRU
003880         3000-COMPARE-REBUILT-KEY-EXIT.
003890 2000-REBUILD-ONE-KEY-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------*
003920*  2100-APPLY-ONE-IMAGE - TAKE THE IMAGE IN HAND AS THE KEY'S    *
003930*  LATEST IF IT WAS POSTED BY A RUN ON OR BEFORE THE AS-OF DATE, *
003940*  THEN READ THE NEXT. AN IMAGE WITH NO RUN DATE IS TAKEN AT ITS *
003950*  TIMESTAMP DATE. IMAGES FROM BEFORE THE DISPOSITION CODE WAS   *
003960*  CARRIED HAVE A SPACE THERE AND ARE TAKEN AS POSTED. A         *
003970*  CONSOLIDATION IMAGE WITH NO AFTER KEY DROPS THE KEY'S HELD    *
003980*  IMAGE.                                                        *
003990*----------------------------------------------------------------*
004000 2100-APPLY-ONE-IMAGE.
004010     IF AA-RUN-DATE IS NUMERIC
004020         AND AA-RUN-DATE NOT = ZERO
004030         MOVE AA-RUN-DATE TO WS-IMAGE-RUN-DATE
004040     ELSE
004050         MOVE AA-TS-DATE TO WS-IMAGE-RUN-DATE
004060     END-IF
004070     IF WS-IMAGE-RUN-DATE > WS-AS-OF-DATE
004080         ADD 1 TO WS-RT-LATER-SKIPPED
004090     ELSE
004100         IF AA-DISPOSITION-DUPLICATE
004110             ADD 1 TO WS-RT-DUPLICATES-SKIPPED
004120         ELSE
004130             IF AA-DISPOSITION-CONVERSION
004140                 AND AA-AFTER-KEY-CONTROL = SPACES
004150                 SET WS-IMAGE-NOT-HELD TO TRUE
004160                 ADD 1 TO WS-RT-KEYS-RETIRED
004170             ELSE
004180                 MOVE SPACES TO WS-REBUILT-IMAGE
004190                 MOVE AA-AFTER-KEY-CONTROL TO WS-RI-KEY-CONTROL
004200                 MOVE AA-AFTER-CUSTOMER-NAME
004210                     TO WS-RI-CUSTOMER-NAME
004220                 MOVE AA-AFTER-ADDRESS TO WS-RI-CUSTOMER-ADDRESS
004230                 MOVE AA-TRANSACTION-AMOUNT
004240                     TO WS-RI-TRANSACTION-AMOUNT
004250                 MOVE AA-USER-ID TO WS-RI-USER-ID
004260                 MOVE "D" TO WS-RI-RECORD-TYPE-CODE
004270                 MOVE AA-TRANSACTION-TYPE
004280                     TO WS-RI-TRANSACTION-TYPE
004290                 SET WS-IMAGE-HELD TO TRUE
004300                 ADD 1 TO WS-RT-IMAGES-APPLIED
004310             END-IF
004320         END-IF
004330     END-IF
004340     PERFORM 2900-READ-ARCHIVE THRU 2900-READ-ARCHIVE-EXIT.
004350 2100-APPLY-ONE-IMAGE-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------*
004380*  2900-READ-ARCHIVE - NEXT ARCHIVE IMAGE IN KEY ORDER.          *
004390*----------------------------------------------------------------*
004400 2900-READ-ARCHIVE.
004410     READ AUDIT-ARCHIVE-FILE NEXT RECORD
004420         AT END
004430             SET WS-EOF-YES TO TRUE
004440             GO TO 2900-READ-ARCHIVE-EXIT
004450     END-READ
004460     IF NOT WS-FS-AUDIT-ARCH-OK
004470         STRING "CTLCRB01 - AUDIT ARCHIVE READ FAILED - STATUS "
004480             WS-FS-AUDIT-ARCH
004490             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004500         DISPLAY WS-ERROR-MESSAGE-LINE
004510         SET WS-ABEND-REQUESTED TO TRUE
004520         GO TO 2900-READ-ARCHIVE-EXIT
004530     END-IF
004540     ADD 1 TO WS-RT-IMAGES-READ.
004550 2900-READ-ARCHIVE-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------*
004580*  3000-COMPARE-REBUILT-KEY - LIVE KEYS BELOW THE REBUILT KEY    *
004590*  ARE ON THE LIVE MASTER ONLY. AN EQUAL KEY IS COMPARED IMAGE   *
004600*  FOR IMAGE. OTHERWISE THE REBUILT KEY IS NOT ON THE LIVE       *
004610*  MASTER.                                                       *
004620*----------------------------------------------------------------*
004630 3000-COMPARE-REBUILT-KEY.
004640     PERFORM 3100-REPORT-LIVE-ONLY THRU
004650         3100-REPORT-LIVE-ONLY-EXIT
004660         UNTIL WS-LIVE-KEY NOT < WS-CURRENT-KEY
004670     IF WS-LIVE-KEY > WS-CURRENT-KEY
004680         PERFORM 3200-REPORT-REBUILD-ONLY THRU
004690             3200-REPORT-REBUILD-ONLY-EXIT
004700         GO TO 3000-COMPARE-REBUILT-KEY-EXIT
004710     END-IF
004720     IF CLEANSED-MASTER-RECORD = WS-REBUILT-IMAGE
004730         ADD 1 TO WS-RT-KEYS-MATCHED
004740     ELSE
004750         PERFORM 3300-REPORT-DIFFERENCE THRU
004760             3300-REPORT-DIFFERENCE-EXIT
004770     END-IF
004780     PERFORM 3900-READ-LIVE-MASTER THRU
004790         3900-READ-LIVE-MASTER-EXIT.
004800 3000-COMPARE-REBUILT-KEY-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------*
004830*  3100-REPORT-LIVE-ONLY - THE LIVE RECORD IN HAND HAS NO        *
004840*  REBUILT COUNTERPART. LIST IT AND READ THE NEXT.               *
004850*----------------------------------------------------------------*
004860 3100-REPORT-LIVE-ONLY.
004870     ADD 1 TO WS-RT-LIVE-ONLY
004880     MOVE CLEANSED-MASTER-RECORD TO WS-PRINT-IMAGE
004890     MOVE "LIVE ONLY" TO WS-PRINT-STATUS
004900     MOVE "LIVE" TO WS-PRINT-SOURCE
004910     PERFORM 3500-WRITE-IMAGE-LINE THRU
004920         3500-WRITE-IMAGE-LINE-EXIT
004930     PERFORM 3900-READ-LIVE-MASTER THRU
004940         3900-READ-LIVE-MASTER-EXIT.
004950 3100-REPORT-LIVE-ONLY-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------*
004980*  3200-REPORT-REBUILD-ONLY - THE REBUILT KEY IS NOT ON THE LIVE *
004990*  MASTER.                                                       *
005000*----------------------------------------------------------------*
005010 3200-REPORT-REBUILD-ONLY.
005020     ADD 1 TO WS-RT-REBUILD-ONLY
005030     MOVE WS-REBUILT-IMAGE TO WS-PRINT-IMAGE
005040     MOVE "REBUILD ONLY" TO WS-PRINT-STATUS
005050     MOVE "RBLD" TO WS-PRINT-SOURCE
005060     PERFORM 3500-WRITE-IMAGE-LINE THRU
005070         3500-WRITE-IMAGE-LINE-EXIT.
005080 3200-REPORT-REBUILD-ONLY-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------*
005110*  3300-REPORT-DIFFERENCE - BOTH IMAGES OF A KEY THAT DIFFERS,   *
005120*  REBUILT FIRST.                                                *
005130*----------------------------------------------------------------*
005140 3300-REPORT-DIFFERENCE.
005150     ADD 1 TO WS-RT-KEYS-DIFFERING
005160     MOVE WS-REBUILT-IMAGE TO WS-PRINT-IMAGE
005170     MOVE "DIFFERS" TO WS-PRINT-STATUS
005180     MOVE "RBLD" TO WS-PRINT-SOURCE
005190     PERFORM 3500-WRITE-IMAGE-LINE THRU
005200         3500-WRITE-IMAGE-LINE-EXIT
005210     MOVE CLEANSED-MASTER-RECORD TO WS-PRINT-IMAGE
005220     MOVE SPACES TO WS-PI-KEY-CONTROL WS-PRINT-STATUS
005230     MOVE "LIVE" TO WS-PRINT-SOURCE
005240     PERFORM 3500-WRITE-IMAGE-LINE THRU
005250         3500-WRITE-IMAGE-LINE-EXIT.
005260 3300-REPORT-DIFFERENCE-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------*
005290*  3500-WRITE-IMAGE-LINE - ONE REPORT LINE FOR WS-PRINT-IMAGE.   *
005300*----------------------------------------------------------------*
005310 3500-WRITE-IMAGE-LINE.
005320     MOVE WS-PI-TRANSACTION-AMOUNT TO WS-AMOUNT-DISPLAY
005330     MOVE SPACES TO REBUILD-REPORT-RECORD
005340     STRING "  " WS-PI-KEY-CONTROL "  " WS-PRINT-STATUS
005350         "  " WS-PRINT-SOURCE "  " WS-PI-CUSTOMER-NAME
005360         "  " WS-PI-CUSTOMER-ADDRESS
005370         "  " WS-AMOUNT-DISPLAY "  " WS-PI-USER-ID
005380         " " WS-PI-TRANSACTION-TYPE
005390         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
005400     WRITE REBUILD-REPORT-RECORD.
005410 3500-WRITE-IMAGE-LINE-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------*
005440*  3900-READ-LIVE-MASTER - NEXT LIVE MASTER RECORD IN KEY ORDER. *
005450*  A READ FAILURE ENDS THE COMPARISON BUT NOT THE REBUILD.       *
005460*----------------------------------------------------------------*
005470 3900-READ-LIVE-MASTER.
005480     READ CLEANSED-MASTER-FILE NEXT RECORD
005490         AT END
005500             SET WS-LIVE-EOF-YES TO TRUE
005510             MOVE HIGH-VALUES TO WS-LIVE-KEY
005520             GO TO 3900-READ-LIVE-MASTER-EXIT
005530     END-READ
005540     IF NOT WS-FS-CLEANSED-MSTR-OK
005550         SET WS-COMPARE-INCOMPLETE TO TRUE
005560         SET WS-LIVE-EOF-YES TO TRUE
005570         MOVE HIGH-VALUES TO WS-LIVE-KEY
005580         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
005590         STRING "CTLCRB01 - LIVE MASTER READ FAILED - STATUS "
005600             WS-FS-CLEANSED-MSTR " - COMPARISON ENDED"
005610             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005620         DISPLAY WS-ERROR-MESSAGE-LINE
005630         MOVE WS-ERROR-MESSAGE-LINE TO REBUILD-REPORT-RECORD
005640         WRITE REBUILD-REPORT-RECORD
005650         GO TO 3900-READ-LIVE-MASTER-EXIT
005660     END-IF
005670     ADD 1 TO WS-RT-LIVE-READ
005680     MOVE CM-KEY-CONTROL TO WS-LIVE-KEY.
005690 3900-READ-LIVE-MASTER-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------*
005720*  9000-TERMINATE - TOTALS UNLESS THE RUN FAILED, THEN CLOSE.    *
005730*----------------------------------------------------------------*
005740 9000-TERMINATE.
005750     IF NOT WS-ABEND-REQUESTED
005760         PERFORM 9100-WRITE-TOTALS THRU 9100-WRITE-TOTALS-EXIT
005770     END-IF
005780     CLOSE AUDIT-ARCHIVE-FILE
005790     CLOSE REBUILT-MASTER-FILE
005800     CLOSE REBUILD-REPORT-FILE
005810     IF WS-LIVE-OPENED
005820         CLOSE CLEANSED-MASTER-FILE
005830     END-IF.
005840 9000-TERMINATE-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------*
005870*  9100-WRITE-TOTALS - WHATEVER IS LEFT ON THE LIVE MASTER HAS   *
005880*  NO REBUILT COUNTERPART. THEN THE RUN TOTALS.                  *
005890*----------------------------------------------------------------*
005900 9100-WRITE-TOTALS.
005910     PERFORM 3100-REPORT-LIVE-ONLY THRU
005920         3100-REPORT-LIVE-ONLY-EXIT
005930         UNTIL WS-LIVE-EOF-YES
005940     MOVE SPACES TO REBUILD-REPORT-RECORD
005950     WRITE REBUILD-REPORT-RECORD
005960     MOVE WS-RT-IMAGES-READ TO WS-COUNT-DISPLAY
005970     MOVE SPACES TO REBUILD-REPORT-RECORD
005980     STRING "ARCHIVE IMAGES READ        " WS-COUNT-DISPLAY
005990         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006000     WRITE REBUILD-REPORT-RECORD
006010     MOVE WS-RT-IMAGES-APPLIED TO WS-COUNT-DISPLAY
006020     MOVE SPACES TO REBUILD-REPORT-RECORD
006030     STRING "POSTED IMAGES APPLIED      " WS-COUNT-DISPLAY
006040         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006050     WRITE REBUILD-REPORT-RECORD
006060     MOVE WS-RT-DUPLICATES-SKIPPED TO WS-COUNT-DISPLAY
006070     MOVE SPACES TO REBUILD-REPORT-RECORD
006080     STRING "DUPLICATE IMAGES SKIPPED   " WS-COUNT-DISPLAY
006090         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006100     WRITE REBUILD-REPORT-RECORD
006110     MOVE WS-RT-LATER-SKIPPED TO WS-COUNT-DISPLAY
006120     MOVE SPACES TO REBUILD-REPORT-RECORD
006130     STRING "IMAGES AFTER AS-OF DATE    " WS-COUNT-DISPLAY
006140         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006150     WRITE REBUILD-REPORT-RECORD
006160     MOVE WS-RT-KEYS-RETIRED TO WS-COUNT-DISPLAY
006170     MOVE SPACES TO REBUILD-REPORT-RECORD
006180     STRING "KEYS RETIRED BY MERGE      " WS-COUNT-DISPLAY
006190         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006200     WRITE REBUILD-REPORT-RECORD
006210     MOVE WS-RT-KEYS-REBUILT TO WS-COUNT-DISPLAY
006220     MOVE SPACES TO REBUILD-REPORT-RECORD
006230     STRING "KEYS REBUILT               " WS-COUNT-DISPLAY
006240         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006250     WRITE REBUILD-REPORT-RECORD
006260     MOVE WS-RT-LIVE-READ TO WS-COUNT-DISPLAY
006270     MOVE SPACES TO REBUILD-REPORT-RECORD
006280     STRING "LIVE MASTER RECORDS READ   " WS-COUNT-DISPLAY
006290         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006300     WRITE REBUILD-REPORT-RECORD
006310     MOVE WS-RT-KEYS-MATCHED TO WS-COUNT-DISPLAY
006320     MOVE SPACES TO REBUILD-REPORT-RECORD
006330     STRING "KEYS MATCHING              " WS-COUNT-DISPLAY
006340         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006350     WRITE REBUILD-REPORT-RECORD
006360     MOVE WS-RT-KEYS-DIFFERING TO WS-COUNT-DISPLAY
006370     MOVE SPACES TO REBUILD-REPORT-RECORD
006380     STRING "KEYS DIFFERING             " WS-COUNT-DISPLAY
006390         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006400     WRITE REBUILD-REPORT-RECORD
006410     MOVE WS-RT-REBUILD-ONLY TO WS-COUNT-DISPLAY
006420     MOVE SPACES TO REBUILD-REPORT-RECORD
006430     STRING "KEYS IN REBUILD ONLY       " WS-COUNT-DISPLAY
006440         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006450     WRITE REBUILD-REPORT-RECORD
006460     MOVE WS-RT-LIVE-ONLY TO WS-COUNT-DISPLAY
006470     MOVE SPACES TO REBUILD-REPORT-RECORD
006480     STRING "KEYS ON LIVE MASTER ONLY   " WS-COUNT-DISPLAY
006490         DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
006500     WRITE REBUILD-REPORT-RECORD
006510     IF WS-COMPARE-INCOMPLETE
006520         MOVE "COMPARISON WITH THE LIVE MASTER IS INCOMPLETE"
006530             TO REBUILD-REPORT-RECORD
006540         WRITE REBUILD-REPORT-RECORD
006550     END-IF
006560     MOVE WS-RT-KEYS-REBUILT TO WS-COUNT-DISPLAY
006570     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
006580     STRING "CTLCRB01 - REBUILD COMPLETE - KEYS " WS-COUNT-DISPLAY
006590         " AS OF " WS-AS-OF-DATE
006600         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006610     DISPLAY WS-ERROR-MESSAGE-LINE.
006620 9100-WRITE-TOTALS-EXIT.
006630     EXIT.
