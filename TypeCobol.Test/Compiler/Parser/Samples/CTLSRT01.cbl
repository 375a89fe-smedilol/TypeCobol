000280*  BACK THROUGH THE BATCH RESULTS AREA SO THE CALLER CAN         *
000290*  REPORT AND FAIL EACH SOURCE ON ITS OWN INSTEAD OF THE        *
000300*  WHOLE NIGHT.                                                  *
000310*                                                                *
000320*  A DATA RECORD ARRIVING UNDER THE KEY OF A BRANCH CONSOLIDATED *
000330*  INTO ANOTHER (BRCHREF STATUS M, EFFECTIVE ON OR BEFORE THE    *
000340*  RUN DATE) SORTS UNDER ITS SUCCESSOR'S KEY, SO CTLPGM01 - WHICH*
000350*  REMAPS IT THE SAME WAY - SEES IT INSIDE THE SUCCESSOR'S       *
000360*  CONTROL GROUP. THE RECORD ITSELF IS RELEASED UNCHANGED AND THE*
000370*  SEQUENCE-ERROR TALLY STILL RUNS ON THE KEY AS RECEIVED.       *
000380*----------------------------------------------------------------*
000390*  MODIFICATION HISTORY                                          *
000400*----------------------------------------------------------------*
000410*  DATE      INIT  DESCRIPTION                                   *
000420*  08/21/26  RLM   ORIGINAL PROGRAM                              *
000430*  09/02/26  RLM   THE INPUT MAY NOW CARRY SEVERAL CONSECUTIVE   *
000440*                  HEADER/DATA/TRAILER SETS, ONE PER SOURCE      *
000450*                  SYSTEM. EACH SET IS BALANCED AGAINST ITS OWN  *
000460*                  TRAILER AND CYCLE DATE WHILE THE RAW FILE IS  *
000470*                  STILL IN ARRIVAL ORDER, AND THE PER-SOURCE    *
000480*                  RESULTS ARE RETURNED TO THE CALLER THROUGH    *
000490*                  THE NEW BATCH RESULTS AREA                    *
000500*  10/15/26  RLM   RECORDS ITS START AND END ON THE RUN CONTROL  *
000510*                  LEDGER (CTLRCL01) UNDER THE CALLER'S RUN      *
000520*                  DATE. THE CALLER'S OWN LEDGER STEP GUARDS     *
000530*                  AGAINST A RERUN, SO THE SORT IS NEVER         *
000540*                  REFUSED; A LEDGER FAILURE STOPS THE SORT      *
000550*  10/15/26  RLM   A SET'S CYCLE DATE MAY NOW ALSO BE            *
000560*                  THE LAST BUSINESS DAY OR HOLIDAY BEFORE       *
000570*                  THE RUN DATE (BUSINESS CALENDAR, CTLCAL01),   *
000580*                  SO MONDAY AND POST-HOLIDAY NIGHTS NO LONGER   *
000590*                  NEED A MANUAL OVERRIDE                        *
000600*  10/15/26  RLM   STAMPS EACH DATA RECORD WITH THE SOURCE       *
000610*                  SYSTEM OF ITS SET (BYTES 93-100) SO THE       *
000620*                  SET IS STILL KNOWN AFTER THE SORT, AND        *
000630*                  WRITES EVERY SET'S COUNT AND HASH, OURS AND   *
000640*                  ITS TRAILER'S, TO THE NEW SOURCE BALANCE      *
000650*                  FILE (SRCBAL) FOR THE ACKNOWLEDGMENTS         *
000660*  10/15/26  RLM   A DATA RECORD UNDER THE KEY OF A BRANCH       *
000670*                  CONSOLIDATED BY CTLBRM01 SORTS UNDER ITS      *
000680*                  SUCCESSOR FROM THE EFFECTIVE DATE, TO MATCH   *
000690*                  THE REMAP IN CTLPGM01; READS BRCHREF          *
000700*----------------------------------------------------------------*
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. IBM-3090.
000740 OBJECT-COMPUTER. IBM-3090.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT INPUT-MASTER-FILE ASSIGN TO INPTMSTR
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-FS-INPUT-MASTER.
000810     SELECT SORTED-MASTER-FILE ASSIGN TO SRTDMSTR
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-FS-SORTED-MASTER.
000850     SELECT SOURCE-BALANCE-FILE ASSIGN TO SRCBAL
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS WS-FS-SOURCE-BALANCE.
000890     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS BR-BRANCH-KEY
000930         FILE STATUS IS WS-FS-BRANCH-REF.
000940     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  INPUT-MASTER-FILE
000980     RECORDING MODE IS F.
000990 01  INPUT-MASTER-RECORD.
001000     05  SRT-IN-KEY-CONTROL           PIC X(06).
001010     05  FILLER                       PIC X(84).
001020     05  SRT-IN-RECORD-TYPE           PIC X(01).
001030         88  SRT-IN-HEADER-RECORD             VALUE "H".
001040         88  SRT-IN-TRAILER-RECORD            VALUE "T".
001050     05  FILLER                       PIC X(01).
001060*----------------------------------------------------------------*
001070*  SOURCE STAMP - SET ON EACH DATA RECORD AS IT IS RELEASED SO   *
001080*  THE SET IT ARRIVED IN IS STILL KNOWN AFTER THE SORT.          *
001090*----------------------------------------------------------------*
001100     05  SRT-IN-SOURCE-SYSTEM         PIC X(08).
001110 01  INPUT-MASTER-DATA-REC.
001120     05  FILLER                       PIC X(76).
001130     05  SRT-IN-TRANSACTION-AMOUNT    PIC S9(09)V99 COMP-3.
001140     05  FILLER                       PIC X(18).
001150 01  INPUT-MASTER-HEADER-REC.
001160     05  SRT-IN-HDR-CYCLE-DATE        PIC 9(08).
001170     05  SRT-IN-HDR-SOURCE-SYSTEM     PIC X(08).
001180     05  FILLER                       PIC X(84).
001190 01  INPUT-MASTER-TRAILER-REC.
001200     05  SRT-IN-TRL-RECORD-COUNT      PIC 9(09).
001210     05  SRT-IN-TRL-HASH-TOTAL        PIC S9(13)V99.
001220     05  FILLER                       PIC X(76).
001230 FD  SORTED-MASTER-FILE
001240     RECORDING MODE IS F.
001250 01  SORTED-MASTER-RECORD              PIC X(100).
001260*----------------------------------------------------------------*
001270*  SOURCE BALANCE FILE - ONE RECORD PER HEADER/TRAILER SET IN    *
001280*  ARRIVAL ORDER: OUR COUNT AND HASH FOR THE SET BESIDE THE      *
001290*  COUNT AND HASH ON ITS OWN TRAILER, AND THE VERDICT FLAG.      *
001300*  READ BY CTLACK01 FOR THE SOURCE SYSTEM ACKNOWLEDGMENTS.       *
001310*  WRITTEN FOR EVERY SET, EVEN ONE THE RESULTS AREA HAS NO       *
001320*  ROOM FOR.                                                     *
001330*----------------------------------------------------------------*
001340 FD  SOURCE-BALANCE-FILE
001350     RECORDING MODE IS F.
001360 01  SOURCE-BALANCE-RECORD.
001370     05  SB-RUN-DATE                  PIC 9(08).
001380     05  SB-SET-SEQUENCE              PIC 9(03).
001390     05  SB-SOURCE-SYSTEM             PIC X(08).
001400     05  SB-CYCLE-DATE                PIC 9(08).
001410     05  SB-STATUS-FLAG               PIC X(01).
001420     05  SB-OUR-RECORD-COUNT          PIC 9(09).
001430     05  SB-OUR-HASH-TOTAL            PIC S9(13)V99
001440                                      SIGN LEADING SEPARATE.
001450     05  SB-TRAILER-SWITCH            PIC X(01).
001460         88  SB-TRAILER-RECEIVED              VALUE "Y".
001470     05  SB-THEIR-RECORD-COUNT        PIC 9(09).
001480     05  SB-THEIR-HASH-TOTAL          PIC S9(13)V99
001490                                      SIGN LEADING SEPARATE.
001500     05  FILLER                       PIC X(01).
001510*----------------------------------------------------------------*
001520*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS MAINTAINED BY CTLBRM01.*
001530*  READ ONLY TO FOLLOW A CONSOLIDATED BRANCH TO ITS SUCCESSOR.   *
001540*----------------------------------------------------------------*
001550 FD  BRANCH-REFERENCE-FILE
001560     RECORD CONTAINS 80 CHARACTERS.
001570 01  BRANCH-REFERENCE-RECORD.
001580     05  BR-BRANCH-KEY                PIC X(06).
001590     05  BR-BRANCH-NAME               PIC X(30).
001600     05  BR-BRANCH-REGION-CODE        PIC X(03).
001610     05  BR-BRANCH-STATUS             PIC X(01).
001620         88  BR-STATUS-CONSOLIDATED           VALUE "M".
001630     05  BR-SUCCESSOR-KEY             PIC X(06).
001640     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001650     05  FILLER                       PIC X(26).
001660 SD  SORT-WORK-FILE.
001670 01  SORT-RECORD.
001680     05  SR-SORT-CLASS                PIC X(01).
001690     05  SR-KEY-CONTROL               PIC X(06).
001700     05  SR-MASTER-DATA               PIC X(100).
001710 WORKING-STORAGE SECTION.
001720 01  WS-FILE-STATUS-BLOCK.
001730     05  WS-FS-INPUT-MASTER           PIC X(02).
001740         88  WS-FS-INPUT-MASTER-OK             VALUE "00".
001750     05  WS-FS-SORTED-MASTER          PIC X(02).
001760         88  WS-FS-SORTED-MASTER-OK            VALUE "00".
001770     05  WS-FS-SOURCE-BALANCE         PIC X(02).
001780         88  WS-FS-SOURCE-BALANCE-OK           VALUE "00".
001790     05  WS-FS-BRANCH-REF             PIC X(02).
001800         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001810         88  WS-FS-BRANCH-REF-NOT-FOUND        VALUE "23".
001820
001830 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001840     88  WS-EOF-YES                            VALUE "Y".
001850     88  WS-EOF-NO                             VALUE "N".
001860
001870 01  WS-SORT-EOF-SWITCH                PIC X(01) VALUE "N".
001880     88  WS-SORT-EOF-YES                       VALUE "Y".
001890     88  WS-SORT-EOF-NO                        VALUE "N".
001900
001910 01  WS-FIRST-DATA-SWITCH              PIC X(01) VALUE "Y".
001920     88  WS-FIRST-DATA-YES                     VALUE "Y".
001930     88  WS-FIRST-DATA-NO                      VALUE "N".
001940
001950 01  WS-PRIOR-DATA-KEY                 PIC X(06) VALUE SPACES.
001960*----------------------------------------------------------------*
001970*  CONSOLIDATED-BRANCH SORT KEY - THE KEY BEING FOLLOWED DOWN A  *
001980*  CHAIN OF MERGES AND THE HOPS TAKEN, SAME RULES AS CTLPGM01'S  *
001990*  2045 - A CHAIN IS NEVER FOLLOWED PAST NINE.                   *
002000*----------------------------------------------------------------*
002010 01  WS-REMAP-CONTROL.
002020     05  WS-REMAP-KEY                  PIC X(06) VALUE SPACES.
002030     05  WS-REMAP-HOPS                 PIC 9(04) COMP VALUE ZERO.
002040     05  WS-REMAP-CHAIN-SWITCH         PIC X(01) VALUE "N".
002050         88  WS-REMAP-CHAIN-CONTINUES          VALUE "Y".
002060         88  WS-REMAP-CHAIN-ENDED              VALUE "N".
002070 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
002080*----------------------------------------------------------------*
002090*  CURRENT BATCH SET - ACCUMULATED WHILE THE SET'S RECORDS PASS  *
002100*  THROUGH THE RELEASE LOOP, CLOSED OUT INTO THE CALLER'S        *
002110*  RESULTS AREA AT ITS TRAILER (OR AT THE NEXT HEADER OR END OF  *
002120*  FILE WHEN THE TRAILER NEVER CAME). STATUS FLAGS: B BALANCED,  *
002130*  C CYCLE DATE MISMATCH, R RECORD COUNT MISMATCH, H HASH        *
002140*  TOTAL MISMATCH, T NO TRAILER, N NO HEADER.                    *
002150*----------------------------------------------------------------*
002160 01  WS-SET-CONTROL.
002170     05  WS-SET-OPEN-SWITCH            PIC X(01) VALUE "N".
002180         88  WS-SET-OPEN                       VALUE "Y".
002190         88  WS-SET-CLOSED                     VALUE "N".
002200     05  WS-SET-SOURCE-SYSTEM          PIC X(08) VALUE SPACES.
002210     05  WS-SET-CYCLE-DATE             PIC 9(08) VALUE ZERO.
002220     05  WS-SET-DATA-COUNT             PIC 9(09) COMP VALUE ZERO.
002230     05  WS-SET-HASH-TOTAL             PIC S9(13)V99 COMP-3
002240                                       VALUE ZERO.
002250     05  WS-SET-STATUS-FLAG            PIC X(01) VALUE SPACE.
002260     05  WS-SET-TRAILER-SWITCH         PIC X(01) VALUE "N".
002270         88  WS-SET-TRAILER-RECEIVED           VALUE "Y".
002280         88  WS-SET-TRAILER-MISSING            VALUE "N".
002290     05  WS-SET-TRL-RECORD-COUNT       PIC 9(09) VALUE ZERO.
002300     05  WS-SET-TRL-HASH-TOTAL         PIC S9(13)V99 COMP-3
002310                                       VALUE ZERO.
002320     05  WS-SET-SEQUENCE               PIC 9(03) VALUE ZERO.
002330*----------------------------------------------------------------*
002340*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE SORT RECORDS ITS*
002350*  START AND END UNDER THE CALLER'S RUN DATE AS A STEP RUN INSIDE*
002360*  ANOTHER STEP: THE CALLER (CTLPGM01 OR CTLDRV01) HAS ALREADY   *
002370*  PASSED THE LEDGER, AND A RESTART OF THE CALLER SORTS AGAIN, SO*
002380*  THE LEDGER NEVER REFUSES THE SORT ITSELF.                     *
002390*----------------------------------------------------------------*
002400 01  WS-RUN-CONTROL-CALL.
002410     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
002420     05  WS-RCL-STEP-NAME              PIC X(08) VALUE "CTLSRT01".
002430     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
002440     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
002450*----------------------------------------------------------------*
002460*  BUSINESS CALENDAR (CTLCAL01) CALL AREA - FUNCTION N GIVES THE *
002470*  NEXT BUSINESS DAY AFTER A SET'S CYCLE DATE, THE CALENDAR DAYS *
002480*  TO IT, AND WHETHER THE CYCLE DATE ITSELF IS A BUSINESS DAY.   *
002490*----------------------------------------------------------------*
002500 01  WS-CALENDAR-CALL.
002510     05  WS-CAL-FUNCTION-CODE          PIC X(01) VALUE "N".
002520     05  WS-CAL-DATE                   PIC 9(08) VALUE ZERO.
002530     05  WS-CAL-TO-DATE                PIC 9(08) VALUE ZERO.
002540     05  WS-CAL-DAY-COUNT              PIC 9(05) VALUE ZERO.
002550     05  WS-CAL-DAY-TYPE               PIC X(01) VALUE SPACE.
002560         88  WS-CAL-BUSINESS-DAY               VALUE "B".
002570     05  WS-CAL-RESULT                 PIC 9(02) VALUE ZERO.
002580 LINKAGE SECTION.
002590 01  SRT-SEQUENCE-ERRORS               PIC 9(09) COMP.
002600 01  SRT-RETURN-CODE                   PIC 9(02).
002610 01  SRT-RUN-DATE                      PIC 9(08).
002620*  SRT-BATCH-RESULTS-AREA - ONE ENTRY PER HEADER/TRAILER SET     *
002630*  SEEN ON THE RAW FEED, IN ARRIVAL ORDER. THE CALLER CARRIES    *
002640*  THE MATCHING LAYOUT.                                          *
002650 01  SRT-BATCH-RESULTS-AREA.
002660     05  SRT-BR-SET-COUNT              PIC 9(02).
002670     05  SRT-BR-ENTRY OCCURS 10 TIMES.
002680         10  SRT-BR-SOURCE-SYSTEM      PIC X(08).
002690         10  SRT-BR-CYCLE-DATE         PIC 9(08).
002700         10  SRT-BR-RECORD-COUNT       PIC 9(09).
002710         10  SRT-BR-AMOUNT-TOTAL       PIC S9(13)V99
002720                                       SIGN LEADING SEPARATE.
002730         10  SRT-BR-STATUS-FLAG        PIC X(01).
002740*----------------------------------------------------------------*
002750*  PROCEDURE DIVISION - SRT-SEQUENCE-ERRORS RETURNS THE COUNT    *
002760*  OF OUT-OF-SEQUENCE DATA RECORDS SEEN ON THE RAW FEED, AND     *
002770*  SRT-RETURN-CODE RETURNS 00 FOR A CLEAN SORT OR 12 WHEN THE    *
002780*  SORT OR EITHER FILE FAILED. SRT-RUN-DATE IS THE CALLER'S      *
002790*  RUN DATE FOR THE PER-SET CYCLE DATE CHECK, AND THE BATCH      *
002800*  RESULTS AREA RETURNS ONE BALANCED/OUT-OF-BALANCE ENTRY PER    *
002810*  HEADER/TRAILER SET.                                           *
002820*----------------------------------------------------------------*
002830 PROCEDURE DIVISION USING SRT-SEQUENCE-ERRORS SRT-RETURN-CODE
002840     SRT-RUN-DATE SRT-BATCH-RESULTS-AREA.
002850 0000-MAINLINE SECTION.
002860 0000-MAINLINE-START.
002870     MOVE ZERO TO SRT-SEQUENCE-ERRORS
002880     MOVE ZERO TO SRT-RETURN-CODE
002890     MOVE ZERO TO SRT-BR-SET-COUNT
002900     SET WS-SET-CLOSED TO TRUE
002910     MOVE "S" TO WS-RCL-FUNCTION-CODE
002920     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
002930     MOVE ZERO TO WS-RCL-RESULT
002940     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
002950         SRT-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
002960     IF WS-RCL-RESULT NOT = ZERO
002970         MOVE "CTLSRT01 - RUN CONTROL LEDGER FAILED - NO SORT"
002980             TO WS-ERROR-MESSAGE-LINE
002990         DISPLAY WS-ERROR-MESSAGE-LINE
003000         MOVE 12 TO SRT-RETURN-CODE
003010         GOBACK
003020     END-IF
003030     SORT SORT-WORK-FILE
003040         ON ASCENDING KEY SR-SORT-CLASS
003050         ON ASCENDING KEY SR-KEY-CONTROL
003060         WITH DUPLICATES IN ORDER
003070         INPUT PROCEDURE IS 1000-RELEASE-INPUT
003080         OUTPUT PROCEDURE IS 2000-WRITE-SORTED
003090     IF SORT-RETURN NOT = ZERO
003100         MOVE "CTLSRT01 - SORT FAILED" TO WS-ERROR-MESSAGE-LINE
003110         DISPLAY WS-ERROR-MESSAGE-LINE
003120         MOVE 12 TO SRT-RETURN-CODE
003130     END-IF
003140     MOVE SRT-RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
003150     MOVE "E" TO WS-RCL-FUNCTION-CODE
003160     MOVE ZERO TO WS-RCL-RESULT
003170     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
003180         SRT-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
003190     IF WS-RCL-RESULT NOT = ZERO
003200         MOVE "CTLSRT01 - RUN CONTROL LEDGER END NOT RECORDED"
003210             TO WS-ERROR-MESSAGE-LINE
003220         DISPLAY WS-ERROR-MESSAGE-LINE
003230         MOVE 12 TO SRT-RETURN-CODE
003240     END-IF
003250     GOBACK.
003260*----------------------------------------------------------------*
003270*  1000-RELEASE-INPUT - SORT INPUT PROCEDURE. READ THE RAW       *
003280*  INPUT MASTER, CLASS EACH RECORD (HEADER 0, DATA 5, TRAILER    *
003290*  9), TALLY SEQUENCE ERRORS ON THE DATA RECORDS, AND RELEASE    *
003300*  EVERYTHING TO THE SORT. EACH DATA RECORD IS STAMPED WITH THE  *
003310*  SOURCE SYSTEM OF ITS SET, AND EACH SET IS WRITTEN TO THE      *
003320*  SOURCE BALANCE FILE AS IT CLOSES. THE BRANCH REFERENCE FILE   *
003330*  IS OPEN ONLY FOR THE CONSOLIDATED-BRANCH SORT KEY (1180); A   *
003340*  FILE THAT WILL NOT OPEN FAILS THE SORT, AS CTLPGM01 COULD NOT *
003350*  VALIDATE A KEY WITHOUT IT EITHER.                             *
003360*----------------------------------------------------------------*
003370 1000-RELEASE-INPUT SECTION.
003380 1000-RELEASE-INPUT-START.
003390     OPEN INPUT INPUT-MASTER-FILE
003400     IF NOT WS-FS-INPUT-MASTER-OK
003410         STRING "CTLSRT01 - INPUT MASTER OPEN FAILED - STATUS "
003420             WS-FS-INPUT-MASTER
003430             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003440         DISPLAY WS-ERROR-MESSAGE-LINE
003450         MOVE 12 TO SRT-RETURN-CODE
003460         GO TO 1000-RELEASE-INPUT-EXIT
003470     END-IF
003480     OPEN OUTPUT SOURCE-BALANCE-FILE
003490     IF NOT WS-FS-SOURCE-BALANCE-OK
003500         STRING "CTLSRT01 - SOURCE BALANCE OPEN FAILED - STATUS "
003510             WS-FS-SOURCE-BALANCE
003520             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003530         DISPLAY WS-ERROR-MESSAGE-LINE
003540         MOVE 12 TO SRT-RETURN-CODE
003550         CLOSE INPUT-MASTER-FILE
003560         GO TO 1000-RELEASE-INPUT-EXIT
003570     END-IF
003580     OPEN INPUT BRANCH-REFERENCE-FILE
003590     IF NOT WS-FS-BRANCH-REF-OK
003600         STRING "CTLSRT01 - BRANCH REF OPEN FAILED - STATUS "
003610             WS-FS-BRANCH-REF
003620             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003630         DISPLAY WS-ERROR-MESSAGE-LINE
003640         MOVE 12 TO SRT-RETURN-CODE
003650         CLOSE INPUT-MASTER-FILE
003660         CLOSE SOURCE-BALANCE-FILE
003670         GO TO 1000-RELEASE-INPUT-EXIT
003680     END-IF
003690     MOVE ZERO TO WS-SET-SEQUENCE
003700     SET WS-EOF-NO TO TRUE
003710     SET WS-FIRST-DATA-YES TO TRUE
003720     MOVE SPACES TO WS-PRIOR-DATA-KEY
003730     PERFORM 1100-RELEASE-ONE-RECORD THRU
003740         1100-RELEASE-ONE-RECORD-EXIT
003750         UNTIL WS-EOF-YES OR SRT-RETURN-CODE >= 12
003760     IF WS-SET-OPEN
003770         IF WS-SET-STATUS-FLAG = "B"
003780             MOVE "T" TO WS-SET-STATUS-FLAG
003790         END-IF
003800         PERFORM 1170-STORE-SET-RESULT THRU
003810             1170-STORE-SET-RESULT-EXIT
003820     END-IF
003830     CLOSE INPUT-MASTER-FILE
003840     CLOSE SOURCE-BALANCE-FILE
003850     CLOSE BRANCH-REFERENCE-FILE
003860     GO TO 1000-RELEASE-INPUT-EXIT.
003870*----------------------------------------------------------------*
003880*  1100-RELEASE-ONE-RECORD - READ, CLASS, TALLY, AND RELEASE     *
003890*  ONE RAW INPUT RECORD.                                         *
003900*----------------------------------------------------------------*
003910 1100-RELEASE-ONE-RECORD.
003920     READ INPUT-MASTER-FILE
003930         AT END
003940             SET WS-EOF-YES TO TRUE
003950             GO TO 1100-RELEASE-ONE-RECORD-EXIT
003960     END-READ
003970     IF NOT WS-FS-INPUT-MASTER-OK
003980         STRING "CTLSRT01 - INPUT MASTER READ FAILED - STATUS "
003990             WS-FS-INPUT-MASTER
004000             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004010         DISPLAY WS-ERROR-MESSAGE-LINE
004020         MOVE 12 TO SRT-RETURN-CODE
004030         GO TO 1100-RELEASE-ONE-RECORD-EXIT
004040     END-IF
004050     IF SRT-IN-HEADER-RECORD
004060         MOVE "0" TO SR-SORT-CLASS
004070         PERFORM 1150-PROCESS-SET-HEADER THRU
004080             1150-PROCESS-SET-HEADER-EXIT
004090     ELSE
004100         IF SRT-IN-TRAILER-RECORD
004110             MOVE "9" TO SR-SORT-CLASS
004120             PERFORM 1160-PROCESS-SET-TRAILER THRU
004130                 1160-PROCESS-SET-TRAILER-EXIT
004140         ELSE
004150             MOVE "5" TO SR-SORT-CLASS
004160             IF WS-FIRST-DATA-YES
004170                 SET WS-FIRST-DATA-NO TO TRUE
004180             ELSE
004190                 IF SRT-IN-KEY-CONTROL < WS-PRIOR-DATA-KEY
004200                     ADD 1 TO SRT-SEQUENCE-ERRORS
004210                 END-IF
004220             END-IF
004230             MOVE SRT-IN-KEY-CONTROL TO WS-PRIOR-DATA-KEY
004240             IF WS-SET-CLOSED
004250                 PERFORM 1155-OPEN-IMPLICIT-SET THRU
004260                     1155-OPEN-IMPLICIT-SET-EXIT
004270             END-IF
004280             ADD 1 TO WS-SET-DATA-COUNT
004290             ADD SRT-IN-TRANSACTION-AMOUNT
004300                 TO WS-SET-HASH-TOTAL
004310             MOVE WS-SET-SOURCE-SYSTEM TO SRT-IN-SOURCE-SYSTEM
004320         END-IF
004330     END-IF
004340     MOVE SRT-IN-KEY-CONTROL TO SR-KEY-CONTROL
004350     IF SR-SORT-CLASS = "5" AND SRT-IN-KEY-CONTROL NOT = SPACES
004360         PERFORM 1180-RESOLVE-SORT-KEY THRU
004370             1180-RESOLVE-SORT-KEY-EXIT
004380     END-IF
004390     MOVE INPUT-MASTER-RECORD TO SR-MASTER-DATA
004400     RELEASE SORT-RECORD.
004410 1100-RELEASE-ONE-RECORD-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------*
004440*  1150-PROCESS-SET-HEADER - OPEN A NEW BATCH SET AT ITS HEADER. *
004450*  A SET STILL OPEN FROM THE PREVIOUS SOURCE LOST ITS TRAILER    *
004460*  AND IS CLOSED OUT-OF-BALANCE FIRST. THE CYCLE DATE IS         *
004470*  CHECKED AGAINST THE CALLER'S RUN DATE HERE, PER SET, SO ONE   *
004480*  SOURCE RETRANSMITTING YESTERDAY'S FILE FAILS ALONE (SEE       *
004490*  1152 FOR THE CYCLE DATES ACCEPTED ON A LATER RUN DATE). THE   *
004500*  SEQUENCE-ERROR COMPARE RESTARTS WITH EACH SET SO THE FIRST    *
004510*  KEY OF A NEW SOURCE IS NOT COUNTED AGAINST THE LAST KEY OF    *
004520*  THE PREVIOUS ONE.                                             *
004530*----------------------------------------------------------------*
004540 1150-PROCESS-SET-HEADER.
004550     IF WS-SET-OPEN
004560         IF WS-SET-STATUS-FLAG = "B"
004570             MOVE "T" TO WS-SET-STATUS-FLAG
004580         END-IF
004590         PERFORM 1170-STORE-SET-RESULT THRU
004600             1170-STORE-SET-RESULT-EXIT
004610     END-IF
004620     SET WS-SET-OPEN TO TRUE
004630     MOVE SRT-IN-HDR-SOURCE-SYSTEM TO WS-SET-SOURCE-SYSTEM
004640     MOVE SRT-IN-HDR-CYCLE-DATE TO WS-SET-CYCLE-DATE
004650     MOVE ZERO TO WS-SET-DATA-COUNT
004660     MOVE ZERO TO WS-SET-HASH-TOTAL
004670     SET WS-SET-TRAILER-MISSING TO TRUE
004680     MOVE ZERO TO WS-SET-TRL-RECORD-COUNT
004690     MOVE ZERO TO WS-SET-TRL-HASH-TOTAL
004700     PERFORM 1152-CHECK-CYCLE-DATE THRU
004710         1152-CHECK-CYCLE-DATE-EXIT
004720     SET WS-FIRST-DATA-YES TO TRUE.
004730 1150-PROCESS-SET-HEADER-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------*
004760*  1152-CHECK-CYCLE-DATE - A SET BALANCES ON ITS CYCLE DATE WHEN *
004770*  THE CYCLE DATE IS THE RUN DATE, OR WHEN THE RUN DATE IS THE   *
004780*  NEXT BUSINESS DAY AFTER IT (BUSINESS CALENDAR, CTLCAL01) AND  *
004790*  NO NIGHTLY RUN COULD HAVE TAKEN IT IN BETWEEN - THE CYCLE     *
004800*  DATE IS A HOLIDAY OR WEEKEND, OR NON-BUSINESS DAYS FOLLOW IT. *
004810*  SO FRIDAY'S CYCLE IS ACCEPTED ON MONDAY AND A HOLIDAY'S ON THE*
004820*  DAY AFTER, BUT TUESDAY'S FILE SENT AGAIN ON WEDNESDAY STILL   *
004830*  FAILS C. WITHOUT THE CALENDAR ONLY THE RUN DATE ITSELF IS     *
004840*  ACCEPTED.                                                     *
004850*----------------------------------------------------------------*
004860 1152-CHECK-CYCLE-DATE.
004870     MOVE "B" TO WS-SET-STATUS-FLAG
004880     IF WS-SET-CYCLE-DATE = SRT-RUN-DATE
004890         GO TO 1152-CHECK-CYCLE-DATE-EXIT
004900     END-IF
004910     MOVE "C" TO WS-SET-STATUS-FLAG
004920     IF WS-SET-CYCLE-DATE NOT < SRT-RUN-DATE
004930         GO TO 1152-CHECK-CYCLE-DATE-EXIT
004940     END-IF
004950     MOVE "N" TO WS-CAL-FUNCTION-CODE
004960     MOVE WS-SET-CYCLE-DATE TO WS-CAL-DATE
004970     MOVE ZERO TO WS-CAL-TO-DATE
004980     CALL "CTLCAL01" USING WS-CAL-FUNCTION-CODE WS-CAL-DATE
004990         WS-CAL-TO-DATE WS-CAL-DAY-COUNT WS-CAL-DAY-TYPE
005000         WS-CAL-RESULT
005010     IF WS-CAL-RESULT >= 12
005020         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
005030         STRING "CTLSRT01 - BUSINESS CALENDAR UNAVAILABLE - "
005040             "SOURCE " WS-SET-SOURCE-SYSTEM
005050             " CYCLE " WS-SET-CYCLE-DATE
005060             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005070         DISPLAY WS-ERROR-MESSAGE-LINE
005080         GO TO 1152-CHECK-CYCLE-DATE-EXIT
005090     END-IF
005100     IF WS-CAL-RESULT NOT = ZERO
005110         GO TO 1152-CHECK-CYCLE-DATE-EXIT
005120     END-IF
005130     IF WS-CAL-TO-DATE = SRT-RUN-DATE
005140         AND (WS-CAL-DAY-COUNT > 1 OR NOT WS-CAL-BUSINESS-DAY)
005150         MOVE "B" TO WS-SET-STATUS-FLAG
005160     END-IF.
005170 1152-CHECK-CYCLE-DATE-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------*
005200*  1155-OPEN-IMPLICIT-SET - A DATA OR TRAILER RECORD ARRIVED     *
005210*  WITH NO HEADER IN FRONT OF IT. THE SET IS ACCUMULATED UNDER   *
005220*  A PLACEHOLDER SOURCE AND FLAGGED OUT-OF-BALANCE SO THE        *
005230*  CALLER REPORTS THE HEADERLESS TRANSMISSION.                   *
005240*----------------------------------------------------------------*
005250 1155-OPEN-IMPLICIT-SET.
005260     SET WS-SET-OPEN TO TRUE
005270     MOVE "*NOHDR*" TO WS-SET-SOURCE-SYSTEM
005280     MOVE ZERO TO WS-SET-CYCLE-DATE
005290     MOVE ZERO TO WS-SET-DATA-COUNT
005300     MOVE ZERO TO WS-SET-HASH-TOTAL
005310     SET WS-SET-TRAILER-MISSING TO TRUE
005320     MOVE ZERO TO WS-SET-TRL-RECORD-COUNT
005330     MOVE ZERO TO WS-SET-TRL-HASH-TOTAL
005340     MOVE "N" TO WS-SET-STATUS-FLAG.
005350 1155-OPEN-IMPLICIT-SET-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------*
005380*  1160-PROCESS-SET-TRAILER - CLOSE THE OPEN SET AT ITS          *
005390*  TRAILER, BALANCING THE TRAILER COUNT AND HASH AGAINST WHAT    *
005400*  WAS ACTUALLY RELEASED FOR THE SET. A SET ALREADY FLAGGED      *
005410*  (BAD CYCLE DATE, NO HEADER) KEEPS ITS FIRST FLAG.             *
005420*----------------------------------------------------------------*
005430 1160-PROCESS-SET-TRAILER.
005440     IF WS-SET-CLOSED
005450         PERFORM 1155-OPEN-IMPLICIT-SET THRU
005460             1155-OPEN-IMPLICIT-SET-EXIT
005470     END-IF
005480     SET WS-SET-TRAILER-RECEIVED TO TRUE
005490     MOVE SRT-IN-TRL-RECORD-COUNT TO WS-SET-TRL-RECORD-COUNT
005500     MOVE SRT-IN-TRL-HASH-TOTAL TO WS-SET-TRL-HASH-TOTAL
005510     IF WS-SET-STATUS-FLAG = "B"
005520         IF SRT-IN-TRL-RECORD-COUNT NOT = WS-SET-DATA-COUNT
005530             MOVE "R" TO WS-SET-STATUS-FLAG
005540         ELSE
005550             IF SRT-IN-TRL-HASH-TOTAL NOT = WS-SET-HASH-TOTAL
005560                 MOVE "H" TO WS-SET-STATUS-FLAG
005570             END-IF
005580         END-IF
005590     END-IF
005600     PERFORM 1170-STORE-SET-RESULT THRU
005610         1170-STORE-SET-RESULT-EXIT.
005620 1160-PROCESS-SET-TRAILER-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------*
005650*  1170-STORE-SET-RESULT - HAND THE CLOSED SET'S SOURCE, CYCLE   *
005660*  DATE, COUNT, AMOUNT, AND VERDICT FLAG BACK THROUGH THE        *
005670*  CALLER'S RESULTS AREA. A FULL AREA IS LOGGED ONCE PER SET     *
005680*  AND RAISES RETURN CODE 08 - THE DROPPED SET CANNOT BE         *
005690*  REPORTED, SO THE NIGHT MUST NOT PASS AS FULLY BALANCED.       *
005700*  EVERY SET, DROPPED OR NOT, IS FIRST WRITTEN TO THE SOURCE     *
005710*  BALANCE FILE WITH ITS TRAILER'S OWN COUNT AND HASH.           *
005720*----------------------------------------------------------------*
005730 1170-STORE-SET-RESULT.
005740     ADD 1 TO WS-SET-SEQUENCE
005750     MOVE SPACES TO SOURCE-BALANCE-RECORD
005760     MOVE SRT-RUN-DATE TO SB-RUN-DATE
005770     MOVE WS-SET-SEQUENCE TO SB-SET-SEQUENCE
005780     MOVE WS-SET-SOURCE-SYSTEM TO SB-SOURCE-SYSTEM
005790     MOVE WS-SET-CYCLE-DATE TO SB-CYCLE-DATE
005800     MOVE WS-SET-STATUS-FLAG TO SB-STATUS-FLAG
005810     MOVE WS-SET-DATA-COUNT TO SB-OUR-RECORD-COUNT
005820     MOVE WS-SET-HASH-TOTAL TO SB-OUR-HASH-TOTAL
005830     MOVE WS-SET-TRAILER-SWITCH TO SB-TRAILER-SWITCH
005840     MOVE WS-SET-TRL-RECORD-COUNT TO SB-THEIR-RECORD-COUNT
005850     MOVE WS-SET-TRL-HASH-TOTAL TO SB-THEIR-HASH-TOTAL
005860     WRITE SOURCE-BALANCE-RECORD
005870     IF NOT WS-FS-SOURCE-BALANCE-OK
005880         STRING "CTLSRT01 - SOURCE BALANCE WRITE FAILED - STATUS "
005890             WS-FS-SOURCE-BALANCE
005900             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005910         DISPLAY WS-ERROR-MESSAGE-LINE
005920         MOVE 12 TO SRT-RETURN-CODE
005930     END-IF
005940     IF SRT-BR-SET-COUNT >= 10
005950         MOVE "CTLSRT01 - BATCH RESULTS AREA FULL - SET DROPPED"
005960             TO WS-ERROR-MESSAGE-LINE
005970         DISPLAY WS-ERROR-MESSAGE-LINE
005980         IF SRT-RETURN-CODE < 08
005990             MOVE 08 TO SRT-RETURN-CODE
006000         END-IF
006010         SET WS-SET-CLOSED TO TRUE
006020         GO TO 1170-STORE-SET-RESULT-EXIT
006030     END-IF
006040     ADD 1 TO SRT-BR-SET-COUNT
006050     MOVE WS-SET-SOURCE-SYSTEM
006060         TO SRT-BR-SOURCE-SYSTEM (SRT-BR-SET-COUNT)
006070     MOVE WS-SET-CYCLE-DATE
006080         TO SRT-BR-CYCLE-DATE (SRT-BR-SET-COUNT)
006090     MOVE WS-SET-DATA-COUNT
006100         TO SRT-BR-RECORD-COUNT (SRT-BR-SET-COUNT)
006110     MOVE WS-SET-HASH-TOTAL
006120         TO SRT-BR-AMOUNT-TOTAL (SRT-BR-SET-COUNT)
006130     MOVE WS-SET-STATUS-FLAG
006140         TO SRT-BR-STATUS-FLAG (SRT-BR-SET-COUNT)
006150     SET WS-SET-CLOSED TO TRUE.
006160 1170-STORE-SET-RESULT-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------*
006190*  1180-RESOLVE-SORT-KEY - FOLLOW A DATA RECORD'S KEY DOWN ANY   *
006200*  CHAIN OF CONSOLIDATIONS IN EFFECT ON THE RUN DATE AND SORT IT *
006210*  UNDER THE KEY AT THE END OF THE CHAIN.                        *
006220*----------------------------------------------------------------*
006230 1180-RESOLVE-SORT-KEY.
006240     MOVE SRT-IN-KEY-CONTROL TO WS-REMAP-KEY
006250     MOVE ZERO TO WS-REMAP-HOPS
006260     SET WS-REMAP-CHAIN-CONTINUES TO TRUE
006270     PERFORM 1185-FOLLOW-ONE-MERGE THRU
006280         1185-FOLLOW-ONE-MERGE-EXIT
006290         UNTIL WS-REMAP-CHAIN-ENDED
006300     MOVE WS-REMAP-KEY TO SR-KEY-CONTROL.
006310 1180-RESOLVE-SORT-KEY-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------*
006340*  1185-FOLLOW-ONE-MERGE - TAKE ONE STEP DOWN THE CHAIN: THE KEY *
006350*  IN HAND MUST BE ON FILE, CONSOLIDATED WITH A SUCCESSOR, AND   *
006360*  EFFECTIVE ON OR BEFORE THE RUN DATE, AND THE SUCCESSOR MUST BE*
006370*  ON FILE ITSELF. ANYTHING ELSE ENDS THE CHAIN WHERE IT STANDS. *
006380*----------------------------------------------------------------*
006390 1185-FOLLOW-ONE-MERGE.
006400     SET WS-REMAP-CHAIN-ENDED TO TRUE
006410     IF WS-REMAP-HOPS >= 9
006420         GO TO 1185-FOLLOW-ONE-MERGE-EXIT
006430     END-IF
006440     MOVE WS-REMAP-KEY TO BR-BRANCH-KEY
006450     READ BRANCH-REFERENCE-FILE
006460         INVALID KEY
006470             GO TO 1185-FOLLOW-ONE-MERGE-EXIT
006480     END-READ
006490     IF NOT BR-STATUS-CONSOLIDATED
006500         OR BR-SUCCESSOR-KEY = SPACES
006510         OR BR-CONSOLIDATION-DATE NOT NUMERIC
006520         GO TO 1185-FOLLOW-ONE-MERGE-EXIT
006530     END-IF
006540     IF BR-CONSOLIDATION-DATE > SRT-RUN-DATE
006550         GO TO 1185-FOLLOW-ONE-MERGE-EXIT
006560     END-IF
006570     MOVE BR-SUCCESSOR-KEY TO BR-BRANCH-KEY
006580     READ BRANCH-REFERENCE-FILE
006590         INVALID KEY
006600             GO TO 1185-FOLLOW-ONE-MERGE-EXIT
006610     END-READ
006620     MOVE BR-BRANCH-KEY TO WS-REMAP-KEY
006630     ADD 1 TO WS-REMAP-HOPS
006640     SET WS-REMAP-CHAIN-CONTINUES TO TRUE.
006650 1185-FOLLOW-ONE-MERGE-EXIT.
006660     EXIT.
006670 1000-RELEASE-INPUT-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------*
006700*  2000-WRITE-SORTED - SORT OUTPUT PROCEDURE. RETURN EACH        *
006710*  SORTED RECORD AND WRITE ITS ORIGINAL 100-BYTE IMAGE TO THE    *
006720*  SORTED MASTER FILE FOR CTLPGM01 TO READ.                      *
006730*----------------------------------------------------------------*
006740 2000-WRITE-SORTED SECTION.
006750 2000-WRITE-SORTED-START.
006760     OPEN OUTPUT SORTED-MASTER-FILE
006770     IF NOT WS-FS-SORTED-MASTER-OK
006780         STRING "CTLSRT01 - SORTED MASTER OPEN FAILED - STATUS "
006790             WS-FS-SORTED-MASTER
006800             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006810         DISPLAY WS-ERROR-MESSAGE-LINE
006820         MOVE 12 TO SRT-RETURN-CODE
006830         GO TO 2000-WRITE-SORTED-EXIT
006840     END-IF
006850     SET WS-SORT-EOF-NO TO TRUE
006860     PERFORM 2100-RETURN-ONE-RECORD THRU
006870         2100-RETURN-ONE-RECORD-EXIT
006880         UNTIL WS-SORT-EOF-YES OR SRT-RETURN-CODE >= 12
006890     CLOSE SORTED-MASTER-FILE
006900     GO TO 2000-WRITE-SORTED-EXIT.
006910*----------------------------------------------------------------*
006920*  2100-RETURN-ONE-RECORD - RETURN AND WRITE ONE SORTED RECORD.  *
006930*----------------------------------------------------------------*
006940 2100-RETURN-ONE-RECORD.
006950     RETURN SORT-WORK-FILE
006960         AT END
006970             SET WS-SORT-EOF-YES TO TRUE
006980             GO TO 2100-RETURN-ONE-RECORD-EXIT
006990     END-RETURN
007000     WRITE SORTED-MASTER-RECORD FROM SR-MASTER-DATA
007010     IF NOT WS-FS-SORTED-MASTER-OK
007020         STRING "CTLSRT01 - SORTED MASTER WRITE FAILED - STATUS "
007030             WS-FS-SORTED-MASTER
007040             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007050         DISPLAY WS-ERROR-MESSAGE-LINE
007060         MOVE 12 TO SRT-RETURN-CODE
007070     END-IF.
007080 2100-RETURN-ONE-RECORD-EXIT.
007090     EXIT.
007100 2000-WRITE-SORTED-EXIT.
007110     EXIT.
