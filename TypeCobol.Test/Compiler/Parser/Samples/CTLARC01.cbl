000380*                  RECORD IS READ BACK AND COMPARED, AND A       *
000390*                  DIFFERING IMAGE STOPS THE RUN INSTEAD OF      *
000400*                  BEING SILENTLY DROPPED                        *
000410*  10/15/26  RLM   AUDIT AND ARCHIVE IMAGES NOW CARRY THE        *
000420*                  TRANSACTION TYPE - LAYOUTS KEPT IN STEP WITH  *
000430*                  CTLPGM01. ARCHIVE RECORD IS NOW 199 BYTES     *
000440*  10/15/26  RLM   CHECKS IN AND OUT WITH THE RUN CONTROL LEDGER *
000450*                  (CTLRCL01) AS STEP CTLARC-A OR CTLARC-P; AN   *
000460*                  ARCHIVE OR PURGE ALREADY COMPLETE FOR THE     *
000470*                  RUN DATE IS REFUSED WITHOUT A RERUN OVERRIDE  *
000480*  10/15/26  RLM   AUDIT AND ARCHIVE IMAGES NOW CARRY THE        *
000490*                  DISPOSITION CODE (POSTED OR DUPLICATE) SO     *
000500*                  THE MASTER CAN BE REBUILT FROM THE ARCHIVE    *
000510*                  (CTLCRB01). ARCHIVE RECORD IS NOW 200 BYTES   *
000520*  10/15/26  RLM   CHECKS IN UNDER THE NIGHT'S RUN DATE FROM THE *
000530*                  RUN CONTROL LEDGER (CTLRCL01 FUNCTION D)      *
000540*                  INSTEAD OF THE CLOCK DATE, SO A STREAM PAST   *
000550*                  MIDNIGHT OR A NEXT-MORNING RERUN KEEPS ITS    *
000560*                  NIGHT (1020)                                  *
000570*  10/15/26  RLM   AUDIT AND ARCHIVE IMAGES NOW CARRY THE RUN    *
000580*                  DATE OF THE CTLPGM01 RUN THAT POSTED THEM, SO *
000590*                  A POSTING AFTER MIDNIGHT STAYS WITH ITS       *
000600*                  NIGHT - LAYOUTS KEPT IN STEP WITH CTLPGM01.   *
000610*                  ARCHIVE RECORD IS NOW 208 BYTES               *
000620*----------------------------------------------------------------*
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. IBM-3090.
000660 OBJECT-COMPUTER. IBM-3090.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-FS-AUDIT-TRAIL.
000730     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDTARCH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS AA-ARCHIVE-KEY
000770         FILE STATUS IS WS-FS-AUDIT-ARCH.
000780     SELECT CERTIFICATE-REPORT-FILE ASSIGN TO CERTRPT
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS WS-FS-CERT-RPT.
000820 DATA DIVISION.
000830 FILE SECTION.
000840*----------------------------------------------------------------*
000850*  AUDIT-TRAIL-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.        *
000860*----------------------------------------------------------------*
000870 FD  AUDIT-TRAIL-FILE
000880     RECORDING MODE IS F.
000890 01  AUDIT-TRAIL-RECORD.
000900     05  AT-TIMESTAMP                 PIC X(26).
000910     05  AT-USER-ID                   PIC X(08).
000920     05  AT-BEFORE-IMAGE.
000930         10  AT-BEFORE-KEY-CONTROL    PIC X(06).
000940         10  AT-BEFORE-CUSTOMER-NAME  PIC X(30).
000950         10  AT-BEFORE-ADDRESS        PIC X(40).
000960     05  AT-AFTER-IMAGE.
000970         10  AT-AFTER-KEY-CONTROL     PIC X(06).
000980         10  AT-AFTER-CUSTOMER-NAME   PIC X(30).
000990         10  AT-AFTER-ADDRESS         PIC X(40).
001000     05  AT-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
001010     05  AT-TRANSACTION-TYPE          PIC X(01).
001020     05  AT-DISPOSITION-CODE          PIC X(01).
001030     05  AT-RUN-DATE                  PIC 9(08).
001040*----------------------------------------------------------------*
001050*  AUDIT-ARCHIVE-FILE - THE CUMULATIVE ARCHIVE. THE RECORD KEY   *
001060*  IS THE AFTER-IMAGE KEY CONTROL VALUE PLUS THE FULL AUDIT      *
001070*  TIMESTAMP, WHICH LETS CTLAIQ01 START A BROWSE AT ONE BRANCH   *
001080*  WITHOUT READING THE WHOLE ARCHIVE. THE TIMESTAMP IS STAMPED   *
001090*  AT CENTISECOND RESOLUTION, SO TWO TRANSACTIONS FOR THE SAME   *
001100*  BRANCH IN THE SAME CENTISECOND CAN SHARE A KEY - A            *
001110*  DUPLICATE-KEY WRITE IS THEREFORE RESOLVED BY COMPARING        *
001120*  IMAGES (SEE 1150), NEVER BY ASSUMING A RERUN.                 *
001130*----------------------------------------------------------------*
001140 FD  AUDIT-ARCHIVE-FILE
001150     RECORD CONTAINS 208 CHARACTERS.
001160 01  AUDIT-ARCHIVE-RECORD.
001170     05  AA-ARCHIVE-KEY.
001180         10  AA-KEY-CONTROL           PIC X(06).
001190         10  AA-TIMESTAMP             PIC X(26).
001200     05  AA-TIMESTAMP-SPLIT REDEFINES AA-ARCHIVE-KEY.
001210         10  FILLER                   PIC X(06).
001220         10  AA-TS-DATE               PIC 9(08).
001230         10  FILLER                   PIC X(18).
001240     05  AA-USER-ID                   PIC X(08).
001250     05  AA-BEFORE-IMAGE.
001260         10  AA-BEFORE-KEY-CONTROL    PIC X(06).
001270         10  AA-BEFORE-CUSTOMER-NAME  PIC X(30).
001280         10  AA-BEFORE-ADDRESS        PIC X(40).
001290     05  AA-AFTER-IMAGE.
001300         10  AA-AFTER-KEY-CONTROL     PIC X(06).
001310         10  AA-AFTER-CUSTOMER-NAME   PIC X(30).
001320         10  AA-AFTER-ADDRESS         PIC X(40).
001330     05  AA-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
001340     05  AA-TRANSACTION-TYPE          PIC X(01).
001350     05  AA-DISPOSITION-CODE          PIC X(01).
001360     05  AA-RUN-DATE                  PIC 9(08).
001370 FD  CERTIFICATE-REPORT-FILE
001380     RECORDING MODE IS F.
001390 01  CERTIFICATE-REPORT-RECORD         PIC X(132).
001400 WORKING-STORAGE SECTION.
001410 01  WS-FILE-STATUS-BLOCK.
001420     05  WS-FS-AUDIT-TRAIL            PIC X(02).
001430         88  WS-FS-AUDIT-TRAIL-OK              VALUE "00".
001440     05  WS-FS-AUDIT-ARCH             PIC X(02).
001450         88  WS-FS-AUDIT-ARCH-OK               VALUE "00".
001460         88  WS-FS-AUDIT-ARCH-DUPLICATE        VALUE "22".
001470         88  WS-FS-AUDIT-ARCH-NOT-FOUND        VALUE "35".
001480         88  WS-FS-AUDIT-ARCH-EOF              VALUE "10".
001490     05  WS-FS-CERT-RPT               PIC X(02).
001500         88  WS-FS-CERT-RPT-OK                 VALUE "00".
001510
001520 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
001530     88  WS-EOF-YES                            VALUE "Y".
001540     88  WS-EOF-NO                             VALUE "N".
001550
001560 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
001570     88  WS-ABEND-REQUESTED                    VALUE "Y".
001580
001590 01  WS-ARCHIVE-TOTALS.
001600     05  WS-AR-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
001610     05  WS-AR-RECORDS-ARCHIVED        PIC 9(09) COMP VALUE ZERO.
001620     05  WS-AR-DUPLICATES-SKIPPED      PIC 9(09) COMP VALUE ZERO.
001630*----------------------------------------------------------------*
001640*  DUPLICATE-KEY HOLD - THE IMAGE THE RUN WAS TRYING TO WRITE    *
001650*  WHEN THE ARCHIVE REPORTED A DUPLICATE KEY, HELD HERE WHILE    *
001660*  THE STORED RECORD IS READ BACK AND COMPARED BYTE FOR BYTE.    *
001670*----------------------------------------------------------------*
001680 01  WS-ARCHIVE-NEW-IMAGE              PIC X(208) VALUE SPACES.
001690
001700 01  WS-PURGE-TOTALS.
001710     05  WS-PG-RECORDS-EXAMINED        PIC 9(09) COMP VALUE ZERO.
001720     05  WS-PG-RECORDS-DESTROYED       PIC 9(09) COMP VALUE ZERO.
001730     05  WS-PG-RECORDS-RETAINED        PIC 9(09) COMP VALUE ZERO.
001740     05  WS-PG-EARLIEST-DESTROYED      PIC X(26) VALUE SPACES.
001750     05  WS-PG-LATEST-DESTROYED        PIC X(26) VALUE SPACES.
001760*----------------------------------------------------------------*
001770*  RETENTION CONTROL - IMAGES OLDER THAN SEVEN YEARS ARE PAST    *
001780*  THE RETENTION POINT. THE CUTOFF IS THE RUN DATE LESS SEVEN    *
001790*  ON THE YEAR - AN IMAGE DATED ON OR BEFORE THE CUTOFF IS       *
001800*  DESTROYED.                                                    *
001810*----------------------------------------------------------------*
001820 77  WS-RETENTION-YEARS                PIC 9(02) VALUE 07.
001830 01  WS-RETENTION-CUTOFF               PIC 9(08) VALUE ZERO.
001840 01  WS-RETENTION-CUTOFF-SPLIT REDEFINES WS-RETENTION-CUTOFF.
001850     05  WS-RC-YEAR                    PIC 9(04).
001860     05  WS-RC-MONTH-DAY               PIC 9(04).
001870
001880 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
001890 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
001900 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001910*----------------------------------------------------------------*
001920*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE ARCHIVE AND     *
001930*  PURGE FUNCTIONS ARE SEPARATE LEDGER STEPS, CTLARC-A AND       *
001940*  CTLARC-P, SO EACH IS GUARDED ON ITS OWN.                      *
001950*----------------------------------------------------------------*
001960 01  WS-RUN-CONTROL-CALL.
001970     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
001980     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
001990     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
002000     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
002010     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
002020         88  WS-RCL-CHECKED-IN                VALUE "Y".
002030         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
002040 LINKAGE SECTION.
002050*  ARC-FUNCTION-CODE - "A" ARCHIVE THE DAILY AUDIT TRAIL INTO    *
002060*  THE CUMULATIVE ARCHIVE, "P" PURGE PAST-RETENTION IMAGES AND   *
002070*  PRINT THE DESTRUCTION CERTIFICATE.                            *
002080 01  ARC-FUNCTION-CODE                 PIC X(01).
002090     88  ARC-FUNCTION-ARCHIVE                  VALUE "A".
002100     88  ARC-FUNCTION-PURGE                    VALUE "P".
002110*----------------------------------------------------------------*
002120*  PROCEDURE DIVISION                                            *
002130*----------------------------------------------------------------*
002140 PROCEDURE DIVISION USING ARC-FUNCTION-CODE.
002150*----------------------------------------------------------------*
002160*  0000-MAINLINE - ROUTE TO THE ARCHIVE OR PURGE FUNCTION.       *
002170*  RETURN CODE 12 ON A FILE FAILURE OR AN UNKNOWN FUNCTION       *
002180*  CODE, 04 WHEN AN ARCHIVE RUN SKIPPED DUPLICATES, ELSE 00.     *
002190*----------------------------------------------------------------*
002200 0000-MAINLINE.
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002220     MOVE ZERO TO RETURN-CODE
002230     IF ARC-FUNCTION-ARCHIVE OR ARC-FUNCTION-PURGE
002240         PERFORM 1020-BEGIN-RUN-CONTROL THRU
002250             1020-BEGIN-RUN-CONTROL-EXIT
002260         IF WS-RCL-NOT-CHECKED-IN
002270             MOVE 12 TO RETURN-CODE
002280             GOBACK
002290         END-IF
002300     END-IF
002310     IF ARC-FUNCTION-ARCHIVE
002320         PERFORM 1000-ARCHIVE-DAILY-TRAIL THRU
002330             1000-ARCHIVE-DAILY-TRAIL-EXIT
002340     ELSE
002350         IF ARC-FUNCTION-PURGE
002360             PERFORM 2000-PURGE-PAST-RETENTION THRU
002370                 2000-PURGE-PAST-RETENTION-EXIT
002380         ELSE
002390             STRING "CTLARC01 - UNKNOWN FUNCTION CODE "
002400                 ARC-FUNCTION-CODE
002410                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002420             DISPLAY WS-ERROR-MESSAGE-LINE
002430             SET WS-ABEND-REQUESTED TO TRUE
002440         END-IF
002450     END-IF
002460     IF WS-ABEND-REQUESTED
002470         MOVE 12 TO RETURN-CODE
002480     ELSE
002490         IF ARC-FUNCTION-ARCHIVE
002500             AND WS-AR-DUPLICATES-SKIPPED > ZERO
002510             MOVE 04 TO RETURN-CODE
002520         END-IF
002530     END-IF
002540     PERFORM 9900-END-RUN-CONTROL THRU
002550         9900-END-RUN-CONTROL-EXIT
002560     GOBACK.
002570 0000-MAINLINE-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------*
002600*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL        *
002610*  LEDGER (CTLRCL01) UNDER CTLARC- PLUS THE FUNCTION CODE. AN    *
002620*  ARCHIVE OR PURGE ALREADY COMPLETE FOR THE RUN DATE WITHOUT A  *
002630*  RERUN OVERRIDE, OR A LEDGER FAILURE, STOPS THE RUN.           *
002640*  THE NIGHT'S RUN DATE IS TAKEN FROM THE LEDGER FIRST (FUNCTION *
002650*  D), SO A STREAM THAT RUNS PAST MIDNIGHT, OR A RERUN THE NEXT  *
002660*  MORNING, IS STILL LEDGERED UNDER THE NIGHT IT BELONGS TO.     *
002670*----------------------------------------------------------------*
002680 1020-BEGIN-RUN-CONTROL.
002690     SET WS-RCL-NOT-CHECKED-IN TO TRUE
002700     MOVE "D" TO WS-RCL-FUNCTION-CODE
002710     MOVE "CTLARC-" TO WS-RCL-STEP-NAME
002720     MOVE ARC-FUNCTION-CODE TO WS-RCL-STEP-NAME (8:1)
002730     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
002740     MOVE ZERO TO WS-RCL-RESULT
002750     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
002760         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
002770     IF WS-RCL-RESULT = ZERO
002780         MOVE "B" TO WS-RCL-FUNCTION-CODE
002790         CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE
002800             WS-RCL-STEP-NAME WS-RUN-DATE WS-RCL-STEP-RETURN-CODE
002810             WS-RCL-RESULT
002820     END-IF
002830     IF WS-RCL-RESULT = ZERO
002840         SET WS-RCL-CHECKED-IN TO TRUE
002850     ELSE
002860         MOVE "CTLARC01 - RUN CONTROL LEDGER DID NOT RELEASE RUN"
002870             TO WS-ERROR-MESSAGE-LINE
002880         DISPLAY WS-ERROR-MESSAGE-LINE
002890     END-IF.
002900 1020-BEGIN-RUN-CONTROL-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------*
002930*  1000-ARCHIVE-DAILY-TRAIL - ROLL THE DAILY AUDIT TRAIL INTO    *
002940*  THE CUMULATIVE ARCHIVE. THE VERY FIRST RUN FINDS NO FILE      *
002950*  (OPEN I-O FAILS WITH FILE NOT FOUND), CREATES IT EMPTY, AND   *
002960*  REOPENS IT I-O SO THE DUPLICATE-KEY READBACK IN 1150 WORKS    *
002970*  EVEN ON THAT FIRST LOAD; EVERY RUN UPDATES IT IN PLACE.       *
002980*----------------------------------------------------------------*
002990 1000-ARCHIVE-DAILY-TRAIL.
003000     OPEN INPUT AUDIT-TRAIL-FILE
003010     IF NOT WS-FS-AUDIT-TRAIL-OK
003020         STRING "CTLARC01 - AUDIT TRAIL OPEN FAILED - STATUS "
003030             WS-FS-AUDIT-TRAIL
003040             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003050         DISPLAY WS-ERROR-MESSAGE-LINE
003060         SET WS-ABEND-REQUESTED TO TRUE
003070         GO TO 1000-ARCHIVE-DAILY-TRAIL-EXIT
003080     END-IF
003090     OPEN I-O AUDIT-ARCHIVE-FILE
003100     IF WS-FS-AUDIT-ARCH-NOT-FOUND
003110         OPEN OUTPUT AUDIT-ARCHIVE-FILE
003120         CLOSE AUDIT-ARCHIVE-FILE
003130         OPEN I-O AUDIT-ARCHIVE-FILE
003140     END-IF
003150     IF NOT WS-FS-AUDIT-ARCH-OK
003160         STRING "CTLARC01 - AUDIT ARCHIVE OPEN FAILED - STATUS "
003170             WS-FS-AUDIT-ARCH
003180             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003190         DISPLAY WS-ERROR-MESSAGE-LINE
003200         SET WS-ABEND-REQUESTED TO TRUE
003210         CLOSE AUDIT-TRAIL-FILE
003220         GO TO 1000-ARCHIVE-DAILY-TRAIL-EXIT
003230     END-IF
003240     SET WS-EOF-NO TO TRUE
003250     PERFORM 1100-ARCHIVE-ONE-IMAGE THRU
003260         1100-ARCHIVE-ONE-IMAGE-EXIT
003270         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
003280     CLOSE AUDIT-TRAIL-FILE
003290     CLOSE AUDIT-ARCHIVE-FILE
003300     MOVE WS-AR-RECORDS-READ TO WS-COUNT-DISPLAY
003310     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
003320     STRING "CTLARC01 - IMAGES READ     " WS-COUNT-DISPLAY
003330         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003340     DISPLAY WS-ERROR-MESSAGE-LINE
003350     MOVE WS-AR-RECORDS-ARCHIVED TO WS-COUNT-DISPLAY
003360     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
003370     STRING "CTLARC01 - IMAGES ARCHIVED " WS-COUNT-DISPLAY
003380         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003390     DISPLAY WS-ERROR-MESSAGE-LINE
003400     MOVE WS-AR-DUPLICATES-SKIPPED TO WS-COUNT-DISPLAY
003410     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
003420     STRING "CTLARC01 - DUPLICATES      " WS-COUNT-DISPLAY
003430         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003440     DISPLAY WS-ERROR-MESSAGE-LINE.
003450 1000-ARCHIVE-DAILY-TRAIL-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480*  1100-ARCHIVE-ONE-IMAGE - READ ONE DAILY AUDIT IMAGE AND       *
003490*  WRITE IT INTO THE ARCHIVE UNDER AFTER-IMAGE KEY PLUS          *
003500*  TIMESTAMP. A DUPLICATE KEY MEANS THE IMAGE IS ALREADY         *
003510*  ARCHIVED (RERUN OF THE MONTHLY JOB) AND IS SKIPPED.           *
003520*----------------------------------------------------------------*
003530 1100-ARCHIVE-ONE-IMAGE.
003540     READ AUDIT-TRAIL-FILE
003550         AT END
003560             SET WS-EOF-YES TO TRUE
003570             GO TO 1100-ARCHIVE-ONE-IMAGE-EXIT
003580     END-READ
003590     IF NOT WS-FS-AUDIT-TRAIL-OK
003600         STRING "CTLARC01 - AUDIT TRAIL READ FAILED - STATUS "
003610             WS-FS-AUDIT-TRAIL
003620             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003630         DISPLAY WS-ERROR-MESSAGE-LINE
003640         SET WS-ABEND-REQUESTED TO TRUE
003650         GO TO 1100-ARCHIVE-ONE-IMAGE-EXIT
003660     END-IF
003670     ADD 1 TO WS-AR-RECORDS-READ
003680     MOVE SPACES TO AUDIT-ARCHIVE-RECORD
003690     MOVE AT-AFTER-KEY-CONTROL TO AA-KEY-CONTROL
003700     MOVE AT-TIMESTAMP TO AA-TIMESTAMP
003710     MOVE AT-USER-ID TO AA-USER-ID
003720     MOVE AT-BEFORE-IMAGE TO AA-BEFORE-IMAGE
003730     MOVE AT-AFTER-IMAGE TO AA-AFTER-IMAGE
003740     MOVE AT-TRANSACTION-AMOUNT TO AA-TRANSACTION-AMOUNT
003750     MOVE AT-TRANSACTION-TYPE TO AA-TRANSACTION-TYPE
003760     MOVE AT-DISPOSITION-CODE TO AA-DISPOSITION-CODE
003770     MOVE AT-RUN-DATE TO AA-RUN-DATE
003780     WRITE AUDIT-ARCHIVE-RECORD
003790         INVALID KEY
003800             IF WS-FS-AUDIT-ARCH-DUPLICATE
003810                 PERFORM 1150-CHECK-DUPLICATE-IMAGE THRU
003820                     1150-CHECK-DUPLICATE-IMAGE-EXIT
003830             ELSE
003840                 STRING "CTLARC01 - ARCH WRITE FAILED - STATUS "
003850                     WS-FS-AUDIT-ARCH
003860                     DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003870                 DISPLAY WS-ERROR-MESSAGE-LINE
003880                 SET WS-ABEND-REQUESTED TO TRUE
003890             END-IF
003900         NOT INVALID KEY
003910             ADD 1 TO WS-AR-RECORDS-ARCHIVED
003920     END-WRITE.
003930 1100-ARCHIVE-ONE-IMAGE-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------*
003960*  1150-CHECK-DUPLICATE-IMAGE - THE ARCHIVE ALREADY HOLDS A      *
003970*  RECORD UNDER THIS KEY. THE AUDIT TIMESTAMP IS ONLY            *
003980*  CENTISECOND-FINE, SO THAT CAN BE EITHER A RERUN OF THE        *
003990*  MONTHLY JOB (SAME IMAGE) OR TWO REAL TRANSACTIONS FOR THE     *
004000*  SAME BRANCH IN THE SAME CENTISECOND (DIFFERENT IMAGE). THE    *
004010*  STORED RECORD IS READ BACK AND COMPARED: AN IDENTICAL IMAGE   *
004020*  IS COUNTED AS A RERUN DUPLICATE AND SKIPPED, A DIFFERENT      *
004030*  IMAGE STOPS THE RUN - A COMPLIANCE IMAGE MUST NEVER BE        *
004040*  SILENTLY DROPPED FROM THE ARCHIVE.                            *
004050*----------------------------------------------------------------*
004060 1150-CHECK-DUPLICATE-IMAGE.
004070     MOVE AUDIT-ARCHIVE-RECORD TO WS-ARCHIVE-NEW-IMAGE
004080     READ AUDIT-ARCHIVE-FILE
004090         INVALID KEY
004100             STRING "CTLARC01 - ARCH READBACK FAILED - STATUS "
004110                 WS-FS-AUDIT-ARCH
004120                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004130             DISPLAY WS-ERROR-MESSAGE-LINE
004140             SET WS-ABEND-REQUESTED TO TRUE
004150             GO TO 1150-CHECK-DUPLICATE-IMAGE-EXIT
004160     END-READ
004170     IF AUDIT-ARCHIVE-RECORD = WS-ARCHIVE-NEW-IMAGE
004180         ADD 1 TO WS-AR-DUPLICATES-SKIPPED
004190     ELSE
004200         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
004210         STRING "CTLARC01 - ARCHIVE KEY COLLISION - KEY "
004220             AA-KEY-CONTROL "  TS " AA-TIMESTAMP
004230             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004240         DISPLAY WS-ERROR-MESSAGE-LINE
004250         MOVE "CTLARC01 - IMAGE DIFFERS - RUN STOPPED"
004260             TO WS-ERROR-MESSAGE-LINE
004270         DISPLAY WS-ERROR-MESSAGE-LINE
004280         SET WS-ABEND-REQUESTED TO TRUE
004290     END-IF.
004300 1150-CHECK-DUPLICATE-IMAGE-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------*
004330*  2000-PURGE-PAST-RETENTION - WALK THE WHOLE ARCHIVE IN KEY     *
004340*  ORDER, DELETE EVERY IMAGE WHOSE TIMESTAMP DATE IS ON OR       *
004350*  BEFORE THE SEVEN-YEAR CUTOFF, AND PRINT THE DESTRUCTION       *
004360*  CERTIFICATE.                                                  *
004370*----------------------------------------------------------------*
004380 2000-PURGE-PAST-RETENTION.
004390     MOVE WS-RUN-DATE TO WS-RETENTION-CUTOFF
004400     SUBTRACT WS-RETENTION-YEARS FROM WS-RC-YEAR
004410     OPEN I-O AUDIT-ARCHIVE-FILE
004420     IF NOT WS-FS-AUDIT-ARCH-OK
004430         STRING "CTLARC01 - AUDIT ARCHIVE OPEN FAILED - STATUS "
004440             WS-FS-AUDIT-ARCH
004450             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004460         DISPLAY WS-ERROR-MESSAGE-LINE
004470         SET WS-ABEND-REQUESTED TO TRUE
004480         GO TO 2000-PURGE-PAST-RETENTION-EXIT
004490     END-IF
004500     OPEN OUTPUT CERTIFICATE-REPORT-FILE
004510     IF NOT WS-FS-CERT-RPT-OK
004520         STRING "CTLARC01 - CERTIFICATE OPEN FAILED - STATUS "
004530             WS-FS-CERT-RPT
004540             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004550         DISPLAY WS-ERROR-MESSAGE-LINE
004560         SET WS-ABEND-REQUESTED TO TRUE
004570         CLOSE AUDIT-ARCHIVE-FILE
004580         GO TO 2000-PURGE-PAST-RETENTION-EXIT
004590     END-IF
004600     MOVE LOW-VALUES TO AA-ARCHIVE-KEY
004610     START AUDIT-ARCHIVE-FILE KEY NOT < AA-ARCHIVE-KEY
004620         INVALID KEY
004630             SET WS-EOF-YES TO TRUE
004640     END-START
004650     IF NOT WS-EOF-YES
004660         SET WS-EOF-NO TO TRUE
004670         PERFORM 2100-PURGE-ONE-IMAGE THRU
004680             2100-PURGE-ONE-IMAGE-EXIT
004690             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
004700     END-IF
004710     PERFORM 3000-WRITE-CERTIFICATE THRU
004720         3000-WRITE-CERTIFICATE-EXIT
004730     CLOSE AUDIT-ARCHIVE-FILE
004740     CLOSE CERTIFICATE-REPORT-FILE.
004750 2000-PURGE-PAST-RETENTION-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------*
004780*  2100-PURGE-ONE-IMAGE - READ THE NEXT ARCHIVE IMAGE AND        *
004790*  DELETE IT WHEN ITS TIMESTAMP DATE IS PAST RETENTION,          *
004800*  TRACKING THE DATE RANGE DESTROYED FOR THE CERTIFICATE.        *
004810*----------------------------------------------------------------*
004820 2100-PURGE-ONE-IMAGE.
004830     READ AUDIT-ARCHIVE-FILE NEXT RECORD
004840         AT END
004850             SET WS-EOF-YES TO TRUE
004860             GO TO 2100-PURGE-ONE-IMAGE-EXIT
004870     END-READ
004880     IF NOT WS-FS-AUDIT-ARCH-OK
004890         STRING "CTLARC01 - ARCHIVE READ FAILED - STATUS "
004900             WS-FS-AUDIT-ARCH
004910             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004920         DISPLAY WS-ERROR-MESSAGE-LINE
004930         SET WS-ABEND-REQUESTED TO TRUE
004940         GO TO 2100-PURGE-ONE-IMAGE-EXIT
004950     END-IF
004960     ADD 1 TO WS-PG-RECORDS-EXAMINED
004970     IF AA-TS-DATE > WS-RETENTION-CUTOFF
004980         ADD 1 TO WS-PG-RECORDS-RETAINED
004990         GO TO 2100-PURGE-ONE-IMAGE-EXIT
005000     END-IF
005010     DELETE AUDIT-ARCHIVE-FILE
005020         INVALID KEY
005030             STRING "CTLARC01 - ARCHIVE DELETE FAILED - STATUS "
005040                 WS-FS-AUDIT-ARCH
005050                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005060             DISPLAY WS-ERROR-MESSAGE-LINE
005070             SET WS-ABEND-REQUESTED TO TRUE
005080             GO TO 2100-PURGE-ONE-IMAGE-EXIT
005090     END-DELETE
005100     ADD 1 TO WS-PG-RECORDS-DESTROYED
005110     IF WS-PG-EARLIEST-DESTROYED = SPACES
005120         OR AA-TIMESTAMP < WS-PG-EARLIEST-DESTROYED
005130         MOVE AA-TIMESTAMP TO WS-PG-EARLIEST-DESTROYED
005140     END-IF
005150     IF AA-TIMESTAMP > WS-PG-LATEST-DESTROYED
005160         MOVE AA-TIMESTAMP TO WS-PG-LATEST-DESTROYED
005170     END-IF.
005180 2100-PURGE-ONE-IMAGE-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------*
005210*  3000-WRITE-CERTIFICATE - THE DESTRUCTION CERTIFICATE FOR THE  *
005220*  RECORDS MANAGEMENT FILE: WHAT WAS DESTROYED, UNDER WHAT       *
005230*  CUTOFF, AND WHAT REMAINS.                                     *
005240*----------------------------------------------------------------*
005250 3000-WRITE-CERTIFICATE.
005260     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
005270     STRING "CERTIFICATE OF DESTRUCTION - AUDIT TRAIL ARCHIVE"
005280         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
005290     WRITE CERTIFICATE-REPORT-RECORD
005300     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
005310     STRING "PURGE RUN DATE " WS-RUN-DATE
005320         "  RETENTION CUTOFF " WS-RETENTION-CUTOFF
005330         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
005340     WRITE CERTIFICATE-REPORT-RECORD
005350     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
005360     WRITE CERTIFICATE-REPORT-RECORD
005370     MOVE WS-PG-RECORDS-EXAMINED TO WS-COUNT-DISPLAY
005380     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
005390     STRING "IMAGES EXAMINED  " WS-COUNT-DISPLAY
005400         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
005410     WRITE CERTIFICATE-REPORT-RECORD
005420     MOVE WS-PG-RECORDS-DESTROYED TO WS-COUNT-DISPLAY
005430     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
005440     STRING "IMAGES DESTROYED " WS-COUNT-DISPLAY
005450         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
005460     WRITE CERTIFICATE-REPORT-RECORD
005470     MOVE WS-PG-RECORDS-RETAINED TO WS-COUNT-DISPLAY
005480     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
005490     STRING "IMAGES RETAINED  " WS-COUNT-DISPLAY
005500         DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
005510     WRITE CERTIFICATE-REPORT-RECORD
005520     IF WS-PG-RECORDS-DESTROYED > ZERO
005530         MOVE SPACES TO CERTIFICATE-REPORT-RECORD
005540         STRING "EARLIEST DESTROYED " WS-PG-EARLIEST-DESTROYED
005550             DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
005560         WRITE CERTIFICATE-REPORT-RECORD
005570         MOVE SPACES TO CERTIFICATE-REPORT-RECORD
005580         STRING "LATEST DESTROYED   " WS-PG-LATEST-DESTROYED
005590             DELIMITED BY SIZE INTO CERTIFICATE-REPORT-RECORD
005600         WRITE CERTIFICATE-REPORT-RECORD
005610     END-IF
005620     MOVE SPACES TO CERTIFICATE-REPORT-RECORD
005630     WRITE CERTIFICATE-REPORT-RECORD
005640     MOVE "ALL IMAGES PAST THE RETENTION POINT WERE DESTROYED"
005650         TO CERTIFICATE-REPORT-RECORD
005660     IF WS-ABEND-REQUESTED
005670         MOVE "PURGE INCOMPLETE - SEE JOB LOG - DO NOT FILE"
005680             TO CERTIFICATE-REPORT-RECORD
005690     END-IF
005700     WRITE CERTIFICATE-REPORT-RECORD.
005710 3000-WRITE-CERTIFICATE-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------*
005740*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
005750*  WITH THE STEP RETURN CODE (12 AND UP RECORDS THE STEP AS      *
005760*  FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). THE RETURN   *
005770*  CODE IS PUT BACK AFTER THE CALL; A LEDGER THAT CANNOT RECORD  *
005780*  THE END RAISES IT TO 12 SO THE CHAIN STOPS.                   *
005790*----------------------------------------------------------------*
005800 9900-END-RUN-CONTROL.
005810     IF WS-RCL-NOT-CHECKED-IN
005820         GO TO 9900-END-RUN-CONTROL-EXIT
005830     END-IF
005840     MOVE RETURN-CODE TO WS-RCL-STEP-RETURN-CODE
005850     MOVE "E" TO WS-RCL-FUNCTION-CODE
005860     MOVE ZERO TO WS-RCL-RESULT
005870     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
005880         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
005890     SET WS-RCL-NOT-CHECKED-IN TO TRUE
005900     MOVE WS-RCL-STEP-RETURN-CODE TO RETURN-CODE
005910     IF WS-RCL-RESULT NOT = ZERO
005920         MOVE "CTLARC01 - RUN CONTROL LEDGER END NOT RECORDED"
005930             TO WS-ERROR-MESSAGE-LINE
005940         DISPLAY WS-ERROR-MESSAGE-LINE
005950         MOVE 12 TO RETURN-CODE
005960     END-IF.
005970 9900-END-RUN-CONTROL-EXIT.
005980     EXIT.
