000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLSCM01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLSCM01 - REJECT SUSPENSE CORRECTION MAINTENANCE. APPLIES A  *
000100*  TRANSACTION FILE OF CORRECTIONS TO THE ACTIVE REJECT SUSPENSE *
000110*  FILE (RJCTSUSP) BEFORE THE CTLPGM01-CORRECTION RUN PICKS IT   *
000120*  UP, SO NOBODY EDITS THE SUSPENSE DATASET BY HAND ANY MORE.    *
000130*  A CORRECTION NAMES THE SUSPENSE RECORDS IT IS FOR BY THEIR    *
000140*  RUN DATE AND KEY CONTROL VALUE, AND APPLIES TO EVERY SUSPENSE *
000150*  RECORD CARRYING THAT RUN DATE AND KEY. THE ACTIONS ARE:       *
000160*    K - FIX THE KEY CONTROL VALUE (NEW KEY MUST BE ON BRCHREF)  *
000170*    T - FIX THE TRANSACTION TYPE (P, R, A OR C)                 *
000180*    W - WRITE THE RECORD OFF, WITH A SUPERVISOR USER-ID AND A   *
000190*        REASON                                                  *
000200*                                                                *
000210*  EVERY TRANSACTION IS EDITED BEFORE ANYTHING IS APPLIED, THE   *
000220*  SAME WAY CTLBRM01 EDITS BRANCH MAINTENANCE - AN UNKNOWN       *
000230*  ACTION, A MISSING RUN DATE, A NEW KEY BLANK OR NOT ON         *
000240*  BRCHREF, A NEW TYPE NOT ON THE TYPE LIST, AND A WRITE-OFF     *
000250*  WITHOUT A REASON OR WITHOUT A SUPERVISOR OTHER THAN THE       *
000260*  REQUESTER ARE ALL REJECTED WITH THE REASON PRINTED. A BLANK   *
000270*  KEY IS NOT AN ERROR - IT SELECTS THE BLANK-KEY (BK) SUSPENSE  *
000280*  RECORDS FOR THAT RUN DATE, WHICH IS HOW A K FIX GIVES THEM A  *
000290*  KEY. A CORRECTION THAT MATCHES NO SUSPENSE RECORD IS REJECTED *
000300*  AT THE END OF THE RUN. EVERY TRANSACTION, APPLIED OR          *
000310*  REJECTED, GETS A LINE ON THE MAINTENANCE REPORT, AND EVERY    *
000320*  SUSPENSE RECORD CHANGED GETS A BEFORE/AFTER AUDIT IMAGE.      *
000330*                                                                *
000340*  THE 100-BYTE ORIGINAL INPUT RECORD ON EACH SUSPENSE RECORD IS *
000350*  ONLY EVER CHANGED THROUGH THE INPUT MASTER LAYOUT BELOW, ONE  *
000360*  NAMED FIELD AT A TIME - NO OTHER BYTE OF IT IS TOUCHED, SO    *
000370*  THE CORRECTION RUN READS IT BACK EXACTLY AS CTLPGM01 WROTE IT.*
000380*                                                                *
000390*  THE SUSPENSE FILE IS SEQUENTIAL, SO THE RUN COPIES IT: KEPT   *
000400*  AND CORRECTED RECORDS GO TO THE NEW SUSPENSE FILE (SUSPNEW),  *
000410*  WHICH THE JCL CATALOGS AS THE NEXT ACTIVE SUSPENSE FILE, AND  *
000420*  WRITTEN-OFF RECORDS GO TO THE SUSPENSE ARCHIVE (SUSPARCH)     *
000430*  WITH DISPOSITION W, THE SUPERVISOR AND THE REASON. THEY LEAVE *
000440*  ACTIVE SUSPENSE, SO CTLSUS01 STOPS AGING THEM, AND MONTH-END  *
000450*  CLOSE ACCOUNTS FOR THEM FROM THE ARCHIVE ALONGSIDE THE        *
000460*  RECORDS THE CORRECTION RUN CLEARED. RUN DATE AND KEY ARE      *
000470*  UNCHANGED ON EVERY RECORD KEPT, SO THE AGING CLOCK RUNS ON.   *
000480*----------------------------------------------------------------*
000490*  MODIFICATION HISTORY                                          *
000500*----------------------------------------------------------------*
000510*  DATE      INIT  DESCRIPTION                                   *
000520*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000530*  10/15/26  RLM   BRANCH REFERENCE RECORD NOW CARRIES THE       *
000540*                  SUCCESSOR KEY AND CONSOLIDATION DATE OF A     *
000550*                  MERGED BRANCH - LAYOUT KEPT IN STEP WITH      *
000560*                  CTLBRM01                                      *
000570*  10/15/26  RLM   HEADER CORRECTED - A BLANK KEY ON A           *
000580*                  CORRECTION IS NOT REJECTED; IT SELECTS THE    *
000590*                  BLANK-KEY (BK) SUSPENSE RECORDS FOR THE RUN   *
000600*                  DATE                                          *
000610*----------------------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. IBM-3090.
000650 OBJECT-COMPUTER. IBM-3090.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT SUSP-MAINT-TRANS-FILE ASSIGN TO SUSPTRAN
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-FS-MAINT-TRANS.
000720     SELECT REJECT-SUSPENSE-FILE ASSIGN TO RJCTSUSP
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WS-FS-REJECT-SUSP.
000760     SELECT NEW-SUSPENSE-FILE ASSIGN TO SUSPNEW
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-FS-NEW-SUSP.
000800     SELECT SUSPENSE-ARCHIVE-FILE ASSIGN TO SUSPARCH
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-FS-SUSP-ARCH.
000840     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS BR-BRANCH-KEY
000880         FILE STATUS IS WS-FS-BRANCH-REF.
000890     SELECT MAINT-REPORT-FILE ASSIGN TO SCMRPT
000900         ORGANIZATION IS SEQUENTIAL
000910         ACCESS MODE IS SEQUENTIAL
000920         FILE STATUS IS WS-FS-MAINT-RPT.
000930     SELECT MAINT-AUDIT-FILE ASSIGN TO SCMAUDIT
000940         ORGANIZATION IS SEQUENTIAL
000950         ACCESS MODE IS SEQUENTIAL
000960         FILE STATUS IS WS-FS-MAINT-AUDIT.
000970 DATA DIVISION.
000980 FILE SECTION.
000990*----------------------------------------------------------------*
001000*  SUSP-MAINT-TRANS-FILE - ONE CORRECTION PER RECORD FROM THE    *
001010*  CORRECTION DESK: ACTION K, T OR W, THE RUN DATE AND KEY OF    *
001020*  THE SUSPENSE RECORDS TO CORRECT, THE NEW KEY OR NEW TYPE,     *
001030*  AND FOR A WRITE-OFF THE APPROVING SUPERVISOR AND THE REASON.  *
001040*  THE USER-ID IS CARRIED ONTO THE AUDIT IMAGE.                  *
001050*----------------------------------------------------------------*
001060 FD  SUSP-MAINT-TRANS-FILE
001070     RECORDING MODE IS F.
001080 01  SUSP-MAINT-TRANS-RECORD.
001090     05  ST-ACTION-CODE               PIC X(01).
001100         88  ST-ACTION-FIX-KEY                VALUE "K".
001110         88  ST-ACTION-FIX-TYPE               VALUE "T".
001120         88  ST-ACTION-WRITE-OFF              VALUE "W".
001130     05  ST-RUN-DATE                  PIC 9(08).
001140     05  ST-KEY-CONTROL               PIC X(06).
001150     05  ST-NEW-KEY-CONTROL           PIC X(06).
001160     05  ST-NEW-TRANSACTION-TYPE      PIC X(01).
001170     05  ST-USER-ID                   PIC X(08).
001180     05  ST-SUPERVISOR-ID             PIC X(08).
001190     05  ST-WRITE-OFF-REASON          PIC X(30).
001200     05  FILLER                       PIC X(12).
001210*----------------------------------------------------------------*
001220*  REJECT-SUSPENSE-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.    *
001230*----------------------------------------------------------------*
001240 FD  REJECT-SUSPENSE-FILE
001250     RECORDING MODE IS F.
001260 01  REJECT-SUSPENSE-RECORD.
001270     05  RS-REJECT-REASON-CODE        PIC X(02).
001280     05  RS-RUN-DATE                  PIC 9(08).
001290     05  RS-ORIGINAL-RECORD           PIC X(100).
001300*----------------------------------------------------------------*
001310*  NEW-SUSPENSE-FILE - THE NEXT ACTIVE SUSPENSE FILE: EVERY      *
001320*  RECORD NOT WRITTEN OFF, CORRECTED OR NOT, SAME LAYOUT.        *
001330*----------------------------------------------------------------*
001340 FD  NEW-SUSPENSE-FILE
001350     RECORDING MODE IS F.
001360 01  NEW-SUSPENSE-RECORD               PIC X(110).
001370*----------------------------------------------------------------*
001380*  SUSPENSE-ARCHIVE-FILE - SAME LAYOUT AS WRITTEN BY CTLPGM01.   *
001390*  A WRITE-OFF IS DISPOSITION W WITH THE SUPERVISOR AND REASON.  *
001400*----------------------------------------------------------------*
001410 FD  SUSPENSE-ARCHIVE-FILE
001420     RECORDING MODE IS F.
001430 01  SUSPENSE-ARCHIVE-RECORD.
001440     05  SA-REJECT-REASON-CODE        PIC X(02).
001450     05  SA-RUN-DATE                  PIC 9(08).
001460     05  SA-ORIGINAL-RECORD           PIC X(100).
001470     05  SA-CLEARED-DATE              PIC 9(08).
001480     05  SA-DISPOSITION-CODE          PIC X(01).
001490         88  SA-DISPOSITION-CLEARED           VALUE "C".
001500         88  SA-DISPOSITION-WRITTEN-OFF       VALUE "W".
001510     05  SA-DISPOSITION-USER-ID       PIC X(08).
001520     05  SA-DISPOSITION-REASON        PIC X(30).
001530*----------------------------------------------------------------*
001540*  BRANCH-REFERENCE-FILE - SAME LAYOUT AS READ BY CTLPGM01.      *
001550*----------------------------------------------------------------*
001560 FD  BRANCH-REFERENCE-FILE
001570     RECORD CONTAINS 80 CHARACTERS.
001580 01  BRANCH-REFERENCE-RECORD.
001590     05  BR-BRANCH-KEY                PIC X(06).
001600     05  BR-BRANCH-NAME               PIC X(30).
001610     05  BR-BRANCH-REGION-CODE        PIC X(03).
001620     05  BR-BRANCH-STATUS             PIC X(01).
001630     05  BR-SUCCESSOR-KEY             PIC X(06).
001640     05  BR-CONSOLIDATION-DATE        PIC 9(08).
001650     05  FILLER                       PIC X(26).
001660 FD  MAINT-REPORT-FILE
001670     RECORDING MODE IS F.
001680 01  MAINT-REPORT-RECORD               PIC X(132).
001690*----------------------------------------------------------------*
001700*  MAINT-AUDIT-FILE - BEFORE/AFTER IMAGE OF EVERY SUSPENSE       *
001710*  RECORD THIS RUN CHANGED, WITH TIMESTAMP, USER-ID, SUPERVISOR  *
001720*  AND ACTION CODE. A WRITE-OFF CARRIES A BLANK AFTER IMAGE -    *
001730*  THE RECORD IS NO LONGER IN SUSPENSE.                          *
001740*----------------------------------------------------------------*
001750 FD  MAINT-AUDIT-FILE
001760     RECORDING MODE IS F.
001770 01  MAINT-AUDIT-RECORD.
001780     05  SX-TIMESTAMP                 PIC X(26).
001790     05  SX-USER-ID                   PIC X(08).
001800     05  SX-SUPERVISOR-ID             PIC X(08).
001810     05  SX-ACTION-CODE               PIC X(01).
001820     05  SX-BEFORE-IMAGE              PIC X(110).
001830     05  SX-AFTER-IMAGE               PIC X(110).
001840 WORKING-STORAGE SECTION.
001850 01  WS-FILE-STATUS-BLOCK.
001860     05  WS-FS-MAINT-TRANS            PIC X(02).
001870         88  WS-FS-MAINT-TRANS-OK              VALUE "00".
001880     05  WS-FS-REJECT-SUSP            PIC X(02).
001890         88  WS-FS-REJECT-SUSP-OK              VALUE "00".
001900     05  WS-FS-NEW-SUSP               PIC X(02).
001910         88  WS-FS-NEW-SUSP-OK                 VALUE "00".
001920     05  WS-FS-SUSP-ARCH              PIC X(02).
001930         88  WS-FS-SUSP-ARCH-OK                VALUE "00".
001940     05  WS-FS-BRANCH-REF             PIC X(02).
001950         88  WS-FS-BRANCH-REF-OK               VALUE "00".
001960         88  WS-FS-BRANCH-REF-NOT-FOUND        VALUE "23".
001970     05  WS-FS-MAINT-RPT              PIC X(02).
001980         88  WS-FS-MAINT-RPT-OK                VALUE "00".
001990     05  WS-FS-MAINT-AUDIT            PIC X(02).
002000         88  WS-FS-MAINT-AUDIT-OK              VALUE "00".
002010
002020 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
002030     88  WS-EOF-YES                            VALUE "Y".
002040     88  WS-EOF-NO                             VALUE "N".
002050
002060 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
002070     88  WS-ABEND-REQUESTED                    VALUE "Y".
002080
002090 01  WS-KEY-ON-FILE-SWITCH             PIC X(01) VALUE "N".
002100     88  WS-KEY-ON-FILE                        VALUE "Y".
002110     88  WS-KEY-NOT-ON-FILE                    VALUE "N".
002120
002130 01  WS-WRITTEN-OFF-SWITCH             PIC X(01) VALUE "N".
002140     88  WS-RECORD-WRITTEN-OFF                 VALUE "Y".
002150     88  WS-RECORD-KEPT                        VALUE "N".
002160*----------------------------------------------------------------*
002170*  TRANSACTION TYPE LIST - THE CODES CTLPGM01'S 2090 EDIT        *
002180*  ACCEPTS (BLANK IS ONLY TOLERATED FROM THE OLD FEED FORMAT, SO *
002190*  A CORRECTION MUST NAME A REAL TYPE).                          *
002200*----------------------------------------------------------------*
002210 01  WS-TYPE-EDIT-FIELD                PIC X(01) VALUE SPACE.
002220     88  WS-TYPE-ON-TYPE-LIST                  VALUE "P" "R"
002230                                               "A" "C".
002240*----------------------------------------------------------------*
002250*  SUSPENSE MASTER OVERLAY - THE ORIGINAL 100-BYTE INPUT MASTER  *
002260*  IMAGE HELD ON EACH SUSPENSE RECORD, IN THE SAME LAYOUT AS     *
002270*  CTLPGM01'S INPUT-MASTER-RECORD. CORRECTIONS ARE MADE ONLY     *
002280*  THROUGH THE NAMED FIELDS HERE.                                *
002290*----------------------------------------------------------------*
002300 01  WS-SUSP-MASTER-RECORD.
002310     05  WS-SM-KEY-CONTROL             PIC X(06).
002320     05  WS-SM-CUSTOMER-NAME           PIC X(30).
002330     05  WS-SM-CUSTOMER-ADDRESS        PIC X(40).
002340     05  WS-SM-TRANSACTION-AMOUNT      PIC S9(09)V99 COMP-3.
002350     05  WS-SM-USER-ID                 PIC X(08).
002360     05  WS-SM-RECORD-TYPE-CODE        PIC X(01).
002370     05  WS-SM-TRANSACTION-TYPE        PIC X(01).
002380     05  FILLER                        PIC X(08).
002390*----------------------------------------------------------------*
002400*  CORRECTION TABLE - THE WHOLE TRANSACTION FILE, EDITED AS IT   *
002410*  IS LOADED. WS-CT-STATUS IS V (VALID, WAITING FOR ITS SUSPENSE *
002420*  RECORDS) OR X (REJECTED BY THE EDIT). WS-CT-APPLIED COUNTS    *
002430*  THE SUSPENSE RECORDS IT CHANGED. A TRANSACTION PAST THE TABLE *
002440*  IS REJECTED - THE DESK RESUBMITS IT NEXT RUN.                 *
002450*----------------------------------------------------------------*
002460 01  WS-CORRECTION-CONTROL.
002470     05  WS-CT-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
002480     05  WS-CT-SUB                     PIC 9(04) COMP VALUE ZERO.
002490 01  WS-CORRECTION-TABLE.
002500     05  WS-CT-ENTRY OCCURS 500 TIMES.
002510         10  WS-CT-TRANS-IMAGE         PIC X(80).
002520         10  WS-CT-STATUS              PIC X(01).
002530             88  WS-CT-VALID                   VALUE "V".
002540             88  WS-CT-REJECTED                VALUE "X".
002550         10  WS-CT-APPLIED             PIC 9(07) COMP.
002560
002570 01  WS-MATCH-WORK.
002580     05  WS-MATCH-RUN-DATE             PIC 9(08) VALUE ZERO.
002590     05  WS-MATCH-KEY                  PIC X(06) VALUE SPACES.
002600     05  WS-BEFORE-SUSPENSE-IMAGE      PIC X(110) VALUE SPACES.
002610     05  WS-WRITE-OFF-SUB              PIC 9(04) COMP VALUE ZERO.
002620
002630 01  WS-MAINT-TOTALS.
002640     05  WS-MT-TRANS-READ              PIC 9(09) COMP VALUE ZERO.
002650     05  WS-MT-TRANS-APPLIED           PIC 9(09) COMP VALUE ZERO.
002660     05  WS-MT-TRANS-REJECTED          PIC 9(09) COMP VALUE ZERO.
002670     05  WS-MT-SUSPENSE-READ           PIC 9(09) COMP VALUE ZERO.
002680     05  WS-MT-KEYS-FIXED              PIC 9(09) COMP VALUE ZERO.
002690     05  WS-MT-TYPES-FIXED             PIC 9(09) COMP VALUE ZERO.
002700     05  WS-MT-WRITTEN-OFF             PIC 9(09) COMP VALUE ZERO.
002710     05  WS-MT-WRITTEN-OFF-AMOUNT      PIC S9(12)V99 VALUE ZERO.
002720     05  WS-MT-SUSPENSE-KEPT           PIC 9(09) COMP VALUE ZERO.
002730
002740 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
002750 77  WS-COUNT-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.
002760 77  WS-AMOUNT-DISPLAY                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002770 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
002780 77  WS-REJECT-REASON                  PIC X(40) VALUE SPACES.
002790
002800 01  WS-AUDIT-TIMESTAMP.
002810     05  WS-AUDIT-DATE                 PIC 9(08).
002820     05  FILLER                        PIC X(01) VALUE "-".
002830     05  WS-AUDIT-TIME                 PIC 9(08).
002840     05  FILLER                        PIC X(09) VALUE SPACES.
002850*----------------------------------------------------------------*
002860*  PROCEDURE DIVISION                                            *
002870*----------------------------------------------------------------*
002880 PROCEDURE DIVISION.
002890*----------------------------------------------------------------*
002900*  0000-MAINLINE - OPEN, LOAD AND EDIT THE CORRECTIONS, COPY THE *
002910*  SUSPENSE FILE APPLYING THEM, REPORT, CLOSE. THE JOB RETURN    *
002920*  CODE IS 00 FOR A FULLY APPLIED FILE, 04 WHEN ANY TRANSACTION  *
002930*  WAS REJECTED, AND 12 WHEN A FILE FAILED.                      *
002940*----------------------------------------------------------------*
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002970     IF NOT WS-ABEND-REQUESTED
002980         PERFORM 2000-LOAD-ONE-TRANS THRU
002990             2000-LOAD-ONE-TRANS-EXIT
003000             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
003010     END-IF
003020     IF NOT WS-ABEND-REQUESTED
003030         SET WS-EOF-NO TO TRUE
003040         PERFORM 3000-PROCESS-ONE-SUSPENSE THRU
003050             3000-PROCESS-ONE-SUSPENSE-EXIT
003060             UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
003070     END-IF
003080     IF NOT WS-ABEND-REQUESTED
003090         PERFORM 4000-REPORT-ONE-CORRECTION THRU
003100             4000-REPORT-ONE-CORRECTION-EXIT
003110             VARYING WS-CT-SUB FROM 1 BY 1
003120             UNTIL WS-CT-SUB > WS-CT-ENTRY-COUNT
003130     END-IF
003140     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003150     IF WS-ABEND-REQUESTED
003160         MOVE 12 TO RETURN-CODE
003170     ELSE
003180         IF WS-MT-TRANS-REJECTED > ZERO
003190             MOVE 04 TO RETURN-CODE
003200         ELSE
003210             MOVE ZERO TO RETURN-CODE
003220         END-IF
003230     END-IF
003240     GOBACK.
003250 0000-MAINLINE-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------*
003280*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE REPORT         *
003290*  HEADING. THE SUSPENSE ARCHIVE IS APPENDED TO, AS THE          *
003300*  CORRECTION RUN DOES. ANY OPEN FAILURE STOPS THE RUN BEFORE A  *
003310*  RECORD IS TOUCHED.                                            *
003320*----------------------------------------------------------------*
003330 1000-INITIALIZE.
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003350     SET WS-EOF-NO TO TRUE
003360     OPEN INPUT SUSP-MAINT-TRANS-FILE
003370     IF NOT WS-FS-MAINT-TRANS-OK
003380         STRING "CTLSCM01 - MAINT TRANS OPEN FAILED - STATUS "
003390             WS-FS-MAINT-TRANS
003400             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003410         DISPLAY WS-ERROR-MESSAGE-LINE
003420         SET WS-ABEND-REQUESTED TO TRUE
003430         GO TO 1000-INITIALIZE-EXIT
003440     END-IF
003450     OPEN INPUT REJECT-SUSPENSE-FILE
003460     IF NOT WS-FS-REJECT-SUSP-OK
003470         STRING "CTLSCM01 - SUSPENSE OPEN FAILED - STATUS "
003480             WS-FS-REJECT-SUSP
003490             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003500         DISPLAY WS-ERROR-MESSAGE-LINE
003510         SET WS-ABEND-REQUESTED TO TRUE
003520         GO TO 1000-INITIALIZE-EXIT
003530     END-IF
003540     OPEN OUTPUT NEW-SUSPENSE-FILE
003550     IF NOT WS-FS-NEW-SUSP-OK
003560         STRING "CTLSCM01 - NEW SUSPENSE OPEN FAILED - STATUS "
003570             WS-FS-NEW-SUSP
003580             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003590         DISPLAY WS-ERROR-MESSAGE-LINE
003600         SET WS-ABEND-REQUESTED TO TRUE
003610         GO TO 1000-INITIALIZE-EXIT
003620     END-IF
003630     OPEN EXTEND SUSPENSE-ARCHIVE-FILE
003640     IF NOT WS-FS-SUSP-ARCH-OK
003650         STRING "CTLSCM01 - SUSP ARCHIVE OPEN FAILED - STATUS "
003660             WS-FS-SUSP-ARCH
003670             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003680         DISPLAY WS-ERROR-MESSAGE-LINE
003690         SET WS-ABEND-REQUESTED TO TRUE
003700         GO TO 1000-INITIALIZE-EXIT
003710     END-IF
003720     OPEN INPUT BRANCH-REFERENCE-FILE
003730     IF NOT WS-FS-BRANCH-REF-OK
003740         STRING "CTLSCM01 - BRANCH REF OPEN FAILED - STATUS "
003750             WS-FS-BRANCH-REF
003760             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003770         DISPLAY WS-ERROR-MESSAGE-LINE
003780         SET WS-ABEND-REQUESTED TO TRUE
003790         GO TO 1000-INITIALIZE-EXIT
003800     END-IF
003810     OPEN OUTPUT MAINT-REPORT-FILE
003820     IF NOT WS-FS-MAINT-RPT-OK
003830         STRING "CTLSCM01 - MAINT REPORT OPEN FAILED - STATUS "
003840             WS-FS-MAINT-RPT
003850             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003860         DISPLAY WS-ERROR-MESSAGE-LINE
003870         SET WS-ABEND-REQUESTED TO TRUE
003880         GO TO 1000-INITIALIZE-EXIT
003890     END-IF
003900     OPEN OUTPUT MAINT-AUDIT-FILE
003910     IF NOT WS-FS-MAINT-AUDIT-OK
003920         STRING "CTLSCM01 - MAINT AUDIT OPEN FAILED - STATUS "
003930             WS-FS-MAINT-AUDIT
003940             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003950         DISPLAY WS-ERROR-MESSAGE-LINE
003960         SET WS-ABEND-REQUESTED TO TRUE
003970         GO TO 1000-INITIALIZE-EXIT
003980     END-IF
003990     MOVE SPACES TO MAINT-REPORT-RECORD
004000     STRING "SUSPENSE CORRECTION MAINTENANCE  RUN DATE "
004010         WS-RUN-DATE
004020         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
004030     WRITE MAINT-REPORT-RECORD
004040     MOVE SPACES TO MAINT-REPORT-RECORD
004050     WRITE MAINT-REPORT-RECORD.
004060 1000-INITIALIZE-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------*
004090*  2000-LOAD-ONE-TRANS - READ ONE CORRECTION, EDIT IT, AND TABLE *
004100*  IT. A REJECTED CORRECTION IS REPORTED HERE AND TABLED AS      *
004110*  REJECTED SO IT CAN NEVER BE APPLIED.                          *
004120*----------------------------------------------------------------*
004130 2000-LOAD-ONE-TRANS.
004140     READ SUSP-MAINT-TRANS-FILE
004150         AT END
004160             SET WS-EOF-YES TO TRUE
004170             GO TO 2000-LOAD-ONE-TRANS-EXIT
004180     END-READ
004190     IF NOT WS-FS-MAINT-TRANS-OK
004200         STRING "CTLSCM01 - MAINT TRANS READ FAILED - STATUS "
004210             WS-FS-MAINT-TRANS
004220             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004230         DISPLAY WS-ERROR-MESSAGE-LINE
004240         SET WS-ABEND-REQUESTED TO TRUE
004250         GO TO 2000-LOAD-ONE-TRANS-EXIT
004260     END-IF
004270     ADD 1 TO WS-MT-TRANS-READ
004280     IF WS-CT-ENTRY-COUNT >= 500
004290         MOVE "CORRECTION TABLE FULL - RESUBMIT"
004300             TO WS-REJECT-REASON
004310         PERFORM 3900-WRITE-REJECT-LINE THRU
004320             3900-WRITE-REJECT-LINE-EXIT
004330         GO TO 2000-LOAD-ONE-TRANS-EXIT
004340     END-IF
004350     ADD 1 TO WS-CT-ENTRY-COUNT
004360     MOVE SUSP-MAINT-TRANS-RECORD
004370         TO WS-CT-TRANS-IMAGE (WS-CT-ENTRY-COUNT)
004380     MOVE ZERO TO WS-CT-APPLIED (WS-CT-ENTRY-COUNT)
004390     SET WS-CT-VALID (WS-CT-ENTRY-COUNT) TO TRUE
004400     PERFORM 2100-EDIT-CORRECTION THRU 2100-EDIT-CORRECTION-EXIT
004410     IF WS-REJECT-REASON NOT = SPACES
004420         SET WS-CT-REJECTED (WS-CT-ENTRY-COUNT) TO TRUE
004430         PERFORM 3900-WRITE-REJECT-LINE THRU
004440             3900-WRITE-REJECT-LINE-EXIT
004450     END-IF.
004460 2000-LOAD-ONE-TRANS-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------*
004490*  2100-EDIT-CORRECTION - EDIT THE CORRECTION IN THE RECORD      *
004500*  AREA. WS-REJECT-REASON COMES BACK BLANK WHEN IT PASSED.       *
004510*----------------------------------------------------------------*
004520 2100-EDIT-CORRECTION.
004530     MOVE SPACES TO WS-REJECT-REASON
004540     IF ST-RUN-DATE NOT NUMERIC OR ST-RUN-DATE = ZERO
004550         MOVE "MISSING OR INVALID RUN DATE" TO WS-REJECT-REASON
004560         GO TO 2100-EDIT-CORRECTION-EXIT
004570     END-IF
004580     IF ST-ACTION-FIX-KEY
004590         IF ST-NEW-KEY-CONTROL = SPACES
004600             MOVE "KEY FIX WITHOUT NEW KEY" TO WS-REJECT-REASON
004610             GO TO 2100-EDIT-CORRECTION-EXIT
004620         END-IF
004630         IF ST-NEW-KEY-CONTROL = ST-KEY-CONTROL
004640             MOVE "NEW KEY SAME AS OLD KEY" TO WS-REJECT-REASON
004650             GO TO 2100-EDIT-CORRECTION-EXIT
004660         END-IF
004670         PERFORM 2150-READ-BRANCH-RECORD THRU
004680             2150-READ-BRANCH-RECORD-EXIT
004690         IF WS-KEY-NOT-ON-FILE AND NOT WS-ABEND-REQUESTED
004700             MOVE "NEW KEY NOT ON BRANCH REFERENCE"
004710                 TO WS-REJECT-REASON
004720         END-IF
004730         GO TO 2100-EDIT-CORRECTION-EXIT
004740     END-IF
004750     IF ST-ACTION-FIX-TYPE
004760         MOVE ST-NEW-TRANSACTION-TYPE TO WS-TYPE-EDIT-FIELD
004770         IF NOT WS-TYPE-ON-TYPE-LIST
004780             MOVE "NEW TRANSACTION TYPE NOT P, R, A OR C"
004790                 TO WS-REJECT-REASON
004800         END-IF
004810         GO TO 2100-EDIT-CORRECTION-EXIT
004820     END-IF
004830     IF ST-ACTION-WRITE-OFF
004840         IF ST-SUPERVISOR-ID = SPACES
004850             MOVE "WRITE-OFF WITHOUT SUPERVISOR"
004860                 TO WS-REJECT-REASON
004870             GO TO 2100-EDIT-CORRECTION-EXIT
004880         END-IF
004890         IF ST-SUPERVISOR-ID = ST-USER-ID
004900             MOVE "SUPERVISOR MAY NOT APPROVE OWN WRITE-OFF"
004910                 TO WS-REJECT-REASON
004920             GO TO 2100-EDIT-CORRECTION-EXIT
004930         END-IF
004940         IF ST-WRITE-OFF-REASON = SPACES
004950             MOVE "WRITE-OFF WITHOUT REASON" TO WS-REJECT-REASON
004960         END-IF
004970         GO TO 2100-EDIT-CORRECTION-EXIT
004980     END-IF
004990     MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON.
005000 2100-EDIT-CORRECTION-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------*
005030*  2150-READ-BRANCH-RECORD - RANDOM READ OF THE REFERENCE FILE   *
005040*  ON THE NEW KEY. A MISS IS AN ORDINARY EDIT RESULT; ANY OTHER  *
005050*  NON-ZERO STATUS STOPS THE RUN.                                *
005060*----------------------------------------------------------------*
005070 2150-READ-BRANCH-RECORD.
005080     SET WS-KEY-ON-FILE TO TRUE
005090     MOVE ST-NEW-KEY-CONTROL TO BR-BRANCH-KEY
005100     READ BRANCH-REFERENCE-FILE
005110         INVALID KEY
005120             SET WS-KEY-NOT-ON-FILE TO TRUE
005130     END-READ
005140     IF WS-KEY-NOT-ON-FILE
005150         AND NOT WS-FS-BRANCH-REF-NOT-FOUND
005160         STRING "CTLSCM01 - BRANCH REF READ FAILED - STATUS "
005170             WS-FS-BRANCH-REF
005180             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005190         DISPLAY WS-ERROR-MESSAGE-LINE
005200         SET WS-ABEND-REQUESTED TO TRUE
005210     END-IF.
005220 2150-READ-BRANCH-RECORD-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------*
005250*  3000-PROCESS-ONE-SUSPENSE - READ ONE SUSPENSE RECORD, APPLY   *
005260*  EVERY VALID CORRECTION FOR ITS RUN DATE AND KEY IN            *
005270*  TRANSACTION ORDER, THEN WRITE IT TO THE NEW SUSPENSE FILE OR, *
005280*  WHEN WRITTEN OFF, TO THE SUSPENSE ARCHIVE. THE MATCH IS ON    *
005290*  THE KEY AS READ, SO A KEY FIX DOES NOT HIDE THE RECORD FROM   *
005300*  A LATER CORRECTION FOR THE SAME KEY.                          *
005310*----------------------------------------------------------------*
005320 3000-PROCESS-ONE-SUSPENSE.
005330     READ REJECT-SUSPENSE-FILE
005340         AT END
005350             SET WS-EOF-YES TO TRUE
005360             GO TO 3000-PROCESS-ONE-SUSPENSE-EXIT
005370     END-READ
005380     IF NOT WS-FS-REJECT-SUSP-OK
005390         STRING "CTLSCM01 - SUSPENSE READ FAILED - STATUS "
005400             WS-FS-REJECT-SUSP
005410             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005420         DISPLAY WS-ERROR-MESSAGE-LINE
005430         SET WS-ABEND-REQUESTED TO TRUE
005440         GO TO 3000-PROCESS-ONE-SUSPENSE-EXIT
005450     END-IF
005460     ADD 1 TO WS-MT-SUSPENSE-READ
005470     MOVE RS-ORIGINAL-RECORD TO WS-SUSP-MASTER-RECORD
005480     MOVE RS-RUN-DATE TO WS-MATCH-RUN-DATE
005490     MOVE WS-SM-KEY-CONTROL TO WS-MATCH-KEY
005500     SET WS-RECORD-KEPT TO TRUE
005510     PERFORM 3100-APPLY-ONE-CORRECTION THRU
005520         3100-APPLY-ONE-CORRECTION-EXIT
005530         VARYING WS-CT-SUB FROM 1 BY 1
005540         UNTIL WS-CT-SUB > WS-CT-ENTRY-COUNT
005550         OR WS-RECORD-WRITTEN-OFF
005560     IF WS-RECORD-WRITTEN-OFF
005570         PERFORM 3300-WRITE-OFF-RECORD THRU
005580             3300-WRITE-OFF-RECORD-EXIT
005590         GO TO 3000-PROCESS-ONE-SUSPENSE-EXIT
005600     END-IF
005610     ADD 1 TO WS-MT-SUSPENSE-KEPT
005620     MOVE REJECT-SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
005630     WRITE NEW-SUSPENSE-RECORD
005640     IF NOT WS-FS-NEW-SUSP-OK
005650         STRING "CTLSCM01 - NEW SUSPENSE WRITE FAILED - STATUS "
005660             WS-FS-NEW-SUSP
005670             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
005680         DISPLAY WS-ERROR-MESSAGE-LINE
005690         SET WS-ABEND-REQUESTED TO TRUE
005700     END-IF.
005710 3000-PROCESS-ONE-SUSPENSE-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------*
005740*  3100-APPLY-ONE-CORRECTION - WHEN TABLED CORRECTION WS-CT-SUB  *
005750*  IS VALID AND NAMES THIS RECORD'S RUN DATE AND KEY, APPLY IT   *
005760*  THROUGH THE OVERLAY AND AUDIT THE BEFORE/AFTER IMAGE. A       *
005770*  WRITE-OFF ONLY MARKS THE RECORD - 3300 MOVES IT OUT.          *
005780*----------------------------------------------------------------*
005790 3100-APPLY-ONE-CORRECTION.
005800     IF NOT WS-CT-VALID (WS-CT-SUB)
005810         GO TO 3100-APPLY-ONE-CORRECTION-EXIT
005820     END-IF
005830     MOVE WS-CT-TRANS-IMAGE (WS-CT-SUB) TO SUSP-MAINT-TRANS-RECORD
005840     IF ST-RUN-DATE NOT = WS-MATCH-RUN-DATE
005850         OR ST-KEY-CONTROL NOT = WS-MATCH-KEY
005860         GO TO 3100-APPLY-ONE-CORRECTION-EXIT
005870     END-IF
005880     ADD 1 TO WS-CT-APPLIED (WS-CT-SUB)
005890     MOVE REJECT-SUSPENSE-RECORD TO WS-BEFORE-SUSPENSE-IMAGE
005900     IF ST-ACTION-WRITE-OFF
005910         SET WS-RECORD-WRITTEN-OFF TO TRUE
005920         MOVE WS-CT-SUB TO WS-WRITE-OFF-SUB
005930         GO TO 3100-APPLY-ONE-CORRECTION-EXIT
005940     END-IF
005950     IF ST-ACTION-FIX-KEY
005960         MOVE ST-NEW-KEY-CONTROL TO WS-SM-KEY-CONTROL
005970         ADD 1 TO WS-MT-KEYS-FIXED
005980     ELSE
005990         MOVE ST-NEW-TRANSACTION-TYPE TO WS-SM-TRANSACTION-TYPE
006000         ADD 1 TO WS-MT-TYPES-FIXED
006010     END-IF
006020     MOVE WS-SUSP-MASTER-RECORD TO RS-ORIGINAL-RECORD
006030     PERFORM 3500-WRITE-AUDIT-IMAGE THRU
006040         3500-WRITE-AUDIT-IMAGE-EXIT.
006050 3100-APPLY-ONE-CORRECTION-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------*
006080*  3300-WRITE-OFF-RECORD - THE RECORD LEAVES ACTIVE SUSPENSE FOR *
006090*  THE ARCHIVE WITH ITS ORIGINAL REASON AND RUN DATE, TODAY AS   *
006100*  THE CLEARED DATE, DISPOSITION W, THE APPROVING SUPERVISOR AND *
006110*  THE WRITE-OFF REASON. THE AUDIT IMAGE HAS A BLANK AFTER.      *
006120*----------------------------------------------------------------*
006130 3300-WRITE-OFF-RECORD.
006140     MOVE WS-CT-TRANS-IMAGE (WS-WRITE-OFF-SUB)
006150         TO SUSP-MAINT-TRANS-RECORD
006160     ADD 1 TO WS-MT-WRITTEN-OFF
006170     ADD WS-SM-TRANSACTION-AMOUNT TO WS-MT-WRITTEN-OFF-AMOUNT
006180     MOVE SPACES TO SUSPENSE-ARCHIVE-RECORD
006190     MOVE RS-REJECT-REASON-CODE TO SA-REJECT-REASON-CODE
006200     MOVE RS-RUN-DATE TO SA-RUN-DATE
006210     MOVE RS-ORIGINAL-RECORD TO SA-ORIGINAL-RECORD
006220     MOVE WS-RUN-DATE TO SA-CLEARED-DATE
006230     SET SA-DISPOSITION-WRITTEN-OFF TO TRUE
006240     MOVE ST-SUPERVISOR-ID TO SA-DISPOSITION-USER-ID
006250     MOVE ST-WRITE-OFF-REASON TO SA-DISPOSITION-REASON
006260     WRITE SUSPENSE-ARCHIVE-RECORD
006270     IF NOT WS-FS-SUSP-ARCH-OK
006280         STRING "CTLSCM01 - SUSP ARCHIVE WRITE FAILED - STATUS "
006290             WS-FS-SUSP-ARCH
006300             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
006310         DISPLAY WS-ERROR-MESSAGE-LINE
006320         SET WS-ABEND-REQUESTED TO TRUE
006330         GO TO 3300-WRITE-OFF-RECORD-EXIT
006340     END-IF
006350     MOVE REJECT-SUSPENSE-RECORD TO WS-BEFORE-SUSPENSE-IMAGE
006360     MOVE SPACES TO REJECT-SUSPENSE-RECORD
006370     PERFORM 3500-WRITE-AUDIT-IMAGE THRU
006380         3500-WRITE-AUDIT-IMAGE-EXIT.
006390 3300-WRITE-OFF-RECORD-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------*
006420*  3500-WRITE-AUDIT-IMAGE - BEFORE/AFTER IMAGE OF THE SUSPENSE   *
006430*  RECORD JUST CHANGED, WITH TIMESTAMP, USER-ID, SUPERVISOR AND  *
006440*  ACTION CODE, THE SAME WAY CTLBRM01 AUDITS ITS UPDATES.        *
006450*----------------------------------------------------------------*
006460 3500-WRITE-AUDIT-IMAGE.
006470     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
006480     ACCEPT WS-AUDIT-TIME FROM TIME
006490     MOVE SPACES TO MAINT-AUDIT-RECORD
006500     STRING WS-AUDIT-DATE "-" WS-AUDIT-TIME
006510         DELIMITED BY SIZE INTO SX-TIMESTAMP
006520     MOVE ST-USER-ID TO SX-USER-ID
006530     MOVE ST-SUPERVISOR-ID TO SX-SUPERVISOR-ID
006540     MOVE ST-ACTION-CODE TO SX-ACTION-CODE
006550     MOVE WS-BEFORE-SUSPENSE-IMAGE TO SX-BEFORE-IMAGE
006560     MOVE REJECT-SUSPENSE-RECORD TO SX-AFTER-IMAGE
006570     WRITE MAINT-AUDIT-RECORD.
006580 3500-WRITE-AUDIT-IMAGE-EXIT.
006590     EXIT.
006600*----------------------------------------------------------------*
006610*  3900-WRITE-REJECT-LINE - ONE REPORT LINE PER REJECTED         *
006620*  TRANSACTION WITH THE EDIT REASON SET BY THE CALLER. THE       *
006630*  TRANSACTION IS IN THE RECORD AREA.                            *
006640*----------------------------------------------------------------*
006650 3900-WRITE-REJECT-LINE.
006660     ADD 1 TO WS-MT-TRANS-REJECTED
006670     MOVE SPACES TO MAINT-REPORT-RECORD
006680     STRING "REJECTED  DATE " ST-RUN-DATE
006690         "  KEY " ST-KEY-CONTROL
006700         "  ACTION " ST-ACTION-CODE
006710         "  " WS-REJECT-REASON
006720         "  USER " ST-USER-ID
006730         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
006740     WRITE MAINT-REPORT-RECORD.
006750 3900-WRITE-REJECT-LINE-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------*
006780*  4000-REPORT-ONE-CORRECTION - AFTER THE SUSPENSE PASS, ONE     *
006790*  LINE PER VALID CORRECTION: APPLIED WITH THE NUMBER OF         *
006800*  SUSPENSE RECORDS IT CHANGED, OR REJECTED WHEN IT FOUND NONE.  *
006810*  EDIT REJECTS WERE REPORTED AS THEY WERE LOADED.               *
006820*----------------------------------------------------------------*
006830 4000-REPORT-ONE-CORRECTION.
006840     IF NOT WS-CT-VALID (WS-CT-SUB)
006850         GO TO 4000-REPORT-ONE-CORRECTION-EXIT
006860     END-IF
006870     MOVE WS-CT-TRANS-IMAGE (WS-CT-SUB) TO SUSP-MAINT-TRANS-RECORD
006880     IF WS-CT-APPLIED (WS-CT-SUB) = ZERO
006890         MOVE "NO SUSPENSE RECORD FOR RUN DATE AND KEY"
006900             TO WS-REJECT-REASON
006910         PERFORM 3900-WRITE-REJECT-LINE THRU
006920             3900-WRITE-REJECT-LINE-EXIT
006930         GO TO 4000-REPORT-ONE-CORRECTION-EXIT
006940     END-IF
006950     ADD 1 TO WS-MT-TRANS-APPLIED
006960     IF ST-ACTION-FIX-KEY
006970         MOVE SPACES TO WS-REJECT-REASON
006980         STRING "KEY FIXED TO " ST-NEW-KEY-CONTROL
006990             DELIMITED BY SIZE INTO WS-REJECT-REASON
007000     END-IF
007010     IF ST-ACTION-FIX-TYPE
007020         MOVE SPACES TO WS-REJECT-REASON
007030         STRING "TYPE FIXED TO " ST-NEW-TRANSACTION-TYPE
007040             DELIMITED BY SIZE INTO WS-REJECT-REASON
007050     END-IF
007060     IF ST-ACTION-WRITE-OFF
007070         MOVE SPACES TO WS-REJECT-REASON
007080         STRING "WRITTEN OFF BY " ST-SUPERVISOR-ID
007090             DELIMITED BY SIZE INTO WS-REJECT-REASON
007100     END-IF
007110     MOVE WS-CT-APPLIED (WS-CT-SUB) TO WS-COUNT-DISPLAY
007120     MOVE SPACES TO MAINT-REPORT-RECORD
007130     STRING "APPLIED   DATE " ST-RUN-DATE
007140         "  KEY " ST-KEY-CONTROL
007150         "  ACTION " ST-ACTION-CODE
007160         "  " WS-REJECT-REASON
007170         "  USER " ST-USER-ID
007180         "  RECORDS " WS-COUNT-DISPLAY
007190         DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007200     WRITE MAINT-REPORT-RECORD
007210     IF ST-ACTION-WRITE-OFF
007220         MOVE SPACES TO MAINT-REPORT-RECORD
007230         STRING "          REASON " ST-WRITE-OFF-REASON
007240             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007250         WRITE MAINT-REPORT-RECORD
007260     END-IF.
007270 4000-REPORT-ONE-CORRECTION-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------*
007300*  9000-TERMINATE - TRAILER COUNTS ON THE REPORT AND THE JOB     *
007310*  LOG, THEN CLOSE EVERYTHING. A RUN THAT DIED ON AN OPEN OR     *
007320*  I/O FAILURE SKIPS THE TRAILER - AND THE NEW SUSPENSE FILE IS  *
007330*  INCOMPLETE, SO THE JCL MUST NOT CATALOG IT.                   *
007340*----------------------------------------------------------------*
007350 9000-TERMINATE.
007360     IF NOT WS-ABEND-REQUESTED
007370         MOVE SPACES TO MAINT-REPORT-RECORD
007380         WRITE MAINT-REPORT-RECORD
007390         MOVE WS-MT-TRANS-READ TO WS-COUNT-DISPLAY
007400         MOVE SPACES TO MAINT-REPORT-RECORD
007410         STRING "TRANSACTIONS READ     " WS-COUNT-DISPLAY
007420             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007430         WRITE MAINT-REPORT-RECORD
007440         MOVE WS-MT-TRANS-APPLIED TO WS-COUNT-DISPLAY
007450         MOVE SPACES TO MAINT-REPORT-RECORD
007460         STRING "TRANSACTIONS APPLIED  " WS-COUNT-DISPLAY
007470             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007480         WRITE MAINT-REPORT-RECORD
007490         MOVE WS-MT-TRANS-REJECTED TO WS-COUNT-DISPLAY
007500         MOVE SPACES TO MAINT-REPORT-RECORD
007510         STRING "TRANSACTIONS REJECTED " WS-COUNT-DISPLAY
007520             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007530         WRITE MAINT-REPORT-RECORD
007540         MOVE WS-MT-SUSPENSE-READ TO WS-COUNT-DISPLAY
007550         MOVE SPACES TO MAINT-REPORT-RECORD
007560         STRING "SUSPENSE RECORDS READ " WS-COUNT-DISPLAY
007570             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007580         WRITE MAINT-REPORT-RECORD
007590         MOVE WS-MT-KEYS-FIXED TO WS-COUNT-DISPLAY
007600         MOVE SPACES TO MAINT-REPORT-RECORD
007610         STRING "KEYS FIXED            " WS-COUNT-DISPLAY
007620             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007630         WRITE MAINT-REPORT-RECORD
007640         MOVE WS-MT-TYPES-FIXED TO WS-COUNT-DISPLAY
007650         MOVE SPACES TO MAINT-REPORT-RECORD
007660         STRING "TYPES FIXED           " WS-COUNT-DISPLAY
007670             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007680         WRITE MAINT-REPORT-RECORD
007690         MOVE WS-MT-WRITTEN-OFF TO WS-COUNT-DISPLAY
007700         MOVE WS-MT-WRITTEN-OFF-AMOUNT TO WS-AMOUNT-DISPLAY
007710         MOVE SPACES TO MAINT-REPORT-RECORD
007720         STRING "RECORDS WRITTEN OFF   " WS-COUNT-DISPLAY
007730             "  AMOUNT " WS-AMOUNT-DISPLAY
007740             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007750         WRITE MAINT-REPORT-RECORD
007760         MOVE WS-MT-SUSPENSE-KEPT TO WS-COUNT-DISPLAY
007770         MOVE SPACES TO MAINT-REPORT-RECORD
007780         STRING "RECORDS LEFT IN SUSP  " WS-COUNT-DISPLAY
007790             DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
007800         WRITE MAINT-REPORT-RECORD
007810         MOVE WS-MT-TRANS-APPLIED TO WS-COUNT-DISPLAY
007820         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
007830         STRING "CTLSCM01 - MAINTENANCE COMPLETE - APPLIED "
007840             WS-COUNT-DISPLAY
007850             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
007860         DISPLAY WS-ERROR-MESSAGE-LINE
007870     END-IF
007880     CLOSE SUSP-MAINT-TRANS-FILE
007890     CLOSE REJECT-SUSPENSE-FILE
007900     CLOSE NEW-SUSPENSE-FILE
007910     CLOSE SUSPENSE-ARCHIVE-FILE
007920     CLOSE BRANCH-REFERENCE-FILE
007930     CLOSE MAINT-REPORT-FILE
007940     CLOSE MAINT-AUDIT-FILE.
007950 9000-TERMINATE-EXIT.
007960     EXIT.
