002050*                  CHANGE COUNTS ON THE DAILY SUMMARY - THE      *
002060*                  DOWNSTREAM JOBS STOP RE-READING UNCHANGED     *
002070*                  CUSTOMERS EVERY NIGHT                         *
002080*  10/15/26  RLM   EACH CONTROL TOTALS (CTLTOTLS) RECORD NOW     *
002090*                  CARRIES THE RUN DATE, A NIGHTLY/CORRECTION    *
002100*                  RUN TYPE, AND THE KEY'S COUNT AND AMOUNT      *
002110*                  SPLIT BY TRANSACTION TYPE, SO THE NEW GL      *
002120*                  INTERFACE (CTLGLI01) CAN BUILD THE JOURNAL    *
002130*                  BY REGION AND TYPE INSTEAD OF FINANCE         *
002140*                  RE-KEYING THE CONTROL REPORT. RECORD IS NOW   *
002150*                  128 BYTES                                     *
002160*  10/15/26  RLM   THE AUDIT TRAIL RECORD NOW CARRIES THE        *
002170*                  TRANSACTION TYPE SO THE REVERSAL MATCHING     *
002180*                  PROGRAM (CTLRVM01) CAN TELL A REVERSAL FROM   *
002190*                  THE POSTING IT REVERSES                       *
002200*  10/15/26  RLM   THE SUSPENSE ARCHIVE RECORD NOW CARRIES A     *
002210*                  DISPOSITION CODE (C CLEARED, W WRITTEN OFF),  *
002220*                  THE DISPOSITION USER-ID AND A REASON, SO      *
002230*                  WRITE-OFFS FROM SUSPENSE MAINTENANCE          *
002240*                  (CTLSCM01) SHARE THE ARCHIVE WITH CLEARED     *
002250*                  RECORDS. THE CORRECTION RUN WRITES C          *
002260*  10/15/26  RLM   THE NIGHTLY AND CORRECTION ENTRIES NOW CHECK  *
002270*                  IN WITH THE RUN CONTROL LEDGER (CTLRCL01)     *
002280*                  BEFORE OPENING ANYTHING AND CHECK OUT WITH    *
002290*                  THE RETURN CODE AT THE END. A NIGHT ALREADY   *
002300*                  COMPLETE (WITHOUT A RERUN OVERRIDE), OR A     *
002310*                  NIGHTLY RUN WHOSE PREVIOUS NIGHT FAILED       *
002320*                  CTLVER01, IS REFUSED - A RERUN OF A FINISHED  *
002330*                  DATE HAD APPENDED A SECOND TOTLHIST RECORD    *
002340*  10/15/26  RLM   EACH NIGHTLY OR SLICE RUN NOW KEEPS A         *
002350*                  PER-BRANCH ACTIVITY HISTORY (BRCHACT)         *
002360*                  ALONGSIDE THE BRANCH REFERENCE FILE - LAST    *
002370*                  ACTIVITY DATE, RUNNING AND SEVEN-NIGHT COUNTS *
002380*                  AND AMOUNTS, AND WHAT ARRIVED WHILE THE       *
002390*                  BRANCH WAS INACTIVE - FOR THE WEEKLY BRANCH   *
002400*                  ACTIVITY EXCEPTION REPORT (CTLBAR01)          *
002410*  10/15/26  RLM   AUDIT TRAIL RECORD CARRIES A DISPOSITION      *
002420*                  CODE - P POSTED TO THE CLEANSED MASTER, D     *
002430*                  DUPLICATE LOGGED BUT NOT POSTED - FOR THE     *
002440*                  AS-OF REBUILD OF CLNMSTR (CTLCRB01)           *
002450*  10/15/26  RLM   THE LAST EIGHT BYTES OF THE INPUT RECORD NOW  *
002460*                  CARRY THE SOURCE SYSTEM STAMPED BY CTLSRT01,  *
002470*                  SO A REJECT'S SUSPENSE IMAGE NAMES ITS SOURCE *
002480*                  FOR THE ACKNOWLEDGMENTS (CTLACK01). THE STAMP *
002490*                  IS BLANKED FOR THE CLEANSED MASTER UPDATE     *
002500*  10/15/26  RLM   A RECORD ARRIVING UNDER THE KEY OF A BRANCH   *
002510*                  CONSOLIDATED BY CTLBRM01 NOW POSTS TO THE     *
002520*                  SUCCESSOR FROM THE EFFECTIVE DATE (2045),     *
002530*                  WITH AN EXCEPTION LINE AND THE OLD KEY ON THE *
002540*                  AUDIT BEFORE-IMAGE. SUSPENSE IMAGES AND THE   *
002550*                  DUPLICATE CHECK KEEP THE KEY AS RECEIVED      *
002560*  10/15/26  RLM   THE SUSPENSE ARCHIVE IMAGE OF A CLEARED       *
002570*                  CORRECTION (2086) ALSO KEEPS THE KEY AS       *
002580*                  RECEIVED WHEN THE KEY WAS REMAPPED            *
002590*  10/15/26  RLM   THE AUDIT TRAIL RECORD NOW CARRIES THE RUN    *
002600*                  DATE (AT-RUN-DATE) SO A POSTING AFTER         *
002610*                  MIDNIGHT STAYS WITH ITS NIGHT; 1000 NO        *
002620*                  LONGER RESETS THE RUN DATE A CHECKED-IN RUN   *
002630*                  WAS LEDGERED UNDER. AUDIT RECORD IS NOW 202   *
002640*                  BYTES                                         *
002650*----------------------------------------------------------------*
002660 ENVIRONMENT DIVISION.
002670 CONFIGURATION SECTION.
002680 SOURCE-COMPUTER. IBM-3090.
002690 OBJECT-COMPUTER. IBM-3090.
002700 SPECIAL-NAMES.
002710     CLASS WS-NONPRINT-CLASS IS X"01" THRU X"1F".
002720 INPUT-OUTPUT SECTION.
002730*----------------------------------------------------------------*
002740*  FILE-CONTROL                                                  *
002750*----------------------------------------------------------------*
002760 FILE-CONTROL.
002770     SELECT SORTED-MASTER-FILE ASSIGN TO SRTDMSTR
002780         ORGANIZATION IS SEQUENTIAL
002790         ACCESS MODE IS SEQUENTIAL
002800         RESERVE 4 AREAS
002810         FILE STATUS IS WS-FS-SORTED-MASTER.
002820     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
002830         ORGANIZATION IS SEQUENTIAL
002840         ACCESS MODE IS SEQUENTIAL
002850         RESERVE 4 AREAS
002860         FILE STATUS IS WS-FS-AUDIT-TRAIL.
002870     SELECT CONTROL-REPORT-FILE ASSIGN TO CTLRPT
002880         ORGANIZATION IS SEQUENTIAL
002890         ACCESS MODE IS SEQUENTIAL
002900         FILE STATUS IS WS-FS-CONTROL-RPT.
002910     SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFIL
002920         ORGANIZATION IS SEQUENTIAL
002930         ACCESS MODE IS SEQUENTIAL
002940         FILE STATUS IS WS-FS-CHECKPOINT.
002950     SELECT DAILY-SUMMARY-FILE ASSIGN TO DLYSUMRY
002960         ORGANIZATION IS SEQUENTIAL
002970         ACCESS MODE IS SEQUENTIAL
002980         FILE STATUS IS WS-FS-DAILY-SUMMARY.
002990     SELECT EXCEPTION-REPORT-FILE ASSIGN TO EXCPRPT
003000         ORGANIZATION IS SEQUENTIAL
003010         ACCESS MODE IS SEQUENTIAL
003020         FILE STATUS IS WS-FS-EXCEPTION-RPT.
003030     SELECT CLEANSED-MASTER-FILE ASSIGN TO CLNMSTR
003040         ORGANIZATION IS INDEXED
003050         ACCESS MODE IS RANDOM
003060         RECORD KEY IS CM-KEY-CONTROL
003070         FILE STATUS IS WS-FS-CLEANSED-MST.
003080     SELECT NET-CHANGE-EXTRACT-FILE ASSIGN TO CLNXTRCT
003090         ORGANIZATION IS SEQUENTIAL
003100         ACCESS MODE IS SEQUENTIAL
003110         FILE STATUS IS WS-FS-NET-CHANGE.
003120     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOTLS
003130         ORGANIZATION IS SEQUENTIAL
003140         ACCESS MODE IS SEQUENTIAL
003150         FILE STATUS IS WS-FS-CONTROL-TOTALS.
003160     SELECT SORTED-TOTALS-FILE ASSIGN TO SRTDTOTL
003170         ORGANIZATION IS SEQUENTIAL
003180         ACCESS MODE IS SEQUENTIAL
003190         FILE STATUS IS WS-FS-SORTED-TOTALS.
003200     SELECT DISCREPANCY-REPORT-FILE ASSIGN TO DSCRPRPT
003210         ORGANIZATION IS SEQUENTIAL
003220         ACCESS MODE IS SEQUENTIAL
003230         FILE STATUS IS WS-FS-DISCREPANCY-RPT.
003240     SELECT REJECT-SUSPENSE-FILE ASSIGN TO RJCTSUSP
003250         ORGANIZATION IS SEQUENTIAL
003260         ACCESS MODE IS SEQUENTIAL
003270         FILE STATUS IS WS-FS-REJECT-SUSP.
003280     SELECT RUN-STATISTICS-FILE ASSIGN TO RUNSTATS
003290         ORGANIZATION IS SEQUENTIAL
003300         ACCESS MODE IS SEQUENTIAL
003310         FILE STATUS IS WS-FS-RUN-STATS.
003320     SELECT SUSPENSE-CARRY-FILE ASSIGN TO SUSPCFWD
003330         ORGANIZATION IS SEQUENTIAL
003340         ACCESS MODE IS SEQUENTIAL
003350         FILE STATUS IS WS-FS-SUSP-CARRY.
003360     SELECT SUSPENSE-ARCHIVE-FILE ASSIGN TO SUSPARCH
003370         ORGANIZATION IS SEQUENTIAL
003380         ACCESS MODE IS SEQUENTIAL
003390         FILE STATUS IS WS-FS-SUSP-ARCHIVE.
003400     SELECT HIGH-VALUE-REPORT-FILE ASSIGN TO HIVALRPT
003410         ORGANIZATION IS SEQUENTIAL
003420         ACCESS MODE IS SEQUENTIAL
003430         FILE STATUS IS WS-FS-HIGH-VALUE-RPT.
003440     SELECT PRIOR-SIGNATURE-FILE ASSIGN TO SIGPRIOR
003450         ORGANIZATION IS SEQUENTIAL
003460         ACCESS MODE IS SEQUENTIAL
003470         FILE STATUS IS WS-FS-PRIOR-SIG.
003480     SELECT CURRENT-SIGNATURE-FILE ASSIGN TO SIGCURR
003490         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003510         FILE STATUS IS WS-FS-CURRENT-SIG.
003520     SELECT DAILY-HISTORY-FILE ASSIGN TO TOTLHIST
003530         ORGANIZATION IS SEQUENTIAL
003540         ACCESS MODE IS SEQUENTIAL
003550         FILE STATUS IS WS-FS-DAILY-HIST.
003560     SELECT BRANCH-REFERENCE-FILE ASSIGN TO BRCHREF
003570         ORGANIZATION IS INDEXED
003580         ACCESS MODE IS RANDOM
003590         RECORD KEY IS BR-BRANCH-KEY
003600         FILE STATUS IS WS-FS-BRANCH-REF.
003610     SELECT BRANCH-ACTIVITY-FILE ASSIGN TO BRCHACT
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS RANDOM
003640         RECORD KEY IS BA-BRANCH-KEY
003650         FILE STATUS IS WS-FS-BRANCH-ACT.
003660*----------------------------------------------------------------*
003670*  I-O-CONTROL - AUDIT-TRAIL-FILE IS WRITE-ONLY FOR THE DURATION  *
003680*  OF THE RUN, SO RELEASE IS SKIPPED AFTER EACH WRITE. SORTED-    *
003690*  MASTER-FILE AND AUDIT-TRAIL-FILE ALSO EACH CARRY RESERVE 4     *
003700*  AREAS ABOVE (FILE-CONTROL) FOR MULTIPLE BUFFERING, SINCE THEY  *
003710*  SEE THE MOST I/O VOLUME OF ANY FILE IN THE RUN.                *
003720*----------------------------------------------------------------*
003730 I-O-CONTROL.
003740     APPLY WRITE-ONLY ON AUDIT-TRAIL-FILE.
003750 DATA DIVISION.
003760*----------------------------------------------------------------*
003770*  FILE SECTION                                                  *
003780*----------------------------------------------------------------*
003790 FILE SECTION.
003800*----------------------------------------------------------------*
003810*  SORTED-MASTER-FILE - THE RAW INPUT MASTER (INPTMSTR) AFTER    *
003820*  CTLSRT01 HAS SORTED IT INTO KEY CONTROL SEQUENCE WITH THE     *
003830*  BATCH HEADER FIRST AND TRAILER LAST. EVERY READ IS DONE INTO  *
003840*  THE INPUT-MASTER-RECORD AREA IN WORKING-STORAGE, SINCE A      *
003850*  CORRECTION RUN FILLS THAT SAME AREA FROM THE SUSPENSE FILE    *
003860*  WITHOUT THIS FILE EVER BEING OPEN.                            *
003870*----------------------------------------------------------------*
003880 FD  SORTED-MASTER-FILE
003890     RECORDING MODE IS F.
003900 01  SORTED-MASTER-RECORD              PIC X(100).
003910*----------------------------------------------------------------*
003920*  AUDIT-TRAIL-FILE - BEFORE/AFTER IMAGE OF EVERY RECORD         *
003930*  PROCESSED, WITH TIMESTAMP AND USER-ID, FOR "WHO CHANGED THIS  *
003940*  AND WHEN" COMPLIANCE TRACEABILITY. AT-RUN-DATE IS THE RUN     *
003950*  DATE THE RUN CHECKED IN UNDER, SO AN IMAGE WRITTEN AFTER      *
003960*  MIDNIGHT STILL BELONGS TO ITS NIGHT.                          *
003970*----------------------------------------------------------------*
003980 FD  AUDIT-TRAIL-FILE
003990     RECORDING MODE IS F.
004000 01  AUDIT-TRAIL-RECORD.
004010     05  AT-TIMESTAMP                 PIC X(26).
004020     05  AT-USER-ID                   PIC X(08).
004030     05  AT-BEFORE-IMAGE.
004040         10  AT-BEFORE-KEY-CONTROL    PIC X(06).
004050         10  AT-BEFORE-CUSTOMER-NAME  PIC X(30).
004060         10  AT-BEFORE-ADDRESS        PIC X(40).
004070     05  AT-AFTER-IMAGE.
004080         10  AT-AFTER-KEY-CONTROL     PIC X(06).
004090         10  AT-AFTER-CUSTOMER-NAME   PIC X(30).
004100         10  AT-AFTER-ADDRESS         PIC X(40).
004110     05  AT-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
004120     05  AT-TRANSACTION-TYPE          PIC X(01).
004130     05  AT-DISPOSITION-CODE          PIC X(01).
004140         88  AT-DISPOSITION-POSTED            VALUE "P".
004150         88  AT-DISPOSITION-DUPLICATE         VALUE "D".
004160     05  AT-RUN-DATE                  PIC 9(08).
004170*----------------------------------------------------------------*
004180*  CONTROL-REPORT-FILE - ONE SUBTOTAL LINE PER BREAK ON THE KEY   *
004190*  CONTROL FIELD, PLUS A GRAND TOTAL LINE AT END OF FILE.         *
004200*----------------------------------------------------------------*
004210 FD  CONTROL-REPORT-FILE
004220     RECORDING MODE IS F.
004230 01  CONTROL-REPORT-RECORD                PIC X(80).
004240*----------------------------------------------------------------*
004250*  CHECKPOINT-FILE - PHYSICAL RECORDS READ AND LAST KEY CONTROL   *
004260*  VALUE, PLUS THE CONTROL-BREAK AND DAILY-TOTAL ACCUMULATORS,    *
004270*  WRITTEN EVERY WS-CHECKPOINT-INTERVAL RECORDS SO A JCL RESTART  *
004280*  CAN REPOSITION INTO SORTED-MASTER-FILE AND PICK THE RUNNING    *
004290*  TOTALS BACK UP INSTEAD OF FORCING A FULL RERUN FROM THE         *
004300*  BEGINNING OF THE FILE. CKPT-RECORDS-PROCESSED COUNTS EVERY      *
004310*  PHYSICAL READ, INCLUDING REJECTS, SO IT LINES UP WITH HOW       *
004320*  1210-SKIP-ONE-RECORD COUNTS RECORDS BACK PAST ON RESTART;       *
004330*  CKPT-GRAND-RECORD-COUNT/CKPT-GRAND-AMOUNT-TOTAL ARE THE         *
004340*  SEPARATE REJECT-EXCLUDING TOTALS MYSECTION2 ACTUALLY REPORTS.   *
004350*----------------------------------------------------------------*
004360 FD  CHECKPOINT-FILE
004370     RECORDING MODE IS F.
004380 01  CHECKPOINT-RECORD.
004390     05  CKPT-RECORDS-PROCESSED       PIC 9(09) COMP.
004400     05  CKPT-LAST-PROCESSED-KEY      PIC X(06).
004410     05  CKPT-GRAND-RECORD-COUNT      PIC 9(09) COMP.
004420     05  CKPT-GRAND-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3.
004430     05  CKPT-BRANCH-RECORD-COUNT     PIC 9(07) COMP.
004440     05  CKPT-BRANCH-AMOUNT-TOTAL     PIC S9(11)V99 COMP-3.
004450     05  CKPT-PRIOR-KEY-CONTROL       PIC X(06).
004460     05  CKPT-FIRST-RECORD-SWITCH     PIC X(01).
004470     05  CKPT-DT-RECORDS-READ         PIC 9(09) COMP.
004480     05  CKPT-DT-RECORDS-UPDATED      PIC 9(09) COMP.
004490     05  CKPT-DT-RECORDS-REJECTED     PIC 9(09) COMP.
004500     05  CKPT-DT-DOLLAR-TOTAL         PIC S9(11)V99 COMP-3.
004510     05  CKPT-BC-HEADER-SEEN-SWITCH   PIC X(01).
004520     05  CKPT-BC-CYCLE-DATE           PIC 9(08).
004530     05  CKPT-BC-DATA-RECORD-COUNT    PIC 9(09) COMP.
004540     05  CKPT-BC-HASH-TOTAL           PIC S9(13)V99 COMP-3.
004550     05  CKPT-DT-RECORDS-DUPLICATE    PIC 9(09) COMP.
004560     05  CKPT-DT-HIGH-VALUE           PIC 9(09) COMP.
004570     05  CKPT-SIGNATURES-WRITTEN      PIC 9(09) COMP.
004580     05  CKPT-TT-DAY-TOTALS.
004590         10  CKPT-TT-DAY-ENTRY OCCURS 4 TIMES.
004600             15  CKPT-TT-DAY-COUNT    PIC 9(09) COMP.
004610             15  CKPT-TT-DAY-AMOUNT   PIC S9(11)V99 COMP-3.
004620     05  CKPT-TT-BR-TOTALS.
004630         10  CKPT-TT-BR-ENTRY OCCURS 4 TIMES.
004640             15  CKPT-TT-BR-COUNT     PIC 9(07) COMP.
004650             15  CKPT-TT-BR-AMOUNT    PIC S9(11)V99 COMP-3.
004660     05  CKPT-DT-RECORDS-ADDED        PIC 9(09) COMP.
004670     05  CKPT-DT-RECORDS-CHANGED      PIC 9(09) COMP.
004680     05  FILLER                       PIC X(01).
004690*----------------------------------------------------------------*
004700*  DAILY-SUMMARY-FILE - ONE-LINE COUNTS OF RECORDS READ,           *
004710*  UPDATED, AND REJECTED, PLUS THE DOLLAR TOTAL, WRITTEN AT        *
004720*  END OF JOB FOR THE DAILY RECONCILIATION BINDER.                 *
004730*----------------------------------------------------------------*
004740 FD  DAILY-SUMMARY-FILE
004750     RECORDING MODE IS F.
004760 01  DAILY-SUMMARY-RECORD              PIC X(80).
004770*----------------------------------------------------------------*
004780*  EXCEPTION-REPORT-FILE - ONE LINE PER RECORD WHERE THE NAME/     *
004790*  ADDRESS CLEANSING IN MYSECTION1 FOUND EMBEDDED LOW-VALUES,      *
004800*  STRAY COMMAS, OR OTHER NON-PRINTABLE CHARACTERS.                *
004810*----------------------------------------------------------------*
004820 FD  EXCEPTION-REPORT-FILE
004830     RECORDING MODE IS F.
004840 01  EXCEPTION-REPORT-RECORD           PIC X(80).
004850*----------------------------------------------------------------*
004860*  BRANCH-REFERENCE-FILE - KEYED MASTER OF EVERY VALID BRANCH/    *
004870*  CUSTOMER KEY CONTROL VALUE, REFRESHED MONTHLY BY THE BRANCH    *
004880*  NETWORK LOAD JOB. READ RANDOMLY ONCE PER INPUT RECORD - A KEY  *
004890*  NOT FOUND HERE IS A PHANTOM BRANCH AND THE RECORD IS REJECTED. *
004900*  A BRANCH CONSOLIDATED BY CTLBRM01 (STATUS M) NAMES ITS SUCCESSOR*
004910*  AND THE DATE FROM WHICH ITS KEY POSTS THERE (SEE 2045).        *
004920*----------------------------------------------------------------*
004930 FD  BRANCH-REFERENCE-FILE
004940     RECORD CONTAINS 80 CHARACTERS.
004950 01  BRANCH-REFERENCE-RECORD.
004960     05  BR-BRANCH-KEY                PIC X(06).
004970     05  BR-BRANCH-NAME               PIC X(30).
004980     05  BR-BRANCH-REGION-CODE        PIC X(03).
004990     05  BR-BRANCH-STATUS             PIC X(01).
005000         88  BR-STATUS-CONSOLIDATED           VALUE "M".
005010     05  BR-SUCCESSOR-KEY             PIC X(06).
005020     05  BR-CONSOLIDATION-DATE        PIC 9(08).
005030     05  FILLER                       PIC X(26).
005040*----------------------------------------------------------------*
005050*  REJECT-SUSPENSE-FILE - EVERY REJECTED INPUT RECORD IN FULL,    *
005060*  PLUS THE REJECT REASON CODE AND THE RUN DATE, SO THE DATA      *
005070*  CONTROL GROUP CAN CORRECT THE RECORDS AND FEED THEM BACK       *
005080*  THROUGH THE CORRECTION ENTRY POINT THE NEXT NIGHT INSTEAD OF   *
005090*  REKEYING THEM AT THE SOURCE SYSTEM. ON A CORRECTION RUN THIS   *
005100*  SAME FILE IS THE INPUT.                                        *
005110*----------------------------------------------------------------*
005120 FD  REJECT-SUSPENSE-FILE
005130     RECORDING MODE IS F.
005140 01  REJECT-SUSPENSE-RECORD.
005150     05  RS-REJECT-REASON-CODE        PIC X(02).
005160         88  RS-REASON-BLANK-KEY              VALUE "BK".
005170         88  RS-REASON-KEY-NOT-ON-REF         VALUE "NR".
005180         88  RS-REASON-BAD-TXN-TYPE           VALUE "TT".
005190     05  RS-RUN-DATE                  PIC 9(08).
005200     05  RS-ORIGINAL-RECORD           PIC X(100).
005210*----------------------------------------------------------------*
005220*  SUSPENSE-CARRY-FILE - CORRECTION RUNS ONLY. A CORRECTED        *
005230*  RECORD THAT STILL REJECTS IS CARRIED FORWARD HERE UNDER ITS    *
005240*  ORIGINAL RUN DATE (SO THE AGING REPORT CTLSUS01 KEEPS THE      *
005250*  TRUE AGE) WITH THE NEW REJECT REASON. THE JCL FEEDS THIS       *
005260*  FILE BACK AS THE NEXT ACTIVE SUSPENSE FILE, SO CLEARED         *
005270*  RECORDS LEAVE THE ACTIVE FILE INSTEAD OF ACCUMULATING.         *
005280*----------------------------------------------------------------*
005290 FD  SUSPENSE-CARRY-FILE
005300     RECORDING MODE IS F.
005310 01  SUSPENSE-CARRY-RECORD.
005320     05  SC-REJECT-REASON-CODE        PIC X(02).
005330     05  SC-RUN-DATE                  PIC 9(08).
005340     05  SC-ORIGINAL-RECORD           PIC X(100).
005350*----------------------------------------------------------------*
005360*  SUSPENSE-ARCHIVE-FILE - CORRECTION RUNS ONLY. EVERY SUSPENSE   *
005370*  RECORD THAT CLEARED THROUGH THE CORRECTION RUN IS APPENDED     *
005380*  HERE WITH ITS ORIGINAL REASON AND RUN DATE PLUS THE DATE IT    *
005390*  CLEARED, SO MONTH-END CLOSE CAN PROVE WHAT LEFT SUSPENSE       *
005400*  AND WHEN. A RECORD WRITTEN OFF BY SUSPENSE MAINTENANCE        *
005410*  (CTLSCM01) IS APPENDED HERE TOO, WITH DISPOSITION W, THE      *
005420*  APPROVING SUPERVISOR AND THE WRITE-OFF REASON.                *
005430*----------------------------------------------------------------*
005440 FD  SUSPENSE-ARCHIVE-FILE
005450     RECORDING MODE IS F.
005460 01  SUSPENSE-ARCHIVE-RECORD.
005470     05  SA-REJECT-REASON-CODE        PIC X(02).
005480     05  SA-RUN-DATE                  PIC 9(08).
005490     05  SA-ORIGINAL-RECORD           PIC X(100).
005500     05  SA-CLEARED-DATE              PIC 9(08).
005510     05  SA-DISPOSITION-CODE          PIC X(01).
005520         88  SA-DISPOSITION-CLEARED           VALUE "C".
005530         88  SA-DISPOSITION-WRITTEN-OFF       VALUE "W".
005540     05  SA-DISPOSITION-USER-ID       PIC X(08).
005550     05  SA-DISPOSITION-REASON        PIC X(30).
005560*----------------------------------------------------------------*
005570*  HIGH-VALUE-REPORT-FILE - ONE LINE PER TRANSACTION WHOSE       *
005580*  AMOUNT (POSITIVE OR NEGATIVE) MEETS OR EXCEEDS THE SUPERVISOR *
005590*  REVIEW THRESHOLD PASSED ON THE CALL INTERFACE.                *
005600*----------------------------------------------------------------*
005610 FD  HIGH-VALUE-REPORT-FILE
005620     RECORDING MODE IS F.
005630 01  HIGH-VALUE-REPORT-RECORD          PIC X(132).
005640*----------------------------------------------------------------*
005650*  RUN-STATISTICS-FILE - END-OF-RUN OPERATING FIGURES (START/    *
005660*  END TIME, ELAPSED, THROUGHPUT, WRITE COUNTS, CHECKPOINTS)     *
005670*  FOR THE SHIFT OPERATORS' BATCH-WINDOW CALL.                   *
005680*----------------------------------------------------------------*
005690 FD  RUN-STATISTICS-FILE
005700     RECORDING MODE IS F.
005710 01  RUN-STATISTICS-RECORD             PIC X(80).
005720*----------------------------------------------------------------*
005730*  PRIOR/CURRENT SIGNATURE FILES - COMPACT SIGNATURE (KEY, RAW   *
005740*  PRE-CLEANSING NAME, AMOUNT, USER-ID) OF EVERY RECORD THE RUN  *
005750*  PROCESSED. THE JCL FEEDS LAST NIGHT'S CURRENT FILE BACK AS    *
005760*  TONIGHT'S PRIOR FILE, SO A PARTIAL RE-TRANSMISSION OF LAST    *
005770*  NIGHT'S INPUT IS CAUGHT AS A SUSPECTED DOUBLE-FEED. THE RAW   *
005780*  NAME IS STORED (NOT THE CLEANSED ONE) SO A RE-FED RAW RECORD  *
005790*  COMPARES EQUAL.                                               *
005800*----------------------------------------------------------------*
005810 FD  PRIOR-SIGNATURE-FILE
005820     RECORDING MODE IS F.
005830 01  PRIOR-SIGNATURE-RECORD.
005840     05  PS-KEY-CONTROL               PIC X(06).
005850     05  PS-CUSTOMER-NAME             PIC X(30).
005860     05  PS-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
005870     05  PS-USER-ID                   PIC X(08).
005880     05  FILLER                       PIC X(10).
005890 FD  CURRENT-SIGNATURE-FILE
005900     RECORDING MODE IS F.
005910 01  CURRENT-SIGNATURE-RECORD.
005920     05  CS-KEY-CONTROL               PIC X(06).
005930     05  CS-CUSTOMER-NAME             PIC X(30).
005940     05  CS-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
005950     05  CS-USER-ID                   PIC X(08).
005960     05  FILLER                       PIC X(10).
005970*----------------------------------------------------------------*
005980*  CONTROL-TOTALS-FILE - MACHINE-READABLE PER-KEY COUNT AND       *
005990*  AMOUNT, ONE RECORD PER CONTROL BREAK, WRITTEN BY THE NIGHTLY   *
006000*  (AND CORRECTION) RUN ALONGSIDE THE PRINTED CONTROL REPORT.     *
006010*  THE MONTH-END RECONCILIATION RUN READS THE PRIOR NIGHTLY       *
006020*  CYCLE'S FILE BACK AND COMPARES IT KEY BY KEY.                  *
006030*  EACH RECORD ALSO CARRIES THE RUN DATE, WHETHER A NIGHTLY (OR  *
006040*  MONTH-END SLICE) OR A CORRECTION RUN WROTE IT, AND THE KEY'S  *
006050*  COUNT AND AMOUNT SPLIT BY TRANSACTION TYPE (SAME ORDER AS     *
006060*  WS-TT-LABEL) FOR THE GL INTERFACE, CTLGLI01.                  *
006070*----------------------------------------------------------------*
006080 FD  CONTROL-TOTALS-FILE
006090     RECORDING MODE IS F.
006100 01  CONTROL-TOTALS-RECORD.
006110     05  CT-KEY-CONTROL               PIC X(06).
006120     05  CT-RECORD-COUNT              PIC 9(09).
006130     05  CT-AMOUNT-TOTAL              PIC S9(11)V99.
006140     05  CT-RUN-DATE                  PIC 9(08).
006150     05  CT-RUN-TYPE                  PIC X(01).
006160         88  CT-RUN-NIGHTLY                   VALUE "N".
006170         88  CT-RUN-CORRECTION                VALUE "C".
006180     05  CT-TYPE-SPLIT OCCURS 4 TIMES.
006190         10  CT-TYPE-COUNT            PIC 9(09).
006200         10  CT-TYPE-AMOUNT           PIC S9(11)V99.
006210     05  FILLER                       PIC X(03).
006220*----------------------------------------------------------------*
006230*  SORTED-TOTALS-FILE - THE NIGHTLY CONTROL TOTALS FILE AFTER     *
006240*  CTLSRT02 HAS SORTED IT INTO KEY SEQUENCE FOR THE MONTH-END     *
006250*  RECONCILIATION MATCH-MERGE. SAME LAYOUT AS THE CONTROL         *
006260*  TOTALS FILE ABOVE.                                             *
006270*----------------------------------------------------------------*
006280 FD  SORTED-TOTALS-FILE
006290     RECORDING MODE IS F.
006300 01  SORTED-TOTALS-RECORD.
006310     05  NT-KEY-CONTROL               PIC X(06).
006320     05  NT-RECORD-COUNT              PIC 9(09).
006330     05  NT-AMOUNT-TOTAL              PIC S9(11)V99.
006340     05  NT-RUN-DATE                  PIC 9(08).
006350     05  NT-RUN-TYPE                  PIC X(01).
006360     05  NT-TYPE-SPLIT OCCURS 4 TIMES.
006370         10  NT-TYPE-COUNT            PIC 9(09).
006380         10  NT-TYPE-AMOUNT           PIC S9(11)V99.
006390     05  FILLER                       PIC X(03).
006400*----------------------------------------------------------------*
006410*  DISCREPANCY-REPORT-FILE - WRITTEN ONLY BY THE RECONCILIATION   *
006420*  RUN: ONE BLOCK PER KEY WHOSE COUNT OR AMOUNT DISAGREES WITH    *
006430*  THE NIGHTLY CONTROL TOTALS, PLUS A FINAL VERDICT LINE.         *
006440*----------------------------------------------------------------*
006450 FD  DISCREPANCY-REPORT-FILE
006460     RECORDING MODE IS F.
006470 01  DISCREPANCY-REPORT-RECORD         PIC X(80).
006480*----------------------------------------------------------------*
006490*  DAILY-HISTORY-FILE - ONE MACHINE-READABLE RECORD PER RUN,      *
006500*  APPENDED AT END OF JOB WITH THE DAILY TOTALS AND THE ELAPSED/  *
006510*  THROUGHPUT FIGURES, KEYED BY RUN DATE. THE DAILY SUMMARY AND   *
006520*  RUN STATISTICS FILES ARE OVERWRITTEN EVERY CYCLE - THIS FILE   *
006530*  IS THE HISTORY THE MONTH-END TREND REPORT (CTLTRN01) READS.    *
006540*  A CORRECTION RUN APPENDS ITS OWN RECORD UNDER THE SAME RUN     *
006550*  DATE; CTLTRN01 SUMS RECORDS PER DATE.                          *
006560*----------------------------------------------------------------*
006570 FD  DAILY-HISTORY-FILE
006580     RECORDING MODE IS F.
006590 01  DAILY-HISTORY-RECORD.
006600     05  DH-RUN-DATE                  PIC 9(08).
006610     05  DH-RECORDS-READ              PIC 9(09).
006620     05  DH-RECORDS-UPDATED           PIC 9(09).
006630     05  DH-RECORDS-REJECTED          PIC 9(09).
006640     05  DH-RECORDS-DUPLICATE         PIC 9(09).
006650     05  DH-HIGH-VALUE                PIC 9(09).
006660     05  DH-SEQUENCE-ERRORS           PIC 9(09).
006670     05  DH-DOLLAR-TOTAL              PIC S9(11)V99
006680                                      SIGN LEADING SEPARATE.
006690     05  DH-ELAPSED-SECONDS           PIC 9(09).
006700     05  DH-RECORDS-PER-SEC           PIC 9(09).
006710     05  FILLER                       PIC X(06).
006720*----------------------------------------------------------------*
006730*  CLEANSED-MASTER-FILE - THE PERSISTENT INDEXED CLEANSED         *
006740*  CUSTOMER MASTER, KEYED ON THE KEY CONTROL FIELD AND UPDATED    *
006750*  IN PLACE BY THE NIGHTLY RUN AFTER MYSECTION1 HAS SCRUBBED      *
006760*  THE NAME AND ADDRESS. IT IS NO LONGER REBUILT FROM SCRATCH     *
006770*  EVERY CYCLE - THE DOWNSTREAM STATEMENT-PRINT AND EXTRACT       *
006780*  JOBS READ THE NET-CHANGE EXTRACT FOR THE NIGHT'S MOVEMENT      *
006790*  AND THIS MASTER ONLY WHEN THEY NEED THE FULL POPULATION.       *
006800*  SAME 100-BYTE LAYOUT AS THE DATA RECORDS ON INPUT-MASTER-      *
006810*  FILE, WITH THE KEY CARVED OUT FOR THE INDEX.                   *
006820*----------------------------------------------------------------*
006830 FD  CLEANSED-MASTER-FILE
006840     RECORD CONTAINS 100 CHARACTERS.
006850 01  CLEANSED-MASTER-RECORD.
006860     05  CM-KEY-CONTROL               PIC X(06).
006870     05  CM-MASTER-DATA               PIC X(94).
006880*----------------------------------------------------------------*
006890*  NET-CHANGE-EXTRACT-FILE - ONLY THE CLEANSED MASTER RECORDS     *
006900*  ADDED OR CHANGED THIS CYCLE, IN PROCESSING ORDER, SO THE       *
006910*  DOWNSTREAM STATEMENT-PRINT AND EXTRACT JOBS READ THE NIGHT'S   *
006920*  MOVEMENT INSTEAD OF RE-READING THE WHOLE CLEANSED MASTER.      *
006930*  A RECORD WHOSE CLEANSED IMAGE CAME OUT IDENTICAL TO WHAT IS    *
006940*  ALREADY ON THE MASTER IS NOT EXTRACTED.                        *
006950*----------------------------------------------------------------*
006960 FD  NET-CHANGE-EXTRACT-FILE
006970     RECORDING MODE IS F.
006980 01  NET-CHANGE-EXTRACT-RECORD         PIC X(100).
006990*----------------------------------------------------------------*
007000*  BRANCH-ACTIVITY-FILE - ONE RECORD PER BRANCH KEY, KEPT        *
007010*  ALONGSIDE THE BRANCH REFERENCE FILE AND UPDATED AT EVERY KEY  *
007020*  BREAK OF A NIGHTLY (OR SLICE) RUN: FIRST AND LAST ACTIVITY    *
007030*  DATES, THE BRANCH STATUS AT THE LAST ACTIVITY, RUNNING TOTALS *
007040*  SINCE FIRST ACTIVITY, WHAT ARRIVED WHILE THE BRANCH WAS       *
007050*  INACTIVE (STATUS I), AND THE LAST SEVEN NIGHTS OF ACTIVITY,   *
007060*  NEWEST FIRST. READ BY THE WEEKLY BRANCH ACTIVITY EXCEPTION    *
007070*  REPORT (CTLBAR01).                                            *
007080*----------------------------------------------------------------*
007090 FD  BRANCH-ACTIVITY-FILE
007100     RECORD CONTAINS 300 CHARACTERS.
007110 01  BRANCH-ACTIVITY-RECORD.
007120     05  BA-BRANCH-KEY                PIC X(06).
007130     05  BA-FIRST-ACTIVITY-DATE       PIC 9(08).
007140     05  BA-LAST-ACTIVITY-DATE        PIC 9(08).
007150     05  BA-LAST-BRANCH-STATUS        PIC X(01).
007160     05  BA-ACTIVE-NIGHTS             PIC 9(05).
007170     05  BA-TOTAL-COUNT               PIC 9(09).
007180     05  BA-TOTAL-AMOUNT              PIC S9(13)V99.
007190     05  BA-INACTIVE-LAST-DATE        PIC 9(08).
007200     05  BA-INACTIVE-COUNT            PIC 9(07).
007210     05  BA-INACTIVE-AMOUNT           PIC S9(11)V99.
007220     05  BA-RECENT-NIGHT OCCURS 7 TIMES.
007230         10  BA-RN-RUN-DATE           PIC 9(08).
007240         10  BA-RN-BRANCH-STATUS      PIC X(01).
007250         10  BA-RN-COUNT              PIC 9(07).
007260         10  BA-RN-AMOUNT             PIC S9(11)V99.
007270     05  FILLER                       PIC X(17).
007280*----------------------------------------------------------------*
007290*  WORKING-STORAGE SECTION                                       *
007300*----------------------------------------------------------------*
007310 WORKING-STORAGE SECTION.
007320*----------------------------------------------------------------*
007330*  INPUT-MASTER-RECORD - THE ONE RECORD AREA EVERY MODE          *
007340*  PROCESSES FROM. A NIGHTLY, RECONCILE, OR SLICE RUN READS THE  *
007350*  SORTED MASTER INTO IT; A CORRECTION RUN RESTORES THE          *
007360*  SUSPENSE RECORD'S ORIGINAL IMAGE INTO IT WHILE THE SORTED     *
007370*  MASTER STAYS CLOSED - WHICH IS WHY IT LIVES HERE AND NOT IN   *
007380*  THE FILE SECTION, WHERE A CLOSED FILE'S RECORD AREA IS NOT    *
007390*  RELIABLY ADDRESSABLE. THE HEADER AND TRAILER REDEFINITIONS    *
007400*  SHARE THE RECORD TYPE CODE POSITION AND ARE ALWAYS TESTED     *
007410*  THROUGH IM-RECORD-TYPE-CODE; A BLANK TYPE CODE IS TREATED AS  *
007420*  A DATA RECORD SO THE OLD FEED FORMAT STILL PROCESSES DURING   *
007430*  THE CUTOVER WINDOW. THE SAME GOES FOR THE TRANSACTION TYPE   *
007440*  CODE THE SOURCE SYSTEMS NOW FILL IN AFTER THE RECORD TYPE -  *
007450*  A BLANK TRANSACTION TYPE IS TREATED AS A POSTING UNTIL THE   *
007460*  LAST FEED IS CUT OVER.                                       *
007470*  IM-SOURCE-SYSTEM IS STAMPED BY CTLSRT01 WITH THE SOURCE       *
007480*  SYSTEM OF THE SET THE DATA RECORD ARRIVED IN. IT RIDES ALONG  *
007490*  ON A REJECTED RECORD'S SUSPENSE IMAGE FOR THE SOURCE SYSTEM   *
007500*  ACKNOWLEDGMENTS (CTLACK01), BUT IS NEVER POSTED - 2600 WRITES *
007510*  THE CLEANSED MASTER AND NET-CHANGE IMAGES WITH IT BLANK.      *
007520*----------------------------------------------------------------*
007530 01  INPUT-MASTER-RECORD.
007540     05  IM-KEY-CONTROL-FIELD         PIC X(06).
007550     05  IM-CUSTOMER-NAME             PIC X(30).
007560     05  IM-CUSTOMER-ADDRESS          PIC X(40).
007570     05  IM-TRANSACTION-AMOUNT        PIC S9(09)V99 COMP-3.
007580     05  IM-USER-ID                   PIC X(08).
007590     05  IM-RECORD-TYPE-CODE          PIC X(01).
007600         88  IM-HEADER-RECORD                 VALUE "H".
007610         88  IM-DATA-RECORD                   VALUE "D".
007620         88  IM-TRAILER-RECORD                VALUE "T".
007630     05  IM-TRANSACTION-TYPE          PIC X(01).
007640         88  IM-TYPE-POSTING                  VALUE "P".
007650         88  IM-TYPE-REVERSAL                 VALUE "R".
007660         88  IM-TYPE-ADJUSTMENT               VALUE "A".
007670         88  IM-TYPE-CORRECTION               VALUE "C".
007680         88  IM-TYPE-UNCODED                  VALUE SPACE.
007690     05  IM-SOURCE-SYSTEM             PIC X(08).
007700 01  INPUT-MASTER-HEADER-REC REDEFINES INPUT-MASTER-RECORD.
007710     05  IM-HDR-CYCLE-DATE            PIC 9(08).
007720     05  IM-HDR-SOURCE-SYSTEM         PIC X(08).
007730     05  FILLER                       PIC X(84).
007740 01  INPUT-MASTER-TRAILER-REC REDEFINES INPUT-MASTER-RECORD.
007750     05  IM-TRL-RECORD-COUNT          PIC 9(09).
007760     05  IM-TRL-HASH-TOTAL            PIC S9(13)V99.
007770     05  FILLER                       PIC X(76).
007780*----------------------------------------------------------------*
007790*  FILE STATUS FIELDS - TRAPPED IN DECLARATIVES BELOW             *
007800*----------------------------------------------------------------*
007810 01  WS-FILE-STATUS-BLOCK.
007820     05  WS-FS-SORTED-MASTER           PIC X(02).
007830         88  WS-FS-SORTED-MASTER-OK            VALUE "00".
007840         88  WS-FS-SORTED-MASTER-EOF           VALUE "10".
007850     05  WS-FS-AUDIT-TRAIL             PIC X(02).
007860         88  WS-FS-AUDIT-TRAIL-OK              VALUE "00".
007870     05  WS-FS-CONTROL-RPT             PIC X(02).
007880         88  WS-FS-CONTROL-RPT-OK              VALUE "00".
007890     05  WS-FS-CHECKPOINT              PIC X(02).
007900         88  WS-FS-CHECKPOINT-OK               VALUE "00".
007910         88  WS-FS-CHECKPOINT-EOF              VALUE "10".
007920         88  WS-FS-CHECKPOINT-NOT-FOUND        VALUE "35".
007930     05  WS-FS-DAILY-SUMMARY           PIC X(02).
007940         88  WS-FS-DAILY-SUMMARY-OK            VALUE "00".
007950     05  WS-FS-EXCEPTION-RPT           PIC X(02).
007960         88  WS-FS-EXCEPTION-RPT-OK            VALUE "00".
007970     05  WS-FS-REJECT-SUSP             PIC X(02).
007980         88  WS-FS-REJECT-SUSP-OK              VALUE "00".
007990         88  WS-FS-REJECT-SUSP-EOF             VALUE "10".
008000     05  WS-FS-SUSP-CARRY              PIC X(02).
008010         88  WS-FS-SUSP-CARRY-OK               VALUE "00".
008020     05  WS-FS-SUSP-ARCHIVE            PIC X(02).
008030         88  WS-FS-SUSP-ARCHIVE-OK             VALUE "00".
008040     05  WS-FS-BRANCH-REF              PIC X(02).
008050         88  WS-FS-BRANCH-REF-OK               VALUE "00".
008060         88  WS-FS-BRANCH-REF-NOT-FOUND        VALUE "23".
008070     05  WS-FS-BRANCH-ACT              PIC X(02).
008080         88  WS-FS-BRANCH-ACT-OK               VALUE "00".
008090         88  WS-FS-BRANCH-ACT-NOT-FOUND        VALUE "23".
008100         88  WS-FS-BRANCH-ACT-MISSING          VALUE "35".
008110     05  WS-FS-CONTROL-TOTALS          PIC X(02).
008120         88  WS-FS-CONTROL-TOTALS-OK           VALUE "00".
008130         88  WS-FS-CONTROL-TOTALS-EOF          VALUE "10".
008140     05  WS-FS-SORTED-TOTALS           PIC X(02).
008150         88  WS-FS-SORTED-TOTALS-OK            VALUE "00".
008160         88  WS-FS-SORTED-TOTALS-EOF           VALUE "10".
008170     05  WS-FS-DISCREPANCY-RPT         PIC X(02).
008180         88  WS-FS-DISCREPANCY-RPT-OK          VALUE "00".
008190     05  WS-FS-CLEANSED-MST            PIC X(02).
008200         88  WS-FS-CLEANSED-MST-OK             VALUE "00".
008210         88  WS-FS-CLEANSED-MST-NOT-FOUND      VALUE "23".
008220         88  WS-FS-CLEANSED-MST-MISSING        VALUE "35".
008230     05  WS-FS-NET-CHANGE              PIC X(02).
008240         88  WS-FS-NET-CHANGE-OK               VALUE "00".
008250     05  WS-FS-PRIOR-SIG               PIC X(02).
008260         88  WS-FS-PRIOR-SIG-OK                VALUE "00".
008270         88  WS-FS-PRIOR-SIG-EOF               VALUE "10".
008280         88  WS-FS-PRIOR-SIG-NOT-FOUND         VALUE "35".
008290     05  WS-FS-CURRENT-SIG             PIC X(02).
008300         88  WS-FS-CURRENT-SIG-OK              VALUE "00".
008310         88  WS-FS-CURRENT-SIG-EOF             VALUE "10".
008320         88  WS-FS-CURRENT-SIG-NOT-FOUND       VALUE "35".
008330     05  WS-FS-HIGH-VALUE-RPT          PIC X(02).
008340         88  WS-FS-HIGH-VALUE-RPT-OK           VALUE "00".
008350     05  WS-FS-RUN-STATS               PIC X(02).
008360         88  WS-FS-RUN-STATS-OK                VALUE "00".
008370     05  WS-FS-DAILY-HIST              PIC X(02).
008380         88  WS-FS-DAILY-HIST-OK               VALUE "00".
008390
008400 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
008410     88  WS-EOF-YES                            VALUE "Y".
008420     88  WS-EOF-NO                             VALUE "N".
008430
008440 01  WS-ABEND-SWITCH                   PIC X(01) VALUE "N".
008450     88  WS-ABEND-REQUESTED                    VALUE "Y".
008460
008470 01  WS-KEY-ON-REFERENCE-SWITCH        PIC X(01) VALUE "N".
008480     88  WS-KEY-ON-REFERENCE                   VALUE "Y".
008490     88  WS-KEY-NOT-ON-REFERENCE               VALUE "N".
008500*----------------------------------------------------------------*
008510*  CONSOLIDATED-BRANCH REMAP - THE KEY A RECORD ARRIVED UNDER    *
008520*  WHEN 2045 MOVED IT TO THE SUCCESSOR BRANCH (SPACES WHEN IT    *
008530*  WAS NOT REMAPPED), THE KEY BEING FOLLOWED DOWN THE CHAIN OF   *
008540*  MERGES, AND THE HOPS TAKEN - A CHAIN IS NEVER FOLLOWED PAST   *
008550*  NINE.                                                         *
008560*----------------------------------------------------------------*
008570 01  WS-REMAP-CONTROL.
008580     05  WS-REMAP-FROM-KEY             PIC X(06) VALUE SPACES.
008590     05  WS-REMAP-KEY                  PIC X(06) VALUE SPACES.
008600     05  WS-REMAP-HOPS                 PIC 9(04) COMP VALUE ZERO.
008610     05  WS-REMAP-CHAIN-SWITCH         PIC X(01) VALUE "N".
008620         88  WS-REMAP-CHAIN-CONTINUES          VALUE "Y".
008630         88  WS-REMAP-CHAIN-ENDED              VALUE "N".
008640
008650 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
008660*----------------------------------------------------------------*
008670*  AUDIT TRAIL WORK FIELDS                                       *
008680*----------------------------------------------------------------*
008690 01  WS-AUDIT-TIMESTAMP.
008700     05  WS-AUDIT-DATE                 PIC 9(08).
008710     05  FILLER                        PIC X(01) VALUE "-".
008720     05  WS-AUDIT-TIME                 PIC 9(08).
008730     05  FILLER                        PIC X(09) VALUE SPACES.
008740
008750 01  WS-AUDIT-BEFORE-IMAGE.
008760     05  WS-AUDIT-BEFORE-KEY-CONTROL   PIC X(06).
008770     05  WS-AUDIT-BEFORE-CUSTOMER-NAME PIC X(30).
008780     05  WS-AUDIT-BEFORE-ADDRESS       PIC X(40).
008790*----------------------------------------------------------------*
008800*  RECONCILIATION-MODE SWITCH - SET ONLY BY THE ALTERNATE ENTRY  *
008810*  POINT BELOW, FOR MONTH-END READ-ONLY COMPARE RUNS.            *
008820*----------------------------------------------------------------*
008830 01  WS-RECONCILE-MODE-SWITCH          PIC X(01) VALUE "N".
008840     88  RECONCILE-MODE-ON                    VALUE "Y".
008850     88  RECONCILE-MODE-OFF                   VALUE "N".
008860*----------------------------------------------------------------*
008870*  CORRECTION-MODE SWITCH - SET ONLY BY THE CTLPGM01-CORRECTION   *
008880*  ENTRY POINT. A CORRECTION RUN READS THE CORRECTED REJECT       *
008890*  SUSPENSE FILE INSTEAD OF INPUT-MASTER-FILE AND PUSHES THOSE    *
008900*  RECORDS THROUGH THE NORMAL EDIT/AUDIT/TOTAL PROCESSING. IT     *
008910*  NEVER CHECKPOINTS OR RESTARTS - A CORRECTION FILE IS SMALL     *
008920*  ENOUGH TO RERUN FROM THE TOP.                                  *
008930*----------------------------------------------------------------*
008940 01  WS-CORRECTION-MODE-SWITCH         PIC X(01) VALUE "N".
008950     88  CORRECTION-MODE-ON                   VALUE "Y".
008960     88  CORRECTION-MODE-OFF                  VALUE "N".
008970*----------------------------------------------------------------*
008980*  SUSPENSE HOLD - A CORRECTION RUN KEEPS THE SUSPENSE RECORD'S   *
008990*  ORIGINAL REASON CODE AND RUN DATE HERE WHILE THE RECORD AREA   *
009000*  IS REUSED, SO A RE-REJECT CARRIES FORWARD UNDER ITS ORIGINAL   *
009010*  DATE (THE AGING CLOCK KEEPS RUNNING) AND A CLEARED RECORD IS   *
009020*  ARCHIVED UNDER THE REASON IT ORIGINALLY HIT SUSPENSE FOR.      *
009030*----------------------------------------------------------------*
009040 01  WS-SUSPENSE-HOLD.
009050     05  WS-SH-ORIG-REASON             PIC X(02) VALUE SPACES.
009060     05  WS-SH-ORIG-DATE               PIC 9(08) VALUE ZERO.
009070     05  WS-SH-NEW-REASON              PIC X(02) VALUE SPACES.
009080*----------------------------------------------------------------*
009090*  SLICE-MODE SWITCH AND KEY RANGE - SET ONLY BY THE             *
009100*  CTLPGM01-SLICE ENTRY POINT, USED BY THE MONTH-END SPLIT       *
009110*  DRIVER (CTLDRV01). A SLICE INVOCATION READS THE WHOLE SORTED  *
009120*  MASTER (THE DRIVER RAN CTLSRT01 ONCE FOR ALL SLICES) BUT      *
009130*  PROCESSES ONLY THE KEYS INSIDE ITS RANGE, NEVER CHECKPOINTS   *
009140*  OR RESTARTS, AND APPENDS TO THE OUTPUT FILES AFTER THE FIRST  *
009150*  SLICE SO THE MERGED REPORTS COME OUT IN KEY ORDER.            *
009160*----------------------------------------------------------------*
009170 01  WS-SLICE-MODE-SWITCH              PIC X(01) VALUE "N".
009180     88  SLICE-MODE-ON                        VALUE "Y".
009190     88  SLICE-MODE-OFF                       VALUE "N".
009200 01  WS-SLICE-LOW-KEY                  PIC X(06) VALUE SPACES.
009210 01  WS-SLICE-HIGH-KEY                 PIC X(06) VALUE SPACES.
009220*----------------------------------------------------------------*
009230*  SLICE TOTALS RETURN AREA - BUILT AT THE END OF A SLICE        *
009240*  INVOCATION AND HANDED BACK THROUGH THE 80-BYTE BY-REFERENCE   *
009250*  PARAMETER SO THE DRIVER CAN CONSOLIDATE WITHOUT RE-ADDING     *
009260*  THE REPORTS. CTLDRV01 CARRIES THE MATCHING LAYOUT.            *
009270*----------------------------------------------------------------*
009280 01  WS-SLICE-RETURN-AREA.
009290     05  WS-SR-RETURN-CODE             PIC 9(02).
009300     05  WS-SR-RECORDS-READ            PIC 9(09).
009310     05  WS-SR-RECORDS-UPDATED         PIC 9(09).
009320     05  WS-SR-RECORDS-REJECTED        PIC 9(09).
009330     05  WS-SR-RECORDS-DUPLICATE       PIC 9(09).
009340     05  WS-SR-HIGH-VALUE              PIC 9(09).
009350     05  WS-SR-DOLLAR-TOTAL            PIC S9(11)V99
009360                                       SIGN LEADING SEPARATE.
009370     05  FILLER                        PIC X(19).
009380
009390 77  WS-RUN-DATE                       PIC 9(08) VALUE ZERO.
009400*----------------------------------------------------------------*
009410*  BATCH HEADER/TRAILER BALANCING CONTROLS - THE COUNT AND HASH   *
009420*  ACCUMULATE ON EVERY DATA RECORD PHYSICALLY READ, INCLUDING     *
009430*  REJECTS, SINCE THE FEED SYSTEM BUILT ITS TRAILER FROM          *
009440*  EVERYTHING IT TRANSMITTED. WS-PHYSICAL-READS COUNTS EVERY      *
009450*  PHYSICAL READ (HEADER, TRAILER, DATA, REJECTS) AND IS WHAT     *
009460*  THE CHECKPOINT REPOSITIONING COUNT IS TAKEN FROM.              *
009470*----------------------------------------------------------------*
009480 01  WS-BATCH-CONTROL.
009490     05  WS-BC-HEADER-SEEN-SWITCH      PIC X(01) VALUE "N".
009500         88  WS-BC-HEADER-SEEN                 VALUE "Y".
009510     05  WS-BC-TRAILER-SEEN-SWITCH     PIC X(01) VALUE "N".
009520         88  WS-BC-TRAILER-SEEN                VALUE "Y".
009530     05  WS-BC-CYCLE-DATE              PIC 9(08) VALUE ZERO.
009540     05  WS-BC-SOURCE-SYSTEM           PIC X(08) VALUE SPACES.
009550     05  WS-BC-DATA-RECORD-COUNT       PIC 9(09) COMP VALUE ZERO.
009560     05  WS-BC-HASH-TOTAL              PIC S9(13)V99 COMP-3
009570                                       VALUE ZERO.
009580     05  WS-BC-TRL-RECORD-COUNT        PIC 9(09) COMP VALUE ZERO.
009590     05  WS-BC-TRL-HASH-TOTAL          PIC S9(13)V99 COMP-3
009600                                       VALUE ZERO.
009610     05  WS-BC-HASH-DISPLAY            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
009620 77  WS-PHYSICAL-READS                 PIC 9(09) COMP VALUE ZERO.
009630*----------------------------------------------------------------*
009640*  PER-SOURCE BATCH RESULTS - FILLED BY CTLSRT01, WHICH NOW      *
009650*  BALANCES EACH HEADER/DATA/TRAILER SET WHILE THE RAW FEED IS   *
009660*  STILL IN ARRIVAL ORDER (THE SORT SCATTERS THE SETS, SO IT     *
009670*  CAN NO LONGER BE DONE HERE). 8000-BALANCE-INPUT-BATCH         *
009680*  REPORTS ONE VERDICT PER SOURCE FROM THIS AREA AND FAILS       *
009690*  ONLY THE SOURCES THAT ARE OUT OF BALANCE. LAYOUT MATCHES      *
009700*  CTLSRT01'S LINKAGE. STATUS FLAGS: B BALANCED, C CYCLE DATE,   *
009710*  R RECORD COUNT, H HASH TOTAL, T NO TRAILER, N NO HEADER.      *
009720*----------------------------------------------------------------*
009730 01  WS-BATCH-RESULTS-AREA.
009740     05  WS-BR-SET-COUNT               PIC 9(02) VALUE ZERO.
009750     05  WS-BR-ENTRY OCCURS 10 TIMES.
009760         10  WS-BR-SOURCE-SYSTEM       PIC X(08).
009770         10  WS-BR-CYCLE-DATE          PIC 9(08).
009780         10  WS-BR-RECORD-COUNT        PIC 9(09).
009790         10  WS-BR-AMOUNT-TOTAL        PIC S9(13)V99
009800                                       SIGN LEADING SEPARATE.
009810         10  WS-BR-STATUS-FLAG         PIC X(01).
009820             88  WS-BR-SET-BALANCED            VALUE "B".
009830 01  WS-BATCH-RESULTS-WORK.
009840     05  WS-BR-SUB                     PIC 9(04) COMP VALUE ZERO.
009850     05  WS-BR-VERDICT-TEXT            PIC X(30) VALUE SPACES.
009860     05  WS-BR-COUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
009870     05  WS-BR-AMOUNT-DISPLAY          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
009880*----------------------------------------------------------------*
009890*  INPUT SORT CONTROLS - CTLSRT01 SORTS INPTMSTR INTO SRTDMSTR    *
009900*  BEFORE THE RECORD LOOP AND RETURNS HOW OUT-OF-ORDER THE RAW    *
009910*  FEED ARRIVED. THE SORT IS DETERMINISTIC (DUPLICATES KEEP       *
009920*  ARRIVAL ORDER), SO A RESTART RE-SORTS THE SAME INPUT TO THE    *
009930*  SAME SEQUENCE AND THE COUNT-BASED REPOSITIONING STAYS VALID.   *
009940*----------------------------------------------------------------*
009950 77  WS-SEQUENCE-ERROR-COUNT           PIC 9(09) COMP VALUE ZERO.
009960 77  WS-SORT-RETURN-CODE               PIC 9(02) VALUE ZERO.
009970*----------------------------------------------------------------*
009980*  PRIOR CONTROL TOTALS MATCH-MERGE CONTROLS - THE                *
009990*  RECONCILIATION RUN NO LONGER TABLES THE NIGHTLY CONTROL        *
010000*  TOTALS (THE OLD 1000-ENTRY TABLE SILENTLY STOPPED COMPARING    *
010010*  KEYS BEYOND ITS CAPACITY). CTLSRT02 SORTS THE FILE INTO KEY    *
010020*  SEQUENCE AND THE COMPARE WALKS IT ALONGSIDE THE RUN'S OWN      *
010030*  CONTROL BREAKS ONE KEY GROUP AT A TIME - CONSECUTIVE RECORDS   *
010040*  FOR THE SAME KEY (A NIGHTLY RUN PLUS A CORRECTION RUN)         *
010050*  ACCUMULATE INTO ONE GROUP - SO EVERY KEY ON THE FILE IS        *
010060*  RECONCILED NO MATTER HOW MANY THERE ARE.                       *
010070*----------------------------------------------------------------*
010080 01  WS-PRIOR-TOTALS-CONTROL.
010090     05  WS-PT-CURRENT-KEY             PIC X(06)
010100                                       VALUE HIGH-VALUES.
010110     05  WS-PT-RECORD-COUNT            PIC 9(09) COMP VALUE ZERO.
010120     05  WS-PT-AMOUNT-TOTAL            PIC S9(11)V99 COMP-3
010130                                       VALUE ZERO.
010140     05  WS-PT-PENDING-SWITCH          PIC X(01) VALUE "N".
010150         88  WS-PT-ENTRY-PENDING               VALUE "Y".
010160         88  WS-PT-NO-ENTRY-PENDING            VALUE "N".
010170     05  WS-PT-HELD-SWITCH             PIC X(01) VALUE "N".
010180         88  WS-PT-RECORD-HELD                 VALUE "Y".
010190         88  WS-PT-NO-RECORD-HELD              VALUE "N".
010200     05  WS-PT-HELD-KEY                PIC X(06) VALUE SPACES.
010210     05  WS-PT-HELD-COUNT              PIC 9(09) COMP VALUE ZERO.
010220     05  WS-PT-HELD-AMOUNT             PIC S9(11)V99 COMP-3
010230                                       VALUE ZERO.
010240     05  WS-SORT2-RETURN-CODE          PIC 9(02) VALUE ZERO.
010250     05  WS-DISCREPANCY-COUNT          PIC 9(05) COMP VALUE ZERO.
010260 01  WS-RECON-WORK.
010270     05  WS-RECON-DIFF-COUNT           PIC S9(09) VALUE ZERO.
010280     05  WS-RECON-DIFF-AMOUNT          PIC S9(12)V99 VALUE ZERO.
010290     05  WS-RECON-NIGHTLY-COUNT-DISP   PIC ZZZ,ZZZ,ZZ9.
010300     05  WS-RECON-RUN-COUNT-DISP       PIC ZZZ,ZZZ,ZZ9.
010310     05  WS-RECON-DIFF-COUNT-DISP      PIC ZZZ,ZZZ,ZZ9-.
010320     05  WS-RECON-NIGHTLY-AMT-DISP     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
010330     05  WS-RECON-RUN-AMT-DISP         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
010340     05  WS-RECON-DIFF-AMT-DISP        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
010350     05  WS-RECON-DISCREP-DISP         PIC ZZZZ9.
010360*----------------------------------------------------------------*
010370*  CHECKPOINT/RESTART CONTROL FIELDS                              *
010380*----------------------------------------------------------------*
010390 01  WS-CHECKPOINT-CONTROL.
010400     05  WS-CHECKPOINT-INTERVAL        PIC 9(05) COMP
010410                                       VALUE 1000.
010420     05  WS-RECORDS-SINCE-CHECKPOINT   PIC 9(05) COMP VALUE ZERO.
010430     05  WS-LAST-PROCESSED-KEY         PIC X(06) VALUE SPACES.
010440     05  WS-CHECKPOINT-RECORDS-TO-SKIP PIC 9(09) COMP VALUE ZERO.
010450     05  WS-SKIP-COUNTER               PIC 9(09) COMP VALUE ZERO.
010460     05  WS-RESTART-SWITCH             PIC X(01) VALUE "N".
010470         88  WS-RESTART-REQUESTED             VALUE "Y".
010480         88  WS-FRESH-START                   VALUE "N".
010490*----------------------------------------------------------------*
010500*  RUN CONTROL LEDGER (CTLRCL01) CALL AREA - THE NIGHTLY AND     *
010510*  CORRECTION ENTRIES CHECK IN AT START AND OUT AT END. THE      *
010520*  RECONCILE AND SLICE ENTRIES DO NOT: A RECONCILE WRITES        *
010530*  NOTHING, AND THE SLICES RUN UNDER CTLDRV01'S OWN LEDGER STEP. *
010540*----------------------------------------------------------------*
010550 01  WS-RUN-CONTROL-CALL.
010560     05  WS-RCL-FUNCTION-CODE          PIC X(01) VALUE SPACE.
010570     05  WS-RCL-STEP-NAME              PIC X(08) VALUE SPACES.
010580     05  WS-RCL-STEP-RETURN-CODE       PIC 9(02) VALUE ZERO.
010590     05  WS-RCL-RESULT                 PIC 9(02) VALUE ZERO.
010600     05  WS-RCL-CHECKIN-SWITCH         PIC X(01) VALUE "N".
010610         88  WS-RCL-CHECKED-IN                VALUE "Y".
010620         88  WS-RCL-NOT-CHECKED-IN            VALUE "N".
010630*----------------------------------------------------------------*
010640*  DAILY RECONCILIATION TOTALS - ACCUMULATED FOR THE WHOLE RUN    *
010650*  AND DUMPED TO DAILY-SUMMARY-FILE AT END OF JOB.                *
010660*----------------------------------------------------------------*
010670 01  WS-DAILY-TOTALS.
010680     05  WS-DT-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
010690     05  WS-DT-RECORDS-UPDATED         PIC 9(09) COMP VALUE ZERO.
010700     05  WS-DT-RECORDS-REJECTED        PIC 9(09) COMP VALUE ZERO.
010710     05  WS-DT-DOLLAR-TOTAL            PIC S9(11)V99 VALUE ZERO.
010720     05  WS-DT-RECORDS-DUPLICATE       PIC 9(09) COMP VALUE ZERO.
010730     05  WS-DT-HIGH-VALUE              PIC 9(09) COMP VALUE ZERO.
010740     05  WS-DT-RECORDS-ADDED           PIC 9(09) COMP VALUE ZERO.
010750     05  WS-DT-RECORDS-CHANGED         PIC 9(09) COMP VALUE ZERO.
010760*----------------------------------------------------------------*
010770*  CLEANSED MASTER UPDATE WORK - THE PRIOR IMAGE READ OFF THE     *
010780*  INDEXED MASTER, COMPARED AGAINST THE FRESHLY CLEANSED          *
010790*  RECORD SO AN UNCHANGED CUSTOMER IS NEITHER REWRITTEN NOR       *
010800*  EXTRACTED. THE RECORD'S SOURCE STAMP IS HELD ASIDE WHILE THE   *
010810*  MASTER IS UPDATED.                                             *
010820*----------------------------------------------------------------*
010830 01  WS-CLEANSED-UPDATE-WORK.
010840     05  WS-CM-PRIOR-IMAGE             PIC X(100) VALUE SPACES.
010850     05  WS-CM-SOURCE-STAMP            PIC X(08) VALUE SPACES.
010860     05  WS-CM-FOUND-SWITCH            PIC X(01) VALUE "N".
010870         88  WS-CM-KEY-FOUND                   VALUE "Y".
010880         88  WS-CM-KEY-NOT-FOUND               VALUE "N".
010890*----------------------------------------------------------------*
010900*  BRANCH ACTIVITY UPDATE WORK - THE BRANCH STATUS OF THE KEY    *
010910*  JUST BROKEN ON (RE-READ AT THE BREAK, SINCE THE REFERENCE     *
010920*  RECORD AREA ALREADY HOLDS THE NEXT KEY) AND THE SUBSCRIPT FOR *
010930*  AGEING THE SEVEN-NIGHT TABLE.                                 *
010940*----------------------------------------------------------------*
010950 01  WS-BRANCH-ACTIVITY-WORK.
010960     05  WS-BA-BRANCH-STATUS           PIC X(01) VALUE SPACE.
010970         88  WS-BA-BRANCH-INACTIVE             VALUE "I".
010980     05  WS-BA-FOUND-SWITCH            PIC X(01) VALUE "N".
010990         88  WS-BA-KEY-FOUND                   VALUE "Y".
011000         88  WS-BA-KEY-NOT-FOUND               VALUE "N".
011010     05  WS-BA-SUB                     PIC 9(04) COMP VALUE ZERO.
011020*----------------------------------------------------------------*
011030*  TRANSACTION TYPE BREAKDOWN - EVERY DATA RECORD CARRIES A      *
011040*  TRANSACTION TYPE CODE AND THE RUN BREAKS ITS COUNTS AND       *
011050*  AMOUNTS OUT BY TYPE, ON THE DAILY SUMMARY (TABLE BELOW) AND   *
011060*  WITHIN EACH KEY SUBTOTAL (TABLE IN LOCAL-STORAGE). THE TYPE   *
011070*  SUBSCRIPT IS 1 POSTING, 2 REVERSAL, 3 ADJUSTMENT, 4           *
011080*  CORRECTION - SET PER RECORD BY 2090-EDIT-TRANSACTION-TYPE,    *
011090*  ZERO FOR AN INVALID TYPE. A BLANK TYPE COUNTS AS A POSTING    *
011100*  WHILE THE OLD FEED FORMAT IS STILL IN THE CUTOVER WINDOW.     *
011110*----------------------------------------------------------------*
011120 01  WS-TXN-TYPE-CONTROL.
011130     05  WS-TT-SUB                     PIC 9(04) COMP VALUE ZERO.
011140     05  WS-TXN-TYPE-SUB               PIC 9(04) COMP VALUE ZERO.
011150 01  WS-TXN-TYPE-LABEL-STRING          PIC X(44) VALUE
011160     "POSTINGS   REVERSALS  ADJUSTMENTSCORRECTIONS".
011170 01  WS-TXN-TYPE-LABEL-TABLE REDEFINES WS-TXN-TYPE-LABEL-STRING.
011180     05  WS-TT-LABEL OCCURS 4 TIMES    PIC X(11).
011190 01  WS-DAILY-TYPE-TOTALS.
011200     05  WS-TT-DAY-ENTRY OCCURS 4 TIMES.
011210         10  WS-TT-DAY-COUNT           PIC 9(09) COMP
011220                                       VALUE ZERO.
011230         10  WS-TT-DAY-AMOUNT          PIC S9(11)V99 COMP-3
011240                                       VALUE ZERO.
011250*----------------------------------------------------------------*
011260*  HIGH-VALUE REVIEW CONTROLS - THE THRESHOLD ARRIVES ON THE     *
011270*  CALL INTERFACE (INPARAM7) AND IS COPIED HERE AT ENTRY SO THE  *
011280*  SHARED PARAGRAPHS NEVER TOUCH A PARAMETER AN ENTRY POINT MAY  *
011290*  NOT HAVE BEEN PASSED. ZERO MEANS THE FEATURE IS OFF. THE      *
011300*  COMPARE IS ON THE ABSOLUTE AMOUNT - A REVERSAL THE SIZE OF    *
011310*  THE THRESHOLD MATTERS AS MUCH AS A POSTING.                   *
011320*----------------------------------------------------------------*
011330 01  WS-HIGH-VALUE-CONTROL.
011340     05  WS-HIGH-VALUE-THRESHOLD       PIC 9(09)V99 VALUE ZERO.
011350     05  WS-HV-ABS-AMOUNT              PIC 9(09)V99 VALUE ZERO.
011360     05  WS-HV-AMOUNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99-.
011370*----------------------------------------------------------------*
011380*  RUN STATISTICS - START/END CLOCK TIME, ELAPSED SECONDS AND    *
011390*  THROUGHPUT, WRITE COUNTS PER OUTPUT FILE, AND CHECKPOINTS     *
011400*  TAKEN. THE HEARTBEAT IN 2200-CHECKPOINT-IF-NEEDED AND THE     *
011410*  END-OF-RUN REPORT IN 9060-WRITE-RUN-STATISTICS BOTH DRAW      *
011420*  FROM HERE. AN ELAPSED TIME THAT CROSSES MIDNIGHT IS           *
011430*  CORRECTED BY A FULL DAY OF SECONDS.                           *
011440*----------------------------------------------------------------*
011450 01  WS-RUN-STATISTICS.
011460     05  WS-ST-START-TIME-RAW          PIC 9(08) VALUE ZERO.
011470     05  WS-ST-END-TIME-RAW            PIC 9(08) VALUE ZERO.
011480     05  WS-ST-START-SECONDS           PIC 9(09) COMP VALUE ZERO.
011490     05  WS-ST-ELAPSED-SECONDS         PIC 9(09) COMP VALUE ZERO.
011500     05  WS-ST-RECORDS-PER-SECOND      PIC 9(09) COMP VALUE ZERO.
011510     05  WS-ST-AUDIT-WRITES            PIC 9(09) COMP VALUE ZERO.
011520     05  WS-ST-CONTROL-RPT-WRITES      PIC 9(09) COMP VALUE ZERO.
011530     05  WS-ST-EXCEPTION-WRITES        PIC 9(09) COMP VALUE ZERO.
011540     05  WS-ST-CHECKPOINTS-TAKEN       PIC 9(09) COMP VALUE ZERO.
011550     05  WS-ST-TIME-WORK               PIC 9(08) VALUE ZERO.
011560     05  WS-ST-TIME-SPLIT REDEFINES WS-ST-TIME-WORK.
011570         10  WS-ST-TW-HOURS            PIC 9(02).
011580         10  WS-ST-TW-MINUTES          PIC 9(02).
011590         10  WS-ST-TW-SECONDS          PIC 9(02).
011600         10  FILLER                    PIC 9(02).
011610     05  WS-ST-SECONDS-RESULT          PIC 9(09) COMP VALUE ZERO.
011620     05  WS-ST-READ-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
011630     05  WS-ST-REJECT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
011640     05  WS-ST-ELAPSED-DISPLAY         PIC ZZZZZZZZ9.
011650     05  WS-ST-RATE-DISPLAY            PIC ZZZZZZZZ9.
011660*----------------------------------------------------------------*
011670*  DOUBLE-FEED SIGNATURE TABLE - PRELOADED WITH LAST NIGHT'S      *
011680*  SIGNATURES (AND, ON A RESTART, THIS RUN'S OWN SIGNATURES       *
011690*  WRITTEN BEFORE THE CRASH), THEN EXTENDED WITH EACH RECORD      *
011700*  PROCESSED SO DUPLICATES WITHIN THE RUN ARE CAUGHT TOO. WHEN    *
011710*  THE TABLE FILLS, DETECTION CONTINUES AGAINST WHAT LOADED AND   *
011720*  A WARNING IS LOGGED ONCE - THE RUN DOES NOT STOP.              *
011730*----------------------------------------------------------------*
011740 01  WS-SIGNATURE-CONTROL.
011750     05  WS-SG-ENTRY-COUNT             PIC 9(05) COMP VALUE ZERO.
011760     05  WS-SG-SUB                     PIC 9(05) COMP VALUE ZERO.
011770     05  WS-SG-FOUND-SUB               PIC 9(05) COMP VALUE ZERO.
011780     05  WS-SG-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
011790         88  WS-SG-OVERFLOW                    VALUE "Y".
011800     05  WS-SIGNATURES-WRITTEN         PIC 9(09) COMP VALUE ZERO.
011810     05  WS-SIGNATURES-LOADED          PIC 9(09) COMP VALUE ZERO.
011820     05  WS-DUPLICATE-SWITCH           PIC X(01) VALUE "N".
011830         88  WS-DUPLICATE-FOUND                VALUE "Y".
011840         88  WS-DUPLICATE-NOT-FOUND            VALUE "N".
011850 01  WS-SIGNATURE-WORK.
011860     05  WS-SG-WORK-KEY-CONTROL        PIC X(06).
011870     05  WS-SG-WORK-CUSTOMER-NAME      PIC X(30).
011880     05  WS-SG-WORK-AMOUNT             PIC S9(09)V99 COMP-3.
011890     05  WS-SG-WORK-USER-ID            PIC X(08).
011900 01  WS-SIGNATURE-TABLE.
011910     05  WS-SG-ENTRY OCCURS 5000 TIMES.
011920         10  WS-SG-KEY-CONTROL         PIC X(06).
011930         10  WS-SG-CUSTOMER-NAME       PIC X(30).
011940         10  WS-SG-AMOUNT              PIC S9(09)V99 COMP-3.
011950         10  WS-SG-USER-ID             PIC X(08).
011960*----------------------------------------------------------------*
011970*  LOCAL-STORAGE SECTION                                          *
011980*----------------------------------------------------------------*
011990*  CTLPGM01 IS RECURSIVE SO THE END-OF-MONTH FILE CAN BE SPLIT     *
012000*  AND PROCESSED BY SEVERAL CONCURRENT SUB-INVOCATIONS. MOST OF    *
012010*  THE FIELDS BELOW BELONG TO A SINGLE RECORD'S PASS THROUGH       *
012020*  MYSECTION1 (NAME/ADDRESS CLEANSING) OR ACCUMULATE ACROSS A      *
012030*  SINGLE INVOCATION'S OWN SLICE OF RECORDS IN MYSECTION2          *
012040*  (CONTROL-BREAK SUBTOTALS/GRAND TOTAL). WS-CONTROL-RPT-COUNT-    *
012050*  DISPLAY AND WS-CONTROL-RPT-AMOUNT-DISPLAY ARE ALSO REUSED AS    *
012060*  GENERIC NUMERIC-EDIT SCRATCH BY 9050-WRITE-DAILY-SUMMARY (AN    *
012070*  END-OF-JOB ROUTINE WITH NO CONTROL-BREAK DATA OF ITS OWN), AND  *
012080*  WS-GRAND-RECORD-COUNT IS ALSO SET BY 2200-CHECKPOINT-IF-NEEDED. *
012090*  EACH ACTIVE INVOCATION STILL NEEDS ITS OWN COPY OF EVERY FIELD  *
012100*  HERE RATHER THAN ONE SHARED ACROSS ALL OF THEM, REGARDLESS OF   *
012110*  WHICH PARAGRAPH TOUCHES IT - HENCE LOCAL-STORAGE RATHER THAN    *
012120*  WORKING-STORAGE.                                                *
012130*----------------------------------------------------------------*
012140 LOCAL-STORAGE SECTION.
012150*----------------------------------------------------------------*
012160*  CONTROL-BREAK WORK FIELDS FOR MYSECTION2                       *
012170*----------------------------------------------------------------*
012180 01  WS-FIRST-RECORD-SWITCH            PIC X(01) VALUE "Y".
012190     88  WS-FIRST-RECORD-YES                  VALUE "Y".
012200     88  WS-FIRST-RECORD-NO                   VALUE "N".
012210 01  WS-PRIOR-KEY-CONTROL              PIC X(06).
012220 01  WS-BRANCH-RECORD-COUNT            PIC 9(07) COMP VALUE ZERO.
012230 01  WS-BRANCH-AMOUNT-TOTAL            PIC S9(11)V99 VALUE ZERO.
012240 01  WS-GRAND-RECORD-COUNT             PIC 9(09) COMP VALUE ZERO.
012250 01  WS-GRAND-AMOUNT-TOTAL             PIC S9(11)V99 VALUE ZERO.
012260 01  WS-CONTROL-RPT-KEY-DISPLAY        PIC X(06).
012270 01  WS-CONTROL-RPT-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
012280 01  WS-CONTROL-RPT-AMOUNT-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
012290 01  WS-BRANCH-TYPE-TOTALS.
012300     05  WS-TT-BR-ENTRY OCCURS 4 TIMES.
012310         10  WS-TT-BR-COUNT            PIC 9(07) COMP
012320                                       VALUE ZERO.
012330         10  WS-TT-BR-AMOUNT           PIC S9(11)V99 COMP-3
012340                                       VALUE ZERO.
012350*----------------------------------------------------------------*
012360*  NAME/ADDRESS CLEANSING TALLIES - RESET FOR EACH RECORD BY      *
012370*  3000-CLEANSE-CUSTOMER-DATA.                                    *
012380*----------------------------------------------------------------*
012390 01  WS-CLEANSE-CONTROL.
012400     05  WS-CLEANSE-LOW-VALUES         PIC 9(03) COMP VALUE ZERO.
012410     05  WS-CLEANSE-COMMAS             PIC 9(03) COMP VALUE ZERO.
012420     05  WS-CLEANSE-NONPRINT           PIC 9(03) COMP VALUE ZERO.
012430     05  WS-CLEANSE-TALLY-TOTAL        PIC 9(05) COMP VALUE ZERO.
012440     05  WS-CLEANSE-SCRATCH-LEN        PIC 9(03) COMP VALUE ZERO.
012450     05  WS-CLEANSE-SUBSCRIPT          PIC 9(03) COMP VALUE ZERO.
012460     05  WS-CLEANSE-ONE-CHAR           PIC X(01).
012470 01  WS-CLEANSE-SCRATCH                PIC X(40).
012480 01  WS-CLEANSE-TALLY-DISPLAY          PIC ZZZZ9.
012490 LINKAGE SECTION.
012500 01  InParam1                          PIC X(06).
012510 01  InParam2                          PIC X(02).
012520 01  InParam3                          PIC X(02).
012530 01  InParam4                          PIC X(80).
012540 01  InParam5                          PIC X(80).
012550 01  InParam6                          PIC X(01).
012560*  INPARAM7 - SUPERVISOR REVIEW THRESHOLD FOR THE HIGH-VALUE      *
012570*  TRANSACTION REPORT. ZERO TURNS THE FEATURE OFF.                *
012580 01  InParam7                          PIC 9(09)V99.
012590*  INPARAM8 - HIGH KEY OF A SLICE INVOCATION'S RANGE (THE LOW    *
012600*  KEY ARRIVES IN INPARAM1).                                     *
012610 01  InParam8                          PIC X(06).
012620*  OUTPARAM1 IS A SINGLE WORST-CASE RETURN CODE FOR THE WHOLE     *
012630*  RUN, NOT A LAST-CONDITION-WINS FLAG - EVERY PLACE THAT SETS    *
012640*  IT BEYOND THE INITIAL OUT1-SUCCESS GUARDS THE SET SO A LOWER   *
012650*  CODE CAN NEVER OVERWRITE A HIGHER ONE ALREADY POSTED.          *
012660 01  OutParam1                         PIC 9(02).
012670     88  OUT1-SUCCESS                        VALUE 00.
012680     88  OUT1-WARNING-DEFAULTS-APPLIED       VALUE 04.
012690     88  OUT1-REJECT                         VALUE 08.
012700     88  OUT1-FATAL                          VALUE 12.
012710*----------------------------------------------------------------*
012720*  PROCEDURE DIVISION - PRIMARY ENTRY POINT                      *
012730*----------------------------------------------------------------*
012740 PROCEDURE DIVISION USING InParam1 InParam7
012750     RETURNING OutParam1.
012760*----------------------------------------------------------------*
012770*  DECLARATIVES - TRAP NON-ZERO FILE STATUS / INVALID KEY ON     *
012780*  EVERY FILE UNDER FILE-CONTROL SO A BAD BLOCK OR OUT-OF-SPACE  *
012790*  CONDITION IN THE NIGHTLY FEED LOGS A DIAGNOSTIC INSTEAD OF    *
012800*  ABENDING THE JOB.                                             *
012810*----------------------------------------------------------------*
012820 DECLARATIVES.
012830 SORTED-MASTER-ERROR SECTION.
012840     USE AFTER STANDARD ERROR PROCEDURE ON SORTED-MASTER-FILE.
012850 SORTED-MASTER-ERROR-PARA.
012860     STRING "SORTED-MASTER-FILE I/O ERROR - FILE STATUS "
012870         WS-FS-SORTED-MASTER
012880         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
012890     DISPLAY WS-ERROR-MESSAGE-LINE
012900     SET WS-ABEND-REQUESTED TO TRUE.
012910 AUDIT-TRAIL-ERROR SECTION.
012920     USE AFTER STANDARD ERROR PROCEDURE ON AUDIT-TRAIL-FILE.
012930 AUDIT-TRAIL-ERROR-PARA.
012940     STRING "AUDIT-TRAIL-FILE I/O ERROR - FILE STATUS "
012950         WS-FS-AUDIT-TRAIL
012960         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
012970     DISPLAY WS-ERROR-MESSAGE-LINE
012980     SET WS-ABEND-REQUESTED TO TRUE.
012990 CONTROL-RPT-ERROR SECTION.
013000     USE AFTER STANDARD ERROR PROCEDURE ON CONTROL-REPORT-FILE.
013010 CONTROL-RPT-ERROR-PARA.
013020     STRING "CONTROL-REPORT-FILE I/O ERROR - FILE STATUS "
013030         WS-FS-CONTROL-RPT
013040         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013050     DISPLAY WS-ERROR-MESSAGE-LINE
013060     SET WS-ABEND-REQUESTED TO TRUE.
013070 DAILY-SUMMARY-ERROR SECTION.
013080     USE AFTER STANDARD ERROR PROCEDURE ON DAILY-SUMMARY-FILE.
013090 DAILY-SUMMARY-ERROR-PARA.
013100     STRING "DAILY-SUMMARY-FILE I/O ERROR - FILE STATUS "
013110         WS-FS-DAILY-SUMMARY
013120         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013130     DISPLAY WS-ERROR-MESSAGE-LINE
013140     SET WS-ABEND-REQUESTED TO TRUE.
013150 EXCEPTION-RPT-ERROR SECTION.
013160     USE AFTER STANDARD ERROR PROCEDURE ON EXCEPTION-REPORT-FILE.
013170 EXCEPTION-RPT-ERROR-PARA.
013180     STRING "EXCEPTION-REPORT-FILE I/O ERROR - FILE STATUS "
013190         WS-FS-EXCEPTION-RPT
013200         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013210     DISPLAY WS-ERROR-MESSAGE-LINE
013220     SET WS-ABEND-REQUESTED TO TRUE.
013230 REJECT-SUSP-ERROR SECTION.
013240     USE AFTER STANDARD ERROR PROCEDURE ON REJECT-SUSPENSE-FILE.
013250 REJECT-SUSP-ERROR-PARA.
013260     STRING "REJECT-SUSPENSE-FILE I/O ERROR - FILE STATUS "
013270         WS-FS-REJECT-SUSP
013280         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013290     DISPLAY WS-ERROR-MESSAGE-LINE
013300     SET WS-ABEND-REQUESTED TO TRUE.
013310 SUSP-CARRY-ERROR SECTION.
013320     USE AFTER STANDARD ERROR PROCEDURE ON SUSPENSE-CARRY-FILE.
013330 SUSP-CARRY-ERROR-PARA.
013340     STRING "SUSPENSE-CARRY-FILE I/O ERROR - FILE STATUS "
013350         WS-FS-SUSP-CARRY
013360         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013370     DISPLAY WS-ERROR-MESSAGE-LINE
013380     SET WS-ABEND-REQUESTED TO TRUE.
013390 SUSP-ARCHIVE-ERROR SECTION.
013400     USE AFTER STANDARD ERROR PROCEDURE ON
013410         SUSPENSE-ARCHIVE-FILE.
013420 SUSP-ARCHIVE-ERROR-PARA.
013430     STRING "SUSPENSE-ARCHIVE-FILE I/O ERROR - FILE STATUS "
013440         WS-FS-SUSP-ARCHIVE
013450         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013460     DISPLAY WS-ERROR-MESSAGE-LINE
013470     SET WS-ABEND-REQUESTED TO TRUE.
013480 CONTROL-TOTALS-ERROR SECTION.
013490     USE AFTER STANDARD ERROR PROCEDURE ON CONTROL-TOTALS-FILE.
013500 CONTROL-TOTALS-ERROR-PARA.
013510     STRING "CONTROL-TOTALS-FILE I/O ERROR - FILE STATUS "
013520         WS-FS-CONTROL-TOTALS
013530         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013540     DISPLAY WS-ERROR-MESSAGE-LINE
013550     SET WS-ABEND-REQUESTED TO TRUE.
013560 SORTED-TOTALS-ERROR SECTION.
013570     USE AFTER STANDARD ERROR PROCEDURE ON SORTED-TOTALS-FILE.
013580 SORTED-TOTALS-ERROR-PARA.
013590     STRING "SORTED-TOTALS-FILE I/O ERROR - FILE STATUS "
013600         WS-FS-SORTED-TOTALS
013610         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013620     DISPLAY WS-ERROR-MESSAGE-LINE
013630     SET WS-ABEND-REQUESTED TO TRUE.
013640 DISCREPANCY-RPT-ERROR SECTION.
013650     USE AFTER STANDARD ERROR PROCEDURE ON
013660         DISCREPANCY-REPORT-FILE.
013670 DISCREPANCY-RPT-ERROR-PARA.
013680     STRING "DISCREPANCY-REPORT-FILE I/O ERROR - FILE STATUS "
013690         WS-FS-DISCREPANCY-RPT
013700         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013710     DISPLAY WS-ERROR-MESSAGE-LINE
013720     SET WS-ABEND-REQUESTED TO TRUE.
013730*----------------------------------------------------------------*
013740*  CLEANSED-MASTER-FILE - FILE STATUS 23 (RECORD NOT FOUND) ON    *
013750*  THE RANDOM READ JUST MEANS THE CUSTOMER IS NEW AND GETS A      *
013760*  WRITE INSTEAD OF A REWRITE, AND STATUS 35 ON THE OPEN MEANS    *
013770*  THE VERY FIRST RUN STILL HAS TO CREATE THE MASTER - NEITHER    *
013780*  IS AN ERROR. EVERYTHING ELSE IS TRAPPED LIKE ANY OTHER FILE.   *
013790*----------------------------------------------------------------*
013800 CLEANSED-MST-ERROR SECTION.
013810     USE AFTER STANDARD ERROR PROCEDURE ON CLEANSED-MASTER-FILE.
013820 CLEANSED-MST-ERROR-PARA.
013830     IF NOT WS-FS-CLEANSED-MST-NOT-FOUND
013840         AND NOT WS-FS-CLEANSED-MST-MISSING
013850         STRING "CLEANSED-MASTER-FILE I/O ERROR - FILE STATUS "
013860             WS-FS-CLEANSED-MST
013870             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013880         DISPLAY WS-ERROR-MESSAGE-LINE
013890         SET WS-ABEND-REQUESTED TO TRUE
013900     END-IF.
013910 NET-CHANGE-ERROR SECTION.
013920     USE AFTER STANDARD ERROR PROCEDURE ON
013930         NET-CHANGE-EXTRACT-FILE.
013940 NET-CHANGE-ERROR-PARA.
013950     STRING "NET-CHANGE-EXTRACT-FILE I/O ERROR - FILE STATUS "
013960         WS-FS-NET-CHANGE
013970         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
013980     DISPLAY WS-ERROR-MESSAGE-LINE
013990     SET WS-ABEND-REQUESTED TO TRUE.
014000*----------------------------------------------------------------*
014010*  SIGNATURE FILES - FILE STATUS 35 (FILE NOT FOUND) IS EXPECTED  *
014020*  ON THE VERY FIRST RUN (NO PRIOR NIGHT TO CARRY FORWARD) AND    *
014030*  ON A RESTART WHOSE PRIOR RUN DIED BEFORE OPENING ITS OUTPUTS,  *
014040*  SO IT IS TOLERATED ON BOTH FILES. ANYTHING ELSE IS AN ERROR.   *
014050*----------------------------------------------------------------*
014060 PRIOR-SIG-ERROR SECTION.
014070     USE AFTER STANDARD ERROR PROCEDURE ON PRIOR-SIGNATURE-FILE.
014080 PRIOR-SIG-ERROR-PARA.
014090     IF NOT WS-FS-PRIOR-SIG-NOT-FOUND
014100         STRING "PRIOR-SIGNATURE-FILE I/O ERROR - FILE STATUS "
014110             WS-FS-PRIOR-SIG
014120             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
014130         DISPLAY WS-ERROR-MESSAGE-LINE
014140         SET WS-ABEND-REQUESTED TO TRUE
014150     END-IF.
014160 RUN-STATS-ERROR SECTION.
014170     USE AFTER STANDARD ERROR PROCEDURE ON RUN-STATISTICS-FILE.
014180 RUN-STATS-ERROR-PARA.
014190     STRING "RUN-STATISTICS-FILE I/O ERROR - FILE STATUS "
014200         WS-FS-RUN-STATS
014210         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
014220     DISPLAY WS-ERROR-MESSAGE-LINE
014230     SET WS-ABEND-REQUESTED TO TRUE.
014240 DAILY-HIST-ERROR SECTION.
014250     USE AFTER STANDARD ERROR PROCEDURE ON DAILY-HISTORY-FILE.
014260 DAILY-HIST-ERROR-PARA.
014270     STRING "DAILY-HISTORY-FILE I/O ERROR - FILE STATUS "
014280         WS-FS-DAILY-HIST
014290         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
014300     DISPLAY WS-ERROR-MESSAGE-LINE
014310     SET WS-ABEND-REQUESTED TO TRUE.
014320 CURRENT-SIG-ERROR SECTION.
014330     USE AFTER STANDARD ERROR PROCEDURE ON
014340         CURRENT-SIGNATURE-FILE.
014350 CURRENT-SIG-ERROR-PARA.
014360     IF NOT WS-FS-CURRENT-SIG-NOT-FOUND
014370         STRING "CURRENT-SIGNATURE-FILE I/O ERROR - FILE STATUS "
014380             WS-FS-CURRENT-SIG
014390             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
014400         DISPLAY WS-ERROR-MESSAGE-LINE
014410         SET WS-ABEND-REQUESTED TO TRUE
014420     END-IF.
014430 HIGH-VALUE-RPT-ERROR SECTION.
014440     USE AFTER STANDARD ERROR PROCEDURE ON
014450         HIGH-VALUE-REPORT-FILE.
014460 HIGH-VALUE-RPT-ERROR-PARA.
014470     STRING "HIGH-VALUE-REPORT-FILE I/O ERROR - FILE STATUS "
014480         WS-FS-HIGH-VALUE-RPT
014490         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
014500     DISPLAY WS-ERROR-MESSAGE-LINE
014510     SET WS-ABEND-REQUESTED TO TRUE.
014520*----------------------------------------------------------------*
014530*  BRANCH-REFERENCE-FILE - FILE STATUS 23 (RECORD NOT FOUND) ON  *
014540*  THE RANDOM READ IS AN ORDINARY VALIDATION MISS HANDLED BY THE *
014550*  INVALID KEY PHRASE IN 2050-VALIDATE-KEY-CONTROL, NOT AN I/O   *
014560*  ERROR. EVERY OTHER NON-ZERO STATUS IS TRAPPED LIKE ANY OTHER  *
014570*  FILE.                                                         *
014580*----------------------------------------------------------------*
014590 BRANCH-REF-ERROR SECTION.
014600     USE AFTER STANDARD ERROR PROCEDURE ON BRANCH-REFERENCE-FILE.
014610 BRANCH-REF-ERROR-PARA.
014620     IF NOT WS-FS-BRANCH-REF-NOT-FOUND
014630         STRING "BRANCH-REFERENCE-FILE I/O ERROR - FILE STATUS "
014640             WS-FS-BRANCH-REF
014650             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
014660         DISPLAY WS-ERROR-MESSAGE-LINE
014670         SET WS-ABEND-REQUESTED TO TRUE
014680     END-IF.
014690*----------------------------------------------------------------*
014700*  BRANCH-ACTIVITY-FILE - STATUS 23 ON THE RANDOM READ IS A      *
014710*  BRANCH WITH NO ACTIVITY YET, AND STATUS 35 ON THE OPEN IS THE *
014720*  VERY FIRST RUN, AS FOR THE CLEANSED MASTER. EVERYTHING ELSE   *
014730*  IS TRAPPED LIKE ANY OTHER FILE.                               *
014740*----------------------------------------------------------------*
014750 BRANCH-ACT-ERROR SECTION.
014760     USE AFTER STANDARD ERROR PROCEDURE ON BRANCH-ACTIVITY-FILE.
014770 BRANCH-ACT-ERROR-PARA.
014780     IF NOT WS-FS-BRANCH-ACT-NOT-FOUND
014790         AND NOT WS-FS-BRANCH-ACT-MISSING
014800         STRING "BRANCH-ACTIVITY-FILE I/O ERROR - FILE STATUS "
014810             WS-FS-BRANCH-ACT
014820             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
014830         DISPLAY WS-ERROR-MESSAGE-LINE
014840         SET WS-ABEND-REQUESTED TO TRUE
014850     END-IF.
014860*----------------------------------------------------------------*
014870*  CHECKPOINT-FILE - FILE STATUS 35 (FILE NOT FOUND) IS EXPECTED *
014880*  ON THE VERY FIRST RUN'S OPEN INPUT IN 1050-DETERMINE-RESTART   *
014890*  AND IS NOT AN ERROR. EVERY OTHER NON-ZERO STATUS - INCLUDING   *
014900*  A FAILED WRITE IN 2200-CHECKPOINT-IF-NEEDED OR A GENUINE OPEN  *
014910*  FAILURE OTHER THAN NOT-FOUND - IS TRAPPED LIKE ANY OTHER FILE. *
014920*----------------------------------------------------------------*
014930 CHECKPOINT-ERROR SECTION.
014940     USE AFTER STANDARD ERROR PROCEDURE ON CHECKPOINT-FILE.
014950 CHECKPOINT-ERROR-PARA.
014960     IF NOT WS-FS-CHECKPOINT-NOT-FOUND
014970         STRING "CHECKPOINT-FILE I/O ERROR - FILE STATUS "
014980             WS-FS-CHECKPOINT
014990             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
015000         DISPLAY WS-ERROR-MESSAGE-LINE
015010         SET WS-ABEND-REQUESTED TO TRUE
015020     END-IF.
015030 END DECLARATIVES.
015040     GO TO 0000-MAINLINE-START.
015050*----------------------------------------------------------------*
015060*  ALTERNATE ENTRY POINT - RECONCILIATION (READ-ONLY COMPARE)    *
015070*  MODE FOR MONTH-END BALANCING. RUNS THE SAME MYPARAGRAPH LOGIC *
015080*  WITH RECONCILE-MODE-ON SET SO NO AUDIT TRAIL IS WRITTEN. THE   *
015090*  GO TO ABOVE (RIGHT AFTER END DECLARATIVES) IS WHAT ROUTES THE  *
015100*  PRIMARY ENTRY'S FALL-THROUGH PAST THIS BLOCK - WITHOUT IT THE  *
015110*  PRIMARY ENTRY POINT WOULD RUN STRAIGHT INTO THIS ALTERNATE     *
015120*  ENTRY'S OWN CODE, REFERENCING PARAMETERS NEVER SUPPLIED ON     *
015130*  THE PRIMARY CALL.                                              *
015140*----------------------------------------------------------------*
015150 ENTRY "CTLPGM01-RECONCILE" USING InParam1 VALUE InParam2
015160     InParam3 BY REFERENCE InParam4 InParam5 InParam6
015170     OutParam1.
015180 ALT-ENTRY-START.
015190     MOVE InParam6 TO WS-RECONCILE-MODE-SWITCH
015200     SET CORRECTION-MODE-OFF TO TRUE
015210     SET SLICE-MODE-OFF TO TRUE
015220     MOVE ZERO TO WS-HIGH-VALUE-THRESHOLD
015230     SET OUT1-SUCCESS TO TRUE
015240     PERFORM 1050-DETERMINE-RESTART THRU
015250         1050-DETERMINE-RESTART-EXIT
015260     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015270     IF WS-ABEND-REQUESTED
015280         SET OUT1-FATAL TO TRUE
015290         GO TO ALT-ENTRY-EXIT
015300     END-IF
015310     PERFORM MyParagraph THRU MyParagraph-EXIT
015320     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
015330     IF WS-ABEND-REQUESTED
015340         SET OUT1-FATAL TO TRUE
015350     END-IF.
015360 ALT-ENTRY-EXIT.
015370     GOBACK.
015380*----------------------------------------------------------------*
015390*  CORRECTION ENTRY POINT - RE-PROCESS THE CORRECTED REJECT       *
015400*  SUSPENSE FILE. THE RECORDS FLOW THROUGH THE SAME CLEANSING,    *
015410*  CONTROL-BREAK, AUDIT-TRAIL, AND DAILY-TOTAL PROCESSING AS THE  *
015420*  NIGHTLY RUN - ONLY THE RECORD SOURCE DIFFERS. A CORRECTION     *
015430*  RUN NEVER CHECKPOINTS OR RESTARTS (SEE 1050/1100/2200), SO A   *
015440*  FAILED CORRECTION RUN IS SIMPLY RERUN FROM THE TOP.            *
015450*----------------------------------------------------------------*
015460 ENTRY "CTLPGM01-CORRECTION" USING InParam1 InParam7 OutParam1.
015470 CORR-ENTRY-START.
015480     SET CORRECTION-MODE-ON TO TRUE
015490     SET RECONCILE-MODE-OFF TO TRUE
015500     SET SLICE-MODE-OFF TO TRUE
015510     SET WS-FRESH-START TO TRUE
015520     MOVE InParam7 TO WS-HIGH-VALUE-THRESHOLD
015530     SET OUT1-SUCCESS TO TRUE
015540     MOVE "B" TO WS-RCL-FUNCTION-CODE
015550     MOVE "CTLPGM-C" TO WS-RCL-STEP-NAME
015560     PERFORM 1020-BEGIN-RUN-CONTROL THRU
015570         1020-BEGIN-RUN-CONTROL-EXIT
015580     IF WS-RCL-NOT-CHECKED-IN
015590         GO TO CORR-ENTRY-EXIT
015600     END-IF
015610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015620     IF WS-ABEND-REQUESTED
015630         SET OUT1-FATAL TO TRUE
015640         GO TO CORR-ENTRY-END
015650     END-IF
015660     PERFORM MyParagraph THRU MyParagraph-EXIT
015670     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
015680     IF WS-ABEND-REQUESTED
015690         SET OUT1-FATAL TO TRUE
015700     END-IF.
015710 CORR-ENTRY-END.
015720     PERFORM 9900-END-RUN-CONTROL THRU 9900-END-RUN-CONTROL-EXIT.
015730 CORR-ENTRY-EXIT.
015740     GOBACK.
015750*----------------------------------------------------------------*
015760*  SLICE ENTRY POINT - ONE KEY-RANGE SLICE OF THE MONTH-END RUN, *
015770*  INVOKED REPEATEDLY BY CTLDRV01 WITHIN ONE RUN UNIT. THE       *
015780*  DRIVER RAN CTLSRT01 ONCE, SO THE SORT IS SKIPPED HERE; THE    *
015790*  RESTART SWITCH DOUBLES AS THE APPEND SELECTOR (A SUBSEQUENT   *
015800*  SLICE OPENS THE OUTPUTS EXTEND) WHILE THE REAL RESTART AND    *
015810*  CHECKPOINT LOGIC STAYS GATED OFF. WORKING-STORAGE PERSISTS    *
015820*  ACROSS CALLS IN A RUN UNIT, SO EVERY RUN ACCUMULATOR IS       *
015830*  RESET EXPLICITLY BEFORE THE SLICE PROCESSES.                  *
015840*----------------------------------------------------------------*
015850 ENTRY "CTLPGM01-SLICE" USING InParam1 InParam8 InParam6
015860     InParam4 InParam7 OutParam1.
015870 SLICE-ENTRY-START.
015880     SET SLICE-MODE-ON TO TRUE
015890     SET RECONCILE-MODE-OFF TO TRUE
015900     SET CORRECTION-MODE-OFF TO TRUE
015910     MOVE InParam1 TO WS-SLICE-LOW-KEY
015920     MOVE InParam8 TO WS-SLICE-HIGH-KEY
015930     MOVE InParam7 TO WS-HIGH-VALUE-THRESHOLD
015940     SET WS-FRESH-START TO TRUE
015950     IF InParam6 NOT = "F"
015960         SET WS-RESTART-REQUESTED TO TRUE
015970     END-IF
015980     PERFORM 1600-RESET-RUN-ACCUMULATORS THRU
015990         1600-RESET-RUN-ACCUMULATORS-EXIT
016000     SET OUT1-SUCCESS TO TRUE
016010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016020     IF WS-ABEND-REQUESTED
016030         SET OUT1-FATAL TO TRUE
016040         GO TO SLICE-ENTRY-RETURN
016050     END-IF
016060     PERFORM MyParagraph THRU MyParagraph-EXIT
016070     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016080     IF WS-ABEND-REQUESTED
016090         SET OUT1-FATAL TO TRUE
016100     END-IF.
016110 SLICE-ENTRY-RETURN.
016120     MOVE SPACES TO WS-SLICE-RETURN-AREA
016130     MOVE OutParam1 TO WS-SR-RETURN-CODE
016140     MOVE WS-DT-RECORDS-READ TO WS-SR-RECORDS-READ
016150     MOVE WS-DT-RECORDS-UPDATED TO WS-SR-RECORDS-UPDATED
016160     MOVE WS-DT-RECORDS-REJECTED TO WS-SR-RECORDS-REJECTED
016170     MOVE WS-DT-RECORDS-DUPLICATE TO WS-SR-RECORDS-DUPLICATE
016180     MOVE WS-DT-HIGH-VALUE TO WS-SR-HIGH-VALUE
016190     MOVE WS-DT-DOLLAR-TOTAL TO WS-SR-DOLLAR-TOTAL
016200     MOVE WS-SLICE-RETURN-AREA TO InParam4.
016210 SLICE-ENTRY-EXIT.
016220     GOBACK.
016230*----------------------------------------------------------------*
016240*  0000-MAINLINE - DRIVES THE RUN THROUGH MYPARAGRAPH. EXPLICITLY *
016250*  FORCES RECONCILE-MODE-OFF SO A PRIOR CALL TO THE ALTERNATE     *
016260*  ENTRY POINT (CTLPGM01-RECONCILE) WITHIN THE SAME RUN UNIT      *
016270*  CANNOT LEAVE THE SWITCH ON "Y" AND SILENTLY TURN THE NIGHTLY   *
016280*  UPDATE RUN INTO A READ-ONLY COMPARE RUN.                       *
016290*----------------------------------------------------------------*
016300 0000-MAINLINE SECTION.
016310 0000-MAINLINE-START.
016320     SET RECONCILE-MODE-OFF TO TRUE
016330     SET CORRECTION-MODE-OFF TO TRUE
016340     SET SLICE-MODE-OFF TO TRUE
016350     MOVE InParam7 TO WS-HIGH-VALUE-THRESHOLD
016360     SET OUT1-SUCCESS TO TRUE
016370     MOVE "N" TO WS-RCL-FUNCTION-CODE
016380     MOVE "CTLPGM01" TO WS-RCL-STEP-NAME
016390     PERFORM 1020-BEGIN-RUN-CONTROL THRU
016400         1020-BEGIN-RUN-CONTROL-EXIT
016410     IF WS-RCL-NOT-CHECKED-IN
016420         GO TO 0000-MAINLINE-EXIT
016430     END-IF
016440     PERFORM 1050-DETERMINE-RESTART THRU
016450         1050-DETERMINE-RESTART-EXIT
016460     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016470     IF WS-ABEND-REQUESTED
016480         SET OUT1-FATAL TO TRUE
016490         GO TO 0000-MAINLINE-END
016500     END-IF
016510     PERFORM MyParagraph THRU MyParagraph-EXIT
016520     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016530     IF WS-ABEND-REQUESTED
016540         SET OUT1-FATAL TO TRUE
016550     END-IF.
016560 0000-MAINLINE-END.
016570     PERFORM 9900-END-RUN-CONTROL THRU 9900-END-RUN-CONTROL-EXIT.
016580 0000-MAINLINE-EXIT.
016590     EXIT.
016600*----------------------------------------------------------------*
016610*  1000-INITIALIZE - OPEN FILES. A RESTART (DETECTED BY          *
016620*  1050-DETERMINE-RESTART, WHICH MUST RUN FIRST) OPENS THE       *
016630*  AUDIT-TRAIL/REPORT/SUMMARY FILES EXTEND INSTEAD OF OUTPUT SO   *
016640*  THE PRIOR CRASHED RUN'S OUTPUT IS NOT TRUNCATED. A READ-ONLY   *
016650*  RECONCILIATION RUN NEVER WRITES TO ANY OF THE FOUR - SEE       *
016660*  2000-PROCESS-ONE-RECORD, 4000/4100-WRITE-...-LINE, AND         *
016670*  9050-WRITE-DAILY-SUMMARY - SO IT MUST NOT OPEN (AND THEREBY    *
016680*  CREATE OR TRUNCATE) THEM EITHER. 9000-TERMINATE MIRRORS THIS   *
016690*  SAME RECONCILE-MODE-OFF GATE ON THE MATCHING CLOSE.            *
016700*----------------------------------------------------------------*
016710 1000-INITIALIZE.
016720     IF WS-RCL-NOT-CHECKED-IN
016730         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016740     END-IF
016750     ACCEPT WS-ST-START-TIME-RAW FROM TIME
016760     MOVE WS-ST-START-TIME-RAW TO WS-ST-TIME-WORK
016770     PERFORM 8100-COMPUTE-TIME-SECONDS THRU
016780         8100-COMPUTE-TIME-SECONDS-EXIT
016790     MOVE WS-ST-SECONDS-RESULT TO WS-ST-START-SECONDS
016800     IF CORRECTION-MODE-ON
016810         OPEN INPUT REJECT-SUSPENSE-FILE
016820         OPEN OUTPUT SUSPENSE-CARRY-FILE
016830         OPEN EXTEND SUSPENSE-ARCHIVE-FILE
016840     ELSE
016850         IF SLICE-MODE-OFF
016860             PERFORM 1400-SORT-INPUT-MASTER THRU
016870                 1400-SORT-INPUT-MASTER-EXIT
016880             IF WS-ABEND-REQUESTED
016890                 GO TO 1000-INITIALIZE-EXIT
016900             END-IF
016910         END-IF
016920         OPEN INPUT SORTED-MASTER-FILE
016930     END-IF
016940     OPEN INPUT BRANCH-REFERENCE-FILE
016950     PERFORM 1500-LOAD-PRIOR-SIGNATURES THRU
016960         1500-LOAD-PRIOR-SIGNATURES-EXIT
016970     IF RECONCILE-MODE-OFF
016980         IF WS-RESTART-REQUESTED
016990             IF SLICE-MODE-OFF
017000                 PERFORM 1520-LOAD-CURRENT-SIGNATURES THRU
017010                     1520-LOAD-CURRENT-SIGNATURES-EXIT
017020             END-IF
017030             OPEN EXTEND AUDIT-TRAIL-FILE
017040             OPEN EXTEND CONTROL-REPORT-FILE
017050             OPEN EXTEND DAILY-SUMMARY-FILE
017060             OPEN EXTEND EXCEPTION-REPORT-FILE
017070             OPEN EXTEND CONTROL-TOTALS-FILE
017080             OPEN EXTEND NET-CHANGE-EXTRACT-FILE
017090             OPEN EXTEND CURRENT-SIGNATURE-FILE
017100             OPEN EXTEND HIGH-VALUE-REPORT-FILE
017110             OPEN EXTEND RUN-STATISTICS-FILE
017120             IF CORRECTION-MODE-OFF
017130                 OPEN EXTEND REJECT-SUSPENSE-FILE
017140             END-IF
017150         ELSE
017160             OPEN OUTPUT AUDIT-TRAIL-FILE
017170             OPEN OUTPUT CONTROL-REPORT-FILE
017180             OPEN OUTPUT DAILY-SUMMARY-FILE
017190             OPEN OUTPUT EXCEPTION-REPORT-FILE
017200             OPEN OUTPUT CONTROL-TOTALS-FILE
017210             OPEN OUTPUT NET-CHANGE-EXTRACT-FILE
017220             OPEN OUTPUT CURRENT-SIGNATURE-FILE
017230             OPEN OUTPUT HIGH-VALUE-REPORT-FILE
017240             OPEN OUTPUT RUN-STATISTICS-FILE
017250             IF CORRECTION-MODE-OFF
017260                 OPEN OUTPUT REJECT-SUSPENSE-FILE
017270             END-IF
017280         END-IF
017290         IF SLICE-MODE-OFF
017300             OPEN EXTEND DAILY-HISTORY-FILE
017310         END-IF
017320         PERFORM 1700-OPEN-CLEANSED-MASTER THRU
017330             1700-OPEN-CLEANSED-MASTER-EXIT
017340         IF CORRECTION-MODE-OFF
017350             PERFORM 1710-OPEN-BRANCH-ACTIVITY THRU
017360                 1710-OPEN-BRANCH-ACTIVITY-EXIT
017370         END-IF
017380     ELSE
017390         OPEN OUTPUT DISCREPANCY-REPORT-FILE
017400         PERFORM 1300-START-PRIOR-TOTALS THRU
017410             1300-START-PRIOR-TOTALS-EXIT
017420     END-IF
017430     SET WS-EOF-NO TO TRUE.
017440 1000-INITIALIZE-EXIT.
017450     EXIT.
017460*----------------------------------------------------------------*
017470*  1020-BEGIN-RUN-CONTROL - CHECK IN WITH THE RUN CONTROL LEDGER *
017480*  (CTLRCL01) UNDER THE FUNCTION AND STEP NAME THE ENTRY POINT   *
017490*  SET. A STEP ALREADY COMPLETE FOR TONIGHT WITHOUT A RERUN      *
017500*  OVERRIDE, A NIGHTLY RUN WHOSE PREVIOUS NIGHT FAILED           *
017510*  VERIFICATION, OR A LEDGER FAILURE STOPS THE RUN BEFORE A      *
017520*  FILE IS OPENED - A SECOND TOTLHIST RECORD OR SET OF CTLTOTLS  *
017530*  BREAKS FOR A FINISHED NIGHT IS WORSE THAN NO RUN AT ALL.      *
017540*----------------------------------------------------------------*
017550 1020-BEGIN-RUN-CONTROL.
017560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017570     SET WS-RCL-NOT-CHECKED-IN TO TRUE
017580     MOVE ZERO TO WS-RCL-STEP-RETURN-CODE
017590     MOVE ZERO TO WS-RCL-RESULT
017600     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
017610         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
017620     IF WS-RCL-RESULT = ZERO
017630         SET WS-RCL-CHECKED-IN TO TRUE
017640     ELSE
017650         MOVE "RUN CONTROL LEDGER DID NOT RELEASE RUN - STOPPED"
017660             TO WS-ERROR-MESSAGE-LINE
017670         DISPLAY WS-ERROR-MESSAGE-LINE
017680         SET OUT1-FATAL TO TRUE
017690     END-IF.
017700 1020-BEGIN-RUN-CONTROL-EXIT.
017710     EXIT.
017720*----------------------------------------------------------------*
017730*  1050-DETERMINE-RESTART - PEEK AT ANY EXISTING CHECKPOINT FILE  *
017740*  LEFT BY A PRIOR RUN, BEFORE 1000-INITIALIZE DECIDES HOW TO     *
017750*  OPEN THE AUDIT-TRAIL/REPORT/SUMMARY FILES. A READ-ONLY         *
017760*  RECONCILIATION RUN NEVER RESTARTS - IT ALWAYS READS THE WHOLE  *
017770*  INPUT FILE FROM THE BEGINNING, SO THE CHECKPOINT FILE IS LEFT  *
017780*  ALONE IN THAT MODE.                                            *
017790*----------------------------------------------------------------*
017800 1050-DETERMINE-RESTART.
017810     SET WS-FRESH-START TO TRUE
017820     IF RECONCILE-MODE-OFF AND CORRECTION-MODE-OFF
017830         AND SLICE-MODE-OFF
017840         OPEN INPUT CHECKPOINT-FILE
017850         IF WS-FS-CHECKPOINT-OK
017860             PERFORM 1110-READ-CHECKPOINT-RECORD THRU
017870                 1110-READ-CHECKPOINT-RECORD-EXIT
017880                 UNTIL WS-FS-CHECKPOINT-EOF
017890             CLOSE CHECKPOINT-FILE
017900             IF WS-LAST-PROCESSED-KEY NOT = SPACES
017910                 SET WS-RESTART-REQUESTED TO TRUE
017920             END-IF
017930         END-IF
017940     END-IF.
017950 1050-DETERMINE-RESTART-EXIT.
017960     EXIT.
017970*----------------------------------------------------------------*
017980*  MYPARAGRAPH - THE SINGLE DRIVING PARAGRAPH FOR THE RUN. A      *
017990*  RESTART CHECK IS DONE FIRST, SINCE A PRIOR CHECKPOINT MEANS    *
018000*  SORTED-MASTER-FILE NEEDS TO BE SKIPPED FORWARD BEFORE NORMAL   *
018010*  PROCESSING BEGINS.                                             *
018020*----------------------------------------------------------------*
018030 MyParagraph.
018040     PERFORM 1100-CHECK-FOR-RESTART THRU
018050         1100-CHECK-FOR-RESTART-EXIT
018060     PERFORM 2000-PROCESS-ONE-RECORD THRU
018070         2000-PROCESS-ONE-RECORD-EXIT
018080         UNTIL WS-EOF-YES OR WS-ABEND-REQUESTED
018090     IF WS-FIRST-RECORD-NO AND WS-EOF-YES
018100         PERFORM 4000-WRITE-SUBTOTAL-LINE THRU
018110             4000-WRITE-SUBTOTAL-LINE-EXIT
018120         PERFORM 4100-WRITE-GRAND-TOTAL-LINE THRU
018130             4100-WRITE-GRAND-TOTAL-LINE-EXIT
018140     END-IF
018150     IF WS-EOF-YES AND NOT WS-ABEND-REQUESTED
018160         AND CORRECTION-MODE-OFF AND SLICE-MODE-OFF
018170         PERFORM 8000-BALANCE-INPUT-BATCH THRU
018180             8000-BALANCE-INPUT-BATCH-EXIT
018190     END-IF
018200     IF RECONCILE-MODE-ON AND WS-EOF-YES
018210         AND NOT WS-ABEND-REQUESTED
018220         PERFORM 4300-REPORT-UNMATCHED-PRIOR THRU
018230             4300-REPORT-UNMATCHED-PRIOR-EXIT
018240         PERFORM 4310-WRITE-VERDICT-LINE THRU
018250             4310-WRITE-VERDICT-LINE-EXIT
018260     END-IF.
018270 MyParagraph-EXIT.
018280     EXIT.
018290*----------------------------------------------------------------*
018300*  1100-CHECK-FOR-RESTART - RESTART STATUS WAS ALREADY DETERMINED *
018310*  BY 1050-DETERMINE-RESTART. IF THIS IS A RESTART, SKIP INPUT-   *
018320*  MASTER-FILE FORWARD PAST EVERY RECORD THE PRIOR RUN ALREADY    *
018330*  CHECKPOINTED. A READ-ONLY RECONCILIATION RUN NEVER RESTARTS    *
018340*  AND MUST NOT OPEN CHECKPOINT-FILE OUTPUT - DOING SO WOULD      *
018350*  TRUNCATE THE REAL NIGHTLY RUN'S CHECKPOINT.                    *
018360*----------------------------------------------------------------*
018370 1100-CHECK-FOR-RESTART.
018380     IF RECONCILE-MODE-OFF AND CORRECTION-MODE-OFF
018390         AND SLICE-MODE-OFF
018400         OPEN OUTPUT CHECKPOINT-FILE
018410         IF WS-RESTART-REQUESTED
018420             PERFORM 1200-SKIP-TO-RESTART-POINT THRU
018430                 1200-SKIP-TO-RESTART-POINT-EXIT
018440         END-IF
018450     END-IF.
018460 1100-CHECK-FOR-RESTART-EXIT.
018470     EXIT.
018480*----------------------------------------------------------------*
018490*  1110-READ-CHECKPOINT-RECORD - READ ONE CHECKPOINT RECORD,     *
018500*  KEEPING THE LAST KEY, SKIP COUNT, AND EVERY RUNNING            *
018510*  ACCUMULATOR SEEN, SINCE THE FILE MAY HOLD SEVERAL CHECKPOINTS  *
018520*  WRITTEN DURING THE PRIOR RUN AND ONLY THE LAST ONE MATTERS.    *
018530*  RESTORING THE CONTROL-BREAK AND DAILY-TOTAL FIGURES HERE IS    *
018540*  WHAT LETS 4000/4100-WRITE-...-LINE AND 9050-WRITE-DAILY-       *
018550*  SUMMARY REPORT TRUE RUN-TO-DATE FIGURES AFTER A RESTART        *
018560*  INSTEAD OF UNDER-REPORTING EVERYTHING BEFORE THE RESTART. THE  *
018570*  READ CARRIES AN EXPLICIT AT END (EVEN THOUGH IT DOES NOTHING   *
018580*  BEYOND WHAT NOT AT END LEAVES UNCHANGED) BECAUSE CHECKPOINT-   *
018590*  FILE HAS ITS OWN DECLARATIVES - OMITTING AT END WOULD LET THE  *
018600*  ORDINARY END-OF-FILE CONDITION THIS SCAN HITS EVERY RUN FALL   *
018610*  THROUGH TO CHECKPOINT-ERROR-PARA AND ABEND THE JOB.            *
018620*----------------------------------------------------------------*
018630  1110-READ-CHECKPOINT-RECORD.
018640      READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
018650          AT END
018660              CONTINUE
018670          NOT AT END
018680              MOVE CKPT-LAST-PROCESSED-KEY
018690                  TO WS-LAST-PROCESSED-KEY
018700              MOVE CKPT-RECORDS-PROCESSED
018710                  TO WS-CHECKPOINT-RECORDS-TO-SKIP
018720              MOVE CKPT-GRAND-RECORD-COUNT
018730                  TO WS-GRAND-RECORD-COUNT
018740              MOVE CKPT-GRAND-AMOUNT-TOTAL
018750                  TO WS-GRAND-AMOUNT-TOTAL
018760              MOVE CKPT-BRANCH-RECORD-COUNT
018770                  TO WS-BRANCH-RECORD-COUNT
018780              MOVE CKPT-BRANCH-AMOUNT-TOTAL
018790                  TO WS-BRANCH-AMOUNT-TOTAL
018800              MOVE CKPT-PRIOR-KEY-CONTROL
018810                  TO WS-PRIOR-KEY-CONTROL
018820              MOVE CKPT-FIRST-RECORD-SWITCH
018830                  TO WS-FIRST-RECORD-SWITCH
018840              MOVE CKPT-DT-RECORDS-READ
018850                  TO WS-DT-RECORDS-READ
018860              MOVE CKPT-DT-RECORDS-UPDATED
018870                  TO WS-DT-RECORDS-UPDATED
018880              MOVE CKPT-DT-RECORDS-REJECTED
018890                  TO WS-DT-RECORDS-REJECTED
018900              MOVE CKPT-DT-DOLLAR-TOTAL
018910                  TO WS-DT-DOLLAR-TOTAL
018920              MOVE CKPT-RECORDS-PROCESSED
018930                  TO WS-PHYSICAL-READS
018940              MOVE CKPT-BC-HEADER-SEEN-SWITCH
018950                  TO WS-BC-HEADER-SEEN-SWITCH
018960              MOVE CKPT-BC-CYCLE-DATE
018970                  TO WS-BC-CYCLE-DATE
018980              MOVE CKPT-BC-DATA-RECORD-COUNT
018990                  TO WS-BC-DATA-RECORD-COUNT
019000              MOVE CKPT-BC-HASH-TOTAL
019010                  TO WS-BC-HASH-TOTAL
019020              MOVE CKPT-DT-RECORDS-DUPLICATE
019030                  TO WS-DT-RECORDS-DUPLICATE
019040              MOVE CKPT-DT-HIGH-VALUE
019050                  TO WS-DT-HIGH-VALUE
019060              MOVE CKPT-SIGNATURES-WRITTEN
019070                  TO WS-SIGNATURES-WRITTEN
019080              MOVE CKPT-TT-DAY-TOTALS
019090                  TO WS-DAILY-TYPE-TOTALS
019100              MOVE CKPT-TT-BR-TOTALS
019110                  TO WS-BRANCH-TYPE-TOTALS
019120              MOVE CKPT-DT-RECORDS-ADDED
019130                  TO WS-DT-RECORDS-ADDED
019140              MOVE CKPT-DT-RECORDS-CHANGED
019150                  TO WS-DT-RECORDS-CHANGED
019160      END-READ.
019170  1110-READ-CHECKPOINT-RECORD-EXIT.
019180     EXIT.
019190*----------------------------------------------------------------*
019200*  1200-SKIP-TO-RESTART-POINT - SKIP SORTED-MASTER-FILE FORWARD  *
019210*  PAST THE WS-CHECKPOINT-RECORDS-TO-SKIP RECORDS ALREADY          *
019220*  PROCESSED BY THE PRIOR RUN. REPOSITIONING BY COUNT RATHER      *
019230*  THAN BY MATCHING IM-KEY-CONTROL-FIELD AVOIDS STOPPING PARTWAY  *
019240*  THROUGH A BRANCH, SINCE THAT KEY IS NOT UNIQUE PER RECORD.     *
019250*  STOPS ON WS-ABEND-REQUESTED TOO, SINCE 1210-SKIP-ONE-RECORD    *
019260*  CAN TRIP THE DECLARATIVES ERROR TRAP JUST LIKE A NORMAL READ.  *
019270*----------------------------------------------------------------*
019280  1200-SKIP-TO-RESTART-POINT.
019290      MOVE ZERO TO WS-SKIP-COUNTER
019300      PERFORM 1210-SKIP-ONE-RECORD THRU
019310          1210-SKIP-ONE-RECORD-EXIT
019320          UNTIL WS-EOF-YES
019330          OR WS-ABEND-REQUESTED
019340          OR WS-SKIP-COUNTER >= WS-CHECKPOINT-RECORDS-TO-SKIP.
019350  1200-SKIP-TO-RESTART-POINT-EXIT.
019360     EXIT.
019370*----------------------------------------------------------------*
019380*  1210-SKIP-ONE-RECORD - READ AND DISCARD ONE ALREADY-PROCESSED *
019390*  RECORD WHILE REPOSITIONING AFTER A RESTART. A FAILED READ      *
019400*  BAILS OUT WITHOUT COUNTING THE SKIP, THE SAME AS A FAILED      *
019410*  READ IN 2000-PROCESS-ONE-RECORD.                               *
019420*----------------------------------------------------------------*
019430  1210-SKIP-ONE-RECORD.
019440      READ SORTED-MASTER-FILE INTO INPUT-MASTER-RECORD
019450          AT END
019460              SET WS-EOF-YES TO TRUE
019470              GO TO 1210-SKIP-ONE-RECORD-EXIT
019480      END-READ
019490      IF NOT WS-FS-SORTED-MASTER-OK
019500          GO TO 1210-SKIP-ONE-RECORD-EXIT
019510      END-IF
019520      ADD 1 TO WS-SKIP-COUNTER.
019530  1210-SKIP-ONE-RECORD-EXIT.
019540     EXIT.
019550*----------------------------------------------------------------*
019560*  1300-START-PRIOR-TOTALS - RECONCILIATION RUN ONLY. SORT THE    *
019570*  NIGHTLY CYCLE'S CONTROL TOTALS INTO KEY SEQUENCE (CTLSRT02 -   *
019580*  THIS PROGRAM IS RECURSIVE AND MAY NOT SORT ITSELF), OPEN THE   *
019590*  SORTED FILE, AND PRIME THE FIRST KEY GROUP FOR THE             *
019600*  MATCH-MERGE IN 4200-COMPARE-BRANCH-TOTALS. A FAILED SORT IS    *
019610*  FATAL - THERE IS NOTHING VALID TO COMPARE AGAINST.             *
019620*----------------------------------------------------------------*
019630 1300-START-PRIOR-TOTALS.
019640     MOVE ZERO TO WS-SORT2-RETURN-CODE
019650     CALL "CTLSRT02" USING WS-SORT2-RETURN-CODE
019660     IF WS-SORT2-RETURN-CODE >= 12
019670         MOVE "CONTROL TOTALS SORT FAILED - RUN STOPPED"
019680             TO WS-ERROR-MESSAGE-LINE
019690         DISPLAY WS-ERROR-MESSAGE-LINE
019700         IF OutParam1 < 12
019710             SET OUT1-FATAL TO TRUE
019720         END-IF
019730         SET WS-ABEND-REQUESTED TO TRUE
019740         GO TO 1300-START-PRIOR-TOTALS-EXIT
019750     END-IF
019760     OPEN INPUT SORTED-TOTALS-FILE
019770     SET WS-PT-NO-RECORD-HELD TO TRUE
019780     IF WS-FS-SORTED-TOTALS-OK
019790         PERFORM 1320-READ-NEXT-PRIOR-GROUP THRU
019800             1320-READ-NEXT-PRIOR-GROUP-EXIT
019810     ELSE
019820         SET WS-PT-NO-ENTRY-PENDING TO TRUE
019830     END-IF.
019840 1300-START-PRIOR-TOTALS-EXIT.
019850     EXIT.
019860*----------------------------------------------------------------*
019870*  1310-READ-ONE-SORTED-TOTAL - READ ONE SORTED TOTALS RECORD     *
019880*  INTO THE HELD AREA. END OF FILE OR A FAILED READ LEAVES        *
019890*  NOTHING HELD.                                                  *
019900*----------------------------------------------------------------*
019910 1310-READ-ONE-SORTED-TOTAL.
019920     SET WS-PT-NO-RECORD-HELD TO TRUE
019930     READ SORTED-TOTALS-FILE
019940         AT END
019950             GO TO 1310-READ-ONE-SORTED-TOTAL-EXIT
019960     END-READ
019970     IF NOT WS-FS-SORTED-TOTALS-OK
019980         GO TO 1310-READ-ONE-SORTED-TOTAL-EXIT
019990     END-IF
020000     SET WS-PT-RECORD-HELD TO TRUE
020010     MOVE NT-KEY-CONTROL TO WS-PT-HELD-KEY
020020     MOVE NT-RECORD-COUNT TO WS-PT-HELD-COUNT
020030     MOVE NT-AMOUNT-TOTAL TO WS-PT-HELD-AMOUNT.
020040 1310-READ-ONE-SORTED-TOTAL-EXIT.
020050     EXIT.
020060*----------------------------------------------------------------*
020070*  1320-READ-NEXT-PRIOR-GROUP - BUILD THE NEXT KEY GROUP FROM     *
020080*  THE SORTED TOTALS: START FROM THE HELD RECORD (OR THE NEXT     *
020090*  READ) AND ACCUMULATE EVERY CONSECUTIVE RECORD FOR THE SAME     *
020100*  KEY, LEAVING THE FIRST RECORD OF THE NEXT KEY HELD.            *
020110*----------------------------------------------------------------*
020120 1320-READ-NEXT-PRIOR-GROUP.
020130     IF WS-PT-NO-RECORD-HELD
020140         PERFORM 1310-READ-ONE-SORTED-TOTAL THRU
020150             1310-READ-ONE-SORTED-TOTAL-EXIT
020160     END-IF
020170     IF WS-PT-NO-RECORD-HELD
020180         SET WS-PT-NO-ENTRY-PENDING TO TRUE
020190         GO TO 1320-READ-NEXT-PRIOR-GROUP-EXIT
020200     END-IF
020210     SET WS-PT-ENTRY-PENDING TO TRUE
020220     MOVE WS-PT-HELD-KEY TO WS-PT-CURRENT-KEY
020230     MOVE ZERO TO WS-PT-RECORD-COUNT
020240     MOVE ZERO TO WS-PT-AMOUNT-TOTAL
020250     PERFORM 1330-ACCUMULATE-ONE-TOTAL THRU
020260         1330-ACCUMULATE-ONE-TOTAL-EXIT
020270         UNTIL WS-PT-NO-RECORD-HELD
020280         OR WS-PT-HELD-KEY NOT = WS-PT-CURRENT-KEY.
020290 1320-READ-NEXT-PRIOR-GROUP-EXIT.
020300     EXIT.
020310*----------------------------------------------------------------*
020320*  1330-ACCUMULATE-ONE-TOTAL - ADD THE HELD RECORD INTO THE       *
020330*  CURRENT GROUP AND READ AHEAD.                                  *
020340*----------------------------------------------------------------*
020350 1330-ACCUMULATE-ONE-TOTAL.
020360     ADD WS-PT-HELD-COUNT TO WS-PT-RECORD-COUNT
020370     ADD WS-PT-HELD-AMOUNT TO WS-PT-AMOUNT-TOTAL
020380     PERFORM 1310-READ-ONE-SORTED-TOTAL THRU
020390         1310-READ-ONE-SORTED-TOTAL-EXIT.
020400 1330-ACCUMULATE-ONE-TOTAL-EXIT.
020410     EXIT.
020420*----------------------------------------------------------------*
020430*  1400-SORT-INPUT-MASTER - CALL CTLSRT01 TO SORT THE RAW INPUT   *
020440*  MASTER INTO KEY CONTROL SEQUENCE ON SRTDMSTR, SO EVERY KEY     *
020450*  BREAKS EXACTLY ONCE NO MATTER HOW THE FEED GROUPED ITS         *
020460*  RECORDS. A FAILED SORT IS FATAL - THERE IS NOTHING VALID TO    *
020470*  READ. THE SORT ALSO BALANCES EACH HEADER/TRAILER SET WHILE    *
020480*  THE RAW FEED IS STILL IN ARRIVAL ORDER AND FILLS THE          *
020490*  PER-SOURCE BATCH RESULTS AREA FOR 8000-BALANCE-INPUT-BATCH.   *
020500*----------------------------------------------------------------*
020510 1400-SORT-INPUT-MASTER.
020520     MOVE ZERO TO WS-SEQUENCE-ERROR-COUNT
020530     MOVE ZERO TO WS-SORT-RETURN-CODE
020540     MOVE ZERO TO WS-BR-SET-COUNT
020550     CALL "CTLSRT01" USING WS-SEQUENCE-ERROR-COUNT
020560         WS-SORT-RETURN-CODE WS-RUN-DATE
020570         WS-BATCH-RESULTS-AREA
020580     IF WS-SORT-RETURN-CODE >= 12
020590         MOVE "INPUT MASTER SORT FAILED - RUN STOPPED"
020600             TO WS-ERROR-MESSAGE-LINE
020610         DISPLAY WS-ERROR-MESSAGE-LINE
020620         IF OutParam1 < 12
020630             SET OUT1-FATAL TO TRUE
020640         END-IF
020650         SET WS-ABEND-REQUESTED TO TRUE
020660     END-IF.
020670 1400-SORT-INPUT-MASTER-EXIT.
020680     EXIT.
020690*----------------------------------------------------------------*
020700*  1500-LOAD-PRIOR-SIGNATURES - LOAD LAST NIGHT'S SIGNATURE FILE  *
020710*  INTO THE SIGNATURE TABLE. A MISSING FILE (FIRST RUN EVER) IS   *
020720*  NOT AN ERROR - THE TABLE SIMPLY STARTS EMPTY.                  *
020730*----------------------------------------------------------------*
020740 1500-LOAD-PRIOR-SIGNATURES.
020750     OPEN INPUT PRIOR-SIGNATURE-FILE
020760     IF WS-FS-PRIOR-SIG-OK
020770         PERFORM 1510-LOAD-ONE-PRIOR-SIG THRU
020780             1510-LOAD-ONE-PRIOR-SIG-EXIT
020790             UNTIL WS-FS-PRIOR-SIG-EOF
020800             OR WS-ABEND-REQUESTED
020810         CLOSE PRIOR-SIGNATURE-FILE
020820     END-IF.
020830 1500-LOAD-PRIOR-SIGNATURES-EXIT.
020840     EXIT.
020850*----------------------------------------------------------------*
020860*  1510-LOAD-ONE-PRIOR-SIG - TABLE ONE PRIOR-NIGHT SIGNATURE.    *
020870*----------------------------------------------------------------*
020880 1510-LOAD-ONE-PRIOR-SIG.
020890     READ PRIOR-SIGNATURE-FILE INTO PRIOR-SIGNATURE-RECORD
020900         AT END
020910             GO TO 1510-LOAD-ONE-PRIOR-SIG-EXIT
020920     END-READ
020930     IF NOT WS-FS-PRIOR-SIG-OK
020940         GO TO 1510-LOAD-ONE-PRIOR-SIG-EXIT
020950     END-IF
020960     MOVE PS-KEY-CONTROL TO WS-SG-WORK-KEY-CONTROL
020970     MOVE PS-CUSTOMER-NAME TO WS-SG-WORK-CUSTOMER-NAME
020980     MOVE PS-TRANSACTION-AMOUNT TO WS-SG-WORK-AMOUNT
020990     MOVE PS-USER-ID TO WS-SG-WORK-USER-ID
021000     PERFORM 2420-ADD-ONE-SIGNATURE THRU
021010         2420-ADD-ONE-SIGNATURE-EXIT.
021020 1510-LOAD-ONE-PRIOR-SIG-EXIT.
021030     EXIT.
021040*----------------------------------------------------------------*
021050*  1520-LOAD-CURRENT-SIGNATURES - RESTART ONLY. RELOAD THE        *
021060*  SIGNATURES THIS RUN ALREADY WROTE BEFORE THE CRASH SO THE      *
021070*  RECORDS PROCESSED BEFORE THE RESTART STILL COUNT FOR           *
021080*  WITHIN-RUN DUPLICATE DETECTION. ONLY THE CKPT-SIGNATURES-      *
021090*  WRITTEN SIGNATURES COVERED BY THE LAST CHECKPOINT ARE LOADED   *
021100*  - THE FILE MAY ALSO HOLD SIGNATURES OF RECORDS PROCESSED       *
021110*  AFTER THAT CHECKPOINT, AND THE RESTART REPROCESSES THOSE       *
021120*  RECORDS, SO LOADING THEM WOULD FALSELY DIVERT EVERY ONE AS A   *
021130*  DUPLICATE OF ITSELF. RUNS BEFORE THE FILE IS REOPENED EXTEND.  *
021140*----------------------------------------------------------------*
021150 1520-LOAD-CURRENT-SIGNATURES.
021160     MOVE ZERO TO WS-SIGNATURES-LOADED
021170     OPEN INPUT CURRENT-SIGNATURE-FILE
021180     IF WS-FS-CURRENT-SIG-OK
021190         PERFORM 1530-LOAD-ONE-CURRENT-SIG THRU
021200             1530-LOAD-ONE-CURRENT-SIG-EXIT
021210             UNTIL WS-FS-CURRENT-SIG-EOF
021220             OR WS-ABEND-REQUESTED
021230             OR WS-SIGNATURES-LOADED >= WS-SIGNATURES-WRITTEN
021240         CLOSE CURRENT-SIGNATURE-FILE
021250     END-IF.
021260 1520-LOAD-CURRENT-SIGNATURES-EXIT.
021270     EXIT.
021280*----------------------------------------------------------------*
021290*  1530-LOAD-ONE-CURRENT-SIG - TABLE ONE OF THIS RUN'S OWN        *
021300*  PRE-CRASH SIGNATURES.                                          *
021310*----------------------------------------------------------------*
021320 1530-LOAD-ONE-CURRENT-SIG.
021330     READ CURRENT-SIGNATURE-FILE INTO CURRENT-SIGNATURE-RECORD
021340         AT END
021350             GO TO 1530-LOAD-ONE-CURRENT-SIG-EXIT
021360     END-READ
021370     IF NOT WS-FS-CURRENT-SIG-OK
021380         GO TO 1530-LOAD-ONE-CURRENT-SIG-EXIT
021390     END-IF
021400     MOVE CS-KEY-CONTROL TO WS-SG-WORK-KEY-CONTROL
021410     MOVE CS-CUSTOMER-NAME TO WS-SG-WORK-CUSTOMER-NAME
021420     MOVE CS-TRANSACTION-AMOUNT TO WS-SG-WORK-AMOUNT
021430     MOVE CS-USER-ID TO WS-SG-WORK-USER-ID
021440     PERFORM 2420-ADD-ONE-SIGNATURE THRU
021450         2420-ADD-ONE-SIGNATURE-EXIT
021460     ADD 1 TO WS-SIGNATURES-LOADED.
021470 1530-LOAD-ONE-CURRENT-SIG-EXIT.
021480     EXIT.
021490*----------------------------------------------------------------*
021500*  1600-RESET-RUN-ACCUMULATORS - CLEAR EVERY WORKING-STORAGE     *
021510*  ACCUMULATOR A RUN OWNS. THE SLICE ENTRY POINT IS CALLED       *
021520*  SEVERAL TIMES IN ONE RUN UNIT AND WORKING-STORAGE PERSISTS    *
021530*  BETWEEN THOSE CALLS, SO EACH SLICE MUST START ITS COUNTS      *
021540*  FROM ZERO (THE MYSECTION1/MYSECTION2 WORK FIELDS LIVE IN      *
021550*  LOCAL-STORAGE AND RESET THEMSELVES).                          *
021560*----------------------------------------------------------------*
021570 1600-RESET-RUN-ACCUMULATORS.
021580     MOVE ZERO TO WS-DT-RECORDS-READ
021590     MOVE ZERO TO WS-DT-RECORDS-UPDATED
021600     MOVE ZERO TO WS-DT-RECORDS-REJECTED
021610     MOVE ZERO TO WS-DT-DOLLAR-TOTAL
021620     MOVE ZERO TO WS-DT-RECORDS-DUPLICATE
021630     MOVE ZERO TO WS-DT-HIGH-VALUE
021640     MOVE ZERO TO WS-DT-RECORDS-ADDED
021650     MOVE ZERO TO WS-DT-RECORDS-CHANGED
021660     MOVE ZERO TO WS-PHYSICAL-READS
021670     MOVE ZERO TO WS-BC-DATA-RECORD-COUNT
021680     MOVE ZERO TO WS-BC-HASH-TOTAL
021690     MOVE ZERO TO WS-BC-TRL-RECORD-COUNT
021700     MOVE ZERO TO WS-BC-TRL-HASH-TOTAL
021710     MOVE ZERO TO WS-BC-CYCLE-DATE
021720     MOVE SPACES TO WS-BC-SOURCE-SYSTEM
021730     MOVE "N" TO WS-BC-HEADER-SEEN-SWITCH
021740     MOVE "N" TO WS-BC-TRAILER-SEEN-SWITCH
021750     MOVE "N" TO WS-ABEND-SWITCH
021760     MOVE ZERO TO WS-RECORDS-SINCE-CHECKPOINT
021770     MOVE ZERO TO WS-SEQUENCE-ERROR-COUNT
021780     MOVE ZERO TO WS-SG-ENTRY-COUNT
021790     MOVE "N" TO WS-SG-OVERFLOW-SWITCH
021800     MOVE ZERO TO WS-SIGNATURES-WRITTEN
021810     MOVE ZERO TO WS-SIGNATURES-LOADED
021820     SET WS-DUPLICATE-NOT-FOUND TO TRUE
021830     MOVE ZERO TO WS-ST-AUDIT-WRITES
021840     MOVE ZERO TO WS-ST-CONTROL-RPT-WRITES
021850     MOVE ZERO TO WS-ST-EXCEPTION-WRITES
021860     MOVE ZERO TO WS-ST-CHECKPOINTS-TAKEN
021870     PERFORM 1610-RESET-ONE-TYPE-TOTAL THRU
021880         1610-RESET-ONE-TYPE-TOTAL-EXIT
021890         VARYING WS-TT-SUB FROM 1 BY 1
021900         UNTIL WS-TT-SUB > 4.
021910 1600-RESET-RUN-ACCUMULATORS-EXIT.
021920     EXIT.
021930*----------------------------------------------------------------*
021940*  1610-RESET-ONE-TYPE-TOTAL - ZERO ONE TRANSACTION TYPE'S       *
021950*  RUN-LEVEL COUNT AND AMOUNT FOR A FRESH SLICE.                 *
021960*----------------------------------------------------------------*
021970 1610-RESET-ONE-TYPE-TOTAL.
021980     MOVE ZERO TO WS-TT-DAY-COUNT (WS-TT-SUB)
021990     MOVE ZERO TO WS-TT-DAY-AMOUNT (WS-TT-SUB).
022000 1610-RESET-ONE-TYPE-TOTAL-EXIT.
022010     EXIT.
022020*----------------------------------------------------------------*
022030*  1700-OPEN-CLEANSED-MASTER - THE PERSISTENT INDEXED CLEANSED    *
022040*  MASTER OPENS I-O EVERY RUN, RESTART OR NOT - IT IS UPDATED     *
022050*  IN PLACE, NEVER TRUNCATED OR EXTENDED. THE VERY FIRST RUN      *
022060*  FINDS NO FILE (STATUS 35, TOLERATED BY THE DECLARATIVE) AND    *
022070*  CREATES IT EMPTY BEFORE REOPENING FOR UPDATE.                  *
022080*----------------------------------------------------------------*
022090 1700-OPEN-CLEANSED-MASTER.
022100     OPEN I-O CLEANSED-MASTER-FILE
022110     IF WS-FS-CLEANSED-MST-MISSING
022120         OPEN OUTPUT CLEANSED-MASTER-FILE
022130         CLOSE CLEANSED-MASTER-FILE
022140         OPEN I-O CLEANSED-MASTER-FILE
022150     END-IF.
022160 1700-OPEN-CLEANSED-MASTER-EXIT.
022170     EXIT.
022180*----------------------------------------------------------------*
022190*  1710-OPEN-BRANCH-ACTIVITY - THE BRANCH ACTIVITY HISTORY OPENS *
022200*  I-O FOR EVERY NIGHTLY OR SLICE RUN AND IS CREATED ON THE      *
022210*  FIRST, EXACTLY AS THE CLEANSED MASTER IS. A CORRECTION RUN    *
022220*  REPOSTS RECORDS THE BRANCH SENT ON AN EARLIER NIGHT, SO IT IS *
022230*  NOT NEW ACTIVITY AND LEAVES THE HISTORY ALONE.                *
022240*----------------------------------------------------------------*
022250 1710-OPEN-BRANCH-ACTIVITY.
022260     OPEN I-O BRANCH-ACTIVITY-FILE
022270     IF WS-FS-BRANCH-ACT-MISSING
022280         OPEN OUTPUT BRANCH-ACTIVITY-FILE
022290         CLOSE BRANCH-ACTIVITY-FILE
022300         OPEN I-O BRANCH-ACTIVITY-FILE
022310     END-IF.
022320 1710-OPEN-BRANCH-ACTIVITY-EXIT.
022330     EXIT.
022340*----------------------------------------------------------------*
022350*  2000-PROCESS-ONE-RECORD - READ AND EDIT ONE INPUT RECORD. IF   *
022360*  THE READ ITSELF FAILED (DECLARATIVES SET WS-ABEND-REQUESTED    *
022370*  BUT DID NOT STOP THE RUN), BAIL OUT WITHOUT TOUCHING THE       *
022380*  STALE RECORD AREA - MYPARAGRAPH'S LOOP STOPS ON THE NEXT       *
022390*  ITERATION SINCE IT NOW CHECKS WS-ABEND-REQUESTED TOO. A        *
022400*  RECORD WITH NO KEY CONTROL VALUE CANNOT BE PROCESSED OR        *
022410*  AUDITED, SO IT IS COUNTED AS A REJECT AND SKIPPED. CLEANSING   *
022420*  (MYSECTION1) MUTATES THE RECORD AND IS SKIPPED ENTIRELY FOR A  *
022430*  READ-ONLY RECONCILIATION RUN; MYSECTION2'S IN-MEMORY TOTALS    *
022440*  STILL ACCUMULATE SO THEY CAN BE COMPARED AGAINST THE NIGHTLY   *
022450*  RUN'S FIGURES, BUT ITS REPORT WRITES ARE THEMSELVES GATED ON   *
022460*  RECONCILE-MODE-OFF (SEE 4000/4100-WRITE-...-LINE).             *
022470*----------------------------------------------------------------*
022480 2000-PROCESS-ONE-RECORD.
022490     IF CORRECTION-MODE-ON
022500         PERFORM 2080-READ-SUSPENSE-RECORD THRU
022510             2080-READ-SUSPENSE-RECORD-EXIT
022520         IF WS-EOF-YES OR NOT WS-FS-REJECT-SUSP-OK
022530             GO TO 2000-PROCESS-ONE-RECORD-EXIT
022540         END-IF
022550     ELSE
022560         READ SORTED-MASTER-FILE INTO INPUT-MASTER-RECORD
022570             AT END
022580                 SET WS-EOF-YES TO TRUE
022590                 GO TO 2000-PROCESS-ONE-RECORD-EXIT
022600         END-READ
022610         IF NOT WS-FS-SORTED-MASTER-OK
022620             GO TO 2000-PROCESS-ONE-RECORD-EXIT
022630         END-IF
022640         ADD 1 TO WS-PHYSICAL-READS
022650         IF IM-HEADER-RECORD
022660             PERFORM 2300-PROCESS-HEADER-RECORD THRU
022670                 2300-PROCESS-HEADER-RECORD-EXIT
022680             GO TO 2000-PROCESS-ONE-RECORD-EXIT
022690         END-IF
022700         IF IM-TRAILER-RECORD
022710             PERFORM 2310-PROCESS-TRAILER-RECORD THRU
022720                 2310-PROCESS-TRAILER-RECORD-EXIT
022730             GO TO 2000-PROCESS-ONE-RECORD-EXIT
022740         END-IF
022750         ADD 1 TO WS-BC-DATA-RECORD-COUNT
022760         ADD IM-TRANSACTION-AMOUNT TO WS-BC-HASH-TOTAL
022770     END-IF
022780     MOVE SPACES TO WS-REMAP-FROM-KEY
022790     IF IM-KEY-CONTROL-FIELD NOT = SPACES
022800         PERFORM 2045-APPLY-CONSOLIDATION THRU
022810             2045-APPLY-CONSOLIDATION-EXIT
022820     END-IF
022830     IF SLICE-MODE-ON
022840         IF IM-KEY-CONTROL-FIELD < WS-SLICE-LOW-KEY
022850             OR IM-KEY-CONTROL-FIELD > WS-SLICE-HIGH-KEY
022860             GO TO 2000-PROCESS-ONE-RECORD-EXIT
022870         END-IF
022880     END-IF
022890     ADD 1 TO WS-DT-RECORDS-READ
022900     IF WS-REMAP-FROM-KEY NOT = SPACES AND RECONCILE-MODE-OFF
022910         PERFORM 2047-WRITE-REMAP-LINE THRU
022920             2047-WRITE-REMAP-LINE-EXIT
022930     END-IF
022940     IF IM-KEY-CONTROL-FIELD = SPACES
022950         ADD 1 TO WS-DT-RECORDS-REJECTED
022960         IF OutParam1 < 08
022970             SET OUT1-REJECT TO TRUE
022980         END-IF
022990         IF RECONCILE-MODE-OFF AND CORRECTION-MODE-OFF
023000             MOVE "BK" TO RS-REJECT-REASON-CODE
023010             PERFORM 2070-WRITE-SUSPENSE-RECORD THRU
023020                 2070-WRITE-SUSPENSE-RECORD-EXIT
023030         END-IF
023040         IF CORRECTION-MODE-ON
023050             MOVE "BK" TO WS-SH-NEW-REASON
023060             PERFORM 2085-WRITE-CARRY-FORWARD THRU
023070                 2085-WRITE-CARRY-FORWARD-EXIT
023080         END-IF
023090         GO TO 2000-PROCESS-ONE-RECORD-EXIT
023100     END-IF
023110     PERFORM 2050-VALIDATE-KEY-CONTROL THRU
023120         2050-VALIDATE-KEY-CONTROL-EXIT
023130     IF WS-ABEND-REQUESTED
023140         GO TO 2000-PROCESS-ONE-RECORD-EXIT
023150     END-IF
023160     IF WS-KEY-NOT-ON-REFERENCE
023170         ADD 1 TO WS-DT-RECORDS-REJECTED
023180         IF OutParam1 < 08
023190             SET OUT1-REJECT TO TRUE
023200         END-IF
023210         IF RECONCILE-MODE-OFF
023220             PERFORM 2060-WRITE-KEY-REJECT-LINE THRU
023230                 2060-WRITE-KEY-REJECT-LINE-EXIT
023240         END-IF
023250         IF RECONCILE-MODE-OFF AND CORRECTION-MODE-OFF
023260             MOVE "NR" TO RS-REJECT-REASON-CODE
023270             PERFORM 2070-WRITE-SUSPENSE-RECORD THRU
023280                 2070-WRITE-SUSPENSE-RECORD-EXIT
023290         END-IF
023300         IF CORRECTION-MODE-ON
023310             MOVE "NR" TO WS-SH-NEW-REASON
023320             PERFORM 2085-WRITE-CARRY-FORWARD THRU
023330                 2085-WRITE-CARRY-FORWARD-EXIT
023340         END-IF
023350         GO TO 2000-PROCESS-ONE-RECORD-EXIT
023360     END-IF
023370     PERFORM 2090-EDIT-TRANSACTION-TYPE THRU
023380         2090-EDIT-TRANSACTION-TYPE-EXIT
023390     IF WS-TXN-TYPE-SUB = ZERO
023400         ADD 1 TO WS-DT-RECORDS-REJECTED
023410         IF OutParam1 < 08
023420             SET OUT1-REJECT TO TRUE
023430         END-IF
023440         IF RECONCILE-MODE-OFF
023450             PERFORM 2095-WRITE-TYPE-REJECT-LINE THRU
023460                 2095-WRITE-TYPE-REJECT-LINE-EXIT
023470         END-IF
023480         IF RECONCILE-MODE-OFF AND CORRECTION-MODE-OFF
023490             MOVE "TT" TO RS-REJECT-REASON-CODE
023500             PERFORM 2070-WRITE-SUSPENSE-RECORD THRU
023510                 2070-WRITE-SUSPENSE-RECORD-EXIT
023520         END-IF
023530         IF CORRECTION-MODE-ON
023540             MOVE "TT" TO WS-SH-NEW-REASON
023550             PERFORM 2085-WRITE-CARRY-FORWARD THRU
023560                 2085-WRITE-CARRY-FORWARD-EXIT
023570         END-IF
023580         GO TO 2000-PROCESS-ONE-RECORD-EXIT
023590     END-IF
023600     MOVE IM-KEY-CONTROL-FIELD TO WS-AUDIT-BEFORE-KEY-CONTROL
023610     IF WS-REMAP-FROM-KEY NOT = SPACES
023620         MOVE WS-REMAP-FROM-KEY TO WS-AUDIT-BEFORE-KEY-CONTROL
023630     END-IF
023640     MOVE IM-CUSTOMER-NAME TO WS-AUDIT-BEFORE-CUSTOMER-NAME
023650     MOVE IM-CUSTOMER-ADDRESS TO WS-AUDIT-BEFORE-ADDRESS
023660     PERFORM 2400-CHECK-DUPLICATE THRU
023670         2400-CHECK-DUPLICATE-EXIT
023680     IF WS-DUPLICATE-FOUND
023690         ADD 1 TO WS-DT-RECORDS-DUPLICATE
023700         IF OutParam1 < 04
023710             SET OUT1-WARNING-DEFAULTS-APPLIED TO TRUE
023720         END-IF
023730         IF RECONCILE-MODE-OFF
023740             PERFORM 2100-WRITE-AUDIT-TRAIL THRU
023750                 2100-WRITE-AUDIT-TRAIL-EXIT
023760             PERFORM 2440-WRITE-DUPLICATE-LINE THRU
023770                 2440-WRITE-DUPLICATE-LINE-EXIT
023780             IF CORRECTION-MODE-ON
023790                 PERFORM 2086-WRITE-SUSPENSE-ARCHIVE THRU
023800                     2086-WRITE-SUSPENSE-ARCHIVE-EXIT
023810             END-IF
023820         END-IF
023830         GO TO 2000-PROCESS-ONE-RECORD-EXIT
023840     END-IF
023850     IF RECONCILE-MODE-OFF
023860         PERFORM MySection1 THRU MySection1-EXIT
023870     END-IF
023880     PERFORM MySection2 THRU MySection2-EXIT
023890     IF RECONCILE-MODE-OFF
023900         PERFORM 2100-WRITE-AUDIT-TRAIL THRU
023910             2100-WRITE-AUDIT-TRAIL-EXIT
023920         MOVE IM-SOURCE-SYSTEM TO WS-CM-SOURCE-STAMP
023930         MOVE SPACES TO IM-SOURCE-SYSTEM
023940         PERFORM 2600-UPDATE-CLEANSED-MASTER THRU
023950             2600-UPDATE-CLEANSED-MASTER-EXIT
023960         MOVE WS-CM-SOURCE-STAMP TO IM-SOURCE-SYSTEM
023970         ADD 1 TO WS-DT-RECORDS-UPDATED
023980         ADD IM-TRANSACTION-AMOUNT TO WS-DT-DOLLAR-TOTAL
023990         ADD 1 TO WS-TT-DAY-COUNT (WS-TXN-TYPE-SUB)
024000         ADD IM-TRANSACTION-AMOUNT
024010             TO WS-TT-DAY-AMOUNT (WS-TXN-TYPE-SUB)
024020         PERFORM 2500-CHECK-HIGH-VALUE THRU
024030             2500-CHECK-HIGH-VALUE-EXIT
024040         IF CORRECTION-MODE-ON
024050             PERFORM 2086-WRITE-SUSPENSE-ARCHIVE THRU
024060                 2086-WRITE-SUSPENSE-ARCHIVE-EXIT
024070         END-IF
024080     END-IF
024090     PERFORM 2410-RECORD-SIGNATURE THRU
024100         2410-RECORD-SIGNATURE-EXIT
024110     IF RECONCILE-MODE-OFF AND CORRECTION-MODE-OFF
024120         AND SLICE-MODE-OFF
024130         PERFORM 2200-CHECKPOINT-IF-NEEDED THRU
024140             2200-CHECKPOINT-IF-NEEDED-EXIT
024150     END-IF.
024160 2000-PROCESS-ONE-RECORD-EXIT.
024170     EXIT.
024180*----------------------------------------------------------------*
024190*  2045-APPLY-CONSOLIDATION - A RECORD ARRIVING UNDER THE KEY OF *
024200*  A BRANCH CONSOLIDATED INTO ANOTHER (BRCHREF STATUS M, SET BY  *
024210*  CTLBRM01) POSTS TO THE SUCCESSOR FROM THE CONSOLIDATION'S     *
024220*  EFFECTIVE DATE ON, FOLLOWING A CHAIN OF MERGES TO ITS END.    *
024230*  THE ORIGINAL KEY IS KEPT IN WS-REMAP-FROM-KEY FOR THE         *
024240*  EXCEPTION LINE, THE AUDIT BEFORE-IMAGE, THE DUPLICATE         *
024250*  SIGNATURE, AND ANY SUSPENSE IMAGE. CTLSRT01 SORTS THE RECORD  *
024260*  UNDER THE SAME RESOLVED KEY, SO IT FALLS IN THE SUCCESSOR'S   *
024270*  CONTROL GROUP. BEFORE THE EFFECTIVE DATE THE OLD KEY POSTS    *
024280*  AS ITSELF.                                                    *
024290*----------------------------------------------------------------*
024300 2045-APPLY-CONSOLIDATION.
024310     MOVE IM-KEY-CONTROL-FIELD TO WS-REMAP-KEY
024320     MOVE ZERO TO WS-REMAP-HOPS
024330     SET WS-REMAP-CHAIN-CONTINUES TO TRUE
024340     PERFORM 2046-FOLLOW-ONE-MERGE THRU
024350         2046-FOLLOW-ONE-MERGE-EXIT
024360         UNTIL WS-REMAP-CHAIN-ENDED
024370     IF WS-REMAP-KEY NOT = IM-KEY-CONTROL-FIELD
024380         MOVE IM-KEY-CONTROL-FIELD TO WS-REMAP-FROM-KEY
024390         MOVE WS-REMAP-KEY TO IM-KEY-CONTROL-FIELD
024400     END-IF.
024410 2045-APPLY-CONSOLIDATION-EXIT.
024420     EXIT.
024430*----------------------------------------------------------------*
024440*  2046-FOLLOW-ONE-MERGE - TAKE ONE STEP DOWN THE CHAIN: THE KEY *
024450*  IN HAND MUST BE ON FILE, CONSOLIDATED WITH A SUCCESSOR, AND   *
024460*  EFFECTIVE ON OR BEFORE THE RUN DATE, AND THE SUCCESSOR MUST BE*
024470*  ON FILE ITSELF. ANYTHING ELSE ENDS THE CHAIN WHERE IT STANDS. *
024480*----------------------------------------------------------------*
024490 2046-FOLLOW-ONE-MERGE.
024500     SET WS-REMAP-CHAIN-ENDED TO TRUE
024510     IF WS-REMAP-HOPS >= 9
024520         GO TO 2046-FOLLOW-ONE-MERGE-EXIT
024530     END-IF
024540     MOVE WS-REMAP-KEY TO BR-BRANCH-KEY
024550     READ BRANCH-REFERENCE-FILE
024560         INVALID KEY
024570             GO TO 2046-FOLLOW-ONE-MERGE-EXIT
024580     END-READ
024590     IF NOT BR-STATUS-CONSOLIDATED
024600         OR BR-SUCCESSOR-KEY = SPACES
024610         OR BR-CONSOLIDATION-DATE NOT NUMERIC
024620         GO TO 2046-FOLLOW-ONE-MERGE-EXIT
024630     END-IF
024640     IF BR-CONSOLIDATION-DATE > WS-RUN-DATE
024650         GO TO 2046-FOLLOW-ONE-MERGE-EXIT
024660     END-IF
024670     MOVE BR-SUCCESSOR-KEY TO BR-BRANCH-KEY
024680     READ BRANCH-REFERENCE-FILE
024690         INVALID KEY
024700             GO TO 2046-FOLLOW-ONE-MERGE-EXIT
024710     END-READ
024720     MOVE BR-BRANCH-KEY TO WS-REMAP-KEY
024730     ADD 1 TO WS-REMAP-HOPS
024740     SET WS-REMAP-CHAIN-CONTINUES TO TRUE.
024750 2046-FOLLOW-ONE-MERGE-EXIT.
024760     EXIT.
024770*----------------------------------------------------------------*
024780*  2047-WRITE-REMAP-LINE - LOG EVERY REMAPPED RECORD ON THE      *
024790*  EXCEPTION REPORT SO THE DATA CONTROL GROUP CAN SEE WHICH      *
024800*  SOURCES ARE STILL SENDING UNDER A CLOSED BRANCH'S KEY.        *
024810*----------------------------------------------------------------*
024820 2047-WRITE-REMAP-LINE.
024830     MOVE SPACES TO EXCEPTION-REPORT-RECORD
024840     STRING "KEY " WS-REMAP-FROM-KEY
024850         "  REMAPPED TO " IM-KEY-CONTROL-FIELD
024860         " - BRANCH CONSOLIDATED"
024870         DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
024880     WRITE EXCEPTION-REPORT-RECORD
024890     ADD 1 TO WS-ST-EXCEPTION-WRITES.
024900 2047-WRITE-REMAP-LINE-EXIT.
024910     EXIT.
024920*----------------------------------------------------------------*
024930*  2050-VALIDATE-KEY-CONTROL - RANDOM READ OF THE INDEXED BRANCH  *
024940*  REFERENCE FILE ON THE INCOMING KEY CONTROL VALUE. A MISS MEANS *
024950*  THE BRANCH DOES NOT EXIST ON THE MONTHLY-REFRESHED REFERENCE   *
024960*  MASTER, SO THE RECORD IS A PHANTOM AND MUST BE REJECTED        *
024970*  RATHER THAN EARN ITS OWN SUBTOTAL ON THE CONTROL REPORT.       *
024980*----------------------------------------------------------------*
024990 2050-VALIDATE-KEY-CONTROL.
025000     SET WS-KEY-ON-REFERENCE TO TRUE
025010     MOVE IM-KEY-CONTROL-FIELD TO BR-BRANCH-KEY
025020     READ BRANCH-REFERENCE-FILE
025030         INVALID KEY
025040             SET WS-KEY-NOT-ON-REFERENCE TO TRUE
025050     END-READ.
025060 2050-VALIDATE-KEY-CONTROL-EXIT.
025070     EXIT.
025080*----------------------------------------------------------------*
025090*  2060-WRITE-KEY-REJECT-LINE - LOG THE PHANTOM KEY AND ITS       *
025100*  REJECT REASON ON THE EXCEPTION REPORT SO THE DATA CONTROL      *
025110*  GROUP SEES IT THE SAME MORNING INSTEAD OF DAYS LATER.          *
025120*----------------------------------------------------------------*
025130 2060-WRITE-KEY-REJECT-LINE.
025140     MOVE SPACES TO EXCEPTION-REPORT-RECORD
025150     STRING "KEY " IM-KEY-CONTROL-FIELD
025160         "  REJECTED - KEY NOT ON REFERENCE MASTER"
025170         DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
025180     WRITE EXCEPTION-REPORT-RECORD
025190     ADD 1 TO WS-ST-EXCEPTION-WRITES.
025200 2060-WRITE-KEY-REJECT-LINE-EXIT.
025210     EXIT.
025220*----------------------------------------------------------------*
025230*  2070-WRITE-SUSPENSE-RECORD - CAPTURE THE FULL REJECTED RECORD  *
025240*  ON THE REJECT SUSPENSE FILE, WITH THE REASON CODE (SET BY THE  *
025250*  CALLER) AND THE RUN DATE, SO THE DATA CONTROL GROUP CAN        *
025260*  CORRECT IT AND FEED IT BACK THROUGH THE CORRECTION ENTRY       *
025270*  POINT INSTEAD OF REKEYING AT THE SOURCE SYSTEM.                *
025280*----------------------------------------------------------------*
025290 2070-WRITE-SUSPENSE-RECORD.
025300     MOVE WS-RUN-DATE TO RS-RUN-DATE
025310     MOVE INPUT-MASTER-RECORD TO RS-ORIGINAL-RECORD
025320     IF WS-REMAP-FROM-KEY NOT = SPACES
025330         MOVE WS-REMAP-FROM-KEY TO RS-ORIGINAL-RECORD (1:6)
025340     END-IF
025350     WRITE REJECT-SUSPENSE-RECORD.
025360 2070-WRITE-SUSPENSE-RECORD-EXIT.
025370     EXIT.
025380*----------------------------------------------------------------*
025390*  2080-READ-SUSPENSE-RECORD - CORRECTION-MODE RECORD SOURCE.     *
025400*  READ ONE CORRECTED SUSPENSE RECORD AND RESTORE ITS ORIGINAL    *
025410*  RECORD IMAGE INTO THE INPUT-MASTER RECORD AREA SO THE REST OF  *
025420*  THE RUN PROCESSES IT EXACTLY LIKE A NIGHTLY INPUT RECORD.      *
025430*----------------------------------------------------------------*
025440 2080-READ-SUSPENSE-RECORD.
025450     READ REJECT-SUSPENSE-FILE INTO REJECT-SUSPENSE-RECORD
025460         AT END
025470             SET WS-EOF-YES TO TRUE
025480             GO TO 2080-READ-SUSPENSE-RECORD-EXIT
025490     END-READ
025500     IF WS-FS-REJECT-SUSP-OK
025510         MOVE RS-REJECT-REASON-CODE TO WS-SH-ORIG-REASON
025520         MOVE RS-RUN-DATE TO WS-SH-ORIG-DATE
025530         MOVE RS-ORIGINAL-RECORD TO INPUT-MASTER-RECORD
025540     END-IF.
025550 2080-READ-SUSPENSE-RECORD-EXIT.
025560     EXIT.
025570*----------------------------------------------------------------*
025580*  2085-WRITE-CARRY-FORWARD - CORRECTION MODE ONLY. THE RECORD    *
025590*  REJECTED AGAIN, SO IT GOES ON THE CARRY-FORWARD SUSPENSE       *
025600*  FILE WITH THE NEW REASON CODE AND ITS ORIGINAL RUN DATE -      *
025610*  THE AGING CLOCK KEEPS RUNNING FROM THE NIGHT IT FIRST HIT      *
025620*  SUSPENSE.                                                      *
025630*----------------------------------------------------------------*
025640 2085-WRITE-CARRY-FORWARD.
025650     MOVE SPACES TO SUSPENSE-CARRY-RECORD
025660     MOVE WS-SH-NEW-REASON TO SC-REJECT-REASON-CODE
025670     MOVE WS-SH-ORIG-DATE TO SC-RUN-DATE
025680     MOVE INPUT-MASTER-RECORD TO SC-ORIGINAL-RECORD
025690     IF WS-REMAP-FROM-KEY NOT = SPACES
025700         MOVE WS-REMAP-FROM-KEY TO SC-ORIGINAL-RECORD (1:6)
025710     END-IF
025720     WRITE SUSPENSE-CARRY-RECORD.
025730 2085-WRITE-CARRY-FORWARD-EXIT.
025740     EXIT.
025750*----------------------------------------------------------------*
025760*  2086-WRITE-SUSPENSE-ARCHIVE - CORRECTION MODE ONLY. THE        *
025770*  RECORD CLEARED (OR WAS DELIBERATELY DIVERTED AS A              *
025780*  DUPLICATE), SO ITS SUSPENSE IMAGE IS ARCHIVED WITH THE         *
025790*  ORIGINAL REASON AND RUN DATE PLUS TODAY AS THE CLEARED DATE    *
025800*  - IT LEAVES THE ACTIVE SUSPENSE FILE FOR GOOD.                 *
025810*----------------------------------------------------------------*
025820 2086-WRITE-SUSPENSE-ARCHIVE.
025830     MOVE SPACES TO SUSPENSE-ARCHIVE-RECORD
025840     MOVE WS-SH-ORIG-REASON TO SA-REJECT-REASON-CODE
025850     MOVE WS-SH-ORIG-DATE TO SA-RUN-DATE
025860     MOVE INPUT-MASTER-RECORD TO SA-ORIGINAL-RECORD
025870     IF WS-REMAP-FROM-KEY NOT = SPACES
025880         MOVE WS-REMAP-FROM-KEY TO SA-ORIGINAL-RECORD (1:6)
025890     END-IF
025900     MOVE WS-RUN-DATE TO SA-CLEARED-DATE
025910     SET SA-DISPOSITION-CLEARED TO TRUE
025920     WRITE SUSPENSE-ARCHIVE-RECORD.
025930 2086-WRITE-SUSPENSE-ARCHIVE-EXIT.
025940     EXIT.
025950*----------------------------------------------------------------*
025960*  2600-UPDATE-CLEANSED-MASTER - UPDATE THE PERSISTENT CLEANSED   *
025970*  MASTER IN PLACE WITH THE FRESHLY CLEANSED RECORD: A NEW KEY    *
025980*  IS WRITTEN AND COUNTED AS AN ADD, A CHANGED IMAGE IS           *
025990*  REWRITTEN AND COUNTED AS A CHANGE, AND AN IMAGE IDENTICAL TO   *
026000*  WHAT IS ALREADY ON THE MASTER IS LEFT ALONE - WHICH IS WHAT    *
026010*  KEEPS THE NET-CHANGE EXTRACT DOWN TO THE NIGHT'S REAL          *
026020*  MOVEMENT INSTEAD OF THE WHOLE CUSTOMER POPULATION.             *
026030*----------------------------------------------------------------*
026040 2600-UPDATE-CLEANSED-MASTER.
026050     SET WS-CM-KEY-FOUND TO TRUE
026060     MOVE IM-KEY-CONTROL-FIELD TO CM-KEY-CONTROL
026070     READ CLEANSED-MASTER-FILE
026080         INVALID KEY
026090             SET WS-CM-KEY-NOT-FOUND TO TRUE
026100     END-READ
026110     IF WS-CM-KEY-NOT-FOUND
026120         MOVE INPUT-MASTER-RECORD TO CLEANSED-MASTER-RECORD
026130         WRITE CLEANSED-MASTER-RECORD
026140             INVALID KEY
026150                 MOVE "CLEANSED MASTER WRITE FAILED"
026160                     TO WS-ERROR-MESSAGE-LINE
026170                 DISPLAY WS-ERROR-MESSAGE-LINE
026180                 SET WS-ABEND-REQUESTED TO TRUE
026190         END-WRITE
026200         ADD 1 TO WS-DT-RECORDS-ADDED
026210         PERFORM 2610-WRITE-NET-CHANGE THRU
026220             2610-WRITE-NET-CHANGE-EXIT
026230         GO TO 2600-UPDATE-CLEANSED-MASTER-EXIT
026240     END-IF
026250     MOVE CLEANSED-MASTER-RECORD TO WS-CM-PRIOR-IMAGE
026260     IF WS-CM-PRIOR-IMAGE = INPUT-MASTER-RECORD
026270         GO TO 2600-UPDATE-CLEANSED-MASTER-EXIT
026280     END-IF
026290     MOVE INPUT-MASTER-RECORD TO CLEANSED-MASTER-RECORD
026300     REWRITE CLEANSED-MASTER-RECORD
026310         INVALID KEY
026320             MOVE "CLEANSED MASTER REWRITE FAILED"
026330                 TO WS-ERROR-MESSAGE-LINE
026340             DISPLAY WS-ERROR-MESSAGE-LINE
026350             SET WS-ABEND-REQUESTED TO TRUE
026360     END-REWRITE
026370     ADD 1 TO WS-DT-RECORDS-CHANGED
026380     PERFORM 2610-WRITE-NET-CHANGE THRU
026390         2610-WRITE-NET-CHANGE-EXIT.
026400 2600-UPDATE-CLEANSED-MASTER-EXIT.
026410     EXIT.
026420*----------------------------------------------------------------*
026430*  2610-WRITE-NET-CHANGE - ONE EXTRACT RECORD FOR A CUSTOMER      *
026440*  ADDED OR CHANGED THIS CYCLE.                                   *
026450*----------------------------------------------------------------*
026460 2610-WRITE-NET-CHANGE.
026470     MOVE INPUT-MASTER-RECORD TO NET-CHANGE-EXTRACT-RECORD
026480     WRITE NET-CHANGE-EXTRACT-RECORD.
026490 2610-WRITE-NET-CHANGE-EXIT.
026500     EXIT.
026510*----------------------------------------------------------------*
026520*  2090-EDIT-TRANSACTION-TYPE - CLASSIFY THE RECORD'S            *
026530*  TRANSACTION TYPE INTO THE TYPE SUBSCRIPT THE BREAKDOWN        *
026540*  TABLES ARE KEPT BY. A BLANK TYPE IS A POSTING WHILE THE OLD   *
026550*  FEED FORMAT IS STILL IN THE CUTOVER WINDOW; ANYTHING ELSE     *
026560*  UNKNOWN LEAVES THE SUBSCRIPT AT ZERO AND THE CALLER REJECTS   *
026570*  THE RECORD TO THE SUSPENSE FILE WITH REASON TT.               *
026580*----------------------------------------------------------------*
026590 2090-EDIT-TRANSACTION-TYPE.
026600     MOVE ZERO TO WS-TXN-TYPE-SUB
026610     IF IM-TYPE-POSTING OR IM-TYPE-UNCODED
026620         MOVE 1 TO WS-TXN-TYPE-SUB
026630         GO TO 2090-EDIT-TRANSACTION-TYPE-EXIT
026640     END-IF
026650     IF IM-TYPE-REVERSAL
026660         MOVE 2 TO WS-TXN-TYPE-SUB
026670         GO TO 2090-EDIT-TRANSACTION-TYPE-EXIT
026680     END-IF
026690     IF IM-TYPE-ADJUSTMENT
026700         MOVE 3 TO WS-TXN-TYPE-SUB
026710         GO TO 2090-EDIT-TRANSACTION-TYPE-EXIT
026720     END-IF
026730     IF IM-TYPE-CORRECTION
026740         MOVE 4 TO WS-TXN-TYPE-SUB
026750     END-IF.
026760 2090-EDIT-TRANSACTION-TYPE-EXIT.
026770     EXIT.
026780*----------------------------------------------------------------*
026790*  2095-WRITE-TYPE-REJECT-LINE - EXCEPTION LINE FOR A RECORD     *
026800*  REJECTED ON AN INVALID TRANSACTION TYPE CODE.                 *
026810*----------------------------------------------------------------*
026820 2095-WRITE-TYPE-REJECT-LINE.
026830     MOVE SPACES TO EXCEPTION-REPORT-RECORD
026840     STRING "KEY " IM-KEY-CONTROL-FIELD
026850         "  REJECTED - INVALID TRANSACTION TYPE "
026860         IM-TRANSACTION-TYPE
026870         DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
026880     WRITE EXCEPTION-REPORT-RECORD
026890     ADD 1 TO WS-ST-EXCEPTION-WRITES.
026900 2095-WRITE-TYPE-REJECT-LINE-EXIT.
026910     EXIT.
026920*----------------------------------------------------------------*
026930*  2400-CHECK-DUPLICATE - MATCH THE INCOMING RECORD'S RAW KEY,    *
026940*  NAME, AMOUNT, AND USER-ID AGAINST EVERY TABLED SIGNATURE       *
026950*  (LAST NIGHT'S RUN PLUS THIS RUN SO FAR). A HIT IS A SUSPECTED  *
026960*  DOUBLE-FEED.                                                   *
026970*----------------------------------------------------------------*
026980 2400-CHECK-DUPLICATE.
026990     SET WS-DUPLICATE-NOT-FOUND TO TRUE
027000     MOVE ZERO TO WS-SG-FOUND-SUB
027010     MOVE 1 TO WS-SG-SUB
027020     PERFORM 2405-CHECK-ONE-SIGNATURE THRU
027030         2405-CHECK-ONE-SIGNATURE-EXIT
027040         UNTIL WS-SG-SUB > WS-SG-ENTRY-COUNT
027050         OR WS-SG-FOUND-SUB > ZERO
027060     IF WS-SG-FOUND-SUB > ZERO
027070         SET WS-DUPLICATE-FOUND TO TRUE
027080     END-IF.
027090 2400-CHECK-DUPLICATE-EXIT.
027100     EXIT.
027110*----------------------------------------------------------------*
027120*  2405-CHECK-ONE-SIGNATURE - COMPARE ONE TABLED SIGNATURE        *
027130*  AGAINST THE INCOMING RECORD. THE KEY COMPARED IS THE RAW KEY   *
027140*  THE RECORD ARRIVED UNDER (THE AUDIT BEFORE-IMAGE KEY), SO A    *
027150*  RECORD REMAPPED TO A SUCCESSOR BRANCH STILL MATCHES ITS OWN    *
027160*  RE-FEED.                                                       *
027170*----------------------------------------------------------------*
027180 2405-CHECK-ONE-SIGNATURE.
027190     IF WS-SG-KEY-CONTROL (WS-SG-SUB)
027200         = WS-AUDIT-BEFORE-KEY-CONTROL
027210         AND WS-SG-CUSTOMER-NAME (WS-SG-SUB) = IM-CUSTOMER-NAME
027220         AND WS-SG-AMOUNT (WS-SG-SUB) = IM-TRANSACTION-AMOUNT
027230         AND WS-SG-USER-ID (WS-SG-SUB) = IM-USER-ID
027240         MOVE WS-SG-SUB TO WS-SG-FOUND-SUB
027250     END-IF
027260     ADD 1 TO WS-SG-SUB.
027270 2405-CHECK-ONE-SIGNATURE-EXIT.
027280     EXIT.
027290*----------------------------------------------------------------*
027300*  2410-RECORD-SIGNATURE - AFTER A RECORD PROCESSES CLEANLY,      *
027310*  TABLE ITS RAW-IMAGE SIGNATURE FOR WITHIN-RUN DETECTION AND     *
027320*  (OUTSIDE RECONCILE MODE) WRITE IT TO THE CURRENT SIGNATURE     *
027330*  FILE FOR TOMORROW NIGHT'S PRIOR-RUN CHECK. THE RAW NAME        *
027340*  COMES FROM THE AUDIT BEFORE-IMAGE, CAPTURED AHEAD OF THE       *
027350*  CLEANSING, SO A RE-FED RAW RECORD COMPARES EQUAL.              *
027360*----------------------------------------------------------------*
027370 2410-RECORD-SIGNATURE.
027380     MOVE WS-AUDIT-BEFORE-KEY-CONTROL TO WS-SG-WORK-KEY-CONTROL
027390     MOVE WS-AUDIT-BEFORE-CUSTOMER-NAME
027400         TO WS-SG-WORK-CUSTOMER-NAME
027410     MOVE IM-TRANSACTION-AMOUNT TO WS-SG-WORK-AMOUNT
027420     MOVE IM-USER-ID TO WS-SG-WORK-USER-ID
027430     PERFORM 2420-ADD-ONE-SIGNATURE THRU
027440         2420-ADD-ONE-SIGNATURE-EXIT
027450     IF RECONCILE-MODE-OFF
027460         MOVE SPACES TO CURRENT-SIGNATURE-RECORD
027470         MOVE WS-SG-WORK-KEY-CONTROL TO CS-KEY-CONTROL
027480         MOVE WS-SG-WORK-CUSTOMER-NAME TO CS-CUSTOMER-NAME
027490         MOVE WS-SG-WORK-AMOUNT TO CS-TRANSACTION-AMOUNT
027500         MOVE WS-SG-WORK-USER-ID TO CS-USER-ID
027510         WRITE CURRENT-SIGNATURE-RECORD
027520         ADD 1 TO WS-SIGNATURES-WRITTEN
027530     END-IF.
027540 2410-RECORD-SIGNATURE-EXIT.
027550     EXIT.
027560*----------------------------------------------------------------*
027570*  2420-ADD-ONE-SIGNATURE - APPEND THE WORK SIGNATURE TO THE      *
027580*  TABLE. ON OVERFLOW, LOG ONCE AND KEEP RUNNING - DETECTION      *
027590*  CONTINUES AGAINST THE SIGNATURES ALREADY TABLED.               *
027600*----------------------------------------------------------------*
027610 2420-ADD-ONE-SIGNATURE.
027620     IF WS-SG-ENTRY-COUNT >= 5000
027630         IF NOT WS-SG-OVERFLOW
027640             SET WS-SG-OVERFLOW TO TRUE
027650             MOVE "SIGNATURE TABLE FULL - DUPLICATE CHECK PARTIAL"
027660                 TO WS-ERROR-MESSAGE-LINE
027670             DISPLAY WS-ERROR-MESSAGE-LINE
027680         END-IF
027690         GO TO 2420-ADD-ONE-SIGNATURE-EXIT
027700     END-IF
027710     ADD 1 TO WS-SG-ENTRY-COUNT
027720     MOVE WS-SG-WORK-KEY-CONTROL
027730         TO WS-SG-KEY-CONTROL (WS-SG-ENTRY-COUNT)
027740     MOVE WS-SG-WORK-CUSTOMER-NAME
027750         TO WS-SG-CUSTOMER-NAME (WS-SG-ENTRY-COUNT)
027760     MOVE WS-SG-WORK-AMOUNT TO WS-SG-AMOUNT (WS-SG-ENTRY-COUNT)
027770     MOVE WS-SG-WORK-USER-ID
027780         TO WS-SG-USER-ID (WS-SG-ENTRY-COUNT).
027790 2420-ADD-ONE-SIGNATURE-EXIT.
027800     EXIT.
027810*----------------------------------------------------------------*
027820*  2440-WRITE-DUPLICATE-LINE - EXCEPTION LINE FOR A SUSPECTED     *
027830*  DOUBLE-FED RECORD DIVERTED FROM THE TOTALS.                    *
027840*----------------------------------------------------------------*
027850 2440-WRITE-DUPLICATE-LINE.
027860     MOVE SPACES TO EXCEPTION-REPORT-RECORD
027870     STRING "KEY " IM-KEY-CONTROL-FIELD
027880         "  SUSPECTED DUPLICATE - DIVERTED FROM TOTALS"
027890         DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
027900     WRITE EXCEPTION-REPORT-RECORD
027910     ADD 1 TO WS-ST-EXCEPTION-WRITES.
027920 2440-WRITE-DUPLICATE-LINE-EXIT.
027930     EXIT.
027940*----------------------------------------------------------------*
027950*  2500-CHECK-HIGH-VALUE - WHEN A REVIEW THRESHOLD WAS SUPPLIED, *
027960*  WRITE ANY TRANSACTION WHOSE ABSOLUTE AMOUNT MEETS OR EXCEEDS  *
027970*  IT TO THE HIGH-VALUE REVIEW REPORT AND COUNT IT FOR THE       *
027980*  DAILY SUMMARY. REVERSALS (NEGATIVE AMOUNTS) QUALIFY THE SAME  *
027990*  AS POSTINGS.                                                  *
028000*----------------------------------------------------------------*
028010 2500-CHECK-HIGH-VALUE.
028020     IF WS-HIGH-VALUE-THRESHOLD = ZERO
028030         GO TO 2500-CHECK-HIGH-VALUE-EXIT
028040     END-IF
028050     IF IM-TRANSACTION-AMOUNT < ZERO
028060         COMPUTE WS-HV-ABS-AMOUNT =
028070             ZERO - IM-TRANSACTION-AMOUNT
028080     ELSE
028090         MOVE IM-TRANSACTION-AMOUNT TO WS-HV-ABS-AMOUNT
028100     END-IF
028110     IF WS-HV-ABS-AMOUNT >= WS-HIGH-VALUE-THRESHOLD
028120         ADD 1 TO WS-DT-HIGH-VALUE
028130         MOVE IM-TRANSACTION-AMOUNT TO WS-HV-AMOUNT-DISPLAY
028140         MOVE SPACES TO HIGH-VALUE-REPORT-RECORD
028150         STRING "KEY " IM-KEY-CONTROL-FIELD
028160             "  NAME " IM-CUSTOMER-NAME
028170             "  AMOUNT " WS-HV-AMOUNT-DISPLAY
028180             "  USER " IM-USER-ID
028190             DELIMITED BY SIZE INTO HIGH-VALUE-REPORT-RECORD
028200         WRITE HIGH-VALUE-REPORT-RECORD
028210     END-IF.
028220 2500-CHECK-HIGH-VALUE-EXIT.
028230     EXIT.
028240*----------------------------------------------------------------*
028250*  2300-PROCESS-HEADER-RECORD - CAPTURE THE BATCH HEADER'S CYCLE  *
028260*  DATE AND SOURCE SYSTEM. WITH SEVERAL SETS ON THE FILE THE      *
028270*  HEADERS ALL SORT TO THE FRONT, SO THE PER-SET CYCLE DATE      *
028280*  CHECK LIVES IN CTLSRT01 NOW, WHERE THE SETS ARE STILL IN      *
028290*  ARRIVAL ORDER - A WRONG-CYCLE SOURCE FAILS ALONE THERE.       *
028300*----------------------------------------------------------------*
028310 2300-PROCESS-HEADER-RECORD.
028320     SET WS-BC-HEADER-SEEN TO TRUE
028330     MOVE IM-HDR-CYCLE-DATE TO WS-BC-CYCLE-DATE
028340     MOVE IM-HDR-SOURCE-SYSTEM TO WS-BC-SOURCE-SYSTEM.
028350 2300-PROCESS-HEADER-RECORD-EXIT.
028360     EXIT.
028370*----------------------------------------------------------------*
028380*  2310-PROCESS-TRAILER-RECORD - CAPTURE THE BATCH TRAILER'S      *
028390*  RECORD COUNT AND AMOUNT HASH TOTAL. THE PER-SET BALANCING      *
028400*  ITSELF NOW HAPPENS IN CTLSRT01 - SEE 8000 FOR THE VERDICTS.    *
028410*----------------------------------------------------------------*
028420 2310-PROCESS-TRAILER-RECORD.
028430     SET WS-BC-TRAILER-SEEN TO TRUE
028440     MOVE IM-TRL-RECORD-COUNT TO WS-BC-TRL-RECORD-COUNT
028450     MOVE IM-TRL-HASH-TOTAL TO WS-BC-TRL-HASH-TOTAL.
028460 2310-PROCESS-TRAILER-RECORD-EXIT.
028470     EXIT.
028480*----------------------------------------------------------------*
028490*  8000-BALANCE-INPUT-BATCH - AT GENUINE END OF FILE, REPORT THE  *
028500*  PER-SOURCE BALANCE RESULTS CTLSRT01 BUILT WHILE THE RAW FEED   *
028510*  WAS STILL IN ARRIVAL ORDER: ONE DAILY-SUMMARY BLOCK PER        *
028520*  HEADER/TRAILER SET WITH ITS COUNT, DOLLAR TOTAL, AND IN/OUT-   *
028530*  OF-BALANCE VERDICT. AN OUT-OF-BALANCE SET RAISES RETURN CODE   *
028540*  08 SO THAT SOURCE FAILS ON ITS OWN; ONLY A FILE WITH NO        *
028550*  HEADER/TRAILER STRUCTURE AT ALL IS STILL FATAL - AN EMPTY      *
028560*  RESULTS AREA, OR A LONE *NOHDR* PLACEHOLDER SET, IS A          *
028570*  TRUNCATED OR HEADERLESS TRANSMISSION AND MUST NOT PASS AT A    *
028580*  BRANCHABLE 08. SLICE RUNS SKIP THIS - THE MONTH-END DRIVER     *
028590*  RAN THE SORT ONCE AND REPORTS THE SET RESULTS ITSELF.          *
028600*----------------------------------------------------------------*
028610 8000-BALANCE-INPUT-BATCH.
028620     IF WS-BR-SET-COUNT = ZERO
028630         MOVE "INPUT MASTER OUT OF BALANCE - NO BATCH SETS"
028640             TO WS-ERROR-MESSAGE-LINE
028650         DISPLAY WS-ERROR-MESSAGE-LINE
028660         IF OutParam1 < 12
028670             SET OUT1-FATAL TO TRUE
028680         END-IF
028690         GO TO 8000-BALANCE-INPUT-BATCH-EXIT
028700     END-IF
028710     MOVE 1 TO WS-BR-SUB
028720     PERFORM 8010-REPORT-ONE-SOURCE THRU
028730         8010-REPORT-ONE-SOURCE-EXIT
028740         UNTIL WS-BR-SUB > WS-BR-SET-COUNT
028750     IF WS-BR-SET-COUNT = 1
028760         AND WS-BR-SOURCE-SYSTEM (1) = "*NOHDR*"
028770         MOVE "INPUT MASTER OUT OF BALANCE - NO BATCH STRUCTURE"
028780             TO WS-ERROR-MESSAGE-LINE
028790         DISPLAY WS-ERROR-MESSAGE-LINE
028800         IF OutParam1 < 12
028810             SET OUT1-FATAL TO TRUE
028820         END-IF
028830     END-IF.
028840 8000-BALANCE-INPUT-BATCH-EXIT.
028850     EXIT.
028860*----------------------------------------------------------------*
028870*  8010-REPORT-ONE-SOURCE - TWO DAILY-SUMMARY LINES FOR ONE       *
028880*  SOURCE SYSTEM'S BATCH SET: SOURCE, CYCLE DATE, AND COUNT,      *
028890*  THEN DOLLAR TOTAL AND THE BALANCE VERDICT. AN OUT-OF-BALANCE   *
028900*  SET ESCALATES THE RETURN CODE TO 08, NEVER 12 - THE OTHER      *
028910*  SOURCES' WORK STANDS.                                          *
028920*----------------------------------------------------------------*
028930 8010-REPORT-ONE-SOURCE.
028940     MOVE WS-BR-RECORD-COUNT (WS-BR-SUB) TO WS-BR-COUNT-DISPLAY
028950     MOVE WS-BR-AMOUNT-TOTAL (WS-BR-SUB) TO WS-BR-AMOUNT-DISPLAY
028960     MOVE SPACES TO DAILY-SUMMARY-RECORD
028970     STRING "SOURCE " WS-BR-SOURCE-SYSTEM (WS-BR-SUB)
028980         "  CYCLE " WS-BR-CYCLE-DATE (WS-BR-SUB)
028990         "  COUNT " WS-BR-COUNT-DISPLAY
029000         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
029010     DISPLAY DAILY-SUMMARY-RECORD
029020     IF RECONCILE-MODE-OFF
029030         WRITE DAILY-SUMMARY-RECORD
029040     END-IF
029050     MOVE "OUT OF BALANCE" TO WS-BR-VERDICT-TEXT
029060     IF WS-BR-STATUS-FLAG (WS-BR-SUB) = "B"
029070         MOVE "IN BALANCE" TO WS-BR-VERDICT-TEXT
029080     END-IF
029090     IF WS-BR-STATUS-FLAG (WS-BR-SUB) = "C"
029100         MOVE "OUT OF BALANCE - CYCLE DATE"
029110             TO WS-BR-VERDICT-TEXT
029120     END-IF
029130     IF WS-BR-STATUS-FLAG (WS-BR-SUB) = "R"
029140         MOVE "OUT OF BALANCE - RECORD COUNT"
029150             TO WS-BR-VERDICT-TEXT
029160     END-IF
029170     IF WS-BR-STATUS-FLAG (WS-BR-SUB) = "H"
029180         MOVE "OUT OF BALANCE - HASH TOTAL"
029190             TO WS-BR-VERDICT-TEXT
029200     END-IF
029210     IF WS-BR-STATUS-FLAG (WS-BR-SUB) = "T"
029220         MOVE "OUT OF BALANCE - NO TRAILER"
029230             TO WS-BR-VERDICT-TEXT
029240     END-IF
029250     IF WS-BR-STATUS-FLAG (WS-BR-SUB) = "N"
029260         MOVE "OUT OF BALANCE - NO HEADER"
029270             TO WS-BR-VERDICT-TEXT
029280     END-IF
029290     MOVE SPACES TO DAILY-SUMMARY-RECORD
029300     STRING "  AMOUNT " WS-BR-AMOUNT-DISPLAY
029310         "  " WS-BR-VERDICT-TEXT
029320         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
029330     DISPLAY DAILY-SUMMARY-RECORD
029340     IF RECONCILE-MODE-OFF
029350         WRITE DAILY-SUMMARY-RECORD
029360     END-IF
029370     IF NOT WS-BR-SET-BALANCED (WS-BR-SUB)
029380         IF OutParam1 < 08
029390             SET OUT1-REJECT TO TRUE
029400         END-IF
029410     END-IF
029420     ADD 1 TO WS-BR-SUB.
029430 8010-REPORT-ONE-SOURCE-EXIT.
029440     EXIT.
029450*----------------------------------------------------------------*
029460*  2200-CHECKPOINT-IF-NEEDED - EVERY WS-CHECKPOINT-INTERVAL       *
029470*  RECORDS, WRITE THE CURRENT PHYSICAL READ COUNT, LAST PROCESSED *
029480*  KEY, AND EVERY RUNNING ACCUMULATOR TO CHECKPOINT-FILE SO A     *
029490*  JCL RESTART CAN REPOSITION HERE AND PICK THE TOTALS BACK UP    *
029500*  INSTEAD OF REPROCESSING THE WHOLE FILE AND UNDER-REPORTING.    *
029510*  CKPT-RECORDS-PROCESSED IS SET FROM WS-PHYSICAL-READS, NOT      *
029520*  WS-DT-RECORDS-READ OR WS-GRAND-RECORD-COUNT, SINCE             *
029530*  1210-SKIP-ONE-RECORD COUNTS EVERY PHYSICAL READ (HEADER,       *
029540*  TRAILER, DATA, REJECTS) WHEN IT SKIPS BACK TO THIS POINT, AND  *
029550*  THE OTHER TWO COUNTS EXCLUDE SOME OF THOSE RECORDS.            *
029560*----------------------------------------------------------------*
029570 2200-CHECKPOINT-IF-NEEDED.
029580     MOVE IM-KEY-CONTROL-FIELD TO WS-LAST-PROCESSED-KEY
029590     ADD 1 TO WS-RECORDS-SINCE-CHECKPOINT
029600     IF WS-RECORDS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
029610         PERFORM 2250-DISPLAY-HEARTBEAT THRU
029620             2250-DISPLAY-HEARTBEAT-EXIT
029630         MOVE WS-PHYSICAL-READS TO CKPT-RECORDS-PROCESSED
029640         MOVE WS-LAST-PROCESSED-KEY TO CKPT-LAST-PROCESSED-KEY
029650         MOVE WS-GRAND-RECORD-COUNT TO CKPT-GRAND-RECORD-COUNT
029660         MOVE WS-GRAND-AMOUNT-TOTAL TO CKPT-GRAND-AMOUNT-TOTAL
029670         MOVE WS-BRANCH-RECORD-COUNT TO CKPT-BRANCH-RECORD-COUNT
029680         MOVE WS-BRANCH-AMOUNT-TOTAL TO CKPT-BRANCH-AMOUNT-TOTAL
029690         MOVE WS-PRIOR-KEY-CONTROL TO CKPT-PRIOR-KEY-CONTROL
029700         MOVE WS-FIRST-RECORD-SWITCH TO CKPT-FIRST-RECORD-SWITCH
029710         MOVE WS-DT-RECORDS-READ TO CKPT-DT-RECORDS-READ
029720         MOVE WS-DT-RECORDS-UPDATED TO CKPT-DT-RECORDS-UPDATED
029730         MOVE WS-DT-RECORDS-REJECTED TO CKPT-DT-RECORDS-REJECTED
029740         MOVE WS-DT-DOLLAR-TOTAL TO CKPT-DT-DOLLAR-TOTAL
029750         MOVE WS-BC-HEADER-SEEN-SWITCH
029760             TO CKPT-BC-HEADER-SEEN-SWITCH
029770         MOVE WS-BC-CYCLE-DATE TO CKPT-BC-CYCLE-DATE
029780         MOVE WS-BC-DATA-RECORD-COUNT
029790             TO CKPT-BC-DATA-RECORD-COUNT
029800         MOVE WS-BC-HASH-TOTAL TO CKPT-BC-HASH-TOTAL
029810         MOVE WS-DT-RECORDS-DUPLICATE
029820             TO CKPT-DT-RECORDS-DUPLICATE
029830         MOVE WS-DT-HIGH-VALUE TO CKPT-DT-HIGH-VALUE
029840         MOVE WS-SIGNATURES-WRITTEN TO CKPT-SIGNATURES-WRITTEN
029850         MOVE WS-DAILY-TYPE-TOTALS TO CKPT-TT-DAY-TOTALS
029860         MOVE WS-BRANCH-TYPE-TOTALS TO CKPT-TT-BR-TOTALS
029870         MOVE WS-DT-RECORDS-ADDED TO CKPT-DT-RECORDS-ADDED
029880         MOVE WS-DT-RECORDS-CHANGED TO CKPT-DT-RECORDS-CHANGED
029890         WRITE CHECKPOINT-RECORD
029900         ADD 1 TO WS-ST-CHECKPOINTS-TAKEN
029910         MOVE ZERO TO WS-RECORDS-SINCE-CHECKPOINT
029920     END-IF.
029930 2200-CHECKPOINT-IF-NEEDED-EXIT.
029940     EXIT.
029950*----------------------------------------------------------------*
029960*  2250-DISPLAY-HEARTBEAT - PROGRESS LINE ON THE JOB LOG EVERY   *
029970*  CHECKPOINT INTERVAL: RECORDS READ, REJECTS, ELAPSED SECONDS,  *
029980*  AND THROUGHPUT, SO OPERATIONS CAN TELL HOW FAR THROUGH THE    *
029990*  FILE AN OVERRUNNING NIGHTLY RUN ACTUALLY IS.                  *
030000*----------------------------------------------------------------*
030010 2250-DISPLAY-HEARTBEAT.
030020     ACCEPT WS-ST-TIME-WORK FROM TIME
030030     PERFORM 8100-COMPUTE-TIME-SECONDS THRU
030040         8100-COMPUTE-TIME-SECONDS-EXIT
030050     IF WS-ST-SECONDS-RESULT >= WS-ST-START-SECONDS
030060         COMPUTE WS-ST-ELAPSED-SECONDS =
030070             WS-ST-SECONDS-RESULT - WS-ST-START-SECONDS
030080     ELSE
030090         COMPUTE WS-ST-ELAPSED-SECONDS =
030100             WS-ST-SECONDS-RESULT - WS-ST-START-SECONDS + 86400
030110     END-IF
030120     IF WS-ST-ELAPSED-SECONDS > ZERO
030130         COMPUTE WS-ST-RECORDS-PER-SECOND =
030140             WS-DT-RECORDS-READ / WS-ST-ELAPSED-SECONDS
030150     ELSE
030160         MOVE WS-DT-RECORDS-READ TO WS-ST-RECORDS-PER-SECOND
030170     END-IF
030180     MOVE WS-DT-RECORDS-READ TO WS-ST-READ-DISPLAY
030190     MOVE WS-DT-RECORDS-REJECTED TO WS-ST-REJECT-DISPLAY
030200     MOVE WS-ST-ELAPSED-SECONDS TO WS-ST-ELAPSED-DISPLAY
030210     MOVE WS-ST-RECORDS-PER-SECOND TO WS-ST-RATE-DISPLAY
030220     MOVE SPACES TO WS-ERROR-MESSAGE-LINE
030230     STRING "PROGRESS READ " WS-ST-READ-DISPLAY
030240         " REJ " WS-ST-REJECT-DISPLAY
030250         " ELAPSED " WS-ST-ELAPSED-DISPLAY
030260         "S RATE " WS-ST-RATE-DISPLAY
030270         DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
030280     DISPLAY WS-ERROR-MESSAGE-LINE.
030290 2250-DISPLAY-HEARTBEAT-EXIT.
030300     EXIT.
030310*----------------------------------------------------------------*
030320*  8100-COMPUTE-TIME-SECONDS - CONVERT WS-ST-TIME-WORK           *
030330*  (HHMMSSHH FROM ACCEPT TIME) TO SECONDS SINCE MIDNIGHT IN      *
030340*  WS-ST-SECONDS-RESULT.                                         *
030350*----------------------------------------------------------------*
030360 8100-COMPUTE-TIME-SECONDS.
030370     COMPUTE WS-ST-SECONDS-RESULT =
030380         (WS-ST-TW-HOURS * 3600)
030390         + (WS-ST-TW-MINUTES * 60)
030400         + WS-ST-TW-SECONDS.
030410 8100-COMPUTE-TIME-SECONDS-EXIT.
030420     EXIT.
030430*----------------------------------------------------------------*
030440*  2100-WRITE-AUDIT-TRAIL - LOG THE BEFORE/AFTER IMAGE OF THE    *
030450*  RECORD JUST PROCESSED, WITH TIMESTAMP AND USER-ID, TO THE     *
030460*  AUDIT TRAIL FILE FOR COMPLIANCE TRACEABILITY. THE DISPOSITION *
030470*  CODE SAYS WHETHER THE IMAGE WAS POSTED TO THE CLEANSED MASTER *
030480*  OR ONLY LOGGED AS A DUPLICATE, SO THE MASTER CAN BE REBUILT   *
030490*  FROM THE ARCHIVE BY REPLAYING THE POSTED IMAGES (CTLCRB01).   *
030500*----------------------------------------------------------------*
030510 2100-WRITE-AUDIT-TRAIL.
030520     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
030530     ACCEPT WS-AUDIT-TIME FROM TIME
030540     MOVE SPACES TO AUDIT-TRAIL-RECORD
030550     STRING WS-AUDIT-DATE "-" WS-AUDIT-TIME
030560         DELIMITED BY SIZE INTO AT-TIMESTAMP
030570     MOVE IM-USER-ID TO AT-USER-ID
030580     MOVE WS-AUDIT-BEFORE-KEY-CONTROL TO AT-BEFORE-KEY-CONTROL
030590     MOVE WS-AUDIT-BEFORE-CUSTOMER-NAME TO AT-BEFORE-CUSTOMER-NAME
030600     MOVE WS-AUDIT-BEFORE-ADDRESS TO AT-BEFORE-ADDRESS
030610     MOVE IM-KEY-CONTROL-FIELD TO AT-AFTER-KEY-CONTROL
030620     MOVE IM-CUSTOMER-NAME TO AT-AFTER-CUSTOMER-NAME
030630     MOVE IM-CUSTOMER-ADDRESS TO AT-AFTER-ADDRESS
030640     MOVE IM-TRANSACTION-AMOUNT TO AT-TRANSACTION-AMOUNT
030650     MOVE IM-TRANSACTION-TYPE TO AT-TRANSACTION-TYPE
030660     MOVE WS-RUN-DATE TO AT-RUN-DATE
030670     IF WS-DUPLICATE-FOUND
030680         SET AT-DISPOSITION-DUPLICATE TO TRUE
030690     ELSE
030700         SET AT-DISPOSITION-POSTED TO TRUE
030710     END-IF
030720     WRITE AUDIT-TRAIL-RECORD
030730     ADD 1 TO WS-ST-AUDIT-WRITES.
030740 2100-WRITE-AUDIT-TRAIL-EXIT.
030750     EXIT.
030760*----------------------------------------------------------------*
030770*  MYSECTION1 - PER-RECORD EDIT / VALIDATION.                    *
030780*----------------------------------------------------------------*
030790 MySection1 SECTION.
030800 MySection1-START.
030810     PERFORM 3000-CLEANSE-CUSTOMER-DATA THRU
030820         3000-CLEANSE-CUSTOMER-DATA-EXIT.
030830 MySection1-EXIT.
030840     EXIT.
030850*----------------------------------------------------------------*
030860*  3000-CLEANSE-CUSTOMER-DATA - SCAN THE CUSTOMER NAME AND        *
030870*  ADDRESS FOR EMBEDDED LOW-VALUES, STRAY COMMAS, AND OTHER       *
030880*  NON-PRINTABLE CHARACTERS, REPLACE THEM WITH SPACES, AND LOG    *
030890*  A ONE-LINE EXCEPTION WHEN ANYTHING WAS FOUND.                  *
030900*----------------------------------------------------------------*
030910 3000-CLEANSE-CUSTOMER-DATA.
030920     MOVE ZERO TO WS-CLEANSE-LOW-VALUES
030930     MOVE ZERO TO WS-CLEANSE-COMMAS
030940     MOVE ZERO TO WS-CLEANSE-NONPRINT
030950     MOVE SPACES TO WS-CLEANSE-SCRATCH
030960     MOVE IM-CUSTOMER-NAME TO WS-CLEANSE-SCRATCH
030970     MOVE 30 TO WS-CLEANSE-SCRATCH-LEN
030980     PERFORM 3020-SCAN-SCRATCH-FOR-BAD-CHARS THRU
030990         3020-SCAN-SCRATCH-FOR-BAD-CHARS-EXIT
031000     MOVE WS-CLEANSE-SCRATCH(1:30) TO IM-CUSTOMER-NAME
031010     MOVE SPACES TO WS-CLEANSE-SCRATCH
031020     MOVE IM-CUSTOMER-ADDRESS TO WS-CLEANSE-SCRATCH
031030     MOVE 40 TO WS-CLEANSE-SCRATCH-LEN
031040     PERFORM 3020-SCAN-SCRATCH-FOR-BAD-CHARS THRU
031050         3020-SCAN-SCRATCH-FOR-BAD-CHARS-EXIT
031060     MOVE WS-CLEANSE-SCRATCH(1:40) TO IM-CUSTOMER-ADDRESS
031070     ADD WS-CLEANSE-LOW-VALUES WS-CLEANSE-COMMAS
031080         WS-CLEANSE-NONPRINT GIVING WS-CLEANSE-TALLY-TOTAL
031090     IF WS-CLEANSE-TALLY-TOTAL > ZERO
031100         IF OutParam1 < 04
031110             SET OUT1-WARNING-DEFAULTS-APPLIED TO TRUE
031120         END-IF
031130         PERFORM 3010-WRITE-EXCEPTION-LINE THRU
031140             3010-WRITE-EXCEPTION-LINE-EXIT
031150     END-IF.
031160 3000-CLEANSE-CUSTOMER-DATA-EXIT.
031170     EXIT.
031180*----------------------------------------------------------------*
031190*  3010-WRITE-EXCEPTION-LINE - LOG THE KEY AND BAD-CHARACTER      *
031200*  COUNTS FOR A RECORD THE CLEANSING ABOVE HAD TO FIX.            *
031210*----------------------------------------------------------------*
031220 3010-WRITE-EXCEPTION-LINE.
031230     MOVE WS-CLEANSE-TALLY-TOTAL TO WS-CLEANSE-TALLY-DISPLAY
031240     MOVE SPACES TO EXCEPTION-REPORT-RECORD
031250     STRING "KEY " IM-KEY-CONTROL-FIELD
031260         "  BAD CHARACTERS CLEANSED " WS-CLEANSE-TALLY-DISPLAY
031270         DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
031280     WRITE EXCEPTION-REPORT-RECORD
031290     ADD 1 TO WS-ST-EXCEPTION-WRITES.
031300 3010-WRITE-EXCEPTION-LINE-EXIT.
031310     EXIT.
031320*----------------------------------------------------------------*
031330*  3020-SCAN-SCRATCH-FOR-BAD-CHARS - WALK WS-CLEANSE-SCRATCH ONE  *
031340*  CHARACTER AT A TIME FOR WS-CLEANSE-SCRATCH-LEN CHARACTERS,     *
031350*  TALLYING AND BLANKING OUT EMBEDDED LOW-VALUES, COMMAS, AND     *
031360*  OTHER NON-PRINTABLE CHARACTERS AS THEY ARE FOUND.              *
031370*----------------------------------------------------------------*
031380 3020-SCAN-SCRATCH-FOR-BAD-CHARS.
031390     MOVE 1 TO WS-CLEANSE-SUBSCRIPT
031400     PERFORM 3030-CHECK-ONE-SCRATCH-CHAR THRU
031410         3030-CHECK-ONE-SCRATCH-CHAR-EXIT
031420         UNTIL WS-CLEANSE-SUBSCRIPT > WS-CLEANSE-SCRATCH-LEN.
031430 3020-SCAN-SCRATCH-FOR-BAD-CHARS-EXIT.
031440     EXIT.
031450*----------------------------------------------------------------*
031460*  3030-CHECK-ONE-SCRATCH-CHAR - CLASSIFY AND, IF NECESSARY,      *
031470*  BLANK OUT THE CHARACTER AT WS-CLEANSE-SUBSCRIPT.               *
031480*----------------------------------------------------------------*
031490 3030-CHECK-ONE-SCRATCH-CHAR.
031500     MOVE WS-CLEANSE-SCRATCH(WS-CLEANSE-SUBSCRIPT:1)
031510         TO WS-CLEANSE-ONE-CHAR
031520     IF WS-CLEANSE-ONE-CHAR = LOW-VALUE
031530         ADD 1 TO WS-CLEANSE-LOW-VALUES
031540         MOVE SPACE TO WS-CLEANSE-SCRATCH(WS-CLEANSE-SUBSCRIPT:1)
031550     ELSE
031560         IF WS-CLEANSE-ONE-CHAR = ","
031570             ADD 1 TO WS-CLEANSE-COMMAS
031580             MOVE SPACE TO
031590                 WS-CLEANSE-SCRATCH(WS-CLEANSE-SUBSCRIPT:1)
031600         ELSE
031610             IF WS-CLEANSE-ONE-CHAR IS WS-NONPRINT-CLASS
031620                 ADD 1 TO WS-CLEANSE-NONPRINT
031630                 MOVE SPACE TO
031640                     WS-CLEANSE-SCRATCH(WS-CLEANSE-SUBSCRIPT:1)
031650             END-IF
031660         END-IF
031670     END-IF
031680     ADD 1 TO WS-CLEANSE-SUBSCRIPT.
031690 3030-CHECK-ONE-SCRATCH-CHAR-EXIT.
031700     EXIT.
031710*----------------------------------------------------------------*
031720*  MYSECTION2 - PER-RECORD ACCUMULATION, WITH A CONTROL BREAK ON *
031730*  THE KEY CONTROL FIELD. A SUBTOTAL LINE IS WRITTEN EACH TIME   *
031740*  THE KEY CHANGES, AND THE BRANCH ACCUMULATORS RESET.           *
031750*----------------------------------------------------------------*
031760 MySection2 SECTION 10.
031770 MySection2-START.
031780     IF WS-FIRST-RECORD-YES
031790         SET WS-FIRST-RECORD-NO TO TRUE
031800         MOVE IM-KEY-CONTROL-FIELD TO WS-PRIOR-KEY-CONTROL
031810     END-IF
031820     IF IM-KEY-CONTROL-FIELD NOT = WS-PRIOR-KEY-CONTROL
031830         PERFORM 4000-WRITE-SUBTOTAL-LINE THRU
031840             4000-WRITE-SUBTOTAL-LINE-EXIT
031850         MOVE IM-KEY-CONTROL-FIELD TO WS-PRIOR-KEY-CONTROL
031860     END-IF
031870     ADD 1 TO WS-BRANCH-RECORD-COUNT
031880     ADD 1 TO WS-GRAND-RECORD-COUNT
031890     ADD IM-TRANSACTION-AMOUNT TO WS-BRANCH-AMOUNT-TOTAL
031900     ADD IM-TRANSACTION-AMOUNT TO WS-GRAND-AMOUNT-TOTAL
031910     ADD 1 TO WS-TT-BR-COUNT (WS-TXN-TYPE-SUB)
031920     ADD IM-TRANSACTION-AMOUNT
031930         TO WS-TT-BR-AMOUNT (WS-TXN-TYPE-SUB).
031940 MySection2-EXIT.
031950     EXIT.
031960*----------------------------------------------------------------*
031970*  4000-WRITE-SUBTOTAL-LINE - EMIT ONE BRANCH SUBTOTAL AND RESET *
031980*  THE BRANCH ACCUMULATORS FOR THE NEXT KEY CONTROL VALUE.       *
031990*----------------------------------------------------------------*
032000 4000-WRITE-SUBTOTAL-LINE.
032010     MOVE WS-PRIOR-KEY-CONTROL TO WS-CONTROL-RPT-KEY-DISPLAY
032020     MOVE WS-BRANCH-RECORD-COUNT TO WS-CONTROL-RPT-COUNT-DISPLAY
032030     MOVE WS-BRANCH-AMOUNT-TOTAL TO WS-CONTROL-RPT-AMOUNT-DISPLAY
032040     IF RECONCILE-MODE-OFF
032050         MOVE SPACES TO CONTROL-REPORT-RECORD
032060         STRING "SUBTOTAL  KEY " WS-CONTROL-RPT-KEY-DISPLAY
032070             "  COUNT " WS-CONTROL-RPT-COUNT-DISPLAY
032080             "  AMOUNT " WS-CONTROL-RPT-AMOUNT-DISPLAY
032090             DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
032100         WRITE CONTROL-REPORT-RECORD
032110         ADD 1 TO WS-ST-CONTROL-RPT-WRITES
032120         MOVE SPACES TO CONTROL-TOTALS-RECORD
032130         MOVE WS-PRIOR-KEY-CONTROL TO CT-KEY-CONTROL
032140         MOVE WS-BRANCH-RECORD-COUNT TO CT-RECORD-COUNT
032150         MOVE WS-BRANCH-AMOUNT-TOTAL TO CT-AMOUNT-TOTAL
032160         MOVE WS-RUN-DATE TO CT-RUN-DATE
032170         IF CORRECTION-MODE-ON
032180             SET CT-RUN-CORRECTION TO TRUE
032190         ELSE
032200             SET CT-RUN-NIGHTLY TO TRUE
032210         END-IF
032220         PERFORM 4040-MOVE-ONE-TYPE-SPLIT THRU
032230             4040-MOVE-ONE-TYPE-SPLIT-EXIT
032240             VARYING WS-TT-SUB FROM 1 BY 1
032250             UNTIL WS-TT-SUB > 4
032260         WRITE CONTROL-TOTALS-RECORD
032270         IF CORRECTION-MODE-OFF
032280             PERFORM 4070-UPDATE-BRANCH-ACTIVITY THRU
032290                 4070-UPDATE-BRANCH-ACTIVITY-EXIT
032300         END-IF
032310         PERFORM 4050-WRITE-TYPE-BREAK-LINE THRU
032320             4050-WRITE-TYPE-BREAK-LINE-EXIT
032330             VARYING WS-TT-SUB FROM 1 BY 1
032340             UNTIL WS-TT-SUB > 4
032350     ELSE
032360         PERFORM 4200-COMPARE-BRANCH-TOTALS THRU
032370             4200-COMPARE-BRANCH-TOTALS-EXIT
032380     END-IF
032390     PERFORM 4060-RESET-ONE-BRANCH-TYPE THRU
032400         4060-RESET-ONE-BRANCH-TYPE-EXIT
032410         VARYING WS-TT-SUB FROM 1 BY 1
032420         UNTIL WS-TT-SUB > 4
032430     MOVE ZERO TO WS-BRANCH-RECORD-COUNT
032440     MOVE ZERO TO WS-BRANCH-AMOUNT-TOTAL.
032450 4000-WRITE-SUBTOTAL-LINE-EXIT.
032460     EXIT.
032470*----------------------------------------------------------------*
032480*  4040-MOVE-ONE-TYPE-SPLIT - CARRY ONE TRANSACTION TYPE'S SHARE *
032490*  OF THE KEY SUBTOTAL ONTO THE CONTROL TOTALS RECORD FOR THE GL *
032500*  INTERFACE. A TYPE THE KEY NEVER SAW GOES OUT AS ZERO.         *
032510*----------------------------------------------------------------*
032520 4040-MOVE-ONE-TYPE-SPLIT.
032530     MOVE WS-TT-BR-COUNT (WS-TT-SUB)
032540         TO CT-TYPE-COUNT (WS-TT-SUB)
032550     MOVE WS-TT-BR-AMOUNT (WS-TT-SUB)
032560         TO CT-TYPE-AMOUNT (WS-TT-SUB).
032570 4040-MOVE-ONE-TYPE-SPLIT-EXIT.
032580     EXIT.
032590*----------------------------------------------------------------*
032600*  4050-WRITE-TYPE-BREAK-LINE - ONE CONTROL-REPORT LINE FOR ONE  *
032610*  TRANSACTION TYPE'S SHARE OF THE KEY SUBTOTAL JUST WRITTEN.    *
032620*  TYPES THE KEY NEVER SAW ARE SKIPPED.                          *
032630*----------------------------------------------------------------*
032640 4050-WRITE-TYPE-BREAK-LINE.
032650     IF WS-TT-BR-COUNT (WS-TT-SUB) = ZERO
032660         GO TO 4050-WRITE-TYPE-BREAK-LINE-EXIT
032670     END-IF
032680     MOVE WS-TT-BR-COUNT (WS-TT-SUB)
032690         TO WS-CONTROL-RPT-COUNT-DISPLAY
032700     MOVE WS-TT-BR-AMOUNT (WS-TT-SUB)
032710         TO WS-CONTROL-RPT-AMOUNT-DISPLAY
032720     MOVE SPACES TO CONTROL-REPORT-RECORD
032730     STRING "  TYPE " WS-TT-LABEL (WS-TT-SUB)
032740         " COUNT " WS-CONTROL-RPT-COUNT-DISPLAY
032750         "  AMOUNT " WS-CONTROL-RPT-AMOUNT-DISPLAY
032760         DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
032770     WRITE CONTROL-REPORT-RECORD
032780     ADD 1 TO WS-ST-CONTROL-RPT-WRITES.
032790 4050-WRITE-TYPE-BREAK-LINE-EXIT.
032800     EXIT.
032810*----------------------------------------------------------------*
032820*  4060-RESET-ONE-BRANCH-TYPE - ZERO ONE TRANSACTION TYPE'S      *
032830*  SHARE OF THE BRANCH ACCUMULATORS FOR THE NEXT KEY.            *
032840*----------------------------------------------------------------*
032850 4060-RESET-ONE-BRANCH-TYPE.
032860     MOVE ZERO TO WS-TT-BR-COUNT (WS-TT-SUB)
032870     MOVE ZERO TO WS-TT-BR-AMOUNT (WS-TT-SUB).
032880 4060-RESET-ONE-BRANCH-TYPE-EXIT.
032890     EXIT.
032900*----------------------------------------------------------------*
032910*  4070-UPDATE-BRANCH-ACTIVITY - POST THE KEY SUBTOTAL JUST      *
032920*  WRITTEN TO THE BRANCH'S ACTIVITY HISTORY. THE BRANCH STATUS   *
032930*  IS RE-READ FOR THE KEY BEING CLOSED. A NEW RUN DATE AGES THE  *
032940*  SEVEN-NIGHT TABLE ONE SLOT; THE SAME RUN DATE AGAIN (A        *
032950*  RESTART PAST THIS KEY, OR A RERUN) FIRST BACKS THE NEWEST     *
032960*  NIGHT OUT OF THE RUNNING TOTALS, SO A NIGHT IS NEVER COUNTED  *
032970*  TWICE. ACTIVITY WHILE THE BRANCH IS INACTIVE IS ALSO TOTALLED *
032980*  ON ITS OWN - 2050-VALIDATE-KEY-CONTROL ONLY ASKS WHETHER THE  *
032990*  KEY EXISTS, SO THOSE RECORDS POST LIKE ANY OTHER.             *
033000*----------------------------------------------------------------*
033010 4070-UPDATE-BRANCH-ACTIVITY.
033020     MOVE SPACE TO WS-BA-BRANCH-STATUS
033030     MOVE WS-PRIOR-KEY-CONTROL TO BR-BRANCH-KEY
033040     READ BRANCH-REFERENCE-FILE
033050         INVALID KEY
033060             MOVE SPACE TO BR-BRANCH-STATUS
033070     END-READ
033080     MOVE BR-BRANCH-STATUS TO WS-BA-BRANCH-STATUS
033090     SET WS-BA-KEY-FOUND TO TRUE
033100     MOVE WS-PRIOR-KEY-CONTROL TO BA-BRANCH-KEY
033110     READ BRANCH-ACTIVITY-FILE
033120         INVALID KEY
033130             SET WS-BA-KEY-NOT-FOUND TO TRUE
033140     END-READ
033150     IF WS-ABEND-REQUESTED
033160         GO TO 4070-UPDATE-BRANCH-ACTIVITY-EXIT
033170     END-IF
033180     IF WS-BA-KEY-NOT-FOUND
033190         MOVE SPACES TO BRANCH-ACTIVITY-RECORD
033200         MOVE WS-PRIOR-KEY-CONTROL TO BA-BRANCH-KEY
033210         MOVE WS-RUN-DATE TO BA-FIRST-ACTIVITY-DATE
033220         MOVE ZERO TO BA-LAST-ACTIVITY-DATE BA-ACTIVE-NIGHTS
033230             BA-TOTAL-COUNT BA-TOTAL-AMOUNT
033240             BA-INACTIVE-LAST-DATE BA-INACTIVE-COUNT
033250             BA-INACTIVE-AMOUNT
033260         PERFORM 4076-CLEAR-ONE-NIGHT THRU
033270             4076-CLEAR-ONE-NIGHT-EXIT
033280             VARYING WS-BA-SUB FROM 1 BY 1
033290             UNTIL WS-BA-SUB > 7
033300     END-IF
033310     IF BA-RN-RUN-DATE (1) = WS-RUN-DATE
033320         SUBTRACT BA-RN-COUNT (1) FROM BA-TOTAL-COUNT
033330         SUBTRACT BA-RN-AMOUNT (1) FROM BA-TOTAL-AMOUNT
033340         IF BA-RN-BRANCH-STATUS (1) = "I"
033350             SUBTRACT BA-RN-COUNT (1) FROM BA-INACTIVE-COUNT
033360             SUBTRACT BA-RN-AMOUNT (1) FROM BA-INACTIVE-AMOUNT
033370         END-IF
033380     ELSE
033390         PERFORM 4075-AGE-ONE-NIGHT THRU
033400             4075-AGE-ONE-NIGHT-EXIT
033410             VARYING WS-BA-SUB FROM 7 BY -1
033420             UNTIL WS-BA-SUB < 2
033430         ADD 1 TO BA-ACTIVE-NIGHTS
033440     END-IF
033450     MOVE WS-RUN-DATE TO BA-RN-RUN-DATE (1)
033460     MOVE WS-BA-BRANCH-STATUS TO BA-RN-BRANCH-STATUS (1)
033470     MOVE WS-BRANCH-RECORD-COUNT TO BA-RN-COUNT (1)
033480     MOVE WS-BRANCH-AMOUNT-TOTAL TO BA-RN-AMOUNT (1)
033490     ADD WS-BRANCH-RECORD-COUNT TO BA-TOTAL-COUNT
033500     ADD WS-BRANCH-AMOUNT-TOTAL TO BA-TOTAL-AMOUNT
033510     IF WS-BA-BRANCH-INACTIVE
033520         ADD WS-BRANCH-RECORD-COUNT TO BA-INACTIVE-COUNT
033530         ADD WS-BRANCH-AMOUNT-TOTAL TO BA-INACTIVE-AMOUNT
033540         MOVE WS-RUN-DATE TO BA-INACTIVE-LAST-DATE
033550     END-IF
033560     IF WS-RUN-DATE > BA-LAST-ACTIVITY-DATE
033570         MOVE WS-RUN-DATE TO BA-LAST-ACTIVITY-DATE
033580     END-IF
033590     MOVE WS-BA-BRANCH-STATUS TO BA-LAST-BRANCH-STATUS
033600     IF WS-BA-KEY-FOUND
033610         REWRITE BRANCH-ACTIVITY-RECORD
033620     ELSE
033630         WRITE BRANCH-ACTIVITY-RECORD
033640     END-IF.
033650 4070-UPDATE-BRANCH-ACTIVITY-EXIT.
033660     EXIT.
033670*----------------------------------------------------------------*
033680*  4075-AGE-ONE-NIGHT - SHIFT ONE NIGHT OF THE SEVEN-NIGHT TABLE *
033690*  DOWN A SLOT; THE OLDEST NIGHT FALLS OFF THE END.              *
033700*----------------------------------------------------------------*
033710 4075-AGE-ONE-NIGHT.
033720     MOVE BA-RECENT-NIGHT (WS-BA-SUB - 1)
033730         TO BA-RECENT-NIGHT (WS-BA-SUB).
033740 4075-AGE-ONE-NIGHT-EXIT.
033750     EXIT.
033760*----------------------------------------------------------------*
033770*  4076-CLEAR-ONE-NIGHT - ZERO ONE SLOT OF A NEW BRANCH'S TABLE. *
033780*----------------------------------------------------------------*
033790 4076-CLEAR-ONE-NIGHT.
033800     MOVE ZERO TO BA-RN-RUN-DATE (WS-BA-SUB)
033810         BA-RN-COUNT (WS-BA-SUB) BA-RN-AMOUNT (WS-BA-SUB)
033820     MOVE SPACE TO BA-RN-BRANCH-STATUS (WS-BA-SUB).
033830 4076-CLEAR-ONE-NIGHT-EXIT.
033840     EXIT.
033850*----------------------------------------------------------------*
033860*  4100-WRITE-GRAND-TOTAL-LINE - EMIT THE END-OF-FILE GRAND      *
033870*  TOTAL ACROSS ALL KEY CONTROL BREAKS.                          *
033880*----------------------------------------------------------------*
033890 4100-WRITE-GRAND-TOTAL-LINE.
033900     MOVE WS-GRAND-RECORD-COUNT TO WS-CONTROL-RPT-COUNT-DISPLAY
033910     MOVE WS-GRAND-AMOUNT-TOTAL TO WS-CONTROL-RPT-AMOUNT-DISPLAY
033920     IF RECONCILE-MODE-OFF
033930         MOVE SPACES TO CONTROL-REPORT-RECORD
033940         IF SLICE-MODE-ON
033950             STRING "SLICE TOTAL   COUNT "
033960                 WS-CONTROL-RPT-COUNT-DISPLAY
033970                 "  AMOUNT " WS-CONTROL-RPT-AMOUNT-DISPLAY
033980                 DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
033990         ELSE
034000             STRING "GRAND TOTAL   COUNT "
034010                 WS-CONTROL-RPT-COUNT-DISPLAY
034020                 "  AMOUNT " WS-CONTROL-RPT-AMOUNT-DISPLAY
034030                 DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
034040         END-IF
034050         WRITE CONTROL-REPORT-RECORD
034060         ADD 1 TO WS-ST-CONTROL-RPT-WRITES
034070     END-IF.
034080 4100-WRITE-GRAND-TOTAL-LINE-EXIT.
034090     EXIT.
034100*----------------------------------------------------------------*
034110*  4200-COMPARE-BRANCH-TOTALS - RECONCILIATION RUN ONLY, CALLED   *
034120*  AT EACH CONTROL BREAK IN PLACE OF THE SUBTOTAL PRINT. BOTH     *
034130*  SIDES ARRIVE IN ASCENDING KEY ORDER - THE RUN'S BREAKS COME    *
034140*  OFF THE SORTED MASTER AND THE NIGHTLY TOTALS OFF CTLSRT02 -    *
034150*  SO THE COMPARE IS A MATCH-MERGE: NIGHTLY KEY GROUPS BELOW      *
034160*  THE BREAK KEY WERE NEVER SEEN BY THIS RUN AND REPORT AS        *
034170*  NIGHTLY-ONLY, AN EQUAL KEY COMPARES COUNT AND AMOUNT, AND A    *
034180*  MISSING NIGHTLY KEY REPORTS THE BREAK AS NOT ON THE NIGHTLY    *
034190*  TOTALS. NO TABLE, NO CAPACITY LIMIT.                           *
034200*----------------------------------------------------------------*
034210 4200-COMPARE-BRANCH-TOTALS.
034220     PERFORM 4230-REPORT-NIGHTLY-ONLY THRU
034230         4230-REPORT-NIGHTLY-ONLY-EXIT
034240         UNTIL WS-PT-NO-ENTRY-PENDING
034250         OR WS-PT-CURRENT-KEY >= WS-PRIOR-KEY-CONTROL
034260     IF WS-PT-NO-ENTRY-PENDING
034270         OR WS-PT-CURRENT-KEY > WS-PRIOR-KEY-CONTROL
034280         ADD 1 TO WS-DISCREPANCY-COUNT
034290         MOVE SPACES TO DISCREPANCY-REPORT-RECORD
034300         STRING "KEY " WS-PRIOR-KEY-CONTROL
034310             " NOT ON NIGHTLY CONTROL TOTALS"
034320             DELIMITED BY SIZE INTO DISCREPANCY-REPORT-RECORD
034330         WRITE DISCREPANCY-REPORT-RECORD
034340         GO TO 4200-COMPARE-BRANCH-TOTALS-EXIT
034350     END-IF
034360     IF WS-BRANCH-RECORD-COUNT NOT = WS-PT-RECORD-COUNT
034370         ADD 1 TO WS-DISCREPANCY-COUNT
034380         MOVE WS-PT-RECORD-COUNT
034390             TO WS-RECON-NIGHTLY-COUNT-DISP
034400         MOVE WS-BRANCH-RECORD-COUNT TO WS-RECON-RUN-COUNT-DISP
034410         SUBTRACT WS-PT-RECORD-COUNT
034420             FROM WS-BRANCH-RECORD-COUNT
034430             GIVING WS-RECON-DIFF-COUNT
034440         MOVE WS-RECON-DIFF-COUNT TO WS-RECON-DIFF-COUNT-DISP
034450         MOVE SPACES TO DISCREPANCY-REPORT-RECORD
034460         STRING "KEY " WS-PT-CURRENT-KEY
034470             " COUNT NIGHTLY " WS-RECON-NIGHTLY-COUNT-DISP
034480             " RUN " WS-RECON-RUN-COUNT-DISP
034490             " DIFF " WS-RECON-DIFF-COUNT-DISP
034500             DELIMITED BY SIZE INTO DISCREPANCY-REPORT-RECORD
034510         WRITE DISCREPANCY-REPORT-RECORD
034520     END-IF
034530     IF WS-BRANCH-AMOUNT-TOTAL NOT = WS-PT-AMOUNT-TOTAL
034540         ADD 1 TO WS-DISCREPANCY-COUNT
034550         MOVE WS-PT-AMOUNT-TOTAL
034560             TO WS-RECON-NIGHTLY-AMT-DISP
034570         MOVE WS-BRANCH-AMOUNT-TOTAL TO WS-RECON-RUN-AMT-DISP
034580         SUBTRACT WS-PT-AMOUNT-TOTAL
034590             FROM WS-BRANCH-AMOUNT-TOTAL
034600             GIVING WS-RECON-DIFF-AMOUNT
034610         MOVE WS-RECON-DIFF-AMOUNT TO WS-RECON-DIFF-AMT-DISP
034620         MOVE SPACES TO DISCREPANCY-REPORT-RECORD
034630         STRING "KEY " WS-PT-CURRENT-KEY
034640             " AMOUNT NIGHTLY " WS-RECON-NIGHTLY-AMT-DISP
034650             " RUN " WS-RECON-RUN-AMT-DISP
034660             DELIMITED BY SIZE INTO DISCREPANCY-REPORT-RECORD
034670         WRITE DISCREPANCY-REPORT-RECORD
034680         MOVE SPACES TO DISCREPANCY-REPORT-RECORD
034690         STRING "KEY " WS-PT-CURRENT-KEY
034700             " AMOUNT DIFFERENCE " WS-RECON-DIFF-AMT-DISP
034710             DELIMITED BY SIZE INTO DISCREPANCY-REPORT-RECORD
034720         WRITE DISCREPANCY-REPORT-RECORD
034730     END-IF
034740     PERFORM 1320-READ-NEXT-PRIOR-GROUP THRU
034750         1320-READ-NEXT-PRIOR-GROUP-EXIT.
034760 4200-COMPARE-BRANCH-TOTALS-EXIT.
034770     EXIT.
034780*----------------------------------------------------------------*
034790*  4230-REPORT-NIGHTLY-ONLY - THE PENDING NIGHTLY GROUP'S KEY     *
034800*  SORTS BELOW THE KEY BEING COMPARED (OR THE COMPARE INPUT IS    *
034810*  DONE), SO THE NIGHTLY RUN REPORTED A KEY THIS RUN NEVER SAW.   *
034820*----------------------------------------------------------------*
034830 4230-REPORT-NIGHTLY-ONLY.
034840     ADD 1 TO WS-DISCREPANCY-COUNT
034850     MOVE SPACES TO DISCREPANCY-REPORT-RECORD
034860     STRING "KEY " WS-PT-CURRENT-KEY
034870         " ON NIGHTLY CONTROL TOTALS ONLY"
034880         DELIMITED BY SIZE INTO DISCREPANCY-REPORT-RECORD
034890     WRITE DISCREPANCY-REPORT-RECORD
034900     PERFORM 1320-READ-NEXT-PRIOR-GROUP THRU
034910         1320-READ-NEXT-PRIOR-GROUP-EXIT.
034920 4230-REPORT-NIGHTLY-ONLY-EXIT.
034930     EXIT.
034940*----------------------------------------------------------------*
034950*  4300-REPORT-UNMATCHED-PRIOR - AFTER THE COMPARE RUN HAS READ   *
034960*  THE WHOLE FILE, ANY NIGHTLY KEY GROUPS STILL PENDING ARE       *
034970*  KEYS THE NIGHTLY RUN REPORTED BUT THE COMPARE RUN NEVER SAW.   *
034980*----------------------------------------------------------------*
034990 4300-REPORT-UNMATCHED-PRIOR.
035000     PERFORM 4230-REPORT-NIGHTLY-ONLY THRU
035010         4230-REPORT-NIGHTLY-ONLY-EXIT
035020         UNTIL WS-PT-NO-ENTRY-PENDING.
035030 4300-REPORT-UNMATCHED-PRIOR-EXIT.
035040     EXIT.
035050*----------------------------------------------------------------*
035060*  4310-WRITE-VERDICT-LINE - FINAL IN-BALANCE/OUT-OF-BALANCE      *
035070*  VERDICT, WRITTEN TO THE DISCREPANCY REPORT AND THE JOB LOG     *
035080*  AND RETURNED THROUGH OUTPARAM1 (08 WHEN OUT OF BALANCE).       *
035090*----------------------------------------------------------------*
035100 4310-WRITE-VERDICT-LINE.
035110     MOVE SPACES TO DISCREPANCY-REPORT-RECORD
035120     IF WS-DISCREPANCY-COUNT = ZERO
035130         MOVE "RECONCILIATION IN BALANCE"
035140             TO DISCREPANCY-REPORT-RECORD
035150     ELSE
035160         MOVE WS-DISCREPANCY-COUNT TO WS-RECON-DISCREP-DISP
035170         STRING "RECONCILIATION OUT OF BALANCE - "
035180             WS-RECON-DISCREP-DISP " DISCREPANCIES"
035190             DELIMITED BY SIZE INTO DISCREPANCY-REPORT-RECORD
035200         IF OutParam1 < 08
035210             SET OUT1-REJECT TO TRUE
035220         END-IF
035230     END-IF
035240     DISPLAY DISCREPANCY-REPORT-RECORD
035250     WRITE DISCREPANCY-REPORT-RECORD.
035260 4310-WRITE-VERDICT-LINE-EXIT.
035270     EXIT.
035280*----------------------------------------------------------------*
035290*  9050-WRITE-DAILY-SUMMARY - DISPLAY THE DAILY RECONCILIATION    *
035300*  TOTALS ON THE JOB LOG, AND - UNDER RECONCILE-MODE-OFF ONLY -    *
035310*  ALSO WRITE THEM TO DAILY-SUMMARY-FILE FOR THE DAILY             *
035320*  RECONCILIATION BINDER. A READ-ONLY RECONCILIATION RUN NEVER    *
035330*  OPENS DAILY-SUMMARY-FILE (SEE 1000-INITIALIZE), SO ITS WRITE    *
035340*  IS SKIPPED HERE TOO - ONLY THE JOB-LOG DISPLAY HAPPENS.        *
035350*----------------------------------------------------------------*
035360 9050-WRITE-DAILY-SUMMARY.
035370     MOVE WS-DT-RECORDS-READ TO WS-CONTROL-RPT-COUNT-DISPLAY
035380     MOVE SPACES TO DAILY-SUMMARY-RECORD
035390     STRING "RECORDS READ     " WS-CONTROL-RPT-COUNT-DISPLAY
035400         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
035410     DISPLAY DAILY-SUMMARY-RECORD
035420     IF RECONCILE-MODE-OFF
035430         WRITE DAILY-SUMMARY-RECORD
035440     END-IF
035450     MOVE WS-DT-RECORDS-UPDATED TO WS-CONTROL-RPT-COUNT-DISPLAY
035460     MOVE SPACES TO DAILY-SUMMARY-RECORD
035470     STRING "RECORDS UPDATED  " WS-CONTROL-RPT-COUNT-DISPLAY
035480         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
035490     DISPLAY DAILY-SUMMARY-RECORD
035500     IF RECONCILE-MODE-OFF
035510         WRITE DAILY-SUMMARY-RECORD
035520     END-IF
035530     MOVE WS-DT-RECORDS-ADDED TO WS-CONTROL-RPT-COUNT-DISPLAY
035540     MOVE SPACES TO DAILY-SUMMARY-RECORD
035550     STRING "RECORDS ADDED    " WS-CONTROL-RPT-COUNT-DISPLAY
035560         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
035570     DISPLAY DAILY-SUMMARY-RECORD
035580     IF RECONCILE-MODE-OFF
035590         WRITE DAILY-SUMMARY-RECORD
035600     END-IF
035610     MOVE WS-DT-RECORDS-CHANGED TO WS-CONTROL-RPT-COUNT-DISPLAY
035620     MOVE SPACES TO DAILY-SUMMARY-RECORD
035630     STRING "RECORDS CHANGED  " WS-CONTROL-RPT-COUNT-DISPLAY
035640         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
035650     DISPLAY DAILY-SUMMARY-RECORD
035660     IF RECONCILE-MODE-OFF
035670         WRITE DAILY-SUMMARY-RECORD
035680     END-IF
035690     MOVE WS-DT-RECORDS-REJECTED TO WS-CONTROL-RPT-COUNT-DISPLAY
035700     MOVE SPACES TO DAILY-SUMMARY-RECORD
035710     STRING "RECORDS REJECTED " WS-CONTROL-RPT-COUNT-DISPLAY
035720         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
035730     DISPLAY DAILY-SUMMARY-RECORD
035740     IF RECONCILE-MODE-OFF
035750         WRITE DAILY-SUMMARY-RECORD
035760     END-IF
035770     MOVE WS-DT-RECORDS-DUPLICATE
035780         TO WS-CONTROL-RPT-COUNT-DISPLAY
035790     MOVE SPACES TO DAILY-SUMMARY-RECORD
035800     STRING "DUPLICATES       " WS-CONTROL-RPT-COUNT-DISPLAY
035810         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
035820     DISPLAY DAILY-SUMMARY-RECORD
035830     IF RECONCILE-MODE-OFF
035840         WRITE DAILY-SUMMARY-RECORD
035850     END-IF
035860     MOVE WS-DT-HIGH-VALUE TO WS-CONTROL-RPT-COUNT-DISPLAY
035870     MOVE SPACES TO DAILY-SUMMARY-RECORD
035880     STRING "HIGH VALUE ITEMS " WS-CONTROL-RPT-COUNT-DISPLAY
035890         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
035900     DISPLAY DAILY-SUMMARY-RECORD
035910     IF RECONCILE-MODE-OFF
035920         WRITE DAILY-SUMMARY-RECORD
035930     END-IF
035940     MOVE WS-SEQUENCE-ERROR-COUNT
035950         TO WS-CONTROL-RPT-COUNT-DISPLAY
035960     MOVE SPACES TO DAILY-SUMMARY-RECORD
035970     STRING "SEQUENCE ERRORS  " WS-CONTROL-RPT-COUNT-DISPLAY
035980         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
035990     DISPLAY DAILY-SUMMARY-RECORD
036000     IF RECONCILE-MODE-OFF
036010         WRITE DAILY-SUMMARY-RECORD
036020     END-IF
036030     MOVE WS-DT-DOLLAR-TOTAL TO WS-CONTROL-RPT-AMOUNT-DISPLAY
036040     MOVE SPACES TO DAILY-SUMMARY-RECORD
036050     STRING "DOLLAR TOTAL     " WS-CONTROL-RPT-AMOUNT-DISPLAY
036060         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
036070     DISPLAY DAILY-SUMMARY-RECORD
036080     IF RECONCILE-MODE-OFF
036090         WRITE DAILY-SUMMARY-RECORD
036100     END-IF
036110     PERFORM 9055-WRITE-ONE-TYPE-TOTAL THRU
036120         9055-WRITE-ONE-TYPE-TOTAL-EXIT
036130         VARYING WS-TT-SUB FROM 1 BY 1
036140         UNTIL WS-TT-SUB > 4.
036150 9050-WRITE-DAILY-SUMMARY-EXIT.
036160     EXIT.
036170*----------------------------------------------------------------*
036180*  9055-WRITE-ONE-TYPE-TOTAL - ONE DAILY-SUMMARY LINE FOR ONE    *
036190*  TRANSACTION TYPE'S COUNT AND DOLLAR AMOUNT, SO A DAY HEAVY    *
036200*  WITH REVERSALS SHOWS UP AS ONE INSTEAD OF NETTING AGAINST     *
036210*  THE POSTINGS INSIDE THE SINGLE DOLLAR TOTAL.                  *
036220*----------------------------------------------------------------*
036230 9055-WRITE-ONE-TYPE-TOTAL.
036240     MOVE WS-TT-DAY-COUNT (WS-TT-SUB)
036250         TO WS-CONTROL-RPT-COUNT-DISPLAY
036260     MOVE WS-TT-DAY-AMOUNT (WS-TT-SUB)
036270         TO WS-CONTROL-RPT-AMOUNT-DISPLAY
036280     MOVE SPACES TO DAILY-SUMMARY-RECORD
036290     STRING "TYPE " WS-TT-LABEL (WS-TT-SUB)
036300         " " WS-CONTROL-RPT-COUNT-DISPLAY
036310         "  AMOUNT " WS-CONTROL-RPT-AMOUNT-DISPLAY
036320         DELIMITED BY SIZE INTO DAILY-SUMMARY-RECORD
036330     DISPLAY DAILY-SUMMARY-RECORD
036340     IF RECONCILE-MODE-OFF
036350         WRITE DAILY-SUMMARY-RECORD
036360     END-IF.
036370 9055-WRITE-ONE-TYPE-TOTAL-EXIT.
036380     EXIT.
036390*----------------------------------------------------------------*
036400*  9060-WRITE-RUN-STATISTICS - END-OF-RUN OPERATING FIGURES FOR  *
036410*  THE SHIFT OPERATORS: RUN DATE, START AND END TIME, TOTAL      *
036420*  ELAPSED, RECORDS PER SECOND, WRITE COUNTS PER OUTPUT FILE,    *
036430*  AND CHECKPOINTS TAKEN. WRITTEN ONLY WHEN THE FILE IS OPEN     *
036440*  (RECONCILE MODE NEVER OPENS IT).                              *
036450*----------------------------------------------------------------*
036460 9060-WRITE-RUN-STATISTICS.
036470     ACCEPT WS-ST-END-TIME-RAW FROM TIME
036480     MOVE WS-ST-END-TIME-RAW TO WS-ST-TIME-WORK
036490     PERFORM 8100-COMPUTE-TIME-SECONDS THRU
036500         8100-COMPUTE-TIME-SECONDS-EXIT
036510     IF WS-ST-SECONDS-RESULT >= WS-ST-START-SECONDS
036520         COMPUTE WS-ST-ELAPSED-SECONDS =
036530             WS-ST-SECONDS-RESULT - WS-ST-START-SECONDS
036540     ELSE
036550         COMPUTE WS-ST-ELAPSED-SECONDS =
036560             WS-ST-SECONDS-RESULT - WS-ST-START-SECONDS + 86400
036570     END-IF
036580     IF WS-ST-ELAPSED-SECONDS > ZERO
036590         COMPUTE WS-ST-RECORDS-PER-SECOND =
036600             WS-DT-RECORDS-READ / WS-ST-ELAPSED-SECONDS
036610     ELSE
036620         MOVE WS-DT-RECORDS-READ TO WS-ST-RECORDS-PER-SECOND
036630     END-IF
036640     MOVE SPACES TO RUN-STATISTICS-RECORD
036650     STRING "RUN DATE " WS-RUN-DATE
036660         "  START " WS-ST-START-TIME-RAW
036670         "  END " WS-ST-END-TIME-RAW
036680         DELIMITED BY SIZE INTO RUN-STATISTICS-RECORD
036690     WRITE RUN-STATISTICS-RECORD
036700     MOVE WS-ST-ELAPSED-SECONDS TO WS-ST-ELAPSED-DISPLAY
036710     MOVE WS-ST-RECORDS-PER-SECOND TO WS-ST-RATE-DISPLAY
036720     MOVE SPACES TO RUN-STATISTICS-RECORD
036730     STRING "ELAPSED SECONDS " WS-ST-ELAPSED-DISPLAY
036740         "  RECORDS PER SECOND " WS-ST-RATE-DISPLAY
036750         DELIMITED BY SIZE INTO RUN-STATISTICS-RECORD
036760     WRITE RUN-STATISTICS-RECORD
036770     MOVE WS-ST-AUDIT-WRITES TO WS-ST-READ-DISPLAY
036780     MOVE SPACES TO RUN-STATISTICS-RECORD
036790     STRING "AUDIT TRAIL WRITES      " WS-ST-READ-DISPLAY
036800         DELIMITED BY SIZE INTO RUN-STATISTICS-RECORD
036810     WRITE RUN-STATISTICS-RECORD
036820     MOVE WS-ST-CONTROL-RPT-WRITES TO WS-ST-READ-DISPLAY
036830     MOVE SPACES TO RUN-STATISTICS-RECORD
036840     STRING "CONTROL REPORT WRITES   " WS-ST-READ-DISPLAY
036850         DELIMITED BY SIZE INTO RUN-STATISTICS-RECORD
036860     WRITE RUN-STATISTICS-RECORD
036870     MOVE WS-ST-EXCEPTION-WRITES TO WS-ST-READ-DISPLAY
036880     MOVE SPACES TO RUN-STATISTICS-RECORD
036890     STRING "EXCEPTION REPORT WRITES " WS-ST-READ-DISPLAY
036900         DELIMITED BY SIZE INTO RUN-STATISTICS-RECORD
036910     WRITE RUN-STATISTICS-RECORD
036920     MOVE WS-ST-CHECKPOINTS-TAKEN TO WS-ST-READ-DISPLAY
036930     MOVE SPACES TO RUN-STATISTICS-RECORD
036940     STRING "CHECKPOINTS TAKEN       " WS-ST-READ-DISPLAY
036950         DELIMITED BY SIZE INTO RUN-STATISTICS-RECORD
036960     WRITE RUN-STATISTICS-RECORD.
036970 9060-WRITE-RUN-STATISTICS-EXIT.
036980     EXIT.
036990*----------------------------------------------------------------*
037000*  9070-WRITE-DAILY-HISTORY - APPEND THIS RUN'S DAILY TOTALS AND  *
037010*  THE ELAPSED/THROUGHPUT FIGURES (COMPUTED BY 9060, WHICH RUNS   *
037020*  FIRST) TO THE CUMULATIVE DAILY HISTORY FILE FOR THE MONTH-END  *
037030*  TREND REPORT. SLICE RUNS SKIP THIS - FOUR SLICE RECORDS FOR    *
037040*  ONE RUN DATE WOULD DOUBLE-COUNT THE MONTH-END NIGHT.           *
037050*----------------------------------------------------------------*
037060 9070-WRITE-DAILY-HISTORY.
037070     MOVE SPACES TO DAILY-HISTORY-RECORD
037080     MOVE WS-RUN-DATE TO DH-RUN-DATE
037090     MOVE WS-DT-RECORDS-READ TO DH-RECORDS-READ
037100     MOVE WS-DT-RECORDS-UPDATED TO DH-RECORDS-UPDATED
037110     MOVE WS-DT-RECORDS-REJECTED TO DH-RECORDS-REJECTED
037120     MOVE WS-DT-RECORDS-DUPLICATE TO DH-RECORDS-DUPLICATE
037130     MOVE WS-DT-HIGH-VALUE TO DH-HIGH-VALUE
037140     MOVE WS-SEQUENCE-ERROR-COUNT TO DH-SEQUENCE-ERRORS
037150     MOVE WS-DT-DOLLAR-TOTAL TO DH-DOLLAR-TOTAL
037160     MOVE WS-ST-ELAPSED-SECONDS TO DH-ELAPSED-SECONDS
037170     MOVE WS-ST-RECORDS-PER-SECOND TO DH-RECORDS-PER-SEC
037180     WRITE DAILY-HISTORY-RECORD.
037190 9070-WRITE-DAILY-HISTORY-EXIT.
037200     EXIT.
037210*----------------------------------------------------------------*
037220*  9000-TERMINATE - WRITE THE DAILY SUMMARY AND CLOSE FILES.      *
037230*  CONTROL-REPORT/CHECKPOINT/DAILY-SUMMARY/EXCEPTION-REPORT/      *
037240*  AUDIT-TRAIL ARE ONLY CLOSED UNDER RECONCILE-MODE-OFF, SINCE A   *
037250*  READ-ONLY RECONCILIATION RUN NEVER OPENS THEM (SEE              *
037260*  1000-INITIALIZE AND 1050/1100) - CLOSING A FILE THAT WAS       *
037270*  NEVER OPENED RETURNS FILE STATUS 42, WHICH WOULD TRIP EACH     *
037280*  FILE'S OWN DECLARATIVE AND LOG A SPURIOUS I/O ERROR.          *
037290*----------------------------------------------------------------*
037300 9000-TERMINATE.
037310     PERFORM 9050-WRITE-DAILY-SUMMARY THRU
037320         9050-WRITE-DAILY-SUMMARY-EXIT
037330     IF RECONCILE-MODE-OFF
037340         PERFORM 9060-WRITE-RUN-STATISTICS THRU
037350             9060-WRITE-RUN-STATISTICS-EXIT
037360         IF SLICE-MODE-OFF
037370             PERFORM 9070-WRITE-DAILY-HISTORY THRU
037380                 9070-WRITE-DAILY-HISTORY-EXIT
037390         END-IF
037400     END-IF
037410     IF CORRECTION-MODE-ON
037420         CLOSE REJECT-SUSPENSE-FILE
037430         CLOSE SUSPENSE-CARRY-FILE
037440         CLOSE SUSPENSE-ARCHIVE-FILE
037450     ELSE
037460         CLOSE SORTED-MASTER-FILE
037470     END-IF
037480     CLOSE BRANCH-REFERENCE-FILE
037490     IF RECONCILE-MODE-OFF
037500         CLOSE CONTROL-REPORT-FILE
037510         CLOSE CONTROL-TOTALS-FILE
037520         CLOSE CLEANSED-MASTER-FILE
037530         IF CORRECTION-MODE-OFF
037540             CLOSE BRANCH-ACTIVITY-FILE
037550         END-IF
037560         CLOSE NET-CHANGE-EXTRACT-FILE
037570         CLOSE CURRENT-SIGNATURE-FILE
037580         CLOSE HIGH-VALUE-REPORT-FILE
037590         CLOSE RUN-STATISTICS-FILE
037600         IF SLICE-MODE-OFF
037610             CLOSE DAILY-HISTORY-FILE
037620         END-IF
037630         IF CORRECTION-MODE-OFF
037640             IF SLICE-MODE-OFF
037650                 CLOSE CHECKPOINT-FILE
037660             END-IF
037670             CLOSE REJECT-SUSPENSE-FILE
037680         END-IF
037690         CLOSE DAILY-SUMMARY-FILE
037700         CLOSE EXCEPTION-REPORT-FILE
037710         CLOSE AUDIT-TRAIL-FILE
037720     ELSE
037730         CLOSE DISCREPANCY-REPORT-FILE
037740         CLOSE SORTED-TOTALS-FILE
037750     END-IF.
037760 9000-TERMINATE-EXIT.
037770     EXIT.
037780*----------------------------------------------------------------*
037790*  9900-END-RUN-CONTROL - CHECK OUT WITH THE RUN CONTROL LEDGER  *
037800*  WITH THE RUN'S WORST RETURN CODE (12 AND UP RECORDS THE STEP  *
037810*  AS FAILED, SO IT MAY BE RERUN WITHOUT AN OVERRIDE). NOTHING   *
037820*  TO DO IF THE RUN NEVER CHECKED IN. A LEDGER THAT CANNOT       *
037830*  RECORD THE END RAISES THE RUN TO FATAL SO THE CHAIN STOPS     *
037840*  AND THE OPERATOR SETS THE LEDGER STRAIGHT.                    *
037850*----------------------------------------------------------------*
037860 9900-END-RUN-CONTROL.
037870     IF WS-RCL-NOT-CHECKED-IN
037880         GO TO 9900-END-RUN-CONTROL-EXIT
037890     END-IF
037900     MOVE OutParam1 TO WS-RCL-STEP-RETURN-CODE
037910     MOVE "E" TO WS-RCL-FUNCTION-CODE
037920     MOVE ZERO TO WS-RCL-RESULT
037930     CALL "CTLRCL01" USING WS-RCL-FUNCTION-CODE WS-RCL-STEP-NAME
037940         WS-RUN-DATE WS-RCL-STEP-RETURN-CODE WS-RCL-RESULT
037950     SET WS-RCL-NOT-CHECKED-IN TO TRUE
037960     IF WS-RCL-RESULT NOT = ZERO
037970         MOVE "RUN CONTROL LEDGER END NOT RECORDED"
037980             TO WS-ERROR-MESSAGE-LINE
037990         DISPLAY WS-ERROR-MESSAGE-LINE
038000         SET OUT1-FATAL TO TRUE
038010     END-IF.
038020 9900-END-RUN-CONTROL-EXIT.
038030     EXIT.
