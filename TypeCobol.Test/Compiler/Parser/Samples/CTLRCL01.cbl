000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLRCL01.
000030 AUTHOR. DATA-CONTROL-GROUP.
000040 INSTALLATION. MAIN-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070 SECURITY. UNCLASSIFIED.
000080*----------------------------------------------------------------*
000090*  CTLRCL01 - NIGHTLY JOB-STREAM RUN CONTROL LEDGER. CALLED BY   *
000100*  EVERY STEP OF THE NIGHT (CTLSRT01, CTLPGM01 OR CTLDRV01,      *
000110*  CTLVER01, CTLRGN01, CTLTRN01, CTLARC01, CTLGLI01 OR CTLGLI-C, *
000120*  CTLBRS01, CTLACK01, CTLBCV01) ONCE AT START AND ONCE AT END.  *
000130*  THE LEDGER (RUNCTL) HOLDS ONE RECORD PER RUN DATE AND STEP    *
000140*  NAME WITH THE STEP'S STATUS, START AND END TIMES, RETURN      *
000150*  CODE, RUN COUNT AND OVERRIDE HISTORY.                         *
000160*                                                                *
000170*  AT START (FUNCTION B) A STEP ALREADY COMPLETED FOR THE RUN    *
000180*  DATE IS REFUSED UNLESS A RERUN OVERRIDE (R) IS WAITING ON ITS *
000190*  LEDGER RECORD - ENTERED THROUGH CTLRCM01 - AND THE OVERRIDE   *
000200*  IS USED UP BY THE RUN IT LETS THROUGH. A STEP THAT STARTED    *
000210*  BUT NEVER ENDED, OR ENDED RC 12, IS A RESTART AND MAY RUN.    *
000220*                                                                *
000230*  A NIGHTLY UPDATE RUN (FUNCTION N - CTLPGM01'S NIGHTLY ENTRY   *
000240*  AND CTLDRV01) IS ALSO REFUSED WHEN THE PREVIOUS NIGHT'S       *
000250*  CTLVER01 DID NOT PASS (RC 00), UNLESS A VERIFICATION WAIVER   *
000260*  (V) IS WAITING ON TONIGHT'S RECORD. THE PREVIOUS NIGHT IS THE *
000270*  LATEST EARLIER RUN DATE A NIGHTLY UPDATE STARTED ON, KEPT ON  *
000280*  THE LEDGER'S CONTROL RECORD (RUN DATE ZERO, STEP NIGHTLY), SO *
000290*  WEEKENDS AND HOLIDAYS NEED NO SPECIAL HANDLING.               *
000300*                                                                *
000310*  FUNCTION S RECORDS THE START OF A STEP THAT IS ONLY EVER RUN  *
000320*  INSIDE ANOTHER STEP (THE CTLSRT01 SORT) - IT IS NEVER         *
000330*  REFUSED, SINCE ITS CALLER HAS ALREADY PASSED THE LEDGER AND A *
000340*  RESTART OF THE CALLER RE-SORTS. FUNCTION E RECORDS THE END:   *
000350*  COMPLETE (C) FOR A STEP RETURN CODE BELOW 12, FAILED (F) AT   *
000360*  12 OR ABOVE.                                                  *
000370*                                                                *
000380*  FUNCTION D RETURNS THE NIGHT'S RUN DATE - THE LATEST RUN DATE *
000390*  A NIGHTLY UPDATE STARTED ON, FROM THE CONTROL RECORD - IN     *
000400*  RCL-RUN-DATE, FOR THE STEPS THAT RUN AFTER THE UPDATE TO CHECK*
000410*  IN UNDER. A STREAM THAT RUNS PAST MIDNIGHT, OR A STEP RERUN   *
000420*  NEXT MORNING, IS THEN STILL LEDGERED UNDER THE NIGHT IT       *
000430*  BELONGS TO. WITH NO CONTROL RECORD YET THE CALLER'S OWN DATE  *
000440*  IS LEFT AS IT WAS. NOTHING IS WRITTEN.                        *
000450*                                                                *
000460*  RCL-RESULT RETURNS 00 TO RUN (OR END RECORDED), 08 WHEN THE   *
000470*  STEP IS REFUSED AND MUST NOT RUN, AND 12 WHEN THE LEDGER      *
000480*  ITSELF FAILED - THE CALLER STOPS, SINCE AN UNRECORDED NIGHT   *
000490*  IS EXACTLY WHAT THE LEDGER EXISTS TO PREVENT.                 *
000500*----------------------------------------------------------------*
000510*  MODIFICATION HISTORY                                          *
000520*----------------------------------------------------------------*
000530*  DATE      INIT  DESCRIPTION                                   *
000540*  10/15/26  RLM   ORIGINAL PROGRAM                              *
000550*  10/15/26  RLM   FUNCTION D RETURNS THE NIGHT'S RUN DATE FROM  *
000560*                  THE CONTROL RECORD (4000) SO THE STEPS AFTER  *
000570*                  THE UPDATE LEDGER UNDER THE NIGHT, NOT THE    *
000580*                  CLOCK. CALLER LIST BROUGHT UP TO DATE         *
000590*----------------------------------------------------------------*
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. IBM-3090.
000630 OBJECT-COMPUTER. IBM-3090.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS RC-LEDGER-KEY
000700         FILE STATUS IS WS-FS-RUN-CONTROL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730*----------------------------------------------------------------*
000740*  RUN-CONTROL-FILE - ONE RECORD PER RUN DATE AND STEP. STATUS   *
000750*  IS BLANK WHEN ONLY AN OVERRIDE HAS BEEN ENTERED FOR A STEP    *
000760*  THAT HAS NOT RUN YET, S WHILE THE STEP IS RUNNING (OR DIED    *
000770*  WITHOUT ENDING), C COMPLETE, F FAILED. THE OVERRIDE CODE IS   *
000780*  THE ONE WAITING TO BE USED; RC-OVERRIDE-USED SAYS WHETHER THE *
000790*  LATEST START NEEDED ONE. RC-REFERENCE-DATE IS THE PREVIOUS    *
000800*  NIGHT WHOSE VERIFICATION A NIGHTLY START CHECKED - ON THE     *
000810*  CONTROL RECORD IT IS THE LATEST NIGHTLY RUN DATE STARTED.     *
000820*  SAME LAYOUT IS READ BY CTLRCM01 AND CTLRCR01.                 *
000830*----------------------------------------------------------------*
000840 FD  RUN-CONTROL-FILE
000850     RECORD CONTAINS 100 CHARACTERS.
000860 01  RUN-CONTROL-RECORD.
000870     05  RC-LEDGER-KEY.
000880         10  RC-RUN-DATE              PIC 9(08).
000890         10  RC-STEP-NAME             PIC X(08).
000900     05  RC-STEP-STATUS               PIC X(01).
000910         88  RC-STEP-NOT-RUN                  VALUE SPACE.
000920         88  RC-STEP-STARTED                  VALUE "S".
000930         88  RC-STEP-COMPLETE                 VALUE "C".
000940         88  RC-STEP-FAILED                   VALUE "F".
000950     05  RC-START-DATE                PIC 9(08).
000960     05  RC-START-TIME                PIC 9(08).
000970     05  RC-END-DATE                  PIC 9(08).
000980     05  RC-END-TIME                  PIC 9(08).
000990     05  RC-STEP-RETURN-CODE          PIC 9(02).
001000     05  RC-RUN-COUNT                 PIC 9(03).
001010     05  RC-REFUSED-COUNT             PIC 9(03).
001020     05  RC-OVERRIDE-CODE             PIC X(01).
001030         88  RC-OVERRIDE-NONE                 VALUE SPACE.
001040         88  RC-OVERRIDE-RERUN                VALUE "R".
001050         88  RC-OVERRIDE-VERIFY-WAIVED        VALUE "V".
001060     05  RC-OVERRIDE-USER-ID          PIC X(08).
001070     05  RC-OVERRIDE-USED             PIC X(01).
001080     05  RC-REFERENCE-DATE            PIC 9(08).
001090     05  FILLER                       PIC X(18).
001100 WORKING-STORAGE SECTION.
001110 01  WS-FILE-STATUS-BLOCK.
001120     05  WS-FS-RUN-CONTROL            PIC X(02).
001130         88  WS-FS-RUN-CONTROL-OK              VALUE "00".
001140         88  WS-FS-RUN-CONTROL-NOT-FOUND       VALUE "23".
001150         88  WS-FS-RUN-CONTROL-MISSING         VALUE "35".
001160
001170 01  WS-RECORD-FOUND-SWITCH            PIC X(01) VALUE "N".
001180     88  WS-RECORD-FOUND                       VALUE "Y".
001190     88  WS-RECORD-NOT-FOUND                   VALUE "N".
001200
001210 01  WS-REFUSE-SWITCH                  PIC X(01) VALUE "N".
001220     88  WS-STEP-REFUSED                       VALUE "Y".
001230     88  WS-STEP-ALLOWED                       VALUE "N".
001240
001250 01  WS-VERIFY-SWITCH                  PIC X(01) VALUE "Y".
001260     88  WS-PRIOR-VERIFY-PASSED                VALUE "Y".
001270     88  WS-PRIOR-VERIFY-NOT-PASSED            VALUE "N".
001280*----------------------------------------------------------------*
001290*  LEDGER CONSTANTS - THE CONTROL RECORD'S KEY, AND THE STEP     *
001300*  WHOSE RESULT DECIDES WHETHER THE NEXT NIGHT MAY START.        *
001310*----------------------------------------------------------------*
001320 01  WS-LEDGER-CONSTANTS.
001330     05  WS-CONTROL-STEP-NAME          PIC X(08) VALUE "NIGHTLY".
001340     05  WS-VERIFY-STEP-NAME           PIC X(08) VALUE "CTLVER01".
001350
001360 01  WS-LEDGER-WORK.
001370     05  WS-PRIOR-NIGHT-DATE           PIC 9(08) VALUE ZERO.
001380     05  WS-NOW-DATE                   PIC 9(08) VALUE ZERO.
001390     05  WS-NOW-TIME                   PIC 9(08) VALUE ZERO.
001400
001410 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
001420 LINKAGE SECTION.
001430*----------------------------------------------------------------*
001440*  RCL-FUNCTION-CODE - B BEGIN A STEP, N BEGIN A NIGHTLY UPDATE  *
001450*  STEP (ALSO CHECKS THE PREVIOUS NIGHT'S VERIFICATION), S       *
001460*  RECORD THE BEGIN OF A STEP RUN INSIDE ANOTHER STEP, E END,    *
001470*  D RETURN THE NIGHT'S RUN DATE IN RCL-RUN-DATE.                *
001480*  RCL-STEP-RETURN-CODE IS THE STEP'S OWN RETURN CODE ON AN E    *
001490*  CALL AND IS IGNORED OTHERWISE.                                *
001500*----------------------------------------------------------------*
001510 01  RCL-FUNCTION-CODE                 PIC X(01).
001520     88  RCL-FUNCTION-BEGIN                    VALUE "B".
001530     88  RCL-FUNCTION-BEGIN-NIGHTLY            VALUE "N".
001540     88  RCL-FUNCTION-BEGIN-SUBSTEP            VALUE "S".
001550     88  RCL-FUNCTION-END                      VALUE "E".
001560     88  RCL-FUNCTION-NIGHT-DATE               VALUE "D".
001570 01  RCL-STEP-NAME                     PIC X(08).
001580 01  RCL-RUN-DATE                      PIC 9(08).
001590 01  RCL-STEP-RETURN-CODE              PIC 9(02).
001600 01  RCL-RESULT                        PIC 9(02).
001610*----------------------------------------------------------------*
001620*  PROCEDURE DIVISION                                            *
001630*----------------------------------------------------------------*
001640 PROCEDURE DIVISION USING RCL-FUNCTION-CODE RCL-STEP-NAME
001650     RCL-RUN-DATE RCL-STEP-RETURN-CODE RCL-RESULT.
001660*----------------------------------------------------------------*
001670*  0000-MAINLINE - OPEN THE LEDGER, ROUTE ON THE FUNCTION CODE,  *
001680*  CLOSE. THE LEDGER IS OPENED AND CLOSED ON EVERY CALL SO EACH  *
001690*  START AND END IS ON DISK BEFORE THE STEP GOES ON.             *
001700*----------------------------------------------------------------*
001710 0000-MAINLINE.
001720     MOVE ZERO TO RCL-RESULT
001730     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
001740     ACCEPT WS-NOW-TIME FROM TIME
001750     IF NOT RCL-FUNCTION-BEGIN AND NOT RCL-FUNCTION-BEGIN-NIGHTLY
001760         AND NOT RCL-FUNCTION-BEGIN-SUBSTEP
001770         AND NOT RCL-FUNCTION-END AND NOT RCL-FUNCTION-NIGHT-DATE
001780         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
001790         STRING "CTLRCL01 - UNKNOWN FUNCTION CODE "
001800             RCL-FUNCTION-CODE
001810             " FROM STEP " RCL-STEP-NAME
001820             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001830         DISPLAY WS-ERROR-MESSAGE-LINE
001840         MOVE 12 TO RCL-RESULT
001850         GO TO 0000-MAINLINE-EXIT
001860     END-IF
001870     PERFORM 1000-OPEN-LEDGER THRU 1000-OPEN-LEDGER-EXIT
001880     IF RCL-RESULT >= 12
001890         GO TO 0000-MAINLINE-EXIT
001900     END-IF
001910     IF RCL-FUNCTION-END
001920         PERFORM 3000-END-STEP THRU 3000-END-STEP-EXIT
001930     ELSE
001940         IF RCL-FUNCTION-NIGHT-DATE
001950             PERFORM 4000-RETURN-NIGHT-DATE THRU
001960                 4000-RETURN-NIGHT-DATE-EXIT
001970         ELSE
001980             PERFORM 2000-BEGIN-STEP THRU 2000-BEGIN-STEP-EXIT
001990         END-IF
002000     END-IF
002010     CLOSE RUN-CONTROL-FILE.
002020 0000-MAINLINE-EXIT.
002030     GOBACK.
002040*----------------------------------------------------------------*
002050*  1000-OPEN-LEDGER - OPEN THE LEDGER I-O. STATUS 35 ON THE VERY *
002060*  FIRST CALL MEANS THE LEDGER HAS TO BE CREATED, AS CTLPGM01    *
002070*  CREATES THE CUSTOMER MASTER.                                  *
002080*----------------------------------------------------------------*
002090 1000-OPEN-LEDGER.
002100     OPEN I-O RUN-CONTROL-FILE
002110     IF WS-FS-RUN-CONTROL-MISSING
002120         OPEN OUTPUT RUN-CONTROL-FILE
002130         CLOSE RUN-CONTROL-FILE
002140         OPEN I-O RUN-CONTROL-FILE
002150     END-IF
002160     IF NOT WS-FS-RUN-CONTROL-OK
002170         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
002180         STRING "CTLRCL01 - RUN CONTROL OPEN FAILED - STATUS "
002190             WS-FS-RUN-CONTROL " - STEP " RCL-STEP-NAME
002200             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002210         DISPLAY WS-ERROR-MESSAGE-LINE
002220         MOVE 12 TO RCL-RESULT
002230     END-IF.
002240 1000-OPEN-LEDGER-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------*
002270*  2000-BEGIN-STEP - DECIDE WHETHER THE STEP MAY RUN, THEN       *
002280*  RECORD THE START OR THE REFUSAL ON ITS LEDGER RECORD.         *
002290*----------------------------------------------------------------*
002300 2000-BEGIN-STEP.
002310     SET WS-STEP-ALLOWED TO TRUE
002320     SET WS-PRIOR-VERIFY-PASSED TO TRUE
002330     MOVE ZERO TO WS-PRIOR-NIGHT-DATE
002340     IF RCL-FUNCTION-BEGIN-NIGHTLY
002350         PERFORM 2100-CHECK-PRIOR-NIGHT THRU
002360             2100-CHECK-PRIOR-NIGHT-EXIT
002370         IF RCL-RESULT >= 12
002380             GO TO 2000-BEGIN-STEP-EXIT
002390         END-IF
002400     END-IF
002410     MOVE RCL-RUN-DATE TO RC-RUN-DATE
002420     MOVE RCL-STEP-NAME TO RC-STEP-NAME
002430     PERFORM 8000-READ-LEDGER-RECORD THRU
002440         8000-READ-LEDGER-RECORD-EXIT
002450     IF RCL-RESULT >= 12
002460         GO TO 2000-BEGIN-STEP-EXIT
002470     END-IF
002480     IF WS-RECORD-NOT-FOUND
002490         MOVE SPACES TO RUN-CONTROL-RECORD
002500         MOVE RCL-RUN-DATE TO RC-RUN-DATE
002510         MOVE RCL-STEP-NAME TO RC-STEP-NAME
002520         MOVE ZERO TO RC-START-DATE RC-START-TIME RC-END-DATE
002530             RC-END-TIME RC-STEP-RETURN-CODE RC-RUN-COUNT
002540             RC-REFUSED-COUNT RC-REFERENCE-DATE
002550     END-IF
002560     MOVE "N" TO RC-OVERRIDE-USED
002570     IF WS-PRIOR-VERIFY-NOT-PASSED
002580         IF RC-OVERRIDE-VERIFY-WAIVED
002590             MOVE "Y" TO RC-OVERRIDE-USED
002600             SET RC-OVERRIDE-NONE TO TRUE
002610             MOVE SPACES TO WS-ERROR-MESSAGE-LINE
002620             STRING "CTLRCL01 - " RCL-STEP-NAME " " RCL-RUN-DATE
002630                 " - PRIOR NIGHT VERIFICATION WAIVED BY "
002640                 RC-OVERRIDE-USER-ID
002650                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002660             DISPLAY WS-ERROR-MESSAGE-LINE
002670         ELSE
002680             MOVE SPACES TO WS-ERROR-MESSAGE-LINE
002690             STRING "CTLRCL01 - " RCL-STEP-NAME " " RCL-RUN-DATE
002700                 " REFUSED - CTLVER01 " WS-PRIOR-NIGHT-DATE
002710                 " DID NOT PASS"
002720                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002730             DISPLAY WS-ERROR-MESSAGE-LINE
002740             SET WS-STEP-REFUSED TO TRUE
002750         END-IF
002760     END-IF
002770     IF RC-STEP-COMPLETE AND NOT RCL-FUNCTION-BEGIN-SUBSTEP
002780         AND WS-STEP-ALLOWED
002790         IF RC-OVERRIDE-RERUN
002800             MOVE "Y" TO RC-OVERRIDE-USED
002810             SET RC-OVERRIDE-NONE TO TRUE
002820             MOVE SPACES TO WS-ERROR-MESSAGE-LINE
002830             STRING "CTLRCL01 - " RCL-STEP-NAME " " RCL-RUN-DATE
002840                 " - RERUN AUTHORIZED BY " RC-OVERRIDE-USER-ID
002850                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002860             DISPLAY WS-ERROR-MESSAGE-LINE
002870         ELSE
002880             MOVE SPACES TO WS-ERROR-MESSAGE-LINE
002890             STRING "CTLRCL01 - " RCL-STEP-NAME " " RCL-RUN-DATE
002900                 " REFUSED - ALREADY COMPLETE, NO RERUN OVERRIDE"
002910                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
002920             DISPLAY WS-ERROR-MESSAGE-LINE
002930             SET WS-STEP-REFUSED TO TRUE
002940         END-IF
002950     END-IF
002960     IF WS-STEP-REFUSED
002970         ADD 1 TO RC-REFUSED-COUNT
002980         MOVE "N" TO RC-OVERRIDE-USED
002990         MOVE 08 TO RCL-RESULT
003000     ELSE
003010         IF RC-STEP-STARTED
003020             MOVE SPACES TO WS-ERROR-MESSAGE-LINE
003030             STRING "CTLRCL01 - " RCL-STEP-NAME " " RCL-RUN-DATE
003040                 " - NEVER ENDED LAST TIME, RUNNING AS A RESTART"
003050                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
003060             DISPLAY WS-ERROR-MESSAGE-LINE
003070         END-IF
003080         SET RC-STEP-STARTED TO TRUE
003090         MOVE WS-NOW-DATE TO RC-START-DATE
003100         MOVE WS-NOW-TIME TO RC-START-TIME
003110         MOVE ZERO TO RC-END-DATE RC-END-TIME RC-STEP-RETURN-CODE
003120         ADD 1 TO RC-RUN-COUNT
003130         IF RCL-FUNCTION-BEGIN-NIGHTLY
003140             MOVE WS-PRIOR-NIGHT-DATE TO RC-REFERENCE-DATE
003150         END-IF
003160     END-IF
003170     PERFORM 8100-WRITE-LEDGER-RECORD THRU
003180         8100-WRITE-LEDGER-RECORD-EXIT
003190     IF RCL-FUNCTION-BEGIN-NIGHTLY AND WS-STEP-ALLOWED
003200         AND RCL-RESULT < 12
003210         PERFORM 2200-ADVANCE-CONTROL-RECORD THRU
003220             2200-ADVANCE-CONTROL-RECORD-EXIT
003230     END-IF.
003240 2000-BEGIN-STEP-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------*
003270*  2100-CHECK-PRIOR-NIGHT - FIND THE PREVIOUS NIGHT FROM THE     *
003280*  CONTROL RECORD AND CHECK ITS CTLVER01 LEDGER RECORD. NO       *
003290*  CONTROL RECORD (THE FIRST NIGHT EVER) OR A CONTROL DATE NOT   *
003300*  BEFORE TONIGHT (A RESTART OF TONIGHT) HAS NOTHING TO CHECK.   *
003310*  VERIFICATION PASSED ONLY IF CTLVER01 COMPLETED WITH RC 00 -   *
003320*  A VERIFICATION THAT NEVER RAN DID NOT PASS.                   *
003330*----------------------------------------------------------------*
003340 2100-CHECK-PRIOR-NIGHT.
003350     MOVE ZERO TO RC-RUN-DATE
003360     MOVE WS-CONTROL-STEP-NAME TO RC-STEP-NAME
003370     PERFORM 8000-READ-LEDGER-RECORD THRU
003380         8000-READ-LEDGER-RECORD-EXIT
003390     IF RCL-RESULT >= 12 OR WS-RECORD-NOT-FOUND
003400         GO TO 2100-CHECK-PRIOR-NIGHT-EXIT
003410     END-IF
003420     IF RC-REFERENCE-DATE NOT < RCL-RUN-DATE
003430         GO TO 2100-CHECK-PRIOR-NIGHT-EXIT
003440     END-IF
003450     MOVE RC-REFERENCE-DATE TO WS-PRIOR-NIGHT-DATE
003460     MOVE WS-PRIOR-NIGHT-DATE TO RC-RUN-DATE
003470     MOVE WS-VERIFY-STEP-NAME TO RC-STEP-NAME
003480     PERFORM 8000-READ-LEDGER-RECORD THRU
003490         8000-READ-LEDGER-RECORD-EXIT
003500     IF RCL-RESULT >= 12
003510         GO TO 2100-CHECK-PRIOR-NIGHT-EXIT
003520     END-IF
003530     IF WS-RECORD-NOT-FOUND
003540         SET WS-PRIOR-VERIFY-NOT-PASSED TO TRUE
003550         GO TO 2100-CHECK-PRIOR-NIGHT-EXIT
003560     END-IF
003570     IF NOT RC-STEP-COMPLETE OR RC-STEP-RETURN-CODE NOT = ZERO
003580         SET WS-PRIOR-VERIFY-NOT-PASSED TO TRUE
003590     END-IF.
003600 2100-CHECK-PRIOR-NIGHT-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------*
003630*  2200-ADVANCE-CONTROL-RECORD - TONIGHT BECOMES THE PREVIOUS    *
003640*  NIGHT FOR THE NEXT NIGHTLY START. A RERUN OF AN OLDER DATE    *
003650*  NEVER MOVES THE CONTROL DATE BACKWARDS.                       *
003660*----------------------------------------------------------------*
003670 2200-ADVANCE-CONTROL-RECORD.
003680     MOVE ZERO TO RC-RUN-DATE
003690     MOVE WS-CONTROL-STEP-NAME TO RC-STEP-NAME
003700     PERFORM 8000-READ-LEDGER-RECORD THRU
003710         8000-READ-LEDGER-RECORD-EXIT
003720     IF RCL-RESULT >= 12
003730         GO TO 2200-ADVANCE-CONTROL-RECORD-EXIT
003740     END-IF
003750     IF WS-RECORD-NOT-FOUND
003760         MOVE SPACES TO RUN-CONTROL-RECORD
003770         MOVE ZERO TO RC-RUN-DATE
003780         MOVE WS-CONTROL-STEP-NAME TO RC-STEP-NAME
003790         MOVE ZERO TO RC-START-DATE RC-START-TIME RC-END-DATE
003800             RC-END-TIME RC-STEP-RETURN-CODE RC-RUN-COUNT
003810             RC-REFUSED-COUNT RC-REFERENCE-DATE
003820     END-IF
003830     IF RC-REFERENCE-DATE NOT < RCL-RUN-DATE
003840         GO TO 2200-ADVANCE-CONTROL-RECORD-EXIT
003850     END-IF
003860     MOVE RCL-RUN-DATE TO RC-REFERENCE-DATE
003870     MOVE WS-NOW-DATE TO RC-START-DATE
003880     MOVE WS-NOW-TIME TO RC-START-TIME
003890     PERFORM 8100-WRITE-LEDGER-RECORD THRU
003900         8100-WRITE-LEDGER-RECORD-EXIT.
003910 2200-ADVANCE-CONTROL-RECORD-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------*
003940*  3000-END-STEP - RECORD THE END AND RETURN CODE. AN END WITH   *
003950*  NO START ON FILE (LEDGER RESTORED MID-NIGHT) IS STILL         *
003960*  RECORDED, WITH A ZERO START.                                  *
003970*----------------------------------------------------------------*
003980 3000-END-STEP.
003990     MOVE RCL-RUN-DATE TO RC-RUN-DATE
004000     MOVE RCL-STEP-NAME TO RC-STEP-NAME
004010     PERFORM 8000-READ-LEDGER-RECORD THRU
004020         8000-READ-LEDGER-RECORD-EXIT
004030     IF RCL-RESULT >= 12
004040         GO TO 3000-END-STEP-EXIT
004050     END-IF
004060     IF WS-RECORD-NOT-FOUND
004070         MOVE SPACES TO RUN-CONTROL-RECORD
004080         MOVE RCL-RUN-DATE TO RC-RUN-DATE
004090         MOVE RCL-STEP-NAME TO RC-STEP-NAME
004100         MOVE ZERO TO RC-START-DATE RC-START-TIME RC-RUN-COUNT
004110             RC-REFUSED-COUNT RC-REFERENCE-DATE
004120         MOVE "N" TO RC-OVERRIDE-USED
004130     END-IF
004140     IF RCL-STEP-RETURN-CODE < 12
004150         SET RC-STEP-COMPLETE TO TRUE
004160     ELSE
004170         SET RC-STEP-FAILED TO TRUE
004180     END-IF
004190     MOVE WS-NOW-DATE TO RC-END-DATE
004200     MOVE WS-NOW-TIME TO RC-END-TIME
004210     MOVE RCL-STEP-RETURN-CODE TO RC-STEP-RETURN-CODE
004220     PERFORM 8100-WRITE-LEDGER-RECORD THRU
004230         8100-WRITE-LEDGER-RECORD-EXIT.
004240 3000-END-STEP-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------*
004270*  4000-RETURN-NIGHT-DATE - HAND BACK THE LATEST NIGHTLY RUN     *
004280*  DATE FROM THE CONTROL RECORD. NO CONTROL RECORD (NO NIGHTLY   *
004290*  UPDATE HAS EVER STARTED) LEAVES THE CALLER'S DATE AS IT WAS.  *
004300*----------------------------------------------------------------*
004310 4000-RETURN-NIGHT-DATE.
004320     MOVE ZERO TO RC-RUN-DATE
004330     MOVE WS-CONTROL-STEP-NAME TO RC-STEP-NAME
004340     PERFORM 8000-READ-LEDGER-RECORD THRU
004350         8000-READ-LEDGER-RECORD-EXIT
004360     IF RCL-RESULT >= 12 OR WS-RECORD-NOT-FOUND
004370         GO TO 4000-RETURN-NIGHT-DATE-EXIT
004380     END-IF
004390     IF RC-REFERENCE-DATE NOT = ZERO
004400         MOVE RC-REFERENCE-DATE TO RCL-RUN-DATE
004410     END-IF.
004420 4000-RETURN-NIGHT-DATE-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------*
004450*  8000-READ-LEDGER-RECORD - RANDOM READ ON THE KEY ALREADY IN   *
004460*  RC-LEDGER-KEY. A MISS IS NORMAL; ANY OTHER BAD STATUS IS A    *
004470*  LEDGER FAILURE.                                               *
004480*----------------------------------------------------------------*
004490 8000-READ-LEDGER-RECORD.
004500     SET WS-RECORD-FOUND TO TRUE
004510     READ RUN-CONTROL-FILE
004520         INVALID KEY
004530             SET WS-RECORD-NOT-FOUND TO TRUE
004540     END-READ
004550     IF WS-RECORD-NOT-FOUND
004560         AND NOT WS-FS-RUN-CONTROL-NOT-FOUND
004570         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
004580         STRING "CTLRCL01 - RUN CONTROL READ FAILED - STATUS "
004590             WS-FS-RUN-CONTROL " - STEP " RCL-STEP-NAME
004600             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004610         DISPLAY WS-ERROR-MESSAGE-LINE
004620         MOVE 12 TO RCL-RESULT
004630     END-IF.
004640 8000-READ-LEDGER-RECORD-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------*
004670*  8100-WRITE-LEDGER-RECORD - REWRITE WHEN THE LAST READ FOUND   *
004680*  THE RECORD, ELSE WRITE IT NEW.                                *
004690*----------------------------------------------------------------*
004700 8100-WRITE-LEDGER-RECORD.
004710     IF WS-RECORD-FOUND
004720         REWRITE RUN-CONTROL-RECORD
004730     ELSE
004740         WRITE RUN-CONTROL-RECORD
004750     END-IF
004760     IF NOT WS-FS-RUN-CONTROL-OK
004770         MOVE SPACES TO WS-ERROR-MESSAGE-LINE
004780         STRING "CTLRCL01 - RUN CONTROL WRITE FAILED - STATUS "
004790             WS-FS-RUN-CONTROL " - STEP " RCL-STEP-NAME
004800             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
004810         DISPLAY WS-ERROR-MESSAGE-LINE
004820         MOVE 12 TO RCL-RESULT
004830     END-IF.
004840 8100-WRITE-LEDGER-RECORD-EXIT.
004850     EXIT.
