000210*----------------------------------------------------------------*
000220*  DATE      INIT  DESCRIPTION                                   *
000230*  09/02/26  RLM   ORIGINAL PROGRAM                              *
000240*  10/15/26  RLM   CONTROL TOTALS RECORD WIDENED TO 128 BYTES    *
000250*                  (RUN DATE, RUN TYPE, AND PER-TYPE SPLIT) -    *
000260*                  LAYOUT KEPT IN STEP WITH CTLPGM01             *
000270*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-3090.
000310 OBJECT-COMPUTER. IBM-3090.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CONTROL-TOTALS-FILE ASSIGN TO CTLTOTLS
000350         ORGANIZATION IS SEQUENTIAL
000360         ACCESS MODE IS SEQUENTIAL
000370         FILE STATUS IS WS-FS-CONTROL-TOTALS.
000380     SELECT SORTED-TOTALS-FILE ASSIGN TO SRTDTOTL
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE IS SEQUENTIAL
000410         FILE STATUS IS WS-FS-SORTED-TOTALS.
000420     SELECT SORT-WORK-FILE ASSIGN TO SORTWK02.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CONTROL-TOTALS-FILE
000460     RECORDING MODE IS F.
000470 01  CONTROL-TOTALS-RECORD.
000480     05  SRT-IN-KEY-CONTROL           PIC X(06).
000490     05  FILLER                       PIC X(122).
000500 FD  SORTED-TOTALS-FILE
000510     RECORDING MODE IS F.
000520 01  SORTED-TOTALS-RECORD              PIC X(128).
000530 SD  SORT-WORK-FILE.
000540 01  SORT-RECORD.
000550     05  SR-KEY-CONTROL               PIC X(06).
000560     05  SR-TOTALS-DATA               PIC X(128).
000570 WORKING-STORAGE SECTION.
000580 01  WS-FILE-STATUS-BLOCK.
000590     05  WS-FS-CONTROL-TOTALS         PIC X(02).
000600         88  WS-FS-CONTROL-TOTALS-OK           VALUE "00".
000610     05  WS-FS-SORTED-TOTALS          PIC X(02).
000620         88  WS-FS-SORTED-TOTALS-OK            VALUE "00".
000630
000640 01  WS-EOF-SWITCH                     PIC X(01) VALUE "N".
000650     88  WS-EOF-YES                            VALUE "Y".
000660     88  WS-EOF-NO                             VALUE "N".
000670
000680 01  WS-SORT-EOF-SWITCH                PIC X(01) VALUE "N".
000690     88  WS-SORT-EOF-YES                       VALUE "Y".
000700     88  WS-SORT-EOF-NO                        VALUE "N".
000710
000720 77  WS-ERROR-MESSAGE-LINE             PIC X(80) VALUE SPACES.
000730 LINKAGE SECTION.
000740 01  SRT2-RETURN-CODE                  PIC 9(02).
000750*----------------------------------------------------------------*
000760*  PROCEDURE DIVISION - SRT2-RETURN-CODE RETURNS 00 FOR A CLEAN  *
000770*  SORT OR 12 WHEN THE SORT OR EITHER FILE FAILED.               *
000780*----------------------------------------------------------------*
000790 PROCEDURE DIVISION USING SRT2-RETURN-CODE.
000800 0000-MAINLINE SECTION.
000810 0000-MAINLINE-START.
000820     MOVE ZERO TO SRT2-RETURN-CODE
000830     SORT SORT-WORK-FILE
000840         ON ASCENDING KEY SR-KEY-CONTROL
000850         WITH DUPLICATES IN ORDER
000860         INPUT PROCEDURE IS 1000-RELEASE-INPUT
000870         OUTPUT PROCEDURE IS 2000-WRITE-SORTED
000880     IF SORT-RETURN NOT = ZERO
000890         MOVE "CTLSRT02 - SORT FAILED" TO WS-ERROR-MESSAGE-LINE
000900         DISPLAY WS-ERROR-MESSAGE-LINE
000910         MOVE 12 TO SRT2-RETURN-CODE
000920     END-IF
000930     GOBACK.
000940*----------------------------------------------------------------*
000950*  1000-RELEASE-INPUT - SORT INPUT PROCEDURE. READ THE RAW       *
000960*  CONTROL TOTALS AND RELEASE EVERY RECORD TO THE SORT.          *
000970*----------------------------------------------------------------*
000980 1000-RELEASE-INPUT SECTION.
000990 1000-RELEASE-INPUT-START.
001000     OPEN INPUT CONTROL-TOTALS-FILE
001010     IF NOT WS-FS-CONTROL-TOTALS-OK
001020         STRING "CTLSRT02 - CONTROL TOTALS OPEN FAILED - STATUS "
001030             WS-FS-CONTROL-TOTALS
001040             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001050         DISPLAY WS-ERROR-MESSAGE-LINE
001060         MOVE 12 TO SRT2-RETURN-CODE
001070         GO TO 1000-RELEASE-INPUT-EXIT
001080     END-IF
001090     SET WS-EOF-NO TO TRUE
001100     PERFORM 1100-RELEASE-ONE-RECORD THRU
001110         1100-RELEASE-ONE-RECORD-EXIT
001120         UNTIL WS-EOF-YES OR SRT2-RETURN-CODE >= 12
001130     CLOSE CONTROL-TOTALS-FILE
001140     GO TO 1000-RELEASE-INPUT-EXIT.
001150*----------------------------------------------------------------*
001160*  1100-RELEASE-ONE-RECORD - READ AND RELEASE ONE RECORD.        *
001170*----------------------------------------------------------------*
001180 1100-RELEASE-ONE-RECORD.
001190     READ CONTROL-TOTALS-FILE
001200         AT END
001210             SET WS-EOF-YES TO TRUE
001220             GO TO 1100-RELEASE-ONE-RECORD-EXIT
001230     END-READ
001240     IF NOT WS-FS-CONTROL-TOTALS-OK
001250         STRING "CTLSRT02 - CONTROL TOTALS READ FAILED - STATUS "
001260             WS-FS-CONTROL-TOTALS
001270             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001280         DISPLAY WS-ERROR-MESSAGE-LINE
001290         MOVE 12 TO SRT2-RETURN-CODE
001300         GO TO 1100-RELEASE-ONE-RECORD-EXIT
001310     END-IF
001320     MOVE SRT-IN-KEY-CONTROL TO SR-KEY-CONTROL
001330     MOVE CONTROL-TOTALS-RECORD TO SR-TOTALS-DATA
001340     RELEASE SORT-RECORD.
001350 1100-RELEASE-ONE-RECORD-EXIT.
001360     EXIT.
001370 1000-RELEASE-INPUT-EXIT.
001380     EXIT.
001390*----------------------------------------------------------------*
001400*  2000-WRITE-SORTED - SORT OUTPUT PROCEDURE. RETURN EACH        *
001410*  SORTED RECORD AND WRITE ITS ORIGINAL IMAGE TO THE SORTED      *
001420*  TOTALS FILE FOR THE RECONCILIATION MATCH-MERGE.               *
001430*----------------------------------------------------------------*
001440 2000-WRITE-SORTED SECTION.
001450 2000-WRITE-SORTED-START.
001460     OPEN OUTPUT SORTED-TOTALS-FILE
001470     IF NOT WS-FS-SORTED-TOTALS-OK
001480         STRING "CTLSRT02 - SORTED TOTALS OPEN FAILED - STATUS "
001490             WS-FS-SORTED-TOTALS
001500             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001510         DISPLAY WS-ERROR-MESSAGE-LINE
001520         MOVE 12 TO SRT2-RETURN-CODE
001530         GO TO 2000-WRITE-SORTED-EXIT
001540     END-IF
001550     SET WS-SORT-EOF-NO TO TRUE
001560     PERFORM 2100-RETURN-ONE-RECORD THRU
001570         2100-RETURN-ONE-RECORD-EXIT
001580         UNTIL WS-SORT-EOF-YES OR SRT2-RETURN-CODE >= 12
001590     CLOSE SORTED-TOTALS-FILE
001600     GO TO 2000-WRITE-SORTED-EXIT.
001610*----------------------------------------------------------------*
001620*  2100-RETURN-ONE-RECORD - RETURN AND WRITE ONE SORTED RECORD.  *
001630*----------------------------------------------------------------*
001640 2100-RETURN-ONE-RECORD.
001650     RETURN SORT-WORK-FILE
001660         AT END
001670             SET WS-SORT-EOF-YES TO TRUE
001680             GO TO 2100-RETURN-ONE-RECORD-EXIT
001690     END-RETURN
001700     WRITE SORTED-TOTALS-RECORD FROM SR-TOTALS-DATA
001710     IF NOT WS-FS-SORTED-TOTALS-OK
001720         STRING "CTLSRT02 - SORTED TOTALS WRITE FAILED - STATUS "
001730             WS-FS-SORTED-TOTALS
001740             DELIMITED BY SIZE INTO WS-ERROR-MESSAGE-LINE
001750         DISPLAY WS-ERROR-MESSAGE-LINE
001760         MOVE 12 TO SRT2-RETURN-CODE
001770     END-IF.
001780 2100-RETURN-ONE-RECORD-EXIT.
001790     EXIT.
001800 2000-WRITE-SORTED-EXIT.
001810     EXIT.
