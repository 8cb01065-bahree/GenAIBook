000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 6 October 2026
000050* Purpose: Prints the extension utilisation report from
000060*          EXTINV.DAT - one line per department block with the
000070*          size of the block, how many extensions are assigned,
000080*          how many are still cooling off after a termination,
000090*          and how many can be handed out now (free, or past the
000100*          cooling-off period).  A block with fewer than 10% of
000110*          its extensions available is flagged LOW, and one with
000120*          none left is flagged EXHAUSTED, so telecoms can order
000130*          more numbers before the department runs out.  Ends
000140*          with totals across all blocks.
000150******************************************************************
000160* Modification History
000170* ----------------------------------------------------------------
000180* 2026-10-06  RJH  Original version.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. EXTUTIL.
000220 AUTHOR R J HANLON.
000230 DATE-WRITTEN. 6 OCTOBER 2026.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS EXT-KEY
000310         FILE STATUS IS EXT-FS.
000320     SELECT UTILISATION-REPORT ASSIGN TO "EXTUTIL.PRT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS RPT-FS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  EXT-FILE.
000380 COPY "EXTREC.CPY".
000390 FD  UTILISATION-REPORT.
000400 01  REPORT-LINE                  PIC X(80).
000410 WORKING-STORAGE SECTION.
000420 01  EXT-FS                       PIC 99.
000430 01  RPT-FS                       PIC 99.
000440 01  WS-EOF-SWITCH                PIC X.
000450     88  WS-AT-EOF                    VALUE "Y".
000460 01  WS-EXT-NOT-FOUND-SWITCH      PIC X VALUE "N".
000470     88  EXT-FILE-NOT-FOUND           VALUE "Y".
000480 01  WS-FIRST-RECORD-SWITCH       PIC X VALUE "Y".
000490     88  WS-FIRST-RECORD              VALUE "Y".
000500 01  WS-PRIOR-DEPARTMENT          PIC X(15).
000510 01  WS-EXT-COOLING-DAYS          PIC 9(03) VALUE 90.
000520 01  WS-LOW-PERCENT               PIC 9(03) VALUE 10.
000530 01  WS-EXT-DATE-PIECES.
000540     02  WS-EXT-DP-YEAR           PIC 9(04).
000550     02  WS-EXT-DP-MONTH          PIC 9(02).
000560     02  WS-EXT-DP-DAY            PIC 9(02).
000570 01  WS-EXT-TODAY-NUMBER          PIC 9(07).
000580 01  WS-EXT-STATE-NUMBER          PIC 9(07).
000590 01  WS-BLOCK-COUNTS.
000600     02  WS-BLOCK-TOTAL           PIC 9(06).
000610     02  WS-BLOCK-ASSIGNED        PIC 9(06).
000620     02  WS-BLOCK-COOLING         PIC 9(06).
000630     02  WS-BLOCK-AVAILABLE       PIC 9(06).
000640 01  WS-GRAND-COUNTS.
000650     02  WS-GRAND-TOTAL           PIC 9(06) VALUE ZERO.
000660     02  WS-GRAND-ASSIGNED        PIC 9(06) VALUE ZERO.
000670     02  WS-GRAND-COOLING         PIC 9(06) VALUE ZERO.
000680     02  WS-GRAND-AVAILABLE       PIC 9(06) VALUE ZERO.
000690 01  WS-BLOCK-COUNT               PIC 9(04) VALUE ZERO.
000700 01  WS-LOW-COUNT                 PIC 9(04) VALUE ZERO.
000710 01  WS-EXHAUSTED-COUNT           PIC 9(04) VALUE ZERO.
000720 01  WS-USED-PERCENT              PIC 9(03).
000730 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
000740 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
000750 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
000760 01  HDG-LINE-1.
000770     02  FILLER                   PIC X(20) VALUE SPACES.
000780     02  FILLER                   PIC X(30) VALUE
000790             "EXTENSION UTILISATION REPORT".
000800     02  FILLER                   PIC X(21) VALUE SPACES.
000810     02  FILLER                   PIC X(05) VALUE "PAGE ".
000820     02  HDG-PAGE-NUMBER          PIC ZZZ9.
000830 01  HDG-LINE-2.
000840     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
000850     02  FILLER                   PIC X(08) VALUE "BLOCK".
000860     02  FILLER                   PIC X(08) VALUE "ASSIGNED".
000870     02  FILLER                   PIC X(08) VALUE "COOLING".
000880     02  FILLER                   PIC X(08) VALUE "AVAIL".
000890     02  FILLER                   PIC X(06) VALUE "USED%".
000900     02  FILLER                   PIC X(20) VALUE "WARNING".
000910 01  DTL-LINE.
000920     02  DTL-DEPARTMENT           PIC X(15).
000930     02  FILLER                   PIC X(02) VALUE SPACES.
000940     02  DTL-TOTAL                PIC ZZZZ9.
000950     02  FILLER                   PIC X(03) VALUE SPACES.
000960     02  DTL-ASSIGNED             PIC ZZZZ9.
000970     02  FILLER                   PIC X(03) VALUE SPACES.
000980     02  DTL-COOLING              PIC ZZZZ9.
000990     02  FILLER                   PIC X(03) VALUE SPACES.
001000     02  DTL-AVAILABLE            PIC ZZZZ9.
001010     02  FILLER                   PIC X(03) VALUE SPACES.
001020     02  DTL-USED-PERCENT         PIC ZZ9.
001030     02  FILLER                   PIC X(03) VALUE SPACES.
001040     02  DTL-WARNING              PIC X(25).
001050 01  FTR-LINE-1.
001060     02  FILLER                   PIC X(25) VALUE
001070             "DEPARTMENT BLOCKS".
001080     02  FTR-BLOCK-COUNT          PIC ZZZ9.
001090 01  FTR-LINE-2.
001100     02  FILLER                   PIC X(25) VALUE
001110             "BLOCKS RUNNING LOW".
001120     02  FTR-LOW-COUNT            PIC ZZZ9.
001130 01  FTR-LINE-3.
001140     02  FILLER                   PIC X(25) VALUE
001150             "BLOCKS EXHAUSTED".
001160     02  FTR-EXHAUSTED-COUNT      PIC ZZZ9.
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE
001200     PERFORM 2000-COUNT-ONE-EXTENSION
001210         UNTIL WS-AT-EOF
001220     IF NOT WS-FIRST-RECORD
001230         PERFORM 2200-PRINT-BLOCK-LINE
001240     END-IF
001250     PERFORM 3000-PRINT-TOTALS
001260     PERFORM 9000-TERMINATE
001270     STOP RUN.
001280
001290 1000-INITIALIZE.
001300     ACCEPT WS-EXT-DATE-PIECES FROM DATE YYYYMMDD
001310     COMPUTE WS-EXT-TODAY-NUMBER = (WS-EXT-DP-YEAR * 372)
001320         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY
001330     OPEN OUTPUT UTILISATION-REPORT
001340     PERFORM 2300-PRINT-PAGE-HEADING
001350     OPEN INPUT EXT-FILE
001360     IF EXT-FS = 35
001370         SET EXT-FILE-NOT-FOUND TO TRUE
001380         SET WS-AT-EOF TO TRUE
001390         DISPLAY "EXTINV.DAT not found - nothing to report."
001400     ELSE
001410         MOVE "N" TO WS-EOF-SWITCH
001420         PERFORM 2900-READ-NEXT-EXTENSION
001430     END-IF.
001440
001450 2000-COUNT-ONE-EXTENSION.
001460     IF WS-FIRST-RECORD
001470         MOVE "N" TO WS-FIRST-RECORD-SWITCH
001480         PERFORM 2100-START-BLOCK
001490     ELSE
001500         IF EXT-DEPARTMENT NOT = WS-PRIOR-DEPARTMENT
001510             PERFORM 2200-PRINT-BLOCK-LINE
001520             PERFORM 2100-START-BLOCK
001530         END-IF
001540     END-IF
001550     ADD 1 TO WS-BLOCK-TOTAL
001560     EVALUATE TRUE
001570         WHEN EXT-ASSIGNED
001580             ADD 1 TO WS-BLOCK-ASSIGNED
001590         WHEN EXT-COOLING
001600             PERFORM 2010-COUNT-COOLING-EXTENSION
001610         WHEN OTHER
001620             ADD 1 TO WS-BLOCK-AVAILABLE
001630     END-EVALUATE
001640     PERFORM 2900-READ-NEXT-EXTENSION.
001650
001660 2010-COUNT-COOLING-EXTENSION.
001670     MOVE EXT-STATE-DATE TO WS-EXT-DATE-PIECES
001680     COMPUTE WS-EXT-STATE-NUMBER = (WS-EXT-DP-YEAR * 372)
001690         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY
001700     IF WS-EXT-TODAY-NUMBER - WS-EXT-STATE-NUMBER
001710             NOT LESS THAN WS-EXT-COOLING-DAYS
001720         ADD 1 TO WS-BLOCK-AVAILABLE
001730     ELSE
001740         ADD 1 TO WS-BLOCK-COOLING
001750     END-IF.
001760
001770 2100-START-BLOCK.
001780     MOVE EXT-DEPARTMENT TO WS-PRIOR-DEPARTMENT
001790     MOVE ZERO TO WS-BLOCK-TOTAL
001800     MOVE ZERO TO WS-BLOCK-ASSIGNED
001810     MOVE ZERO TO WS-BLOCK-COOLING
001820     MOVE ZERO TO WS-BLOCK-AVAILABLE.
001830
001840 2200-PRINT-BLOCK-LINE.
001850     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
001860         PERFORM 2300-PRINT-PAGE-HEADING
001870     END-IF
001880     ADD 1 TO WS-BLOCK-COUNT
001890     COMPUTE WS-USED-PERCENT ROUNDED =
001900         (WS-BLOCK-ASSIGNED + WS-BLOCK-COOLING) * 100
001910             / WS-BLOCK-TOTAL
001920     MOVE SPACES TO DTL-WARNING
001930     IF WS-BLOCK-AVAILABLE = ZERO
001940         MOVE "** EXHAUSTED" TO DTL-WARNING
001950         ADD 1 TO WS-EXHAUSTED-COUNT
001960     ELSE
001970         IF WS-BLOCK-AVAILABLE * 100
001980                 LESS THAN WS-BLOCK-TOTAL * WS-LOW-PERCENT
001990             MOVE "** LOW" TO DTL-WARNING
002000             ADD 1 TO WS-LOW-COUNT
002010         END-IF
002020     END-IF
002030     MOVE WS-PRIOR-DEPARTMENT TO DTL-DEPARTMENT
002040     MOVE WS-BLOCK-TOTAL TO DTL-TOTAL
002050     MOVE WS-BLOCK-ASSIGNED TO DTL-ASSIGNED
002060     MOVE WS-BLOCK-COOLING TO DTL-COOLING
002070     MOVE WS-BLOCK-AVAILABLE TO DTL-AVAILABLE
002080     MOVE WS-USED-PERCENT TO DTL-USED-PERCENT
002090     WRITE REPORT-LINE FROM DTL-LINE
002100     ADD 1 TO WS-LINE-COUNT
002110     ADD WS-BLOCK-TOTAL TO WS-GRAND-TOTAL
002120     ADD WS-BLOCK-ASSIGNED TO WS-GRAND-ASSIGNED
002130     ADD WS-BLOCK-COOLING TO WS-GRAND-COOLING
002140     ADD WS-BLOCK-AVAILABLE TO WS-GRAND-AVAILABLE.
002150
002160 2300-PRINT-PAGE-HEADING.
002170     ADD 1 TO WS-PAGE-COUNT
002180     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
002190     IF WS-PAGE-COUNT NOT = 1
002200         WRITE REPORT-LINE FROM SPACES
002210         AFTER ADVANCING PAGE
002220     END-IF
002230     WRITE REPORT-LINE FROM HDG-LINE-1
002240     WRITE REPORT-LINE FROM SPACES
002250     WRITE REPORT-LINE FROM HDG-LINE-2
002260     WRITE REPORT-LINE FROM SPACES
002270     MOVE ZERO TO WS-LINE-COUNT.
002280
002290 2900-READ-NEXT-EXTENSION.
002300     READ EXT-FILE NEXT RECORD
002310         AT END SET WS-AT-EOF TO TRUE
002320     END-READ.
002330
002340 3000-PRINT-TOTALS.
002350     MOVE "ALL BLOCKS" TO DTL-DEPARTMENT
002360     MOVE WS-GRAND-TOTAL TO DTL-TOTAL
002370     MOVE WS-GRAND-ASSIGNED TO DTL-ASSIGNED
002380     MOVE WS-GRAND-COOLING TO DTL-COOLING
002390     MOVE WS-GRAND-AVAILABLE TO DTL-AVAILABLE
002400     IF WS-GRAND-TOTAL = ZERO
002410         MOVE ZERO TO WS-USED-PERCENT
002420     ELSE
002430         COMPUTE WS-USED-PERCENT ROUNDED =
002440             (WS-GRAND-ASSIGNED + WS-GRAND-COOLING) * 100
002450                 / WS-GRAND-TOTAL
002460     END-IF
002470     MOVE WS-USED-PERCENT TO DTL-USED-PERCENT
002480     MOVE SPACES TO DTL-WARNING
002490     WRITE REPORT-LINE FROM SPACES
002500     WRITE REPORT-LINE FROM DTL-LINE
002510     MOVE WS-BLOCK-COUNT TO FTR-BLOCK-COUNT
002520     MOVE WS-LOW-COUNT TO FTR-LOW-COUNT
002530     MOVE WS-EXHAUSTED-COUNT TO FTR-EXHAUSTED-COUNT
002540     WRITE REPORT-LINE FROM SPACES
002550     WRITE REPORT-LINE FROM FTR-LINE-1
002560     WRITE REPORT-LINE FROM FTR-LINE-2
002570     WRITE REPORT-LINE FROM FTR-LINE-3
002580     DISPLAY "Extension utilisation complete - " WS-BLOCK-COUNT
002590         " blocks, " WS-LOW-COUNT " low, " WS-EXHAUSTED-COUNT
002600         " exhausted.".
002610
002620 9000-TERMINATE.
002630     IF NOT EXT-FILE-NOT-FOUND
002640         CLOSE EXT-FILE
002650     END-IF
002660     CLOSE UTILISATION-REPORT.
002670
002680 END PROGRAM EXTUTIL.
