000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 12 October 2026
000050* Purpose: Department headcount trend report.  For the twelve
000060*          months ending with the month the operator gives
000070*          (YYYYMM, default the month just ended) every
000080*          department on STATHIST.DAT is printed as a block with
000090*          the months side by side - opening headcount, hires,
000100*          rehires, reactivations, transfers in and out, leavers
000110*          and closing headcount, and the month's turnover
000120*          percentage (leavers over the average of the opening
000130*          and closing headcount) - followed by the turnover for
000140*          the twelve months as a whole.  A month STATMON.CBL
000150*          did not close is left blank.  The same figures are
000160*          written to STATTRND.CSV, one comma-delimited line per
000170*          department per month, for loading into a spreadsheet.
000180******************************************************************
000190* Modification History
000200* ----------------------------------------------------------------
000210* 2026-10-12  RJH  Original version.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. STATTRND.
000250 AUTHOR R J HANLON.
000260 DATE-WRITTEN. 12 OCTOBER 2026.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT STAT-FILE ASSIGN TO "STATHIST.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS STAT-KEY
000340         FILE STATUS IS STAT-FS.
000350     SELECT TREND-REPORT ASSIGN TO "STATTRND.PRT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS RPT-FS.
000380     SELECT CSV-FILE ASSIGN TO "STATTRND.CSV"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CSV-FS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  STAT-FILE.
000440 COPY "STATHIST.CPY".
000450 FD  TREND-REPORT.
000460 01  REPORT-LINE                  PIC X(80).
000470 FD  CSV-FILE.
000480 01  CSV-LINE                     PIC X(120).
000490 WORKING-STORAGE SECTION.
000500 01  STAT-FS                      PIC 99.
000510 01  RPT-FS                       PIC 99.
000520 01  CSV-FS                       PIC 99.
000530 01  WS-STAT-EOF-SWITCH           PIC X.
000540     88  WS-STAT-AT-EOF               VALUE "Y".
000550 01  WS-MONTH-SWITCH              PIC X.
000560     88  WS-MONTH-VALID               VALUE "Y".
000570 01  WS-RUN-DATE                  PIC 9(08).
000580 01  WS-RUN-DATE-PIECES REDEFINES WS-RUN-DATE.
000590     02  WS-RUN-YEAR              PIC 9(04).
000600     02  WS-RUN-MONTH             PIC 9(02).
000610     02  WS-RUN-DAY               PIC 9(02).
000620 01  WS-RUN-DATE-DISPLAY.
000630     02  WS-RDD-MONTH             PIC 9(02).
000640     02  FILLER                   PIC X(01) VALUE "/".
000650     02  WS-RDD-DAY               PIC 9(02).
000660     02  FILLER                   PIC X(01) VALUE "/".
000670     02  WS-RDD-YEAR              PIC 9(04).
000680 01  WS-DEFAULT-MONTH.
000690     02  WS-DM-YEAR               PIC 9(04).
000700     02  WS-DM-MONTH              PIC 9(02).
000710 01  WS-MONTH-ENTRY               PIC X(06).
000720 01  WS-END-MONTH.
000730     02  WS-EM-YEAR               PIC 9(04).
000740     02  WS-EM-MONTH              PIC 9(02).
000750 01  WS-END-MONTH-N REDEFINES WS-END-MONTH
000760                                  PIC 9(06).
000770 01  WS-WALK-MONTH.
000780     02  WS-WM-YEAR               PIC 9(04).
000790     02  WS-WM-MONTH              PIC 9(02).
000800 01  WS-WALK-MONTH-N REDEFINES WS-WALK-MONTH
000810                                  PIC 9(06).
000820 01  WS-WINDOW-TABLE.
000830     02  WS-WINDOW-MONTH          PIC 9(06) OCCURS 12 TIMES.
000840 01  WS-YEAR-QUOTIENT             PIC 9(04).
000850 01  WS-YEAR-REMAINDER            PIC 9(02).
000860 01  WS-CURRENT-DEPARTMENT        PIC X(15).
000870 01  WS-FIRST-RECORD-SWITCH       PIC X.
000880     88  WS-FIRST-RECORD              VALUE "Y".
000890 01  WS-MONTH-TABLE.
000900     02  WS-TM-SLOT OCCURS 12 TIMES.
000910         03  WS-TM-PRESENT        PIC X(01).
000920             88  WS-TM-MONTH-PRESENT  VALUE "Y".
000930         03  WS-TM-FIGURES.
000940             04  WS-TM-FIGURE     PIC 9(05) OCCURS 8 TIMES.
000950         03  WS-TM-TURNOVER       PIC 9(04)V9.
000960         03  WS-TM-TURNOVER-SWITCH PIC X(01).
000970             88  WS-TM-TURNOVER-KNOWN VALUE "Y".
000980 01  WS-SLOT-SUB                  PIC 9(02).
000990 01  WS-FOUND-SLOT                PIC 9(02).
001000 01  WS-FIGURE-SUB                PIC 9(01).
001010 01  WS-ROW-LABEL-VALUES.
001020     02  FILLER                   PIC X(08) VALUE "OPENING".
001030     02  FILLER                   PIC X(08) VALUE "HIRES".
001040     02  FILLER                   PIC X(08) VALUE "REHIRES".
001050     02  FILLER                   PIC X(08) VALUE "REACTIV".
001060     02  FILLER                   PIC X(08) VALUE "XFER IN".
001070     02  FILLER                   PIC X(08) VALUE "XFER OUT".
001080     02  FILLER                   PIC X(08) VALUE "LEAVERS".
001090     02  FILLER                   PIC X(08) VALUE "CLOSING".
001100 01  WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABEL-VALUES.
001110     02  WS-ROW-LABEL             PIC X(08) OCCURS 8 TIMES.
001120 01  WS-HEADCOUNT-SUM             PIC 9(07).
001130 01  WS-MONTHS-PRESENT            PIC 9(02).
001140 01  WS-YEAR-LEAVERS              PIC 9(06).
001150 01  WS-YEAR-HEADCOUNT-SUM        PIC 9(08).
001160 01  WS-AVERAGE-HEADCOUNT         PIC 9(06)V9.
001170 01  WS-YEAR-TURNOVER             PIC 9(04)V9.
001180 01  WS-EDIT-COUNT                PIC ZZZZZ9.
001190 01  WS-EDIT-PERCENT              PIC ZZZ9.9.
001200 01  WS-DEPARTMENT-COUNT          PIC 9(04) VALUE ZERO.
001210 01  WS-CSV-COUNT                 PIC 9(06) VALUE ZERO.
001220 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
001230 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001240 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
001250 01  WS-BLOCK-LINES               PIC 9(02) VALUE 15.
001260 01  HDG-LINE-1.
001270     02  FILLER                   PIC X(20) VALUE SPACES.
001280     02  FILLER                   PIC X(35) VALUE
001290             "DEPARTMENT HEADCOUNT TREND".
001300     02  FILLER                   PIC X(16) VALUE SPACES.
001310     02  FILLER                   PIC X(05) VALUE "PAGE ".
001320     02  HDG-PAGE-NUMBER          PIC ZZZ9.
001330 01  HDG-LINE-2.
001340     02  FILLER                   PIC X(16) VALUE
001350             "12 MONTHS TO : ".
001360     02  HDG-MONTH                PIC 99.
001370     02  FILLER                   PIC X(01) VALUE "/".
001380     02  HDG-YEAR                 PIC 9(04).
001390     02  FILLER                   PIC X(36) VALUE SPACES.
001400     02  FILLER                   PIC X(11) VALUE "RUN DATE : ".
001410     02  HDG-RUN-DATE             PIC X(10).
001420 01  BLK-DEPARTMENT-LINE.
001430     02  FILLER                   PIC X(13) VALUE
001440             "DEPARTMENT : ".
001450     02  BLK-DEPARTMENT           PIC X(15).
001460 01  BLK-ROW-LINE.
001470     02  BLK-ROW-LABEL            PIC X(08).
001480     02  BLK-CELL                 PIC X(06) OCCURS 12 TIMES.
001490 01  BLK-MONTH-CELL.
001500     02  FILLER                   PIC X(01) VALUE SPACE.
001510     02  BLK-MC-MONTH             PIC 99.
001520     02  FILLER                   PIC X(01) VALUE "/".
001530     02  BLK-MC-YEAR              PIC 99.
001540 01  BLK-NO-FIGURE                PIC X(06) VALUE "     -".
001550 01  BLK-YEAR-LINE.
001560     02  FILLER                   PIC X(20) VALUE
001570             "12-MONTH TURNOVER : ".
001580     02  BLK-YEAR-TURNOVER        PIC ZZZ9.9.
001590     02  FILLER                   PIC X(12) VALUE "%   LEAVERS ".
001600     02  BLK-YEAR-LEAVERS         PIC ZZZZZ9.
001610     02  FILLER                   PIC X(21) VALUE
001620             "   AVERAGE HEADCOUNT ".
001630     02  BLK-AVERAGE-HEADCOUNT    PIC ZZZZZ9.9.
001640 01  BLK-NO-YEAR-LINE             PIC X(60) VALUE
001650         "12-MONTH TURNOVER : NO HEADCOUNT IN THE PERIOD".
001660 01  SUM-LINE.
001670     02  SUM-LABEL                PIC X(45).
001680     02  SUM-COUNT                PIC ZZZZZ9.
001690 01  WS-CSV-HEADING.
001700     02  FILLER                   PIC X(48) VALUE
001710         "DEPARTMENT,MONTH,OPENING,HIRES,REHIRES,REACTIVAT".
001720     02  FILLER                   PIC X(49) VALUE
001730         "IONS,TRANSFERSIN,TRANSFERSOUT,TERMINATIONS,CLOSIN".
001740     02  FILLER                   PIC X(13) VALUE
001750         "G,TURNOVERPCT".
001760 01  WS-CSV-DETAIL.
001770     02  WS-CSV-DEPARTMENT        PIC X(15).
001780     02  FILLER                   PIC X(01) VALUE ",".
001790     02  WS-CSV-MONTH             PIC 9(06).
001800     02  WS-CSV-FIGURE-CELL OCCURS 8 TIMES.
001810         03  WS-CSV-COMMA         PIC X(01).
001820         03  WS-CSV-FIGURE        PIC 9(05).
001830     02  FILLER                   PIC X(01) VALUE ",".
001840     02  WS-CSV-TURNOVER          PIC 9(04).9.
001850 PROCEDURE DIVISION.
001860 0000-MAINLINE.
001870     PERFORM 1000-ACCEPT-END-MONTH
001880     PERFORM 1100-BUILD-MONTH-WINDOW
001890     OPEN INPUT STAT-FILE
001900     IF STAT-FS = 35
001910         DISPLAY "STATHIST.DAT not found - run STATMON first."
001920         STOP RUN
001930     END-IF
001940     OPEN OUTPUT TREND-REPORT
001950     OPEN OUTPUT CSV-FILE
001960     WRITE CSV-LINE FROM WS-CSV-HEADING
001970     PERFORM 3000-PRINT-PAGE-HEADINGS
001980     MOVE "Y" TO WS-FIRST-RECORD-SWITCH
001990     MOVE LOW-VALUES TO STAT-KEY
002000     MOVE "N" TO WS-STAT-EOF-SWITCH
002010     START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
002020         INVALID KEY
002030             SET WS-STAT-AT-EOF TO TRUE
002040         NOT INVALID KEY
002050             PERFORM 2900-READ-NEXT-STATISTIC
002060     END-START
002070     PERFORM 2000-TAKE-ONE-STATISTIC
002080         UNTIL WS-STAT-AT-EOF
002090     IF NOT WS-FIRST-RECORD
002100         PERFORM 4000-FINISH-DEPARTMENT
002110     END-IF
002120     PERFORM 8000-PRINT-SUMMARY
002130     CLOSE STAT-FILE
002140     CLOSE CSV-FILE
002150     CLOSE TREND-REPORT
002160     DISPLAY "Headcount trend to " WS-EM-MONTH "/" WS-EM-YEAR
002170         " - " WS-DEPARTMENT-COUNT " departments, "
002180         WS-CSV-COUNT " delimited lines."
002190     STOP RUN.
002200
002210 1000-ACCEPT-END-MONTH.
002220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002230     MOVE WS-RUN-MONTH TO WS-RDD-MONTH
002240     MOVE WS-RUN-DAY TO WS-RDD-DAY
002250     MOVE WS-RUN-YEAR TO WS-RDD-YEAR
002260     IF WS-RUN-MONTH = 1
002270         COMPUTE WS-DM-YEAR = WS-RUN-YEAR - 1
002280         MOVE 12 TO WS-DM-MONTH
002290     ELSE
002300         MOVE WS-RUN-YEAR TO WS-DM-YEAR
002310         COMPUTE WS-DM-MONTH = WS-RUN-MONTH - 1
002320     END-IF
002330     MOVE "N" TO WS-MONTH-SWITCH
002340     PERFORM 1010-ACCEPT-ONE-MONTH
002350         UNTIL WS-MONTH-VALID.
002360
002370 1010-ACCEPT-ONE-MONTH.
002380     DISPLAY "Enter the last month of the trend (YYYYMM), or"
002390     DISPLAY "press Enter for " WS-DEFAULT-MONTH "."
002400     MOVE SPACES TO WS-MONTH-ENTRY
002410     ACCEPT WS-MONTH-ENTRY
002420     IF WS-MONTH-ENTRY = SPACES
002430         MOVE WS-DEFAULT-MONTH TO WS-END-MONTH
002440         SET WS-MONTH-VALID TO TRUE
002450     ELSE
002460         IF WS-MONTH-ENTRY NOT NUMERIC
002470             DISPLAY "Month must be numeric YYYYMM."
002480         ELSE
002490             MOVE WS-MONTH-ENTRY TO WS-END-MONTH
002500             IF WS-EM-MONTH LESS THAN 1
002510                     OR WS-EM-MONTH GREATER THAN 12
002520                 DISPLAY "Month is not a valid month."
002530             ELSE
002540                 SET WS-MONTH-VALID TO TRUE
002550             END-IF
002560         END-IF
002570     END-IF.
002580
002590 1100-BUILD-MONTH-WINDOW.
002600     MOVE WS-END-MONTH TO WS-WALK-MONTH
002610     PERFORM 1110-SET-ONE-WINDOW-MONTH
002620         VARYING WS-SLOT-SUB FROM 12 BY -1
002630         UNTIL WS-SLOT-SUB LESS THAN 1.
002640
002650 1110-SET-ONE-WINDOW-MONTH.
002660     MOVE WS-WALK-MONTH-N TO WS-WINDOW-MONTH (WS-SLOT-SUB)
002670     IF WS-WM-MONTH = 1
002680         SUBTRACT 1 FROM WS-WM-YEAR
002690         MOVE 12 TO WS-WM-MONTH
002700     ELSE
002710         SUBTRACT 1 FROM WS-WM-MONTH
002720     END-IF.
002730
002740 2000-TAKE-ONE-STATISTIC.
002750     IF STAT-MONTH NOT LESS THAN WS-WINDOW-MONTH (1)
002760             AND STAT-MONTH NOT GREATER THAN WS-END-MONTH-N
002770         IF WS-FIRST-RECORD
002780             MOVE "N" TO WS-FIRST-RECORD-SWITCH
002790             PERFORM 2100-START-DEPARTMENT
002800         ELSE
002810             IF STAT-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
002820                 PERFORM 4000-FINISH-DEPARTMENT
002830                 PERFORM 2100-START-DEPARTMENT
002840             END-IF
002850         END-IF
002860         PERFORM 2200-STORE-ONE-MONTH
002870     END-IF
002880     PERFORM 2900-READ-NEXT-STATISTIC.
002890
002900 2100-START-DEPARTMENT.
002910     MOVE STAT-DEPARTMENT TO WS-CURRENT-DEPARTMENT
002920     PERFORM 2110-CLEAR-ONE-SLOT
002930         VARYING WS-SLOT-SUB FROM 1 BY 1
002940         UNTIL WS-SLOT-SUB GREATER THAN 12.
002950
002960 2110-CLEAR-ONE-SLOT.
002970     MOVE "N" TO WS-TM-PRESENT (WS-SLOT-SUB)
002980     MOVE ZERO TO WS-TM-FIGURES (WS-SLOT-SUB)
002990     MOVE ZERO TO WS-TM-TURNOVER (WS-SLOT-SUB)
003000     MOVE "N" TO WS-TM-TURNOVER-SWITCH (WS-SLOT-SUB).
003010
003020 2200-STORE-ONE-MONTH.
003030     MOVE ZERO TO WS-FOUND-SLOT
003040     PERFORM 2210-TEST-ONE-SLOT
003050         VARYING WS-SLOT-SUB FROM 1 BY 1
003060         UNTIL WS-SLOT-SUB GREATER THAN 12
003070             OR WS-FOUND-SLOT NOT = ZERO
003080     IF WS-FOUND-SLOT NOT = ZERO
003090         MOVE "Y" TO WS-TM-PRESENT (WS-FOUND-SLOT)
003100         MOVE STAT-FIGURES TO WS-TM-FIGURES (WS-FOUND-SLOT)
003110         COMPUTE WS-HEADCOUNT-SUM = STAT-OPENING + STAT-CLOSING
003120         IF WS-HEADCOUNT-SUM NOT = ZERO
003130             COMPUTE WS-TM-TURNOVER (WS-FOUND-SLOT) ROUNDED =
003140                 STAT-TERMINATIONS * 200 / WS-HEADCOUNT-SUM
003150                 ON SIZE ERROR
003160                     MOVE 9999.9 TO WS-TM-TURNOVER (WS-FOUND-SLOT)
003170             END-COMPUTE
003180             MOVE "Y" TO WS-TM-TURNOVER-SWITCH (WS-FOUND-SLOT)
003190         END-IF
003200     END-IF.
003210
003220 2210-TEST-ONE-SLOT.
003230     IF WS-WINDOW-MONTH (WS-SLOT-SUB) = STAT-MONTH
003240         MOVE WS-SLOT-SUB TO WS-FOUND-SLOT
003250     END-IF.
003260
003270 2900-READ-NEXT-STATISTIC.
003280     READ STAT-FILE NEXT RECORD
003290         AT END SET WS-STAT-AT-EOF TO TRUE
003300     END-READ.
003310
003320 3000-PRINT-PAGE-HEADINGS.
003330     ADD 1 TO WS-PAGE-COUNT
003340     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
003350     MOVE WS-EM-MONTH TO HDG-MONTH
003360     MOVE WS-EM-YEAR TO HDG-YEAR
003370     MOVE WS-RUN-DATE-DISPLAY TO HDG-RUN-DATE
003380     IF WS-PAGE-COUNT NOT = 1
003390         WRITE REPORT-LINE FROM SPACES
003400         AFTER ADVANCING PAGE
003410     END-IF
003420     WRITE REPORT-LINE FROM HDG-LINE-1
003430     WRITE REPORT-LINE FROM HDG-LINE-2
003440     WRITE REPORT-LINE FROM SPACES
003450     MOVE ZERO TO WS-LINE-COUNT.
003460
003470 4000-FINISH-DEPARTMENT.
003480     ADD 1 TO WS-DEPARTMENT-COUNT
003490     IF WS-LINE-COUNT + WS-BLOCK-LINES GREATER THAN
003500             WS-LINES-PER-PAGE
003510         PERFORM 3000-PRINT-PAGE-HEADINGS
003520     END-IF
003530     IF WS-CURRENT-DEPARTMENT = SPACES
003540         MOVE "(NONE ASSIGNED)" TO BLK-DEPARTMENT
003550     ELSE
003560         MOVE WS-CURRENT-DEPARTMENT TO BLK-DEPARTMENT
003570     END-IF
003580     WRITE REPORT-LINE FROM BLK-DEPARTMENT-LINE
003590     MOVE SPACES TO BLK-ROW-LINE
003600     PERFORM 4100-SET-ONE-MONTH-CELL
003610         VARYING WS-SLOT-SUB FROM 1 BY 1
003620         UNTIL WS-SLOT-SUB GREATER THAN 12
003630     WRITE REPORT-LINE FROM BLK-ROW-LINE
003640     PERFORM 4200-PRINT-ONE-FIGURE-ROW
003650         VARYING WS-FIGURE-SUB FROM 1 BY 1
003660         UNTIL WS-FIGURE-SUB GREATER THAN 8
003670     PERFORM 4300-PRINT-TURNOVER-ROW
003680     PERFORM 4400-PRINT-YEAR-TURNOVER
003690     WRITE REPORT-LINE FROM SPACES
003700     WRITE REPORT-LINE FROM SPACES
003710     ADD WS-BLOCK-LINES TO WS-LINE-COUNT
003720     PERFORM 5000-WRITE-CSV-LINE
003730         VARYING WS-SLOT-SUB FROM 1 BY 1
003740         UNTIL WS-SLOT-SUB GREATER THAN 12.
003750
003760 4100-SET-ONE-MONTH-CELL.
003770     MOVE WS-WINDOW-MONTH (WS-SLOT-SUB) TO WS-WALK-MONTH-N
003780     MOVE WS-WM-MONTH TO BLK-MC-MONTH
003790     DIVIDE WS-WM-YEAR BY 100 GIVING WS-YEAR-QUOTIENT
003800         REMAINDER WS-YEAR-REMAINDER
003810     MOVE WS-YEAR-REMAINDER TO BLK-MC-YEAR
003820     MOVE BLK-MONTH-CELL TO BLK-CELL (WS-SLOT-SUB).
003830
003840 4200-PRINT-ONE-FIGURE-ROW.
003850     MOVE WS-ROW-LABEL (WS-FIGURE-SUB) TO BLK-ROW-LABEL
003860     PERFORM 4210-SET-ONE-FIGURE-CELL
003870         VARYING WS-SLOT-SUB FROM 1 BY 1
003880         UNTIL WS-SLOT-SUB GREATER THAN 12
003890     WRITE REPORT-LINE FROM BLK-ROW-LINE.
003900
003910 4210-SET-ONE-FIGURE-CELL.
003920     IF WS-TM-MONTH-PRESENT (WS-SLOT-SUB)
003930         MOVE WS-TM-FIGURE (WS-SLOT-SUB WS-FIGURE-SUB)
003940             TO WS-EDIT-COUNT
003950         MOVE WS-EDIT-COUNT TO BLK-CELL (WS-SLOT-SUB)
003960     ELSE
003970         MOVE SPACES TO BLK-CELL (WS-SLOT-SUB)
003980     END-IF.
003990
004000 4300-PRINT-TURNOVER-ROW.
004010     MOVE "TURNOVR%" TO BLK-ROW-LABEL
004020     PERFORM 4310-SET-ONE-TURNOVER-CELL
004030         VARYING WS-SLOT-SUB FROM 1 BY 1
004040         UNTIL WS-SLOT-SUB GREATER THAN 12
004050     WRITE REPORT-LINE FROM BLK-ROW-LINE.
004060
004070 4310-SET-ONE-TURNOVER-CELL.
004080     IF WS-TM-MONTH-PRESENT (WS-SLOT-SUB)
004090         IF WS-TM-TURNOVER-KNOWN (WS-SLOT-SUB)
004100             MOVE WS-TM-TURNOVER (WS-SLOT-SUB) TO WS-EDIT-PERCENT
004110             MOVE WS-EDIT-PERCENT TO BLK-CELL (WS-SLOT-SUB)
004120         ELSE
004130             MOVE BLK-NO-FIGURE TO BLK-CELL (WS-SLOT-SUB)
004140         END-IF
004150     ELSE
004160         MOVE SPACES TO BLK-CELL (WS-SLOT-SUB)
004170     END-IF.
004180
004190 4400-PRINT-YEAR-TURNOVER.
004200     MOVE ZERO TO WS-MONTHS-PRESENT
004210     MOVE ZERO TO WS-YEAR-LEAVERS
004220     MOVE ZERO TO WS-YEAR-HEADCOUNT-SUM
004230     PERFORM 4410-ADD-ONE-MONTH
004240         VARYING WS-SLOT-SUB FROM 1 BY 1
004250         UNTIL WS-SLOT-SUB GREATER THAN 12
004260     WRITE REPORT-LINE FROM SPACES
004270     IF WS-YEAR-HEADCOUNT-SUM = ZERO
004280         WRITE REPORT-LINE FROM BLK-NO-YEAR-LINE
004290     ELSE
004300         COMPUTE WS-AVERAGE-HEADCOUNT ROUNDED =
004310             WS-YEAR-HEADCOUNT-SUM / (WS-MONTHS-PRESENT * 2)
004320         COMPUTE WS-YEAR-TURNOVER ROUNDED =
004330             WS-YEAR-LEAVERS * WS-MONTHS-PRESENT * 200
004340                 / WS-YEAR-HEADCOUNT-SUM
004350             ON SIZE ERROR
004360                 MOVE 9999.9 TO WS-YEAR-TURNOVER
004370         END-COMPUTE
004380         MOVE WS-YEAR-TURNOVER TO BLK-YEAR-TURNOVER
004390         MOVE WS-YEAR-LEAVERS TO BLK-YEAR-LEAVERS
004400         MOVE WS-AVERAGE-HEADCOUNT TO BLK-AVERAGE-HEADCOUNT
004410         WRITE REPORT-LINE FROM BLK-YEAR-LINE
004420     END-IF.
004430
004440 4410-ADD-ONE-MONTH.
004450     IF WS-TM-MONTH-PRESENT (WS-SLOT-SUB)
004460         ADD 1 TO WS-MONTHS-PRESENT
004470         ADD WS-TM-FIGURE (WS-SLOT-SUB 7) TO WS-YEAR-LEAVERS
004480         ADD WS-TM-FIGURE (WS-SLOT-SUB 1)
004490             WS-TM-FIGURE (WS-SLOT-SUB 8)
004500             TO WS-YEAR-HEADCOUNT-SUM
004510     END-IF.
004520
004530 5000-WRITE-CSV-LINE.
004540     IF WS-TM-MONTH-PRESENT (WS-SLOT-SUB)
004550         MOVE WS-CURRENT-DEPARTMENT TO WS-CSV-DEPARTMENT
004560         MOVE WS-WINDOW-MONTH (WS-SLOT-SUB) TO WS-CSV-MONTH
004570         PERFORM 5010-SET-ONE-CSV-FIGURE
004580             VARYING WS-FIGURE-SUB FROM 1 BY 1
004590             UNTIL WS-FIGURE-SUB GREATER THAN 8
004600         MOVE WS-TM-TURNOVER (WS-SLOT-SUB) TO WS-CSV-TURNOVER
004610         WRITE CSV-LINE FROM WS-CSV-DETAIL
004620         ADD 1 TO WS-CSV-COUNT
004630     END-IF.
004640
004650 5010-SET-ONE-CSV-FIGURE.
004660     MOVE "," TO WS-CSV-COMMA (WS-FIGURE-SUB)
004670     MOVE WS-TM-FIGURE (WS-SLOT-SUB WS-FIGURE-SUB)
004680         TO WS-CSV-FIGURE (WS-FIGURE-SUB).
004690
004700 8000-PRINT-SUMMARY.
004710     IF WS-LINE-COUNT + 4 GREATER THAN WS-LINES-PER-PAGE
004720         PERFORM 3000-PRINT-PAGE-HEADINGS
004730     END-IF
004740     MOVE "DEPARTMENTS REPORTED" TO SUM-LABEL
004750     MOVE WS-DEPARTMENT-COUNT TO SUM-COUNT
004760     WRITE REPORT-LINE FROM SUM-LINE
004770     MOVE "DELIMITED LINES WRITTEN" TO SUM-LABEL
004780     MOVE WS-CSV-COUNT TO SUM-COUNT
004790     WRITE REPORT-LINE FROM SUM-LINE.
004800
004810 END PROGRAM STATTRND.
