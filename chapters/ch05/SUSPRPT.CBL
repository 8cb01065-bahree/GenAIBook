000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 9 October 2026
000050* Purpose: Prints the aged suspense report from SUSPENSE.DAT -
000060*          every rejected transaction still outstanding (open, or
000070*          corrected and waiting for the next BATCHMNT run),
000080*          grouped by reject reason and, within each reason, by
000090*          age bucket: 0 to 2 days, 3 to 5 days, and over 5 days.
000100*          Age runs from the date the transaction first failed,
000110*          so an item that bounced again on resubmission keeps
000120*          its age.  The over-5-day group under each reason is
000130*          headed REFER TO SUPERVISOR, and a closing summary gives
000140*          the count per reason in each bucket with the number of
000150*          items the supervisor has to chase.
000160******************************************************************
000170* Modification History
000180* ----------------------------------------------------------------
000190* 2026-10-09  RJH  Original version.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. SUSPRPT.
000230 AUTHOR R J HANLON.
000240 DATE-WRITTEN. 9 OCTOBER 2026.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS SUSP-NUMBER
000320         FILE STATUS IS SUSP-FS.
000330     SELECT SUSPENSE-REPORT ASSIGN TO "SUSPRPT.PRT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS RPT-FS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  SUSPENSE-FILE.
000390 COPY "SUSPREC.CPY".
000400 FD  SUSPENSE-REPORT.
000410 01  REPORT-LINE                  PIC X(80).
000420 WORKING-STORAGE SECTION.
000430 01  SUSP-FS                      PIC 99.
000440 01  RPT-FS                       PIC 99.
000450 01  WS-SUSP-NOT-FOUND-SWITCH     PIC X VALUE "N".
000460     88  SUSPENSE-NOT-FOUND           VALUE "Y".
000470 01  WS-SUSP-EOF-SWITCH           PIC X VALUE "N".
000480     88  WS-SUSP-AT-EOF               VALUE "Y".
000490 01  WS-SUMMARY-SWITCH            PIC X VALUE "N".
000500     88  WS-PRINTING-SUMMARY          VALUE "Y".
000510 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
000520 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
000530 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
000540 01  WS-PRINT-AREA                PIC X(80).
000550 01  WS-RUN-DATE.
000560     02  WS-RUN-YEAR              PIC 9(04).
000570     02  WS-RUN-MONTH             PIC 9(02).
000580     02  WS-RUN-DAY               PIC 9(02).
000590 01  WS-RUN-DATE-DISPLAY          PIC X(10).
000600 01  WS-RECENT-DAYS               PIC 9(03) VALUE 2.
000610 01  WS-SUPERVISOR-DAYS           PIC 9(03) VALUE 5.
000620 01  WS-TODAY-NUMBER              PIC 9(07).
000630 01  WS-AGE-DAYS                  PIC 9(05).
000640 01  WS-DN-DATE.
000650     02  WS-DN-YEAR               PIC 9(04).
000660     02  WS-DN-MONTH              PIC 9(02).
000670     02  WS-DN-DAY                PIC 9(02).
000680 01  WS-DN-NUMBER                 PIC 9(07).
000690 01  WS-DN-PRIOR-YEARS            PIC 9(04).
000700 01  WS-DN-QUOTIENT               PIC 9(04).
000710 01  WS-DN-REMAINDER-4            PIC 9(03).
000720 01  WS-DN-REMAINDER-100          PIC 9(03).
000730 01  WS-DN-REMAINDER-400          PIC 9(03).
000740 01  WS-DAYS-BEFORE-VALUES.
000750     02  FILLER                   PIC X(18) VALUE
000760             "000031059090120151".
000770     02  FILLER                   PIC X(18) VALUE
000780             "181212243273304334".
000790 01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-VALUES.
000800     02  WS-DAYS-BEFORE-MONTH     PIC 9(03) OCCURS 12 TIMES.
000810 01  WS-BUCKET-NAMES.
000820     02  FILLER                   PIC X(40) VALUE
000830             "AGE 0 TO 2 DAYS".
000840     02  FILLER                   PIC X(40) VALUE
000850             "AGE 3 TO 5 DAYS".
000860     02  FILLER                   PIC X(40) VALUE
000870             "OVER 5 DAYS - REFER TO SUPERVISOR".
000880 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
000890     02  WS-BUCKET-NAME           PIC X(40) OCCURS 3 TIMES.
000900 01  WS-BUCKET-SUB                PIC 9(01).
000910 01  WS-REASON-TABLE-MAX          PIC 9(03) VALUE 50.
000920 01  WS-REASON-TABLE-USED         PIC 9(03) VALUE ZERO.
000930 01  WS-REASON-TABLE.
000940     02  WS-REASON-ENTRY OCCURS 50 TIMES.
000950         03  WS-RT-REASON         PIC X(25).
000960         03  WS-RT-BUCKET-COUNT   PIC 9(05) OCCURS 3 TIMES.
000970         03  WS-RT-TOTAL          PIC 9(05).
000980 01  WS-REASON-SUB                PIC 9(03).
000990 01  WS-ITEM-TABLE-MAX            PIC 9(04) VALUE 1000.
001000 01  WS-ITEM-TABLE-USED           PIC 9(04) VALUE ZERO.
001010 01  WS-ITEM-OVERFLOW-COUNT       PIC 9(05) VALUE ZERO.
001020 01  WS-ITEM-TABLE.
001030     02  WS-ITEM-ENTRY OCCURS 1000 TIMES.
001040         03  WS-IT-REASON-SUB     PIC 9(03).
001050         03  WS-IT-BUCKET         PIC 9(01).
001060         03  WS-IT-NUMBER         PIC 9(06).
001070         03  WS-IT-ORIGINAL-DATE  PIC 9(08).
001080         03  WS-IT-AGE-DAYS       PIC 9(05).
001090         03  WS-IT-ORIGIN-JOB     PIC X(08).
001100         03  WS-IT-ACTION-CODE    PIC X(01).
001110         03  WS-IT-LASTNAME       PIC X(10).
001120         03  WS-IT-FIRSTNAME      PIC X(10).
001130         03  WS-IT-STATUS         PIC X(01).
001140 01  WS-ITEM-SUB                  PIC 9(04).
001150 01  WS-BUCKET-TOTAL              PIC 9(05) OCCURS 3 TIMES.
001160 01  WS-GRAND-TOTAL               PIC 9(05) VALUE ZERO.
001170 01  HDG-LINE-1.
001180     02  FILLER                   PIC X(15) VALUE SPACES.
001190     02  FILLER                   PIC X(41) VALUE
001200             "AGED SUSPENSE REPORT".
001210     02  FILLER                   PIC X(15) VALUE SPACES.
001220     02  FILLER                   PIC X(05) VALUE "PAGE ".
001230     02  HDG-PAGE-NUMBER          PIC ZZZ9.
001240 01  HDG-LINE-2.
001250     02  FILLER                   PIC X(15) VALUE SPACES.
001260     02  FILLER                   PIC X(38) VALUE
001270             "OUTSTANDING REJECTED TRANSACTIONS".
001280     02  FILLER                   PIC X(08) VALUE "RUN ON ".
001290     02  HDG-RUN-DATE             PIC X(10).
001300 01  HDG-LINE-3.
001310     02  FILLER                   PIC X(08) VALUE "ITEM".
001320     02  FILLER                   PIC X(12) VALUE "SUSPENDED".
001330     02  FILLER                   PIC X(05) VALUE " AGE".
001340     02  FILLER                   PIC X(10) VALUE "JOB".
001350     02  FILLER                   PIC X(03) VALUE "A".
001360     02  FILLER                   PIC X(11) VALUE "LAST NAME".
001370     02  FILLER                   PIC X(12) VALUE "FIRST NAME".
001380     02  FILLER                   PIC X(09) VALUE "STATUS".
001390 01  HDG-SUMMARY-LINE.
001400     02  FILLER                   PIC X(27) VALUE "REASON".
001410     02  FILLER                   PIC X(10) VALUE "  0-2 DAYS".
001420     02  FILLER                   PIC X(10) VALUE "  3-5 DAYS".
001430     02  FILLER                   PIC X(10) VALUE "    OVER 5".
001440     02  FILLER                   PIC X(10) VALUE "     TOTAL".
001450 01  RSN-HEADING-LINE.
001460     02  FILLER                   PIC X(08) VALUE "REASON: ".
001470     02  RSN-REASON               PIC X(25).
001480 01  BKT-HEADING-LINE.
001490     02  FILLER                   PIC X(02) VALUE SPACES.
001500     02  BKT-NAME                 PIC X(40).
001510 01  DTL-LINE.
001520     02  DTL-NUMBER               PIC 9(06).
001530     02  FILLER                   PIC X(02) VALUE SPACES.
001540     02  DTL-ORIGINAL-DATE        PIC 9999/99/99.
001550     02  FILLER                   PIC X(02) VALUE SPACES.
001560     02  DTL-AGE-DAYS             PIC ZZZ9.
001570     02  FILLER                   PIC X(01) VALUE SPACE.
001580     02  DTL-ORIGIN-JOB           PIC X(08).
001590     02  FILLER                   PIC X(02) VALUE SPACES.
001600     02  DTL-ACTION-CODE          PIC X(01).
001610     02  FILLER                   PIC X(02) VALUE SPACES.
001620     02  DTL-LASTNAME             PIC X(10).
001630     02  FILLER                   PIC X(01) VALUE SPACE.
001640     02  DTL-FIRSTNAME            PIC X(10).
001650     02  FILLER                   PIC X(02) VALUE SPACES.
001660     02  DTL-STATUS               PIC X(09).
001670 01  RSN-TOTAL-LINE.
001680     02  FILLER                   PIC X(20) VALUE
001690             "  REASON TOTAL".
001700     02  RSN-TOTAL                PIC ZZZZ9.
001710 01  SUM-DETAIL-LINE.
001720     02  SUM-REASON               PIC X(25).
001730     02  FILLER                   PIC X(02) VALUE SPACES.
001740     02  SUM-BUCKET-COUNT         PIC Z(09)9 OCCURS 3 TIMES.
001750     02  SUM-TOTAL                PIC Z(09)9.
001760 01  FTR-SUPERVISOR-LINE.
001770     02  FILLER                   PIC X(45) VALUE
001780             "ITEMS OVER 5 DAYS - REFER TO SUPERVISOR".
001790     02  FTR-SUPERVISOR-COUNT     PIC ZZZZ9.
001800 01  FTR-OVERFLOW-LINE.
001810     02  FILLER                   PIC X(45) VALUE
001820             "ITEMS COUNTED BUT NOT LISTED (TABLE FULL)".
001830     02  FTR-OVERFLOW-COUNT       PIC ZZZZ9.
001840 01  FTR-NONE-LINE                PIC X(40) VALUE
001850         "NO OUTSTANDING SUSPENSE ITEMS".
001860 01  WS-OTHER-REASONS             PIC X(25) VALUE
001870         "(OTHER REASONS)".
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE
001910     PERFORM 2000-LOAD-ONE-ITEM
001920         UNTIL WS-SUSP-AT-EOF
001930     IF WS-GRAND-TOTAL = ZERO
001940         MOVE FTR-NONE-LINE TO WS-PRINT-AREA
001950         PERFORM 3900-PRINT-REPORT-LINE
001960     ELSE
001970         PERFORM 3000-PRINT-ONE-REASON
001980             VARYING WS-REASON-SUB FROM 1 BY 1
001990             UNTIL WS-REASON-SUB GREATER THAN WS-REASON-TABLE-USED
002000         PERFORM 4000-PRINT-SUMMARY
002010     END-IF
002020     PERFORM 9000-TERMINATE
002030     DISPLAY "Aged suspense report complete - "
002040         WS-GRAND-TOTAL " outstanding, "
002050         WS-BUCKET-TOTAL (3) " over " WS-SUPERVISOR-DAYS " days."
002060     STOP RUN.
002070
002080 1000-INITIALIZE.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002100     MOVE WS-RUN-MONTH TO WS-RUN-DATE-DISPLAY(1:2)
002110     MOVE "/" TO WS-RUN-DATE-DISPLAY(3:1)
002120     MOVE WS-RUN-DAY TO WS-RUN-DATE-DISPLAY(4:2)
002130     MOVE "/" TO WS-RUN-DATE-DISPLAY(6:1)
002140     MOVE WS-RUN-YEAR TO WS-RUN-DATE-DISPLAY(7:4)
002150     MOVE WS-RUN-DATE TO WS-DN-DATE
002160     PERFORM 5000-COMPUTE-DAY-NUMBER
002170     MOVE WS-DN-NUMBER TO WS-TODAY-NUMBER
002180     MOVE ZERO TO WS-BUCKET-TOTAL (1)
002190     MOVE ZERO TO WS-BUCKET-TOTAL (2)
002200     MOVE ZERO TO WS-BUCKET-TOTAL (3)
002210     OPEN OUTPUT SUSPENSE-REPORT
002220     PERFORM 3800-PRINT-PAGE-HEADINGS
002230     OPEN INPUT SUSPENSE-FILE
002240     IF SUSP-FS = 35
002250         SET SUSPENSE-NOT-FOUND TO TRUE
002260         SET WS-SUSP-AT-EOF TO TRUE
002270         DISPLAY "SUSPENSE.DAT not found - nothing to report."
002280     ELSE
002290         PERFORM 2900-READ-NEXT-SUSPENSE-ITEM
002300     END-IF.
002310
002320 2000-LOAD-ONE-ITEM.
002330     IF SUSP-NUMBER NOT = ZERO AND SUSP-OUTSTANDING
002340         PERFORM 2100-AGE-THE-ITEM
002350         PERFORM 2200-FIND-REASON-ENTRY
002360         ADD 1 TO
002370             WS-RT-BUCKET-COUNT (WS-REASON-SUB, WS-BUCKET-SUB)
002380         ADD 1 TO WS-RT-TOTAL (WS-REASON-SUB)
002390         ADD 1 TO WS-BUCKET-TOTAL (WS-BUCKET-SUB)
002400         ADD 1 TO WS-GRAND-TOTAL
002410         IF WS-ITEM-TABLE-USED LESS THAN WS-ITEM-TABLE-MAX
002420             PERFORM 2300-TABLE-THE-ITEM
002430         ELSE
002440             ADD 1 TO WS-ITEM-OVERFLOW-COUNT
002450         END-IF
002460     END-IF
002470     PERFORM 2900-READ-NEXT-SUSPENSE-ITEM.
002480
002490 2100-AGE-THE-ITEM.
002500     MOVE SUSP-ORIGINAL-DATE TO WS-DN-DATE
002510     PERFORM 5000-COMPUTE-DAY-NUMBER
002520     IF WS-DN-NUMBER GREATER THAN WS-TODAY-NUMBER
002530         MOVE ZERO TO WS-AGE-DAYS
002540     ELSE
002550         COMPUTE WS-AGE-DAYS = WS-TODAY-NUMBER - WS-DN-NUMBER
002560     END-IF
002570     IF WS-AGE-DAYS NOT GREATER THAN WS-RECENT-DAYS
002580         MOVE 1 TO WS-BUCKET-SUB
002590     ELSE
002600         IF WS-AGE-DAYS NOT GREATER THAN WS-SUPERVISOR-DAYS
002610             MOVE 2 TO WS-BUCKET-SUB
002620         ELSE
002630             MOVE 3 TO WS-BUCKET-SUB
002640         END-IF
002650     END-IF.
002660
002670 2200-FIND-REASON-ENTRY.
002680     MOVE 1 TO WS-REASON-SUB
002690     PERFORM 2210-TEST-ONE-REASON
002700         UNTIL WS-REASON-SUB GREATER THAN WS-REASON-TABLE-USED
002710             OR WS-RT-REASON (WS-REASON-SUB) = SUSP-REASON
002720     IF WS-REASON-SUB GREATER THAN WS-REASON-TABLE-USED
002730         PERFORM 2220-ADD-REASON-ENTRY
002740     END-IF.
002750
002760 2210-TEST-ONE-REASON.
002770     ADD 1 TO WS-REASON-SUB.
002780
002790 2220-ADD-REASON-ENTRY.
002800     IF WS-REASON-TABLE-USED LESS THAN WS-REASON-TABLE-MAX
002810         ADD 1 TO WS-REASON-TABLE-USED
002820         MOVE WS-REASON-TABLE-USED TO WS-REASON-SUB
002830         MOVE SUSP-REASON TO WS-RT-REASON (WS-REASON-SUB)
002840         MOVE ZERO TO WS-RT-BUCKET-COUNT (WS-REASON-SUB, 1)
002850         MOVE ZERO TO WS-RT-BUCKET-COUNT (WS-REASON-SUB, 2)
002860         MOVE ZERO TO WS-RT-BUCKET-COUNT (WS-REASON-SUB, 3)
002870         MOVE ZERO TO WS-RT-TOTAL (WS-REASON-SUB)
002880     ELSE
002890         MOVE WS-REASON-TABLE-MAX TO WS-REASON-SUB
002900         MOVE WS-OTHER-REASONS TO WS-RT-REASON (WS-REASON-SUB)
002910     END-IF.
002920
002930 2300-TABLE-THE-ITEM.
002940     ADD 1 TO WS-ITEM-TABLE-USED
002950     MOVE WS-ITEM-TABLE-USED TO WS-ITEM-SUB
002960     MOVE WS-REASON-SUB TO WS-IT-REASON-SUB (WS-ITEM-SUB)
002970     MOVE WS-BUCKET-SUB TO WS-IT-BUCKET (WS-ITEM-SUB)
002980     MOVE SUSP-NUMBER TO WS-IT-NUMBER (WS-ITEM-SUB)
002990     MOVE SUSP-ORIGINAL-DATE TO WS-IT-ORIGINAL-DATE (WS-ITEM-SUB)
003000     MOVE WS-AGE-DAYS TO WS-IT-AGE-DAYS (WS-ITEM-SUB)
003010     MOVE SUSP-ORIGIN-JOB TO WS-IT-ORIGIN-JOB (WS-ITEM-SUB)
003020     MOVE SUSP-RS-ACTION-CODE TO WS-IT-ACTION-CODE (WS-ITEM-SUB)
003030     MOVE SUSP-RS-LASTNAME TO WS-IT-LASTNAME (WS-ITEM-SUB)
003040     MOVE SUSP-RS-FIRSTNAME TO WS-IT-FIRSTNAME (WS-ITEM-SUB)
003050     MOVE SUSP-STATUS TO WS-IT-STATUS (WS-ITEM-SUB).
003060
003070 2900-READ-NEXT-SUSPENSE-ITEM.
003080     READ SUSPENSE-FILE NEXT RECORD
003090         AT END SET WS-SUSP-AT-EOF TO TRUE
003100     END-READ.
003110
003120 3000-PRINT-ONE-REASON.
003130     MOVE WS-RT-REASON (WS-REASON-SUB) TO RSN-REASON
003140     MOVE RSN-HEADING-LINE TO WS-PRINT-AREA
003150     PERFORM 3900-PRINT-REPORT-LINE
003160     PERFORM 3100-PRINT-ONE-BUCKET
003170         VARYING WS-BUCKET-SUB FROM 3 BY -1
003180         UNTIL WS-BUCKET-SUB LESS THAN 1
003190     MOVE WS-RT-TOTAL (WS-REASON-SUB) TO RSN-TOTAL
003200     MOVE RSN-TOTAL-LINE TO WS-PRINT-AREA
003210     PERFORM 3900-PRINT-REPORT-LINE
003220     MOVE SPACES TO WS-PRINT-AREA
003230     PERFORM 3900-PRINT-REPORT-LINE.
003240
003250 3100-PRINT-ONE-BUCKET.
003260     IF WS-RT-BUCKET-COUNT (WS-REASON-SUB, WS-BUCKET-SUB)
003270             GREATER THAN ZERO
003280         MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO BKT-NAME
003290         MOVE BKT-HEADING-LINE TO WS-PRINT-AREA
003300         PERFORM 3900-PRINT-REPORT-LINE
003310         PERFORM 3200-PRINT-MATCHING-ITEM
003320             VARYING WS-ITEM-SUB FROM 1 BY 1
003330             UNTIL WS-ITEM-SUB GREATER THAN WS-ITEM-TABLE-USED
003340     END-IF.
003350
003360 3200-PRINT-MATCHING-ITEM.
003370     IF WS-IT-REASON-SUB (WS-ITEM-SUB) = WS-REASON-SUB
003380             AND WS-IT-BUCKET (WS-ITEM-SUB) = WS-BUCKET-SUB
003390         MOVE WS-IT-NUMBER (WS-ITEM-SUB) TO DTL-NUMBER
003400         MOVE WS-IT-ORIGINAL-DATE (WS-ITEM-SUB)
003410             TO DTL-ORIGINAL-DATE
003420         MOVE WS-IT-AGE-DAYS (WS-ITEM-SUB) TO DTL-AGE-DAYS
003430         MOVE WS-IT-ORIGIN-JOB (WS-ITEM-SUB) TO DTL-ORIGIN-JOB
003440         MOVE WS-IT-ACTION-CODE (WS-ITEM-SUB) TO DTL-ACTION-CODE
003450         MOVE WS-IT-LASTNAME (WS-ITEM-SUB) TO DTL-LASTNAME
003460         MOVE WS-IT-FIRSTNAME (WS-ITEM-SUB) TO DTL-FIRSTNAME
003470         IF WS-IT-STATUS (WS-ITEM-SUB) = "C"
003480             MOVE "CORRECTED" TO DTL-STATUS
003490         ELSE
003500             MOVE "OPEN" TO DTL-STATUS
003510         END-IF
003520         MOVE DTL-LINE TO WS-PRINT-AREA
003530         PERFORM 3900-PRINT-REPORT-LINE
003540     END-IF.
003550
003560 3800-PRINT-PAGE-HEADINGS.
003570     ADD 1 TO WS-PAGE-COUNT
003580     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
003590     MOVE WS-RUN-DATE-DISPLAY TO HDG-RUN-DATE
003600     IF WS-PAGE-COUNT NOT = 1
003610         WRITE REPORT-LINE FROM SPACES
003620         AFTER ADVANCING PAGE
003630     END-IF
003640     WRITE REPORT-LINE FROM HDG-LINE-1
003650     WRITE REPORT-LINE FROM HDG-LINE-2
003660     WRITE REPORT-LINE FROM SPACES
003670     IF WS-PRINTING-SUMMARY
003680         WRITE REPORT-LINE FROM HDG-SUMMARY-LINE
003690     ELSE
003700         WRITE REPORT-LINE FROM HDG-LINE-3
003710     END-IF
003720     WRITE REPORT-LINE FROM SPACES
003730     MOVE ZERO TO WS-LINE-COUNT.
003740
003750 3900-PRINT-REPORT-LINE.
003760     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
003770         PERFORM 3800-PRINT-PAGE-HEADINGS
003780     END-IF
003790     WRITE REPORT-LINE FROM WS-PRINT-AREA
003800     ADD 1 TO WS-LINE-COUNT.
003810
003820 4000-PRINT-SUMMARY.
003830     SET WS-PRINTING-SUMMARY TO TRUE
003840     PERFORM 3800-PRINT-PAGE-HEADINGS
003850     PERFORM 4100-PRINT-REASON-SUMMARY
003860         VARYING WS-REASON-SUB FROM 1 BY 1
003870         UNTIL WS-REASON-SUB GREATER THAN WS-REASON-TABLE-USED
003880     MOVE SPACES TO WS-PRINT-AREA
003890     PERFORM 3900-PRINT-REPORT-LINE
003900     MOVE "ALL REASONS" TO SUM-REASON
003910     MOVE WS-BUCKET-TOTAL (1) TO SUM-BUCKET-COUNT (1)
003920     MOVE WS-BUCKET-TOTAL (2) TO SUM-BUCKET-COUNT (2)
003930     MOVE WS-BUCKET-TOTAL (3) TO SUM-BUCKET-COUNT (3)
003940     MOVE WS-GRAND-TOTAL TO SUM-TOTAL
003950     MOVE SUM-DETAIL-LINE TO WS-PRINT-AREA
003960     PERFORM 3900-PRINT-REPORT-LINE
003970     MOVE SPACES TO WS-PRINT-AREA
003980     PERFORM 3900-PRINT-REPORT-LINE
003990     MOVE WS-BUCKET-TOTAL (3) TO FTR-SUPERVISOR-COUNT
004000     MOVE FTR-SUPERVISOR-LINE TO WS-PRINT-AREA
004010     PERFORM 3900-PRINT-REPORT-LINE
004020     IF WS-ITEM-OVERFLOW-COUNT GREATER THAN ZERO
004030         MOVE WS-ITEM-OVERFLOW-COUNT TO FTR-OVERFLOW-COUNT
004040         MOVE FTR-OVERFLOW-LINE TO WS-PRINT-AREA
004050         PERFORM 3900-PRINT-REPORT-LINE
004060     END-IF.
004070
004080 4100-PRINT-REASON-SUMMARY.
004090     MOVE WS-RT-REASON (WS-REASON-SUB) TO SUM-REASON
004100     MOVE WS-RT-BUCKET-COUNT (WS-REASON-SUB, 1)
004110         TO SUM-BUCKET-COUNT (1)
004120     MOVE WS-RT-BUCKET-COUNT (WS-REASON-SUB, 2)
004130         TO SUM-BUCKET-COUNT (2)
004140     MOVE WS-RT-BUCKET-COUNT (WS-REASON-SUB, 3)
004150         TO SUM-BUCKET-COUNT (3)
004160     MOVE WS-RT-TOTAL (WS-REASON-SUB) TO SUM-TOTAL
004170     MOVE SUM-DETAIL-LINE TO WS-PRINT-AREA
004180     PERFORM 3900-PRINT-REPORT-LINE.
004190
004200 5000-COMPUTE-DAY-NUMBER.
004210     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YEAR - 1
004211     COMPUTE WS-DN-NUMBER = (WS-DN-YEAR * 365)
004212         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH) + WS-DN-DAY
004213     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
004214     ADD WS-DN-QUOTIENT TO WS-DN-NUMBER
004215     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
004216     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-NUMBER
004217     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
004218     ADD WS-DN-QUOTIENT TO WS-DN-NUMBER
004260     IF WS-DN-MONTH GREATER THAN 2
004270         DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
004280             REMAINDER WS-DN-REMAINDER-4
004290         DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
004300             REMAINDER WS-DN-REMAINDER-100
004310         DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
004320             REMAINDER WS-DN-REMAINDER-400
004330         IF WS-DN-REMAINDER-4 = ZERO
004340                 AND (WS-DN-REMAINDER-100 NOT = ZERO
004350                     OR WS-DN-REMAINDER-400 = ZERO)
004360             ADD 1 TO WS-DN-NUMBER
004370         END-IF
004380     END-IF.
004390
004400 9000-TERMINATE.
004410     IF NOT SUSPENSE-NOT-FOUND
004420         CLOSE SUSPENSE-FILE
004430     END-IF
004440     CLOSE SUSPENSE-REPORT.
004450
004460 END PROGRAM SUSPRPT.
