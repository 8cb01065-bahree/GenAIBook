000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 12 October 2026
000050* Purpose: Month-end department headcount statistics.  The
000060*          operator gives the month to close (YYYYMM, default the
000070*          month just ended).  Every audit record dated from the
000080*          start of that month onwards is read - the closed
000090*          generations listed in AUDITGEN.CTL that reach into the
000100*          month, then the live AUDITLOG.DAT - and each change is
000110*          classed from its AUDIT-MOVEMENT fields:
000120*            A to an active entry         hire (rehire when
000130*                                          ARCHREST flagged it)
000140*            D, or U active to inactive   termination
000150*            U inactive to active         reactivation
000160*            U active to active, with a   transfer out of the old
000170*              different department         department, in to the
000180*                                           new one
000190*          The closing headcount of each department is today's
000200*          active count on PHONEBOOK.DAT with every movement
000210*          dated after the month taken back off, and the opening
000220*          headcount is the closing one with the month's own
000230*          movements taken off.  One STATHIST.DAT record is
000240*          written per department (replaced on a rerun) and the
000250*          month is printed.  Changes logged before the audit
000260*          record carried AUDIT-MOVEMENT cannot be put to a
000270*          department; they are counted and shown on the report.
000280******************************************************************
000290* Modification History
000300* ----------------------------------------------------------------
000310* 2026-10-12  RJH  Original version.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. STATMON.
000350 AUTHOR R J HANLON.
000360 DATE-WRITTEN. 12 OCTOBER 2026.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS NAME
000440         FILE STATUS IS FS.
000450     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS AUDIT-FS.
000480     SELECT GEN-AUDIT-FILE ASSIGN TO WS-GEN-FILE-NAME
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS GEN-FS.
000510     SELECT GEN-CONTROL-FILE ASSIGN TO "AUDITGEN.CTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS AGC-FS.
000540     SELECT STAT-FILE ASSIGN TO "STATHIST.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS STAT-KEY
000580         FILE STATUS IS STAT-FS.
000590     SELECT STAT-REPORT ASSIGN TO "STATMON.PRT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RPT-FS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  BOOK.
000650 COPY "BOOKREC.CPY".
000660 FD  AUDIT-FILE.
000670 COPY "AUDITREC.CPY".
000680 FD  GEN-AUDIT-FILE.
000690 01  GEN-AUDIT-RECORD             PIC X(122).
000700 FD  GEN-CONTROL-FILE.
000710 COPY "AUDGCTL.CPY".
000720 FD  STAT-FILE.
000730 COPY "STATHIST.CPY".
000740 FD  STAT-REPORT.
000750 01  REPORT-LINE                  PIC X(80).
000760 WORKING-STORAGE SECTION.
000770 01  FS                           PIC 99.
000780 01  AUDIT-FS                     PIC 99.
000790 01  GEN-FS                       PIC 99.
000800 01  AGC-FS                       PIC 99.
000810 01  STAT-FS                      PIC 99.
000820 01  RPT-FS                       PIC 99.
000830 01  WS-EOF-SWITCH                PIC X.
000840     88  WS-AT-EOF                    VALUE "Y".
000850 01  WS-GEN-EOF-SWITCH            PIC X.
000860     88  WS-GEN-AT-EOF                VALUE "Y".
000870 01  WS-AGC-EOF-SWITCH            PIC X.
000880     88  WS-AGC-AT-EOF                VALUE "Y".
000890 01  WS-STAT-EOF-SWITCH           PIC X.
000900     88  WS-STAT-AT-EOF               VALUE "Y".
000910 01  WS-MONTH-SWITCH              PIC X.
000920     88  WS-MONTH-VALID               VALUE "Y".
000930 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
000940     88  BOOK-NOT-FOUND               VALUE "Y".
000950 01  WS-GEN-FILE-NAME.
000960     02  FILLER                   PIC X(04) VALUE "AUDG".
000970     02  WS-GFN-GENERATION        PIC 9(04).
000980     02  FILLER                   PIC X(04) VALUE ".DAT".
000990 01  WS-RUN-DATE                  PIC 9(08).
001000 01  WS-RUN-DATE-PIECES REDEFINES WS-RUN-DATE.
001010     02  WS-RUN-YEAR              PIC 9(04).
001020     02  WS-RUN-MONTH             PIC 9(02).
001030     02  WS-RUN-DAY               PIC 9(02).
001040 01  WS-RUN-DATE-DISPLAY.
001050     02  WS-RDD-MONTH             PIC 9(02).
001060     02  FILLER                   PIC X(01) VALUE "/".
001070     02  WS-RDD-DAY               PIC 9(02).
001080     02  FILLER                   PIC X(01) VALUE "/".
001090     02  WS-RDD-YEAR              PIC 9(04).
001100 01  WS-CURRENT-MONTH.
001110     02  WS-CM-YEAR               PIC 9(04).
001120     02  WS-CM-MONTH              PIC 9(02).
001130 01  WS-CURRENT-MONTH-N REDEFINES WS-CURRENT-MONTH
001140                                  PIC 9(06).
001150 01  WS-DEFAULT-MONTH.
001160     02  WS-DM-YEAR               PIC 9(04).
001170     02  WS-DM-MONTH              PIC 9(02).
001180 01  WS-MONTH-ENTRY               PIC X(06).
001190 01  WS-STAT-MONTH.
001200     02  WS-SM-YEAR               PIC 9(04).
001210     02  WS-SM-MONTH              PIC 9(02).
001220 01  WS-STAT-MONTH-N REDEFINES WS-STAT-MONTH
001230                                  PIC 9(06).
001240 01  WS-MONTH-START.
001250     02  WS-MS-YEAR               PIC 9(04).
001260     02  WS-MS-MONTH              PIC 9(02).
001270     02  WS-MS-DAY                PIC 9(02).
001280 01  WS-MONTH-START-N REDEFINES WS-MONTH-START
001290                                  PIC 9(08).
001300 01  WS-MONTH-END.
001310     02  WS-ME-YEAR               PIC 9(04).
001320     02  WS-ME-MONTH              PIC 9(02).
001330     02  WS-ME-DAY                PIC 9(02).
001340 01  WS-MONTH-END-N REDEFINES WS-MONTH-END
001350                                  PIC 9(08).
001360 01  WS-MONTH-LENGTH-VALUES.
001370     02  FILLER                   PIC X(24) VALUE
001380             "312831303130313130313031".
001390 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001400     02  WS-MONTH-LENGTH          PIC 9(02) OCCURS 12 TIMES.
001410 01  WS-LEAP-QUOTIENT             PIC 9(04).
001420 01  WS-LEAP-REMAINDER-4          PIC 9(03).
001430 01  WS-LEAP-REMAINDER-100        PIC 9(03).
001440 01  WS-LEAP-REMAINDER-400        PIC 9(03).
001450 01  WS-MOVE-TYPE                 PIC X(01).
001460     88  WS-MOVE-NONE                 VALUE SPACE.
001470     88  WS-MOVE-HIRE                 VALUE "H".
001480     88  WS-MOVE-REHIRE               VALUE "R".
001490     88  WS-MOVE-REACTIVATE           VALUE "V".
001500     88  WS-MOVE-TRANSFER             VALUE "X".
001510     88  WS-MOVE-TERMINATE            VALUE "T".
001520     88  WS-MOVE-UNATTRIBUTED         VALUE "U".
001530 01  WS-MOVE-AFTER-MONTH-SWITCH   PIC X.
001540     88  WS-MOVE-AFTER-MONTH          VALUE "Y".
001550 01  WS-LOOKUP-DEPARTMENT         PIC X(15).
001560 01  WS-DEPT-TABLE-MAX            PIC 9(03) VALUE 200.
001570 01  WS-DEPT-TABLE-USED           PIC 9(03) VALUE ZERO.
001580 01  WS-DEPT-TABLE.
001590     02  WS-DEPT-TABLE-ENTRY OCCURS 200 TIMES.
001600         03  WS-DT-DEPARTMENT     PIC X(15).
001610         03  WS-DT-CURRENT        PIC 9(05).
001620         03  WS-DT-AFTER-NET      PIC S9(05).
001630         03  WS-DT-HIRES          PIC 9(05).
001640         03  WS-DT-REHIRES        PIC 9(05).
001650         03  WS-DT-REACTIVATIONS  PIC 9(05).
001660         03  WS-DT-TRANSFERS-IN   PIC 9(05).
001670         03  WS-DT-TRANSFERS-OUT  PIC 9(05).
001680         03  WS-DT-TERMINATIONS   PIC 9(05).
001690 01  WS-DEPT-SUB                  PIC 9(03).
001700 01  WS-FOUND-SUB                 PIC 9(03).
001710 01  WS-TABLE-FULL-SWITCH         PIC X VALUE "N".
001720     88  WS-TABLE-FULL                VALUE "Y".
001730 01  WS-HEADCOUNT-WORK            PIC S9(06).
001740 01  WS-READ-COUNT                PIC 9(07) VALUE ZERO.
001750 01  WS-MONTH-CHANGE-COUNT        PIC 9(06) VALUE ZERO.
001760 01  WS-UNATTRIBUTED-COUNT        PIC 9(06) VALUE ZERO.
001770 01  WS-NEGATIVE-COUNT            PIC 9(04) VALUE ZERO.
001780 01  WS-WRITTEN-COUNT             PIC 9(04) VALUE ZERO.
001790 01  WS-REPLACED-COUNT            PIC 9(04) VALUE ZERO.
001800 01  WS-TOTAL-FIGURES.
001810     02  WS-TOTAL-FIGURE          PIC 9(06) OCCURS 8 TIMES.
001820 01  WS-FIGURE-SUB                PIC 9(01).
001830 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
001840 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001850 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
001860 01  HDG-LINE-1.
001870     02  FILLER                   PIC X(20) VALUE SPACES.
001880     02  FILLER                   PIC X(35) VALUE
001890             "MONTHLY DEPARTMENT HEADCOUNT".
001900     02  FILLER                   PIC X(16) VALUE SPACES.
001910     02  FILLER                   PIC X(05) VALUE "PAGE ".
001920     02  HDG-PAGE-NUMBER          PIC ZZZ9.
001930 01  HDG-LINE-2.
001940     02  FILLER                   PIC X(08) VALUE "MONTH : ".
001950     02  HDG-MONTH                PIC 99.
001960     02  FILLER                   PIC X(01) VALUE "/".
001970     02  HDG-YEAR                 PIC 9(04).
001980     02  FILLER                   PIC X(39) VALUE SPACES.
001990     02  FILLER                   PIC X(11) VALUE "RUN DATE : ".
002000     02  HDG-RUN-DATE             PIC X(10).
002010 01  HDG-LINE-3.
002020     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
002030     02  FILLER                   PIC X(07) VALUE "   OPEN".
002040     02  FILLER                   PIC X(07) VALUE "  HIRES".
002050     02  FILLER                   PIC X(07) VALUE " REHIRE".
002060     02  FILLER                   PIC X(07) VALUE " REACTV".
002070     02  FILLER                   PIC X(07) VALUE " XFR IN".
002080     02  FILLER                   PIC X(07) VALUE "XFR OUT".
002090     02  FILLER                   PIC X(07) VALUE " LEAVER".
002100     02  FILLER                   PIC X(07) VALUE "  CLOSE".
002110 01  DTL-LINE.
002120     02  DTL-DEPARTMENT           PIC X(15).
002130     02  FILLER                   PIC X(02) VALUE SPACES.
002140     02  DTL-FIGURE-CELL OCCURS 8 TIMES.
002150         03  FILLER               PIC X(01).
002160         03  DTL-FIGURE           PIC ZZZZZ9.
002170 01  DTL-TOTAL-LABEL              PIC X(15) VALUE "TOTAL".
002180 01  DTL-NO-DEPT-LABEL            PIC X(15) VALUE
002190             "(NONE ASSIGNED)".
002200 01  SUM-LINE.
002210     02  SUM-LABEL                PIC X(45).
002220     02  SUM-COUNT                PIC ZZZZZ9.
002230 01  SUM-NOTE-1                   PIC X(60) VALUE
002240         "CHANGES LOGGED WITHOUT DEPARTMENT DETAIL - NOT COUNTED".
002250 01  SUM-NOTE-2                   PIC X(60) VALUE
002260         "** A CLOSING COUNT BELOW ZERO WAS SHOWN AS ZERO".
002270 PROCEDURE DIVISION.
002280 0000-MAINLINE.
002290     PERFORM 1000-ACCEPT-STATISTICS-MONTH
002300     PERFORM 1100-COUNT-CURRENT-HEADCOUNT
002310     IF BOOK-NOT-FOUND
002320         STOP RUN
002330     END-IF
002340     PERFORM 1500-SCAN-CLOSED-GENERATIONS
002350     PERFORM 1600-SCAN-LIVE-AUDIT-LOG
002360     PERFORM 3000-WRITE-STATISTICS
002370     PERFORM 4000-PRINT-MONTH-REPORT
002380     DISPLAY "Headcount statistics for " WS-SM-MONTH "/"
002390         WS-SM-YEAR " - " WS-DEPT-TABLE-USED " departments, "
002400         WS-MONTH-CHANGE-COUNT " movements."
002410     IF WS-UNATTRIBUTED-COUNT NOT = ZERO
002420         DISPLAY WS-UNATTRIBUTED-COUNT
002430             " changes had no department detail - not counted."
002440     END-IF
002450     IF WS-TABLE-FULL
002460         DISPLAY "Department table full - statistics incomplete."
002470     END-IF
002480     STOP RUN.
002490
002500 1000-ACCEPT-STATISTICS-MONTH.
002510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002520     MOVE WS-RUN-MONTH TO WS-RDD-MONTH
002530     MOVE WS-RUN-DAY TO WS-RDD-DAY
002540     MOVE WS-RUN-YEAR TO WS-RDD-YEAR
002550     MOVE WS-RUN-YEAR TO WS-CM-YEAR
002560     MOVE WS-RUN-MONTH TO WS-CM-MONTH
002570     IF WS-RUN-MONTH = 1
002580         COMPUTE WS-DM-YEAR = WS-RUN-YEAR - 1
002590         MOVE 12 TO WS-DM-MONTH
002600     ELSE
002610         MOVE WS-RUN-YEAR TO WS-DM-YEAR
002620         COMPUTE WS-DM-MONTH = WS-RUN-MONTH - 1
002630     END-IF
002640     MOVE "N" TO WS-MONTH-SWITCH
002650     PERFORM 1010-ACCEPT-ONE-MONTH
002660         UNTIL WS-MONTH-VALID
002670     MOVE WS-SM-YEAR TO WS-MS-YEAR WS-ME-YEAR
002680     MOVE WS-SM-MONTH TO WS-MS-MONTH WS-ME-MONTH
002690     MOVE 1 TO WS-MS-DAY
002700     MOVE WS-MONTH-LENGTH (WS-SM-MONTH) TO WS-ME-DAY
002710     IF WS-SM-MONTH = 2
002720         PERFORM 1020-TEST-LEAP-FEBRUARY
002730     END-IF.
002740
002750 1010-ACCEPT-ONE-MONTH.
002760     DISPLAY "Enter the month to close (YYYYMM), or press"
002770     DISPLAY "Enter for " WS-DEFAULT-MONTH "."
002780     MOVE SPACES TO WS-MONTH-ENTRY
002790     ACCEPT WS-MONTH-ENTRY
002800     IF WS-MONTH-ENTRY = SPACES
002810         MOVE WS-DEFAULT-MONTH TO WS-STAT-MONTH
002820         SET WS-MONTH-VALID TO TRUE
002830     ELSE
002840         IF WS-MONTH-ENTRY NOT NUMERIC
002850             DISPLAY "Month must be numeric YYYYMM."
002860         ELSE
002870             MOVE WS-MONTH-ENTRY TO WS-STAT-MONTH
002880             IF WS-SM-MONTH LESS THAN 1
002890                     OR WS-SM-MONTH GREATER THAN 12
002900                 DISPLAY "Month is not a valid month."
002910             ELSE
002920                 IF WS-STAT-MONTH-N NOT LESS THAN
002930                         WS-CURRENT-MONTH-N
002940                     DISPLAY "Month has not yet ended."
002950                 ELSE
002960                     SET WS-MONTH-VALID TO TRUE
002970                 END-IF
002980             END-IF
002990         END-IF
003000     END-IF.
003010
003020 1020-TEST-LEAP-FEBRUARY.
003030     DIVIDE WS-SM-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003040         REMAINDER WS-LEAP-REMAINDER-4
003050     DIVIDE WS-SM-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003060         REMAINDER WS-LEAP-REMAINDER-100
003070     DIVIDE WS-SM-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003080         REMAINDER WS-LEAP-REMAINDER-400
003090     IF WS-LEAP-REMAINDER-4 = ZERO
003100             AND (WS-LEAP-REMAINDER-100 NOT = ZERO
003110                 OR WS-LEAP-REMAINDER-400 = ZERO)
003120         MOVE 29 TO WS-ME-DAY
003130     END-IF.
003140
003150 1100-COUNT-CURRENT-HEADCOUNT.
003160     OPEN INPUT BOOK
003170     IF FS = 35
003180         SET BOOK-NOT-FOUND TO TRUE
003190         DISPLAY "PHONEBOOK.DAT not found - no statistics taken."
003200     ELSE
003210         MOVE "N" TO WS-EOF-SWITCH
003220         READ BOOK NEXT RECORD
003230             AT END MOVE "Y" TO WS-EOF-SWITCH
003240         END-READ
003250         PERFORM 1110-COUNT-ONE-ENTRY
003260             UNTIL WS-AT-EOF
003270         CLOSE BOOK
003280     END-IF.
003290
003300 1110-COUNT-ONE-ENTRY.
003310     IF ACTIVE-STATUS
003320         MOVE DEPARTMENT TO WS-LOOKUP-DEPARTMENT
003330         PERFORM 2900-FIND-DEPARTMENT
003340         IF WS-FOUND-SUB NOT = ZERO
003350             ADD 1 TO WS-DT-CURRENT (WS-FOUND-SUB)
003360         END-IF
003370     END-IF
003380     READ BOOK NEXT RECORD
003390         AT END MOVE "Y" TO WS-EOF-SWITCH
003400     END-READ.
003410
003420 1500-SCAN-CLOSED-GENERATIONS.
003430     OPEN INPUT GEN-CONTROL-FILE
003440     IF AGC-FS NOT = 35
003450         MOVE "N" TO WS-AGC-EOF-SWITCH
003460         PERFORM 1510-READ-NEXT-GEN-CONTROL
003470         PERFORM 1520-TEST-ONE-GENERATION
003480             UNTIL WS-AGC-AT-EOF
003490         CLOSE GEN-CONTROL-FILE
003500     END-IF.
003510
003520 1510-READ-NEXT-GEN-CONTROL.
003530     READ GEN-CONTROL-FILE
003540         AT END SET WS-AGC-AT-EOF TO TRUE
003550     END-READ.
003560
003570 1520-TEST-ONE-GENERATION.
003580     IF AG-THRU-DATE NOT LESS THAN WS-MONTH-START-N
003590         PERFORM 1530-SCAN-ONE-GENERATION
003600     END-IF
003610     PERFORM 1510-READ-NEXT-GEN-CONTROL.
003620
003630 1530-SCAN-ONE-GENERATION.
003640     MOVE AG-GENERATION TO WS-GFN-GENERATION
003650     OPEN INPUT GEN-AUDIT-FILE
003660     IF GEN-FS = 35
003670         DISPLAY WS-GEN-FILE-NAME " listed in AUDITGEN.CTL"
003680             " but not on hand - skipped."
003690     ELSE
003700         MOVE "N" TO WS-GEN-EOF-SWITCH
003710         READ GEN-AUDIT-FILE INTO AUDIT-RECORD
003720             AT END SET WS-GEN-AT-EOF TO TRUE
003730         END-READ
003740         PERFORM 1540-TAKE-ONE-GEN-RECORD
003750             UNTIL WS-GEN-AT-EOF
003760         CLOSE GEN-AUDIT-FILE
003770     END-IF.
003780
003790 1540-TAKE-ONE-GEN-RECORD.
003800     PERFORM 2000-TAKE-ONE-AUDIT-RECORD
003810     READ GEN-AUDIT-FILE INTO AUDIT-RECORD
003820         AT END SET WS-GEN-AT-EOF TO TRUE
003830     END-READ.
003840
003850 1600-SCAN-LIVE-AUDIT-LOG.
003860     OPEN INPUT AUDIT-FILE
003870     IF AUDIT-FS = 35
003880         DISPLAY "AUDITLOG.DAT not found - no live changes read."
003890     ELSE
003900         MOVE "N" TO WS-EOF-SWITCH
003910         READ AUDIT-FILE
003920             AT END MOVE "Y" TO WS-EOF-SWITCH
003930         END-READ
003940         PERFORM 1610-TAKE-ONE-LIVE-RECORD
003950             UNTIL WS-AT-EOF
003960         CLOSE AUDIT-FILE
003970     END-IF.
003980
003990 1610-TAKE-ONE-LIVE-RECORD.
004000     PERFORM 2000-TAKE-ONE-AUDIT-RECORD
004010     READ AUDIT-FILE
004020         AT END MOVE "Y" TO WS-EOF-SWITCH
004030     END-READ.
004040
004050 2000-TAKE-ONE-AUDIT-RECORD.
004060     ADD 1 TO WS-READ-COUNT
004070     IF AUDIT-DATE NOT LESS THAN WS-MONTH-START-N
004080         PERFORM 2100-CLASSIFY-MOVEMENT
004090         IF NOT WS-MOVE-NONE
004100             IF AUDIT-DATE GREATER THAN WS-MONTH-END-N
004110                 SET WS-MOVE-AFTER-MONTH TO TRUE
004120             ELSE
004130                 MOVE "N" TO WS-MOVE-AFTER-MONTH-SWITCH
004140             END-IF
004150             PERFORM 2200-APPLY-MOVEMENT
004160         END-IF
004170     END-IF.
004180
004190 2100-CLASSIFY-MOVEMENT.
004200     MOVE SPACE TO WS-MOVE-TYPE
004210     EVALUATE TRUE
004220         WHEN AUDIT-ACTION-ADD
004230             IF AUDIT-AFTER-STATUS = SPACE
004240                 SET WS-MOVE-UNATTRIBUTED TO TRUE
004250             ELSE
004260                 IF AUDIT-AFTER-ACTIVE
004270                     IF AUDIT-REHIRE
004280                         SET WS-MOVE-REHIRE TO TRUE
004290                     ELSE
004300                         SET WS-MOVE-HIRE TO TRUE
004310                     END-IF
004320                 END-IF
004330             END-IF
004340         WHEN AUDIT-ACTION-UPDATE
004350           OR AUDIT-ACTION-DELETE
004360             IF AUDIT-BEFORE-STATUS = SPACE
004370                     AND AUDIT-AFTER-STATUS = SPACE
004380                 SET WS-MOVE-UNATTRIBUTED TO TRUE
004390             ELSE
004400                 PERFORM 2110-CLASSIFY-STATUS-CHANGE
004410             END-IF
004420     END-EVALUATE.
004430
004440 2110-CLASSIFY-STATUS-CHANGE.
004450     IF AUDIT-BEFORE-ACTIVE
004460         IF AUDIT-AFTER-ACTIVE
004470             IF AUDIT-AFTER-DEPARTMENT
004480                     NOT = AUDIT-BEFORE-DEPARTMENT
004490                 SET WS-MOVE-TRANSFER TO TRUE
004500             END-IF
004510         ELSE
004520             SET WS-MOVE-TERMINATE TO TRUE
004530         END-IF
004540     ELSE
004550         IF AUDIT-AFTER-ACTIVE
004560             SET WS-MOVE-REACTIVATE TO TRUE
004570         END-IF
004580     END-IF.
004590
004600 2200-APPLY-MOVEMENT.
004610     IF WS-MOVE-UNATTRIBUTED
004620         IF NOT WS-MOVE-AFTER-MONTH
004630             ADD 1 TO WS-UNATTRIBUTED-COUNT
004640         END-IF
004650     ELSE
004660         IF NOT WS-MOVE-AFTER-MONTH
004670             ADD 1 TO WS-MONTH-CHANGE-COUNT
004680         END-IF
004690         IF WS-MOVE-TERMINATE OR WS-MOVE-TRANSFER
004700             MOVE AUDIT-BEFORE-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
004710             PERFORM 2900-FIND-DEPARTMENT
004720             IF WS-FOUND-SUB NOT = ZERO
004730                 PERFORM 2210-APPLY-MOVE-OUT
004740             END-IF
004750         END-IF
004760         IF NOT WS-MOVE-TERMINATE
004770             MOVE AUDIT-AFTER-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
004780             PERFORM 2900-FIND-DEPARTMENT
004790             IF WS-FOUND-SUB NOT = ZERO
004800                 PERFORM 2220-APPLY-MOVE-IN
004810             END-IF
004820         END-IF
004830     END-IF.
004840
004850 2210-APPLY-MOVE-OUT.
004860     IF WS-MOVE-AFTER-MONTH
004870         SUBTRACT 1 FROM WS-DT-AFTER-NET (WS-FOUND-SUB)
004880     ELSE
004890         IF WS-MOVE-TERMINATE
004900             ADD 1 TO WS-DT-TERMINATIONS (WS-FOUND-SUB)
004910         ELSE
004920             ADD 1 TO WS-DT-TRANSFERS-OUT (WS-FOUND-SUB)
004930         END-IF
004940     END-IF.
004950
004960 2220-APPLY-MOVE-IN.
004970     IF WS-MOVE-AFTER-MONTH
004980         ADD 1 TO WS-DT-AFTER-NET (WS-FOUND-SUB)
004990     ELSE
005000         EVALUATE TRUE
005010             WHEN WS-MOVE-HIRE
005020                 ADD 1 TO WS-DT-HIRES (WS-FOUND-SUB)
005030             WHEN WS-MOVE-REHIRE
005040                 ADD 1 TO WS-DT-REHIRES (WS-FOUND-SUB)
005050             WHEN WS-MOVE-REACTIVATE
005060                 ADD 1 TO WS-DT-REACTIVATIONS (WS-FOUND-SUB)
005070             WHEN WS-MOVE-TRANSFER
005080                 ADD 1 TO WS-DT-TRANSFERS-IN (WS-FOUND-SUB)
005090         END-EVALUATE
005100     END-IF.
005110
005120 2900-FIND-DEPARTMENT.
005130     MOVE ZERO TO WS-FOUND-SUB
005140     PERFORM 2910-TEST-ONE-DEPARTMENT
005150         VARYING WS-DEPT-SUB FROM 1 BY 1
005160         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-TABLE-USED
005170             OR WS-FOUND-SUB NOT = ZERO
005180     IF WS-FOUND-SUB = ZERO
005190         IF WS-DEPT-TABLE-USED LESS THAN WS-DEPT-TABLE-MAX
005200             ADD 1 TO WS-DEPT-TABLE-USED
005210             MOVE WS-DEPT-TABLE-USED TO WS-FOUND-SUB
005220             MOVE WS-LOOKUP-DEPARTMENT
005230                 TO WS-DT-DEPARTMENT (WS-FOUND-SUB)
005240             MOVE ZERO TO WS-DT-CURRENT (WS-FOUND-SUB)
005250             MOVE ZERO TO WS-DT-AFTER-NET (WS-FOUND-SUB)
005260             MOVE ZERO TO WS-DT-HIRES (WS-FOUND-SUB)
005270             MOVE ZERO TO WS-DT-REHIRES (WS-FOUND-SUB)
005280             MOVE ZERO TO WS-DT-REACTIVATIONS (WS-FOUND-SUB)
005290             MOVE ZERO TO WS-DT-TRANSFERS-IN (WS-FOUND-SUB)
005300             MOVE ZERO TO WS-DT-TRANSFERS-OUT (WS-FOUND-SUB)
005310             MOVE ZERO TO WS-DT-TERMINATIONS (WS-FOUND-SUB)
005320         ELSE
005330             SET WS-TABLE-FULL TO TRUE
005340         END-IF
005350     END-IF.
005360
005370 2910-TEST-ONE-DEPARTMENT.
005380     IF WS-DT-DEPARTMENT (WS-DEPT-SUB) = WS-LOOKUP-DEPARTMENT
005390         MOVE WS-DEPT-SUB TO WS-FOUND-SUB
005400     END-IF.
005410
005420 3000-WRITE-STATISTICS.
005430     OPEN I-O STAT-FILE
005440     IF STAT-FS = 35
005450         OPEN OUTPUT STAT-FILE
005460         CLOSE STAT-FILE
005470         OPEN I-O STAT-FILE
005480     END-IF
005490     PERFORM 3100-WRITE-ONE-DEPARTMENT
005500         VARYING WS-DEPT-SUB FROM 1 BY 1
005510         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-TABLE-USED
005520     CLOSE STAT-FILE.
005530
005540 3100-WRITE-ONE-DEPARTMENT.
005550     MOVE WS-DT-DEPARTMENT (WS-DEPT-SUB) TO STAT-DEPARTMENT
005560     MOVE WS-STAT-MONTH-N TO STAT-MONTH
005570     MOVE WS-DT-HIRES (WS-DEPT-SUB) TO STAT-HIRES
005580     MOVE WS-DT-REHIRES (WS-DEPT-SUB) TO STAT-REHIRES
005590     MOVE WS-DT-REACTIVATIONS (WS-DEPT-SUB)
005600         TO STAT-REACTIVATIONS
005610     MOVE WS-DT-TRANSFERS-IN (WS-DEPT-SUB) TO STAT-TRANSFERS-IN
005620     MOVE WS-DT-TRANSFERS-OUT (WS-DEPT-SUB)
005630         TO STAT-TRANSFERS-OUT
005640     MOVE WS-DT-TERMINATIONS (WS-DEPT-SUB) TO STAT-TERMINATIONS
005650     COMPUTE WS-HEADCOUNT-WORK = WS-DT-CURRENT (WS-DEPT-SUB)
005660         - WS-DT-AFTER-NET (WS-DEPT-SUB)
005670     IF WS-HEADCOUNT-WORK LESS THAN ZERO
005680         ADD 1 TO WS-NEGATIVE-COUNT
005690         MOVE ZERO TO WS-HEADCOUNT-WORK
005700     END-IF
005710     MOVE WS-HEADCOUNT-WORK TO STAT-CLOSING
005720     COMPUTE WS-HEADCOUNT-WORK = WS-HEADCOUNT-WORK
005730         - STAT-HIRES - STAT-REHIRES - STAT-REACTIVATIONS
005740         - STAT-TRANSFERS-IN + STAT-TRANSFERS-OUT
005750         + STAT-TERMINATIONS
005760     IF WS-HEADCOUNT-WORK LESS THAN ZERO
005770         MOVE ZERO TO WS-HEADCOUNT-WORK
005780     END-IF
005790     MOVE WS-HEADCOUNT-WORK TO STAT-OPENING
005800     MOVE WS-RUN-DATE TO STAT-RUN-DATE
005810     WRITE STAT-RECORD
005820         INVALID KEY
005830             REWRITE STAT-RECORD
005840             ADD 1 TO WS-REPLACED-COUNT
005850         NOT INVALID KEY
005860             ADD 1 TO WS-WRITTEN-COUNT
005870     END-WRITE.
005880
005890 4000-PRINT-MONTH-REPORT.
005900     OPEN OUTPUT STAT-REPORT
005910     MOVE ZERO TO WS-TOTAL-FIGURES
005920     PERFORM 4100-PRINT-PAGE-HEADINGS
005930     OPEN INPUT STAT-FILE
005940     MOVE LOW-VALUES TO STAT-KEY
005950     MOVE "N" TO WS-STAT-EOF-SWITCH
005960     START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
005970         INVALID KEY
005980             SET WS-STAT-AT-EOF TO TRUE
005990         NOT INVALID KEY
006000             PERFORM 4300-READ-NEXT-STATISTIC
006010     END-START
006020     PERFORM 4200-PRINT-ONE-DEPARTMENT
006030         UNTIL WS-STAT-AT-EOF
006040     CLOSE STAT-FILE
006050     PERFORM 4400-PRINT-TOTALS
006060     CLOSE STAT-REPORT.
006070
006080 4100-PRINT-PAGE-HEADINGS.
006090     ADD 1 TO WS-PAGE-COUNT
006100     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
006110     MOVE WS-SM-MONTH TO HDG-MONTH
006120     MOVE WS-SM-YEAR TO HDG-YEAR
006130     MOVE WS-RUN-DATE-DISPLAY TO HDG-RUN-DATE
006140     IF WS-PAGE-COUNT NOT = 1
006150         WRITE REPORT-LINE FROM SPACES
006160         AFTER ADVANCING PAGE
006170     END-IF
006180     WRITE REPORT-LINE FROM HDG-LINE-1
006190     WRITE REPORT-LINE FROM HDG-LINE-2
006200     WRITE REPORT-LINE FROM SPACES
006210     WRITE REPORT-LINE FROM HDG-LINE-3
006220     WRITE REPORT-LINE FROM SPACES
006230     MOVE ZERO TO WS-LINE-COUNT.
006240
006250 4200-PRINT-ONE-DEPARTMENT.
006260     IF STAT-MONTH = WS-STAT-MONTH-N
006270         IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
006280             PERFORM 4100-PRINT-PAGE-HEADINGS
006290         END-IF
006300         MOVE SPACES TO DTL-LINE
006310         IF STAT-DEPARTMENT = SPACES
006320             MOVE DTL-NO-DEPT-LABEL TO DTL-DEPARTMENT
006330         ELSE
006340             MOVE STAT-DEPARTMENT TO DTL-DEPARTMENT
006350         END-IF
006360         PERFORM 4210-MOVE-ONE-FIGURE
006370             VARYING WS-FIGURE-SUB FROM 1 BY 1
006380             UNTIL WS-FIGURE-SUB GREATER THAN 8
006390         WRITE REPORT-LINE FROM DTL-LINE
006400         ADD 1 TO WS-LINE-COUNT
006410     END-IF
006420     PERFORM 4300-READ-NEXT-STATISTIC.
006430
006440 4210-MOVE-ONE-FIGURE.
006450     MOVE STAT-FIGURE (WS-FIGURE-SUB)
006460         TO DTL-FIGURE (WS-FIGURE-SUB)
006470     ADD STAT-FIGURE (WS-FIGURE-SUB)
006480         TO WS-TOTAL-FIGURE (WS-FIGURE-SUB).
006490
006500 4300-READ-NEXT-STATISTIC.
006510     READ STAT-FILE NEXT RECORD
006520         AT END SET WS-STAT-AT-EOF TO TRUE
006530     END-READ.
006540
006550 4400-PRINT-TOTALS.
006560     MOVE SPACES TO DTL-LINE
006570     MOVE DTL-TOTAL-LABEL TO DTL-DEPARTMENT
006580     PERFORM 4410-MOVE-ONE-TOTAL
006590         VARYING WS-FIGURE-SUB FROM 1 BY 1
006600         UNTIL WS-FIGURE-SUB GREATER THAN 8
006610     WRITE REPORT-LINE FROM SPACES
006620     WRITE REPORT-LINE FROM DTL-LINE
006630     WRITE REPORT-LINE FROM SPACES
006640     MOVE "AUDIT RECORDS READ" TO SUM-LABEL
006650     MOVE WS-READ-COUNT TO SUM-COUNT
006660     PERFORM 4420-PRINT-SUMMARY-LINE
006670     MOVE "MOVEMENTS IN THE MONTH" TO SUM-LABEL
006680     MOVE WS-MONTH-CHANGE-COUNT TO SUM-COUNT
006690     PERFORM 4420-PRINT-SUMMARY-LINE
006700     MOVE "CHANGES WITHOUT DEPARTMENT DETAIL" TO SUM-LABEL
006710     MOVE WS-UNATTRIBUTED-COUNT TO SUM-COUNT
006720     PERFORM 4420-PRINT-SUMMARY-LINE
006730     MOVE "DEPARTMENT RECORDS WRITTEN" TO SUM-LABEL
006740     MOVE WS-WRITTEN-COUNT TO SUM-COUNT
006750     PERFORM 4420-PRINT-SUMMARY-LINE
006760     MOVE "DEPARTMENT RECORDS REPLACED (RERUN)" TO SUM-LABEL
006770     MOVE WS-REPLACED-COUNT TO SUM-COUNT
006780     PERFORM 4420-PRINT-SUMMARY-LINE
006790     IF WS-UNATTRIBUTED-COUNT NOT = ZERO
006800         WRITE REPORT-LINE FROM SPACES
006810         WRITE REPORT-LINE FROM SUM-NOTE-1
006820     END-IF
006830     IF WS-NEGATIVE-COUNT NOT = ZERO
006840         WRITE REPORT-LINE FROM SPACES
006850         WRITE REPORT-LINE FROM SUM-NOTE-2
006860     END-IF.
006870
006880 4410-MOVE-ONE-TOTAL.
006890     MOVE WS-TOTAL-FIGURE (WS-FIGURE-SUB)
006900         TO DTL-FIGURE (WS-FIGURE-SUB).
006910
006920 4420-PRINT-SUMMARY-LINE.
006930     WRITE REPORT-LINE FROM SUM-LINE.
006940
006950 END PROGRAM STATMON.
