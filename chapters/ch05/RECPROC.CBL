000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 11 October 2026
000050* Purpose: Processes the department recertification returns.
000060*          The marked-up RECERT.RTN lines sent back by the
000070*          departments are gathered into RECRTN.TRN and SORTed
000080*          by department.  Each department's return is checked
000090*          against its RECERT.DAT record as a whole - it must
000100*          be for the cycle issued, not already processed, and
000110*          every line issued must come back marked (C)onfirmed,
000120*          (U) corrected or (L)eft the company.  A return that
000130*          fails is listed with the reason and the lines at
000140*          fault and nothing in it is applied, so the department
000150*          can be asked for a clean copy.  A return that passes
000160*          is applied through the normal maintenance path: each
000170*          correction is queued as an update transaction and
000180*          each leaver as a termination on MAINT.TRN for the
000190*          next BATCHMNT run, which audits every change and
000200*          sends anything it cannot apply to suspense.  The
000210*          department's RECERT.DAT record is then marked
000220*          returned with its counts.  Lastly every department
000230*          still outstanding is listed - those past their due
000240*          date as OVERDUE for Operations to chase.
000250******************************************************************
000260* Modification History
000270* ----------------------------------------------------------------
000280* 2026-10-11  RJH  Original version.
000281* 2026-10-14  RJH  MAINT.TRN layout follows BATCHMNT out to the
000282*                  new location column (left blank here).
000283* 2026-10-15  RJH  Each returned line must name an active entry
000284*                  still in the department the sheet was issued
000285*                  to; any other line is NOT ISSUED TO DEPARTMENT
000286*                  and the return is rejected, so an altered name
000287*                  cannot queue a change for someone elsewhere.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. RECPROC.
000320 AUTHOR R J HANLON.
000330 DATE-WRITTEN. 11 OCTOBER 2026.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RETURN-FILE ASSIGN TO "RECRTN.TRN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RTN-FS.
000400     SELECT CERT-FILE ASSIGN TO "RECERT.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CERT-DEPARTMENT
000440         FILE STATUS IS CERT-FS.
000450     SELECT TRANS-FILE ASSIGN TO "MAINT.TRN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS TR-FS.
000471     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS NAME
000475         FILE STATUS IS FS.
000480     SELECT SORT-WORK-FILE ASSIGN TO "RECPROC.WRK".
000490     SELECT RECPROC-REPORT ASSIGN TO "RECPROC.RPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RPT-FS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RETURN-FILE.
000550 01  RF-LINE.
000560     02  RF-CYCLE                 PIC X(06).
000570     02  RF-DEPARTMENT            PIC X(15).
000580     02  FILLER                   PIC X(130).
000590 FD  CERT-FILE.
000600 COPY "CERTREC.CPY".
000610 FD  TRANS-FILE.
000620 01  MT-TRANSACTION.
000630     02  MT-ACTION-CODE           PIC X(01).
000640         88  MT-ACTION-ADD            VALUE "A".
000650         88  MT-ACTION-UPDATE         VALUE "U".
000660         88  MT-ACTION-TERMINATE      VALUE "T".
000670         88  MT-ACTION-REACTIVATE     VALUE "R".
000680         88  MT-ACTION-NUMBER-ADD     VALUE "N".
000690         88  MT-ACTION-NUMBER-RETIRE  VALUE "X".
000700     02  MT-NAME.
000710         03  MT-LASTNAME          PIC X(10).
000720         03  MT-FIRSTNAME         PIC X(10).
000730     02  MT-PHONENUMBER.
000740         03  MT-PREFIX            PIC 9(05).
000750         03  MT-RESTOFNUMBER      PIC 9(07).
000760     02  MT-DEPARTMENT            PIC X(15).
000770     02  MT-EXTENSION             PIC X(05).
000780     02  MT-EMAIL-ADDRESS         PIC X(30).
000790     02  MT-STATUS-FLAG           PIC X(01).
000800     02  MT-NUMBER-TYPE           PIC X(01).
000810     02  MT-MANAGER-NAME.
000820         03  MT-MANAGER-LASTNAME  PIC X(10).
000830         03  MT-MANAGER-FIRSTNAME PIC X(10).
000840     02  MT-CONFIDENTIAL-FLAG     PIC X(01).
000850     02  MT-WORKER-TYPE           PIC X(01).
000860     02  MT-CONTRACT-END-DATE     PIC X(08).
000870     02  MT-SPONSOR-NAME.
000880         03  MT-SPONSOR-LASTNAME  PIC X(10).
000890         03  MT-SPONSOR-FIRSTNAME PIC X(10).
000891     02  MT-LOCATION.
000892         03  MT-LOC-SITE          PIC X(04).
000893         03  MT-LOC-BUILDING      PIC X(04).
000894         03  MT-LOC-FLOOR         PIC X(03).
000895 FD  BOOK.
000896 COPY "BOOKREC.CPY".
000900 SD  SORT-WORK-FILE.
000910 01  SR-RECORD.
000920     02  SR-CYCLE                 PIC X(06).
000930     02  SR-DEPARTMENT            PIC X(15).
000940     02  SR-NAME                  PIC X(20).
000950     02  FILLER                   PIC X(110).
000960 FD  RECPROC-REPORT.
000970 01  REPORT-LINE                  PIC X(80).
000980 WORKING-STORAGE SECTION.
000990 01  RTN-FS                       PIC 99.
001000 01  CERT-FS                      PIC 99.
001010 01  TR-FS                        PIC 99.
001020 01  RPT-FS                       PIC 99.
001021 01  FS                           PIC 99.
001030 COPY "CERTRTN.CPY".
001040 01  WS-CERT-NOT-FOUND-SWITCH     PIC X VALUE "N".
001050     88  CERT-FILE-NOT-FOUND          VALUE "Y".
001060 01  WS-RTN-NOT-FOUND-SWITCH      PIC X VALUE "N".
001070     88  RETURN-FILE-NOT-FOUND        VALUE "Y".
001071 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
001072     88  BOOK-NOT-FOUND               VALUE "Y".
001080 01  WS-RTN-EOF-SWITCH            PIC X.
001090     88  WS-RTN-AT-EOF                VALUE "Y".
001100 01  WS-SORT-EOF-SWITCH           PIC X.
001110     88  WS-SORT-AT-EOF               VALUE "Y".
001120 01  WS-CERT-EOF-SWITCH           PIC X.
001130     88  WS-CERT-AT-EOF               VALUE "Y".
001140 01  WS-CERT-ON-FILE-SWITCH       PIC X.
001150     88  WS-CERT-ON-FILE              VALUE "Y".
001160 01  WS-GROUP-ACCEPTED-SWITCH     PIC X.
001170     88  WS-GROUP-ACCEPTED            VALUE "Y".
001180 01  WS-SECTION-SWITCH            PIC X VALUE SPACE.
001190     88  WS-PRINTING-RETURNS          VALUE "R".
001200     88  WS-PRINTING-OUTSTANDING      VALUE "O".
001210     88  WS-PRINTING-SUMMARY          VALUE "S".
001220 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
001230 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001240 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
001250 01  WS-PRINT-AREA                PIC X(80).
001260 01  WS-SECTION-TITLE             PIC X(38).
001270 01  WS-RUN-DATE.
001280     02  WS-RUN-YEAR              PIC 9(04).
001290     02  WS-RUN-MONTH             PIC 9(02).
001300     02  WS-RUN-DAY               PIC 9(02).
001310 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001320                                  PIC 9(08).
001330 01  WS-RUN-DATE-DISPLAY          PIC X(10).
001340 01  WS-TODAY-NUMBER              PIC 9(07).
001350 01  WS-DAYS-OVERDUE              PIC 9(05).
001360 01  WS-DN-DATE.
001370     02  WS-DN-YEAR               PIC 9(04).
001380     02  WS-DN-MONTH              PIC 9(02).
001390     02  WS-DN-DAY                PIC 9(02).
001400 01  WS-DN-NUMBER                 PIC 9(07).
001410 01  WS-DN-PRIOR-YEARS            PIC 9(04).
001420 01  WS-DN-QUOTIENT               PIC 9(04).
001430 01  WS-DN-REMAINDER-4            PIC 9(03).
001440 01  WS-DN-REMAINDER-100          PIC 9(03).
001450 01  WS-DN-REMAINDER-400          PIC 9(03).
001460 01  WS-DAYS-BEFORE-VALUES.
001470     02  FILLER                   PIC X(18) VALUE
001480             "000031059090120151".
001490     02  FILLER                   PIC X(18) VALUE
001500             "181212243273304334".
001510 01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-VALUES.
001520     02  WS-DAYS-BEFORE-MONTH     PIC 9(03) OCCURS 12 TIMES.
001530 01  WS-GROUP-DEPARTMENT          PIC X(15).
001540 01  WS-GROUP-CYCLE               PIC X(06).
001550 01  WS-GROUP-LINES               PIC 9(05).
001560 01  WS-GROUP-BAD-COUNT           PIC 9(05).
001570 01  WS-GROUP-OTHER-CYCLE-COUNT   PIC 9(05).
001580 01  WS-GROUP-CONFIRMED           PIC 9(05).
001590 01  WS-GROUP-CORRECTED           PIC 9(05).
001600 01  WS-GROUP-LEFT                PIC 9(05).
001610 01  WS-GROUP-RESULT              PIC X(28).
001620 01  WS-LINE-TABLE-MAX            PIC 9(04) VALUE 1000.
001630 01  WS-LINE-TABLE.
001640     02  WS-LINE-ENTRY OCCURS 1000 TIMES.
001650         03  WS-LT-IMAGE          PIC X(151).
001660         03  WS-LT-PROBLEM        PIC X(24).
001670 01  WS-LINE-SUB                  PIC 9(04).
001680 01  WS-LINE-PROBLEM              PIC X(24).
001690 01  WS-LINES-READ                PIC 9(05) VALUE ZERO.
001700 01  WS-NO-DEPT-LINES             PIC 9(05) VALUE ZERO.
001710 01  WS-DEPTS-RETURNED            PIC 9(05) VALUE ZERO.
001720 01  WS-DEPTS-ACCEPTED            PIC 9(05) VALUE ZERO.
001730 01  WS-DEPTS-LATE                PIC 9(05) VALUE ZERO.
001740 01  WS-DEPTS-REJECTED            PIC 9(05) VALUE ZERO.
001750 01  WS-CONFIRMED-TOTAL           PIC 9(05) VALUE ZERO.
001760 01  WS-CORRECTIONS-QUEUED        PIC 9(05) VALUE ZERO.
001770 01  WS-TERMINATIONS-QUEUED       PIC 9(05) VALUE ZERO.
001780 01  WS-DEPTS-OVERDUE             PIC 9(05) VALUE ZERO.
001790 01  WS-DEPTS-NOT-YET-DUE         PIC 9(05) VALUE ZERO.
001800 01  HDG-LINE-1.
001810     02  FILLER                   PIC X(15) VALUE SPACES.
001820     02  FILLER                   PIC X(41) VALUE
001830             "RECERTIFICATION RETURNS".
001840     02  FILLER                   PIC X(15) VALUE SPACES.
001850     02  FILLER                   PIC X(05) VALUE "PAGE ".
001860     02  HDG-PAGE-NUMBER          PIC ZZZ9.
001870 01  HDG-LINE-2.
001880     02  FILLER                   PIC X(15) VALUE SPACES.
001890     02  HDG-SECTION-TITLE        PIC X(38).
001900     02  FILLER                   PIC X(08) VALUE "RUN ON ".
001910     02  HDG-RUN-DATE             PIC X(10).
001920 01  HDG-RETURNS-LINE.
001930     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
001940     02  FILLER                   PIC X(08) VALUE "CYCLE".
001950     02  FILLER                   PIC X(06) VALUE "LINES".
001960     02  FILLER                   PIC X(06) VALUE "    C".
001970     02  FILLER                   PIC X(06) VALUE "    U".
001980     02  FILLER                   PIC X(07) VALUE "    L".
001990     02  FILLER                   PIC X(28) VALUE "RESULT".
002000 01  HDG-OUTSTANDING-LINE.
002010     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
002020     02  FILLER                   PIC X(08) VALUE "CYCLE".
002030     02  FILLER                   PIC X(12) VALUE "ISSUED".
002040     02  FILLER                   PIC X(12) VALUE "DUE".
002050     02  FILLER                   PIC X(07) VALUE "LINES".
002060     02  FILLER                   PIC X(24) VALUE "STATUS".
002070 01  RET-DETAIL-LINE.
002080     02  RET-DEPARTMENT           PIC X(15).
002090     02  FILLER                   PIC X(02) VALUE SPACES.
002100     02  RET-CYCLE                PIC X(06).
002110     02  FILLER                   PIC X(02) VALUE SPACES.
002120     02  RET-LINES                PIC ZZZZ9.
002130     02  FILLER                   PIC X(01) VALUE SPACE.
002140     02  RET-CONFIRMED            PIC ZZZZ9.
002150     02  FILLER                   PIC X(01) VALUE SPACE.
002160     02  RET-CORRECTED            PIC ZZZZ9.
002170     02  FILLER                   PIC X(01) VALUE SPACE.
002180     02  RET-LEFT                 PIC ZZZZ9.
002190     02  FILLER                   PIC X(02) VALUE SPACES.
002200     02  RET-RESULT               PIC X(28).
002210 01  RET-NOTE-LINE.
002220     02  FILLER                   PIC X(04) VALUE SPACES.
002230     02  RET-N-LASTNAME           PIC X(10).
002240     02  FILLER                   PIC X(01) VALUE SPACE.
002250     02  RET-N-FIRSTNAME          PIC X(10).
002260     02  FILLER                   PIC X(02) VALUE SPACES.
002270     02  RET-N-RESPONSE           PIC X(01).
002280     02  FILLER                   PIC X(02) VALUE SPACES.
002290     02  RET-N-NOTE               PIC X(24).
002300 01  OUT-DETAIL-LINE.
002310     02  OUT-DEPARTMENT           PIC X(15).
002320     02  FILLER                   PIC X(02) VALUE SPACES.
002330     02  OUT-CYCLE                PIC X(06).
002340     02  FILLER                   PIC X(02) VALUE SPACES.
002350     02  OUT-ISSUED-DATE          PIC 9999/99/99.
002360     02  FILLER                   PIC X(02) VALUE SPACES.
002370     02  OUT-DUE-DATE             PIC 9999/99/99.
002380     02  FILLER                   PIC X(02) VALUE SPACES.
002390     02  OUT-ENTRIES              PIC ZZZZ9.
002400     02  FILLER                   PIC X(02) VALUE SPACES.
002410     02  OUT-STATUS               PIC X(24).
002420 01  OUT-OVERDUE-TEXT.
002430     02  FILLER                   PIC X(08) VALUE "OVERDUE ".
002440     02  OUT-OD-DAYS              PIC ZZZ9.
002450     02  FILLER                   PIC X(12) VALUE
002460             " DAYS  CHASE".
002470 01  SUM-LINE.
002480     02  SUM-LABEL                PIC X(45).
002490     02  SUM-COUNT                PIC ZZZZ9.
002500 01  FTR-NO-RETURNS-LINE          PIC X(40) VALUE
002510         "NO RECERTIFICATION RETURNS RECEIVED".
002520 01  FTR-NONE-OUTSTANDING-LINE    PIC X(40) VALUE
002530         "EVERY DEPARTMENT ISSUED HAS RETURNED".
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE
002570     IF NOT CERT-FILE-NOT-FOUND
002580         SORT SORT-WORK-FILE
002590             ON ASCENDING KEY SR-DEPARTMENT SR-NAME
002600             INPUT PROCEDURE IS 1100-RELEASE-RETURN-LINES
002610             OUTPUT PROCEDURE IS 2000-PROCESS-RETURNS
002620         PERFORM 3000-LIST-OUTSTANDING
002630         PERFORM 8000-PRINT-SUMMARY
002640     END-IF
002650     PERFORM 9000-TERMINATE
002660     STOP RUN.
002670
002680 1000-INITIALIZE.
002690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002700     MOVE WS-RUN-MONTH TO WS-RUN-DATE-DISPLAY(1:2)
002710     MOVE "/" TO WS-RUN-DATE-DISPLAY(3:1)
002720     MOVE WS-RUN-DAY TO WS-RUN-DATE-DISPLAY(4:2)
002730     MOVE "/" TO WS-RUN-DATE-DISPLAY(6:1)
002740     MOVE WS-RUN-YEAR TO WS-RUN-DATE-DISPLAY(7:4)
002750     MOVE WS-RUN-DATE TO WS-DN-DATE
002760     PERFORM 5000-COMPUTE-DAY-NUMBER
002770     MOVE WS-DN-NUMBER TO WS-TODAY-NUMBER
002780     OPEN OUTPUT RECPROC-REPORT
002790     OPEN I-O CERT-FILE
002800     IF CERT-FS = 35
002810         SET CERT-FILE-NOT-FOUND TO TRUE
002820         DISPLAY "RECERT.DAT not found - no recertification"
002830             " has been issued."
002840     ELSE
002850         OPEN EXTEND TRANS-FILE
002860         IF TR-FS = 35
002870             OPEN OUTPUT TRANS-FILE
002880         END-IF
002881         OPEN INPUT BOOK
002882         IF FS = 35
002883             SET BOOK-NOT-FOUND TO TRUE
002884             DISPLAY "PHONEBOOK.DAT not found - no return can"
002885                 " be checked."
002886         END-IF
002890     END-IF.
002900
002910 1100-RELEASE-RETURN-LINES.
002920     OPEN INPUT RETURN-FILE
002930     IF RTN-FS = 35
002940         SET RETURN-FILE-NOT-FOUND TO TRUE
002950         DISPLAY "RECRTN.TRN not found - no returns to process."
002960     ELSE
002970         MOVE "N" TO WS-RTN-EOF-SWITCH
002980         READ RETURN-FILE
002990             AT END SET WS-RTN-AT-EOF TO TRUE
003000         END-READ
003010         PERFORM 1110-RELEASE-ONE-LINE
003020             UNTIL WS-RTN-AT-EOF
003030         CLOSE RETURN-FILE
003040     END-IF.
003050
003060 1110-RELEASE-ONE-LINE.
003070     IF RF-LINE NOT = SPACES
003080         ADD 1 TO WS-LINES-READ
003090         IF RF-DEPARTMENT = SPACES
003100             ADD 1 TO WS-NO-DEPT-LINES
003110         ELSE
003120             MOVE RF-LINE TO SR-RECORD
003130             RELEASE SR-RECORD
003140         END-IF
003150     END-IF
003160     READ RETURN-FILE
003170         AT END SET WS-RTN-AT-EOF TO TRUE
003180     END-READ.
003190
003200 2000-PROCESS-RETURNS.
003210     SET WS-PRINTING-RETURNS TO TRUE
003220     MOVE "DEPARTMENT RETURNS PROCESSED" TO WS-SECTION-TITLE
003230     PERFORM 3800-PRINT-PAGE-HEADINGS
003240     MOVE "N" TO WS-SORT-EOF-SWITCH
003250     RETURN SORT-WORK-FILE
003260         AT END SET WS-SORT-AT-EOF TO TRUE
003270     END-RETURN
003280     IF WS-SORT-AT-EOF
003290         MOVE FTR-NO-RETURNS-LINE TO WS-PRINT-AREA
003300         PERFORM 3900-PRINT-REPORT-LINE
003310     END-IF
003320     PERFORM 2100-PROCESS-ONE-DEPARTMENT
003330         UNTIL WS-SORT-AT-EOF.
003340
003350 2100-PROCESS-ONE-DEPARTMENT.
003360     ADD 1 TO WS-DEPTS-RETURNED
003370     MOVE SR-DEPARTMENT TO WS-GROUP-DEPARTMENT
003380     MOVE SR-CYCLE TO WS-GROUP-CYCLE
003390     MOVE ZERO TO WS-GROUP-LINES
003400     MOVE ZERO TO WS-GROUP-BAD-COUNT
003410     MOVE ZERO TO WS-GROUP-OTHER-CYCLE-COUNT
003420     MOVE ZERO TO WS-GROUP-CONFIRMED
003430     MOVE ZERO TO WS-GROUP-CORRECTED
003440     MOVE ZERO TO WS-GROUP-LEFT
003450     MOVE WS-GROUP-DEPARTMENT TO CERT-DEPARTMENT
003460     READ CERT-FILE
003470         INVALID KEY
003480             MOVE "N" TO WS-CERT-ON-FILE-SWITCH
003490         NOT INVALID KEY
003500             SET WS-CERT-ON-FILE TO TRUE
003510     END-READ
003520     PERFORM 2110-COLLECT-ONE-LINE
003530         UNTIL WS-SORT-AT-EOF
003540             OR SR-DEPARTMENT NOT = WS-GROUP-DEPARTMENT
003550     PERFORM 2200-CHECK-DEPARTMENT
003560     IF WS-GROUP-ACCEPTED
003570         PERFORM 2300-APPLY-DEPARTMENT
003580     END-IF
003590     PERFORM 2400-PRINT-DEPARTMENT-RESULT.
003600
003610 2110-COLLECT-ONE-LINE.
003620     ADD 1 TO WS-GROUP-LINES
003630     IF WS-GROUP-LINES NOT GREATER THAN WS-LINE-TABLE-MAX
003640         MOVE SR-RECORD TO CERT-RETURN-LINE
003650         PERFORM 2120-EDIT-ONE-LINE
003660         MOVE SR-RECORD TO WS-LT-IMAGE (WS-GROUP-LINES)
003670         MOVE WS-LINE-PROBLEM TO WS-LT-PROBLEM (WS-GROUP-LINES)
003680     END-IF
003690     RETURN SORT-WORK-FILE
003700         AT END SET WS-SORT-AT-EOF TO TRUE
003710     END-RETURN.
003720
003730 2120-EDIT-ONE-LINE.
003740     MOVE SPACES TO WS-LINE-PROBLEM
003750     IF WS-CERT-ON-FILE AND CR-CYCLE NOT = CERT-CYCLE
003760         ADD 1 TO WS-GROUP-OTHER-CYCLE-COUNT
003770     END-IF
003771     PERFORM 2130-CHECK-ENTRY-ISSUED
003780     EVALUATE TRUE
003781         WHEN WS-LINE-PROBLEM NOT = SPACES
003782             CONTINUE
003790         WHEN CR-RESPONSE = SPACE
003800             MOVE "NOT MARKED" TO WS-LINE-PROBLEM
003810         WHEN NOT CR-RESPONSE-VALID
003820             MOVE "MARK IS NOT C, U OR L" TO WS-LINE-PROBLEM
003830         WHEN CR-CORRECTED
003840                 AND CR-NEW-PHONENUMBER = SPACES
003850                 AND CR-NEW-DEPARTMENT = SPACES
003860                 AND CR-NEW-EXTENSION = SPACES
003870                 AND CR-NEW-EMAIL-ADDRESS = SPACES
003880             MOVE "U WITH NO NEW VALUES" TO WS-LINE-PROBLEM
003890         WHEN CR-CORRECTED AND CR-NEW-PREFIX NOT = SPACES
003900                 AND CR-NEW-PREFIX NOT NUMERIC
003910             MOVE "NEW PREFIX NOT NUMERIC" TO WS-LINE-PROBLEM
003920         WHEN CR-CORRECTED AND CR-NEW-RESTOFNUMBER NOT = SPACES
003930                 AND CR-NEW-RESTOFNUMBER NOT NUMERIC
003940             MOVE "NEW NUMBER NOT NUMERIC" TO WS-LINE-PROBLEM
003950         WHEN CR-CONFIRMED
003960             ADD 1 TO WS-GROUP-CONFIRMED
003970         WHEN CR-CORRECTED
003980             ADD 1 TO WS-GROUP-CORRECTED
003990         WHEN CR-LEFT-COMPANY
004000             ADD 1 TO WS-GROUP-LEFT
004010     END-EVALUATE
004020     IF WS-LINE-PROBLEM NOT = SPACES
004030         ADD 1 TO WS-GROUP-BAD-COUNT
004031     END-IF.
004032
004033 2130-CHECK-ENTRY-ISSUED.
004034     IF BOOK-NOT-FOUND
004035         MOVE "NOT ISSUED TO DEPARTMENT" TO WS-LINE-PROBLEM
004036     ELSE
004037         MOVE CR-NAME TO NAME
004038         READ BOOK
004039             INVALID KEY
004040                 MOVE "NOT ISSUED TO DEPARTMENT"
004041                     TO WS-LINE-PROBLEM
004042             NOT INVALID KEY
004043                 IF NOT ACTIVE-STATUS
004044                         OR DEPARTMENT NOT = CR-DEPARTMENT
004045                     MOVE "NOT ISSUED TO DEPARTMENT"
004046                         TO WS-LINE-PROBLEM
004047                 END-IF
004048         END-READ
004049     END-IF.
004050
004060 2200-CHECK-DEPARTMENT.
004070     MOVE "N" TO WS-GROUP-ACCEPTED-SWITCH
004080     EVALUATE TRUE
004090         WHEN NOT WS-CERT-ON-FILE
004100             MOVE "REJECTED - NOT ISSUED" TO WS-GROUP-RESULT
004110         WHEN WS-GROUP-OTHER-CYCLE-COUNT GREATER THAN ZERO
004120             MOVE "REJECTED - NOT CURRENT CYCLE"
004130                 TO WS-GROUP-RESULT
004140         WHEN CERT-RETURNED
004150             MOVE "REJECTED - ALREADY RETURNED"
004160                 TO WS-GROUP-RESULT
004170         WHEN WS-GROUP-LINES GREATER THAN WS-LINE-TABLE-MAX
004180             MOVE "REJECTED - TOO MANY LINES" TO WS-GROUP-RESULT
004190         WHEN WS-GROUP-BAD-COUNT GREATER THAN ZERO
004200             MOVE "REJECTED - LINES IN ERROR" TO WS-GROUP-RESULT
004210         WHEN WS-GROUP-LINES LESS THAN CERT-ENTRY-COUNT
004220             MOVE "REJECTED - LINES MISSING" TO WS-GROUP-RESULT
004230         WHEN WS-GROUP-LINES GREATER THAN CERT-ENTRY-COUNT
004240             MOVE "REJECTED - MORE THAN ISSUED" TO WS-GROUP-RESULT
004250         WHEN WS-RUN-DATE-N GREATER THAN CERT-DUE-DATE
004260             SET WS-GROUP-ACCEPTED TO TRUE
004270             MOVE "ACCEPTED - LATE" TO WS-GROUP-RESULT
004280             ADD 1 TO WS-DEPTS-LATE
004290         WHEN OTHER
004300             SET WS-GROUP-ACCEPTED TO TRUE
004310             MOVE "ACCEPTED" TO WS-GROUP-RESULT
004320     END-EVALUATE
004330     IF WS-GROUP-ACCEPTED
004340         ADD 1 TO WS-DEPTS-ACCEPTED
004350     ELSE
004360         ADD 1 TO WS-DEPTS-REJECTED
004370     END-IF.
004380
004390 2300-APPLY-DEPARTMENT.
004400     PERFORM 2310-APPLY-ONE-LINE
004410         VARYING WS-LINE-SUB FROM 1 BY 1
004420         UNTIL WS-LINE-SUB GREATER THAN WS-GROUP-LINES
004430     SET CERT-RETURNED TO TRUE
004440     MOVE WS-RUN-DATE-N TO CERT-RETURNED-DATE
004450     MOVE WS-GROUP-CONFIRMED TO CERT-CONFIRMED-COUNT
004460     MOVE WS-GROUP-CORRECTED TO CERT-CORRECTED-COUNT
004470     MOVE WS-GROUP-LEFT TO CERT-LEFT-COUNT
004480     REWRITE CERT-RECORD
004490         INVALID KEY
004500             DISPLAY "RECERT.DAT rewrite failed for "
004510                 WS-GROUP-DEPARTMENT
004520     END-REWRITE
004530     ADD WS-GROUP-CONFIRMED TO WS-CONFIRMED-TOTAL.
004540
004550 2310-APPLY-ONE-LINE.
004560     MOVE WS-LT-IMAGE (WS-LINE-SUB) TO CERT-RETURN-LINE
004570     EVALUATE TRUE
004580         WHEN CR-CORRECTED
004590             PERFORM 2320-QUEUE-CORRECTION
004600         WHEN CR-LEFT-COMPANY
004610             PERFORM 2330-QUEUE-TERMINATION
004620         WHEN OTHER
004630             CONTINUE
004640     END-EVALUATE.
004650
004660 2320-QUEUE-CORRECTION.
004670     MOVE SPACES TO MT-TRANSACTION
004680     MOVE ZERO TO MT-PHONENUMBER
004690     SET MT-ACTION-UPDATE TO TRUE
004700     MOVE CR-NAME TO MT-NAME
004710     IF CR-NEW-PREFIX NOT = SPACES
004720         MOVE CR-NEW-PREFIX TO MT-PREFIX
004730     END-IF
004740     IF CR-NEW-RESTOFNUMBER NOT = SPACES
004750         MOVE CR-NEW-RESTOFNUMBER TO MT-RESTOFNUMBER
004760     END-IF
004770     MOVE CR-NEW-DEPARTMENT TO MT-DEPARTMENT
004780     MOVE CR-NEW-EXTENSION TO MT-EXTENSION
004790     MOVE CR-NEW-EMAIL-ADDRESS TO MT-EMAIL-ADDRESS
004800     WRITE MT-TRANSACTION
004810     ADD 1 TO WS-CORRECTIONS-QUEUED.
004820
004830 2330-QUEUE-TERMINATION.
004840     MOVE SPACES TO MT-TRANSACTION
004850     MOVE ZERO TO MT-PHONENUMBER
004860     SET MT-ACTION-TERMINATE TO TRUE
004870     MOVE CR-NAME TO MT-NAME
004880     WRITE MT-TRANSACTION
004890     ADD 1 TO WS-TERMINATIONS-QUEUED.
004900
004910 2400-PRINT-DEPARTMENT-RESULT.
004920     MOVE WS-GROUP-DEPARTMENT TO RET-DEPARTMENT
004930     MOVE WS-GROUP-CYCLE TO RET-CYCLE
004940     MOVE WS-GROUP-LINES TO RET-LINES
004950     MOVE WS-GROUP-CONFIRMED TO RET-CONFIRMED
004960     MOVE WS-GROUP-CORRECTED TO RET-CORRECTED
004970     MOVE WS-GROUP-LEFT TO RET-LEFT
004980     MOVE WS-GROUP-RESULT TO RET-RESULT
004990     MOVE RET-DETAIL-LINE TO WS-PRINT-AREA
005000     PERFORM 3900-PRINT-REPORT-LINE
005010     IF WS-GROUP-LINES GREATER THAN WS-LINE-TABLE-MAX
005020         MOVE WS-LINE-TABLE-MAX TO WS-GROUP-LINES
005030     END-IF
005040     PERFORM 2410-PRINT-ONE-LINE-NOTE
005050         VARYING WS-LINE-SUB FROM 1 BY 1
005060         UNTIL WS-LINE-SUB GREATER THAN WS-GROUP-LINES
005070     MOVE SPACES TO WS-PRINT-AREA
005080     PERFORM 3900-PRINT-REPORT-LINE.
005090
005100 2410-PRINT-ONE-LINE-NOTE.
005110     MOVE WS-LT-IMAGE (WS-LINE-SUB) TO CERT-RETURN-LINE
005120     MOVE SPACES TO RET-N-NOTE
005130     IF WS-GROUP-ACCEPTED
005140         EVALUATE TRUE
005150             WHEN CR-CORRECTED
005160                 MOVE "UPDATE QUEUED" TO RET-N-NOTE
005170             WHEN CR-LEFT-COMPANY
005180                 MOVE "TERMINATION QUEUED" TO RET-N-NOTE
005190             WHEN OTHER
005200                 CONTINUE
005210         END-EVALUATE
005220     ELSE
005230         MOVE WS-LT-PROBLEM (WS-LINE-SUB) TO RET-N-NOTE
005240     END-IF
005250     IF RET-N-NOTE NOT = SPACES
005260         MOVE CR-LASTNAME TO RET-N-LASTNAME
005270         MOVE CR-FIRSTNAME TO RET-N-FIRSTNAME
005280         MOVE CR-RESPONSE TO RET-N-RESPONSE
005290         MOVE RET-NOTE-LINE TO WS-PRINT-AREA
005300         PERFORM 3900-PRINT-REPORT-LINE
005310     END-IF.
005320
005330 3000-LIST-OUTSTANDING.
005340     SET WS-PRINTING-OUTSTANDING TO TRUE
005350     MOVE "CERTIFICATIONS NOT YET RETURNED" TO WS-SECTION-TITLE
005360     PERFORM 3800-PRINT-PAGE-HEADINGS
005370     MOVE "N" TO WS-CERT-EOF-SWITCH
005380     MOVE LOW-VALUES TO CERT-DEPARTMENT
005390     START CERT-FILE KEY IS NOT LESS THAN CERT-DEPARTMENT
005400         INVALID KEY
005410             SET WS-CERT-AT-EOF TO TRUE
005420         NOT INVALID KEY
005430             PERFORM 3200-READ-NEXT-CERT-RECORD
005440     END-START
005450     PERFORM 3100-CHECK-ONE-CERT-RECORD
005460         UNTIL WS-CERT-AT-EOF
005470     IF WS-DEPTS-OVERDUE = ZERO AND WS-DEPTS-NOT-YET-DUE = ZERO
005480         MOVE FTR-NONE-OUTSTANDING-LINE TO WS-PRINT-AREA
005490         PERFORM 3900-PRINT-REPORT-LINE
005500     END-IF.
005510
005520 3100-CHECK-ONE-CERT-RECORD.
005530     IF CERT-ISSUED
005540         MOVE CERT-DEPARTMENT TO OUT-DEPARTMENT
005550         MOVE CERT-CYCLE TO OUT-CYCLE
005560         MOVE CERT-ISSUED-DATE TO OUT-ISSUED-DATE
005570         MOVE CERT-DUE-DATE TO OUT-DUE-DATE
005580         MOVE CERT-ENTRY-COUNT TO OUT-ENTRIES
005590         IF CERT-DUE-DATE LESS THAN WS-RUN-DATE-N
005600             MOVE CERT-DUE-DATE TO WS-DN-DATE
005610             PERFORM 5000-COMPUTE-DAY-NUMBER
005620             COMPUTE WS-DAYS-OVERDUE =
005630                 WS-TODAY-NUMBER - WS-DN-NUMBER
005640             MOVE WS-DAYS-OVERDUE TO OUT-OD-DAYS
005650             MOVE OUT-OVERDUE-TEXT TO OUT-STATUS
005660             ADD 1 TO WS-DEPTS-OVERDUE
005670             DISPLAY "Recertification overdue - " CERT-DEPARTMENT
005680                 " cycle " CERT-CYCLE
005690         ELSE
005700             MOVE "NOT YET DUE" TO OUT-STATUS
005710             ADD 1 TO WS-DEPTS-NOT-YET-DUE
005720         END-IF
005730         MOVE OUT-DETAIL-LINE TO WS-PRINT-AREA
005740         PERFORM 3900-PRINT-REPORT-LINE
005750     END-IF
005760     PERFORM 3200-READ-NEXT-CERT-RECORD.
005770
005780 3200-READ-NEXT-CERT-RECORD.
005790     READ CERT-FILE NEXT RECORD
005800         AT END SET WS-CERT-AT-EOF TO TRUE
005810     END-READ.
005820
005830 3800-PRINT-PAGE-HEADINGS.
005840     ADD 1 TO WS-PAGE-COUNT
005850     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
005860     MOVE WS-SECTION-TITLE TO HDG-SECTION-TITLE
005870     MOVE WS-RUN-DATE-DISPLAY TO HDG-RUN-DATE
005880     IF WS-PAGE-COUNT NOT = 1
005890         WRITE REPORT-LINE FROM SPACES
005900         AFTER ADVANCING PAGE
005910     END-IF
005920     WRITE REPORT-LINE FROM HDG-LINE-1
005930     WRITE REPORT-LINE FROM HDG-LINE-2
005940     WRITE REPORT-LINE FROM SPACES
005950     EVALUATE TRUE
005960         WHEN WS-PRINTING-RETURNS
005970             WRITE REPORT-LINE FROM HDG-RETURNS-LINE
005980         WHEN WS-PRINTING-OUTSTANDING
005990             WRITE REPORT-LINE FROM HDG-OUTSTANDING-LINE
006000         WHEN OTHER
006010             CONTINUE
006020     END-EVALUATE
006030     WRITE REPORT-LINE FROM SPACES
006040     MOVE ZERO TO WS-LINE-COUNT.
006050
006060 3900-PRINT-REPORT-LINE.
006070     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
006080         PERFORM 3800-PRINT-PAGE-HEADINGS
006090     END-IF
006100     WRITE REPORT-LINE FROM WS-PRINT-AREA
006110     ADD 1 TO WS-LINE-COUNT.
006120
006130 5000-COMPUTE-DAY-NUMBER.
006140     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YEAR - 1
006150     COMPUTE WS-DN-NUMBER = (WS-DN-YEAR * 365)
006160         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH) + WS-DN-DAY
006170     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
006180     ADD WS-DN-QUOTIENT TO WS-DN-NUMBER
006190     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
006200     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-NUMBER
006210     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
006220     ADD WS-DN-QUOTIENT TO WS-DN-NUMBER
006230     IF WS-DN-MONTH GREATER THAN 2
006240         DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
006250             REMAINDER WS-DN-REMAINDER-4
006260         DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
006270             REMAINDER WS-DN-REMAINDER-100
006280         DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
006290             REMAINDER WS-DN-REMAINDER-400
006300         IF WS-DN-REMAINDER-4 = ZERO
006310                 AND (WS-DN-REMAINDER-100 NOT = ZERO
006320                     OR WS-DN-REMAINDER-400 = ZERO)
006330             ADD 1 TO WS-DN-NUMBER
006340         END-IF
006350     END-IF.
006360
006370 8000-PRINT-SUMMARY.
006380     SET WS-PRINTING-SUMMARY TO TRUE
006390     MOVE "SUMMARY" TO WS-SECTION-TITLE
006400     PERFORM 3800-PRINT-PAGE-HEADINGS
006410     MOVE "RETURN LINES READ" TO SUM-LABEL
006420     MOVE WS-LINES-READ TO SUM-COUNT
006430     PERFORM 8100-PRINT-SUMMARY-LINE
006440     IF WS-NO-DEPT-LINES GREATER THAN ZERO
006450         MOVE "LINES WITH NO DEPARTMENT - IGNORED" TO SUM-LABEL
006460         MOVE WS-NO-DEPT-LINES TO SUM-COUNT
006470         PERFORM 8100-PRINT-SUMMARY-LINE
006480     END-IF
006490     MOVE "DEPARTMENT RETURNS RECEIVED" TO SUM-LABEL
006500     MOVE WS-DEPTS-RETURNED TO SUM-COUNT
006510     PERFORM 8100-PRINT-SUMMARY-LINE
006520     MOVE "RETURNS ACCEPTED" TO SUM-LABEL
006530     MOVE WS-DEPTS-ACCEPTED TO SUM-COUNT
006540     PERFORM 8100-PRINT-SUMMARY-LINE
006550     MOVE "  OF WHICH RECEIVED AFTER THE DUE DATE" TO SUM-LABEL
006560     MOVE WS-DEPTS-LATE TO SUM-COUNT
006570     PERFORM 8100-PRINT-SUMMARY-LINE
006580     MOVE "RETURNS REJECTED - ASK FOR A CLEAN COPY" TO SUM-LABEL
006590     MOVE WS-DEPTS-REJECTED TO SUM-COUNT
006600     PERFORM 8100-PRINT-SUMMARY-LINE
006610     MOVE "ENTRIES CONFIRMED" TO SUM-LABEL
006620     MOVE WS-CONFIRMED-TOTAL TO SUM-COUNT
006630     PERFORM 8100-PRINT-SUMMARY-LINE
006640     MOVE "UPDATES QUEUED ON MAINT.TRN" TO SUM-LABEL
006650     MOVE WS-CORRECTIONS-QUEUED TO SUM-COUNT
006660     PERFORM 8100-PRINT-SUMMARY-LINE
006670     MOVE "TERMINATIONS QUEUED ON MAINT.TRN" TO SUM-LABEL
006680     MOVE WS-TERMINATIONS-QUEUED TO SUM-COUNT
006690     PERFORM 8100-PRINT-SUMMARY-LINE
006700     MOVE "DEPARTMENTS OVERDUE - CHASE" TO SUM-LABEL
006710     MOVE WS-DEPTS-OVERDUE TO SUM-COUNT
006720     PERFORM 8100-PRINT-SUMMARY-LINE
006730     MOVE "DEPARTMENTS NOT YET DUE" TO SUM-LABEL
006740     MOVE WS-DEPTS-NOT-YET-DUE TO SUM-COUNT
006750     PERFORM 8100-PRINT-SUMMARY-LINE
006760     DISPLAY "Recertification returns processed."
006770     DISPLAY "Returns accepted      - " WS-DEPTS-ACCEPTED
006780     DISPLAY "Returns rejected      - " WS-DEPTS-REJECTED
006790     DISPLAY "Updates queued        - " WS-CORRECTIONS-QUEUED
006800     DISPLAY "Terminations queued   - " WS-TERMINATIONS-QUEUED
006810     DISPLAY "Departments overdue   - " WS-DEPTS-OVERDUE.
006820
006830 8100-PRINT-SUMMARY-LINE.
006840     MOVE SUM-LINE TO WS-PRINT-AREA
006850     PERFORM 3900-PRINT-REPORT-LINE.
006860
006870 9000-TERMINATE.
006880     IF NOT CERT-FILE-NOT-FOUND
006890         CLOSE CERT-FILE
006900         CLOSE TRANS-FILE
006901         IF NOT BOOK-NOT-FOUND
006902             CLOSE BOOK
006903         END-IF
006910     END-IF
006920     CLOSE RECPROC-REPORT.
006930
006940 END PROGRAM RECPROC.
