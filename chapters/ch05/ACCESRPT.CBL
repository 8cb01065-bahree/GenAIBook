000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 8 October 2026
000050* Purpose: Prints the inquiry access log, ACCESSLOG.DAT, which
000060*          the PHONEBOOK menu and ARCHINQ append to on every
000070*          sign-on, sign-off and search, so a complaint that
000080*          someone was browsing a colleague's details can be
000090*          answered.  The operator may list everything, or
000100*          select by date range, by operator ID, or by the
000110*          person looked up - the last lists every time that
000120*          person's entry was put on a screen, by whom, when,
000130*          and through what search.
000140*
000150*          A second section flags unusual activity found in the
000160*          same date range (or for the same operator, when one
000170*          was selected):
000180*            - an operator running more than WS-BURST-LIMIT
000190*              (20) searches inside one ten-minute window,
000200*              and
000210*            - an inquiry-only operator ID searching the archive.
000220******************************************************************
000230* Modification History
000240* ----------------------------------------------------------------
000250* 2026-10-08  RJH  Original version.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ACCESRPT.
000290 AUTHOR R J HANLON.
000300 DATE-WRITTEN. 8 OCTOBER 2026.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ACCESS-FILE ASSIGN TO "ACCESSLOG.DAT"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS ACCESS-FS.
000370     SELECT ACCESS-REPORT ASSIGN TO "ACCESRPT.PRT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RPT-FS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ACCESS-FILE.
000430 COPY "ACCESREC.CPY".
000440 FD  ACCESS-REPORT.
000450 01  REPORT-LINE                 PIC X(132).
000460 WORKING-STORAGE SECTION.
000470 01  ACCESS-FS                   PIC 99.
000480 01  RPT-FS                      PIC 99.
000490 01  WS-ACCESS-EOF-SWITCH        PIC X VALUE "N".
000500     88  WS-ACCESS-AT-EOF            VALUE "Y".
000510 01  WS-ACCESS-NOT-FOUND-SWITCH  PIC X VALUE "N".
000520     88  ACCESS-NOT-FOUND            VALUE "Y".
000530 01  WS-SELECT-SWITCH            PIC X.
000540     88  WS-RECORD-SELECTED          VALUE "Y".
000550 01  WS-SECTION-SWITCH           PIC X VALUE "L".
000560     88  WS-LISTING-SECTION          VALUE "L".
000570     88  WS-EXCEPTION-SECTION        VALUE "E".
000580 01  WS-SELECTION-MODE           PIC X.
000590     88  WS-SELECT-ALL               VALUE "A".
000600     88  WS-SELECT-DATE-RANGE        VALUE "D".
000610     88  WS-SELECT-OPERATOR          VALUE "O".
000620     88  WS-SELECT-PERSON            VALUE "P".
000630 01  WS-SEL-FROM-DATE            PIC 9(08).
000640 01  WS-SEL-THRU-DATE            PIC 9(08).
000650 01  WS-SEL-OPERATOR-ID          PIC X(08).
000660 01  WS-SEL-NAME-COMPARE.
000670     02  WS-SEL-LASTNAME         PIC X(10).
000680     02  WS-SEL-FIRSTNAME        PIC X(10).
000690 01  WS-BURST-LIMIT              PIC 9(02) VALUE 20.
000700 01  WS-WINDOW-KEY.
000710     02  WS-WK-DATE              PIC 9(08).
000720     02  WS-WK-HOUR              PIC 9(02).
000730     02  WS-WK-TEN-MINUTE        PIC 9(01).
000740 01  WS-OP-TABLE-USED            PIC 9(03) VALUE ZERO.
000750 01  WS-OP-TABLE-MAX             PIC 9(03) VALUE 100.
000760 01  WS-OP-TABLE.
000770     02  WS-OP-ENTRY OCCURS 100 TIMES.
000780         03  WS-OP-ID            PIC X(08).
000790         03  WS-OP-WINDOW-KEY    PIC X(11).
000800         03  WS-OP-WINDOW-COUNT  PIC 9(04).
000810 01  WS-OP-SUB                   PIC 9(03).
000820 01  WS-OP-FOUND-SWITCH          PIC X.
000830     88  WS-OP-FOUND                 VALUE "Y".
000840 01  WS-OP-FULL-SWITCH           PIC X VALUE "N".
000850     88  WS-OP-TABLE-FULL            VALUE "Y".
000860 01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
000870 01  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
000880 01  WS-LISTED-COUNT             PIC 9(06) VALUE ZERO.
000890 01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
000900 01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.
000910 01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 50.
000920 01  HDG-LINE-1.
000930     02  FILLER                  PIC X(40) VALUE SPACES.
000940     02  FILLER                  PIC X(35) VALUE
000950             "PHONEBOOK INQUIRY ACCESS LOG".
000960     02  FILLER                  PIC X(05) VALUE "PAGE ".
000970     02  HDG-PAGE-NUMBER         PIC ZZZ9.
000980 01  HDG-LINE-2.
000990     02  FILLER                  PIC X(12) VALUE "SELECTION : ".
001000     02  HDG-SELECTION           PIC X(60).
001010 01  HDG-LINE-3.
001020     02  FILLER                  PIC X(11) VALUE "DATE".
001030     02  FILLER                  PIC X(09) VALUE "TIME".
001040     02  FILLER                  PIC X(10) VALUE "OPERATOR".
001050     02  FILLER                  PIC X(05) VALUE "AUTH".
001060     02  FILLER                  PIC X(10) VALUE "PROGRAM".
001070     02  FILLER                  PIC X(10) VALUE "EVENT".
001080     02  FILLER                  PIC X(09) VALUE "SEARCH".
001090     02  FILLER                  PIC X(22) VALUE "VALUE SEARCHED".
001100     02  FILLER                  PIC X(23) VALUE "ENTRY RETURNED".
001110     02  FILLER                  PIC X(05) VALUE "COUNT".
001120 01  HDG-EXCEPTION-LINE-1.
001130     02  FILLER                  PIC X(40) VALUE SPACES.
001140     02  FILLER                  PIC X(40) VALUE
001150             "*** UNUSUAL ACTIVITY ***".
001160 01  HDG-EXCEPTION-LINE-3.
001170     02  FILLER                  PIC X(11) VALUE "DATE".
001180     02  FILLER                  PIC X(09) VALUE "TIME".
001190     02  FILLER                  PIC X(10) VALUE "OPERATOR".
001200     02  FILLER                  PIC X(05) VALUE "AUTH".
001210     02  FILLER                  PIC X(47) VALUE "REASON".
001220     02  FILLER                  PIC X(20) VALUE "DETAIL".
001230 01  DTL-LINE.
001240     02  DTL-DATE.
001250         03  DTL-DATE-YEAR       PIC X(04).
001260         03  FILLER              PIC X(01) VALUE "-".
001270         03  DTL-DATE-MONTH      PIC X(02).
001280         03  FILLER              PIC X(01) VALUE "-".
001290         03  DTL-DATE-DAY        PIC X(02).
001300     02  FILLER                  PIC X(01) VALUE SPACE.
001310     02  DTL-TIME.
001320         03  DTL-TIME-HOUR       PIC X(02).
001330         03  FILLER              PIC X(01) VALUE ":".
001340         03  DTL-TIME-MINUTE     PIC X(02).
001350         03  FILLER              PIC X(01) VALUE ":".
001360         03  DTL-TIME-SECOND     PIC X(02).
001370     02  FILLER                  PIC X(01) VALUE SPACE.
001380     02  DTL-OPERATOR-ID         PIC X(08).
001390     02  FILLER                  PIC X(02) VALUE SPACES.
001400     02  DTL-AUTHORITY           PIC X(01).
001410     02  FILLER                  PIC X(04) VALUE SPACES.
001420     02  DTL-PROGRAM             PIC X(08).
001430     02  FILLER                  PIC X(02) VALUE SPACES.
001440     02  DTL-EVENT               PIC X(08).
001450     02  FILLER                  PIC X(02) VALUE SPACES.
001460     02  DTL-SEARCH-TYPE         PIC X(07).
001470     02  FILLER                  PIC X(02) VALUE SPACES.
001480     02  DTL-SEARCH-VALUE        PIC X(20).
001490     02  FILLER                  PIC X(02) VALUE SPACES.
001500     02  DTL-RETURNED-LASTNAME   PIC X(10).
001510     02  FILLER                  PIC X(01) VALUE SPACE.
001520     02  DTL-RETURNED-FIRSTNAME  PIC X(10).
001530     02  FILLER                  PIC X(02) VALUE SPACES.
001540     02  DTL-RETURNED-COUNT      PIC ZZZZ.
001550 01  EXC-LINE.
001560     02  EXC-DATE.
001570         03  EXC-DATE-YEAR       PIC X(04).
001580         03  FILLER              PIC X(01) VALUE "-".
001590         03  EXC-DATE-MONTH      PIC X(02).
001600         03  FILLER              PIC X(01) VALUE "-".
001610         03  EXC-DATE-DAY        PIC X(02).
001620     02  FILLER                  PIC X(01) VALUE SPACE.
001630     02  EXC-TIME.
001640         03  EXC-TIME-HOUR       PIC X(02).
001650         03  FILLER              PIC X(01) VALUE ":".
001660         03  EXC-TIME-MINUTE     PIC X(02).
001670         03  FILLER              PIC X(01) VALUE ":".
001680         03  EXC-TIME-SECOND     PIC X(02).
001690     02  FILLER                  PIC X(01) VALUE SPACE.
001700     02  EXC-OPERATOR-ID         PIC X(08).
001710     02  FILLER                  PIC X(02) VALUE SPACES.
001720     02  EXC-AUTHORITY           PIC X(01).
001730     02  FILLER                  PIC X(04) VALUE SPACES.
001740     02  EXC-REASON              PIC X(45).
001750     02  FILLER                  PIC X(02) VALUE SPACES.
001760     02  EXC-DETAIL              PIC X(30).
001770 01  FTR-LINE.
001780     02  FILLER                  PIC X(22) VALUE
001790             "ACCESS RECORDS LISTED".
001800     02  FTR-LISTED-COUNT        PIC ZZZZZ9.
001810     02  FILLER                  PIC X(10) VALUE SPACES.
001820     02  FILLER                  PIC X(22) VALUE
001830             "ACCESS RECORDS READ".
001840     02  FTR-READ-COUNT          PIC ZZZZZ9.
001850 01  FTR-EXCEPTION-LINE.
001860     02  FILLER                  PIC X(22) VALUE
001870             "UNUSUAL ACTIVITY".
001880     02  FTR-EXCEPTION-COUNT     PIC ZZZZZ9.
001890 01  FTR-NO-EXCEPTION-LINE       PIC X(40) VALUE
001900         "NO UNUSUAL ACTIVITY FOUND".
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE
001940     PERFORM 2000-REPORT-ONE-ACCESS-RECORD
001950         UNTIL WS-ACCESS-AT-EOF
001960     PERFORM 7000-PRINT-LISTING-FOOTER
001970     IF NOT ACCESS-NOT-FOUND
001980         CLOSE ACCESS-FILE
001990         PERFORM 4000-SCAN-FOR-EXCEPTIONS
002000     END-IF
002010     PERFORM 8000-PRINT-FOOTER
002020     PERFORM 9000-TERMINATE
002030     STOP RUN.
002040
002050 1000-INITIALIZE.
002060     PERFORM 1100-ACCEPT-SELECTION
002070     OPEN OUTPUT ACCESS-REPORT
002080     OPEN INPUT ACCESS-FILE
002090     IF ACCESS-FS = 35
002100         SET ACCESS-NOT-FOUND TO TRUE
002110         SET WS-ACCESS-AT-EOF TO TRUE
002120         DISPLAY "ACCESSLOG.DAT not found - nothing to report."
002130     ELSE
002140         PERFORM 1900-READ-NEXT-ACCESS-RECORD
002150     END-IF.
002160
002170 1100-ACCEPT-SELECTION.
002180     DISPLAY "Select - (A)ll (D)ate range (O)perator"
002190     DISPLAY "         or (P)erson looked up?"
002200     ACCEPT WS-SELECTION-MODE
002210     EVALUATE TRUE
002220         WHEN WS-SELECT-DATE-RANGE
002230             PERFORM 1110-ACCEPT-DATE-RANGE
002240         WHEN WS-SELECT-OPERATOR
002250             PERFORM 1120-ACCEPT-OPERATOR
002260         WHEN WS-SELECT-PERSON
002270             PERFORM 1130-ACCEPT-PERSON
002280         WHEN OTHER
002290             SET WS-SELECT-ALL TO TRUE
002300             MOVE "ALL ACCESS RECORDS" TO HDG-SELECTION
002310     END-EVALUATE.
002320
002330 1110-ACCEPT-DATE-RANGE.
002340     DISPLAY "Enter from date (YYYYMMDD)."
002350     ACCEPT WS-SEL-FROM-DATE
002360     DISPLAY "Enter thru date (YYYYMMDD)."
002370     ACCEPT WS-SEL-THRU-DATE
002380     MOVE SPACES TO HDG-SELECTION
002390     STRING "DATE RANGE " WS-SEL-FROM-DATE " THRU "
002400             WS-SEL-THRU-DATE
002410         DELIMITED BY SIZE INTO HDG-SELECTION.
002420
002430 1120-ACCEPT-OPERATOR.
002440     DISPLAY "Enter operator ID."
002450     ACCEPT WS-SEL-OPERATOR-ID
002460     MOVE SPACES TO HDG-SELECTION
002470     STRING "OPERATOR " WS-SEL-OPERATOR-ID
002480         DELIMITED BY SIZE INTO HDG-SELECTION.
002490
002500 1130-ACCEPT-PERSON.
002510     DISPLAY "Enter surname of the person looked up."
002520     ACCEPT WS-SEL-LASTNAME
002530     DISPLAY "Enter first name (blank = whole surname)."
002540     ACCEPT WS-SEL-FIRSTNAME
002550     MOVE SPACES TO HDG-SELECTION
002560     STRING "LOOKUPS OF " WS-SEL-LASTNAME " "
002570             WS-SEL-FIRSTNAME
002580         DELIMITED BY SIZE INTO HDG-SELECTION.
002590
002600 1900-READ-NEXT-ACCESS-RECORD.
002610     READ ACCESS-FILE
002620         AT END SET WS-ACCESS-AT-EOF TO TRUE
002630     END-READ.
002640
002650 2000-REPORT-ONE-ACCESS-RECORD.
002660     ADD 1 TO WS-READ-COUNT
002670     PERFORM 2100-TEST-SELECTION
002680     IF WS-RECORD-SELECTED
002690         PERFORM 2200-PRINT-DETAIL-LINE
002700     END-IF
002710     PERFORM 1900-READ-NEXT-ACCESS-RECORD.
002720
002730 2100-TEST-SELECTION.
002740     MOVE "N" TO WS-SELECT-SWITCH
002750     EVALUATE TRUE
002760         WHEN WS-SELECT-ALL
002770             MOVE "Y" TO WS-SELECT-SWITCH
002780         WHEN WS-SELECT-DATE-RANGE
002790             IF ACC-DATE NOT LESS THAN WS-SEL-FROM-DATE
002800                     AND ACC-DATE NOT GREATER THAN
002810                         WS-SEL-THRU-DATE
002820                 MOVE "Y" TO WS-SELECT-SWITCH
002830             END-IF
002840         WHEN WS-SELECT-OPERATOR
002850             IF ACC-OPERATOR-ID = WS-SEL-OPERATOR-ID
002860                 MOVE "Y" TO WS-SELECT-SWITCH
002870             END-IF
002880         WHEN WS-SELECT-PERSON
002890             PERFORM 2110-TEST-PERSON-SELECTION
002900     END-EVALUATE.
002910
002920 2110-TEST-PERSON-SELECTION.
002930     IF ACC-EVENT-RETURNED
002940         IF WS-SEL-FIRSTNAME = SPACES
002950             IF ACC-RETURNED-LASTNAME = WS-SEL-LASTNAME
002960                 MOVE "Y" TO WS-SELECT-SWITCH
002970             END-IF
002980         ELSE
002990             IF ACC-RETURNED-NAME = WS-SEL-NAME-COMPARE
003000                 MOVE "Y" TO WS-SELECT-SWITCH
003010             END-IF
003020         END-IF
003030     END-IF.
003040
003050 2200-PRINT-DETAIL-LINE.
003060     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
003070         PERFORM 3000-PRINT-HEADINGS
003080     END-IF
003090     MOVE ACC-DATE(1:4) TO DTL-DATE-YEAR
003100     MOVE ACC-DATE(5:2) TO DTL-DATE-MONTH
003110     MOVE ACC-DATE(7:2) TO DTL-DATE-DAY
003120     MOVE ACC-TIME(1:2) TO DTL-TIME-HOUR
003130     MOVE ACC-TIME(3:2) TO DTL-TIME-MINUTE
003140     MOVE ACC-TIME(5:2) TO DTL-TIME-SECOND
003150     MOVE ACC-OPERATOR-ID TO DTL-OPERATOR-ID
003160     MOVE ACC-AUTHORITY TO DTL-AUTHORITY
003170     MOVE ACC-PROGRAM TO DTL-PROGRAM
003180     EVALUATE TRUE
003190         WHEN ACC-EVENT-SIGN-ON MOVE "SIGN-ON" TO DTL-EVENT
003200         WHEN ACC-EVENT-SIGN-OFF MOVE "SIGN-OFF" TO DTL-EVENT
003210         WHEN ACC-EVENT-SEARCH MOVE "SEARCH" TO DTL-EVENT
003220         WHEN ACC-EVENT-RETURNED MOVE "RETURNED" TO DTL-EVENT
003230         WHEN OTHER MOVE ACC-EVENT-CODE TO DTL-EVENT
003240     END-EVALUATE
003250     EVALUATE TRUE
003260         WHEN ACC-SEARCH-NAME MOVE "NAME" TO DTL-SEARCH-TYPE
003270         WHEN ACC-SEARCH-PHONE MOVE "PHONE" TO DTL-SEARCH-TYPE
003280         WHEN ACC-SEARCH-ARCHIVE MOVE "ARCHIVE" TO DTL-SEARCH-TYPE
003290         WHEN OTHER MOVE SPACES TO DTL-SEARCH-TYPE
003300     END-EVALUATE
003310     MOVE ACC-SEARCH-VALUE TO DTL-SEARCH-VALUE
003320     MOVE ACC-RETURNED-LASTNAME TO DTL-RETURNED-LASTNAME
003330     MOVE ACC-RETURNED-FIRSTNAME TO DTL-RETURNED-FIRSTNAME
003340     IF ACC-EVENT-SEARCH
003350         MOVE ACC-RETURNED-COUNT TO DTL-RETURNED-COUNT
003360     ELSE
003370         MOVE ZERO TO DTL-RETURNED-COUNT
003380     END-IF
003390     WRITE REPORT-LINE FROM DTL-LINE
003400     ADD 1 TO WS-LINE-COUNT
003410     ADD 1 TO WS-LISTED-COUNT.
003420
003430 3000-PRINT-HEADINGS.
003440     ADD 1 TO WS-PAGE-COUNT
003450     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
003460     IF WS-PAGE-COUNT NOT = 1
003470         WRITE REPORT-LINE FROM SPACES
003480         AFTER ADVANCING PAGE
003490     END-IF
003500     WRITE REPORT-LINE FROM HDG-LINE-1
003510     WRITE REPORT-LINE FROM HDG-LINE-2
003520     WRITE REPORT-LINE FROM SPACES
003530     IF WS-EXCEPTION-SECTION
003540         WRITE REPORT-LINE FROM HDG-EXCEPTION-LINE-1
003550         WRITE REPORT-LINE FROM SPACES
003560         WRITE REPORT-LINE FROM HDG-EXCEPTION-LINE-3
003570     ELSE
003580         WRITE REPORT-LINE FROM HDG-LINE-3
003590     END-IF
003600     WRITE REPORT-LINE FROM SPACES
003610     MOVE ZERO TO WS-LINE-COUNT.
003620
003630 4000-SCAN-FOR-EXCEPTIONS.
003640     SET WS-EXCEPTION-SECTION TO TRUE
003650     MOVE 99 TO WS-LINE-COUNT
003660     MOVE "N" TO WS-ACCESS-EOF-SWITCH
003670     OPEN INPUT ACCESS-FILE
003680     PERFORM 1900-READ-NEXT-ACCESS-RECORD
003690     PERFORM 4100-CHECK-ONE-ACCESS-RECORD
003700         UNTIL WS-ACCESS-AT-EOF.
003710
003720 4100-CHECK-ONE-ACCESS-RECORD.
003730     MOVE "Y" TO WS-SELECT-SWITCH
003740     IF WS-SELECT-DATE-RANGE OR WS-SELECT-OPERATOR
003750         PERFORM 2100-TEST-SELECTION
003760     END-IF
003770     IF WS-RECORD-SELECTED AND ACC-EVENT-SEARCH
003780         PERFORM 4200-CHECK-ARCHIVE-SEARCH
003790         PERFORM 4300-CHECK-SEARCH-RATE
003800     END-IF
003810     PERFORM 1900-READ-NEXT-ACCESS-RECORD.
003820
003830 4200-CHECK-ARCHIVE-SEARCH.
003840     IF ACC-SEARCH-ARCHIVE AND ACC-INQUIRY-ONLY
003850         MOVE "INQUIRY-ONLY ID SEARCHED THE ARCHIVE"
003860             TO EXC-REASON
003870         MOVE ACC-SEARCH-VALUE TO EXC-DETAIL
003880         PERFORM 4900-PRINT-EXCEPTION-LINE
003890     END-IF.
003900
003910 4300-CHECK-SEARCH-RATE.
003920     MOVE ACC-DATE TO WS-WK-DATE
003930     MOVE ACC-TIME(1:2) TO WS-WK-HOUR
003940     MOVE ACC-TIME(3:1) TO WS-WK-TEN-MINUTE
003950     PERFORM 4310-FIND-OPERATOR-ENTRY
003960     IF WS-OP-FOUND
003970         IF WS-OP-WINDOW-KEY(WS-OP-SUB) = WS-WINDOW-KEY
003980             ADD 1 TO WS-OP-WINDOW-COUNT(WS-OP-SUB)
003990         ELSE
004000             MOVE WS-WINDOW-KEY TO WS-OP-WINDOW-KEY(WS-OP-SUB)
004010             MOVE 1 TO WS-OP-WINDOW-COUNT(WS-OP-SUB)
004020         END-IF
004030         IF WS-OP-WINDOW-COUNT(WS-OP-SUB) = WS-BURST-LIMIT + 1
004040             PERFORM 4330-REPORT-SEARCH-BURST
004050         END-IF
004060     END-IF.
004070
004080 4310-FIND-OPERATOR-ENTRY.
004090     MOVE "N" TO WS-OP-FOUND-SWITCH
004100     MOVE 1 TO WS-OP-SUB
004110     PERFORM 4320-TEST-ONE-OPERATOR-ENTRY
004120         UNTIL WS-OP-FOUND
004121             OR WS-OP-SUB GREATER THAN WS-OP-TABLE-USED
004130     IF NOT WS-OP-FOUND
004140         IF WS-OP-TABLE-USED LESS THAN WS-OP-TABLE-MAX
004150             ADD 1 TO WS-OP-TABLE-USED
004160             MOVE WS-OP-TABLE-USED TO WS-OP-SUB
004170             MOVE ACC-OPERATOR-ID TO WS-OP-ID(WS-OP-SUB)
004180             MOVE SPACES TO WS-OP-WINDOW-KEY(WS-OP-SUB)
004190             MOVE ZERO TO WS-OP-WINDOW-COUNT(WS-OP-SUB)
004200             SET WS-OP-FOUND TO TRUE
004210         ELSE
004220             IF NOT WS-OP-TABLE-FULL
004230                 SET WS-OP-TABLE-FULL TO TRUE
004240                 DISPLAY "More than " WS-OP-TABLE-MAX
004250                     " operators - search rates not checked"
004260                     " past that."
004270             END-IF
004280         END-IF
004290     END-IF.
004300
004310 4320-TEST-ONE-OPERATOR-ENTRY.
004320     IF WS-OP-ID(WS-OP-SUB) = ACC-OPERATOR-ID
004330         SET WS-OP-FOUND TO TRUE
004340     ELSE
004350         ADD 1 TO WS-OP-SUB
004360     END-IF.
004370
004380 4330-REPORT-SEARCH-BURST.
004390     MOVE SPACES TO EXC-REASON
004400     STRING "MORE THAN " WS-BURST-LIMIT
004410             " SEARCHES IN A TEN-MINUTE WINDOW"
004420         DELIMITED BY SIZE INTO EXC-REASON
004430     MOVE SPACES TO EXC-DETAIL
004440     STRING "WINDOW FROM " WS-WK-HOUR ":" WS-WK-TEN-MINUTE "0"
004450         DELIMITED BY SIZE INTO EXC-DETAIL
004460     PERFORM 4900-PRINT-EXCEPTION-LINE.
004470
004480 4900-PRINT-EXCEPTION-LINE.
004490     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
004500         PERFORM 3000-PRINT-HEADINGS
004510     END-IF
004520     MOVE ACC-DATE(1:4) TO EXC-DATE-YEAR
004530     MOVE ACC-DATE(5:2) TO EXC-DATE-MONTH
004540     MOVE ACC-DATE(7:2) TO EXC-DATE-DAY
004550     MOVE ACC-TIME(1:2) TO EXC-TIME-HOUR
004560     MOVE ACC-TIME(3:2) TO EXC-TIME-MINUTE
004570     MOVE ACC-TIME(5:2) TO EXC-TIME-SECOND
004580     MOVE ACC-OPERATOR-ID TO EXC-OPERATOR-ID
004590     MOVE ACC-AUTHORITY TO EXC-AUTHORITY
004600     WRITE REPORT-LINE FROM EXC-LINE
004610     ADD 1 TO WS-LINE-COUNT
004620     ADD 1 TO WS-EXCEPTION-COUNT.
004630
004640 7000-PRINT-LISTING-FOOTER.
004650     IF WS-PAGE-COUNT = ZERO
004660         PERFORM 3000-PRINT-HEADINGS
004670     END-IF
004680     MOVE WS-LISTED-COUNT TO FTR-LISTED-COUNT
004690     MOVE WS-READ-COUNT TO FTR-READ-COUNT
004700     WRITE REPORT-LINE FROM SPACES
004710     WRITE REPORT-LINE FROM FTR-LINE.
004720
004730 8000-PRINT-FOOTER.
004740     IF WS-LISTING-SECTION OR WS-LINE-COUNT = 99
004750         SET WS-EXCEPTION-SECTION TO TRUE
004760         PERFORM 3000-PRINT-HEADINGS
004770     END-IF
004780     WRITE REPORT-LINE FROM SPACES
004790     IF WS-EXCEPTION-COUNT = ZERO
004800         WRITE REPORT-LINE FROM FTR-NO-EXCEPTION-LINE
004810     ELSE
004820         MOVE WS-EXCEPTION-COUNT TO FTR-EXCEPTION-COUNT
004830         WRITE REPORT-LINE FROM FTR-EXCEPTION-LINE
004840     END-IF
004850     DISPLAY "Access log listing complete - "
004860         WS-LISTED-COUNT " of " WS-READ-COUNT
004870         " records listed, " WS-EXCEPTION-COUNT
004880         " unusual.".
004890
004900 9000-TERMINATE.
004910     IF NOT ACCESS-NOT-FOUND
004920         CLOSE ACCESS-FILE
004930     END-IF
004940     CLOSE ACCESS-REPORT.
004950
004960 END PROGRAM ACCESRPT.
