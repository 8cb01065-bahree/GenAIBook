000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 10 October 2026
000050* Purpose: Nightly run over the contractor and temp entries
000060*          in PHONEBOOK.DAT (BOOK-WORKER-TYPE C or T).  These
000070*          people are not on HR's extract, so HRCOMP leaves
000080*          them alone and this job is what retires them: an
000090*          active entry whose BOOK-CONTRACT-END-DATE has passed
000100*          is marked inactive, with an AUDITLOG.DAT termination
000110*          record under the CONTREXP operator ID, and its
000120*          extension is released into cooling-off the same as
000130*          a batch termination.  Any entry whose contract ends
000140*          within the next 14 days is listed on a warning page
000150*          for its sponsoring employee - one page per sponsor,
000160*          with the sponsor's department and extension - so an
000170*          extension can be arranged before the number goes
000180*          dead.  Entries with no usable end date or no sponsor
000190*          are listed for the directory administrator.
000200******************************************************************
000210* Modification History
000220* ----------------------------------------------------------------
000230* 2026-10-10  RJH  Original version.
000231* 2026-10-12  RJH  Each expiry now records the department and
000232*                  status change in AUDIT-MOVEMENT for the
000233*                  monthly headcount statistics.
000234* 2026-10-15  RJH  An end date must be a real calendar date -
000235*                  days in the month, leap years and year zero
000236*                  are checked before the expiry test.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CONTREXP.
000270 AUTHOR R J HANLON.
000280 DATE-WRITTEN. 10 OCTOBER 2026.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS NAME
000360         ALTERNATE RECORD KEY IS PHONENUMBER WITH DUPLICATES
000370         FILE STATUS IS FS.
000380     SELECT EXPIRY-REPORT ASSIGN TO "CONTREXP.RPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS RPT-FS.
000410     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS AUDIT-FS.
000440     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EXT-KEY
000480         FILE STATUS IS EXT-FS.
000490     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RC-JOB-NAME
000530         FILE STATUS IS RC-FS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  BOOK.
000570 COPY "BOOKREC.CPY".
000580 FD  EXPIRY-REPORT.
000590 01  REPORT-LINE                  PIC X(80).
000600 FD  AUDIT-FILE.
000610 COPY "AUDITREC.CPY".
000620 FD  EXT-FILE.
000630 COPY "EXTREC.CPY".
000640 FD  RUN-CONTROL-FILE.
000650 COPY "RUNCTLRC.CPY".
000660 WORKING-STORAGE SECTION.
000670 01  FS                           PIC 99.
000680 01  RPT-FS                       PIC 99.
000690 01  AUDIT-FS                     PIC 99.
000700 01  RC-FS                        PIC 99.
000710 01  EXT-FS                       PIC 99.
000720 01  WS-EXT-NOT-FOUND-SWITCH      PIC X VALUE "N".
000730     88  EXT-FILE-NOT-FOUND           VALUE "Y".
000740 01  WS-JOB-NAME                  PIC X(08) VALUE "CONTREXP".
000750 01  WS-RUN-REFUSED-SWITCH        PIC X VALUE "N".
000760     88  WS-RUN-REFUSED               VALUE "Y".
000770 01  WS-RC-EOF-SWITCH             PIC X.
000780     88  WS-RC-AT-EOF                 VALUE "Y".
000790 01  WS-RC-TODAYS-DATE            PIC 9(08).
000800 01  WS-OPERATOR-ID               PIC X(08) VALUE "CONTREXP".
000810 01  WS-BOOK-EOF-SWITCH           PIC X VALUE "N".
000820     88  WS-BOOK-AT-EOF               VALUE "Y".
000830 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
000840     88  BOOK-NOT-FOUND               VALUE "Y".
000850 01  WS-END-DATE-SWITCH           PIC X.
000860     88  WS-END-DATE-VALID            VALUE "Y".
000870 01  WS-REPORT-SECTION            PIC X VALUE "E".
000880     88  WS-PRINTING-EXPIRED          VALUE "E".
000890     88  WS-PRINTING-WARNINGS         VALUE "W".
000900     88  WS-PRINTING-EXCEPTIONS       VALUE "X".
000910     88  WS-PRINTING-SUMMARY          VALUE "S".
000920 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
000930 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
000940 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
000950 01  WS-PRINT-AREA                PIC X(80).
000960 01  WS-RUN-DATE.
000970     02  WS-RUN-YEAR              PIC 9(04).
000980     02  WS-RUN-MONTH             PIC 9(02).
000990     02  WS-RUN-DAY               PIC 9(02).
001000 01  WS-RUN-DATE-DISPLAY          PIC X(10).
001010 01  WS-WARNING-DAYS              PIC 9(03) VALUE 14.
001020 01  WS-TODAY-NUMBER              PIC 9(07).
001030 01  WS-DAYS-LEFT                 PIC 9(05).
001040 01  WS-DN-DATE.
001050     02  WS-DN-YEAR               PIC 9(04).
001060     02  WS-DN-MONTH              PIC 9(02).
001070     02  WS-DN-DAY                PIC 9(02).
001080 01  WS-DN-NUMBER                 PIC 9(07).
001090 01  WS-DN-PRIOR-YEARS            PIC 9(04).
001100 01  WS-DN-QUOTIENT               PIC 9(04).
001110 01  WS-DN-REMAINDER-4            PIC 9(03).
001120 01  WS-DN-REMAINDER-100          PIC 9(03).
001130 01  WS-DN-REMAINDER-400          PIC 9(03).
001140 01  WS-DAYS-BEFORE-VALUES.
001150     02  FILLER                   PIC X(18) VALUE
001160             "000031059090120151".
001170     02  FILLER                   PIC X(18) VALUE
001180             "181212243273304334".
001190 01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-VALUES.
001200     02  WS-DAYS-BEFORE-MONTH     PIC 9(03) OCCURS 12 TIMES.
001201 01  WS-DN-DAYS-IN-MONTH          PIC 9(02).
001202 01  WS-MONTH-LENGTH-VALUES.
001203     02  FILLER                   PIC X(24) VALUE
001204             "312831303130313130313031".
001205 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001206     02  WS-MONTH-LENGTH          PIC 9(02) OCCURS 12 TIMES.
001210 01  WS-CONTRACT-COUNT            PIC 9(05) VALUE ZERO.
001220 01  WS-EXPIRED-COUNT             PIC 9(05) VALUE ZERO.
001230 01  WS-EXPIRE-FAILED-COUNT       PIC 9(05) VALUE ZERO.
001240 01  WS-WARNING-COUNT             PIC 9(05) VALUE ZERO.
001250 01  WS-EXCEPTION-COUNT           PIC 9(05) VALUE ZERO.
001260 01  WS-SPONSOR-TABLE-MAX         PIC 9(03) VALUE 200.
001270 01  WS-SPONSOR-TABLE-USED        PIC 9(03) VALUE ZERO.
001280 01  WS-SPONSOR-TABLE.
001290     02  WS-SPONSOR-ENTRY OCCURS 200 TIMES.
001300         03  WS-ST-SPONSOR-NAME.
001310             04  WS-ST-SPONSOR-LASTNAME PIC X(10).
001320             04  WS-ST-SPONSOR-FIRSTNAME PIC X(10).
001330         03  WS-ST-WARNING-COUNT  PIC 9(05).
001340 01  WS-SPONSOR-SUB               PIC 9(03).
001350 01  WS-WARNING-TABLE-MAX         PIC 9(04) VALUE 1000.
001360 01  WS-WARNING-TABLE-USED        PIC 9(04) VALUE ZERO.
001370 01  WS-WARNING-OVERFLOW-COUNT    PIC 9(05) VALUE ZERO.
001380 01  WS-WARNING-TABLE.
001390     02  WS-WARNING-ENTRY OCCURS 1000 TIMES.
001400         03  WS-WT-SPONSOR-SUB    PIC 9(03).
001410         03  WS-WT-LASTNAME       PIC X(10).
001420         03  WS-WT-FIRSTNAME      PIC X(10).
001430         03  WS-WT-WORKER-TYPE    PIC X(01).
001440         03  WS-WT-DEPARTMENT     PIC X(15).
001450         03  WS-WT-EXTENSION      PIC X(05).
001460         03  WS-WT-END-DATE       PIC 9(08).
001470         03  WS-WT-DAYS-LEFT      PIC 9(03).
001480 01  WS-WARNING-SUB               PIC 9(04).
001490 01  WS-EXCEPTION-TABLE-MAX       PIC 9(03) VALUE 500.
001500 01  WS-EXCEPTION-TABLE-USED      PIC 9(03) VALUE ZERO.
001510 01  WS-EXCEPTION-OVERFLOW-COUNT  PIC 9(05) VALUE ZERO.
001520 01  WS-EXCEPTION-TABLE.
001530     02  WS-EXCEPTION-ENTRY OCCURS 500 TIMES.
001540         03  WS-XT-LASTNAME       PIC X(10).
001550         03  WS-XT-FIRSTNAME      PIC X(10).
001560         03  WS-XT-WORKER-TYPE    PIC X(01).
001570         03  WS-XT-END-DATE       PIC 9(08).
001580         03  WS-XT-SPONSOR-LASTNAME PIC X(10).
001590         03  WS-XT-SPONSOR-FIRSTNAME PIC X(10).
001600         03  WS-XT-REASON         PIC X(18).
001610 01  WS-EXCEPTION-SUB             PIC 9(03).
001620 01  WS-EXCEPTION-REASON          PIC X(18).
001630 01  WS-OTHER-SPONSORS            PIC X(20) VALUE
001640         "(OTHER SPONSORS)".
001650 01  WS-SECTION-TITLE             PIC X(38).
001660 01  WS-NO-SPONSOR-TEXT           PIC X(50) VALUE
001670         "NO SPONSOR ON FILE - REFER TO THE DEPARTMENT HEAD".
001680 01  WS-NOT-IN-BOOK-TEXT          PIC X(52) VALUE
001690         "SPONSOR NOT IN PHONEBOOK - REFER TO DEPARTMENT HEAD".
001700 01  WS-INACTIVE-SPONSOR-TEXT     PIC X(52) VALUE
001710         "SPONSOR IS INACTIVE - REFER TO THE DEPARTMENT HEAD".
001720 01  WS-TABLE-FULL-TEXT           PIC X(50) VALUE
001730         "SPONSOR TABLE FULL - REMAINING SPONSORS TOGETHER".
001740 01  HDG-LINE-1.
001750     02  FILLER                   PIC X(15) VALUE SPACES.
001760     02  FILLER                   PIC X(41) VALUE
001770             "CONTRACT EXPIRY REPORT".
001780     02  FILLER                   PIC X(15) VALUE SPACES.
001790     02  FILLER                   PIC X(05) VALUE "PAGE ".
001800     02  HDG-PAGE-NUMBER          PIC ZZZ9.
001810 01  HDG-LINE-2.
001820     02  FILLER                   PIC X(15) VALUE SPACES.
001830     02  HDG-SECTION-TITLE        PIC X(38).
001840     02  FILLER                   PIC X(08) VALUE "RUN ON ".
001850     02  HDG-RUN-DATE             PIC X(10).
001860 01  HDG-EXPIRED-LINE.
001870     02  FILLER                   PIC X(23) VALUE "NAME".
001880     02  FILLER                   PIC X(03) VALUE "T".
001890     02  FILLER                   PIC X(07) VALUE "EXT".
001900     02  FILLER                   PIC X(12) VALUE "ENDED".
001910     02  FILLER                   PIC X(23) VALUE "SPONSOR".
001920     02  FILLER                   PIC X(12) VALUE "RESULT".
001930 01  HDG-WARNING-LINE.
001940     02  FILLER                   PIC X(23) VALUE "NAME".
001950     02  FILLER                   PIC X(03) VALUE "T".
001960     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
001970     02  FILLER                   PIC X(07) VALUE "EXT".
001980     02  FILLER                   PIC X(12) VALUE "CONTRACT END".
001990     02  FILLER                   PIC X(09) VALUE "DAYS LEFT".
002000 01  HDG-EXCEPTION-LINE.
002010     02  FILLER                   PIC X(23) VALUE "NAME".
002020     02  FILLER                   PIC X(03) VALUE "T".
002030     02  FILLER                   PIC X(12) VALUE "END DATE".
002040     02  FILLER                   PIC X(23) VALUE "SPONSOR".
002050     02  FILLER                   PIC X(18) VALUE "PROBLEM".
002060 01  SPN-NAME-LINE.
002070     02  FILLER                   PIC X(09) VALUE "SPONSOR: ".
002080     02  SPN-FIRSTNAME            PIC X(10).
002090     02  FILLER                   PIC X(01) VALUE SPACE.
002100     02  SPN-LASTNAME             PIC X(10).
002110 01  SPN-STATUS-LINE              PIC X(80).
002120 01  SPN-FOUND-LINE.
002130     02  FILLER                   PIC X(11) VALUE "DEPARTMENT ".
002140     02  SPN-DEPARTMENT           PIC X(15).
002150     02  FILLER                   PIC X(12) VALUE "  EXTENSION ".
002160     02  SPN-EXTENSION            PIC X(05).
002170 01  SPN-ADVICE-LINE-1            PIC X(80) VALUE
002180         "THE CONTRACTS BELOW END WITHIN 14 DAYS.  ARRANGE AN".
002190 01  SPN-ADVICE-LINE-2            PIC X(80) VALUE
002200         "EXTENSION BEFORE THE END DATE, OR THE ENTRY IS MARKED".
002210 01  SPN-ADVICE-LINE-3            PIC X(80) VALUE
002220         "INACTIVE AND THE EXTENSION RELEASED THE NIGHT AFTER.".
002230 01  EXP-DETAIL-LINE.
002240     02  EXP-LASTNAME             PIC X(10).
002250     02  FILLER                   PIC X(01) VALUE SPACE.
002260     02  EXP-FIRSTNAME            PIC X(10).
002270     02  FILLER                   PIC X(02) VALUE SPACES.
002280     02  EXP-WORKER-TYPE          PIC X(01).
002290     02  FILLER                   PIC X(02) VALUE SPACES.
002300     02  EXP-EXTENSION            PIC X(05).
002310     02  FILLER                   PIC X(02) VALUE SPACES.
002320     02  EXP-END-DATE             PIC 9999/99/99.
002330     02  FILLER                   PIC X(02) VALUE SPACES.
002340     02  EXP-SPONSOR-LASTNAME     PIC X(10).
002350     02  FILLER                   PIC X(01) VALUE SPACE.
002360     02  EXP-SPONSOR-FIRSTNAME    PIC X(10).
002370     02  FILLER                   PIC X(02) VALUE SPACES.
002380     02  EXP-RESULT               PIC X(12).
002390 01  WRN-DETAIL-LINE.
002400     02  WRN-LASTNAME             PIC X(10).
002410     02  FILLER                   PIC X(01) VALUE SPACE.
002420     02  WRN-FIRSTNAME            PIC X(10).
002430     02  FILLER                   PIC X(02) VALUE SPACES.
002440     02  WRN-WORKER-TYPE          PIC X(01).
002450     02  FILLER                   PIC X(02) VALUE SPACES.
002460     02  WRN-DEPARTMENT           PIC X(15).
002470     02  FILLER                   PIC X(02) VALUE SPACES.
002480     02  WRN-EXTENSION            PIC X(05).
002490     02  FILLER                   PIC X(02) VALUE SPACES.
002500     02  WRN-END-DATE             PIC 9999/99/99.
002510     02  FILLER                   PIC X(02) VALUE SPACES.
002520     02  WRN-DAYS-LEFT            PIC ZZZZZZ9.
002530 01  EXC-DETAIL-LINE.
002540     02  EXC-LASTNAME             PIC X(10).
002550     02  FILLER                   PIC X(01) VALUE SPACE.
002560     02  EXC-FIRSTNAME            PIC X(10).
002570     02  FILLER                   PIC X(02) VALUE SPACES.
002580     02  EXC-WORKER-TYPE          PIC X(01).
002590     02  FILLER                   PIC X(02) VALUE SPACES.
002600     02  EXC-END-DATE             PIC 9999/99/99.
002610     02  FILLER                   PIC X(02) VALUE SPACES.
002620     02  EXC-SPONSOR-LASTNAME     PIC X(10).
002630     02  FILLER                   PIC X(01) VALUE SPACE.
002640     02  EXC-SPONSOR-FIRSTNAME    PIC X(10).
002650     02  FILLER                   PIC X(02) VALUE SPACES.
002660     02  EXC-REASON               PIC X(18).
002670 01  SUM-LINE.
002680     02  SUM-LABEL                PIC X(45).
002690     02  SUM-COUNT                PIC ZZZZ9.
002700 01  FTR-NONE-EXPIRED-LINE        PIC X(40) VALUE
002710         "NO CONTRACTS EXPIRED".
002720 01  FTR-OVERFLOW-LINE.
002730     02  FILLER                   PIC X(45) VALUE
002740             "ENTRIES COUNTED BUT NOT LISTED (TABLE FULL)".
002750     02  FTR-OVERFLOW-COUNT       PIC ZZZZ9.
002760 PROCEDURE DIVISION.
002770 0000-MAINLINE.
002780     PERFORM 0100-ACQUIRE-RUN-CONTROL
002790     IF WS-RUN-REFUSED
002800         STOP RUN
002810     END-IF
002820     PERFORM 1000-INITIALIZE
002830     IF NOT BOOK-NOT-FOUND
002840         PERFORM 2000-EXPIRE-CONTRACTS
002850         PERFORM 3000-PRINT-SPONSOR-WARNINGS
002860         PERFORM 4000-PRINT-EXCEPTIONS
002870         PERFORM 8000-PRINT-SUMMARY
002880     END-IF
002890     PERFORM 9000-TERMINATE
002900     PERFORM 9100-MARK-JOB-COMPLETE
002910     STOP RUN.
002920
002930 1000-INITIALIZE.
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002950     MOVE WS-RUN-MONTH TO WS-RUN-DATE-DISPLAY(1:2)
002960     MOVE "/" TO WS-RUN-DATE-DISPLAY(3:1)
002970     MOVE WS-RUN-DAY TO WS-RUN-DATE-DISPLAY(4:2)
002980     MOVE "/" TO WS-RUN-DATE-DISPLAY(6:1)
002990     MOVE WS-RUN-YEAR TO WS-RUN-DATE-DISPLAY(7:4)
003000     MOVE WS-RUN-DATE TO WS-DN-DATE
003010     PERFORM 5000-COMPUTE-DAY-NUMBER
003020     MOVE WS-DN-NUMBER TO WS-TODAY-NUMBER
003030     OPEN OUTPUT EXPIRY-REPORT
003040     OPEN I-O BOOK
003050     IF FS = 35
003060         SET BOOK-NOT-FOUND TO TRUE
003070         DISPLAY "PHONEBOOK.DAT not found - nothing to check."
003080     ELSE
003090         PERFORM 1100-OPEN-AUDIT-FILE
003100         PERFORM 1150-OPEN-EXTENSION-FILE
003110     END-IF.
003120
003130 1100-OPEN-AUDIT-FILE.
003140     OPEN EXTEND AUDIT-FILE
003150     IF AUDIT-FS = 35
003160         OPEN OUTPUT AUDIT-FILE
003170     END-IF.
003180
003190 1150-OPEN-EXTENSION-FILE.
003200     OPEN I-O EXT-FILE
003210     IF EXT-FS = 35
003220         SET EXT-FILE-NOT-FOUND TO TRUE
003230     END-IF.
003240
003250 2000-EXPIRE-CONTRACTS.
003260     SET WS-PRINTING-EXPIRED TO TRUE
003270     MOVE "CONTRACTS EXPIRED - MARKED INACTIVE"
003280         TO WS-SECTION-TITLE
003290     PERFORM 3800-PRINT-PAGE-HEADINGS
003300     PERFORM 2900-READ-NEXT-BOOK-ENTRY
003310     PERFORM 2100-CHECK-ONE-ENTRY
003320         UNTIL WS-BOOK-AT-EOF
003330     IF WS-EXPIRED-COUNT = ZERO AND WS-EXPIRE-FAILED-COUNT = ZERO
003340         MOVE FTR-NONE-EXPIRED-LINE TO WS-PRINT-AREA
003350         PERFORM 3900-PRINT-REPORT-LINE
003360     END-IF.
003370
003380 2100-CHECK-ONE-ENTRY.
003390     IF ACTIVE-STATUS AND CONTRACT-WORKER
003400         ADD 1 TO WS-CONTRACT-COUNT
003410         PERFORM 2200-CLASSIFY-CONTRACT
003420     END-IF
003430     PERFORM 2900-READ-NEXT-BOOK-ENTRY.
003440
003450 2200-CLASSIFY-CONTRACT.
003460     PERFORM 2210-TEST-END-DATE
003470     IF NOT WS-END-DATE-VALID
003480         PERFORM 2500-TABLE-EXCEPTION
003490     ELSE
003500         IF WS-DN-NUMBER LESS THAN WS-TODAY-NUMBER
003510             PERFORM 2300-EXPIRE-ONE-CONTRACT
003520         ELSE
003530             COMPUTE WS-DAYS-LEFT = WS-DN-NUMBER - WS-TODAY-NUMBER
003540             IF WS-DAYS-LEFT NOT GREATER THAN WS-WARNING-DAYS
003550                 PERFORM 2400-TABLE-WARNING
003560             END-IF
003570             IF BOOK-SPONSOR-NAME = SPACES
003580                 MOVE "NO SPONSOR" TO WS-EXCEPTION-REASON
003590                 PERFORM 2500-TABLE-EXCEPTION
003600             END-IF
003610         END-IF
003620     END-IF.
003630
003640 2210-TEST-END-DATE.
003650     MOVE "N" TO WS-END-DATE-SWITCH
003660     MOVE BOOK-CONTRACT-END-DATE TO WS-DN-DATE
003670     IF BOOK-CONTRACT-END-DATE = ZERO
003680         MOVE "NO END DATE" TO WS-EXCEPTION-REASON
003690     ELSE
003700         IF WS-DN-YEAR = ZERO
003701                 OR WS-DN-MONTH LESS THAN 1
003710                 OR WS-DN-MONTH GREATER THAN 12
003740             MOVE "INVALID END DATE" TO WS-EXCEPTION-REASON
003750         ELSE
003760             PERFORM 2220-TEST-END-DAY
003780         END-IF
003781     END-IF.
003782
003783 2220-TEST-END-DAY.
003784     MOVE WS-MONTH-LENGTH (WS-DN-MONTH) TO WS-DN-DAYS-IN-MONTH
003785     IF WS-DN-MONTH = 2
003786         DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
003787             REMAINDER WS-DN-REMAINDER-4
003788         DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
003789             REMAINDER WS-DN-REMAINDER-100
003790         DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
003791             REMAINDER WS-DN-REMAINDER-400
003792         IF WS-DN-REMAINDER-4 = ZERO
003793                 AND (WS-DN-REMAINDER-100 NOT = ZERO
003794                     OR WS-DN-REMAINDER-400 = ZERO)
003795             MOVE 29 TO WS-DN-DAYS-IN-MONTH
003796         END-IF
003797     END-IF
003798     IF WS-DN-DAY LESS THAN 1
003799             OR WS-DN-DAY GREATER THAN WS-DN-DAYS-IN-MONTH
003800         MOVE "INVALID END DATE" TO WS-EXCEPTION-REASON
003801     ELSE
003802         SET WS-END-DATE-VALID TO TRUE
003803         PERFORM 5000-COMPUTE-DAY-NUMBER
003804     END-IF.
003805
003810 2300-EXPIRE-ONE-CONTRACT.
003820     MOVE LASTNAME TO EXP-LASTNAME
003830     MOVE FIRSTNAME TO EXP-FIRSTNAME
003840     MOVE BOOK-WORKER-TYPE TO EXP-WORKER-TYPE
003850     MOVE EXTENSION TO EXP-EXTENSION
003860     MOVE BOOK-CONTRACT-END-DATE TO EXP-END-DATE
003870     MOVE BOOK-SPONSOR-LASTNAME TO EXP-SPONSOR-LASTNAME
003880     MOVE BOOK-SPONSOR-FIRSTNAME TO EXP-SPONSOR-FIRSTNAME
003890     MOVE NAME TO AUDIT-BEFORE-NAME
003900     MOVE PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
003910     SET INACTIVE-STATUS TO TRUE
003920     MOVE WS-RUN-DATE TO BOOK-LAST-CHANGED-DATE
003930     REWRITE BOOKENTRY
003940         INVALID KEY
003950             DISPLAY "Expiry rewrite failed for "
003960                 LASTNAME " " FIRSTNAME
003970             ADD 1 TO WS-EXPIRE-FAILED-COUNT
003980             MOVE "NOT UPDATED" TO EXP-RESULT
003990         NOT INVALID KEY
004000             ADD 1 TO WS-EXPIRED-COUNT
004010             PERFORM 2310-WRITE-AUDIT-FOR-EXPIRY
004020             PERFORM 2320-RELEASE-EXTENSION
004030             MOVE "INACTIVE" TO EXP-RESULT
004040     END-REWRITE
004050     MOVE EXP-DETAIL-LINE TO WS-PRINT-AREA
004060     PERFORM 3900-PRINT-REPORT-LINE.
004070
004080 2310-WRITE-AUDIT-FOR-EXPIRY.
004090     SET AUDIT-ACTION-DELETE TO TRUE
004100     MOVE NAME TO AUDIT-AFTER-NAME
004110     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
004111     MOVE SPACES TO AUDIT-MOVEMENT
004112     MOVE DEPARTMENT TO AUDIT-BEFORE-DEPARTMENT
004113     SET AUDIT-BEFORE-ACTIVE TO TRUE
004114     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
004115     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
004120     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
004130     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004140     ACCEPT AUDIT-TIME FROM TIME
004150     WRITE AUDIT-RECORD.
004160
004170 2320-RELEASE-EXTENSION.
004180     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
004190             AND EXTENSION NOT = SPACES
004200         MOVE DEPARTMENT TO EXT-DEPARTMENT
004210         MOVE EXTENSION TO EXT-EXTENSION
004220         READ EXT-FILE
004230             INVALID KEY
004240                 CONTINUE
004250             NOT INVALID KEY
004260                 PERFORM 2330-COOL-EXTENSION-RECORD
004270         END-READ
004280     END-IF.
004290
004300 2330-COOL-EXTENSION-RECORD.
004310     IF EXT-ASSIGNED AND EXT-HOLDER-NAME = NAME
004320         SET EXT-COOLING TO TRUE
004330         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
004340         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
004350         REWRITE EXTENSION-RECORD
004360     END-IF.
004370
004380 2400-TABLE-WARNING.
004390     ADD 1 TO WS-WARNING-COUNT
004400     IF WS-WARNING-TABLE-USED LESS THAN WS-WARNING-TABLE-MAX
004410         PERFORM 2410-FIND-SPONSOR-ENTRY
004420         ADD 1 TO WS-ST-WARNING-COUNT (WS-SPONSOR-SUB)
004430         ADD 1 TO WS-WARNING-TABLE-USED
004440         MOVE WS-WARNING-TABLE-USED TO WS-WARNING-SUB
004450         MOVE WS-SPONSOR-SUB TO WS-WT-SPONSOR-SUB (WS-WARNING-SUB)
004460         MOVE LASTNAME TO WS-WT-LASTNAME (WS-WARNING-SUB)
004470         MOVE FIRSTNAME TO WS-WT-FIRSTNAME (WS-WARNING-SUB)
004480         MOVE BOOK-WORKER-TYPE
004490             TO WS-WT-WORKER-TYPE (WS-WARNING-SUB)
004500         MOVE DEPARTMENT TO WS-WT-DEPARTMENT (WS-WARNING-SUB)
004510         MOVE EXTENSION TO WS-WT-EXTENSION (WS-WARNING-SUB)
004520         MOVE BOOK-CONTRACT-END-DATE
004530             TO WS-WT-END-DATE (WS-WARNING-SUB)
004540         MOVE WS-DAYS-LEFT TO WS-WT-DAYS-LEFT (WS-WARNING-SUB)
004550     ELSE
004560         ADD 1 TO WS-WARNING-OVERFLOW-COUNT
004570     END-IF.
004580
004590 2410-FIND-SPONSOR-ENTRY.
004600     MOVE 1 TO WS-SPONSOR-SUB
004610     PERFORM 2420-TEST-ONE-SPONSOR
004620         UNTIL WS-SPONSOR-SUB GREATER THAN WS-SPONSOR-TABLE-USED
004630             OR WS-ST-SPONSOR-NAME (WS-SPONSOR-SUB)
004640                 = BOOK-SPONSOR-NAME
004650     IF WS-SPONSOR-SUB GREATER THAN WS-SPONSOR-TABLE-USED
004660         PERFORM 2430-ADD-SPONSOR-ENTRY
004670     END-IF.
004680
004690 2420-TEST-ONE-SPONSOR.
004700     ADD 1 TO WS-SPONSOR-SUB.
004710
004720 2430-ADD-SPONSOR-ENTRY.
004730     IF WS-SPONSOR-TABLE-USED LESS THAN WS-SPONSOR-TABLE-MAX
004740         ADD 1 TO WS-SPONSOR-TABLE-USED
004750         MOVE WS-SPONSOR-TABLE-USED TO WS-SPONSOR-SUB
004760         MOVE BOOK-SPONSOR-NAME
004770             TO WS-ST-SPONSOR-NAME (WS-SPONSOR-SUB)
004780         MOVE ZERO TO WS-ST-WARNING-COUNT (WS-SPONSOR-SUB)
004790     ELSE
004800         MOVE WS-SPONSOR-TABLE-MAX TO WS-SPONSOR-SUB
004810         MOVE WS-OTHER-SPONSORS
004820             TO WS-ST-SPONSOR-NAME (WS-SPONSOR-SUB)
004830     END-IF.
004840
004850 2500-TABLE-EXCEPTION.
004860     ADD 1 TO WS-EXCEPTION-COUNT
004870     IF WS-EXCEPTION-TABLE-USED LESS THAN WS-EXCEPTION-TABLE-MAX
004880         ADD 1 TO WS-EXCEPTION-TABLE-USED
004890         MOVE WS-EXCEPTION-TABLE-USED TO WS-EXCEPTION-SUB
004900         MOVE LASTNAME TO WS-XT-LASTNAME (WS-EXCEPTION-SUB)
004910         MOVE FIRSTNAME TO WS-XT-FIRSTNAME (WS-EXCEPTION-SUB)
004920         MOVE BOOK-WORKER-TYPE
004930             TO WS-XT-WORKER-TYPE (WS-EXCEPTION-SUB)
004940         MOVE BOOK-CONTRACT-END-DATE
004950             TO WS-XT-END-DATE (WS-EXCEPTION-SUB)
004960         MOVE BOOK-SPONSOR-LASTNAME
004970             TO WS-XT-SPONSOR-LASTNAME (WS-EXCEPTION-SUB)
004980         MOVE BOOK-SPONSOR-FIRSTNAME
004990             TO WS-XT-SPONSOR-FIRSTNAME (WS-EXCEPTION-SUB)
005000         MOVE WS-EXCEPTION-REASON
005010             TO WS-XT-REASON (WS-EXCEPTION-SUB)
005020     ELSE
005030         ADD 1 TO WS-EXCEPTION-OVERFLOW-COUNT
005040     END-IF.
005050
005060 2900-READ-NEXT-BOOK-ENTRY.
005070     READ BOOK NEXT RECORD
005080         AT END SET WS-BOOK-AT-EOF TO TRUE
005090     END-READ.
005100
005110 3000-PRINT-SPONSOR-WARNINGS.
005120     SET WS-PRINTING-WARNINGS TO TRUE
005130     MOVE "CONTRACTS ENDING - SPONSOR WARNING" TO WS-SECTION-TITLE
005140     PERFORM 3100-PRINT-ONE-SPONSOR
005150         VARYING WS-SPONSOR-SUB FROM 1 BY 1
005160         UNTIL WS-SPONSOR-SUB GREATER THAN WS-SPONSOR-TABLE-USED.
005170
005180 3100-PRINT-ONE-SPONSOR.
005190     PERFORM 3110-LOOK-UP-SPONSOR
005200     PERFORM 3800-PRINT-PAGE-HEADINGS
005210     PERFORM 3200-PRINT-MATCHING-WARNING
005220         VARYING WS-WARNING-SUB FROM 1 BY 1
005230         UNTIL WS-WARNING-SUB GREATER THAN WS-WARNING-TABLE-USED.
005240
005250 3110-LOOK-UP-SPONSOR.
005260     MOVE WS-ST-SPONSOR-LASTNAME (WS-SPONSOR-SUB) TO SPN-LASTNAME
005270     MOVE WS-ST-SPONSOR-FIRSTNAME (WS-SPONSOR-SUB)
005280         TO SPN-FIRSTNAME
005290     IF WS-ST-SPONSOR-NAME (WS-SPONSOR-SUB) = SPACES
005300         MOVE WS-NO-SPONSOR-TEXT TO SPN-STATUS-LINE
005310     ELSE
005320         IF WS-ST-SPONSOR-NAME (WS-SPONSOR-SUB)
005330                 = WS-OTHER-SPONSORS
005340             MOVE WS-TABLE-FULL-TEXT TO SPN-STATUS-LINE
005350         ELSE
005360             MOVE WS-ST-SPONSOR-NAME (WS-SPONSOR-SUB) TO NAME
005370             READ BOOK
005380                 INVALID KEY
005390                     MOVE WS-NOT-IN-BOOK-TEXT TO SPN-STATUS-LINE
005400                 NOT INVALID KEY
005410                     PERFORM 3120-DESCRIBE-SPONSOR
005420             END-READ
005430         END-IF
005440     END-IF.
005450
005460 3120-DESCRIBE-SPONSOR.
005470     IF ACTIVE-STATUS
005480         MOVE DEPARTMENT TO SPN-DEPARTMENT
005490         MOVE EXTENSION TO SPN-EXTENSION
005500         MOVE SPN-FOUND-LINE TO SPN-STATUS-LINE
005510     ELSE
005520         MOVE WS-INACTIVE-SPONSOR-TEXT TO SPN-STATUS-LINE
005530     END-IF.
005540
005550 3200-PRINT-MATCHING-WARNING.
005560     IF WS-WT-SPONSOR-SUB (WS-WARNING-SUB) = WS-SPONSOR-SUB
005570         MOVE WS-WT-LASTNAME (WS-WARNING-SUB) TO WRN-LASTNAME
005580         MOVE WS-WT-FIRSTNAME (WS-WARNING-SUB) TO WRN-FIRSTNAME
005590         MOVE WS-WT-WORKER-TYPE (WS-WARNING-SUB)
005600             TO WRN-WORKER-TYPE
005610         MOVE WS-WT-DEPARTMENT (WS-WARNING-SUB) TO WRN-DEPARTMENT
005620         MOVE WS-WT-EXTENSION (WS-WARNING-SUB) TO WRN-EXTENSION
005630         MOVE WS-WT-END-DATE (WS-WARNING-SUB) TO WRN-END-DATE
005640         MOVE WS-WT-DAYS-LEFT (WS-WARNING-SUB) TO WRN-DAYS-LEFT
005650         MOVE WRN-DETAIL-LINE TO WS-PRINT-AREA
005660         PERFORM 3900-PRINT-REPORT-LINE
005670     END-IF.
005680
005690 3800-PRINT-PAGE-HEADINGS.
005700     ADD 1 TO WS-PAGE-COUNT
005710     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
005720     MOVE WS-SECTION-TITLE TO HDG-SECTION-TITLE
005730     MOVE WS-RUN-DATE-DISPLAY TO HDG-RUN-DATE
005740     IF WS-PAGE-COUNT NOT = 1
005750         WRITE REPORT-LINE FROM SPACES
005760         AFTER ADVANCING PAGE
005770     END-IF
005780     WRITE REPORT-LINE FROM HDG-LINE-1
005790     WRITE REPORT-LINE FROM HDG-LINE-2
005800     WRITE REPORT-LINE FROM SPACES
005810     EVALUATE TRUE
005820         WHEN WS-PRINTING-EXPIRED
005830             WRITE REPORT-LINE FROM HDG-EXPIRED-LINE
005840         WHEN WS-PRINTING-WARNINGS
005850             WRITE REPORT-LINE FROM SPN-NAME-LINE
005860             WRITE REPORT-LINE FROM SPN-STATUS-LINE
005870             WRITE REPORT-LINE FROM SPACES
005880             WRITE REPORT-LINE FROM SPN-ADVICE-LINE-1
005890             WRITE REPORT-LINE FROM SPN-ADVICE-LINE-2
005900             WRITE REPORT-LINE FROM SPN-ADVICE-LINE-3
005910             WRITE REPORT-LINE FROM SPACES
005920             WRITE REPORT-LINE FROM HDG-WARNING-LINE
005930         WHEN WS-PRINTING-EXCEPTIONS
005940             WRITE REPORT-LINE FROM HDG-EXCEPTION-LINE
005950         WHEN OTHER
005960             CONTINUE
005970     END-EVALUATE
005980     WRITE REPORT-LINE FROM SPACES
005990     MOVE ZERO TO WS-LINE-COUNT.
006000
006010 3900-PRINT-REPORT-LINE.
006020     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
006030         PERFORM 3800-PRINT-PAGE-HEADINGS
006040     END-IF
006050     WRITE REPORT-LINE FROM WS-PRINT-AREA
006060     ADD 1 TO WS-LINE-COUNT.
006070
006080 4000-PRINT-EXCEPTIONS.
006090     IF WS-EXCEPTION-COUNT GREATER THAN ZERO
006100         SET WS-PRINTING-EXCEPTIONS TO TRUE
006110         MOVE "CONTRACT ENTRIES NEEDING ATTENTION"
006120             TO WS-SECTION-TITLE
006130         PERFORM 3800-PRINT-PAGE-HEADINGS
006140         PERFORM 4100-PRINT-ONE-EXCEPTION
006150             VARYING WS-EXCEPTION-SUB FROM 1 BY 1
006160             UNTIL WS-EXCEPTION-SUB GREATER THAN
006170                 WS-EXCEPTION-TABLE-USED
006180     END-IF.
006190
006200 4100-PRINT-ONE-EXCEPTION.
006210     MOVE WS-XT-LASTNAME (WS-EXCEPTION-SUB) TO EXC-LASTNAME
006220     MOVE WS-XT-FIRSTNAME (WS-EXCEPTION-SUB) TO EXC-FIRSTNAME
006230     MOVE WS-XT-WORKER-TYPE (WS-EXCEPTION-SUB) TO EXC-WORKER-TYPE
006240     MOVE WS-XT-END-DATE (WS-EXCEPTION-SUB) TO EXC-END-DATE
006250     MOVE WS-XT-SPONSOR-LASTNAME (WS-EXCEPTION-SUB)
006260         TO EXC-SPONSOR-LASTNAME
006270     MOVE WS-XT-SPONSOR-FIRSTNAME (WS-EXCEPTION-SUB)
006280         TO EXC-SPONSOR-FIRSTNAME
006290     MOVE WS-XT-REASON (WS-EXCEPTION-SUB) TO EXC-REASON
006300     MOVE EXC-DETAIL-LINE TO WS-PRINT-AREA
006310     PERFORM 3900-PRINT-REPORT-LINE.
006320
006330 5000-COMPUTE-DAY-NUMBER.
006340     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YEAR - 1
006350     COMPUTE WS-DN-NUMBER = (WS-DN-YEAR * 365)
006360         + WS-DAYS-BEFORE-MONTH (WS-DN-MONTH) + WS-DN-DAY
006370     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
006380     ADD WS-DN-QUOTIENT TO WS-DN-NUMBER
006390     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
006400     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-NUMBER
006410     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
006420     ADD WS-DN-QUOTIENT TO WS-DN-NUMBER
006430     IF WS-DN-MONTH GREATER THAN 2
006440         DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
006450             REMAINDER WS-DN-REMAINDER-4
006460         DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
006470             REMAINDER WS-DN-REMAINDER-100
006480         DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
006490             REMAINDER WS-DN-REMAINDER-400
006500         IF WS-DN-REMAINDER-4 = ZERO
006510                 AND (WS-DN-REMAINDER-100 NOT = ZERO
006520                     OR WS-DN-REMAINDER-400 = ZERO)
006530             ADD 1 TO WS-DN-NUMBER
006540         END-IF
006550     END-IF.
006560
006570 8000-PRINT-SUMMARY.
006580     SET WS-PRINTING-SUMMARY TO TRUE
006590     MOVE "SUMMARY" TO WS-SECTION-TITLE
006600     PERFORM 3800-PRINT-PAGE-HEADINGS
006610     MOVE "ACTIVE CONTRACT/TEMP ENTRIES CHECKED" TO SUM-LABEL
006620     MOVE WS-CONTRACT-COUNT TO SUM-COUNT
006630     PERFORM 8100-PRINT-SUMMARY-LINE
006640     MOVE "CONTRACTS EXPIRED - MARKED INACTIVE" TO SUM-LABEL
006650     MOVE WS-EXPIRED-COUNT TO SUM-COUNT
006660     PERFORM 8100-PRINT-SUMMARY-LINE
006670     IF WS-EXPIRE-FAILED-COUNT GREATER THAN ZERO
006680         MOVE "EXPIRED BUT NOT UPDATED" TO SUM-LABEL
006690         MOVE WS-EXPIRE-FAILED-COUNT TO SUM-COUNT
006700         PERFORM 8100-PRINT-SUMMARY-LINE
006710     END-IF
006720     MOVE "CONTRACTS ENDING WITHIN 14 DAYS" TO SUM-LABEL
006730     MOVE WS-WARNING-COUNT TO SUM-COUNT
006740     PERFORM 8100-PRINT-SUMMARY-LINE
006750     MOVE "SPONSOR WARNING PAGES" TO SUM-LABEL
006760     MOVE WS-SPONSOR-TABLE-USED TO SUM-COUNT
006770     PERFORM 8100-PRINT-SUMMARY-LINE
006780     MOVE "ENTRIES NEEDING ATTENTION" TO SUM-LABEL
006790     MOVE WS-EXCEPTION-COUNT TO SUM-COUNT
006800     PERFORM 8100-PRINT-SUMMARY-LINE
006810     IF WS-WARNING-OVERFLOW-COUNT GREATER THAN ZERO
006820         MOVE WS-WARNING-OVERFLOW-COUNT TO FTR-OVERFLOW-COUNT
006830         MOVE FTR-OVERFLOW-LINE TO WS-PRINT-AREA
006840         PERFORM 3900-PRINT-REPORT-LINE
006850     END-IF
006860     IF WS-EXCEPTION-OVERFLOW-COUNT GREATER THAN ZERO
006870         MOVE WS-EXCEPTION-OVERFLOW-COUNT TO FTR-OVERFLOW-COUNT
006880         MOVE FTR-OVERFLOW-LINE TO WS-PRINT-AREA
006890         PERFORM 3900-PRINT-REPORT-LINE
006900     END-IF
006910     DISPLAY "Contract expiry run complete."
006920     DISPLAY "Contract/temp checked - " WS-CONTRACT-COUNT
006930     DISPLAY "Marked inactive       - " WS-EXPIRED-COUNT
006940     DISPLAY "Ending within 14 days - " WS-WARNING-COUNT
006950     DISPLAY "Needing attention     - " WS-EXCEPTION-COUNT.
006960
006970 8100-PRINT-SUMMARY-LINE.
006980     MOVE SUM-LINE TO WS-PRINT-AREA
006990     PERFORM 3900-PRINT-REPORT-LINE.
007000
007010 9000-TERMINATE.
007020     IF NOT BOOK-NOT-FOUND
007030         CLOSE BOOK
007040         CLOSE AUDIT-FILE
007050         IF NOT EXT-FILE-NOT-FOUND
007060             CLOSE EXT-FILE
007070         END-IF
007080     END-IF
007090     CLOSE EXPIRY-REPORT.
007100
007110 0100-ACQUIRE-RUN-CONTROL.
007120     OPEN I-O RUN-CONTROL-FILE
007130     IF RC-FS = 35
007140         OPEN OUTPUT RUN-CONTROL-FILE
007150         CLOSE RUN-CONTROL-FILE
007160         OPEN I-O RUN-CONTROL-FILE
007170     END-IF
007180     ACCEPT WS-RC-TODAYS-DATE FROM DATE YYYYMMDD
007190     PERFORM 0110-CHECK-NO-JOB-HOLDS-BOOK
007200     IF WS-RUN-REFUSED
007210         CLOSE RUN-CONTROL-FILE
007220     ELSE
007230         PERFORM 0130-MARK-JOB-RUNNING
007240     END-IF.
007250
007260 0110-CHECK-NO-JOB-HOLDS-BOOK.
007270     MOVE LOW-VALUES TO RC-JOB-NAME
007280     START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-JOB-NAME
007290         INVALID KEY
007300             CONTINUE
007310         NOT INVALID KEY
007320             PERFORM 0111-SCAN-RUN-CONTROL-FILE
007330     END-START.
007340
007350 0111-SCAN-RUN-CONTROL-FILE.
007360     MOVE "N" TO WS-RC-EOF-SWITCH
007370     PERFORM 0112-READ-NEXT-RUN-CONTROL
007380     PERFORM 0113-TEST-ONE-RUN-CONTROL
007390         UNTIL WS-RC-AT-EOF.
007400
007410 0112-READ-NEXT-RUN-CONTROL.
007420     READ RUN-CONTROL-FILE NEXT RECORD
007430         AT END SET WS-RC-AT-EOF TO TRUE
007440     END-READ.
007450
007460 0113-TEST-ONE-RUN-CONTROL.
007470     IF RC-JOB-RUNNING AND RC-JOB-NAME NOT = WS-JOB-NAME
007480         SET WS-RUN-REFUSED TO TRUE
007490         DISPLAY "PHONEBOOK.DAT is held by job " RC-JOB-NAME
007500         DISPLAY "Run refused - try again when it has ended."
007510     END-IF
007520     PERFORM 0112-READ-NEXT-RUN-CONTROL.
007530
007540 0130-MARK-JOB-RUNNING.
007550     MOVE WS-JOB-NAME TO RC-JOB-NAME
007560     READ RUN-CONTROL-FILE
007570         INVALID KEY
007580             PERFORM 0131-WRITE-NEW-RUN-CONTROL
007590         NOT INVALID KEY
007600             PERFORM 0132-RESET-RUN-CONTROL
007610     END-READ.
007620
007630 0131-WRITE-NEW-RUN-CONTROL.
007640     MOVE WS-JOB-NAME TO RC-JOB-NAME
007650     PERFORM 0133-FILL-RUNNING-FIELDS
007660     WRITE RUN-CONTROL-RECORD.
007670
007680 0132-RESET-RUN-CONTROL.
007690     PERFORM 0133-FILL-RUNNING-FIELDS
007700     REWRITE RUN-CONTROL-RECORD.
007710
007720 0133-FILL-RUNNING-FIELDS.
007730     SET RC-JOB-RUNNING TO TRUE
007740     ACCEPT RC-START-DATE FROM DATE YYYYMMDD
007750     ACCEPT RC-START-TIME FROM TIME
007760     MOVE ZERO TO RC-END-DATE
007770     MOVE ZERO TO RC-END-TIME
007780     MOVE ZERO TO RC-CHECKPOINT-COUNT
007790     MOVE ZERO TO RC-APPLIED-COUNT
007800     MOVE ZERO TO RC-REJECTED-COUNT.
007810
007820 9100-MARK-JOB-COMPLETE.
007830     MOVE WS-JOB-NAME TO RC-JOB-NAME
007840     READ RUN-CONTROL-FILE
007850         INVALID KEY
007860             CONTINUE
007870         NOT INVALID KEY
007880             SET RC-JOB-COMPLETE TO TRUE
007890             ACCEPT RC-END-DATE FROM DATE YYYYMMDD
007900             ACCEPT RC-END-TIME FROM TIME
007910             REWRITE RUN-CONTROL-RECORD
007920     END-READ
007930     CLOSE RUN-CONTROL-FILE.
007940
007950 END PROGRAM CONTREXP.
