000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 13 October 2026
000050* Purpose: Monthly phone-line chargeback.  The operator gives
000060*          the month to bill (YYYYMM, default the month just
000070*          ended).  Every primary number on PHONEBOOK.DAT and
000080*          every desk, mobile and fax number on PHONENUM.DAT is
000090*          SORTed together with its add and retire events from
000100*          the audit trail (the closed generations listed in
000110*          AUDITGEN.CTL that reach into the month, then the live
000120*          AUDITLOG.DAT), so each line is billed for the days of
000130*          the month it was actually held:
000140*            primary  - added by A, or U inactive to active;
000150*                       retired by D, or U active to inactive
000160*            others   - added by N, retired by X
000170*          The day a line is added is billed, the day it is
000180*          retired is not.  Each line is charged at the
000190*          CHGRATE.DAT rate for its number type, prorated over
000200*          the days in the month, to the department the holder
000210*          is in today.  The report gives a page per department
000220*          with the line detail and the department total, then
000230*          the lines whose department is blank or not on
000240*          DEPTREF.DAT as unbilled exceptions, then a recap.
000250*          CHGBACK.JNL carries one ledger detail per billed
000260*          department and number type between a header and a
000270*          trailer holding the control totals.  The run is
000280*          refused if any of the four rates is missing.
000290******************************************************************
000300* Modification History
000310* ----------------------------------------------------------------
000320* 2026-10-13  RJH  Original version.
000321* 2026-10-15  RJH  A line held by a confidential (unlisted) entry
000322*                  is printed as ** UNLISTED ** in place of the
000323*                  name, on the department pages and exceptions
000324*                  alike; the charge still stands.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CHGBACK.
000360 AUTHOR R J HANLON.
000370 DATE-WRITTEN. 13 OCTOBER 2026.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS NAME
000450         FILE STATUS IS FS.
000460     SELECT PHONE-FILE ASSIGN TO "PHONENUM.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS PN-KEY
000500         ALTERNATE RECORD KEY IS PN-PHONENUMBER
000510             WITH DUPLICATES
000520         FILE STATUS IS PHONE-FS.
000530     SELECT DEPT-FILE ASSIGN TO "DEPTREF.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS DEPT-NAME
000570         FILE STATUS IS DEPT-FS.
000580     SELECT RATE-FILE ASSIGN TO "CHGRATE.DAT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS RATE-NUMBER-TYPE
000620         FILE STATUS IS RATE-FS.
000630     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS AUDIT-FS.
000660     SELECT GEN-AUDIT-FILE ASSIGN TO WS-GEN-FILE-NAME
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS GEN-FS.
000690     SELECT GEN-CONTROL-FILE ASSIGN TO "AUDITGEN.CTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS AGC-FS.
000720     SELECT LINE-WORK-FILE ASSIGN TO "CHGBACK.TMP"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS LW-FS.
000750     SELECT EVENT-SORT-FILE ASSIGN TO "CHGBACK.WRK".
000760     SELECT BILL-SORT-FILE ASSIGN TO "CHGBACK.SRT".
000770     SELECT CHARGE-REPORT ASSIGN TO "CHGBACK.PRT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS RPT-FS.
000800     SELECT JOURNAL-FILE ASSIGN TO "CHGBACK.JNL"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS JNL-FS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  BOOK.
000860 COPY "BOOKREC.CPY".
000870 FD  PHONE-FILE.
000880 COPY "PHONREC.CPY".
000890 FD  DEPT-FILE.
000900 COPY "DEPTREC.CPY".
000910 FD  RATE-FILE.
000920 COPY "RATEREC.CPY".
000930 FD  AUDIT-FILE.
000940 COPY "AUDITREC.CPY".
000950 FD  GEN-AUDIT-FILE.
000960 01  GEN-AUDIT-RECORD             PIC X(122).
000970 FD  GEN-CONTROL-FILE.
000980 COPY "AUDGCTL.CPY".
000990 FD  LINE-WORK-FILE.
001000 01  LW-RECORD                    PIC X(70).
001010 SD  EVENT-SORT-FILE.
001020 01  SE-RECORD.
001030     02  SE-NAME.
001040         03  SE-LASTNAME          PIC X(10).
001050         03  SE-FIRSTNAME         PIC X(10).
001060     02  SE-LINE-KIND             PIC X(01).
001070         88  SE-PRIMARY-LINE          VALUE "P".
001080     02  SE-PHONENUMBER           PIC 9(12).
001090     02  SE-RECORD-KIND           PIC X(01).
001100         88  SE-EVENT                 VALUE "E".
001110         88  SE-LINE                  VALUE "L".
001120     02  SE-DATE                  PIC 9(08).
001130     02  SE-TIME                  PIC 9(08).
001140     02  SE-SEQUENCE              PIC 9(07).
001150     02  SE-EVENT-TYPE            PIC X(01).
001160         88  SE-EVENT-ADD             VALUE "A".
001170         88  SE-EVENT-RETIRE          VALUE "R".
001180     02  SE-DEPARTMENT            PIC X(15).
001190     02  SE-NUMBER-TYPE           PIC X(01).
001200     02  SE-LINE-STATUS           PIC X(01).
001210         88  SE-LINE-ACTIVE           VALUE "A".
001220     02  SE-DISPLAY-NUMBER.
001230         03  SE-PREFIX            PIC 9(05).
001240         03  SE-RESTOFNUMBER      PIC 9(07).
001241     02  SE-CONFIDENTIAL-FLAG     PIC X(01).
001250 SD  BILL-SORT-FILE.
001260 01  SB-RECORD.
001270     02  SB-BILL-FLAG             PIC X(01).
001280         88  SB-BILLED                VALUE "1".
001290         88  SB-UNBILLED              VALUE "2".
001300     02  SB-DEPARTMENT            PIC X(15).
001310     02  SB-TYPE-SUB              PIC 9(01).
001320     02  SB-NAME.
001330         03  SB-LASTNAME          PIC X(10).
001340         03  SB-FIRSTNAME         PIC X(10).
001350     02  SB-NUMBER-TYPE           PIC X(01).
001360     02  SB-PHONENUMBER.
001370         03  SB-PREFIX            PIC 9(05).
001380         03  SB-RESTOFNUMBER      PIC 9(07).
001390     02  SB-DAYS                  PIC 9(02).
001400     02  SB-ADDED-DAY             PIC 9(02).
001410     02  SB-RETIRED-DAY           PIC 9(02).
001420     02  SB-CHARGE                PIC 9(05)V99.
001421     02  SB-CONFIDENTIAL-FLAG     PIC X(01).
001422         88  SB-CONFIDENTIAL          VALUE "Y".
001430     02  FILLER                   PIC X(06).
001440 FD  CHARGE-REPORT.
001450 01  REPORT-LINE                  PIC X(80).
001460 FD  JOURNAL-FILE.
001470 COPY "CHGJRNL.CPY".
001480 WORKING-STORAGE SECTION.
001490 01  FS                           PIC 99.
001500 01  PHONE-FS                     PIC 99.
001510 01  DEPT-FS                      PIC 99.
001520 01  RATE-FS                      PIC 99.
001530 01  AUDIT-FS                     PIC 99.
001540 01  GEN-FS                       PIC 99.
001550 01  AGC-FS                       PIC 99.
001560 01  LW-FS                        PIC 99.
001570 01  RPT-FS                       PIC 99.
001580 01  JNL-FS                       PIC 99.
001590 01  WS-JOB-NAME                  PIC X(08) VALUE "CHGBACK".
001600 01  WS-EOF-SWITCH                PIC X.
001610     88  WS-AT-EOF                    VALUE "Y".
001620 01  WS-GEN-EOF-SWITCH            PIC X.
001630     88  WS-GEN-AT-EOF                VALUE "Y".
001640 01  WS-AGC-EOF-SWITCH            PIC X.
001650     88  WS-AGC-AT-EOF                VALUE "Y".
001660 01  WS-MONTH-SWITCH              PIC X.
001670     88  WS-MONTH-VALID               VALUE "Y".
001680 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
001690     88  BOOK-NOT-FOUND               VALUE "Y".
001700 01  WS-PHONE-NOT-FOUND-SWITCH    PIC X VALUE "N".
001710     88  PHONE-FILE-NOT-FOUND         VALUE "Y".
001720 01  WS-DEPT-NOT-FOUND-SWITCH     PIC X VALUE "N".
001730     88  DEPT-FILE-NOT-FOUND          VALUE "Y".
001740 01  WS-RATES-SWITCH              PIC X VALUE "Y".
001750     88  WS-RATES-COMPLETE            VALUE "Y".
001760 01  WS-FIRST-RECORD-SWITCH       PIC X.
001770     88  WS-FIRST-RECORD              VALUE "Y".
001780 01  WS-SECTION-SWITCH            PIC X VALUE SPACE.
001790     88  WS-SECTION-BILLING           VALUE "B".
001800     88  WS-SECTION-EXCEPTIONS        VALUE "E".
001810     88  WS-SECTION-RECAP             VALUE "R".
001820 01  WS-GEN-FILE-NAME.
001830     02  FILLER                   PIC X(04) VALUE "AUDG".
001840     02  WS-GFN-GENERATION        PIC 9(04).
001850     02  FILLER                   PIC X(04) VALUE ".DAT".
001860 01  WS-RUN-DATE                  PIC 9(08).
001870 01  WS-RUN-DATE-PIECES REDEFINES WS-RUN-DATE.
001880     02  WS-RUN-YEAR              PIC 9(04).
001890     02  WS-RUN-MONTH             PIC 9(02).
001900     02  WS-RUN-DAY               PIC 9(02).
001910 01  WS-RUN-DATE-DISPLAY.
001920     02  WS-RDD-MONTH             PIC 9(02).
001930     02  FILLER                   PIC X(01) VALUE "/".
001940     02  WS-RDD-DAY               PIC 9(02).
001950     02  FILLER                   PIC X(01) VALUE "/".
001960     02  WS-RDD-YEAR              PIC 9(04).
001970 01  WS-CURRENT-MONTH.
001980     02  WS-CM-YEAR               PIC 9(04).
001990     02  WS-CM-MONTH              PIC 9(02).
002000 01  WS-CURRENT-MONTH-N REDEFINES WS-CURRENT-MONTH
002010                                  PIC 9(06).
002020 01  WS-DEFAULT-MONTH.
002030     02  WS-DM-YEAR               PIC 9(04).
002040     02  WS-DM-MONTH              PIC 9(02).
002050 01  WS-MONTH-ENTRY               PIC X(06).
002060 01  WS-BILL-MONTH.
002070     02  WS-BM-YEAR               PIC 9(04).
002080     02  WS-BM-MONTH              PIC 9(02).
002090 01  WS-BILL-MONTH-N REDEFINES WS-BILL-MONTH
002100                                  PIC 9(06).
002110 01  WS-MONTH-START.
002120     02  WS-MS-YEAR               PIC 9(04).
002130     02  WS-MS-MONTH              PIC 9(02).
002140     02  WS-MS-DAY                PIC 9(02).
002150 01  WS-MONTH-START-N REDEFINES WS-MONTH-START
002160                                  PIC 9(08).
002170 01  WS-MONTH-END.
002180     02  WS-ME-YEAR               PIC 9(04).
002190     02  WS-ME-MONTH              PIC 9(02).
002200     02  WS-ME-DAY                PIC 9(02).
002210 01  WS-MONTH-END-N REDEFINES WS-MONTH-END
002220                                  PIC 9(08).
002230 01  WS-DAYS-IN-MONTH             PIC 9(02).
002240 01  WS-MONTH-LENGTH-VALUES.
002250     02  FILLER                   PIC X(24) VALUE
002260             "312831303130313130313031".
002270 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
002280     02  WS-MONTH-LENGTH          PIC 9(02) OCCURS 12 TIMES.
002290 01  WS-LEAP-QUOTIENT             PIC 9(04).
002300 01  WS-LEAP-REMAINDER-4          PIC 9(03).
002310 01  WS-LEAP-REMAINDER-100        PIC 9(03).
002320 01  WS-LEAP-REMAINDER-400        PIC 9(03).
002330 01  WS-EVENT-DATE.
002340     02  WS-ED-YEAR               PIC 9(04).
002350     02  WS-ED-MONTH              PIC 9(02).
002360     02  WS-ED-DAY                PIC 9(02).
002370 01  WS-EVENT-DATE-N REDEFINES WS-EVENT-DATE
002380                                  PIC 9(08).
002390 01  WS-EVENT-SEQUENCE            PIC 9(07) VALUE ZERO.
002400 01  WS-TYPE-CODES                PIC X(04) VALUE "PDMF".
002410 01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODES.
002420     02  WS-TYPE-CODE             PIC X(01) OCCURS 4 TIMES.
002430 01  WS-TYPE-NAMES.
002440     02  FILLER                   PIC X(07) VALUE "PRIMARY".
002450     02  FILLER                   PIC X(07) VALUE "DESK".
002460     02  FILLER                   PIC X(07) VALUE "MOBILE".
002470     02  FILLER                   PIC X(07) VALUE "FAX".
002480 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
002490     02  WS-TYPE-NAME             PIC X(07) OCCURS 4 TIMES.
002500 01  WS-TYPE-SUB                  PIC 9(01).
002510 01  WS-RATE-TABLE.
002520     02  WS-RATE-ENTRY OCCURS 4 TIMES.
002530         03  WS-RT-DESCRIPTION    PIC X(15).
002540         03  WS-RT-CHARGE         PIC 9(05)V99.
002550         03  WS-RT-GL-ACCOUNT     PIC X(10).
002560 01  WS-HOLD-KEY.
002570     02  WS-HOLD-NAME             PIC X(20).
002580     02  WS-HOLD-LINE-KIND        PIC X(01).
002590     02  WS-HOLD-PHONENUMBER      PIC 9(12).
002600 01  WS-GROUP-KEY.
002610     02  WS-GROUP-NAME            PIC X(20).
002620     02  WS-GROUP-LINE-KIND       PIC X(01).
002630     02  WS-GROUP-PHONENUMBER     PIC 9(12).
002640 01  WS-EV-IN-MONTH-COUNT         PIC 9(05).
002650 01  WS-EV-STATE                  PIC X(01).
002660     88  WS-EV-HELD                   VALUE "A".
002670 01  WS-EV-SEGMENT-START          PIC 9(02).
002680 01  WS-EV-DAYS                   PIC 9(03).
002690 01  WS-EV-ADDED-DAY              PIC 9(02).
002700 01  WS-EV-RETIRED-DAY            PIC 9(02).
002710 01  WS-EV-FIRST-LATER-TYPE       PIC X(01).
002720 01  WS-CHARGE-WORK               PIC 9(07)V99.
002730 01  WS-LINES-RELEASED            PIC 9(06) VALUE ZERO.
002740 01  WS-EVENTS-RELEASED           PIC 9(06) VALUE ZERO.
002750 01  WS-PART-MONTH-COUNT          PIC 9(06) VALUE ZERO.
002760 01  WS-CURRENT-DEPARTMENT        PIC X(15).
002770 01  WS-DEPT-TYPE-TOTALS.
002780     02  WS-DTT-ENTRY OCCURS 4 TIMES.
002790         03  WS-DTT-LINES         PIC 9(05).
002800         03  WS-DTT-AMOUNT        PIC 9(07)V99.
002810 01  WS-DEPT-LINES                PIC 9(05).
002820 01  WS-DEPT-AMOUNT               PIC 9(07)V99.
002830 01  WS-BILLED-LINES              PIC 9(07) VALUE ZERO.
002840 01  WS-BILLED-AMOUNT             PIC 9(09)V99 VALUE ZERO.
002850 01  WS-UNBILLED-LINES            PIC 9(07) VALUE ZERO.
002860 01  WS-UNBILLED-AMOUNT           PIC 9(09)V99 VALUE ZERO.
002870 01  WS-JOURNAL-SEQUENCE          PIC 9(06) VALUE ZERO.
002880 01  WS-DEPT-TABLE-MAX            PIC 9(03) VALUE 200.
002890 01  WS-DEPT-TABLE-USED           PIC 9(03) VALUE ZERO.
002900 01  WS-DEPT-TABLE.
002910     02  WS-DEPT-TABLE-ENTRY OCCURS 200 TIMES.
002920         03  WS-DT-DEPARTMENT     PIC X(15).
002930         03  WS-DT-LINES          PIC 9(05).
002940         03  WS-DT-AMOUNT         PIC 9(07)V99.
002950 01  WS-DEPT-SUB                  PIC 9(03).
002960 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
002970 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
002980 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
002990 01  WS-SECTION-TITLE             PIC X(40).
003000 01  HDG-LINE-1.
003010     02  FILLER                   PIC X(22) VALUE SPACES.
003020     02  FILLER                   PIC X(33) VALUE
003030             "PHONE LINE CHARGEBACK".
003040     02  FILLER                   PIC X(16) VALUE SPACES.
003050     02  FILLER                   PIC X(05) VALUE "PAGE ".
003060     02  HDG-PAGE-NUMBER          PIC ZZZ9.
003070 01  HDG-LINE-2.
003080     02  FILLER                   PIC X(08) VALUE "MONTH : ".
003090     02  HDG-MONTH                PIC 99.
003100     02  FILLER                   PIC X(01) VALUE "/".
003110     02  HDG-YEAR                 PIC 9(04).
003120     02  FILLER                   PIC X(06) VALUE SPACES.
003130     02  FILLER                   PIC X(07) VALUE "DAYS : ".
003140     02  HDG-DAYS                 PIC Z9.
003150     02  FILLER                   PIC X(26) VALUE SPACES.
003160     02  FILLER                   PIC X(11) VALUE "RUN DATE : ".
003170     02  HDG-RUN-DATE             PIC X(10).
003180 01  HDG-SECTION-LINE.
003190     02  HDG-SECTION-TITLE        PIC X(40).
003200 01  HDG-DEPARTMENT-LINE.
003210     02  FILLER                   PIC X(13) VALUE
003220             "DEPARTMENT : ".
003230     02  HDG-DEPARTMENT           PIC X(15).
003240 01  HDG-DETAIL-LINE.
003250     02  FILLER                   PIC X(21) VALUE "NAME".
003260     02  FILLER                   PIC X(08) VALUE "TYPE".
003270     02  FILLER                   PIC X(15) VALUE "NUMBER".
003280     02  FILLER                   PIC X(07) VALUE "DAYS".
003290     02  FILLER                   PIC X(10) VALUE "   CHARGE".
003300     02  FILLER                   PIC X(10) VALUE "PART MONTH".
003310 01  HDG-EXCEPTION-LINE.
003320     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
003330     02  FILLER                   PIC X(21) VALUE "NAME".
003340     02  FILLER                   PIC X(08) VALUE "TYPE".
003350     02  FILLER                   PIC X(15) VALUE "NUMBER".
003360     02  FILLER                   PIC X(07) VALUE "DAYS".
003370     02  FILLER                   PIC X(09) VALUE "   CHARGE".
003380 01  HDG-RECAP-LINE.
003390     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
003400     02  FILLER                   PIC X(08) VALUE "   LINES".
003410     02  FILLER                   PIC X(08) VALUE SPACES.
003420     02  FILLER                   PIC X(06) VALUE "AMOUNT".
003430 01  DTL-LINE.
003440     02  DTL-NAME                 PIC X(20).
003450     02  FILLER                   PIC X(01) VALUE SPACE.
003460     02  DTL-TYPE                 PIC X(07).
003470     02  FILLER                   PIC X(01) VALUE SPACE.
003480     02  DTL-PREFIX               PIC ZZZZ9.
003490     02  FILLER                   PIC X(01) VALUE "-".
003500     02  DTL-RESTOFNUMBER         PIC Z(6)9.
003510     02  FILLER                   PIC X(02) VALUE SPACES.
003520     02  DTL-DAYS                 PIC Z9.
003530     02  FILLER                   PIC X(01) VALUE "/".
003540     02  DTL-MONTH-DAYS           PIC 99.
003550     02  FILLER                   PIC X(02) VALUE SPACES.
003560     02  DTL-CHARGE               PIC ZZ,ZZ9.99.
003570     02  FILLER                   PIC X(01) VALUE SPACE.
003580     02  DTL-NOTE                 PIC X(19).
003590 01  DTL-NOTE-AREA.
003600     02  DTL-NOTE-ADDED.
003610         03  FILLER               PIC X(06) VALUE "ADDED ".
003620         03  DTL-NOTE-ADDED-DAY   PIC 99.
003630         03  FILLER               PIC X(01) VALUE SPACE.
003640     02  DTL-NOTE-RETIRED.
003650         03  FILLER               PIC X(08) VALUE "RETIRED ".
003660         03  DTL-NOTE-RETIRED-DAY PIC 99.
003670 01  EXC-LINE.
003680     02  EXC-DEPARTMENT           PIC X(15).
003690     02  FILLER                   PIC X(02) VALUE SPACES.
003700     02  EXC-NAME                 PIC X(20).
003710     02  FILLER                   PIC X(01) VALUE SPACE.
003720     02  EXC-TYPE                 PIC X(07).
003730     02  FILLER                   PIC X(01) VALUE SPACE.
003740     02  EXC-PREFIX               PIC ZZZZ9.
003750     02  FILLER                   PIC X(01) VALUE "-".
003760     02  EXC-RESTOFNUMBER         PIC Z(6)9.
003770     02  FILLER                   PIC X(02) VALUE SPACES.
003780     02  EXC-DAYS                 PIC Z9.
003790     02  FILLER                   PIC X(01) VALUE "/".
003800     02  EXC-MONTH-DAYS           PIC 99.
003810     02  FILLER                   PIC X(02) VALUE SPACES.
003820     02  EXC-CHARGE               PIC ZZ,ZZ9.99.
003830 01  TOT-TYPE-LINE.
003840     02  FILLER                   PIC X(04) VALUE SPACES.
003850     02  TOT-T-DESCRIPTION        PIC X(15).
003860     02  FILLER                   PIC X(02) VALUE SPACES.
003870     02  TOT-T-LINES              PIC ZZZZ9.
003880     02  FILLER                   PIC X(07) VALUE " LINES ".
003890     02  FILLER                   PIC X(07) VALUE "ACCOUNT".
003900     02  FILLER                   PIC X(01) VALUE SPACE.
003910     02  TOT-T-ACCOUNT            PIC X(10).
003920     02  FILLER                   PIC X(02) VALUE SPACES.
003930     02  TOT-T-AMOUNT             PIC Z,ZZZ,ZZ9.99.
003940 01  TOT-DEPT-LINE.
003950     02  FILLER                   PIC X(21) VALUE
003960             "DEPARTMENT TOTAL".
003970     02  TOT-D-LINES              PIC ZZZZ9.
003980     02  FILLER                   PIC X(27) VALUE " LINES".
003990     02  TOT-D-AMOUNT             PIC Z,ZZZ,ZZ9.99.
004000 01  RCP-DETAIL.
004010     02  RCP-D-DEPARTMENT         PIC X(15).
004020     02  FILLER                   PIC X(02) VALUE SPACES.
004030     02  RCP-D-LINES              PIC ZZZZZZ9.
004040     02  FILLER                   PIC X(01) VALUE SPACE.
004050     02  RCP-D-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
004060 01  SUM-LINE.
004070     02  SUM-LABEL                PIC X(45).
004080     02  SUM-COUNT                PIC ZZZZZ9.
004090 01  SUM-AMOUNT-LINE.
004100     02  SUM-A-LABEL              PIC X(45).
004110     02  SUM-A-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
004120 PROCEDURE DIVISION.
004130 0000-MAINLINE.
004140     PERFORM 0100-ACCEPT-BILLING-MONTH
004150     PERFORM 0200-LOAD-RATES
004160     IF NOT WS-RATES-COMPLETE
004170         DISPLAY "Chargeback not run - set every rate"
004180             " with RATEMNT."
004190         STOP RUN
004200     END-IF
004210     SORT EVENT-SORT-FILE
004220         ON ASCENDING KEY SE-NAME SE-LINE-KIND SE-PHONENUMBER
004230             SE-RECORD-KIND SE-DATE SE-TIME SE-SEQUENCE
004240         INPUT PROCEDURE IS 1000-RELEASE-LINES-AND-EVENTS
004250         OUTPUT PROCEDURE IS 2000-PRICE-LINES
004260     IF BOOK-NOT-FOUND
004270         STOP RUN
004280     END-IF
004290     SORT BILL-SORT-FILE
004300         ON ASCENDING KEY SB-BILL-FLAG SB-DEPARTMENT SB-TYPE-SUB
004310             SB-NAME SB-PHONENUMBER
004320         USING LINE-WORK-FILE
004330         OUTPUT PROCEDURE IS 3000-PRINT-CHARGEBACK
004340     DISPLAY "Chargeback for " WS-BM-MONTH "/" WS-BM-YEAR
004350         " - " WS-DEPT-TABLE-USED " departments billed, "
004360         WS-BILLED-LINES " lines."
004370     IF WS-UNBILLED-LINES NOT = ZERO
004380         DISPLAY WS-UNBILLED-LINES
004390             " lines unbilled - department not on DEPTREF.DAT."
004400     END-IF
004410     STOP RUN.
004420
004430 0100-ACCEPT-BILLING-MONTH.
004440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004450     MOVE WS-RUN-MONTH TO WS-RDD-MONTH
004460     MOVE WS-RUN-DAY TO WS-RDD-DAY
004470     MOVE WS-RUN-YEAR TO WS-RDD-YEAR
004480     MOVE WS-RUN-YEAR TO WS-CM-YEAR
004490     MOVE WS-RUN-MONTH TO WS-CM-MONTH
004500     IF WS-RUN-MONTH = 1
004510         COMPUTE WS-DM-YEAR = WS-RUN-YEAR - 1
004520         MOVE 12 TO WS-DM-MONTH
004530     ELSE
004540         MOVE WS-RUN-YEAR TO WS-DM-YEAR
004550         COMPUTE WS-DM-MONTH = WS-RUN-MONTH - 1
004560     END-IF
004570     MOVE "N" TO WS-MONTH-SWITCH
004580     PERFORM 0110-ACCEPT-ONE-MONTH
004590         UNTIL WS-MONTH-VALID
004600     MOVE WS-BM-YEAR TO WS-MS-YEAR WS-ME-YEAR
004610     MOVE WS-BM-MONTH TO WS-MS-MONTH WS-ME-MONTH
004620     MOVE 1 TO WS-MS-DAY
004630     MOVE WS-MONTH-LENGTH (WS-BM-MONTH) TO WS-ME-DAY
004640     IF WS-BM-MONTH = 2
004650         PERFORM 0120-TEST-LEAP-FEBRUARY
004660     END-IF
004670     MOVE WS-ME-DAY TO WS-DAYS-IN-MONTH.
004680
004690 0110-ACCEPT-ONE-MONTH.
004700     DISPLAY "Enter the month to bill (YYYYMM), or press"
004710     DISPLAY "Enter for " WS-DEFAULT-MONTH "."
004720     MOVE SPACES TO WS-MONTH-ENTRY
004730     ACCEPT WS-MONTH-ENTRY
004740     IF WS-MONTH-ENTRY = SPACES
004750         MOVE WS-DEFAULT-MONTH TO WS-BILL-MONTH
004760         SET WS-MONTH-VALID TO TRUE
004770     ELSE
004780         IF WS-MONTH-ENTRY NOT NUMERIC
004790             DISPLAY "Month must be numeric YYYYMM."
004800         ELSE
004810             MOVE WS-MONTH-ENTRY TO WS-BILL-MONTH
004820             IF WS-BM-MONTH LESS THAN 1
004830                     OR WS-BM-MONTH GREATER THAN 12
004840                 DISPLAY "Month is not a valid month."
004850             ELSE
004860                 IF WS-BILL-MONTH-N NOT LESS THAN
004870                         WS-CURRENT-MONTH-N
004880                     DISPLAY "Month has not yet ended."
004890                 ELSE
004900                     SET WS-MONTH-VALID TO TRUE
004910                 END-IF
004920             END-IF
004930         END-IF
004940     END-IF.
004950
004960 0120-TEST-LEAP-FEBRUARY.
004970     DIVIDE WS-BM-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004980         REMAINDER WS-LEAP-REMAINDER-4
004990     DIVIDE WS-BM-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005000         REMAINDER WS-LEAP-REMAINDER-100
005010     DIVIDE WS-BM-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
005020         REMAINDER WS-LEAP-REMAINDER-400
005030     IF WS-LEAP-REMAINDER-4 = ZERO
005040             AND (WS-LEAP-REMAINDER-100 NOT = ZERO
005050                 OR WS-LEAP-REMAINDER-400 = ZERO)
005060         MOVE 29 TO WS-ME-DAY
005070     END-IF.
005080
005090 0200-LOAD-RATES.
005100     OPEN INPUT RATE-FILE
005110     IF RATE-FS = 35
005120         MOVE "N" TO WS-RATES-SWITCH
005130         DISPLAY "CHGRATE.DAT not found."
005140     ELSE
005150         PERFORM 0210-LOAD-ONE-RATE
005160             VARYING WS-TYPE-SUB FROM 1 BY 1
005170             UNTIL WS-TYPE-SUB GREATER THAN 4
005180         CLOSE RATE-FILE
005190     END-IF.
005200
005210 0210-LOAD-ONE-RATE.
005220     MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO RATE-NUMBER-TYPE
005230     READ RATE-FILE
005240         INVALID KEY
005250             MOVE "N" TO WS-RATES-SWITCH
005260             DISPLAY "No rate on CHGRATE.DAT for number type "
005270                 WS-TYPE-CODE (WS-TYPE-SUB) "."
005280         NOT INVALID KEY
005290             MOVE RATE-DESCRIPTION
005300                 TO WS-RT-DESCRIPTION (WS-TYPE-SUB)
005310             MOVE RATE-MONTHLY-CHARGE
005320                 TO WS-RT-CHARGE (WS-TYPE-SUB)
005330             MOVE RATE-GL-ACCOUNT
005340                 TO WS-RT-GL-ACCOUNT (WS-TYPE-SUB)
005350     END-READ.
005360
005370 1000-RELEASE-LINES-AND-EVENTS.
005380     OPEN INPUT BOOK
005390     IF FS = 35
005400         SET BOOK-NOT-FOUND TO TRUE
005410         DISPLAY "PHONEBOOK.DAT not found - nothing to bill."
005420     ELSE
005430         PERFORM 1100-RELEASE-PRIMARY-LINES
005440         PERFORM 1200-RELEASE-OTHER-LINES
005450         CLOSE BOOK
005460         PERFORM 1300-SCAN-CLOSED-GENERATIONS
005470         PERFORM 1400-SCAN-LIVE-AUDIT-LOG
005480     END-IF.
005490
005500 1100-RELEASE-PRIMARY-LINES.
005510     MOVE "N" TO WS-EOF-SWITCH
005520     READ BOOK NEXT RECORD
005530         AT END MOVE "Y" TO WS-EOF-SWITCH
005540     END-READ
005550     PERFORM 1110-RELEASE-ONE-PRIMARY
005560         UNTIL WS-AT-EOF.
005570
005580 1110-RELEASE-ONE-PRIMARY.
005590     IF PHONENUMBER NOT = ZERO
005600         MOVE NAME TO SE-NAME
005610         SET SE-PRIMARY-LINE TO TRUE
005620         MOVE ZERO TO SE-PHONENUMBER
005630         SET SE-LINE TO TRUE
005640         MOVE 99999999 TO SE-DATE
005650         MOVE ZERO TO SE-TIME
005660         MOVE ZERO TO SE-SEQUENCE
005670         MOVE SPACE TO SE-EVENT-TYPE
005680         MOVE DEPARTMENT TO SE-DEPARTMENT
005690         MOVE "P" TO SE-NUMBER-TYPE
005700         IF INACTIVE-STATUS
005710             MOVE "I" TO SE-LINE-STATUS
005720         ELSE
005730             MOVE "A" TO SE-LINE-STATUS
005740         END-IF
005750         MOVE PHONENUMBER TO SE-DISPLAY-NUMBER
005751         MOVE BOOK-CONFIDENTIAL-FLAG TO SE-CONFIDENTIAL-FLAG
005760         RELEASE SE-RECORD
005770         ADD 1 TO WS-LINES-RELEASED
005780     END-IF
005790     READ BOOK NEXT RECORD
005800         AT END MOVE "Y" TO WS-EOF-SWITCH
005810     END-READ.
005820
005830 1200-RELEASE-OTHER-LINES.
005840     OPEN INPUT PHONE-FILE
005850     IF PHONE-FS = 35
005860         SET PHONE-FILE-NOT-FOUND TO TRUE
005870     ELSE
005880         MOVE "N" TO WS-EOF-SWITCH
005890         READ PHONE-FILE NEXT RECORD
005900             AT END MOVE "Y" TO WS-EOF-SWITCH
005910         END-READ
005920         PERFORM 1210-RELEASE-ONE-OTHER
005930             UNTIL WS-AT-EOF
005940         CLOSE PHONE-FILE
005950     END-IF.
005960
005970 1210-RELEASE-ONE-OTHER.
005980     MOVE PN-NAME TO NAME
005990     READ BOOK
006000         INVALID KEY
006010             MOVE SPACES TO DEPARTMENT
006011             MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
006020     END-READ
006030     MOVE PN-NAME TO SE-NAME
006040     MOVE "N" TO SE-LINE-KIND
006050     MOVE PN-PHONENUMBER TO SE-PHONENUMBER
006060     SET SE-LINE TO TRUE
006070     MOVE 99999999 TO SE-DATE
006080     MOVE ZERO TO SE-TIME
006090     MOVE ZERO TO SE-SEQUENCE
006100     MOVE SPACE TO SE-EVENT-TYPE
006110     MOVE DEPARTMENT TO SE-DEPARTMENT
006120     MOVE PN-NUMBER-TYPE TO SE-NUMBER-TYPE
006130     MOVE PN-STATUS-FLAG TO SE-LINE-STATUS
006140     MOVE PN-PHONENUMBER TO SE-DISPLAY-NUMBER
006141     MOVE BOOK-CONFIDENTIAL-FLAG TO SE-CONFIDENTIAL-FLAG
006150     RELEASE SE-RECORD
006160     ADD 1 TO WS-LINES-RELEASED
006170     READ PHONE-FILE NEXT RECORD
006180         AT END MOVE "Y" TO WS-EOF-SWITCH
006190     END-READ.
006200
006210 1300-SCAN-CLOSED-GENERATIONS.
006220     OPEN INPUT GEN-CONTROL-FILE
006230     IF AGC-FS NOT = 35
006240         MOVE "N" TO WS-AGC-EOF-SWITCH
006250         PERFORM 1310-READ-NEXT-GEN-CONTROL
006260         PERFORM 1320-TEST-ONE-GENERATION
006270             UNTIL WS-AGC-AT-EOF
006280         CLOSE GEN-CONTROL-FILE
006290     END-IF.
006300
006310 1310-READ-NEXT-GEN-CONTROL.
006320     READ GEN-CONTROL-FILE
006330         AT END SET WS-AGC-AT-EOF TO TRUE
006340     END-READ.
006350
006360 1320-TEST-ONE-GENERATION.
006370     IF AG-THRU-DATE NOT LESS THAN WS-MONTH-START-N
006380         PERFORM 1330-SCAN-ONE-GENERATION
006390     END-IF
006400     PERFORM 1310-READ-NEXT-GEN-CONTROL.
006410
006420 1330-SCAN-ONE-GENERATION.
006430     MOVE AG-GENERATION TO WS-GFN-GENERATION
006440     OPEN INPUT GEN-AUDIT-FILE
006450     IF GEN-FS = 35
006460         DISPLAY WS-GEN-FILE-NAME " listed in AUDITGEN.CTL"
006470             " but not on hand - skipped."
006480     ELSE
006490         MOVE "N" TO WS-GEN-EOF-SWITCH
006500         READ GEN-AUDIT-FILE INTO AUDIT-RECORD
006510             AT END SET WS-GEN-AT-EOF TO TRUE
006520         END-READ
006530         PERFORM 1340-TAKE-ONE-GEN-RECORD
006540             UNTIL WS-GEN-AT-EOF
006550         CLOSE GEN-AUDIT-FILE
006560     END-IF.
006570
006580 1340-TAKE-ONE-GEN-RECORD.
006590     PERFORM 1500-RELEASE-LINE-EVENT
006600     READ GEN-AUDIT-FILE INTO AUDIT-RECORD
006610         AT END SET WS-GEN-AT-EOF TO TRUE
006620     END-READ.
006630
006640 1400-SCAN-LIVE-AUDIT-LOG.
006650     OPEN INPUT AUDIT-FILE
006660     IF AUDIT-FS NOT = 35
006670         MOVE "N" TO WS-EOF-SWITCH
006680         READ AUDIT-FILE
006690             AT END MOVE "Y" TO WS-EOF-SWITCH
006700         END-READ
006710         PERFORM 1410-TAKE-ONE-LIVE-RECORD
006720             UNTIL WS-AT-EOF
006730         CLOSE AUDIT-FILE
006740     END-IF.
006750
006760 1410-TAKE-ONE-LIVE-RECORD.
006770     PERFORM 1500-RELEASE-LINE-EVENT
006780     READ AUDIT-FILE
006790         AT END MOVE "Y" TO WS-EOF-SWITCH
006800     END-READ.
006810
006820 1500-RELEASE-LINE-EVENT.
006830     IF AUDIT-DATE NOT LESS THAN WS-MONTH-START-N
006840         MOVE SPACE TO SE-EVENT-TYPE
006850         MOVE ZERO TO SE-PHONENUMBER
006860         EVALUATE TRUE
006870             WHEN AUDIT-ACTION-ADD
006880                 IF NOT AUDIT-AFTER-INACTIVE
006890                     MOVE AUDIT-AFTER-NAME TO SE-NAME
006900                     SET SE-PRIMARY-LINE TO TRUE
006910                     SET SE-EVENT-ADD TO TRUE
006920                 END-IF
006930             WHEN AUDIT-ACTION-DELETE
006940                 MOVE AUDIT-AFTER-NAME TO SE-NAME
006950                 SET SE-PRIMARY-LINE TO TRUE
006960                 SET SE-EVENT-RETIRE TO TRUE
006970             WHEN AUDIT-ACTION-UPDATE
006980                 PERFORM 1510-TEST-STATUS-CHANGE
006990             WHEN AUDIT-ACTION-NUMBER-ADD
007000                 MOVE AUDIT-AFTER-NAME TO SE-NAME
007010                 MOVE "N" TO SE-LINE-KIND
007020                 MOVE AUDIT-AFTER-PHONENUMBER TO SE-PHONENUMBER
007030                 SET SE-EVENT-ADD TO TRUE
007040             WHEN AUDIT-ACTION-NUMBER-RETIRE
007050                 MOVE AUDIT-BEFORE-NAME TO SE-NAME
007060                 MOVE "N" TO SE-LINE-KIND
007070                 MOVE AUDIT-BEFORE-PHONENUMBER TO SE-PHONENUMBER
007080                 SET SE-EVENT-RETIRE TO TRUE
007090         END-EVALUATE
007100         IF SE-EVENT-TYPE NOT = SPACE
007110             SET SE-EVENT TO TRUE
007120             MOVE AUDIT-DATE TO SE-DATE
007130             MOVE AUDIT-TIME TO SE-TIME
007140             ADD 1 TO WS-EVENT-SEQUENCE
007150             MOVE WS-EVENT-SEQUENCE TO SE-SEQUENCE
007160             MOVE SPACES TO SE-DEPARTMENT
007170             MOVE SPACE TO SE-NUMBER-TYPE
007180             MOVE SPACE TO SE-LINE-STATUS
007190             MOVE ZERO TO SE-DISPLAY-NUMBER
007191             MOVE SPACE TO SE-CONFIDENTIAL-FLAG
007200             RELEASE SE-RECORD
007210             ADD 1 TO WS-EVENTS-RELEASED
007220         END-IF
007230     END-IF.
007240
007250 1510-TEST-STATUS-CHANGE.
007260     IF AUDIT-BEFORE-INACTIVE AND AUDIT-AFTER-ACTIVE
007270         MOVE AUDIT-AFTER-NAME TO SE-NAME
007280         SET SE-PRIMARY-LINE TO TRUE
007290         SET SE-EVENT-ADD TO TRUE
007300     END-IF
007310     IF AUDIT-BEFORE-ACTIVE AND AUDIT-AFTER-INACTIVE
007320         MOVE AUDIT-AFTER-NAME TO SE-NAME
007330         SET SE-PRIMARY-LINE TO TRUE
007340         SET SE-EVENT-RETIRE TO TRUE
007350     END-IF.
007360
007370 2000-PRICE-LINES.
007380     OPEN OUTPUT LINE-WORK-FILE
007390     OPEN INPUT DEPT-FILE
007400     IF DEPT-FS = 35
007410         SET DEPT-FILE-NOT-FOUND TO TRUE
007420         DISPLAY "DEPTREF.DAT not found - every line unbilled."
007430     END-IF
007440     MOVE HIGH-VALUES TO WS-HOLD-KEY
007450     MOVE "N" TO WS-EOF-SWITCH
007460     RETURN EVENT-SORT-FILE
007470         AT END MOVE "Y" TO WS-EOF-SWITCH
007480     END-RETURN
007490     PERFORM 2100-TAKE-ONE-SORTED-RECORD
007500         UNTIL WS-AT-EOF
007510     IF NOT DEPT-FILE-NOT-FOUND
007520         CLOSE DEPT-FILE
007530     END-IF
007540     CLOSE LINE-WORK-FILE.
007550
007560 2100-TAKE-ONE-SORTED-RECORD.
007570     MOVE SE-NAME TO WS-GROUP-NAME
007580     MOVE SE-LINE-KIND TO WS-GROUP-LINE-KIND
007590     MOVE SE-PHONENUMBER TO WS-GROUP-PHONENUMBER
007600     IF WS-GROUP-KEY NOT = WS-HOLD-KEY
007610         MOVE WS-GROUP-KEY TO WS-HOLD-KEY
007620         MOVE ZERO TO WS-EV-IN-MONTH-COUNT
007630         MOVE "I" TO WS-EV-STATE
007640         MOVE 1 TO WS-EV-SEGMENT-START
007650         MOVE ZERO TO WS-EV-DAYS
007660         MOVE ZERO TO WS-EV-ADDED-DAY
007670         MOVE ZERO TO WS-EV-RETIRED-DAY
007680         MOVE SPACE TO WS-EV-FIRST-LATER-TYPE
007690     END-IF
007700     IF SE-EVENT
007710         PERFORM 2200-APPLY-ONE-EVENT
007720     ELSE
007730         PERFORM 2300-PRICE-ONE-LINE
007740     END-IF
007750     RETURN EVENT-SORT-FILE
007760         AT END MOVE "Y" TO WS-EOF-SWITCH
007770     END-RETURN.
007780
007790 2200-APPLY-ONE-EVENT.
007800     IF SE-DATE GREATER THAN WS-MONTH-END-N
007810         IF WS-EV-FIRST-LATER-TYPE = SPACE
007820             MOVE SE-EVENT-TYPE TO WS-EV-FIRST-LATER-TYPE
007830         END-IF
007840     ELSE
007850         MOVE SE-DATE TO WS-EVENT-DATE-N
007860         IF WS-EV-IN-MONTH-COUNT = ZERO
007870             IF SE-EVENT-ADD
007880                 MOVE "I" TO WS-EV-STATE
007890             ELSE
007900                 MOVE "A" TO WS-EV-STATE
007910                 MOVE 1 TO WS-EV-SEGMENT-START
007920             END-IF
007930         END-IF
007940         ADD 1 TO WS-EV-IN-MONTH-COUNT
007950         IF SE-EVENT-ADD
007960             IF NOT WS-EV-HELD
007970                 MOVE "A" TO WS-EV-STATE
007980                 MOVE WS-ED-DAY TO WS-EV-SEGMENT-START
007990                 IF WS-EV-ADDED-DAY = ZERO
008000                     MOVE WS-ED-DAY TO WS-EV-ADDED-DAY
008010                 END-IF
008020             END-IF
008030         ELSE
008040             IF WS-EV-HELD
008050                 COMPUTE WS-EV-DAYS = WS-EV-DAYS
008060                     + WS-ED-DAY - WS-EV-SEGMENT-START
008070                 MOVE "I" TO WS-EV-STATE
008080                 MOVE WS-ED-DAY TO WS-EV-RETIRED-DAY
008090             END-IF
008100         END-IF
008110     END-IF.
008120
008130 2300-PRICE-ONE-LINE.
008140     IF WS-EV-IN-MONTH-COUNT NOT = ZERO
008150         IF WS-EV-HELD
008160             COMPUTE WS-EV-DAYS = WS-EV-DAYS
008170                 + WS-DAYS-IN-MONTH + 1 - WS-EV-SEGMENT-START
008180         END-IF
008190     ELSE
008200         EVALUATE TRUE
008210             WHEN WS-EV-FIRST-LATER-TYPE = "R"
008220                 MOVE WS-DAYS-IN-MONTH TO WS-EV-DAYS
008230             WHEN WS-EV-FIRST-LATER-TYPE = "A"
008240                 MOVE ZERO TO WS-EV-DAYS
008250             WHEN SE-LINE-ACTIVE
008260                 MOVE WS-DAYS-IN-MONTH TO WS-EV-DAYS
008270             WHEN OTHER
008280                 MOVE ZERO TO WS-EV-DAYS
008290         END-EVALUATE
008300     END-IF
008310     IF WS-EV-DAYS GREATER THAN WS-DAYS-IN-MONTH
008320         MOVE WS-DAYS-IN-MONTH TO WS-EV-DAYS
008330     END-IF
008340     IF WS-EV-DAYS GREATER THAN ZERO
008350         PERFORM 2310-WRITE-PRICED-LINE
008360     END-IF.
008370
008380 2310-WRITE-PRICED-LINE.
008390     MOVE SPACES TO SB-RECORD
008400     MOVE 1 TO WS-TYPE-SUB
008410     PERFORM 2320-FIND-TYPE
008420         UNTIL WS-TYPE-SUB GREATER THAN 4
008430             OR WS-TYPE-CODE (WS-TYPE-SUB) = SE-NUMBER-TYPE
008440     IF WS-TYPE-SUB GREATER THAN 4
008450         MOVE 2 TO WS-TYPE-SUB
008460     END-IF
008470     MOVE WS-TYPE-SUB TO SB-TYPE-SUB
008480     MOVE SE-DEPARTMENT TO SB-DEPARTMENT
008490     MOVE SE-NAME TO SB-NAME
008500     MOVE SE-NUMBER-TYPE TO SB-NUMBER-TYPE
008510     MOVE SE-DISPLAY-NUMBER TO SB-PHONENUMBER
008520     MOVE WS-EV-DAYS TO SB-DAYS
008530     MOVE WS-EV-ADDED-DAY TO SB-ADDED-DAY
008540     MOVE WS-EV-RETIRED-DAY TO SB-RETIRED-DAY
008541     MOVE SE-CONFIDENTIAL-FLAG TO SB-CONFIDENTIAL-FLAG
008550     IF WS-EV-DAYS = WS-DAYS-IN-MONTH
008560         MOVE WS-RT-CHARGE (WS-TYPE-SUB) TO SB-CHARGE
008570     ELSE
008580         COMPUTE WS-CHARGE-WORK ROUNDED =
008590             WS-RT-CHARGE (WS-TYPE-SUB) * WS-EV-DAYS
008600                 / WS-DAYS-IN-MONTH
008610         MOVE WS-CHARGE-WORK TO SB-CHARGE
008620         ADD 1 TO WS-PART-MONTH-COUNT
008630     END-IF
008640     SET SB-BILLED TO TRUE
008650     IF SE-DEPARTMENT = SPACES OR DEPT-FILE-NOT-FOUND
008660         SET SB-UNBILLED TO TRUE
008670     ELSE
008680         MOVE SE-DEPARTMENT TO DEPT-NAME
008690         READ DEPT-FILE
008700             INVALID KEY
008710                 SET SB-UNBILLED TO TRUE
008720         END-READ
008730     END-IF
008740     WRITE LW-RECORD FROM SB-RECORD.
008750
008760 2320-FIND-TYPE.
008770     ADD 1 TO WS-TYPE-SUB.
008780
008790 3000-PRINT-CHARGEBACK.
008800     OPEN OUTPUT CHARGE-REPORT
008810     OPEN OUTPUT JOURNAL-FILE
008820     PERFORM 3010-WRITE-JOURNAL-HEADER
008830     SET WS-SECTION-BILLING TO TRUE
008840     MOVE "Y" TO WS-FIRST-RECORD-SWITCH
008850     MOVE "N" TO WS-EOF-SWITCH
008860     RETURN BILL-SORT-FILE
008870         AT END MOVE "Y" TO WS-EOF-SWITCH
008880     END-RETURN
008890     PERFORM 3100-PRINT-ONE-BILLED-LINE
008900         UNTIL WS-AT-EOF OR SB-UNBILLED
008910     IF NOT WS-FIRST-RECORD
008920         PERFORM 3300-PRINT-DEPARTMENT-TOTAL
008930     END-IF
008940     IF NOT WS-AT-EOF
008950         SET WS-SECTION-EXCEPTIONS TO TRUE
008960         MOVE "UNBILLED EXCEPTIONS - DEPARTMENT NOT ON FILE"
008970             TO WS-SECTION-TITLE
008980         PERFORM 3800-PRINT-PAGE-HEADINGS
008990         PERFORM 3400-PRINT-ONE-EXCEPTION
009000             UNTIL WS-AT-EOF
009010         PERFORM 3450-PRINT-EXCEPTION-TOTAL
009020     END-IF
009030     PERFORM 3500-PRINT-RECAP
009040     PERFORM 3020-WRITE-JOURNAL-TRAILER
009050     CLOSE JOURNAL-FILE
009060     CLOSE CHARGE-REPORT.
009070
009080 3010-WRITE-JOURNAL-HEADER.
009090     MOVE SPACES TO JOURNAL-HEADER
009100     SET JH-HEADER TO TRUE
009110     MOVE WS-JOB-NAME TO JH-SOURCE
009120     MOVE WS-BILL-MONTH-N TO JH-PERIOD
009130     MOVE WS-RUN-DATE TO JH-RUN-DATE
009140     MOVE "TELEPHONE LINE CHARGEBACK" TO JH-DESCRIPTION
009150     WRITE JOURNAL-HEADER.
009160
009170 3020-WRITE-JOURNAL-TRAILER.
009180     MOVE SPACES TO JOURNAL-TRAILER
009190     SET JT-TRAILER TO TRUE
009200     MOVE WS-BILL-MONTH-N TO JT-PERIOD
009210     MOVE WS-JOURNAL-SEQUENCE TO JT-DETAIL-COUNT
009220     MOVE WS-BILLED-LINES TO JT-LINE-COUNT
009230     MOVE WS-BILLED-AMOUNT TO JT-TOTAL-AMOUNT
009240     WRITE JOURNAL-TRAILER.
009250
009260 3100-PRINT-ONE-BILLED-LINE.
009270     IF WS-FIRST-RECORD
009280         MOVE "N" TO WS-FIRST-RECORD-SWITCH
009290         PERFORM 3200-START-DEPARTMENT
009300     ELSE
009310         IF SB-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
009320             PERFORM 3300-PRINT-DEPARTMENT-TOTAL
009330             PERFORM 3200-START-DEPARTMENT
009340         END-IF
009350     END-IF
009360     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
009370         PERFORM 3800-PRINT-PAGE-HEADINGS
009380     END-IF
009390     MOVE SB-NAME TO DTL-NAME
009391     IF SB-CONFIDENTIAL
009392         MOVE "** UNLISTED **" TO DTL-NAME
009393     END-IF
009400     MOVE WS-TYPE-NAME (SB-TYPE-SUB) TO DTL-TYPE
009410     MOVE SB-PREFIX TO DTL-PREFIX
009420     MOVE SB-RESTOFNUMBER TO DTL-RESTOFNUMBER
009430     MOVE SB-DAYS TO DTL-DAYS
009440     MOVE WS-DAYS-IN-MONTH TO DTL-MONTH-DAYS
009450     MOVE SB-CHARGE TO DTL-CHARGE
009460     PERFORM 3110-SET-PART-MONTH-NOTE
009470     WRITE REPORT-LINE FROM DTL-LINE
009480     ADD 1 TO WS-LINE-COUNT
009490     ADD 1 TO WS-DTT-LINES (SB-TYPE-SUB)
009500     ADD SB-CHARGE TO WS-DTT-AMOUNT (SB-TYPE-SUB)
009510     RETURN BILL-SORT-FILE
009520         AT END MOVE "Y" TO WS-EOF-SWITCH
009530     END-RETURN.
009540
009550 3110-SET-PART-MONTH-NOTE.
009560     MOVE SPACES TO DTL-NOTE
009570     IF SB-ADDED-DAY NOT = ZERO
009580         MOVE SB-ADDED-DAY TO DTL-NOTE-ADDED-DAY
009590         MOVE DTL-NOTE-ADDED TO DTL-NOTE (1:9)
009600     END-IF
009610     IF SB-RETIRED-DAY NOT = ZERO
009620         MOVE SB-RETIRED-DAY TO DTL-NOTE-RETIRED-DAY
009630         MOVE DTL-NOTE-RETIRED TO DTL-NOTE (10:10)
009640     END-IF.
009650
009660 3200-START-DEPARTMENT.
009670     MOVE SB-DEPARTMENT TO WS-CURRENT-DEPARTMENT
009680     PERFORM 3210-CLEAR-ONE-TYPE-TOTAL
009690         VARYING WS-TYPE-SUB FROM 1 BY 1
009700         UNTIL WS-TYPE-SUB GREATER THAN 4
009710     MOVE SPACES TO WS-SECTION-TITLE
009720     PERFORM 3800-PRINT-PAGE-HEADINGS.
009730
009740 3210-CLEAR-ONE-TYPE-TOTAL.
009750     MOVE ZERO TO WS-DTT-LINES (WS-TYPE-SUB)
009760     MOVE ZERO TO WS-DTT-AMOUNT (WS-TYPE-SUB).
009770
009780 3300-PRINT-DEPARTMENT-TOTAL.
009790     MOVE ZERO TO WS-DEPT-LINES
009800     MOVE ZERO TO WS-DEPT-AMOUNT
009810     IF WS-LINE-COUNT + 8 GREATER THAN WS-LINES-PER-PAGE
009820         PERFORM 3800-PRINT-PAGE-HEADINGS
009830     END-IF
009840     WRITE REPORT-LINE FROM SPACES
009850     PERFORM 3310-PRINT-ONE-TYPE-TOTAL
009860         VARYING WS-TYPE-SUB FROM 1 BY 1
009870         UNTIL WS-TYPE-SUB GREATER THAN 4
009880     MOVE WS-DEPT-LINES TO TOT-D-LINES
009890     MOVE WS-DEPT-AMOUNT TO TOT-D-AMOUNT
009900     WRITE REPORT-LINE FROM SPACES
009910     WRITE REPORT-LINE FROM TOT-DEPT-LINE
009920     ADD 7 TO WS-LINE-COUNT
009930     ADD WS-DEPT-LINES TO WS-BILLED-LINES
009940     ADD WS-DEPT-AMOUNT TO WS-BILLED-AMOUNT
009950     PERFORM 3320-SAVE-DEPARTMENT-TOTAL.
009960
009970 3310-PRINT-ONE-TYPE-TOTAL.
009980     IF WS-DTT-LINES (WS-TYPE-SUB) NOT = ZERO
009990         MOVE WS-RT-DESCRIPTION (WS-TYPE-SUB) TO TOT-T-DESCRIPTION
010000         MOVE WS-DTT-LINES (WS-TYPE-SUB) TO TOT-T-LINES
010010         MOVE WS-RT-GL-ACCOUNT (WS-TYPE-SUB) TO TOT-T-ACCOUNT
010020         MOVE WS-DTT-AMOUNT (WS-TYPE-SUB) TO TOT-T-AMOUNT
010030         WRITE REPORT-LINE FROM TOT-TYPE-LINE
010040         ADD WS-DTT-LINES (WS-TYPE-SUB) TO WS-DEPT-LINES
010050         ADD WS-DTT-AMOUNT (WS-TYPE-SUB) TO WS-DEPT-AMOUNT
010060         PERFORM 3330-WRITE-JOURNAL-DETAIL
010070     END-IF.
010080
010090 3320-SAVE-DEPARTMENT-TOTAL.
010100     IF WS-DEPT-TABLE-USED LESS THAN WS-DEPT-TABLE-MAX
010110         ADD 1 TO WS-DEPT-TABLE-USED
010120         MOVE WS-CURRENT-DEPARTMENT
010130             TO WS-DT-DEPARTMENT (WS-DEPT-TABLE-USED)
010140         MOVE WS-DEPT-LINES TO WS-DT-LINES (WS-DEPT-TABLE-USED)
010150         MOVE WS-DEPT-AMOUNT TO WS-DT-AMOUNT (WS-DEPT-TABLE-USED)
010160     ELSE
010170         DISPLAY "Department table full - recap incomplete."
010180     END-IF.
010190
010200 3330-WRITE-JOURNAL-DETAIL.
010210     ADD 1 TO WS-JOURNAL-SEQUENCE
010220     MOVE SPACES TO JOURNAL-DETAIL
010230     SET JD-DETAIL TO TRUE
010240     MOVE WS-JOURNAL-SEQUENCE TO JD-SEQUENCE
010250     MOVE WS-BILL-MONTH-N TO JD-PERIOD
010260     MOVE WS-CURRENT-DEPARTMENT TO JD-DEPARTMENT
010270     MOVE WS-RT-GL-ACCOUNT (WS-TYPE-SUB) TO JD-GL-ACCOUNT
010280     MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO JD-NUMBER-TYPE
010290     MOVE WS-DTT-LINES (WS-TYPE-SUB) TO JD-LINE-COUNT
010300     MOVE WS-DTT-AMOUNT (WS-TYPE-SUB) TO JD-AMOUNT
010310     SET JD-DEBIT TO TRUE
010320     WRITE JOURNAL-DETAIL.
010330
010340 3400-PRINT-ONE-EXCEPTION.
010350     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
010360         PERFORM 3800-PRINT-PAGE-HEADINGS
010370     END-IF
010380     IF SB-DEPARTMENT = SPACES
010390         MOVE "(NONE ASSIGNED)" TO EXC-DEPARTMENT
010400     ELSE
010410         MOVE SB-DEPARTMENT TO EXC-DEPARTMENT
010420     END-IF
010430     MOVE SB-NAME TO EXC-NAME
010431     IF SB-CONFIDENTIAL
010432         MOVE "** UNLISTED **" TO EXC-NAME
010433     END-IF
010440     MOVE WS-TYPE-NAME (SB-TYPE-SUB) TO EXC-TYPE
010450     MOVE SB-PREFIX TO EXC-PREFIX
010460     MOVE SB-RESTOFNUMBER TO EXC-RESTOFNUMBER
010470     MOVE SB-DAYS TO EXC-DAYS
010480     MOVE WS-DAYS-IN-MONTH TO EXC-MONTH-DAYS
010490     MOVE SB-CHARGE TO EXC-CHARGE
010500     WRITE REPORT-LINE FROM EXC-LINE
010510     ADD 1 TO WS-LINE-COUNT
010520     ADD 1 TO WS-UNBILLED-LINES
010530     ADD SB-CHARGE TO WS-UNBILLED-AMOUNT
010540     RETURN BILL-SORT-FILE
010550         AT END MOVE "Y" TO WS-EOF-SWITCH
010560     END-RETURN.
010570
010580 3450-PRINT-EXCEPTION-TOTAL.
010590     WRITE REPORT-LINE FROM SPACES
010600     MOVE "UNBILLED LINES" TO SUM-LABEL
010610     MOVE WS-UNBILLED-LINES TO SUM-COUNT
010620     WRITE REPORT-LINE FROM SUM-LINE
010630     MOVE "UNBILLED AMOUNT" TO SUM-A-LABEL
010640     MOVE WS-UNBILLED-AMOUNT TO SUM-A-AMOUNT
010650     WRITE REPORT-LINE FROM SUM-AMOUNT-LINE
010660     ADD 3 TO WS-LINE-COUNT.
010670
010680 3500-PRINT-RECAP.
010690     SET WS-SECTION-RECAP TO TRUE
010700     MOVE "RECAP BY DEPARTMENT" TO WS-SECTION-TITLE
010710     PERFORM 3800-PRINT-PAGE-HEADINGS
010720     PERFORM 3510-PRINT-ONE-RECAP-LINE
010730         VARYING WS-DEPT-SUB FROM 1 BY 1
010740         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-TABLE-USED
010750     IF WS-LINE-COUNT + 10 GREATER THAN WS-LINES-PER-PAGE
010760         PERFORM 3800-PRINT-PAGE-HEADINGS
010770     END-IF
010780     WRITE REPORT-LINE FROM SPACES
010790     MOVE "DEPARTMENTS BILLED" TO SUM-LABEL
010800     MOVE WS-DEPT-TABLE-USED TO SUM-COUNT
010810     WRITE REPORT-LINE FROM SUM-LINE
010820     MOVE "LINES BILLED" TO SUM-LABEL
010830     MOVE WS-BILLED-LINES TO SUM-COUNT
010840     WRITE REPORT-LINE FROM SUM-LINE
010850     MOVE "LINES BILLED FOR PART OF THE MONTH" TO SUM-LABEL
010860     MOVE WS-PART-MONTH-COUNT TO SUM-COUNT
010870     WRITE REPORT-LINE FROM SUM-LINE
010880     MOVE "AMOUNT BILLED" TO SUM-A-LABEL
010890     MOVE WS-BILLED-AMOUNT TO SUM-A-AMOUNT
010900     WRITE REPORT-LINE FROM SUM-AMOUNT-LINE
010910     MOVE "LINES UNBILLED (EXCEPTIONS)" TO SUM-LABEL
010920     MOVE WS-UNBILLED-LINES TO SUM-COUNT
010930     WRITE REPORT-LINE FROM SUM-LINE
010940     MOVE "AMOUNT UNBILLED (EXCEPTIONS)" TO SUM-A-LABEL
010950     MOVE WS-UNBILLED-AMOUNT TO SUM-A-AMOUNT
010960     WRITE REPORT-LINE FROM SUM-AMOUNT-LINE
010970     WRITE REPORT-LINE FROM SPACES
010980     MOVE "JOURNAL DETAIL RECORDS" TO SUM-LABEL
010990     MOVE WS-JOURNAL-SEQUENCE TO SUM-COUNT
011000     WRITE REPORT-LINE FROM SUM-LINE
011010     MOVE "JOURNAL CONTROL TOTAL" TO SUM-A-LABEL
011020     MOVE WS-BILLED-AMOUNT TO SUM-A-AMOUNT
011030     WRITE REPORT-LINE FROM SUM-AMOUNT-LINE.
011040
011050 3510-PRINT-ONE-RECAP-LINE.
011060     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
011070         PERFORM 3800-PRINT-PAGE-HEADINGS
011080     END-IF
011090     MOVE WS-DT-DEPARTMENT (WS-DEPT-SUB) TO RCP-D-DEPARTMENT
011100     MOVE WS-DT-LINES (WS-DEPT-SUB) TO RCP-D-LINES
011110     MOVE WS-DT-AMOUNT (WS-DEPT-SUB) TO RCP-D-AMOUNT
011120     WRITE REPORT-LINE FROM RCP-DETAIL
011130     ADD 1 TO WS-LINE-COUNT.
011140
011150 3800-PRINT-PAGE-HEADINGS.
011160     ADD 1 TO WS-PAGE-COUNT
011170     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
011180     MOVE WS-BM-MONTH TO HDG-MONTH
011190     MOVE WS-BM-YEAR TO HDG-YEAR
011200     MOVE WS-DAYS-IN-MONTH TO HDG-DAYS
011210     MOVE WS-RUN-DATE-DISPLAY TO HDG-RUN-DATE
011220     IF WS-PAGE-COUNT NOT = 1
011230         WRITE REPORT-LINE FROM SPACES
011240         AFTER ADVANCING PAGE
011250     END-IF
011260     WRITE REPORT-LINE FROM HDG-LINE-1
011270     WRITE REPORT-LINE FROM HDG-LINE-2
011280     WRITE REPORT-LINE FROM SPACES
011290     EVALUATE TRUE
011300         WHEN WS-SECTION-BILLING
011310             MOVE WS-CURRENT-DEPARTMENT TO HDG-DEPARTMENT
011320             WRITE REPORT-LINE FROM HDG-DEPARTMENT-LINE
011330             WRITE REPORT-LINE FROM SPACES
011340             WRITE REPORT-LINE FROM HDG-DETAIL-LINE
011350         WHEN WS-SECTION-EXCEPTIONS
011360             MOVE WS-SECTION-TITLE TO HDG-SECTION-TITLE
011370             WRITE REPORT-LINE FROM HDG-SECTION-LINE
011380             WRITE REPORT-LINE FROM SPACES
011390             WRITE REPORT-LINE FROM HDG-EXCEPTION-LINE
011400         WHEN WS-SECTION-RECAP
011410             MOVE WS-SECTION-TITLE TO HDG-SECTION-TITLE
011420             WRITE REPORT-LINE FROM HDG-SECTION-LINE
011430             WRITE REPORT-LINE FROM SPACES
011440             WRITE REPORT-LINE FROM HDG-RECAP-LINE
011450     END-EVALUATE
011460     WRITE REPORT-LINE FROM SPACES
011470     MOVE ZERO TO WS-LINE-COUNT.
011480
011490 END PROGRAM CHGBACK.
