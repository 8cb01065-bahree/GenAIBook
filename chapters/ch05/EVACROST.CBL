000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 14 October 2026
000050* Purpose: Emergency evacuation roster for Security.  Every
000060*          active entry on PHONEBOOK.DAT is SORTed by its work
000070*          location (site, building, floor) and name.  Each
000080*          building starts a new page; under each floor, with its
000090*          LOCREF.DAT description and designated fire wardens,
000100*          every person is listed with their department,
000110*          extension and active mobile number from PHONENUM.DAT,
000120*          and the floor's wardens are marked.  Each floor ends
000130*          with its headcount and a note of any designated warden
000140*          who is not on that floor's roster, or that no warden
000150*          is designated; each building ends with its headcount.
000160*          People whose location is blank or not on LOCREF.DAT
000170*          are listed after the buildings so they can be chased,
000180*          and the roster ends with a headcount summary.
000190*          Confidential (unlisted) entries are included - this is
000200*          a safety document, not a directory.  The run takes no
000210*          input, so it can be printed on demand during a drill
000220*          as well as from the Monday morning schedule; the
000230*          heading carries the date and time it was printed.
000240******************************************************************
000250* Modification History
000260* ----------------------------------------------------------------
000270* 2026-10-14  RJH  Original version.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EVACROST.
000310 AUTHOR R J HANLON.
000320 DATE-WRITTEN. 14 OCTOBER 2026.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS NAME
000400         FILE STATUS IS FS.
000410     SELECT PHONE-FILE ASSIGN TO "PHONENUM.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS PN-KEY
000450         ALTERNATE RECORD KEY IS PN-PHONENUMBER
000460             WITH DUPLICATES
000470         FILE STATUS IS PHONE-FS.
000480     SELECT LOC-FILE ASSIGN TO "LOCREF.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS LOC-KEY
000520         FILE STATUS IS LOC-FS.
000530     SELECT ROSTER-SORT-FILE ASSIGN TO "EVACROST.SRT".
000540     SELECT ROSTER-REPORT ASSIGN TO "EVACROST.PRT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RPT-FS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BOOK.
000600 COPY "BOOKREC.CPY".
000610 FD  PHONE-FILE.
000620 COPY "PHONREC.CPY".
000630 FD  LOC-FILE.
000640 COPY "LOCREC.CPY".
000650 SD  ROSTER-SORT-FILE.
000660 01  SR-RECORD.
000670     02  SR-SECTION-FLAG          PIC X(01).
000680         88  SR-LOCATED               VALUE "1".
000690         88  SR-NOT-LOCATED           VALUE "2".
000700     02  SR-LOCATION.
000710         03  SR-SITE              PIC X(04).
000720         03  SR-BUILDING          PIC X(04).
000730         03  SR-FLOOR             PIC X(03).
000740     02  SR-NAME.
000750         03  SR-LASTNAME          PIC X(10).
000760         03  SR-FIRSTNAME         PIC X(10).
000770     02  SR-DEPARTMENT            PIC X(15).
000780     02  SR-EXTENSION             PIC X(05).
000790     02  SR-MOBILE-FLAG           PIC X(01).
000800         88  SR-HAS-MOBILE            VALUE "Y".
000810     02  SR-MOBILE-NUMBER.
000820         03  SR-MOBILE-PREFIX     PIC 9(05).
000830         03  SR-MOBILE-REST       PIC 9(07).
000840 FD  ROSTER-REPORT.
000850 01  REPORT-LINE                  PIC X(80).
000860 WORKING-STORAGE SECTION.
000870 01  FS                           PIC 99.
000880 01  PHONE-FS                     PIC 99.
000890 01  LOC-FS                       PIC 99.
000900 01  RPT-FS                       PIC 99.
000910 01  WS-EOF-SWITCH                PIC X.
000920     88  WS-AT-EOF                    VALUE "Y".
000930 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
000940     88  BOOK-NOT-FOUND               VALUE "Y".
000950 01  WS-PHONE-NOT-FOUND-SWITCH    PIC X VALUE "N".
000960     88  PHONE-FILE-NOT-FOUND         VALUE "Y".
000970 01  WS-LOC-NOT-FOUND-SWITCH      PIC X VALUE "N".
000980     88  LOC-FILE-NOT-FOUND           VALUE "Y".
000990 01  WS-FIRST-RECORD-SWITCH       PIC X.
001000     88  WS-FIRST-RECORD              VALUE "Y".
001010 01  WS-SECTION-SWITCH            PIC X VALUE SPACE.
001020     88  WS-SECTION-ROSTER            VALUE "B".
001030     88  WS-SECTION-UNLOCATED         VALUE "U".
001040     88  WS-SECTION-SUMMARY           VALUE "S".
001050 01  WS-RUN-DATE                  PIC 9(08).
001060 01  WS-RUN-DATE-PIECES REDEFINES WS-RUN-DATE.
001070     02  WS-RUN-YEAR              PIC 9(04).
001080     02  WS-RUN-MONTH             PIC 9(02).
001090     02  WS-RUN-DAY               PIC 9(02).
001100 01  WS-RUN-DATE-DISPLAY.
001110     02  WS-RDD-MONTH             PIC 9(02).
001120     02  FILLER                   PIC X(01) VALUE "/".
001130     02  WS-RDD-DAY               PIC 9(02).
001140     02  FILLER                   PIC X(01) VALUE "/".
001150     02  WS-RDD-YEAR              PIC 9(04).
001160 01  WS-RUN-TIME                  PIC 9(08).
001170 01  WS-RUN-TIME-PIECES REDEFINES WS-RUN-TIME.
001180     02  WS-RUN-HOUR              PIC 9(02).
001190     02  WS-RUN-MINUTE            PIC 9(02).
001200     02  WS-RUN-SECOND            PIC 9(02).
001210     02  WS-RUN-HUNDREDTHS        PIC 9(02).
001220 01  WS-RUN-TIME-DISPLAY.
001230     02  WS-RTD-HOUR              PIC 9(02).
001240     02  FILLER                   PIC X(01) VALUE ":".
001250     02  WS-RTD-MINUTE            PIC 9(02).
001260 01  WS-CURRENT-SITE              PIC X(04).
001270 01  WS-CURRENT-BUILDING          PIC X(04).
001280 01  WS-CURRENT-FLOOR             PIC X(03).
001290 01  WS-FLOOR-DESCRIPTION         PIC X(30).
001300 01  WS-FLOOR-WARDEN-TABLE.
001310     02  WS-FW-ENTRY OCCURS 3 TIMES.
001320         03  WS-FW-NAME.
001330             04  WS-FW-LASTNAME   PIC X(10).
001340             04  WS-FW-FIRSTNAME  PIC X(10).
001350         03  WS-FW-FOUND          PIC X(01).
001360 01  WS-WARDEN-SUB                PIC 9(01).
001370 01  WS-DESIGNATED-COUNT          PIC 9(01).
001380 01  WS-WARDENS-FOUND             PIC 9(01).
001390 01  WS-LOCATION-DISPLAY.
001400     02  WS-LD-SITE               PIC X(04).
001410     02  FILLER                   PIC X(01) VALUE SPACE.
001420     02  WS-LD-BUILDING           PIC X(04).
001430     02  FILLER                   PIC X(01) VALUE SPACE.
001440     02  WS-LD-FLOOR              PIC X(03).
001450 01  WS-RELEASED-COUNT            PIC 9(06) VALUE ZERO.
001460 01  WS-FLOOR-COUNT               PIC 9(05).
001470 01  WS-BUILDING-COUNT            PIC 9(05).
001480 01  WS-LOCATED-COUNT             PIC 9(06) VALUE ZERO.
001490 01  WS-UNLOCATED-COUNT           PIC 9(06) VALUE ZERO.
001500 01  WS-BUILDINGS-PRINTED         PIC 9(04) VALUE ZERO.
001510 01  WS-FLOORS-PRINTED            PIC 9(04) VALUE ZERO.
001520 01  WS-WARDENS-PRESENT           PIC 9(04) VALUE ZERO.
001530 01  WS-FLOORS-NO-WARDEN          PIC 9(04) VALUE ZERO.
001540 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
001550 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001560 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
001570 01  WS-SECTION-TITLE             PIC X(50).
001580 01  HDG-LINE-1.
001590     02  FILLER                   PIC X(22) VALUE SPACES.
001600     02  FILLER                   PIC X(33) VALUE
001610             "EMERGENCY EVACUATION ROSTER".
001620     02  FILLER                   PIC X(16) VALUE SPACES.
001630     02  FILLER                   PIC X(05) VALUE "PAGE ".
001640     02  HDG-PAGE-NUMBER          PIC ZZZ9.
001650 01  HDG-LINE-2.
001660     02  FILLER                   PIC X(11) VALUE "RUN DATE : ".
001670     02  HDG-RUN-DATE             PIC X(10).
001680     02  FILLER                   PIC X(04) VALUE SPACES.
001690     02  FILLER                   PIC X(07) VALUE "TIME : ".
001700     02  HDG-RUN-TIME             PIC X(05).
001710 01  HDG-SECTION-LINE.
001720     02  HDG-SECTION-TITLE        PIC X(50).
001730 01  HDG-BUILDING-LINE.
001740     02  FILLER                   PIC X(07) VALUE "SITE : ".
001750     02  HDG-SITE                 PIC X(04).
001760     02  FILLER                   PIC X(05) VALUE SPACES.
001770     02  FILLER                   PIC X(11) VALUE "BUILDING : ".
001780     02  HDG-BUILDING             PIC X(04).
001790 01  HDG-DETAIL-LINE.
001800     02  FILLER                   PIC X(23) VALUE "NAME".
001810     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
001820     02  FILLER                   PIC X(07) VALUE "EXT".
001830     02  FILLER                   PIC X(15) VALUE "MOBILE".
001840     02  FILLER                   PIC X(18) VALUE SPACES.
001850 01  HDG-UNLOCATED-LINE.
001860     02  FILLER                   PIC X(23) VALUE "NAME".
001870     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
001880     02  FILLER                   PIC X(07) VALUE "EXT".
001890     02  FILLER                   PIC X(15) VALUE "MOBILE".
001900     02  FILLER                   PIC X(18) VALUE
001910             "LOCATION HELD".
001920 01  FLR-LINE.
001930     02  FILLER                   PIC X(08) VALUE "FLOOR : ".
001940     02  FLR-FLOOR                PIC X(03).
001950     02  FILLER                   PIC X(03) VALUE SPACES.
001960     02  FLR-DESCRIPTION          PIC X(30).
001970     02  FILLER                   PIC X(02) VALUE SPACES.
001980     02  FLR-CONTINUED            PIC X(11).
001990 01  WDN-LINE.
002000     02  FILLER                   PIC X(24) VALUE
002010             "    DESIGNATED WARDEN : ".
002020     02  WDN-FIRSTNAME            PIC X(10).
002030     02  FILLER                   PIC X(01) VALUE SPACE.
002040     02  WDN-LASTNAME             PIC X(10).
002050 01  WNF-LINE.
002060     02  FILLER                   PIC X(14) VALUE
002070             "    ** WARDEN ".
002080     02  WNF-FIRSTNAME            PIC X(10).
002090     02  FILLER                   PIC X(01) VALUE SPACE.
002100     02  WNF-LASTNAME             PIC X(10).
002110     02  FILLER                   PIC X(28) VALUE
002120             " NOT ON THIS FLOOR'S ROSTER".
002130 01  NOTE-LINE.
002140     02  FILLER                   PIC X(04) VALUE SPACES.
002150     02  NOTE-TEXT                PIC X(60).
002160 01  DTL-LINE.
002170     02  DTL-LASTNAME             PIC X(10).
002180     02  FILLER                   PIC X(01) VALUE SPACE.
002190     02  DTL-FIRSTNAME            PIC X(10).
002200     02  FILLER                   PIC X(02) VALUE SPACES.
002210     02  DTL-DEPARTMENT           PIC X(15).
002220     02  FILLER                   PIC X(02) VALUE SPACES.
002230     02  DTL-EXTENSION            PIC X(05).
002240     02  FILLER                   PIC X(02) VALUE SPACES.
002250     02  DTL-MOBILE.
002260         03  DTL-MOBILE-PREFIX    PIC ZZZZ9.
002270         03  DTL-MOBILE-DASH      PIC X(01).
002280         03  DTL-MOBILE-REST      PIC Z(6)9.
002290     02  FILLER                   PIC X(02) VALUE SPACES.
002300     02  DTL-NOTE                 PIC X(13).
002310 01  TOT-FLOOR-LINE.
002320     02  FILLER                   PIC X(04) VALUE SPACES.
002330     02  FILLER                   PIC X(06) VALUE "FLOOR ".
002340     02  TOT-F-FLOOR              PIC X(03).
002350     02  FILLER                   PIC X(32) VALUE " HEADCOUNT".
002360     02  TOT-F-COUNT              PIC ZZZZ9.
002370 01  TOT-BUILDING-LINE.
002380     02  FILLER                   PIC X(09) VALUE "BUILDING ".
002390     02  TOT-B-SITE               PIC X(04).
002400     02  FILLER                   PIC X(01) VALUE SPACE.
002410     02  TOT-B-BUILDING           PIC X(04).
002420     02  FILLER                   PIC X(27) VALUE " HEADCOUNT".
002430     02  TOT-B-COUNT              PIC ZZZZ9.
002440 01  SUM-LINE.
002450     02  SUM-LABEL                PIC X(45).
002460     02  SUM-COUNT                PIC ZZZZZ9.
002470 PROCEDURE DIVISION.
002480 0000-MAINLINE.
002490     PERFORM 0100-INITIALIZE
002500     SORT ROSTER-SORT-FILE
002510         ON ASCENDING KEY SR-SECTION-FLAG SR-LOCATION SR-NAME
002520         INPUT PROCEDURE IS 1000-RELEASE-ACTIVE-ENTRIES
002530         OUTPUT PROCEDURE IS 2000-PRINT-ROSTER
002540     PERFORM 9000-TERMINATE
002550     IF NOT BOOK-NOT-FOUND
002560         DISPLAY "Evacuation roster printed - " WS-RELEASED-COUNT
002570             " people on " WS-FLOORS-PRINTED " floors."
002580         IF WS-UNLOCATED-COUNT NOT = ZERO
002590             DISPLAY WS-UNLOCATED-COUNT
002600                 " people have no location on LOCREF.DAT."
002610         END-IF
002620     END-IF
002630     STOP RUN.
002640
002650 0100-INITIALIZE.
002660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002670     ACCEPT WS-RUN-TIME FROM TIME
002680     MOVE WS-RUN-MONTH TO WS-RDD-MONTH
002690     MOVE WS-RUN-DAY TO WS-RDD-DAY
002700     MOVE WS-RUN-YEAR TO WS-RDD-YEAR
002710     MOVE WS-RUN-HOUR TO WS-RTD-HOUR
002720     MOVE WS-RUN-MINUTE TO WS-RTD-MINUTE
002730     OPEN INPUT LOC-FILE
002740     IF LOC-FS = 35
002750         SET LOC-FILE-NOT-FOUND TO TRUE
002760         DISPLAY "LOCREF.DAT not found - floors printed without"
002770             " descriptions or wardens."
002780     END-IF
002790     OPEN INPUT PHONE-FILE
002800     IF PHONE-FS = 35
002810         SET PHONE-FILE-NOT-FOUND TO TRUE
002820     END-IF.
002830
002840 1000-RELEASE-ACTIVE-ENTRIES.
002850     OPEN INPUT BOOK
002860     IF FS = 35
002870         SET BOOK-NOT-FOUND TO TRUE
002880         DISPLAY "PHONEBOOK.DAT not found - no roster printed."
002890     ELSE
002900         MOVE "N" TO WS-EOF-SWITCH
002910         READ BOOK NEXT RECORD
002920             AT END MOVE "Y" TO WS-EOF-SWITCH
002930         END-READ
002940         PERFORM 1100-RELEASE-ONE-ENTRY
002950             UNTIL WS-AT-EOF
002960         CLOSE BOOK
002970     END-IF.
002980
002990 1100-RELEASE-ONE-ENTRY.
003000     IF ACTIVE-STATUS
003010         MOVE SPACES TO SR-RECORD
003020         MOVE BOOK-LOCATION TO SR-LOCATION
003030         MOVE NAME TO SR-NAME
003040         MOVE DEPARTMENT TO SR-DEPARTMENT
003050         MOVE EXTENSION TO SR-EXTENSION
003060         PERFORM 1110-SET-ROSTER-SECTION
003070         PERFORM 1120-FIND-MOBILE-NUMBER
003080         RELEASE SR-RECORD
003090         ADD 1 TO WS-RELEASED-COUNT
003100     END-IF
003110     READ BOOK NEXT RECORD
003120         AT END MOVE "Y" TO WS-EOF-SWITCH
003130     END-READ.
003140
003150 1110-SET-ROSTER-SECTION.
003160     SET SR-LOCATED TO TRUE
003170     IF BOOK-LOCATION = SPACES
003180         SET SR-NOT-LOCATED TO TRUE
003190     ELSE
003200         IF NOT LOC-FILE-NOT-FOUND
003210             MOVE BOOK-LOCATION TO LOC-KEY
003220             READ LOC-FILE
003230                 INVALID KEY
003240                     SET SR-NOT-LOCATED TO TRUE
003250             END-READ
003260         END-IF
003270     END-IF.
003280
003290 1120-FIND-MOBILE-NUMBER.
003300     MOVE "N" TO SR-MOBILE-FLAG
003310     MOVE ZERO TO SR-MOBILE-PREFIX
003320     MOVE ZERO TO SR-MOBILE-REST
003330     IF NOT PHONE-FILE-NOT-FOUND
003340         MOVE NAME TO PN-NAME
003350         MOVE "M" TO PN-NUMBER-TYPE
003360         READ PHONE-FILE
003370             INVALID KEY
003380                 CONTINUE
003390             NOT INVALID KEY
003400                 IF PN-ACTIVE-STATUS
003410                     MOVE "Y" TO SR-MOBILE-FLAG
003420                     MOVE PN-PREFIX TO SR-MOBILE-PREFIX
003430                     MOVE PN-RESTOFNUMBER TO SR-MOBILE-REST
003440                 END-IF
003450         END-READ
003460     END-IF.
003470
003480 2000-PRINT-ROSTER.
003490     IF NOT BOOK-NOT-FOUND
003500         OPEN OUTPUT ROSTER-REPORT
003510         SET WS-SECTION-ROSTER TO TRUE
003520         MOVE "Y" TO WS-FIRST-RECORD-SWITCH
003530         MOVE "N" TO WS-EOF-SWITCH
003540         RETURN ROSTER-SORT-FILE
003550             AT END MOVE "Y" TO WS-EOF-SWITCH
003560         END-RETURN
003570         PERFORM 2100-PRINT-ONE-PERSON
003580             UNTIL WS-AT-EOF OR SR-NOT-LOCATED
003590         IF NOT WS-FIRST-RECORD
003600             PERFORM 2300-END-FLOOR
003610             PERFORM 2400-END-BUILDING
003620         END-IF
003630         IF NOT WS-AT-EOF
003640             SET WS-SECTION-UNLOCATED TO TRUE
003650             MOVE "LOCATION NOT RECORDED OR NOT ON LOCREF.DAT"
003660                 TO WS-SECTION-TITLE
003670             PERFORM 3800-PRINT-PAGE-HEADINGS
003680             PERFORM 2500-PRINT-ONE-UNLOCATED
003690                 UNTIL WS-AT-EOF
003700             PERFORM 2550-PRINT-UNLOCATED-TOTAL
003710         END-IF
003720         PERFORM 2600-PRINT-HEADCOUNT-SUMMARY
003730         CLOSE ROSTER-REPORT
003740     END-IF.
003750
003760 2100-PRINT-ONE-PERSON.
003770     IF WS-FIRST-RECORD
003780         MOVE "N" TO WS-FIRST-RECORD-SWITCH
003790         PERFORM 2110-START-BUILDING
003800         PERFORM 2200-START-FLOOR
003810     ELSE
003820         IF SR-SITE NOT = WS-CURRENT-SITE
003830                 OR SR-BUILDING NOT = WS-CURRENT-BUILDING
003840             PERFORM 2300-END-FLOOR
003850             PERFORM 2400-END-BUILDING
003860             PERFORM 2110-START-BUILDING
003870             PERFORM 2200-START-FLOOR
003880         ELSE
003890             IF SR-FLOOR NOT = WS-CURRENT-FLOOR
003900                 PERFORM 2300-END-FLOOR
003910                 PERFORM 2200-START-FLOOR
003920             END-IF
003930         END-IF
003940     END-IF
003950     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
003960         PERFORM 3800-PRINT-PAGE-HEADINGS
003970         PERFORM 2220-PRINT-FLOOR-CONTINUED
003980     END-IF
003990     PERFORM 2120-FILL-DETAIL-LINE
004000     MOVE SPACES TO DTL-NOTE
004010     PERFORM 2130-CHECK-ONE-WARDEN
004020         VARYING WS-WARDEN-SUB FROM 1 BY 1
004030         UNTIL WS-WARDEN-SUB GREATER THAN 3
004040     WRITE REPORT-LINE FROM DTL-LINE
004050     ADD 1 TO WS-LINE-COUNT
004060     ADD 1 TO WS-FLOOR-COUNT
004070     RETURN ROSTER-SORT-FILE
004080         AT END MOVE "Y" TO WS-EOF-SWITCH
004090     END-RETURN.
004100
004110 2110-START-BUILDING.
004120     MOVE SR-SITE TO WS-CURRENT-SITE
004130     MOVE SR-BUILDING TO WS-CURRENT-BUILDING
004140     MOVE ZERO TO WS-BUILDING-COUNT
004150     ADD 1 TO WS-BUILDINGS-PRINTED
004160     PERFORM 3800-PRINT-PAGE-HEADINGS.
004170
004180 2120-FILL-DETAIL-LINE.
004190     MOVE SR-LASTNAME TO DTL-LASTNAME
004200     MOVE SR-FIRSTNAME TO DTL-FIRSTNAME
004210     MOVE SR-DEPARTMENT TO DTL-DEPARTMENT
004220     MOVE SR-EXTENSION TO DTL-EXTENSION
004230     IF SR-HAS-MOBILE
004240         MOVE SR-MOBILE-PREFIX TO DTL-MOBILE-PREFIX
004250         MOVE "-" TO DTL-MOBILE-DASH
004260         MOVE SR-MOBILE-REST TO DTL-MOBILE-REST
004270     ELSE
004280         MOVE SPACES TO DTL-MOBILE
004290     END-IF.
004300
004310 2130-CHECK-ONE-WARDEN.
004320     IF WS-FW-NAME (WS-WARDEN-SUB) NOT = SPACES
004330             AND WS-FW-NAME (WS-WARDEN-SUB) = SR-NAME
004340         MOVE "FIRE WARDEN" TO DTL-NOTE
004350         MOVE "Y" TO WS-FW-FOUND (WS-WARDEN-SUB)
004360     END-IF.
004370
004380 2200-START-FLOOR.
004390     MOVE SR-FLOOR TO WS-CURRENT-FLOOR
004400     MOVE ZERO TO WS-FLOOR-COUNT
004410     MOVE ZERO TO WS-DESIGNATED-COUNT
004420     ADD 1 TO WS-FLOORS-PRINTED
004430     MOVE SPACES TO WS-FLOOR-DESCRIPTION
004440     MOVE SPACES TO WS-FLOOR-WARDEN-TABLE
004450     IF NOT LOC-FILE-NOT-FOUND
004460         MOVE SR-LOCATION TO LOC-KEY
004470         READ LOC-FILE
004480             INVALID KEY
004490                 CONTINUE
004500             NOT INVALID KEY
004510                 MOVE LOC-DESCRIPTION TO WS-FLOOR-DESCRIPTION
004520                 PERFORM 2210-HOLD-ONE-WARDEN
004530                     VARYING WS-WARDEN-SUB FROM 1 BY 1
004540                     UNTIL WS-WARDEN-SUB GREATER THAN 3
004550         END-READ
004560     END-IF
004570     IF WS-LINE-COUNT + 8 GREATER THAN WS-LINES-PER-PAGE
004580         PERFORM 3800-PRINT-PAGE-HEADINGS
004590     END-IF
004600     WRITE REPORT-LINE FROM SPACES
004610     MOVE WS-CURRENT-FLOOR TO FLR-FLOOR
004620     MOVE WS-FLOOR-DESCRIPTION TO FLR-DESCRIPTION
004630     MOVE SPACES TO FLR-CONTINUED
004640     WRITE REPORT-LINE FROM FLR-LINE
004650     ADD 2 TO WS-LINE-COUNT
004660     PERFORM 2230-PRINT-DESIGNATED-WARDEN
004670         VARYING WS-WARDEN-SUB FROM 1 BY 1
004680         UNTIL WS-WARDEN-SUB GREATER THAN 3
004690     WRITE REPORT-LINE FROM SPACES
004700     ADD 1 TO WS-LINE-COUNT.
004710
004720 2210-HOLD-ONE-WARDEN.
004730     MOVE LOC-WARDEN-NAME (WS-WARDEN-SUB)
004740         TO WS-FW-NAME (WS-WARDEN-SUB)
004750     MOVE "N" TO WS-FW-FOUND (WS-WARDEN-SUB)
004760     IF LOC-WARDEN-NAME (WS-WARDEN-SUB) NOT = SPACES
004770         ADD 1 TO WS-DESIGNATED-COUNT
004780     END-IF.
004790
004800 2220-PRINT-FLOOR-CONTINUED.
004810     MOVE WS-CURRENT-FLOOR TO FLR-FLOOR
004820     MOVE WS-FLOOR-DESCRIPTION TO FLR-DESCRIPTION
004830     MOVE "(CONTINUED)" TO FLR-CONTINUED
004840     WRITE REPORT-LINE FROM FLR-LINE
004850     WRITE REPORT-LINE FROM SPACES
004860     ADD 2 TO WS-LINE-COUNT.
004870
004880 2230-PRINT-DESIGNATED-WARDEN.
004890     IF WS-FW-NAME (WS-WARDEN-SUB) NOT = SPACES
004900         MOVE WS-FW-FIRSTNAME (WS-WARDEN-SUB) TO WDN-FIRSTNAME
004910         MOVE WS-FW-LASTNAME (WS-WARDEN-SUB) TO WDN-LASTNAME
004920         WRITE REPORT-LINE FROM WDN-LINE
004930         ADD 1 TO WS-LINE-COUNT
004940     END-IF.
004950
004960 2300-END-FLOOR.
004970     MOVE ZERO TO WS-WARDENS-FOUND
004980     IF WS-LINE-COUNT + 6 GREATER THAN WS-LINES-PER-PAGE
004990         PERFORM 3800-PRINT-PAGE-HEADINGS
005000     END-IF
005010     WRITE REPORT-LINE FROM SPACES
005020     MOVE WS-CURRENT-FLOOR TO TOT-F-FLOOR
005030     MOVE WS-FLOOR-COUNT TO TOT-F-COUNT
005040     WRITE REPORT-LINE FROM TOT-FLOOR-LINE
005050     ADD 2 TO WS-LINE-COUNT
005060     IF NOT LOC-FILE-NOT-FOUND
005070         IF WS-DESIGNATED-COUNT = ZERO
005080             MOVE "** NO FIRE WARDEN DESIGNATED FOR THIS FLOOR"
005090                 TO NOTE-TEXT
005100             WRITE REPORT-LINE FROM NOTE-LINE
005110             ADD 1 TO WS-LINE-COUNT
005120         ELSE
005130             PERFORM 2310-CHECK-WARDEN-PRESENT
005140                 VARYING WS-WARDEN-SUB FROM 1 BY 1
005150                 UNTIL WS-WARDEN-SUB GREATER THAN 3
005160         END-IF
005170         IF WS-WARDENS-FOUND = ZERO
005180             ADD 1 TO WS-FLOORS-NO-WARDEN
005190         END-IF
005200     END-IF
005210     ADD WS-FLOOR-COUNT TO WS-BUILDING-COUNT.
005220
005230 2310-CHECK-WARDEN-PRESENT.
005240     IF WS-FW-NAME (WS-WARDEN-SUB) NOT = SPACES
005250         IF WS-FW-FOUND (WS-WARDEN-SUB) = "Y"
005260             ADD 1 TO WS-WARDENS-FOUND
005270             ADD 1 TO WS-WARDENS-PRESENT
005280         ELSE
005290             MOVE WS-FW-FIRSTNAME (WS-WARDEN-SUB) TO WNF-FIRSTNAME
005300             MOVE WS-FW-LASTNAME (WS-WARDEN-SUB) TO WNF-LASTNAME
005310             WRITE REPORT-LINE FROM WNF-LINE
005320             ADD 1 TO WS-LINE-COUNT
005330         END-IF
005340     END-IF.
005350
005360 2400-END-BUILDING.
005370     IF WS-LINE-COUNT + 3 GREATER THAN WS-LINES-PER-PAGE
005380         PERFORM 3800-PRINT-PAGE-HEADINGS
005390     END-IF
005400     WRITE REPORT-LINE FROM SPACES
005410     MOVE WS-CURRENT-SITE TO TOT-B-SITE
005420     MOVE WS-CURRENT-BUILDING TO TOT-B-BUILDING
005430     MOVE WS-BUILDING-COUNT TO TOT-B-COUNT
005440     WRITE REPORT-LINE FROM TOT-BUILDING-LINE
005450     ADD 2 TO WS-LINE-COUNT
005460     ADD WS-BUILDING-COUNT TO WS-LOCATED-COUNT.
005470
005480 2500-PRINT-ONE-UNLOCATED.
005490     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
005500         PERFORM 3800-PRINT-PAGE-HEADINGS
005510     END-IF
005520     PERFORM 2120-FILL-DETAIL-LINE
005530     IF SR-LOCATION = SPACES
005540         MOVE "NONE RECORDED" TO DTL-NOTE
005550     ELSE
005560         MOVE SR-SITE TO WS-LD-SITE
005570         MOVE SR-BUILDING TO WS-LD-BUILDING
005580         MOVE SR-FLOOR TO WS-LD-FLOOR
005590         MOVE WS-LOCATION-DISPLAY TO DTL-NOTE
005600     END-IF
005610     WRITE REPORT-LINE FROM DTL-LINE
005620     ADD 1 TO WS-LINE-COUNT
005630     ADD 1 TO WS-UNLOCATED-COUNT
005640     RETURN ROSTER-SORT-FILE
005650         AT END MOVE "Y" TO WS-EOF-SWITCH
005660     END-RETURN.
005670
005680 2550-PRINT-UNLOCATED-TOTAL.
005690     IF WS-LINE-COUNT + 2 GREATER THAN WS-LINES-PER-PAGE
005700         PERFORM 3800-PRINT-PAGE-HEADINGS
005710     END-IF
005720     WRITE REPORT-LINE FROM SPACES
005730     MOVE "HEADCOUNT - LOCATION NOT RECORDED" TO SUM-LABEL
005740     MOVE WS-UNLOCATED-COUNT TO SUM-COUNT
005750     WRITE REPORT-LINE FROM SUM-LINE
005760     ADD 2 TO WS-LINE-COUNT.
005770
005780 2600-PRINT-HEADCOUNT-SUMMARY.
005790     SET WS-SECTION-SUMMARY TO TRUE
005800     MOVE "HEADCOUNT SUMMARY" TO WS-SECTION-TITLE
005810     PERFORM 3800-PRINT-PAGE-HEADINGS
005820     MOVE "BUILDINGS ON ROSTER" TO SUM-LABEL
005830     MOVE WS-BUILDINGS-PRINTED TO SUM-COUNT
005840     WRITE REPORT-LINE FROM SUM-LINE
005850     MOVE "FLOORS ON ROSTER" TO SUM-LABEL
005860     MOVE WS-FLOORS-PRINTED TO SUM-COUNT
005870     WRITE REPORT-LINE FROM SUM-LINE
005880     WRITE REPORT-LINE FROM SPACES
005890     MOVE "PEOPLE IN RECORDED LOCATIONS" TO SUM-LABEL
005900     MOVE WS-LOCATED-COUNT TO SUM-COUNT
005910     WRITE REPORT-LINE FROM SUM-LINE
005920     MOVE "PEOPLE WITH NO RECORDED LOCATION" TO SUM-LABEL
005930     MOVE WS-UNLOCATED-COUNT TO SUM-COUNT
005940     WRITE REPORT-LINE FROM SUM-LINE
005950     MOVE "TOTAL HEADCOUNT - ALL ACTIVE ENTRIES" TO SUM-LABEL
005960     MOVE WS-RELEASED-COUNT TO SUM-COUNT
005970     WRITE REPORT-LINE FROM SUM-LINE
005980     WRITE REPORT-LINE FROM SPACES
005990     MOVE "DESIGNATED WARDENS PRESENT ON THEIR FLOOR" TO SUM-LABEL
006000     MOVE WS-WARDENS-PRESENT TO SUM-COUNT
006010     WRITE REPORT-LINE FROM SUM-LINE
006020     MOVE "FLOORS WITH NO WARDEN ON THE ROSTER" TO SUM-LABEL
006030     MOVE WS-FLOORS-NO-WARDEN TO SUM-COUNT
006040     WRITE REPORT-LINE FROM SUM-LINE.
006050
006060 3800-PRINT-PAGE-HEADINGS.
006070     ADD 1 TO WS-PAGE-COUNT
006080     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
006090     MOVE WS-RUN-DATE-DISPLAY TO HDG-RUN-DATE
006100     MOVE WS-RUN-TIME-DISPLAY TO HDG-RUN-TIME
006110     IF WS-PAGE-COUNT NOT = 1
006120         WRITE REPORT-LINE FROM SPACES
006130         AFTER ADVANCING PAGE
006140     END-IF
006150     WRITE REPORT-LINE FROM HDG-LINE-1
006160     WRITE REPORT-LINE FROM HDG-LINE-2
006170     WRITE REPORT-LINE FROM SPACES
006180     EVALUATE TRUE
006190         WHEN WS-SECTION-ROSTER
006200             MOVE WS-CURRENT-SITE TO HDG-SITE
006210             MOVE WS-CURRENT-BUILDING TO HDG-BUILDING
006220             WRITE REPORT-LINE FROM HDG-BUILDING-LINE
006230             WRITE REPORT-LINE FROM SPACES
006240             WRITE REPORT-LINE FROM HDG-DETAIL-LINE
006250         WHEN WS-SECTION-UNLOCATED
006260             MOVE WS-SECTION-TITLE TO HDG-SECTION-TITLE
006270             WRITE REPORT-LINE FROM HDG-SECTION-LINE
006280             WRITE REPORT-LINE FROM SPACES
006290             WRITE REPORT-LINE FROM HDG-UNLOCATED-LINE
006300         WHEN WS-SECTION-SUMMARY
006310             MOVE WS-SECTION-TITLE TO HDG-SECTION-TITLE
006320             WRITE REPORT-LINE FROM HDG-SECTION-LINE
006330     END-EVALUATE
006340     WRITE REPORT-LINE FROM SPACES
006350     MOVE ZERO TO WS-LINE-COUNT.
006360
006370 9000-TERMINATE.
006380     IF NOT LOC-FILE-NOT-FOUND
006390         CLOSE LOC-FILE
006400     END-IF
006410     IF NOT PHONE-FILE-NOT-FOUND
006420         CLOSE PHONE-FILE
006430     END-IF.
006440
006450 END PROGRAM EVACROST.
