000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 5 October 2026
000050* Purpose: Prints the organization chart from the reporting
000060*          lines kept in BOOK-MANAGER-NAME on PHONEBOOK.DAT.
000070*          Every active entry is loaded into a table and linked
000080*          to its manager's entry; each person who heads a
000090*          reporting line (no manager, at least one report) is
000100*          printed with the whole tree below them, indented by
000110*          level, each line carrying the DIRECT reports and the
000120*          TOTAL span of control underneath.  Three exception
000130*          sections follow: active people with no reporting
000140*          line at all, orphans whose manager is inactive,
000150*          archived to ARCHBOOK.DAT or not on file anywhere,
000160*          and people caught in (or reporting up into) a
000170*          reporting loop.  An orphan who still has reports of
000180*          their own heads a tree in the first section as well.
000190******************************************************************
000200* Modification History
000210* ----------------------------------------------------------------
000220* 2026-10-05  RJH  Original version.
000221* 2026-10-07  RJH  A confidential (unlisted) entry keeps its place
000222*                  in the tree and the counts but prints as
000223*                  UNLISTED with no extension, in the tree and
000224*                  the exception sections alike.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ORGCHART.
000260 AUTHOR R J HANLON.
000270 DATE-WRITTEN. 5 OCTOBER 2026.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS NAME
000350         FILE STATUS IS FS.
000360     SELECT ARCHIVE-FILE ASSIGN TO "ARCHBOOK.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS ARCH-NAME
000400         FILE STATUS IS ARCH-FS.
000410     SELECT ORGCHART-REPORT ASSIGN TO "ORGCHART.PRT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS RPT-FS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  BOOK.
000470 COPY "BOOKREC.CPY".
000480 FD  ARCHIVE-FILE.
000490 COPY "ARCHREC.CPY".
000500 FD  ORGCHART-REPORT.
000510 01  REPORT-LINE                  PIC X(80).
000520 WORKING-STORAGE SECTION.
000530 01  FS                           PIC 99.
000540 01  ARCH-FS                      PIC 99.
000550 01  RPT-FS                       PIC 99.
000560 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
000570     88  BOOK-NOT-FOUND               VALUE "Y".
000580 01  WS-ARCH-NOT-FOUND-SWITCH     PIC X VALUE "N".
000590     88  ARCHIVE-NOT-FOUND            VALUE "Y".
000600 01  WS-BOOK-EOF-SWITCH           PIC X VALUE "N".
000610     88  WS-BOOK-AT-EOF               VALUE "Y".
000620 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
000630 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
000640 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
000650 01  WS-RUN-DATE.
000660     02  WS-RUN-YEAR              PIC 9(04).
000670     02  WS-RUN-MONTH             PIC 9(02).
000680     02  WS-RUN-DAY               PIC 9(02).
000690 01  WS-RUN-DATE-DISPLAY          PIC X(10).
000700 01  WS-OC-TABLE-MAX              PIC 9(04) VALUE 1000.
000710 01  WS-OC-TABLE-USED             PIC 9(04) VALUE ZERO.
000720 01  WS-OC-TABLE.
000730     02  WS-OC-ENTRY OCCURS 1000 TIMES.
000740         03  WS-OC-NAME.
000750             04  WS-OC-LASTNAME   PIC X(10).
000760             04  WS-OC-FIRSTNAME  PIC X(10).
000770         03  WS-OC-MANAGER-NAME.
000780             04  WS-OC-MANAGER-LASTNAME PIC X(10).
000790             04  WS-OC-MANAGER-FIRSTNAME PIC X(10).
000800         03  WS-OC-DEPARTMENT     PIC X(15).
000810         03  WS-OC-EXTENSION      PIC X(05).
000820         03  WS-OC-MANAGER-SUB    PIC 9(04).
000830         03  WS-OC-DIRECT-COUNT   PIC 9(04).
000840         03  WS-OC-TOTAL-COUNT    PIC 9(04).
000850         03  WS-OC-LINK-FLAG      PIC X(01).
000860             88  WS-OC-LINK-SOUND     VALUE "S".
000870             88  WS-OC-ORPHAN         VALUE "O".
000880             88  WS-OC-IN-LOOP        VALUE "L".
000890             88  WS-OC-UNDER-LOOP     VALUE "U".
000900         03  WS-OC-REMARK         PIC X(19).
000901         03  WS-OC-CONFIDENTIAL-FLAG PIC X(01).
000902             88  WS-OC-CONFIDENTIAL   VALUE "Y".
000910 01  WS-OC-SUB                    PIC 9(04).
000920 01  WS-OC-FIND-SUB               PIC 9(04).
000930 01  WS-OC-FOUND-SUB              PIC 9(04).
000940 01  WS-OC-CHILD-SUB              PIC 9(04).
000950 01  WS-OC-WALK-SUB               PIC 9(04).
000960 01  WS-OC-PRINT-SUB              PIC 9(04).
000970 01  WS-OC-STEP-COUNT             PIC 9(04).
000980 01  WS-OC-SEARCH-NAME            PIC X(20).
000990 01  WS-OC-FOUND-SWITCH           PIC X.
001000     88  WS-OC-FOUND                  VALUE "Y".
001010 01  WS-OC-STACK-DEPTH            PIC 9(04).
001020 01  WS-OC-STACK.
001030     02  WS-OC-STACK-ENTRY OCCURS 1000 TIMES.
001040         03  WS-OC-STACK-NODE     PIC 9(04).
001050         03  WS-OC-STACK-SCAN     PIC 9(04).
001060 01  WS-OC-LEVEL                  PIC 9(04).
001070 01  WS-OC-INDENT                 PIC 9(02).
001080 01  WS-OC-PRINT-NAME             PIC X(21).
001090 01  WS-SECTION-COUNT             PIC 9(06).
001100 01  WS-TREE-COUNT                PIC 9(06) VALUE ZERO.
001110 01  WS-NOT-LINKED-COUNT          PIC 9(06) VALUE ZERO.
001120 01  WS-ORPHAN-COUNT              PIC 9(06) VALUE ZERO.
001130 01  WS-LOOP-COUNT                PIC 9(06) VALUE ZERO.
001140 01  WS-SECTION-HEADING           PIC X(80).
001150 01  WS-COLUMN-HEADING            PIC X(80).
001160 01  HDG-LINE-1.
001170     02  FILLER                   PIC X(25) VALUE SPACES.
001180     02  FILLER                   PIC X(25) VALUE
001190             "ORGANIZATION CHART".
001200     02  FILLER                   PIC X(21) VALUE SPACES.
001210     02  FILLER                   PIC X(05) VALUE "PAGE ".
001220     02  HDG-PAGE-NUMBER          PIC ZZZ9.
001230 01  HDG-LINE-2.
001240     02  FILLER                   PIC X(12) VALUE "RUN DATE : ".
001250     02  HDG-RUN-DATE             PIC X(10).
001260 01  HDG-TREES                    PIC X(80) VALUE
001270         "REPORTING LINES BY TOP MANAGER".
001280 01  HDG-NOT-LINKED               PIC X(80) VALUE
001290         "ACTIVE ENTRIES WITH NO REPORTING LINE".
001300 01  HDG-ORPHANS                  PIC X(80) VALUE
001310         "ORPHANS - MANAGER NOT AN ACTIVE ENTRY".
001320 01  HDG-LOOPS                    PIC X(80) VALUE
001330         "REPORTING LOOPS".
001340 01  HDG-TREE-COLUMNS.
001350     02  FILLER                   PIC X(04) VALUE "LVL".
001360     02  FILLER                   PIC X(37) VALUE "NAME".
001370     02  FILLER                   PIC X(16) VALUE "DEPARTMENT".
001380     02  FILLER                   PIC X(07) VALUE "EXTN".
001390     02  FILLER                   PIC X(06) VALUE "DIRECT".
001400     02  FILLER                   PIC X(01) VALUE SPACE.
001410     02  FILLER                   PIC X(05) VALUE "TOTAL".
001420 01  HDG-EXCEPTION-COLUMNS.
001430     02  FILLER                   PIC X(11) VALUE "LAST NAME".
001440     02  FILLER                   PIC X(11) VALUE "FIRST NAME".
001450     02  FILLER                   PIC X(16) VALUE "DEPARTMENT".
001460     02  FILLER                   PIC X(23) VALUE "MANAGER".
001470     02  FILLER                   PIC X(19) VALUE "REMARK".
001480 01  DTL-TREE-LINE.
001490     02  DTL-T-LEVEL              PIC Z9.
001500     02  FILLER                   PIC X(02) VALUE SPACES.
001510     02  DTL-T-NAME-AREA          PIC X(36).
001520     02  FILLER                   PIC X(01) VALUE SPACE.
001530     02  DTL-T-DEPARTMENT         PIC X(15).
001540     02  FILLER                   PIC X(01) VALUE SPACE.
001550     02  DTL-T-EXTENSION          PIC X(05).
001560     02  FILLER                   PIC X(02) VALUE SPACES.
001570     02  DTL-T-DIRECT             PIC ZZZZ9.
001580     02  FILLER                   PIC X(02) VALUE SPACES.
001590     02  DTL-T-TOTAL              PIC ZZZZ9.
001600     02  FILLER                   PIC X(04) VALUE SPACES.
001610 01  DTL-EXCEPTION-LINE.
001620     02  DTL-X-LASTNAME           PIC X(10).
001630     02  FILLER                   PIC X(01) VALUE SPACE.
001640     02  DTL-X-FIRSTNAME          PIC X(10).
001650     02  FILLER                   PIC X(01) VALUE SPACE.
001660     02  DTL-X-DEPARTMENT         PIC X(15).
001670     02  FILLER                   PIC X(01) VALUE SPACE.
001680     02  DTL-X-MANAGER-LASTNAME   PIC X(10).
001690     02  FILLER                   PIC X(01) VALUE SPACE.
001700     02  DTL-X-MANAGER-FIRSTNAME  PIC X(10).
001710     02  FILLER                   PIC X(02) VALUE SPACES.
001720     02  DTL-X-REMARK             PIC X(19).
001730 01  DTL-NONE-LINE.
001740     02  FILLER                   PIC X(04) VALUE SPACES.
001750     02  FILLER                   PIC X(04) VALUE "NONE".
001760 01  SUM-LINE.
001770     02  SUM-LABEL                PIC X(32).
001780     02  SUM-COUNT                PIC ZZZZZ9.
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE
001820     PERFORM 2000-LOAD-ONE-ENTRY
001830         UNTIL WS-BOOK-AT-EOF
001840     PERFORM 3000-RESOLVE-ONE-MANAGER
001850         VARYING WS-OC-SUB FROM 1 BY 1
001860         UNTIL WS-OC-SUB GREATER THAN WS-OC-TABLE-USED
001870     PERFORM 4000-TEST-ONE-FOR-LOOP
001880         VARYING WS-OC-SUB FROM 1 BY 1
001890         UNTIL WS-OC-SUB GREATER THAN WS-OC-TABLE-USED
001900     PERFORM 5000-COUNT-ONE-SPAN
001910         VARYING WS-OC-SUB FROM 1 BY 1
001920         UNTIL WS-OC-SUB GREATER THAN WS-OC-TABLE-USED
001930     PERFORM 6000-PRINT-REPORTING-LINES
001940     PERFORM 6500-PRINT-NOT-LINKED
001950     PERFORM 6600-PRINT-ORPHANS
001960     PERFORM 6700-PRINT-LOOPS
001970     PERFORM 8000-PRINT-SUMMARY
001980     PERFORM 9000-TERMINATE
001990     STOP RUN.
002000
002010 1000-INITIALIZE.
002020     OPEN INPUT BOOK
002030     OPEN INPUT ARCHIVE-FILE
002040     IF ARCH-FS = 35
002050         SET ARCHIVE-NOT-FOUND TO TRUE
002060     END-IF
002070     OPEN OUTPUT ORGCHART-REPORT
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002090     MOVE WS-RUN-MONTH TO WS-RUN-DATE-DISPLAY(1:2)
002100     MOVE "/" TO WS-RUN-DATE-DISPLAY(3:1)
002110     MOVE WS-RUN-DAY TO WS-RUN-DATE-DISPLAY(4:2)
002120     MOVE "/" TO WS-RUN-DATE-DISPLAY(6:1)
002130     MOVE WS-RUN-YEAR TO WS-RUN-DATE-DISPLAY(7:4)
002140     IF FS = 35
002150         SET BOOK-NOT-FOUND TO TRUE
002160         SET WS-BOOK-AT-EOF TO TRUE
002170         DISPLAY "PHONEBOOK.DAT not found - nothing to chart."
002180     ELSE
002190         READ BOOK NEXT RECORD
002200             AT END SET WS-BOOK-AT-EOF TO TRUE
002210         END-READ
002220     END-IF.
002230
002240 2000-LOAD-ONE-ENTRY.
002250     IF ACTIVE-STATUS
002260         PERFORM 2100-TABLE-ONE-ENTRY
002270     END-IF
002280     IF NOT WS-BOOK-AT-EOF
002290         READ BOOK NEXT RECORD
002300             AT END SET WS-BOOK-AT-EOF TO TRUE
002310         END-READ
002320     END-IF.
002330
002340 2100-TABLE-ONE-ENTRY.
002350     IF WS-OC-TABLE-USED LESS THAN WS-OC-TABLE-MAX
002360         ADD 1 TO WS-OC-TABLE-USED
002370         MOVE NAME TO WS-OC-NAME (WS-OC-TABLE-USED)
002380         MOVE BOOK-MANAGER-NAME
002390             TO WS-OC-MANAGER-NAME (WS-OC-TABLE-USED)
002400         MOVE DEPARTMENT TO WS-OC-DEPARTMENT (WS-OC-TABLE-USED)
002410         MOVE EXTENSION TO WS-OC-EXTENSION (WS-OC-TABLE-USED)
002411         MOVE BOOK-CONFIDENTIAL-FLAG
002412             TO WS-OC-CONFIDENTIAL-FLAG (WS-OC-TABLE-USED)
002420         MOVE ZERO TO WS-OC-MANAGER-SUB (WS-OC-TABLE-USED)
002430         MOVE ZERO TO WS-OC-DIRECT-COUNT (WS-OC-TABLE-USED)
002440         MOVE ZERO TO WS-OC-TOTAL-COUNT (WS-OC-TABLE-USED)
002450         SET WS-OC-LINK-SOUND (WS-OC-TABLE-USED) TO TRUE
002460         MOVE SPACES TO WS-OC-REMARK (WS-OC-TABLE-USED)
002470     ELSE
002480         DISPLAY "Chart table full - chart incomplete."
002490         SET WS-BOOK-AT-EOF TO TRUE
002500     END-IF.
002510
002520 3000-RESOLVE-ONE-MANAGER.
002530     IF WS-OC-MANAGER-NAME (WS-OC-SUB) NOT = SPACES
002540         MOVE WS-OC-MANAGER-NAME (WS-OC-SUB) TO WS-OC-SEARCH-NAME
002550         PERFORM 7000-FIND-IN-TABLE
002560         IF WS-OC-FOUND
002570             MOVE WS-OC-FOUND-SUB TO WS-OC-MANAGER-SUB (WS-OC-SUB)
002580             ADD 1 TO WS-OC-DIRECT-COUNT (WS-OC-FOUND-SUB)
002590         ELSE
002600             SET WS-OC-ORPHAN (WS-OC-SUB) TO TRUE
002610             PERFORM 3100-CLASSIFY-ORPHAN
002620         END-IF
002630     END-IF.
002640
002650 3100-CLASSIFY-ORPHAN.
002660     MOVE WS-OC-MANAGER-NAME (WS-OC-SUB) TO NAME
002670     READ BOOK
002680         INVALID KEY
002690             PERFORM 3110-LOOK-IN-ARCHIVE
002700         NOT INVALID KEY
002710             MOVE "MANAGER INACTIVE" TO WS-OC-REMARK (WS-OC-SUB)
002720     END-READ.
002730
002740 3110-LOOK-IN-ARCHIVE.
002750     MOVE "MANAGER NOT ON FILE" TO WS-OC-REMARK (WS-OC-SUB)
002760     IF NOT ARCHIVE-NOT-FOUND
002770         MOVE WS-OC-MANAGER-NAME (WS-OC-SUB) TO ARCH-NAME
002780         READ ARCHIVE-FILE
002790             INVALID KEY
002800                 CONTINUE
002810             NOT INVALID KEY
002820                 MOVE "MANAGER ARCHIVED"
002830                     TO WS-OC-REMARK (WS-OC-SUB)
002840         END-READ
002850     END-IF.
002860
002870 4000-TEST-ONE-FOR-LOOP.
002880     IF WS-OC-MANAGER-SUB (WS-OC-SUB) NOT = ZERO
002890         MOVE WS-OC-MANAGER-SUB (WS-OC-SUB) TO WS-OC-WALK-SUB
002900         MOVE ZERO TO WS-OC-STEP-COUNT
002910         PERFORM 4100-STEP-UP-ONE-LEVEL
002920             UNTIL WS-OC-WALK-SUB = ZERO
002930                 OR WS-OC-WALK-SUB = WS-OC-SUB
002940                 OR WS-OC-STEP-COUNT GREATER THAN WS-OC-TABLE-USED
002950         IF WS-OC-WALK-SUB = WS-OC-SUB
002960             SET WS-OC-IN-LOOP (WS-OC-SUB) TO TRUE
002970             MOVE "REPORTING LOOP" TO WS-OC-REMARK (WS-OC-SUB)
002980         ELSE
002990             IF WS-OC-WALK-SUB NOT = ZERO
003000                 SET WS-OC-UNDER-LOOP (WS-OC-SUB) TO TRUE
003010                 MOVE "REPORTS INTO A LOOP"
003020                     TO WS-OC-REMARK (WS-OC-SUB)
003030             END-IF
003040         END-IF
003050     END-IF.
003060
003070 4100-STEP-UP-ONE-LEVEL.
003080     MOVE WS-OC-MANAGER-SUB (WS-OC-WALK-SUB) TO WS-OC-WALK-SUB
003090     ADD 1 TO WS-OC-STEP-COUNT.
003100
003110 5000-COUNT-ONE-SPAN.
003120     IF WS-OC-LINK-SOUND (WS-OC-SUB) OR WS-OC-ORPHAN (WS-OC-SUB)
003130         MOVE WS-OC-MANAGER-SUB (WS-OC-SUB) TO WS-OC-WALK-SUB
003140         PERFORM 5100-ADD-TO-ONE-MANAGER
003150             UNTIL WS-OC-WALK-SUB = ZERO
003160     END-IF.
003170
003180 5100-ADD-TO-ONE-MANAGER.
003190     ADD 1 TO WS-OC-TOTAL-COUNT (WS-OC-WALK-SUB)
003200     MOVE WS-OC-MANAGER-SUB (WS-OC-WALK-SUB) TO WS-OC-WALK-SUB.
003210
003220 6000-PRINT-REPORTING-LINES.
003230     MOVE HDG-TREES TO WS-SECTION-HEADING
003240     MOVE HDG-TREE-COLUMNS TO WS-COLUMN-HEADING
003250     PERFORM 7500-PRINT-PAGE-HEADINGS
003260     PERFORM 6100-TEST-ONE-ROOT
003270         VARYING WS-OC-SUB FROM 1 BY 1
003280         UNTIL WS-OC-SUB GREATER THAN WS-OC-TABLE-USED
003290     IF WS-TREE-COUNT = ZERO
003300         WRITE REPORT-LINE FROM DTL-NONE-LINE
003310     END-IF.
003320
003330 6100-TEST-ONE-ROOT.
003340     IF WS-OC-MANAGER-SUB (WS-OC-SUB) = ZERO
003350             AND WS-OC-DIRECT-COUNT (WS-OC-SUB) GREATER THAN ZERO
003360         PERFORM 6200-PRINT-ONE-TREE
003370     END-IF.
003380
003390 6200-PRINT-ONE-TREE.
003400     ADD 1 TO WS-TREE-COUNT
003410     IF WS-TREE-COUNT GREATER THAN 1
003420         WRITE REPORT-LINE FROM SPACES
003430         ADD 1 TO WS-LINE-COUNT
003440     END-IF
003450     MOVE WS-OC-SUB TO WS-OC-PRINT-SUB
003460     MOVE ZERO TO WS-OC-LEVEL
003470     PERFORM 6300-PRINT-TREE-LINE
003480     MOVE 1 TO WS-OC-STACK-DEPTH
003490     MOVE WS-OC-SUB TO WS-OC-STACK-NODE (1)
003500     MOVE 1 TO WS-OC-STACK-SCAN (1)
003510     PERFORM 6210-WALK-ONE-STEP
003520         UNTIL WS-OC-STACK-DEPTH = ZERO.
003530
003540 6210-WALK-ONE-STEP.
003550     MOVE "N" TO WS-OC-FOUND-SWITCH
003560     PERFORM 6220-TEST-ONE-CHILD
003570         VARYING WS-OC-CHILD-SUB
003580             FROM WS-OC-STACK-SCAN (WS-OC-STACK-DEPTH) BY 1
003590         UNTIL WS-OC-CHILD-SUB GREATER THAN WS-OC-TABLE-USED
003600             OR WS-OC-FOUND
003610     IF WS-OC-FOUND
003620         COMPUTE WS-OC-STACK-SCAN (WS-OC-STACK-DEPTH)
003630             = WS-OC-FOUND-SUB + 1
003640         MOVE WS-OC-FOUND-SUB TO WS-OC-PRINT-SUB
003650         MOVE WS-OC-STACK-DEPTH TO WS-OC-LEVEL
003660         PERFORM 6300-PRINT-TREE-LINE
003670         IF WS-OC-DIRECT-COUNT (WS-OC-FOUND-SUB) GREATER THAN ZERO
003680             ADD 1 TO WS-OC-STACK-DEPTH
003690             MOVE WS-OC-FOUND-SUB
003700                 TO WS-OC-STACK-NODE (WS-OC-STACK-DEPTH)
003710             MOVE 1 TO WS-OC-STACK-SCAN (WS-OC-STACK-DEPTH)
003720         END-IF
003730     ELSE
003740         SUBTRACT 1 FROM WS-OC-STACK-DEPTH
003750     END-IF.
003760
003770 6220-TEST-ONE-CHILD.
003780     IF WS-OC-MANAGER-SUB (WS-OC-CHILD-SUB) =
003790             WS-OC-STACK-NODE (WS-OC-STACK-DEPTH)
003800         SET WS-OC-FOUND TO TRUE
003810         MOVE WS-OC-CHILD-SUB TO WS-OC-FOUND-SUB
003820     END-IF.
003830
003840 6300-PRINT-TREE-LINE.
003850     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
003860         PERFORM 7500-PRINT-PAGE-HEADINGS
003870     END-IF
003880     MOVE WS-OC-LEVEL TO DTL-T-LEVEL
003890     IF WS-OC-LEVEL GREATER THAN 7
003900         MOVE 7 TO WS-OC-INDENT
003910     ELSE
003920         MOVE WS-OC-LEVEL TO WS-OC-INDENT
003930     END-IF
003940     COMPUTE WS-OC-INDENT = WS-OC-INDENT * 2 + 1
003950     MOVE SPACES TO WS-OC-PRINT-NAME
003960     STRING WS-OC-FIRSTNAME (WS-OC-PRINT-SUB) DELIMITED BY "  "
003970             " " DELIMITED BY SIZE
003980             WS-OC-LASTNAME (WS-OC-PRINT-SUB) DELIMITED BY "  "
003990         INTO WS-OC-PRINT-NAME
004000     END-STRING
004010     MOVE SPACES TO DTL-T-NAME-AREA
004011     IF WS-OC-CONFIDENTIAL (WS-OC-PRINT-SUB)
004012         MOVE "** UNLISTED **" TO WS-OC-PRINT-NAME
004013     END-IF
004020     MOVE WS-OC-PRINT-NAME TO DTL-T-NAME-AREA (WS-OC-INDENT:)
004030     MOVE WS-OC-DEPARTMENT (WS-OC-PRINT-SUB) TO DTL-T-DEPARTMENT
004040     MOVE WS-OC-EXTENSION (WS-OC-PRINT-SUB) TO DTL-T-EXTENSION
004041     IF WS-OC-CONFIDENTIAL (WS-OC-PRINT-SUB)
004042         MOVE SPACES TO DTL-T-EXTENSION
004043     END-IF
004050     MOVE WS-OC-DIRECT-COUNT (WS-OC-PRINT-SUB) TO DTL-T-DIRECT
004060     MOVE WS-OC-TOTAL-COUNT (WS-OC-PRINT-SUB) TO DTL-T-TOTAL
004070     WRITE REPORT-LINE FROM DTL-TREE-LINE
004080     ADD 1 TO WS-LINE-COUNT.
004090
004100 6500-PRINT-NOT-LINKED.
004110     MOVE HDG-NOT-LINKED TO WS-SECTION-HEADING
004120     MOVE HDG-EXCEPTION-COLUMNS TO WS-COLUMN-HEADING
004130     PERFORM 7500-PRINT-PAGE-HEADINGS
004140     MOVE ZERO TO WS-SECTION-COUNT
004150     PERFORM 6510-TEST-ONE-NOT-LINKED
004160         VARYING WS-OC-SUB FROM 1 BY 1
004170         UNTIL WS-OC-SUB GREATER THAN WS-OC-TABLE-USED
004180     MOVE WS-SECTION-COUNT TO WS-NOT-LINKED-COUNT
004190     IF WS-SECTION-COUNT = ZERO
004200         WRITE REPORT-LINE FROM DTL-NONE-LINE
004210     END-IF.
004220
004230 6510-TEST-ONE-NOT-LINKED.
004240     IF WS-OC-LINK-SOUND (WS-OC-SUB)
004250             AND WS-OC-MANAGER-SUB (WS-OC-SUB) = ZERO
004260             AND WS-OC-DIRECT-COUNT (WS-OC-SUB) = ZERO
004270         PERFORM 6900-PRINT-EXCEPTION-LINE
004280     END-IF.
004290
004300 6600-PRINT-ORPHANS.
004310     MOVE HDG-ORPHANS TO WS-SECTION-HEADING
004320     MOVE HDG-EXCEPTION-COLUMNS TO WS-COLUMN-HEADING
004330     PERFORM 7500-PRINT-PAGE-HEADINGS
004340     MOVE ZERO TO WS-SECTION-COUNT
004350     PERFORM 6610-TEST-ONE-ORPHAN
004360         VARYING WS-OC-SUB FROM 1 BY 1
004370         UNTIL WS-OC-SUB GREATER THAN WS-OC-TABLE-USED
004380     MOVE WS-SECTION-COUNT TO WS-ORPHAN-COUNT
004390     IF WS-SECTION-COUNT = ZERO
004400         WRITE REPORT-LINE FROM DTL-NONE-LINE
004410     END-IF.
004420
004430 6610-TEST-ONE-ORPHAN.
004440     IF WS-OC-ORPHAN (WS-OC-SUB)
004450         PERFORM 6900-PRINT-EXCEPTION-LINE
004460     END-IF.
004470
004480 6700-PRINT-LOOPS.
004490     MOVE HDG-LOOPS TO WS-SECTION-HEADING
004500     MOVE HDG-EXCEPTION-COLUMNS TO WS-COLUMN-HEADING
004510     PERFORM 7500-PRINT-PAGE-HEADINGS
004520     MOVE ZERO TO WS-SECTION-COUNT
004530     PERFORM 6710-TEST-ONE-LOOP-MEMBER
004540         VARYING WS-OC-SUB FROM 1 BY 1
004550         UNTIL WS-OC-SUB GREATER THAN WS-OC-TABLE-USED
004560     MOVE WS-SECTION-COUNT TO WS-LOOP-COUNT
004570     IF WS-SECTION-COUNT = ZERO
004580         WRITE REPORT-LINE FROM DTL-NONE-LINE
004590     END-IF.
004600
004610 6710-TEST-ONE-LOOP-MEMBER.
004620     IF WS-OC-IN-LOOP (WS-OC-SUB) OR WS-OC-UNDER-LOOP (WS-OC-SUB)
004630         PERFORM 6900-PRINT-EXCEPTION-LINE
004640     END-IF.
004650
004660 6900-PRINT-EXCEPTION-LINE.
004670     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
004680         PERFORM 7500-PRINT-PAGE-HEADINGS
004690     END-IF
004700     MOVE WS-OC-LASTNAME (WS-OC-SUB) TO DTL-X-LASTNAME
004710     MOVE WS-OC-FIRSTNAME (WS-OC-SUB) TO DTL-X-FIRSTNAME
004720     MOVE WS-OC-DEPARTMENT (WS-OC-SUB) TO DTL-X-DEPARTMENT
004730     MOVE WS-OC-MANAGER-LASTNAME (WS-OC-SUB)
004740         TO DTL-X-MANAGER-LASTNAME
004750     MOVE WS-OC-MANAGER-FIRSTNAME (WS-OC-SUB)
004760         TO DTL-X-MANAGER-FIRSTNAME
004761     IF WS-OC-CONFIDENTIAL (WS-OC-SUB)
004762         MOVE "UNLISTED" TO DTL-X-LASTNAME
004763         MOVE SPACES TO DTL-X-FIRSTNAME
004764     END-IF
004765     IF WS-OC-MANAGER-SUB (WS-OC-SUB) NOT = ZERO
004766         MOVE WS-OC-MANAGER-SUB (WS-OC-SUB) TO WS-OC-FIND-SUB
004767         IF WS-OC-CONFIDENTIAL (WS-OC-FIND-SUB)
004768             MOVE "UNLISTED" TO DTL-X-MANAGER-LASTNAME
004769             MOVE SPACES TO DTL-X-MANAGER-FIRSTNAME
004770         END-IF
004771     END-IF
004772     MOVE WS-OC-REMARK (WS-OC-SUB) TO DTL-X-REMARK
004780     WRITE REPORT-LINE FROM DTL-EXCEPTION-LINE
004790     ADD 1 TO WS-LINE-COUNT
004800     ADD 1 TO WS-SECTION-COUNT.
004810
004820 7000-FIND-IN-TABLE.
004830     MOVE "N" TO WS-OC-FOUND-SWITCH
004840     MOVE ZERO TO WS-OC-FOUND-SUB
004850     PERFORM 7100-TEST-ONE-TABLE-ENTRY
004860         VARYING WS-OC-FIND-SUB FROM 1 BY 1
004870         UNTIL WS-OC-FIND-SUB GREATER THAN WS-OC-TABLE-USED
004880             OR WS-OC-FOUND.
004890
004900 7100-TEST-ONE-TABLE-ENTRY.
004910     IF WS-OC-NAME (WS-OC-FIND-SUB) = WS-OC-SEARCH-NAME
004920         SET WS-OC-FOUND TO TRUE
004930         MOVE WS-OC-FIND-SUB TO WS-OC-FOUND-SUB
004940     END-IF.
004950
004960 7500-PRINT-PAGE-HEADINGS.
004970     ADD 1 TO WS-PAGE-COUNT
004980     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
004990     MOVE WS-RUN-DATE-DISPLAY TO HDG-RUN-DATE
005000     IF WS-PAGE-COUNT NOT = 1
005010         WRITE REPORT-LINE FROM SPACES
005020         AFTER ADVANCING PAGE
005030     END-IF
005040     WRITE REPORT-LINE FROM HDG-LINE-1
005050     WRITE REPORT-LINE FROM HDG-LINE-2
005060     WRITE REPORT-LINE FROM SPACES
005070     WRITE REPORT-LINE FROM WS-SECTION-HEADING
005080     WRITE REPORT-LINE FROM SPACES
005090     WRITE REPORT-LINE FROM WS-COLUMN-HEADING
005100     WRITE REPORT-LINE FROM SPACES
005110     MOVE ZERO TO WS-LINE-COUNT.
005120
005130 8000-PRINT-SUMMARY.
005140     WRITE REPORT-LINE FROM SPACES
005150     WRITE REPORT-LINE FROM SPACES
005160     MOVE "ACTIVE ENTRIES CHARTED.........." TO SUM-LABEL
005170     MOVE WS-OC-TABLE-USED TO SUM-COUNT
005180     WRITE REPORT-LINE FROM SUM-LINE
005190     MOVE "REPORTING LINES PRINTED........." TO SUM-LABEL
005200     MOVE WS-TREE-COUNT TO SUM-COUNT
005210     WRITE REPORT-LINE FROM SUM-LINE
005220     MOVE "NO REPORTING LINE..............." TO SUM-LABEL
005230     MOVE WS-NOT-LINKED-COUNT TO SUM-COUNT
005240     WRITE REPORT-LINE FROM SUM-LINE
005250     MOVE "ORPHANS........................." TO SUM-LABEL
005260     MOVE WS-ORPHAN-COUNT TO SUM-COUNT
005270     WRITE REPORT-LINE FROM SUM-LINE
005280     MOVE "IN OR UNDER A REPORTING LOOP...." TO SUM-LABEL
005290     MOVE WS-LOOP-COUNT TO SUM-COUNT
005300     WRITE REPORT-LINE FROM SUM-LINE
005310     DISPLAY "Organization chart complete."
005320     DISPLAY "Active entries charted - " WS-OC-TABLE-USED
005330     DISPLAY "Orphans                - " WS-ORPHAN-COUNT
005340     DISPLAY "In reporting loops     - " WS-LOOP-COUNT.
005350
005360 9000-TERMINATE.
005370     IF NOT BOOK-NOT-FOUND
005380         CLOSE BOOK
005390     END-IF
005400     IF NOT ARCHIVE-NOT-FOUND
005410         CLOSE ARCHIVE-FILE
005420     END-IF
005430     CLOSE ORGCHART-REPORT.
005440
005450 END PROGRAM ORGCHART.
