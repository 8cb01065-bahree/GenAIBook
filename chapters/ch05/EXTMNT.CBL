000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 6 October 2026
000050* Purpose: Maintains EXTINV.DAT, the extension inventory that
000060*          BATCHADD, BATCHMNT and PENDREL draw new extensions
000070*          from.  A small menu lets the operator load a
000080*          department's block of extensions as a first/last
000090*          range, hand a cooling-off extension back early, remove
000100*          a free extension from a block, and list a block with
000110*          the state and holder of each extension.
000120******************************************************************
000130* Modification History
000140* ----------------------------------------------------------------
000150* 2026-10-06  RJH  Original version.
000151* 2026-10-15  RJH  Loading a block marks an extension held by an
000152*                  active PHONEBOOK entry as assigned to it.
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. EXTMNT.
000190 AUTHOR R J HANLON.
000200 DATE-WRITTEN. 6 OCTOBER 2026.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS EXT-KEY
000280         FILE STATUS IS EXT-FS.
000281     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000282         ORGANIZATION IS INDEXED
000283         ACCESS MODE IS SEQUENTIAL
000284         RECORD KEY IS NAME
000285         FILE STATUS IS FS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  EXT-FILE.
000320 COPY "EXTREC.CPY".
000321 FD  BOOK.
000322 COPY "BOOKREC.CPY".
000330 WORKING-STORAGE SECTION.
000340 01  EXT-FS                       PIC 99.
000341 01  FS                           PIC 99.
000350 01  WS-OPERATOR-ID               PIC X(08) VALUE "EXTMNT".
000360 01  WS-ACTION-CODE               PIC X.
000370 01  WS-CONFIRM                   PIC X.
000380 01  WS-EXIT-SWITCH               PIC X VALUE "N".
000390     88  WS-DONE                      VALUE "Y".
000400 01  WS-EOF-SWITCH                PIC X.
000410     88  WS-AT-EOF                    VALUE "Y".
000420 01  WS-RANGE-SWITCH              PIC X.
000430     88  WS-RANGE-VALID               VALUE "Y".
000440 01  WS-ENTRY-DEPARTMENT          PIC X(15).
000450 01  WS-ENTRY-EXTENSION           PIC X(05).
000460 01  WS-FIRST-EXTENSION           PIC X(05).
000470 01  WS-LAST-EXTENSION            PIC X(05).
000480 01  WS-FIRST-LEN                 PIC 9(02).
000490 01  WS-LAST-LEN                  PIC 9(02).
000500 01  WS-TRAILING-SPACES           PIC 9(02).
000510 01  WS-EXT-NUMBER                PIC 9(05).
000520 01  WS-EXT-NUMBER-X REDEFINES WS-EXT-NUMBER
000530                                  PIC X(05).
000540 01  WS-LAST-NUMBER               PIC 9(05).
000550 01  WS-EXT-START                 PIC 9(02).
000560 01  WS-BLOCK-MAXIMUM             PIC 9(05) VALUE 1000.
000570 01  WS-ADDED-COUNT               PIC 9(05).
000580 01  WS-SKIPPED-COUNT             PIC 9(05).
000590 01  WS-LIST-COUNT                PIC 9(05).
000600 01  WS-STATE-TEXT                PIC X(08).
000601 01  WS-ASSIGNED-COUNT            PIC 9(05).
000602 01  WS-BOOK-EOF-SWITCH           PIC X.
000603     88  WS-BOOK-AT-EOF               VALUE "Y".
000604 01  WS-HOLDER-FOUND-SWITCH       PIC X.
000605     88  WS-HOLDER-FOUND              VALUE "Y".
000606 01  WS-HOLDER-TABLE-MAX          PIC 9(04) VALUE 1000.
000607 01  WS-HOLDER-TABLE-USED         PIC 9(04).
000608 01  WS-HOLDER-OVERFLOW-COUNT     PIC 9(05).
000609 01  WS-HOLDER-TABLE.
000610     02  WS-HOLDER-ENTRY OCCURS 1000 TIMES.
000611         03  WS-HT-EXTENSION      PIC X(05).
000612         03  WS-HT-NAME           PIC X(20).
000613 01  WS-HOLDER-SUB                PIC 9(04).
000614 PROCEDURE DIVISION.
000620 0000-MAINLINE.
000630     PERFORM 1000-OPEN-EXT-FILE
000640     PERFORM 2000-MENU
000650         UNTIL WS-DONE
000660     CLOSE EXT-FILE
000670     STOP RUN.
000680
000690 1000-OPEN-EXT-FILE.
000700     OPEN I-O EXT-FILE
000710     IF EXT-FS = 35
000720         OPEN OUTPUT EXT-FILE
000730         CLOSE EXT-FILE
000740         OPEN I-O EXT-FILE
000750     END-IF.
000760
000770 2000-MENU.
000780     DISPLAY SPACE
000790     DISPLAY "Extension inventory - (B)lock (F)ree (D)el (L)ist"
000800         " e(X)it?"
000810     ACCEPT WS-ACTION-CODE
000820     EVALUATE WS-ACTION-CODE
000830         WHEN "B" PERFORM 2100-ADD-BLOCK
000840         WHEN "F" PERFORM 2200-FREE-EXTENSION
000850         WHEN "D" PERFORM 2300-DELETE-EXTENSION
000860         WHEN "L" PERFORM 2400-LIST-BLOCK
000870         WHEN "X" SET WS-DONE TO TRUE
000880         WHEN OTHER DISPLAY "Invalid selection."
000890     END-EVALUATE.
000900
000910 2100-ADD-BLOCK.
000920     DISPLAY "Enter department for the block."
000930     ACCEPT WS-ENTRY-DEPARTMENT
000940     DISPLAY "Enter first extension of the block."
000950     ACCEPT WS-FIRST-EXTENSION
000960     DISPLAY "Enter last extension of the block."
000970     ACCEPT WS-LAST-EXTENSION
000980     PERFORM 2110-CHECK-BLOCK-RANGE
000990     IF WS-RANGE-VALID
001000         MOVE ZERO TO WS-ADDED-COUNT
001010         MOVE ZERO TO WS-SKIPPED-COUNT
001011         MOVE ZERO TO WS-ASSIGNED-COUNT
001012         PERFORM 2130-LOAD-BLOCK-HOLDERS
001020         COMPUTE WS-EXT-START = 6 - WS-FIRST-LEN
001030         PERFORM 2120-ADD-ONE-EXTENSION
001040             UNTIL WS-EXT-NUMBER GREATER THAN WS-LAST-NUMBER
001050         DISPLAY WS-ADDED-COUNT " extensions added, "
001060             WS-SKIPPED-COUNT " already on file."
001061         DISPLAY WS-ASSIGNED-COUNT " of those added are"
001062             " assigned to their current holder."
001070     END-IF.
001080
001090 2110-CHECK-BLOCK-RANGE.
001100     MOVE "N" TO WS-RANGE-SWITCH
001110     MOVE ZERO TO WS-TRAILING-SPACES
001120     INSPECT WS-FIRST-EXTENSION TALLYING WS-TRAILING-SPACES
001130         FOR TRAILING SPACES
001140     COMPUTE WS-FIRST-LEN = 5 - WS-TRAILING-SPACES
001150     MOVE ZERO TO WS-TRAILING-SPACES
001160     INSPECT WS-LAST-EXTENSION TALLYING WS-TRAILING-SPACES
001170         FOR TRAILING SPACES
001180     COMPUTE WS-LAST-LEN = 5 - WS-TRAILING-SPACES
001190     EVALUATE TRUE
001200         WHEN WS-ENTRY-DEPARTMENT = SPACES
001210             DISPLAY "Blank department - block not added."
001220         WHEN WS-FIRST-LEN = ZERO OR WS-LAST-LEN = ZERO
001230             DISPLAY "Blank extension - block not added."
001240         WHEN WS-FIRST-LEN NOT = WS-LAST-LEN
001250             DISPLAY "First and last extension differ in length"
001260                 " - block not added."
001270         WHEN WS-FIRST-EXTENSION (1:WS-FIRST-LEN) NOT NUMERIC
001280                 OR WS-LAST-EXTENSION (1:WS-LAST-LEN) NOT NUMERIC
001290             DISPLAY "Extensions must be all digits"
001300                 " - block not added."
001310         WHEN OTHER
001320             PERFORM 2115-CHECK-BLOCK-SIZE
001330     END-EVALUATE.
001340
001350 2115-CHECK-BLOCK-SIZE.
001360     MOVE WS-LAST-EXTENSION (1:WS-LAST-LEN) TO WS-LAST-NUMBER
001370     MOVE WS-FIRST-EXTENSION (1:WS-FIRST-LEN) TO WS-EXT-NUMBER
001380     IF WS-EXT-NUMBER GREATER THAN WS-LAST-NUMBER
001390         DISPLAY "Last extension is below the first"
001400             " - block not added."
001410     ELSE
001420         IF WS-LAST-NUMBER - WS-EXT-NUMBER
001430                 NOT LESS THAN WS-BLOCK-MAXIMUM
001440             DISPLAY "Block is over " WS-BLOCK-MAXIMUM
001450                 " extensions - block not added."
001460         ELSE
001470             SET WS-RANGE-VALID TO TRUE
001480         END-IF
001490     END-IF.
001500
001510 2120-ADD-ONE-EXTENSION.
001520     MOVE WS-ENTRY-DEPARTMENT TO EXT-DEPARTMENT
001530     MOVE WS-EXT-NUMBER-X (WS-EXT-START:WS-FIRST-LEN)
001540         TO EXT-EXTENSION
001550     SET EXT-FREE TO TRUE
001560     MOVE SPACES TO EXT-HOLDER-NAME
001561     PERFORM 2140-FIND-BLOCK-HOLDER
001562     IF WS-HOLDER-FOUND
001563         SET EXT-ASSIGNED TO TRUE
001564     END-IF
001570     ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
001580     MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
001590     WRITE EXTENSION-RECORD
001600         INVALID KEY
001610             ADD 1 TO WS-SKIPPED-COUNT
001620         NOT INVALID KEY
001630             ADD 1 TO WS-ADDED-COUNT
001631             IF WS-HOLDER-FOUND
001632                 ADD 1 TO WS-ASSIGNED-COUNT
001633             END-IF
001640     END-WRITE
001650     ADD 1 TO WS-EXT-NUMBER.
001651
001652 2130-LOAD-BLOCK-HOLDERS.
001653     MOVE ZERO TO WS-HOLDER-TABLE-USED
001654     MOVE ZERO TO WS-HOLDER-OVERFLOW-COUNT
001655     OPEN INPUT BOOK
001656     IF FS = 35
001657         DISPLAY "PHONEBOOK.DAT not found - every extension"
001658             " loads free."
001659     ELSE
001660         MOVE "N" TO WS-BOOK-EOF-SWITCH
001661         PERFORM 2131-READ-NEXT-ENTRY
001662         PERFORM 2132-TABLE-ONE-HOLDER
001663             UNTIL WS-BOOK-AT-EOF
001664         CLOSE BOOK
001665         IF WS-HOLDER-OVERFLOW-COUNT GREATER THAN ZERO
001666             DISPLAY WS-HOLDER-OVERFLOW-COUNT " holders over the"
001667                 " table limit load free - check EXTUTIL."
001668         END-IF
001669     END-IF.
001670
001671 2131-READ-NEXT-ENTRY.
001672     READ BOOK NEXT RECORD
001673         AT END SET WS-BOOK-AT-EOF TO TRUE
001674     END-READ.
001675
001676 2132-TABLE-ONE-HOLDER.
001677     IF ACTIVE-STATUS AND DEPARTMENT = WS-ENTRY-DEPARTMENT
001678             AND EXTENSION NOT = SPACES
001679         IF WS-HOLDER-TABLE-USED LESS THAN WS-HOLDER-TABLE-MAX
001680             ADD 1 TO WS-HOLDER-TABLE-USED
001681             MOVE EXTENSION
001682                 TO WS-HT-EXTENSION (WS-HOLDER-TABLE-USED)
001683             MOVE NAME TO WS-HT-NAME (WS-HOLDER-TABLE-USED)
001684         ELSE
001685             ADD 1 TO WS-HOLDER-OVERFLOW-COUNT
001686         END-IF
001687     END-IF
001688     PERFORM 2131-READ-NEXT-ENTRY.
001689
001690 2140-FIND-BLOCK-HOLDER.
001691     MOVE "N" TO WS-HOLDER-FOUND-SWITCH
001692     PERFORM 2141-TEST-ONE-HOLDER
001693         VARYING WS-HOLDER-SUB FROM 1 BY 1
001694         UNTIL WS-HOLDER-SUB GREATER THAN WS-HOLDER-TABLE-USED
001695             OR WS-HOLDER-FOUND.
001696
001697 2141-TEST-ONE-HOLDER.
001698     IF WS-HT-EXTENSION (WS-HOLDER-SUB) = EXT-EXTENSION
001699         SET WS-HOLDER-FOUND TO TRUE
001700         MOVE WS-HT-NAME (WS-HOLDER-SUB) TO EXT-HOLDER-NAME
001701     END-IF.
001702
001703 2200-FREE-EXTENSION.
001704     PERFORM 2500-READ-ENTERED-EXTENSION
001705     IF EXT-FS = ZERO
001706         EVALUATE TRUE
001710             WHEN EXT-FREE
001720                 DISPLAY "Extension is already free."
001730             WHEN EXT-ASSIGNED
001740                 DISPLAY "Extension is assigned to "
001750                     EXT-HOLDER-LASTNAME " " EXT-HOLDER-FIRSTNAME
001760                 DISPLAY "Terminate or move the holder to free"
001770                     " it."
001780             WHEN OTHER
001790                 PERFORM 2210-END-COOLING-OFF
001800         END-EVALUATE
001810     END-IF.
001820
001830 2210-END-COOLING-OFF.
001840     DISPLAY "Cooling off since " EXT-STATE-DATE
001850         " - last held by " EXT-HOLDER-LASTNAME " "
001860         EXT-HOLDER-FIRSTNAME
001870     DISPLAY "Free it now? (Y/N)"
001880     ACCEPT WS-CONFIRM
001890     IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
001900         SET EXT-FREE TO TRUE
001910         MOVE SPACES TO EXT-HOLDER-NAME
001920         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
001930         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
001940         REWRITE EXTENSION-RECORD
001950             INVALID KEY
001960                 DISPLAY "Free failed."
001970             NOT INVALID KEY
001980                 DISPLAY "Extension freed."
001990         END-REWRITE
002000     ELSE
002010         DISPLAY "Extension left cooling off."
002020     END-IF.
002030
002040 2300-DELETE-EXTENSION.
002050     PERFORM 2500-READ-ENTERED-EXTENSION
002060     IF EXT-FS = ZERO
002070         IF EXT-FREE
002080             DELETE EXT-FILE
002090                 INVALID KEY
002100                     DISPLAY "Delete failed."
002110                 NOT INVALID KEY
002120                     DISPLAY "Extension removed from the block."
002130             END-DELETE
002140         ELSE
002150             DISPLAY "Only a free extension can be removed."
002160         END-IF
002170     END-IF.
002180
002190 2400-LIST-BLOCK.
002200     DISPLAY "Enter department to list."
002210     ACCEPT WS-ENTRY-DEPARTMENT
002220     MOVE ZERO TO WS-LIST-COUNT
002230     MOVE WS-ENTRY-DEPARTMENT TO EXT-DEPARTMENT
002240     MOVE LOW-VALUES TO EXT-EXTENSION
002250     START EXT-FILE KEY IS NOT LESS THAN EXT-KEY
002260         INVALID KEY
002270             SET WS-AT-EOF TO TRUE
002280         NOT INVALID KEY
002290             MOVE "N" TO WS-EOF-SWITCH
002300             PERFORM 2410-READ-NEXT-EXTENSION
002310     END-START
002320     PERFORM 2420-DISPLAY-ONE-EXTENSION
002330         UNTIL WS-AT-EOF
002340     DISPLAY WS-LIST-COUNT " extensions in the block.".
002350
002360 2410-READ-NEXT-EXTENSION.
002370     READ EXT-FILE NEXT RECORD
002380         AT END SET WS-AT-EOF TO TRUE
002390     END-READ
002400     IF NOT WS-AT-EOF
002410         IF EXT-DEPARTMENT NOT = WS-ENTRY-DEPARTMENT
002420             SET WS-AT-EOF TO TRUE
002430         END-IF
002440     END-IF.
002450
002460 2420-DISPLAY-ONE-EXTENSION.
002470     EVALUATE TRUE
002480         WHEN EXT-FREE     MOVE "FREE" TO WS-STATE-TEXT
002490         WHEN EXT-ASSIGNED MOVE "ASSIGNED" TO WS-STATE-TEXT
002500         WHEN EXT-COOLING  MOVE "COOLING" TO WS-STATE-TEXT
002510         WHEN OTHER        MOVE "UNKNOWN" TO WS-STATE-TEXT
002520     END-EVALUATE
002530     DISPLAY "  " EXT-EXTENSION "  " WS-STATE-TEXT "  "
002540         EXT-STATE-DATE "  " EXT-HOLDER-LASTNAME " "
002550         EXT-HOLDER-FIRSTNAME
002560     ADD 1 TO WS-LIST-COUNT
002570     PERFORM 2410-READ-NEXT-EXTENSION.
002580
002590 2500-READ-ENTERED-EXTENSION.
002600     DISPLAY "Enter department."
002610     ACCEPT WS-ENTRY-DEPARTMENT
002620     DISPLAY "Enter extension."
002630     ACCEPT WS-ENTRY-EXTENSION
002640     MOVE WS-ENTRY-DEPARTMENT TO EXT-DEPARTMENT
002650     MOVE WS-ENTRY-EXTENSION TO EXT-EXTENSION
002660     READ EXT-FILE
002670         INVALID KEY
002680             DISPLAY "Extension not in the inventory."
002690     END-READ.
002700
002710 END PROGRAM EXTMNT.
