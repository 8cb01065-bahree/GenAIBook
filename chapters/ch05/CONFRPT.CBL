000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 7 October 2026
000050* Purpose: Prints the monthly confidential-entry report for
000060*          Security from PHONEBOOK.DAT - every entry marked
000070*          confidential (unlisted), active or inactive, in NAME
000080*          order, with its department and extension, the
000090*          operator ID that last set the flag and the date it
000100*          was set.  Confidential entries are withheld from
000110*          DIRLIST, DEPTLIST, CSVEXP and DELTAEXP and are masked
000120*          on SWEXP and ORGCHART, so this is the one printed
000130*          place they all appear; the report goes to Security
000140*          only.  Ends with counts of active and inactive
000150*          confidential entries.
000160******************************************************************
000170* Modification History
000180* ----------------------------------------------------------------
000190* 2026-10-07  RJH  Original version.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CONFRPT.
000230 AUTHOR R J HANLON.
000240 DATE-WRITTEN. 7 OCTOBER 2026.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS NAME
000320         FILE STATUS IS FS.
000330     SELECT CONFIDENTIAL-REPORT ASSIGN TO "CONFRPT.PRT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS RPT-FS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  BOOK.
000390 COPY "BOOKREC.CPY".
000400 FD  CONFIDENTIAL-REPORT.
000410 01  REPORT-LINE                  PIC X(80).
000420 WORKING-STORAGE SECTION.
000430 01  FS                           PIC 99.
000440 01  RPT-FS                       PIC 99.
000450 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
000460     88  BOOK-NOT-FOUND               VALUE "Y".
000470 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
000480 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
000490 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
000500 01  WS-ACTIVE-COUNT              PIC 9(06) VALUE ZERO.
000510 01  WS-INACTIVE-COUNT            PIC 9(06) VALUE ZERO.
000520 01  WS-RUN-DATE.
000530     02  WS-RUN-YEAR              PIC 9(04).
000540     02  WS-RUN-MONTH             PIC 9(02).
000550     02  WS-RUN-DAY               PIC 9(02).
000560 01  WS-RUN-DATE-DISPLAY          PIC X(10).
000570 01  HDG-LINE-1.
000580     02  FILLER                   PIC X(15) VALUE SPACES.
000590     02  FILLER                   PIC X(41) VALUE
000600             "CONFIDENTIAL (UNLISTED) DIRECTORY ENTRIES".
000610     02  FILLER                   PIC X(15) VALUE SPACES.
000620     02  FILLER                   PIC X(05) VALUE "PAGE ".
000630     02  HDG-PAGE-NUMBER          PIC ZZZ9.
000640 01  HDG-LINE-2.
000650     02  FILLER                   PIC X(15) VALUE SPACES.
000660     02  FILLER                   PIC X(30) VALUE
000670             "SECURITY - RESTRICTED".
000680     02  FILLER                   PIC X(08) VALUE "RUN ON ".
000690     02  HDG-RUN-DATE             PIC X(10).
000700 01  HDG-LINE-3.
000710     02  FILLER                   PIC X(11) VALUE "LAST NAME".
000720     02  FILLER                   PIC X(12) VALUE "FIRST NAME".
000730     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
000740     02  FILLER                   PIC X(07) VALUE "EXTN".
000750     02  FILLER                   PIC X(10) VALUE "SET BY".
000760     02  FILLER                   PIC X(12) VALUE "SET ON".
000770     02  FILLER                   PIC X(08) VALUE "STATUS".
000780 01  DTL-LINE.
000790     02  DTL-LASTNAME             PIC X(10).
000800     02  FILLER                   PIC X(01) VALUE SPACE.
000810     02  DTL-FIRSTNAME            PIC X(10).
000820     02  FILLER                   PIC X(02) VALUE SPACES.
000830     02  DTL-DEPARTMENT           PIC X(15).
000840     02  FILLER                   PIC X(02) VALUE SPACES.
000850     02  DTL-EXTENSION            PIC X(05).
000860     02  FILLER                   PIC X(02) VALUE SPACES.
000870     02  DTL-SET-BY               PIC X(08).
000880     02  FILLER                   PIC X(02) VALUE SPACES.
000890     02  DTL-SET-ON               PIC 9999/99/99.
000900     02  FILLER                   PIC X(02) VALUE SPACES.
000910     02  DTL-STATUS               PIC X(08).
000920 01  FTR-ACTIVE-LINE.
000930     02  FILLER                   PIC X(30) VALUE
000940             "ACTIVE CONFIDENTIAL ENTRIES".
000950     02  FTR-ACTIVE-COUNT         PIC ZZZZZ9.
000960 01  FTR-INACTIVE-LINE.
000970     02  FILLER                   PIC X(30) VALUE
000980             "INACTIVE CONFIDENTIAL ENTRIES".
000990     02  FTR-INACTIVE-COUNT       PIC ZZZZZ9.
001000 01  FTR-NONE-LINE                PIC X(40) VALUE
001010         "NO CONFIDENTIAL ENTRIES ON FILE".
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE
001050     PERFORM 2000-LIST-ONE-ENTRY
001060         UNTIL ENDOFFILE
001070     PERFORM 3000-PRINT-TOTALS
001080     PERFORM 9000-TERMINATE
001090     DISPLAY "Confidential entry report complete - "
001100         WS-ACTIVE-COUNT " active, "
001110         WS-INACTIVE-COUNT " inactive."
001120     STOP RUN.
001130
001140 1000-INITIALIZE.
001150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001160     MOVE WS-RUN-MONTH TO WS-RUN-DATE-DISPLAY(1:2)
001170     MOVE "/" TO WS-RUN-DATE-DISPLAY(3:1)
001180     MOVE WS-RUN-DAY TO WS-RUN-DATE-DISPLAY(4:2)
001190     MOVE "/" TO WS-RUN-DATE-DISPLAY(6:1)
001200     MOVE WS-RUN-YEAR TO WS-RUN-DATE-DISPLAY(7:4)
001210     OPEN OUTPUT CONFIDENTIAL-REPORT
001220     PERFORM 2100-PRINT-PAGE-HEADINGS
001230     OPEN INPUT BOOK
001240     IF FS = 35
001250         SET BOOK-NOT-FOUND TO TRUE
001260         SET ENDOFFILE TO TRUE
001270         DISPLAY "PHONEBOOK.DAT not found - nothing to list."
001280     ELSE
001290         READ BOOK NEXT RECORD
001300             AT END SET ENDOFFILE TO TRUE
001310         END-READ
001320     END-IF.
001330
001340 2000-LIST-ONE-ENTRY.
001350     IF CONFIDENTIAL-ENTRY
001360         PERFORM 2010-PRINT-DETAIL-LINE
001370     END-IF
001380     READ BOOK NEXT RECORD
001390         AT END SET ENDOFFILE TO TRUE
001400     END-READ.
001410
001420 2010-PRINT-DETAIL-LINE.
001430     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
001440         PERFORM 2100-PRINT-PAGE-HEADINGS
001450     END-IF
001460     MOVE LASTNAME TO DTL-LASTNAME
001470     MOVE FIRSTNAME TO DTL-FIRSTNAME
001480     MOVE DEPARTMENT TO DTL-DEPARTMENT
001490     MOVE EXTENSION TO DTL-EXTENSION
001500     MOVE BOOK-CONFIDENTIAL-SET-BY TO DTL-SET-BY
001510     MOVE BOOK-CONFIDENTIAL-DATE TO DTL-SET-ON
001520     IF ACTIVE-STATUS
001530         MOVE "ACTIVE" TO DTL-STATUS
001540         ADD 1 TO WS-ACTIVE-COUNT
001550     ELSE
001560         MOVE "INACTIVE" TO DTL-STATUS
001570         ADD 1 TO WS-INACTIVE-COUNT
001580     END-IF
001590     WRITE REPORT-LINE FROM DTL-LINE
001600     ADD 1 TO WS-LINE-COUNT.
001610
001620 2100-PRINT-PAGE-HEADINGS.
001630     ADD 1 TO WS-PAGE-COUNT
001640     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
001650     MOVE WS-RUN-DATE-DISPLAY TO HDG-RUN-DATE
001660     IF WS-PAGE-COUNT NOT = 1
001670         WRITE REPORT-LINE FROM SPACES
001680         AFTER ADVANCING PAGE
001690     END-IF
001700     WRITE REPORT-LINE FROM HDG-LINE-1
001710     WRITE REPORT-LINE FROM HDG-LINE-2
001720     WRITE REPORT-LINE FROM SPACES
001730     WRITE REPORT-LINE FROM HDG-LINE-3
001740     WRITE REPORT-LINE FROM SPACES
001750     MOVE ZERO TO WS-LINE-COUNT.
001760
001770 3000-PRINT-TOTALS.
001780     WRITE REPORT-LINE FROM SPACES
001790     IF WS-ACTIVE-COUNT = ZERO AND WS-INACTIVE-COUNT = ZERO
001800         WRITE REPORT-LINE FROM FTR-NONE-LINE
001810     ELSE
001820         MOVE WS-ACTIVE-COUNT TO FTR-ACTIVE-COUNT
001830         WRITE REPORT-LINE FROM FTR-ACTIVE-LINE
001840         MOVE WS-INACTIVE-COUNT TO FTR-INACTIVE-COUNT
001850         WRITE REPORT-LINE FROM FTR-INACTIVE-LINE
001860     END-IF.
001870
001880 9000-TERMINATE.
001890     IF NOT BOOK-NOT-FOUND
001900         CLOSE BOOK
001910     END-IF
001920     CLOSE CONFIDENTIAL-REPORT.
001930
001940 END PROGRAM CONFRPT.
