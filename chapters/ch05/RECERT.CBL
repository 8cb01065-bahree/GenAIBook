000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 11 October 2026
000050* Purpose: Issues the quarterly department recertification.
000060*          Active entries in PHONEBOOK.DAT are SORTed by
000070*          DEPARTMENT then LASTNAME/FIRSTNAME and printed one
000080*          department to a page (or run of pages) for the
000090*          department head - name, main number, extension and
000100*          e-mail, with any further numbers held on PHONENUM.DAT
000110*          underneath - followed by the marking instructions and
000120*          a certification line.  Unlisted entries are included
000130*          (the department still has to vouch for them) and are
000140*          flagged as such.  Alongside the listing RECERT.RTN is
000150*          written with one line per entry for the department to
000160*          mark up and return, and RECERT.DAT is given a record
000170*          per department holding the cycle, the due date and
000180*          the number of entries issued, for RECPROC.CBL to
000190*          check the return against.  Entries with no
000200*          department cannot be sent anywhere; they are counted
000210*          on the recap page so they can be chased up.
000220******************************************************************
000230* Modification History
000240* ----------------------------------------------------------------
000250* 2026-10-11  RJH  Original version.
000251* 2026-10-15  RJH  The due date is checked against the length of
000252*                  its month, leap years included, so 31 February
000253*                  or 31 November is refused.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. RECERT.
000290 AUTHOR R J HANLON.
000300 DATE-WRITTEN. 11 OCTOBER 2026.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS NAME
000380         FILE STATUS IS FS.
000390     SELECT PHONE-FILE ASSIGN TO "PHONENUM.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PN-KEY
000430         ALTERNATE RECORD KEY IS PN-PHONENUMBER
000440             WITH DUPLICATES
000450         FILE STATUS IS PHONE-FS.
000460     SELECT CERT-FILE ASSIGN TO "RECERT.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CERT-DEPARTMENT
000500         FILE STATUS IS CERT-FS.
000510     SELECT SORT-WORK-FILE ASSIGN TO "RECERT.WRK".
000520     SELECT CERT-REPORT ASSIGN TO "RECERT.PRT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RPT-FS.
000550     SELECT RETURN-FILE ASSIGN TO "RECERT.RTN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RTN-FS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  BOOK.
000610 COPY "BOOKREC.CPY".
000620 FD  PHONE-FILE.
000630 COPY "PHONREC.CPY".
000640 FD  CERT-FILE.
000650 COPY "CERTREC.CPY".
000660 SD  SORT-WORK-FILE.
000670 01  SW-RECORD.
000680     02  SW-DEPARTMENT            PIC X(15).
000690     02  SW-NAME.
000700         03  SW-LASTNAME          PIC X(10).
000710         03  SW-FIRSTNAME         PIC X(10).
000720     02  SW-PHONENUMBER.
000730         03  SW-PREFIX            PIC 9(05).
000740         03  SW-RESTOFNUMBER      PIC 9(07).
000750     02  SW-EXTENSION             PIC X(05).
000760     02  SW-EMAIL-ADDRESS         PIC X(30).
000770     02  SW-CONFIDENTIAL-FLAG     PIC X(01).
000780         88  SW-CONFIDENTIAL          VALUE "Y".
000790 FD  CERT-REPORT.
000800 01  REPORT-LINE                  PIC X(80).
000810 FD  RETURN-FILE.
000820 COPY "CERTRTN.CPY".
000830 WORKING-STORAGE SECTION.
000840 01  FS                           PIC 99.
000850 01  PHONE-FS                     PIC 99.
000860 01  CERT-FS                      PIC 99.
000870 01  RPT-FS                       PIC 99.
000880 01  RTN-FS                       PIC 99.
000890 01  WS-EOF-SWITCH                PIC X.
000900     88  WS-AT-EOF                    VALUE "Y".
000910 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
000920     88  BOOK-NOT-FOUND               VALUE "Y".
000930 01  WS-PHONE-NOT-FOUND-SWITCH    PIC X VALUE "N".
000940     88  PHONE-FILE-NOT-FOUND         VALUE "Y".
000950 01  WS-PN-EOF-SWITCH             PIC X.
000960     88  WS-PN-AT-EOF                 VALUE "Y".
000970 01  WS-FIRST-RECORD-SWITCH       PIC X.
000980     88  WS-FIRST-RECORD              VALUE "Y".
000990 01  WS-DUE-DATE-SWITCH           PIC X.
001000     88  WS-DUE-DATE-VALID            VALUE "Y".
001010 01  WS-PRIOR-DEPARTMENT          PIC X(15).
001020 01  WS-RUN-DATE                  PIC 9(08).
001030 01  WS-RUN-DATE-PIECES REDEFINES WS-RUN-DATE.
001040     02  WS-RUN-YEAR              PIC 9(04).
001050     02  WS-RUN-MONTH             PIC 9(02).
001060     02  WS-RUN-DAY               PIC 9(02).
001070 01  WS-DUE-DATE                  PIC X(08).
001080 01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
001090                                  PIC 9(08).
001100 01  WS-DUE-DATE-PIECES REDEFINES WS-DUE-DATE.
001110     02  WS-DUE-YEAR              PIC 9(04).
001120     02  WS-DUE-MONTH             PIC 9(02).
001130     02  WS-DUE-DAY               PIC 9(02).
001131 01  WS-DUE-DAYS-IN-MONTH         PIC 9(02).
001132 01  WS-MONTH-LENGTH-VALUES.
001133     02  FILLER                   PIC X(24) VALUE
001134             "312831303130313130313031".
001135 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001136     02  WS-MONTH-LENGTH          PIC 9(02) OCCURS 12 TIMES.
001137 01  WS-LEAP-QUOTIENT             PIC 9(04).
001138 01  WS-LEAP-REMAINDER-4          PIC 9(03).
001139 01  WS-LEAP-REMAINDER-100        PIC 9(03).
001140 01  WS-LEAP-REMAINDER-400        PIC 9(03).
001141 01  WS-CYCLE.
001150     02  WS-CYCLE-YEAR            PIC 9(04).
001160     02  FILLER                   PIC X(01) VALUE "Q".
001170     02  WS-CYCLE-QUARTER         PIC 9(01).
001180 01  WS-QUARTER-WORK              PIC 9(02).
001190 01  WS-HOLD-NAME.
001200     02  WS-HOLD-LASTNAME         PIC X(10).
001210     02  WS-HOLD-FIRSTNAME        PIC X(10).
001220 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
001230 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001240 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
001250 01  WS-DEPT-COUNT                PIC 9(05) VALUE ZERO.
001260 01  WS-GRAND-COUNT               PIC 9(06) VALUE ZERO.
001270 01  WS-NO-DEPT-COUNT             PIC 9(06) VALUE ZERO.
001280 01  WS-UNRETURNED-COUNT          PIC 9(04) VALUE ZERO.
001290 01  WS-DEPT-TABLE-MAX            PIC 9(03) VALUE 200.
001300 01  WS-DEPT-TABLE-USED           PIC 9(03) VALUE ZERO.
001310 01  WS-DEPT-TABLE.
001320     02  WS-DEPT-TABLE-ENTRY OCCURS 200 TIMES.
001330         03  WS-DT-DEPARTMENT     PIC X(15).
001340         03  WS-DT-COUNT          PIC 9(05).
001350         03  WS-DT-PRIOR-CYCLE    PIC X(06).
001360 01  WS-DEPT-SUB                  PIC 9(03).
001370 01  WS-PRIOR-CYCLE               PIC X(06).
001380 01  HDG-LINE-1.
001390     02  FILLER                   PIC X(25) VALUE SPACES.
001400     02  FILLER                   PIC X(30) VALUE
001410             "DEPARTMENT RECERTIFICATION".
001420     02  FILLER                   PIC X(16) VALUE SPACES.
001430     02  FILLER                   PIC X(05) VALUE "PAGE ".
001440     02  HDG-PAGE-NUMBER          PIC ZZZ9.
001450 01  HDG-LINE-2.
001460     02  FILLER                   PIC X(13) VALUE
001470             "DEPARTMENT : ".
001480     02  HDG-DEPARTMENT           PIC X(15).
001490     02  FILLER                   PIC X(04) VALUE SPACES.
001500     02  FILLER                   PIC X(08) VALUE "CYCLE : ".
001510     02  HDG-CYCLE                PIC X(06).
001520     02  FILLER                   PIC X(04) VALUE SPACES.
001530     02  FILLER                   PIC X(12) VALUE
001540             "RETURN BY : ".
001550     02  HDG-DUE-DATE             PIC X(08).
001560 01  HDG-LINE-2A.
001570     02  FILLER                   PIC X(40) VALUE
001580             "FOR THE ATTENTION OF THE DEPARTMENT HEAD".
001590 01  HDG-LINE-3.
001600     02  FILLER                   PIC X(11) VALUE "LAST NAME".
001610     02  FILLER                   PIC X(12) VALUE "FIRST NAME".
001620     02  FILLER                   PIC X(15) VALUE "PHONE NUMBER".
001630     02  FILLER                   PIC X(07) VALUE "EXTN".
001640     02  FILLER                   PIC X(30) VALUE "EMAIL".
001650 01  DTL-LINE.
001660     02  DTL-LASTNAME             PIC X(10).
001670     02  FILLER                   PIC X(01) VALUE SPACE.
001680     02  DTL-FIRSTNAME            PIC X(10).
001690     02  FILLER                   PIC X(02) VALUE SPACES.
001700     02  DTL-PREFIX               PIC ZZZZ9.
001710     02  FILLER                   PIC X(01) VALUE "-".
001720     02  DTL-RESTOFNUMBER         PIC Z(6)9.
001730     02  FILLER                   PIC X(02) VALUE SPACES.
001740     02  DTL-EXTENSION            PIC X(05).
001750     02  FILLER                   PIC X(02) VALUE SPACES.
001760     02  DTL-EMAIL                PIC X(30).
001770 01  DTL-NUMBER-LINE.
001780     02  FILLER                   PIC X(04) VALUE SPACES.
001790     02  DTL-N-TYPE               PIC X(06).
001800     02  FILLER                   PIC X(13) VALUE SPACES.
001810     02  DTL-N-PREFIX             PIC ZZZZ9.
001820     02  FILLER                   PIC X(01) VALUE "-".
001830     02  DTL-N-RESTOFNUMBER       PIC Z(6)9.
001840 01  DTL-UNLISTED-LINE.
001850     02  FILLER                   PIC X(04) VALUE SPACES.
001860     02  FILLER                   PIC X(40) VALUE
001870             "** UNLISTED - NOT IN PUBLIC DIRECTORY".
001880 01  FTR-DEPT-LINE.
001890     02  FILLER                   PIC X(22) VALUE
001900             "ENTRIES LISTED".
001910     02  FTR-DEPT-COUNT           PIC ZZZZ9.
001920 01  FTR-INSTRUCTION-1.
001930     02  FILLER                   PIC X(50) VALUE
001940         "MARK EVERY LINE OF THE RETURN FILE C (CONFIRMED),".
001950 01  FTR-INSTRUCTION-2.
001960     02  FILLER                   PIC X(50) VALUE
001970         "U (CORRECTED - GIVE ONLY THE NEW NUMBER, DEPT,".
001980 01  FTR-INSTRUCTION-3.
001990     02  FILLER                   PIC X(50) VALUE
002000         "EXTENSION OR E-MAIL) OR L (LEFT THE COMPANY).".
002010 01  FTR-CERTIFY-LINE.
002020     02  FILLER                   PIC X(20) VALUE
002030             "CERTIFIED CORRECT BY".
002040     02  FILLER                   PIC X(32) VALUE
002050             " ______________________________ ".
002060     02  FILLER                   PIC X(18) VALUE
002070             "DATE ____________".
002080 01  RCP-HEADING-1.
002090     02  FILLER                   PIC X(25) VALUE SPACES.
002100     02  FILLER                   PIC X(30) VALUE
002110             "RECERTIFICATION ISSUED".
002120 01  RCP-HEADING-2.
002130     02  FILLER                   PIC X(08) VALUE "CYCLE : ".
002140     02  RCP-H-CYCLE              PIC X(06).
002150     02  FILLER                   PIC X(04) VALUE SPACES.
002160     02  FILLER                   PIC X(12) VALUE
002170             "RETURN BY : ".
002180     02  RCP-H-DUE-DATE           PIC X(08).
002190 01  RCP-HEADING-3.
002200     02  FILLER                   PIC X(17) VALUE "DEPARTMENT".
002210     02  FILLER                   PIC X(09) VALUE "ENTRIES".
002220 01  RCP-DETAIL.
002230     02  RCP-D-DEPARTMENT         PIC X(15).
002240     02  FILLER                   PIC X(02) VALUE SPACES.
002250     02  RCP-D-COUNT              PIC ZZZZZ9.
002260     02  FILLER                   PIC X(02) VALUE SPACES.
002270     02  RCP-D-FLAG               PIC X(40).
002280 01  RCP-GRAND-LINE.
002290     02  FILLER                   PIC X(17) VALUE
002300             "TOTAL ISSUED".
002310     02  RCP-GRAND-COUNT          PIC ZZZZZ9.
002320 01  RCP-NO-DEPT-LINE.
002330     02  FILLER                   PIC X(17) VALUE
002340             "NO DEPARTMENT".
002350     02  RCP-NO-DEPT-COUNT        PIC ZZZZZ9.
002360     02  FILLER                   PIC X(02) VALUE SPACES.
002370     02  FILLER                   PIC X(40) VALUE
002380             "** NOT ISSUED - ASSIGN A DEPARTMENT".
002390 01  WS-PRIOR-NOT-RETURNED-FLAG.
002400     02  FILLER                   PIC X(25) VALUE
002410             "** CYCLE NOT RETURNED : ".
002420     02  WS-PNR-CYCLE             PIC X(06).
002430 PROCEDURE DIVISION.
002440 0000-MAINLINE.
002450     PERFORM 0100-ACCEPT-DUE-DATE
002460     SORT SORT-WORK-FILE
002470         ON ASCENDING KEY SW-DEPARTMENT SW-LASTNAME SW-FIRSTNAME
002480         INPUT PROCEDURE IS 1000-RELEASE-ACTIVE-ENTRIES
002490         OUTPUT PROCEDURE IS 2000-PRINT-CERTIFICATION
002500     DISPLAY "Recertification " WS-CYCLE " issued - "
002510         WS-DEPT-TABLE-USED " departments, "
002520         WS-GRAND-COUNT " entries."
002530     IF WS-NO-DEPT-COUNT NOT = ZERO
002540         DISPLAY WS-NO-DEPT-COUNT
002550             " active entries have no department - not issued."
002560     END-IF
002570     IF WS-UNRETURNED-COUNT NOT = ZERO
002580         DISPLAY WS-UNRETURNED-COUNT
002590             " departments had not returned the previous cycle."
002600     END-IF
002610     STOP RUN.
002620
002630 0100-ACCEPT-DUE-DATE.
002640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002650     MOVE WS-RUN-YEAR TO WS-CYCLE-YEAR
002660     ADD 2 TO WS-RUN-MONTH GIVING WS-QUARTER-WORK
002670     DIVIDE WS-QUARTER-WORK BY 3 GIVING WS-CYCLE-QUARTER
002680     MOVE "N" TO WS-DUE-DATE-SWITCH
002690     PERFORM 0110-ACCEPT-ONE-DUE-DATE
002700         UNTIL WS-DUE-DATE-VALID.
002710
002720 0110-ACCEPT-ONE-DUE-DATE.
002730     DISPLAY "Recertification cycle " WS-CYCLE "."
002740     DISPLAY "Enter the date departments must return by"
002750     DISPLAY "(YYYYMMDD)."
002760     ACCEPT WS-DUE-DATE
002770     IF WS-DUE-DATE NOT NUMERIC
002780         DISPLAY "Due date must be numeric YYYYMMDD."
002790     ELSE
002800         IF WS-DUE-MONTH LESS THAN 1
002810                 OR WS-DUE-MONTH GREATER THAN 12
002840             DISPLAY "Due date is not a valid date."
002850         ELSE
002860             PERFORM 0120-CHECK-DUE-DAY
002870         END-IF
002880     END-IF.
002890
002900 0120-CHECK-DUE-DAY.
002901     MOVE WS-MONTH-LENGTH (WS-DUE-MONTH) TO WS-DUE-DAYS-IN-MONTH
002902     IF WS-DUE-MONTH = 2
002903         DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002904             REMAINDER WS-LEAP-REMAINDER-4
002905         DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002906             REMAINDER WS-LEAP-REMAINDER-100
002907         DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
002908             REMAINDER WS-LEAP-REMAINDER-400
002909         IF WS-LEAP-REMAINDER-4 = ZERO
002910                 AND (WS-LEAP-REMAINDER-100 NOT = ZERO
002911                     OR WS-LEAP-REMAINDER-400 = ZERO)
002912             MOVE 29 TO WS-DUE-DAYS-IN-MONTH
002913         END-IF
002914     END-IF
002915     IF WS-DUE-DAY LESS THAN 1
002916             OR WS-DUE-DAY GREATER THAN WS-DUE-DAYS-IN-MONTH
002917         DISPLAY "Due date is not a valid date."
002918     ELSE
002919         IF WS-DUE-DATE-N NOT GREATER THAN WS-RUN-DATE
002920             DISPLAY "Due date must be after today."
002921         ELSE
002922             SET WS-DUE-DATE-VALID TO TRUE
002923         END-IF
002924     END-IF.
002930
002940 1000-RELEASE-ACTIVE-ENTRIES.
002950     OPEN INPUT BOOK
002960     IF FS = 35
002970         SET BOOK-NOT-FOUND TO TRUE
002980         MOVE "Y" TO WS-EOF-SWITCH
002990         DISPLAY "PHONEBOOK.DAT not found - nothing to issue."
003000     ELSE
003010         MOVE "N" TO WS-EOF-SWITCH
003020         READ BOOK NEXT RECORD
003030             AT END MOVE "Y" TO WS-EOF-SWITCH
003040         END-READ
003050         PERFORM 1100-RELEASE-ONE-ENTRY
003060             UNTIL WS-AT-EOF
003070     END-IF
003080     IF NOT BOOK-NOT-FOUND
003090         CLOSE BOOK
003100     END-IF.
003110
003120 1100-RELEASE-ONE-ENTRY.
003130     IF ACTIVE-STATUS
003140         IF DEPARTMENT = SPACES
003150             ADD 1 TO WS-NO-DEPT-COUNT
003160         ELSE
003170             MOVE DEPARTMENT TO SW-DEPARTMENT
003180             MOVE LASTNAME TO SW-LASTNAME
003190             MOVE FIRSTNAME TO SW-FIRSTNAME
003200             MOVE PREFIX TO SW-PREFIX
003210             MOVE RESTOFNUMBER TO SW-RESTOFNUMBER
003220             MOVE EXTENSION TO SW-EXTENSION
003230             MOVE EMAIL-ADDRESS TO SW-EMAIL-ADDRESS
003240             MOVE BOOK-CONFIDENTIAL-FLAG TO SW-CONFIDENTIAL-FLAG
003250             RELEASE SW-RECORD
003260         END-IF
003270     END-IF
003280     READ BOOK NEXT RECORD
003290         AT END MOVE "Y" TO WS-EOF-SWITCH
003300     END-READ.
003310
003320 2000-PRINT-CERTIFICATION.
003330     OPEN OUTPUT CERT-REPORT
003340     OPEN OUTPUT RETURN-FILE
003350     OPEN INPUT PHONE-FILE
003360     IF PHONE-FS = 35
003370         SET PHONE-FILE-NOT-FOUND TO TRUE
003380     END-IF
003390     OPEN I-O CERT-FILE
003400     IF CERT-FS = 35
003410         OPEN OUTPUT CERT-FILE
003420         CLOSE CERT-FILE
003430         OPEN I-O CERT-FILE
003440     END-IF
003450     MOVE "Y" TO WS-FIRST-RECORD-SWITCH
003460     MOVE "N" TO WS-EOF-SWITCH
003470     RETURN SORT-WORK-FILE
003480         AT END MOVE "Y" TO WS-EOF-SWITCH
003490     END-RETURN
003500     PERFORM 2100-PRINT-ONE-ENTRY
003510         UNTIL WS-AT-EOF
003520     IF NOT WS-FIRST-RECORD
003530         PERFORM 2300-PRINT-DEPARTMENT-TOTAL
003540     END-IF
003550     PERFORM 3000-PRINT-RECAP-PAGE
003560     CLOSE CERT-FILE
003570     IF NOT PHONE-FILE-NOT-FOUND
003580         CLOSE PHONE-FILE
003590     END-IF
003600     CLOSE RETURN-FILE
003610     CLOSE CERT-REPORT.
003620
003630 2100-PRINT-ONE-ENTRY.
003640     IF WS-FIRST-RECORD
003650         MOVE "N" TO WS-FIRST-RECORD-SWITCH
003660         MOVE SW-DEPARTMENT TO WS-PRIOR-DEPARTMENT
003670         MOVE ZERO TO WS-DEPT-COUNT
003680         PERFORM 2200-PRINT-DEPARTMENT-HEADING
003690     ELSE
003700         IF SW-DEPARTMENT NOT = WS-PRIOR-DEPARTMENT
003710             PERFORM 2300-PRINT-DEPARTMENT-TOTAL
003720             MOVE SW-DEPARTMENT TO WS-PRIOR-DEPARTMENT
003730             MOVE ZERO TO WS-DEPT-COUNT
003740             PERFORM 2200-PRINT-DEPARTMENT-HEADING
003750         END-IF
003760     END-IF
003770     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
003780         PERFORM 2200-PRINT-DEPARTMENT-HEADING
003790     END-IF
003800     MOVE SW-LASTNAME TO DTL-LASTNAME
003810     MOVE SW-FIRSTNAME TO DTL-FIRSTNAME
003820     MOVE SW-PREFIX TO DTL-PREFIX
003830     MOVE SW-RESTOFNUMBER TO DTL-RESTOFNUMBER
003840     MOVE SW-EXTENSION TO DTL-EXTENSION
003850     MOVE SW-EMAIL-ADDRESS TO DTL-EMAIL
003860     WRITE REPORT-LINE FROM DTL-LINE
003870     ADD 1 TO WS-LINE-COUNT
003880     IF SW-CONFIDENTIAL
003890         WRITE REPORT-LINE FROM DTL-UNLISTED-LINE
003900         ADD 1 TO WS-LINE-COUNT
003910     END-IF
003920     IF NOT PHONE-FILE-NOT-FOUND
003930         PERFORM 2110-PRINT-EXTRA-NUMBERS
003940     END-IF
003950     PERFORM 2150-WRITE-RETURN-LINE
003960     ADD 1 TO WS-DEPT-COUNT
003970     ADD 1 TO WS-GRAND-COUNT
003980     RETURN SORT-WORK-FILE
003990         AT END MOVE "Y" TO WS-EOF-SWITCH
004000     END-RETURN.
004010
004020 2110-PRINT-EXTRA-NUMBERS.
004030     MOVE SW-NAME TO WS-HOLD-NAME
004040     MOVE SW-NAME TO PN-NAME
004050     MOVE LOW-VALUES TO PN-NUMBER-TYPE
004060     MOVE "N" TO WS-PN-EOF-SWITCH
004070     START PHONE-FILE KEY IS NOT LESS THAN PN-KEY
004080         INVALID KEY
004090             SET WS-PN-AT-EOF TO TRUE
004100         NOT INVALID KEY
004110             PERFORM 2140-READ-NEXT-EXTRA-NUMBER
004120     END-START
004130     PERFORM 2120-PRINT-ONE-EXTRA-NUMBER
004140         UNTIL WS-PN-AT-EOF
004150             OR PN-NAME NOT = WS-HOLD-NAME.
004160
004170 2120-PRINT-ONE-EXTRA-NUMBER.
004180     IF PN-ACTIVE-STATUS
004190         PERFORM 2130-SET-NUMBER-TYPE-LABEL
004200         MOVE PN-PREFIX TO DTL-N-PREFIX
004210         MOVE PN-RESTOFNUMBER TO DTL-N-RESTOFNUMBER
004220         WRITE REPORT-LINE FROM DTL-NUMBER-LINE
004230         ADD 1 TO WS-LINE-COUNT
004240     END-IF
004250     PERFORM 2140-READ-NEXT-EXTRA-NUMBER.
004260
004270 2130-SET-NUMBER-TYPE-LABEL.
004280     EVALUATE PN-NUMBER-TYPE
004290         WHEN "D" MOVE "DESK" TO DTL-N-TYPE
004300         WHEN "M" MOVE "MOBILE" TO DTL-N-TYPE
004310         WHEN "F" MOVE "FAX" TO DTL-N-TYPE
004320         WHEN OTHER MOVE "NUMBER" TO DTL-N-TYPE
004330     END-EVALUATE.
004340
004350 2140-READ-NEXT-EXTRA-NUMBER.
004360     READ PHONE-FILE NEXT RECORD
004370         AT END SET WS-PN-AT-EOF TO TRUE
004380     END-READ.
004390
004400 2150-WRITE-RETURN-LINE.
004410     MOVE SPACES TO CERT-RETURN-LINE
004420     MOVE WS-CYCLE TO CR-CYCLE
004430     MOVE SW-DEPARTMENT TO CR-DEPARTMENT
004440     MOVE SW-NAME TO CR-NAME
004450     MOVE SW-PHONENUMBER TO CR-PHONENUMBER
004460     MOVE SW-EXTENSION TO CR-EXTENSION
004470     MOVE SW-EMAIL-ADDRESS TO CR-EMAIL-ADDRESS
004480     WRITE CERT-RETURN-LINE.
004490
004500 2200-PRINT-DEPARTMENT-HEADING.
004510     ADD 1 TO WS-PAGE-COUNT
004520     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
004530     MOVE WS-PRIOR-DEPARTMENT TO HDG-DEPARTMENT
004540     MOVE WS-CYCLE TO HDG-CYCLE
004550     MOVE WS-DUE-DATE TO HDG-DUE-DATE
004560     IF WS-PAGE-COUNT NOT = 1
004570         WRITE REPORT-LINE FROM SPACES
004580         AFTER ADVANCING PAGE
004590     END-IF
004600     WRITE REPORT-LINE FROM HDG-LINE-1
004610     WRITE REPORT-LINE FROM HDG-LINE-2
004620     WRITE REPORT-LINE FROM HDG-LINE-2A
004630     WRITE REPORT-LINE FROM SPACES
004640     WRITE REPORT-LINE FROM HDG-LINE-3
004650     WRITE REPORT-LINE FROM SPACES
004660     MOVE ZERO TO WS-LINE-COUNT.
004670
004680 2300-PRINT-DEPARTMENT-TOTAL.
004690     MOVE WS-DEPT-COUNT TO FTR-DEPT-COUNT
004700     WRITE REPORT-LINE FROM SPACES
004710     WRITE REPORT-LINE FROM FTR-DEPT-LINE
004720     WRITE REPORT-LINE FROM SPACES
004730     WRITE REPORT-LINE FROM FTR-INSTRUCTION-1
004740     WRITE REPORT-LINE FROM FTR-INSTRUCTION-2
004750     WRITE REPORT-LINE FROM FTR-INSTRUCTION-3
004760     WRITE REPORT-LINE FROM SPACES
004770     WRITE REPORT-LINE FROM SPACES
004780     WRITE REPORT-LINE FROM FTR-CERTIFY-LINE
004790     ADD 9 TO WS-LINE-COUNT
004800     PERFORM 2310-RECORD-DEPARTMENT-ISSUE
004810     PERFORM 2320-SAVE-DEPARTMENT-TOTAL.
004820
004830 2310-RECORD-DEPARTMENT-ISSUE.
004840     MOVE SPACES TO WS-PRIOR-CYCLE
004850     MOVE WS-PRIOR-DEPARTMENT TO CERT-DEPARTMENT
004860     READ CERT-FILE
004870         INVALID KEY
004880             PERFORM 2311-FILL-CERT-RECORD
004890             WRITE CERT-RECORD
004900         NOT INVALID KEY
004910             IF CERT-ISSUED AND CERT-CYCLE NOT = WS-CYCLE
004920                 MOVE CERT-CYCLE TO WS-PRIOR-CYCLE
004930                 ADD 1 TO WS-UNRETURNED-COUNT
004940                 DISPLAY WS-PRIOR-DEPARTMENT
004950                     " never returned cycle " CERT-CYCLE
004960             END-IF
004970             PERFORM 2311-FILL-CERT-RECORD
004980             REWRITE CERT-RECORD
004990     END-READ.
005000
005010 2311-FILL-CERT-RECORD.
005020     MOVE WS-PRIOR-DEPARTMENT TO CERT-DEPARTMENT
005030     MOVE WS-CYCLE TO CERT-CYCLE
005040     MOVE WS-RUN-DATE TO CERT-ISSUED-DATE
005050     MOVE WS-DUE-DATE-N TO CERT-DUE-DATE
005060     MOVE WS-DEPT-COUNT TO CERT-ENTRY-COUNT
005070     SET CERT-ISSUED TO TRUE
005080     MOVE ZERO TO CERT-RETURNED-DATE
005090     MOVE ZERO TO CERT-CONFIRMED-COUNT
005100     MOVE ZERO TO CERT-CORRECTED-COUNT
005110     MOVE ZERO TO CERT-LEFT-COUNT.
005120
005130 2320-SAVE-DEPARTMENT-TOTAL.
005140     IF WS-DEPT-TABLE-USED LESS THAN WS-DEPT-TABLE-MAX
005150         ADD 1 TO WS-DEPT-TABLE-USED
005160         MOVE WS-PRIOR-DEPARTMENT
005170             TO WS-DT-DEPARTMENT (WS-DEPT-TABLE-USED)
005180         MOVE WS-DEPT-COUNT
005190             TO WS-DT-COUNT (WS-DEPT-TABLE-USED)
005200         MOVE WS-PRIOR-CYCLE
005210             TO WS-DT-PRIOR-CYCLE (WS-DEPT-TABLE-USED)
005220     ELSE
005230         DISPLAY "Department table full - recap incomplete."
005240     END-IF.
005250
005260 3000-PRINT-RECAP-PAGE.
005270     IF WS-PAGE-COUNT NOT = ZERO
005280         WRITE REPORT-LINE FROM SPACES
005290         AFTER ADVANCING PAGE
005300     END-IF
005310     MOVE WS-CYCLE TO RCP-H-CYCLE
005320     MOVE WS-DUE-DATE TO RCP-H-DUE-DATE
005330     WRITE REPORT-LINE FROM RCP-HEADING-1
005340     WRITE REPORT-LINE FROM RCP-HEADING-2
005350     WRITE REPORT-LINE FROM SPACES
005360     WRITE REPORT-LINE FROM RCP-HEADING-3
005370     WRITE REPORT-LINE FROM SPACES
005380     PERFORM 3100-PRINT-ONE-RECAP-LINE
005390         VARYING WS-DEPT-SUB FROM 1 BY 1
005400         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-TABLE-USED
005410     MOVE WS-GRAND-COUNT TO RCP-GRAND-COUNT
005420     WRITE REPORT-LINE FROM SPACES
005430     WRITE REPORT-LINE FROM RCP-GRAND-LINE
005440     IF WS-NO-DEPT-COUNT NOT = ZERO
005450         MOVE WS-NO-DEPT-COUNT TO RCP-NO-DEPT-COUNT
005460         WRITE REPORT-LINE FROM RCP-NO-DEPT-LINE
005470     END-IF.
005480
005490 3100-PRINT-ONE-RECAP-LINE.
005500     MOVE WS-DT-DEPARTMENT (WS-DEPT-SUB) TO RCP-D-DEPARTMENT
005510     MOVE WS-DT-COUNT (WS-DEPT-SUB) TO RCP-D-COUNT
005520     IF WS-DT-PRIOR-CYCLE (WS-DEPT-SUB) = SPACES
005530         MOVE SPACES TO RCP-D-FLAG
005540     ELSE
005550         MOVE WS-DT-PRIOR-CYCLE (WS-DEPT-SUB) TO WS-PNR-CYCLE
005560         MOVE WS-PRIOR-NOT-RETURNED-FLAG TO RCP-D-FLAG
005570     END-IF
005580     WRITE REPORT-LINE FROM RCP-DETAIL.
005590
005600 END PROGRAM RECERT.
