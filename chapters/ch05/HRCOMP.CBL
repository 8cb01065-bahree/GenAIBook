000460*                  reports only and leaves the master alone;
000470*                  answering O to the apply prompt overrides
000480*                  the tolerance after checking with HR.
000481* 2026-10-05  RJH  HREXTR.TRN may now carry two more columns after
000482*                  the e-mail - the manager's surname and first
000483*                  name.  When any detail line has them, a matched
000484*                  entry whose BOOK-MANAGER-NAME differs is listed
000485*                  under FIELDS DIFFER as MANAGER DIFFERS.  An
000486*                  extract without the columns compares as before.
000487*                  The reporting line is never changed here.
000488* 2026-10-06  RJH  In apply mode a termination also releases the
000489*                  person's extension in EXTINV.DAT into
000490*                  cooling-off, as BATCHMNT does.
000491* 2026-10-10  RJH  Contractor and temp entries (BOOK-WORKER-TYPE
000492*                  C or T) are not on HR's extract, so they are
000493*                  left out of the missed-termination bucket and
000494*                  the tolerance count and are only totalled as
000495*                  CONTRACT/TEMP NOT COMPARED.  CONTREXP retires
000496*                  them when the contract ends.
000497* 2026-10-12  RJH  Each termination now records the department
000498*                  and status change in AUDIT-MOVEMENT for the
000499*                  monthly headcount statistics.
000500******************************************************************
000501 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. HRCOMP.
000520 AUTHOR R J HANLON.
000530 DATE-WRITTEN. 22 AUGUST 2026.
000690     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS AUDIT-FS.
000711     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS EXT-KEY
000715         FILE STATUS IS EXT-FS.
000720     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000840 01  RPT-LINE                     PIC X(80).
000850 FD  AUDIT-FILE.
000860 COPY "AUDITREC.CPY".
000861 FD  EXT-FILE.
000862 COPY "EXTREC.CPY".
000870 FD  RUN-CONTROL-FILE.
000880 COPY "RUNCTLRC.CPY".
000890 WORKING-STORAGE SECTION.
000920 01  RPT-FS                       PIC 99.
000930 01  AUDIT-FS                     PIC 99.
000940 01  RC-FS                        PIC 99.
000941 01  EXT-FS                       PIC 99.
000942 01  WS-EXT-NOT-FOUND-SWITCH      PIC X VALUE "N".
000943     88  EXT-FILE-NOT-FOUND           VALUE "Y".
000950 01  WS-JOB-NAME                  PIC X(08) VALUE "HRCOMP".
000960 01  WS-RUN-REFUSED-SWITCH        PIC X VALUE "N".
000970     88  WS-RUN-REFUSED               VALUE "Y".
001250 01  WS-PRECOUNT-MISSED           PIC 9(06) VALUE ZERO.
001260 01  WS-MATCH-SWITCH              PIC X.
001270     88  WS-NAME-MATCHED              VALUE "Y".
001271 01  WS-HR-FIELD-COUNT            PIC 9(02).
001272 01  WS-HR-MANAGER-SWITCH         PIC X VALUE "N".
001273     88  WS-HR-HAS-MANAGER            VALUE "Y".
001280 01  WS-HR-TABLE-MAX              PIC 9(04) VALUE 1000.
001290 01  WS-HR-TABLE-USED             PIC 9(04) VALUE ZERO.
001300 01  WS-HR-TABLE.
001340             04  WS-HR-FIRSTNAME  PIC X(10).
001350         03  WS-HR-DEPARTMENT     PIC X(15).
001360         03  WS-HR-EMAIL          PIC X(30).
001361         03  WS-HR-MANAGER-NAME.
001362             04  WS-HR-MANAGER-LASTNAME PIC X(10).
001363             04  WS-HR-MANAGER-FIRSTNAME PIC X(10).
001370         03  WS-HR-MATCHED-FLAG   PIC X(01).
001380 01  WS-HR-SUB                    PIC 9(04).
001390 01  WS-MATCH-SUB                 PIC 9(04).
001410 01  WS-DIFFERENCE-COUNT          PIC 9(06) VALUE ZERO.
001420 01  WS-MISSED-HIRE-COUNT         PIC 9(06) VALUE ZERO.
001430 01  WS-APPLIED-COUNT             PIC 9(06) VALUE ZERO.
001431 01  WS-CONTRACT-SKIP-COUNT       PIC 9(06) VALUE ZERO.
001440 01  RPT-HEADING-1                PIC X(80) VALUE
001450         "HR MASTER-FILE COMPARISON REPORT".
001460 01  RPT-HEADING-2                PIC X(80) VALUE
001730     02  FILLER                   PIC X(30) VALUE
001740             "TERMINATIONS APPLIED.......".
001750     02  RPT-SUM-APPLIED          PIC ZZZZ9.
001751 01  RPT-SUMMARY-5.
001752     02  FILLER                   PIC X(30) VALUE
001753             "CONTRACT/TEMP NOT COMPARED.".
001754     02  RPT-SUM-CONTRACT-SKIPPED PIC ZZZZ9.
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 0100-ACQUIRE-RUN-CONTROL
002190         END-EVALUATE
002200         IF WS-APPLY-MODE
002210             PERFORM 1100-OPEN-AUDIT-FILE
002211             PERFORM 1150-OPEN-EXTENSION-FILE
002220         END-IF
002221     END-IF.
002222
002223 1150-OPEN-EXTENSION-FILE.
002224     OPEN I-O EXT-FILE
002225     IF EXT-FS = 35
002226         SET EXT-FILE-NOT-FOUND TO TRUE
002230     END-IF.
002240
002250 1500-VERIFY-HEADER-AND-TRAILER.
002690     END-IF.
002700
002710 1710-PRECOUNT-ONE-ENTRY.
002720     IF ACTIVE-STATUS AND NOT CONTRACT-WORKER
002730         ADD 1 TO WS-ACTIVE-ENTRY-COUNT
002740         PERFORM 7000-MATCH-NAME-TO-HR-TABLE
002750         IF NOT WS-NAME-MATCHED
003600     IF WS-HR-TABLE-USED LESS THAN WS-HR-TABLE-MAX
003610         ADD 1 TO WS-HR-TABLE-USED
003620         MOVE SPACES TO WS-HR-ENTRY (WS-HR-TABLE-USED)
003621         MOVE ZERO TO WS-HR-FIELD-COUNT
003630         UNSTRING HR-EXTRACT-LINE DELIMITED BY ","
003640             INTO WS-HR-LASTNAME (WS-HR-TABLE-USED)
003650                  WS-HR-FIRSTNAME (WS-HR-TABLE-USED)
003660                  WS-HR-DEPARTMENT (WS-HR-TABLE-USED)
003670                  WS-HR-EMAIL (WS-HR-TABLE-USED)
003671                  WS-HR-MANAGER-LASTNAME (WS-HR-TABLE-USED)
003672                  WS-HR-MANAGER-FIRSTNAME (WS-HR-TABLE-USED)
003673             TALLYING IN WS-HR-FIELD-COUNT
003680         END-UNSTRING
003681         IF WS-HR-FIELD-COUNT GREATER THAN 4
003682             SET WS-HR-HAS-MANAGER TO TRUE
003683         END-IF
003690         MOVE "N" TO WS-HR-MATCHED-FLAG (WS-HR-TABLE-USED)
003700         IF WS-HR-LASTNAME (WS-HR-TABLE-USED) = SPACES
003710             SUBTRACT 1 FROM WS-HR-TABLE-USED
003870
003880 3100-CHECK-ONE-FOR-TERMINATION.
003890     IF ACTIVE-STATUS
003900         IF CONTRACT-WORKER
003910             ADD 1 TO WS-CONTRACT-SKIP-COUNT
003920         ELSE
003921             PERFORM 7000-MATCH-NAME-TO-HR-TABLE
003922             IF NOT WS-NAME-MATCHED
003923                 PERFORM 3200-REPORT-MISSED-TERMINATION
003924             END-IF
003930         END-IF
003940     END-IF
003950     READ BOOK NEXT RECORD
004200         NOT INVALID KEY
004210             ADD 1 TO WS-APPLIED-COUNT
004220             PERFORM 3400-WRITE-AUDIT-FOR-TERMINATION
004221             PERFORM 3500-RELEASE-EXTENSION
004230             MOVE "MARKED INACTIVE" TO RPT-D-REMARK
004240     END-REWRITE
004250     WRITE RPT-LINE FROM RPT-DETAIL.
004280     SET AUDIT-ACTION-DELETE TO TRUE
004290     MOVE NAME TO AUDIT-AFTER-NAME
004300     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
004301     MOVE SPACES TO AUDIT-MOVEMENT
004302     MOVE DEPARTMENT TO AUDIT-BEFORE-DEPARTMENT
004303     SET AUDIT-BEFORE-ACTIVE TO TRUE
004304     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
004305     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
004310     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
004320     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004330     ACCEPT AUDIT-TIME FROM TIME
004340     WRITE AUDIT-RECORD.
004341
004342 3500-RELEASE-EXTENSION.
004343     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
004344             AND EXTENSION NOT = SPACES
004345         MOVE DEPARTMENT TO EXT-DEPARTMENT
004346         MOVE EXTENSION TO EXT-EXTENSION
004347         READ EXT-FILE
004348             INVALID KEY
004349                 CONTINUE
004350             NOT INVALID KEY
004351                 PERFORM 3510-COOL-EXTENSION-RECORD
004352         END-READ
004353     END-IF.
004354
004355 3510-COOL-EXTENSION-RECORD.
004356     IF EXT-ASSIGNED AND EXT-HOLDER-NAME = NAME
004357         SET EXT-COOLING TO TRUE
004358         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
004359         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
004360         REWRITE EXTENSION-RECORD
004361     END-IF.
004362
004363 4000-SCAN-FIELD-DIFFERENCES.
004370     WRITE RPT-LINE FROM RPT-HEADING-3
004380     PERFORM 6000-OPEN-BOOK-FOR-SCAN
004390     PERFORM 4100-CHECK-ONE-FOR-DIFFERENCES
004720         MOVE LASTNAME TO RPT-D-LASTNAME
004730         MOVE FIRSTNAME TO RPT-D-FIRSTNAME
004740         MOVE "EMAIL ADDRESS DIFFERS" TO RPT-D-REMARK
004741         WRITE RPT-LINE FROM RPT-DETAIL
004742     END-IF
004743     IF WS-HR-HAS-MANAGER
004744             AND BOOK-MANAGER-NAME NOT =
004745                 WS-HR-MANAGER-NAME (WS-MATCH-SUB)
004746         ADD 1 TO WS-DIFFERENCE-COUNT
004747         MOVE LASTNAME TO RPT-D-LASTNAME
004748         MOVE FIRSTNAME TO RPT-D-FIRSTNAME
004749         MOVE SPACES TO RPT-D-REMARK
004750         STRING "MANAGER DIFFERS - HR: "
004751                 WS-HR-MANAGER-LASTNAME (WS-MATCH-SUB) " "
004752                 WS-HR-MANAGER-FIRSTNAME (WS-MATCH-SUB)
004753             DELIMITED BY SIZE INTO RPT-D-REMARK
004754         WRITE RPT-LINE FROM RPT-DETAIL
004760     END-IF.
004770
004780 5000-REPORT-MISSED-HIRES.
005300     WRITE RPT-LINE FROM RPT-SUMMARY-1
005310     WRITE RPT-LINE FROM RPT-SUMMARY-2
005320     WRITE RPT-LINE FROM RPT-SUMMARY-3
005321     MOVE WS-CONTRACT-SKIP-COUNT TO RPT-SUM-CONTRACT-SKIPPED
005322     WRITE RPT-LINE FROM RPT-SUMMARY-5
005330     IF WS-APPLY-MODE
005340         MOVE WS-APPLIED-COUNT TO RPT-SUM-APPLIED
005350         WRITE RPT-LINE FROM RPT-SUMMARY-4
005380     DISPLAY "Missed terminations - " WS-MISSED-TERM-COUNT
005390     DISPLAY "Field differences   - " WS-DIFFERENCE-COUNT
005400     DISPLAY "Missed hires        - " WS-MISSED-HIRE-COUNT
005401     DISPLAY "Contract/temp skipped - " WS-CONTRACT-SKIP-COUNT
005410     IF WS-APPLY-MODE
005420         DISPLAY "Terminations applied - " WS-APPLIED-COUNT
005430     END-IF.
005450 9000-TERMINATE.
005460     IF WS-APPLY-MODE
005470         CLOSE AUDIT-FILE
005471         IF NOT EXT-FILE-NOT-FOUND
005472             CLOSE EXT-FILE
005473         END-IF
005480     END-IF
005490     CLOSE COMPARE-REPORT.
005500
