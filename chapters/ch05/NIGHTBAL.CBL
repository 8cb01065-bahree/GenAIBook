000277*                  code too, so a night with lockouts shows
000278*                  them on the operations page instead of
000279*                  dropping them silently.
000280* 2026-10-07  RJH  Count the new C (made confidential) and P
000281*                  (made listed) action codes in the day's audit
000282*                  totals.
000283* 2026-10-09  RJH  Count the suspense items opened tonight, the
000284*                  ones cleared (resubmitted or cancelled) and
000285*                  those still outstanding on SUSPENSE.DAT.
000286******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. NIGHTBAL.
000310 AUTHOR R J HANLON.
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS RC-JOB-NAME
000540         FILE STATUS IS RC-FS.
000541     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS SEQUENTIAL
000544         RECORD KEY IS SUSP-NUMBER
000545         FILE STATUS IS SUSP-FS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BOOK.
000670 01  RPT-LINE                     PIC X(80).
000680 FD  RUN-CONTROL-FILE.
000690 COPY "RUNCTLRC.CPY".
000691 FD  SUSPENSE-FILE.
000692 COPY "SUSPREC.CPY".
000700 WORKING-STORAGE SECTION.
000710 01  FS                           PIC 99.
000720 01  AUDIT-FS                     PIC 99.
000730 01  BAL-FS                       PIC 99.
000740 01  RPT-FS                       PIC 99.
000750 01  RC-FS                        PIC 99.
000751 01  SUSP-FS                      PIC 99.
000760 01  WS-JOB-NAME                  PIC X(08) VALUE "NIGHTBAL".
000770 01  WS-RC-EOF-SWITCH             PIC X.
000780     88  WS-RC-AT-EOF                 VALUE "Y".
000850     88  WS-BOOK-AT-EOF               VALUE "Y".
000860 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
000870     88  BOOK-NOT-FOUND               VALUE "Y".
000871 01  WS-SUSP-EOF-SWITCH           PIC X.
000872     88  WS-SUSP-AT-EOF               VALUE "Y".
000880 01  WS-OPENING-SWITCH            PIC X VALUE "N".
000890     88  WS-OPENING-ON-HAND           VALUE "Y".
000900 01  WS-BALANCED-SWITCH           PIC X VALUE "Y".
001021 01  WS-NUMBER-ADD-COUNT          PIC 9(06) VALUE ZERO.
001022 01  WS-NUMBER-RETIRE-COUNT       PIC 9(06) VALUE ZERO.
001023 01  WS-LOCKOUT-COUNT             PIC 9(06) VALUE ZERO.
001024 01  WS-CONFIDENTIAL-COUNT        PIC 9(06) VALUE ZERO.
001025 01  WS-LISTED-COUNT              PIC 9(06) VALUE ZERO.
001030 01  WS-ARCHIVED-COUNT            PIC 9(06) VALUE ZERO.
001031 01  WS-SUSPENDED-COUNT           PIC 9(06) VALUE ZERO.
001032 01  WS-RESUBMITTED-COUNT         PIC 9(06) VALUE ZERO.
001033 01  WS-CANCELLED-COUNT           PIC 9(06) VALUE ZERO.
001034 01  WS-OUTSTANDING-COUNT         PIC 9(06) VALUE ZERO.
001040 01  WS-START-SECONDS             PIC 9(07).
001050 01  WS-END-SECONDS               PIC 9(07).
001060 01  WS-ELAPSED-SECONDS           PIC 9(07).
001540         "BALANCED - OPENING + ADDS - ARCHIVES = CLOSING".
001550 01  RPT-BALANCE-SKIP-LINE        PIC X(80) VALUE
001560         "NO OPENING COUNTS ON HAND - BALANCE CHECK SKIPPED".
001561 01  RPT-HEADING-6                PIC X(80) VALUE
001562         "SUSPENSE FILE".
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE
001610     PERFORM 3000-COUNT-AUDIT-RECORDS
001620     PERFORM 4000-COUNT-MASTER-ENTRIES
001630     PERFORM 5000-PROVE-THE-BALANCE
001631     PERFORM 6000-COUNT-SUSPENSE-ITEMS
001640     PERFORM 8000-SAVE-CLOSING-COUNTS
001650     PERFORM 9000-TERMINATE
001660     STOP RUN.
003037     MOVE "LOCKOUTS (L)................" TO RPT-C-LABEL
003038     MOVE WS-LOCKOUT-COUNT TO RPT-C-COUNT
003039     WRITE RPT-LINE FROM RPT-COUNT-LINE
003040     MOVE "MADE CONFIDENTIAL (C)......." TO RPT-C-LABEL
003041     MOVE WS-CONFIDENTIAL-COUNT TO RPT-C-COUNT
003042     WRITE RPT-LINE FROM RPT-COUNT-LINE
003043     MOVE "MADE LISTED (P)............." TO RPT-C-LABEL
003044     MOVE WS-LISTED-COUNT TO RPT-C-COUNT
003045     WRITE RPT-LINE FROM RPT-COUNT-LINE
003046     WRITE RPT-LINE FROM SPACES.
003050
003060 3100-COUNT-ONE-AUDIT-RECORD.
003070     IF AUDIT-DATE = WS-TODAYS-DATE
003164                 ADD 1 TO WS-NUMBER-RETIRE-COUNT
003165             WHEN AUDIT-ACTION-LOCKOUT
003166                 ADD 1 TO WS-LOCKOUT-COUNT
003167             WHEN AUDIT-ACTION-CONFIDENTIAL
003168                 ADD 1 TO WS-CONFIDENTIAL-COUNT
003169             WHEN AUDIT-ACTION-LISTED
003170                 ADD 1 TO WS-LISTED-COUNT
003171             WHEN OTHER
003180                 CONTINUE
003190         END-EVALUATE
003200     END-IF
004000         END-IF
004010     END-IF.
004020
004021 6000-COUNT-SUSPENSE-ITEMS.
004022     WRITE RPT-LINE FROM SPACES
004023     WRITE RPT-LINE FROM RPT-HEADING-6
004024     OPEN INPUT SUSPENSE-FILE
004025     IF SUSP-FS = 35
004026         MOVE SPACES TO RPT-LINE
004027         MOVE "  NO SUSPENSE.DAT ON HAND" TO RPT-LINE
004028         WRITE RPT-LINE
004029     ELSE
004030         MOVE "N" TO WS-SUSP-EOF-SWITCH
004031         READ SUSPENSE-FILE NEXT RECORD
004032             AT END SET WS-SUSP-AT-EOF TO TRUE
004033         END-READ
004034         PERFORM 6100-COUNT-ONE-SUSPENSE-ITEM
004035             UNTIL WS-SUSP-AT-EOF
004036         CLOSE SUSPENSE-FILE
004037         MOVE "OPENED TONIGHT.............." TO RPT-C-LABEL
004038         MOVE WS-SUSPENDED-COUNT TO RPT-C-COUNT
004039         WRITE RPT-LINE FROM RPT-COUNT-LINE
004040         MOVE "CLEARED - RESUBMITTED......." TO RPT-C-LABEL
004041         MOVE WS-RESUBMITTED-COUNT TO RPT-C-COUNT
004042         WRITE RPT-LINE FROM RPT-COUNT-LINE
004043         MOVE "CLEARED - CANCELLED........." TO RPT-C-LABEL
004044         MOVE WS-CANCELLED-COUNT TO RPT-C-COUNT
004045         WRITE RPT-LINE FROM RPT-COUNT-LINE
004046         MOVE "STILL OUTSTANDING..........." TO RPT-C-LABEL
004047         MOVE WS-OUTSTANDING-COUNT TO RPT-C-COUNT
004048         WRITE RPT-LINE FROM RPT-COUNT-LINE
004049         IF WS-SUSPENDED-COUNT GREATER THAN ZERO
004050             DISPLAY WS-SUSPENDED-COUNT
004051                 " transactions suspended tonight - see"
004052                 " SUSPRPT."
004053         END-IF
004054     END-IF.
004055
004056 6100-COUNT-ONE-SUSPENSE-ITEM.
004057     IF SUSP-NUMBER NOT = ZERO
004058         IF SUSP-DATE = WS-TODAYS-DATE
004059             ADD 1 TO WS-SUSPENDED-COUNT
004060         END-IF
004061         IF SUSP-STATUS-DATE = WS-TODAYS-DATE
004062             IF SUSP-RESUBMITTED
004063                 ADD 1 TO WS-RESUBMITTED-COUNT
004064             END-IF
004065             IF SUSP-CANCELLED
004066                 ADD 1 TO WS-CANCELLED-COUNT
004067             END-IF
004068         END-IF
004069         IF SUSP-OUTSTANDING
004070             ADD 1 TO WS-OUTSTANDING-COUNT
004071         END-IF
004072     END-IF
004073     READ SUSPENSE-FILE NEXT RECORD
004074         AT END SET WS-SUSP-AT-EOF TO TRUE
004075     END-READ.
004076
004077 8000-SAVE-CLOSING-COUNTS.
004078     OPEN OUTPUT BAL-CONTROL-FILE
004079     MOVE WS-TODAYS-DATE TO NB-BALANCE-DATE
004080     MOVE WS-CLOSING-ACTIVE TO NB-ACTIVE-COUNT
004081     MOVE WS-CLOSING-INACTIVE TO NB-INACTIVE-COUNT
004082     WRITE BAL-CONTROL-RECORD
004090     CLOSE BAL-CONTROL-FILE.
004100
004110 9000-TERMINATE.
