000210* Modification History
000220* ----------------------------------------------------------------
000230* 2026-08-25  RJH  Original version.
000231* 2026-10-05  RJH  Release PEND-MANAGER-NAME into
000232*                  BOOK-MANAGER-NAME with the BATCHMNT rules -
000233*                  set on an add, blank means no change on an
000234*                  update, "*" clears it, and an item naming the
000235*                  person as their own manager rejects.
000236* 2026-10-06  RJH  Draw, claim and release extensions against
000237*                  the EXTINV.DAT inventory with the BATCHMNT
000238*                  rules - an add with no extension draws the
000239*                  next free one in the department's block, a
000240*                  termination puts it into cooling-off, and a
000241*                  reactivation or move claims it.  Shortfalls
000242*                  list as a WARNING under the released item.
000243* 2026-10-07  RJH  A released add is written listed (not
000244*                  confidential); an entry is made unlisted from
000245*                  the menu or a BATCHMNT transaction.
000246* 2026-10-09  RJH  Each rejected item is now also written to the
000247*                  SUSPENSE.DAT suspense file with the reject
000248*                  reason, the date and the pending-record image,
000249*                  and with the change in MAINT.TRN form, so it
000250*                  can be corrected through SUSPMNT and fed back
000251*                  through the next BATCHMNT run instead of being
000252*                  lost when it leaves PENDING.DAT.
000253* 2026-10-10  RJH  A released add comes in as an employee (worker
000254*                  type E, no contract end date or sponsor); an
000255*                  update leaves the contract fields alone.
000256* 2026-10-12  RJH  Adds, updates, reactivations and terminations
000257*                  now record the department and status before
000258*                  and after the change in AUDIT-MOVEMENT for the
000259*                  monthly headcount statistics.
000260* 2026-10-14  RJH  Release PEND-LOCATION into BOOK-LOCATION
000261*                  with the BATCHMNT rules - set on an add, blank
000262*                  means no change on an update, "*" clears it -
000263*                  and reject an item whose location is not on
000264*                  the LOCREF.DAT location reference file.
000265* 2026-10-15  RJH  A released reactivation whose extension is
000266*                  now held by someone else draws a free one, or
000267*                  rejects EXTENSION HELD BY OTHER to suspense.
000268*                  A move to a department with no extension
000269*                  block clears the extension, so the old one is
000270*                  not released while the entry still carries it.
000271*                  An extension still cooling off for another
000272*                  holder counts as held: it is rejected EXTENSION
000273*                  HELD BY OTHER and is never claimed.
000274******************************************************************
000275 IDENTIFICATION DIVISION.
000276 PROGRAM-ID. PENDREL.
000277 AUTHOR R J HANLON.
000280 DATE-WRITTEN. 25 AUGUST 2026.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000460     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS AUDIT-FS.
000481     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS EXT-KEY
000485         FILE STATUS IS EXT-FS.
000486     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
000487         ORGANIZATION IS INDEXED
000488         ACCESS MODE IS DYNAMIC
000489         RECORD KEY IS SUSP-NUMBER
000490         FILE STATUS IS SUSP-FS.
000491     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RC-JOB-NAME
000530         FILE STATUS IS RC-FS.
000531     SELECT LOC-FILE ASSIGN TO "LOCREF.DAT"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS LOC-KEY
000535         FILE STATUS IS LOC-FS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  BOOK.
000610 01  RPT-LINE                     PIC X(80).
000620 FD  AUDIT-FILE.
000630 COPY "AUDITREC.CPY".
000631 FD  EXT-FILE.
000632 COPY "EXTREC.CPY".
000633 FD  SUSPENSE-FILE.
000634 COPY "SUSPREC.CPY".
000640 FD  RUN-CONTROL-FILE.
000650 COPY "RUNCTLRC.CPY".
000651 FD  LOC-FILE.
000652 COPY "LOCREC.CPY".
000660 WORKING-STORAGE SECTION.
000670 01  FS                           PIC 99.
000680 01  PEND-FS                      PIC 99.
000690 01  RPT-FS                       PIC 99.
000700 01  AUDIT-FS                     PIC 99.
000710 01  RC-FS                        PIC 99.
000711 01  EXT-FS                       PIC 99.
000712 01  SUSP-FS                      PIC 99.
000713 01  LOC-FS                       PIC 99.
000720 01  WS-JOB-NAME                  PIC X(08) VALUE "PENDREL".
000730 01  WS-RUN-REFUSED-SWITCH        PIC X VALUE "N".
000740     88  WS-RUN-REFUSED               VALUE "Y".
000810     88  WS-PEND-AT-EOF               VALUE "Y".
000820 01  WS-PEND-NOT-FOUND-SWITCH     PIC X VALUE "N".
000830     88  PENDING-NOT-FOUND            VALUE "Y".
000831 01  WS-LOC-NOT-FOUND-SWITCH      PIC X VALUE "N".
000832     88  LOC-FILE-NOT-FOUND           VALUE "Y".
000833 01  WS-LOC-REJECT-SWITCH         PIC X.
000834     88  WS-LOC-NOT-ON-FILE           VALUE "Y".
000840 01  WS-RELEASED-COUNT            PIC 9(06) VALUE ZERO.
000850 01  WS-REJECTED-COUNT            PIC 9(06) VALUE ZERO.
000860 01  WS-STILL-PENDING-COUNT       PIC 9(06) VALUE ZERO.
000861 01  WS-SUSP-NUMBER               PIC 9(06).
000870 01  WS-OLD-NAME.
000880     02  WS-OLD-LASTNAME          PIC X(10).
000890     02  WS-OLD-FIRSTNAME         PIC X(10).
000900 01  WS-OLD-PHONENUMBER.
000910     02  WS-OLD-PREFIX            PIC 9(05).
000920     02  WS-OLD-RESTOFNUMBER      PIC 9(07).
000921 01  WS-OLD-DEPARTMENT            PIC X(15).
000922 01  WS-OLD-EXTENSION             PIC X(05).
000923 01  WS-OLD-STATUS                PIC X(01).
000924     88  WS-OLD-ACTIVE                VALUE "A".
000925 01  WS-EXT-NOT-FOUND-SWITCH      PIC X VALUE "N".
000926     88  EXT-FILE-NOT-FOUND           VALUE "Y".
000927 01  WS-EXT-EOF-SWITCH            PIC X.
000928     88  WS-EXT-AT-EOF                VALUE "Y".
000929 01  WS-EXT-FOUND-SWITCH          PIC X.
000930     88  WS-EXT-FOUND                 VALUE "Y".
000931 01  WS-EXT-BLOCK-SWITCH          PIC X.
000932     88  WS-EXT-BLOCK-SEEN            VALUE "Y".
000933 01  WS-EXT-CONFLICT-SWITCH       PIC X VALUE "N".
000934     88  WS-EXT-CONFLICT              VALUE "Y".
000935 01  WS-EXT-TAKEN-SWITCH          PIC X.
000936     88  WS-EXT-TAKEN                 VALUE "Y".
000937 01  WS-EXT-COOLING-DAYS          PIC 9(03) VALUE 90.
000938 01  WS-EXT-DATE-PIECES.
000939     02  WS-EXT-DP-YEAR           PIC 9(04).
000940     02  WS-EXT-DP-MONTH          PIC 9(02).
000941     02  WS-EXT-DP-DAY            PIC 9(02).
000942 01  WS-EXT-TODAY-NUMBER          PIC 9(07).
000943 01  WS-EXT-STATE-NUMBER          PIC 9(07).
000944 01  WS-EXT-WARNING               PIC X(25) VALUE SPACES.
000945 01  WS-EXT-RELEASE-KEY.
000946     02  WS-EXT-RELEASE-DEPARTMENT PIC X(15).
000947     02  WS-EXT-RELEASE-EXTENSION PIC X(05).
000948 01  RPT-HEADING-1                PIC X(80) VALUE
000949         "PENDING-CHANGE RELEASE - NIGHTLY LISTING".
000950 01  RPT-HEADING-2                PIC X(80) VALUE
000960         "RELEASED THIS RUN".
000970 01  RPT-HEADING-3                PIC X(80) VALUE
001430     WRITE RPT-LINE FROM RPT-HEADING-2
001440     PERFORM 1100-OPEN-BOOK-FOR-MAINTENANCE
001450     PERFORM 1200-OPEN-AUDIT-FILE
001451     PERFORM 1250-OPEN-EXTENSION-FILE
001452     PERFORM 1260-OPEN-SUSPENSE-FILE
001453     PERFORM 1240-OPEN-LOCATION-FILE
001460     OPEN I-O PENDING-FILE
001470     IF PEND-FS = 35
001480         SET PENDING-NOT-FOUND TO TRUE
001660         OPEN OUTPUT AUDIT-FILE
001670     END-IF.
001680
001681 1240-OPEN-LOCATION-FILE.
001682     OPEN INPUT LOC-FILE
001683     IF LOC-FS = 35
001684         SET LOC-FILE-NOT-FOUND TO TRUE
001685     END-IF.
001686
001687 1250-OPEN-EXTENSION-FILE.
001688     OPEN I-O EXT-FILE
001689     IF EXT-FS = 35
001690         SET EXT-FILE-NOT-FOUND TO TRUE
001691     END-IF
001692     ACCEPT WS-EXT-DATE-PIECES FROM DATE YYYYMMDD
001693     COMPUTE WS-EXT-TODAY-NUMBER = (WS-EXT-DP-YEAR * 372)
001694         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY.
001695
001696 1260-OPEN-SUSPENSE-FILE.
001697     OPEN I-O SUSPENSE-FILE
001698     IF SUSP-FS = 35
001699         OPEN OUTPUT SUSPENSE-FILE
001700         CLOSE SUSPENSE-FILE
001701         OPEN I-O SUSPENSE-FILE
001702     END-IF.
001703
001704 1300-START-PENDING-SCAN.
001705     MOVE LOW-VALUES TO PEND-KEY
001710     START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
001720         INVALID KEY
001730             SET WS-PEND-AT-EOF TO TRUE
001770     END-START.
001780
001790 2000-RELEASE-ONE-PENDING-ITEM.
001791     MOVE SPACES TO WS-EXT-WARNING
001800     IF PEND-EFFECTIVE-DATE NOT GREATER THAN WS-TODAYS-DATE
001810         PERFORM 2010-APPLY-BY-ACTION-CODE
001820         DELETE PENDING-FILE
001890     PERFORM 2700-READ-NEXT-PENDING-ITEM.
001900
001910 2010-APPLY-BY-ACTION-CODE.
001911     PERFORM 2020-EDIT-LOCATION
001920     EVALUATE TRUE
001921         WHEN PEND-MANAGER-NAME = PEND-NAME
001922             MOVE "MANAGER IS SELF" TO RPT-D-REASON
001923             PERFORM 2900-REJECT-PENDING-ITEM
001924         WHEN WS-LOC-NOT-ON-FILE
001925             MOVE "LOCATION NOT ON REFERENCE" TO RPT-D-REASON
001926             PERFORM 2900-REJECT-PENDING-ITEM
001930         WHEN PEND-ACTION-ADD
001940             PERFORM 2100-APPLY-ADD
001950         WHEN PEND-ACTION-UPDATE
002030             PERFORM 2900-REJECT-PENDING-ITEM
002040     END-EVALUATE.
002050
002051 2020-EDIT-LOCATION.
002052     MOVE "N" TO WS-LOC-REJECT-SWITCH
002053     IF PEND-LOCATION NOT = SPACES AND NOT PEND-LOCATION-CLEARED
002054             AND NOT LOC-FILE-NOT-FOUND
002055         MOVE PEND-LOCATION TO LOC-KEY
002056         READ LOC-FILE
002057             INVALID KEY
002058                 SET WS-LOC-NOT-ON-FILE TO TRUE
002059         END-READ
002060     END-IF.
002061
002062 2100-APPLY-ADD.
002070     MOVE PEND-NAME TO NAME
002080     MOVE PEND-PHONENUMBER TO PHONENUMBER
002090     MOVE PEND-DEPARTMENT TO DEPARTMENT
002100     MOVE PEND-EXTENSION TO EXTENSION
002110     MOVE PEND-EMAIL-ADDRESS TO EMAIL-ADDRESS
002111     IF PEND-MANAGER-CLEARED
002112         MOVE SPACES TO BOOK-MANAGER-NAME
002113     ELSE
002114         MOVE PEND-MANAGER-NAME TO BOOK-MANAGER-NAME
002115     END-IF
002116     MOVE PEND-LOCATION TO BOOK-LOCATION
002117     IF PEND-LOCATION-CLEARED
002118         MOVE SPACES TO BOOK-LOCATION
002119     END-IF
002120     SET ACTIVE-STATUS TO TRUE
002121     MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
002122     MOVE SPACES TO BOOK-CONFIDENTIAL-SET-BY
002123     MOVE ZERO TO BOOK-CONFIDENTIAL-DATE
002124     MOVE "E" TO BOOK-WORKER-TYPE
002125     MOVE ZERO TO BOOK-CONTRACT-END-DATE
002126     MOVE SPACES TO BOOK-SPONSOR-NAME
002127     PERFORM 2120-PICK-EXTENSION-FOR-ADD
002128     IF WS-EXT-CONFLICT
002129         MOVE "EXTENSION HELD BY OTHER" TO RPT-D-REASON
002130         PERFORM 2900-REJECT-PENDING-ITEM
002131     ELSE
002132         PERFORM 2105-WRITE-NEW-ENTRY
002133     END-IF.
002134
002135 2105-WRITE-NEW-ENTRY.
002136     ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
002140     WRITE BOOKENTRY
002150         INVALID KEY
002160             MOVE "MATCHES EXISTING ENTRY" TO RPT-D-REASON
002170             PERFORM 2900-REJECT-PENDING-ITEM
002180         NOT INVALID KEY
002190             PERFORM 2110-WRITE-AUDIT-FOR-ADD
002191             PERFORM 2960-CLAIM-EXTENSION
002200             PERFORM 2800-REPORT-APPLIED
002210     END-WRITE.
002220
002260     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
002270     MOVE NAME TO AUDIT-AFTER-NAME
002280     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
002281     MOVE SPACES TO AUDIT-MOVEMENT
002282     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
002283     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
002290     PERFORM 7000-STAMP-AUDIT-RECORD.
002291
002292 2120-PICK-EXTENSION-FOR-ADD.
002293     MOVE "N" TO WS-EXT-CONFLICT-SWITCH
002294     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
002295         IF EXTENSION = SPACES
002296             PERFORM 2950-DRAW-FREE-EXTENSION
002297         ELSE
002298             PERFORM 2955-CHECK-GIVEN-EXTENSION
002299         END-IF
002300     END-IF.
002301
002310 2200-APPLY-UPDATE.
002320     MOVE PEND-NAME TO NAME
002330     READ BOOK
002410 2210-APPLY-UPDATE-FIELDS.
002420     MOVE NAME TO WS-OLD-NAME
002430     MOVE PHONENUMBER TO WS-OLD-PHONENUMBER
002431     MOVE DEPARTMENT TO WS-OLD-DEPARTMENT
002432     MOVE EXTENSION TO WS-OLD-EXTENSION
002433     MOVE BOOK-STATUS-FLAG TO WS-OLD-STATUS
002440     IF PEND-PREFIX NOT = ZERO
002450         MOVE PEND-PREFIX TO PREFIX
002460     END-IF
002560     IF PEND-EMAIL-ADDRESS NOT = SPACES
002570         MOVE PEND-EMAIL-ADDRESS TO EMAIL-ADDRESS
002580     END-IF
002581     IF PEND-MANAGER-CLEARED
002582         MOVE SPACES TO BOOK-MANAGER-NAME
002583     ELSE
002584         IF PEND-MANAGER-NAME NOT = SPACES
002585             MOVE PEND-MANAGER-NAME TO BOOK-MANAGER-NAME
002586         END-IF
002587     END-IF
002588     IF PEND-LOCATION-CLEARED
002589         MOVE SPACES TO BOOK-LOCATION
002590     ELSE
002591         IF PEND-LOCATION NOT = SPACES
002592             MOVE PEND-LOCATION TO BOOK-LOCATION
002593         END-IF
002594     END-IF
002595     EVALUATE PEND-STATUS-FLAG
002600         WHEN "A" SET ACTIVE-STATUS TO TRUE
002610         WHEN "I" SET INACTIVE-STATUS TO TRUE
002620         WHEN OTHER CONTINUE
002630     END-EVALUATE
002631     PERFORM 2230-PICK-EXTENSION-FOR-UPDATE
002632     IF WS-EXT-CONFLICT
002633         MOVE "EXTENSION HELD BY OTHER" TO RPT-D-REASON
002634         PERFORM 2900-REJECT-PENDING-ITEM
002635     ELSE
002636         PERFORM 2215-REWRITE-UPDATED-ENTRY
002637     END-IF.
002638
002639 2215-REWRITE-UPDATED-ENTRY.
002640     ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
002650     REWRITE BOOKENTRY
002660         INVALID KEY
002670             MOVE "REWRITE FAILED" TO RPT-D-REASON
002680             PERFORM 2900-REJECT-PENDING-ITEM
002690         NOT INVALID KEY
002691             PERFORM 2240-MOVE-EXTENSION-FOR-UPDATE
002700             PERFORM 2220-WRITE-AUDIT-FOR-UPDATE
002710             PERFORM 2800-REPORT-APPLIED
002720     END-REWRITE.
002770     MOVE WS-OLD-PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
002780     MOVE NAME TO AUDIT-AFTER-NAME
002790     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
002791     MOVE SPACES TO AUDIT-MOVEMENT
002792     MOVE WS-OLD-DEPARTMENT TO AUDIT-BEFORE-DEPARTMENT
002793     MOVE WS-OLD-STATUS TO AUDIT-BEFORE-STATUS
002794     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
002795     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
002800     PERFORM 7000-STAMP-AUDIT-RECORD.
002801
002802 2230-PICK-EXTENSION-FOR-UPDATE.
002803     MOVE "N" TO WS-EXT-CONFLICT-SWITCH
002804     IF NOT EXT-FILE-NOT-FOUND AND ACTIVE-STATUS
002805             AND DEPARTMENT NOT = SPACES
002806         IF DEPARTMENT NOT = WS-OLD-DEPARTMENT
002807                 AND PEND-EXTENSION = SPACES
002808             PERFORM 2950-DRAW-FREE-EXTENSION
002809         ELSE
002810             IF EXTENSION NOT = WS-OLD-EXTENSION
002811                 PERFORM 2955-CHECK-GIVEN-EXTENSION
002812             END-IF
002813         END-IF
002814     END-IF.
002815
002816 2240-MOVE-EXTENSION-FOR-UPDATE.
002817     IF DEPARTMENT NOT = WS-OLD-DEPARTMENT
002818             OR EXTENSION NOT = WS-OLD-EXTENSION
002819             OR BOOK-STATUS-FLAG NOT = WS-OLD-STATUS
002820         IF WS-OLD-ACTIVE
002821             MOVE WS-OLD-DEPARTMENT TO WS-EXT-RELEASE-DEPARTMENT
002822             MOVE WS-OLD-EXTENSION TO WS-EXT-RELEASE-EXTENSION
002823             PERFORM 2970-RELEASE-EXTENSION
002824         END-IF
002825         IF ACTIVE-STATUS
002826             PERFORM 2960-CLAIM-EXTENSION
002827         END-IF
002828     END-IF.
002829
002830 2300-APPLY-TERMINATE.
002831     MOVE PEND-NAME TO NAME
002840     READ BOOK
002850         INVALID KEY
002860             MOVE "ENTRY NOT ON FILE" TO RPT-D-REASON
002960     ELSE
002970         MOVE NAME TO AUDIT-BEFORE-NAME
002980         MOVE PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
002981         MOVE DEPARTMENT TO WS-EXT-RELEASE-DEPARTMENT
002982         MOVE EXTENSION TO WS-EXT-RELEASE-EXTENSION
002990         SET INACTIVE-STATUS TO TRUE
003000         ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
003010         PERFORM 2320-REWRITE-TERMINATED-ENTRY
003070             MOVE "REWRITE FAILED" TO RPT-D-REASON
003080             PERFORM 2900-REJECT-PENDING-ITEM
003090         NOT INVALID KEY
003091             PERFORM 2970-RELEASE-EXTENSION
003100             PERFORM 2330-WRITE-AUDIT-FOR-TERMINATE
003110             PERFORM 2800-REPORT-APPLIED
003120     END-REWRITE.
003150     SET AUDIT-ACTION-DELETE TO TRUE
003160     MOVE NAME TO AUDIT-AFTER-NAME
003170     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
003171     MOVE SPACES TO AUDIT-MOVEMENT
003172     MOVE DEPARTMENT TO AUDIT-BEFORE-DEPARTMENT
003173     SET AUDIT-BEFORE-ACTIVE TO TRUE
003174     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
003175     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
003180     PERFORM 7000-STAMP-AUDIT-RECORD.
003190
003200 2400-APPLY-REACTIVATE.
003340     ELSE
003350         MOVE NAME TO WS-OLD-NAME
003360         MOVE PHONENUMBER TO WS-OLD-PHONENUMBER
003361         MOVE DEPARTMENT TO WS-OLD-DEPARTMENT
003362         MOVE BOOK-STATUS-FLAG TO WS-OLD-STATUS
003370         SET ACTIVE-STATUS TO TRUE
003380         PERFORM 2430-PICK-EXTENSION-FOR-REACTIVATE
003390         IF WS-EXT-CONFLICT
003391             MOVE "EXTENSION HELD BY OTHER" TO RPT-D-REASON
003392             PERFORM 2900-REJECT-PENDING-ITEM
003393         ELSE
003394             ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
003395             PERFORM 2420-REWRITE-REACTIVATED-ENTRY
003396         END-IF
003400     END-IF.
003410
003420 2420-REWRITE-REACTIVATED-ENTRY.
003450             MOVE "REWRITE FAILED" TO RPT-D-REASON
003460             PERFORM 2900-REJECT-PENDING-ITEM
003470         NOT INVALID KEY
003471             PERFORM 2960-CLAIM-EXTENSION
003480             PERFORM 2220-WRITE-AUDIT-FOR-UPDATE
003490             PERFORM 2800-REPORT-APPLIED
003500     END-REWRITE.
003501
003502 2430-PICK-EXTENSION-FOR-REACTIVATE.
003503     MOVE "N" TO WS-EXT-CONFLICT-SWITCH
003504     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
003505             AND EXTENSION NOT = SPACES
003506         PERFORM 2955-CHECK-GIVEN-EXTENSION
003507         IF WS-EXT-CONFLICT
003508             PERFORM 2950-DRAW-FREE-EXTENSION
003509             IF WS-EXT-FOUND
003510                 MOVE "N" TO WS-EXT-CONFLICT-SWITCH
003511                 MOVE "NEW EXTENSION - OLD HELD" TO WS-EXT-WARNING
003512             END-IF
003513         END-IF
003514     END-IF.
003515
003520 2700-READ-NEXT-PENDING-ITEM.
003530     READ PENDING-FILE NEXT RECORD
003540         AT END SET WS-PEND-AT-EOF TO TRUE
003620     MOVE PEND-FIRSTNAME TO RPT-D-FIRSTNAME
003630     MOVE "APPLIED" TO RPT-D-DISPOSITION
003640     MOVE SPACES TO RPT-D-REASON
003650     WRITE RPT-LINE FROM RPT-DETAIL
003651     IF WS-EXT-WARNING NOT = SPACES
003652         PERFORM 2810-REPORT-EXTENSION-WARNING
003653     END-IF.
003654
003655 2810-REPORT-EXTENSION-WARNING.
003656     MOVE "WARNING" TO RPT-D-DISPOSITION
003657     MOVE WS-EXT-WARNING TO RPT-D-REASON
003658     WRITE RPT-LINE FROM RPT-DETAIL
003659     MOVE SPACES TO WS-EXT-WARNING.
003660
003670 2900-REJECT-PENDING-ITEM.
003680     ADD 1 TO WS-REJECTED-COUNT
003710     MOVE PEND-LASTNAME TO RPT-D-LASTNAME
003720     MOVE PEND-FIRSTNAME TO RPT-D-FIRSTNAME
003730     MOVE "REJECTED" TO RPT-D-DISPOSITION
003740     WRITE RPT-LINE FROM RPT-DETAIL
003741     PERFORM 2980-SUSPEND-PENDING-ITEM.
003742
003743 2950-DRAW-FREE-EXTENSION.
003744     MOVE "N" TO WS-EXT-FOUND-SWITCH
003745     MOVE "N" TO WS-EXT-BLOCK-SWITCH
003746     MOVE "N" TO WS-EXT-EOF-SWITCH
003747     MOVE DEPARTMENT TO EXT-DEPARTMENT
003748     MOVE LOW-VALUES TO EXT-EXTENSION
003749     START EXT-FILE KEY IS NOT LESS THAN EXT-KEY
003750         INVALID KEY
003751             SET WS-EXT-AT-EOF TO TRUE
003752         NOT INVALID KEY
003753             PERFORM 2952-READ-NEXT-EXTENSION
003754     END-START
003755     PERFORM 2951-TEST-ONE-EXTENSION
003756         UNTIL WS-EXT-AT-EOF OR WS-EXT-FOUND
003757     IF WS-EXT-FOUND
003758         MOVE EXT-EXTENSION TO EXTENSION
003759     ELSE
003760         IF WS-EXT-BLOCK-SEEN
003761             MOVE SPACES TO EXTENSION
003762             MOVE "NO FREE EXTENSION LEFT" TO WS-EXT-WARNING
003763         ELSE
003764             MOVE SPACES TO EXTENSION
003765             MOVE "DEPARTMENT HAS NO BLOCK" TO WS-EXT-WARNING
003766         END-IF
003767     END-IF.
003768
003769 2951-TEST-ONE-EXTENSION.
003770     IF EXT-DEPARTMENT NOT = DEPARTMENT
003771         SET WS-EXT-AT-EOF TO TRUE
003772     ELSE
003773         SET WS-EXT-BLOCK-SEEN TO TRUE
003774         IF EXT-FREE
003775             SET WS-EXT-FOUND TO TRUE
003776         ELSE
003777             IF EXT-COOLING
003778                 PERFORM 2953-TEST-COOLING-ENDED
003779             END-IF
003780         END-IF
003781         IF NOT WS-EXT-FOUND
003782             PERFORM 2952-READ-NEXT-EXTENSION
003783         END-IF
003784     END-IF.
003785
003786 2952-READ-NEXT-EXTENSION.
003787     READ EXT-FILE NEXT RECORD
003788         AT END SET WS-EXT-AT-EOF TO TRUE
003789     END-READ.
003790
003791 2953-TEST-COOLING-ENDED.
003792     MOVE EXT-STATE-DATE TO WS-EXT-DATE-PIECES
003793     COMPUTE WS-EXT-STATE-NUMBER = (WS-EXT-DP-YEAR * 372)
003794         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY
003795     IF WS-EXT-TODAY-NUMBER - WS-EXT-STATE-NUMBER
003796             NOT LESS THAN WS-EXT-COOLING-DAYS
003797         SET WS-EXT-FOUND TO TRUE
003798     END-IF.
003799
003800 2955-CHECK-GIVEN-EXTENSION.
003801     MOVE DEPARTMENT TO EXT-DEPARTMENT
003802     MOVE EXTENSION TO EXT-EXTENSION
003803     READ EXT-FILE
003804         INVALID KEY
003805             CONTINUE
003806         NOT INVALID KEY
003807             PERFORM 2956-TEST-HELD-BY-OTHER
003808             IF WS-EXT-TAKEN
003809                 SET WS-EXT-CONFLICT TO TRUE
003810             END-IF
003811     END-READ.
003812
003813 2956-TEST-HELD-BY-OTHER.
003814     MOVE "N" TO WS-EXT-TAKEN-SWITCH
003815     IF EXT-HOLDER-NAME NOT = NAME
003816         IF EXT-ASSIGNED
003817             SET WS-EXT-TAKEN TO TRUE
003818         ELSE
003819             IF EXT-COOLING
003820                 MOVE "N" TO WS-EXT-FOUND-SWITCH
003821                 PERFORM 2953-TEST-COOLING-ENDED
003822                 IF NOT WS-EXT-FOUND
003823                     SET WS-EXT-TAKEN TO TRUE
003824                 END-IF
003825             END-IF
003826         END-IF
003827     END-IF.
003828
003829 2960-CLAIM-EXTENSION.
003830     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
003831             AND EXTENSION NOT = SPACES
003832         MOVE DEPARTMENT TO EXT-DEPARTMENT
003833         MOVE EXTENSION TO EXT-EXTENSION
003834         READ EXT-FILE
003835             INVALID KEY
003836                 CONTINUE
003837             NOT INVALID KEY
003838                 PERFORM 2961-ASSIGN-EXTENSION-RECORD
003839         END-READ
003840     END-IF.
003841
003842 2961-ASSIGN-EXTENSION-RECORD.
003843     PERFORM 2956-TEST-HELD-BY-OTHER
003844     IF WS-EXT-TAKEN
003845         MOVE "EXTENSION HELD BY OTHER" TO WS-EXT-WARNING
003846     ELSE
003847         SET EXT-ASSIGNED TO TRUE
003848         MOVE NAME TO EXT-HOLDER-NAME
003849         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
003850         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
003851         REWRITE EXTENSION-RECORD
003852     END-IF.
003853
003854 2970-RELEASE-EXTENSION.
003855     IF NOT EXT-FILE-NOT-FOUND
003856             AND WS-EXT-RELEASE-DEPARTMENT NOT = SPACES
003857             AND WS-EXT-RELEASE-EXTENSION NOT = SPACES
003858         MOVE WS-EXT-RELEASE-KEY TO EXT-KEY
003859         READ EXT-FILE
003860             INVALID KEY
003861                 CONTINUE
003862             NOT INVALID KEY
003863                 PERFORM 2971-COOL-EXTENSION-RECORD
003864         END-READ
003865     END-IF.
003866
003867 2971-COOL-EXTENSION-RECORD.
003868     IF EXT-ASSIGNED AND EXT-HOLDER-NAME = NAME
003869         SET EXT-COOLING TO TRUE
003870         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
003871         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
003872         REWRITE EXTENSION-RECORD
003873     END-IF.
003874
003875 2980-SUSPEND-PENDING-ITEM.
003876     PERFORM 2981-TAKE-SUSPENSE-NUMBER
003877     MOVE SPACES TO SUSPENSE-RECORD
003878     MOVE WS-SUSP-NUMBER TO SUSP-NUMBER
003879     MOVE WS-JOB-NAME TO SUSP-ORIGIN-JOB
003880     MOVE RPT-D-REASON TO SUSP-REASON
003881     ACCEPT SUSP-DATE FROM DATE YYYYMMDD
003882     ACCEPT SUSP-TIME FROM TIME
003883     MOVE SUSP-DATE TO SUSP-ORIGINAL-DATE
003884     MOVE ZERO TO SUSP-PRIOR-NUMBER
003885     SET SUSP-OPEN TO TRUE
003886     MOVE SUSP-DATE TO SUSP-STATUS-DATE
003887     MOVE WS-OPERATOR-ID TO SUSP-STATUS-BY
003888     MOVE PENDING-RECORD TO SUSP-ORIGINAL-IMAGE
003889     MOVE PEND-ACTION-CODE TO SUSP-RS-ACTION-CODE
003890     MOVE PEND-NAME TO SUSP-RS-NAME
003891     MOVE PEND-PHONENUMBER TO SUSP-RS-PHONENUMBER
003892     MOVE PEND-DEPARTMENT TO SUSP-RS-DEPARTMENT
003893     MOVE PEND-EXTENSION TO SUSP-RS-EXTENSION
003894     MOVE PEND-EMAIL-ADDRESS TO SUSP-RS-EMAIL-ADDRESS
003895     MOVE PEND-STATUS-FLAG TO SUSP-RS-STATUS-FLAG
003896     MOVE PEND-MANAGER-NAME TO SUSP-RS-MANAGER-NAME
003897     MOVE PEND-LOCATION TO SUSP-RS-LOCATION
003898     WRITE SUSPENSE-RECORD
003899         INVALID KEY
003900             DISPLAY "Suspense item " WS-SUSP-NUMBER
003901                 " could not be written - see PENDREL.RPT"
003902     END-WRITE.
003903
003904 2981-TAKE-SUSPENSE-NUMBER.
003905     MOVE ZERO TO SUSP-NUMBER
003906     READ SUSPENSE-FILE
003907         INVALID KEY
003908             MOVE SPACES TO SUSPENSE-CONTROL-RECORD
003909             MOVE ZERO TO SUSP-CTL-NUMBER
003910             MOVE 1 TO SUSP-CTL-LAST-NUMBER
003911             WRITE SUSPENSE-CONTROL-RECORD
003912         NOT INVALID KEY
003913             ADD 1 TO SUSP-CTL-LAST-NUMBER
003914             REWRITE SUSPENSE-CONTROL-RECORD
003915     END-READ
003916     MOVE SUSP-CTL-LAST-NUMBER TO WS-SUSP-NUMBER.
003917
003918 7000-STAMP-AUDIT-RECORD.
003919     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
003920     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
003921     ACCEPT AUDIT-TIME FROM TIME
003922     WRITE AUDIT-RECORD.
003923
003924 8000-PRINT-SUMMARY.
003925     WRITE RPT-LINE FROM SPACES
003926     WRITE RPT-LINE FROM RPT-HEADING-3
003927     IF NOT PENDING-NOT-FOUND
003928         PERFORM 8100-LIST-STILL-PENDING
003929     END-IF
003930     WRITE RPT-LINE FROM SPACES
003931     MOVE WS-RELEASED-COUNT TO RPT-SUM-RELEASED
003932     MOVE WS-REJECTED-COUNT TO RPT-SUM-REJECTED
003933     MOVE WS-STILL-PENDING-COUNT TO RPT-SUM-STILL-PENDING
003934     WRITE RPT-LINE FROM RPT-SUMMARY-LINE
003935     DISPLAY "Pending-change release complete."
003940     DISPLAY "Items released     - " WS-RELEASED-COUNT
003950     DISPLAY "Items rejected     - " WS-REJECTED-COUNT
003960     DISPLAY "Items still queued - " WS-STILL-PENDING-COUNT.
004260     END-IF
004270     CLOSE BOOK
004280     CLOSE AUDIT-FILE
004281     CLOSE SUSPENSE-FILE
004282     IF NOT EXT-FILE-NOT-FOUND
004283         CLOSE EXT-FILE
004284     END-IF
004285     IF NOT LOC-FILE-NOT-FOUND
004286         CLOSE LOC-FILE
004287     END-IF
004290     CLOSE RELEASE-REPORT.
004300
004310 0100-ACQUIRE-RUN-CONTROL.
