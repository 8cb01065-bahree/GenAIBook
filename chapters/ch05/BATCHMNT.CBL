000380*                  rejecting it, matching what the interactive
000390*                  number-add path does; only a still-active
000400*                  number of that type rejects.
000401* 2026-10-05  RJH  New MT-MANAGER-NAME at the end of the record
000402*                  carries the NAME of the entry the person
000403*                  reports to.  An add sets BOOK-MANAGER-NAME
000404*                  from it; an update leaves it alone when
000405*                  blank, as for the other fields, and clears
000406*                  it when the manager surname is a single "*".
000407*                  A transaction naming the person as their own
000408*                  manager rejects.
000409* 2026-10-06  RJH  Extensions now come from the EXTINV.DAT
000410*                  inventory.  An add with a DEPARTMENT and no
000411*                  EXTENSION draws the next free (or cooled-off)
000412*                  extension in that department's block; an
000413*                  extension given on the transaction is claimed
000414*                  instead, and rejects if someone else holds it.
000415*                  A termination releases the extension into
000416*                  cooling-off, a reactivation claims it back,
000417*                  and an update that moves the person to another
000418*                  department or extension does both.  No block,
000419*                  or no free extension left, is listed as a
000420*                  WARNING under the applied transaction.
000421* 2026-10-07  RJH  New MT-CONFIDENTIAL-FLAG at the end of the
000422*                  record: "Y" marks the entry confidential
000423*                  (unlisted), "N" puts it back in the published
000424*                  directory, blank leaves it alone.  An add is
000425*                  listed unless marked "Y".  Each change of the
000426*                  flag stamps BOOKENTRY with this job's operator
000427*                  ID and the date and cuts an action C or P
000428*                  audit record after the add or update record.
000429* 2026-10-09  RJH  Every rejected transaction is now also written
000430*                  to the SUSPENSE.DAT suspense file with this
000431*                  job's name, the reject reason, the date and the
000432*                  transaction image.  Items corrected through
000433*                  SUSPMNT are fed back through at the start of
000434*                  the next run, ahead of MAINT.TRN, and marked
000435*                  resubmitted; one that rejects again reopens as
000436*                  a new item that keeps its first suspended date.
000437* 2026-10-10  RJH  New MT-WORKER-TYPE, MT-CONTRACT-END-DATE and
000438*                  MT-SPONSOR-NAME columns.  An add of a
000439*                  (C)ontract or (T)emp worker must carry an end
000440*                  date; on an update a blank column leaves the
000441*                  old value, an asterisk in the sponsor clears
000442*                  it, and moving a worker to (E)mployee clears
000443*                  both contract fields.  A bad type or date, or
000444*                  a sponsor who is the worker, rejects.
000445* 2026-10-12  RJH  Add, update, reactivate and terminate audit
000446*                  records now carry the entry's department and
000447*                  status before and after the change in the new
000448*                  AUDIT-MOVEMENT group, for the monthly
000449*                  department statistics.
000450* 2026-10-14  RJH  New MT-LOCATION column (site, building and
000451*                  floor) at the end of the record.  An add sets
000452*                  BOOK-LOCATION from it; on an update a blank
000453*                  column leaves the old value and a site of "*"
000454*                  clears it.  A location not on the LOCREF.DAT
000455*                  reference rejects.
000456* 2026-10-15  RJH  The contract end date must be a real calendar
000457*                  date, and an update that leaves a contractor
000458*                  or temp without one rejects as well as an
000459*                  add.  A reactivation whose extension is now
000460*                  held by someone else draws a free one, or
000461*                  rejects EXTENSION HELD BY OTHER to suspense.
000462*                  A move to a department with no extension
000463*                  block clears the extension, so the old one is
000464*                  not released while the entry still carries it.
000465*                  An extension still cooling off for another
000466*                  holder counts as held: it is rejected EXTENSION
000467*                  HELD BY OTHER and is never claimed.
000468******************************************************************
000469 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. BATCHMNT.
000471 AUTHOR R J HANLON.
000472 DATE-WRITTEN. 22 AUGUST 2026.
000473 ENVIRONMENT DIVISION.
000474 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000500         ORGANIZATION IS INDEXED
000680     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS AUDIT-FS.
000701     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS DYNAMIC
000704         RECORD KEY IS EXT-KEY
000705         FILE STATUS IS EXT-FS.
000706     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
000707         ORGANIZATION IS INDEXED
000708         ACCESS MODE IS DYNAMIC
000709         RECORD KEY IS SUSP-NUMBER
000710         FILE STATUS IS SUSP-FS.
000711     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RC-JOB-NAME
000750         FILE STATUS IS RC-FS.
000751     SELECT LOC-FILE ASSIGN TO "LOCREF.DAT"
000752         ORGANIZATION IS INDEXED
000753         ACCESS MODE IS RANDOM
000754         RECORD KEY IS LOC-KEY
000755         FILE STATUS IS LOC-FS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BOOK.
000970     02  MT-EMAIL-ADDRESS         PIC X(30).
000980     02  MT-STATUS-FLAG           PIC X(01).
000990     02  MT-NUMBER-TYPE           PIC X(01).
000991     02  MT-MANAGER-NAME.
000992         03  MT-MANAGER-LASTNAME  PIC X(10).
000993             88  MT-MANAGER-CLEARED   VALUE "*".
000994         03  MT-MANAGER-FIRSTNAME PIC X(10).
000995     02  MT-CONFIDENTIAL-FLAG     PIC X(01).
000996         88  MT-CONFIDENTIAL-MARK     VALUE "Y".
000997         88  MT-CONFIDENTIAL-UNMARK   VALUE "N".
000998     02  MT-WORKER-TYPE           PIC X(01).
000999         88  MT-WORKER-TYPE-VALID     VALUE " " "E" "C" "T".
001000         88  MT-CONTRACT-WORKER       VALUE "C" "T".
001001     02  MT-CONTRACT-END-DATE     PIC X(08).
001002     02  MT-CONTRACT-END-DATE-N REDEFINES MT-CONTRACT-END-DATE
001003                                  PIC 9(08).
001004     02  MT-SPONSOR-NAME.
001005         03  MT-SPONSOR-LASTNAME  PIC X(10).
001006             88  MT-SPONSOR-CLEARED   VALUE "*".
001007         03  MT-SPONSOR-FIRSTNAME PIC X(10).
001008     02  MT-LOCATION.
001009         03  MT-LOC-SITE          PIC X(04).
001010             88  MT-LOCATION-CLEARED  VALUE "*".
001011         03  MT-LOC-BUILDING      PIC X(04).
001012         03  MT-LOC-FLOOR         PIC X(03).
001013 FD  MAINT-REPORT.
001014 01  RPT-LINE                     PIC X(80).
001020 FD  PHONE-FILE.
001030 COPY "PHONREC.CPY".
001040 FD  AUDIT-FILE.
001050 COPY "AUDITREC.CPY".
001051 FD  EXT-FILE.
001052 COPY "EXTREC.CPY".
001053 FD  SUSPENSE-FILE.
001054 COPY "SUSPREC.CPY".
001060 FD  RUN-CONTROL-FILE.
001070 COPY "RUNCTLRC.CPY".
001071 FD  LOC-FILE.
001072 COPY "LOCREC.CPY".
001080 WORKING-STORAGE SECTION.
001090 01  FS                           PIC 99.
001100 01  PHONE-FS                     PIC 99.
001120 01  RPT-FS                       PIC 99.
001130 01  AUDIT-FS                     PIC 99.
001140 01  RC-FS                        PIC 99.
001141 01  EXT-FS                       PIC 99.
001142 01  SUSP-FS                      PIC 99.
001143 01  LOC-FS                       PIC 99.
001150 01  WS-JOB-NAME                  PIC X(08) VALUE "BATCHMNT".
001160 01  WS-RUN-REFUSED-SWITCH        PIC X VALUE "N".
001170     88  WS-RUN-REFUSED               VALUE "Y".
001180 01  WS-RC-EOF-SWITCH             PIC X.
001190     88  WS-RC-AT-EOF                 VALUE "Y".
001200 01  WS-RC-TODAYS-DATE            PIC 9(08).
001201 01  WS-LOC-NOT-FOUND-SWITCH      PIC X VALUE "N".
001202     88  LOC-FILE-NOT-FOUND           VALUE "Y".
001210 01  WS-OPERATOR-ID               PIC X(08) VALUE "BATCHMNT".
001220 01  WS-APPLIED-COUNT             PIC 9(06) VALUE ZERO.
001230 01  WS-REJECTED-COUNT            PIC 9(06) VALUE ZERO.
001231 01  WS-RESUBMITTED-COUNT         PIC 9(06) VALUE ZERO.
001232 01  WS-SUSP-NUMBER               PIC 9(06).
001233 01  WS-SUSP-EOF-SWITCH           PIC X.
001234     88  WS-SUSP-AT-EOF               VALUE "Y".
001235 01  WS-SUSP-FOUND-SWITCH         PIC X.
001236     88  WS-SUSP-FOUND                VALUE "Y".
001237 01  WS-RESUBMIT-SWITCH           PIC X VALUE "N".
001238     88  WS-RESUBMITTING              VALUE "Y".
001239 01  WS-RESUBMIT-NUMBER           PIC 9(06) VALUE ZERO.
001240 01  WS-RESUBMIT-ORIGINAL-DATE    PIC 9(08).
001241 01  WS-OLD-NAME.
001250     02  WS-OLD-LASTNAME          PIC X(10).
001260     02  WS-OLD-FIRSTNAME         PIC X(10).
001270 01  WS-OLD-PHONENUMBER.
001280     02  WS-OLD-PREFIX            PIC 9(05).
001290     02  WS-OLD-RESTOFNUMBER      PIC 9(07).
001291 01  WS-OLD-DEPARTMENT            PIC X(15).
001292 01  WS-OLD-EXTENSION             PIC X(05).
001293 01  WS-OLD-STATUS                PIC X(01).
001294     88  WS-OLD-ACTIVE                VALUE "A".
001295 01  WS-OLD-CONFIDENTIAL-FLAG     PIC X(01).
001296     88  WS-OLD-CONFIDENTIAL          VALUE "Y".
001297 01  WS-CONF-CHANGE-SWITCH        PIC X.
001298     88  WS-CONFIDENTIAL-CHANGED      VALUE "Y".
001299 01  WS-EXT-NOT-FOUND-SWITCH      PIC X VALUE "N".
001300     88  EXT-FILE-NOT-FOUND           VALUE "Y".
001301 01  WS-EXT-EOF-SWITCH            PIC X.
001302     88  WS-EXT-AT-EOF                VALUE "Y".
001303 01  WS-EXT-FOUND-SWITCH          PIC X.
001304     88  WS-EXT-FOUND                 VALUE "Y".
001305 01  WS-EXT-BLOCK-SWITCH          PIC X.
001306     88  WS-EXT-BLOCK-SEEN            VALUE "Y".
001307 01  WS-EXT-CONFLICT-SWITCH       PIC X VALUE "N".
001308     88  WS-EXT-CONFLICT              VALUE "Y".
001309 01  WS-EXT-TAKEN-SWITCH          PIC X.
001310     88  WS-EXT-TAKEN                 VALUE "Y".
001311 01  WS-EXT-COOLING-DAYS          PIC 9(03) VALUE 90.
001312 01  WS-EXT-DATE-PIECES.
001313     02  WS-EXT-DP-YEAR           PIC 9(04).
001314     02  WS-EXT-DP-MONTH          PIC 9(02).
001315     02  WS-EXT-DP-DAY            PIC 9(02).
001316 01  WS-EXT-TODAY-NUMBER          PIC 9(07).
001317 01  WS-EXT-STATE-NUMBER          PIC 9(07).
001318 01  WS-EXT-WARNING               PIC X(25) VALUE SPACES.
001319 01  WS-EXT-RELEASE-KEY.
001320     02  WS-EXT-RELEASE-DEPARTMENT PIC X(15).
001321     02  WS-EXT-RELEASE-EXTENSION PIC X(05).
001322 01  WS-CONTRACT-DATE-PIECES.
001323     02  WS-CONTRACT-DP-YEAR      PIC 9(04).
001324     02  WS-CONTRACT-DP-MONTH     PIC 9(02).
001325     02  WS-CONTRACT-DP-DAY       PIC 9(02).
001326 01  WS-CONTRACT-DAYS-IN-MONTH    PIC 9(02).
001327 01  WS-MONTH-LENGTH-VALUES.
001328     02  FILLER                   PIC X(24) VALUE
001329             "312831303130313130313031".
001330 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001331     02  WS-MONTH-LENGTH          PIC 9(02) OCCURS 12 TIMES.
001332 01  WS-LEAP-QUOTIENT             PIC 9(04).
001333 01  WS-LEAP-REMAINDER-4          PIC 9(03).
001334 01  WS-LEAP-REMAINDER-100        PIC 9(03).
001335 01  WS-LEAP-REMAINDER-400        PIC 9(03).
001336 01  WS-CONTRACT-RESULT-TYPE      PIC X(01).
001337     88  WS-CONTRACT-RESULT-CONTRACT  VALUE "C" "T".
001338 01  WS-CONTRACT-RESULT-END-DATE  PIC 9(08).
001339 01  RPT-HEADING                  PIC X(80) VALUE
001340         "BATCH MAINTENANCE - TRANSACTION LISTING".
001341 01  RPT-HEADING-RESUBMIT         PIC X(80) VALUE
001342         "CORRECTED ITEMS RESUBMITTED FROM SUSPENSE".
001343 01  RPT-HEADING-TRANS            PIC X(80) VALUE
001344         "MAINT.TRN TRANSACTIONS".
001345 01  RPT-NONE-RESUBMITTED         PIC X(80) VALUE
001346         "   NONE".
001347 01  RPT-DETAIL.
001348     02  RPT-D-ACTION             PIC X(01).
001349     02  FILLER                   PIC X(02) VALUE SPACES.
001350     02  RPT-D-LASTNAME           PIC X(10).
001360     02  FILLER                   PIC X(01) VALUE SPACE.
001370     02  RPT-D-FIRSTNAME          PIC X(10).
001480     02  FILLER                   PIC X(20) VALUE
001490             "ENTRIES REJECTED...".
001500     02  RPT-SUM-REJECTED         PIC ZZZZ9.
001501 01  RPT-SUMMARY-LINE-2.
001502     02  FILLER                   PIC X(20) VALUE
001503             "RESUBMITTED........".
001504     02  RPT-SUM-RESUBMITTED      PIC ZZZZ9.
001505     02  FILLER                   PIC X(10) VALUE SPACES.
001506     02  FILLER                   PIC X(45) VALUE
001507             "REJECTED ENTRIES ARE HELD ON SUSPENSE.DAT".
001510 PROCEDURE DIVISION.
001520 0000-MAINLINE.
001530     PERFORM 0100-ACQUIRE-RUN-CONTROL
001660     OPEN INPUT TRANS-FILE
001670     PERFORM 1100-OPEN-BOOK-FOR-MAINTENANCE
001680     PERFORM 1150-OPEN-PHONE-FILE
001681     PERFORM 1180-OPEN-LOCATION-FILE
001690     PERFORM 1200-OPEN-AUDIT-FILE
001691     PERFORM 1250-OPEN-EXTENSION-FILE
001692     PERFORM 1300-OPEN-SUSPENSE-FILE
001700     OPEN OUTPUT MAINT-REPORT
001710     WRITE RPT-LINE FROM RPT-HEADING
001711     WRITE RPT-LINE FROM SPACES
001712     PERFORM 1500-RESUBMIT-CORRECTED-ITEMS
001713     WRITE RPT-LINE FROM RPT-HEADING-TRANS
001720     WRITE RPT-LINE FROM SPACES
001730     READ TRANS-FILE
001740         AT END SET ENDOFFILE TO TRUE
001900         OPEN I-O PHONE-FILE
001910     END-IF.
001920
001921 1180-OPEN-LOCATION-FILE.
001922     OPEN INPUT LOC-FILE
001923     IF LOC-FS = 35
001924         SET LOC-FILE-NOT-FOUND TO TRUE
001925     END-IF.
001926
001930 1200-OPEN-AUDIT-FILE.
001940     OPEN EXTEND AUDIT-FILE
001950     IF AUDIT-FS = 35
001960         OPEN OUTPUT AUDIT-FILE
001970     END-IF.
001980
001981 1250-OPEN-EXTENSION-FILE.
001982     OPEN I-O EXT-FILE
001983     IF EXT-FS = 35
001984         SET EXT-FILE-NOT-FOUND TO TRUE
001985     END-IF
001986     ACCEPT WS-EXT-DATE-PIECES FROM DATE YYYYMMDD
001987     COMPUTE WS-EXT-TODAY-NUMBER = (WS-EXT-DP-YEAR * 372)
001988         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY.
001989
001990 1300-OPEN-SUSPENSE-FILE.
001991     OPEN I-O SUSPENSE-FILE
001992     IF SUSP-FS = 35
001993         OPEN OUTPUT SUSPENSE-FILE
001994         CLOSE SUSPENSE-FILE
001995         OPEN I-O SUSPENSE-FILE
001996     END-IF.
001997
001998 1500-RESUBMIT-CORRECTED-ITEMS.
001999     WRITE RPT-LINE FROM RPT-HEADING-RESUBMIT
002000     MOVE ZERO TO WS-RESUBMIT-NUMBER
002001     PERFORM 1510-FIND-NEXT-CORRECTED-ITEM
002002     PERFORM 1520-RESUBMIT-ONE-ITEM
002003         UNTIL WS-SUSP-AT-EOF
002004     IF WS-RESUBMITTED-COUNT = ZERO
002005         WRITE RPT-LINE FROM RPT-NONE-RESUBMITTED
002006     END-IF
002007     WRITE RPT-LINE FROM SPACES.
002008
002009 1510-FIND-NEXT-CORRECTED-ITEM.
002010     MOVE "N" TO WS-SUSP-EOF-SWITCH
002011     MOVE "N" TO WS-SUSP-FOUND-SWITCH
002012     MOVE WS-RESUBMIT-NUMBER TO SUSP-NUMBER
002013     START SUSPENSE-FILE KEY IS GREATER THAN SUSP-NUMBER
002014         INVALID KEY
002015             SET WS-SUSP-AT-EOF TO TRUE
002016         NOT INVALID KEY
002017             PERFORM 1511-READ-NEXT-SUSPENSE-ITEM
002018     END-START
002019     PERFORM 1512-TEST-ONE-SUSPENSE-ITEM
002020         UNTIL WS-SUSP-AT-EOF OR WS-SUSP-FOUND.
002021
002022 1511-READ-NEXT-SUSPENSE-ITEM.
002023     READ SUSPENSE-FILE NEXT RECORD
002024         AT END SET WS-SUSP-AT-EOF TO TRUE
002025     END-READ.
002026
002027 1512-TEST-ONE-SUSPENSE-ITEM.
002028     IF SUSP-CORRECTED
002029         SET WS-SUSP-FOUND TO TRUE
002030     ELSE
002031         PERFORM 1511-READ-NEXT-SUSPENSE-ITEM
002032     END-IF.
002033
002034 1520-RESUBMIT-ONE-ITEM.
002035     MOVE SUSP-NUMBER TO WS-RESUBMIT-NUMBER
002036     MOVE SUSP-ORIGINAL-DATE TO WS-RESUBMIT-ORIGINAL-DATE
002037     MOVE SUSP-RESUBMIT-TRANSACTION TO MT-TRANSACTION
002038     SET WS-RESUBMITTING TO TRUE
002039     MOVE SPACES TO WS-EXT-WARNING
002040     PERFORM 2005-EDIT-AND-APPLY-TRANSACTION
002041     MOVE "N" TO WS-RESUBMIT-SWITCH
002042     PERFORM 1530-MARK-ITEM-RESUBMITTED
002043     ADD 1 TO WS-RESUBMITTED-COUNT
002044     PERFORM 1510-FIND-NEXT-CORRECTED-ITEM.
002045
002046 1530-MARK-ITEM-RESUBMITTED.
002047     MOVE WS-RESUBMIT-NUMBER TO SUSP-NUMBER
002048     READ SUSPENSE-FILE
002049         INVALID KEY
002050             CONTINUE
002051         NOT INVALID KEY
002052             SET SUSP-RESUBMITTED TO TRUE
002053             ACCEPT SUSP-STATUS-DATE FROM DATE YYYYMMDD
002054             MOVE WS-OPERATOR-ID TO SUSP-STATUS-BY
002055             REWRITE SUSPENSE-RECORD
002056     END-READ.
002057
002058 2000-PROCESS-ONE-TRANSACTION.
002059     MOVE SPACES TO WS-EXT-WARNING
002060     PERFORM 2005-EDIT-AND-APPLY-TRANSACTION
002061     READ TRANS-FILE
002062         AT END SET ENDOFFILE TO TRUE
002063     END-READ.
002064
002065 2005-EDIT-AND-APPLY-TRANSACTION.
002066     IF MT-LASTNAME = SPACES OR MT-FIRSTNAME = SPACES
002067         MOVE "BLANK NAME" TO RPT-D-REASON
002068         PERFORM 2900-REJECT-TRANSACTION
002069     ELSE
002070         IF MT-MANAGER-NAME = MT-NAME
002071             MOVE "MANAGER IS SELF" TO RPT-D-REASON
002072             PERFORM 2900-REJECT-TRANSACTION
002073         ELSE
002074             PERFORM 2007-EDIT-CONTRACT-FIELDS
002075             IF RPT-D-REASON = SPACES
002076                 PERFORM 2009-EDIT-LOCATION
002077             END-IF
002078             IF RPT-D-REASON NOT = SPACES
002079                 PERFORM 2900-REJECT-TRANSACTION
002080             ELSE
002081                 PERFORM 2010-APPLY-BY-ACTION-CODE
002082             END-IF
002083         END-IF
002084     END-IF.
002085
002086 2006-RESOLVE-CONTRACT-RESULT.
002087     MOVE MT-WORKER-TYPE TO WS-CONTRACT-RESULT-TYPE
002088     MOVE ZERO TO WS-CONTRACT-RESULT-END-DATE
002089     IF MT-CONTRACT-END-DATE NOT = SPACES
002090         MOVE MT-CONTRACT-END-DATE-N
002091             TO WS-CONTRACT-RESULT-END-DATE
002092     END-IF
002093     IF MT-ACTION-UPDATE
002094             AND (MT-WORKER-TYPE = SPACE
002095                 OR MT-CONTRACT-END-DATE = SPACES)
002096         MOVE MT-NAME TO NAME
002097         READ BOOK
002098             INVALID KEY
002099                 CONTINUE
002100             NOT INVALID KEY
002101                 PERFORM 2011-TAKE-BOOK-CONTRACT-FIELDS
002102         END-READ
002103     END-IF.
002104
002105 2007-EDIT-CONTRACT-FIELDS.
002106     MOVE SPACES TO RPT-D-REASON
002107     IF NOT MT-WORKER-TYPE-VALID
002108         MOVE "INVALID WORKER TYPE" TO RPT-D-REASON
002109     END-IF
002110     IF RPT-D-REASON = SPACES
002111             AND MT-CONTRACT-END-DATE NOT = SPACES
002112         PERFORM 2008-CHECK-CONTRACT-END-DATE
002113     END-IF
002114     IF RPT-D-REASON = SPACES
002115             AND MT-SPONSOR-NAME = MT-NAME
002116         MOVE "SPONSOR IS SELF" TO RPT-D-REASON
002117     END-IF
002118     IF RPT-D-REASON = SPACES
002119             AND (MT-ACTION-ADD OR MT-ACTION-UPDATE)
002120         PERFORM 2006-RESOLVE-CONTRACT-RESULT
002121         IF WS-CONTRACT-RESULT-CONTRACT
002122                 AND WS-CONTRACT-RESULT-END-DATE = ZERO
002123             MOVE "CONTRACT END DATE MISSING" TO RPT-D-REASON
002124         END-IF
002125     END-IF.
002126
002127 2008-CHECK-CONTRACT-END-DATE.
002128     IF MT-CONTRACT-END-DATE NOT NUMERIC
002129         MOVE "INVALID CONTRACT END DATE" TO RPT-D-REASON
002130     ELSE
002131         MOVE MT-CONTRACT-END-DATE-N TO WS-CONTRACT-DATE-PIECES
002132         IF WS-CONTRACT-DP-YEAR = ZERO
002133                 OR WS-CONTRACT-DP-MONTH LESS THAN 1
002134                 OR WS-CONTRACT-DP-MONTH GREATER THAN 12
002135             MOVE "INVALID CONTRACT END DATE" TO RPT-D-REASON
002136         ELSE
002137             PERFORM 2012-CHECK-CONTRACT-END-DAY
002138         END-IF
002139     END-IF.
002140
002141 2009-EDIT-LOCATION.
002142     IF MT-LOCATION NOT = SPACES AND NOT MT-LOCATION-CLEARED
002143             AND NOT LOC-FILE-NOT-FOUND
002144         MOVE MT-LOCATION TO LOC-KEY
002145         READ LOC-FILE
002146             INVALID KEY
002147                 MOVE "LOCATION NOT ON REFERENCE" TO RPT-D-REASON
002148         END-READ
002149     END-IF.
002150
002151 2010-APPLY-BY-ACTION-CODE.
002152     EVALUATE TRUE
002153         WHEN MT-ACTION-ADD
002154             PERFORM 2100-APPLY-ADD
002155         WHEN MT-ACTION-UPDATE
002156             PERFORM 2200-APPLY-UPDATE
002160         WHEN MT-ACTION-TERMINATE
002170             PERFORM 2300-APPLY-TERMINATE
002180         WHEN MT-ACTION-REACTIVATE
002260             PERFORM 2900-REJECT-TRANSACTION
002270     END-EVALUATE.
002280
002281 2011-TAKE-BOOK-CONTRACT-FIELDS.
002282     IF MT-WORKER-TYPE = SPACE
002283         MOVE BOOK-WORKER-TYPE TO WS-CONTRACT-RESULT-TYPE
002284     END-IF
002285     IF MT-CONTRACT-END-DATE = SPACES
002286         MOVE BOOK-CONTRACT-END-DATE
002287             TO WS-CONTRACT-RESULT-END-DATE
002288     END-IF.
002289
002290 2012-CHECK-CONTRACT-END-DAY.
002291     MOVE WS-MONTH-LENGTH (WS-CONTRACT-DP-MONTH)
002292         TO WS-CONTRACT-DAYS-IN-MONTH
002293     IF WS-CONTRACT-DP-MONTH = 2
002294         DIVIDE WS-CONTRACT-DP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002295             REMAINDER WS-LEAP-REMAINDER-4
002296         DIVIDE WS-CONTRACT-DP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002297             REMAINDER WS-LEAP-REMAINDER-100
002298         DIVIDE WS-CONTRACT-DP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
002299             REMAINDER WS-LEAP-REMAINDER-400
002300         IF WS-LEAP-REMAINDER-4 = ZERO
002301                 AND (WS-LEAP-REMAINDER-100 NOT = ZERO
002302                     OR WS-LEAP-REMAINDER-400 = ZERO)
002303             MOVE 29 TO WS-CONTRACT-DAYS-IN-MONTH
002304         END-IF
002305     END-IF
002306     IF WS-CONTRACT-DP-DAY LESS THAN 1
002307             OR WS-CONTRACT-DP-DAY GREATER THAN
002308                 WS-CONTRACT-DAYS-IN-MONTH
002309         MOVE "INVALID CONTRACT END DATE" TO RPT-D-REASON
002310     END-IF.
002311
002312 2100-APPLY-ADD.
002313     MOVE MT-NAME TO NAME
002314     MOVE MT-PHONENUMBER TO PHONENUMBER
002320     MOVE MT-DEPARTMENT TO DEPARTMENT
002330     MOVE MT-EXTENSION TO EXTENSION
002340     MOVE MT-EMAIL-ADDRESS TO EMAIL-ADDRESS
002341     IF MT-MANAGER-CLEARED
002342         MOVE SPACES TO BOOK-MANAGER-NAME
002343     ELSE
002344         MOVE MT-MANAGER-NAME TO BOOK-MANAGER-NAME
002345     END-IF
002346     MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
002347     MOVE SPACES TO BOOK-CONFIDENTIAL-SET-BY
002348     MOVE ZERO TO BOOK-CONFIDENTIAL-DATE
002349     IF MT-CONFIDENTIAL-MARK
002350         PERFORM 2130-SET-CONFIDENTIAL-FLAG
002351     END-IF
002352     MOVE "E" TO BOOK-WORKER-TYPE
002353     MOVE ZERO TO BOOK-CONTRACT-END-DATE
002354     MOVE SPACES TO BOOK-SPONSOR-NAME
002355     IF MT-CONTRACT-WORKER
002356         MOVE MT-WORKER-TYPE TO BOOK-WORKER-TYPE
002357         PERFORM 2150-SET-CONTRACT-FIELDS
002358     END-IF
002359     MOVE SPACES TO BOOK-LOCATION
002360     PERFORM 2160-SET-LOCATION
002361     SET ACTIVE-STATUS TO TRUE
002362     PERFORM 2120-PICK-EXTENSION-FOR-ADD
002363     IF WS-EXT-CONFLICT
002364         MOVE "EXTENSION HELD BY OTHER" TO RPT-D-REASON
002365         PERFORM 2900-REJECT-TRANSACTION
002366     ELSE
002367         PERFORM 2105-WRITE-NEW-ENTRY
002368     END-IF.
002369
002370 2105-WRITE-NEW-ENTRY.
002371     ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
002372     WRITE BOOKENTRY
002380         INVALID KEY
002390             MOVE "MATCHES EXISTING ENTRY" TO RPT-D-REASON
002400             PERFORM 2900-REJECT-TRANSACTION
002410         NOT INVALID KEY
002420             PERFORM 2110-WRITE-AUDIT-FOR-ADD
002421             IF CONFIDENTIAL-ENTRY
002422                 PERFORM 2140-WRITE-AUDIT-FOR-CONFIDENTIAL
002423             END-IF
002424             PERFORM 2960-CLAIM-EXTENSION
002430             PERFORM 2800-REPORT-APPLIED
002440     END-WRITE.
002450
002490     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
002500     MOVE NAME TO AUDIT-AFTER-NAME
002510     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
002511     MOVE SPACES TO AUDIT-MOVEMENT
002512     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
002513     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
002520     PERFORM 7000-STAMP-AUDIT-RECORD.
002521
002522 2120-PICK-EXTENSION-FOR-ADD.
002523     MOVE "N" TO WS-EXT-CONFLICT-SWITCH
002524     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
002525         IF EXTENSION = SPACES
002526             PERFORM 2950-DRAW-FREE-EXTENSION
002527         ELSE
002528             PERFORM 2955-CHECK-GIVEN-EXTENSION
002529         END-IF
002530     END-IF.
002531
002532 2130-SET-CONFIDENTIAL-FLAG.
002533     IF MT-CONFIDENTIAL-MARK
002534         MOVE "Y" TO BOOK-CONFIDENTIAL-FLAG
002535     ELSE
002536         MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
002537     END-IF
002538     MOVE WS-OPERATOR-ID TO BOOK-CONFIDENTIAL-SET-BY
002539     ACCEPT BOOK-CONFIDENTIAL-DATE FROM DATE YYYYMMDD.
002540
002541 2140-WRITE-AUDIT-FOR-CONFIDENTIAL.
002542     IF CONFIDENTIAL-ENTRY
002543         SET AUDIT-ACTION-CONFIDENTIAL TO TRUE
002544     ELSE
002545         SET AUDIT-ACTION-LISTED TO TRUE
002546     END-IF
002547     MOVE NAME TO AUDIT-BEFORE-NAME
002548     MOVE PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
002549     MOVE NAME TO AUDIT-AFTER-NAME
002550     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
002551     MOVE SPACES TO AUDIT-MOVEMENT
002552     PERFORM 7000-STAMP-AUDIT-RECORD.
002553
002554 2150-SET-CONTRACT-FIELDS.
002555     IF MT-CONTRACT-END-DATE NOT = SPACES
002556         MOVE MT-CONTRACT-END-DATE-N TO BOOK-CONTRACT-END-DATE
002557     END-IF
002558     IF MT-SPONSOR-CLEARED
002559         MOVE SPACES TO BOOK-SPONSOR-NAME
002560     ELSE
002561         IF MT-SPONSOR-NAME NOT = SPACES
002562             MOVE MT-SPONSOR-NAME TO BOOK-SPONSOR-NAME
002563         END-IF
002564     END-IF.
002565
002566 2160-SET-LOCATION.
002567     IF MT-LOCATION-CLEARED
002568         MOVE SPACES TO BOOK-LOCATION
002569     ELSE
002570         IF MT-LOCATION NOT = SPACES
002571             MOVE MT-LOCATION TO BOOK-LOCATION
002572         END-IF
002573     END-IF.
002574
002575 2200-APPLY-UPDATE.
002576     MOVE MT-NAME TO NAME
002577     READ BOOK
002578         INVALID KEY
002580             MOVE "ENTRY NOT ON FILE" TO RPT-D-REASON
002590             PERFORM 2900-REJECT-TRANSACTION
002600         NOT INVALID KEY
002640 2210-APPLY-UPDATE-FIELDS.
002650     MOVE NAME TO WS-OLD-NAME
002660     MOVE PHONENUMBER TO WS-OLD-PHONENUMBER
002661     MOVE DEPARTMENT TO WS-OLD-DEPARTMENT
002662     MOVE EXTENSION TO WS-OLD-EXTENSION
002663     MOVE BOOK-STATUS-FLAG TO WS-OLD-STATUS
002664     MOVE "N" TO WS-CONF-CHANGE-SWITCH
002665     IF CONFIDENTIAL-ENTRY
002666         MOVE "Y" TO WS-OLD-CONFIDENTIAL-FLAG
002667     ELSE
002668         MOVE "N" TO WS-OLD-CONFIDENTIAL-FLAG
002669     END-IF
002670     IF MT-PREFIX NOT = ZERO
002680         MOVE MT-PREFIX TO PREFIX
002690     END-IF
002790     IF MT-EMAIL-ADDRESS NOT = SPACES
002800         MOVE MT-EMAIL-ADDRESS TO EMAIL-ADDRESS
002810     END-IF
002811     IF MT-MANAGER-CLEARED
002812         MOVE SPACES TO BOOK-MANAGER-NAME
002813     ELSE
002814         IF MT-MANAGER-NAME NOT = SPACES
002815             MOVE MT-MANAGER-NAME TO BOOK-MANAGER-NAME
002816         END-IF
002817     END-IF
002818     IF (MT-CONFIDENTIAL-MARK AND NOT WS-OLD-CONFIDENTIAL)
002819             OR (MT-CONFIDENTIAL-UNMARK AND WS-OLD-CONFIDENTIAL)
002820         PERFORM 2130-SET-CONFIDENTIAL-FLAG
002821         SET WS-CONFIDENTIAL-CHANGED TO TRUE
002822     END-IF
002823     IF MT-WORKER-TYPE NOT = SPACE
002824         MOVE MT-WORKER-TYPE TO BOOK-WORKER-TYPE
002825     END-IF
002826     IF CONTRACT-WORKER
002827         PERFORM 2150-SET-CONTRACT-FIELDS
002828     ELSE
002829         MOVE ZERO TO BOOK-CONTRACT-END-DATE
002830         MOVE SPACES TO BOOK-SPONSOR-NAME
002831     END-IF
002832     PERFORM 2160-SET-LOCATION
002833     EVALUATE MT-STATUS-FLAG
002834         WHEN "A" SET ACTIVE-STATUS TO TRUE
002840         WHEN "I" SET INACTIVE-STATUS TO TRUE
002850         WHEN OTHER CONTINUE
002860     END-EVALUATE
002861     PERFORM 2230-PICK-EXTENSION-FOR-UPDATE
002862     IF WS-EXT-CONFLICT
002863         MOVE "EXTENSION HELD BY OTHER" TO RPT-D-REASON
002864         PERFORM 2900-REJECT-TRANSACTION
002865     ELSE
002866         PERFORM 2215-REWRITE-UPDATED-ENTRY
002867     END-IF.
002868
002869 2215-REWRITE-UPDATED-ENTRY.
002870     ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
002880     REWRITE BOOKENTRY
002890         INVALID KEY
002900             MOVE "REWRITE FAILED" TO RPT-D-REASON
002910             PERFORM 2900-REJECT-TRANSACTION
002920         NOT INVALID KEY
002921             PERFORM 2240-MOVE-EXTENSION-FOR-UPDATE
002930             PERFORM 2220-WRITE-AUDIT-FOR-UPDATE
002931             IF WS-CONFIDENTIAL-CHANGED
002932                 PERFORM 2140-WRITE-AUDIT-FOR-CONFIDENTIAL
002933             END-IF
002940             PERFORM 2800-REPORT-APPLIED
002950     END-REWRITE.
002960
003000     MOVE WS-OLD-PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
003010     MOVE NAME TO AUDIT-AFTER-NAME
003020     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
003021     MOVE SPACES TO AUDIT-MOVEMENT
003022     MOVE WS-OLD-DEPARTMENT TO AUDIT-BEFORE-DEPARTMENT
003023     MOVE WS-OLD-STATUS TO AUDIT-BEFORE-STATUS
003024     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
003025     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
003030     PERFORM 7000-STAMP-AUDIT-RECORD.
003031
003032 2230-PICK-EXTENSION-FOR-UPDATE.
003033     MOVE "N" TO WS-EXT-CONFLICT-SWITCH
003034     IF NOT EXT-FILE-NOT-FOUND AND ACTIVE-STATUS
003035             AND DEPARTMENT NOT = SPACES
003036         IF DEPARTMENT NOT = WS-OLD-DEPARTMENT
003037                 AND MT-EXTENSION = SPACES
003038             PERFORM 2950-DRAW-FREE-EXTENSION
003039         ELSE
003040             IF EXTENSION NOT = WS-OLD-EXTENSION
003041                 PERFORM 2955-CHECK-GIVEN-EXTENSION
003042             END-IF
003043         END-IF
003044     END-IF.
003045
003046 2240-MOVE-EXTENSION-FOR-UPDATE.
003047     IF DEPARTMENT NOT = WS-OLD-DEPARTMENT
003048             OR EXTENSION NOT = WS-OLD-EXTENSION
003049             OR BOOK-STATUS-FLAG NOT = WS-OLD-STATUS
003050         IF WS-OLD-ACTIVE
003051             MOVE WS-OLD-DEPARTMENT TO WS-EXT-RELEASE-DEPARTMENT
003052             MOVE WS-OLD-EXTENSION TO WS-EXT-RELEASE-EXTENSION
003053             PERFORM 2970-RELEASE-EXTENSION
003054         END-IF
003055         IF ACTIVE-STATUS
003056             PERFORM 2960-CLAIM-EXTENSION
003057         END-IF
003058     END-IF.
003059
003060 2300-APPLY-TERMINATE.
003061     MOVE MT-NAME TO NAME
003070     READ BOOK
003080         INVALID KEY
003090             MOVE "ENTRY NOT ON FILE" TO RPT-D-REASON
003190     ELSE
003200         MOVE NAME TO AUDIT-BEFORE-NAME
003210         MOVE PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
003211         MOVE DEPARTMENT TO WS-EXT-RELEASE-DEPARTMENT
003212         MOVE EXTENSION TO WS-EXT-RELEASE-EXTENSION
003220         SET INACTIVE-STATUS TO TRUE
003230         ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
003240         PERFORM 2320-REWRITE-TERMINATED-ENTRY
003300             MOVE "REWRITE FAILED" TO RPT-D-REASON
003310             PERFORM 2900-REJECT-TRANSACTION
003320         NOT INVALID KEY
003321             PERFORM 2970-RELEASE-EXTENSION
003330             PERFORM 2330-WRITE-AUDIT-FOR-TERMINATE
003340             PERFORM 2800-REPORT-APPLIED
003350     END-REWRITE.
003380     SET AUDIT-ACTION-DELETE TO TRUE
003390     MOVE NAME TO AUDIT-AFTER-NAME
003400     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
003401     MOVE SPACES TO AUDIT-MOVEMENT
003402     MOVE DEPARTMENT TO AUDIT-BEFORE-DEPARTMENT
003403     SET AUDIT-BEFORE-ACTIVE TO TRUE
003404     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
003405     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
003410     PERFORM 7000-STAMP-AUDIT-RECORD.
003420
003430 2400-APPLY-REACTIVATE.
003570     ELSE
003580         MOVE NAME TO WS-OLD-NAME
003590         MOVE PHONENUMBER TO WS-OLD-PHONENUMBER
003591         MOVE DEPARTMENT TO WS-OLD-DEPARTMENT
003592         MOVE BOOK-STATUS-FLAG TO WS-OLD-STATUS
003600         SET ACTIVE-STATUS TO TRUE
003610         PERFORM 2430-PICK-EXTENSION-FOR-REACTIVATE
003620         IF WS-EXT-CONFLICT
003621             MOVE "EXTENSION HELD BY OTHER" TO RPT-D-REASON
003622             PERFORM 2900-REJECT-TRANSACTION
003623         ELSE
003624             ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
003625             PERFORM 2420-REWRITE-REACTIVATED-ENTRY
003626         END-IF
003630     END-IF.
003640
003650 2420-REWRITE-REACTIVATED-ENTRY.
003680             MOVE "REWRITE FAILED" TO RPT-D-REASON
003690             PERFORM 2900-REJECT-TRANSACTION
003700         NOT INVALID KEY
003701             PERFORM 2960-CLAIM-EXTENSION
003710             PERFORM 2220-WRITE-AUDIT-FOR-UPDATE
003720             PERFORM 2800-REPORT-APPLIED
003730     END-REWRITE.
003731
003732 2430-PICK-EXTENSION-FOR-REACTIVATE.
003733     MOVE "N" TO WS-EXT-CONFLICT-SWITCH
003734     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
003735             AND EXTENSION NOT = SPACES
003736         PERFORM 2955-CHECK-GIVEN-EXTENSION
003737         IF WS-EXT-CONFLICT
003738             PERFORM 2950-DRAW-FREE-EXTENSION
003739             IF WS-EXT-FOUND
003740                 MOVE "N" TO WS-EXT-CONFLICT-SWITCH
003741                 MOVE "NEW EXTENSION - OLD HELD" TO WS-EXT-WARNING
003742             END-IF
003743         END-IF
003744     END-IF.
003745
003750 2500-APPLY-NUMBER-ADD.
003760     IF MT-NUMBER-TYPE NOT = "D" AND MT-NUMBER-TYPE NOT = "M"
003770             AND MT-NUMBER-TYPE NOT = "F"
004080     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
004090     MOVE PN-NAME TO AUDIT-AFTER-NAME
004100     MOVE PN-PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
004101     MOVE SPACES TO AUDIT-MOVEMENT
004110     PERFORM 7000-STAMP-AUDIT-RECORD.
004120
004130 2530-TEST-EXISTING-NUMBER.
004750     MOVE PN-PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
004760     MOVE SPACES TO AUDIT-AFTER-NAME
004770     MOVE ZERO TO AUDIT-AFTER-PHONENUMBER
004771     MOVE SPACES TO AUDIT-MOVEMENT
004780     PERFORM 7000-STAMP-AUDIT-RECORD.
004790
004800 2800-REPORT-APPLIED.
004840     MOVE MT-FIRSTNAME TO RPT-D-FIRSTNAME
004850     MOVE "APPLIED" TO RPT-D-DISPOSITION
004860     MOVE SPACES TO RPT-D-REASON
004870     WRITE RPT-LINE FROM RPT-DETAIL
004871     IF WS-EXT-WARNING NOT = SPACES
004872         PERFORM 2810-REPORT-EXTENSION-WARNING
004873     END-IF.
004874
004875 2810-REPORT-EXTENSION-WARNING.
004876     MOVE "WARNING" TO RPT-D-DISPOSITION
004877     MOVE WS-EXT-WARNING TO RPT-D-REASON
004878     WRITE RPT-LINE FROM RPT-DETAIL
004879     MOVE SPACES TO WS-EXT-WARNING.
004880
004890 2900-REJECT-TRANSACTION.
004900     ADD 1 TO WS-REJECTED-COUNT
004920     MOVE MT-LASTNAME TO RPT-D-LASTNAME
004930     MOVE MT-FIRSTNAME TO RPT-D-FIRSTNAME
004940     MOVE "REJECTED" TO RPT-D-DISPOSITION
004950     WRITE RPT-LINE FROM RPT-DETAIL
004951     PERFORM 2980-SUSPEND-TRANSACTION.
004952
004953 2950-DRAW-FREE-EXTENSION.
004954     MOVE "N" TO WS-EXT-FOUND-SWITCH
004955     MOVE "N" TO WS-EXT-BLOCK-SWITCH
004956     MOVE "N" TO WS-EXT-EOF-SWITCH
004957     MOVE DEPARTMENT TO EXT-DEPARTMENT
004958     MOVE LOW-VALUES TO EXT-EXTENSION
004959     START EXT-FILE KEY IS NOT LESS THAN EXT-KEY
004960         INVALID KEY
004961             SET WS-EXT-AT-EOF TO TRUE
004962         NOT INVALID KEY
004963             PERFORM 2952-READ-NEXT-EXTENSION
004964     END-START
004965     PERFORM 2951-TEST-ONE-EXTENSION
004966         UNTIL WS-EXT-AT-EOF OR WS-EXT-FOUND
004967     IF WS-EXT-FOUND
004968         MOVE EXT-EXTENSION TO EXTENSION
004969     ELSE
004970         IF WS-EXT-BLOCK-SEEN
004971             MOVE SPACES TO EXTENSION
004972             MOVE "NO FREE EXTENSION LEFT" TO WS-EXT-WARNING
004973         ELSE
004974             MOVE SPACES TO EXTENSION
004975             MOVE "DEPARTMENT HAS NO BLOCK" TO WS-EXT-WARNING
004976         END-IF
004977     END-IF.
004978
004979 2951-TEST-ONE-EXTENSION.
004980     IF EXT-DEPARTMENT NOT = DEPARTMENT
004981         SET WS-EXT-AT-EOF TO TRUE
004982     ELSE
004983         SET WS-EXT-BLOCK-SEEN TO TRUE
004984         IF EXT-FREE
004985             SET WS-EXT-FOUND TO TRUE
004986         ELSE
004987             IF EXT-COOLING
004988                 PERFORM 2953-TEST-COOLING-ENDED
004989             END-IF
004990         END-IF
004991         IF NOT WS-EXT-FOUND
004992             PERFORM 2952-READ-NEXT-EXTENSION
004993         END-IF
004994     END-IF.
004995
004996 2952-READ-NEXT-EXTENSION.
004997     READ EXT-FILE NEXT RECORD
004998         AT END SET WS-EXT-AT-EOF TO TRUE
004999     END-READ.
005000
005001 2953-TEST-COOLING-ENDED.
005002     MOVE EXT-STATE-DATE TO WS-EXT-DATE-PIECES
005003     COMPUTE WS-EXT-STATE-NUMBER = (WS-EXT-DP-YEAR * 372)
005004         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY
005005     IF WS-EXT-TODAY-NUMBER - WS-EXT-STATE-NUMBER
005006             NOT LESS THAN WS-EXT-COOLING-DAYS
005007         SET WS-EXT-FOUND TO TRUE
005008     END-IF.
005009
005010 2955-CHECK-GIVEN-EXTENSION.
005011     MOVE DEPARTMENT TO EXT-DEPARTMENT
005012     MOVE EXTENSION TO EXT-EXTENSION
005013     READ EXT-FILE
005014         INVALID KEY
005015             CONTINUE
005016         NOT INVALID KEY
005017             PERFORM 2956-TEST-HELD-BY-OTHER
005018             IF WS-EXT-TAKEN
005019                 SET WS-EXT-CONFLICT TO TRUE
005020             END-IF
005021     END-READ.
005022
005023 2956-TEST-HELD-BY-OTHER.
005024     MOVE "N" TO WS-EXT-TAKEN-SWITCH
005025     IF EXT-HOLDER-NAME NOT = NAME
005026         IF EXT-ASSIGNED
005027             SET WS-EXT-TAKEN TO TRUE
005028         ELSE
005029             IF EXT-COOLING
005030                 MOVE "N" TO WS-EXT-FOUND-SWITCH
005031                 PERFORM 2953-TEST-COOLING-ENDED
005032                 IF NOT WS-EXT-FOUND
005033                     SET WS-EXT-TAKEN TO TRUE
005034                 END-IF
005035             END-IF
005036         END-IF
005037     END-IF.
005038
005039 2960-CLAIM-EXTENSION.
005040     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
005041             AND EXTENSION NOT = SPACES
005042         MOVE DEPARTMENT TO EXT-DEPARTMENT
005043         MOVE EXTENSION TO EXT-EXTENSION
005044         READ EXT-FILE
005045             INVALID KEY
005046                 CONTINUE
005047             NOT INVALID KEY
005048                 PERFORM 2961-ASSIGN-EXTENSION-RECORD
005049         END-READ
005050     END-IF.
005051
005052 2961-ASSIGN-EXTENSION-RECORD.
005053     PERFORM 2956-TEST-HELD-BY-OTHER
005054     IF WS-EXT-TAKEN
005055         MOVE "EXTENSION HELD BY OTHER" TO WS-EXT-WARNING
005056     ELSE
005057         SET EXT-ASSIGNED TO TRUE
005058         MOVE NAME TO EXT-HOLDER-NAME
005059         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
005060         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
005061         REWRITE EXTENSION-RECORD
005062     END-IF.
005063
005064 2970-RELEASE-EXTENSION.
005065     IF NOT EXT-FILE-NOT-FOUND
005066             AND WS-EXT-RELEASE-DEPARTMENT NOT = SPACES
005067             AND WS-EXT-RELEASE-EXTENSION NOT = SPACES
005068         MOVE WS-EXT-RELEASE-KEY TO EXT-KEY
005069         READ EXT-FILE
005070             INVALID KEY
005071                 CONTINUE
005072             NOT INVALID KEY
005073                 PERFORM 2971-COOL-EXTENSION-RECORD
005074         END-READ
005075     END-IF.
005076
005077 2971-COOL-EXTENSION-RECORD.
005078     IF EXT-ASSIGNED AND EXT-HOLDER-NAME = NAME
005079         SET EXT-COOLING TO TRUE
005080         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
005081         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
005082         REWRITE EXTENSION-RECORD
005083     END-IF.
005084
005085 2980-SUSPEND-TRANSACTION.
005086     PERFORM 2981-TAKE-SUSPENSE-NUMBER
005087     MOVE SPACES TO SUSPENSE-RECORD
005088     MOVE WS-SUSP-NUMBER TO SUSP-NUMBER
005089     MOVE WS-JOB-NAME TO SUSP-ORIGIN-JOB
005090     MOVE RPT-D-REASON TO SUSP-REASON
005091     ACCEPT SUSP-DATE FROM DATE YYYYMMDD
005092     ACCEPT SUSP-TIME FROM TIME
005093     IF WS-RESUBMITTING
005094         MOVE WS-RESUBMIT-ORIGINAL-DATE TO SUSP-ORIGINAL-DATE
005095         MOVE WS-RESUBMIT-NUMBER TO SUSP-PRIOR-NUMBER
005096     ELSE
005097         MOVE SUSP-DATE TO SUSP-ORIGINAL-DATE
005098         MOVE ZERO TO SUSP-PRIOR-NUMBER
005099     END-IF
005100     SET SUSP-OPEN TO TRUE
005101     MOVE SUSP-DATE TO SUSP-STATUS-DATE
005102     MOVE WS-OPERATOR-ID TO SUSP-STATUS-BY
005103     MOVE MT-TRANSACTION TO SUSP-ORIGINAL-IMAGE
005104     MOVE MT-TRANSACTION TO SUSP-RESUBMIT-TRANSACTION
005105     WRITE SUSPENSE-RECORD
005106         INVALID KEY
005107             DISPLAY "Suspense item " WS-SUSP-NUMBER
005108                 " could not be written - see BATCHMNT.RPT"
005109     END-WRITE.
005110
005111 2981-TAKE-SUSPENSE-NUMBER.
005112     MOVE ZERO TO SUSP-NUMBER
005113     READ SUSPENSE-FILE
005114         INVALID KEY
005115             MOVE SPACES TO SUSPENSE-CONTROL-RECORD
005116             MOVE ZERO TO SUSP-CTL-NUMBER
005117             MOVE 1 TO SUSP-CTL-LAST-NUMBER
005118             WRITE SUSPENSE-CONTROL-RECORD
005119         NOT INVALID KEY
005120             ADD 1 TO SUSP-CTL-LAST-NUMBER
005121             REWRITE SUSPENSE-CONTROL-RECORD
005122     END-READ
005123     MOVE SUSP-CTL-LAST-NUMBER TO WS-SUSP-NUMBER.
005124
005125 7000-STAMP-AUDIT-RECORD.
005126     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
005127     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
005128     ACCEPT AUDIT-TIME FROM TIME
005129     WRITE AUDIT-RECORD.
005130
005131 8000-PRINT-SUMMARY.
005132     WRITE RPT-LINE FROM SPACES
005133     MOVE WS-APPLIED-COUNT TO RPT-SUM-APPLIED
005134     MOVE WS-REJECTED-COUNT TO RPT-SUM-REJECTED
005135     WRITE RPT-LINE FROM RPT-SUMMARY-LINE
005136     MOVE WS-RESUBMITTED-COUNT TO RPT-SUM-RESUBMITTED
005137     WRITE RPT-LINE FROM RPT-SUMMARY-LINE-2
005138     DISPLAY "Batch maintenance complete."
005139     DISPLAY "Entries applied  - " WS-APPLIED-COUNT
005140     DISPLAY "Entries rejected - " WS-REJECTED-COUNT
005141     DISPLAY "Resubmitted from suspense - " WS-RESUBMITTED-COUNT.
005142
005143 9000-TERMINATE.
005144     CLOSE TRANS-FILE
005145     CLOSE BOOK
005150     CLOSE PHONE-FILE
005151     IF NOT EXT-FILE-NOT-FOUND
005152         CLOSE EXT-FILE
005153     END-IF
005154     IF NOT LOC-FILE-NOT-FOUND
005155         CLOSE LOC-FILE
005156     END-IF
005160     CLOSE AUDIT-FILE
005161     CLOSE SUSPENSE-FILE
005170     CLOSE MAINT-REPORT.
005180
005190 0100-ACQUIRE-RUN-CONTROL.
