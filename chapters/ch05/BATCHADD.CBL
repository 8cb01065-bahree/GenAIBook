000380*                  already satisfied when the abended run
000390*                  started, and re-checking it deadlocked a
000400*                  restart attempted after midnight.
000401* 2026-10-05  RJH  Default the new BOOK-MANAGER-NAME to spaces on
000402*                  each add; the reporting line is set afterwards
000403*                  from the menu or a BATCHMNT update.
000404* 2026-10-06  RJH  NEWHIRE.TRN may now carry the new hire's
000405*                  DEPARTMENT after the phone number.  When it
000406*                  does, the next free (or cooled-off) extension
000407*                  in that department's EXTINV.DAT block is drawn
000408*                  and claimed for the person.  No block, or no
000409*                  free extension left, is listed as a warning;
000410*                  the entry is still added without an extension.
000411*                  Transactions without the column load as before.
000412* 2026-10-07  RJH  Each add is written listed (not confidential);
000413*                  an entry is made unlisted from the menu or a
000414*                  BATCHMNT transaction.
000415* 2026-10-09  RJH  Each rejected new hire is now also written to
000416*                  the SUSPENSE.DAT suspense file with the reject
000417*                  reason, the date and the transaction image, and
000418*                  with the add it stands for in MAINT.TRN form,
000419*                  so it can be corrected through SUSPMNT and fed
000420*                  back through the next BATCHMNT run.
000421* 2026-10-10  RJH  Each add is loaded as an employee (worker type
000422*                  E, no contract end date or sponsor); a
000423*                  contractor is set up from the menu or a
000424*                  BATCHMNT update.
000425* 2026-10-12  RJH  Each add now records the new department and
000426*                  status in AUDIT-MOVEMENT for the monthly
000427*                  headcount statistics.
000428* 2026-10-14  RJH  Each add is loaded with no location -
000429*                  NEWHIRE.TRN does not carry one; it is assigned
000430*                  through the menu or a BATCHMNT update.
000431******************************************************************
000432 IDENTIFICATION DIVISION.
000433 PROGRAM-ID. BATCHADD.
000440 AUTHOR R J HANLON.
000450 DATE-WRITTEN. 12 AUGUST 2026.
000460 ENVIRONMENT DIVISION.
000610     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS AUDIT-FS.
000631     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS DYNAMIC
000634         RECORD KEY IS EXT-KEY
000635         FILE STATUS IS EXT-FS.
000636     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
000637         ORGANIZATION IS INDEXED
000638         ACCESS MODE IS DYNAMIC
000639         RECORD KEY IS SUSP-NUMBER
000640         FILE STATUS IS SUSP-FS.
000641     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS RC-JOB-NAME
000780     02  TR-PHONENUMBER.
000790         03  TR-PREFIX            PIC 9(05).
000800         03  TR-RESTOFNUMBER      PIC 9(07).
000801     02  TR-DEPARTMENT            PIC X(15).
000810 FD  LOAD-REPORT.
000820 01  RPT-LINE                     PIC X(80).
000830 FD  AUDIT-FILE.
000840 COPY "AUDITREC.CPY".
000841 FD  EXT-FILE.
000842 COPY "EXTREC.CPY".
000843 FD  SUSPENSE-FILE.
000844 COPY "SUSPREC.CPY".
000850 FD  RUN-CONTROL-FILE.
000860 COPY "RUNCTLRC.CPY".
000870 WORKING-STORAGE SECTION.
000910 01  AUDIT-FS                     PIC 99.
000920 01  WS-OPERATOR-ID                PIC X(08) VALUE "BATCH".
000930 01  RC-FS                        PIC 99.
000931 01  EXT-FS                       PIC 99.
000932 01  SUSP-FS                      PIC 99.
000940 01  WS-JOB-NAME                  PIC X(08) VALUE "BATCHADD".
000950 01  WS-RUN-REFUSED-SWITCH        PIC X VALUE "N".
000960     88  WS-RUN-REFUSED               VALUE "Y".
001030 01  WS-SKIPPED-COUNT             PIC 9(06) VALUE ZERO.
001040 01  WS-ADDED-COUNT               PIC 9(06) VALUE ZERO.
001050 01  WS-REJECTED-COUNT            PIC 9(06) VALUE ZERO.
001051 01  WS-SUSP-NUMBER               PIC 9(06).
001052 01  WS-EXT-NOT-FOUND-SWITCH      PIC X VALUE "N".
001053     88  EXT-FILE-NOT-FOUND           VALUE "Y".
001054 01  WS-EXT-EOF-SWITCH            PIC X.
001055     88  WS-EXT-AT-EOF                VALUE "Y".
001056 01  WS-EXT-FOUND-SWITCH          PIC X.
001057     88  WS-EXT-FOUND                 VALUE "Y".
001058 01  WS-EXT-BLOCK-SWITCH          PIC X.
001059     88  WS-EXT-BLOCK-SEEN            VALUE "Y".
001060 01  WS-EXT-COOLING-DAYS          PIC 9(03) VALUE 90.
001061 01  WS-EXT-DATE-PIECES.
001062     02  WS-EXT-DP-YEAR           PIC 9(04).
001063     02  WS-EXT-DP-MONTH          PIC 9(02).
001064     02  WS-EXT-DP-DAY            PIC 9(02).
001065 01  WS-EXT-TODAY-NUMBER          PIC 9(07).
001066 01  WS-EXT-STATE-NUMBER          PIC 9(07).
001067 01  WS-EXT-WARNING               PIC X(25) VALUE SPACES.
001068 01  RPT-HEADING                  PIC X(80) VALUE
001070         "NEW-HIRE BATCH LOAD - EXCEPTION LISTING".
001080 01  RPT-DETAIL.
001090     02  RPT-D-LASTNAME           PIC X(10).
001380     OPEN INPUT TRANS-FILE
001390     PERFORM 1100-OPEN-BOOK-FOR-MAINTENANCE
001400     PERFORM 1200-OPEN-AUDIT-FILE
001401     PERFORM 1250-OPEN-EXTENSION-FILE
001402     PERFORM 1260-OPEN-SUSPENSE-FILE
001410     PERFORM 1300-OPEN-LOAD-REPORT
001420     READ TRANS-FILE
001430         AT END SET ENDOFFILE TO TRUE
001580     OPEN EXTEND AUDIT-FILE
001590     IF AUDIT-FS = 35
001600         OPEN OUTPUT AUDIT-FILE
001601     END-IF.
001602
001603 1250-OPEN-EXTENSION-FILE.
001604     OPEN I-O EXT-FILE
001605     IF EXT-FS = 35
001606         SET EXT-FILE-NOT-FOUND TO TRUE
001607     END-IF
001608     ACCEPT WS-EXT-DATE-PIECES FROM DATE YYYYMMDD
001609     COMPUTE WS-EXT-TODAY-NUMBER = (WS-EXT-DP-YEAR * 372)
001610         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY.
001611
001612 1260-OPEN-SUSPENSE-FILE.
001613     OPEN I-O SUSPENSE-FILE
001614     IF SUSP-FS = 35
001615         OPEN OUTPUT SUSPENSE-FILE
001616         CLOSE SUSPENSE-FILE
001617         OPEN I-O SUSPENSE-FILE
001618     END-IF.
001620
001630 1300-OPEN-LOAD-REPORT.
001640     IF WS-RESTART-MODE
001970     MOVE TR-LASTNAME TO RPT-D-LASTNAME
001980     MOVE TR-FIRSTNAME TO RPT-D-FIRSTNAME
001990     MOVE "BLANK NAME" TO RPT-D-REASON
002000     WRITE RPT-LINE FROM RPT-DETAIL
002001     PERFORM 2600-SUSPEND-TRANSACTION.
002010
002020 2200-ADD-ONE-ENTRY.
002030     MOVE TR-LASTNAME TO LASTNAME
002040     MOVE TR-FIRSTNAME TO FIRSTNAME
002050     MOVE TR-PREFIX TO PREFIX
002060     MOVE TR-RESTOFNUMBER TO RESTOFNUMBER
002070     MOVE TR-DEPARTMENT TO DEPARTMENT
002080     MOVE SPACES TO EXTENSION
002090     MOVE SPACES TO EMAIL-ADDRESS
002091     MOVE SPACES TO BOOK-MANAGER-NAME
002092     MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
002093     MOVE SPACES TO BOOK-CONFIDENTIAL-SET-BY
002094     MOVE ZERO TO BOOK-CONFIDENTIAL-DATE
002095     MOVE "E" TO BOOK-WORKER-TYPE
002096     MOVE ZERO TO BOOK-CONTRACT-END-DATE
002097     MOVE SPACES TO BOOK-SPONSOR-NAME
002098     MOVE SPACES TO BOOK-LOCATION
002100     SET ACTIVE-STATUS TO TRUE
002110     ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
002111     MOVE SPACES TO WS-EXT-WARNING
002112     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
002113         PERFORM 2300-DRAW-FREE-EXTENSION
002114     END-IF
002120     WRITE BOOKENTRY
002130         INVALID KEY
002140             PERFORM 2210-REJECT-DUPLICATE-ENTRY
002150         NOT INVALID KEY
002160             ADD 1 TO WS-ADDED-COUNT
002170             PERFORM 2220-WRITE-AUDIT-FOR-ADD
002171             PERFORM 2360-CLAIM-EXTENSION
002172             IF WS-EXT-WARNING NOT = SPACES
002173                 PERFORM 2230-REPORT-EXTENSION-WARNING
002174             END-IF
002180     END-WRITE.
002190
002200 2210-REJECT-DUPLICATE-ENTRY.
002220     MOVE TR-LASTNAME TO RPT-D-LASTNAME
002230     MOVE TR-FIRSTNAME TO RPT-D-FIRSTNAME
002240     MOVE "MATCHES EXISTING ENTRY" TO RPT-D-REASON
002250     WRITE RPT-LINE FROM RPT-DETAIL
002251     PERFORM 2600-SUSPEND-TRANSACTION.
002260
002270 2220-WRITE-AUDIT-FOR-ADD.
002280     SET AUDIT-ACTION-ADD TO TRUE
002300     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
002310     MOVE NAME TO AUDIT-AFTER-NAME
002320     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
002321     MOVE SPACES TO AUDIT-MOVEMENT
002322     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
002323     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
002330     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
002340     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
002350     ACCEPT AUDIT-TIME FROM TIME
002360     WRITE AUDIT-RECORD.
002361
002362 2230-REPORT-EXTENSION-WARNING.
002363     MOVE TR-LASTNAME TO RPT-D-LASTNAME
002364     MOVE TR-FIRSTNAME TO RPT-D-FIRSTNAME
002365     MOVE WS-EXT-WARNING TO RPT-D-REASON
002366     WRITE RPT-LINE FROM RPT-DETAIL.
002367
002368 2300-DRAW-FREE-EXTENSION.
002369     MOVE "N" TO WS-EXT-FOUND-SWITCH
002370     MOVE "N" TO WS-EXT-BLOCK-SWITCH
002371     MOVE "N" TO WS-EXT-EOF-SWITCH
002372     MOVE DEPARTMENT TO EXT-DEPARTMENT
002373     MOVE LOW-VALUES TO EXT-EXTENSION
002374     START EXT-FILE KEY IS NOT LESS THAN EXT-KEY
002375         INVALID KEY
002376             SET WS-EXT-AT-EOF TO TRUE
002377         NOT INVALID KEY
002378             PERFORM 2320-READ-NEXT-EXTENSION
002379     END-START
002380     PERFORM 2310-TEST-ONE-EXTENSION
002381         UNTIL WS-EXT-AT-EOF OR WS-EXT-FOUND
002382     IF WS-EXT-FOUND
002383         MOVE EXT-EXTENSION TO EXTENSION
002384     ELSE
002385         IF WS-EXT-BLOCK-SEEN
002386             MOVE "NO FREE EXTENSION LEFT" TO WS-EXT-WARNING
002387         ELSE
002388             MOVE "DEPARTMENT HAS NO BLOCK" TO WS-EXT-WARNING
002389         END-IF
002390     END-IF.
002391
002392 2310-TEST-ONE-EXTENSION.
002393     IF EXT-DEPARTMENT NOT = DEPARTMENT
002394         SET WS-EXT-AT-EOF TO TRUE
002395     ELSE
002396         SET WS-EXT-BLOCK-SEEN TO TRUE
002397         IF EXT-FREE
002398             SET WS-EXT-FOUND TO TRUE
002399         ELSE
002400             IF EXT-COOLING
002401                 PERFORM 2330-TEST-COOLING-ENDED
002402             END-IF
002403         END-IF
002404         IF NOT WS-EXT-FOUND
002405             PERFORM 2320-READ-NEXT-EXTENSION
002406         END-IF
002407     END-IF.
002408
002409 2320-READ-NEXT-EXTENSION.
002410     READ EXT-FILE NEXT RECORD
002411         AT END SET WS-EXT-AT-EOF TO TRUE
002412     END-READ.
002413
002414 2330-TEST-COOLING-ENDED.
002415     MOVE EXT-STATE-DATE TO WS-EXT-DATE-PIECES
002416     COMPUTE WS-EXT-STATE-NUMBER = (WS-EXT-DP-YEAR * 372)
002417         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY
002418     IF WS-EXT-TODAY-NUMBER - WS-EXT-STATE-NUMBER
002419             NOT LESS THAN WS-EXT-COOLING-DAYS
002420         SET WS-EXT-FOUND TO TRUE
002421     END-IF.
002422
002423 2360-CLAIM-EXTENSION.
002424     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
002425             AND EXTENSION NOT = SPACES
002426         MOVE DEPARTMENT TO EXT-DEPARTMENT
002427         MOVE EXTENSION TO EXT-EXTENSION
002428         READ EXT-FILE
002429             INVALID KEY
002430                 CONTINUE
002431             NOT INVALID KEY
002432                 SET EXT-ASSIGNED TO TRUE
002433                 MOVE NAME TO EXT-HOLDER-NAME
002434                 ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
002435                 MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
002436                 REWRITE EXTENSION-RECORD
002437         END-READ
002438     END-IF.
002439
002440 2500-CHECKPOINT-POSITION.
002441     MOVE WS-JOB-NAME TO RC-JOB-NAME
002442     READ RUN-CONTROL-FILE
002443         INVALID KEY
002444             CONTINUE
002445         NOT INVALID KEY
002446             ADD 1 TO RC-CHECKPOINT-COUNT
002450             MOVE WS-ADDED-COUNT TO RC-APPLIED-COUNT
002460             MOVE WS-REJECTED-COUNT TO RC-REJECTED-COUNT
002470             REWRITE RUN-CONTROL-RECORD
002480     END-READ.
002481
002482 2600-SUSPEND-TRANSACTION.
002483     PERFORM 2610-TAKE-SUSPENSE-NUMBER
002484     MOVE SPACES TO SUSPENSE-RECORD
002485     MOVE WS-SUSP-NUMBER TO SUSP-NUMBER
002486     MOVE WS-JOB-NAME TO SUSP-ORIGIN-JOB
002487     MOVE RPT-D-REASON TO SUSP-REASON
002488     ACCEPT SUSP-DATE FROM DATE YYYYMMDD
002489     ACCEPT SUSP-TIME FROM TIME
002490     MOVE SUSP-DATE TO SUSP-ORIGINAL-DATE
002491     MOVE ZERO TO SUSP-PRIOR-NUMBER
002492     SET SUSP-OPEN TO TRUE
002493     MOVE SUSP-DATE TO SUSP-STATUS-DATE
002494     MOVE WS-OPERATOR-ID TO SUSP-STATUS-BY
002495     MOVE TR-BOOKENTRY TO SUSP-ORIGINAL-IMAGE
002496     MOVE "A" TO SUSP-RS-ACTION-CODE
002497     MOVE TR-NAME TO SUSP-RS-NAME
002498     MOVE TR-PHONENUMBER TO SUSP-RS-PHONENUMBER
002499     MOVE TR-DEPARTMENT TO SUSP-RS-DEPARTMENT
002500     WRITE SUSPENSE-RECORD
002501         INVALID KEY
002502             DISPLAY "Suspense item " WS-SUSP-NUMBER
002503                 " could not be written - see BATCHADD.RPT"
002504     END-WRITE.
002505
002506 2610-TAKE-SUSPENSE-NUMBER.
002507     MOVE ZERO TO SUSP-NUMBER
002508     READ SUSPENSE-FILE
002509         INVALID KEY
002510             MOVE SPACES TO SUSPENSE-CONTROL-RECORD
002511             MOVE ZERO TO SUSP-CTL-NUMBER
002512             MOVE 1 TO SUSP-CTL-LAST-NUMBER
002513             WRITE SUSPENSE-CONTROL-RECORD
002514         NOT INVALID KEY
002515             ADD 1 TO SUSP-CTL-LAST-NUMBER
002516             REWRITE SUSPENSE-CONTROL-RECORD
002517     END-READ
002518     MOVE SUSP-CTL-LAST-NUMBER TO WS-SUSP-NUMBER.
002519
002520 8000-PRINT-SUMMARY.
002521     WRITE RPT-LINE FROM SPACES
002522     MOVE WS-ADDED-COUNT TO RPT-SUM-ADDED
002530     MOVE WS-REJECTED-COUNT TO RPT-SUM-REJECTED
002540     WRITE RPT-LINE FROM RPT-SUMMARY-LINE
002550     DISPLAY "New-hire batch load complete."
002600     CLOSE TRANS-FILE
002610     CLOSE BOOK
002620     CLOSE AUDIT-FILE
002621     CLOSE SUSPENSE-FILE
002622     IF NOT EXT-FILE-NOT-FOUND
002623         CLOSE EXT-FILE
002624     END-IF
002630     CLOSE LOAD-REPORT.
002640
002650 0100-ACQUIRE-RUN-CONTROL.
