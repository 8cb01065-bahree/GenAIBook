000210* Modification History
000220* ----------------------------------------------------------------
000230* 2026-08-28  RJH  Original version.
000231* 2026-10-12  RJH  Each change now records the old and new
000232*                  department in AUDIT-MOVEMENT, so the monthly
000233*                  statistics count it as a transfer.
000234* 2026-10-15  RJH  The department's extension block on
000235*                  EXTINV.DAT is re-keyed to the new department;
000236*                  an extension already in the new block stays
000237*                  under the old one and is listed on the report.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. DEPTCHG.
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RC-JOB-NAME
000530         FILE STATUS IS RC-FS.
000531     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS DYNAMIC
000534         RECORD KEY IS EXT-KEY
000535         FILE STATUS IS EXT-FS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  BOOK.
000630 COPY "AUDITREC.CPY".
000640 FD  RUN-CONTROL-FILE.
000650 COPY "RUNCTLRC.CPY".
000651 FD  EXT-FILE.
000652 COPY "EXTREC.CPY".
000660 WORKING-STORAGE SECTION.
000670 01  FS                           PIC 99.
000680 01  DEPT-FS                      PIC 99.
000690 01  RPT-FS                       PIC 99.
000700 01  AUDIT-FS                     PIC 99.
000710 01  RC-FS                        PIC 99.
000711 01  EXT-FS                       PIC 99.
000712 01  WS-EXT-NOT-FOUND-SWITCH      PIC X VALUE "N".
000713     88  EXT-FILE-NOT-FOUND           VALUE "Y".
000714 01  WS-EXT-EOF-SWITCH            PIC X.
000715     88  WS-EXT-AT-EOF                VALUE "Y".
000716 01  WS-EXT-SAVE-RECORD           PIC X(57).
000717 01  WS-EXT-LAST-KEY              PIC X(20).
000720 01  WS-JOB-NAME                  PIC X(08) VALUE "DEPTCHG".
000730 01  WS-RUN-REFUSED-SWITCH        PIC X VALUE "N".
000740     88  WS-RUN-REFUSED               VALUE "Y".
000890 01  WS-CHANGED-COUNT             PIC 9(06) VALUE ZERO.
000900 01  WS-NEW-DEPT-COUNT            PIC 9(06) VALUE ZERO.
000910 01  WS-FAILED-COUNT              PIC 9(06) VALUE ZERO.
000911 01  WS-EXT-MOVED-COUNT           PIC 9(06) VALUE ZERO.
000912 01  WS-EXT-COLLISION-COUNT       PIC 9(06) VALUE ZERO.
000920 01  RPT-HEADING-1                PIC X(80) VALUE
000930         "DEPARTMENT MASS-CHANGE REPORT".
000940 01  RPT-HEADING-2.
001000     02  FILLER                   PIC X(04) VALUE SPACES.
001010     02  RPT-C-LABEL              PIC X(34).
001020     02  RPT-C-COUNT              PIC ZZZZZ9.
001021 01  RPT-COLLISION-LINE.
001022     02  FILLER                   PIC X(14) VALUE
001023             "    EXTENSION ".
001024     02  RPT-X-EXTENSION          PIC X(05).
001025     02  FILLER                   PIC X(39) VALUE
001026             " ALREADY IN NEW DEPARTMENT - NOT MOVED,".
001027     02  FILLER                   PIC X(22) VALUE
001028             " LEFT UNDER OLD".
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001050     PERFORM 0100-ACQUIRE-RUN-CONTROL
001110         PERFORM 2000-UPDATE-DEPT-REFERENCE
001120         PERFORM 3000-SWEEP-ONE-ENTRY
001130             UNTIL WS-BOOK-AT-EOF
001131         IF NOT EXT-FILE-NOT-FOUND
001132             PERFORM 4000-REKEY-EXTENSION-BLOCK
001133         END-IF
001140         PERFORM 8000-PRINT-SUMMARY
001150         PERFORM 9000-TERMINATE
001160     END-IF
001550     WRITE RPT-LINE FROM SPACES
001560     PERFORM 1200-OPEN-AUDIT-FILE
001570     PERFORM 1300-OPEN-DEPT-FILE
001571     OPEN I-O EXT-FILE
001572     IF EXT-FS = 35
001573         SET EXT-FILE-NOT-FOUND TO TRUE
001574     END-IF
001580     OPEN I-O BOOK
001590     IF FS = 35
001600         SET BOOK-NOT-FOUND TO TRUE
002320     SET AUDIT-ACTION-UPDATE TO TRUE
002330     MOVE NAME TO AUDIT-AFTER-NAME
002340     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
002341     MOVE SPACES TO AUDIT-MOVEMENT
002342     MOVE WS-OLD-DEPARTMENT TO AUDIT-BEFORE-DEPARTMENT
002343     MOVE BOOK-STATUS-FLAG TO AUDIT-BEFORE-STATUS
002344     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
002345     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
002350     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
002360     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
002370     ACCEPT AUDIT-TIME FROM TIME
002380     WRITE AUDIT-RECORD.
002381
002382 4000-REKEY-EXTENSION-BLOCK.
002383     MOVE WS-OLD-DEPARTMENT TO EXT-DEPARTMENT
002384     MOVE LOW-VALUES TO EXT-EXTENSION
002385     MOVE "N" TO WS-EXT-EOF-SWITCH
002386     START EXT-FILE KEY IS NOT LESS THAN EXT-KEY
002387         INVALID KEY
002388             SET WS-EXT-AT-EOF TO TRUE
002389         NOT INVALID KEY
002390             PERFORM 4300-READ-NEXT-EXTENSION
002391     END-START
002392     PERFORM 4100-REKEY-ONE-EXTENSION
002393         UNTIL WS-EXT-AT-EOF.
002394
002395 4100-REKEY-ONE-EXTENSION.
002396     MOVE EXTENSION-RECORD TO WS-EXT-SAVE-RECORD
002397     MOVE EXT-KEY TO WS-EXT-LAST-KEY
002398     MOVE WS-NEW-DEPARTMENT TO EXT-DEPARTMENT
002399     WRITE EXTENSION-RECORD
002400         INVALID KEY
002401             PERFORM 4150-REPORT-COLLISION
002402         NOT INVALID KEY
002403             PERFORM 4200-DELETE-OLD-EXTENSION
002404     END-WRITE
002405     MOVE WS-EXT-LAST-KEY TO EXT-KEY
002406     START EXT-FILE KEY IS GREATER THAN EXT-KEY
002407         INVALID KEY
002408             SET WS-EXT-AT-EOF TO TRUE
002409         NOT INVALID KEY
002410             PERFORM 4300-READ-NEXT-EXTENSION
002411     END-START.
002412
002413 4150-REPORT-COLLISION.
002414     ADD 1 TO WS-EXT-COLLISION-COUNT
002415     MOVE EXT-EXTENSION TO RPT-X-EXTENSION
002416     WRITE RPT-LINE FROM RPT-COLLISION-LINE.
002417
002418 4200-DELETE-OLD-EXTENSION.
002419     MOVE WS-EXT-SAVE-RECORD TO EXTENSION-RECORD
002420     DELETE EXT-FILE
002421         INVALID KEY
002422             CONTINUE
002423         NOT INVALID KEY
002424             ADD 1 TO WS-EXT-MOVED-COUNT
002425     END-DELETE.
002426
002427 4300-READ-NEXT-EXTENSION.
002428     READ EXT-FILE NEXT RECORD
002429         AT END SET WS-EXT-AT-EOF TO TRUE
002430     END-READ
002431     IF NOT WS-EXT-AT-EOF
002432             AND EXT-DEPARTMENT NOT = WS-OLD-DEPARTMENT
002433         SET WS-EXT-AT-EOF TO TRUE
002434     END-IF.
002435
002436 8000-PRINT-SUMMARY.
002437     MOVE "ENTRIES IN OLD DEPARTMENT BEFORE.." TO RPT-C-LABEL
002438     MOVE WS-OLD-DEPT-COUNT TO RPT-C-COUNT
002439     WRITE RPT-LINE FROM RPT-COUNT-LINE
002440     MOVE "ENTRIES CHANGED..................." TO RPT-C-LABEL
002450     MOVE WS-CHANGED-COUNT TO RPT-C-COUNT
002460     WRITE RPT-LINE FROM RPT-COUNT-LINE
002520         MOVE WS-FAILED-COUNT TO RPT-C-COUNT
002530         WRITE RPT-LINE FROM RPT-COUNT-LINE
002540     END-IF
002541     IF NOT EXT-FILE-NOT-FOUND
002542         MOVE "EXTENSIONS RE-KEYED..............." TO RPT-C-LABEL
002543         MOVE WS-EXT-MOVED-COUNT TO RPT-C-COUNT
002544         WRITE RPT-LINE FROM RPT-COUNT-LINE
002545     END-IF
002546     IF WS-EXT-COLLISION-COUNT NOT = ZERO
002547         MOVE "EXTENSION KEY COLLISIONS.........." TO RPT-C-LABEL
002548         MOVE WS-EXT-COLLISION-COUNT TO RPT-C-COUNT
002549         WRITE RPT-LINE FROM RPT-COUNT-LINE
002550     END-IF
002551     DISPLAY "Department mass-change complete."
002560     DISPLAY "Entries in old department - " WS-OLD-DEPT-COUNT
002570     DISPLAY "Entries changed           - " WS-CHANGED-COUNT
002580     DISPLAY "Entries in new after      - " WS-NEW-DEPT-COUNT
002581     DISPLAY "Extensions re-keyed       - " WS-EXT-MOVED-COUNT
002582     IF WS-EXT-COLLISION-COUNT NOT = ZERO
002583         DISPLAY "Extension key collisions  - "
002584             WS-EXT-COLLISION-COUNT " - see DEPTCHG.RPT"
002585     END-IF.
002590
002600 9000-TERMINATE.
002610     IF NOT BOOK-NOT-FOUND
002620         CLOSE BOOK
002630     END-IF
002640     CLOSE DEPT-FILE
002641     IF NOT EXT-FILE-NOT-FOUND
002642         CLOSE EXT-FILE
002643     END-IF
002650     CLOSE AUDIT-FILE
002660     CLOSE CHANGE-REPORT.
002670
