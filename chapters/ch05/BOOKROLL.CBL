000370*                  crossed a month-end cutover silently lost
000380*                  every change already closed into an
000390*                  AUDGnnnn.DAT generation file.
000391* 2026-10-05  RJH  A replayed add now comes back with a blank
000392*                  BOOK-MANAGER-NAME - the reporting line is
000393*                  not carried on the audit trail.
000394* 2026-10-07  RJH  Replay the new C and P action codes, so an
000395*                  entry marked confidential (unlisted) since the
000396*                  backup is not published again after a restore.
000397*                  A replayed add comes back listed until its
000398*                  own C record is replayed.
000399* 2026-10-10  RJH  A replayed add comes back as an employee - the
000400*                  worker type, contract end date and sponsor are
000401*                  not carried on the audit trail either.
000402* 2026-10-12  RJH  Generation record widened to 122 bytes to
000403*                  carry the new AUDIT-MOVEMENT group.
000404* 2026-10-14  RJH  A replayed add comes back with no location -
000405*                  the location is not carried on the audit trail.
000406******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. BOOKROLL.
000430 AUTHOR R J HANLON.
000780 FD  AUDIT-FILE.
000790 COPY "AUDITREC.CPY".
000800 FD  GEN-AUDIT-FILE.
000810 01  GEN-AUDIT-RECORD             PIC X(122).
000820 FD  GEN-CONTROL-FILE.
000830 COPY "AUDGCTL.CPY".
000840 FD  CONTROL-FILE.
003010
003020 2050-REPLAY-IF-SELECTED.
003030     IF (AUDIT-ACTION-ADD OR AUDIT-ACTION-UPDATE
003040             OR AUDIT-ACTION-DELETE
003041             OR AUDIT-ACTION-CONFIDENTIAL OR AUDIT-ACTION-LISTED)
003050             AND (AUDIT-DATE GREATER THAN WS-BACKUP-DATE
003060             OR (AUDIT-DATE = WS-BACKUP-DATE
003070             AND AUDIT-TIME GREATER THAN WS-BACKUP-TIME))
003180             PERFORM 2300-REPLAY-UPDATE
003190         WHEN AUDIT-ACTION-DELETE
003200             PERFORM 2400-REPLAY-DELETE
003201         WHEN AUDIT-ACTION-CONFIDENTIAL
003202             PERFORM 2500-REPLAY-CONFIDENTIAL
003203         WHEN AUDIT-ACTION-LISTED
003204             PERFORM 2500-REPLAY-CONFIDENTIAL
003210     END-EVALUATE.
003220
003230 2200-REPLAY-ADD.
003260     MOVE SPACES TO DEPARTMENT
003270     MOVE SPACES TO EXTENSION
003280     MOVE SPACES TO EMAIL-ADDRESS
003281     MOVE SPACES TO BOOK-MANAGER-NAME
003282     MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
003283     MOVE SPACES TO BOOK-CONFIDENTIAL-SET-BY
003284     MOVE ZERO TO BOOK-CONFIDENTIAL-DATE
003285     MOVE "E" TO BOOK-WORKER-TYPE
003286     MOVE ZERO TO BOOK-CONTRACT-END-DATE
003287     MOVE SPACES TO BOOK-SPONSOR-NAME
003288     MOVE SPACES TO BOOK-LOCATION
003290     SET ACTIVE-STATUS TO TRUE
003300     ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
003310     WRITE BOOKENTRY
003940
003950 2410-MARK-ENTRY-INACTIVE.
003960     SET INACTIVE-STATUS TO TRUE
003961     ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
003962     REWRITE BOOKENTRY
003963         INVALID KEY
003964             MOVE "REWRITE FAILED" TO RPT-D-REASON
003965             PERFORM 2900-REPORT-NOT-REPLAYED
003966         NOT INVALID KEY
003967             PERFORM 2800-REPORT-REPLAYED
003968     END-REWRITE.
003969
003970 2500-REPLAY-CONFIDENTIAL.
003971     MOVE AUDIT-AFTER-NAME TO NAME
003972     READ BOOK
003973         INVALID KEY
003974             MOVE "TARGET ENTRY MISSING" TO RPT-D-REASON
003975             PERFORM 2900-REPORT-NOT-REPLAYED
003976         NOT INVALID KEY
003977             PERFORM 2510-SET-CONFIDENTIAL-FLAG
003978     END-READ.
003979
003980 2510-SET-CONFIDENTIAL-FLAG.
003981     IF AUDIT-ACTION-CONFIDENTIAL
003982         MOVE "Y" TO BOOK-CONFIDENTIAL-FLAG
003983     ELSE
003984         MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
003985     END-IF
003986     MOVE AUDIT-OPERATOR-ID TO BOOK-CONFIDENTIAL-SET-BY
003987     MOVE AUDIT-DATE TO BOOK-CONFIDENTIAL-DATE
003988     ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
003989     REWRITE BOOKENTRY
003990         INVALID KEY
004000             MOVE "REWRITE FAILED" TO RPT-D-REASON
004010             PERFORM 2900-REPORT-NOT-REPLAYED
