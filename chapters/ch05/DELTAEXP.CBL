000320*                  systems that only take this delta drop the
000330*                  entry they hold under the old key instead of
000340*                  keeping it forever.
000341* 2026-10-07  RJH  Confidential (unlisted) entries are withheld.
000342*                  Action C (marked confidential) is exported as a
000343*                  D line carrying the name only, so downstream
000344*                  systems drop the entry; action P (put back in
000345*                  the directory) is exported as an A line.  Any
000346*                  other change to an entry that is confidential
000347*                  when the run looks it up is not exported.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. DELTAEXP.
000790     88  BOOK-NOT-FOUND               VALUE "Y".
000800 01  WS-MATCH-SWITCH              PIC X.
000810     88  WS-NAME-MATCHED              VALUE "Y".
000811 01  WS-UNLISTED-SWITCH           PIC X.
000812     88  WS-MASTER-UNLISTED           VALUE "Y".
000820 01  WS-LAST-RUN-DATE             PIC 9(08) VALUE ZERO.
000830 01  WS-LAST-RUN-TIME             PIC 9(08) VALUE ZERO.
000840 01  WS-HIGH-DATE                 PIC 9(08) VALUE ZERO.
001710
001720 2000-COLLECT-ONE-AUDIT-RECORD.
001730     IF (AUDIT-ACTION-ADD OR AUDIT-ACTION-UPDATE
001740             OR AUDIT-ACTION-DELETE
001741             OR AUDIT-ACTION-CONFIDENTIAL OR AUDIT-ACTION-LISTED)
001750             AND (AUDIT-DATE GREATER THAN WS-LAST-RUN-DATE
001760             OR (AUDIT-DATE = WS-LAST-RUN-DATE
001770             AND AUDIT-TIME GREATER THAN WS-LAST-RUN-TIME))
001780         ADD 1 TO WS-SELECTED-COUNT
001790         MOVE AUDIT-AFTER-NAME TO WS-FOLD-NAME
001800         MOVE AUDIT-ACTION-CODE TO WS-FOLD-ACTION
001801         IF AUDIT-ACTION-LISTED
001802             MOVE "A" TO WS-FOLD-ACTION
001803         END-IF
001810         PERFORM 2100-FOLD-CHANGE-INTO-TABLE
001820         IF AUDIT-ACTION-UPDATE
001830                 AND AUDIT-BEFORE-NAME NOT = AUDIT-AFTER-NAME
002110     END-IF.
002120
002130 2120-MERGE-REPEATED-CHANGE.
002140     IF (WS-CHG-ACTION (WS-MATCH-SUB) = "A"
002150             AND WS-FOLD-ACTION = "U")
002151             OR (WS-CHG-ACTION (WS-MATCH-SUB) = "C"
002152             AND WS-FOLD-ACTION NOT = "A")
002160         CONTINUE
002170     ELSE
002180         MOVE WS-FOLD-ACTION
002450         UNTIL WS-CHG-SUB GREATER THAN WS-CHANGE-TABLE-USED.
002460
002470 3100-WRITE-ONE-DELTA-LINE.
002471     MOVE "N" TO WS-UNLISTED-SWITCH
002480     MOVE WS-CHG-ACTION (WS-CHG-SUB) TO WS-DLT-ACTION
002490     MOVE WS-CHG-LASTNAME (WS-CHG-SUB) TO WS-DLT-LASTNAME
002500     MOVE WS-CHG-FIRSTNAME (WS-CHG-SUB) TO WS-DLT-FIRSTNAME
002560     IF NOT BOOK-NOT-FOUND
002570         PERFORM 3110-FETCH-CURRENT-MASTER-FIELDS
002580     END-IF
002590     IF WS-MASTER-UNLISTED
002600         PERFORM 3120-BLANK-UNLISTED-FIELDS
002601     END-IF
002602     IF WS-MASTER-UNLISTED AND WS-DLT-ACTION NOT = "C"
002603         CONTINUE
002604     ELSE
002605         IF WS-DLT-ACTION = "C"
002606             MOVE "D" TO WS-DLT-ACTION
002607         END-IF
002608         WRITE DELTA-LINE FROM WS-DELTA-DETAIL
002609         ADD 1 TO WS-WRITTEN-COUNT
002610     END-IF.
002611
002620 3110-FETCH-CURRENT-MASTER-FIELDS.
002630     MOVE WS-CHG-NAME (WS-CHG-SUB) TO NAME
002640     READ BOOK
002650         INVALID KEY
002660             CONTINUE
002670         NOT INVALID KEY
002671             IF CONFIDENTIAL-ENTRY
002672                 SET WS-MASTER-UNLISTED TO TRUE
002673             END-IF
002680             MOVE PREFIX TO WS-DLT-PREFIX
002690             MOVE RESTOFNUMBER TO WS-DLT-RESTOFNUMBER
002700             MOVE DEPARTMENT TO WS-DLT-DEPARTMENT
002710             MOVE EXTENSION TO WS-DLT-EXTENSION
002720             MOVE EMAIL-ADDRESS TO WS-DLT-EMAIL
002730     END-READ.
002731
002732 3120-BLANK-UNLISTED-FIELDS.
002733     MOVE ZERO TO WS-DLT-PREFIX
002734     MOVE ZERO TO WS-DLT-RESTOFNUMBER
002735     MOVE SPACES TO WS-DLT-DEPARTMENT
002736     MOVE SPACES TO WS-DLT-EXTENSION
002737     MOVE SPACES TO WS-DLT-EMAIL.
002740
002750 8000-SAVE-CHECKPOINT.
002760     IF WS-TABLE-OVERFLOWED
