000242*                  DELTAEXP never carries and its checkpoint
000243*                  never passes - was refusing the cutover
000244*                  with advice that could not clear it.
000245* 2026-10-07  RJH  Tally and print the new C (made confidential)
000246*                  and P (made listed) action codes, count them
000247*                  per operator, and take them into the
000248*                  high-water mark checked against DELTAEXP's
000249*                  checkpoint, now that DELTAEXP extracts them.
000250* 2026-10-12  RJH  Generation record widened to 122 bytes to
000251*                  carry the new AUDIT-MOVEMENT group.
000252******************************************************************
000253 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. AUDITCUT.
000270 AUTHOR R J HANLON.
000280 DATE-WRITTEN. 24 AUGUST 2026.
000540 FD  AUDIT-FILE.
000550 COPY "AUDITREC.CPY".
000560 FD  GEN-FILE.
000570 01  GEN-RECORD                   PIC X(122).
000580 FD  GEN-CONTROL-FILE.
000590 COPY "AUDGCTL.CPY".
000600 FD  DELTA-CONTROL-FILE.
001021 01  WS-NUMBER-ADD-COUNT          PIC 9(06) VALUE ZERO.
001022 01  WS-NUMBER-RETIRE-COUNT       PIC 9(06) VALUE ZERO.
001023 01  WS-LOCKOUT-COUNT             PIC 9(06) VALUE ZERO.
001024 01  WS-CONFIDENTIAL-COUNT        PIC 9(06) VALUE ZERO.
001025 01  WS-LISTED-COUNT              PIC 9(06) VALUE ZERO.
001030 01  WS-OTHER-COUNT               PIC 9(06) VALUE ZERO.
001040 01  WS-MATCH-SWITCH              PIC X.
001050     88  WS-OPERATOR-MATCHED          VALUE "Y".
002280         MOVE AUDIT-DATE TO WS-THRU-DATE
002290     END-IF
002300     IF (AUDIT-ACTION-ADD OR AUDIT-ACTION-UPDATE
002301             OR AUDIT-ACTION-DELETE
002302             OR AUDIT-ACTION-CONFIDENTIAL OR AUDIT-ACTION-LISTED)
002303             AND (AUDIT-DATE GREATER THAN WS-HIGH-DATE
002310             OR (AUDIT-DATE = WS-HIGH-DATE
002320             AND AUDIT-TIME GREATER THAN WS-HIGH-TIME))
002330         MOVE AUDIT-DATE TO WS-HIGH-DATE
002380             OR AUDIT-ACTION-DELETE
002381             OR AUDIT-ACTION-NUMBER-ADD
002382             OR AUDIT-ACTION-NUMBER-RETIRE
002383             OR AUDIT-ACTION-CONFIDENTIAL
002384             OR AUDIT-ACTION-LISTED
002390         PERFORM 2200-TALLY-BY-OPERATOR
002400     END-IF
002410     READ AUDIT-FILE
002544             ADD 1 TO WS-NUMBER-RETIRE-COUNT
002545         WHEN AUDIT-ACTION-LOCKOUT
002546             ADD 1 TO WS-LOCKOUT-COUNT
002547         WHEN AUDIT-ACTION-CONFIDENTIAL
002548             ADD 1 TO WS-CONFIDENTIAL-COUNT
002549         WHEN AUDIT-ACTION-LISTED
002550             ADD 1 TO WS-LISTED-COUNT
002551         WHEN OTHER
002560             ADD 1 TO WS-OTHER-COUNT
002570     END-EVALUATE.
002580
003487     MOVE "LOCKOUTS (L)............" TO RPT-A-LABEL
003488     MOVE WS-LOCKOUT-COUNT TO RPT-A-COUNT
003489     WRITE RPT-LINE FROM RPT-ACTION-LINE
003490     MOVE "MADE CONFIDENTIAL (C)..." TO RPT-A-LABEL
003491     MOVE WS-CONFIDENTIAL-COUNT TO RPT-A-COUNT
003492     WRITE RPT-LINE FROM RPT-ACTION-LINE
003493     MOVE "MADE LISTED (P)........." TO RPT-A-LABEL
003494     MOVE WS-LISTED-COUNT TO RPT-A-COUNT
003495     WRITE RPT-LINE FROM RPT-ACTION-LINE
003496     IF WS-OTHER-COUNT NOT = ZERO
003500         MOVE "OTHER ACTION CODES......" TO RPT-A-LABEL
003510         MOVE WS-OTHER-COUNT TO RPT-A-COUNT
003520         WRITE RPT-LINE FROM RPT-ACTION-LINE
