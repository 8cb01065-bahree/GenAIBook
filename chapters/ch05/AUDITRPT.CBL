000270*                  the requested range is listed ahead of the
000280*                  live log, oldest first, so the history no
000290*                  longer stops at the last cutover.
000291* 2026-10-12  RJH  Generation record widened to 122 bytes to
000292*                  carry the new AUDIT-MOVEMENT group.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. AUDITRPT.
000520 FD  AUDIT-FILE.
000530 COPY "AUDITREC.CPY".
000540 FD  GEN-AUDIT-FILE.
000550 01  GEN-AUDIT-RECORD            PIC X(122).
000560 FD  GEN-CONTROL-FILE.
000570 COPY "AUDGCTL.CPY".
000580 FD  AUDIT-REPORT.
