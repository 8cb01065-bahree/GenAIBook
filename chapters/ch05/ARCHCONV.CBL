000204*                  one is legal - against the OUTPUT-mode file
000205*                  it failed quietly and the later record was
000206*                  dropped while still being counted.
000207* 2026-10-15  RJH  The fields added to ARCHREC.CPY since are set
000208*                  explicitly - listed, employee, zero dates,
000209*                  no manager, sponsor or location.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ARCHCONV.
000720
000730 2000-CONVERT-ONE-RECORD.
000740     MOVE OLD-ARCHIVE-RECORD TO ARCHIVE-RECORD
000741     MOVE SPACES TO ARCH-MANAGER-NAME
000742     MOVE "N" TO ARCH-CONFIDENTIAL-FLAG
000743     MOVE SPACES TO ARCH-CONFIDENTIAL-SET-BY
000744     MOVE ZERO TO ARCH-CONFIDENTIAL-DATE
000745     MOVE "E" TO ARCH-WORKER-TYPE
000746     MOVE ZERO TO ARCH-CONTRACT-END-DATE
000747     MOVE SPACES TO ARCH-SPONSOR-NAME
000748     MOVE SPACES TO ARCH-LOCATION
000750     WRITE ARCHIVE-RECORD
000760         INVALID KEY
000770             REWRITE ARCHIVE-RECORD
