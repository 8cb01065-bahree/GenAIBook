000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 15 October 2026
000050* Purpose: One-time conversion of the indexed archive.
000060*          ARCHREC.CPY has grown from 99 to 176 bytes along
000070*          with the master (see BOOKCONV.CBL).  Rename
000080*          ARCHBOOK.DAT to ARCHBOOK.OLD and run this job once.
000090*          It rebuilds ARCHBOOK.DAT at the new length with
000100*          every added field set explicitly - the entry
000110*          listed, an employee, no contract end date, no
000120*          manager, sponsor or location.  An archive still in
000130*          the original sequential form is converted by
000140*          ARCHCONV.CBL instead, which now writes the new
000150*          length directly.
000160******************************************************************
000170* Modification History
000180* ----------------------------------------------------------------
000190* 2026-10-15  RJH  Original version.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. ARCBCONV.
000230 AUTHOR R J HANLON.
000240 DATE-WRITTEN. 15 OCTOBER 2026.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OLD-ARCHIVE-FILE ASSIGN TO "ARCHBOOK.OLD"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS OLD-ARCH-NAME
000320         FILE STATUS IS OLD-FS.
000330     SELECT ARCHIVE-FILE ASSIGN TO "ARCHBOOK.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS ARCH-NAME
000370         FILE STATUS IS ARCH-FS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  OLD-ARCHIVE-FILE.
000410 01  OLD-ARCHIVE-RECORD.
000420     02  FILLER                   PIC X(08).
000430     02  OLD-ARCH-NAME            PIC X(20).
000440     02  FILLER                   PIC X(71).
000450 FD  ARCHIVE-FILE.
000460 COPY "ARCHREC.CPY".
000470 WORKING-STORAGE SECTION.
000480 01  OLD-FS                       PIC 99.
000490 01  ARCH-FS                      PIC 99.
000500 01  WS-EOF-SWITCH                PIC X.
000510     88  WS-AT-EOF                    VALUE "Y".
000520 01  WS-CONVERTED-COUNT           PIC 9(06) VALUE ZERO.
000530 01  WS-REJECTED-COUNT            PIC 9(06) VALUE ZERO.
000540 PROCEDURE DIVISION.
000550 0000-MAINLINE.
000560     PERFORM 1000-INITIALIZE
000570     PERFORM 2000-CONVERT-ONE-RECORD
000580         UNTIL WS-AT-EOF
000590     PERFORM 9000-TERMINATE
000600     STOP RUN.
000610
000620 1000-INITIALIZE.
000630     OPEN INPUT OLD-ARCHIVE-FILE
000640     IF OLD-FS = 35
000650         SET WS-AT-EOF TO TRUE
000660         DISPLAY "ARCHBOOK.OLD not found - rename the old"
000670         DISPLAY "ARCHBOOK.DAT to ARCHBOOK.OLD and rerun."
000680     ELSE
000690         OPEN OUTPUT ARCHIVE-FILE
000700         MOVE "N" TO WS-EOF-SWITCH
000710         READ OLD-ARCHIVE-FILE
000720             AT END SET WS-AT-EOF TO TRUE
000730         END-READ
000740     END-IF.
000750
000760 2000-CONVERT-ONE-RECORD.
000770     MOVE OLD-ARCHIVE-RECORD TO ARCHIVE-RECORD
000780     PERFORM 2100-SET-ADDED-FIELDS
000790     WRITE ARCHIVE-RECORD
000800         INVALID KEY
000810             ADD 1 TO WS-REJECTED-COUNT
000820             DISPLAY "Not converted - " ARCH-NAME " FS " ARCH-FS
000830         NOT INVALID KEY
000840             ADD 1 TO WS-CONVERTED-COUNT
000850     END-WRITE
000860     READ OLD-ARCHIVE-FILE
000870         AT END SET WS-AT-EOF TO TRUE
000880     END-READ.
000890
000900 2100-SET-ADDED-FIELDS.
000910     MOVE SPACES TO ARCH-MANAGER-NAME
000920     MOVE "N" TO ARCH-CONFIDENTIAL-FLAG
000930     MOVE SPACES TO ARCH-CONFIDENTIAL-SET-BY
000940     MOVE ZERO TO ARCH-CONFIDENTIAL-DATE
000950     MOVE "E" TO ARCH-WORKER-TYPE
000960     MOVE ZERO TO ARCH-CONTRACT-END-DATE
000970     MOVE SPACES TO ARCH-SPONSOR-NAME
000980     MOVE SPACES TO ARCH-LOCATION.
000990
001000 9000-TERMINATE.
001010     IF OLD-FS NOT = 35
001020         CLOSE OLD-ARCHIVE-FILE
001030         CLOSE ARCHIVE-FILE
001040         DISPLAY "Archive conversion complete - "
001050             WS-CONVERTED-COUNT " entries converted, "
001060             WS-REJECTED-COUNT " not converted."
001070     END-IF.
001080
001090 END PROGRAM ARCBCONV.
