000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 15 October 2026
000050* Purpose: One-time conversion of the pending-change file.
000060*          PENDREC.CPY has grown from 108 to 139 bytes to carry
000070*          the manager and the location of a pending change.
000080*          Rename PENDING.DAT to PENDING.OLD and run this job
000090*          once.  It rebuilds PENDING.DAT at the new length
000100*          with the manager and location set to spaces, which
000110*          PENDREL reads as no change on an update and none on
000120*          an add - the same as an item keyed without them.
000130******************************************************************
000140* Modification History
000150* ----------------------------------------------------------------
000160* 2026-10-15  RJH  Original version.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. PENDCONV.
000200 AUTHOR R J HANLON.
000210 DATE-WRITTEN. 15 OCTOBER 2026.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OLD-PENDING-FILE ASSIGN TO "PENDING.OLD"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS OLD-PEND-KEY
000290         FILE STATUS IS OLD-FS.
000300     SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS PEND-KEY
000340         FILE STATUS IS PEND-FS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  OLD-PENDING-FILE.
000380 01  OLD-PENDING-RECORD.
000390     02  OLD-PEND-KEY             PIC X(28).
000400     02  FILLER                   PIC X(80).
000410 FD  PENDING-FILE.
000420 COPY "PENDREC.CPY".
000430 WORKING-STORAGE SECTION.
000440 01  OLD-FS                       PIC 99.
000450 01  PEND-FS                      PIC 99.
000460 01  WS-EOF-SWITCH                PIC X.
000470     88  WS-AT-EOF                    VALUE "Y".
000480 01  WS-CONVERTED-COUNT           PIC 9(06) VALUE ZERO.
000490 01  WS-REJECTED-COUNT            PIC 9(06) VALUE ZERO.
000500 PROCEDURE DIVISION.
000510 0000-MAINLINE.
000520     PERFORM 1000-INITIALIZE
000530     PERFORM 2000-CONVERT-ONE-RECORD
000540         UNTIL WS-AT-EOF
000550     PERFORM 9000-TERMINATE
000560     STOP RUN.
000570
000580 1000-INITIALIZE.
000590     OPEN INPUT OLD-PENDING-FILE
000600     IF OLD-FS = 35
000610         SET WS-AT-EOF TO TRUE
000620         DISPLAY "PENDING.OLD not found - rename the old"
000630         DISPLAY "PENDING.DAT to PENDING.OLD and rerun."
000640     ELSE
000650         OPEN OUTPUT PENDING-FILE
000660         MOVE "N" TO WS-EOF-SWITCH
000670         READ OLD-PENDING-FILE
000680             AT END SET WS-AT-EOF TO TRUE
000690         END-READ
000700     END-IF.
000710
000720 2000-CONVERT-ONE-RECORD.
000730     MOVE OLD-PENDING-RECORD TO PENDING-RECORD
000740     MOVE SPACES TO PEND-MANAGER-NAME
000750     MOVE SPACES TO PEND-LOCATION
000760     WRITE PENDING-RECORD
000770         INVALID KEY
000780             ADD 1 TO WS-REJECTED-COUNT
000790             DISPLAY "Not converted - " PEND-KEY " FS " PEND-FS
000800         NOT INVALID KEY
000810             ADD 1 TO WS-CONVERTED-COUNT
000820     END-WRITE
000830     READ OLD-PENDING-FILE
000840         AT END SET WS-AT-EOF TO TRUE
000850     END-READ.
000860
000870 9000-TERMINATE.
000880     IF OLD-FS NOT = 35
000890         CLOSE OLD-PENDING-FILE
000900         CLOSE PENDING-FILE
000910         DISPLAY "Pending conversion complete - "
000920             WS-CONVERTED-COUNT " items converted, "
000930             WS-REJECTED-COUNT " not converted."
000940     END-IF.
000950
000960 END PROGRAM PENDCONV.
