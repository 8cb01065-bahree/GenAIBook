000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 12 October 2026
000050* Purpose: One-time conversion of the audit trail.  AUDITREC.CPY
000060*          has grown from 89 to 122 bytes to carry the
000070*          department and status of an entry before and after
000080*          each change (AUDIT-MOVEMENT).  Rename AUDITLOG.DAT to
000090*          AUDITLOG.OLD, and each closed generation AUDGnnnn.DAT
000100*          listed in AUDITGEN.CTL to AUDGnnnn.OLD, then run this
000110*          job once.  It rewrites every file at the new length
000120*          with the movement fields left blank - the department
000130*          of an entry was never logged before, so the monthly
000140*          statistics cannot attribute those older movements and
000150*          report them as not attributed.  A generation whose
000160*          .OLD file is not on hand is reported and skipped.
000170******************************************************************
000180* Modification History
000190* ----------------------------------------------------------------
000200* 2026-10-12  RJH  Original version.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. AUDCONV.
000240 AUTHOR R J HANLON.
000250 DATE-WRITTEN. 12 OCTOBER 2026.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OLD-AUDIT-FILE ASSIGN TO WS-OLD-FILE-NAME
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS OLD-FS.
000320     SELECT NEW-AUDIT-FILE ASSIGN TO WS-NEW-FILE-NAME
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS NEW-FS.
000350     SELECT GEN-CONTROL-FILE ASSIGN TO "AUDITGEN.CTL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS AGC-FS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  OLD-AUDIT-FILE.
000410 01  OLD-AUDIT-RECORD             PIC X(89).
000420 FD  NEW-AUDIT-FILE.
000430 COPY "AUDITREC.CPY".
000440 FD  GEN-CONTROL-FILE.
000450 COPY "AUDGCTL.CPY".
000460 WORKING-STORAGE SECTION.
000470 01  OLD-FS                       PIC 99.
000480 01  NEW-FS                       PIC 99.
000490 01  AGC-FS                       PIC 99.
000500 01  WS-EOF-SWITCH                PIC X.
000510     88  WS-AT-EOF                    VALUE "Y".
000520 01  WS-AGC-EOF-SWITCH            PIC X.
000530     88  WS-AGC-AT-EOF                VALUE "Y".
000540 01  WS-OLD-FILE-NAME.
000550     02  WS-OFN-BASE              PIC X(08).
000560     02  FILLER                   PIC X(04) VALUE ".OLD".
000570 01  WS-NEW-FILE-NAME.
000580     02  WS-NFN-BASE              PIC X(08).
000590     02  FILLER                   PIC X(04) VALUE ".DAT".
000600 01  WS-GEN-BASE-NAME.
000610     02  FILLER                   PIC X(04) VALUE "AUDG".
000620     02  WS-GBN-GENERATION        PIC 9(04).
000630 01  WS-FILE-COUNT                PIC 9(06).
000640 01  WS-CONVERTED-COUNT           PIC 9(06) VALUE ZERO.
000650 01  WS-FILES-CONVERTED           PIC 9(04) VALUE ZERO.
000660 01  WS-FILES-SKIPPED             PIC 9(04) VALUE ZERO.
000670 PROCEDURE DIVISION.
000680 0000-MAINLINE.
000690     MOVE "AUDITLOG" TO WS-OFN-BASE
000700     PERFORM 2000-CONVERT-ONE-FILE
000710     PERFORM 1000-CONVERT-GENERATIONS
000720     PERFORM 9000-TERMINATE
000730     STOP RUN.
000740
000750 1000-CONVERT-GENERATIONS.
000760     OPEN INPUT GEN-CONTROL-FILE
000770     IF AGC-FS NOT = 35
000780         MOVE "N" TO WS-AGC-EOF-SWITCH
000790         PERFORM 1100-READ-NEXT-GEN-CONTROL
000800         PERFORM 1200-CONVERT-ONE-GENERATION
000810             UNTIL WS-AGC-AT-EOF
000820         CLOSE GEN-CONTROL-FILE
000830     END-IF.
000840
000850 1100-READ-NEXT-GEN-CONTROL.
000860     READ GEN-CONTROL-FILE
000870         AT END SET WS-AGC-AT-EOF TO TRUE
000880     END-READ.
000890
000900 1200-CONVERT-ONE-GENERATION.
000910     MOVE AG-GENERATION TO WS-GBN-GENERATION
000920     MOVE WS-GEN-BASE-NAME TO WS-OFN-BASE
000930     PERFORM 2000-CONVERT-ONE-FILE
000940     PERFORM 1100-READ-NEXT-GEN-CONTROL.
000950
000960 2000-CONVERT-ONE-FILE.
000970     MOVE WS-OFN-BASE TO WS-NFN-BASE
000980     OPEN INPUT OLD-AUDIT-FILE
000990     IF OLD-FS = 35
001000         ADD 1 TO WS-FILES-SKIPPED
001010         DISPLAY WS-OLD-FILE-NAME " not found - rename the old "
001020             WS-NEW-FILE-NAME " to " WS-OLD-FILE-NAME
001030         DISPLAY "and rerun, or ignore if already converted."
001040     ELSE
001050         OPEN OUTPUT NEW-AUDIT-FILE
001060         MOVE ZERO TO WS-FILE-COUNT
001070         MOVE "N" TO WS-EOF-SWITCH
001080         READ OLD-AUDIT-FILE
001090             AT END SET WS-AT-EOF TO TRUE
001100         END-READ
001110         PERFORM 2100-CONVERT-ONE-RECORD
001120             UNTIL WS-AT-EOF
001130         CLOSE OLD-AUDIT-FILE
001140         CLOSE NEW-AUDIT-FILE
001150         ADD 1 TO WS-FILES-CONVERTED
001160         DISPLAY WS-NEW-FILE-NAME " converted - "
001170             WS-FILE-COUNT " records."
001180     END-IF.
001190
001200 2100-CONVERT-ONE-RECORD.
001210     MOVE OLD-AUDIT-RECORD TO AUDIT-RECORD
001220     MOVE SPACES TO AUDIT-MOVEMENT
001230     WRITE AUDIT-RECORD
001240     ADD 1 TO WS-FILE-COUNT
001250     ADD 1 TO WS-CONVERTED-COUNT
001260     READ OLD-AUDIT-FILE
001270         AT END SET WS-AT-EOF TO TRUE
001280     END-READ.
001290
001300 9000-TERMINATE.
001310     DISPLAY "Audit conversion complete - "
001320         WS-FILES-CONVERTED " files, "
001330         WS-CONVERTED-COUNT " records converted, "
001340         WS-FILES-SKIPPED " files not found.".
001350
001360 END PROGRAM AUDCONV.
