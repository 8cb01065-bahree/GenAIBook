000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 15 October 2026
000050* Purpose: One-time conversion of the master.  BOOKREC.CPY has
000060*          grown from 91 to 168 bytes to carry the manager, the
000070*          confidential (unlisted) flag, the worker type,
000080*          contract end date and sponsor, and the location.
000090*          Rename PHONEBOOK.DAT to PHONEBOOK.OLD and run this
000100*          job once.  It rebuilds PHONEBOOK.DAT at the new
000110*          length with every added field set explicitly - the
000120*          entry listed, an employee, no contract end date, no
000130*          manager, sponsor or location - so no numeric field
000140*          is left holding spaces.  Take a fresh BOOKBKUP
000150*          backup afterwards; older backups are at the old
000160*          length.  ARCBCONV.CBL and PENDCONV.CBL do the same
000170*          for ARCHBOOK.DAT and PENDING.DAT.
000180******************************************************************
000190* Modification History
000200* ----------------------------------------------------------------
000210* 2026-10-15  RJH  Original version.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. BOOKCONV.
000250 AUTHOR R J HANLON.
000260 DATE-WRITTEN. 15 OCTOBER 2026.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OLD-BOOK-FILE ASSIGN TO "PHONEBOOK.OLD"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS OLD-NAME
000340         ALTERNATE RECORD KEY IS OLD-PHONENUMBER WITH DUPLICATES
000350         FILE STATUS IS OLD-FS.
000360     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS NAME
000400         ALTERNATE RECORD KEY IS PHONENUMBER WITH DUPLICATES
000410         FILE STATUS IS FS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  OLD-BOOK-FILE.
000450 01  OLD-BOOK-RECORD.
000460     02  OLD-NAME                 PIC X(20).
000470     02  OLD-PHONENUMBER          PIC X(12).
000480     02  FILLER                   PIC X(59).
000490 FD  BOOK.
000500 COPY "BOOKREC.CPY".
000510 WORKING-STORAGE SECTION.
000520 01  OLD-FS                       PIC 99.
000530 01  FS                           PIC 99.
000540 01  WS-EOF-SWITCH                PIC X.
000550     88  WS-AT-EOF                    VALUE "Y".
000560 01  WS-CONVERTED-COUNT           PIC 9(06) VALUE ZERO.
000570 01  WS-REJECTED-COUNT            PIC 9(06) VALUE ZERO.
000580 PROCEDURE DIVISION.
000590 0000-MAINLINE.
000600     PERFORM 1000-INITIALIZE
000610     PERFORM 2000-CONVERT-ONE-RECORD
000620         UNTIL WS-AT-EOF
000630     PERFORM 9000-TERMINATE
000640     STOP RUN.
000650
000660 1000-INITIALIZE.
000670     OPEN INPUT OLD-BOOK-FILE
000680     IF OLD-FS = 35
000690         SET WS-AT-EOF TO TRUE
000700         DISPLAY "PHONEBOOK.OLD not found - rename the old"
000710         DISPLAY "PHONEBOOK.DAT to PHONEBOOK.OLD and rerun."
000720     ELSE
000730         OPEN OUTPUT BOOK
000740         MOVE "N" TO WS-EOF-SWITCH
000750         READ OLD-BOOK-FILE
000760             AT END SET WS-AT-EOF TO TRUE
000770         END-READ
000780     END-IF.
000790
000800 2000-CONVERT-ONE-RECORD.
000810     MOVE OLD-BOOK-RECORD TO BOOKENTRY
000820     MOVE SPACES TO BOOK-MANAGER-NAME
000830     MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
000840     MOVE SPACES TO BOOK-CONFIDENTIAL-SET-BY
000850     MOVE ZERO TO BOOK-CONFIDENTIAL-DATE
000860     MOVE "E" TO BOOK-WORKER-TYPE
000870     MOVE ZERO TO BOOK-CONTRACT-END-DATE
000880     MOVE SPACES TO BOOK-SPONSOR-NAME
000890     MOVE SPACES TO BOOK-LOCATION
000900     WRITE BOOKENTRY
000910         INVALID KEY
000920             ADD 1 TO WS-REJECTED-COUNT
000930             DISPLAY "Not converted - " NAME " FS " FS
000940         NOT INVALID KEY
000950             ADD 1 TO WS-CONVERTED-COUNT
000960     END-WRITE
000970     READ OLD-BOOK-FILE
000980         AT END SET WS-AT-EOF TO TRUE
000990     END-READ.
001000
001010 9000-TERMINATE.
001020     IF OLD-FS NOT = 35
001030         CLOSE OLD-BOOK-FILE
001040         CLOSE BOOK
001050         DISPLAY "Master conversion complete - "
001060             WS-CONVERTED-COUNT " entries converted, "
001070             WS-REJECTED-COUNT " not converted."
001080     END-IF.
001090
001100 END PROGRAM BOOKCONV.
