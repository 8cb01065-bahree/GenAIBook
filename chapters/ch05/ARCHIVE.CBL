000510*                  inherited the departed person's desk,
000520*                  mobile and fax in the search, DIRLIST and
000530*                  CSVEXP.
000531* 2026-10-05  RJH  Carry the new BOOK-MANAGER-NAME into the
000532*                  archive record with the rest of the entry.
000533* 2026-10-07  RJH  Carry the confidential flag, set-by and date
000534*                  into the archive record.
000535* 2026-10-10  RJH  Carry the worker type, contract end date and
000536*                  sponsor into the archive record.
000537* 2026-10-14  RJH  Carry the location into the archive record.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. ARCHIVE.
002190     MOVE EMAIL-ADDRESS TO ARCH-EMAIL-ADDRESS
002200     MOVE BOOK-STATUS-FLAG TO ARCH-STATUS-FLAG
002210     MOVE BOOK-LAST-CHANGED-DATE TO ARCH-LAST-CHANGED-DATE
002211     MOVE BOOK-MANAGER-NAME TO ARCH-MANAGER-NAME
002212     MOVE BOOK-CONFIDENTIAL-FLAG TO ARCH-CONFIDENTIAL-FLAG
002213     MOVE BOOK-CONFIDENTIAL-SET-BY TO ARCH-CONFIDENTIAL-SET-BY
002214     MOVE BOOK-CONFIDENTIAL-DATE TO ARCH-CONFIDENTIAL-DATE
002215     MOVE BOOK-WORKER-TYPE TO ARCH-WORKER-TYPE
002216     MOVE BOOK-CONTRACT-END-DATE TO ARCH-CONTRACT-END-DATE
002217     MOVE BOOK-SPONSOR-NAME TO ARCH-SPONSOR-NAME
002218     MOVE BOOK-LOCATION TO ARCH-LOCATION
002220     DELETE BOOK
002230         INVALID KEY
002240             DISPLAY "Delete failed for " LASTNAME
