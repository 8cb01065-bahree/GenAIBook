000334*                  moment of the restored generation.  Control
000335*                  records written before this change carry no
000336*                  times; take a fresh backup first.
000337* 2026-10-05  RJH  Backup record widened to 111 bytes for the new
000338*                  BOOK-MANAGER-NAME carried by BOOKENTRY.
000339*                  Generations taken before this change cannot
000340*                  be reloaded; take a fresh backup first.
000341* 2026-10-07  RJH  Backup record widened to 128 bytes for the
000342*                  confidential flag, set-by and date now carried
000343*                  by BOOKENTRY.  Generations taken before this
000344*                  change cannot be reloaded; take a fresh backup.
000345* 2026-10-10  RJH  Backup record widened to 157 bytes for the
000346*                  worker type, contract end date and sponsor now
000347*                  carried by BOOKENTRY.  Generations taken before
000348*                  this change cannot be reloaded; take a fresh
000349*                  backup.
000350* 2026-10-14  RJH  Backup record widened to 168 bytes for the
000351*                  location now carried by BOOKENTRY.  Generations
000352*                  taken before this change cannot be reloaded;
000353*                  take a fresh backup.
000354******************************************************************
000355 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. BOOKBKUP.
000370 AUTHOR R J HANLON.
000380 DATE-WRITTEN. 22 AUGUST 2026.
000600 FD  BOOK.
000610 COPY "BOOKREC.CPY".
000620 FD  BACKUP-FILE.
000630 01  BK-RECORD                    PIC X(168).
000640 FD  CONTROL-FILE.
000650 COPY "BKUPCTL.CPY".
000660 FD  RUN-CONTROL-FILE.
