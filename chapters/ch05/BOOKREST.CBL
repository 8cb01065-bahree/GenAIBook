000355*                  audit trail from the restored generation's
000356*                  timestamp so the changes made since the backup
000357*                  are not lost.
000358* 2026-10-05  RJH  Backup record widened to 111 bytes for the new
000359*                  BOOK-MANAGER-NAME carried by BOOKENTRY.
000360*                  Generations taken before this change cannot
000361*                  be reloaded; take a fresh backup first.
000362* 2026-10-07  RJH  Backup record widened to 128 bytes for the
000363*                  confidential flag, set-by and date now carried
000364*                  by BOOKENTRY.  Generations taken before this
000365*                  change cannot be reloaded; take a fresh backup.
000366* 2026-10-10  RJH  Backup record widened to 157 bytes for the
000367*                  worker type, contract end date and sponsor now
000368*                  carried by BOOKENTRY.  Generations taken before
000369*                  this change cannot be reloaded; take a fresh
000370*                  backup.
000371* 2026-10-14  RJH  Backup record widened to 168 bytes for the
000372*                  location now carried by BOOKENTRY.  Generations
000373*                  taken before this change cannot be reloaded;
000374*                  take a fresh backup.
000375******************************************************************
000376 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. BOOKREST.
000390 AUTHOR R J HANLON.
000400 DATE-WRITTEN. 22 AUGUST 2026.
000630 FD  BOOK.
000640 COPY "BOOKREC.CPY".
000650 FD  BACKUP-FILE.
000660 01  BK-RECORD                    PIC X(168).
000670 FD  CONTROL-FILE.
000680 COPY "BKUPCTL.CPY".
000690 FD  RUN-CONTROL-FILE.
