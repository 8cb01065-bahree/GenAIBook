000350*                  person's other fields, so the e-mail and
000360*                  phone-system imports see every number a
000370*                  person can be reached on.
000371* 2026-10-07  RJH  Confidential (unlisted) entries are left out,
000372*                  the same as inactive ones.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CSVEXP.
001470     END-IF.
001480
001490 2000-EXPORT-ONE-ENTRY.
001500     IF ACTIVE-STATUS AND NOT CONFIDENTIAL-ENTRY
001510         PERFORM 2010-WRITE-ONE-CSV-LINE
001520     END-IF
001530     READ BOOK NEXT RECORD
