000200*                  MOBILE or FAX, under the person's main line
000210*                  - so the front-desk handout shows every
000220*                  number a person can be reached on.
000221* 2026-10-07  RJH  Confidential (unlisted) entries are left out,
000222*                  the same as inactive ones.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DIRLIST.
001350     END-IF.
001360
001370 2000-PRINT-ONE-ENTRY.
001380     IF ACTIVE-STATUS AND NOT CONFIDENTIAL-ENTRY
001390         PERFORM 2010-PRINT-DETAIL-LINE
001400     END-IF
001410     READ BOOK NEXT RECORD
