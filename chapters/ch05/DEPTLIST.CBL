000160* Modification History
000170* ----------------------------------------------------------------
000180* 2026-08-22  RJH  Original version.
000181* 2026-10-07  RJH  Confidential (unlisted) entries are left out,
000182*                  the same as inactive ones.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. DEPTLIST.
001530     END-IF.
001540
001550 1100-RELEASE-ONE-ENTRY.
001560     IF ACTIVE-STATUS AND NOT CONFIDENTIAL-ENTRY
001570         MOVE DEPARTMENT TO SW-DEPARTMENT
001580         MOVE LASTNAME TO SW-LASTNAME
001590         MOVE FIRSTNAME TO SW-FIRSTNAME
