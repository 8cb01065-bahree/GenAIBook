000170* Modification History
000180* ----------------------------------------------------------------
000190* 2026-08-22  RJH  Original version.
000191* 2026-10-14  RJH  Each active entry's work location must now be
000192*                  present and on the LOCREF.DAT reference file
000193*                  maintained by LOCMNT.CBL; the reference check
000194*                  is skipped if LOCREF.DAT is missing.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. EDITCHK.
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS DEPT-NAME
000370         FILE STATUS IS DEPT-FS.
000371     SELECT LOC-FILE ASSIGN TO "LOCREF.DAT"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS RANDOM
000374         RECORD KEY IS LOC-KEY
000375         FILE STATUS IS LOC-FS.
000380     SELECT EDIT-REPORT ASSIGN TO "EDITCHK.RPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS RPT-FS.
000440 COPY "BOOKREC.CPY".
000450 FD  DEPT-FILE.
000460 COPY "DEPTREC.CPY".
000461 FD  LOC-FILE.
000462 COPY "LOCREC.CPY".
000470 FD  EDIT-REPORT.
000480 01  RPT-LINE                     PIC X(80).
000490 WORKING-STORAGE SECTION.
000500 01  FS                           PIC 99.
000510 01  DEPT-FS                      PIC 99.
000511 01  LOC-FS                       PIC 99.
000520 01  RPT-FS                       PIC 99.
000530 01  WS-BOOK-NOT-FOUND-SWITCH     PIC X VALUE "N".
000540     88  BOOK-NOT-FOUND               VALUE "Y".
000550 01  WS-DEPT-NOT-FOUND-SWITCH     PIC X VALUE "N".
000560     88  DEPT-FILE-NOT-FOUND          VALUE "Y".
000561 01  WS-LOC-NOT-FOUND-SWITCH      PIC X VALUE "N".
000562     88  LOC-FILE-NOT-FOUND           VALUE "Y".
000570 01  WS-AT-SIGN-COUNT             PIC 9(02).
000580 01  WS-CHECKED-COUNT             PIC 9(06) VALUE ZERO.
000590 01  WS-EXCEPTION-COUNT           PIC 9(06) VALUE ZERO.
000930         DISPLAY "DEPTREF.DAT not found - department edits"
000940             " skipped.  Run DEPTMNT to build it."
000950     END-IF
000951     OPEN INPUT LOC-FILE
000952     IF LOC-FS = 35
000953         SET LOC-FILE-NOT-FOUND TO TRUE
000954         DISPLAY "LOCREF.DAT not found - location edits"
000955             " skipped.  Run LOCMNT to build it."
000956     END-IF
000960     OPEN INPUT BOOK
000970     IF FS = 35
000980         SET BOOK-NOT-FOUND TO TRUE
001110         PERFORM 2200-EDIT-EXTENSION
001120         PERFORM 2300-EDIT-PHONE-NUMBER
001130         PERFORM 2400-EDIT-DEPARTMENT
001131         PERFORM 2500-EDIT-LOCATION
001140     END-IF
001150     READ BOOK NEXT RECORD
001160         AT END SET ENDOFFILE TO TRUE
001670             PERFORM 2900-REPORT-EXCEPTION
001680     END-READ.
001690
001691 2500-EDIT-LOCATION.
001692     IF BOOK-LOCATION = SPACES
001693         MOVE "LOCATION MISSING" TO RPT-D-REASON
001694         PERFORM 2900-REPORT-EXCEPTION
001695     ELSE
001696         IF NOT LOC-FILE-NOT-FOUND
001697             PERFORM 2510-CHECK-LOC-REFERENCE
001698         END-IF
001699     END-IF.
001700
001701 2510-CHECK-LOC-REFERENCE.
001702     MOVE BOOK-LOCATION TO LOC-KEY
001703     READ LOC-FILE
001704         INVALID KEY
001705             MOVE "LOCATION NOT ON REFERENCE" TO RPT-D-REASON
001706             PERFORM 2900-REPORT-EXCEPTION
001707     END-READ.
001708
001709 2900-REPORT-EXCEPTION.
001710     ADD 1 TO WS-EXCEPTION-COUNT
001720     MOVE LASTNAME TO RPT-D-LASTNAME
001730     MOVE FIRSTNAME TO RPT-D-FIRSTNAME
001890     IF NOT DEPT-FILE-NOT-FOUND
001900         CLOSE DEPT-FILE
001910     END-IF
001911     IF NOT LOC-FILE-NOT-FOUND
001912         CLOSE LOC-FILE
001913     END-IF
001920     CLOSE EDIT-REPORT.
001930
001940 END PROGRAM EDITCHK.
