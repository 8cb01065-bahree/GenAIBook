000210* Modification History
000220* ----------------------------------------------------------------
000230* 2026-08-29  RJH  Original version.
000231* 2026-10-05  RJH  The pulled-back entry keeps the reporting line
000232*                  it was archived with (ARCH-MANAGER-NAME); the
000233*                  confirmation screen shows it so the operator
000234*                  can correct it on the UPDATE screen afterwards.
000235* 2026-10-07  RJH  A pulled-back entry keeps its confidential
000236*                  (unlisted) flag; the confirmation screen
000237*                  says so.
000238* 2026-10-10  RJH  A pulled-back contractor or temp keeps the
000239*                  worker type, contract end date and sponsor;
000240*                  the confirmation screen shows them, since an
000241*                  end date already past is expired again by the
000242*                  next CONTREXP run unless it is extended.
000243* 2026-10-12  RJH  A pull-back is now audited as a rehire, with
000244*                  the department and status in AUDIT-MOVEMENT,
000245*                  for the monthly headcount statistics.
000246* 2026-10-14  RJH  A pulled-back entry keeps its location; check
000247*                  it on UPDATE if the person now sits elsewhere.
000248* 2026-10-15  RJH  A pulled-back entry claims its extension on
000249*                  EXTINV.DAT; one now held by someone else is
000250*                  replaced by a free one from the block (or one
000251*                  whose cooling-off period has ended), or
000252*                  left blank, with a warning.
000253*                  An extension still cooling off for another
000254*                  holder counts as held and is not taken back.
000255******************************************************************
000256 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ARCHREST.
000270 AUTHOR R J HANLON.
000280 DATE-WRITTEN. 29 AUGUST 2026.
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RC-JOB-NAME
000500         FILE STATUS IS RC-FS.
000501     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS EXT-KEY
000505         FILE STATUS IS EXT-FS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  BOOK.
000580 COPY "AUDITREC.CPY".
000590 FD  RUN-CONTROL-FILE.
000600 COPY "RUNCTLRC.CPY".
000601 FD  EXT-FILE.
000602 COPY "EXTREC.CPY".
000610 WORKING-STORAGE SECTION.
000620 01  FS                           PIC 99.
000630 01  ARCH-FS                      PIC 99.
000640 01  AUDIT-FS                     PIC 99.
000650 01  RC-FS                        PIC 99.
000651 01  EXT-FS                       PIC 99.
000652 01  WS-EXT-NOT-FOUND-SWITCH      PIC X VALUE "N".
000653     88  EXT-FILE-NOT-FOUND           VALUE "Y".
000654 01  WS-EXT-EOF-SWITCH            PIC X.
000655     88  WS-EXT-AT-EOF                VALUE "Y".
000656 01  WS-EXT-FOUND-SWITCH          PIC X.
000657     88  WS-EXT-FOUND                 VALUE "Y".
000658 01  WS-EXT-TAKEN-SWITCH          PIC X.
000659     88  WS-EXT-TAKEN                 VALUE "Y".
000660 01  WS-EXT-COOLING-DAYS          PIC 9(03) VALUE 90.
000661 01  WS-EXT-DATE-PIECES.
000662     02  WS-EXT-DP-YEAR           PIC 9(04).
000663     02  WS-EXT-DP-MONTH          PIC 9(02).
000664     02  WS-EXT-DP-DAY            PIC 9(02).
000665 01  WS-EXT-TODAY-NUMBER          PIC 9(07).
000666 01  WS-EXT-STATE-NUMBER          PIC 9(07).
000667 01  WS-JOB-NAME                  PIC X(08) VALUE "ARCHREST".
000670 01  WS-RUN-REFUSED-SWITCH        PIC X VALUE "N".
000680     88  WS-RUN-REFUSED               VALUE "Y".
000690 01  WS-RC-EOF-SWITCH             PIC X.
001020     ELSE
001030         PERFORM 1100-OPEN-BOOK-FOR-MAINTENANCE
001040         PERFORM 1200-OPEN-AUDIT-FILE
001041         PERFORM 1300-OPEN-EXTENSION-FILE
001050     END-IF.
001060
001070 1100-OPEN-BOOK-FOR-MAINTENANCE.
001170     IF AUDIT-FS = 35
001180         OPEN OUTPUT AUDIT-FILE
001190     END-IF.
001191
001192 1300-OPEN-EXTENSION-FILE.
001193     OPEN I-O EXT-FILE
001194     IF EXT-FS = 35
001195         SET EXT-FILE-NOT-FOUND TO TRUE
001196     END-IF
001197     ACCEPT WS-EXT-DATE-PIECES FROM DATE YYYYMMDD
001198     COMPUTE WS-EXT-TODAY-NUMBER = (WS-EXT-DP-YEAR * 372)
001199         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY.
001200
001210 2000-RESTORE-ONE-PERSON.
001220     DISPLAY SPACE
001450     DISPLAY "Department   " ARCH-DEPARTMENT
001460     DISPLAY "Extension    " ARCH-EXTENSION
001470     DISPLAY "Email        " ARCH-EMAIL-ADDRESS
001471     DISPLAY "Reports to   " ARCH-MANAGER-FIRSTNAME SPACE
001472         ARCH-MANAGER-LASTNAME
001473     IF ARCH-CONFIDENTIAL-FLAG = "Y"
001474         DISPLAY "Confidential (unlisted) - set by "
001475             ARCH-CONFIDENTIAL-SET-BY
001476     END-IF
001477     IF ARCH-WORKER-TYPE = "C" OR ARCH-WORKER-TYPE = "T"
001478         DISPLAY "Contract ends " ARCH-CONTRACT-END-DATE
001479             " - sponsor " ARCH-SPONSOR-FIRSTNAME SPACE
001480             ARCH-SPONSOR-LASTNAME
001481         DISPLAY "(extend the end date on UPDATE if it has"
001482             " passed)"
001483     END-IF
001484     DISPLAY "Archived on  " ARCH-ARCHIVE-DATE
001490     DISPLAY "Pull this entry back into the master as"
001500     DISPLAY "active - confirm (Y/N)?"
001510     ACCEPT WS-CONFIRM-REPLY
001730     MOVE ARCH-DEPARTMENT TO DEPARTMENT
001740     MOVE ARCH-EXTENSION TO EXTENSION
001750     MOVE ARCH-EMAIL-ADDRESS TO EMAIL-ADDRESS
001751     MOVE ARCH-MANAGER-NAME TO BOOK-MANAGER-NAME
001752     MOVE ARCH-CONFIDENTIAL-FLAG TO BOOK-CONFIDENTIAL-FLAG
001753     MOVE ARCH-CONFIDENTIAL-SET-BY TO BOOK-CONFIDENTIAL-SET-BY
001754     MOVE ARCH-CONFIDENTIAL-DATE TO BOOK-CONFIDENTIAL-DATE
001755     MOVE ARCH-WORKER-TYPE TO BOOK-WORKER-TYPE
001756     MOVE ARCH-CONTRACT-END-DATE TO BOOK-CONTRACT-END-DATE
001757     MOVE ARCH-SPONSOR-NAME TO BOOK-SPONSOR-NAME
001758     MOVE ARCH-LOCATION TO BOOK-LOCATION
001759     PERFORM 2310-CHECK-EXTENSION
001760     SET ACTIVE-STATUS TO TRUE
001770     ACCEPT BOOK-LAST-CHANGED-DATE FROM DATE YYYYMMDD
001780     WRITE BOOKENTRY
001810                 " unchanged."
001820         NOT INVALID KEY
001830             PERFORM 2400-WRITE-AUDIT-FOR-PULL-BACK
001831             PERFORM 2600-CLAIM-EXTENSION
001840             PERFORM 2500-REMOVE-FROM-ARCHIVE
001850     END-WRITE.
001851
001852 2310-CHECK-EXTENSION.
001853     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
001854             AND EXTENSION NOT = SPACES
001855         MOVE DEPARTMENT TO EXT-DEPARTMENT
001856         MOVE EXTENSION TO EXT-EXTENSION
001857         READ EXT-FILE
001858             INVALID KEY
001859                 CONTINUE
001860             NOT INVALID KEY
001861                 PERFORM 2311-TEST-HELD-BY-OTHER
001862                 IF WS-EXT-TAKEN
001863                     PERFORM 2320-DRAW-FREE-EXTENSION
001864                 END-IF
001865         END-READ
001866     END-IF.
001867
001868 2311-TEST-HELD-BY-OTHER.
001869     MOVE "N" TO WS-EXT-TAKEN-SWITCH
001870     IF EXT-HOLDER-NAME NOT = NAME
001871         IF EXT-ASSIGNED
001872             SET WS-EXT-TAKEN TO TRUE
001873         ELSE
001874             IF EXT-COOLING
001875                 MOVE "N" TO WS-EXT-FOUND-SWITCH
001876                 PERFORM 2323-TEST-COOLING-ENDED
001877                 IF NOT WS-EXT-FOUND
001878                     SET WS-EXT-TAKEN TO TRUE
001879                 END-IF
001880             END-IF
001881         END-IF
001882     END-IF.
001883
001884 2320-DRAW-FREE-EXTENSION.
001885     IF EXT-COOLING
001886         DISPLAY "WARNING - extension " EXTENSION
001887             " is cooling off after "
001888             EXT-HOLDER-FIRSTNAME SPACE EXT-HOLDER-LASTNAME
001889     ELSE
001890         DISPLAY "WARNING - extension " EXTENSION
001891             " is now held by "
001892             EXT-HOLDER-FIRSTNAME SPACE EXT-HOLDER-LASTNAME
001893     END-IF
001894     MOVE "N" TO WS-EXT-FOUND-SWITCH
001895     MOVE "N" TO WS-EXT-EOF-SWITCH
001896     MOVE DEPARTMENT TO EXT-DEPARTMENT
001897     MOVE LOW-VALUES TO EXT-EXTENSION
001898     START EXT-FILE KEY IS NOT LESS THAN EXT-KEY
001899         INVALID KEY
001900             SET WS-EXT-AT-EOF TO TRUE
001901         NOT INVALID KEY
001902             PERFORM 2322-READ-NEXT-EXTENSION
001903     END-START
001904     PERFORM 2321-TEST-ONE-EXTENSION
001905         UNTIL WS-EXT-AT-EOF OR WS-EXT-FOUND
001906     IF WS-EXT-FOUND
001907         MOVE EXT-EXTENSION TO EXTENSION
001908         DISPLAY "Free extension " EXTENSION " given instead."
001909     ELSE
001910         MOVE SPACES TO EXTENSION
001911         DISPLAY "No free extension left in the block -"
001912             " extension left blank."
001913     END-IF.
001914
001915 2321-TEST-ONE-EXTENSION.
001916     IF EXT-FREE
001917         SET WS-EXT-FOUND TO TRUE
001918     ELSE
001919         IF EXT-COOLING
001920             PERFORM 2323-TEST-COOLING-ENDED
001921         END-IF
001922     END-IF
001923     IF NOT WS-EXT-FOUND
001924         PERFORM 2322-READ-NEXT-EXTENSION
001925     END-IF.
001926
001927 2322-READ-NEXT-EXTENSION.
001928     READ EXT-FILE NEXT RECORD
001929         AT END SET WS-EXT-AT-EOF TO TRUE
001930     END-READ
001931     IF NOT WS-EXT-AT-EOF AND EXT-DEPARTMENT NOT = DEPARTMENT
001932         SET WS-EXT-AT-EOF TO TRUE
001933     END-IF.
001934
001935 2323-TEST-COOLING-ENDED.
001936     MOVE EXT-STATE-DATE TO WS-EXT-DATE-PIECES
001937     COMPUTE WS-EXT-STATE-NUMBER = (WS-EXT-DP-YEAR * 372)
001938         + (WS-EXT-DP-MONTH * 31) + WS-EXT-DP-DAY
001939     IF WS-EXT-TODAY-NUMBER - WS-EXT-STATE-NUMBER
001940             NOT LESS THAN WS-EXT-COOLING-DAYS
001941         SET WS-EXT-FOUND TO TRUE
001942     END-IF.
001943
001944 2400-WRITE-AUDIT-FOR-PULL-BACK.
001945     SET AUDIT-ACTION-ADD TO TRUE
001946     MOVE SPACES TO AUDIT-BEFORE-NAME
001947     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
001948     MOVE NAME TO AUDIT-AFTER-NAME
001949     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
001950     MOVE SPACES TO AUDIT-MOVEMENT
001951     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
001952     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
001953     SET AUDIT-REHIRE TO TRUE
001954     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
001955     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
001956     ACCEPT AUDIT-TIME FROM TIME
001960     WRITE AUDIT-RECORD.
001970
001980 2500-REMOVE-FROM-ARCHIVE.
002050             DISPLAY "from the archive."
002060     END-DELETE.
002070
002071 2600-CLAIM-EXTENSION.
002072     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
002073             AND EXTENSION NOT = SPACES
002074         MOVE DEPARTMENT TO EXT-DEPARTMENT
002075         MOVE EXTENSION TO EXT-EXTENSION
002076         READ EXT-FILE
002077             INVALID KEY
002078                 CONTINUE
002079             NOT INVALID KEY
002080                 PERFORM 2610-ASSIGN-EXTENSION-RECORD
002081         END-READ
002082     END-IF.
002083
002084 2610-ASSIGN-EXTENSION-RECORD.
002085     PERFORM 2311-TEST-HELD-BY-OTHER
002086     IF WS-EXT-TAKEN
002087         DISPLAY "WARNING - extension " EXTENSION
002088             " is held by " EXT-HOLDER-FIRSTNAME SPACE
002089             EXT-HOLDER-LASTNAME " - not claimed."
002090     END-IF
002091     IF NOT EXT-ASSIGNED AND NOT WS-EXT-TAKEN
002092         SET EXT-ASSIGNED TO TRUE
002093         MOVE NAME TO EXT-HOLDER-NAME
002094         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
002095         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
002096         REWRITE EXTENSION-RECORD
002097     END-IF.
002098
002099 9000-TERMINATE.
002100     CLOSE ARCHIVE-FILE
002101     CLOSE BOOK
002110     CLOSE AUDIT-FILE
002111     IF NOT EXT-FILE-NOT-FOUND
002112         CLOSE EXT-FILE
002113     END-IF.
002120
002130 0100-ACQUIRE-RUN-CONTROL.
002140     OPEN I-O RUN-CONTROL-FILE
