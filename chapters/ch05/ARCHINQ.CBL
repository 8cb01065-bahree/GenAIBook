000165*                  departures end to end.  ARCHREST.CBL is the
000166*                  path for pulling a rehire's entry back into
000167*                  the master.
000168* 2026-10-08  RJH  The inquiry now signs on against OPERATOR.DAT
000169*                  the same way the PHONEBOOK menu does - three
000170*                  attempts, failures and lockouts cut to
000171*                  AUDITLOG.DAT, a password due for change sent
000172*                  to the menu to change it - and the sign-on,
000173*                  the search, every archived entry displayed and
000174*                  the sign-off are appended to ACCESSLOG.DAT.
000175* 2026-10-12  RJH  Sign-on audit records clear the new
000176*                  AUDIT-MOVEMENT group.
000177* 2026-10-15  RJH  Entries archived as confidential are shown
000178*                  only to maintenance operators.
000179******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. ARCHINQ.
000200 AUTHOR R J HANLON.
000261         ACCESS MODE IS DYNAMIC
000262         RECORD KEY IS ARCH-NAME
000270         FILE STATUS IS ARCH-FS.
000271     SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
000272         ORGANIZATION IS INDEXED
000273         ACCESS MODE IS RANDOM
000274         RECORD KEY IS OPER-ID
000275         FILE STATUS IS OPER-FS.
000276     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
000277         ORGANIZATION IS SEQUENTIAL
000278         FILE STATUS IS AUDIT-FS.
000279     SELECT ACCESS-FILE ASSIGN TO "ACCESSLOG.DAT"
000280         ORGANIZATION IS SEQUENTIAL
000281         FILE STATUS IS ACCESS-FS.
000282 DATA DIVISION.
000290 FILE SECTION.
000300 FD  ARCHIVE-FILE.
000310 COPY "ARCHREC.CPY".
000311 FD  OPERATOR-FILE.
000312 COPY "OPERREC.CPY".
000313 FD  AUDIT-FILE.
000314 COPY "AUDITREC.CPY".
000315 FD  ACCESS-FILE.
000316 COPY "ACCESREC.CPY".
000320 WORKING-STORAGE SECTION.
000330 01  ARCH-FS                      PIC 99.
000331 01  OPER-FS                      PIC 99.
000332 01  AUDIT-FS                     PIC 99.
000333 01  ACCESS-FS                    PIC 99.
000340 01  WS-EOF-SWITCH                PIC X.
000350     88  WS-AT-EOF                    VALUE "Y".
000360 01  WS-ARCH-NOT-FOUND-SWITCH     PIC X VALUE "N".
000390     88  WS-ENTRY-FOUND               VALUE "Y".
000400 01  WS-SEARCH-LASTNAME           PIC X(10).
000410 01  WS-SEARCH-FIRSTNAME          PIC X(10).
000411 01  WS-JOB-NAME                  PIC X(08) VALUE "ARCHINQ".
000412 01  WS-OPERATOR-ID               PIC X(08).
000413 01  WS-OPERATOR-AUTHORITY        PIC X(01).
000414     88  WS-OPERATOR-MAINTENANCE      VALUE "M".
000415 01  WS-PASSWORD-INPUT            PIC X(08).
000416 01  WS-SCRAMBLE-WORK             PIC X(08).
000417 01  WS-CLEAR-CHARS               PIC X(36) VALUE
000418         "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
000419 01  WS-SCRAMBLED-CHARS           PIC X(36) VALUE
000420         "QWERTYUIOPASDFGHJKLZXCVBNM9876543210".
000421 01  WS-LOWER-CHARS               PIC X(26) VALUE
000422         "abcdefghijklmnopqrstuvwxyz".
000423 01  WS-UPPER-CHARS               PIC X(26) VALUE
000424         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000425 01  WS-DATE-PIECES.
000426     02  WS-DP-YEAR               PIC 9(04).
000427     02  WS-DP-MONTH              PIC 9(02).
000428     02  WS-DP-DAY                PIC 9(02).
000429 01  WS-TODAY-DATE                PIC 9(08).
000430 01  WS-TODAY-NUMBER              PIC 9(07).
000431 01  WS-PWDATE-NUMBER             PIC 9(07).
000432 01  WS-PASSWORD-AGE              PIC S9(07).
000433 01  WS-SIGNED-ON-SWITCH          PIC X VALUE "N".
000434     88  WS-SIGNED-ON                 VALUE "Y".
000435 01  WS-ATTEMPT-COUNT             PIC 9(01).
000436 01  WS-RETURNED-COUNT            PIC 9(04) VALUE ZERO.
000437 PROCEDURE DIVISION.
000438 0000-MAINLINE.
000440     PERFORM 1000-INITIALIZE
000450     IF WS-SIGNED-ON
000460         SET ACC-EVENT-SIGN-ON TO TRUE
000470         PERFORM 8100-WRITE-ACCESS-EVENT
000480         PERFORM 1500-ACCEPT-SEARCH-VALUE
000481         IF NOT ARCHIVE-NOT-FOUND
000482             PERFORM 2000-BROWSE-MATCHING-ENTRIES
000483             IF NOT WS-ENTRY-FOUND
000484                 DISPLAY "No archived entries match."
000485             END-IF
000486             CLOSE ARCHIVE-FILE
000490         END-IF
000500         SET ACC-EVENT-SEARCH TO TRUE
000501         PERFORM 8100-WRITE-ACCESS-EVENT
000502         SET ACC-EVENT-SIGN-OFF TO TRUE
000503         PERFORM 8100-WRITE-ACCESS-EVENT
000504     ELSE
000505         DISPLAY "Sign-on refused - inquiry ended."
000510     END-IF
000511     CLOSE AUDIT-FILE
000512     CLOSE ACCESS-FILE
000520     STOP RUN.
000530
000540 1000-INITIALIZE.
000541     OPEN EXTEND AUDIT-FILE
000542     IF AUDIT-FS = 35
000543         OPEN OUTPUT AUDIT-FILE
000544     END-IF
000545     OPEN EXTEND ACCESS-FILE
000546     IF ACCESS-FS = 35
000547         OPEN OUTPUT ACCESS-FILE
000548     END-IF
000549     PERFORM 1100-SIGN-ON.
000550
000551 1100-SIGN-ON.
000552     OPEN I-O OPERATOR-FILE
000553     IF OPER-FS = 35
000554         DISPLAY "OPERATOR.DAT not found - ask the system"
000555         DISPLAY "programmer to set up profiles with OPERMNT."
000556     ELSE
000557         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
000558         MOVE ZERO TO WS-ATTEMPT-COUNT
000559         PERFORM 1110-SIGN-ON-ATTEMPT
000560             UNTIL WS-SIGNED-ON OR WS-ATTEMPT-COUNT = 3
000561         CLOSE OPERATOR-FILE
000562     END-IF.
000563
000564 1110-SIGN-ON-ATTEMPT.
000565     ADD 1 TO WS-ATTEMPT-COUNT
000566     DISPLAY "Enter Operator ID."
000567     ACCEPT WS-OPERATOR-ID
000568     DISPLAY "Enter password."
000569     ACCEPT WS-PASSWORD-INPUT
000570     MOVE WS-OPERATOR-ID TO OPER-ID
000571     READ OPERATOR-FILE
000572         INVALID KEY
000573             PERFORM 1170-SIGN-ON-FAILURE
000574         NOT INVALID KEY
000575             PERFORM 1120-CHECK-OPERATOR-PROFILE
000576     END-READ.
000577
000578 1120-CHECK-OPERATOR-PROFILE.
000579     IF OPER-LOCKED
000580         DISPLAY "Operator ID is locked - ask the system"
000581         DISPLAY "programmer to unlock it with OPERMNT."
000582         PERFORM 1170-SIGN-ON-FAILURE
000583     ELSE
000584         MOVE WS-PASSWORD-INPUT TO WS-SCRAMBLE-WORK
000585         PERFORM 1130-SCRAMBLE-PASSWORD
000586         IF OPER-PASSWORD = WS-SCRAMBLE-WORK
000587             PERFORM 1140-ACCEPT-VALID-SIGN-ON
000588         ELSE
000589             PERFORM 1170-SIGN-ON-FAILURE
000590             PERFORM 1160-COUNT-FAILED-ATTEMPT
000591         END-IF
000592     END-IF.
000593
000594 1130-SCRAMBLE-PASSWORD.
000595     INSPECT WS-SCRAMBLE-WORK
000596         CONVERTING WS-LOWER-CHARS TO WS-UPPER-CHARS
000597     INSPECT WS-SCRAMBLE-WORK
000598         CONVERTING WS-CLEAR-CHARS TO WS-SCRAMBLED-CHARS.
000599
000600 1140-ACCEPT-VALID-SIGN-ON.
000601     MOVE ZERO TO OPER-FAILED-COUNT
000602     REWRITE OPERATOR-RECORD
000603     PERFORM 1150-COMPUTE-PASSWORD-AGE
000604     IF OPER-NEW-ACCOUNT OR WS-PASSWORD-AGE GREATER THAN 90
000605         DISPLAY "Your password must be changed - sign on to"
000606         DISPLAY "the PHONEBOOK menu first to change it."
000607         MOVE 3 TO WS-ATTEMPT-COUNT
000608     ELSE
000609         SET WS-SIGNED-ON TO TRUE
000610         MOVE OPER-AUTHORITY TO WS-OPERATOR-AUTHORITY
000611     END-IF.
000612
000613 1150-COMPUTE-PASSWORD-AGE.
000614     IF OPER-PASSWORD-DATE = ZERO
000615         MOVE 9999 TO WS-PASSWORD-AGE
000616     ELSE
000617         MOVE WS-TODAY-DATE TO WS-DATE-PIECES
000618         COMPUTE WS-TODAY-NUMBER = (WS-DP-YEAR * 372)
000619             + (WS-DP-MONTH * 31) + WS-DP-DAY
000620         MOVE OPER-PASSWORD-DATE TO WS-DATE-PIECES
000621         COMPUTE WS-PWDATE-NUMBER = (WS-DP-YEAR * 372)
000622             + (WS-DP-MONTH * 31) + WS-DP-DAY
000623         COMPUTE WS-PASSWORD-AGE =
000624             WS-TODAY-NUMBER - WS-PWDATE-NUMBER
000625     END-IF.
000626
000627 1160-COUNT-FAILED-ATTEMPT.
000628     ADD 1 TO OPER-FAILED-COUNT
000629     IF OPER-FAILED-COUNT NOT LESS THAN 3
000630             AND NOT OPER-LOCKED
000631         SET OPER-LOCKED TO TRUE
000632         DISPLAY "Operator ID locked after repeated failures."
000633         SET AUDIT-ACTION-LOCKOUT TO TRUE
000634         PERFORM 8000-STAMP-AUDIT-RECORD
000635     END-IF
000636     REWRITE OPERATOR-RECORD.
000637
000638 1170-SIGN-ON-FAILURE.
000639     DISPLAY "Operator ID or password not recognized."
000640     SET AUDIT-ACTION-SIGNON-FAIL TO TRUE
000641     PERFORM 8000-STAMP-AUDIT-RECORD.
000642
000643 1500-ACCEPT-SEARCH-VALUE.
000644     DISPLAY "Enter surname to look up in the archive."
000645     ACCEPT WS-SEARCH-LASTNAME
000646     DISPLAY "Enter first name (blank = whole surname)."
000647     ACCEPT WS-SEARCH-FIRSTNAME
000648     OPEN INPUT ARCHIVE-FILE
000649     IF ARCH-FS = 35
000650         SET ARCHIVE-NOT-FOUND TO TRUE
000651         DISPLAY "ARCHBOOK.DAT not found - nothing archived yet."
000652     END-IF.
000653
000654 2000-BROWSE-MATCHING-ENTRIES.
000660     MOVE WS-SEARCH-LASTNAME TO ARCH-LASTNAME
000670     MOVE LOW-VALUES TO ARCH-FIRSTNAME
000680     MOVE "N" TO WS-EOF-SWITCH
000820     END-READ.
000830
000840 2100-CHECK-ONE-ARCHIVE-ENTRY.
000850     IF (WS-SEARCH-FIRSTNAME = SPACES
000860             OR ARCH-FIRSTNAME = WS-SEARCH-FIRSTNAME)
000861             AND (WS-OPERATOR-MAINTENANCE
000862             OR ARCH-CONFIDENTIAL-FLAG NOT = "Y")
000870         PERFORM 2200-DISPLAY-ARCHIVE-ENTRY
000880     END-IF
000890     PERFORM 2010-READ-NEXT-ARCHIVE-ENTRY.
000980     DISPLAY "Extension    " ARCH-EXTENSION
000990     DISPLAY "Email        " ARCH-EMAIL-ADDRESS
001000     DISPLAY "Last changed " ARCH-LAST-CHANGED-DATE
001010     DISPLAY "Archived on  " ARCH-ARCHIVE-DATE
001011     IF ARCH-CONFIDENTIAL-FLAG = "Y"
001012         DISPLAY "Confidential (unlisted) - set by" SPACE
001013             ARCH-CONFIDENTIAL-SET-BY SPACE "on" SPACE
001014             ARCH-CONFIDENTIAL-DATE
001015     END-IF
001016     ADD 1 TO WS-RETURNED-COUNT
001017     SET ACC-EVENT-RETURNED TO TRUE
001018     MOVE ARCH-NAME TO ACC-RETURNED-NAME
001019     PERFORM 8100-WRITE-ACCESS-EVENT.
001020
001021 8000-STAMP-AUDIT-RECORD.
001022     MOVE SPACES TO AUDIT-BEFORE-NAME
001023     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
001024     MOVE SPACES TO AUDIT-AFTER-NAME
001025     MOVE ZERO TO AUDIT-AFTER-PHONENUMBER
001026     MOVE SPACES TO AUDIT-MOVEMENT
001027     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
001028     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
001029     ACCEPT AUDIT-TIME FROM TIME
001030     WRITE AUDIT-RECORD.
001031
001032 8100-WRITE-ACCESS-EVENT.
001033     MOVE WS-OPERATOR-ID TO ACC-OPERATOR-ID
001034     MOVE WS-OPERATOR-AUTHORITY TO ACC-AUTHORITY
001035     MOVE WS-JOB-NAME TO ACC-PROGRAM
001036     ACCEPT ACC-DATE FROM DATE YYYYMMDD
001037     ACCEPT ACC-TIME FROM TIME
001038     IF ACC-EVENT-SIGN-ON OR ACC-EVENT-SIGN-OFF
001039         MOVE SPACE TO ACC-SEARCH-TYPE
001040         MOVE SPACES TO ACC-SEARCH-VALUE
001041         MOVE ZERO TO ACC-RETURNED-COUNT
001042     ELSE
001043         SET ACC-SEARCH-ARCHIVE TO TRUE
001044         MOVE WS-SEARCH-LASTNAME TO ACC-SEARCH-VALUE(1:10)
001045         MOVE WS-SEARCH-FIRSTNAME TO ACC-SEARCH-VALUE(11:10)
001046         MOVE WS-RETURNED-COUNT TO ACC-RETURNED-COUNT
001047     END-IF
001048     IF NOT ACC-EVENT-RETURNED
001049         MOVE SPACES TO ACC-RETURNED-NAME
001050     END-IF
001051     WRITE ACCESS-RECORD.
001052
001053 END PROGRAM ARCHINQ.
