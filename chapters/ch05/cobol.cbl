001010*                  entry - they used to stay under the old name
001020*                  where a later hire with that name inherited
001030*                  them and the renamed person lost them.
001031* 2026-10-05  RJH  Add and Update now ask for the person's manager
001032*                  (BOOK-MANAGER-NAME) - on an update blank leaves
001033*                  it alone and "*" clears it, and an entry cannot
001034*                  be made to report to itself.  A rename moves
001035*                  the reporting line of everyone under the old
001036*                  name across to the new one, and the searches
001037*                  show who a person reports to.
001038* 2026-10-06  RJH  Deleting an entry now releases its extension
001039*                  in the EXTINV.DAT inventory into cooling-off,
001040*                  the same as a batch termination.
001041* 2026-10-07  RJH  New (C)onf maintenance action marks an entry
001042*                  confidential (unlisted) or puts it back in the
001043*                  published directory, stamping the operator and
001044*                  date on the entry and cutting an action C or P
001045*                  audit record.  The searches treat an unlisted
001046*                  entry as no match for an inquiry-only operator;
001047*                  a maintenance operator sees it with a
001048*                  confidential line.  Update and rename carry the
001049*                  flag across.
001050* 2026-10-08  RJH  Every successful sign-on and sign-off, and
001051*                  every search with the entries it put on the
001052*                  screen, is now appended to ACCESSLOG.DAT
001053*                  (ACCESREC.CPY), the inquiry access log that
001054*                  ACCESRPT.CBL reports from - AUDITLOG.DAT still
001055*                  carries only changes and failed sign-ons.
001056* 2026-10-10  RJH  Add and Update now ask for the worker type -
001057*                  (E)mployee, (C)ontractor or (T)emp.  A
001058*                  contractor or temp must be given a valid
001059*                  contract end date and may name a sponsoring
001060*                  employee; on an update blank leaves them alone,
001061*                  "*" clears the sponsor and a change back to
001062*                  employee clears both.  The searches show the
001063*                  contract end date and sponsor.
001064* 2026-10-12  RJH  Add, update and delete audit records now carry
001065*                  the entry's department and status before and
001066*                  after the change in the new AUDIT-MOVEMENT
001067*                  group, for the monthly department statistics.
001068* 2026-10-14  RJH  Add and Update now ask for the person's work
001069*                  location - site, building and floor - which
001070*                  must be on the LOCREF.DAT location reference
001071*                  file when it is present; on an update blank
001072*                  leaves it alone and "*" clears it.
001073* 2026-10-15  RJH  An add or update now claims the extension on
001074*                  the EXTINV.DAT inventory, re-prompting when
001075*                  another active entry holds it, and a changed
001076*                  extension releases the old one.  The worker
001077*                  type re-prompts until blank, E, C or T.  The
001078*                  contract end date must be a real calendar
001079*                  date.  A rename also moves the extension
001080*                  holder, the sponsor lines and the LOCREF.DAT
001081*                  floor warden names to the new name.
001082*                  An extension still cooling off for another
001083*                  holder is refused and re-prompted like one
001084*                  assigned, and is never claimed.
001085******************************************************************
001086 IDENTIFICATION DIVISION.
001087 PROGRAM-ID. PHONEBOOK.
001088 AUTHOR CLAIR MARCHESANI.
001089 ENVIRONMENT DIVISION.
001090 INPUT-OUTPUT SECTION.
001100 FILE-CONTROL.
001110     SELECT BOOK ASSIGN TO "PHONEBOOK.DAT"
001240     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
001250         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS AUDIT-FS.
001261     SELECT ACCESS-FILE ASSIGN TO "ACCESSLOG.DAT"
001262         ORGANIZATION IS SEQUENTIAL
001263         FILE STATUS IS ACCESS-FS.
001270     SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS RANDOM
001300         RECORD KEY IS OPER-ID
001310         FILE STATUS IS OPER-FS.
001311     SELECT EXT-FILE ASSIGN TO "EXTINV.DAT"
001312         ORGANIZATION IS INDEXED
001313         ACCESS MODE IS DYNAMIC
001314         RECORD KEY IS EXT-KEY
001315         FILE STATUS IS EXT-FS.
001320     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS RC-JOB-NAME
001360         FILE STATUS IS RC-FS.
001361     SELECT LOC-FILE ASSIGN TO "LOCREF.DAT"
001362         ORGANIZATION IS INDEXED
001363         ACCESS MODE IS DYNAMIC
001364         RECORD KEY IS LOC-KEY
001365         FILE STATUS IS LOC-FS.
001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  BOOK.
001420 COPY "PHONREC.CPY".
001430 FD  AUDIT-FILE.
001440 COPY "AUDITREC.CPY".
001441 FD  ACCESS-FILE.
001442 COPY "ACCESREC.CPY".
001450 FD  OPERATOR-FILE.
001460 COPY "OPERREC.CPY".
001461 FD  EXT-FILE.
001462 COPY "EXTREC.CPY".
001470 FD  RUN-CONTROL-FILE.
001480 COPY "RUNCTLRC.CPY".
001481 FD  LOC-FILE.
001482 COPY "LOCREC.CPY".
001490 WORKING-STORAGE SECTION.
001500 01  FS                          PIC 99.
001510 01  PHONE-FS                    PIC 99.
001520 01  AUDIT-FS                    PIC 99.
001521 01  ACCESS-FS                   PIC 99.
001530 01  OPER-FS                     PIC 99.
001540 01  RC-FS                       PIC 99.
001541 01  EXT-FS                      PIC 99.
001542 01  WS-EXT-NOT-FOUND-SWITCH     PIC X VALUE "N".
001543     88  EXT-FILE-NOT-FOUND          VALUE "Y".
001544 01  LOC-FS                      PIC 99.
001545 01  WS-LOC-NOT-FOUND-SWITCH     PIC X VALUE "N".
001546     88  LOC-FILE-NOT-FOUND          VALUE "Y".
001550 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONEBK".
001560 01  WS-RUN-REFUSED-SWITCH       PIC X VALUE "N".
001570     88  WS-RUN-REFUSED              VALUE "Y".
001990 01  WS-OLD-NAME.
002000     02  WS-OLD-LASTNAME         PIC X(10).
002010     02  WS-OLD-FIRSTNAME        PIC X(10).
002011 01  WS-OLD-DEPARTMENT           PIC X(15).
002012 01  WS-OLD-STATUS               PIC X(01).
002013     88  WS-OLD-ACTIVE               VALUE "A".
002020 01  WS-NEW-LASTNAME             PIC X(10).
002030 01  WS-NEW-FIRSTNAME            PIC X(10).
002040 01  WS-TARGET-LASTNAME          PIC X(10).
002090 01  WS-NEW-DEPARTMENT           PIC X(15).
002100 01  WS-NEW-EXTENSION            PIC X(05).
002110 01  WS-NEW-EMAIL-ADDRESS        PIC X(30).
002111 01  WS-NEW-MANAGER-NAME.
002112     02  WS-NEW-MANAGER-LASTNAME PIC X(10).
002113         88  WS-NEW-MANAGER-CLEARED  VALUE "*".
002114     02  WS-NEW-MANAGER-FIRSTNAME PIC X(10).
002120 01  WS-UPD-PREFIX               PIC 9(05).
002130 01  WS-UPD-RESTOFNUMBER         PIC 9(07).
002140 01  WS-UPD-DEPARTMENT           PIC X(15).
002170 01  WS-UPD-STATUS-FLAG          PIC X(01).
002180     88  WS-UPD-ACTIVE-STATUS        VALUE "A".
002190     88  WS-UPD-INACTIVE-STATUS      VALUE "I".
002191 01  WS-UPD-MANAGER-NAME.
002192     02  WS-UPD-MANAGER-LASTNAME PIC X(10).
002193     02  WS-UPD-MANAGER-FIRSTNAME PIC X(10).
002194 01  WS-UPD-CONFIDENTIAL.
002195     02  WS-UPD-CONFIDENTIAL-FLAG PIC X(01).
002196     02  WS-UPD-CONFIDENTIAL-SET-BY PIC X(08).
002197     02  WS-UPD-CONFIDENTIAL-DATE PIC 9(08).
002198 01  WS-UPD-CONTRACT.
002199     02  WS-UPD-WORKER-TYPE      PIC X(01).
002200         88  WS-UPD-CONTRACT-WORKER  VALUE "C" "T".
002201     02  WS-UPD-CONTRACT-END-DATE PIC 9(08).
002202     02  WS-UPD-SPONSOR-NAME.
002203         03  WS-UPD-SPONSOR-LASTNAME PIC X(10).
002204         03  WS-UPD-SPONSOR-FIRSTNAME PIC X(10).
002205 01  WS-NEW-WORKER-TYPE          PIC X(01).
002206     88  WS-NEW-EMPLOYEE-WORKER      VALUE "E".
002207     88  WS-NEW-CONTRACT-WORKER      VALUE "C" "T".
002208     88  WS-NEW-WORKER-TYPE-VALID    VALUE SPACE "E" "C" "T".
002209 01  WS-NEW-CONTRACT-END-DATE    PIC X(08).
002210 01  WS-NEW-CONTRACT-END-DATE-N REDEFINES WS-NEW-CONTRACT-END-DATE
002211                                 PIC 9(08).
002212 01  WS-NEW-SPONSOR-NAME.
002213     02  WS-NEW-SPONSOR-LASTNAME PIC X(10).
002214         88  WS-NEW-SPONSOR-CLEARED  VALUE "*".
002215     02  WS-NEW-SPONSOR-FIRSTNAME PIC X(10).
002216 01  WS-CONTRACT-DATE-PIECES.
002217     02  WS-CONTRACT-DP-YEAR     PIC 9(04).
002218     02  WS-CONTRACT-DP-MONTH    PIC 9(02).
002219     02  WS-CONTRACT-DP-DAY      PIC 9(02).
002220 01  WS-CONTRACT-DATE-SWITCH     PIC X.
002221     88  WS-CONTRACT-DATE-OK         VALUE "Y".
002222 01  WS-CONFIDENTIAL-ACTION      PIC X(01).
002223 01  WS-ACCESS-SEARCH-TYPE       PIC X(01).
002224 01  WS-ACCESS-SEARCH-VALUE      PIC X(20).
002225 01  WS-ACCESS-RETURNED-COUNT    PIC 9(04).
002226 01  WS-MG-EOF-SWITCH            PIC X.
002227     88  WS-MG-AT-EOF                VALUE "Y".
002228 01  WS-MG-MOVED-COUNT           PIC 9(04).
002229 01  WS-PN-EOF-SWITCH            PIC X.
002230     88  WS-PN-AT-EOF                VALUE "Y".
002231 01  WS-HOLD-NAME                PIC X(20).
002232 01  WS-NUMBER-ACTION            PIC X(01).
002233 01  WS-NEW-LOCATION.
002234     02  WS-NEW-LOC-SITE         PIC X(04).
002235         88  WS-NEW-LOCATION-CLEARED VALUE "*".
002236     02  WS-NEW-LOC-BUILDING     PIC X(04).
002237     02  WS-NEW-LOC-FLOOR        PIC X(03).
002238 01  WS-UPD-LOCATION             PIC X(11).
002239 01  WS-LOCATION-SWITCH          PIC X.
002240     88  WS-LOCATION-OK              VALUE "Y".
002241 01  WS-WORKER-TYPE-SWITCH       PIC X.
002242     88  WS-WORKER-TYPE-OK           VALUE "Y".
002243 01  WS-CONTRACT-DAYS-IN-MONTH   PIC 9(02).
002244 01  WS-MONTH-LENGTH-VALUES.
002245     02  FILLER                  PIC X(24) VALUE
002246             "312831303130313130313031".
002247 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
002248     02  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
002249 01  WS-LEAP-QUOTIENT            PIC 9(04).
002250 01  WS-LEAP-REMAINDER-4         PIC 9(03).
002251 01  WS-LEAP-REMAINDER-100       PIC 9(03).
002252 01  WS-LEAP-REMAINDER-400       PIC 9(03).
002253 01  WS-OLD-EXTENSION            PIC X(05).
002254 01  WS-EXTENSION-SWITCH         PIC X.
002255     88  WS-EXTENSION-OK             VALUE "Y".
002256 01  WS-EXT-CLAIM-NAME           PIC X(20).
002257 01  WS-EXT-TAKEN-SWITCH         PIC X.
002258     88  WS-EXT-TAKEN                VALUE "Y".
002259 01  WS-EXT-COOLING-DAYS         PIC 9(03) VALUE 90.
002260 01  WS-EXT-STATE-NUMBER         PIC 9(07).
002261 01  WS-EXT-EOF-SWITCH           PIC X.
002262     88  WS-EXT-AT-EOF               VALUE "Y".
002263 01  WS-EXT-MOVED-COUNT          PIC 9(04).
002264 01  WS-MG-CHANGED-SWITCH        PIC X.
002265     88  WS-MG-CHANGED               VALUE "Y".
002266 01  WS-LW-EOF-SWITCH            PIC X.
002267     88  WS-LW-AT-EOF                VALUE "Y".
002268 01  WS-LW-CHANGED-SWITCH        PIC X.
002269     88  WS-LW-CHANGED               VALUE "Y".
002270 01  WS-LW-MOVED-COUNT           PIC 9(04).
002271 01  WS-LW-SUB                   PIC 9(01).
002272 01  WS-NUMBER-TYPE              PIC X(01).
002273 01  WS-NUMBER-TYPE-WORD         PIC X(06).
002274 01  WS-RK-TABLE-USED            PIC 9(02).
002275 01  WS-RK-TABLE.
002280     02  WS-RK-ENTRY OCCURS 10 TIMES.
002290         03  WS-RK-NUMBER-TYPE   PIC X(01).
002300         03  WS-RK-PHONENUMBER.
002370 PROCEDURE DIVISION.
002380 MAIN-PROCEDURE.
002390     PERFORM OPEN-AUDIT-FILE-PROCEDURE
002391     PERFORM OPEN-ACCESS-FILE-PROCEDURE
002400     PERFORM SIGN-ON-PROCEDURE
002410     IF NOT WS-SIGNED-ON
002420         DISPLAY "Sign-on refused - session ended."
002430     ELSE
002431         SET ACC-EVENT-SIGN-ON TO TRUE
002432         PERFORM WRITE-ACCESS-EVENT-PROCEDURE
002440         PERFORM ACQUIRE-RUN-CONTROL-PROCEDURE
002450     END-IF
002460     IF WS-SIGNED-ON AND NOT WS-RUN-REFUSED
002520     ELSE
002530         CLOSE AUDIT-FILE
002540     END-IF
002541     IF WS-SIGNED-ON
002542         SET ACC-EVENT-SIGN-OFF TO TRUE
002543         PERFORM WRITE-ACCESS-EVENT-PROCEDURE
002544     END-IF
002545     CLOSE ACCESS-FILE
002550     STOP RUN.
002560
002570 SIGN-ON-PROCEDURE.
003670     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
003680     MOVE SPACES TO AUDIT-AFTER-NAME
003690     MOVE ZERO TO AUDIT-AFTER-PHONENUMBER
003691     MOVE SPACES TO AUDIT-MOVEMENT
003700     PERFORM STAMP-AUDIT-RECORD-PROCEDURE.
003710
003720 SIGN-ON-FAILURE-PROCEDURE.
003760     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
003770     MOVE SPACES TO AUDIT-AFTER-NAME
003780     MOVE ZERO TO AUDIT-AFTER-PHONENUMBER
003781     MOVE SPACES TO AUDIT-MOVEMENT
003790     PERFORM STAMP-AUDIT-RECORD-PROCEDURE.
003800
003810 MENU-PROCEDURE.
003820     DISPLAY SPACE
003830     IF WS-OPERATOR-MAINTENANCE
003840         DISPLAY "Action - (S)ch (A)dd (U)pd (D)el (N)um"
003850             " (C)onf or e(X)it?"
003860     ELSE
003870         DISPLAY "Action - (S)ch or e(X)it?"
003880     END-IF
003930         WHEN "U" PERFORM MAINTENANCE-ACTION-PROCEDURE
003940         WHEN "D" PERFORM MAINTENANCE-ACTION-PROCEDURE
003950         WHEN "N" PERFORM MAINTENANCE-ACTION-PROCEDURE
003951         WHEN "C" PERFORM MAINTENANCE-ACTION-PROCEDURE
003960         WHEN "X" SET WS-DONE TO TRUE
003970         WHEN OTHER DISPLAY "Invalid selection."
003980     END-EVALUATE.
004060             WHEN "U" PERFORM UPDATE-ENTRY-PROCEDURE
004070             WHEN "D" PERFORM DELETE-ENTRY-PROCEDURE
004080             WHEN "N" PERFORM NUMBER-MENU-PROCEDURE
004081             WHEN "C" PERFORM CONFIDENTIAL-MENU-PROCEDURE
004090         END-EVALUATE
004100     END-IF.
004110
004160         DISPLAY "No search value entered."
004170     ELSE
004180         PERFORM COMPUTE-SEARCH-LENGTH
004181         MOVE WS-SEARCH-INPUT TO WS-ACCESS-SEARCH-VALUE
004182         MOVE ZERO TO WS-ACCESS-RETURNED-COUNT
004190         IF WS-SEARCH-LEN = 12 AND WS-SEARCH-INPUT IS NUMERIC
004191             MOVE "T" TO WS-ACCESS-SEARCH-TYPE
004200             PERFORM SEARCH-BY-PHONE-NUMBER-PROCEDURE
004210         ELSE
004220             IF WS-SEARCH-LEN > 10
004230                 MOVE 10 TO WS-SEARCH-LEN
004240             END-IF
004250             MOVE WS-SEARCH-INPUT TO WS-LASTNAME
004251             MOVE "N" TO WS-ACCESS-SEARCH-TYPE
004260             PERFORM SEARCH-BY-SURNAME-PROCEDURE
004270         END-IF
004271         SET ACC-EVENT-SEARCH TO TRUE
004272         PERFORM WRITE-ACCESS-EVENT-PROCEDURE
004280     END-IF.
004290
004300 OPEN-BOOK-FOR-MAINTENANCE.
004390         OPEN OUTPUT PHONE-FILE
004400         CLOSE PHONE-FILE
004410         OPEN I-O PHONE-FILE
004411     END-IF
004412     OPEN I-O EXT-FILE
004413     IF EXT-FS = 35
004414         SET EXT-FILE-NOT-FOUND TO TRUE
004415     END-IF
004416     OPEN I-O LOC-FILE
004417     IF LOC-FS = 35
004418         SET LOC-FILE-NOT-FOUND TO TRUE
004420     END-IF.
004430
004440 CLOSE-BOOK-PROCEDURE.
004450     CLOSE BOOK
004460     CLOSE PHONE-FILE
004461     IF NOT EXT-FILE-NOT-FOUND
004462         CLOSE EXT-FILE
004463     END-IF
004464     IF NOT LOC-FILE-NOT-FOUND
004465         CLOSE LOC-FILE
004466     END-IF
004470     CLOSE AUDIT-FILE.
004471
004472 OPEN-ACCESS-FILE-PROCEDURE.
004473     OPEN EXTEND ACCESS-FILE
004474     IF ACCESS-FS = 35
004475         OPEN OUTPUT ACCESS-FILE
004476     END-IF.
004480
004490 OPEN-AUDIT-FILE-PROCEDURE.
004500     OPEN EXTEND AUDIT-FILE
004950
004960 SHOW-PHONE-MATCH-PROCEDURE.
004970     IF ACTIVE-STATUS
004971             AND (WS-OPERATOR-MAINTENANCE
004972             OR NOT CONFIDENTIAL-ENTRY)
004980         DISPLAY SPACE
004990         DISPLAY FIRSTNAME SPACE LASTNAME
005000         DISPLAY "Number" SPACE PREFIX SPACE RESTOFNUMBER
005010         PERFORM SHOW-EXTRA-NUMBERS-PROCEDURE
005011         PERFORM SHOW-REPORTS-TO-PROCEDURE
005012         PERFORM SHOW-CONTRACT-PROCEDURE
005013         PERFORM SHOW-CONFIDENTIAL-MARK-PROCEDURE
005014         PERFORM WRITE-ACCESS-RETURNED-PROCEDURE
005020         MOVE LASTNAME TO WS-LASTNAME
005030     ELSE
005040         DISPLAY "No entry found for that phone number."
005250
005260 SHOW-ONE-MATCH-PROCEDURE.
005270     IF ACTIVE-STATUS
005271             AND (WS-OPERATOR-MAINTENANCE
005272             OR NOT CONFIDENTIAL-ENTRY)
005280         MOVE "Y" TO WS-FOUND-SWITCH
005290         DISPLAY SPACE
005300         DISPLAY FIRSTNAME SPACE LASTNAME
005310         DISPLAY "Number" SPACE PREFIX SPACE RESTOFNUMBER
005320         PERFORM SHOW-EXTRA-NUMBERS-PROCEDURE
005321         PERFORM SHOW-REPORTS-TO-PROCEDURE
005322         PERFORM SHOW-CONTRACT-PROCEDURE
005323         PERFORM SHOW-CONFIDENTIAL-MARK-PROCEDURE
005324         PERFORM WRITE-ACCESS-RETURNED-PROCEDURE
005330     END-IF
005340     PERFORM READ-NEXT-MATCH-PROCEDURE.
005341
005342 SHOW-REPORTS-TO-PROCEDURE.
005343     IF BOOK-MANAGER-NAME NOT = SPACES
005344         DISPLAY "Reports to" SPACE BOOK-MANAGER-FIRSTNAME
005345             SPACE BOOK-MANAGER-LASTNAME
005346     END-IF.
005347
005348 SHOW-CONTRACT-PROCEDURE.
005349     IF CONTRACT-WORKER
005350         IF CONTRACTOR-WORKER
005351             DISPLAY "Contractor - contract ends" SPACE
005352                 BOOK-CONTRACT-END-DATE
005353         ELSE
005354             DISPLAY "Temp - contract ends" SPACE
005355                 BOOK-CONTRACT-END-DATE
005356         END-IF
005357         IF BOOK-SPONSOR-NAME NOT = SPACES
005358             DISPLAY "Sponsor" SPACE BOOK-SPONSOR-FIRSTNAME
005359                 SPACE BOOK-SPONSOR-LASTNAME
005360         END-IF
005361     END-IF.
005362
005363 SHOW-CONFIDENTIAL-MARK-PROCEDURE.
005364     IF CONFIDENTIAL-ENTRY
005365         DISPLAY "Confidential (unlisted) - set by" SPACE
005366             BOOK-CONFIDENTIAL-SET-BY SPACE "on" SPACE
005367             BOOK-CONFIDENTIAL-DATE
005368     END-IF.
005369
005370 SHOW-EXTRA-NUMBERS-PROCEDURE.
005371     MOVE NAME TO WS-HOLD-NAME
005380     MOVE NAME TO PN-NAME
005390     MOVE LOW-VALUES TO PN-NUMBER-TYPE
005400     MOVE "N" TO WS-PN-EOF-SWITCH
005930     ACCEPT RESTOFNUMBER
005940     DISPLAY "Enter Department"
005950     ACCEPT DEPARTMENT
005960     MOVE NAME TO WS-EXT-CLAIM-NAME
005970     MOVE "N" TO WS-EXTENSION-SWITCH
005971     PERFORM ACCEPT-ADD-EXTENSION-PROCEDURE
005972         UNTIL WS-EXTENSION-OK
005980     DISPLAY "Enter Email Address"
005990     ACCEPT EMAIL-ADDRESS
005991     DISPLAY "Enter manager's surname (blank = none)"
005992     ACCEPT BOOK-MANAGER-LASTNAME
005993     DISPLAY "Enter manager's first name (blank = none)"
005994     ACCEPT BOOK-MANAGER-FIRSTNAME
005995     IF BOOK-MANAGER-NAME = NAME
005996         DISPLAY "An entry cannot report to itself - manager"
005997             " left blank."
005998         MOVE SPACES TO BOOK-MANAGER-NAME
005999     END-IF
006000     MOVE "N" TO WS-WORKER-TYPE-SWITCH
006001     PERFORM ACCEPT-ADD-WORKER-TYPE-PROCEDURE
006002         UNTIL WS-WORKER-TYPE-OK
006003     MOVE "E" TO BOOK-WORKER-TYPE
006004     MOVE ZERO TO BOOK-CONTRACT-END-DATE
006005     MOVE SPACES TO BOOK-SPONSOR-NAME
006006     IF WS-NEW-CONTRACT-WORKER
006007         MOVE WS-NEW-WORKER-TYPE TO BOOK-WORKER-TYPE
006008         PERFORM ADD-CONTRACT-DETAIL-PROCEDURE
006009     END-IF
006010     PERFORM ADD-LOCATION-PROCEDURE
006011     MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
006012     MOVE SPACES TO BOOK-CONFIDENTIAL-SET-BY
006013     MOVE ZERO TO BOOK-CONFIDENTIAL-DATE
006014     SET ACTIVE-STATUS TO TRUE
006015     PERFORM STAMP-LAST-CHANGED-PROCEDURE
006020     WRITE BOOKENTRY
006030         INVALID KEY
006040             DISPLAY "Entry already exists - not added."
006050         NOT INVALID KEY
006060             DISPLAY "Entry added."
006070             PERFORM WRITE-AUDIT-FOR-ADD-PROCEDURE
006071             PERFORM CLAIM-EXTENSION-PROCEDURE
006080     END-WRITE.
006090
006100 WRITE-AUDIT-FOR-ADD-PROCEDURE.
006130     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
006140     MOVE NAME TO AUDIT-AFTER-NAME
006150     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
006151     MOVE SPACES TO AUDIT-MOVEMENT
006152     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
006153     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
006160     PERFORM STAMP-AUDIT-RECORD-PROCEDURE.
006170
006171
006172 ADD-CONTRACT-DETAIL-PROCEDURE.
006173     MOVE "N" TO WS-CONTRACT-DATE-SWITCH
006174     PERFORM ACCEPT-CONTRACT-END-DATE-PROCEDURE
006175         UNTIL WS-CONTRACT-DATE-OK
006176     MOVE WS-NEW-CONTRACT-END-DATE-N TO BOOK-CONTRACT-END-DATE
006177     DISPLAY "Enter sponsoring employee's surname"
006178     ACCEPT BOOK-SPONSOR-LASTNAME
006179     DISPLAY "Enter sponsoring employee's first name"
006180     ACCEPT BOOK-SPONSOR-FIRSTNAME
006181     IF BOOK-SPONSOR-NAME = NAME
006182         DISPLAY "An entry cannot sponsor itself - sponsor"
006183             " left blank."
006184         MOVE SPACES TO BOOK-SPONSOR-NAME
006185     END-IF.
006186
006187 ACCEPT-CONTRACT-END-DATE-PROCEDURE.
006188     DISPLAY "Enter contract end date (YYYYMMDD)"
006189     ACCEPT WS-NEW-CONTRACT-END-DATE
006190     PERFORM CHECK-CONTRACT-END-DATE-PROCEDURE
006191     IF NOT WS-CONTRACT-DATE-OK
006192         DISPLAY "Not a valid date - enter it again."
006193     END-IF.
006194
006195 CHECK-CONTRACT-END-DATE-PROCEDURE.
006196     MOVE "N" TO WS-CONTRACT-DATE-SWITCH
006197     IF WS-NEW-CONTRACT-END-DATE NUMERIC
006198         MOVE WS-NEW-CONTRACT-END-DATE-N
006199             TO WS-CONTRACT-DATE-PIECES
006200         IF WS-CONTRACT-DP-YEAR GREATER THAN ZERO
006201                 AND WS-CONTRACT-DP-MONTH NOT LESS THAN 1
006202                 AND WS-CONTRACT-DP-MONTH NOT GREATER THAN 12
006203             PERFORM CHECK-CONTRACT-END-DAY-PROCEDURE
006204         END-IF
006205     END-IF.
006206
006207 CHECK-CONTRACT-END-DAY-PROCEDURE.
006208     MOVE WS-MONTH-LENGTH (WS-CONTRACT-DP-MONTH)
006209         TO WS-CONTRACT-DAYS-IN-MONTH
006210     IF WS-CONTRACT-DP-MONTH = 2
006211         DIVIDE WS-CONTRACT-DP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
006212             REMAINDER WS-LEAP-REMAINDER-4
006213         DIVIDE WS-CONTRACT-DP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
006214             REMAINDER WS-LEAP-REMAINDER-100
006215         DIVIDE WS-CONTRACT-DP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
006216             REMAINDER WS-LEAP-REMAINDER-400
006217         IF WS-LEAP-REMAINDER-4 = ZERO
006218                 AND (WS-LEAP-REMAINDER-100 NOT = ZERO
006219                     OR WS-LEAP-REMAINDER-400 = ZERO)
006220             MOVE 29 TO WS-CONTRACT-DAYS-IN-MONTH
006221         END-IF
006222     END-IF
006223     IF WS-CONTRACT-DP-DAY NOT LESS THAN 1
006224             AND WS-CONTRACT-DP-DAY
006225                 NOT GREATER THAN WS-CONTRACT-DAYS-IN-MONTH
006226         MOVE "Y" TO WS-CONTRACT-DATE-SWITCH
006227     END-IF.
006228
006229 ACCEPT-ADD-WORKER-TYPE-PROCEDURE.
006230     DISPLAY "Worker type - (E)mployee (C)ontractor (T)emp,"
006231         " blank = employee"
006232     ACCEPT WS-NEW-WORKER-TYPE
006233     PERFORM CHECK-WORKER-TYPE-PROCEDURE.
006234
006235 ACCEPT-UPDATE-WORKER-TYPE-PROCEDURE.
006236     DISPLAY "Worker type - (E)mployee (C)ontractor (T)emp,"
006237         " blank = no change"
006238     ACCEPT WS-NEW-WORKER-TYPE
006239     PERFORM CHECK-WORKER-TYPE-PROCEDURE.
006240
006241 CHECK-WORKER-TYPE-PROCEDURE.
006242     IF WS-NEW-WORKER-TYPE-VALID
006243         SET WS-WORKER-TYPE-OK TO TRUE
006244     ELSE
006245         DISPLAY "Not a valid worker type - enter it again."
006246     END-IF.
006247
006248 ACCEPT-ADD-EXTENSION-PROCEDURE.
006249     DISPLAY "Enter Extension"
006250     ACCEPT EXTENSION
006251     MOVE DEPARTMENT TO EXT-DEPARTMENT
006252     MOVE EXTENSION TO EXT-EXTENSION
006253     PERFORM CHECK-EXTENSION-PROCEDURE.
006254
006255 ACCEPT-UPDATE-EXTENSION-PROCEDURE.
006256     DISPLAY "Enter another extension (blank = none)"
006257     ACCEPT WS-UPD-EXTENSION
006258     MOVE WS-UPD-DEPARTMENT TO EXT-DEPARTMENT
006259     MOVE WS-UPD-EXTENSION TO EXT-EXTENSION
006260     PERFORM CHECK-EXTENSION-PROCEDURE.
006261
006262 CHECK-EXTENSION-PROCEDURE.
006263     SET WS-EXTENSION-OK TO TRUE
006264     IF NOT EXT-FILE-NOT-FOUND AND EXT-DEPARTMENT NOT = SPACES
006265             AND EXT-EXTENSION NOT = SPACES
006266         READ EXT-FILE
006267             INVALID KEY
006268                 CONTINUE
006269             NOT INVALID KEY
006270                 PERFORM TEST-EXTENSION-HOLDER-PROCEDURE
006271         END-READ
006272     END-IF.
006273
006274 TEST-EXTENSION-HOLDER-PROCEDURE.
006275     PERFORM TEST-EXTENSION-TAKEN-PROCEDURE
006276     IF WS-EXT-TAKEN
006277         MOVE "N" TO WS-EXTENSION-SWITCH
006278         IF EXT-COOLING
006279             DISPLAY "Extension " EXT-EXTENSION
006280                 " is cooling off after "
006281                 EXT-HOLDER-FIRSTNAME SPACE EXT-HOLDER-LASTNAME
006282                 " - enter another."
006283         ELSE
006284             DISPLAY "Extension " EXT-EXTENSION " is held by "
006285                 EXT-HOLDER-FIRSTNAME SPACE EXT-HOLDER-LASTNAME
006286                 " - enter another."
006287         END-IF
006288     END-IF.
006289
006290 TEST-EXTENSION-TAKEN-PROCEDURE.
006291     MOVE "N" TO WS-EXT-TAKEN-SWITCH
006292     IF EXT-HOLDER-NAME NOT = WS-EXT-CLAIM-NAME
006293         IF EXT-ASSIGNED
006294             SET WS-EXT-TAKEN TO TRUE
006295         ELSE
006296             IF EXT-COOLING
006297                 PERFORM TEST-COOLING-ENDED-PROCEDURE
006298             END-IF
006299         END-IF
006300     END-IF.
006301
006302 TEST-COOLING-ENDED-PROCEDURE.
006303     MOVE WS-TODAY-DATE TO WS-DATE-PIECES
006304     COMPUTE WS-TODAY-NUMBER = (WS-DP-YEAR * 372)
006305         + (WS-DP-MONTH * 31) + WS-DP-DAY
006306     MOVE EXT-STATE-DATE TO WS-DATE-PIECES
006307     COMPUTE WS-EXT-STATE-NUMBER = (WS-DP-YEAR * 372)
006308         + (WS-DP-MONTH * 31) + WS-DP-DAY
006309     IF WS-TODAY-NUMBER - WS-EXT-STATE-NUMBER
006310             LESS THAN WS-EXT-COOLING-DAYS
006311         SET WS-EXT-TAKEN TO TRUE
006312     END-IF.
006313
006314 ADD-LOCATION-PROCEDURE.
006315     MOVE "N" TO WS-LOCATION-SWITCH
006316     PERFORM ACCEPT-ADD-LOCATION-PROCEDURE
006317         UNTIL WS-LOCATION-OK
006318     MOVE WS-NEW-LOCATION TO BOOK-LOCATION
006319     IF WS-NEW-LOCATION-CLEARED
006320         MOVE SPACES TO BOOK-LOCATION
006321     END-IF.
006322
006323 ACCEPT-ADD-LOCATION-PROCEDURE.
006324     MOVE SPACES TO WS-NEW-LOCATION
006325     DISPLAY "Enter location site (blank = none)"
006326     ACCEPT WS-NEW-LOC-SITE
006327     PERFORM ACCEPT-LOCATION-REST-PROCEDURE.
006328
006329 UPDATE-LOCATION-PROCEDURE.
006330     MOVE "N" TO WS-LOCATION-SWITCH
006331     PERFORM ACCEPT-UPDATE-LOCATION-PROCEDURE
006332         UNTIL WS-LOCATION-OK
006333     IF WS-NEW-LOCATION-CLEARED
006334         MOVE SPACES TO WS-UPD-LOCATION
006335     ELSE
006336         IF WS-NEW-LOCATION NOT = SPACES
006337             MOVE WS-NEW-LOCATION TO WS-UPD-LOCATION
006338         END-IF
006339     END-IF.
006340
006341 ACCEPT-UPDATE-LOCATION-PROCEDURE.
006342     MOVE SPACES TO WS-NEW-LOCATION
006343     DISPLAY "Enter location site (blank = no change,"
006344         " * = none)"
006345     ACCEPT WS-NEW-LOC-SITE
006346     PERFORM ACCEPT-LOCATION-REST-PROCEDURE.
006347
006348 ACCEPT-LOCATION-REST-PROCEDURE.
006349     SET WS-LOCATION-OK TO TRUE
006350     IF WS-NEW-LOC-SITE NOT = SPACES
006351             AND NOT WS-NEW-LOCATION-CLEARED
006352         DISPLAY "Enter building"
006353         ACCEPT WS-NEW-LOC-BUILDING
006354         DISPLAY "Enter floor"
006355         ACCEPT WS-NEW-LOC-FLOOR
006356         IF NOT LOC-FILE-NOT-FOUND
006357             PERFORM CHECK-LOCATION-PROCEDURE
006358         END-IF
006359     END-IF.
006360
006361 CHECK-LOCATION-PROCEDURE.
006362     MOVE WS-NEW-LOCATION TO LOC-KEY
006363     READ LOC-FILE
006364         INVALID KEY
006365             MOVE "N" TO WS-LOCATION-SWITCH
006366             DISPLAY "Location not on file - enter it again."
006367     END-READ.
006368
006369 UPDATE-ENTRY-PROCEDURE.
006370     DISPLAY "Enter surname of person to update."
006371     ACCEPT WS-LASTNAME
006372     DISPLAY "Enter first name of person to update."
006373     ACCEPT WS-FIRSTNAME
006374     MOVE WS-LASTNAME TO LASTNAME
006375     MOVE WS-FIRSTNAME TO FIRSTNAME
006376     READ BOOK
006377         INVALID KEY
006378             DISPLAY "Entry not found - nothing updated."
006379         NOT INVALID KEY
006380             PERFORM UPDATE-ENTRY-FIELDS-PROCEDURE
006381     END-READ.
006382
006383 UPDATE-ENTRY-FIELDS-PROCEDURE.
006384     MOVE LASTNAME TO WS-OLD-LASTNAME
006385     MOVE FIRSTNAME TO WS-OLD-FIRSTNAME
006386     MOVE PHONENUMBER TO WS-OLD-PHONENUMBER
006387     MOVE DEPARTMENT TO WS-OLD-DEPARTMENT
006388     MOVE EXTENSION TO WS-OLD-EXTENSION
006389     MOVE BOOK-STATUS-FLAG TO WS-OLD-STATUS
006390     MOVE PREFIX TO WS-UPD-PREFIX
006391     MOVE RESTOFNUMBER TO WS-UPD-RESTOFNUMBER
006392     MOVE DEPARTMENT TO WS-UPD-DEPARTMENT
006400     MOVE EXTENSION TO WS-UPD-EXTENSION
006410     MOVE EMAIL-ADDRESS TO WS-UPD-EMAIL-ADDRESS
006420     MOVE BOOK-STATUS-FLAG TO WS-UPD-STATUS-FLAG
006421     MOVE BOOK-MANAGER-NAME TO WS-UPD-MANAGER-NAME
006422     MOVE BOOK-CONFIDENTIAL-FLAG TO WS-UPD-CONFIDENTIAL-FLAG
006423     MOVE BOOK-CONFIDENTIAL-SET-BY TO WS-UPD-CONFIDENTIAL-SET-BY
006424     MOVE BOOK-CONFIDENTIAL-DATE TO WS-UPD-CONFIDENTIAL-DATE
006425     MOVE BOOK-WORKER-TYPE TO WS-UPD-WORKER-TYPE
006426     MOVE BOOK-CONTRACT-END-DATE TO WS-UPD-CONTRACT-END-DATE
006427     MOVE BOOK-SPONSOR-NAME TO WS-UPD-SPONSOR-NAME
006428     MOVE BOOK-LOCATION TO WS-UPD-LOCATION
006430     DISPLAY "Enter new Surname (blank = no change)"
006440     ACCEPT WS-NEW-LASTNAME
006450     DISPLAY "Enter new First Name (blank = no change)"
006560     ACCEPT WS-NEW-EMAIL-ADDRESS
006570     DISPLAY "Status - (A)ctive (I)nactive, blank = no change"
006580     ACCEPT WS-NEW-STATUS
006581     DISPLAY "Enter manager's surname (blank = no change,"
006582         " * = none)"
006583     ACCEPT WS-NEW-MANAGER-LASTNAME
006584     DISPLAY "Enter manager's first name (blank = no change)"
006585     ACCEPT WS-NEW-MANAGER-FIRSTNAME
006586     MOVE "N" TO WS-WORKER-TYPE-SWITCH
006587     PERFORM ACCEPT-UPDATE-WORKER-TYPE-PROCEDURE
006588         UNTIL WS-WORKER-TYPE-OK
006589     IF WS-NEW-EMPLOYEE-WORKER OR WS-NEW-CONTRACT-WORKER
006590         MOVE WS-NEW-WORKER-TYPE TO WS-UPD-WORKER-TYPE
006591     END-IF
006592     IF WS-UPD-CONTRACT-WORKER
006593         PERFORM UPDATE-CONTRACT-DETAIL-PROCEDURE
006594     ELSE
006595         MOVE ZERO TO WS-UPD-CONTRACT-END-DATE
006596         MOVE SPACES TO WS-UPD-SPONSOR-NAME
006597     END-IF
006598     IF WS-NEW-PREFIX NOT = ZERO
006600         MOVE WS-NEW-PREFIX TO WS-UPD-PREFIX
006610     END-IF
006620     IF WS-NEW-RESTOFNUMBER NOT = ZERO
006710     IF WS-NEW-EMAIL-ADDRESS NOT = SPACES
006720         MOVE WS-NEW-EMAIL-ADDRESS TO WS-UPD-EMAIL-ADDRESS
006730     END-IF
006731     PERFORM UPDATE-LOCATION-PROCEDURE
006740     EVALUATE WS-NEW-STATUS
006750         WHEN "A" SET WS-UPD-ACTIVE-STATUS TO TRUE
006760         WHEN "I" SET WS-UPD-INACTIVE-STATUS TO TRUE
006770         WHEN OTHER CONTINUE
006780     END-EVALUATE
006781     IF WS-UPD-ACTIVE-STATUS
006782             AND (WS-UPD-DEPARTMENT NOT = WS-OLD-DEPARTMENT
006783                 OR WS-UPD-EXTENSION NOT = WS-OLD-EXTENSION
006784                 OR NOT WS-OLD-ACTIVE)
006785         PERFORM CHECK-UPDATE-EXTENSION-PROCEDURE
006786     END-IF
006790     MOVE WS-OLD-LASTNAME TO WS-TARGET-LASTNAME
006800     MOVE WS-OLD-FIRSTNAME TO WS-TARGET-FIRSTNAME
006810     IF WS-NEW-LASTNAME NOT = SPACES
006840     IF WS-NEW-FIRSTNAME NOT = SPACES
006850         MOVE WS-NEW-FIRSTNAME TO WS-TARGET-FIRSTNAME
006860     END-IF
006861     IF WS-NEW-MANAGER-CLEARED
006862         MOVE SPACES TO WS-UPD-MANAGER-NAME
006863     ELSE
006864         IF WS-NEW-MANAGER-NAME NOT = SPACES
006865             MOVE WS-NEW-MANAGER-NAME TO WS-UPD-MANAGER-NAME
006866         END-IF
006867     END-IF
006868     IF WS-UPD-MANAGER-LASTNAME = WS-TARGET-LASTNAME
006869             AND WS-UPD-MANAGER-FIRSTNAME = WS-TARGET-FIRSTNAME
006870         DISPLAY "An entry cannot report to itself - manager"
006871             " not changed."
006872         MOVE BOOK-MANAGER-NAME TO WS-UPD-MANAGER-NAME
006873     END-IF
006874     IF WS-UPD-SPONSOR-LASTNAME = WS-TARGET-LASTNAME
006875             AND WS-UPD-SPONSOR-FIRSTNAME = WS-TARGET-FIRSTNAME
006876         DISPLAY "An entry cannot sponsor itself - sponsor"
006877             " not changed."
006878         MOVE BOOK-SPONSOR-NAME TO WS-UPD-SPONSOR-NAME
006879     END-IF
006880     IF WS-TARGET-LASTNAME = WS-OLD-LASTNAME
006881             AND WS-TARGET-FIRSTNAME = WS-OLD-FIRSTNAME
006890         PERFORM REWRITE-ENTRY-PROCEDURE
006900     ELSE
006910         PERFORM RENAME-ENTRY-PROCEDURE
006920     END-IF.
006921
006922 UPDATE-CONTRACT-DETAIL-PROCEDURE.
006923     DISPLAY "Enter contract end date YYYYMMDD (blank = no"
006924         " change)"
006925     ACCEPT WS-NEW-CONTRACT-END-DATE
006926     IF WS-NEW-CONTRACT-END-DATE NOT = SPACES
006927         PERFORM CHECK-CONTRACT-END-DATE-PROCEDURE
006928         IF WS-CONTRACT-DATE-OK
006929             MOVE WS-NEW-CONTRACT-END-DATE-N
006930                 TO WS-UPD-CONTRACT-END-DATE
006931         ELSE
006932             DISPLAY "Not a valid date - end date not changed."
006933         END-IF
006934     END-IF
006935     IF WS-UPD-CONTRACT-END-DATE = ZERO
006936         MOVE "N" TO WS-CONTRACT-DATE-SWITCH
006937         PERFORM ACCEPT-CONTRACT-END-DATE-PROCEDURE
006938             UNTIL WS-CONTRACT-DATE-OK
006939         MOVE WS-NEW-CONTRACT-END-DATE-N
006940             TO WS-UPD-CONTRACT-END-DATE
006941     END-IF
006942     DISPLAY "Enter sponsor's surname (blank = no change,"
006943         " * = none)"
006944     ACCEPT WS-NEW-SPONSOR-LASTNAME
006945     DISPLAY "Enter sponsor's first name (blank = no change)"
006946     ACCEPT WS-NEW-SPONSOR-FIRSTNAME
006947     IF WS-NEW-SPONSOR-CLEARED
006948         MOVE SPACES TO WS-UPD-SPONSOR-NAME
006949     ELSE
006950         IF WS-NEW-SPONSOR-NAME NOT = SPACES
006951             MOVE WS-NEW-SPONSOR-NAME TO WS-UPD-SPONSOR-NAME
006952         END-IF
006953     END-IF.
006954
006955 CHECK-UPDATE-EXTENSION-PROCEDURE.
006956     MOVE WS-OLD-NAME TO WS-EXT-CLAIM-NAME
006957     MOVE WS-UPD-DEPARTMENT TO EXT-DEPARTMENT
006958     MOVE WS-UPD-EXTENSION TO EXT-EXTENSION
006959     PERFORM CHECK-EXTENSION-PROCEDURE
006960     PERFORM ACCEPT-UPDATE-EXTENSION-PROCEDURE
006961         UNTIL WS-EXTENSION-OK.
006962
006963 REWRITE-ENTRY-PROCEDURE.
006964     MOVE WS-UPD-PREFIX TO PREFIX
006965     MOVE WS-UPD-RESTOFNUMBER TO RESTOFNUMBER
006970     MOVE WS-UPD-DEPARTMENT TO DEPARTMENT
006980     MOVE WS-UPD-EXTENSION TO EXTENSION
006990     MOVE WS-UPD-EMAIL-ADDRESS TO EMAIL-ADDRESS
007000     MOVE WS-UPD-STATUS-FLAG TO BOOK-STATUS-FLAG
007001     MOVE WS-UPD-MANAGER-NAME TO BOOK-MANAGER-NAME
007002     MOVE WS-UPD-CONFIDENTIAL-FLAG TO BOOK-CONFIDENTIAL-FLAG
007003     MOVE WS-UPD-CONFIDENTIAL-SET-BY TO BOOK-CONFIDENTIAL-SET-BY
007004     MOVE WS-UPD-CONFIDENTIAL-DATE TO BOOK-CONFIDENTIAL-DATE
007005     MOVE WS-UPD-WORKER-TYPE TO BOOK-WORKER-TYPE
007006     MOVE WS-UPD-CONTRACT-END-DATE TO BOOK-CONTRACT-END-DATE
007007     MOVE WS-UPD-SPONSOR-NAME TO BOOK-SPONSOR-NAME
007008     MOVE WS-UPD-LOCATION TO BOOK-LOCATION
007010     PERFORM STAMP-LAST-CHANGED-PROCEDURE
007020     REWRITE BOOKENTRY
007030         INVALID KEY
007050         NOT INVALID KEY
007060             DISPLAY "Entry updated."
007070             PERFORM WRITE-AUDIT-FOR-UPDATE-PROCEDURE
007071             PERFORM MOVE-EXTENSION-FOR-UPDATE-PROCEDURE
007080     END-REWRITE.
007090
007100 RENAME-ENTRY-PROCEDURE.
007360     MOVE WS-UPD-EXTENSION TO EXTENSION
007370     MOVE WS-UPD-EMAIL-ADDRESS TO EMAIL-ADDRESS
007380     MOVE WS-UPD-STATUS-FLAG TO BOOK-STATUS-FLAG
007381     MOVE WS-UPD-MANAGER-NAME TO BOOK-MANAGER-NAME
007382     MOVE WS-UPD-CONFIDENTIAL-FLAG TO BOOK-CONFIDENTIAL-FLAG
007383     MOVE WS-UPD-CONFIDENTIAL-SET-BY TO BOOK-CONFIDENTIAL-SET-BY
007384     MOVE WS-UPD-CONFIDENTIAL-DATE TO BOOK-CONFIDENTIAL-DATE
007385     MOVE WS-UPD-WORKER-TYPE TO BOOK-WORKER-TYPE
007386     MOVE WS-UPD-CONTRACT-END-DATE TO BOOK-CONTRACT-END-DATE
007387     MOVE WS-UPD-SPONSOR-NAME TO BOOK-SPONSOR-NAME
007388     MOVE WS-UPD-LOCATION TO BOOK-LOCATION
007390     PERFORM STAMP-LAST-CHANGED-PROCEDURE
007400     WRITE BOOKENTRY
007410         INVALID KEY
007460             DISPLAY "Entry updated (renamed)."
007470             PERFORM WRITE-AUDIT-FOR-UPDATE-PROCEDURE
007480             PERFORM REKEY-PHONE-NUMBERS-PROCEDURE
007481             PERFORM REKEY-EXTENSION-HOLDERS-PROCEDURE
007482             PERFORM MOVE-EXTENSION-FOR-UPDATE-PROCEDURE
007483             PERFORM MOVE-WARDEN-NAMES-PROCEDURE
007484             PERFORM MOVE-REPORTING-LINES-PROCEDURE
007490     END-WRITE.
007500
007510 REKEY-PHONE-NUMBERS-PROCEDURE.
007990                 " not carried to the new name."
008000     END-WRITE.
008010
008011 MOVE-REPORTING-LINES-PROCEDURE.
008012     MOVE ZERO TO WS-MG-MOVED-COUNT
008013     MOVE LOW-VALUES TO NAME
008014     MOVE "N" TO WS-MG-EOF-SWITCH
008015     START BOOK KEY IS NOT LESS THAN NAME
008016         INVALID KEY
008017             SET WS-MG-AT-EOF TO TRUE
008018         NOT INVALID KEY
008019             PERFORM READ-NEXT-REPORTING-LINE
008020     END-START
008021     PERFORM MOVE-ONE-REPORTING-LINE
008022         UNTIL WS-MG-AT-EOF
008023     IF WS-MG-MOVED-COUNT GREATER THAN ZERO
008024         DISPLAY WS-MG-MOVED-COUNT
008025             " reporting or sponsor line(s) moved to the new"
008026             " name."
008027     END-IF.
008028
008029 MOVE-ONE-REPORTING-LINE.
008030     MOVE "N" TO WS-MG-CHANGED-SWITCH
008031     IF BOOK-MANAGER-NAME = WS-OLD-NAME
008032         MOVE WS-TARGET-LASTNAME TO BOOK-MANAGER-LASTNAME
008033         MOVE WS-TARGET-FIRSTNAME TO BOOK-MANAGER-FIRSTNAME
008034         SET WS-MG-CHANGED TO TRUE
008035     END-IF
008036     IF BOOK-SPONSOR-NAME = WS-OLD-NAME
008037         MOVE WS-TARGET-LASTNAME TO BOOK-SPONSOR-LASTNAME
008038         MOVE WS-TARGET-FIRSTNAME TO BOOK-SPONSOR-FIRSTNAME
008039         SET WS-MG-CHANGED TO TRUE
008040     END-IF
008041     IF WS-MG-CHANGED
008042         PERFORM STAMP-LAST-CHANGED-PROCEDURE
008043         REWRITE BOOKENTRY
008044             INVALID KEY
008045                 DISPLAY "Reporting line for " FIRSTNAME SPACE
008046                     LASTNAME " not moved."
008047             NOT INVALID KEY
008048                 ADD 1 TO WS-MG-MOVED-COUNT
008049         END-REWRITE
008050     END-IF
008051     PERFORM READ-NEXT-REPORTING-LINE.
008052
008053 READ-NEXT-REPORTING-LINE.
008054     READ BOOK NEXT RECORD
008055         AT END SET WS-MG-AT-EOF TO TRUE
008056     END-READ.
008057
008058 REKEY-EXTENSION-HOLDERS-PROCEDURE.
008059     IF NOT EXT-FILE-NOT-FOUND
008060         MOVE ZERO TO WS-EXT-MOVED-COUNT
008061         MOVE LOW-VALUES TO EXT-KEY
008062         MOVE "N" TO WS-EXT-EOF-SWITCH
008063         START EXT-FILE KEY IS NOT LESS THAN EXT-KEY
008064             INVALID KEY
008065                 SET WS-EXT-AT-EOF TO TRUE
008066             NOT INVALID KEY
008067                 PERFORM READ-NEXT-EXTENSION-HOLDER
008068         END-START
008069         PERFORM MOVE-ONE-EXTENSION-HOLDER
008070             UNTIL WS-EXT-AT-EOF
008071         IF WS-EXT-MOVED-COUNT GREATER THAN ZERO
008072             DISPLAY WS-EXT-MOVED-COUNT
008073                 " extension(s) moved to the new name."
008074         END-IF
008075     END-IF.
008076
008077 MOVE-ONE-EXTENSION-HOLDER.
008078     IF EXT-HOLDER-NAME = WS-OLD-NAME
008079         MOVE WS-TARGET-LASTNAME TO EXT-HOLDER-LASTNAME
008080         MOVE WS-TARGET-FIRSTNAME TO EXT-HOLDER-FIRSTNAME
008081         REWRITE EXTENSION-RECORD
008082             INVALID KEY
008083                 DISPLAY "Extension " EXT-EXTENSION " in "
008084                     EXT-DEPARTMENT " not moved."
008085             NOT INVALID KEY
008086                 ADD 1 TO WS-EXT-MOVED-COUNT
008087         END-REWRITE
008088     END-IF
008089     PERFORM READ-NEXT-EXTENSION-HOLDER.
008090
008091 READ-NEXT-EXTENSION-HOLDER.
008092     READ EXT-FILE NEXT RECORD
008093         AT END SET WS-EXT-AT-EOF TO TRUE
008094     END-READ.
008095
008096 MOVE-WARDEN-NAMES-PROCEDURE.
008097     IF NOT LOC-FILE-NOT-FOUND
008098         MOVE ZERO TO WS-LW-MOVED-COUNT
008099         MOVE LOW-VALUES TO LOC-KEY
008100         MOVE "N" TO WS-LW-EOF-SWITCH
008101         START LOC-FILE KEY IS NOT LESS THAN LOC-KEY
008102             INVALID KEY
008103                 SET WS-LW-AT-EOF TO TRUE
008104             NOT INVALID KEY
008105                 PERFORM READ-NEXT-WARDEN-FLOOR
008106         END-START
008107         PERFORM MOVE-ONE-WARDEN-FLOOR
008108             UNTIL WS-LW-AT-EOF
008109         IF WS-LW-MOVED-COUNT GREATER THAN ZERO
008110             DISPLAY WS-LW-MOVED-COUNT
008111                 " warden post(s) moved to the new name."
008112         END-IF
008113     END-IF.
008114
008115 MOVE-ONE-WARDEN-FLOOR.
008116     MOVE "N" TO WS-LW-CHANGED-SWITCH
008117     PERFORM MOVE-ONE-WARDEN-NAME
008118         VARYING WS-LW-SUB FROM 1 BY 1
008119         UNTIL WS-LW-SUB GREATER THAN 3
008120     IF WS-LW-CHANGED
008121         REWRITE LOC-RECORD
008122             INVALID KEY
008123                 DISPLAY "Warden post on " LOC-KEY " not moved."
008124             NOT INVALID KEY
008125                 ADD 1 TO WS-LW-MOVED-COUNT
008126         END-REWRITE
008127     END-IF
008128     PERFORM READ-NEXT-WARDEN-FLOOR.
008129
008130 MOVE-ONE-WARDEN-NAME.
008131     IF LOC-WARDEN-NAME (WS-LW-SUB) = WS-OLD-NAME
008132         MOVE WS-TARGET-LASTNAME
008133             TO LOC-WARDEN-LASTNAME (WS-LW-SUB)
008134         MOVE WS-TARGET-FIRSTNAME
008135             TO LOC-WARDEN-FIRSTNAME (WS-LW-SUB)
008136         SET WS-LW-CHANGED TO TRUE
008137     END-IF.
008138
008139 READ-NEXT-WARDEN-FLOOR.
008140     READ LOC-FILE NEXT RECORD
008141         AT END SET WS-LW-AT-EOF TO TRUE
008142     END-READ.
008143
008144 WRITE-AUDIT-FOR-UPDATE-PROCEDURE.
008145     SET AUDIT-ACTION-UPDATE TO TRUE
008146     MOVE WS-OLD-NAME TO AUDIT-BEFORE-NAME
008147     MOVE WS-OLD-PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
008148     MOVE NAME TO AUDIT-AFTER-NAME
008149     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
008150     MOVE SPACES TO AUDIT-MOVEMENT
008151     MOVE WS-OLD-DEPARTMENT TO AUDIT-BEFORE-DEPARTMENT
008152     MOVE WS-OLD-STATUS TO AUDIT-BEFORE-STATUS
008153     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
008154     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
008155     PERFORM STAMP-AUDIT-RECORD-PROCEDURE.
008156
008157
008158 DELETE-ENTRY-PROCEDURE.
008159     DISPLAY "Enter surname of person to delete."
008160     ACCEPT WS-LASTNAME
008161     DISPLAY "Enter first name of person to delete."
008162     ACCEPT WS-FIRSTNAME
008163     MOVE WS-LASTNAME TO LASTNAME
008170     MOVE WS-FIRSTNAME TO FIRSTNAME
008180     READ BOOK
008190         INVALID KEY
008400         NOT INVALID KEY
008410             DISPLAY "Entry marked inactive."
008420             PERFORM WRITE-AUDIT-FOR-DELETE-PROCEDURE
008421             PERFORM RELEASE-EXTENSION-PROCEDURE
008430     END-REWRITE.
008440
008450 WRITE-AUDIT-FOR-DELETE-PROCEDURE.
008460     SET AUDIT-ACTION-DELETE TO TRUE
008470     MOVE NAME TO AUDIT-AFTER-NAME
008480     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
008481     MOVE SPACES TO AUDIT-MOVEMENT
008482     MOVE DEPARTMENT TO AUDIT-BEFORE-DEPARTMENT
008483     SET AUDIT-BEFORE-ACTIVE TO TRUE
008484     MOVE DEPARTMENT TO AUDIT-AFTER-DEPARTMENT
008485     MOVE BOOK-STATUS-FLAG TO AUDIT-AFTER-STATUS
008490     PERFORM STAMP-AUDIT-RECORD-PROCEDURE.
008500
008501
008502 RELEASE-EXTENSION-PROCEDURE.
008503     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
008504             AND EXTENSION NOT = SPACES
008505         MOVE DEPARTMENT TO EXT-DEPARTMENT
008506         MOVE EXTENSION TO EXT-EXTENSION
008507         READ EXT-FILE
008508             INVALID KEY
008509                 CONTINUE
008510             NOT INVALID KEY
008511                 PERFORM COOL-EXTENSION-RECORD-PROCEDURE
008512         END-READ
008513     END-IF.
008514
008515 COOL-EXTENSION-RECORD-PROCEDURE.
008516     IF EXT-ASSIGNED AND EXT-HOLDER-NAME = NAME
008517         SET EXT-COOLING TO TRUE
008518         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
008519         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
008520         REWRITE EXTENSION-RECORD
008521     END-IF.
008522
008523 MOVE-EXTENSION-FOR-UPDATE-PROCEDURE.
008524     IF DEPARTMENT NOT = WS-OLD-DEPARTMENT
008525             OR EXTENSION NOT = WS-OLD-EXTENSION
008526             OR BOOK-STATUS-FLAG NOT = WS-OLD-STATUS
008527         IF WS-OLD-ACTIVE
008528             PERFORM RELEASE-OLD-EXTENSION-PROCEDURE
008529         END-IF
008530         IF ACTIVE-STATUS
008531             PERFORM CLAIM-EXTENSION-PROCEDURE
008532         END-IF
008533     END-IF.
008534
008535 RELEASE-OLD-EXTENSION-PROCEDURE.
008536     IF NOT EXT-FILE-NOT-FOUND AND WS-OLD-DEPARTMENT NOT = SPACES
008537             AND WS-OLD-EXTENSION NOT = SPACES
008538         MOVE WS-OLD-DEPARTMENT TO EXT-DEPARTMENT
008539         MOVE WS-OLD-EXTENSION TO EXT-EXTENSION
008540         READ EXT-FILE
008541             INVALID KEY
008542                 CONTINUE
008543             NOT INVALID KEY
008544                 PERFORM COOL-EXTENSION-RECORD-PROCEDURE
008545         END-READ
008546     END-IF.
008547
008548 CLAIM-EXTENSION-PROCEDURE.
008549     IF NOT EXT-FILE-NOT-FOUND AND DEPARTMENT NOT = SPACES
008550             AND EXTENSION NOT = SPACES
008551         MOVE DEPARTMENT TO EXT-DEPARTMENT
008552         MOVE EXTENSION TO EXT-EXTENSION
008553         READ EXT-FILE
008554             INVALID KEY
008555                 CONTINUE
008556             NOT INVALID KEY
008557                 PERFORM ASSIGN-EXTENSION-RECORD-PROCEDURE
008558         END-READ
008559     END-IF.
008560
008561 ASSIGN-EXTENSION-RECORD-PROCEDURE.
008562     MOVE NAME TO WS-EXT-CLAIM-NAME
008563     PERFORM TEST-EXTENSION-TAKEN-PROCEDURE
008564     IF WS-EXT-TAKEN
008565         IF EXT-COOLING
008566             DISPLAY "Extension " EXTENSION
008567                 " is cooling off after "
008568                 EXT-HOLDER-FIRSTNAME SPACE EXT-HOLDER-LASTNAME
008569                 " - not claimed."
008570         ELSE
008571             DISPLAY "Extension " EXTENSION " is held by "
008572                 EXT-HOLDER-FIRSTNAME SPACE EXT-HOLDER-LASTNAME
008573                 " - not claimed."
008574         END-IF
008575     ELSE
008576         SET EXT-ASSIGNED TO TRUE
008577         MOVE NAME TO EXT-HOLDER-NAME
008578         ACCEPT EXT-STATE-DATE FROM DATE YYYYMMDD
008579         MOVE WS-OPERATOR-ID TO EXT-CHANGED-BY
008580         REWRITE EXTENSION-RECORD
008581     END-IF.
008582
008583 CONFIDENTIAL-MENU-PROCEDURE.
008584     DISPLAY "Enter surname of person."
008585     ACCEPT WS-LASTNAME
008586     DISPLAY "Enter first name of person."
008587     ACCEPT WS-FIRSTNAME
008588     MOVE WS-LASTNAME TO LASTNAME
008589     MOVE WS-FIRSTNAME TO FIRSTNAME
008590     READ BOOK
008591         INVALID KEY
008592             DISPLAY "Entry not found."
008593         NOT INVALID KEY
008594             PERFORM CONFIDENTIAL-ACTION-PROCEDURE
008595     END-READ.
008596
008597 CONFIDENTIAL-ACTION-PROCEDURE.
008598     IF CONFIDENTIAL-ENTRY
008599         PERFORM SHOW-CONFIDENTIAL-MARK-PROCEDURE
008600     ELSE
008601         DISPLAY "Entry is listed in the published directory."
008602     END-IF
008603     DISPLAY "Confidential - (M)ark unlisted or (P)ublish?"
008604     ACCEPT WS-CONFIDENTIAL-ACTION
008605     EVALUATE TRUE
008606         WHEN WS-CONFIDENTIAL-ACTION = "M" AND CONFIDENTIAL-ENTRY
008607             DISPLAY "Entry is already confidential."
008608         WHEN WS-CONFIDENTIAL-ACTION = "M"
008609             MOVE "Y" TO BOOK-CONFIDENTIAL-FLAG
008610             PERFORM REWRITE-CONFIDENTIAL-PROCEDURE
008611         WHEN WS-CONFIDENTIAL-ACTION = "P"
008612                 AND NOT CONFIDENTIAL-ENTRY
008613             DISPLAY "Entry is already listed."
008614         WHEN WS-CONFIDENTIAL-ACTION = "P"
008615             MOVE "N" TO BOOK-CONFIDENTIAL-FLAG
008616             PERFORM REWRITE-CONFIDENTIAL-PROCEDURE
008617         WHEN OTHER
008618             DISPLAY "Invalid selection."
008619     END-EVALUATE.
008620
008621 REWRITE-CONFIDENTIAL-PROCEDURE.
008622     MOVE WS-OPERATOR-ID TO BOOK-CONFIDENTIAL-SET-BY
008623     ACCEPT BOOK-CONFIDENTIAL-DATE FROM DATE YYYYMMDD
008624     PERFORM STAMP-LAST-CHANGED-PROCEDURE
008625     REWRITE BOOKENTRY
008626         INVALID KEY
008627             DISPLAY "Update failed."
008628         NOT INVALID KEY
008629             DISPLAY "Entry updated."
008630             PERFORM WRITE-AUDIT-FOR-CONFIDENTIAL-PROCEDURE
008631     END-REWRITE.
008632
008633 WRITE-AUDIT-FOR-CONFIDENTIAL-PROCEDURE.
008634     IF CONFIDENTIAL-ENTRY
008635         SET AUDIT-ACTION-CONFIDENTIAL TO TRUE
008636     ELSE
008637         SET AUDIT-ACTION-LISTED TO TRUE
008638     END-IF
008639     MOVE NAME TO AUDIT-BEFORE-NAME
008640     MOVE PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
008641     MOVE NAME TO AUDIT-AFTER-NAME
008642     MOVE PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
008643     MOVE SPACES TO AUDIT-MOVEMENT
008644     PERFORM STAMP-AUDIT-RECORD-PROCEDURE.
008645
008646 NUMBER-MENU-PROCEDURE.
008647     DISPLAY "Enter surname of person."
008648     ACCEPT WS-LASTNAME
008649     DISPLAY "Enter first name of person."
008650     ACCEPT WS-FIRSTNAME
008651     MOVE WS-LASTNAME TO LASTNAME
008652     MOVE WS-FIRSTNAME TO FIRSTNAME
008653     READ BOOK
008654         INVALID KEY
008655             DISPLAY "Entry not found."
008656         NOT INVALID KEY
008657             PERFORM NUMBER-ACTION-PROCEDURE
008658     END-READ.
008659
008660 NUMBER-ACTION-PROCEDURE.
008670     DISPLAY "Number action - (A)dd (R)etire or (L)ist?"
008680     ACCEPT WS-NUMBER-ACTION
009610     MOVE ZERO TO AUDIT-BEFORE-PHONENUMBER
009620     MOVE PN-NAME TO AUDIT-AFTER-NAME
009630     MOVE PN-PHONENUMBER TO AUDIT-AFTER-PHONENUMBER
009631     MOVE SPACES TO AUDIT-MOVEMENT
009640     PERFORM STAMP-AUDIT-RECORD-PROCEDURE.
009650
009660 WRITE-AUDIT-FOR-NUMBER-RETIRE.
009690     MOVE PN-PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER
009700     MOVE SPACES TO AUDIT-AFTER-NAME
009710     MOVE ZERO TO AUDIT-AFTER-PHONENUMBER
009711     MOVE SPACES TO AUDIT-MOVEMENT
009720     PERFORM STAMP-AUDIT-RECORD-PROCEDURE.
009730
009740 STAMP-LAST-CHANGED-PROCEDURE.
009790     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
009800     ACCEPT AUDIT-TIME FROM TIME
009810     WRITE AUDIT-RECORD.
009811
009812 WRITE-ACCESS-RETURNED-PROCEDURE.
009813     ADD 1 TO WS-ACCESS-RETURNED-COUNT
009814     SET ACC-EVENT-RETURNED TO TRUE
009815     MOVE NAME TO ACC-RETURNED-NAME
009816     PERFORM WRITE-ACCESS-EVENT-PROCEDURE.
009817
009818 WRITE-ACCESS-EVENT-PROCEDURE.
009819     MOVE WS-OPERATOR-ID TO ACC-OPERATOR-ID
009820     MOVE WS-OPERATOR-AUTHORITY TO ACC-AUTHORITY
009821     MOVE WS-JOB-NAME TO ACC-PROGRAM
009822     ACCEPT ACC-DATE FROM DATE YYYYMMDD
009823     ACCEPT ACC-TIME FROM TIME
009824     IF ACC-EVENT-SIGN-ON OR ACC-EVENT-SIGN-OFF
009825         MOVE SPACE TO ACC-SEARCH-TYPE
009826         MOVE SPACES TO ACC-SEARCH-VALUE
009827         MOVE ZERO TO ACC-RETURNED-COUNT
009828     ELSE
009829         MOVE WS-ACCESS-SEARCH-TYPE TO ACC-SEARCH-TYPE
009830         MOVE WS-ACCESS-SEARCH-VALUE TO ACC-SEARCH-VALUE
009831         MOVE WS-ACCESS-RETURNED-COUNT TO ACC-RETURNED-COUNT
009832     END-IF
009833     IF NOT ACC-EVENT-RETURNED
009834         MOVE SPACES TO ACC-RETURNED-NAME
009835     END-IF
009836     WRITE ACCESS-RECORD.
009837
009838
009840 ACQUIRE-RUN-CONTROL-PROCEDURE.
009850     OPEN I-O RUN-CONTROL-FILE
009860     IF RC-FS = 35
