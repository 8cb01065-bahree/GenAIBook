000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 9 October 2026
000050* Purpose: Maintains SUSPENSE.DAT, the common suspense file that
000060*          BATCHADD, BATCHMNT and PENDREL write every rejected
000070*          transaction to.  A rejected transaction used to be a
000080*          line on a report that somebody had to notice, rekey
000090*          and chase; now it waits here until it is dealt with.
000100*          A small menu lets the operator list the outstanding
000110*          items, correct one - the original image is shown, then
000120*          each field of the change in MAINT.TRN form, blank or
000130*          zero keeping the value already there - or cancel an
000140*          item that should not be applied at all.  A corrected
000150*          item is queued (status C) and fed back through the
000160*          next night's BATCHMNT run, which marks it resubmitted;
000170*          a cancelled item is closed (status X) on the spot.
000180******************************************************************
000190* Modification History
000200* ----------------------------------------------------------------
000210* 2026-10-09  RJH  Original version.
000211* 2026-10-10  RJH  Worker type, contract end date and sponsor
000212*                  are shown with the item and can be corrected
000213*                  like the other MAINT.TRN columns.
000214* 2026-10-14  RJH  Location is shown with the item and can be
000215*                  corrected like the other MAINT.TRN columns.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. SUSPMNT.
000250 AUTHOR R J HANLON.
000260 DATE-WRITTEN. 9 OCTOBER 2026.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS SUSP-NUMBER
000340         FILE STATUS IS SUSP-FS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  SUSPENSE-FILE.
000380 COPY "SUSPREC.CPY".
000390 WORKING-STORAGE SECTION.
000400 01  SUSP-FS                      PIC 99.
000410 01  WS-ACTION-CODE               PIC X.
000420 01  WS-EXIT-SWITCH               PIC X VALUE "N".
000430     88  WS-DONE                      VALUE "Y".
000440 01  WS-EOF-SWITCH                PIC X.
000450     88  WS-AT-EOF                    VALUE "Y".
000460 01  WS-OUTSTANDING-COUNT         PIC 9(05).
000470 01  WS-OPERATOR-ID               PIC X(08).
000480 01  WS-ITEM-NUMBER               PIC 9(06).
000490 01  WS-CONFIRM                   PIC X.
000500 01  WS-STATUS-NAME               PIC X(09).
000510 01  WS-ENTRY-ACTION              PIC X(01).
000520 01  WS-ENTRY-LASTNAME            PIC X(10).
000530 01  WS-ENTRY-FIRSTNAME           PIC X(10).
000540 01  WS-ENTRY-PREFIX              PIC 9(05).
000550 01  WS-ENTRY-RESTOFNUMBER        PIC 9(07).
000560 01  WS-ENTRY-DEPARTMENT          PIC X(15).
000570 01  WS-ENTRY-EXTENSION           PIC X(05).
000580 01  WS-ENTRY-EMAIL-ADDRESS       PIC X(30).
000590 01  WS-ENTRY-STATUS-FLAG         PIC X(01).
000600 01  WS-ENTRY-NUMBER-TYPE         PIC X(01).
000610 01  WS-ENTRY-MANAGER-LASTNAME    PIC X(10).
000620 01  WS-ENTRY-MANAGER-FIRSTNAME   PIC X(10).
000630 01  WS-ENTRY-CONFIDENTIAL-FLAG   PIC X(01).
000631 01  WS-ENTRY-WORKER-TYPE         PIC X(01).
000632 01  WS-ENTRY-CONTRACT-END-DATE   PIC X(08).
000633 01  WS-ENTRY-SPONSOR-LASTNAME    PIC X(10).
000634 01  WS-ENTRY-SPONSOR-FIRSTNAME   PIC X(10).
000635 01  WS-ENTRY-LOCATION.
000636     02  WS-ENTRY-LOC-SITE        PIC X(04).
000637     02  WS-ENTRY-LOC-BUILDING    PIC X(04).
000638     02  WS-ENTRY-LOC-FLOOR       PIC X(03).
000640 PROCEDURE DIVISION.
000650 0000-MAINLINE.
000660     DISPLAY "Enter your operator ID."
000670     ACCEPT WS-OPERATOR-ID
000680     PERFORM 1000-OPEN-SUSPENSE-FILE
000690     PERFORM 2000-MENU
000700         UNTIL WS-DONE
000710     CLOSE SUSPENSE-FILE
000720     STOP RUN.
000730
000740 1000-OPEN-SUSPENSE-FILE.
000750     OPEN I-O SUSPENSE-FILE
000760     IF SUSP-FS = 35
000770         OPEN OUTPUT SUSPENSE-FILE
000780         CLOSE SUSPENSE-FILE
000790         OPEN I-O SUSPENSE-FILE
000800     END-IF.
000810
000820 2000-MENU.
000830     DISPLAY SPACE
000840     DISPLAY "Suspense - (L)ist (C)orrect ca(N)cel e(X)it?"
000850     ACCEPT WS-ACTION-CODE
000860     EVALUATE WS-ACTION-CODE
000870         WHEN "L" PERFORM 2100-LIST-OUTSTANDING-ITEMS
000880         WHEN "C" PERFORM 2200-CORRECT-SUSPENSE-ITEM
000890         WHEN "N" PERFORM 2300-CANCEL-SUSPENSE-ITEM
000900         WHEN "X" SET WS-DONE TO TRUE
000910         WHEN OTHER DISPLAY "Invalid selection."
000920     END-EVALUATE.
000930
000940 2100-LIST-OUTSTANDING-ITEMS.
000950     MOVE ZERO TO WS-OUTSTANDING-COUNT
000960     MOVE ZERO TO SUSP-NUMBER
000970     START SUSPENSE-FILE KEY IS GREATER THAN SUSP-NUMBER
000980         INVALID KEY
000990             DISPLAY "No suspense items on file."
001000         NOT INVALID KEY
001010             PERFORM 2110-LIST-ALL-SUSPENSE-ITEMS
001020     END-START.
001030
001040 2110-LIST-ALL-SUSPENSE-ITEMS.
001050     MOVE "N" TO WS-EOF-SWITCH
001060     PERFORM 2120-READ-NEXT-SUSPENSE-ITEM
001070     PERFORM 2130-DISPLAY-ONE-SUSPENSE-ITEM
001080         UNTIL WS-AT-EOF
001090     DISPLAY WS-OUTSTANDING-COUNT " suspense items outstanding.".
001100
001110 2120-READ-NEXT-SUSPENSE-ITEM.
001120     READ SUSPENSE-FILE NEXT RECORD
001130         AT END SET WS-AT-EOF TO TRUE
001140     END-READ.
001150
001160 2130-DISPLAY-ONE-SUSPENSE-ITEM.
001170     IF SUSP-OUTSTANDING
001180         PERFORM 2900-NAME-THE-STATUS
001190         DISPLAY "  " SUSP-NUMBER "  " SUSP-ORIGINAL-DATE "  "
001200             SUSP-ORIGIN-JOB "  " SUSP-RS-ACTION-CODE "  "
001210             SUSP-RS-LASTNAME " " SUSP-RS-FIRSTNAME "  "
001220             SUSP-REASON "  " WS-STATUS-NAME
001230         ADD 1 TO WS-OUTSTANDING-COUNT
001240     END-IF
001250     PERFORM 2120-READ-NEXT-SUSPENSE-ITEM.
001260
001270 2200-CORRECT-SUSPENSE-ITEM.
001280     PERFORM 2800-READ-CHOSEN-ITEM
001290     IF WS-CONFIRM = "Y"
001300         PERFORM 2210-ACCEPT-CORRECTIONS
001310         DISPLAY "Queue the corrected transaction for the next"
001320             " BATCHMNT run (Y/N)?"
001330         ACCEPT WS-CONFIRM
001340         IF WS-CONFIRM = "Y"
001350             PERFORM 2220-QUEUE-CORRECTED-ITEM
001360         ELSE
001370             DISPLAY "Item left as it was."
001380         END-IF
001390     END-IF.
001400
001410 2210-ACCEPT-CORRECTIONS.
001420     DISPLAY "Enter the corrections - blank (or zero) keeps"
001430         " the value shown."
001440     DISPLAY "Action - (A)dd (U)pdate (T)erminate (R)eactivate"
001450     DISPLAY "         (N)umber add or number retire (X)"
001460     ACCEPT WS-ENTRY-ACTION
001470     DISPLAY "Enter surname."
001480     ACCEPT WS-ENTRY-LASTNAME
001490     DISPLAY "Enter first name."
001500     ACCEPT WS-ENTRY-FIRSTNAME
001510     DISPLAY "Enter Phone Number Prefix."
001520     ACCEPT WS-ENTRY-PREFIX
001530     DISPLAY "Enter rest of phone number."
001540     ACCEPT WS-ENTRY-RESTOFNUMBER
001550     DISPLAY "Enter Department."
001560     ACCEPT WS-ENTRY-DEPARTMENT
001570     DISPLAY "Enter Extension."
001580     ACCEPT WS-ENTRY-EXTENSION
001590     DISPLAY "Enter Email Address."
001600     ACCEPT WS-ENTRY-EMAIL-ADDRESS
001610     DISPLAY "Status - (A)ctive (I)nactive."
001620     ACCEPT WS-ENTRY-STATUS-FLAG
001630     DISPLAY "Number type - (D)esk (M)obile (F)ax."
001640     ACCEPT WS-ENTRY-NUMBER-TYPE
001650     DISPLAY "Enter manager's surname (* = none)."
001660     ACCEPT WS-ENTRY-MANAGER-LASTNAME
001670     DISPLAY "Enter manager's first name."
001680     ACCEPT WS-ENTRY-MANAGER-FIRSTNAME
001690     DISPLAY "Confidential - (Y)es (N)o."
001700     ACCEPT WS-ENTRY-CONFIDENTIAL-FLAG
001701     DISPLAY "Worker type - (E)mployee (C)ontractor (T)emp."
001702     ACCEPT WS-ENTRY-WORKER-TYPE
001703     DISPLAY "Enter contract end date (YYYYMMDD)."
001704     ACCEPT WS-ENTRY-CONTRACT-END-DATE
001705     DISPLAY "Enter sponsor's surname (* = none)."
001706     ACCEPT WS-ENTRY-SPONSOR-LASTNAME
001707     DISPLAY "Enter sponsor's first name."
001708     ACCEPT WS-ENTRY-SPONSOR-FIRSTNAME
001709     DISPLAY "Enter location site (* = none)."
001710     ACCEPT WS-ENTRY-LOC-SITE
001711     DISPLAY "Enter location building."
001712     ACCEPT WS-ENTRY-LOC-BUILDING
001713     DISPLAY "Enter location floor."
001714     ACCEPT WS-ENTRY-LOC-FLOOR
001715     PERFORM 2211-APPLY-CORRECTIONS.
001720
001730 2211-APPLY-CORRECTIONS.
001740     IF WS-ENTRY-ACTION NOT = SPACE
001750         MOVE WS-ENTRY-ACTION TO SUSP-RS-ACTION-CODE
001760     END-IF
001770     IF WS-ENTRY-LASTNAME NOT = SPACES
001780         MOVE WS-ENTRY-LASTNAME TO SUSP-RS-LASTNAME
001790     END-IF
001800     IF WS-ENTRY-FIRSTNAME NOT = SPACES
001810         MOVE WS-ENTRY-FIRSTNAME TO SUSP-RS-FIRSTNAME
001820     END-IF
001830     IF WS-ENTRY-PREFIX NOT = ZERO
001840         MOVE WS-ENTRY-PREFIX TO SUSP-RS-PREFIX
001850     END-IF
001860     IF WS-ENTRY-RESTOFNUMBER NOT = ZERO
001870         MOVE WS-ENTRY-RESTOFNUMBER TO SUSP-RS-RESTOFNUMBER
001880     END-IF
001890     IF WS-ENTRY-DEPARTMENT NOT = SPACES
001900         MOVE WS-ENTRY-DEPARTMENT TO SUSP-RS-DEPARTMENT
001910     END-IF
001920     IF WS-ENTRY-EXTENSION NOT = SPACES
001930         MOVE WS-ENTRY-EXTENSION TO SUSP-RS-EXTENSION
001940     END-IF
001950     IF WS-ENTRY-EMAIL-ADDRESS NOT = SPACES
001960         MOVE WS-ENTRY-EMAIL-ADDRESS TO SUSP-RS-EMAIL-ADDRESS
001970     END-IF
001980     IF WS-ENTRY-STATUS-FLAG NOT = SPACE
001990         MOVE WS-ENTRY-STATUS-FLAG TO SUSP-RS-STATUS-FLAG
002000     END-IF
002010     IF WS-ENTRY-NUMBER-TYPE NOT = SPACE
002020         MOVE WS-ENTRY-NUMBER-TYPE TO SUSP-RS-NUMBER-TYPE
002030     END-IF
002040     IF WS-ENTRY-MANAGER-LASTNAME NOT = SPACES
002050         MOVE WS-ENTRY-MANAGER-LASTNAME
002060             TO SUSP-RS-MANAGER-LASTNAME
002070     END-IF
002080     IF WS-ENTRY-MANAGER-FIRSTNAME NOT = SPACES
002090         MOVE WS-ENTRY-MANAGER-FIRSTNAME
002100             TO SUSP-RS-MANAGER-FIRSTNAME
002110     END-IF
002120     IF WS-ENTRY-CONFIDENTIAL-FLAG NOT = SPACE
002130         MOVE WS-ENTRY-CONFIDENTIAL-FLAG
002140             TO SUSP-RS-CONFIDENTIAL-FLAG
002141     END-IF
002142     IF WS-ENTRY-WORKER-TYPE NOT = SPACE
002143         MOVE WS-ENTRY-WORKER-TYPE TO SUSP-RS-WORKER-TYPE
002144     END-IF
002145     IF WS-ENTRY-CONTRACT-END-DATE NOT = SPACES
002146         MOVE WS-ENTRY-CONTRACT-END-DATE
002147             TO SUSP-RS-CONTRACT-END-DATE
002148     END-IF
002149     IF WS-ENTRY-SPONSOR-LASTNAME NOT = SPACES
002150         MOVE WS-ENTRY-SPONSOR-LASTNAME
002151             TO SUSP-RS-SPONSOR-LASTNAME
002152     END-IF
002153     IF WS-ENTRY-SPONSOR-FIRSTNAME NOT = SPACES
002154         MOVE WS-ENTRY-SPONSOR-FIRSTNAME
002155             TO SUSP-RS-SPONSOR-FIRSTNAME
002156     END-IF
002157     IF WS-ENTRY-LOC-SITE NOT = SPACES
002158         MOVE WS-ENTRY-LOCATION TO SUSP-RS-LOCATION
002159     END-IF.
002160
002170 2220-QUEUE-CORRECTED-ITEM.
002180     SET SUSP-CORRECTED TO TRUE
002190     ACCEPT SUSP-STATUS-DATE FROM DATE YYYYMMDD
002200     MOVE WS-OPERATOR-ID TO SUSP-STATUS-BY
002210     REWRITE SUSPENSE-RECORD
002220         INVALID KEY
002230             DISPLAY "Rewrite failed - item not queued."
002240         NOT INVALID KEY
002250             DISPLAY "Item " SUSP-NUMBER " queued for the next"
002260                 " BATCHMNT run."
002270     END-REWRITE.
002280
002290 2300-CANCEL-SUSPENSE-ITEM.
002300     PERFORM 2800-READ-CHOSEN-ITEM
002310     IF WS-CONFIRM = "Y"
002320         DISPLAY "Cancel this item - it will not be applied"
002330             " (Y/N)?"
002340         ACCEPT WS-CONFIRM
002350         IF WS-CONFIRM = "Y"
002360             PERFORM 2310-CLOSE-CANCELLED-ITEM
002370         ELSE
002380             DISPLAY "Item left as it was."
002390         END-IF
002400     END-IF.
002410
002420 2310-CLOSE-CANCELLED-ITEM.
002430     SET SUSP-CANCELLED TO TRUE
002440     ACCEPT SUSP-STATUS-DATE FROM DATE YYYYMMDD
002450     MOVE WS-OPERATOR-ID TO SUSP-STATUS-BY
002460     REWRITE SUSPENSE-RECORD
002470         INVALID KEY
002480             DISPLAY "Rewrite failed - item not cancelled."
002490         NOT INVALID KEY
002500             DISPLAY "Item " SUSP-NUMBER " cancelled."
002510     END-REWRITE.
002520
002530 2800-READ-CHOSEN-ITEM.
002540     MOVE "N" TO WS-CONFIRM
002550     DISPLAY "Enter suspense item number."
002560     ACCEPT WS-ITEM-NUMBER
002570     IF WS-ITEM-NUMBER = ZERO
002580         DISPLAY "No suspense item matches."
002590     ELSE
002600         MOVE WS-ITEM-NUMBER TO SUSP-NUMBER
002610         READ SUSPENSE-FILE
002620             INVALID KEY
002630                 DISPLAY "No suspense item matches."
002640             NOT INVALID KEY
002650                 PERFORM 2810-SHOW-CHOSEN-ITEM
002660         END-READ
002670     END-IF.
002680
002690 2810-SHOW-CHOSEN-ITEM.
002700     PERFORM 2900-NAME-THE-STATUS
002710     DISPLAY "Item " SUSP-NUMBER " from " SUSP-ORIGIN-JOB
002720         " suspended " SUSP-DATE " - " SUSP-REASON
002730     IF SUSP-PRIOR-NUMBER NOT = ZERO
002740         DISPLAY "Resubmission of item " SUSP-PRIOR-NUMBER
002750             ", first suspended " SUSP-ORIGINAL-DATE
002760     END-IF
002770     DISPLAY "Status " WS-STATUS-NAME " since " SUSP-STATUS-DATE
002780         " by " SUSP-STATUS-BY
002790     DISPLAY "Original transaction:"
002800     DISPLAY SUSP-ORIGINAL-IMAGE
002810     DISPLAY "As it will be resubmitted:"
002820     DISPLAY "  Action " SUSP-RS-ACTION-CODE "  Name "
002830         SUSP-RS-LASTNAME " " SUSP-RS-FIRSTNAME
002840     DISPLAY "  Phone " SUSP-RS-PREFIX " " SUSP-RS-RESTOFNUMBER
002850         "  Department " SUSP-RS-DEPARTMENT
002860         "  Extension " SUSP-RS-EXTENSION
002870     DISPLAY "  Email " SUSP-RS-EMAIL-ADDRESS
002880         "  Status " SUSP-RS-STATUS-FLAG
002890         "  Number type " SUSP-RS-NUMBER-TYPE
002900     DISPLAY "  Manager " SUSP-RS-MANAGER-LASTNAME " "
002910         SUSP-RS-MANAGER-FIRSTNAME
002920         "  Confidential " SUSP-RS-CONFIDENTIAL-FLAG
002921     DISPLAY "  Worker type " SUSP-RS-WORKER-TYPE
002922         "  Contract ends " SUSP-RS-CONTRACT-END-DATE
002923         "  Sponsor " SUSP-RS-SPONSOR-LASTNAME " "
002924         SUSP-RS-SPONSOR-FIRSTNAME
002925     DISPLAY "  Location " SUSP-RS-LOC-SITE " "
002926         SUSP-RS-LOC-BUILDING " " SUSP-RS-LOC-FLOOR
002930     IF SUSP-CLEARED
002940         DISPLAY "Item already cleared - nothing to do."
002950     ELSE
002960         MOVE "Y" TO WS-CONFIRM
002970     END-IF.
002980
002990 2900-NAME-THE-STATUS.
003000     EVALUATE TRUE
003010         WHEN SUSP-OPEN MOVE "OPEN" TO WS-STATUS-NAME
003020         WHEN SUSP-CORRECTED MOVE "CORRECTED" TO WS-STATUS-NAME
003030         WHEN SUSP-RESUBMITTED MOVE "RESUBMIT" TO WS-STATUS-NAME
003040         WHEN SUSP-CANCELLED MOVE "CANCELLED" TO WS-STATUS-NAME
003050         WHEN OTHER MOVE "UNKNOWN" TO WS-STATUS-NAME
003060     END-EVALUATE.
003070
003080 END PROGRAM SUSPMNT.
