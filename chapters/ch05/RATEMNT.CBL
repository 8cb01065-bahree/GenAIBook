000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 13 October 2026
000050* Purpose: Maintains CHGRATE.DAT, the rate table the monthly
000060*          CHGBACK.CBL run bills departments from.  A small menu
000070*          lets the operator set the monthly charge and ledger
000080*          account for a number type (P primary, D desk, M mobile,
000090*          F fax), remove a rate, and list the table.  The charge
000100*          is keyed in cents so no decimal point has to be typed.
000110******************************************************************
000120* Modification History
000130* ----------------------------------------------------------------
000140* 2026-10-13  RJH  Original version.
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. RATEMNT.
000180 AUTHOR R J HANLON.
000190 DATE-WRITTEN. 13 OCTOBER 2026.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT RATE-FILE ASSIGN TO "CHGRATE.DAT"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS RATE-NUMBER-TYPE
000270         FILE STATUS IS RATE-FS.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  RATE-FILE.
000310 COPY "RATEREC.CPY".
000320 WORKING-STORAGE SECTION.
000330 01  RATE-FS                      PIC 99.
000340 01  WS-ACTION-CODE               PIC X.
000350 01  WS-EXIT-SWITCH               PIC X VALUE "N".
000360     88  WS-DONE                      VALUE "Y".
000370 01  WS-EOF-SWITCH                PIC X.
000380     88  WS-AT-EOF                    VALUE "Y".
000390 01  WS-RATE-COUNT                PIC 9(02).
000400 01  WS-ENTRY-TYPE                PIC X(01).
000410     88  WS-ENTRY-TYPE-VALID          VALUE "P" "D" "M" "F".
000420 01  WS-ENTRY-CHARGE              PIC X(07).
000430 01  WS-ENTRY-ACCOUNT             PIC X(10).
000440 01  WS-CHARGE-LEN                PIC 9(02).
000450 01  WS-TRAILING-SPACES           PIC 9(02).
000460 01  WS-CHARGE-CENTS              PIC 9(07).
000470 01  WS-CHARGE-SWITCH             PIC X.
000480     88  WS-CHARGE-VALID              VALUE "Y".
000490 01  WS-DISPLAY-CHARGE            PIC ZZ,ZZ9.99.
000500 PROCEDURE DIVISION.
000510 0000-MAINLINE.
000520     PERFORM 1000-OPEN-RATE-FILE
000530     PERFORM 2000-MENU
000540         UNTIL WS-DONE
000550     CLOSE RATE-FILE
000560     STOP RUN.
000570
000580 1000-OPEN-RATE-FILE.
000590     OPEN I-O RATE-FILE
000600     IF RATE-FS = 35
000610         OPEN OUTPUT RATE-FILE
000620         CLOSE RATE-FILE
000630         OPEN I-O RATE-FILE
000640     END-IF.
000650
000660 2000-MENU.
000670     DISPLAY SPACE
000680     DISPLAY "Chargeback rates - (S)et (D)el (L)ist e(X)it?"
000690     ACCEPT WS-ACTION-CODE
000700     EVALUATE WS-ACTION-CODE
000710         WHEN "S" PERFORM 2100-SET-RATE
000720         WHEN "D" PERFORM 2200-DELETE-RATE
000730         WHEN "L" PERFORM 2300-LIST-RATES
000740         WHEN "X" SET WS-DONE TO TRUE
000750         WHEN OTHER DISPLAY "Invalid selection."
000760     END-EVALUATE.
000770
000780 2100-SET-RATE.
000790     DISPLAY "Enter number type - (P)rimary (D)esk (M)obile"
000800     DISPLAY "(F)ax."
000810     ACCEPT WS-ENTRY-TYPE
000820     IF NOT WS-ENTRY-TYPE-VALID
000830         DISPLAY "Number type must be P, D, M or F"
000840             " - rate not set."
000850     ELSE
000860         DISPLAY "Enter monthly charge per line in cents"
000870         DISPLAY "(1850 for 18.50)."
000880         MOVE SPACES TO WS-ENTRY-CHARGE
000890         ACCEPT WS-ENTRY-CHARGE
000900         PERFORM 2110-CHECK-CHARGE
000910         IF WS-CHARGE-VALID
000920             DISPLAY "Enter ledger account for the charge."
000930             MOVE SPACES TO WS-ENTRY-ACCOUNT
000940             ACCEPT WS-ENTRY-ACCOUNT
000950             IF WS-ENTRY-ACCOUNT = SPACES
000960                 DISPLAY "Blank account - rate not set."
000970             ELSE
000980                 PERFORM 2120-WRITE-RATE
000990             END-IF
001000         END-IF
001010     END-IF.
001020
001030 2110-CHECK-CHARGE.
001040     MOVE "N" TO WS-CHARGE-SWITCH
001050     MOVE ZERO TO WS-TRAILING-SPACES
001060     INSPECT WS-ENTRY-CHARGE TALLYING WS-TRAILING-SPACES
001070         FOR TRAILING SPACES
001080     COMPUTE WS-CHARGE-LEN = 7 - WS-TRAILING-SPACES
001090     EVALUATE TRUE
001100         WHEN WS-CHARGE-LEN = ZERO
001110             DISPLAY "Blank charge - rate not set."
001120         WHEN WS-ENTRY-CHARGE (1:WS-CHARGE-LEN) NOT NUMERIC
001130             DISPLAY "Charge must be all digits - rate not set."
001140         WHEN OTHER
001150             MOVE WS-ENTRY-CHARGE (1:WS-CHARGE-LEN)
001160                 TO WS-CHARGE-CENTS
001170             SET WS-CHARGE-VALID TO TRUE
001180     END-EVALUATE.
001190
001200 2120-WRITE-RATE.
001210     MOVE WS-ENTRY-TYPE TO RATE-NUMBER-TYPE
001220     EVALUATE WS-ENTRY-TYPE
001230         WHEN "P" MOVE "PRIMARY LINE" TO RATE-DESCRIPTION
001240         WHEN "D" MOVE "DESK LINE" TO RATE-DESCRIPTION
001250         WHEN "M" MOVE "MOBILE LINE" TO RATE-DESCRIPTION
001260         WHEN "F" MOVE "FAX LINE" TO RATE-DESCRIPTION
001270     END-EVALUATE
001280     COMPUTE RATE-MONTHLY-CHARGE = WS-CHARGE-CENTS / 100
001290     MOVE WS-ENTRY-ACCOUNT TO RATE-GL-ACCOUNT
001300     ACCEPT RATE-CHANGED-DATE FROM DATE YYYYMMDD
001310     WRITE RATE-RECORD
001320         INVALID KEY
001330             REWRITE RATE-RECORD
001340             DISPLAY "Rate changed."
001350         NOT INVALID KEY
001360             DISPLAY "Rate added."
001370     END-WRITE.
001380
001390 2200-DELETE-RATE.
001400     DISPLAY "Enter number type of the rate to remove."
001410     ACCEPT WS-ENTRY-TYPE
001420     MOVE WS-ENTRY-TYPE TO RATE-NUMBER-TYPE
001430     DELETE RATE-FILE
001440         INVALID KEY
001450             DISPLAY "Rate not on file."
001460         NOT INVALID KEY
001470             DISPLAY "Rate removed."
001480     END-DELETE.
001490
001500 2300-LIST-RATES.
001510     MOVE ZERO TO WS-RATE-COUNT
001520     MOVE LOW-VALUES TO RATE-NUMBER-TYPE
001530     START RATE-FILE KEY IS NOT LESS THAN RATE-NUMBER-TYPE
001540         INVALID KEY
001550             DISPLAY "No rates on file."
001560         NOT INVALID KEY
001570             PERFORM 2310-LIST-ALL-RATES
001580     END-START.
001590
001600 2310-LIST-ALL-RATES.
001610     MOVE "N" TO WS-EOF-SWITCH
001620     PERFORM 2320-READ-NEXT-RATE
001630     PERFORM 2330-DISPLAY-ONE-RATE
001640         UNTIL WS-AT-EOF
001650     DISPLAY WS-RATE-COUNT " rates on file.".
001660
001670 2320-READ-NEXT-RATE.
001680     READ RATE-FILE NEXT RECORD
001690         AT END SET WS-AT-EOF TO TRUE
001700     END-READ.
001710
001720 2330-DISPLAY-ONE-RATE.
001730     MOVE RATE-MONTHLY-CHARGE TO WS-DISPLAY-CHARGE
001740     DISPLAY "  " RATE-NUMBER-TYPE "  " RATE-DESCRIPTION
001750         WS-DISPLAY-CHARGE "  account " RATE-GL-ACCOUNT
001760         "  changed " RATE-CHANGED-DATE
001770     ADD 1 TO WS-RATE-COUNT
001780     PERFORM 2320-READ-NEXT-RATE.
001790
001800 END PROGRAM RATEMNT.
