000010******************************************************************
000020* Author: R. J. Hanlon
000030* Installation: Corporate Systems
000040* Date-Written: 14 October 2026
000050* Purpose: Maintains LOCREF.DAT, the location reference file of
000060*          sites, buildings and floors that directory entries are
000070*          assigned to and that EDITCHK.CBL validates them
000080*          against.
000090*          A small menu lets the operator add a floor when space
000100*          is taken on, remove one that has been given up, name
000110*          the floor's designated fire wardens, and list
000120*          everything on file.  EVACROST.CBL prints the evacuation
000130*          roster floor by floor from this file.
000140******************************************************************
000150* Modification History
000160* ----------------------------------------------------------------
000170* 2026-10-14  RJH  Original version.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOCMNT.
000210 AUTHOR R J HANLON.
000220 DATE-WRITTEN. 14 OCTOBER 2026.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT LOC-FILE ASSIGN TO "LOCREF.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS LOC-KEY
000300         FILE STATUS IS LOC-FS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  LOC-FILE.
000340 COPY "LOCREC.CPY".
000350 WORKING-STORAGE SECTION.
000360 01  LOC-FS                       PIC 99.
000370 01  WS-ACTION-CODE               PIC X.
000380 01  WS-EXIT-SWITCH               PIC X VALUE "N".
000390     88  WS-DONE                      VALUE "Y".
000400 01  WS-EOF-SWITCH                PIC X.
000410     88  WS-AT-EOF                    VALUE "Y".
000420 01  WS-LOC-COUNT                 PIC 9(04).
000430 01  WS-ENTRY-KEY.
000440     02  WS-ENTRY-SITE            PIC X(04).
000450     02  WS-ENTRY-BUILDING        PIC X(04).
000460     02  WS-ENTRY-FLOOR           PIC X(03).
000470 01  WS-ENTRY-DESCRIPTION         PIC X(30).
000480 01  WS-WARDEN-SUB                PIC 9(01).
000490 01  WS-NEW-WARDEN-NAME.
000500     02  WS-NEW-WARDEN-LASTNAME   PIC X(10).
000510         88  WS-NEW-WARDEN-CLEARED    VALUE "*".
000520     02  WS-NEW-WARDEN-FIRSTNAME  PIC X(10).
000530 PROCEDURE DIVISION.
000540 0000-MAINLINE.
000550     PERFORM 1000-OPEN-LOC-FILE
000560     PERFORM 2000-MENU
000570         UNTIL WS-DONE
000580     CLOSE LOC-FILE
000590     STOP RUN.
000600
000610 1000-OPEN-LOC-FILE.
000620     OPEN I-O LOC-FILE
000630     IF LOC-FS = 35
000640         OPEN OUTPUT LOC-FILE
000650         CLOSE LOC-FILE
000660         OPEN I-O LOC-FILE
000670     END-IF.
000680
000690 2000-MENU.
000700     DISPLAY SPACE
000710     DISPLAY "Location reference - (A)dd (D)el (W)ardens (L)ist"
000720         " e(X)it?"
000730     ACCEPT WS-ACTION-CODE
000740     EVALUATE WS-ACTION-CODE
000750         WHEN "A" PERFORM 2100-ADD-LOCATION
000760         WHEN "D" PERFORM 2200-DELETE-LOCATION
000770         WHEN "W" PERFORM 2400-SET-WARDENS
000780         WHEN "L" PERFORM 2300-LIST-LOCATIONS
000790         WHEN "X" SET WS-DONE TO TRUE
000800         WHEN OTHER DISPLAY "Invalid selection."
000810     END-EVALUATE.
000820
000830 2050-ACCEPT-LOCATION-KEY.
000840     MOVE SPACES TO WS-ENTRY-KEY
000850     DISPLAY "Enter site."
000860     ACCEPT WS-ENTRY-SITE
000870     DISPLAY "Enter building."
000880     ACCEPT WS-ENTRY-BUILDING
000890     DISPLAY "Enter floor."
000900     ACCEPT WS-ENTRY-FLOOR.
000910
000920 2100-ADD-LOCATION.
000930     PERFORM 2050-ACCEPT-LOCATION-KEY
000940     IF WS-ENTRY-SITE = SPACES OR WS-ENTRY-BUILDING = SPACES
000950             OR WS-ENTRY-FLOOR = SPACES
000960         DISPLAY "Site, building and floor are all needed"
000970             " - location not added."
000980     ELSE
000990         DISPLAY "Enter description of the floor."
001000         MOVE SPACES TO WS-ENTRY-DESCRIPTION
001010         ACCEPT WS-ENTRY-DESCRIPTION
001020         MOVE SPACES TO LOC-RECORD
001030         MOVE WS-ENTRY-KEY TO LOC-KEY
001040         MOVE WS-ENTRY-DESCRIPTION TO LOC-DESCRIPTION
001050         ACCEPT LOC-ADDED-DATE FROM DATE YYYYMMDD
001060         WRITE LOC-RECORD
001070             INVALID KEY
001080                 DISPLAY "Location already on file."
001090             NOT INVALID KEY
001100                 DISPLAY "Location added - use (W)ardens to name"
001110                     " its fire wardens."
001120         END-WRITE
001130     END-IF.
001140
001150 2200-DELETE-LOCATION.
001160     DISPLAY "Location to remove -"
001170     PERFORM 2050-ACCEPT-LOCATION-KEY
001180     MOVE WS-ENTRY-KEY TO LOC-KEY
001190     DELETE LOC-FILE
001200         INVALID KEY
001210             DISPLAY "Location not on file."
001220         NOT INVALID KEY
001230             DISPLAY "Location removed."
001240     END-DELETE.
001250
001260 2300-LIST-LOCATIONS.
001270     MOVE ZERO TO WS-LOC-COUNT
001280     MOVE LOW-VALUES TO LOC-KEY
001290     START LOC-FILE KEY IS NOT LESS THAN LOC-KEY
001300         INVALID KEY
001310             DISPLAY "No locations on file."
001320         NOT INVALID KEY
001330             PERFORM 2310-LIST-ALL-LOCATIONS
001340     END-START.
001350
001360 2310-LIST-ALL-LOCATIONS.
001370     MOVE "N" TO WS-EOF-SWITCH
001380     PERFORM 2320-READ-NEXT-LOCATION
001390     PERFORM 2330-DISPLAY-ONE-LOCATION
001400         UNTIL WS-AT-EOF
001410     DISPLAY WS-LOC-COUNT " locations on file.".
001420
001430 2320-READ-NEXT-LOCATION.
001440     READ LOC-FILE NEXT RECORD
001450         AT END SET WS-AT-EOF TO TRUE
001460     END-READ.
001470
001480 2330-DISPLAY-ONE-LOCATION.
001490     DISPLAY "  " LOC-SITE " " LOC-BUILDING " " LOC-FLOOR "  "
001500         LOC-DESCRIPTION "  added " LOC-ADDED-DATE
001510     IF LOC-WARDEN-NAMES = SPACES
001520         DISPLAY "      No fire warden named."
001530     ELSE
001540         PERFORM 2340-DISPLAY-ONE-WARDEN
001550             VARYING WS-WARDEN-SUB FROM 1 BY 1
001560             UNTIL WS-WARDEN-SUB GREATER THAN 3
001570     END-IF
001580     ADD 1 TO WS-LOC-COUNT
001590     PERFORM 2320-READ-NEXT-LOCATION.
001600
001610 2340-DISPLAY-ONE-WARDEN.
001620     IF LOC-WARDEN-NAME (WS-WARDEN-SUB) NOT = SPACES
001630         DISPLAY "      Warden "
001640             LOC-WARDEN-FIRSTNAME (WS-WARDEN-SUB) " "
001650             LOC-WARDEN-LASTNAME (WS-WARDEN-SUB)
001660     END-IF.
001670
001680 2400-SET-WARDENS.
001690     DISPLAY "Location whose wardens are to be set -"
001700     PERFORM 2050-ACCEPT-LOCATION-KEY
001710     MOVE WS-ENTRY-KEY TO LOC-KEY
001720     READ LOC-FILE
001730         INVALID KEY
001740             DISPLAY "Location not on file."
001750         NOT INVALID KEY
001760             PERFORM 2410-CHANGE-WARDENS
001770     END-READ.
001780
001790 2410-CHANGE-WARDENS.
001800     PERFORM 2420-CHANGE-ONE-WARDEN
001810         VARYING WS-WARDEN-SUB FROM 1 BY 1
001820         UNTIL WS-WARDEN-SUB GREATER THAN 3
001830     REWRITE LOC-RECORD
001840         INVALID KEY
001850             DISPLAY "Update failed."
001860         NOT INVALID KEY
001870             DISPLAY "Wardens updated."
001880     END-REWRITE.
001890
001900 2420-CHANGE-ONE-WARDEN.
001910     DISPLAY "Warden " WS-WARDEN-SUB " is now "
001920         LOC-WARDEN-FIRSTNAME (WS-WARDEN-SUB) " "
001930         LOC-WARDEN-LASTNAME (WS-WARDEN-SUB)
001940     DISPLAY "Enter warden's surname (blank = no change,"
001950         " * = none)"
001960     MOVE SPACES TO WS-NEW-WARDEN-NAME
001970     ACCEPT WS-NEW-WARDEN-LASTNAME
001980     IF WS-NEW-WARDEN-CLEARED
001990         MOVE SPACES TO LOC-WARDEN-NAME (WS-WARDEN-SUB)
002000     ELSE
002010         IF WS-NEW-WARDEN-LASTNAME NOT = SPACES
002020             DISPLAY "Enter warden's first name."
002030             ACCEPT WS-NEW-WARDEN-FIRSTNAME
002040             MOVE WS-NEW-WARDEN-NAME
002050                 TO LOC-WARDEN-NAME (WS-WARDEN-SUB)
002060         END-IF
002070     END-IF.
002080
002090 END PROGRAM LOCMNT.
