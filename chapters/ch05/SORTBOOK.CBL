000520*                  refuses, releases its claim so BOOKREST can
000530*                  run, and directs the operator to restore
000540*                  first.
000541* 2026-10-05  RJH  Carry BOOK-MANAGER-NAME through the rebuild,
000542*                  now that BOOKENTRY carries the reporting line.
000543* 2026-10-07  RJH  Carry the confidential flag, set-by and date
000544*                  through the rebuild.
000545* 2026-10-10  RJH  Carry the worker type, contract end date and
000546*                  sponsor through the rebuild.
000547* 2026-10-14  RJH  Carry the location through the rebuild.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. SORTBOOK.
000960     02  SW-EMAIL-ADDRESS         PIC X(30).
000970     02  SW-BOOK-STATUS-FLAG      PIC X(01).
000980     02  SW-LAST-CHANGED-DATE     PIC 9(08).
000981     02  SW-MANAGER-NAME          PIC X(20).
000982     02  SW-CONFIDENTIAL-FLAG     PIC X(01).
000983     02  SW-CONFIDENTIAL-SET-BY   PIC X(08).
000984     02  SW-CONFIDENTIAL-DATE     PIC 9(08).
000985     02  SW-WORKER-TYPE           PIC X(01).
000986     02  SW-CONTRACT-END-DATE     PIC 9(08).
000987     02  SW-SPONSOR-NAME          PIC X(20).
000988     02  SW-LOCATION              PIC X(11).
000990 WORKING-STORAGE SECTION.
001000 01  FS                           PIC 99.
001010 01  CTL-FS                       PIC 99.
001790     MOVE EMAIL-ADDRESS TO SW-EMAIL-ADDRESS
001800     MOVE BOOK-STATUS-FLAG TO SW-BOOK-STATUS-FLAG
001810     MOVE BOOK-LAST-CHANGED-DATE TO SW-LAST-CHANGED-DATE
001811     MOVE BOOK-MANAGER-NAME TO SW-MANAGER-NAME
001812     MOVE BOOK-CONFIDENTIAL-FLAG TO SW-CONFIDENTIAL-FLAG
001813     MOVE BOOK-CONFIDENTIAL-SET-BY TO SW-CONFIDENTIAL-SET-BY
001814     MOVE BOOK-CONFIDENTIAL-DATE TO SW-CONFIDENTIAL-DATE
001815     MOVE BOOK-WORKER-TYPE TO SW-WORKER-TYPE
001816     MOVE BOOK-CONTRACT-END-DATE TO SW-CONTRACT-END-DATE
001817     MOVE BOOK-SPONSOR-NAME TO SW-SPONSOR-NAME
001818     MOVE BOOK-LOCATION TO SW-LOCATION
001820     RELEASE SW-RECORD
001830     READ BOOK NEXT RECORD
001840         AT END MOVE "Y" TO WS-EOF-SWITCH
002050     MOVE SW-EMAIL-ADDRESS TO EMAIL-ADDRESS
002060     MOVE SW-BOOK-STATUS-FLAG TO BOOK-STATUS-FLAG
002070     MOVE SW-LAST-CHANGED-DATE TO BOOK-LAST-CHANGED-DATE
002071     MOVE SW-MANAGER-NAME TO BOOK-MANAGER-NAME
002072     MOVE SW-CONFIDENTIAL-FLAG TO BOOK-CONFIDENTIAL-FLAG
002073     MOVE SW-CONFIDENTIAL-SET-BY TO BOOK-CONFIDENTIAL-SET-BY
002074     MOVE SW-CONFIDENTIAL-DATE TO BOOK-CONFIDENTIAL-DATE
002075     MOVE SW-WORKER-TYPE TO BOOK-WORKER-TYPE
002076     MOVE SW-CONTRACT-END-DATE TO BOOK-CONTRACT-END-DATE
002077     MOVE SW-SPONSOR-NAME TO BOOK-SPONSOR-NAME
002078     MOVE SW-LOCATION TO BOOK-LOCATION
002080     WRITE BOOKENTRY
002090     ADD 1 TO WS-ENTRY-COUNT
002100     RETURN SORT-WORK-FILE
