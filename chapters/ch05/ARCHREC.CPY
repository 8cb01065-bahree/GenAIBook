      *                  copy.  Run ARCHCONV.CBL once to rebuild an
      *                  existing sequential archive (rename it to
      *                  ARCHBOOK.OLD first).
      * 2026-10-05  RJH  Added ARCH-MANAGER-NAME to follow the new
      *                  BOOK-MANAGER-NAME on the master, so an
      *                  archived entry keeps its reporting line and
      *                  a rehire pulled back by ARCHREST gets it back.
      * 2026-10-07  RJH  Added ARCH-CONFIDENTIAL-FLAG, -SET-BY and -DATE
      *                  to follow the master, so an unlisted entry that
      *                  is archived and pulled back stays unlisted.
      * 2026-10-10  RJH  Added ARCH-WORKER-TYPE, -CONTRACT-END-DATE and
      *                  -SPONSOR-NAME to follow the master.
      * 2026-10-14  RJH  Added ARCH-LOCATION to follow the master.
      ******************************************************************
       01  ARCHIVE-RECORD.
           02  ARCH-ARCHIVE-DATE       PIC 9(08).
           02  ARCH-EMAIL-ADDRESS      PIC X(30).
           02  ARCH-STATUS-FLAG        PIC X(01).
           02  ARCH-LAST-CHANGED-DATE  PIC 9(08).
           02  ARCH-MANAGER-NAME.
               03  ARCH-MANAGER-LASTNAME PIC X(10).
               03  ARCH-MANAGER-FIRSTNAME PIC X(10).
           02  ARCH-CONFIDENTIAL-FLAG  PIC X(01).
           02  ARCH-CONFIDENTIAL-SET-BY PIC X(08).
           02  ARCH-CONFIDENTIAL-DATE  PIC 9(08).
           02  ARCH-WORKER-TYPE        PIC X(01).
           02  ARCH-CONTRACT-END-DATE  PIC 9(08).
           02  ARCH-SPONSOR-NAME.
               03  ARCH-SPONSOR-LASTNAME PIC X(10).
               03  ARCH-SPONSOR-FIRSTNAME PIC X(10).
           02  ARCH-LOCATION.
               03  ARCH-LOC-SITE       PIC X(04).
               03  ARCH-LOC-BUILDING   PIC X(04).
               03  ARCH-LOC-FLOOR      PIC X(03).
