      *                  ARCHIVE job can tell how long an inactive
      *                  entry has been sitting in the master.  Zero
      *                  means the entry predates the stamp.
      * 2026-10-05  RJH  Added BOOK-MANAGER-NAME, the NAME of the entry
      *                  this person reports to, so the reporting line
      *                  is kept in the directory and ORGCHART.CBL can
      *                  print the tree.  Spaces means the person heads
      *                  a reporting line (or has not been linked yet).
      * 2026-10-07  RJH  Added BOOK-CONFIDENTIAL-FLAG, with the operator
      *                  who last set or cleared it and the date, for an
      *                  unlisted entry.  A confidential entry is left
      *                  out of (or masked in) every published listing
      *                  and export and is only shown to maintenance
      *                  operators; CONFRPT.CBL lists them for Security.
      * 2026-10-10  RJH  Added BOOK-WORKER-TYPE (E employee, C
      *                  contractor, T temp), BOOK-CONTRACT-END-DATE
      *                  and BOOK-SPONSOR-NAME, the NAME of the employee
      *                  who sponsors a contractor or temp.  Contract
      *                  workers are not on HR's extract, so HRCOMP
      *                  leaves them alone; CONTREXP.CBL marks them
      *                  inactive when the contract ends and warns the
      *                  sponsor beforehand.  Blank type is employee.
      * 2026-10-14  RJH  Added BOOK-LOCATION, the site, building and
      *                  floor where the person sits, validated against
      *                  the LOCREF.DAT location reference so the fire
      *                  wardens' evacuation roster (EVACROST.CBL) can
      *                  be printed floor by floor.  Spaces means no
      *                  location has been assigned yet.
      ******************************************************************
       01  BOOKENTRY.
           88  ENDOFFILE               VALUE HIGH-VALUES.
               88  ACTIVE-STATUS           VALUE "A".
               88  INACTIVE-STATUS         VALUE "I".
           02  BOOK-LAST-CHANGED-DATE  PIC 9(08).
           02  BOOK-MANAGER-NAME.
               03  BOOK-MANAGER-LASTNAME PIC X(10).
               03  BOOK-MANAGER-FIRSTNAME PIC X(10).
           02  BOOK-CONFIDENTIAL-FLAG  PIC X(01).
               88  CONFIDENTIAL-ENTRY      VALUE "Y".
               88  LISTED-ENTRY            VALUE "N" SPACE.
           02  BOOK-CONFIDENTIAL-SET-BY PIC X(08).
           02  BOOK-CONFIDENTIAL-DATE  PIC 9(08).
           02  BOOK-WORKER-TYPE        PIC X(01).
               88  EMPLOYEE-WORKER         VALUE "E" SPACE.
               88  CONTRACTOR-WORKER       VALUE "C".
               88  TEMP-WORKER             VALUE "T".
               88  CONTRACT-WORKER         VALUE "C" "T".
           02  BOOK-CONTRACT-END-DATE  PIC 9(08).
           02  BOOK-SPONSOR-NAME.
               03  BOOK-SPONSOR-LASTNAME PIC X(10).
               03  BOOK-SPONSOR-FIRSTNAME PIC X(10).
           02  BOOK-LOCATION.
               03  BOOK-LOC-SITE       PIC X(04).
               03  BOOK-LOC-BUILDING   PIC X(04).
               03  BOOK-LOC-FLOOR      PIC X(03).
