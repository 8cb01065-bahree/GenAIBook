      ******************************************************************
      * Copybook: ACCESREC.CPY
      * Purpose:  Record layout for ACCESSLOG.DAT, the inquiry access
      *           log - kept apart from AUDITLOG.DAT, which records
      *           changes.  The PHONEBOOK menu and ARCHINQ append a
      *           record for every sign-on (I) and sign-off (O) and
      *           for every search (S), carrying the operator ID and
      *           authority at the time, the program, a timestamp,
      *           the search type - (N)ame, (T)elephone number or
      *           (A)rchive - and the value searched for.  Each entry
      *           a search put on the screen is logged as a
      *           (R)eturned record with that entry's NAME, ahead of
      *           the search record itself, which closes the search
      *           with the count of entries returned.  ACCESRPT.CBL
      *           lists and checks the log.
      * Author:   R. J. Hanlon
      ******************************************************************
       01  ACCESS-RECORD.
           02  ACC-OPERATOR-ID         PIC X(08).
           02  ACC-AUTHORITY           PIC X(01).
               88  ACC-INQUIRY-ONLY        VALUE "I".
               88  ACC-MAINTENANCE         VALUE "M".
           02  ACC-DATE                PIC 9(08).
           02  ACC-TIME                PIC 9(08).
           02  ACC-PROGRAM             PIC X(08).
           02  ACC-EVENT-CODE          PIC X(01).
               88  ACC-EVENT-SIGN-ON       VALUE "I".
               88  ACC-EVENT-SIGN-OFF      VALUE "O".
               88  ACC-EVENT-SEARCH        VALUE "S".
               88  ACC-EVENT-RETURNED      VALUE "R".
           02  ACC-SEARCH-TYPE         PIC X(01).
               88  ACC-SEARCH-NAME         VALUE "N".
               88  ACC-SEARCH-PHONE        VALUE "T".
               88  ACC-SEARCH-ARCHIVE      VALUE "A".
           02  ACC-SEARCH-VALUE        PIC X(20).
           02  ACC-RETURNED-NAME.
               03  ACC-RETURNED-LASTNAME   PIC X(10).
               03  ACC-RETURNED-FIRSTNAME  PIC X(10).
           02  ACC-RETURNED-COUNT      PIC 9(04).
