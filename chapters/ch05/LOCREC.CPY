      ******************************************************************
      * Copybook: LOCREC.CPY
      * Purpose:  Record layout for LOCREF.DAT, the location reference
      *           file.  One record per floor, keyed on the site, the
      *           building on that site and the floor, with a short
      *           description and the names of up to three fire
      *           wardens designated for the floor.  Directory entries
      *           carry the same key in BOOK-LOCATION; EDITCHK.CBL
      *           reports any entry whose location is not on this
      *           file, LOCMNT.CBL is the maintenance path, and
      *           EVACROST.CBL prints the evacuation roster floor by
      *           floor from it.
      * Author:   R. J. Hanlon
      ******************************************************************
       01  LOC-RECORD.
           02  LOC-KEY.
               03  LOC-SITE            PIC X(04).
               03  LOC-BUILDING        PIC X(04).
               03  LOC-FLOOR           PIC X(03).
           02  LOC-DESCRIPTION         PIC X(30).
           02  LOC-WARDEN-NAMES.
               03  LOC-WARDEN-NAME OCCURS 3 TIMES.
                   04  LOC-WARDEN-LASTNAME  PIC X(10).
                   04  LOC-WARDEN-FIRSTNAME PIC X(10).
           02  LOC-ADDED-DATE          PIC 9(08).
