      *           PENDMNT.CBL is the maintenance path for entering,
      *           listing and cancelling pending items.
      * Author:   R. J. Hanlon
      *
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-05  RJH  Added PEND-MANAGER-NAME, the NAME of the entry
      *                  the person will report to, released into
      *                  BOOK-MANAGER-NAME the same way BATCHMNT applies
      *                  MT-MANAGER-NAME.  On an update, blank means no
      *                  change and a surname of "*" clears the link.
      * 2026-10-14  RJH  Added PEND-LOCATION, the site, building and
      *                  floor the person will sit at, released into
      *                  BOOK-LOCATION the same way BATCHMNT applies
      *                  MT-LOCATION.  On an update, blank means no
      *                  change and a site of "*" clears it.  Record
      *                  now 139 bytes; reload PENDING.DAT.
      ******************************************************************
       01  PENDING-RECORD.
           02  PEND-KEY.
           02  PEND-STATUS-FLAG        PIC X(01).
           02  PEND-ENTERED-DATE       PIC 9(08).
           02  PEND-ENTERED-BY         PIC X(08).
           02  PEND-MANAGER-NAME.
               03  PEND-MANAGER-LASTNAME PIC X(10).
                   88  PEND-MANAGER-CLEARED VALUE "*".
               03  PEND-MANAGER-FIRSTNAME PIC X(10).
           02  PEND-LOCATION.
               03  PEND-LOC-SITE       PIC X(04).
                   88  PEND-LOCATION-CLEARED VALUE "*".
               03  PEND-LOC-BUILDING   PIC X(04).
               03  PEND-LOC-FLOOR      PIC X(03).
