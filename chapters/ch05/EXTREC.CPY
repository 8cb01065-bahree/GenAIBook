      ******************************************************************
      * Copybook: EXTREC.CPY
      * Purpose:  Record layout for EXTINV.DAT, the extension
      *           inventory.  One record per extension in each
      *           department's block, keyed on DEPARTMENT plus the
      *           extension, so a department's block reads in order.
      *           Each extension is (F)ree, (A)ssigned to the NAME
      *           held in EXT-HOLDER-NAME, or (C)ooling off after the
      *           holder was terminated - the holder's NAME is kept
      *           and EXT-STATE-DATE says when the cooling-off
      *           began, so the number is not handed out again while
      *           it still rings at the old desk.  A cooling-off
      *           extension becomes drawable again once the
      *           cooling-off period has passed.  BATCHADD, BATCHMNT
      *           and PENDREL draw the next free extension for an
      *           add; terminations release it into cooling-off.
      *           EXTMNT.CBL loads and maintains the blocks and
      *           EXTUTIL.CBL reports their utilisation.
      * Author:   R. J. Hanlon
      ******************************************************************
       01  EXTENSION-RECORD.
           02  EXT-KEY.
               03  EXT-DEPARTMENT      PIC X(15).
               03  EXT-EXTENSION       PIC X(05).
           02  EXT-STATE               PIC X(01).
               88  EXT-FREE                VALUE "F".
               88  EXT-ASSIGNED            VALUE "A".
               88  EXT-COOLING             VALUE "C".
           02  EXT-HOLDER-NAME.
               03  EXT-HOLDER-LASTNAME PIC X(10).
               03  EXT-HOLDER-FIRSTNAME PIC X(10).
           02  EXT-STATE-DATE          PIC 9(08).
           02  EXT-CHANGED-BY          PIC X(08).
