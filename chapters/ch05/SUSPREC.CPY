      ******************************************************************
      * Copybook: SUSPREC.CPY
      * Purpose:  Record layout for SUSPENSE.DAT, the common suspense
      *           file for transactions the batch jobs reject.
      *           BATCHADD, BATCHMNT and PENDREL each write one item
      *           per rejected transaction, keyed on a suspense
      *           number, carrying the originating job, the reject
      *           reason, the date and time, and the original
      *           transaction image exactly as the job read it.
      *           SUSP-RESUBMIT-TRANSACTION holds the same change as
      *           a MAINT.TRN transaction; SUSPMNT.CBL lets the
      *           operator correct it (status C) or cancel the item
      *           (X), and the next BATCHMNT run feeds every corrected
      *           item back through ahead of MAINT.TRN and marks it
      *           resubmitted (R).  A resubmission that rejects again
      *           opens a new item that points back at the old one
      *           and keeps its original suspended date, so the item
      *           ages from the night it first failed.  SUSPRPT.CBL
      *           prints the aged report.  Item number zero is the
      *           control record holding the last number issued.
      * Author:   R. J. Hanlon
      *
      * Modification History
      * ----------------------------------------------------------------
      * 2026-10-10  RJH  SUSP-RESUBMIT-TRANSACTION follows MAINT.TRN out
      *                  to the new worker type, contract end date and
      *                  sponsor columns, and SUSP-ORIGINAL-IMAGE is
      *                  widened to hold the longer transaction.  Record
      *                  now 356 bytes; recreate SUSPENSE.DAT.
      * 2026-10-14  RJH  SUSP-RESUBMIT-TRANSACTION follows MAINT.TRN out
      *                  to the new location column, and
      *                  SUSP-ORIGINAL-IMAGE is widened to match.
      *                  Record now 378 bytes; recreate SUSPENSE.DAT.
      ******************************************************************
       01  SUSPENSE-RECORD.
           02  SUSP-NUMBER             PIC 9(06).
           02  SUSP-ORIGIN-JOB         PIC X(08).
           02  SUSP-REASON             PIC X(25).
           02  SUSP-DATE               PIC 9(08).
           02  SUSP-TIME               PIC 9(08).
           02  SUSP-ORIGINAL-DATE      PIC 9(08).
           02  SUSP-PRIOR-NUMBER       PIC 9(06).
           02  SUSP-STATUS             PIC X(01).
               88  SUSP-OPEN               VALUE "O".
               88  SUSP-CORRECTED          VALUE "C".
               88  SUSP-RESUBMITTED        VALUE "R".
               88  SUSP-CANCELLED          VALUE "X".
               88  SUSP-OUTSTANDING        VALUE "O" "C".
               88  SUSP-CLEARED            VALUE "R" "X".
           02  SUSP-STATUS-DATE        PIC 9(08).
           02  SUSP-STATUS-BY          PIC X(08).
           02  SUSP-ORIGINAL-IMAGE     PIC X(146).
           02  SUSP-RESUBMIT-TRANSACTION.
               03  SUSP-RS-ACTION-CODE PIC X(01).
               03  SUSP-RS-NAME.
                   04  SUSP-RS-LASTNAME PIC X(10).
                   04  SUSP-RS-FIRSTNAME PIC X(10).
               03  SUSP-RS-PHONENUMBER.
                   04  SUSP-RS-PREFIX  PIC 9(05).
                   04  SUSP-RS-RESTOFNUMBER PIC 9(07).
               03  SUSP-RS-DEPARTMENT  PIC X(15).
               03  SUSP-RS-EXTENSION   PIC X(05).
               03  SUSP-RS-EMAIL-ADDRESS PIC X(30).
               03  SUSP-RS-STATUS-FLAG PIC X(01).
               03  SUSP-RS-NUMBER-TYPE PIC X(01).
               03  SUSP-RS-MANAGER-NAME.
                   04  SUSP-RS-MANAGER-LASTNAME PIC X(10).
                   04  SUSP-RS-MANAGER-FIRSTNAME PIC X(10).
               03  SUSP-RS-CONFIDENTIAL-FLAG PIC X(01).
               03  SUSP-RS-WORKER-TYPE PIC X(01).
               03  SUSP-RS-CONTRACT-END-DATE PIC X(08).
               03  SUSP-RS-SPONSOR-NAME.
                   04  SUSP-RS-SPONSOR-LASTNAME PIC X(10).
                   04  SUSP-RS-SPONSOR-FIRSTNAME PIC X(10).
               03  SUSP-RS-LOCATION.
                   04  SUSP-RS-LOC-SITE PIC X(04).
                   04  SUSP-RS-LOC-BUILDING PIC X(04).
                   04  SUSP-RS-LOC-FLOOR PIC X(03).
       01  SUSPENSE-CONTROL-RECORD.
           02  SUSP-CTL-NUMBER         PIC 9(06).
           02  SUSP-CTL-LAST-NUMBER    PIC 9(06).
           02  FILLER                  PIC X(366).
