      ******************************************************************
      * Copybook: CHGJRNL.CPY
      * Purpose:  Record layouts for CHGBACK.JNL, the general ledger
      *           journal written by the monthly CHGBACK.CBL phone-line
      *           chargeback run.  Fixed 80-byte records: one header
      *           (H) naming the source and the billing period, one
      *           detail (D) per billed department and number type
      *           carrying the ledger account, the line count and the
      *           amount to charge the department (two implied
      *           decimal places), and one trailer (T) carrying the
      *           control totals - detail record count, line count
      *           and total amount - for the ledger load to balance
      *           against.
      * Author:   R. J. Hanlon
      ******************************************************************
       01  JOURNAL-HEADER.
           02  JH-RECORD-TYPE          PIC X(01).
               88  JH-HEADER               VALUE "H".
           02  JH-SOURCE               PIC X(08).
           02  JH-PERIOD               PIC 9(06).
           02  JH-RUN-DATE             PIC 9(08).
           02  JH-DESCRIPTION          PIC X(30).
           02  FILLER                  PIC X(27).
       01  JOURNAL-DETAIL.
           02  JD-RECORD-TYPE          PIC X(01).
               88  JD-DETAIL               VALUE "D".
           02  JD-SEQUENCE             PIC 9(06).
           02  JD-PERIOD               PIC 9(06).
           02  JD-DEPARTMENT           PIC X(15).
           02  JD-GL-ACCOUNT           PIC X(10).
           02  JD-NUMBER-TYPE          PIC X(01).
           02  JD-LINE-COUNT           PIC 9(05).
           02  JD-AMOUNT               PIC 9(07)V99.
           02  JD-DEBIT-CREDIT         PIC X(01).
               88  JD-DEBIT                VALUE "D".
               88  JD-CREDIT               VALUE "C".
           02  FILLER                  PIC X(26).
       01  JOURNAL-TRAILER.
           02  JT-RECORD-TYPE          PIC X(01).
               88  JT-TRAILER              VALUE "T".
           02  JT-PERIOD               PIC 9(06).
           02  JT-DETAIL-COUNT         PIC 9(06).
           02  JT-LINE-COUNT           PIC 9(07).
           02  JT-TOTAL-AMOUNT         PIC 9(09)V99.
           02  FILLER                  PIC X(49).
