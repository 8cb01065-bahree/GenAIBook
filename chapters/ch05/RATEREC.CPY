      ******************************************************************
      * Copybook: RATEREC.CPY
      * Purpose:  Record layout for CHGRATE.DAT, the phone-line
      *           chargeback rate table.  One record per number type -
      *           P for the primary number held on PHONEBOOK.DAT, and
      *           D (desk), M (mobile) and F (fax) for the additional
      *           numbers on PHONENUM.DAT - keyed on the type, giving
      *           the monthly charge for one line held for the whole
      *           month and the general ledger account the charge is
      *           posted to.  Maintained by RATEMNT.CBL; read by the
      *           monthly CHGBACK.CBL billing run.
      * Author:   R. J. Hanlon
      ******************************************************************
       01  RATE-RECORD.
           02  RATE-NUMBER-TYPE        PIC X(01).
               88  RATE-TYPE-PRIMARY       VALUE "P".
               88  RATE-TYPE-DESK          VALUE "D".
               88  RATE-TYPE-MOBILE        VALUE "M".
               88  RATE-TYPE-FAX           VALUE "F".
               88  RATE-TYPE-VALID         VALUE "P" "D" "M" "F".
           02  RATE-DESCRIPTION        PIC X(15).
           02  RATE-MONTHLY-CHARGE     PIC 9(05)V99.
           02  RATE-GL-ACCOUNT         PIC X(10).
           02  RATE-CHANGED-DATE       PIC 9(08).
