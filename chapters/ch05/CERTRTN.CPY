      ******************************************************************
      * Copybook: CERTRTN.CPY
      * Purpose:  Layout of one line of the recertification return
      *           file.  RECERT.CBL writes RECERT.RTN with one line
      *           per active entry, grouped by department in the
      *           same order as the printed listing, carrying the
      *           cycle, the department and the entry as issued.  The
      *           department marks every line in CR-RESPONSE -
      *           (C)onfirmed, (U) corrected with the new values in
      *           the CR-NEW columns (blank keeps the value shown), or
      *           (L)eft the company - and the returned lines are
      *           gathered into RECRTN.TRN for RECPROC.CBL.
      * Author:   R. J. Hanlon
      ******************************************************************
       01  CERT-RETURN-LINE.
           02  CR-CYCLE                PIC X(06).
           02  CR-DEPARTMENT           PIC X(15).
           02  CR-NAME.
               03  CR-LASTNAME         PIC X(10).
               03  CR-FIRSTNAME        PIC X(10).
           02  CR-PHONENUMBER.
               03  CR-PREFIX           PIC 9(05).
               03  CR-RESTOFNUMBER     PIC 9(07).
           02  CR-EXTENSION            PIC X(05).
           02  CR-EMAIL-ADDRESS        PIC X(30).
           02  CR-RESPONSE             PIC X(01).
               88  CR-CONFIRMED            VALUE "C".
               88  CR-CORRECTED            VALUE "U".
               88  CR-LEFT-COMPANY         VALUE "L".
               88  CR-RESPONSE-VALID       VALUE "C" "U" "L".
           02  CR-NEW-PHONENUMBER.
               03  CR-NEW-PREFIX       PIC X(05).
               03  CR-NEW-RESTOFNUMBER PIC X(07).
           02  CR-NEW-DEPARTMENT       PIC X(15).
           02  CR-NEW-EXTENSION        PIC X(05).
           02  CR-NEW-EMAIL-ADDRESS    PIC X(30).
