      ******************************************************************
      * Copybook: CERTREC.CPY
      * Purpose:  Record layout for RECERT.DAT, the department
      *           recertification control file.  One record per
      *           department, keyed on the department name, holding
      *           the cycle last issued to it (YYYYQn), when it was
      *           issued and when it is due back, the number of
      *           entries on its listing, and - once RECPROC.CBL has
      *           accepted the department's return - the date it came
      *           back and how many entries were confirmed, corrected
      *           or reported as having left.  RECERT.CBL writes or
      *           replaces the record each time a cycle is issued.
      * Author:   R. J. Hanlon
      ******************************************************************
       01  CERT-RECORD.
           02  CERT-DEPARTMENT         PIC X(15).
           02  CERT-CYCLE              PIC X(06).
           02  CERT-ISSUED-DATE        PIC 9(08).
           02  CERT-DUE-DATE           PIC 9(08).
           02  CERT-ENTRY-COUNT        PIC 9(05).
           02  CERT-STATUS             PIC X(01).
               88  CERT-ISSUED             VALUE "I".
               88  CERT-RETURNED           VALUE "R".
           02  CERT-RETURNED-DATE      PIC 9(08).
           02  CERT-CONFIRMED-COUNT    PIC 9(05).
           02  CERT-CORRECTED-COUNT    PIC 9(05).
           02  CERT-LEFT-COUNT         PIC 9(05).
