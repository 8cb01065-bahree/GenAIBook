      *                  by the PHONEBOOK sign-on alongside the
      *                  action-F failure records so the trail shows
      *                  the lock itself, not just the tries.
      * 2026-10-07  RJH  Added action codes C and P for an entry marked
      *                  confidential (unlisted) or put back in the
      *                  published directory, cut by the PHONEBOOK menu
      *                  and BATCHMNT with the NAME in both the before
      *                  and after fields.
      * 2026-10-12  RJH  New AUDIT-MOVEMENT group at the end of the
      *                  record: the DEPARTMENT and active/inactive
      *                  status of the entry before and after an A, U
      *                  or D change, and AUDIT-REHIRE-FLAG "Y" on the
      *                  add ARCHREST cuts when it brings a leaver back
      *                  from the archive.  Blank on every other action
      *                  code.  STATMON.CBL builds the monthly
      *                  department movement statistics from it.
      *                  Record now 122 bytes; convert existing logs
      *                  and generations with AUDCONV.CBL.
      ******************************************************************
       01  AUDIT-RECORD.
           02  AUDIT-OPERATOR-ID       PIC X(08).
               88  AUDIT-ACTION-NUMBER-ADD  VALUE "N".
               88  AUDIT-ACTION-NUMBER-RETIRE VALUE "X".
               88  AUDIT-ACTION-LOCKOUT     VALUE "L".
               88  AUDIT-ACTION-CONFIDENTIAL VALUE "C".
               88  AUDIT-ACTION-LISTED      VALUE "P".
           02  AUDIT-BEFORE-NAME.
               03  AUDIT-BEFORE-LASTNAME       PIC X(10).
               03  AUDIT-BEFORE-FIRSTNAME      PIC X(10).
           02  AUDIT-AFTER-PHONENUMBER.
               03  AUDIT-AFTER-PREFIX          PIC 9(05).
               03  AUDIT-AFTER-RESTOFNUMBER    PIC 9(07).
           02  AUDIT-MOVEMENT.
               03  AUDIT-BEFORE-DEPARTMENT     PIC X(15).
               03  AUDIT-BEFORE-STATUS         PIC X(01).
                   88  AUDIT-BEFORE-ACTIVE         VALUE "A".
                   88  AUDIT-BEFORE-INACTIVE       VALUE "I".
               03  AUDIT-AFTER-DEPARTMENT      PIC X(15).
               03  AUDIT-AFTER-STATUS          PIC X(01).
                   88  AUDIT-AFTER-ACTIVE          VALUE "A".
                   88  AUDIT-AFTER-INACTIVE        VALUE "I".
               03  AUDIT-REHIRE-FLAG           PIC X(01).
                   88  AUDIT-REHIRE                VALUE "Y".
