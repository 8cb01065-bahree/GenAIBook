000190* Modification History
000200* ----------------------------------------------------------------
000210* 2026-08-25  RJH  Original version.
000211* 2026-10-05  RJH  Prompt for the new PEND-MANAGER-NAME, the
000212*                  person the entry will report to once the
000213*                  item is released.
000214* 2026-10-14  RJH  Prompt for the new PEND-LOCATION, the site,
000215*                  building and floor the person will sit at once
000216*                  the item is released.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PENDMNT.
001230     ACCEPT PEND-EMAIL-ADDRESS
001240     DISPLAY "Status - (A)ctive (I)nactive, blank = no change"
001250     ACCEPT PEND-STATUS-FLAG
001251     DISPLAY "Enter manager's surname (blank = no change,"
001252         " * = none)"
001253     ACCEPT PEND-MANAGER-LASTNAME
001254     DISPLAY "Enter manager's first name (blank = no change)"
001255     ACCEPT PEND-MANAGER-FIRSTNAME
001256     DISPLAY "Enter location site (blank = no change,"
001257         " * = none)"
001258     ACCEPT PEND-LOC-SITE
001259     DISPLAY "Enter location building (blank = no change)"
001260     ACCEPT PEND-LOC-BUILDING
001261     DISPLAY "Enter location floor (blank = no change)"
001262     ACCEPT PEND-LOC-FLOOR
001263     ACCEPT PEND-ENTERED-DATE FROM DATE YYYYMMDD
001270     MOVE WS-OPERATOR-ID TO PEND-ENTERED-BY
001280     WRITE PENDING-RECORD
001290         INVALID KEY
