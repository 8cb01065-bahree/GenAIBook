      ******************************************************************
      * Copybook: STATHIST.CPY
      * Purpose:  Record layout for STATHIST.DAT, the monthly
      *           department headcount statistics history.  One record
      *           per department per month, keyed on the department
      *           and the month (YYYYMM), written by the month-end
      *           STATMON.CBL run from the AUDITLOG.DAT trail and the
      *           closed generations listed in AUDITGEN.CTL: the active
      *           headcount at the start and end of the month and the
      *           hires, rehires (pulled back from the archive by
      *           ARCHREST), reactivations, transfers in and out, and
      *           terminations in between.  STAT-FIGURE gives the same
      *           eight counts as a table, in the order they appear on
      *           the STATTRND.CBL trend report.  A rerun of STATMON
      *           for a month replaces that month's records.
      * Author:   R. J. Hanlon
      ******************************************************************
       01  STAT-RECORD.
           02  STAT-KEY.
               03  STAT-DEPARTMENT     PIC X(15).
               03  STAT-MONTH          PIC 9(06).
           02  STAT-FIGURES.
               03  STAT-OPENING        PIC 9(05).
               03  STAT-HIRES          PIC 9(05).
               03  STAT-REHIRES        PIC 9(05).
               03  STAT-REACTIVATIONS  PIC 9(05).
               03  STAT-TRANSFERS-IN   PIC 9(05).
               03  STAT-TRANSFERS-OUT  PIC 9(05).
               03  STAT-TERMINATIONS   PIC 9(05).
               03  STAT-CLOSING        PIC 9(05).
           02  STAT-FIGURE-TABLE REDEFINES STAT-FIGURES.
               03  STAT-FIGURE         PIC 9(05) OCCURS 8 TIMES.
           02  STAT-RUN-DATE           PIC 9(08).
