      *****************************************************************
      *  EXDEFERQ
      *  One entry on DD EXDEFERQ (FB 120) - optional exit work put
      *  off because the invocation's time budget was spent (see
      *  EXBUDGRQ). The entry carries what the catch-up step C1UEXDFR
      *  needs to do the work later, without the exit blocks:
      *    RISKSCOR  score the package from PKGMANIF, the element-
      *              activity index / RSNCLOG / SNOWLG2 and the
      *              creator's BCKIMPRT history (RISKSCCF weights),
      *              plus the IMPACTCF program count already taken
      *              by the exit, carried in XDQ-IMPACTED
      *    OWNRNTFY  mail the owners of XDQ-SYSTEM (DD SYSOWNER) that
      *              the package carries elements of their system
      *    WRITBACK  SNOWWRBK event XDQ-WRBK-EVENT on XDQ-WRBK-OBJ
      *  XDQ-JOB-NAME is the job that deferred the work - the write-
      *  back names it, as the exit would have. Entries that still
      *  fail are carried forward with XDQ-ATTEMPTS counted up.
      *****************************************************************
       01  WS-EXDEFER-RECORD.
           03  XDQ-DATE                     PIC 9(08).
           03  FILLER                       PIC X(01).
           03  XDQ-TIME                     PIC 9(06).
           03  FILLER                       PIC X(01).
           03  XDQ-EXIT-NAME                PIC X(08).
           03  FILLER                       PIC X(01).
           03  XDQ-WORK-TYPE                PIC X(08).
               88  XDQ-RISK-SCORE                   VALUE 'RISKSCOR'.
               88  XDQ-OWNER-NOTICE                 VALUE 'OWNRNTFY'.
               88  XDQ-WRITE-BACK                   VALUE 'WRITBACK'.
           03  FILLER                       PIC X(01).
           03  XDQ-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  XDQ-ENV                      PIC X(08).
           03  FILLER                       PIC X(01).
           03  XDQ-SYSTEM                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  XDQ-CREATE-USER              PIC X(08).
           03  FILLER                       PIC X(01).
           03  XDQ-WRBK-OBJ                 PIC X(10).
           03  FILLER                       PIC X(01).
           03  XDQ-WRBK-EVENT               PIC X(12).
           03  FILLER                       PIC X(01).
           03  XDQ-JOB-NAME                 PIC X(08).
           03  FILLER                       PIC X(01).
           03  XDQ-ATTEMPTS                 PIC 9(02).
           03  FILLER                       PIC X(01).
           03  XDQ-IMPACTED                 PIC 9(04).
           03  FILLER                       PIC X(02).
