      *****************************************************************
      *  RSTGENCF
      *  Settings for C1URSTGN, the restore generator for changes
      *  whose package has been committed - Endevor backout is gone,
      *  so an element is put back by bringing its earlier production
      *  level round the normal package route again:
      *    WS-RSTGEN-PROD-ENV /  the production environment and stage
      *    WS-RSTGEN-PROD-STG    number whose level history is read
      *                          off DD ELMACTLG and retrieved from
      *    WS-RSTGEN-ENTRY-ENV   the environment the restore package
      *                          ADDs the retrieved source back into
      *                          (its entry stage), from where it is
      *                          approved, executed and moved up like
      *                          any other change
      *    WS-RSTGEN-DSN         the staging library (PDS, FB 80) the
      *                          earlier levels are retrieved into,
      *                          one member per element, and the
      *                          restore package ADDs them from
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %RESTORE exists in the DD EXITCFG runtime config dataset, its
      *  PRODENV= and PRODSTG= (from col 9), ENTRYENV= (from col 10)
      *  and RSTDSN= (from col 8) lines replace them - see CFGLOAD.
       01  WS-RSTGEN-PROD-ENV            PIC X(08) VALUE 'PRD'.
       01  WS-RSTGEN-PROD-STG            PIC X(01) VALUE '2'.
       01  WS-RSTGEN-ENTRY-ENV           PIC X(08) VALUE 'DEV'.
       01  WS-RSTGEN-DSN                 PIC X(44)
           VALUE 'ENDEVOR.RESTORE.STAGING'.
       01  WS-RSTGEN-CFG-LINES           PIC 9(02) VALUE 8.
