      *****************************************************************
      *  WIPLIMCF
      *  Work-in-progress limits at package creation (WIPCHECK, called
      *  by C1UEXT07 and C1X7CUST at Before-CREATE) and the weekly
      *  C1UWIPRP report. A team with thirty packages in flight
      *  against one system is the team whose packages collide
      *  (C1UCOLRP) and age out (C1UPKGCL). Each rule counts the
      *  non-terminal packages on the keyed DD PKGMASTR master (any
      *  status but EXECUTED, COMMITTED, DENIED or DELETED) that it
      *  covers:
      *    kind 'S'  a system - the packages whose ID matches the
      *              mask (the site's package naming carries the
      *              system prefix, see PKGNMSTD)
      *    kind 'G'  a creator group - the packages whose creator's
      *              user ID matches the mask
      *  A new package is held to every rule that covers it. With
      *  LIMIT packages or more already in flight the create is
      *  refused (message 0742); with WARN or more it goes through
      *  with a warning (message 0743). Either message names the
      *  rule's oldest in-flight packages - the ones longest without
      *  an event - so the team knows what to finish or delete
      *  first. A limit or warning of 000 is not applied. Leave the
      *  toggle at 'N' to count nothing, as before.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %WIPLIMIT exists in the DD EXITCFG runtime config dataset,
      *  its lines replace them - see CFGLOAD:
      *    ENABLED=Y|N  the toggle
      *    OLDEST=n     how many oldest packages to name, 1-3
      *    one rule per line:
      *               kind S or G   col 1
      *               name          cols 3-10 (system or group, for
      *                             the messages and the report)
      *               mask          cols 12-27 - a name, a prefix
      *                             ending in '*', or '*' for any
      *               limit         cols 29-31
      *               warning       cols 33-35
       01  WS-WIPLIM-ENABLED             PIC X(01) VALUE 'N'.
           88  WIPLIM-CHECK-ENABLED                VALUE 'Y'.
       01  WS-WIPLIM-OLDEST              PIC 9(01) VALUE 3.
       01  WS-WIPLIM-TABLE               VALUE SPACES.
           03 WS-WIPLIM-ENTRY                 OCCURS 16 TIMES.
              05 WS-WIPLIM-KIND               PIC X(01).
                 88 WIPLIM-SYSTEM-RULE                VALUE 'S'.
                 88 WIPLIM-GROUP-RULE                 VALUE 'G'.
              05 FILLER                       PIC X(01).
              05 WS-WIPLIM-NAME               PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-WIPLIM-MASK               PIC X(16).
              05 FILLER                       PIC X(01).
              05 WS-WIPLIM-LIMIT              PIC 9(03).
              05 FILLER                       PIC X(01).
              05 WS-WIPLIM-WARN               PIC 9(03).
       01  WS-WIPLIM-COUNT               PIC 9(02) VALUE 0.
       01  WS-WIPLIM-MAX                 PIC 9(02) VALUE 16.
