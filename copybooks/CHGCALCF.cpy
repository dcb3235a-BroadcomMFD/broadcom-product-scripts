      *****************************************************************
      *  CHGCALCF
      *  Settings for the C1UCHGCL change-calendar export.
      *    WS-CHGCAL-HORIZON   days ahead, today included, the
      *                        calendar covers: planned windows that
      *                        start later, and freeze ranges that
      *                        begin later, are left for a later run
      *    WS-CHGCAL-NAME      the calendar's name as a subscriber's
      *                        mail client shows it
      *    WS-CHGCAL-UID-HOST  the right-hand side of every event UID
      *                        - one value per calendar, kept stable,
      *                        so a subscriber's client updates an
      *                        event in place rather than duplicating
      *                        it on the next refresh
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %CHGCAL exists in the DD EXITCFG runtime config dataset, its
      *  HORIZON=nnn, NAME=text (from col 6) and UIDHOST=text (from
      *  col 9) lines replace them - see CFGLOAD. Neither text may
      *  carry a comma or a semicolon.
       01  WS-CHGCAL-HORIZON             PIC 9(03) VALUE 14.
       01  WS-CHGCAL-NAME                PIC X(40)
           VALUE 'ENDEVOR PRODUCTION CHANGES'.
       01  WS-CHGCAL-UID-HOST            PIC X(24) VALUE 'ENDEVOR'.
       01  WS-CHGCAL-CFG-LINES           PIC 9(02) VALUE 8.
