      *****************************************************************
      *  LOGANCH
      *  One daily anchor on DD LOGANCHR, written by C1ULOGAN for each
      *  chain head on the LOGCHST store (COPY LOGCHST). The anchor
      *  dataset is protected by its own security profile, which the
      *  exits' and batch log writers' IDs are not permitted to
      *  update - only the anchor job writes it. A chain's records up
      *  to an anchor cannot be rewritten and re-chained without the
      *  anchored hash going missing from the log, which C1ULOGHV
      *  reports. The same line goes to the operator console (and so
      *  SYSLOG) through WTOALERT, a second copy outside the
      *  writers' reach.
      *****************************************************************
       01  WS-LOG-ANCHOR.
           03  LAN-ANCHOR-DATE              PIC 9(08).
           03  LAN-ANCHOR-TIME              PIC 9(06).
           03  LAN-LOG-NAME                 PIC X(08).
           03  LAN-CHAIN-ID                 PIC X(08).
           03  LAN-HEAD-HASH                PIC X(12).
           03  LAN-RECORD-COUNT             PIC 9(09).
           03  LAN-LAST-DATE                PIC 9(08).
           03  LAN-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(15).
