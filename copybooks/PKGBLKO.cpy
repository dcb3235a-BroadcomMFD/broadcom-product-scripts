      *  change window the CCID/Incident was approved for has closed.
      *  Change WS-BLACKOUT-START-HHMM/WS-BLACKOUT-END-HHMM here and
      *  recompile the exits that COPY it. Set WS-BLACKOUT-ENABLED to
      *  'N' to turn the cutoff off entirely. The window is read on
      *  the clock of WS-BLACKOUT-ZONE, a zone in the TZCONV control
      *  table (copybook TZCTLCF) - spaces means this system's own
      *  local time, so a second data center can share one cutoff.
      *****************************************************************
       01  WS-BLACKOUT-ENABLED           PIC X(01) VALUE 'Y'.
           88  PACKAGE-BLACKOUT-ENABLED          VALUE 'Y'.
       01  WS-BLACKOUT-START-HHMM        PIC 9(04) VALUE 2200.
       01  WS-BLACKOUT-END-HHMM          PIC 9(04) VALUE 0600.
       01  WS-BLACKOUT-ZONE              PIC X(08) VALUE SPACES.
