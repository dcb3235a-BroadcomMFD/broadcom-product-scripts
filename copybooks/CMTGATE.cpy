      *****************************************************************
      *  CMTGATE
      *  Package COMMIT gate in C1UEXSHP. Once a package is committed
      *  its backout information is gone, so with the toggle ON
      *  Before-COMMIT refuses (return code 8) a package that
      *    - has a SHPSTAT submission (the primary destination or a
      *      SHPDEST mirror) with no matching zero-condition-code
      *      SHPCONF confirmation since - a FAILED or QUEUED
      *      submission is never confirmed (message 0791, naming the
      *      destinations still outstanding), or
      *    - was executed fewer than WS-CMTGATE-MIN-BUSDAYS business
      *      days ago, counted through APIMONTH against DD HOLCAL
      *      (message 0792). Zero switches the age test off.
      *  The users listed below are the only exception: their commit
      *  proceeds, and every such override is written as a durable
      *  DD CMTWAIVR record (the BKWAIVER/FRZWAIVR posture) naming
      *  the package, the user and which test was waived.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %CMTGATE exists in the DD EXITCFG runtime config dataset
      *  (one authorized userid per line, cols 1-8; a MINBUSDAYS=nn
      *  line sets the minimum age; optional ENABLED= line), C1UEXSHP
      *  loads it over this table at exit entry - see CFGLOAD.
       01  WS-CMTGATE-ENABLED            PIC X(01) VALUE 'N'.
           88  COMMIT-GATE-ENABLED                 VALUE 'Y'.
       01  WS-CMTGATE-MIN-BUSDAYS        PIC 9(02) VALUE 2.
       01  WS-CMTGATE-TABLE.
           03 FILLER                          PIC X(128)
              VALUE SPACES.
       01  WS-CMTGATE-TABLE-RE REDEFINES WS-CMTGATE-TABLE.
           03 WS-CMTGATE-USERID              PIC X(08)
                                              OCCURS 16 TIMES.
       01  WS-CMTGATE-COUNT                  PIC 9(02) VALUE 0.
       01  WS-CMTGATE-MAX                    PIC 9(02) VALUE 16.
