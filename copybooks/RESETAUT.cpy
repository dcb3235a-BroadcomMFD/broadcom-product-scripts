      *****************************************************************
      *  RESETAUT
      *  Package RESET/DELETE guard in C1UEXT07. With the toggle ON,
      *  Before-RESET and Before-DELETE refuse (return code 8,
      *  message 0790) a package that is APPROVED or EXECUTED on the
      *  package master or in the exit header block, or that has a
      *  successful shipment on DD SHPSTAT - the audit trail must not
      *  be left pointing at a package that no longer exists in the
      *  state it records. The users listed below are the only
      *  exception: their reset/delete proceeds as AUTHORIZED. Every
      *  reset/delete, allowed, authorized or refused, is recorded on
      *  DD AUDIT7 (event RESET/DELETE, the verdict in the group slot,
      *  the status that triggered the guard in the flag byte:
      *  A approved, E executed, S shipped, blank none).
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %RESETAUT exists in the DD EXITCFG runtime config dataset
      *  (one entry per line: userid cols 1-8, action col 10 - 'R'
      *  reset only, 'D' delete only, blank both; optional ENABLED=
      *  line), C1UEXT07 loads it over this table at exit entry - see
      *  CFGLOAD.
       01  WS-RESETAUT-ENABLED           PIC X(01) VALUE 'Y'.
           88  RESET-GUARD-ENABLED                 VALUE 'Y'.
       01  WS-RESETAUT-TABLE.
           03 FILLER                          PIC X(288)
              VALUE SPACES.
       01  WS-RESETAUT-TABLE-RE REDEFINES WS-RESETAUT-TABLE.
           03 WS-RESETAUT-ENTRY              OCCURS 32 TIMES.
              05 WS-RESETAUT-USERID          PIC X(08).
              05 WS-RESETAUT-ACTION          PIC X(01).
       01  WS-RESETAUT-COUNT                 PIC 9(02) VALUE 0.
       01  WS-RESETAUT-MAX                   PIC 9(02) VALUE 32.
