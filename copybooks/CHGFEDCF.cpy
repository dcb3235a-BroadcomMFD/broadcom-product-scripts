      *****************************************************************
      *  CHGFEDCF
      *  Selection for the C1UCHGFD change feed: the ServiceNow change
      *  requests turned into APIPIPE package-pipeline input are those
      *    - in state WS-CHGFD-STATE (the change_request state VALUE
      *      the table API returns - '-2' is Scheduled out of the box;
      *      an instance with its own state model names its own),
      *    - assigned to one of the assignment groups below (matched
      *      on the group's name, exactly as ServiceNow holds it), and
      *    - with a planned start (start_date) from the start of today
      *      through the end of the day WS-CHGFD-DAYS days ahead.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %CHGFEED exists in the DD EXITCFG runtime config dataset,
      *  C1UCHGFD loads it over them - see CFGLOAD. Lines:
      *    STATE=xxxxxxxxxxxxxxx   the state value, from col 7
      *    DAYS=nnn                the horizon, zero-padded
      *    anything else           one assignment group name, cols
      *                            1-40 (the first group line replaces
      *                            the whole default group list)
       01  WS-CHGFD-STATE                PIC X(15) VALUE '-2'.
       01  WS-CHGFD-DAYS                 PIC 9(03) VALUE 7.
       01  WS-CHGFD-GROUP-TABLE.
           03 FILLER                          PIC X(40)
              VALUE 'MAINFRAME'.
           03 FILLER                          PIC X(600)
              VALUE SPACES.
       01  WS-CHGFD-GROUP-TABLE-RE REDEFINES WS-CHGFD-GROUP-TABLE.
           03 WS-CHGFD-GROUP                  PIC X(40)
                                              OCCURS 16 TIMES.
       01  WS-CHGFD-GROUP-COUNT          PIC 9(02) VALUE 1.
       01  WS-CHGFD-GROUP-MAX            PIC 9(02) VALUE 16.
