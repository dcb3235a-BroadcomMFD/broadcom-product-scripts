      *****************************************************************
      *  CFGEDTCF
      *  Who may change the DD EXITCFG runtime configuration from the
      *  C1UISPF configuration dialog (option A). Anyone can list the
      *  sections and browse their entries; only the user IDs below
      *  may add, change or delete an entry. Every change is checked
      *  by CFGVLCHK before the member is rewritten, and recorded on
      *  DD CFGCHLOG (user, section, entry before and after).
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS - nobody. When
      *  section %CFGEDIT exists in the DD EXITCFG runtime config
      *  dataset (one user ID per line, cols 1-8; optional ENABLED=
      *  line, 'N' making the dialog browse-only for everyone), its
      *  lines replace them - see CFGLOAD. The first %CFGEDIT has to
      *  be put into the member by hand.
       01  WS-CFGEDT-ENABLED             PIC X(01) VALUE 'Y'.
           88  CFGEDT-CHANGES-ALLOWED              VALUE 'Y'.
       01  WS-CFGEDT-TABLE               VALUE SPACES.
           03 WS-CFGEDT-USERID               PIC X(08)
                                             OCCURS 32 TIMES.
       01  WS-CFGEDT-COUNT               PIC 9(02) VALUE 0.
       01  WS-CFGEDT-MAX                 PIC 9(02) VALUE 32.
