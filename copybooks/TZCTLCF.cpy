      *****************************************************************
      *  TZCTLCF
      *  Site time-zone control table for the TZCONV date/time
      *  conversion service - the one place the shop's zones and
      *  their daylight-saving rules are defined, so a ServiceNow
      *  planned window, a blackout window and a freeze range are
      *  all measured against the same clock.
      *    WS-TZ-LOCAL-ZONE   the zone this system's clock runs in
      *                       (ACCEPT FROM DATE/TIME values)
      *    WS-TZ-SNOW-ZONE    the zone ServiceNow date-times arrive
      *                       in (the integration user's time zone -
      *                       UTC out of the box)
      *    WS-TZ-SITE         per-system override of the local zone,
      *                       matched on the SMF system name, for a
      *                       data center whose clocks run elsewhere
      *    WS-TZ-ZONE         one entry per zone:
      *      cols 1-8    zone name
      *      cols 10-14  standard-time offset from UTC, +HHMM/-HHMM
      *      cols 16-20  daylight-time offset from UTC
      *      cols 22-25  daylight time begins: month (2), week of
      *                  the month (1-4, 5 = last), weekday (1 =
      *                  Sunday ... 7 = Saturday)
      *      cols 27-30  ... at this standard-time HHMM
      *      cols 32-35  daylight time ends: month, week, weekday
      *      cols 37-40  ... at this daylight-time HHMM
      *    A begin month of 00 means the zone keeps standard time all
      *    year. A begin month later than the end month is a southern
      *    hemisphere rule (daylight time spans the year end).
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %TIMEZONE exists in the DD EXITCFG runtime config dataset,
      *  TZCONV loads it over them on its first call - see CFGLOAD.
      *  Lines:
      *    ENABLED=x               conversion on ('Y') or off ('N' -
      *                            date-times are compared exactly as
      *                            they arrive, the behavior before
      *                            the service existed)
      *    LOCAL=xxxxxxxx          the local zone, from col 7
      *    SNOW=xxxxxxxx           the ServiceNow zone, from col 6
      *    SYS=ssssssss zzzzzzzz   system name cols 5-12, its local
      *                            zone cols 14-21
      *    anything else           one zone entry as laid out above
      *                            (the first zone line replaces the
      *                            whole default zone list)
       01  WS-TZ-ENABLED                 PIC X(01) VALUE 'N'.
           88  TZ-CONVERSION-ENABLED             VALUE 'Y'.
       01  WS-TZ-LOCAL-ZONE              PIC X(08) VALUE 'ET'.
       01  WS-TZ-SNOW-ZONE               PIC X(08) VALUE 'UTC'.
       01  WS-TZ-SITE-TABLE.
           03 WS-TZ-SITE                      OCCURS 8 TIMES.
              05 WS-TZ-SITE-SYSTEM            PIC X(08).
              05 WS-TZ-SITE-ZONE              PIC X(08).
       01  WS-TZ-SITE-COUNT              PIC 9(02) VALUE 0.
       01  WS-TZ-SITE-MAX                PIC 9(02) VALUE 8.
       01  WS-TZ-ZONE-TABLE.
           03 FILLER                          PIC X(40)
              VALUE 'UTC      +0000 +0000 0000 0000 0000 0000'.
           03 FILLER                          PIC X(40)
              VALUE 'ET       -0500 -0400 0321 0200 1111 0200'.
           03 FILLER                          PIC X(40)
              VALUE 'CT       -0600 -0500 0321 0200 1111 0200'.
           03 FILLER                          PIC X(40)
              VALUE 'MT       -0700 -0600 0321 0200 1111 0200'.
           03 FILLER                          PIC X(40)
              VALUE 'PT       -0800 -0700 0321 0200 1111 0200'.
           03 FILLER                          PIC X(40)
              VALUE 'GMT      +0000 +0100 0351 0100 1051 0200'.
           03 FILLER                          PIC X(40)
              VALUE 'CET      +0100 +0200 0351 0200 1051 0300'.
           03 FILLER                          PIC X(360)
              VALUE SPACES.
       01  WS-TZ-ZONE-TABLE-RE REDEFINES WS-TZ-ZONE-TABLE.
           03 WS-TZ-ZONE                      OCCURS 16 TIMES.
              05 WS-TZ-NAME                   PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-TZ-STD-SIGN               PIC X(01).
              05 WS-TZ-STD-HHMM               PIC 9(04).
              05 FILLER                       PIC X(01).
              05 WS-TZ-DST-SIGN               PIC X(01).
              05 WS-TZ-DST-HHMM               PIC 9(04).
              05 FILLER                       PIC X(01).
              05 WS-TZ-BEGIN-MONTH            PIC 9(02).
              05 WS-TZ-BEGIN-WEEK             PIC 9(01).
              05 WS-TZ-BEGIN-WDAY             PIC 9(01).
              05 FILLER                       PIC X(01).
              05 WS-TZ-BEGIN-HHMM             PIC 9(04).
              05 FILLER                       PIC X(01).
              05 WS-TZ-END-MONTH              PIC 9(02).
              05 WS-TZ-END-WEEK               PIC 9(01).
              05 WS-TZ-END-WDAY               PIC 9(01).
              05 FILLER                       PIC X(01).
              05 WS-TZ-END-HHMM               PIC 9(04).
       01  WS-TZ-ZONE-COUNT              PIC 9(02) VALUE 7.
       01  WS-TZ-ZONE-MAX                PIC 9(02) VALUE 16.
