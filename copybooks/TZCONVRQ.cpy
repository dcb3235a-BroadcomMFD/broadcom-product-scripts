      *****************************************************************
      *  TZCONVRQ
      *  Request/answer area for the TZCONV date/time conversion
      *  service (zones and daylight-saving rules in copybook
      *  TZCTLCF). Date-times travel in ServiceNow form
      *  'YYYY-MM-DD HH:MM:SS'. The caller fills in
      *    TZC-FUNCTION  'S'  ServiceNow date-time to local time
      *                  'L'  local date-time to ServiceNow time
      *                  'Z'  local date-time to zone TZC-ZONE
      *    TZC-ZONE      the target zone for 'Z' (spaces = local)
      *    TZC-STAMP-IN  the date-time to convert; spaces with 'L' or
      *                  'Z' means "now" on this system's clock
      *  then CALLs 'TZCONV' USING WS-TZCONV-REQUEST. TZC-STAMP-OUT
      *  comes back in the zone named in TZC-OUT-ZONE, TZC-OUT-DST
      *  'Y' when that zone's daylight time applies to it. Whenever
      *  TZC-RETURN-CODE is not zero the date-time comes back exactly
      *  as it went in and TZC-OUT-ZONE reads 'LOCAL' - the caller
      *  compares as it always has:
      *    04  conversion not enabled (%TIMEZONE ENABLED=N)
      *    08  TZC-STAMP-IN is not a valid date-time, or TZC-FUNCTION
      *        is not one of the above
      *    12  a zone involved is not in the control table
      *****************************************************************
       01  WS-TZCONV-REQUEST.
           03  TZC-FUNCTION                 PIC X(01).
               88  TZC-SNOW-TO-LOCAL                VALUE 'S'.
               88  TZC-LOCAL-TO-SNOW                VALUE 'L'.
               88  TZC-LOCAL-TO-ZONE                VALUE 'Z'.
           03  TZC-ZONE                     PIC X(08).
           03  TZC-STAMP-IN                 PIC X(19).
           03  TZC-STAMP-OUT                PIC X(19).
           03  TZC-OUT-ZONE                 PIC X(08).
           03  TZC-OUT-DST                  PIC X(01).
           03  TZC-RETURN-CODE              PIC 9(02).
               88  TZC-CONVERTED                    VALUE 0.
               88  TZC-NOT-ENABLED                  VALUE 4.
               88  TZC-BAD-REQUEST                  VALUE 8.
               88  TZC-UNKNOWN-ZONE                 VALUE 12.
