      *****************************************************************
      *  WIPCHKRQ
      *  Request/answer area for WIPCHECK, the work-in-progress limit
      *  check of the package exits at Before-CREATE (rules in
      *  copybook WIPLIMCF). The exit fills in
      *    WPC-PACKAGE-ID  the package about to be created
      *    WPC-CREATOR     who is creating it
      *  and CALLs 'WIPCHECK' USING WS-WIPCHECK-REQUEST. WPC-VERDICT
      *  comes back
      *    'N'  no rule covers the package, every covering rule is
      *         under its warning, the check is off, or DD PKGMASTR
      *         could not be read (the check never fails a create on
      *         its own trouble)
      *    'W'  a covering rule is at or over its warning
      *    'R'  a covering rule is at or over its limit - refuse
      *  and, for 'W' and 'R', the worst rule (refuse over warn, the
      *  first listed on a tie): its kind and name, the packages it
      *  already has in flight, its warning and limit, and up to
      *  three of its in-flight packages longest without an event -
      *  ID, status and date of the last event.
      *****************************************************************
       01  WS-WIPCHECK-REQUEST.
           03  WPC-PACKAGE-ID               PIC X(16).
           03  WPC-CREATOR                  PIC X(08).
           03  WPC-VERDICT                  PIC X(01).
               88  WPC-UNDER-LIMIT                  VALUE 'N'.
               88  WPC-OVER-WARNING                 VALUE 'W'.
               88  WPC-OVER-LIMIT                   VALUE 'R'.
           03  WPC-RULE-KIND                PIC X(01).
           03  WPC-RULE-NAME                PIC X(08).
           03  WPC-IN-FLIGHT                PIC 9(04).
           03  WPC-WARN-AT                  PIC 9(03).
           03  WPC-LIMIT                    PIC 9(03).
           03  WPC-OLDEST-COUNT             PIC 9(01).
           03  WPC-OLDEST                   OCCURS 3 TIMES.
               05  WPC-OLD-PACKAGE-ID       PIC X(16).
               05  WPC-OLD-STATUS           PIC X(12).
               05  WPC-OLD-LAST-DATE        PIC 9(08).
