      *****************************************************************
      *  CCIDCNCF
      *  CCID-to-ServiceNow consistency check in C1UEXT07 at Before-
      *  CAST. A package whose ID names a ServiceNow object (leading
      *  'INC'/'CHG', object number in cols 1-10) should only carry
      *  code worked under that same ticket. With the toggle ON, each
      *  ELEMENT clause captured into PKGMANIF is looked up on DD
      *  ELMACTLG (the C1UEXT02 action log - the most recent action
      *  the exit let through, for that element name) and the CCID
      *  it was worked under is compared with the package ID: a
      *  ServiceNow-shaped CCID ('INC'/'CHG') whose cols 1-10 name a
      *  different object is flagged. An element with no action on
      *  record, or worked under a CCID that names no ServiceNow
      *  object, is not flagged. Mode -
      *    W  warn: the cast proceeds; the flagged elements ride the
      *       approver notification, one body line each
      *    R  reject: the cast is refused, return code 8, message id
      *       0793 naming the element and its CCID
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %CCIDCONS exists in the DD EXITCFG runtime config dataset
      *  (a MODE=W or MODE=R line; optional ENABLED= line), C1UEXT07
      *  loads it at the first call - see CFGLOAD.
       01  WS-CCIDCN-ENABLED             PIC X(01) VALUE 'N'.
           88  CCIDCN-CHECK-ENABLED                VALUE 'Y'.
       01  WS-CCIDCN-MODE                PIC X(01) VALUE 'W'.
           88  CCIDCN-WARN-MODE                    VALUE 'W'.
           88  CCIDCN-REJECT-MODE                  VALUE 'R'.
       01  WS-CCIDCN-MAX                 PIC 9(02) VALUE 4.
