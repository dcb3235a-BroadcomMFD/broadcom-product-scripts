      *****************************************************************
      *  PRMPTHCF
      *  Promotion-path enforcement in C1UEXT07 at Before-CAST. An
      *  approver of a package for a controlled environment takes it
      *  that the test stage tested what they approve; an element
      *  level added straight in at a higher stage never went there.
      *  With the toggle ON, when PHDR-PKG-ENV is one of the
      *  controlled environments below, each ELEMENT clause captured
      *  into PKGMANIF is looked up on DD ELMACTLG (the C1UEXT02
      *  action log, in time order; attempts the exit refused with 8
      *  or more are ignored). The element's path is proven when a
      *  MOVE out of the entry's test environment/stage is on record
      *  at or after its last ADD/UPDATE - and, when both records
      *  carry ELA-LEVEL, the level moved is no lower than the level
      *  the last ADD/UPDATE left. A MOVE record written before
      *  ELA-SRC-STGID was carried counts on its environment alone.
      *  An element with neither on record has no proven path. Mode -
      *    W  warn: the cast proceeds; the unproven elements ride the
      *       approver notification, one body line each
      *    R  reject: the cast is refused, return code 8, message id
      *       0794 naming the element and the reason
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %PROMPATH exists in the DD EXITCFG runtime config dataset
      *  (one entry per line: controlled environment cols 1-8, test
      *  environment cols 10-17, test stage ID col 19; a MODE=W or
      *  MODE=R line; optional ENABLED= line), C1UEXT07 loads it over
      *  this table at the first call - see CFGLOAD.
       01  WS-PPATH-ENABLED              PIC X(01) VALUE 'N'.
           88  PPATH-CHECK-ENABLED                 VALUE 'Y'.
       01  WS-PPATH-MODE                 PIC X(01) VALUE 'W'.
           88  PPATH-WARN-MODE                     VALUE 'W'.
           88  PPATH-REJECT-MODE                   VALUE 'R'.
       01  WS-PPATH-TABLE.
           03 FILLER                          PIC X(19)
              VALUE 'PROD     QA       2'.
           03 FILLER                          PIC X(285)
              VALUE SPACES.
       01  WS-PPATH-TABLE-RE REDEFINES WS-PPATH-TABLE.
           03 WS-PPATH-ENTRY                  OCCURS 16 TIMES.
              05 WS-PPATH-CONTROLLED-ENV      PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-PPATH-TEST-ENV            PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-PPATH-TEST-STGID          PIC X(01).
       01  WS-PPATH-COUNT                PIC 9(02) VALUE 1.
       01  WS-PPATH-MAX                  PIC 9(02) VALUE 16.
