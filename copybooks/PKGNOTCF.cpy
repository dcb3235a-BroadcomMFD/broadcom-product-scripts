      *****************************************************************
      *  PKGNOTCF
      *  Structured package-notes standard, applied by the PKGNOTCK
      *  check routine (C1UEXT07 at Before-CAST; the C1UPKGRV
      *  readiness checklist). Each entry names a section a package
      *  for the entry's environment must carry in NOTE1-8: some note
      *  line has to START with the section tag (compared in upper
      *  case, from column 1 of the note) and carry at least the
      *  minimum number of non-blank characters after it. Every entry
      *  whose environment matches PHDR-PKG-ENV - or is '*' - applies;
      *  an environment no entry names is not constrained. Tags may
      *  not contain blanks.
      *  e.g.  PROD     TEST:      020   how the change was tested
      *        PROD     BACKOUT:   020   how to back it out
      *  A cast that breaks the standard is refused, return code 8,
      *  message id 0795, the missing or too-short sections listed
      *  after the message text.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %PKGNOTES exists in the DD EXITCFG runtime config dataset
      *  (one entry per line: environment cols 1-8 or '*', section
      *  tag cols 10-19, minimum non-blank characters cols 21-23
      *  zero-padded; optional ENABLED= line), PKGNOTCK loads it over
      *  this table on the first call - see CFGLOAD.
       01  WS-PNOTE-ENABLED              PIC X(01) VALUE 'N'.
           88  PNOTE-CHECK-ENABLED                 VALUE 'Y'.
       01  WS-PNOTE-TABLE.
           03 FILLER                          PIC X(23)
              VALUE 'PROD     TEST:      020'.
           03 FILLER                          PIC X(23)
              VALUE 'PROD     BACKOUT:   020'.
           03 FILLER                          PIC X(690)
              VALUE SPACES.
       01  WS-PNOTE-TABLE-RE REDEFINES WS-PNOTE-TABLE.
           03 WS-PNOTE-ENTRY                  OCCURS 32 TIMES.
              05 WS-PNOTE-ENV                 PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-PNOTE-TAG                 PIC X(10).
              05 FILLER                       PIC X(01).
              05 WS-PNOTE-MIN-CHARS           PIC 9(03).
       01  WS-PNOTE-COUNT                PIC 9(02) VALUE 2.
       01  WS-PNOTE-MAX                  PIC 9(02) VALUE 32.
