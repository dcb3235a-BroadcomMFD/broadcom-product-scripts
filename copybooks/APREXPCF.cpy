      *****************************************************************
      *  APREXPCF
      *  Approval-expiry limits for C1UAPEXP, in business days per
      *  Endevor environment (weekends and the DD HOLCAL site
      *  holidays excluded - see APIMONTH). A package still APPROVED
      *  and unexecuted that many business days after its approval
      *  has its approvals reset; WS-APX-WARN-DAYS ahead of that its
      *  creator and approvers get one warning. WS-APX-DEFAULT-DAYS
      *  and WS-APX-DEFAULT-WARN apply to any environment not listed
      *  (an entry for environment '*' replaces them). With the
      *  switch at 'N' the run only reports what it would warn and
      *  reset - nothing is reset, mailed or recorded.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %APREXPIR exists in the DD EXITCFG runtime config dataset
      *  (one entry per line: environment cols 1-8, limit in business
      *  days cols 10-12, warning lead in business days cols 14-15;
      *  optional ENABLED= line), C1UAPEXP loads it over this table -
      *  see CFGLOAD.
       01  WS-APX-ENABLED                PIC X(01) VALUE 'N'.
           88  APX-RESET-ENABLED                   VALUE 'Y'.
       01  WS-APX-DEFAULT-DAYS           PIC 9(03) VALUE 20.
       01  WS-APX-DEFAULT-WARN           PIC 9(02) VALUE 3.
       01  WS-APX-LIMIT-TABLE            VALUE SPACES.
           03 WS-APX-LIMIT-ENTRY             OCCURS 32 TIMES.
              05 WS-APX-ENV                  PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-APX-LIMIT-DAYS           PIC 9(03).
              05 FILLER                      PIC X(01).
              05 WS-APX-WARN-DAYS            PIC 9(02).
       01  WS-APX-LIMIT-COUNT            PIC 9(02) VALUE 0.
       01  WS-APX-LIMIT-MAX              PIC 9(02) VALUE 32.
