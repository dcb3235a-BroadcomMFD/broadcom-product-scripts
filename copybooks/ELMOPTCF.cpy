      *****************************************************************
      *  ELMOPTCF
      *  Element action option policy for C1UEXT02. Four request
      *  options let a developer step around the normal controls -
      *    B  bypass the generate processor  REQ-BYPASS-GEN-PROC
      *    O  overwrite                      REQ-OVERWRITE-INDICATOR
      *    S  signout override               REQ-SISO-INDICATOR
      *    P  processor-group override       REQ-PROCESSOR-GROUP, when
      *       it names a group other than the target element's own
      *  With the toggle ON, the first rule below matching the target
      *  environment (the source's when there is no target), the
      *  stage id ('*' any stage) and the CCID prefix (blank or '*'
      *  any CCID) decides which options are allowed: 'Y' allowed,
      *  anything else refused - the action is rejected with message
      *  code 0014. List the narrower rules (a CCID prefix) ahead of
      *  the broad ones. An environment/stage no rule names is not
      *  controlled: no check and no logging. Every permitted use of
      *  an option in a controlled stage is written to DD ELMOPTLG
      *  (user, element, options) for the C1UPRVRP privileged-action
      *  report.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %ELMOPTPL exists in the DD EXITCFG runtime config dataset
      *  (one rule per line: environment cols 1-8, stage id col 10,
      *  CCID prefix cols 12-23, allow flags B O S P in cols 25-28;
      *  optional ENABLED= line), C1UEXT02 loads it over this table
      *  at the first call - see CFGLOAD.
       01  WS-ELMOPT-ENABLED             PIC X(01) VALUE 'N'.
           88  ELMOPT-POLICY-ENABLED               VALUE 'Y'.
       01  WS-ELMOPT-TABLE.
           03 FILLER                          PIC X(25)
              VALUE 'PROD    *EMER        YYYY'.
           03 FILLER                          PIC X(25)
              VALUE 'PROD    *            NNNN'.
           03 FILLER                          PIC X(25)
              VALUE 'QA      *            NNYN'.
           03 FILLER                          PIC X(725)
              VALUE SPACES.
       01  WS-ELMOPT-TABLE-RE REDEFINES WS-ELMOPT-TABLE.
           03 WS-ELMOPT-ENTRY                OCCURS 32 TIMES.
              05 WS-ELMOPT-ENV               PIC X(08).
              05 WS-ELMOPT-STGID             PIC X(01).
              05 WS-ELMOPT-CCID-PREFIX       PIC X(12).
              05 WS-ELMOPT-ALLOW-BYPASS      PIC X(01).
              05 WS-ELMOPT-ALLOW-OVERWRITE   PIC X(01).
              05 WS-ELMOPT-ALLOW-SIGNOUT     PIC X(01).
              05 WS-ELMOPT-ALLOW-PROCGRP     PIC X(01).
       01  WS-ELMOPT-COUNT                   PIC 9(02) VALUE 3.
       01  WS-ELMOPT-MAX                     PIC 9(02) VALUE 32.
