      *****************************************************************
      *  CHGRTCF
      *  Approval routing by ServiceNow change type for C1UEXT07. When
      *  WS-CHGRT-ENABLED is 'Y', a CHG-prefixed package has its change
      *  type ('STANDARD', 'NORMAL', 'EMERGENCY') and, for a standard
      *  change, its template looked up through SNOWCHGW at CAST (and
      *  again at REVIEW when the cast ran in another job); the route
      *  below for that type naming PHDR-PKG-ENV - or failing that the
      *  type's '*' route - decides the approval treatment:
      *    'F'  full - the approver groups' own quorum, as before;
      *    'R'  reduced quorum - WS-CHGRT-QUORUM replaces the quorum
      *         passed to the C1UEXTR7 REXX (clamped into
      *         [1, PAPP-APPROVER-NUMBER] like a QUORUMCF override);
      *    'A'  auto-approval - no approver is asked; the package is
      *         queued on DD SNOWAPPQ flagged for SNOWAPPL to approve
      *         through the API on its next cycle;
      *    'E'  emergency - the WS-CHGRT-ECAB members are notified
      *         along with the REXX's own recipients, and the whole
      *         notification goes out at once, never to the digest.
      *  A standard change whose template is not on the approved
      *  template list below is routed as 'NORMAL'. Every routing
      *  decision is written to AUDIT7 (event ROUTE; AUTOAP / ECAB
      *  for the two special treatments). INC packages, a failed
      *  lookup, or no matching route all mean 'F'.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. Three DD
      *  EXITCFG runtime config sections load over them - see CFGLOAD:
      *    %CHGROUTE  type cols 1-10, environment cols 12-19 ('*' for
      *               all), treatment col 21, quorum cols 23-26
      *               zero-padded; optional ENABLED= line;
      *    %STDTMPL   one approved standard-change template name per
      *               line, cols 1-40 (matched exactly as ServiceNow
      *               returns it);
      *    %ECABGRP   one ECAB member userid per line, cols 1-8.
       01  WS-CHGRT-ENABLED              PIC X(01) VALUE 'N'.
           88  CHG-ROUTING-ENABLED                 VALUE 'Y'.
       01  WS-CHGRT-ECAB-GROUP           PIC X(12) VALUE 'ECAB'.
       01  WS-CHGRT-TABLE.
           03 FILLER                          PIC X(26)
              VALUE 'STANDARD   *        R 0001'.
           03 FILLER                          PIC X(26)
              VALUE 'NORMAL     *        F 0000'.
           03 FILLER                          PIC X(26)
              VALUE 'EMERGENCY  *        E 0000'.
           03 FILLER                          PIC X(338)
              VALUE SPACES.
       01  WS-CHGRT-TABLE-RE REDEFINES WS-CHGRT-TABLE.
           03 WS-CHGRT-ENTRY                  OCCURS 16 TIMES.
              05 WS-CHGRT-TYPE                PIC X(10).
              05 FILLER                       PIC X(01).
              05 WS-CHGRT-ENV                 PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-CHGRT-TREATMENT           PIC X(01).
                 88 CHGRT-FULL                        VALUE 'F'.
                 88 CHGRT-REDUCED                     VALUE 'R'.
                 88 CHGRT-AUTO                        VALUE 'A'.
                 88 CHGRT-EMERGENCY                   VALUE 'E'.
              05 FILLER                       PIC X(01).
              05 WS-CHGRT-QUORUM              PIC 9(04).
       01  WS-CHGRT-COUNT                PIC 9(02) VALUE 3.
       01  WS-CHGRT-MAX                  PIC 9(02) VALUE 16.
       01  WS-STDTMPL-TABLE              VALUE SPACES.
           03 WS-STDTMPL-NAME                 PIC X(40)
                                              OCCURS 32 TIMES.
       01  WS-STDTMPL-COUNT              PIC 9(02) VALUE 0.
       01  WS-STDTMPL-MAX                PIC 9(02) VALUE 32.
       01  WS-ECAB-TABLE                 VALUE SPACES.
           03 WS-ECAB-MEMBER                  PIC X(08)
                                              OCCURS 16 TIMES.
       01  WS-ECAB-COUNT                 PIC 9(02) VALUE 0.
       01  WS-ECAB-MAX                   PIC 9(02) VALUE 16.
