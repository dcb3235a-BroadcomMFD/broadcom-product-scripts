      *****************************************************************
      *  DEPACTCF
      *  Deployment-action table for C1UDEPLY, the post-execute step
      *  that makes the runtime pick up what a package just put in
      *  place. Each entry names one action for the elements of one
      *  element type, in one system, executed into one target
      *  environment (system or environment '*' matches any):
      *    kind 'R'  a REXX exec run through IRXJCL from the REXXLIB
      *              library, PARM 'package env system type element'
      *              - e.g. the exec that issues the CICS NEWCOPY for
      *              an online program; RC 0 is done, anything else
      *              failed;
      *    kind 'J'  a job - the named member of
      *              WS-DEP-JCL-LIBRARY-DSN is submitted through the
      *              internal reader (DD DEPINTRD) with a SET DEPPKG=,
      *              DEPENV=, DEPSYS=, DEPTYP=, DEPELM= statement after
      *              its JOB card - e.g. the DB2 BIND for a changed
      *              DBRM, or the IMS MODBLKS/ACB refresh.
      *  Scope 'E' runs the action once for every element of the
      *  type; scope 'P' runs it once per package and system however
      *  many elements of the type there are (element passed as '*'
      *  - an ACB refresh, a MODBLKS online change).
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %DEPLOYAC exists in the DD EXITCFG runtime config dataset
      *  (one entry per line: type cols 1-8, system cols 10-17, target
      *  environment cols 19-26, kind col 28, exec/member cols 30-37,
      *  scope col 39, description cols 41-72; optional ENABLED=
      *  line), C1UDEPLY loads it over this table - see CFGLOAD.
       01  WS-DEP-ENABLED                PIC X(01) VALUE 'N'.
           88  DEP-ACTIONS-ENABLED                 VALUE 'Y'.
       01  WS-DEP-JCL-LIBRARY-DSN        PIC X(44)
                                         VALUE 'YOURSITE.NDVR.DEPJCL'.
       01  WS-DEP-ACTION-TABLE           VALUE SPACES.
           03 WS-DEP-ACTION-ENTRY            OCCURS 32 TIMES.
              05 WS-DEP-TYPE                 PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-DEP-SYSTEM               PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-DEP-ENV                  PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-DEP-KIND                 PIC X(01).
                 88 DEP-ACTION-IS-REXX               VALUE 'R'.
                 88 DEP-ACTION-IS-JOB                VALUE 'J'.
              05 FILLER                      PIC X(01).
              05 WS-DEP-MEMBER               PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-DEP-SCOPE                PIC X(01).
                 88 DEP-SCOPE-PACKAGE                VALUE 'P'.
              05 FILLER                      PIC X(01).
              05 WS-DEP-DESC                 PIC X(32).
       01  WS-DEP-ACTION-COUNT           PIC 9(02) VALUE 0.
       01  WS-DEP-ACTION-MAX             PIC 9(02) VALUE 32.
