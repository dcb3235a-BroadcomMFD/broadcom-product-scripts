      *****************************************************************
      *  PIVERCF
      *  Post-implementation verification table for C1UPIVER. Each
      *  entry names one check to run after a package that touches
      *  the entry's system has been executed by C1USCHED:
      *    type 'R'  a REXX exec run through IRXJCL from the REXXLIB
      *              library, PARM 'package env system'; RC 0 passes,
      *              anything else fails;
      *    type 'J'  a verification job - the named member of
      *              WS-PIV-JCL-LIBRARY-DSN is submitted through the
      *              internal reader (DD PIVINTRD) with a SET PIVPKG=
      *              statement after its JOB card; its last step
      *              appends 'package member P|F rc' to DD PIVJOBRS.
      *              No result within WS-PIV-JOB-TIMEOUT-MINS counts
      *              as a failure.
      *  With backout 'Y' a failed check backs the package out
      *  through ENA$NDVR; 'N' only records the failure. System '*'
      *  applies the check to every system.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %PIVCHECK exists in the DD EXITCFG runtime config dataset
      *  (one entry per line: system cols 1-8, type col 10, member/
      *  exec cols 12-19, backout col 21, description cols 23-62;
      *  optional ENABLED= line), C1UPIVER loads it over this table -
      *  see CFGLOAD.
       01  WS-PIV-ENABLED                PIC X(01) VALUE 'N'.
           88  PIV-CHECKS-ENABLED                  VALUE 'Y'.
       01  WS-PIV-JCL-LIBRARY-DSN        PIC X(44)
                                         VALUE 'YOURSITE.NDVR.PIVJCL'.
       01  WS-PIV-JOB-TIMEOUT-MINS       PIC 9(04) VALUE 120.
       01  WS-PIV-CHECK-TABLE            VALUE SPACES.
           03 WS-PIV-CHECK-ENTRY             OCCURS 32 TIMES.
              05 WS-PIV-SYSTEM               PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-PIV-TYPE                 PIC X(01).
                 88 PIV-CHECK-IS-REXX                VALUE 'R'.
                 88 PIV-CHECK-IS-JOB                 VALUE 'J'.
              05 FILLER                      PIC X(01).
              05 WS-PIV-MEMBER               PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-PIV-BACKOUT              PIC X(01).
                 88 PIV-BACKOUT-ON-FAILURE           VALUE 'Y'.
              05 FILLER                      PIC X(01).
              05 WS-PIV-DESC                 PIC X(40).
       01  WS-PIV-CHECK-COUNT            PIC 9(02) VALUE 0.
       01  WS-PIV-CHECK-MAX              PIC 9(02) VALUE 32.
