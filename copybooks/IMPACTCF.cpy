      *****************************************************************
      *  IMPACTCF
      *  Component impact of a cast package. A package that changes
      *  a widely used copybook, macro or subroutine reaches far more
      *  programs than its element count says. With the toggle ON,
      *  C1UEXT07 at the first After-CAST approver-request call takes
      *  every element of a component type below out of the PKGMANIF
      *  capture and looks it up on DD CMPUSAGE (COPY CMPUSAGE), the
      *  where-used file the C1UIMPBL batch step builds through the
      *  ENA$NDVR component (ACM) query. The programs found in the
      *  package's target environment/stage are
      *    - counted per system, one approver notification line each;
      *    - written in full to DD PKGIMPCT, one record per component
      *      and using program;
      *    - fed to the RISKSCCF score, distinct programs times
      *      WS-RISKSC-WT-IMPACT.
      *  The target is the MAP entry for the package's environment;
      *  a package environment with no MAP entry is matched against
      *  its own environment, any stage. C1UIMPBL builds CMPUSAGE for
      *  every MAP target. Leave the toggle at 'N' to look nothing up,
      *  as before.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %IMPACT exists in the DD EXITCFG runtime config dataset,
      *  C1UEXT07 and C1UIMPBL load it over these tables at the first
      *  call - see CFGLOAD. One entry per line:
      *    TYPE=tttttttt                  a component type (cols 6-13)
      *    MAP=eeeeeeee tttttttt s        package env cols 5-12,
      *                                   target env cols 14-21,
      *                                   target stage ID col 23
      *  plus the optional ENABLED= line. The first TYPE= line of the
      *  section replaces the compiled-in types, the first MAP= line
      *  the compiled-in map.
       01  WS-IMPACT-ENABLED             PIC X(01) VALUE 'N'.
           88  IMPACT-CHECK-ENABLED                VALUE 'Y'.
       01  WS-IMPACT-TYPE-TABLE.
           03 FILLER                          PIC X(08)
              VALUE 'COPYBOOK'.
           03 FILLER                          PIC X(08)
              VALUE 'MACRO   '.
           03 FILLER                          PIC X(08)
              VALUE 'SUBR    '.
           03 FILLER                          PIC X(104)
              VALUE SPACES.
       01  WS-IMPACT-TYPE-TABLE-RE REDEFINES WS-IMPACT-TYPE-TABLE.
           03 WS-IMPACT-TYPE                  PIC X(08)
                                              OCCURS 16 TIMES.
       01  WS-IMPACT-TYPE-COUNT          PIC 9(02) VALUE 3.
       01  WS-IMPACT-TYPE-MAX            PIC 9(02) VALUE 16.
       01  WS-IMPACT-MAP-TABLE.
           03 FILLER                          PIC X(19)
              VALUE 'QA       PROD     1'.
           03 FILLER                          PIC X(285)
              VALUE SPACES.
       01  WS-IMPACT-MAP-TABLE-RE REDEFINES WS-IMPACT-MAP-TABLE.
           03 WS-IMPACT-MAP-ENTRY             OCCURS 16 TIMES.
              05 WS-IMPACT-MAP-ENV            PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-IMPACT-MAP-TARGET-ENV     PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-IMPACT-MAP-TARGET-STGID   PIC X(01).
       01  WS-IMPACT-MAP-COUNT           PIC 9(02) VALUE 1.
       01  WS-IMPACT-MAP-MAX             PIC 9(02) VALUE 16.
