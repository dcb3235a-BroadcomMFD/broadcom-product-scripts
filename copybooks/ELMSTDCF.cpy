      *****************************************************************
      *  ELMSTDCF
      *  Element naming and type-placement standards, applied by the
      *  ELMSTDCK check routine (C1UEXT02 on ADD and on a MOVE into
      *  another system; C1UELSTD over the C1UINVSN inventory).
      *
      *  Name masks - one mask per entry, any number per type. An
      *  element of a type with masks must match at least one of
      *  them; a type with none is not constrained. Mask characters
      *  (10 positions, the element-name length):
      *    @  a letter A-Z         #  a digit 0-9
      *    ?  any non-blank        *  anything from here on
      *    anything else must match itself; a blank mask position
      *    means the name must have ended there.
      *  e.g.  COBOL    @@@P####     COPY     @@@C*
      *
      *  Placement - the element types a system/subsystem may hold.
      *  Every entry whose system matches and whose subsystem matches
      *  (or is '*') contributes its types; the element's type must
      *  be among them. A system/subsystem no entry names is not
      *  constrained. More than six types: repeat the system/subsystem
      *  on another entry.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS (none - the
      *  standards are site data). Section %ELMNAMES in the DD EXITCFG
      *  runtime config dataset (type cols 1-8, mask cols 10-19) and
      *  section %ELMPLACE (system cols 1-8, subsystem cols 10-17 or
      *  '*', up to six types at cols 19, 28, 37, 46, 55 and 64) are
      *  loaded over these tables on the first call, each with its
      *  own optional ENABLED= line - see CFGLOAD. The toggles only
      *  govern the exit; the inventory audit applies whatever rules
      *  are loaded, so a cleanup can be planned before switching on.
       01  WS-ELMNM-ENABLED              PIC X(01) VALUE 'N'.
           88  ELMNM-CHECK-ENABLED                 VALUE 'Y'.
       01  WS-ELMNM-TABLE.
           03 FILLER                          PIC X(608)
              VALUE SPACES.
       01  WS-ELMNM-TABLE-RE REDEFINES WS-ELMNM-TABLE.
           03 WS-ELMNM-ENTRY                 OCCURS 32 TIMES.
              05 WS-ELMNM-TYPE               PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-ELMNM-MASK               PIC X(10).
       01  WS-ELMNM-COUNT                    PIC 9(02) VALUE 0.
       01  WS-ELMNM-MAX                      PIC 9(02) VALUE 32.

       01  WS-ELMPL-ENABLED              PIC X(01) VALUE 'N'.
           88  ELMPL-CHECK-ENABLED                 VALUE 'Y'.
       01  WS-ELMPL-TABLE.
           03 FILLER                          PIC X(2304)
              VALUE SPACES.
       01  WS-ELMPL-TABLE-RE REDEFINES WS-ELMPL-TABLE.
           03 WS-ELMPL-ENTRY                 OCCURS 32 TIMES.
              05 WS-ELMPL-SYSTEM             PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-ELMPL-SUBSYSTEM          PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-ELMPL-TYPE-SLOT          OCCURS 6 TIMES.
                 07 WS-ELMPL-TYPE            PIC X(08).
                 07 FILLER                   PIC X(01).
       01  WS-ELMPL-COUNT                    PIC 9(02) VALUE 0.
       01  WS-ELMPL-MAX                      PIC 9(02) VALUE 32.
