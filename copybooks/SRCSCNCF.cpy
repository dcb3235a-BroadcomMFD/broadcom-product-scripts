      *****************************************************************
      *  SRCSCNCF
      *  Source content scan for C1UEXT02. With the toggle ON, ADD and
      *  UPDATE read the incoming source (SRC-FILE-DDNAME, member
      *  SRC-FILE-MEMBER-NAME) line by line and look for each pattern
      *  below whose element type matches ('*' any type). Patterns
      *  are compared in upper case, anywhere in the line, embedded
      *  blanks included (trailing blanks are not part of a pattern).
      *  Severity -
      *    W  warn: the action proceeds, return code 4, message 0015
      *    R  reject: return code 8, message code 0016
      *  Every hit, warned or rejected, is written to DD SCANFIND
      *  (element, line number, pattern, user) for the C1USCNRP
      *  findings report. A source the exit cannot allocate or open
      *  is reported on SYSOUT and not scanned - the scan never fails
      *  an action on its own account.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %SRCSCAN exists in the DD EXITCFG runtime config dataset
      *  (one pattern per line: element type cols 1-8, severity col
      *  10, pattern cols 12-51; optional ENABLED= line), C1UEXT02
      *  loads it over this table at the first call - see CFGLOAD.
       01  WS-SRCSCAN-ENABLED            PIC X(01) VALUE 'N'.
           88  SRCSCAN-ENABLED                     VALUE 'Y'.
       01  WS-SRCSCAN-TABLE.
           03 FILLER                          PIC X(51)
              VALUE '*        R DO NOT PROMOTE'.
           03 FILLER                          PIC X(51)
              VALUE '*        W PASSWORD='.
           03 FILLER                          PIC X(51)
              VALUE '*        W PASSWD='.
           03 FILLER                          PIC X(1479)
              VALUE SPACES.
       01  WS-SRCSCAN-TABLE-RE REDEFINES WS-SRCSCAN-TABLE.
           03 WS-SRCSCAN-ENTRY               OCCURS 32 TIMES.
              05 WS-SRCSCAN-TYPE             PIC X(08).
              05 FILLER                      PIC X(01).
              05 WS-SRCSCAN-SEVERITY         PIC X(01).
                 88 SRCSCAN-SEV-WARN                   VALUE 'W'.
                 88 SRCSCAN-SEV-REJECT                 VALUE 'R'.
              05 FILLER                      PIC X(01).
              05 WS-SRCSCAN-PATTERN          PIC X(40).
       01  WS-SRCSCAN-COUNT                  PIC 9(02) VALUE 3.
       01  WS-SRCSCAN-MAX                    PIC 9(02) VALUE 32.
