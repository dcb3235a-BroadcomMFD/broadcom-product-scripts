      *****************************************************************
      *  BKREASCF
      *  Backout reasons. With the toggle ON, C1UEXSHP at Before-
      *  BACKOUT wants to know why a package is being backed out: a
      *  reason code from the site table below, supplied either
      *    - on a DD BKREQST backout-request record for the package
      *      (the latest one wins), or
      *    - in one of the package notes as BKREASON=code.
      *  A backout with no code, or with a code not in the table, is
      *  refused (return code 8, message 0798 / 0799) - unless it is
      *  an automated one: a batch job whose name starts with one of
      *  the automated-job prefixes below (the post-implementation
      *  verification job, say). An automated backout that names no
      *  code is recorded under WS-BKREAS-AUTO-CODE. The code rides
      *  on the DD BCKIMPRT impact record into PKGHIST (C1UPKGLD).
      *  C1UBKPRB counts the backouts per element and per system:
      *  WS-BKREAS-REPEAT of them within WS-BKREAS-DAYS days raise
      *  one ServiceNow problem record (SNOWPRBC) listing the
      *  packages - only when WS-BKREAS-PROBLEM is 'Y'; at 'N' the
      *  run reports what it would raise. Leave the toggle at 'N' to
      *  let any backout through as before.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %BKREASON exists in the DD EXITCFG runtime config dataset,
      *  its lines load over them - see CFGLOAD:
      *    AUTO=prefix     an automated-job name prefix (at most 8)
      *    REPEAT=nn       backouts that make a repeat
      *    DAYS=nnn        the period they are counted over
      *    PROBLEM=Y|N     raise the problem records
      *    any other line  a reason code cols 1-8 and its description
      *                    cols 10-49 (these replace the table)
      *  plus the optional ENABLED= line.
       01  WS-BKREAS-ENABLED             PIC X(01) VALUE 'N'.
           88  BKREASON-REQUIRED                   VALUE 'Y'.
       01  WS-BKREAS-PROBLEM             PIC X(01) VALUE 'N'.
           88  BKREASON-RAISE-PROBLEMS             VALUE 'Y'.
       01  WS-BKREAS-NOTE-TAG            PIC X(09) VALUE 'BKREASON='.
       01  WS-BKREAS-AUTO-CODE           PIC X(08) VALUE 'AUTO'.
       01  WS-BKREAS-REPEAT              PIC 9(02) VALUE 3.
       01  WS-BKREAS-DAYS                PIC 9(03) VALUE 30.
       01  WS-BKREAS-TABLE.
           03 FILLER                          PIC X(49)
              VALUE 'DEFECT   Code defect found after implementation'.
           03 FILLER                          PIC X(49)
              VALUE 'INCIDENT Caused or worsened a live incident'.
           03 FILLER                          PIC X(49)
              VALUE 'CONFIG   Configuration or parameter error'.
           03 FILLER                          PIC X(49)
              VALUE 'PERF     Performance degradation'.
           03 FILLER                          PIC X(49)
              VALUE 'REQMT    Requirement withdrawn or changed'.
           03 FILLER                          PIC X(49)
              VALUE 'TEST     Test or rehearsal backout'.
           03 FILLER                          PIC X(882)
              VALUE SPACES.
       01  WS-BKREAS-TABLE-RE REDEFINES WS-BKREAS-TABLE.
           03 WS-BKREAS-ENTRY                 OCCURS 24 TIMES.
              05 WS-BKREAS-CODE               PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-BKREAS-DESC               PIC X(40).
       01  WS-BKREAS-COUNT               PIC 9(02) VALUE 6.
       01  WS-BKREAS-MAX                 PIC 9(02) VALUE 24.
       01  WS-BKREAS-AUTO-TABLE          VALUE SPACES.
           03 WS-BKREAS-AUTO-PREFIX           PIC X(08)
                                              OCCURS 8 TIMES.
       01  WS-BKREAS-AUTO-COUNT          PIC 9(02) VALUE 0.
       01  WS-BKREAS-AUTO-MAX            PIC 9(02) VALUE 8.
       01  WS-BKREAS-CFG-LINES           PIC 9(02) VALUE 32.
