       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Monthly delivery-performance scorecard - the four*
      *              standard delivery measures per Endevor system    *
      *              and site-wide, for the month and the three       *
      *              months before it so the trend shows:             *
      *                DEPLOYMENTS  packages executed in the month    *
      *                LEAD TIME    median days from an element's     *
      *                             first ADD/UPDATE to its first     *
      *                             MOVE into production (DD ELMACTLG,*
      *                             the C1ULEADT journey), by month   *
      *                             of arrival                        *
      *                CHANGE FAILURE RATE  of the month's deployments*
      *                             the share later backed out (DD    *
      *                             BCKIMPRT) or with an incident     *
      *                             raised through SNOWINCC (DD       *
      *                             SHPSTAT, INCRSE records)          *
      *                TIME TO RESTORE  median hours from a backout to*
      *                             the next execute in the same      *
      *                             system - the re-execute or the    *
      *                             fix - by month of the backout     *
      *              A package's execute is dated by its first DEPLOY *
      *              record on DD PKGHIST (C1UDEPLY runs right after  *
      *              the execute), else by DD PKGMASTR when the last  *
      *              event there was the EXECUTE, or the package is   *
      *              EXECUTED/COMMITTED and never backed out; a       *
      *              backed-out package with neither is dated by its  *
      *              backout. A package belongs to the system of the  *
      *              first element in its cast manifest (DD PKGMANIF, *
      *              as in C1UCHGBK); one with no manifest is counted *
      *              under UNKNOWN.                                   *
      *                                                               *
      *              PARM (fixed columns, both optional):             *
      *                1-6   YYYYMM period - default the month before *
      *                      the run date                             *
      *                8-15  production environment - default PROD    *
      *              The printed scorecard goes to DD DLVSCRPT; DD    *
      *              DLVSCDLM gets one pipe-delimited record per      *
      *              system, month and measure for the management     *
      *              dashboard:                                       *
      *                period|system|month|measure|value              *
      *              measure DEPLOYS, FAILED, CFRPCT, LEADDAYS,       *
      *              RESTHRS or UNRESTD; value empty where the month  *
      *              has nothing to measure. Any input DD may be a    *
      *              DUMMY for a shop that does not keep that log.    *
      *              Return code 4 when a table overflowed or a       *
      *              package had no cast manifest, else 0.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UDLVSC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BCKIMPRT ASSIGN TO BCKIMPRT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT DLVSCRPT ASSIGN TO DLVSCRPT.
           SELECT DLVSCDLM ASSIGN TO DLVSCDLM.

       DATA DIVISION.
       FILE SECTION.
       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  MAN-CAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01).
           03  MAN-SCL-RECORD           PIC X(80).
           03  FILLER                   PIC X(14).

      *-----------------------------------------------------------------
      *  DD PKGHIST - keyed package-history store (see C1UPKGLD), read
      *  front to back; key order puts each package's earliest record
      *  first. Type D records are C1UDEPLY's post-execute actions.
      *-----------------------------------------------------------------
       FD  PKGHIST
           RECORD CONTAINS 83 CHARACTERS.
       01  PKGHIST-REC.
           03  PH-KEY.
               05  PH-PACKAGE-ID        PIC X(16).
               05  PH-DATE              PIC X(08).
               05  PH-TIME              PIC X(06).
               05  PH-SEQ               PIC 9(03).
           03  PH-REC-TYPE              PIC X(01).
           03  PH-EVENT                 PIC X(06).
           03  PH-DETAIL                PIC X(43).

       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMF-PACKAGE-ID           PIC X(16).
           03  PMF-ENV                  PIC X(08).
           03  PMF-STGID                PIC X(01).
           03  PMF-PACKAGE-STATUS       PIC X(12).
           03  PMF-BACKOUT-STATUS       PIC X(12).
           03  PMF-CREATE-USER          PIC X(08).
           03  PMF-CAST-USER            PIC X(08).
           03  PMF-LAST-EVENT           PIC X(12).
           03  PMF-LAST-DATE            PIC 9(08).
           03  PMF-LAST-TIME            PIC 9(06).
           03  FILLER                   PIC X(09).

       FD  BCKIMPRT
           RECORD CONTAINS 88 CHARACTERS.
       01  BCKIMPRT-REC.
           03  BKI-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  BKI-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  BKI-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(56).

       FD  SHPSTAT
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTAT-REC.
           03  SHPSTAT-HEADER           PIC X(64).
           03  SHPSTAT-BODY.
              05  SHP-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  SHP-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  SHP-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  SHP-ENV               PIC X(08).
              05  FILLER                PIC X(01).
              05  SHP-STGID             PIC X(01).
              05  FILLER                PIC X(01).
              05  SHP-DIRECTION         PIC X(03).
              05  FILLER                PIC X(01).
              05  SHP-RETRIES           PIC 9(02).
              05  FILLER                PIC X(01).
              05  SHP-RC                PIC -9(08).
              05  FILLER                PIC X(01).
              05  SHP-STATUS            PIC X(07).
              05  FILLER                PIC X(13).

       FD  ELMACTLG
           RECORD CONTAINS 196 CHARACTERS.
       01  ELMACTLG-REC.
           03  ELMACTLG-HEADER          PIC X(64).
           03  ELMACTLG-BODY.
              05  ELA-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELA-TIME              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELA-SRC-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-TGT-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SYSTEM            PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SUBSYSTEM         PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-PROC-GROUP        PIC X(16).
              05  FILLER                PIC X(01).
              05  ELA-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-CCID              PIC X(12).
              05  FILLER                PIC X(01).
              05  ELA-USER              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-EXIT-RC           PIC X(04).
              05  FILLER                PIC X(04).

       FD  DLVSCRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DLVSCRPT-REC                 PIC X(132).

       FD  DLVSCDLM
           RECORD CONTAINS 80 CHARACTERS.
       01  DLVSCDLM-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.

      *= Reporting period and the three months before it ==============
       01  WS-PERIOD                    PIC 9(06).
       01  WS-PERIOD-RE REDEFINES WS-PERIOD.
           03  WS-PERIOD-YEAR           PIC 9(04).
           03  WS-PERIOD-MONTH          PIC 9(02).
       01  WS-TODAY                     PIC 9(08).
       01  WS-TODAY-RE REDEFINES WS-TODAY.
           03  WS-TODAY-YEAR            PIC 9(04).
           03  WS-TODAY-MONTH           PIC 9(02).
           03  WS-TODAY-DAY             PIC 9(02).
       01  WS-REC-DATE                  PIC 9(08).
       01  WS-REC-DATE-RE REDEFINES WS-REC-DATE.
           03  WS-REC-YYYYMM            PIC 9(06).
           03  WS-REC-DD                PIC 9(02).
       01  WS-REC-DATE-X REDEFINES WS-REC-DATE
                                        PIC X(08).
      *  Month 1 is the oldest, month 4 the period itself.
       01  WS-MONTH-TABLE.
           03  WS-MONTH                 PIC 9(06) OCCURS 4 TIMES.
       01  WS-MON-INX                   PIC 9(01).
       01  WS-MON-HIT                   PIC 9(01).
       01  WS-PROD-ENV                  PIC X(08) VALUE 'PROD'.

      *= Packages: manifest system, execute stamp, failure ============
       01  WS-PK-MAX                    PIC 9(05) VALUE 5000.
       01  WS-PK-COUNT                  PIC 9(05) VALUE 0.
       01  WS-PK-DROPPED                PIC 9(05) VALUE 0.
       01  WS-PK-INX                    PIC 9(05).
       01  WS-PK-HIT-INX                PIC 9(05).
       01  WS-PK-TABLE.
           03  WS-PK-ENTRY OCCURS 5000 TIMES.
               05  WS-PK-PACKAGE-ID     PIC X(16).
               05  WS-PK-SYSTEM         PIC X(08).
               05  WS-PK-EXEC-STAMP.
                   07  WS-PK-EXEC-DATE  PIC 9(08).
                   07  WS-PK-EXEC-TIME  PIC 9(06).
               05  WS-PK-FAILED         PIC X(01).
                   88  PK-DEPLOY-FAILED         VALUE 'Y'.
       01  WS-NO-MANIFEST-COUNT         PIC 9(05) VALUE 0.
       01  WS-UNKNOWN-SYSTEM            PIC X(08) VALUE 'UNKNOWN'.
       01  WS-LAST-PACKAGE-ID           PIC X(16).
       01  WS-SCAN-POS                  PIC 9(03).
       01  WS-SCAN-LEN                  PIC 9(03).
       01  WS-SCAN-VALUE                PIC X(08).

      *= Backouts and what restored them ==============================
       01  WS-BK-MAX                    PIC 9(04) VALUE 2000.
       01  WS-BK-COUNT                  PIC 9(04) VALUE 0.
       01  WS-BK-DROPPED                PIC 9(05) VALUE 0.
       01  WS-BK-INX                    PIC 9(04).
       01  WS-BK-TABLE.
           03  WS-BK-ENTRY OCCURS 2000 TIMES.
               05  WS-BK-PK-INX         PIC 9(05).
               05  WS-BK-STAMP.
                   07  WS-BK-DATE       PIC 9(08).
                   07  WS-BK-TIME       PIC 9(06).
               05  WS-BK-RESTORE-MIN    PIC 9(07).
               05  WS-BK-RESTORED       PIC X(01).
                   88  BK-RESTORED              VALUE 'Y'.

      *= Element journeys into production (the C1ULEADT table) ========
       01  WS-EK-MAX                    PIC 9(04) VALUE 5000.
       01  WS-EK-COUNT                  PIC 9(04) VALUE 0.
       01  WS-EK-DROPPED                PIC 9(05) VALUE 0.
       01  WS-EK-INX                    PIC 9(04).
       01  WS-EK-HIT-INX                PIC 9(04).
       01  WS-EK-TABLE.
           03  WS-EK-ENTRY OCCURS 5000 TIMES.
               05  WS-EK-ELEMENT        PIC X(10).
               05  WS-EK-SYSTEM         PIC X(08).
               05  WS-EK-SUBSYS         PIC X(08).
               05  WS-EK-ENTRY-DATE     PIC 9(08).
               05  WS-EK-PROD-DATE      PIC 9(08).
               05  WS-EK-STATE          PIC X(01).
                   88  EK-ENTERED               VALUE 'E'.
                   88  EK-LANDED                VALUE 'L'.

      *= Per-system monthly tallies (entry 1 is the site) =============
       01  WS-SY-MAX                    PIC 9(03) VALUE 200.
       01  WS-SY-COUNT                  PIC 9(03) VALUE 0.
       01  WS-SY-DROPPED                PIC 9(05) VALUE 0.
       01  WS-SY-INX                    PIC 9(03).
       01  WS-SY-SHIFT-INX              PIC 9(03).
       01  WS-SY-NAME-WANTED            PIC X(08).
       01  WS-SITE-NAME                 PIC X(08) VALUE '*SITE*'.
       01  WS-SY-TABLE.
           03  WS-SY-ENTRY OCCURS 200 TIMES.
               05  WS-SY-NAME           PIC X(08).
               05  WS-SY-MONTH OCCURS 4 TIMES.
                   07  WS-SY-DEPLOYS    PIC 9(07).
                   07  WS-SY-FAILED     PIC 9(07).
                   07  WS-SY-BACKOUTS   PIC 9(07).
                   07  WS-SY-RESTORED   PIC 9(07).

      *= Median work area (0900-TAKE-MEDIAN) ==========================
       01  WS-MD-MAX                    PIC 9(04) VALUE 1000.
       01  WS-MD-COUNT                  PIC 9(04).
       01  WS-MD-INX                    PIC 9(04).
       01  WS-MD-INX2                   PIC 9(04).
       01  WS-MD-HOLD                   PIC 9(07).
       01  WS-MD-MEDIAN                 PIC 9(07).
       01  WS-MD-TABLE.
           03  WS-MD-VALUE              PIC 9(07) OCCURS 1000 TIMES.

      *= Stamp arithmetic (0950-MINUTES-BETWEEN) ======================
       01  WS-FROM-STAMP.
           03  WS-FROM-DATE             PIC 9(08).
           03  WS-FROM-TIME.
               05  WS-FROM-HH           PIC 9(02).
               05  WS-FROM-MM           PIC 9(02).
               05  WS-FROM-SS           PIC 9(02).
       01  WS-TO-STAMP.
           03  WS-TO-DATE               PIC 9(08).
           03  WS-TO-TIME.
               05  WS-TO-HH             PIC 9(02).
               05  WS-TO-MM             PIC 9(02).
               05  WS-TO-SS             PIC 9(02).
       01  WS-MINUTES                   PIC S9(09).
       01  WS-BEST-STAMP                PIC X(14).
       01  WS-BEST-INX                  PIC 9(05).
       01  WS-ELAPSED-DAYS              PIC S9(05).

      *= One system's scorecard (6 measures x 4 months) ===============
      *  Measure 1 DEPLOYS, 2 FAILED, 3 CFRPCT, 4 LEADDAYS, 5 RESTHRS,
      *  6 UNRESTD - see WS-MEASURE-NAMES.
       01  WS-MS-INX                    PIC 9(01).
       01  WS-SC-TABLE.
           03  WS-SC-MEASURE OCCURS 6 TIMES.
               05  WS-SC-CELL OCCURS 4 TIMES.
                   07  WS-SC-VALUE      PIC 9(07)V9.
                   07  WS-SC-HAS-VALUE  PIC X(01).
                       88  SC-MEASURED          VALUE 'Y'.
       01  WS-MEASURE-NAMES.
           03  FILLER                   PIC X(08) VALUE 'DEPLOYS'.
           03  FILLER                   PIC X(08) VALUE 'FAILED'.
           03  FILLER                   PIC X(08) VALUE 'CFRPCT'.
           03  FILLER                   PIC X(08) VALUE 'LEADDAYS'.
           03  FILLER                   PIC X(08) VALUE 'RESTHRS'.
           03  FILLER                   PIC X(08) VALUE 'UNRESTD'.
       01  WS-MEASURE-NAMES-RE REDEFINES WS-MEASURE-NAMES.
           03  WS-MEASURE-NAME          PIC X(08) OCCURS 6 TIMES.
       01  WS-MEASURE-TITLES.
           03  FILLER                   PIC X(32) VALUE
               'DEPLOYMENTS'.
           03  FILLER                   PIC X(32) VALUE
               'FAILED (BACKOUT OR INCIDENT)'.
           03  FILLER                   PIC X(32) VALUE
               'CHANGE FAILURE RATE, PCT'.
           03  FILLER                   PIC X(32) VALUE
               'LEAD TIME, MEDIAN DAYS'.
           03  FILLER                   PIC X(32) VALUE
               'TIME TO RESTORE, MEDIAN HOURS'.
           03  FILLER                   PIC X(32) VALUE
               'BACKOUTS NOT RESTORED'.
       01  WS-MEASURE-TITLES-RE REDEFINES WS-MEASURE-TITLES.
           03  WS-MEASURE-TITLE         PIC X(32) OCCURS 6 TIMES.

      *= Report lines ==================================================
       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(45) VALUE
               'DELIVERY PERFORMANCE SCORECARD FOR PERIOD '.
           03  TTL-PERIOD               PIC 9(06).
           03  FILLER                   PIC X(25) VALUE
               ' - PRODUCTION ENVIRONMENT'.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  TTL-PROD-ENV             PIC X(08).
           03  FILLER                   PIC X(47) VALUE SPACES.

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(10) VALUE 'SYSTEM'.
           03  FILLER                   PIC X(32) VALUE 'MEASURE'.
           03  HDL-COLUMN OCCURS 4 TIMES.
               05  FILLER               PIC X(06).
               05  HDL-MONTH            PIC 9(06).
           03  FILLER                   PIC X(42) VALUE SPACES.

       01  WS-SC-LINE.
           03  SCL-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(02).
           03  SCL-TITLE                PIC X(32).
           03  SCL-COLUMN OCCURS 4 TIMES.
               05  FILLER               PIC X(02).
               05  SCL-CELL             PIC X(10).
           03  FILLER                   PIC X(42).

       01  WS-ED-INT                    PIC ZZ,ZZZ,ZZ9.
       01  WS-ED-DEC                    PIC ZZZZZZZ9.9.
       01  WS-NOT-MEASURED              PIC X(10) VALUE '         -'.

       01  WS-NOTE-LINE.
           03  NTL-TALLY                PIC ZZ,ZZZ,ZZ9.
           03  NTL-TEXT                 PIC X(122).

       01  WS-DLM-LINE                  PIC X(80).
       01  WS-DLM-INT                   PIC 9(07).
       01  WS-DLM-DEC                   PIC 9(07).9.
       01  WS-DLM-VALUE                 PIC X(09).

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-PERIOD              PIC X(06).
           05  FILLER                   PIC X(01).
           05  PARM-PROD-ENV            PIC X(08).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF LINK-PARM-LENGTH >= 6 AND PARM-PERIOD NOT = SPACES
              IF PARM-PERIOD IS NOT NUMERIC
                 OR PARM-PERIOD(5:2) < '01'
                 OR PARM-PERIOD(5:2) > '12'
                 DISPLAY 'C1UDLVSC: PARM MUST BE A YYYYMM PERIOD'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-PERIOD TO WS-PERIOD
           ELSE
              MOVE WS-TODAY-YEAR  TO WS-PERIOD-YEAR
              MOVE WS-TODAY-MONTH TO WS-PERIOD-MONTH
              IF WS-PERIOD-MONTH = 1
                 MOVE 12 TO WS-PERIOD-MONTH
                 SUBTRACT 1 FROM WS-PERIOD-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MONTH
              END-IF
           END-IF.
           IF LINK-PARM-LENGTH >= 15 AND PARM-PROD-ENV NOT = SPACES
              MOVE PARM-PROD-ENV TO WS-PROD-ENV
           END-IF.
           PERFORM 1000-SET-MONTHS.

           OPEN OUTPUT DLVSCRPT.
           OPEN OUTPUT DLVSCDLM.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           MOVE 1 TO WS-SY-COUNT.
           MOVE WS-SITE-NAME TO WS-SY-NAME(1).
           PERFORM 0830-CLEAR-SYSTEM-TALLIES.

           PERFORM 1100-LOAD-PKGMANIF.
           PERFORM 2000-DATE-FROM-PKGHIST.
           PERFORM 2500-DATE-FROM-PKGMASTR.
           PERFORM 3000-LOAD-BCKIMPRT.
           PERFORM 3500-MARK-INCIDENTS.
           PERFORM 4000-TRACK-ELMACTLG.
           PERFORM 5000-TALLY-DEPLOYMENTS.
           PERFORM 5500-TALLY-BACKOUTS.

           PERFORM 6000-WRITE-SCORECARD.

           CLOSE DLVSCRPT.
           CLOSE DLVSCDLM.

           IF WS-PK-DROPPED > 0
              DISPLAY 'C1UDLVSC: WARNING - ' WS-PK-DROPPED
                      ' PACKAGES DROPPED, PACKAGE TABLE FULL'
           END-IF.
           IF WS-BK-DROPPED > 0
              DISPLAY 'C1UDLVSC: WARNING - ' WS-BK-DROPPED
                      ' BACKOUTS DROPPED, BACKOUT TABLE FULL'
           END-IF.
           IF WS-EK-DROPPED > 0
              DISPLAY 'C1UDLVSC: WARNING - ' WS-EK-DROPPED
                      ' ELEMENTS DROPPED, JOURNEY TABLE FULL'
           END-IF.
           IF WS-SY-DROPPED > 0
              DISPLAY 'C1UDLVSC: WARNING - ' WS-SY-DROPPED
                      ' ACTIVITIES DROPPED, SYSTEM TABLE FULL'
           END-IF.
           IF WS-NO-MANIFEST-COUNT > 0
              DISPLAY 'C1UDLVSC: WARNING - ' WS-NO-MANIFEST-COUNT
                      ' PACKAGE(S) WITH NO CAST MANIFEST, COUNTED '
                      'UNDER ' WS-UNKNOWN-SYSTEM
           END-IF.
           DISPLAY 'C1UDLVSC: SCORECARD FOR ' WS-PERIOD ' - '
                   WS-SY-COUNT ' ROW(S) INCLUDING THE SITE'.

           IF WS-PK-DROPPED + WS-BK-DROPPED + WS-EK-DROPPED
              + WS-SY-DROPPED + WS-NO-MANIFEST-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of DLVSCRPT - see COPY RUNCTXH.
      *-----------------------------------------------------------------
       0050-WRITE-RUN-CONTEXT-HEADER.
           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE SPACES               TO WS-RUN-CONTEXT-LINE.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           MOVE SPACES TO DLVSCRPT-REC.
           WRITE DLVSCRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  The period is month 4; each month before it steps back one,
      *  across the year end where it must.
      *-----------------------------------------------------------------
       1000-SET-MONTHS.

           MOVE WS-PERIOD TO WS-MONTH(4).
           PERFORM VARYING WS-MON-INX FROM 3 BY -1
                   UNTIL WS-MON-INX < 1
              MOVE WS-MONTH(WS-MON-INX + 1) TO WS-PERIOD
              IF WS-PERIOD-MONTH = 1
                 MOVE 12 TO WS-PERIOD-MONTH
                 SUBTRACT 1 FROM WS-PERIOD-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MONTH
              END-IF
              MOVE WS-PERIOD TO WS-MONTH(WS-MON-INX)
           END-PERFORM.
           MOVE WS-MONTH(4) TO WS-PERIOD.

      *-----------------------------------------------------------------
      *  Each package's first SYSTEM clause in its cast manifest - the
      *  same substring scan C1UCHGBK makes.
      *-----------------------------------------------------------------
       1100-LOAD-PKGMANIF.

           MOVE SPACES TO WS-LAST-PACKAGE-ID.
           MOVE 0 TO WS-PK-HIT-INX.
           OPEN INPUT PKGMANIF.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 1110-READ-PKGMANIF
              PERFORM 1120-LOAD-ONE-MANIFEST UNTIL IN-FILE-ATEND
              CLOSE PKGMANIF
           END-IF.

       1110-READ-PKGMANIF.
           READ PKGMANIF
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1120-LOAD-ONE-MANIFEST.
           IF MAN-PACKAGE-ID NOT = WS-LAST-PACKAGE-ID
              MOVE MAN-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 1130-FIND-PACKAGE
              IF WS-PK-HIT-INX = 0
                 PERFORM 1150-ADD-PACKAGE
              END-IF
           END-IF.
           IF WS-PK-HIT-INX > 0
              AND WS-PK-SYSTEM(WS-PK-HIT-INX) = SPACES
              MOVE 0 TO WS-SCAN-POS
              INSPECT MAN-SCL-RECORD TALLYING WS-SCAN-POS
                      FOR CHARACTERS BEFORE ' SYSTEM '''
              IF WS-SCAN-POS < 70
                 ADD 10 TO WS-SCAN-POS
                 PERFORM 1140-EXTRACT-QUOTED-VALUE
                 MOVE WS-SCAN-VALUE TO WS-PK-SYSTEM(WS-PK-HIT-INX)
              END-IF
           END-IF.
           PERFORM 1110-READ-PKGMANIF.

       1130-FIND-PACKAGE.
           MOVE 0 TO WS-PK-HIT-INX.
           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT
                      OR WS-PK-HIT-INX > 0
              IF WS-PK-PACKAGE-ID(WS-PK-INX) = WS-LAST-PACKAGE-ID
                 MOVE WS-PK-INX TO WS-PK-HIT-INX
              END-IF
           END-PERFORM.

       1140-EXTRACT-QUOTED-VALUE.
           MOVE SPACES TO WS-SCAN-VALUE.
           MOVE 0 TO WS-SCAN-LEN.
           INSPECT MAN-SCL-RECORD(WS-SCAN-POS:)
                   TALLYING WS-SCAN-LEN FOR CHARACTERS BEFORE ''''.
           IF WS-SCAN-LEN > 8
              MOVE 8 TO WS-SCAN-LEN
           END-IF.
           IF WS-SCAN-LEN > 0
              MOVE MAN-SCL-RECORD(WS-SCAN-POS:WS-SCAN-LEN)
                   TO WS-SCAN-VALUE(1:WS-SCAN-LEN)
           END-IF.

      *-----------------------------------------------------------------
      *  A new package entry for WS-LAST-PACKAGE-ID, not yet dated;
      *  WS-PK-HIT-INX points at it, 0 when the table is full.
      *-----------------------------------------------------------------
       1150-ADD-PACKAGE.
           IF WS-PK-COUNT < WS-PK-MAX
              ADD 1 TO WS-PK-COUNT
              MOVE WS-PK-COUNT TO WS-PK-HIT-INX
              MOVE WS-LAST-PACKAGE-ID
                   TO WS-PK-PACKAGE-ID(WS-PK-COUNT)
              MOVE SPACES TO WS-PK-SYSTEM(WS-PK-COUNT)
              MOVE 0 TO WS-PK-EXEC-DATE(WS-PK-COUNT)
                        WS-PK-EXEC-TIME(WS-PK-COUNT)
              MOVE 'N' TO WS-PK-FAILED(WS-PK-COUNT)
           ELSE
              MOVE 0 TO WS-PK-HIT-INX
              ADD 1 TO WS-PK-DROPPED
           END-IF.

       1160-FIND-OR-ADD-PACKAGE.
           PERFORM 1130-FIND-PACKAGE.
           IF WS-PK-HIT-INX = 0
              PERFORM 1150-ADD-PACKAGE
           END-IF.

      *-----------------------------------------------------------------
      *  The first DEPLOY record of a package dates its execute -
      *  C1UDEPLY writes it in the step right after.
      *-----------------------------------------------------------------
       2000-DATE-FROM-PKGHIST.

           MOVE SPACES TO WS-LAST-PACKAGE-ID.
           OPEN INPUT PKGHIST.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 2010-READ-PKGHIST
              PERFORM 2020-DATE-ONE-HISTORY UNTIL IN-FILE-ATEND
              CLOSE PKGHIST
           END-IF.

       2010-READ-PKGHIST.
           READ PKGHIST NEXT RECORD
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       2020-DATE-ONE-HISTORY.
           IF PH-REC-TYPE = 'D'
              AND PH-PACKAGE-ID NOT = WS-LAST-PACKAGE-ID
              AND PH-DATE IS NUMERIC
              AND PH-TIME IS NUMERIC
              MOVE PH-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 1160-FIND-OR-ADD-PACKAGE
              IF WS-PK-HIT-INX > 0
                 MOVE PH-DATE TO WS-PK-EXEC-DATE(WS-PK-HIT-INX)
                 MOVE PH-TIME TO WS-PK-EXEC-TIME(WS-PK-HIT-INX)
              END-IF
           END-IF.
           PERFORM 2010-READ-PKGHIST.

      *-----------------------------------------------------------------
      *  Packages PKGHIST did not date: the master's stamp is the
      *  execute when that was its last event, and near enough (a
      *  later COMMIT) for an executed package never backed out.
      *-----------------------------------------------------------------
       2500-DATE-FROM-PKGMASTR.

           OPEN INPUT PKGMASTR.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 2510-READ-PKGMASTR
              PERFORM 2520-DATE-ONE-MASTER UNTIL IN-FILE-ATEND
              CLOSE PKGMASTR
           END-IF.

       2510-READ-PKGMASTR.
           READ PKGMASTR NEXT RECORD
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       2520-DATE-ONE-MASTER.
           IF PMF-LAST-EVENT(1:7) = 'EXECUTE'
              OR ((PMF-PACKAGE-STATUS = 'EXECUTED' OR 'COMMITTED')
                  AND PMF-BACKOUT-STATUS = SPACES)
              MOVE PMF-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 1160-FIND-OR-ADD-PACKAGE
              IF WS-PK-HIT-INX > 0
                 AND WS-PK-EXEC-DATE(WS-PK-HIT-INX) = 0
                 MOVE PMF-LAST-DATE TO WS-PK-EXEC-DATE(WS-PK-HIT-INX)
                 MOVE PMF-LAST-TIME TO WS-PK-EXEC-TIME(WS-PK-HIT-INX)
              END-IF
           END-IF.
           PERFORM 2510-READ-PKGMASTR.

      *-----------------------------------------------------------------
      *  Every completed backout fails its package's deployment, and
      *  dates the execute of a package nothing else dated.
      *-----------------------------------------------------------------
       3000-LOAD-BCKIMPRT.

           OPEN INPUT BCKIMPRT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 3010-READ-BCKIMPRT
              PERFORM 3020-LOAD-ONE-BACKOUT UNTIL IN-FILE-ATEND
              CLOSE BCKIMPRT
           END-IF.

       3010-READ-BCKIMPRT.
           READ BCKIMPRT
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       3020-LOAD-ONE-BACKOUT.
           IF BKI-DATE IS NUMERIC AND BKI-TIME IS NUMERIC
              MOVE BKI-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 1160-FIND-OR-ADD-PACKAGE
              IF WS-PK-HIT-INX > 0
                 MOVE 'Y' TO WS-PK-FAILED(WS-PK-HIT-INX)
                 IF WS-PK-EXEC-DATE(WS-PK-HIT-INX) = 0
                    MOVE BKI-DATE TO WS-PK-EXEC-DATE(WS-PK-HIT-INX)
                    MOVE BKI-TIME TO WS-PK-EXEC-TIME(WS-PK-HIT-INX)
                 END-IF
                 IF WS-BK-COUNT < WS-BK-MAX
                    ADD 1 TO WS-BK-COUNT
                    MOVE WS-PK-HIT-INX TO WS-BK-PK-INX(WS-BK-COUNT)
                    MOVE BKI-DATE      TO WS-BK-DATE(WS-BK-COUNT)
                    MOVE BKI-TIME      TO WS-BK-TIME(WS-BK-COUNT)
                    MOVE 0             TO WS-BK-RESTORE-MIN(WS-BK-COUNT)
                    MOVE 'N'           TO WS-BK-RESTORED(WS-BK-COUNT)
                 ELSE
                    ADD 1 TO WS-BK-DROPPED
                 END-IF
              END-IF
           END-IF.
           PERFORM 3010-READ-BCKIMPRT.

      *-----------------------------------------------------------------
      *  An incident SNOWINCC raised for a package (C1UEXSHP's INCRSE
      *  trail record on SHPSTAT) fails its deployment too.
      *-----------------------------------------------------------------
       3500-MARK-INCIDENTS.

           OPEN INPUT SHPSTAT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 3510-READ-SHPSTAT
              PERFORM 3520-MARK-ONE-SHIPMENT UNTIL IN-FILE-ATEND
              CLOSE SHPSTAT
           END-IF.

       3510-READ-SHPSTAT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SHPSTAT
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'SHPSTAT'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SHPSTAT-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       3520-MARK-ONE-SHIPMENT.
           IF SHP-STATUS = 'INCRSE'
              MOVE SHP-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 1130-FIND-PACKAGE
              IF WS-PK-HIT-INX > 0
                 MOVE 'Y' TO WS-PK-FAILED(WS-PK-HIT-INX)
              END-IF
           END-IF.
           PERFORM 3510-READ-SHPSTAT.

      *-----------------------------------------------------------------
      *  Element journeys, as C1ULEADT tracks them: the first
      *  ADD/UPDATE opens one, the first MOVE into the production
      *  environment closes it. Refused attempts are left out.
      *-----------------------------------------------------------------
       4000-TRACK-ELMACTLG.

           OPEN INPUT ELMACTLG.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 4010-READ-ELMACTLG
              PERFORM 4020-TRACK-ONE-ACTION UNTIL IN-FILE-ATEND
              CLOSE ELMACTLG
           END-IF.

       4010-READ-ELMACTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       4020-TRACK-ONE-ACTION.
           IF ELA-ELEMENT NOT = SPACES
              AND NOT (ELA-EXIT-RC IS NUMERIC AND ELA-EXIT-RC >= '0008')
              EVALUATE TRUE
                WHEN ELA-ACTION = 'ADD'
                  OR ELA-ACTION = 'UPDATE'
                  PERFORM 4030-FIND-EK-ENTRY
                  IF WS-EK-HIT-INX = 0
                     IF WS-EK-COUNT < WS-EK-MAX
                        ADD 1 TO WS-EK-COUNT
                        MOVE ELA-ELEMENT
                             TO WS-EK-ELEMENT(WS-EK-COUNT)
                        MOVE ELA-SYSTEM
                             TO WS-EK-SYSTEM(WS-EK-COUNT)
                        MOVE ELA-SUBSYSTEM
                             TO WS-EK-SUBSYS(WS-EK-COUNT)
                        MOVE ELA-DATE
                             TO WS-EK-ENTRY-DATE(WS-EK-COUNT)
                        MOVE 0 TO WS-EK-PROD-DATE(WS-EK-COUNT)
                        MOVE 'E' TO WS-EK-STATE(WS-EK-COUNT)
                     ELSE
                        ADD 1 TO WS-EK-DROPPED
                     END-IF
                  END-IF
                WHEN ELA-ACTION = 'MOVE'
                  AND ELA-TGT-ENV = WS-PROD-ENV
                  PERFORM 4030-FIND-EK-ENTRY
                  IF WS-EK-HIT-INX > 0
                     AND EK-ENTERED(WS-EK-HIT-INX)
                     MOVE ELA-DATE
                          TO WS-EK-PROD-DATE(WS-EK-HIT-INX)
                     MOVE 'L' TO WS-EK-STATE(WS-EK-HIT-INX)
                  END-IF
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM 4010-READ-ELMACTLG.

       4030-FIND-EK-ENTRY.
           MOVE 0 TO WS-EK-HIT-INX.
           PERFORM VARYING WS-EK-INX FROM 1 BY 1
                   UNTIL WS-EK-INX > WS-EK-COUNT OR WS-EK-HIT-INX > 0
              IF ELA-ELEMENT = WS-EK-ELEMENT(WS-EK-INX)
                 AND ELA-SYSTEM = WS-EK-SYSTEM(WS-EK-INX)
                 AND ELA-SUBSYSTEM = WS-EK-SUBSYS(WS-EK-INX)
                 MOVE WS-EK-INX TO WS-EK-HIT-INX
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Every dated execute in the four months counts for its system
      *  and the site, and so does its failure.
      *-----------------------------------------------------------------
       5000-TALLY-DEPLOYMENTS.

           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT
              MOVE WS-PK-EXEC-DATE(WS-PK-INX) TO WS-REC-DATE
              PERFORM 0850-FIND-MONTH
              IF WS-MON-HIT > 0
                 PERFORM 0860-PACKAGE-SYSTEM
                 PERFORM 0810-FIND-SYSTEM
                 IF WS-SY-INX > 0
                    ADD 1 TO WS-SY-DEPLOYS(WS-SY-INX, WS-MON-HIT)
                    IF PK-DEPLOY-FAILED(WS-PK-INX)
                       ADD 1 TO WS-SY-FAILED(WS-SY-INX, WS-MON-HIT)
                    END-IF
                 END-IF
                 ADD 1 TO WS-SY-DEPLOYS(1, WS-MON-HIT)
                 IF PK-DEPLOY-FAILED(WS-PK-INX)
                    ADD 1 TO WS-SY-FAILED(1, WS-MON-HIT)
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Each backout in the four months is restored by the first
      *  execute after it in the same system - the package's own
      *  re-execute or the fix that followed it.
      *-----------------------------------------------------------------
       5500-TALLY-BACKOUTS.

           PERFORM VARYING WS-BK-INX FROM 1 BY 1
                   UNTIL WS-BK-INX > WS-BK-COUNT
              MOVE WS-BK-DATE(WS-BK-INX) TO WS-REC-DATE
              PERFORM 0850-FIND-MONTH
              IF WS-MON-HIT > 0
                 MOVE WS-BK-PK-INX(WS-BK-INX) TO WS-PK-INX
                 PERFORM 0860-PACKAGE-SYSTEM
                 PERFORM 5510-FIND-RESTORING-EXECUTE
                 PERFORM 0810-FIND-SYSTEM
                 IF WS-SY-INX > 0
                    ADD 1 TO WS-SY-BACKOUTS(WS-SY-INX, WS-MON-HIT)
                    IF BK-RESTORED(WS-BK-INX)
                       ADD 1 TO WS-SY-RESTORED(WS-SY-INX, WS-MON-HIT)
                    END-IF
                 END-IF
                 ADD 1 TO WS-SY-BACKOUTS(1, WS-MON-HIT)
                 IF BK-RESTORED(WS-BK-INX)
                    ADD 1 TO WS-SY-RESTORED(1, WS-MON-HIT)
                 END-IF
              END-IF
           END-PERFORM.

       5510-FIND-RESTORING-EXECUTE.
           MOVE HIGH-VALUES TO WS-BEST-STAMP.
           MOVE 0 TO WS-BEST-INX.
           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT
              IF WS-PK-EXEC-DATE(WS-PK-INX) > 0
                 AND WS-PK-EXEC-STAMP(WS-PK-INX) >
                     WS-BK-STAMP(WS-BK-INX)
                 AND WS-PK-EXEC-STAMP(WS-PK-INX) < WS-BEST-STAMP
                 AND (WS-PK-SYSTEM(WS-PK-INX) = WS-SY-NAME-WANTED
                      OR (WS-PK-SYSTEM(WS-PK-INX) = SPACES
                          AND WS-SY-NAME-WANTED = WS-UNKNOWN-SYSTEM))
                 MOVE WS-PK-EXEC-STAMP(WS-PK-INX) TO WS-BEST-STAMP
                 MOVE WS-PK-INX TO WS-BEST-INX
              END-IF
           END-PERFORM.
           IF WS-BEST-INX > 0
              MOVE WS-BK-STAMP(WS-BK-INX) TO WS-FROM-STAMP
              MOVE WS-BEST-STAMP          TO WS-TO-STAMP
              PERFORM 0950-MINUTES-BETWEEN
              MOVE WS-MINUTES TO WS-BK-RESTORE-MIN(WS-BK-INX)
              MOVE 'Y' TO WS-BK-RESTORED(WS-BK-INX)
           END-IF.

      *-----------------------------------------------------------------
      *  The scorecard: the site first, then each system in name
      *  order - six measure lines over the four months each - and
      *  the same cells to the dashboard extract.
      *-----------------------------------------------------------------
       6000-WRITE-SCORECARD.

           MOVE WS-PERIOD   TO TTL-PERIOD.
           MOVE WS-PROD-ENV TO TTL-PROD-ENV.
           WRITE DLVSCRPT-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO DLVSCRPT-REC.
           WRITE DLVSCRPT-REC.
           MOVE SPACES TO WS-HDR-LINE(43:90).
           PERFORM VARYING WS-MON-INX FROM 1 BY 1
                   UNTIL WS-MON-INX > 4
              MOVE WS-MONTH(WS-MON-INX) TO HDL-MONTH(WS-MON-INX)
           END-PERFORM.
           WRITE DLVSCRPT-REC FROM WS-HDR-LINE.
           PERFORM 6100-SCORE-ONE-SYSTEM
                   VARYING WS-SY-INX FROM 1 BY 1
                   UNTIL WS-SY-INX > WS-SY-COUNT.
           IF WS-NO-MANIFEST-COUNT > 0
              MOVE WS-NO-MANIFEST-COUNT TO NTL-TALLY
              MOVE ' PACKAGE(S) WITH NO CAST MANIFEST ON DD PKGMANIF -
      -            ' COUNTED UNDER UNKNOWN' TO NTL-TEXT
              WRITE DLVSCRPT-REC FROM WS-NOTE-LINE
           END-IF.

       6100-SCORE-ONE-SYSTEM.
           PERFORM 6200-COMPUTE-ONE-SYSTEM.
           MOVE SPACES TO DLVSCRPT-REC.
           WRITE DLVSCRPT-REC.
           PERFORM VARYING WS-MS-INX FROM 1 BY 1
                   UNTIL WS-MS-INX > 6
              MOVE SPACES TO WS-SC-LINE
              IF WS-MS-INX = 1
                 MOVE WS-SY-NAME(WS-SY-INX) TO SCL-SYSTEM
              END-IF
              MOVE WS-MEASURE-TITLE(WS-MS-INX) TO SCL-TITLE
              PERFORM VARYING WS-MON-INX FROM 1 BY 1
                      UNTIL WS-MON-INX > 4
                 PERFORM 6300-FORMAT-ONE-CELL
                 PERFORM 6400-WRITE-ONE-DELIMITED
              END-PERFORM
              WRITE DLVSCRPT-REC FROM WS-SC-LINE
           END-PERFORM.

      *-----------------------------------------------------------------
      *  The six measures of system WS-SY-INX for each month. A rate
      *  with no deployments, or a median with no values, is not
      *  measured rather than zero.
      *-----------------------------------------------------------------
       6200-COMPUTE-ONE-SYSTEM.
           MOVE WS-SY-NAME(WS-SY-INX) TO WS-SY-NAME-WANTED.
           PERFORM VARYING WS-MON-INX FROM 1 BY 1
                   UNTIL WS-MON-INX > 4
              PERFORM VARYING WS-MS-INX FROM 1 BY 1
                      UNTIL WS-MS-INX > 6
                 MOVE 0   TO WS-SC-VALUE(WS-MS-INX, WS-MON-INX)
                 MOVE 'N' TO WS-SC-HAS-VALUE(WS-MS-INX, WS-MON-INX)
              END-PERFORM
              MOVE WS-SY-DEPLOYS(WS-SY-INX, WS-MON-INX)
                   TO WS-SC-VALUE(1, WS-MON-INX)
              MOVE 'Y' TO WS-SC-HAS-VALUE(1, WS-MON-INX)
              MOVE WS-SY-FAILED(WS-SY-INX, WS-MON-INX)
                   TO WS-SC-VALUE(2, WS-MON-INX)
              MOVE 'Y' TO WS-SC-HAS-VALUE(2, WS-MON-INX)
              IF WS-SY-DEPLOYS(WS-SY-INX, WS-MON-INX) > 0
                 COMPUTE WS-SC-VALUE(3, WS-MON-INX) ROUNDED =
                     WS-SY-FAILED(WS-SY-INX, WS-MON-INX) * 100
                   / WS-SY-DEPLOYS(WS-SY-INX, WS-MON-INX)
                 MOVE 'Y' TO WS-SC-HAS-VALUE(3, WS-MON-INX)
              END-IF
              PERFORM 6210-COLLECT-LEAD-TIMES
              IF WS-MD-COUNT > 0
                 PERFORM 0900-TAKE-MEDIAN
                 MOVE WS-MD-MEDIAN TO WS-SC-VALUE(4, WS-MON-INX)
                 MOVE 'Y' TO WS-SC-HAS-VALUE(4, WS-MON-INX)
              END-IF
              PERFORM 6220-COLLECT-RESTORE-TIMES
              IF WS-MD-COUNT > 0
                 PERFORM 0900-TAKE-MEDIAN
                 COMPUTE WS-SC-VALUE(5, WS-MON-INX) ROUNDED =
                     WS-MD-MEDIAN / 60
                 MOVE 'Y' TO WS-SC-HAS-VALUE(5, WS-MON-INX)
              END-IF
              COMPUTE WS-SC-VALUE(6, WS-MON-INX) =
                  WS-SY-BACKOUTS(WS-SY-INX, WS-MON-INX)
                - WS-SY-RESTORED(WS-SY-INX, WS-MON-INX)
              MOVE 'Y' TO WS-SC-HAS-VALUE(6, WS-MON-INX)
           END-PERFORM.

       6210-COLLECT-LEAD-TIMES.
           MOVE 0 TO WS-MD-COUNT.
           PERFORM VARYING WS-EK-INX FROM 1 BY 1
                   UNTIL WS-EK-INX > WS-EK-COUNT
              IF EK-LANDED(WS-EK-INX)
                 AND WS-EK-PROD-DATE(WS-EK-INX)(1:6) =
                     WS-MONTH(WS-MON-INX)
                 AND (WS-SY-INX = 1
                      OR WS-EK-SYSTEM(WS-EK-INX) = WS-SY-NAME-WANTED)
                 AND WS-MD-COUNT < WS-MD-MAX
                 COMPUTE WS-ELAPSED-DAYS =
                     FUNCTION INTEGER-OF-DATE
                              (WS-EK-PROD-DATE(WS-EK-INX))
                   - FUNCTION INTEGER-OF-DATE
                              (WS-EK-ENTRY-DATE(WS-EK-INX))
                 IF WS-ELAPSED-DAYS < 0
                    MOVE 0 TO WS-ELAPSED-DAYS
                 END-IF
                 ADD 1 TO WS-MD-COUNT
                 MOVE WS-ELAPSED-DAYS TO WS-MD-VALUE(WS-MD-COUNT)
              END-IF
           END-PERFORM.

       6220-COLLECT-RESTORE-TIMES.
           MOVE 0 TO WS-MD-COUNT.
           PERFORM VARYING WS-BK-INX FROM 1 BY 1
                   UNTIL WS-BK-INX > WS-BK-COUNT
              IF BK-RESTORED(WS-BK-INX)
                 AND WS-BK-DATE(WS-BK-INX)(1:6) = WS-MONTH(WS-MON-INX)
                 AND WS-MD-COUNT < WS-MD-MAX
                 MOVE WS-BK-PK-INX(WS-BK-INX) TO WS-PK-INX
                 MOVE WS-SY-NAME-WANTED TO WS-SCAN-VALUE
                 PERFORM 0860-PACKAGE-SYSTEM
                 IF WS-SY-INX = 1
                    OR WS-SY-NAME-WANTED = WS-SCAN-VALUE
                    ADD 1 TO WS-MD-COUNT
                    MOVE WS-BK-RESTORE-MIN(WS-BK-INX)
                         TO WS-MD-VALUE(WS-MD-COUNT)
                 END-IF
                 MOVE WS-SCAN-VALUE TO WS-SY-NAME-WANTED
              END-IF
           END-PERFORM.

       6300-FORMAT-ONE-CELL.
           IF NOT SC-MEASURED(WS-MS-INX, WS-MON-INX)
              MOVE WS-NOT-MEASURED TO SCL-CELL(WS-MON-INX)
           ELSE
              IF WS-MS-INX = 3 OR WS-MS-INX = 5
                 MOVE WS-SC-VALUE(WS-MS-INX, WS-MON-INX) TO WS-ED-DEC
                 MOVE WS-ED-DEC TO SCL-CELL(WS-MON-INX)
              ELSE
                 MOVE WS-SC-VALUE(WS-MS-INX, WS-MON-INX) TO WS-ED-INT
                 MOVE WS-ED-INT TO SCL-CELL(WS-MON-INX)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Dashboard extract: period|system|month|measure|value - empty
      *  value where the month has nothing to measure.
      *-----------------------------------------------------------------
       6400-WRITE-ONE-DELIMITED.
           MOVE SPACES TO WS-DLM-VALUE.
           IF SC-MEASURED(WS-MS-INX, WS-MON-INX)
              IF WS-MS-INX = 3 OR WS-MS-INX = 5
                 MOVE WS-SC-VALUE(WS-MS-INX, WS-MON-INX) TO WS-DLM-DEC
                 MOVE WS-DLM-DEC TO WS-DLM-VALUE
              ELSE
                 MOVE WS-SC-VALUE(WS-MS-INX, WS-MON-INX) TO WS-DLM-INT
                 MOVE WS-DLM-INT TO WS-DLM-VALUE
              END-IF
           END-IF.
           MOVE SPACES TO WS-DLM-LINE.
           STRING WS-PERIOD '|' DELIMITED BY SIZE
                  WS-SY-NAME(WS-SY-INX) DELIMITED BY SPACE
                  '|' WS-MONTH(WS-MON-INX) '|' DELIMITED BY SIZE
                  WS-MEASURE-NAME(WS-MS-INX) DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-DLM-VALUE DELIMITED BY SPACE
              INTO WS-DLM-LINE
           END-STRING.
           WRITE DLVSCDLM-REC FROM WS-DLM-LINE.

      *-----------------------------------------------------------------
      *  Locate (or insert, in name order after the site) the system
      *  WS-SY-NAME-WANTED; WS-SY-INX points at it, 0 when the table
      *  is full - the C1UCHGBK cost-center insert.
      *-----------------------------------------------------------------
       0810-FIND-SYSTEM.
           MOVE 0 TO WS-SY-SHIFT-INX.
           PERFORM VARYING WS-SY-INX FROM 2 BY 1
                   UNTIL WS-SY-INX > WS-SY-COUNT
                      OR WS-SY-NAME(WS-SY-INX) = WS-SY-NAME-WANTED
              IF WS-SY-SHIFT-INX = 0
                 AND WS-SY-NAME(WS-SY-INX) > WS-SY-NAME-WANTED
                 MOVE WS-SY-INX TO WS-SY-SHIFT-INX
              END-IF
           END-PERFORM.
           IF WS-SY-INX > WS-SY-COUNT
              IF WS-SY-COUNT < WS-SY-MAX
                 ADD 1 TO WS-SY-COUNT
                 IF WS-SY-SHIFT-INX = 0
                    MOVE WS-SY-COUNT TO WS-SY-SHIFT-INX
                 END-IF
                 PERFORM VARYING WS-SY-INX FROM WS-SY-COUNT BY -1
                         UNTIL WS-SY-INX <= WS-SY-SHIFT-INX
                    MOVE WS-SY-ENTRY(WS-SY-INX - 1)
                         TO WS-SY-ENTRY(WS-SY-INX)
                 END-PERFORM
                 MOVE WS-SY-SHIFT-INX TO WS-SY-INX
                 MOVE WS-SY-NAME-WANTED TO WS-SY-NAME(WS-SY-INX)
                 PERFORM 0830-CLEAR-SYSTEM-TALLIES
              ELSE
                 MOVE 0 TO WS-SY-INX
                 ADD 1 TO WS-SY-DROPPED
              END-IF
           END-IF.

       0830-CLEAR-SYSTEM-TALLIES.
           PERFORM VARYING WS-MON-INX FROM 1 BY 1
                   UNTIL WS-MON-INX > 4
              MOVE 0 TO WS-SY-DEPLOYS(WS-SY-INX, WS-MON-INX)
                        WS-SY-FAILED(WS-SY-INX, WS-MON-INX)
                        WS-SY-BACKOUTS(WS-SY-INX, WS-MON-INX)
                        WS-SY-RESTORED(WS-SY-INX, WS-MON-INX)
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Which of the four months WS-REC-DATE falls in; WS-MON-HIT 0
      *  when none.
      *-----------------------------------------------------------------
       0850-FIND-MONTH.
           MOVE 0 TO WS-MON-HIT.
           PERFORM VARYING WS-MON-INX FROM 1 BY 1
                   UNTIL WS-MON-INX > 4 OR WS-MON-HIT > 0
              IF WS-REC-YYYYMM = WS-MONTH(WS-MON-INX)
                 MOVE WS-MON-INX TO WS-MON-HIT
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  The system package WS-PK-INX counts under, into
      *  WS-SY-NAME-WANTED - UNKNOWN without a cast manifest.
      *-----------------------------------------------------------------
       0860-PACKAGE-SYSTEM.
           IF WS-PK-SYSTEM(WS-PK-INX) = SPACES
              MOVE WS-UNKNOWN-SYSTEM TO WS-SY-NAME-WANTED
           ELSE
              MOVE WS-PK-SYSTEM(WS-PK-INX) TO WS-SY-NAME-WANTED
           END-IF.

      *-----------------------------------------------------------------
      *  Median of WS-MD-VALUE(1:WS-MD-COUNT): bubble-sorted in place
      *  as C1ULEADT does, the middle value taken.
      *-----------------------------------------------------------------
       0900-TAKE-MEDIAN.
           PERFORM VARYING WS-MD-INX FROM 1 BY 1
                   UNTIL WS-MD-INX > WS-MD-COUNT
              PERFORM VARYING WS-MD-INX2 FROM 1 BY 1
                      UNTIL WS-MD-INX2 > WS-MD-COUNT - WS-MD-INX
                 IF WS-MD-VALUE(WS-MD-INX2) >
                    WS-MD-VALUE(WS-MD-INX2 + 1)
                    MOVE WS-MD-VALUE(WS-MD-INX2) TO WS-MD-HOLD
                    MOVE WS-MD-VALUE(WS-MD-INX2 + 1)
                         TO WS-MD-VALUE(WS-MD-INX2)
                    MOVE WS-MD-HOLD TO WS-MD-VALUE(WS-MD-INX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           COMPUTE WS-MD-INX = (WS-MD-COUNT + 1) / 2.
           MOVE WS-MD-VALUE(WS-MD-INX) TO WS-MD-MEDIAN.

      *-----------------------------------------------------------------
      *  Minutes from WS-FROM-STAMP to WS-TO-STAMP.
      *-----------------------------------------------------------------
       0950-MINUTES-BETWEEN.
           COMPUTE WS-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)) * 1440
             + (WS-TO-HH * 60 + WS-TO-MM)
             - (WS-FROM-HH * 60 + WS-FROM-MM).
           IF WS-MINUTES < 0
              MOVE 0 TO WS-MINUTES
           END-IF.
