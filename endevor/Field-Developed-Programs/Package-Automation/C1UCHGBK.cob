       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Monthly change-management chargeback by cost     *
      *              center. Each Endevor system/subsystem is mapped  *
      *              to a cost center through DD CCMAP, and for the   *
      *              month the activity logs are tallied per cost     *
      *              center:                                          *
      *                ELMACT   element actions the exit let through *
      *                         (DD ELMACTLG)                         *
      *                PKGCRT   packages first recorded this month    *
      *                         (DD PKGHIST, earliest record)         *
      *                PKGEXE   packages executed this month (DD      *
      *                         PKGMASTR, EXECUTED/COMMITTED status   *
      *                         last changed this month)              *
      *                SHIP     shipments per destination (DD SHPSTAT,*
      *                         SUCCESS/FAILED submissions)           *
      *                SNOWCALL ServiceNow calls (DD CALLMTRC, SNOW*  *
      *                         targets)                              *
      *                BACKOUT  completed backouts (DD BCKIMPRT)      *
      *              Package-level activity is charged to the system/ *
      *              subsystem of the first element in the package's  *
      *              cast manifest (DD PKGMANIF); a ServiceNow call to *
      *              the package's object, or failing that to the     *
      *              object an element action's CCID names. Activity  *
      *              that maps to no cost center is charged to the    *
      *              UNASSIGNED bucket and the unmapped system/       *
      *              subsystem pairs are listed, so the mapping gets  *
      *              fixed rather than the usage lost.                *
      *                                                               *
      *              DD CCMAP (FB 80, '*' in col 1 = comment):        *
      *                cols 1-8   system                              *
      *                cols 10-17 subsystem, or '*' for any           *
      *                cols 19-28 cost center                         *
      *              An exact subsystem entry wins over a '*' one.    *
      *                                                               *
      *              PARM YYYYMM selects the month; no PARM means the *
      *              month before the run date. The printed report   *
      *              goes to DD CHGBKRPT; DD CHGBKDLM gets one pipe-  *
      *              delimited record per cost center and metric for  *
      *              the finance load:                                *
      *                period|costcenter|metric|destination|count     *
      *              (destination env/stage on SHIP records only).    *
      *              Any input DD may be a DUMMY for a shop that does *
      *              not keep that log. Return code 4 when anything   *
      *              was charged to UNASSIGNED or a table overflowed. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UCHGBK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCMAP ASSIGN TO CCMAP
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
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
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CALLMTRC ASSIGN TO CALLMTRC
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BCKIMPRT ASSIGN TO BCKIMPRT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CHGBKRPT ASSIGN TO CHGBKRPT.
           SELECT CHGBKDLM ASSIGN TO CHGBKDLM.

       DATA DIVISION.
       FILE SECTION.
       FD  CCMAP
           RECORD CONTAINS 80 CHARACTERS.
       01  CCMAP-REC.
           03  CCM-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01).
           03  CCM-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(01).
           03  CCM-COST-CENTER          PIC X(10).
           03  FILLER                   PIC X(52).

       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  MAN-CAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01).
           03  MAN-SCL-RECORD           PIC X(80).
           03  FILLER                   PIC X(14).

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

      *-----------------------------------------------------------------
      *  DD PKGHIST - keyed package-history store (see C1UPKGLD), read
      *  front to back; key order puts each package's earliest record
      *  first. Type R records are keyed by CCID, not package ID.
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

       FD  CALLMTRC
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLMTRC-REC.
           03  MTR-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  MTR-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  MTR-PROGRAM              PIC X(08).
           03  FILLER                   PIC X(01).
           03  MTR-TARGET               PIC X(08).
           03  FILLER                   PIC X(01).
           03  MTR-KEY                  PIC X(16).
           03  FILLER                   PIC X(01).
           03  MTR-ELAPSED-HUND         PIC 9(07).
           03  FILLER                   PIC X(01).
           03  MTR-RC                   PIC -9(08).
           03  FILLER                   PIC X(12).

       FD  BCKIMPRT
           RECORD CONTAINS 88 CHARACTERS.
       01  BCKIMPRT-REC.
           03  BKI-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  BKI-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  BKI-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(56).

       FD  CHGBKRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CHGBKRPT-REC                 PIC X(132).

       FD  CHGBKDLM
           RECORD CONTAINS 80 CHARACTERS.
       01  CHGBKDLM-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.

      *= Reporting period ==============================================
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

      *= DD CCMAP table ================================================
       01  WS-MP-MAX                    PIC 9(04) VALUE 500.
       01  WS-MP-COUNT                  PIC 9(04) VALUE 0.
       01  WS-MP-DROPPED                PIC 9(05) VALUE 0.
       01  WS-MP-INX                    PIC 9(04).
       01  WS-MP-TABLE.
           03  WS-MP-ENTRY OCCURS 500 TIMES.
               05  WS-MP-SYSTEM         PIC X(08).
               05  WS-MP-SUBSYSTEM      PIC X(08).
               05  WS-MP-COST-CENTER    PIC X(10).

      *= Cost-center tallies (kept in cost-center order) ===============
      *  Metric 1 ELMACT, 2 PKGCRT, 3 PKGEXE, 4 SHIP, 5 SNOWCALL,
      *  6 BACKOUT - see WS-METRIC-NAMES.
       01  WS-CC-MAX                    PIC 9(04) VALUE 300.
       01  WS-CC-COUNT                  PIC 9(04) VALUE 0.
       01  WS-CC-DROPPED                PIC 9(05) VALUE 0.
       01  WS-CC-INX                    PIC 9(04).
       01  WS-CC-SHIFT-INX              PIC 9(04).
       01  WS-CC-TABLE.
           03  WS-CC-ENTRY OCCURS 300 TIMES.
               05  WS-CC-NAME           PIC X(10).
               05  WS-CC-TALLY          PIC 9(07) OCCURS 6 TIMES.
       01  WS-CC-TOTALS.
           03  WS-CC-TOTAL              PIC 9(07) OCCURS 6 TIMES.
       01  WS-METRIC-INX                PIC 9(01).
       01  WS-METRIC-NAMES.
           03  FILLER                   PIC X(08) VALUE 'ELMACT'.
           03  FILLER                   PIC X(08) VALUE 'PKGCRT'.
           03  FILLER                   PIC X(08) VALUE 'PKGEXE'.
           03  FILLER                   PIC X(08) VALUE 'SHIP'.
           03  FILLER                   PIC X(08) VALUE 'SNOWCALL'.
           03  FILLER                   PIC X(08) VALUE 'BACKOUT'.
       01  WS-METRIC-NAMES-RE REDEFINES WS-METRIC-NAMES.
           03  WS-METRIC-NAME           PIC X(08) OCCURS 6 TIMES.

      *= Shipments per cost center and destination =====================
       01  WS-DS-MAX                    PIC 9(04) VALUE 500.
       01  WS-DS-COUNT                  PIC 9(04) VALUE 0.
       01  WS-DS-DROPPED                PIC 9(05) VALUE 0.
       01  WS-DS-INX                    PIC 9(04).
       01  WS-DS-TABLE.
           03  WS-DS-ENTRY OCCURS 500 TIMES.
               05  WS-DS-COST-CENTER    PIC X(10).
               05  WS-DS-ENV            PIC X(08).
               05  WS-DS-STGID          PIC X(01).
               05  WS-DS-TALLY          PIC 9(07).

      *= Unmapped system/subsystem pairs seen ==========================
       01  WS-UM-MAX                    PIC 9(04) VALUE 300.
       01  WS-UM-COUNT                  PIC 9(04) VALUE 0.
       01  WS-UM-DROPPED                PIC 9(05) VALUE 0.
       01  WS-UM-INX                    PIC 9(04).
       01  WS-UM-TABLE.
           03  WS-UM-ENTRY OCCURS 300 TIMES.
               05  WS-UM-SYSTEM         PIC X(08).
               05  WS-UM-SUBSYSTEM      PIC X(08).
               05  WS-UM-TALLY          PIC 9(07).
       01  WS-NO-MANIFEST-COUNT         PIC 9(07) VALUE 0.
       01  WS-NO-OBJECT-COUNT           PIC 9(07) VALUE 0.

      *= Packages: first system/subsystem of the cast manifest =========
       01  WS-PK-MAX                    PIC 9(05) VALUE 5000.
       01  WS-PK-COUNT                  PIC 9(05) VALUE 0.
       01  WS-PK-DROPPED                PIC 9(05) VALUE 0.
       01  WS-PK-INX                    PIC 9(05).
       01  WS-PK-HIT-INX                PIC 9(05).
       01  WS-PK-TABLE.
           03  WS-PK-ENTRY OCCURS 5000 TIMES.
               05  WS-PK-PACKAGE-ID     PIC X(16).
               05  WS-PK-SYSTEM         PIC X(08).
               05  WS-PK-SUBSYSTEM      PIC X(08).
       01  WS-SCAN-POS                  PIC 9(03).
       01  WS-SCAN-LEN                  PIC 9(03).
       01  WS-SCAN-VALUE                PIC X(08).

      *= ServiceNow objects named by element-action CCIDs ==============
       01  WS-OB-MAX                    PIC 9(05) VALUE 5000.
       01  WS-OB-COUNT                  PIC 9(05) VALUE 0.
       01  WS-OB-DROPPED                PIC 9(05) VALUE 0.
       01  WS-OB-INX                    PIC 9(05).
       01  WS-OB-HIT-INX                PIC 9(05).
       01  WS-OB-TABLE.
           03  WS-OB-ENTRY OCCURS 5000 TIMES.
               05  WS-OB-OBJECT         PIC X(10).
               05  WS-OB-SYSTEM         PIC X(08).
               05  WS-OB-SUBSYSTEM      PIC X(08).

      *= Charging work fields (0800-CHARGE-ACTIVITY) ===================
       01  WS-CH-SYSTEM                 PIC X(08).
       01  WS-CH-SUBSYSTEM              PIC X(08).
       01  WS-CH-METRIC                 PIC 9(01).
       01  WS-CH-COST-CENTER            PIC X(10).
       01  WS-CH-WILD-CC                PIC X(10).
       01  WS-UNASSIGNED                PIC X(10) VALUE 'UNASSIGNED'.
       01  WS-LAST-PACKAGE-ID           PIC X(16).
       01  WS-DEST-ENV                  PIC X(08).
       01  WS-DEST-STGID                PIC X(01).

      *= Report lines ==================================================
       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(40) VALUE
               'CHANGE-MANAGEMENT CHARGEBACK FOR PERIOD '.
           03  TTL-PERIOD               PIC 9(06).
           03  FILLER                   PIC X(86) VALUE SPACES.

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(10) VALUE 'COST CTR'.
           03  FILLER                   PIC X(13) VALUE '  ELM-ACTIONS'.
           03  FILLER                   PIC X(13) VALUE ' PKGS-CREATED'.
           03  FILLER                   PIC X(13) VALUE 'PKGS-EXECUTED'.
           03  FILLER                   PIC X(13) VALUE '    SHIPMENTS'.
           03  FILLER                   PIC X(13) VALUE '   SNOW-CALLS'.
           03  FILLER                   PIC X(57) VALUE '     BACKOUTS'.

       01  WS-CC-LINE.
           03  CCL-NAME                 PIC X(10).
           03  CCL-COLUMN OCCURS 6 TIMES.
               05  FILLER               PIC X(03).
               05  CCL-TALLY            PIC ZZ,ZZZ,ZZ9.
           03  FILLER                   PIC X(44) VALUE SPACES.

       01  WS-DS-HDR-LINE.
           03  FILLER                   PIC X(42) VALUE
               'SHIPMENTS BY DESTINATION'.
           03  FILLER                   PIC X(90) VALUE SPACES.
       01  WS-DS-COL-LINE.
           03  FILLER                   PIC X(40) VALUE
               'COST CENTER  DEST ENV STG    SHIPMENTS'.
           03  FILLER                   PIC X(92) VALUE SPACES.
       01  WS-DS-LINE.
           03  DSL-COST-CENTER          PIC X(10).
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  DSL-ENV                  PIC X(08).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DSL-STGID                PIC X(01).
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  DSL-TALLY                PIC ZZ,ZZZ,ZZ9.
           03  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-UM-HDR-LINE.
           03  FILLER                   PIC X(44) VALUE
               'UNASSIGNED - SYSTEM/SUBSYSTEM WITH NO COST '.
           03  FILLER                   PIC X(88) VALUE
               'CENTER IN CCMAP'.
       01  WS-UM-LINE.
           03  UML-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  UML-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  UML-TALLY                PIC ZZ,ZZZ,ZZ9.
           03  FILLER                   PIC X(12) VALUE
               ' ACTIVITIES'.
           03  FILLER                   PIC X(90) VALUE SPACES.
       01  WS-UM-NOTE-LINE.
           03  UMN-TALLY                PIC ZZ,ZZZ,ZZ9.
           03  UMN-TEXT                 PIC X(122).

       01  WS-DLM-LINE                  PIC X(80).
       01  WS-DLM-TALLY                 PIC 9(07).

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-PERIOD              PIC X(06).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF LINK-PARM-LENGTH >= 6
              IF PARM-PERIOD IS NOT NUMERIC
                 OR PARM-PERIOD(5:2) < '01'
                 OR PARM-PERIOD(5:2) > '12'
                 DISPLAY 'C1UCHGBK: PARM MUST BE A YYYYMM PERIOD'
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

           OPEN OUTPUT CHGBKRPT.
           OPEN OUTPUT CHGBKDLM.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           PERFORM 1000-LOAD-CCMAP.
           PERFORM 1100-LOAD-PKGMANIF.
           PERFORM 2000-TALLY-ELMACTLG.
           PERFORM 3000-TALLY-PKGHIST.
           PERFORM 3500-TALLY-PKGMASTR.
           PERFORM 4000-TALLY-SHPSTAT.
           PERFORM 5000-TALLY-CALLMTRC.
           PERFORM 6000-TALLY-BCKIMPRT.

           PERFORM 7000-WRITE-REPORT.
           PERFORM 7500-WRITE-DELIMITED.

           CLOSE CHGBKRPT.
           CLOSE CHGBKDLM.

           IF WS-MP-DROPPED > 0
              DISPLAY 'C1UCHGBK: WARNING - ' WS-MP-DROPPED
                      ' CCMAP ENTRIES DROPPED, TABLE FULL'
           END-IF.
           IF WS-CC-DROPPED > 0
              DISPLAY 'C1UCHGBK: WARNING - ' WS-CC-DROPPED
                      ' ACTIVITIES DROPPED, COST-CENTER TABLE FULL'
           END-IF.
           IF WS-DS-DROPPED > 0
              DISPLAY 'C1UCHGBK: WARNING - ' WS-DS-DROPPED
                      ' SHIPMENTS DROPPED, DESTINATION TABLE FULL'
           END-IF.
           IF WS-PK-DROPPED > 0
              DISPLAY 'C1UCHGBK: WARNING - ' WS-PK-DROPPED
                      ' PACKAGES DROPPED, MANIFEST TABLE FULL'
           END-IF.
           IF WS-OB-DROPPED > 0
              DISPLAY 'C1UCHGBK: WARNING - ' WS-OB-DROPPED
                      ' CCID OBJECTS DROPPED, OBJECT TABLE FULL'
           END-IF.

           IF WS-CC-TALLY(1, 1) + WS-CC-TALLY(1, 2) + WS-CC-TALLY(1, 3)
              + WS-CC-TALLY(1, 4) + WS-CC-TALLY(1, 5)
              + WS-CC-TALLY(1, 6) > 0
              OR WS-MP-DROPPED + WS-CC-DROPPED + WS-DS-DROPPED
                 + WS-PK-DROPPED + WS-OB-DROPPED + WS-UM-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of CHGBKRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO CHGBKRPT-REC.
           WRITE CHGBKRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  The mapping, and every cost center it names, so a cost
      *  center with no activity still shows up at zero. UNASSIGNED
      *  is always entry 1.
      *-----------------------------------------------------------------
       1000-LOAD-CCMAP.

           MOVE 1 TO WS-CC-COUNT.
           MOVE WS-UNASSIGNED TO WS-CC-NAME(1).
           PERFORM VARYING WS-METRIC-INX FROM 1 BY 1
                   UNTIL WS-METRIC-INX > 6
              MOVE 0 TO WS-CC-TALLY(1, WS-METRIC-INX)
           END-PERFORM.
           OPEN INPUT CCMAP.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UCHGBK: DD CCMAP NOT AVAILABLE - ALL '
                      'ACTIVITY IS UNASSIGNED'
           ELSE
              PERFORM 1010-READ-CCMAP
              PERFORM 1020-LOAD-ONE-MAPPING UNTIL IN-FILE-ATEND
              CLOSE CCMAP
           END-IF.

       1010-READ-CCMAP.
           READ CCMAP
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1020-LOAD-ONE-MAPPING.
           IF CCMAP-REC(1:1) NOT = '*'
              AND CCM-SYSTEM NOT = SPACES
              AND CCM-COST-CENTER NOT = SPACES
              IF WS-MP-COUNT < WS-MP-MAX
                 ADD 1 TO WS-MP-COUNT
                 MOVE CCM-SYSTEM      TO WS-MP-SYSTEM(WS-MP-COUNT)
                 MOVE CCM-SUBSYSTEM   TO WS-MP-SUBSYSTEM(WS-MP-COUNT)
                 IF CCM-SUBSYSTEM = SPACES
                    MOVE '*' TO WS-MP-SUBSYSTEM(WS-MP-COUNT)
                 END-IF
                 MOVE CCM-COST-CENTER TO WS-MP-COST-CENTER(WS-MP-COUNT)
                 MOVE CCM-COST-CENTER TO WS-CH-COST-CENTER
                 PERFORM 0810-FIND-COST-CENTER
              ELSE
                 ADD 1 TO WS-MP-DROPPED
              END-IF
           END-IF.
           PERFORM 1010-READ-CCMAP.

      *-----------------------------------------------------------------
      *  Each package's first SYSTEM and SUBSYSTEM clause in its cast
      *  manifest - the same substring scan C1UEXT07 makes.
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
                 IF WS-PK-COUNT < WS-PK-MAX
                    ADD 1 TO WS-PK-COUNT
                    MOVE WS-PK-COUNT TO WS-PK-HIT-INX
                    MOVE MAN-PACKAGE-ID
                         TO WS-PK-PACKAGE-ID(WS-PK-COUNT)
                    MOVE SPACES TO WS-PK-SYSTEM(WS-PK-COUNT)
                                   WS-PK-SUBSYSTEM(WS-PK-COUNT)
                 ELSE
                    ADD 1 TO WS-PK-DROPPED
                 END-IF
              END-IF
           END-IF.
           IF WS-PK-HIT-INX > 0
              IF WS-PK-SYSTEM(WS-PK-HIT-INX) = SPACES
                 MOVE 0 TO WS-SCAN-POS
                 INSPECT MAN-SCL-RECORD TALLYING WS-SCAN-POS
                         FOR CHARACTERS BEFORE ' SYSTEM '''
                 IF WS-SCAN-POS < 70
                    ADD 10 TO WS-SCAN-POS
                    PERFORM 1140-EXTRACT-QUOTED-VALUE
                    MOVE WS-SCAN-VALUE TO WS-PK-SYSTEM(WS-PK-HIT-INX)
                 END-IF
              END-IF
              IF WS-PK-SUBSYSTEM(WS-PK-HIT-INX) = SPACES
                 MOVE 0 TO WS-SCAN-POS
                 INSPECT MAN-SCL-RECORD TALLYING WS-SCAN-POS
                         FOR CHARACTERS BEFORE ' SUBSYSTEM '''
                 IF WS-SCAN-POS < 67
                    ADD 13 TO WS-SCAN-POS
                    PERFORM 1140-EXTRACT-QUOTED-VALUE
                    MOVE WS-SCAN-VALUE
                         TO WS-PK-SUBSYSTEM(WS-PK-HIT-INX)
                 END-IF
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
      *  Element actions in the period, refused attempts excluded.
      *  Every action, whatever its date, teaches the object table
      *  which system/subsystem a ServiceNow object's work lives in.
      *-----------------------------------------------------------------
       2000-TALLY-ELMACTLG.

           OPEN INPUT ELMACTLG.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 2010-READ-ELMACTLG
              PERFORM 2020-TALLY-ONE-ACTION UNTIL IN-FILE-ATEND
              CLOSE ELMACTLG
           END-IF.

       2010-READ-ELMACTLG.
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

       2020-TALLY-ONE-ACTION.
           IF ELA-EXIT-RC IS NUMERIC AND ELA-EXIT-RC >= '0008'
              CONTINUE
           ELSE
              MOVE ELA-DATE TO WS-REC-DATE
              IF WS-REC-YYYYMM = WS-PERIOD
                 MOVE ELA-SYSTEM    TO WS-CH-SYSTEM
                 MOVE ELA-SUBSYSTEM TO WS-CH-SUBSYSTEM
                 MOVE 1 TO WS-CH-METRIC
                 PERFORM 0800-CHARGE-ACTIVITY
              END-IF
              IF ELA-CCID(1:10) NOT = SPACES
                 PERFORM 2030-LEARN-CCID-OBJECT
              END-IF
           END-IF.
           PERFORM 2010-READ-ELMACTLG.

       2030-LEARN-CCID-OBJECT.
           MOVE 0 TO WS-OB-HIT-INX.
           PERFORM VARYING WS-OB-INX FROM 1 BY 1
                   UNTIL WS-OB-INX > WS-OB-COUNT
                      OR WS-OB-HIT-INX > 0
              IF WS-OB-OBJECT(WS-OB-INX) = ELA-CCID(1:10)
                 MOVE WS-OB-INX TO WS-OB-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-OB-HIT-INX = 0
              IF WS-OB-COUNT < WS-OB-MAX
                 ADD 1 TO WS-OB-COUNT
                 MOVE ELA-CCID(1:10) TO WS-OB-OBJECT(WS-OB-COUNT)
                 MOVE ELA-SYSTEM     TO WS-OB-SYSTEM(WS-OB-COUNT)
                 MOVE ELA-SUBSYSTEM  TO WS-OB-SUBSYSTEM(WS-OB-COUNT)
              ELSE
                 ADD 1 TO WS-OB-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  A package is counted as created in the month its earliest
      *  PKGHIST record falls in.
      *-----------------------------------------------------------------
       3000-TALLY-PKGHIST.

           MOVE SPACES TO WS-LAST-PACKAGE-ID.
           OPEN INPUT PKGHIST.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 3010-READ-PKGHIST
              PERFORM 3020-TALLY-ONE-HISTORY UNTIL IN-FILE-ATEND
              CLOSE PKGHIST
           END-IF.

       3010-READ-PKGHIST.
           READ PKGHIST NEXT RECORD
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       3020-TALLY-ONE-HISTORY.
           IF PH-REC-TYPE NOT = 'R'
              AND PH-PACKAGE-ID NOT = WS-LAST-PACKAGE-ID
              MOVE PH-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              MOVE PH-DATE TO WS-REC-DATE-X
              IF WS-REC-DATE IS NUMERIC
                 AND WS-REC-YYYYMM = WS-PERIOD
                 MOVE 2 TO WS-CH-METRIC
                 PERFORM 0820-CHARGE-PACKAGE
              END-IF
           END-IF.
           PERFORM 3010-READ-PKGHIST.

      *-----------------------------------------------------------------
      *  Executed: the master shows EXECUTED (or COMMITTED since) and
      *  the status last changed in the month.
      *-----------------------------------------------------------------
       3500-TALLY-PKGMASTR.

           OPEN INPUT PKGMASTR.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 3510-READ-PKGMASTR
              PERFORM 3520-TALLY-ONE-MASTER UNTIL IN-FILE-ATEND
              CLOSE PKGMASTR
           END-IF.

       3510-READ-PKGMASTR.
           READ PKGMASTR NEXT RECORD
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       3520-TALLY-ONE-MASTER.
           IF PMF-PACKAGE-STATUS = 'EXECUTED' OR 'COMMITTED'
              MOVE PMF-LAST-DATE TO WS-REC-DATE
              IF WS-REC-YYYYMM = WS-PERIOD
                 MOVE PMF-PACKAGE-ID TO WS-LAST-PACKAGE-ID
                 MOVE 3 TO WS-CH-METRIC
                 PERFORM 0820-CHARGE-PACKAGE
              END-IF
           END-IF.
           PERFORM 3510-READ-PKGMASTR.

      *-----------------------------------------------------------------
      *  Completed shipment submissions, per destination as well.
      *-----------------------------------------------------------------
       4000-TALLY-SHPSTAT.

           OPEN INPUT SHPSTAT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 4010-READ-SHPSTAT
              PERFORM 4020-TALLY-ONE-SHIPMENT UNTIL IN-FILE-ATEND
              CLOSE SHPSTAT
           END-IF.

       4010-READ-SHPSTAT.
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

       4020-TALLY-ONE-SHIPMENT.
           IF SHP-STATUS = 'SUCCESS' OR 'FAILED '
              MOVE SHP-DATE TO WS-REC-DATE
              IF WS-REC-YYYYMM = WS-PERIOD
                 MOVE SHP-PACKAGE-ID TO WS-LAST-PACKAGE-ID
                 MOVE 4 TO WS-CH-METRIC
                 PERFORM 0820-CHARGE-PACKAGE
                 MOVE SHP-ENV   TO WS-DEST-ENV
                 MOVE SHP-STGID TO WS-DEST-STGID
                 PERFORM 4030-TALLY-DESTINATION
              END-IF
           END-IF.
           PERFORM 4010-READ-SHPSTAT.

       4030-TALLY-DESTINATION.
           MOVE 0 TO WS-CC-INX.
           PERFORM VARYING WS-DS-INX FROM 1 BY 1
                   UNTIL WS-DS-INX > WS-DS-COUNT
                      OR WS-CC-INX > 0
              IF WS-DS-COST-CENTER(WS-DS-INX) = WS-CH-COST-CENTER
                 AND WS-DS-ENV(WS-DS-INX) = WS-DEST-ENV
                 AND WS-DS-STGID(WS-DS-INX) = WS-DEST-STGID
                 ADD 1 TO WS-DS-TALLY(WS-DS-INX)
                 MOVE 1 TO WS-CC-INX
              END-IF
           END-PERFORM.
           IF WS-CC-INX = 0
              IF WS-DS-COUNT < WS-DS-MAX
                 ADD 1 TO WS-DS-COUNT
                 MOVE WS-CH-COST-CENTER
                      TO WS-DS-COST-CENTER(WS-DS-COUNT)
                 MOVE WS-DEST-ENV   TO WS-DS-ENV(WS-DS-COUNT)
                 MOVE WS-DEST-STGID TO WS-DS-STGID(WS-DS-COUNT)
                 MOVE 1 TO WS-DS-TALLY(WS-DS-COUNT)
              ELSE
                 ADD 1 TO WS-DS-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  ServiceNow calls carry the object number as their key: the
      *  package cast under it, else the work an element CCID names.
      *-----------------------------------------------------------------
       5000-TALLY-CALLMTRC.

           OPEN INPUT CALLMTRC.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 5010-READ-CALLMTRC
              PERFORM 5020-TALLY-ONE-CALL UNTIL IN-FILE-ATEND
              CLOSE CALLMTRC
           END-IF.

       5010-READ-CALLMTRC.
           READ CALLMTRC
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       5020-TALLY-ONE-CALL.
           IF MTR-TARGET(1:4) = 'SNOW'
              MOVE MTR-DATE TO WS-REC-DATE
              IF WS-REC-YYYYMM = WS-PERIOD
                 MOVE 5 TO WS-CH-METRIC
                 MOVE 0 TO WS-PK-HIT-INX
                 PERFORM VARYING WS-PK-INX FROM 1 BY 1
                         UNTIL WS-PK-INX > WS-PK-COUNT
                            OR WS-PK-HIT-INX > 0
                    IF WS-PK-PACKAGE-ID(WS-PK-INX)(1:10)
                       = MTR-KEY(1:10)
                       MOVE WS-PK-INX TO WS-PK-HIT-INX
                    END-IF
                 END-PERFORM
                 IF WS-PK-HIT-INX > 0
                    MOVE WS-PK-SYSTEM(WS-PK-HIT-INX)    TO WS-CH-SYSTEM
                    MOVE WS-PK-SUBSYSTEM(WS-PK-HIT-INX)
                         TO WS-CH-SUBSYSTEM
                    PERFORM 0800-CHARGE-ACTIVITY
                 ELSE
                    MOVE 0 TO WS-OB-HIT-INX
                    PERFORM VARYING WS-OB-INX FROM 1 BY 1
                            UNTIL WS-OB-INX > WS-OB-COUNT
                               OR WS-OB-HIT-INX > 0
                       IF WS-OB-OBJECT(WS-OB-INX) = MTR-KEY(1:10)
                          MOVE WS-OB-INX TO WS-OB-HIT-INX
                       END-IF
                    END-PERFORM
                    IF WS-OB-HIT-INX > 0
                       MOVE WS-OB-SYSTEM(WS-OB-HIT-INX)
                            TO WS-CH-SYSTEM
                       MOVE WS-OB-SUBSYSTEM(WS-OB-HIT-INX)
                            TO WS-CH-SUBSYSTEM
                       PERFORM 0800-CHARGE-ACTIVITY
                    ELSE
                       ADD 1 TO WS-NO-OBJECT-COUNT
                       MOVE WS-UNASSIGNED TO WS-CH-COST-CENTER
                       PERFORM 0830-ADD-TO-COST-CENTER
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 5010-READ-CALLMTRC.

       6000-TALLY-BCKIMPRT.

           OPEN INPUT BCKIMPRT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 6010-READ-BCKIMPRT
              PERFORM 6020-TALLY-ONE-BACKOUT UNTIL IN-FILE-ATEND
              CLOSE BCKIMPRT
           END-IF.

       6010-READ-BCKIMPRT.
           READ BCKIMPRT
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       6020-TALLY-ONE-BACKOUT.
           MOVE BKI-DATE TO WS-REC-DATE.
           IF WS-REC-YYYYMM = WS-PERIOD
              MOVE BKI-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              MOVE 6 TO WS-CH-METRIC
              PERFORM 0820-CHARGE-PACKAGE
           END-IF.
           PERFORM 6010-READ-BCKIMPRT.

      *-----------------------------------------------------------------
      *  Printed report: one line per cost center, UNASSIGNED first,
      *  a total line, the destination breakdown and the unmapped
      *  pairs behind the UNASSIGNED figures.
      *-----------------------------------------------------------------
       7000-WRITE-REPORT.

           MOVE WS-PERIOD TO TTL-PERIOD.
           WRITE CHGBKRPT-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO CHGBKRPT-REC.
           WRITE CHGBKRPT-REC.
           WRITE CHGBKRPT-REC FROM WS-HDR-LINE.
           PERFORM VARYING WS-METRIC-INX FROM 1 BY 1
                   UNTIL WS-METRIC-INX > 6
              MOVE 0 TO WS-CC-TOTAL(WS-METRIC-INX)
           END-PERFORM.
           PERFORM 7010-WRITE-ONE-COST-CENTER
                   VARYING WS-CC-INX FROM 1 BY 1
                   UNTIL WS-CC-INX > WS-CC-COUNT.
           MOVE SPACES TO WS-CC-LINE.
           MOVE 'TOTAL' TO CCL-NAME.
           PERFORM VARYING WS-METRIC-INX FROM 1 BY 1
                   UNTIL WS-METRIC-INX > 6
              MOVE WS-CC-TOTAL(WS-METRIC-INX)
                   TO CCL-TALLY(WS-METRIC-INX)
           END-PERFORM.
           WRITE CHGBKRPT-REC FROM WS-CC-LINE.

           MOVE SPACES TO CHGBKRPT-REC.
           WRITE CHGBKRPT-REC.
           WRITE CHGBKRPT-REC FROM WS-DS-HDR-LINE.
           WRITE CHGBKRPT-REC FROM WS-DS-COL-LINE.
           PERFORM VARYING WS-CC-INX FROM 1 BY 1
                   UNTIL WS-CC-INX > WS-CC-COUNT
              PERFORM VARYING WS-DS-INX FROM 1 BY 1
                      UNTIL WS-DS-INX > WS-DS-COUNT
                 IF WS-DS-COST-CENTER(WS-DS-INX)
                    = WS-CC-NAME(WS-CC-INX)
                    MOVE WS-DS-COST-CENTER(WS-DS-INX)
                         TO DSL-COST-CENTER
                    MOVE WS-DS-ENV(WS-DS-INX)   TO DSL-ENV
                    MOVE WS-DS-STGID(WS-DS-INX) TO DSL-STGID
                    MOVE WS-DS-TALLY(WS-DS-INX) TO DSL-TALLY
                    WRITE CHGBKRPT-REC FROM WS-DS-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO CHGBKRPT-REC.
           WRITE CHGBKRPT-REC.
           WRITE CHGBKRPT-REC FROM WS-UM-HDR-LINE.
           PERFORM VARYING WS-UM-INX FROM 1 BY 1
                   UNTIL WS-UM-INX > WS-UM-COUNT
              MOVE WS-UM-SYSTEM(WS-UM-INX)    TO UML-SYSTEM
              MOVE WS-UM-SUBSYSTEM(WS-UM-INX) TO UML-SUBSYSTEM
              MOVE WS-UM-TALLY(WS-UM-INX)     TO UML-TALLY
              WRITE CHGBKRPT-REC FROM WS-UM-LINE
           END-PERFORM.
           IF WS-UM-DROPPED > 0
              MOVE WS-UM-DROPPED TO UMN-TALLY
              MOVE ' MORE ACTIVITIES ON PAIRS NOT LISTED, TABLE FULL'
                   TO UMN-TEXT
              WRITE CHGBKRPT-REC FROM WS-UM-NOTE-LINE
           END-IF.
           IF WS-NO-MANIFEST-COUNT > 0
              MOVE WS-NO-MANIFEST-COUNT TO UMN-TALLY
              MOVE ' PACKAGE ACTIVITIES WITH NO CAST MANIFEST ON DD PK
      -            'GMANIF' TO UMN-TEXT
              WRITE CHGBKRPT-REC FROM WS-UM-NOTE-LINE
           END-IF.
           IF WS-NO-OBJECT-COUNT > 0
              MOVE WS-NO-OBJECT-COUNT TO UMN-TALLY
              MOVE ' SERVICENOW CALLS FOR AN OBJECT NO PACKAGE OR CCID N
      -            'AMES' TO UMN-TEXT
              WRITE CHGBKRPT-REC FROM WS-UM-NOTE-LINE
           END-IF.

       7010-WRITE-ONE-COST-CENTER.
           MOVE SPACES TO WS-CC-LINE.
           MOVE WS-CC-NAME(WS-CC-INX) TO CCL-NAME.
           PERFORM VARYING WS-METRIC-INX FROM 1 BY 1
                   UNTIL WS-METRIC-INX > 6
              MOVE WS-CC-TALLY(WS-CC-INX, WS-METRIC-INX)
                   TO CCL-TALLY(WS-METRIC-INX)
              ADD WS-CC-TALLY(WS-CC-INX, WS-METRIC-INX)
                   TO WS-CC-TOTAL(WS-METRIC-INX)
           END-PERFORM.
           WRITE CHGBKRPT-REC FROM WS-CC-LINE.

      *-----------------------------------------------------------------
      *  Finance load file: period|costcenter|metric|destination|count
      *  - every metric of every cost center, zeros included, except
      *  SHIP, which goes out once per destination instead.
      *-----------------------------------------------------------------
       7500-WRITE-DELIMITED.

           PERFORM VARYING WS-CC-INX FROM 1 BY 1
                   UNTIL WS-CC-INX > WS-CC-COUNT
              PERFORM VARYING WS-METRIC-INX FROM 1 BY 1
                      UNTIL WS-METRIC-INX > 6
                 IF WS-METRIC-INX NOT = 4
                    MOVE SPACES TO WS-DEST-ENV WS-DEST-STGID
                    MOVE WS-CC-TALLY(WS-CC-INX, WS-METRIC-INX)
                         TO WS-DLM-TALLY
                    PERFORM 7510-WRITE-ONE-DELIMITED
                 END-IF
              END-PERFORM
              MOVE 4 TO WS-METRIC-INX
              PERFORM VARYING WS-DS-INX FROM 1 BY 1
                      UNTIL WS-DS-INX > WS-DS-COUNT
                 IF WS-DS-COST-CENTER(WS-DS-INX)
                    = WS-CC-NAME(WS-CC-INX)
                    MOVE WS-DS-ENV(WS-DS-INX)   TO WS-DEST-ENV
                    MOVE WS-DS-STGID(WS-DS-INX) TO WS-DEST-STGID
                    MOVE WS-DS-TALLY(WS-DS-INX) TO WS-DLM-TALLY
                    PERFORM 7510-WRITE-ONE-DELIMITED
                 END-IF
              END-PERFORM
           END-PERFORM.

       7510-WRITE-ONE-DELIMITED.
           MOVE SPACES TO WS-DLM-LINE.
           IF WS-DEST-ENV = SPACES
              STRING WS-PERIOD '|' DELIMITED BY SIZE
                     WS-CC-NAME(WS-CC-INX) DELIMITED BY SPACE
                     '|' DELIMITED BY SIZE
                     WS-METRIC-NAME(WS-METRIC-INX) DELIMITED BY SPACE
                     '||' WS-DLM-TALLY DELIMITED BY SIZE
                 INTO WS-DLM-LINE
              END-STRING
           ELSE
              STRING WS-PERIOD '|' DELIMITED BY SIZE
                     WS-CC-NAME(WS-CC-INX) DELIMITED BY SPACE
                     '|' DELIMITED BY SIZE
                     WS-METRIC-NAME(WS-METRIC-INX) DELIMITED BY SPACE
                     '|' DELIMITED BY SIZE
                     WS-DEST-ENV DELIMITED BY SPACE
                     '/' WS-DEST-STGID '|' WS-DLM-TALLY
                     DELIMITED BY SIZE
                 INTO WS-DLM-LINE
              END-STRING
           END-IF.
           WRITE CHGBKDLM-REC FROM WS-DLM-LINE.

      *-----------------------------------------------------------------
      *  Charge one activity of metric WS-CH-METRIC to the cost center
      *  WS-CH-SYSTEM/WS-CH-SUBSYSTEM maps to: an exact subsystem
      *  entry first, then the system's '*' entry, else UNASSIGNED
      *  (and the pair is remembered for the report).
      *-----------------------------------------------------------------
       0800-CHARGE-ACTIVITY.

           MOVE SPACES TO WS-CH-COST-CENTER WS-CH-WILD-CC.
           PERFORM VARYING WS-MP-INX FROM 1 BY 1
                   UNTIL WS-MP-INX > WS-MP-COUNT
                      OR WS-CH-COST-CENTER NOT = SPACES
              IF WS-MP-SYSTEM(WS-MP-INX) = WS-CH-SYSTEM
                 IF WS-MP-SUBSYSTEM(WS-MP-INX) = WS-CH-SUBSYSTEM
                    MOVE WS-MP-COST-CENTER(WS-MP-INX)
                         TO WS-CH-COST-CENTER
                 ELSE
                    IF WS-MP-SUBSYSTEM(WS-MP-INX) = '*'
                       AND WS-CH-WILD-CC = SPACES
                       MOVE WS-MP-COST-CENTER(WS-MP-INX)
                            TO WS-CH-WILD-CC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CH-COST-CENTER = SPACES
              MOVE WS-CH-WILD-CC TO WS-CH-COST-CENTER
           END-IF.
           IF WS-CH-COST-CENTER = SPACES
              MOVE WS-UNASSIGNED TO WS-CH-COST-CENTER
              PERFORM 0840-NOTE-UNMAPPED-PAIR
           END-IF.
           PERFORM 0830-ADD-TO-COST-CENTER.

      *-----------------------------------------------------------------
      *  Locate (or insert, in name order after UNASSIGNED) the cost
      *  center WS-CH-COST-CENTER; WS-CC-INX points at it, 0 when the
      *  table is full.
      *-----------------------------------------------------------------
       0810-FIND-COST-CENTER.

           MOVE 0 TO WS-CC-SHIFT-INX.
           PERFORM VARYING WS-CC-INX FROM 1 BY 1
                   UNTIL WS-CC-INX > WS-CC-COUNT
                      OR WS-CC-NAME(WS-CC-INX) = WS-CH-COST-CENTER
              IF WS-CC-INX > 1
                 AND WS-CC-SHIFT-INX = 0
                 AND WS-CC-NAME(WS-CC-INX) > WS-CH-COST-CENTER
                 MOVE WS-CC-INX TO WS-CC-SHIFT-INX
              END-IF
           END-PERFORM.
           IF WS-CC-INX > WS-CC-COUNT
              IF WS-CC-COUNT < WS-CC-MAX
                 ADD 1 TO WS-CC-COUNT
                 IF WS-CC-SHIFT-INX = 0
                    MOVE WS-CC-COUNT TO WS-CC-SHIFT-INX
                 END-IF
                 PERFORM VARYING WS-CC-INX FROM WS-CC-COUNT BY -1
                         UNTIL WS-CC-INX <= WS-CC-SHIFT-INX
                    MOVE WS-CC-ENTRY(WS-CC-INX - 1)
                         TO WS-CC-ENTRY(WS-CC-INX)
                 END-PERFORM
                 MOVE WS-CC-SHIFT-INX TO WS-CC-INX
                 MOVE WS-CH-COST-CENTER TO WS-CC-NAME(WS-CC-INX)
                 PERFORM VARYING WS-METRIC-INX FROM 1 BY 1
                         UNTIL WS-METRIC-INX > 6
                    MOVE 0 TO WS-CC-TALLY(WS-CC-INX, WS-METRIC-INX)
                 END-PERFORM
              ELSE
                 MOVE 0 TO WS-CC-INX
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  A package-level activity for package WS-LAST-PACKAGE-ID:
      *  charged through its manifest's first system/subsystem.
      *-----------------------------------------------------------------
       0820-CHARGE-PACKAGE.

           PERFORM 1130-FIND-PACKAGE.
           IF WS-PK-HIT-INX > 0
              AND WS-PK-SYSTEM(WS-PK-HIT-INX) NOT = SPACES
              MOVE WS-PK-SYSTEM(WS-PK-HIT-INX)    TO WS-CH-SYSTEM
              MOVE WS-PK-SUBSYSTEM(WS-PK-HIT-INX) TO WS-CH-SUBSYSTEM
              PERFORM 0800-CHARGE-ACTIVITY
           ELSE
              ADD 1 TO WS-NO-MANIFEST-COUNT
              MOVE WS-UNASSIGNED TO WS-CH-COST-CENTER
              PERFORM 0830-ADD-TO-COST-CENTER
           END-IF.

       0830-ADD-TO-COST-CENTER.

           PERFORM 0810-FIND-COST-CENTER.
           IF WS-CC-INX > 0
              ADD 1 TO WS-CC-TALLY(WS-CC-INX, WS-CH-METRIC)
           ELSE
              ADD 1 TO WS-CC-DROPPED
           END-IF.

       0840-NOTE-UNMAPPED-PAIR.

           MOVE 0 TO WS-CC-INX.
           PERFORM VARYING WS-UM-INX FROM 1 BY 1
                   UNTIL WS-UM-INX > WS-UM-COUNT
                      OR WS-CC-INX > 0
              IF WS-UM-SYSTEM(WS-UM-INX) = WS-CH-SYSTEM
                 AND WS-UM-SUBSYSTEM(WS-UM-INX) = WS-CH-SUBSYSTEM
                 ADD 1 TO WS-UM-TALLY(WS-UM-INX)
                 MOVE 1 TO WS-CC-INX
              END-IF
           END-PERFORM.
           IF WS-CC-INX = 0
              IF WS-UM-COUNT < WS-UM-MAX
                 ADD 1 TO WS-UM-COUNT
                 MOVE WS-CH-SYSTEM    TO WS-UM-SYSTEM(WS-UM-COUNT)
                 MOVE WS-CH-SUBSYSTEM TO WS-UM-SUBSYSTEM(WS-UM-COUNT)
                 MOVE 1 TO WS-UM-TALLY(WS-UM-COUNT)
              ELSE
                 ADD 1 TO WS-UM-DROPPED
              END-IF
           END-IF.
