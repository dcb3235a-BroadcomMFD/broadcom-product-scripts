       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: "Where is my change" - one element's lineage in  *
      *              one report, instead of checking ELMACTLG,        *
      *              PKGMANIF, PKGMASTR and SHPSTAT one at a time.    *
      *              For the element named on the PARM:               *
      *                STAGES    every environment/stage the element  *
      *                          has reached, first and last date,    *
      *                          and the CCID of the latest action    *
      *                          there (DD ELMACTLG, actions the exit *
      *                          let through)                         *
      *                PACKAGES  every package whose cast manifest    *
      *                          carries the element (DD PKGMANIF)    *
      *                          with its current status off the      *
      *                          keyed DD PKGMASTR master             *
      *                TICKETS   every CCID the element moved under   *
      *                          and the ServiceNow INC/CHG object it *
      *                          ties to                              *
      *                SHIPMENTS each destination those packages were *
      *                          shipped to, with the latest          *
      *                          confirmation status (DD SHPSTAT)     *
      *                                                               *
      *              PARM (fixed columns):                            *
      *                1-10  element name (required)                  *
      *                12-19 system (optional)                        *
      *                21-28 type (optional)                          *
      *              Runs in batch or from option 6 of the C1UISPF    *
      *              dialog. Report goes to DD ELMLNRPT. Any input DD *
      *              may be a DUMMY for a shop that does not keep     *
      *              that log. RC 4 when nothing is known about the   *
      *              element or a table overflowed, RC 12 for a bad   *
      *              PARM.                                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UELMLN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT ELMLNRPT ASSIGN TO ELMLNRPT.

       DATA DIVISION.
       FILE SECTION.
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
              05  ELA-TGT-STGID         PIC X(01).
              05  ELA-SRC-STGID         PIC X(01).
              05  FILLER                PIC X(02).

       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  MAN-CAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01).
           03  MAN-SCL-RECORD           PIC X(80).
           03  FILLER                   PIC X(14).

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

       FD  ELMLNRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ELMLNRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).
       01  WS-PKGMASTR-OPEN             PIC X(01) VALUE 'N'.
           88  PKGMASTR-AVAILABLE               VALUE 'Y'.

       01  WS-LN-ELEMENT                PIC X(10).
       01  WS-LN-SYSTEM                 PIC X(08).
       01  WS-LN-TYPE                   PIC X(08).
       01  WS-LN-ENV                    PIC X(08).
       01  WS-LN-STGID                  PIC X(01).

      *= Environments/stages the element has reached ==================
       01  WS-ST-MAX                    PIC 9(03) VALUE 50.
       01  WS-ST-COUNT                  PIC 9(03) VALUE 0.
       01  WS-ST-DROPPED                PIC 9(05) VALUE 0.
       01  WS-ST-INX                    PIC 9(03).
       01  WS-ST-HIT-INX                PIC 9(03).
       01  WS-ST-TABLE.
           03  WS-ST-ENTRY OCCURS 50 TIMES.
               05  WS-ST-ENV            PIC X(08).
               05  WS-ST-STGID          PIC X(01).
               05  WS-ST-FIRST-DATE     PIC 9(08).
               05  WS-ST-LAST-DATE      PIC 9(08).
               05  WS-ST-LAST-TIME      PIC 9(06).
               05  WS-ST-ACTIONS        PIC 9(05).
               05  WS-ST-LAST-ACTION    PIC X(10).
               05  WS-ST-LAST-CCID      PIC X(12).
               05  WS-ST-LAST-USER      PIC X(08).

      *= CCIDs the element moved under ================================
       01  WS-CI-MAX                    PIC 9(03) VALUE 50.
       01  WS-CI-COUNT                  PIC 9(03) VALUE 0.
       01  WS-CI-DROPPED                PIC 9(05) VALUE 0.
       01  WS-CI-INX                    PIC 9(03).
       01  WS-CI-HIT-INX                PIC 9(03).
       01  WS-CI-TABLE.
           03  WS-CI-ENTRY OCCURS 50 TIMES.
               05  WS-CI-CCID           PIC X(12).
               05  WS-CI-OBJECT         PIC X(10).
               05  WS-CI-FIRST-DATE     PIC 9(08).
               05  WS-CI-LAST-DATE      PIC 9(08).
               05  WS-CI-ACTIONS        PIC 9(05).

      *= Packages whose cast manifest carries the element =============
       01  WS-PK-MAX                    PIC 9(03) VALUE 100.
       01  WS-PK-COUNT                  PIC 9(03) VALUE 0.
       01  WS-PK-DROPPED                PIC 9(05) VALUE 0.
       01  WS-PK-INX                    PIC 9(03).
       01  WS-PK-HIT-INX                PIC 9(03).
       01  WS-PK-TABLE.
           03  WS-PK-ENTRY OCCURS 100 TIMES.
               05  WS-PK-PACKAGE-ID     PIC X(16).
               05  WS-PK-CAST-DATE      PIC 9(08).
               05  WS-PK-STATUS         PIC X(12).
               05  WS-PK-BACKOUT-STATUS PIC X(12).
               05  WS-PK-ENV            PIC X(08).
               05  WS-PK-STGID          PIC X(01).
               05  WS-PK-LAST-EVENT     PIC X(12).
               05  WS-PK-LAST-DATE      PIC 9(08).

      *= Latest shipment per package, destination and direction =======
       01  WS-SH-MAX                    PIC 9(03) VALUE 200.
       01  WS-SH-COUNT                  PIC 9(03) VALUE 0.
       01  WS-SH-DROPPED                PIC 9(05) VALUE 0.
       01  WS-SH-INX                    PIC 9(03).
       01  WS-SH-HIT-INX                PIC 9(03).
       01  WS-SH-TABLE.
           03  WS-SH-ENTRY OCCURS 200 TIMES.
               05  WS-SH-PK-INX         PIC 9(03).
               05  WS-SH-ENV            PIC X(08).
               05  WS-SH-STGID          PIC X(01).
               05  WS-SH-DIRECTION      PIC X(03).
               05  WS-SH-DATE           PIC 9(08).
               05  WS-SH-TIME           PIC 9(06).
               05  WS-SH-RETRIES        PIC 9(02).
               05  WS-SH-STATUS         PIC X(07).

      *= Current SCL statement being accumulated (PKGMANIF) ===========
       01  WS-CUR-PACKAGE-ID            PIC X(16).
       01  WS-CUR-CAST-DATE             PIC 9(08).
       01  WS-CUR-ELEMENT               PIC X(10).
       01  WS-CUR-TYPE                  PIC X(08).
       01  WS-CUR-SYSTEM                PIC X(08).
       01  WS-CUR-OPEN                  PIC X(01) VALUE 'N'.
           88  STATEMENT-OPEN                   VALUE 'Y'.

      *= Quoted-value extraction work fields ==========================
       01  WS-KEYWORD                   PIC X(12).
       01  WS-KEYWORD-LEN               PIC 9(02).
       01  WS-EXTRACT-VALUE             PIC X(10).
       01  WS-SCAN-POS                  PIC 9(03).
       01  WS-SCAN-LEN                  PIC 9(03).
       01  WS-PERIOD-TALLY              PIC 9(03).

       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(20) VALUE
               'ELEMENT LINEAGE FOR '.
           03  TTL-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(08) VALUE ' SYSTEM '.
           03  TTL-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(06) VALUE ' TYPE '.
           03  TTL-TYPE                 PIC X(08).
           03  FILLER                   PIC X(72) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       01  WS-ST-HDR-LINE.
           03  FILLER                   PIC X(132) VALUE
               'STAGES REACHED: ENV/S      FIRST    LAST     TIME   ACTS
      -        ' LAST ACTION CCID         USER'.
       01  WS-ST-LINE.
           03  FILLER                   PIC X(16) VALUE SPACES.
           03  STL-ENV                  PIC X(08).
           03  STL-SLASH                PIC X(01).
           03  STL-STGID                PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  STL-FIRST-DATE           PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  STL-LAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  STL-LAST-TIME            PIC 9(06).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  STL-ACTIONS              PIC ZZZ9.
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  STL-LAST-ACTION          PIC X(10).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  STL-LAST-CCID            PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  STL-LAST-USER            PIC X(08).
           03  FILLER                   PIC X(42) VALUE SPACES.

       01  WS-PK-HDR-LINE.
           03  FILLER                   PIC X(132) VALUE
               'PACKAGES:       PACKAGE ID       CAST     STATUS
      -        '  BACKOUT      ENV/S      LAST EVENT   DATE'.
       01  WS-PK-LINE.
           03  FILLER                   PIC X(16) VALUE SPACES.
           03  PKL-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  PKL-CAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  PKL-STATUS               PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  PKL-BACKOUT-STATUS       PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  PKL-ENV                  PIC X(08).
           03  PKL-SLASH                PIC X(01).
           03  PKL-STGID                PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  PKL-LAST-EVENT           PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  PKL-LAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(32) VALUE SPACES.

       01  WS-CI-HDR-LINE.
           03  FILLER                   PIC X(132) VALUE
               'TICKETS:        CCID         SN OBJECT  FIRST    LAST
      -        '     ACTS'.
       01  WS-CI-LINE.
           03  FILLER                   PIC X(16) VALUE SPACES.
           03  CIL-CCID                 PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  CIL-OBJECT               PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  CIL-FIRST-DATE           PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  CIL-LAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  CIL-ACTIONS              PIC ZZZ9.
           03  FILLER                   PIC X(70) VALUE SPACES.

       01  WS-SH-HDR-LINE.
           03  FILLER                   PIC X(132) VALUE
               'SHIPMENTS:      PACKAGE ID       DEST/S     DIR DATE
      -        '     TIME   STATUS  RETRIES'.
       01  WS-SH-LINE.
           03  FILLER                   PIC X(16) VALUE SPACES.
           03  SHL-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  SHL-ENV                  PIC X(08).
           03  SHL-SLASH                PIC X(01) VALUE '/'.
           03  SHL-STGID                PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  SHL-DIRECTION            PIC X(03).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  SHL-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  SHL-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  SHL-STATUS               PIC X(07).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  SHL-RETRIES              PIC Z9.
           03  FILLER                   PIC X(58) VALUE SPACES.

       01  WS-NONE-LINE.
           03  FILLER                   PIC X(16) VALUE SPACES.
           03  FILLER                   PIC X(116) VALUE '(NONE)'.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-ELEMENT             PIC X(10).
           05  FILLER                   PIC X(01).
           05  PARM-SYSTEM              PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-TYPE                PIC X(08).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           MOVE SPACES TO WS-LN-ELEMENT WS-LN-SYSTEM WS-LN-TYPE.
           IF LINK-PARM-LENGTH > 9
              MOVE PARM-ELEMENT TO WS-LN-ELEMENT
           ELSE
              IF LINK-PARM-LENGTH > 0
                 MOVE PARM-ELEMENT(1:LINK-PARM-LENGTH)
                      TO WS-LN-ELEMENT
              END-IF
           END-IF.
           IF LINK-PARM-LENGTH > 18
              MOVE PARM-SYSTEM TO WS-LN-SYSTEM
           ELSE
              IF LINK-PARM-LENGTH > 11
                 MOVE PARM-SYSTEM(1:LINK-PARM-LENGTH - 11)
                      TO WS-LN-SYSTEM
              END-IF
           END-IF.
           IF LINK-PARM-LENGTH > 27
              MOVE PARM-TYPE TO WS-LN-TYPE
           ELSE
              IF LINK-PARM-LENGTH > 20
                 MOVE PARM-TYPE(1:LINK-PARM-LENGTH - 20)
                      TO WS-LN-TYPE
              END-IF
           END-IF.
           IF WS-LN-ELEMENT = SPACES
              DISPLAY 'C1UELMLN: PARM MUST NAME AN ELEMENT IN COLS 1-10'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ELMLNRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           PERFORM 1000-SCAN-ELMACTLG.
           PERFORM 2000-SCAN-PKGMANIF.
           PERFORM 3000-READ-PACKAGE-MASTER.
           PERFORM 4000-SCAN-SHPSTAT.

           PERFORM 5000-WRITE-REPORT.

           CLOSE ELMLNRPT.

           IF WS-ST-DROPPED > 0
              DISPLAY 'C1UELMLN: WARNING - ' WS-ST-DROPPED
                      ' STAGE(S) DROPPED, TABLE FULL'
           END-IF.
           IF WS-CI-DROPPED > 0
              DISPLAY 'C1UELMLN: WARNING - ' WS-CI-DROPPED
                      ' CCID(S) DROPPED, TABLE FULL'
           END-IF.
           IF WS-PK-DROPPED > 0
              DISPLAY 'C1UELMLN: WARNING - ' WS-PK-DROPPED
                      ' PACKAGE(S) DROPPED, TABLE FULL'
           END-IF.
           IF WS-SH-DROPPED > 0
              DISPLAY 'C1UELMLN: WARNING - ' WS-SH-DROPPED
                      ' SHIPMENT(S) DROPPED, TABLE FULL'
           END-IF.

           DISPLAY 'C1UELMLN: ' WS-LN-ELEMENT ' - '
                   WS-ST-COUNT ' STAGE(S), '
                   WS-PK-COUNT ' PACKAGE(S), '
                   WS-CI-COUNT ' CCID(S), '
                   WS-SH-COUNT ' SHIPMENT(S)'.

           IF (WS-ST-COUNT = 0 AND WS-PK-COUNT = 0)
              OR WS-ST-DROPPED > 0
              OR WS-CI-DROPPED > 0
              OR WS-PK-DROPPED > 0
              OR WS-SH-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of ELMLNRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO ELMLNRPT-REC.
           WRITE ELMLNRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Actions the exit refused (ELA-EXIT-RC 8 or more) never ran
      *  and are skipped. The element stands in the target location
      *  when the action had one; RETRIEVE and DELETE reach no stage.
      *  Records written before the stage ID was logged show a blank
      *  stage. An action with no target stands in its source stage,
      *  which every record from layout version 01 (see LOGHDR)
      *  carries.
      *-----------------------------------------------------------------
       1000-SCAN-ELMACTLG.

           OPEN INPUT ELMACTLG.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UELMLN: ELMACTLG NOT AVAILABLE - NO STAGES'
           ELSE
              PERFORM 1100-READ-ELMACTLG
              PERFORM 1200-TAKE-ELMACTLG-RECORD UNTIL IN-FILE-ATEND
              CLOSE ELMACTLG
           END-IF.

       1100-READ-ELMACTLG.
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

       1200-TAKE-ELMACTLG-RECORD.

           IF ELA-ELEMENT = WS-LN-ELEMENT
              AND (WS-LN-SYSTEM = SPACES OR ELA-SYSTEM = WS-LN-SYSTEM)
              AND (WS-LN-TYPE = SPACES OR ELA-TYPE = WS-LN-TYPE)
              AND NOT (ELA-EXIT-RC IS NUMERIC
                       AND ELA-EXIT-RC NOT < '0008')
              MOVE SPACES TO WS-LN-ENV WS-LN-STGID
              IF ELA-ACTION NOT = 'RETRIEVE'
                 AND ELA-ACTION NOT = 'DELETE'
                 IF ELA-TGT-ENV NOT = SPACES
                    MOVE ELA-TGT-ENV   TO WS-LN-ENV
                    MOVE ELA-TGT-STGID TO WS-LN-STGID
                 ELSE
                    MOVE ELA-SRC-ENV   TO WS-LN-ENV
                    IF NOT LGR-OLDER-RECORD
                       MOVE ELA-SRC-STGID TO WS-LN-STGID
                    END-IF
                 END-IF
              END-IF
              IF WS-LN-ENV NOT = SPACES
                 PERFORM 1300-KEEP-STAGE
              END-IF
              IF ELA-CCID NOT = SPACES
                 PERFORM 1400-KEEP-CCID
              END-IF
           END-IF.
           PERFORM 1100-READ-ELMACTLG.

       1300-KEEP-STAGE.

           MOVE 0 TO WS-ST-HIT-INX.
           PERFORM VARYING WS-ST-INX FROM 1 BY 1
                   UNTIL WS-ST-INX > WS-ST-COUNT OR WS-ST-HIT-INX > 0
              IF WS-ST-ENV(WS-ST-INX) = WS-LN-ENV
                 AND WS-ST-STGID(WS-ST-INX) = WS-LN-STGID
                 MOVE WS-ST-INX TO WS-ST-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-ST-HIT-INX = 0
              IF WS-ST-COUNT < WS-ST-MAX
                 ADD 1 TO WS-ST-COUNT
                 MOVE WS-ST-COUNT TO WS-ST-HIT-INX
                 MOVE WS-LN-ENV   TO WS-ST-ENV(WS-ST-HIT-INX)
                 MOVE WS-LN-STGID TO WS-ST-STGID(WS-ST-HIT-INX)
                 MOVE ELA-DATE    TO WS-ST-FIRST-DATE(WS-ST-HIT-INX)
                 MOVE 0           TO WS-ST-ACTIONS(WS-ST-HIT-INX)
              ELSE
                 ADD 1 TO WS-ST-DROPPED
              END-IF
           END-IF.
           IF WS-ST-HIT-INX > 0
              ADD 1 TO WS-ST-ACTIONS(WS-ST-HIT-INX)
              MOVE ELA-DATE       TO WS-ST-LAST-DATE(WS-ST-HIT-INX)
              MOVE ELA-TIME(1:6)  TO WS-ST-LAST-TIME(WS-ST-HIT-INX)
              MOVE ELA-ACTION     TO WS-ST-LAST-ACTION(WS-ST-HIT-INX)
              MOVE ELA-CCID       TO WS-ST-LAST-CCID(WS-ST-HIT-INX)
              MOVE ELA-USER       TO WS-ST-LAST-USER(WS-ST-HIT-INX)
           END-IF.

      *-----------------------------------------------------------------
      *  The ServiceNow tie is the CCID's leading 10 characters when
      *  it carries an INC/CHG prefix, as the CCID master records it.
      *-----------------------------------------------------------------
       1400-KEEP-CCID.

           MOVE 0 TO WS-CI-HIT-INX.
           PERFORM VARYING WS-CI-INX FROM 1 BY 1
                   UNTIL WS-CI-INX > WS-CI-COUNT OR WS-CI-HIT-INX > 0
              IF WS-CI-CCID(WS-CI-INX) = ELA-CCID
                 MOVE WS-CI-INX TO WS-CI-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-CI-HIT-INX = 0
              IF WS-CI-COUNT < WS-CI-MAX
                 ADD 1 TO WS-CI-COUNT
                 MOVE WS-CI-COUNT TO WS-CI-HIT-INX
                 MOVE ELA-CCID    TO WS-CI-CCID(WS-CI-HIT-INX)
                 MOVE SPACES      TO WS-CI-OBJECT(WS-CI-HIT-INX)
                 IF ELA-CCID(1:3) = 'INC' OR ELA-CCID(1:3) = 'CHG'
                    MOVE ELA-CCID(1:10) TO WS-CI-OBJECT(WS-CI-HIT-INX)
                 END-IF
                 MOVE ELA-DATE    TO WS-CI-FIRST-DATE(WS-CI-HIT-INX)
                 MOVE 0           TO WS-CI-ACTIONS(WS-CI-HIT-INX)
              ELSE
                 ADD 1 TO WS-CI-DROPPED
              END-IF
           END-IF.
           IF WS-CI-HIT-INX > 0
              ADD 1 TO WS-CI-ACTIONS(WS-CI-HIT-INX)
              MOVE ELA-DATE TO WS-CI-LAST-DATE(WS-CI-HIT-INX)
           END-IF.

      *-----------------------------------------------------------------
      *  Cast manifests - the element/system/type are pulled out of
      *  the quoted SCL clauses with the same scan C1UCOLRP makes. A
      *  statement is complete at the record carrying its period.
      *-----------------------------------------------------------------
       2000-SCAN-PKGMANIF.

           OPEN INPUT PKGMANIF.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UELMLN: PKGMANIF NOT AVAILABLE - NO PACKAGES'
           ELSE
              PERFORM 2100-READ-PKGMANIF
              PERFORM 2200-PARSE-ONE-RECORD UNTIL IN-FILE-ATEND
              PERFORM 2500-CLOSE-OPEN-STATEMENT
              CLOSE PKGMANIF
           END-IF.

       2100-READ-PKGMANIF.
           READ PKGMANIF
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       2200-PARSE-ONE-RECORD.

           IF STATEMENT-OPEN
              AND MAN-PACKAGE-ID NOT = WS-CUR-PACKAGE-ID
              PERFORM 2500-CLOSE-OPEN-STATEMENT
           END-IF.
           MOVE ' ELEMENT ''' TO WS-KEYWORD.
           MOVE 10 TO WS-KEYWORD-LEN.
           PERFORM 2400-EXTRACT-QUOTED-VALUE.
           IF WS-EXTRACT-VALUE NOT = SPACES
              PERFORM 2500-CLOSE-OPEN-STATEMENT
              MOVE 'Y' TO WS-CUR-OPEN
              MOVE MAN-PACKAGE-ID   TO WS-CUR-PACKAGE-ID
              MOVE MAN-CAST-DATE    TO WS-CUR-CAST-DATE
              MOVE WS-EXTRACT-VALUE TO WS-CUR-ELEMENT
              MOVE SPACES TO WS-CUR-TYPE WS-CUR-SYSTEM
           END-IF.
           IF STATEMENT-OPEN
              MOVE ' SYSTEM ''' TO WS-KEYWORD
              MOVE 9 TO WS-KEYWORD-LEN
              PERFORM 2400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-SYSTEM
              END-IF
              MOVE ' TYPE ''' TO WS-KEYWORD
              MOVE 7 TO WS-KEYWORD-LEN
              PERFORM 2400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-TYPE
              END-IF
              MOVE 0 TO WS-PERIOD-TALLY
              INSPECT MAN-SCL-RECORD TALLYING WS-PERIOD-TALLY
                      FOR ALL '.'
              IF WS-PERIOD-TALLY > 0
                 PERFORM 2500-CLOSE-OPEN-STATEMENT
              END-IF
           END-IF.
           PERFORM 2100-READ-PKGMANIF.

      *-----------------------------------------------------------------
      *  Pull the quoted value following WS-KEYWORD out of the SCL
      *  record. Comes back SPACES when the keyword is not on this
      *  record.
      *-----------------------------------------------------------------
       2400-EXTRACT-QUOTED-VALUE.

           MOVE SPACES TO WS-EXTRACT-VALUE.
           MOVE 0 TO WS-SCAN-POS.
           INSPECT MAN-SCL-RECORD TALLYING WS-SCAN-POS
                   FOR CHARACTERS BEFORE
                   WS-KEYWORD(1:WS-KEYWORD-LEN).
           IF WS-SCAN-POS < 70
              COMPUTE WS-SCAN-POS =
                  WS-SCAN-POS + WS-KEYWORD-LEN + 1
              MOVE 0 TO WS-SCAN-LEN
              INSPECT MAN-SCL-RECORD(WS-SCAN-POS:)
                      TALLYING WS-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-SCAN-LEN > 10
                 MOVE 10 TO WS-SCAN-LEN
              END-IF
              IF WS-SCAN-LEN > 0
                 MOVE MAN-SCL-RECORD(WS-SCAN-POS:WS-SCAN-LEN)
                      TO WS-EXTRACT-VALUE(1:WS-SCAN-LEN)
              END-IF
           END-IF.

       2500-CLOSE-OPEN-STATEMENT.

           IF STATEMENT-OPEN
              IF WS-CUR-ELEMENT = WS-LN-ELEMENT
                 AND (WS-LN-SYSTEM = SPACES
                   OR WS-CUR-SYSTEM = SPACES
                   OR WS-CUR-SYSTEM = WS-LN-SYSTEM)
                 AND (WS-LN-TYPE = SPACES
                   OR WS-CUR-TYPE = SPACES
                   OR WS-CUR-TYPE = WS-LN-TYPE)
                 PERFORM 2600-KEEP-PACKAGE
              END-IF
              MOVE 'N' TO WS-CUR-OPEN
           END-IF.

       2600-KEEP-PACKAGE.

           MOVE 0 TO WS-PK-HIT-INX.
           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT OR WS-PK-HIT-INX > 0
              IF WS-PK-PACKAGE-ID(WS-PK-INX) = WS-CUR-PACKAGE-ID
                 MOVE WS-PK-INX TO WS-PK-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-PK-HIT-INX = 0
              IF WS-PK-COUNT < WS-PK-MAX
                 ADD 1 TO WS-PK-COUNT
                 MOVE WS-CUR-PACKAGE-ID
                   TO WS-PK-PACKAGE-ID(WS-PK-COUNT)
                 MOVE WS-CUR-CAST-DATE
                   TO WS-PK-CAST-DATE(WS-PK-COUNT)
                 MOVE SPACES TO WS-PK-STATUS(WS-PK-COUNT)
                                WS-PK-BACKOUT-STATUS(WS-PK-COUNT)
                                WS-PK-ENV(WS-PK-COUNT)
                                WS-PK-STGID(WS-PK-COUNT)
                                WS-PK-LAST-EVENT(WS-PK-COUNT)
                 MOVE 0 TO WS-PK-LAST-DATE(WS-PK-COUNT)
              ELSE
                 ADD 1 TO WS-PK-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Current status of each carrying package, one keyed read
      *  apiece. A package the master has no record of says so.
      *-----------------------------------------------------------------
       3000-READ-PACKAGE-MASTER.

           IF WS-PK-COUNT > 0
              OPEN INPUT PKGMASTR
              IF WS-PKGMASTR-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-PKGMASTR-OPEN
              ELSE
                 DISPLAY 'C1UELMLN: PKGMASTR OPEN FAILED - FILE '
                         'STATUS ' WS-PKGMASTR-FILE-STATUS
                         ' - PACKAGE STATUS NOT SHOWN'
              END-IF
              PERFORM 3100-READ-ONE-PACKAGE
                      VARYING WS-PK-INX FROM 1 BY 1
                      UNTIL WS-PK-INX > WS-PK-COUNT
              IF PKGMASTR-AVAILABLE
                 CLOSE PKGMASTR
              END-IF
           END-IF.

       3100-READ-ONE-PACKAGE.

           IF PKGMASTR-AVAILABLE
              MOVE WS-PK-PACKAGE-ID(WS-PK-INX) TO PMF-PACKAGE-ID
              READ PKGMASTR
                  INVALID KEY
                      MOVE 'NOT ON MSTR' TO WS-PK-STATUS(WS-PK-INX)
                  NOT INVALID KEY
                      MOVE PMF-PACKAGE-STATUS
                        TO WS-PK-STATUS(WS-PK-INX)
                      MOVE PMF-BACKOUT-STATUS
                        TO WS-PK-BACKOUT-STATUS(WS-PK-INX)
                      MOVE PMF-ENV   TO WS-PK-ENV(WS-PK-INX)
                      MOVE PMF-STGID TO WS-PK-STGID(WS-PK-INX)
                      MOVE PMF-LAST-EVENT
                        TO WS-PK-LAST-EVENT(WS-PK-INX)
                      MOVE PMF-LAST-DATE
                        TO WS-PK-LAST-DATE(WS-PK-INX)
              END-READ
           ELSE
              MOVE 'UNKNOWN' TO WS-PK-STATUS(WS-PK-INX)
           END-IF.

      *-----------------------------------------------------------------
      *  Every shipment of a carrying package; the latest record for
      *  each package, destination and direction is its confirmation
      *  status (SHPSTAT is appended in time order).
      *-----------------------------------------------------------------
       4000-SCAN-SHPSTAT.

           IF WS-PK-COUNT > 0
              OPEN INPUT SHPSTAT
              IF IN-FILE-NOT-AVAILABLE
                 DISPLAY 'C1UELMLN: SHPSTAT NOT AVAILABLE - NO '
                         'SHIPMENTS'
              ELSE
                 PERFORM 4100-READ-SHPSTAT
                 PERFORM 4200-TAKE-SHPSTAT-RECORD UNTIL IN-FILE-ATEND
                 CLOSE SHPSTAT
              END-IF
           END-IF.

       4100-READ-SHPSTAT.
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

       4200-TAKE-SHPSTAT-RECORD.

           MOVE 0 TO WS-PK-HIT-INX.
           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT OR WS-PK-HIT-INX > 0
              IF WS-PK-PACKAGE-ID(WS-PK-INX) = SHP-PACKAGE-ID
                 MOVE WS-PK-INX TO WS-PK-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-PK-HIT-INX > 0
              PERFORM 4300-KEEP-SHIPMENT
           END-IF.
           PERFORM 4100-READ-SHPSTAT.

       4300-KEEP-SHIPMENT.

           MOVE 0 TO WS-SH-HIT-INX.
           PERFORM VARYING WS-SH-INX FROM 1 BY 1
                   UNTIL WS-SH-INX > WS-SH-COUNT OR WS-SH-HIT-INX > 0
              IF WS-SH-PK-INX(WS-SH-INX) = WS-PK-HIT-INX
                 AND WS-SH-ENV(WS-SH-INX) = SHP-ENV
                 AND WS-SH-STGID(WS-SH-INX) = SHP-STGID
                 AND WS-SH-DIRECTION(WS-SH-INX) = SHP-DIRECTION
                 MOVE WS-SH-INX TO WS-SH-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-SH-HIT-INX = 0
              IF WS-SH-COUNT < WS-SH-MAX
                 ADD 1 TO WS-SH-COUNT
                 MOVE WS-SH-COUNT   TO WS-SH-HIT-INX
                 MOVE WS-PK-HIT-INX TO WS-SH-PK-INX(WS-SH-HIT-INX)
                 MOVE SHP-ENV       TO WS-SH-ENV(WS-SH-HIT-INX)
                 MOVE SHP-STGID     TO WS-SH-STGID(WS-SH-HIT-INX)
                 MOVE SHP-DIRECTION TO WS-SH-DIRECTION(WS-SH-HIT-INX)
              ELSE
                 ADD 1 TO WS-SH-DROPPED
              END-IF
           END-IF.
           IF WS-SH-HIT-INX > 0
              MOVE SHP-DATE    TO WS-SH-DATE(WS-SH-HIT-INX)
              MOVE SHP-TIME    TO WS-SH-TIME(WS-SH-HIT-INX)
              MOVE SHP-RETRIES TO WS-SH-RETRIES(WS-SH-HIT-INX)
              MOVE SHP-STATUS  TO WS-SH-STATUS(WS-SH-HIT-INX)
           END-IF.

       5000-WRITE-REPORT.

           MOVE WS-LN-ELEMENT TO TTL-ELEMENT.
           MOVE WS-LN-SYSTEM  TO TTL-SYSTEM.
           MOVE WS-LN-TYPE    TO TTL-TYPE.
           IF WS-LN-SYSTEM = SPACES
              MOVE '(ANY)' TO TTL-SYSTEM
           END-IF.
           IF WS-LN-TYPE = SPACES
              MOVE '(ANY)' TO TTL-TYPE
           END-IF.
           WRITE ELMLNRPT-REC FROM WS-TITLE-LINE.

           WRITE ELMLNRPT-REC FROM WS-BLANK-LINE.
           WRITE ELMLNRPT-REC FROM WS-ST-HDR-LINE.
           IF WS-ST-COUNT = 0
              WRITE ELMLNRPT-REC FROM WS-NONE-LINE
           END-IF.
           PERFORM 5100-WRITE-STAGE-LINE
                   VARYING WS-ST-INX FROM 1 BY 1
                   UNTIL WS-ST-INX > WS-ST-COUNT.

           WRITE ELMLNRPT-REC FROM WS-BLANK-LINE.
           WRITE ELMLNRPT-REC FROM WS-PK-HDR-LINE.
           IF WS-PK-COUNT = 0
              WRITE ELMLNRPT-REC FROM WS-NONE-LINE
           END-IF.
           PERFORM 5200-WRITE-PACKAGE-LINE
                   VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT.

           WRITE ELMLNRPT-REC FROM WS-BLANK-LINE.
           WRITE ELMLNRPT-REC FROM WS-CI-HDR-LINE.
           IF WS-CI-COUNT = 0
              WRITE ELMLNRPT-REC FROM WS-NONE-LINE
           END-IF.
           PERFORM 5300-WRITE-CCID-LINE
                   VARYING WS-CI-INX FROM 1 BY 1
                   UNTIL WS-CI-INX > WS-CI-COUNT.

           WRITE ELMLNRPT-REC FROM WS-BLANK-LINE.
           WRITE ELMLNRPT-REC FROM WS-SH-HDR-LINE.
           IF WS-SH-COUNT = 0
              WRITE ELMLNRPT-REC FROM WS-NONE-LINE
           END-IF.
           PERFORM 5400-WRITE-SHIPMENT-LINE
                   VARYING WS-SH-INX FROM 1 BY 1
                   UNTIL WS-SH-INX > WS-SH-COUNT.

       5100-WRITE-STAGE-LINE.

           MOVE WS-ST-ENV(WS-ST-INX)         TO STL-ENV.
           MOVE WS-ST-STGID(WS-ST-INX)       TO STL-STGID.
           IF WS-ST-STGID(WS-ST-INX) = SPACE
              MOVE SPACE TO STL-SLASH
           ELSE
              MOVE '/'   TO STL-SLASH
           END-IF.
           MOVE WS-ST-FIRST-DATE(WS-ST-INX)  TO STL-FIRST-DATE.
           MOVE WS-ST-LAST-DATE(WS-ST-INX)   TO STL-LAST-DATE.
           MOVE WS-ST-LAST-TIME(WS-ST-INX)   TO STL-LAST-TIME.
           MOVE WS-ST-ACTIONS(WS-ST-INX)     TO STL-ACTIONS.
           MOVE WS-ST-LAST-ACTION(WS-ST-INX) TO STL-LAST-ACTION.
           MOVE WS-ST-LAST-CCID(WS-ST-INX)   TO STL-LAST-CCID.
           MOVE WS-ST-LAST-USER(WS-ST-INX)   TO STL-LAST-USER.
           WRITE ELMLNRPT-REC FROM WS-ST-LINE.

       5200-WRITE-PACKAGE-LINE.

           MOVE WS-PK-PACKAGE-ID(WS-PK-INX)     TO PKL-PACKAGE-ID.
           MOVE WS-PK-CAST-DATE(WS-PK-INX)      TO PKL-CAST-DATE.
           MOVE WS-PK-STATUS(WS-PK-INX)         TO PKL-STATUS.
           MOVE WS-PK-BACKOUT-STATUS(WS-PK-INX) TO PKL-BACKOUT-STATUS.
           MOVE WS-PK-ENV(WS-PK-INX)            TO PKL-ENV.
           MOVE WS-PK-STGID(WS-PK-INX)          TO PKL-STGID.
           IF WS-PK-ENV(WS-PK-INX) = SPACES
              MOVE SPACE TO PKL-SLASH
           ELSE
              MOVE '/'   TO PKL-SLASH
           END-IF.
           MOVE WS-PK-LAST-EVENT(WS-PK-INX)     TO PKL-LAST-EVENT.
           MOVE WS-PK-LAST-DATE(WS-PK-INX)      TO PKL-LAST-DATE.
           WRITE ELMLNRPT-REC FROM WS-PK-LINE.

       5300-WRITE-CCID-LINE.

           MOVE WS-CI-CCID(WS-CI-INX)       TO CIL-CCID.
           MOVE WS-CI-OBJECT(WS-CI-INX)     TO CIL-OBJECT.
           MOVE WS-CI-FIRST-DATE(WS-CI-INX) TO CIL-FIRST-DATE.
           MOVE WS-CI-LAST-DATE(WS-CI-INX)  TO CIL-LAST-DATE.
           MOVE WS-CI-ACTIONS(WS-CI-INX)    TO CIL-ACTIONS.
           WRITE ELMLNRPT-REC FROM WS-CI-LINE.

       5400-WRITE-SHIPMENT-LINE.

           MOVE WS-PK-PACKAGE-ID(WS-SH-PK-INX(WS-SH-INX))
             TO SHL-PACKAGE-ID.
           MOVE WS-SH-ENV(WS-SH-INX)       TO SHL-ENV.
           MOVE WS-SH-STGID(WS-SH-INX)     TO SHL-STGID.
           MOVE WS-SH-DIRECTION(WS-SH-INX) TO SHL-DIRECTION.
           MOVE WS-SH-DATE(WS-SH-INX)      TO SHL-DATE.
           MOVE WS-SH-TIME(WS-SH-INX)      TO SHL-TIME.
           MOVE WS-SH-STATUS(WS-SH-INX)    TO SHL-STATUS.
           MOVE WS-SH-RETRIES(WS-SH-INX)   TO SHL-RETRIES.
           WRITE ELMLNRPT-REC FROM WS-SH-LINE.
