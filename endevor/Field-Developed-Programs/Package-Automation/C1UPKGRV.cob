      *                  BKWAIVER waiver on record;                   *
      *                - the approval quorum in effect after any      *
      *                  QUORUMCF override (informational);           *
      *                - presence on the DD SNOWHOLD hold queue;      *
      *                - the structured-notes standard for the        *
      *                  environment (PKGNOTCK, copybook PKGNOTCF),   *
      *                  on the notes an ENA$NDVR inquire returns;    *
      *                - external quality-gate results (copybook      *
      *                  QGATECF) for the elements its SCL captured   *
      *                  into DD PKGMANIF, looked up on DD QGRSLT     *
      *                  through C1UQGRLU.                            *
      *              Nothing is changed anywhere - RETURN-CODE 0 when *
      *              every gate passes, 4 otherwise.                  *
      *                                                               *
      *              Also CALLed (and CANCELed after each package) by *
      *              the C1URELRD release readiness run, with 'A' in  *
      *              column 18 of the parm from the second package on:*
      *              RDYRPT is then extended rather than rewritten,   *
      *              so one report carries every member's checklist.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UPKGRV.
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SNOWHOLD ASSIGN TO SNOWHOLD
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT RDYRPT ASSIGN TO RDYRPT.

       DATA DIVISION.
           03  FILLER                       PIC X(09).

       FD  BKWAIVER
           RECORD CONTAINS 144 CHARACTERS.
       01  BKWAIVER-REC.
           03  BKWAIVER-HEADER          PIC X(64).
           03  BKWAIVER-BODY.
              05  WVR-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  WVR-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  WVR-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-MATCHED-ENTRY     PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-JOBNAME           PIC X(08).
              05  FILLER                PIC X(22).

       FD  SNOWHOLD
           RECORD CONTAINS 080 CHARACTERS.
           03  SNOWHOLD-ESCALATED              PIC X(01).
           03  FILLER                         PIC X(26).

       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID                PIC X(16).
           03  FILLER                        PIC X(01).
           03  MAN-CAST-DATE                 PIC 9(08).
           03  FILLER                        PIC X(01).
           03  MAN-SCL-RECORD                PIC X(80).
           03  FILLER                        PIC X(14).

       FD  RDYRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RDYRPT-REC                   PIC X(132).
         COPY CHGWINCF.
         COPY QUORUMCF.
         COPY EXITCFG.
         COPY ECHAACTL.
         COPY ECHAPDEF.
         COPY CALLMTRC.
         COPY QGATECF.
         COPY QGRREQ.

       01  WS-CFG-INX                   PIC 9(02).
       77  WS-PGM                       PIC X(08) VALUE 'ENA$NDVR'.

       01  WS-PKG-ENV                   PIC X(08).
       01  WS-PKG-BACKOUT               PIC X(12).
       01  WS-GATE-VERDICT              PIC X(04).
       01  WS-GATE-REASON               PIC X(60).
       01  WS-FAIL-COUNT                PIC 9(02) VALUE 0.
       01  WS-APPEND-REQUESTED          PIC X(01) VALUE 'N'.
           88  APPEND-REQUESTED                 VALUE 'Y'.

      *= Naming-standards work fields (the C1UEXT07 0150 logic) =======
       01  WS-PKGNM-INX                 PIC 9(02).
           88  CHG-WINDOW-USABLE                VALUE 'Y'.
       01  WS-CHG-STAMP-IN              PIC X(19).
       01  WS-CHG-STAMP-NUM             PIC 9(12).
       01  WS-CHG-ZONE                  PIC X(08).
         COPY TZCONVRQ.

       01  WS-WAIVER-FOUND              PIC X(01).
           88  WAIVER-ON-RECORD                 VALUE 'Y'.
       01  WS-QUORUM-OVERRIDDEN         PIC X(01).
           88  QUORUM-IS-OVERRIDDEN             VALUE 'Y'.

      *= Package-notes standard (PKGNOTCK, as C1UEXT07 calls it) ======
       01  WS-PNC-MODE                  PIC X(01) VALUE 'E'.
       01  WS-PNC-NOTES.
           03  WS-PNC-NOTE-LINE         PIC X(60) OCCURS 8 TIMES.
       01  WS-PNC-VERDICT               PIC X(01).
       01  WS-PNC-DETAIL                PIC X(60).
       01  WS-PNC-INQ-RC                PIC 9(04).

      *= Quality-gate results (the C1UEXT07 0168 logic) ===============
       01  WS-QGT-INX                   PIC 9(02).
       01  WS-QGT-MODE                  PIC X(01).
           88  QGT-REJECT-MODE                  VALUE 'R'.
       01  WS-QGT-OPEN                  PIC X(01).
           88  QGT-STATEMENT-OPEN               VALUE 'Y'.
       01  WS-QGT-ELEMENT               PIC X(10).
       01  WS-QGT-TYPE                  PIC X(08).
       01  WS-QGT-SYSTEM                PIC X(08).
       01  WS-QGT-KEYWORD               PIC X(10).
       01  WS-QGT-KEYWORD-LEN           PIC 9(02).
       01  WS-QGT-VALUE                 PIC X(10).
       01  WS-QGT-PERIODS               PIC 9(03).
       01  WS-QGT-SCAN-POS              PIC 9(03).
       01  WS-QGT-SCAN-LEN              PIC 9(03).
       01  WS-QGT-REASON                PIC X(32).
       01  WS-QGT-SHORT-COUNT           PIC 9(03).
       01  WS-QGT-FIRST-SHORT           PIC X(43).
       01  WS-QGE-MAX                   PIC 9(03) VALUE 500.
       01  WS-QGE-COUNT                 PIC 9(03).
       01  WS-QGE-INX                   PIC 9(03).
       01  WS-QGE-TABLE.
           03  WS-QGE-ENTRY OCCURS 500 TIMES.
               05  WS-QGE-ELEMENT       PIC X(10).
               05  WS-QGE-TYPE          PIC X(08).
               05  WS-QGE-SYSTEM        PIC X(08).
       01  WS-QGE-SEEN                  PIC X(01).
           88  QGE-ALREADY-LISTED               VALUE 'Y'.

       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(31) VALUE
               'READINESS CHECKLIST FOR PACKAGE'.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-PKGID               PIC X(16).
           05  FILLER                   PIC X(01).
           05  PARM-APPEND-MODE         PIC X(01).
               88  PARM-APPEND-TO-REPORT        VALUE 'A'.

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.
           IF LINK-PARM-LENGTH = 0 OR PARM-PKGID = SPACES
              DISPLAY 'C1UPKGRV: PARM MUST SUPPLY THE PACKAGE ID'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0040-LOAD-RUNTIME-CONFIG.

           MOVE 'N' TO WS-APPEND-REQUESTED.
           IF LINK-PARM-LENGTH > 17
              IF PARM-APPEND-TO-REPORT
                 MOVE 'Y' TO WS-APPEND-REQUESTED
              END-IF
           END-IF.
           IF APPEND-REQUESTED
              OPEN EXTEND RDYRPT
           ELSE
              OPEN OUTPUT RDYRPT
              PERFORM 0050-WRITE-RUN-CONTEXT-HEADER
           END-IF.
           MOVE PARM-PKGID TO TTL-PACKAGE-ID.
           WRITE RDYRPT-REC FROM WS-TITLE-LINE.

           PERFORM 4000-GATE-BACKOUT.
           PERFORM 5000-GATE-QUORUM.
           PERFORM 6000-GATE-HOLD-QUEUE.
           PERFORM 7000-GATE-PACKAGE-NOTES THRU 7000-EXIT.
           PERFORM 8000-GATE-QUALITY-RESULTS THRU 8000-EXIT.

           CLOSE RDYRPT.

           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------------
      *  Load the same runtime-config sections the exits load, so the
                 END-PERFORM
              END-IF
           END-IF.
           MOVE 'QUALGATE'               TO CFG-SECTION-NAME.
           MOVE WS-QGATE-MAX             TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-QGATE-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-QGATE-COUNT
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-QGATE-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                          TO WS-QGATE-ENV(WS-CFG-INX)
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:1)
                          TO WS-QGATE-MODE(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  First line of RDYRPT - see COPY RUNCTXH.
              CALL 'SNOWCHGW' USING WS-SNOWOBJ WS-CHG-START
                                    WS-CHG-END
              IF RETURN-CODE = 0
                 PERFORM 3050-LOCALIZE-CHG-WINDOW
                 MOVE 'Y' TO WS-CHG-WINDOW-OK
                 MOVE WS-CHG-START TO WS-CHG-STAMP-IN
                 PERFORM 3100-CONVERT-CHG-STAMP
                       OR WS-CHG-NOW-NUM > WS-CHG-END-NUM
                       MOVE 'FAIL' TO WS-GATE-VERDICT
                       MOVE SPACES TO WS-GATE-REASON
                       STRING 'OUTSIDE WINDOW ' WS-CHG-START(1:16)
                              ' - ' WS-CHG-END(1:16) ' ' WS-CHG-ZONE
                          DELIMITED BY SIZE INTO WS-GATE-REASON
                       END-STRING
                    ELSE
                       MOVE 'PASS' TO WS-GATE-VERDICT
                       MOVE SPACES TO WS-GATE-REASON
                       STRING 'INSIDE WINDOW ' WS-CHG-START(1:16)
                              ' - ' WS-CHG-END(1:16) ' ' WS-CHG-ZONE
                          DELIMITED BY SIZE INTO WS-GATE-REASON
                       END-STRING
                    END-IF
           END-IF.
           PERFORM 0200-WRITE-GATE-LINE.

      *-----------------------------------------------------------------
      *  The planned start/end arrive in ServiceNow's zone; both are
      *  brought onto this system's clock (TZCONV, copybook TZCTLCF)
      *  before the compare, and the gate reason names the zone they
      *  are then in - 'LOCAL' when conversion is not enabled.
      *-----------------------------------------------------------------
       3050-LOCALIZE-CHG-WINDOW.

           MOVE 'S'           TO TZC-FUNCTION.
           MOVE WS-CHG-START  TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE TZC-STAMP-OUT TO WS-CHG-START.
           MOVE 'S'           TO TZC-FUNCTION.
           MOVE WS-CHG-END    TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE TZC-STAMP-OUT TO WS-CHG-END.
           MOVE TZC-OUT-ZONE  TO WS-CHG-ZONE.

       3100-CONVERT-CHG-STAMP.

           IF WS-CHG-STAMP-IN(1:4) IS NUMERIC
           END-IF.

       4200-READ-BKWAIVER.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ BKWAIVER
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'BKWAIVER'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE BKWAIVER-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       4300-MATCH-ONE-WAIVER.
           IF WVR-PACKAGE-ID = PARM-PKGID
              MOVE 'Y' TO WS-HOLD-FOUND
           END-IF.
           PERFORM 6100-READ-SNOWHOLD.

      *-----------------------------------------------------------------
      *  Gate 7 - the structured-notes standard C1UEXT07 applies at
      *  Before-CAST, through the same PKGNOTCK routine. The notes
      *  come from Endevor itself - the AACTL/APDEF-RQ 'I' inquire
      *  C1UPKGRC makes - since no store here keeps them.
      *-----------------------------------------------------------------
       7000-GATE-PACKAGE-NOTES.

           MOVE 'PACKAGE NOTES   ' TO WS-GATE-NAME.
           IF NOT MASTER-RECORD-FOUND
              MOVE 'FAIL' TO WS-GATE-VERDICT
              MOVE 'NOT ON PKGMASTR - TARGET ENVIRONMENT UNKNOWN'
                   TO WS-GATE-REASON
              PERFORM 0200-WRITE-GATE-LINE
              GO TO 7000-EXIT
           END-IF.
           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'RDYMSG'             TO AACTL-MSG-DDN.
           MOVE 'RDYLST'             TO AACTL-LIST-DDN.
           INITIALIZE         APDEF-RQ-DATAAREA.
           MOVE PARM-PKGID           TO APDEF-RQ-PKGID.
           MOVE 'I'                  TO APDEF-RQ-FUNC.
           ACCEPT WS-MT-START-TIME FROM TIME.
           CALL WS-PGM     USING AACTL
                                 APDEF-RQ.
           ACCEPT WS-MT-END-TIME FROM TIME.
           MOVE 'C1UPKGRV'      TO WS-MT-PROGRAM.
           MOVE WS-PGM          TO WS-MT-TARGET.
           MOVE PARM-PKGID      TO WS-MT-KEY.
           MOVE AACTL-RTNCODE   TO WS-MT-RC.
           CALL 'EXTMTRCS' USING WS-CALL-METRIC.

           IF AACTL-RTNCODE NOT = 0
              MOVE 'FAIL' TO WS-GATE-VERDICT
              MOVE AACTL-RTNCODE TO WS-PNC-INQ-RC
              MOVE SPACES TO WS-GATE-REASON
              STRING 'NOTES NOT READABLE - INQUIRE RC '
                     WS-PNC-INQ-RC ' (SEE DD RDYMSG)'
                 DELIMITED BY SIZE INTO WS-GATE-REASON
              END-STRING
              PERFORM 0200-WRITE-GATE-LINE
           ELSE
              MOVE APDEF-RQ-NOTES1 TO WS-PNC-NOTE-LINE(1)
              MOVE APDEF-RQ-NOTES2 TO WS-PNC-NOTE-LINE(2)
              MOVE APDEF-RQ-NOTES3 TO WS-PNC-NOTE-LINE(3)
              MOVE APDEF-RQ-NOTES4 TO WS-PNC-NOTE-LINE(4)
              MOVE APDEF-RQ-NOTES5 TO WS-PNC-NOTE-LINE(5)
              MOVE APDEF-RQ-NOTES6 TO WS-PNC-NOTE-LINE(6)
              MOVE APDEF-RQ-NOTES7 TO WS-PNC-NOTE-LINE(7)
              MOVE APDEF-RQ-NOTES8 TO WS-PNC-NOTE-LINE(8)
              CALL 'PKGNOTCK' USING WS-PNC-MODE
                                    WS-PKG-ENV
                                    WS-PNC-NOTES
                                    WS-PNC-VERDICT
                                    WS-PNC-DETAIL
              EVALUATE WS-PNC-VERDICT
                WHEN 'M'
                  MOVE 'FAIL' TO WS-GATE-VERDICT
                  MOVE SPACES TO WS-GATE-REASON
                  STRING 'MISSING/SHORT: ' WS-PNC-DETAIL
                     DELIMITED BY SIZE INTO WS-GATE-REASON
                  END-STRING
                WHEN 'D'
                  MOVE 'PASS' TO WS-GATE-VERDICT
                  MOVE 'NOTES CHECK NOT ENABLED AT THIS SITE'
                       TO WS-GATE-REASON
                WHEN 'N'
                  MOVE 'PASS' TO WS-GATE-VERDICT
                  MOVE 'NO NOTES STANDARD FOR THE ENVIRONMENT'
                       TO WS-GATE-REASON
                WHEN OTHER
                  MOVE 'PASS' TO WS-GATE-VERDICT
                  MOVE 'NOTES CARRY EVERY REQUIRED SECTION'
                       TO WS-GATE-REASON
              END-EVALUATE
              PERFORM 0200-WRITE-GATE-LINE
           END-IF.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Gate 8 - external quality-gate results, judged as C1UEXT07
      *  judges them at Before-CAST: each element the package's SCL
      *  names, on its highest-level result on DD QGRSLT. The SCL is
      *  only captured into PKGMANIF by a cast, so a package never
      *  cast has nothing to judge yet; after a refused cast the
      *  capture is there and every short element is counted. In a
      *  warn environment a short element does not block the cast -
      *  the gate passes and says so.
      *-----------------------------------------------------------------
       8000-GATE-QUALITY-RESULTS.

           MOVE 'QUALITY GATE    ' TO WS-GATE-NAME.
           MOVE 'PASS' TO WS-GATE-VERDICT.
           IF NOT QGATE-CHECK-ENABLED
              MOVE 'QUALITY GATE NOT ENABLED AT THIS SITE'
                   TO WS-GATE-REASON
              PERFORM 0200-WRITE-GATE-LINE
              GO TO 8000-EXIT
           END-IF.
           IF NOT MASTER-RECORD-FOUND
              MOVE 'FAIL' TO WS-GATE-VERDICT
              MOVE 'NOT ON PKGMASTR - TARGET ENVIRONMENT UNKNOWN'
                   TO WS-GATE-REASON
              PERFORM 0200-WRITE-GATE-LINE
              GO TO 8000-EXIT
           END-IF.
           MOVE SPACE TO WS-QGT-MODE.
           PERFORM VARYING WS-QGT-INX FROM 1 BY 1
                   UNTIL WS-QGT-INX > WS-QGATE-COUNT
                      OR WS-QGT-MODE NOT = SPACE
              IF WS-QGATE-ENV(WS-QGT-INX) = WS-PKG-ENV
                 MOVE WS-QGATE-MODE(WS-QGT-INX) TO WS-QGT-MODE
              END-IF
           END-PERFORM.
           IF WS-QGT-MODE = SPACE
              MOVE 'NO QUALITY GATE FOR THE ENVIRONMENT'
                   TO WS-GATE-REASON
              PERFORM 0200-WRITE-GATE-LINE
              GO TO 8000-EXIT
           END-IF.

           MOVE 0 TO WS-QGE-COUNT.
           MOVE 'N' TO WS-QGT-OPEN.
           OPEN INPUT PKGMANIF.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 8100-READ-PKGMANIF
              PERFORM 8200-PARSE-ONE-RECORD UNTIL IN-FILE-ATEND
              PERFORM 8300-CLOSE-OPEN-STATEMENT
              CLOSE PKGMANIF
           END-IF.
           IF WS-QGE-COUNT = 0
              MOVE 'NO SCL CAPTURED YET - JUDGED AT THE CAST'
                   TO WS-GATE-REASON
              PERFORM 0200-WRITE-GATE-LINE
              GO TO 8000-EXIT
           END-IF.

           MOVE 0 TO WS-QGT-SHORT-COUNT.
           MOVE SPACES TO WS-QGT-FIRST-SHORT.
           PERFORM 8500-JUDGE-ONE-ELEMENT
                   VARYING WS-QGE-INX FROM 1 BY 1
                   UNTIL WS-QGE-INX > WS-QGE-COUNT.
           MOVE SPACES TO WS-GATE-REASON.
           IF WS-QGT-SHORT-COUNT = 0
              STRING 'ALL ' WS-QGE-COUNT ' ELEMENT(S) PASSED'
                 DELIMITED BY SIZE INTO WS-GATE-REASON
              END-STRING
           ELSE
              IF QGT-REJECT-MODE
                 MOVE 'FAIL' TO WS-GATE-VERDICT
                 STRING WS-QGT-SHORT-COUNT ' SHORT: '
                        WS-QGT-FIRST-SHORT
                    DELIMITED BY SIZE INTO WS-GATE-REASON
                 END-STRING
              ELSE
                 STRING 'WARN ' WS-QGT-SHORT-COUNT
                        ' SHORT: ' WS-QGT-FIRST-SHORT
                    DELIMITED BY SIZE INTO WS-GATE-REASON
                 END-STRING
              END-IF
           END-IF.
           PERFORM 0200-WRITE-GATE-LINE.

       8000-EXIT.
           EXIT.

       8100-READ-PKGMANIF.
           READ PKGMANIF
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  Every capture of the package's SCL - a statement opens on its
      *  ELEMENT clause and closes on its period or the next ELEMENT
      *  clause. Repeated casts capture the same statements again;
      *  each element is listed once.
      *-----------------------------------------------------------------
       8200-PARSE-ONE-RECORD.

           IF MAN-PACKAGE-ID = PARM-PKGID
              MOVE ' ELEMENT ''' TO WS-QGT-KEYWORD
              MOVE 10 TO WS-QGT-KEYWORD-LEN
              PERFORM 8400-EXTRACT-QUOTED-VALUE
              IF WS-QGT-VALUE NOT = SPACES
                 PERFORM 8300-CLOSE-OPEN-STATEMENT
                 MOVE 'Y' TO WS-QGT-OPEN
                 MOVE WS-QGT-VALUE TO WS-QGT-ELEMENT
                 MOVE SPACES TO WS-QGT-TYPE WS-QGT-SYSTEM
              END-IF
              IF QGT-STATEMENT-OPEN
                 MOVE ' SYSTEM ''' TO WS-QGT-KEYWORD
                 MOVE 9 TO WS-QGT-KEYWORD-LEN
                 PERFORM 8400-EXTRACT-QUOTED-VALUE
                 IF WS-QGT-VALUE NOT = SPACES
                    MOVE WS-QGT-VALUE(1:8) TO WS-QGT-SYSTEM
                 END-IF
                 MOVE ' TYPE ''' TO WS-QGT-KEYWORD
                 MOVE 7 TO WS-QGT-KEYWORD-LEN
                 PERFORM 8400-EXTRACT-QUOTED-VALUE
                 IF WS-QGT-VALUE NOT = SPACES
                    MOVE WS-QGT-VALUE(1:8) TO WS-QGT-TYPE
                 END-IF
                 MOVE 0 TO WS-QGT-PERIODS
                 INSPECT MAN-SCL-RECORD TALLYING WS-QGT-PERIODS
                         FOR ALL '.'
                 IF WS-QGT-PERIODS > 0
                    PERFORM 8300-CLOSE-OPEN-STATEMENT
                 END-IF
              END-IF
           END-IF.
           PERFORM 8100-READ-PKGMANIF.

       8300-CLOSE-OPEN-STATEMENT.

           IF QGT-STATEMENT-OPEN
              MOVE 'N' TO WS-QGE-SEEN
              PERFORM VARYING WS-QGE-INX FROM 1 BY 1
                  UNTIL WS-QGE-INX > WS-QGE-COUNT
                     OR QGE-ALREADY-LISTED
                  IF WS-QGE-ELEMENT(WS-QGE-INX) = WS-QGT-ELEMENT
                     AND WS-QGE-TYPE(WS-QGE-INX) = WS-QGT-TYPE
                     AND WS-QGE-SYSTEM(WS-QGE-INX) = WS-QGT-SYSTEM
                     MOVE 'Y' TO WS-QGE-SEEN
                  END-IF
              END-PERFORM
              IF NOT QGE-ALREADY-LISTED
                 AND WS-QGE-COUNT < WS-QGE-MAX
                 ADD 1 TO WS-QGE-COUNT
                 MOVE WS-QGT-ELEMENT TO WS-QGE-ELEMENT(WS-QGE-COUNT)
                 MOVE WS-QGT-TYPE    TO WS-QGE-TYPE(WS-QGE-COUNT)
                 MOVE WS-QGT-SYSTEM  TO WS-QGE-SYSTEM(WS-QGE-COUNT)
              END-IF
              MOVE 'N' TO WS-QGT-OPEN
           END-IF.

       8400-EXTRACT-QUOTED-VALUE.

           MOVE SPACES TO WS-QGT-VALUE.
           MOVE 0 TO WS-QGT-SCAN-POS.
           INSPECT MAN-SCL-RECORD TALLYING WS-QGT-SCAN-POS
                   FOR CHARACTERS BEFORE
                   WS-QGT-KEYWORD(1:WS-QGT-KEYWORD-LEN).
           IF WS-QGT-SCAN-POS < 70
              COMPUTE WS-QGT-SCAN-POS =
                  WS-QGT-SCAN-POS + WS-QGT-KEYWORD-LEN + 1
              MOVE 0 TO WS-QGT-SCAN-LEN
              INSPECT MAN-SCL-RECORD(WS-QGT-SCAN-POS:)
                      TALLYING WS-QGT-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-QGT-SCAN-LEN > 10
                 MOVE 10 TO WS-QGT-SCAN-LEN
              END-IF
              IF WS-QGT-SCAN-LEN > 0
                 MOVE MAN-SCL-RECORD(WS-QGT-SCAN-POS:WS-QGT-SCAN-LEN)
                      TO WS-QGT-VALUE(1:WS-QGT-SCAN-LEN)
              END-IF
           END-IF.

       8500-JUDGE-ONE-ELEMENT.

           MOVE WS-QGE-ELEMENT(WS-QGE-INX) TO QGQ-ELEMENT.
           MOVE WS-QGE-TYPE(WS-QGE-INX)    TO QGQ-TYPE.
           MOVE WS-QGE-SYSTEM(WS-QGE-INX)  TO QGQ-SYSTEM.
           MOVE SPACES                     TO QGQ-LEVEL.
           CALL 'C1UQGRLU' USING WS-QGRREQ-REQUEST.
           MOVE SPACES TO WS-QGT-REASON.
           EVALUATE TRUE
             WHEN QGQ-STORE-UNUSABLE
               MOVE 'RESULTS STORE NOT AVAILABLE' TO WS-QGT-REASON
             WHEN QGQ-NOT-FOUND
               MOVE 'NO RESULT ON RECORD' TO WS-QGT-REASON
             WHEN QGQ-PASSED
               CONTINUE
             WHEN OTHER
               STRING 'LEVEL ' QGQ-LEVEL ' FAILED - '
                      QGQ-FINDINGS ' FINDINGS'
                  DELIMITED BY SIZE INTO WS-QGT-REASON
               END-STRING
           END-EVALUATE.
           IF WS-QGT-REASON NOT = SPACES
              ADD 1 TO WS-QGT-SHORT-COUNT
              IF WS-QGT-FIRST-SHORT = SPACES
                 STRING QGQ-ELEMENT ' ' WS-QGT-REASON
                    DELIMITED BY SIZE INTO WS-QGT-FIRST-SHORT
                 END-STRING
              END-IF
           END-IF.
