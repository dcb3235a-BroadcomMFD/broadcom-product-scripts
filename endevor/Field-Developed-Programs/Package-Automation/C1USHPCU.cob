       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Catch-up re-shipment to a new or rebuilt         *
      *              destination (a DR target being stood up, or one  *
      *              being rebuilt). Every package executed on or     *
      *              after a from-date is shipped OUT to the one      *
      *              environment/stage named on the PARM, in original *
      *              execute sequence, through the same REXX PKGESHIP *
      *              call, SHIPGRD duplicate guard and bounded retry  *
      *              C1USHPSW uses.                                   *
      *                                                               *
      *              The package list comes from DD PKGMASTR (status  *
      *              EXECUTED or COMMITTED). The execute timestamp is *
      *              the package's earliest OUT shipment record on    *
      *              DD PKGHIST (the post-execute shipment C1UEXSHP   *
      *              makes); a package with none there falls back to  *
      *              its PKGMASTR last-event date/time.               *
      *                                                               *
      *              The run stops at the first failed submission so  *
      *              the destination never gets a package ahead of    *
      *              one it is missing; rerun with that package as    *
      *              the restart point to carry on. Every outcome is  *
      *              written to SHPSTAT. DD SHPCURPT is the completion*
      *              report the DR team signs off.                    *
      *                                                               *
      *              PARM (positional, blank separated):              *
      *                cols  1-8   destination environment            *
      *                col   10    destination stage ID               *
      *                cols 12-19  from-date YYYYMMDD                 *
      *                cols 21-36  restart package ID (optional)      *
      *                                                               *
      *              Return code 0 complete, 4 complete with table    *
      *              overflow, 8 stopped on a failure, 12 bad PARM or *
      *              restart package not in the list.                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1USHPCU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PKGHIST-FILE-STATUS.
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-SHPSTAT-FILE-STATUS.
           SELECT SHPCURPT ASSIGN TO SHPCURPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMF-PACKAGE-ID               PIC X(16).
           03  PMF-ENV                      PIC X(08).
           03  PMF-STGID                    PIC X(01).
           03  PMF-PACKAGE-STATUS           PIC X(12).
           03  PMF-BACKOUT-STATUS           PIC X(12).
           03  PMF-CREATE-USER              PIC X(08).
           03  PMF-CAST-USER                PIC X(08).
           03  PMF-LAST-EVENT               PIC X(12).
           03  PMF-LAST-DATE                PIC 9(08).
           03  PMF-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(09).

      *-----------------------------------------------------------------
      *  DD PKGHIST - keyed package-history store (see C1UPKGLD), read
      *  front to back; key order puts each package's earliest record
      *  first. A type S record's detail starts with the direction.
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

       FD  SHPSTAT
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHPSTAT-REC.
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

       FD  SHPCURPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SHPCURPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).
       01  WS-PKGMASTR-DONE             PIC X(01) VALUE 'N'.
           88  MASTER-READ-DONE                 VALUE 'Y'.
       01  WS-PKGHIST-FILE-STATUS       PIC X(02).
           88  PKGHIST-ATEND                    VALUE '10'.
           88  PKGHIST-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-SHPSTAT-FILE-STATUS       PIC X(02).
           88  SHPSTAT-ATEND                    VALUE '10'.
           88  SHPSTAT-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-SHPSTAT-DATE              PIC 9(08).
       01  WS-SHPSTAT-TIME              PIC 9(08).

         COPY SHIPGRD.
         COPY REXXLIB.

      *= Run parameters ===============================================
       01  WS-DEST-ENV                  PIC X(08).
       01  WS-DEST-STGID                PIC X(01).
       01  WS-FROM-DATE                 PIC 9(08).
       01  WS-RESTART-PKGID             PIC X(16).
       01  WS-TODAY-DATE                PIC 9(08).

      *= Candidate packages, PKGMASTR key order =======================
      *    CP-SOURCE H = execute time from the PKGHIST OUT shipment,
      *    M = PKGMASTR last-event fallback.
       01  WS-CP-MAX                    PIC 9(04) VALUE 2000.
       01  WS-CP-COUNT                  PIC 9(04) VALUE 0.
       01  WS-CP-DROPPED                PIC 9(04) VALUE 0.
       01  WS-CP-INX                    PIC 9(04).
       01  WS-CP-HIT-INX                PIC 9(04).
       01  WS-CP-FOUND                  PIC X(01).
           88  CP-ENTRY-FOUND                   VALUE 'Y'.
       01  WS-CP-TABLE.
           03  WS-CP-ENTRY OCCURS 2000 TIMES.
               05  WS-CP-PACKAGE-ID     PIC X(16).
               05  WS-CP-CREATE-USER    PIC X(08).
               05  WS-CP-CAST-USER      PIC X(08).
               05  WS-CP-STAMP.
                   07  WS-CP-DATE       PIC 9(08).
                   07  WS-CP-TIME       PIC 9(06).
               05  WS-CP-SOURCE         PIC X(01).

      *= Packages to ship, in execute sequence ========================
      *    OQ-OUTCOME is filled as the run goes - SHIPPED, SKIPPED
      *    (SHIPGRD duplicate), PRIOR (ahead of the restart point),
      *    FAILED, or NOT RUN (behind a failure).
       01  WS-OQ-COUNT                  PIC 9(04) VALUE 0.
       01  WS-OQ-INX                    PIC 9(04).
       01  WS-OQ-SHIFT-INX              PIC 9(04).
       01  WS-OQ-START-INX              PIC 9(04) VALUE 1.
       01  WS-OQ-SLOT-FOUND             PIC X(01).
           88  OQ-SLOT-FOUND                    VALUE 'Y'.
       01  WS-OQ-TABLE.
           03  WS-OQ-ENTRY OCCURS 2000 TIMES.
               05  WS-OQ-CP-INX         PIC 9(04).
               05  WS-OQ-OUTCOME        PIC X(08).
               05  WS-OQ-RETRIES        PIC 9(02).
               05  WS-OQ-RC             PIC S9(08).

      *= Latest SUCCESS to the destination, per package ===============
       01  WS-SH-MAX                    PIC 9(04) VALUE 2000.
       01  WS-SH-COUNT                  PIC 9(04) VALUE 0.
       01  WS-SH-DROPPED                PIC 9(04) VALUE 0.
       01  WS-SH-INX                    PIC 9(04).
       01  WS-SH-HIT-INX                PIC 9(04).
       01  WS-SH-FOUND                  PIC X(01).
           88  SH-ENTRY-FOUND                   VALUE 'Y'.
       01  WS-SH-TABLE.
           03  WS-SH-ENTRY OCCURS 2000 TIMES.
               05  WS-SH-PACKAGE-ID     PIC X(16).
               05  WS-SH-DATE           PIC 9(08).
       01  WS-SH-GAP-DAYS               PIC S9(05).
       01  WS-DUP-FOUND                 PIC X(01).
           88  DUPLICATE-SHIPMENT-FOUND         VALUE 'Y'.

       01  WS-MATCH-PKGID               PIC X(16).
       01  WS-MATCH-DIRECTION           PIC X(03) VALUE 'OUT'.
       01  WS-RUN-STOPPED               PIC X(01) VALUE 'N'.
           88  RUN-STOPPED                      VALUE 'Y'.
       01  WS-STOP-PKGID                PIC X(16) VALUE SPACES.

       01  WS-SHIPPED-COUNT             PIC 9(04) VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(04) VALUE 0.
       01  WS-PRIOR-COUNT               PIC 9(04) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(04) VALUE 0.
       01  WS-NOTRUN-COUNT              PIC 9(04) VALUE 0.

       01 BPXWDYN PIC X(8) VALUE 'BPXWDYN'.
       01 ALLOC-STRING.
          05 ALLOC-LENGTH PIC S9(4) BINARY VALUE 120.
          05 ALLOC-TEXT   PIC X(120).

      * PKGESHIP retry controls - same bounded retry C1UEXSHP uses.
       01  WS-PKGESHIP-MAX-RETRIES      PIC 9(02) VALUE 3.
       01  WS-PKGESHIP-RETRY-CNT        PIC 9(02) VALUE 0.
       01  WS-PKGESHIP-RC               PIC S9(08) COMP.

       01  IRXJCL                       PIC X(6)  VALUE 'IRXJCL'.

      * The block of data below submits pkg shipments through REXX
      * PKGESHIP, the same parameter layout C1UEXSHP builds.
       01  PKG-SHIPMENT-PARMS-IRXJCL.
         02  PKG-SHIPMENT-PARMS-IRXJCL-TOP.
           03 PARM-LENGTH          PIC X(2) VALUE X'0253'.
           03 REXX-NAME            PIC X(8) VALUE 'PKGESHIP'.
           03 FILLER               PIC X(1) VALUE SPACE .
         02  PKG-SHIPMENT-PARMS.
           03 REXX-SHIP-PACKAGE    PIC X(16) .
           03 FILLER               PIC X(1) VALUE SPACE .
           03 REXX-SHIP-ENV        PIC X(08) .
           03 FILLER               PIC X(1) VALUE SPACE .
           03 REXX-SHIP-STGID      PIC X(01) .
           03 FILLER               PIC X(1) VALUE SPACE .
           03 REXX-SHIP-COMMENT    PIC X(50) .
           03 REXX-SHIP-CREATE-USR PIC X(08) .
           03 REXX-SHIP-UPDATE-USR PIC X(08) .
           03 REXX-SHIP-CAST-USER  PIC X(08) .
           03 FILLER               PIC X(1) VALUE SPACE .
           03 REXX-SHIP-NOTE1      PIC X(60) .
           03 REXX-SHIP-NOTE2      PIC X(60) .
           03 REXX-SHIP-NOTE3      PIC X(60) .
           03 REXX-SHIP-NOTE4      PIC X(60) .
           03 REXX-SHIP-NOTE5      PIC X(60) .
           03 REXX-SHIP-NOTE6      PIC X(60) .
           03 REXX-SHIP-NOTE7      PIC X(60) .
           03 REXX-SHIP-NOTE8      PIC X(60) .
           03 REXX-SHIP-OUT        PIC X(03) .

      *= Completion report ============================================
       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(40) VALUE
               'CATCH-UP RE-SHIPMENT - DESTINATION '.
           03  TTL-DEST-ENV             PIC X(08).
           03  FILLER                   PIC X(01) VALUE '/'.
           03  TTL-DEST-STGID           PIC X(01).
           03  FILLER                   PIC X(26) VALUE
               '  PACKAGES EXECUTED SINCE '.
           03  TTL-FROM-DATE            PIC 9(08).
           03  FILLER                   PIC X(48) VALUE SPACES.

       01  WS-RESTART-LINE.
           03  FILLER                   PIC X(40) VALUE
               'RESTARTED AT PACKAGE'.
           03  RSL-RESTART-PKGID        PIC X(16).
           03  FILLER                   PIC X(76) VALUE SPACES.

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(23) VALUE
               '  SEQ PACKAGE'.
           03  FILLER                   PIC X(29) VALUE
               'EXECUTED        SRC OUTCOME'.
           03  FILLER                   PIC X(80) VALUE
               'RETRIES        RC'.

       01  WS-DETAIL-LINE.
           03  DTL-SEQ                  PIC ZZZ9.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-EXEC-DATE            PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-EXEC-TIME            PIC 9(06).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-SOURCE               PIC X(01).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-OUTCOME              PIC X(08).
           03  FILLER                   PIC X(04) VALUE SPACES.
           03  DTL-RETRIES              PIC Z9.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-RC                   PIC -9(08).
           03  FILLER                   PIC X(71) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03  RPT-LIST-COUNT           PIC ZZZ9.
           03  FILLER                   PIC X(12) VALUE
               ' IN SEQUENCE'.
           03  FILLER                   PIC X(02) VALUE ', '.
           03  RPT-SHIPPED-COUNT        PIC ZZZ9.
           03  FILLER                   PIC X(10) VALUE ' SHIPPED, '.
           03  RPT-SKIPPED-COUNT        PIC ZZZ9.
           03  FILLER                   PIC X(10) VALUE ' SKIPPED, '.
           03  RPT-PRIOR-COUNT          PIC ZZZ9.
           03  FILLER                   PIC X(08) VALUE ' PRIOR, '.
           03  RPT-FAILED-COUNT         PIC ZZZ9.
           03  FILLER                   PIC X(09) VALUE ' FAILED, '.
           03  RPT-NOTRUN-COUNT         PIC ZZZ9.
           03  FILLER                   PIC X(67) VALUE ' NOT RUN'.

       01  WS-RESULT-LINE               PIC X(132).

       01  WS-SIGNOFF-LINE.
           03  FILLER                   PIC X(30) VALUE
               'DR TEAM SIGN-OFF  NAME:'.
           03  FILLER                   PIC X(30) VALUE ALL '_'.
           03  FILLER                   PIC X(08) VALUE '  DATE:'.
           03  FILLER                   PIC X(12) VALUE ALL '_'.
           03  FILLER                   PIC X(52) VALUE SPACES.

       01  WS-DROP-LINE.
           03  FILLER                   PIC X(10) VALUE 'WARNING - '.
           03  RPT-DROP-COUNT           PIC ZZZ9.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RPT-DROP-TEXT            PIC X(60).
           03  FILLER                   PIC X(57) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DEST-ENV            PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-DEST-STGID          PIC X(01).
           05  FILLER                   PIC X(01).
           05  PARM-FROM-DATE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-RESTART-PKGID       PIC X(16).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF LINK-PARM-LENGTH < 19
              OR PARM-DEST-ENV = SPACES
              OR PARM-DEST-STGID = SPACE
              OR PARM-FROM-DATE IS NOT NUMERIC
              DISPLAY 'C1USHPCU: PARM MUST BE '
                      '"ENV S YYYYMMDD [RESTART-PACKAGE]"'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PARM-DEST-ENV   TO WS-DEST-ENV.
           MOVE PARM-DEST-STGID TO WS-DEST-STGID.
           MOVE PARM-FROM-DATE  TO WS-FROM-DATE.
           MOVE SPACES          TO WS-RESTART-PKGID.
           IF LINK-PARM-LENGTH > 20
              MOVE PARM-RESTART-PKGID TO WS-RESTART-PKGID
           END-IF.

           OPEN OUTPUT SHPCURPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           PERFORM 0100-LOAD-CANDIDATES.
           PERFORM 0200-APPLY-EXECUTE-TIMES.
           PERFORM 0300-BUILD-EXECUTE-SEQUENCE.
           PERFORM 0400-LOAD-SHPSTAT-HISTORY.

           IF WS-RESTART-PKGID NOT = SPACES
              PERFORM 0500-LOCATE-RESTART-POINT
              IF WS-OQ-START-INX > WS-OQ-COUNT
                 DISPLAY 'C1USHPCU: RESTART PACKAGE ' WS-RESTART-PKGID
                         ' IS NOT IN THE CATCH-UP LIST'
                 CLOSE SHPCURPT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM 2100-ALLOCATE-REXFILE.
           PERFORM VARYING WS-OQ-INX FROM 1 BY 1
                   UNTIL WS-OQ-INX > WS-OQ-COUNT
              PERFORM 0600-SHIP-ONE-PACKAGE
           END-PERFORM.
           PERFORM 2200-FREE-REXFILES.

           PERFORM 0800-WRITE-COMPLETION-REPORT.
           CLOSE SHPCURPT.

           DISPLAY 'C1USHPCU: ' WS-SHIPPED-COUNT ' SHIPPED, '
                   WS-SKIPPED-COUNT ' SKIPPED, '
                   WS-PRIOR-COUNT ' PRIOR, '
                   WS-FAILED-COUNT ' FAILED, '
                   WS-NOTRUN-COUNT ' NOT RUN TO '
                   WS-DEST-ENV '/' WS-DEST-STGID.

           EVALUATE TRUE
             WHEN RUN-STOPPED
               MOVE 8 TO RETURN-CODE
             WHEN WS-CP-DROPPED > 0 OR WS-SH-DROPPED > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of SHPCURPT - see COPY RUNCTXH.
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
           MOVE SPACES TO SHPCURPT-REC.
           WRITE SHPCURPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Every EXECUTED or COMMITTED package on the master, with its
      *  last-event date/time as the provisional execute time.
      *-----------------------------------------------------------------
       0100-LOAD-CANDIDATES.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1USHPCU: DD PKGMASTR NOT AVAILABLE - STATUS '
                      WS-PKGMASTR-FILE-STATUS
              CLOSE SHPCURPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-PKGMASTR-DONE.
           MOVE LOW-VALUES TO PMF-PACKAGE-ID.
           START PKGMASTR KEY IS NOT LESS THAN PMF-PACKAGE-ID
               INVALID KEY MOVE 'Y' TO WS-PKGMASTR-DONE
           END-START.
           PERFORM 0110-READ-MASTER-NEXT.
           PERFORM 0120-TAKE-ONE-MASTER UNTIL MASTER-READ-DONE.
           CLOSE PKGMASTR.

       0110-READ-MASTER-NEXT.
           READ PKGMASTR NEXT RECORD
               AT END MOVE 'Y' TO WS-PKGMASTR-DONE
           END-READ.

       0120-TAKE-ONE-MASTER.
           IF PMF-PACKAGE-STATUS = 'EXECUTED' OR 'COMMITTED'
              IF WS-CP-COUNT < WS-CP-MAX
                 ADD 1 TO WS-CP-COUNT
                 MOVE PMF-PACKAGE-ID  TO WS-CP-PACKAGE-ID(WS-CP-COUNT)
                 MOVE PMF-CREATE-USER TO WS-CP-CREATE-USER(WS-CP-COUNT)
                 MOVE PMF-CAST-USER   TO WS-CP-CAST-USER(WS-CP-COUNT)
                 MOVE PMF-LAST-DATE   TO WS-CP-DATE(WS-CP-COUNT)
                 MOVE PMF-LAST-TIME   TO WS-CP-TIME(WS-CP-COUNT)
                 MOVE 'M'             TO WS-CP-SOURCE(WS-CP-COUNT)
              ELSE
                 ADD 1 TO WS-CP-DROPPED
              END-IF
           END-IF.
           PERFORM 0110-READ-MASTER-NEXT.

      *-----------------------------------------------------------------
      *  The last event on a COMMITTED package is the commit, not the
      *  execute, so the execute time is taken from the package's
      *  earliest OUT shipment record on PKGHIST wherever there is
      *  one - C1UEXSHP ships straight after the execute. Key order
      *  gives the earliest one first.
      *-----------------------------------------------------------------
       0200-APPLY-EXECUTE-TIMES.

           OPEN INPUT PKGHIST.
           IF PKGHIST-NOT-AVAILABLE
              DISPLAY 'C1USHPCU: DD PKGHIST NOT AVAILABLE - PKGMASTR '
                      'LAST-EVENT TIMES USED'
           ELSE
              PERFORM 0210-READ-PKGHIST
              PERFORM 0220-TAKE-ONE-HISTORY UNTIL PKGHIST-ATEND
              CLOSE PKGHIST
           END-IF.

       0210-READ-PKGHIST.
           READ PKGHIST
               AT END MOVE '10' TO WS-PKGHIST-FILE-STATUS
           END-READ.

       0220-TAKE-ONE-HISTORY.
           IF PH-REC-TYPE = 'S' AND PH-DETAIL(1:3) = 'OUT'
              AND PH-DATE IS NUMERIC AND PH-TIME IS NUMERIC
              MOVE PH-PACKAGE-ID TO WS-MATCH-PKGID
              PERFORM 0230-FIND-CANDIDATE
              IF CP-ENTRY-FOUND
                 IF WS-CP-SOURCE(WS-CP-HIT-INX) = 'M'
                    MOVE PH-DATE TO WS-CP-DATE(WS-CP-HIT-INX)
                    MOVE PH-TIME TO WS-CP-TIME(WS-CP-HIT-INX)
                    MOVE 'H'     TO WS-CP-SOURCE(WS-CP-HIT-INX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 0210-READ-PKGHIST.

       0230-FIND-CANDIDATE.

           MOVE 'N' TO WS-CP-FOUND.
           MOVE 0   TO WS-CP-HIT-INX.
           PERFORM VARYING WS-CP-INX FROM 1 BY 1
                   UNTIL WS-CP-INX > WS-CP-COUNT OR CP-ENTRY-FOUND
              IF WS-MATCH-PKGID = WS-CP-PACKAGE-ID(WS-CP-INX)
                 MOVE 'Y' TO WS-CP-FOUND
                 MOVE WS-CP-INX TO WS-CP-HIT-INX
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Packages executed on or after the from-date, insertion-sorted
      *  into execute sequence. Equal times keep PKGMASTR key order.
      *-----------------------------------------------------------------
       0300-BUILD-EXECUTE-SEQUENCE.

           PERFORM VARYING WS-CP-INX FROM 1 BY 1
                   UNTIL WS-CP-INX > WS-CP-COUNT
              IF WS-CP-DATE(WS-CP-INX) >= WS-FROM-DATE
                 PERFORM 0310-INSERT-IN-SEQUENCE
              END-IF
           END-PERFORM.

       0310-INSERT-IN-SEQUENCE.

           MOVE 'N' TO WS-OQ-SLOT-FOUND.
           MOVE WS-OQ-COUNT TO WS-OQ-INX.
           PERFORM UNTIL WS-OQ-INX = 0 OR OQ-SLOT-FOUND
              MOVE WS-OQ-CP-INX(WS-OQ-INX) TO WS-CP-HIT-INX
              IF WS-CP-STAMP(WS-CP-HIT-INX) > WS-CP-STAMP(WS-CP-INX)
                 COMPUTE WS-OQ-SHIFT-INX = WS-OQ-INX + 1
                 MOVE WS-OQ-ENTRY(WS-OQ-INX)
                      TO WS-OQ-ENTRY(WS-OQ-SHIFT-INX)
                 SUBTRACT 1 FROM WS-OQ-INX
              ELSE
                 MOVE 'Y' TO WS-OQ-SLOT-FOUND
              END-IF
           END-PERFORM.
           ADD 1 TO WS-OQ-INX.
           ADD 1 TO WS-OQ-COUNT.
           MOVE WS-CP-INX TO WS-OQ-CP-INX(WS-OQ-INX).
           MOVE SPACES    TO WS-OQ-OUTCOME(WS-OQ-INX).
           MOVE 0         TO WS-OQ-RETRIES(WS-OQ-INX).
           MOVE 0         TO WS-OQ-RC(WS-OQ-INX).

      *-----------------------------------------------------------------
      *  Latest SUCCESS OUT shipment to the destination per package,
      *  for the SHIPGRD duplicate guard.
      *-----------------------------------------------------------------
       0400-LOAD-SHPSTAT-HISTORY.

           OPEN INPUT SHPSTAT.
           IF NOT SHPSTAT-NOT-AVAILABLE
              PERFORM 0410-READ-SHPSTAT
              PERFORM 0420-TRACK-ONE-SUCCESS UNTIL SHPSTAT-ATEND
              CLOSE SHPSTAT
           END-IF.

       0410-READ-SHPSTAT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-SHPSTAT-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SHPSTAT
                  AT END MOVE '10' TO WS-SHPSTAT-FILE-STATUS
              END-READ
              IF WS-SHPSTAT-FILE-STATUS(1:1) = '0'
                 MOVE 'SHPSTAT'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SHPSTAT-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       0420-TRACK-ONE-SUCCESS.
           IF SHP-STATUS = 'SUCCESS'
              AND SHP-ENV = WS-DEST-ENV
              AND SHP-STGID = WS-DEST-STGID
              AND SHP-DIRECTION = 'OUT'
              MOVE SHP-PACKAGE-ID TO WS-MATCH-PKGID
              PERFORM 0430-FIND-SUCCESS-ENTRY
              IF SH-ENTRY-FOUND
                 IF SHP-DATE > WS-SH-DATE(WS-SH-HIT-INX)
                    MOVE SHP-DATE TO WS-SH-DATE(WS-SH-HIT-INX)
                 END-IF
              ELSE
                 IF WS-SH-COUNT < WS-SH-MAX
                    ADD 1 TO WS-SH-COUNT
                    MOVE SHP-PACKAGE-ID
                         TO WS-SH-PACKAGE-ID(WS-SH-COUNT)
                    MOVE SHP-DATE TO WS-SH-DATE(WS-SH-COUNT)
                 ELSE
                    ADD 1 TO WS-SH-DROPPED
                 END-IF
              END-IF
           END-IF.
           PERFORM 0410-READ-SHPSTAT.

       0430-FIND-SUCCESS-ENTRY.

           MOVE 'N' TO WS-SH-FOUND.
           MOVE 0   TO WS-SH-HIT-INX.
           PERFORM VARYING WS-SH-INX FROM 1 BY 1
                   UNTIL WS-SH-INX > WS-SH-COUNT OR SH-ENTRY-FOUND
              IF WS-MATCH-PKGID = WS-SH-PACKAGE-ID(WS-SH-INX)
                 MOVE 'Y' TO WS-SH-FOUND
                 MOVE WS-SH-INX TO WS-SH-HIT-INX
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  A restart carries on from the named package - the one the
      *  previous run stopped on. Everything ahead of it in the
      *  sequence reached the destination last time and is reported
      *  as PRIOR without being shipped again.
      *-----------------------------------------------------------------
       0500-LOCATE-RESTART-POINT.

           MOVE WS-OQ-COUNT TO WS-OQ-START-INX.
           ADD 1 TO WS-OQ-START-INX.
           PERFORM VARYING WS-OQ-INX FROM 1 BY 1
                   UNTIL WS-OQ-INX > WS-OQ-COUNT
                      OR WS-OQ-START-INX <= WS-OQ-COUNT
              MOVE WS-OQ-CP-INX(WS-OQ-INX) TO WS-CP-HIT-INX
              IF WS-CP-PACKAGE-ID(WS-CP-HIT-INX) = WS-RESTART-PKGID
                 MOVE WS-OQ-INX TO WS-OQ-START-INX
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One package in sequence. Once a submission has failed nothing
      *  after it is shipped, so the destination is never ahead of a
      *  package it is missing.
      *-----------------------------------------------------------------
       0600-SHIP-ONE-PACKAGE.

           MOVE WS-OQ-CP-INX(WS-OQ-INX) TO WS-CP-HIT-INX.
           MOVE WS-CP-PACKAGE-ID(WS-CP-HIT-INX) TO WS-MATCH-PKGID.
           EVALUATE TRUE
             WHEN WS-OQ-INX < WS-OQ-START-INX
               MOVE 'PRIOR   ' TO WS-OQ-OUTCOME(WS-OQ-INX)
               ADD 1 TO WS-PRIOR-COUNT
             WHEN RUN-STOPPED
               MOVE 'NOT RUN ' TO WS-OQ-OUTCOME(WS-OQ-INX)
               ADD 1 TO WS-NOTRUN-COUNT
             WHEN OTHER
               PERFORM 0610-CHECK-ALREADY-SHIPPED
               IF DUPLICATE-SHIPMENT-FOUND
                  MOVE 'SKIPPED ' TO WS-OQ-OUTCOME(WS-OQ-INX)
                  ADD 1 TO WS-SKIPPED-COUNT
                  MOVE 0 TO WS-PKGESHIP-RETRY-CNT
                  MOVE 0 TO WS-PKGESHIP-RC
                  PERFORM 0950-WRITE-SHPSTAT-RECORD
               ELSE
                  PERFORM 0700-SUBMIT-ONE-SHIPMENT
               END-IF
           END-EVALUATE.

       0610-CHECK-ALREADY-SHIPPED.

           MOVE 'N' TO WS-DUP-FOUND.
           IF SHIP-GUARD-ENABLED AND NOT SHIP-FORCE-OVERRIDE
              PERFORM 0430-FIND-SUCCESS-ENTRY
              IF SH-ENTRY-FOUND
                 COMPUTE WS-SH-GAP-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                         WS-SH-DATE(WS-SH-HIT-INX))
                 IF WS-SH-GAP-DAYS <= WS-SHIP-GUARD-WINDOW-DAYS
                    MOVE 'Y' TO WS-DUP-FOUND
                 END-IF
              END-IF
           END-IF.

       0700-SUBMIT-ONE-SHIPMENT.

           MOVE SPACES             TO PKG-SHIPMENT-PARMS.
           MOVE WS-MATCH-PKGID     TO REXX-SHIP-PACKAGE.
           MOVE WS-DEST-ENV        TO REXX-SHIP-ENV.
           MOVE WS-DEST-STGID      TO REXX-SHIP-STGID.
           MOVE WS-CP-CREATE-USER(WS-CP-HIT-INX)
                                   TO REXX-SHIP-CREATE-USR.
           MOVE WS-CP-CAST-USER(WS-CP-HIT-INX)
                                   TO REXX-SHIP-CAST-USER.
           MOVE WS-MATCH-DIRECTION TO REXX-SHIP-OUT.

           MOVE 0 TO WS-PKGESHIP-RETRY-CNT.
           MOVE 4 TO WS-PKGESHIP-RC.
           PERFORM UNTIL WS-PKGESHIP-RC = 0
               OR WS-PKGESHIP-RETRY-CNT > WS-PKGESHIP-MAX-RETRIES
               IF WS-PKGESHIP-RETRY-CNT > 0
                  DISPLAY 'C1USHPCU: PKGESHIP retry '
                          WS-PKGESHIP-RETRY-CNT ' for package '
                          WS-MATCH-PKGID
               END-IF
               CALL IRXJCL USING PKG-SHIPMENT-PARMS-IRXJCL
               MOVE RETURN-CODE TO WS-PKGESHIP-RC
               ADD 1 TO WS-PKGESHIP-RETRY-CNT
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

           IF WS-PKGESHIP-RC = 0
              MOVE 'SHIPPED ' TO WS-OQ-OUTCOME(WS-OQ-INX)
              ADD 1 TO WS-SHIPPED-COUNT
           ELSE
              MOVE 'FAILED  ' TO WS-OQ-OUTCOME(WS-OQ-INX)
              ADD 1 TO WS-FAILED-COUNT
              MOVE 'Y' TO WS-RUN-STOPPED
              MOVE WS-MATCH-PKGID TO WS-STOP-PKGID
           END-IF.
           MOVE WS-PKGESHIP-RETRY-CNT TO WS-OQ-RETRIES(WS-OQ-INX).
           MOVE WS-PKGESHIP-RC        TO WS-OQ-RC(WS-OQ-INX).
           PERFORM 0950-WRITE-SHPSTAT-RECORD.

      *-----------------------------------------------------------------
      *  The sign-off report - one line per package in execute
      *  sequence, the totals, whether the destination is complete or
      *  where to restart, and the sign-off line.
      *-----------------------------------------------------------------
       0800-WRITE-COMPLETION-REPORT.

           MOVE WS-DEST-ENV   TO TTL-DEST-ENV.
           MOVE WS-DEST-STGID TO TTL-DEST-STGID.
           MOVE WS-FROM-DATE  TO TTL-FROM-DATE.
           WRITE SHPCURPT-REC FROM WS-TITLE-LINE.
           IF WS-RESTART-PKGID NOT = SPACES
              MOVE WS-RESTART-PKGID TO RSL-RESTART-PKGID
              WRITE SHPCURPT-REC FROM WS-RESTART-LINE
           END-IF.
           MOVE SPACES TO SHPCURPT-REC.
           WRITE SHPCURPT-REC.
           WRITE SHPCURPT-REC FROM WS-HDR-LINE.

           PERFORM VARYING WS-OQ-INX FROM 1 BY 1
                   UNTIL WS-OQ-INX > WS-OQ-COUNT
              MOVE WS-OQ-CP-INX(WS-OQ-INX) TO WS-CP-HIT-INX
              MOVE WS-OQ-INX                TO DTL-SEQ
              MOVE WS-CP-PACKAGE-ID(WS-CP-HIT-INX) TO DTL-PACKAGE-ID
              MOVE WS-CP-DATE(WS-CP-HIT-INX)       TO DTL-EXEC-DATE
              MOVE WS-CP-TIME(WS-CP-HIT-INX)       TO DTL-EXEC-TIME
              MOVE WS-CP-SOURCE(WS-CP-HIT-INX)     TO DTL-SOURCE
              MOVE WS-OQ-OUTCOME(WS-OQ-INX)        TO DTL-OUTCOME
              MOVE WS-OQ-RETRIES(WS-OQ-INX)        TO DTL-RETRIES
              MOVE WS-OQ-RC(WS-OQ-INX)             TO DTL-RC
              WRITE SHPCURPT-REC FROM WS-DETAIL-LINE
           END-PERFORM.

           MOVE SPACES TO SHPCURPT-REC.
           WRITE SHPCURPT-REC.
           MOVE WS-OQ-COUNT      TO RPT-LIST-COUNT.
           MOVE WS-SHIPPED-COUNT TO RPT-SHIPPED-COUNT.
           MOVE WS-SKIPPED-COUNT TO RPT-SKIPPED-COUNT.
           MOVE WS-PRIOR-COUNT   TO RPT-PRIOR-COUNT.
           MOVE WS-FAILED-COUNT  TO RPT-FAILED-COUNT.
           MOVE WS-NOTRUN-COUNT  TO RPT-NOTRUN-COUNT.
           WRITE SHPCURPT-REC FROM WS-SUMMARY-LINE.

           IF WS-CP-DROPPED > 0
              MOVE WS-CP-DROPPED TO RPT-DROP-COUNT
              MOVE 'PACKAGE(S) NOT LISTED - CANDIDATE TABLE FULL'
                   TO RPT-DROP-TEXT
              WRITE SHPCURPT-REC FROM WS-DROP-LINE
              DISPLAY 'C1USHPCU: ' WS-CP-DROPPED
                      ' PACKAGE(S) DROPPED - CANDIDATE TABLE FULL'
           END-IF.
           IF WS-SH-DROPPED > 0
              MOVE WS-SH-DROPPED TO RPT-DROP-COUNT
              MOVE 'SHPSTAT SUCCESS(ES) NOT HELD - GUARD TABLE FULL'
                   TO RPT-DROP-TEXT
              WRITE SHPCURPT-REC FROM WS-DROP-LINE
              DISPLAY 'C1USHPCU: ' WS-SH-DROPPED
                      ' SHPSTAT SUCCESS(ES) DROPPED - GUARD TABLE FULL'
           END-IF.

           MOVE SPACES TO WS-RESULT-LINE.
           IF RUN-STOPPED
              STRING 'STOPPED AT PACKAGE ' WS-STOP-PKGID
                     ' - CORRECT AND RERUN WITH PARM '''
                     WS-DEST-ENV ' ' WS-DEST-STGID ' '
                     WS-FROM-DATE ' ' WS-STOP-PKGID ''''
                  DELIMITED BY SIZE INTO WS-RESULT-LINE
              END-STRING
           ELSE
              STRING 'COMPLETE - EVERY PACKAGE EXECUTED SINCE '
                     WS-FROM-DATE ' IS AT ' WS-DEST-ENV '/'
                     WS-DEST-STGID
                  DELIMITED BY SIZE INTO WS-RESULT-LINE
              END-STRING
           END-IF.
           WRITE SHPCURPT-REC FROM WS-RESULT-LINE.

           MOVE SPACES TO SHPCURPT-REC.
           WRITE SHPCURPT-REC.
           WRITE SHPCURPT-REC FROM WS-SIGNOFF-LINE.

      *-----------------------------------------------------------------
      *  One fresh SHPSTAT record per outcome - the same record every
      *  shipment path writes.
      *-----------------------------------------------------------------
       0950-WRITE-SHPSTAT-RECORD.

           ACCEPT WS-SHPSTAT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SHPSTAT-TIME FROM TIME.
           MOVE SPACES               TO SHPSTAT-REC.
           MOVE WS-SHPSTAT-DATE      TO SHP-DATE.
           MOVE WS-SHPSTAT-TIME(1:6) TO SHP-TIME.
           MOVE WS-MATCH-PKGID       TO SHP-PACKAGE-ID.
           MOVE WS-DEST-ENV          TO SHP-ENV.
           MOVE WS-DEST-STGID        TO SHP-STGID.
           MOVE WS-MATCH-DIRECTION   TO SHP-DIRECTION.
           MOVE WS-PKGESHIP-RETRY-CNT TO SHP-RETRIES.
           MOVE WS-PKGESHIP-RC       TO SHP-RC.
           EVALUATE WS-OQ-OUTCOME(WS-OQ-INX)
             WHEN 'SHIPPED '
               MOVE 'SUCCESS' TO SHP-STATUS
             WHEN 'SKIPPED '
               MOVE 'SKIPPED' TO SHP-STATUS
             WHEN OTHER
               MOVE 'FAILED ' TO SHP-STATUS
           END-EVALUATE.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'SHPSTAT'       TO LGH-RECORD-TYPE.
           MOVE 01              TO LGH-LAYOUT-VERSION.
           MOVE SHP-DATE        TO LGH-DATE.
           MOVE SHP-TIME        TO LGH-TIME.
           MOVE SHP-PACKAGE-ID  TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO SHPSTAT-HEADER.
           OPEN EXTEND SHPSTAT.
           IF WS-SHPSTAT-FILE-STATUS = '00'
              WRITE SHPSTAT-REC
              CLOSE SHPSTAT
           ELSE
              DISPLAY 'C1USHPCU: SHPSTAT OPEN FAILED - FILE STATUS '
                      WS-SHPSTAT-FILE-STATUS ' - STATUS RECORD LOST '
                      'FOR ' WS-MATCH-PKGID
           END-IF.

       2100-ALLOCATE-REXFILE.

           MOVE SPACES TO ALLOC-TEXT .
           STRING 'ALLOC DD(SYSEXEC) DA(',
              WS-REXX-LIBRARY-DSN
                  DELIMITED BY SPACE
                    ')  SHR REUSE'
                  DELIMITED BY SIZE
             INTO ALLOC-TEXT
           END-STRING.
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC .

       2200-FREE-REXFILES.

           MOVE SPACES              TO ALLOC-TEXT .
           MOVE 'FREE  DD(SYSEXEC)' TO ALLOC-TEXT .
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC .

       9000-DYNAMIC-ALLOC-DEALLOC.

           CALL BPXWDYN USING ALLOC-STRING
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'C1USHPCU: ALLOCATION FAILED: RETURN CODE = '
                       RETURN-CODE
               DISPLAY ALLOC-TEXT
           END-IF
           MOVE SPACES TO ALLOC-TEXT
           .
