       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Destination footprint verification - the step    *
      *              that runs at a shipment destination after the    *
      *              shipment job has written its SHPCONF record. A   *
      *              clean condition code only says the job ended;    *
      *              this step says whether the destination libraries *
      *              hold what was shipped. The package's elements    *
      *              come off its cast manifest (DD PKGMANIF, the     *
      *              C1UPKGSP quoted-clause scan). Every load module  *
      *              or output those elements own in the source-stage *
      *              footprint listing (DD FPSOURCE, taken at the     *
      *              host when the package was shipped) is looked up  *
      *              in the destination footprint listing (DD         *
      *              FPTARGET, taken here in the step before) and its *
      *              Endevor footprint - element, level and date -    *
      *              compared:                                        *
      *                MATCH     footprints agree                     *
      *                MISMATCH  member there, footprint differs      *
      *                MISSING   member not in the destination list   *
      *                NOSOURCE  manifest element with no output in   *
      *                          the source listing - nothing to      *
      *                          check it by                          *
      *              One detail record per output and one summary     *
      *              record for the package/destination (VERIFIED,    *
      *              FAILED or NOTRUN) are appended to DD SHPFPVER    *
      *              (common log header, COPY LOGHDR) for return to   *
      *              the host with the confirmation, where C1USHPRC   *
      *              reports them. Every output is listed on DD       *
      *              SHPFVRPT.                                        *
      *                                                               *
      *              PARM (fixed columns, as on SHPCONF):             *
      *                1-16  package ID                               *
      *                18-25 destination environment                  *
      *                27    destination stage ID                     *
      *                                                               *
      *              Both footprint listings are one line per library *
      *              member, written by the site's footprint report   *
      *              step: library tag 1-8 (LOADLIB, LISTLIB, ...),   *
      *              member 10-17, element 19-28, type 30-37, system  *
      *              39-46, subsystem 48-55, environment 57-64, stage *
      *              66, level vv.ll 68-72, footprint date YYYYMMDD   *
      *              74-81.                                           *
      *                                                               *
      *              RC 0 every output matches, 4 a mismatch or       *
      *              missing output, 12 no package ID, a listing or   *
      *              the manifest unreadable, or SHPFPVER unwritable. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1USHPFV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-PKGMANIF-FILE-STATUS.
           SELECT FPSOURCE ASSIGN TO FPSOURCE
               FILE STATUS IS WS-FPSOURCE-FILE-STATUS.
           SELECT FPTARGET ASSIGN TO FPTARGET
               FILE STATUS IS WS-FPTARGET-FILE-STATUS.
           SELECT SHPFPVER ASSIGN TO SHPFPVER
               FILE STATUS IS WS-SHPFPVER-FILE-STATUS.
           SELECT SHPFVRPT ASSIGN TO SHPFVRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  MAN-CAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(01).
           03  MAN-SCL-RECORD               PIC X(80).
           03  FILLER                       PIC X(14).

      *-----------------------------------------------------------------
      *  DD FPSOURCE / FPTARGET - footprint listings, one line per
      *  library member.
      *-----------------------------------------------------------------
       FD  FPSOURCE
           RECORD CONTAINS 100 CHARACTERS.
       01  FPSOURCE-REC.
           03  FPS-LIB-TAG                  PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPS-MEMBER                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPS-ELEMENT                  PIC X(10).
           03  FILLER                       PIC X(01).
           03  FPS-ELM-TYPE                 PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPS-SYSTEM                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPS-SUBSYSTEM                PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPS-ENV                      PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPS-STGID                    PIC X(01).
           03  FILLER                       PIC X(01).
           03  FPS-LEVEL                    PIC X(05).
           03  FILLER                       PIC X(01).
           03  FPS-DATE                     PIC X(08).
           03  FILLER                       PIC X(19).

       FD  FPTARGET
           RECORD CONTAINS 100 CHARACTERS.
       01  FPTARGET-REC.
           03  FPT-LIB-TAG                  PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPT-MEMBER                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPT-ELEMENT                  PIC X(10).
           03  FILLER                       PIC X(01).
           03  FPT-ELM-TYPE                 PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPT-SYSTEM                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPT-SUBSYSTEM                PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPT-ENV                      PIC X(08).
           03  FILLER                       PIC X(01).
           03  FPT-STGID                    PIC X(01).
           03  FILLER                       PIC X(01).
           03  FPT-LEVEL                    PIC X(05).
           03  FILLER                       PIC X(01).
           03  FPT-DATE                     PIC X(08).
           03  FILLER                       PIC X(19).

      *-----------------------------------------------------------------
      *  DD SHPFPVER - footprint-verification records, behind the
      *  common log header (COPY LOGHDR, record type SHPFPVER, key the
      *  package ID). Kind D is one output, kind S the package/
      *  destination summary; all records of one run carry the run's
      *  date and time.
      *-----------------------------------------------------------------
       FD  SHPFPVER
           RECORD CONTAINS 200 CHARACTERS.
       01  SHPFPVER-REC.
           03  SHPFPVER-HEADER              PIC X(64).
           03  SHPFPVER-BODY.
              05  FPV-DATE                  PIC 9(08).
              05  FPV-TIME                  PIC 9(06).
              05  FPV-PACKAGE-ID            PIC X(16).
              05  FPV-ENV                   PIC X(08).
              05  FPV-STGID                 PIC X(01).
              05  FPV-KIND                  PIC X(01).
              05  FPV-ELEMENT               PIC X(10).
              05  FPV-ELM-TYPE              PIC X(08).
              05  FPV-LIB-TAG               PIC X(08).
              05  FPV-MEMBER                PIC X(08).
              05  FPV-STATUS                PIC X(08).
              05  FPV-SRC-LEVEL             PIC X(05).
              05  FPV-SRC-DATE              PIC X(08).
              05  FPV-DST-LEVEL             PIC X(05).
              05  FPV-DST-DATE              PIC X(08).
              05  FPV-CHECKED-COUNT         PIC 9(05).
              05  FPV-BAD-COUNT             PIC 9(05).
              05  FPV-NOSOURCE-COUNT        PIC 9(05).
              05  FILLER                    PIC X(13).

       FD  SHPFVRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SHPFVRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PKGMANIF-FILE-STATUS      PIC X(02).
           88  PKGMANIF-ATEND                   VALUE '10'.
           88  PKGMANIF-NOT-AVAILABLE           VALUE '30' '35'.
       01  WS-FPSOURCE-FILE-STATUS      PIC X(02).
           88  FPSOURCE-ATEND                   VALUE '10'.
       01  WS-FPTARGET-FILE-STATUS      PIC X(02).
           88  FPTARGET-ATEND                   VALUE '10'.
       01  WS-SHPFPVER-FILE-STATUS      PIC X(02).

       01  WS-FPV-AVAILABLE             PIC X(01) VALUE 'N'.
           88  FPV-AVAILABLE                    VALUE 'Y'.

       01  WS-TARGET-PKGID              PIC X(16).
       01  WS-TARGET-ENV                PIC X(08).
       01  WS-TARGET-STGID              PIC X(01).

       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-RUN-TIME                  PIC 9(08).
       01  WS-RUN-STATUS                PIC X(08).

      *= The package's elements, off its cast manifest ================
       01  WS-EL-MAX                    PIC 9(03) VALUE 500.
       01  WS-EL-COUNT                  PIC 9(03) VALUE 0.
       01  WS-EL-DROPPED                PIC 9(03) VALUE 0.
       01  WS-EL-INX                    PIC 9(03).
       01  WS-EL-SCAN                   PIC 9(03).
       01  WS-EL-TABLE.
           03  WS-EL-ENTRY OCCURS 500 TIMES.
               05  WS-EL-ELEMENT        PIC X(10).
               05  WS-EL-TYPE           PIC X(08).
               05  WS-EL-SYSTEM         PIC X(08).
               05  WS-EL-HAS-OUTPUT     PIC X(01).
                   88  EL-HAS-OUTPUT            VALUE 'Y'.
       01  WS-EL-SEEN                   PIC X(01).
           88  ELEMENT-ALREADY-SEEN             VALUE 'Y'.

       01  WS-CUR-OPEN                  PIC X(01) VALUE 'N'.
           88  STATEMENT-OPEN                   VALUE 'Y'.
       01  WS-CUR-ELEMENT               PIC X(10).
       01  WS-CUR-ELM-TYPE              PIC X(08).
       01  WS-CUR-SYSTEM                PIC X(08).
       01  WS-PERIOD-TALLY              PIC 9(03).
       01  WS-KEYWORD                   PIC X(14).
       01  WS-KEYWORD-LEN               PIC 9(02).
       01  WS-SCAN-POS                  PIC 9(03).
       01  WS-SCAN-LEN                  PIC 9(03).
       01  WS-EXTRACT-VALUE             PIC X(10).

      *= The package's outputs, off the source-stage listing ==========
       01  WS-OT-MAX                    PIC 9(04) VALUE 2000.
       01  WS-OT-COUNT                  PIC 9(04) VALUE 0.
       01  WS-OT-DROPPED                PIC 9(04) VALUE 0.
       01  WS-OT-INX                    PIC 9(04).
       01  WS-OT-TABLE.
           03  WS-OT-ENTRY OCCURS 2000 TIMES.
               05  WS-OT-LIB-TAG        PIC X(08).
               05  WS-OT-MEMBER         PIC X(08).
               05  WS-OT-ELEMENT        PIC X(10).
               05  WS-OT-ELM-TYPE       PIC X(08).
               05  WS-OT-LEVEL          PIC X(05).
               05  WS-OT-DATE           PIC X(08).
               05  WS-OT-FOUND          PIC X(01).
                   88  OT-FOUND                 VALUE 'Y'.
               05  WS-OT-DST-ELEMENT    PIC X(10).
               05  WS-OT-DST-LEVEL      PIC X(05).
               05  WS-OT-DST-DATE       PIC X(08).

      *= The record in hand ===========================================
       01  WS-REC-ELEMENT               PIC X(10).
       01  WS-REC-ELM-TYPE              PIC X(08).
       01  WS-REC-LIB-TAG               PIC X(08).
       01  WS-REC-MEMBER                PIC X(08).
       01  WS-REC-STATUS                PIC X(08).
           88  REC-FOOTPRINT-BAD                VALUE 'MISMATCH'
                                                      'MISSING'.
       01  WS-REC-SRC-LEVEL             PIC X(05).
       01  WS-REC-SRC-DATE              PIC X(08).
       01  WS-REC-DST-LEVEL             PIC X(05).
       01  WS-REC-DST-DATE              PIC X(08).

       01  WS-CHECKED-COUNT             PIC 9(05) VALUE 0.
       01  WS-MATCH-COUNT               PIC 9(05) VALUE 0.
       01  WS-BAD-COUNT                 PIC 9(05) VALUE 0.
       01  WS-NOSOURCE-COUNT            PIC 9(05) VALUE 0.
       01  WS-RESULT-COUNT              PIC 9(07) VALUE 0.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(57) VALUE
               'PACKAGE ID       DEST ENV S LIBRARY  MEMBER   ELEMENT'.
           03  FILLER                   PIC X(75) VALUE
               'TYPE     STATUS   SRC LVL SRC DATE DST LVL DST DATE'.

       01  WS-DETAIL-LINE.
           03  RPT-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ENV                  PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-STGID                PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-LIB-TAG              PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-MEMBER               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ELM-TYPE             PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-STATUS               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SRC-LEVEL            PIC X(05).
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  RPT-SRC-DATE             PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-DST-LEVEL            PIC X(05).
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  RPT-DST-DATE             PIC X(08).
           03  FILLER                   PIC X(24) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03  RPT-SUM-STATUS           PIC X(08).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-CHECKED-COUNT        PIC ZZZZ9.
           03  FILLER                   PIC X(18) VALUE
               ' OUTPUT(S) CHECKED'.
           03  FILLER                   PIC X(02) VALUE ', '.
           03  RPT-MATCH-COUNT          PIC ZZZZ9.
           03  FILLER                   PIC X(08) VALUE ' MATCH, '.
           03  RPT-BAD-COUNT            PIC ZZZZ9.
           03  FILLER                   PIC X(22) VALUE
               ' MISMATCHED/MISSING, '.
           03  RPT-NOSOURCE-COUNT       PIC ZZZZ9.
           03  FILLER                   PIC X(09) VALUE ' NOSOURCE'.
           03  FILLER                   PIC X(43) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-PKGID               PIC X(16).
           05  FILLER                   PIC X(01).
           05  PARM-ENV                 PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-STGID               PIC X(01).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           MOVE SPACES TO WS-TARGET-PKGID WS-TARGET-ENV
                          WS-TARGET-STGID.
           IF LINK-PARM-LENGTH >= 16
              MOVE PARM-PKGID TO WS-TARGET-PKGID
           ELSE
              IF LINK-PARM-LENGTH > 0
                 MOVE PARM-PKGID(1:LINK-PARM-LENGTH) TO WS-TARGET-PKGID
              END-IF
           END-IF.
           IF LINK-PARM-LENGTH >= 25
              MOVE PARM-ENV TO WS-TARGET-ENV
           END-IF.
           IF LINK-PARM-LENGTH >= 27
              MOVE PARM-STGID TO WS-TARGET-STGID
           END-IF.
           IF WS-TARGET-PKGID = SPACES OR WS-TARGET-ENV = SPACES
              DISPLAY 'C1USHPFV: PARM MUST CARRY THE PACKAGE ID AND '
                      'DESTINATION ENVIRONMENT'
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE 'NOTRUN' TO WS-RUN-STATUS.
           MOVE 12 TO WS-LGR-RC.

           OPEN OUTPUT SHPFVRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE SHPFVRPT-REC FROM WS-HDR-LINE.

           OPEN EXTEND SHPFPVER.
           IF WS-SHPFPVER-FILE-STATUS = '00'
              MOVE 'Y' TO WS-FPV-AVAILABLE
           ELSE
              DISPLAY 'C1USHPFV: SHPFPVER NOT AVAILABLE - FILE STATUS '
                      WS-SHPFPVER-FILE-STATUS
                      ' - NO VERIFICATION RETURNED TO THE HOST'
           END-IF.

           PERFORM 1000-LOAD-MANIFEST THRU 1000-EXIT.
           IF PKGMANIF-NOT-AVAILABLE
              GO TO 0900-FINISH
           END-IF.

           PERFORM 2000-LOAD-SOURCE-FOOTPRINTS THRU 2000-EXIT.
           IF WS-FPSOURCE-FILE-STATUS NOT = '00'
              GO TO 0900-FINISH
           END-IF.

           PERFORM 3000-SCAN-TARGET-FOOTPRINTS THRU 3000-EXIT.
           IF WS-FPTARGET-FILE-STATUS NOT = '00'
              GO TO 0900-FINISH
           END-IF.

           PERFORM 4000-VERIFY-ONE-OUTPUT
                   VARYING WS-OT-INX FROM 1 BY 1
                   UNTIL WS-OT-INX > WS-OT-COUNT.
           PERFORM 4500-CHECK-ELEMENT-SOURCED
                   VARYING WS-EL-INX FROM 1 BY 1
                   UNTIL WS-EL-INX > WS-EL-COUNT.

           IF WS-BAD-COUNT > 0 OR WS-OT-DROPPED > 0
              OR WS-EL-DROPPED > 0
              MOVE 'FAILED' TO WS-RUN-STATUS
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 'VERIFIED' TO WS-RUN-STATUS
              MOVE 0 TO WS-LGR-RC
           END-IF.

       0900-FINISH.
           PERFORM 5000-WRITE-SUMMARY.
           IF FPV-AVAILABLE
              CLOSE SHPFPVER
           ELSE
              MOVE 12 TO WS-LGR-RC
           END-IF.
           CLOSE SHPFVRPT.
           DISPLAY 'C1USHPFV: ' WS-TARGET-PKGID ' TO ' WS-TARGET-ENV
                   '/' WS-TARGET-STGID ' ' WS-RUN-STATUS ' - '
                   WS-CHECKED-COUNT ' OUTPUT(S) CHECKED, '
                   WS-BAD-COUNT ' MISMATCHED OR MISSING'.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0000-RECORD-RUN.
           MOVE 'C1USHPFV' TO WS-LGR-PROGRAM.
           MOVE WS-RESULT-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of SHPFVRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO SHPFVRPT-REC.
           WRITE SHPFVRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  The package's captured SCL, parsed into one entry per
      *  element, type and system - the C1UPKGSP statement scan.
      *-----------------------------------------------------------------
       1000-LOAD-MANIFEST.

           OPEN INPUT PKGMANIF.
           IF PKGMANIF-NOT-AVAILABLE
              DISPLAY 'C1USHPFV: DD PKGMANIF NOT AVAILABLE - FILE '
                      'STATUS ' WS-PKGMANIF-FILE-STATUS
                      ' - NOTHING VERIFIED'
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-PKGMANIF.
           PERFORM 1200-PARSE-ONE-RECORD THRU 1200-NEXT
               UNTIL PKGMANIF-ATEND.
           PERFORM 1300-CLOSE-OPEN-STATEMENT.
           CLOSE PKGMANIF.

           IF WS-EL-COUNT = 0
              DISPLAY 'C1USHPFV: NO MANIFEST ELEMENTS CAPTURED FOR '
                      WS-TARGET-PKGID ' - NOTHING TO VERIFY'
           END-IF.
           IF WS-EL-DROPPED > 0
              DISPLAY 'C1USHPFV: ' WS-EL-DROPPED ' ELEMENT(S) PAST '
                      'THE ' WS-EL-MAX '-ENTRY TABLE - NOT VERIFIED'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-PKGMANIF.

           READ PKGMANIF
               AT END MOVE '10' TO WS-PKGMANIF-FILE-STATUS
           END-READ.

       1200-PARSE-ONE-RECORD.

           IF MAN-PACKAGE-ID NOT = WS-TARGET-PKGID
              GO TO 1200-NEXT
           END-IF.
           MOVE ' ELEMENT ''' TO WS-KEYWORD.
           MOVE 10 TO WS-KEYWORD-LEN.
           PERFORM 1400-EXTRACT-QUOTED-VALUE.
           IF WS-EXTRACT-VALUE NOT = SPACES
              PERFORM 1300-CLOSE-OPEN-STATEMENT
              MOVE 'Y' TO WS-CUR-OPEN
              MOVE WS-EXTRACT-VALUE TO WS-CUR-ELEMENT
              MOVE SPACES TO WS-CUR-ELM-TYPE WS-CUR-SYSTEM
           END-IF.
           IF STATEMENT-OPEN
              MOVE ' SYSTEM ''' TO WS-KEYWORD
              MOVE 9 TO WS-KEYWORD-LEN
              PERFORM 1400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-SYSTEM
              END-IF
              MOVE ' TYPE ''' TO WS-KEYWORD
              MOVE 7 TO WS-KEYWORD-LEN
              PERFORM 1400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-ELM-TYPE
              END-IF
              MOVE 0 TO WS-PERIOD-TALLY
              INSPECT MAN-SCL-RECORD TALLYING WS-PERIOD-TALLY
                      FOR ALL '.'
              IF WS-PERIOD-TALLY > 0
                 PERFORM 1300-CLOSE-OPEN-STATEMENT
              END-IF
           END-IF.
       1200-NEXT.
           PERFORM 1100-READ-PKGMANIF.

       1300-CLOSE-OPEN-STATEMENT.

           IF STATEMENT-OPEN
              MOVE 'N' TO WS-EL-SEEN
              PERFORM VARYING WS-EL-SCAN FROM 1 BY 1
                  UNTIL WS-EL-SCAN > WS-EL-COUNT
                     OR ELEMENT-ALREADY-SEEN
                  IF WS-EL-ELEMENT(WS-EL-SCAN) = WS-CUR-ELEMENT
                     AND WS-EL-TYPE(WS-EL-SCAN) = WS-CUR-ELM-TYPE
                     AND WS-EL-SYSTEM(WS-EL-SCAN) = WS-CUR-SYSTEM
                     MOVE 'Y' TO WS-EL-SEEN
                  END-IF
              END-PERFORM
              IF NOT ELEMENT-ALREADY-SEEN
                 IF WS-EL-COUNT < WS-EL-MAX
                    ADD 1 TO WS-EL-COUNT
                    MOVE WS-CUR-ELEMENT  TO WS-EL-ELEMENT(WS-EL-COUNT)
                    MOVE WS-CUR-ELM-TYPE TO WS-EL-TYPE(WS-EL-COUNT)
                    MOVE WS-CUR-SYSTEM   TO WS-EL-SYSTEM(WS-EL-COUNT)
                    MOVE 'N'             TO
                                         WS-EL-HAS-OUTPUT(WS-EL-COUNT)
                 ELSE
                    ADD 1 TO WS-EL-DROPPED
                 END-IF
              END-IF
              MOVE 'N' TO WS-CUR-OPEN
           END-IF.

      *-----------------------------------------------------------------
      *  Pull the quoted value following WS-KEYWORD out of the SCL
      *  record - the C1UCOLRP scan. Comes back SPACES when the
      *  keyword is not on this record.
      *-----------------------------------------------------------------
       1400-EXTRACT-QUOTED-VALUE.

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

      *-----------------------------------------------------------------
      *  The source-stage listing: every member whose footprint names
      *  one of the manifest's elements (same element, type and
      *  system) is an output this shipment should have put in place.
      *  Leaves WS-FPSOURCE-FILE-STATUS '00' once read and closed.
      *-----------------------------------------------------------------
       2000-LOAD-SOURCE-FOOTPRINTS.

           OPEN INPUT FPSOURCE.
           IF WS-FPSOURCE-FILE-STATUS NOT = '00'
              DISPLAY 'C1USHPFV: DD FPSOURCE NOT AVAILABLE - FILE '
                      'STATUS ' WS-FPSOURCE-FILE-STATUS
                      ' - NOTHING VERIFIED'
              GO TO 2000-EXIT
           END-IF.
           PERFORM UNTIL FPSOURCE-ATEND
              READ FPSOURCE
                  AT END MOVE '10' TO WS-FPSOURCE-FILE-STATUS
              END-READ
              IF NOT FPSOURCE-ATEND
                 PERFORM 2100-KEEP-SOURCE-OUTPUT
              END-IF
           END-PERFORM.
           CLOSE FPSOURCE.
           IF WS-OT-DROPPED > 0
              DISPLAY 'C1USHPFV: ' WS-OT-DROPPED ' OUTPUT(S) PAST '
                      'THE ' WS-OT-MAX '-ENTRY TABLE - NOT VERIFIED'
           END-IF.
       2000-EXIT.
           EXIT.

       2100-KEEP-SOURCE-OUTPUT.

           PERFORM VARYING WS-EL-INX FROM 1 BY 1
               UNTIL WS-EL-INX > WS-EL-COUNT
                  OR (WS-EL-ELEMENT(WS-EL-INX) = FPS-ELEMENT
                  AND WS-EL-TYPE(WS-EL-INX) = FPS-ELM-TYPE
                  AND WS-EL-SYSTEM(WS-EL-INX) = FPS-SYSTEM)
               CONTINUE
           END-PERFORM.
           IF WS-EL-INX <= WS-EL-COUNT
              MOVE 'Y' TO WS-EL-HAS-OUTPUT(WS-EL-INX)
              IF WS-OT-COUNT < WS-OT-MAX
                 ADD 1 TO WS-OT-COUNT
                 MOVE FPS-LIB-TAG  TO WS-OT-LIB-TAG(WS-OT-COUNT)
                 MOVE FPS-MEMBER   TO WS-OT-MEMBER(WS-OT-COUNT)
                 MOVE FPS-ELEMENT  TO WS-OT-ELEMENT(WS-OT-COUNT)
                 MOVE FPS-ELM-TYPE TO WS-OT-ELM-TYPE(WS-OT-COUNT)
                 MOVE FPS-LEVEL    TO WS-OT-LEVEL(WS-OT-COUNT)
                 MOVE FPS-DATE     TO WS-OT-DATE(WS-OT-COUNT)
                 MOVE 'N'          TO WS-OT-FOUND(WS-OT-COUNT)
                 MOVE SPACES       TO WS-OT-DST-ELEMENT(WS-OT-COUNT)
                                      WS-OT-DST-LEVEL(WS-OT-COUNT)
                                      WS-OT-DST-DATE(WS-OT-COUNT)
              ELSE
                 ADD 1 TO WS-OT-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The destination listing is read straight through - it may
      *  cover whole libraries - and each member the package shipped
      *  picks up what the destination footprint says. Leaves
      *  WS-FPTARGET-FILE-STATUS '00' once read and closed.
      *-----------------------------------------------------------------
       3000-SCAN-TARGET-FOOTPRINTS.

           OPEN INPUT FPTARGET.
           IF WS-FPTARGET-FILE-STATUS NOT = '00'
              DISPLAY 'C1USHPFV: DD FPTARGET NOT AVAILABLE - FILE '
                      'STATUS ' WS-FPTARGET-FILE-STATUS
                      ' - NOTHING VERIFIED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM UNTIL FPTARGET-ATEND
              READ FPTARGET
                  AT END MOVE '10' TO WS-FPTARGET-FILE-STATUS
              END-READ
              IF NOT FPTARGET-ATEND
                 PERFORM 3100-MATCH-TARGET-MEMBER
              END-IF
           END-PERFORM.
           CLOSE FPTARGET.
       3000-EXIT.
           EXIT.

       3100-MATCH-TARGET-MEMBER.

           PERFORM VARYING WS-OT-INX FROM 1 BY 1
               UNTIL WS-OT-INX > WS-OT-COUNT
               IF WS-OT-LIB-TAG(WS-OT-INX) = FPT-LIB-TAG
                  AND WS-OT-MEMBER(WS-OT-INX) = FPT-MEMBER
                  MOVE 'Y'         TO WS-OT-FOUND(WS-OT-INX)
                  MOVE FPT-ELEMENT TO WS-OT-DST-ELEMENT(WS-OT-INX)
                  MOVE FPT-LEVEL   TO WS-OT-DST-LEVEL(WS-OT-INX)
                  MOVE FPT-DATE    TO WS-OT-DST-DATE(WS-OT-INX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One shipped output: the destination footprint must name the
      *  same element at the same level and date as the source stage.
      *-----------------------------------------------------------------
       4000-VERIFY-ONE-OUTPUT.

           MOVE WS-OT-ELEMENT(WS-OT-INX)  TO WS-REC-ELEMENT.
           MOVE WS-OT-ELM-TYPE(WS-OT-INX) TO WS-REC-ELM-TYPE.
           MOVE WS-OT-LIB-TAG(WS-OT-INX)  TO WS-REC-LIB-TAG.
           MOVE WS-OT-MEMBER(WS-OT-INX)   TO WS-REC-MEMBER.
           MOVE WS-OT-LEVEL(WS-OT-INX)    TO WS-REC-SRC-LEVEL.
           MOVE WS-OT-DATE(WS-OT-INX)     TO WS-REC-SRC-DATE.
           MOVE WS-OT-DST-LEVEL(WS-OT-INX) TO WS-REC-DST-LEVEL.
           MOVE WS-OT-DST-DATE(WS-OT-INX) TO WS-REC-DST-DATE.
           ADD 1 TO WS-CHECKED-COUNT.
           EVALUATE TRUE
             WHEN NOT OT-FOUND(WS-OT-INX)
               MOVE 'MISSING' TO WS-REC-STATUS
               ADD 1 TO WS-BAD-COUNT
             WHEN WS-OT-DST-ELEMENT(WS-OT-INX) NOT =
                  WS-OT-ELEMENT(WS-OT-INX)
               OR WS-OT-DST-LEVEL(WS-OT-INX) NOT =
                  WS-OT-LEVEL(WS-OT-INX)
               OR WS-OT-DST-DATE(WS-OT-INX) NOT =
                  WS-OT-DATE(WS-OT-INX)
               MOVE 'MISMATCH' TO WS-REC-STATUS
               ADD 1 TO WS-BAD-COUNT
             WHEN OTHER
               MOVE 'MATCH' TO WS-REC-STATUS
               ADD 1 TO WS-MATCH-COUNT
           END-EVALUATE.
           PERFORM 5100-WRITE-DETAIL.

      *-----------------------------------------------------------------
      *  A manifest element that owns nothing in the source listing
      *  cannot be checked - it is recorded, not failed.
      *-----------------------------------------------------------------
       4500-CHECK-ELEMENT-SOURCED.

           IF NOT EL-HAS-OUTPUT(WS-EL-INX)
              MOVE WS-EL-ELEMENT(WS-EL-INX) TO WS-REC-ELEMENT
              MOVE WS-EL-TYPE(WS-EL-INX)    TO WS-REC-ELM-TYPE
              MOVE SPACES TO WS-REC-LIB-TAG WS-REC-MEMBER
                             WS-REC-SRC-LEVEL WS-REC-SRC-DATE
                             WS-REC-DST-LEVEL WS-REC-DST-DATE
              MOVE 'NOSOURCE' TO WS-REC-STATUS
              ADD 1 TO WS-NOSOURCE-COUNT
              PERFORM 5100-WRITE-DETAIL
           END-IF.

      *-----------------------------------------------------------------
      *  The package/destination summary record and report line.
      *-----------------------------------------------------------------
       5000-WRITE-SUMMARY.

           IF FPV-AVAILABLE
              PERFORM 5200-START-RECORD
              MOVE 'S'                TO FPV-KIND
              MOVE WS-RUN-STATUS      TO FPV-STATUS
              MOVE WS-CHECKED-COUNT   TO FPV-CHECKED-COUNT
              MOVE WS-BAD-COUNT       TO FPV-BAD-COUNT
              MOVE WS-NOSOURCE-COUNT  TO FPV-NOSOURCE-COUNT
              WRITE SHPFPVER-REC
              ADD 1 TO WS-RESULT-COUNT
           END-IF.
           MOVE WS-RUN-STATUS     TO RPT-SUM-STATUS.
           MOVE WS-CHECKED-COUNT  TO RPT-CHECKED-COUNT.
           MOVE WS-MATCH-COUNT    TO RPT-MATCH-COUNT.
           MOVE WS-BAD-COUNT      TO RPT-BAD-COUNT.
           MOVE WS-NOSOURCE-COUNT TO RPT-NOSOURCE-COUNT.
           WRITE SHPFVRPT-REC FROM WS-SUMMARY-LINE.

       5100-WRITE-DETAIL.

           IF FPV-AVAILABLE
              PERFORM 5200-START-RECORD
              MOVE 'D'                TO FPV-KIND
              MOVE WS-REC-ELEMENT     TO FPV-ELEMENT
              MOVE WS-REC-ELM-TYPE    TO FPV-ELM-TYPE
              MOVE WS-REC-LIB-TAG     TO FPV-LIB-TAG
              MOVE WS-REC-MEMBER      TO FPV-MEMBER
              MOVE WS-REC-STATUS      TO FPV-STATUS
              MOVE WS-REC-SRC-LEVEL   TO FPV-SRC-LEVEL
              MOVE WS-REC-SRC-DATE    TO FPV-SRC-DATE
              MOVE WS-REC-DST-LEVEL   TO FPV-DST-LEVEL
              MOVE WS-REC-DST-DATE    TO FPV-DST-DATE
              WRITE SHPFPVER-REC
              ADD 1 TO WS-RESULT-COUNT
           END-IF.
           MOVE WS-TARGET-PKGID   TO RPT-PACKAGE-ID.
           MOVE WS-TARGET-ENV     TO RPT-ENV.
           MOVE WS-TARGET-STGID   TO RPT-STGID.
           MOVE WS-REC-LIB-TAG    TO RPT-LIB-TAG.
           MOVE WS-REC-MEMBER     TO RPT-MEMBER.
           MOVE WS-REC-ELEMENT    TO RPT-ELEMENT.
           MOVE WS-REC-ELM-TYPE   TO RPT-ELM-TYPE.
           MOVE WS-REC-STATUS     TO RPT-STATUS.
           MOVE WS-REC-SRC-LEVEL  TO RPT-SRC-LEVEL.
           MOVE WS-REC-SRC-DATE   TO RPT-SRC-DATE.
           MOVE WS-REC-DST-LEVEL  TO RPT-DST-LEVEL.
           MOVE WS-REC-DST-DATE   TO RPT-DST-DATE.
           WRITE SHPFVRPT-REC FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------------
      *  Header and key fields common to every SHPFPVER record.
      *-----------------------------------------------------------------
       5200-START-RECORD.

           MOVE SPACES              TO SHPFPVER-REC.
           MOVE WS-RUN-DATE         TO FPV-DATE.
           MOVE WS-RUN-TIME(1:6)    TO FPV-TIME.
           MOVE WS-TARGET-PKGID     TO FPV-PACKAGE-ID.
           MOVE WS-TARGET-ENV       TO FPV-ENV.
           MOVE WS-TARGET-STGID     TO FPV-STGID.
           MOVE 0 TO FPV-CHECKED-COUNT FPV-BAD-COUNT
                     FPV-NOSOURCE-COUNT.
           MOVE SPACES              TO WS-LOG-HEADER.
           MOVE 'SHPFPVER'          TO LGH-RECORD-TYPE.
           MOVE 01                  TO LGH-LAYOUT-VERSION.
           MOVE WS-RUN-DATE         TO LGH-DATE.
           MOVE WS-RUN-TIME(1:6)    TO LGH-TIME.
           MOVE WS-TARGET-PKGID     TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER       TO SHPFPVER-HEADER.
