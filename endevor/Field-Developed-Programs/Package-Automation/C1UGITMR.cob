       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Post-execute step that mirrors what an executed  *
      *              package put into production to the production    *
      *              Git repository, so the source that is running    *
      *              can be browsed, diffed and blamed outside        *
      *              Endevor. Run after the package's EXECUTE, it     *
      *              confirms through PKGMASTR that the execute took  *
      *              (and takes the package's creator from it),       *
      *              parses the package's cast                        *
      *              manifest (DD PKGMANIF, the C1UDEPLY scan, with   *
      *              the subsystem clause added) into its elements,   *
      *              and then:                                        *
      *                - has the %GITMIRR exec (COPY GITMIRCF) create *
      *                  the system/subsystem/type directories the    *
      *                  elements belong in under the USS work tree   *
      *                  - function PREP through IRXJCL, the          *
      *                  directories listed on DD GITREQ;             *
      *                - writes to DD GITSCL the Endevor RETRIEVE     *
      *                  SCL that brings each element's source, at    *
      *                  its production level, into its directory -   *
      *                  for the C1BM3000 step that follows;          *
      *                - appends a commit-pending entry for the       *
      *                  package to DD GITQUEUE (COPY GITQUEUE),      *
      *                  carrying what the commit message needs: the  *
      *                  tied ServiceNow ticket, the creator, and the *
      *                  approvers - every approver whose latest      *
      *                  answer on DD AUDIT7 is approved.             *
      *              C1UGITPS, after the retrieve, commits and pushes *
      *              what is queued. Every element is listed on DD    *
      *              GITMRRPT.                                        *
      *                                                               *
      *              PARM (fixed columns):                            *
      *                1-16  package ID                               *
      *                                                               *
      *              RC 0 the package is laid out and queued (or has  *
      *              no elements, or the mirror is switched off -     *
      *              %GITMIRR ENABLED=N), 4 the package is not        *
      *              EXECUTED or elements were left out, 8 the work   *
      *              tree or the queue could not be prepared, 12 no   *
      *              package ID or DD PKGMANIF not readable.          *
      *                                                               *
      * SETUP:       Run as the step after the package execute (or    *
      *              C1UDEPLY), followed by the C1BM3000 retrieve     *
      *              step reading DD GITSCL, then C1UGITPS. GITREQ,   *
      *              GITRSLT and GITQUEUE are shared with C1UGITPS;   *
      *              AUDIT7 may be DUMMY to leave the approvers out.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UGITMR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-PKGMANIF-FILE-STATUS.
           SELECT AUDIT7 ASSIGN TO AUDIT7
               FILE STATUS IS WS-AUDIT7-FILE-STATUS.
           SELECT GITREQ ASSIGN TO GITREQ
               FILE STATUS IS WS-GITREQ-FILE-STATUS.
           SELECT GITSCL ASSIGN TO GITSCL
               FILE STATUS IS WS-GITSCL-FILE-STATUS.
           SELECT GITQUEUE ASSIGN TO GITQUEUE
               FILE STATUS IS WS-GITQUEUE-FILE-STATUS.
           SELECT GITMRRPT ASSIGN TO GITMRRPT.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.

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

       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC.
           03  AUDIT7-HEADER                PIC X(64).
           03  AUDIT7-BODY.
              05  AUD7-PACKAGE-ID           PIC X(16).
              05  AUD7-DATE                 PIC X(08).
              05  AUD7-TIME                 PIC X(06).
              05  AUD7-EVENT                PIC X(06).
              05  AUD7-GROUP-NAME           PIC X(12).
              05  AUD7-APPROVAL-FLAG        PIC X(01).
              05  AUD7-RECIPIENT            PIC X(09).
              05  AUD7-ENV                  PIC X(08).
              05  FILLER                    PIC X(30).

       FD  GITREQ
           RECORD CONTAINS 80 CHARACTERS.
       01  GITREQ-REC                       PIC X(80).

       FD  GITSCL
           RECORD CONTAINS 80 CHARACTERS.
       01  GITSCL-REC                       PIC X(80).

       FD  GITQUEUE
           RECORD CONTAINS 200 CHARACTERS.
       01  GITQUEUE-REC                     PIC X(200).

       FD  GITMRRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  GITMRRPT-REC                     PIC X(132).

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

       WORKING-STORAGE SECTION.

       01  WS-PKGMANIF-FILE-STATUS      PIC X(02).
           88  PKGMANIF-ATEND                   VALUE '10'.
           88  PKGMANIF-NOT-AVAILABLE           VALUE '30' '35'.
       01  WS-AUDIT7-FILE-STATUS        PIC X(02).
           88  AUDIT7-ATEND                     VALUE '10'.
       01  WS-GITREQ-FILE-STATUS        PIC X(02).
       01  WS-GITSCL-FILE-STATUS        PIC X(02).
       01  WS-GITQUEUE-FILE-STATUS      PIC X(02).
       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).

       01  WS-REXX-STATE                PIC X(01) VALUE 'N'.
           88  REXX-LIB-ALLOCATED               VALUE 'Y'.
           88  REXX-LIB-UNUSABLE                VALUE 'U'.

         COPY GITMIRCF.
         COPY GITQUEUE.
         COPY EXITCFG.
         COPY REXXLIB.
         COPY CALLMTRC.

       01  WS-CFG-INX                   PIC 9(02).

       01  WS-TARGET-PKGID              PIC X(16).
       01  WS-CREATOR                   PIC X(08).
       01  WS-TICKET                    PIC X(10).

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
               05  WS-EL-SUBSYSTEM      PIC X(08).
       01  WS-EL-SEEN                   PIC X(01).
           88  ELEMENT-ALREADY-SEEN             VALUE 'Y'.

       01  WS-CUR-OPEN                  PIC X(01) VALUE 'N'.
           88  STATEMENT-OPEN                   VALUE 'Y'.
       01  WS-CUR-ELEMENT               PIC X(10).
       01  WS-CUR-ELM-TYPE              PIC X(08).
       01  WS-CUR-SYSTEM                PIC X(08).
       01  WS-CUR-SUBSYSTEM             PIC X(08).
       01  WS-PERIOD-TALLY              PIC 9(03).
       01  WS-KEYWORD                   PIC X(14).
       01  WS-KEYWORD-LEN               PIC 9(02).
       01  WS-SCAN-POS                  PIC 9(03).
       01  WS-SCAN-LEN                  PIC 9(03).
       01  WS-EXTRACT-VALUE             PIC X(10).

      *= Work-tree directories, one per system/subsystem/type =========
       01  WS-DIR-COUNT                 PIC 9(03) VALUE 0.
       01  WS-DIR-INX                   PIC 9(03).
       01  WS-DIR-TABLE.
           03  WS-DIR-ENTRY OCCURS 500 TIMES.
               05  WS-DIR-NAME          PIC X(27).
       01  WS-DIR-FOUND                 PIC X(01).
           88  DIRECTORY-ALREADY-LISTED         VALUE 'Y'.
       01  WS-CUR-DIR                   PIC X(27).
       01  WS-CUR-PATH                  PIC X(66).

      *= Approvers - each approver's latest answer, by group ==========
       01  WS-AP-MAX                    PIC 9(03) VALUE 100.
       01  WS-AP-COUNT                  PIC 9(03) VALUE 0.
       01  WS-AP-INX                    PIC 9(03).
       01  WS-AP-HIT-INX                PIC 9(03).
       01  WS-AP-TABLE.
           03  WS-AP-ENTRY OCCURS 100 TIMES.
               05  WS-AP-GROUP          PIC X(12).
               05  WS-AP-RECIPIENT      PIC X(09).
               05  WS-AP-FLAG           PIC X(01).
       01  WS-APPROVER-COUNT            PIC 9(02) VALUE 0.
       01  WS-APV-INX                   PIC 9(02).
       01  WS-APV-FOUND                 PIC X(01).
           88  APPROVER-ALREADY-LISTED          VALUE 'Y'.

       01  WS-NOW-DATE                  PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(08).

      *= IRXJCL exec call - exec name, then the function ==============
       01  IRXJCL                       PIC X(6)  VALUE 'IRXJCL'.
       01  GIT-PARMS-IRXJCL.
           03 GIT-PARM-LENGTH           PIC X(2)  VALUE X'000F'.
           03 GIT-REXX-NAME             PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 GIT-REXX-FUNCTION         PIC X(6).
       01  WS-REXX-RC                   PIC S9(08) COMP.

       01 BPXWDYN PIC X(8) VALUE 'BPXWDYN'.
       01 ALLOC-STRING.
          05 ALLOC-LENGTH PIC S9(4) BINARY VALUE 120.
          05 ALLOC-TEXT   PIC X(120).

       01  WS-REQ-LINE                  PIC X(80).
       01  WS-SCL-LINE                  PIC X(80).
       01  WS-WTO-TEXT                  PIC X(116).
       01  WS-FAIL-REASON               PIC X(40).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(34) VALUE
               'PACKAGE ID       SYSTEM   SUBSYS  '.
           03  FILLER                   PIC X(34) VALUE
               ' TYPE     ELEMENT    RETRIEVED TO '.
           03  FILLER                   PIC X(64) VALUE SPACES.

       01  WS-DETAIL-LINE.
           03  RPT-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ELM-TYPE             PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-PATH                 PIC X(66).
           03  FILLER                   PIC X(11) VALUE SPACES.

       01  WS-QUEUED-LINE.
           03  FILLER                   PIC X(17) VALUE
               'QUEUED FOR GIT - '.
           03  RPT-Q-ELEMENTS           PIC ZZZ9.
           03  FILLER                   PIC X(20) VALUE
               ' ELEMENT(S), TICKET '.
           03  RPT-Q-TICKET             PIC X(10).
           03  FILLER                   PIC X(09) VALUE ' CREATOR '.
           03  RPT-Q-CREATOR            PIC X(08).
           03  FILLER                   PIC X(11) VALUE ' APPROVERS '.
           03  RPT-Q-APPROVERS          PIC X(53).

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-PKGID               PIC X(16).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           MOVE SPACES TO WS-TARGET-PKGID.
           IF LINK-PARM-LENGTH >= 16
              MOVE PARM-PKGID TO WS-TARGET-PKGID
           ELSE
              IF LINK-PARM-LENGTH > 0
                 MOVE PARM-PKGID(1:LINK-PARM-LENGTH) TO WS-TARGET-PKGID
              END-IF
           END-IF.
           IF WS-TARGET-PKGID = SPACES
              DISPLAY 'C1UGITMR: PARM MUST CARRY THE PACKAGE ID'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 0040-LOAD-GITMIRR-CONFIG.

           OPEN OUTPUT GITMRRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE GITMRRPT-REC FROM WS-HDR-LINE.

           IF NOT GIT-MIRROR-ENABLED
              DISPLAY 'C1UGITMR: GIT MIRROR NOT ENABLED '
                      '(%GITMIRR) - NOTHING MIRRORED FOR '
                      WS-TARGET-PKGID
              CLOSE GITMRRPT
              MOVE 0 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

           PERFORM 0100-CONFIRM-EXECUTED THRU 0100-EXIT.
           IF WS-LGR-RC NOT = 0
              CLOSE GITMRRPT
              GO TO 0000-RECORD-RUN
           END-IF.

           PERFORM 1000-LOAD-MANIFEST THRU 1000-EXIT.
           IF PKGMANIF-NOT-AVAILABLE
              CLOSE GITMRRPT
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.
           IF WS-EL-COUNT = 0
              CLOSE GITMRRPT
              MOVE 0 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

           PERFORM 1500-LOAD-APPROVERS THRU 1500-EXIT.

           PERFORM 2000-PREPARE-WORK-TREE THRU 2000-EXIT.
           IF WS-FAIL-REASON = SPACES
              PERFORM 3000-WRITE-RETRIEVE-SCL THRU 3000-EXIT
           END-IF.
           IF WS-FAIL-REASON = SPACES
              PERFORM 4000-QUEUE-FOR-COMMIT THRU 4000-EXIT
           END-IF.
           IF REXX-LIB-ALLOCATED
              PERFORM 4200-FREE-REXFILES
           END-IF.
           CLOSE GITMRRPT.

           IF WS-FAIL-REASON NOT = SPACES
              DISPLAY 'C1UGITMR: ' WS-TARGET-PKGID ' NOT MIRRORED - '
                      WS-FAIL-REASON
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'C1UGITMR GIT MIRROR NOT PREPARED PKG='
                     WS-TARGET-PKGID ' - ' WS-FAIL-REASON
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
              END-STRING
              CALL 'WTOALERT' USING WS-WTO-TEXT
              MOVE 8 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

           DISPLAY 'C1UGITMR: ' WS-TARGET-PKGID ' ' WS-EL-COUNT
                   ' ELEMENT(S) IN ' WS-DIR-COUNT
                   ' DIRECTORY(IES) QUEUED FOR GIT, '
                   WS-APPROVER-COUNT ' APPROVER(S)'.
           IF WS-EL-DROPPED > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0000-RECORD-RUN.
           MOVE 'C1UGITMR' TO WS-LGR-PROGRAM.
           MOVE WS-EL-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Load the %GITMIRR section of the runtime config over the
      *  compiled-in settings - see CFGLOAD.
      *-----------------------------------------------------------------
       0040-LOAD-GITMIRR-CONFIG.

           MOVE 'GITMIRR'             TO CFG-SECTION-NAME.
           MOVE WS-GITMIR-CFG-LINES   TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-GITMIR-ENABLED
              END-IF
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'WORKDIR='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:36)
                          TO WS-GITMIR-WORKDIR
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'REMOTE='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:20)
                          TO WS-GITMIR-REMOTE
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'BRANCH='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:20)
                          TO WS-GITMIR-BRANCH
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'PRODENV='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:8)
                          TO WS-GITMIR-PROD-ENV
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'PRODSTG='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:1)
                          TO WS-GITMIR-PROD-STG
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'EXEC='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:8)
                          TO WS-GITMIR-EXEC
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:6) = 'ALERT='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(7:2) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(7:2)
                             TO WS-GITMIR-ALERT-AFTER
                        END-IF
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  First line of GITMRRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO GITMRRPT-REC.
           WRITE GITMRRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Nothing is mirrored for a package whose execute did not take
      *  - production still holds the previous source. PKGMASTR also
      *  supplies the creator for the commit message; with PKGMASTR
      *  unavailable the execute is taken on trust and the creator
      *  left blank. The tied ticket is the package ID's own INC or
      *  CHG prefix, the rule the ServiceNow exits apply.
      *-----------------------------------------------------------------
       0100-CONFIRM-EXECUTED.

           MOVE 0 TO WS-LGR-RC.
           MOVE SPACES TO WS-CREATOR WS-TICKET.
           IF WS-TARGET-PKGID(1:3) = 'INC' OR 'CHG'
              MOVE WS-TARGET-PKGID(1:10) TO WS-TICKET
           END-IF.
           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1UGITMR: PKGMASTR NOT AVAILABLE - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
                      ' - EXECUTE STATUS NOT CONFIRMED'
              GO TO 0100-EXIT
           END-IF.
           MOVE WS-TARGET-PKGID TO PMF-PACKAGE-ID.
           READ PKGMASTR
               INVALID KEY MOVE SPACES TO PMF-PACKAGE-STATUS
                                          PMF-CREATE-USER
           END-READ.
           CLOSE PKGMASTR.
           MOVE PMF-CREATE-USER TO WS-CREATOR.
           IF PMF-PACKAGE-STATUS NOT = 'EXECUTED'
              DISPLAY 'C1UGITMR: ' WS-TARGET-PKGID ' STATUS '
                      PMF-PACKAGE-STATUS
                      ' - NOT EXECUTED, NOTHING MIRRORED'
              MOVE 4 TO WS-LGR-RC
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  The package's captured SCL, parsed into one entry per
      *  element, type, system and subsystem - the C1UDEPLY scan. An
      *  element named twice (an ADD and a later GENERATE) is
      *  retrieved once.
      *-----------------------------------------------------------------
       1000-LOAD-MANIFEST.

           OPEN INPUT PKGMANIF.
           IF PKGMANIF-NOT-AVAILABLE
              DISPLAY 'C1UGITMR: DD PKGMANIF NOT AVAILABLE - FILE '
                      'STATUS ' WS-PKGMANIF-FILE-STATUS
                      ' - NOTHING MIRRORED'
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-PKGMANIF.
           PERFORM 1200-PARSE-ONE-RECORD THRU 1200-NEXT
               UNTIL PKGMANIF-ATEND.
           PERFORM 1300-CLOSE-OPEN-STATEMENT.
           CLOSE PKGMANIF.

           IF WS-EL-COUNT = 0
              DISPLAY 'C1UGITMR: NO MANIFEST ELEMENTS CAPTURED FOR '
                      WS-TARGET-PKGID ' - NOTHING TO MIRROR'
           END-IF.
           IF WS-EL-DROPPED > 0
              DISPLAY 'C1UGITMR: ' WS-EL-DROPPED ' ELEMENT(S) PAST '
                      'THE ' WS-EL-MAX '-ENTRY TABLE - NOT MIRRORED'
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
                             WS-CUR-SUBSYSTEM
           END-IF.
           IF STATEMENT-OPEN
              MOVE ' SYSTEM ''' TO WS-KEYWORD
              MOVE 9 TO WS-KEYWORD-LEN
              PERFORM 1400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-SYSTEM
              END-IF
              MOVE ' SUBSYSTEM ''' TO WS-KEYWORD
              MOVE 12 TO WS-KEYWORD-LEN
              PERFORM 1400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-SUBSYSTEM
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
                     AND WS-EL-SUBSYSTEM(WS-EL-SCAN) = WS-CUR-SUBSYSTEM
                     MOVE 'Y' TO WS-EL-SEEN
                  END-IF
              END-PERFORM
              IF NOT ELEMENT-ALREADY-SEEN
                 IF WS-EL-COUNT < WS-EL-MAX
                    ADD 1 TO WS-EL-COUNT
                    MOVE WS-CUR-ELEMENT  TO WS-EL-ELEMENT(WS-EL-COUNT)
                    MOVE WS-CUR-ELM-TYPE TO WS-EL-TYPE(WS-EL-COUNT)
                    MOVE WS-CUR-SYSTEM   TO WS-EL-SYSTEM(WS-EL-COUNT)
                    MOVE WS-CUR-SUBSYSTEM
                         TO WS-EL-SUBSYSTEM(WS-EL-COUNT)
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
      *  The approvers for the commit message: AUDIT7 GROUP records
      *  for the package give each approver's answers in each group
      *  in time order - the last one stands, the C1UAPPAR rule.
      *  Every approver whose last answer is approved ('A') is named,
      *  once, up to the eight the queue entry carries.
      *-----------------------------------------------------------------
       1500-LOAD-APPROVERS.

           OPEN INPUT AUDIT7.
           IF WS-AUDIT7-FILE-STATUS NOT = '00'
              DISPLAY 'C1UGITMR: AUDIT7 NOT AVAILABLE - FILE STATUS '
                      WS-AUDIT7-FILE-STATUS
                      ' - NO APPROVERS IN THE COMMIT MESSAGE'
              GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-READ-AUDIT7.
           PERFORM 1520-TRACK-APPROVER-ANSWER UNTIL AUDIT7-ATEND.
           CLOSE AUDIT7.

           MOVE SPACES TO GQ-APPROVERS.
           PERFORM VARYING WS-AP-INX FROM 1 BY 1
               UNTIL WS-AP-INX > WS-AP-COUNT
               IF WS-AP-FLAG(WS-AP-INX) = 'A'
                  PERFORM 1530-NAME-ONE-APPROVER
               END-IF
           END-PERFORM.
       1500-EXIT.
           EXIT.

       1510-READ-AUDIT7.

           PERFORM WITH TEST AFTER
                   UNTIL WS-AUDIT7-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ AUDIT7
                  AT END MOVE '10' TO WS-AUDIT7-FILE-STATUS
              END-READ
              IF WS-AUDIT7-FILE-STATUS(1:1) = '0'
                 MOVE 'AUDIT7'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE AUDIT7-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       1520-TRACK-APPROVER-ANSWER.

           IF AUD7-PACKAGE-ID = WS-TARGET-PKGID
              AND AUD7-EVENT = 'GROUP'
              AND AUD7-RECIPIENT NOT = SPACES
              MOVE 0 TO WS-AP-HIT-INX
              PERFORM VARYING WS-AP-INX FROM 1 BY 1
                  UNTIL WS-AP-INX > WS-AP-COUNT
                     OR WS-AP-HIT-INX > 0
                  IF WS-AP-GROUP(WS-AP-INX) = AUD7-GROUP-NAME
                     AND WS-AP-RECIPIENT(WS-AP-INX) = AUD7-RECIPIENT
                     MOVE WS-AP-INX TO WS-AP-HIT-INX
                  END-IF
              END-PERFORM
              IF WS-AP-HIT-INX = 0 AND WS-AP-COUNT < WS-AP-MAX
                 ADD 1 TO WS-AP-COUNT
                 MOVE WS-AP-COUNT     TO WS-AP-HIT-INX
                 MOVE AUD7-GROUP-NAME TO WS-AP-GROUP(WS-AP-HIT-INX)
                 MOVE AUD7-RECIPIENT  TO WS-AP-RECIPIENT(WS-AP-HIT-INX)
              END-IF
              IF WS-AP-HIT-INX > 0
                 MOVE AUD7-APPROVAL-FLAG TO WS-AP-FLAG(WS-AP-HIT-INX)
              END-IF
           END-IF.
           PERFORM 1510-READ-AUDIT7.

       1530-NAME-ONE-APPROVER.

           MOVE 'N' TO WS-APV-FOUND.
           PERFORM VARYING WS-APV-INX FROM 1 BY 1
               UNTIL WS-APV-INX > WS-APPROVER-COUNT
                  OR APPROVER-ALREADY-LISTED
               IF GQ-APPROVER(WS-APV-INX) = WS-AP-RECIPIENT(WS-AP-INX)
                  MOVE 'Y' TO WS-APV-FOUND
               END-IF
           END-PERFORM.
           IF NOT APPROVER-ALREADY-LISTED AND WS-APPROVER-COUNT < 8
              ADD 1 TO WS-APPROVER-COUNT
              MOVE WS-AP-RECIPIENT(WS-AP-INX)
                   TO GQ-APPROVER(WS-APPROVER-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      *  The retrieve needs its directories in place: one DIR= line
      *  per system/subsystem/type on DD GITREQ, and the exec's PREP
      *  function creates any that are missing under the work tree.
      *  Anything but RC 0 leaves the package unmirrored.
      *-----------------------------------------------------------------
       2000-PREPARE-WORK-TREE.

           MOVE SPACES TO WS-FAIL-REASON.
           PERFORM VARYING WS-EL-INX FROM 1 BY 1
               UNTIL WS-EL-INX > WS-EL-COUNT
               PERFORM 2100-LIST-DIRECTORY
           END-PERFORM.

           OPEN OUTPUT GITREQ.
           IF WS-GITREQ-FILE-STATUS NOT = '00'
              STRING 'GITREQ NOT AVAILABLE - FILE STATUS '
                     WS-GITREQ-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FAIL-REASON
              END-STRING
              GO TO 2000-EXIT
           END-IF.
           MOVE 'FUNCTION=PREP' TO GITREQ-REC.
           WRITE GITREQ-REC.
           MOVE SPACES TO WS-REQ-LINE.
           STRING 'WORKDIR=' WS-GITMIR-WORKDIR
              DELIMITED BY SIZE INTO WS-REQ-LINE
           END-STRING.
           WRITE GITREQ-REC FROM WS-REQ-LINE.
           MOVE SPACES TO WS-REQ-LINE.
           STRING 'PACKAGE=' WS-TARGET-PKGID
              DELIMITED BY SIZE INTO WS-REQ-LINE
           END-STRING.
           WRITE GITREQ-REC FROM WS-REQ-LINE.
           PERFORM VARYING WS-DIR-INX FROM 1 BY 1
               UNTIL WS-DIR-INX > WS-DIR-COUNT
               MOVE SPACES TO WS-REQ-LINE
               STRING 'DIR=' WS-DIR-NAME(WS-DIR-INX)
                  DELIMITED BY SIZE INTO WS-REQ-LINE
               END-STRING
               WRITE GITREQ-REC FROM WS-REQ-LINE
           END-PERFORM.
           CLOSE GITREQ.

           MOVE 'PREP' TO GIT-REXX-FUNCTION.
           PERFORM 5000-CALL-GIT-EXEC.
           IF REXX-LIB-UNUSABLE
              MOVE 'SYSEXEC NOT ALLOCATED' TO WS-FAIL-REASON
              GO TO 2000-EXIT
           END-IF.
           IF WS-REXX-RC NOT = 0
              STRING WS-GITMIR-EXEC DELIMITED BY SPACE
                     ' PREP FAILED - WORK TREE NOT READY'
                     DELIMITED BY SIZE INTO WS-FAIL-REASON
              END-STRING
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  system/subsystem/type, listed once however many of the
      *  package's elements share it.
      *-----------------------------------------------------------------
       2100-LIST-DIRECTORY.

           MOVE SPACES TO WS-CUR-DIR.
           STRING WS-EL-SYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-EL-SUBSYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-EL-TYPE(WS-EL-INX) DELIMITED BY SPACE
              INTO WS-CUR-DIR
           END-STRING.
           MOVE 'N' TO WS-DIR-FOUND.
           PERFORM VARYING WS-DIR-INX FROM 1 BY 1
               UNTIL WS-DIR-INX > WS-DIR-COUNT
                  OR DIRECTORY-ALREADY-LISTED
               IF WS-DIR-NAME(WS-DIR-INX) = WS-CUR-DIR
                  MOVE 'Y' TO WS-DIR-FOUND
               END-IF
           END-PERFORM.
           IF NOT DIRECTORY-ALREADY-LISTED
              ADD 1 TO WS-DIR-COUNT
              MOVE WS-CUR-DIR TO WS-DIR-NAME(WS-DIR-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      *  One RETRIEVE per element for the C1BM3000 step that follows:
      *  the element's source from the production environment and
      *  stage (SEARCH picks it up from the map when it sits lower),
      *  into its system/subsystem/type directory as a file named for
      *  the element.
      *-----------------------------------------------------------------
       3000-WRITE-RETRIEVE-SCL.

           OPEN OUTPUT GITSCL.
           IF WS-GITSCL-FILE-STATUS NOT = '00'
              STRING 'GITSCL NOT AVAILABLE - FILE STATUS '
                     WS-GITSCL-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FAIL-REASON
              END-STRING
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-RETRIEVE-ONE-ELEMENT
                   VARYING WS-EL-INX FROM 1 BY 1
                   UNTIL WS-EL-INX > WS-EL-COUNT.
           CLOSE GITSCL.
       3000-EXIT.
           EXIT.

       3100-RETRIEVE-ONE-ELEMENT.

           MOVE SPACES TO WS-CUR-PATH.
           STRING WS-GITMIR-WORKDIR DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-EL-SYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-EL-SUBSYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-EL-TYPE(WS-EL-INX) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
              INTO WS-CUR-PATH
           END-STRING.

           MOVE SPACES TO WS-SCL-LINE.
           STRING 'RETRIEVE ELEMENT ''' DELIMITED BY SIZE
                  WS-EL-ELEMENT(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE GITSCL-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  FROM ENVIRONMENT ''' DELIMITED BY SIZE
                  WS-GITMIR-PROD-ENV DELIMITED BY SPACE
                  ''' SYSTEM ''' DELIMITED BY SIZE
                  WS-EL-SYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  ''' SUBSYSTEM ''' DELIMITED BY SIZE
                  WS-EL-SUBSYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE GITSCL-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  TYPE ''' DELIMITED BY SIZE
                  WS-EL-TYPE(WS-EL-INX) DELIMITED BY SPACE
                  ''' STAGE NUMBER ' DELIMITED BY SIZE
                  WS-GITMIR-PROD-STG DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE GITSCL-REC FROM WS-SCL-LINE.
           MOVE '  TO PATH' TO GITSCL-REC.
           WRITE GITSCL-REC.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  ''' DELIMITED BY SIZE
                  WS-CUR-PATH DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE GITSCL-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  HFSFILE ''' DELIMITED BY SIZE
                  WS-EL-ELEMENT(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE GITSCL-REC FROM WS-SCL-LINE.
           MOVE '  OPTIONS NO SIGNOUT REPLACE MEMBER SEARCH .'
                TO GITSCL-REC.
           WRITE GITSCL-REC.

           MOVE WS-TARGET-PKGID             TO RPT-PACKAGE-ID.
           MOVE WS-EL-SYSTEM(WS-EL-INX)     TO RPT-SYSTEM.
           MOVE WS-EL-SUBSYSTEM(WS-EL-INX)  TO RPT-SUBSYSTEM.
           MOVE WS-EL-TYPE(WS-EL-INX)       TO RPT-ELM-TYPE.
           MOVE WS-EL-ELEMENT(WS-EL-INX)    TO RPT-ELEMENT.
           MOVE WS-CUR-PATH                 TO RPT-PATH.
           WRITE GITMRRPT-REC FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------------
      *  The commit-pending entry C1UGITPS picks up once the retrieve
      *  has run.
      *-----------------------------------------------------------------
       4000-QUEUE-FOR-COMMIT.

           OPEN EXTEND GITQUEUE.
           IF WS-GITQUEUE-FILE-STATUS NOT = '00'
              STRING 'GITQUEUE NOT AVAILABLE - FILE STATUS '
                     WS-GITQUEUE-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-FAIL-REASON
              END-STRING
              GO TO 4000-EXIT
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TARGET-PKGID   TO GQ-PACKAGE-ID.
           MOVE 'C'               TO GQ-STATE.
           MOVE WS-NOW-DATE       TO GQ-QUEUED-DATE.
           MOVE WS-NOW-TIME(1:6)  TO GQ-QUEUED-TIME.
           MOVE 0                 TO GQ-ATTEMPTS.
           MOVE WS-TICKET         TO GQ-TICKET.
           MOVE WS-CREATOR        TO GQ-CREATOR.
           MOVE WS-EL-COUNT       TO GQ-ELEMENTS.
           MOVE SPACES            TO GQ-HASH.
           WRITE GITQUEUE-REC FROM WS-GITQ-RECORD.
           CLOSE GITQUEUE.

           MOVE WS-EL-COUNT       TO RPT-Q-ELEMENTS.
           MOVE WS-TICKET         TO RPT-Q-TICKET.
           MOVE WS-CREATOR        TO RPT-Q-CREATOR.
           MOVE GQ-APPROVERS      TO RPT-Q-APPROVERS.
           WRITE GITMRRPT-REC FROM WS-QUEUED-LINE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Allocate DD SYSEXEC for the exec - the C1UDEPLY pattern.
      *-----------------------------------------------------------------
       4100-ALLOCATE-REXFILE.

           MOVE SPACES TO ALLOC-TEXT .
           STRING 'ALLOC DD(SYSEXEC) DA(',
              WS-REXX-LIBRARY-DSN
                  DELIMITED BY SPACE
                    ')  SHR REUSE'
                  DELIMITED BY SIZE
             INTO ALLOC-TEXT
           END-STRING.
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC .
           IF RETURN-CODE NOT = ZERO
              DISPLAY 'C1UGITMR: SYSEXEC ALLOCATION FAILED - '
                      WS-GITMIR-EXEC ' NOT RUN'
              MOVE 'U' TO WS-REXX-STATE
           ELSE
              MOVE 'Y' TO WS-REXX-STATE
           END-IF.
           MOVE 0 TO RETURN-CODE.

       4200-FREE-REXFILES.

           MOVE SPACES              TO ALLOC-TEXT .
           MOVE 'FREE  DD(SYSEXEC)' TO ALLOC-TEXT .
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC .
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      *  The %GITMIRR exec through IRXJCL, function GIT-REXX-FUNCTION,
      *  its request already on DD GITREQ. WS-REXX-RC 0 is done.
      *-----------------------------------------------------------------
       5000-CALL-GIT-EXEC.

           IF WS-REXX-STATE = 'N'
              PERFORM 4100-ALLOCATE-REXFILE
           END-IF.
           MOVE 9999 TO WS-REXX-RC.
           IF REXX-LIB-ALLOCATED
              MOVE WS-GITMIR-EXEC    TO GIT-REXX-NAME
              ACCEPT WS-MT-START-TIME FROM TIME
              CALL IRXJCL USING GIT-PARMS-IRXJCL
              MOVE RETURN-CODE TO WS-REXX-RC
              ACCEPT WS-MT-END-TIME FROM TIME
              MOVE 'C1UGITMR'        TO WS-MT-PROGRAM
              MOVE WS-GITMIR-EXEC    TO WS-MT-TARGET
              MOVE WS-TARGET-PKGID   TO WS-MT-KEY
              MOVE WS-REXX-RC        TO WS-MT-RC
              CALL 'EXTMTRCS' USING WS-CALL-METRIC
              MOVE 0 TO RETURN-CODE
           END-IF.

       9000-DYNAMIC-ALLOC-DEALLOC.

           CALL BPXWDYN USING ALLOC-STRING
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'C1UGITMR: ALLOCATION FAILED: RETURN CODE = '
                       RETURN-CODE
               DISPLAY ALLOC-TEXT
           END-IF
           .
