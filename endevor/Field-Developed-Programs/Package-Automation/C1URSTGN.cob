       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Restore generator for changes past their backout *
      *              window. Once a package is committed, Endevor     *
      *              backout is no longer available; putting an       *
      *              element back to what production ran on a given   *
      *              date means finding that earlier level and        *
      *              building a fresh package. Given a package (its   *
      *              elements off its cast manifest, DD PKGMANIF) or  *
      *              an element list (DD RSTLIST), and a target date, *
      *              this step reads the element activity log DD      *
      *              ELMACTLG (C1UEXT02, in time order) for every     *
      *              action that landed each element in the           *
      *              production stage or deleted it from there, and   *
      *              works out:                                       *
      *                - the level it has there now (the last such    *
      *                  action), and                                 *
      *                - the level it had at the end of the target    *
      *                  date (the last such action on or before it). *
      *              An element whose two levels differ is restored:  *
      *                - DD RSTRTV gets the RETRIEVE SCL that takes   *
      *                  the earlier level out of production into the *
      *                  staging library (COPY RSTGENCF), for the     *
      *                  C1BM3000 step that follows;                  *
      *                - DD SCL gets the ADD ... UPDATE that brings   *
      *                  it back in at the entry environment under    *
      *                  the original ticket as CCID;                 *
      *                - DD PIPELINE gets one record naming the       *
      *                  restore package, so the APIPIPE step creates *
      *                  it from DD SCL, stamps its notes and casts   *
      *                  it. From there it is approved, executed and  *
      *                  promoted like any other change.              *
      *              Actions the exit refused (ELA-EXIT-RC 8 or more) *
      *              never ran and are skipped. Nothing is generated  *
      *              for an element that was not in production on the *
      *              date, has been deleted since, is already at the  *
      *              level, or whose level the log did not carry -    *
      *              each is reported for a person to decide. DD      *
      *              RSTGNRPT shows every element with its current    *
      *              and restore-to level.                            *
      *                                                               *
      *              A package still inside its backout window (on    *
      *              PKGMASTR as EXECUTED, not yet COMMITTED) is      *
      *              refused - package backout is the way back for    *
      *              that. With PKGMASTR unavailable the commit is    *
      *              taken on trust.                                  *
      *                                                               *
      *              PARM (fixed columns):                            *
      *                1-16  package ID - blank to read DD RSTLIST    *
      *                18-25 target date YYYYMMDD, before today       *
      *                27-36 ticket - default the package ID's own    *
      *                      INC or CHG prefix; required with RSTLIST *
      *                38-53 restore package ID - default the ticket  *
      *                      followed by RS and the run's MMDD        *
      *              DD RSTLIST (FB 80, '*' in col 1 = comment):      *
      *                cols 1-10  element    cols 12-19 type          *
      *                cols 21-28 system     cols 30-37 subsystem     *
      *                                                               *
      *              RC 0 the restore package is generated for every  *
      *              element, 4 it is generated but some element was  *
      *              held back (or the commit or the date could not   *
      *              be confirmed), 8 nothing to restore or the       *
      *              package is still inside its backout window - no  *
      *              PIPELINE record, 12 PARM incomplete or an input  *
      *              (PKGMANIF, RSTLIST, ELMACTLG) not readable.      *
      *                                                               *
      * SETUP:       Run C1URSTGN, then C1BM3000 reading DD RSTRTV    *
      *              (the staging library allocated DISP=SHR), then   *
      *              APIPIPE reading DD PIPELINE and DD SCL. RSTLIST  *
      *              may be DUMMY when a package ID is given.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1URSTGN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-PKGMANIF-FILE-STATUS.
           SELECT RSTLIST ASSIGN TO RSTLIST
               FILE STATUS IS WS-RSTLIST-FILE-STATUS.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-ELMACTLG-FILE-STATUS.
           SELECT RSTRTV ASSIGN TO RSTRTV
               FILE STATUS IS WS-RSTRTV-FILE-STATUS.
           SELECT SCLOUT ASSIGN TO SCL
               FILE STATUS IS WS-SCLOUT-FILE-STATUS.
           SELECT PIPELINE ASSIGN TO PIPELINE
               FILE STATUS IS WS-PIPELINE-FILE-STATUS.
           SELECT RSTGNRPT ASSIGN TO RSTGNRPT.
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

       FD  RSTLIST
           RECORD CONTAINS 80 CHARACTERS.
       01  RSTLIST-REC.
           03  RSL-ELEMENT                  PIC X(10).
           03  FILLER                       PIC X(01).
           03  RSL-TYPE                     PIC X(08).
           03  FILLER                       PIC X(01).
           03  RSL-SYSTEM                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  RSL-SUBSYSTEM                PIC X(08).
           03  FILLER                       PIC X(43).

      *-----------------------------------------------------------------
      *  DD ELMACTLG - the C1UEXT02 element activity log, the same
      *  layout its writer keeps. ELA-LEVEL is the level the action
      *  carried (for a MOVE, the level it took out of the source
      *  stage); it is blank on records written before it was
      *  carried.
      *-----------------------------------------------------------------
       FD  ELMACTLG
           RECORD CONTAINS 196 CHARACTERS.
       01  ELMACTLG-REC.
           03  ELMACTLG-HEADER              PIC X(64).
           03  ELMACTLG-BODY.
              05  ELA-DATE                  PIC 9(08).
              05  FILLER                    PIC X(01).
              05  ELA-TIME                  PIC 9(08).
              05  FILLER                    PIC X(01).
              05  ELA-SRC-ENV               PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-TGT-ENV               PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-SYSTEM                PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-SUBSYSTEM             PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-ELEMENT               PIC X(10).
              05  FILLER                    PIC X(01).
              05  ELA-TYPE                  PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-PROC-GROUP            PIC X(16).
              05  FILLER                    PIC X(01).
              05  ELA-ACTION                PIC X(10).
              05  FILLER                    PIC X(01).
              05  ELA-CCID                  PIC X(12).
              05  FILLER                    PIC X(01).
              05  ELA-USER                  PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-EXIT-RC               PIC X(04).
              05  ELA-EXIT-RC-N REDEFINES ELA-EXIT-RC
                                            PIC 9(04).
              05  ELA-TGT-STGID             PIC X(01).
              05  ELA-SRC-STGID             PIC X(01).
              05  ELA-LEVEL                 PIC X(02).

       FD  RSTRTV
           RECORD CONTAINS 80 CHARACTERS.
       01  RSTRTV-REC                       PIC X(80).

       FD  SCLOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  SCLOUT-REC                       PIC X(80).

      *-----------------------------------------------------------------
      *  DD PIPELINE - the APIPIPE input, one record for the restore
      *  package
      *-----------------------------------------------------------------
       FD  PIPELINE
           RECORD CONTAINS 80 CHARACTERS.
       01  PIPELINE-REC.
           03  PIPE-PACKAGE-ID              PIC X(16).
           03  FILLER                       PIC X(01).
           03  PIPE-DESCRIPTION             PIC X(50).
           03  FILLER                       PIC X(13).

       FD  RSTGNRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RSTGNRPT-REC                     PIC X(132).

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
       01  WS-RSTLIST-FILE-STATUS       PIC X(02).
           88  RSTLIST-ATEND                    VALUE '10'.
           88  RSTLIST-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-ELMACTLG-FILE-STATUS      PIC X(02).
           88  ELMACTLG-ATEND                   VALUE '10'.
           88  ELMACTLG-NOT-AVAILABLE           VALUE '30' '35'.
       01  WS-RSTRTV-FILE-STATUS        PIC X(02).
       01  WS-SCLOUT-FILE-STATUS        PIC X(02).
       01  WS-PIPELINE-FILE-STATUS      PIC X(02).
       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).

         COPY RSTGENCF.
         COPY EXITCFG.

       01  WS-CFG-INX                   PIC 9(02).

      *= Run parameters ===============================================
       01  WS-TARGET-PKGID              PIC X(16).
       01  WS-TARGET-DATE               PIC X(08).
       01  WS-TARGET-DATE-N REDEFINES WS-TARGET-DATE
                                        PIC 9(08).
       01  WS-TICKET                    PIC X(10).
       01  WS-RESTORE-PKGID             PIC X(16).
       01  WS-CAST-DATE                 PIC 9(08) VALUE 0.
       01  WS-FROM-LIST                 PIC X(01) VALUE 'N'.
           88  ELEMENTS-FROM-LIST               VALUE 'Y'.
       01  WS-UNCONFIRMED               PIC X(01) VALUE 'N'.
           88  SOMETHING-UNCONFIRMED            VALUE 'Y'.
       01  WS-REFUSAL                   PIC X(60).

      *= The elements to restore, each with the two levels ============
      *  WS-EL-NOW-STATE / WS-EL-AT-STATE: 'P' in production at the
      *  level beside it, 'D' deleted from production, space no
      *  production action on record (now / on or before the date).
       01  WS-EL-MAX                    PIC 9(03) VALUE 500.
       01  WS-EL-COUNT                  PIC 9(03) VALUE 0.
       01  WS-EL-DROPPED                PIC 9(03) VALUE 0.
       01  WS-EL-INX                    PIC 9(03).
       01  WS-EL-SCAN                   PIC 9(03).
       01  WS-EL-FOUND                  PIC 9(03).
       01  WS-EL-TABLE.
           03  WS-EL-ENTRY OCCURS 500 TIMES.
               05  WS-EL-ELEMENT        PIC X(10).
               05  WS-EL-TYPE           PIC X(08).
               05  WS-EL-SYSTEM         PIC X(08).
               05  WS-EL-SUBSYSTEM      PIC X(08).
               05  WS-EL-NOW-STATE      PIC X(01).
               05  WS-EL-NOW-LEVEL      PIC X(02).
               05  WS-EL-NOW-DATE       PIC 9(08).
               05  WS-EL-AT-STATE       PIC X(01).
               05  WS-EL-AT-LEVEL       PIC X(02).
               05  WS-EL-AT-DATE        PIC 9(08).
               05  WS-EL-AT-CCID        PIC X(12).
       01  WS-EL-SEEN                   PIC X(01).
           88  ELEMENT-ALREADY-SEEN             VALUE 'Y'.
       01  WS-RESTORE-COUNT             PIC 9(03) VALUE 0.
       01  WS-HELD-COUNT                PIC 9(03) VALUE 0.
       01  WS-OUTCOME                   PIC X(24).
       01  WS-LOG-READ-COUNT            PIC 9(07) VALUE 0.

      *= Manifest scan (the C1UGITMR scan) ============================
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

       01  WS-NOW-DATE                  PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(08).
       01  WS-SCL-LINE                  PIC X(80).
       01  WS-DESC-COUNT                PIC ZZ9.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-PARM-LINE.
           03  FILLER                   PIC X(08) VALUE 'PACKAGE '.
           03  RPT-PARM-PACKAGE         PIC X(16).
           03  FILLER                   PIC X(09) VALUE ' AS OF   '.
           03  RPT-PARM-DATE            PIC X(08).
           03  FILLER                   PIC X(08) VALUE ' TICKET '.
           03  RPT-PARM-TICKET          PIC X(10).
           03  FILLER                   PIC X(17) VALUE
               ' RESTORE PACKAGE '.
           03  RPT-PARM-RESTORE         PIC X(16).
           03  FILLER                   PIC X(40) VALUE SPACES.

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(38) VALUE
               'ELEMENT    TYPE     SYSTEM   SUBSYS   '.
           03  FILLER                   PIC X(38) VALUE
               'NOW  SINCE     RESTORE-TO LOGGED    '.
           03  FILLER                   PIC X(56) VALUE
               'CCID         OUTCOME'.

       01  WS-DETAIL-LINE.
           03  RPT-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ELM-TYPE             PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-NOW-LEVEL            PIC X(04).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-NOW-DATE             PIC X(08).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-AT-LEVEL             PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-AT-DATE              PIC X(08).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-AT-CCID              PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-OUTCOME              PIC X(24).
           03  FILLER                   PIC X(32) VALUE SPACES.

       01  WS-MESSAGE-LINE              PIC X(132).

       01  WS-SUMMARY-LINE.
           03  RPT-ELEMENT-COUNT        PIC ZZZ9.
           03  FILLER                   PIC X(12) VALUE ' ELEMENT(S),'.
           03  RPT-RESTORE-COUNT        PIC ZZZ9.
           03  FILLER                   PIC X(10) VALUE ' RESTORED,'.
           03  RPT-HELD-COUNT           PIC ZZZ9.
           03  FILLER                   PIC X(12) VALUE ' HELD BACK, '.
           03  RPT-LOG-COUNT            PIC Z(6)9.
           03  FILLER                   PIC X(20) VALUE
               ' ELMACTLG RECORD(S)'.
           03  FILLER                   PIC X(59) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-PKGID               PIC X(16).
           05  FILLER                   PIC X(01).
           05  PARM-TARGET-DATE         PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-TICKET              PIC X(10).
           05  FILLER                   PIC X(01).
           05  PARM-RESTORE-PKGID       PIC X(16).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           OPEN OUTPUT RSTGNRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           PERFORM 0100-EDIT-PARM THRU 0100-EXIT.
           IF WS-LGR-RC NOT = 0
              CLOSE RSTGNRPT
              GO TO 0000-RECORD-RUN
           END-IF.

           PERFORM 0040-LOAD-RESTORE-CONFIG.

           IF ELEMENTS-FROM-LIST
              PERFORM 1500-LOAD-ELEMENT-LIST THRU 1500-EXIT
           ELSE
              PERFORM 0200-CONFIRM-COMMITTED THRU 0200-EXIT
              IF WS-LGR-RC = 0
                 PERFORM 1000-LOAD-MANIFEST THRU 1000-EXIT
              END-IF
           END-IF.
           IF WS-LGR-RC NOT = 0
              CLOSE RSTGNRPT
              GO TO 0000-RECORD-RUN
           END-IF.
           IF WS-EL-COUNT = 0
              MOVE 'NO ELEMENTS TO RESTORE' TO WS-MESSAGE-LINE
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
              CLOSE RSTGNRPT
              MOVE 8 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

           PERFORM 2000-FOLLOW-ELMACTLG THRU 2000-EXIT.
           IF WS-LGR-RC NOT = 0
              CLOSE RSTGNRPT
              GO TO 0000-RECORD-RUN
           END-IF.

           PERFORM 3000-WRITE-RESTORE THRU 3000-EXIT.

           MOVE WS-EL-COUNT       TO RPT-ELEMENT-COUNT.
           MOVE WS-RESTORE-COUNT  TO RPT-RESTORE-COUNT.
           MOVE WS-HELD-COUNT     TO RPT-HELD-COUNT.
           MOVE WS-LOG-READ-COUNT TO RPT-LOG-COUNT.
           WRITE RSTGNRPT-REC FROM WS-SUMMARY-LINE.
           CLOSE RSTGNRPT.

           DISPLAY 'C1URSTGN: ' WS-RESTORE-PKGID ' ' WS-RESTORE-COUNT
                   ' ELEMENT(S) TO RESTORE AS OF ' WS-TARGET-DATE
                   ', ' WS-HELD-COUNT ' HELD BACK'.
           IF WS-LGR-RC = 0
              IF WS-HELD-COUNT > 0
                 OR WS-EL-DROPPED > 0
                 OR SOMETHING-UNCONFIRMED
                 MOVE 4 TO WS-LGR-RC
              END-IF
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0000-RECORD-RUN.
           MOVE 'C1URSTGN' TO WS-LGR-PROGRAM.
           MOVE WS-RESTORE-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Load the %RESTORE section of the runtime config over the
      *  compiled-in settings - see CFGLOAD.
      *-----------------------------------------------------------------
       0040-LOAD-RESTORE-CONFIG.

           MOVE 'RESTORE'             TO CFG-SECTION-NAME.
           MOVE WS-RSTGEN-CFG-LINES   TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'PRODENV='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:8)
                          TO WS-RSTGEN-PROD-ENV
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'PRODSTG='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:1)
                          TO WS-RSTGEN-PROD-STG
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:9) = 'ENTRYENV='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:8)
                          TO WS-RSTGEN-ENTRY-ENV
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'RSTDSN='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:44)
                          TO WS-RSTGEN-DSN
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
              END-PERFORM
           END-IF.

       0050-WRITE-RUN-CONTEXT-HEADER.
           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE SPACES               TO WS-RUN-CONTEXT-LINE.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           MOVE SPACES TO RSTGNRPT-REC.
           WRITE RSTGNRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  A target date is always required, and must lie before today
      *  - production today is what is being undone. The ticket ties
      *  the restore package to the change it reverses: the package
      *  ID's own INC or CHG prefix (the rule the ServiceNow exits
      *  apply) unless the PARM names one, and an element list run
      *  has no package to take it from.
      *-----------------------------------------------------------------
       0100-EDIT-PARM.

           MOVE 0 TO WS-LGR-RC.
           MOVE SPACES TO WS-TARGET-PKGID WS-TARGET-DATE WS-TICKET
                          WS-RESTORE-PKGID.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           IF LINK-PARM-LENGTH < 25
              MOVE 'PARM NEEDS PACKAGE ID (1-16) AND DATE (18-25)'
                TO WS-REFUSAL
              GO TO 0100-REFUSE
           END-IF.
           MOVE PARM-PKGID       TO WS-TARGET-PKGID.
           MOVE PARM-TARGET-DATE TO WS-TARGET-DATE.
           IF LINK-PARM-LENGTH > 26
              MOVE PARM-TICKET   TO WS-TICKET
           END-IF.
           IF LINK-PARM-LENGTH > 37
              MOVE PARM-RESTORE-PKGID TO WS-RESTORE-PKGID
           END-IF.
           IF WS-TARGET-PKGID = SPACES
              MOVE 'Y' TO WS-FROM-LIST
           END-IF.
           IF WS-TICKET = SPACES
              AND (WS-TARGET-PKGID(1:3) = 'INC'
                   OR WS-TARGET-PKGID(1:3) = 'CHG')
              MOVE WS-TARGET-PKGID(1:10) TO WS-TICKET
           END-IF.
           IF WS-RESTORE-PKGID = SPACES
              STRING WS-TICKET DELIMITED BY SPACE
                     'RS' DELIMITED BY SIZE
                     WS-NOW-DATE(5:4) DELIMITED BY SIZE
                 INTO WS-RESTORE-PKGID
              END-STRING
           END-IF.

           MOVE WS-TARGET-PKGID  TO RPT-PARM-PACKAGE.
           IF ELEMENTS-FROM-LIST
              MOVE '(DD RSTLIST)' TO RPT-PARM-PACKAGE
           END-IF.
           MOVE WS-TARGET-DATE   TO RPT-PARM-DATE.
           MOVE WS-TICKET        TO RPT-PARM-TICKET.
           MOVE WS-RESTORE-PKGID TO RPT-PARM-RESTORE.
           WRITE RSTGNRPT-REC FROM WS-PARM-LINE.

           IF WS-TARGET-DATE IS NOT NUMERIC
              OR WS-TARGET-DATE-N NOT < WS-NOW-DATE
              MOVE 'TARGET DATE MUST BE YYYYMMDD, BEFORE TODAY'
                TO WS-REFUSAL
              GO TO 0100-REFUSE
           END-IF.
           IF WS-TICKET = SPACES
              MOVE 'NO TICKET - GIVE ONE IN PARM COLS 27-36'
                TO WS-REFUSAL
              GO TO 0100-REFUSE
           END-IF.
           GO TO 0100-EXIT.
       0100-REFUSE.
           DISPLAY 'C1URSTGN: ' WS-REFUSAL.
           MOVE WS-REFUSAL TO WS-MESSAGE-LINE.
           WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE.
           MOVE 12 TO WS-LGR-RC.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Backout is the way back while it is still there: a package
      *  that has executed but not yet been committed is refused.
      *  One that never executed put nothing into production to undo.
      *  With PKGMASTR unavailable, or the package not on it, the
      *  commit is taken on trust and the run ends RC 4 at best.
      *-----------------------------------------------------------------
       0200-CONFIRM-COMMITTED.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1URSTGN: PKGMASTR NOT AVAILABLE - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
                      ' - COMMIT NOT CONFIRMED'
              MOVE 'PKGMASTR NOT AVAILABLE - COMMIT NOT CONFIRMED'
                TO WS-MESSAGE-LINE
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
              MOVE 'Y' TO WS-UNCONFIRMED
              GO TO 0200-EXIT
           END-IF.
           MOVE WS-TARGET-PKGID TO PMF-PACKAGE-ID.
           READ PKGMASTR
               INVALID KEY MOVE SPACES TO PMF-PACKAGE-STATUS
           END-READ.
           CLOSE PKGMASTR.
           MOVE SPACES TO WS-MESSAGE-LINE.
           EVALUATE PMF-PACKAGE-STATUS
             WHEN 'COMMITTED'
               CONTINUE
             WHEN SPACES
               MOVE 'PACKAGE NOT ON PKGMASTR - COMMIT NOT CONFIRMED'
                 TO WS-MESSAGE-LINE
               MOVE 'Y' TO WS-UNCONFIRMED
             WHEN 'EXECUTED'
               MOVE 'PACKAGE EXECUTED BUT NOT COMMITTED - USE PACKAGE '
                 TO WS-MESSAGE-LINE
               MOVE 'BACKOUT, NOTHING GENERATED'
                 TO WS-MESSAGE-LINE(51:26)
               MOVE 8 TO WS-LGR-RC
             WHEN OTHER
               STRING 'PACKAGE STATUS ' PMF-PACKAGE-STATUS
                      ' - NEVER EXECUTED, NOTHING TO RESTORE'
                  DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               END-STRING
               MOVE 8 TO WS-LGR-RC
           END-EVALUATE.
           IF WS-MESSAGE-LINE NOT = SPACES
              DISPLAY 'C1URSTGN: ' WS-TARGET-PKGID ' '
                      WS-MESSAGE-LINE(1:80)
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
           END-IF.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  The package's captured SCL, parsed into one entry per
      *  element, type, system and subsystem - the C1UGITMR scan. An
      *  element named twice is restored once.
      *-----------------------------------------------------------------
       1000-LOAD-MANIFEST.

           OPEN INPUT PKGMANIF.
           IF PKGMANIF-NOT-AVAILABLE
              DISPLAY 'C1URSTGN: DD PKGMANIF NOT AVAILABLE - FILE '
                      'STATUS ' WS-PKGMANIF-FILE-STATUS
              MOVE 'DD PKGMANIF NOT AVAILABLE' TO WS-MESSAGE-LINE
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
              MOVE 12 TO WS-LGR-RC
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-PKGMANIF.
           PERFORM 1200-PARSE-ONE-RECORD THRU 1200-NEXT
               UNTIL PKGMANIF-ATEND.
           PERFORM 1300-CLOSE-OPEN-STATEMENT.
           CLOSE PKGMANIF.

           IF WS-EL-COUNT = 0
              DISPLAY 'C1URSTGN: NO MANIFEST ELEMENTS CAPTURED FOR '
                      WS-TARGET-PKGID
           END-IF.
           IF WS-CAST-DATE > 0
              AND WS-TARGET-DATE-N NOT < WS-CAST-DATE
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'TARGET DATE IS NOT BEFORE THE PACKAGE CAST ON '
                     WS-CAST-DATE
                     ' - ITS OWN CHANGE MAY NOT BE UNDONE'
                  DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              END-STRING
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
              MOVE 'Y' TO WS-UNCONFIRMED
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
           IF MAN-CAST-DATE IS NUMERIC
              AND MAN-CAST-DATE > WS-CAST-DATE
              MOVE MAN-CAST-DATE TO WS-CAST-DATE
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
              PERFORM 1350-ADD-ELEMENT
              MOVE 'N' TO WS-CUR-OPEN
           END-IF.

       1350-ADD-ELEMENT.

           MOVE 'N' TO WS-EL-SEEN.
           PERFORM VARYING WS-EL-SCAN FROM 1 BY 1
               UNTIL WS-EL-SCAN > WS-EL-COUNT
                  OR ELEMENT-ALREADY-SEEN
               IF WS-EL-ELEMENT(WS-EL-SCAN) = WS-CUR-ELEMENT
                  AND WS-EL-TYPE(WS-EL-SCAN) = WS-CUR-ELM-TYPE
                  AND WS-EL-SYSTEM(WS-EL-SCAN) = WS-CUR-SYSTEM
                  AND WS-EL-SUBSYSTEM(WS-EL-SCAN) = WS-CUR-SUBSYSTEM
                  MOVE 'Y' TO WS-EL-SEEN
               END-IF
           END-PERFORM.
           IF NOT ELEMENT-ALREADY-SEEN
              IF WS-EL-COUNT < WS-EL-MAX
                 ADD 1 TO WS-EL-COUNT
                 MOVE SPACES TO WS-EL-ENTRY(WS-EL-COUNT)
                 MOVE WS-CUR-ELEMENT   TO WS-EL-ELEMENT(WS-EL-COUNT)
                 MOVE WS-CUR-ELM-TYPE  TO WS-EL-TYPE(WS-EL-COUNT)
                 MOVE WS-CUR-SYSTEM    TO WS-EL-SYSTEM(WS-EL-COUNT)
                 MOVE WS-CUR-SUBSYSTEM TO WS-EL-SUBSYSTEM(WS-EL-COUNT)
                 MOVE 0 TO WS-EL-NOW-DATE(WS-EL-COUNT)
                           WS-EL-AT-DATE(WS-EL-COUNT)
              ELSE
                 IF WS-EL-DROPPED = 0
                    MOVE 'ELEMENT TABLE FULL - LATER ONES NOT RESTORED'
                      TO WS-MESSAGE-LINE
                    WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
                 END-IF
                 ADD 1 TO WS-EL-DROPPED
              END-IF
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
      *  DD RSTLIST - the elements to restore when no package is
      *  named.
      *-----------------------------------------------------------------
       1500-LOAD-ELEMENT-LIST.

           OPEN INPUT RSTLIST.
           IF RSTLIST-NOT-AVAILABLE
              DISPLAY 'C1URSTGN: DD RSTLIST NOT AVAILABLE - FILE '
                      'STATUS ' WS-RSTLIST-FILE-STATUS
              MOVE 'DD RSTLIST NOT AVAILABLE' TO WS-MESSAGE-LINE
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
              MOVE 12 TO WS-LGR-RC
              GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-READ-RSTLIST.
           PERFORM UNTIL RSTLIST-ATEND
               IF RSTLIST-REC(1:1) NOT = '*'
                  AND RSL-ELEMENT NOT = SPACES
                  MOVE RSL-ELEMENT   TO WS-CUR-ELEMENT
                  MOVE RSL-TYPE      TO WS-CUR-ELM-TYPE
                  MOVE RSL-SYSTEM    TO WS-CUR-SYSTEM
                  MOVE RSL-SUBSYSTEM TO WS-CUR-SUBSYSTEM
                  PERFORM 1350-ADD-ELEMENT
               END-IF
               PERFORM 1510-READ-RSTLIST
           END-PERFORM.
           CLOSE RSTLIST.
       1500-EXIT.
           EXIT.

       1510-READ-RSTLIST.

           READ RSTLIST
               AT END MOVE '10' TO WS-RSTLIST-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  Every action on a listed element that landed it in the
      *  production stage, or deleted it from there, in log (time)
      *  order: the last one is where it stands now, the last one on
      *  or before the target date where it stood then. Records
      *  written before the stage ID was carried count on their
      *  environment alone.
      *-----------------------------------------------------------------
       2000-FOLLOW-ELMACTLG.

           OPEN INPUT ELMACTLG.
           IF ELMACTLG-NOT-AVAILABLE
              DISPLAY 'C1URSTGN: DD ELMACTLG NOT AVAILABLE - FILE '
                      'STATUS ' WS-ELMACTLG-FILE-STATUS
                      ' - NO LEVELS TO RESTORE TO'
              MOVE 'DD ELMACTLG NOT AVAILABLE - NO LEVELS TO RESTORE TO'
                TO WS-MESSAGE-LINE
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
              MOVE 12 TO WS-LGR-RC
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ELMACTLG.
           PERFORM 2200-APPLY-ONE-ACTION UNTIL ELMACTLG-ATEND.
           CLOSE ELMACTLG.
       2000-EXIT.
           EXIT.

       2100-READ-ELMACTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-ELMACTLG-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-ELMACTLG-FILE-STATUS
              END-READ
              IF WS-ELMACTLG-FILE-STATUS(1:1) = '0'
                 ADD 1 TO WS-LOG-READ-COUNT
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       2200-APPLY-ONE-ACTION.

           IF ELA-EXIT-RC IS NUMERIC
              AND ELA-EXIT-RC-N NOT < 8
              CONTINUE
           ELSE
              PERFORM 2300-FIND-ELEMENT
              IF WS-EL-FOUND > 0
                 EVALUATE TRUE
                   WHEN ELA-TGT-ENV = WS-RSTGEN-PROD-ENV
                    AND (ELA-TGT-STGID = WS-RSTGEN-PROD-STG
                         OR ELA-TGT-STGID = SPACE)
                     MOVE 'P'       TO WS-EL-NOW-STATE(WS-EL-FOUND)
                     MOVE ELA-LEVEL TO WS-EL-NOW-LEVEL(WS-EL-FOUND)
                     MOVE ELA-DATE  TO WS-EL-NOW-DATE(WS-EL-FOUND)
                     PERFORM 2400-KEEP-IF-ON-OR-BEFORE
                   WHEN ELA-ACTION = 'DELETE'
                    AND ELA-TGT-ENV = SPACES
                    AND ELA-SRC-ENV = WS-RSTGEN-PROD-ENV
                    AND (ELA-SRC-STGID = WS-RSTGEN-PROD-STG
                         OR ELA-SRC-STGID = SPACE)
                     MOVE 'D'       TO WS-EL-NOW-STATE(WS-EL-FOUND)
                     MOVE SPACES    TO WS-EL-NOW-LEVEL(WS-EL-FOUND)
                     MOVE ELA-DATE  TO WS-EL-NOW-DATE(WS-EL-FOUND)
                     PERFORM 2400-KEEP-IF-ON-OR-BEFORE
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
           PERFORM 2100-READ-ELMACTLG.

       2300-FIND-ELEMENT.

           MOVE 0 TO WS-EL-FOUND.
           PERFORM VARYING WS-EL-SCAN FROM 1 BY 1
               UNTIL WS-EL-SCAN > WS-EL-COUNT OR WS-EL-FOUND > 0
               IF WS-EL-ELEMENT(WS-EL-SCAN) = ELA-ELEMENT
                  AND WS-EL-TYPE(WS-EL-SCAN) = ELA-TYPE
                  AND WS-EL-SYSTEM(WS-EL-SCAN) = ELA-SYSTEM
                  AND WS-EL-SUBSYSTEM(WS-EL-SCAN) = ELA-SUBSYSTEM
                  MOVE WS-EL-SCAN TO WS-EL-FOUND
               END-IF
           END-PERFORM.

       2400-KEEP-IF-ON-OR-BEFORE.

           IF ELA-DATE NOT > WS-TARGET-DATE-N
              MOVE WS-EL-NOW-STATE(WS-EL-FOUND)
                TO WS-EL-AT-STATE(WS-EL-FOUND)
              MOVE WS-EL-NOW-LEVEL(WS-EL-FOUND)
                TO WS-EL-AT-LEVEL(WS-EL-FOUND)
              MOVE ELA-DATE TO WS-EL-AT-DATE(WS-EL-FOUND)
              MOVE ELA-CCID TO WS-EL-AT-CCID(WS-EL-FOUND)
           END-IF.

      *-----------------------------------------------------------------
      *  Decide each element, report it, and write the retrieve and
      *  package SCL for the ones to restore. The PIPELINE record is
      *  written only when there is something in the package.
      *-----------------------------------------------------------------
       3000-WRITE-RESTORE.

           OPEN OUTPUT RSTRTV.
           OPEN OUTPUT SCLOUT.
           IF WS-RSTRTV-FILE-STATUS NOT = '00'
              OR WS-SCLOUT-FILE-STATUS NOT = '00'
              DISPLAY 'C1URSTGN: DD RSTRTV OR SCL NOT OPENED - FILE '
                      'STATUS ' WS-RSTRTV-FILE-STATUS '/'
                      WS-SCLOUT-FILE-STATUS ' - NOTHING GENERATED'
              MOVE 'DD RSTRTV OR DD SCL NOT OPENED - NOTHING GENERATED'
                TO WS-MESSAGE-LINE
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
              MOVE 12 TO WS-LGR-RC
              GO TO 3000-EXIT
           END-IF.
           WRITE RSTGNRPT-REC FROM WS-HDR-LINE.
           PERFORM 3100-DECIDE-ONE-ELEMENT
                   VARYING WS-EL-INX FROM 1 BY 1
                   UNTIL WS-EL-INX > WS-EL-COUNT.
           CLOSE RSTRTV.
           CLOSE SCLOUT.

           IF WS-RESTORE-COUNT = 0
              MOVE 'NOTHING TO RESTORE - NO PIPELINE RECORD WRITTEN'
                TO WS-MESSAGE-LINE
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
              MOVE 8 TO WS-LGR-RC
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3400-WRITE-PIPELINE-RECORD.
       3000-EXIT.
           EXIT.

       3100-DECIDE-ONE-ELEMENT.

           EVALUATE TRUE
             WHEN WS-EL-AT-STATE(WS-EL-INX) NOT = 'P'
               MOVE 'NOT IN PROD ON THE DATE' TO WS-OUTCOME
             WHEN WS-EL-NOW-STATE(WS-EL-INX) = 'D'
               MOVE 'DELETED SINCE - NOT DONE' TO WS-OUTCOME
             WHEN WS-EL-AT-LEVEL(WS-EL-INX) IS NOT NUMERIC
               MOVE 'LEVEL NOT IN THE LOG' TO WS-OUTCOME
             WHEN WS-EL-AT-LEVEL(WS-EL-INX) = WS-EL-NOW-LEVEL(WS-EL-INX)
               MOVE 'ALREADY AT THE LEVEL' TO WS-OUTCOME
             WHEN OTHER
               MOVE 'RESTORE' TO WS-OUTCOME
           END-EVALUATE.
           IF WS-OUTCOME = 'RESTORE'
              ADD 1 TO WS-RESTORE-COUNT
              PERFORM 3200-WRITE-RETRIEVE-SCL
              PERFORM 3300-WRITE-PACKAGE-SCL
           ELSE
              IF WS-OUTCOME NOT = 'ALREADY AT THE LEVEL'
                 ADD 1 TO WS-HELD-COUNT
              END-IF
           END-IF.

           MOVE WS-EL-ELEMENT(WS-EL-INX)    TO RPT-ELEMENT.
           MOVE WS-EL-TYPE(WS-EL-INX)       TO RPT-ELM-TYPE.
           MOVE WS-EL-SYSTEM(WS-EL-INX)     TO RPT-SYSTEM.
           MOVE WS-EL-SUBSYSTEM(WS-EL-INX)  TO RPT-SUBSYSTEM.
           MOVE SPACES TO RPT-NOW-LEVEL RPT-NOW-DATE RPT-AT-LEVEL
                          RPT-AT-DATE RPT-AT-CCID.
           EVALUATE WS-EL-NOW-STATE(WS-EL-INX)
             WHEN 'P'
               MOVE WS-EL-NOW-LEVEL(WS-EL-INX) TO RPT-NOW-LEVEL
               MOVE WS-EL-NOW-DATE(WS-EL-INX)  TO RPT-NOW-DATE
             WHEN 'D'
               MOVE 'DEL'                      TO RPT-NOW-LEVEL
               MOVE WS-EL-NOW-DATE(WS-EL-INX)  TO RPT-NOW-DATE
             WHEN OTHER
               MOVE '-'                        TO RPT-NOW-LEVEL
           END-EVALUATE.
           EVALUATE WS-EL-AT-STATE(WS-EL-INX)
             WHEN 'P'
               MOVE WS-EL-AT-LEVEL(WS-EL-INX)  TO RPT-AT-LEVEL
               MOVE WS-EL-AT-DATE(WS-EL-INX)   TO RPT-AT-DATE
               MOVE WS-EL-AT-CCID(WS-EL-INX)   TO RPT-AT-CCID
             WHEN 'D'
               MOVE 'DELETED'                  TO RPT-AT-LEVEL
               MOVE WS-EL-AT-DATE(WS-EL-INX)   TO RPT-AT-DATE
               MOVE WS-EL-AT-CCID(WS-EL-INX)   TO RPT-AT-CCID
             WHEN OTHER
               MOVE 'NOT IN PROD'              TO RPT-AT-LEVEL
           END-EVALUATE.
           MOVE WS-OUTCOME                  TO RPT-OUTCOME.
           WRITE RSTGNRPT-REC FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------------
      *  Take the earlier level out of production into the staging
      *  library, a member named for the element.
      *-----------------------------------------------------------------
       3200-WRITE-RETRIEVE-SCL.

           MOVE SPACES TO WS-SCL-LINE.
           STRING 'RETRIEVE ELEMENT ''' DELIMITED BY SIZE
                  WS-EL-ELEMENT(WS-EL-INX) DELIMITED BY SPACE
                  ''' LEVEL ' DELIMITED BY SIZE
                  WS-EL-AT-LEVEL(WS-EL-INX) DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE RSTRTV-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  FROM ENVIRONMENT ''' DELIMITED BY SIZE
                  WS-RSTGEN-PROD-ENV DELIMITED BY SPACE
                  ''' SYSTEM ''' DELIMITED BY SIZE
                  WS-EL-SYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  ''' SUBSYSTEM ''' DELIMITED BY SIZE
                  WS-EL-SUBSYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE RSTRTV-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  TYPE ''' DELIMITED BY SIZE
                  WS-EL-TYPE(WS-EL-INX) DELIMITED BY SPACE
                  ''' STAGE NUMBER ' DELIMITED BY SIZE
                  WS-RSTGEN-PROD-STG DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE RSTRTV-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  TO DSNAME ''' DELIMITED BY SIZE
                  WS-RSTGEN-DSN DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE RSTRTV-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  MEMBER ''' DELIMITED BY SIZE
                  WS-EL-ELEMENT(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE RSTRTV-REC FROM WS-SCL-LINE.
           MOVE '  OPTIONS NO SIGNOUT REPLACE MEMBER .' TO RSTRTV-REC.
           WRITE RSTRTV-REC.

      *-----------------------------------------------------------------
      *  The restore package's content: the staged source ADDed back
      *  at the entry environment over what is there, under the
      *  ticket, with the level it restores in the comment.
      *-----------------------------------------------------------------
       3300-WRITE-PACKAGE-SCL.

           MOVE SPACES TO WS-SCL-LINE.
           STRING 'ADD ELEMENT ''' DELIMITED BY SIZE
                  WS-EL-ELEMENT(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  FROM DSNAME ''' DELIMITED BY SIZE
                  WS-RSTGEN-DSN DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  MEMBER ''' DELIMITED BY SIZE
                  WS-EL-ELEMENT(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  TO ENVIRONMENT ''' DELIMITED BY SIZE
                  WS-RSTGEN-ENTRY-ENV DELIMITED BY SPACE
                  ''' SYSTEM ''' DELIMITED BY SIZE
                  WS-EL-SYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  ''' SUBSYSTEM ''' DELIMITED BY SIZE
                  WS-EL-SUBSYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  TYPE ''' DELIMITED BY SIZE
                  WS-EL-TYPE(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.
           MOVE SPACES TO WS-SCL-LINE.
           STRING '  OPTIONS CCID ''' DELIMITED BY SIZE
                  WS-TICKET DELIMITED BY SPACE
                  ''' COMMENT ''RESTORE TO ' DELIMITED BY SIZE
                  WS-RSTGEN-PROD-ENV DELIMITED BY SPACE
                  ' LEVEL ' DELIMITED BY SIZE
                  WS-EL-AT-LEVEL(WS-EL-INX) DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-TARGET-DATE DELIMITED BY SIZE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.
           MOVE '  UPDATE .' TO SCLOUT-REC.
           WRITE SCLOUT-REC.

      *-----------------------------------------------------------------
      *  The one PIPELINE record the APIPIPE step drives through
      *  create, notes and cast.
      *-----------------------------------------------------------------
       3400-WRITE-PIPELINE-RECORD.

           OPEN OUTPUT PIPELINE.
           IF WS-PIPELINE-FILE-STATUS NOT = '00'
              DISPLAY 'C1URSTGN: DD PIPELINE NOT OPENED - FILE STATUS '
                      WS-PIPELINE-FILE-STATUS
              MOVE 'DD PIPELINE NOT OPENED - RESTORE PACKAGE NOT QUEUED'
                TO WS-MESSAGE-LINE
              WRITE RSTGNRPT-REC FROM WS-MESSAGE-LINE
              MOVE 12 TO WS-LGR-RC
           ELSE
              MOVE SPACES           TO PIPELINE-REC
              MOVE WS-RESTORE-PKGID TO PIPE-PACKAGE-ID
              MOVE WS-RESTORE-COUNT TO WS-DESC-COUNT
              IF ELEMENTS-FROM-LIST
                 STRING 'RESTORE ' DELIMITED BY SIZE
                        WS-TICKET DELIMITED BY SPACE
                        ' TO ' DELIMITED BY SIZE
                        WS-TARGET-DATE DELIMITED BY SIZE
                        ' -' DELIMITED BY SIZE
                        WS-DESC-COUNT DELIMITED BY SIZE
                        ' ELEMENTS' DELIMITED BY SIZE
                    INTO PIPE-DESCRIPTION
                 END-STRING
              ELSE
                 STRING 'RESTORE ' DELIMITED BY SIZE
                        WS-TARGET-PKGID DELIMITED BY SPACE
                        ' TO ' DELIMITED BY SIZE
                        WS-TARGET-DATE DELIMITED BY SIZE
                        ' -' DELIMITED BY SIZE
                        WS-DESC-COUNT DELIMITED BY SIZE
                        ' ELEMENTS' DELIMITED BY SIZE
                    INTO PIPE-DESCRIPTION
                 END-STRING
              END-IF
              WRITE PIPELINE-REC
              CLOSE PIPELINE
           END-IF.
