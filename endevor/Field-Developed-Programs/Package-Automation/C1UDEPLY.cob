       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Post-execute deployment actions - the step that  *
      *              makes the runtime pick up what a package just    *
      *              put in place, instead of operations working it   *
      *              out by hand from the package listing. Run after  *
      *              the package's EXECUTE, it confirms through       *
      *              PKGMASTR that the execute took, parses the       *
      *              package's cast manifest (DD PKGMANIF, the same   *
      *              quoted-clause scan C1UPKGSP uses) into its       *
      *              elements, types and systems, and runs every      *
      *              action the %DEPLOYAC deployment-action table     *
      *              (COPY DEPACTCF) names for that type, system and  *
      *              target environment:                              *
      *                - REXX actions through IRXJCL (a CICS NEWCOPY  *
      *                  exec, say), answered by the exec's RC;       *
      *                - job actions submitted through the internal   *
      *                  reader (DD DEPINTRD) - a DB2 BIND, an IMS    *
      *                  MODBLKS/ACB refresh - answered by whether    *
      *                  the job could be submitted.                  *
      *              Every outcome is appended to the deployment log  *
      *              DD DEPLOYLG (common log header, COPY LOGHDR),    *
      *              written to the keyed DD PKGHIST store as a type  *
      *              D event so it sits on the package's timeline,    *
      *              and listed on DD DEPRPT. Any action that fails   *
      *              raises a WTOALERT naming the package, element    *
      *              and action, for operations to finish by hand.    *
      *                                                               *
      *              PARM (fixed columns):                            *
      *                1-16  package ID                               *
      *                18-25 target environment - blank means the     *
      *                      package's own environment on PKGMASTR    *
      *                                                               *
      *              RC 0 every action done, nothing to do, or        *
      *              deployment actions switched off (%DEPLOYAC       *
      *              ENABLED=N, the shipped default), 4 an action     *
      *              failed or the package is not EXECUTED, 12 no     *
      *              package ID or DD PKGMANIF not readable.          *
      *                                                               *
      * SETUP:       Run as the step after the package execute, or    *
      *              after C1USCHED on the same interval. DD DEPINTRD *
      *              is SYSOUT=(A,INTRDR); PKGHIST may be DUMMY to    *
      *              skip the history records.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UDEPLY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-PKGMANIF-FILE-STATUS.
           SELECT DEPJCLIN ASSIGN TO DEPJCLIN
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT DEPINTRD ASSIGN TO DEPINTRD
               FILE STATUS IS WS-INTRD-FILE-STATUS.
           SELECT DEPLOYLG ASSIGN TO DEPLOYLG
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT DEPRPT ASSIGN TO DEPRPT.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PKGHIST-FILE-STATUS.

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

       FD  DEPJCLIN
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPJCLIN-REC                     PIC X(80).

       FD  DEPINTRD
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPINTRD-REC                     PIC X(80).

      *-----------------------------------------------------------------
      *  DD DEPLOYLG - durable deployment log, one record per action
      *  outcome, behind the common log header (COPY LOGHDR, record
      *  type DEPLOYLG, key the package ID).
      *-----------------------------------------------------------------
       FD  DEPLOYLG
           RECORD CONTAINS 144 CHARACTERS.
       01  DEPLOYLG-REC.
           03  DEPLOYLG-HEADER              PIC X(64).
           03  DEPLOYLG-BODY.
              05  DPL-DATE                  PIC 9(08).
              05  DPL-TIME                  PIC 9(06).
              05  DPL-PACKAGE-ID            PIC X(16).
              05  DPL-ENV                   PIC X(08).
              05  DPL-SYSTEM                PIC X(08).
              05  DPL-ELM-TYPE              PIC X(08).
              05  DPL-ELEMENT               PIC X(10).
              05  DPL-KIND                  PIC X(01).
              05  DPL-MEMBER                PIC X(08).
              05  DPL-RESULT                PIC X(08).
              05  DPL-RC                    PIC 9(04).
              05  FILLER                    PIC X(09).

       FD  DEPRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DEPRPT-REC                       PIC X(132).

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

       FD  PKGHIST
           RECORD CONTAINS 83 CHARACTERS.
       01  PKGHIST-REC.
           03  PH-KEY.
               05  PH-PACKAGE-ID            PIC X(16).
               05  PH-DATE                  PIC X(08).
               05  PH-TIME                  PIC X(06).
               05  PH-SEQ                   PIC 9(03).
           03  PH-REC-TYPE                  PIC X(01).
           03  PH-EVENT                     PIC X(06).
           03  PH-DETAIL                    PIC X(43).

       WORKING-STORAGE SECTION.

       01  WS-PKGMANIF-FILE-STATUS      PIC X(02).
           88  PKGMANIF-ATEND                   VALUE '10'.
           88  PKGMANIF-NOT-AVAILABLE           VALUE '30' '35'.
       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
       01  WS-OUT-FILE-STATUS           PIC X(02).
       01  WS-INTRD-FILE-STATUS         PIC X(02).
       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).
       01  WS-PKGHIST-FILE-STATUS       PIC X(02).

       01  WS-HIST-AVAILABLE            PIC X(01) VALUE 'N'.
           88  HIST-AVAILABLE                   VALUE 'Y'.
       01  WS-DPLG-AVAILABLE            PIC X(01) VALUE 'N'.
           88  DPLG-AVAILABLE                   VALUE 'Y'.
       01  WS-INTRD-STATE               PIC X(01) VALUE 'N'.
           88  INTRD-IS-OPEN                    VALUE 'Y'.
           88  INTRD-UNUSABLE                   VALUE 'U'.
       01  WS-REXX-STATE                PIC X(01) VALUE 'N'.
           88  REXX-LIB-ALLOCATED               VALUE 'Y'.
           88  REXX-LIB-UNUSABLE                VALUE 'U'.

         COPY DEPACTCF.
         COPY EXITCFG.
         COPY REXXLIB.
         COPY CALLMTRC.

       01  WS-CFG-INX                   PIC 9(02).

       01  WS-TARGET-PKGID              PIC X(16).
       01  WS-TARGET-ENV                PIC X(08).

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
       01  WS-EL-SEEN                   PIC X(01).
           88  ELEMENT-ALREADY-SEEN             VALUE 'Y'.

       01  WS-CUR-OPEN                  PIC X(01) VALUE 'N'.
           88  STATEMENT-OPEN                   VALUE 'Y'.
       01  WS-PERIOD-TALLY              PIC 9(03).
       01  WS-KEYWORD                   PIC X(14).
       01  WS-KEYWORD-LEN               PIC 9(02).
       01  WS-SCAN-POS                  PIC 9(03).
       01  WS-SCAN-LEN                  PIC 9(03).
       01  WS-EXTRACT-VALUE             PIC X(10).

      *= Package-scope actions already run, by table entry and system =
       01  WS-PS-COUNT                  PIC 9(03) VALUE 0.
       01  WS-PS-INX                    PIC 9(03).
       01  WS-PS-TABLE.
           03  WS-PS-ENTRY OCCURS 200 TIMES.
               05  WS-PS-ACTION-INX     PIC 9(02).
               05  WS-PS-SYSTEM         PIC X(08).
       01  WS-PS-FOUND                  PIC X(01).
           88  PACKAGE-ACTION-ALREADY-RUN       VALUE 'Y'.

      *= The action in hand ===========================================
       01  WS-ACT-INX                   PIC 9(02).
       01  WS-CUR-ELEMENT               PIC X(10).
       01  WS-CUR-ELM-TYPE              PIC X(08).
       01  WS-CUR-SYSTEM                PIC X(08).
       01  WS-CUR-KIND                  PIC X(01).
       01  WS-CUR-MEMBER                PIC X(08).
       01  WS-CUR-DESC                  PIC X(32).
       01  WS-CUR-RESULT                PIC X(08).
           88  CUR-ACTION-FAILED                VALUE 'FAILED'
                                                      'NOTRUN'.
       01  WS-CUR-RC                    PIC 9(04).

       01  WS-NOW-DATE                  PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(08).

      *= IRXJCL action call - exec name, then 'package env system
      *= type element' =================================================
       01  IRXJCL                       PIC X(6)  VALUE 'IRXJCL'.
       01  DEP-ACTION-PARMS-IRXJCL.
           03 DEP-PARM-LENGTH           PIC X(2)  VALUE X'003F'.
           03 DEP-REXX-NAME             PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 DEP-REXX-PACKAGE          PIC X(16).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 DEP-REXX-ENV              PIC X(08).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 DEP-REXX-SYSTEM           PIC X(08).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 DEP-REXX-TYPE             PIC X(08).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 DEP-REXX-ELEMENT          PIC X(10).
       01  WS-REXX-RC                   PIC S9(08) COMP.

       01 BPXWDYN PIC X(8) VALUE 'BPXWDYN'.
       01 ALLOC-STRING.
          05 ALLOC-LENGTH PIC S9(4) BINARY VALUE 120.
          05 ALLOC-TEXT   PIC X(120).

      *= Job submission ===============================================
       01  WS-JCL-LINE-COUNT            PIC 9(05).
       01  WS-SET-WRITTEN               PIC X(01).
           88  SET-STATEMENT-WRITTEN            VALUE 'Y'.
       01  WS-SET-LINE                  PIC X(80).

       01  WS-WTO-TEXT                  PIC X(116).

       01  WS-HIST-DETAIL               PIC X(43).
       01  WS-HIST-RETRIES              PIC 9(03).
       01  WS-HIST-DONE                 PIC X(01).
           88  HIST-WRITE-DONE                  VALUE 'Y'.

       01  WS-DONE-COUNT                PIC 9(05) VALUE 0.
       01  WS-SUBMIT-COUNT              PIC 9(05) VALUE 0.
       01  WS-FAIL-COUNT                PIC 9(05) VALUE 0.
       01  WS-RESULT-COUNT              PIC 9(07) VALUE 0.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(132) VALUE
               'PACKAGE ID       SYSTEM   TYPE     ELEMENT    K ACTION
      -        ' RESULT   RC   DESCRIPTION'.

       01  WS-DETAIL-LINE.
           03  RPT-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ELM-TYPE             PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-KIND                 PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-MEMBER               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-RESULT               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-RC                   PIC 9(04).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-DESC                 PIC X(32).
           03  FILLER                   PIC X(29) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-PKGID               PIC X(16).
           05  FILLER                   PIC X(01).
           05  PARM-ENV                 PIC X(08).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           MOVE SPACES TO WS-TARGET-PKGID WS-TARGET-ENV.
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
           IF WS-TARGET-PKGID = SPACES
              DISPLAY 'C1UDEPLY: PARM MUST CARRY THE PACKAGE ID'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 0040-LOAD-DEPLOYAC-CONFIG.

           OPEN OUTPUT DEPRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE DEPRPT-REC FROM WS-HDR-LINE.

           IF NOT DEP-ACTIONS-ENABLED
              DISPLAY 'C1UDEPLY: DEPLOYMENT ACTIONS NOT ENABLED '
                      '(%DEPLOYAC) - NOTHING RUN FOR ' WS-TARGET-PKGID
              CLOSE DEPRPT
              MOVE 0 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

           PERFORM 0100-CONFIRM-EXECUTED THRU 0100-EXIT.
           IF WS-LGR-RC NOT = 0
              CLOSE DEPRPT
              GO TO 0000-RECORD-RUN
           END-IF.

           PERFORM 1000-LOAD-MANIFEST THRU 1000-EXIT.
           IF PKGMANIF-NOT-AVAILABLE
              CLOSE DEPRPT
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

           PERFORM 0200-OPEN-STORES.
           PERFORM 2000-ACTIONS-FOR-ELEMENT
                   VARYING WS-EL-INX FROM 1 BY 1
                   UNTIL WS-EL-INX > WS-EL-COUNT.
           PERFORM 0900-CLOSE-STORES.
           CLOSE DEPRPT.

           DISPLAY 'C1UDEPLY: ' WS-TARGET-PKGID ' ' WS-EL-COUNT
                   ' ELEMENT(S), ' WS-DONE-COUNT ' ACTION(S) DONE, '
                   WS-SUBMIT-COUNT ' SUBMITTED, '
                   WS-FAIL-COUNT ' FAILED'.
           IF WS-FAIL-COUNT > 0 OR WS-EL-DROPPED > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0000-RECORD-RUN.
           MOVE 'C1UDEPLY' TO WS-LGR-PROGRAM.
           MOVE WS-RESULT-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Load the %DEPLOYAC section of the runtime config over the
      *  compiled-in action table - see CFGLOAD.
      *-----------------------------------------------------------------
       0040-LOAD-DEPLOYAC-CONFIG.

           MOVE 'DEPLOYAC'         TO CFG-SECTION-NAME.
           MOVE WS-DEP-ACTION-MAX  TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-DEP-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-DEP-ACTION-COUNT
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-DEP-ACTION-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:72)
                          TO WS-DEP-ACTION-ENTRY(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  First line of DEPRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO DEPRPT-REC.
           WRITE DEPRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Nothing is deployed for a package whose execute did not take
      *  - the runtime has nothing new to pick up. PKGMASTR also
      *  supplies the target environment when PARM leaves it blank;
      *  with PKGMASTR unavailable the execute is taken on trust.
      *-----------------------------------------------------------------
       0100-CONFIRM-EXECUTED.

           MOVE 0 TO WS-LGR-RC.
           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1UDEPLY: PKGMASTR NOT AVAILABLE - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
                      ' - EXECUTE STATUS NOT CONFIRMED'
              GO TO 0100-EXIT
           END-IF.
           MOVE WS-TARGET-PKGID TO PMF-PACKAGE-ID.
           READ PKGMASTR
               INVALID KEY MOVE SPACES TO PMF-PACKAGE-STATUS
                                          PMF-ENV
           END-READ.
           CLOSE PKGMASTR.
           IF WS-TARGET-ENV = SPACES
              MOVE PMF-ENV TO WS-TARGET-ENV
           END-IF.
           IF PMF-PACKAGE-STATUS NOT = 'EXECUTED'
              DISPLAY 'C1UDEPLY: ' WS-TARGET-PKGID ' STATUS '
                      PMF-PACKAGE-STATUS
                      ' - NOT EXECUTED, NOTHING DEPLOYED'
              MOVE 4 TO WS-LGR-RC
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  PKGHIST and DEPLOYLG take the outcomes. Neither can stop the
      *  deployment itself.
      *-----------------------------------------------------------------
       0200-OPEN-STORES.

           OPEN I-O PKGHIST.
           IF WS-PKGHIST-FILE-STATUS = '00'
              MOVE 'Y' TO WS-HIST-AVAILABLE
           ELSE
              DISPLAY 'C1UDEPLY: PKGHIST NOT AVAILABLE - FILE STATUS '
                      WS-PKGHIST-FILE-STATUS
                      ' - NO HISTORY RECORDS WRITTEN'
           END-IF.
           OPEN EXTEND DEPLOYLG.
           IF WS-OUT-FILE-STATUS = '00'
              MOVE 'Y' TO WS-DPLG-AVAILABLE
           ELSE
              DISPLAY 'C1UDEPLY: DEPLOYLG NOT AVAILABLE - FILE STATUS '
                      WS-OUT-FILE-STATUS
           END-IF.

       0900-CLOSE-STORES.

           IF HIST-AVAILABLE
              CLOSE PKGHIST
           END-IF.
           IF DPLG-AVAILABLE
              CLOSE DEPLOYLG
           END-IF.
           IF INTRD-IS-OPEN
              CLOSE DEPINTRD
           END-IF.
           IF REXX-LIB-ALLOCATED
              PERFORM 4200-FREE-REXFILES
           END-IF.

      *-----------------------------------------------------------------
      *  The package's captured SCL, parsed into one entry per
      *  element, type and system - the C1UPKGSP statement scan. An
      *  element named twice (an ADD and a later GENERATE) is
      *  deployed once.
      *-----------------------------------------------------------------
       1000-LOAD-MANIFEST.

           OPEN INPUT PKGMANIF.
           IF PKGMANIF-NOT-AVAILABLE
              DISPLAY 'C1UDEPLY: DD PKGMANIF NOT AVAILABLE - FILE '
                      'STATUS ' WS-PKGMANIF-FILE-STATUS
                      ' - NOTHING DEPLOYED'
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-PKGMANIF.
           PERFORM 1200-PARSE-ONE-RECORD THRU 1200-NEXT
               UNTIL PKGMANIF-ATEND.
           PERFORM 1300-CLOSE-OPEN-STATEMENT.
           CLOSE PKGMANIF.

           IF WS-EL-COUNT = 0
              DISPLAY 'C1UDEPLY: NO MANIFEST ELEMENTS CAPTURED FOR '
                      WS-TARGET-PKGID ' - NOTHING TO DEPLOY'
           END-IF.
           IF WS-EL-DROPPED > 0
              DISPLAY 'C1UDEPLY: ' WS-EL-DROPPED ' ELEMENT(S) PAST '
                      'THE ' WS-EL-MAX '-ENTRY TABLE - NOT DEPLOYED'
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
      *  Every table entry whose type, system and target environment
      *  match this element. A package-scope entry runs only the
      *  first time it matches in a system.
      *-----------------------------------------------------------------
       2000-ACTIONS-FOR-ELEMENT.

           MOVE WS-EL-ELEMENT(WS-EL-INX) TO WS-CUR-ELEMENT.
           MOVE WS-EL-TYPE(WS-EL-INX)    TO WS-CUR-ELM-TYPE.
           MOVE WS-EL-SYSTEM(WS-EL-INX)  TO WS-CUR-SYSTEM.
           PERFORM VARYING WS-ACT-INX FROM 1 BY 1
               UNTIL WS-ACT-INX > WS-DEP-ACTION-COUNT
               IF WS-DEP-TYPE(WS-ACT-INX) = WS-CUR-ELM-TYPE
                  AND (WS-DEP-SYSTEM(WS-ACT-INX) = '*'
                    OR WS-DEP-SYSTEM(WS-ACT-INX) = WS-CUR-SYSTEM)
                  AND (WS-DEP-ENV(WS-ACT-INX) = '*'
                    OR WS-DEP-ENV(WS-ACT-INX) = WS-TARGET-ENV)
                  IF DEP-SCOPE-PACKAGE(WS-ACT-INX)
                     PERFORM 2100-CHECK-PACKAGE-SCOPE
                     IF NOT PACKAGE-ACTION-ALREADY-RUN
                        MOVE '*' TO WS-CUR-ELEMENT
                        PERFORM 2200-RUN-ONE-ACTION
                        MOVE WS-EL-ELEMENT(WS-EL-INX)
                             TO WS-CUR-ELEMENT
                     END-IF
                  ELSE
                     PERFORM 2200-RUN-ONE-ACTION
                  END-IF
               END-IF
           END-PERFORM.

       2100-CHECK-PACKAGE-SCOPE.

           MOVE 'N' TO WS-PS-FOUND.
           PERFORM VARYING WS-PS-INX FROM 1 BY 1
               UNTIL WS-PS-INX > WS-PS-COUNT
                  OR PACKAGE-ACTION-ALREADY-RUN
               IF WS-PS-ACTION-INX(WS-PS-INX) = WS-ACT-INX
                  AND WS-PS-SYSTEM(WS-PS-INX) = WS-CUR-SYSTEM
                  MOVE 'Y' TO WS-PS-FOUND
               END-IF
           END-PERFORM.
           IF NOT PACKAGE-ACTION-ALREADY-RUN
              AND WS-PS-COUNT < 200
              ADD 1 TO WS-PS-COUNT
              MOVE WS-ACT-INX    TO WS-PS-ACTION-INX(WS-PS-COUNT)
              MOVE WS-CUR-SYSTEM TO WS-PS-SYSTEM(WS-PS-COUNT)
           END-IF.

       2200-RUN-ONE-ACTION.

           MOVE WS-DEP-KIND(WS-ACT-INX)   TO WS-CUR-KIND.
           MOVE WS-DEP-MEMBER(WS-ACT-INX) TO WS-CUR-MEMBER.
           MOVE WS-DEP-DESC(WS-ACT-INX)   TO WS-CUR-DESC.
           MOVE 0 TO WS-CUR-RC.
           EVALUATE TRUE
             WHEN DEP-ACTION-IS-REXX(WS-ACT-INX)
               PERFORM 3000-RUN-REXX-ACTION
             WHEN DEP-ACTION-IS-JOB(WS-ACT-INX)
               PERFORM 3100-SUBMIT-ACTION-JOB THRU 3100-EXIT
             WHEN OTHER
               MOVE 'NOTRUN' TO WS-CUR-RESULT
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY 'C1UDEPLY: ACTION KIND ' WS-CUR-KIND ' FOR '
                       WS-CUR-MEMBER ' NOT R OR J'
           END-EVALUATE.
           PERFORM 3500-RECORD-OUTCOME.

      *-----------------------------------------------------------------
      *  A REXX action through IRXJCL - SYSEXEC is allocated to the
      *  REXXLIB library on first use. RC 0 is done.
      *-----------------------------------------------------------------
       3000-RUN-REXX-ACTION.

           IF WS-REXX-STATE = 'N'
              PERFORM 4100-ALLOCATE-REXFILE
           END-IF.
           IF REXX-LIB-UNUSABLE
              MOVE 'NOTRUN' TO WS-CUR-RESULT
              ADD 1 TO WS-FAIL-COUNT
           ELSE
              MOVE WS-CUR-MEMBER     TO DEP-REXX-NAME
              MOVE WS-TARGET-PKGID   TO DEP-REXX-PACKAGE
              MOVE WS-TARGET-ENV     TO DEP-REXX-ENV
              MOVE WS-CUR-SYSTEM     TO DEP-REXX-SYSTEM
              MOVE WS-CUR-ELM-TYPE   TO DEP-REXX-TYPE
              MOVE WS-CUR-ELEMENT    TO DEP-REXX-ELEMENT
              ACCEPT WS-MT-START-TIME FROM TIME
              CALL IRXJCL USING DEP-ACTION-PARMS-IRXJCL
              MOVE RETURN-CODE TO WS-REXX-RC
              ACCEPT WS-MT-END-TIME FROM TIME
              MOVE 'C1UDEPLY'        TO WS-MT-PROGRAM
              MOVE WS-CUR-MEMBER     TO WS-MT-TARGET
              MOVE WS-TARGET-PKGID   TO WS-MT-KEY
              MOVE WS-REXX-RC        TO WS-MT-RC
              CALL 'EXTMTRCS' USING WS-CALL-METRIC
              MOVE 0 TO RETURN-CODE
              IF WS-REXX-RC < 0 OR WS-REXX-RC > 9999
                 MOVE 9999 TO WS-CUR-RC
              ELSE
                 MOVE WS-REXX-RC TO WS-CUR-RC
              END-IF
              IF WS-REXX-RC = 0
                 MOVE 'DONE' TO WS-CUR-RESULT
                 ADD 1 TO WS-DONE-COUNT
              ELSE
                 MOVE 'FAILED' TO WS-CUR-RESULT
                 ADD 1 TO WS-FAIL-COUNT
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  A job action: the member is copied to the internal reader
      *  with a SET statement after its JOB statement (and any
      *  continuations of it) - the C1UPIVER submission - so its
      *  steps can refer to &DEPPKG, &DEPENV, &DEPSYS, &DEPTYP and
      *  &DEPELM.
      *-----------------------------------------------------------------
       3100-SUBMIT-ACTION-JOB.

           IF WS-INTRD-STATE = 'N'
              OPEN OUTPUT DEPINTRD
              IF WS-INTRD-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-INTRD-STATE
              ELSE
                 DISPLAY 'C1UDEPLY: DEPINTRD NOT AVAILABLE - FILE '
                         'STATUS ' WS-INTRD-FILE-STATUS
                         ' - NO DEPLOYMENT JOBS SUBMITTED'
                 MOVE 'U' TO WS-INTRD-STATE
              END-IF
           END-IF.
           IF INTRD-UNUSABLE
              MOVE 'NOTRUN' TO WS-CUR-RESULT
              ADD 1 TO WS-FAIL-COUNT
              GO TO 3100-EXIT
           END-IF.

           MOVE SPACES TO ALLOC-TEXT.
           STRING 'ALLOC DD(DEPJCLIN) DA(' DELIMITED BY SIZE
                  WS-DEP-JCL-LIBRARY-DSN DELIMITED BY SPACE
                  '(' DELIMITED BY SIZE
                  WS-CUR-MEMBER DELIMITED BY SPACE
                  ')) SHR REUSE' DELIMITED BY SIZE
             INTO ALLOC-TEXT
           END-STRING.
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC.
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              MOVE 'NOTRUN' TO WS-CUR-RESULT
              ADD 1 TO WS-FAIL-COUNT
              GO TO 3100-EXIT
           END-IF.

           OPEN INPUT DEPJCLIN.
           IF WS-IN-FILE-STATUS NOT = '00'
              DISPLAY 'C1UDEPLY: JCL MEMBER ' WS-CUR-MEMBER
                      ' NOT READABLE - FILE STATUS ' WS-IN-FILE-STATUS
              MOVE 'NOTRUN' TO WS-CUR-RESULT
              ADD 1 TO WS-FAIL-COUNT
           ELSE
              MOVE 0   TO WS-JCL-LINE-COUNT
              MOVE 'N' TO WS-SET-WRITTEN
              MOVE SPACES TO WS-SET-LINE
              STRING '// SET DEPPKG=''' DELIMITED BY SIZE
                     WS-TARGET-PKGID DELIMITED BY SPACE
                     ''',DEPENV=''' DELIMITED BY SIZE
                     WS-TARGET-ENV DELIMITED BY SPACE
                     ''',DEPSYS=''' DELIMITED BY SIZE
                     WS-CUR-SYSTEM DELIMITED BY SPACE
                     ''',DEPTYP=''' DELIMITED BY SIZE
                     WS-CUR-ELM-TYPE DELIMITED BY SPACE
                     ''',DEPELM=''' DELIMITED BY SIZE
                     WS-CUR-ELEMENT DELIMITED BY SPACE
                     '''' DELIMITED BY SIZE
                 INTO WS-SET-LINE
              END-STRING
              PERFORM UNTIL IN-FILE-ATEND
                 READ DEPJCLIN
                     AT END MOVE '10' TO WS-IN-FILE-STATUS
                 END-READ
                 IF NOT IN-FILE-ATEND
                    ADD 1 TO WS-JCL-LINE-COUNT
                    IF WS-JCL-LINE-COUNT > 1
                       AND NOT SET-STATEMENT-WRITTEN
                       AND (DEPJCLIN-REC(1:2) NOT = '//'
                         OR DEPJCLIN-REC(3:1) NOT = SPACE)
                       WRITE DEPINTRD-REC FROM WS-SET-LINE
                       MOVE 'Y' TO WS-SET-WRITTEN
                    END-IF
                    WRITE DEPINTRD-REC FROM DEPJCLIN-REC
                 END-IF
              END-PERFORM
              IF NOT SET-STATEMENT-WRITTEN
                 AND WS-JCL-LINE-COUNT > 0
                 WRITE DEPINTRD-REC FROM WS-SET-LINE
              END-IF
              CLOSE DEPJCLIN
              IF WS-JCL-LINE-COUNT = 0
                 MOVE 'NOTRUN' TO WS-CUR-RESULT
                 ADD 1 TO WS-FAIL-COUNT
              ELSE
                 MOVE 'SUBMITTD' TO WS-CUR-RESULT
                 ADD 1 TO WS-SUBMIT-COUNT
              END-IF
           END-IF.

           MOVE SPACES TO ALLOC-TEXT.
           MOVE 'FREE  DD(DEPJCLIN)' TO ALLOC-TEXT.
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC.
           MOVE 0 TO RETURN-CODE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  One action outcome: DD DEPLOYLG, a type D PKGHIST event, a
      *  report line - and, for a failure, the operator alert.
      *-----------------------------------------------------------------
       3500-RECORD-OUTCOME.

           ADD 1 TO WS-RESULT-COUNT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           IF DPLG-AVAILABLE
              MOVE SPACES             TO DEPLOYLG-REC
              MOVE WS-NOW-DATE        TO DPL-DATE
              MOVE WS-NOW-TIME(1:6)   TO DPL-TIME
              MOVE WS-TARGET-PKGID    TO DPL-PACKAGE-ID
              MOVE WS-TARGET-ENV      TO DPL-ENV
              MOVE WS-CUR-SYSTEM      TO DPL-SYSTEM
              MOVE WS-CUR-ELM-TYPE    TO DPL-ELM-TYPE
              MOVE WS-CUR-ELEMENT     TO DPL-ELEMENT
              MOVE WS-CUR-KIND        TO DPL-KIND
              MOVE WS-CUR-MEMBER      TO DPL-MEMBER
              MOVE WS-CUR-RESULT      TO DPL-RESULT
              MOVE WS-CUR-RC          TO DPL-RC
              MOVE SPACES             TO WS-LOG-HEADER
              MOVE 'DEPLOYLG'         TO LGH-RECORD-TYPE
              MOVE 01                 TO LGH-LAYOUT-VERSION
              MOVE WS-NOW-DATE        TO LGH-DATE
              MOVE WS-NOW-TIME(1:6)   TO LGH-TIME
              MOVE WS-TARGET-PKGID    TO LGH-KEY
              CALL 'LOGSTAMP' USING WS-LOG-HEADER
              MOVE WS-LOG-HEADER      TO DEPLOYLG-HEADER
              WRITE DEPLOYLG-REC
           END-IF.

           MOVE SPACES TO WS-HIST-DETAIL.
           STRING WS-CUR-MEMBER ' ' WS-CUR-RESULT ' RC=' WS-CUR-RC
                  ' ' WS-CUR-ELEMENT ' ' WS-CUR-ELM-TYPE
              DELIMITED BY SIZE INTO WS-HIST-DETAIL
           END-STRING.
           PERFORM 3600-WRITE-HISTORY-EVENT.

           MOVE WS-TARGET-PKGID   TO RPT-PACKAGE-ID.
           MOVE WS-CUR-SYSTEM     TO RPT-SYSTEM.
           MOVE WS-CUR-ELM-TYPE   TO RPT-ELM-TYPE.
           MOVE WS-CUR-ELEMENT    TO RPT-ELEMENT.
           MOVE WS-CUR-KIND       TO RPT-KIND.
           MOVE WS-CUR-MEMBER     TO RPT-MEMBER.
           MOVE WS-CUR-RESULT     TO RPT-RESULT.
           MOVE WS-CUR-RC         TO RPT-RC.
           MOVE WS-CUR-DESC       TO RPT-DESC.
           WRITE DEPRPT-REC FROM WS-DETAIL-LINE.

           IF CUR-ACTION-FAILED
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'C1UDEPLY DEPLOYMENT ACTION ' WS-CUR-MEMBER
                     ' ' WS-CUR-RESULT ' RC=' WS-CUR-RC
                     ' PKG=' WS-TARGET-PKGID
                     ' ELM=' WS-CUR-ELEMENT
                     ' TYPE=' WS-CUR-ELM-TYPE
                     ' SYS=' WS-CUR-SYSTEM
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
              END-STRING
              CALL 'WTOALERT' USING WS-WTO-TEXT
           END-IF.

      *-----------------------------------------------------------------
      *  A type D event on the keyed history store, retried on the
      *  next sequence for a duplicate key - the C1UPKGLD rule.
      *-----------------------------------------------------------------
       3600-WRITE-HISTORY-EVENT.

           IF HIST-AVAILABLE
              MOVE SPACES            TO PKGHIST-REC
              MOVE WS-TARGET-PKGID   TO PH-PACKAGE-ID
              MOVE WS-NOW-DATE       TO PH-DATE
              MOVE WS-NOW-TIME(1:6)  TO PH-TIME
              MOVE 0                 TO PH-SEQ
              MOVE 'D'               TO PH-REC-TYPE
              MOVE 'DEPLOY'          TO PH-EVENT
              MOVE WS-HIST-DETAIL    TO PH-DETAIL
              MOVE 'N' TO WS-HIST-DONE
              MOVE 0   TO WS-HIST-RETRIES
              PERFORM UNTIL HIST-WRITE-DONE
                 WRITE PKGHIST-REC
                     INVALID KEY
                         IF WS-HIST-RETRIES < 999
                            ADD 1 TO WS-HIST-RETRIES
                            ADD 1 TO PH-SEQ
                         ELSE
                            DISPLAY 'C1UDEPLY: HISTORY EVENT NOT '
                                    'WRITTEN - FILE STATUS '
                                    WS-PKGHIST-FILE-STATUS ' FOR '
                                    PH-PACKAGE-ID
                            MOVE 'Y' TO WS-HIST-DONE
                         END-IF
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-HIST-DONE
                 END-WRITE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  Allocate DD SYSEXEC for the REXX actions - the C1UPIVER
      *  pattern; a failure only costs the REXX actions.
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
              DISPLAY 'C1UDEPLY: SYSEXEC ALLOCATION FAILED - '
                      'REXX ACTIONS NOT RUN'
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

       9000-DYNAMIC-ALLOC-DEALLOC.

           CALL BPXWDYN USING ALLOC-STRING
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'C1UDEPLY: ALLOCATION FAILED: RETURN CODE = '
                       RETURN-CODE
               DISPLAY ALLOC-TEXT
           END-IF
           .
