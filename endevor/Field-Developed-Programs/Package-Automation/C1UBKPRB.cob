       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Repeated-backout problem raiser. Counts the      *
      *              package backouts on DD BCKIMPRT dated within the *
      *              last WS-BKREAS-DAYS days (copybook BKREASCF)     *
      *              against what each package touched - the element, *
      *              type and system of every SCL statement C1UEXT07  *
      *              captured to DD PKGMANIF at its cast. An element, *
      *              or a whole system, backed out WS-BKREAS-REPEAT   *
      *              times or more in the period gets one ServiceNow  *
      *              problem record through SNOWPRBC, naming the      *
      *              packages involved and their backout reason       *
      *              codes. Every raised problem is kept on DD PRBREG *
      *              so the same element or system is not raised      *
      *              again while its backouts stay in the period.     *
      *              With WS-BKREAS-PROBLEM at 'N' the run only       *
      *              reports what it would raise. One line per repeat *
      *              goes to DD BKPRBRPT. Return code 4 when a        *
      *              problem could not be created.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UBKPRB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCKIMPRT ASSIGN TO BCKIMPRT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PRBREG ASSIGN TO PRBREG
               FILE STATUS IS WS-PRBREG-FILE-STATUS.
           SELECT BKPRBRPT ASSIGN TO BKPRBRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  BCKIMPRT
           RECORD CONTAINS 88 CHARACTERS.
       01  BCKIMPRT-REC.
           03  BKI-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  BKI-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  BKI-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  BKI-ENV                  PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKI-STGID                PIC X(01).
           03  FILLER                   PIC X(01).
           03  BKI-BACKOUT-STATUS       PIC X(12).
           03  FILLER                   PIC X(01).
           03  BKI-CAST-USER            PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKI-UPDATE-USER          PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKI-REASON               PIC X(08).
           03  FILLER                   PIC X(05).

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
      *  DD PRBREG - one record per problem this program has raised:
      *  E element (subject = element, type and system) or S system.
      *  Read at the start of the run, appended to as problems are
      *  created.
      *-----------------------------------------------------------------
       FD  PRBREG
           RECORD CONTAINS 80 CHARACTERS.
       01  PRBREG-REC.
           03  PRG-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  PRG-SCOPE                PIC X(01).
           03  FILLER                   PIC X(01).
           03  PRG-SUBJECT              PIC X(40).
           03  FILLER                   PIC X(01).
           03  PRG-COUNT                PIC 9(03).
           03  FILLER                   PIC X(01).
           03  PRG-NUMBER               PIC X(10).
           03  FILLER                   PIC X(14).

       FD  BKPRBRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  BKPRBRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS                PIC X(02).
           88  IN-FILE-ATEND                       VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE               VALUE '30' '35'.
       01  WS-PRBREG-FILE-STATUS            PIC X(02).
           88  PRBREG-ATEND                        VALUE '10'.
           88  PRBREG-NOT-AVAILABLE                VALUE '30' '35'.

         COPY BKREASCF.
         COPY EXITCFG.
       01  WS-CFG-INX                       PIC 9(02).

       01  WS-TODAY                         PIC 9(08).
       01  WS-CUTOFF-DATE                   PIC 9(08).

      *= Backouts dated within the period =============================
       01  WS-BK-MAX                        PIC 9(04) VALUE 500.
       01  WS-BK-COUNT                      PIC 9(04) VALUE 0.
       01  WS-BK-DROPPED                    PIC 9(04) VALUE 0.
       01  WS-BK-INX                        PIC 9(04).
       01  WS-BK-TABLE.
           03  WS-BK-ENTRY OCCURS 500 TIMES.
               05  WS-BK-PACKAGE-ID         PIC X(16).
               05  WS-BK-DATE               PIC 9(08).
               05  WS-BK-REASON             PIC X(08).

      *= Repeat subjects: elements and systems backed out =============
      *  Each subject lists the backouts (WS-BK-TABLE entries) that
      *  touched it, once each however many statements named it.
       01  WS-RP-MAX                        PIC 9(04) VALUE 1000.
       01  WS-RP-COUNT                      PIC 9(04) VALUE 0.
       01  WS-RP-DROPPED                    PIC 9(04) VALUE 0.
       01  WS-RP-INX                        PIC 9(04).
       01  WS-RP-HIT-INX                    PIC 9(04).
       01  WS-RP-LIST-MAX                   PIC 9(02) VALUE 20.
       01  WS-RP-LIST-INX                   PIC 9(02).
       01  WS-RP-TABLE.
           03  WS-RP-ENTRY OCCURS 1000 TIMES.
               05  WS-RP-SCOPE              PIC X(01).
               05  WS-RP-SUBJECT            PIC X(40).
               05  WS-RP-COUNT-BK           PIC 9(03).
               05  WS-RP-LISTED             PIC 9(02).
               05  WS-RP-BK-INX             PIC 9(04) OCCURS 20 TIMES.
       01  WS-RP-WORK-SCOPE                 PIC X(01).
       01  WS-RP-WORK-SUBJECT               PIC X(40).
       01  WS-RP-ALREADY                    PIC X(01).
           88  BACKOUT-ALREADY-LISTED              VALUE 'Y'.

      *= SCL statement gathering (the C1UEXT07 0169 scan) =============
       01  WS-MAN-PACKAGE-ID                PIC X(16) VALUE SPACES.
       01  WS-MAN-IN-PERIOD                 PIC X(01) VALUE 'N'.
           88  MANIFEST-PACKAGE-BACKED-OUT         VALUE 'Y'.
       01  WS-STMT-OPEN                     PIC X(01) VALUE 'N'.
           88  STATEMENT-OPEN                      VALUE 'Y'.
       01  WS-STMT                          PIC X(480).
       01  WS-STMT-POS                      PIC 9(03).
       01  WS-STMT-PERIODS                  PIC 9(02).
       01  WS-KEYWORD                       PIC X(12).
       01  WS-KEYWORD-LEN                   PIC 9(02).
       01  WS-VALUE                         PIC X(10).
       01  WS-SCAN-POS                      PIC 9(03).
       01  WS-SCAN-LEN                      PIC 9(03).
       01  WS-STMT-ELEMENT                  PIC X(10).
       01  WS-STMT-TYPE                     PIC X(08).
       01  WS-STMT-SYSTEM                   PIC X(08).

      *= Problems already raised (DD PRBREG) ==========================
       01  WS-RG-MAX                        PIC 9(04) VALUE 500.
       01  WS-RG-COUNT                      PIC 9(04) VALUE 0.
       01  WS-RG-INX                        PIC 9(04).
       01  WS-RG-TABLE.
           03  WS-RG-ENTRY OCCURS 500 TIMES.
               05  WS-RG-DATE               PIC 9(08).
               05  WS-RG-SCOPE              PIC X(01).
               05  WS-RG-SUBJECT            PIC X(40).
               05  WS-RG-NUMBER             PIC X(10).
       01  WS-RG-FOUND-NUMBER               PIC X(10).

      *= SNOWPRBC call ================================================
       01  WS-PRB-SCOPE                     PIC X(01).
       01  WS-PRB-SUBJECT                   PIC X(40).
       01  WS-PRB-COUNT                     PIC 9(03).
       01  WS-PRB-DAYS                      PIC 9(03).
       01  WS-PRB-PACKAGES                  PIC X(200).
       01  WS-PRB-REASONS                   PIC X(80).
       01  WS-PRB-NUMBER                    PIC X(10).
       01  WS-PRB-RC                        PIC S9(04).
       01  WS-PRB-RC-EDIT                   PIC -(4)9.
       01  WS-PKG-PTR                       PIC 9(03).
       01  WS-RSN-PTR                       PIC 9(03).
       01  WS-RSN-WORK                      PIC X(08).
       01  WS-RSN-DUP                       PIC X(01).
           88  REASON-ALREADY-LISTED               VALUE 'Y'.
       01  WS-RSN-COUNT                     PIC 9(02).
       01  WS-RSN-INX                       PIC 9(02).
       01  WS-RSN-TABLE.
           03  WS-RSN-CODE                  PIC X(08) OCCURS 20 TIMES.

       01  WS-REPEAT-COUNT                  PIC 9(04) VALUE 0.
       01  WS-RAISED-COUNT                  PIC 9(04) VALUE 0.
       01  WS-FAILED-COUNT                  PIC 9(04) VALUE 0.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-TITLE-LINE.
           03  FILLER                       PIC X(30)
               VALUE 'REPEATED BACKOUTS - THRESHOLD '.
           03  RPT-TITLE-REPEAT             PIC Z9.
           03  FILLER                       PIC X(16)
               VALUE ' BACKOUTS WITHIN'.
           03  RPT-TITLE-DAYS               PIC ZZ9.
           03  FILLER                       PIC X(16)
               VALUE ' DAYS, AFTER   '.
           03  RPT-TITLE-CUTOFF             PIC 9(08).
           03  FILLER                       PIC X(57) VALUE SPACES.

       01  WS-HEADING-LINE.
           03  FILLER                       PIC X(08) VALUE 'SCOPE'.
           03  FILLER                       PIC X(41) VALUE 'SUBJECT'.
           03  FILLER                       PIC X(07) VALUE 'COUNT'.
           03  FILLER                       PIC X(15) VALUE 'ACTION'.
           03  FILLER                       PIC X(11) VALUE 'PROBLEM'.
           03  FILLER                       PIC X(50) VALUE 'PACKAGES'.

       01  WS-DETAIL-LINE.
           03  RPT-SCOPE                    PIC X(07).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-SUBJECT                  PIC X(40).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-COUNT                    PIC ZZ9.
           03  FILLER                       PIC X(04) VALUE SPACES.
           03  RPT-ACTION                   PIC X(14).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-PROBLEM                  PIC X(10).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-PACKAGES                 PIC X(50).

       01  WS-TOTAL-LINE.
           03  RPT-TOTAL-BACKOUTS           PIC ZZZ9.
           03  FILLER                       PIC X(24)
               VALUE ' BACKOUTS IN THE PERIOD,'.
           03  RPT-TOTAL-REPEATS            PIC ZZZ9.
           03  FILLER                       PIC X(10)
               VALUE ' REPEATS, '.
           03  RPT-TOTAL-RAISED             PIC ZZZ9.
           03  FILLER                       PIC X(18)
               VALUE ' PROBLEMS RAISED, '.
           03  RPT-TOTAL-FAILED             PIC ZZZ9.
           03  FILLER                       PIC X(07) VALUE ' FAILED'.
           03  FILLER                       PIC X(57) VALUE SPACES.

       01  WS-NONE-LINE                     PIC X(132) VALUE
           'NO ELEMENT OR SYSTEM REACHED THE REPEAT THRESHOLD'.

         COPY RUNCTXH.

       PROCEDURE DIVISION.
       MAIN-LINE.

           PERFORM 0060-LOAD-BKREASON-CONFIG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                    - WS-BKREAS-DAYS).

           OPEN OUTPUT BKPRBRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-BKREAS-REPEAT TO RPT-TITLE-REPEAT.
           MOVE WS-BKREAS-DAYS   TO RPT-TITLE-DAYS.
           MOVE WS-CUTOFF-DATE   TO RPT-TITLE-CUTOFF.
           WRITE BKPRBRPT-REC FROM WS-TITLE-LINE.

           OPEN INPUT BCKIMPRT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 0100-READ-BCKIMPRT
              PERFORM 0200-TABLE-ONE-BACKOUT UNTIL IN-FILE-ATEND
              CLOSE BCKIMPRT
           END-IF.

           IF WS-BK-COUNT > 0
              OPEN INPUT PKGMANIF
              IF NOT IN-FILE-NOT-AVAILABLE
                 PERFORM 0300-READ-PKGMANIF
                 PERFORM 0310-GATHER-ONE-RECORD UNTIL IN-FILE-ATEND
                 CLOSE PKGMANIF
              END-IF
           END-IF.

           PERFORM 0400-LOAD-PROBLEM-REGISTER.

           WRITE BKPRBRPT-REC FROM WS-HEADING-LINE.
           PERFORM 0500-JUDGE-ONE-SUBJECT THRU 0500-EXIT
                   VARYING WS-RP-INX FROM 1 BY 1
                   UNTIL WS-RP-INX > WS-RP-COUNT.
           IF WS-REPEAT-COUNT = 0
              WRITE BKPRBRPT-REC FROM WS-NONE-LINE
           END-IF.

           MOVE WS-BK-COUNT     TO RPT-TOTAL-BACKOUTS.
           MOVE WS-REPEAT-COUNT TO RPT-TOTAL-REPEATS.
           MOVE WS-RAISED-COUNT TO RPT-TOTAL-RAISED.
           MOVE WS-FAILED-COUNT TO RPT-TOTAL-FAILED.
           WRITE BKPRBRPT-REC FROM WS-TOTAL-LINE.
           CLOSE BKPRBRPT.

           IF WS-BK-DROPPED > 0
              DISPLAY 'C1UBKPRB: WARNING - ' WS-BK-DROPPED
                      ' BACKOUTS DROPPED, TABLE FULL'
           END-IF.
           IF WS-RP-DROPPED > 0
              DISPLAY 'C1UBKPRB: WARNING - ' WS-RP-DROPPED
                      ' ELEMENTS/SYSTEMS DROPPED, TABLE FULL'
           END-IF.
           DISPLAY 'C1UBKPRB: ' WS-BK-COUNT ' BACKOUTS, '
                   WS-REPEAT-COUNT ' REPEATS, '
                   WS-RAISED-COUNT ' PROBLEMS RAISED'.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UBKPRB' TO WS-LGR-PROGRAM.
           MOVE WS-RAISED-COUNT TO WS-LGR-COUNT.
           IF WS-FAILED-COUNT > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of BKPRBRPT - see COPY RUNCTXH.
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
           WRITE BKPRBRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  %BKREASON - only the repeat settings matter here; the reason
      *  codes and automated-job prefixes are C1UEXSHP's.
      *-----------------------------------------------------------------
       0060-LOAD-BKREASON-CONFIG.

           MOVE 'BKREASON'            TO CFG-SECTION-NAME.
           MOVE WS-BKREAS-CFG-LINES   TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'REPEAT='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(8:2) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:2)
                             TO WS-BKREAS-REPEAT
                        END-IF
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'DAYS='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(6:3) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:3)
                             TO WS-BKREAS-DAYS
                        END-IF
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'PROBLEM='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:1)
                          TO WS-BKREAS-PROBLEM
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
              END-PERFORM
           END-IF.
      *    A repeat of one is every backout - never meant.
           IF WS-BKREAS-REPEAT < 2
              MOVE 2 TO WS-BKREAS-REPEAT
           END-IF.

       0100-READ-BCKIMPRT.
           READ BCKIMPRT
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0200-TABLE-ONE-BACKOUT.

           IF BKI-DATE IS NUMERIC
              AND BKI-DATE > WS-CUTOFF-DATE
              AND BKI-PACKAGE-ID NOT = SPACES
              IF WS-BK-COUNT < WS-BK-MAX
                 ADD 1 TO WS-BK-COUNT
                 MOVE BKI-PACKAGE-ID TO WS-BK-PACKAGE-ID(WS-BK-COUNT)
                 MOVE BKI-DATE       TO WS-BK-DATE(WS-BK-COUNT)
                 MOVE BKI-REASON     TO WS-BK-REASON(WS-BK-COUNT)
              ELSE
                 ADD 1 TO WS-BK-DROPPED
              END-IF
           END-IF.
           PERFORM 0100-READ-BCKIMPRT.

       0300-READ-PKGMANIF.
           READ PKGMANIF
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  One captured SCL record. Only the packages backed out in the
      *  period matter; their records are gathered up to each
      *  statement's closing period and the statement judged whole,
      *  as C1UEXT07 does at Before-CAST.
      *-----------------------------------------------------------------
       0310-GATHER-ONE-RECORD.

           IF MAN-PACKAGE-ID NOT = WS-MAN-PACKAGE-ID
              MOVE MAN-PACKAGE-ID TO WS-MAN-PACKAGE-ID
              MOVE 'N' TO WS-STMT-OPEN WS-MAN-IN-PERIOD
              PERFORM VARYING WS-BK-INX FROM 1 BY 1
                      UNTIL WS-BK-INX > WS-BK-COUNT
                         OR MANIFEST-PACKAGE-BACKED-OUT
                 IF WS-BK-PACKAGE-ID(WS-BK-INX) = MAN-PACKAGE-ID
                    MOVE 'Y' TO WS-MAN-IN-PERIOD
                 END-IF
              END-PERFORM
           END-IF.
           IF MANIFEST-PACKAGE-BACKED-OUT
              AND MAN-SCL-RECORD NOT = SPACES
              AND MAN-SCL-RECORD(1:1) NOT = '*'
              IF NOT STATEMENT-OPEN
                 MOVE SPACES TO WS-STMT
                 MOVE 1 TO WS-STMT-POS
                 MOVE 'Y' TO WS-STMT-OPEN
              END-IF
      *       A statement longer than the buffer is judged on its
      *       first six records - the names lead the statement.
              IF WS-STMT-POS < 481
                 MOVE MAN-SCL-RECORD TO WS-STMT(WS-STMT-POS:80)
                 ADD 80 TO WS-STMT-POS
              END-IF
              MOVE 0 TO WS-STMT-PERIODS
              INSPECT MAN-SCL-RECORD TALLYING WS-STMT-PERIODS
                      FOR ALL '.'
              IF WS-STMT-PERIODS > 0
                 MOVE 'N' TO WS-STMT-OPEN
                 PERFORM 0320-JUDGE-STATEMENT
              END-IF
           END-IF.
           PERFORM 0300-READ-PKGMANIF.

      *-----------------------------------------------------------------
      *  The element (with its type and system) and the system one
      *  gathered statement names each count one against every
      *  backout of the package.
      *-----------------------------------------------------------------
       0320-JUDGE-STATEMENT.

           MOVE ' ELEMENT ''' TO WS-KEYWORD.
           MOVE 10 TO WS-KEYWORD-LEN.
           PERFORM 0330-EXTRACT-QUOTED-VALUE.
           MOVE WS-VALUE TO WS-STMT-ELEMENT.
           MOVE ' TYPE ''' TO WS-KEYWORD.
           MOVE 7 TO WS-KEYWORD-LEN.
           PERFORM 0330-EXTRACT-QUOTED-VALUE.
           MOVE WS-VALUE(1:8) TO WS-STMT-TYPE.
           MOVE ' SYSTEM ''' TO WS-KEYWORD.
           MOVE 9 TO WS-KEYWORD-LEN.
           PERFORM 0330-EXTRACT-QUOTED-VALUE.
           MOVE WS-VALUE(1:8) TO WS-STMT-SYSTEM.

           IF WS-STMT-ELEMENT NOT = SPACES
              MOVE 'E' TO WS-RP-WORK-SCOPE
              MOVE SPACES TO WS-RP-WORK-SUBJECT
              STRING WS-STMT-ELEMENT DELIMITED BY SPACE
                     ' TYPE '        DELIMITED BY SIZE
                     WS-STMT-TYPE    DELIMITED BY SPACE
                     ' SYSTEM '      DELIMITED BY SIZE
                     WS-STMT-SYSTEM  DELIMITED BY SPACE
                 INTO WS-RP-WORK-SUBJECT
              END-STRING
              PERFORM 0340-COUNT-SUBJECT
           END-IF.
           IF WS-STMT-SYSTEM NOT = SPACES
              MOVE 'S' TO WS-RP-WORK-SCOPE
              MOVE WS-STMT-SYSTEM TO WS-RP-WORK-SUBJECT
              PERFORM 0340-COUNT-SUBJECT
           END-IF.

      *-----------------------------------------------------------------
      *  The quoted value following WS-KEYWORD in the gathered
      *  statement - SPACES when the keyword is not there.
      *-----------------------------------------------------------------
       0330-EXTRACT-QUOTED-VALUE.

           MOVE SPACES TO WS-VALUE.
           MOVE 0 TO WS-SCAN-POS.
           INSPECT WS-STMT TALLYING WS-SCAN-POS
                   FOR CHARACTERS BEFORE
                   WS-KEYWORD(1:WS-KEYWORD-LEN).
           IF WS-SCAN-POS < 470
              COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-KEYWORD-LEN + 1
              MOVE 0 TO WS-SCAN-LEN
              INSPECT WS-STMT(WS-SCAN-POS:)
                      TALLYING WS-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-SCAN-LEN > 10
                 MOVE 10 TO WS-SCAN-LEN
              END-IF
              IF WS-SCAN-LEN > 0
                 MOVE WS-STMT(WS-SCAN-POS:WS-SCAN-LEN)
                      TO WS-VALUE(1:WS-SCAN-LEN)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Find (or add) the subject and list every backout of the
      *  current package against it - once per backout, however many
      *  statements name the subject. A subject whose list is full
      *  still counts; it only stops naming further packages.
      *-----------------------------------------------------------------
       0340-COUNT-SUBJECT.

           MOVE 0 TO WS-RP-HIT-INX.
           PERFORM VARYING WS-RP-INX FROM 1 BY 1
                   UNTIL WS-RP-INX > WS-RP-COUNT
                      OR WS-RP-HIT-INX > 0
              IF WS-RP-SCOPE(WS-RP-INX) = WS-RP-WORK-SCOPE
                 AND WS-RP-SUBJECT(WS-RP-INX) = WS-RP-WORK-SUBJECT
                 MOVE WS-RP-INX TO WS-RP-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-RP-HIT-INX = 0
              IF WS-RP-COUNT < WS-RP-MAX
                 ADD 1 TO WS-RP-COUNT
                 MOVE WS-RP-COUNT TO WS-RP-HIT-INX
                 MOVE WS-RP-WORK-SCOPE
                      TO WS-RP-SCOPE(WS-RP-HIT-INX)
                 MOVE WS-RP-WORK-SUBJECT
                      TO WS-RP-SUBJECT(WS-RP-HIT-INX)
                 MOVE 0 TO WS-RP-COUNT-BK(WS-RP-HIT-INX)
                           WS-RP-LISTED(WS-RP-HIT-INX)
              ELSE
                 ADD 1 TO WS-RP-DROPPED
              END-IF
           END-IF.
           IF WS-RP-HIT-INX > 0
              PERFORM VARYING WS-BK-INX FROM 1 BY 1
                      UNTIL WS-BK-INX > WS-BK-COUNT
                 IF WS-BK-PACKAGE-ID(WS-BK-INX) = WS-MAN-PACKAGE-ID
                    PERFORM 0350-LIST-ONE-BACKOUT
                 END-IF
              END-PERFORM
           END-IF.

       0350-LIST-ONE-BACKOUT.

           MOVE 'N' TO WS-RP-ALREADY.
           PERFORM VARYING WS-RP-LIST-INX FROM 1 BY 1
                   UNTIL WS-RP-LIST-INX > WS-RP-LISTED(WS-RP-HIT-INX)
                      OR BACKOUT-ALREADY-LISTED
              IF WS-RP-BK-INX(WS-RP-HIT-INX, WS-RP-LIST-INX)
                                                       = WS-BK-INX
                 MOVE 'Y' TO WS-RP-ALREADY
              END-IF
           END-PERFORM.
           IF NOT BACKOUT-ALREADY-LISTED
              AND WS-RP-COUNT-BK(WS-RP-HIT-INX) < 999
              ADD 1 TO WS-RP-COUNT-BK(WS-RP-HIT-INX)
              IF WS-RP-LISTED(WS-RP-HIT-INX) < WS-RP-LIST-MAX
                 ADD 1 TO WS-RP-LISTED(WS-RP-HIT-INX)
                 MOVE WS-BK-INX TO WS-RP-BK-INX
                      (WS-RP-HIT-INX, WS-RP-LISTED(WS-RP-HIT-INX))
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  DD PRBREG - the problems raised on earlier runs.
      *-----------------------------------------------------------------
       0400-LOAD-PROBLEM-REGISTER.

           OPEN INPUT PRBREG.
           IF NOT PRBREG-NOT-AVAILABLE
              PERFORM 0410-READ-PRBREG
              PERFORM UNTIL PRBREG-ATEND
                 IF PRG-DATE IS NUMERIC
                    AND WS-RG-COUNT < WS-RG-MAX
                    ADD 1 TO WS-RG-COUNT
                    MOVE PRG-DATE    TO WS-RG-DATE(WS-RG-COUNT)
                    MOVE PRG-SCOPE   TO WS-RG-SCOPE(WS-RG-COUNT)
                    MOVE PRG-SUBJECT TO WS-RG-SUBJECT(WS-RG-COUNT)
                    MOVE PRG-NUMBER  TO WS-RG-NUMBER(WS-RG-COUNT)
                 END-IF
                 PERFORM 0410-READ-PRBREG
              END-PERFORM
              CLOSE PRBREG
           END-IF.

       0410-READ-PRBREG.
           READ PRBREG
               AT END MOVE '10' TO WS-PRBREG-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  One subject: at or over the threshold it is a repeat. A
      *  problem raised for it since the start of the period stands;
      *  otherwise one is raised now (or, with raising off, reported).
      *-----------------------------------------------------------------
       0500-JUDGE-ONE-SUBJECT.

           IF WS-RP-COUNT-BK(WS-RP-INX) < WS-BKREAS-REPEAT
              GO TO 0500-EXIT
           END-IF.
           ADD 1 TO WS-REPEAT-COUNT.
           PERFORM 0610-BUILD-PACKAGE-LISTS.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-RP-SCOPE(WS-RP-INX) = 'S'
              MOVE 'SYSTEM'  TO RPT-SCOPE
           ELSE
              MOVE 'ELEMENT' TO RPT-SCOPE
           END-IF.
           MOVE WS-RP-SUBJECT(WS-RP-INX)  TO RPT-SUBJECT.
           MOVE WS-RP-COUNT-BK(WS-RP-INX) TO RPT-COUNT.
           MOVE WS-PRB-PACKAGES           TO RPT-PACKAGES.

           MOVE SPACES TO WS-RG-FOUND-NUMBER.
           PERFORM VARYING WS-RG-INX FROM 1 BY 1
                   UNTIL WS-RG-INX > WS-RG-COUNT
              IF WS-RG-SCOPE(WS-RG-INX) = WS-RP-SCOPE(WS-RP-INX)
                 AND WS-RG-SUBJECT(WS-RG-INX)
                                         = WS-RP-SUBJECT(WS-RP-INX)
                 AND WS-RG-DATE(WS-RG-INX) > WS-CUTOFF-DATE
                 MOVE WS-RG-NUMBER(WS-RG-INX) TO WS-RG-FOUND-NUMBER
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WS-RG-FOUND-NUMBER NOT = SPACES
                 MOVE 'ALREADY RAISED' TO RPT-ACTION
                 MOVE WS-RG-FOUND-NUMBER TO RPT-PROBLEM
              WHEN NOT BKREASON-RAISE-PROBLEMS
                 MOVE 'WOULD RAISE'    TO RPT-ACTION
              WHEN OTHER
                 PERFORM 0600-RAISE-PROBLEM
           END-EVALUATE.
           WRITE BKPRBRPT-REC FROM WS-DETAIL-LINE.

       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  One problem record through SNOWPRBC; a created one joins the
      *  register so later runs leave the subject alone.
      *-----------------------------------------------------------------
       0600-RAISE-PROBLEM.

           MOVE WS-RP-SCOPE(WS-RP-INX)    TO WS-PRB-SCOPE.
           MOVE WS-RP-SUBJECT(WS-RP-INX)  TO WS-PRB-SUBJECT.
           MOVE WS-RP-COUNT-BK(WS-RP-INX) TO WS-PRB-COUNT.
           MOVE WS-BKREAS-DAYS            TO WS-PRB-DAYS.
           MOVE SPACES                    TO WS-PRB-NUMBER.
           CALL 'SNOWPRBC' USING WS-PRB-SCOPE
                                 WS-PRB-SUBJECT
                                 WS-PRB-COUNT
                                 WS-PRB-DAYS
                                 WS-PRB-PACKAGES
                                 WS-PRB-REASONS
                                 WS-PRB-NUMBER.
           MOVE RETURN-CODE TO WS-PRB-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-PRB-RC = 0
              ADD 1 TO WS-RAISED-COUNT
              MOVE 'RAISED'      TO RPT-ACTION
              MOVE WS-PRB-NUMBER TO RPT-PROBLEM
              PERFORM 0700-WRITE-REGISTER-RECORD
              DISPLAY 'C1UBKPRB: PROBLEM ' WS-PRB-NUMBER
                      ' RAISED FOR ' WS-PRB-SUBJECT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE WS-PRB-RC TO WS-PRB-RC-EDIT
              MOVE 'RAISE FAILED'  TO RPT-ACTION
              MOVE WS-PRB-RC-EDIT  TO RPT-PROBLEM
              DISPLAY 'C1UBKPRB: SNOWPRBC FAILED RC=' WS-PRB-RC-EDIT
                      ' FOR ' WS-PRB-SUBJECT
           END-IF.

      *-----------------------------------------------------------------
      *  The subject's packages, blank-separated, and the distinct
      *  reason codes they were backed out under ('NONE' for a
      *  backout recorded without one).
      *-----------------------------------------------------------------
       0610-BUILD-PACKAGE-LISTS.

           MOVE SPACES TO WS-PRB-PACKAGES WS-PRB-REASONS.
           MOVE 1 TO WS-PKG-PTR WS-RSN-PTR.
           MOVE 0 TO WS-RSN-COUNT.
           PERFORM VARYING WS-RP-LIST-INX FROM 1 BY 1
                   UNTIL WS-RP-LIST-INX > WS-RP-LISTED(WS-RP-INX)
              MOVE WS-RP-BK-INX(WS-RP-INX, WS-RP-LIST-INX)
                   TO WS-BK-INX
              STRING WS-BK-PACKAGE-ID(WS-BK-INX) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                 INTO WS-PRB-PACKAGES WITH POINTER WS-PKG-PTR
              END-STRING
              MOVE WS-BK-REASON(WS-BK-INX) TO WS-RSN-WORK
              IF WS-RSN-WORK = SPACES
                 MOVE 'NONE' TO WS-RSN-WORK
              END-IF
              PERFORM 0620-TABLE-ONE-REASON
           END-PERFORM.
           PERFORM VARYING WS-RSN-INX FROM 1 BY 1
                   UNTIL WS-RSN-INX > WS-RSN-COUNT
              STRING WS-RSN-CODE(WS-RSN-INX) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                 INTO WS-PRB-REASONS WITH POINTER WS-RSN-PTR
              END-STRING
           END-PERFORM.

       0620-TABLE-ONE-REASON.

           MOVE 'N' TO WS-RSN-DUP.
           PERFORM VARYING WS-RSN-INX FROM 1 BY 1
                   UNTIL WS-RSN-INX > WS-RSN-COUNT
                      OR REASON-ALREADY-LISTED
              IF WS-RSN-CODE(WS-RSN-INX) = WS-RSN-WORK
                 MOVE 'Y' TO WS-RSN-DUP
              END-IF
           END-PERFORM.
           IF NOT REASON-ALREADY-LISTED
              ADD 1 TO WS-RSN-COUNT
              MOVE WS-RSN-WORK TO WS-RSN-CODE(WS-RSN-COUNT)
           END-IF.

       0700-WRITE-REGISTER-RECORD.

           MOVE SPACES         TO PRBREG-REC.
           MOVE WS-TODAY       TO PRG-DATE.
           MOVE WS-PRB-SCOPE   TO PRG-SCOPE.
           MOVE WS-PRB-SUBJECT TO PRG-SUBJECT.
           MOVE WS-PRB-COUNT   TO PRG-COUNT.
           MOVE WS-PRB-NUMBER  TO PRG-NUMBER.
           OPEN EXTEND PRBREG.
           IF WS-PRBREG-FILE-STATUS = '00'
              WRITE PRBREG-REC
              CLOSE PRBREG
           ELSE
              DISPLAY 'C1UBKPRB: PRBREG NOT WRITTEN - FILE STATUS '
                      WS-PRBREG-FILE-STATUS ' - ' WS-PRB-NUMBER
                      ' MAY BE RAISED AGAIN'
           END-IF.
