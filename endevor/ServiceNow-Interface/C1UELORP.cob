       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Pairs the DD ELMACTLG element attempts written   *
      *              by C1UEXT02 before each action with the DD       *
      *              ELMOUTLG outcomes written by C1UEXA03 after it,  *
      *              so "did my move to QA actually generate?" is     *
      *              answered from the logs, not the job log. Report  *
      *              to DD ELORPT:                                    *
      *                1. every failed processor action (GENERATE,    *
      *                   ADD, UPDATE, MOVE, TRANSFER, RESTORE) with  *
      *                   its ECB high RC and processor RC            *
      *                2. outcomes and failures per CCID              *
      *                3. outcomes and failures per user              *
      *                4. attempts that never got an outcome record - *
      *                   the action abended (or is still running).   *
      *                   Attempts C1UEXT02 itself refused (ELMACTLG  *
      *                   exit RC 8 or more) never ran and are not    *
      *                   expected to have one.                       *
      *              An attempt pairs with the first unpaired outcome *
      *              carrying the same environments, system,          *
      *              subsystem, element, type, action, CCID and user, *
      *              stamped at or after it. PARM optionally supplies *
      *              a CCID prefix filter (up to 12 characters) as    *
      *              for C1UELMRP; no PARM reports everything.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UELORP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-ELMACTLG-FILE-STATUS.
           SELECT OPTIONAL ELMOUTLG ASSIGN TO ELMOUTLG
               FILE STATUS IS WS-ELMOUTLG-FILE-STATUS.
           SELECT ELORPT ASSIGN TO ELORPT.

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
              05  ELA-EXIT-RC-N REDEFINES ELA-EXIT-RC
                                        PIC 9(04).
              05  FILLER                PIC X(04).

       FD  ELMOUTLG
           RECORD CONTAINS 224 CHARACTERS.
       01  ELMOUTLG-REC.
           03  ELMOUTLG-HEADER          PIC X(64).
           03  ELMOUTLG-BODY.
              05  ELU-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELU-TIME              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELU-SRC-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-TGT-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-SYSTEM            PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-SUBSYSTEM         PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  ELU-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-PROC-GROUP        PIC X(16).
              05  FILLER                PIC X(01).
              05  ELU-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  ELU-CCID              PIC X(12).
              05  FILLER                PIC X(01).
              05  ELU-USER              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-HIGH-RC           PIC 9(04).
              05  FILLER                PIC X(01).
              05  ELU-PROC-RC           PIC 9(04).
              05  FILLER                PIC X(01).
              05  ELU-RESULT            PIC X(04).
              05  FILLER                PIC X(01).
              05  ELU-JOB-NAME          PIC X(08).
              05  FILLER                PIC X(13).

       FD  ELORPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ELORPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ELMACTLG-FILE-STATUS      PIC X(02).
           88  ELMACTLG-ATEND                   VALUE '10'.
       01  WS-ELMOUTLG-FILE-STATUS      PIC X(02).
           88  ELMOUTLG-ATEND                   VALUE '10'.
           88  ELMOUTLG-NOT-AVAILABLE           VALUE '05' '30' '35'.

       01  WS-FILTER-CCID               PIC X(12) VALUE SPACES.
       01  WS-FILTER-LEN                PIC 9(02) VALUE 0.
       01  WK-TALLY                     PIC 9(02).

      *-----------------------------------------------------------------
      *  Outcomes (ELMOUTLG), loaded whole so each attempt can claim
      *  its own. WS-OU-KEY and WS-AT-KEY are laid out alike so an
      *  attempt and an outcome compare as one group.
      *-----------------------------------------------------------------
       01  WS-OU-MAX                    PIC 9(05) VALUE 3000.
       01  WS-OU-COUNT                  PIC 9(05) VALUE 0.
       01  WS-OU-DROPPED                PIC 9(05) VALUE 0.
       01  WS-OU-INX                    PIC 9(05).
       01  WS-OU-HIT-INX                PIC 9(05).
       01  WS-OU-TABLE.
           03  WS-OU-ENTRY OCCURS 3000 TIMES.
               05  WS-OU-KEY.
                   07  WS-OU-SRC-ENV    PIC X(08).
                   07  WS-OU-TGT-ENV    PIC X(08).
                   07  WS-OU-SYSTEM     PIC X(08).
                   07  WS-OU-SUBSYSTEM  PIC X(08).
                   07  WS-OU-ELEMENT    PIC X(10).
                   07  WS-OU-TYPE       PIC X(08).
                   07  WS-OU-ACTION     PIC X(10).
                       88  OU-PROCESSOR-ACTION  VALUE 'GENERATE'
                                                  'ADD' 'UPDATE'
                                                  'MOVE' 'TRANSFER'
                                                  'RESTORE'.
                   07  WS-OU-CCID       PIC X(12).
                   07  WS-OU-USER       PIC X(08).
               05  WS-OU-STAMP.
                   07  WS-OU-DATE       PIC 9(08).
                   07  WS-OU-TIME       PIC 9(08).
               05  WS-OU-HIGH-RC        PIC 9(04).
               05  WS-OU-PROC-RC        PIC 9(04).
               05  WS-OU-RESULT         PIC X(04).
                   88  OU-FAILED                VALUE 'FAIL'.
               05  WS-OU-JOB-NAME       PIC X(08).
               05  WS-OU-PAIRED         PIC X(01).
                   88  OU-PAIRED                VALUE 'Y'.

       01  WS-AT-KEY.
           03  WS-AT-SRC-ENV            PIC X(08).
           03  WS-AT-TGT-ENV            PIC X(08).
           03  WS-AT-SYSTEM             PIC X(08).
           03  WS-AT-SUBSYSTEM          PIC X(08).
           03  WS-AT-ELEMENT            PIC X(10).
           03  WS-AT-TYPE               PIC X(08).
           03  WS-AT-ACTION             PIC X(10).
           03  WS-AT-CCID               PIC X(12).
           03  WS-AT-USER               PIC X(08).
       01  WS-AT-STAMP.
           03  WS-AT-DATE               PIC 9(08).
           03  WS-AT-TIME               PIC 9(08).

      *-----------------------------------------------------------------
      *  Attempts left without an outcome, held for section 4.
      *-----------------------------------------------------------------
       01  WS-NO-MAX                    PIC 9(04) VALUE 500.
       01  WS-NO-COUNT                  PIC 9(04) VALUE 0.
       01  WS-NO-DROPPED                PIC 9(05) VALUE 0.
       01  WS-NO-INX                    PIC 9(04).
       01  WS-NO-TABLE.
           03  WS-NO-ENTRY              PIC X(132) OCCURS 500 TIMES.

      *-----------------------------------------------------------------
      *  Outcome/failure tallies per CCID and per user (processor
      *  actions only).
      *-----------------------------------------------------------------
       01  WS-CC-MAX                    PIC 9(04) VALUE 300.
       01  WS-CC-COUNT                  PIC 9(04) VALUE 0.
       01  WS-CC-INX                    PIC 9(04).
       01  WS-CC-HIT-INX                PIC 9(04).
       01  WS-CC-TABLE.
           03  WS-CC-ENTRY OCCURS 300 TIMES.
               05  WS-CC-CCID           PIC X(12).
               05  WS-CC-OUTCOMES       PIC 9(07).
               05  WS-CC-FAILURES       PIC 9(07).

       01  WS-US-MAX                    PIC 9(04) VALUE 300.
       01  WS-US-COUNT                  PIC 9(04) VALUE 0.
       01  WS-US-INX                    PIC 9(04).
       01  WS-US-HIT-INX                PIC 9(04).
       01  WS-US-TABLE.
           03  WS-US-ENTRY OCCURS 300 TIMES.
               05  WS-US-USER           PIC X(08).
               05  WS-US-OUTCOMES       PIC 9(07).
               05  WS-US-FAILURES       PIC 9(07).

       01  WS-TALLY-DROPPED             PIC 9(05) VALUE 0.
       01  WS-ATTEMPT-COUNT             PIC 9(07) VALUE 0.
       01  WS-REFUSED-COUNT             PIC 9(07) VALUE 0.
       01  WS-PAIRED-COUNT              PIC 9(07) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(07) VALUE 0.

      *-----------------------------------------------------------------
      *  Report lines
      *-----------------------------------------------------------------
       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       01  WS-FAIL-HDR-LINE.
           03  FILLER                   PIC X(50) VALUE
               '1. FAILED PROCESSOR ACTIONS (ECB HIGH RC OR PROCES'.
           03  FILLER                   PIC X(82) VALUE
               'SOR RC ABOVE 4)'.
       01  WS-FAIL-COL-LINE.
           03  FILLER                   PIC X(54) VALUE
               'DATE     TIME     SRC-ENV  TGT-ENV  SYSTEM   SUBSYS   '.
           03  FILLER                   PIC X(53) VALUE
               'ELEMENT    TYPE     ACTION     CCID         USER     '.
           03  FILLER                   PIC X(25) VALUE
               'HIGH PROC JOBNAME'.
       01  WS-FAIL-LINE.
           03  FL-DATE                  PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-TIME                  PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-SRC-ENV               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-TGT-ENV               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-SYSTEM                PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-SUBSYSTEM             PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-ELEMENT               PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-TYPE                  PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-ACTION                PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-CCID                  PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-USER                  PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-HIGH-RC               PIC ZZZ9.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-PROC-RC               PIC ZZZ9.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  FL-JOB-NAME              PIC X(08).
           03  FILLER                   PIC X(16) VALUE SPACES.

       01  WS-CC-HDR-LINE.
           03  FILLER                   PIC X(33) VALUE
               '2. PROCESSOR ACTIONS PER CCID'.
           03  FILLER                   PIC X(99) VALUE
               'CCID         OUTCOMES  FAILED'.
       01  WS-US-HDR-LINE.
           03  FILLER                   PIC X(33) VALUE
               '3. PROCESSOR ACTIONS PER USER'.
           03  FILLER                   PIC X(99) VALUE
               'USER         OUTCOMES  FAILED'.
       01  WS-TALLY-LINE.
           03  FILLER                   PIC X(33) VALUE SPACES.
           03  TL-NAME                  PIC X(12).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  TL-OUTCOMES              PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  TL-FAILURES              PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(69) VALUE SPACES.

       01  WS-NO-HDR-LINE.
           03  FILLER                   PIC X(46) VALUE
               '4. ATTEMPTS WITH NO OUTCOME RECORD (ABENDED OR'.
           03  FILLER                   PIC X(86) VALUE
               ' STILL RUNNING) - ELMACTLG RECORD AS LOGGED'.

       01  WS-SUMMARY-LINE.
           03  RPT-ATTEMPT-COUNT        PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(12) VALUE ' ATTEMPTS, '.
           03  RPT-REFUSED-COUNT        PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(19) VALUE
               ' REFUSED BY EXIT, '.
           03  RPT-PAIRED-COUNT         PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(10) VALUE ' PAIRED, '.
           03  RPT-NO-COUNT             PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(14) VALUE ' NO OUTCOME, '.
           03  RPT-FAILED-COUNT         PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(08) VALUE ' FAILED'.
           03  FILLER                   PIC X(34) VALUE SPACES.

       01  WS-WARN-LINE.
           03  FILLER                   PIC X(10) VALUE 'WARNING - '.
           03  WL-DROPPED               PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  WL-TEXT                  PIC X(114).

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-CCID                PIC X(12).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           IF LINK-PARM-LENGTH > 0
              MOVE SPACES TO WS-FILTER-CCID
              IF LINK-PARM-LENGTH > 12
                 MOVE PARM-CCID TO WS-FILTER-CCID
              ELSE
                 MOVE PARM-CCID(1:LINK-PARM-LENGTH)
                      TO WS-FILTER-CCID
              END-IF
              MOVE ZERO TO WK-TALLY
              INSPECT FUNCTION REVERSE(WS-FILTER-CCID)
                      TALLYING WK-TALLY FOR LEADING SPACES
              COMPUTE WS-FILTER-LEN = 12 - WK-TALLY
           END-IF.

           OPEN OUTPUT ELORPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           PERFORM 1000-LOAD-OUTCOMES THRU 1000-EXIT.
           PERFORM 2000-PAIR-ATTEMPTS.

           WRITE ELORPT-REC FROM WS-FAIL-HDR-LINE.
           WRITE ELORPT-REC FROM WS-FAIL-COL-LINE.
           PERFORM 3000-REPORT-ONE-OUTCOME
                   VARYING WS-OU-INX FROM 1 BY 1
                   UNTIL WS-OU-INX > WS-OU-COUNT.

           WRITE ELORPT-REC FROM WS-BLANK-LINE.
           WRITE ELORPT-REC FROM WS-CC-HDR-LINE.
           PERFORM 4100-WRITE-ONE-CCID-TALLY
                   VARYING WS-CC-INX FROM 1 BY 1
                   UNTIL WS-CC-INX > WS-CC-COUNT.

           WRITE ELORPT-REC FROM WS-BLANK-LINE.
           WRITE ELORPT-REC FROM WS-US-HDR-LINE.
           PERFORM 4200-WRITE-ONE-USER-TALLY
                   VARYING WS-US-INX FROM 1 BY 1
                   UNTIL WS-US-INX > WS-US-COUNT.

           WRITE ELORPT-REC FROM WS-BLANK-LINE.
           WRITE ELORPT-REC FROM WS-NO-HDR-LINE.
           PERFORM 4300-WRITE-ONE-NO-OUTCOME
                   VARYING WS-NO-INX FROM 1 BY 1
                   UNTIL WS-NO-INX > WS-NO-COUNT.

           WRITE ELORPT-REC FROM WS-BLANK-LINE.
           MOVE WS-ATTEMPT-COUNT TO RPT-ATTEMPT-COUNT.
           MOVE WS-REFUSED-COUNT TO RPT-REFUSED-COUNT.
           MOVE WS-PAIRED-COUNT  TO RPT-PAIRED-COUNT.
           COMPUTE RPT-NO-COUNT = WS-NO-COUNT + WS-NO-DROPPED.
           MOVE WS-FAILED-COUNT  TO RPT-FAILED-COUNT.
           WRITE ELORPT-REC FROM WS-SUMMARY-LINE.

           PERFORM 5000-WRITE-WARNINGS.

           CLOSE ELORPT.

           IF WS-OU-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of ELORPT - see COPY RUNCTXH.
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
           MOVE SPACES TO ELORPT-REC.
           WRITE ELORPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Load every ELMOUTLG outcome passing the CCID filter. No DD
      *  ELMOUTLG (the after-action exit not yet installed) leaves the
      *  table empty - every attempt then reports as unpaired.
      *-----------------------------------------------------------------
       1000-LOAD-OUTCOMES.
           OPEN INPUT ELMOUTLG.
           IF ELMOUTLG-NOT-AVAILABLE
              DISPLAY 'C1UELORP: DD ELMOUTLG NOT AVAILABLE - STATUS '
                      WS-ELMOUTLG-FILE-STATUS
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-ELMOUTLG.
           PERFORM 1200-STORE-ONE-OUTCOME UNTIL ELMOUTLG-ATEND.
           CLOSE ELMOUTLG.
       1000-EXIT.
           EXIT.

       1100-READ-ELMOUTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-ELMOUTLG-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMOUTLG
                  AT END MOVE '10' TO WS-ELMOUTLG-FILE-STATUS
              END-READ
              IF WS-ELMOUTLG-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMOUTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMOUTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       1200-STORE-ONE-OUTCOME.
           IF WS-FILTER-LEN = 0
              OR ELU-CCID(1:WS-FILTER-LEN) =
                 WS-FILTER-CCID(1:WS-FILTER-LEN)
              IF WS-OU-COUNT < WS-OU-MAX
                 ADD 1 TO WS-OU-COUNT
                 MOVE ELU-SRC-ENV   TO WS-OU-SRC-ENV(WS-OU-COUNT)
                 MOVE ELU-TGT-ENV   TO WS-OU-TGT-ENV(WS-OU-COUNT)
                 MOVE ELU-SYSTEM    TO WS-OU-SYSTEM(WS-OU-COUNT)
                 MOVE ELU-SUBSYSTEM TO WS-OU-SUBSYSTEM(WS-OU-COUNT)
                 MOVE ELU-ELEMENT   TO WS-OU-ELEMENT(WS-OU-COUNT)
                 MOVE ELU-TYPE      TO WS-OU-TYPE(WS-OU-COUNT)
                 MOVE ELU-ACTION    TO WS-OU-ACTION(WS-OU-COUNT)
                 MOVE ELU-CCID      TO WS-OU-CCID(WS-OU-COUNT)
                 MOVE ELU-USER      TO WS-OU-USER(WS-OU-COUNT)
                 MOVE ELU-DATE      TO WS-OU-DATE(WS-OU-COUNT)
                 MOVE ELU-TIME      TO WS-OU-TIME(WS-OU-COUNT)
                 MOVE ELU-HIGH-RC   TO WS-OU-HIGH-RC(WS-OU-COUNT)
                 MOVE ELU-PROC-RC   TO WS-OU-PROC-RC(WS-OU-COUNT)
                 MOVE ELU-RESULT    TO WS-OU-RESULT(WS-OU-COUNT)
                 MOVE ELU-JOB-NAME  TO WS-OU-JOB-NAME(WS-OU-COUNT)
                 MOVE 'N'           TO WS-OU-PAIRED(WS-OU-COUNT)
              ELSE
                 ADD 1 TO WS-OU-DROPPED
              END-IF
           END-IF.
           PERFORM 1100-READ-ELMOUTLG.

      *-----------------------------------------------------------------
      *  Walk the attempts in log order; each claims the first still
      *  unpaired outcome with its key stamped at or after it. Both
      *  logs are appended in time order, so that is its own outcome.
      *-----------------------------------------------------------------
       2000-PAIR-ATTEMPTS.
           OPEN INPUT ELMACTLG.
           PERFORM 2100-READ-ELMACTLG.
           PERFORM 2200-PAIR-ONE-ATTEMPT UNTIL ELMACTLG-ATEND.
           CLOSE ELMACTLG.

       2100-READ-ELMACTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-ELMACTLG-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-ELMACTLG-FILE-STATUS
              END-READ
              IF WS-ELMACTLG-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       2200-PAIR-ONE-ATTEMPT.
           IF WS-FILTER-LEN = 0
              OR ELA-CCID(1:WS-FILTER-LEN) =
                 WS-FILTER-CCID(1:WS-FILTER-LEN)
              ADD 1 TO WS-ATTEMPT-COUNT
              IF ELA-EXIT-RC IS NUMERIC
                 AND ELA-EXIT-RC-N NOT < 8
                 ADD 1 TO WS-REFUSED-COUNT
              ELSE
                 PERFORM 2300-FIND-OUTCOME
              END-IF
           END-IF.
           PERFORM 2100-READ-ELMACTLG.

       2300-FIND-OUTCOME.
           MOVE ELA-SRC-ENV   TO WS-AT-SRC-ENV.
           MOVE ELA-TGT-ENV   TO WS-AT-TGT-ENV.
           MOVE ELA-SYSTEM    TO WS-AT-SYSTEM.
           MOVE ELA-SUBSYSTEM TO WS-AT-SUBSYSTEM.
           MOVE ELA-ELEMENT   TO WS-AT-ELEMENT.
           MOVE ELA-TYPE      TO WS-AT-TYPE.
           MOVE ELA-ACTION    TO WS-AT-ACTION.
           MOVE ELA-CCID      TO WS-AT-CCID.
           MOVE ELA-USER      TO WS-AT-USER.
           MOVE ELA-DATE      TO WS-AT-DATE.
           MOVE ELA-TIME      TO WS-AT-TIME.
           MOVE 0 TO WS-OU-HIT-INX.
           PERFORM VARYING WS-OU-INX FROM 1 BY 1
                   UNTIL WS-OU-INX > WS-OU-COUNT
                      OR WS-OU-HIT-INX > 0
              IF NOT OU-PAIRED(WS-OU-INX)
                 AND WS-OU-KEY(WS-OU-INX) = WS-AT-KEY
                 AND WS-OU-STAMP(WS-OU-INX) NOT < WS-AT-STAMP
                 MOVE WS-OU-INX TO WS-OU-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-OU-HIT-INX > 0
              MOVE 'Y' TO WS-OU-PAIRED(WS-OU-HIT-INX)
              ADD 1 TO WS-PAIRED-COUNT
           ELSE
              IF WS-NO-COUNT < WS-NO-MAX
                 ADD 1 TO WS-NO-COUNT
                 MOVE ELMACTLG-BODY TO WS-NO-ENTRY(WS-NO-COUNT)
              ELSE
                 ADD 1 TO WS-NO-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Sections 1-3: each processor-action outcome is tallied for its
      *  CCID and its user; a failed one is also listed.
      *-----------------------------------------------------------------
       3000-REPORT-ONE-OUTCOME.
           IF OU-PROCESSOR-ACTION(WS-OU-INX)
              PERFORM 3100-TALLY-CCID
              PERFORM 3200-TALLY-USER
              IF OU-FAILED(WS-OU-INX)
                 ADD 1 TO WS-FAILED-COUNT
                 PERFORM 3300-WRITE-FAIL-LINE
              END-IF
           END-IF.

       3100-TALLY-CCID.
           MOVE 0 TO WS-CC-HIT-INX.
           PERFORM VARYING WS-CC-INX FROM 1 BY 1
                   UNTIL WS-CC-INX > WS-CC-COUNT
                      OR WS-CC-HIT-INX > 0
              IF WS-CC-CCID(WS-CC-INX) = WS-OU-CCID(WS-OU-INX)
                 MOVE WS-CC-INX TO WS-CC-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-CC-HIT-INX = 0
              IF WS-CC-COUNT < WS-CC-MAX
                 ADD 1 TO WS-CC-COUNT
                 MOVE WS-CC-COUNT TO WS-CC-HIT-INX
                 MOVE WS-OU-CCID(WS-OU-INX)
                                  TO WS-CC-CCID(WS-CC-HIT-INX)
                 MOVE 0 TO WS-CC-OUTCOMES(WS-CC-HIT-INX)
                 MOVE 0 TO WS-CC-FAILURES(WS-CC-HIT-INX)
              ELSE
                 ADD 1 TO WS-TALLY-DROPPED
              END-IF
           END-IF.
           IF WS-CC-HIT-INX > 0
              ADD 1 TO WS-CC-OUTCOMES(WS-CC-HIT-INX)
              IF OU-FAILED(WS-OU-INX)
                 ADD 1 TO WS-CC-FAILURES(WS-CC-HIT-INX)
              END-IF
           END-IF.

       3200-TALLY-USER.
           MOVE 0 TO WS-US-HIT-INX.
           PERFORM VARYING WS-US-INX FROM 1 BY 1
                   UNTIL WS-US-INX > WS-US-COUNT
                      OR WS-US-HIT-INX > 0
              IF WS-US-USER(WS-US-INX) = WS-OU-USER(WS-OU-INX)
                 MOVE WS-US-INX TO WS-US-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-US-HIT-INX = 0
              IF WS-US-COUNT < WS-US-MAX
                 ADD 1 TO WS-US-COUNT
                 MOVE WS-US-COUNT TO WS-US-HIT-INX
                 MOVE WS-OU-USER(WS-OU-INX)
                                  TO WS-US-USER(WS-US-HIT-INX)
                 MOVE 0 TO WS-US-OUTCOMES(WS-US-HIT-INX)
                 MOVE 0 TO WS-US-FAILURES(WS-US-HIT-INX)
              ELSE
                 ADD 1 TO WS-TALLY-DROPPED
              END-IF
           END-IF.
           IF WS-US-HIT-INX > 0
              ADD 1 TO WS-US-OUTCOMES(WS-US-HIT-INX)
              IF OU-FAILED(WS-OU-INX)
                 ADD 1 TO WS-US-FAILURES(WS-US-HIT-INX)
              END-IF
           END-IF.

       3300-WRITE-FAIL-LINE.
           MOVE WS-OU-DATE(WS-OU-INX)      TO FL-DATE.
           MOVE WS-OU-TIME(WS-OU-INX)      TO FL-TIME.
           MOVE WS-OU-SRC-ENV(WS-OU-INX)   TO FL-SRC-ENV.
           MOVE WS-OU-TGT-ENV(WS-OU-INX)   TO FL-TGT-ENV.
           MOVE WS-OU-SYSTEM(WS-OU-INX)    TO FL-SYSTEM.
           MOVE WS-OU-SUBSYSTEM(WS-OU-INX) TO FL-SUBSYSTEM.
           MOVE WS-OU-ELEMENT(WS-OU-INX)   TO FL-ELEMENT.
           MOVE WS-OU-TYPE(WS-OU-INX)      TO FL-TYPE.
           MOVE WS-OU-ACTION(WS-OU-INX)    TO FL-ACTION.
           MOVE WS-OU-CCID(WS-OU-INX)      TO FL-CCID.
           MOVE WS-OU-USER(WS-OU-INX)      TO FL-USER.
           MOVE WS-OU-HIGH-RC(WS-OU-INX)   TO FL-HIGH-RC.
           MOVE WS-OU-PROC-RC(WS-OU-INX)   TO FL-PROC-RC.
           MOVE WS-OU-JOB-NAME(WS-OU-INX)  TO FL-JOB-NAME.
           WRITE ELORPT-REC FROM WS-FAIL-LINE.

       4100-WRITE-ONE-CCID-TALLY.
           MOVE WS-CC-CCID(WS-CC-INX)     TO TL-NAME.
           MOVE WS-CC-OUTCOMES(WS-CC-INX) TO TL-OUTCOMES.
           MOVE WS-CC-FAILURES(WS-CC-INX) TO TL-FAILURES.
           WRITE ELORPT-REC FROM WS-TALLY-LINE.

       4200-WRITE-ONE-USER-TALLY.
           MOVE WS-US-USER(WS-US-INX)     TO TL-NAME.
           MOVE WS-US-OUTCOMES(WS-US-INX) TO TL-OUTCOMES.
           MOVE WS-US-FAILURES(WS-US-INX) TO TL-FAILURES.
           WRITE ELORPT-REC FROM WS-TALLY-LINE.

       4300-WRITE-ONE-NO-OUTCOME.
           WRITE ELORPT-REC FROM WS-NO-ENTRY(WS-NO-INX).

      *-----------------------------------------------------------------
      *  A full table is reported, not hidden: dropped outcomes make
      *  later attempts look unpaired (return code 4).
      *-----------------------------------------------------------------
       5000-WRITE-WARNINGS.
           IF WS-OU-DROPPED > 0
              MOVE WS-OU-DROPPED TO WL-DROPPED
              MOVE 'OUTCOME(S) NOT LOADED, TABLE FULL - NO-OUTCOME LIST
      -            ' MAY BE OVERSTATED; NARROW THE RUN WITH A CCID PARM'
                                 TO WL-TEXT
              WRITE ELORPT-REC FROM WS-WARN-LINE
              DISPLAY 'C1UELORP: WARNING - ' WS-OU-DROPPED
                      ' OUTCOME(S) DROPPED, TABLE FULL'
           END-IF.
           IF WS-NO-DROPPED > 0
              MOVE WS-NO-DROPPED TO WL-DROPPED
              MOVE 'NO-OUTCOME ATTEMPT(S) COUNTED BUT NOT LISTED, TABLE
      -            ' FULL'        TO WL-TEXT
              WRITE ELORPT-REC FROM WS-WARN-LINE
           END-IF.
           IF WS-TALLY-DROPPED > 0
              MOVE WS-TALLY-DROPPED TO WL-DROPPED
              MOVE 'OUTCOME(S) LEFT OUT OF THE CCID/USER TALLIES, TABLE
      -            ' FULL'        TO WL-TEXT
              WRITE ELORPT-REC FROM WS-WARN-LINE
           END-IF.
