       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Weekly work-in-progress report. For every rule   *
      *              of DD EXITCFG section %WIPLIMIT (copybook        *
      *              WIPLIMCF) - a system's package-ID mask or a      *
      *              creator group's user-ID mask - the packages      *
      *              still in flight on the keyed DD PKGMASTR master  *
      *              (any status but EXECUTED, COMMITTED, DENIED or   *
      *              DELETED) are counted and set against the rule's  *
      *              warning and limit, the count WIPCHECK holds a    *
      *              new package to at Before-CREATE. Each rule's     *
      *              line names its package longest without an event  *
      *              - the first candidate to finish or delete. The   *
      *              in-flight packages no system rule covers are     *
      *              counted on a line of their own, so a system      *
      *              missing from the table shows. The report is      *
      *              produced whether or not the check is switched    *
      *              on, to size the limits before enforcing them.    *
      *              One page on DD WIPRPT. Return code 4 when any    *
      *              rule is at its limit - its next create would be  *
      *              refused.                                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UWIPRP.
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
           SELECT WIPRPT ASSIGN TO WIPRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMF-PACKAGE-ID               PIC X(16).
           03  PMF-ENV                      PIC X(08).
           03  PMF-STGID                    PIC X(01).
           03  PMF-PACKAGE-STATUS           PIC X(12).
               88  PMF-TERMINAL-STATUS          VALUE 'EXECUTED'
                                                      'COMMITTED'
                                                      'DENIED'
                                                      'DELETED'.
           03  PMF-BACKOUT-STATUS           PIC X(12).
           03  PMF-CREATE-USER              PIC X(08).
           03  PMF-CAST-USER                PIC X(08).
           03  PMF-LAST-EVENT               PIC X(12).
           03  PMF-LAST-DATE                PIC 9(08).
           03  PMF-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(09).

       FD  WIPRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  WIPRPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).
       01  WS-PKGMASTR-DONE             PIC X(01) VALUE 'N'.
           88  MASTER-READ-DONE                 VALUE 'Y'.

         COPY WIPLIMCF.
         COPY EXITCFG.
       01  WS-CFG-INX                   PIC 9(02).

      *= Per-rule tally ===============================================
       01  WS-WR-INX                    PIC 9(02).
       01  WS-WR-TABLE.
           03  WS-WR-ENTRY OCCURS 16 TIMES.
               05  WS-WR-IN-FLIGHT      PIC 9(04).
               05  WS-WR-OLD-PACKAGE-ID PIC X(16).
               05  WS-WR-OLD-STATUS     PIC X(12).
               05  WS-WR-OLD-LAST-DATE  PIC 9(08).

      *= Mask matching ================================================
       01  WS-MASK                      PIC X(16).
       01  WS-MASK-VALUE                PIC X(16).
       01  WS-MASK-LEN                  PIC 9(02).
       01  WS-MASK-HIT                  PIC X(01).
           88  MASK-MATCHES                     VALUE 'Y'.
       01  WS-SYSTEM-COVERED            PIC X(01).
           88  PACKAGE-SYSTEM-COVERED           VALUE 'Y'.

       01  WS-IN-FLIGHT-COUNT           PIC 9(05) VALUE 0.
       01  WS-UNCOVERED-COUNT           PIC 9(05) VALUE 0.
       01  WS-AT-LIMIT-COUNT            PIC 9(02) VALUE 0.
       01  WS-OVER-WARN-COUNT           PIC 9(02) VALUE 0.
       01  WS-TODAY                     PIC 9(08).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(35)
               VALUE 'WORK IN PROGRESS AGAINST LIMITS AS '.
           03  FILLER                   PIC X(03) VALUE 'OF '.
           03  RPT-TITLE-DATE           PIC 9(08).
           03  FILLER                   PIC X(18)
               VALUE ' - CHECK ENABLED: '.
           03  RPT-TITLE-ENABLED        PIC X(01).
           03  FILLER                   PIC X(67) VALUE SPACES.

       01  WS-HEADING-LINE.
           03  FILLER                   PIC X(05) VALUE 'KIND'.
           03  FILLER                   PIC X(09) VALUE 'NAME'.
           03  FILLER                   PIC X(17) VALUE 'MASK'.
           03  FILLER                   PIC X(10) VALUE 'IN FLIGHT'.
           03  FILLER                   PIC X(06) VALUE 'WARN'.
           03  FILLER                   PIC X(06) VALUE 'LIMIT'.
           03  FILLER                   PIC X(11) VALUE 'STATE'.
           03  FILLER                   PIC X(17)
               VALUE 'OLDEST PACKAGE'.
           03  FILLER                   PIC X(13) VALUE 'STATUS'.
           03  FILLER                   PIC X(38) VALUE 'LAST EVENT'.

       01  WS-DETAIL-LINE.
           03  RPT-KIND                 PIC X(04).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-NAME                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-MASK                 PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-IN-FLIGHT            PIC ZZZZ9.
           03  FILLER                   PIC X(05) VALUE SPACES.
           03  RPT-WARN                 PIC ZZ9.
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  RPT-LIMIT                PIC ZZ9.
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  RPT-STATE                PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-OLD-PACKAGE-ID       PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-OLD-STATUS           PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-OLD-LAST-DATE        PIC X(08).
           03  FILLER                   PIC X(30) VALUE SPACES.

       01  WS-UNCOVERED-LINE.
           03  FILLER                   PIC X(40)
               VALUE 'IN-FLIGHT PACKAGES UNDER NO SYSTEM RULE:'.
           03  RPT-UNCOVERED            PIC ZZZZ9.
           03  FILLER                   PIC X(87) VALUE SPACES.

       01  WS-TOTAL-LINE.
           03  RPT-TOTAL-IN-FLIGHT      PIC ZZZZ9.
           03  FILLER                   PIC X(22)
               VALUE ' IN-FLIGHT PACKAGES, '.
           03  RPT-TOTAL-RULES          PIC Z9.
           03  FILLER                   PIC X(08) VALUE ' RULES, '.
           03  RPT-TOTAL-AT-LIMIT       PIC Z9.
           03  FILLER                   PIC X(12) VALUE ' AT LIMIT, '.
           03  RPT-TOTAL-OVER-WARN      PIC Z9.
           03  FILLER                   PIC X(13) VALUE ' OVER WARNING'.
           03  FILLER                   PIC X(66) VALUE SPACES.

       01  WS-NONE-LINE                 PIC X(132) VALUE
           'NO %WIPLIMIT RULES DEFINED'.

         COPY RUNCTXH.

       PROCEDURE DIVISION.
       MAIN-LINE.

           PERFORM 0060-LOAD-WIPLIMIT-CONFIG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM VARYING WS-WR-INX FROM 1 BY 1
                   UNTIL WS-WR-INX > WS-WIPLIM-MAX
              MOVE 0      TO WS-WR-IN-FLIGHT(WS-WR-INX)
                             WS-WR-OLD-LAST-DATE(WS-WR-INX)
              MOVE SPACES TO WS-WR-OLD-PACKAGE-ID(WS-WR-INX)
                             WS-WR-OLD-STATUS(WS-WR-INX)
           END-PERFORM.

           PERFORM 1000-COUNT-IN-FLIGHT.

           OPEN OUTPUT WIPRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-TODAY          TO RPT-TITLE-DATE.
           MOVE WS-WIPLIM-ENABLED TO RPT-TITLE-ENABLED.
           WRITE WIPRPT-REC FROM WS-TITLE-LINE.
           WRITE WIPRPT-REC FROM WS-HEADING-LINE.
           IF WS-WIPLIM-COUNT = 0
              WRITE WIPRPT-REC FROM WS-NONE-LINE
           END-IF.
           PERFORM 2000-REPORT-ONE-RULE
                   VARYING WS-WR-INX FROM 1 BY 1
                   UNTIL WS-WR-INX > WS-WIPLIM-COUNT.
           MOVE WS-UNCOVERED-COUNT TO RPT-UNCOVERED.
           WRITE WIPRPT-REC FROM WS-UNCOVERED-LINE.

           MOVE WS-IN-FLIGHT-COUNT TO RPT-TOTAL-IN-FLIGHT.
           MOVE WS-WIPLIM-COUNT    TO RPT-TOTAL-RULES.
           MOVE WS-AT-LIMIT-COUNT  TO RPT-TOTAL-AT-LIMIT.
           MOVE WS-OVER-WARN-COUNT TO RPT-TOTAL-OVER-WARN.
           WRITE WIPRPT-REC FROM WS-TOTAL-LINE.
           CLOSE WIPRPT.

           DISPLAY 'C1UWIPRP: ' WS-IN-FLIGHT-COUNT
                   ' IN-FLIGHT PACKAGE(S), ' WS-AT-LIMIT-COUNT
                   ' RULE(S) AT LIMIT, ' WS-OVER-WARN-COUNT
                   ' OVER WARNING'.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UWIPRP' TO WS-LGR-PROGRAM.
           MOVE WS-IN-FLIGHT-COUNT TO WS-LGR-COUNT.
           IF WS-AT-LIMIT-COUNT > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of WIPRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO WIPRPT-REC.
           WRITE WIPRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  %WIPLIMIT - the same rule lines WIPCHECK loads; OLDEST= only
      *  matters to the exits' messages.
      *-----------------------------------------------------------------
       0060-LOAD-WIPLIMIT-CONFIG.

           MOVE SPACES            TO WS-EXITCFG-REQUEST.
           MOVE 'WIPLIMIT'        TO CFG-SECTION-NAME.
           MOVE 17                TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-WIPLIM-ENABLED
              END-IF
              MOVE SPACES TO WS-WIPLIM-TABLE
              MOVE 0      TO WS-WIPLIM-COUNT
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1
                      UNTIL WS-CFG-INX > CFG-ENTRY-COUNT
                 EVALUATE TRUE
                   WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'OLDEST='
                     CONTINUE
                   WHEN (CFG-ENTRY-LINE(WS-CFG-INX)(1:1) = 'S'
                      OR CFG-ENTRY-LINE(WS-CFG-INX)(1:1) = 'G')
                    AND CFG-ENTRY-LINE(WS-CFG-INX)(3:8)   NOT = SPACES
                    AND CFG-ENTRY-LINE(WS-CFG-INX)(12:16) NOT = SPACES
                    AND CFG-ENTRY-LINE(WS-CFG-INX)(29:3)  IS NUMERIC
                    AND CFG-ENTRY-LINE(WS-CFG-INX)(33:3)  IS NUMERIC
                    AND WS-WIPLIM-COUNT < WS-WIPLIM-MAX
                     ADD 1 TO WS-WIPLIM-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:35)
                          TO WS-WIPLIM-ENTRY(WS-WIPLIM-COUNT)
                   WHEN OTHER
                     DISPLAY 'C1UWIPRP: %WIPLIMIT LINE SKIPPED - '
                             CFG-ENTRY-LINE(WS-CFG-INX)(1:35)
                 END-EVALUATE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  One pass over the master, start to end: every in-flight
      *  package is counted against each rule that covers it.
      *-----------------------------------------------------------------
       1000-COUNT-IN-FLIGHT.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1UWIPRP: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-PKGMASTR-DONE.
           MOVE LOW-VALUES TO PMF-PACKAGE-ID.
           START PKGMASTR KEY IS NOT LESS THAN PMF-PACKAGE-ID
               INVALID KEY MOVE 'Y' TO WS-PKGMASTR-DONE
           END-START.
           IF NOT MASTER-READ-DONE
              PERFORM 1100-READ-MASTER-NEXT
           END-IF.
           PERFORM 1200-TALLY-ONE-PACKAGE UNTIL MASTER-READ-DONE.
           CLOSE PKGMASTR.

       1100-READ-MASTER-NEXT.
           READ PKGMASTR NEXT RECORD
               AT END MOVE 'Y' TO WS-PKGMASTR-DONE
           END-READ.

       1200-TALLY-ONE-PACKAGE.
           IF PMF-PACKAGE-STATUS NOT = SPACES
              AND NOT PMF-TERMINAL-STATUS
              ADD 1 TO WS-IN-FLIGHT-COUNT
              MOVE 'N' TO WS-SYSTEM-COVERED
              PERFORM VARYING WS-WR-INX FROM 1 BY 1
                      UNTIL WS-WR-INX > WS-WIPLIM-COUNT
                 MOVE WS-WIPLIM-MASK(WS-WR-INX) TO WS-MASK
                 IF WIPLIM-SYSTEM-RULE(WS-WR-INX)
                    MOVE PMF-PACKAGE-ID  TO WS-MASK-VALUE
                 ELSE
                    MOVE PMF-CREATE-USER TO WS-MASK-VALUE
                 END-IF
                 PERFORM 1300-MATCH-MASK
                 IF MASK-MATCHES
                    PERFORM 1210-COUNT-AGAINST-RULE
                 END-IF
              END-PERFORM
              IF NOT PACKAGE-SYSTEM-COVERED
                 ADD 1 TO WS-UNCOVERED-COUNT
              END-IF
           END-IF.
           PERFORM 1100-READ-MASTER-NEXT.

       1210-COUNT-AGAINST-RULE.
           IF WIPLIM-SYSTEM-RULE(WS-WR-INX)
              MOVE 'Y' TO WS-SYSTEM-COVERED
           END-IF.
           IF WS-WR-IN-FLIGHT(WS-WR-INX) < 9999
              ADD 1 TO WS-WR-IN-FLIGHT(WS-WR-INX)
           END-IF.
           IF WS-WR-OLD-PACKAGE-ID(WS-WR-INX) = SPACES
              OR PMF-LAST-DATE < WS-WR-OLD-LAST-DATE(WS-WR-INX)
              MOVE PMF-PACKAGE-ID     TO WS-WR-OLD-PACKAGE-ID(WS-WR-INX)
              MOVE PMF-PACKAGE-STATUS TO WS-WR-OLD-STATUS(WS-WR-INX)
              MOVE PMF-LAST-DATE      TO WS-WR-OLD-LAST-DATE(WS-WR-INX)
           END-IF.

      *-----------------------------------------------------------------
      *  WS-MASK against WS-MASK-VALUE: blank or '*' is any value, a
      *  trailing '*' a prefix, anything else the name.
      *-----------------------------------------------------------------
       1300-MATCH-MASK.

           MOVE 'N' TO WS-MASK-HIT.
           MOVE 0 TO WS-MASK-LEN.
           INSPECT WS-MASK TALLYING WS-MASK-LEN
                   FOR CHARACTERS BEFORE '*'.
           EVALUATE TRUE
             WHEN WS-MASK = SPACES
             WHEN WS-MASK-LEN = 0
               MOVE 'Y' TO WS-MASK-HIT
             WHEN WS-MASK-LEN < 16
               IF WS-MASK-VALUE(1:WS-MASK-LEN) =
                  WS-MASK(1:WS-MASK-LEN)
                  MOVE 'Y' TO WS-MASK-HIT
               END-IF
             WHEN WS-MASK-VALUE = WS-MASK
               MOVE 'Y' TO WS-MASK-HIT
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  One line per rule: at the limit is where WIPCHECK refuses the
      *  next create, at the warning where it warns; 000 applies
      *  neither.
      *-----------------------------------------------------------------
       2000-REPORT-ONE-RULE.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WIPLIM-SYSTEM-RULE(WS-WR-INX)
              MOVE 'SYS'  TO RPT-KIND
           ELSE
              MOVE 'GRP'  TO RPT-KIND
           END-IF.
           MOVE WS-WIPLIM-NAME(WS-WR-INX)  TO RPT-NAME.
           MOVE WS-WIPLIM-MASK(WS-WR-INX)  TO RPT-MASK.
           MOVE WS-WR-IN-FLIGHT(WS-WR-INX) TO RPT-IN-FLIGHT.
           MOVE WS-WIPLIM-WARN(WS-WR-INX)  TO RPT-WARN.
           MOVE WS-WIPLIM-LIMIT(WS-WR-INX) TO RPT-LIMIT.
           EVALUATE TRUE
             WHEN WS-WIPLIM-LIMIT(WS-WR-INX) > 0
              AND WS-WR-IN-FLIGHT(WS-WR-INX) >=
                  WS-WIPLIM-LIMIT(WS-WR-INX)
               MOVE 'AT LIMIT'  TO RPT-STATE
               ADD 1 TO WS-AT-LIMIT-COUNT
             WHEN WS-WIPLIM-WARN(WS-WR-INX) > 0
              AND WS-WR-IN-FLIGHT(WS-WR-INX) >=
                  WS-WIPLIM-WARN(WS-WR-INX)
               MOVE 'OVER WARN' TO RPT-STATE
               ADD 1 TO WS-OVER-WARN-COUNT
             WHEN OTHER
               MOVE 'OK'        TO RPT-STATE
           END-EVALUATE.
           MOVE WS-WR-OLD-PACKAGE-ID(WS-WR-INX) TO RPT-OLD-PACKAGE-ID.
           MOVE WS-WR-OLD-STATUS(WS-WR-INX)     TO RPT-OLD-STATUS.
           IF WS-WR-OLD-PACKAGE-ID(WS-WR-INX) NOT = SPACES
              MOVE WS-WR-OLD-LAST-DATE(WS-WR-INX) TO RPT-OLD-LAST-DATE
           END-IF.
           WRITE WIPRPT-REC FROM WS-DETAIL-LINE.
