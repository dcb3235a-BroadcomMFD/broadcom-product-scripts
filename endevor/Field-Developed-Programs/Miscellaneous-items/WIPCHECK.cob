       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Work-in-progress limit check for the package     *
      *              exits at Before-CREATE (COPY WIPCHKRQ). The      *
      *              limits are kept in DD EXITCFG section %WIPLIMIT  *
      *              (see CFGLOAD and copybook WIPLIMCF): one rule    *
      *              per system - a package-ID mask - or per creator  *
      *              group - a user-ID mask - with the number of      *
      *              in-flight packages that draws a warning and the  *
      *              number that refuses the next create.             *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'WIPCHECK' USING WS-WIPCHECK-REQUEST      *
      *              The rules covering the new package are found     *
      *              first; only when there is one is the keyed DD    *
      *              PKGMASTR master read, start to end, counting     *
      *              for each covering rule the packages it covers    *
      *              that are still in flight - any status but        *
      *              EXECUTED, COMMITTED, DENIED or DELETED (the      *
      *              C1UCONCK terminal set), the new package itself   *
      *              left out. Each rule keeps its packages longest   *
      *              without an event (PM-LAST-DATE) to name in the   *
      *              exit's message. The worst covering rule is       *
      *              answered: refuse over warn, the first listed on  *
      *              a tie. A master that cannot be opened answers    *
      *              'N' with a DISPLAY - the limit is a discipline,  *
      *              not a gate worth failing a create over. The      *
      *              rules are loaded once per program load; the      *
      *              master is opened and closed on every call that   *
      *              needs it.                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIPCHECK.
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

       WORKING-STORAGE SECTION.

       01  WS-PKGMASTR-FILE-STATUS           PIC X(02).
       01  WS-PKGMASTR-DONE                  PIC X(01) VALUE 'N'.
           88  MASTER-READ-DONE                      VALUE 'Y'.
       01  WS-MASTER-USABLE                  PIC X(01) VALUE 'N'.
           88  MASTER-USABLE                         VALUE 'Y'.

       01  WS-TABLES-LOADED                  PIC X(01) VALUE 'N'.
           88  TABLES-LOADED                         VALUE 'Y'.

       01  WS-CFG-INX                        PIC 9(02).
       COPY EXITCFG.
       COPY WIPLIMCF.

      *= Per-rule tally for the package being created =================
       01  WS-WR-INX                         PIC 9(02).
       01  WS-WR-COVERED-COUNT               PIC 9(02) VALUE 0.
       01  WS-WR-WORST-INX                   PIC 9(02).
       01  WS-WR-TABLE.
           03  WS-WR-ENTRY OCCURS 16 TIMES.
               05  WS-WR-COVERS              PIC X(01).
                   88  WR-RULE-COVERS                VALUE 'Y'.
               05  WS-WR-VERDICT             PIC X(01).
               05  WS-WR-IN-FLIGHT           PIC 9(04).
               05  WS-WR-OLD-COUNT           PIC 9(01).
               05  WS-WR-OLD OCCURS 3 TIMES.
                   07  WS-WR-OLD-PACKAGE-ID  PIC X(16).
                   07  WS-WR-OLD-STATUS      PIC X(12).
                   07  WS-WR-OLD-LAST-DATE   PIC 9(08).
       01  WS-OLD-INX                        PIC 9(01).
       01  WS-OLD-POS                        PIC 9(01).
       01  WS-OLD-FOUND                      PIC X(01).
           88  OLD-POSITION-FOUND                    VALUE 'Y'.

      *= Mask matching ================================================
       01  WS-MASK                           PIC X(16).
       01  WS-MASK-VALUE                     PIC X(16).
       01  WS-MASK-LEN                       PIC 9(02).
       01  WS-MASK-HIT                       PIC X(01).
           88  MASK-MATCHES                          VALUE 'Y'.

       LINKAGE SECTION.
       COPY WIPCHKRQ.

       PROCEDURE DIVISION USING WS-WIPCHECK-REQUEST.
       MAIN-LINE.

           IF NOT TABLES-LOADED
              PERFORM 0100-LOAD-RULES
           END-IF.

           MOVE 'N'    TO WPC-VERDICT.
           MOVE SPACES TO WPC-RULE-KIND WPC-RULE-NAME.
           MOVE 0      TO WPC-IN-FLIGHT WPC-WARN-AT WPC-LIMIT
                          WPC-OLDEST-COUNT.
           PERFORM VARYING WS-OLD-INX FROM 1 BY 1
                   UNTIL WS-OLD-INX > 3
              MOVE SPACES TO WPC-OLD-PACKAGE-ID(WS-OLD-INX)
                             WPC-OLD-STATUS(WS-OLD-INX)
              MOVE 0      TO WPC-OLD-LAST-DATE(WS-OLD-INX)
           END-PERFORM.
           IF NOT WIPLIM-CHECK-ENABLED
              OR WS-WIPLIM-COUNT = 0
              GOBACK
           END-IF.

           PERFORM 0200-FIND-COVERING-RULES.
           IF WS-WR-COVERED-COUNT = 0
              GOBACK
           END-IF.

           PERFORM 0300-COUNT-IN-FLIGHT THRU 0300-EXIT.
           IF NOT MASTER-USABLE
              GOBACK
           END-IF.

           PERFORM 0400-ANSWER-WORST-RULE THRU 0400-EXIT.
           GOBACK.

      *-----------------------------------------------------------------
      *  %WIPLIMIT from DD EXITCFG (see CFGLOAD). A rule line needs
      *  its kind, a name, a mask and a numeric limit and warning;
      *  anything else is skipped with a DISPLAY, as C1UCFGVL would
      *  report it.
      *-----------------------------------------------------------------
       0100-LOAD-RULES.

           MOVE 'Y' TO WS-TABLES-LOADED.
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
                 PERFORM 0110-LOAD-ONE-LINE
              END-PERFORM
           END-IF.

       0110-LOAD-ONE-LINE.

           EVALUATE TRUE
             WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'OLDEST='
               IF CFG-ENTRY-LINE(WS-CFG-INX)(8:1) IS NUMERIC
                  AND CFG-ENTRY-LINE(WS-CFG-INX)(8:1) >= '1'
                  AND CFG-ENTRY-LINE(WS-CFG-INX)(8:1) <= '3'
                  MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:1)
                       TO WS-WIPLIM-OLDEST
               ELSE
                  DISPLAY 'WIPCHECK: %WIPLIMIT LINE SKIPPED - '
                          CFG-ENTRY-LINE(WS-CFG-INX)(1:35)
               END-IF
             WHEN (CFG-ENTRY-LINE(WS-CFG-INX)(1:1) = 'S'
                OR CFG-ENTRY-LINE(WS-CFG-INX)(1:1) = 'G')
              AND CFG-ENTRY-LINE(WS-CFG-INX)(3:8)   NOT = SPACES
              AND CFG-ENTRY-LINE(WS-CFG-INX)(12:16) NOT = SPACES
              AND CFG-ENTRY-LINE(WS-CFG-INX)(29:3)  IS NUMERIC
              AND CFG-ENTRY-LINE(WS-CFG-INX)(33:3)  IS NUMERIC
               IF WS-WIPLIM-COUNT < WS-WIPLIM-MAX
                  ADD 1 TO WS-WIPLIM-COUNT
                  MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:35)
                       TO WS-WIPLIM-ENTRY(WS-WIPLIM-COUNT)
               ELSE
                  DISPLAY 'WIPCHECK: %WIPLIMIT TABLE FULL - LINE '
                          'SKIPPED - '
                          CFG-ENTRY-LINE(WS-CFG-INX)(1:35)
               END-IF
             WHEN OTHER
               DISPLAY 'WIPCHECK: %WIPLIMIT LINE SKIPPED - '
                       CFG-ENTRY-LINE(WS-CFG-INX)(1:35)
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  The rules the new package falls under: its ID against a
      *  system rule's mask, its creator against a group rule's.
      *-----------------------------------------------------------------
       0200-FIND-COVERING-RULES.

           MOVE 0 TO WS-WR-COVERED-COUNT.
           PERFORM VARYING WS-WR-INX FROM 1 BY 1
                   UNTIL WS-WR-INX > WS-WIPLIM-COUNT
              MOVE 'N' TO WS-WR-COVERS(WS-WR-INX)
              MOVE 'N' TO WS-WR-VERDICT(WS-WR-INX)
              MOVE 0   TO WS-WR-IN-FLIGHT(WS-WR-INX)
                          WS-WR-OLD-COUNT(WS-WR-INX)
              MOVE WS-WIPLIM-MASK(WS-WR-INX) TO WS-MASK
              IF WIPLIM-SYSTEM-RULE(WS-WR-INX)
                 MOVE WPC-PACKAGE-ID TO WS-MASK-VALUE
              ELSE
                 MOVE WPC-CREATOR    TO WS-MASK-VALUE
              END-IF
              PERFORM 0250-MATCH-MASK
              IF MASK-MATCHES
                 MOVE 'Y' TO WS-WR-COVERS(WS-WR-INX)
                 ADD 1 TO WS-WR-COVERED-COUNT
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  WS-MASK against WS-MASK-VALUE: blank or '*' is any value, a
      *  trailing '*' a prefix, anything else the name.
      *-----------------------------------------------------------------
       0250-MATCH-MASK.

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
      *  One pass over the master, start to end.
      *-----------------------------------------------------------------
       0300-COUNT-IN-FLIGHT.

           MOVE 'N' TO WS-MASTER-USABLE.
           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'WIPCHECK: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
                      ' - WIP LIMITS NOT CHECKED FOR ' WPC-PACKAGE-ID
              GO TO 0300-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTER-USABLE.
           MOVE 'N' TO WS-PKGMASTR-DONE.
           MOVE LOW-VALUES TO PMF-PACKAGE-ID.
           START PKGMASTR KEY IS NOT LESS THAN PMF-PACKAGE-ID
               INVALID KEY MOVE 'Y' TO WS-PKGMASTR-DONE
           END-START.
           IF NOT MASTER-READ-DONE
              PERFORM 0310-READ-MASTER-NEXT
           END-IF.
           PERFORM 0320-TALLY-ONE-PACKAGE UNTIL MASTER-READ-DONE.
           CLOSE PKGMASTR.

       0300-EXIT.
           EXIT.

       0310-READ-MASTER-NEXT.
           READ PKGMASTR NEXT RECORD
               AT END MOVE 'Y' TO WS-PKGMASTR-DONE
           END-READ.

       0320-TALLY-ONE-PACKAGE.
           IF PMF-PACKAGE-STATUS NOT = SPACES
              AND NOT PMF-TERMINAL-STATUS
              AND PMF-PACKAGE-ID NOT = WPC-PACKAGE-ID
              PERFORM VARYING WS-WR-INX FROM 1 BY 1
                      UNTIL WS-WR-INX > WS-WIPLIM-COUNT
                 IF WR-RULE-COVERS(WS-WR-INX)
                    MOVE WS-WIPLIM-MASK(WS-WR-INX) TO WS-MASK
                    IF WIPLIM-SYSTEM-RULE(WS-WR-INX)
                       MOVE PMF-PACKAGE-ID  TO WS-MASK-VALUE
                    ELSE
                       MOVE PMF-CREATE-USER TO WS-MASK-VALUE
                    END-IF
                    PERFORM 0250-MATCH-MASK
                    IF MASK-MATCHES
                       ADD 1 TO WS-WR-IN-FLIGHT(WS-WR-INX)
                       PERFORM 0330-KEEP-IF-OLDEST THRU 0330-EXIT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 0310-READ-MASTER-NEXT.

      *-----------------------------------------------------------------
      *  The rule's oldest few, kept in last-event date order: the
      *  package goes in ahead of the first one with a later date,
      *  the ones behind it move down and the last falls off.
      *-----------------------------------------------------------------
       0330-KEEP-IF-OLDEST.

           MOVE 'N' TO WS-OLD-FOUND.
           MOVE 0   TO WS-OLD-POS.
           PERFORM VARYING WS-OLD-INX FROM 1 BY 1
                   UNTIL WS-OLD-INX > WS-WR-OLD-COUNT(WS-WR-INX)
                      OR OLD-POSITION-FOUND
              IF PMF-LAST-DATE <
                 WS-WR-OLD-LAST-DATE(WS-WR-INX, WS-OLD-INX)
                 MOVE 'Y' TO WS-OLD-FOUND
                 MOVE WS-OLD-INX TO WS-OLD-POS
              END-IF
           END-PERFORM.
           IF NOT OLD-POSITION-FOUND
              IF WS-WR-OLD-COUNT(WS-WR-INX) >= WS-WIPLIM-OLDEST
                 GO TO 0330-EXIT
              END-IF
              COMPUTE WS-OLD-POS = WS-WR-OLD-COUNT(WS-WR-INX) + 1
           END-IF.
           IF WS-WR-OLD-COUNT(WS-WR-INX) < WS-WIPLIM-OLDEST
              ADD 1 TO WS-WR-OLD-COUNT(WS-WR-INX)
           END-IF.
           PERFORM VARYING WS-OLD-INX FROM WS-WR-OLD-COUNT(WS-WR-INX)
                   BY -1 UNTIL WS-OLD-INX <= WS-OLD-POS
              MOVE WS-WR-OLD(WS-WR-INX, WS-OLD-INX - 1)
                TO WS-WR-OLD(WS-WR-INX, WS-OLD-INX)
           END-PERFORM.
           MOVE PMF-PACKAGE-ID
             TO WS-WR-OLD-PACKAGE-ID(WS-WR-INX, WS-OLD-POS).
           MOVE PMF-PACKAGE-STATUS
             TO WS-WR-OLD-STATUS(WS-WR-INX, WS-OLD-POS).
           MOVE PMF-LAST-DATE
             TO WS-WR-OLD-LAST-DATE(WS-WR-INX, WS-OLD-POS).

       0330-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Each covering rule's own verdict - refuse at the limit, warn
      *  at the warning, 000 applying neither - and the worst of them
      *  answered.
      *-----------------------------------------------------------------
       0400-ANSWER-WORST-RULE.

           MOVE 0 TO WS-WR-WORST-INX.
           PERFORM VARYING WS-WR-INX FROM 1 BY 1
                   UNTIL WS-WR-INX > WS-WIPLIM-COUNT
              IF WR-RULE-COVERS(WS-WR-INX)
                 EVALUATE TRUE
                   WHEN WS-WIPLIM-LIMIT(WS-WR-INX) > 0
                    AND WS-WR-IN-FLIGHT(WS-WR-INX) >=
                        WS-WIPLIM-LIMIT(WS-WR-INX)
                     MOVE 'R' TO WS-WR-VERDICT(WS-WR-INX)
                   WHEN WS-WIPLIM-WARN(WS-WR-INX) > 0
                    AND WS-WR-IN-FLIGHT(WS-WR-INX) >=
                        WS-WIPLIM-WARN(WS-WR-INX)
                     MOVE 'W' TO WS-WR-VERDICT(WS-WR-INX)
                 END-EVALUATE
                 EVALUATE TRUE
                   WHEN WS-WR-VERDICT(WS-WR-INX) = 'N'
                     CONTINUE
                   WHEN WS-WR-WORST-INX = 0
                     MOVE WS-WR-INX TO WS-WR-WORST-INX
                   WHEN WS-WR-VERDICT(WS-WR-INX) = 'R'
                    AND WS-WR-VERDICT(WS-WR-WORST-INX) = 'W'
                     MOVE WS-WR-INX TO WS-WR-WORST-INX
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF WS-WR-WORST-INX = 0
              GO TO 0400-EXIT
           END-IF.

           MOVE WS-WR-WORST-INX TO WS-WR-INX.
           MOVE WS-WR-VERDICT(WS-WR-INX)   TO WPC-VERDICT.
           MOVE WS-WIPLIM-KIND(WS-WR-INX)  TO WPC-RULE-KIND.
           MOVE WS-WIPLIM-NAME(WS-WR-INX)  TO WPC-RULE-NAME.
           MOVE WS-WR-IN-FLIGHT(WS-WR-INX) TO WPC-IN-FLIGHT.
           MOVE WS-WIPLIM-WARN(WS-WR-INX)  TO WPC-WARN-AT.
           MOVE WS-WIPLIM-LIMIT(WS-WR-INX) TO WPC-LIMIT.
           MOVE WS-WR-OLD-COUNT(WS-WR-INX) TO WPC-OLDEST-COUNT.
           PERFORM VARYING WS-OLD-INX FROM 1 BY 1
                   UNTIL WS-OLD-INX > WS-WR-OLD-COUNT(WS-WR-INX)
              MOVE WS-WR-OLD-PACKAGE-ID(WS-WR-INX, WS-OLD-INX)
                TO WPC-OLD-PACKAGE-ID(WS-OLD-INX)
              MOVE WS-WR-OLD-STATUS(WS-WR-INX, WS-OLD-INX)
                TO WPC-OLD-STATUS(WS-OLD-INX)
              MOVE WS-WR-OLD-LAST-DATE(WS-WR-INX, WS-OLD-INX)
                TO WPC-OLD-LAST-DATE(WS-OLD-INX)
           END-PERFORM.
           DISPLAY 'WIPCHECK: ' WPC-PACKAGE-ID ' RULE '
                   WPC-RULE-KIND ' ' WPC-RULE-NAME ' IN FLIGHT '
                   WPC-IN-FLIGHT ' WARN ' WPC-WARN-AT ' LIMIT '
                   WPC-LIMIT ' VERDICT ' WPC-VERDICT.

       0400-EXIT.
           EXIT.
