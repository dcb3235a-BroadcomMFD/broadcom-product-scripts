       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Structured package-notes check (copybook         *
      *              PKGNOTCF) - the one place the notes standard is  *
      *              interpreted, so the C1UEXT07 cast gate and the   *
      *              C1UPKGRV readiness checklist can never disagree. *
      *              The standard is loaded from DD EXITCFG section   *
      *              %PKGNOTES once per program load.                 *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'PKGNOTCK' USING NTC-MODE NTC-ENV         *
      *                     NTC-NOTES NTC-VERDICT NTC-DETAIL          *
      *              NTC-NOTES is the package's NOTE1-8, 8 x 60.      *
      *              NTC-MODE 'E' (enforce - the exit, and the        *
      *              checklist judging as the exit will) applies the  *
      *              standard only when its ENABLED= toggle is on;    *
      *              'A' (audit) applies whatever is loaded.          *
      *              NTC-VERDICT comes back                           *
      *                ' '  the notes meet the standard               *
      *                'M'  one or more sections missing or short     *
      *                'N'  no entry for the environment              *
      *                'D'  check not enabled (enforce mode only)     *
      *              with NTC-DETAIL listing the sections at fault,   *
      *              e.g. 'TEST:, BACKOUT:(SHORT)'.                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PKGNOTCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RULES-LOADED                   PIC X(01) VALUE 'N'.
           88  RULES-LOADED                          VALUE 'Y'.
       01  WS-CFG-INX                        PIC 9(02).
       01  WS-CFG-OUT-INX                    PIC 9(02).

       COPY PKGNOTCF.
       COPY EXITCFG.

       01  WS-NT-INX                         PIC 9(02).
       01  WS-LN-INX                         PIC 9(02).
       01  WS-NT-RULES-SEEN                  PIC 9(02).
       01  WS-NT-TAG                         PIC X(10).
       01  WS-NT-TAG-LEN                     PIC 9(02).
       01  WS-NT-SPACES                      PIC 9(02).
       01  WS-NT-CHARS                       PIC 9(03).
       01  WS-NT-BEST-CHARS                  PIC 9(03).
       01  WS-NT-FOUND                       PIC X(01).
           88  SECTION-FOUND                         VALUE 'Y'.
       01  WS-NT-DETAIL-PTR                  PIC 9(03).

      *  The notes in upper case, so 'Test:' satisfies 'TEST:'.
       01  WS-NT-NOTES.
           03  WS-NT-LINE                    PIC X(60) OCCURS 8 TIMES.

       LINKAGE SECTION.
       01  NTC-MODE                          PIC X(01).
           88  NTC-AUDIT-MODE                        VALUE 'A'.
       01  NTC-ENV                           PIC X(08).
       01  NTC-NOTES.
           03  NTC-NOTE-LINE                 PIC X(60) OCCURS 8 TIMES.
       01  NTC-VERDICT                       PIC X(01).
       01  NTC-DETAIL                        PIC X(60).

       PROCEDURE DIVISION USING NTC-MODE
                                NTC-ENV
                                NTC-NOTES
                                NTC-VERDICT
                                NTC-DETAIL.
       MAIN-LINE.

           IF NOT RULES-LOADED
              PERFORM 0100-LOAD-RULES
           END-IF.

           MOVE SPACES TO NTC-DETAIL.
           IF NOT NTC-AUDIT-MODE AND NOT PNOTE-CHECK-ENABLED
              MOVE 'D' TO NTC-VERDICT
              GOBACK
           END-IF.

           MOVE NTC-NOTES TO WS-NT-NOTES.
           INSPECT WS-NT-NOTES
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0   TO WS-NT-RULES-SEEN.
           MOVE 1   TO WS-NT-DETAIL-PTR.
           MOVE SPACE TO NTC-VERDICT.
           PERFORM VARYING WS-NT-INX FROM 1 BY 1
                   UNTIL WS-NT-INX > WS-PNOTE-COUNT
              IF (WS-PNOTE-ENV(WS-NT-INX) = NTC-ENV
                  OR WS-PNOTE-ENV(WS-NT-INX) = '*')
                 AND WS-PNOTE-TAG(WS-NT-INX) NOT = SPACES
                 ADD 1 TO WS-NT-RULES-SEEN
                 PERFORM 0200-CHECK-ONE-SECTION
              END-IF
           END-PERFORM.
           IF WS-NT-RULES-SEEN = 0
              MOVE 'N' TO NTC-VERDICT
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      *  %PKGNOTES from DD EXITCFG (see CFGLOAD); a line with no
      *  environment or tag is skipped, a non-numeric minimum loads
      *  as zero (the tag alone must be there).
      *-----------------------------------------------------------------
       0100-LOAD-RULES.

           MOVE 'Y' TO WS-RULES-LOADED.
           MOVE 'PKGNOTES'        TO CFG-SECTION-NAME.
           MOVE WS-PNOTE-MAX      TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-PNOTE-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE 0 TO WS-CFG-OUT-INX
                 MOVE SPACES TO WS-PNOTE-TABLE
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > CFG-ENTRY-COUNT
                     IF CFG-ENTRY-LINE(WS-CFG-INX)(1:8) NOT = SPACES
                        AND CFG-ENTRY-LINE(WS-CFG-INX)(10:10)
                            NOT = SPACES
                        ADD 1 TO WS-CFG-OUT-INX
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                             TO WS-PNOTE-ENV(WS-CFG-OUT-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:10)
                             TO WS-PNOTE-TAG(WS-CFG-OUT-INX)
                        INSPECT WS-PNOTE-TAG(WS-CFG-OUT-INX)
                            CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(21:3) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(21:3)
                                TO WS-PNOTE-MIN-CHARS(WS-CFG-OUT-INX)
                        ELSE
                           MOVE 0 TO WS-PNOTE-MIN-CHARS(WS-CFG-OUT-INX)
                        END-IF
                     ELSE
                        DISPLAY 'PKGNOTCK: PKGNOTES CONFIG LINE '
                                'SKIPPED - NEEDS ENV AND TAG: '
                                CFG-ENTRY-LINE(WS-CFG-INX)(1:23)
                     END-IF
                 END-PERFORM
                 MOVE WS-CFG-OUT-INX TO WS-PNOTE-COUNT
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The section is there when some note line starts with its tag;
      *  the best such line is measured against the minimum. A section
      *  at fault is added to NTC-DETAIL - '(SHORT)' when the tag is
      *  there but too little follows it.
      *-----------------------------------------------------------------
       0200-CHECK-ONE-SECTION.

           MOVE WS-PNOTE-TAG(WS-NT-INX) TO WS-NT-TAG.
           MOVE 0 TO WS-NT-TAG-LEN.
           INSPECT WS-NT-TAG TALLYING WS-NT-TAG-LEN
                   FOR CHARACTERS BEFORE SPACE.
           MOVE 'N' TO WS-NT-FOUND.
           MOVE 0   TO WS-NT-BEST-CHARS.
           PERFORM VARYING WS-LN-INX FROM 1 BY 1 UNTIL WS-LN-INX > 8
              IF WS-NT-LINE(WS-LN-INX)(1:WS-NT-TAG-LEN) =
                 WS-NT-TAG(1:WS-NT-TAG-LEN)
                 MOVE 'Y' TO WS-NT-FOUND
                 MOVE 0 TO WS-NT-SPACES
                 INSPECT WS-NT-LINE(WS-LN-INX)(WS-NT-TAG-LEN + 1:)
                         TALLYING WS-NT-SPACES FOR ALL SPACES
                 COMPUTE WS-NT-CHARS =
                         60 - WS-NT-TAG-LEN - WS-NT-SPACES
                 IF WS-NT-CHARS > WS-NT-BEST-CHARS
                    MOVE WS-NT-CHARS TO WS-NT-BEST-CHARS
                 END-IF
              END-IF
           END-PERFORM.
           IF SECTION-FOUND
              AND WS-NT-BEST-CHARS >= WS-PNOTE-MIN-CHARS(WS-NT-INX)
              CONTINUE
           ELSE
              IF NTC-VERDICT = 'M'
                 STRING ', ' DELIMITED BY SIZE
                     INTO NTC-DETAIL WITH POINTER WS-NT-DETAIL-PTR
                     ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
              MOVE 'M' TO NTC-VERDICT
              STRING WS-NT-TAG(1:WS-NT-TAG-LEN) DELIMITED BY SIZE
                  INTO NTC-DETAIL WITH POINTER WS-NT-DETAIL-PTR
                  ON OVERFLOW CONTINUE
              END-STRING
              IF SECTION-FOUND
                 STRING '(SHORT)' DELIMITED BY SIZE
                     INTO NTC-DETAIL WITH POINTER WS-NT-DETAIL-PTR
                     ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
           END-IF.
