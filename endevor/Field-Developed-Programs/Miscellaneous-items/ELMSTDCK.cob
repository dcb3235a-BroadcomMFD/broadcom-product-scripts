       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Element naming and type-placement standards      *
      *              check (copybook ELMSTDCF) - the one place the    *
      *              rules are interpreted, so the C1UEXT02 gate and  *
      *              the C1UELSTD inventory audit can never disagree. *
      *              The rules are loaded from DD EXITCFG sections    *
      *              %ELMNAMES and %ELMPLACE once per program load.   *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'ELMSTDCK' USING STD-MODE STD-SYSTEM      *
      *                     STD-SUBSYSTEM STD-ELEMENT STD-TYPE        *
      *                     STD-VERDICT STD-DETAIL                    *
      *              STD-MODE 'E' (enforce - the exit) applies each   *
      *              check only when its ENABLED= toggle is on; 'A'   *
      *              (audit - the batch report) applies every loaded  *
      *              rule. STD-VERDICT comes back                     *
      *                ' '  meets the standards                       *
      *                'N'  the name matches none of its type's masks *
      *                'P'  the type is not allowed where it is       *
      *                'B'  both                                      *
      *              with STD-DETAIL describing the (first) breach.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELMSTDCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RULES-LOADED                   PIC X(01) VALUE 'N'.
           88  RULES-LOADED                          VALUE 'Y'.
       01  WS-CFG-INX                        PIC 9(02).

       COPY ELMSTDCF.
       COPY EXITCFG.

       01  WS-NM-INX                         PIC 9(02).
       01  WS-NM-MASKS-SEEN                  PIC 9(02).
       01  WS-NM-MATCHED                     PIC X(01).
           88  NAME-MATCHED                          VALUE 'Y'.
       01  WS-MK-POS                         PIC 9(02).
       01  WS-MK-RESULT                      PIC X(01).
           88  MASK-FITS                             VALUE 'Y'.
           88  MASK-FAILS                            VALUE 'N'.
       01  WS-MK-CHAR                        PIC X(01).
       01  WS-EL-CHAR                        PIC X(01).

       01  WS-PL-INX                         PIC 9(02).
       01  WS-PL-SLOT                        PIC 9(01).
       01  WS-PL-RULES-SEEN                  PIC 9(02).
       01  WS-PL-ALLOWED                     PIC X(01).
           88  TYPE-ALLOWED                          VALUE 'Y'.

       LINKAGE SECTION.
       01  STD-MODE                          PIC X(01).
           88  STD-AUDIT-MODE                        VALUE 'A'.
       01  STD-SYSTEM                        PIC X(08).
       01  STD-SUBSYSTEM                     PIC X(08).
       01  STD-ELEMENT                       PIC X(10).
       01  STD-TYPE                          PIC X(08).
       01  STD-VERDICT                       PIC X(01).
       01  STD-DETAIL                        PIC X(60).

       PROCEDURE DIVISION USING STD-MODE
                                STD-SYSTEM
                                STD-SUBSYSTEM
                                STD-ELEMENT
                                STD-TYPE
                                STD-VERDICT
                                STD-DETAIL.
       MAIN-LINE.

           IF NOT RULES-LOADED
              PERFORM 0100-LOAD-RULES
           END-IF.

           MOVE SPACE  TO STD-VERDICT.
           MOVE SPACES TO STD-DETAIL.

           IF STD-AUDIT-MODE OR ELMNM-CHECK-ENABLED
              PERFORM 0200-CHECK-NAME-MASKS
           END-IF.
           IF STD-AUDIT-MODE OR ELMPL-CHECK-ENABLED
              PERFORM 0300-CHECK-PLACEMENT
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      *  Both sections from DD EXITCFG (see CFGLOAD); a missing one
      *  keeps the compiled-in table, which is empty.
      *-----------------------------------------------------------------
       0100-LOAD-RULES.

           MOVE 'Y' TO WS-RULES-LOADED.
           MOVE 'ELMNAMES'        TO CFG-SECTION-NAME.
           MOVE WS-ELMNM-MAX      TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-ELMNM-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-ELMNM-COUNT
                 MOVE SPACES TO WS-ELMNM-TABLE
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-ELMNM-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:19)
                          TO WS-ELMNM-ENTRY(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.

           MOVE 'ELMPLACE'        TO CFG-SECTION-NAME.
           MOVE WS-ELMPL-MAX      TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-ELMPL-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-ELMPL-COUNT
                 MOVE SPACES TO WS-ELMPL-TABLE
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-ELMPL-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)
                          TO WS-ELMPL-ENTRY(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The name must fit at least one mask of its type; a type
      *  with no mask at all is not constrained.
      *-----------------------------------------------------------------
       0200-CHECK-NAME-MASKS.

           MOVE ZERO TO WS-NM-MASKS-SEEN.
           MOVE 'N'  TO WS-NM-MATCHED.
           PERFORM VARYING WS-NM-INX FROM 1 BY 1
                   UNTIL WS-NM-INX > WS-ELMNM-COUNT
                      OR NAME-MATCHED
              IF WS-ELMNM-TYPE(WS-NM-INX) = STD-TYPE
                 AND WS-ELMNM-MASK(WS-NM-INX) NOT = SPACES
                 ADD 1 TO WS-NM-MASKS-SEEN
                 PERFORM 0210-FIT-ONE-MASK
                 IF MASK-FITS
                    MOVE 'Y' TO WS-NM-MATCHED
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-NM-MASKS-SEEN > 0 AND NOT NAME-MATCHED
              MOVE 'N' TO STD-VERDICT
              STRING 'NAME ' STD-ELEMENT DELIMITED BY SPACE
                     ' FITS NO NAME MASK FOR TYPE ' STD-TYPE
                     DELIMITED BY SIZE
                 INTO STD-DETAIL
              END-STRING
           END-IF.

      *-----------------------------------------------------------------
      *  One mask against the name, position by position - see the
      *  mask characters in the ELMSTDCF banner.
      *-----------------------------------------------------------------
       0210-FIT-ONE-MASK.

           MOVE SPACE TO WS-MK-RESULT.
           PERFORM VARYING WS-MK-POS FROM 1 BY 1
                   UNTIL WS-MK-POS > 10
                      OR WS-MK-RESULT NOT = SPACE
              MOVE WS-ELMNM-MASK(WS-NM-INX)(WS-MK-POS:1)
                                        TO WS-MK-CHAR
              MOVE STD-ELEMENT(WS-MK-POS:1) TO WS-EL-CHAR
              EVALUATE TRUE
                WHEN WS-MK-CHAR = '*'
                  MOVE 'Y' TO WS-MK-RESULT
                WHEN WS-MK-CHAR = SPACE
                  IF WS-EL-CHAR NOT = SPACE
                     MOVE 'N' TO WS-MK-RESULT
                  END-IF
                WHEN WS-EL-CHAR = SPACE
                  MOVE 'N' TO WS-MK-RESULT
                WHEN WS-MK-CHAR = '@'
                  IF WS-EL-CHAR IS NOT ALPHABETIC-UPPER
                     MOVE 'N' TO WS-MK-RESULT
                  END-IF
                WHEN WS-MK-CHAR = '#'
                  IF WS-EL-CHAR IS NOT NUMERIC
                     MOVE 'N' TO WS-MK-RESULT
                  END-IF
                WHEN WS-MK-CHAR = '?'
                  CONTINUE
                WHEN OTHER
                  IF WS-EL-CHAR NOT = WS-MK-CHAR
                     MOVE 'N' TO WS-MK-RESULT
                  END-IF
              END-EVALUATE
           END-PERFORM.
           IF WS-MK-RESULT = SPACE
              MOVE 'Y' TO WS-MK-RESULT
           END-IF.

      *-----------------------------------------------------------------
      *  The union of the types every matching system/subsystem entry
      *  lists must include this type; no matching entry, no rule.
      *-----------------------------------------------------------------
       0300-CHECK-PLACEMENT.

           MOVE ZERO TO WS-PL-RULES-SEEN.
           MOVE 'N'  TO WS-PL-ALLOWED.
           PERFORM VARYING WS-PL-INX FROM 1 BY 1
                   UNTIL WS-PL-INX > WS-ELMPL-COUNT
                      OR TYPE-ALLOWED
              IF WS-ELMPL-SYSTEM(WS-PL-INX) = STD-SYSTEM
                 AND (WS-ELMPL-SUBSYSTEM(WS-PL-INX) = STD-SUBSYSTEM
                      OR WS-ELMPL-SUBSYSTEM(WS-PL-INX) = '*')
                 ADD 1 TO WS-PL-RULES-SEEN
                 PERFORM VARYING WS-PL-SLOT FROM 1 BY 1
                         UNTIL WS-PL-SLOT > 6
                    IF WS-ELMPL-TYPE(WS-PL-INX WS-PL-SLOT) = STD-TYPE
                       MOVE 'Y' TO WS-PL-ALLOWED
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF WS-PL-RULES-SEEN > 0 AND NOT TYPE-ALLOWED
              IF STD-VERDICT = 'N'
                 MOVE 'B' TO STD-VERDICT
              ELSE
                 MOVE 'P' TO STD-VERDICT
                 STRING 'TYPE ' STD-TYPE DELIMITED BY SPACE
                        ' IS NOT ALLOWED IN ' DELIMITED BY SIZE
                        STD-SYSTEM DELIMITED BY SPACE
                        '/' DELIMITED BY SIZE
                        STD-SUBSYSTEM DELIMITED BY SPACE
                    INTO STD-DETAIL
                 END-STRING
              END-IF
           END-IF.
