       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: The DD EXITCFG section inventory and line checks *
      *              behind the batch validator C1UCFGVL and the      *
      *              C1UISPF configuration dialog (option A), so the  *
      *              dialog refuses exactly what the validator would  *
      *              report. See COPY CFGVLRQ for the functions:      *
      *                - look a section up, or walk the inventory;    *
      *                - check one entry line (or ENABLED= line) of a *
      *                  section against its owning copybook's fixed  *
      *                  columns;                                     *
      *                - describe a section's entry layout as         *
      *                  labelled fields, which is what lets the      *
      *                  dialog show and take an entry without the    *
      *                  user knowing its column positions.           *
      *              Keep the inventory and layout tables below in    *
      *              step with the sections the exits actually load - *
      *              an entry here is what makes a new section        *
      *              validatable and editable.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGVLCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *= Known-section inventory: name, entry capacity, rule code =====
      *  Rule codes: F8  leading 8 characters non-blank
      *              F15 leading 15 characters non-blank
      *              F16 leading 16 characters non-blank
      *              SD  SHPDEST  - env 1-8 non-blank, stage col 10
      *              CP  CCIDPREF - prefix 1-3 and action 5-10
      *              QC  QUORUMCF - env 1-8, count 10-13 numeric
      *              IR  INSTROUT - env 1-8 non-blank, URI from 10
      *              SS  SRCSCAN  - type 1-8, severity W/R col 10,
      *                             pattern 12-51 non-blank
      *              NM  ELMNAMES - type 1-8, mask 10-19 non-blank
      *              PL  ELMPLACE - system 1-8, subsystem 10-17,
      *                             first type col 19 non-blank
      *              CM  CCIDCONS - MODE=W or MODE=R
      *              AP  APPRPART - IDLEMIN=nnnn, KEYPCT=nnn or
      *                             MINPKGS=nnnn
      *              CR  CHATROUT - event 1-8, env 10-17 (or '*'),
      *                             channel 19-26 non-blank
      *              CC  CHATCHNL - channel 1-8, H or P col 10,
      *                             text from col 12
      *              PV  PIVCHECK - system 1-8, R or J col 10,
      *                             member 12-19 non-blank
      *              CG  CHGROUTE - type 1-10, env 12-19 (or '*'),
      *                             treatment F/R/A/E col 21
      *              PP  PROMPATH - MODE=W or MODE=R, or controlled
      *                             env 1-8, test env 10-17 and test
      *                             stage ID col 19 non-blank
      *              PN  PKGNOTES - env 1-8 (or '*'), tag 10-19,
      *                             minimum 21-23 numeric
      *              CF  CHGFEED  - STATE=value, DAYS=nnn, or an
      *                             assignment group name from col 1
      *              TZ  TIMEZONE - LOCAL=zone, SNOW=zone, SYS= system
      *                             5-12 and zone 14-21, or a zone:
      *                             name 1-8, offsets +HHMM 10-14 and
      *                             16-20, rules 22-25/27-30/32-35/
      *                             37-40 numeric
      *              DA  DEPLOYAC - type 1-8, system 10-17 and env
      *                             19-26 (or '*'), R or J col 28,
      *                             member 30-37, scope E/P col 39
      *              AX  APREXPIR - env 1-8 (or '*'), limit 10-12 and
      *                             warning lead 14-15 numeric
      *              QG  QUALGATE - env 1-8 non-blank, W or R col 10
      *              BR  BKREASON - AUTO=prefix, REPEAT=nn, DAYS=nnn,
      *                             PROBLEM=Y|N, or a reason code
      *                             1-8 and description from col 10
      *              CL  CHGCAL   - HORIZON=nnn, NAME=text or
      *                             UIDHOST=text
      *              SR  SMFRECON - TYPE=nnn, TOLERANCE=nnn or
      *                             CTLLPAR=name
      *              GM  GITMIRR  - WORKDIR=, REMOTE=, BRANCH=,
      *                             PRODENV=, PRODSTG=n, EXEC= or
      *                             ALERT=nn
      *              WL  WIPLIMIT - OLDEST=n (1-3), or kind S/G col 1,
      *                             name 3-10 and mask 12-27
      *                             non-blank, limit 29-31 and
      *                             warning 33-35 numeric
      *              RS  RESTORE  - PRODENV=, ENTRYENV=, PRODSTG=n or
      *                             RSTDSN= (a data set name)
      *              CK  CHKPOINT - MAXAGE=nn, or program 1-8
      *                             non-blank and interval 10-14
      *                             numeric, not zero
       01  WS-SI-TABLE.
           03 FILLER                 PIC X(23)
              VALUE 'ELMSKIP         0016F8 '.
           03 FILLER                 PIC X(23)
              VALUE 'ENVNOTFY        0016F8 '.
           03 FILLER                 PIC X(23)
              VALUE 'SNOWCLRD        0016F15'.
           03 FILLER                 PIC X(23)
              VALUE 'SHPDEST         0016SD '.
           03 FILLER                 PIC X(23)
              VALUE 'CCIDPREF        0016CP '.
           03 FILLER                 PIC X(23)
              VALUE 'QUORUMCF        0016QC '.
           03 FILLER                 PIC X(23)
              VALUE 'BACKOUTEX       0016F16'.
           03 FILLER                 PIC X(23)
              VALUE 'INSTROUT        0016IR '.
           03 FILLER                 PIC X(23)
              VALUE 'SNOWREGR        0016F15'.
           03 FILLER                 PIC X(23)
              VALUE 'RESETAUT        0032F8 '.
           03 FILLER                 PIC X(23)
              VALUE 'CMTGATE         0016F8 '.
           03 FILLER                 PIC X(23)
              VALUE 'ELMOPTPL        0032F8 '.
           03 FILLER                 PIC X(23)
              VALUE 'SRCSCAN         0032SS '.
           03 FILLER                 PIC X(23)
              VALUE 'ELMNAMES        0032NM '.
           03 FILLER                 PIC X(23)
              VALUE 'ELMPLACE        0032PL '.
           03 FILLER                 PIC X(23)
              VALUE 'CCIDCONS        0004CM '.
           03 FILLER                 PIC X(23)
              VALUE 'APPRPART        0004AP '.
           03 FILLER                 PIC X(23)
              VALUE 'CHATROUT        0032CR '.
           03 FILLER                 PIC X(23)
              VALUE 'CHATCHNL        0032CC '.
           03 FILLER                 PIC X(23)
              VALUE 'CCIDENVR        0032F8 '.
           03 FILLER                 PIC X(23)
              VALUE 'PIVCHECK        0032PV '.
           03 FILLER                 PIC X(23)
              VALUE 'CHGROUTE        0016CG '.
           03 FILLER                 PIC X(23)
              VALUE 'STDTMPL         0032F8 '.
           03 FILLER                 PIC X(23)
              VALUE 'ECABGRP         0016F8 '.
           03 FILLER                 PIC X(23)
              VALUE 'PROMPATH        0016PP '.
           03 FILLER                 PIC X(23)
              VALUE 'PKGNOTES        0032PN '.
           03 FILLER                 PIC X(23)
              VALUE 'CHGFEED         0018CF '.
           03 FILLER                 PIC X(23)
              VALUE 'TIMEZONE        0026TZ '.
           03 FILLER                 PIC X(23)
              VALUE 'DEPLOYAC        0032DA '.
           03 FILLER                 PIC X(23)
              VALUE 'APREXPIR        0032AX '.
           03 FILLER                 PIC X(23)
              VALUE 'QUALGATE        0016QG '.
           03 FILLER                 PIC X(23)
              VALUE 'BKREASON        0032BR '.
           03 FILLER                 PIC X(23)
              VALUE 'CHGCAL          0008CL '.
           03 FILLER                 PIC X(23)
              VALUE 'SMFRECON        0008SR '.
           03 FILLER                 PIC X(23)
              VALUE 'GITMIRR         0012GM '.
           03 FILLER                 PIC X(23)
              VALUE 'WIPLIMIT        0017WL '.
           03 FILLER                 PIC X(23)
              VALUE 'CFGEDIT         0032F8 '.
           03 FILLER                 PIC X(23)
              VALUE 'RESTORE         0008RS '.
           03 FILLER                 PIC X(23)
              VALUE 'CHKPOINT        0016CK '.
       01  WS-SI-TABLE-RE REDEFINES WS-SI-TABLE.
           03  WS-SI-ENTRY OCCURS 39 TIMES.
               05  WS-SI-NAME                PIC X(16).
               05  WS-SI-CAPACITY            PIC 9(04).
               05  WS-SI-RULE                PIC X(03).
       01  WS-SI-COUNT                       PIC 9(02) VALUE 39.

      *= Entry layouts: rule code, field label, start, length =========
      *  Up to six labelled fields per rule code, in column order. A
      *  code with no fields here (CM, AP, CL, SR, GM, RS) takes only
      *  KEYWORD= setting lines; any section may also carry KEYWORD=
      *  lines (ENABLED=, MODE=, OLDEST=, ...) beside its entries,
      *  and those are shown and taken whole. Columns a layout does
      *  not describe are kept as they stand when an entry changes.
       01  WS-LY-TABLE.
           03 FILLER                 PIC X(21)
              VALUE 'F8 NAME          0108'.
           03 FILLER                 PIC X(21)
              VALUE 'F8 COLS 10-72    1063'.
           03 FILLER                 PIC X(21)
              VALUE 'F15VALUE         0115'.
           03 FILLER                 PIC X(21)
              VALUE 'F15COLS 17-72    1756'.
           03 FILLER                 PIC X(21)
              VALUE 'F16VALUE         0116'.
           03 FILLER                 PIC X(21)
              VALUE 'F16COLS 18-72    1855'.
           03 FILLER                 PIC X(21)
              VALUE 'SD ENVIRONMENT   0108'.
           03 FILLER                 PIC X(21)
              VALUE 'SD STAGE ID      1001'.
           03 FILLER                 PIC X(21)
              VALUE 'CP CCID PREFIX   0103'.
           03 FILLER                 PIC X(21)
              VALUE 'CP ACTION        0506'.
           03 FILLER                 PIC X(21)
              VALUE 'QC ENVIRONMENT   0108'.
           03 FILLER                 PIC X(21)
              VALUE 'QC APPROVER COUNT1004'.
           03 FILLER                 PIC X(21)
              VALUE 'IR ENVIRONMENT   0108'.
           03 FILLER                 PIC X(21)
              VALUE 'IR URI           1063'.
           03 FILLER                 PIC X(21)
              VALUE 'SS ELEMENT TYPE  0108'.
           03 FILLER                 PIC X(21)
              VALUE 'SS SEVERITY W/R  1001'.
           03 FILLER                 PIC X(21)
              VALUE 'SS PATTERN       1240'.
           03 FILLER                 PIC X(21)
              VALUE 'NM ELEMENT TYPE  0108'.
           03 FILLER                 PIC X(21)
              VALUE 'NM NAME MASK     1010'.
           03 FILLER                 PIC X(21)
              VALUE 'PL SYSTEM        0108'.
           03 FILLER                 PIC X(21)
              VALUE 'PL SUBSYSTEM     1008'.
           03 FILLER                 PIC X(21)
              VALUE 'PL TYPES         1954'.
           03 FILLER                 PIC X(21)
              VALUE 'CR EVENT         0108'.
           03 FILLER                 PIC X(21)
              VALUE 'CR ENV OR *      1008'.
           03 FILLER                 PIC X(21)
              VALUE 'CR CHANNEL       1908'.
           03 FILLER                 PIC X(21)
              VALUE 'CC CHANNEL       0108'.
           03 FILLER                 PIC X(21)
              VALUE 'CC HOOK/PAGE H/P 1001'.
           03 FILLER                 PIC X(21)
              VALUE 'CC TEXT          1261'.
           03 FILLER                 PIC X(21)
              VALUE 'PV SYSTEM        0108'.
           03 FILLER                 PIC X(21)
              VALUE 'PV REXX/JCL R/J  1001'.
           03 FILLER                 PIC X(21)
              VALUE 'PV MEMBER        1208'.
           03 FILLER                 PIC X(21)
              VALUE 'CG ELEMENT TYPE  0110'.
           03 FILLER                 PIC X(21)
              VALUE 'CG ENV OR *      1208'.
           03 FILLER                 PIC X(21)
              VALUE 'CG TREAT F/R/A/E 2101'.
           03 FILLER                 PIC X(21)
              VALUE 'PP CONTROLLED ENV0108'.
           03 FILLER                 PIC X(21)
              VALUE 'PP TEST ENV      1008'.
           03 FILLER                 PIC X(21)
              VALUE 'PP TEST STAGE ID 1901'.
           03 FILLER                 PIC X(21)
              VALUE 'PN ENV OR *      0108'.
           03 FILLER                 PIC X(21)
              VALUE 'PN TAG           1010'.
           03 FILLER                 PIC X(21)
              VALUE 'PN MINIMUM       2103'.
           03 FILLER                 PIC X(21)
              VALUE 'CF ASSIGN GROUP  0140'.
           03 FILLER                 PIC X(21)
              VALUE 'TZ ZONE NAME     0108'.
           03 FILLER                 PIC X(21)
              VALUE 'TZ STD OFFSET    1005'.
           03 FILLER                 PIC X(21)
              VALUE 'TZ DST OFFSET    1605'.
           03 FILLER                 PIC X(21)
              VALUE 'TZ DST RULES     2219'.
           03 FILLER                 PIC X(21)
              VALUE 'DA ELEMENT TYPE  0108'.
           03 FILLER                 PIC X(21)
              VALUE 'DA SYSTEM OR *   1008'.
           03 FILLER                 PIC X(21)
              VALUE 'DA ENV OR *      1908'.
           03 FILLER                 PIC X(21)
              VALUE 'DA REXX/JCL R/J  2801'.
           03 FILLER                 PIC X(21)
              VALUE 'DA MEMBER        3008'.
           03 FILLER                 PIC X(21)
              VALUE 'DA SCOPE E/P     3901'.
           03 FILLER                 PIC X(21)
              VALUE 'AX ENV OR *      0108'.
           03 FILLER                 PIC X(21)
              VALUE 'AX LIMIT DAYS    1003'.
           03 FILLER                 PIC X(21)
              VALUE 'AX WARN DAYS     1402'.
           03 FILLER                 PIC X(21)
              VALUE 'QG ENVIRONMENT   0108'.
           03 FILLER                 PIC X(21)
              VALUE 'QG WARN/REFUSE   1001'.
           03 FILLER                 PIC X(21)
              VALUE 'BR REASON CODE   0108'.
           03 FILLER                 PIC X(21)
              VALUE 'BR DESCRIPTION   1063'.
           03 FILLER                 PIC X(21)
              VALUE 'WL KIND S/G      0101'.
           03 FILLER                 PIC X(21)
              VALUE 'WL NAME          0308'.
           03 FILLER                 PIC X(21)
              VALUE 'WL MASK          1216'.
           03 FILLER                 PIC X(21)
              VALUE 'WL LIMIT         2903'.
           03 FILLER                 PIC X(21)
              VALUE 'WL WARNING       3303'.
           03 FILLER                 PIC X(21)
              VALUE 'CK PROGRAM       0108'.
           03 FILLER                 PIC X(21)
              VALUE 'CK INTERVAL      1005'.
       01  WS-LY-TABLE-RE REDEFINES WS-LY-TABLE.
           03  WS-LY-ENTRY OCCURS 65 TIMES.
               05  WS-LY-RULE                PIC X(03).
               05  WS-LY-LABEL               PIC X(14).
               05  WS-LY-START               PIC 9(02).
               05  WS-LY-LENGTH              PIC 9(02).
       01  WS-LY-COUNT                       PIC 9(02) VALUE 65.
       01  WS-LY-INX                         PIC 9(02).
       01  WS-SI-INX                         PIC 9(02).
       01  WS-SI-HIT-INX                     PIC 9(02).

       LINKAGE SECTION.
         COPY CFGVLRQ.

       PROCEDURE DIVISION USING WS-CFGVL-REQUEST.
       MAIN-LINE.

           MOVE WS-SI-COUNT TO CVQ-SECTION-COUNT.
           MOVE 'N'         TO CVQ-SECTION-FOUND.
           MOVE SPACES      TO CVQ-RULE CVQ-ERROR-TEXT.
           MOVE 0           TO CVQ-CAPACITY CVQ-FIELD-COUNT.
           MOVE 0           TO WS-SI-HIT-INX.
           EVALUATE TRUE
             WHEN CVQ-NTH-SECTION
               IF CVQ-SECTION-INX > 0
                  AND CVQ-SECTION-INX NOT > WS-SI-COUNT
                  MOVE CVQ-SECTION-INX TO WS-SI-HIT-INX
                  MOVE 'Y' TO CVQ-SECTION-FOUND
               END-IF
             WHEN OTHER
               PERFORM 0100-FIND-SECTION
           END-EVALUATE.
           IF CVQ-SECTION-KNOWN
              PERFORM 0200-DESCRIBE-SECTION
           END-IF.
           IF CVQ-CHECK-LINE
              PERFORM 0300-CHECK-LINE
           END-IF.
           GOBACK.

       0100-FIND-SECTION.

           PERFORM VARYING WS-SI-INX FROM 1 BY 1
                   UNTIL WS-SI-INX > WS-SI-COUNT OR CVQ-SECTION-KNOWN
              IF CVQ-SECTION-NAME = WS-SI-NAME(WS-SI-INX)
                 MOVE 'Y' TO CVQ-SECTION-FOUND
                 MOVE WS-SI-INX TO WS-SI-HIT-INX
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Name, rule code, capacity and the labelled entry fields of
      *  the section found.
      *-----------------------------------------------------------------
       0200-DESCRIBE-SECTION.

           MOVE WS-SI-NAME(WS-SI-HIT-INX)     TO CVQ-SECTION-NAME.
           MOVE WS-SI-RULE(WS-SI-HIT-INX)     TO CVQ-RULE.
           MOVE WS-SI-CAPACITY(WS-SI-HIT-INX) TO CVQ-CAPACITY.
           PERFORM VARYING WS-LY-INX FROM 1 BY 1
                   UNTIL WS-LY-INX > WS-LY-COUNT
              IF WS-LY-RULE(WS-LY-INX) = CVQ-RULE
                 AND CVQ-FIELD-COUNT < 6
                 ADD 1 TO CVQ-FIELD-COUNT
                 MOVE WS-LY-LABEL(WS-LY-INX)
                   TO CVQ-FIELD-LABEL(CVQ-FIELD-COUNT)
                 MOVE WS-LY-START(WS-LY-INX)
                   TO CVQ-FIELD-START(CVQ-FIELD-COUNT)
                 MOVE WS-LY-LENGTH(WS-LY-INX)
                   TO CVQ-FIELD-LENGTH(CVQ-FIELD-COUNT)
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One data line of the section - the ENABLED= switch or an
      *  entry, checked against the owning copybook's fixed columns.
      *-----------------------------------------------------------------
       0300-CHECK-LINE.

           MOVE 'Y' TO CVQ-LINE-RESULT.
           IF NOT CVQ-SECTION-KNOWN
              MOVE 'UNKNOWN SECTION NAME - MISSPELLED HEADER?'
                   TO CVQ-ERROR-TEXT
              PERFORM 0900-SET-ERROR
           ELSE
              IF CVQ-LINE(1:8) = 'ENABLED='
                 IF CVQ-LINE(9:1) NOT = 'Y'
                    AND CVQ-LINE(9:1) NOT = 'N'
                    MOVE 'ENABLED= MUST CARRY Y OR N'
                         TO CVQ-ERROR-TEXT
                    PERFORM 0900-SET-ERROR
                 END-IF
              ELSE
                 PERFORM 0400-CHECK-SECTION-ENTRY
              END-IF
           END-IF.

       0400-CHECK-SECTION-ENTRY.

           EVALUATE CVQ-RULE
             WHEN 'F8 '
               IF CVQ-LINE(1:8) = SPACES
                  MOVE 'COLS 1-8 MUST NOT BE BLANK'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'F15'
               IF CVQ-LINE(1:15) = SPACES
                  MOVE 'COLS 1-15 MUST NOT BE BLANK'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'F16'
               IF CVQ-LINE(1:16) = SPACES
                  MOVE 'COLS 1-16 MUST NOT BE BLANK'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'SD '
               IF CVQ-LINE(1:8) = SPACES
                  OR CVQ-LINE(10:1) = SPACE
                  MOVE 'SHPDEST NEEDS ENV COLS 1-8 AND STAGE COL 10'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'CP '
               IF CVQ-LINE(1:3) = SPACES
                  OR CVQ-LINE(5:6) = SPACES
                  MOVE 'CCIDPREF NEEDS PREFIX 1-3 AND ACTION 5-10'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'QC '
               IF CVQ-LINE(1:8) = SPACES
                  OR CVQ-LINE(10:4) IS NOT NUMERIC
                  MOVE 'QUORUMCF NEEDS ENV 1-8, NUMERIC COUNT 10-13'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'IR '
               IF CVQ-LINE(1:8) = SPACES
                  OR CVQ-LINE(10:40) = SPACES
                  MOVE 'INSTROUT NEEDS ENV 1-8 AND URI FROM COL 10'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'SS '
               IF CVQ-LINE(1:8) = SPACES
                  OR (CVQ-LINE(10:1) NOT = 'W'
                      AND CVQ-LINE(10:1) NOT = 'R')
                  OR CVQ-LINE(12:40) = SPACES
                  MOVE 'SRCSCAN NEEDS TYPE 1-8, W/R COL 10, PATTERN 12'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'NM '
               IF CVQ-LINE(1:8) = SPACES
                  OR CVQ-LINE(10:10) = SPACES
                  MOVE 'ELMNAMES NEEDS TYPE 1-8 AND MASK 10-19'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'PL '
               IF CVQ-LINE(1:8) = SPACES
                  OR CVQ-LINE(10:8) = SPACES
                  OR CVQ-LINE(19:8) = SPACES
                  MOVE 'ELMPLACE NEEDS SYSTEM, SUBSYSTEM AND A TYPE'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'CM '
               IF CVQ-LINE(1:7) NOT = 'MODE=W'
                  AND CVQ-LINE(1:7) NOT = 'MODE=R'
                  MOVE 'CCIDCONS ACCEPTS ONLY MODE=W OR MODE=R'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'AP '
               IF NOT ((CVQ-LINE(1:8) = 'IDLEMIN='
                        AND CVQ-LINE(9:4) IS NUMERIC)
                    OR (CVQ-LINE(1:7) = 'KEYPCT='
                        AND CVQ-LINE(8:3) IS NUMERIC
                        AND CVQ-LINE(8:3) <= '100')
                    OR (CVQ-LINE(1:8) = 'MINPKGS='
                        AND CVQ-LINE(9:4) IS NUMERIC))
                  MOVE 'APPRPART TAKES IDLEMIN=, KEYPCT= OR MINPKGS='
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'CR '
               IF CVQ-LINE(1:8) = SPACES
                  OR CVQ-LINE(10:8) = SPACES
                  OR CVQ-LINE(19:8) = SPACES
                  MOVE 'CHATROUT NEEDS EVENT, ENV (OR *) AND CHANNEL'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'CC '
               IF CVQ-LINE(1:8) = SPACES
                  OR (CVQ-LINE(10:1) NOT = 'H'
                      AND CVQ-LINE(10:1) NOT = 'P')
                  OR CVQ-LINE(12:61) = SPACES
                  MOVE 'CHATCHNL NEEDS CHANNEL, H/P COL 10, TEXT 12'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'PV '
               IF CVQ-LINE(1:8) = SPACES
                  OR (CVQ-LINE(10:1) NOT = 'R'
                      AND CVQ-LINE(10:1) NOT = 'J')
                  OR CVQ-LINE(12:8) = SPACES
                  MOVE 'PIVCHECK NEEDS SYSTEM, R/J COL 10, MEMBER 12'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'CG '
               IF CVQ-LINE(1:10) = SPACES
                  OR CVQ-LINE(12:8) = SPACES
                  OR (CVQ-LINE(21:1) NOT = 'F'
                      AND CVQ-LINE(21:1) NOT = 'R'
                      AND CVQ-LINE(21:1) NOT = 'A'
                      AND CVQ-LINE(21:1) NOT = 'E')
                  MOVE 'CHGROUTE NEEDS TYPE, ENV (OR *), F/R/A/E COL 21'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'PP '
               IF CVQ-LINE(1:5) = 'MODE='
                  IF CVQ-LINE(1:7) NOT = 'MODE=W'
                     AND CVQ-LINE(1:7) NOT = 'MODE=R'
                     MOVE 'PROMPATH ACCEPTS ONLY MODE=W OR MODE=R'
                          TO CVQ-ERROR-TEXT
                     PERFORM 0900-SET-ERROR
                  END-IF
               ELSE
                  IF CVQ-LINE(1:8) = SPACES
                     OR CVQ-LINE(10:8) = SPACES
                     OR CVQ-LINE(19:1) = SPACE
                     MOVE 'PROMPATH NEEDS ENV, TEST ENV AND STAGE ID'
                          TO CVQ-ERROR-TEXT
                     PERFORM 0900-SET-ERROR
                  END-IF
               END-IF
             WHEN 'PN '
               IF CVQ-LINE(1:8) = SPACES
                  OR CVQ-LINE(10:10) = SPACES
                  OR CVQ-LINE(21:3) IS NOT NUMERIC
                  MOVE 'PKGNOTES NEEDS ENV, TAG 10-19, MINIMUM 21-23'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'CF '
               IF (CVQ-LINE(1:6) = 'STATE='
                   AND CVQ-LINE(7:15) = SPACES)
                  OR (CVQ-LINE(1:5) = 'DAYS='
                   AND CVQ-LINE(6:3) IS NOT NUMERIC)
                  OR CVQ-LINE(1:1) = SPACE
                  MOVE 'CHGFEED TAKES STATE=, DAYS=NNN OR A GROUP NAME'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'TZ '
               EVALUATE TRUE
                 WHEN CVQ-LINE(1:6) = 'LOCAL='
                   IF CVQ-LINE(7:8) = SPACES
                      MOVE 'LOCAL= NEEDS A ZONE NAME' TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:5) = 'SNOW='
                   IF CVQ-LINE(6:8) = SPACES
                      MOVE 'SNOW= NEEDS A ZONE NAME' TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:4) = 'SYS='
                   IF CVQ-LINE(5:8) = SPACES
                      OR CVQ-LINE(14:8) = SPACES
                      MOVE 'SYS= NEEDS SYSTEM 5-12 AND ZONE 14-21'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:8) = SPACES
                   OR (CVQ-LINE(10:1) NOT = '+' AND NOT = '-')
                   OR (CVQ-LINE(16:1) NOT = '+' AND NOT = '-')
                   OR CVQ-LINE(11:4) IS NOT NUMERIC
                   OR CVQ-LINE(17:4) IS NOT NUMERIC
                   OR CVQ-LINE(22:4) IS NOT NUMERIC
                   OR CVQ-LINE(27:4) IS NOT NUMERIC
                   OR CVQ-LINE(32:4) IS NOT NUMERIC
                   OR CVQ-LINE(37:4) IS NOT NUMERIC
                   MOVE 'ZONE NEEDS NAME, +HHMM OFFSETS AND DST RULES'
                        TO CVQ-ERROR-TEXT
                   PERFORM 0900-SET-ERROR
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN 'DA '
               IF CVQ-LINE(1:8) = SPACES
                  OR CVQ-LINE(10:8) = SPACES
                  OR CVQ-LINE(19:8) = SPACES
                  OR (CVQ-LINE(28:1) NOT = 'R'
                      AND CVQ-LINE(28:1) NOT = 'J')
                  OR CVQ-LINE(30:8) = SPACES
                  OR (CVQ-LINE(39:1) NOT = 'E'
                      AND CVQ-LINE(39:1) NOT = 'P')
                  MOVE 'DEPLOYAC NEEDS TYPE,SYS,ENV,R/J,MEMBER,E/P'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'AX '
               IF CVQ-LINE(1:8) = SPACES
                  OR CVQ-LINE(10:3) IS NOT NUMERIC
                  OR CVQ-LINE(14:2) IS NOT NUMERIC
                  MOVE 'APREXPIR NEEDS ENV, LIMIT DAYS AND WARN DAYS'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'QG '
               IF CVQ-LINE(1:8) = SPACES
                  OR (CVQ-LINE(10:1) NOT = 'W'
                      AND CVQ-LINE(10:1) NOT = 'R')
                  MOVE 'QUALGATE NEEDS ENV AND W OR R IN COL 10'
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'BR '
               EVALUATE TRUE
                 WHEN CVQ-LINE(1:5) = 'AUTO='
                   IF CVQ-LINE(6:8) = SPACES
                      MOVE 'BKREASON AUTO= NEEDS A JOB-NAME PREFIX'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:7) = 'REPEAT='
                   IF CVQ-LINE(8:2) IS NOT NUMERIC
                      MOVE 'BKREASON REPEAT= NEEDS TWO DIGITS'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:5) = 'DAYS='
                   IF CVQ-LINE(6:3) IS NOT NUMERIC
                      MOVE 'BKREASON DAYS= NEEDS THREE DIGITS'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:8) = 'PROBLEM='
                   IF CVQ-LINE(9:1) NOT = 'Y'
                      AND CVQ-LINE(9:1) NOT = 'N'
                      MOVE 'BKREASON PROBLEM= TAKES Y OR N'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:8) = SPACES
                      OR CVQ-LINE(10:40) = SPACES
                   MOVE 'BKREASON NEEDS A CODE AND A DESCRIPTION'
                        TO CVQ-ERROR-TEXT
                   PERFORM 0900-SET-ERROR
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN 'CL '
               IF (CVQ-LINE(1:8) = 'HORIZON='
                   AND CVQ-LINE(9:3) IS NOT NUMERIC)
                  OR (CVQ-LINE(1:8) NOT = 'HORIZON='
                   AND CVQ-LINE(1:5) NOT = 'NAME='
                   AND CVQ-LINE(1:8) NOT = 'UIDHOST=')
                  MOVE 'CHGCAL TAKES HORIZON=NNN, NAME= OR UIDHOST='
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'SR '
               IF (CVQ-LINE(1:5) = 'TYPE='
                   AND CVQ-LINE(6:3) IS NOT NUMERIC)
                  OR (CVQ-LINE(1:10) = 'TOLERANCE='
                   AND CVQ-LINE(11:3) IS NOT NUMERIC)
                  OR (CVQ-LINE(1:5) NOT = 'TYPE='
                   AND CVQ-LINE(1:10) NOT = 'TOLERANCE='
                   AND CVQ-LINE(1:8) NOT = 'CTLLPAR=')
                  MOVE 'SMFRECON TAKES TYPE=, TOLERANCE= OR CTLLPAR='
                       TO CVQ-ERROR-TEXT
                  PERFORM 0900-SET-ERROR
               END-IF
             WHEN 'GM '
               EVALUATE TRUE
                 WHEN CVQ-LINE(1:8) = 'WORKDIR='
                   IF CVQ-LINE(9:1) NOT = '/'
                      OR CVQ-LINE(45:28) NOT = SPACES
                      MOVE 'GITMIRR WORKDIR= NEEDS A PATH OF 36 OR LESS'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:8) = 'PRODSTG='
                   IF CVQ-LINE(9:1) NOT = '1'
                      AND CVQ-LINE(9:1) NOT = '2'
                      MOVE 'GITMIRR PRODSTG= TAKES 1 OR 2'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:6) = 'ALERT='
                   IF CVQ-LINE(7:2) IS NOT NUMERIC
                      MOVE 'GITMIRR ALERT= NEEDS TWO DIGITS'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:7) = 'REMOTE='
                   OR CVQ-LINE(1:7) = 'BRANCH='
                   OR CVQ-LINE(1:8) = 'PRODENV='
                   OR CVQ-LINE(1:5) = 'EXEC='
                   CONTINUE
                 WHEN OTHER
                   MOVE 'GITMIRR LINE NOT RECOGNIZED'
                        TO CVQ-ERROR-TEXT
                   PERFORM 0900-SET-ERROR
               END-EVALUATE
             WHEN 'WL '
               EVALUATE TRUE
                 WHEN CVQ-LINE(1:7) = 'OLDEST='
                   IF CVQ-LINE(8:1) NOT = '1'
                      AND CVQ-LINE(8:1) NOT = '2'
                      AND CVQ-LINE(8:1) NOT = '3'
                      MOVE 'WIPLIMIT OLDEST= TAKES 1, 2 OR 3'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN (CVQ-LINE(1:1) NOT = 'S'
                       AND CVQ-LINE(1:1) NOT = 'G')
                   OR CVQ-LINE(3:8)  = SPACES
                   OR CVQ-LINE(12:16) = SPACES
                   OR CVQ-LINE(29:3) IS NOT NUMERIC
                   OR CVQ-LINE(33:3) IS NOT NUMERIC
                   MOVE 'WIPLIMIT NEEDS S/G, NAME, MASK, LIMIT, WARNING'
                        TO CVQ-ERROR-TEXT
                   PERFORM 0900-SET-ERROR
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN 'RS '
               EVALUATE TRUE
                 WHEN CVQ-LINE(1:8) = 'PRODSTG='
                   IF CVQ-LINE(9:1) NOT = '1'
                      AND CVQ-LINE(9:1) NOT = '2'
                      MOVE 'RESTORE PRODSTG= TAKES 1 OR 2'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:7) = 'RSTDSN='
                   IF CVQ-LINE(8:1) = SPACE
                      OR CVQ-LINE(52:21) NOT = SPACES
                      MOVE 'RESTORE RSTDSN= NEEDS A DATA SET NAME'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:8) = 'PRODENV='
                   OR CVQ-LINE(1:9) = 'ENTRYENV='
                   CONTINUE
                 WHEN OTHER
                   MOVE 'RESTORE LINE NOT RECOGNIZED'
                        TO CVQ-ERROR-TEXT
                   PERFORM 0900-SET-ERROR
               END-EVALUATE
             WHEN 'CK '
               EVALUATE TRUE
                 WHEN CVQ-LINE(1:7) = 'MAXAGE='
                   IF CVQ-LINE(8:2) IS NOT NUMERIC
                      MOVE 'CHKPOINT MAXAGE= NEEDS TWO DIGITS'
                           TO CVQ-ERROR-TEXT
                      PERFORM 0900-SET-ERROR
                   END-IF
                 WHEN CVQ-LINE(1:8) = SPACES
                   OR CVQ-LINE(10:5) IS NOT NUMERIC
                   OR CVQ-LINE(10:5) = '00000'
                   MOVE 'CHKPOINT NEEDS PROGRAM AND A NONZERO INTERVAL'
                        TO CVQ-ERROR-TEXT
                   PERFORM 0900-SET-ERROR
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0900-SET-ERROR.

           MOVE 'N' TO CVQ-LINE-RESULT.
