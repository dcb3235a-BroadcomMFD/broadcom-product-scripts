       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Per-invocation time budget for the exits (COPY   *
      *              EXBUDGRQ). The budgets are kept in DD EXITCFG    *
      *              section %EXBUDGET (see CFGLOAD), one line per    *
      *              exit:                                            *
      *                cols 1-8   exit program name, or '*' for any   *
      *                           exit not listed by name             *
      *                cols 10-13 budget in seconds; 0000 = none      *
      *              A missing section, ENABLED=N or no line for the  *
      *              exit means no budget - every step runs, as       *
      *              before. Once the spent total reaches the budget  *
      *              an optional step is answered 'D' (defer) and a   *
      *              gate follows the ServiceNow fail policy (COPY    *
      *              SNOWFOPN): fail-open answers 'O' and raises a    *
      *              WTOALERT, fail-closed answers 'R'. Each of these *
      *              overruns is one line on DD EXBUDLOG (FB 144),    *
      *              the common log header (COPY LOGHDR, the package/ *
      *              element key as its key) in 1-64, then the body - *
      *              columns below are within the body:               *
      *                1-8   date (YYYYMMDD)   10-15 time (HHMMSS)    *
      *                17-24 exit              26-33 step             *
      *                35-50 package/element key                      *
      *                52-58 spent, 60-66 budget (hundredths)         *
      *                68    verdict D/O/R                            *
      *              A missing EXBUDLOG leaves the DISPLAY only. The  *
      *              budget table is loaded once per program load.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXBUDGET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXBUDLOG ASSIGN TO EXBUDLOG
               FILE STATUS IS WS-EXBUDLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXBUDLOG
           RECORD CONTAINS 144 CHARACTERS.
       01  EXBUDLOG-REC.
           03  EXBUDLOG-HEADER               PIC X(64).
           03  EXBUDLOG-BODY.
              05  XBL-DATE                   PIC 9(08).
              05  FILLER                     PIC X(01).
              05  XBL-TIME                   PIC 9(06).
              05  FILLER                     PIC X(01).
              05  XBL-EXIT-NAME              PIC X(08).
              05  FILLER                     PIC X(01).
              05  XBL-STEP                   PIC X(08).
              05  FILLER                     PIC X(01).
              05  XBL-KEY                    PIC X(16).
              05  FILLER                     PIC X(01).
              05  XBL-SPENT-HUND             PIC 9(07).
              05  FILLER                     PIC X(01).
              05  XBL-BUDGET-HUND            PIC 9(07).
              05  FILLER                     PIC X(01).
              05  XBL-VERDICT                PIC X(01).
              05  FILLER                     PIC X(12).

       WORKING-STORAGE SECTION.

       01  WS-EXBUDLOG-FILE-STATUS           PIC X(02).

       01  WS-BUDGETS-LOADED                 PIC X(01) VALUE 'N'.
           88  BUDGETS-LOADED                        VALUE 'Y'.
       01  WS-BUDGETS-ENABLED                PIC X(01) VALUE 'Y'.
           88  BUDGETS-ENABLED                       VALUE 'Y'.

       01  WS-BG-MAX                         PIC 9(02) VALUE 32.
       01  WS-BG-COUNT                       PIC 9(02) VALUE 0.
       01  WS-BG-INX                         PIC 9(02).
       01  WS-BG-TABLE.
           03  WS-BG-ENTRY OCCURS 32 TIMES.
               05  WS-BG-EXIT-NAME           PIC X(08).
               05  WS-BG-SECONDS             PIC 9(04).
       01  WS-BG-FOUND                       PIC X(01).
           88  EXIT-BUDGET-FOUND                     VALUE 'Y'.
       01  WS-BG-DEFAULT-SECONDS             PIC 9(04) VALUE 0.
       01  WS-BG-SECONDS-APPLIED             PIC 9(04).

       01  WS-CFG-INX                        PIC 9(02).
       COPY EXITCFG.
       COPY SNOWFOPN.

       01  WS-NOW-TIME                       PIC 9(08).
       01  WS-WTO-TEXT                       PIC X(116).

       COPY LOGHDR.

       LINKAGE SECTION.
       COPY EXBUDGRQ.

       PROCEDURE DIVISION USING WS-EXBUDGET-REQUEST.
       MAIN-LINE.

           IF NOT BUDGETS-LOADED
              PERFORM 0100-LOAD-BUDGETS
           END-IF.

           MOVE 'W' TO XBG-VERDICT.
           MOVE 0   TO XBG-BUDGET-HUND.
           IF XBG-SPENT-HUND NOT NUMERIC
              MOVE 0 TO XBG-SPENT-HUND
           END-IF.
           IF NOT BUDGETS-ENABLED
              GOBACK
           END-IF.

           PERFORM 0200-FIND-EXIT-BUDGET.
           IF WS-BG-SECONDS-APPLIED = 0
              GOBACK
           END-IF.
           COMPUTE XBG-BUDGET-HUND = WS-BG-SECONDS-APPLIED * 100.
           IF XBG-SPENT-HUND < XBG-BUDGET-HUND
              GOBACK
           END-IF.

           EVALUATE TRUE
             WHEN XBG-MANDATORY-GATE AND SNOW-FAIL-OPEN
               MOVE 'O' TO XBG-VERDICT
             WHEN XBG-MANDATORY-GATE
               MOVE 'R' TO XBG-VERDICT
             WHEN OTHER
               MOVE 'D' TO XBG-VERDICT
           END-EVALUATE.
           PERFORM 0300-LOG-OVERRUN.
           GOBACK.

      *-----------------------------------------------------------------
      *  %EXBUDGET from DD EXITCFG (see CFGLOAD). Lines without a
      *  numeric budget are ignored; a '*' line is the budget of any
      *  exit that has no line of its own.
      *-----------------------------------------------------------------
       0100-LOAD-BUDGETS.

           MOVE 'Y' TO WS-BUDGETS-LOADED.
           MOVE SPACES            TO WS-EXITCFG-REQUEST.
           MOVE 'EXBUDGET'        TO CFG-SECTION-NAME.
           MOVE WS-BG-MAX         TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-BUDGETS-ENABLED
              END-IF
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1
                      UNTIL WS-CFG-INX > CFG-ENTRY-COUNT
                 IF CFG-ENTRY-LINE(WS-CFG-INX)(1:8) NOT = SPACES
                    AND CFG-ENTRY-LINE(WS-CFG-INX)(10:4) IS NUMERIC
                    IF CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = '*'
                       MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:4)
                            TO WS-BG-DEFAULT-SECONDS
                    ELSE
                       IF WS-BG-COUNT < WS-BG-MAX
                          ADD 1 TO WS-BG-COUNT
                          MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                               TO WS-BG-EXIT-NAME(WS-BG-COUNT)
                          MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:4)
                               TO WS-BG-SECONDS(WS-BG-COUNT)
                       END-IF
                    END-IF
                 ELSE
                    DISPLAY 'EXBUDGET: %EXBUDGET LINE IGNORED - '
                            CFG-ENTRY-LINE(WS-CFG-INX)(1:20)
                 END-IF
              END-PERFORM
           END-IF.

       0200-FIND-EXIT-BUDGET.

           MOVE 'N' TO WS-BG-FOUND.
           MOVE WS-BG-DEFAULT-SECONDS TO WS-BG-SECONDS-APPLIED.
           PERFORM VARYING WS-BG-INX FROM 1 BY 1
                   UNTIL WS-BG-INX > WS-BG-COUNT OR EXIT-BUDGET-FOUND
              IF XBG-EXIT-NAME = WS-BG-EXIT-NAME(WS-BG-INX)
                 MOVE 'Y' TO WS-BG-FOUND
                 MOVE WS-BG-SECONDS(WS-BG-INX)
                      TO WS-BG-SECONDS-APPLIED
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One line per overrun. A gate let through unchecked is also
      *  raised on the console, the C1X2CUST fail-open posture: the
      *  operators need to see a gate being waved past.
      *-----------------------------------------------------------------
       0300-LOG-OVERRUN.

           DISPLAY 'EXBUDGET: ' XBG-EXIT-NAME ' TIME BUDGET SPENT ('
                   XBG-SPENT-HUND '/' XBG-BUDGET-HUND
                   ' HUNDREDTHS) - STEP ' XBG-STEP ' VERDICT '
                   XBG-VERDICT ' FOR ' XBG-KEY.
           IF XBG-GATE-PASSED-OPEN
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'TIME BUDGET SPENT - FAIL-OPEN PASSED GATE '
                     XBG-STEP ' UNCHECKED FOR ' XBG-KEY
                     ' (' XBG-EXIT-NAME ')'
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
              END-STRING
              CALL 'WTOALERT' USING WS-WTO-TEXT
           END-IF.

           OPEN EXTEND EXBUDLOG.
           IF WS-EXBUDLOG-FILE-STATUS = '00'
              MOVE SPACES          TO EXBUDLOG-REC
              ACCEPT XBL-DATE FROM DATE YYYYMMDD
              ACCEPT WS-NOW-TIME FROM TIME
              MOVE WS-NOW-TIME(1:6) TO XBL-TIME
              MOVE XBG-EXIT-NAME   TO XBL-EXIT-NAME
              MOVE XBG-STEP        TO XBL-STEP
              MOVE XBG-KEY         TO XBL-KEY
              MOVE XBG-SPENT-HUND  TO XBL-SPENT-HUND
              MOVE XBG-BUDGET-HUND TO XBL-BUDGET-HUND
              MOVE XBG-VERDICT     TO XBL-VERDICT
              MOVE SPACES          TO WS-LOG-HEADER
              MOVE 'EXBUDLOG'      TO LGH-RECORD-TYPE
              MOVE 01              TO LGH-LAYOUT-VERSION
              MOVE XBL-DATE        TO LGH-DATE
              MOVE XBL-TIME        TO LGH-TIME
              MOVE XBG-KEY         TO LGH-KEY
              CALL 'LOGSTAMP' USING WS-LOG-HEADER
              MOVE WS-LOG-HEADER   TO EXBUDLOG-HEADER
              WRITE EXBUDLOG-REC
              CLOSE EXBUDLOG
           END-IF.
