       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Checkpoint/restart service for the long-running  *
      *              nightly utilities (COPY CHKPTRQ). A utility that *
      *              abends at record 4,000 otherwise starts again    *
      *              from the top, redoing thousands of ENA$NDVR or   *
      *              ServiceNow calls and re-sending emails. Every    *
      *              CKQ-INTERVAL completed records the utility hands *
      *              its last completed key and its counts here, and  *
      *              they replace the one record on DD CHKPOINT       *
      *              (FB 120, DISP=OLD, one dataset per job step):    *
      *                1-8   program          10    state A/C         *
      *                12-19 date (YYYYMMDD)  21-26 time (HHMMSS)     *
      *                28-34 records done     36-75 last key          *
      *                77-118 six counts of 7 digits                  *
      *              State A is a run in progress. A completed run    *
      *              leaves state C, so the next one starts fresh;    *
      *              one that abended leaves state A, and its rerun   *
      *              is answered with the key and counts to resume    *
      *              from. A state-A record from another program, or  *
      *              older than MAXAGE days, is not resumed from.     *
      *                                                               *
      *              %CHKPOINT in DD EXITCFG (see CFGLOAD):           *
      *                ENABLED=N    no checkpoints, every run fresh   *
      *                MAXAGE=nn    days a checkpoint stays usable    *
      *                             (default 01 - tonight's rerun of  *
      *                             last night's run)                 *
      *                cols 1-8 program, cols 10-14 interval - the    *
      *                             records between checkpoints for   *
      *                             that program (default the         *
      *                             program's own, 1 for mailers)     *
      *              No DD CHKPOINT means no restart for that step -  *
      *              never a failure back to the caller (the RUNLEDGR *
      *              posture).                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPOINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKPOINT ASSIGN TO CHKPOINT
               FILE STATUS IS WS-CHKPOINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHKPOINT
           RECORD CONTAINS 120 CHARACTERS.
       01  CHKPOINT-REC.
           03  CKP-PROGRAM                   PIC X(08).
           03  FILLER                        PIC X(01).
           03  CKP-STATE                     PIC X(01).
               88  CKP-RUN-IN-PROGRESS               VALUE 'A'.
               88  CKP-RUN-COMPLETE                  VALUE 'C'.
           03  FILLER                        PIC X(01).
           03  CKP-DATE                      PIC 9(08).
           03  FILLER                        PIC X(01).
           03  CKP-TIME                      PIC 9(06).
           03  FILLER                        PIC X(01).
           03  CKP-RECORDS                   PIC 9(07).
           03  FILLER                        PIC X(01).
           03  CKP-LAST-KEY                  PIC X(40).
           03  FILLER                        PIC X(01).
           03  CKP-COUNT                     PIC 9(07) OCCURS 6 TIMES.
           03  FILLER                        PIC X(02).

       WORKING-STORAGE SECTION.

       01  WS-CHKPOINT-FILE-STATUS           PIC X(02).

       01  WS-CONFIG-LOADED                  PIC X(01) VALUE 'N'.
           88  CONFIG-LOADED                         VALUE 'Y'.
       01  WS-CKP-ENABLED                    PIC X(01) VALUE 'Y'.
           88  CHECKPOINTS-ENABLED                   VALUE 'Y'.
       01  WS-CKP-MAXAGE                     PIC 9(02) VALUE 1.

       01  WS-IV-MAX                         PIC 9(02) VALUE 16.
       01  WS-IV-COUNT                       PIC 9(02) VALUE 0.
       01  WS-IV-INX                         PIC 9(02).
       01  WS-IV-TABLE.
           03  WS-IV-ENTRY OCCURS 16 TIMES.
               05  WS-IV-PROGRAM             PIC X(08).
               05  WS-IV-INTERVAL            PIC 9(05).

       01  WS-CFG-INX                        PIC 9(02).
       COPY EXITCFG.

      *= The run in this job step, kept for 'K', 'E' and 'Q' ==========
       01  WS-RUN-PROGRAM                    PIC X(08) VALUE SPACES.
       01  WS-RUN-ACTIVE                     PIC X(01) VALUE 'N'.
           88  RUN-CHECKPOINTING                     VALUE 'Y'.
       01  WS-RUN-MODE                       PIC X(01) VALUE SPACE.
       01  WS-RUN-RESTART-KEY                PIC X(40) VALUE SPACES.
       01  WS-WRITE-STATE                    PIC X(01).

       01  WS-TODAY-DATE                     PIC 9(08).
       01  WS-NOW-TIME                       PIC 9(08).
       01  WS-CKP-AGE                        PIC S9(05).
       01  WS-COUNT-INX                      PIC 9(01).

       LINKAGE SECTION.
       COPY CHKPTRQ.

       PROCEDURE DIVISION USING WS-CHKPT-REQUEST.
       MAIN-LINE.

           EVALUATE TRUE
             WHEN CKQ-BEGIN-RUN
               PERFORM 0100-BEGIN-RUN THRU 0100-EXIT
               MOVE WS-RUN-ACTIVE TO CKQ-ACTIVE
             WHEN CKQ-TAKE-CHECKPOINT
               IF RUN-CHECKPOINTING
                  MOVE 'A' TO WS-WRITE-STATE
                  PERFORM 0500-WRITE-CHECKPOINT
               END-IF
             WHEN CKQ-RUN-FROM-TOP
               IF WS-RUN-MODE = 'R'
                  DISPLAY 'CHKPOINT: ' WS-RUN-PROGRAM ' KEY '
                          WS-RUN-RESTART-KEY
                          ' NOT FOUND AGAIN - RUN FROM THE TOP'
               END-IF
               MOVE 'F'    TO WS-RUN-MODE
               MOVE SPACES TO WS-RUN-RESTART-KEY
             WHEN CKQ-END-RUN
               IF RUN-CHECKPOINTING
                  MOVE 'C' TO WS-WRITE-STATE
                  PERFORM 0500-WRITE-CHECKPOINT
               END-IF
             WHEN CKQ-QUERY-RUN
               IF CKQ-PROGRAM = WS-RUN-PROGRAM
                  MOVE WS-RUN-MODE        TO CKQ-RUN-MODE
                  MOVE WS-RUN-RESTART-KEY TO CKQ-RESTART-KEY
               ELSE
                  MOVE SPACE  TO CKQ-RUN-MODE
                  MOVE SPACES TO CKQ-RESTART-KEY
               END-IF
             WHEN OTHER
               DISPLAY 'CHKPOINT: FUNCTION ' CKQ-FUNCTION
                       ' NOT RECOGNIZED'
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------------
      *  Start of run: fresh unless DD CHKPOINT holds an in-progress
      *  record of this program young enough to resume from.
      *-----------------------------------------------------------------
       0100-BEGIN-RUN.

           IF NOT CONFIG-LOADED
              PERFORM 0200-LOAD-CONFIG
           END-IF.
           MOVE CKQ-PROGRAM TO WS-RUN-PROGRAM.
           MOVE 'F'         TO WS-RUN-MODE.
           MOVE SPACES      TO WS-RUN-RESTART-KEY.
           MOVE 'N'         TO WS-RUN-ACTIVE.
           MOVE 'F'         TO CKQ-RUN-MODE.
           MOVE SPACES      TO CKQ-RESTART-KEY.
           MOVE 0           TO CKQ-RECORDS.
           PERFORM VARYING WS-COUNT-INX FROM 1 BY 1
                   UNTIL WS-COUNT-INX > 6
              MOVE 0 TO CKQ-COUNT(WS-COUNT-INX)
           END-PERFORM.
           PERFORM VARYING WS-IV-INX FROM 1 BY 1
                   UNTIL WS-IV-INX > WS-IV-COUNT
              IF WS-IV-PROGRAM(WS-IV-INX) = CKQ-PROGRAM
                 MOVE WS-IV-INTERVAL(WS-IV-INX) TO CKQ-INTERVAL
              END-IF
           END-PERFORM.
           IF CKQ-INTERVAL NOT NUMERIC OR CKQ-INTERVAL = 0
              MOVE 1 TO CKQ-INTERVAL
           END-IF.
           IF NOT CHECKPOINTS-ENABLED
              GO TO 0100-EXIT
           END-IF.

           OPEN INPUT CHKPOINT.
           IF WS-CHKPOINT-FILE-STATUS NOT = '00'
              DISPLAY 'CHKPOINT: DD CHKPOINT NOT AVAILABLE - FILE '
                      'STATUS ' WS-CHKPOINT-FILE-STATUS
                      ' - NO RESTART FOR ' CKQ-PROGRAM
              GO TO 0100-EXIT
           END-IF.
           MOVE 'Y' TO WS-RUN-ACTIVE.
           READ CHKPOINT
               AT END MOVE SPACES TO CHKPOINT-REC
           END-READ.
           CLOSE CHKPOINT.

           IF NOT CKP-RUN-IN-PROGRESS
              GO TO 0100-EXIT
           END-IF.
           IF CKP-PROGRAM NOT = CKQ-PROGRAM
              DISPLAY 'CHKPOINT: DD CHKPOINT HOLDS A CHECKPOINT OF '
                      CKP-PROGRAM ' - ' CKQ-PROGRAM ' RUNS FRESH'
              GO TO 0100-EXIT
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF CKP-DATE NOT NUMERIC OR CKP-DATE > WS-TODAY-DATE
              MOVE 99 TO WS-CKP-AGE
           ELSE
              COMPUTE WS-CKP-AGE =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(CKP-DATE)
           END-IF.
           IF WS-CKP-AGE > WS-CKP-MAXAGE
              DISPLAY 'CHKPOINT: ' CKQ-PROGRAM ' CHECKPOINT OF '
                      CKP-DATE ' IS PAST MAXAGE - RUNS FRESH'
              GO TO 0100-EXIT
           END-IF.

           MOVE 'R'           TO WS-RUN-MODE CKQ-RUN-MODE.
           MOVE CKP-LAST-KEY  TO WS-RUN-RESTART-KEY CKQ-RESTART-KEY.
           MOVE CKP-RECORDS   TO CKQ-RECORDS.
           PERFORM VARYING WS-COUNT-INX FROM 1 BY 1
                   UNTIL WS-COUNT-INX > 6
              MOVE CKP-COUNT(WS-COUNT-INX)
                   TO CKQ-COUNT(WS-COUNT-INX)
           END-PERFORM.
           DISPLAY 'CHKPOINT: ' CKQ-PROGRAM ' RESTARTS AFTER '
                   CKP-LAST-KEY ' - ' CKP-RECORDS
                   ' RECORD(S) DONE ' CKP-DATE ' ' CKP-TIME.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  %CHKPOINT from DD EXITCFG (see CFGLOAD), once per program
      *  load.
      *-----------------------------------------------------------------
       0200-LOAD-CONFIG.

           MOVE 'Y' TO WS-CONFIG-LOADED.
           MOVE SPACES            TO WS-EXITCFG-REQUEST.
           MOVE 'CHKPOINT'        TO CFG-SECTION-NAME.
           MOVE WS-IV-MAX         TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-CKP-ENABLED
              END-IF
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1
                      UNTIL WS-CFG-INX > CFG-ENTRY-COUNT
                 EVALUATE TRUE
                   WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'MAXAGE='
                    AND CFG-ENTRY-LINE(WS-CFG-INX)(8:2) IS NUMERIC
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:2)
                          TO WS-CKP-MAXAGE
                   WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) NOT = SPACES
                    AND CFG-ENTRY-LINE(WS-CFG-INX)(10:5) IS NUMERIC
                    AND WS-IV-COUNT < WS-IV-MAX
                     ADD 1 TO WS-IV-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                          TO WS-IV-PROGRAM(WS-IV-COUNT)
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:5)
                          TO WS-IV-INTERVAL(WS-IV-COUNT)
                   WHEN OTHER
                     DISPLAY 'CHKPOINT: %CHKPOINT LINE IGNORED - '
                             CFG-ENTRY-LINE(WS-CFG-INX)(1:20)
                 END-EVALUATE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  The one record is replaced each time. A dataset that cannot
      *  be written ends checkpointing for the rest of the run.
      *-----------------------------------------------------------------
       0500-WRITE-CHECKPOINT.

           MOVE SPACES TO CHKPOINT-REC.
           MOVE WS-WRITE-STATE TO CKP-STATE.
           MOVE WS-RUN-PROGRAM TO CKP-PROGRAM.
           ACCEPT CKP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME(1:6) TO CKP-TIME.
           MOVE CKQ-RECORDS    TO CKP-RECORDS.
           MOVE CKQ-LAST-KEY   TO CKP-LAST-KEY.
           PERFORM VARYING WS-COUNT-INX FROM 1 BY 1
                   UNTIL WS-COUNT-INX > 6
              MOVE CKQ-COUNT(WS-COUNT-INX)
                   TO CKP-COUNT(WS-COUNT-INX)
           END-PERFORM.
           OPEN OUTPUT CHKPOINT.
           IF WS-CHKPOINT-FILE-STATUS NOT = '00'
              DISPLAY 'CHKPOINT: DD CHKPOINT NOT WRITTEN - FILE '
                      'STATUS ' WS-CHKPOINT-FILE-STATUS
                      ' - NO FURTHER CHECKPOINTS FOR ' WS-RUN-PROGRAM
              MOVE 'N' TO WS-RUN-ACTIVE
           ELSE
              WRITE CHKPOINT-REC
              CLOSE CHKPOINT
           END-IF.
