       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Rebuild the keyed DD ELMACTIX element-activity   *
      *              index (COPY ELMACTIX) from the flat logs it      *
      *              indexes. Run it once to load the index before    *
      *              the exits first use it, after every C1ULOGRT     *
      *              retention run (so the index holds what the live  *
      *              logs hold, no more), after a C1ULOGMG merge, and *
      *              after any recovery of the logs or the index.     *
      *                                                               *
      *              The index is emptied (the cluster is defined     *
      *              REUSE), then every usable record on DD ELMACTLG  *
      *              and DD RSNCLOG and every emergency override line *
      *              on DD SNOWLG2 is put back through C1UEAIXU - the *
      *              same record functions the exits call, so a       *
      *              rebuilt index answers exactly as a maintained    *
      *              one. Each DD may be a concatenation of           *
      *              generations; a log not allocated is reported and *
      *              skipped (RC 4). Counts per log go to DD EAIXRPT. *
      *              RC 12 when the index cannot be emptied or opened *
      *              - the exits then keep reading the flat logs.     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UEAIXB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELMACTIX ASSIGN TO ELMACTIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EAIF-KEY
               FILE STATUS IS WS-ELMACTIX-FILE-STATUS.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-ELMACTLG-FILE-STATUS.
           SELECT RSNCLOG ASSIGN TO RSNCLOG
               FILE STATUS IS WS-RSNCLOG-FILE-STATUS.
           SELECT SNOWLG2 ASSIGN TO SNOWLG2
               FILE STATUS IS WS-SNOWLG2-FILE-STATUS.
           SELECT EAIXRPT ASSIGN TO EAIXRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  ELMACTIX
           RECORD CONTAINS 100 CHARACTERS.
       01  ELMACTIX-REC.
           03  EAIF-KEY                     PIC X(47).
           03  EAIF-DATA                    PIC X(53).

      *  The element activity log - the layout C1UEXT02 writes.
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
              05  ELA-EXIT-RC           PIC 9(04).
              05  ELA-TGT-STGID         PIC X(01).
              05  ELA-SRC-STGID         PIC X(01).
              05  ELA-LEVEL             PIC 9(02).

      *  The reason-code tally log - the layout C1UEXT02 writes.
       FD  RSNCLOG
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLOG-REC.
           03  RSNCLOG-HEADER           PIC X(64).
           03  RSNCLOG-BODY.
              05  RSNC-LOG-DATE         PIC 9(08).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-TIME         PIC 9(08).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-MESSAGE-CODE PIC X(04).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-USER-ID      PIC X(08).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-ACTION-NAME  PIC X(10).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-CCID         PIC X(12).
              05  FILLER                PIC X(25).

      *  The SNOWTRC trace log - C1X2CUST's emergency override line
      *  is 'EX02 EMERGENCY OVERRIDE OBJ=' at column 19, the object
      *  right after it, behind the trace date and time.
       FD  SNOWLG2
           RECORD CONTAINS 132 CHARACTERS.
       01  SNOWLG2-REC.
           03  SNW-TRACE-DATE           PIC X(08).
           03  FILLER                   PIC X(01).
           03  SNW-TRACE-TIME           PIC X(08).
           03  FILLER                   PIC X(01).
           03  SNW-OVERRIDE-TAG         PIC X(28).
           03  SNW-OVERRIDE-OBJECT      PIC X(10).
           03  FILLER                   PIC X(76).

       FD  EAIXRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  EAIXRPT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-ELMACTIX-FILE-STATUS          PIC X(02).
       01  WS-ELMACTLG-FILE-STATUS          PIC X(02).
           88  ELMACTLG-ATEND                       VALUE '10'.
       01  WS-RSNCLOG-FILE-STATUS           PIC X(02).
           88  RSNCLOG-ATEND                        VALUE '10'.
       01  WS-SNOWLG2-FILE-STATUS           PIC X(02).
           88  SNOWLG2-ATEND                        VALUE '10'.

       01  WS-OPEN-STATUS                   PIC X(02).

       01  WS-RETURN-CODE                   PIC S9(04) VALUE 0.

       01  WS-WTO-TEXT                      PIC X(116).

      *= Counts per log ===============================================
       01  WS-LOG-NAME                      PIC X(08).
       01  WS-READ-COUNT                    PIC 9(09).
       01  WS-SKIP-COUNT                    PIC 9(09).
       01  WS-INDEXED-COUNT                 PIC 9(09).
       01  WS-TOTAL-INDEXED                 PIC 9(09) VALUE 0.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                        PIC X(40) VALUE
               'LOG      RECORDS READ  NOT USABLE/OTHER'.
           03  FILLER                        PIC X(40) VALUE
               '     INDEXED'.

       01  WS-COUNT-LINE.
           03  RPT-LOG-NAME                  PIC X(08).
           03  FILLER                        PIC X(02) VALUE SPACES.
           03  RPT-READ-COUNT                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                        PIC X(07) VALUE SPACES.
           03  RPT-SKIP-COUNT                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                        PIC X(06) VALUE SPACES.
           03  RPT-INDEXED-COUNT             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                        PIC X(24) VALUE SPACES.

       01  WS-NOTE-LINE                      PIC X(80).

         COPY RUNCTXH.

         COPY LOGHDR.

         COPY EAIXREQ.

       PROCEDURE DIVISION.
       MAIN-LINE.

           OPEN OUTPUT EAIXRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE EAIXRPT-REC FROM WS-HDR-LINE.

      *    Empty the index: a REUSE cluster opened OUTPUT is reset to
      *    no records, and closed again it can be opened I-O.
           OPEN OUTPUT ELMACTIX.
           IF WS-ELMACTIX-FILE-STATUS NOT = '00'
              MOVE SPACES TO WS-NOTE-LINE
              STRING 'ELMACTIX COULD NOT BE EMPTIED - FILE STATUS '
                     WS-ELMACTIX-FILE-STATUS
                  DELIMITED BY SIZE INTO WS-NOTE-LINE
              END-STRING
              PERFORM 0900-STOP-UNUSABLE
           END-IF.
           CLOSE ELMACTIX.

           PERFORM 1000-INDEX-ELMACTLG.
           PERFORM 2000-INDEX-RSNCLOG.
           PERFORM 3000-INDEX-SNOWLG2.

           MOVE SPACES TO WS-NOTE-LINE.
           STRING 'LOG RECORDS INDEXED IN TOTAL ' WS-TOTAL-INDEXED
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           END-STRING.
           WRITE EAIXRPT-REC FROM WS-NOTE-LINE.
           CLOSE EAIXRPT.

           DISPLAY 'C1UEAIXB: ' WS-TOTAL-INDEXED
                   ' LOG RECORDS INDEXED'.

           MOVE WS-RETURN-CODE TO WS-LGR-RC.
           PERFORM 0950-RECORD-RUN.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of EAIXRPT - see COPY RUNCTXH.
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
           WRITE EAIXRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-RESET-COUNTS.

           MOVE 0 TO WS-READ-COUNT WS-SKIP-COUNT WS-INDEXED-COUNT.

       0200-WRITE-COUNT-LINE.

           MOVE WS-LOG-NAME      TO RPT-LOG-NAME.
           MOVE WS-READ-COUNT    TO RPT-READ-COUNT.
           MOVE WS-SKIP-COUNT    TO RPT-SKIP-COUNT.
           MOVE WS-INDEXED-COUNT TO RPT-INDEXED-COUNT.
           WRITE EAIXRPT-REC FROM WS-COUNT-LINE.
           ADD WS-INDEXED-COUNT TO WS-TOTAL-INDEXED.

       0300-LOG-NOT-ALLOCATED.

           MOVE SPACES TO WS-NOTE-LINE.
           STRING WS-LOG-NAME ' NOT READ - OPEN FILE STATUS '
                  WS-OPEN-STATUS ' - NOT INDEXED'
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           END-STRING.
           WRITE EAIXRPT-REC FROM WS-NOTE-LINE.
           DISPLAY 'C1UEAIXB: ' WS-NOTE-LINE.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *  One record put through C1UEAIXU. The index is opened at the
      *  first call; an index that will not open ends the run, since
      *  nothing after it could be indexed either.
      *-----------------------------------------------------------------
       0400-CALL-INDEX-ROUTINE.

           CALL 'C1UEAIXU' USING WS-EAIX-REQUEST.
           IF EAX-INDEX-UNUSABLE
              MOVE SPACES TO WS-NOTE-LINE
              STRING 'ELMACTIX NOT USABLE AFTER EMPTYING - SEE '
                     'C1UEAIXU MESSAGE'
                  DELIMITED BY SIZE INTO WS-NOTE-LINE
              END-STRING
              PERFORM 0900-STOP-UNUSABLE
           END-IF.
           ADD 1 TO WS-INDEXED-COUNT.

       0900-STOP-UNUSABLE.

           WRITE EAIXRPT-REC FROM WS-NOTE-LINE.
           CLOSE EAIXRPT.
           DISPLAY 'C1UEAIXB: ' WS-NOTE-LINE.
           MOVE SPACES TO WS-WTO-TEXT.
           STRING 'C1UEAIXB ELMACTIX REBUILD FAILED - THE EXITS READ '
                  'THE FLAT LOGS UNTIL IT IS RERUN'
               DELIMITED BY SIZE INTO WS-WTO-TEXT
           END-STRING.
           CALL 'WTOALERT' USING WS-WTO-TEXT.
           MOVE 12 TO WS-LGR-RC.
           PERFORM 0950-RECORD-RUN.
           STOP RUN.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0950-RECORD-RUN.

           MOVE 'C1UEAIXB' TO WS-LGR-PROGRAM.
           IF WS-TOTAL-INDEXED > 9999999
              MOVE 9999999 TO WS-LGR-COUNT
           ELSE
              MOVE WS-TOTAL-INDEXED TO WS-LGR-COUNT
           END-IF.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.

      *-----------------------------------------------------------------
      *  ELMACTLG - every usable element action (COPY LOGHDR version
      *  check, as the exits read it).
      *-----------------------------------------------------------------
       1000-INDEX-ELMACTLG.

           MOVE 'ELMACTLG' TO WS-LOG-NAME.
           PERFORM 0100-RESET-COUNTS.
           OPEN INPUT ELMACTLG.
           IF WS-ELMACTLG-FILE-STATUS NOT = '00'
              MOVE WS-ELMACTLG-FILE-STATUS TO WS-OPEN-STATUS
              PERFORM 0300-LOG-NOT-ALLOCATED
           ELSE
              PERFORM 1100-READ-ELMACTLG
              PERFORM 1200-INDEX-ONE-ELMACT UNTIL ELMACTLG-ATEND
              CLOSE ELMACTLG
              PERFORM 0200-WRITE-COUNT-LINE
           END-IF.

       1100-READ-ELMACTLG.

           READ ELMACTLG
               AT END MOVE '10' TO WS-ELMACTLG-FILE-STATUS
           END-READ.
           IF WS-ELMACTLG-FILE-STATUS NOT = '00'
              MOVE '10' TO WS-ELMACTLG-FILE-STATUS
           END-IF.

       1200-INDEX-ONE-ELMACT.

           ADD 1 TO WS-READ-COUNT.
           MOVE 'ELMACTLG'      TO LGR-EXPECT-TYPE.
           MOVE 01              TO LGR-READER-VERSION.
           MOVE ELMACTLG-HEADER TO WS-LOG-HEADER.
           CALL 'LOGVERCK' USING WS-LOG-HEADER WS-LOG-READ-CHECK.
           IF LGR-RECORD-USABLE
              AND ELA-ELEMENT NOT = SPACES
              MOVE SPACES        TO WS-EAIX-REQUEST
              MOVE 'E'           TO EAX-FUNCTION
              MOVE ELA-DATE      TO EAX-DATE
              MOVE ELA-TIME(1:6) TO EAX-TIME
              MOVE ELA-SYSTEM    TO EAX-SYSTEM
              MOVE ELA-SUBSYSTEM TO EAX-SUBSYSTEM
              MOVE ELA-ELEMENT   TO EAX-ELEMENT
              MOVE ELA-USER      TO EAX-USER
              MOVE ELA-CCID      TO EAX-CCID
              MOVE ELA-ACTION    TO EAX-ACTION
              PERFORM 0400-CALL-INDEX-ROUTINE
           ELSE
              ADD 1 TO WS-SKIP-COUNT
           END-IF.
           PERFORM 1100-READ-ELMACTLG.

      *-----------------------------------------------------------------
      *  RSNCLOG - every usable tally line under a CCID.
      *-----------------------------------------------------------------
       2000-INDEX-RSNCLOG.

           MOVE 'RSNCLOG' TO WS-LOG-NAME.
           PERFORM 0100-RESET-COUNTS.
           OPEN INPUT RSNCLOG.
           IF WS-RSNCLOG-FILE-STATUS NOT = '00'
              MOVE WS-RSNCLOG-FILE-STATUS TO WS-OPEN-STATUS
              PERFORM 0300-LOG-NOT-ALLOCATED
           ELSE
              PERFORM 2100-READ-RSNCLOG
              PERFORM 2200-INDEX-ONE-REASON UNTIL RSNCLOG-ATEND
              CLOSE RSNCLOG
              PERFORM 0200-WRITE-COUNT-LINE
           END-IF.

       2100-READ-RSNCLOG.

           READ RSNCLOG
               AT END MOVE '10' TO WS-RSNCLOG-FILE-STATUS
           END-READ.
           IF WS-RSNCLOG-FILE-STATUS NOT = '00'
              MOVE '10' TO WS-RSNCLOG-FILE-STATUS
           END-IF.

       2200-INDEX-ONE-REASON.

           ADD 1 TO WS-READ-COUNT.
           MOVE 'RSNCLOG'      TO LGR-EXPECT-TYPE.
           MOVE 01             TO LGR-READER-VERSION.
           MOVE RSNCLOG-HEADER TO WS-LOG-HEADER.
           CALL 'LOGVERCK' USING WS-LOG-HEADER WS-LOG-READ-CHECK.
           IF LGR-RECORD-USABLE
              AND RSNC-LOG-CCID NOT = SPACES
              MOVE SPACES                TO WS-EAIX-REQUEST
              MOVE 'R'                   TO EAX-FUNCTION
              MOVE RSNC-LOG-DATE         TO EAX-DATE
              MOVE RSNC-LOG-TIME(1:6)    TO EAX-TIME
              MOVE RSNC-LOG-CCID         TO EAX-CCID
              MOVE RSNC-LOG-MESSAGE-CODE TO EAX-MESSAGE-CODE
              PERFORM 0400-CALL-INDEX-ROUTINE
           ELSE
              ADD 1 TO WS-SKIP-COUNT
           END-IF.
           PERFORM 2100-READ-RSNCLOG.

      *-----------------------------------------------------------------
      *  SNOWLG2 - only the emergency override lines; every other
      *  trace line counts as "other".
      *-----------------------------------------------------------------
       3000-INDEX-SNOWLG2.

           MOVE 'SNOWLG2' TO WS-LOG-NAME.
           PERFORM 0100-RESET-COUNTS.
           OPEN INPUT SNOWLG2.
           IF WS-SNOWLG2-FILE-STATUS NOT = '00'
              MOVE WS-SNOWLG2-FILE-STATUS TO WS-OPEN-STATUS
              PERFORM 0300-LOG-NOT-ALLOCATED
           ELSE
              PERFORM 3100-READ-SNOWLG2
              PERFORM 3200-INDEX-ONE-TRACE UNTIL SNOWLG2-ATEND
              CLOSE SNOWLG2
              PERFORM 0200-WRITE-COUNT-LINE
           END-IF.

       3100-READ-SNOWLG2.

           READ SNOWLG2
               AT END MOVE '10' TO WS-SNOWLG2-FILE-STATUS
           END-READ.
           IF WS-SNOWLG2-FILE-STATUS NOT = '00'
              MOVE '10' TO WS-SNOWLG2-FILE-STATUS
           END-IF.

       3200-INDEX-ONE-TRACE.

           ADD 1 TO WS-READ-COUNT.
           IF SNW-OVERRIDE-TAG = 'EX02 EMERGENCY OVERRIDE OBJ='
              AND SNW-OVERRIDE-OBJECT NOT = SPACES
              AND SNW-TRACE-DATE IS NUMERIC
              AND SNW-TRACE-TIME IS NUMERIC
              MOVE SPACES              TO WS-EAIX-REQUEST
              MOVE 'O'                 TO EAX-FUNCTION
              MOVE SNW-TRACE-DATE      TO EAX-DATE
              MOVE SNW-TRACE-TIME(1:6) TO EAX-TIME
              MOVE SNW-OVERRIDE-OBJECT TO EAX-CCID
              PERFORM 0400-CALL-INDEX-ROUTINE
           ELSE
              ADD 1 TO WS-SKIP-COUNT
           END-IF.
           PERFORM 3100-READ-SNOWLG2.
