       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Commit and push for the Git mirror of            *
      *              production - the step after the C1BM3000         *
      *              retrieve that C1UGITMR set up. It works through  *
      *              DD GITQUEUE (COPY GITQUEUE) in the order the     *
      *              packages were queued:                            *
      *                - each commit-pending entry is committed by    *
      *                  the %GITMIRR exec (COPY GITMIRCF), function  *
      *                  COMMIT through IRXJCL, with a message built  *
      *                  from the package ID, the tied ServiceNow     *
      *                  ticket, the creator and the approvers (DD    *
      *                  GITREQ). The exec answers HASH= on DD        *
      *                  GITRSLT; the hash is recorded against the    *
      *                  package as a type G GITCMT event on the      *
      *                  keyed DD PKGHIST store, and the entry        *
      *                  becomes push-pending;                        *
      *                - then one PUSH to the configured remote and   *
      *                  branch carries every push-pending entry; a   *
      *                  good push writes a GITPSH event for each     *
      *                  and drops them from the queue.               *
      *              A commit or push that fails is never lost: the   *
      *              entry is rewritten to the carry-forward DD       *
      *              GITQUEUO with GQ-ATTEMPTS counted up, and once   *
      *              it has failed %GITMIRR ALERT= times a WTOALERT   *
      *              names it on every run until it goes through.     *
      *              Every entry's disposition goes to DD GITPSRPT.   *
      *                                                               *
      *              RC 0 everything queued is committed and pushed   *
      *              (or nothing was queued), 4 entries carried       *
      *              forward, 8 an entry past the alert threshold, or *
      *              the mirror is switched off (the queue is carried *
      *              forward untouched).                              *
      *                                                               *
      * SETUP:       Run after the C1UGITMR retrieve step, and on its *
      *              own schedule (hourly, say) so a failed push is   *
      *              retried without waiting for the next package.    *
      *              The JCL step after this one copies DD GITQUEUO   *
      *              back over the live GITQUEUE - the rewrite-the-   *
      *              queue pattern of C1UEXDFR. PKGHIST may be DUMMY  *
      *              to skip the history records.                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UGITPS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GITQUEUE ASSIGN TO GITQUEUE
               FILE STATUS IS WS-GITQUEUE-FILE-STATUS.
           SELECT GITQUEUO ASSIGN TO GITQUEUO.
           SELECT GITREQ ASSIGN TO GITREQ
               FILE STATUS IS WS-GITREQ-FILE-STATUS.
           SELECT GITRSLT ASSIGN TO GITRSLT
               FILE STATUS IS WS-GITRSLT-FILE-STATUS.
           SELECT GITPSRPT ASSIGN TO GITPSRPT.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PKGHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GITQUEUE
           RECORD CONTAINS 200 CHARACTERS.
       01  GITQUEUE-REC                     PIC X(200).

       FD  GITQUEUO
           RECORD CONTAINS 200 CHARACTERS.
       01  GITQUEUO-REC                     PIC X(200).

       FD  GITREQ
           RECORD CONTAINS 80 CHARACTERS.
       01  GITREQ-REC                       PIC X(80).

       FD  GITRSLT
           RECORD CONTAINS 80 CHARACTERS.
       01  GITRSLT-REC                      PIC X(80).

       FD  GITPSRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  GITPSRPT-REC                     PIC X(80).

       FD  PKGHIST
           RECORD CONTAINS 83 CHARACTERS.
       01  PKGHIST-REC.
           03  PH-KEY.
               05  PH-PACKAGE-ID            PIC X(16).
               05  PH-DATE                  PIC X(08).
               05  PH-TIME                  PIC X(06).
               05  PH-SEQ                   PIC 9(03).
           03  PH-REC-TYPE                  PIC X(01).
           03  PH-EVENT                     PIC X(06).
           03  PH-DETAIL                    PIC X(43).

       WORKING-STORAGE SECTION.

       01  WS-GITQUEUE-FILE-STATUS      PIC X(02).
           88  GITQUEUE-ATEND                   VALUE '10'.
           88  GITQUEUE-NOT-AVAILABLE           VALUE '30' '35'.
       01  WS-GITREQ-FILE-STATUS        PIC X(02).
       01  WS-GITRSLT-FILE-STATUS       PIC X(02).
           88  GITRSLT-ATEND                    VALUE '10'.
       01  WS-PKGHIST-FILE-STATUS       PIC X(02).

       01  WS-HIST-AVAILABLE            PIC X(01) VALUE 'N'.
           88  HIST-AVAILABLE                   VALUE 'Y'.
       01  WS-REXX-STATE                PIC X(01) VALUE 'N'.
           88  REXX-LIB-ALLOCATED               VALUE 'Y'.
           88  REXX-LIB-UNUSABLE                VALUE 'U'.

         COPY GITMIRCF.
         COPY GITQUEUE.
         COPY EXITCFG.
         COPY REXXLIB.
         COPY CALLMTRC.

       01  WS-CFG-INX                   PIC 9(02).

      *= The queue, as read - pushed entries are marked, not removed ==
       01  WS-GQ-MAX                    PIC 9(03) VALUE 500.
       01  WS-GQ-COUNT                  PIC 9(03) VALUE 0.
       01  WS-GQ-INX                    PIC 9(03).
       01  WS-GQ-TABLE.
           03  WS-GQ-ENTRY OCCURS 500 TIMES.
               05  WS-GQ-IMAGE          PIC X(200).
               05  WS-GQ-DISPOSITION    PIC X(01).
                   88  GQ-ENTRY-PUSHED          VALUE 'D'.
       01  WS-PUSH-PENDING-COUNT        PIC 9(03) VALUE 0.

      *= The exec's answer on DD GITRSLT ==============================
       01  WS-RESULT-HASH               PIC X(40).
       01  WS-RESULT-ERROR              PIC X(40).

       01  WS-NOW-DATE                  PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(08).
       01  WS-MT-PACKAGE                PIC X(16).

      *= IRXJCL exec call - exec name, then the function ==============
       01  IRXJCL                       PIC X(6)  VALUE 'IRXJCL'.
       01  GIT-PARMS-IRXJCL.
           03 GIT-PARM-LENGTH           PIC X(2)  VALUE X'000F'.
           03 GIT-REXX-NAME             PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 GIT-REXX-FUNCTION         PIC X(6).
       01  WS-REXX-RC                   PIC S9(08) COMP.

       01 BPXWDYN PIC X(8) VALUE 'BPXWDYN'.
       01 ALLOC-STRING.
          05 ALLOC-LENGTH PIC S9(4) BINARY VALUE 120.
          05 ALLOC-TEXT   PIC X(120).

       01  WS-REQ-LINE                  PIC X(80).
       01  WS-APV-INX                   PIC 9(02).
       01  WS-QUEUED-STAMP              PIC X(19).
       01  WS-WTO-TEXT                  PIC X(116).

       01  WS-HIST-EVENT                PIC X(06).
       01  WS-HIST-DETAIL               PIC X(43).
       01  WS-HIST-RETRIES              PIC 9(03).
       01  WS-HIST-DONE                 PIC X(01).
           88  HIST-WRITE-DONE                  VALUE 'Y'.

       01  WS-READ-COUNT                PIC 9(05) VALUE 0.
       01  WS-COMMIT-COUNT              PIC 9(05) VALUE 0.
       01  WS-PUSHED-COUNT              PIC 9(05) VALUE 0.
       01  WS-CARRIED-COUNT             PIC 9(05) VALUE 0.
       01  WS-ALERT-COUNT               PIC 9(05) VALUE 0.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(41) VALUE
               'PACKAGE ID       S AT DISPOSITION  DETAIL'.
           03  FILLER                   PIC X(39) VALUE SPACES.

       01  WS-DISPOSITION-LINE.
           03  RPT-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-STATE                PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ATTEMPTS             PIC 9(02).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-DISPOSITION          PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-DETAIL               PIC X(45).

       01  WS-SUMMARY-LINE.
           03  RPT-READ-COUNT           PIC ZZZ9.
           03  FILLER                   PIC X(09) VALUE ' QUEUED, '.
           03  RPT-COMMIT-COUNT         PIC ZZZ9.
           03  FILLER                   PIC X(12) VALUE
               ' COMMITTED, '.
           03  RPT-PUSHED-COUNT         PIC ZZZ9.
           03  FILLER                   PIC X(09) VALUE ' PUSHED, '.
           03  RPT-CARRIED-COUNT        PIC ZZZ9.
           03  FILLER                   PIC X(18) VALUE
               ' CARRIED FORWARD, '.
           03  RPT-ALERT-COUNT          PIC ZZZ9.
           03  FILLER                   PIC X(12) VALUE
               ' ALERTED'.

         COPY RUNCTXH.

       COPY LOGHDR.

       PROCEDURE DIVISION.
       MAIN-LINE.

           PERFORM 0040-LOAD-GITMIRR-CONFIG.

           OPEN OUTPUT GITPSRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE GITPSRPT-REC FROM WS-HDR-LINE.
           OPEN OUTPUT GITQUEUO.

           OPEN INPUT GITQUEUE.
           IF NOT GITQUEUE-NOT-AVAILABLE
              PERFORM 0100-READ-GITQUEUE
              PERFORM 0150-HOLD-ONE-ENTRY UNTIL GITQUEUE-ATEND
              CLOSE GITQUEUE
           END-IF.

           IF NOT GIT-MIRROR-ENABLED
              DISPLAY 'C1UGITPS: GIT MIRROR NOT ENABLED (%GITMIRR) - '
                      WS-READ-COUNT ' QUEUED ENTRY(IES) CARRIED '
                      'FORWARD UNTOUCHED'
              PERFORM VARYING WS-GQ-INX FROM 1 BY 1
                  UNTIL WS-GQ-INX > WS-GQ-COUNT
                  WRITE GITQUEUO-REC FROM WS-GQ-IMAGE(WS-GQ-INX)
              END-PERFORM
              CLOSE GITQUEUO
              CLOSE GITPSRPT
              MOVE 8 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

           IF WS-GQ-COUNT > 0
              PERFORM 0200-OPEN-PKGHIST
              PERFORM 1000-COMMIT-ONE-ENTRY THRU 1000-EXIT
                      VARYING WS-GQ-INX FROM 1 BY 1
                      UNTIL WS-GQ-INX > WS-GQ-COUNT
              PERFORM 2000-PUSH-PENDING THRU 2000-EXIT
              IF HIST-AVAILABLE
                 CLOSE PKGHIST
              END-IF
              IF REXX-LIB-ALLOCATED
                 PERFORM 4200-FREE-REXFILES
              END-IF
           END-IF.

           PERFORM 3000-CARRY-FORWARD-ENTRY
                   VARYING WS-GQ-INX FROM 1 BY 1
                   UNTIL WS-GQ-INX > WS-GQ-COUNT.

           MOVE WS-READ-COUNT      TO RPT-READ-COUNT.
           MOVE WS-COMMIT-COUNT    TO RPT-COMMIT-COUNT.
           MOVE WS-PUSHED-COUNT    TO RPT-PUSHED-COUNT.
           MOVE WS-CARRIED-COUNT   TO RPT-CARRIED-COUNT.
           MOVE WS-ALERT-COUNT     TO RPT-ALERT-COUNT.
           WRITE GITPSRPT-REC FROM WS-SUMMARY-LINE.

           CLOSE GITQUEUO.
           CLOSE GITPSRPT.

           DISPLAY 'C1UGITPS: ' WS-READ-COUNT ' QUEUED, '
                   WS-COMMIT-COUNT ' COMMITTED, '
                   WS-PUSHED-COUNT ' PUSHED, '
                   WS-CARRIED-COUNT ' CARRIED FORWARD, '
                   WS-ALERT-COUNT ' ALERTED'.

           EVALUATE TRUE
             WHEN WS-ALERT-COUNT > 0
               MOVE 8 TO WS-LGR-RC
             WHEN WS-CARRIED-COUNT > 0
               MOVE 4 TO WS-LGR-RC
             WHEN OTHER
               MOVE 0 TO WS-LGR-RC
           END-EVALUATE.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0000-RECORD-RUN.
           MOVE 'C1UGITPS' TO WS-LGR-PROGRAM.
           MOVE WS-READ-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Load the %GITMIRR section of the runtime config over the
      *  compiled-in settings - see CFGLOAD. The same lines C1UGITMR
      *  reads.
      *-----------------------------------------------------------------
       0040-LOAD-GITMIRR-CONFIG.

           MOVE 'GITMIRR'             TO CFG-SECTION-NAME.
           MOVE WS-GITMIR-CFG-LINES   TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-GITMIR-ENABLED
              END-IF
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'WORKDIR='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:36)
                          TO WS-GITMIR-WORKDIR
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'REMOTE='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:20)
                          TO WS-GITMIR-REMOTE
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'BRANCH='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:20)
                          TO WS-GITMIR-BRANCH
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'PRODENV='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:8)
                          TO WS-GITMIR-PROD-ENV
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'PRODSTG='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:1)
                          TO WS-GITMIR-PROD-STG
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'EXEC='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:8)
                          TO WS-GITMIR-EXEC
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:6) = 'ALERT='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(7:2) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(7:2)
                             TO WS-GITMIR-ALERT-AFTER
                        END-IF
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
              END-PERFORM
           END-IF.
           IF WS-GITMIR-ALERT-AFTER = 0
              MOVE 1 TO WS-GITMIR-ALERT-AFTER
           END-IF.

      *-----------------------------------------------------------------
      *  First line of GITPSRPT - see COPY RUNCTXH.
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
           WRITE GITPSRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-READ-GITQUEUE.

           READ GITQUEUE INTO WS-GITQ-RECORD
               AT END MOVE '10' TO WS-GITQUEUE-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  Entries are held so the one push can settle every commit
      *  before the queue is rewritten. An entry past the table is
      *  carried forward as it stands, to be worked on a later run.
      *-----------------------------------------------------------------
       0150-HOLD-ONE-ENTRY.

           ADD 1 TO WS-READ-COUNT.
           IF WS-GQ-COUNT < WS-GQ-MAX
              ADD 1 TO WS-GQ-COUNT
              MOVE WS-GITQ-RECORD TO WS-GQ-IMAGE(WS-GQ-COUNT)
              MOVE SPACE          TO WS-GQ-DISPOSITION(WS-GQ-COUNT)
           ELSE
              WRITE GITQUEUO-REC FROM WS-GITQ-RECORD
              ADD 1 TO WS-CARRIED-COUNT
              MOVE GQ-PACKAGE-ID  TO RPT-PACKAGE-ID
              MOVE GQ-STATE       TO RPT-STATE
              MOVE GQ-ATTEMPTS    TO RPT-ATTEMPTS
              MOVE 'HELD OVER'    TO RPT-DISPOSITION
              MOVE 'PAST THE QUEUE TABLE - WORKED ON A LATER RUN'
                   TO RPT-DETAIL
              WRITE GITPSRPT-REC FROM WS-DISPOSITION-LINE
           END-IF.
           PERFORM 0100-READ-GITQUEUE.

      *-----------------------------------------------------------------
      *  PKGHIST takes the commit and push events. It cannot stop the
      *  mirror itself.
      *-----------------------------------------------------------------
       0200-OPEN-PKGHIST.

           OPEN I-O PKGHIST.
           IF WS-PKGHIST-FILE-STATUS = '00'
              MOVE 'Y' TO WS-HIST-AVAILABLE
           ELSE
              DISPLAY 'C1UGITPS: PKGHIST NOT AVAILABLE - FILE STATUS '
                      WS-PKGHIST-FILE-STATUS
                      ' - COMMIT HASHES NOT RECORDED'
           END-IF.

      *-----------------------------------------------------------------
      *  One commit-pending entry: the commit message on DD GITREQ,
      *  subject line first, then the package, ticket, creator and
      *  approvers as trailer lines - so they can be searched for in
      *  the Git log. A commit that fails stays commit-pending.
      *-----------------------------------------------------------------
       1000-COMMIT-ONE-ENTRY.

           MOVE WS-GQ-IMAGE(WS-GQ-INX) TO WS-GITQ-RECORD.
           IF GQ-ATTEMPTS IS NOT NUMERIC
              MOVE 0 TO GQ-ATTEMPTS
           END-IF.
           IF NOT GQ-COMMIT-PENDING
              IF GQ-PUSH-PENDING
                 ADD 1 TO WS-PUSH-PENDING-COUNT
              END-IF
              GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT GITREQ.
           IF WS-GITREQ-FILE-STATUS NOT = '00'
              MOVE SPACES TO WS-RESULT-ERROR
              STRING 'GITREQ NOT AVAILABLE - FILE STATUS '
                     WS-GITREQ-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-RESULT-ERROR
              END-STRING
              PERFORM 1200-COMMIT-FAILED
              GO TO 1000-EXIT
           END-IF.
           MOVE 'FUNCTION=COMMIT' TO GITREQ-REC.
           WRITE GITREQ-REC.
           MOVE SPACES TO WS-REQ-LINE.
           STRING 'WORKDIR=' WS-GITMIR-WORKDIR
              DELIMITED BY SIZE INTO WS-REQ-LINE
           END-STRING.
           WRITE GITREQ-REC FROM WS-REQ-LINE.
           MOVE SPACES TO WS-REQ-LINE.
           STRING 'PACKAGE=' GQ-PACKAGE-ID
              DELIMITED BY SIZE INTO WS-REQ-LINE
           END-STRING.
           WRITE GITREQ-REC FROM WS-REQ-LINE.

           MOVE SPACES TO WS-QUEUED-STAMP.
           STRING GQ-QUEUED-DATE(1:4) '-' GQ-QUEUED-DATE(5:2) '-'
                  GQ-QUEUED-DATE(7:2) ' ' GQ-QUEUED-TIME(1:2) ':'
                  GQ-QUEUED-TIME(3:2) ':' GQ-QUEUED-TIME(5:2)
              DELIMITED BY SIZE INTO WS-QUEUED-STAMP
           END-STRING.
           MOVE SPACES TO WS-REQ-LINE.
           STRING 'MSG=' DELIMITED BY SIZE
                  GQ-PACKAGE-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  GQ-TICKET DELIMITED BY SPACE
                  ' Endevor package executed to ' DELIMITED BY SIZE
                  WS-GITMIR-PROD-ENV DELIMITED BY SPACE
              INTO WS-REQ-LINE
           END-STRING.
           WRITE GITREQ-REC FROM WS-REQ-LINE.
           MOVE 'MSG=' TO GITREQ-REC.
           WRITE GITREQ-REC.
           MOVE SPACES TO WS-REQ-LINE.
           STRING 'MSG=' GQ-ELEMENTS ' element(s) retrieved from '
                  'stage ' WS-GITMIR-PROD-STG ', executed '
                  WS-QUEUED-STAMP
              DELIMITED BY SIZE INTO WS-REQ-LINE
           END-STRING.
           WRITE GITREQ-REC FROM WS-REQ-LINE.
           MOVE 'MSG=' TO GITREQ-REC.
           WRITE GITREQ-REC.
           MOVE SPACES TO WS-REQ-LINE.
           STRING 'MSG=Endevor-Package: ' GQ-PACKAGE-ID
              DELIMITED BY SIZE INTO WS-REQ-LINE
           END-STRING.
           WRITE GITREQ-REC FROM WS-REQ-LINE.
           IF GQ-TICKET NOT = SPACES
              MOVE SPACES TO WS-REQ-LINE
              STRING 'MSG=ServiceNow-Ticket: ' GQ-TICKET
                 DELIMITED BY SIZE INTO WS-REQ-LINE
              END-STRING
              WRITE GITREQ-REC FROM WS-REQ-LINE
           END-IF.
           IF GQ-CREATOR NOT = SPACES
              MOVE SPACES TO WS-REQ-LINE
              STRING 'MSG=Created-by: ' GQ-CREATOR
                 DELIMITED BY SIZE INTO WS-REQ-LINE
              END-STRING
              WRITE GITREQ-REC FROM WS-REQ-LINE
           END-IF.
           PERFORM VARYING WS-APV-INX FROM 1 BY 1
               UNTIL WS-APV-INX > 8
               IF GQ-APPROVER(WS-APV-INX) NOT = SPACES
                  MOVE SPACES TO WS-REQ-LINE
                  STRING 'MSG=Approved-by: ' GQ-APPROVER(WS-APV-INX)
                     DELIMITED BY SIZE INTO WS-REQ-LINE
                  END-STRING
                  WRITE GITREQ-REC FROM WS-REQ-LINE
               END-IF
           END-PERFORM.
           CLOSE GITREQ.

           MOVE 'COMMIT'      TO GIT-REXX-FUNCTION.
           MOVE GQ-PACKAGE-ID TO WS-MT-PACKAGE.
           PERFORM 5000-CALL-GIT-EXEC THRU 5000-EXIT.
           IF WS-REXX-RC = 0 AND WS-RESULT-HASH NOT = SPACES
              PERFORM 1100-COMMIT-DONE
           ELSE
              PERFORM 1200-COMMIT-FAILED
           END-IF.
       1000-EXIT.
           EXIT.

       1100-COMMIT-DONE.

           ADD 1 TO WS-COMMIT-COUNT.
           ADD 1 TO WS-PUSH-PENDING-COUNT.
           MOVE WS-RESULT-HASH TO GQ-HASH.
           MOVE 'P'            TO GQ-STATE.
           MOVE WS-GITQ-RECORD TO WS-GQ-IMAGE(WS-GQ-INX).
           MOVE 'GITCMT'       TO WS-HIST-EVENT.
           MOVE GQ-HASH        TO WS-HIST-DETAIL.
           PERFORM 3600-WRITE-HISTORY-EVENT.
           MOVE GQ-PACKAGE-ID  TO RPT-PACKAGE-ID.
           MOVE GQ-STATE       TO RPT-STATE.
           MOVE GQ-ATTEMPTS    TO RPT-ATTEMPTS.
           MOVE 'COMMITTED'    TO RPT-DISPOSITION.
           MOVE GQ-HASH        TO RPT-DETAIL.
           WRITE GITPSRPT-REC FROM WS-DISPOSITION-LINE.

       1200-COMMIT-FAILED.

           ADD 1 TO GQ-ATTEMPTS.
           MOVE WS-GITQ-RECORD TO WS-GQ-IMAGE(WS-GQ-INX).
           IF WS-RESULT-ERROR = SPACES
              MOVE 'NO HASH RETURNED' TO WS-RESULT-ERROR
           END-IF.
           MOVE GQ-PACKAGE-ID   TO RPT-PACKAGE-ID.
           MOVE GQ-STATE        TO RPT-STATE.
           MOVE GQ-ATTEMPTS     TO RPT-ATTEMPTS.
           MOVE 'COMMIT FAILED' TO RPT-DISPOSITION.
           MOVE WS-RESULT-ERROR TO RPT-DETAIL.
           WRITE GITPSRPT-REC FROM WS-DISPOSITION-LINE.

      *-----------------------------------------------------------------
      *  One push carries every commit made so far - this run's and
      *  any whose push failed before. A good push settles them all;
      *  a failed one counts an attempt against each.
      *-----------------------------------------------------------------
       2000-PUSH-PENDING.

           IF WS-PUSH-PENDING-COUNT = 0
              GO TO 2000-EXIT
           END-IF.

           MOVE SPACES TO WS-RESULT-ERROR.
           OPEN OUTPUT GITREQ.
           IF WS-GITREQ-FILE-STATUS NOT = '00'
              STRING 'GITREQ NOT AVAILABLE - FILE STATUS '
                     WS-GITREQ-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-RESULT-ERROR
              END-STRING
              MOVE 9999 TO WS-REXX-RC
           ELSE
              MOVE 'FUNCTION=PUSH' TO GITREQ-REC
              WRITE GITREQ-REC
              MOVE SPACES TO WS-REQ-LINE
              STRING 'WORKDIR=' WS-GITMIR-WORKDIR
                 DELIMITED BY SIZE INTO WS-REQ-LINE
              END-STRING
              WRITE GITREQ-REC FROM WS-REQ-LINE
              MOVE SPACES TO WS-REQ-LINE
              STRING 'REMOTE=' WS-GITMIR-REMOTE
                 DELIMITED BY SIZE INTO WS-REQ-LINE
              END-STRING
              WRITE GITREQ-REC FROM WS-REQ-LINE
              MOVE SPACES TO WS-REQ-LINE
              STRING 'BRANCH=' WS-GITMIR-BRANCH
                 DELIMITED BY SIZE INTO WS-REQ-LINE
              END-STRING
              WRITE GITREQ-REC FROM WS-REQ-LINE
              CLOSE GITREQ
              MOVE 'PUSH'      TO GIT-REXX-FUNCTION
              MOVE '*'         TO WS-MT-PACKAGE
              PERFORM 5000-CALL-GIT-EXEC THRU 5000-EXIT
           END-IF.
           IF WS-REXX-RC NOT = 0 AND WS-RESULT-ERROR = SPACES
              MOVE 'PUSH NOT ACCEPTED BY THE REMOTE'
                   TO WS-RESULT-ERROR
           END-IF.

           PERFORM 2100-SETTLE-ONE-PUSH
                   VARYING WS-GQ-INX FROM 1 BY 1
                   UNTIL WS-GQ-INX > WS-GQ-COUNT.
       2000-EXIT.
           EXIT.

       2100-SETTLE-ONE-PUSH.

           MOVE WS-GQ-IMAGE(WS-GQ-INX) TO WS-GITQ-RECORD.
           IF GQ-PUSH-PENDING
              MOVE GQ-PACKAGE-ID  TO RPT-PACKAGE-ID
              MOVE GQ-STATE       TO RPT-STATE
              IF WS-REXX-RC = 0
                 ADD 1 TO WS-PUSHED-COUNT
                 MOVE 'D' TO WS-GQ-DISPOSITION(WS-GQ-INX)
                 MOVE 'GITPSH' TO WS-HIST-EVENT
                 MOVE SPACES TO WS-HIST-DETAIL
                 STRING WS-GITMIR-REMOTE DELIMITED BY SPACE
                        '/' DELIMITED BY SIZE
                        WS-GITMIR-BRANCH DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        GQ-HASH(1:12) DELIMITED BY SIZE
                    INTO WS-HIST-DETAIL
                 END-STRING
                 PERFORM 3600-WRITE-HISTORY-EVENT
                 MOVE 'PUSHED'       TO RPT-DISPOSITION
                 MOVE WS-HIST-DETAIL TO RPT-DETAIL
              ELSE
                 ADD 1 TO GQ-ATTEMPTS
                 MOVE WS-GITQ-RECORD TO WS-GQ-IMAGE(WS-GQ-INX)
                 MOVE 'PUSH FAILED'   TO RPT-DISPOSITION
                 MOVE WS-RESULT-ERROR TO RPT-DETAIL
              END-IF
              MOVE GQ-ATTEMPTS    TO RPT-ATTEMPTS
              WRITE GITPSRPT-REC FROM WS-DISPOSITION-LINE
           END-IF.

      *-----------------------------------------------------------------
      *  Whatever is not pushed goes back on the queue - nothing is
      *  ever given up on. Past the alert threshold operations hear
      *  about it on every run.
      *-----------------------------------------------------------------
       3000-CARRY-FORWARD-ENTRY.

           IF NOT GQ-ENTRY-PUSHED(WS-GQ-INX)
              MOVE WS-GQ-IMAGE(WS-GQ-INX) TO WS-GITQ-RECORD
              WRITE GITQUEUO-REC FROM WS-GITQ-RECORD
              ADD 1 TO WS-CARRIED-COUNT
              IF GQ-ATTEMPTS NOT < WS-GITMIR-ALERT-AFTER
                 ADD 1 TO WS-ALERT-COUNT
                 MOVE SPACES TO WS-WTO-TEXT
                 IF GQ-COMMIT-PENDING
                    STRING 'C1UGITPS GIT MIRROR COMMIT FAILING PKG='
                           GQ-PACKAGE-ID ' ATTEMPTS=' GQ-ATTEMPTS
                           ' QUEUED=' GQ-QUEUED-DATE
                           ' - SEE GITPSRPT'
                       DELIMITED BY SIZE INTO WS-WTO-TEXT
                    END-STRING
                 ELSE
                    STRING 'C1UGITPS GIT MIRROR PUSH FAILING PKG='
                           GQ-PACKAGE-ID ' ATTEMPTS=' GQ-ATTEMPTS
                           ' HASH=' GQ-HASH(1:12)
                           ' - SEE GITPSRPT'
                       DELIMITED BY SIZE INTO WS-WTO-TEXT
                    END-STRING
                 END-IF
                 CALL 'WTOALERT' USING WS-WTO-TEXT
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  A type G event on the keyed history store, retried on the
      *  next sequence for a duplicate key - the C1UPKGLD rule.
      *-----------------------------------------------------------------
       3600-WRITE-HISTORY-EVENT.

           IF HIST-AVAILABLE
              ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
              ACCEPT WS-NOW-TIME FROM TIME
              MOVE SPACES            TO PKGHIST-REC
              MOVE GQ-PACKAGE-ID     TO PH-PACKAGE-ID
              MOVE WS-NOW-DATE       TO PH-DATE
              MOVE WS-NOW-TIME(1:6)  TO PH-TIME
              MOVE 0                 TO PH-SEQ
              MOVE 'G'               TO PH-REC-TYPE
              MOVE WS-HIST-EVENT     TO PH-EVENT
              MOVE WS-HIST-DETAIL    TO PH-DETAIL
              MOVE 'N' TO WS-HIST-DONE
              MOVE 0   TO WS-HIST-RETRIES
              PERFORM UNTIL HIST-WRITE-DONE
                 WRITE PKGHIST-REC
                     INVALID KEY
                         IF WS-HIST-RETRIES < 999
                            ADD 1 TO WS-HIST-RETRIES
                            ADD 1 TO PH-SEQ
                         ELSE
                            DISPLAY 'C1UGITPS: HISTORY EVENT NOT '
                                    'WRITTEN - FILE STATUS '
                                    WS-PKGHIST-FILE-STATUS ' FOR '
                                    PH-PACKAGE-ID
                            MOVE 'Y' TO WS-HIST-DONE
                         END-IF
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-HIST-DONE
                 END-WRITE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  Allocate DD SYSEXEC for the exec - the C1UDEPLY pattern.
      *-----------------------------------------------------------------
       4100-ALLOCATE-REXFILE.

           MOVE SPACES TO ALLOC-TEXT .
           STRING 'ALLOC DD(SYSEXEC) DA(',
              WS-REXX-LIBRARY-DSN
                  DELIMITED BY SPACE
                    ')  SHR REUSE'
                  DELIMITED BY SIZE
             INTO ALLOC-TEXT
           END-STRING.
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC .
           IF RETURN-CODE NOT = ZERO
              DISPLAY 'C1UGITPS: SYSEXEC ALLOCATION FAILED - '
                      WS-GITMIR-EXEC ' NOT RUN'
              MOVE 'U' TO WS-REXX-STATE
           ELSE
              MOVE 'Y' TO WS-REXX-STATE
           END-IF.
           MOVE 0 TO RETURN-CODE.

       4200-FREE-REXFILES.

           MOVE SPACES              TO ALLOC-TEXT .
           MOVE 'FREE  DD(SYSEXEC)' TO ALLOC-TEXT .
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC .
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      *  The %GITMIRR exec through IRXJCL, function GIT-REXX-FUNCTION,
      *  its request already on DD GITREQ. DD GITRSLT is emptied
      *  first, so a hash left from the call before cannot be taken
      *  for this one's; afterwards its HASH= and ERROR= lines are
      *  picked up. WS-REXX-RC 0 is done.
      *-----------------------------------------------------------------
       5000-CALL-GIT-EXEC.

           MOVE SPACES TO WS-RESULT-HASH WS-RESULT-ERROR.
           MOVE 9999 TO WS-REXX-RC.
           IF WS-REXX-STATE = 'N'
              PERFORM 4100-ALLOCATE-REXFILE
           END-IF.
           IF REXX-LIB-UNUSABLE
              MOVE 'SYSEXEC NOT ALLOCATED' TO WS-RESULT-ERROR
              GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT GITRSLT.
           IF WS-GITRSLT-FILE-STATUS NOT = '00'
              STRING 'GITRSLT NOT AVAILABLE - FILE STATUS '
                     WS-GITRSLT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-RESULT-ERROR
              END-STRING
              GO TO 5000-EXIT
           END-IF.
           CLOSE GITRSLT.

           MOVE WS-GITMIR-EXEC    TO GIT-REXX-NAME.
           ACCEPT WS-MT-START-TIME FROM TIME.
           CALL IRXJCL USING GIT-PARMS-IRXJCL.
           MOVE RETURN-CODE TO WS-REXX-RC.
           ACCEPT WS-MT-END-TIME FROM TIME.
           MOVE 'C1UGITPS'        TO WS-MT-PROGRAM.
           MOVE WS-GITMIR-EXEC    TO WS-MT-TARGET.
           MOVE WS-MT-PACKAGE     TO WS-MT-KEY.
           MOVE WS-REXX-RC        TO WS-MT-RC.
           CALL 'EXTMTRCS' USING WS-CALL-METRIC.
           MOVE 0 TO RETURN-CODE.

           OPEN INPUT GITRSLT.
           IF WS-GITRSLT-FILE-STATUS = '00'
              PERFORM UNTIL GITRSLT-ATEND
                 READ GITRSLT
                     AT END MOVE '10' TO WS-GITRSLT-FILE-STATUS
                 END-READ
                 IF NOT GITRSLT-ATEND
                    IF GITRSLT-REC(1:5) = 'HASH='
                       MOVE GITRSLT-REC(6:40) TO WS-RESULT-HASH
                    END-IF
                    IF GITRSLT-REC(1:6) = 'ERROR='
                       MOVE GITRSLT-REC(7:40) TO WS-RESULT-ERROR
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GITRSLT
           END-IF.
           IF WS-REXX-RC NOT = 0 AND WS-RESULT-ERROR = SPACES
              MOVE SPACES TO WS-RESULT-ERROR
              STRING WS-GITMIR-EXEC DELIMITED BY SPACE
                     ' ' GIT-REXX-FUNCTION ' ENDED RC NOT 0'
                     DELIMITED BY SIZE INTO WS-RESULT-ERROR
              END-STRING
           END-IF.
       5000-EXIT.
           EXIT.

       9000-DYNAMIC-ALLOC-DEALLOC.

           CALL BPXWDYN USING ALLOC-STRING
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'C1UGITPS: ALLOCATION FAILED: RETURN CODE = '
                       RETURN-CODE
               DISPLAY ALLOC-TEXT
           END-IF
           .
