      *     SNOWHOLD entry so the next gate refuses the package.
      * Every regression goes to DD CANWRPT; unreachable objects are
      * reported and left for the next cycle.
      *
      * Restartable (CHKPOINT, DD CHKPOINT): each batch is judged as
      * soon as it is answered, and every CKQ-INTERVAL batches the
      * last package of the batch is checkpointed. A rerun after an
      * abend collects the same in-flight packages, passes over the
      * batches already judged - no second alert, email or hold for
      * them - and extends CANWRPT. A package no longer in flight
      * runs the watch from the top.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       01  WS-TODAY-DATE                PIC 9(08).

      *= Checkpoint/restart (CHKPOINT / DD CHKPOINT) ==================
         COPY CHKPTRQ.
       01  WS-CKP-SINCE                 PIC 9(05) VALUE 0.
       01  WS-CKP-PASSING               PIC X(01) VALUE 'N'.
           88  PASSING-DONE-BATCHES             VALUE 'Y'.
       01  WS-CKP-FOUND                 PIC X(01).
           88  RESUME-PACKAGE-FOUND             VALUE 'Y'.
       01  WS-JUDGED-COUNT              PIC 9(04) VALUE 0.

       01  WS-WTO-TEXT                  PIC X(116).

       01  PGM                          PIC X(08) VALUE 'BC1PMLIF'.
           PERFORM 0050-LOAD-RUNTIME-CONFIG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 1000-COLLECT-INFLIGHT.
           PERFORM 0060-BEGIN-CHECKPOINTS THRU 0060-EXIT.

           IF CKQ-RESTARTED-RUN
              OPEN EXTEND CANWRPT
           ELSE
              OPEN OUTPUT CANWRPT
           END-IF.

           PERFORM 2000-BATCH-RECHECK.

           CLOSE CANWRPT.

                      'NOT WATCHED THIS CYCLE'
           END-IF.

           MOVE 'E' TO CKQ-FUNCTION.
           MOVE SPACES TO CKQ-LAST-KEY.
           PERFORM 2550-FILL-CHECKPOINT.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UCANWT' TO WS-LGR-PROGRAM.
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  A rerun after an abend picks up its counts where the last
      *  checkpoint left them - see CHKPOINT. The watch table is
      *  collected again in package-id order, so the batches come out
      *  as they did before; those up to the one holding the
      *  checkpointed package were judged, and 2100 passes over them.
      *-----------------------------------------------------------------
       0060-BEGIN-CHECKPOINTS.

           MOVE SPACES      TO WS-CHKPT-REQUEST.
           MOVE 'B'         TO CKQ-FUNCTION.
           MOVE 'C1UCANWT'  TO CKQ-PROGRAM.
           MOVE 1           TO CKQ-INTERVAL.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.
           IF NOT CKQ-RESTARTED-RUN
              GO TO 0060-EXIT
           END-IF.

           MOVE 'N' TO WS-CKP-FOUND.
           PERFORM VARYING WS-WCH-INX FROM 1 BY 1 UNTIL
               WS-WCH-INX > WS-WCH-COUNT OR RESUME-PACKAGE-FOUND
               IF WS-WCH-PACKAGE-ID(WS-WCH-INX)
                  = CKQ-RESTART-KEY(1:16)
                  MOVE 'Y' TO WS-CKP-FOUND
               END-IF
           END-PERFORM.
           IF RESUME-PACKAGE-FOUND
              MOVE 'Y'          TO WS-CKP-PASSING
              MOVE CKQ-RECORDS  TO WS-JUDGED-COUNT
              MOVE CKQ-COUNT(1) TO WS-REGRESSED-COUNT
              MOVE CKQ-COUNT(2) TO WS-STILL-GOOD-COUNT
              MOVE CKQ-COUNT(3) TO WS-UNREACH-COUNT
              MOVE CKQ-COUNT(4) TO WS-HELD-COUNT
              DISPLAY 'C1UCANWT: RESTARTED AFTER PACKAGE '
                      CKQ-RESTART-KEY(1:16)
           ELSE
              MOVE 'F' TO CKQ-FUNCTION
              CALL 'CHKPOINT' USING WS-CHKPT-REQUEST
              MOVE 'F' TO CKQ-RUN-MODE
           END-IF.
       0060-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Walk the whole PKGMASTR store (START at LOW-VALUES + READ
      *  NEXT, the C1UPKGMR pattern); an in-flight package whose ID
      *-----------------------------------------------------------------
      *  One SNOWBULK request per distinct action code still pending
      *  in the table - the collect-then-batch shape SNOWPOLL uses.
      *  Each batch is judged as soon as it is answered. On a restart
      *  the batches already judged are formed but not sent.
      *-----------------------------------------------------------------
       2000-BATCH-RECHECK.

               END-IF
           END-PERFORM.

           IF PASSING-DONE-BATCHES
              PERFORM VARYING WS-BATCH-INX FROM 1 BY 1
                  UNTIL WS-BATCH-INX > BLK-ENTRY-COUNT
                  IF WS-WCH-PACKAGE-ID(WS-BATCH-MEMBER(WS-BATCH-INX))
                     = CKQ-RESTART-KEY(1:16)
                     MOVE 'N' TO WS-CKP-PASSING
                  END-IF
              END-PERFORM
              GO TO 2100-PENDING
           END-IF.

           CALL 'SNOWBULK' USING WS-SNOWBLKQ-REQUEST.
           MOVE 0 TO RETURN-CODE.

                    WS-WCH-RC(WS-BATCH-MEMBER(WS-BATCH-INX))
           END-PERFORM.

           PERFORM 2200-JUDGE-BATCH-MEMBER
               VARYING WS-BATCH-INX FROM 1 BY 1
               UNTIL WS-BATCH-INX > BLK-ENTRY-COUNT.
           PERFORM 2500-TAKE-CHECKPOINT.
       2100-PENDING.

           PERFORM VARYING WS-WCH-INX FROM 1 BY 1
               UNTIL WS-WCH-INX > WS-WCH-COUNT
               IF WS-WCH-QUERIED(WS-WCH-INX) = 'N'
       2100-EXIT.
           EXIT.

       2200-JUDGE-BATCH-MEMBER.

           MOVE WS-BATCH-MEMBER(WS-BATCH-INX) TO WS-WCH-INX.
           PERFORM 3000-JUDGE-ONE-ENTRY.
           ADD 1 TO WS-JUDGED-COUNT.

      *-----------------------------------------------------------------
      *  Every CKQ-INTERVAL batches (every one, by default - a batch
      *  can raise alerts and emails): the report so far is made safe
      *  first (CLOSE and reopen EXTEND), then the batch's last
      *  package is recorded as done.
      *-----------------------------------------------------------------
       2500-TAKE-CHECKPOINT.

           ADD 1 TO WS-CKP-SINCE.
           IF CKQ-CHECKPOINTING AND WS-CKP-SINCE NOT < CKQ-INTERVAL
              CLOSE CANWRPT
              OPEN EXTEND CANWRPT
              MOVE 'K' TO CKQ-FUNCTION
              MOVE WS-WCH-PACKAGE-ID(WS-BATCH-MEMBER(BLK-ENTRY-COUNT))
                   TO CKQ-LAST-KEY
              PERFORM 2550-FILL-CHECKPOINT
              CALL 'CHKPOINT' USING WS-CHKPT-REQUEST
              MOVE 0 TO WS-CKP-SINCE
           END-IF.

       2550-FILL-CHECKPOINT.

           MOVE WS-JUDGED-COUNT     TO CKQ-RECORDS.
           MOVE WS-REGRESSED-COUNT  TO CKQ-COUNT(1).
           MOVE WS-STILL-GOOD-COUNT TO CKQ-COUNT(2).
           MOVE WS-UNREACH-COUNT    TO CKQ-COUNT(3).
           MOVE WS-HELD-COUNT       TO CKQ-COUNT(4).

      *-----------------------------------------------------------------
      *  One watched package: a real answer whose state sits in the
      *  SNOWREGR table is a regression; no answer is reported and
