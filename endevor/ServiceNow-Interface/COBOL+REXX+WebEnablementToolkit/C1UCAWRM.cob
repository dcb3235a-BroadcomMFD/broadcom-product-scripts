      * tickets: NOT FOUND for a real ServiceNow miss (cached, like
      * any real answer), UNREACHABLE for a batch that never got an
      * answer (NOT cached - an outage must not poison the cache).
      *
      * Restartable (CHKPOINT, DD CHKPOINT): each batch is written
      * through to the cache as soon as it is answered, and every
      * CKQ-INTERVAL batches the last object of the batch is
      * checkpointed. A rerun after an abend gathers the same inputs,
      * passes over the batches already answered without calling
      * SNOWBULK for them, and extends WRMEXRPT. An object no longer
      * among the candidates runs the warm-up from the top.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01  WS-L2-RC                     PIC 9(04).
       01  WS-L2-HIT                    PIC X(01).

      *= Checkpoint/restart (CHKPOINT / DD CHKPOINT) ==================
         COPY CHKPTRQ.
       01  WS-CKP-SINCE                 PIC 9(05) VALUE 0.
       01  WS-CKP-PASSING               PIC X(01) VALUE 'N'.
           88  PASSING-DONE-BATCHES             VALUE 'Y'.
       01  WS-DONE-COUNT                PIC 9(04) VALUE 0.

       01  WS-WARMED-COUNT              PIC 9(04) VALUE 0.
       01  WS-NOTFOUND-COUNT            PIC 9(04) VALUE 0.
       01  WS-UNREACH-COUNT             PIC 9(04) VALUE 0.

           PERFORM 0050-LOAD-CCIDPREF-CONFIG.

           PERFORM 1000-SCAN-PACKAGES.
           PERFORM 2000-SCAN-PIPELINE.
           PERFORM 0060-BEGIN-CHECKPOINTS THRU 0060-EXIT.

           IF CKQ-RESTARTED-RUN
              OPEN EXTEND WRMEXRPT
           ELSE
              OPEN OUTPUT WRMEXRPT
              WRITE WRMEXRPT-REC FROM WS-EXC-HEADER
           END-IF.

           PERFORM 3000-BATCH-VALIDATE.

           CLOSE WRMEXRPT.

                      'THE ' WS-OBJ-MAX '-ENTRY TABLE NOT WARMED'
           END-IF.

           MOVE 'E' TO CKQ-FUNCTION.
           MOVE SPACES TO CKQ-LAST-KEY.
           PERFORM 3550-FILL-CHECKPOINT.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UCAWRM' TO WS-LGR-PROGRAM.
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  A rerun after an abend picks up its counts where the last
      *  checkpoint left them - see CHKPOINT. The candidate table is
      *  rebuilt from the same inputs in the same order, so the
      *  batches come out as they did before; those up to the one
      *  holding the checkpointed object were answered and cached,
      *  and 3100 passes over them.
      *-----------------------------------------------------------------
       0060-BEGIN-CHECKPOINTS.

           MOVE SPACES      TO WS-CHKPT-REQUEST.
           MOVE 'B'         TO CKQ-FUNCTION.
           MOVE 'C1UCAWRM'  TO CKQ-PROGRAM.
           MOVE 1           TO CKQ-INTERVAL.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.
           IF NOT CKQ-RESTARTED-RUN
              GO TO 0060-EXIT
           END-IF.

           MOVE 'N' TO WS-OBJ-FOUND.
           PERFORM VARYING WS-OBJ-INX FROM 1 BY 1 UNTIL
               WS-OBJ-INX > WS-OBJ-COUNT OR OBJ-ALREADY-TABLED
               IF WS-OBJ-NUMBER(WS-OBJ-INX) = CKQ-RESTART-KEY(1:10)
                  MOVE 'Y' TO WS-OBJ-FOUND
               END-IF
           END-PERFORM.
           IF OBJ-ALREADY-TABLED
              MOVE 'Y'          TO WS-CKP-PASSING
              MOVE CKQ-RECORDS  TO WS-DONE-COUNT
              MOVE CKQ-COUNT(1) TO WS-WARMED-COUNT
              MOVE CKQ-COUNT(2) TO WS-NOTFOUND-COUNT
              MOVE CKQ-COUNT(3) TO WS-UNREACH-COUNT
              DISPLAY 'C1UCAWRM: RESTARTED AFTER OBJECT '
                      CKQ-RESTART-KEY(1:10)
           ELSE
              MOVE 'F' TO CKQ-FUNCTION
              CALL 'CHKPOINT' USING WS-CHKPT-REQUEST
              MOVE 'F' TO CKQ-RUN-MODE
           END-IF.
       0060-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  DD PACKAGES - every record's data field is offered as a
      *  candidate; the prefix-and-digits test in 2500 is what keeps
      *-----------------------------------------------------------------
      *  One SNOWBULK request per distinct action code still pending
      *  in the table, the answers copied back through the member
      *  map - the same collect-then-batch shape SNOWPOLL uses. Each
      *  batch is warmed as soon as it is answered. On a restart the
      *  batches already answered are formed but not sent.
      *-----------------------------------------------------------------
       3000-BATCH-VALIDATE.

               END-IF
           END-PERFORM.

           IF PASSING-DONE-BATCHES
              PERFORM VARYING WS-BATCH-INX FROM 1 BY 1
                  UNTIL WS-BATCH-INX > BLK-ENTRY-COUNT
                  IF WS-OBJ-NUMBER(WS-BATCH-MEMBER(WS-BATCH-INX))
                     = CKQ-RESTART-KEY(1:10)
                     MOVE 'N' TO WS-CKP-PASSING
                  END-IF
              END-PERFORM
              GO TO 3100-PENDING
           END-IF.

           CALL 'SNOWBULK' USING WS-SNOWBLKQ-REQUEST.
           MOVE 0 TO RETURN-CODE.

                    WS-OBJ-RC(WS-BATCH-MEMBER(WS-BATCH-INX))
           END-PERFORM.

           PERFORM 3200-WARM-BATCH-MEMBER
               VARYING WS-BATCH-INX FROM 1 BY 1
               UNTIL WS-BATCH-INX > BLK-ENTRY-COUNT.
           PERFORM 3500-TAKE-CHECKPOINT.
       3100-PENDING.

           PERFORM VARYING WS-OBJ-INX FROM 1 BY 1
               UNTIL WS-OBJ-INX > WS-OBJ-COUNT
               IF WS-OBJ-QUERIED(WS-OBJ-INX) = 'N'
       3100-EXIT.
           EXIT.

       3200-WARM-BATCH-MEMBER.

           MOVE WS-BATCH-MEMBER(WS-BATCH-INX) TO WS-OBJ-INX.
           PERFORM 4000-WARM-ONE-OBJECT.
           ADD 1 TO WS-DONE-COUNT.

      *-----------------------------------------------------------------
      *  Every CKQ-INTERVAL batches (every one, by default): the
      *  exception report so far is made safe first (CLOSE and reopen
      *  EXTEND), then the batch's last object is recorded as done.
      *-----------------------------------------------------------------
       3500-TAKE-CHECKPOINT.

           ADD 1 TO WS-CKP-SINCE.
           IF CKQ-CHECKPOINTING AND WS-CKP-SINCE NOT < CKQ-INTERVAL
              CLOSE WRMEXRPT
              OPEN EXTEND WRMEXRPT
              MOVE 'K' TO CKQ-FUNCTION
              MOVE WS-OBJ-NUMBER(WS-BATCH-MEMBER(BLK-ENTRY-COUNT))
                   TO CKQ-LAST-KEY
              PERFORM 3550-FILL-CHECKPOINT
              CALL 'CHKPOINT' USING WS-CHKPT-REQUEST
              MOVE 0 TO WS-CKP-SINCE
           END-IF.

       3550-FILL-CHECKPOINT.

           MOVE WS-DONE-COUNT     TO CKQ-RECORDS.
           MOVE WS-WARMED-COUNT   TO CKQ-COUNT(1).
           MOVE WS-NOTFOUND-COUNT TO CKQ-COUNT(2).
           MOVE WS-UNREACH-COUNT  TO CKQ-COUNT(3).

      *-----------------------------------------------------------------
      *  A real answer - found or not found - is written through to
      *  the durable cache, exactly the entry the exits' own
