      *              searches the extract for any string. Packages    *
      *              whose master status is DELETED are skipped -     *
      *              their notes are gone from Endevor anyway.        *
      *              Restartable (CHKPOINT, DD CHKPOINT): a rerun     *
      *              after an abend resumes past the last package     *
      *              checkpointed and extends NOTESRCH.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UNOTEX.
           03  WS-NOTES-LINE            PIC X(60) OCCURS 8.
       01  WS-PACKAGE-COUNT             PIC 9(05) VALUE 0.
       01  WS-LINE-COUNT                PIC 9(06) VALUE 0.
       01  WS-WALKED-COUNT              PIC 9(07) VALUE 0.

      *= Checkpoint/restart (CHKPOINT / DD CHKPOINT) ==================
         COPY CHKPTRQ.
       01  WS-CKP-SINCE                 PIC 9(05) VALUE 0.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

           COPY ECHAACTL.
           COPY ECHAPDEF.
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0050-BEGIN-CHECKPOINTS.

           MOVE 'N' TO WS-PKGMASTR-DONE.
           IF CKQ-RESTARTED-RUN
              OPEN EXTEND NOTESRCH
              MOVE CKQ-RESTART-KEY(1:16) TO PMF-PACKAGE-ID
              START PKGMASTR KEY IS GREATER THAN PMF-PACKAGE-ID
                  INVALID KEY MOVE 'Y' TO WS-PKGMASTR-DONE
              END-START
           ELSE
              OPEN OUTPUT NOTESRCH
              MOVE LOW-VALUES TO PMF-PACKAGE-ID
              START PKGMASTR KEY IS NOT LESS THAN PMF-PACKAGE-ID
                  INVALID KEY MOVE 'Y' TO WS-PKGMASTR-DONE
              END-START
           END-IF.
           PERFORM 0100-READ-MASTER-NEXT.
           PERFORM 0200-EXTRACT-ONE-PACKAGE UNTIL MASTER-READ-DONE.

           DISPLAY 'C1UNOTEX: ' WS-PACKAGE-COUNT ' PACKAGE(S), '
                   WS-LINE-COUNT ' NOTE LINE(S) EXTRACTED'.

           MOVE 'E' TO CKQ-FUNCTION.
           PERFORM 0550-FILL-CHECKPOINT.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UNOTEX' TO WS-LGR-PROGRAM.
           MOVE WS-PACKAGE-COUNT TO WS-LGR-COUNT.
           MOVE 0 TO WS-LGR-RC.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  A rerun after an abend picks up its counts where the last
      *  checkpoint left them - see CHKPOINT.
      *-----------------------------------------------------------------
       0050-BEGIN-CHECKPOINTS.

           MOVE SPACES      TO WS-CHKPT-REQUEST.
           MOVE 'B'         TO CKQ-FUNCTION.
           MOVE 'C1UNOTEX'  TO CKQ-PROGRAM.
           MOVE 100         TO CKQ-INTERVAL.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.
           IF CKQ-RESTARTED-RUN
              MOVE CKQ-RECORDS  TO WS-WALKED-COUNT
              MOVE CKQ-COUNT(1) TO WS-PACKAGE-COUNT
              MOVE CKQ-COUNT(2) TO WS-LINE-COUNT
              DISPLAY 'C1UNOTEX: RESTARTED AFTER PACKAGE '
                      CKQ-RESTART-KEY(1:16)
           END-IF.

       0100-READ-MASTER-NEXT.

           READ PKGMASTR NEXT RECORD
           IF PMF-PACKAGE-STATUS NOT = 'DELETED'
              PERFORM 0300-INQUIRE-AND-WRITE-NOTES
           END-IF.
           ADD 1 TO WS-WALKED-COUNT.
           PERFORM 0500-TAKE-CHECKPOINT.
           PERFORM 0100-READ-MASTER-NEXT.

       0300-INQUIRE-AND-WRITE-NOTES.
              MOVE WS-NOTES-LINE(WS-NOTE-INX) TO NSR-NOTE-TEXT
              WRITE NOTESRCH-REC
           END-IF.

      *-----------------------------------------------------------------
      *  Every CKQ-INTERVAL packages: the extract lines so far are
      *  made safe first (CLOSE and reopen EXTEND), then this package
      *  is recorded as the last one done.
      *-----------------------------------------------------------------
       0500-TAKE-CHECKPOINT.

           ADD 1 TO WS-CKP-SINCE.
           IF CKQ-CHECKPOINTING AND WS-CKP-SINCE NOT < CKQ-INTERVAL
              CLOSE NOTESRCH
              OPEN EXTEND NOTESRCH
              MOVE 'K' TO CKQ-FUNCTION
              PERFORM 0550-FILL-CHECKPOINT
              CALL 'CHKPOINT' USING WS-CHKPT-REQUEST
              MOVE 0 TO WS-CKP-SINCE
           END-IF.

       0550-FILL-CHECKPOINT.

           MOVE PMF-PACKAGE-ID   TO CKQ-LAST-KEY.
           MOVE WS-WALKED-COUNT  TO CKQ-RECORDS.
           MOVE WS-PACKAGE-COUNT TO CKQ-COUNT(1).
           MOVE WS-LINE-COUNT    TO CKQ-COUNT(2).
