      *              its status marked DELETED (the record itself is  *
      *              kept - the housekeeping pass owns removals).     *
      *              With no PARM the run is report-only.             *
      *                                                               *
      *              Restartable (CHKPOINT, DD CHKPOINT): a rerun     *
      *              after an abend resumes past the last package     *
      *              checkpointed and extends PKGRCRPT, its totals    *
      *              carried over.                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UPKGRC.
               ' CORRECTED'.
           03  FILLER                       PIC X(51) VALUE SPACES.

       01  WS-RESTART-LINE.
           03  FILLER                       PIC X(24) VALUE
               'RESTARTED AFTER PACKAGE '.
           03  RPT-RESTART-KEY              PIC X(16).
           03  FILLER                       PIC X(92) VALUE SPACES.

      *= Checkpoint/restart (CHKPOINT / DD CHKPOINT) ==================
         COPY CHKPTRQ.
       01  WS-CKP-SINCE                     PIC 9(05) VALUE 0.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM                   PIC X(08).
       01  WS-LGR-COUNT                     PIC 9(07).
       01  WS-LGR-RC                        PIC S9(04).

         COPY ECHAACTL.
         COPY ECHAPDEF.
         COPY CALLMTRC.
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0060-BEGIN-CHECKPOINTS.
           IF CKQ-RESTARTED-RUN
              OPEN EXTEND PKGRCRPT
           ELSE
              OPEN OUTPUT PKGRCRPT
           END-IF.

           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           IF CKQ-RESTARTED-RUN
              MOVE CKQ-RESTART-KEY(1:16) TO RPT-RESTART-KEY
              WRITE PKGRCRPT-REC FROM WS-RESTART-LINE
           END-IF.
           WRITE PKGRCRPT-REC FROM WS-HDR-LINE.

           MOVE 'N' TO WS-READ-DONE.
           IF CKQ-RESTARTED-RUN
              MOVE CKQ-RESTART-KEY(1:16) TO PMF-PACKAGE-ID
              START PKGMASTR KEY IS GREATER THAN PMF-PACKAGE-ID
                  INVALID KEY MOVE 'Y' TO WS-READ-DONE
              END-START
           ELSE
              MOVE LOW-VALUES TO PMF-PACKAGE-ID
              START PKGMASTR KEY IS NOT LESS THAN PMF-PACKAGE-ID
                  INVALID KEY MOVE 'Y' TO WS-READ-DONE
              END-START
           END-IF.
           PERFORM 0100-READ-MASTER-NEXT.
           PERFORM 0200-RECONCILE-ONE-PACKAGE UNTIL MASTER-READ-DONE.

                   WS-MISSING-COUNT ' GONE IN ENDEVOR, '
                   WS-CORRECTED-COUNT ' CORRECTED'.

           MOVE 'E' TO CKQ-FUNCTION.
           PERFORM 0550-FILL-CHECKPOINT.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.

           IF WS-MISMATCH-COUNT > 0 OR WS-MISSING-COUNT > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UPKGRC' TO WS-LGR-PROGRAM.
           MOVE WS-CHECKED-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
           MOVE SPACES TO PKGRCRPT-REC.
           WRITE PKGRCRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  A rerun after an abend picks up its totals where the last
      *  checkpoint left them - see CHKPOINT.
      *-----------------------------------------------------------------
       0060-BEGIN-CHECKPOINTS.

           MOVE SPACES      TO WS-CHKPT-REQUEST.
           MOVE 'B'         TO CKQ-FUNCTION.
           MOVE 'C1UPKGRC'  TO CKQ-PROGRAM.
           MOVE 100         TO CKQ-INTERVAL.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.
           IF CKQ-RESTARTED-RUN
              MOVE CKQ-COUNT(1) TO WS-CHECKED-COUNT
              MOVE CKQ-COUNT(2) TO WS-MATCHED-COUNT
              MOVE CKQ-COUNT(3) TO WS-MISMATCH-COUNT
              MOVE CKQ-COUNT(4) TO WS-MISSING-COUNT
              MOVE CKQ-COUNT(5) TO WS-CORRECTED-COUNT
           END-IF.

       0100-READ-MASTER-NEXT.

           READ PKGMASTR NEXT RECORD
               WRITE PKGRCRPT-REC FROM WS-DETAIL-LINE
           END-EVALUATE.

           PERFORM 0500-TAKE-CHECKPOINT.
           PERFORM 0100-READ-MASTER-NEXT.

      *-----------------------------------------------------------------
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE 'CORRECTED' TO RPT-ACTION
           END-REWRITE.

      *-----------------------------------------------------------------
      *  Every CKQ-INTERVAL packages: the report so far is made safe
      *  first (CLOSE and reopen EXTEND), then this package is
      *  recorded as the last one done. A correction rewritten just
      *  before an abend is found matching on the rerun.
      *-----------------------------------------------------------------
       0500-TAKE-CHECKPOINT.

           ADD 1 TO WS-CKP-SINCE.
           IF CKQ-CHECKPOINTING AND WS-CKP-SINCE NOT < CKQ-INTERVAL
              CLOSE PKGRCRPT
              OPEN EXTEND PKGRCRPT
              MOVE 'K' TO CKQ-FUNCTION
              PERFORM 0550-FILL-CHECKPOINT
              CALL 'CHKPOINT' USING WS-CHKPT-REQUEST
              MOVE 0 TO WS-CKP-SINCE
           END-IF.

       0550-FILL-CHECKPOINT.

           MOVE PMF-PACKAGE-ID     TO CKQ-LAST-KEY.
           MOVE WS-CHECKED-COUNT   TO CKQ-RECORDS.
           MOVE WS-CHECKED-COUNT   TO CKQ-COUNT(1).
           MOVE WS-MATCHED-COUNT   TO CKQ-COUNT(2).
           MOVE WS-MISMATCH-COUNT  TO CKQ-COUNT(3).
           MOVE WS-MISSING-COUNT   TO CKQ-COUNT(4).
           MOVE WS-CORRECTED-COUNT TO CKQ-COUNT(5).
