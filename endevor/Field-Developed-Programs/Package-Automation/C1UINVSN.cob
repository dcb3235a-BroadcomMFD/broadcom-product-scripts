      *              PARM supplies environment (8) and stage id (1);  *
      *              default PROD stage 1. The JCL rolls INVSNAP to   *
      *              INVPRIOR between runs (a GDG pair).              *
      *                                                               *
      *              Restartable (CHKPOINT, DD CHKPOINT): a rerun     *
      *              after an abend lists the environment again,      *
      *              passes over the list up to the last element      *
      *              checkpointed and extends INVSNAP and OOBRPT,     *
      *              its totals carried over. An element no longer in *
      *              the list runs the snapshot from the top.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UINVSN.
           03  FILLER                   PIC X(11).

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
              05  FILLER                PIC X(18).

       FD  OOBRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-ACT-MATCHED               PIC X(01).
           88  ACTION-ON-RECORD                 VALUE 'Y'.

      *= Checkpoint/restart (CHKPOINT / DD CHKPOINT) ==================
      *  The key is the element's list identity, element/type/system/
      *  subsystem side by side.
         COPY CHKPTRQ.
       01  WS-CKP-SINCE                 PIC 9(05) VALUE 0.
       01  WS-LIST-KEY.
           03  WS-LIST-KEY-ELEMENT      PIC X(10).
           03  WS-LIST-KEY-TYPE         PIC X(08).
           03  WS-LIST-KEY-SYSTEM       PIC X(08).
           03  WS-LIST-KEY-SUBSYS       PIC X(08).
           03  FILLER                   PIC X(06) VALUE SPACES.
       01  WS-RESUME-FOUND              PIC X(01).
           88  RESUME-KEY-FOUND                 VALUE 'Y'.

       01  WS-RESTART-LINE.
           03  FILLER                   PIC X(24) VALUE
               'RESTARTED AFTER ELEMENT '.
           03  RPT-RESTART-KEY          PIC X(34).
           03  FILLER                   PIC X(74) VALUE SPACES.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-WTO-TEXT                  PIC X(116).
       01  WS-WTO-COUNT                 PIC ZZZZ9.


         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 1000-LIST-LIVE-INVENTORY.
           PERFORM 0060-BEGIN-CHECKPOINTS THRU 0060-EXIT.

           IF CKQ-RESTARTED-RUN
              OPEN EXTEND OOBRPT
           ELSE
              OPEN OUTPUT OOBRPT
           END-IF.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           IF CKQ-RESTARTED-RUN
              MOVE CKQ-RESTART-KEY(1:34) TO RPT-RESTART-KEY
              WRITE OOBRPT-REC FROM WS-RESTART-LINE
           END-IF.
           WRITE OOBRPT-REC FROM WS-HDR-LINE.

           PERFORM 2000-LOAD-PRIOR-SNAPSHOT.
           PERFORM 3000-SNAPSHOT-AND-DIFF.

                   WS-NEW-COUNT ' NEW, '
                   WS-OOB-COUNT ' OUT OF BAND'.

           MOVE 'E' TO CKQ-FUNCTION.
           PERFORM 3650-FILL-CHECKPOINT.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.

           IF WS-OOB-COUNT > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UINVSN' TO WS-LGR-PROGRAM.
           MOVE WS-SNAPPED-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
           MOVE SPACES TO OOBRPT-REC.
           WRITE OOBRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  A rerun after an abend picks up its totals where the last
      *  checkpoint left them - see CHKPOINT. DD INVLST is opened here
      *  and, for a restart, read past the last element checkpointed;
      *  the list comes back in the same order from one run to the
      *  next. A key not found again means the inventory changed
      *  under the abended run, and the snapshot is taken from the top.
      *-----------------------------------------------------------------
       0060-BEGIN-CHECKPOINTS.

           MOVE SPACES      TO WS-CHKPT-REQUEST.
           MOVE 'B'         TO CKQ-FUNCTION.
           MOVE 'C1UINVSN'  TO CKQ-PROGRAM.
           MOVE 200         TO CKQ-INTERVAL.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.
           OPEN INPUT INVLST.
           IF NOT CKQ-RESTARTED-RUN
              GO TO 0060-EXIT
           END-IF.

           MOVE 'N' TO WS-RESUME-FOUND.
           PERFORM 3100-READ-INVLST.
           PERFORM 0070-PASS-ONE-DONE-ELEMENT
               UNTIL IN-FILE-ATEND OR RESUME-KEY-FOUND.
           IF RESUME-KEY-FOUND
              MOVE CKQ-COUNT(1) TO WS-SNAPPED-COUNT
              MOVE CKQ-COUNT(2) TO WS-MOVED-COUNT
              MOVE CKQ-COUNT(3) TO WS-NEW-COUNT
              MOVE CKQ-COUNT(4) TO WS-OOB-COUNT
              DISPLAY 'C1UINVSN: RESTARTED AFTER ELEMENT '
                      CKQ-RESTART-KEY(1:34)
              GO TO 0060-EXIT
           END-IF.

           CLOSE INVLST.
           OPEN INPUT INVLST.
           MOVE 'F' TO CKQ-FUNCTION.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.
           MOVE 'F' TO CKQ-RUN-MODE.
       0060-EXIT.
           EXIT.

       0070-PASS-ONE-DONE-ELEMENT.

           PERFORM 3660-BUILD-LIST-KEY.
           IF WS-LIST-KEY = CKQ-RESTART-KEY
              MOVE 'Y' TO WS-RESUME-FOUND
           ELSE
              PERFORM 3100-READ-INVLST
           END-IF.

      *-----------------------------------------------------------------
      *  One ENA$NDVR list call for the whole environment - the list
      *  output lands on DD INVLST (AACTL-LIST-DDN), which the
      *-----------------------------------------------------------------
       3000-SNAPSHOT-AND-DIFF.

           IF CKQ-RESTARTED-RUN
              OPEN EXTEND INVSNAP
           ELSE
              OPEN OUTPUT INVSNAP
           END-IF.
           PERFORM 3100-READ-INVLST.
           PERFORM 3200-JUDGE-ONE-ELEMENT UNTIL IN-FILE-ATEND.
           CLOSE INVLST.
              MOVE 'NEW ELEMENT  ' TO RPT-VERDICT
              PERFORM 3500-WRITE-DETAIL-LINE
           END-IF.
           PERFORM 3600-TAKE-CHECKPOINT.
           PERFORM 3100-READ-INVLST.

       3300-FIND-PRIOR-ENTRY.
           END-IF.

       3410-READ-ELMACTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-ELM-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-ELM-FILE-STATUS
              END-READ
              IF WS-ELM-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       3420-MATCH-ONE-ACTION.
           IF ELA-ELEMENT = LST-ELEMENT
           MOVE LST-LAST-DATE TO RPT-LAST-DATE.
           MOVE LST-LAST-USER TO RPT-LAST-USER.
           WRITE OOBRPT-REC FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------------
      *  Every CKQ-INTERVAL elements: the snapshot and the report so
      *  far are made safe first (CLOSE and reopen EXTEND), then this
      *  element is recorded as the last one done.
      *-----------------------------------------------------------------
       3600-TAKE-CHECKPOINT.

           ADD 1 TO WS-CKP-SINCE.
           IF CKQ-CHECKPOINTING AND WS-CKP-SINCE NOT < CKQ-INTERVAL
              CLOSE INVSNAP
              OPEN EXTEND INVSNAP
              CLOSE OOBRPT
              OPEN EXTEND OOBRPT
              MOVE 'K' TO CKQ-FUNCTION
              PERFORM 3650-FILL-CHECKPOINT
              CALL 'CHKPOINT' USING WS-CHKPT-REQUEST
              MOVE 0 TO WS-CKP-SINCE
           END-IF.

       3650-FILL-CHECKPOINT.

           PERFORM 3660-BUILD-LIST-KEY.
           MOVE WS-LIST-KEY      TO CKQ-LAST-KEY.
           MOVE WS-SNAPPED-COUNT TO CKQ-RECORDS.
           MOVE WS-SNAPPED-COUNT TO CKQ-COUNT(1).
           MOVE WS-MOVED-COUNT   TO CKQ-COUNT(2).
           MOVE WS-NEW-COUNT     TO CKQ-COUNT(3).
           MOVE WS-OOB-COUNT     TO CKQ-COUNT(4).

       3660-BUILD-LIST-KEY.

           MOVE LST-ELEMENT   TO WS-LIST-KEY-ELEMENT.
           MOVE LST-TYPE      TO WS-LIST-KEY-TYPE.
           MOVE LST-SYSTEM    TO WS-LIST-KEY-SYSTEM.
           MOVE LST-SUBSYSTEM TO WS-LIST-KEY-SUBSYS.
