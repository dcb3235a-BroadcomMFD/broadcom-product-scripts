      * queue; everything else is rewritten to DD SNOWAPQO for the
      * next cycle (the JCL copies it back, the SNOWPOLL pattern).
      * One line per actioned entry goes to DD SNOWAPRP.
      * An entry flagged APQ-ROUTE 'A' is a standard change C1UEXT07
      * routed to auto-approval (copybook CHGRTCF): there is no task
      * to wait on, so its approval is cast on the first cycle.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
           03  APQ-PACKAGE-ID                PIC X(16).
           03  APQ-SNOWOBJ                   PIC X(10).
           03  APQ-QUEUED-DATE               PIC X(08).
           03  APQ-ROUTE                     PIC X(01).
               88  APQ-AUTO-APPROVAL                 VALUE 'A'.
           03  FILLER                        PIC X(45).

       FD  SNOWAPQO
           RECORD CONTAINS 80 CHARACTERS.
      *-----------------------------------------------------------------
      *  One queued approval: ask ServiceNow for the task's state the
      *  way SNOWPOLL asks for an object's. Not approved yet (or not
      *  reachable this poll) stays on the queue. An auto-approval
      *  entry has no task - it is cast straight away.
      *-----------------------------------------------------------------
       0200-POLL-ONE-APPROVAL.

           IF APQ-AUTO-APPROVAL
              PERFORM 0300-CAST-APPROVAL-INTO-NDVR
           ELSE
              MOVE SPACES TO WS-OBJSTATE
              CALL 'SNOWHWTH' USING APQ-SNOWOBJ
                                     WS-VALAPP-ACTION
                                     WS-OBJSTATE
              IF RETURN-CODE = 0
                 AND WS-OBJSTATE = WS-SNOW-APPR-STATE
                 PERFORM 0300-CAST-APPROVAL-INTO-NDVR
              ELSE
                 ADD 1 TO WS-PENDING-COUNT
                 WRITE SNOWAPQO-REC FROM SNOWAPPQ-REC
              END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.

           MOVE AACTL-RTNCODE   TO RPT-RC.
           IF AACTL-RTNCODE = 0
              ADD 1 TO WS-APPROVED-COUNT
              IF APQ-AUTO-APPROVAL
                 MOVE 'AUTOAPPROVED' TO RPT-OUTCOME
              ELSE
                 MOVE 'APPROVED    ' TO RPT-OUTCOME
              END-IF
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE 'CAST-FAILED ' TO RPT-OUTCOME
