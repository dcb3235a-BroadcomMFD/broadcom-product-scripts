      *                17-24 program          26-33 job name          *
      *                35-42 system name      44-50 record count      *
      *                52-56 return code (signed)                     *
      *                58    F fresh / R restarted - blank for a      *
      *                      utility that takes no checkpoints        *
      *                60-79 key a restarted run resumed after        *
      *              (the run as CHKPOINT saw it in this job step).   *
      *              The C1URUNMN monitor checks the ledger against   *
      *              the expected-schedule table each morning, so a   *
      *              scheduler silently dropping a step is found the  *
           03  LGR-REC-COUNT                 PIC 9(07).
           03  FILLER                        PIC X(01).
           03  LGR-REC-RC                    PIC -9(04).
           03  FILLER                        PIC X(01).
           03  LGR-REC-RUN-MODE              PIC X(01).
           03  FILLER                        PIC X(01).
           03  LGR-REC-RESTART-KEY           PIC X(20).
           03  FILLER                        PIC X(01).

       WORKING-STORAGE SECTION.

       01  WS-LEDGER-TIME                    PIC 9(08).

         COPY RUNCTXH.
         COPY CHKPTRQ.

       LINKAGE SECTION.
       01  LGR-PROGRAM                       PIC X(08).
           MOVE GJN-SYSTEM-NAME     TO LGR-REC-SYSTEM.
           MOVE LGR-COUNT           TO LGR-REC-COUNT.
           MOVE LGR-RC              TO LGR-REC-RC.
           MOVE SPACES              TO WS-CHKPT-REQUEST.
           MOVE 'Q'                 TO CKQ-FUNCTION.
           MOVE LGR-PROGRAM         TO CKQ-PROGRAM.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.
           MOVE CKQ-RUN-MODE        TO LGR-REC-RUN-MODE.
           MOVE CKQ-RESTART-KEY     TO LGR-REC-RESTART-KEY.
           WRITE RUNLEDGR-REC.
           CLOSE RUNLEDGR.

