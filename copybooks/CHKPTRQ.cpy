      *****************************************************************
      *  CHKPTRQ
      *  Request/answer area for CHKPOINT, the checkpoint/restart
      *  service of the long-running nightly utilities. A utility
      *  that walks the whole package master, or calls ENA$NDVR,
      *  ServiceNow or BC1PMLIF per record, keeps its last completed
      *  key and its counts on DD CHKPOINT, so a rerun after an
      *  abend resumes past that key instead of from the top. The
      *  caller sets CKQ-FUNCTION and CALLs 'CHKPOINT' USING
      *  WS-CHKPT-REQUEST:
      *    'B'  start of run. In: CKQ-PROGRAM, CKQ-INTERVAL (the
      *         program's own default, records between checkpoints).
      *         Out: CKQ-ACTIVE, CKQ-INTERVAL as configured,
      *         CKQ-RUN-MODE, and for a restart CKQ-RESTART-KEY,
      *         CKQ-RECORDS and CKQ-COUNT as they were last saved
      *    'K'  save a checkpoint: CKQ-LAST-KEY (the last record
      *         completed), CKQ-RECORDS and CKQ-COUNT. The caller
      *         makes its own outputs safe first (CLOSE and OPEN
      *         EXTEND) and calls every CKQ-INTERVAL records
      *    'F'  the saved key could not be found again in this run's
      *         input - the run goes on from the top as a fresh one
      *    'E'  end of a completed run: CKQ-RECORDS and CKQ-COUNT
      *         final, so the next run starts fresh
      *    'Q'  CKQ-PROGRAM in; CKQ-RUN-MODE and CKQ-RESTART-KEY of
      *         that program's run in this job step, blank when it
      *         took no checkpoints (RUNLEDGR asks this)
      *  CKQ-ACTIVE 'N' means no checkpointing this run (no DD
      *  CHKPOINT, or %CHKPOINT ENABLED=N) - the program runs as it
      *  always has. CKQ-COUNT is the caller's own counters, in the
      *  caller's own order.
      *****************************************************************
       01  WS-CHKPT-REQUEST.
           03  CKQ-FUNCTION                 PIC X(01).
               88  CKQ-BEGIN-RUN                    VALUE 'B'.
               88  CKQ-TAKE-CHECKPOINT              VALUE 'K'.
               88  CKQ-RUN-FROM-TOP                 VALUE 'F'.
               88  CKQ-END-RUN                      VALUE 'E'.
               88  CKQ-QUERY-RUN                    VALUE 'Q'.
           03  CKQ-PROGRAM                  PIC X(08).
           03  CKQ-INTERVAL                 PIC 9(05).
           03  CKQ-ACTIVE                   PIC X(01).
               88  CKQ-CHECKPOINTING                VALUE 'Y'.
           03  CKQ-RUN-MODE                 PIC X(01).
               88  CKQ-FRESH-RUN                    VALUE 'F'.
               88  CKQ-RESTARTED-RUN                VALUE 'R'.
           03  CKQ-RESTART-KEY              PIC X(40).
           03  CKQ-LAST-KEY                 PIC X(40).
           03  CKQ-RECORDS                  PIC 9(07).
           03  CKQ-COUNT                    PIC 9(07) OCCURS 6 TIMES.
