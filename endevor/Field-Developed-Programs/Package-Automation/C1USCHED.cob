      *              CHGWINCF toggle. EVERY decision, including       *
      *              "window not open yet", gets one line on DD       *
      *              SCHDRPT - nothing is submitted silently.         *
      *              Every package submitted for EXECUTE is appended  *
      *              to DD PIVQUEUE, the queue the C1UPIVER post-     *
      *              implementation verification works from. A queue  *
      *              that will not open costs only the verification,  *
      *              with a DISPLAY saying so.                        *
      *              A package that belongs to a release flagged to   *
      *              hold together on the DD RELMSTR register is not  *
      *              submitted for EXECUTE until every member of that *
      *              release is approved (or already executed) - it   *
      *              is held as RELEASE-HOLD with the count so far.   *
      *              Without RELMSTR no release holds apply.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1USCHED.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT RELMSTR ASSIGN TO RELMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMF-KEY
               FILE STATUS IS WS-RELMSTR-FILE-STATUS.
           SELECT SCHDRPT ASSIGN TO SCHDRPT.
           SELECT PIVQUEUE ASSIGN TO PIVQUEUE
               FILE STATUS IS WS-PIVQUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03  PMF-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(09).

      *-----------------------------------------------------------------
      *  DD RELMSTR - the release register (COPY RELMSTR), read once
      *  per cycle for the releases whose members go together.
      *-----------------------------------------------------------------
       FD  RELMSTR
           RECORD CONTAINS 128 CHARACTERS.
       01  RELMSTR-REC.
           03  RMF-KEY                      PIC X(33).
           03  RMF-DATA                     PIC X(95).

       FD  SCHDRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SCHDRPT-REC                  PIC X(132).

      *-----------------------------------------------------------------
      *  DD PIVQUEUE - post-implementation verification queue (see
      *  C1UPIVER). This program appends state 'N' records only.
      *-----------------------------------------------------------------
       FD  PIVQUEUE
           RECORD CONTAINS 80 CHARACTERS.
       01  PIVQUEUE-REC.
           03  PVQ-PACKAGE-ID               PIC X(16).
           03  PVQ-ENV                      PIC X(08).
           03  PVQ-STGID                    PIC X(01).
           03  PVQ-QUEUED-DATE              PIC 9(08).
           03  PVQ-QUEUED-TIME              PIC 9(06).
           03  PVQ-STATE                    PIC X(01).
           03  FILLER                       PIC X(40).

       WORKING-STORAGE SECTION.

       77  WS-PGM                       PIC X(8) VALUE 'ENA$NDVR'.
       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).
       01  WS-PKGMASTR-DONE             PIC X(01) VALUE 'N'.
           88  MASTER-READ-DONE                 VALUE 'Y'.
       01  WS-PIVQUEUE-FILE-STATUS      PIC X(02).
       01  WS-PIVQUEUE-OPEN             PIC X(01) VALUE 'N'.
           88  PIVQUEUE-IS-OPEN                 VALUE 'Y'.
           88  PIVQUEUE-UNUSABLE                VALUE 'U'.
       01  WS-PIVQUEUE-DATE             PIC 9(08).
       01  WS-PIVQUEUE-TIME             PIC 9(08).

         COPY SNOWCLRD.
         COPY CHGWINCF.
           88  CHG-WINDOW-USABLE                VALUE 'Y'.
       01  WS-CHG-STAMP-IN              PIC X(19).
       01  WS-CHG-STAMP-NUM             PIC 9(12).
       01  WS-CHG-ZONE                  PIC X(08).
         COPY TZCONVRQ.
       01  WS-WINDOW-VERDICT            PIC X(01).
           88  WINDOW-IS-OPEN                   VALUE 'O'.
           88  WINDOW-NOT-OPEN                  VALUE 'N'.

      *= Hold-together releases and their members (DD RELMSTR) ========
       01  WS-RELMSTR-FILE-STATUS       PIC X(02).
           88  RELMSTR-ATEND                    VALUE '10'.
         COPY RELMSTR.
       01  WS-RH-MAX                    PIC 9(03) VALUE 200.
       01  WS-RH-COUNT                  PIC 9(03) VALUE 0.
       01  WS-RH-INX                    PIC 9(03).
       01  WS-RH-TABLE.
           03  WS-RH-ENTRY OCCURS 200 TIMES.
               05  WS-RH-RELEASE-ID     PIC X(16).
               05  WS-RH-MEMBERS        PIC 9(03).
               05  WS-RH-APPROVED       PIC 9(03).
       01  WS-RHM-MAX                   PIC 9(04) VALUE 2000.
       01  WS-RHM-COUNT                 PIC 9(04) VALUE 0.
       01  WS-RHM-DROPPED               PIC 9(04) VALUE 0.
       01  WS-RHM-INX                   PIC 9(04).
       01  WS-RHM-TABLE.
           03  WS-RHM-ENTRY OCCURS 2000 TIMES.
               05  WS-RHM-PACKAGE-ID    PIC X(16).
               05  WS-RHM-RELEASE-INX   PIC 9(03).
       01  WS-IN-HOLD-RELEASE           PIC X(01).
           88  IN-HOLD-RELEASE                  VALUE 'Y'.
       01  WS-RELEASE-HOLD              PIC X(01).
           88  RELEASE-HOLDS-PACKAGE            VALUE 'Y'.
       01  WS-RH-DISPLAY-APPROVED       PIC ZZ9.
       01  WS-RH-DISPLAY-MEMBERS        PIC ZZ9.

       01  WS-DECISION                  PIC X(16).
       01  WS-DECISION-DETAIL           PIC X(50).
       01  WS-API-RC                    PIC S9(04).
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE SCHDRPT-REC FROM WS-HDR-LINE.

           PERFORM 0060-LOAD-RELEASE-HOLDS.

           MOVE 'N' TO WS-PKGMASTR-DONE.
           MOVE LOW-VALUES TO PMF-PACKAGE-ID.
           START PKGMASTR KEY IS NOT LESS THAN PMF-PACKAGE-ID

           CLOSE PKGMASTR.
           CLOSE SCHDRPT.
           IF PIVQUEUE-IS-OPEN
              CLOSE PIVQUEUE
           END-IF.

           DISPLAY 'C1USCHED: ' WS-CAST-COUNT ' CAST, '
                   WS-EXEC-COUNT ' EXECUTED, '
           MOVE SPACES TO SCHDRPT-REC.
           WRITE SCHDRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  The members of every hold-together release, with how many of
      *  them are approved or already executed - one keyed master read
      *  per member, before the master walk positions the file.
      *-----------------------------------------------------------------
       0060-LOAD-RELEASE-HOLDS.

           OPEN INPUT RELMSTR.
           IF WS-RELMSTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1USCHED: RELMSTR NOT AVAILABLE - FILE STATUS '
                      WS-RELMSTR-FILE-STATUS ' - NO RELEASE HOLDS'
           ELSE
              MOVE 'N' TO WS-IN-HOLD-RELEASE
              PERFORM 0070-READ-RELMSTR
              PERFORM 0080-TAKE-RELMSTR-RECORD UNTIL RELMSTR-ATEND
              CLOSE RELMSTR
              IF WS-RHM-DROPPED > 0
                 DISPLAY 'C1USCHED: WARNING - ' WS-RHM-DROPPED
                         ' RELEASE MEMBERS NOT HELD, TABLE FULL'
              END-IF
           END-IF.

       0070-READ-RELMSTR.

           READ RELMSTR
               AT END MOVE '10' TO WS-RELMSTR-FILE-STATUS
           END-READ.

       0080-TAKE-RELMSTR-RECORD.

           MOVE RELMSTR-REC TO WS-RELMAST-RECORD.
           IF RM-HEADER-REC
              MOVE 'N' TO WS-IN-HOLD-RELEASE
              IF RMH-HOLD-TOGETHER AND WS-RH-COUNT < WS-RH-MAX
                 ADD 1 TO WS-RH-COUNT
                 MOVE RM-RELEASE-ID TO WS-RH-RELEASE-ID(WS-RH-COUNT)
                 MOVE 0 TO WS-RH-MEMBERS(WS-RH-COUNT)
                           WS-RH-APPROVED(WS-RH-COUNT)
                 MOVE 'Y' TO WS-IN-HOLD-RELEASE
              END-IF
           END-IF.
           IF RM-MEMBER-REC AND IN-HOLD-RELEASE
              IF WS-RHM-COUNT < WS-RHM-MAX
                 ADD 1 TO WS-RHM-COUNT
                 MOVE RM-PACKAGE-ID TO WS-RHM-PACKAGE-ID(WS-RHM-COUNT)
                 MOVE WS-RH-COUNT   TO WS-RHM-RELEASE-INX(WS-RHM-COUNT)
                 ADD 1 TO WS-RH-MEMBERS(WS-RH-COUNT)
                 MOVE RM-PACKAGE-ID TO PMF-PACKAGE-ID
                 READ PKGMASTR
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF PMF-PACKAGE-STATUS = 'APPROVED'
                            OR PMF-PACKAGE-STATUS = 'EXECUTED'
                            OR PMF-PACKAGE-STATUS = 'COMMITTED'
                            ADD 1 TO WS-RH-APPROVED(WS-RH-COUNT)
                         END-IF
                 END-READ
              ELSE
                 ADD 1 TO WS-RHM-DROPPED
              END-IF
           END-IF.
           PERFORM 0070-READ-RELMSTR.

       0100-READ-MASTER-NEXT.

           READ PKGMASTR NEXT RECORD
               PERFORM 0300-JUDGE-AND-SUBMIT
             WHEN PMF-PACKAGE-STATUS = 'APPROVED'
               MOVE 'E' TO WS-INTENT
               PERFORM 0250-CHECK-RELEASE-HOLD
               IF NOT RELEASE-HOLDS-PACKAGE
                  PERFORM 0300-JUDGE-AND-SUBMIT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM 0100-READ-MASTER-NEXT.

      *-----------------------------------------------------------------
      *  An approved package whose hold-together release still has a
      *  member short of approval waits for the rest of the release.
      *-----------------------------------------------------------------
       0250-CHECK-RELEASE-HOLD.

           MOVE 'N' TO WS-RELEASE-HOLD.
           PERFORM VARYING WS-RHM-INX FROM 1 BY 1
                   UNTIL WS-RHM-INX > WS-RHM-COUNT
                      OR RELEASE-HOLDS-PACKAGE
              IF WS-RHM-PACKAGE-ID(WS-RHM-INX) = PMF-PACKAGE-ID
                 MOVE WS-RHM-RELEASE-INX(WS-RHM-INX) TO WS-RH-INX
                 IF WS-RH-APPROVED(WS-RH-INX)
                    < WS-RH-MEMBERS(WS-RH-INX)
                    MOVE 'Y' TO WS-RELEASE-HOLD
                 END-IF
              END-IF
           END-PERFORM.
           IF RELEASE-HOLDS-PACKAGE
              ADD 1 TO WS-HELD-COUNT
              MOVE 'RELEASE-HOLD' TO WS-DECISION
              MOVE WS-RH-APPROVED(WS-RH-INX) TO WS-RH-DISPLAY-APPROVED
              MOVE WS-RH-MEMBERS(WS-RH-INX)  TO WS-RH-DISPLAY-MEMBERS
              MOVE SPACES TO WS-DECISION-DETAIL
              STRING 'RELEASE ' WS-RH-RELEASE-ID(WS-RH-INX)
                     ' ' WS-RH-DISPLAY-APPROVED ' OF '
                     WS-RH-DISPLAY-MEMBERS ' APPROVED'
                 DELIMITED BY SIZE INTO WS-DECISION-DETAIL
              END-STRING
              PERFORM 0900-WRITE-DECISION-LINE
           END-IF.

       0300-JUDGE-AND-SUBMIT.

           PERFORM 0400-CHECK-OBJECT-CLEARED.
                 ADD 1 TO WS-HELD-COUNT
                 MOVE 'WINDOW-NOT-OPEN' TO WS-DECISION
                 MOVE SPACES TO WS-DECISION-DETAIL
                 STRING WS-CHG-START ' - ' WS-CHG-END ' ' WS-CHG-ZONE
                    DELIMITED BY SIZE INTO WS-DECISION-DETAIL
                 END-STRING
                 PERFORM 0900-WRITE-DECISION-LINE
              CALL 'SNOWCHGW' USING WS-SNOWOBJ WS-CHG-START
                                    WS-CHG-END
              IF RETURN-CODE = 0
                 PERFORM 0540-LOCALIZE-CHG-WINDOW
                 MOVE 'Y' TO WS-CHG-WINDOW-OK
                 MOVE WS-CHG-START TO WS-CHG-STAMP-IN
                 PERFORM 0550-CONVERT-CHG-STAMP
              MOVE 0 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *  The planned start/end arrive in ServiceNow's zone; both are
      *  brought onto this system's clock (TZCONV, copybook TZCTLCF)
      *  before the compare, and a held package's decision line names
      *  the zone they are then in - 'LOCAL' when conversion is not
      *  enabled.
      *-----------------------------------------------------------------
       0540-LOCALIZE-CHG-WINDOW.

           MOVE 'S'           TO TZC-FUNCTION.
           MOVE WS-CHG-START  TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE TZC-STAMP-OUT TO WS-CHG-START.
           MOVE 'S'           TO TZC-FUNCTION.
           MOVE WS-CHG-END    TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE TZC-STAMP-OUT TO WS-CHG-END.
           MOVE TZC-OUT-ZONE  TO WS-CHG-ZONE.

       0550-CONVERT-CHG-STAMP.

           IF WS-CHG-STAMP-IN(1:4) IS NUMERIC
              ELSE
                 ADD 1 TO WS-EXEC-COUNT
                 MOVE 'SUBMITTED-EXEC' TO WS-DECISION
                 PERFORM 0700-QUEUE-FOR-VERIFICATION
              END-IF
              MOVE 'OBJECT CLEARED AND WINDOW OPEN'
                   TO WS-DECISION-DETAIL
           END-IF.
           PERFORM 0900-WRITE-DECISION-LINE.

      *-----------------------------------------------------------------
      *  Hand the executed package to the post-implementation
      *  verification - one state 'N' record on DD PIVQUEUE, opened
      *  on first use and kept open for the rest of the run.
      *-----------------------------------------------------------------
       0700-QUEUE-FOR-VERIFICATION.

           IF WS-PIVQUEUE-OPEN = 'N'
              OPEN EXTEND PIVQUEUE
              IF WS-PIVQUEUE-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-PIVQUEUE-OPEN
              ELSE
                 DISPLAY 'C1USCHED: PIVQUEUE NOT AVAILABLE - FILE '
                         'STATUS ' WS-PIVQUEUE-FILE-STATUS
                         ' - EXECUTES NOT QUEUED FOR VERIFICATION'
                 MOVE 'U' TO WS-PIVQUEUE-OPEN
              END-IF
           END-IF.
           IF PIVQUEUE-IS-OPEN
              ACCEPT WS-PIVQUEUE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-PIVQUEUE-TIME FROM TIME
              MOVE SPACES                 TO PIVQUEUE-REC
              MOVE PMF-PACKAGE-ID         TO PVQ-PACKAGE-ID
              MOVE PMF-ENV                TO PVQ-ENV
              MOVE PMF-STGID              TO PVQ-STGID
              MOVE WS-PIVQUEUE-DATE       TO PVQ-QUEUED-DATE
              MOVE WS-PIVQUEUE-TIME(1:6)  TO PVQ-QUEUED-TIME
              MOVE 'N'                    TO PVQ-STATE
              WRITE PIVQUEUE-REC
           END-IF.

       0900-WRITE-DECISION-LINE.

           MOVE PMF-PACKAGE-ID     TO RPT-PACKAGE-ID.
