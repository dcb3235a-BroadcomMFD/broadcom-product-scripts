       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Release readiness - the C1UPKGRV gate checklist  *
      *              run for every member of the release named in     *
      *              PARM, so the release manager learns in one pass  *
      *              which packages will be refused at cast/execute   *
      *              and why. Members come from the DD RELMSTR        *
      *              register, their status from the keyed DD         *
      *              PKGMASTR master; a member already executed or    *
      *              committed is DONE and not checked again. Every   *
      *              other member gets the full checklist on DD       *
      *              RDYRPT (one report, each package's checklist in  *
      *              turn) and one line on DD RELRDRPT:               *
      *                READY    every gate passes                     *
      *                BLOCKED  at least one gate fails - see RDYRPT  *
      *                DONE     already executed                      *
      *                                                               *
      *              RC 0 every member ready or done, 4 a member is   *
      *              blocked or the release is not on the register,   *
      *              12 DD RELMSTR or PKGMASTR not usable.            *
      *                                                               *
      * SETUP:       The step needs every DD C1UPKGRV itself reads    *
      *              (RDYRPT, PKGMASTR, SNOWHOLD, the runtime config) *
      *              besides RELMSTR and RELRDRPT.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1URELRD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELMSTR ASSIGN TO RELMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMF-KEY
               FILE STATUS IS WS-RELMSTR-FILE-STATUS.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT RELRDRPT ASSIGN TO RELRDRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  RELMSTR
           RECORD CONTAINS 128 CHARACTERS.
       01  RELMSTR-REC.
           03  RMF-KEY                      PIC X(33).
           03  RMF-DATA                     PIC X(95).

       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMF-PACKAGE-ID               PIC X(16).
           03  PMF-ENV                      PIC X(08).
           03  PMF-STGID                    PIC X(01).
           03  PMF-PACKAGE-STATUS           PIC X(12).
           03  PMF-BACKOUT-STATUS           PIC X(12).
           03  PMF-CREATE-USER              PIC X(08).
           03  PMF-CAST-USER                PIC X(08).
           03  PMF-LAST-EVENT               PIC X(12).
           03  PMF-LAST-DATE                PIC 9(08).
           03  PMF-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(09).

       FD  RELRDRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RELRDRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RELMSTR-FILE-STATUS           PIC X(02).
       01  WS-PKGMASTR-FILE-STATUS          PIC X(02).
       01  WS-REGISTER-DONE                 PIC X(01) VALUE 'N'.
           88  REGISTER-READ-DONE                  VALUE 'Y'.

       01  WS-SELECT-RELEASE                PIC X(16).

         COPY RELMSTR.

      *= Release members, read before any checklist runs ==============
      *  (C1UPKGRV opens PKGMASTR itself)
       01  WS-MB-MAX                        PIC 9(03) VALUE 999.
       01  WS-MB-COUNT                      PIC 9(03) VALUE 0.
       01  WS-MB-DROPPED                    PIC 9(03) VALUE 0.
       01  WS-MB-INX                        PIC 9(03).
       01  WS-MB-TABLE.
           03  WS-MB-ENTRY OCCURS 999 TIMES.
               05  WS-MB-PACKAGE-ID         PIC X(16).
               05  WS-MB-STATUS             PIC X(12).

       01  WS-READY-COUNT                   PIC 9(03) VALUE 0.
       01  WS-BLOCKED-COUNT                 PIC 9(03) VALUE 0.
       01  WS-DONE-COUNT                    PIC 9(03) VALUE 0.
       01  WS-CHECKED-COUNT                 PIC 9(03) VALUE 0.

      *= Parm area handed to C1UPKGRV =================================
       01  WS-RV-PARM.
           05  WS-RV-PARM-LENGTH            PIC S9(04) COMP VALUE 18.
           05  WS-RV-PACKAGE-ID             PIC X(16).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-RV-APPEND-MODE            PIC X(01).
       01  WS-RV-RC                         PIC S9(04).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-TITLE-LINE.
           03  FILLER                       PIC X(19) VALUE
               'RELEASE READINESS: '.
           03  TTL-RELEASE-ID               PIC X(16).
           03  FILLER                       PIC X(09) VALUE
               '  TARGET '.
           03  TTL-TARGET-DATE              PIC 9(08).
           03  FILLER                       PIC X(08) VALUE
               '  OWNER '.
           03  TTL-OWNER                    PIC X(08).
           03  FILLER                       PIC X(02) VALUE SPACES.
           03  TTL-DESCRIPTION              PIC X(34).
           03  FILLER                       PIC X(28) VALUE SPACES.

       01  WS-MEMBER-LINE.
           03  FILLER                       PIC X(04) VALUE SPACES.
           03  RPT-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-VERDICT                  PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-STATUS                   PIC X(12).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DETAIL                   PIC X(50).
           03  FILLER                       PIC X(39) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03  FILLER                       PIC X(04) VALUE SPACES.
           03  RPT-RELEASE-VERDICT          PIC X(18).
           03  RPT-READY-COUNT              PIC ZZ9.
           03  FILLER                       PIC X(08) VALUE
               ' READY, '.
           03  RPT-BLOCKED-COUNT            PIC ZZ9.
           03  FILLER                       PIC X(10) VALUE
               ' BLOCKED, '.
           03  RPT-DONE-COUNT               PIC ZZ9.
           03  FILLER                       PIC X(05) VALUE
               ' DONE'.
           03  FILLER                       PIC X(78) VALUE SPACES.

         COPY RUNCTXH.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-RELEASE-ID          PIC X(16).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           MOVE SPACES TO WS-SELECT-RELEASE.
           IF LINK-PARM-LENGTH > 16
              MOVE PARM-RELEASE-ID TO WS-SELECT-RELEASE
           ELSE
              IF LINK-PARM-LENGTH > 0
                 MOVE PARM-RELEASE-ID(1:LINK-PARM-LENGTH)
                      TO WS-SELECT-RELEASE
              END-IF
           END-IF.
           IF WS-SELECT-RELEASE = SPACES
              DISPLAY 'C1URELRD: PARM MUST SUPPLY THE RELEASE ID'
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

           OPEN INPUT RELMSTR.
           IF WS-RELMSTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1URELRD: RELMSTR OPEN FAILED - FILE STATUS '
                      WS-RELMSTR-FILE-STATUS
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.
           MOVE SPACES            TO WS-RELMAST-RECORD.
           MOVE WS-SELECT-RELEASE TO RM-RELEASE-ID.
           MOVE 'H'               TO RM-REC-TYPE.
           MOVE RM-KEY            TO RMF-KEY.
           READ RELMSTR
               INVALID KEY
                   DISPLAY 'C1URELRD: RELEASE ' WS-SELECT-RELEASE
                           ' IS NOT ON THE REGISTER'
                   CLOSE RELMSTR
                   MOVE 4 TO WS-LGR-RC
                   GO TO 0000-RECORD-RUN
           END-READ.
           MOVE RELMSTR-REC TO WS-RELMAST-RECORD.
           MOVE RM-RELEASE-ID   TO TTL-RELEASE-ID.
           MOVE RMH-TARGET-DATE TO TTL-TARGET-DATE.
           MOVE RMH-OWNER       TO TTL-OWNER.
           MOVE RMH-DESCRIPTION TO TTL-DESCRIPTION.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1URELRD: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
              CLOSE RELMSTR
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.
           PERFORM 0100-READ-REGISTER-NEXT.
           PERFORM 0200-COLLECT-MEMBER UNTIL REGISTER-READ-DONE.
           CLOSE RELMSTR PKGMASTR.

           OPEN OUTPUT RELRDRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE RELRDRPT-REC FROM WS-TITLE-LINE.

           PERFORM 0300-CHECK-ONE-MEMBER
                   VARYING WS-MB-INX FROM 1 BY 1
                   UNTIL WS-MB-INX > WS-MB-COUNT.

           IF WS-BLOCKED-COUNT = 0
              MOVE 'RELEASE READY:    ' TO RPT-RELEASE-VERDICT
           ELSE
              MOVE 'RELEASE BLOCKED:  ' TO RPT-RELEASE-VERDICT
           END-IF.
           MOVE WS-READY-COUNT   TO RPT-READY-COUNT.
           MOVE WS-BLOCKED-COUNT TO RPT-BLOCKED-COUNT.
           MOVE WS-DONE-COUNT    TO RPT-DONE-COUNT.
           WRITE RELRDRPT-REC FROM WS-SUMMARY-LINE.
           CLOSE RELRDRPT.

           IF WS-MB-DROPPED > 0
              DISPLAY 'C1URELRD: WARNING - ' WS-MB-DROPPED
                      ' MEMBERS NOT CHECKED, TABLE FULL'
           END-IF.
           DISPLAY 'C1URELRD: ' WS-SELECT-RELEASE ' '
                   WS-READY-COUNT ' READY, '
                   WS-BLOCKED-COUNT ' BLOCKED, '
                   WS-DONE-COUNT ' DONE'.
           IF WS-BLOCKED-COUNT > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0000-RECORD-RUN.
           MOVE 'C1URELRD' TO WS-LGR-PROGRAM.
           MOVE WS-CHECKED-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

       0050-WRITE-RUN-CONTEXT-HEADER.
           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE SPACES               TO WS-RUN-CONTEXT-LINE.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           WRITE RELRDRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  The header was read by key; the members follow it.
      *-----------------------------------------------------------------
       0100-READ-REGISTER-NEXT.

           READ RELMSTR NEXT RECORD
               AT END MOVE 'Y' TO WS-REGISTER-DONE
           END-READ.
           IF NOT REGISTER-READ-DONE
              IF RMF-KEY(1:16) NOT = WS-SELECT-RELEASE
                 MOVE 'Y' TO WS-REGISTER-DONE
              END-IF
           END-IF.

       0200-COLLECT-MEMBER.

           MOVE RELMSTR-REC TO WS-RELMAST-RECORD.
           IF RM-MEMBER-REC
              IF WS-MB-COUNT < WS-MB-MAX
                 ADD 1 TO WS-MB-COUNT
                 MOVE RM-PACKAGE-ID TO WS-MB-PACKAGE-ID(WS-MB-COUNT)
                 MOVE RM-PACKAGE-ID TO PMF-PACKAGE-ID
                 READ PKGMASTR
                     INVALID KEY
                         MOVE 'NOT ON MASTER'
                              TO WS-MB-STATUS(WS-MB-COUNT)
                     NOT INVALID KEY
                         MOVE PMF-PACKAGE-STATUS
                              TO WS-MB-STATUS(WS-MB-COUNT)
                 END-READ
              ELSE
                 ADD 1 TO WS-MB-DROPPED
              END-IF
           END-IF.
           PERFORM 0100-READ-REGISTER-NEXT.

      *-----------------------------------------------------------------
      *  C1UPKGRV is CANCELed after each package so every member
      *  starts from fresh working storage; the first call writes
      *  RDYRPT's run-context header, later calls extend it.
      *-----------------------------------------------------------------
       0300-CHECK-ONE-MEMBER.

           MOVE WS-MB-PACKAGE-ID(WS-MB-INX) TO RPT-PACKAGE-ID.
           MOVE WS-MB-STATUS(WS-MB-INX)     TO RPT-STATUS.
           IF WS-MB-STATUS(WS-MB-INX) = 'EXECUTED' OR 'COMMITTED'
              MOVE 'DONE'    TO RPT-VERDICT
              MOVE 'ALREADY EXECUTED - NOT CHECKED' TO RPT-DETAIL
              ADD 1 TO WS-DONE-COUNT
           ELSE
              MOVE WS-MB-PACKAGE-ID(WS-MB-INX) TO WS-RV-PACKAGE-ID
              IF WS-CHECKED-COUNT = 0
                 MOVE SPACE TO WS-RV-APPEND-MODE
              ELSE
                 MOVE 'A'   TO WS-RV-APPEND-MODE
              END-IF
              CALL 'C1UPKGRV' USING WS-RV-PARM
              MOVE RETURN-CODE TO WS-RV-RC
              CANCEL 'C1UPKGRV'
              ADD 1 TO WS-CHECKED-COUNT
              IF WS-RV-RC = 0
                 MOVE 'READY'   TO RPT-VERDICT
                 MOVE 'EVERY GATE PASSES' TO RPT-DETAIL
                 ADD 1 TO WS-READY-COUNT
              ELSE
                 MOVE 'BLOCKED' TO RPT-VERDICT
                 MOVE 'GATE(S) FAILING - SEE RDYRPT' TO RPT-DETAIL
                 ADD 1 TO WS-BLOCKED-COUNT
              END-IF
           END-IF.
           WRITE RELRDRPT-REC FROM WS-MEMBER-LINE.
