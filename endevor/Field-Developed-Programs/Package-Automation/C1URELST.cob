       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Release status - how far along the packages of a *
      *              release are. For the release named in PARM (or   *
      *              every release on the register when PARM is       *
      *              blank) each member package's current status is   *
      *              read from the keyed DD PKGMASTR master and the   *
      *              release is summed up on DD RELSTRPT:             *
      *                APPROVED  approved, not yet executed           *
      *                EXECUTED  executed or committed                *
      *                FAILED    execution failed (EXEC-FAILED)       *
      *                PENDING   in edit, in approval or executing    *
      *                DENIED    denied or deleted                    *
      *                MISSING   not (yet) on the master              *
      *              One line per member, then a summary line giving  *
      *              the release state: COMPLETE every member         *
      *              executed, FAILED some member failed, READY every *
      *              member approved or executed, otherwise IN        *
      *              PROGRESS.                                        *
      *                                                               *
      *              RC 0 reported, 4 the named release is not on the *
      *              register, 12 DD RELMSTR or PKGMASTR not usable.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1URELST.
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
           SELECT RELSTRPT ASSIGN TO RELSTRPT.

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

       FD  RELSTRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RELSTRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RELMSTR-FILE-STATUS           PIC X(02).
       01  WS-PKGMASTR-FILE-STATUS          PIC X(02).
       01  WS-REGISTER-DONE                 PIC X(01) VALUE 'N'.
           88  REGISTER-READ-DONE                  VALUE 'Y'.

       01  WS-SELECT-RELEASE                PIC X(16).
       01  WS-RELEASE-COUNT                 PIC 9(05) VALUE 0.
       01  WS-IN-RELEASE                    PIC X(01) VALUE 'N'.
           88  RELEASE-IN-HAND                     VALUE 'Y'.

         COPY RELMSTR.

      *= Member status tallies for the release in hand ================
       01  WS-MEMBER-CLASS                  PIC X(08).
       01  WS-RELEASE-TALLIES.
           03  WS-RT-MEMBERS                PIC 9(03).
           03  WS-RT-APPROVED               PIC 9(03).
           03  WS-RT-EXECUTED               PIC 9(03).
           03  WS-RT-FAILED                 PIC 9(03).
           03  WS-RT-PENDING                PIC 9(03).
           03  WS-RT-DENIED                 PIC 9(03).
           03  WS-RT-MISSING                PIC 9(03).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                       PIC X(132) VALUE
               'RELEASE STATUS FROM THE PACKAGE MASTER'.

       01  WS-RELEASE-LINE.
           03  FILLER                       PIC X(09) VALUE
               'RELEASE: '.
           03  RPT-RELEASE-ID               PIC X(16).
           03  FILLER                       PIC X(09) VALUE
               '  TARGET '.
           03  RPT-TARGET-DATE              PIC 9(08).
           03  FILLER                       PIC X(08) VALUE
               '  OWNER '.
           03  RPT-OWNER                    PIC X(08).
           03  FILLER                       PIC X(07) VALUE
               '  HOLD '.
           03  RPT-HOLD-FLAG                PIC X(01).
           03  FILLER                       PIC X(02) VALUE SPACES.
           03  RPT-DESCRIPTION              PIC X(34).
           03  FILLER                       PIC X(30) VALUE SPACES.

       01  WS-MEMBER-LINE.
           03  FILLER                       PIC X(04) VALUE SPACES.
           03  RPT-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-CLASS                    PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-PACKAGE-STATUS           PIC X(12).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-ENV                      PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-STGID                    PIC X(01).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-CREATE-USER              PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-LAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(61) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03  FILLER                       PIC X(04) VALUE SPACES.
           03  RPT-STATE                    PIC X(11).
           03  RPT-MEMBERS                  PIC ZZ9.
           03  FILLER                       PIC X(10) VALUE
               ' MEMBERS: '.
           03  RPT-APPROVED                 PIC ZZ9.
           03  FILLER                       PIC X(11) VALUE
               ' APPROVED, '.
           03  RPT-EXECUTED                 PIC ZZ9.
           03  FILLER                       PIC X(11) VALUE
               ' EXECUTED, '.
           03  RPT-FAILED                   PIC ZZ9.
           03  FILLER                       PIC X(09) VALUE
               ' FAILED, '.
           03  RPT-PENDING                  PIC ZZ9.
           03  FILLER                       PIC X(10) VALUE
               ' PENDING, '.
           03  RPT-DENIED                   PIC ZZ9.
           03  FILLER                       PIC X(09) VALUE
               ' DENIED, '.
           03  RPT-MISSING                  PIC ZZ9.
           03  FILLER                       PIC X(08) VALUE
               ' MISSING'.
           03  FILLER                       PIC X(28) VALUE SPACES.

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

           OPEN OUTPUT RELSTRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE RELSTRPT-REC FROM WS-HDR-LINE.

           OPEN INPUT RELMSTR.
           IF WS-RELMSTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1URELST: RELMSTR OPEN FAILED - FILE STATUS '
                      WS-RELMSTR-FILE-STATUS
              CLOSE RELSTRPT
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.
           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1URELST: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
              CLOSE RELMSTR RELSTRPT
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.

      *    A named release starts at its own header; otherwise the
      *    whole register is walked from the top.
           MOVE LOW-VALUES TO RMF-KEY.
           IF WS-SELECT-RELEASE NOT = SPACES
              MOVE WS-SELECT-RELEASE TO RMF-KEY(1:16)
           END-IF.
           START RELMSTR KEY IS NOT LESS THAN RMF-KEY
               INVALID KEY MOVE 'Y' TO WS-REGISTER-DONE
           END-START.
           PERFORM 0100-READ-REGISTER-NEXT.
           PERFORM 0200-REPORT-ONE-RECORD UNTIL REGISTER-READ-DONE.
           IF RELEASE-IN-HAND
              PERFORM 0400-FINISH-RELEASE
           END-IF.

           CLOSE RELMSTR PKGMASTR RELSTRPT.

           DISPLAY 'C1URELST: ' WS-RELEASE-COUNT
                   ' RELEASE(S) REPORTED'.
           IF WS-SELECT-RELEASE NOT = SPACES
              AND WS-RELEASE-COUNT = 0
              DISPLAY 'C1URELST: RELEASE ' WS-SELECT-RELEASE
                      ' IS NOT ON THE REGISTER'
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0000-RECORD-RUN.
           MOVE 'C1URELST' TO WS-LGR-PROGRAM.
           MOVE WS-RELEASE-COUNT TO WS-LGR-COUNT.
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
           WRITE RELSTRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  A named release ends at the first key of another release.
      *-----------------------------------------------------------------
       0100-READ-REGISTER-NEXT.

           IF NOT REGISTER-READ-DONE
              READ RELMSTR NEXT RECORD
                  AT END MOVE 'Y' TO WS-REGISTER-DONE
              END-READ
           END-IF.
           IF NOT REGISTER-READ-DONE
              MOVE RELMSTR-REC TO WS-RELMAST-RECORD
              IF WS-SELECT-RELEASE NOT = SPACES
                 AND RM-RELEASE-ID NOT = WS-SELECT-RELEASE
                 MOVE 'Y' TO WS-REGISTER-DONE
              END-IF
           END-IF.

       0200-REPORT-ONE-RECORD.

           IF RM-HEADER-REC
              IF RELEASE-IN-HAND
                 PERFORM 0400-FINISH-RELEASE
              END-IF
              ADD 1 TO WS-RELEASE-COUNT
              MOVE 'Y' TO WS-IN-RELEASE
              INITIALIZE WS-RELEASE-TALLIES
              MOVE SPACES          TO RELSTRPT-REC
              WRITE RELSTRPT-REC
              MOVE RM-RELEASE-ID   TO RPT-RELEASE-ID
              MOVE RMH-TARGET-DATE TO RPT-TARGET-DATE
              MOVE RMH-OWNER       TO RPT-OWNER
              MOVE RMH-HOLD-FLAG   TO RPT-HOLD-FLAG
              MOVE RMH-DESCRIPTION TO RPT-DESCRIPTION
              WRITE RELSTRPT-REC FROM WS-RELEASE-LINE
           ELSE
              IF RM-MEMBER-REC AND RELEASE-IN-HAND
                 PERFORM 0300-REPORT-MEMBER
              END-IF
           END-IF.
           PERFORM 0100-READ-REGISTER-NEXT.

      *-----------------------------------------------------------------
      *  One member package - its master record decides the class.
      *  EXEC-FAILED is Endevor's status for a failed execution.
      *-----------------------------------------------------------------
       0300-REPORT-MEMBER.

           ADD 1 TO WS-RT-MEMBERS.
           MOVE SPACES TO RPT-ENV RPT-STGID RPT-CREATE-USER.
           MOVE RM-PACKAGE-ID TO RPT-PACKAGE-ID.
           MOVE RM-PACKAGE-ID TO PMF-PACKAGE-ID.
           READ PKGMASTR
               INVALID KEY
                   MOVE 'MISSING'  TO WS-MEMBER-CLASS
                   ADD 1 TO WS-RT-MISSING
                   MOVE 'NOT ON MASTER' TO RPT-PACKAGE-STATUS
                   MOVE 0 TO RPT-LAST-DATE
               NOT INVALID KEY
                   EVALUATE PMF-PACKAGE-STATUS
                     WHEN 'APPROVED'
                       MOVE 'APPROVED' TO WS-MEMBER-CLASS
                       ADD 1 TO WS-RT-APPROVED
                     WHEN 'EXECUTED'
                     WHEN 'COMMITTED'
                       MOVE 'EXECUTED' TO WS-MEMBER-CLASS
                       ADD 1 TO WS-RT-EXECUTED
                     WHEN 'EXEC-FAILED'
                       MOVE 'FAILED'   TO WS-MEMBER-CLASS
                       ADD 1 TO WS-RT-FAILED
                     WHEN 'DENIED'
                     WHEN 'DELETED'
                       MOVE 'DENIED'   TO WS-MEMBER-CLASS
                       ADD 1 TO WS-RT-DENIED
                     WHEN OTHER
                       MOVE 'PENDING'  TO WS-MEMBER-CLASS
                       ADD 1 TO WS-RT-PENDING
                   END-EVALUATE
                   MOVE PMF-PACKAGE-STATUS TO RPT-PACKAGE-STATUS
                   MOVE PMF-ENV            TO RPT-ENV
                   MOVE PMF-STGID          TO RPT-STGID
                   MOVE PMF-CREATE-USER    TO RPT-CREATE-USER
                   MOVE PMF-LAST-DATE      TO RPT-LAST-DATE
           END-READ.
           MOVE WS-MEMBER-CLASS TO RPT-CLASS.
           WRITE RELSTRPT-REC FROM WS-MEMBER-LINE.

       0400-FINISH-RELEASE.

           EVALUATE TRUE
             WHEN WS-RT-MEMBERS = 0
               MOVE 'EMPTY'       TO RPT-STATE
             WHEN WS-RT-EXECUTED = WS-RT-MEMBERS
               MOVE 'COMPLETE'    TO RPT-STATE
             WHEN WS-RT-FAILED > 0
               MOVE 'FAILED'      TO RPT-STATE
             WHEN WS-RT-APPROVED + WS-RT-EXECUTED = WS-RT-MEMBERS
               MOVE 'READY'       TO RPT-STATE
             WHEN OTHER
               MOVE 'IN PROGRESS' TO RPT-STATE
           END-EVALUATE.
           MOVE WS-RT-MEMBERS  TO RPT-MEMBERS.
           MOVE WS-RT-APPROVED TO RPT-APPROVED.
           MOVE WS-RT-EXECUTED TO RPT-EXECUTED.
           MOVE WS-RT-FAILED   TO RPT-FAILED.
           MOVE WS-RT-PENDING  TO RPT-PENDING.
           MOVE WS-RT-DENIED   TO RPT-DENIED.
           MOVE WS-RT-MISSING  TO RPT-MISSING.
           WRITE RELSTRPT-REC FROM WS-SUMMARY-LINE.
           MOVE 'N' TO WS-IN-RELEASE.
