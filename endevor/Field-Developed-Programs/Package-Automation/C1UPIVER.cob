       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Post-implementation verification controller -    *
      *              the batch substitute for the by-hand checks run  *
      *              after a production execute. Every package        *
      *              C1USCHED submits for EXECUTE is queued on DD     *
      *              PIVQUEUE; this run takes each queued package     *
      *              whose PKGMASTR status is EXECUTED, finds the     *
      *              systems it touched from its cast manifest (DD    *
      *              PKGMANIF) and runs every check the %PIVCHECK     *
      *              verification table (COPY PIVERCF) names for      *
      *              those systems:                                   *
      *                - REXX checks through IRXJCL, answered at once *
      *                  by the exec's return code;                   *
      *                - verification jobs submitted through the      *
      *                  internal reader (DD PIVINTRD), answered on a *
      *                  later cycle by the line the job's last step  *
      *                  appends to DD PIVJOBRS - until then the      *
      *                  check stays on the queue as pending, and     *
      *                  past WS-PIV-JOB-TIMEOUT-MINS it fails.       *
      *              Every result is appended to DD PIVRSLT, written  *
      *              to the keyed DD PKGHIST store as a type V event  *
      *              and listed on DD PIVRPT. When a check marked     *
      *              backout-on-failure fails, the package is backed  *
      *              out through ENA$NDVR (function 'B'), its other   *
      *              checks are dropped, and the backout, the failing *
      *              check and the reason are recorded in PKGHIST and *
      *              written back to the tied ServiceNow INC/CHG      *
      *              through SNOWWRBK (under the SNOWWRBC switch).    *
      *              The surviving queue - pending job checks - is    *
      *              written to DD PIVQUEO for the JCL to copy back.  *
      *                                                               *
      *              RC 0 every check passed (or is still pending),   *
      *              4 a check failed or could not be run without a   *
      *              backout, 8 a package was backed out or a backout *
      *              failed, 12 the queue could not be read.          *
      *                                                               *
      * SETUP:       Run after C1USCHED on the same interval. DD      *
      *              PIVINTRD is SYSOUT=(A,INTRDR); DD PIVJOBRS may   *
      *              be DUMMY when no job checks are defined; PKGHIST *
      *              may be DUMMY to skip the history records.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UPIVER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIVQUEUE ASSIGN TO PIVQUEUE
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PIVQUEO ASSIGN TO PIVQUEO
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT PIVJOBRS ASSIGN TO PIVJOBRS
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PIVJCLIN ASSIGN TO PIVJCLIN
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PIVINTRD ASSIGN TO PIVINTRD
               FILE STATUS IS WS-INTRD-FILE-STATUS.
           SELECT PIVRSLT ASSIGN TO PIVRSLT
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT PIVRPT ASSIGN TO PIVRPT.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PKGHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *  DD PIVQUEUE / PIVQUEO - the verification queue. C1USCHED
      *  appends state 'N' (new - checks not yet run); this program
      *  writes state 'P' (a verification job submitted, its result
      *  not yet in) back with the check it is waiting on, the queued
      *  date/time then being the submission date/time.
      *-----------------------------------------------------------------
       FD  PIVQUEUE
           RECORD CONTAINS 80 CHARACTERS.
       01  PIVQUEUE-REC                     PIC X(80).

       FD  PIVQUEO
           RECORD CONTAINS 80 CHARACTERS.
       01  PIVQUEO-REC                      PIC X(80).

      *-----------------------------------------------------------------
      *  DD PIVJOBRS - one line per finished verification job:
      *  package 1-16, member 18-25, result 27 (P pass / F fail),
      *  return code 29-32.
      *-----------------------------------------------------------------
       FD  PIVJOBRS
           RECORD CONTAINS 80 CHARACTERS.
       01  PIVJOBRS-REC.
           03  PJR-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  PJR-MEMBER                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  PJR-RESULT                   PIC X(01).
           03  FILLER                       PIC X(01).
           03  PJR-RC                       PIC X(04).
           03  FILLER                       PIC X(48).

       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  MAN-CAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(01).
           03  MAN-SCL-RECORD               PIC X(80).
           03  FILLER                       PIC X(14).

       FD  PIVJCLIN
           RECORD CONTAINS 80 CHARACTERS.
       01  PIVJCLIN-REC                     PIC X(80).

       FD  PIVINTRD
           RECORD CONTAINS 80 CHARACTERS.
       01  PIVINTRD-REC                     PIC X(80).

      *-----------------------------------------------------------------
      *  DD PIVRSLT - durable verification results log, one record
      *  per check outcome (and one per backout attempted), each
      *  opening with the common log header (COPY LOGHDR, the package
      *  as its key).
      *-----------------------------------------------------------------
       FD  PIVRSLT
           RECORD CONTAINS 164 CHARACTERS.
       01  PIVRSLT-REC.
           03  PIVRSLT-HEADER               PIC X(64).
           03  PIVRSLT-BODY.
              05  PVR-DATE                  PIC 9(08).
              05  PVR-TIME                  PIC 9(06).
              05  PVR-PACKAGE-ID            PIC X(16).
              05  PVR-ENV                   PIC X(08).
              05  PVR-SYSTEM                PIC X(08).
              05  PVR-TYPE                  PIC X(01).
              05  PVR-MEMBER                PIC X(08).
              05  PVR-RESULT                PIC X(08).
              05  PVR-RC                    PIC 9(04).
              05  PVR-BACKOUT-FLAG          PIC X(01).
              05  PVR-ACTION                PIC X(10).
              05  FILLER                    PIC X(22).

       FD  PIVRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PIVRPT-REC                       PIC X(132).

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

       FD  PKGHIST
           RECORD CONTAINS 83 CHARACTERS.
       01  PKGHIST-REC.
           03  PH-KEY.
               05  PH-PACKAGE-ID            PIC X(16).
               05  PH-DATE                  PIC X(08).
               05  PH-TIME                  PIC X(06).
               05  PH-SEQ                   PIC 9(03).
           03  PH-REC-TYPE                  PIC X(01).
           03  PH-EVENT                     PIC X(06).
           03  PH-DETAIL                    PIC X(43).

       WORKING-STORAGE SECTION.

       77  WS-PGM                       PIC X(8) VALUE 'ENA$NDVR'.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-OUT-FILE-STATUS           PIC X(02).
       01  WS-INTRD-FILE-STATUS         PIC X(02).
       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).
       01  WS-PKGHIST-FILE-STATUS       PIC X(02).

       01  WS-MASTER-AVAILABLE          PIC X(01) VALUE 'N'.
           88  MASTER-AVAILABLE                 VALUE 'Y'.
       01  WS-HIST-AVAILABLE            PIC X(01) VALUE 'N'.
           88  HIST-AVAILABLE                   VALUE 'Y'.
       01  WS-RSLT-AVAILABLE            PIC X(01) VALUE 'N'.
           88  RSLT-AVAILABLE                   VALUE 'Y'.
       01  WS-INTRD-STATE               PIC X(01) VALUE 'N'.
           88  INTRD-IS-OPEN                    VALUE 'Y'.
           88  INTRD-UNUSABLE                   VALUE 'U'.
       01  WS-REXX-STATE                PIC X(01) VALUE 'N'.
           88  REXX-LIB-ALLOCATED               VALUE 'Y'.
           88  REXX-LIB-UNUSABLE                VALUE 'U'.

         COPY PIVERCF.
         COPY EXITCFG.
         COPY REXXLIB.
         COPY SNOWWRBC.
         COPY CALLMTRC.
         COPY ECHAACTL.
         COPY ECHAPDEF.
         COPY LOGHDR.

       01  WS-CFG-INX                   PIC 9(02).

      *= The queue, held in storage so a backout can drop the rest
      *= of a package's checks wherever they sit =====================
       01  WS-PQ-MAX                    PIC 9(04) VALUE 500.
       01  WS-PQ-COUNT                  PIC 9(04) VALUE 0.
       01  WS-PQ-DROPPED                PIC 9(04) VALUE 0.
       01  WS-PQ-READ-COUNT             PIC 9(04) VALUE 0.
       01  WS-PQ-INX                    PIC 9(04).
       01  WS-PQ-SCAN                   PIC 9(04).
       01  WS-PQ-TABLE.
           03  WS-PQ-ENTRY OCCURS 500 TIMES.
               05  WS-PQ-PACKAGE-ID     PIC X(16).
               05  WS-PQ-ENV            PIC X(08).
               05  WS-PQ-STGID          PIC X(01).
               05  WS-PQ-QUEUED-DATE    PIC 9(08).
               05  WS-PQ-QUEUED-TIME    PIC 9(06).
               05  WS-PQ-STATE          PIC X(01).
                   88  PQ-NEW                   VALUE 'N'.
                   88  PQ-PENDING               VALUE 'P'.
                   88  PQ-DONE                  VALUE 'D'.
               05  WS-PQ-SYSTEM         PIC X(08).
               05  WS-PQ-MEMBER         PIC X(08).
               05  WS-PQ-BACKOUT        PIC X(01).
               05  FILLER               PIC X(23).

      *= Verification-job results off DD PIVJOBRS =====================
       01  WS-JR-MAX                    PIC 9(04) VALUE 500.
       01  WS-JR-COUNT                  PIC 9(04) VALUE 0.
       01  WS-JR-INX                    PIC 9(04).
       01  WS-JR-TABLE.
           03  WS-JR-ENTRY OCCURS 500 TIMES.
               05  WS-JR-PACKAGE-ID     PIC X(16).
               05  WS-JR-MEMBER         PIC X(08).
               05  WS-JR-RESULT         PIC X(01).
               05  WS-JR-RC             PIC X(04).
       01  WS-JR-FOUND                  PIC X(01).
           88  JOB-RESULT-FOUND                 VALUE 'Y'.

      *= Systems one package's cast manifest touches ==================
       01  WS-SYS-MAX                   PIC 9(02) VALUE 16.
       01  WS-SYS-COUNT                 PIC 9(02) VALUE 0.
       01  WS-SYS-INX                   PIC 9(02).
       01  WS-SYS-TABLE.
           03  WS-SYS-NAME              PIC X(08) OCCURS 16 TIMES.
       01  WS-MANIF-SYSTEM              PIC X(08).
       01  WS-MANIF-SYS-POS             PIC 9(03).
       01  WS-MANIF-SYS-LEN             PIC 9(03).
       01  WS-SYS-SEEN                  PIC X(01).
           88  SYSTEM-ALREADY-SEEN              VALUE 'Y'.

      *= Packages backed out this run =================================
       01  WS-BK-COUNT                  PIC 9(03) VALUE 0.
       01  WS-BK-INX                    PIC 9(03).
       01  WS-BK-TABLE.
           03  WS-BK-PACKAGE-ID         PIC X(16) OCCURS 100 TIMES.
       01  WS-BK-FOUND                  PIC X(01).
           88  PACKAGE-BACKED-OUT               VALUE 'Y'.

      *= The check in hand ============================================
       01  WS-CHK-INX                   PIC 9(02).
       01  WS-CUR-PACKAGE-ID            PIC X(16).
       01  WS-CUR-ENV                   PIC X(08).
       01  WS-CUR-SYSTEM                PIC X(08).
       01  WS-CUR-TYPE                  PIC X(01).
       01  WS-CUR-MEMBER                PIC X(08).
       01  WS-CUR-BACKOUT               PIC X(01).
           88  CUR-BACKOUT-ON-FAILURE           VALUE 'Y'.
       01  WS-CUR-DESC                  PIC X(40).
       01  WS-CUR-RESULT                PIC X(08).
           88  CUR-CHECK-FAILED                 VALUE 'FAIL'
                                                      'TIMEOUT'.
       01  WS-CUR-RC                    PIC 9(04).
       01  WS-CUR-ACTION                PIC X(10).
       01  WS-CHECK-RUN                 PIC X(01).
           88  CHECK-WAS-RUN                    VALUE 'Y'.

       01  WS-NOW-DATE                  PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(08).
       01  WS-ELAPSED-MINS              PIC S9(09).
       01  WS-HHMM-NOW.
           03  WS-HH-NOW                PIC 9(02).
           03  WS-MM-NOW                PIC 9(02).
       01  WS-HHMM-QUEUED.
           03  WS-HH-QUEUED             PIC 9(02).
           03  WS-MM-QUEUED             PIC 9(02).

      *= IRXJCL check call - exec name, then 'package env system' ====
       01  IRXJCL                       PIC X(6)  VALUE 'IRXJCL'.
       01  PIV-CHECK-PARMS-IRXJCL.
           03 PIV-PARM-LENGTH           PIC X(2)  VALUE X'002B'.
           03 PIV-REXX-NAME             PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 PIV-REXX-PACKAGE          PIC X(16).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 PIV-REXX-ENV              PIC X(08).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 PIV-REXX-SYSTEM           PIC X(08).
       01  WS-REXX-RC                   PIC S9(08) COMP.

       01 BPXWDYN PIC X(8) VALUE 'BPXWDYN'.
       01 ALLOC-STRING.
          05 ALLOC-LENGTH PIC S9(4) BINARY VALUE 120.
          05 ALLOC-TEXT   PIC X(120).

      *= Job submission ===============================================
       01  WS-JCL-LINE-COUNT            PIC 9(05).
       01  WS-SET-WRITTEN               PIC X(01).
           88  SET-STATEMENT-WRITTEN            VALUE 'Y'.
       01  WS-SET-LINE                  PIC X(80).
       01  WS-SUBMIT-OK                 PIC X(01).
           88  JOB-SUBMITTED                    VALUE 'Y'.

      *= ServiceNow write-back ========================================
       01  WS-WRBK-OBJ                  PIC X(10).
       01  WS-WRBK-EVENT                PIC X(12).
       01  WS-WRBK-URI                  PIC X(40).
       01  WS-WRBK-DLQ-SUPPRESS         PIC X(01) VALUE 'N'.
       01  WS-WRBK-DETAIL               PIC X(60).

       01  WS-HIST-EVENT                PIC X(06).
       01  WS-HIST-DETAIL               PIC X(43).
       01  WS-HIST-RETRIES              PIC 9(03).
       01  WS-HIST-DONE                 PIC X(01).
           88  HIST-WRITE-DONE                  VALUE 'Y'.

       01  WS-PASS-COUNT                PIC 9(05) VALUE 0.
       01  WS-FAIL-COUNT                PIC 9(05) VALUE 0.
       01  WS-PEND-COUNT                PIC 9(05) VALUE 0.
       01  WS-SKIP-COUNT                PIC 9(05) VALUE 0.
       01  WS-BACKOUT-COUNT             PIC 9(05) VALUE 0.
       01  WS-BKFAIL-COUNT              PIC 9(05) VALUE 0.
       01  WS-RESULT-COUNT              PIC 9(07) VALUE 0.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(132) VALUE
               'PACKAGE ID       SYSTEM   T CHECK    RESULT   RC   B AC
      -        'TION     DESCRIPTION'.

       01  WS-DETAIL-LINE.
           03  RPT-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-TYPE                 PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-MEMBER               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-RESULT               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-RC                   PIC 9(04).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-BACKOUT              PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ACTION               PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-DESC                 PIC X(40).
           03  FILLER                   PIC X(28) VALUE SPACES.

         COPY RUNCTXH.

       PROCEDURE DIVISION.
       MAIN-LINE.

           PERFORM 0040-LOAD-PIVCHECK-CONFIG.

           OPEN OUTPUT PIVRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE PIVRPT-REC FROM WS-HDR-LINE.

           PERFORM 0100-LOAD-QUEUE.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UPIVER: PIVQUEUE NOT AVAILABLE - FILE STATUS '
                      WS-IN-FILE-STATUS
              CLOSE PIVRPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT PIV-CHECKS-ENABLED
              DISPLAY 'C1UPIVER: VERIFICATION NOT ENABLED (%PIVCHECK) '
                      '- QUEUE CARRIED FORWARD UNCHANGED'
           ELSE
              PERFORM 0150-LOAD-JOB-RESULTS
              PERFORM 0200-OPEN-STORES
              MOVE WS-PQ-COUNT TO WS-PQ-READ-COUNT
              PERFORM 0300-PROCESS-ONE-QUEUE-ENTRY
                      VARYING WS-PQ-INX FROM 1 BY 1
                      UNTIL WS-PQ-INX > WS-PQ-READ-COUNT
              PERFORM 0900-CLOSE-STORES
           END-IF.

           PERFORM 0800-WRITE-SURVIVING-QUEUE.
           CLOSE PIVRPT.

           DISPLAY 'C1UPIVER: ' WS-PASS-COUNT ' PASSED, '
                   WS-FAIL-COUNT ' FAILED, '
                   WS-PEND-COUNT ' PENDING, '
                   WS-SKIP-COUNT ' SKIPPED, '
                   WS-BACKOUT-COUNT ' BACKED OUT, '
                   WS-BKFAIL-COUNT ' BACKOUT(S) FAILED'.
           IF WS-PQ-DROPPED > 0
              DISPLAY 'C1UPIVER: WARNING - ' WS-PQ-DROPPED
                      ' QUEUE ENTRIES DROPPED, TABLE FULL'
           END-IF.

           IF WS-BACKOUT-COUNT > 0 OR WS-BKFAIL-COUNT > 0
              MOVE 8 TO WS-LGR-RC
           ELSE
              IF WS-FAIL-COUNT > 0 OR WS-PQ-DROPPED > 0
                 MOVE 4 TO WS-LGR-RC
              ELSE
                 MOVE 0 TO WS-LGR-RC
              END-IF
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UPIVER' TO WS-LGR-PROGRAM.
           MOVE WS-RESULT-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Load the %PIVCHECK section of the runtime config over the
      *  compiled-in verification table - see CFGLOAD.
      *-----------------------------------------------------------------
       0040-LOAD-PIVCHECK-CONFIG.

           MOVE 'PIVCHECK'        TO CFG-SECTION-NAME.
           MOVE WS-PIV-CHECK-MAX  TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-PIV-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-PIV-CHECK-COUNT
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-PIV-CHECK-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:62)
                          TO WS-PIV-CHECK-ENTRY(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  First line of PIVRPT - see COPY RUNCTXH.
      *-----------------------------------------------------------------
       0050-WRITE-RUN-CONTEXT-HEADER.
           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE SPACES               TO WS-RUN-CONTEXT-LINE.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           MOVE SPACES TO PIVRPT-REC.
           WRITE PIVRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-LOAD-QUEUE.

           OPEN INPUT PIVQUEUE.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM UNTIL IN-FILE-ATEND
                 READ PIVQUEUE
                     AT END MOVE '10' TO WS-IN-FILE-STATUS
                 END-READ
                 IF NOT IN-FILE-ATEND
                    IF WS-PQ-COUNT < WS-PQ-MAX
                       ADD 1 TO WS-PQ-COUNT
                       MOVE PIVQUEUE-REC TO WS-PQ-ENTRY(WS-PQ-COUNT)
                    ELSE
                       ADD 1 TO WS-PQ-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PIVQUEUE
              MOVE '00' TO WS-IN-FILE-STATUS
           END-IF.

       0150-LOAD-JOB-RESULTS.

           OPEN INPUT PIVJOBRS.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM UNTIL IN-FILE-ATEND
                 READ PIVJOBRS
                     AT END MOVE '10' TO WS-IN-FILE-STATUS
                 END-READ
                 IF NOT IN-FILE-ATEND
                    AND WS-JR-COUNT < WS-JR-MAX
                    ADD 1 TO WS-JR-COUNT
                    MOVE PJR-PACKAGE-ID TO WS-JR-PACKAGE-ID(WS-JR-COUNT)
                    MOVE PJR-MEMBER     TO WS-JR-MEMBER(WS-JR-COUNT)
                    MOVE PJR-RESULT     TO WS-JR-RESULT(WS-JR-COUNT)
                    MOVE PJR-RC         TO WS-JR-RC(WS-JR-COUNT)
                 END-IF
              END-PERFORM
              CLOSE PIVJOBRS
           END-IF.

      *-----------------------------------------------------------------
      *  PKGMASTR answers "did the execute actually succeed"; PKGHIST
      *  and PIVRSLT take the results. Neither of the last two can
      *  stop the verification itself.
      *-----------------------------------------------------------------
       0200-OPEN-STORES.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-AVAILABLE
           ELSE
              DISPLAY 'C1UPIVER: PKGMASTR NOT AVAILABLE - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
                      ' - EXECUTE STATUS NOT CONFIRMED'
           END-IF.
           OPEN I-O PKGHIST.
           IF WS-PKGHIST-FILE-STATUS = '00'
              MOVE 'Y' TO WS-HIST-AVAILABLE
           ELSE
              DISPLAY 'C1UPIVER: PKGHIST NOT AVAILABLE - FILE STATUS '
                      WS-PKGHIST-FILE-STATUS
                      ' - NO HISTORY RECORDS WRITTEN'
           END-IF.
           OPEN EXTEND PIVRSLT.
           IF WS-OUT-FILE-STATUS = '00'
              MOVE 'Y' TO WS-RSLT-AVAILABLE
           ELSE
              DISPLAY 'C1UPIVER: PIVRSLT NOT AVAILABLE - FILE STATUS '
                      WS-OUT-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *  One queue entry: a new package has its checks run, a pending
      *  job check looks for its result. A package already backed out
      *  this run has nothing left to verify.
      *-----------------------------------------------------------------
       0300-PROCESS-ONE-QUEUE-ENTRY.

           MOVE WS-PQ-PACKAGE-ID(WS-PQ-INX) TO WS-CUR-PACKAGE-ID.
           MOVE WS-PQ-ENV(WS-PQ-INX)        TO WS-CUR-ENV.
           PERFORM 0390-CHECK-BACKED-OUT.
           IF PACKAGE-BACKED-OUT
              MOVE 'D' TO WS-PQ-STATE(WS-PQ-INX)
           ELSE
              EVALUATE TRUE
                WHEN PQ-NEW(WS-PQ-INX)
                  PERFORM 0400-VERIFY-NEW-PACKAGE THRU 0400-EXIT
                  MOVE 'D' TO WS-PQ-STATE(WS-PQ-INX)
                WHEN PQ-PENDING(WS-PQ-INX)
                  PERFORM 0600-CHECK-PENDING-JOB THRU 0600-EXIT
                WHEN OTHER
                  MOVE 'D' TO WS-PQ-STATE(WS-PQ-INX)
              END-EVALUATE
           END-IF.

       0390-CHECK-BACKED-OUT.

           MOVE 'N' TO WS-BK-FOUND.
           PERFORM VARYING WS-BK-INX FROM 1 BY 1
               UNTIL WS-BK-INX > WS-BK-COUNT
                  OR PACKAGE-BACKED-OUT
               IF WS-BK-PACKAGE-ID(WS-BK-INX) = WS-CUR-PACKAGE-ID
                  MOVE 'Y' TO WS-BK-FOUND
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  A newly executed package: confirm the execute took, collect
      *  its systems, then run every check that applies. A package
      *  whose execute failed is not verified - there is nothing new
      *  in production to check.
      *-----------------------------------------------------------------
       0400-VERIFY-NEW-PACKAGE.

           IF MASTER-AVAILABLE
              MOVE WS-CUR-PACKAGE-ID TO PMF-PACKAGE-ID
              READ PKGMASTR
                  INVALID KEY MOVE SPACES TO PMF-PACKAGE-STATUS
              END-READ
              IF PMF-PACKAGE-STATUS NOT = 'EXECUTED'
                 MOVE SPACES         TO WS-CUR-SYSTEM WS-CUR-MEMBER
                 MOVE SPACE          TO WS-CUR-TYPE WS-CUR-BACKOUT
                 MOVE 'SKIPPED'      TO WS-CUR-RESULT
                 MOVE 0              TO WS-CUR-RC
                 MOVE SPACES         TO WS-CUR-ACTION
                 MOVE SPACES         TO WS-CUR-DESC
                 STRING 'NOT VERIFIED - STATUS ' PMF-PACKAGE-STATUS
                    DELIMITED BY SIZE INTO WS-CUR-DESC
                 END-STRING
                 ADD 1 TO WS-SKIP-COUNT
                 PERFORM 0700-RECORD-RESULT
                 GO TO 0400-EXIT
              END-IF
           END-IF.

           PERFORM 0410-COLLECT-PACKAGE-SYSTEMS.
           MOVE 'N' TO WS-BK-FOUND.
           PERFORM VARYING WS-CHK-INX FROM 1 BY 1
               UNTIL WS-CHK-INX > WS-PIV-CHECK-COUNT
                  OR PACKAGE-BACKED-OUT
               PERFORM 0420-CHECK-APPLIES
           END-PERFORM.
       0400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  The systems in the package's cast manifest - the SYSTEM
      *  clause scan C1UEXT07 makes for its owner notification.
      *-----------------------------------------------------------------
       0410-COLLECT-PACKAGE-SYSTEMS.

           MOVE 0 TO WS-SYS-COUNT.
           OPEN INPUT PKGMANIF.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM UNTIL IN-FILE-ATEND
                 READ PKGMANIF
                     AT END MOVE '10' TO WS-IN-FILE-STATUS
                 END-READ
                 IF NOT IN-FILE-ATEND
                    AND MAN-PACKAGE-ID = WS-CUR-PACKAGE-ID
                    PERFORM 0415-EXTRACT-SYSTEM-NAME
                    IF WS-MANIF-SYSTEM NOT = SPACES
                       MOVE 'N' TO WS-SYS-SEEN
                       PERFORM VARYING WS-SYS-INX FROM 1 BY 1
                           UNTIL WS-SYS-INX > WS-SYS-COUNT
                           IF WS-SYS-NAME(WS-SYS-INX) = WS-MANIF-SYSTEM
                              MOVE 'Y' TO WS-SYS-SEEN
                           END-IF
                       END-PERFORM
                       IF NOT SYSTEM-ALREADY-SEEN
                          AND WS-SYS-COUNT < WS-SYS-MAX
                          ADD 1 TO WS-SYS-COUNT
                          MOVE WS-MANIF-SYSTEM
                               TO WS-SYS-NAME(WS-SYS-COUNT)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PKGMANIF
           END-IF.
           IF WS-SYS-COUNT = 0
              DISPLAY 'C1UPIVER: NO MANIFEST SYSTEMS FOR '
                      WS-CUR-PACKAGE-ID
                      ' - ONLY ALL-SYSTEM (*) CHECKS APPLY'
           END-IF.

       0415-EXTRACT-SYSTEM-NAME.

           MOVE SPACES TO WS-MANIF-SYSTEM.
           MOVE 0 TO WS-MANIF-SYS-POS.
           INSPECT MAN-SCL-RECORD TALLYING WS-MANIF-SYS-POS
                   FOR CHARACTERS BEFORE ' SYSTEM '''.
           IF WS-MANIF-SYS-POS < 70
              ADD 10 TO WS-MANIF-SYS-POS
              MOVE 0 TO WS-MANIF-SYS-LEN
              INSPECT MAN-SCL-RECORD(WS-MANIF-SYS-POS:)
                      TALLYING WS-MANIF-SYS-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-MANIF-SYS-LEN > 8
                 MOVE 8 TO WS-MANIF-SYS-LEN
              END-IF
              IF WS-MANIF-SYS-LEN > 0
                 MOVE MAN-SCL-RECORD
                      (WS-MANIF-SYS-POS:WS-MANIF-SYS-LEN)
                      TO WS-MANIF-SYSTEM(1:WS-MANIF-SYS-LEN)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Does table entry WS-CHK-INX apply to this package? An all-
      *  system entry runs once; a named system runs when the
      *  manifest touches it.
      *-----------------------------------------------------------------
       0420-CHECK-APPLIES.

           IF WS-PIV-SYSTEM(WS-CHK-INX) = '*'
              MOVE '*' TO WS-CUR-SYSTEM
              PERFORM 0430-RUN-ONE-CHECK
           ELSE
              PERFORM VARYING WS-SYS-INX FROM 1 BY 1
                  UNTIL WS-SYS-INX > WS-SYS-COUNT
                     OR PACKAGE-BACKED-OUT
                  IF WS-SYS-NAME(WS-SYS-INX) =
                     WS-PIV-SYSTEM(WS-CHK-INX)
                     MOVE WS-SYS-NAME(WS-SYS-INX) TO WS-CUR-SYSTEM
                     PERFORM 0430-RUN-ONE-CHECK
                  END-IF
              END-PERFORM
           END-IF.

       0430-RUN-ONE-CHECK.

           MOVE WS-PIV-TYPE(WS-CHK-INX)    TO WS-CUR-TYPE.
           MOVE WS-PIV-MEMBER(WS-CHK-INX)  TO WS-CUR-MEMBER.
           MOVE WS-PIV-BACKOUT(WS-CHK-INX) TO WS-CUR-BACKOUT.
           MOVE WS-PIV-DESC(WS-CHK-INX)    TO WS-CUR-DESC.
           MOVE SPACES TO WS-CUR-ACTION.
           MOVE 0      TO WS-CUR-RC.
           EVALUATE TRUE
             WHEN PIV-CHECK-IS-REXX(WS-CHK-INX)
               PERFORM 0500-RUN-REXX-CHECK
               PERFORM 0700-RECORD-RESULT
               IF CUR-CHECK-FAILED AND CUR-BACKOUT-ON-FAILURE
                  AND CHECK-WAS-RUN
                  PERFORM 0750-BACK-OUT-PACKAGE
               END-IF
             WHEN PIV-CHECK-IS-JOB(WS-CHK-INX)
               PERFORM 0550-SUBMIT-VERIFICATION-JOB THRU 0550-EXIT
               PERFORM 0700-RECORD-RESULT
               IF JOB-SUBMITTED
                  PERFORM 0560-QUEUE-PENDING-JOB
               END-IF
             WHEN OTHER
               DISPLAY 'C1UPIVER: CHECK TYPE '
                       WS-PIV-TYPE(WS-CHK-INX) ' FOR '
                       WS-PIV-MEMBER(WS-CHK-INX)
                       ' NOT R OR J - IGNORED'
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  A REXX check through IRXJCL - SYSEXEC is allocated to the
      *  REXXLIB library on first use. RC 0 passes. A check that
      *  could not be run at all is NOTRUN and never backs out.
      *-----------------------------------------------------------------
       0500-RUN-REXX-CHECK.

           MOVE 'N' TO WS-CHECK-RUN.
           IF WS-REXX-STATE = 'N'
              PERFORM 2100-ALLOCATE-REXFILE
           END-IF.
           IF REXX-LIB-UNUSABLE
              MOVE 'NOTRUN' TO WS-CUR-RESULT
              ADD 1 TO WS-FAIL-COUNT
           ELSE
              MOVE WS-CUR-MEMBER     TO PIV-REXX-NAME
              MOVE WS-CUR-PACKAGE-ID TO PIV-REXX-PACKAGE
              MOVE WS-CUR-ENV        TO PIV-REXX-ENV
              MOVE WS-CUR-SYSTEM     TO PIV-REXX-SYSTEM
              ACCEPT WS-MT-START-TIME FROM TIME
              CALL IRXJCL USING PIV-CHECK-PARMS-IRXJCL
              MOVE RETURN-CODE TO WS-REXX-RC
              ACCEPT WS-MT-END-TIME FROM TIME
              MOVE 'C1UPIVER'        TO WS-MT-PROGRAM
              MOVE WS-CUR-MEMBER     TO WS-MT-TARGET
              MOVE WS-CUR-PACKAGE-ID TO WS-MT-KEY
              MOVE WS-REXX-RC        TO WS-MT-RC
              CALL 'EXTMTRCS' USING WS-CALL-METRIC
              MOVE 0 TO RETURN-CODE
              MOVE 'Y' TO WS-CHECK-RUN
              IF WS-REXX-RC < 0 OR WS-REXX-RC > 9999
                 MOVE 9999 TO WS-CUR-RC
              ELSE
                 MOVE WS-REXX-RC TO WS-CUR-RC
              END-IF
              IF WS-REXX-RC = 0
                 MOVE 'PASS' TO WS-CUR-RESULT
                 ADD 1 TO WS-PASS-COUNT
              ELSE
                 MOVE 'FAIL' TO WS-CUR-RESULT
                 ADD 1 TO WS-FAIL-COUNT
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  A verification job: the member is copied to the internal
      *  reader with a SET statement naming the package and system
      *  placed after its JOB statement (and any continuations of
      *  it), so the job's own steps - the last of which reports to
      *  DD PIVJOBRS - can refer to &PIVPKG and &PIVSYS.
      *-----------------------------------------------------------------
       0550-SUBMIT-VERIFICATION-JOB.

           MOVE 'N' TO WS-SUBMIT-OK.
           MOVE 0   TO WS-CUR-RC.
           IF WS-INTRD-STATE = 'N'
              OPEN OUTPUT PIVINTRD
              IF WS-INTRD-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-INTRD-STATE
              ELSE
                 DISPLAY 'C1UPIVER: PIVINTRD NOT AVAILABLE - FILE '
                         'STATUS ' WS-INTRD-FILE-STATUS
                         ' - NO VERIFICATION JOBS SUBMITTED'
                 MOVE 'U' TO WS-INTRD-STATE
              END-IF
           END-IF.
           IF INTRD-UNUSABLE
              MOVE 'NOTRUN' TO WS-CUR-RESULT
              ADD 1 TO WS-FAIL-COUNT
              GO TO 0550-EXIT
           END-IF.

           MOVE SPACES TO ALLOC-TEXT.
           STRING 'ALLOC DD(PIVJCLIN) DA(' DELIMITED BY SIZE
                  WS-PIV-JCL-LIBRARY-DSN DELIMITED BY SPACE
                  '(' DELIMITED BY SIZE
                  WS-CUR-MEMBER DELIMITED BY SPACE
                  ')) SHR REUSE' DELIMITED BY SIZE
             INTO ALLOC-TEXT
           END-STRING.
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC.
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              MOVE 'NOTRUN' TO WS-CUR-RESULT
              ADD 1 TO WS-FAIL-COUNT
              GO TO 0550-EXIT
           END-IF.

           OPEN INPUT PIVJCLIN.
           IF WS-IN-FILE-STATUS NOT = '00'
              DISPLAY 'C1UPIVER: JCL MEMBER ' WS-CUR-MEMBER
                      ' NOT READABLE - FILE STATUS ' WS-IN-FILE-STATUS
              MOVE 'NOTRUN' TO WS-CUR-RESULT
              ADD 1 TO WS-FAIL-COUNT
           ELSE
              MOVE 0   TO WS-JCL-LINE-COUNT
              MOVE 'N' TO WS-SET-WRITTEN
              MOVE SPACES TO WS-SET-LINE
              STRING '// SET PIVPKG=''' DELIMITED BY SIZE
                     WS-CUR-PACKAGE-ID DELIMITED BY SPACE
                     ''',PIVSYS=''' DELIMITED BY SIZE
                     WS-CUR-SYSTEM DELIMITED BY SPACE
                     '''' DELIMITED BY SIZE
                 INTO WS-SET-LINE
              END-STRING
              PERFORM UNTIL IN-FILE-ATEND
                 READ PIVJCLIN
                     AT END MOVE '10' TO WS-IN-FILE-STATUS
                 END-READ
                 IF NOT IN-FILE-ATEND
                    ADD 1 TO WS-JCL-LINE-COUNT
                    IF WS-JCL-LINE-COUNT > 1
                       AND NOT SET-STATEMENT-WRITTEN
                       AND (PIVJCLIN-REC(1:2) NOT = '//'
                         OR PIVJCLIN-REC(3:1) NOT = SPACE)
                       WRITE PIVINTRD-REC FROM WS-SET-LINE
                       MOVE 'Y' TO WS-SET-WRITTEN
                    END-IF
                    WRITE PIVINTRD-REC FROM PIVJCLIN-REC
                 END-IF
              END-PERFORM
              IF NOT SET-STATEMENT-WRITTEN
                 AND WS-JCL-LINE-COUNT > 0
                 WRITE PIVINTRD-REC FROM WS-SET-LINE
              END-IF
              CLOSE PIVJCLIN
              IF WS-JCL-LINE-COUNT = 0
                 MOVE 'NOTRUN' TO WS-CUR-RESULT
                 ADD 1 TO WS-FAIL-COUNT
              ELSE
                 MOVE 'Y' TO WS-SUBMIT-OK
                 MOVE 'SUBMITTD' TO WS-CUR-RESULT
                 ADD 1 TO WS-PEND-COUNT
              END-IF
           END-IF.

           MOVE SPACES TO ALLOC-TEXT.
           MOVE 'FREE  DD(PIVJCLIN)' TO ALLOC-TEXT.
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC.
           MOVE 0 TO RETURN-CODE.
       0550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  A submitted job waits on the queue for its PIVJOBRS line.
      *-----------------------------------------------------------------
       0560-QUEUE-PENDING-JOB.

           IF WS-PQ-COUNT < WS-PQ-MAX
              ADD 1 TO WS-PQ-COUNT
              MOVE SPACES TO WS-PQ-ENTRY(WS-PQ-COUNT)
              MOVE WS-CUR-PACKAGE-ID TO WS-PQ-PACKAGE-ID(WS-PQ-COUNT)
              MOVE WS-CUR-ENV        TO WS-PQ-ENV(WS-PQ-COUNT)
              MOVE WS-PQ-STGID(WS-PQ-INX)
                                     TO WS-PQ-STGID(WS-PQ-COUNT)
              ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
              ACCEPT WS-NOW-TIME FROM TIME
              MOVE WS-NOW-DATE       TO WS-PQ-QUEUED-DATE(WS-PQ-COUNT)
              MOVE WS-NOW-TIME(1:6)  TO WS-PQ-QUEUED-TIME(WS-PQ-COUNT)
              MOVE 'P'               TO WS-PQ-STATE(WS-PQ-COUNT)
              MOVE WS-CUR-SYSTEM     TO WS-PQ-SYSTEM(WS-PQ-COUNT)
              MOVE WS-CUR-MEMBER     TO WS-PQ-MEMBER(WS-PQ-COUNT)
              MOVE WS-CUR-BACKOUT    TO WS-PQ-BACKOUT(WS-PQ-COUNT)
           ELSE
              ADD 1 TO WS-PQ-DROPPED
              DISPLAY 'C1UPIVER: QUEUE FULL - RESULT OF JOB '
                      WS-CUR-MEMBER ' FOR ' WS-CUR-PACKAGE-ID
                      ' WILL NOT BE COLLECTED'
           END-IF.

      *-----------------------------------------------------------------
      *  A pending job check: its PIVJOBRS line settles it; with no
      *  line yet, it waits until the timeout and then fails.
      *  Entries queued during this run were submitted moments ago
      *  and are not looked at until the next run.
      *-----------------------------------------------------------------
       0600-CHECK-PENDING-JOB.

           MOVE WS-PQ-SYSTEM(WS-PQ-INX)  TO WS-CUR-SYSTEM.
           MOVE WS-PQ-MEMBER(WS-PQ-INX)  TO WS-CUR-MEMBER.
           MOVE WS-PQ-BACKOUT(WS-PQ-INX) TO WS-CUR-BACKOUT.
           MOVE 'J'    TO WS-CUR-TYPE.
           MOVE SPACES TO WS-CUR-ACTION WS-CUR-DESC.
           MOVE 0      TO WS-CUR-RC.
           PERFORM VARYING WS-CHK-INX FROM 1 BY 1
               UNTIL WS-CHK-INX > WS-PIV-CHECK-COUNT
               IF WS-PIV-MEMBER(WS-CHK-INX) = WS-CUR-MEMBER
                  AND PIV-CHECK-IS-JOB(WS-CHK-INX)
                  MOVE WS-PIV-DESC(WS-CHK-INX) TO WS-CUR-DESC
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-JR-FOUND.
           PERFORM VARYING WS-JR-INX FROM 1 BY 1
               UNTIL WS-JR-INX > WS-JR-COUNT
                  OR JOB-RESULT-FOUND
               IF WS-JR-PACKAGE-ID(WS-JR-INX) = WS-CUR-PACKAGE-ID
                  AND WS-JR-MEMBER(WS-JR-INX) = WS-CUR-MEMBER
                  MOVE 'Y' TO WS-JR-FOUND
                  IF WS-JR-RC(WS-JR-INX) IS NUMERIC
                     MOVE WS-JR-RC(WS-JR-INX) TO WS-CUR-RC
                  END-IF
                  IF WS-JR-RESULT(WS-JR-INX) = 'P'
                     MOVE 'PASS' TO WS-CUR-RESULT
                     ADD 1 TO WS-PASS-COUNT
                  ELSE
                     MOVE 'FAIL' TO WS-CUR-RESULT
                     ADD 1 TO WS-FAIL-COUNT
                  END-IF
               END-IF
           END-PERFORM.

           IF NOT JOB-RESULT-FOUND
              ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
              ACCEPT WS-NOW-TIME FROM TIME
              MOVE WS-NOW-TIME(1:4) TO WS-HHMM-NOW
              MOVE WS-PQ-QUEUED-TIME(WS-PQ-INX)(1:4) TO WS-HHMM-QUEUED
              COMPUTE WS-ELAPSED-MINS =
                  (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                 - FUNCTION INTEGER-OF-DATE(
                       WS-PQ-QUEUED-DATE(WS-PQ-INX))) * 1440
                 + WS-HH-NOW * 60 + WS-MM-NOW
                 - WS-HH-QUEUED * 60 - WS-MM-QUEUED
              IF WS-ELAPSED-MINS > WS-PIV-JOB-TIMEOUT-MINS
                 MOVE 'TIMEOUT' TO WS-CUR-RESULT
                 ADD 1 TO WS-FAIL-COUNT
              ELSE
                 GO TO 0600-EXIT
              END-IF
           END-IF.

           MOVE 'D' TO WS-PQ-STATE(WS-PQ-INX).
           PERFORM 0700-RECORD-RESULT.
           IF CUR-CHECK-FAILED AND CUR-BACKOUT-ON-FAILURE
              PERFORM 0750-BACK-OUT-PACKAGE
           END-IF.
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  One check outcome: DD PIVRSLT, a type V PKGHIST event and a
      *  report line.
      *-----------------------------------------------------------------
       0700-RECORD-RESULT.

           ADD 1 TO WS-RESULT-COUNT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           IF RSLT-AVAILABLE
              MOVE SPACES             TO PIVRSLT-REC
              MOVE WS-NOW-DATE        TO PVR-DATE
              MOVE WS-NOW-TIME(1:6)   TO PVR-TIME
              MOVE WS-CUR-PACKAGE-ID  TO PVR-PACKAGE-ID
              MOVE WS-CUR-ENV         TO PVR-ENV
              MOVE WS-CUR-SYSTEM      TO PVR-SYSTEM
              MOVE WS-CUR-TYPE        TO PVR-TYPE
              MOVE WS-CUR-MEMBER      TO PVR-MEMBER
              MOVE WS-CUR-RESULT      TO PVR-RESULT
              MOVE WS-CUR-RC          TO PVR-RC
              MOVE WS-CUR-BACKOUT     TO PVR-BACKOUT-FLAG
              MOVE WS-CUR-ACTION      TO PVR-ACTION
              MOVE SPACES             TO WS-LOG-HEADER
              MOVE 'PIVRSLT'          TO LGH-RECORD-TYPE
              MOVE 01                 TO LGH-LAYOUT-VERSION
              MOVE PVR-DATE           TO LGH-DATE
              MOVE PVR-TIME           TO LGH-TIME
              MOVE PVR-PACKAGE-ID     TO LGH-KEY
              CALL 'LOGSTAMP' USING WS-LOG-HEADER
              MOVE WS-LOG-HEADER      TO PIVRSLT-HEADER
              WRITE PIVRSLT-REC
           END-IF.

           MOVE 'VERIFY' TO WS-HIST-EVENT.
           IF WS-CUR-ACTION NOT = SPACES
              MOVE 'BKOUT' TO WS-HIST-EVENT
           END-IF.
           MOVE SPACES TO WS-HIST-DETAIL.
           STRING WS-CUR-MEMBER ' ' WS-CUR-RESULT ' RC=' WS-CUR-RC
                  ' SYS=' WS-CUR-SYSTEM ' ' WS-CUR-ACTION
              DELIMITED BY SIZE INTO WS-HIST-DETAIL
           END-STRING.
           PERFORM 0780-WRITE-HISTORY-EVENT.

           MOVE WS-CUR-PACKAGE-ID TO RPT-PACKAGE-ID.
           MOVE WS-CUR-SYSTEM     TO RPT-SYSTEM.
           MOVE WS-CUR-TYPE       TO RPT-TYPE.
           MOVE WS-CUR-MEMBER     TO RPT-MEMBER.
           MOVE WS-CUR-RESULT     TO RPT-RESULT.
           MOVE WS-CUR-RC         TO RPT-RC.
           MOVE WS-CUR-BACKOUT    TO RPT-BACKOUT.
           MOVE WS-CUR-ACTION     TO RPT-ACTION.
           MOVE WS-CUR-DESC       TO RPT-DESC.
           WRITE PIVRPT-REC FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------------
      *  The failed check asked for a backout: function 'B' through
      *  ENA$NDVR. The outcome is recorded against the failing check
      *  (PIVRSLT, PKGHIST, report) and, for a SNOW-gated package,
      *  written back to the INC/CHG with the reason.
      *-----------------------------------------------------------------
       0750-BACK-OUT-PACKAGE.

           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'PIVMSG'             TO AACTL-MSG-DDN.
           MOVE 'PIVLST'             TO AACTL-LIST-DDN.
           INITIALIZE         APDEF-RQ-DATAAREA.
           MOVE WS-CUR-PACKAGE-ID    TO APDEF-RQ-PKGID.
           MOVE 'B'                  TO APDEF-RQ-FUNC.
           ACCEPT WS-MT-START-TIME FROM TIME.
           CALL WS-PGM     USING AACTL
                                 APDEF-RQ.
           ACCEPT WS-MT-END-TIME FROM TIME.
           MOVE 'C1UPIVER'        TO WS-MT-PROGRAM.
           MOVE WS-PGM            TO WS-MT-TARGET.
           MOVE WS-CUR-PACKAGE-ID TO WS-MT-KEY.
           MOVE AACTL-RTNCODE     TO WS-MT-RC.
           CALL 'EXTMTRCS' USING WS-CALL-METRIC.

           IF AACTL-RTNCODE = 0
              MOVE 'BACKEDOUT' TO WS-CUR-ACTION
              ADD 1 TO WS-BACKOUT-COUNT
              IF WS-BK-COUNT < 100
                 ADD 1 TO WS-BK-COUNT
                 MOVE WS-CUR-PACKAGE-ID TO WS-BK-PACKAGE-ID(WS-BK-COUNT)
              END-IF
              MOVE 'Y' TO WS-BK-FOUND
              DISPLAY 'C1UPIVER: ' WS-CUR-PACKAGE-ID
                      ' BACKED OUT - CHECK ' WS-CUR-MEMBER ' ON '
                      WS-CUR-SYSTEM ' ' WS-CUR-RESULT
           ELSE
              MOVE 'BKOUTFAIL' TO WS-CUR-ACTION
              ADD 1 TO WS-BKFAIL-COUNT
              DISPLAY 'C1UPIVER: BACKOUT OF ' WS-CUR-PACKAGE-ID
                      ' FAILED - ENA$NDVR RC=' AACTL-RTNCODE
                      ' - SEE PIVMSG'
           END-IF.
           MOVE 0 TO RETURN-CODE.
           SUBTRACT 1 FROM WS-RESULT-COUNT.
           PERFORM 0700-RECORD-RESULT.

           IF SNOW-WRITEBACK-ENABLED
              AND (WS-CUR-PACKAGE-ID(1:3) = 'INC'
                OR WS-CUR-PACKAGE-ID(1:3) = 'CHG')
              MOVE WS-CUR-PACKAGE-ID(1:10) TO WS-WRBK-OBJ
              IF AACTL-RTNCODE = 0
                 MOVE 'AUTOBACKOUT' TO WS-WRBK-EVENT
              ELSE
                 MOVE 'BACKOUTFAIL' TO WS-WRBK-EVENT
              END-IF
              MOVE SPACES TO WS-WRBK-DETAIL WS-WRBK-URI
              STRING 'VERIFICATION ' WS-CUR-MEMBER ' ON '
                     WS-CUR-SYSTEM ' ' WS-CUR-RESULT
                     ' RC=' WS-CUR-RC ' - ' WS-CUR-DESC
                 DELIMITED BY SIZE INTO WS-WRBK-DETAIL
              END-STRING
              CALL 'SNOWWRBK' USING WS-WRBK-OBJ
                                    WS-WRBK-EVENT
                                    WS-CUR-PACKAGE-ID
                                    GJN-JOB-NAME
                                    WS-CUR-ENV
                                    WS-WRBK-URI
                                    WS-WRBK-DLQ-SUPPRESS
                                    WS-WRBK-DETAIL
              IF RETURN-CODE NOT = 0
                 DISPLAY 'C1UPIVER: SERVICENOW WRITE-BACK FAILED RC='
                         RETURN-CODE ' FOR ' WS-CUR-PACKAGE-ID
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *  A type V event on the keyed history store, retried on the
      *  next sequence for a duplicate key - the C1UPKGLD rule.
      *-----------------------------------------------------------------
       0780-WRITE-HISTORY-EVENT.

           IF HIST-AVAILABLE
              MOVE SPACES            TO PKGHIST-REC
              MOVE WS-CUR-PACKAGE-ID TO PH-PACKAGE-ID
              MOVE WS-NOW-DATE       TO PH-DATE
              MOVE WS-NOW-TIME(1:6)  TO PH-TIME
              MOVE 0                 TO PH-SEQ
              MOVE 'V'               TO PH-REC-TYPE
              MOVE WS-HIST-EVENT     TO PH-EVENT
              MOVE WS-HIST-DETAIL    TO PH-DETAIL
              MOVE 'N' TO WS-HIST-DONE
              MOVE 0   TO WS-HIST-RETRIES
              PERFORM UNTIL HIST-WRITE-DONE
                 WRITE PKGHIST-REC
                     INVALID KEY
                         IF WS-HIST-RETRIES < 999
                            ADD 1 TO WS-HIST-RETRIES
                            ADD 1 TO PH-SEQ
                         ELSE
                            DISPLAY 'C1UPIVER: HISTORY EVENT NOT '
                                    'WRITTEN - FILE STATUS '
                                    WS-PKGHIST-FILE-STATUS ' FOR '
                                    PH-PACKAGE-ID
                            MOVE 'Y' TO WS-HIST-DONE
                         END-IF
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-HIST-DONE
                 END-WRITE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  What is still waiting - pending job checks, plus the whole
      *  queue as read when verification is switched off - goes to
      *  DD PIVQUEO.
      *-----------------------------------------------------------------
       0800-WRITE-SURVIVING-QUEUE.

           OPEN OUTPUT PIVQUEO.
           IF WS-OUT-FILE-STATUS NOT = '00'
              DISPLAY 'C1UPIVER: PIVQUEO OPEN FAILED - FILE STATUS '
                      WS-OUT-FILE-STATUS ' - QUEUE NOT CARRIED FORWARD'
              ADD 1 TO WS-PQ-DROPPED
           ELSE
              PERFORM VARYING WS-PQ-SCAN FROM 1 BY 1
                  UNTIL WS-PQ-SCAN > WS-PQ-COUNT
                  IF NOT PQ-DONE(WS-PQ-SCAN)
                     MOVE WS-PQ-ENTRY(WS-PQ-SCAN) TO PIVQUEO-REC
                     WRITE PIVQUEO-REC
                  END-IF
              END-PERFORM
              CLOSE PIVQUEO
           END-IF.

       0900-CLOSE-STORES.

           IF MASTER-AVAILABLE
              CLOSE PKGMASTR
           END-IF.
           IF HIST-AVAILABLE
              CLOSE PKGHIST
           END-IF.
           IF RSLT-AVAILABLE
              CLOSE PIVRSLT
           END-IF.
           IF INTRD-IS-OPEN
              CLOSE PIVINTRD
           END-IF.
           IF REXX-LIB-ALLOCATED
              PERFORM 2200-FREE-REXFILES
           END-IF.

      *-----------------------------------------------------------------
      *  Allocate DD SYSEXEC for the REXX checks - same BPXWDYN
      *  pattern as C1USHPRD's 2100-ALLOCATE-REXFILE, but a failure
      *  only costs the REXX checks.
      *-----------------------------------------------------------------
       2100-ALLOCATE-REXFILE.

           MOVE SPACES TO ALLOC-TEXT .
           STRING 'ALLOC DD(SYSEXEC) DA(',
              WS-REXX-LIBRARY-DSN
                  DELIMITED BY SPACE
                    ')  SHR REUSE'
                  DELIMITED BY SIZE
             INTO ALLOC-TEXT
           END-STRING.
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC .
           IF RETURN-CODE NOT = ZERO
              DISPLAY 'C1UPIVER: SYSEXEC ALLOCATION FAILED - '
                      'REXX CHECKS NOT RUN'
              MOVE 'U' TO WS-REXX-STATE
           ELSE
              MOVE 'Y' TO WS-REXX-STATE
           END-IF.
           MOVE 0 TO RETURN-CODE.

       2200-FREE-REXFILES.

           MOVE SPACES              TO ALLOC-TEXT .
           MOVE 'FREE  DD(SYSEXEC)' TO ALLOC-TEXT .
           PERFORM 9000-DYNAMIC-ALLOC-DEALLOC .
           MOVE 0 TO RETURN-CODE.

       9000-DYNAMIC-ALLOC-DEALLOC.

           CALL BPXWDYN USING ALLOC-STRING
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'C1UPIVER: ALLOCATION FAILED: RETURN CODE = '
                       RETURN-CODE
               DISPLAY ALLOC-TEXT
           END-IF
           .
