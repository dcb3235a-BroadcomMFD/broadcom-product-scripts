       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Nightly cross-store consistency checker. The     *
      *              package-automation queues and keyed stores are   *
      *              each kept by a different exit or utility, and    *
      *              nothing else checks that they still agree. This  *
      *              program reads DD PKGMASTR, PKGHIST, SNOWHOLD,    *
      *              SNOWAPPQ, SHPQUEUE, SHPSTAT and MAILDLQ and      *
      *              reports every breach of these rules to DD        *
      *              CONSRPT, each line naming the rule it broke:     *
      *                CS01 SNOWHOLD entry for a package PKGMASTR     *
      *                     already shows EXECUTED or COMMITTED       *
      *                CS02 SNOWHOLD entry for a package PKGMASTR     *
      *                     shows DENIED/DELETED or does not hold     *
      *                CS03 SHPQUEUE entry with no SHPSTAT outcome    *
      *                     (SUCCESS/FAILED/SKIPPED/INCRSE) for the   *
      *                     same package, destination and direction  *
      *                     at or after the time it was queued        *
      *                CS04 SNOWAPPQ approval task for a package      *
      *                     PKGMASTR shows already past approval      *
      *                     (APPROVED, EXECUTED, COMMITTED) or        *
      *                     DENIED/DELETED                            *
      *                CS05 SNOWAPPQ approval task for a package      *
      *                     whose AUDIT7 history in PKGHIST shows     *
      *                     every approver slot already approved     *
      *                CS06 PKGMASTR last event newer than anything   *
      *                     PKGHIST holds for the package (packages  *
      *                     past IN-EDIT only - an uncast package has *
      *                     no history yet)                           *
      *                CS07 MAILDLQ dead letter for a package that is *
      *                     not on PKGMASTR                           *
      *                CS08 PKGMASTR EXECUTED package with no SHPSTAT *
      *                     record at all (the C1USHPSW sweep should  *
      *                     have shipped or queued it)                *
      *              Run after the C1USHPSW sweep and the C1UPKGLD    *
      *              history load. A summary count per rule ends the  *
      *              report.                                          *
      *                                                               *
      *              RETURN-CODE 8 when any inconsistency is found,   *
      *              so the schedule notices; 4 when the stores agree *
      *              but a store could not be read or a table         *
      *              overflowed (the check was incomplete); 12 when   *
      *              PKGMASTR cannot be opened. Any flat input may be *
      *              a DUMMY.                                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UCONCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PKGHIST-FILE-STATUS.
           SELECT SNOWHOLD ASSIGN TO SNOWHOLD
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SNOWAPPQ ASSIGN TO SNOWAPPQ
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SHPQUEUE ASSIGN TO SHPQUEUE
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT MAILDLQ ASSIGN TO MAILDLQ
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CONSRPT ASSIGN TO CONSRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMF-PACKAGE-ID           PIC X(16).
           03  PMF-ENV                  PIC X(08).
           03  PMF-STGID                PIC X(01).
           03  PMF-PACKAGE-STATUS       PIC X(12).
           03  PMF-BACKOUT-STATUS       PIC X(12).
           03  PMF-CREATE-USER          PIC X(08).
           03  PMF-CAST-USER            PIC X(08).
           03  PMF-LAST-EVENT           PIC X(12).
           03  PMF-LAST-DATE            PIC 9(08).
           03  PMF-LAST-TIME            PIC 9(06).
           03  FILLER                   PIC X(09).

       FD  PKGHIST
           RECORD CONTAINS 83 CHARACTERS.
       01  PKGHIST-REC.
           03  PH-KEY.
               05  PH-PACKAGE-ID        PIC X(16).
               05  PH-DATE              PIC X(08).
               05  PH-TIME              PIC X(06).
               05  PH-SEQ               PIC 9(03).
           03  PH-REC-TYPE              PIC X(01).
           03  PH-EVENT                 PIC X(06).
           03  PH-DETAIL                PIC X(43).
           03  PH-DETAIL-AUD7 REDEFINES PH-DETAIL.
               05  PH-GROUP-NAME        PIC X(12).
               05  PH-APPROVAL-FLAG     PIC X(01).
               05  PH-RECIPIENT         PIC X(09).
               05  FILLER               PIC X(21).

       FD  SNOWHOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  SNOWHOLD-REC.
           03  SNOWHOLD-PACKAGE-ID      PIC X(16).
           03  SNOWHOLD-SNOWOBJ         PIC X(10).
           03  SNOWHOLD-ACTION          PIC X(08).
           03  SNOWHOLD-HOLD-DATE       PIC X(08).
           03  FILLER                   PIC X(38).

       FD  SNOWAPPQ
           RECORD CONTAINS 80 CHARACTERS.
       01  SNOWAPPQ-REC.
           03  APQ-PACKAGE-ID           PIC X(16).
           03  APQ-SNOWOBJ              PIC X(10).
           03  APQ-QUEUED-DATE          PIC X(08).
           03  APQ-ROUTE                PIC X(01).
           03  FILLER                   PIC X(45).

       FD  SHPQUEUE
           RECORD CONTAINS 80 CHARACTERS.
       01  SHPQUEUE-REC.
           03  SHQ-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  SHQ-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  SHQ-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  SHQ-ENV                  PIC X(08).
           03  FILLER                   PIC X(01).
           03  SHQ-STGID                PIC X(01).
           03  FILLER                   PIC X(01).
           03  SHQ-DIRECTION            PIC X(03).
           03  FILLER                   PIC X(33).

       FD  SHPSTAT
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTAT-REC.
           03  SHPSTAT-HEADER           PIC X(64).
           03  SHPSTAT-BODY.
              05  SHP-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  SHP-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  SHP-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  SHP-ENV               PIC X(08).
              05  FILLER                PIC X(01).
              05  SHP-STGID             PIC X(01).
              05  FILLER                PIC X(01).
              05  SHP-DIRECTION         PIC X(03).
              05  FILLER                PIC X(01).
              05  SHP-RETRIES           PIC 9(02).
              05  FILLER                PIC X(01).
              05  SHP-RC                PIC -9(08).
              05  FILLER                PIC X(01).
              05  SHP-STATUS            PIC X(07).
              05  FILLER                PIC X(13).

       FD  MAILDLQ
           RECORD CONTAINS 100 CHARACTERS.
       01  MAILDLQ-REC.
           03  DLQ-PACKAGE-ID           PIC X(16).
           03  DLQ-DATE                 PIC X(08).
           03  DLQ-TIME                 PIC X(06).
           03  DLQ-RECIPIENT            PIC X(08).
           03  DLQ-RETURN-CODE          PIC 9(04).
           03  DLQ-SUBJECT              PIC X(50).
           03  FILLER                   PIC X(08).

       FD  CONSRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CONSRPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).
       01  WS-PKGMASTR-DONE             PIC X(01).
           88  PKGMASTR-DONE                    VALUE 'Y'.
       01  WS-PKGMASTR-FOUND            PIC X(01).
           88  ON-PKGMASTR                      VALUE 'Y'.
       01  WS-PKGHIST-FILE-STATUS       PIC X(02).
       01  WS-PKGHIST-OPEN              PIC X(01) VALUE 'N'.
           88  PKGHIST-AVAILABLE                VALUE 'Y'.
       01  WS-PKGHIST-DONE              PIC X(01).
           88  PKGHIST-PACKAGE-DONE             VALUE 'Y'.
       01  WS-INCOMPLETE                PIC X(01) VALUE 'N'.
           88  CHECK-INCOMPLETE                 VALUE 'Y'.

      *= The rules (see the banner) ===================================
       01  WS-RULE-COUNT                PIC 9(02) VALUE 8.
       01  WS-RULE-INX                  PIC 9(02).
       01  WS-RULE-TEXT-VALUES.
           03  FILLER                   PIC X(50) VALUE
               'SNOWHOLD PACKAGE ALREADY EXECUTED/COMMITTED'.
           03  FILLER                   PIC X(50) VALUE
               'SNOWHOLD PACKAGE DENIED, DELETED OR NOT ON MASTER'.
           03  FILLER                   PIC X(50) VALUE
               'SHPQUEUE ENTRY WITH NO SHPSTAT OUTCOME'.
           03  FILLER                   PIC X(50) VALUE
               'SNOWAPPQ TASK FOR PACKAGE PAST APPROVAL ON MASTER'.
           03  FILLER                   PIC X(50) VALUE
               'SNOWAPPQ TASK FOR PACKAGE APPROVED IN AUDIT7'.
           03  FILLER                   PIC X(50) VALUE
               'PKGMASTR LAST EVENT NEWER THAN PKGHIST'.
           03  FILLER                   PIC X(50) VALUE
               'MAILDLQ LETTER FOR PACKAGE NOT ON MASTER'.
           03  FILLER                   PIC X(50) VALUE
               'EXECUTED PACKAGE WITH NO SHPSTAT RECORD'.
       01  WS-RULE-TEXT-TABLE REDEFINES WS-RULE-TEXT-VALUES.
           03  WS-RULE-TEXT             PIC X(50) OCCURS 8 TIMES.
       01  WS-RULE-HITS-TABLE.
           03  WS-RULE-HITS             PIC 9(07) OCCURS 8 TIMES.
       01  WS-TOTAL-FINDINGS            PIC 9(07) VALUE 0.

      *= SNOWHOLD entries =============================================
       01  WS-HD-MAX                    PIC 9(04) VALUE 500.
       01  WS-HD-COUNT                  PIC 9(04) VALUE 0.
       01  WS-HD-DROPPED                PIC 9(05) VALUE 0.
       01  WS-HD-INX                    PIC 9(04).
       01  WS-HD-TABLE.
           03  WS-HD-ENTRY OCCURS 500 TIMES.
               05  WS-HD-PACKAGE-ID     PIC X(16).
               05  WS-HD-SNOWOBJ        PIC X(10).
               05  WS-HD-HOLD-DATE      PIC X(08).

      *= SNOWAPPQ tasks ===============================================
       01  WS-AQ-MAX                    PIC 9(04) VALUE 500.
       01  WS-AQ-COUNT                  PIC 9(04) VALUE 0.
       01  WS-AQ-DROPPED                PIC 9(05) VALUE 0.
       01  WS-AQ-INX                    PIC 9(04).
       01  WS-AQ-TABLE.
           03  WS-AQ-ENTRY OCCURS 500 TIMES.
               05  WS-AQ-PACKAGE-ID     PIC X(16).
               05  WS-AQ-SNOWOBJ        PIC X(10).
               05  WS-AQ-QUEUED-DATE    PIC X(08).

      *= SHPQUEUE entries and whether SHPSTAT shows their outcome =====
       01  WS-SQ-MAX                    PIC 9(04) VALUE 500.
       01  WS-SQ-COUNT                  PIC 9(04) VALUE 0.
       01  WS-SQ-DROPPED                PIC 9(05) VALUE 0.
       01  WS-SQ-INX                    PIC 9(04).
       01  WS-SQ-TABLE.
           03  WS-SQ-ENTRY OCCURS 500 TIMES.
               05  WS-SQ-STAMP          PIC X(14).
               05  WS-SQ-PACKAGE-ID     PIC X(16).
               05  WS-SQ-ENV            PIC X(08).
               05  WS-SQ-STGID          PIC X(01).
               05  WS-SQ-DIRECTION      PIC X(03).
               05  WS-SQ-OUTCOME        PIC X(01).

      *= MAILDLQ letters ==============================================
       01  WS-DQ-MAX                    PIC 9(04) VALUE 500.
       01  WS-DQ-COUNT                  PIC 9(04) VALUE 0.
       01  WS-DQ-DROPPED                PIC 9(05) VALUE 0.
       01  WS-DQ-INX                    PIC 9(04).
       01  WS-DQ-TABLE.
           03  WS-DQ-ENTRY OCCURS 500 TIMES.
               05  WS-DQ-PACKAGE-ID     PIC X(16).
               05  WS-DQ-DATE           PIC X(08).
               05  WS-DQ-RECIPIENT      PIC X(08).

      *= EXECUTED packages and whether SHPSTAT has any record =========
       01  WS-EX-MAX                    PIC 9(04) VALUE 1000.
       01  WS-EX-COUNT                  PIC 9(04) VALUE 0.
       01  WS-EX-DROPPED                PIC 9(05) VALUE 0.
       01  WS-EX-INX                    PIC 9(04).
       01  WS-EX-TABLE.
           03  WS-EX-ENTRY OCCURS 1000 TIMES.
               05  WS-EX-PACKAGE-ID     PIC X(16).
               05  WS-EX-SHIPPED        PIC X(01).

      *= Approver slots of one package, off its PKGHIST AUDIT7 records
       01  WS-SL-MAX                    PIC 9(03) VALUE 100.
       01  WS-SL-COUNT                  PIC 9(03) VALUE 0.
       01  WS-SL-INX                    PIC 9(03).
       01  WS-SL-HIT-INX                PIC 9(03).
       01  WS-SL-TABLE.
           03  WS-SL-ENTRY OCCURS 100 TIMES.
               05  WS-SL-GROUP-NAME     PIC X(12).
               05  WS-SL-RECIPIENT      PIC X(09).
               05  WS-SL-FLAG           PIC X(01).
       01  WS-SL-OPEN-COUNT             PIC 9(03).

       01  WS-CHECK-PACKAGE-ID          PIC X(16).
       01  WS-MASTER-STAMP.
           03  WS-MASTER-STAMP-DATE     PIC 9(08).
           03  WS-MASTER-STAMP-TIME     PIC 9(06).
       01  WS-HIST-STAMP                PIC X(14).
       01  WS-HIST-NEWEST               PIC X(14).
       01  WS-SHP-STAMP.
           03  WS-SHP-STAMP-DATE        PIC 9(08).
           03  WS-SHP-STAMP-TIME        PIC 9(06).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-FINDING-RULE              PIC 9(02).
       01  WS-FINDING-STORE             PIC X(08).
       01  WS-FINDING-PACKAGE-ID        PIC X(16).
       01  WS-FINDING-DETAIL            PIC X(80).

       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(132) VALUE
               'CROSS-STORE CONSISTENCY CHECK'.
       01  WS-HEADER-LINE.
           03  FILLER                   PIC X(132) VALUE
               'RULE STORE    PACKAGE ID       DETAIL'.
       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
       01  WS-FINDING-LINE.
           03  FDL-RULE-TAG             PIC X(02) VALUE 'CS'.
           03  FDL-RULE                 PIC 9(02).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  FDL-STORE                PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  FDL-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  FDL-DETAIL               PIC X(80).
           03  FILLER                   PIC X(21) VALUE SPACES.
       01  WS-SUMMARY-HDR-LINE.
           03  FILLER                   PIC X(132) VALUE
               'SUMMARY BY RULE'.
       01  WS-SUMMARY-LINE.
           03  SML-RULE-TAG             PIC X(02) VALUE 'CS'.
           03  SML-RULE                 PIC 9(02).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  SML-TEXT                 PIC X(50).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  SML-HITS                 PIC ZZZZZZ9.
           03  FILLER                   PIC X(69) VALUE SPACES.
       01  WS-TOTAL-LINE.
           03  FILLER                   PIC X(55) VALUE
               'TOTAL INCONSISTENCIES'.
           03  TTL-HITS                 PIC ZZZZZZ9.
           03  FILLER                   PIC X(70) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       PROCEDURE DIVISION.
       MAIN-LINE.

           OPEN OUTPUT CONSRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE CONSRPT-REC FROM WS-TITLE-LINE.
           WRITE CONSRPT-REC FROM WS-BLANK-LINE.
           WRITE CONSRPT-REC FROM WS-HEADER-LINE.
           MOVE ZEROES TO WS-RULE-HITS-TABLE.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1UCONCK: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
              CLOSE CONSRPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT PKGHIST.
           IF WS-PKGHIST-FILE-STATUS = '00'
              MOVE 'Y' TO WS-PKGHIST-OPEN
           ELSE
              DISPLAY 'C1UCONCK: PKGHIST OPEN FAILED - FILE STATUS '
                      WS-PKGHIST-FILE-STATUS
                      ' - RULES CS05 AND CS06 NOT CHECKED'
              MOVE 'Y' TO WS-INCOMPLETE
           END-IF.

           PERFORM 1000-LOAD-SNOWHOLD.
           PERFORM 1100-LOAD-SNOWAPPQ.
           PERFORM 1200-LOAD-SHPQUEUE.
           PERFORM 1300-LOAD-MAILDLQ.

           PERFORM 2000-SCAN-PKGMASTR.
           PERFORM 3000-SCAN-SHPSTAT.

           PERFORM 4000-CHECK-SNOWHOLD
                   VARYING WS-HD-INX FROM 1 BY 1
                   UNTIL WS-HD-INX > WS-HD-COUNT.
           PERFORM 4100-CHECK-SNOWAPPQ
                   VARYING WS-AQ-INX FROM 1 BY 1
                   UNTIL WS-AQ-INX > WS-AQ-COUNT.
           PERFORM 4200-CHECK-SHPQUEUE
                   VARYING WS-SQ-INX FROM 1 BY 1
                   UNTIL WS-SQ-INX > WS-SQ-COUNT.
           PERFORM 4300-CHECK-MAILDLQ
                   VARYING WS-DQ-INX FROM 1 BY 1
                   UNTIL WS-DQ-INX > WS-DQ-COUNT.
           PERFORM 4400-CHECK-EXECUTED
                   VARYING WS-EX-INX FROM 1 BY 1
                   UNTIL WS-EX-INX > WS-EX-COUNT.

           CLOSE PKGMASTR.
           IF PKGHIST-AVAILABLE
              CLOSE PKGHIST
           END-IF.

           PERFORM 8000-WRITE-SUMMARY.
           CLOSE CONSRPT.

           PERFORM 8100-DISPLAY-DROPS.

           DISPLAY 'C1UCONCK: ' WS-TOTAL-FINDINGS
                   ' INCONSISTENCIES FOUND'.

           IF WS-TOTAL-FINDINGS > 0
              MOVE 8 TO WS-LGR-RC
           ELSE
              IF CHECK-INCOMPLETE
                 MOVE 4 TO WS-LGR-RC
              ELSE
                 MOVE 0 TO WS-LGR-RC
              END-IF
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UCONCK' TO WS-LGR-PROGRAM.
           MOVE WS-TOTAL-FINDINGS TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of CONSRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO CONSRPT-REC.
           WRITE CONSRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-STORE-NOT-AVAILABLE.
           DISPLAY 'C1UCONCK: ' WS-FINDING-STORE
                   ' NOT AVAILABLE - ITS RULES NOT CHECKED'.
           MOVE 'Y' TO WS-INCOMPLETE.

      *-----------------------------------------------------------------
      *  The four queues are small and held whole; PKGMASTR is then
      *  read once front to back and randomly per queue entry.
      *-----------------------------------------------------------------
       1000-LOAD-SNOWHOLD.

           OPEN INPUT SNOWHOLD.
           IF IN-FILE-NOT-AVAILABLE
              MOVE 'SNOWHOLD' TO WS-FINDING-STORE
              PERFORM 0100-STORE-NOT-AVAILABLE
           ELSE
              PERFORM 1010-READ-SNOWHOLD
              PERFORM 1020-KEEP-SNOWHOLD UNTIL IN-FILE-ATEND
              CLOSE SNOWHOLD
           END-IF.

       1010-READ-SNOWHOLD.
           READ SNOWHOLD
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1020-KEEP-SNOWHOLD.
           IF SNOWHOLD-PACKAGE-ID NOT = SPACES
              IF WS-HD-COUNT < WS-HD-MAX
                 ADD 1 TO WS-HD-COUNT
                 MOVE SNOWHOLD-PACKAGE-ID
                   TO WS-HD-PACKAGE-ID(WS-HD-COUNT)
                 MOVE SNOWHOLD-SNOWOBJ   TO WS-HD-SNOWOBJ(WS-HD-COUNT)
                 MOVE SNOWHOLD-HOLD-DATE
                   TO WS-HD-HOLD-DATE(WS-HD-COUNT)
              ELSE
                 ADD 1 TO WS-HD-DROPPED
              END-IF
           END-IF.
           PERFORM 1010-READ-SNOWHOLD.

       1100-LOAD-SNOWAPPQ.

           OPEN INPUT SNOWAPPQ.
           IF IN-FILE-NOT-AVAILABLE
              MOVE 'SNOWAPPQ' TO WS-FINDING-STORE
              PERFORM 0100-STORE-NOT-AVAILABLE
           ELSE
              PERFORM 1110-READ-SNOWAPPQ
              PERFORM 1120-KEEP-SNOWAPPQ UNTIL IN-FILE-ATEND
              CLOSE SNOWAPPQ
           END-IF.

       1110-READ-SNOWAPPQ.
           READ SNOWAPPQ
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1120-KEEP-SNOWAPPQ.
           IF APQ-PACKAGE-ID NOT = SPACES
              IF WS-AQ-COUNT < WS-AQ-MAX
                 ADD 1 TO WS-AQ-COUNT
                 MOVE APQ-PACKAGE-ID  TO WS-AQ-PACKAGE-ID(WS-AQ-COUNT)
                 MOVE APQ-SNOWOBJ     TO WS-AQ-SNOWOBJ(WS-AQ-COUNT)
                 MOVE APQ-QUEUED-DATE TO WS-AQ-QUEUED-DATE(WS-AQ-COUNT)
              ELSE
                 ADD 1 TO WS-AQ-DROPPED
              END-IF
           END-IF.
           PERFORM 1110-READ-SNOWAPPQ.

       1200-LOAD-SHPQUEUE.

           OPEN INPUT SHPQUEUE.
           IF IN-FILE-NOT-AVAILABLE
              MOVE 'SHPQUEUE' TO WS-FINDING-STORE
              PERFORM 0100-STORE-NOT-AVAILABLE
           ELSE
              PERFORM 1210-READ-SHPQUEUE
              PERFORM 1220-KEEP-SHPQUEUE UNTIL IN-FILE-ATEND
              CLOSE SHPQUEUE
           END-IF.

       1210-READ-SHPQUEUE.
           READ SHPQUEUE
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1220-KEEP-SHPQUEUE.
           IF SHQ-PACKAGE-ID NOT = SPACES
              IF WS-SQ-COUNT < WS-SQ-MAX
                 ADD 1 TO WS-SQ-COUNT
                 MOVE SHQ-DATE TO WS-SHP-STAMP-DATE
                 MOVE SHQ-TIME TO WS-SHP-STAMP-TIME
                 MOVE WS-SHP-STAMP    TO WS-SQ-STAMP(WS-SQ-COUNT)
                 MOVE SHQ-PACKAGE-ID  TO WS-SQ-PACKAGE-ID(WS-SQ-COUNT)
                 MOVE SHQ-ENV         TO WS-SQ-ENV(WS-SQ-COUNT)
                 MOVE SHQ-STGID       TO WS-SQ-STGID(WS-SQ-COUNT)
                 MOVE SHQ-DIRECTION   TO WS-SQ-DIRECTION(WS-SQ-COUNT)
                 MOVE 'N'             TO WS-SQ-OUTCOME(WS-SQ-COUNT)
              ELSE
                 ADD 1 TO WS-SQ-DROPPED
              END-IF
           END-IF.
           PERFORM 1210-READ-SHPQUEUE.

       1300-LOAD-MAILDLQ.

           OPEN INPUT MAILDLQ.
           IF IN-FILE-NOT-AVAILABLE
              MOVE 'MAILDLQ ' TO WS-FINDING-STORE
              PERFORM 0100-STORE-NOT-AVAILABLE
           ELSE
              PERFORM 1310-READ-MAILDLQ
              PERFORM 1320-KEEP-MAILDLQ UNTIL IN-FILE-ATEND
              CLOSE MAILDLQ
           END-IF.

       1310-READ-MAILDLQ.
           READ MAILDLQ
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1320-KEEP-MAILDLQ.
           IF DLQ-PACKAGE-ID NOT = SPACES
              IF WS-DQ-COUNT < WS-DQ-MAX
                 ADD 1 TO WS-DQ-COUNT
                 MOVE DLQ-PACKAGE-ID  TO WS-DQ-PACKAGE-ID(WS-DQ-COUNT)
                 MOVE DLQ-DATE        TO WS-DQ-DATE(WS-DQ-COUNT)
                 MOVE DLQ-RECIPIENT   TO WS-DQ-RECIPIENT(WS-DQ-COUNT)
              ELSE
                 ADD 1 TO WS-DQ-DROPPED
              END-IF
           END-IF.
           PERFORM 1310-READ-MAILDLQ.

      *-----------------------------------------------------------------
      *  Every master record: CS06 against its PKGHIST history, and
      *  EXECUTED packages held for CS08.
      *-----------------------------------------------------------------
       2000-SCAN-PKGMASTR.

           MOVE 'N' TO WS-PKGMASTR-DONE.
           MOVE LOW-VALUES TO PMF-PACKAGE-ID.
           START PKGMASTR KEY IS NOT LESS THAN PMF-PACKAGE-ID
               INVALID KEY MOVE 'Y' TO WS-PKGMASTR-DONE
           END-START.
           IF NOT PKGMASTR-DONE
              PERFORM 2010-READ-PKGMASTR-NEXT
           END-IF.
           PERFORM 2100-CHECK-ONE-MASTER UNTIL PKGMASTR-DONE.

       2010-READ-PKGMASTR-NEXT.
           READ PKGMASTR NEXT RECORD
               AT END MOVE 'Y' TO WS-PKGMASTR-DONE
           END-READ.

       2100-CHECK-ONE-MASTER.

           IF PMF-PACKAGE-STATUS = 'EXECUTED'
              IF WS-EX-COUNT < WS-EX-MAX
                 ADD 1 TO WS-EX-COUNT
                 MOVE PMF-PACKAGE-ID TO WS-EX-PACKAGE-ID(WS-EX-COUNT)
                 MOVE 'N'            TO WS-EX-SHIPPED(WS-EX-COUNT)
              ELSE
                 ADD 1 TO WS-EX-DROPPED
              END-IF
           END-IF.
           IF PKGHIST-AVAILABLE
              AND PMF-PACKAGE-STATUS NOT = 'IN-EDIT'
              AND PMF-LAST-DATE IS NUMERIC
              AND PMF-LAST-TIME IS NUMERIC
              MOVE PMF-PACKAGE-ID TO WS-CHECK-PACKAGE-ID
              PERFORM 2200-FIND-NEWEST-HISTORY
              MOVE PMF-LAST-DATE TO WS-MASTER-STAMP-DATE
              MOVE PMF-LAST-TIME TO WS-MASTER-STAMP-TIME
              IF WS-MASTER-STAMP > WS-HIST-NEWEST
                 MOVE 6 TO WS-FINDING-RULE
                 MOVE 'PKGMASTR' TO WS-FINDING-STORE
                 MOVE PMF-PACKAGE-ID TO WS-FINDING-PACKAGE-ID
                 MOVE SPACES TO WS-FINDING-DETAIL
                 STRING 'MASTER ' PMF-PACKAGE-STATUS ' '
                        PMF-LAST-EVENT ' AT ' WS-MASTER-STAMP
                        ' - NEWEST PKGHIST ' WS-HIST-NEWEST
                    DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                 END-STRING
                 IF WS-HIST-NEWEST = SPACES
                    MOVE SPACES TO WS-FINDING-DETAIL
                    STRING 'MASTER ' PMF-PACKAGE-STATUS ' '
                           PMF-LAST-EVENT ' AT ' WS-MASTER-STAMP
                           ' - NO PKGHIST RECORDS'
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                    END-STRING
                 END-IF
                 PERFORM 9000-WRITE-FINDING
              END-IF
           END-IF.
           PERFORM 2010-READ-PKGMASTR-NEXT.

      *-----------------------------------------------------------------
      *  Newest date/time PKGHIST holds for WS-CHECK-PACKAGE-ID
      *  (SPACES when none); the slots table collects the package's
      *  AUDIT7 approver states on the way for CS05.
      *-----------------------------------------------------------------
       2200-FIND-NEWEST-HISTORY.

           MOVE SPACES TO WS-HIST-NEWEST.
           MOVE 0 TO WS-SL-COUNT.
           MOVE 'N' TO WS-PKGHIST-DONE.
           MOVE WS-CHECK-PACKAGE-ID TO PH-PACKAGE-ID.
           MOVE LOW-VALUES TO PH-DATE PH-TIME.
           MOVE 0 TO PH-SEQ.
           START PKGHIST KEY IS NOT LESS THAN PH-KEY
               INVALID KEY MOVE 'Y' TO WS-PKGHIST-DONE
           END-START.
           IF NOT PKGHIST-PACKAGE-DONE
              PERFORM 2210-READ-PKGHIST-NEXT
           END-IF.
           PERFORM 2220-TAKE-HISTORY-RECORD
                   UNTIL PKGHIST-PACKAGE-DONE.

       2210-READ-PKGHIST-NEXT.
           READ PKGHIST NEXT RECORD
               AT END MOVE 'Y' TO WS-PKGHIST-DONE
           END-READ.
           IF NOT PKGHIST-PACKAGE-DONE
              AND PH-PACKAGE-ID NOT = WS-CHECK-PACKAGE-ID
              MOVE 'Y' TO WS-PKGHIST-DONE
           END-IF.

       2220-TAKE-HISTORY-RECORD.

           MOVE PH-DATE TO WS-HIST-STAMP(1:8).
           MOVE PH-TIME TO WS-HIST-STAMP(9:6).
           IF WS-HIST-NEWEST = SPACES
              OR WS-HIST-STAMP > WS-HIST-NEWEST
              MOVE WS-HIST-STAMP TO WS-HIST-NEWEST
           END-IF.
           IF PH-REC-TYPE = 'A' AND PH-EVENT = 'GROUP'
              PERFORM 2230-KEEP-APPROVER-SLOT
           END-IF.
           PERFORM 2210-READ-PKGHIST-NEXT.

       2230-KEEP-APPROVER-SLOT.

           MOVE 0 TO WS-SL-HIT-INX.
           PERFORM VARYING WS-SL-INX FROM 1 BY 1
                   UNTIL WS-SL-INX > WS-SL-COUNT OR WS-SL-HIT-INX > 0
              IF WS-SL-GROUP-NAME(WS-SL-INX) = PH-GROUP-NAME
                 AND WS-SL-RECIPIENT(WS-SL-INX) = PH-RECIPIENT
                 MOVE WS-SL-INX TO WS-SL-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-SL-HIT-INX = 0 AND WS-SL-COUNT < WS-SL-MAX
              ADD 1 TO WS-SL-COUNT
              MOVE WS-SL-COUNT   TO WS-SL-HIT-INX
              MOVE PH-GROUP-NAME TO WS-SL-GROUP-NAME(WS-SL-HIT-INX)
              MOVE PH-RECIPIENT  TO WS-SL-RECIPIENT(WS-SL-HIT-INX)
           END-IF.
           IF WS-SL-HIT-INX > 0
              MOVE PH-APPROVAL-FLAG TO WS-SL-FLAG(WS-SL-HIT-INX)
           END-IF.

      *-----------------------------------------------------------------
      *  One SHPSTAT pass: a queued entry has its outcome when a
      *  non-QUEUED record for the same package/destination/direction
      *  is stamped at or after it; an EXECUTED package is accounted
      *  for by any record at all.
      *-----------------------------------------------------------------
       3000-SCAN-SHPSTAT.

           IF WS-SQ-COUNT > 0 OR WS-EX-COUNT > 0
              OPEN INPUT SHPSTAT
              IF IN-FILE-NOT-AVAILABLE
                 MOVE 'SHPSTAT ' TO WS-FINDING-STORE
                 PERFORM 0100-STORE-NOT-AVAILABLE
              ELSE
                 PERFORM 3010-READ-SHPSTAT
                 PERFORM 3100-TAKE-SHPSTAT-RECORD UNTIL IN-FILE-ATEND
                 CLOSE SHPSTAT
              END-IF
           END-IF.

       3010-READ-SHPSTAT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SHPSTAT
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'SHPSTAT'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SHPSTAT-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       3100-TAKE-SHPSTAT-RECORD.

           IF SHP-STATUS NOT = 'QUEUED'
              MOVE SHP-DATE TO WS-SHP-STAMP-DATE
              MOVE SHP-TIME TO WS-SHP-STAMP-TIME
              PERFORM VARYING WS-SQ-INX FROM 1 BY 1
                      UNTIL WS-SQ-INX > WS-SQ-COUNT
                 IF WS-SQ-PACKAGE-ID(WS-SQ-INX) = SHP-PACKAGE-ID
                    AND WS-SQ-ENV(WS-SQ-INX) = SHP-ENV
                    AND WS-SQ-STGID(WS-SQ-INX) = SHP-STGID
                    AND WS-SQ-DIRECTION(WS-SQ-INX) = SHP-DIRECTION
                    AND WS-SHP-STAMP NOT < WS-SQ-STAMP(WS-SQ-INX)
                    MOVE 'Y' TO WS-SQ-OUTCOME(WS-SQ-INX)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM VARYING WS-EX-INX FROM 1 BY 1
                   UNTIL WS-EX-INX > WS-EX-COUNT
              IF WS-EX-PACKAGE-ID(WS-EX-INX) = SHP-PACKAGE-ID
                 MOVE 'Y' TO WS-EX-SHIPPED(WS-EX-INX)
              END-IF
           END-PERFORM.
           PERFORM 3010-READ-SHPSTAT.

       3900-READ-MASTER-BY-KEY.

           MOVE WS-CHECK-PACKAGE-ID TO PMF-PACKAGE-ID.
           READ PKGMASTR
               INVALID KEY
                   MOVE 'N' TO WS-PKGMASTR-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PKGMASTR-FOUND
           END-READ.

      *-----------------------------------------------------------------
      *  CS01 / CS02 - a hold must belong to a package still waiting
      *  to be cast or executed.
      *-----------------------------------------------------------------
       4000-CHECK-SNOWHOLD.

           MOVE WS-HD-PACKAGE-ID(WS-HD-INX) TO WS-CHECK-PACKAGE-ID.
           PERFORM 3900-READ-MASTER-BY-KEY.
           MOVE 'SNOWHOLD' TO WS-FINDING-STORE.
           MOVE WS-CHECK-PACKAGE-ID TO WS-FINDING-PACKAGE-ID.
           MOVE SPACES TO WS-FINDING-DETAIL.
           IF NOT ON-PKGMASTR
              MOVE 2 TO WS-FINDING-RULE
              STRING 'HELD FOR ' WS-HD-SNOWOBJ(WS-HD-INX)
                     ' SINCE ' WS-HD-HOLD-DATE(WS-HD-INX)
                     ' - PACKAGE NOT ON PKGMASTR'
                 DELIMITED BY SIZE INTO WS-FINDING-DETAIL
              END-STRING
              PERFORM 9000-WRITE-FINDING
           ELSE
              IF PMF-PACKAGE-STATUS = 'EXECUTED'
                 OR PMF-PACKAGE-STATUS = 'COMMITTED'
                 MOVE 1 TO WS-FINDING-RULE
              END-IF
              IF PMF-PACKAGE-STATUS = 'DENIED'
                 OR PMF-PACKAGE-STATUS = 'DELETED'
                 MOVE 2 TO WS-FINDING-RULE
              END-IF
              IF PMF-PACKAGE-STATUS = 'EXECUTED'
                 OR PMF-PACKAGE-STATUS = 'COMMITTED'
                 OR PMF-PACKAGE-STATUS = 'DENIED'
                 OR PMF-PACKAGE-STATUS = 'DELETED'
                 STRING 'HELD FOR ' WS-HD-SNOWOBJ(WS-HD-INX)
                        ' SINCE ' WS-HD-HOLD-DATE(WS-HD-INX)
                        ' - MASTER SHOWS ' PMF-PACKAGE-STATUS
                        ' ' PMF-LAST-DATE
                    DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                 END-STRING
                 PERFORM 9000-WRITE-FINDING
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  CS04 / CS05 - an approval task must belong to a package
      *  still waiting for approval, by the master and by AUDIT7.
      *-----------------------------------------------------------------
       4100-CHECK-SNOWAPPQ.

           MOVE WS-AQ-PACKAGE-ID(WS-AQ-INX) TO WS-CHECK-PACKAGE-ID.
           PERFORM 3900-READ-MASTER-BY-KEY.
           MOVE 'SNOWAPPQ' TO WS-FINDING-STORE.
           MOVE WS-CHECK-PACKAGE-ID TO WS-FINDING-PACKAGE-ID.
           MOVE SPACES TO WS-FINDING-DETAIL.
           IF ON-PKGMASTR
              AND (PMF-PACKAGE-STATUS = 'APPROVED'
                OR PMF-PACKAGE-STATUS = 'EXECUTED'
                OR PMF-PACKAGE-STATUS = 'COMMITTED'
                OR PMF-PACKAGE-STATUS = 'DENIED'
                OR PMF-PACKAGE-STATUS = 'DELETED')
              MOVE 4 TO WS-FINDING-RULE
              STRING 'TASK ' WS-AQ-SNOWOBJ(WS-AQ-INX)
                     ' QUEUED ' WS-AQ-QUEUED-DATE(WS-AQ-INX)
                     ' - MASTER SHOWS ' PMF-PACKAGE-STATUS
                     ' ' PMF-LAST-DATE
                 DELIMITED BY SIZE INTO WS-FINDING-DETAIL
              END-STRING
              PERFORM 9000-WRITE-FINDING
           ELSE
              IF PKGHIST-AVAILABLE
                 PERFORM 2200-FIND-NEWEST-HISTORY
                 MOVE 0 TO WS-SL-OPEN-COUNT
                 PERFORM VARYING WS-SL-INX FROM 1 BY 1
                         UNTIL WS-SL-INX > WS-SL-COUNT
                    IF WS-SL-FLAG(WS-SL-INX) NOT = 'A'
                       ADD 1 TO WS-SL-OPEN-COUNT
                    END-IF
                 END-PERFORM
                 IF WS-SL-COUNT > 0 AND WS-SL-OPEN-COUNT = 0
                    MOVE 5 TO WS-FINDING-RULE
                    STRING 'TASK ' WS-AQ-SNOWOBJ(WS-AQ-INX)
                           ' QUEUED ' WS-AQ-QUEUED-DATE(WS-AQ-INX)
                           ' - ALL ' WS-SL-COUNT
                           ' APPROVER SLOT(S) APPROVED IN AUDIT7'
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                    END-STRING
                    PERFORM 9000-WRITE-FINDING
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  CS03 - after the sweep every queued shipment has an outcome.
      *-----------------------------------------------------------------
       4200-CHECK-SHPQUEUE.

           IF WS-SQ-OUTCOME(WS-SQ-INX) NOT = 'Y'
              MOVE 3 TO WS-FINDING-RULE
              MOVE 'SHPQUEUE' TO WS-FINDING-STORE
              MOVE WS-SQ-PACKAGE-ID(WS-SQ-INX)
                TO WS-FINDING-PACKAGE-ID
              MOVE SPACES TO WS-FINDING-DETAIL
              STRING 'QUEUED ' WS-SQ-STAMP(WS-SQ-INX) ' FOR '
                     WS-SQ-ENV(WS-SQ-INX) '/' WS-SQ-STGID(WS-SQ-INX)
                     ' ' WS-SQ-DIRECTION(WS-SQ-INX)
                     ' - NO SHPSTAT OUTCOME SINCE'
                 DELIMITED BY SIZE INTO WS-FINDING-DETAIL
              END-STRING
              PERFORM 9000-WRITE-FINDING
           END-IF.

      *-----------------------------------------------------------------
      *  CS07 - a dead letter must be about a package the shop knows.
      *-----------------------------------------------------------------
       4300-CHECK-MAILDLQ.

           MOVE WS-DQ-PACKAGE-ID(WS-DQ-INX) TO WS-CHECK-PACKAGE-ID.
           PERFORM 3900-READ-MASTER-BY-KEY.
           IF NOT ON-PKGMASTR
              MOVE 7 TO WS-FINDING-RULE
              MOVE 'MAILDLQ ' TO WS-FINDING-STORE
              MOVE WS-CHECK-PACKAGE-ID TO WS-FINDING-PACKAGE-ID
              MOVE SPACES TO WS-FINDING-DETAIL
              STRING 'LETTER OF ' WS-DQ-DATE(WS-DQ-INX) ' TO '
                     WS-DQ-RECIPIENT(WS-DQ-INX)
                     ' - PACKAGE NOT ON PKGMASTR'
                 DELIMITED BY SIZE INTO WS-FINDING-DETAIL
              END-STRING
              PERFORM 9000-WRITE-FINDING
           END-IF.

      *-----------------------------------------------------------------
      *  CS08 - an EXECUTED package the shipment logs never heard of.
      *-----------------------------------------------------------------
       4400-CHECK-EXECUTED.

           IF WS-EX-SHIPPED(WS-EX-INX) NOT = 'Y'
              MOVE 8 TO WS-FINDING-RULE
              MOVE 'PKGMASTR' TO WS-FINDING-STORE
              MOVE WS-EX-PACKAGE-ID(WS-EX-INX)
                TO WS-FINDING-PACKAGE-ID
              MOVE 'EXECUTED - NO SHPSTAT RECORD OF ANY SHIPMENT'
                TO WS-FINDING-DETAIL
              PERFORM 9000-WRITE-FINDING
           END-IF.

       8000-WRITE-SUMMARY.

           WRITE CONSRPT-REC FROM WS-BLANK-LINE.
           WRITE CONSRPT-REC FROM WS-SUMMARY-HDR-LINE.
           PERFORM VARYING WS-RULE-INX FROM 1 BY 1
                   UNTIL WS-RULE-INX > WS-RULE-COUNT
              MOVE WS-RULE-INX               TO SML-RULE
              MOVE WS-RULE-TEXT(WS-RULE-INX) TO SML-TEXT
              MOVE WS-RULE-HITS(WS-RULE-INX) TO SML-HITS
              WRITE CONSRPT-REC FROM WS-SUMMARY-LINE
           END-PERFORM.
           MOVE WS-TOTAL-FINDINGS TO TTL-HITS.
           WRITE CONSRPT-REC FROM WS-TOTAL-LINE.

       8100-DISPLAY-DROPS.

           IF WS-HD-DROPPED > 0
              DISPLAY 'C1UCONCK: WARNING - ' WS-HD-DROPPED
                      ' SNOWHOLD ENTRIES NOT CHECKED, TABLE FULL'
              MOVE 'Y' TO WS-INCOMPLETE
           END-IF.
           IF WS-AQ-DROPPED > 0
              DISPLAY 'C1UCONCK: WARNING - ' WS-AQ-DROPPED
                      ' SNOWAPPQ ENTRIES NOT CHECKED, TABLE FULL'
              MOVE 'Y' TO WS-INCOMPLETE
           END-IF.
           IF WS-SQ-DROPPED > 0
              DISPLAY 'C1UCONCK: WARNING - ' WS-SQ-DROPPED
                      ' SHPQUEUE ENTRIES NOT CHECKED, TABLE FULL'
              MOVE 'Y' TO WS-INCOMPLETE
           END-IF.
           IF WS-DQ-DROPPED > 0
              DISPLAY 'C1UCONCK: WARNING - ' WS-DQ-DROPPED
                      ' MAILDLQ ENTRIES NOT CHECKED, TABLE FULL'
              MOVE 'Y' TO WS-INCOMPLETE
           END-IF.
           IF WS-EX-DROPPED > 0
              DISPLAY 'C1UCONCK: WARNING - ' WS-EX-DROPPED
                      ' EXECUTED PACKAGES NOT CHECKED, TABLE FULL'
              MOVE 'Y' TO WS-INCOMPLETE
           END-IF.

       9000-WRITE-FINDING.

           ADD 1 TO WS-RULE-HITS(WS-FINDING-RULE).
           ADD 1 TO WS-TOTAL-FINDINGS.
           MOVE WS-FINDING-RULE       TO FDL-RULE.
           MOVE WS-FINDING-STORE      TO FDL-STORE.
           MOVE WS-FINDING-PACKAGE-ID TO FDL-PACKAGE-ID.
           MOVE WS-FINDING-DETAIL     TO FDL-DETAIL.
           WRITE CONSRPT-REC FROM WS-FINDING-LINE.
