       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Catch-up pass over DD EXDEFERQ (COPY EXDEFERQ),  *
      *              the optional exit work put off because the       *
      *              invocation's time budget was spent (EXBUDGET).   *
      *              Each entry is done here, outside the TSO         *
      *              session, the way the exit would have done it:    *
      *                RISKSCOR  scored from PKGMANIF, the element-   *
      *                          activity index (or RSNCLOG/SNOWLG2)  *
      *                          and BCKIMPRT, RISKSCCF weights, and  *
      *                          written to DD RISKSCOR               *
      *                OWNRNTFY  the SYSOWNER owners of the system    *
      *                          mailed through NTFYPOL/MAILLKUP/     *
      *                          BC1PMLIF; a failed send goes to DD   *
      *                          MAILDLQ and a digest hold to DD      *
      *                          NOTFYDGQ, as in the exit             *
      *                WRITBACK  re-posted through SNOWWRBK with its  *
      *                          dead-letter capture suppressed       *
      *              An entry that still fails is rewritten to the    *
      *              carry-forward DD EXDEFERO with XDQ-ATTEMPTS      *
      *              counted up, until it has used up its attempts    *
      *              and is given up on with a report line - the      *
      *              C1UWBKRD shape. Every entry's disposition goes   *
      *              to DD EXDFRRPT. PARM optionally supplies the     *
      *              attempt ceiling (2 digits, default 3).           *
      *                                                               *
      * SETUP:       The JCL step after this one copies DD EXDEFERO   *
      *              back over the live EXDEFERQ, the same rewrite-   *
      *              the-queue pattern C1USHPSW uses for SHPQUEUE.    *
      *              The approver notice of a package whose score was *
      *              deferred has already gone out without the score  *
      *              line; the score is on DD RISKSCOR from here on.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UEXDFR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXDEFERQ ASSIGN TO EXDEFERQ
               FILE STATUS IS WS-EXDEFERQ-FILE-STATUS.
           SELECT EXDEFERO ASSIGN TO EXDEFERO.
           SELECT EXDFRRPT ASSIGN TO EXDFRRPT.
           SELECT SYSOWNER ASSIGN TO SYSOWNER
               FILE STATUS IS WS-SYSOWNER-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-PKGMANIF-FILE-STATUS.
           SELECT RSNCLOG ASSIGN TO RSNCLOG
               FILE STATUS IS WS-RSNCLOG-FILE-STATUS.
           SELECT SNOWLG2 ASSIGN TO SNOWLG2
               FILE STATUS IS WS-SNOWLG2-FILE-STATUS.
           SELECT BCKIMPRT ASSIGN TO BCKIMPRT
               FILE STATUS IS WS-BCKIMPRT-FILE-STATUS.
           SELECT RISKSCOR ASSIGN TO RISKSCOR
               FILE STATUS IS WS-RISKSCOR-FILE-STATUS.
           SELECT MAILDLQ ASSIGN TO MAILDLQ
               FILE STATUS IS WS-MAILDLQ-FILE-STATUS.
           SELECT NOTFYDGQ ASSIGN TO NOTFYDGQ
               FILE STATUS IS WS-NOTFYDGQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXDEFERQ
           RECORD CONTAINS 120 CHARACTERS.
       01  EXDEFERQ-REC                     PIC X(120).

       FD  EXDEFERO
           RECORD CONTAINS 120 CHARACTERS.
       01  EXDEFERO-REC                     PIC X(120).

       FD  EXDFRRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  EXDFRRPT-REC                     PIC X(80).

      *-----------------------------------------------------------------
      *  The exit's own inputs and outputs, in the layouts C1UEXT07
      *  keeps for them.
      *-----------------------------------------------------------------
       FD  SYSOWNER
           RECORD CONTAINS 80 CHARACTERS.
       01  SYSOWNER-REC.
           03  OWN-SYSTEM                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  OWN-RECIPIENT                PIC X(08).
           03  FILLER                       PIC X(63).

       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  MAN-CAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(01).
           03  MAN-SCL-RECORD               PIC X(80).
           03  FILLER                       PIC X(14).

       FD  RSNCLOG
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLOG-REC.
           03  RSNCLOG-HEADER           PIC X(64).
           03  RSNCLOG-BODY.
              05  RSNC-LOG-DATE         PIC 9(08).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-TIME         PIC 9(08).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-MESSAGE-CODE PIC X(04).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-USER-ID      PIC X(08).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-ACTION-NAME  PIC X(10).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-CCID         PIC X(12).
              05  FILLER                PIC X(25).

       FD  SNOWLG2
           RECORD CONTAINS 132 CHARACTERS.
       01  SNOWLG2-REC                  PIC X(132).

       FD  BCKIMPRT
           RECORD CONTAINS 88 CHARACTERS.
       01  BCKIMPRT-REC.
           03  BKI-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  BKI-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  BKI-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  BKI-ENV                  PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKI-STGID                PIC X(01).
           03  FILLER                   PIC X(01).
           03  BKI-BACKOUT-STATUS       PIC X(12).
           03  FILLER                   PIC X(01).
           03  BKI-CAST-USER            PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKI-UPDATE-USER          PIC X(08).
           03  FILLER                   PIC X(14).

       FD  RISKSCOR
           RECORD CONTAINS 80 CHARACTERS.
       01  RISKSCOR-REC.
           03  RSK-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  RSK-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  RSK-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  RSK-SCORE                PIC 9(05).
           03  FILLER                   PIC X(01).
           03  RSK-ELEMENTS             PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-SYSTEMS              PIC 9(03).
           03  FILLER                   PIC X(01).
           03  RSK-RSNFAILS             PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-OVERRIDES            PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-BACKOUTS             PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-IMPACTED             PIC 9(04).
           03  FILLER                   PIC X(17).

       FD  MAILDLQ
           RECORD CONTAINS 100 CHARACTERS.
       01  MAILDLQ-REC.
           03  DLQ-PACKAGE-ID                PIC X(16).
           03  DLQ-DATE                      PIC X(08).
           03  DLQ-TIME                      PIC X(06).
           03  DLQ-RECIPIENT                 PIC X(08).
           03  DLQ-RETURN-CODE               PIC 9(04).
           03  DLQ-SUBJECT                   PIC X(50).
           03  FILLER                        PIC X(08).

       FD  NOTFYDGQ
           RECORD CONTAINS 180 CHARACTERS.
       01  NOTFYDGQ-REC.
           03  NDQ-PACKAGE-ID                PIC X(16).
           03  NDQ-DATE                      PIC X(08).
           03  NDQ-TIME                      PIC X(06).
           03  NDQ-RECIPIENT                 PIC X(08).
           03  NDQ-SUBJECT                   PIC X(50).
           03  NDQ-MESSAGE                   PIC X(80).
           03  FILLER                        PIC X(12).

       WORKING-STORAGE SECTION.

       01  WS-EXDEFERQ-FILE-STATUS          PIC X(02).
           88  EXDEFERQ-ATEND                       VALUE '10'.
           88  EXDEFERQ-NOT-AVAILABLE               VALUE '30' '35'.
       01  WS-SYSOWNER-FILE-STATUS          PIC X(02).
           88  SYSOWNER-ATEND                       VALUE '10'.
           88  SYSOWNER-NOT-AVAILABLE               VALUE '30' '35'.
       01  WS-PKGMANIF-FILE-STATUS          PIC X(02).
           88  PKGMANIF-ATEND                       VALUE '10'.
           88  PKGMANIF-NOT-AVAILABLE               VALUE '30' '35'.
       01  WS-RSNCLOG-FILE-STATUS           PIC X(02).
           88  RSNCLOG-ATEND                        VALUE '10'.
           88  RSNCLOG-NOT-AVAILABLE                VALUE '30' '35'.
       01  WS-SNOWLG2-FILE-STATUS           PIC X(02).
           88  SNOWLG2-ATEND                        VALUE '10'.
           88  SNOWLG2-NOT-AVAILABLE                VALUE '30' '35'.
       01  WS-BCKIMPRT-FILE-STATUS          PIC X(02).
           88  BCKIMPRT-ATEND                       VALUE '10'.
           88  BCKIMPRT-NOT-AVAILABLE               VALUE '30' '35'.
       01  WS-RISKSCOR-FILE-STATUS          PIC X(02).
       01  WS-MAILDLQ-FILE-STATUS           PIC X(02).
       01  WS-NOTFYDGQ-FILE-STATUS          PIC X(02).

         COPY EXDEFERQ.
         COPY RISKSCCF.
         COPY EAIXREQ.

       01  WS-MAX-ATTEMPTS                  PIC 9(02) VALUE 3.
       01  WS-ENTRY-ATTEMPTS                PIC 9(02).
       01  WS-ENTRY-OK                      PIC X(01).
           88  ENTRY-DONE                           VALUE 'Y'.
       01  WS-ENTRY-DETAIL                  PIC X(24).
       01  WS-NOW-DATE                      PIC 9(08).
       01  WS-NOW-TIME                      PIC 9(08).

       01  WS-READ-COUNT                    PIC 9(07) VALUE 0.
       01  WS-DONE-COUNT                    PIC 9(07) VALUE 0.
       01  WS-REQUEUED-COUNT                PIC 9(07) VALUE 0.
       01  WS-ABANDONED-COUNT               PIC 9(07) VALUE 0.

      *= Risk score of one package (as C1UEXT07 0190-0195) ============
       01  WS-RISK-SCORE                    PIC 9(05).
       01  WS-RISK-ELEMENTS                 PIC 9(04).
       01  WS-RISK-SYSTEMS                  PIC 9(03).
       01  WS-RISK-RSNFAILS                 PIC 9(04).
       01  WS-RISK-OVERRIDES                PIC 9(04).
       01  WS-RISK-BACKOUTS                 PIC 9(04).
       01  WS-RISK-IMPACTED                 PIC 9(04).
       01  WS-RISK-LG-TALLY                 PIC 9(03).
       01  WS-RSY-MAX                       PIC 9(02) VALUE 32.
       01  WS-RSY-COUNT                     PIC 9(02).
       01  WS-RSY-INX                       PIC 9(02).
       01  WS-RSY-FOUND                     PIC X(01).
           88  RISK-SYSTEM-SEEN                     VALUE 'Y'.
       01  WS-RSY-TABLE.
           03  WS-RSY-SYSTEM                PIC X(08) OCCURS 32 TIMES.
       01  WS-RISK-MANIF-SYSTEM             PIC X(08).
       01  WS-RISK-SCAN-POS                 PIC 9(03).
       01  WS-RISK-SCAN-LEN                 PIC 9(03).

      *= System owners (DD SYSOWNER, loaded once) =====================
       01  WS-OWNERS-LOADED                 PIC X(01) VALUE 'N'.
           88  OWNERS-LOADED                        VALUE 'Y'.
       01  WS-OW-MAX                        PIC 9(02) VALUE 64.
       01  WS-OW-COUNT                      PIC 9(02) VALUE 0.
       01  WS-OW-INX                        PIC 9(02).
       01  WS-OW-TABLE.
           03  WS-OW-ENTRY OCCURS 64 TIMES.
               05  WS-OW-SYSTEM             PIC X(08).
               05  WS-OW-RECIPIENT          PIC X(08).
       01  WS-NTF-SEVERITY                  PIC X(01).
       01  WS-NTF-DECISION                  PIC X(01).
       01  WS-MAIL-ADDRESS                  PIC X(50).
       01  WS-MAIL-DELEGATE                 PIC X(08).
       01  WS-MAIL-DIR-FOUND                PIC X(01).
       01  WS-MAIL-RC                       PIC 9(04).
       01  WS-MAIL-SENT                     PIC 9(02).

       01  MYSMTP-MESSAGE                   PIC X(80).
       01  MYSMTP-USERID                    PIC X(8).
       01  MYSMTP-FROM                      PIC X(50).
       01  MYSMTP-SUBJECT                   PIC X(50).
       01  MYSMTP-TEXT.
           03  MYSMTP-COUNTER               PIC 9(2).
           03  MYSMTP-MSG-TEXT.
                05  MYSMTP-LINE             PIC X(133) OCCURS 99.
       01  MYSMTP-URL                       PIC X(1).

      *= ServiceNow write-back (SNOWWRBK, capture suppressed) ==========
       01  WS-WRBK-ENV                      PIC X(08) VALUE SPACES.
       01  WS-WRBK-INSTANCE                 PIC X(40) VALUE SPACES.
       01  WS-DLQ-SUPPRESS                  PIC X(01) VALUE 'Y'.
       01  WS-WRBK-RC                       PIC 9(04).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM                   PIC X(08).
       01  WS-LGR-COUNT                     PIC 9(07).
       01  WS-LGR-RC                        PIC S9(04).

       01  WS-DISPOSITION-LINE.
           03  RPT-DISPOSITION              PIC X(10).
           03  RPT-WORK-TYPE                PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-EXIT-NAME                PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DETAIL                   PIC X(24).
           03  FILLER                       PIC X(09) VALUE
               ' ATTEMPT '.
           03  RPT-ATTEMPTS                 PIC 9(02).

       01  WS-SUMMARY-LINE.
           03  RPT-READ-COUNT               PIC ZZZ9.
           03  FILLER                       PIC X(07) VALUE ' READ, '.
           03  RPT-DONE-COUNT               PIC ZZZ9.
           03  FILLER                       PIC X(07) VALUE ' DONE, '.
           03  RPT-REQUEUED-COUNT           PIC ZZZ9.
           03  FILLER                       PIC X(11) VALUE
               ' REQUEUED, '.
           03  RPT-ABANDONED-COUNT          PIC ZZZ9.
           03  FILLER                       PIC X(10) VALUE
               ' ABANDONED'.
           03  FILLER                       PIC X(29) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH             PIC S9(04) COMP.
           05  PARM-MAX-ATTEMPTS            PIC 9(02).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           IF LINK-PARM-LENGTH >= 2
              AND PARM-MAX-ATTEMPTS IS NUMERIC
              AND PARM-MAX-ATTEMPTS > 0
              MOVE PARM-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
           END-IF.

           OPEN OUTPUT EXDFRRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           OPEN OUTPUT EXDEFERO.

           OPEN INPUT EXDEFERQ.
           IF NOT EXDEFERQ-NOT-AVAILABLE
              PERFORM 0100-READ-EXDEFERQ
              PERFORM 0200-CATCH-UP-ONE-ENTRY UNTIL EXDEFERQ-ATEND
              CLOSE EXDEFERQ
           END-IF.

           MOVE WS-READ-COUNT      TO RPT-READ-COUNT.
           MOVE WS-DONE-COUNT      TO RPT-DONE-COUNT.
           MOVE WS-REQUEUED-COUNT  TO RPT-REQUEUED-COUNT.
           MOVE WS-ABANDONED-COUNT TO RPT-ABANDONED-COUNT.
           WRITE EXDFRRPT-REC FROM WS-SUMMARY-LINE.

           CLOSE EXDEFERO.
           CLOSE EXDFRRPT.

           DISPLAY 'C1UEXDFR: ' WS-READ-COUNT ' READ, '
                   WS-DONE-COUNT ' DONE, '
                   WS-REQUEUED-COUNT ' REQUEUED, '
                   WS-ABANDONED-COUNT ' ABANDONED'.

           IF WS-ABANDONED-COUNT > 0 OR WS-REQUEUED-COUNT > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UEXDFR' TO WS-LGR-PROGRAM.
           MOVE WS-READ-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of EXDFRRPT - see COPY RUNCTXH.
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
           WRITE EXDFRRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-READ-EXDEFERQ.

           READ EXDEFERQ INTO WS-EXDEFER-RECORD
               AT END MOVE '10' TO WS-EXDEFERQ-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  One deferred piece of work. An entry of a type this program
      *  does not know is reported and dropped - it can never succeed
      *  by being carried forward.
      *-----------------------------------------------------------------
       0200-CATCH-UP-ONE-ENTRY.

           ADD 1 TO WS-READ-COUNT.
           IF XDQ-ATTEMPTS IS NUMERIC
              MOVE XDQ-ATTEMPTS TO WS-ENTRY-ATTEMPTS
           ELSE
              MOVE 0 TO WS-ENTRY-ATTEMPTS
           END-IF.
           ADD 1 TO WS-ENTRY-ATTEMPTS.
           MOVE 'N'    TO WS-ENTRY-OK.
           MOVE SPACES TO WS-ENTRY-DETAIL.

           EVALUATE TRUE
             WHEN XDQ-RISK-SCORE
               PERFORM 0300-SCORE-PACKAGE
             WHEN XDQ-OWNER-NOTICE
               PERFORM 0400-NOTIFY-SYSTEM-OWNERS
             WHEN XDQ-WRITE-BACK
               PERFORM 0500-POST-WRITE-BACK
             WHEN OTHER
               MOVE 'UNKNOWN WORK TYPE' TO WS-ENTRY-DETAIL
               MOVE WS-MAX-ATTEMPTS TO WS-ENTRY-ATTEMPTS
           END-EVALUATE.

           MOVE XDQ-WORK-TYPE     TO RPT-WORK-TYPE.
           MOVE XDQ-PACKAGE-ID    TO RPT-PACKAGE-ID.
           MOVE XDQ-EXIT-NAME     TO RPT-EXIT-NAME.
           MOVE WS-ENTRY-DETAIL   TO RPT-DETAIL.
           MOVE WS-ENTRY-ATTEMPTS TO RPT-ATTEMPTS.
           IF ENTRY-DONE
              ADD 1 TO WS-DONE-COUNT
              MOVE 'DONE      ' TO RPT-DISPOSITION
           ELSE
              IF WS-ENTRY-ATTEMPTS < WS-MAX-ATTEMPTS
                 ADD 1 TO WS-REQUEUED-COUNT
                 MOVE WS-ENTRY-ATTEMPTS TO XDQ-ATTEMPTS
                 WRITE EXDEFERO-REC FROM WS-EXDEFER-RECORD
                 MOVE 'REQUEUED  ' TO RPT-DISPOSITION
              ELSE
                 ADD 1 TO WS-ABANDONED-COUNT
                 MOVE 'ABANDONED ' TO RPT-DISPOSITION
                 DISPLAY 'C1UEXDFR: ' XDQ-WORK-TYPE ' FOR '
                         XDQ-PACKAGE-ID ' ABANDONED - '
                         WS-ENTRY-DETAIL
              END-IF
           END-IF.
           WRITE EXDFRRPT-REC FROM WS-DISPOSITION-LINE.

           PERFORM 0100-READ-EXDEFERQ.

      *-----------------------------------------------------------------
      *  The pre-cast risk score, worked exactly as C1UEXT07 works it
      *  (see its 0190 banner) for the queued package and creator.
      *  Only a RISKSCOR record that cannot be written fails the
      *  entry; a missing input counts nothing, as in the exit.
      *-----------------------------------------------------------------
       0300-SCORE-PACKAGE.

           MOVE 0 TO WS-RISK-ELEMENTS WS-RISK-RSNFAILS
                     WS-RISK-OVERRIDES WS-RISK-BACKOUTS.
           MOVE 0 TO WS-RSY-COUNT.
           PERFORM 0310-SCORE-MANIFEST.
           PERFORM 0320-SCORE-RSNCLOG.
           PERFORM 0330-SCORE-SNOWLG2.
           PERFORM 0340-SCORE-BCKIMPRT.
      *    The component impact was taken by the exit before it put
      *    the score off (CMPUSAGE is its input, not this step's).
           IF XDQ-IMPACTED IS NUMERIC
              MOVE XDQ-IMPACTED TO WS-RISK-IMPACTED
           ELSE
              MOVE 0 TO WS-RISK-IMPACTED
           END-IF.
           MOVE WS-RSY-COUNT TO WS-RISK-SYSTEMS.
           COMPUTE WS-RISK-SCORE =
               WS-RISK-ELEMENTS  * WS-RISKSC-WT-ELEMENT
             + WS-RISK-SYSTEMS   * WS-RISKSC-WT-SYSTEM
             + WS-RISK-RSNFAILS  * WS-RISKSC-WT-RSNFAIL
             + WS-RISK-OVERRIDES * WS-RISKSC-WT-OVERRIDE
             + WS-RISK-BACKOUTS  * WS-RISKSC-WT-BACKOUT
             + WS-RISK-IMPACTED  * WS-RISKSC-WT-IMPACT
               ON SIZE ERROR MOVE 99999 TO WS-RISK-SCORE
           END-COMPUTE.
           PERFORM 0350-WRITE-RISK-RECORD.

       0310-SCORE-MANIFEST.

           OPEN INPUT PKGMANIF.
           IF NOT PKGMANIF-NOT-AVAILABLE
              PERFORM 0311-READ-PKGMANIF
              PERFORM 0312-SCORE-ONE-MANIFEST UNTIL PKGMANIF-ATEND
              CLOSE PKGMANIF
           END-IF.

       0311-READ-PKGMANIF.

           READ PKGMANIF
               AT END MOVE '10' TO WS-PKGMANIF-FILE-STATUS
           END-READ.

       0312-SCORE-ONE-MANIFEST.

           IF MAN-PACKAGE-ID = XDQ-PACKAGE-ID
              MOVE 0 TO WS-RISK-SCAN-POS
              INSPECT MAN-SCL-RECORD TALLYING WS-RISK-SCAN-POS
                      FOR CHARACTERS BEFORE ' ELEMENT '''
              IF WS-RISK-SCAN-POS < 70
                 ADD 1 TO WS-RISK-ELEMENTS
              END-IF
              MOVE SPACES TO WS-RISK-MANIF-SYSTEM
              MOVE 0 TO WS-RISK-SCAN-POS
              INSPECT MAN-SCL-RECORD TALLYING WS-RISK-SCAN-POS
                      FOR CHARACTERS BEFORE ' SYSTEM '''
              IF WS-RISK-SCAN-POS < 70
                 ADD 10 TO WS-RISK-SCAN-POS
                 MOVE 0 TO WS-RISK-SCAN-LEN
                 INSPECT MAN-SCL-RECORD(WS-RISK-SCAN-POS:)
                         TALLYING WS-RISK-SCAN-LEN
                         FOR CHARACTERS BEFORE ''''
                 IF WS-RISK-SCAN-LEN > 8
                    MOVE 8 TO WS-RISK-SCAN-LEN
                 END-IF
                 IF WS-RISK-SCAN-LEN > 0
                    MOVE MAN-SCL-RECORD
                         (WS-RISK-SCAN-POS:WS-RISK-SCAN-LEN)
                         TO WS-RISK-MANIF-SYSTEM(1:WS-RISK-SCAN-LEN)
                    PERFORM 0313-COUNT-DISTINCT-SYSTEM
                 END-IF
              END-IF
           END-IF.
           PERFORM 0311-READ-PKGMANIF.

       0313-COUNT-DISTINCT-SYSTEM.

           MOVE 'N' TO WS-RSY-FOUND.
           PERFORM VARYING WS-RSY-INX FROM 1 BY 1
                   UNTIL WS-RSY-INX > WS-RSY-COUNT
                      OR RISK-SYSTEM-SEEN
              IF WS-RISK-MANIF-SYSTEM = WS-RSY-SYSTEM(WS-RSY-INX)
                 MOVE 'Y' TO WS-RSY-FOUND
              END-IF
           END-PERFORM.
           IF NOT RISK-SYSTEM-SEEN
              IF WS-RSY-COUNT < WS-RSY-MAX
                 ADD 1 TO WS-RSY-COUNT
                 MOVE WS-RISK-MANIF-SYSTEM
                      TO WS-RSY-SYSTEM(WS-RSY-COUNT)
              END-IF
           END-IF.

       0320-SCORE-RSNCLOG.

           MOVE SPACES               TO WS-EAIX-REQUEST.
           MOVE 'T'                  TO EAX-FUNCTION.
           MOVE XDQ-PACKAGE-ID(1:10) TO EAX-CCID.
           CALL 'C1UEAIXU' USING WS-EAIX-REQUEST.
           IF EAX-INDEX-USED
              IF EAX-FAIL-COUNT > 9999
                 MOVE 9999 TO WS-RISK-RSNFAILS
              ELSE
                 MOVE EAX-FAIL-COUNT TO WS-RISK-RSNFAILS
              END-IF
           ELSE
              OPEN INPUT RSNCLOG
              IF NOT RSNCLOG-NOT-AVAILABLE
                 PERFORM 0321-READ-RSNCLOG
                 PERFORM 0322-SCORE-ONE-REASON UNTIL RSNCLOG-ATEND
                 CLOSE RSNCLOG
              END-IF
           END-IF.

       0321-READ-RSNCLOG.

           PERFORM WITH TEST AFTER
                   UNTIL WS-RSNCLOG-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ RSNCLOG
                  AT END MOVE '10' TO WS-RSNCLOG-FILE-STATUS
              END-READ
              IF WS-RSNCLOG-FILE-STATUS(1:1) = '0'
                 MOVE 'RSNCLOG'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE RSNCLOG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       0322-SCORE-ONE-REASON.

           IF RSNC-LOG-CCID(1:10) = XDQ-PACKAGE-ID(1:10)
              AND RSNC-LOG-MESSAGE-CODE NOT = SPACES
              AND RSNC-LOG-MESSAGE-CODE NOT = '0000'
              ADD 1 TO WS-RISK-RSNFAILS
           END-IF.
           PERFORM 0321-READ-RSNCLOG.

       0330-SCORE-SNOWLG2.

           IF EAX-INDEX-USED
              IF EAX-OVERRIDE-COUNT > 9999
                 MOVE 9999 TO WS-RISK-OVERRIDES
              ELSE
                 MOVE EAX-OVERRIDE-COUNT TO WS-RISK-OVERRIDES
              END-IF
           ELSE
              OPEN INPUT SNOWLG2
              IF NOT SNOWLG2-NOT-AVAILABLE
                 PERFORM 0331-READ-SNOWLG2
                 PERFORM 0332-SCORE-ONE-TRACE UNTIL SNOWLG2-ATEND
                 CLOSE SNOWLG2
              END-IF
           END-IF.

       0331-READ-SNOWLG2.

           READ SNOWLG2
               AT END MOVE '10' TO WS-SNOWLG2-FILE-STATUS
           END-READ.

       0332-SCORE-ONE-TRACE.

           MOVE 0 TO WS-RISK-LG-TALLY.
           INSPECT SNOWLG2-REC TALLYING WS-RISK-LG-TALLY
                   FOR ALL 'EMERGENCY OVERRIDE'.
           IF WS-RISK-LG-TALLY > 0
              MOVE 0 TO WS-RISK-LG-TALLY
              INSPECT SNOWLG2-REC TALLYING WS-RISK-LG-TALLY
                      FOR ALL XDQ-PACKAGE-ID(1:10)
              IF WS-RISK-LG-TALLY > 0
                 ADD 1 TO WS-RISK-OVERRIDES
              END-IF
           END-IF.
           PERFORM 0331-READ-SNOWLG2.

       0340-SCORE-BCKIMPRT.

           OPEN INPUT BCKIMPRT.
           IF NOT BCKIMPRT-NOT-AVAILABLE
              PERFORM 0341-READ-BCKIMPRT
              PERFORM 0342-SCORE-ONE-BACKOUT UNTIL BCKIMPRT-ATEND
              CLOSE BCKIMPRT
           END-IF.

       0341-READ-BCKIMPRT.

           READ BCKIMPRT
               AT END MOVE '10' TO WS-BCKIMPRT-FILE-STATUS
           END-READ.

       0342-SCORE-ONE-BACKOUT.

           IF BKI-CAST-USER = XDQ-CREATE-USER
              AND XDQ-CREATE-USER NOT = SPACES
              ADD 1 TO WS-RISK-BACKOUTS
           END-IF.
           PERFORM 0341-READ-BCKIMPRT.

       0350-WRITE-RISK-RECORD.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES            TO RISKSCOR-REC.
           MOVE WS-NOW-DATE       TO RSK-DATE.
           MOVE WS-NOW-TIME(1:6)  TO RSK-TIME.
           MOVE XDQ-PACKAGE-ID    TO RSK-PACKAGE-ID.
           MOVE WS-RISK-SCORE     TO RSK-SCORE.
           MOVE WS-RISK-ELEMENTS  TO RSK-ELEMENTS.
           MOVE WS-RISK-SYSTEMS   TO RSK-SYSTEMS.
           MOVE WS-RISK-RSNFAILS  TO RSK-RSNFAILS.
           MOVE WS-RISK-OVERRIDES TO RSK-OVERRIDES.
           MOVE WS-RISK-BACKOUTS  TO RSK-BACKOUTS.
           MOVE WS-RISK-IMPACTED  TO RSK-IMPACTED.
           OPEN EXTEND RISKSCOR.
           IF WS-RISKSCOR-FILE-STATUS = '00'
              WRITE RISKSCOR-REC
              CLOSE RISKSCOR
              MOVE 'Y' TO WS-ENTRY-OK
              MOVE SPACES TO WS-ENTRY-DETAIL
              STRING 'SCORE ' WS-RISK-SCORE
                 DELIMITED BY SIZE INTO WS-ENTRY-DETAIL
              END-STRING
           ELSE
              MOVE SPACES TO WS-ENTRY-DETAIL
              STRING 'RISKSCOR OPEN FS ' WS-RISKSCOR-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ENTRY-DETAIL
              END-STRING
           END-IF.

      *-----------------------------------------------------------------
      *  The owner notice of C1UEXT07 0149 for the queued system. The
      *  delivery policy is applied per recipient as in the exit; a
      *  send that fails is dead-lettered to MAILDLQ for C1UDLQRD, not
      *  carried forward here, so an owner already mailed is never
      *  mailed twice. The entry is done once every owner has been
      *  sent, held or dead-lettered.
      *-----------------------------------------------------------------
       0400-NOTIFY-SYSTEM-OWNERS.

           IF NOT OWNERS-LOADED
              PERFORM 0410-LOAD-SYSTEM-OWNERS
           END-IF.

           MOVE SPACES TO MYSMTP-FROM.
           MOVE 'ENDEVOR PACKAGE CAST' TO MYSMTP-FROM.
           MOVE SPACES TO MYSMTP-SUBJECT.
           STRING 'Endevor package touches system ' XDQ-SYSTEM
              DELIMITED BY SIZE INTO MYSMTP-SUBJECT
           END-STRING.
           MOVE SPACES TO MYSMTP-MESSAGE.
           STRING 'PACKAGE ' XDQ-PACKAGE-ID ' CAST IN '
                  XDQ-ENV ' CARRIES ELEMENTS OF SYSTEM '
                  XDQ-SYSTEM
              DELIMITED BY SIZE INTO MYSMTP-MESSAGE
           END-STRING.
           MOVE 01 TO MYSMTP-COUNTER.
           MOVE SPACES TO MYSMTP-LINE(1).
           STRING 'PACKAGE ' XDQ-PACKAGE-ID ' CREATED BY '
                  XDQ-CREATE-USER ' WAS CAST IN '
                  XDQ-ENV ' AND CARRIES ELEMENTS OF YOUR '
                  'SYSTEM ' XDQ-SYSTEM '.'
              DELIMITED BY SIZE INTO MYSMTP-LINE(1)
           END-STRING.
           MOVE SPACES TO MYSMTP-URL.

           MOVE 0 TO WS-MAIL-SENT.
           PERFORM VARYING WS-OW-INX FROM 1 BY 1
                   UNTIL WS-OW-INX > WS-OW-COUNT
              IF XDQ-SYSTEM = WS-OW-SYSTEM(WS-OW-INX)
                 MOVE WS-OW-RECIPIENT(WS-OW-INX) TO MYSMTP-USERID
                 PERFORM 0420-SEND-ONE-OWNER-NOTICE
              END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-ENTRY-OK.
           MOVE SPACES TO WS-ENTRY-DETAIL.
           STRING WS-MAIL-SENT ' OWNER(S) OF ' XDQ-SYSTEM
              DELIMITED BY SIZE INTO WS-ENTRY-DETAIL
           END-STRING.

       0410-LOAD-SYSTEM-OWNERS.

           MOVE 'Y' TO WS-OWNERS-LOADED.
           OPEN INPUT SYSOWNER.
           IF NOT SYSOWNER-NOT-AVAILABLE
              PERFORM 0411-READ-SYSOWNER
              PERFORM 0412-LOAD-ONE-OWNER UNTIL SYSOWNER-ATEND
              CLOSE SYSOWNER
           END-IF.

       0411-READ-SYSOWNER.

           READ SYSOWNER
               AT END MOVE '10' TO WS-SYSOWNER-FILE-STATUS
           END-READ.

       0412-LOAD-ONE-OWNER.

           IF OWN-SYSTEM NOT = SPACES
              AND OWN-SYSTEM(1:1) NOT = '*'
              AND OWN-RECIPIENT NOT = SPACES
              IF WS-OW-COUNT < WS-OW-MAX
                 ADD 1 TO WS-OW-COUNT
                 MOVE OWN-SYSTEM    TO WS-OW-SYSTEM(WS-OW-COUNT)
                 MOVE OWN-RECIPIENT TO WS-OW-RECIPIENT(WS-OW-COUNT)
              END-IF
           END-IF.
           PERFORM 0411-READ-SYSOWNER.

       0420-SEND-ONE-OWNER-NOTICE.

           MOVE 'I' TO WS-NTF-SEVERITY.
           CALL 'NTFYPOL' USING MYSMTP-USERID
                                 WS-NTF-SEVERITY
                                 WS-NTF-DECISION.
           EVALUATE WS-NTF-DECISION
             WHEN 'X'
               DISPLAY 'C1UEXDFR: OWNER NOTICE SUPPRESSED BY '
                       'DELIVERY POLICY FOR ' MYSMTP-USERID
             WHEN 'D'
               PERFORM 0440-QUEUE-DIGEST-NOTICE
               ADD 1 TO WS-MAIL-SENT
             WHEN OTHER
               CALL 'MAILLKUP' USING MYSMTP-USERID
                                     WS-MAIL-ADDRESS
                                     WS-MAIL-DELEGATE
                                     WS-MAIL-DIR-FOUND
               CALL 'BC1PMLIF' USING MYSMTP-MESSAGE
                                     WS-MAIL-ADDRESS
                                     MYSMTP-FROM
                                     MYSMTP-SUBJECT
                                     MYSMTP-TEXT
                                     MYSMTP-URL
               MOVE RETURN-CODE TO WS-MAIL-RC
               IF WS-MAIL-RC > 0
                  DISPLAY 'C1UEXDFR: OWNER NOTIFY FAILED RC = '
                          WS-MAIL-RC ' FOR ' MYSMTP-USERID
                  PERFORM 0430-WRITE-MAIL-DEADLETTER
               ELSE
                  ADD 1 TO WS-MAIL-SENT
               END-IF
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       0430-WRITE-MAIL-DEADLETTER.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES             TO MAILDLQ-REC.
           MOVE XDQ-PACKAGE-ID     TO DLQ-PACKAGE-ID.
           MOVE WS-NOW-DATE        TO DLQ-DATE.
           MOVE WS-NOW-TIME        TO DLQ-TIME.
           MOVE MYSMTP-USERID      TO DLQ-RECIPIENT.
           MOVE WS-MAIL-RC         TO DLQ-RETURN-CODE.
           MOVE MYSMTP-SUBJECT     TO DLQ-SUBJECT.
           OPEN EXTEND MAILDLQ.
           IF WS-MAILDLQ-FILE-STATUS = '00'
              WRITE MAILDLQ-REC
              CLOSE MAILDLQ
           ELSE
              DISPLAY 'C1UEXDFR: MAILDLQ OPEN FAILED - FILE STATUS '
                      WS-MAILDLQ-FILE-STATUS ' - NOTICE LOST FOR '
                      MYSMTP-USERID
           END-IF.

       0440-QUEUE-DIGEST-NOTICE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES             TO NOTFYDGQ-REC.
           MOVE XDQ-PACKAGE-ID     TO NDQ-PACKAGE-ID.
           MOVE WS-NOW-DATE        TO NDQ-DATE.
           MOVE WS-NOW-TIME        TO NDQ-TIME.
           MOVE MYSMTP-USERID      TO NDQ-RECIPIENT.
           MOVE MYSMTP-SUBJECT     TO NDQ-SUBJECT.
           MOVE MYSMTP-MESSAGE     TO NDQ-MESSAGE.
           OPEN EXTEND NOTFYDGQ.
           IF WS-NOTFYDGQ-FILE-STATUS = '00'
              WRITE NOTFYDGQ-REC
              CLOSE NOTFYDGQ
           ELSE
              DISPLAY 'C1UEXDFR: NOTFYDGQ OPEN FAILED - FILE STATUS '
                      WS-NOTFYDGQ-FILE-STATUS ' - NOTICE LOST FOR '
                      MYSMTP-USERID
           END-IF.

      *-----------------------------------------------------------------
      *  The deferred write-back, in the name of the job that deferred
      *  it. SNOWWRBK's own dead-letter capture is suppressed - this
      *  program owns the retry, as C1UWBKRD does for SNOWWDLQ.
      *-----------------------------------------------------------------
       0500-POST-WRITE-BACK.

           MOVE XDQ-ENV TO WS-WRBK-ENV.
           MOVE SPACES  TO WS-WRBK-INSTANCE.
           CALL 'SNOWWRBK' USING XDQ-WRBK-OBJ
                                  XDQ-WRBK-EVENT
                                  XDQ-PACKAGE-ID
                                  XDQ-JOB-NAME
                                  WS-WRBK-ENV
                                  WS-WRBK-INSTANCE
                                  WS-DLQ-SUPPRESS.
           MOVE RETURN-CODE TO WS-WRBK-RC.
           MOVE SPACES TO WS-ENTRY-DETAIL.
           IF WS-WRBK-RC = 0
              MOVE 'Y' TO WS-ENTRY-OK
              STRING XDQ-WRBK-OBJ ' ' XDQ-WRBK-EVENT
                 DELIMITED BY SIZE INTO WS-ENTRY-DETAIL
              END-STRING
           ELSE
              DISPLAY 'C1UEXDFR: CALL SNOWWRBK RC = ' WS-WRBK-RC
                      ' FOR OBJECT ' XDQ-WRBK-OBJ
              STRING XDQ-WRBK-OBJ ' RC=' WS-WRBK-RC
                 DELIMITED BY SIZE INTO WS-ENTRY-DETAIL
              END-STRING
           END-IF.
           MOVE 0 TO RETURN-CODE.
