       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Approval expiry for packages approved and never  *
      *              executed. An approval is given to the content    *
      *              the approvers saw; months later the package can  *
      *              still be executed though that content no longer  *
      *              matches the systems it lands on. This nightly    *
      *              pass browses the keyed DD PKGMASTR master for    *
      *              packages in APPROVED status, dates each approval *
      *              from the latest approving GROUP record on DD     *
      *              AUDIT7 (the master's last-event date when there  *
      *              is none) and counts the business days since      *
      *              through APIMONTH. Against the per-environment    *
      *              limit (copybook APREXPCF, section %APREXPIR):    *
      *                - past the limit the package's approvals are   *
      *                  reset through ENA$NDVR (function 'T'), the   *
      *                  creator and every approver are told, and the *
      *                  reset is recorded on AUDIT7 (event APXRST)   *
      *                  and as a type X event on the keyed DD        *
      *                  PKGHIST store;                               *
      *                - within the warning lead of the limit the     *
      *                  creator and approvers get one warning email  *
      *                  per approval (AUDIT7 event APXWRN marks it   *
      *                  sent).                                       *
      *              Every package acted on is listed on DD APEXPRPT. *
      *              With %APREXPIR not enabled the run reports what  *
      *              it would warn and reset, and does nothing else.  *
      *                                                               *
      *              RC 0 done, 4 a reset failed, 12 PKGMASTR not     *
      *              available.                                       *
      *                                                               *
      * SETUP:       The reset passes through the package exits, and  *
      *              C1UEXT07's Before-RESET guard (copybook RESETAUT)*
      *              refuses APPROVED packages - list this job's      *
      *              user ID in %RESETAUT with action R or blank.     *
      *              DD HOLCAL names the site holidays for APIMONTH.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UAPEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT7 ASSIGN TO AUDIT7
               FILE STATUS IS WS-AUDIT7-FILE-STATUS.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PKGHIST-FILE-STATUS.
           SELECT APEXPRPT ASSIGN TO APEXPRPT.
           SELECT NOTFYDGQ ASSIGN TO NOTFYDGQ
               FILE STATUS IS WS-NOTFYDGQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC.
           03  AUDIT7-HEADER                PIC X(64).
           03  AUDIT7-BODY.
              05  AUD7-PACKAGE-ID           PIC X(16).
              05  AUD7-DATE                 PIC X(08).
              05  AUD7-TIME                 PIC X(06).
              05  AUD7-EVENT                PIC X(06).
              05  AUD7-GROUP-NAME           PIC X(12).
              05  AUD7-APPROVAL-FLAG        PIC X(01).
              05  AUD7-RECIPIENT            PIC X(09).
              05  AUD7-ENV                  PIC X(08).
              05  FILLER                    PIC X(14).
              05  AUD7-CHAIN-HASH           PIC X(12).
              05  FILLER                    PIC X(04).

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

       FD  APEXPRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  APEXPRPT-REC                     PIC X(80).

      *-----------------------------------------------------------------
      *  DD NOTFYDGQ - the shared digest queue C1UDIGST rolls up; a
      *  recipient whose delivery policy (NTFYPOL) answers 'D' has
      *  their notification held here for the next digest run
      *  instead of being mailed immediately.
      *-----------------------------------------------------------------
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

       77  WS-PGM                           PIC X(8)
                                             VALUE 'ENA$NDVR'.

       01  WS-AUDIT7-FILE-STATUS            PIC X(02).
           88  AUDIT7-ATEND                        VALUE '10'.
           88  AUDIT7-NOT-AVAILABLE                VALUE '30' '35'.
       01  WS-PKGMASTR-FILE-STATUS          PIC X(02).
           88  PKGMASTR-ATEND                      VALUE '10'.
       01  WS-PKGHIST-FILE-STATUS           PIC X(02).
       01  WS-NOTFYDGQ-FILE-STATUS          PIC X(02).

       01  WS-HIST-AVAILABLE                PIC X(01) VALUE 'N'.
           88  HIST-AVAILABLE                      VALUE 'Y'.

         COPY APREXPCF.
         COPY EXITCFG.
         COPY CALLMTRC.

       01  WS-CFG-INX                       PIC 9(02).

      *= Business-day arithmetic through APIMONTH ======================
       01  WS-APIMONTH-PARMS.
           03  WS-APIMONTH-FUNCTION          PIC X(01).
           03  WS-APIMONTH-MONTH-NUMBER      PIC 9(02).
           03  WS-APIMONTH-MONTH-NAME        PIC X(03).
           03  WS-APIMONTH-RETURN-CODE       PIC 9(02).
           03  WS-APIMONTH-DATE-FROM         PIC 9(08).
           03  WS-APIMONTH-DATE-TO           PIC 9(08).
           03  WS-APIMONTH-BUSDAYS           PIC S9(05).

      *= Latest GROUP record per package/group/approver ===============
       01  WS-AP-MAX                        PIC 9(04) VALUE 2000.
       01  WS-AP-COUNT                      PIC 9(04) VALUE 0.
       01  WS-AP-DROPPED                    PIC 9(04) VALUE 0.
       01  WS-AP-INX                        PIC 9(04).
       01  WS-AP-HIT-INX                    PIC 9(04).
       01  WS-AP-FOUND                      PIC X(01).
           88  AP-ENTRY-FOUND                      VALUE 'Y'.
       01  WS-AP-TABLE.
           03  WS-AP-ENTRY OCCURS 2000 TIMES.
               05  WS-AP-PACKAGE-ID         PIC X(16).
               05  WS-AP-GROUP-NAME         PIC X(12).
               05  WS-AP-RECIPIENT          PIC X(09).
               05  WS-AP-FLAG               PIC X(01).
               05  WS-AP-DATE               PIC X(08).

      *= Latest expiry warning per package (AUDIT7 APXWRN) ============
       01  WS-WN-MAX                        PIC 9(04) VALUE 500.
       01  WS-WN-COUNT                      PIC 9(04) VALUE 0.
       01  WS-WN-INX                        PIC 9(04).
       01  WS-WN-TABLE.
           03  WS-WN-ENTRY OCCURS 500 TIMES.
               05  WS-WN-PACKAGE-ID         PIC X(16).
               05  WS-WN-DATE               PIC X(08).

      *= Approved packages due a warning or a reset ===================
       01  WS-CD-MAX                        PIC 9(04) VALUE 500.
       01  WS-CD-COUNT                      PIC 9(04) VALUE 0.
       01  WS-CD-DROPPED                    PIC 9(04) VALUE 0.
       01  WS-CD-INX                        PIC 9(04).
       01  WS-CD-TABLE.
           03  WS-CD-ENTRY OCCURS 500 TIMES.
               05  WS-CD-PACKAGE-ID         PIC X(16).
               05  WS-CD-ENV                PIC X(08).
               05  WS-CD-CREATE-USER        PIC X(08).
               05  WS-CD-APPROVED-DATE      PIC 9(08).
               05  WS-CD-AGE                PIC S9(05).
               05  WS-CD-LIMIT              PIC 9(03).
               05  WS-CD-ACTION             PIC X(01).
                   88  CD-RESET-DUE                VALUE 'R'.
                   88  CD-WARNING-DUE              VALUE 'W'.

      *= The package in hand ==========================================
       01  WS-TODAY-DATE                    PIC 9(08).
       01  WS-NOW-TIME                      PIC 9(08).
       01  WS-APPROVED-DATE                 PIC 9(08).
       01  WS-APPROVED-TEXT                 PIC X(08).
       01  WS-BUS-AGE                       PIC S9(05).
       01  WS-LIMIT-DAYS                    PIC 9(03).
       01  WS-WARN-DAYS                     PIC 9(02).
       01  WS-LIM-INX                       PIC 9(02).
       01  WS-DAYS-LEFT                     PIC S9(05).
       01  WS-DAYS-DISPLAY                  PIC ZZ9.
       01  WS-ALREADY-WARNED                PIC X(01).
           88  ALREADY-WARNED                      VALUE 'Y'.
       01  WS-NOTICE-COUNT                  PIC 9(02).
       01  WS-RESET-RC                      PIC S9(04).

       01  WS-RESET-COUNT                   PIC 9(04) VALUE 0.
       01  WS-WARNED-COUNT                  PIC 9(04) VALUE 0.
       01  WS-FAILED-COUNT                  PIC 9(04) VALUE 0.

       01  WS-HIST-DETAIL                   PIC X(43).
       01  WS-HIST-RETRIES                  PIC 9(03).
       01  WS-HIST-DONE                     PIC X(01).
           88  HIST-WRITE-DONE                     VALUE 'Y'.

      *= APXWRN/APXRST records held for one append pass ===============
       01  WS-NA-MAX                        PIC 9(04) VALUE 500.
       01  WS-NA-COUNT                      PIC 9(04) VALUE 0.
       01  WS-NA-INX                        PIC 9(04).
       01  WS-NA-EVENT                      PIC X(06).
       01  WS-NA-TABLE.
           03  WS-NA-RECORD                 PIC X(80) OCCURS 500.

       01  PGM                              PIC X(08) VALUE 'BC1PMLIF'.
       01  MYSMTP-MESSAGE                   PIC X(80).
       01  MYSMTP-USERID                    PIC X(08).
       01  MYSMTP-FROM                      PIC X(50)
           VALUE 'ENDEVOR APPROVAL EXPIRY'.
       01  MYSMTP-SUBJECT                   PIC X(50).
       01  MYSMTP-TEXT.
           03  MYSMTP-COUNTER               PIC 9(02).
           03  MYSMTP-MSG-TEXT.
               05  MYSMTP-LINE              PIC X(133) OCCURS 99.
       01  MYSMTP-URL                       PIC X(01) VALUE SPACE.

       COPY NOTFYFMT.
       COPY NOTIFTPL.

      *= Per-recipient delivery policy (NTFYPOL / DD NOTIFPOL) ========
       01  WS-NTF-SEVERITY                  PIC X(01).
       01  WS-NTF-DECISION                  PIC X(01).
       01  WS-TPL-AGE-DISPLAY               PIC 9(05).
       01  WS-TPL-INX                       PIC 9(01).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                       PIC X(80) VALUE
               'APPROVED PACKAGES NEVER EXECUTED - APPROVAL EXPIRY'.

       01  WS-DETAIL-LINE.
           03  RPT-OUTCOME                  PIC X(09).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-ENV                      PIC X(08).
           03  FILLER                       PIC X(10) VALUE
               ' APPROVED '.
           03  RPT-APPROVED-DATE            PIC 9(08).
           03  FILLER                       PIC X(05) VALUE ' AGE='.
           03  RPT-AGE                      PIC ZZZ9.
           03  FILLER                       PIC X(01) VALUE '/'.
           03  RPT-LIMIT                    PIC ZZ9.
           03  FILLER                       PIC X(09) VALUE
               ' NOTICES='.
           03  RPT-NOTICES                  PIC Z9.
           03  FILLER                       PIC X(03) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03  RPT-RESET-COUNT              PIC ZZZ9.
           03  FILLER                       PIC X(08) VALUE ' RESET, '.
           03  RPT-WARNED-COUNT             PIC ZZZ9.
           03  FILLER                       PIC X(09) VALUE ' WARNED, '.
           03  RPT-FAILED-COUNT             PIC ZZZ9.
           03  FILLER                       PIC X(07) VALUE ' FAILED'.
           03  FILLER                       PIC X(44) VALUE SPACES.

       01  WS-WTO-TEXT                      PIC X(116).

         COPY ECHAACTL.
         COPY ECHAPDEF.

         COPY RUNCTXH.

       COPY LOGHDR.
       COPY LOGCHRQ.

       PROCEDURE DIVISION.
       MAIN-LINE.

           IF NOTIFY-HTML-ENABLED
              MOVE 'H' TO MYSMTP-URL
           END-IF.

           PERFORM 0040-LOAD-APREXPIR-CONFIG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

           OPEN OUTPUT APEXPRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE APEXPRPT-REC FROM WS-HDR-LINE.
           IF NOT APX-RESET-ENABLED
              DISPLAY 'C1UAPEXP: %APREXPIR NOT ENABLED - REPORTING '
                      'ONLY, NOTHING RESET OR MAILED'
           END-IF.

           OPEN INPUT AUDIT7.
           IF AUDIT7-NOT-AVAILABLE
              DISPLAY 'C1UAPEXP: AUDIT7 NOT AVAILABLE - FILE STATUS '
                      WS-AUDIT7-FILE-STATUS
                      ' - APPROVALS DATED FROM PKGMASTR, NO APPROVERS'
           ELSE
              PERFORM 0100-READ-AUDIT7
              PERFORM 0200-TRACK-AUDIT-RECORD UNTIL AUDIT7-ATEND
              CLOSE AUDIT7
           END-IF.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1UAPEXP: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
              CLOSE APEXPRPT
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.
           PERFORM 0300-READ-PKGMASTR.
           PERFORM 0400-CHECK-ONE-PACKAGE UNTIL PKGMASTR-ATEND.
           CLOSE PKGMASTR.

           IF APX-RESET-ENABLED
              OPEN I-O PKGHIST
              IF WS-PKGHIST-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-HIST-AVAILABLE
              ELSE
                 DISPLAY 'C1UAPEXP: PKGHIST NOT AVAILABLE - FILE '
                         'STATUS ' WS-PKGHIST-FILE-STATUS
                         ' - NO HISTORY RECORDS WRITTEN'
              END-IF
           END-IF.

           PERFORM 0500-ACT-ON-ONE-PACKAGE
                   VARYING WS-CD-INX FROM 1 BY 1
                   UNTIL WS-CD-INX > WS-CD-COUNT.

           IF HIST-AVAILABLE
              CLOSE PKGHIST
           END-IF.
           PERFORM 0900-APPEND-AUDIT-RECORDS.

           MOVE WS-RESET-COUNT  TO RPT-RESET-COUNT.
           MOVE WS-WARNED-COUNT TO RPT-WARNED-COUNT.
           MOVE WS-FAILED-COUNT TO RPT-FAILED-COUNT.
           WRITE APEXPRPT-REC FROM WS-SUMMARY-LINE.
           CLOSE APEXPRPT.

           IF WS-AP-DROPPED > 0 OR WS-CD-DROPPED > 0
              DISPLAY 'C1UAPEXP: WARNING - ' WS-AP-DROPPED
                      ' APPROVER AND ' WS-CD-DROPPED
                      ' PACKAGE ENTRIES DROPPED, TABLE FULL'
           END-IF.
           DISPLAY 'C1UAPEXP: ' WS-RESET-COUNT ' RESET, '
                   WS-WARNED-COUNT ' WARNED, '
                   WS-FAILED-COUNT ' FAILED'.
           IF WS-FAILED-COUNT > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0000-RECORD-RUN.
           MOVE 'C1UAPEXP' TO WS-LGR-PROGRAM.
           COMPUTE WS-LGR-COUNT = WS-RESET-COUNT + WS-WARNED-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Load the %APREXPIR section of the runtime config over the
      *  compiled-in limit table - see CFGLOAD.
      *-----------------------------------------------------------------
       0040-LOAD-APREXPIR-CONFIG.

           MOVE 'APREXPIR'         TO CFG-SECTION-NAME.
           MOVE WS-APX-LIMIT-MAX   TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-APX-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-APX-LIMIT-COUNT
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-APX-LIMIT-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:15)
                          TO WS-APX-LIMIT-ENTRY(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.
           PERFORM VARYING WS-LIM-INX FROM 1 BY 1
                   UNTIL WS-LIM-INX > WS-APX-LIMIT-COUNT
              IF WS-APX-ENV(WS-LIM-INX) = '*'
                 AND WS-APX-LIMIT-DAYS(WS-LIM-INX) IS NUMERIC
                 MOVE WS-APX-LIMIT-DAYS(WS-LIM-INX)
                      TO WS-APX-DEFAULT-DAYS
                 IF WS-APX-WARN-DAYS(WS-LIM-INX) IS NUMERIC
                    MOVE WS-APX-WARN-DAYS(WS-LIM-INX)
                         TO WS-APX-DEFAULT-WARN
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  First line of APEXPRPT - see COPY RUNCTXH.
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
           WRITE APEXPRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-READ-AUDIT7.

           PERFORM WITH TEST AFTER
                   UNTIL WS-AUDIT7-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ AUDIT7
                  AT END MOVE '10' TO WS-AUDIT7-FILE-STATUS
              END-READ
              IF WS-AUDIT7-FILE-STATUS(1:1) = '0'
                 MOVE 'AUDIT7'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE AUDIT7-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  GROUP records give each approver's latest flag - the
      *  C1UAPCHS rule, AUDIT7 being appended in time order. APXWRN
      *  records say when a package was last warned.
      *-----------------------------------------------------------------
       0200-TRACK-AUDIT-RECORD.

           EVALUATE AUD7-EVENT
             WHEN 'GROUP'
               PERFORM 0250-TRACK-APPROVER
             WHEN 'APXWRN'
               PERFORM VARYING WS-WN-INX FROM 1 BY 1
                       UNTIL WS-WN-INX > WS-WN-COUNT
                          OR WS-WN-PACKAGE-ID(WS-WN-INX) =
                             AUD7-PACKAGE-ID
                  CONTINUE
               END-PERFORM
               IF WS-WN-INX > WS-WN-COUNT
                  AND WS-WN-COUNT < WS-WN-MAX
                  ADD 1 TO WS-WN-COUNT
                  MOVE WS-WN-COUNT TO WS-WN-INX
                  MOVE AUD7-PACKAGE-ID TO WS-WN-PACKAGE-ID(WS-WN-INX)
               END-IF
               IF WS-WN-INX <= WS-WN-COUNT
                  MOVE AUD7-DATE TO WS-WN-DATE(WS-WN-INX)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM 0100-READ-AUDIT7.

       0250-TRACK-APPROVER.

           MOVE 'N' TO WS-AP-FOUND.
           MOVE 0   TO WS-AP-HIT-INX.
           PERFORM VARYING WS-AP-INX FROM 1 BY 1
                   UNTIL WS-AP-INX > WS-AP-COUNT OR AP-ENTRY-FOUND
              IF AUD7-PACKAGE-ID = WS-AP-PACKAGE-ID(WS-AP-INX)
                 AND AUD7-GROUP-NAME = WS-AP-GROUP-NAME(WS-AP-INX)
                 AND AUD7-RECIPIENT = WS-AP-RECIPIENT(WS-AP-INX)
                 MOVE 'Y' TO WS-AP-FOUND
                 MOVE WS-AP-INX TO WS-AP-HIT-INX
              END-IF
           END-PERFORM.
           IF NOT AP-ENTRY-FOUND
              IF WS-AP-COUNT < WS-AP-MAX
                 ADD 1 TO WS-AP-COUNT
                 MOVE WS-AP-COUNT TO WS-AP-HIT-INX
                 MOVE AUD7-PACKAGE-ID
                      TO WS-AP-PACKAGE-ID(WS-AP-HIT-INX)
                 MOVE AUD7-GROUP-NAME
                      TO WS-AP-GROUP-NAME(WS-AP-HIT-INX)
                 MOVE AUD7-RECIPIENT
                      TO WS-AP-RECIPIENT(WS-AP-HIT-INX)
              ELSE
                 ADD 1 TO WS-AP-DROPPED
              END-IF
           END-IF.
           IF WS-AP-HIT-INX > 0
              MOVE AUD7-APPROVAL-FLAG TO WS-AP-FLAG(WS-AP-HIT-INX)
              MOVE AUD7-DATE          TO WS-AP-DATE(WS-AP-HIT-INX)
           END-IF.

       0300-READ-PKGMASTR.

           READ PKGMASTR NEXT RECORD
               AT END MOVE '10' TO WS-PKGMASTR-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  An APPROVED package is one that was never executed. Its age
      *  is business days since the latest approval; past the limit
      *  it is due a reset, inside the warning lead a warning - once
      *  per approval.
      *-----------------------------------------------------------------
       0400-CHECK-ONE-PACKAGE.

           IF PMF-PACKAGE-STATUS = 'APPROVED'
              PERFORM 0410-DATE-THE-APPROVAL
              PERFORM 0420-RESOLVE-LIMIT
              MOVE 'D'              TO WS-APIMONTH-FUNCTION
              MOVE WS-APPROVED-DATE TO WS-APIMONTH-DATE-FROM
              MOVE WS-TODAY-DATE    TO WS-APIMONTH-DATE-TO
              CALL 'APIMONTH' USING WS-APIMONTH-PARMS
              MOVE WS-APIMONTH-BUSDAYS TO WS-BUS-AGE
              COMPUTE WS-DAYS-LEFT = WS-LIMIT-DAYS - WS-BUS-AGE
              IF WS-DAYS-LEFT <= 0
                 PERFORM 0450-KEEP-CANDIDATE
                 IF WS-CD-INX > 0
                    MOVE 'R' TO WS-CD-ACTION(WS-CD-INX)
                 END-IF
              ELSE
                 IF WS-DAYS-LEFT <= WS-WARN-DAYS
                    PERFORM 0430-CHECK-ALREADY-WARNED
                    IF NOT ALREADY-WARNED
                       PERFORM 0450-KEEP-CANDIDATE
                       IF WS-CD-INX > 0
                          MOVE 'W' TO WS-CD-ACTION(WS-CD-INX)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 0300-READ-PKGMASTR.

       0410-DATE-THE-APPROVAL.

           MOVE SPACES TO WS-APPROVED-TEXT.
           PERFORM VARYING WS-AP-INX FROM 1 BY 1
                   UNTIL WS-AP-INX > WS-AP-COUNT
              IF WS-AP-PACKAGE-ID(WS-AP-INX) = PMF-PACKAGE-ID
                 AND WS-AP-FLAG(WS-AP-INX) = 'A'
                 AND WS-AP-DATE(WS-AP-INX) IS NUMERIC
                 AND WS-AP-DATE(WS-AP-INX) > WS-APPROVED-TEXT
                 MOVE WS-AP-DATE(WS-AP-INX) TO WS-APPROVED-TEXT
              END-IF
           END-PERFORM.
           IF WS-APPROVED-TEXT = SPACES
              MOVE PMF-LAST-DATE TO WS-APPROVED-DATE
           ELSE
              MOVE WS-APPROVED-TEXT TO WS-APPROVED-DATE
           END-IF.

       0420-RESOLVE-LIMIT.

           MOVE WS-APX-DEFAULT-DAYS TO WS-LIMIT-DAYS.
           MOVE WS-APX-DEFAULT-WARN TO WS-WARN-DAYS.
           PERFORM VARYING WS-LIM-INX FROM 1 BY 1
                   UNTIL WS-LIM-INX > WS-APX-LIMIT-COUNT
              IF WS-APX-ENV(WS-LIM-INX) = PMF-ENV
                 AND WS-APX-LIMIT-DAYS(WS-LIM-INX) IS NUMERIC
                 MOVE WS-APX-LIMIT-DAYS(WS-LIM-INX) TO WS-LIMIT-DAYS
                 IF WS-APX-WARN-DAYS(WS-LIM-INX) IS NUMERIC
                    MOVE WS-APX-WARN-DAYS(WS-LIM-INX) TO WS-WARN-DAYS
                 ELSE
                    MOVE 0 TO WS-WARN-DAYS
                 END-IF
              END-IF
           END-PERFORM.

       0430-CHECK-ALREADY-WARNED.

           MOVE 'N' TO WS-ALREADY-WARNED.
           PERFORM VARYING WS-WN-INX FROM 1 BY 1
                   UNTIL WS-WN-INX > WS-WN-COUNT OR ALREADY-WARNED
              IF WS-WN-PACKAGE-ID(WS-WN-INX) = PMF-PACKAGE-ID
                 AND WS-WN-DATE(WS-WN-INX) IS NUMERIC
                 AND WS-WN-DATE(WS-WN-INX) >= WS-APPROVED-DATE
                 MOVE 'Y' TO WS-ALREADY-WARNED
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Candidates are held until PKGMASTR is closed - the reset
      *  runs the package exits, which update the master.
      *-----------------------------------------------------------------
       0450-KEEP-CANDIDATE.

           IF WS-CD-COUNT < WS-CD-MAX
              ADD 1 TO WS-CD-COUNT
              MOVE WS-CD-COUNT      TO WS-CD-INX
              MOVE PMF-PACKAGE-ID   TO WS-CD-PACKAGE-ID(WS-CD-INX)
              MOVE PMF-ENV          TO WS-CD-ENV(WS-CD-INX)
              MOVE PMF-CREATE-USER  TO WS-CD-CREATE-USER(WS-CD-INX)
              MOVE WS-APPROVED-DATE TO WS-CD-APPROVED-DATE(WS-CD-INX)
              MOVE WS-BUS-AGE       TO WS-CD-AGE(WS-CD-INX)
              MOVE WS-LIMIT-DAYS    TO WS-CD-LIMIT(WS-CD-INX)
           ELSE
              ADD 1 TO WS-CD-DROPPED
              MOVE 0 TO WS-CD-INX
           END-IF.

       0500-ACT-ON-ONE-PACKAGE.

           MOVE 0 TO WS-NOTICE-COUNT.
           EVALUATE TRUE
             WHEN NOT APX-RESET-ENABLED
               IF CD-RESET-DUE(WS-CD-INX)
                  MOVE 'WOULDRST' TO RPT-OUTCOME
               ELSE
                  MOVE 'WOULDWRN' TO RPT-OUTCOME
               END-IF
             WHEN CD-RESET-DUE(WS-CD-INX)
               PERFORM 0600-RESET-APPROVALS
             WHEN OTHER
               PERFORM 0650-SEND-WARNINGS
           END-EVALUATE.
           PERFORM 0850-WRITE-DETAIL-LINE.

      *-----------------------------------------------------------------
      *  The reset itself. Only a reset that took is told to the
      *  creator and approvers and recorded; a failure is left for
      *  operations and tried again next night.
      *-----------------------------------------------------------------
       0600-RESET-APPROVALS.

           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'APXMSG'             TO AACTL-MSG-DDN.
           MOVE 'APXLST'             TO AACTL-LIST-DDN.
           INITIALIZE         APDEF-RQ-DATAAREA.
           MOVE WS-CD-PACKAGE-ID(WS-CD-INX) TO APDEF-RQ-PKGID.
           MOVE 'T'                  TO APDEF-RQ-FUNC.
           ACCEPT WS-MT-START-TIME FROM TIME.
           CALL WS-PGM     USING AACTL
                                 APDEF-RQ.
           ACCEPT WS-MT-END-TIME FROM TIME.
           MOVE 'C1UAPEXP'        TO WS-MT-PROGRAM.
           MOVE WS-PGM            TO WS-MT-TARGET.
           MOVE WS-CD-PACKAGE-ID(WS-CD-INX) TO WS-MT-KEY.
           MOVE AACTL-RTNCODE     TO WS-MT-RC.
           CALL 'EXTMTRCS' USING WS-CALL-METRIC.
           MOVE AACTL-RTNCODE     TO WS-RESET-RC.
           MOVE 0 TO RETURN-CODE.

           IF WS-RESET-RC NOT = 0
              ADD 1 TO WS-FAILED-COUNT
              MOVE 'FAILED' TO RPT-OUTCOME
              DISPLAY 'C1UAPEXP: RESET OF '
                      WS-CD-PACKAGE-ID(WS-CD-INX)
                      ' FAILED - ENA$NDVR RC=' WS-RESET-RC
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'C1UAPEXP APPROVAL RESET FAILED PKG='
                     WS-CD-PACKAGE-ID(WS-CD-INX)
                     ' ENV=' WS-CD-ENV(WS-CD-INX)
                     ' RC=' WS-RESET-RC
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
              END-STRING
              CALL 'WTOALERT' USING WS-WTO-TEXT
           ELSE
              ADD 1 TO WS-RESET-COUNT
              MOVE 'RESET' TO RPT-OUTCOME
              MOVE 'Endevor package approvals reset - not executed'
                   TO MYSMTP-SUBJECT
              MOVE 'APXRESET' TO TPL-NAME
              PERFORM 0700-NOTIFY-ALL
              MOVE 'APXRST' TO WS-NA-EVENT
              PERFORM 0800-QUEUE-AUDIT-RECORD
              MOVE SPACES TO WS-HIST-DETAIL
              MOVE WS-CD-AGE(WS-CD-INX) TO WS-DAYS-DISPLAY
              STRING 'APPROVED ' WS-CD-APPROVED-DATE(WS-CD-INX)
                     ' BUSDAYS=' WS-DAYS-DISPLAY
                     ' LIMIT=' WS-CD-LIMIT(WS-CD-INX)
                 DELIMITED BY SIZE INTO WS-HIST-DETAIL
              END-STRING
              PERFORM 0610-WRITE-HISTORY-EVENT
           END-IF.

      *-----------------------------------------------------------------
      *  A type X event on the keyed history store, retried on the
      *  next sequence for a duplicate key - the C1UPKGLD rule.
      *-----------------------------------------------------------------
       0610-WRITE-HISTORY-EVENT.

           IF HIST-AVAILABLE
              MOVE SPACES            TO PKGHIST-REC
              MOVE WS-CD-PACKAGE-ID(WS-CD-INX) TO PH-PACKAGE-ID
              MOVE WS-TODAY-DATE     TO PH-DATE
              MOVE WS-NOW-TIME(1:6)  TO PH-TIME
              MOVE 0                 TO PH-SEQ
              MOVE 'X'               TO PH-REC-TYPE
              MOVE 'APXRST'          TO PH-EVENT
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
                            DISPLAY 'C1UAPEXP: HISTORY EVENT NOT '
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

       0650-SEND-WARNINGS.

           ADD 1 TO WS-WARNED-COUNT.
           MOVE 'WARNED' TO RPT-OUTCOME.
           MOVE 'Approved Endevor package will lose its approvals'
                TO MYSMTP-SUBJECT.
           MOVE 'APXWARN' TO TPL-NAME.
           PERFORM 0700-NOTIFY-ALL.
           MOVE 'APXWRN' TO WS-NA-EVENT.
           PERFORM 0800-QUEUE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      *  The creator, then every approver whose latest flag on the
      *  package is approved (the creator is not told twice).
      *-----------------------------------------------------------------
       0700-NOTIFY-ALL.

           IF WS-CD-CREATE-USER(WS-CD-INX) NOT = SPACES
              MOVE WS-CD-CREATE-USER(WS-CD-INX) TO MYSMTP-USERID
              PERFORM 0710-SEND-ONE-NOTICE THRU 0710-EXIT
           END-IF.
           PERFORM VARYING WS-AP-INX FROM 1 BY 1
                   UNTIL WS-AP-INX > WS-AP-COUNT
              IF WS-AP-PACKAGE-ID(WS-AP-INX) =
                    WS-CD-PACKAGE-ID(WS-CD-INX)
                 AND WS-AP-FLAG(WS-AP-INX) = 'A'
                 AND WS-AP-RECIPIENT(WS-AP-INX) NOT = SPACES
                 AND WS-AP-RECIPIENT(WS-AP-INX)(1:8) NOT =
                     WS-CD-CREATE-USER(WS-CD-INX)
                 MOVE WS-AP-RECIPIENT(WS-AP-INX)(1:8)
                      TO MYSMTP-USERID
                 PERFORM 0710-SEND-ONE-NOTICE THRU 0710-EXIT
              END-IF
           END-PERFORM.

      *    Per-recipient delivery policy (NTFYPOL): 'X' suppresses
      *    the notice, 'D' holds it for the digest run.
       0710-SEND-ONE-NOTICE.

           MOVE 'W' TO WS-NTF-SEVERITY.
           CALL 'NTFYPOL' USING MYSMTP-USERID WS-NTF-SEVERITY
                                WS-NTF-DECISION.
           IF WS-NTF-DECISION = 'X'
              GO TO 0710-EXIT
           END-IF.
           PERFORM 0720-PREPARE-NOTICE-TEXT.
           IF WS-NTF-DECISION = 'D'
              PERFORM 0730-QUEUE-DIGEST-NOTICE
              ADD 1 TO WS-NOTICE-COUNT
              GO TO 0710-EXIT
           END-IF.
           CALL PGM USING MYSMTP-MESSAGE
                           MYSMTP-USERID
                           MYSMTP-FROM
                           MYSMTP-SUBJECT
                           MYSMTP-TEXT
                           MYSMTP-URL.
           IF RETURN-CODE = 0
              ADD 1 TO WS-NOTICE-COUNT
           ELSE
              DISPLAY 'C1UAPEXP: CALL BC1PMLIF RC = ' RETURN-CODE
                      ' FOR ' MYSMTP-USERID
           END-IF.
           MOVE 0 TO RETURN-CODE.
       0710-EXIT.
           EXIT.

       0720-PREPARE-NOTICE-TEXT.

           MOVE SPACES TO MYSMTP-MESSAGE.
           MOVE 1 TO MYSMTP-COUNTER.
           MOVE SPACES TO MYSMTP-LINE(1).
           IF CD-RESET-DUE(WS-CD-INX)
              MOVE WS-CD-LIMIT(WS-CD-INX) TO WS-DAYS-DISPLAY
              STRING 'PACKAGE ' WS-CD-PACKAGE-ID(WS-CD-INX)
                     ' APPROVALS RESET - NOT EXECUTED'
                 DELIMITED BY SIZE INTO MYSMTP-MESSAGE
              END-STRING
              STRING 'PACKAGE ' WS-CD-PACKAGE-ID(WS-CD-INX)
                     ' IN ENVIRONMENT ' WS-CD-ENV(WS-CD-INX)
                     ' WAS APPROVED ON '
                     WS-CD-APPROVED-DATE(WS-CD-INX)
                     ' AND NOT EXECUTED WITHIN' WS-DAYS-DISPLAY
                     ' BUSINESS DAYS. ITS APPROVALS HAVE BEEN RESET -'
                     ' CAST IT AGAIN FOR A FRESH APPROVAL IF IT IS'
                     ' STILL WANTED.'
                 DELIMITED BY SIZE INTO MYSMTP-LINE(1)
              END-STRING
           ELSE
              COMPUTE WS-DAYS-LEFT =
                  WS-CD-LIMIT(WS-CD-INX) - WS-CD-AGE(WS-CD-INX)
              MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
              STRING 'PACKAGE ' WS-CD-PACKAGE-ID(WS-CD-INX)
                     ' APPROVALS EXPIRE IN' WS-DAYS-DISPLAY
                     ' BUSINESS DAYS'
                 DELIMITED BY SIZE INTO MYSMTP-MESSAGE
              END-STRING
              STRING 'PACKAGE ' WS-CD-PACKAGE-ID(WS-CD-INX)
                     ' IN ENVIRONMENT ' WS-CD-ENV(WS-CD-INX)
                     ' WAS APPROVED ON '
                     WS-CD-APPROVED-DATE(WS-CD-INX)
                     ' AND HAS NOT BEEN EXECUTED. UNLESS IT IS'
                     ' EXECUTED WITHIN' WS-DAYS-DISPLAY
                     ' BUSINESS DAYS ITS APPROVALS WILL BE RESET AND'
                     ' IT MUST BE CAST AND APPROVED AGAIN.'
                 DELIMITED BY SIZE INTO MYSMTP-LINE(1)
              END-STRING
           END-IF.

      *    Site templates APXWARN and APXRESET, when they exist,
      *    stand in for the compiled-in wording above - see TMPLLOAD.
           MOVE WS-CD-PACKAGE-ID(WS-CD-INX)    TO TPL-SUB-PKGID.
           MOVE WS-CD-ENV(WS-CD-INX)           TO TPL-SUB-ENV.
           MOVE SPACES                         TO TPL-SUB-GROUP.
           MOVE WS-CD-AGE(WS-CD-INX)           TO WS-TPL-AGE-DISPLAY.
           MOVE WS-TPL-AGE-DISPLAY             TO TPL-SUB-AGE.
           MOVE WS-CD-APPROVED-DATE(WS-CD-INX) TO TPL-SUB-DATE.
           MOVE MYSMTP-USERID                  TO TPL-SUB-USER.
           CALL 'TMPLLOAD' USING WS-NOTIFTPL-REQUEST.
           IF TPL-FOUND
              MOVE TPL-SUBJECT TO MYSMTP-SUBJECT
              MOVE TPL-MESSAGE TO MYSMTP-MESSAGE
              IF TPL-LINE-COUNT > 0
                 MOVE TPL-LINE-COUNT TO MYSMTP-COUNTER
                 PERFORM VARYING WS-TPL-INX FROM 1 BY 1
                         UNTIL WS-TPL-INX > TPL-LINE-COUNT
                    MOVE SPACES TO MYSMTP-LINE(WS-TPL-INX)
                    MOVE TPL-LINE(WS-TPL-INX)
                         TO MYSMTP-LINE(WS-TPL-INX)(1:80)
                 END-PERFORM
              END-IF
           END-IF.

       0730-QUEUE-DIGEST-NOTICE.

           MOVE SPACES             TO NOTFYDGQ-REC.
           MOVE WS-CD-PACKAGE-ID(WS-CD-INX) TO NDQ-PACKAGE-ID.
           MOVE WS-TODAY-DATE      TO NDQ-DATE.
           MOVE WS-NOW-TIME(1:6)   TO NDQ-TIME.
           MOVE MYSMTP-USERID      TO NDQ-RECIPIENT.
           MOVE MYSMTP-SUBJECT     TO NDQ-SUBJECT.
           MOVE MYSMTP-MESSAGE     TO NDQ-MESSAGE.
           OPEN EXTEND NOTFYDGQ.
           IF WS-NOTFYDGQ-FILE-STATUS = '00'
              WRITE NOTFYDGQ-REC
              CLOSE NOTFYDGQ
           ELSE
              DISPLAY 'C1UAPEXP: NOTFYDGQ NOT AVAILABLE - FILE '
                      'STATUS ' WS-NOTFYDGQ-FILE-STATUS
                      ' - DIGEST HOLD LOST FOR ' MYSMTP-USERID
           END-IF.

      *-----------------------------------------------------------------
      *  One APXWRN/APXRST audit record per package, held and
      *  appended once AUDIT7 is no longer open for input (the
      *  C1UAPCHS NOTIFY pass). The caller sets the event; the
      *  group slot carries the business-day age and limit, the
      *  recipient slot this job.
      *-----------------------------------------------------------------
       0800-QUEUE-AUDIT-RECORD.

           IF WS-NA-COUNT < WS-NA-MAX
              ADD 1 TO WS-NA-COUNT
              MOVE SPACES TO WS-NA-RECORD(WS-NA-COUNT)
              MOVE WS-CD-PACKAGE-ID(WS-CD-INX)
                   TO WS-NA-RECORD(WS-NA-COUNT)(1:16)
              MOVE WS-TODAY-DATE TO WS-NA-RECORD(WS-NA-COUNT)(17:8)
              MOVE WS-NOW-TIME(1:6)
                   TO WS-NA-RECORD(WS-NA-COUNT)(25:6)
              MOVE WS-NA-EVENT
                   TO WS-NA-RECORD(WS-NA-COUNT)(31:6)
              MOVE WS-CD-AGE(WS-CD-INX) TO WS-DAYS-DISPLAY
              STRING 'BD=' WS-DAYS-DISPLAY '/' WS-CD-LIMIT(WS-CD-INX)
                 DELIMITED BY SIZE
                 INTO WS-NA-RECORD(WS-NA-COUNT)(37:12)
              END-STRING
              MOVE GJN-JOB-NAME
                   TO WS-NA-RECORD(WS-NA-COUNT)(50:9)
              MOVE WS-CD-ENV(WS-CD-INX)
                   TO WS-NA-RECORD(WS-NA-COUNT)(59:8)
           END-IF.

       0850-WRITE-DETAIL-LINE.

           MOVE WS-CD-PACKAGE-ID(WS-CD-INX)    TO RPT-PACKAGE-ID.
           MOVE WS-CD-ENV(WS-CD-INX)           TO RPT-ENV.
           MOVE WS-CD-APPROVED-DATE(WS-CD-INX) TO RPT-APPROVED-DATE.
           MOVE WS-CD-AGE(WS-CD-INX)           TO RPT-AGE.
           MOVE WS-CD-LIMIT(WS-CD-INX)         TO RPT-LIMIT.
           MOVE WS-NOTICE-COUNT                TO RPT-NOTICES.
           WRITE APEXPRPT-REC FROM WS-DETAIL-LINE.

       0900-APPEND-AUDIT-RECORDS.

           IF WS-NA-COUNT > 0
              OPEN EXTEND AUDIT7
              IF WS-AUDIT7-FILE-STATUS NOT = '00'
                 DISPLAY 'C1UAPEXP: AUDIT7 NOT AVAILABLE - FILE '
                         'STATUS ' WS-AUDIT7-FILE-STATUS ' - '
                         WS-NA-COUNT ' EXPIRY RECORD(S) NOT WRITTEN'
              ELSE
                 PERFORM VARYING WS-NA-INX FROM 1 BY 1
                         UNTIL WS-NA-INX > WS-NA-COUNT
                    MOVE SPACES TO AUDIT7-REC
                    MOVE WS-NA-RECORD(WS-NA-INX) TO AUDIT7-BODY
                    PERFORM 0910-STAMP-AUDIT7-HEADER
                    WRITE AUDIT7-REC
                    PERFORM 0920-COMMIT-AUDIT7-CHAIN
                 END-PERFORM
                 CLOSE AUDIT7
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The common log header (COPY LOGHDR) for one expiry record -
      *  its own date, time and package, this layout's version;
      *  LOGSTAMP adds the system and job. The record is then given
      *  its chain hash (LOGCHAIN, copybook LOGCHRQ).
      *-----------------------------------------------------------------
       0910-STAMP-AUDIT7-HEADER.

           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'AUDIT7'        TO LGH-RECORD-TYPE.
           MOVE 02              TO LGH-LAYOUT-VERSION.
           IF AUD7-DATE IS NUMERIC AND AUD7-TIME IS NUMERIC
              MOVE AUD7-DATE    TO LGH-DATE
              MOVE AUD7-TIME    TO LGH-TIME
           END-IF.
           MOVE AUD7-PACKAGE-ID TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO AUDIT7-HEADER.
           MOVE SPACES          TO AUD7-CHAIN-HASH.
           MOVE 'N'             TO LCQ-RESULT.
           IF WS-AUDIT7-FILE-STATUS = '00'
              MOVE 'H'          TO LCQ-FUNCTION
              MOVE 'AUDIT7'     TO LCQ-LOG-NAME
              MOVE LGH-SYSTEM   TO LCQ-CHAIN-ID
              MOVE 160          TO LCQ-RECORD-LENGTH
              MOVE AUDIT7-REC   TO LCQ-RECORD-IMAGE
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              MOVE LCQ-HASH     TO AUD7-CHAIN-HASH
           END-IF.

      *-----------------------------------------------------------------
      *  An expiry record that reached AUDIT7 becomes the chain's head.
      *-----------------------------------------------------------------
       0920-COMMIT-AUDIT7-CHAIN.

           IF WS-AUDIT7-FILE-STATUS = '00' AND LCQ-CHAINED
              MOVE 'C'          TO LCQ-FUNCTION
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
           END-IF.
