      * DESCRIPTION:  THIS PACKAGE EXIT PROGRAM WILL INITIATE    *
      * 1) Require all packages be backout enabled               *
      * 2) Support Automated PACKAGE Shipping                    *
      * 3) Hold package COMMIT until every shipment destination  *
      *    has confirmed (COPY CMTGATE)                          *
      * 4) Ask every backout for its reason code and record it   *
      *    with the backout (COPY BKREASCF)                      *
      ************************************************************
      * THESE ROUTINES ARE DISTRIBUTED BY THE CA STAFF "AS IS".
      * NO WARRANTY, EITHER EXPRESSED OR IMPLIED, IS MADE FOR THEM.
               FILE STATUS IS WS-FRZWAIVR-FILE-STATUS.
           SELECT OPTIONAL PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-PKGMANIF-FILE-STATUS.
           SELECT OPTIONAL SHPCONF ASSIGN TO SHPCONF
               FILE STATUS IS WS-SHPCONF-FILE-STATUS.
           SELECT CMTWAIVR ASSIGN TO CMTWAIVR
               FILE STATUS IS WS-CMTWAIVR-FILE-STATUS.
           SELECT EXDEFERQ ASSIGN TO EXDEFERQ
               FILE STATUS IS WS-EXDEFERQ-FILE-STATUS.
           SELECT OPTIONAL BKREQST ASSIGN TO BKREQST
               FILE STATUS IS WS-BKREQST-FILE-STATUS.
      **
       DATA DIVISION.
       FILE SECTION.
       FD  SHPSTAT
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHPSTAT-REC.
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

      *-----------------------------------------------------------------
      *  DD BCKIMPRT - one record per package backout completed, giving
           03  BKI-CAST-USER            PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKI-UPDATE-USER          PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKI-REASON               PIC X(08).
           03  FILLER                   PIC X(05).

      *-----------------------------------------------------------------
      *  DD LOGFALLB - records that could not be appended to their own
      *  enabled requirement is waived by an exception-list match, so
      *  the exception list is auditable: which package, which list
      *  entry matched, when, and from what job. C1UWVRRP reports it.
      *  WVR-CHAIN-HASH (layout version 02) chains each record to the
      *  one before it - see LOGCHAIN.
      *-----------------------------------------------------------------
       FD  BKWAIVER
           RECORD CONTAINS 144 CHARACTERS.
       01  BKWAIVER-REC.
           03  BKWAIVER-HEADER          PIC X(64).
           03  BKWAIVER-BODY.
              05  WVR-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  WVR-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  WVR-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-MATCHED-ENTRY     PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-JOBNAME           PIC X(08).
              05  FILLER                PIC X(01).
              05  WVR-CHAIN-HASH        PIC X(12).
              05  FILLER                PIC X(09).

      *-----------------------------------------------------------------
      *  DD SHPQUEUE - deferred shipment requests (copybook SHPDEFER),
      *  one record per shipment the exit would otherwise have
      *  submitted at the exit point - the primary destination AND,
      *  when the SHPDEST mirrors are enabled, one record per extra
      *  destination - consumed by the nightly C1USHPSW sweep.
      *  The sweep rebuilds the PKGESHIP parameters
      *  from this record the way C1USHPRD rebuilds a re-drive from
      *  SHPSTAT - comment and notes are not carried.
      *-----------------------------------------------------------------
      *  DD FRZWAIVR - one durable record per authorized freeze
      *  exception exercised before a shipment (the BKWAIVER
      *  posture). See FRZCHECK for the calendar and exception list.
      *  FZW-CHAIN-HASH chains each record to the one before it (see
      *  LOGCHAIN) - blank on a record written before the chain.
      *-----------------------------------------------------------------
       FD  FRZWAIVR
           RECORD CONTAINS 80 CHARACTERS.
           03  FZW-JOBNAME              PIC X(08).
           03  FILLER                   PIC X(01).
           03  FZW-PROGRAM              PIC X(08).
           03  FILLER                   PIC X(01).
           03  FZW-CHAIN-HASH           PIC X(12).

      *-----------------------------------------------------------------
      *  DD PKGMANIF - C1UEXT07's Before-CAST SCL capture, read here
           03  MAN-SCL-RECORD           PIC X(80).
           03  FILLER                   PIC X(14).

      *-----------------------------------------------------------------
      *  DD SHPCONF - the destination-side completion records C1USHPRC
      *  reconciles against, read here by the Before-COMMIT gate
      *  (0200) to learn which submissions have been confirmed.
      *-----------------------------------------------------------------
       FD  SHPCONF
           RECORD CONTAINS 80 CHARACTERS.
       01  SHPCONF-REC.
           03  CNF-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  CNF-ENV                  PIC X(08).
           03  FILLER                   PIC X(01).
           03  CNF-STGID                PIC X(01).
           03  FILLER                   PIC X(01).
           03  CNF-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  CNF-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  CNF-COND-CODE            PIC 9(04).
           03  FILLER                   PIC X(32).

      *-----------------------------------------------------------------
      *  DD CMTWAIVR - one durable record per authorized override of
      *  the Before-COMMIT gate (the BKWAIVER posture): the package,
      *  the authorized user, and which test was waived -
      *  S unconfirmed shipments, A minimum age, B both. Every record
      *  opens with the common log header (COPY LOGHDR, the package as
      *  its key), the waiver after it.
      *-----------------------------------------------------------------
       FD  CMTWAIVR
           RECORD CONTAINS 144 CHARACTERS.
       01  CMTWAIVR-REC.
           03  CMTWAIVR-HEADER          PIC X(64).
           03  CMTWAIVR-BODY.
              05  CMW-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  CMW-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  CMW-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  CMW-MATCHED-ENTRY     PIC X(16).
              05  FILLER                PIC X(01).
              05  CMW-JOBNAME           PIC X(08).
              05  FILLER                PIC X(01).
              05  CMW-PROGRAM           PIC X(08).
              05  FILLER                PIC X(01).
              05  CMW-BASIS             PIC X(01).
              05  FILLER                PIC X(01).
              05  CMW-OUTSTANDING       PIC 9(02).
              05  FILLER                PIC X(01).
              05  CMW-BUSDAYS           PIC 9(03).
              05  FILLER                PIC X(04).

      *-----------------------------------------------------------------
      *  DD EXDEFERQ - the SHIPPED write-back, put off when the
      *  PKGESHIP attempts have spent the exit's time budget (COPY
      *  EXBUDGRQ), for the C1UEXDFR catch-up step (COPY EXDEFERQ).
      *-----------------------------------------------------------------
       FD  EXDEFERQ
           RECORD CONTAINS 120 CHARACTERS.
       01  EXDEFERQ-REC                 PIC X(120).

      *-----------------------------------------------------------------
      *  DD BKREQST - backout requests: whoever asks for a package to
      *  be backed out (the service desk, the on-call engineer) leaves
      *  one record giving the reason code from the site table (COPY
      *  BKREASCF). Read at Before-BACKOUT; the package's latest
      *  request carrying a code is the one that counts.
      *-----------------------------------------------------------------
       FD  BKREQST
           RECORD CONTAINS 80 CHARACTERS.
       01  BKREQST-REC.
           03  BKR-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  BKR-REASON               PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKR-REQUESTER            PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKR-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  BKR-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  BKR-TEXT                 PIC X(29).

       WORKING-STORAGE SECTION.

      *= Before-COMMIT gate work fields (0200-GUARD-PACKAGE-COMMIT) ===
       COPY CMTGATE.
       01  WS-SHPCONF-FILE-STATUS       PIC X(02).
           88  SHPCONF-ATEND                    VALUE '10'.
           88  SHPCONF-NOT-AVAILABLE            VALUE '05' '30' '35'.
       01  WS-CMTWAIVR-FILE-STATUS      PIC X(02).
       01  WS-CMT-BASIS                 PIC X(01).
           88  COMMIT-NOTHING-OUTSTANDING       VALUE SPACE.
           88  COMMIT-SHIPMENTS-OUTSTANDING     VALUE 'S'.
           88  COMMIT-TOO-SOON                  VALUE 'A'.
           88  COMMIT-BOTH-OUTSTANDING          VALUE 'B'.
       01  WS-CMT-AUTHORIZED            PIC X(01).
           88  USER-AUTHORIZED-TO-COMMIT        VALUE 'Y'.
       01  WS-CMT-OUTSTANDING           PIC 9(02).
       01  WS-CMT-EXEC-DATE             PIC 9(08).
       01  WS-CMT-TODAY                 PIC 9(08).
       01  WS-CMT-BUSDAYS               PIC 9(03).
       01  WS-CMT-BUSDAYS-EDIT          PIC Z9.
       01  WS-CMT-MIN-EDIT              PIC Z9.
       01  WS-CMT-LIST                  PIC X(72).
       01  WS-CMT-LIST-PTR              PIC 9(03).
       01  WS-CMT-INX                   PIC 9(02).
       01  WS-CMT-HIT-INX               PIC 9(02).
      *  One entry per destination the package was submitted to,
      *  carrying the latest submission's state: S shipped and
      *  awaiting confirmation, F failed, Q queued, C confirmed.
       01  WS-CMT-DEST-MAX              PIC 9(02) VALUE 20.
       01  WS-CMT-DEST-COUNT            PIC 9(02) VALUE 0.
       01  WS-CMT-DEST-TABLE.
           03  WS-CMT-DEST-ENTRY        OCCURS 20 TIMES.
               05  WS-CMT-DEST-ENV      PIC X(08).
               05  WS-CMT-DEST-STGID    PIC X(01).
               05  WS-CMT-DEST-STATE    PIC X(01).
                   88  CMT-DEST-CONFIRMED       VALUE 'C'.
               05  WS-CMT-DEST-DATE     PIC 9(08).
               05  WS-CMT-DEST-TIME     PIC 9(06).

      *= Business-day arithmetic through APIMONTH =====================
       01  WS-APIMONTH-PARMS.
           03  WS-APIMONTH-FUNCTION          PIC X(01).
           03  WS-APIMONTH-MONTH-NUMBER      PIC 9(02).
           03  WS-APIMONTH-MONTH-NAME        PIC X(03).
           03  WS-APIMONTH-RETURN-CODE       PIC 9(02).
           03  WS-APIMONTH-DATE-FROM         PIC 9(08).
           03  WS-APIMONTH-DATE-TO           PIC 9(08).
           03  WS-APIMONTH-BUSDAYS           PIC S9(05).

      *= Freeze-calendar work fields (845-CHECK-FREEZE-CALENDAR) ======
       01  WS-FRZWAIVR-FILE-STATUS      PIC X(02).
       01  WS-FRZ-SYSTEM                PIC X(08).
       COPY SHIPGRD.
       COPY SHPDEFER.
       COPY PKGMASTR.
       COPY EXARCREQ.

      *= Before-BACKOUT reason (0300-REQUIRE-BACKOUT-REASON) ===========
       COPY BKREASCF.
       01  WS-BKREQST-FILE-STATUS       PIC X(02).
       01  WS-BKR-REASON                PIC X(08).
       01  WS-BKR-SOURCE                PIC X(01).
           88  BACKOUT-REASON-ON-REQUEST          VALUE 'R'.
           88  BACKOUT-REASON-IN-NOTES            VALUE 'N'.
       01  WS-BKR-STATE                 PIC X(01).
           88  BACKOUT-REASON-VALID               VALUE 'V'.
           88  BACKOUT-REASON-MISSING             VALUE 'M'.
           88  BACKOUT-REASON-UNKNOWN             VALUE 'U'.
       01  WS-BKR-AUTOMATED             PIC X(01).
           88  BACKOUT-IS-AUTOMATED               VALUE 'Y'.
       01  WS-BKR-CODES-LOADED          PIC X(01).
           88  BKREASON-CODES-REPLACED            VALUE 'Y'.
       01  WS-BKR-LATEST-STAMP.
           03  WS-BKR-LATEST-DATE       PIC 9(08).
           03  WS-BKR-LATEST-TIME       PIC 9(06).
       01  WS-BKR-THIS-STAMP.
           03  WS-BKR-THIS-DATE         PIC 9(08).
           03  WS-BKR-THIS-TIME         PIC 9(06).
       01  WS-BKR-NOTES.
           03  WS-BKR-NOTE-LINE         PIC X(60) OCCURS 8 TIMES.
       01  WS-BKR-NOTE-INX              PIC 9(02).
       01  WS-BKR-POS                   PIC 9(02).
       01  WS-BKR-INX                   PIC 9(02).
       01  WS-BKR-PREFIX-LEN            PIC 9(02).

      *= Message-catalog lookup (MSGLOOK) ==============================
      *  The hardcoded message texts this exit sets remain the
       01  WS-MSG-TEXT                  PIC X(60).
       01  WS-MSG-FOUND                 PIC X(01).
           88  CATALOG-MSG-FOUND                  VALUE 'Y'.
      *  Per-event particulars (the outstanding destinations of a
      *  refused commit) that must survive a catalog substitution -
      *  appended after the catalog's text.
       01  WS-MSG-DETAIL                PIC X(72).
       01  WS-PM-TIME                   PIC 9(08).
       01  WS-SHIP-DUP-FOUND            PIC X(01).
           88  DUPLICATE-SHIPMENT-FOUND           VALUE 'Y'.

       COPY CALLMTRC.
       COPY SNOWWRBC.
       COPY EXBUDGRQ.
       COPY EXDEFERQ.
       01  WS-EXDEFERQ-FILE-STATUS            PIC X(02).

      *= Runtime exit enable/disable (EXITENAB / DD EXITCTL) ==========
       01  WS-EXITENAB-NAME                   PIC X(08)
           88  THIS-EXIT-DISABLED                       VALUE 'Y'.
       01  WS-WRBK-OBJ                        PIC X(10).
       01  WS-WRBK-EVENT                      PIC X(12).
       COPY NOTIFTPL.
       COPY CHATCFG.
       01  WS-CHAT-SUBJECT                    PIC X(50).
       01  WS-CHAT-MESSAGE                    PIC X(80).
       01  WS-CHAT-DATE                       PIC 9(08).
       01  WS-CHAT-RC                         PIC -(8)9.
       01  WS-GETJOBNM-OUTPUT.
           03  GJN-JOB-NAME                   PIC X(08).
           03  GJN-PROGRAM-NAME               PIC X(08).
           03 REXX-SHIP-NOTE8      PIC X(60) .
           03 REXX-SHIP-OUT        PIC X(03) .

       COPY LOGHDR.
       COPY LOGCHRQ.

       LINKAGE SECTION.
       COPY PKGXBLKS.

               MOVE 'Y'   TO PECB-BEFORE-MOD-CPY
               MOVE 'Y'   TO PECB-BEFORE-MOD-EDIT
               MOVE 'Y'   TO PECB-BEFORE-MOD-IMPT
*********    to hold a commit until its shipments are confirmed
               MOVE 'Y'   TO PECB-BEFORE-COMMIT
*********    to ask a backout for its reason code
               MOVE 'Y'   TO PECB-BEFORE-BACKOUT
               MOVE ZEROS TO RETURN-CODE
               GO TO 100-MAIN-EXIT.

           MOVE 0 TO PECB-NDVR-EXIT-RC.
           MOVE SPACES TO WS-MSG-DETAIL.
      *    The time budget (EXBUDGET) runs per invocation.
           MOVE 0 TO WS-MT-SPENT-HUND.

**   *******====---> HOLD A COMMIT WHILE SHIPMENTS ARE UNCONFIRMED
           IF PECB-BEFORE AND PECB-FUNC-COMMIT
              IF COMMIT-GATE-ENABLED
                 PERFORM 0200-GUARD-PACKAGE-COMMIT
              END-IF
              GO TO 100-MAIN-EXIT.

**   *******====---> ASK A BACKOUT FOR ITS REASON
           IF PECB-BEFORE AND BACK-OUT-PACKAGE
              IF BKREASON-REQUIRED
                 PERFORM 0300-REQUIRE-BACKOUT-REASON
              END-IF
              GO TO 100-MAIN-EXIT.

           PERFORM 0038-UPSERT-PACKAGE-MASTER.

**   *******====---> ARCHIVE THE EXECUTION LISTING, GOOD OR FAILED
           IF EXECUTE-PACKAGE AND PECB-AFTER
              PERFORM 0039-CAPTURE-EXECUTION-REPORT
           END-IF.

**   *******====---> SUBMIT PACKAGE SHIPMENT JOBS
           IF (EXECUTE-PACKAGE AND
              PHDR-PACKAGE-STATUS = 'EXECUTED')
              MOVE 'Y' TO WS-RUNTIME-CFG-LOADED
              PERFORM 0041-LOAD-SHPDEST-CONFIG
              PERFORM 0042-LOAD-BACKOUTEX-CONFIG
              PERFORM 0043-LOAD-CMTGATE-CONFIG
              PERFORM 0044-LOAD-BKREASON-CONFIG
           END-IF.

       0041-LOAD-SHPDEST-CONFIG.
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  %CMTGATE - a MINBUSDAYS=nn line sets the minimum age, every
      *  other line is one authorized userid.
      *-----------------------------------------------------------------
       0043-LOAD-CMTGATE-CONFIG.

           MOVE 'CMTGATE'             TO CFG-SECTION-NAME.
           MOVE WS-CMTGATE-MAX        TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-CMTGATE-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE 0 TO WS-CMTGATE-COUNT
                 MOVE SPACES TO WS-CMTGATE-TABLE
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > CFG-ENTRY-COUNT
                     IF CFG-ENTRY-LINE(WS-CFG-INX)(1:11) =
                                                     'MINBUSDAYS='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(12:2)
                                                     IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(12:2)
                                TO WS-CMTGATE-MIN-BUSDAYS
                        END-IF
                     ELSE
                        ADD 1 TO WS-CMTGATE-COUNT
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                             TO WS-CMTGATE-USERID(WS-CMTGATE-COUNT)
                     END-IF
                 END-PERFORM
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  %BKREASON - AUTO=, REPEAT=, DAYS= and PROBLEM= lines set the
      *  automated-job prefixes and the repeat settings; every other
      *  line is a reason code and its description, and the first one
      *  replaces the compiled-in table.
      *-----------------------------------------------------------------
       0044-LOAD-BKREASON-CONFIG.

           MOVE 'BKREASON'            TO CFG-SECTION-NAME.
           MOVE WS-BKREAS-CFG-LINES   TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-BKREAS-ENABLED
              END-IF
              MOVE 'N' TO WS-BKR-CODES-LOADED
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'AUTO='
                        IF WS-BKREAS-AUTO-COUNT < WS-BKREAS-AUTO-MAX
                           ADD 1 TO WS-BKREAS-AUTO-COUNT
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:8)
                             TO WS-BKREAS-AUTO-PREFIX
                                (WS-BKREAS-AUTO-COUNT)
                        END-IF
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'REPEAT='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(8:2) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:2)
                             TO WS-BKREAS-REPEAT
                        END-IF
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'DAYS='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(6:3) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:3)
                             TO WS-BKREAS-DAYS
                        END-IF
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'PROBLEM='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:1)
                          TO WS-BKREAS-PROBLEM
                     WHEN OTHER
                        IF NOT BKREASON-CODES-REPLACED
                           MOVE 'Y' TO WS-BKR-CODES-LOADED
                           MOVE 0 TO WS-BKREAS-COUNT
                           MOVE SPACES TO WS-BKREAS-TABLE
                        END-IF
                        IF WS-BKREAS-COUNT < WS-BKREAS-MAX
                           ADD 1 TO WS-BKREAS-COUNT
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:49)
                             TO WS-BKREAS-ENTRY(WS-BKREAS-COUNT)
                        END-IF
                  END-EVALUATE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  Keep the current-state package master abreast of every event
      *  this exit sees - the C1UEXT07 twin of this paragraph explains
              CALL 'C1UPKGMU' USING WS-PKGMAST-RECORD
           END-IF.

      *-----------------------------------------------------------------
      *  Archive this execute's C1MSGS1 listing - the C1UEXT07 twin of
      *  this paragraph explains the store.
      *-----------------------------------------------------------------
       0039-CAPTURE-EXECUTION-REPORT.

           IF PECB-PACKAGE-ID NOT = SPACES
              AND PECB-PACKAGE-ID NOT = LOW-VALUES
              MOVE SPACES                  TO WS-EXARC-REQUEST
              MOVE PECB-PACKAGE-ID         TO EXARC-PACKAGE-ID
              MOVE PECB-REQUEST-RETURNCODE TO EXARC-EXEC-RC
              MOVE PHDR-PACKAGE-STATUS     TO EXARC-PKG-STATUS
              MOVE 'C1UEXSHP'              TO EXARC-CALLER
              MOVE PECB-USER-BATCH-JOBNAME TO EXARC-USER
              CALL 'C1UEXARC' USING WS-EXARC-REQUEST
           END-IF.

       0100-CHECK-BACKOUT-EXCEPTION.

           MOVE 'N' TO WS-BACKOUT-EXCEPT-FOUND.
           MOVE PECB-PACKAGE-ID         TO WVR-PACKAGE-ID.
           MOVE WS-BACKOUT-MATCHED-ENTRY TO WVR-MATCHED-ENTRY.
           MOVE PECB-USER-BATCH-JOBNAME TO WVR-JOBNAME.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'BKWAIVER'      TO LGH-RECORD-TYPE.
           MOVE 02              TO LGH-LAYOUT-VERSION.
           MOVE WVR-DATE        TO LGH-DATE.
           MOVE WVR-TIME        TO LGH-TIME.
           MOVE WVR-PACKAGE-ID  TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO BKWAIVER-HEADER.
           OPEN EXTEND BKWAIVER.
           IF WS-BKWAIVER-FILE-STATUS = '00'
              MOVE 'H'          TO LCQ-FUNCTION
              MOVE 'BKWAIVER'   TO LCQ-LOG-NAME
              MOVE LGH-SYSTEM   TO LCQ-CHAIN-ID
              MOVE 144          TO LCQ-RECORD-LENGTH
              MOVE BKWAIVER-REC TO LCQ-RECORD-IMAGE
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              MOVE LCQ-HASH     TO WVR-CHAIN-HASH
              WRITE BKWAIVER-REC
              IF WS-BKWAIVER-FILE-STATUS = '00' AND LCQ-CHAINED
                 MOVE 'C'       TO LCQ-FUNCTION
                 CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              END-IF
              CLOSE BKWAIVER
           ELSE
              MOVE 'BKWAIVER'   TO WS-FAIL-DDNAME
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
      *  Before-COMMIT gate (COPY CMTGATE). A commit discards the
      *  backout information, so it waits until every destination the
      *  package was submitted to - the primary and every SHPDEST
      *  mirror on DD SHPSTAT - has a zero-condition-code DD SHPCONF
      *  confirmation dated at or after its latest submission, and
      *  until the package has been executed the configured number of
      *  business days (APIMONTH, DD HOLCAL). An authorized user's
      *  commit proceeds on a durable DD CMTWAIVR record; anyone
      *  else's is refused with return code 8 and the outstanding
      *  destinations named.
      *-----------------------------------------------------------------
       0200-GUARD-PACKAGE-COMMIT.

           MOVE SPACE  TO WS-CMT-BASIS.
           MOVE SPACES TO WS-CMT-LIST.
           MOVE 1      TO WS-CMT-LIST-PTR.
           MOVE 0      TO WS-CMT-OUTSTANDING WS-CMT-BUSDAYS
                          WS-CMT-DEST-COUNT WS-CMT-EXEC-DATE.
           PERFORM 0201-COLLECT-SUBMISSIONS.
           PERFORM 0203-MATCH-CONFIRMATIONS.
           PERFORM 0205-LIST-OUTSTANDING
                   VARYING WS-CMT-INX FROM 1 BY 1
                   UNTIL WS-CMT-INX > WS-CMT-DEST-COUNT.
           IF WS-CMT-OUTSTANDING > 0
              MOVE 'S' TO WS-CMT-BASIS
           END-IF.
           IF WS-CMTGATE-MIN-BUSDAYS > 0
              PERFORM 0206-CHECK-EXECUTION-AGE
              IF WS-CMT-EXEC-DATE > 0
                 AND WS-CMT-BUSDAYS < WS-CMTGATE-MIN-BUSDAYS
                 IF COMMIT-SHIPMENTS-OUTSTANDING
                    MOVE 'B' TO WS-CMT-BASIS
                 ELSE
                    MOVE 'A' TO WS-CMT-BASIS
                 END-IF
              END-IF
           END-IF.

           IF COMMIT-NOTHING-OUTSTANDING
              DISPLAY 'C1UEXSHP: COMMIT OF ' PECB-PACKAGE-ID
                      ' ALLOWED - ' WS-CMT-DEST-COUNT
                      ' DESTINATION(S) CONFIRMED'
           ELSE
              PERFORM 0207-CHECK-COMMIT-AUTHORIZED
              IF USER-AUTHORIZED-TO-COMMIT
                 DISPLAY 'C1UEXSHP: COMMIT GATE OVERRIDDEN FOR '
                         PECB-PACKAGE-ID ' BY '
                         PECB-USER-BATCH-JOBNAME ' - BASIS '
                         WS-CMT-BASIS
                 PERFORM 0208-WRITE-COMMIT-WAIVER
              ELSE
                 MOVE 8 TO PECB-NDVR-EXIT-RC
                 MOVE SPACES TO PECB-MESSAGE
                 MOVE WS-CMT-BUSDAYS         TO WS-CMT-BUSDAYS-EDIT
                 MOVE WS-CMTGATE-MIN-BUSDAYS TO WS-CMT-MIN-EDIT
                 IF COMMIT-TOO-SOON
                    MOVE '0792' TO PECB-MESSAGE-ID
                    STRING 'Commit refused - package executed '
                           WS-CMT-BUSDAYS-EDIT
                           ' business day(s) ago, minimum is '
                           WS-CMT-MIN-EDIT
                       DELIMITED BY SIZE INTO PECB-MESSAGE
                    END-STRING
                 ELSE
                    MOVE '0791' TO PECB-MESSAGE-ID
                    MOVE WS-CMT-LIST TO WS-MSG-DETAIL
                    STRING 'Commit refused - shipments not confirme
      -                    'd for: '
                           WS-CMT-LIST
                       DELIMITED BY SIZE INTO PECB-MESSAGE
                    END-STRING
                 END-IF
                 DISPLAY 'C1UEXSHP: COMMIT OF ' PECB-PACKAGE-ID
                         ' REFUSED - BASIS ' WS-CMT-BASIS
                         ' - EXECUTED ' WS-CMT-BUSDAYS-EDIT
                         ' BUSINESS DAY(S) AGO'
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The package's SHPSTAT history, one table entry per
      *  destination holding its latest submission (SUCCESS, FAILED
      *  or QUEUED - a SKIPPED record only says an earlier one
      *  stands). The latest OUT record also dates the execution.
      *-----------------------------------------------------------------
       0201-COLLECT-SUBMISSIONS.

           OPEN INPUT SHPSTAT.
           IF WS-SHPSTAT-FILE-STATUS = '00'
              PERFORM 806-READ-SHPSTAT-HISTORY
              PERFORM 0202-TABLE-ONE-SUBMISSION
                      UNTIL WS-SHPSTAT-FILE-STATUS NOT = '00'
              CLOSE SHPSTAT
           END-IF.

       0202-TABLE-ONE-SUBMISSION.

           IF SHP-PACKAGE-ID = PECB-PACKAGE-ID
              IF SHP-DIRECTION = 'OUT'
                 AND SHP-DATE > WS-CMT-EXEC-DATE
                 MOVE SHP-DATE TO WS-CMT-EXEC-DATE
              END-IF
              IF SHP-STATUS = 'SUCCESS' OR 'FAILED ' OR 'QUEUED '
                 MOVE 0 TO WS-CMT-HIT-INX
                 PERFORM VARYING WS-CMT-INX FROM 1 BY 1
                         UNTIL WS-CMT-INX > WS-CMT-DEST-COUNT
                            OR WS-CMT-HIT-INX > 0
                    IF SHP-ENV = WS-CMT-DEST-ENV(WS-CMT-INX)
                       AND SHP-STGID = WS-CMT-DEST-STGID(WS-CMT-INX)
                       MOVE WS-CMT-INX TO WS-CMT-HIT-INX
                    END-IF
                 END-PERFORM
                 IF WS-CMT-HIT-INX = 0
                    AND WS-CMT-DEST-COUNT < WS-CMT-DEST-MAX
                    ADD 1 TO WS-CMT-DEST-COUNT
                    MOVE WS-CMT-DEST-COUNT TO WS-CMT-HIT-INX
                    MOVE SHP-ENV   TO WS-CMT-DEST-ENV(WS-CMT-HIT-INX)
                    MOVE SHP-STGID TO WS-CMT-DEST-STGID(WS-CMT-HIT-INX)
                 END-IF
                 IF WS-CMT-HIT-INX > 0
                    MOVE SHP-STATUS(1:1)
                         TO WS-CMT-DEST-STATE(WS-CMT-HIT-INX)
                    MOVE SHP-DATE TO WS-CMT-DEST-DATE(WS-CMT-HIT-INX)
                    MOVE SHP-TIME TO WS-CMT-DEST-TIME(WS-CMT-HIT-INX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 806-READ-SHPSTAT-HISTORY.

      *-----------------------------------------------------------------
      *  Only a shipped (S) destination can be confirmed, and only by
      *  a zero condition code at or after its latest submission - a
      *  confirmation of an earlier shipment does not cover a re-ship.
      *-----------------------------------------------------------------
       0203-MATCH-CONFIRMATIONS.

           IF WS-CMT-DEST-COUNT > 0
              OPEN INPUT SHPCONF
              IF NOT SHPCONF-NOT-AVAILABLE
                 PERFORM 0203A-READ-SHPCONF
                 PERFORM 0204-MATCH-ONE-CONFIRMATION
                         UNTIL SHPCONF-ATEND
                 CLOSE SHPCONF
              END-IF
           END-IF.

       0203A-READ-SHPCONF.

           READ SHPCONF
               AT END MOVE '10' TO WS-SHPCONF-FILE-STATUS
           END-READ.

       0204-MATCH-ONE-CONFIRMATION.

           IF CNF-PACKAGE-ID = PECB-PACKAGE-ID
              AND CNF-COND-CODE = 0
              PERFORM VARYING WS-CMT-INX FROM 1 BY 1
                      UNTIL WS-CMT-INX > WS-CMT-DEST-COUNT
                 IF CNF-ENV = WS-CMT-DEST-ENV(WS-CMT-INX)
                    AND CNF-STGID = WS-CMT-DEST-STGID(WS-CMT-INX)
                    AND WS-CMT-DEST-STATE(WS-CMT-INX) = 'S'
                    AND (CNF-DATE > WS-CMT-DEST-DATE(WS-CMT-INX)
                     OR (CNF-DATE = WS-CMT-DEST-DATE(WS-CMT-INX)
                     AND CNF-TIME >= WS-CMT-DEST-TIME(WS-CMT-INX)))
                    MOVE 'C' TO WS-CMT-DEST-STATE(WS-CMT-INX)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 0203A-READ-SHPCONF.

       0205-LIST-OUTSTANDING.

           IF NOT CMT-DEST-CONFIRMED(WS-CMT-INX)
              ADD 1 TO WS-CMT-OUTSTANDING
              DISPLAY 'C1UEXSHP: ' PECB-PACKAGE-ID ' NOT CONFIRMED AT '
                      WS-CMT-DEST-ENV(WS-CMT-INX) '/'
                      WS-CMT-DEST-STGID(WS-CMT-INX) ' - STATE '
                      WS-CMT-DEST-STATE(WS-CMT-INX)
              STRING WS-CMT-DEST-ENV(WS-CMT-INX) DELIMITED BY SPACE
                     '/' WS-CMT-DEST-STGID(WS-CMT-INX) ' '
                         DELIMITED BY SIZE
                 INTO WS-CMT-LIST WITH POINTER WS-CMT-LIST-PTR
                 ON OVERFLOW CONTINUE
              END-STRING
           END-IF.

      *-----------------------------------------------------------------
      *  Business days since execution. The latest OUT shipment
      *  record dates it; failing that, an EXECUTED package master
      *  record's last-event date stands in (never earlier than the
      *  execution, so the test errs toward waiting).
      *-----------------------------------------------------------------
       0206-CHECK-EXECUTION-AGE.

           IF WS-CMT-EXEC-DATE = 0
              MOVE SPACES          TO WS-PKGMAST-RECORD
              MOVE PECB-PACKAGE-ID TO PM-PACKAGE-ID
              MOVE 'R'             TO PM-REQUEST-CODE
              CALL 'C1UPKGMU' USING WS-PKGMAST-RECORD
              IF PM-RECORD-FOUND
                 AND PM-PACKAGE-STATUS = 'EXECUTED'
                 AND PM-LAST-DATE IS NUMERIC
                 MOVE PM-LAST-DATE TO WS-CMT-EXEC-DATE
              END-IF
           END-IF.
           IF WS-CMT-EXEC-DATE > 0
              ACCEPT WS-CMT-TODAY FROM DATE YYYYMMDD
              MOVE 'D'              TO WS-APIMONTH-FUNCTION
              MOVE WS-CMT-EXEC-DATE TO WS-APIMONTH-DATE-FROM
              MOVE WS-CMT-TODAY     TO WS-APIMONTH-DATE-TO
              MOVE 0                TO WS-APIMONTH-BUSDAYS
              CALL 'APIMONTH' USING WS-APIMONTH-PARMS
              IF WS-APIMONTH-BUSDAYS > 0
                 MOVE WS-APIMONTH-BUSDAYS TO WS-CMT-BUSDAYS
              END-IF
           END-IF.

       0207-CHECK-COMMIT-AUTHORIZED.

           MOVE 'N' TO WS-CMT-AUTHORIZED.
           PERFORM VARYING WS-CMT-INX FROM 1 BY 1
                   UNTIL WS-CMT-INX > WS-CMTGATE-COUNT
                      OR USER-AUTHORIZED-TO-COMMIT
              IF PECB-USER-BATCH-JOBNAME =
                                   WS-CMTGATE-USERID(WS-CMT-INX)
                 MOVE 'Y' TO WS-CMT-AUTHORIZED
              END-IF
           END-PERFORM.

       0208-WRITE-COMMIT-WAIVER.

           ACCEPT WS-SHPSTAT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SHPSTAT-TIME FROM TIME.
           MOVE SPACES                  TO CMTWAIVR-REC.
           MOVE WS-SHPSTAT-DATE         TO CMW-DATE.
           MOVE WS-SHPSTAT-TIME(1:6)    TO CMW-TIME.
           MOVE PECB-PACKAGE-ID         TO CMW-PACKAGE-ID.
           MOVE PECB-USER-BATCH-JOBNAME TO CMW-MATCHED-ENTRY.
           MOVE PECB-USER-BATCH-JOBNAME TO CMW-JOBNAME.
           MOVE 'C1UEXSHP'              TO CMW-PROGRAM.
           MOVE WS-CMT-BASIS            TO CMW-BASIS.
           MOVE WS-CMT-OUTSTANDING      TO CMW-OUTSTANDING.
           MOVE WS-CMT-BUSDAYS          TO CMW-BUSDAYS.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'CMTWAIVR'      TO LGH-RECORD-TYPE.
           MOVE 01              TO LGH-LAYOUT-VERSION.
           MOVE CMW-DATE        TO LGH-DATE.
           MOVE CMW-TIME        TO LGH-TIME.
           MOVE CMW-PACKAGE-ID  TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO CMTWAIVR-HEADER.
           OPEN EXTEND CMTWAIVR.
           IF WS-CMTWAIVR-FILE-STATUS = '00'
              WRITE CMTWAIVR-REC
              CLOSE CMTWAIVR
           ELSE
              MOVE 'CMTWAIVR'   TO WS-FAIL-DDNAME
              MOVE CMTWAIVR-REC TO WS-FAIL-RECORD
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
      *  Before-BACKOUT reason (COPY BKREASCF). A backout has to say
      *  why: a reason code from the site table, taken from the
      *  package's latest DD BKREQST backout request or else from a
      *  BKREASON=code package note. Without a code, or with one the
      *  table does not know, the backout is refused with return code
      *  8 - unless an automated job is doing it, which is let through
      *  and recorded under the automated code (830).
      *-----------------------------------------------------------------
       0300-REQUIRE-BACKOUT-REASON.

           PERFORM 0310-FIND-BACKOUT-REASON.
           IF BACKOUT-REASON-VALID
              DISPLAY 'C1UEXSHP: BACKOUT OF ' PECB-PACKAGE-ID
                      ' - REASON ' WS-BKR-REASON ' (SOURCE '
                      WS-BKR-SOURCE ')'
           ELSE
              IF BACKOUT-IS-AUTOMATED
                 DISPLAY 'C1UEXSHP: AUTOMATED BACKOUT OF '
                         PECB-PACKAGE-ID ' BY '
                         PECB-USER-BATCH-JOBNAME ' - REASON '
                         WS-BKR-REASON
              ELSE
                 PERFORM 0305-REFUSE-BACKOUT
              END-IF
           END-IF.

       0305-REFUSE-BACKOUT.

           MOVE 8 TO PECB-NDVR-EXIT-RC.
           MOVE SPACES TO PECB-MESSAGE.
           IF BACKOUT-REASON-MISSING
              MOVE '0798' TO PECB-MESSAGE-ID
              STRING 'Backout refused - give a reason code on a BKREQST'
                     ' request or a BKREASON= package note'
                 DELIMITED BY SIZE INTO PECB-MESSAGE
              END-STRING
           ELSE
              MOVE '0799' TO PECB-MESSAGE-ID
              MOVE WS-BKR-REASON TO WS-MSG-DETAIL
              STRING 'Backout refused - reason code is not on the site'
                     ' table: '
                     WS-BKR-REASON
                 DELIMITED BY SIZE INTO PECB-MESSAGE
              END-STRING
           END-IF.
           DISPLAY 'C1UEXSHP: BACKOUT OF ' PECB-PACKAGE-ID
                   ' REFUSED - REASON CODE ' WS-BKR-STATE ' '
                   WS-BKR-REASON.

      *-----------------------------------------------------------------
      *  The backout's reason code and where it came from (R request,
      *  N package note), judged against the site table: V valid,
      *  U unknown code, M no code at all. Also whether the job doing
      *  the backout is one of the automated ones.
      *-----------------------------------------------------------------
       0310-FIND-BACKOUT-REASON.

           MOVE SPACES TO WS-BKR-REASON WS-BKR-SOURCE.
           PERFORM 0311-READ-BACKOUT-REQUESTS.
           IF WS-BKR-REASON = SPACES
              PERFORM 0313-SCAN-PACKAGE-NOTES
           END-IF.
           INSPECT WS-BKR-REASON
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 0315-CHECK-AUTOMATED-JOB.
           IF WS-BKR-REASON = SPACES
              MOVE 'M' TO WS-BKR-STATE
           ELSE
              MOVE 'U' TO WS-BKR-STATE
              PERFORM VARYING WS-BKR-INX FROM 1 BY 1
                      UNTIL WS-BKR-INX > WS-BKREAS-COUNT
                         OR BACKOUT-REASON-VALID
                 IF WS-BKREAS-CODE(WS-BKR-INX) = WS-BKR-REASON
                    MOVE 'V' TO WS-BKR-STATE
                 END-IF
              END-PERFORM
           END-IF.

       0311-READ-BACKOUT-REQUESTS.

           MOVE ZEROS TO WS-BKR-LATEST-STAMP.
           OPEN INPUT BKREQST.
           IF WS-BKREQST-FILE-STATUS = '00'
              PERFORM 0312-READ-BKREQST
              PERFORM UNTIL WS-BKREQST-FILE-STATUS NOT = '00'
                 IF BKR-PACKAGE-ID = PECB-PACKAGE-ID
                    AND BKR-REASON NOT = SPACES
                    MOVE BKR-DATE TO WS-BKR-THIS-DATE
                    MOVE BKR-TIME TO WS-BKR-THIS-TIME
                    IF WS-BKR-THIS-STAMP NOT < WS-BKR-LATEST-STAMP
                       MOVE WS-BKR-THIS-STAMP TO WS-BKR-LATEST-STAMP
                       MOVE BKR-REASON TO WS-BKR-REASON
                       MOVE 'R' TO WS-BKR-SOURCE
                    END-IF
                 END-IF
                 PERFORM 0312-READ-BKREQST
              END-PERFORM
              CLOSE BKREQST
           END-IF.

       0312-READ-BKREQST.

           READ BKREQST
               AT END MOVE '10' TO WS-BKREQST-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  The first BKREASON=code in NOTE1-8 (any case, anywhere on the
      *  line); the code runs to the next blank or comma.
      *-----------------------------------------------------------------
       0313-SCAN-PACKAGE-NOTES.

           MOVE PHDR-PKG-NOTE1 TO WS-BKR-NOTE-LINE(1).
           MOVE PHDR-PKG-NOTE2 TO WS-BKR-NOTE-LINE(2).
           MOVE PHDR-PKG-NOTE3 TO WS-BKR-NOTE-LINE(3).
           MOVE PHDR-PKG-NOTE4 TO WS-BKR-NOTE-LINE(4).
           MOVE PHDR-PKG-NOTE5 TO WS-BKR-NOTE-LINE(5).
           MOVE PHDR-PKG-NOTE6 TO WS-BKR-NOTE-LINE(6).
           MOVE PHDR-PKG-NOTE7 TO WS-BKR-NOTE-LINE(7).
           MOVE PHDR-PKG-NOTE8 TO WS-BKR-NOTE-LINE(8).
           INSPECT WS-BKR-NOTES
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING WS-BKR-NOTE-INX FROM 1 BY 1
                   UNTIL WS-BKR-NOTE-INX > 8
                      OR WS-BKR-REASON NOT = SPACES
              PERFORM VARYING WS-BKR-POS FROM 1 BY 1
                      UNTIL WS-BKR-POS > 51
                         OR WS-BKR-REASON NOT = SPACES
                 IF WS-BKR-NOTE-LINE(WS-BKR-NOTE-INX)(WS-BKR-POS:9)
                                               = WS-BKREAS-NOTE-TAG
                    UNSTRING WS-BKR-NOTE-LINE(WS-BKR-NOTE-INX)
                             (WS-BKR-POS + 9:)
                        DELIMITED BY SPACE OR ','
                        INTO WS-BKR-REASON
                    END-UNSTRING
                    IF WS-BKR-REASON NOT = SPACES
                       MOVE 'N' TO WS-BKR-SOURCE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      *  A batch job whose name starts with one of the automated-job
      *  prefixes is an automated backout.
      *-----------------------------------------------------------------
       0315-CHECK-AUTOMATED-JOB.

           MOVE 'N' TO WS-BKR-AUTOMATED.
           IF PECB-BATCH-MODE
              PERFORM VARYING WS-BKR-INX FROM 1 BY 1
                      UNTIL WS-BKR-INX > WS-BKREAS-AUTO-COUNT
                         OR BACKOUT-IS-AUTOMATED
                 MOVE 0 TO WS-BKR-PREFIX-LEN
                 INSPECT WS-BKREAS-AUTO-PREFIX(WS-BKR-INX)
                         TALLYING WS-BKR-PREFIX-LEN
                         FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-BKR-PREFIX-LEN > 0
                    AND PECB-USER-BATCH-JOBNAME(1:WS-BKR-PREFIX-LEN)
                      = WS-BKREAS-AUTO-PREFIX(WS-BKR-INX)
                        (1:WS-BKR-PREFIX-LEN)
                    MOVE 'Y' TO WS-BKR-AUTOMATED
                 END-IF
              END-PERFORM
           END-IF.

       800-SUBMIT-PACKAGE-SHIPMENTS.

      *    MAKES A CALL TO THE REXX ROUTINE PKGESHIP
                 IF INCCRT-ENABLED
                    PERFORM 855-RAISE-FAILURE-INCIDENT
                 END-IF
                 IF CHAT-NOTIFY-ENABLED
                    PERFORM 857-POST-SHIPMENT-FAILURE
                 END-IF
              END-IF
              PERFORM 810-WRITE-SHIPMENT-STATUS
              IF SHIP-EXTRA-DEST-ENABLED
           MOVE 'C1UEXSHP'              TO FZW-PROGRAM.
           OPEN EXTEND FRZWAIVR.
           IF WS-FRZWAIVR-FILE-STATUS = '00'
              MOVE 'H'                  TO LCQ-FUNCTION
              MOVE 'FRZWAIVR'           TO LCQ-LOG-NAME
              MOVE SPACES               TO LCQ-CHAIN-ID
              MOVE 80                   TO LCQ-RECORD-LENGTH
              MOVE FRZWAIVR-REC         TO LCQ-RECORD-IMAGE
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              MOVE LCQ-HASH             TO FZW-CHAIN-HASH
              WRITE FRZWAIVR-REC
              IF WS-FRZWAIVR-FILE-STATUS = '00' AND LCQ-CHAINED
                 MOVE 'C'               TO LCQ-FUNCTION
                 CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              END-IF
              CLOSE FRZWAIVR
           ELSE
              MOVE 'FRZWAIVR'   TO WS-FAIL-DDNAME
           MOVE 0                    TO SHP-RETRIES.
           MOVE 0                    TO SHP-RC.
           MOVE 'QUEUED '            TO SHP-STATUS.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'SHPSTAT'       TO LGH-RECORD-TYPE.
           MOVE 01              TO LGH-LAYOUT-VERSION.
           MOVE SHP-DATE        TO LGH-DATE.
           MOVE SHP-TIME        TO LGH-TIME.
           MOVE SHP-PACKAGE-ID  TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO SHPSTAT-HEADER.
           MOVE 'N' TO WS-LOG-OPEN-STATE.
           MOVE 0   TO WS-LOG-OPEN-TRY.
           PERFORM UNTIL LOG-FILE-OPENED

       806-READ-SHPSTAT-HISTORY.

           PERFORM WITH TEST AFTER
                   UNTIL WS-SHPSTAT-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SHPSTAT
                  AT END MOVE '10' TO WS-SHPSTAT-FILE-STATUS
              END-READ
              IF WS-SHPSTAT-FILE-STATUS(1:1) = '0'
                 MOVE 'SHPSTAT'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SHPSTAT-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       807-MATCH-SHPSTAT-HISTORY.

           MOVE 0                    TO SHP-RETRIES.
           MOVE 0                    TO SHP-RC.
           MOVE 'SKIPPED'            TO SHP-STATUS.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'SHPSTAT'       TO LGH-RECORD-TYPE.
           MOVE 01              TO LGH-LAYOUT-VERSION.
           MOVE SHP-DATE        TO LGH-DATE.
           MOVE SHP-TIME        TO LGH-TIME.
           MOVE SHP-PACKAGE-ID  TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO SHPSTAT-HEADER.
           MOVE 'N' TO WS-LOG-OPEN-STATE.
           MOVE 0   TO WS-LOG-OPEN-TRY.
           PERFORM UNTIL LOG-FILE-OPENED
              MOVE 'SHIPPED' TO WS-WRBK-EVENT
              MOVE PECB-PACKAGE-ID(1:10) TO WS-WRBK-OBJ
              CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT
              MOVE 'C1UEXSHP'       TO XBG-EXIT-NAME
              MOVE 'WRITBACK'       TO XBG-STEP
              MOVE PECB-PACKAGE-ID  TO XBG-KEY
              MOVE 'O'              TO XBG-STEP-CLASS
              MOVE WS-MT-SPENT-HUND TO XBG-SPENT-HUND
              CALL 'EXBUDGET' USING WS-EXBUDGET-REQUEST
              IF XBG-DEFER-STEP
                 PERFORM 841-QUEUE-DEFERRED-WRITEBACK
              ELSE
                 CALL 'SNOWWRBK' USING WS-WRBK-OBJ
                                       WS-WRBK-EVENT
                                       PECB-PACKAGE-ID
                                       GJN-JOB-NAME
                 IF RETURN-CODE NOT = 0
                    DISPLAY 'C1UEXSHP: SERVICENOW WRITE-BACK FAILED RC='
                            RETURN-CODE ' FOR ' PECB-PACKAGE-ID
                 END-IF
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *  One DD EXDEFERQ entry for C1UEXDFR (COPY EXDEFERQ), with the
      *  durable-file write policy behind a failed append.
      *-----------------------------------------------------------------
       841-QUEUE-DEFERRED-WRITEBACK.

           ACCEPT WS-SHPSTAT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SHPSTAT-TIME FROM TIME.
           MOVE SPACES               TO WS-EXDEFER-RECORD.
           MOVE WS-SHPSTAT-DATE      TO XDQ-DATE.
           MOVE WS-SHPSTAT-TIME(1:6) TO XDQ-TIME.
           MOVE 'C1UEXSHP'           TO XDQ-EXIT-NAME.
           MOVE 'WRITBACK'           TO XDQ-WORK-TYPE.
           MOVE PECB-PACKAGE-ID      TO XDQ-PACKAGE-ID.
           MOVE PHDR-PKG-ENV         TO XDQ-ENV.
           MOVE PHDR-PKG-CREATE-USER TO XDQ-CREATE-USER.
           MOVE WS-WRBK-OBJ          TO XDQ-WRBK-OBJ.
           MOVE WS-WRBK-EVENT        TO XDQ-WRBK-EVENT.
           MOVE GJN-JOB-NAME         TO XDQ-JOB-NAME.
           MOVE 0                    TO XDQ-ATTEMPTS.
           OPEN EXTEND EXDEFERQ.
           IF WS-EXDEFERQ-FILE-STATUS = '00'
              WRITE EXDEFERQ-REC FROM WS-EXDEFER-RECORD
              CLOSE EXDEFERQ
              DISPLAY 'C1UEXSHP: WRITE-BACK DEFERRED TO EXDEFERQ FOR '
                      PECB-PACKAGE-ID
           ELSE
              MOVE 'EXDEFERQ'        TO WS-FAIL-DDNAME
              MOVE WS-EXDEFER-RECORD TO WS-FAIL-RECORD
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

       830-WRITE-BACKOUT-IMPACT-REPORT.

           ACCEPT WS-SHPSTAT-DATE FROM DATE YYYYMMDD.
           MOVE PHDR-PKG-BACKOUT-STATUS TO BKI-BACKOUT-STATUS.
           MOVE PHDR-PKG-CAST-USER      TO BKI-CAST-USER.
           MOVE PHDR-PKG-UPDATE-USER    TO BKI-UPDATE-USER.
           PERFORM 0310-FIND-BACKOUT-REASON.
           IF WS-BKR-REASON = SPACES AND BACKOUT-IS-AUTOMATED
              MOVE WS-BKREAS-AUTO-CODE  TO WS-BKR-REASON
           END-IF.
           MOVE WS-BKR-REASON           TO BKI-REASON.
           MOVE 'N' TO WS-LOG-OPEN-STATE.
           MOVE 0   TO WS-LOG-OPEN-TRY.
           PERFORM UNTIL LOG-FILE-OPENED
           END-IF.
           MOVE WS-INCC-NUM-PART     TO SHP-RC.
           MOVE 'INCRSE'             TO SHP-STATUS.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'SHPSTAT'       TO LGH-RECORD-TYPE.
           MOVE 01              TO LGH-LAYOUT-VERSION.
           MOVE SHP-DATE        TO LGH-DATE.
           MOVE SHP-TIME        TO LGH-TIME.
           MOVE SHP-PACKAGE-ID  TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO SHPSTAT-HEADER.
           MOVE 'N' TO WS-LOG-OPEN-STATE.
           MOVE 0   TO WS-LOG-OPEN-TRY.
           PERFORM UNTIL LOG-FILE-OPENED
                      WS-INCC-NUMBER ' NOT RECORDED IN THE TRAIL'
           END-IF.

      *-----------------------------------------------------------------
      *  A final shipment failure as a chat card for operations
      *  (copybook CHATCFG), routed on the package's own environment.
      *  Site template SHIPFAIL, when one exists, stands in for the
      *  compiled-in wording - see TMPLLOAD. A failed post is dead-
      *  lettered by CHATPOST and never changes the exit's outcome.
      *-----------------------------------------------------------------
       857-POST-SHIPMENT-FAILURE.

           ACCEPT WS-CHAT-DATE FROM DATE YYYYMMDD.
           MOVE 'Endevor package shipment failed' TO WS-CHAT-SUBJECT.
           MOVE WS-PKGESHIP-RC TO WS-CHAT-RC.
           MOVE SPACES TO WS-CHAT-MESSAGE.
           STRING 'PACKAGE ' PECB-PACKAGE-ID ' FAILED TO SHIP '
                  REXX-SHIP-OUT ' TO ' REXX-SHIP-ENV
                  ' - LAST RC' WS-CHAT-RC
              DELIMITED BY SIZE INTO WS-CHAT-MESSAGE
           END-STRING.
           MOVE 'SHIPFAIL'         TO TPL-NAME.
           MOVE PECB-PACKAGE-ID    TO TPL-SUB-PKGID.
           MOVE REXX-SHIP-ENV      TO TPL-SUB-ENV.
           MOVE SPACES             TO TPL-SUB-GROUP.
           MOVE SPACES             TO TPL-SUB-AGE.
           MOVE WS-CHAT-DATE       TO TPL-SUB-DATE.
           MOVE PHDR-PKG-CAST-USER TO TPL-SUB-USER.
           CALL 'TMPLLOAD' USING WS-NOTIFTPL-REQUEST.
           IF TPL-FOUND
              MOVE TPL-SUBJECT TO WS-CHAT-SUBJECT
              MOVE TPL-MESSAGE TO WS-CHAT-MESSAGE
           END-IF.
           MOVE 'SHIPFAIL' TO WS-CHAT-EVENT.
           CALL 'CHATPOST' USING WS-CHAT-EVENT
                                 PECB-PACKAGE-ID
                                 PHDR-PKG-ENV
                                 WS-CHAT-SUBJECT
                                 WS-CHAT-MESSAGE
                                 WS-NOTIFTPL-REQUEST.
           IF RETURN-CODE > 4
              DISPLAY 'C1UEXSHP: CHAT POST FAILED RC=' RETURN-CODE
                      ' FOR PACKAGE ' PECB-PACKAGE-ID
           END-IF.
           MOVE 0 TO RETURN-CODE.

       810-WRITE-SHIPMENT-STATUS.

           ACCEPT WS-SHPSTAT-DATE FROM DATE YYYYMMDD.
           ELSE
              MOVE 'FAILED'  TO SHP-STATUS
           END-IF.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'SHPSTAT'       TO LGH-RECORD-TYPE.
           MOVE 01              TO LGH-LAYOUT-VERSION.
           MOVE SHP-DATE        TO LGH-DATE.
           MOVE SHP-TIME        TO LGH-TIME.
           MOVE SHP-PACKAGE-ID  TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO SHPSTAT-HEADER.
           MOVE 'N' TO WS-LOG-OPEN-STATE.
           MOVE 0   TO WS-LOG-OPEN-TRY.
           PERFORM UNTIL LOG-FILE-OPENED
                    DELIMITED BY SIZE INTO WS-WTO-TEXT
                 END-STRING
                 CALL 'WTOALERT' USING WS-WTO-TEXT
                 IF CHAT-NOTIFY-ENABLED
                    PERFORM 857-POST-SHIPMENT-FAILURE
                 END-IF
              END-IF
              PERFORM 810-WRITE-SHIPMENT-STATUS
              MOVE WS-SHIP-SAVE-ENV TO REXX-SHIP-ENV
              IF CATALOG-MSG-FOUND
                 MOVE SPACES TO PECB-MESSAGE
                 MOVE WS-MSG-TEXT TO PECB-MESSAGE(1:60)
                 IF WS-MSG-DETAIL NOT = SPACES
                    MOVE WS-MSG-DETAIL TO PECB-MESSAGE(61:72)
                 END-IF
              END-IF
           END-IF.

