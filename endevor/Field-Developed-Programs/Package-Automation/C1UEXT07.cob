               FILE STATUS IS WS-FRZWAIVR-FILE-STATUS.
           SELECT APPRSNAP ASSIGN TO APPRSNAP
               FILE STATUS IS WS-APPRSNAP-FILE-STATUS.
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-SHPSTAT-FILE-STATUS.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-ELMACTLG-FILE-STATUS.
           SELECT EXDEFERQ ASSIGN TO EXDEFERQ
               FILE STATUS IS WS-EXDEFERQ-FILE-STATUS.
           SELECT CMPUSAGE ASSIGN TO CMPUSAGE
               FILE STATUS IS WS-CMPUSAGE-FILE-STATUS.
           SELECT PKGIMPCT ASSIGN TO PKGIMPCT
               FILE STATUS IS WS-PKGIMPCT-FILE-STATUS.
      **
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

      *-----------------------------------------------------------------
      *  DD PKGAGE - one record per package each time it reaches the
      *  inquiry.
      *-----------------------------------------------------------------
       FD  PKGAGE
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGE-REC.
           03  PKGAGE-HEADER                 PIC X(64).
           03  PKGAGE-BODY.
              05  PKA-PACKAGE-ID             PIC X(16).
              05  PKA-ENV                    PIC X(08).
              05  PKA-STGID                  PIC X(01).
              05  PKA-CREATE-DATE            PIC 9(08).
              05  PKA-REPORT-DATE            PIC 9(08).
              05  PKA-AGE-DAYS               PIC S9(05).
              05  PKA-CREATE-USER            PIC X(08).
              05  FILLER                     PIC X(26).

      *-----------------------------------------------------------------
      *  DD MAILDLQ - dead-letter record for each BC1PMLIF notification
           03  APQ-PACKAGE-ID                PIC X(16).
           03  APQ-SNOWOBJ                   PIC X(10).
           03  APQ-QUEUED-DATE               PIC X(08).
      *    'A' - queued for auto-approval by the change-type routing
      *    (copybook CHGRTCF) rather than to watch an approval task.
           03  APQ-ROUTE                     PIC X(01).
           03  FILLER                        PIC X(45).

      *-----------------------------------------------------------------
      *  DD BKWAIVER - read here at Before-EXECUTE to tell a waived
      *  records; this exit only reads them.
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
              05  FILLER                PIC X(22).

      *-----------------------------------------------------------------
      *  DD BKVERIFY - one durable record per Before-EXECUTE backout
      *  OVERRIDE trace lines.
      *-----------------------------------------------------------------
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
           03  RSK-OVERRIDES            PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-BACKOUTS             PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-IMPACTED             PIC 9(04).
           03  FILLER                   PIC X(17).

      *-----------------------------------------------------------------
      *  DD FRZWAIVR - one durable record per authorized freeze
      *  exception exercised at Before-EXECUTE (the BKWAIVER posture:
      *  a waiver is only acceptable if every exercise of it is on
      *  record). See FRZCHECK for the calendar and exception list.
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
      *  DD APPRSNAP - durable snapshot of the approver roster as it
           03  DLG-TO-DATE                   PIC X(08).
           03  FILLER                        PIC X(45).

      *-----------------------------------------------------------------
      *  DD SHPSTAT - C1UEXSHP's shipment history (read only here): a
      *  SUCCESS record means the package has left this site, which
      *  the RESET/DELETE guard treats like an execute.
      *-----------------------------------------------------------------
       FD  SHPSTAT
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTAT-REC.
           03  SHPSTAT-HEADER               PIC X(64).
           03  SHPSTAT-BODY.
              05  SHP-DATE                  PIC 9(08).
              05  FILLER                    PIC X(01).
              05  SHP-TIME                  PIC 9(06).
              05  FILLER                    PIC X(01).
              05  SHP-PACKAGE-ID            PIC X(16).
              05  FILLER                    PIC X(01).
              05  SHP-ENV                   PIC X(08).
              05  FILLER                    PIC X(01).
              05  SHP-STGID                 PIC X(01).
              05  FILLER                    PIC X(01).
              05  SHP-DIRECTION             PIC X(03).
              05  FILLER                    PIC X(01).
              05  SHP-RETRIES               PIC 9(02).
              05  FILLER                    PIC X(01).
              05  SHP-RC                    PIC -9(08).
              05  FILLER                    PIC X(01).
              05  SHP-STATUS                PIC X(07).
              05  FILLER                    PIC X(13).

      *-----------------------------------------------------------------
      *  DD ELMACTLG - the C1UEXT02 element action log, read here for
      *  the CCID each packaged element was last worked under (copybook
      *  CCIDCNCF) and for the path it took up the map (copybook
      *  PRMPTHCF). Same layout its writer keeps; ELA-EXIT-RC of 8 or
      *  more marks an attempt the exit refused.
      *-----------------------------------------------------------------
       FD  ELMACTLG
           RECORD CONTAINS 196 CHARACTERS.
       01  ELMACTLG-REC.
           03  ELMACTLG-HEADER              PIC X(64).
           03  ELMACTLG-BODY.
              05  ELA-DATE                  PIC 9(08).
              05  FILLER                    PIC X(01).
              05  ELA-TIME                  PIC 9(08).
              05  FILLER                    PIC X(01).
              05  ELA-SRC-ENV               PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-TGT-ENV               PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-SYSTEM                PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-SUBSYSTEM             PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-ELEMENT               PIC X(10).
              05  FILLER                    PIC X(01).
              05  ELA-TYPE                  PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-PROC-GROUP            PIC X(16).
              05  FILLER                    PIC X(01).
              05  ELA-ACTION                PIC X(10).
              05  FILLER                    PIC X(01).
              05  ELA-CCID                  PIC X(12).
              05  FILLER                    PIC X(01).
              05  ELA-USER                  PIC X(08).
              05  FILLER                    PIC X(01).
              05  ELA-EXIT-RC               PIC X(04).
              05  ELA-TGT-STGID             PIC X(01).
              05  ELA-SRC-STGID             PIC X(01).
              05  ELA-LEVEL                 PIC X(02).

      *-----------------------------------------------------------------
      *  DD EXDEFERQ - optional work put off once the invocation's
      *  time budget is spent (COPY EXBUDGRQ), for the C1UEXDFR
      *  catch-up step. Entries are built in WS-EXDEFER-RECORD (COPY
      *  EXDEFERQ).
      *-----------------------------------------------------------------
       FD  EXDEFERQ
           RECORD CONTAINS 120 CHARACTERS.
       01  EXDEFERQ-REC                     PIC X(120).

      *-----------------------------------------------------------------
      *  DD CMPUSAGE - the C1UIMPBL where-used file (COPY CMPUSAGE),
      *  read only here. DD PKGIMPCT - one durable record per
      *  component of a cast package and program using it in the
      *  package's target environment/stage: the full list behind the
      *  per-system counts the approvers are shown (copybook
      *  IMPACTCF). Each record opens with the common log header
      *  (COPY LOGHDR, the package as its key).
      *-----------------------------------------------------------------
       FD  CMPUSAGE
           RECORD CONTAINS 100 CHARACTERS.
       01  CMPUSAGE-REC                     PIC X(100).

       FD  PKGIMPCT
           RECORD CONTAINS 184 CHARACTERS.
       01  PKGIMPCT-REC.
           03  PKGIMPCT-HEADER              PIC X(64).
           03  PKGIMPCT-BODY.
              05  PIM-DATE                  PIC 9(08).
              05  FILLER                    PIC X(01).
              05  PIM-TIME                  PIC 9(06).
              05  FILLER                    PIC X(01).
              05  PIM-PACKAGE-ID            PIC X(16).
              05  FILLER                    PIC X(01).
              05  PIM-COMP-ELEMENT          PIC X(10).
              05  FILLER                    PIC X(01).
              05  PIM-COMP-TYPE             PIC X(08).
              05  FILLER                    PIC X(01).
              05  PIM-COMP-SYSTEM           PIC X(08).
              05  FILLER                    PIC X(01).
              05  PIM-TARGET-ENV            PIC X(08).
              05  FILLER                    PIC X(01).
              05  PIM-TARGET-STGID          PIC X(01).
              05  FILLER                    PIC X(01).
              05  PIM-USER-ELEMENT          PIC X(10).
              05  FILLER                    PIC X(01).
              05  PIM-USER-TYPE             PIC X(08).
              05  FILLER                    PIC X(01).
              05  PIM-USER-SYSTEM           PIC X(08).
              05  FILLER                    PIC X(01).
              05  PIM-USER-SUBSYSTEM        PIC X(08).
              05  FILLER                    PIC X(10).

       WORKING-STORAGE SECTION.

      *= Application-owner routing (DD SYSOWNER, see the FD banner) ===
       01  WS-INCC-NUMBER                   PIC X(10).
       COPY BKVERPOL.
       COPY RISKSCCF.
       COPY CCIDCNCF.
       COPY PRMPTHCF.
       COPY QGATECF.
       COPY IMPACTCF.
       COPY CRITELCF.
       COPY SODPOLCF.
       COPY NOTIFTPL.
       COPY CHATCFG.
       COPY CHGRTCF.

      *= Per-recipient delivery policy (NTFYPOL / DD NOTIFPOL) ========
       01  WS-NTF-SEVERITY                  PIC X(01).
      *  the first one's score.
       01  WS-RISK-SCORED-PKGID             PIC X(16) VALUE SPACES.
       01  WS-RISK-SCORE                    PIC 9(05) VALUE 0.
      *  Approval route of WS-ROUTE-PKGID, resolved once per package
      *  per program load (copybook CHGRTCF).
       01  WS-ROUTE-PKGID                   PIC X(16) VALUE SPACES.
       01  WS-ROUTE-SNOWOBJ                 PIC X(10).
       01  WS-ROUTE-CHG-TYPE                PIC X(12).
       01  WS-ROUTE-CHG-TEMPLATE            PIC X(40).
       01  WS-ROUTE-MATCH-TYPE              PIC X(10).
       01  WS-ROUTE-INSTANCE                PIC X(40).
       01  WS-ROUTE-CHG-START               PIC X(19).
       01  WS-ROUTE-CHG-END                 PIC X(19).
       01  WS-ROUTE-TREATMENT               PIC X(01) VALUE 'F'.
           88  ROUTE-FULL                           VALUE 'F'.
           88  ROUTE-REDUCED                        VALUE 'R'.
           88  ROUTE-AUTO                           VALUE 'A'.
           88  ROUTE-EMERGENCY                      VALUE 'E'.
       01  WS-ROUTE-QUORUM                  PIC 9(04) VALUE 0.
       01  WS-ROUTE-INX                     PIC 9(02).
       01  WS-ROUTE-ENV-MATCHED             PIC X(01).
           88  ROUTE-ENV-SPECIFIC                   VALUE 'Y'.
       01  WS-ROUTE-TMPL-FOUND              PIC X(01).
           88  ROUTE-TEMPLATE-APPROVED              VALUE 'Y'.
       01  WS-ROUTE-IMMEDIATE               PIC X(01) VALUE 'N'.
           88  ROUTE-NOTIFY-IMMEDIATE               VALUE 'Y'.
       01  WS-ROUTE-ECAB-PASS               PIC X(01) VALUE 'N'.
           88  ROUTE-NOTIFYING-ECAB                 VALUE 'Y'.
       01  WS-ROUTE-AUD-EVENT               PIC X(06).
       01  WS-ROUTE-AUD-GROUP               PIC X(12).
       01  WS-ROUTE-AUD-FLAG                PIC X(01).
       01  WS-ROUTE-AUD-RECIPIENT           PIC X(09).
       01  WS-ROUTE-AUD-QUORUM.
           03  FILLER                       PIC X(02) VALUE 'Q='.
           03  WS-ROUTE-AUD-QUORUM-NUM      PIC 9(04).
       01  WS-RISK-ELEMENTS                 PIC 9(04).
       01  WS-RISK-SYSTEMS                  PIC 9(03).
       01  WS-RISK-RSNFAILS                 PIC 9(04).
       01  WS-RISK-MANIF-SYSTEM             PIC X(08).
       01  WS-RISK-SCAN-POS                 PIC 9(03).
       01  WS-RISK-SCAN-LEN                 PIC 9(03).
       01  WS-RISK-IMPACTED                 PIC 9(04).

      *= Component impact of the cast (0197, copybook IMPACTCF) =======
       COPY CMPUSAGE.
       01  WS-IMP-MAP-OUT-INX               PIC 9(02).
       01  WS-CMPUSAGE-FILE-STATUS          PIC X(02).
           88  CMPUSAGE-ATEND                       VALUE '10'.
           88  CMPUSAGE-NOT-AVAILABLE               VALUE '30' '35'.
       01  WS-PKGIMPCT-FILE-STATUS          PIC X(02).
       01  WS-PKGIMPCT-OPEN                 PIC X(01).
           88  PKGIMPCT-IS-OPEN                     VALUE 'Y'.
      *  Which package the impact in hand belongs to - assessed once
      *  per package per program load, like the risk score.
       01  WS-IMP-PKGID                     PIC X(16) VALUE SPACES.
       01  WS-IMP-TARGET-ENV                PIC X(08).
       01  WS-IMP-TARGET-STGID              PIC X(01).
       01  WS-IMP-INX                       PIC 9(02).
       01  WS-IMP-OPEN                      PIC X(01).
           88  IMP-STATEMENT-OPEN                   VALUE 'Y'.
       01  WS-IMP-ELEMENT                   PIC X(10).
       01  WS-IMP-TYPE                      PIC X(08).
       01  WS-IMP-SYSTEM                    PIC X(08).
       01  WS-IMP-KEYWORD                   PIC X(10).
       01  WS-IMP-KEYWORD-LEN               PIC 9(02).
       01  WS-IMP-VALUE                     PIC X(10).
       01  WS-IMP-PERIODS                   PIC 9(02).
       01  WS-IMP-FOUND                     PIC X(01).
           88  IMP-ENTRY-FOUND                      VALUE 'Y'.
       01  WS-IMP-TOTAL                     PIC 9(04).
       01  WS-IMP-USAGE                     PIC X(01).
           88  IMP-USAGE-MISSING                    VALUE 'N'.
      *    The package's component-type elements.
       01  WS-IMC-MAX                       PIC 9(02) VALUE 32.
       01  WS-IMC-COUNT                     PIC 9(02) VALUE 0.
       01  WS-IMC-TABLE.
           03  WS-IMC-ENTRY OCCURS 32 TIMES.
               05  WS-IMC-ELEMENT           PIC X(10).
               05  WS-IMC-TYPE              PIC X(08).
               05  WS-IMC-SYSTEM            PIC X(08).
      *    Distinct using programs - a program that uses two of the
      *    package's copybooks is one program affected, not two.
       01  WS-IMU-MAX                       PIC 9(04) VALUE 500.
       01  WS-IMU-COUNT                     PIC 9(04) VALUE 0.
       01  WS-IMU-INX                       PIC 9(04).
       01  WS-IMU-DROPPED                   PIC 9(04) VALUE 0.
       01  WS-IMU-TABLE.
           03  WS-IMU-ENTRY OCCURS 500 TIMES.
               05  WS-IMU-ELEMENT           PIC X(10).
               05  WS-IMU-TYPE              PIC X(08).
               05  WS-IMU-SYSTEM            PIC X(08).
      *    Using programs per system, for the approver notification.
       01  WS-IMS-MAX                       PIC 9(02) VALUE 32.
       01  WS-IMS-COUNT                     PIC 9(02) VALUE 0.
       01  WS-IMS-INX                       PIC 9(02).
       01  WS-IMS-TABLE.
           03  WS-IMS-ENTRY OCCURS 32 TIMES.
               05  WS-IMS-SYSTEM            PIC X(08).
               05  WS-IMS-PROGRAMS          PIC 9(04).

      *= Critical elements / high-risk actions (0169, CRITELCF) =======
      *  The statement in hand, gathered record by record up to its
      *  closing period, and what it names.
       01  WS-CRT-PKGID                     PIC X(16) VALUE SPACES.
       01  WS-CRT-OPEN                      PIC X(01) VALUE 'N'.
           88  CRT-STATEMENT-OPEN                   VALUE 'Y'.
       01  WS-CRT-STMT                      PIC X(480).
       01  WS-CRT-STMT-POS                  PIC 9(03).
       01  WS-CRT-VERB                      PIC X(08).
       01  WS-CRT-LEAD                      PIC 9(03).
       01  WS-CRT-ELEMENT                   PIC X(10).
       01  WS-CRT-TYPE                      PIC X(08).
       01  WS-CRT-SYSTEM                    PIC X(08).
       01  WS-CRT-KEYWORD                   PIC X(10).
       01  WS-CRT-KEYWORD-LEN               PIC 9(02).
       01  WS-CRT-VALUE                     PIC X(10).
       01  WS-CRT-SCAN-POS                  PIC 9(03).
       01  WS-CRT-SCAN-LEN                  PIC 9(03).
       01  WS-CRT-PERIODS                   PIC 9(02).
       01  WS-CRT-TALLY                     PIC 9(03).
       01  WS-CRT-INX                       PIC 9(02).
       01  WS-CRT-ENTRY-MATCHED             PIC X(01).
           88  CRT-ENTRY-MATCHES                    VALUE 'Y'.
       01  WS-CRT-MASK                      PIC X(10).
       01  WS-CRT-MASK-VALUE                PIC X(10).
       01  WS-CRT-MASK-LEN                  PIC 9(02).
       01  WS-CRT-MASK-HIT                  PIC X(01).
           88  CRT-MASK-MATCHES                     VALUE 'Y'.
       01  WS-CRT-HIT-KIND                  PIC X(06).
       01  WS-CRT-HIT-GROUP                 PIC X(12).
      *  Groups added to the package so far, each with the reason -
      *  carried from the Before-CAST calls to the notification.
       01  WS-CRA-MAX                       PIC 9(02) VALUE 16.
       01  WS-CRA-COUNT                     PIC 9(02) VALUE 0.
       01  WS-CRA-DROPPED                   PIC 9(04) VALUE 0.
       01  WS-CRA-INX                       PIC 9(02).
       01  WS-CRA-FOUND                     PIC X(01).
           88  CRA-ENTRY-FOUND                      VALUE 'Y'.
       01  WS-CRA-TABLE.
           03  WS-CRA-ENTRY OCCURS 16 TIMES.
               05  WS-CRA-GROUP             PIC X(12).
               05  WS-CRA-KIND              PIC X(06).
               05  WS-CRA-ELEMENT           PIC X(10).
               05  WS-CRA-TYPE              PIC X(08).
               05  WS-CRA-ACTION            PIC X(08).
       01  WS-CRG-INX                       PIC 9(02).
       01  WS-CRG-PASS                      PIC X(01) VALUE 'N'.
           88  CRIT-NOTIFYING-GROUP                 VALUE 'Y'.
       01  WS-CRG-NOTIFY-GROUP              PIC X(12).

      *= CCID consistency work fields (0165-CHECK-CCID-CONSISTENCY) ===
       01  WS-ELMACTLG-FILE-STATUS          PIC X(02).
           88  ELMACTLG-ATEND                       VALUE '10'.
           88  ELMACTLG-NOT-AVAILABLE               VALUE '30' '35'.
       01  WS-CCN-ELEMENT                   PIC X(10).
       01  WS-CCN-LAST-CCID                 PIC X(12).
       01  WS-CCN-SCAN-POS                  PIC 9(03).
       01  WS-CCN-SCAN-LEN                  PIC 9(03).
      *  Elements flagged so far for the package being cast, carried
      *  from the Before-CAST calls to the approver notification.
       01  WS-CCN-PKGID                     PIC X(16) VALUE SPACES.
       01  WS-CCN-MAX                       PIC 9(02) VALUE 20.
       01  WS-CCN-COUNT                     PIC 9(02) VALUE 0.
       01  WS-CCN-DROPPED                   PIC 9(04) VALUE 0.
       01  WS-CCN-INX                       PIC 9(02).
       01  WS-CCN-TABLE.
           03  WS-CCN-ENTRY OCCURS 20 TIMES.
               05  WS-CCN-FLAG-ELEMENT      PIC X(10).
               05  WS-CCN-FLAG-CCID         PIC X(12).

      *= Promotion-path work fields (0166-CHECK-PROMOTION-PATH) =======
       01  WS-PPT-ELEMENT                   PIC X(10).
       01  WS-PPT-INX                       PIC 9(02).
       01  WS-PPT-HIT-INX                   PIC 9(02).
       01  WS-PPT-TEST-ENV                  PIC X(08).
       01  WS-PPT-TEST-STGID                PIC X(01).
      *  Where the element's history stands as the log is read:
      *  nothing yet, changed since the last test-stage MOVE (or
      *  never moved), or proven by a MOVE out of the test stage.
       01  WS-PPT-STATE                     PIC X(01).
           88  PPT-NO-HISTORY                       VALUE ' '.
           88  PPT-CHANGED                          VALUE 'C'.
           88  PPT-PROVEN                           VALUE 'P'.
       01  WS-PPT-CHANGE-LEVEL              PIC X(02).
       01  WS-PPT-REASON                    PIC X(28).
      *  Elements flagged so far for the package being cast, carried
      *  from the Before-CAST calls to the approver notification.
       01  WS-PPT-PKGID                     PIC X(16) VALUE SPACES.
       01  WS-PPT-MAX                       PIC 9(02) VALUE 20.
       01  WS-PPT-COUNT                     PIC 9(02) VALUE 0.
       01  WS-PPT-DROPPED                   PIC 9(04) VALUE 0.
       01  WS-PPT-TABLE.
           03  WS-PPT-ENTRY OCCURS 20 TIMES.
               05  WS-PPT-FLAG-ELEMENT      PIC X(10).
               05  WS-PPT-FLAG-REASON       PIC X(28).

      *= Quality-gate work fields (0168-CHECK-QUALITY-GATE) ===========
       01  WS-QGT-INX                       PIC 9(02).
       01  WS-QGT-MODE                      PIC X(01).
           88  QGT-REJECT-MODE                      VALUE 'R'.
      *  The SCL statement in hand: its ELEMENT clause opens it, TYPE
      *  and SYSTEM may follow on later records, its period closes it.
       01  WS-QGT-OPEN                      PIC X(01) VALUE 'N'.
           88  QGT-STATEMENT-OPEN                   VALUE 'Y'.
       01  WS-QGT-ELEMENT                   PIC X(10).
       01  WS-QGT-TYPE                      PIC X(08).
       01  WS-QGT-SYSTEM                    PIC X(08).
       01  WS-QGT-KEYWORD                   PIC X(10).
       01  WS-QGT-KEYWORD-LEN               PIC 9(02).
       01  WS-QGT-VALUE                     PIC X(10).
       01  WS-QGT-PERIODS                   PIC 9(03).
       01  WS-QGT-REASON                    PIC X(32).
       01  WS-QGT-SEEN                      PIC X(01).
           88  QGT-ALREADY-FLAGGED                  VALUE 'Y'.
      *  Elements flagged so far for the package being cast, carried
      *  from the Before-CAST calls to the approver notification.
       01  WS-QGT-PKGID                     PIC X(16) VALUE SPACES.
       01  WS-QGT-MAX                       PIC 9(02) VALUE 20.
       01  WS-QGT-COUNT                     PIC 9(02) VALUE 0.
       01  WS-QGT-DROPPED                   PIC 9(04) VALUE 0.
       01  WS-QGT-TABLE.
           03  WS-QGT-ENTRY OCCURS 20 TIMES.
               05  WS-QGT-FLAG-ELEMENT      PIC X(10).
               05  WS-QGT-FLAG-TYPE         PIC X(08).
               05  WS-QGT-FLAG-REASON       PIC X(32).
       COPY QGRREQ.

      *= Backout verification work fields (0170-VERIFY-BACKOUT) =======
       01  WS-BKWAIVER-FILE-STATUS          PIC X(02).

       COPY CALLMTRC.
       COPY SNOWWRBC.

      *= Per-invocation time budget (EXBUDGET, 0060/0061/0062) ========
      *  One invocation is one package action as the user sees it -
      *  the Before, Mid and After calls of a CAST and its approver-
      *  group passes together - so the spent total starts again at
      *  a Before call or when the package or function changes.
       COPY EXBUDGRQ.
       COPY EXDEFERQ.
       01  WS-EXDEFERQ-FILE-STATUS           PIC X(02).
       01  WS-BUDGET-PKGID                   PIC X(16) VALUE SPACES.
       01  WS-BUDGET-FUNCTION                PIC X(02) VALUE SPACES.

      *= RESET/DELETE guard (see 0210-GUARD-RESET-DELETE) =============
       COPY RESETAUT.
       01  WS-SHPSTAT-FILE-STATUS            PIC X(02).
           88  SHPSTAT-ATEND                         VALUE '10'.
           88  SHPSTAT-NOT-AVAILABLE                 VALUE '30' '35'.
       01  WS-RSG-ACTION                     PIC X(06).
       01  WS-RSG-BASIS                      PIC X(01).
           88  RSG-NOTHING-TO-GUARD                  VALUE SPACE.
       01  WS-RSG-BASIS-TEXT                 PIC X(08).
       01  WS-RSG-VERDICT                    PIC X(12).
       01  WS-RSG-SHIPPED                    PIC X(01).
           88  PACKAGE-HAS-SHIPPED                   VALUE 'Y'.
       01  WS-RSG-AUTHORIZED                 PIC X(01).
           88  USER-AUTHORIZED-TO-RESET              VALUE 'Y'.
       01  WS-RSG-INX                        PIC 9(02).
       COPY PKGNMSTD.
       COPY PKGMASTR.
       COPY EXARCREQ.

      *= Message-catalog lookup (MSGLOOK) ==============================
      *  The hardcoded message texts this exit sets remain the
       01  WS-MSG-TEXT                       PIC X(60).
       01  WS-MSG-FOUND                      PIC X(01).
           88  CATALOG-MSG-FOUND                       VALUE 'Y'.
      *  Particulars a check wants kept after the catalog text - the
      *  catalog wording replaces the message, this rides behind it.
       01  WS-MSG-DETAIL                     PIC X(71) VALUE SPACES.

      *= Package-notes standard (0167-CHECK-PACKAGE-NOTES, PKGNOTCK) ==
       01  WS-PNC-MODE                       PIC X(01) VALUE 'E'.
       01  WS-PNC-NOTES.
           03  WS-PNC-NOTE-LINE              PIC X(60) OCCURS 8 TIMES.
       01  WS-PNC-VERDICT                    PIC X(01).
           88  PNC-NOTES-SHORT                       VALUE 'M'.
       01  WS-PNC-DETAIL                     PIC X(60).

      *= Naming-standards work fields (see 0150-CHECK-PACKAGE-NAMING) =
       01  WS-PKGNM-INX                      PIC 9(02).
       01  WS-PKGNM-VERDICT                  PIC X(01).
           88  PACKAGE-NAME-REJECTED                   VALUE 'R'.

      *= WIP-limit work fields (see 0155-CHECK-WIP-LIMIT) =============
       01  WS-WIP-INX                        PIC 9(01).
       01  WS-WIP-IN-FLIGHT-ED               PIC ZZZ9.
       01  WS-WIP-BOUND-ED                   PIC ZZ9.
       01  WS-WIP-OLDEST-TEXT                PIC X(54).
       01  WS-WIP-OLDEST-PTR                 PIC 9(03).
       COPY WIPCHKRQ.

      *= Userid-to-email directory (MAILLKUP / DD MAILDIR) ============
      *  The resolved full address is what BC1PMLIF is handed; the
      *  bare userid keeps flowing into the audit/dead-letter/digest
           03 FILLER               PIC X(1) VALUE SPACE .                       
         02  PKG-C1UEXTR7-PARMS-IRXEXEC.                                        
           03 WS-REXX-STATEMENTS   PIC X(3000).                                 
       COPY LOGHDR.
       COPY LOGCHRQ.
       COPY EAIXREQ.

       LINKAGE SECTION.                                                         
       COPY PKGXBLKS.                                                           
       PROCEDURE DIVISION USING                                                 
               MOVE 'Y'   TO PECB-AFTER-CAST                                    
               MOVE 'Y'   TO PECB-MID-CAST                                      
*********      MOVE 'Y'   TO PECB-BEFORE-MOD-IMPT                               
*********    to guard RESET/DELETE of approved, shipped or executed
*********    packages, and keep the package master current after them
               MOVE 'Y'   TO PECB-BEFORE-RESET
               MOVE 'Y'   TO PECB-BEFORE-DELETE
               MOVE 'Y'   TO PECB-AFTER-RESET
               MOVE 'Y'   TO PECB-AFTER-DELETE
*********    to support automated package shipping
               MOVE 'Y'   TO PECB-AFTER-EXEC
*********    to verify backout readiness before the execute
               MOVE 'Y'   TO PECB-BEFORE-BACKIN                                 
               MOVE 'Y'   TO PECB-AFTER-BACKOUT                                 
               MOVE 'Y'   TO PECB-AFTER-BACKIN                                  
*********    to record approval denials and tell the creator
               MOVE 'Y'   TO PECB-AFTER-REV-DENY
*********    to support submission of package Execute jobs                      
**done***      MOVE 'Y'   TO PECB-AFTER-REV-APPR                                
**done***      MOVE 'Y'   TO PECB-AFTER-CAST                                    
               MOVE ZEROS TO RETURN-CODE                                        
               GOBACK.                                                          
           MOVE 0 TO PECB-NDVR-EXIT-RC.
           PERFORM 0060-START-TIME-BUDGET.
*********  Guard RESET/DELETE against the master as it stands - before
*********     this event's own upsert - and record the decision
           IF PECB-BEFORE AND (PECB-FUNC-RESET OR PECB-FUNC-DELETE)
              PERFORM 0210-GUARD-RESET-DELETE
              GO TO 0100-MAIN-EXIT
           END-IF.
*********  Hold a new package to its work-in-progress limits - also
*********     before the upsert, so a refused create leaves no record
           IF PECB-BEFORE AND CREATE-PACKAGE
              PERFORM 0155-CHECK-WIP-LIMIT THRU 0155-EXIT
              IF PECB-NDVR-EXIT-RC = 8
                 GO TO 0100-MAIN-EXIT
              END-IF
           END-IF.
           PERFORM 0038-UPSERT-PACKAGE-MASTER.
*********  After a RESET/DELETE the master upsert is all there is to do
           IF PECB-AFTER AND (PECB-FUNC-RESET OR PECB-FUNC-DELETE)
              GO TO 0100-MAIN-EXIT
           END-IF.
*********  An approver denied the package - record it, tell the
*********     creator, and skip the approver-group exchange entirely
           IF PECB-AFTER AND REVIEW-PACKAGE AND PECB-SUBFUNC-DENY
              PERFORM 0200-RECORD-PACKAGE-DENIAL
              GO TO 0100-MAIN-EXIT
           END-IF.
           MOVE SPACES TO WS-REXX-STATEMENTS  .
*********  If just starting out, request Approver Group info                    
           IF PECB-REQUEST-RETURNCODE = 0 AND PECB-AFTER AND
              (CAST-PACKAGE OR REVIEW-PACKAGE)
              IF IMPACT-CHECK-ENABLED AND CAST-PACKAGE
                 PERFORM 0197-ASSESS-COMPONENT-IMPACT
              END-IF
              IF RISKSC-ENABLED AND CAST-PACKAGE
                 PERFORM 0190-COMPUTE-RISK-SCORE
              END-IF
              IF CHG-ROUTING-ENABLED
                 PERFORM 0180-RESOLVE-CHANGE-ROUTE
              END-IF
              PERFORM 1000-ALLOCATE-REXFILE
              MOVE 'Y'  TO  PECB-REQ-APPROVER-REC
              PERFORM 0998-RESOLVE-CATALOG-MESSAGE
           IF PECB-END-OF-FILE-FOR-REC-TYP OR
              PECB-NO-RECORDS-FOUND
              MOVE 'NO MORE Approver Grps ' TO WS-CALLING-REASON
              IF CHG-ROUTING-ENABLED
                 PERFORM 0180-RESOLVE-CHANGE-ROUTE
              END-IF
              PERFORM 0500-CALL-C1UEXTR7-REXX
      *       An auto-approved standard change asks no approver -
      *       SNOWAPPL casts its approval on the next cycle.
              IF CHG-ROUTING-ENABLED AND ROUTE-AUTO
                 IF CAST-PACKAGE
                    PERFORM 0185-QUEUE-AUTO-APPROVAL
                 END-IF
              ELSE
              IF MYSMTP-COUNTER NUMERIC AND
                 MYSMTP-COUNTER GREATER THAN '00' AND
                 MYSMTP-EMAIL-IDS(1:1) GREATER THAN SPACE
                 PERFORM 0110-CHECK-NOTIFY-ENV-ALLOWED
                 IF NOTIFY-ENV-FOUND
                    MOVE 'BC1PMLIF'    TO    PGM
                    IF CHG-ROUTING-ENABLED AND ROUTE-EMERGENCY
                       MOVE 'Y' TO WS-ROUTE-IMMEDIATE
                    END-IF
                    PERFORM 0900-SEND-EMAILS
                    MOVE 'N' TO WS-ROUTE-IMMEDIATE
                 ELSE
                    DISPLAY 'C1UEXT07: NOTIFICATION SKIPPED - '
                            'ENVIRONMENT ' PHDR-PKG-ENV
                    PERFORM 0995-SURFACE-SNOW-APPROVAL
                 END-IF
              END-IF
              END-IF
              PERFORM 2000-FREE-REXFILES
              PERFORM 0998-RESOLVE-CATALOG-MESSAGE
              GOBACK
                 END-IF
              ELSE
                 MOVE 'Before CAST' TO WS-CALLING-REASON
                 IF PECB-BEFORE
                    PERFORM 0167-CHECK-PACKAGE-NOTES
                    IF PECB-NDVR-EXIT-RC = 8
                       GO TO 0100-MAIN-EXIT
                    END-IF
                 END-IF
                 PERFORM 0120-WRITE-AGING-RECORD
                 PERFORM 0140-WRITE-MANIFEST-RECORD
                 PERFORM 0145-NOTIFY-SYSTEM-OWNERS
                 IF CCIDCN-CHECK-ENABLED
                    PERFORM 0165-CHECK-CCID-CONSISTENCY
                       THRU 0165-EXIT
                    IF PECB-NDVR-EXIT-RC = 8
                       GO TO 0100-MAIN-EXIT
                    END-IF
                 END-IF
                 IF PPATH-CHECK-ENABLED
                    PERFORM 0166-CHECK-PROMOTION-PATH
                       THRU 0166-EXIT
                    IF PECB-NDVR-EXIT-RC = 8
                       GO TO 0100-MAIN-EXIT
                    END-IF
                 END-IF
                 IF QGATE-CHECK-ENABLED
                    PERFORM 0168-CHECK-QUALITY-GATE
                       THRU 0168-EXIT
                    IF PECB-NDVR-EXIT-RC = 8
                       GO TO 0100-MAIN-EXIT
                    END-IF
                 END-IF
                 IF CRITEL-CHECK-ENABLED
                    PERFORM 0169-CHECK-CRITICAL-CONTENT
                       THRU 0169-EXIT
                 END-IF
              END-IF.
*********  Enforce the site freeze calendar before an execute
           IF PECB-BEFORE AND EXECUTE-PACKAGE
              PERFORM 0174-GATE-FREEZE-CALENDAR
              IF PECB-NDVR-EXIT-RC = 8
                 GO TO 0100-MAIN-EXIT
              END-IF
           PERFORM 0500-CALL-C1UEXTR7-REXX.
           PERFORM 2000-FREE-REXFILES.
           IF PECB-AFTER AND EXECUTE-PACKAGE
              PERFORM 0039-CAPTURE-EXECUTION-REPORT
              MOVE 'EXECUTED' TO WS-WRBK-EVENT
              PERFORM 0990-SNOW-WRITEBACK
           END-IF.
              IF CATALOG-MSG-FOUND
                 MOVE SPACES TO PECB-MESSAGE
                 MOVE WS-MSG-TEXT TO PECB-MESSAGE(1:60)
                 IF WS-MSG-DETAIL NOT = SPACES
                    MOVE WS-MSG-DETAIL TO PECB-MESSAGE(62:71)
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO WS-MSG-DETAIL.

       0990-SNOW-WRITEBACK.

              AND (PECB-PACKAGE-ID(1:3) = 'INC'
                OR PECB-PACKAGE-ID(1:3) = 'CHG')
              MOVE PECB-PACKAGE-ID(1:10) TO WS-WRBK-OBJ
              MOVE 'WRITBACK' TO XBG-STEP
              MOVE 'O'        TO XBG-STEP-CLASS
              PERFORM 0061-CHECK-TIME-BUDGET
              IF XBG-DEFER-STEP
                 MOVE SPACES        TO WS-EXDEFER-RECORD
                 MOVE 'WRITBACK'    TO XDQ-WORK-TYPE
                 MOVE WS-WRBK-OBJ   TO XDQ-WRBK-OBJ
                 MOVE WS-WRBK-EVENT TO XDQ-WRBK-EVENT
                 PERFORM 0062-QUEUE-DEFERRED-WORK
              ELSE
                 CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT
                 ACCEPT WS-MT-START-TIME FROM TIME
                 CALL 'SNOWWRBK' USING WS-WRBK-OBJ
                                       WS-WRBK-EVENT
                                       PECB-PACKAGE-ID
                                       GJN-JOB-NAME
                 ACCEPT WS-MT-END-TIME FROM TIME
                 MOVE RETURN-CODE      TO WS-MT-RC
                 MOVE 'C1UEXT07'       TO WS-MT-PROGRAM
                 MOVE 'SNOWWRBK'       TO WS-MT-TARGET
                 MOVE PECB-PACKAGE-ID  TO WS-MT-KEY
                 CALL 'EXTMTRCS' USING WS-CALL-METRIC
                 IF WS-MT-RC NOT = 0
                    DISPLAY 'C1UEXT07: SERVICENOW WRITE-BACK FAILED RC='
                            WS-MT-RC ' FOR ' PECB-PACKAGE-ID
                 END-IF
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *  After-REVIEW with subfunction DENY: an approver turned the
      *  package back. The denial lands on AUDIT7 as a DENY record
      *  (approver in the recipient slot, the denying group, flag
      *  'D'), the master record goes to DENIED, the creator is told
      *  who denied it and for which group, and the tied INC/CHG gets
      *  a DENIED work note. Nothing here fails the exit - the deny
      *  has already happened in Endevor.
      *-----------------------------------------------------------------
       0200-RECORD-PACKAGE-DENIAL.

           DISPLAY 'C1UEXT07: PACKAGE ' PECB-PACKAGE-ID
                   ' DENIED BY ' PECB-USER-BATCH-JOBNAME
                   ' FOR GROUP ' PACT-APPROVER-GROUP.
           ACCEPT WS-AUD7-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD7-TIME FROM TIME.
           PERFORM 0201-WRITE-DENY-AUDIT-RECORD.
           IF PM-PACKAGE-ID NOT = SPACES
              MOVE 'DENIED'              TO PM-PACKAGE-STATUS
              MOVE 'DENY'                TO PM-LAST-EVENT
              CALL 'C1UPKGMU' USING WS-PKGMAST-RECORD
           END-IF.
           IF PHDR-PKG-CREATE-USER NOT = SPACES
              PERFORM 0202-MAIL-DENIAL-TO-CREATOR
           END-IF.
           MOVE 'DENIED' TO WS-WRBK-EVENT.
           PERFORM 0990-SNOW-WRITEBACK.

       0201-WRITE-DENY-AUDIT-RECORD.

           PERFORM 0945-OPEN-AUDIT7-EXTEND.
           MOVE SPACES                  TO AUDIT7-REC.
           MOVE PECB-PACKAGE-ID         TO AUD7-PACKAGE-ID.
           MOVE WS-AUD7-DATE            TO AUD7-DATE.
           MOVE WS-AUD7-TIME            TO AUD7-TIME.
           MOVE 'DENY'                  TO AUD7-EVENT.
           MOVE PACT-APPROVER-GROUP     TO AUD7-GROUP-NAME.
           MOVE 'D'                     TO AUD7-APPROVAL-FLAG.
           MOVE PECB-USER-BATCH-JOBNAME TO AUD7-RECIPIENT.
           MOVE PHDR-PKG-ENV            TO AUD7-ENV.
           PERFORM 0946-STAMP-AUDIT7-HEADER.
           IF LOG-FILE-OPENED
              WRITE AUDIT7-REC
              IF WS-AUDIT7-FILE-STATUS NOT = '00'
                 MOVE 'AUDIT7'     TO WS-FAIL-DDNAME
                 MOVE AUDIT7-REC   TO WS-FAIL-RECORD
                 PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
              ELSE
                 PERFORM 0947-COMMIT-AUDIT7-CHAIN
              END-IF
              CLOSE AUDIT7
           ELSE
              MOVE 'AUDIT7'        TO WS-FAIL-DDNAME
              MOVE AUDIT7-REC      TO WS-FAIL-RECORD
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
      *  The denial notice goes to the package creator under the same
      *  NTFYPOL delivery policy and dead-letter handling as every
      *  other notice this exit sends. A denial is a warning-severity
      *  notice - quiet hours may hold it for the digest, but a
      *  'suppress informational' choice does not swallow it.
      *-----------------------------------------------------------------
       0202-MAIL-DENIAL-TO-CREATOR.

           MOVE SPACES TO MYSMTP-FROM.
           MOVE 'ENDEVOR PACKAGE REVIEW' TO MYSMTP-FROM.
           MOVE SPACES TO MYSMTP-SUBJECT.
           STRING 'Endevor package ' PECB-PACKAGE-ID ' was DENIED'
              DELIMITED BY SIZE INTO MYSMTP-SUBJECT
           END-STRING.
           MOVE SPACES TO MYSMTP-MESSAGE.
           STRING 'PACKAGE ' PECB-PACKAGE-ID ' DENIED BY '
                  PECB-USER-BATCH-JOBNAME ' FOR GROUP '
                  PACT-APPROVER-GROUP
              DELIMITED BY SIZE INTO MYSMTP-MESSAGE
           END-STRING.
           MOVE 03 TO MYSMTP-COUNTER.
           MOVE SPACES TO MYSMTP-LINE(1) MYSMTP-LINE(2)
                          MYSMTP-LINE(3).
           STRING 'PACKAGE ' PECB-PACKAGE-ID ' IN ENVIRONMENT '
                  PHDR-PKG-ENV ' WAS DENIED ON ' WS-AUD7-DATE
                  ' AT ' WS-AUD7-TIME(1:6) '.'
              DELIMITED BY SIZE INTO MYSMTP-LINE(1)
           END-STRING.
           STRING 'DENIED BY APPROVER ' PECB-USER-BATCH-JOBNAME
                  ' ON BEHALF OF APPROVER GROUP '
                  PACT-APPROVER-GROUP '.'
              DELIMITED BY SIZE INTO MYSMTP-LINE(2)
           END-STRING.
           STRING 'CONTACT THE APPROVER FOR THE REASON; THE PACKAGE '
                  'MUST BE RESET, CORRECTED AND RE-CAST.'
              DELIMITED BY SIZE INTO MYSMTP-LINE(3)
           END-STRING.
           MOVE SPACES TO WS-DELEG-ORIGINAL.
           MOVE PHDR-PKG-CREATE-USER TO MYSMTP-USERID.
           MOVE 'W' TO WS-NTF-SEVERITY.
           CALL 'NTFYPOL' USING MYSMTP-USERID
                                 WS-NTF-SEVERITY
                                 WS-NTF-DECISION.
           IF WS-NTF-DECISION = 'X'
              DISPLAY 'C1UEXT07: DENIAL NOTICE SUPPRESSED BY '
                      'DELIVERY POLICY FOR ' MYSMTP-USERID
           ELSE
           IF NOTIFY-DIGEST-MODE-ENABLED
              OR WS-NTF-DECISION = 'D'
              PERFORM 0980-QUEUE-DIGEST-NOTICE
              PERFORM 0960-WRITE-NOTIFY-AUDIT-RECORD
           ELSE
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
              IF RETURN-CODE > 0
                 DISPLAY 'C1UEXT07: DENIAL NOTICE FAILED RC = '
                         RETURN-CODE ' FOR ' MYSMTP-USERID
                 PERFORM 0970-WRITE-MAIL-DEADLETTER
              END-IF
              MOVE 0 TO RETURN-CODE
              PERFORM 0960-WRITE-NOTIFY-AUDIT-RECORD
           END-IF
           END-IF.
           PERFORM 0965-FLUSH-NOTIFY-AUDIT-RECORDS.

      *-----------------------------------------------------------------
      *  Before-RESET / Before-DELETE guard (copybook RESETAUT). The
      *  package master's stored status and the header block's both
      *  count - whichever says APPROVED or EXECUTED - and so does a
      *  SUCCESS shipment on DD SHPSTAT. Such a package is refused
      *  (RC 8, message 0790) unless the user is on the authorized
      *  list. Every decision, whichever way it goes, is recorded on
      *  AUDIT7 so the trail explains why the package changed state.
      *-----------------------------------------------------------------
       0210-GUARD-RESET-DELETE.

           IF PECB-FUNC-RESET
              MOVE 'RESET'  TO WS-RSG-ACTION
           ELSE
              MOVE 'DELETE' TO WS-RSG-ACTION
           END-IF.
           MOVE SPACE  TO WS-RSG-BASIS.
           MOVE SPACES TO WS-RSG-BASIS-TEXT.
           IF RESET-GUARD-ENABLED
              PERFORM 0211-READ-PACKAGE-MASTER
              PERFORM 0212-CHECK-PACKAGE-SHIPPED
              EVALUATE TRUE
                WHEN PHDR-EXECUTED-STATUS
                  OR (PM-RECORD-FOUND
                      AND PM-PACKAGE-STATUS = 'EXECUTED')
                  MOVE 'E'        TO WS-RSG-BASIS
                  MOVE 'EXECUTED' TO WS-RSG-BASIS-TEXT
                WHEN PACKAGE-HAS-SHIPPED
                  MOVE 'S'        TO WS-RSG-BASIS
                  MOVE 'SHIPPED'  TO WS-RSG-BASIS-TEXT
                WHEN PHDR-PACKAGE-STATUS = 'APPROVED'
                  OR (PM-RECORD-FOUND
                      AND PM-PACKAGE-STATUS = 'APPROVED')
                  MOVE 'A'        TO WS-RSG-BASIS
                  MOVE 'APPROVED' TO WS-RSG-BASIS-TEXT
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           END-IF.

           IF RSG-NOTHING-TO-GUARD
              MOVE 'ALLOWED' TO WS-RSG-VERDICT
           ELSE
              PERFORM 0213-CHECK-RESET-AUTHORIZED
              IF USER-AUTHORIZED-TO-RESET
                 MOVE 'AUTHORIZED' TO WS-RSG-VERDICT
                 DISPLAY 'C1UEXT07: ' WS-RSG-ACTION ' OF '
                         WS-RSG-BASIS-TEXT ' PACKAGE '
                         PECB-PACKAGE-ID ' AUTHORIZED FOR '
                         PECB-USER-BATCH-JOBNAME
              ELSE
                 MOVE 'REFUSED' TO WS-RSG-VERDICT
                 MOVE 8 TO PECB-NDVR-EXIT-RC
                 MOVE '0790' TO PECB-MESSAGE-ID
                 MOVE SPACES TO PECB-MESSAGE
                 STRING WS-RSG-ACTION DELIMITED BY SPACE
                        ' refused - package ' DELIMITED BY SIZE
                        PECB-PACKAGE-ID DELIMITED BY SPACE
                        ' is ' DELIMITED BY SIZE
                        WS-RSG-BASIS-TEXT DELIMITED BY SPACE
                        '; only an authorized user may '
                        DELIMITED BY SIZE
                        WS-RSG-ACTION DELIMITED BY SPACE
                        ' it.' DELIMITED BY SIZE
                    INTO PECB-MESSAGE
                 END-STRING
                 DISPLAY 'C1UEXT07: ' WS-RSG-ACTION ' OF '
                         WS-RSG-BASIS-TEXT ' PACKAGE '
                         PECB-PACKAGE-ID ' REFUSED FOR '
                         PECB-USER-BATCH-JOBNAME
              END-IF
           END-IF.
           PERFORM 0214-WRITE-RESET-AUDIT-RECORD.

       0211-READ-PACKAGE-MASTER.

           MOVE SPACES          TO WS-PKGMAST-RECORD.
           MOVE PECB-PACKAGE-ID TO PM-PACKAGE-ID.
           MOVE 'R'             TO PM-REQUEST-CODE.
           CALL 'C1UPKGMU' USING WS-PKGMAST-RECORD.

       0212-CHECK-PACKAGE-SHIPPED.

           MOVE 'N' TO WS-RSG-SHIPPED.
           OPEN INPUT SHPSTAT.
           IF NOT SHPSTAT-NOT-AVAILABLE
              PERFORM 0212A-READ-SHPSTAT
              PERFORM 0212B-MATCH-ONE-SHIPMENT
                      UNTIL SHPSTAT-ATEND OR PACKAGE-HAS-SHIPPED
              CLOSE SHPSTAT
           END-IF.

       0212A-READ-SHPSTAT.

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

       0212B-MATCH-ONE-SHIPMENT.

           IF SHP-PACKAGE-ID = PECB-PACKAGE-ID
              AND SHP-STATUS = 'SUCCESS'
              MOVE 'Y' TO WS-RSG-SHIPPED
           END-IF.
           PERFORM 0212A-READ-SHPSTAT.

       0213-CHECK-RESET-AUTHORIZED.

           MOVE 'N' TO WS-RSG-AUTHORIZED.
           PERFORM VARYING WS-RSG-INX FROM 1 BY 1
                   UNTIL WS-RSG-INX > WS-RESETAUT-COUNT
                      OR USER-AUTHORIZED-TO-RESET
              IF PECB-USER-BATCH-JOBNAME =
                                   WS-RESETAUT-USERID(WS-RSG-INX)
                 AND (WS-RESETAUT-ACTION(WS-RSG-INX) = SPACE
                   OR WS-RESETAUT-ACTION(WS-RSG-INX) =
                                              WS-RSG-ACTION(1:1))
                 MOVE 'Y' TO WS-RSG-AUTHORIZED
              END-IF
           END-PERFORM.

       0214-WRITE-RESET-AUDIT-RECORD.

           ACCEPT WS-AUD7-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD7-TIME FROM TIME.
           PERFORM 0945-OPEN-AUDIT7-EXTEND.
           MOVE SPACES                  TO AUDIT7-REC.
           MOVE PECB-PACKAGE-ID         TO AUD7-PACKAGE-ID.
           MOVE WS-AUD7-DATE            TO AUD7-DATE.
           MOVE WS-AUD7-TIME            TO AUD7-TIME.
           MOVE WS-RSG-ACTION           TO AUD7-EVENT.
           MOVE WS-RSG-VERDICT          TO AUD7-GROUP-NAME.
           MOVE WS-RSG-BASIS            TO AUD7-APPROVAL-FLAG.
           MOVE PECB-USER-BATCH-JOBNAME TO AUD7-RECIPIENT.
           MOVE PHDR-PKG-ENV            TO AUD7-ENV.
           PERFORM 0946-STAMP-AUDIT7-HEADER.
           IF LOG-FILE-OPENED
              WRITE AUDIT7-REC
              IF WS-AUDIT7-FILE-STATUS NOT = '00'
                 MOVE 'AUDIT7'     TO WS-FAIL-DDNAME
                 MOVE AUDIT7-REC   TO WS-FAIL-RECORD
                 PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
              ELSE
                 PERFORM 0947-COMMIT-AUDIT7-CHAIN
              END-IF
              CLOSE AUDIT7
           ELSE
              MOVE 'AUDIT7'        TO WS-FAIL-DDNAME
              MOVE AUDIT7-REC      TO WS-FAIL-RECORD
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
      *  Time budget (COPY EXBUDGRQ). EXTMTRCS adds every timed call
      *  to WS-MT-SPENT-HUND; the total starts again with each package
      *  action - see the WORKING-STORAGE note.
      *-----------------------------------------------------------------
       0060-START-TIME-BUDGET.

           IF PECB-BEFORE
              OR PECB-PACKAGE-ID NOT = WS-BUDGET-PKGID
              OR PECB-FUNCTION-CODE NOT = WS-BUDGET-FUNCTION
              MOVE 0                  TO WS-MT-SPENT-HUND
              MOVE PECB-PACKAGE-ID    TO WS-BUDGET-PKGID
              MOVE PECB-FUNCTION-CODE TO WS-BUDGET-FUNCTION
           END-IF.

      *    The caller has set XBG-STEP and XBG-STEP-CLASS.
       0061-CHECK-TIME-BUDGET.

           MOVE 'C1UEXT07'       TO XBG-EXIT-NAME.
           MOVE PECB-PACKAGE-ID  TO XBG-KEY.
           MOVE WS-MT-SPENT-HUND TO XBG-SPENT-HUND.
           CALL 'EXBUDGET' USING WS-EXBUDGET-REQUEST.

      *-----------------------------------------------------------------
      *  One DD EXDEFERQ entry for C1UEXDFR. The caller has cleared
      *  WS-EXDEFER-RECORD and set the work type and its particulars;
      *  a failed append follows the durable-file write policy.
      *-----------------------------------------------------------------
       0062-QUEUE-DEFERRED-WORK.

           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-AUD7-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD7-TIME FROM TIME.
           MOVE WS-AUD7-DATE         TO XDQ-DATE.
           MOVE WS-AUD7-TIME(1:6)    TO XDQ-TIME.
           MOVE 'C1UEXT07'           TO XDQ-EXIT-NAME.
           MOVE PECB-PACKAGE-ID      TO XDQ-PACKAGE-ID.
           MOVE PHDR-PKG-ENV         TO XDQ-ENV.
           MOVE PHDR-PKG-CREATE-USER TO XDQ-CREATE-USER.
           MOVE GJN-JOB-NAME         TO XDQ-JOB-NAME.
           MOVE 0                    TO XDQ-ATTEMPTS.
           OPEN EXTEND EXDEFERQ.
           IF WS-EXDEFERQ-FILE-STATUS = '00'
              WRITE EXDEFERQ-REC FROM WS-EXDEFER-RECORD
              CLOSE EXDEFERQ
              DISPLAY 'C1UEXT07: ' XDQ-WORK-TYPE ' DEFERRED TO '
                      'EXDEFERQ FOR ' PECB-PACKAGE-ID
           ELSE
              MOVE 'EXDEFERQ'        TO WS-FAIL-DDNAME
              MOVE WS-EXDEFER-RECORD TO WS-FAIL-RECORD
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

       0063-REFUSE-OVER-BUDGET.

           MOVE 8 TO PECB-NDVR-EXIT-RC.
           MOVE '0797' TO PECB-MESSAGE-ID.
           MOVE SPACES TO PECB-MESSAGE.
           STRING 'Action refused - exit time budget spent before the '
                  XBG-STEP ' check (ServiceNow fail-closed policy).'
              DELIMITED BY SIZE INTO PECB-MESSAGE
           END-STRING.
           DISPLAY 'C1UEXT07: ' XBG-STEP ' GATE REFUSED FOR '
                   PECB-PACKAGE-ID ' - TIME BUDGET SPENT'.

      *-----------------------------------------------------------------
      *  Runtime enable/disable (DD EXITCTL via EXITENAB). The LPAR-ID
      *  field and its DO-NOT-PROCESS-LPAR condition - dormant since
              MOVE PHDR-PKG-ENV            TO PM-ENV
              MOVE PHDR-PKG-STGID          TO PM-STGID
              MOVE PHDR-PACKAGE-STATUS     TO PM-PACKAGE-STATUS
              IF PECB-AFTER AND PECB-FUNC-DELETE
                 MOVE 'DELETED'            TO PM-PACKAGE-STATUS
              END-IF
              MOVE PHDR-PKG-BACKOUT-STATUS TO PM-BACKOUT-STATUS
              MOVE PHDR-PKG-CREATE-USER    TO PM-CREATE-USER
              MOVE PHDR-PKG-CAST-USER      TO PM-CAST-USER
      *  DD EXITCFG, once per program load - see CFGLOAD. A missing
      *  DD or section keeps the compiled-in copybook defaults.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *  Archive this execute's C1MSGS1 listing with its return code -
      *  C1UEXARC writes the keyed DD EXRPTARC store (COPY EXARCREQ).
      *  C1UEXSHP makes the same call; whichever exit runs first
      *  captures, the other is answered 'D'.
      *-----------------------------------------------------------------
       0039-CAPTURE-EXECUTION-REPORT.

           IF PECB-PACKAGE-ID NOT = SPACES
              AND PECB-PACKAGE-ID NOT = LOW-VALUES
              MOVE SPACES                  TO WS-EXARC-REQUEST
              MOVE PECB-PACKAGE-ID         TO EXARC-PACKAGE-ID
              MOVE PECB-REQUEST-RETURNCODE TO EXARC-EXEC-RC
              MOVE PHDR-PACKAGE-STATUS     TO EXARC-PKG-STATUS
              MOVE 'C1UEXT07'              TO EXARC-CALLER
              MOVE PECB-USER-BATCH-JOBNAME TO EXARC-USER
              CALL 'C1UEXARC' USING WS-EXARC-REQUEST
           END-IF.

       0040-LOAD-RUNTIME-CONFIG.

           IF NOT RUNTIME-CFG-LOADED
              MOVE 'Y' TO WS-RUNTIME-CFG-LOADED
              PERFORM 0041-LOAD-ENVNOTFY-CONFIG
              PERFORM 0042-LOAD-QUORUMCF-CONFIG
              PERFORM 0043-LOAD-RESETAUT-CONFIG
              PERFORM 0044-LOAD-CCIDCONS-CONFIG
              PERFORM 0045-LOAD-CHGROUTE-CONFIG
              PERFORM 0046-LOAD-STDTMPL-CONFIG
              PERFORM 0047-LOAD-ECABGRP-CONFIG
              PERFORM 0048-LOAD-PROMPATH-CONFIG
              PERFORM 0049-LOAD-QUALGATE-CONFIG
              PERFORM 0049A-LOAD-IMPACT-CONFIG
              PERFORM 0049B-LOAD-CRITICAL-CONFIG
           END-IF.

       0041-LOAD-ENVNOTFY-CONFIG.
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Authorized reset/delete users are userid cols 1-8 plus an
      *  action byte in col 10 ('R', 'D' or blank for both).
      *-----------------------------------------------------------------
       0043-LOAD-RESETAUT-CONFIG.

           MOVE 'RESETAUT'         TO CFG-SECTION-NAME.
           MOVE WS-RESETAUT-MAX    TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-RESETAUT-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-RESETAUT-COUNT
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-RESETAUT-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                          TO WS-RESETAUT-USERID(WS-CFG-INX)
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:1)
                          TO WS-RESETAUT-ACTION(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Decide whether PHDR-PKG-ENV is allowed to send approver-group
      *  email notifications, per the site's ENVNOTFY table. When the
      *  filter is disabled every environment is allowed, matching the
      *  behavior before this filter existed.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *  %CCIDCONS - a MODE=W or MODE=R line picks warn or reject;
      *  anything else in the section is ignored.
      *-----------------------------------------------------------------
       0044-LOAD-CCIDCONS-CONFIG.

           MOVE 'CCIDCONS'         TO CFG-SECTION-NAME.
           MOVE WS-CCIDCN-MAX      TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-CCIDCN-ENABLED
              END-IF
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  IF CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'MODE='
                     AND (CFG-ENTRY-LINE(WS-CFG-INX)(6:1) = 'W'
                       OR CFG-ENTRY-LINE(WS-CFG-INX)(6:1) = 'R')
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:1)
                          TO WS-CCIDCN-MODE
                  END-IF
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  %CHGROUTE entries are type cols 1-10, environment cols 12-19,
      *  treatment col 21 and a zero-padded quorum in cols 23-26; a
      *  line with an unknown treatment is skipped, a non-numeric
      *  quorum loads as zero (only an 'R' route uses it).
      *-----------------------------------------------------------------
       0045-LOAD-CHGROUTE-CONFIG.

           MOVE 'CHGROUTE'         TO CFG-SECTION-NAME.
           MOVE WS-CHGRT-MAX       TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-CHGRT-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE 0 TO WS-CFG-OUT-INX
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > CFG-ENTRY-COUNT
                     IF CFG-ENTRY-LINE(WS-CFG-INX)(21:1) = 'F' OR 'R'
                                                     OR 'A' OR 'E'
                        ADD 1 TO WS-CFG-OUT-INX
                        MOVE SPACES
                             TO WS-CHGRT-ENTRY(WS-CFG-OUT-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:10)
                             TO WS-CHGRT-TYPE(WS-CFG-OUT-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(12:8)
                             TO WS-CHGRT-ENV(WS-CFG-OUT-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(21:1)
                             TO WS-CHGRT-TREATMENT(WS-CFG-OUT-INX)
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(23:4) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(23:4)
                                TO WS-CHGRT-QUORUM(WS-CFG-OUT-INX)
                        ELSE
                           MOVE 0 TO WS-CHGRT-QUORUM(WS-CFG-OUT-INX)
                        END-IF
                     ELSE
                        DISPLAY 'C1UEXT07: CHGROUTE CONFIG LINE '
                                'SKIPPED - TREATMENT NOT F/R/A/E: '
                                CFG-ENTRY-LINE(WS-CFG-INX)(1:26)
                     END-IF
                 END-PERFORM
                 IF WS-CFG-OUT-INX > 0
                    MOVE WS-CFG-OUT-INX TO WS-CHGRT-COUNT
                 END-IF
              END-IF
           END-IF.

       0046-LOAD-STDTMPL-CONFIG.

           MOVE 'STDTMPL'          TO CFG-SECTION-NAME.
           MOVE WS-STDTMPL-MAX     TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-STDTMPL-COUNT
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-STDTMPL-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:40)
                          TO WS-STDTMPL-NAME(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.

       0047-LOAD-ECABGRP-CONFIG.

           MOVE 'ECABGRP'          TO CFG-SECTION-NAME.
           MOVE WS-ECAB-MAX        TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-ECAB-COUNT
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-ECAB-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                          TO WS-ECAB-MEMBER(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  %PROMPATH - a MODE=W or MODE=R line picks warn or reject; the
      *  other lines are controlled environment cols 1-8, test
      *  environment cols 10-17 and test stage ID col 19. A line
      *  missing any of the three is skipped.
      *-----------------------------------------------------------------
       0048-LOAD-PROMPATH-CONFIG.

           MOVE 'PROMPATH'         TO CFG-SECTION-NAME.
           COMPUTE CFG-MAX-ENTRIES = WS-PPATH-MAX + 1.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-PPATH-ENABLED
              END-IF
              MOVE 0 TO WS-CFG-OUT-INX
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'MODE='
                      IF CFG-ENTRY-LINE(WS-CFG-INX)(6:1) = 'W' OR 'R'
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:1)
                              TO WS-PPATH-MODE
                      END-IF
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = SPACES
                      OR CFG-ENTRY-LINE(WS-CFG-INX)(10:8) = SPACES
                      OR CFG-ENTRY-LINE(WS-CFG-INX)(19:1) = SPACE
                      DISPLAY 'C1UEXT07: PROMPATH CONFIG LINE '
                              'SKIPPED - NEEDS ENV, TEST ENV, STAGE: '
                              CFG-ENTRY-LINE(WS-CFG-INX)(1:19)
                    WHEN WS-CFG-OUT-INX < WS-PPATH-MAX
                      ADD 1 TO WS-CFG-OUT-INX
                      MOVE SPACES TO WS-PPATH-ENTRY(WS-CFG-OUT-INX)
                      MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                           TO WS-PPATH-CONTROLLED-ENV(WS-CFG-OUT-INX)
                      MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:8)
                           TO WS-PPATH-TEST-ENV(WS-CFG-OUT-INX)
                      MOVE CFG-ENTRY-LINE(WS-CFG-INX)(19:1)
                           TO WS-PPATH-TEST-STGID(WS-CFG-OUT-INX)
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
              END-PERFORM
              IF WS-CFG-OUT-INX > 0
                 MOVE WS-CFG-OUT-INX TO WS-PPATH-COUNT
              END-IF
           END-IF.

       0049-LOAD-QUALGATE-CONFIG.

           MOVE 'QUALGATE'         TO CFG-SECTION-NAME.
           MOVE WS-QGATE-MAX       TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-QGATE-ENABLED
              END-IF
              MOVE 0 TO WS-CFG-OUT-INX
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  IF CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = SPACES
                     OR (CFG-ENTRY-LINE(WS-CFG-INX)(10:1) NOT = 'W'
                         AND CFG-ENTRY-LINE(WS-CFG-INX)(10:1)
                             NOT = 'R')
                     DISPLAY 'C1UEXT07: QUALGATE CONFIG LINE '
                             'SKIPPED - NEEDS ENV AND W OR R: '
                             CFG-ENTRY-LINE(WS-CFG-INX)(1:10)
                  ELSE
                     IF WS-CFG-OUT-INX < WS-QGATE-MAX
                        ADD 1 TO WS-CFG-OUT-INX
                        MOVE SPACES
                             TO WS-QGATE-ENTRY(WS-CFG-OUT-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                             TO WS-QGATE-ENV(WS-CFG-OUT-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:1)
                             TO WS-QGATE-MODE(WS-CFG-OUT-INX)
                     END-IF
                  END-IF
              END-PERFORM
              IF WS-CFG-OUT-INX > 0
                 MOVE WS-CFG-OUT-INX TO WS-QGATE-COUNT
              END-IF
           END-IF.

       0049A-LOAD-IMPACT-CONFIG.

           MOVE 'IMPACT'           TO CFG-SECTION-NAME.
           COMPUTE CFG-MAX-ENTRIES =
               WS-IMPACT-TYPE-MAX + WS-IMPACT-MAP-MAX.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-IMPACT-ENABLED
              END-IF
              MOVE 0 TO WS-CFG-OUT-INX WS-IMP-MAP-OUT-INX
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'TYPE='
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(6:8) NOT = SPACES
                      IF WS-CFG-OUT-INX < WS-IMPACT-TYPE-MAX
                         ADD 1 TO WS-CFG-OUT-INX
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:8)
                              TO WS-IMPACT-TYPE(WS-CFG-OUT-INX)
                      END-IF
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:4) = 'MAP='
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(5:8) NOT = SPACES
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(14:8) NOT = SPACES
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(23:1) NOT = SPACE
                      IF WS-IMP-MAP-OUT-INX < WS-IMPACT-MAP-MAX
                         ADD 1 TO WS-IMP-MAP-OUT-INX
                         MOVE SPACES TO
                              WS-IMPACT-MAP-ENTRY(WS-IMP-MAP-OUT-INX)
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(5:8) TO
                              WS-IMPACT-MAP-ENV(WS-IMP-MAP-OUT-INX)
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(14:8) TO
                              WS-IMPACT-MAP-TARGET-ENV
                                  (WS-IMP-MAP-OUT-INX)
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(23:1) TO
                              WS-IMPACT-MAP-TARGET-STGID
                                  (WS-IMP-MAP-OUT-INX)
                      END-IF
                    WHEN OTHER
                      DISPLAY 'C1UEXT07: IMPACT CONFIG LINE '
                              'SKIPPED - NEEDS TYPE= OR MAP=: '
                              CFG-ENTRY-LINE(WS-CFG-INX)(1:23)
                  END-EVALUATE
              END-PERFORM
              IF WS-CFG-OUT-INX > 0
                 MOVE WS-CFG-OUT-INX TO WS-IMPACT-TYPE-COUNT
              END-IF
              IF WS-IMP-MAP-OUT-INX > 0
                 MOVE WS-IMP-MAP-OUT-INX TO WS-IMPACT-MAP-COUNT
              END-IF
           END-IF.

       0049B-LOAD-CRITICAL-CONFIG.

           MOVE 'CRITELEM'         TO CFG-SECTION-NAME.
           MOVE WS-CRITEL-MAX      TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-CRITEL-ENABLED
              END-IF
              MOVE 0 TO WS-CFG-OUT-INX
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  IF CFG-ENTRY-LINE(WS-CFG-INX)(30:12) NOT = SPACES
                     ADD 1 TO WS-CFG-OUT-INX
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:41)
                          TO WS-CRITEL-ENTRY(WS-CFG-OUT-INX)
                  ELSE
                     DISPLAY 'C1UEXT07: CRITELEM LINE SKIPPED - '
                             'NO GROUP IN COLS 30-41: '
                             CFG-ENTRY-LINE(WS-CFG-INX)(1:28)
                  END-IF
              END-PERFORM
              MOVE WS-CFG-OUT-INX TO WS-CRITEL-COUNT
           END-IF.

           MOVE 'CRITACT'          TO CFG-SECTION-NAME.
           MOVE WS-CRITACT-MAX     TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              MOVE 0 TO WS-CFG-OUT-INX
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  IF CFG-ENTRY-LINE(WS-CFG-INX)(1:8) NOT = SPACES
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(10:8) NOT = SPACES
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(28:12) NOT = SPACES
                     ADD 1 TO WS-CFG-OUT-INX
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:39)
                          TO WS-CRITACT-ENTRY(WS-CFG-OUT-INX)
                  ELSE
                     DISPLAY 'C1UEXT07: CRITACT LINE SKIPPED - '
                             'NEEDS ENV, ACTION AND GROUP: '
                             CFG-ENTRY-LINE(WS-CFG-INX)(1:39)
                  END-IF
              END-PERFORM
              MOVE WS-CFG-OUT-INX TO WS-CRITACT-COUNT
           END-IF.

           MOVE 'CRITGRP'          TO CFG-SECTION-NAME.
           MOVE WS-CRITGRP-MAX     TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              MOVE 0 TO WS-CFG-OUT-INX
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  IF CFG-ENTRY-LINE(WS-CFG-INX)(1:12) NOT = SPACES
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(14:8) NOT = SPACES
                     ADD 1 TO WS-CFG-OUT-INX
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:21)
                          TO WS-CRITGRP-ENTRY(WS-CFG-OUT-INX)
                  END-IF
              END-PERFORM
              MOVE WS-CFG-OUT-INX TO WS-CRITGRP-COUNT
           END-IF.

       0110-CHECK-NOTIFY-ENV-ALLOWED.

           IF NOT NOTIFY-ENV-FILTER-ENABLED
              MOVE 'Y' TO WS-NOTIFY-ENV-FOUND
           ELSE
              MOVE 'N' TO WS-NOTIFY-ENV-FOUND
              PERFORM VARYING WS-NOTIFY-ENV-INX FROM 1 BY 1 UNTIL
                  WS-NOTIFY-ENV-INX GREATER THAN WS-NOTIFY-ENV-COUNT
                  OR NOTIFY-ENV-FOUND
                  IF PHDR-PKG-ENV =
                      WS-NOTIFY-ENV-ENTRY(WS-NOTIFY-ENV-INX)
                     MOVE 'Y' TO WS-NOTIFY-ENV-FOUND
                  END-IF
              END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      *  Append one DD PKGAGE record giving this package's age in days
      *  as of right now, computed off PHDR-PKG-CREATE-DATE (assumed
      *  CCYYMMDD, as supplied in the exit header block). Skipped if
      *  the create date isn't a valid number - some package types do
      *  not populate it.
      *-----------------------------------------------------------------
       0120-WRITE-AGING-RECORD.

           ACCEPT WS-AGE-CURRENT-DATE FROM DATE YYYYMMDD.
           IF PHDR-PKG-CREATE-DATE IS NUMERIC
              MOVE PHDR-PKG-CREATE-DATE TO WS-AGE-CREATE-DATE
              COMPUTE WS-AGE-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-AGE-CURRENT-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-AGE-CREATE-DATE)
              MOVE SPACES          TO PKGAGE-REC
              MOVE PECB-PACKAGE-ID TO PKA-PACKAGE-ID
              MOVE PHDR-PKG-ENV    TO PKA-ENV
              MOVE PHDR-PKG-STGID  TO PKA-STGID
              MOVE WS-AGE-CREATE-DATE TO PKA-CREATE-DATE
              MOVE WS-AGE-CURRENT-DATE TO PKA-REPORT-DATE
              MOVE WS-AGE-DAYS     TO PKA-AGE-DAYS
              MOVE PHDR-PKG-CREATE-USER TO PKA-CREATE-USER
              PERFORM 0125-OPEN-PKGAGE-EXTEND
              PERFORM 0126-STAMP-PKGAGE-HEADER
              IF LOG-FILE-OPENED
                 WRITE PKGAGE-REC
                 IF WS-PKGAGE-FILE-STATUS NOT = '00'
                    MOVE 'PKGAGE'     TO WS-FAIL-DDNAME
                    MOVE PKGAGE-REC   TO WS-FAIL-RECORD
                    PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
                 END-IF
                 CLOSE PKGAGE
              ELSE
                 MOVE 'PKGAGE'        TO WS-FAIL-DDNAME
                 MOVE PKGAGE-REC      TO WS-FAIL-RECORD
                 PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Serialized OPEN EXTEND for the shared PKGAGE - same bounded
      *  retry as 0945-OPEN-AUDIT7-EXTEND.
      *-----------------------------------------------------------------
       0125-OPEN-PKGAGE-EXTEND.

           MOVE 'N' TO WS-LOG-OPEN-STATE.
                      WS-PKGAGE-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *  The common log header (COPY LOGHDR) for the PKGAGE snapshot
      *  just built - stamped at the moment of writing, keyed by
      *  package.
      *-----------------------------------------------------------------
       0126-STAMP-PKGAGE-HEADER.

           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'PKGAGE'        TO LGH-RECORD-TYPE.
           MOVE 01              TO LGH-LAYOUT-VERSION.
           MOVE PKA-PACKAGE-ID  TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO PKGAGE-HEADER.

      *-----------------------------------------------------------------
      *  Capture the SCL statement Endevor handed this Before-CAST
      *  call into the DD PKGMANIF manifest - one record per non-blank
              IF WS-MANIF-SYSTEM NOT = SPACES
                 PERFORM 0148-CHECK-SYSTEM-ALREADY-SEEN
                 IF NOT OWNER-SYSTEM-SEEN
                    MOVE 'OWNRNTFY' TO XBG-STEP
                    MOVE 'O'        TO XBG-STEP-CLASS
                    PERFORM 0061-CHECK-TIME-BUDGET
                    IF XBG-DEFER-STEP
                       MOVE SPACES          TO WS-EXDEFER-RECORD
                       MOVE 'OWNRNTFY'      TO XDQ-WORK-TYPE
                       MOVE WS-MANIF-SYSTEM TO XDQ-SYSTEM
                       PERFORM 0062-QUEUE-DEFERRED-WORK
                    ELSE
                       PERFORM 0149-MAIL-SYSTEM-OWNERS
                    END-IF
                 END-IF
              END-IF
           END-IF.
                                          WS-MAIL-ADDRESS
                                          WS-MAIL-DELEGATE
                                          WS-MAIL-DIR-FOUND
                    ACCEPT WS-MT-START-TIME FROM TIME
                    CALL 'BC1PMLIF' USING MYSMTP-MESSAGE
                                          WS-MAIL-ADDRESS
                                          MYSMTP-FROM
                                          MYSMTP-SUBJECT
                                          MYSMTP-TEXT
                                          MYSMTP-URL
                    ACCEPT WS-MT-END-TIME FROM TIME
                    MOVE RETURN-CODE      TO WS-MT-RC
                    MOVE 'C1UEXT07'       TO WS-MT-PROGRAM
                    MOVE 'BC1PMLIF'       TO WS-MT-TARGET
                    MOVE PECB-PACKAGE-ID  TO WS-MT-KEY
                    CALL 'EXTMTRCS' USING WS-CALL-METRIC
                    IF WS-MT-RC > 0
                       DISPLAY 'C1UEXT07: OWNER NOTIFY FAILED RC = '
                               WS-MT-RC ' FOR ' MYSMTP-USERID
                       PERFORM 0970-WRITE-MAIL-DEADLETTER
                    END-IF
                    MOVE 0 TO RETURN-CODE

       0171A-READ-BKWAIVER.

           PERFORM WITH TEST AFTER
                   UNTIL WS-BKWAIVER-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ BKWAIVER
                  AT END MOVE '10' TO WS-BKWAIVER-FILE-STATUS
              END-READ
              IF WS-BKWAIVER-FILE-STATUS(1:1) = '0'
                 MOVE 'BKWAIVER'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE BKWAIVER-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       0171B-MATCH-ONE-WAIVER.

              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
      *  The freeze calendar is a gate: with the time budget spent it
      *  is passed unchecked or the execute refused, per the
      *  ServiceNow fail policy (COPY SNOWFOPN, judged in EXBUDGET).
      *-----------------------------------------------------------------
       0174-GATE-FREEZE-CALENDAR.

           MOVE 'FREEZE'   TO XBG-STEP.
           MOVE 'G'        TO XBG-STEP-CLASS.
           PERFORM 0061-CHECK-TIME-BUDGET.
           EVALUATE TRUE
             WHEN XBG-GATE-REFUSED
               PERFORM 0063-REFUSE-OVER-BUDGET
             WHEN XBG-GATE-PASSED-OPEN
               DISPLAY 'C1UEXT07: FREEZE CALENDAR NOT CHECKED FOR '
                       PECB-PACKAGE-ID ' - TIME BUDGET SPENT,'
                       ' FAIL-OPEN'
             WHEN OTHER
               PERFORM 0175-CHECK-FREEZE-CALENDAR
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  Site freeze-calendar enforcement at Before-EXECUTE (see
      *  FRZCHECK): a freeze covering today and this environment
                 END-IF
              END-IF
           END-IF.
           PERFORM 0191A-READ-PKGMANIF.

       0178-CALL-FRZCHECK.

           MOVE SPACE  TO WS-FRZ-CALL-VERDICT.
           MOVE SPACES TO WS-FRZ-CALL-ENTRY.
           CALL 'FRZCHECK' USING PHDR-PKG-ENV
                                 WS-FRZ-SYSTEM
                                 PECB-PACKAGE-ID
                                 WS-FRZ-TODAY
                                 WS-FRZ-CALL-VERDICT
                                 WS-FRZ-CALL-ENTRY.
           IF WS-FRZ-CALL-VERDICT = 'F'
              MOVE 'F' TO WS-FRZ-VERDICT
           ELSE
              IF WS-FRZ-CALL-VERDICT = 'E'
                 AND WS-FRZ-VERDICT NOT = 'F'
                 MOVE 'E' TO WS-FRZ-VERDICT
                 MOVE WS-FRZ-CALL-ENTRY TO WS-FRZ-MATCHED-ENTRY
              END-IF
           END-IF.

       0176-WRITE-FREEZE-WAIVER.

           ACCEPT WS-AUD7-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD7-TIME FROM TIME.
           MOVE SPACES                TO FRZWAIVR-REC.
           MOVE WS-AUD7-DATE          TO FZW-DATE.
           MOVE WS-AUD7-TIME(1:6)     TO FZW-TIME.
           MOVE PECB-PACKAGE-ID       TO FZW-PACKAGE-ID.
           MOVE WS-FRZ-MATCHED-ENTRY  TO FZW-MATCHED-ENTRY.
           MOVE PECB-USER-BATCH-JOBNAME TO FZW-JOBNAME.
           MOVE 'C1UEXT07'            TO FZW-PROGRAM.
           OPEN EXTEND FRZWAIVR.
           IF WS-FRZWAIVR-FILE-STATUS = '00'
              MOVE 'H'                TO LCQ-FUNCTION
              MOVE 'FRZWAIVR'         TO LCQ-LOG-NAME
              MOVE SPACES             TO LCQ-CHAIN-ID
              MOVE 80                 TO LCQ-RECORD-LENGTH
              MOVE FRZWAIVR-REC       TO LCQ-RECORD-IMAGE
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              MOVE LCQ-HASH           TO FZW-CHAIN-HASH
              WRITE FRZWAIVR-REC
              IF WS-FRZWAIVR-FILE-STATUS = '00' AND LCQ-CHAINED
                 MOVE 'C'             TO LCQ-FUNCTION
                 CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              END-IF
              CLOSE FRZWAIVR
           ELSE
              MOVE 'FRZWAIVR'   TO WS-FAIL-DDNAME
              MOVE FRZWAIVR-REC TO WS-FAIL-RECORD
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
      *  CCID consistency (copybook CCIDCNCF): an ELEMENT clause in
      *  the SCL record this call captured is looked up on ELMACTLG,
      *  and the CCID of its most recent action the exit let through
      *  must name the same ServiceNow object as the package ID -
      *  the same substring scan as the risk score's element count.
      *  Only SNOW-gated package IDs are checked. Warn mode keeps
      *  the element for the approver notification; reject mode
      *  refuses the cast here.
      *-----------------------------------------------------------------
       0165-CHECK-CCID-CONSISTENCY.

           IF PECB-PACKAGE-ID(1:3) NOT = 'INC'
              AND PECB-PACKAGE-ID(1:3) NOT = 'CHG'
              GO TO 0165-EXIT
           END-IF.
           IF PECB-PACKAGE-ID NOT = WS-CCN-PKGID
              MOVE PECB-PACKAGE-ID TO WS-CCN-PKGID
              MOVE 0 TO WS-CCN-COUNT WS-CCN-DROPPED
           END-IF.
           MOVE SPACES TO WS-CCN-ELEMENT.
           MOVE 0 TO WS-CCN-SCAN-POS.
           INSPECT PSCL-SCL-RECORD TALLYING WS-CCN-SCAN-POS
                   FOR CHARACTERS BEFORE ' ELEMENT '''.
           IF WS-CCN-SCAN-POS < 70
              ADD 11 TO WS-CCN-SCAN-POS
              MOVE 0 TO WS-CCN-SCAN-LEN
              INSPECT PSCL-SCL-RECORD(WS-CCN-SCAN-POS:)
                      TALLYING WS-CCN-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-CCN-SCAN-LEN > 10
                 MOVE 10 TO WS-CCN-SCAN-LEN
              END-IF
              IF WS-CCN-SCAN-LEN > 0
                 MOVE PSCL-SCL-RECORD
                      (WS-CCN-SCAN-POS:WS-CCN-SCAN-LEN)
                      TO WS-CCN-ELEMENT(1:WS-CCN-SCAN-LEN)
              END-IF
           END-IF.
           IF WS-CCN-ELEMENT = SPACES
              GO TO 0165-EXIT
           END-IF.

           MOVE SPACES TO WS-CCN-LAST-CCID.
           OPEN INPUT ELMACTLG.
           IF NOT ELMACTLG-NOT-AVAILABLE
              PERFORM 0165A-READ-ELMACTLG
              PERFORM 0165B-MATCH-ONE-ACTION UNTIL ELMACTLG-ATEND
              CLOSE ELMACTLG
           END-IF.

           IF (WS-CCN-LAST-CCID(1:3) = 'INC'
               OR WS-CCN-LAST-CCID(1:3) = 'CHG')
              AND WS-CCN-LAST-CCID(1:10) NOT = PECB-PACKAGE-ID(1:10)
              DISPLAY 'C1UEXT07: ELEMENT ' WS-CCN-ELEMENT
                      ' WAS WORKED UNDER CCID ' WS-CCN-LAST-CCID
                      ' - PACKAGE ' PECB-PACKAGE-ID
              IF CCIDCN-REJECT-MODE
                 MOVE 8 TO PECB-NDVR-EXIT-RC
                 MOVE '0793' TO PECB-MESSAGE-ID
                 MOVE SPACES TO PECB-MESSAGE
                 STRING 'Cast refused - element ' WS-CCN-ELEMENT
                        ' was worked under CCID ' WS-CCN-LAST-CCID
                        ', not ' PECB-PACKAGE-ID(1:10)
                    DELIMITED BY SIZE INTO PECB-MESSAGE
                 END-STRING
              ELSE
                 IF WS-CCN-COUNT < WS-CCN-MAX
                    ADD 1 TO WS-CCN-COUNT
                    MOVE WS-CCN-ELEMENT
                         TO WS-CCN-FLAG-ELEMENT(WS-CCN-COUNT)
                    MOVE WS-CCN-LAST-CCID
                         TO WS-CCN-FLAG-CCID(WS-CCN-COUNT)
                 ELSE
                    ADD 1 TO WS-CCN-DROPPED
                 END-IF
              END-IF
           END-IF.

       0165-EXIT.
           EXIT.

       0165A-READ-ELMACTLG.

           PERFORM WITH TEST AFTER
                   UNTIL WS-ELMACTLG-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-ELMACTLG-FILE-STATUS
              END-READ
              IF WS-ELMACTLG-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  The log is in time order, so the last match read is the most
      *  recent action; an attempt the exit refused changed nothing.
      *-----------------------------------------------------------------
       0165B-MATCH-ONE-ACTION.

           IF ELA-ELEMENT = WS-CCN-ELEMENT
              AND ELA-CCID NOT = SPACES
              IF ELA-EXIT-RC IS NUMERIC AND ELA-EXIT-RC >= '0008'
                 CONTINUE
              ELSE
                 MOVE ELA-CCID TO WS-CCN-LAST-CCID
              END-IF
           END-IF.
           PERFORM 0165A-READ-ELMACTLG.

      *-----------------------------------------------------------------
      *  Structured notes (copybook PKGNOTCF, rule in PKGNOTCK): once
      *  per cast, at the Before-CAST call, NOTE1-8 must carry every
      *  section the package's environment requires. A cast that
      *  breaks the standard is refused with the sections at fault
      *  named behind the message text, catalog wording or not.
      *-----------------------------------------------------------------
       0167-CHECK-PACKAGE-NOTES.

           MOVE PHDR-PKG-NOTE1 TO WS-PNC-NOTE-LINE(1).
           MOVE PHDR-PKG-NOTE2 TO WS-PNC-NOTE-LINE(2).
           MOVE PHDR-PKG-NOTE3 TO WS-PNC-NOTE-LINE(3).
           MOVE PHDR-PKG-NOTE4 TO WS-PNC-NOTE-LINE(4).
           MOVE PHDR-PKG-NOTE5 TO WS-PNC-NOTE-LINE(5).
           MOVE PHDR-PKG-NOTE6 TO WS-PNC-NOTE-LINE(6).
           MOVE PHDR-PKG-NOTE7 TO WS-PNC-NOTE-LINE(7).
           MOVE PHDR-PKG-NOTE8 TO WS-PNC-NOTE-LINE(8).
           CALL 'PKGNOTCK' USING WS-PNC-MODE
                                 PHDR-PKG-ENV
                                 WS-PNC-NOTES
                                 WS-PNC-VERDICT
                                 WS-PNC-DETAIL.
           IF PNC-NOTES-SHORT
              DISPLAY 'C1UEXT07: PACKAGE ' PECB-PACKAGE-ID
                      ' NOTES MISS REQUIRED SECTION(S) FOR '
                      PHDR-PKG-ENV ': ' WS-PNC-DETAIL
              MOVE 8 TO PECB-NDVR-EXIT-RC
              MOVE '0795' TO PECB-MESSAGE-ID
              MOVE SPACES TO PECB-MESSAGE
              STRING 'Cast refused - notes lack section(s) for '
                     PHDR-PKG-ENV ':'
                 DELIMITED BY SIZE INTO PECB-MESSAGE
              END-STRING
              MOVE WS-PNC-DETAIL TO PECB-MESSAGE(62:60)
              MOVE WS-PNC-DETAIL TO WS-MSG-DETAIL
           END-IF.

      *-----------------------------------------------------------------
      *  Promotion path (copybook PRMPTHCF): for a package whose
      *  environment is a controlled one, an ELEMENT clause in the
      *  SCL record this call captured is traced through ELMACTLG and
      *  must show a MOVE out of the designated test stage since its
      *  last ADD/UPDATE. Warn mode keeps the element for the
      *  approver notification; reject mode refuses the cast here,
      *  naming the element - the cast hands its SCL over one record
      *  per call, so the refusal comes at the first unproven one.
      *-----------------------------------------------------------------
       0166-CHECK-PROMOTION-PATH.

           MOVE 0 TO WS-PPT-HIT-INX.
           PERFORM VARYING WS-PPT-INX FROM 1 BY 1
                   UNTIL WS-PPT-INX > WS-PPATH-COUNT
                      OR WS-PPT-HIT-INX > 0
              IF WS-PPATH-CONTROLLED-ENV(WS-PPT-INX) = PHDR-PKG-ENV
                 MOVE WS-PPT-INX TO WS-PPT-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-PPT-HIT-INX = 0
              GO TO 0166-EXIT
           END-IF.
           MOVE WS-PPATH-TEST-ENV(WS-PPT-HIT-INX)   TO WS-PPT-TEST-ENV.
           MOVE WS-PPATH-TEST-STGID(WS-PPT-HIT-INX)
                TO WS-PPT-TEST-STGID.
           IF PECB-PACKAGE-ID NOT = WS-PPT-PKGID
              MOVE PECB-PACKAGE-ID TO WS-PPT-PKGID
              MOVE 0 TO WS-PPT-COUNT WS-PPT-DROPPED
           END-IF.
           MOVE SPACES TO WS-PPT-ELEMENT.
           MOVE 0 TO WS-CCN-SCAN-POS.
           INSPECT PSCL-SCL-RECORD TALLYING WS-CCN-SCAN-POS
                   FOR CHARACTERS BEFORE ' ELEMENT '''.
           IF WS-CCN-SCAN-POS < 70
              ADD 11 TO WS-CCN-SCAN-POS
              MOVE 0 TO WS-CCN-SCAN-LEN
              INSPECT PSCL-SCL-RECORD(WS-CCN-SCAN-POS:)
                      TALLYING WS-CCN-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-CCN-SCAN-LEN > 10
                 MOVE 10 TO WS-CCN-SCAN-LEN
              END-IF
              IF WS-CCN-SCAN-LEN > 0
                 MOVE PSCL-SCL-RECORD
                      (WS-CCN-SCAN-POS:WS-CCN-SCAN-LEN)
                      TO WS-PPT-ELEMENT(1:WS-CCN-SCAN-LEN)
              END-IF
           END-IF.
           IF WS-PPT-ELEMENT = SPACES
              GO TO 0166-EXIT
           END-IF.

           MOVE SPACE  TO WS-PPT-STATE.
           MOVE SPACES TO WS-PPT-CHANGE-LEVEL.
           OPEN INPUT ELMACTLG.
           IF NOT ELMACTLG-NOT-AVAILABLE
              PERFORM 0165A-READ-ELMACTLG
              PERFORM 0166B-TRACE-ONE-ACTION UNTIL ELMACTLG-ATEND
              CLOSE ELMACTLG
           END-IF.

           IF PPT-PROVEN
              GO TO 0166-EXIT
           END-IF.
           IF PPT-CHANGED
              MOVE 'CHANGED SINCE LAST TEST MOVE' TO WS-PPT-REASON
           ELSE
              MOVE 'NO TEST-STAGE MOVE ON RECORD' TO WS-PPT-REASON
           END-IF.
           DISPLAY 'C1UEXT07: ELEMENT ' WS-PPT-ELEMENT
                   ' HAS NO PROVEN PATH THROUGH ' WS-PPT-TEST-ENV
                   ' STAGE ' WS-PPT-TEST-STGID ' - ' WS-PPT-REASON.
           IF PPATH-REJECT-MODE
              MOVE 8 TO PECB-NDVR-EXIT-RC
              MOVE '0794' TO PECB-MESSAGE-ID
              MOVE SPACES TO PECB-MESSAGE
              STRING 'Cast refused - element ' WS-PPT-ELEMENT
                     ' has no proven path through '
                     WS-PPT-TEST-ENV ' stage ' WS-PPT-TEST-STGID
                     ': ' WS-PPT-REASON
                 DELIMITED BY SIZE INTO PECB-MESSAGE
              END-STRING
           ELSE
              IF WS-PPT-COUNT < WS-PPT-MAX
                 ADD 1 TO WS-PPT-COUNT
                 MOVE WS-PPT-ELEMENT
                      TO WS-PPT-FLAG-ELEMENT(WS-PPT-COUNT)
                 MOVE WS-PPT-REASON
                      TO WS-PPT-FLAG-REASON(WS-PPT-COUNT)
              ELSE
                 ADD 1 TO WS-PPT-DROPPED
              END-IF
           END-IF.

       0166-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  The log is in time order: an ADD or UPDATE puts the element
      *  back to changed, a later MOVE out of the test stage proves
      *  it again - unless both carry a level and the level moved is
      *  lower than the one the change left. A MOVE logged before the
      *  source stage ID was carried - only possible on a record from
      *  before the log header, layout version 00 - counts on its
      *  environment alone.
      *-----------------------------------------------------------------
       0166B-TRACE-ONE-ACTION.

           IF ELA-ELEMENT = WS-PPT-ELEMENT
              AND NOT (ELA-EXIT-RC IS NUMERIC
                       AND ELA-EXIT-RC >= '0008')
              EVALUATE TRUE
                WHEN ELA-ACTION = 'ADD' OR 'UPDATE'
                  MOVE 'C'       TO WS-PPT-STATE
                  MOVE ELA-LEVEL TO WS-PPT-CHANGE-LEVEL
                WHEN ELA-ACTION = 'MOVE'
                  AND ELA-SRC-ENV = WS-PPT-TEST-ENV
                  AND (ELA-SRC-STGID = WS-PPT-TEST-STGID
                       OR (ELA-SRC-STGID = SPACE
                           AND LGR-OLDER-RECORD))
                  IF ELA-LEVEL IS NUMERIC
                     AND WS-PPT-CHANGE-LEVEL IS NUMERIC
                     AND ELA-LEVEL < WS-PPT-CHANGE-LEVEL
                     CONTINUE
                  ELSE
                     MOVE 'P' TO WS-PPT-STATE
                  END-IF
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM 0165A-READ-ELMACTLG.

      *-----------------------------------------------------------------
      *  External quality gate (copybook QGATECF): for a package whose
      *  environment is listed, every element the captured SCL names
      *  needs a passing result on DD QGRSLT, looked up through
      *  C1UQGRLU. The cast hands its SCL over one record per call and
      *  a statement's TYPE and SYSTEM clauses may sit on records after
      *  its ELEMENT clause, so the statement in hand is carried from
      *  call to call and judged when its period arrives - or when the
      *  next ELEMENT clause shows it ended without one. Warn mode
      *  keeps the element for the approver notification; reject mode
      *  refuses the cast at the first element short of a pass.
      *-----------------------------------------------------------------
       0168-CHECK-QUALITY-GATE.

           MOVE SPACE TO WS-QGT-MODE.
           PERFORM VARYING WS-QGT-INX FROM 1 BY 1
                   UNTIL WS-QGT-INX > WS-QGATE-COUNT
                      OR WS-QGT-MODE NOT = SPACE
              IF WS-QGATE-ENV(WS-QGT-INX) = PHDR-PKG-ENV
                 MOVE WS-QGATE-MODE(WS-QGT-INX) TO WS-QGT-MODE
              END-IF
           END-PERFORM.
           IF WS-QGT-MODE = SPACE
              GO TO 0168-EXIT
           END-IF.
           IF PECB-PACKAGE-ID NOT = WS-QGT-PKGID
              MOVE PECB-PACKAGE-ID TO WS-QGT-PKGID
              MOVE 0 TO WS-QGT-COUNT WS-QGT-DROPPED
              MOVE 'N' TO WS-QGT-OPEN
           END-IF.
           IF PSCL-SCL-RECORD = SPACES
              OR PSCL-SCL-RECORD = LOW-VALUES
              GO TO 0168-EXIT
           END-IF.

           MOVE ' ELEMENT ''' TO WS-QGT-KEYWORD.
           MOVE 10 TO WS-QGT-KEYWORD-LEN.
           PERFORM 0168A-EXTRACT-QUOTED-VALUE.
           IF WS-QGT-VALUE NOT = SPACES
              PERFORM 0168B-JUDGE-OPEN-STATEMENT THRU 0168B-EXIT
              IF PECB-NDVR-EXIT-RC = 8
                 GO TO 0168-EXIT
              END-IF
              MOVE 'Y' TO WS-QGT-OPEN
              MOVE WS-QGT-VALUE TO WS-QGT-ELEMENT
              MOVE SPACES TO WS-QGT-TYPE WS-QGT-SYSTEM
           END-IF.
           IF NOT QGT-STATEMENT-OPEN
              GO TO 0168-EXIT
           END-IF.
           MOVE ' SYSTEM ''' TO WS-QGT-KEYWORD.
           MOVE 9 TO WS-QGT-KEYWORD-LEN.
           PERFORM 0168A-EXTRACT-QUOTED-VALUE.
           IF WS-QGT-VALUE NOT = SPACES
              MOVE WS-QGT-VALUE(1:8) TO WS-QGT-SYSTEM
           END-IF.
           MOVE ' TYPE ''' TO WS-QGT-KEYWORD.
           MOVE 7 TO WS-QGT-KEYWORD-LEN.
           PERFORM 0168A-EXTRACT-QUOTED-VALUE.
           IF WS-QGT-VALUE NOT = SPACES
              MOVE WS-QGT-VALUE(1:8) TO WS-QGT-TYPE
           END-IF.
           MOVE 0 TO WS-QGT-PERIODS.
           INSPECT PSCL-SCL-RECORD TALLYING WS-QGT-PERIODS
                   FOR ALL '.'.
           IF WS-QGT-PERIODS > 0
              PERFORM 0168B-JUDGE-OPEN-STATEMENT THRU 0168B-EXIT
           END-IF.

       0168-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Pull the quoted value following WS-QGT-KEYWORD out of the SCL
      *  record - the 0147 scan. Comes back SPACES when the keyword is
      *  not on this record.
      *-----------------------------------------------------------------
       0168A-EXTRACT-QUOTED-VALUE.

           MOVE SPACES TO WS-QGT-VALUE.
           MOVE 0 TO WS-CCN-SCAN-POS.
           INSPECT PSCL-SCL-RECORD TALLYING WS-CCN-SCAN-POS
                   FOR CHARACTERS BEFORE
                   WS-QGT-KEYWORD(1:WS-QGT-KEYWORD-LEN).
           IF WS-CCN-SCAN-POS < 70
              COMPUTE WS-CCN-SCAN-POS =
                  WS-CCN-SCAN-POS + WS-QGT-KEYWORD-LEN + 1
              MOVE 0 TO WS-CCN-SCAN-LEN
              INSPECT PSCL-SCL-RECORD(WS-CCN-SCAN-POS:)
                      TALLYING WS-CCN-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-CCN-SCAN-LEN > 10
                 MOVE 10 TO WS-CCN-SCAN-LEN
              END-IF
              IF WS-CCN-SCAN-LEN > 0
                 MOVE PSCL-SCL-RECORD
                      (WS-CCN-SCAN-POS:WS-CCN-SCAN-LEN)
                      TO WS-QGT-VALUE(1:WS-CCN-SCAN-LEN)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Judge the statement in hand on its highest-level result. A
      *  results store that cannot be opened proves nothing, so every
      *  element is then short of a pass - the gate fails closed.
      *-----------------------------------------------------------------
       0168B-JUDGE-OPEN-STATEMENT.

           IF NOT QGT-STATEMENT-OPEN
              GO TO 0168B-EXIT
           END-IF.
           MOVE 'N' TO WS-QGT-OPEN.
           MOVE WS-QGT-ELEMENT TO QGQ-ELEMENT.
           MOVE WS-QGT-TYPE    TO QGQ-TYPE.
           MOVE WS-QGT-SYSTEM  TO QGQ-SYSTEM.
           MOVE SPACES         TO QGQ-LEVEL.
           CALL 'C1UQGRLU' USING WS-QGRREQ-REQUEST.
           MOVE SPACES TO WS-QGT-REASON.
           EVALUATE TRUE
             WHEN QGQ-STORE-UNUSABLE
               MOVE 'RESULTS STORE NOT AVAILABLE' TO WS-QGT-REASON
             WHEN QGQ-NOT-FOUND
               MOVE 'NO RESULT ON RECORD' TO WS-QGT-REASON
             WHEN QGQ-PASSED
               GO TO 0168B-EXIT
             WHEN OTHER
               STRING 'LEVEL ' QGQ-LEVEL ' FAILED - '
                      QGQ-FINDINGS ' FINDINGS'
                  DELIMITED BY SIZE INTO WS-QGT-REASON
               END-STRING
           END-EVALUATE.
           DISPLAY 'C1UEXT07: ELEMENT ' WS-QGT-ELEMENT
                   ' TYPE ' WS-QGT-TYPE ' SYSTEM ' WS-QGT-SYSTEM
                   ' SHORT OF THE QUALITY GATE - ' WS-QGT-REASON.
           IF QGT-REJECT-MODE
              MOVE 8 TO PECB-NDVR-EXIT-RC
              MOVE '0796' TO PECB-MESSAGE-ID
              MOVE SPACES TO PECB-MESSAGE
              STRING 'Cast refused - element ' WS-QGT-ELEMENT
                     ' type ' WS-QGT-TYPE
                     ' fails the quality gate: ' WS-QGT-REASON
                 DELIMITED BY SIZE INTO PECB-MESSAGE
              END-STRING
              MOVE SPACES TO WS-MSG-DETAIL
              STRING WS-QGT-ELEMENT ' ' WS-QGT-TYPE ' '
                     WS-QGT-SYSTEM ' ' WS-QGT-REASON
                 DELIMITED BY SIZE INTO WS-MSG-DETAIL
              END-STRING
              GO TO 0168B-EXIT
           END-IF.
           MOVE 'N' TO WS-QGT-SEEN.
           PERFORM VARYING WS-QGT-INX FROM 1 BY 1
                   UNTIL WS-QGT-INX > WS-QGT-COUNT
                      OR QGT-ALREADY-FLAGGED
              IF WS-QGT-FLAG-ELEMENT(WS-QGT-INX) = WS-QGT-ELEMENT
                 AND WS-QGT-FLAG-TYPE(WS-QGT-INX) = WS-QGT-TYPE
                 MOVE 'Y' TO WS-QGT-SEEN
              END-IF
           END-PERFORM.
           IF NOT QGT-ALREADY-FLAGGED
              IF WS-QGT-COUNT < WS-QGT-MAX
                 ADD 1 TO WS-QGT-COUNT
                 MOVE WS-QGT-ELEMENT
                      TO WS-QGT-FLAG-ELEMENT(WS-QGT-COUNT)
                 MOVE WS-QGT-TYPE
                      TO WS-QGT-FLAG-TYPE(WS-QGT-COUNT)
                 MOVE WS-QGT-REASON
                      TO WS-QGT-FLAG-REASON(WS-QGT-COUNT)
              ELSE
                 ADD 1 TO WS-QGT-DROPPED
              END-IF
           END-IF.

       0168B-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Critical elements and high-risk SCL actions (copybook
      *  CRITELCF). The SCL records of a statement are gathered here
      *  up to its closing period, then the statement is judged whole
      *  - its action, and the element, type and system it names.
      *  Every hit adds an approver group to the package, recorded to
      *  AUDIT7 and carried to the notification in WS-CRA-TABLE.
      *-----------------------------------------------------------------
       0169-CHECK-CRITICAL-CONTENT.

           IF PECB-PACKAGE-ID NOT = WS-CRT-PKGID
              MOVE PECB-PACKAGE-ID TO WS-CRT-PKGID
              MOVE 0 TO WS-CRA-COUNT WS-CRA-DROPPED
              MOVE 'N' TO WS-CRT-OPEN
           END-IF.
           IF PSCL-SCL-RECORD = SPACES
              OR PSCL-SCL-RECORD = LOW-VALUES
              OR PSCL-SCL-RECORD(1:1) = '*'
              GO TO 0169-EXIT
           END-IF.
           IF NOT CRT-STATEMENT-OPEN
              MOVE SPACES TO WS-CRT-STMT
              MOVE 1 TO WS-CRT-STMT-POS
              MOVE 'Y' TO WS-CRT-OPEN
           END-IF.
      *    A statement longer than the buffer is judged on its first
      *    six records - the action and names lead the statement.
           IF WS-CRT-STMT-POS < 481
              MOVE PSCL-SCL-RECORD TO WS-CRT-STMT(WS-CRT-STMT-POS:80)
              ADD 80 TO WS-CRT-STMT-POS
           END-IF.
           MOVE 0 TO WS-CRT-PERIODS.
           INSPECT PSCL-SCL-RECORD TALLYING WS-CRT-PERIODS
                   FOR ALL '.'.
           IF WS-CRT-PERIODS > 0
              MOVE 'N' TO WS-CRT-OPEN
              PERFORM 0169A-JUDGE-STATEMENT THRU 0169A-EXIT
           END-IF.

       0169-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Judge one gathered statement: against the register when it
      *  names an element, then against the environment's high-risk
      *  actions.
      *-----------------------------------------------------------------
       0169A-JUDGE-STATEMENT.

           MOVE 0 TO WS-CRT-LEAD.
           INSPECT WS-CRT-STMT TALLYING WS-CRT-LEAD
                   FOR LEADING SPACES.
           MOVE SPACES TO WS-CRT-VERB.
           IF WS-CRT-LEAD < 470
              UNSTRING WS-CRT-STMT(WS-CRT-LEAD + 1:)
                       DELIMITED BY SPACE OR '.'
                  INTO WS-CRT-VERB
              END-UNSTRING
           END-IF.
           MOVE ' ELEMENT ''' TO WS-CRT-KEYWORD.
           MOVE 10 TO WS-CRT-KEYWORD-LEN.
           PERFORM 0169B-EXTRACT-QUOTED-VALUE.
           MOVE WS-CRT-VALUE TO WS-CRT-ELEMENT.
           MOVE ' TYPE ''' TO WS-CRT-KEYWORD.
           MOVE 7 TO WS-CRT-KEYWORD-LEN.
           PERFORM 0169B-EXTRACT-QUOTED-VALUE.
           MOVE WS-CRT-VALUE(1:8) TO WS-CRT-TYPE.
           MOVE ' SYSTEM ''' TO WS-CRT-KEYWORD.
           MOVE 9 TO WS-CRT-KEYWORD-LEN.
           PERFORM 0169B-EXTRACT-QUOTED-VALUE.
           MOVE WS-CRT-VALUE(1:8) TO WS-CRT-SYSTEM.

           IF WS-CRT-ELEMENT NOT = SPACES
              PERFORM VARYING WS-CRT-INX FROM 1 BY 1
                      UNTIL WS-CRT-INX > WS-CRITEL-COUNT
                 PERFORM 0169C-MATCH-REGISTER-ENTRY
                 IF CRT-ENTRY-MATCHES
                    MOVE 'CRITEL' TO WS-CRT-HIT-KIND
                    MOVE WS-CRITEL-GROUP(WS-CRT-INX)
                         TO WS-CRT-HIT-GROUP
                    PERFORM 0169F-ADD-APPROVER-GROUP THRU 0169F-EXIT
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-CRT-VERB = SPACES
              GO TO 0169A-EXIT
           END-IF.
           PERFORM VARYING WS-CRT-INX FROM 1 BY 1
                   UNTIL WS-CRT-INX > WS-CRITACT-COUNT
              IF (WS-CRITACT-ENV(WS-CRT-INX) = '*'
                  OR WS-CRITACT-ENV(WS-CRT-INX) = PHDR-PKG-ENV)
                 AND WS-CRITACT-ACTION(WS-CRT-INX) = WS-CRT-VERB
                 MOVE 'Y' TO WS-CRT-ENTRY-MATCHED
                 IF WS-CRITACT-ALSO(WS-CRT-INX) NOT = SPACES
                    PERFORM 0169E-FIND-ALSO-WORD
                 END-IF
                 IF CRT-ENTRY-MATCHES
                    MOVE 'HRACT' TO WS-CRT-HIT-KIND
                    MOVE WS-CRITACT-GROUP(WS-CRT-INX)
                         TO WS-CRT-HIT-GROUP
                    PERFORM 0169F-ADD-APPROVER-GROUP THRU 0169F-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       0169A-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Pull the quoted value following WS-CRT-KEYWORD out of the
      *  gathered statement - the 0168A scan over the whole buffer.
      *  Comes back SPACES when the keyword is not in the statement.
      *-----------------------------------------------------------------
       0169B-EXTRACT-QUOTED-VALUE.

           MOVE SPACES TO WS-CRT-VALUE.
           MOVE 0 TO WS-CRT-SCAN-POS.
           INSPECT WS-CRT-STMT TALLYING WS-CRT-SCAN-POS
                   FOR CHARACTERS BEFORE
                   WS-CRT-KEYWORD(1:WS-CRT-KEYWORD-LEN).
           IF WS-CRT-SCAN-POS < 470
              COMPUTE WS-CRT-SCAN-POS =
                  WS-CRT-SCAN-POS + WS-CRT-KEYWORD-LEN + 1
              MOVE 0 TO WS-CRT-SCAN-LEN
              INSPECT WS-CRT-STMT(WS-CRT-SCAN-POS:)
                      TALLYING WS-CRT-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-CRT-SCAN-LEN > 10
                 MOVE 10 TO WS-CRT-SCAN-LEN
              END-IF
              IF WS-CRT-SCAN-LEN > 0
                 MOVE WS-CRT-STMT(WS-CRT-SCAN-POS:WS-CRT-SCAN-LEN)
                      TO WS-CRT-VALUE(1:WS-CRT-SCAN-LEN)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Register entry WS-CRT-INX against the statement's element,
      *  type and system - every mask must hold.
      *-----------------------------------------------------------------
       0169C-MATCH-REGISTER-ENTRY.

           MOVE WS-CRITEL-ELEMENT(WS-CRT-INX) TO WS-CRT-MASK.
           MOVE WS-CRT-ELEMENT                TO WS-CRT-MASK-VALUE.
           PERFORM 0169D-MATCH-MASK.
           MOVE WS-CRT-MASK-HIT TO WS-CRT-ENTRY-MATCHED.
           IF CRT-ENTRY-MATCHES
              MOVE WS-CRITEL-TYPE(WS-CRT-INX) TO WS-CRT-MASK
              MOVE WS-CRT-TYPE                TO WS-CRT-MASK-VALUE
              PERFORM 0169D-MATCH-MASK
              MOVE WS-CRT-MASK-HIT TO WS-CRT-ENTRY-MATCHED
           END-IF.
           IF CRT-ENTRY-MATCHES
              MOVE WS-CRITEL-SYSTEM(WS-CRT-INX) TO WS-CRT-MASK
              MOVE WS-CRT-SYSTEM                TO WS-CRT-MASK-VALUE
              PERFORM 0169D-MATCH-MASK
              MOVE WS-CRT-MASK-HIT TO WS-CRT-ENTRY-MATCHED
           END-IF.

      *-----------------------------------------------------------------
      *  WS-CRT-MASK against WS-CRT-MASK-VALUE: blank or '*' is any
      *  value, a trailing '*' a prefix, anything else the name.
      *-----------------------------------------------------------------
       0169D-MATCH-MASK.

           MOVE 'N' TO WS-CRT-MASK-HIT.
           MOVE 0 TO WS-CRT-MASK-LEN.
           INSPECT WS-CRT-MASK TALLYING WS-CRT-MASK-LEN
                   FOR CHARACTERS BEFORE '*'.
           EVALUATE TRUE
             WHEN WS-CRT-MASK = SPACES
             WHEN WS-CRT-MASK-LEN = 0
               MOVE 'Y' TO WS-CRT-MASK-HIT
             WHEN WS-CRT-MASK-LEN < 10
               IF WS-CRT-MASK-VALUE(1:WS-CRT-MASK-LEN) =
                  WS-CRT-MASK(1:WS-CRT-MASK-LEN)
                  MOVE 'Y' TO WS-CRT-MASK-HIT
               END-IF
             WHEN WS-CRT-MASK-VALUE = WS-CRT-MASK
               MOVE 'Y' TO WS-CRT-MASK-HIT
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  The high-risk action's second word (TRANSFER ... DELETE) -
      *  anywhere in the statement, as a word of its own.
      *-----------------------------------------------------------------
       0169E-FIND-ALSO-WORD.

           MOVE SPACES TO WS-CRT-KEYWORD.
           STRING ' ' DELIMITED BY SIZE
                  WS-CRITACT-ALSO(WS-CRT-INX) DELIMITED BY SPACE
              INTO WS-CRT-KEYWORD
           END-STRING.
           MOVE 0 TO WS-CRT-KEYWORD-LEN.
           INSPECT WS-CRT-KEYWORD(2:) TALLYING WS-CRT-KEYWORD-LEN
                   FOR CHARACTERS BEFORE SPACE.
           ADD 1 TO WS-CRT-KEYWORD-LEN.
           MOVE 0 TO WS-CRT-TALLY.
           INSPECT WS-CRT-STMT TALLYING WS-CRT-TALLY
                   FOR ALL WS-CRT-KEYWORD(1:WS-CRT-KEYWORD-LEN + 1).
           MOVE '.' TO WS-CRT-KEYWORD(WS-CRT-KEYWORD-LEN + 1:1).
           INSPECT WS-CRT-STMT TALLYING WS-CRT-TALLY
                   FOR ALL WS-CRT-KEYWORD(1:WS-CRT-KEYWORD-LEN + 1).
           IF WS-CRT-TALLY = 0
              MOVE 'N' TO WS-CRT-ENTRY-MATCHED
           END-IF.

      *-----------------------------------------------------------------
      *  Add WS-CRT-HIT-GROUP for this element and action, once per
      *  package, and record the reason to AUDIT7 - event CRITEL
      *  (recipient = the element) or HRACT (recipient = the action).
      *-----------------------------------------------------------------
       0169F-ADD-APPROVER-GROUP.

           MOVE 'N' TO WS-CRA-FOUND.
           PERFORM VARYING WS-CRA-INX FROM 1 BY 1
                   UNTIL WS-CRA-INX > WS-CRA-COUNT
                      OR CRA-ENTRY-FOUND
              IF WS-CRA-GROUP(WS-CRA-INX)       = WS-CRT-HIT-GROUP
                 AND WS-CRA-KIND(WS-CRA-INX)    = WS-CRT-HIT-KIND
                 AND WS-CRA-ELEMENT(WS-CRA-INX) = WS-CRT-ELEMENT
                 AND WS-CRA-ACTION(WS-CRA-INX)  = WS-CRT-VERB
                 MOVE 'Y' TO WS-CRA-FOUND
              END-IF
           END-PERFORM.
           IF CRA-ENTRY-FOUND
              GO TO 0169F-EXIT
           END-IF.
           IF WS-CRA-COUNT < WS-CRA-MAX
              ADD 1 TO WS-CRA-COUNT
              MOVE WS-CRT-HIT-GROUP TO WS-CRA-GROUP(WS-CRA-COUNT)
              MOVE WS-CRT-HIT-KIND  TO WS-CRA-KIND(WS-CRA-COUNT)
              MOVE WS-CRT-ELEMENT   TO WS-CRA-ELEMENT(WS-CRA-COUNT)
              MOVE WS-CRT-TYPE      TO WS-CRA-TYPE(WS-CRA-COUNT)
              MOVE WS-CRT-VERB      TO WS-CRA-ACTION(WS-CRA-COUNT)
           ELSE
              ADD 1 TO WS-CRA-DROPPED
           END-IF.
           DISPLAY 'C1UEXT07: PACKAGE ' PECB-PACKAGE-ID
                   ' - GROUP ' WS-CRT-HIT-GROUP ' ADDED FOR '
                   WS-CRT-HIT-KIND ' ' WS-CRT-VERB ' ELEMENT '
                   WS-CRT-ELEMENT ' TYPE ' WS-CRT-TYPE.
           MOVE WS-CRT-HIT-KIND     TO WS-ROUTE-AUD-EVENT.
           MOVE WS-CRT-HIT-GROUP    TO WS-ROUTE-AUD-GROUP.
           MOVE 'A'                 TO WS-ROUTE-AUD-FLAG.
           IF WS-CRT-HIT-KIND = 'CRITEL'
              MOVE WS-CRT-ELEMENT   TO WS-ROUTE-AUD-RECIPIENT
           ELSE
              MOVE WS-CRT-VERB      TO WS-ROUTE-AUD-RECIPIENT
           END-IF.
           PERFORM 0184-WRITE-ROUTE-AUDIT-RECORD.

       0169F-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Settle the approval route of a CHG package (copybook CHGRTCF):
      *  ask ServiceNow for the change type and template through
      *  SNOWCHGW, pick the treatment, and record it to AUDIT7 as a
      *  ROUTE event (group = type routed as, flag = treatment,
      *  recipient = the reduced quorum). Once per package per load -
      *  the approver-group passes that follow reuse the answer. An
      *  INC package, or a change whose type cannot be had, keeps full
      *  approval.
      *-----------------------------------------------------------------
       0180-RESOLVE-CHANGE-ROUTE.

           IF WS-ROUTE-PKGID NOT = PECB-PACKAGE-ID
              MOVE PECB-PACKAGE-ID TO WS-ROUTE-PKGID
              MOVE 'F'             TO WS-ROUTE-TREATMENT
              MOVE 0               TO WS-ROUTE-QUORUM
              MOVE SPACES          TO WS-ROUTE-CHG-TYPE
              MOVE SPACES          TO WS-ROUTE-CHG-TEMPLATE
      *       Out of time, the lookup is skipped rather than queued -
      *       a route only matters while the cast is in flight, and
      *       full approval is what an unknown change type gets.
              IF PECB-PACKAGE-ID(1:3) = 'CHG'
                 MOVE 'CHGROUTE' TO XBG-STEP
                 MOVE 'O'        TO XBG-STEP-CLASS
                 PERFORM 0061-CHECK-TIME-BUDGET
                 IF XBG-DEFER-STEP
                    DISPLAY 'C1UEXT07: CHANGE TYPE NOT LOOKED UP FOR '
                            PECB-PACKAGE-ID ' - TIME BUDGET SPENT,'
                            ' FULL APPROVAL APPLIES'
                 ELSE
                    PERFORM 0181-LOOKUP-CHANGE-TYPE
                 END-IF
                 IF WS-ROUTE-CHG-TYPE NOT = SPACES
                    PERFORM 0182-MATCH-CHANGE-ROUTE
                    MOVE 'ROUTE'              TO WS-ROUTE-AUD-EVENT
                    MOVE WS-ROUTE-MATCH-TYPE  TO WS-ROUTE-AUD-GROUP
                    MOVE WS-ROUTE-TREATMENT   TO WS-ROUTE-AUD-FLAG
                    MOVE SPACES               TO WS-ROUTE-AUD-RECIPIENT
                    IF ROUTE-REDUCED
                       MOVE WS-ROUTE-QUORUM
                            TO WS-ROUTE-AUD-QUORUM-NUM
                       MOVE WS-ROUTE-AUD-QUORUM
                            TO WS-ROUTE-AUD-RECIPIENT
                    END-IF
                    PERFORM 0184-WRITE-ROUTE-AUDIT-RECORD
                 END-IF
              END-IF
           END-IF.

       0181-LOOKUP-CHANGE-TYPE.

           MOVE PECB-PACKAGE-ID(1:10) TO WS-ROUTE-SNOWOBJ.
           MOVE SPACES                TO WS-ROUTE-INSTANCE.
           ACCEPT WS-MT-START-TIME FROM TIME.
           CALL 'SNOWCHGW' USING WS-ROUTE-SNOWOBJ
                                 WS-ROUTE-CHG-START
                                 WS-ROUTE-CHG-END
                                 PHDR-PKG-ENV
                                 WS-ROUTE-INSTANCE
                                 WS-ROUTE-CHG-TYPE
                                 WS-ROUTE-CHG-TEMPLATE.
           ACCEPT WS-MT-END-TIME FROM TIME.
           MOVE RETURN-CODE      TO WS-MT-RC.
           MOVE 'C1UEXT07'       TO WS-MT-PROGRAM.
           MOVE 'SNOWCHGW'       TO WS-MT-TARGET.
           MOVE PECB-PACKAGE-ID  TO WS-MT-KEY.
           CALL 'EXTMTRCS' USING WS-CALL-METRIC.
           MOVE 0 TO RETURN-CODE.
           IF WS-ROUTE-CHG-TYPE = SPACES
              DISPLAY 'C1UEXT07: CHANGE TYPE NOT AVAILABLE FOR '
                      WS-ROUTE-SNOWOBJ ' RC=' WS-MT-RC
                      ' - FULL APPROVAL APPLIES'
           ELSE
              INSPECT WS-ROUTE-CHG-TYPE CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              DISPLAY 'C1UEXT07: ' WS-ROUTE-SNOWOBJ ' IS A '
                      WS-ROUTE-CHG-TYPE ' CHANGE, TEMPLATE '
                      WS-ROUTE-CHG-TEMPLATE
           END-IF.

      *-----------------------------------------------------------------
      *  A standard change counts as one only when its template is on
      *  the approved list; a route naming PHDR-PKG-ENV wins over a
      *  '*' route for the same type. No matching route leaves 'F'.
      *-----------------------------------------------------------------
       0182-MATCH-CHANGE-ROUTE.

           MOVE WS-ROUTE-CHG-TYPE TO WS-ROUTE-MATCH-TYPE.
           IF WS-ROUTE-MATCH-TYPE = 'STANDARD'
              MOVE 'N' TO WS-ROUTE-TMPL-FOUND
              IF WS-ROUTE-CHG-TEMPLATE NOT = SPACES
                 PERFORM VARYING WS-ROUTE-INX FROM 1 BY 1
                         UNTIL WS-ROUTE-INX > WS-STDTMPL-COUNT
                            OR ROUTE-TEMPLATE-APPROVED
                    IF WS-ROUTE-CHG-TEMPLATE =
                       WS-STDTMPL-NAME(WS-ROUTE-INX)
                       MOVE 'Y' TO WS-ROUTE-TMPL-FOUND
                    END-IF
                 END-PERFORM
              END-IF
              IF NOT ROUTE-TEMPLATE-APPROVED
                 DISPLAY 'C1UEXT07: TEMPLATE NOT ON THE APPROVED '
                         'LIST - ' WS-ROUTE-SNOWOBJ
                         ' ROUTED AS A NORMAL CHANGE'
                 MOVE 'NORMAL' TO WS-ROUTE-MATCH-TYPE
              END-IF
           END-IF.
           MOVE 'N' TO WS-ROUTE-ENV-MATCHED.
           PERFORM VARYING WS-ROUTE-INX FROM 1 BY 1
                   UNTIL WS-ROUTE-INX > WS-CHGRT-COUNT
                      OR ROUTE-ENV-SPECIFIC
              IF WS-CHGRT-TYPE(WS-ROUTE-INX) = WS-ROUTE-MATCH-TYPE
                 IF WS-CHGRT-ENV(WS-ROUTE-INX) = PHDR-PKG-ENV
                    MOVE 'Y' TO WS-ROUTE-ENV-MATCHED
                    MOVE WS-CHGRT-TREATMENT(WS-ROUTE-INX)
                         TO WS-ROUTE-TREATMENT
                    MOVE WS-CHGRT-QUORUM(WS-ROUTE-INX)
                         TO WS-ROUTE-QUORUM
                 ELSE
                 IF WS-CHGRT-ENV(WS-ROUTE-INX) = '*'
                    AND WS-ROUTE-ENV-MATCHED = 'N'
                    MOVE '*' TO WS-ROUTE-ENV-MATCHED
                    MOVE WS-CHGRT-TREATMENT(WS-ROUTE-INX)
                         TO WS-ROUTE-TREATMENT
                    MOVE WS-CHGRT-QUORUM(WS-ROUTE-INX)
                         TO WS-ROUTE-QUORUM
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY 'C1UEXT07: APPROVAL ROUTE ' WS-ROUTE-TREATMENT
                   ' FOR ' WS-ROUTE-MATCH-TYPE ' CHANGE '
                   WS-ROUTE-SNOWOBJ ' IN ' PHDR-PKG-ENV.

      *-----------------------------------------------------------------
      *  One routing record to AUDIT7 from the WS-ROUTE-AUD- fields.
      *-----------------------------------------------------------------
       0184-WRITE-ROUTE-AUDIT-RECORD.

           ACCEPT WS-AUD7-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD7-TIME FROM TIME.
           PERFORM 0945-OPEN-AUDIT7-EXTEND.
           MOVE SPACES                 TO AUDIT7-REC.
           MOVE PECB-PACKAGE-ID        TO AUD7-PACKAGE-ID.
           MOVE WS-AUD7-DATE           TO AUD7-DATE.
           MOVE WS-AUD7-TIME           TO AUD7-TIME.
           MOVE WS-ROUTE-AUD-EVENT     TO AUD7-EVENT.
           MOVE WS-ROUTE-AUD-GROUP     TO AUD7-GROUP-NAME.
           MOVE WS-ROUTE-AUD-FLAG      TO AUD7-APPROVAL-FLAG.
           MOVE WS-ROUTE-AUD-RECIPIENT TO AUD7-RECIPIENT.
           MOVE PHDR-PKG-ENV           TO AUD7-ENV.
           PERFORM 0946-STAMP-AUDIT7-HEADER.
           IF LOG-FILE-OPENED
              WRITE AUDIT7-REC
              IF WS-AUDIT7-FILE-STATUS NOT = '00'
                 MOVE 'AUDIT7'         TO WS-FAIL-DDNAME
                 MOVE AUDIT7-REC       TO WS-FAIL-RECORD
                 PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
              ELSE
                 PERFORM 0947-COMMIT-AUDIT7-CHAIN
              END-IF
              CLOSE AUDIT7
           ELSE
              MOVE 'AUDIT7'            TO WS-FAIL-DDNAME
              MOVE AUDIT7-REC          TO WS-FAIL-RECORD
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
      *  An auto-approved standard change goes straight onto DD
      *  SNOWAPPQ flagged APQ-ROUTE 'A' - no approval task, no email;
      *  SNOWAPPL casts the approval through the API on its next
      *  cycle. AUDIT7 gets an AUTOAP record. A re-cast already on the
      *  queue is left alone.
      *-----------------------------------------------------------------
       0185-QUEUE-AUTO-APPROVAL.

           PERFORM 0996-CHECK-ALREADY-QUEUED.
           IF NOT PACKAGE-ALREADY-QUEUED
              MOVE SPACES           TO SNOWAPPQ-REC
              MOVE PECB-PACKAGE-ID  TO APQ-PACKAGE-ID
              MOVE WS-ROUTE-SNOWOBJ TO APQ-SNOWOBJ
              ACCEPT APQ-QUEUED-DATE FROM DATE YYYYMMDD
              MOVE 'A'              TO APQ-ROUTE
              OPEN EXTEND SNOWAPPQ
              IF WS-SNOWAPPQ-FILE-STATUS = '00'
                 WRITE SNOWAPPQ-REC
                 CLOSE SNOWAPPQ
                 DISPLAY 'C1UEXT07: STANDARD CHANGE ' WS-ROUTE-SNOWOBJ
                         ' - PACKAGE ' PECB-PACKAGE-ID
                         ' QUEUED FOR AUTO-APPROVAL'
                 MOVE 'AUTOAP'             TO WS-ROUTE-AUD-EVENT
                 MOVE WS-ROUTE-MATCH-TYPE  TO WS-ROUTE-AUD-GROUP
                 MOVE 'A'                  TO WS-ROUTE-AUD-FLAG
                 MOVE 'SNOWAPPQ'           TO WS-ROUTE-AUD-RECIPIENT
                 PERFORM 0184-WRITE-ROUTE-AUDIT-RECORD
              ELSE
                 MOVE 'SNOWAPPQ'   TO WS-FAIL-DDNAME
                 MOVE SNOWAPPQ-REC TO WS-FAIL-RECORD
                 PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Pre-cast risk score (copybook RISKSCCF), computed once per
      *  program load at the first After-CAST approver-request call -
      *  reason code under the package's CCID), emergency overrides
      *  off the SNOWLG2 trace, and the creator's backout history off
      *  BCKIMPRT. The weighted score goes to DD RISKSCOR and rides
      *  the approver notification as one extra line. The failures
      *  and overrides are asked of the keyed DD ELMACTIX element-
      *  activity index through C1UEAIXU; RSNCLOG and SNOWLG2 are read
      *  front to back only when the index is not usable.
      *-----------------------------------------------------------------
       0190-COMPUTE-RISK-SCORE.

              AND WS-RISK-SCORED-PKGID = PECB-PACKAGE-ID
              CONTINUE
           ELSE
      *       A deferred score is taken later by C1UEXDFR; the
      *       approver notice then goes out without the score line.
              MOVE 'RISKSCOR' TO XBG-STEP
              MOVE 'O'        TO XBG-STEP-CLASS
              PERFORM 0061-CHECK-TIME-BUDGET
              IF XBG-DEFER-STEP
                 MOVE SPACES     TO WS-EXDEFER-RECORD
                 MOVE 'RISKSCOR' TO XDQ-WORK-TYPE
                 PERFORM 0196-TAKE-IMPACT-FACTOR
                 MOVE WS-RISK-IMPACTED TO XDQ-IMPACTED
                 PERFORM 0062-QUEUE-DEFERRED-WORK
              ELSE
                 MOVE 0 TO WS-RISK-ELEMENTS WS-RISK-RSNFAILS
                           WS-RISK-OVERRIDES WS-RISK-BACKOUTS
                 MOVE 0 TO WS-RSY-COUNT
                 PERFORM 0191-SCORE-MANIFEST
                 PERFORM 0192-SCORE-RSNCLOG
                 PERFORM 0193-SCORE-SNOWLG2
                 PERFORM 0194-SCORE-BCKIMPRT
                 PERFORM 0196-TAKE-IMPACT-FACTOR
                 MOVE WS-RSY-COUNT TO WS-RISK-SYSTEMS
                 COMPUTE WS-RISK-SCORE =
                     WS-RISK-ELEMENTS  * WS-RISKSC-WT-ELEMENT
                   + WS-RISK-SYSTEMS   * WS-RISKSC-WT-SYSTEM
                   + WS-RISK-RSNFAILS  * WS-RISKSC-WT-RSNFAIL
                   + WS-RISK-OVERRIDES * WS-RISKSC-WT-OVERRIDE
                   + WS-RISK-BACKOUTS  * WS-RISKSC-WT-BACKOUT
                   + WS-RISK-IMPACTED  * WS-RISKSC-WT-IMPACT
                     ON SIZE ERROR MOVE 99999 TO WS-RISK-SCORE
                 END-COMPUTE
                 MOVE 'Y' TO WS-RISK-SCORED
                 MOVE PECB-PACKAGE-ID TO WS-RISK-SCORED-PKGID
                 PERFORM 0195-WRITE-RISK-RECORD
                 DISPLAY 'C1UEXT07: RISK SCORE ' WS-RISK-SCORE
                         ' FOR PACKAGE ' PECB-PACKAGE-ID
              END-IF
           END-IF.

       0191-SCORE-MANIFEST.
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  One 'T' call answers both the failures and (for 0193, which
      *  0190 always performs straight after) the overrides under the
      *  package's ServiceNow object.
      *-----------------------------------------------------------------
       0192-SCORE-RSNCLOG.

           MOVE SPACES                TO WS-EAIX-REQUEST.
           MOVE 'T'                   TO EAX-FUNCTION.
           MOVE PECB-PACKAGE-ID(1:10) TO EAX-CCID.
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
                 PERFORM 0192A-READ-RSNCLOG
                 PERFORM 0192B-SCORE-ONE-REASON UNTIL RSNCLOG-ATEND
                 CLOSE RSNCLOG
              END-IF
           END-IF.

       0192A-READ-RSNCLOG.

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

       0192B-SCORE-ONE-REASON.


       0193-SCORE-SNOWLG2.

           IF EAX-INDEX-USED
              IF EAX-OVERRIDE-COUNT > 9999
                 MOVE 9999 TO WS-RISK-OVERRIDES
              ELSE
                 MOVE EAX-OVERRIDE-COUNT TO WS-RISK-OVERRIDES
              END-IF
           ELSE
              OPEN INPUT SNOWLG2
              IF NOT SNOWLG2-NOT-AVAILABLE
                 PERFORM 0193A-READ-SNOWLG2
                 PERFORM 0193B-SCORE-ONE-TRACE UNTIL SNOWLG2-ATEND
                 CLOSE SNOWLG2
              END-IF
           END-IF.

       0193A-READ-SNOWLG2.
           MOVE WS-RISK-RSNFAILS  TO RSK-RSNFAILS.
           MOVE WS-RISK-OVERRIDES TO RSK-OVERRIDES.
           MOVE WS-RISK-BACKOUTS  TO RSK-BACKOUTS.
           MOVE WS-RISK-IMPACTED  TO RSK-IMPACTED.
           OPEN EXTEND RISKSCOR.
           IF WS-RISKSCOR-FILE-STATUS = '00'
              WRITE RISKSCOR-REC
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

      *-----------------------------------------------------------------
      *  The impact factor of the score: the distinct programs 0197
      *  found for this package, nothing while the lookup is off.
      *-----------------------------------------------------------------
       0196-TAKE-IMPACT-FACTOR.

           IF IMPACT-CHECK-ENABLED
              AND WS-IMP-PKGID = PECB-PACKAGE-ID
              MOVE WS-IMP-TOTAL TO WS-RISK-IMPACTED
           ELSE
              MOVE 0 TO WS-RISK-IMPACTED
           END-IF.

      *-----------------------------------------------------------------
      *  Component impact (copybook IMPACTCF), once per package per
      *  program load at the first After-CAST approver-request call -
      *  by then the Before-CAST passes have finished writing the
      *  manifest. Every element of a component type the manifest
      *  names is looked up on the C1UIMPBL where-used file for the
      *  package's target environment/stage; each using program found
      *  is written to DD PKGIMPCT and counted once for its system.
      *-----------------------------------------------------------------
       0197-ASSESS-COMPONENT-IMPACT.

           IF WS-IMP-PKGID NOT = PECB-PACKAGE-ID
              MOVE PECB-PACKAGE-ID TO WS-IMP-PKGID
              MOVE 0 TO WS-IMC-COUNT WS-IMU-COUNT WS-IMU-DROPPED
                        WS-IMS-COUNT WS-IMP-TOTAL
              MOVE 'Y' TO WS-IMP-USAGE
              PERFORM 0197A-RESOLVE-IMPACT-TARGET
              PERFORM 0197B-COLLECT-COMPONENTS
              IF WS-IMC-COUNT > 0
                 PERFORM 0197F-MATCH-WHERE-USED
              END-IF
              DISPLAY 'C1UEXT07: ' WS-IMC-COUNT ' COMPONENT(S) IN '
                      PECB-PACKAGE-ID ' USED BY ' WS-IMP-TOTAL
                      ' PROGRAM(S) IN ' WS-IMP-TARGET-ENV
              IF WS-IMU-DROPPED > 0
                 DISPLAY 'C1UEXT07: WARNING - ' WS-IMU-DROPPED
                         ' USING PROGRAM(S) BEYOND THE DISTINCT TABLE'
                         ' MAY BE COUNTED TWICE'
              END-IF
           END-IF.

       0197A-RESOLVE-IMPACT-TARGET.

           MOVE PHDR-PKG-ENV TO WS-IMP-TARGET-ENV.
           MOVE SPACE        TO WS-IMP-TARGET-STGID.
           MOVE 'N'          TO WS-IMP-FOUND.
           PERFORM VARYING WS-IMP-INX FROM 1 BY 1
                   UNTIL WS-IMP-INX > WS-IMPACT-MAP-COUNT
                      OR IMP-ENTRY-FOUND
              IF WS-IMPACT-MAP-ENV(WS-IMP-INX) = PHDR-PKG-ENV
                 MOVE 'Y' TO WS-IMP-FOUND
                 MOVE WS-IMPACT-MAP-TARGET-ENV(WS-IMP-INX)
                      TO WS-IMP-TARGET-ENV
                 MOVE WS-IMPACT-MAP-TARGET-STGID(WS-IMP-INX)
                      TO WS-IMP-TARGET-STGID
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  A statement's TYPE and SYSTEM clauses may sit on records
      *  after its ELEMENT clause, so - as in 0168 - the statement in
      *  hand is carried from record to record and judged at its
      *  period, at the next ELEMENT clause, or at the end of the
      *  manifest.
      *-----------------------------------------------------------------
       0197B-COLLECT-COMPONENTS.

           MOVE 'N' TO WS-IMP-OPEN.
           OPEN INPUT PKGMANIF.
           IF NOT PKGMANIF-NOT-AVAILABLE
              PERFORM 0191A-READ-PKGMANIF
              PERFORM 0197C-SCAN-ONE-MANIFEST UNTIL PKGMANIF-ATEND
              CLOSE PKGMANIF
              PERFORM 0197D-JUDGE-OPEN-STATEMENT
           END-IF.

       0197C-SCAN-ONE-MANIFEST.

           IF MAN-PACKAGE-ID = PECB-PACKAGE-ID
              MOVE ' ELEMENT ''' TO WS-IMP-KEYWORD
              MOVE 10 TO WS-IMP-KEYWORD-LEN
              PERFORM 0197E-EXTRACT-QUOTED-VALUE
              IF WS-IMP-VALUE NOT = SPACES
                 PERFORM 0197D-JUDGE-OPEN-STATEMENT
                 MOVE 'Y' TO WS-IMP-OPEN
                 MOVE WS-IMP-VALUE TO WS-IMP-ELEMENT
                 MOVE SPACES TO WS-IMP-TYPE WS-IMP-SYSTEM
              END-IF
              IF IMP-STATEMENT-OPEN
                 MOVE ' SYSTEM ''' TO WS-IMP-KEYWORD
                 MOVE 9 TO WS-IMP-KEYWORD-LEN
                 PERFORM 0197E-EXTRACT-QUOTED-VALUE
                 IF WS-IMP-VALUE NOT = SPACES
                    MOVE WS-IMP-VALUE(1:8) TO WS-IMP-SYSTEM
                 END-IF
                 MOVE ' TYPE ''' TO WS-IMP-KEYWORD
                 MOVE 7 TO WS-IMP-KEYWORD-LEN
                 PERFORM 0197E-EXTRACT-QUOTED-VALUE
                 IF WS-IMP-VALUE NOT = SPACES
                    MOVE WS-IMP-VALUE(1:8) TO WS-IMP-TYPE
                 END-IF
                 MOVE 0 TO WS-IMP-PERIODS
                 INSPECT MAN-SCL-RECORD TALLYING WS-IMP-PERIODS
                         FOR ALL '.'
                 IF WS-IMP-PERIODS > 0
                    PERFORM 0197D-JUDGE-OPEN-STATEMENT
                 END-IF
              END-IF
           END-IF.
           PERFORM 0191A-READ-PKGMANIF.

      *    Keep the statement in hand when its type is a component
      *    type and the element is not already kept.
       0197D-JUDGE-OPEN-STATEMENT.

           IF IMP-STATEMENT-OPEN
              MOVE 'N' TO WS-IMP-OPEN
              MOVE 'N' TO WS-IMP-FOUND
              PERFORM VARYING WS-IMP-INX FROM 1 BY 1
                      UNTIL WS-IMP-INX > WS-IMPACT-TYPE-COUNT
                         OR IMP-ENTRY-FOUND
                 IF WS-IMP-TYPE = WS-IMPACT-TYPE(WS-IMP-INX)
                    MOVE 'Y' TO WS-IMP-FOUND
                 END-IF
              END-PERFORM
              IF IMP-ENTRY-FOUND
                 MOVE 'N' TO WS-IMP-FOUND
                 PERFORM VARYING WS-IMP-INX FROM 1 BY 1
                         UNTIL WS-IMP-INX > WS-IMC-COUNT
                            OR IMP-ENTRY-FOUND
                    IF WS-IMC-ELEMENT(WS-IMP-INX) = WS-IMP-ELEMENT
                       AND WS-IMC-TYPE(WS-IMP-INX) = WS-IMP-TYPE
                       AND WS-IMC-SYSTEM(WS-IMP-INX) = WS-IMP-SYSTEM
                       MOVE 'Y' TO WS-IMP-FOUND
                    END-IF
                 END-PERFORM
                 IF NOT IMP-ENTRY-FOUND
                    AND WS-IMC-COUNT < WS-IMC-MAX
                    ADD 1 TO WS-IMC-COUNT
                    MOVE WS-IMP-ELEMENT TO WS-IMC-ELEMENT(WS-IMC-COUNT)
                    MOVE WS-IMP-TYPE    TO WS-IMC-TYPE(WS-IMC-COUNT)
                    MOVE WS-IMP-SYSTEM  TO WS-IMC-SYSTEM(WS-IMC-COUNT)
                 END-IF
              END-IF
           END-IF.

      *    The 0168A scan, over the manifest record.
       0197E-EXTRACT-QUOTED-VALUE.

           MOVE SPACES TO WS-IMP-VALUE.
           MOVE 0 TO WS-RISK-SCAN-POS.
           INSPECT MAN-SCL-RECORD TALLYING WS-RISK-SCAN-POS
                   FOR CHARACTERS BEFORE
                   WS-IMP-KEYWORD(1:WS-IMP-KEYWORD-LEN).
           IF WS-RISK-SCAN-POS < 70
              COMPUTE WS-RISK-SCAN-POS =
                  WS-RISK-SCAN-POS + WS-IMP-KEYWORD-LEN + 1
              MOVE 0 TO WS-RISK-SCAN-LEN
              INSPECT MAN-SCL-RECORD(WS-RISK-SCAN-POS:)
                      TALLYING WS-RISK-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-RISK-SCAN-LEN > 10
                 MOVE 10 TO WS-RISK-SCAN-LEN
              END-IF
              IF WS-RISK-SCAN-LEN > 0
                 MOVE MAN-SCL-RECORD
                      (WS-RISK-SCAN-POS:WS-RISK-SCAN-LEN)
                      TO WS-IMP-VALUE(1:WS-RISK-SCAN-LEN)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  One pass of the where-used file against the package's
      *  components. No CMPUSAGE (C1UIMPBL never run) finds nothing -
      *  the notification then says so rather than showing a zero
      *  that looks like a safe package.
      *-----------------------------------------------------------------
       0197F-MATCH-WHERE-USED.

           OPEN INPUT CMPUSAGE.
           IF CMPUSAGE-NOT-AVAILABLE
              DISPLAY 'C1UEXT07: CMPUSAGE NOT AVAILABLE - COMPONENT '
                      'IMPACT NOT ASSESSED FOR ' PECB-PACKAGE-ID
              MOVE 'N' TO WS-IMP-USAGE
           ELSE
              ACCEPT WS-AUD7-DATE FROM DATE YYYYMMDD
              ACCEPT WS-AUD7-TIME FROM TIME
              MOVE 'N' TO WS-PKGIMPCT-OPEN
              OPEN EXTEND PKGIMPCT
              IF WS-PKGIMPCT-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-PKGIMPCT-OPEN
              END-IF
              PERFORM 0197G-READ-CMPUSAGE
              PERFORM 0197H-MATCH-ONE-USAGE UNTIL CMPUSAGE-ATEND
              CLOSE CMPUSAGE
              IF PKGIMPCT-IS-OPEN
                 CLOSE PKGIMPCT
              END-IF
           END-IF.

       0197G-READ-CMPUSAGE.

           READ CMPUSAGE INTO WS-CMPUSAGE-RECORD
               AT END MOVE '10' TO WS-CMPUSAGE-FILE-STATUS
           END-READ.

       0197H-MATCH-ONE-USAGE.

           IF CUS-TARGET-ENV = WS-IMP-TARGET-ENV
              AND (WS-IMP-TARGET-STGID = SPACE
                   OR CUS-TARGET-STGID = WS-IMP-TARGET-STGID)
              MOVE 'N' TO WS-IMP-FOUND
              PERFORM VARYING WS-IMP-INX FROM 1 BY 1
                      UNTIL WS-IMP-INX > WS-IMC-COUNT
                         OR IMP-ENTRY-FOUND
                 IF CUS-COMP-ELEMENT = WS-IMC-ELEMENT(WS-IMP-INX)
                    AND CUS-COMP-TYPE = WS-IMC-TYPE(WS-IMP-INX)
                    AND (WS-IMC-SYSTEM(WS-IMP-INX) = SPACES
                      OR CUS-COMP-SYSTEM = WS-IMC-SYSTEM(WS-IMP-INX))
                    MOVE 'Y' TO WS-IMP-FOUND
                 END-IF
              END-PERFORM
              IF IMP-ENTRY-FOUND
                 PERFORM 0197I-WRITE-IMPACT-RECORD
                 PERFORM 0197J-COUNT-USING-PROGRAM
              END-IF
           END-IF.
           PERFORM 0197G-READ-CMPUSAGE.

       0197I-WRITE-IMPACT-RECORD.

           MOVE SPACES             TO PKGIMPCT-REC.
           MOVE WS-AUD7-DATE       TO PIM-DATE.
           MOVE WS-AUD7-TIME(1:6)  TO PIM-TIME.
           MOVE PECB-PACKAGE-ID    TO PIM-PACKAGE-ID.
           MOVE CUS-COMP-ELEMENT   TO PIM-COMP-ELEMENT.
           MOVE CUS-COMP-TYPE      TO PIM-COMP-TYPE.
           MOVE CUS-COMP-SYSTEM    TO PIM-COMP-SYSTEM.
           MOVE CUS-TARGET-ENV     TO PIM-TARGET-ENV.
           MOVE CUS-TARGET-STGID   TO PIM-TARGET-STGID.
           MOVE CUS-USER-ELEMENT   TO PIM-USER-ELEMENT.
           MOVE CUS-USER-TYPE      TO PIM-USER-TYPE.
           MOVE CUS-USER-SYSTEM    TO PIM-USER-SYSTEM.
           MOVE CUS-USER-SUBSYSTEM TO PIM-USER-SUBSYSTEM.
           MOVE SPACES             TO WS-LOG-HEADER.
           MOVE 'PKGIMPCT'         TO LGH-RECORD-TYPE.
           MOVE 01                 TO LGH-LAYOUT-VERSION.
           MOVE PIM-DATE           TO LGH-DATE.
           MOVE PIM-TIME           TO LGH-TIME.
           MOVE PIM-PACKAGE-ID     TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER      TO PKGIMPCT-HEADER.
           IF PKGIMPCT-IS-OPEN
              WRITE PKGIMPCT-REC
           END-IF.
           IF NOT PKGIMPCT-IS-OPEN
              OR WS-PKGIMPCT-FILE-STATUS NOT = '00'
              MOVE 'PKGIMPCT'   TO WS-FAIL-DDNAME
              MOVE PKGIMPCT-REC TO WS-FAIL-RECORD
              PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
           END-IF.

       0197J-COUNT-USING-PROGRAM.

           MOVE 'N' TO WS-IMP-FOUND.
           PERFORM VARYING WS-IMU-INX FROM 1 BY 1
                   UNTIL WS-IMU-INX > WS-IMU-COUNT
                      OR IMP-ENTRY-FOUND
              IF CUS-USER-ELEMENT = WS-IMU-ELEMENT(WS-IMU-INX)
                 AND CUS-USER-TYPE = WS-IMU-TYPE(WS-IMU-INX)
                 AND CUS-USER-SYSTEM = WS-IMU-SYSTEM(WS-IMU-INX)
                 MOVE 'Y' TO WS-IMP-FOUND
              END-IF
           END-PERFORM.
           IF NOT IMP-ENTRY-FOUND
              IF WS-IMU-COUNT < WS-IMU-MAX
                 ADD 1 TO WS-IMU-COUNT
                 MOVE CUS-USER-ELEMENT TO WS-IMU-ELEMENT(WS-IMU-COUNT)
                 MOVE CUS-USER-TYPE    TO WS-IMU-TYPE(WS-IMU-COUNT)
                 MOVE CUS-USER-SYSTEM  TO WS-IMU-SYSTEM(WS-IMU-COUNT)
              ELSE
                 ADD 1 TO WS-IMU-DROPPED
              END-IF
              IF WS-IMP-TOTAL < 9999
                 ADD 1 TO WS-IMP-TOTAL
              END-IF
              MOVE 'N' TO WS-IMP-FOUND
              PERFORM VARYING WS-IMS-INX FROM 1 BY 1
                      UNTIL WS-IMS-INX > WS-IMS-COUNT
                         OR IMP-ENTRY-FOUND
                 IF CUS-USER-SYSTEM = WS-IMS-SYSTEM(WS-IMS-INX)
                    MOVE 'Y' TO WS-IMP-FOUND
                    IF WS-IMS-PROGRAMS(WS-IMS-INX) < 9999
                       ADD 1 TO WS-IMS-PROGRAMS(WS-IMS-INX)
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT IMP-ENTRY-FOUND
                 AND WS-IMS-COUNT < WS-IMS-MAX
                 ADD 1 TO WS-IMS-COUNT
                 MOVE CUS-USER-SYSTEM TO WS-IMS-SYSTEM(WS-IMS-COUNT)
                 MOVE 1 TO WS-IMS-PROGRAMS(WS-IMS-COUNT)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Package-ID naming standards (copybook PKGNMSTD), checked at
      *  Before-CREATE before the REXX is called: the environment's
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Work-in-progress limits (copybook WIPLIMCF), checked at
      *  Before-CREATE by WIPCHECK against the in-flight packages on
      *  the package master. A package over its system's or creator
      *  group's limit is refused (RC 8, message 0742); over the
      *  warning it is created with RC 4 and message 0743. Both name
      *  the rule's packages longest without an event - the ones to
      *  finish or delete first. Out of time the count is skipped:
      *  the limit is a discipline, not a gate.
      *-----------------------------------------------------------------
       0155-CHECK-WIP-LIMIT.

           MOVE 'WIPLIMIT' TO XBG-STEP.
           MOVE 'O'        TO XBG-STEP-CLASS.
           PERFORM 0061-CHECK-TIME-BUDGET.
           IF XBG-DEFER-STEP
              DISPLAY 'C1UEXT07: WIP LIMITS NOT CHECKED FOR '
                      PECB-PACKAGE-ID ' - TIME BUDGET SPENT'
              GO TO 0155-EXIT
           END-IF.

           MOVE SPACES          TO WS-WIPCHECK-REQUEST.
           MOVE PECB-PACKAGE-ID TO WPC-PACKAGE-ID.
           IF PHDR-PKG-CREATE-USER NOT = SPACES
              MOVE PHDR-PKG-CREATE-USER    TO WPC-CREATOR
           ELSE
              MOVE PECB-USER-BATCH-JOBNAME TO WPC-CREATOR
           END-IF.
           ACCEPT WS-MT-START-TIME FROM TIME.
           CALL 'WIPCHECK' USING WS-WIPCHECK-REQUEST.
           ACCEPT WS-MT-END-TIME FROM TIME.
           MOVE 0                TO WS-MT-RC.
           MOVE 'C1UEXT07'       TO WS-MT-PROGRAM.
           MOVE 'WIPCHECK'       TO WS-MT-TARGET.
           MOVE PECB-PACKAGE-ID  TO WS-MT-KEY.
           CALL 'EXTMTRCS' USING WS-CALL-METRIC.
           IF WPC-UNDER-LIMIT
              GO TO 0155-EXIT
           END-IF.

           MOVE SPACES TO WS-WIP-OLDEST-TEXT.
           MOVE 1      TO WS-WIP-OLDEST-PTR.
           PERFORM VARYING WS-WIP-INX FROM 1 BY 1
                   UNTIL WS-WIP-INX > WPC-OLDEST-COUNT
              STRING WPC-OLD-PACKAGE-ID(WS-WIP-INX) DELIMITED BY SPACE
                     ' '                            DELIMITED BY SIZE
                 INTO WS-WIP-OLDEST-TEXT
                 WITH POINTER WS-WIP-OLDEST-PTR
              END-STRING
           END-PERFORM.
           MOVE WPC-IN-FLIGHT TO WS-WIP-IN-FLIGHT-ED.
           MOVE SPACES TO PECB-MESSAGE.
           IF WPC-OVER-LIMIT
              MOVE 8      TO PECB-NDVR-EXIT-RC
              MOVE '0742' TO PECB-MESSAGE-ID
              MOVE WPC-LIMIT TO WS-WIP-BOUND-ED
              STRING 'WIP limit reached for ' WPC-RULE-NAME
                     ' (' WS-WIP-IN-FLIGHT-ED ' in flight, limit '
                     WS-WIP-BOUND-ED ') - finish or delete first: '
                     WS-WIP-OLDEST-TEXT
                 DELIMITED BY SIZE INTO PECB-MESSAGE
              END-STRING
              DISPLAY 'C1UEXT07: PACKAGE ID ' PECB-PACKAGE-ID
                      ' REFUSED - WIP LIMIT FOR ' WPC-RULE-KIND ' '
                      WPC-RULE-NAME ' ' WPC-IN-FLIGHT '/' WPC-LIMIT
           ELSE
              IF PECB-NDVR-EXIT-RC = 0
                 MOVE 4 TO PECB-NDVR-EXIT-RC
              END-IF
              MOVE '0743' TO PECB-MESSAGE-ID
              MOVE WPC-WARN-AT TO WS-WIP-BOUND-ED
              STRING 'WIP warning for ' WPC-RULE-NAME
                     ' (' WS-WIP-IN-FLIGHT-ED ' in flight, warn at '
                     WS-WIP-BOUND-ED ') - oldest in flight: '
                     WS-WIP-OLDEST-TEXT
                 DELIMITED BY SIZE INTO PECB-MESSAGE
              END-STRING
              DISPLAY 'C1UEXT07: PACKAGE ID ' PECB-PACKAGE-ID
                      ' OVER WIP WARNING FOR ' WPC-RULE-KIND ' '
                      WPC-RULE-NAME ' ' WPC-IN-FLIGHT '/' WPC-WARN-AT
           END-IF.

       0155-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Load WS-DISPLAY-NUMBER-FOR4 with the quorum count to pass to
      *  the REXX as PAPP_QUORUM_COUNT - normally PAPP-QUORUM-COUNT as
                 MOVE PAPP-APPROVER-NUMBER TO WS-DISPLAY-NUMBER-FOR4
              END-IF
           END-IF.
      *    A reduced-quorum change route (copybook CHGRTCF) stands in
      *    for whatever the group or QUORUMCF asked, clamped the same
      *    way.
           IF CHG-ROUTING-ENABLED
              PERFORM 0180-RESOLVE-CHANGE-ROUTE
              IF ROUTE-REDUCED
                 MOVE WS-ROUTE-QUORUM TO WS-DISPLAY-NUMBER-FOR4
                 IF WS-DISPLAY-NUMBER-FOR4 < 1
                    MOVE 1 TO WS-DISPLAY-NUMBER-FOR4
                 END-IF
                 IF WS-DISPLAY-NUMBER-FOR4 > PAPP-APPROVER-NUMBER
                    MOVE PAPP-APPROVER-NUMBER TO WS-DISPLAY-NUMBER-FOR4
                 END-IF
              END-IF
           END-IF.

       0500-CALL-C1UEXTR7-REXX.
      *    Give addresses of updatable fields to the REXX.                      
                 INTO MYSMTP-LINE(MYSMTP-COUNTER)
              END-STRING
           END-IF.
      *    How far the package's copybooks, macros and subroutines
      *    reach (copybook IMPACTCF) - one body line per system, then
      *    where the full list is.
           IF WS-IMP-PKGID = PECB-PACKAGE-ID
              AND WS-IMC-COUNT > 0
              IF IMP-USAGE-MISSING
                 AND MYSMTP-COUNTER IS NUMERIC
                 AND MYSMTP-COUNTER < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'IMPACT - ' WS-IMC-COUNT
                        ' COMPONENT(S) IN THE PACKAGE, WHERE-USED FILE'
                        ' CMPUSAGE NOT AVAILABLE - IMPACT UNKNOWN'
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-IF
              PERFORM VARYING WS-IMS-INX FROM 1 BY 1
                      UNTIL WS-IMS-INX > WS-IMS-COUNT
                         OR MYSMTP-COUNTER IS NOT NUMERIC
                         OR MYSMTP-COUNTER NOT < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'IMPACT - ' WS-IMS-PROGRAMS(WS-IMS-INX)
                        ' PROGRAM(S) IN SYSTEM '
                        WS-IMS-SYSTEM(WS-IMS-INX)
                        ' USE ITS COPYBOOKS/MACROS/SUBROUTINES'
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-PERFORM
              IF NOT IMP-USAGE-MISSING
                 AND MYSMTP-COUNTER IS NUMERIC
                 AND MYSMTP-COUNTER < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'IMPACT - ' WS-IMP-TOTAL
                        ' PROGRAM(S) IN ' WS-IMP-TARGET-ENV
                        ' ' WS-IMP-TARGET-STGID
                        ' IN ALL - FULL LIST ON DD PKGIMPCT'
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-IF
           END-IF.
      *    Approver groups added by a critical element or a
      *    high-risk action (copybook CRITELCF) - one body line each.
           IF WS-CRT-PKGID = PECB-PACKAGE-ID
              PERFORM VARYING WS-CRA-INX FROM 1 BY 1
                      UNTIL WS-CRA-INX > WS-CRA-COUNT
                         OR MYSMTP-COUNTER IS NOT NUMERIC
                         OR MYSMTP-COUNTER NOT < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 IF WS-CRA-KIND(WS-CRA-INX) = 'CRITEL'
                    STRING 'APPROVAL ALSO REQUIRED - GROUP '
                           WS-CRA-GROUP(WS-CRA-INX)
                           ' ADDED: CRITICAL ELEMENT '
                           WS-CRA-ELEMENT(WS-CRA-INX)
                           ' TYPE ' WS-CRA-TYPE(WS-CRA-INX)
                       DELIMITED BY SIZE
                       INTO MYSMTP-LINE(MYSMTP-COUNTER)
                    END-STRING
                 ELSE
                    STRING 'APPROVAL ALSO REQUIRED - GROUP '
                           WS-CRA-GROUP(WS-CRA-INX)
                           ' ADDED: ACTION '
                           WS-CRA-ACTION(WS-CRA-INX)
                           ' OF ELEMENT ' WS-CRA-ELEMENT(WS-CRA-INX)
                           ' IN ' PHDR-PKG-ENV
                       DELIMITED BY SIZE
                       INTO MYSMTP-LINE(MYSMTP-COUNTER)
                    END-STRING
                 END-IF
              END-PERFORM
              IF WS-CRA-DROPPED > 0
                 AND MYSMTP-COUNTER IS NUMERIC
                 AND MYSMTP-COUNTER < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'APPROVAL ALSO REQUIRED - ' WS-CRA-DROPPED
                        ' MORE CRITICAL HIT(S) - SEE AUDIT7'
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-IF
           END-IF.
      *    Elements worked under another ticket's CCID (copybook
      *    CCIDCNCF, warn mode) - one body line each.
           IF WS-CCN-PKGID = PECB-PACKAGE-ID
              PERFORM VARYING WS-CCN-INX FROM 1 BY 1
                      UNTIL WS-CCN-INX > WS-CCN-COUNT
                         OR MYSMTP-COUNTER IS NOT NUMERIC
                         OR MYSMTP-COUNTER NOT < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'WARNING - ELEMENT '
                        WS-CCN-FLAG-ELEMENT(WS-CCN-INX)
                        ' WAS WORKED UNDER CCID '
                        WS-CCN-FLAG-CCID(WS-CCN-INX)
                        ', NOT ' PECB-PACKAGE-ID(1:10)
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-PERFORM
              IF WS-CCN-DROPPED > 0
                 AND MYSMTP-COUNTER IS NUMERIC
                 AND MYSMTP-COUNTER < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'WARNING - ' WS-CCN-DROPPED
                        ' MORE ELEMENT(S) UNDER OTHER CCIDS - SEE '
                        'THE CAST JOB LOG'
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-IF
           END-IF.
      *    Elements with no proven path through the test stage
      *    (copybook PRMPTHCF, warn mode) - one body line each.
           IF WS-PPT-PKGID = PECB-PACKAGE-ID
              PERFORM VARYING WS-PPT-INX FROM 1 BY 1
                      UNTIL WS-PPT-INX > WS-PPT-COUNT
                         OR MYSMTP-COUNTER IS NOT NUMERIC
                         OR MYSMTP-COUNTER NOT < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'WARNING - ELEMENT '
                        WS-PPT-FLAG-ELEMENT(WS-PPT-INX)
                        ' HAS NO PROVEN TEST PATH - '
                        WS-PPT-FLAG-REASON(WS-PPT-INX)
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-PERFORM
              IF WS-PPT-DROPPED > 0
                 AND MYSMTP-COUNTER IS NUMERIC
                 AND MYSMTP-COUNTER < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'WARNING - ' WS-PPT-DROPPED
                        ' MORE ELEMENT(S) WITHOUT A PROVEN TEST PATH'
                        ' - SEE THE CAST JOB LOG'
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-IF
           END-IF.
      *    Elements short of a passing quality-gate result (copybook
      *    QGATECF, warn environments) - one body line each.
           IF WS-QGT-PKGID = PECB-PACKAGE-ID
              PERFORM VARYING WS-QGT-INX FROM 1 BY 1
                      UNTIL WS-QGT-INX > WS-QGT-COUNT
                         OR MYSMTP-COUNTER IS NOT NUMERIC
                         OR MYSMTP-COUNTER NOT < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'WARNING - ELEMENT '
                        WS-QGT-FLAG-ELEMENT(WS-QGT-INX)
                        ' TYPE ' WS-QGT-FLAG-TYPE(WS-QGT-INX)
                        ' QUALITY GATE - '
                        WS-QGT-FLAG-REASON(WS-QGT-INX)
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-PERFORM
              IF WS-QGT-DROPPED > 0
                 AND MYSMTP-COUNTER IS NUMERIC
                 AND MYSMTP-COUNTER < 99
                 ADD 1 TO MYSMTP-COUNTER
                 MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
                 STRING 'WARNING - ' WS-QGT-DROPPED
                        ' MORE ELEMENT(S) SHORT OF THE QUALITY GATE'
                        ' - SEE THE CAST JOB LOG'
                    DELIMITED BY SIZE
                    INTO MYSMTP-LINE(MYSMTP-COUNTER)
                 END-STRING
              END-IF
           END-IF.
      *    The same notice as a chat card, when that is turned on
      *    (copybook CHATCFG) - once per pass, not per recipient; the
      *    channel comes from the CHATPOST routing table.
           IF CHAT-NOTIFY-ENABLED
              IF WS-CALLING-REASON(1:10) = 'After BACK'
                 MOVE WS-WRBK-EVENT TO WS-CHAT-EVENT
              ELSE
                 MOVE 'APPROVAL'    TO WS-CHAT-EVENT
              END-IF
              CALL 'CHATPOST' USING WS-CHAT-EVENT
                                    PECB-PACKAGE-ID
                                    PHDR-PKG-ENV
                                    MYSMTP-SUBJECT
                                    MYSMTP-MESSAGE
                                    WS-NOTIFTPL-REQUEST
              IF RETURN-CODE > 4
                 DISPLAY 'C1UEXT07: CHAT POST FAILED RC=' RETURN-CODE
                         ' FOR PACKAGE ' PECB-PACKAGE-ID
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE 1 TO WS-POINTER.
           PERFORM UNTIL                                                        
                 MYSMTP-EMAIL-IDS(WS-POINTER:1) = LOW-VALUES OR                 
              WITH POINTER WS-POINTER                                           
             END-UNSTRING                                                       
             IF MYSMTP-USERID NOT = SPACES
                PERFORM 0901-NOTIFY-ONE-RECIPIENT
             END-IF
**********   ADD 1 TO WS-POINTER
           END-PERFORM.
      *    An emergency change also reaches the ECAB members
      *    (copybook CHGRTCF) - at the cast; a review pass only
      *    re-notifies the approvers still outstanding.
           IF ROUTE-NOTIFY-IMMEDIATE AND CAST-PACKAGE
              MOVE 'Y' TO WS-ROUTE-ECAB-PASS
              PERFORM VARYING WS-ROUTE-INX FROM 1 BY 1
                      UNTIL WS-ROUTE-INX > WS-ECAB-COUNT
                 MOVE WS-ECAB-MEMBER(WS-ROUTE-INX) TO MYSMTP-USERID
                 IF MYSMTP-USERID NOT = SPACES
                    PERFORM 0901-NOTIFY-ONE-RECIPIENT
                 END-IF
              END-PERFORM
              MOVE 'N' TO WS-ROUTE-ECAB-PASS
           END-IF.
      *    So are the members of every group a critical element or a
      *    high-risk action added to the package (copybook CRITELCF)
      *    - again at the cast only, once per added group.
           IF WS-CRT-PKGID = PECB-PACKAGE-ID AND CAST-PACKAGE
              MOVE 'Y' TO WS-CRG-PASS
              PERFORM VARYING WS-CRA-INX FROM 1 BY 1
                      UNTIL WS-CRA-INX > WS-CRA-COUNT
                 MOVE 'N' TO WS-CRA-FOUND
                 PERFORM VARYING WS-CRG-INX FROM 1 BY 1
                         UNTIL WS-CRG-INX >= WS-CRA-INX
                    IF WS-CRA-GROUP(WS-CRG-INX) =
                       WS-CRA-GROUP(WS-CRA-INX)
                       MOVE 'Y' TO WS-CRA-FOUND
                    END-IF
                 END-PERFORM
                 IF NOT CRA-ENTRY-FOUND
                    MOVE WS-CRA-GROUP(WS-CRA-INX) TO WS-CRG-NOTIFY-GROUP
                    PERFORM VARYING WS-CRG-INX FROM 1 BY 1
                            UNTIL WS-CRG-INX > WS-CRITGRP-COUNT
                       IF WS-CRITGRP-GROUP(WS-CRG-INX) =
                          WS-CRG-NOTIFY-GROUP
                          MOVE WS-CRITGRP-MEMBER(WS-CRG-INX)
                               TO MYSMTP-USERID
                          PERFORM 0901-NOTIFY-ONE-RECIPIENT
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              MOVE 'N' TO WS-CRG-PASS
           END-IF.
           PERFORM 0965-FLUSH-NOTIFY-AUDIT-RECORDS.

      *-----------------------------------------------------------------
      *  Deliver one recipient's notification - delegation, delivery
      *  policy, then digest queue or immediate mail - and buffer its
      *  NOTIFY audit record.
      *-----------------------------------------------------------------
       0901-NOTIFY-ONE-RECIPIENT.
           PERFORM 0905-APPLY-DELEGATION
**********      DISPLAY 'C1UEXTT7: Emailing ' MYSMTP-USERID
**********              ' WS-POINTER=' WS-POINTER ' '
**********              MYSMTP-EMAIL-IDS(WS-POINTER:60)
      *    Per-recipient delivery policy (NTFYPOL): 'X'
      *    suppresses, 'D' holds for the digest run, 'S'
      *    follows the global switch as before.
           MOVE 'W' TO WS-NTF-SEVERITY
           CALL 'NTFYPOL' USING MYSMTP-USERID
                                 WS-NTF-SEVERITY
                                 WS-NTF-DECISION
           IF WS-NTF-DECISION = 'X'
              DISPLAY 'C1UEXT07: NOTIFICATION SUPPRESSED BY '
                      'DELIVERY POLICY FOR ' MYSMTP-USERID
           ELSE
      *    An emergency change route sends at once, never to the
      *    digest (copybook CHGRTCF).
           IF NOT ROUTE-NOTIFY-IMMEDIATE
              AND (NOTIFY-DIGEST-MODE-ENABLED
                   OR WS-NTF-DECISION = 'D')
              PERFORM 0980-QUEUE-DIGEST-NOTICE
              PERFORM 0960-WRITE-NOTIFY-AUDIT-RECORD
           ELSE
              CALL 'MAILLKUP' USING MYSMTP-USERID
                                    WS-MAIL-ADDRESS
                                    WS-MAIL-DELEGATE
                                    WS-MAIL-DIR-FOUND
              ACCEPT WS-MT-START-TIME FROM TIME
              CALL PGM        USING MYSMTP-MESSAGE
                                    WS-MAIL-ADDRESS
                                    MYSMTP-FROM
                                    MYSMTP-SUBJECT
                                    MYSMTP-TEXT
                                    MYSMTP-URL
              ACCEPT WS-MT-END-TIME FROM TIME
              MOVE RETURN-CODE TO WS-MT-RC
              IF RETURN-CODE > 0
                 DISPLAY 'CALL BC1PMLIF RC = ' RETURN-CODE
                 DISPLAY MYSMTP-MESSAGE
                 PERFORM 0970-WRITE-MAIL-DEADLETTER
              END-IF
              MOVE 'C1UEXT07'      TO WS-MT-PROGRAM
              MOVE 'BC1PMLIF'      TO WS-MT-TARGET
              MOVE PECB-PACKAGE-ID TO WS-MT-KEY
              CALL 'EXTMTRCS' USING WS-CALL-METRIC
              PERFORM 0960-WRITE-NOTIFY-AUDIT-RECORD
           END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      *  Append one audit record per approver for this approver-group
      *  pass, and one per notified recipient, to DD AUDIT7 - durable
               MOVE PAPP-APPROVAL-FLAG(WS-INX) TO AUD7-APPROVAL-FLAG
               MOVE PAPP-APPROVAL-ID(WS-INX)   TO AUD7-RECIPIENT
               MOVE PHDR-PKG-ENV       TO AUD7-ENV
               PERFORM 0946-STAMP-AUDIT7-HEADER
               IF LOG-FILE-OPENED
                  WRITE AUDIT7-REC
                  IF WS-AUDIT7-FILE-STATUS NOT = '00'
                     MOVE 'AUDIT7'     TO WS-FAIL-DDNAME
                     MOVE AUDIT7-REC   TO WS-FAIL-RECORD
                     PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
                  ELSE
                     PERFORM 0947-COMMIT-AUDIT7-CHAIN
                  END-IF
               ELSE
                  MOVE 'AUDIT7'        TO WS-FAIL-DDNAME
              MOVE PAPP-APPROVAL-FLAG(WS-INX) TO AUD7-APPROVAL-FLAG
              MOVE PAPP-APPROVAL-ID(WS-INX)   TO AUD7-RECIPIENT
              MOVE PHDR-PKG-ENV       TO AUD7-ENV
              PERFORM 0946-STAMP-AUDIT7-HEADER
              IF LOG-FILE-OPENED
                 WRITE AUDIT7-REC
                 IF WS-AUDIT7-FILE-STATUS NOT = '00'
                    MOVE 'AUDIT7'     TO WS-FAIL-DDNAME
                    MOVE AUDIT7-REC   TO WS-FAIL-RECORD
                    PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
                 ELSE
                    PERFORM 0947-COMMIT-AUDIT7-CHAIN
                 END-IF
              ELSE
                 MOVE 'AUDIT7'        TO WS-FAIL-DDNAME
           END-IF
           .
      *-----------------------------------------------------------------
      *  The common log header (COPY LOGHDR) for the AUDIT7 record just
      *  built - the record's own date, time and package, this layout's
      *  version; LOGSTAMP adds the system and job. With AUDIT7 open,
      *  the finished record is then given its chain hash (LOGCHAIN,
      *  copybook LOGCHRQ) - version 02 is the layout that carries it.
      *-----------------------------------------------------------------
       0946-STAMP-AUDIT7-HEADER.
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
           IF LOG-FILE-OPENED
              MOVE 'H'          TO LCQ-FUNCTION
              MOVE 'AUDIT7'     TO LCQ-LOG-NAME
              MOVE LGH-SYSTEM   TO LCQ-CHAIN-ID
              MOVE 160          TO LCQ-RECORD-LENGTH
              MOVE AUDIT7-REC   TO LCQ-RECORD-IMAGE
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              MOVE LCQ-HASH     TO AUD7-CHAIN-HASH
           END-IF.
      *-----------------------------------------------------------------
      *  The AUDIT7 record is written - its hash is the chain's head.
      *-----------------------------------------------------------------
       0947-COMMIT-AUDIT7-CHAIN.
           IF LCQ-CHAINED
              MOVE 'C'          TO LCQ-FUNCTION
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
           END-IF.
      *-----------------------------------------------------------------
      *  One notify audit record, held in storage - 0965 flushes the
      *  whole event's worth through a single open/write-loop/close.
      *-----------------------------------------------------------------
              MOVE WS-AUD7-DATE     TO WS-NB-RECORD(WS-NB-COUNT)(17:8)
              MOVE WS-AUD7-TIME(1:6)
                                    TO WS-NB-RECORD(WS-NB-COUNT)(25:6)
              EVALUATE TRUE
                WHEN ROUTE-NOTIFYING-ECAB
                 MOVE 'ECAB'        TO WS-NB-RECORD(WS-NB-COUNT)(31:6)
                WHEN CRIT-NOTIFYING-GROUP
                 MOVE 'CRITGR'      TO WS-NB-RECORD(WS-NB-COUNT)(31:6)
                WHEN OTHER
                 MOVE 'NOTIFY'      TO WS-NB-RECORD(WS-NB-COUNT)(31:6)
              END-EVALUATE
              IF WS-DELEG-ORIGINAL NOT = SPACES
                 MOVE 'FOR '        TO WS-NB-RECORD(WS-NB-COUNT)(37:4)
                 MOVE WS-DELEG-ORIGINAL
                                    TO WS-NB-RECORD(WS-NB-COUNT)(41:8)
              ELSE
              IF ROUTE-NOTIFYING-ECAB
                 MOVE WS-CHGRT-ECAB-GROUP
                                    TO WS-NB-RECORD(WS-NB-COUNT)(37:12)
              END-IF
              IF CRIT-NOTIFYING-GROUP
                 MOVE WS-CRG-NOTIFY-GROUP
                                    TO WS-NB-RECORD(WS-NB-COUNT)(37:12)
              END-IF
              END-IF
              MOVE MYSMTP-USERID    TO WS-NB-RECORD(WS-NB-COUNT)(50:8)
              MOVE PHDR-PKG-ENV     TO WS-NB-RECORD(WS-NB-COUNT)(59:8)
              PERFORM 0945-OPEN-AUDIT7-EXTEND
              PERFORM VARYING WS-NB-INX FROM 1 BY 1
                      UNTIL WS-NB-INX > WS-NB-COUNT
                 MOVE SPACES TO AUDIT7-REC
                 MOVE WS-NB-RECORD(WS-NB-INX) TO AUDIT7-BODY
                 PERFORM 0946-STAMP-AUDIT7-HEADER
                 IF LOG-FILE-OPENED
                    WRITE AUDIT7-REC
                    IF WS-AUDIT7-FILE-STATUS NOT = '00'
                       MOVE 'AUDIT7' TO WS-FAIL-DDNAME
                       MOVE AUDIT7-REC TO WS-FAIL-RECORD
                       PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
                    ELSE
                       PERFORM 0947-COMMIT-AUDIT7-CHAIN
                    END-IF
                 ELSE
                    MOVE 'AUDIT7' TO WS-FAIL-DDNAME
                    MOVE AUDIT7-REC TO WS-FAIL-RECORD
                    PERFORM 9800-HANDLE-LOG-WRITE-FAILURE
                 END-IF
              END-PERFORM
