       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Nightly extract of the durable exit logs and     *
      *              keyed stores for the DB2 LOAD utility - AUDIT7,  *
      *              ELMACTLG and SHPSTAT, the PKGHIST history store  *
      *              and the PKGMASTR package master - so ad-hoc      *
      *              questions can be put in SQL or QMF instead of a  *
      *              new report program each time. One load-ready     *
      *              dataset per table (layouts and DDL in COPY       *
      *              DB2LDREC): DB2AUD7, DB2ELMA, DB2SHPS, DB2PHST,   *
      *              DB2PMST, plus DD DB2RECN with one reconciliation *
      *              row per table per run. The matching LOAD         *
      *              statements go to DD DB2LCTL for the DSNUTILB     *
      *              step that follows.                               *
      *              Incremental: DD DB2LCKPT holds the previous      *
      *              run's checkpoint - the record counts already     *
      *              extracted from the three flat logs (the C1USIEMX *
      *              pattern; a log now shorter than its count has    *
      *              been rotated and is extracted from the top) and  *
      *              the date/time high-water marks of the two keyed  *
      *              stores. The new checkpoint is written to DD      *
      *              DB2LCKPO; the job copies it over DB2LCKPT only   *
      *              once the LOAD step has ended clean, so a failed  *
      *              load is simply extracted again next night.       *
      *              PARM (optional): table creator in cols 1-8       *
      *              (default NDVRLOG); 'F' in col 10 ignores the     *
      *              checkpoint and generates LOAD ... REPLACE for a  *
      *              full rebuild. Counts go to DD DB2LRPT.           *
      *              RC 4 when rows were rejected (a date or time     *
      *              DB2 would not take) or a log restarted, else 0.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UDB2LD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT7 ASSIGN TO AUDIT7
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMR-PACKAGE-ID
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT OPTIONAL DB2LCKPT ASSIGN TO DB2LCKPT
               FILE STATUS IS WS-DB2LCKPT-FILE-STATUS.
           SELECT DB2LCKPO ASSIGN TO DB2LCKPO.
           SELECT DB2AUD7  ASSIGN TO DB2AUD7.
           SELECT DB2ELMA  ASSIGN TO DB2ELMA.
           SELECT DB2SHPS  ASSIGN TO DB2SHPS.
           SELECT DB2PHST  ASSIGN TO DB2PHST.
           SELECT DB2PMST  ASSIGN TO DB2PMST.
           SELECT DB2RECN  ASSIGN TO DB2RECN.
           SELECT DB2LCTL  ASSIGN TO DB2LCTL.
           SELECT DB2LRPT  ASSIGN TO DB2LRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC.
           03  AUDIT7-HEADER            PIC X(64).
           03  AUDIT7-BODY.
              05  AUD7-PACKAGE-ID       PIC X(16).
              05  AUD7-DATE             PIC X(08).
              05  AUD7-TIME             PIC X(06).
              05  AUD7-EVENT            PIC X(06).
              05  AUD7-GROUP-NAME       PIC X(12).
              05  AUD7-APPROVAL-FLAG    PIC X(01).
              05  AUD7-RECIPIENT        PIC X(09).
              05  AUD7-ENV              PIC X(08).
              05  FILLER                PIC X(30).

       FD  ELMACTLG
           RECORD CONTAINS 196 CHARACTERS.
       01  ELMACTLG-REC.
           03  ELMACTLG-HEADER          PIC X(64).
           03  ELMACTLG-BODY.
              05  ELA-DATE              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-TIME              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SRC-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-TGT-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SYSTEM            PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SUBSYSTEM         PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-PROC-GROUP        PIC X(16).
              05  FILLER                PIC X(01).
              05  ELA-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-CCID              PIC X(12).
              05  FILLER                PIC X(01).
              05  ELA-USER              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-EXIT-RC           PIC X(04).
              05  FILLER                PIC X(04).

      *-----------------------------------------------------------------
      *  DD SHPSTAT - the ship-status log C1UEXT07 and the shipment
      *  programs append to; the return code is carried through as
      *  the signed text it was written as.
      *-----------------------------------------------------------------
       FD  SHPSTAT
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTAT-REC.
           03  SHPSTAT-HEADER           PIC X(64).
           03  SHPSTAT-BODY.
              05  SHP-DATE              PIC X(08).
              05  FILLER                PIC X(01).
              05  SHP-TIME              PIC X(06).
              05  FILLER                PIC X(01).
              05  SHP-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  SHP-ENV               PIC X(08).
              05  FILLER                PIC X(01).
              05  SHP-STGID             PIC X(01).
              05  FILLER                PIC X(01).
              05  SHP-DIRECTION         PIC X(03).
              05  FILLER                PIC X(01).
              05  SHP-RETRIES           PIC X(02).
              05  FILLER                PIC X(01).
              05  SHP-RC                PIC X(09).
              05  FILLER                PIC X(01).
              05  SHP-STATUS            PIC X(07).
              05  FILLER                PIC X(13).

       FD  PKGHIST
           RECORD CONTAINS 83 CHARACTERS.
       01  PKGHIST-REC.
           03  PH-KEY.
               05  PH-PACKAGE-ID        PIC X(16).
               05  PH-DATE              PIC X(08).
               05  PH-TIME              PIC X(06).
               05  PH-SEQ               PIC X(03).
           03  PH-REC-TYPE              PIC X(01).
           03  PH-EVENT                 PIC X(06).
           03  PH-DETAIL                PIC X(43).

      *-----------------------------------------------------------------
      *  DD PKGMASTR - the keyed package master (COPY PKGMASTR holds
      *  the same layout as C1UPKGMU's working record).
      *-----------------------------------------------------------------
       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMR-PACKAGE-ID           PIC X(16).
           03  PMR-ENV                  PIC X(08).
           03  PMR-STGID                PIC X(01).
           03  PMR-PACKAGE-STATUS       PIC X(12).
           03  PMR-BACKOUT-STATUS       PIC X(12).
           03  PMR-CREATE-USER          PIC X(08).
           03  PMR-CAST-USER            PIC X(08).
           03  PMR-LAST-EVENT           PIC X(12).
           03  PMR-LAST-STAMP.
               05  PMR-LAST-DATE        PIC X(08).
               05  PMR-LAST-TIME        PIC X(06).
           03  FILLER                   PIC X(09).

       FD  DB2LCKPT
           RECORD CONTAINS 80 CHARACTERS.
       01  DB2LCKPT-REC.
           03  CKP-AUDIT7-COUNT         PIC 9(07).
           03  FILLER                   PIC X(01).
           03  CKP-ELMACTLG-COUNT       PIC 9(07).
           03  FILLER                   PIC X(01).
           03  CKP-SHPSTAT-COUNT        PIC 9(07).
           03  FILLER                   PIC X(01).
           03  CKP-PKGHIST-HWM          PIC X(14).
           03  FILLER                   PIC X(01).
           03  CKP-PKGMASTR-HWM         PIC X(14).
           03  FILLER                   PIC X(01).
           03  CKP-RUN-DATE             PIC X(08).
           03  CKP-RUN-TIME             PIC X(06).
           03  FILLER                   PIC X(12).

       FD  DB2LCKPO
           RECORD CONTAINS 80 CHARACTERS.
       01  DB2LCKPO-REC                 PIC X(80).

       FD  DB2AUD7
           RECORD CONTAINS 100 CHARACTERS.
       01  DB2AUD7-REC                  PIC X(100).

       FD  DB2ELMA
           RECORD CONTAINS 150 CHARACTERS.
       01  DB2ELMA-REC                  PIC X(150).

       FD  DB2SHPS
           RECORD CONTAINS 100 CHARACTERS.
       01  DB2SHPS-REC                  PIC X(100).

       FD  DB2PHST
           RECORD CONTAINS 120 CHARACTERS.
       01  DB2PHST-REC                  PIC X(120).

       FD  DB2PMST
           RECORD CONTAINS 130 CHARACTERS.
       01  DB2PMST-REC                  PIC X(130).

       FD  DB2RECN
           RECORD CONTAINS 90 CHARACTERS.
       01  DB2RECN-REC                  PIC X(90).

       FD  DB2LCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  DB2LCTL-REC                  PIC X(80).

       FD  DB2LRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  DB2LRPT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-DB2LCKPT-FILE-STATUS      PIC X(02).

      *= Checkpoint - what the previous run already extracted =========
       01  WS-CKP-AUDIT7                PIC 9(07) VALUE 0.
       01  WS-CKP-ELMACTLG              PIC 9(07) VALUE 0.
       01  WS-CKP-SHPSTAT               PIC 9(07) VALUE 0.
       01  WS-CKP-PKGHIST-HWM           PIC X(14) VALUE LOW-VALUES.
       01  WS-CKP-PKGMASTR-HWM          PIC X(14) VALUE LOW-VALUES.
       01  WS-NEW-PKGHIST-HWM           PIC X(14) VALUE LOW-VALUES.
       01  WS-NEW-PKGMASTR-HWM          PIC X(14) VALUE LOW-VALUES.
       01  WS-PH-STAMP.
           03  WS-PH-STAMP-DATE         PIC X(08).
           03  WS-PH-STAMP-TIME         PIC X(06).

      *= PARM-driven options =========================================
       01  WS-CREATOR                   PIC X(08) VALUE 'NDVRLOG'.
       01  WS-RUN-MODE                  PIC X(01) VALUE SPACE.
           88  FULL-RELOAD                      VALUE 'F'.

      *= Per-table counts, reset by each extract ======================
       01  WS-TBL-NAME                  PIC X(18).
       01  WS-TBL-DDNAME                PIC X(08).
       01  WS-TBL-READ                  PIC 9(07).
       01  WS-TBL-SKIPPED               PIC 9(07).
       01  WS-TBL-LOADED                PIC 9(07).
       01  WS-TBL-REJECTED              PIC 9(07).
       01  WS-TBL-RESTARTED             PIC X(01).
       01  WS-TOTAL-LOADED              PIC 9(07) VALUE 0.
       01  WS-TOTAL-REJECTED            PIC 9(07) VALUE 0.
       01  WS-RESTART-COUNT             PIC 9(03) VALUE 0.

      *= DB2 external date/timestamp building =========================
       01  WS-TS-IN-DATE.
           03  WS-TS-IN-YYYY            PIC X(04).
           03  WS-TS-IN-MM              PIC X(02).
           03  WS-TS-IN-DD              PIC X(02).
       01  WS-TS-IN-TIME.
           03  WS-TS-IN-HH              PIC X(02).
           03  WS-TS-IN-MI              PIC X(02).
           03  WS-TS-IN-SS              PIC X(02).
           03  WS-TS-IN-HS              PIC X(02).
       01  WS-TS-CHECK.
           03  WS-TS-CHECK-MM           PIC 9(02).
           03  WS-TS-CHECK-DD           PIC 9(02).
           03  WS-TS-CHECK-HH           PIC 9(02).
           03  WS-TS-CHECK-MI           PIC 9(02).
           03  WS-TS-CHECK-SS           PIC 9(02).
       01  WS-TS-VALID                  PIC X(01).
           88  TIMESTAMP-IS-VALID               VALUE 'Y'.
       01  WS-DB2-TS.
           03  WS-DB2-TS-YYYY           PIC X(04).
           03  FILLER                   PIC X(01) VALUE '-'.
           03  WS-DB2-TS-MM             PIC X(02).
           03  FILLER                   PIC X(01) VALUE '-'.
           03  WS-DB2-TS-DD             PIC X(02).
           03  FILLER                   PIC X(01) VALUE '-'.
           03  WS-DB2-TS-HH             PIC X(02).
           03  FILLER                   PIC X(01) VALUE '.'.
           03  WS-DB2-TS-MI             PIC X(02).
           03  FILLER                   PIC X(01) VALUE '.'.
           03  WS-DB2-TS-SS             PIC X(02).
           03  FILLER                   PIC X(01) VALUE '.'.
           03  WS-DB2-TS-HS             PIC X(02).
           03  FILLER                   PIC X(04) VALUE '0000'.
       01  WS-DB2-LOAD-DATE             PIC X(10).
       01  WS-DB2-LOAD-TS               PIC X(26).
       01  WS-RUN-DATE                  PIC X(08).
       01  WS-RUN-TIME                  PIC X(08).

      *= LOAD statement building (DD DB2LCTL) =========================
       01  WS-LC-INDDN                  PIC X(08).
       01  WS-LC-TABLE                  PIC X(18).
       01  WS-LC-RESUME                 PIC X(12).
       01  WS-LC-LINE                   PIC X(80).
       01  WS-LC-INX                    PIC 9(03).
      *    Column specifications, tagged with the INDDN they belong to;
      *    positions match the COPY DB2LDREC layouts.
       01  WS-LOAD-COLUMN-SPECS.
           03  FILLER                       PIC X(08) VALUE
               'DB2AUD7 '.
           03  FILLER                       PIC X(56) VALUE
           '  (PACKAGE_ID       POSITION(1:16)   CHAR(16),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2AUD7 '.
           03  FILLER                       PIC X(56) VALUE
           '   EVENT_TS         POSITION(18:43)  TIMESTAMP EXTERNAL,'.
           03  FILLER                       PIC X(08) VALUE
               'DB2AUD7 '.
           03  FILLER                       PIC X(56) VALUE
           '   EVENT            POSITION(45:50)  CHAR(6),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2AUD7 '.
           03  FILLER                       PIC X(56) VALUE
           '   GROUP_NAME       POSITION(52:63)  CHAR(12),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2AUD7 '.
           03  FILLER                       PIC X(56) VALUE
           '   APPROVAL_FLAG    POSITION(65:65)  CHAR(1),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2AUD7 '.
           03  FILLER                       PIC X(56) VALUE
           '   RECIPIENT        POSITION(67:75)  CHAR(9),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2AUD7 '.
           03  FILLER                       PIC X(56) VALUE
           '   ENV              POSITION(77:84)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2AUD7 '.
           03  FILLER                       PIC X(56) VALUE
           '   LOAD_DATE        POSITION(86:95)  DATE EXTERNAL)     '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '  (EVENT_TS         POSITION(1:26)   TIMESTAMP EXTERNAL,'.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   SRC_ENV          POSITION(28:35)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   TGT_ENV          POSITION(37:44)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   SYSTEM           POSITION(46:53)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   SUBSYSTEM        POSITION(55:62)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   ELEMENT          POSITION(64:73)  CHAR(10),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   TYPE             POSITION(75:82)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   PROC_GROUP       POSITION(84:99)  CHAR(16),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   ACTION           POSITION(101:110)CHAR(10),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   CCID             POSITION(112:123)CHAR(12),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   USERID           POSITION(125:132)CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   EXIT_RC          POSITION(134:137)CHAR(4),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2ELMA '.
           03  FILLER                       PIC X(56) VALUE
           '   LOAD_DATE        POSITION(139:148)DATE EXTERNAL)     '.
           03  FILLER                       PIC X(08) VALUE
               'DB2SHPS '.
           03  FILLER                       PIC X(56) VALUE
           '  (EVENT_TS         POSITION(1:26)   TIMESTAMP EXTERNAL,'.
           03  FILLER                       PIC X(08) VALUE
               'DB2SHPS '.
           03  FILLER                       PIC X(56) VALUE
           '   PACKAGE_ID       POSITION(28:43)  CHAR(16),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2SHPS '.
           03  FILLER                       PIC X(56) VALUE
           '   ENV              POSITION(45:52)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2SHPS '.
           03  FILLER                       PIC X(56) VALUE
           '   STGID            POSITION(54:54)  CHAR(1),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2SHPS '.
           03  FILLER                       PIC X(56) VALUE
           '   DIRECTION        POSITION(56:58)  CHAR(3),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2SHPS '.
           03  FILLER                       PIC X(56) VALUE
           '   RETRIES          POSITION(60:61)  INTEGER EXTERNAL,  '.
           03  FILLER                       PIC X(08) VALUE
               'DB2SHPS '.
           03  FILLER                       PIC X(56) VALUE
           '   SHIP_RC          POSITION(63:71)  INTEGER EXTERNAL,  '.
           03  FILLER                       PIC X(08) VALUE
               'DB2SHPS '.
           03  FILLER                       PIC X(56) VALUE
           '   STATUS           POSITION(73:79)  CHAR(7),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2SHPS '.
           03  FILLER                       PIC X(56) VALUE
           '   LOAD_DATE        POSITION(81:90)  DATE EXTERNAL)     '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PHST '.
           03  FILLER                       PIC X(56) VALUE
           '  (PACKAGE_ID       POSITION(1:16)   CHAR(16),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PHST '.
           03  FILLER                       PIC X(56) VALUE
           '   EVENT_TS         POSITION(18:43)  TIMESTAMP EXTERNAL,'.
           03  FILLER                       PIC X(08) VALUE
               'DB2PHST '.
           03  FILLER                       PIC X(56) VALUE
           '   SEQ              POSITION(45:47)  INTEGER EXTERNAL,  '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PHST '.
           03  FILLER                       PIC X(56) VALUE
           '   REC_TYPE         POSITION(49:49)  CHAR(1),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PHST '.
           03  FILLER                       PIC X(56) VALUE
           '   EVENT            POSITION(51:56)  CHAR(6),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PHST '.
           03  FILLER                       PIC X(56) VALUE
           '   DETAIL           POSITION(58:100) CHAR(43),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PHST '.
           03  FILLER                       PIC X(56) VALUE
           '   LOAD_DATE        POSITION(102:111)DATE EXTERNAL)     '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '  (PACKAGE_ID       POSITION(1:16)   CHAR(16),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '   ENV              POSITION(18:25)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '   STGID            POSITION(27:27)  CHAR(1),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '   PACKAGE_STATUS   POSITION(29:40)  CHAR(12),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '   BACKOUT_STATUS   POSITION(42:53)  CHAR(12),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '   CREATE_USER      POSITION(55:62)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '   CAST_USER        POSITION(64:71)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '   LAST_EVENT       POSITION(73:84)  CHAR(12),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '   LAST_EVENT_TS    POSITION(86:111) TIMESTAMP EXTERNAL,'.
           03  FILLER                       PIC X(08) VALUE
               'DB2PMST '.
           03  FILLER                       PIC X(56) VALUE
           '   LOAD_DATE        POSITION(113:122)DATE EXTERNAL)     '.
           03  FILLER                       PIC X(08) VALUE
               'DB2RECN '.
           03  FILLER                       PIC X(56) VALUE
           '  (LOAD_TS          POSITION(1:26)   TIMESTAMP EXTERNAL,'.
           03  FILLER                       PIC X(08) VALUE
               'DB2RECN '.
           03  FILLER                       PIC X(56) VALUE
           '   TABLE_NAME       POSITION(28:45)  CHAR(18),          '.
           03  FILLER                       PIC X(08) VALUE
               'DB2RECN '.
           03  FILLER                       PIC X(56) VALUE
           '   SOURCE_DD        POSITION(47:54)  CHAR(8),           '.
           03  FILLER                       PIC X(08) VALUE
               'DB2RECN '.
           03  FILLER                       PIC X(56) VALUE
           '   RECORDS_READ     POSITION(56:62)  INTEGER EXTERNAL,  '.
           03  FILLER                       PIC X(08) VALUE
               'DB2RECN '.
           03  FILLER                       PIC X(56) VALUE
           '   RECORDS_SKIPPED  POSITION(64:70)  INTEGER EXTERNAL,  '.
           03  FILLER                       PIC X(08) VALUE
               'DB2RECN '.
           03  FILLER                       PIC X(56) VALUE
           '   RECORDS_LOADED   POSITION(72:78)  INTEGER EXTERNAL,  '.
           03  FILLER                       PIC X(08) VALUE
               'DB2RECN '.
           03  FILLER                       PIC X(56) VALUE
           '   RECORDS_REJECTED POSITION(80:86)  INTEGER EXTERNAL,  '.
           03  FILLER                       PIC X(08) VALUE
               'DB2RECN '.
           03  FILLER                       PIC X(56) VALUE
           '   RESTARTED        POSITION(88:88)  CHAR(1))           '.
       01  WS-LOAD-COLUMN-TABLE REDEFINES WS-LOAD-COLUMN-SPECS.
           03  WS-LC-SPEC                   OCCURS 55 TIMES.
               05  WS-LC-SPEC-INDDN         PIC X(08).
               05  WS-LC-SPEC-TEXT          PIC X(56).
       01  WS-LC-SPEC-COUNT             PIC 9(03) VALUE 55.

       01  WS-RPT-HEADING.
           03  FILLER                   PIC X(19) VALUE
               'TABLE             '.
           03  FILLER                   PIC X(09) VALUE 'SOURCE  '.
           03  FILLER                   PIC X(09) VALUE '   READ'.
           03  FILLER                   PIC X(09) VALUE 'SKIPPED'.
           03  FILLER                   PIC X(09) VALUE ' LOADED'.
           03  FILLER                   PIC X(09) VALUE 'REJECTD'.
           03  FILLER                   PIC X(16) VALUE 'RESTART'.
       01  WS-RPT-LINE.
           03  RPT-TABLE                PIC X(18).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RPT-DDNAME               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RPT-READ                 PIC Z(06)9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-SKIPPED              PIC Z(06)9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-LOADED               PIC Z(06)9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-REJECTED             PIC Z(06)9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-RESTARTED            PIC X(01).
           03  FILLER                   PIC X(15) VALUE SPACES.

         COPY DB2LDREC.
         COPY RUNCTXH.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-CREATOR             PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-MODE                PIC X(01).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           PERFORM 0060-PARSE-PARM.

           OPEN OUTPUT DB2LRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE DB2LRPT-REC FROM WS-RPT-HEADING.

           PERFORM 0070-SET-RUN-STAMPS.
           IF NOT FULL-RELOAD
              PERFORM 0080-READ-CHECKPOINT
           END-IF.

           OPEN OUTPUT DB2AUD7 DB2ELMA DB2SHPS DB2PHST DB2PMST
                       DB2RECN.

           PERFORM 1000-EXTRACT-AUDIT7.
           PERFORM 2000-EXTRACT-ELMACTLG.
           PERFORM 3000-EXTRACT-SHPSTAT.
           PERFORM 4000-EXTRACT-PKGHIST.
           PERFORM 5000-EXTRACT-PKGMASTR.

           CLOSE DB2AUD7 DB2ELMA DB2SHPS DB2PHST DB2PMST DB2RECN.

           PERFORM 7000-WRITE-LOAD-STATEMENTS.
           PERFORM 0090-WRITE-CHECKPOINT.

           CLOSE DB2LRPT.

           DISPLAY 'C1UDB2LD: ' WS-TOTAL-LOADED ' ROW(S) EXTRACTED, '
                   WS-TOTAL-REJECTED ' REJECTED, ' WS-RESTART-COUNT
                   ' LOG RESTART(S)'.

           IF WS-TOTAL-REJECTED > 0 OR WS-RESTART-COUNT > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.
      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UDB2LD' TO WS-LGR-PROGRAM.
           MOVE WS-TOTAL-LOADED TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of DB2LRPT - see COPY RUNCTXH.
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
           WRITE DB2LRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  No PARM keeps creator NDVRLOG and an incremental run.
      *-----------------------------------------------------------------
       0060-PARSE-PARM.

           IF LINK-PARM-LENGTH > 0
              IF PARM-CREATOR NOT = SPACES
                 MOVE PARM-CREATOR TO WS-CREATOR
              END-IF
              IF LINK-PARM-LENGTH > 9
                 MOVE PARM-MODE TO WS-RUN-MODE
              END-IF
           END-IF.
           IF FULL-RELOAD
              DISPLAY 'C1UDB2LD: FULL RELOAD - CHECKPOINT IGNORED, '
                      'TABLES REPLACED'
           END-IF.

      *-----------------------------------------------------------------
      *  LOAD_DATE for every row and LOAD_TS for the reconciliation
      *  rows come from one reading of the clock.
      *-----------------------------------------------------------------
       0070-SET-RUN-STAMPS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-TS-IN-DATE.
           MOVE WS-RUN-TIME TO WS-TS-IN-TIME.
           PERFORM 0800-FORMAT-DB2-TIMESTAMP.
           MOVE WS-DB2-TS       TO WS-DB2-LOAD-TS.
           MOVE WS-DB2-TS(1:10) TO WS-DB2-LOAD-DATE.

       0080-READ-CHECKPOINT.

           OPEN INPUT DB2LCKPT.
           IF WS-DB2LCKPT-FILE-STATUS = '05'
              OR WS-DB2LCKPT-FILE-STATUS = '35'
              CLOSE DB2LCKPT
           ELSE
              READ DB2LCKPT
                 AT END CONTINUE
                 NOT AT END
                      MOVE CKP-AUDIT7-COUNT   TO WS-CKP-AUDIT7
                      MOVE CKP-ELMACTLG-COUNT TO WS-CKP-ELMACTLG
                      MOVE CKP-SHPSTAT-COUNT  TO WS-CKP-SHPSTAT
                      MOVE CKP-PKGHIST-HWM    TO WS-CKP-PKGHIST-HWM
                      MOVE CKP-PKGMASTR-HWM   TO WS-CKP-PKGMASTR-HWM
              END-READ
              CLOSE DB2LCKPT
           END-IF.
           MOVE WS-CKP-PKGHIST-HWM  TO WS-NEW-PKGHIST-HWM.
           MOVE WS-CKP-PKGMASTR-HWM TO WS-NEW-PKGMASTR-HWM.

      *-----------------------------------------------------------------
      *  The new checkpoint goes to DB2LCKPO, never over DB2LCKPT -
      *  see the banner.
      *-----------------------------------------------------------------
       0090-WRITE-CHECKPOINT.

           MOVE SPACES               TO DB2LCKPT-REC.
           MOVE WS-CKP-AUDIT7        TO CKP-AUDIT7-COUNT.
           MOVE WS-CKP-ELMACTLG      TO CKP-ELMACTLG-COUNT.
           MOVE WS-CKP-SHPSTAT       TO CKP-SHPSTAT-COUNT.
           MOVE WS-NEW-PKGHIST-HWM   TO CKP-PKGHIST-HWM.
           MOVE WS-NEW-PKGMASTR-HWM  TO CKP-PKGMASTR-HWM.
           MOVE WS-RUN-DATE          TO CKP-RUN-DATE.
           MOVE WS-RUN-TIME(1:6)     TO CKP-RUN-TIME.
           OPEN OUTPUT DB2LCKPO.
           WRITE DB2LCKPO-REC FROM DB2LCKPT-REC.
           CLOSE DB2LCKPO.

      *-----------------------------------------------------------------
      *  WS-TS-IN-DATE (YYYYMMDD) and WS-TS-IN-TIME (HHMMSS, optional
      *  hundredths) into WS-DB2-TS in DB2 external format. A date or
      *  time that is not numeric, or out of range, leaves
      *  TIMESTAMP-IS-VALID off - the row is counted as rejected
      *  rather than handed to LOAD to discard.
      *-----------------------------------------------------------------
       0800-FORMAT-DB2-TIMESTAMP.

           MOVE 'N' TO WS-TS-VALID.
           IF WS-TS-IN-HS = SPACES
              MOVE '00' TO WS-TS-IN-HS
           END-IF.
           IF WS-TS-IN-DATE IS NUMERIC
              AND WS-TS-IN-TIME IS NUMERIC
              MOVE WS-TS-IN-MM TO WS-TS-CHECK-MM
              MOVE WS-TS-IN-DD TO WS-TS-CHECK-DD
              MOVE WS-TS-IN-HH TO WS-TS-CHECK-HH
              MOVE WS-TS-IN-MI TO WS-TS-CHECK-MI
              MOVE WS-TS-IN-SS TO WS-TS-CHECK-SS
              IF WS-TS-CHECK-MM >= 1 AND WS-TS-CHECK-MM <= 12
                 AND WS-TS-CHECK-DD >= 1 AND WS-TS-CHECK-DD <= 31
                 AND WS-TS-CHECK-HH < 24
                 AND WS-TS-CHECK-MI < 60
                 AND WS-TS-CHECK-SS < 60
                 MOVE 'Y' TO WS-TS-VALID
              END-IF
           END-IF.
           MOVE WS-TS-IN-YYYY TO WS-DB2-TS-YYYY.
           MOVE WS-TS-IN-MM   TO WS-DB2-TS-MM.
           MOVE WS-TS-IN-DD   TO WS-DB2-TS-DD.
           MOVE WS-TS-IN-HH   TO WS-DB2-TS-HH.
           MOVE WS-TS-IN-MI   TO WS-DB2-TS-MI.
           MOVE WS-TS-IN-SS   TO WS-DB2-TS-SS.
           MOVE WS-TS-IN-HS   TO WS-DB2-TS-HS.

      *-----------------------------------------------------------------
      *  One reconciliation row (DD DB2RECN) and one report line for
      *  the table just extracted: read = skipped + loaded + rejected.
      *-----------------------------------------------------------------
       0900-RECORD-TABLE-COUNTS.

           MOVE SPACES            TO DB2L-RECN-REC.
           MOVE WS-DB2-LOAD-TS    TO LRC-LOAD-TS.
           MOVE WS-TBL-NAME       TO LRC-TABLE-NAME.
           MOVE WS-TBL-DDNAME     TO LRC-SOURCE-DD.
           MOVE WS-TBL-READ       TO LRC-RECORDS-READ.
           MOVE WS-TBL-SKIPPED    TO LRC-RECORDS-SKIPPED.
           MOVE WS-TBL-LOADED     TO LRC-RECORDS-LOADED.
           MOVE WS-TBL-REJECTED   TO LRC-RECORDS-REJECTED.
           MOVE WS-TBL-RESTARTED  TO LRC-RESTARTED.
           WRITE DB2RECN-REC FROM DB2L-RECN-REC.

           MOVE WS-TBL-NAME       TO RPT-TABLE.
           MOVE WS-TBL-DDNAME     TO RPT-DDNAME.
           MOVE WS-TBL-READ       TO RPT-READ.
           MOVE WS-TBL-SKIPPED    TO RPT-SKIPPED.
           MOVE WS-TBL-LOADED     TO RPT-LOADED.
           MOVE WS-TBL-REJECTED   TO RPT-REJECTED.
           MOVE WS-TBL-RESTARTED  TO RPT-RESTARTED.
           WRITE DB2LRPT-REC FROM WS-RPT-LINE.

           ADD WS-TBL-LOADED   TO WS-TOTAL-LOADED.
           ADD WS-TBL-REJECTED TO WS-TOTAL-REJECTED.
           IF WS-TBL-RESTARTED = 'R'
              ADD 1 TO WS-RESTART-COUNT
              DISPLAY 'C1UDB2LD: ' WS-TBL-DDNAME ' HOLDS FEWER RECORDS'
                      ' THAN LAST RUN EXTRACTED - ROTATED, EXTRACTED'
                      ' FROM THE TOP'
           END-IF.

       0910-RESET-TABLE-COUNTS.

           MOVE 0 TO WS-TBL-READ WS-TBL-SKIPPED WS-TBL-LOADED
                     WS-TBL-REJECTED.
           IF FULL-RELOAD
              MOVE 'F'   TO WS-TBL-RESTARTED
           ELSE
              MOVE SPACE TO WS-TBL-RESTARTED
           END-IF.

      *-----------------------------------------------------------------
      *  AUDIT7 - approval evidence. Records up to the checkpoint
      *  count were extracted by an earlier run.
      *-----------------------------------------------------------------
       1000-EXTRACT-AUDIT7.

           MOVE 'NDVR_AUDIT7'  TO WS-TBL-NAME.
           MOVE 'AUDIT7'       TO WS-TBL-DDNAME.
           PERFORM 0910-RESET-TABLE-COUNTS.
           PERFORM 1050-SCAN-AUDIT7.
           IF WS-TBL-READ < WS-CKP-AUDIT7
              MOVE 0   TO WS-CKP-AUDIT7
              PERFORM 0910-RESET-TABLE-COUNTS
              MOVE 'R' TO WS-TBL-RESTARTED
              PERFORM 1050-SCAN-AUDIT7
           END-IF.
           MOVE WS-TBL-READ TO WS-CKP-AUDIT7.
           PERFORM 0900-RECORD-TABLE-COUNTS.

       1050-SCAN-AUDIT7.

           OPEN INPUT AUDIT7.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 1100-READ-AUDIT7
              PERFORM 1200-EXTRACT-ONE-AUDIT7 UNTIL IN-FILE-ATEND
              CLOSE AUDIT7
           END-IF.

       1100-READ-AUDIT7.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ AUDIT7
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'AUDIT7'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE AUDIT7-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       1200-EXTRACT-ONE-AUDIT7.

           ADD 1 TO WS-TBL-READ.
           IF WS-TBL-READ NOT > WS-CKP-AUDIT7
              ADD 1 TO WS-TBL-SKIPPED
           ELSE
              MOVE AUD7-DATE  TO WS-TS-IN-DATE
              MOVE SPACES     TO WS-TS-IN-TIME
              MOVE AUD7-TIME  TO WS-TS-IN-TIME(1:6)
              PERFORM 0800-FORMAT-DB2-TIMESTAMP
              IF TIMESTAMP-IS-VALID
                 MOVE SPACES             TO DB2L-AUD7-REC
                 MOVE AUD7-PACKAGE-ID    TO LA7-PACKAGE-ID
                 MOVE WS-DB2-TS          TO LA7-EVENT-TS
                 MOVE AUD7-EVENT         TO LA7-EVENT
                 MOVE AUD7-GROUP-NAME    TO LA7-GROUP-NAME
                 MOVE AUD7-APPROVAL-FLAG TO LA7-APPROVAL-FLAG
                 MOVE AUD7-RECIPIENT     TO LA7-RECIPIENT
                 MOVE AUD7-ENV           TO LA7-ENV
                 MOVE WS-DB2-LOAD-DATE   TO LA7-LOAD-DATE
                 WRITE DB2AUD7-REC FROM DB2L-AUD7-REC
                 ADD 1 TO WS-TBL-LOADED
              ELSE
                 ADD 1 TO WS-TBL-REJECTED
              END-IF
           END-IF.
           PERFORM 1100-READ-AUDIT7.

      *-----------------------------------------------------------------
      *  ELMACTLG - the element action log, element and CCID being
      *  the columns most questions start from.
      *-----------------------------------------------------------------
       2000-EXTRACT-ELMACTLG.

           MOVE 'NDVR_ELMACT'  TO WS-TBL-NAME.
           MOVE 'ELMACTLG'     TO WS-TBL-DDNAME.
           PERFORM 0910-RESET-TABLE-COUNTS.
           PERFORM 2050-SCAN-ELMACTLG.
           IF WS-TBL-READ < WS-CKP-ELMACTLG
              MOVE 0   TO WS-CKP-ELMACTLG
              PERFORM 0910-RESET-TABLE-COUNTS
              MOVE 'R' TO WS-TBL-RESTARTED
              PERFORM 2050-SCAN-ELMACTLG
           END-IF.
           MOVE WS-TBL-READ TO WS-CKP-ELMACTLG.
           PERFORM 0900-RECORD-TABLE-COUNTS.

       2050-SCAN-ELMACTLG.

           OPEN INPUT ELMACTLG.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 2100-READ-ELMACTLG
              PERFORM 2200-EXTRACT-ONE-ELMACTLG UNTIL IN-FILE-ATEND
              CLOSE ELMACTLG
           END-IF.

       2100-READ-ELMACTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       2200-EXTRACT-ONE-ELMACTLG.

           ADD 1 TO WS-TBL-READ.
           IF WS-TBL-READ NOT > WS-CKP-ELMACTLG
              ADD 1 TO WS-TBL-SKIPPED
           ELSE
              MOVE ELA-DATE TO WS-TS-IN-DATE
              MOVE ELA-TIME TO WS-TS-IN-TIME
              PERFORM 0800-FORMAT-DB2-TIMESTAMP
              IF TIMESTAMP-IS-VALID
                 MOVE SPACES             TO DB2L-ELMA-REC
                 MOVE WS-DB2-TS          TO LEA-EVENT-TS
                 MOVE ELA-SRC-ENV        TO LEA-SRC-ENV
                 MOVE ELA-TGT-ENV        TO LEA-TGT-ENV
                 MOVE ELA-SYSTEM         TO LEA-SYSTEM
                 MOVE ELA-SUBSYSTEM      TO LEA-SUBSYSTEM
                 MOVE ELA-ELEMENT        TO LEA-ELEMENT
                 MOVE ELA-TYPE           TO LEA-TYPE
                 MOVE ELA-PROC-GROUP     TO LEA-PROC-GROUP
                 MOVE ELA-ACTION         TO LEA-ACTION
                 MOVE ELA-CCID           TO LEA-CCID
                 MOVE ELA-USER           TO LEA-USERID
                 MOVE ELA-EXIT-RC        TO LEA-EXIT-RC
                 MOVE WS-DB2-LOAD-DATE   TO LEA-LOAD-DATE
                 WRITE DB2ELMA-REC FROM DB2L-ELMA-REC
                 ADD 1 TO WS-TBL-LOADED
              ELSE
                 ADD 1 TO WS-TBL-REJECTED
              END-IF
           END-IF.
           PERFORM 2100-READ-ELMACTLG.

      *-----------------------------------------------------------------
      *  SHPSTAT - one row per shipment attempt.
      *-----------------------------------------------------------------
       3000-EXTRACT-SHPSTAT.

           MOVE 'NDVR_SHPSTAT' TO WS-TBL-NAME.
           MOVE 'SHPSTAT'      TO WS-TBL-DDNAME.
           PERFORM 0910-RESET-TABLE-COUNTS.
           PERFORM 3050-SCAN-SHPSTAT.
           IF WS-TBL-READ < WS-CKP-SHPSTAT
              MOVE 0   TO WS-CKP-SHPSTAT
              PERFORM 0910-RESET-TABLE-COUNTS
              MOVE 'R' TO WS-TBL-RESTARTED
              PERFORM 3050-SCAN-SHPSTAT
           END-IF.
           MOVE WS-TBL-READ TO WS-CKP-SHPSTAT.
           PERFORM 0900-RECORD-TABLE-COUNTS.

       3050-SCAN-SHPSTAT.

           OPEN INPUT SHPSTAT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 3100-READ-SHPSTAT
              PERFORM 3200-EXTRACT-ONE-SHPSTAT UNTIL IN-FILE-ATEND
              CLOSE SHPSTAT
           END-IF.

       3100-READ-SHPSTAT.
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

       3200-EXTRACT-ONE-SHPSTAT.

           ADD 1 TO WS-TBL-READ.
           IF WS-TBL-READ NOT > WS-CKP-SHPSTAT
              ADD 1 TO WS-TBL-SKIPPED
           ELSE
              MOVE SHP-DATE  TO WS-TS-IN-DATE
              MOVE SPACES    TO WS-TS-IN-TIME
              MOVE SHP-TIME  TO WS-TS-IN-TIME(1:6)
              PERFORM 0800-FORMAT-DB2-TIMESTAMP
              IF TIMESTAMP-IS-VALID
                 MOVE SPACES             TO DB2L-SHPS-REC
                 MOVE WS-DB2-TS          TO LSH-EVENT-TS
                 MOVE SHP-PACKAGE-ID     TO LSH-PACKAGE-ID
                 MOVE SHP-ENV            TO LSH-ENV
                 MOVE SHP-STGID          TO LSH-STGID
                 MOVE SHP-DIRECTION      TO LSH-DIRECTION
                 MOVE SHP-RETRIES        TO LSH-RETRIES
                 MOVE SHP-RC             TO LSH-RC
                 MOVE SHP-STATUS         TO LSH-STATUS
                 MOVE WS-DB2-LOAD-DATE   TO LSH-LOAD-DATE
                 WRITE DB2SHPS-REC FROM DB2L-SHPS-REC
                 ADD 1 TO WS-TBL-LOADED
              ELSE
                 ADD 1 TO WS-TBL-REJECTED
              END-IF
           END-IF.
           PERFORM 3100-READ-SHPSTAT.

      *-----------------------------------------------------------------
      *  PKGHIST - keyed by package, so new records land anywhere in
      *  key order; what is new is what carries a date/time past the
      *  previous run's high-water mark.
      *-----------------------------------------------------------------
       4000-EXTRACT-PKGHIST.

           MOVE 'NDVR_PKGHIST' TO WS-TBL-NAME.
           MOVE 'PKGHIST'      TO WS-TBL-DDNAME.
           PERFORM 0910-RESET-TABLE-COUNTS.
           OPEN INPUT PKGHIST.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 4100-READ-PKGHIST
              PERFORM 4200-EXTRACT-ONE-PKGHIST UNTIL IN-FILE-ATEND
              CLOSE PKGHIST
           END-IF.
           PERFORM 0900-RECORD-TABLE-COUNTS.

       4100-READ-PKGHIST.
           READ PKGHIST NEXT RECORD
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       4200-EXTRACT-ONE-PKGHIST.

           ADD 1 TO WS-TBL-READ.
           MOVE PH-DATE TO WS-PH-STAMP-DATE.
           MOVE PH-TIME TO WS-PH-STAMP-TIME.
           IF WS-PH-STAMP NOT > WS-CKP-PKGHIST-HWM
              ADD 1 TO WS-TBL-SKIPPED
           ELSE
              MOVE PH-DATE   TO WS-TS-IN-DATE
              MOVE SPACES    TO WS-TS-IN-TIME
              MOVE PH-TIME   TO WS-TS-IN-TIME(1:6)
              PERFORM 0800-FORMAT-DB2-TIMESTAMP
              IF TIMESTAMP-IS-VALID
                 MOVE SPACES             TO DB2L-PHST-REC
                 MOVE PH-PACKAGE-ID      TO LPH-PACKAGE-ID
                 MOVE WS-DB2-TS          TO LPH-EVENT-TS
                 MOVE PH-SEQ             TO LPH-SEQ
                 MOVE PH-REC-TYPE        TO LPH-REC-TYPE
                 MOVE PH-EVENT           TO LPH-EVENT
                 MOVE PH-DETAIL          TO LPH-DETAIL
                 MOVE WS-DB2-LOAD-DATE   TO LPH-LOAD-DATE
                 WRITE DB2PHST-REC FROM DB2L-PHST-REC
                 ADD 1 TO WS-TBL-LOADED
                 IF WS-PH-STAMP > WS-NEW-PKGHIST-HWM
                    MOVE WS-PH-STAMP TO WS-NEW-PKGHIST-HWM
                 END-IF
              ELSE
                 ADD 1 TO WS-TBL-REJECTED
              END-IF
           END-IF.
           PERFORM 4100-READ-PKGHIST.

      *-----------------------------------------------------------------
      *  PKGMASTR - updated in place, so a changed master record (its
      *  last event past the high-water mark) is loaded as a new row:
      *  the table keeps every state the package has been seen in.
      *-----------------------------------------------------------------
       5000-EXTRACT-PKGMASTR.

           MOVE 'NDVR_PKGMASTR' TO WS-TBL-NAME.
           MOVE 'PKGMASTR'      TO WS-TBL-DDNAME.
           PERFORM 0910-RESET-TABLE-COUNTS.
           OPEN INPUT PKGMASTR.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 5100-READ-PKGMASTR
              PERFORM 5200-EXTRACT-ONE-PKGMASTR UNTIL IN-FILE-ATEND
              CLOSE PKGMASTR
           END-IF.
           PERFORM 0900-RECORD-TABLE-COUNTS.

       5100-READ-PKGMASTR.
           READ PKGMASTR NEXT RECORD
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       5200-EXTRACT-ONE-PKGMASTR.

           ADD 1 TO WS-TBL-READ.
           IF PMR-LAST-STAMP NOT > WS-CKP-PKGMASTR-HWM
              ADD 1 TO WS-TBL-SKIPPED
           ELSE
              MOVE PMR-LAST-DATE  TO WS-TS-IN-DATE
              MOVE SPACES         TO WS-TS-IN-TIME
              MOVE PMR-LAST-TIME  TO WS-TS-IN-TIME(1:6)
              PERFORM 0800-FORMAT-DB2-TIMESTAMP
              IF TIMESTAMP-IS-VALID
                 MOVE SPACES             TO DB2L-PMST-REC
                 MOVE PMR-PACKAGE-ID     TO LPM-PACKAGE-ID
                 MOVE PMR-ENV            TO LPM-ENV
                 MOVE PMR-STGID          TO LPM-STGID
                 MOVE PMR-PACKAGE-STATUS TO LPM-PACKAGE-STATUS
                 MOVE PMR-BACKOUT-STATUS TO LPM-BACKOUT-STATUS
                 MOVE PMR-CREATE-USER    TO LPM-CREATE-USER
                 MOVE PMR-CAST-USER      TO LPM-CAST-USER
                 MOVE PMR-LAST-EVENT     TO LPM-LAST-EVENT
                 MOVE WS-DB2-TS          TO LPM-LAST-EVENT-TS
                 MOVE WS-DB2-LOAD-DATE   TO LPM-LOAD-DATE
                 WRITE DB2PMST-REC FROM DB2L-PMST-REC
                 ADD 1 TO WS-TBL-LOADED
                 IF PMR-LAST-STAMP > WS-NEW-PKGMASTR-HWM
                    MOVE PMR-LAST-STAMP TO WS-NEW-PKGMASTR-HWM
                 END-IF
              ELSE
                 ADD 1 TO WS-TBL-REJECTED
              END-IF
           END-IF.
           PERFORM 5100-READ-PKGMASTR.

      *-----------------------------------------------------------------
      *  DSNUTILB control statements for the six load datasets, one
      *  LOAD per table. An incremental run appends (RESUME YES); a
      *  full reload replaces - each table in its own tablespace, as
      *  the DDL in COPY DB2LDREC sets them up. The reconciliation
      *  table always appends.
      *-----------------------------------------------------------------
       7000-WRITE-LOAD-STATEMENTS.

           OPEN OUTPUT DB2LCTL.
           IF FULL-RELOAD
              MOVE 'REPLACE'    TO WS-LC-RESUME
           ELSE
              MOVE 'RESUME YES' TO WS-LC-RESUME
           END-IF.
           MOVE 'DB2AUD7'         TO WS-LC-INDDN.
           MOVE 'NDVR_AUDIT7'     TO WS-LC-TABLE.
           PERFORM 7100-WRITE-ONE-LOAD.
           MOVE 'DB2ELMA'         TO WS-LC-INDDN.
           MOVE 'NDVR_ELMACT'     TO WS-LC-TABLE.
           PERFORM 7100-WRITE-ONE-LOAD.
           MOVE 'DB2SHPS'         TO WS-LC-INDDN.
           MOVE 'NDVR_SHPSTAT'    TO WS-LC-TABLE.
           PERFORM 7100-WRITE-ONE-LOAD.
           MOVE 'DB2PHST'         TO WS-LC-INDDN.
           MOVE 'NDVR_PKGHIST'    TO WS-LC-TABLE.
           PERFORM 7100-WRITE-ONE-LOAD.
           MOVE 'DB2PMST'         TO WS-LC-INDDN.
           MOVE 'NDVR_PKGMASTR'   TO WS-LC-TABLE.
           PERFORM 7100-WRITE-ONE-LOAD.
           MOVE 'RESUME YES'      TO WS-LC-RESUME.
           MOVE 'DB2RECN'         TO WS-LC-INDDN.
           MOVE 'NDVR_LOAD_RECON' TO WS-LC-TABLE.
           PERFORM 7100-WRITE-ONE-LOAD.
           CLOSE DB2LCTL.

       7100-WRITE-ONE-LOAD.

           MOVE SPACES TO WS-LC-LINE.
           STRING ' LOAD DATA INDDN ' WS-LC-INDDN
                  ' LOG YES ' WS-LC-RESUME
               DELIMITED BY SIZE INTO WS-LC-LINE
           END-STRING.
           WRITE DB2LCTL-REC FROM WS-LC-LINE.
           MOVE SPACES TO WS-LC-LINE.
           STRING '   INTO TABLE ' DELIMITED BY SIZE
                  WS-CREATOR      DELIMITED BY SPACE
                  '.'             DELIMITED BY SIZE
                  WS-LC-TABLE     DELIMITED BY SPACE
               INTO WS-LC-LINE
           END-STRING.
           WRITE DB2LCTL-REC FROM WS-LC-LINE.
           PERFORM VARYING WS-LC-INX FROM 1 BY 1
                   UNTIL WS-LC-INX > WS-LC-SPEC-COUNT
              IF WS-LC-SPEC-INDDN(WS-LC-INX) = WS-LC-INDDN
                 MOVE SPACES TO WS-LC-LINE
                 STRING '   ' WS-LC-SPEC-TEXT(WS-LC-INX)
                     DELIMITED BY SIZE INTO WS-LC-LINE
                 END-STRING
                 WRITE DB2LCTL-REC FROM WS-LC-LINE
              END-IF
           END-PERFORM.
