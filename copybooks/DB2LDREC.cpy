      *****************************************************************
      *  DB2LDREC
      *  Load-ready record layouts written by C1UDB2LD, one per DB2
      *  table, and the DDL those tables are defined with. Every
      *  column sits at a fixed position with one blank between
      *  columns; dates and timestamps are in DB2 external format
      *  ('YYYY-MM-DD', 'YYYY-MM-DD-HH.MM.SS.NNNNNN') so the LOAD
      *  utility takes them as DATE/TIMESTAMP EXTERNAL. C1UDB2LD
      *  writes the matching LOAD statements to DD DB2LCTL each run,
      *  so positions here and there cannot drift apart. LOAD_DATE
      *  is the extract run's date on every row.
      *
      *  DDL (creator NDVRLOG shown - C1UDB2LD takes the creator from
      *  its PARM):
      *
      *    CREATE TABLE NDVRLOG.NDVR_AUDIT7
      *      (PACKAGE_ID     CHAR(16)     NOT NULL,
      *       EVENT_TS       TIMESTAMP    NOT NULL,
      *       EVENT          CHAR(6)      NOT NULL,
      *       GROUP_NAME     CHAR(12)     NOT NULL,
      *       APPROVAL_FLAG  CHAR(1)      NOT NULL,
      *       RECIPIENT      CHAR(9)      NOT NULL,
      *       ENV            CHAR(8)      NOT NULL,
      *       LOAD_DATE      DATE         NOT NULL);
      *    CREATE INDEX NDVRLOG.NDVRAUD7X1
      *      ON NDVRLOG.NDVR_AUDIT7 (PACKAGE_ID, EVENT_TS);
      *
      *    CREATE TABLE NDVRLOG.NDVR_ELMACT
      *      (EVENT_TS       TIMESTAMP    NOT NULL,
      *       SRC_ENV        CHAR(8)      NOT NULL,
      *       TGT_ENV        CHAR(8)      NOT NULL,
      *       SYSTEM         CHAR(8)      NOT NULL,
      *       SUBSYSTEM      CHAR(8)      NOT NULL,
      *       ELEMENT        CHAR(10)     NOT NULL,
      *       TYPE           CHAR(8)      NOT NULL,
      *       PROC_GROUP     CHAR(16)     NOT NULL,
      *       ACTION         CHAR(10)     NOT NULL,
      *       CCID           CHAR(12)     NOT NULL,
      *       USERID         CHAR(8)      NOT NULL,
      *       EXIT_RC        CHAR(4)      NOT NULL,
      *       LOAD_DATE      DATE         NOT NULL);
      *    CREATE INDEX NDVRLOG.NDVRELMX1
      *      ON NDVRLOG.NDVR_ELMACT (ELEMENT, TYPE, EVENT_TS);
      *    CREATE INDEX NDVRLOG.NDVRELMX2
      *      ON NDVRLOG.NDVR_ELMACT (CCID);
      *
      *    CREATE TABLE NDVRLOG.NDVR_SHPSTAT
      *      (EVENT_TS       TIMESTAMP    NOT NULL,
      *       PACKAGE_ID     CHAR(16)     NOT NULL,
      *       ENV            CHAR(8)      NOT NULL,
      *       STGID          CHAR(1)      NOT NULL,
      *       DIRECTION      CHAR(3)      NOT NULL,
      *       RETRIES        SMALLINT     NOT NULL,
      *       SHIP_RC        INTEGER      NOT NULL,
      *       STATUS         CHAR(7)      NOT NULL,
      *       LOAD_DATE      DATE         NOT NULL);
      *    CREATE INDEX NDVRLOG.NDVRSHPX1
      *      ON NDVRLOG.NDVR_SHPSTAT (PACKAGE_ID, EVENT_TS);
      *
      *    CREATE TABLE NDVRLOG.NDVR_PKGHIST
      *      (PACKAGE_ID     CHAR(16)     NOT NULL,
      *       EVENT_TS       TIMESTAMP    NOT NULL,
      *       SEQ            SMALLINT     NOT NULL,
      *       REC_TYPE       CHAR(1)      NOT NULL,
      *       EVENT          CHAR(6)      NOT NULL,
      *       DETAIL         CHAR(43)     NOT NULL,
      *       LOAD_DATE      DATE         NOT NULL);
      *    CREATE INDEX NDVRLOG.NDVRPHSX1
      *      ON NDVRLOG.NDVR_PKGHIST (PACKAGE_ID, EVENT_TS, SEQ);
      *
      *    CREATE TABLE NDVRLOG.NDVR_PKGMASTR
      *      (PACKAGE_ID     CHAR(16)     NOT NULL,
      *       ENV            CHAR(8)      NOT NULL,
      *       STGID          CHAR(1)      NOT NULL,
      *       PACKAGE_STATUS CHAR(12)     NOT NULL,
      *       BACKOUT_STATUS CHAR(12)     NOT NULL,
      *       CREATE_USER    CHAR(8)      NOT NULL,
      *       CAST_USER      CHAR(8)      NOT NULL,
      *       LAST_EVENT     CHAR(12)     NOT NULL,
      *       LAST_EVENT_TS  TIMESTAMP    NOT NULL,
      *       LOAD_DATE      DATE         NOT NULL);
      *    CREATE INDEX NDVRLOG.NDVRPMSX1
      *      ON NDVRLOG.NDVR_PKGMASTR (PACKAGE_ID, LAST_EVENT_TS);
      *
      *    CREATE TABLE NDVRLOG.NDVR_LOAD_RECON
      *      (LOAD_TS          TIMESTAMP  NOT NULL,
      *       TABLE_NAME       CHAR(18)   NOT NULL,
      *       SOURCE_DD        CHAR(8)    NOT NULL,
      *       RECORDS_READ     INTEGER    NOT NULL,
      *       RECORDS_SKIPPED  INTEGER    NOT NULL,
      *       RECORDS_LOADED   INTEGER    NOT NULL,
      *       RECORDS_REJECTED INTEGER    NOT NULL,
      *       RESTARTED        CHAR(1)    NOT NULL);
      *
      *  NDVR_PKGMASTR keeps every state a package has been seen in
      *  (one row per changed master record per run); the current
      *  state is the row with the highest LAST_EVENT_TS. Each table's
      *  SUM(RECORDS_LOADED) in NDVR_LOAD_RECON since its latest
      *  full reload (RESTARTED 'F', which REPLACEs the table) equals
      *  its COUNT(*) when every load has gone in. RESTARTED 'R' marks
      *  a log that was rotated between runs and extracted from the
      *  top.
      *****************************************************************
      *= NDVR_AUDIT7 - DD DB2AUD7 ======================================
       01  DB2L-AUD7-REC.
           03  LA7-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  LA7-EVENT-TS                 PIC X(26).
           03  FILLER                       PIC X(01).
           03  LA7-EVENT                    PIC X(06).
           03  FILLER                       PIC X(01).
           03  LA7-GROUP-NAME               PIC X(12).
           03  FILLER                       PIC X(01).
           03  LA7-APPROVAL-FLAG            PIC X(01).
           03  FILLER                       PIC X(01).
           03  LA7-RECIPIENT                PIC X(09).
           03  FILLER                       PIC X(01).
           03  LA7-ENV                      PIC X(08).
           03  FILLER                       PIC X(01).
           03  LA7-LOAD-DATE                PIC X(10).
           03  FILLER                       PIC X(05).
      *= NDVR_ELMACT - DD DB2ELMA ======================================
       01  DB2L-ELMA-REC.
           03  LEA-EVENT-TS                 PIC X(26).
           03  FILLER                       PIC X(01).
           03  LEA-SRC-ENV                  PIC X(08).
           03  FILLER                       PIC X(01).
           03  LEA-TGT-ENV                  PIC X(08).
           03  FILLER                       PIC X(01).
           03  LEA-SYSTEM                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  LEA-SUBSYSTEM                PIC X(08).
           03  FILLER                       PIC X(01).
           03  LEA-ELEMENT                  PIC X(10).
           03  FILLER                       PIC X(01).
           03  LEA-TYPE                     PIC X(08).
           03  FILLER                       PIC X(01).
           03  LEA-PROC-GROUP               PIC X(16).
           03  FILLER                       PIC X(01).
           03  LEA-ACTION                   PIC X(10).
           03  FILLER                       PIC X(01).
           03  LEA-CCID                     PIC X(12).
           03  FILLER                       PIC X(01).
           03  LEA-USERID                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  LEA-EXIT-RC                  PIC X(04).
           03  FILLER                       PIC X(01).
           03  LEA-LOAD-DATE                PIC X(10).
           03  FILLER                       PIC X(02).
      *= NDVR_SHPSTAT - DD DB2SHPS =====================================
       01  DB2L-SHPS-REC.
           03  LSH-EVENT-TS                 PIC X(26).
           03  FILLER                       PIC X(01).
           03  LSH-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  LSH-ENV                      PIC X(08).
           03  FILLER                       PIC X(01).
           03  LSH-STGID                    PIC X(01).
           03  FILLER                       PIC X(01).
           03  LSH-DIRECTION                PIC X(03).
           03  FILLER                       PIC X(01).
           03  LSH-RETRIES                  PIC 9(02).
           03  FILLER                       PIC X(01).
           03  LSH-RC                       PIC X(09).
           03  FILLER                       PIC X(01).
           03  LSH-STATUS                   PIC X(07).
           03  FILLER                       PIC X(01).
           03  LSH-LOAD-DATE                PIC X(10).
           03  FILLER                       PIC X(10).
      *= NDVR_PKGHIST - DD DB2PHST =====================================
       01  DB2L-PHST-REC.
           03  LPH-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  LPH-EVENT-TS                 PIC X(26).
           03  FILLER                       PIC X(01).
           03  LPH-SEQ                      PIC 9(03).
           03  FILLER                       PIC X(01).
           03  LPH-REC-TYPE                 PIC X(01).
           03  FILLER                       PIC X(01).
           03  LPH-EVENT                    PIC X(06).
           03  FILLER                       PIC X(01).
           03  LPH-DETAIL                   PIC X(43).
           03  FILLER                       PIC X(01).
           03  LPH-LOAD-DATE                PIC X(10).
           03  FILLER                       PIC X(09).
      *= NDVR_PKGMASTR - DD DB2PMST ====================================
       01  DB2L-PMST-REC.
           03  LPM-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  LPM-ENV                      PIC X(08).
           03  FILLER                       PIC X(01).
           03  LPM-STGID                    PIC X(01).
           03  FILLER                       PIC X(01).
           03  LPM-PACKAGE-STATUS           PIC X(12).
           03  FILLER                       PIC X(01).
           03  LPM-BACKOUT-STATUS           PIC X(12).
           03  FILLER                       PIC X(01).
           03  LPM-CREATE-USER              PIC X(08).
           03  FILLER                       PIC X(01).
           03  LPM-CAST-USER                PIC X(08).
           03  FILLER                       PIC X(01).
           03  LPM-LAST-EVENT               PIC X(12).
           03  FILLER                       PIC X(01).
           03  LPM-LAST-EVENT-TS            PIC X(26).
           03  FILLER                       PIC X(01).
           03  LPM-LOAD-DATE                PIC X(10).
           03  FILLER                       PIC X(08).
      *= NDVR_LOAD_RECON - DD DB2RECN ==================================
       01  DB2L-RECN-REC.
           03  LRC-LOAD-TS                  PIC X(26).
           03  FILLER                       PIC X(01).
           03  LRC-TABLE-NAME               PIC X(18).
           03  FILLER                       PIC X(01).
           03  LRC-SOURCE-DD                PIC X(08).
           03  FILLER                       PIC X(01).
           03  LRC-RECORDS-READ             PIC 9(07).
           03  FILLER                       PIC X(01).
           03  LRC-RECORDS-SKIPPED          PIC 9(07).
           03  FILLER                       PIC X(01).
           03  LRC-RECORDS-LOADED           PIC 9(07).
           03  FILLER                       PIC X(01).
           03  LRC-RECORDS-REJECTED         PIC 9(07).
           03  FILLER                       PIC X(01).
           03  LRC-RESTARTED                PIC X(01).
           03  FILLER                       PIC X(02).
