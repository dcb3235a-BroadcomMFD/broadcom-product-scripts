      *              valid number is kept on the live file rather     *
      *              than archived - never lose a record to a         *
      *              malformed date.                                  *
      *              AUDIT7 and SNOWLG2 carry chain hashes (COPY      *
      *              LOGCHRQ), so only the unbroken run of records    *
      *              from the front of the file older than the cutoff *
      *              is archived - once one record is kept, every     *
      *              record after it is kept too, and the archive and *
      *              the live file each stay one piece of the chain.  *
      *              The hash of the last record archived on each     *
      *              chain is listed on RETNRPT: C1ULOGHV takes it as *
      *              the starting link when it verifies the live      *
      *              file.                                            *
      *                                                               *
      * SETUP:       The JCL step after this one copies each xxxxxxO  *
      *              DD back over the live dataset, the same rewrite- *
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC                        PIC X(160).
       FD  AUDIT7A
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7A-REC                       PIC X(160).
       FD  AUDIT7O
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7O-REC                       PIC X(160).

       FD  PKGAGE
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGE-REC                        PIC X(144).
       FD  PKGAGEA
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGEA-REC                       PIC X(144).
       FD  PKGAGEO
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGEO-REC                       PIC X(144).

       FD  MAILDLQ
           RECORD CONTAINS 100 CHARACTERS.
       01  NOTFYDGO-REC                      PIC X(180).

       FD  RSNCLOG
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLOG-REC                       PIC X(144).
       FD  RSNCLOGA
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLOGA-REC                      PIC X(144).
       FD  RSNCLOGO
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLOGO-REC                      PIC X(144).

       FD  SHPSTAT
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTAT-REC                       PIC X(145).
       FD  SHPSTATA
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTATA-REC                      PIC X(145).
       FD  SHPSTATO
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTATO-REC                      PIC X(145).

       FD  SNOWLG2
           RECORD CONTAINS 132 CHARACTERS.
                                             PIC 9(08).
       01  WS-ARCHIVE-FLAG                   PIC X(01).
           88  RECORD-IS-ARCHIVED                    VALUE 'Y'.
       01  WS-KEEP-REST                      PIC X(01).
           88  KEEPING-REST                          VALUE 'Y'.

      *= Last hash archived on each chain of the current log ==========
       01  WS-BND-TABLE.
           03  WS-BND-ENTRY OCCURS 8 TIMES.
               05  WS-BND-CHAIN-ID           PIC X(08).
               05  WS-BND-HASH               PIC X(12).
       01  WS-BND-COUNT                      PIC 9(02).
       01  WS-BND-INX                        PIC 9(02).
       01  WS-BND-HIT-INX                    PIC 9(02).
       01  WS-CHAIN-ID                       PIC X(08).
       01  WS-CHAIN-HASH                     PIC X(12).

       01  WS-READ-COUNT                     PIC 9(07).
       01  WS-ARCHIVED-COUNT                 PIC 9(07).
           03  RPT-KEPT-COUNT                PIC ZZZ,ZZ9.
           03  FILLER                        PIC X(45) VALUE SPACES.

       01  WS-BOUNDARY-LINE.
           03  FILLER                        PIC X(10) VALUE
               '  CHAIN   '.
           03  RPT-BND-CHAIN-ID              PIC X(08).
           03  FILLER                        PIC X(23) VALUE
               ' ARCHIVE ENDS AT HASH '.
           03  RPT-BND-HASH                  PIC X(12).
           03  FILLER                        PIC X(27) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH              PIC S9(04) COMP.

           MOVE 'N' TO WS-ARCHIVE-FLAG.
           IF WS-REC-DATE-TEXT IS NUMERIC
              AND NOT KEEPING-REST
              IF WS-REC-DATE-NUM < WS-CUTOFF-DATE
                 MOVE 'Y' TO WS-ARCHIVE-FLAG
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The four logs that carry the common log header are dated by
      *  it. A record without one (a generation not yet through
      *  C1ULOGCV) has no date this pass trusts, so it is kept.
      *-----------------------------------------------------------------
       0150-DATE-FROM-LOG-HEADER.

           IF LGH-HEADED-RECORD
              MOVE LGH-DATE TO WS-REC-DATE-TEXT
           ELSE
              MOVE SPACES   TO WS-REC-DATE-TEXT
           END-IF.

       0200-RESET-FILE-COUNTS.

           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           MOVE 'N' TO WS-KEEP-REST.
           MOVE 0 TO WS-BND-COUNT.

       0300-WRITE-STATS-LINE.

           MOVE WS-ARCHIVED-COUNT TO RPT-ARCHIVED-COUNT.
           MOVE WS-KEPT-COUNT     TO RPT-KEPT-COUNT.
           WRITE RETNRPT-REC FROM WS-STATS-LINE.
           PERFORM VARYING WS-BND-INX FROM 1 BY 1
                   UNTIL WS-BND-INX > WS-BND-COUNT
              MOVE WS-BND-CHAIN-ID(WS-BND-INX) TO RPT-BND-CHAIN-ID
              MOVE WS-BND-HASH(WS-BND-INX)     TO RPT-BND-HASH
              WRITE RETNRPT-REC FROM WS-BOUNDARY-LINE
           END-PERFORM.

      *-----------------------------------------------------------------
      *  An archived record of a chained log moves its chain's
      *  boundary on - WS-CHAIN-ID and WS-CHAIN-HASH from the caller.
      *  A record with no hash (written before the chain began) does
      *  not.
      *-----------------------------------------------------------------
       0400-NOTE-BOUNDARY-HASH.

           IF WS-CHAIN-HASH NOT = SPACES
              MOVE 0 TO WS-BND-HIT-INX
              PERFORM VARYING WS-BND-INX FROM 1 BY 1
                      UNTIL WS-BND-INX > WS-BND-COUNT
                 IF WS-BND-CHAIN-ID(WS-BND-INX) = WS-CHAIN-ID
                    MOVE WS-BND-INX TO WS-BND-HIT-INX
                 END-IF
              END-PERFORM
              IF WS-BND-HIT-INX = 0 AND WS-BND-COUNT < 8
                 ADD 1 TO WS-BND-COUNT
                 MOVE WS-BND-COUNT TO WS-BND-HIT-INX
                 MOVE WS-CHAIN-ID  TO WS-BND-CHAIN-ID(WS-BND-HIT-INX)
              END-IF
              IF WS-BND-HIT-INX > 0
                 MOVE WS-CHAIN-HASH TO WS-BND-HASH(WS-BND-HIT-INX)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  AUDIT7 - record date is the log header date (COPY LOGHDR).
      *  A chained log: archived from the front only; each system's
      *  chain is its own (the header's system).
      *-----------------------------------------------------------------
       1000-RETAIN-AUDIT7.


       1200-SPLIT-AUDIT7-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE AUDIT7-REC(1:64) TO WS-LOG-HEADER.
           PERFORM 0150-DATE-FROM-LOG-HEADER.
           PERFORM 0100-CLASSIFY-RECORD-DATE.
           IF RECORD-IS-ARCHIVED
              ADD 1 TO WS-ARCHIVED-COUNT
              WRITE AUDIT7A-REC FROM AUDIT7-REC
              MOVE LGH-SYSTEM          TO WS-CHAIN-ID
              MOVE AUDIT7-REC(145:12)  TO WS-CHAIN-HASH
              PERFORM 0400-NOTE-BOUNDARY-HASH
           ELSE
              ADD 1 TO WS-KEPT-COUNT
              WRITE AUDIT7O-REC FROM AUDIT7-REC
              MOVE 'Y' TO WS-KEEP-REST
           END-IF.
           PERFORM 1100-READ-AUDIT7.

      *-----------------------------------------------------------------
      *  PKGAGE - retention is judged on the log header date (when
      *  the snapshot was taken - PKA-REPORT-DATE on a record
      *  upgraded from before the header), not the package's own
      *  create date - an actively-aging package's current snapshots
      *  must stay on the live file whatever its create date says.
      *-----------------------------------------------------------------
       2000-RETAIN-PKGAGE.


       2200-SPLIT-PKGAGE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE PKGAGE-REC(1:64) TO WS-LOG-HEADER.
           PERFORM 0150-DATE-FROM-LOG-HEADER.
           PERFORM 0100-CLASSIFY-RECORD-DATE.
           IF RECORD-IS-ARCHIVED
              ADD 1 TO WS-ARCHIVED-COUNT
           PERFORM 4100-READ-NOTFYDGQ.

      *-----------------------------------------------------------------
      *  RSNCLOG - record date is the log header date.
      *-----------------------------------------------------------------
       5000-RETAIN-RSNCLOG.


       5200-SPLIT-RSNCLOG-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE RSNCLOG-REC(1:64) TO WS-LOG-HEADER.
           PERFORM 0150-DATE-FROM-LOG-HEADER.
           PERFORM 0100-CLASSIFY-RECORD-DATE.
           IF RECORD-IS-ARCHIVED
              ADD 1 TO WS-ARCHIVED-COUNT
           PERFORM 5100-READ-RSNCLOG.

      *-----------------------------------------------------------------
      *  SHPSTAT - record date is the log header date.
      *-----------------------------------------------------------------
       6000-RETAIN-SHPSTAT.


       6200-SPLIT-SHPSTAT-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SHPSTAT-REC(1:64) TO WS-LOG-HEADER.
           PERFORM 0150-DATE-FROM-LOG-HEADER.
           PERFORM 0100-CLASSIFY-RECORD-DATE.
           IF RECORD-IS-ARCHIVED
              ADD 1 TO WS-ARCHIVED-COUNT

      *-----------------------------------------------------------------
      *  SNOWLG2 - record date is the leading trace date at position 1.
      *  A chained log like AUDIT7 - the emergency override lines
      *  carry a chain hash in positions 121-132, one chain for the
      *  whole dataset.
      *-----------------------------------------------------------------
       7000-RETAIN-SNOWLG2.

           IF RECORD-IS-ARCHIVED
              ADD 1 TO WS-ARCHIVED-COUNT
              WRITE SNOWLG2A-REC FROM SNOWLG2-REC
              MOVE SPACES              TO WS-CHAIN-ID
              MOVE SNOWLG2-REC(121:12) TO WS-CHAIN-HASH
              PERFORM 0400-NOTE-BOUNDARY-HASH
           ELSE
              ADD 1 TO WS-KEPT-COUNT
              WRITE SNOWLG2O-REC FROM SNOWLG2-REC
              MOVE 'Y' TO WS-KEEP-REST
           END-IF.
           PERFORM 7100-READ-SNOWLG2.
