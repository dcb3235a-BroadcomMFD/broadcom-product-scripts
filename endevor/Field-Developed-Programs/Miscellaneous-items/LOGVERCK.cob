       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Reader-side check of the common log header       *
      *              (copybook LOGHDR). Every reader of the durable   *
      *              exit logs passes each record's header through    *
      *              here with the log it expects and the layout      *
      *              version it was compiled for, and gets back       *
      *              whether the record is its own version, an older  *
      *              or a newer one (all readable - see the layout    *
      *              rule in LOGHDR), or not usable at all: a record  *
      *              with no header (a generation not yet run through *
      *              C1ULOGCV) or another log's record (the DD points *
      *              at the wrong dataset - RSNCLOG, PKGAGE and       *
      *              BKWAIVER are all 144 bytes, so nothing else      *
      *              would notice). The reader skips a record that is *
      *              not usable; the first 20 per program load are    *
      *              named on the job log.                            *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'LOGVERCK' USING WS-LOG-HEADER            *
      *                                      WS-LOG-READ-CHECK        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGVERCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-SKIP-COUNT                     PIC 9(07) VALUE 0.
       01  WS-SKIP-DISPLAY-MAX               PIC 9(07) VALUE 20.

       LINKAGE SECTION.
       COPY LOGHDR.

       PROCEDURE DIVISION USING WS-LOG-HEADER WS-LOG-READ-CHECK.
       MAIN-LINE.

           EVALUATE TRUE
             WHEN NOT LGH-HEADED-RECORD
               MOVE 'X' TO LGR-VERDICT
               PERFORM 0100-REPORT-SKIP
             WHEN LGR-EXPECT-TYPE NOT = SPACES
              AND LGH-RECORD-TYPE NOT = LGR-EXPECT-TYPE
               MOVE 'X' TO LGR-VERDICT
               PERFORM 0100-REPORT-SKIP
             WHEN LGH-LAYOUT-VERSION IS NOT NUMERIC
               MOVE 'X' TO LGR-VERDICT
               PERFORM 0100-REPORT-SKIP
             WHEN LGH-LAYOUT-VERSION = LGR-READER-VERSION
               MOVE 'S' TO LGR-VERDICT
             WHEN LGH-LAYOUT-VERSION < LGR-READER-VERSION
               MOVE 'O' TO LGR-VERDICT
             WHEN OTHER
               MOVE 'N' TO LGR-VERDICT
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
      *  Name the skipped record on the job log - up to the limit, and
      *  once more to say the rest are not being named.
      *-----------------------------------------------------------------
       0100-REPORT-SKIP.

           ADD 1 TO WS-SKIP-COUNT.
           IF WS-SKIP-COUNT > WS-SKIP-DISPLAY-MAX + 1
              GOBACK
           END-IF.
           IF WS-SKIP-COUNT > WS-SKIP-DISPLAY-MAX
              DISPLAY 'LOGVERCK: FURTHER UNUSABLE LOG RECORDS SKIPPED'
                      ' WITHOUT MESSAGE'
              GOBACK
           END-IF.
           IF LGH-HEADED-RECORD
              DISPLAY 'LOGVERCK: ' LGR-EXPECT-TYPE
                      ' READER SKIPPED A ' LGH-RECORD-TYPE
                      ' RECORD VERSION ' LGH-LAYOUT-VERSION
                      ' KEY ' LGH-KEY
           ELSE
              DISPLAY 'LOGVERCK: ' LGR-EXPECT-TYPE
                      ' READER SKIPPED A RECORD WITHOUT THE LOG HEADER'
                      ' - CONVERT THE GENERATION WITH C1ULOGCV'
           END-IF.
