       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Puts the common log header (copybook LOGHDR) in  *
      *              front of a durable-log record written before the *
      *              header existed. The header is built from what    *
      *              the old body already says - its own date, time   *
      *              and package, element or CCID - and marked layout *
      *              version 00, so a reader knows the body is the    *
      *              headerless layout as it last stood. The job name *
      *              is only known for BKWAIVER and CMTWAIVR, which   *
      *              always carried it; the system is the caller's,   *
      *              when it knows.                                   *
      *              Used by the one-time generation conversion       *
      *              C1ULOGCV and by the LOGFALLB replay C1UFBRPL     *
      *              (a fallback record saved before the rollout).    *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'LOGUPGRD' USING WS-LOG-UPGRADE           *
      *              (copybook LOGUPGRQ).                             *
      *                                                               *
      *              Where each old body keeps what the header needs: *
      *                         DATE    TIME    KEY                   *
      *                AUDIT7   17-24   25-30   1-16 package          *
      *                SHPSTAT  1-8     10-15   17-32 package         *
      *                ELMACTLG 1-8     10-15   55-64 element,        *
      *                                         66-73 type            *
      *                RSNCLOG  1-8     10-15   44-55 CCID            *
      *                PKGAGE   34-41   -       1-16 package          *
      *                BKWAIVER 1-8     10-15   17-32 package,        *
      *                                         51-58 job name        *
      *                CMTWAIVR 1-8     10-15   17-32 package,        *
      *                                         51-58 job name        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGUPGRD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-OLD-LENGTH                     PIC 9(03).
       01  WS-DATE-TEXT                      PIC X(08).
       01  WS-TIME-TEXT                      PIC X(06).

       COPY LOGHDR.

       LINKAGE SECTION.
       COPY LOGUPGRQ.

       PROCEDURE DIVISION USING WS-LOG-UPGRADE.
       MAIN-LINE.

           MOVE SPACES TO LGU-NEW-IMAGE.
           MOVE 0      TO LGU-NEW-LENGTH.
           MOVE 0      TO LGU-RETURN-CODE.

           MOVE LGU-OLD-IMAGE(1:64) TO WS-LOG-HEADER.
           IF LGH-HEADED-RECORD
              MOVE LGU-OLD-IMAGE TO LGU-NEW-IMAGE
              PERFORM 0200-SET-HEADED-LENGTH
              MOVE 4 TO LGU-RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'LH='           TO LGH-EYECATCHER.
           MOVE LGU-RECORD-TYPE TO LGH-RECORD-TYPE.
           MOVE 0               TO LGH-LAYOUT-VERSION.
           MOVE LGU-SYSTEM      TO LGH-SYSTEM.
           MOVE SPACES          TO WS-DATE-TEXT WS-TIME-TEXT.

           EVALUATE LGU-RECORD-TYPE
             WHEN 'AUDIT7'
               MOVE 80                    TO WS-OLD-LENGTH
               MOVE LGU-OLD-IMAGE(17:8)   TO WS-DATE-TEXT
               MOVE LGU-OLD-IMAGE(25:6)   TO WS-TIME-TEXT
               MOVE LGU-OLD-IMAGE(1:16)   TO LGH-KEY
             WHEN 'SHPSTAT'
               MOVE 81                    TO WS-OLD-LENGTH
               MOVE LGU-OLD-IMAGE(1:8)    TO WS-DATE-TEXT
               MOVE LGU-OLD-IMAGE(10:6)   TO WS-TIME-TEXT
               MOVE LGU-OLD-IMAGE(17:16)  TO LGH-KEY
             WHEN 'ELMACTLG'
               MOVE 132                   TO WS-OLD-LENGTH
               MOVE LGU-OLD-IMAGE(1:8)    TO WS-DATE-TEXT
               MOVE LGU-OLD-IMAGE(10:6)   TO WS-TIME-TEXT
               MOVE LGU-OLD-IMAGE(55:10)  TO LGH-KEY(1:10)
               MOVE LGU-OLD-IMAGE(66:8)   TO LGH-KEY(12:8)
             WHEN 'RSNCLOG'
               MOVE 80                    TO WS-OLD-LENGTH
               MOVE LGU-OLD-IMAGE(1:8)    TO WS-DATE-TEXT
               MOVE LGU-OLD-IMAGE(10:6)   TO WS-TIME-TEXT
               MOVE LGU-OLD-IMAGE(44:12)  TO LGH-KEY
             WHEN 'PKGAGE'
               MOVE 80                    TO WS-OLD-LENGTH
               MOVE LGU-OLD-IMAGE(34:8)   TO WS-DATE-TEXT
               MOVE LGU-OLD-IMAGE(1:16)   TO LGH-KEY
             WHEN 'BKWAIVER'
               MOVE 80                    TO WS-OLD-LENGTH
               MOVE LGU-OLD-IMAGE(1:8)    TO WS-DATE-TEXT
               MOVE LGU-OLD-IMAGE(10:6)   TO WS-TIME-TEXT
               MOVE LGU-OLD-IMAGE(17:16)  TO LGH-KEY
               MOVE LGU-OLD-IMAGE(51:8)   TO LGH-JOB-NAME
             WHEN 'CMTWAIVR'
               MOVE 80                    TO WS-OLD-LENGTH
               MOVE LGU-OLD-IMAGE(1:8)    TO WS-DATE-TEXT
               MOVE LGU-OLD-IMAGE(10:6)   TO WS-TIME-TEXT
               MOVE LGU-OLD-IMAGE(17:16)  TO LGH-KEY
               MOVE LGU-OLD-IMAGE(51:8)   TO LGH-JOB-NAME
             WHEN OTHER
               MOVE 8 TO LGU-RETURN-CODE
               GOBACK
           END-EVALUATE.

           IF WS-DATE-TEXT IS NUMERIC
              MOVE WS-DATE-TEXT TO LGH-DATE
           ELSE
              MOVE 0 TO LGH-DATE
           END-IF.
           IF WS-TIME-TEXT IS NUMERIC
              MOVE WS-TIME-TEXT TO LGH-TIME
           ELSE
              MOVE 0 TO LGH-TIME
           END-IF.

           MOVE WS-LOG-HEADER TO LGU-NEW-IMAGE(1:64).
           MOVE LGU-OLD-IMAGE(1:WS-OLD-LENGTH)
                TO LGU-NEW-IMAGE(65:WS-OLD-LENGTH).
           COMPUTE LGU-NEW-LENGTH = WS-OLD-LENGTH + 64.
           IF LGU-RECORD-TYPE = 'AUDIT7'
              MOVE 160 TO LGU-NEW-LENGTH
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      *  Length of a record that already carries the header. AUDIT7
      *  grew to 160 bytes for its chain hash; a headed record from
      *  before that is 144 bytes, space-filled out to the new length.
      *-----------------------------------------------------------------
       0200-SET-HEADED-LENGTH.

           EVALUATE LGH-RECORD-TYPE
             WHEN 'AUDIT7'
               MOVE 160 TO LGU-NEW-LENGTH
             WHEN 'SHPSTAT'
               MOVE 145 TO LGU-NEW-LENGTH
             WHEN 'ELMACTLG'
               MOVE 196 TO LGU-NEW-LENGTH
             WHEN OTHER
               MOVE 144 TO LGU-NEW-LENGTH
           END-EVALUATE.
