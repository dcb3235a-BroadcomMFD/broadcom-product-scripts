       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Daily anchor for the tamper-evident SOX evidence *
      *              logs (COPY LOGCHRQ). Copies the head of every    *
      *              chain on the keyed DD LOGCHST store (COPY        *
      *              LOGCHST) - the hash of the last record each      *
      *              chain took - to the anchor dataset on DD         *
      *              LOGANCHR (COPY LOGANCH), appended, and sends the *
      *              same line to the operator console through        *
      *              WTOALERT. LOGANCHR is protected by its own       *
      *              security profile: the exits' and batch log       *
      *              writers' IDs are not permitted to update it,     *
      *              only this job's. A log rewritten after an anchor *
      *              cannot be re-chained without the anchored hash   *
      *              disappearing from it, which C1ULOGHV reports.    *
      *              Scheduled once a day; one line per chain to DD   *
      *              LOGANRPT.                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1ULOGAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGCHST ASSIGN TO LOGCHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCF-KEY
               FILE STATUS IS WS-LOGCHST-FILE-STATUS.
           SELECT LOGANCHR ASSIGN TO LOGANCHR
               FILE STATUS IS WS-LOGANCHR-FILE-STATUS.
           SELECT LOGANRPT ASSIGN TO LOGANRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGCHST
           RECORD CONTAINS 80 CHARACTERS.
       01  LOGCHST-REC.
           03  LCF-KEY                      PIC X(16).
           03  LCF-DATA                     PIC X(64).

       FD  LOGANCHR
           RECORD CONTAINS 80 CHARACTERS.
       01  LOGANCHR-REC                     PIC X(80).

       FD  LOGANRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  LOGANRPT-REC                     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-LOGCHST-FILE-STATUS           PIC X(02).
           88  LOGCHST-ATEND                        VALUE '10'.
       01  WS-LOGANCHR-FILE-STATUS          PIC X(02).

       01  WS-ANCHOR-DATE                   PIC 9(08).
       01  WS-ANCHOR-TIME                   PIC 9(08).
       01  WS-ANCHOR-COUNT                  PIC 9(07) VALUE 0.
       01  WS-WRITE-ERROR-COUNT             PIC 9(07) VALUE 0.

       01  WS-WTO-TEXT                      PIC X(116).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                        PIC X(40) VALUE
               'LOG      CHAIN    HEAD HASH      RECORDS'.
           03  FILLER                        PIC X(40) VALUE
               '  LAST WRITTEN'.

       01  WS-ANCHOR-LINE.
           03  RPT-LOG-NAME                  PIC X(08).
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  RPT-CHAIN-ID                  PIC X(08).
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  RPT-HEAD-HASH                 PIC X(12).
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  RPT-RECORD-COUNT              PIC ZZZZZZZZ9.
           03  FILLER                        PIC X(02) VALUE SPACES.
           03  RPT-LAST-DATE                 PIC 9999/99/99.
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  RPT-LAST-TIME                 PIC 99B99B99.
           03  FILLER                        PIC X(19) VALUE SPACES.

       01  WS-COUNT-LINE.
           03  RPT-COUNT-TEXT                PIC X(30).
           03  RPT-COUNT                     PIC Z,ZZZ,ZZ9.
           03  FILLER                        PIC X(41) VALUE SPACES.

         COPY RUNCTXH.

         COPY LOGCHST.

         COPY LOGANCH.

       PROCEDURE DIVISION.
       MAIN-LINE.

           OPEN OUTPUT LOGANRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE LOGANRPT-REC FROM WS-HDR-LINE.

           OPEN INPUT LOGCHST.
           IF WS-LOGCHST-FILE-STATUS NOT = '00'
              DISPLAY 'C1ULOGAN: LOGCHST OPEN FAILED, STATUS '
                      WS-LOGCHST-FILE-STATUS ' - NO ANCHORS WRITTEN'
              CLOSE LOGANRPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND LOGANCHR.
           IF WS-LOGANCHR-FILE-STATUS NOT = '00'
              DISPLAY 'C1ULOGAN: LOGANCHR OPEN FAILED, STATUS '
                      WS-LOGANCHR-FILE-STATUS ' - NO ANCHORS WRITTEN'
              CLOSE LOGCHST LOGANRPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-ANCHOR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ANCHOR-TIME FROM TIME.

           PERFORM 0100-READ-LOGCHST.
           PERFORM 0200-ANCHOR-ONE-HEAD UNTIL LOGCHST-ATEND.

           CLOSE LOGCHST LOGANCHR.

           MOVE 'CHAIN HEADS ANCHORED'         TO RPT-COUNT-TEXT.
           MOVE WS-ANCHOR-COUNT                TO RPT-COUNT.
           WRITE LOGANRPT-REC FROM WS-COUNT-LINE.
           MOVE 'LOGANCHR WRITE FAILED'        TO RPT-COUNT-TEXT.
           MOVE WS-WRITE-ERROR-COUNT           TO RPT-COUNT.
           WRITE LOGANRPT-REC FROM WS-COUNT-LINE.
           CLOSE LOGANRPT.

           DISPLAY 'C1ULOGAN: ' WS-ANCHOR-COUNT ' CHAIN HEADS ANCHORED'.

           IF WS-WRITE-ERROR-COUNT > 0
              MOVE 8 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1ULOGAN' TO WS-LGR-PROGRAM.
           MOVE WS-ANCHOR-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of LOGANRPT - see COPY RUNCTXH.
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
           WRITE LOGANRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-READ-LOGCHST.

           READ LOGCHST NEXT RECORD
               AT END MOVE '10' TO WS-LOGCHST-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  One chain head to the anchor dataset, the report and the
      *  console. The console copy is the one that survives even if
      *  the anchor dataset itself is lost.
      *-----------------------------------------------------------------
       0200-ANCHOR-ONE-HEAD.

           MOVE LOGCHST-REC TO WS-LOG-CHAIN-HEAD.
           MOVE SPACES             TO WS-LOG-ANCHOR.
           MOVE WS-ANCHOR-DATE     TO LAN-ANCHOR-DATE.
           MOVE WS-ANCHOR-TIME(1:6) TO LAN-ANCHOR-TIME.
           MOVE LCS-LOG-NAME       TO LAN-LOG-NAME.
           MOVE LCS-CHAIN-ID       TO LAN-CHAIN-ID.
           MOVE LCS-HEAD-HASH      TO LAN-HEAD-HASH.
           MOVE LCS-RECORD-COUNT   TO LAN-RECORD-COUNT.
           MOVE LCS-LAST-DATE      TO LAN-LAST-DATE.
           MOVE LCS-LAST-TIME      TO LAN-LAST-TIME.
           WRITE LOGANCHR-REC FROM WS-LOG-ANCHOR.
           IF WS-LOGANCHR-FILE-STATUS = '00'
              ADD 1 TO WS-ANCHOR-COUNT
           ELSE
              ADD 1 TO WS-WRITE-ERROR-COUNT
              DISPLAY 'C1ULOGAN: LOGANCHR WRITE FAILED, STATUS '
                      WS-LOGANCHR-FILE-STATUS ' FOR ' LCS-KEY
           END-IF.

           MOVE LCS-LOG-NAME       TO RPT-LOG-NAME.
           MOVE LCS-CHAIN-ID       TO RPT-CHAIN-ID.
           MOVE LCS-HEAD-HASH      TO RPT-HEAD-HASH.
           MOVE LCS-RECORD-COUNT   TO RPT-RECORD-COUNT.
           MOVE LCS-LAST-DATE      TO RPT-LAST-DATE.
           MOVE LCS-LAST-TIME      TO RPT-LAST-TIME.
           WRITE LOGANRPT-REC FROM WS-ANCHOR-LINE.

           MOVE SPACES TO WS-WTO-TEXT.
           STRING 'C1ULOGAN ANCHOR ' LCS-LOG-NAME ' ' LCS-CHAIN-ID
                  ' HEAD ' LCS-HEAD-HASH ' RECORDS ' LCS-RECORD-COUNT
                  ' LAST ' LCS-LAST-DATE ' ' LCS-LAST-TIME
              DELIMITED BY SIZE INTO WS-WTO-TEXT
           END-STRING.
           CALL 'WTOALERT' USING WS-WTO-TEXT.

           PERFORM 0100-READ-LOGCHST.
