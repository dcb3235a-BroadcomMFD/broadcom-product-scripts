      *              on the record have it blank - those packages are *
      *              reported as UNMAILABLE rather than silently      *
      *              skipped.                                         *
      *                                                               *
      *              Restartable (CHKPOINT, DD CHKPOINT): a rerun     *
      *              after an abend resumes past the last package     *
      *              checkpointed - nobody is nagged twice - and      *
      *              extends STALERPT, its totals carried over.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1USTALE.
       DATA DIVISION.
       FILE SECTION.
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

       FD  STALERPT
           RECORD CONTAINS 80 CHARACTERS.

       COPY NOTFYFMT.
       COPY NOTIFTPL.
       COPY CHATCFG.

      *= Per-recipient delivery policy (NTFYPOL / DD NOTIFPOL) ========
       01  WS-NOTFYDGQ-FILE-STATUS           PIC X(02).
               ' UNDER THRESHOLD'.
           03  FILLER                        PIC X(30) VALUE SPACES.

       01  WS-RESTART-LINE.
           03  FILLER                        PIC X(24) VALUE
               'RESTARTED AFTER PACKAGE '.
           03  RPT-RESTART-KEY               PIC X(16).
           03  FILLER                        PIC X(40) VALUE SPACES.

      *= Checkpoint/restart (CHKPOINT / DD CHKPOINT) ==================
         COPY CHKPTRQ.
       01  WS-CKP-SINCE                      PIC 9(05) VALUE 0.
       01  WS-START-INX                      PIC 9(04) VALUE 1.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM                    PIC X(08).
       01  WS-LGR-COUNT                      PIC 9(07).
       01  WS-LGR-RC                         PIC S9(04).

         COPY RUNCTXH.

       COPY LOGHDR.

       PROCEDURE DIVISION.
       MAIN-LINE.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  PKGAGE.
           PERFORM 0100-READ-PKGAGE.
           PERFORM 0200-TRACK-LATEST-SNAPSHOT UNTIL PKGAGE-ATEND.
           CLOSE PKGAGE.

           PERFORM 0060-BEGIN-CHECKPOINTS THRU 0060-EXIT.
           IF CKQ-RESTARTED-RUN
              OPEN EXTEND STALERPT
           ELSE
              OPEN OUTPUT STALERPT
           END-IF.

           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           IF CKQ-RESTARTED-RUN
              MOVE CKQ-RESTART-KEY(1:16) TO RPT-RESTART-KEY
              WRITE STALERPT-REC FROM WS-RESTART-LINE
           END-IF.
           WRITE STALERPT-REC FROM WS-HDR-LINE.

           PERFORM 0400-ESCALATE-ONE-PACKAGE
                   VARYING WS-PK-INX FROM WS-START-INX BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT.

           MOVE WS-NAGGED-COUNT     TO RPT-NAGGED-COUNT.
                   WS-UNMAILABLE-COUNT ' UNMAILABLE, '
                   WS-FRESH-COUNT ' UNDER THRESHOLD'.

           MOVE 'E' TO CKQ-FUNCTION.
           PERFORM 0850-FILL-CHECKPOINT.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1USTALE' TO WS-LGR-PROGRAM.
           MOVE WS-NAGGED-COUNT TO WS-LGR-COUNT.
           MOVE 0 TO WS-LGR-RC.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           WRITE STALERPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  A rerun after an abend starts past the last package the
      *  checkpoint recorded, its totals carried over - see CHKPOINT.
      *  The package table is rebuilt from the same PKGAGE snapshots
      *  in the same order; a key no longer in it runs from the top.
      *-----------------------------------------------------------------
       0060-BEGIN-CHECKPOINTS.

           MOVE SPACES      TO WS-CHKPT-REQUEST.
           MOVE 'B'         TO CKQ-FUNCTION.
           MOVE 'C1USTALE'  TO CKQ-PROGRAM.
           MOVE 1           TO CKQ-INTERVAL.
           CALL 'CHKPOINT' USING WS-CHKPT-REQUEST.
           IF NOT CKQ-RESTARTED-RUN
              GO TO 0060-EXIT
           END-IF.
           MOVE 0 TO WS-START-INX.
           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT OR WS-START-INX > 0
              IF WS-PK-PACKAGE-ID(WS-PK-INX) = CKQ-RESTART-KEY(1:16)
                 COMPUTE WS-START-INX = WS-PK-INX + 1
              END-IF
           END-PERFORM.
           IF WS-START-INX = 0
              MOVE 'F' TO CKQ-FUNCTION
              CALL 'CHKPOINT' USING WS-CHKPT-REQUEST
              MOVE 'F' TO CKQ-RUN-MODE
              MOVE 1   TO WS-START-INX
           ELSE
              MOVE CKQ-COUNT(1) TO WS-NAGGED-COUNT
              MOVE CKQ-COUNT(2) TO WS-UNMAILABLE-COUNT
              MOVE CKQ-COUNT(3) TO WS-FRESH-COUNT
              DISPLAY 'C1USTALE: RESTARTED AFTER PACKAGE '
                      CKQ-RESTART-KEY(1:16)
           END-IF.
       0060-EXIT.
           EXIT.

       0100-READ-PKGAGE.

           PERFORM WITH TEST AFTER
                   UNTIL WS-PKGAGE-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ PKGAGE
                  AT END MOVE '10' TO WS-PKGAGE-FILE-STATUS
              END-READ
              IF WS-PKGAGE-FILE-STATUS(1:1) = '0'
                 MOVE 'PKGAGE'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE PKGAGE-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  A package reaching Before-CAST again gets a newer snapshot;
                 PERFORM 0600-SEND-NAG-EMAIL THRU 0600-EXIT
              END-IF
           END-IF.
           PERFORM 0800-TAKE-CHECKPOINT.

      *-----------------------------------------------------------------
      *  Age as of today, from the create date - see the table banner.
                      ' FOR ' MYSMTP-USERID
              MOVE 'MAILFAILED' TO RPT-OUTCOME
           END-IF.
      *    The nag as a chat card as well, when that is turned on
      *    (copybook CHATCFG) - see CHATPOST for the routing.
           IF CHAT-NOTIFY-ENABLED
              MOVE 'STALENAG' TO WS-CHAT-EVENT
              CALL 'CHATPOST' USING WS-CHAT-EVENT
                                    WS-PK-PACKAGE-ID(WS-PK-INX)
                                    WS-PK-ENV(WS-PK-INX)
                                    MYSMTP-SUBJECT
                                    MYSMTP-MESSAGE
                                    WS-NOTIFTPL-REQUEST
              IF RETURN-CODE > 4
                 DISPLAY 'C1USTALE: CHAT POST FAILED RC=' RETURN-CODE
                         ' FOR ' WS-PK-PACKAGE-ID(WS-PK-INX)
              END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0700-WRITE-DETAIL-LINE.
       0600-EXIT.
           MOVE WS-PK-CREATE-USER(WS-PK-INX) TO RPT-CREATE-USER.
           MOVE WS-CURRENT-AGE               TO RPT-AGE-DAYS.
           WRITE STALERPT-REC FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------------
      *  Every CKQ-INTERVAL packages (every one, by default - each can
      *  be an email): the report so far is made safe first (CLOSE and
      *  reopen EXTEND), then this package is recorded as the last one
      *  done.
      *-----------------------------------------------------------------
       0800-TAKE-CHECKPOINT.

           ADD 1 TO WS-CKP-SINCE.
           IF CKQ-CHECKPOINTING AND WS-CKP-SINCE NOT < CKQ-INTERVAL
              CLOSE STALERPT
              OPEN EXTEND STALERPT
              MOVE 'K' TO CKQ-FUNCTION
              PERFORM 0850-FILL-CHECKPOINT
              CALL 'CHKPOINT' USING WS-CHKPT-REQUEST
              MOVE 0 TO WS-CKP-SINCE
           END-IF.

       0850-FILL-CHECKPOINT.

           IF WS-PK-INX > WS-PK-COUNT
              MOVE SPACES TO CKQ-LAST-KEY
           ELSE
              MOVE WS-PK-PACKAGE-ID(WS-PK-INX) TO CKQ-LAST-KEY
           END-IF.
           MOVE WS-PK-INX           TO CKQ-RECORDS.
           MOVE WS-NAGGED-COUNT     TO CKQ-COUNT(1).
           MOVE WS-UNMAILABLE-COUNT TO CKQ-COUNT(2).
           MOVE WS-FRESH-COUNT      TO CKQ-COUNT(3).
