       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Batch maintenance of the DD RELMSTR release      *
      *              register. Each DD RELMTIN card is one request,   *
      *              passed to C1URELMU (copybook RELMREQ) and echoed *
      *              with its outcome on DD RELMTRPT:                 *
      *                cols  1-8   DEFINE, CHANGE, DELETE, ADD or     *
      *                            REMOVE                             *
      *                cols 10-25  release ID                         *
      *              for ADD and REMOVE                               *
      *                cols 27-42  package ID                         *
      *              for DEFINE and CHANGE                            *
      *                cols 27-34  target date YYYYMMDD               *
      *                cols 36-43  owner user ID                      *
      *                col  45     hold members together (Y/N)        *
      *                cols 47-80  description                        *
      *              CHANGE replaces only the non-blank fields. Cards *
      *              with '*' in column 1 and blank cards are skipped.*
      *              Changes are recorded under this job's name.      *
      *                                                               *
      *              RC 0 all applied, 4 a card was refused, 12 the   *
      *              register is not usable.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1URELMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELMTIN ASSIGN TO RELMTIN
               FILE STATUS IS WS-RELMTIN-FILE-STATUS.
           SELECT RELMTRPT ASSIGN TO RELMTRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  RELMTIN
           RECORD CONTAINS 80 CHARACTERS.
       01  RELMTIN-REC.
           03  RMI-FUNCTION                 PIC X(08).
           03  FILLER                       PIC X(01).
           03  RMI-RELEASE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  RMI-OPERANDS                 PIC X(54).
           03  RMI-MEMBER-OPERANDS REDEFINES RMI-OPERANDS.
               05  RMI-PACKAGE-ID           PIC X(16).
               05  FILLER                   PIC X(38).
           03  RMI-HEADER-OPERANDS REDEFINES RMI-OPERANDS.
               05  RMI-TARGET-DATE          PIC X(08).
               05  FILLER                   PIC X(01).
               05  RMI-OWNER                PIC X(08).
               05  FILLER                   PIC X(01).
               05  RMI-HOLD-FLAG            PIC X(01).
               05  FILLER                   PIC X(01).
               05  RMI-DESCRIPTION          PIC X(34).

       FD  RELMTRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RELMTRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RELMTIN-FILE-STATUS           PIC X(02).
           88  RELMTIN-ATEND                       VALUE '10'.

       01  WS-CARD-COUNT                    PIC 9(05) VALUE 0.
       01  WS-APPLIED-COUNT                 PIC 9(05) VALUE 0.
       01  WS-REFUSED-COUNT                 PIC 9(05) VALUE 0.
       01  WS-UNUSABLE                      PIC X(01) VALUE 'N'.
           88  REGISTER-UNUSABLE                   VALUE 'Y'.

         COPY RELMREQ.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-HDR-LINE.
           03  FILLER                       PIC X(132) VALUE
               'RELEASE REGISTER MAINTENANCE'.

       01  WS-CARD-LINE.
           03  FILLER                       PIC X(06) VALUE 'CARD: '.
           03  RPT-CARD                     PIC X(80).
           03  FILLER                       PIC X(46) VALUE SPACES.

       01  WS-RESULT-LINE.
           03  FILLER                       PIC X(06) VALUE SPACES.
           03  RPT-OUTCOME                  PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-MESSAGE                  PIC X(60).
           03  FILLER                       PIC X(57) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03  RPT-CARD-COUNT               PIC ZZZZ9.
           03  FILLER                       PIC X(08) VALUE ' CARDS, '.
           03  RPT-APPLIED-COUNT            PIC ZZZZ9.
           03  FILLER                       PIC X(10) VALUE
               ' APPLIED, '.
           03  RPT-REFUSED-COUNT            PIC ZZZZ9.
           03  FILLER                       PIC X(08) VALUE ' REFUSED'.
           03  FILLER                       PIC X(91) VALUE SPACES.

         COPY RUNCTXH.

       PROCEDURE DIVISION.
       MAIN-LINE.

           OPEN OUTPUT RELMTRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE RELMTRPT-REC FROM WS-HDR-LINE.

           OPEN INPUT RELMTIN.
           IF WS-RELMTIN-FILE-STATUS NOT = '00'
              DISPLAY 'C1URELMT: RELMTIN OPEN FAILED - FILE STATUS '
                      WS-RELMTIN-FILE-STATUS
              CLOSE RELMTRPT
              MOVE 12 TO WS-LGR-RC
              GO TO 0000-RECORD-RUN
           END-IF.
           PERFORM 0100-READ-CARD.
           PERFORM 0200-APPLY-ONE-CARD
                   UNTIL RELMTIN-ATEND OR REGISTER-UNUSABLE.
           CLOSE RELMTIN.

           MOVE WS-CARD-COUNT    TO RPT-CARD-COUNT.
           MOVE WS-APPLIED-COUNT TO RPT-APPLIED-COUNT.
           MOVE WS-REFUSED-COUNT TO RPT-REFUSED-COUNT.
           WRITE RELMTRPT-REC FROM WS-SUMMARY-LINE.
           CLOSE RELMTRPT.

           DISPLAY 'C1URELMT: ' WS-CARD-COUNT ' CARDS, '
                   WS-APPLIED-COUNT ' APPLIED, '
                   WS-REFUSED-COUNT ' REFUSED'.
           EVALUATE TRUE
             WHEN REGISTER-UNUSABLE
               MOVE 12 TO WS-LGR-RC
             WHEN WS-REFUSED-COUNT > 0
               MOVE 4 TO WS-LGR-RC
             WHEN OTHER
               MOVE 0 TO WS-LGR-RC
           END-EVALUATE.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
       0000-RECORD-RUN.
           MOVE 'C1URELMT' TO WS-LGR-PROGRAM.
           MOVE WS-APPLIED-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

       0050-WRITE-RUN-CONTEXT-HEADER.
           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE SPACES               TO WS-RUN-CONTEXT-LINE.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           WRITE RELMTRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Next card that carries a request - comments and blank cards
      *  are passed over.
      *-----------------------------------------------------------------
       0100-READ-CARD.

           PERFORM WITH TEST AFTER
                   UNTIL RELMTIN-ATEND
                      OR (RELMTIN-REC NOT = SPACES
                          AND RELMTIN-REC(1:1) NOT = '*')
              READ RELMTIN
                  AT END MOVE '10' TO WS-RELMTIN-FILE-STATUS
              END-READ
           END-PERFORM.

       0200-APPLY-ONE-CARD.

           ADD 1 TO WS-CARD-COUNT.
           MOVE RELMTIN-REC TO RPT-CARD.
           WRITE RELMTRPT-REC FROM WS-CARD-LINE.

           INITIALIZE WS-RELMREQ-REQUEST.
           MOVE RMI-FUNCTION   TO RLQ-FUNCTION.
           MOVE RMI-RELEASE-ID TO RLQ-RELEASE-ID.
           IF RMI-FUNCTION = 'ADD' OR 'REMOVE'
              MOVE RMI-PACKAGE-ID  TO RLQ-PACKAGE-ID
           ELSE
              MOVE RMI-TARGET-DATE TO RLQ-TARGET-DATE
              MOVE RMI-OWNER       TO RLQ-OWNER
              MOVE RMI-HOLD-FLAG   TO RLQ-HOLD-FLAG
              MOVE RMI-DESCRIPTION TO RLQ-DESCRIPTION
           END-IF.
           MOVE GJN-JOB-NAME TO RLQ-USER.
           CALL 'C1URELMU' USING WS-RELMREQ-REQUEST.

           MOVE RLQ-MESSAGE TO RPT-MESSAGE.
           EVALUATE TRUE
             WHEN RLQ-DONE
               MOVE 'APPLIED'  TO RPT-OUTCOME
               ADD 1 TO WS-APPLIED-COUNT
             WHEN RLQ-REGISTER-UNUSABLE
               MOVE 'STOPPED'  TO RPT-OUTCOME
               MOVE 'Y' TO WS-UNUSABLE
             WHEN OTHER
               MOVE 'REFUSED'  TO RPT-OUTCOME
               ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.
           WRITE RELMTRPT-REC FROM WS-RESULT-LINE.

           PERFORM 0100-READ-CARD.
