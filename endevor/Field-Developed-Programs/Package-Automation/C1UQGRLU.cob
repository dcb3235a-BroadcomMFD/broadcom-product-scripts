       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Look up one element's external quality-gate      *
      *              result (COPY QGRSLT) on the keyed DD QGRSLT      *
      *              store the static-analysis and unit-test tooling  *
      *              loads - on behalf of C1UEXT07 at Before-CAST and *
      *              the C1UPKGRV readiness checklist. A level given  *
      *              in the request is read directly; a blank level   *
      *              browses the element's records and answers with   *
      *              the highest level on record. The file stays open *
      *              across calls within one program load; a store    *
      *              that cannot be opened answers every lookup 'U',  *
      *              and what that means is the caller's decision.    *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'C1UQGRLU' USING WS-QGRREQ-REQUEST        *
      *              (copybook QGRREQ).                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UQGRLU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QGRSLT ASSIGN TO QGRSLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QGF-KEY
               FILE STATUS IS WS-QGRSLT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QGRSLT
           RECORD CONTAINS 80 CHARACTERS.
       01  QGRSLT-REC.
           03  QGF-KEY.
               05  QGF-ELEMENT-TYPE-SYSTEM  PIC X(26).
               05  QGF-LEVEL                PIC X(02).
           03  QGF-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

       01  WS-QGRSLT-FILE-STATUS            PIC X(02).

       01  WS-OPEN-STATE                    PIC X(01) VALUE 'N'.
           88  RESULT-FILE-OPEN                     VALUE 'Y'.
           88  RESULT-FILE-UNUSABLE                 VALUE 'U'.

       01  WS-BROWSE-DONE                   PIC X(01).
           88  BROWSE-DONE                          VALUE 'Y'.
       01  WS-WANTED-PREFIX                 PIC X(26).

         COPY QGRSLT.

       LINKAGE SECTION.
         COPY QGRREQ.

       PROCEDURE DIVISION USING WS-QGRREQ-REQUEST.
       MAIN-LINE.

           IF WS-OPEN-STATE = 'N'
              OPEN INPUT QGRSLT
              IF WS-QGRSLT-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-OPEN-STATE
              ELSE
                 DISPLAY 'C1UQGRLU: QGRSLT UNUSABLE - FILE STATUS '
                         WS-QGRSLT-FILE-STATUS
                         ' - NO QUALITY-GATE RESULTS AVAILABLE'
                 MOVE 'U' TO WS-OPEN-STATE
              END-IF
           END-IF.

           MOVE SPACES TO QGQ-OUTCOME QGQ-TOOL.
           MOVE 0      TO QGQ-FINDINGS QGQ-RUN-DATE.
           IF RESULT-FILE-UNUSABLE
              MOVE 'U' TO QGQ-RESULT
              GOBACK
           END-IF.

           MOVE 'N' TO QGQ-RESULT.
           IF QGQ-LEVEL NOT = SPACES
              PERFORM 0100-READ-GIVEN-LEVEL
           ELSE
              PERFORM 0200-FIND-HIGHEST-LEVEL
           END-IF.
           IF QGQ-FOUND
              MOVE QGR-LEVEL    TO QGQ-LEVEL
              MOVE QGR-OUTCOME  TO QGQ-OUTCOME
              MOVE QGR-FINDINGS TO QGQ-FINDINGS
              MOVE QGR-TOOL     TO QGQ-TOOL
              MOVE QGR-RUN-DATE TO QGQ-RUN-DATE
           END-IF.

           GOBACK.

       0100-READ-GIVEN-LEVEL.

           MOVE QGQ-ELEMENT TO QGF-ELEMENT-TYPE-SYSTEM(1:10).
           MOVE QGQ-TYPE    TO QGF-ELEMENT-TYPE-SYSTEM(11:8).
           MOVE QGQ-SYSTEM  TO QGF-ELEMENT-TYPE-SYSTEM(19:8).
           MOVE QGQ-LEVEL   TO QGF-LEVEL.
           READ QGRSLT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QGRSLT-REC TO WS-QGRSLT-RECORD
                   MOVE 'Y' TO QGQ-RESULT
           END-READ.

      *-----------------------------------------------------------------
      *  Levels sort in key order under the element, type and system,
      *  so the last record of the browse is the highest level.
      *-----------------------------------------------------------------
       0200-FIND-HIGHEST-LEVEL.

           MOVE QGQ-ELEMENT TO WS-WANTED-PREFIX(1:10).
           MOVE QGQ-TYPE    TO WS-WANTED-PREFIX(11:8).
           MOVE QGQ-SYSTEM  TO WS-WANTED-PREFIX(19:8).
           MOVE WS-WANTED-PREFIX TO QGF-ELEMENT-TYPE-SYSTEM.
           MOVE LOW-VALUES       TO QGF-LEVEL.
           MOVE 'N' TO WS-BROWSE-DONE.
           START QGRSLT KEY IS NOT LESS THAN QGF-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE
           END-START.
           PERFORM 0210-READ-NEXT-RESULT UNTIL BROWSE-DONE.

       0210-READ-NEXT-RESULT.

           READ QGRSLT NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE
           END-READ.
           IF NOT BROWSE-DONE
              IF QGF-ELEMENT-TYPE-SYSTEM = WS-WANTED-PREFIX
                 MOVE QGRSLT-REC TO WS-QGRSLT-RECORD
                 MOVE 'Y' TO QGQ-RESULT
              ELSE
                 MOVE 'Y' TO WS-BROWSE-DONE
              END-IF
           END-IF.
