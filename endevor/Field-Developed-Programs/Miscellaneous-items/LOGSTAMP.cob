       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Completes the common log header (copybook        *
      *              LOGHDR) for a writer of one of the durable exit  *
      *              logs. The writer has already filled in the       *
      *              record type, its layout version and the key;     *
      *              this supplies the eyecatcher, the system name    *
      *              and job name (looked up through GETJOBNM once    *
      *              per program load - an exit writes many records   *
      *              from the one address space), and the date and    *
      *              time of writing when the writer left them zero.  *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'LOGSTAMP' USING WS-LOG-HEADER            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGSTAMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-JOB-LOOKED-UP                  PIC X(01) VALUE 'N'.
           88  JOB-LOOKED-UP                         VALUE 'Y'.
       01  WS-NOW-TIME                       PIC 9(08).

       01  WS-GETJOBNM-OUTPUT.
           03  GJN-JOB-NAME                  PIC X(08).
           03  GJN-PROGRAM-NAME              PIC X(08).
           03  GJN-JOB-NUMBER                PIC X(08).
           03  GJN-PROGRAMMER-NAME           PIC X(20).
           03  GJN-SYSTEM-NAME               PIC X(08).

       LINKAGE SECTION.
       COPY LOGHDR.

       PROCEDURE DIVISION USING WS-LOG-HEADER.
       MAIN-LINE.

           IF NOT JOB-LOOKED-UP
              MOVE SPACES TO WS-GETJOBNM-OUTPUT
              CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT
              MOVE 'Y' TO WS-JOB-LOOKED-UP
           END-IF.

           MOVE 'LH='            TO LGH-EYECATCHER.
           MOVE GJN-SYSTEM-NAME  TO LGH-SYSTEM.
           MOVE GJN-JOB-NAME     TO LGH-JOB-NAME.
           IF LGH-DATE IS NOT NUMERIC OR LGH-DATE = 0
              PERFORM 0100-STAMP-NOW
           END-IF.
           IF LGH-TIME IS NOT NUMERIC
              MOVE 0 TO LGH-TIME
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      *  The writer's own clock, to the second.
      *-----------------------------------------------------------------
       0100-STAMP-NOW.

           ACCEPT LGH-DATE    FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME(1:6) TO LGH-TIME.
