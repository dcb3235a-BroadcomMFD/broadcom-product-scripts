       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Capture one package's execution listing into the *
      *              keyed DD EXRPTARC archive on behalf of the       *
      *              package exits - C1UEXT07 and C1UEXSHP call this  *
      *              at the After-EXEC event, so the C1MSGS1 listing  *
      *              of every execute, good or failed, can still be   *
      *              printed (C1UEXRPT, C1UISPF option 8, the         *
      *              C1UEVPAK evidence pack) long after the job log   *
      *              has been purged.                                 *
      *                                                               *
      *              Archive records are keyed on package ID + the    *
      *              capture date + capture time + a line sequence.   *
      *              Sequence 00000 is the header - execute return    *
      *              code, package status, job, user, line count and  *
      *              capture status; 00001 onward are the listing     *
      *              lines, as written to DD C1MSGS1.                 *
      *                                                               *
      *              DD C1MSGS1 must be allocated to a DASD dataset   *
      *              in the execute job for the listing to be read    *
      *              back here; when it cannot be opened only the     *
      *              header is archived, marked LISTING NOT READABLE. *
      *              When one job executes several packages, the      *
      *              listing lines already archived for an earlier    *
      *              package in the same program load are skipped, so *
      *              each package gets its own slice.                 *
      *                                                               *
      *              Both exits take the After-EXEC event; the first  *
      *              caller captures and the second is answered 'D'   *
      *              (a header for this package and today already     *
      *              carries this job number). The archive stays open *
      *              across calls within one program load; an         *
      *              unusable DD EXRPTARC turns every capture into a  *
      *              logged no-op - the archive can never fail an     *
      *              exit.                                            *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'C1UEXARC' USING WS-EXARC-REQUEST         *
      *              (COPY EXARCREQ).                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UEXARC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXRPTARC ASSIGN TO EXRPTARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXA-KEY
               FILE STATUS IS WS-EXRPTARC-FILE-STATUS.
           SELECT C1MSGS1 ASSIGN TO C1MSGS1
               FILE STATUS IS WS-C1MSGS1-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXRPTARC
           RECORD CONTAINS 168 CHARACTERS.
       01  EXRPTARC-REC.
           03  EXA-KEY.
               05  EXA-PACKAGE-ID           PIC X(16).
               05  EXA-DATE                 PIC X(08).
               05  EXA-TIME                 PIC X(06).
               05  EXA-SEQ                  PIC 9(05).
           03  EXA-LINE                     PIC X(133).
           03  EXA-HEADER REDEFINES EXA-LINE.
               05  EXA-HDR-EXEC-RC          PIC 9(04).
               05  EXA-HDR-PKG-STATUS       PIC X(12).
               05  EXA-HDR-CALLER           PIC X(08).
               05  EXA-HDR-USER             PIC X(08).
               05  EXA-HDR-JOB-NAME         PIC X(08).
               05  EXA-HDR-JOB-NUMBER       PIC X(08).
               05  EXA-HDR-LINE-COUNT       PIC 9(05).
               05  EXA-HDR-CAPTURE-STATUS   PIC X(20).
               05  FILLER                   PIC X(60).

       FD  C1MSGS1
           RECORD CONTAINS 133 CHARACTERS.
       01  C1MSGS1-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-EXRPTARC-FILE-STATUS          PIC X(02).
       01  WS-C1MSGS1-FILE-STATUS           PIC X(02).
           88  C1MSGS1-ATEND                        VALUE '10'.

       01  WS-OPEN-STATE                    PIC X(01) VALUE 'N'.
           88  ARCHIVE-FILE-OPEN                    VALUE 'Y'.
           88  ARCHIVE-FILE-UNUSABLE                VALUE 'U'.

       01  WS-SCAN-DONE                     PIC X(01).
           88  ARCHIVE-SCAN-DONE                    VALUE 'Y'.

      *    Listing lines already archived for an earlier package in
      *    this program load - the next package's slice starts after
      *    them.
       01  WS-LINES-TAKEN                   PIC 9(07) VALUE 0.
       01  WS-LINES-READ                    PIC 9(07).
       01  WS-LINE-SEQ                      PIC 9(05).
       01  WS-MAX-LINE-SEQ                  PIC 9(05) VALUE 99999.

       01  WS-CAPTURE-DATE                  PIC 9(08).
       01  WS-CAPTURE-TIME                  PIC 9(08).
       01  WS-CAPTURE-STATUS                PIC X(20).

       01  WS-GETJOBNM-OUTPUT.
           03  GJN-JOB-NAME                 PIC X(08).
           03  GJN-PROGRAM-NAME             PIC X(08).
           03  GJN-JOB-NUMBER               PIC X(08).
           03  GJN-PROGRAMMER-NAME          PIC X(20).
           03  GJN-SYSTEM-NAME              PIC X(08).

       LINKAGE SECTION.
         COPY EXARCREQ.

       PROCEDURE DIVISION USING WS-EXARC-REQUEST.
       MAIN-LINE.

           MOVE 'N' TO EXARC-RESULT.

      *    A brand-new, never-loaded KSDS answers the first OPEN I-O
      *    with file status 35 - load-mode it once with OPEN OUTPUT /
      *    CLOSE and retry, the same priming C1UPKGMU does.
           IF WS-OPEN-STATE = 'N'
              OPEN I-O EXRPTARC
              IF WS-EXRPTARC-FILE-STATUS = '35'
                 OPEN OUTPUT EXRPTARC
                 IF WS-EXRPTARC-FILE-STATUS = '00'
                    CLOSE EXRPTARC
                    OPEN I-O EXRPTARC
                 END-IF
              END-IF
              IF WS-EXRPTARC-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-OPEN-STATE
              ELSE
                 DISPLAY 'C1UEXARC: EXRPTARC UNUSABLE - FILE STATUS '
                         WS-EXRPTARC-FILE-STATUS
                         ' - EXECUTION LISTINGS NOT ARCHIVED'
                 MOVE 'U' TO WS-OPEN-STATE
              END-IF
           END-IF.
           IF ARCHIVE-FILE-UNUSABLE
              GOBACK
           END-IF.

           IF EXARC-PACKAGE-ID = SPACES
              OR EXARC-PACKAGE-ID = LOW-VALUES
              GOBACK
           END-IF.

           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-CAPTURE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CAPTURE-TIME FROM TIME.

           PERFORM 0100-CHECK-ALREADY-CAPTURED.
           IF EXARC-DUPLICATE
              GOBACK
           END-IF.

           PERFORM 0200-COPY-LISTING-LINES.
           PERFORM 0300-WRITE-HEADER-RECORD.

           GOBACK.

      *-----------------------------------------------------------------
      *  Has the other exit already captured this package in this job?
      *  Walk today's records for the package; any header carrying
      *  this job number answers 'D'.
      *-----------------------------------------------------------------
       0100-CHECK-ALREADY-CAPTURED.

           MOVE 'N'               TO WS-SCAN-DONE.
           MOVE EXARC-PACKAGE-ID  TO EXA-PACKAGE-ID.
           MOVE WS-CAPTURE-DATE   TO EXA-DATE.
           MOVE LOW-VALUES        TO EXA-TIME.
           MOVE 0                 TO EXA-SEQ.
           START EXRPTARC KEY IS NOT LESS THAN EXA-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL ARCHIVE-SCAN-DONE
              READ EXRPTARC NEXT RECORD
                  AT END MOVE 'Y' TO WS-SCAN-DONE
              END-READ
              IF NOT ARCHIVE-SCAN-DONE
                 IF EXA-PACKAGE-ID NOT = EXARC-PACKAGE-ID
                    OR EXA-DATE NOT = WS-CAPTURE-DATE
                    MOVE 'Y' TO WS-SCAN-DONE
                 ELSE
                    IF EXA-SEQ = 0
                       AND EXA-HDR-JOB-NUMBER = GJN-JOB-NUMBER
                       AND EXA-HDR-JOB-NAME = GJN-JOB-NAME
                       MOVE 'D' TO EXARC-RESULT
                       MOVE 'Y' TO WS-SCAN-DONE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Copy this package's slice of DD C1MSGS1 - every line after
      *  the ones an earlier package in this load already took - as
      *  sequence 00001 onward under the capture date/time.
      *-----------------------------------------------------------------
       0200-COPY-LISTING-LINES.

           MOVE 0 TO WS-LINE-SEQ WS-LINES-READ.
           MOVE 'LISTING CAPTURED' TO WS-CAPTURE-STATUS.
           OPEN INPUT C1MSGS1.
           IF WS-C1MSGS1-FILE-STATUS NOT = '00'
              DISPLAY 'C1UEXARC: C1MSGS1 NOT READABLE - FILE STATUS '
                      WS-C1MSGS1-FILE-STATUS ' - HEADER ONLY FOR '
                      EXARC-PACKAGE-ID
              MOVE 'LISTING NOT READABLE' TO WS-CAPTURE-STATUS
           ELSE
              PERFORM UNTIL C1MSGS1-ATEND
                 READ C1MSGS1
                     AT END MOVE '10' TO WS-C1MSGS1-FILE-STATUS
                 END-READ
                 IF NOT C1MSGS1-ATEND
                    ADD 1 TO WS-LINES-READ
                    IF WS-LINES-READ > WS-LINES-TAKEN
                       IF WS-LINE-SEQ < WS-MAX-LINE-SEQ
                          ADD 1 TO WS-LINE-SEQ
                          PERFORM 0210-WRITE-LISTING-LINE
                       ELSE
                          MOVE 'LISTING TRUNCATED'
                               TO WS-CAPTURE-STATUS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE C1MSGS1
              MOVE WS-LINES-READ TO WS-LINES-TAKEN
              IF WS-LINE-SEQ = 0
                 MOVE 'LISTING EMPTY' TO WS-CAPTURE-STATUS
              END-IF
           END-IF.

       0210-WRITE-LISTING-LINE.

           MOVE SPACES                TO EXRPTARC-REC.
           MOVE EXARC-PACKAGE-ID      TO EXA-PACKAGE-ID.
           MOVE WS-CAPTURE-DATE       TO EXA-DATE.
           MOVE WS-CAPTURE-TIME(1:6)  TO EXA-TIME.
           MOVE WS-LINE-SEQ           TO EXA-SEQ.
           MOVE C1MSGS1-REC           TO EXA-LINE.
           WRITE EXRPTARC-REC
               INVALID KEY
                   DISPLAY 'C1UEXARC: LINE WRITE FAILED - FILE '
                           'STATUS ' WS-EXRPTARC-FILE-STATUS
                           ' FOR ' EXA-PACKAGE-ID ' LINE ' EXA-SEQ
           END-WRITE.

      *-----------------------------------------------------------------
      *  Header last, so a header always describes a complete slice.
      *-----------------------------------------------------------------
       0300-WRITE-HEADER-RECORD.

           MOVE SPACES                TO EXRPTARC-REC.
           MOVE EXARC-PACKAGE-ID      TO EXA-PACKAGE-ID.
           MOVE WS-CAPTURE-DATE       TO EXA-DATE.
           MOVE WS-CAPTURE-TIME(1:6)  TO EXA-TIME.
           MOVE 0                     TO EXA-SEQ.
           MOVE EXARC-EXEC-RC         TO EXA-HDR-EXEC-RC.
           MOVE EXARC-PKG-STATUS      TO EXA-HDR-PKG-STATUS.
           MOVE EXARC-CALLER          TO EXA-HDR-CALLER.
           MOVE EXARC-USER            TO EXA-HDR-USER.
           MOVE GJN-JOB-NAME          TO EXA-HDR-JOB-NAME.
           MOVE GJN-JOB-NUMBER        TO EXA-HDR-JOB-NUMBER.
           MOVE WS-LINE-SEQ           TO EXA-HDR-LINE-COUNT.
           MOVE WS-CAPTURE-STATUS     TO EXA-HDR-CAPTURE-STATUS.
           WRITE EXRPTARC-REC
               INVALID KEY
                   DISPLAY 'C1UEXARC: HEADER WRITE FAILED - FILE '
                           'STATUS ' WS-EXRPTARC-FILE-STATUS
                           ' FOR ' EXA-PACKAGE-ID
               NOT INVALID KEY
                   MOVE 'Y' TO EXARC-RESULT
                   DISPLAY 'C1UEXARC: ' EXA-PACKAGE-ID ' RC='
                           EXARC-EXEC-RC ' ' WS-LINE-SEQ
                           ' LINE(S) ARCHIVED - '
                           WS-CAPTURE-STATUS
           END-WRITE.
