       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Prints the archived execution listings for one   *
      *              package from DD EXRPTARC - the keyed store the   *
      *              package exits fill through C1UEXARC at every     *
      *              After-EXEC - to DD EXRPTPRT. Each execute on     *
      *              record prints as a header line (capture date and *
      *              time, execute return code, package status, job,  *
      *              user, line count, capture status) followed by    *
      *              the C1MSGS1 listing exactly as it was written.   *
      *              PARM supplies the package ID and, optionally, an *
      *              execute date (YYYYMMDD) to print only that day's *
      *              executes. Reachable from C1UISPF option 8.       *
      *              RC 4 when nothing is archived for the package,   *
      *              12 on a missing PARM or unreadable archive.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UEXRPT.
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
           SELECT EXRPTPRT ASSIGN TO EXRPTPRT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *  DD EXRPTARC - keyed execution-listing archive (see C1UEXARC
      *  for the capture and COPY EXARCREQ for the record contents).
      *-----------------------------------------------------------------
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

       FD  EXRPTPRT
           RECORD CONTAINS 133 CHARACTERS.
       01  EXRPTPRT-REC                     PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-EXRPTARC-FILE-STATUS           PIC X(02).
       01  WS-EXRPTARC-DONE                  PIC X(01) VALUE 'N'.
           88  EXRPTARC-PACKAGE-DONE                 VALUE 'Y'.

       01  WS-SELECT-DATE                    PIC X(08) VALUE SPACES.
       01  WS-EXECUTE-COUNT                  PIC 9(05) VALUE 0.
       01  WS-LINE-COUNT                     PIC 9(07) VALUE 0.

       01  WS-BLANK-LINE                     PIC X(133) VALUE SPACES.

       01  WS-EXEC-HDR-LINE.
           03  FILLER                        PIC X(09) VALUE
               'EXECUTE  '.
           03  EHL-DATE                      PIC X(08).
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  EHL-TIME                      PIC X(06).
           03  FILLER                        PIC X(04) VALUE ' RC='.
           03  EHL-EXEC-RC                   PIC 9(04).
           03  FILLER                        PIC X(08) VALUE
               ' STATUS='.
           03  EHL-PKG-STATUS                PIC X(12).
           03  FILLER                        PIC X(05) VALUE ' JOB='.
           03  EHL-JOB-NAME                  PIC X(08).
           03  FILLER                        PIC X(01) VALUE '/'.
           03  EHL-JOB-NUMBER                PIC X(08).
           03  FILLER                        PIC X(06) VALUE ' USER='.
           03  EHL-USER                      PIC X(08).
           03  FILLER                        PIC X(07) VALUE ' LINES='.
           03  EHL-LINE-COUNT                PIC 9(05).
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  EHL-CAPTURE-STATUS            PIC X(20).
           03  FILLER                        PIC X(12) VALUE SPACES.

       01  WS-NOTFOUND-LINE.
           03  FILLER                        PIC X(42) VALUE
               'NO ARCHIVED EXECUTION LISTING FOR PACKAGE '.
           03  NFL-PACKAGE-ID                PIC X(16).
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  NFL-DATE                      PIC X(08).
           03  FILLER                        PIC X(66) VALUE SPACES.

         COPY RUNCTXH.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH              PIC S9(04) COMP.
           05  PARM-PKGID                    PIC X(16).
           05  PARM-DATE                     PIC X(08).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           PERFORM 0050-PARSE-PARM.

           OPEN INPUT  EXRPTARC.
           IF WS-EXRPTARC-FILE-STATUS NOT = '00'
              DISPLAY 'C1UEXRPT: EXRPTARC OPEN FAILED - FILE STATUS = '
                      WS-EXRPTARC-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT EXRPTPRT.

           PERFORM 0060-WRITE-RUN-CONTEXT-HEADER.

           PERFORM 0080-START-AT-PACKAGE.
           IF NOT EXRPTARC-PACKAGE-DONE
              PERFORM 0100-READ-EXRPTARC-NEXT
              PERFORM 0200-PRINT-ONE-RECORD
                      UNTIL EXRPTARC-PACKAGE-DONE
           END-IF.

           IF WS-EXECUTE-COUNT = 0
              MOVE PARM-PKGID    TO NFL-PACKAGE-ID
              MOVE WS-SELECT-DATE TO NFL-DATE
              WRITE EXRPTPRT-REC FROM WS-NOTFOUND-LINE
           END-IF.

           CLOSE EXRPTARC.
           CLOSE EXRPTPRT.

           DISPLAY 'C1UEXRPT: ' WS-EXECUTE-COUNT ' EXECUTE(S), '
                   WS-LINE-COUNT ' LISTING LINE(S) PRINTED FOR '
                   PARM-PKGID.

           IF WS-EXECUTE-COUNT = 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  A PARM too short to carry PARM-DATE, or a non-numeric date,
      *  prints every archived execute for the package.
      *-----------------------------------------------------------------
       0050-PARSE-PARM.

           IF LINK-PARM-LENGTH = 0 OR PARM-PKGID = SPACES
              DISPLAY 'C1UEXRPT: PARM MUST SUPPLY THE PACKAGE ID'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-SELECT-DATE.
           IF LINK-PARM-LENGTH > 16
              IF PARM-DATE IS NUMERIC
                 MOVE PARM-DATE TO WS-SELECT-DATE
              END-IF
           END-IF.
           DISPLAY 'C1UEXRPT: EXECUTION LISTINGS FOR PACKAGE '
                   PARM-PKGID ' ' WS-SELECT-DATE.

      *-----------------------------------------------------------------
      *  First line of EXRPTPRT - see COPY RUNCTXH.
      *-----------------------------------------------------------------
       0060-WRITE-RUN-CONTEXT-HEADER.
           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE SPACES               TO WS-RUN-CONTEXT-LINE.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           MOVE SPACES TO EXRPTPRT-REC.
           WRITE EXRPTPRT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Position at the package's first archived record - or at the
      *  requested day's first, when PARM names a date.
      *-----------------------------------------------------------------
       0080-START-AT-PACKAGE.

           MOVE 'N'         TO WS-EXRPTARC-DONE.
           MOVE PARM-PKGID  TO EXA-PACKAGE-ID.
           IF WS-SELECT-DATE = SPACES
              MOVE LOW-VALUES     TO EXA-DATE
           ELSE
              MOVE WS-SELECT-DATE TO EXA-DATE
           END-IF.
           MOVE LOW-VALUES  TO EXA-TIME.
           MOVE 0           TO EXA-SEQ.
           START EXRPTARC KEY IS NOT LESS THAN EXA-KEY
               INVALID KEY MOVE 'Y' TO WS-EXRPTARC-DONE
           END-START.

       0100-READ-EXRPTARC-NEXT.

           READ EXRPTARC NEXT RECORD
               AT END MOVE 'Y' TO WS-EXRPTARC-DONE
           END-READ.
           IF NOT EXRPTARC-PACKAGE-DONE
              IF EXA-PACKAGE-ID NOT = PARM-PKGID
                 MOVE 'Y' TO WS-EXRPTARC-DONE
              END-IF
              IF WS-SELECT-DATE NOT = SPACES
                 AND EXA-DATE NOT = WS-SELECT-DATE
                 MOVE 'Y' TO WS-EXRPTARC-DONE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Sequence 00000 sorts ahead of its own listing lines, so each
      *  execute prints header first, then its listing.
      *-----------------------------------------------------------------
       0200-PRINT-ONE-RECORD.

           IF EXA-SEQ = 0
              ADD 1 TO WS-EXECUTE-COUNT
              IF WS-EXECUTE-COUNT > 1
                 WRITE EXRPTPRT-REC FROM WS-BLANK-LINE
              END-IF
              MOVE EXA-DATE               TO EHL-DATE
              MOVE EXA-TIME               TO EHL-TIME
              MOVE EXA-HDR-EXEC-RC        TO EHL-EXEC-RC
              MOVE EXA-HDR-PKG-STATUS     TO EHL-PKG-STATUS
              MOVE EXA-HDR-JOB-NAME       TO EHL-JOB-NAME
              MOVE EXA-HDR-JOB-NUMBER     TO EHL-JOB-NUMBER
              MOVE EXA-HDR-USER           TO EHL-USER
              MOVE EXA-HDR-LINE-COUNT     TO EHL-LINE-COUNT
              MOVE EXA-HDR-CAPTURE-STATUS TO EHL-CAPTURE-STATUS
              WRITE EXRPTPRT-REC FROM WS-EXEC-HDR-LINE
           ELSE
              ADD 1 TO WS-LINE-COUNT
              WRITE EXRPTPRT-REC FROM EXA-LINE
           END-IF.
           PERFORM 0100-READ-EXRPTARC-NEXT.
