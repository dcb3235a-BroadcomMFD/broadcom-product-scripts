      *                  package ID carries one;                      *
      *                - the package's NOTES1-8 through ENA$NDVR      *
      *                  (function 'M' read-only, the APIAPDEF        *
      *                  blocks);                                     *
      *                - every archived execution listing off the     *
      *                  keyed DD EXRPTARC store (see C1UEXARC), with *
      *                  its execute return code.                     *
      *              One package ID in, one complete pack out.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BKWAIVER ASSIGN TO BKWAIVER
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT EXRPTARC ASSIGN TO EXRPTARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXA-KEY
               FILE STATUS IS WS-EXRPTARC-FILE-STATUS.
           SELECT EVDPRPT ASSIGN TO EVDPRPT.

       DATA DIVISION.
           03  FILLER                   PIC X(14).

       FD  BKWAIVER
           RECORD CONTAINS 144 CHARACTERS.
       01  BKWAIVER-REC.
           03  BKWAIVER-HEADER          PIC X(64).
           03  BKWAIVER-BODY.
              05  WVR-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  WVR-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  WVR-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-MATCHED-ENTRY     PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-JOBNAME           PIC X(08).
              05  FILLER                PIC X(22).

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

       FD  EVDPRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-PKGHIST-FILE-STATUS       PIC X(02).
       01  WS-PKGHIST-DONE              PIC X(01) VALUE 'N'.
           88  PKGHIST-PACKAGE-DONE             VALUE 'Y'.
       01  WS-EXRPTARC-FILE-STATUS      PIC X(02).
       01  WS-EXRPTARC-DONE             PIC X(01) VALUE 'N'.
           88  EXRPTARC-PACKAGE-DONE            VALUE 'Y'.
       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-EVENT-COUNT               PIC 9(05) VALUE 0.
       01  WS-MANIF-COUNT               PIC 9(05) VALUE 0.
       01  WS-WAIVER-COUNT              PIC 9(05) VALUE 0.
       01  WS-EXECUTE-COUNT             PIC 9(05) VALUE 0.

      *= SNINCQRY / SNOWDESC snapshot parameters ======================
       01  WS-INC-NUMBER                PIC X(11).

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           PERFORM 4000-SECTION-WAIVERS.
           PERFORM 5000-SECTION-SNOW-SNAPSHOT.
           PERFORM 6000-SECTION-PACKAGE-NOTES.
           PERFORM 7000-SECTION-EXEC-LISTINGS.

           CLOSE EVDPRPT.

           DISPLAY 'C1UEVPAK: PACK COMPLETE FOR ' PARM-PKGID ' - '
                   WS-EVENT-COUNT ' EVENT(S), '
                   WS-MANIF-COUNT ' MANIFEST LINE(S), '
                   WS-WAIVER-COUNT ' WAIVER(S), '
                   WS-EXECUTE-COUNT ' EXECUTION LISTING(S)'.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.
           WRITE EVDPRPT-REC FROM WS-BLANK-LINE.

       4100-READ-BKWAIVER.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ BKWAIVER
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'BKWAIVER'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE BKWAIVER-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       4200-PRINT-ONE-WAIVER.
           IF WVR-PACKAGE-ID = PARM-PKGID
              WRITE EVDPRPT-REC FROM WS-PRINT-LINE
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      *  Every execution listing C1UEXARC archived for the package -
      *  the same header-then-listing layout C1UEXRPT prints. Listing
      *  lines are 133 bytes with the carriage-control byte first;
      *  the pack prints them from column 2.
      *-----------------------------------------------------------------
       7000-SECTION-EXEC-LISTINGS.

           MOVE 'EXECUTION LISTINGS (EXRPTARC)' TO WS-SECTION-LINE.
           WRITE EVDPRPT-REC FROM WS-SECTION-LINE.
           OPEN INPUT EXRPTARC.
           IF WS-EXRPTARC-FILE-STATUS NOT = '00'
              MOVE 'EXRPTARC NOT AVAILABLE' TO WS-PRINT-LINE
              WRITE EVDPRPT-REC FROM WS-PRINT-LINE
           ELSE
              MOVE 'N'          TO WS-EXRPTARC-DONE
              MOVE PARM-PKGID   TO EXA-PACKAGE-ID
              MOVE LOW-VALUES   TO EXA-DATE
              MOVE LOW-VALUES   TO EXA-TIME
              MOVE 0            TO EXA-SEQ
              START EXRPTARC KEY IS NOT LESS THAN EXA-KEY
                  INVALID KEY MOVE 'Y' TO WS-EXRPTARC-DONE
              END-START
              IF NOT EXRPTARC-PACKAGE-DONE
                 PERFORM 7100-READ-EXRPTARC-NEXT
                 PERFORM 7200-PRINT-ONE-LISTING-RECORD
                         UNTIL EXRPTARC-PACKAGE-DONE
              END-IF
              CLOSE EXRPTARC
              IF WS-EXECUTE-COUNT = 0
                 MOVE 'NO EXECUTION LISTING ARCHIVED' TO WS-PRINT-LINE
                 WRITE EVDPRPT-REC FROM WS-PRINT-LINE
              END-IF
           END-IF.
           WRITE EVDPRPT-REC FROM WS-BLANK-LINE.

       7100-READ-EXRPTARC-NEXT.
           READ EXRPTARC NEXT RECORD
               AT END MOVE 'Y' TO WS-EXRPTARC-DONE
           END-READ.
           IF NOT EXRPTARC-PACKAGE-DONE
              AND EXA-PACKAGE-ID NOT = PARM-PKGID
              MOVE 'Y' TO WS-EXRPTARC-DONE
           END-IF.

       7200-PRINT-ONE-LISTING-RECORD.
           MOVE SPACES TO WS-PRINT-LINE.
           IF EXA-SEQ = 0
              ADD 1 TO WS-EXECUTE-COUNT
              STRING 'EXECUTE ' EXA-DATE ' ' EXA-TIME
                     ' RC=' EXA-HDR-EXEC-RC
                     ' STATUS=' EXA-HDR-PKG-STATUS
                     ' JOB=' EXA-HDR-JOB-NAME '/' EXA-HDR-JOB-NUMBER
                     ' USER=' EXA-HDR-USER
                     ' LINES=' EXA-HDR-LINE-COUNT
                     ' ' EXA-HDR-CAPTURE-STATUS
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              END-STRING
           ELSE
              MOVE EXA-LINE(2:132) TO WS-PRINT-LINE
           END-IF.
           WRITE EVDPRPT-REC FROM WS-PRINT-LINE.
           PERFORM 7100-READ-EXRPTARC-NEXT.
