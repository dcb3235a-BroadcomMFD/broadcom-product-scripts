      *              successful submission with no confirmation that  *
      *              is older than a configurable number of hours     *
      *              (PARM, 3 digits, default 24).                    *
      *              A confirmation only says the job ended; when the *
      *              destination footprint-verification records come  *
      *              back on DD SHPFPVER (C1USHPFV), every confirmed  *
      *              package/destination whose latest verification    *
      *              found mismatched or missing footprints, did not  *
      *              run, or never came back is listed too, with the  *
      *              outputs at fault.                                *
      *                                                               *
      * SETUP:       SHPCONF record layout, written by the shipment   *
      *              job's completion step:                           *
               FILE STATUS IS WS-SHPSTAT-FILE-STATUS.
           SELECT SHPCONF ASSIGN TO SHPCONF
               FILE STATUS IS WS-SHPCONF-FILE-STATUS.
           SELECT SHPFPVER ASSIGN TO SHPFPVER
               FILE STATUS IS WS-SHPFPVER-FILE-STATUS.
           SELECT SHPRCRPT ASSIGN TO SHPRCRPT.

       DATA DIVISION.
       FD  SHPSTAT
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHPSTAT-REC.
       01  SHPSTAT-REC.
           03  SHPSTAT-HEADER           PIC X(64).
           03  SHPSTAT-BODY.
              05  SHP-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  SHP-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  SHP-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  SHP-ENV               PIC X(08).
              05  FILLER                PIC X(01).
              05  SHP-STGID             PIC X(01).
              05  FILLER                PIC X(01).
              05  SHP-DIRECTION         PIC X(03).
              05  FILLER                PIC X(01).
              05  SHP-RETRIES           PIC 9(02).
              05  FILLER                PIC X(01).
              05  SHP-RC                PIC -9(08).
              05  FILLER                PIC X(01).
              05  SHP-STATUS            PIC X(07).
              05  FILLER                PIC X(13).

      *-----------------------------------------------------------------
      *  DD SHPCONF - one record per shipment that actually completed
           03  CNF-COND-CODE            PIC 9(04).
           03  FILLER                   PIC X(32).

      *-----------------------------------------------------------------
      *  DD SHPFPVER - footprint-verification records returned from
      *  the destinations by C1USHPFV: kind S one package/destination
      *  summary, kind D one output of that run.
      *-----------------------------------------------------------------
       FD  SHPFPVER
           RECORD CONTAINS 200 CHARACTERS.
       01  SHPFPVER-REC.
           03  SHPFPVER-HEADER          PIC X(64).
           03  SHPFPVER-BODY.
              05  FPV-DATE              PIC 9(08).
              05  FPV-TIME              PIC 9(06).
              05  FPV-PACKAGE-ID        PIC X(16).
              05  FPV-ENV               PIC X(08).
              05  FPV-STGID             PIC X(01).
              05  FPV-KIND              PIC X(01).
              05  FPV-ELEMENT           PIC X(10).
              05  FPV-ELM-TYPE          PIC X(08).
              05  FPV-LIB-TAG           PIC X(08).
              05  FPV-MEMBER            PIC X(08).
              05  FPV-STATUS            PIC X(08).
              05  FPV-SRC-LEVEL         PIC X(05).
              05  FPV-SRC-DATE          PIC X(08).
              05  FPV-DST-LEVEL         PIC X(05).
              05  FPV-DST-DATE          PIC X(08).
              05  FPV-CHECKED-COUNT     PIC 9(05).
              05  FPV-BAD-COUNT         PIC 9(05).
              05  FPV-NOSOURCE-COUNT    PIC 9(05).
              05  FILLER                PIC X(13).

       FD  SHPRCRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SHPRCRPT-REC                 PIC X(80).
       01  WS-SHPCONF-FILE-STATUS       PIC X(02).
           88  SHPCONF-ATEND                    VALUE '10'.
           88  SHPCONF-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-SHPFPVER-FILE-STATUS      PIC X(02).
           88  SHPFPVER-ATEND                   VALUE '10'.
           88  SHPFPVER-NOT-AVAILABLE           VALUE '30' '35'.

      *= Successful submissions awaiting confirmation ==================
       01  WS-SB-MAX                    PIC 9(04) VALUE 500.
               05  WS-SB-TIME           PIC 9(06).
               05  WS-SB-CONFIRMED      PIC X(01).
                   88  SB-CONFIRMED            VALUE 'Y'.
               05  WS-SB-FPV-STATUS     PIC X(08).
                   88  SB-FPV-VERIFIED         VALUE 'VERIFIED'.
               05  WS-SB-FPV-DATE       PIC 9(08).
               05  WS-SB-FPV-TIME       PIC 9(06).
               05  WS-SB-FPV-BAD        PIC 9(05).
       01  WS-SB-SCAN                   PIC 9(04).
       01  WS-SB-DUPLICATE              PIC X(01).
           88  SB-KEY-ALREADY-SEEN             VALUE 'Y'.

       01  WS-UNCONF-HOURS              PIC 9(03) VALUE 24.
       01  WS-NOW-DATE                  PIC 9(08).

       01  WS-UNCONFIRMED-COUNT         PIC 9(04) VALUE 0.
       01  WS-CONFIRMED-COUNT           PIC 9(04) VALUE 0.
       01  WS-FP-CLEAN-COUNT            PIC 9(04) VALUE 0.
       01  WS-FP-FAULT-COUNT            PIC 9(04) VALUE 0.
       01  WS-FP-UNVERIFIED-COUNT       PIC 9(04) VALUE 0.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
               ' UNCONFIRMED OVER THRESHOLD'.
           03  FILLER                   PIC X(32) VALUE SPACES.

       01  WS-FP-HDR-LINE.
           03  FILLER                   PIC X(80) VALUE
               'CONFIRMED SHIPMENTS - FOOTPRINTS FAULTY OR UNVERIFIED'.

       01  WS-FP-PACKAGE-LINE.
           03  RPT-FP-PACKAGE-ID        PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FP-ENV               PIC X(08).
           03  FILLER                   PIC X(01) VALUE '/'.
           03  RPT-FP-STGID             PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FP-STATUS            PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FP-DATE              PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FP-TIME              PIC X(06).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FP-BAD               PIC ZZZZ9.
           03  FILLER                   PIC X(18) VALUE
               ' OUTPUT(S) FAULTY'.

       01  WS-FP-DETAIL-LINE.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-FD-LIB-TAG           PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FD-MEMBER            PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FD-ELEMENT           PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FD-STATUS            PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FD-SRC-LEVEL         PIC X(05).
           03  FILLER                   PIC X(01) VALUE '>'.
           03  RPT-FD-DST-LEVEL         PIC X(05).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-FD-SRC-DATE          PIC X(08).
           03  FILLER                   PIC X(01) VALUE '>'.
           03  RPT-FD-DST-DATE          PIC X(08).
           03  FILLER                   PIC X(11) VALUE SPACES.

       01  WS-FP-SUMMARY-LINE.
           03  RPT-FP-CLEAN-COUNT       PIC ZZZ9.
           03  FILLER                   PIC X(11) VALUE ' VERIFIED, '.
           03  RPT-FP-FAULT-COUNT       PIC ZZZ9.
           03  FILLER                   PIC X(13) VALUE ' WITH FAULTS,'.
           03  RPT-FP-UNVERIFIED-COUNT  PIC ZZZ9.
           03  FILLER                   PIC X(13) VALUE ' NOT VERIFIED'.
           03  FILLER                   PIC X(31) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           MOVE WS-UNCONFIRMED-COUNT TO RPT-UNCONFIRMED-COUNT.
           WRITE SHPRCRPT-REC FROM WS-SUMMARY-LINE.

           PERFORM 0700-REPORT-FOOTPRINTS THRU 0700-EXIT.

           IF WS-SB-DROPPED > 0
              DISPLAY 'C1USHPRC: WARNING - ' WS-SB-DROPPED
                      ' SUBMISSION(S) DROPPED, TABLE FULL'

       0100-READ-SHPSTAT.

           PERFORM WITH TEST AFTER
                   UNTIL WS-SHPSTAT-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SHPSTAT
                  AT END MOVE '10' TO WS-SHPSTAT-FILE-STATUS
              END-READ
              IF WS-SHPSTAT-FILE-STATUS(1:1) = '0'
                 MOVE 'SHPSTAT'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SHPSTAT-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Only successful submissions await a completion confirmation -
              MOVE SHP-DATE       TO WS-SB-DATE(WS-SB-INX)
              MOVE SHP-TIME       TO WS-SB-TIME(WS-SB-INX)
              MOVE 'N'            TO WS-SB-CONFIRMED(WS-SB-INX)
              MOVE SPACES         TO WS-SB-FPV-STATUS(WS-SB-INX)
              MOVE 0              TO WS-SB-FPV-DATE(WS-SB-INX)
                                     WS-SB-FPV-TIME(WS-SB-INX)
                                     WS-SB-FPV-BAD(WS-SB-INX)
           END-IF.

       0300-READ-SHPCONF.
                 WRITE SHPRCRPT-REC FROM WS-DETAIL-LINE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Footprint verification of the confirmed shipments - only
      *  when the returned verification records are on hand. The
      *  latest summary per package/destination/stage is the verdict;
      *  its run's faulty outputs are listed under it.
      *-----------------------------------------------------------------
       0700-REPORT-FOOTPRINTS.

           OPEN INPUT SHPFPVER.
           IF SHPFPVER-NOT-AVAILABLE
              GO TO 0700-EXIT
           END-IF.
           PERFORM 0710-READ-SHPFPVER.
           PERFORM 0720-TRACK-VERIFICATION UNTIL SHPFPVER-ATEND.
           CLOSE SHPFPVER.

           WRITE SHPRCRPT-REC FROM WS-FP-HDR-LINE.
           PERFORM 0730-REPORT-ONE-VERIFICATION
                   VARYING WS-SB-INX FROM 1 BY 1
                   UNTIL WS-SB-INX > WS-SB-COUNT.

           MOVE WS-FP-CLEAN-COUNT      TO RPT-FP-CLEAN-COUNT.
           MOVE WS-FP-FAULT-COUNT      TO RPT-FP-FAULT-COUNT.
           MOVE WS-FP-UNVERIFIED-COUNT TO RPT-FP-UNVERIFIED-COUNT.
           WRITE SHPRCRPT-REC FROM WS-FP-SUMMARY-LINE.
       0700-EXIT.
           EXIT.

       0710-READ-SHPFPVER.

           PERFORM WITH TEST AFTER
                   UNTIL WS-SHPFPVER-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SHPFPVER
                  AT END MOVE '10' TO WS-SHPFPVER-FILE-STATUS
              END-READ
              IF WS-SHPFPVER-FILE-STATUS(1:1) = '0'
                 MOVE 'SHPFPVER'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SHPFPVER-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  A summary record stands for every submission of that
      *  package/destination/stage, whichever direction; a later run
      *  replaces an earlier one.
      *-----------------------------------------------------------------
       0720-TRACK-VERIFICATION.

           IF FPV-KIND = 'S'
              PERFORM VARYING WS-SB-INX FROM 1 BY 1
                      UNTIL WS-SB-INX > WS-SB-COUNT
                 IF FPV-PACKAGE-ID = WS-SB-PACKAGE-ID(WS-SB-INX)
                    AND FPV-ENV = WS-SB-ENV(WS-SB-INX)
                    AND FPV-STGID = WS-SB-STGID(WS-SB-INX)
                    AND (FPV-DATE > WS-SB-FPV-DATE(WS-SB-INX)
                     OR (FPV-DATE = WS-SB-FPV-DATE(WS-SB-INX)
                     AND FPV-TIME >= WS-SB-FPV-TIME(WS-SB-INX)))
                    MOVE FPV-STATUS TO WS-SB-FPV-STATUS(WS-SB-INX)
                    MOVE FPV-DATE   TO WS-SB-FPV-DATE(WS-SB-INX)
                    MOVE FPV-TIME   TO WS-SB-FPV-TIME(WS-SB-INX)
                    MOVE FPV-BAD-COUNT TO WS-SB-FPV-BAD(WS-SB-INX)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 0710-READ-SHPFPVER.

      *-----------------------------------------------------------------
      *  One line per confirmed package/destination/stage whose
      *  latest verification is not VERIFIED (a second direction of
      *  the same key is not listed twice).
      *-----------------------------------------------------------------
       0730-REPORT-ONE-VERIFICATION.

           IF SB-CONFIRMED(WS-SB-INX)
              MOVE 'N' TO WS-SB-DUPLICATE
              PERFORM VARYING WS-SB-SCAN FROM 1 BY 1
                      UNTIL WS-SB-SCAN >= WS-SB-INX
                         OR SB-KEY-ALREADY-SEEN
                 IF SB-CONFIRMED(WS-SB-SCAN)
                    AND WS-SB-PACKAGE-ID(WS-SB-SCAN) =
                        WS-SB-PACKAGE-ID(WS-SB-INX)
                    AND WS-SB-ENV(WS-SB-SCAN) = WS-SB-ENV(WS-SB-INX)
                    AND WS-SB-STGID(WS-SB-SCAN) =
                        WS-SB-STGID(WS-SB-INX)
                    MOVE 'Y' TO WS-SB-DUPLICATE
                 END-IF
              END-PERFORM
              IF NOT SB-KEY-ALREADY-SEEN
                 EVALUATE TRUE
                   WHEN SB-FPV-VERIFIED(WS-SB-INX)
                     ADD 1 TO WS-FP-CLEAN-COUNT
                   WHEN WS-SB-FPV-STATUS(WS-SB-INX) = SPACES
                     ADD 1 TO WS-FP-UNVERIFIED-COUNT
                     MOVE 'NOT VERIFIED' TO RPT-FP-STATUS
                     PERFORM 0735-WRITE-VERIFICATION-LINE
                   WHEN OTHER
                     ADD 1 TO WS-FP-FAULT-COUNT
                     MOVE WS-SB-FPV-STATUS(WS-SB-INX) TO RPT-FP-STATUS
                     PERFORM 0735-WRITE-VERIFICATION-LINE
                     IF WS-SB-FPV-BAD(WS-SB-INX) > 0
                        OPEN INPUT SHPFPVER
                        PERFORM 0710-READ-SHPFPVER
                        PERFORM 0740-LIST-FAULTY-OUTPUT
                                UNTIL SHPFPVER-ATEND
                        CLOSE SHPFPVER
                     END-IF
                 END-EVALUATE
              END-IF
           END-IF.

       0735-WRITE-VERIFICATION-LINE.

           MOVE WS-SB-PACKAGE-ID(WS-SB-INX) TO RPT-FP-PACKAGE-ID.
           MOVE WS-SB-ENV(WS-SB-INX)        TO RPT-FP-ENV.
           MOVE WS-SB-STGID(WS-SB-INX)      TO RPT-FP-STGID.
           IF WS-SB-FPV-DATE(WS-SB-INX) = 0
              MOVE SPACES TO RPT-FP-DATE RPT-FP-TIME
           ELSE
              MOVE WS-SB-FPV-DATE(WS-SB-INX) TO RPT-FP-DATE
              MOVE WS-SB-FPV-TIME(WS-SB-INX) TO RPT-FP-TIME
           END-IF.
           MOVE WS-SB-FPV-BAD(WS-SB-INX)    TO RPT-FP-BAD.
           WRITE SHPRCRPT-REC FROM WS-FP-PACKAGE-LINE.

      *-----------------------------------------------------------------
      *  The mismatched and missing outputs of the faulty latest run
      *  in hand, listed under its line.
      *-----------------------------------------------------------------
       0740-LIST-FAULTY-OUTPUT.

           IF FPV-KIND = 'D'
              AND (FPV-STATUS = 'MISMATCH' OR FPV-STATUS = 'MISSING')
              AND FPV-PACKAGE-ID = WS-SB-PACKAGE-ID(WS-SB-INX)
              AND FPV-ENV = WS-SB-ENV(WS-SB-INX)
              AND FPV-STGID = WS-SB-STGID(WS-SB-INX)
              AND FPV-DATE = WS-SB-FPV-DATE(WS-SB-INX)
              AND FPV-TIME = WS-SB-FPV-TIME(WS-SB-INX)
              MOVE FPV-LIB-TAG    TO RPT-FD-LIB-TAG
              MOVE FPV-MEMBER     TO RPT-FD-MEMBER
              MOVE FPV-ELEMENT    TO RPT-FD-ELEMENT
              MOVE FPV-STATUS     TO RPT-FD-STATUS
              MOVE FPV-SRC-LEVEL  TO RPT-FD-SRC-LEVEL
              MOVE FPV-DST-LEVEL  TO RPT-FD-DST-LEVEL
              MOVE FPV-SRC-DATE   TO RPT-FD-SRC-DATE
              MOVE FPV-DST-DATE   TO RPT-FD-DST-DATE
              WRITE SHPRCRPT-REC FROM WS-FP-DETAIL-LINE
           END-IF.
           PERFORM 0710-READ-SHPFPVER.
