       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Package denial report over the DD AUDIT7 DENY    *
      *              records C1UEXT07 writes at After-REVIEW/DENY -   *
      *              which approver groups keep turning packages back *
      *              and which systems those packages belonged to, so *
      *              release management can take it up with the       *
      *              teams concerned. Every denial is listed (date,   *
      *              package, environment, denying group, approver),  *
      *              then totalled per approver group and per system, *
      *              the systems coming off the DD PKGMANIF cast      *
      *              capture with the same quoted-clause scan the     *
      *              exit uses. A denied package with no manifest on  *
      *              record is totalled under *NO MANIFEST*. PARM     *
      *              optionally narrows the run to a date range       *
      *              (from YYYYMMDD, to YYYYMMDD; either may be       *
      *              blank). Report goes to DD DNYRPT.                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UDNYRP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT7 ASSIGN TO AUDIT7
               FILE STATUS IS WS-AUDIT7-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-PKGMANIF-FILE-STATUS.
           SELECT DNYRPT ASSIGN TO DNYRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC.
           03  AUDIT7-HEADER                PIC X(64).
           03  AUDIT7-BODY.
              05  AUD7-PACKAGE-ID           PIC X(16).
              05  AUD7-DATE                 PIC X(08).
              05  AUD7-TIME                 PIC X(06).
              05  AUD7-EVENT                PIC X(06).
              05  AUD7-GROUP-NAME           PIC X(12).
              05  AUD7-APPROVAL-FLAG        PIC X(01).
              05  AUD7-RECIPIENT            PIC X(09).
              05  AUD7-ENV                  PIC X(08).
              05  FILLER                    PIC X(30).

       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  MAN-CAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(01).
           03  MAN-SCL-RECORD               PIC X(80).
           03  FILLER                       PIC X(14).

       FD  DNYRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  DNYRPT-REC                       PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT7-FILE-STATUS            PIC X(02).
           88  AUDIT7-ATEND                        VALUE '10'.
       01  WS-PKGMANIF-FILE-STATUS          PIC X(02).
           88  PKGMANIF-ATEND                      VALUE '10'.
           88  PKGMANIF-NOT-AVAILABLE              VALUE '30' '35'.

       01  WS-FROM-DATE                     PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                       PIC X(08) VALUE SPACES.

      *= One entry per denial on record ================================
       01  WS-DN-MAX                        PIC 9(04) VALUE 1000.
       01  WS-DN-COUNT                      PIC 9(04) VALUE 0.
       01  WS-DN-DROPPED                    PIC 9(04) VALUE 0.
       01  WS-DN-INX                        PIC 9(04).
       01  WS-DN-TABLE.
           03  WS-DN-ENTRY OCCURS 1000 TIMES.
               05  WS-DN-PACKAGE-ID         PIC X(16).
               05  WS-DN-SYSTEM-FOUND       PIC X(01).
                   88  DN-SYSTEM-FOUND             VALUE 'Y'.

      *= Distinct package/system pairs off the manifest ================
       01  WS-PS-MAX                        PIC 9(04) VALUE 1000.
       01  WS-PS-COUNT                      PIC 9(04) VALUE 0.
       01  WS-PS-INX                        PIC 9(04).
       01  WS-PS-FOUND                      PIC X(01).
           88  PS-PAIR-FOUND                       VALUE 'Y'.
       01  WS-PS-TABLE.
           03  WS-PS-ENTRY OCCURS 1000 TIMES.
               05  WS-PS-PACKAGE-ID         PIC X(16).
               05  WS-PS-SYSTEM             PIC X(08).

      *= Tally per approver group and per system =======================
       01  WS-GT-MAX                        PIC 9(03) VALUE 100.
       01  WS-GT-COUNT                      PIC 9(03) VALUE 0.
       01  WS-GT-INX                        PIC 9(03).
       01  WS-GT-HIT-INX                    PIC 9(03).
       01  WS-GT-TABLE.
           03  WS-GT-ENTRY OCCURS 100 TIMES.
               05  WS-GT-GROUP-NAME         PIC X(12).
               05  WS-GT-DENIALS            PIC 9(05).

       01  WS-ST-MAX                        PIC 9(03) VALUE 100.
       01  WS-ST-COUNT                      PIC 9(03) VALUE 0.
       01  WS-ST-INX                        PIC 9(03).
       01  WS-ST-HIT-INX                    PIC 9(03).
       01  WS-ST-TABLE.
           03  WS-ST-ENTRY OCCURS 100 TIMES.
               05  WS-ST-SYSTEM             PIC X(12).
               05  WS-ST-DENIALS            PIC 9(05).

       01  WS-PKG-DENIALS                   PIC 9(05).
       01  WS-TALLY-SYSTEM                  PIC X(12).

       01  WS-MANIF-SYSTEM                  PIC X(08).
       01  WS-MANIF-SYS-POS                 PIC 9(03).
       01  WS-MANIF-SYS-LEN                 PIC 9(03).
       01  WS-MANIF-HIT                     PIC X(01).
           88  MANIFEST-FOR-DENIED-PACKAGE         VALUE 'Y'.

       01  WS-HDR-LINE.
           03  FILLER                       PIC X(80) VALUE
               'DATE     TIME   PACKAGE          ENV      APPROVER GROUP
      -        '  APPROVER'.

       01  WS-DETAIL-LINE.
           03  RPT-DATE                     PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-TIME                     PIC X(06).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-ENV                      PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-GROUP-NAME               PIC X(12).
           03  FILLER                       PIC X(03) VALUE SPACES.
           03  RPT-APPROVER                 PIC X(09).
           03  FILLER                       PIC X(14) VALUE SPACES.

       01  WS-GROUP-HDR-LINE.
           03  FILLER                       PIC X(80) VALUE
               'APPROVER GROUP   DENIALS'.

       01  WS-SYSTEM-HDR-LINE.
           03  FILLER                       PIC X(80) VALUE
               'SYSTEM           DENIALS'.

       01  WS-TALLY-LINE.
           03  TLY-NAME                     PIC X(12).
           03  FILLER                       PIC X(05) VALUE SPACES.
           03  TLY-DENIALS                  PIC ZZ,ZZ9.
           03  FILLER                       PIC X(57) VALUE SPACES.

       01  WS-TOTAL-LINE.
           03  FILLER                       PIC X(17) VALUE
               'TOTAL DENIALS    '.
           03  TOT-DENIALS                  PIC ZZ,ZZ9.
           03  FILLER                       PIC X(57) VALUE SPACES.

       01  WS-BLANK-LINE                    PIC X(80) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH             PIC S9(04) COMP.
           05  PARM-FROM-DATE               PIC X(08).
           05  FILLER                       PIC X(01).
           05  PARM-TO-DATE                 PIC X(08).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           PERFORM 0040-PARSE-PARM.

           OPEN INPUT  AUDIT7.
           OPEN OUTPUT DNYRPT.

           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           WRITE DNYRPT-REC FROM WS-HDR-LINE.

           PERFORM 0100-READ-AUDIT7.
           PERFORM 0200-LIST-ONE-DENIAL UNTIL AUDIT7-ATEND.
           CLOSE AUDIT7.

           PERFORM 0500-TALLY-BY-SYSTEM.

           WRITE DNYRPT-REC FROM WS-BLANK-LINE.
           WRITE DNYRPT-REC FROM WS-GROUP-HDR-LINE.
           PERFORM VARYING WS-GT-INX FROM 1 BY 1
                   UNTIL WS-GT-INX > WS-GT-COUNT
              MOVE WS-GT-GROUP-NAME(WS-GT-INX) TO TLY-NAME
              MOVE WS-GT-DENIALS(WS-GT-INX)    TO TLY-DENIALS
              WRITE DNYRPT-REC FROM WS-TALLY-LINE
           END-PERFORM.

           WRITE DNYRPT-REC FROM WS-BLANK-LINE.
           WRITE DNYRPT-REC FROM WS-SYSTEM-HDR-LINE.
           PERFORM VARYING WS-ST-INX FROM 1 BY 1
                   UNTIL WS-ST-INX > WS-ST-COUNT
              MOVE WS-ST-SYSTEM(WS-ST-INX)  TO TLY-NAME
              MOVE WS-ST-DENIALS(WS-ST-INX) TO TLY-DENIALS
              WRITE DNYRPT-REC FROM WS-TALLY-LINE
           END-PERFORM.

           WRITE DNYRPT-REC FROM WS-BLANK-LINE.
           MOVE WS-DN-COUNT TO TOT-DENIALS.
           WRITE DNYRPT-REC FROM WS-TOTAL-LINE.

           CLOSE DNYRPT.

           DISPLAY 'C1UDNYRP: ' WS-DN-COUNT ' DENIAL(S) LISTED'.
           IF WS-DN-DROPPED > 0
              DISPLAY 'C1UDNYRP: ' WS-DN-DROPPED ' DENIAL(S) NOT '
                      'TALLIED BY SYSTEM - TABLE FULL'
           END-IF.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  PARM (optional): cols 1-8 from date, col 10-17 to date, both
      *  YYYYMMDD. A blank or non-numeric date leaves that end of the
      *  range open.
      *-----------------------------------------------------------------
       0040-PARSE-PARM.

           IF LINK-PARM-LENGTH >= 8
              IF PARM-FROM-DATE IS NUMERIC
                 MOVE PARM-FROM-DATE TO WS-FROM-DATE
              END-IF
           END-IF.
           IF LINK-PARM-LENGTH >= 17
              IF PARM-TO-DATE IS NUMERIC
                 MOVE PARM-TO-DATE TO WS-TO-DATE
              END-IF
           END-IF.
           DISPLAY 'C1UDNYRP: DENIALS FROM ' WS-FROM-DATE
                   ' TO ' WS-TO-DATE.

      *-----------------------------------------------------------------
      *  First line of DNYRPT - see COPY RUNCTXH.
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
           WRITE DNYRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-READ-AUDIT7.

           PERFORM WITH TEST AFTER
                   UNTIL WS-AUDIT7-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ AUDIT7
                  AT END MOVE '10' TO WS-AUDIT7-FILE-STATUS
              END-READ
              IF WS-AUDIT7-FILE-STATUS(1:1) = '0'
                 MOVE 'AUDIT7'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE AUDIT7-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Only DENY records inside the requested range are reported;
      *  every other AUDIT7 event is passed over.
      *-----------------------------------------------------------------
       0200-LIST-ONE-DENIAL.

           IF AUD7-EVENT = 'DENY'
              AND (WS-FROM-DATE = SPACES OR AUD7-DATE >= WS-FROM-DATE)
              AND (WS-TO-DATE = SPACES OR AUD7-DATE <= WS-TO-DATE)
              MOVE AUD7-DATE         TO RPT-DATE
              MOVE AUD7-TIME         TO RPT-TIME
              MOVE AUD7-PACKAGE-ID   TO RPT-PACKAGE-ID
              MOVE AUD7-ENV          TO RPT-ENV
              MOVE AUD7-GROUP-NAME   TO RPT-GROUP-NAME
              MOVE AUD7-RECIPIENT    TO RPT-APPROVER
              WRITE DNYRPT-REC FROM WS-DETAIL-LINE
              PERFORM 0300-TALLY-BY-GROUP
              IF WS-DN-COUNT < WS-DN-MAX
                 ADD 1 TO WS-DN-COUNT
                 MOVE AUD7-PACKAGE-ID TO WS-DN-PACKAGE-ID(WS-DN-COUNT)
                 MOVE 'N'             TO WS-DN-SYSTEM-FOUND(WS-DN-COUNT)
              ELSE
                 ADD 1 TO WS-DN-DROPPED
              END-IF
           END-IF.
           PERFORM 0100-READ-AUDIT7.

       0300-TALLY-BY-GROUP.

           MOVE 0 TO WS-GT-HIT-INX.
           PERFORM VARYING WS-GT-INX FROM 1 BY 1
                   UNTIL WS-GT-INX > WS-GT-COUNT OR WS-GT-HIT-INX > 0
              IF AUD7-GROUP-NAME = WS-GT-GROUP-NAME(WS-GT-INX)
                 MOVE WS-GT-INX TO WS-GT-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-GT-HIT-INX = 0
              IF WS-GT-COUNT < WS-GT-MAX
                 ADD 1 TO WS-GT-COUNT
                 MOVE WS-GT-COUNT TO WS-GT-HIT-INX
                 MOVE AUD7-GROUP-NAME
                      TO WS-GT-GROUP-NAME(WS-GT-HIT-INX)
                 MOVE 0 TO WS-GT-DENIALS(WS-GT-HIT-INX)
              END-IF
           END-IF.
           IF WS-GT-HIT-INX > 0
              ADD 1 TO WS-GT-DENIALS(WS-GT-HIT-INX)
           END-IF.

      *-----------------------------------------------------------------
      *  Each distinct system a denied package's manifest carries is
      *  charged with every denial that package drew; packages with
      *  no manifest on record (or no DD PKGMANIF at all) go under
      *  *NO MANIFEST* so the system totals still add up.
      *-----------------------------------------------------------------
       0500-TALLY-BY-SYSTEM.

           OPEN INPUT PKGMANIF.
           IF NOT PKGMANIF-NOT-AVAILABLE
              PERFORM 0510-READ-PKGMANIF
              PERFORM 0520-TALLY-ONE-MANIFEST UNTIL PKGMANIF-ATEND
              CLOSE PKGMANIF
           END-IF.
           MOVE '*NO MANIFEST*' TO WS-TALLY-SYSTEM.
           PERFORM VARYING WS-DN-INX FROM 1 BY 1
                   UNTIL WS-DN-INX > WS-DN-COUNT
              IF NOT DN-SYSTEM-FOUND(WS-DN-INX)
                 MOVE 1 TO WS-PKG-DENIALS
                 PERFORM 0540-ADD-SYSTEM-TALLY
              END-IF
           END-PERFORM.

       0510-READ-PKGMANIF.

           READ PKGMANIF
               AT END MOVE '10' TO WS-PKGMANIF-FILE-STATUS
           END-READ.

       0520-TALLY-ONE-MANIFEST.

           MOVE 'N' TO WS-MANIF-HIT.
           MOVE 0   TO WS-PKG-DENIALS.
           PERFORM VARYING WS-DN-INX FROM 1 BY 1
                   UNTIL WS-DN-INX > WS-DN-COUNT
              IF WS-DN-PACKAGE-ID(WS-DN-INX) = MAN-PACKAGE-ID
                 MOVE 'Y' TO WS-MANIF-HIT
                 ADD 1 TO WS-PKG-DENIALS
              END-IF
           END-PERFORM.
           IF MANIFEST-FOR-DENIED-PACKAGE
              PERFORM 0530-EXTRACT-SYSTEM-NAME
              IF WS-MANIF-SYSTEM NOT = SPACES
                 PERFORM 0535-CHECK-PAIR-SEEN
                 IF NOT PS-PAIR-FOUND
                    PERFORM VARYING WS-DN-INX FROM 1 BY 1
                            UNTIL WS-DN-INX > WS-DN-COUNT
                       IF WS-DN-PACKAGE-ID(WS-DN-INX) = MAN-PACKAGE-ID
                          MOVE 'Y' TO WS-DN-SYSTEM-FOUND(WS-DN-INX)
                       END-IF
                    END-PERFORM
                    MOVE WS-MANIF-SYSTEM TO WS-TALLY-SYSTEM
                    PERFORM 0540-ADD-SYSTEM-TALLY
                 END-IF
              END-IF
           END-IF.
           PERFORM 0510-READ-PKGMANIF.

      *-----------------------------------------------------------------
      *  SYSTEM name out of the quoted SYSTEM clause of one captured
      *  SCL record - the scan C1UEXT07 makes at cast time. A record
      *  with no SYSTEM clause comes back blank.
      *-----------------------------------------------------------------
       0530-EXTRACT-SYSTEM-NAME.

           MOVE SPACES TO WS-MANIF-SYSTEM.
           MOVE 0 TO WS-MANIF-SYS-POS.
           INSPECT MAN-SCL-RECORD TALLYING WS-MANIF-SYS-POS
                   FOR CHARACTERS BEFORE ' SYSTEM '''.
           IF WS-MANIF-SYS-POS < 70
              ADD 10 TO WS-MANIF-SYS-POS
              MOVE 0 TO WS-MANIF-SYS-LEN
              INSPECT MAN-SCL-RECORD(WS-MANIF-SYS-POS:)
                      TALLYING WS-MANIF-SYS-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-MANIF-SYS-LEN > 8
                 MOVE 8 TO WS-MANIF-SYS-LEN
              END-IF
              IF WS-MANIF-SYS-LEN > 0
                 MOVE MAN-SCL-RECORD
                      (WS-MANIF-SYS-POS:WS-MANIF-SYS-LEN)
                      TO WS-MANIF-SYSTEM(1:WS-MANIF-SYS-LEN)
              END-IF
           END-IF.

       0535-CHECK-PAIR-SEEN.

           MOVE 'N' TO WS-PS-FOUND.
           PERFORM VARYING WS-PS-INX FROM 1 BY 1
                   UNTIL WS-PS-INX > WS-PS-COUNT OR PS-PAIR-FOUND
              IF MAN-PACKAGE-ID = WS-PS-PACKAGE-ID(WS-PS-INX)
                 AND WS-MANIF-SYSTEM = WS-PS-SYSTEM(WS-PS-INX)
                 MOVE 'Y' TO WS-PS-FOUND
              END-IF
           END-PERFORM.
           IF NOT PS-PAIR-FOUND
              IF WS-PS-COUNT < WS-PS-MAX
                 ADD 1 TO WS-PS-COUNT
                 MOVE MAN-PACKAGE-ID  TO WS-PS-PACKAGE-ID(WS-PS-COUNT)
                 MOVE WS-MANIF-SYSTEM TO WS-PS-SYSTEM(WS-PS-COUNT)
              ELSE
      *          Table full - treat as seen so nothing is double-
      *          counted; the run's totals simply stop growing.
                 MOVE 'Y' TO WS-PS-FOUND
              END-IF
           END-IF.

       0540-ADD-SYSTEM-TALLY.

           MOVE 0 TO WS-ST-HIT-INX.
           PERFORM VARYING WS-ST-INX FROM 1 BY 1
                   UNTIL WS-ST-INX > WS-ST-COUNT OR WS-ST-HIT-INX > 0
              IF WS-TALLY-SYSTEM = WS-ST-SYSTEM(WS-ST-INX)
                 MOVE WS-ST-INX TO WS-ST-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-ST-HIT-INX = 0
              IF WS-ST-COUNT < WS-ST-MAX
                 ADD 1 TO WS-ST-COUNT
                 MOVE WS-ST-COUNT TO WS-ST-HIT-INX
                 MOVE WS-TALLY-SYSTEM TO WS-ST-SYSTEM(WS-ST-HIT-INX)
                 MOVE 0 TO WS-ST-DENIALS(WS-ST-HIT-INX)
              END-IF
           END-IF.
           IF WS-ST-HIT-INX > 0
              ADD WS-PKG-DENIALS TO WS-ST-DENIALS(WS-ST-HIT-INX)
           END-IF.
