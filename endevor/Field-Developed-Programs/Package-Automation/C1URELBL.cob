       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Release bulletin - the C1UBLTGN release notes    *
      *              for one whole release instead of one night. For  *
      *              the release named in PARM the DD RELMSTR         *
      *              register supplies the target date, owner,        *
      *              description and member packages, and each        *
      *              member is assembled into one readable document:  *
      *                - the package, creator and its current status  *
      *                  on the keyed DD PKGMASTR master;             *
      *                - the tied INC/CHG number with its live        *
      *                  short description through SNOWDESC;          *
      *                - the systems touched, from the PKGMANIF       *
      *                  cast capture;                                *
      *                - the latest outbound shipment status from     *
      *                  SHPSTAT.                                     *
      *              A closing line counts the members approved,      *
      *              executed and failed. The bulletin is written to  *
      *              DD RELBLRPT and mailed through MAILLKUP/BC1PMLIF *
      *              to the release owner and every recipient listed  *
      *              in DD BLTDIST (one userid per record, '*'        *
      *              comments).                                       *
      *                                                               *
      *              RC 0 written, 4 the release is not on the        *
      *              register, 12 no release named or DD RELMSTR not  *
      *              usable.                                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1URELBL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELMSTR ASSIGN TO RELMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMF-KEY
               FILE STATUS IS WS-RELMSTR-FILE-STATUS.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BLTDIST ASSIGN TO BLTDIST
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT RELBLRPT ASSIGN TO RELBLRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  RELMSTR
           RECORD CONTAINS 128 CHARACTERS.
       01  RELMSTR-REC.
           03  RMF-KEY                      PIC X(33).
           03  RMF-DATA                     PIC X(95).

       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMF-PACKAGE-ID               PIC X(16).
           03  PMF-ENV                      PIC X(08).
           03  PMF-STGID                    PIC X(01).
           03  PMF-PACKAGE-STATUS           PIC X(12).
           03  PMF-BACKOUT-STATUS           PIC X(12).
           03  PMF-CREATE-USER              PIC X(08).
           03  PMF-CAST-USER                PIC X(08).
           03  PMF-LAST-EVENT               PIC X(12).
           03  PMF-LAST-DATE                PIC 9(08).
           03  PMF-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(09).

       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  MAN-CAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01).
           03  MAN-SCL-RECORD           PIC X(80).
           03  FILLER                   PIC X(14).

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

       FD  BLTDIST
           RECORD CONTAINS 80 CHARACTERS.
       01  BLTDIST-REC.
           03  BLT-RECIPIENT            PIC X(08).
           03  FILLER                   PIC X(72).

       FD  RELBLRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RELBLRPT-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-RELMSTR-FILE-STATUS       PIC X(02).
       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).
       01  WS-REGISTER-DONE             PIC X(01) VALUE 'N'.
           88  REGISTER-READ-DONE               VALUE 'Y'.
       01  WS-MASTER-AVAILABLE          PIC X(01) VALUE 'N'.
           88  MASTER-AVAILABLE                 VALUE 'Y'.
       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.

       01  WS-SELECT-RELEASE            PIC X(16).
       01  WS-MAILED-COUNT              PIC 9(04) VALUE 0.
       01  WS-RUN-RC                    PIC S9(04) VALUE 0.

         COPY RELMSTR.

      *= Release header and members, read from the register ===========
       01  WS-REL-TARGET-DATE           PIC 9(08).
       01  WS-REL-OWNER                 PIC X(08).
       01  WS-REL-DESCRIPTION           PIC X(34).
       01  WS-MB-MAX                    PIC 9(03) VALUE 999.
       01  WS-MB-COUNT                  PIC 9(03) VALUE 0.
       01  WS-MB-DROPPED                PIC 9(03) VALUE 0.
       01  WS-MB-INX                    PIC 9(03).
       01  WS-MB-TABLE.
           03  WS-MB-PACKAGE-ID         PIC X(16) OCCURS 999 TIMES.

       01  WS-APPROVED-COUNT            PIC 9(03) VALUE 0.
       01  WS-EXECUTED-COUNT            PIC 9(03) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(03) VALUE 0.
       01  WS-OTHER-COUNT               PIC 9(03) VALUE 0.

      *= Per-package assembly fields ==================================
       01  WS-MEMBER-PACKAGE-ID         PIC X(16).
       01  WS-MEMBER-STATUS             PIC X(13).
       01  WS-SNOWOBJ                   PIC X(10).
       01  WS-SD-ACTION                 PIC X(08).
       01  WS-SD-SHORT-DESC             PIC X(60).
       01  WS-SD-ASSIGN-GROUP           PIC X(40).
       01  WS-SHIP-STATUS               PIC X(07).
       01  WS-SHIP-DATE                 PIC 9(08).
       01  WS-SYSTEMS-LINE              PIC X(60).
       01  WS-SYS-COUNT                 PIC 9(02).
       01  WS-SYS-INX                   PIC 9(02).
       01  WS-SYS-FOUND                 PIC X(01).
           88  SYSTEM-ALREADY-LISTED            VALUE 'Y'.
       01  WS-SYS-TABLE.
           03  WS-SYS-NAME              PIC X(08) OCCURS 6 TIMES.
       01  WS-MANIF-SYSTEM              PIC X(08).
       01  WS-SCAN-POS                  PIC 9(03).
       01  WS-SCAN-LEN                  PIC 9(03).
       01  WS-LINE-BUILD                PIC X(80).

       01  PGM                          PIC X(08) VALUE 'BC1PMLIF'.
       01  MYSMTP-MESSAGE               PIC X(80).
       01  MYSMTP-USERID                PIC X(08).
       01  MYSMTP-FROM                  PIC X(50)
           VALUE 'ENDEVOR RELEASE NOTES'.
       01  MYSMTP-SUBJECT               PIC X(50).
       01  MYSMTP-TEXT.
           03  MYSMTP-COUNTER           PIC 9(02).
           03  MYSMTP-MSG-TEXT.
               05  MYSMTP-LINE          PIC X(133) OCCURS 99.
       01  MYSMTP-URL                   PIC X(01) VALUE SPACE.

       COPY NOTFYFMT.

      *= Userid-to-email directory (MAILLKUP / DD MAILDIR) ============
       01  WS-MAIL-ADDRESS              PIC X(50).
       01  WS-MAIL-DELEGATE             PIC X(08).
       01  WS-MAIL-DIR-FOUND            PIC X(01).

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-RELEASE-ID          PIC X(16).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           IF NOTIFY-HTML-ENABLED
              MOVE 'H' TO MYSMTP-URL
           END-IF.
           MOVE SPACES TO WS-SELECT-RELEASE.
           IF LINK-PARM-LENGTH > 16
              MOVE PARM-RELEASE-ID TO WS-SELECT-RELEASE
           ELSE
              IF LINK-PARM-LENGTH > 0
                 MOVE PARM-RELEASE-ID(1:LINK-PARM-LENGTH)
                      TO WS-SELECT-RELEASE
              END-IF
           END-IF.
           IF WS-SELECT-RELEASE = SPACES
              DISPLAY 'C1URELBL: PARM MUST SUPPLY THE RELEASE ID'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1000-LOAD-RELEASE.
           IF WS-RUN-RC > 0
              MOVE WS-RUN-RC TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RELBLRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           MOVE 0 TO MYSMTP-COUNTER.
           MOVE SPACES TO WS-LINE-BUILD.
           STRING 'RELEASE ' WS-SELECT-RELEASE
                  ' TARGET ' WS-REL-TARGET-DATE
                  ' OWNER ' WS-REL-OWNER
              DELIMITED BY SIZE INTO WS-LINE-BUILD
           END-STRING.
           PERFORM 0900-TAKE-BULLETIN-LINE.
           IF WS-REL-DESCRIPTION NOT = SPACES
              MOVE SPACES TO WS-LINE-BUILD
              STRING '  ' WS-REL-DESCRIPTION
                 DELIMITED BY SIZE INTO WS-LINE-BUILD
              END-STRING
              PERFORM 0900-TAKE-BULLETIN-LINE
           END-IF.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS = '00'
              MOVE 'Y' TO WS-MASTER-AVAILABLE
           ELSE
              DISPLAY 'C1URELBL: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
              MOVE 'PACKAGE MASTER NOT AVAILABLE' TO WS-LINE-BUILD
              PERFORM 0900-TAKE-BULLETIN-LINE
           END-IF.
           PERFORM 2000-ASSEMBLE-ONE-PACKAGE
                   VARYING WS-MB-INX FROM 1 BY 1
                   UNTIL WS-MB-INX > WS-MB-COUNT.
           IF MASTER-AVAILABLE
              CLOSE PKGMASTR
           END-IF.

           IF WS-MB-COUNT = 0
              MOVE 'THE RELEASE HAS NO MEMBER PACKAGES'
                   TO WS-LINE-BUILD
              PERFORM 0900-TAKE-BULLETIN-LINE
           END-IF.
           MOVE SPACES TO WS-LINE-BUILD.
           PERFORM 0900-TAKE-BULLETIN-LINE.
           MOVE SPACES TO WS-LINE-BUILD.
           STRING WS-MB-COUNT ' MEMBER(S): '
                  WS-APPROVED-COUNT ' APPROVED, '
                  WS-EXECUTED-COUNT ' EXECUTED, '
                  WS-FAILED-COUNT ' FAILED, '
                  WS-OTHER-COUNT ' OTHER'
              DELIMITED BY SIZE INTO WS-LINE-BUILD
           END-STRING.
           PERFORM 0900-TAKE-BULLETIN-LINE.

           MOVE SPACES TO MYSMTP-SUBJECT.
           STRING 'Release bulletin ' WS-SELECT-RELEASE
              DELIMITED BY SIZE INTO MYSMTP-SUBJECT
           END-STRING.
           MOVE SPACES TO MYSMTP-MESSAGE.
           STRING 'RELEASE ' WS-SELECT-RELEASE ' - '
                  WS-EXECUTED-COUNT ' OF ' WS-MB-COUNT
                  ' PACKAGE(S) EXECUTED'
              DELIMITED BY SIZE INTO MYSMTP-MESSAGE
           END-STRING.
           PERFORM 3000-MAIL-THE-BULLETIN.

           CLOSE RELBLRPT.

           IF WS-MB-DROPPED > 0
              DISPLAY 'C1URELBL: WARNING - ' WS-MB-DROPPED
                      ' MEMBERS LEFT OUT, TABLE FULL'
           END-IF.
           DISPLAY 'C1URELBL: ' WS-SELECT-RELEASE ' '
                   WS-MB-COUNT ' PACKAGE(S), '
                   WS-MAILED-COUNT ' RECIPIENT(S) MAILED'.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of RELBLRPT - see COPY RUNCTXH.
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
           WRITE RELBLRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  One bulletin line lands in both the report and the mail
      *  body (the body caps at 99 lines; the report is complete).
      *-----------------------------------------------------------------
       0900-TAKE-BULLETIN-LINE.

           WRITE RELBLRPT-REC FROM WS-LINE-BUILD.
           IF MYSMTP-COUNTER < 99
              ADD 1 TO MYSMTP-COUNTER
              MOVE SPACES TO MYSMTP-LINE(MYSMTP-COUNTER)
              MOVE WS-LINE-BUILD
                   TO MYSMTP-LINE(MYSMTP-COUNTER)(1:80)
           END-IF.

      *-----------------------------------------------------------------
      *  The release header by key, then its member records.
      *-----------------------------------------------------------------
       1000-LOAD-RELEASE.

           OPEN INPUT RELMSTR.
           IF WS-RELMSTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1URELBL: RELMSTR OPEN FAILED - FILE STATUS '
                      WS-RELMSTR-FILE-STATUS
              MOVE 12 TO WS-RUN-RC
           ELSE
              MOVE SPACES            TO WS-RELMAST-RECORD
              MOVE WS-SELECT-RELEASE TO RM-RELEASE-ID
              MOVE 'H'               TO RM-REC-TYPE
              MOVE RM-KEY            TO RMF-KEY
              READ RELMSTR
                  INVALID KEY
                      DISPLAY 'C1URELBL: RELEASE ' WS-SELECT-RELEASE
                              ' IS NOT ON THE REGISTER'
                      MOVE 4 TO WS-RUN-RC
                  NOT INVALID KEY
                      MOVE RELMSTR-REC     TO WS-RELMAST-RECORD
                      MOVE RMH-TARGET-DATE TO WS-REL-TARGET-DATE
                      MOVE RMH-OWNER       TO WS-REL-OWNER
                      MOVE RMH-DESCRIPTION TO WS-REL-DESCRIPTION
                      PERFORM 1100-READ-REGISTER-NEXT
                      PERFORM 1200-COLLECT-MEMBER
                              UNTIL REGISTER-READ-DONE
              END-READ
              CLOSE RELMSTR
           END-IF.

       1100-READ-REGISTER-NEXT.
           READ RELMSTR NEXT RECORD
               AT END MOVE 'Y' TO WS-REGISTER-DONE
           END-READ.
           IF NOT REGISTER-READ-DONE
              IF RMF-KEY(1:16) NOT = WS-SELECT-RELEASE
                 MOVE 'Y' TO WS-REGISTER-DONE
              END-IF
           END-IF.

       1200-COLLECT-MEMBER.
           MOVE RELMSTR-REC TO WS-RELMAST-RECORD.
           IF RM-MEMBER-REC
              IF WS-MB-COUNT < WS-MB-MAX
                 ADD 1 TO WS-MB-COUNT
                 MOVE RM-PACKAGE-ID TO WS-MB-PACKAGE-ID(WS-MB-COUNT)
              ELSE
                 ADD 1 TO WS-MB-DROPPED
              END-IF
           END-IF.
           PERFORM 1100-READ-REGISTER-NEXT.

       2000-ASSEMBLE-ONE-PACKAGE.

           MOVE WS-MB-PACKAGE-ID(WS-MB-INX) TO WS-MEMBER-PACKAGE-ID.
           MOVE 'NOT ON MASTER' TO WS-MEMBER-STATUS.
           MOVE SPACES TO PKGMASTR-REC.
           IF MASTER-AVAILABLE
              MOVE WS-MEMBER-PACKAGE-ID TO PMF-PACKAGE-ID
              READ PKGMASTR
                  INVALID KEY
                      MOVE SPACES TO PKGMASTR-REC
                  NOT INVALID KEY
                      MOVE PMF-PACKAGE-STATUS TO WS-MEMBER-STATUS
              END-READ
           END-IF.
           EVALUATE WS-MEMBER-STATUS
             WHEN 'APPROVED'
               ADD 1 TO WS-APPROVED-COUNT
             WHEN 'EXECUTED'
             WHEN 'COMMITTED'
               ADD 1 TO WS-EXECUTED-COUNT
             WHEN 'EXEC-FAILED'
               ADD 1 TO WS-FAILED-COUNT
             WHEN OTHER
               ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.

           MOVE SPACES TO WS-LINE-BUILD.
           PERFORM 0900-TAKE-BULLETIN-LINE.
           MOVE SPACES TO WS-LINE-BUILD.
           STRING 'PACKAGE ' WS-MEMBER-PACKAGE-ID
                  ' (' PMF-ENV '/' PMF-STGID
                  ') BY ' PMF-CREATE-USER
              DELIMITED BY SIZE INTO WS-LINE-BUILD
           END-STRING.
           PERFORM 0900-TAKE-BULLETIN-LINE.
           MOVE SPACES TO WS-LINE-BUILD.
           STRING '  STATUS: ' WS-MEMBER-STATUS
              DELIMITED BY SIZE INTO WS-LINE-BUILD
           END-STRING.
           IF PMF-LAST-DATE IS NUMERIC
              MOVE ' SINCE ' TO WS-LINE-BUILD(24:7)
              MOVE PMF-LAST-DATE TO WS-LINE-BUILD(31:8)
           END-IF.
           PERFORM 0900-TAKE-BULLETIN-LINE.

           PERFORM 2100-DESCRIBE-TIED-OBJECT.
           PERFORM 2200-LIST-SYSTEMS-TOUCHED.
           PERFORM 2300-LATEST-SHIPMENT-STATUS.

       2100-DESCRIBE-TIED-OBJECT.

           IF WS-MEMBER-PACKAGE-ID(1:3) = 'INC'
              OR WS-MEMBER-PACKAGE-ID(1:3) = 'CHG'
              MOVE WS-MEMBER-PACKAGE-ID(1:10) TO WS-SNOWOBJ
              IF WS-MEMBER-PACKAGE-ID(1:3) = 'CHG'
                 MOVE 'VALCHG' TO WS-SD-ACTION
              ELSE
                 MOVE 'VALINC' TO WS-SD-ACTION
              END-IF
              MOVE SPACES TO WS-SD-SHORT-DESC WS-SD-ASSIGN-GROUP
              CALL 'SNOWDESC' USING WS-SNOWOBJ WS-SD-ACTION
                                    WS-SD-SHORT-DESC
                                    WS-SD-ASSIGN-GROUP
              MOVE SPACES TO WS-LINE-BUILD
              IF RETURN-CODE = 0
                 STRING '  TICKET ' WS-SNOWOBJ ': '
                        WS-SD-SHORT-DESC
                    DELIMITED BY SIZE INTO WS-LINE-BUILD
                 END-STRING
              ELSE
                 STRING '  TICKET ' WS-SNOWOBJ
                        ' (DESCRIPTION NOT AVAILABLE)'
                    DELIMITED BY SIZE INTO WS-LINE-BUILD
                 END-STRING
              END-IF
              MOVE 0 TO RETURN-CODE
              PERFORM 0900-TAKE-BULLETIN-LINE
           END-IF.

      *-----------------------------------------------------------------
      *  The distinct SYSTEM names out of the package's cast SCL -
      *  the same quoted-clause scan the exits make, up to six shown.
      *-----------------------------------------------------------------
       2200-LIST-SYSTEMS-TOUCHED.

           MOVE 0 TO WS-SYS-COUNT.
           OPEN INPUT PKGMANIF.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 2210-READ-PKGMANIF
              PERFORM 2220-SCAN-ONE-MANIFEST UNTIL IN-FILE-ATEND
              CLOSE PKGMANIF
           END-IF.
           IF WS-SYS-COUNT > 0
              MOVE SPACES TO WS-SYSTEMS-LINE
              STRING WS-SYS-NAME(1) ' ' WS-SYS-NAME(2) ' '
                     WS-SYS-NAME(3) ' ' WS-SYS-NAME(4) ' '
                     WS-SYS-NAME(5) ' ' WS-SYS-NAME(6)
                 DELIMITED BY SIZE INTO WS-SYSTEMS-LINE
              END-STRING
              MOVE SPACES TO WS-LINE-BUILD
              STRING '  SYSTEMS: ' WS-SYSTEMS-LINE
                 DELIMITED BY SIZE INTO WS-LINE-BUILD
              END-STRING
              PERFORM 0900-TAKE-BULLETIN-LINE
           END-IF.

       2210-READ-PKGMANIF.
           READ PKGMANIF
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       2220-SCAN-ONE-MANIFEST.
           IF MAN-PACKAGE-ID = WS-MEMBER-PACKAGE-ID
              MOVE SPACES TO WS-MANIF-SYSTEM
              MOVE 0 TO WS-SCAN-POS
              INSPECT MAN-SCL-RECORD TALLYING WS-SCAN-POS
                      FOR CHARACTERS BEFORE ' SYSTEM '''
              IF WS-SCAN-POS < 70
                 ADD 10 TO WS-SCAN-POS
                 MOVE 0 TO WS-SCAN-LEN
                 INSPECT MAN-SCL-RECORD(WS-SCAN-POS:)
                         TALLYING WS-SCAN-LEN
                         FOR CHARACTERS BEFORE ''''
                 IF WS-SCAN-LEN > 8
                    MOVE 8 TO WS-SCAN-LEN
                 END-IF
                 IF WS-SCAN-LEN > 0
                    MOVE MAN-SCL-RECORD(WS-SCAN-POS:WS-SCAN-LEN)
                         TO WS-MANIF-SYSTEM(1:WS-SCAN-LEN)
                    PERFORM 2230-KEEP-DISTINCT-SYSTEM
                 END-IF
              END-IF
           END-IF.
           PERFORM 2210-READ-PKGMANIF.

       2230-KEEP-DISTINCT-SYSTEM.

           MOVE 'N' TO WS-SYS-FOUND.
           PERFORM VARYING WS-SYS-INX FROM 1 BY 1
                   UNTIL WS-SYS-INX > WS-SYS-COUNT
                      OR SYSTEM-ALREADY-LISTED
              IF WS-MANIF-SYSTEM = WS-SYS-NAME(WS-SYS-INX)
                 MOVE 'Y' TO WS-SYS-FOUND
              END-IF
           END-PERFORM.
           IF NOT SYSTEM-ALREADY-LISTED
              IF WS-SYS-COUNT < 6
                 ADD 1 TO WS-SYS-COUNT
                 MOVE WS-MANIF-SYSTEM TO WS-SYS-NAME(WS-SYS-COUNT)
              END-IF
           END-IF.

       2300-LATEST-SHIPMENT-STATUS.

           MOVE SPACES TO WS-SHIP-STATUS.
           MOVE 0      TO WS-SHIP-DATE.
           OPEN INPUT SHPSTAT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 2310-READ-SHPSTAT
              PERFORM 2320-TRACK-ONE-SHIPMENT UNTIL IN-FILE-ATEND
              CLOSE SHPSTAT
           END-IF.
           MOVE SPACES TO WS-LINE-BUILD.
           IF WS-SHIP-STATUS = SPACES
              MOVE '  SHIPMENT: NONE ON RECORD' TO WS-LINE-BUILD
           ELSE
              STRING '  SHIPMENT: ' WS-SHIP-STATUS
                     ' ON ' WS-SHIP-DATE
                 DELIMITED BY SIZE INTO WS-LINE-BUILD
              END-STRING
           END-IF.
           PERFORM 0900-TAKE-BULLETIN-LINE.

       2310-READ-SHPSTAT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SHPSTAT
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'SHPSTAT'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SHPSTAT-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       2320-TRACK-ONE-SHIPMENT.
           IF SHP-PACKAGE-ID = WS-MEMBER-PACKAGE-ID
              AND SHP-DIRECTION = 'OUT'
              IF SHP-DATE >= WS-SHIP-DATE
                 MOVE SHP-DATE   TO WS-SHIP-DATE
                 MOVE SHP-STATUS TO WS-SHIP-STATUS
              END-IF
           END-IF.
           PERFORM 2310-READ-SHPSTAT.

      *-----------------------------------------------------------------
      *  The release owner first, then the DD BLTDIST list.
      *-----------------------------------------------------------------
       3000-MAIL-THE-BULLETIN.

           IF WS-REL-OWNER NOT = SPACES
              MOVE WS-REL-OWNER TO MYSMTP-USERID
              PERFORM 3300-MAIL-ONE-USERID
           END-IF.
           OPEN INPUT BLTDIST.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1URELBL: DD BLTDIST NOT AVAILABLE - '
                      'BULLETIN MAILED TO THE RELEASE OWNER ONLY'
           ELSE
              PERFORM 3100-READ-BLTDIST
              PERFORM 3200-MAIL-ONE-RECIPIENT UNTIL IN-FILE-ATEND
              CLOSE BLTDIST
           END-IF.

       3100-READ-BLTDIST.
           READ BLTDIST
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       3200-MAIL-ONE-RECIPIENT.

           IF BLT-RECIPIENT NOT = SPACES
              AND BLT-RECIPIENT(1:1) NOT = '*'
              AND BLT-RECIPIENT NOT = WS-REL-OWNER
              MOVE BLT-RECIPIENT TO MYSMTP-USERID
              PERFORM 3300-MAIL-ONE-USERID
           END-IF.
           PERFORM 3100-READ-BLTDIST.

       3300-MAIL-ONE-USERID.

           CALL 'MAILLKUP' USING MYSMTP-USERID
                                 WS-MAIL-ADDRESS
                                 WS-MAIL-DELEGATE
                                 WS-MAIL-DIR-FOUND.
           CALL PGM USING MYSMTP-MESSAGE
                          WS-MAIL-ADDRESS
                          MYSMTP-FROM
                          MYSMTP-SUBJECT
                          MYSMTP-TEXT
                          MYSMTP-URL.
           IF RETURN-CODE = 0
              ADD 1 TO WS-MAILED-COUNT
           ELSE
              DISPLAY 'C1URELBL: CALL BC1PMLIF RC = ' RETURN-CODE
                      ' FOR ' MYSMTP-USERID
           END-IF.
           MOVE 0 TO RETURN-CODE.
