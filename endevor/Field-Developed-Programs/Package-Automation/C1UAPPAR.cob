       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Quarterly approver-participation and key-person  *
      *              risk report. The cast-time roster snapshots C1U- *
      *              EXT07 writes (DD APPRSNAP) say who was ELIGIBLE  *
      *              to approve each package; the GROUP records of    *
      *              the approval audit trail (DD AUDIT7) say who     *
      *              actually DID, and when. The two are joined for   *
      *              every package cast in the quarter, in three      *
      *              parts on DD APPARRPT:                            *
      *                1  per approver group - packages, eligible and *
      *                   active approvers, approvals and the median  *
      *                   response time (first query of the group to  *
      *                   the approval, calendar hours), then each    *
      *                   approver's eligible/approved counts         *
      *                2  approvers eligible on many packages who     *
      *                   approved none of them (rubber-stamp risk    *
      *                   the other way round - a roster padded with  *
      *                   names that never act)                       *
      *                3  per system (the first SYSTEM clause of the  *
      *                   package's DD PKGMANIF cast manifest) - the  *
      *                   approver behind the most approved packages  *
      *                   and their share; above the threshold the    *
      *                   system is flagged KEY-PERSON                *
      *              Thresholds: copybook APPPARCF / DD EXITCFG       *
      *              section %APPRPART. PARM YYYYQn selects the       *
      *              quarter (by cast date); no PARM means the        *
      *              quarter before the run date. Return code 4 when  *
      *              anything is flagged or a table overflowed.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UAPPAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT APPRSNAP ASSIGN TO APPRSNAP
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT AUDIT7 ASSIGN TO AUDIT7
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT APPARRPT ASSIGN TO APPARRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  MAN-CAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01).
           03  MAN-SCL-RECORD           PIC X(80).
           03  FILLER                   PIC X(14).

       FD  APPRSNAP
           RECORD CONTAINS 80 CHARACTERS.
       01  APPRSNAP-REC.
           03  ASN-REC-TYPE             PIC X(01).
           03  FILLER                   PIC X(01).
           03  ASN-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  ASN-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  ASN-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  ASN-GROUP-NAME           PIC X(12).
           03  FILLER                   PIC X(01).
           03  ASN-DATA                 PIC X(20).
           03  ASN-MEMBER-DATA REDEFINES ASN-DATA.
               05  ASN-MEMBER-ID        PIC X(08).
               05  FILLER               PIC X(01).
               05  ASN-MEMBER-FLAG      PIC X(01).
               05  FILLER               PIC X(10).
           03  FILLER                   PIC X(12).

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

       FD  APPARRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  APPARRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.

         COPY APPPARCF.
         COPY EXITCFG.

       01  WS-CFG-INX                   PIC 9(02).

      *= Reporting quarter =============================================
       01  WS-QTR-YEAR                  PIC 9(04).
       01  WS-QTR-NUMBER                PIC 9(01).
       01  WS-FROM-DATE                 PIC 9(08).
       01  WS-TO-DATE                   PIC 9(08).
       01  WS-TODAY                     PIC 9(08).
       01  WS-TODAY-RE REDEFINES WS-TODAY.
           03  WS-TODAY-YEAR            PIC 9(04).
           03  WS-TODAY-MONTH           PIC 9(02).
           03  WS-TODAY-DAY             PIC 9(02).

      *= Packages cast in the quarter, with their manifest system ======
       01  WS-PK-MAX                    PIC 9(05) VALUE 5000.
       01  WS-PK-COUNT                  PIC 9(05) VALUE 0.
       01  WS-PK-DROPPED                PIC 9(05) VALUE 0.
       01  WS-PK-INX                    PIC 9(05).
       01  WS-PK-HIT-INX                PIC 9(05).
       01  WS-PK-TABLE.
           03  WS-PK-ENTRY OCCURS 5000 TIMES.
               05  WS-PK-PACKAGE-ID     PIC X(16).
               05  WS-PK-SYSTEM         PIC X(08).
               05  WS-PK-IN-QUARTER     PIC X(01).
               05  WS-PK-APPROVED       PIC X(01).
       01  WS-SCAN-POS                  PIC 9(03).
       01  WS-SCAN-LEN                  PIC 9(03).
       01  WS-LAST-PACKAGE-ID           PIC X(16).
       01  WS-NO-MANIFEST               PIC X(08) VALUE '*NOMANIF'.

      *= Package + approver group pairs, first query time ==============
       01  WS-PG-MAX                    PIC 9(05) VALUE 5000.
       01  WS-PG-COUNT                  PIC 9(05) VALUE 0.
       01  WS-PG-DROPPED                PIC 9(05) VALUE 0.
       01  WS-PG-INX                    PIC 9(05).
       01  WS-PG-HIT-INX                PIC 9(05).
       01  WS-PG-TABLE.
           03  WS-PG-ENTRY OCCURS 5000 TIMES.
               05  WS-PG-PK-INX         PIC 9(05).
               05  WS-PG-GROUP-NAME     PIC X(12).
               05  WS-PG-QUERY-MINUTE   PIC 9(11).

      *= Package + group + approver: eligible, approved, response ======
       01  WS-EP-MAX                    PIC 9(05) VALUE 10000.
       01  WS-EP-COUNT                  PIC 9(05) VALUE 0.
       01  WS-EP-DROPPED                PIC 9(05) VALUE 0.
       01  WS-EP-INX                    PIC 9(05).
       01  WS-EP-HIT-INX                PIC 9(05).
       01  WS-EP-TABLE.
           03  WS-EP-ENTRY OCCURS 10000 TIMES.
               05  WS-EP-PG-INX         PIC 9(05).
               05  WS-EP-MEMBER         PIC X(08).
               05  WS-EP-APPROVED       PIC X(01).
                   88  EP-APPROVED              VALUE 'Y'.
               05  WS-EP-RESPONSE-MIN   PIC 9(07).

      *= Distinct package + approver approvals =========================
       01  WS-PA-MAX                    PIC 9(05) VALUE 10000.
       01  WS-PA-COUNT                  PIC 9(05) VALUE 0.
       01  WS-PA-DROPPED                PIC 9(05) VALUE 0.
       01  WS-PA-INX                    PIC 9(05).
       01  WS-PA-FOUND                  PIC X(01).
           88  PA-ENTRY-FOUND                   VALUE 'Y'.
       01  WS-PA-TABLE.
           03  WS-PA-ENTRY OCCURS 10000 TIMES.
               05  WS-PA-PK-INX         PIC 9(05).
               05  WS-PA-MEMBER         PIC X(08).

      *= Per approver group ============================================
       01  WS-GR-MAX                    PIC 9(04) VALUE 200.
       01  WS-GR-COUNT                  PIC 9(04) VALUE 0.
       01  WS-GR-DROPPED                PIC 9(05) VALUE 0.
       01  WS-GR-INX                    PIC 9(04).
       01  WS-GR-HIT-INX                PIC 9(04).
       01  WS-GR-TABLE.
           03  WS-GR-ENTRY OCCURS 200 TIMES.
               05  WS-GR-GROUP-NAME     PIC X(12).
               05  WS-GR-PACKAGES       PIC 9(05).
               05  WS-GR-ELIGIBLE       PIC 9(05).
               05  WS-GR-ACTIVE         PIC 9(05).
               05  WS-GR-APPROVALS      PIC 9(05).

      *= Per approver group + member ===================================
       01  WS-GM-MAX                    PIC 9(04) VALUE 2000.
       01  WS-GM-COUNT                  PIC 9(04) VALUE 0.
       01  WS-GM-DROPPED                PIC 9(05) VALUE 0.
       01  WS-GM-INX                    PIC 9(04).
       01  WS-GM-HIT-INX                PIC 9(04).
       01  WS-GM-TABLE.
           03  WS-GM-ENTRY OCCURS 2000 TIMES.
               05  WS-GM-GROUP-NAME     PIC X(12).
               05  WS-GM-MEMBER         PIC X(08).
               05  WS-GM-ELIGIBLE       PIC 9(05).
               05  WS-GM-APPROVED       PIC 9(05).

      *= Per system, and per system + approver =========================
       01  WS-SY-MAX                    PIC 9(04) VALUE 500.
       01  WS-SY-COUNT                  PIC 9(04) VALUE 0.
       01  WS-SY-DROPPED                PIC 9(05) VALUE 0.
       01  WS-SY-INX                    PIC 9(04).
       01  WS-SY-HIT-INX                PIC 9(04).
       01  WS-SY-TABLE.
           03  WS-SY-ENTRY OCCURS 500 TIMES.
               05  WS-SY-SYSTEM         PIC X(08).
               05  WS-SY-APPROVED-PKGS  PIC 9(05).
               05  WS-SY-TOP-MEMBER     PIC X(08).
               05  WS-SY-TOP-COUNT      PIC 9(05).
       01  WS-SA-MAX                    PIC 9(04) VALUE 3000.
       01  WS-SA-COUNT                  PIC 9(04) VALUE 0.
       01  WS-SA-DROPPED                PIC 9(05) VALUE 0.
       01  WS-SA-INX                    PIC 9(04).
       01  WS-SA-HIT-INX                PIC 9(04).
       01  WS-SA-TABLE.
           03  WS-SA-ENTRY OCCURS 3000 TIMES.
               05  WS-SA-SY-INX         PIC 9(04).
               05  WS-SA-MEMBER         PIC X(08).
               05  WS-SA-COUNT-PKGS     PIC 9(05).

      *= Median work area ==============================================
       01  WS-MD-MAX                    PIC 9(05) VALUE 5000.
       01  WS-MD-COUNT                  PIC 9(05).
       01  WS-MD-INX                    PIC 9(05).
       01  WS-MD-SORT-INX               PIC 9(05).
       01  WS-MD-HOLD                   PIC 9(07).
       01  WS-MD-PLACED                 PIC X(01).
           88  MD-SLOT-FOUND                    VALUE 'Y'.
       01  WS-MD-TABLE.
           03  WS-MD-MINUTES            PIC 9(07) OCCURS 5000 TIMES.
       01  WS-MEDIAN-MIN                PIC 9(07).
       01  WS-MEDIAN-HOURS              PIC 9(05)V9.

      *= Time work fields ==============================================
       01  WS-EVENT-DATE                PIC 9(08).
       01  WS-EVENT-HHMMSS              PIC 9(06).
       01  WS-EVENT-HHMMSS-RE REDEFINES WS-EVENT-HHMMSS.
           03  WS-EVENT-HH              PIC 9(02).
           03  WS-EVENT-MM              PIC 9(02).
           03  WS-EVENT-SS              PIC 9(02).
       01  WS-EVENT-MINUTE              PIC 9(11).

      *= Search keys ===================================================
       01  WS-KEY-GROUP                 PIC X(12).
       01  WS-KEY-MEMBER                PIC X(08).

      *= Flags and shares ==============================================
       01  WS-IDLE-FLAGGED              PIC 9(05) VALUE 0.
       01  WS-KEY-FLAGGED               PIC 9(05) VALUE 0.
       01  WS-SHARE-PCT                 PIC 9(03).
       01  WS-PARTICIPATION-PCT         PIC 9(03).

      *= Report lines ==================================================
       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(44) VALUE
               'APPROVER PARTICIPATION FOR PACKAGES CAST IN '.
           03  TTL-YEAR                 PIC 9(04).
           03  FILLER                   PIC X(01) VALUE 'Q'.
           03  TTL-QUARTER              PIC 9(01).
           03  FILLER                   PIC X(02) VALUE ' ('.
           03  TTL-FROM-DATE            PIC 9(08).
           03  FILLER                   PIC X(03) VALUE ' - '.
           03  TTL-TO-DATE              PIC 9(08).
           03  FILLER                   PIC X(01) VALUE ')'.
           03  FILLER                   PIC X(60) VALUE SPACES.

       01  WS-PART1-LINE.
           03  FILLER                   PIC X(44) VALUE
               'PART 1 - APPROVER GROUPS: ELIGIBLE VERSUS AC'.
           03  FILLER                   PIC X(88) VALUE
               'TUAL APPROVERS'.

       01  WS-GROUP-LINE.
           03  FILLER                   PIC X(06) VALUE 'GROUP '.
           03  GRL-GROUP-NAME           PIC X(12).
           03  FILLER                   PIC X(10) VALUE ' PACKAGES '.
           03  GRL-PACKAGES             PIC ZZZZ9.
           03  FILLER                   PIC X(10) VALUE ' ELIGIBLE '.
           03  GRL-ELIGIBLE             PIC ZZZZ9.
           03  FILLER                   PIC X(08) VALUE ' ACTIVE '.
           03  GRL-ACTIVE               PIC ZZZZ9.
           03  FILLER                   PIC X(11) VALUE ' APPROVALS '.
           03  GRL-APPROVALS            PIC ZZZZ9.
           03  FILLER                   PIC X(23) VALUE
               ' MEDIAN RESPONSE HOURS '.
           03  GRL-MEDIAN               PIC ZZZZ9.9.
           03  FILLER                   PIC X(25) VALUE SPACES.

       01  WS-MEMBER-HDR-LINE.
           03  FILLER                   PIC X(44) VALUE
               '    APPROVER  ELIGIBLE  APPROVED  PARTICIPAT'.
           03  FILLER                   PIC X(88) VALUE 'ION'.

       01  WS-MEMBER-LINE.
           03  FILLER                   PIC X(04) VALUE SPACES.
           03  MBL-MEMBER               PIC X(08).
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  MBL-ELIGIBLE             PIC ZZZZ9.
           03  FILLER                   PIC X(05) VALUE SPACES.
           03  MBL-APPROVED             PIC ZZZZ9.
           03  FILLER                   PIC X(09) VALUE SPACES.
           03  MBL-PCT                  PIC ZZ9.
           03  FILLER                   PIC X(02) VALUE '% '.
           03  MBL-FLAG                 PIC X(14).
           03  FILLER                   PIC X(74) VALUE SPACES.

       01  WS-PART2-LINE.
           03  FILLER                   PIC X(35) VALUE
               'PART 2 - APPROVERS ELIGIBLE ON AT L'.
           03  FILLER                   PIC X(05) VALUE 'EAST '.
           03  P2L-IDLE-MIN             PIC ZZZ9.
           03  FILLER                   PIC X(40) VALUE
               ' PACKAGES WHO APPROVED NONE OF THEM'.
           03  FILLER                   PIC X(48) VALUE SPACES.

       01  WS-IDLE-LINE.
           03  FILLER                   PIC X(04) VALUE SPACES.
           03  IDL-GROUP-NAME           PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  IDL-MEMBER               PIC X(08).
           03  FILLER                   PIC X(13) VALUE
               ' ELIGIBLE ON '.
           03  IDL-ELIGIBLE             PIC ZZZZ9.
           03  FILLER                   PIC X(89) VALUE ' PACKAGES'.

       01  WS-PART3-LINE.
           03  FILLER                   PIC X(38) VALUE
               'PART 3 - SYSTEMS WHERE ONE APPROVER AP'.
           03  FILLER                   PIC X(19) VALUE
               'PROVED MORE THAN '.
           03  P3L-KEY-PCT              PIC ZZ9.
           03  FILLER                   PIC X(27) VALUE
               '% OF AT LEAST '.
           03  P3L-MIN-PKGS             PIC ZZZ9.
           03  FILLER                   PIC X(41) VALUE
               ' APPROVED PACKAGES ARE FLAGGED'.

       01  WS-SYSTEM-HDR-LINE.
           03  FILLER                   PIC X(44) VALUE
               '    SYSTEM    APPROVED-PKGS  TOP APPROVER   '.
           03  FILLER                   PIC X(88) VALUE
               'THEIR PKGS  SHARE'.

       01  WS-SYSTEM-LINE.
           03  FILLER                   PIC X(04) VALUE SPACES.
           03  SYL-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(08) VALUE SPACES.
           03  SYL-APPROVED-PKGS        PIC ZZZZ9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  SYL-TOP-MEMBER           PIC X(08).
           03  FILLER                   PIC X(10) VALUE SPACES.
           03  SYL-TOP-COUNT            PIC ZZZZ9.
           03  FILLER                   PIC X(04) VALUE SPACES.
           03  SYL-SHARE                PIC ZZ9.
           03  FILLER                   PIC X(02) VALUE '% '.
           03  SYL-FLAG                 PIC X(10).
           03  FILLER                   PIC X(63) VALUE SPACES.

       01  WS-NONE-LINE                 PIC X(132) VALUE
           '    NONE'.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-QUARTER.
               10  PARM-QTR-YEAR        PIC X(04).
               10  PARM-QTR-LETTER      PIC X(01).
               10  PARM-QTR-NUMBER      PIC X(01).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           IF LINK-PARM-LENGTH >= 6
              IF PARM-QTR-YEAR IS NOT NUMERIC
                 OR PARM-QTR-LETTER NOT = 'Q'
                 OR PARM-QTR-NUMBER < '1'
                 OR PARM-QTR-NUMBER > '4'
                 DISPLAY 'C1UAPPAR: PARM MUST BE A YYYYQN QUARTER'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-QTR-YEAR   TO WS-QTR-YEAR
              MOVE PARM-QTR-NUMBER TO WS-QTR-NUMBER
           ELSE
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY-YEAR TO WS-QTR-YEAR
              COMPUTE WS-QTR-NUMBER = (WS-TODAY-MONTH + 2) / 3
              IF WS-QTR-NUMBER = 1
                 MOVE 4 TO WS-QTR-NUMBER
                 SUBTRACT 1 FROM WS-QTR-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-QTR-NUMBER
              END-IF
           END-IF.
           COMPUTE WS-FROM-DATE = WS-QTR-YEAR * 10000
                                + (WS-QTR-NUMBER * 3 - 2) * 100 + 1.
           COMPUTE WS-TO-DATE   = WS-QTR-YEAR * 10000
                                + (WS-QTR-NUMBER * 3) * 100 + 31.

           PERFORM 0040-LOAD-THRESHOLDS.

           OPEN OUTPUT APPARRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-QTR-YEAR   TO TTL-YEAR.
           MOVE WS-QTR-NUMBER TO TTL-QUARTER.
           MOVE WS-FROM-DATE  TO TTL-FROM-DATE.
           MOVE WS-TO-DATE    TO TTL-TO-DATE.
           WRITE APPARRPT-REC FROM WS-TITLE-LINE.

           PERFORM 0100-LOAD-PKGMANIF.
           PERFORM 0200-LOAD-APPRSNAP.
           IF WS-PG-COUNT = 0
              MOVE SPACES TO APPARRPT-REC
              WRITE APPARRPT-REC
              MOVE 'NO ROSTER SNAPSHOT ON DD APPRSNAP FOR THE QUARTER'
                   TO APPARRPT-REC
              WRITE APPARRPT-REC
              CLOSE APPARRPT
              DISPLAY 'C1UAPPAR: NO PACKAGES CAST IN THE QUARTER'
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0300-APPLY-AUDIT7.
           PERFORM 0400-TALLY-GROUPS-AND-MEMBERS.
           PERFORM 0500-TALLY-SYSTEMS.

           PERFORM 0600-WRITE-PART-1.
           PERFORM 0700-WRITE-PART-2.
           PERFORM 0800-WRITE-PART-3.

           CLOSE APPARRPT.

           PERFORM 0900-WARN-DROPPED.
           DISPLAY 'C1UAPPAR: ' WS-IDLE-FLAGGED
                   ' IDLE APPROVER(S), ' WS-KEY-FLAGGED
                   ' KEY-PERSON SYSTEM(S)'.
           IF WS-IDLE-FLAGGED > 0 OR WS-KEY-FLAGGED > 0
              OR WS-PK-DROPPED + WS-PG-DROPPED + WS-EP-DROPPED
               + WS-PA-DROPPED + WS-GR-DROPPED + WS-GM-DROPPED
               + WS-SY-DROPPED + WS-SA-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  %APPRPART - IDLEMIN=, KEYPCT= and MINPKGS= lines; a missing
      *  section or line keeps the APPPARCF default.
      *-----------------------------------------------------------------
       0040-LOAD-THRESHOLDS.

           MOVE 'APPRPART'        TO CFG-SECTION-NAME.
           MOVE WS-APPPAR-MAX     TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'IDLEMIN='
                      IF CFG-ENTRY-LINE(WS-CFG-INX)(9:4) IS NUMERIC
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:4)
                              TO WS-APPPAR-IDLE-MIN
                      END-IF
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'KEYPCT='
                      IF CFG-ENTRY-LINE(WS-CFG-INX)(8:3) IS NUMERIC
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:3)
                              TO WS-APPPAR-KEY-PCT
                      END-IF
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'MINPKGS='
                      IF CFG-ENTRY-LINE(WS-CFG-INX)(9:4) IS NUMERIC
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:4)
                              TO WS-APPPAR-MIN-PKGS
                      END-IF
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  First line of APPARRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO APPARRPT-REC.
           WRITE APPARRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Each package's first SYSTEM clause in its cast manifest. A
      *  package the manifest does not know is reported as *NOMANIF.
      *-----------------------------------------------------------------
       0100-LOAD-PKGMANIF.

           MOVE SPACES TO WS-LAST-PACKAGE-ID.
           MOVE 0 TO WS-PK-HIT-INX.
           OPEN INPUT PKGMANIF.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 0110-READ-PKGMANIF
              PERFORM 0120-LOAD-ONE-MANIFEST UNTIL IN-FILE-ATEND
              CLOSE PKGMANIF
           END-IF.

       0110-READ-PKGMANIF.
           READ PKGMANIF
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0120-LOAD-ONE-MANIFEST.
           IF MAN-PACKAGE-ID NOT = WS-LAST-PACKAGE-ID
              MOVE MAN-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 0130-FIND-OR-ADD-PACKAGE
           END-IF.
           IF WS-PK-HIT-INX > 0
              IF WS-PK-SYSTEM(WS-PK-HIT-INX) = WS-NO-MANIFEST
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
                       MOVE SPACES TO WS-PK-SYSTEM(WS-PK-HIT-INX)
                       MOVE MAN-SCL-RECORD(WS-SCAN-POS:WS-SCAN-LEN)
                            TO WS-PK-SYSTEM(WS-PK-HIT-INX)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 0110-READ-PKGMANIF.

      *-----------------------------------------------------------------
      *  WS-PK-HIT-INX -> the WS-LAST-PACKAGE-ID entry, added if new;
      *  0 when the table is full.
      *-----------------------------------------------------------------
       0130-FIND-OR-ADD-PACKAGE.
           MOVE 0 TO WS-PK-HIT-INX.
           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT
                      OR WS-PK-HIT-INX > 0
              IF WS-PK-PACKAGE-ID(WS-PK-INX) = WS-LAST-PACKAGE-ID
                 MOVE WS-PK-INX TO WS-PK-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-PK-HIT-INX = 0
              IF WS-PK-COUNT < WS-PK-MAX
                 ADD 1 TO WS-PK-COUNT
                 MOVE WS-PK-COUNT TO WS-PK-HIT-INX
                 MOVE WS-LAST-PACKAGE-ID
                      TO WS-PK-PACKAGE-ID(WS-PK-COUNT)
                 MOVE WS-NO-MANIFEST TO WS-PK-SYSTEM(WS-PK-COUNT)
                 MOVE 'N' TO WS-PK-IN-QUARTER(WS-PK-COUNT)
                 MOVE 'N' TO WS-PK-APPROVED(WS-PK-COUNT)
              ELSE
                 ADD 1 TO WS-PK-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Roster snapshots taken in the quarter define the population:
      *  every package + group queried, and every member eligible on
      *  it. A re-cast package's later snapshots add only members not
      *  already on record for that package + group.
      *-----------------------------------------------------------------
       0200-LOAD-APPRSNAP.

           OPEN INPUT APPRSNAP.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UAPPAR: DD APPRSNAP NOT AVAILABLE'
           ELSE
              PERFORM 0210-READ-APPRSNAP
              PERFORM 0220-LOAD-ONE-SNAPSHOT UNTIL IN-FILE-ATEND
              CLOSE APPRSNAP
           END-IF.

       0210-READ-APPRSNAP.
           READ APPRSNAP
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0220-LOAD-ONE-SNAPSHOT.
           IF ASN-DATE IS NUMERIC
              AND ASN-DATE >= WS-FROM-DATE
              AND ASN-DATE <= WS-TO-DATE
              MOVE ASN-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 0130-FIND-OR-ADD-PACKAGE
              IF WS-PK-HIT-INX > 0
                 MOVE 'Y' TO WS-PK-IN-QUARTER(WS-PK-HIT-INX)
                 MOVE ASN-GROUP-NAME TO WS-KEY-GROUP
                 MOVE ASN-MEMBER-ID  TO WS-KEY-MEMBER
                 PERFORM 0230-FIND-OR-ADD-PAIR
                 IF WS-PG-HIT-INX > 0 AND ASN-REC-TYPE = 'M'
                    AND WS-KEY-MEMBER NOT = SPACES
                    PERFORM 0240-FIND-OR-ADD-ELIGIBLE
                 END-IF
              END-IF
           END-IF.
           PERFORM 0210-READ-APPRSNAP.

      *-----------------------------------------------------------------
      *  WS-PG-HIT-INX -> package WS-PK-HIT-INX + group WS-KEY-
      *  GROUP, added if new; 0 when the table is full.
      *-----------------------------------------------------------------
       0230-FIND-OR-ADD-PAIR.
           MOVE 0 TO WS-PG-HIT-INX.
           PERFORM VARYING WS-PG-INX FROM 1 BY 1
                   UNTIL WS-PG-INX > WS-PG-COUNT
                      OR WS-PG-HIT-INX > 0
              IF WS-PG-PK-INX(WS-PG-INX) = WS-PK-HIT-INX
                 AND WS-PG-GROUP-NAME(WS-PG-INX) = WS-KEY-GROUP
                 MOVE WS-PG-INX TO WS-PG-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-PG-HIT-INX = 0
              IF WS-PG-COUNT < WS-PG-MAX
                 ADD 1 TO WS-PG-COUNT
                 MOVE WS-PG-COUNT    TO WS-PG-HIT-INX
                 MOVE WS-PK-HIT-INX  TO WS-PG-PK-INX(WS-PG-COUNT)
                 MOVE WS-KEY-GROUP   TO WS-PG-GROUP-NAME(WS-PG-COUNT)
                 MOVE 0 TO WS-PG-QUERY-MINUTE(WS-PG-COUNT)
              ELSE
                 ADD 1 TO WS-PG-DROPPED
              END-IF
           END-IF.

       0240-FIND-OR-ADD-ELIGIBLE.
           MOVE 0 TO WS-EP-HIT-INX.
           PERFORM VARYING WS-EP-INX FROM 1 BY 1
                   UNTIL WS-EP-INX > WS-EP-COUNT
                      OR WS-EP-HIT-INX > 0
              IF WS-EP-PG-INX(WS-EP-INX) = WS-PG-HIT-INX
                 AND WS-EP-MEMBER(WS-EP-INX) = WS-KEY-MEMBER
                 MOVE WS-EP-INX TO WS-EP-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-EP-HIT-INX = 0
              IF WS-EP-COUNT < WS-EP-MAX
                 ADD 1 TO WS-EP-COUNT
                 MOVE WS-EP-COUNT   TO WS-EP-HIT-INX
                 MOVE WS-PG-HIT-INX TO WS-EP-PG-INX(WS-EP-COUNT)
                 MOVE WS-KEY-MEMBER TO WS-EP-MEMBER(WS-EP-COUNT)
                 MOVE 'N'           TO WS-EP-APPROVED(WS-EP-COUNT)
                 MOVE 0 TO WS-EP-RESPONSE-MIN(WS-EP-COUNT)
              ELSE
                 ADD 1 TO WS-EP-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  AUDIT7 GROUP records, oldest first: the first for a package
      *  + group is when the group was first queried; the first one
      *  showing an approver's flag 'A' is that approver's answer. A
      *  flag refused under the separation-of-duties policy ('V') is
      *  not an approval. Packages outside the population are passed
      *  over; an approver the exit queried but the snapshot missed
      *  is taken as eligible.
      *-----------------------------------------------------------------
       0300-APPLY-AUDIT7.

           OPEN INPUT AUDIT7.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UAPPAR: DD AUDIT7 NOT AVAILABLE'
           ELSE
              PERFORM 0310-READ-AUDIT7
              PERFORM 0320-APPLY-ONE-AUDIT UNTIL IN-FILE-ATEND
              CLOSE AUDIT7
           END-IF.

       0310-READ-AUDIT7.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ AUDIT7
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'AUDIT7'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE AUDIT7-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       0320-APPLY-ONE-AUDIT.
           IF AUD7-EVENT = 'GROUP'
              AND AUD7-DATE IS NUMERIC
              AND AUD7-TIME IS NUMERIC
              MOVE 0 TO WS-PG-HIT-INX
              PERFORM VARYING WS-PG-INX FROM 1 BY 1
                      UNTIL WS-PG-INX > WS-PG-COUNT
                         OR WS-PG-HIT-INX > 0
                 IF WS-PG-GROUP-NAME(WS-PG-INX) = AUD7-GROUP-NAME
                    AND WS-PK-PACKAGE-ID(WS-PG-PK-INX(WS-PG-INX))
                        = AUD7-PACKAGE-ID
                    MOVE WS-PG-INX TO WS-PG-HIT-INX
                 END-IF
              END-PERFORM
              IF WS-PG-HIT-INX > 0
                 PERFORM 0330-COMPUTE-EVENT-MINUTE
                 IF WS-PG-QUERY-MINUTE(WS-PG-HIT-INX) = 0
                    MOVE WS-EVENT-MINUTE
                         TO WS-PG-QUERY-MINUTE(WS-PG-HIT-INX)
                 END-IF
                 IF AUD7-APPROVAL-FLAG = 'A'
                    AND AUD7-RECIPIENT(1:8) NOT = SPACES
                    PERFORM 0340-RECORD-APPROVAL
                 END-IF
              END-IF
           END-IF.
           PERFORM 0310-READ-AUDIT7.

       0330-COMPUTE-EVENT-MINUTE.
           MOVE AUD7-DATE TO WS-EVENT-DATE.
           MOVE AUD7-TIME TO WS-EVENT-HHMMSS.
           COMPUTE WS-EVENT-MINUTE =
                   FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE) * 1440
                 + WS-EVENT-HH * 60 + WS-EVENT-MM.

       0340-RECORD-APPROVAL.
           MOVE AUD7-RECIPIENT(1:8) TO WS-KEY-MEMBER.
           PERFORM 0240-FIND-OR-ADD-ELIGIBLE.
           IF WS-EP-HIT-INX > 0
              IF NOT EP-APPROVED(WS-EP-HIT-INX)
                 MOVE 'Y' TO WS-EP-APPROVED(WS-EP-HIT-INX)
                 IF WS-EVENT-MINUTE > WS-PG-QUERY-MINUTE(WS-PG-HIT-INX)
                    COMPUTE WS-EP-RESPONSE-MIN(WS-EP-HIT-INX) =
                            WS-EVENT-MINUTE
                          - WS-PG-QUERY-MINUTE(WS-PG-HIT-INX)
                 END-IF
                 MOVE WS-PG-PK-INX(WS-PG-HIT-INX) TO WS-PK-HIT-INX
                 MOVE 'Y' TO WS-PK-APPROVED(WS-PK-HIT-INX)
                 PERFORM 0350-ADD-PACKAGE-APPROVER
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  One entry per package + approver, however many of the
      *  package's groups they approved for - the key-person share
      *  counts packages, not group approvals.
      *-----------------------------------------------------------------
       0350-ADD-PACKAGE-APPROVER.
           MOVE 'N' TO WS-PA-FOUND.
           PERFORM VARYING WS-PA-INX FROM 1 BY 1
                   UNTIL WS-PA-INX > WS-PA-COUNT OR PA-ENTRY-FOUND
              IF WS-PA-PK-INX(WS-PA-INX) = WS-PK-HIT-INX
                 AND WS-PA-MEMBER(WS-PA-INX) = WS-KEY-MEMBER
                 MOVE 'Y' TO WS-PA-FOUND
              END-IF
           END-PERFORM.
           IF NOT PA-ENTRY-FOUND
              IF WS-PA-COUNT < WS-PA-MAX
                 ADD 1 TO WS-PA-COUNT
                 MOVE WS-PK-HIT-INX TO WS-PA-PK-INX(WS-PA-COUNT)
                 MOVE WS-KEY-MEMBER TO WS-PA-MEMBER(WS-PA-COUNT)
              ELSE
                 ADD 1 TO WS-PA-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Roll the package + group + approver entries up by group and
      *  by group + approver.
      *-----------------------------------------------------------------
       0400-TALLY-GROUPS-AND-MEMBERS.

           PERFORM VARYING WS-PG-INX FROM 1 BY 1
                   UNTIL WS-PG-INX > WS-PG-COUNT
              MOVE WS-PG-GROUP-NAME(WS-PG-INX) TO WS-KEY-GROUP
              PERFORM 0410-FIND-OR-ADD-GROUP
              IF WS-GR-HIT-INX > 0
                 ADD 1 TO WS-GR-PACKAGES(WS-GR-HIT-INX)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-EP-INX FROM 1 BY 1
                   UNTIL WS-EP-INX > WS-EP-COUNT
              MOVE WS-PG-GROUP-NAME(WS-EP-PG-INX(WS-EP-INX))
                   TO WS-KEY-GROUP
              MOVE WS-EP-MEMBER(WS-EP-INX) TO WS-KEY-MEMBER
              PERFORM 0410-FIND-OR-ADD-GROUP
              PERFORM 0420-FIND-OR-ADD-MEMBER
              IF WS-GM-HIT-INX > 0
                 ADD 1 TO WS-GM-ELIGIBLE(WS-GM-HIT-INX)
                 IF EP-APPROVED(WS-EP-INX)
                    ADD 1 TO WS-GM-APPROVED(WS-GM-HIT-INX)
                 END-IF
              END-IF
              IF WS-GR-HIT-INX > 0 AND EP-APPROVED(WS-EP-INX)
                 ADD 1 TO WS-GR-APPROVALS(WS-GR-HIT-INX)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-GM-INX FROM 1 BY 1
                   UNTIL WS-GM-INX > WS-GM-COUNT
              MOVE WS-GM-GROUP-NAME(WS-GM-INX) TO WS-KEY-GROUP
              PERFORM 0410-FIND-OR-ADD-GROUP
              IF WS-GR-HIT-INX > 0
                 ADD 1 TO WS-GR-ELIGIBLE(WS-GR-HIT-INX)
                 IF WS-GM-APPROVED(WS-GM-INX) > 0
                    ADD 1 TO WS-GR-ACTIVE(WS-GR-HIT-INX)
                 END-IF
              END-IF
           END-PERFORM.

       0410-FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GR-HIT-INX.
           PERFORM VARYING WS-GR-INX FROM 1 BY 1
                   UNTIL WS-GR-INX > WS-GR-COUNT
                      OR WS-GR-HIT-INX > 0
              IF WS-GR-GROUP-NAME(WS-GR-INX) = WS-KEY-GROUP
                 MOVE WS-GR-INX TO WS-GR-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-GR-HIT-INX = 0
              IF WS-GR-COUNT < WS-GR-MAX
                 ADD 1 TO WS-GR-COUNT
                 MOVE WS-GR-COUNT    TO WS-GR-HIT-INX
                 MOVE WS-KEY-GROUP   TO WS-GR-GROUP-NAME(WS-GR-COUNT)
                 MOVE 0 TO WS-GR-PACKAGES(WS-GR-COUNT)
                           WS-GR-ELIGIBLE(WS-GR-COUNT)
                           WS-GR-ACTIVE(WS-GR-COUNT)
                           WS-GR-APPROVALS(WS-GR-COUNT)
              ELSE
                 ADD 1 TO WS-GR-DROPPED
              END-IF
           END-IF.

       0420-FIND-OR-ADD-MEMBER.
           MOVE 0 TO WS-GM-HIT-INX.
           PERFORM VARYING WS-GM-INX FROM 1 BY 1
                   UNTIL WS-GM-INX > WS-GM-COUNT
                      OR WS-GM-HIT-INX > 0
              IF WS-GM-GROUP-NAME(WS-GM-INX) = WS-KEY-GROUP
                 AND WS-GM-MEMBER(WS-GM-INX) = WS-KEY-MEMBER
                 MOVE WS-GM-INX TO WS-GM-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-GM-HIT-INX = 0
              IF WS-GM-COUNT < WS-GM-MAX
                 ADD 1 TO WS-GM-COUNT
                 MOVE WS-GM-COUNT    TO WS-GM-HIT-INX
                 MOVE WS-KEY-GROUP   TO WS-GM-GROUP-NAME(WS-GM-COUNT)
                 MOVE WS-KEY-MEMBER  TO WS-GM-MEMBER(WS-GM-COUNT)
                 MOVE 0 TO WS-GM-ELIGIBLE(WS-GM-COUNT)
                           WS-GM-APPROVED(WS-GM-COUNT)
              ELSE
                 ADD 1 TO WS-GM-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Approved packages per system, and per system + approver; the
      *  top approver of each system is kept with its count.
      *-----------------------------------------------------------------
       0500-TALLY-SYSTEMS.

           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT
              IF WS-PK-IN-QUARTER(WS-PK-INX) = 'Y'
                 AND WS-PK-APPROVED(WS-PK-INX) = 'Y'
                 PERFORM 0510-FIND-OR-ADD-SYSTEM
                 IF WS-SY-HIT-INX > 0
                    ADD 1 TO WS-SY-APPROVED-PKGS(WS-SY-HIT-INX)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-PA-INX FROM 1 BY 1
                   UNTIL WS-PA-INX > WS-PA-COUNT
              MOVE WS-PA-PK-INX(WS-PA-INX) TO WS-PK-INX
              PERFORM 0510-FIND-OR-ADD-SYSTEM
              IF WS-SY-HIT-INX > 0
                 PERFORM 0520-COUNT-SYSTEM-APPROVER
              END-IF
           END-PERFORM.

       0510-FIND-OR-ADD-SYSTEM.
           MOVE 0 TO WS-SY-HIT-INX.
           PERFORM VARYING WS-SY-INX FROM 1 BY 1
                   UNTIL WS-SY-INX > WS-SY-COUNT
                      OR WS-SY-HIT-INX > 0
              IF WS-SY-SYSTEM(WS-SY-INX) = WS-PK-SYSTEM(WS-PK-INX)
                 MOVE WS-SY-INX TO WS-SY-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-SY-HIT-INX = 0
              IF WS-SY-COUNT < WS-SY-MAX
                 ADD 1 TO WS-SY-COUNT
                 MOVE WS-SY-COUNT TO WS-SY-HIT-INX
                 MOVE WS-PK-SYSTEM(WS-PK-INX)
                      TO WS-SY-SYSTEM(WS-SY-COUNT)
                 MOVE 0 TO WS-SY-APPROVED-PKGS(WS-SY-COUNT)
                           WS-SY-TOP-COUNT(WS-SY-COUNT)
                 MOVE SPACES TO WS-SY-TOP-MEMBER(WS-SY-COUNT)
              ELSE
                 ADD 1 TO WS-SY-DROPPED
              END-IF
           END-IF.

       0520-COUNT-SYSTEM-APPROVER.
           MOVE 0 TO WS-SA-HIT-INX.
           PERFORM VARYING WS-SA-INX FROM 1 BY 1
                   UNTIL WS-SA-INX > WS-SA-COUNT
                      OR WS-SA-HIT-INX > 0
              IF WS-SA-SY-INX(WS-SA-INX) = WS-SY-HIT-INX
                 AND WS-SA-MEMBER(WS-SA-INX) = WS-PA-MEMBER(WS-PA-INX)
                 MOVE WS-SA-INX TO WS-SA-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-SA-HIT-INX = 0
              IF WS-SA-COUNT < WS-SA-MAX
                 ADD 1 TO WS-SA-COUNT
                 MOVE WS-SA-COUNT   TO WS-SA-HIT-INX
                 MOVE WS-SY-HIT-INX TO WS-SA-SY-INX(WS-SA-COUNT)
                 MOVE WS-PA-MEMBER(WS-PA-INX)
                      TO WS-SA-MEMBER(WS-SA-COUNT)
                 MOVE 0 TO WS-SA-COUNT-PKGS(WS-SA-COUNT)
              ELSE
                 ADD 1 TO WS-SA-DROPPED
              END-IF
           END-IF.
           IF WS-SA-HIT-INX > 0
              ADD 1 TO WS-SA-COUNT-PKGS(WS-SA-HIT-INX)
              IF WS-SA-COUNT-PKGS(WS-SA-HIT-INX)
                 > WS-SY-TOP-COUNT(WS-SY-HIT-INX)
                 MOVE WS-SA-COUNT-PKGS(WS-SA-HIT-INX)
                      TO WS-SY-TOP-COUNT(WS-SY-HIT-INX)
                 MOVE WS-SA-MEMBER(WS-SA-HIT-INX)
                      TO WS-SY-TOP-MEMBER(WS-SY-HIT-INX)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Part 1 - one block per approver group.
      *-----------------------------------------------------------------
       0600-WRITE-PART-1.

           MOVE SPACES TO APPARRPT-REC.
           WRITE APPARRPT-REC.
           WRITE APPARRPT-REC FROM WS-PART1-LINE.
           PERFORM 0610-WRITE-ONE-GROUP
                   VARYING WS-GR-INX FROM 1 BY 1
                   UNTIL WS-GR-INX > WS-GR-COUNT.

       0610-WRITE-ONE-GROUP.
           PERFORM 0620-COMPUTE-GROUP-MEDIAN.
           MOVE SPACES TO APPARRPT-REC.
           WRITE APPARRPT-REC.
           MOVE WS-GR-GROUP-NAME(WS-GR-INX) TO GRL-GROUP-NAME.
           MOVE WS-GR-PACKAGES(WS-GR-INX)   TO GRL-PACKAGES.
           MOVE WS-GR-ELIGIBLE(WS-GR-INX)   TO GRL-ELIGIBLE.
           MOVE WS-GR-ACTIVE(WS-GR-INX)     TO GRL-ACTIVE.
           MOVE WS-GR-APPROVALS(WS-GR-INX)  TO GRL-APPROVALS.
           MOVE WS-MEDIAN-HOURS             TO GRL-MEDIAN.
           WRITE APPARRPT-REC FROM WS-GROUP-LINE.
           WRITE APPARRPT-REC FROM WS-MEMBER-HDR-LINE.
           PERFORM VARYING WS-GM-INX FROM 1 BY 1
                   UNTIL WS-GM-INX > WS-GM-COUNT
              IF WS-GM-GROUP-NAME(WS-GM-INX)
                 = WS-GR-GROUP-NAME(WS-GR-INX)
                 MOVE WS-GM-MEMBER(WS-GM-INX)   TO MBL-MEMBER
                 MOVE WS-GM-ELIGIBLE(WS-GM-INX) TO MBL-ELIGIBLE
                 MOVE WS-GM-APPROVED(WS-GM-INX) TO MBL-APPROVED
                 MOVE 0 TO WS-PARTICIPATION-PCT
                 IF WS-GM-ELIGIBLE(WS-GM-INX) > 0
                    COMPUTE WS-PARTICIPATION-PCT =
                            WS-GM-APPROVED(WS-GM-INX) * 100
                          / WS-GM-ELIGIBLE(WS-GM-INX)
                 END-IF
                 MOVE WS-PARTICIPATION-PCT TO MBL-PCT
                 MOVE SPACES TO MBL-FLAG
                 IF WS-GM-APPROVED(WS-GM-INX) = 0
                    AND WS-GM-ELIGIBLE(WS-GM-INX)
                        >= WS-APPPAR-IDLE-MIN
                    MOVE 'NEVER APPROVES' TO MBL-FLAG
                 END-IF
                 WRITE APPARRPT-REC FROM WS-MEMBER-LINE
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Median response of the group's approvals, in hours to one
      *  decimal: the approvals' response minutes are sorted in the
      *  work table (insertion sort) and the middle one - or the mean
      *  of the middle two - is taken.
      *-----------------------------------------------------------------
       0620-COMPUTE-GROUP-MEDIAN.
           MOVE 0 TO WS-MD-COUNT.
           PERFORM VARYING WS-EP-INX FROM 1 BY 1
                   UNTIL WS-EP-INX > WS-EP-COUNT
              IF EP-APPROVED(WS-EP-INX)
                 AND WS-PG-GROUP-NAME(WS-EP-PG-INX(WS-EP-INX))
                     = WS-GR-GROUP-NAME(WS-GR-INX)
                 AND WS-MD-COUNT < WS-MD-MAX
                 ADD 1 TO WS-MD-COUNT
                 MOVE WS-EP-RESPONSE-MIN(WS-EP-INX) TO WS-MD-HOLD
                 MOVE WS-MD-COUNT TO WS-MD-SORT-INX
                 MOVE 'N' TO WS-MD-PLACED
                 PERFORM UNTIL WS-MD-SORT-INX = 1 OR MD-SLOT-FOUND
                    IF WS-MD-MINUTES(WS-MD-SORT-INX - 1) > WS-MD-HOLD
                       MOVE WS-MD-MINUTES(WS-MD-SORT-INX - 1)
                            TO WS-MD-MINUTES(WS-MD-SORT-INX)
                       SUBTRACT 1 FROM WS-MD-SORT-INX
                    ELSE
                       MOVE 'Y' TO WS-MD-PLACED
                    END-IF
                 END-PERFORM
                 MOVE WS-MD-HOLD TO WS-MD-MINUTES(WS-MD-SORT-INX)
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-MEDIAN-MIN.
           IF WS-MD-COUNT > 0
              DIVIDE WS-MD-COUNT BY 2 GIVING WS-MD-INX
              IF WS-MD-INX * 2 = WS-MD-COUNT
                 COMPUTE WS-MEDIAN-MIN =
                         (WS-MD-MINUTES(WS-MD-INX)
                        + WS-MD-MINUTES(WS-MD-INX + 1)) / 2
              ELSE
                 MOVE WS-MD-MINUTES(WS-MD-INX + 1) TO WS-MEDIAN-MIN
              END-IF
           END-IF.
           COMPUTE WS-MEDIAN-HOURS ROUNDED = WS-MEDIAN-MIN / 60.

      *-----------------------------------------------------------------
      *  Part 2 - the eligible-but-never-approving approvers.
      *-----------------------------------------------------------------
       0700-WRITE-PART-2.

           MOVE SPACES TO APPARRPT-REC.
           WRITE APPARRPT-REC.
           MOVE WS-APPPAR-IDLE-MIN TO P2L-IDLE-MIN.
           WRITE APPARRPT-REC FROM WS-PART2-LINE.
           PERFORM VARYING WS-GM-INX FROM 1 BY 1
                   UNTIL WS-GM-INX > WS-GM-COUNT
              IF WS-GM-APPROVED(WS-GM-INX) = 0
                 AND WS-GM-ELIGIBLE(WS-GM-INX) >= WS-APPPAR-IDLE-MIN
                 ADD 1 TO WS-IDLE-FLAGGED
                 MOVE WS-GM-GROUP-NAME(WS-GM-INX) TO IDL-GROUP-NAME
                 MOVE WS-GM-MEMBER(WS-GM-INX)     TO IDL-MEMBER
                 MOVE WS-GM-ELIGIBLE(WS-GM-INX)   TO IDL-ELIGIBLE
                 WRITE APPARRPT-REC FROM WS-IDLE-LINE
              END-IF
           END-PERFORM.
           IF WS-IDLE-FLAGGED = 0
              WRITE APPARRPT-REC FROM WS-NONE-LINE
           END-IF.

      *-----------------------------------------------------------------
      *  Part 3 - every system with approved packages, its top
      *  approver's share, KEY-PERSON where the share is over the
      *  threshold on enough packages to mean something.
      *-----------------------------------------------------------------
       0800-WRITE-PART-3.

           MOVE SPACES TO APPARRPT-REC.
           WRITE APPARRPT-REC.
           MOVE WS-APPPAR-KEY-PCT  TO P3L-KEY-PCT.
           MOVE WS-APPPAR-MIN-PKGS TO P3L-MIN-PKGS.
           WRITE APPARRPT-REC FROM WS-PART3-LINE.
           WRITE APPARRPT-REC FROM WS-SYSTEM-HDR-LINE.
           PERFORM VARYING WS-SY-INX FROM 1 BY 1
                   UNTIL WS-SY-INX > WS-SY-COUNT
              MOVE 0 TO WS-SHARE-PCT
              IF WS-SY-APPROVED-PKGS(WS-SY-INX) > 0
                 COMPUTE WS-SHARE-PCT =
                         WS-SY-TOP-COUNT(WS-SY-INX) * 100
                       / WS-SY-APPROVED-PKGS(WS-SY-INX)
              END-IF
              MOVE WS-SY-SYSTEM(WS-SY-INX)        TO SYL-SYSTEM
              MOVE WS-SY-APPROVED-PKGS(WS-SY-INX) TO SYL-APPROVED-PKGS
              MOVE WS-SY-TOP-MEMBER(WS-SY-INX)    TO SYL-TOP-MEMBER
              MOVE WS-SY-TOP-COUNT(WS-SY-INX)     TO SYL-TOP-COUNT
              MOVE WS-SHARE-PCT                   TO SYL-SHARE
              MOVE SPACES TO SYL-FLAG
              IF WS-SHARE-PCT > WS-APPPAR-KEY-PCT
                 AND WS-SY-APPROVED-PKGS(WS-SY-INX)
                     >= WS-APPPAR-MIN-PKGS
                 MOVE 'KEY-PERSON' TO SYL-FLAG
                 ADD 1 TO WS-KEY-FLAGGED
              END-IF
              WRITE APPARRPT-REC FROM WS-SYSTEM-LINE
           END-PERFORM.
           IF WS-SY-COUNT = 0
              WRITE APPARRPT-REC FROM WS-NONE-LINE
           END-IF.

       0900-WARN-DROPPED.

           IF WS-PK-DROPPED + WS-PG-DROPPED + WS-EP-DROPPED
            + WS-PA-DROPPED > 0
              DISPLAY 'C1UAPPAR: WARNING - TABLE FULL, DROPPED '
                      WS-PK-DROPPED ' PACKAGE(S), '
                      WS-PG-DROPPED ' PACKAGE/GROUP PAIR(S), '
                      WS-EP-DROPPED ' ELIGIBILITIES, '
                      WS-PA-DROPPED ' APPROVALS'
           END-IF.
           IF WS-GR-DROPPED + WS-GM-DROPPED + WS-SY-DROPPED
            + WS-SA-DROPPED > 0
              DISPLAY 'C1UAPPAR: WARNING - TABLE FULL, DROPPED '
                      WS-GR-DROPPED ' GROUP(S), '
                      WS-GM-DROPPED ' GROUP MEMBER(S), '
                      WS-SY-DROPPED ' SYSTEM(S), '
                      WS-SA-DROPPED ' SYSTEM APPROVER(S)'
           END-IF.
