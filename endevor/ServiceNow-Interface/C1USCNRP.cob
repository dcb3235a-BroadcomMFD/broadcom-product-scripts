       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Nightly source-scan findings report over DD      *
      *              SCANFIND, the pattern hits C1UEXT02 logs when it *
      *              scans ADD/UPDATE source (copybook SRCSCNCF).     *
      *              Findings are listed system by system - each      *
      *              system's warn-severity hits first, marked        *
      *              ALLOWED since the action went through and the    *
      *              security team has to follow them up, then the    *
      *              rejected ones - with a per-system count line.    *
      *              PARM optionally supplies a look-back in days     *
      *              (1-3 digits: findings dated on or after today    *
      *              minus that many days); no PARM reports every     *
      *              record. Report goes to DD SCANRPT.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1USCNRP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCANFIND ASSIGN TO SCANFIND
               FILE STATUS IS WS-SCANFIND-FILE-STATUS.
           SELECT SCANRPT ASSIGN TO SCANRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  SCANFIND
           RECORD CONTAINS 224 CHARACTERS.
       01  SCANFIND-REC.
           03  SCANFIND-HEADER          PIC X(64).
           03  SCANFIND-BODY.
              05  SCF-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  SCF-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  SCF-USER              PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  SCF-ENV               PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-STGID             PIC X(01).
              05  FILLER                PIC X(01).
              05  SCF-SYSTEM            PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-SUBSYSTEM         PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  SCF-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-CCID              PIC X(12).
              05  FILLER                PIC X(01).
              05  SCF-LINE              PIC 9(06).
              05  FILLER                PIC X(01).
              05  SCF-SEVERITY          PIC X(01).
              05  FILLER                PIC X(01).
              05  SCF-PATTERN           PIC X(40).
              05  FILLER                PIC X(13).

       FD  SCANRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SCANRPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SCANFIND-FILE-STATUS      PIC X(02).
           88  SCANFIND-ATEND                   VALUE '10'.
           88  SCANFIND-NOT-AVAILABLE           VALUE '05' '30' '35'.

       COPY LOGHDR.

       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-FROM-DATE                 PIC 9(08) VALUE 0.
       01  WS-DAYS-BACK                 PIC 9(03) VALUE 0.

      *-----------------------------------------------------------------
      *  Findings in the window, and the systems they fall in.
      *-----------------------------------------------------------------
       01  WS-FD-MAX                    PIC 9(05) VALUE 3000.
       01  WS-FD-COUNT                  PIC 9(05) VALUE 0.
       01  WS-FD-DROPPED                PIC 9(05) VALUE 0.
       01  WS-FD-INX                    PIC 9(05).
       01  WS-FD-TABLE.
           03  WS-FD-ENTRY              PIC X(160) OCCURS 3000 TIMES.

       01  WS-SY-MAX                    PIC 9(03) VALUE 200.
       01  WS-SY-COUNT                  PIC 9(03) VALUE 0.
       01  WS-SY-INX                    PIC 9(03).
       01  WS-SY-HIT-INX                PIC 9(03).
       01  WS-SY-TABLE.
           03  WS-SY-ENTRY OCCURS 200 TIMES.
               05  WS-SY-SYSTEM         PIC X(08).
               05  WS-SY-WARNS          PIC 9(05).
               05  WS-SY-REJECTS        PIC 9(05).

       01  WS-LIST-SEVERITY             PIC X(01).
       01  WS-READ-COUNT                PIC 9(07) VALUE 0.
       01  WS-TOTAL-WARNS               PIC 9(07) VALUE 0.
       01  WS-TOTAL-REJECTS             PIC 9(07) VALUE 0.

      *-----------------------------------------------------------------
      *  Report lines
      *-----------------------------------------------------------------
       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

       01  WS-WINDOW-LINE.
           03  FILLER                   PIC X(22) VALUE
               'FINDINGS DATED FROM  '.
           03  WIN-FROM-DATE            PIC 9(08).
           03  FILLER                   PIC X(102) VALUE SPACES.

       01  WS-SYSTEM-LINE.
           03  FILLER                   PIC X(07) VALUE 'SYSTEM '.
           03  SYL-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  SYL-WARNS                PIC ZZ,ZZ9.
           03  FILLER                   PIC X(24) VALUE
               ' WARNED (ALLOWED), '.
           03  SYL-REJECTS              PIC ZZ,ZZ9.
           03  FILLER                   PIC X(78) VALUE ' REJECTED'.

       01  WS-COL-LINE.
           03  FILLER                   PIC X(50) VALUE
               '  DISPOSITION DATE     TIME   USER     ENV      S '.
           03  FILLER                   PIC X(29) VALUE
               'SUBSYS   ELEMENT    TYPE     '.
           03  FILLER                   PIC X(29) VALUE
               'CCID         LINE   PATTERN'.
           03  FILLER                   PIC X(24) VALUE SPACES.

       01  WS-DETAIL-LINE.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-DISPOSITION          PIC X(11).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-USER                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-ENV                  PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-STGID                PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-CCID                 PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-LINE                 PIC 9(06).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-PATTERN              PIC X(33).

       01  WS-SUMMARY-LINE.
           03  RPT-READ-COUNT           PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(14) VALUE
               ' FINDING(S), '.
           03  RPT-WARN-COUNT           PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(20) VALUE
               ' WARNED (ALLOWED), '.
           03  RPT-REJECT-COUNT         PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(10) VALUE ' REJECTED'.
           03  FILLER                   PIC X(67) VALUE SPACES.

         COPY RUNCTXH.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DAYS                PIC X(03).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF LINK-PARM-LENGTH > 0 AND LINK-PARM-LENGTH < 4
              IF PARM-DAYS(1:LINK-PARM-LENGTH) IS NUMERIC
                 MOVE PARM-DAYS(1:LINK-PARM-LENGTH) TO WS-DAYS-BACK
                 COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                         - WS-DAYS-BACK)
              ELSE
                 DISPLAY 'C1USCNRP: PARM IGNORED, NOT A DAY COUNT - '
                         PARM-DAYS(1:LINK-PARM-LENGTH)
              END-IF
           END-IF.

           OPEN OUTPUT SCANRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-FROM-DATE TO WIN-FROM-DATE.
           WRITE SCANRPT-REC FROM WS-WINDOW-LINE.

           PERFORM 1000-LOAD-FINDINGS THRU 1000-EXIT.

           PERFORM 2000-REPORT-ONE-SYSTEM
                   VARYING WS-SY-INX FROM 1 BY 1
                   UNTIL WS-SY-INX > WS-SY-COUNT.

           WRITE SCANRPT-REC FROM WS-BLANK-LINE.
           MOVE WS-FD-COUNT      TO RPT-READ-COUNT.
           MOVE WS-TOTAL-WARNS   TO RPT-WARN-COUNT.
           MOVE WS-TOTAL-REJECTS TO RPT-REJECT-COUNT.
           WRITE SCANRPT-REC FROM WS-SUMMARY-LINE.

           IF WS-FD-DROPPED > 0
              DISPLAY 'C1USCNRP: WARNING - ' WS-FD-DROPPED
                      ' FINDING(S) DROPPED, TABLE FULL'
           END-IF.

           CLOSE SCANRPT.

           IF WS-FD-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of SCANRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO SCANRPT-REC.
           WRITE SCANRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Keep every finding in the window and note its system. No DD
      *  SCANFIND (no scan hit yet) is an empty report, not an error.
      *-----------------------------------------------------------------
       1000-LOAD-FINDINGS.
           OPEN INPUT SCANFIND.
           IF SCANFIND-NOT-AVAILABLE
              DISPLAY 'C1USCNRP: DD SCANFIND NOT AVAILABLE - STATUS '
                      WS-SCANFIND-FILE-STATUS
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-SCANFIND.
           PERFORM 1200-KEEP-ONE-FINDING UNTIL SCANFIND-ATEND.
           CLOSE SCANFIND.
       1000-EXIT.
           EXIT.

       1100-READ-SCANFIND.
           PERFORM WITH TEST AFTER
                   UNTIL WS-SCANFIND-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SCANFIND
                  AT END MOVE '10' TO WS-SCANFIND-FILE-STATUS
              END-READ
              IF WS-SCANFIND-FILE-STATUS(1:1) = '0'
                 MOVE 'SCANFIND'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SCANFIND-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       1200-KEEP-ONE-FINDING.
           ADD 1 TO WS-READ-COUNT.
           IF SCF-DATE NOT < WS-FROM-DATE
              IF WS-FD-COUNT < WS-FD-MAX
                 ADD 1 TO WS-FD-COUNT
                 MOVE SCANFIND-BODY TO WS-FD-ENTRY(WS-FD-COUNT)
                 PERFORM 1300-TALLY-SYSTEM
              ELSE
                 ADD 1 TO WS-FD-DROPPED
              END-IF
           END-IF.
           PERFORM 1100-READ-SCANFIND.

       1300-TALLY-SYSTEM.
           MOVE 0 TO WS-SY-HIT-INX.
           PERFORM VARYING WS-SY-INX FROM 1 BY 1
                   UNTIL WS-SY-INX > WS-SY-COUNT
                      OR WS-SY-HIT-INX > 0
              IF WS-SY-SYSTEM(WS-SY-INX) = SCF-SYSTEM
                 MOVE WS-SY-INX TO WS-SY-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-SY-HIT-INX = 0
              IF WS-SY-COUNT < WS-SY-MAX
                 ADD 1 TO WS-SY-COUNT
                 MOVE WS-SY-COUNT TO WS-SY-HIT-INX
                 MOVE SCF-SYSTEM  TO WS-SY-SYSTEM(WS-SY-HIT-INX)
                 MOVE 0 TO WS-SY-WARNS(WS-SY-HIT-INX)
                 MOVE 0 TO WS-SY-REJECTS(WS-SY-HIT-INX)
              ELSE
      *          No room for another system - the finding is dropped
      *          rather than listed under the wrong one.
                 SUBTRACT 1 FROM WS-FD-COUNT
                 ADD 1 TO WS-FD-DROPPED
              END-IF
           END-IF.
           IF WS-SY-HIT-INX > 0
              IF SCF-SEVERITY = 'R'
                 ADD 1 TO WS-SY-REJECTS(WS-SY-HIT-INX)
                 ADD 1 TO WS-TOTAL-REJECTS
              ELSE
                 ADD 1 TO WS-SY-WARNS(WS-SY-HIT-INX)
                 ADD 1 TO WS-TOTAL-WARNS
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  One system: its count line, then its allowed (warn) findings
      *  and its rejected ones.
      *-----------------------------------------------------------------
       2000-REPORT-ONE-SYSTEM.
           WRITE SCANRPT-REC FROM WS-BLANK-LINE.
           MOVE WS-SY-SYSTEM(WS-SY-INX)  TO SYL-SYSTEM.
           MOVE WS-SY-WARNS(WS-SY-INX)   TO SYL-WARNS.
           MOVE WS-SY-REJECTS(WS-SY-INX) TO SYL-REJECTS.
           WRITE SCANRPT-REC FROM WS-SYSTEM-LINE.
           WRITE SCANRPT-REC FROM WS-COL-LINE.
           MOVE 'W' TO WS-LIST-SEVERITY.
           PERFORM 2100-LIST-ONE-FINDING
                   VARYING WS-FD-INX FROM 1 BY 1
                   UNTIL WS-FD-INX > WS-FD-COUNT.
           MOVE 'R' TO WS-LIST-SEVERITY.
           PERFORM 2100-LIST-ONE-FINDING
                   VARYING WS-FD-INX FROM 1 BY 1
                   UNTIL WS-FD-INX > WS-FD-COUNT.

       2100-LIST-ONE-FINDING.
           MOVE WS-FD-ENTRY(WS-FD-INX) TO SCANFIND-BODY.
           IF SCF-SYSTEM = WS-SY-SYSTEM(WS-SY-INX)
              AND ((WS-LIST-SEVERITY = 'R' AND SCF-SEVERITY = 'R')
                OR (WS-LIST-SEVERITY = 'W' AND SCF-SEVERITY NOT = 'R'))
              IF SCF-SEVERITY = 'R'
                 MOVE 'REJECTED'  TO DTL-DISPOSITION
              ELSE
                 MOVE 'ALLOWED'   TO DTL-DISPOSITION
              END-IF
              MOVE SCF-DATE       TO DTL-DATE
              MOVE SCF-TIME       TO DTL-TIME
              MOVE SCF-USER       TO DTL-USER
              MOVE SCF-ENV        TO DTL-ENV
              MOVE SCF-STGID      TO DTL-STGID
              MOVE SCF-SUBSYSTEM  TO DTL-SUBSYSTEM
              MOVE SCF-ELEMENT    TO DTL-ELEMENT
              MOVE SCF-TYPE       TO DTL-TYPE
              MOVE SCF-CCID       TO DTL-CCID
              MOVE SCF-LINE       TO DTL-LINE
              MOVE SCF-PATTERN    TO DTL-PATTERN
              WRITE SCANRPT-REC FROM WS-DETAIL-LINE
           END-IF.
