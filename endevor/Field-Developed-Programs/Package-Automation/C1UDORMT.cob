       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Dormant-element report and retirement SCL        *
      *              generator. Every element on the C1UINVSN daily   *
      *              inventory snapshot (DD INVSNAP) is matched       *
      *              against the DD ELMACTLG action history for the   *
      *              environment and stage (actions C1UEXT02 refused  *
      *              never ran and do not count); an element whose    *
      *              last known action                                *
      *              - the later of its newest ELMACTLG record and    *
      *              the snapshot's own Endevor last-action date - is *
      *              older than the dormancy threshold (copybook      *
      *              DORMCF, PARM override) is listed on DD DORMRPT,  *
      *              grouped by system/subsystem, with that date, the *
      *              last user and the last logged action.            *
      *              When a system owner has confirmed a retirement   *
      *              list (DD DORMRET), each listed element that is   *
      *              still on the inventory and still dormant gets    *
      *              an Endevor DELETE or ARCHIVE statement on DD     *
      *              DORMSCL, ready to be fed through the normal      *
      *              package process; anything else on the list is    *
      *              rejected on the report and left alone.           *
      *              PARM (fixed columns, all optional):              *
      *                1-8   environment (default PROD)               *
      *                9     stage id (default 1)                     *
      *                10-12 dormancy threshold in months             *
      *              DD DORMRET line (FB 80, '*' in col 1 comment):   *
      *                1-8 system, 10-17 subsystem, 19-28 element,    *
      *                30-37 type, 39 'D' delete / 'A' archive,       *
      *                41-48 confirming owner's userid, 50-61 CCID    *
      *              Return code 4 when dormant elements are listed,  *
      *              8 when a retirement line was rejected or the     *
      *              snapshot cannot be read.                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UDORMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVSNAP ASSIGN TO INVSNAP
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT OPTIONAL DORMRET ASSIGN TO DORMRET
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT DORMSCL ASSIGN TO DORMSCL.
           SELECT DORMRPT ASSIGN TO DORMRPT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *  DD INVSNAP - the C1UINVSN snapshot layout.
      *-----------------------------------------------------------------
       FD  INVSNAP
           RECORD CONTAINS 80 CHARACTERS.
       01  INVSNAP-REC.
           03  SNP-SNAP-DATE            PIC 9(08).
           03  FILLER                   PIC X(01).
           03  SNP-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01).
           03  SNP-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01).
           03  SNP-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01).
           03  SNP-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(01).
           03  SNP-LEVEL                PIC 9(04).
           03  FILLER                   PIC X(01).
           03  SNP-LAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01).
           03  SNP-LAST-USER            PIC X(08).
           03  FILLER                   PIC X(11).

       FD  ELMACTLG
           RECORD CONTAINS 196 CHARACTERS.
       01  ELMACTLG-REC.
           03  ELMACTLG-HEADER          PIC X(64).
           03  ELMACTLG-BODY.
              05  ELA-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELA-TIME              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELA-SRC-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-TGT-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SYSTEM            PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SUBSYSTEM         PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-PROC-GROUP        PIC X(16).
              05  FILLER                PIC X(01).
              05  ELA-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-CCID              PIC X(12).
              05  FILLER                PIC X(01).
              05  ELA-USER              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-EXIT-RC           PIC 9(04).
              05  ELA-TGT-STGID         PIC X(01).
              05  ELA-SRC-STGID         PIC X(01).
              05  ELA-LEVEL             PIC 9(02).

       FD  DORMRET
           RECORD CONTAINS 80 CHARACTERS.
       01  DORMRET-REC.
           03  RET-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01).
           03  RET-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(01).
           03  RET-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01).
           03  RET-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01).
           03  RET-DISPOSITION          PIC X(01).
               88  RET-DELETE                   VALUE 'D'.
               88  RET-ARCHIVE                  VALUE 'A'.
           03  FILLER                   PIC X(01).
           03  RET-OWNER                PIC X(08).
           03  FILLER                   PIC X(01).
           03  RET-CCID                 PIC X(12).
           03  FILLER                   PIC X(19).

       FD  DORMSCL
           RECORD CONTAINS 80 CHARACTERS.
       01  DORMSCL-REC                  PIC X(80).

       FD  DORMRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DORMRPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.

         COPY DORMCF.

       01  WS-TARGET-ENV                PIC X(08) VALUE 'PROD'.
       01  WS-TARGET-STGID              PIC X(01) VALUE '1'.
       01  WS-RUN-MONTHS                PIC 9(03).
       01  WS-LOG-AVAILABLE             PIC X(01) VALUE 'N'.
           88  LOG-AVAILABLE                    VALUE 'Y'.

       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-DATE-RE REDEFINES WS-TODAY-DATE.
           03  WS-TODAY-YYYY            PIC 9(04).
           03  WS-TODAY-MM              PIC 9(02).
           03  WS-TODAY-DD              PIC 9(02).
       01  WS-CUTOFF-DATE               PIC 9(08).
       01  WS-CUTOFF-DATE-RE REDEFINES WS-CUTOFF-DATE.
           03  WS-CUTOFF-YYYY           PIC 9(04).
           03  WS-CUTOFF-MM             PIC 9(02).
           03  WS-CUTOFF-DD             PIC 9(02).
       01  WS-LAST-DATE-WORK            PIC 9(08).
       01  WS-LAST-DATE-WORK-RE REDEFINES WS-LAST-DATE-WORK.
           03  WS-LAST-YYYY             PIC 9(04).
           03  WS-LAST-MM               PIC 9(02).
           03  WS-LAST-DD               PIC 9(02).
       01  WS-MONTH-NUMBER              PIC 9(06).
       01  WS-MONTH-REMAINDER           PIC 9(02).
       01  WS-IDLE-MONTHS               PIC 9(04).

      *= Inventory snapshot with its last known action ===============
       01  WS-SN-MAX                    PIC 9(04) VALUE 5000.
       01  WS-SN-COUNT                  PIC 9(04) VALUE 0.
       01  WS-SN-DROPPED                PIC 9(04) VALUE 0.
       01  WS-SN-INX                    PIC 9(04).
       01  WS-SN-HIT-INX                PIC 9(04).
       01  WS-SN-TABLE.
           03  WS-SN-ENTRY OCCURS 5000 TIMES.
               05  WS-SN-KEY.
                   07  WS-SN-SYSTEM     PIC X(08).
                   07  WS-SN-SUBSYS     PIC X(08).
                   07  WS-SN-ELEMENT    PIC X(10).
                   07  WS-SN-TYPE       PIC X(08).
               05  WS-SN-LEVEL          PIC 9(04).
               05  WS-SN-SNAP-DATE      PIC 9(08).
               05  WS-SN-SNAP-USER      PIC X(08).
               05  WS-SN-LOG-DATE       PIC 9(08).
               05  WS-SN-LOG-ACTION     PIC X(10).
               05  WS-SN-LOG-CCID       PIC X(12).
               05  WS-SN-LOG-USER       PIC X(08).
               05  WS-SN-LAST-DATE      PIC 9(08).
               05  WS-SN-DORMANT        PIC X(01).
                   88  SN-DORMANT               VALUE 'Y'.

      *= Dormant entries, in system/subsystem/element/type order =====
       01  WS-DX-COUNT                  PIC 9(04) VALUE 0.
       01  WS-DX-INX                    PIC 9(04).
       01  WS-DX-INX2                   PIC 9(04).
       01  WS-DX-HOLD                   PIC 9(04).
       01  WS-DX-TABLE.
           03  WS-DX-ENTRY              PIC 9(04) OCCURS 5000 TIMES.

       01  WS-GROUP-SYSTEM              PIC X(08).
       01  WS-GROUP-SUBSYS              PIC X(08).
       01  WS-GROUP-COUNT               PIC 9(05).

       01  WS-SNAP-DATE                 PIC 9(08) VALUE 0.
       01  WS-LOG-READ-COUNT            PIC 9(07) VALUE 0.
       01  WS-DORMANT-COUNT             PIC 9(05) VALUE 0.
       01  WS-RET-READ-COUNT            PIC 9(05) VALUE 0.
       01  WS-RET-SCL-COUNT             PIC 9(05) VALUE 0.
       01  WS-RET-REJECT-COUNT          PIC 9(05) VALUE 0.
       01  WS-RET-REASON                PIC X(30).
       01  WS-RET-CCID                  PIC X(12).
       01  WS-SCL-LINE                  PIC X(80).
       01  WS-SCL-VERB                  PIC X(08).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(33) VALUE
               'DORMANT ELEMENTS - ENVIRONMENT '.
           03  TTL-ENV                  PIC X(08).
           03  FILLER                   PIC X(07) VALUE ' STAGE '.
           03  TTL-STGID                PIC X(01).
           03  FILLER                   PIC X(22) VALUE
               ' - NO ACTION SINCE '.
           03  TTL-CUTOFF               PIC 9(08).
           03  FILLER                   PIC X(02) VALUE ' ('.
           03  TTL-MONTHS               PIC ZZ9.
           03  FILLER                   PIC X(48) VALUE
               ' MONTHS)'.

       01  WS-GROUP-LINE.
           03  FILLER                   PIC X(08) VALUE 'SYSTEM '.
           03  GRP-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(12) VALUE
               '  SUBSYSTEM '.
           03  GRP-SUBSYS               PIC X(08).
           03  FILLER                   PIC X(96) VALUE SPACES.

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(36) VALUE
               '  ELEMENT    TYPE     LEVEL LAST-ACT'.
           03  FILLER                   PIC X(96) VALUE
               '  LAST-USR IDLE-MO LAST-ACTION CCID         SOURCE'.

       01  WS-DETAIL-LINE.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-LEVEL                PIC ZZZ9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-LAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-LAST-USER            PIC X(08).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-IDLE-MONTHS          PIC ZZZ9.
           03  FILLER                   PIC X(03) VALUE SPACES.
           03  DTL-LAST-ACTION          PIC X(10).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-CCID                 PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-SOURCE               PIC X(09).
           03  FILLER                   PIC X(43) VALUE SPACES.

       01  WS-GROUP-TOTAL-LINE.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  GTL-COUNT                PIC ZZ,ZZ9.
           03  FILLER                   PIC X(124) VALUE
               ' DORMANT ELEMENT(S) IN THIS SUBSYSTEM'.

       01  WS-SUMMARY-LINE.
           03  SUM-SNAP-COUNT           PIC ZZ,ZZ9.
           03  FILLER                   PIC X(35) VALUE
               ' ELEMENT(S) ON THE SNAPSHOT DATED '.
           03  SUM-SNAP-DATE            PIC 9(08).
           03  FILLER                   PIC X(02) VALUE ', '.
           03  SUM-DORMANT-COUNT        PIC ZZ,ZZ9.
           03  FILLER                   PIC X(75) VALUE
               ' DORMANT'.

       01  WS-RET-TITLE-LINE            PIC X(132) VALUE
           'RETIREMENT LIST - DD DORMRET'.
       01  WS-RET-LINE.
           03  RTL-VERDICT              PIC X(09).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RTL-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RTL-SUBSYS               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RTL-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RTL-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RTL-VERB                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RTL-OWNER                PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  RTL-REASON               PIC X(30).
           03  FILLER                   PIC X(36) VALUE SPACES.
       01  WS-RET-SUMMARY-LINE.
           03  RSL-READ-COUNT           PIC ZZ,ZZ9.
           03  FILLER                   PIC X(17) VALUE
               ' LINE(S) READ, '.
           03  RSL-SCL-COUNT            PIC ZZ,ZZ9.
           03  FILLER                   PIC X(26) VALUE
               ' STATEMENT(S) GENERATED, '.
           03  RSL-REJECT-COUNT         PIC ZZ,ZZ9.
           03  FILLER                   PIC X(71) VALUE
               ' REJECTED'.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-ENV                 PIC X(08).
           05  PARM-STGID               PIC X(01).
           05  PARM-MONTHS              PIC X(03).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           MOVE WS-DORM-MONTHS TO WS-RUN-MONTHS.
           IF LINK-PARM-LENGTH > 0 AND PARM-ENV NOT = SPACES
              MOVE PARM-ENV TO WS-TARGET-ENV
           END-IF.
           IF LINK-PARM-LENGTH >= 9 AND PARM-STGID NOT = SPACE
              MOVE PARM-STGID TO WS-TARGET-STGID
           END-IF.
           IF LINK-PARM-LENGTH >= 12
              IF PARM-MONTHS IS NUMERIC AND PARM-MONTHS > '000'
                 MOVE PARM-MONTHS TO WS-RUN-MONTHS
              ELSE
                 DISPLAY 'C1UDORMT: PARM MONTHS (COLS 10-12) MUST BE '
                         'NUMERIC AND NON-ZERO - GOT ' PARM-MONTHS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-COMPUTE-CUTOFF.

           OPEN OUTPUT DORMRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           OPEN INPUT INVSNAP.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UDORMT: DD INVSNAP NOT AVAILABLE - STATUS '
                      WS-IN-FILE-STATUS
              CLOSE DORMRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-READ-INVSNAP.
           PERFORM 1100-LOAD-ONE-ELEMENT UNTIL IN-FILE-ATEND.
           CLOSE INVSNAP.

           PERFORM 2000-SCAN-ELMACTLG.
           PERFORM 3000-JUDGE-ONE-ELEMENT
               VARYING WS-SN-INX FROM 1 BY 1
               UNTIL WS-SN-INX > WS-SN-COUNT.
           PERFORM 3100-SORT-DORMANT-ENTRIES.
           PERFORM 4000-WRITE-DORMANT-REPORT.
           PERFORM 5000-PROCESS-RETIREMENT-LIST THRU 5000-EXIT.

           CLOSE DORMRPT.

           DISPLAY 'C1UDORMT: ' WS-DORMANT-COUNT ' OF ' WS-SN-COUNT
                   ' ELEMENT(S) DORMANT SINCE ' WS-CUTOFF-DATE.
           IF WS-RET-READ-COUNT > 0
              DISPLAY 'C1UDORMT: ' WS-RET-SCL-COUNT
                      ' RETIREMENT STATEMENT(S) ON DORMSCL, '
                      WS-RET-REJECT-COUNT ' REJECTED'
           END-IF.
           IF WS-SN-DROPPED > 0
              DISPLAY 'C1UDORMT: WARNING - ' WS-SN-DROPPED
                      ' SNAPSHOT ELEMENT(S) DROPPED, TABLE FULL'
           END-IF.

           IF WS-RET-REJECT-COUNT > 0
              MOVE 8 TO WS-LGR-RC
           ELSE
              IF WS-DORMANT-COUNT > 0
                 OR WS-SN-DROPPED > 0
                 OR NOT LOG-AVAILABLE
                 MOVE 4 TO WS-LGR-RC
              ELSE
                 MOVE 0 TO WS-LGR-RC
              END-IF
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UDORMT' TO WS-LGR-PROGRAM.
           MOVE WS-DORMANT-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of DORMRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO DORMRPT-REC.
           WRITE DORMRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  The cutoff is today less the threshold in whole months; a day
      *  past the 28th is pulled back to the 28th so the result is
      *  always a real date.
      *-----------------------------------------------------------------
       0100-COMPUTE-CUTOFF.

           COMPUTE WS-MONTH-NUMBER =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1 - WS-RUN-MONTHS.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YYYY
               REMAINDER WS-MONTH-REMAINDER.
           COMPUTE WS-CUTOFF-MM = WS-MONTH-REMAINDER + 1.
           MOVE WS-TODAY-DD TO WS-CUTOFF-DD.
           IF WS-CUTOFF-DD > 28
              MOVE 28 TO WS-CUTOFF-DD
           END-IF.

       1000-READ-INVSNAP.
           READ INVSNAP
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1100-LOAD-ONE-ELEMENT.
           MOVE SNP-SNAP-DATE TO WS-SNAP-DATE.
           IF WS-SN-COUNT < WS-SN-MAX
              ADD 1 TO WS-SN-COUNT
              MOVE SNP-SYSTEM    TO WS-SN-SYSTEM(WS-SN-COUNT)
              MOVE SNP-SUBSYSTEM TO WS-SN-SUBSYS(WS-SN-COUNT)
              MOVE SNP-ELEMENT   TO WS-SN-ELEMENT(WS-SN-COUNT)
              MOVE SNP-TYPE      TO WS-SN-TYPE(WS-SN-COUNT)
              MOVE SNP-LEVEL     TO WS-SN-LEVEL(WS-SN-COUNT)
              MOVE SNP-LAST-USER TO WS-SN-SNAP-USER(WS-SN-COUNT)
              IF SNP-LAST-DATE IS NUMERIC
                 MOVE SNP-LAST-DATE TO WS-SN-SNAP-DATE(WS-SN-COUNT)
              ELSE
                 MOVE 0 TO WS-SN-SNAP-DATE(WS-SN-COUNT)
              END-IF
              MOVE 0      TO WS-SN-LOG-DATE(WS-SN-COUNT)
              MOVE SPACES TO WS-SN-LOG-ACTION(WS-SN-COUNT)
              MOVE SPACES TO WS-SN-LOG-CCID(WS-SN-COUNT)
              MOVE SPACES TO WS-SN-LOG-USER(WS-SN-COUNT)
              MOVE 'N'    TO WS-SN-DORMANT(WS-SN-COUNT)
           ELSE
              ADD 1 TO WS-SN-DROPPED
           END-IF.
           PERFORM 1000-READ-INVSNAP.

      *-----------------------------------------------------------------
      *  One pass over the action history: a record for the target
      *  environment (as source or target of the action) that names
      *  an inventory element moves that element's logged date on
      *  when it is newer. No history at all is reported and the
      *  judgement falls back on the snapshot's own dates.
      *-----------------------------------------------------------------
       2000-SCAN-ELMACTLG.

           OPEN INPUT ELMACTLG.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UDORMT: DD ELMACTLG NOT AVAILABLE - STATUS '
                      WS-IN-FILE-STATUS ' - SNAPSHOT DATES ONLY'
              MOVE 'N' TO WS-LOG-AVAILABLE
           ELSE
              MOVE 'Y' TO WS-LOG-AVAILABLE
              PERFORM 2100-READ-ELMACTLG
              PERFORM 2200-MATCH-ONE-ACTION THRU 2200-EXIT
                      UNTIL IN-FILE-ATEND
              CLOSE ELMACTLG
           END-IF.

       2100-READ-ELMACTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  An action counts when it touched the PARM environment and
      *  stage, on either side. A record from before the stage ids
      *  were logged (stage blank) matches on the environment alone.
      *  An action C1UEXT02 refused (exit RC 8 or more) never ran and
      *  is not activity.
      *-----------------------------------------------------------------
       2200-MATCH-ONE-ACTION.
           ADD 1 TO WS-LOG-READ-COUNT.
           IF ELA-EXIT-RC IS NUMERIC
              AND ELA-EXIT-RC NOT < 8
              PERFORM 2100-READ-ELMACTLG
              GO TO 2200-EXIT
           END-IF.
           IF ((ELA-TGT-ENV = WS-TARGET-ENV
                AND (ELA-TGT-STGID = WS-TARGET-STGID
                     OR ELA-TGT-STGID = SPACE))
               OR (ELA-SRC-ENV = WS-TARGET-ENV
                AND (ELA-SRC-STGID = WS-TARGET-STGID
                     OR ELA-SRC-STGID = SPACE)))
              AND ELA-DATE IS NUMERIC
              MOVE 0 TO WS-SN-HIT-INX
              PERFORM VARYING WS-SN-INX FROM 1 BY 1
                      UNTIL WS-SN-INX > WS-SN-COUNT
                         OR WS-SN-HIT-INX > 0
                 IF ELA-ELEMENT   = WS-SN-ELEMENT(WS-SN-INX)
                    AND ELA-TYPE      = WS-SN-TYPE(WS-SN-INX)
                    AND ELA-SYSTEM    = WS-SN-SYSTEM(WS-SN-INX)
                    AND ELA-SUBSYSTEM = WS-SN-SUBSYS(WS-SN-INX)
                    MOVE WS-SN-INX TO WS-SN-HIT-INX
                 END-IF
              END-PERFORM
              IF WS-SN-HIT-INX > 0
                 IF ELA-DATE NOT < WS-SN-LOG-DATE(WS-SN-HIT-INX)
                    MOVE ELA-DATE   TO WS-SN-LOG-DATE(WS-SN-HIT-INX)
                    MOVE ELA-ACTION
                         TO WS-SN-LOG-ACTION(WS-SN-HIT-INX)
                    MOVE ELA-CCID   TO WS-SN-LOG-CCID(WS-SN-HIT-INX)
                    MOVE ELA-USER   TO WS-SN-LOG-USER(WS-SN-HIT-INX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 2100-READ-ELMACTLG.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Last known action is the later of the logged date and the
      *  snapshot's Endevor last-action date - an element changed
      *  with the exits off still counts as touched.
      *-----------------------------------------------------------------
       3000-JUDGE-ONE-ELEMENT.

           IF WS-SN-LOG-DATE(WS-SN-INX) > WS-SN-SNAP-DATE(WS-SN-INX)
              MOVE WS-SN-LOG-DATE(WS-SN-INX)
                   TO WS-SN-LAST-DATE(WS-SN-INX)
           ELSE
              MOVE WS-SN-SNAP-DATE(WS-SN-INX)
                   TO WS-SN-LAST-DATE(WS-SN-INX)
           END-IF.
           IF WS-SN-LAST-DATE(WS-SN-INX) < WS-CUTOFF-DATE
              MOVE 'Y' TO WS-SN-DORMANT(WS-SN-INX)
              ADD 1 TO WS-DORMANT-COUNT
              ADD 1 TO WS-DX-COUNT
              MOVE WS-SN-INX TO WS-DX-ENTRY(WS-DX-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      *  Exchange sort of the dormant entries on system/subsystem/
      *  element/type (the C1UPKGAG pattern) so the report groups
      *  cleanly whatever order the snapshot was listed in.
      *-----------------------------------------------------------------
       3100-SORT-DORMANT-ENTRIES.

           PERFORM VARYING WS-DX-INX FROM 1 BY 1
                   UNTIL WS-DX-INX > WS-DX-COUNT
              PERFORM VARYING WS-DX-INX2 FROM 1 BY 1
                      UNTIL WS-DX-INX2 > WS-DX-COUNT - WS-DX-INX
                 IF WS-SN-KEY(WS-DX-ENTRY(WS-DX-INX2)) >
                    WS-SN-KEY(WS-DX-ENTRY(WS-DX-INX2 + 1))
                    MOVE WS-DX-ENTRY(WS-DX-INX2) TO WS-DX-HOLD
                    MOVE WS-DX-ENTRY(WS-DX-INX2 + 1)
                                     TO WS-DX-ENTRY(WS-DX-INX2)
                    MOVE WS-DX-HOLD  TO WS-DX-ENTRY(WS-DX-INX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       4000-WRITE-DORMANT-REPORT.

           MOVE WS-TARGET-ENV   TO TTL-ENV.
           MOVE WS-TARGET-STGID TO TTL-STGID.
           MOVE WS-CUTOFF-DATE  TO TTL-CUTOFF.
           MOVE WS-RUN-MONTHS   TO TTL-MONTHS.
           WRITE DORMRPT-REC FROM WS-TITLE-LINE.

           MOVE SPACES TO WS-GROUP-SYSTEM WS-GROUP-SUBSYS.
           MOVE 0 TO WS-GROUP-COUNT.
           PERFORM 4100-WRITE-ONE-DORMANT
               VARYING WS-DX-INX FROM 1 BY 1
               UNTIL WS-DX-INX > WS-DX-COUNT.
           IF WS-GROUP-COUNT > 0
              PERFORM 4200-WRITE-GROUP-TOTAL
           END-IF.

           MOVE SPACES TO DORMRPT-REC.
           WRITE DORMRPT-REC.
           MOVE WS-SN-COUNT      TO SUM-SNAP-COUNT.
           MOVE WS-SNAP-DATE     TO SUM-SNAP-DATE.
           MOVE WS-DORMANT-COUNT TO SUM-DORMANT-COUNT.
           WRITE DORMRPT-REC FROM WS-SUMMARY-LINE.

       4100-WRITE-ONE-DORMANT.

           MOVE WS-DX-ENTRY(WS-DX-INX) TO WS-SN-INX.
           IF WS-SN-SYSTEM(WS-SN-INX) NOT = WS-GROUP-SYSTEM
              OR WS-SN-SUBSYS(WS-SN-INX) NOT = WS-GROUP-SUBSYS
              IF WS-GROUP-COUNT > 0
                 PERFORM 4200-WRITE-GROUP-TOTAL
              END-IF
              MOVE WS-SN-SYSTEM(WS-SN-INX) TO WS-GROUP-SYSTEM
              MOVE WS-SN-SUBSYS(WS-SN-INX) TO WS-GROUP-SUBSYS
              MOVE 0 TO WS-GROUP-COUNT
              MOVE SPACES TO DORMRPT-REC
              WRITE DORMRPT-REC
              MOVE WS-GROUP-SYSTEM TO GRP-SYSTEM
              MOVE WS-GROUP-SUBSYS TO GRP-SUBSYS
              WRITE DORMRPT-REC FROM WS-GROUP-LINE
              WRITE DORMRPT-REC FROM WS-HDR-LINE
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.

           MOVE WS-SN-ELEMENT(WS-SN-INX)   TO DTL-ELEMENT.
           MOVE WS-SN-TYPE(WS-SN-INX)      TO DTL-TYPE.
           MOVE WS-SN-LEVEL(WS-SN-INX)     TO DTL-LEVEL.
           MOVE WS-SN-LAST-DATE(WS-SN-INX) TO DTL-LAST-DATE.
           MOVE WS-SN-SNAP-USER(WS-SN-INX) TO DTL-LAST-USER.
           MOVE WS-SN-LAST-DATE(WS-SN-INX) TO WS-LAST-DATE-WORK.
           IF WS-LAST-DATE-WORK = 0
              MOVE 9999 TO WS-IDLE-MONTHS
           ELSE
              COMPUTE WS-IDLE-MONTHS =
                  (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
                - (WS-LAST-YYYY * 12 + WS-LAST-MM)
           END-IF.
           MOVE WS-IDLE-MONTHS TO DTL-IDLE-MONTHS.
           IF WS-SN-LOG-DATE(WS-SN-INX) = 0
              MOVE SPACES       TO DTL-LAST-ACTION
              MOVE SPACES       TO DTL-CCID
              MOVE 'INVENTORY'  TO DTL-SOURCE
           ELSE
              MOVE WS-SN-LOG-ACTION(WS-SN-INX) TO DTL-LAST-ACTION
              MOVE WS-SN-LOG-CCID(WS-SN-INX)   TO DTL-CCID
              IF WS-SN-LOG-DATE(WS-SN-INX) <
                 WS-SN-SNAP-DATE(WS-SN-INX)
                 MOVE 'INVENTORY' TO DTL-SOURCE
              ELSE
                 MOVE 'ELMACTLG'  TO DTL-SOURCE
                 MOVE WS-SN-LOG-USER(WS-SN-INX) TO DTL-LAST-USER
              END-IF
           END-IF.
           WRITE DORMRPT-REC FROM WS-DETAIL-LINE.

       4200-WRITE-GROUP-TOTAL.
           MOVE WS-GROUP-COUNT TO GTL-COUNT.
           WRITE DORMRPT-REC FROM WS-GROUP-TOTAL-LINE.

      *-----------------------------------------------------------------
      *  The owner-confirmed retirement list. Only an element still
      *  on the inventory and still dormant today gets a statement -
      *  a list confirmed weeks ago must not retire something that
      *  has since been worked on.
      *-----------------------------------------------------------------
       5000-PROCESS-RETIREMENT-LIST.

           OPEN INPUT DORMRET.
           IF WS-IN-FILE-STATUS NOT = '00'
              GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT DORMSCL.
           MOVE SPACES TO DORMRPT-REC.
           WRITE DORMRPT-REC.
           WRITE DORMRPT-REC FROM WS-RET-TITLE-LINE.
           PERFORM 5100-READ-DORMRET.
           PERFORM 5200-RETIRE-ONE-ELEMENT THRU 5200-EXIT
               UNTIL IN-FILE-ATEND.
           CLOSE DORMRET.
           CLOSE DORMSCL.
           MOVE WS-RET-READ-COUNT   TO RSL-READ-COUNT.
           MOVE WS-RET-SCL-COUNT    TO RSL-SCL-COUNT.
           MOVE WS-RET-REJECT-COUNT TO RSL-REJECT-COUNT.
           WRITE DORMRPT-REC FROM WS-RET-SUMMARY-LINE.
       5000-EXIT.
           EXIT.

       5100-READ-DORMRET.
           READ DORMRET
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       5200-RETIRE-ONE-ELEMENT.

           IF DORMRET-REC(1:1) = '*' OR DORMRET-REC = SPACES
              GO TO 5200-NEXT
           END-IF.
           ADD 1 TO WS-RET-READ-COUNT.
           MOVE SPACES TO WS-RET-REASON WS-SCL-VERB.
           IF RET-DELETE
              MOVE 'DELETE'  TO WS-SCL-VERB
           END-IF.
           IF RET-ARCHIVE
              MOVE 'ARCHIVE' TO WS-SCL-VERB
           END-IF.

           MOVE 0 TO WS-SN-HIT-INX.
           PERFORM VARYING WS-SN-INX FROM 1 BY 1
                   UNTIL WS-SN-INX > WS-SN-COUNT
                      OR WS-SN-HIT-INX > 0
              IF RET-ELEMENT   = WS-SN-ELEMENT(WS-SN-INX)
                 AND RET-TYPE      = WS-SN-TYPE(WS-SN-INX)
                 AND RET-SYSTEM    = WS-SN-SYSTEM(WS-SN-INX)
                 AND RET-SUBSYSTEM = WS-SN-SUBSYS(WS-SN-INX)
                 MOVE WS-SN-INX TO WS-SN-HIT-INX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-SCL-VERB = SPACES
               MOVE 'DISPOSITION MUST BE D OR A' TO WS-RET-REASON
             WHEN RET-OWNER = SPACES
               MOVE 'NO CONFIRMING OWNER USERID' TO WS-RET-REASON
             WHEN WS-SN-HIT-INX = 0
               MOVE 'NOT ON THE INVENTORY'       TO WS-RET-REASON
             WHEN NOT SN-DORMANT(WS-SN-HIT-INX)
               MOVE 'NO LONGER DORMANT'          TO WS-RET-REASON
           END-EVALUATE.

           IF WS-RET-REASON NOT = SPACES
              ADD 1 TO WS-RET-REJECT-COUNT
              MOVE 'REJECTED' TO RTL-VERDICT
              PERFORM 5400-WRITE-RETIREMENT-LINE
              GO TO 5200-NEXT
           END-IF.

           IF RET-CCID NOT = SPACES
              MOVE RET-CCID TO WS-RET-CCID
           ELSE
              MOVE WS-DORM-RETIRE-CCID TO WS-RET-CCID
           END-IF.
           PERFORM 5300-WRITE-RETIREMENT-SCL.
           ADD 1 TO WS-RET-SCL-COUNT.
           MOVE 'GENERATED' TO RTL-VERDICT.
           STRING 'CCID ' WS-RET-CCID
              DELIMITED BY SIZE INTO WS-RET-REASON
           END-STRING.
           PERFORM 5400-WRITE-RETIREMENT-LINE.
       5200-NEXT.
           PERFORM 5100-READ-DORMRET.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  One DELETE or ARCHIVE statement in the same layout the other
      *  SCL writers here use; ARCHIVE goes to the DORMCF archive
      *  file DDname.
      *-----------------------------------------------------------------
       5300-WRITE-RETIREMENT-SCL.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '  ' DELIMITED BY SIZE
                  WS-SCL-VERB DELIMITED BY SPACE
                  ' ELEMENT ''' DELIMITED BY SIZE
                  RET-ELEMENT DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE DORMSCL-REC FROM WS-SCL-LINE.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '   FROM ENVIRONMENT ''' DELIMITED BY SIZE
                  WS-TARGET-ENV DELIMITED BY SPACE
                  ''' SYSTEM ''' DELIMITED BY SIZE
                  RET-SYSTEM DELIMITED BY SPACE
                  ''' SUBSYSTEM ''' DELIMITED BY SIZE
                  RET-SUBSYSTEM DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE DORMSCL-REC FROM WS-SCL-LINE.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '   TYPE ''' DELIMITED BY SIZE
                  RET-TYPE DELIMITED BY SPACE
                  ''' STAGE ''' DELIMITED BY SIZE
                  WS-TARGET-STGID DELIMITED BY SIZE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE DORMSCL-REC FROM WS-SCL-LINE.

           IF RET-ARCHIVE
              MOVE SPACES TO WS-SCL-LINE
              STRING '   TO FILE ' DELIMITED BY SIZE
                     WS-DORM-ARCHIVE-DDN DELIMITED BY SPACE
                 INTO WS-SCL-LINE
              END-STRING
              WRITE DORMSCL-REC FROM WS-SCL-LINE
           END-IF.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '   OPTIONS CCID ''' DELIMITED BY SIZE
                  WS-RET-CCID DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE DORMSCL-REC FROM WS-SCL-LINE.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '   COMMENT ''DORMANT - RETIRE CONFIRMED BY '
                      DELIMITED BY SIZE
                  RET-OWNER DELIMITED BY SPACE
                  ''' .' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE DORMSCL-REC FROM WS-SCL-LINE.

       5400-WRITE-RETIREMENT-LINE.
           MOVE RET-SYSTEM    TO RTL-SYSTEM.
           MOVE RET-SUBSYSTEM TO RTL-SUBSYS.
           MOVE RET-ELEMENT   TO RTL-ELEMENT.
           MOVE RET-TYPE      TO RTL-TYPE.
           MOVE WS-SCL-VERB   TO RTL-VERB.
           MOVE RET-OWNER     TO RTL-OWNER.
           MOVE WS-RET-REASON TO RTL-REASON.
           WRITE DORMRPT-REC FROM WS-RET-LINE.
