       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Nightly change history and cross-LPAR drift      *
      *              check for one hand-edited control dataset        *
      *              (EXITCFG, MSGCAT, MAILDIR, DELEGATE, FRZCAL,     *
      *              EXITCTL or SCHEDTBL - one job step each, the     *
      *              dataset named in the PARM):                      *
      *                cols 1-8   control dataset name                *
      *                cols 10-17 member carrying the ISPF statistics *
      *                           (blank = the dataset name)          *
      *                cols 19-26 label of this LPAR (blank = LPARA)  *
      *                cols 28-35 label of the other (blank = LPARB)  *
      *                                                               *
      *              DD CTLCURA  this LPAR's copy (FB 80, required)   *
      *              DD CTLCURB  the other LPAR's copy (shared DASD   *
      *                          or the nightly transfer)             *
      *              DD CTLSNAP  the prior snapshot - GDG (0)         *
      *              DD CTLSNAPO tonight's snapshot - GDG (+1)        *
      *              DD CTLDIRA  the PDS holding the CTLCURA member,  *
      *                          no member name, DCB=(RECFM=F,        *
      *                          LRECL=256,BLKSIZE=256) - its         *
      *                          directory gives the last-update      *
      *                          userid from the ISPF statistics      *
      *              DD CTLCHGLG the durable change log (DISP=MOD),   *
      *                          each record opening with the common  *
      *                          log header (COPY LOGHDR, the control *
      *                          dataset as its key)                  *
      *              DD CTLDFRPT the report                           *
      *                                                               *
      *              Every line added, removed or changed since the   *
      *              prior snapshot goes to CTLCHGLG with the last-   *
      *              update userid; the two LPAR copies are compared  *
      *              and every difference reported. When they differ  *
      *              for a dataset that controls the production exits *
      *              (all but SCHEDTBL) a WTOALERT is raised. With no *
      *              prior snapshot (first run) tonight's becomes the *
      *              baseline and nothing is logged.                  *
      *                                                               *
      *              RETURN-CODE 8 when the production copies differ; *
      *              4 when SCHEDTBL copies differ, the other copy    *
      *              could not be read or a table overflowed; 12 for  *
      *              a bad PARM or when CTLCURA cannot be read.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UCTLDF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLCURA ASSIGN TO CTLCURA
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CTLCURB ASSIGN TO CTLCURB
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CTLSNAP ASSIGN TO CTLSNAP
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CTLSNAPO ASSIGN TO CTLSNAPO.
           SELECT CTLDIRA ASSIGN TO CTLDIRA
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CTLCHGLG ASSIGN TO CTLCHGLG
               FILE STATUS IS WS-CHGLG-FILE-STATUS.
           SELECT CTLDFRPT ASSIGN TO CTLDFRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCURA
           RECORD CONTAINS 80 CHARACTERS.
       01  CTLCURA-REC                  PIC X(80).

       FD  CTLCURB
           RECORD CONTAINS 80 CHARACTERS.
       01  CTLCURB-REC                  PIC X(80).

       FD  CTLSNAP
           RECORD CONTAINS 80 CHARACTERS.
       01  CTLSNAP-REC                  PIC X(80).

       FD  CTLSNAPO
           RECORD CONTAINS 80 CHARACTERS.
       01  CTLSNAPO-REC                 PIC X(80).

      *  One 256-byte PDS directory block: a halfword count of the
      *  bytes used (itself included), then the member entries - name
      *  8, TTR 3, C byte 1 (low five bits = halfwords of user data),
      *  user data.
       FD  CTLDIRA
           RECORDING MODE IS F
           RECORD CONTAINS 256 CHARACTERS.
       01  CTLDIRA-REC.
           03  DIR-USED-LENGTH          PIC 9(04) COMP.
           03  FILLER                   PIC X(254).
       01  CTLDIRA-BLOCK REDEFINES CTLDIRA-REC
                                        PIC X(256).

       FD  CTLCHGLG
           RECORD CONTAINS 196 CHARACTERS.
       01  CTLCHGLG-REC.
           03  CTLCHGLG-HEADER          PIC X(64).
           03  CTLCHGLG-BODY.
              05  CHG-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  CHG-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  CHG-DATASET           PIC X(08).
              05  FILLER                PIC X(01).
              05  CHG-LPAR              PIC X(08).
              05  FILLER                PIC X(01).
              05  CHG-TYPE              PIC X(07).
              05  FILLER                PIC X(01).
              05  CHG-LINE              PIC 9(05).
              05  FILLER                PIC X(01).
              05  CHG-USERID            PIC X(08).
              05  FILLER                PIC X(01).
              05  CHG-TEXT              PIC X(80).
              05  FILLER                PIC X(03).

       FD  CTLDFRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CTLDFRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-CHGLG-FILE-STATUS         PIC X(02).

       COPY LOGHDR.

      *= The control datasets this check knows ========================
      *  'Y' = read by the production exits; drift alerts the console.
       01  WS-DS-VALUES.
           03  FILLER                   PIC X(09) VALUE 'EXITCFG Y'.
           03  FILLER                   PIC X(09) VALUE 'MSGCAT  Y'.
           03  FILLER                   PIC X(09) VALUE 'MAILDIR Y'.
           03  FILLER                   PIC X(09) VALUE 'DELEGATEY'.
           03  FILLER                   PIC X(09) VALUE 'FRZCAL  Y'.
           03  FILLER                   PIC X(09) VALUE 'EXITCTL Y'.
           03  FILLER                   PIC X(09) VALUE 'SCHEDTBLN'.
       01  WS-DS-TABLE REDEFINES WS-DS-VALUES.
           03  WS-DS-ENTRY OCCURS 7 TIMES.
               05  WS-DS-NAME           PIC X(08).
               05  WS-DS-PRODUCTION     PIC X(01).
       01  WS-DS-COUNT                  PIC 9(02) VALUE 7.
       01  WS-DS-INX                    PIC 9(02).
       01  WS-DS-HIT-INX                PIC 9(02) VALUE 0.

       01  WS-DATASET                   PIC X(08).
       01  WS-MEMBER                    PIC X(08).
       01  WS-LPAR-A                    PIC X(08).
       01  WS-LPAR-B                    PIC X(08).
       01  WS-PRODUCTION                PIC X(01).
           88  CONTROLS-PRODUCTION              VALUE 'Y'.

      *= The three copies: 1 prior snapshot, 2 this LPAR, 3 other =====
       01  WS-CT-MAX                    PIC 9(04) VALUE 2000.
       01  WS-CT-LINES.
           03  WS-CT-SET OCCURS 3 TIMES.
               05  WS-CT-COUNT          PIC 9(04).
               05  WS-CT-DROPPED        PIC 9(05).
               05  WS-CT-STATE          PIC X(01).
                   88  CT-SET-LOADED            VALUE 'L'.
                   88  CT-SET-MISSING           VALUE 'M'.
               05  WS-CT-LINE           PIC X(80) OCCURS 2000 TIMES.
       01  WS-CT-SET-INX                PIC 9(01).
       01  WS-SET-SNAP                  PIC 9(01) VALUE 1.
       01  WS-SET-A                     PIC 9(01) VALUE 2.
       01  WS-SET-B                     PIC 9(01) VALUE 3.
       01  WS-INCOMPLETE                PIC X(01) VALUE 'N'.
           88  CHECK-INCOMPLETE                 VALUE 'Y'.

      *= Line diff of the left set against the right set ==============
      *  Walk both; on a mismatch look for the nearest line where they
      *  agree again (up to WS-DF-WINDOW lines ahead in total). Lines
      *  skipped on both sides pair up as changed, the rest are
      *  removed (left only) or added (right only).
       01  WS-DF-MODE                   PIC X(01).
           88  DIFF-FOR-HISTORY                 VALUE 'H'.
           88  DIFF-FOR-DRIFT                   VALUE 'D'.
       01  WS-DF-LEFT                   PIC 9(01).
       01  WS-DF-RIGHT                  PIC 9(01).
       01  WS-DF-I                      PIC 9(04).
       01  WS-DF-J                      PIC 9(04).
       01  WS-DF-WINDOW                 PIC 9(03) VALUE 50.
       01  WS-DF-K                      PIC 9(03).
       01  WS-DF-A                      PIC 9(03).
       01  WS-DF-B                      PIC 9(03).
       01  WS-DF-SKIP-LEFT              PIC 9(03).
       01  WS-DF-SKIP-RIGHT             PIC 9(03).
       01  WS-DF-PAIRS                  PIC 9(03).
       01  WS-DF-N                      PIC 9(03).
       01  WS-DF-FOUND                  PIC X(01).
           88  DF-RESYNC-FOUND                  VALUE 'Y'.
       01  WS-DF-KIND                   PIC X(01).
           88  DF-ADDED                         VALUE 'A'.
           88  DF-REMOVED                       VALUE 'R'.
           88  DF-CHANGED                       VALUE 'C'.
       01  WS-DF-LEFT-NO                PIC 9(05).
       01  WS-DF-RIGHT-NO               PIC 9(05).
       01  WS-DF-LOG-NO                 PIC 9(05).
       01  WS-CHANGE-COUNT              PIC 9(07) VALUE 0.
       01  WS-DRIFT-COUNT               PIC 9(07) VALUE 0.

      *= Last-update userid from the ISPF statistics ==================
       01  WS-LAST-USERID               PIC X(08) VALUE 'UNKNOWN'.
       01  WS-LAST-JULIAN               PIC 9(07) VALUE 0.
       01  WS-DIR-DONE                  PIC X(01).
           88  DIR-DONE                         VALUE 'Y'.
       01  WS-DIR-POS                   PIC 9(04).
       01  WS-DIR-ENTRY-NAME            PIC X(08).
       01  WS-DIR-BYTE-WORK             PIC X(02).
       01  WS-DIR-BYTE-VALUE REDEFINES WS-DIR-BYTE-WORK
                                        PIC 9(04) COMP.
       01  WS-DIR-ALIAS-BITS            PIC 9(04).
       01  WS-DIR-HALFWORDS             PIC 9(04).
      *  ISPF statistics changed date, packed 0CYYDDDF.
       01  WS-DIR-PACKED-WORK           PIC X(04).
       01  WS-DIR-PACKED-DATE REDEFINES WS-DIR-PACKED-WORK
                                        PIC S9(07) COMP-3.
       01  WS-DIR-CYYDDD                PIC 9(06).
       01  WS-DIR-CYYDDD-R REDEFINES WS-DIR-CYYDDD.
           03  WS-DIR-CENTURY           PIC 9(01).
           03  WS-DIR-YY                PIC 9(02).
           03  WS-DIR-DDD               PIC 9(03).
       01  WS-JULIAN-WORK.
           03  WS-JULIAN-YYYY           PIC 9(04).
           03  WS-JULIAN-DDD            PIC 9(03).

       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-RUN-TIME                  PIC 9(08).
       01  WS-WTO-TEXT                  PIC X(116).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(48) VALUE
               'CONTROL DATASET CHANGE HISTORY AND LPAR DRIFT - '.
           03  TTL-DATASET              PIC X(08).
           03  FILLER                   PIC X(76) VALUE SPACES.
       01  WS-USER-LINE.
           03  FILLER                   PIC X(16) VALUE
               'LAST UPDATED BY '.
           03  USL-USERID               PIC X(08).
           03  FILLER                   PIC X(13) VALUE
               ' ON (YYYYDDD)'.
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  USL-JULIAN               PIC 9(07).
           03  FILLER                   PIC X(27) VALUE
               ' - ISPF STATISTICS, MEMBER '.
           03  USL-MEMBER               PIC X(08).
           03  FILLER                   PIC X(52) VALUE SPACES.
       01  WS-SECTION-LINE              PIC X(132).
       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
       01  WS-DIFF-LINE.
           03  DFL-TAG                  PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  DFL-WHAT                 PIC X(07).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  DFL-LINE-NO              PIC ZZZZ9.
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  DFL-TEXT                 PIC X(80).
           03  FILLER                   PIC X(29) VALUE SPACES.
       01  WS-NONE-LINE.
           03  FILLER                   PIC X(132) VALUE
               '  (NONE)'.

         COPY RUNCTXH.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATASET             PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-MEMBER              PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-LPAR-A              PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-LPAR-B              PIC X(08).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           PERFORM 0100-VALIDATE-PARM.

           OPEN OUTPUT CTLDFRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-DATASET TO TTL-DATASET.
           WRITE CTLDFRPT-REC FROM WS-TITLE-LINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 1000-LOAD-COPIES.
           IF NOT CT-SET-LOADED(WS-SET-A)
              DISPLAY 'C1UCTLDF: DD CTLCURA NOT AVAILABLE - '
                      WS-DATASET ' NOT CHECKED'
              CLOSE CTLDFRPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1500-WRITE-SNAPSHOT.
           PERFORM 2000-FIND-LAST-UPDATE.

           MOVE WS-LAST-USERID TO USL-USERID.
           MOVE WS-LAST-JULIAN TO USL-JULIAN.
           MOVE WS-MEMBER      TO USL-MEMBER.
           WRITE CTLDFRPT-REC FROM WS-USER-LINE.

           PERFORM 3000-CHANGE-HISTORY.
           PERFORM 4000-LPAR-DRIFT.

           CLOSE CTLDFRPT.

           PERFORM VARYING WS-CT-SET-INX FROM 1 BY 1
                   UNTIL WS-CT-SET-INX > 3
              IF WS-CT-DROPPED(WS-CT-SET-INX) > 0
                 DISPLAY 'C1UCTLDF: WARNING - '
                         WS-CT-DROPPED(WS-CT-SET-INX)
                         ' LINES OF ' WS-DATASET
                         ' BEYOND THE TABLE NOT COMPARED'
                 MOVE 'Y' TO WS-INCOMPLETE
              END-IF
           END-PERFORM.

           DISPLAY 'C1UCTLDF: ' WS-DATASET ' ' WS-CHANGE-COUNT
                   ' LINE(S) CHANGED SINCE PRIOR SNAPSHOT, '
                   WS-DRIFT-COUNT ' LINE(S) DIFFER BETWEEN LPARS'.

           IF WS-DRIFT-COUNT > 0 AND CONTROLS-PRODUCTION
              MOVE 8 TO WS-LGR-RC
           ELSE
              IF WS-DRIFT-COUNT > 0 OR CHECK-INCOMPLETE
                 MOVE 4 TO WS-LGR-RC
              ELSE
                 MOVE 0 TO WS-LGR-RC
              END-IF
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UCTLDF' TO WS-LGR-PROGRAM.
           MOVE WS-CHANGE-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of CTLDFRPT - see COPY RUNCTXH.
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
           WRITE CTLDFRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-VALIDATE-PARM.

           IF LINK-PARM-LENGTH < 7
              DISPLAY 'C1UCTLDF: PARM MUST NAME THE CONTROL DATASET'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-DATASET WS-MEMBER WS-LPAR-A WS-LPAR-B.
           IF LINK-PARM-LENGTH >= 8
              MOVE PARM-DATASET TO WS-DATASET
           ELSE
              MOVE PARM-DATASET(1:LINK-PARM-LENGTH) TO WS-DATASET
           END-IF.
           IF LINK-PARM-LENGTH >= 17
              MOVE PARM-MEMBER TO WS-MEMBER
           END-IF.
           IF LINK-PARM-LENGTH >= 26
              MOVE PARM-LPAR-A TO WS-LPAR-A
           END-IF.
           IF LINK-PARM-LENGTH >= 35
              MOVE PARM-LPAR-B TO WS-LPAR-B
           END-IF.
           IF WS-MEMBER = SPACES
              MOVE WS-DATASET TO WS-MEMBER
           END-IF.
           IF WS-LPAR-A = SPACES
              MOVE 'LPARA' TO WS-LPAR-A
           END-IF.
           IF WS-LPAR-B = SPACES
              MOVE 'LPARB' TO WS-LPAR-B
           END-IF.

           PERFORM VARYING WS-DS-INX FROM 1 BY 1
                   UNTIL WS-DS-INX > WS-DS-COUNT OR WS-DS-HIT-INX > 0
              IF WS-DS-NAME(WS-DS-INX) = WS-DATASET
                 MOVE WS-DS-INX TO WS-DS-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-DS-HIT-INX = 0
              DISPLAY 'C1UCTLDF: ' WS-DATASET
                      ' IS NOT A KNOWN CONTROL DATASET'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-DS-PRODUCTION(WS-DS-HIT-INX) TO WS-PRODUCTION.

      *-----------------------------------------------------------------
      *  All three copies held whole; a missing one is marked so.
      *-----------------------------------------------------------------
       1000-LOAD-COPIES.

           PERFORM VARYING WS-CT-SET-INX FROM 1 BY 1
                   UNTIL WS-CT-SET-INX > 3
              MOVE 0   TO WS-CT-COUNT(WS-CT-SET-INX)
              MOVE 0   TO WS-CT-DROPPED(WS-CT-SET-INX)
              MOVE 'M' TO WS-CT-STATE(WS-CT-SET-INX)
           END-PERFORM.

           MOVE WS-SET-SNAP TO WS-CT-SET-INX.
           OPEN INPUT CTLSNAP.
           IF NOT IN-FILE-NOT-AVAILABLE
              MOVE 'L' TO WS-CT-STATE(WS-CT-SET-INX)
              PERFORM 1110-READ-CTLSNAP
              PERFORM 1120-KEEP-CTLSNAP UNTIL IN-FILE-ATEND
              CLOSE CTLSNAP
           END-IF.

           MOVE WS-SET-A TO WS-CT-SET-INX.
           OPEN INPUT CTLCURA.
           IF NOT IN-FILE-NOT-AVAILABLE
              MOVE 'L' TO WS-CT-STATE(WS-CT-SET-INX)
              PERFORM 1210-READ-CTLCURA
              PERFORM 1220-KEEP-CTLCURA UNTIL IN-FILE-ATEND
              CLOSE CTLCURA
           END-IF.

           MOVE WS-SET-B TO WS-CT-SET-INX.
           OPEN INPUT CTLCURB.
           IF NOT IN-FILE-NOT-AVAILABLE
              MOVE 'L' TO WS-CT-STATE(WS-CT-SET-INX)
              PERFORM 1310-READ-CTLCURB
              PERFORM 1320-KEEP-CTLCURB UNTIL IN-FILE-ATEND
              CLOSE CTLCURB
           END-IF.

       1100-KEEP-LINE.
           IF WS-CT-COUNT(WS-CT-SET-INX) < WS-CT-MAX
              ADD 1 TO WS-CT-COUNT(WS-CT-SET-INX)
           ELSE
              ADD 1 TO WS-CT-DROPPED(WS-CT-SET-INX)
           END-IF.

       1110-READ-CTLSNAP.
           READ CTLSNAP
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1120-KEEP-CTLSNAP.
           PERFORM 1100-KEEP-LINE.
           IF WS-CT-DROPPED(WS-CT-SET-INX) = 0
              MOVE CTLSNAP-REC TO WS-CT-LINE(WS-CT-SET-INX,
                                   WS-CT-COUNT(WS-CT-SET-INX))
           END-IF.
           PERFORM 1110-READ-CTLSNAP.

       1210-READ-CTLCURA.
           READ CTLCURA
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1220-KEEP-CTLCURA.
           PERFORM 1100-KEEP-LINE.
           IF WS-CT-DROPPED(WS-CT-SET-INX) = 0
              MOVE CTLCURA-REC TO WS-CT-LINE(WS-CT-SET-INX,
                                   WS-CT-COUNT(WS-CT-SET-INX))
           END-IF.
           PERFORM 1210-READ-CTLCURA.

       1310-READ-CTLCURB.
           READ CTLCURB
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       1320-KEEP-CTLCURB.
           PERFORM 1100-KEEP-LINE.
           IF WS-CT-DROPPED(WS-CT-SET-INX) = 0
              MOVE CTLCURB-REC TO WS-CT-LINE(WS-CT-SET-INX,
                                   WS-CT-COUNT(WS-CT-SET-INX))
           END-IF.
           PERFORM 1310-READ-CTLCURB.

      *-----------------------------------------------------------------
      *  Tonight's snapshot is this LPAR's copy as it stands - the
      *  prior snapshot for tomorrow's run.
      *-----------------------------------------------------------------
       1500-WRITE-SNAPSHOT.

           OPEN OUTPUT CTLSNAPO.
           PERFORM VARYING WS-DF-J FROM 1 BY 1
                   UNTIL WS-DF-J > WS-CT-COUNT(WS-SET-A)
              WRITE CTLSNAPO-REC FROM WS-CT-LINE(WS-SET-A, WS-DF-J)
           END-PERFORM.
           CLOSE CTLSNAPO.

      *-----------------------------------------------------------------
      *  The member's ISPF statistics in the PDS directory carry the
      *  userid (user data +20, 8 bytes) and changed date (+8, packed
      *  0CYYDDDF) of the last edit. No statistics, no PDS, or no
      *  CTLDIRA leaves the userid UNKNOWN.
      *-----------------------------------------------------------------
       2000-FIND-LAST-UPDATE.

           OPEN INPUT CTLDIRA.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UCTLDF: DD CTLDIRA NOT AVAILABLE - LAST-'
                      'UPDATE USERID UNKNOWN'
           ELSE
              MOVE 'N' TO WS-DIR-DONE
              PERFORM 2010-READ-CTLDIRA
              PERFORM 2100-SCAN-DIRECTORY-BLOCK UNTIL DIR-DONE
              CLOSE CTLDIRA
           END-IF.

       2010-READ-CTLDIRA.
           READ CTLDIRA
               AT END MOVE 'Y' TO WS-DIR-DONE
           END-READ.

       2100-SCAN-DIRECTORY-BLOCK.

           MOVE 3 TO WS-DIR-POS.
           PERFORM UNTIL DIR-DONE
                      OR WS-DIR-POS + 11 > DIR-USED-LENGTH
              MOVE CTLDIRA-BLOCK(WS-DIR-POS:8) TO WS-DIR-ENTRY-NAME
              MOVE LOW-VALUES TO WS-DIR-BYTE-WORK
              MOVE CTLDIRA-BLOCK(WS-DIR-POS + 11:1)
                TO WS-DIR-BYTE-WORK(2:1)
              DIVIDE WS-DIR-BYTE-VALUE BY 32
                     GIVING WS-DIR-ALIAS-BITS
                     REMAINDER WS-DIR-HALFWORDS
              EVALUATE TRUE
                WHEN WS-DIR-ENTRY-NAME = HIGH-VALUES
                  MOVE 'Y' TO WS-DIR-DONE
                WHEN WS-DIR-ENTRY-NAME = WS-MEMBER
                  PERFORM 2200-TAKE-ISPF-STATISTICS
                  MOVE 'Y' TO WS-DIR-DONE
                WHEN WS-DIR-ENTRY-NAME > WS-MEMBER
                  MOVE 'Y' TO WS-DIR-DONE
                WHEN OTHER
                  COMPUTE WS-DIR-POS = WS-DIR-POS + 12
                                     + (WS-DIR-HALFWORDS * 2)
              END-EVALUATE
           END-PERFORM.
           IF NOT DIR-DONE
              PERFORM 2010-READ-CTLDIRA
           END-IF.

       2200-TAKE-ISPF-STATISTICS.

      *    ISPF statistics are 15 halfwords (20 with extended line
      *    counts); anything shorter is not ISPF's.
           IF WS-DIR-HALFWORDS >= 15
              MOVE CTLDIRA-BLOCK(WS-DIR-POS + 32:8)
                TO WS-LAST-USERID
              MOVE CTLDIRA-BLOCK(WS-DIR-POS + 20:4)
                TO WS-DIR-PACKED-WORK
              IF WS-DIR-PACKED-DATE IS NUMERIC
                 MOVE WS-DIR-PACKED-DATE TO WS-DIR-CYYDDD
                 COMPUTE WS-JULIAN-YYYY = 1900
                                        + (WS-DIR-CENTURY * 100)
                                        + WS-DIR-YY
                 MOVE WS-DIR-DDD TO WS-JULIAN-DDD
                 MOVE WS-JULIAN-WORK TO WS-LAST-JULIAN
              END-IF
           ELSE
              DISPLAY 'C1UCTLDF: MEMBER ' WS-MEMBER
                      ' HAS NO ISPF STATISTICS - LAST-UPDATE USERID '
                      'UNKNOWN'
           END-IF.

      *-----------------------------------------------------------------
      *  Prior snapshot against this LPAR's copy; every difference is
      *  a change-log record.
      *-----------------------------------------------------------------
       3000-CHANGE-HISTORY.

           WRITE CTLDFRPT-REC FROM WS-BLANK-LINE.
           MOVE 'CHANGES SINCE THE PRIOR SNAPSHOT' TO WS-SECTION-LINE.
           WRITE CTLDFRPT-REC FROM WS-SECTION-LINE.

           IF NOT CT-SET-LOADED(WS-SET-SNAP)
              MOVE '  (NO PRIOR SNAPSHOT - TONIGHT''S IS THE BASELINE)'
                TO WS-SECTION-LINE
              WRITE CTLDFRPT-REC FROM WS-SECTION-LINE
           ELSE
              OPEN EXTEND CTLCHGLG
              IF WS-CHGLG-FILE-STATUS NOT = '00'
                 DISPLAY 'C1UCTLDF: DD CTLCHGLG OPEN FAILED - FILE '
                         'STATUS ' WS-CHGLG-FILE-STATUS
                         ' - CHANGES REPORTED BUT NOT LOGGED'
                 MOVE 'Y' TO WS-INCOMPLETE
              END-IF
              MOVE 'H' TO WS-DF-MODE
              MOVE WS-SET-SNAP TO WS-DF-LEFT
              MOVE WS-SET-A    TO WS-DF-RIGHT
              PERFORM 5000-DIFF-SETS
              IF WS-CHGLG-FILE-STATUS = '00'
                 CLOSE CTLCHGLG
              END-IF
              IF WS-CHANGE-COUNT = 0
                 WRITE CTLDFRPT-REC FROM WS-NONE-LINE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  This LPAR's copy against the other's.
      *-----------------------------------------------------------------
       4000-LPAR-DRIFT.

           WRITE CTLDFRPT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-SECTION-LINE.
           STRING 'DIFFERENCES BETWEEN ' WS-LPAR-A ' AND '
                  WS-LPAR-B
              DELIMITED BY SIZE INTO WS-SECTION-LINE
           END-STRING.
           WRITE CTLDFRPT-REC FROM WS-SECTION-LINE.

           IF NOT CT-SET-LOADED(WS-SET-B)
              DISPLAY 'C1UCTLDF: DD CTLCURB NOT AVAILABLE - '
                      WS-LPAR-B ' COPY NOT COMPARED'
              MOVE '  (OTHER LPAR COPY NOT AVAILABLE - NOT COMPARED)'
                TO WS-SECTION-LINE
              WRITE CTLDFRPT-REC FROM WS-SECTION-LINE
              MOVE 'Y' TO WS-INCOMPLETE
           ELSE
              MOVE 'D' TO WS-DF-MODE
              MOVE WS-SET-A TO WS-DF-LEFT
              MOVE WS-SET-B TO WS-DF-RIGHT
              PERFORM 5000-DIFF-SETS
              IF WS-DRIFT-COUNT = 0
                 WRITE CTLDFRPT-REC FROM WS-NONE-LINE
              ELSE
                 IF CONTROLS-PRODUCTION
                    MOVE SPACES TO WS-WTO-TEXT
                    STRING 'CONTROL DATASET ' WS-DATASET
                           ' DIFFERS BETWEEN ' WS-LPAR-A ' AND '
                           WS-LPAR-B ' - ' WS-DRIFT-COUNT
                           ' LINE(S), SEE CTLDFRPT'
                       DELIMITED BY SIZE INTO WS-WTO-TEXT
                    END-STRING
                    CALL 'WTOALERT' USING WS-WTO-TEXT
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Line diff WS-DF-LEFT -> WS-DF-RIGHT (see WS-DF-WINDOW).
      *-----------------------------------------------------------------
       5000-DIFF-SETS.

           MOVE 1 TO WS-DF-I WS-DF-J.
           PERFORM 5100-DIFF-STEP
                   UNTIL WS-DF-I > WS-CT-COUNT(WS-DF-LEFT)
                     AND WS-DF-J > WS-CT-COUNT(WS-DF-RIGHT).

       5100-DIFF-STEP.

           EVALUATE TRUE
             WHEN WS-DF-I > WS-CT-COUNT(WS-DF-LEFT)
               MOVE 'A' TO WS-DF-KIND
               PERFORM 5300-REPORT-DIFF
               ADD 1 TO WS-DF-J
             WHEN WS-DF-J > WS-CT-COUNT(WS-DF-RIGHT)
               MOVE 'R' TO WS-DF-KIND
               PERFORM 5300-REPORT-DIFF
               ADD 1 TO WS-DF-I
             WHEN WS-CT-LINE(WS-DF-LEFT, WS-DF-I)
                = WS-CT-LINE(WS-DF-RIGHT, WS-DF-J)
               ADD 1 TO WS-DF-I WS-DF-J
             WHEN OTHER
               PERFORM 5200-FIND-RESYNC
               IF NOT DF-RESYNC-FOUND
                  MOVE 1 TO WS-DF-SKIP-LEFT WS-DF-SKIP-RIGHT
               END-IF
               PERFORM 5250-REPORT-SKIPPED
           END-EVALUATE.

       5200-FIND-RESYNC.

           MOVE 'N' TO WS-DF-FOUND.
           PERFORM VARYING WS-DF-K FROM 1 BY 1
                   UNTIL WS-DF-K > WS-DF-WINDOW OR DF-RESYNC-FOUND
              PERFORM VARYING WS-DF-A FROM 0 BY 1
                      UNTIL WS-DF-A > WS-DF-K OR DF-RESYNC-FOUND
                 COMPUTE WS-DF-B = WS-DF-K - WS-DF-A
                 IF WS-DF-I + WS-DF-A <= WS-CT-COUNT(WS-DF-LEFT)
                    AND WS-DF-J + WS-DF-B <= WS-CT-COUNT(WS-DF-RIGHT)
                    IF WS-CT-LINE(WS-DF-LEFT, WS-DF-I + WS-DF-A)
                     = WS-CT-LINE(WS-DF-RIGHT, WS-DF-J + WS-DF-B)
                       MOVE 'Y' TO WS-DF-FOUND
                       MOVE WS-DF-A TO WS-DF-SKIP-LEFT
                       MOVE WS-DF-B TO WS-DF-SKIP-RIGHT
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    The skipped lines on both sides: paired ones changed, the
      *    surplus removed or added; both cursors move past them.
       5250-REPORT-SKIPPED.

           IF WS-DF-SKIP-LEFT < WS-DF-SKIP-RIGHT
              MOVE WS-DF-SKIP-LEFT TO WS-DF-PAIRS
           ELSE
              MOVE WS-DF-SKIP-RIGHT TO WS-DF-PAIRS
           END-IF.
           PERFORM VARYING WS-DF-N FROM 1 BY 1
                   UNTIL WS-DF-N > WS-DF-PAIRS
              MOVE 'C' TO WS-DF-KIND
              PERFORM 5300-REPORT-DIFF
              ADD 1 TO WS-DF-I WS-DF-J
           END-PERFORM.
           PERFORM VARYING WS-DF-N FROM 1 BY 1
                   UNTIL WS-DF-N > WS-DF-SKIP-LEFT - WS-DF-PAIRS
              MOVE 'R' TO WS-DF-KIND
              PERFORM 5300-REPORT-DIFF
              ADD 1 TO WS-DF-I
           END-PERFORM.
           PERFORM VARYING WS-DF-N FROM 1 BY 1
                   UNTIL WS-DF-N > WS-DF-SKIP-RIGHT - WS-DF-PAIRS
              MOVE 'A' TO WS-DF-KIND
              PERFORM 5300-REPORT-DIFF
              ADD 1 TO WS-DF-J
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One difference at cursors I (left) / J (right): report lines,
      *  and for the change history the change-log records too.
      *-----------------------------------------------------------------
       5300-REPORT-DIFF.

           MOVE WS-DF-I TO WS-DF-LEFT-NO.
           MOVE WS-DF-J TO WS-DF-RIGHT-NO.
           IF DIFF-FOR-HISTORY
              ADD 1 TO WS-CHANGE-COUNT
              MOVE WS-LPAR-A TO DFL-TAG
           ELSE
              ADD 1 TO WS-DRIFT-COUNT
           END-IF.

           IF DF-REMOVED OR DF-CHANGED
              IF DIFF-FOR-HISTORY
                 IF DF-REMOVED
                    MOVE 'REMOVED' TO DFL-WHAT
                 ELSE
                    MOVE 'CHG-OLD' TO DFL-WHAT
                 END-IF
              ELSE
                 MOVE WS-LPAR-A TO DFL-TAG
                 IF DF-REMOVED
                    MOVE 'ONLY   ' TO DFL-WHAT
                 ELSE
                    MOVE 'HAS    ' TO DFL-WHAT
                 END-IF
              END-IF
              MOVE WS-DF-LEFT-NO TO DFL-LINE-NO WS-DF-LOG-NO
              MOVE WS-CT-LINE(WS-DF-LEFT, WS-DF-I) TO DFL-TEXT
              WRITE CTLDFRPT-REC FROM WS-DIFF-LINE
              IF DIFF-FOR-HISTORY
                 PERFORM 5400-WRITE-CHANGE-LOG
              END-IF
           END-IF.

           IF DF-ADDED OR DF-CHANGED
              IF DIFF-FOR-HISTORY
                 IF DF-ADDED
                    MOVE 'ADDED  ' TO DFL-WHAT
                 ELSE
                    MOVE 'CHG-NEW' TO DFL-WHAT
                 END-IF
              ELSE
                 MOVE WS-LPAR-B TO DFL-TAG
                 IF DF-ADDED
                    MOVE 'ONLY   ' TO DFL-WHAT
                 ELSE
                    MOVE 'HAS    ' TO DFL-WHAT
                 END-IF
              END-IF
              MOVE WS-DF-RIGHT-NO TO DFL-LINE-NO WS-DF-LOG-NO
              MOVE WS-CT-LINE(WS-DF-RIGHT, WS-DF-J) TO DFL-TEXT
              WRITE CTLDFRPT-REC FROM WS-DIFF-LINE
              IF DIFF-FOR-HISTORY
                 PERFORM 5400-WRITE-CHANGE-LOG
              END-IF
           END-IF.

       5400-WRITE-CHANGE-LOG.

           IF WS-CHGLG-FILE-STATUS = '00'
              MOVE SPACES          TO CTLCHGLG-REC
              MOVE WS-RUN-DATE     TO CHG-DATE
              MOVE WS-RUN-TIME(1:6) TO CHG-TIME
              MOVE WS-DATASET      TO CHG-DATASET
              MOVE WS-LPAR-A       TO CHG-LPAR
              MOVE DFL-WHAT        TO CHG-TYPE
              MOVE WS-DF-LOG-NO    TO CHG-LINE
              MOVE WS-LAST-USERID  TO CHG-USERID
              MOVE DFL-TEXT        TO CHG-TEXT
              MOVE SPACES          TO WS-LOG-HEADER
              MOVE 'CTLCHGLG'      TO LGH-RECORD-TYPE
              MOVE 01              TO LGH-LAYOUT-VERSION
              MOVE CHG-DATE        TO LGH-DATE
              MOVE CHG-TIME        TO LGH-TIME
              MOVE CHG-DATASET     TO LGH-KEY
              CALL 'LOGSTAMP' USING WS-LOG-HEADER
              MOVE WS-LOG-HEADER   TO CTLCHGLG-HEADER
              WRITE CTLCHGLG-REC
           END-IF.
