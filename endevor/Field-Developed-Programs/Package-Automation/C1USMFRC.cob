       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Exit coverage reconciliation - did the exits see *
      *              everything Endevor did? Run nightly after the    *
      *              SMF dump and the PKGHIST load (C1UPKGLD), it     *
      *              reads the day's Endevor SMF records (DD SMFDUMP, *
      *              IFASMFDP output, layout NDVSMFRC) and looks for  *
      *              each action in the exit logs:                    *
      *                - an element action in DD ELMACTLG, written by *
      *                  exit 2 when the action began - same user,    *
      *                  action, element, type and environment, at    *
      *                  most the SMFRECCF tolerance before the SMF   *
      *                  record; each ELMACTLG record answers for one *
      *                  action only;                                 *
      *                - a package action in DD AUDIT7 or the keyed   *
      *                  DD PKGHIST - any record for the package that *
      *                  day.                                         *
      *              Every action not found is reported on DD         *
      *              SMFRCRPT, grouped by user, environment and the   *
      *              DD EXITCTL disable rule (see EXITENAB) in force  *
      *              when it ran. The rules in force are tonight's    *
      *              EXITCTL with the day's DD CTLCHGLG changes       *
      *              (C1UCTLDF) undone back to the action's time - as *
      *              of when C1UCTLDF saw each change, not when the   *
      *              line was edited. Day: PARM YYYYMMDD, default     *
      *              yesterday. Record type, tolerance and the        *
      *              CTLCHGLG LPAR label: copybook SMFRECCF / DD      *
      *              EXITCFG section %SMFRECON.                       *
      *              Return code 8 when an action went unrecorded     *
      *              with no disable rule in force - the exit was on  *
      *              and missed it; 4 when every gap is explained by  *
      *              a rule, or a table filled; 12 when SMFDUMP,      *
      *              ELMACTLG or PKGHIST cannot be read.              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1USMFRC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMFDUMP ASSIGN TO SMFDUMP
               FILE STATUS IS WS-SMF-FILE-STATUS.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT AUDIT7 ASSIGN TO AUDIT7
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PKGHIST-FILE-STATUS.
           SELECT EXITCTL ASSIGN TO EXITCTL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CTLCHGLG ASSIGN TO CTLCHGLG
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SMFRCRPT ASSIGN TO SMFRCRPT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *  DD SMFDUMP - the day's SMF dump as IFASMFDP writes it (VBS),
      *  every record type; only Endevor's are looked at.
      *-----------------------------------------------------------------
       FD  SMFDUMP
           RECORDING MODE IS S
           RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
               DEPENDING ON WS-SMF-REC-LEN.
       01  SMFDUMP-REC                  PIC X(32756).

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
              05  ELA-EXIT-RC           PIC X(04).
              05  ELA-TGT-STGID         PIC X(01).
              05  ELA-SRC-STGID         PIC X(01).
              05  FILLER                PIC X(02).

       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC.
           03  AUDIT7-HEADER            PIC X(64).
           03  AUDIT7-BODY.
              05  AUD7-PACKAGE-ID       PIC X(16).
              05  AUD7-DATE             PIC X(08).
              05  AUD7-TIME             PIC X(06).
              05  AUD7-EVENT            PIC X(06).
              05  FILLER                PIC X(60).

       FD  PKGHIST
           RECORD CONTAINS 83 CHARACTERS.
       01  PKGHIST-REC.
           03  PH-KEY.
               05  PH-PACKAGE-ID        PIC X(16).
               05  PH-DATE              PIC X(08).
               05  PH-TIME              PIC X(06).
               05  PH-SEQ               PIC 9(03).
           03  PH-REC-TYPE              PIC X(01).
           03  PH-EVENT                 PIC X(06).
           03  PH-DETAIL                PIC X(43).

      *-----------------------------------------------------------------
      *  DD EXITCTL - laid out as EXITENAB reads it.
      *-----------------------------------------------------------------
       FD  EXITCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  EXITCTL-REC.
           03  CTL-EXIT-NAME            PIC X(08).
           03  FILLER                   PIC X(01).
           03  CTL-SCOPE-TYPE           PIC X(01).
           03  FILLER                   PIC X(01).
           03  CTL-SCOPE-VALUE          PIC X(08).
           03  FILLER                   PIC X(61).

      *-----------------------------------------------------------------
      *  DD CTLCHGLG - the control-dataset change log C1UCTLDF keeps.
      *  CHG-TEXT carries the EXITCTL line as it was (REMOVED,
      *  CHG-OLD) or became (ADDED, CHG-NEW). Each record opens with
      *  the common log header (COPY LOGHDR), the change after it.
      *-----------------------------------------------------------------
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
              05  CHG-TEXT.
                  07  CHG-EXIT-NAME     PIC X(08).
                  07  FILLER            PIC X(01).
                  07  CHG-SCOPE-TYPE    PIC X(01).
                  07  FILLER            PIC X(01).
                  07  CHG-SCOPE-VALUE   PIC X(08).
                  07  FILLER            PIC X(61).
              05  FILLER                PIC X(03).

       FD  SMFRCRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SMFRCRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SMF-FILE-STATUS               PIC X(02).
           88  SMF-ATEND                           VALUE '10'.
       01  WS-SMF-REC-LEN                   PIC 9(05).
       01  WS-IN-FILE-STATUS                PIC X(02).
           88  IN-FILE-ATEND                       VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE               VALUE '30' '35'.
       01  WS-PKGHIST-FILE-STATUS           PIC X(02).
       01  WS-PKGHIST-DONE                  PIC X(01).
           88  PKGHIST-DAY-DONE                    VALUE 'Y'.

         COPY SMFRECCF.
         COPY NDVSMFRC.
         COPY EXITCFG.
         COPY LOGHDR.
       01  WS-CFG-INX                       PIC 9(02).

       01  WS-RUN-DATE                      PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                            PIC X(08).
       01  WS-RUN-DATE-INT                  PIC 9(07).
       01  WS-PRIOR-DATE                    PIC 9(08).
       01  WS-SMF-TYPE-BIN                  PIC 9(04) COMP.
       01  WS-SMF-TYPE-X REDEFINES WS-SMF-TYPE-BIN
                                            PIC X(02).
       01  WS-SMF-ACTION-LEN                PIC 9(05) VALUE 89.

      *= The SMF action in hand =======================================
       01  WS-AC-JULIAN                     PIC 9(07).
       01  WS-AC-DATE                       PIC 9(08).
       01  WS-AC-SECONDS                    PIC 9(05).
       01  WS-AC-HH                         PIC 9(02).
       01  WS-AC-MM                         PIC 9(02).
       01  WS-AC-SS                         PIC 9(02).
       01  WS-AC-HHMMSS                     PIC 9(06).
       01  WS-AC-MINUTE                     PIC S9(05).
       01  WS-AC-EARLIEST                   PIC S9(05).
       01  WS-AC-LATEST                     PIC S9(05).
       01  WS-AC-STAMP                      PIC 9(14).
       01  WS-AC-LPAR                       PIC X(08).
       01  WS-AC-RECORDED                   PIC X(01).
           88  ACTION-RECORDED                     VALUE 'Y'.
       01  WS-AC-RULE                       PIC X(19).
       01  WS-AC-RULE-FOUND                 PIC X(01).
           88  RULE-IN-FORCE                       VALUE 'Y'.
       01  WS-NO-RULE                       PIC X(19)
           VALUE 'NONE - EXIT ENABLED'.

       01  WS-ELM-ACTIONS                   PIC 9(07) VALUE 0.
       01  WS-PKG-ACTIONS                   PIC 9(07) VALUE 0.
       01  WS-ELM-GAPS                      PIC 9(07) VALUE 0.
       01  WS-PKG-GAPS                      PIC 9(07) VALUE 0.
       01  WS-UNRULED-GAPS                  PIC 9(07) VALUE 0.
       01  WS-ELM-RECORDED                  PIC 9(07).
       01  WS-PKG-RECORDED                  PIC 9(07).

      *= The day's ELMACTLG records (exit 2) ==========================
       01  WS-EL-MAX                        PIC 9(05) VALUE 6000.
       01  WS-EL-COUNT                      PIC 9(05) VALUE 0.
       01  WS-EL-DROPPED                    PIC 9(05) VALUE 0.
       01  WS-EL-INX                        PIC 9(05).
       01  WS-EL-TABLE.
           03  WS-EL-ENTRY OCCURS 6000 TIMES.
               05  WS-EL-MINUTE             PIC S9(05).
               05  WS-EL-USER               PIC X(08).
               05  WS-EL-ACTION             PIC X(08).
               05  WS-EL-ELEMENT            PIC X(10).
               05  WS-EL-TYPE               PIC X(08).
               05  WS-EL-SRC-ENV            PIC X(08).
               05  WS-EL-TGT-ENV            PIC X(08).
               05  WS-EL-USED               PIC X(01).
       01  WS-EL-HHMMSS                     PIC 9(06).
       01  WS-EL-HH                         PIC 9(02).
       01  WS-EL-MM                         PIC 9(02).

      *= Packages with an AUDIT7 record that day ======================
       01  WS-A7-MAX                        PIC 9(04) VALUE 2000.
       01  WS-A7-COUNT                      PIC 9(04) VALUE 0.
       01  WS-A7-DROPPED                    PIC 9(04) VALUE 0.
       01  WS-A7-INX                        PIC 9(04).
       01  WS-A7-TABLE.
           03  WS-A7-PACKAGE-ID             PIC X(16) OCCURS 2000 TIMES.
       01  WS-A7-FOUND                      PIC X(01).
           88  PACKAGE-ALREADY-LISTED              VALUE 'Y'.

      *= EXITCTL rules, each with the span it was in force ============
      *  WS-RU-FROM zero: in force since before the day began;
      *  WS-RU-TO all nines: still in force tonight.
       01  WS-RU-MAX                        PIC 9(03) VALUE 200.
       01  WS-RU-COUNT                      PIC 9(03) VALUE 0.
       01  WS-RU-DROPPED                    PIC 9(03) VALUE 0.
       01  WS-RU-INX                        PIC 9(03).
       01  WS-RU-HIT-INX                    PIC 9(03).
       01  WS-RU-TABLE.
           03  WS-RU-ENTRY OCCURS 200 TIMES.
               05  WS-RU-EXIT-NAME          PIC X(08).
               05  WS-RU-SCOPE-TYPE         PIC X(01).
               05  WS-RU-SCOPE-VALUE        PIC X(08).
               05  WS-RU-FROM               PIC 9(14).
               05  WS-RU-TO                 PIC 9(14).
       01  WS-RU-OPEN-END                   PIC 9(14)
           VALUE 99999999999999.
       01  WS-RU-EXIT-HIT                   PIC X(01).
           88  RULE-FOR-THIS-EXIT                  VALUE 'Y'.
       01  WS-RU-LABEL.
           03  WS-RU-LABEL-EXIT             PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  WS-RU-LABEL-SCOPE            PIC X(01).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  WS-RU-LABEL-VALUE            PIC X(08).

      *= The day's EXITCTL changes from CTLCHGLG, oldest first ========
       01  WS-CG-MAX                        PIC 9(03) VALUE 200.
       01  WS-CG-COUNT                      PIC 9(03) VALUE 0.
       01  WS-CG-DROPPED                    PIC 9(03) VALUE 0.
       01  WS-CG-INX                        PIC 9(03).
       01  WS-CG-TABLE.
           03  WS-CG-ENTRY OCCURS 200 TIMES.
               05  WS-CG-STAMP              PIC 9(14).
               05  WS-CG-TYPE               PIC X(07).
               05  WS-CG-EXIT-NAME          PIC X(08).
               05  WS-CG-SCOPE-TYPE         PIC X(01).
               05  WS-CG-SCOPE-VALUE        PIC X(08).

      *= Actions the exits never recorded =============================
       01  WS-GP-MAX                        PIC 9(04) VALUE 3000.
       01  WS-GP-COUNT                      PIC 9(04) VALUE 0.
       01  WS-GP-DROPPED                    PIC 9(05) VALUE 0.
       01  WS-GP-INX                        PIC 9(04).
       01  WS-GP-TABLE.
           03  WS-GP-ENTRY OCCURS 3000 TIMES.
               05  WS-GP-GROUP              PIC 9(03).
               05  WS-GP-TIME               PIC X(08).
               05  WS-GP-KIND               PIC X(07).
               05  WS-GP-ACTION             PIC X(08).
               05  WS-GP-RC                 PIC 9(04).
               05  WS-GP-STGID              PIC X(01).
               05  WS-GP-OBJECT             PIC X(44).

      *= Groups - user, environment, rule in force ====================
       01  WS-GR-MAX                        PIC 9(03) VALUE 300.
       01  WS-GR-COUNT                      PIC 9(03) VALUE 0.
       01  WS-GR-INX                        PIC 9(03).
       01  WS-GR-HIT-INX                    PIC 9(03).
       01  WS-GR-TABLE.
           03  WS-GR-ENTRY OCCURS 300 TIMES.
               05  WS-GR-USER               PIC X(08).
               05  WS-GR-ENV                PIC X(08).
               05  WS-GR-RULE               PIC X(19).
               05  WS-GR-ELM-COUNT          PIC 9(05).
               05  WS-GR-PKG-COUNT          PIC 9(05).

       01  WS-DT-DATE                       PIC 9(08).
       01  WS-DT-DATE-X REDEFINES WS-DT-DATE
                                            PIC X(08).
       01  WS-DT-SHOW                       PIC X(10).
       01  WS-OBJECT                        PIC X(44).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM                   PIC X(08).
       01  WS-LGR-COUNT                     PIC 9(07).
       01  WS-LGR-RC                        PIC S9(04).

       01  WS-BLANK-LINE                    PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE.
           03  FILLER                       PIC X(31)
               VALUE 'EXIT COVERAGE RECONCILIATION - '.
           03  FILLER                       PIC X(24)
               VALUE 'ENDEVOR SMF ACTIONS OF '.
           03  RPT-TITLE-DATE               PIC X(10).
           03  FILLER                       PIC X(67) VALUE SPACES.

       01  WS-COUNT-LINE.
           03  FILLER                       PIC X(04) VALUE 'SMF '.
           03  RPT-COUNT-KIND               PIC X(07).
           03  FILLER                       PIC X(10)
               VALUE ' ACTIONS  '.
           03  RPT-COUNT-ACTIONS            PIC Z,ZZZ,ZZ9.
           03  FILLER                       PIC X(12)
               VALUE '  RECORDED  '.
           03  RPT-COUNT-RECORDED           PIC Z,ZZZ,ZZ9.
           03  FILLER                       PIC X(16)
               VALUE '  NOT RECORDED  '.
           03  RPT-COUNT-GAPS               PIC Z,ZZZ,ZZ9.
           03  FILLER                       PIC X(57) VALUE SPACES.

       01  WS-GROUP-HDR-LINE.
           03  FILLER                       PIC X(34)
               VALUE 'ACTIONS THE EXITS DID NOT RECORD, '.
           03  FILLER                       PIC X(98)
               VALUE 'BY USER, ENVIRONMENT AND EXITCTL RULE IN FORCE'.

       01  WS-GROUP-HEADING-LINE.
           03  FILLER                       PIC X(38)
               VALUE 'USER     ENVIRON  RULE IN FORCE       '.
           03  FILLER                       PIC X(94)
               VALUE 'ELEMENT  PACKAGE'.

       01  WS-GROUP-LINE.
           03  RPT-GR-USER                  PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-GR-ENV                   PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-GR-RULE                  PIC X(19).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-GR-ELM-COUNT             PIC ZZ,ZZ9.
           03  FILLER                       PIC X(03) VALUE SPACES.
           03  RPT-GR-PKG-COUNT             PIC ZZ,ZZ9.
           03  FILLER                       PIC X(79) VALUE SPACES.

       01  WS-DETAIL-HEADING-LINE.
           03  FILLER                       PIC X(38)
               VALUE 'USER     ENVIRON  RULE IN FORCE       '.
           03  FILLER                       PIC X(94)
               VALUE 'TIME     KIND    ACTION     RC S OBJECT'.

       01  WS-DETAIL-LINE.
           03  RPT-DT-USER                  PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DT-ENV                   PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DT-RULE                  PIC X(19).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DT-TIME                  PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DT-KIND                  PIC X(07).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DT-ACTION                PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DT-RC                    PIC ZZZ9.
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DT-STGID                 PIC X(01).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DT-OBJECT                PIC X(44).
           03  FILLER                       PIC X(16) VALUE SPACES.

       01  WS-ALL-RECORDED-LINE.
           03  FILLER                       PIC X(32)
               VALUE '*** EVERY SMF ACTION OF THE DAY '.
           03  FILLER                       PIC X(100)
               VALUE 'WAS RECORDED BY THE EXITS ***'.

       01  WS-DROPPED-LINE.
           03  FILLER                       PIC X(12)
               VALUE '*** WARNING '.
           03  RPT-DROPPED-COUNT            PIC ZZ,ZZ9.
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-DROPPED-TEXT             PIC X(60).
           03  FILLER                       PIC X(53) VALUE SPACES.

         COPY RUNCTXH.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-RECON-DATE          PIC 9(08).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           PERFORM 0040-LOAD-SMFREC-CONFIG.
           IF LINK-PARM-LENGTH >= 8
              AND PARM-RECON-DATE IS NUMERIC
              AND PARM-RECON-DATE > 0
              MOVE PARM-RECON-DATE TO WS-RUN-DATE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              COMPUTE WS-RUN-DATE =
                  FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           END-IF.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-PRIOR-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - 1).
           MOVE WS-SMFREC-TYPE TO WS-SMF-TYPE-BIN.

      *    Every input is read before the report is opened - without
      *    the exit logs there is nothing to reconcile against.
           PERFORM 0100-LOAD-ELEMENT-LOG.
           PERFORM 0150-LOAD-AUDIT7.
           OPEN INPUT PKGHIST.
           IF WS-PKGHIST-FILE-STATUS NOT = '00'
              DISPLAY 'C1USMFRC: PKGHIST OPEN FAILED - FILE STATUS '
                      WS-PKGHIST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0200-LOAD-EXITCTL-RULES.
           PERFORM 0250-LOAD-RULE-CHANGES.
           PERFORM 0290-UNDO-ONE-CHANGE
                   VARYING WS-CG-INX FROM WS-CG-COUNT BY -1
                   UNTIL WS-CG-INX < 1.

           OPEN INPUT SMFDUMP.
           IF WS-SMF-FILE-STATUS NOT = '00'
              DISPLAY 'C1USMFRC: SMFDUMP OPEN FAILED - FILE STATUS '
                      WS-SMF-FILE-STATUS
              CLOSE PKGHIST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0300-READ-SMF.
           PERFORM 0400-RECONCILE-ONE-RECORD UNTIL SMF-ATEND.
           CLOSE SMFDUMP.
           CLOSE PKGHIST.

           OPEN OUTPUT SMFRCRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-RUN-DATE TO WS-DT-DATE.
           PERFORM 0760-SHOW-DATE.
           MOVE WS-DT-SHOW TO RPT-TITLE-DATE.
           WRITE SMFRCRPT-REC FROM WS-TITLE-LINE.
           WRITE SMFRCRPT-REC FROM WS-BLANK-LINE.
           PERFORM 0800-WRITE-COUNTS.
           IF WS-GP-COUNT = 0 AND WS-GP-DROPPED = 0
              WRITE SMFRCRPT-REC FROM WS-ALL-RECORDED-LINE
           ELSE
              PERFORM 0820-WRITE-GROUPS
              PERFORM 0840-WRITE-DETAILS
           END-IF.
           PERFORM 0880-WRITE-WARNINGS.
           CLOSE SMFRCRPT.

           DISPLAY 'C1USMFRC: ' WS-ELM-ACTIONS ' ELEMENT, '
                   WS-PKG-ACTIONS ' PACKAGE ACTIONS, '
                   WS-ELM-GAPS ' AND ' WS-PKG-GAPS ' NOT RECORDED'.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1USMFRC' TO WS-LGR-PROGRAM.
           COMPUTE WS-LGR-COUNT = WS-ELM-ACTIONS + WS-PKG-ACTIONS.
           EVALUATE TRUE
              WHEN WS-UNRULED-GAPS > 0
                 MOVE 8 TO WS-LGR-RC
              WHEN WS-ELM-GAPS > 0 OR WS-PKG-GAPS > 0
                 OR WS-EL-DROPPED > 0 OR WS-A7-DROPPED > 0
                 OR WS-RU-DROPPED > 0 OR WS-CG-DROPPED > 0
                 OR WS-GP-DROPPED > 0
                 MOVE 4 TO WS-LGR-RC
              WHEN OTHER
                 MOVE 0 TO WS-LGR-RC
           END-EVALUATE.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  %SMFRECON over the compiled-in SMFRECCF defaults.
      *-----------------------------------------------------------------
       0040-LOAD-SMFREC-CONFIG.

           MOVE 'SMFRECON'            TO CFG-SECTION-NAME.
           MOVE WS-SMFREC-CFG-LINES   TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'TYPE='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(6:3) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:3)
                             TO WS-SMFREC-TYPE
                        END-IF
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:10) =
                          'TOLERANCE='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(11:3) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(11:3)
                             TO WS-SMFREC-TOLERANCE
                        END-IF
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'CTLLPAR='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:8)
                          TO WS-SMFREC-CTL-LPAR
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  First line of SMFRCRPT - see COPY RUNCTXH.
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
           WRITE SMFRCRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Exit 2's ELMACTLG records of the day, and of the day before -
      *  an action that began before midnight can end after it. Each
      *  keeps its time as minutes from the start of the day.
      *-----------------------------------------------------------------
       0100-LOAD-ELEMENT-LOG.

           OPEN INPUT ELMACTLG.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1USMFRC: ELMACTLG NOT AVAILABLE - NOTHING TO '
                      'RECONCILE AGAINST'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0110-READ-ELMACTLG.
           PERFORM 0120-TAKE-ELMACTLG-RECORD UNTIL IN-FILE-ATEND.
           CLOSE ELMACTLG.

       0110-READ-ELMACTLG.
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

       0120-TAKE-ELMACTLG-RECORD.

           IF ELA-DATE = WS-RUN-DATE OR ELA-DATE = WS-PRIOR-DATE
              IF WS-EL-COUNT < WS-EL-MAX
                 ADD 1 TO WS-EL-COUNT
                 MOVE ELA-TIME(1:6) TO WS-EL-HHMMSS
                 DIVIDE WS-EL-HHMMSS BY 10000 GIVING WS-EL-HH
                 MOVE ELA-TIME(3:2) TO WS-EL-MM
                 COMPUTE WS-EL-MINUTE(WS-EL-COUNT) =
                         WS-EL-HH * 60 + WS-EL-MM
                 IF ELA-DATE = WS-PRIOR-DATE
                    SUBTRACT 1440 FROM WS-EL-MINUTE(WS-EL-COUNT)
                 END-IF
                 MOVE ELA-USER      TO WS-EL-USER(WS-EL-COUNT)
                 MOVE ELA-ACTION    TO WS-EL-ACTION(WS-EL-COUNT)
                 MOVE ELA-ELEMENT   TO WS-EL-ELEMENT(WS-EL-COUNT)
                 MOVE ELA-TYPE      TO WS-EL-TYPE(WS-EL-COUNT)
                 MOVE ELA-SRC-ENV   TO WS-EL-SRC-ENV(WS-EL-COUNT)
                 MOVE ELA-TGT-ENV   TO WS-EL-TGT-ENV(WS-EL-COUNT)
                 MOVE 'N'           TO WS-EL-USED(WS-EL-COUNT)
              ELSE
                 ADD 1 TO WS-EL-DROPPED
              END-IF
           END-IF.
           PERFORM 0110-READ-ELMACTLG.

      *-----------------------------------------------------------------
      *  The packages AUDIT7 has a record for on the day. AUDIT7 only
      *  carries approval and notification events, so a package not
      *  here is looked up on PKGHIST as well.
      *-----------------------------------------------------------------
       0150-LOAD-AUDIT7.

           OPEN INPUT AUDIT7.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1USMFRC: AUDIT7 NOT AVAILABLE - PACKAGES '
                      'CHECKED ON PKGHIST ONLY'
           ELSE
              PERFORM 0160-READ-AUDIT7
              PERFORM 0170-TAKE-AUDIT7-RECORD UNTIL IN-FILE-ATEND
              CLOSE AUDIT7
           END-IF.

       0160-READ-AUDIT7.
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

       0170-TAKE-AUDIT7-RECORD.

           IF AUD7-DATE = WS-RUN-DATE-X
              MOVE 'N' TO WS-A7-FOUND
              PERFORM VARYING WS-A7-INX FROM 1 BY 1
                      UNTIL WS-A7-INX > WS-A7-COUNT
                         OR PACKAGE-ALREADY-LISTED
                 IF WS-A7-PACKAGE-ID(WS-A7-INX) = AUD7-PACKAGE-ID
                    MOVE 'Y' TO WS-A7-FOUND
                 END-IF
              END-PERFORM
              IF NOT PACKAGE-ALREADY-LISTED
                 IF WS-A7-COUNT < WS-A7-MAX
                    ADD 1 TO WS-A7-COUNT
                    MOVE AUD7-PACKAGE-ID
                      TO WS-A7-PACKAGE-ID(WS-A7-COUNT)
                 ELSE
                    ADD 1 TO WS-A7-DROPPED
                 END-IF
              END-IF
           END-IF.
           PERFORM 0160-READ-AUDIT7.

      *-----------------------------------------------------------------
      *  Tonight's EXITCTL - each rule in force since before the day
      *  and still in force, until the change log says otherwise. A
      *  missing EXITCTL means no rules, as it does to EXITENAB.
      *-----------------------------------------------------------------
       0200-LOAD-EXITCTL-RULES.

           OPEN INPUT EXITCTL.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 0210-READ-EXITCTL
              PERFORM 0220-TAKE-EXITCTL-RULE UNTIL IN-FILE-ATEND
              CLOSE EXITCTL
           END-IF.

       0210-READ-EXITCTL.

           READ EXITCTL
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0220-TAKE-EXITCTL-RULE.

           IF CTL-EXIT-NAME NOT = SPACES
              AND CTL-EXIT-NAME(1:1) NOT = '*'
              IF WS-RU-COUNT < WS-RU-MAX
                 ADD 1 TO WS-RU-COUNT
                 MOVE CTL-EXIT-NAME   TO WS-RU-EXIT-NAME(WS-RU-COUNT)
                 MOVE CTL-SCOPE-TYPE  TO WS-RU-SCOPE-TYPE(WS-RU-COUNT)
                 MOVE CTL-SCOPE-VALUE TO WS-RU-SCOPE-VALUE(WS-RU-COUNT)
                 MOVE 0               TO WS-RU-FROM(WS-RU-COUNT)
                 MOVE WS-RU-OPEN-END  TO WS-RU-TO(WS-RU-COUNT)
              ELSE
                 ADD 1 TO WS-RU-DROPPED
              END-IF
           END-IF.
           PERFORM 0210-READ-EXITCTL.

      *-----------------------------------------------------------------
      *  The EXITCTL lines C1UCTLDF logged as added, removed or changed
      *  on this system from the start of the day on. The log is
      *  appended to in time order, so the table is oldest first.
      *-----------------------------------------------------------------
       0250-LOAD-RULE-CHANGES.

           OPEN INPUT CTLCHGLG.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1USMFRC: CTLCHGLG NOT AVAILABLE - TONIGHT''S '
                      'EXITCTL TAKEN AS IN FORCE ALL DAY'
           ELSE
              PERFORM 0260-READ-CTLCHGLG
              PERFORM 0270-TAKE-RULE-CHANGE UNTIL IN-FILE-ATEND
              CLOSE CTLCHGLG
           END-IF.

       0260-READ-CTLCHGLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ CTLCHGLG
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'CTLCHGLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE CTLCHGLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       0270-TAKE-RULE-CHANGE.

           IF CHG-DATASET = 'EXITCTL'
              AND (WS-SMFREC-CTL-LPAR = SPACES
                   OR CHG-LPAR = WS-SMFREC-CTL-LPAR)
              AND CHG-DATE IS NUMERIC
              AND CHG-DATE NOT < WS-RUN-DATE
              AND CHG-EXIT-NAME NOT = SPACES
              AND CHG-EXIT-NAME(1:1) NOT = '*'
              AND (CHG-TYPE = 'ADDED' OR CHG-TYPE = 'REMOVED'
                   OR CHG-TYPE = 'CHG-OLD' OR CHG-TYPE = 'CHG-NEW')
              IF WS-CG-COUNT < WS-CG-MAX
                 ADD 1 TO WS-CG-COUNT
                 COMPUTE WS-CG-STAMP(WS-CG-COUNT) =
                         CHG-DATE * 1000000 + CHG-TIME
                 MOVE CHG-TYPE        TO WS-CG-TYPE(WS-CG-COUNT)
                 MOVE CHG-EXIT-NAME   TO WS-CG-EXIT-NAME(WS-CG-COUNT)
                 MOVE CHG-SCOPE-TYPE  TO WS-CG-SCOPE-TYPE(WS-CG-COUNT)
                 MOVE CHG-SCOPE-VALUE TO WS-CG-SCOPE-VALUE(WS-CG-COUNT)
              ELSE
                 ADD 1 TO WS-CG-DROPPED
              END-IF
           END-IF.
           PERFORM 0260-READ-CTLCHGLG.

      *-----------------------------------------------------------------
      *  Newest change first, walk EXITCTL back through the day. A
      *  line that appeared at the change was not in force before it;
      *  a line that went away was in force until then.
      *-----------------------------------------------------------------
       0290-UNDO-ONE-CHANGE.

           IF WS-CG-TYPE(WS-CG-INX) = 'ADDED'
              OR WS-CG-TYPE(WS-CG-INX) = 'CHG-NEW'
              MOVE 0 TO WS-RU-HIT-INX
              PERFORM VARYING WS-RU-INX FROM 1 BY 1
                      UNTIL WS-RU-INX > WS-RU-COUNT
                         OR WS-RU-HIT-INX > 0
                 IF WS-RU-EXIT-NAME(WS-RU-INX) =
                    WS-CG-EXIT-NAME(WS-CG-INX)
                    AND WS-RU-SCOPE-TYPE(WS-RU-INX) =
                        WS-CG-SCOPE-TYPE(WS-CG-INX)
                    AND WS-RU-SCOPE-VALUE(WS-RU-INX) =
                        WS-CG-SCOPE-VALUE(WS-CG-INX)
                    AND WS-RU-FROM(WS-RU-INX) = 0
                    MOVE WS-RU-INX TO WS-RU-HIT-INX
                 END-IF
              END-PERFORM
              IF WS-RU-HIT-INX > 0
                 MOVE WS-CG-STAMP(WS-CG-INX)
                   TO WS-RU-FROM(WS-RU-HIT-INX)
              END-IF
           ELSE
              IF WS-RU-COUNT < WS-RU-MAX
                 ADD 1 TO WS-RU-COUNT
                 MOVE WS-CG-EXIT-NAME(WS-CG-INX)
                   TO WS-RU-EXIT-NAME(WS-RU-COUNT)
                 MOVE WS-CG-SCOPE-TYPE(WS-CG-INX)
                   TO WS-RU-SCOPE-TYPE(WS-RU-COUNT)
                 MOVE WS-CG-SCOPE-VALUE(WS-CG-INX)
                   TO WS-RU-SCOPE-VALUE(WS-RU-COUNT)
                 MOVE 0 TO WS-RU-FROM(WS-RU-COUNT)
                 MOVE WS-CG-STAMP(WS-CG-INX)
                   TO WS-RU-TO(WS-RU-COUNT)
              ELSE
                 ADD 1 TO WS-RU-DROPPED
              END-IF
           END-IF.

       0300-READ-SMF.

           READ SMFDUMP
               AT END MOVE '10' TO WS-SMF-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  One SMF record: only Endevor's own record type, element and
      *  package action subtypes, dated the day being reconciled.
      *-----------------------------------------------------------------
       0400-RECONCILE-ONE-RECORD.

           IF WS-SMF-REC-LEN NOT < WS-SMF-ACTION-LEN
              AND SMFDUMP-REC(2:1) = WS-SMF-TYPE-X(2:1)
              MOVE SMFDUMP-REC TO WS-NDVSMF-RECORD
              IF (NSM-ELEMENT-ACTION OR NSM-PACKAGE-ACTION)
                 AND NSM-DATE IS NUMERIC
                 COMPUTE WS-AC-JULIAN = 1900000 + NSM-DATE
                 COMPUTE WS-AC-DATE = FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DAY(WS-AC-JULIAN))
                 IF WS-AC-DATE = WS-RUN-DATE
                    PERFORM 0410-RECONCILE-ACTION
                 END-IF
              END-IF
           END-IF.
           PERFORM 0300-READ-SMF.

       0410-RECONCILE-ACTION.

           DIVIDE NSM-TIME BY 100 GIVING WS-AC-SECONDS.
           DIVIDE WS-AC-SECONDS BY 3600 GIVING WS-AC-HH.
           COMPUTE WS-AC-MM = (WS-AC-SECONDS - WS-AC-HH * 3600) / 60.
           COMPUTE WS-AC-SS = WS-AC-SECONDS - WS-AC-HH * 3600
                            - WS-AC-MM * 60.
           COMPUTE WS-AC-HHMMSS = WS-AC-HH * 10000 + WS-AC-MM * 100
                                + WS-AC-SS.
           COMPUTE WS-AC-MINUTE = WS-AC-HH * 60 + WS-AC-MM.
           COMPUTE WS-AC-STAMP = WS-RUN-DATE * 1000000 + WS-AC-HHMMSS.
           MOVE NSM-SID TO WS-AC-LPAR.
           MOVE 'N' TO WS-AC-RECORDED.

           IF NSM-ELEMENT-ACTION
              ADD 1 TO WS-ELM-ACTIONS
              PERFORM 0500-FIND-ELEMENT-RECORD
           ELSE
              ADD 1 TO WS-PKG-ACTIONS
              PERFORM 0550-FIND-PACKAGE-RECORD
           END-IF.

           IF NOT ACTION-RECORDED
              PERFORM 0600-FIND-RULE-IN-FORCE
              PERFORM 0650-KEEP-GAP THRU 0650-EXIT
           END-IF.

      *-----------------------------------------------------------------
      *  Exit 2 logs the action as it begins; SMF records it as it
      *  ends - so the log record comes at most the tolerance before
      *  the SMF time (a minute after, for clock rounding).
      *-----------------------------------------------------------------
       0500-FIND-ELEMENT-RECORD.

           COMPUTE WS-AC-EARLIEST = WS-AC-MINUTE - WS-SMFREC-TOLERANCE.
           COMPUTE WS-AC-LATEST = WS-AC-MINUTE + 1.
           PERFORM VARYING WS-EL-INX FROM 1 BY 1
                   UNTIL WS-EL-INX > WS-EL-COUNT OR ACTION-RECORDED
              IF WS-EL-USED(WS-EL-INX) = 'N'
                 AND WS-EL-USER(WS-EL-INX)    = NSM-USER
                 AND WS-EL-ACTION(WS-EL-INX)  = NSM-ACTION
                 AND WS-EL-ELEMENT(WS-EL-INX) = NSM-ELEMENT
                 AND WS-EL-TYPE(WS-EL-INX)    = NSM-TYPE
                 AND (WS-EL-SRC-ENV(WS-EL-INX) = NSM-ENV
                      OR WS-EL-TGT-ENV(WS-EL-INX) = NSM-ENV)
                 AND WS-EL-MINUTE(WS-EL-INX) NOT < WS-AC-EARLIEST
                 AND WS-EL-MINUTE(WS-EL-INX) NOT > WS-AC-LATEST
                 MOVE 'Y' TO WS-EL-USED(WS-EL-INX)
                 MOVE 'Y' TO WS-AC-RECORDED
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Any AUDIT7 or PKGHIST record for the package that day.
      *-----------------------------------------------------------------
       0550-FIND-PACKAGE-RECORD.

           PERFORM VARYING WS-A7-INX FROM 1 BY 1
                   UNTIL WS-A7-INX > WS-A7-COUNT OR ACTION-RECORDED
              IF WS-A7-PACKAGE-ID(WS-A7-INX) = NSM-PACKAGE-ID
                 MOVE 'Y' TO WS-AC-RECORDED
              END-IF
           END-PERFORM.
           IF NOT ACTION-RECORDED
              MOVE NSM-PACKAGE-ID TO PH-PACKAGE-ID
              MOVE WS-RUN-DATE-X  TO PH-DATE
              MOVE LOW-VALUES     TO PH-TIME
              MOVE 0              TO PH-SEQ
              MOVE 'N'            TO WS-PKGHIST-DONE
              START PKGHIST KEY IS NOT LESS THAN PH-KEY
                  INVALID KEY MOVE 'Y' TO WS-PKGHIST-DONE
              END-START
              IF NOT PKGHIST-DAY-DONE
                 READ PKGHIST NEXT RECORD
                     AT END MOVE 'Y' TO WS-PKGHIST-DONE
                 END-READ
              END-IF
              IF NOT PKGHIST-DAY-DONE
                 AND PH-PACKAGE-ID = NSM-PACKAGE-ID
                 AND PH-DATE = WS-RUN-DATE-X
                 MOVE 'Y' TO WS-AC-RECORDED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The first EXITCTL rule in force at the action's time that
      *  takes this kind of action's exit out of the path - the whole
      *  exit, the action's environment, or the system that ran it.
      *-----------------------------------------------------------------
       0600-FIND-RULE-IN-FORCE.

           MOVE 'N' TO WS-AC-RULE-FOUND.
           MOVE WS-NO-RULE TO WS-AC-RULE.
           PERFORM VARYING WS-RU-INX FROM 1 BY 1
                   UNTIL WS-RU-INX > WS-RU-COUNT OR RULE-IN-FORCE
              MOVE 'N' TO WS-RU-EXIT-HIT
              IF NSM-ELEMENT-ACTION
                 IF WS-RU-EXIT-NAME(WS-RU-INX) = WS-SMFREC-ELM-EXIT(1)
                    OR WS-RU-EXIT-NAME(WS-RU-INX) =
                       WS-SMFREC-ELM-EXIT(2)
                    MOVE 'Y' TO WS-RU-EXIT-HIT
                 END-IF
              ELSE
                 IF WS-RU-EXIT-NAME(WS-RU-INX) = WS-SMFREC-PKG-EXIT(1)
                    OR WS-RU-EXIT-NAME(WS-RU-INX) =
                       WS-SMFREC-PKG-EXIT(2)
                    MOVE 'Y' TO WS-RU-EXIT-HIT
                 END-IF
              END-IF
              IF RULE-FOR-THIS-EXIT
                 AND WS-RU-FROM(WS-RU-INX) NOT > WS-AC-STAMP
                 AND WS-RU-TO(WS-RU-INX) > WS-AC-STAMP
                 EVALUATE WS-RU-SCOPE-TYPE(WS-RU-INX)
                   WHEN '*'
                     MOVE 'Y' TO WS-AC-RULE-FOUND
                   WHEN 'E'
                     IF WS-RU-SCOPE-VALUE(WS-RU-INX) = NSM-ENV
                        AND NSM-ENV NOT = SPACES
                        MOVE 'Y' TO WS-AC-RULE-FOUND
                     END-IF
                   WHEN 'L'
                     IF WS-RU-SCOPE-VALUE(WS-RU-INX) = WS-AC-LPAR
                        AND WS-AC-LPAR NOT = SPACES
                        MOVE 'Y' TO WS-AC-RULE-FOUND
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
                 IF RULE-IN-FORCE
                    MOVE WS-RU-EXIT-NAME(WS-RU-INX)
                      TO WS-RU-LABEL-EXIT
                    MOVE WS-RU-SCOPE-TYPE(WS-RU-INX)
                      TO WS-RU-LABEL-SCOPE
                    MOVE WS-RU-SCOPE-VALUE(WS-RU-INX)
                      TO WS-RU-LABEL-VALUE
                    MOVE WS-RU-LABEL TO WS-AC-RULE
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Count the unrecorded action against its group and keep it
      *  for the detail part.
      *-----------------------------------------------------------------
       0650-KEEP-GAP.

           IF NSM-ELEMENT-ACTION
              ADD 1 TO WS-ELM-GAPS
           ELSE
              ADD 1 TO WS-PKG-GAPS
           END-IF.
           IF NOT RULE-IN-FORCE
              ADD 1 TO WS-UNRULED-GAPS
           END-IF.

           MOVE 0 TO WS-GR-HIT-INX.
           PERFORM VARYING WS-GR-INX FROM 1 BY 1
                   UNTIL WS-GR-INX > WS-GR-COUNT OR WS-GR-HIT-INX > 0
              IF WS-GR-USER(WS-GR-INX) = NSM-USER
                 AND WS-GR-ENV(WS-GR-INX) = NSM-ENV
                 AND WS-GR-RULE(WS-GR-INX) = WS-AC-RULE
                 MOVE WS-GR-INX TO WS-GR-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-GR-HIT-INX = 0
              IF WS-GR-COUNT < WS-GR-MAX
                 ADD 1 TO WS-GR-COUNT
                 MOVE WS-GR-COUNT TO WS-GR-HIT-INX
                 MOVE NSM-USER   TO WS-GR-USER(WS-GR-HIT-INX)
                 MOVE NSM-ENV    TO WS-GR-ENV(WS-GR-HIT-INX)
                 MOVE WS-AC-RULE TO WS-GR-RULE(WS-GR-HIT-INX)
                 MOVE 0 TO WS-GR-ELM-COUNT(WS-GR-HIT-INX)
                 MOVE 0 TO WS-GR-PKG-COUNT(WS-GR-HIT-INX)
              ELSE
                 ADD 1 TO WS-GP-DROPPED
              END-IF
           END-IF.
           IF WS-GR-HIT-INX = 0
              GO TO 0650-EXIT
           END-IF.
           IF NSM-ELEMENT-ACTION
              ADD 1 TO WS-GR-ELM-COUNT(WS-GR-HIT-INX)
           ELSE
              ADD 1 TO WS-GR-PKG-COUNT(WS-GR-HIT-INX)
           END-IF.

           IF WS-GP-COUNT NOT < WS-GP-MAX
              ADD 1 TO WS-GP-DROPPED
              GO TO 0650-EXIT
           END-IF.
           ADD 1 TO WS-GP-COUNT.
           MOVE WS-GR-HIT-INX TO WS-GP-GROUP(WS-GP-COUNT).
           MOVE SPACES TO WS-GP-TIME(WS-GP-COUNT).
           STRING WS-AC-HHMMSS(1:2) ':' WS-AC-HHMMSS(3:2) ':'
                  WS-AC-HHMMSS(5:2)
               DELIMITED BY SIZE INTO WS-GP-TIME(WS-GP-COUNT)
           END-STRING.
           MOVE NSM-ACTION    TO WS-GP-ACTION(WS-GP-COUNT).
           MOVE NSM-ACTION-RC TO WS-GP-RC(WS-GP-COUNT).
           MOVE NSM-STGID     TO WS-GP-STGID(WS-GP-COUNT).
           MOVE SPACES TO WS-OBJECT.
           IF NSM-ELEMENT-ACTION
              MOVE 'ELEMENT' TO WS-GP-KIND(WS-GP-COUNT)
              STRING NSM-ELEMENT DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     NSM-TYPE DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     NSM-SYSTEM DELIMITED BY SPACE
                     '/' DELIMITED BY SIZE
                     NSM-SUBSYSTEM DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     NSM-CCID DELIMITED BY SPACE
                  INTO WS-OBJECT
              END-STRING
           ELSE
              MOVE 'PACKAGE' TO WS-GP-KIND(WS-GP-COUNT)
              MOVE NSM-PACKAGE-ID TO WS-OBJECT
           END-IF.
           MOVE WS-OBJECT TO WS-GP-OBJECT(WS-GP-COUNT).
       0650-EXIT.
           EXIT.

       0760-SHOW-DATE.

           MOVE SPACES TO WS-DT-SHOW.
           STRING WS-DT-DATE-X(1:4) '-' WS-DT-DATE-X(5:2) '-'
                  WS-DT-DATE-X(7:2)
               DELIMITED BY SIZE INTO WS-DT-SHOW
           END-STRING.

       0800-WRITE-COUNTS.

           COMPUTE WS-ELM-RECORDED = WS-ELM-ACTIONS - WS-ELM-GAPS.
           COMPUTE WS-PKG-RECORDED = WS-PKG-ACTIONS - WS-PKG-GAPS.
           MOVE 'ELEMENT'       TO RPT-COUNT-KIND.
           MOVE WS-ELM-ACTIONS  TO RPT-COUNT-ACTIONS.
           MOVE WS-ELM-RECORDED TO RPT-COUNT-RECORDED.
           MOVE WS-ELM-GAPS     TO RPT-COUNT-GAPS.
           WRITE SMFRCRPT-REC FROM WS-COUNT-LINE.
           MOVE 'PACKAGE'       TO RPT-COUNT-KIND.
           MOVE WS-PKG-ACTIONS  TO RPT-COUNT-ACTIONS.
           MOVE WS-PKG-RECORDED TO RPT-COUNT-RECORDED.
           MOVE WS-PKG-GAPS     TO RPT-COUNT-GAPS.
           WRITE SMFRCRPT-REC FROM WS-COUNT-LINE.
           WRITE SMFRCRPT-REC FROM WS-BLANK-LINE.

       0820-WRITE-GROUPS.

           WRITE SMFRCRPT-REC FROM WS-GROUP-HDR-LINE.
           WRITE SMFRCRPT-REC FROM WS-GROUP-HEADING-LINE.
           PERFORM VARYING WS-GR-INX FROM 1 BY 1
                   UNTIL WS-GR-INX > WS-GR-COUNT
              MOVE WS-GR-USER(WS-GR-INX)      TO RPT-GR-USER
              MOVE WS-GR-ENV(WS-GR-INX)       TO RPT-GR-ENV
              MOVE WS-GR-RULE(WS-GR-INX)      TO RPT-GR-RULE
              MOVE WS-GR-ELM-COUNT(WS-GR-INX) TO RPT-GR-ELM-COUNT
              MOVE WS-GR-PKG-COUNT(WS-GR-INX) TO RPT-GR-PKG-COUNT
              WRITE SMFRCRPT-REC FROM WS-GROUP-LINE
           END-PERFORM.
           WRITE SMFRCRPT-REC FROM WS-BLANK-LINE.

      *-----------------------------------------------------------------
      *  Every unrecorded action, group by group, in SMF order within
      *  a group.
      *-----------------------------------------------------------------
       0840-WRITE-DETAILS.

           WRITE SMFRCRPT-REC FROM WS-DETAIL-HEADING-LINE.
           PERFORM VARYING WS-GR-INX FROM 1 BY 1
                   UNTIL WS-GR-INX > WS-GR-COUNT
              PERFORM 0850-WRITE-GROUP-DETAIL
                      VARYING WS-GP-INX FROM 1 BY 1
                      UNTIL WS-GP-INX > WS-GP-COUNT
           END-PERFORM.
           WRITE SMFRCRPT-REC FROM WS-BLANK-LINE.

       0850-WRITE-GROUP-DETAIL.

           IF WS-GP-GROUP(WS-GP-INX) = WS-GR-INX
              MOVE WS-GR-USER(WS-GR-INX)    TO RPT-DT-USER
              MOVE WS-GR-ENV(WS-GR-INX)     TO RPT-DT-ENV
              MOVE WS-GR-RULE(WS-GR-INX)    TO RPT-DT-RULE
              MOVE WS-GP-TIME(WS-GP-INX)    TO RPT-DT-TIME
              MOVE WS-GP-KIND(WS-GP-INX)    TO RPT-DT-KIND
              MOVE WS-GP-ACTION(WS-GP-INX)  TO RPT-DT-ACTION
              MOVE WS-GP-RC(WS-GP-INX)      TO RPT-DT-RC
              MOVE WS-GP-STGID(WS-GP-INX)   TO RPT-DT-STGID
              MOVE WS-GP-OBJECT(WS-GP-INX)  TO RPT-DT-OBJECT
              WRITE SMFRCRPT-REC FROM WS-DETAIL-LINE
           END-IF.

      *-----------------------------------------------------------------
      *  Anything a full table left out - the reconciliation is only
      *  as complete as its tables.
      *-----------------------------------------------------------------
       0880-WRITE-WARNINGS.

           IF WS-EL-DROPPED > 0
              MOVE WS-EL-DROPPED TO RPT-DROPPED-COUNT
              MOVE 'ELMACTLG RECORDS LEFT OUT - GAPS MAY BE OVERSTATED'
                TO RPT-DROPPED-TEXT
              WRITE SMFRCRPT-REC FROM WS-DROPPED-LINE
           END-IF.
           IF WS-A7-DROPPED > 0
              MOVE WS-A7-DROPPED TO RPT-DROPPED-COUNT
              MOVE 'AUDIT7 PACKAGES LEFT OUT - LOOKED UP ON PKGHIST'
                TO RPT-DROPPED-TEXT
              WRITE SMFRCRPT-REC FROM WS-DROPPED-LINE
           END-IF.
           IF WS-RU-DROPPED > 0 OR WS-CG-DROPPED > 0
              COMPUTE RPT-DROPPED-COUNT = WS-RU-DROPPED + WS-CG-DROPPED
              MOVE 'EXITCTL RULES OR CHANGES LEFT OUT - RULES MISSED'
                TO RPT-DROPPED-TEXT
              WRITE SMFRCRPT-REC FROM WS-DROPPED-LINE
           END-IF.
           IF WS-GP-DROPPED > 0
              MOVE WS-GP-DROPPED TO RPT-DROPPED-COUNT
              MOVE 'UNRECORDED ACTIONS COUNTED BUT NOT LISTED'
                TO RPT-DROPPED-TEXT
              WRITE SMFRCRPT-REC FROM WS-DROPPED-LINE
           END-IF.
