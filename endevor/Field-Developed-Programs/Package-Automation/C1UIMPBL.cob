       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Builds DD CMPUSAGE (COPY CMPUSAGE), the where-   *
      *              used file C1UEXT07 reads at cast time to tell    *
      *              the approvers how far the package's copybooks,   *
      *              macros and subroutines reach (copybook           *
      *              IMPACTCF). For every target environment/stage    *
      *              and component type, the elements are listed      *
      *              through ENA$NDVR (ECHALIST, list output on DD    *
      *              IMPLIST) and each is asked the ACM where-used    *
      *              question (ECHAACMQ, answer on DD IMPACM); every  *
      *              using element becomes one CMPUSAGE record. The   *
      *              targets are the distinct MAP targets of section  *
      *              %IMPACT in DD EXITCFG (see CFGLOAD), or the one  *
      *              PARM names (env 8, stage 1). The types are the   *
      *              %IMPACT TYPE= lines, or the compiled-in IMPACTCF *
      *              defaults. Counts per target and type go to DD    *
      *              IMPBLRPT. RC 4 when an ENA$NDVR call failed or   *
      *              nothing was built - the exit then works from a   *
      *              partial or empty file.                           *
      *                                                               *
      * SETUP:       CMPUSAGE is written OUTPUT, so each run replaces *
      *              the last; schedule this step ahead of the day's  *
      *              casts (CUS-BUILD-DATE says which run built it).  *
      *              ENA$NDVR messages go to DD IMPMSG.               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UIMPBL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPLIST ASSIGN TO IMPLIST
               FILE STATUS IS WS-IMPLIST-FILE-STATUS.
           SELECT IMPACM ASSIGN TO IMPACM
               FILE STATUS IS WS-IMPACM-FILE-STATUS.
           SELECT CMPUSAGE ASSIGN TO CMPUSAGE
               FILE STATUS IS WS-CMPUSAGE-FILE-STATUS.
           SELECT IMPBLRPT ASSIGN TO IMPBLRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPLIST
           RECORD CONTAINS 80 CHARACTERS.
       01  IMPLIST-REC.
           03  ILS-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01).
           03  ILS-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01).
           03  ILS-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01).
           03  ILS-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(43).

       FD  IMPACM
           RECORD CONTAINS 80 CHARACTERS.
       01  IMPACM-REC.
           03  IAC-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01).
           03  IAC-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01).
           03  IAC-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01).
           03  IAC-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(01).
           03  IAC-ENVIRONMENT          PIC X(08).
           03  FILLER                   PIC X(01).
           03  IAC-STAGE-ID             PIC X(01).
           03  FILLER                   PIC X(32).

       FD  CMPUSAGE
           RECORD CONTAINS 100 CHARACTERS.
       01  CMPUSAGE-REC                 PIC X(100).

       FD  IMPBLRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  IMPBLRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-PGM                       PIC X(8) VALUE 'ENA$NDVR'.

       01  WS-IMPLIST-FILE-STATUS       PIC X(02).
           88  IMPLIST-ATEND                    VALUE '10'.
           88  IMPLIST-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-IMPACM-FILE-STATUS        PIC X(02).
           88  IMPACM-ATEND                     VALUE '10'.
           88  IMPACM-NOT-AVAILABLE             VALUE '30' '35'.
       01  WS-CMPUSAGE-FILE-STATUS      PIC X(02).

       01  WS-BUILD-DATE                PIC 9(08).

      *= %IMPACT tables (copybook IMPACTCF) ===========================
       COPY IMPACTCF.
       COPY EXITCFG.
       01  WS-CFG-INX                   PIC 9(02).
       01  WS-CFG-OUT-INX               PIC 9(02).
       01  WS-IMP-MAP-OUT-INX           PIC 9(02).

      *= Distinct target environment/stages to build ==================
       01  WS-TG-MAX                    PIC 9(02) VALUE 16.
       01  WS-TG-COUNT                  PIC 9(02) VALUE 0.
       01  WS-TG-INX                    PIC 9(02).
       01  WS-TG-FOUND                  PIC X(01).
           88  TG-ENTRY-FOUND                   VALUE 'Y'.
       01  WS-TG-TABLE.
           03  WS-TG-ENTRY OCCURS 16 TIMES.
               05  WS-TG-ENV            PIC X(08).
               05  WS-TG-STGID          PIC X(01).
       01  WS-TYPE-INX                  PIC 9(02).
       01  WS-MAP-INX                   PIC 9(02).

      *= Counts =======================================================
       01  WS-PAIR-ELEMENTS             PIC 9(07).
       01  WS-PAIR-USES                 PIC 9(07).
       01  WS-PAIR-FAILED               PIC 9(07).
       01  WS-ELEMENT-COUNT             PIC 9(07) VALUE 0.
       01  WS-USAGE-COUNT               PIC 9(07) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(07) VALUE 0.

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(132) VALUE
               'TARGET   S TYPE      ELEMENTS     USES   FAILED'.

       01  WS-DETAIL-LINE.
           03  RPT-ENV                  PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-STGID                PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-ELEMENTS             PIC ZZZZZZ9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-USES                 PIC ZZZZZZ9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  RPT-FAILED               PIC ZZZZZ9.
           03  FILLER                   PIC X(88) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
       01  WS-TITLE-LINE                PIC X(132).

         COPY ECHAACTL.
         COPY ECHALIST.
         COPY ECHAACMQ.
         COPY CMPUSAGE.
         COPY CALLMTRC.

         COPY RUNCTXH.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-TARGET-ENV          PIC X(08).
           05  PARM-TARGET-STGID        PIC X(01).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           PERFORM 0100-LOAD-IMPACT-CONFIG.
           IF LINK-PARM-LENGTH >= 9
              AND PARM-TARGET-ENV NOT = SPACES
              AND PARM-TARGET-STGID NOT = SPACE
              MOVE 1                 TO WS-TG-COUNT
              MOVE PARM-TARGET-ENV   TO WS-TG-ENV(1)
              MOVE PARM-TARGET-STGID TO WS-TG-STGID(1)
           ELSE
              PERFORM 0200-COLLECT-MAP-TARGETS
           END-IF.

           ACCEPT WS-BUILD-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT IMPBLRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE SPACES TO WS-TITLE-LINE.
           STRING 'COMPONENT WHERE-USED BUILD FOR ' WS-TG-COUNT
                  ' TARGET(S), ' WS-IMPACT-TYPE-COUNT ' TYPE(S)'
              DELIMITED BY SIZE INTO WS-TITLE-LINE
           END-STRING.
           WRITE IMPBLRPT-REC FROM WS-TITLE-LINE.
           WRITE IMPBLRPT-REC FROM WS-HDR-LINE.

           OPEN OUTPUT CMPUSAGE.
           PERFORM VARYING WS-TG-INX FROM 1 BY 1
                   UNTIL WS-TG-INX > WS-TG-COUNT
              PERFORM VARYING WS-TYPE-INX FROM 1 BY 1
                      UNTIL WS-TYPE-INX > WS-IMPACT-TYPE-COUNT
                 PERFORM 1000-BUILD-ONE-PAIR
              END-PERFORM
           END-PERFORM.
           CLOSE CMPUSAGE.

           WRITE IMPBLRPT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-TITLE-LINE.
           STRING WS-ELEMENT-COUNT ' ELEMENT(S) ASKED, '
                  WS-USAGE-COUNT ' WHERE-USED RECORD(S) BUILT, '
                  WS-FAILED-COUNT ' ENA$NDVR CALL(S) FAILED'
              DELIMITED BY SIZE INTO WS-TITLE-LINE
           END-STRING.
           WRITE IMPBLRPT-REC FROM WS-TITLE-LINE.
           CLOSE IMPBLRPT.

           DISPLAY 'C1UIMPBL: ' WS-ELEMENT-COUNT ' ELEMENT(S) ASKED, '
                   WS-USAGE-COUNT ' WHERE-USED RECORD(S), '
                   WS-FAILED-COUNT ' FAILED CALL(S)'.

           IF WS-FAILED-COUNT > 0 OR WS-USAGE-COUNT = 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UIMPBL' TO WS-LGR-PROGRAM.
           MOVE WS-USAGE-COUNT TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of IMPBLRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO IMPBLRPT-REC.
           WRITE IMPBLRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  %IMPACT from DD EXITCFG, read the way C1UEXT07 reads it so
      *  the file is built for the types and targets the exit will
      *  look up. The ENABLED= line is the exit's switch, not ours.
      *-----------------------------------------------------------------
       0100-LOAD-IMPACT-CONFIG.

           MOVE SPACES             TO WS-EXITCFG-REQUEST.
           MOVE 'IMPACT'           TO CFG-SECTION-NAME.
           COMPUTE CFG-MAX-ENTRIES =
               WS-IMPACT-TYPE-MAX + WS-IMPACT-MAP-MAX.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              MOVE 0 TO WS-CFG-OUT-INX WS-IMP-MAP-OUT-INX
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'TYPE='
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(6:8) NOT = SPACES
                      IF WS-CFG-OUT-INX < WS-IMPACT-TYPE-MAX
                         ADD 1 TO WS-CFG-OUT-INX
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:8)
                              TO WS-IMPACT-TYPE(WS-CFG-OUT-INX)
                      END-IF
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:4) = 'MAP='
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(5:8) NOT = SPACES
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(14:8) NOT = SPACES
                     AND CFG-ENTRY-LINE(WS-CFG-INX)(23:1) NOT = SPACE
                      IF WS-IMP-MAP-OUT-INX < WS-IMPACT-MAP-MAX
                         ADD 1 TO WS-IMP-MAP-OUT-INX
                         MOVE SPACES TO
                              WS-IMPACT-MAP-ENTRY(WS-IMP-MAP-OUT-INX)
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(5:8) TO
                              WS-IMPACT-MAP-ENV(WS-IMP-MAP-OUT-INX)
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(14:8) TO
                              WS-IMPACT-MAP-TARGET-ENV
                                  (WS-IMP-MAP-OUT-INX)
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(23:1) TO
                              WS-IMPACT-MAP-TARGET-STGID
                                  (WS-IMP-MAP-OUT-INX)
                      END-IF
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
              END-PERFORM
              IF WS-CFG-OUT-INX > 0
                 MOVE WS-CFG-OUT-INX TO WS-IMPACT-TYPE-COUNT
              END-IF
              IF WS-IMP-MAP-OUT-INX > 0
                 MOVE WS-IMP-MAP-OUT-INX TO WS-IMPACT-MAP-COUNT
              END-IF
           END-IF.

      *    Two package environments promoting to the same target
      *    share one build of it.
       0200-COLLECT-MAP-TARGETS.

           PERFORM VARYING WS-MAP-INX FROM 1 BY 1
                   UNTIL WS-MAP-INX > WS-IMPACT-MAP-COUNT
              MOVE 'N' TO WS-TG-FOUND
              PERFORM VARYING WS-TG-INX FROM 1 BY 1
                      UNTIL WS-TG-INX > WS-TG-COUNT
                         OR TG-ENTRY-FOUND
                 IF WS-TG-ENV(WS-TG-INX) =
                        WS-IMPACT-MAP-TARGET-ENV(WS-MAP-INX)
                    AND WS-TG-STGID(WS-TG-INX) =
                        WS-IMPACT-MAP-TARGET-STGID(WS-MAP-INX)
                    MOVE 'Y' TO WS-TG-FOUND
                 END-IF
              END-PERFORM
              IF NOT TG-ENTRY-FOUND
                 AND WS-TG-COUNT < WS-TG-MAX
                 ADD 1 TO WS-TG-COUNT
                 MOVE WS-IMPACT-MAP-TARGET-ENV(WS-MAP-INX)
                      TO WS-TG-ENV(WS-TG-COUNT)
                 MOVE WS-IMPACT-MAP-TARGET-STGID(WS-MAP-INX)
                      TO WS-TG-STGID(WS-TG-COUNT)
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One target and component type: list the elements, then ask
      *  ACM about each. A failed list skips the pair; a failed
      *  where-used call skips the element. Either is counted, not
      *  fatal - the rest of the file is still worth having.
      *-----------------------------------------------------------------
       1000-BUILD-ONE-PAIR.

           MOVE 0 TO WS-PAIR-ELEMENTS WS-PAIR-USES WS-PAIR-FAILED.
           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'IMPMSG'             TO AACTL-MSG-DDN.
           MOVE 'IMPLIST'            TO AACTL-LIST-DDN.
           INITIALIZE         ALIST-RQ-DATAAREA.
           MOVE 'ALISTRQ'            TO ALIST-RQ-EYE-CATCHER.
           MOVE WS-TG-ENV(WS-TG-INX)    TO ALIST-RQ-ENVIRONMENT.
           MOVE WS-TG-STGID(WS-TG-INX)  TO ALIST-RQ-STAGE-ID.
           MOVE '*'                  TO ALIST-RQ-SYSTEM.
           MOVE '*'                  TO ALIST-RQ-SUBSYSTEM.
           MOVE WS-IMPACT-TYPE(WS-TYPE-INX) TO ALIST-RQ-TYPE.
           MOVE '*'                  TO ALIST-RQ-ELEMENT.
           ACCEPT WS-MT-START-TIME FROM TIME.
           CALL WS-PGM     USING AACTL
                                 ALIST-RQ.
           ACCEPT WS-MT-END-TIME FROM TIME.
           MOVE 'C1UIMPBL'            TO WS-MT-PROGRAM.
           MOVE WS-PGM                TO WS-MT-TARGET.
           MOVE ALIST-RQ-ENVIRONMENT  TO WS-MT-KEY.
           MOVE AACTL-RTNCODE         TO WS-MT-RC.
           CALL 'EXTMTRCS' USING WS-CALL-METRIC.
           IF AACTL-RTNCODE NOT = 0
              DISPLAY 'C1UIMPBL: ENA$NDVR LIST FAILED RC='
                      AACTL-RTNCODE ' FOR ' ALIST-RQ-ENVIRONMENT
                      ' TYPE ' ALIST-RQ-TYPE
              ADD 1 TO WS-PAIR-FAILED
           ELSE
              OPEN INPUT IMPLIST
              IF NOT IMPLIST-NOT-AVAILABLE
                 PERFORM 1100-READ-IMPLIST
                 PERFORM 1200-ASK-ONE-ELEMENT UNTIL IMPLIST-ATEND
                 CLOSE IMPLIST
              END-IF
           END-IF.

           ADD WS-PAIR-FAILED   TO WS-FAILED-COUNT.
           MOVE WS-TG-ENV(WS-TG-INX)        TO RPT-ENV.
           MOVE WS-TG-STGID(WS-TG-INX)      TO RPT-STGID.
           MOVE WS-IMPACT-TYPE(WS-TYPE-INX) TO RPT-TYPE.
           MOVE WS-PAIR-ELEMENTS            TO RPT-ELEMENTS.
           MOVE WS-PAIR-USES                TO RPT-USES.
           MOVE WS-PAIR-FAILED              TO RPT-FAILED.
           WRITE IMPBLRPT-REC FROM WS-DETAIL-LINE.

       1100-READ-IMPLIST.
           READ IMPLIST
               AT END MOVE '10' TO WS-IMPLIST-FILE-STATUS
           END-READ.

      *    RC 4 is ACM knowing of no user - an empty answer, not a
      *    failure.
       1200-ASK-ONE-ELEMENT.

           ADD 1 TO WS-PAIR-ELEMENTS WS-ELEMENT-COUNT.
           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'IMPMSG'             TO AACTL-MSG-DDN.
           MOVE 'IMPACM'             TO AACTL-LIST-DDN.
           INITIALIZE         AACMQ-RQ-DATAAREA.
           MOVE 'ACMQRQ'             TO AACMQ-RQ-EYE-CATCHER.
           MOVE 'U'                  TO AACMQ-RQ-DIRECTION.
           MOVE WS-TG-ENV(WS-TG-INX)    TO AACMQ-RQ-ENVIRONMENT.
           MOVE WS-TG-STGID(WS-TG-INX)  TO AACMQ-RQ-STAGE-ID.
           MOVE ILS-SYSTEM           TO AACMQ-RQ-SYSTEM.
           MOVE ILS-SUBSYSTEM        TO AACMQ-RQ-SUBSYSTEM.
           MOVE ILS-TYPE             TO AACMQ-RQ-TYPE.
           MOVE ILS-ELEMENT          TO AACMQ-RQ-ELEMENT.
           ACCEPT WS-MT-START-TIME FROM TIME.
           CALL WS-PGM     USING AACTL
                                 AACMQ-RQ.
           ACCEPT WS-MT-END-TIME FROM TIME.
           MOVE 'C1UIMPBL'            TO WS-MT-PROGRAM.
           MOVE WS-PGM                TO WS-MT-TARGET.
           MOVE AACMQ-RQ-ELEMENT      TO WS-MT-KEY.
           MOVE AACTL-RTNCODE         TO WS-MT-RC.
           CALL 'EXTMTRCS' USING WS-CALL-METRIC.
           EVALUATE AACTL-RTNCODE
             WHEN 0
               OPEN INPUT IMPACM
               IF NOT IMPACM-NOT-AVAILABLE
                  PERFORM 1300-READ-IMPACM
                  PERFORM 1400-WRITE-ONE-USAGE UNTIL IMPACM-ATEND
                  CLOSE IMPACM
               END-IF
             WHEN 4
               CONTINUE
             WHEN OTHER
               DISPLAY 'C1UIMPBL: ENA$NDVR WHERE-USED FAILED RC='
                       AACTL-RTNCODE ' FOR ' AACMQ-RQ-ELEMENT
                       ' TYPE ' AACMQ-RQ-TYPE
               ADD 1 TO WS-PAIR-FAILED
           END-EVALUATE.
           PERFORM 1100-READ-IMPLIST.

       1300-READ-IMPACM.
           READ IMPACM
               AT END MOVE '10' TO WS-IMPACM-FILE-STATUS
           END-READ.

       1400-WRITE-ONE-USAGE.

           MOVE SPACES                  TO WS-CMPUSAGE-RECORD.
           MOVE ILS-ELEMENT             TO CUS-COMP-ELEMENT.
           MOVE ILS-TYPE                TO CUS-COMP-TYPE.
           MOVE ILS-SYSTEM              TO CUS-COMP-SYSTEM.
           MOVE WS-TG-ENV(WS-TG-INX)    TO CUS-TARGET-ENV.
           MOVE WS-TG-STGID(WS-TG-INX)  TO CUS-TARGET-STGID.
           MOVE IAC-ELEMENT             TO CUS-USER-ELEMENT.
           MOVE IAC-TYPE                TO CUS-USER-TYPE.
           MOVE IAC-SYSTEM              TO CUS-USER-SYSTEM.
           MOVE IAC-SUBSYSTEM           TO CUS-USER-SUBSYSTEM.
           MOVE WS-BUILD-DATE           TO CUS-BUILD-DATE.
           WRITE CMPUSAGE-REC FROM WS-CMPUSAGE-RECORD.
           ADD 1 TO WS-PAIR-USES WS-USAGE-COUNT.
           PERFORM 1300-READ-IMPACM.
