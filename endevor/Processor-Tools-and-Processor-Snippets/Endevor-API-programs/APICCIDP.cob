       PROCESS OUTDD(DISPLAYS) DYNAM
      *
      * DESCRIPTION: Builds a package from a CCID. Instead of listing
      * every element a developer touched by hand (or writing an
      * ELMCTL file for APISCLGN), the run is given the CCID and the
      * source environment and stage; every element currently at that
      * stage whose last action was made under the CCID is found
      * through the ENA$NDVR list API (DD CCIDLST, see the ECHALIST
      * copybook banner for the columns) and gets one MOVE statement
      * on DD SCL. One record naming the package goes to DD PIPELINE,
      * so the APIPIPE step that follows creates the package with DD
      * SCL as its import member, stamps the notes and casts it.
      *
      * The element activity log DD ELMACTLG (written by C1UEXT02) is
      * the cross-check. Every element with a logged action under the
      * CCID is followed through the log to where its latest action
      * left it, so the report DD CCIDPRPT shows:
      *   INCLUDED  each element that went into the SCL, marked when
      *             the log does not place it at this stage under the
      *             CCID (added outside the exits, or the CCID was
      *             changed by a later action)
      *   LEFT OUT  each element whose latest logged action was made
      *             under the CCID but which sits at another stage -
      *             or at this one without the list returning it - so
      *             nothing is forgotten or swept in by mistake
      * Actions the exit refused (ELA-EXIT-RC 8 or more) never ran and
      * are skipped. A DELETE ends the element's trail; other actions
      * that have no target (RETRIEVE, SIGNIN ...) leave it in place.
      * Records written before the stage ID was logged match any stage
      * of the environment.
      *
      * PARM (fixed columns):
      *   1-12  CCID        14-21 source environment   23 stage ID
      *   25-40 package ID (the CCID when omitted)
      *
      * RETURN-CODE: 0 package built, nothing to question; 4 package
      * built, but something was left out or not confirmed by the log
      * (or ELMACTLG was not there to check); 8 nothing under the CCID
      * at the stage - no PIPELINE record, so APIPIPE has nothing to
      * do; 12 PARM incomplete or the list call failed.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APICCIDP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390 WITH DEBUGGING MODE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCIDLST ASSIGN TO CCIDLST
               FILE STATUS IS WS-CCIDLST-FILE-STATUS.
           SELECT OPTIONAL ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-ELMACTLG-FILE-STATUS.
           SELECT SCLOUT ASSIGN TO SCL.
           SELECT PIPELINE ASSIGN TO PIPELINE.
           SELECT CCIDPRPT ASSIGN TO CCIDPRPT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *  DD CCIDLST - the ENA$NDVR list output for every element at
      *  the source stage (see the ECHALIST copybook banner).
      *-----------------------------------------------------------------
       FD  CCIDLST
           RECORD CONTAINS 80 CHARACTERS.
       01  CCIDLST-REC.
           03  LST-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01).
           03  LST-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01).
           03  LST-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01).
           03  LST-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(01).
           03  LST-LEVEL                PIC X(04).
           03  FILLER                   PIC X(01).
           03  LST-LAST-DATE            PIC X(08).
           03  FILLER                   PIC X(01).
           03  LST-LAST-USER            PIC X(08).
           03  FILLER                   PIC X(01).
           03  LST-LAST-CCID            PIC X(12).
           03  FILLER                   PIC X(07).

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
              05  ELA-EXIT-RC-N REDEFINES ELA-EXIT-RC
                                        PIC 9(04).
              05  ELA-TGT-STGID         PIC X(01).
              05  ELA-SRC-STGID         PIC X(01).
              05  FILLER                PIC X(02).

       FD  SCLOUT
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS  80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCLOUT-REC.
       01  SCLOUT-REC                   PIC X(80).

      *-----------------------------------------------------------------
      *  DD PIPELINE - the APIPIPE input, one record for this package
      *-----------------------------------------------------------------
       FD  PIPELINE
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS  80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PIPELINE-REC.
       01  PIPELINE-REC.
           03  PIPE-PACKAGE-ID          PIC X(16).
           03  FILLER                   PIC X(01).
           03  PIPE-DESCRIPTION         PIC X(50).
           03  FILLER                   PIC X(13).

       FD  CCIDPRPT
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS  80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CCIDPRPT-REC.
       01  CCIDPRPT-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           03  WS-CCIDLST-FILE-STATUS   PIC X(02).
               88  CCIDLST-ATEND                 VALUE '10'.
               88  CCIDLST-NOT-AVAILABLE         VALUE '30' '35'.
           03  WS-ELMACTLG-FILE-STATUS  PIC X(02).
               88  ELMACTLG-ATEND                VALUE '10'.
               88  ELMACTLG-NOT-PRESENT          VALUE '05' '35'.
           03  WS-LISTED-COUNT          PIC 9(05) VALUE 0.
           03  WS-INCLUDED-COUNT        PIC 9(05) VALUE 0.
           03  WS-UNCONFIRMED-COUNT     PIC 9(05) VALUE 0.
           03  WS-LEFT-OUT-COUNT        PIC 9(05) VALUE 0.
           03  WS-LOG-CHECKED           PIC X(01) VALUE 'N'.
               88  LOG-WAS-CHECKED               VALUE 'Y'.

      *= Run parameters ==============================================
       01  WS-RUN-CCID                 PIC X(12).
       01  WS-RUN-ENV                  PIC X(08).
       01  WS-RUN-STGID                PIC X(01).
       01  WS-RUN-PACKAGE              PIC X(16).
       01  WS-PKG-LEN                  PIC 9(02).

      *= Elements found at the stage under the CCID ==================
       01  WS-INC-MAX                  PIC 9(03) VALUE 999.
       01  WS-INC-COUNT                PIC 9(03) VALUE 0.
       01  WS-INC-INX                  PIC 9(03).
       01  WS-INC-OVERFLOW             PIC X(01) VALUE 'N'.
       01  WS-INC-TABLE.
           03  WS-INC-ENTRY            OCCURS 999 TIMES.
               05  WS-INC-ELEMENT      PIC X(10).
               05  WS-INC-TYPE         PIC X(08).
               05  WS-INC-SYSTEM       PIC X(08).
               05  WS-INC-SUBSYSTEM    PIC X(08).
               05  WS-INC-LEVEL        PIC X(04).
               05  WS-INC-USER         PIC X(08).

      *= Elements the log shows under the CCID =======================
      *  One entry per element with at least one logged action under
      *  the CCID, carrying where its latest logged action (under any
      *  CCID) left it. WS-TRK-ENV blank = deleted.
       01  WS-TRK-MAX                  PIC 9(04) VALUE 2000.
       01  WS-TRK-COUNT                PIC 9(04) VALUE 0.
       01  WS-TRK-INX                  PIC 9(04).
       01  WS-TRK-FOUND                PIC 9(04).
       01  WS-TRK-OVERFLOW             PIC X(01) VALUE 'N'.
       01  WS-TRK-TABLE.
           03  WS-TRK-ENTRY            OCCURS 2000 TIMES.
               05  WS-TRK-ELEMENT      PIC X(10).
               05  WS-TRK-TYPE         PIC X(08).
               05  WS-TRK-SYSTEM       PIC X(08).
               05  WS-TRK-SUBSYSTEM    PIC X(08).
               05  WS-TRK-ENV          PIC X(08).
               05  WS-TRK-STGID        PIC X(01).
               05  WS-TRK-CCID         PIC X(12).
               05  WS-TRK-ACTION       PIC X(10).
               05  WS-TRK-USER         PIC X(08).
               05  WS-TRK-LISTED       PIC X(01).

       01  WS-SCL-LINE                 PIC X(80).
       01  WS-DESC-COUNT               PIC ZZZ9.

       77  WS-PGM                      PIC X(8) VALUE 'ENA$NDVR'.

         COPY ECHAACTL.
         COPY ECHALIST.
         COPY CALLMTRC.
         COPY LOGHDR.

       01  WS-PARM-LINE.
           03  FILLER                  PIC X(06) VALUE 'CCID  '.
           03  RPT-PARM-CCID           PIC X(12).
           03  FILLER                  PIC X(06) VALUE ' FROM '.
           03  RPT-PARM-ENV            PIC X(08).
           03  FILLER                  PIC X(07) VALUE ' STAGE '.
           03  RPT-PARM-STGID          PIC X(01).
           03  FILLER                  PIC X(10) VALUE ' PACKAGE  '.
           03  RPT-PARM-PACKAGE        PIC X(16).
           03  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-INCLUDED-HEAD.
           03  FILLER                  PIC X(39) VALUE
               'INCLUDED  ELEMENT    TYPE     SYSTEM   '.
           03  FILLER                  PIC X(41) VALUE
               'SUBSYS   LVL  USER     LOG CHECK'.

       01  WS-INCLUDED-LINE.
           03  FILLER                  PIC X(10) VALUE 'INCLUDED  '.
           03  RPT-INC-ELEMENT         PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-INC-TYPE            PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-INC-SYSTEM          PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-INC-SUBSYSTEM       PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-INC-LEVEL           PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-INC-USER            PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-INC-CHECK           PIC X(18).

       01  WS-LEFT-OUT-HEAD.
           03  FILLER                  PIC X(39) VALUE
               'LEFT OUT  ELEMENT    TYPE     SYSTEM   '.
           03  FILLER                  PIC X(41) VALUE
               'SUBSYS   NOW AT     LAST ACT   USER'.

       01  WS-LEFT-OUT-LINE.
           03  FILLER                  PIC X(10) VALUE 'LEFT OUT  '.
           03  RPT-OUT-ELEMENT         PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-OUT-TYPE            PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-OUT-SYSTEM          PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-OUT-SUBSYSTEM       PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-OUT-ENV             PIC X(08).
           03  FILLER                  PIC X(01) VALUE '/'.
           03  RPT-OUT-STGID           PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-OUT-ACTION          PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  RPT-OUT-USER            PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-MESSAGE-LINE             PIC X(80).

       01  WS-SUMMARY-LINE.
           03  RPT-LISTED-COUNT        PIC ZZZZ9.
           03  FILLER                  PIC X(09) VALUE ' LISTED, '.
           03  RPT-INCLUDED-COUNT      PIC ZZZZ9.
           03  FILLER                  PIC X(11) VALUE ' INCLUDED, '.
           03  RPT-UNCONFIRMED-COUNT   PIC ZZZZ9.
           03  FILLER                  PIC X(15) VALUE
               ' UNCONFIRMED, '.
           03  RPT-LEFT-OUT-COUNT      PIC ZZZZ9.
           03  FILLER                  PIC X(09) VALUE ' LEFT OUT'.
           03  FILLER                  PIC X(16) VALUE SPACES.

         COPY RUNCTXH.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-CCID                PIC X(12).
           05  FILLER                   PIC X(01).
           05  PARM-ENVIRONMENT         PIC X(08).
           05  FILLER                   PIC X(01).
           05  PARM-STAGE-ID            PIC X(01).
           05  FILLER                   PIC X(01).
           05  PARM-PACKAGE-ID          PIC X(16).

       EJECT
       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           OPEN OUTPUT CCIDPRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           PERFORM 0100-EDIT-PARM THRU 0100-EXIT.
           IF RETURN-CODE = 12
              CLOSE CCIDPRPT
              STOP RUN
           END-IF.

           PERFORM 0200-LIST-STAGE THRU 0200-EXIT.
           IF RETURN-CODE = 12
              CLOSE CCIDPRPT
              STOP RUN
           END-IF.

           PERFORM 0400-FOLLOW-ELMACTLG THRU 0400-EXIT.

           OPEN OUTPUT SCLOUT.
           OPEN OUTPUT PIPELINE.
           PERFORM 0500-REPORT-INCLUDED.
           PERFORM 0700-REPORT-LEFT-OUT.
           IF WS-INC-COUNT > 0
              PERFORM 0800-WRITE-PIPELINE-RECORD
           END-IF.
           CLOSE SCLOUT.
           CLOSE PIPELINE.

           MOVE WS-LISTED-COUNT      TO RPT-LISTED-COUNT.
           MOVE WS-INCLUDED-COUNT    TO RPT-INCLUDED-COUNT.
           MOVE WS-UNCONFIRMED-COUNT TO RPT-UNCONFIRMED-COUNT.
           MOVE WS-LEFT-OUT-COUNT    TO RPT-LEFT-OUT-COUNT.
           WRITE CCIDPRPT-REC FROM WS-SUMMARY-LINE.
           CLOSE CCIDPRPT.

           DISPLAY 'APICCIDP: CCID ' WS-RUN-CCID ' '
                   WS-INCLUDED-COUNT ' INCLUDED, '
                   WS-UNCONFIRMED-COUNT ' UNCONFIRMED, '
                   WS-LEFT-OUT-COUNT ' LEFT OUT'.

           IF WS-INC-COUNT = 0
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-UNCONFIRMED-COUNT > 0
              OR WS-LEFT-OUT-COUNT > 0
              OR NOT LOG-WAS-CHECKED
              OR WS-INC-OVERFLOW = 'Y'
              OR WS-TRK-OVERFLOW = 'Y'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           STOP RUN.

      ******************************************************
      * FIRST LINE OF CCIDPRPT - SEE COPY RUNCTXH
      ******************************************************
       0050-WRITE-RUN-CONTEXT-HEADER.
           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE SPACES               TO WS-RUN-CONTEXT-LINE.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           WRITE CCIDPRPT-REC FROM WS-RUN-CONTEXT-LINE.

      ******************************************************
      * CCID, ENVIRONMENT AND STAGE ARE ALL REQUIRED - A
      * PACKAGE BUILT FROM A GUESSED STAGE IS WORSE THAN NONE
      ******************************************************
       0100-EDIT-PARM.

           MOVE 0 TO RETURN-CODE.
           IF LINK-PARM-LENGTH < 23
              DISPLAY 'APICCIDP: PARM MUST BE CCID(1-12) '
                      'ENVIRONMENT(14-21) STAGE ID(23)'
              MOVE 'PARM MUST BE CCID(1-12) ENVIRONMENT(14-21) STAGE'
                                     TO WS-MESSAGE-LINE
              WRITE CCIDPRPT-REC FROM WS-MESSAGE-LINE
              MOVE 12 TO RETURN-CODE
              GO TO 0100-EXIT
           END-IF.
           MOVE PARM-CCID         TO WS-RUN-CCID.
           MOVE PARM-ENVIRONMENT  TO WS-RUN-ENV.
           MOVE PARM-STAGE-ID     TO WS-RUN-STGID.
           MOVE SPACES            TO WS-RUN-PACKAGE.
           IF LINK-PARM-LENGTH > 24
              COMPUTE WS-PKG-LEN = LINK-PARM-LENGTH - 24
              IF WS-PKG-LEN > 16
                 MOVE 16 TO WS-PKG-LEN
              END-IF
              MOVE PARM-PACKAGE-ID(1:WS-PKG-LEN) TO WS-RUN-PACKAGE
           END-IF.
           IF WS-RUN-PACKAGE = SPACES
              MOVE WS-RUN-CCID    TO WS-RUN-PACKAGE
           END-IF.

           MOVE WS-RUN-CCID       TO RPT-PARM-CCID.
           MOVE WS-RUN-ENV        TO RPT-PARM-ENV.
           MOVE WS-RUN-STGID      TO RPT-PARM-STGID.
           MOVE WS-RUN-PACKAGE    TO RPT-PARM-PACKAGE.
           WRITE CCIDPRPT-REC FROM WS-PARM-LINE.

           IF WS-RUN-CCID = SPACES
              OR WS-RUN-ENV = SPACES
              OR WS-RUN-STGID = SPACE
              DISPLAY 'APICCIDP: CCID, ENVIRONMENT AND STAGE ID '
                      'ARE ALL REQUIRED'
              MOVE 'CCID, ENVIRONMENT AND STAGE ID ARE ALL REQUIRED'
                                     TO WS-MESSAGE-LINE
              WRITE CCIDPRPT-REC FROM WS-MESSAGE-LINE
              MOVE 12 TO RETURN-CODE
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************
      * LIST EVERY ELEMENT AT THE STAGE THROUGH ENA$NDVR
      * (ECHALIST) AND KEEP THOSE WHOSE LAST ACTION WAS
      * MADE UNDER THE CCID
      ******************************************************
       0200-LIST-STAGE.

           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'CCIDMSG'            TO AACTL-MSG-DDN.
           MOVE 'CCIDLST'            TO AACTL-LIST-DDN.
           INITIALIZE         ALIST-RQ-DATAAREA.
           MOVE 'ALISTRQ'            TO ALIST-RQ-EYE-CATCHER.
           MOVE WS-RUN-ENV           TO ALIST-RQ-ENVIRONMENT.
           MOVE WS-RUN-STGID         TO ALIST-RQ-STAGE-ID.
           MOVE '*'                  TO ALIST-RQ-SYSTEM.
           MOVE '*'                  TO ALIST-RQ-SUBSYSTEM.
           MOVE '*'                  TO ALIST-RQ-TYPE.
           MOVE '*'                  TO ALIST-RQ-ELEMENT.
           ACCEPT WS-MT-START-TIME FROM TIME.
           CALL WS-PGM     USING AACTL
                                 ALIST-RQ.
           ACCEPT WS-MT-END-TIME FROM TIME.
           MOVE 'APICCIDP'      TO WS-MT-PROGRAM.
           MOVE WS-PGM          TO WS-MT-TARGET.
           MOVE WS-RUN-CCID     TO WS-MT-KEY.
           MOVE AACTL-RTNCODE   TO WS-MT-RC.
           CALL 'EXTMTRCS' USING WS-CALL-METRIC.
           IF AACTL-RTNCODE NOT = 0
              DISPLAY 'APICCIDP: ENA$NDVR LIST FAILED RC='
                      AACTL-RTNCODE ' FOR ' WS-RUN-ENV
                      ' STAGE ' WS-RUN-STGID
              MOVE 'ENA$NDVR LIST FAILED - SEE DD CCIDMSG'
                                     TO WS-MESSAGE-LINE
              WRITE CCIDPRPT-REC FROM WS-MESSAGE-LINE
              MOVE 12 TO RETURN-CODE
              GO TO 0200-EXIT
           END-IF.

           OPEN INPUT CCIDLST.
           IF CCIDLST-NOT-AVAILABLE
              DISPLAY 'APICCIDP: DD CCIDLST NOT AVAILABLE - FILE '
                      'STATUS ' WS-CCIDLST-FILE-STATUS
              MOVE 'DD CCIDLST NOT AVAILABLE' TO WS-MESSAGE-LINE
              WRITE CCIDPRPT-REC FROM WS-MESSAGE-LINE
              MOVE 12 TO RETURN-CODE
              CLOSE CCIDLST
              GO TO 0200-EXIT
           END-IF.
           PERFORM 0250-READ-CCIDLST.
           PERFORM UNTIL CCIDLST-ATEND
               IF LST-ELEMENT NOT = SPACES
                  ADD 1 TO WS-LISTED-COUNT
                  IF LST-LAST-CCID = WS-RUN-CCID
                     PERFORM 0300-KEEP-LISTED-ELEMENT
                  END-IF
               END-IF
               PERFORM 0250-READ-CCIDLST
           END-PERFORM.
           CLOSE CCIDLST.
       0200-EXIT.
           EXIT.

       0250-READ-CCIDLST.

           READ CCIDLST
               AT END MOVE '10' TO WS-CCIDLST-FILE-STATUS
           END-READ.

       0300-KEEP-LISTED-ELEMENT.

           IF WS-INC-COUNT < WS-INC-MAX
              ADD 1 TO WS-INC-COUNT
              MOVE LST-ELEMENT   TO WS-INC-ELEMENT(WS-INC-COUNT)
              MOVE LST-TYPE      TO WS-INC-TYPE(WS-INC-COUNT)
              MOVE LST-SYSTEM    TO WS-INC-SYSTEM(WS-INC-COUNT)
              MOVE LST-SUBSYSTEM TO WS-INC-SUBSYSTEM(WS-INC-COUNT)
              MOVE LST-LEVEL     TO WS-INC-LEVEL(WS-INC-COUNT)
              MOVE LST-LAST-USER TO WS-INC-USER(WS-INC-COUNT)
           ELSE
              IF WS-INC-OVERFLOW = 'N'
                 DISPLAY 'APICCIDP: MORE THAN ' WS-INC-MAX
                         ' ELEMENTS UNDER THE CCID - SPLIT THE '
                         'PACKAGE'
                 MOVE 'ELEMENT TABLE FULL - LATER ELEMENTS NOT IN SCL'
                                     TO WS-MESSAGE-LINE
                 WRITE CCIDPRPT-REC FROM WS-MESSAGE-LINE
              END-IF
              MOVE 'Y' TO WS-INC-OVERFLOW
           END-IF.

      ******************************************************
      * FOLLOW EVERY ELEMENT WITH A LOGGED ACTION UNDER THE
      * CCID TO WHERE ITS LATEST ACTION LEFT IT. THE LOG IS
      * IN TIME ORDER, SO THE LAST RECORD SEEN WINS.
      ******************************************************
       0400-FOLLOW-ELMACTLG.

           OPEN INPUT ELMACTLG.
           IF ELMACTLG-NOT-PRESENT
              DISPLAY 'APICCIDP: DD ELMACTLG NOT AVAILABLE - '
                      'NO CROSS-CHECK'
              MOVE 'DD ELMACTLG NOT AVAILABLE - NOTHING CROSS-CHECKED'
                                     TO WS-MESSAGE-LINE
              WRITE CCIDPRPT-REC FROM WS-MESSAGE-LINE
              CLOSE ELMACTLG
              GO TO 0400-EXIT
           END-IF.
           MOVE 'Y' TO WS-LOG-CHECKED.
           PERFORM 0450-READ-ELMACTLG.
           PERFORM 0420-FOLLOW-ONE-ACTION UNTIL ELMACTLG-ATEND.
           CLOSE ELMACTLG.
       0400-EXIT.
           EXIT.

       0420-FOLLOW-ONE-ACTION.

           IF ELA-EXIT-RC IS NUMERIC
              AND ELA-EXIT-RC-N NOT < 8
              CONTINUE
           ELSE
              PERFORM 0430-FIND-TRACKED
              IF WS-TRK-FOUND = 0
                 AND ELA-CCID = WS-RUN-CCID
                 PERFORM 0440-START-TRACKING
              END-IF
              IF WS-TRK-FOUND > 0
                 PERFORM 0460-APPLY-ACTION
              END-IF
           END-IF.
           PERFORM 0450-READ-ELMACTLG.

       0430-FIND-TRACKED.

           MOVE 0 TO WS-TRK-FOUND.
           PERFORM VARYING WS-TRK-INX FROM 1 BY 1 UNTIL
               WS-TRK-INX > WS-TRK-COUNT OR WS-TRK-FOUND > 0
               IF WS-TRK-ELEMENT(WS-TRK-INX)   = ELA-ELEMENT
                  AND WS-TRK-TYPE(WS-TRK-INX)  = ELA-TYPE
                  AND WS-TRK-SYSTEM(WS-TRK-INX) = ELA-SYSTEM
                  AND WS-TRK-SUBSYSTEM(WS-TRK-INX) = ELA-SUBSYSTEM
                  MOVE WS-TRK-INX TO WS-TRK-FOUND
               END-IF
           END-PERFORM.

       0440-START-TRACKING.

           IF WS-TRK-COUNT < WS-TRK-MAX
              ADD 1 TO WS-TRK-COUNT
              MOVE WS-TRK-COUNT  TO WS-TRK-FOUND
              MOVE ELA-ELEMENT   TO WS-TRK-ELEMENT(WS-TRK-FOUND)
              MOVE ELA-TYPE      TO WS-TRK-TYPE(WS-TRK-FOUND)
              MOVE ELA-SYSTEM    TO WS-TRK-SYSTEM(WS-TRK-FOUND)
              MOVE ELA-SUBSYSTEM TO WS-TRK-SUBSYSTEM(WS-TRK-FOUND)
              MOVE SPACES        TO WS-TRK-ENV(WS-TRK-FOUND)
              MOVE SPACE         TO WS-TRK-STGID(WS-TRK-FOUND)
              MOVE 'N'           TO WS-TRK-LISTED(WS-TRK-FOUND)
           ELSE
              IF WS-TRK-OVERFLOW = 'N'
                 DISPLAY 'APICCIDP: MORE THAN ' WS-TRK-MAX
                         ' LOGGED ELEMENTS UNDER THE CCID - '
                         'CROSS-CHECK INCOMPLETE'
                 MOVE 'LOG TABLE FULL - CROSS-CHECK INCOMPLETE'
                                     TO WS-MESSAGE-LINE
                 WRITE CCIDPRPT-REC FROM WS-MESSAGE-LINE
              END-IF
              MOVE 'Y' TO WS-TRK-OVERFLOW
           END-IF.

       0450-READ-ELMACTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-ELMACTLG-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-ELMACTLG-FILE-STATUS
              END-READ
              IF WS-ELMACTLG-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *    An action with a target puts the element there; a DELETE
      *    takes it away; anything else without a target (RETRIEVE,
      *    SIGNIN ...) leaves it where it was and its CCID alone.
       0460-APPLY-ACTION.

           IF ELA-TGT-ENV NOT = SPACES
              MOVE ELA-TGT-ENV   TO WS-TRK-ENV(WS-TRK-FOUND)
              MOVE ELA-TGT-STGID TO WS-TRK-STGID(WS-TRK-FOUND)
              MOVE ELA-CCID      TO WS-TRK-CCID(WS-TRK-FOUND)
              MOVE ELA-ACTION    TO WS-TRK-ACTION(WS-TRK-FOUND)
              MOVE ELA-USER      TO WS-TRK-USER(WS-TRK-FOUND)
           ELSE
           IF ELA-ACTION = 'DELETE'
              MOVE SPACES        TO WS-TRK-ENV(WS-TRK-FOUND)
              MOVE SPACE         TO WS-TRK-STGID(WS-TRK-FOUND)
              MOVE ELA-CCID      TO WS-TRK-CCID(WS-TRK-FOUND)
              MOVE ELA-ACTION    TO WS-TRK-ACTION(WS-TRK-FOUND)
              MOVE ELA-USER      TO WS-TRK-USER(WS-TRK-FOUND)
           END-IF
           END-IF.

      ******************************************************
      * ONE REPORT LINE AND ONE MOVE STATEMENT PER ELEMENT
      * FOUND AT THE STAGE, MARKED WHEN THE LOG DOES NOT
      * PLACE IT HERE UNDER THE CCID
      ******************************************************
       0500-REPORT-INCLUDED.

           WRITE CCIDPRPT-REC FROM WS-INCLUDED-HEAD.
           PERFORM VARYING WS-INC-INX FROM 1 BY 1 UNTIL
               WS-INC-INX > WS-INC-COUNT
               ADD 1 TO WS-INCLUDED-COUNT
               PERFORM 0550-CONFIRM-FROM-LOG
               MOVE WS-INC-ELEMENT(WS-INC-INX)   TO RPT-INC-ELEMENT
               MOVE WS-INC-TYPE(WS-INC-INX)      TO RPT-INC-TYPE
               MOVE WS-INC-SYSTEM(WS-INC-INX)    TO RPT-INC-SYSTEM
               MOVE WS-INC-SUBSYSTEM(WS-INC-INX) TO RPT-INC-SUBSYSTEM
               MOVE WS-INC-LEVEL(WS-INC-INX)     TO RPT-INC-LEVEL
               MOVE WS-INC-USER(WS-INC-INX)      TO RPT-INC-USER
               WRITE CCIDPRPT-REC FROM WS-INCLUDED-LINE
               PERFORM 0600-WRITE-SCL-STATEMENT
           END-PERFORM.

       0550-CONFIRM-FROM-LOG.

           MOVE 0 TO WS-TRK-FOUND.
           PERFORM VARYING WS-TRK-INX FROM 1 BY 1 UNTIL
               WS-TRK-INX > WS-TRK-COUNT OR WS-TRK-FOUND > 0
               IF WS-TRK-ELEMENT(WS-TRK-INX) =
                      WS-INC-ELEMENT(WS-INC-INX)
                  AND WS-TRK-TYPE(WS-TRK-INX) =
                      WS-INC-TYPE(WS-INC-INX)
                  AND WS-TRK-SYSTEM(WS-TRK-INX) =
                      WS-INC-SYSTEM(WS-INC-INX)
                  AND WS-TRK-SUBSYSTEM(WS-TRK-INX) =
                      WS-INC-SUBSYSTEM(WS-INC-INX)
                  MOVE WS-TRK-INX TO WS-TRK-FOUND
               END-IF
           END-PERFORM.
           IF NOT LOG-WAS-CHECKED
              MOVE 'NOT CHECKED' TO RPT-INC-CHECK
           ELSE
           IF WS-TRK-FOUND = 0
              MOVE 'NOT IN LOG' TO RPT-INC-CHECK
              ADD 1 TO WS-UNCONFIRMED-COUNT
           ELSE
              MOVE 'Y' TO WS-TRK-LISTED(WS-TRK-FOUND)
              IF WS-TRK-CCID(WS-TRK-FOUND) NOT = WS-RUN-CCID
                 MOVE 'OTHER CCID IN LOG' TO RPT-INC-CHECK
                 ADD 1 TO WS-UNCONFIRMED-COUNT
              ELSE
              IF WS-TRK-ENV(WS-TRK-FOUND) NOT = WS-RUN-ENV
                 OR (WS-TRK-STGID(WS-TRK-FOUND) NOT = SPACE
                     AND WS-TRK-STGID(WS-TRK-FOUND)
                         NOT = WS-RUN-STGID)
                 MOVE 'OTHER STAGE IN LOG' TO RPT-INC-CHECK
                 ADD 1 TO WS-UNCONFIRMED-COUNT
              ELSE
                 MOVE 'CONFIRMED' TO RPT-INC-CHECK
              END-IF
              END-IF
           END-IF
           END-IF.

      ******************************************************
      * ONE MOVE STATEMENT PER INCLUDED ELEMENT, IN THE FORM
      * THE PACKAGE-CREATE IMPORT EXPECTS
      ******************************************************
       0600-WRITE-SCL-STATEMENT.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '  MOVE ELEMENT ''' DELIMITED BY SIZE
                  WS-INC-ELEMENT(WS-INC-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '   FROM ENVIRONMENT ''' DELIMITED BY SIZE
                  WS-RUN-ENV DELIMITED BY SPACE
                  ''' SYSTEM ''' DELIMITED BY SIZE
                  WS-INC-SYSTEM(WS-INC-INX) DELIMITED BY SPACE
                  ''' SUBSYSTEM ''' DELIMITED BY SIZE
                  WS-INC-SUBSYSTEM(WS-INC-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '   TYPE ''' DELIMITED BY SIZE
                  WS-INC-TYPE(WS-INC-INX) DELIMITED BY SPACE
                  ''' STAGE ' DELIMITED BY SIZE
                  WS-RUN-STGID DELIMITED BY SIZE
                  INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '   OPTIONS CCID ''' DELIMITED BY SIZE
                  WS-RUN-CCID DELIMITED BY SPACE
                  ''' .' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE SCLOUT-REC FROM WS-SCL-LINE.

      ******************************************************
      * ELEMENTS WHOSE LATEST LOGGED ACTION WAS UNDER THE
      * CCID BUT THAT THE LIST DID NOT RETURN AT THIS STAGE
      * - MOVED ON, STILL BEHIND, OR HERE BUT NOT LISTED.
      * DELETED ELEMENTS ARE GONE AND NOT REPORTED.
      ******************************************************
       0700-REPORT-LEFT-OUT.

           WRITE CCIDPRPT-REC FROM WS-LEFT-OUT-HEAD.
           PERFORM VARYING WS-TRK-INX FROM 1 BY 1 UNTIL
               WS-TRK-INX > WS-TRK-COUNT
               IF WS-TRK-LISTED(WS-TRK-INX) = 'N'
                  AND WS-TRK-CCID(WS-TRK-INX) = WS-RUN-CCID
                  AND WS-TRK-ENV(WS-TRK-INX) NOT = SPACES
                  ADD 1 TO WS-LEFT-OUT-COUNT
                  MOVE WS-TRK-ELEMENT(WS-TRK-INX)   TO RPT-OUT-ELEMENT
                  MOVE WS-TRK-TYPE(WS-TRK-INX)      TO RPT-OUT-TYPE
                  MOVE WS-TRK-SYSTEM(WS-TRK-INX)    TO RPT-OUT-SYSTEM
                  MOVE WS-TRK-SUBSYSTEM(WS-TRK-INX)
                                               TO RPT-OUT-SUBSYSTEM
                  MOVE WS-TRK-ENV(WS-TRK-INX)       TO RPT-OUT-ENV
                  MOVE WS-TRK-STGID(WS-TRK-INX)     TO RPT-OUT-STGID
                  MOVE WS-TRK-ACTION(WS-TRK-INX)    TO RPT-OUT-ACTION
                  MOVE WS-TRK-USER(WS-TRK-INX)      TO RPT-OUT-USER
                  WRITE CCIDPRPT-REC FROM WS-LEFT-OUT-LINE
               END-IF
           END-PERFORM.

      ******************************************************
      * THE ONE PIPELINE RECORD THE APIPIPE STEP DRIVES
      * THROUGH CREATE, NOTES AND CAST
      ******************************************************
       0800-WRITE-PIPELINE-RECORD.

           MOVE SPACES         TO PIPELINE-REC.
           MOVE WS-RUN-PACKAGE TO PIPE-PACKAGE-ID.
           MOVE WS-INC-COUNT   TO WS-DESC-COUNT.
           STRING 'CCID ' DELIMITED BY SIZE
                  WS-RUN-CCID DELIMITED BY SPACE
                  ' FROM ' DELIMITED BY SIZE
                  WS-RUN-ENV DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-RUN-STGID DELIMITED BY SIZE
                  ' -' DELIMITED BY SIZE
                  WS-DESC-COUNT DELIMITED BY SIZE
                  ' ELEMENTS' DELIMITED BY SIZE
              INTO PIPE-DESCRIPTION
           END-STRING.
           WRITE PIPELINE-REC.
