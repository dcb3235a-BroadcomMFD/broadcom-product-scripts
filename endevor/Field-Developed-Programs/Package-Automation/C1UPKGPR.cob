       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Promotion package generator - builds the next-   *
      *              stage package from an executed lower-stage one,  *
      *              so the PROD package is the content QA tested and *
      *              nothing is left out or slipped in by hand. Given *
      *              the executed package and the target environment, *
      *              the package's captured content (DD PKGMANIF, the *
      *              Before-CAST SCL capture) is parsed with the same *
      *              quoted-clause scan C1UCOLRP and C1UPKGSP use,    *
      *              one statement per element is rewritten for the   *
      *              target to DD PROMSCL, and the successor is       *
      *              created through ENA$NDVR ('C', the APIPIPE       *
      *              create stage) with the source's notes carried    *
      *              over and notes line 8 pointing back to the       *
      *              source ('M', the APIPIPE notes stage - a source  *
      *              line 8 is displaced by the stamp). DD PROMRPT    *
      *              shows the element-for-element correspondence.    *
      *                                                               *
      *              PARM (fixed columns):                            *
      *                1-16  executed source package ID               *
      *                18-25 target environment                       *
      *                27-42 successor package ID (optional)          *
      *                                                               *
      * SETUP:       The source must be EXECUTED (the 'I' inquiry).   *
      *              The route is the DD EXITCFG section %CCIDENVR    *
      *              promotion order (see COPY CCIDMSTR): the target  *
      *              must be the next map position after the source's *
      *              environment/stage on the PKGMASTR store, and     *
      *              that position's stage ID (else STAGE NUMBER 1)   *
      *              goes into the rewritten SCL. A source not on the *
      *              route, or no %CCIDENVR at all, takes the PARM    *
      *              target as given with a warning. The successor ID *
      *              keeps the source's ServiceNow-tied prefix (cols  *
      *              1-10, the INC/CHG object) plus '-' and the       *
      *              target environment's first five characters; one  *
      *              that already exists refuses the run (RC 8).      *
      *              ENA$NDVR messages/listing on DDs PROMMSG/PROMLST.*
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UPKGPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-PKGMANIF-FILE-STATUS.
           SELECT PROMSCL ASSIGN TO PROMSCL.
           SELECT PROMRPT ASSIGN TO PROMRPT.

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

       FD  PROMSCL
           RECORD CONTAINS 80 CHARACTERS.
       01  PROMSCL-REC                  PIC X(80).

       FD  PROMRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PROMRPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PKGMANIF-FILE-STATUS      PIC X(02).
           88  PKGMANIF-ATEND                   VALUE '10'.
           88  PKGMANIF-NOT-AVAILABLE           VALUE '30' '35'.

       01  WS-SOURCE-PKGID              PIC X(16).
       01  WS-TARGET-ENV                PIC X(08).
       01  WS-TARGET-STGID              PIC X(01) VALUE SPACE.
       01  WS-SUCC-PKGID                PIC X(16).
       01  WS-SOURCE-ENV                PIC X(08).
       01  WS-SOURCE-STGID              PIC X(01).

      *= Route - the %CCIDENVR promotion order ========================
       COPY EXITCFG.
       01  WS-ENVR-COUNT                PIC 9(02) VALUE 0.
       01  WS-ENVR-INX                  PIC 9(02).
       01  WS-ENVR-RANK                 PIC 9(02).
       01  WS-ENVR-TABLE.
           03  WS-ENVR-ENTRY OCCURS 32 TIMES.
               05  WS-ENVR-ENV          PIC X(08).
               05  FILLER               PIC X(01).
               05  WS-ENVR-STGID        PIC X(01).
       01  WS-ROUTE-NOTE                PIC X(40) VALUE SPACES.

       COPY PKGMASTR.

      *= Manifest element table, the C1UCOLRP parse shape ============
       01  WS-EL-MAX                    PIC 9(04) VALUE 500.
       01  WS-EL-COUNT                  PIC 9(04) VALUE 0.
       01  WS-EL-DROPPED                PIC 9(04) VALUE 0.
       01  WS-EL-INX                    PIC 9(04).
       01  WS-EL-TABLE.
           03  WS-EL-ENTRY OCCURS 500 TIMES.
               05  WS-EL-ELEMENT        PIC X(10).
               05  WS-EL-TYPE           PIC X(08).
               05  WS-EL-SYSTEM         PIC X(08).
               05  WS-EL-SUBSYS         PIC X(08).
               05  WS-EL-ENVIRON        PIC X(08).
               05  WS-EL-ACTION         PIC X(08).

       01  WS-CUR-OPEN                  PIC X(01) VALUE 'N'.
           88  STATEMENT-OPEN                   VALUE 'Y'.
       01  WS-CUR-ELEMENT               PIC X(10).
       01  WS-CUR-TYPE                  PIC X(08).
       01  WS-CUR-SYSTEM                PIC X(08).
       01  WS-CUR-SUBSYS                PIC X(08).
       01  WS-CUR-ENVIRON               PIC X(08).
       01  WS-CUR-ACTION                PIC X(08).

       01  WS-KEYWORD                   PIC X(12).
       01  WS-KEYWORD-LEN               PIC 9(02).
       01  WS-EXTRACT-VALUE             PIC X(10).
       01  WS-SCAN-POS                  PIC 9(04).
       01  WS-SCAN-LEN                  PIC 9(04).
       01  WS-PERIOD-TALLY              PIC 9(02).

       01  WS-SCL-LINE                  PIC X(80).
       01  WS-SCL-STATEMENTS            PIC 9(04) VALUE 0.
       01  WS-SUCC-DESC                 PIC X(50).
       01  WS-TRIM-TALLY                PIC 9(02).
       01  WS-ENV-TRIM-LEN              PIC 9(02).

       01  WS-ORIG-NOTES.
           03  WS-ORIG-NOTE             PIC X(60) OCCURS 8 TIMES.
       01  WS-XREF-NOTE                 PIC X(60).

       77  WS-PGM                       PIC X(8) VALUE 'ENA$NDVR'.

         COPY ECHAACTL.
         COPY ECHAPDEF.

       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(22) VALUE
               'PROMOTION OF PACKAGE '.
           03  TTL-SOURCE-PKGID         PIC X(16).
           03  FILLER                   PIC X(04) VALUE ' -> '.
           03  TTL-SUCC-PKGID           PIC X(16).
           03  FILLER                   PIC X(11) VALUE ' TARGET ENV'.
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  TTL-TARGET-ENV           PIC X(08).
           03  FILLER                   PIC X(01) VALUE '/'.
           03  TTL-TARGET-STGID         PIC X(01).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  TTL-ROUTE-NOTE           PIC X(40).
           03  FILLER                   PIC X(11) VALUE SPACES.
       01  WS-RPT-HEADER                PIC X(132) VALUE
           'ELEMENT    TYPE     SYSTEM   SUBSYS   | SOURCE ACTION FROM
      -    ' ENV | SUCCESSOR ACTION FROM ENV/STG'.
       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
       01  WS-CORRESPONDENCE-LINE.
           03  RPT-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SUBSYS               PIC X(08).
           03  FILLER                   PIC X(03) VALUE ' | '.
           03  RPT-SRC-ACTION           PIC X(08).
           03  FILLER                   PIC X(06) VALUE SPACES.
           03  RPT-SRC-ENV              PIC X(08).
           03  FILLER                   PIC X(03) VALUE ' | '.
           03  RPT-SUCC-ACTION          PIC X(08).
           03  FILLER                   PIC X(09) VALUE SPACES.
           03  RPT-SUCC-ENV             PIC X(08).
           03  FILLER                   PIC X(01) VALUE '/'.
           03  RPT-SUCC-STGID           PIC X(01).
           03  FILLER                   PIC X(40) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           03  RPT-SOURCE-COUNT         PIC ZZZ9.
           03  FILLER                   PIC X(23) VALUE
               ' ELEMENT(S) IN SOURCE, '.
           03  RPT-SUCC-COUNT           PIC ZZZ9.
           03  FILLER                   PIC X(26) VALUE
               ' STATEMENT(S) IN SUCCESSOR'.
           03  FILLER                   PIC X(75) VALUE SPACES.

         COPY RUNCTXH.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-TEXT                PIC X(42).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           OPEN OUTPUT PROMRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           PERFORM 0100-PARSE-PARM.
           PERFORM 0200-INQUIRE-SOURCE.
           PERFORM 0250-RESOLVE-ROUTE.
           PERFORM 0270-BUILD-SUCCESSOR-ID.
           PERFORM 0280-INQUIRE-SUCCESSOR.
           PERFORM 0300-READ-SOURCE-NOTES.
           PERFORM 1000-LOAD-MANIFEST.
           PERFORM 3000-WRITE-SUCCESSOR-SCL.
           PERFORM 4000-CREATE-SUCCESSOR.
           PERFORM 5000-REPORT-CORRESPONDENCE.

           CLOSE PROMRPT.
           DISPLAY 'C1UPKGPR: ' WS-SUCC-PKGID ' CREATED FROM '
                   WS-SOURCE-PKGID ' FOR ' WS-TARGET-ENV ' - '
                   WS-EL-COUNT ' ELEMENT(S)'.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of PROMRPT - see COPY RUNCTXH.
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
           WRITE PROMRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-PARSE-PARM.

           IF LINK-PARM-LENGTH < 18
              DISPLAY 'C1UPKGPR: PARM MUST CARRY PACKAGE ID 1-16 '
                      'AND TARGET ENVIRONMENT 18-25'
              PERFORM 9000-REFUSE-RC12
           END-IF.
           MOVE PARM-TEXT(1:16) TO WS-SOURCE-PKGID.
           MOVE SPACES TO WS-TARGET-ENV WS-SUCC-PKGID.
           IF LINK-PARM-LENGTH >= 25
              MOVE PARM-TEXT(18:8) TO WS-TARGET-ENV
           ELSE
              MOVE PARM-TEXT(18:LINK-PARM-LENGTH - 17)
                   TO WS-TARGET-ENV
           END-IF.
           IF LINK-PARM-LENGTH >= 27
              MOVE PARM-TEXT(27:LINK-PARM-LENGTH - 26)
                   TO WS-SUCC-PKGID
           END-IF.
           IF WS-SOURCE-PKGID = SPACES OR WS-TARGET-ENV = SPACES
              DISPLAY 'C1UPKGPR: PARM MUST CARRY PACKAGE ID 1-16 '
                      'AND TARGET ENVIRONMENT 18-25'
              PERFORM 9000-REFUSE-RC12
           END-IF.

      *-----------------------------------------------------------------
      *  Only an executed package has proven content to promote - the
      *  same 'I' inquiry C1UPKGRC and C1UPKGSP make.
      *-----------------------------------------------------------------
       0200-INQUIRE-SOURCE.

           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'PROMMSG'            TO AACTL-MSG-DDN.
           MOVE 'PROMLST'            TO AACTL-LIST-DDN.
           INITIALIZE         APDEF-RQ-DATAAREA.
           MOVE WS-SOURCE-PKGID      TO APDEF-RQ-PKGID.
           MOVE 'I'                  TO APDEF-RQ-FUNC.
           CALL WS-PGM     USING AACTL
                                 APDEF-RQ.
           IF AACTL-RTNCODE NOT = 0
              DISPLAY 'C1UPKGPR: ENA$NDVR INQUIRY FAILED RC='
                      AACTL-RTNCODE ' FOR ' WS-SOURCE-PKGID
                      ' - NOTHING PROMOTED'
              PERFORM 9000-REFUSE-RC12
           END-IF.
           IF APDEF-RQ-PACKAGE-STATUS NOT = 'EXECUTED'
              DISPLAY 'C1UPKGPR: ' WS-SOURCE-PKGID ' IS '
                      APDEF-RQ-PACKAGE-STATUS
                      ' - ONLY AN EXECUTED PACKAGE CAN BE PROMOTED'
              PERFORM 9100-REFUSE-RC8
           END-IF.

      *-----------------------------------------------------------------
      *  The source's environment/stage from the package master, its
      *  map position on %CCIDENVR, and the next position - which
      *  must be the requested target.
      *-----------------------------------------------------------------
       0250-RESOLVE-ROUTE.

           MOVE SPACES           TO WS-PKGMAST-RECORD.
           MOVE WS-SOURCE-PKGID  TO PM-PACKAGE-ID.
           MOVE 'R'              TO PM-REQUEST-CODE.
           CALL 'C1UPKGMU' USING WS-PKGMAST-RECORD.
           IF PM-RECORD-FOUND
              MOVE PM-ENV   TO WS-SOURCE-ENV
              MOVE PM-STGID TO WS-SOURCE-STGID
           ELSE
              MOVE SPACES   TO WS-SOURCE-ENV WS-SOURCE-STGID
           END-IF.

           MOVE SPACES TO WS-ENVR-TABLE.
           MOVE 'CCIDENVR' TO CFG-SECTION-NAME.
           MOVE 32         TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              PERFORM VARYING WS-ENVR-INX FROM 1 BY 1
                      UNTIL WS-ENVR-INX > CFG-ENTRY-COUNT
                         OR WS-ENVR-INX > 32
                 MOVE CFG-ENTRY-LINE(WS-ENVR-INX)(1:10)
                   TO WS-ENVR-ENTRY(WS-ENVR-INX)
                 MOVE WS-ENVR-INX TO WS-ENVR-COUNT
              END-PERFORM
           END-IF.

           MOVE 0 TO WS-ENVR-RANK.
           PERFORM VARYING WS-ENVR-INX FROM 1 BY 1
                   UNTIL WS-ENVR-INX > WS-ENVR-COUNT
                      OR WS-ENVR-RANK > 0
              IF WS-SOURCE-ENV = WS-ENVR-ENV(WS-ENVR-INX)
                 AND (WS-ENVR-STGID(WS-ENVR-INX) = SPACE
                   OR WS-SOURCE-STGID = WS-ENVR-STGID(WS-ENVR-INX))
                 MOVE WS-ENVR-INX TO WS-ENVR-RANK
              END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-ENVR-COUNT = 0
               MOVE 'NO ROUTE DEFINED - TARGET AS GIVEN'
                 TO WS-ROUTE-NOTE
             WHEN WS-ENVR-RANK = 0
               MOVE 'SOURCE NOT ON ROUTE - TARGET AS GIVEN'
                 TO WS-ROUTE-NOTE
             WHEN WS-ENVR-RANK >= WS-ENVR-COUNT
               DISPLAY 'C1UPKGPR: ' WS-SOURCE-PKGID ' RAN IN '
                       WS-SOURCE-ENV '/' WS-SOURCE-STGID
                       ', THE LAST STOP ON THE ROUTE - NOTHING '
                       'TO PROMOTE TO'
               PERFORM 9100-REFUSE-RC8
             WHEN WS-ENVR-ENV(WS-ENVR-RANK + 1) NOT = WS-TARGET-ENV
               DISPLAY 'C1UPKGPR: NEXT STOP AFTER ' WS-SOURCE-ENV
                       '/' WS-SOURCE-STGID ' IS '
                       WS-ENVR-ENV(WS-ENVR-RANK + 1)
                       ', NOT ' WS-TARGET-ENV ' - NOTHING PROMOTED'
               PERFORM 9100-REFUSE-RC8
             WHEN OTHER
               MOVE WS-ENVR-STGID(WS-ENVR-RANK + 1)
                 TO WS-TARGET-STGID
               MOVE 'NEXT STOP ON THE ROUTE' TO WS-ROUTE-NOTE
           END-EVALUATE.
           IF WS-ENVR-COUNT = 0 OR WS-ENVR-RANK = 0
              DISPLAY 'C1UPKGPR: WARNING - ' WS-ROUTE-NOTE
           END-IF.

      *-----------------------------------------------------------------
      *  Same ServiceNow-tied prefix as the source, target suffix.
      *-----------------------------------------------------------------
       0270-BUILD-SUCCESSOR-ID.

           IF WS-SUCC-PKGID = SPACES
              MOVE 0 TO WS-TRIM-TALLY
              INSPECT WS-TARGET-ENV TALLYING WS-TRIM-TALLY
                      FOR CHARACTERS BEFORE ' '
              MOVE WS-TRIM-TALLY TO WS-ENV-TRIM-LEN
              IF WS-ENV-TRIM-LEN > 5
                 MOVE 5 TO WS-ENV-TRIM-LEN
              END-IF
              STRING WS-SOURCE-PKGID(1:10) '-'
                     WS-TARGET-ENV(1:WS-ENV-TRIM-LEN)
                 DELIMITED BY SIZE INTO WS-SUCC-PKGID
              END-STRING
           END-IF.
           IF WS-SUCC-PKGID = WS-SOURCE-PKGID
              DISPLAY 'C1UPKGPR: SUCCESSOR ID ' WS-SUCC-PKGID
                      ' IS THE SOURCE ITSELF - NOTHING PROMOTED'
              PERFORM 9000-REFUSE-RC12
           END-IF.

       0280-INQUIRE-SUCCESSOR.

           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'PROMMSG'            TO AACTL-MSG-DDN.
           MOVE 'PROMLST'            TO AACTL-LIST-DDN.
           INITIALIZE         APDEF-RQ-DATAAREA.
           MOVE WS-SUCC-PKGID        TO APDEF-RQ-PKGID.
           MOVE 'I'                  TO APDEF-RQ-FUNC.
           CALL WS-PGM     USING AACTL
                                 APDEF-RQ.
           IF AACTL-RTNCODE = 0
              DISPLAY 'C1UPKGPR: ' WS-SUCC-PKGID ' ALREADY EXISTS ('
                      APDEF-RQ-PACKAGE-STATUS ') - NOTHING PROMOTED'
              PERFORM 9100-REFUSE-RC8
           END-IF.

      *-----------------------------------------------------------------
      *  The source's NOTES1-8, read the way the APIPIPE notes stage
      *  reads them ('M' with the update switch off).
      *-----------------------------------------------------------------
       0300-READ-SOURCE-NOTES.

           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'PROMMSG'            TO AACTL-MSG-DDN.
           MOVE 'PROMLST'            TO AACTL-LIST-DDN.
           INITIALIZE         APDEF-RQ-DATAAREA.
           MOVE WS-SOURCE-PKGID      TO APDEF-RQ-PKGID.
           MOVE 'M'                  TO APDEF-RQ-FUNC.
           MOVE 'N'                  TO APDEF-RQ-UPDT-NOTES.
           CALL WS-PGM     USING AACTL
                                 APDEF-RQ.
           IF AACTL-RTNCODE = 0
              MOVE APDEF-RQ-NOTES1 TO WS-ORIG-NOTE(1)
              MOVE APDEF-RQ-NOTES2 TO WS-ORIG-NOTE(2)
              MOVE APDEF-RQ-NOTES3 TO WS-ORIG-NOTE(3)
              MOVE APDEF-RQ-NOTES4 TO WS-ORIG-NOTE(4)
              MOVE APDEF-RQ-NOTES5 TO WS-ORIG-NOTE(5)
              MOVE APDEF-RQ-NOTES6 TO WS-ORIG-NOTE(6)
              MOVE APDEF-RQ-NOTES7 TO WS-ORIG-NOTE(7)
              MOVE APDEF-RQ-NOTES8 TO WS-ORIG-NOTE(8)
           ELSE
              DISPLAY 'C1UPKGPR: NOTES READ FAILED RC='
                      AACTL-RTNCODE ' - SUCCESSOR GETS THE '
                      'BACK-REFERENCE ONLY'
              MOVE SPACES TO WS-ORIG-NOTES
           END-IF.

      *-----------------------------------------------------------------
      *  The source's captured SCL - the C1UPKGSP parse.
      *-----------------------------------------------------------------
       1000-LOAD-MANIFEST.

           OPEN INPUT PKGMANIF.
           IF PKGMANIF-NOT-AVAILABLE
              DISPLAY 'C1UPKGPR: DD PKGMANIF NOT AVAILABLE - '
                      'NOTHING PROMOTED'
              PERFORM 9000-REFUSE-RC12
           END-IF.
           PERFORM 1100-READ-PKGMANIF.
           PERFORM 1200-PARSE-ONE-RECORD THRU 1200-NEXT
               UNTIL PKGMANIF-ATEND.
           PERFORM 1300-CLOSE-OPEN-STATEMENT.
           CLOSE PKGMANIF.

           IF WS-EL-COUNT = 0
              DISPLAY 'C1UPKGPR: NO MANIFEST ELEMENTS CAPTURED FOR '
                      WS-SOURCE-PKGID ' - NOTHING PROMOTED'
              PERFORM 9100-REFUSE-RC8
           END-IF.
           IF WS-EL-DROPPED > 0
              DISPLAY 'C1UPKGPR: ' WS-EL-DROPPED ' ELEMENT(S) PAST '
                      'THE ' WS-EL-MAX '-ENTRY TABLE - A PARTIAL '
                      'PROMOTION IS NOT THE TESTED CONTENT'
              PERFORM 9000-REFUSE-RC12
           END-IF.

       1100-READ-PKGMANIF.

           READ PKGMANIF
               AT END MOVE '10' TO WS-PKGMANIF-FILE-STATUS
           END-READ.

       1200-PARSE-ONE-RECORD.

           IF MAN-PACKAGE-ID NOT = WS-SOURCE-PKGID
              GO TO 1200-NEXT
           END-IF.
           MOVE ' ELEMENT ''' TO WS-KEYWORD.
           MOVE 10 TO WS-KEYWORD-LEN.
           PERFORM 1400-EXTRACT-QUOTED-VALUE.
           IF WS-EXTRACT-VALUE NOT = SPACES
              PERFORM 1300-CLOSE-OPEN-STATEMENT
              MOVE 'Y' TO WS-CUR-OPEN
              MOVE WS-EXTRACT-VALUE TO WS-CUR-ELEMENT
              MOVE SPACES TO WS-CUR-TYPE WS-CUR-SYSTEM
                             WS-CUR-SUBSYS WS-CUR-ENVIRON
              PERFORM 1450-EXTRACT-ACTION-WORD
           END-IF.
           IF STATEMENT-OPEN
              MOVE ' ENVIRONMENT ''' TO WS-KEYWORD
              MOVE 14 TO WS-KEYWORD-LEN
              PERFORM 1400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-ENVIRON
              END-IF
              MOVE ' SYSTEM ''' TO WS-KEYWORD
              MOVE 9 TO WS-KEYWORD-LEN
              PERFORM 1400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-SYSTEM
              END-IF
              MOVE ' SUBSYSTEM ''' TO WS-KEYWORD
              MOVE 12 TO WS-KEYWORD-LEN
              PERFORM 1400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-SUBSYS
              END-IF
              MOVE ' TYPE ''' TO WS-KEYWORD
              MOVE 7 TO WS-KEYWORD-LEN
              PERFORM 1400-EXTRACT-QUOTED-VALUE
              IF WS-EXTRACT-VALUE NOT = SPACES
                 MOVE WS-EXTRACT-VALUE(1:8) TO WS-CUR-TYPE
              END-IF
              MOVE 0 TO WS-PERIOD-TALLY
              INSPECT MAN-SCL-RECORD TALLYING WS-PERIOD-TALLY
                      FOR ALL '.'
              IF WS-PERIOD-TALLY > 0
                 PERFORM 1300-CLOSE-OPEN-STATEMENT
              END-IF
           END-IF.
       1200-NEXT.
           PERFORM 1100-READ-PKGMANIF.

       1300-CLOSE-OPEN-STATEMENT.

           IF STATEMENT-OPEN
              IF WS-EL-COUNT < WS-EL-MAX
                 ADD 1 TO WS-EL-COUNT
                 MOVE WS-CUR-ELEMENT  TO WS-EL-ELEMENT(WS-EL-COUNT)
                 MOVE WS-CUR-TYPE     TO WS-EL-TYPE(WS-EL-COUNT)
                 MOVE WS-CUR-SYSTEM   TO WS-EL-SYSTEM(WS-EL-COUNT)
                 MOVE WS-CUR-SUBSYS   TO WS-EL-SUBSYS(WS-EL-COUNT)
                 MOVE WS-CUR-ENVIRON  TO WS-EL-ENVIRON(WS-EL-COUNT)
                 MOVE WS-CUR-ACTION   TO WS-EL-ACTION(WS-EL-COUNT)
              ELSE
                 ADD 1 TO WS-EL-DROPPED
              END-IF
              MOVE 'N' TO WS-CUR-OPEN
           END-IF.

      *-----------------------------------------------------------------
      *  Pull the quoted value following WS-KEYWORD out of the SCL
      *  record - the C1UCOLRP scan. Comes back SPACES when the
      *  keyword is not on this record.
      *-----------------------------------------------------------------
       1400-EXTRACT-QUOTED-VALUE.

           MOVE SPACES TO WS-EXTRACT-VALUE.
           MOVE 0 TO WS-SCAN-POS.
           INSPECT MAN-SCL-RECORD TALLYING WS-SCAN-POS
                   FOR CHARACTERS BEFORE
                   WS-KEYWORD(1:WS-KEYWORD-LEN).
           IF WS-SCAN-POS < 70
              COMPUTE WS-SCAN-POS =
                  WS-SCAN-POS + WS-KEYWORD-LEN + 1
              MOVE 0 TO WS-SCAN-LEN
              INSPECT MAN-SCL-RECORD(WS-SCAN-POS:)
                      TALLYING WS-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-SCAN-LEN > 10
                 MOVE 10 TO WS-SCAN-LEN
              END-IF
              IF WS-SCAN-LEN > 0
                 MOVE MAN-SCL-RECORD(WS-SCAN-POS:WS-SCAN-LEN)
                      TO WS-EXTRACT-VALUE(1:WS-SCAN-LEN)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The statement's action is the first word of the record that
      *  opened it - ADD/UPDATE/MOVE and friends.
      *-----------------------------------------------------------------
       1450-EXTRACT-ACTION-WORD.

           MOVE SPACES TO WS-CUR-ACTION.
           MOVE 0 TO WS-SCAN-POS.
           INSPECT MAN-SCL-RECORD TALLYING WS-SCAN-POS
                   FOR LEADING SPACES.
           IF WS-SCAN-POS < 70
              ADD 1 TO WS-SCAN-POS
              MOVE 0 TO WS-SCAN-LEN
              INSPECT MAN-SCL-RECORD(WS-SCAN-POS:)
                      TALLYING WS-SCAN-LEN
                      FOR CHARACTERS BEFORE ' '
              IF WS-SCAN-LEN > 8
                 MOVE 8 TO WS-SCAN-LEN
              END-IF
              IF WS-SCAN-LEN > 0
                 MOVE MAN-SCL-RECORD(WS-SCAN-POS:WS-SCAN-LEN)
                      TO WS-CUR-ACTION(1:WS-SCAN-LEN)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  One statement per source element, rewritten for the target:
      *  the same action, element, system, subsystem and type, FROM
      *  the target environment at the route's stage. The member is
      *  complete and closed before the create runs.
      *-----------------------------------------------------------------
       3000-WRITE-SUCCESSOR-SCL.

           OPEN OUTPUT PROMSCL.
           PERFORM 3100-WRITE-ONE-ELEMENT
               VARYING WS-EL-INX FROM 1 BY 1
               UNTIL WS-EL-INX > WS-EL-COUNT.
           CLOSE PROMSCL.

       3100-WRITE-ONE-ELEMENT.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '  ' DELIMITED BY SIZE
                  WS-EL-ACTION(WS-EL-INX) DELIMITED BY SPACE
                  ' ELEMENT ''' DELIMITED BY SIZE
                  WS-EL-ELEMENT(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE PROMSCL-REC FROM WS-SCL-LINE.

           MOVE SPACES TO WS-SCL-LINE.
           STRING '   FROM ENVIRONMENT ''' DELIMITED BY SIZE
                  WS-TARGET-ENV DELIMITED BY SPACE
                  ''' SYSTEM ''' DELIMITED BY SIZE
                  WS-EL-SYSTEM(WS-EL-INX) DELIMITED BY SPACE
                  ''' SUBSYSTEM ''' DELIMITED BY SIZE
                  WS-EL-SUBSYS(WS-EL-INX) DELIMITED BY SPACE
                  '''' DELIMITED BY SIZE
              INTO WS-SCL-LINE
           END-STRING.
           WRITE PROMSCL-REC FROM WS-SCL-LINE.

           MOVE SPACES TO WS-SCL-LINE.
           IF WS-TARGET-STGID = SPACE
              STRING '   TYPE ''' DELIMITED BY SIZE
                     WS-EL-TYPE(WS-EL-INX) DELIMITED BY SPACE
                     ''' STAGE NUMBER 1 .' DELIMITED BY SIZE
                 INTO WS-SCL-LINE
              END-STRING
           ELSE
              STRING '   TYPE ''' DELIMITED BY SIZE
                     WS-EL-TYPE(WS-EL-INX) DELIMITED BY SPACE
                     ''' STAGE ''' DELIMITED BY SIZE
                     WS-TARGET-STGID DELIMITED BY SIZE
                     ''' .' DELIMITED BY SIZE
                 INTO WS-SCL-LINE
              END-STRING
           END-IF.
           WRITE PROMSCL-REC FROM WS-SCL-LINE.
           ADD 1 TO WS-SCL-STATEMENTS.

      *-----------------------------------------------------------------
      *  Create the successor through ENA$NDVR (the APIPIPE create
      *  stage) and stamp its notes: the source's lines 1-7 carried
      *  over, line 8 the back-reference.
      *-----------------------------------------------------------------
       4000-CREATE-SUCCESSOR.

           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'PROMMSG'            TO AACTL-MSG-DDN.
           MOVE 'PROMLST'            TO AACTL-LIST-DDN.
           INITIALIZE         APDEF-RQ-DATAAREA.
           MOVE WS-SUCC-PKGID        TO APDEF-RQ-PKGID.
           MOVE 'C'                  TO APDEF-RQ-FUNC.
           MOVE 'N'                  TO APDEF-RQ-APPEND.
           MOVE 'PROMSCL'            TO APDEF-RQ-IMPORT-DDN.
           MOVE SPACES TO WS-SUCC-DESC.
           STRING 'PROMOTION OF ' WS-SOURCE-PKGID ' TO '
                  WS-TARGET-ENV
              DELIMITED BY SIZE INTO WS-SUCC-DESC
           END-STRING.
           MOVE WS-SUCC-DESC         TO APDEF-RQ-DESC.
           CALL WS-PGM     USING AACTL
                                 APDEF-RQ.
           IF AACTL-RTNCODE NOT = 0
              DISPLAY 'C1UPKGPR: CREATE FAILED RC=' AACTL-RTNCODE
                      ' FOR ' WS-SUCC-PKGID
              PERFORM 9000-REFUSE-RC12
           END-IF.

           MOVE SPACES TO WS-XREF-NOTE.
           STRING 'PROMOTED FROM EXECUTED ' WS-SOURCE-PKGID
                  ' - SAME CONTENT'
              DELIMITED BY SIZE INTO WS-XREF-NOTE
           END-STRING.
           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'PROMMSG'            TO AACTL-MSG-DDN.
           MOVE 'PROMLST'            TO AACTL-LIST-DDN.
           INITIALIZE         APDEF-RQ-DATAAREA.
           MOVE WS-SUCC-PKGID        TO APDEF-RQ-PKGID.
           MOVE 'M'                  TO APDEF-RQ-FUNC.
           MOVE 'Y'                  TO APDEF-RQ-UPDT-NOTES.
           MOVE WS-ORIG-NOTE(1)      TO APDEF-RQ-NOTES1.
           MOVE WS-ORIG-NOTE(2)      TO APDEF-RQ-NOTES2.
           MOVE WS-ORIG-NOTE(3)      TO APDEF-RQ-NOTES3.
           MOVE WS-ORIG-NOTE(4)      TO APDEF-RQ-NOTES4.
           MOVE WS-ORIG-NOTE(5)      TO APDEF-RQ-NOTES5.
           MOVE WS-ORIG-NOTE(6)      TO APDEF-RQ-NOTES6.
           MOVE WS-ORIG-NOTE(7)      TO APDEF-RQ-NOTES7.
           MOVE WS-XREF-NOTE         TO APDEF-RQ-NOTES8.
           CALL WS-PGM     USING AACTL
                                 APDEF-RQ.
           IF AACTL-RTNCODE NOT = 0
              DISPLAY 'C1UPKGPR: NOTES STAMP FAILED RC='
                      AACTL-RTNCODE ' FOR ' WS-SUCC-PKGID
                      ' - SUCCESSOR CREATED WITHOUT THE '
                      'BACK-REFERENCE'
           END-IF.

       5000-REPORT-CORRESPONDENCE.

           MOVE WS-SOURCE-PKGID TO TTL-SOURCE-PKGID.
           MOVE WS-SUCC-PKGID   TO TTL-SUCC-PKGID.
           MOVE WS-TARGET-ENV   TO TTL-TARGET-ENV.
           IF WS-TARGET-STGID = SPACE
              MOVE '1' TO TTL-TARGET-STGID
           ELSE
              MOVE WS-TARGET-STGID TO TTL-TARGET-STGID
           END-IF.
           MOVE WS-ROUTE-NOTE   TO TTL-ROUTE-NOTE.
           WRITE PROMRPT-REC FROM WS-TITLE-LINE.
           WRITE PROMRPT-REC FROM WS-BLANK-LINE.
           WRITE PROMRPT-REC FROM WS-RPT-HEADER.
           PERFORM 5100-REPORT-ONE-ELEMENT
               VARYING WS-EL-INX FROM 1 BY 1
               UNTIL WS-EL-INX > WS-EL-COUNT.
           WRITE PROMRPT-REC FROM WS-BLANK-LINE.
           MOVE WS-EL-COUNT       TO RPT-SOURCE-COUNT.
           MOVE WS-SCL-STATEMENTS TO RPT-SUCC-COUNT.
           WRITE PROMRPT-REC FROM WS-SUMMARY-LINE.

       5100-REPORT-ONE-ELEMENT.

           MOVE WS-EL-ELEMENT(WS-EL-INX) TO RPT-ELEMENT.
           MOVE WS-EL-TYPE(WS-EL-INX)    TO RPT-TYPE.
           MOVE WS-EL-SYSTEM(WS-EL-INX)  TO RPT-SYSTEM.
           MOVE WS-EL-SUBSYS(WS-EL-INX)  TO RPT-SUBSYS.
           MOVE WS-EL-ACTION(WS-EL-INX)  TO RPT-SRC-ACTION
                                            RPT-SUCC-ACTION.
           MOVE WS-EL-ENVIRON(WS-EL-INX) TO RPT-SRC-ENV.
           MOVE WS-TARGET-ENV            TO RPT-SUCC-ENV.
           MOVE TTL-TARGET-STGID         TO RPT-SUCC-STGID.
           WRITE PROMRPT-REC FROM WS-CORRESPONDENCE-LINE.

      *-----------------------------------------------------------------
      *  Refusals: RC 12 for a run that cannot proceed (parm, DD or
      *  API failure), RC 8 for a package that cannot be promoted.
      *-----------------------------------------------------------------
       9000-REFUSE-RC12.

           CLOSE PROMRPT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       9100-REFUSE-RC8.

           CLOSE PROMRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
