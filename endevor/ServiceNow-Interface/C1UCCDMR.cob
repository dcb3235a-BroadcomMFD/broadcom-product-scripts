       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Inquiry/report over the keyed DD CCIDMSTR CCID   *
      *              master C1UEXT02 maintains through C1UCCDMU (see  *
      *              COPY CCIDMSTR). PARM cols 1-12 may name one CCID *
      *              for a single-CCID inquiry - its lifecycle header *
      *              plus every element and package it carried; with  *
      *              no CCID every lifecycle header is listed. PARM   *
      *              cols 14-16 is the activity window in days for    *
      *              the exception list below (default 30).           *
      *                                                               *
      *              Closed CCIDs still in use: every CCID tied to a  *
      *              ServiceNow INC/CHG object that has either been   *
      *              used inside the activity window or carried a     *
      *              package the keyed DD PKGMASTR master still shows *
      *              IN-EDIT (never cast) is re-queried through       *
      *              SNINCQRY, and those whose object answers         *
      *              active='false' are listed - work still going on  *
      *              under a ticket ServiceNow has already closed.    *
      *              Same query, same table mapping as C1USNAUD.      *
      *              Report goes to DD CCDMRRPT; RC 4 when the list   *
      *              is not empty or anything had to be skipped.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UCCDMR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCIDMSTR ASSIGN TO CCIDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-KEY
               FILE STATUS IS WS-CCIDMSTR-FILE-STATUS.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT CCDMRRPT ASSIGN TO CCDMRRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CCIDMSTR
           RECORD CONTAINS 128 CHARACTERS.
       01  CCIDMSTR-REC.
           03  CMF-KEY                      PIC X(47).
           03  CMF-DATA                     PIC X(81).

       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMF-PACKAGE-ID               PIC X(16).
           03  PMF-ENV                      PIC X(08).
           03  PMF-STGID                    PIC X(01).
           03  PMF-PACKAGE-STATUS           PIC X(12).
           03  FILLER                       PIC X(63).

       FD  CCDMRRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CCDMRRPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CCIDMSTR-FILE-STATUS          PIC X(02).
       01  WS-PKGMASTR-FILE-STATUS          PIC X(02).
       01  WS-PKGMASTR-OPEN                 PIC X(01) VALUE 'N'.
           88  PKGMASTR-AVAILABLE                   VALUE 'Y'.
       01  WS-READ-DONE                     PIC X(01) VALUE 'N'.
           88  MASTER-READ-DONE                     VALUE 'Y'.

       COPY CCIDMSTR.

       01  WS-INQUIRY-CCID                  PIC X(12) VALUE SPACES.
       01  WS-WINDOW-DAYS                   PIC 9(03) VALUE 30.
       01  WS-TODAY-DATE                    PIC 9(08).
       01  WS-CUTOFF-DATE                   PIC 9(08).

       01  WS-LISTED-COUNT                  PIC 9(05) VALUE 0.
       01  WS-ELEMENT-LINES                 PIC 9(05) VALUE 0.
       01  WS-PACKAGE-LINES                 PIC 9(05) VALUE 0.
       01  WS-EXCEPTION-COUNT               PIC 9(04) VALUE 0.
       01  WS-QUERY-FAILED-COUNT            PIC 9(04) VALUE 0.

      *= The CCID whose header/detail records are being read ==========
       01  WS-CUR-ACTIVE                    PIC X(01) VALUE 'N'.
           88  CURRENT-CCID-OPEN                    VALUE 'Y'.
       01  WS-CUR-CCID                      PIC X(12).
       01  WS-CUR-OBJECT                    PIC X(10).
       01  WS-CUR-LAST-DATE                 PIC 9(08).
       01  WS-CUR-UNCAST                    PIC 9(04).
       01  WS-CUR-UNCAST-PKGID              PIC X(16).
       01  WS-PKG-STATUS                    PIC X(12).

      *= CCIDs still in use under an INC/CHG object ===================
       01  WS-CN-MAX                        PIC 9(04) VALUE 500.
       01  WS-CN-COUNT                      PIC 9(04) VALUE 0.
       01  WS-CN-DROPPED                    PIC 9(04) VALUE 0.
       01  WS-CN-INX                        PIC 9(04).
       01  WS-CN-TABLE.
           03  WS-CN-ENTRY OCCURS 500 TIMES.
               05  WS-CN-CCID               PIC X(12).
               05  WS-CN-OBJ                PIC X(10).
               05  WS-CN-LAST-DATE          PIC 9(08).
               05  WS-CN-UNCAST             PIC 9(04).
               05  WS-CN-UNCAST-PKGID       PIC X(16).

      *= Distinct objects plus their queried outcome ==================
       01  WS-OB-MAX                        PIC 9(03) VALUE 200.
       01  WS-OB-COUNT                      PIC 9(03) VALUE 0.
       01  WS-OB-DROPPED                    PIC 9(04) VALUE 0.
       01  WS-OB-INX                        PIC 9(03).
       01  WS-OB-HIT-INX                    PIC 9(03).
       01  WS-OB-TABLE.
           03  WS-OB-ENTRY OCCURS 200 TIMES.
               05  WS-OB-OBJ                PIC X(10).
               05  WS-OB-ACTIVE             PIC X(05).
               05  WS-OB-STATE              PIC X(01).
               05  WS-OB-QUERIED            PIC X(01).
                   88  OB-QUERIED                   VALUE 'Y'.
                   88  OB-QUERY-FAILED              VALUE 'F'.

      *= SNINCQRY call parameters =====================================
       01  WS-INC-NUMBER                    PIC X(11).
       01  WS-INC-IS-ACTIVE                 PIC X(05).
       01  WS-INC-STATE                     PIC X(01).
       01  WS-SN-TABLE-NAME                 PIC X(20).

       01  WS-WINDOW-LINE.
           03  FILLER                       PIC X(36) VALUE
               'ACTIVITY WINDOW FOR CLOSED LIST:    '.
           03  WIN-DAYS                     PIC ZZ9.
           03  FILLER                       PIC X(12) VALUE
               ' DAYS, FROM '.
           03  WIN-CUTOFF-DATE              PIC 9(08).
           03  FILLER                       PIC X(73) VALUE SPACES.

       01  WS-HDR-LINE.
           03  FILLER                       PIC X(56) VALUE
               'CCID         SN OBJECT  FIRST USE       LAST USE'.
           03  FILLER                       PIC X(76) VALUE
               'ACTIONS ELEMS  PKGS HIGHEST    LAST USER'.

       01  WS-DETAIL-LINE.
           03  RPT-CCID                     PIC X(12).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-OBJECT                   PIC X(10).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-FIRST-DATE               PIC 9(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-FIRST-TIME               PIC 9(06).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-LAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-ACTIONS                  PIC Z(06)9.
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-ELEMENTS                 PIC Z(04)9.
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-PACKAGES                 PIC Z(04)9.
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-HIGH-ENV                 PIC X(08).
           03  RPT-HIGH-SLASH               PIC X(01).
           03  RPT-HIGH-STGID               PIC X(01).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-LAST-USER                PIC X(08).
           03  FILLER                       PIC X(37) VALUE SPACES.

       01  WS-ELEMENT-LINE.
           03  FILLER                       PIC X(04) VALUE SPACES.
           03  FILLER                       PIC X(08) VALUE 'ELEMENT '.
           03  RPE-SYSTEM                   PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPE-SUBSYSTEM                PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPE-TYPE                     PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPE-ELEMENT                  PIC X(10).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPE-FIRST-DATE               PIC 9(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPE-LAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPE-ACTIONS                  PIC Z(04)9.
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPE-LAST-ACTION              PIC X(10).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPE-LAST-ENV                 PIC X(08).
           03  RPE-LAST-SLASH               PIC X(01).
           03  RPE-LAST-STGID               PIC X(01).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPE-LAST-USER                PIC X(08).
           03  FILLER                       PIC X(19) VALUE SPACES.

       01  WS-PACKAGE-LINE.
           03  FILLER                       PIC X(04) VALUE SPACES.
           03  FILLER                       PIC X(08) VALUE 'PACKAGE '.
           03  RPP-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(20) VALUE SPACES.
           03  RPP-FIRST-DATE               PIC 9(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPP-LAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPP-ACTIONS                  PIC Z(04)9.
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPP-STATUS                   PIC X(12).
           03  FILLER                       PIC X(48) VALUE SPACES.

       01  WS-NOTFOUND-LINE.
           03  FILLER                       PIC X(32) VALUE
               'NO MASTER RECORD FOR CCID:      '.
           03  NFL-CCID                     PIC X(12).
           03  FILLER                       PIC X(88) VALUE SPACES.

       01  WS-CLOSED-TITLE-LINE             PIC X(132) VALUE
           'CLOSED CCIDS STILL IN USE'.
       01  WS-CLOSED-HDR-LINE.
           03  FILLER                       PIC X(53) VALUE
               'CCID         SN OBJECT  ACTIVE STATE LAST USE UNCAST'.
           03  FILLER                       PIC X(79) VALUE
               'UNCAST PACKAGE'.

       01  WS-CLOSED-LINE.
           03  RPC-CCID                     PIC X(12).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPC-OBJECT                   PIC X(10).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPC-ACTIVE                   PIC X(05).
           03  FILLER                       PIC X(02) VALUE SPACES.
           03  RPC-STATE                    PIC X(01).
           03  FILLER                       PIC X(05) VALUE SPACES.
           03  RPC-LAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPC-UNCAST                   PIC Z(05)9.
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPC-UNCAST-PKGID             PIC X(16).
           03  FILLER                       PIC X(63) VALUE SPACES.

       01  WS-NONE-LINE                     PIC X(132) VALUE
           'NO CLOSED CCIDS STILL IN USE'.

         COPY RUNCTXH.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH             PIC S9(04) COMP.
           05  PARM-CCID                    PIC X(12).
           05  FILLER                       PIC X(01).
           05  PARM-DAYS                    PIC X(03).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           IF LINK-PARM-LENGTH > 11
              MOVE PARM-CCID TO WS-INQUIRY-CCID
           ELSE
              IF LINK-PARM-LENGTH > 0
                 MOVE PARM-CCID(1:LINK-PARM-LENGTH) TO WS-INQUIRY-CCID
              END-IF
           END-IF.
           IF LINK-PARM-LENGTH >= 16
              AND PARM-DAYS NOT = SPACES
              IF PARM-DAYS IS NUMERIC
                 MOVE PARM-DAYS TO WS-WINDOW-DAYS
              ELSE
                 DISPLAY 'C1UCCDMR: BAD PARM - COLS 14-16 MUST BE A '
                         'DAY COUNT: ' PARM-DAYS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - WS-WINDOW-DAYS).

           OPEN INPUT CCIDMSTR.
           IF WS-CCIDMSTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1UCCDMR: CCIDMSTR OPEN FAILED - FILE STATUS '
                      WS-CCIDMSTR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS = '00'
              MOVE 'Y' TO WS-PKGMASTR-OPEN
           ELSE
              DISPLAY 'C1UCCDMR: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
                      ' - UNCAST PACKAGES NOT CHECKED'
           END-IF.
           OPEN OUTPUT CCDMRRPT.

           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-WINDOW-DAYS TO WIN-DAYS.
           MOVE WS-CUTOFF-DATE TO WIN-CUTOFF-DATE.
           WRITE CCDMRRPT-REC FROM WS-WINDOW-LINE.
           WRITE CCDMRRPT-REC FROM WS-HDR-LINE.

           IF WS-INQUIRY-CCID NOT = SPACES
              PERFORM 0100-INQUIRE-ONE-CCID
           ELSE
              PERFORM 0200-LIST-ALL-CCIDS
           END-IF.
           PERFORM 2900-CLOSE-CURRENT-CCID.

           PERFORM 3000-QUERY-EACH-OBJECT
                   VARYING WS-OB-INX FROM 1 BY 1
                   UNTIL WS-OB-INX > WS-OB-COUNT.

           MOVE SPACES TO CCDMRRPT-REC.
           WRITE CCDMRRPT-REC.
           WRITE CCDMRRPT-REC FROM WS-CLOSED-TITLE-LINE.
           WRITE CCDMRRPT-REC FROM WS-CLOSED-HDR-LINE.
           PERFORM 4000-REPORT-ONE-CANDIDATE
                   VARYING WS-CN-INX FROM 1 BY 1
                   UNTIL WS-CN-INX > WS-CN-COUNT.
           IF WS-EXCEPTION-COUNT = 0
              WRITE CCDMRRPT-REC FROM WS-NONE-LINE
           END-IF.

           IF WS-CN-DROPPED > 0
              DISPLAY 'C1UCCDMR: WARNING - ' WS-CN-DROPPED
                      ' CCID(S) NOT CHECKED, TABLE FULL'
           END-IF.
           IF WS-OB-DROPPED > 0
              DISPLAY 'C1UCCDMR: WARNING - ' WS-OB-DROPPED
                      ' CCID(S) NOT CHECKED, OBJECT TABLE FULL'
           END-IF.

           CLOSE CCIDMSTR.
           IF PKGMASTR-AVAILABLE
              CLOSE PKGMASTR
           END-IF.
           CLOSE CCDMRRPT.

           DISPLAY 'C1UCCDMR: ' WS-LISTED-COUNT ' CCID(S) LISTED, '
                   WS-CN-COUNT ' CHECKED AGAINST SERVICENOW, '
                   WS-EXCEPTION-COUNT ' CLOSED BUT STILL IN USE'.

           IF WS-EXCEPTION-COUNT > 0
              OR WS-CN-DROPPED > 0
              OR WS-OB-DROPPED > 0
              OR WS-QUERY-FAILED-COUNT > 0
              OR NOT PKGMASTR-AVAILABLE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of CCDMRRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO CCDMRRPT-REC.
           WRITE CCDMRRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  One CCID - its header, then every element and package record
      *  under it, all in one keyed START on the CCID.
      *-----------------------------------------------------------------
       0100-INQUIRE-ONE-CCID.

           MOVE 'N' TO WS-READ-DONE.
           MOVE LOW-VALUES      TO CMF-KEY.
           MOVE WS-INQUIRY-CCID TO CMF-KEY(1:12).
           START CCIDMSTR KEY IS NOT LESS THAN CMF-KEY
               INVALID KEY MOVE 'Y' TO WS-READ-DONE
           END-START.
           PERFORM UNTIL MASTER-READ-DONE
               READ CCIDMSTR NEXT RECORD INTO WS-CCIDMAST-RECORD
                   AT END MOVE 'Y' TO WS-READ-DONE
               END-READ
               IF NOT MASTER-READ-DONE
                  IF CM-CCID NOT = WS-INQUIRY-CCID
                     MOVE 'Y' TO WS-READ-DONE
                  ELSE
                     PERFORM 1000-TAKE-MASTER-RECORD
                  END-IF
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
              MOVE WS-INQUIRY-CCID TO NFL-CCID
              WRITE CCDMRRPT-REC FROM WS-NOTFOUND-LINE
           END-IF.

       0200-LIST-ALL-CCIDS.

           MOVE 'N' TO WS-READ-DONE.
           MOVE LOW-VALUES TO CMF-KEY.
           START CCIDMSTR KEY IS NOT LESS THAN CMF-KEY
               INVALID KEY MOVE 'Y' TO WS-READ-DONE
           END-START.
           PERFORM UNTIL MASTER-READ-DONE
               READ CCIDMSTR NEXT RECORD INTO WS-CCIDMAST-RECORD
                   AT END MOVE 'Y' TO WS-READ-DONE
                   NOT AT END PERFORM 1000-TAKE-MASTER-RECORD
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      *  The header sorts ahead of its CCID's detail records, so a
      *  header closes the previous CCID and opens the next. Element
      *  and package detail is printed only for a single-CCID inquiry;
      *  package records are checked against PKGMASTR either way.
      *-----------------------------------------------------------------
       1000-TAKE-MASTER-RECORD.

           EVALUATE TRUE
             WHEN CM-HEADER-REC
               PERFORM 2900-CLOSE-CURRENT-CCID
               MOVE 'Y'             TO WS-CUR-ACTIVE
               MOVE CM-CCID         TO WS-CUR-CCID
               MOVE CMH-SNOW-OBJECT TO WS-CUR-OBJECT
               MOVE CMH-LAST-DATE   TO WS-CUR-LAST-DATE
               MOVE 0               TO WS-CUR-UNCAST
               MOVE SPACES          TO WS-CUR-UNCAST-PKGID
               PERFORM 1100-WRITE-HEADER-LINE
             WHEN CM-ELEMENT-REC
               IF WS-INQUIRY-CCID NOT = SPACES
                  PERFORM 1200-WRITE-ELEMENT-LINE
               END-IF
             WHEN CM-PACKAGE-REC
               PERFORM 1300-CHECK-PACKAGE-STATUS
               IF WS-INQUIRY-CCID NOT = SPACES
                  PERFORM 1400-WRITE-PACKAGE-LINE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       1100-WRITE-HEADER-LINE.

           ADD 1 TO WS-LISTED-COUNT.
           MOVE CM-CCID            TO RPT-CCID.
           MOVE CMH-SNOW-OBJECT    TO RPT-OBJECT.
           MOVE CMH-FIRST-DATE     TO RPT-FIRST-DATE.
           MOVE CMH-FIRST-TIME     TO RPT-FIRST-TIME.
           MOVE CMH-LAST-DATE      TO RPT-LAST-DATE.
           MOVE CMH-LAST-TIME      TO RPT-LAST-TIME.
           MOVE CMH-ACTION-COUNT   TO RPT-ACTIONS.
           MOVE CMH-ELEMENT-COUNT  TO RPT-ELEMENTS.
           MOVE CMH-PACKAGE-COUNT  TO RPT-PACKAGES.
           MOVE CMH-HIGH-ENV       TO RPT-HIGH-ENV.
           MOVE CMH-HIGH-STGID     TO RPT-HIGH-STGID.
           IF CMH-HIGH-ENV = SPACES
              MOVE SPACE TO RPT-HIGH-SLASH
           ELSE
              MOVE '/'   TO RPT-HIGH-SLASH
           END-IF.
           MOVE CMH-LAST-USER      TO RPT-LAST-USER.
           WRITE CCDMRRPT-REC FROM WS-DETAIL-LINE.

       1200-WRITE-ELEMENT-LINE.

           ADD 1 TO WS-ELEMENT-LINES.
           MOVE CM-SYSTEM          TO RPE-SYSTEM.
           MOVE CM-SUBSYSTEM       TO RPE-SUBSYSTEM.
           MOVE CM-TYPE            TO RPE-TYPE.
           MOVE CM-ELEMENT         TO RPE-ELEMENT.
           MOVE CME-FIRST-DATE     TO RPE-FIRST-DATE.
           MOVE CME-LAST-DATE      TO RPE-LAST-DATE.
           MOVE CME-ACTION-COUNT   TO RPE-ACTIONS.
           MOVE CME-LAST-ACTION    TO RPE-LAST-ACTION.
           MOVE CME-LAST-ENV       TO RPE-LAST-ENV.
           MOVE CME-LAST-STGID     TO RPE-LAST-STGID.
           IF CME-LAST-ENV = SPACES
              MOVE SPACE TO RPE-LAST-SLASH
           ELSE
              MOVE '/'   TO RPE-LAST-SLASH
           END-IF.
           MOVE CME-LAST-USER      TO RPE-LAST-USER.
           WRITE CCDMRRPT-REC FROM WS-ELEMENT-LINE.

      *-----------------------------------------------------------------
      *  A carried package the package master still holds IN-EDIT has
      *  never been cast. One not on the master at all is reported as
      *  such and not counted - the master only knows packages an
      *  exit has seen.
      *-----------------------------------------------------------------
       1300-CHECK-PACKAGE-STATUS.

           MOVE SPACES TO WS-PKG-STATUS.
           IF PKGMASTR-AVAILABLE
              MOVE CM-PACKAGE-ID TO PMF-PACKAGE-ID
              READ PKGMASTR
                  INVALID KEY
                      MOVE 'NOT ON MSTR' TO WS-PKG-STATUS
                  NOT INVALID KEY
                      MOVE PMF-PACKAGE-STATUS TO WS-PKG-STATUS
              END-READ
           END-IF.
           IF WS-PKG-STATUS = 'IN-EDIT'
              AND CURRENT-CCID-OPEN
              AND CM-CCID = WS-CUR-CCID
              ADD 1 TO WS-CUR-UNCAST
              IF WS-CUR-UNCAST-PKGID = SPACES
                 MOVE CM-PACKAGE-ID TO WS-CUR-UNCAST-PKGID
              END-IF
           END-IF.

       1400-WRITE-PACKAGE-LINE.

           ADD 1 TO WS-PACKAGE-LINES.
           MOVE CM-PACKAGE-ID       TO RPP-PACKAGE-ID.
           MOVE CMP-FIRST-DATE      TO RPP-FIRST-DATE.
           MOVE CMP-LAST-DATE       TO RPP-LAST-DATE.
           MOVE CMP-ELEMENT-ACTIONS TO RPP-ACTIONS.
           MOVE WS-PKG-STATUS       TO RPP-STATUS.
           WRITE CCDMRRPT-REC FROM WS-PACKAGE-LINE.

      *-----------------------------------------------------------------
      *  A CCID tied to an INC/CHG object and still in use - used
      *  inside the window, or carrying an uncast package - becomes a
      *  candidate for the ServiceNow re-query.
      *-----------------------------------------------------------------
       2900-CLOSE-CURRENT-CCID.

           IF CURRENT-CCID-OPEN
              AND WS-CUR-OBJECT NOT = SPACES
              AND (WS-CUR-LAST-DATE NOT < WS-CUTOFF-DATE
                OR WS-CUR-UNCAST > 0)
              IF WS-CN-COUNT < WS-CN-MAX
                 ADD 1 TO WS-CN-COUNT
                 MOVE WS-CUR-CCID      TO WS-CN-CCID(WS-CN-COUNT)
                 MOVE WS-CUR-OBJECT    TO WS-CN-OBJ(WS-CN-COUNT)
                 MOVE WS-CUR-LAST-DATE TO WS-CN-LAST-DATE(WS-CN-COUNT)
                 MOVE WS-CUR-UNCAST    TO WS-CN-UNCAST(WS-CN-COUNT)
                 MOVE WS-CUR-UNCAST-PKGID
                   TO WS-CN-UNCAST-PKGID(WS-CN-COUNT)
                 PERFORM 2950-REMEMBER-OBJECT
              ELSE
                 ADD 1 TO WS-CN-DROPPED
              END-IF
           END-IF.
           MOVE 'N' TO WS-CUR-ACTIVE.

       2950-REMEMBER-OBJECT.

           MOVE 0 TO WS-OB-HIT-INX.
           PERFORM VARYING WS-OB-INX FROM 1 BY 1
                   UNTIL WS-OB-INX > WS-OB-COUNT
                      OR WS-OB-HIT-INX > 0
              IF WS-CUR-OBJECT = WS-OB-OBJ(WS-OB-INX)
                 MOVE WS-OB-INX TO WS-OB-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-OB-HIT-INX = 0
              IF WS-OB-COUNT < WS-OB-MAX
                 ADD 1 TO WS-OB-COUNT
                 MOVE WS-CUR-OBJECT TO WS-OB-OBJ(WS-OB-COUNT)
                 MOVE SPACES        TO WS-OB-ACTIVE(WS-OB-COUNT)
                 MOVE SPACE         TO WS-OB-STATE(WS-OB-COUNT)
                 MOVE 'N'           TO WS-OB-QUERIED(WS-OB-COUNT)
              ELSE
                 ADD 1 TO WS-OB-DROPPED
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  One live SNINCQRY round trip per distinct object - the table
      *  name follows the object prefix, as in C1USNAUD.
      *-----------------------------------------------------------------
       3000-QUERY-EACH-OBJECT.

           MOVE SPACES TO WS-INC-NUMBER.
           MOVE WS-OB-OBJ(WS-OB-INX) TO WS-INC-NUMBER(1:10).
           MOVE SPACES TO WS-INC-IS-ACTIVE.
           MOVE SPACE  TO WS-INC-STATE.
           IF WS-OB-OBJ(WS-OB-INX)(1:3) = 'CHG'
              MOVE 'change_request' TO WS-SN-TABLE-NAME
           ELSE
              MOVE 'incident'       TO WS-SN-TABLE-NAME
           END-IF.
           CALL 'SNINCQRY' USING WS-INC-NUMBER
                                  WS-INC-IS-ACTIVE
                                  WS-INC-STATE
                                  WS-SN-TABLE-NAME.
           IF RETURN-CODE = 0
              MOVE 'Y'              TO WS-OB-QUERIED(WS-OB-INX)
              MOVE WS-INC-IS-ACTIVE TO WS-OB-ACTIVE(WS-OB-INX)
              MOVE WS-INC-STATE     TO WS-OB-STATE(WS-OB-INX)
           ELSE
              MOVE 'F' TO WS-OB-QUERIED(WS-OB-INX)
              ADD 1 TO WS-QUERY-FAILED-COUNT
              DISPLAY 'C1UCCDMR: SNINCQRY FAILED RC=' RETURN-CODE
                      ' FOR ' WS-OB-OBJ(WS-OB-INX)
                      ' - OBJECT NOT CHECKED THIS RUN'
           END-IF.
           MOVE 0 TO RETURN-CODE.

       4000-REPORT-ONE-CANDIDATE.

           MOVE 0 TO WS-OB-HIT-INX.
           PERFORM VARYING WS-OB-INX FROM 1 BY 1
                   UNTIL WS-OB-INX > WS-OB-COUNT
                      OR WS-OB-HIT-INX > 0
              IF WS-CN-OBJ(WS-CN-INX) = WS-OB-OBJ(WS-OB-INX)
                 MOVE WS-OB-INX TO WS-OB-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-OB-HIT-INX > 0
              AND OB-QUERIED(WS-OB-HIT-INX)
              AND WS-OB-ACTIVE(WS-OB-HIT-INX) = 'false'
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE WS-CN-CCID(WS-CN-INX)       TO RPC-CCID
              MOVE WS-CN-OBJ(WS-CN-INX)        TO RPC-OBJECT
              MOVE WS-OB-ACTIVE(WS-OB-HIT-INX) TO RPC-ACTIVE
              MOVE WS-OB-STATE(WS-OB-HIT-INX)  TO RPC-STATE
              MOVE WS-CN-LAST-DATE(WS-CN-INX)  TO RPC-LAST-DATE
              MOVE WS-CN-UNCAST(WS-CN-INX)     TO RPC-UNCAST
              MOVE WS-CN-UNCAST-PKGID(WS-CN-INX) TO RPC-UNCAST-PKGID
              WRITE CCDMRRPT-REC FROM WS-CLOSED-LINE
           END-IF.
