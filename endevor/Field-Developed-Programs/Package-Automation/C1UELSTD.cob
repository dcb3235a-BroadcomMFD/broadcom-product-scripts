       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Read-only element-standards audit of the current *
      *              inventory. Every element on the C1UINVSN daily   *
      *              snapshot (DD INVSNAP) is put through ELMSTDCK in *
      *              audit mode - the same naming masks and type-     *
      *              placement rules C1UEXT02 enforces on ADD and on  *
      *              a MOVE into another system (copybook ELMSTDCF,   *
      *              DD EXITCFG sections %ELMNAMES/%ELMPLACE), applied*
      *              whether or not the exit's toggles are on yet -   *
      *              and every element already breaking them is      *
      *              listed on DD ELSTDRPT, with totals, so the       *
      *              cleanup can be planned. Nothing is changed.      *
      *              Return code 4 when any element breaks a rule.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UELSTD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVSNAP ASSIGN TO INVSNAP
               FILE STATUS IS WS-INVSNAP-FILE-STATUS.
           SELECT ELSTDRPT ASSIGN TO ELSTDRPT.

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

       FD  ELSTDRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ELSTDRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-INVSNAP-FILE-STATUS       PIC X(02).
           88  INVSNAP-ATEND                    VALUE '10'.
           88  INVSNAP-NOT-AVAILABLE            VALUE '30' '35'.

      *= ELMSTDCK parameters ===========================================
       01  WS-ES-MODE                   PIC X(01) VALUE 'A'.
       01  WS-ES-VERDICT                PIC X(01).
           88  ES-STANDARDS-MET                 VALUE SPACE.
           88  ES-NAME-BREACH                   VALUE 'N' 'B'.
           88  ES-PLACEMENT-BREACH              VALUE 'P' 'B'.
       01  WS-ES-DETAIL                 PIC X(60).

       01  WS-READ-COUNT                PIC 9(07) VALUE 0.
       01  WS-BREACH-COUNT              PIC 9(07) VALUE 0.
       01  WS-NAME-COUNT                PIC 9(07) VALUE 0.
       01  WS-PLACE-COUNT               PIC 9(07) VALUE 0.
       01  WS-SNAP-DATE                 PIC 9(08) VALUE 0.

       01  WS-HDR-LINE.
           03  FILLER                   PIC X(29) VALUE
               'SYSTEM   SUBSYS   ELEMENT'.
           03  FILLER                   PIC X(23) VALUE
               'TYPE     LEVEL BREACH'.
           03  FILLER                   PIC X(80) VALUE
               'LAST-DATE LAST-USR DETAIL'.

       01  WS-DETAIL-LINE.
           03  DTL-SYSTEM               PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-SUBSYSTEM            PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-TYPE                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-LEVEL                PIC ZZZ9.
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-BREACH               PIC X(07).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-LAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(02) VALUE SPACES.
           03  DTL-LAST-USER            PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  DTL-DETAIL               PIC X(60).
           03  FILLER                   PIC X(01) VALUE SPACE.

       01  WS-SNAP-LINE.
           03  FILLER                   PIC X(20) VALUE
               'INVENTORY SNAPSHOT '.
           03  SNL-SNAP-DATE            PIC 9(08).
           03  FILLER                   PIC X(104) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03  RPT-READ-COUNT           PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(20) VALUE
               ' ELEMENT(S) CHECKED,'.
           03  RPT-BREACH-COUNT         PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(19) VALUE
               ' BREAK A STANDARD ('.
           03  RPT-NAME-COUNT           PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(08) VALUE ' NAMING,'.
           03  RPT-PLACE-COUNT          PIC ZZZ,ZZ9.
           03  FILLER                   PIC X(57) VALUE ' PLACEMENT)'.

         COPY RUNCTXH.

       PROCEDURE DIVISION.
       MAIN-LINE.

           OPEN OUTPUT ELSTDRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.

           OPEN INPUT INVSNAP.
           IF INVSNAP-NOT-AVAILABLE
              DISPLAY 'C1UELSTD: DD INVSNAP NOT AVAILABLE - STATUS '
                      WS-INVSNAP-FILE-STATUS
              CLOSE ELSTDRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           WRITE ELSTDRPT-REC FROM WS-HDR-LINE.
           PERFORM 0100-READ-INVSNAP.
           PERFORM 0200-CHECK-ONE-ELEMENT UNTIL INVSNAP-ATEND.
           CLOSE INVSNAP.

           MOVE SPACES TO ELSTDRPT-REC.
           WRITE ELSTDRPT-REC.
           MOVE WS-SNAP-DATE TO SNL-SNAP-DATE.
           WRITE ELSTDRPT-REC FROM WS-SNAP-LINE.
           MOVE WS-READ-COUNT   TO RPT-READ-COUNT.
           MOVE WS-BREACH-COUNT TO RPT-BREACH-COUNT.
           MOVE WS-NAME-COUNT   TO RPT-NAME-COUNT.
           MOVE WS-PLACE-COUNT  TO RPT-PLACE-COUNT.
           WRITE ELSTDRPT-REC FROM WS-SUMMARY-LINE.

           CLOSE ELSTDRPT.

           DISPLAY 'C1UELSTD: ' WS-BREACH-COUNT ' OF ' WS-READ-COUNT
                   ' ELEMENT(S) BREAK THE STANDARDS'.
           IF WS-BREACH-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  First line of ELSTDRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO ELSTDRPT-REC.
           WRITE ELSTDRPT-REC FROM WS-RUN-CONTEXT-LINE.

       0100-READ-INVSNAP.
           READ INVSNAP
               AT END MOVE '10' TO WS-INVSNAP-FILE-STATUS
           END-READ.

       0200-CHECK-ONE-ELEMENT.
           ADD 1 TO WS-READ-COUNT.
           MOVE SNP-SNAP-DATE TO WS-SNAP-DATE.
           CALL 'ELMSTDCK' USING WS-ES-MODE
                                 SNP-SYSTEM
                                 SNP-SUBSYSTEM
                                 SNP-ELEMENT
                                 SNP-TYPE
                                 WS-ES-VERDICT
                                 WS-ES-DETAIL.
           IF NOT ES-STANDARDS-MET
              ADD 1 TO WS-BREACH-COUNT
              IF ES-NAME-BREACH
                 ADD 1 TO WS-NAME-COUNT
              END-IF
              IF ES-PLACEMENT-BREACH
                 ADD 1 TO WS-PLACE-COUNT
              END-IF
              PERFORM 0300-WRITE-BREACH-LINE
           END-IF.
           PERFORM 0100-READ-INVSNAP.

       0300-WRITE-BREACH-LINE.
           MOVE SNP-SYSTEM       TO DTL-SYSTEM.
           MOVE SNP-SUBSYSTEM    TO DTL-SUBSYSTEM.
           MOVE SNP-ELEMENT      TO DTL-ELEMENT.
           MOVE SNP-TYPE         TO DTL-TYPE.
           MOVE SNP-LEVEL        TO DTL-LEVEL.
           EVALUATE WS-ES-VERDICT
             WHEN 'N'  MOVE 'NAME'    TO DTL-BREACH
             WHEN 'P'  MOVE 'PLACE'   TO DTL-BREACH
             WHEN OTHER MOVE 'BOTH'   TO DTL-BREACH
           END-EVALUATE.
           MOVE SNP-LAST-DATE    TO DTL-LAST-DATE.
           MOVE SNP-LAST-USER    TO DTL-LAST-USER.
           MOVE WS-ES-DETAIL     TO DTL-DETAIL.
           WRITE ELSTDRPT-REC FROM WS-DETAIL-LINE.
