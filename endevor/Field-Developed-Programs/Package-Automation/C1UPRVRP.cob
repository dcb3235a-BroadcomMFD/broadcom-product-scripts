      *                  same package/destination/stage/direction     *
      *                  inside the guard window can only have got    *
      *                  past the duplicate-shipment guard on the     *
      *                  force override;                              *
      *                - permitted uses of the controlled element     *
      *                  action options (bypass-generate, overwrite,  *
      *                  signout and processor-group override) in a   *
      *                  controlled stage, from DD ELMOPTLG written   *
      *                  by C1UEXT02 (see COPY ELMOPTCF).             *
      *              The merged listing is followed by monthly counts *
      *              per user, the single document the security       *
      *              review asked for. Report goes to DD PRVRPT.      *
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT ELMOPTLG ASSIGN TO ELMOPTLG
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PRVRPT ASSIGN TO PRVRPT.

       DATA DIVISION.
       01  SNOWLG2-REC                  PIC X(132).

       FD  BKWAIVER
           RECORD CONTAINS 144 CHARACTERS.
       01  BKWAIVER-REC.
           03  BKWAIVER-HEADER          PIC X(64).
           03  BKWAIVER-BODY.
              05  WVR-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  WVR-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  WVR-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-MATCHED-ENTRY     PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-JOBNAME           PIC X(08).
              05  FILLER                PIC X(22).

       FD  SHPSTAT
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHPSTAT-REC.
       01  SHPSTAT-REC.
           03  SHPSTAT-HEADER           PIC X(64).
           03  SHPSTAT-BODY.
              05  SHP-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  SHP-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  SHP-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  SHP-ENV               PIC X(08).
              05  FILLER                PIC X(01).
              05  SHP-STGID             PIC X(01).
              05  FILLER                PIC X(01).
              05  SHP-DIRECTION         PIC X(03).
              05  FILLER                PIC X(01).
              05  SHP-RETRIES           PIC 9(02).
              05  FILLER                PIC X(01).
              05  SHP-RC                PIC -9(08).
              05  FILLER                PIC X(01).
              05  SHP-STATUS            PIC X(07).
              05  FILLER                PIC X(13).

       FD  ELMOPTLG
           RECORD CONTAINS 184 CHARACTERS.
       01  ELMOPTLG-REC.
           03  ELMOPTLG-HEADER          PIC X(64).
           03  ELMOPTLG-BODY.
              05  ELO-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELO-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  ELO-USER              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELO-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  ELO-ENV               PIC X(08).
              05  FILLER                PIC X(01).
              05  ELO-STGID             PIC X(01).
              05  FILLER                PIC X(01).
              05  ELO-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  ELO-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELO-CCID              PIC X(12).
              05  FILLER                PIC X(01).
              05  ELO-OPTIONS           PIC X(04).
              05  FILLER                PIC X(01).
              05  ELO-PROC-GROUP        PIC X(16).
              05  FILLER                PIC X(18).

       FD  PRVRPT
           RECORD CONTAINS 132 CHARACTERS.

         COPY RUNCTXH.

       COPY LOGHDR.

       PROCEDURE DIVISION.
       MAIN-LINE.

           PERFORM 1000-COLLECT-SNOWLG2.
           PERFORM 2000-COLLECT-BKWAIVER.
           PERFORM 3000-COLLECT-FORCED-RESHIPS.
           PERFORM 3500-COLLECT-ELMOPTLG.

           PERFORM 5000-SORT-BY-DATE-TIME.
           PERFORM 6000-WRITE-ONE-EVENT
           END-IF.

       2100-READ-BKWAIVER.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ BKWAIVER
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'BKWAIVER'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE BKWAIVER-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       2200-KEEP-WAIVER.
           IF WS-PV-COUNT < WS-PV-MAX
           END-IF.

       3100-READ-SHPSTAT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SHPSTAT
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'SHPSTAT'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SHPSTAT-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       3200-JUDGE-ONE-SHIPMENT.
           IF SHP-STATUS = 'SUCCESS'
              ADD 1 TO WS-PV-DROPPED
           END-IF.

      *-----------------------------------------------------------------
      *  ELMOPTLG - each permitted option use lists under the element,
      *  the options used (B bypass-generate, O overwrite, S signout
      *  override, P processor group) and where.
      *-----------------------------------------------------------------
       3500-COLLECT-ELMOPTLG.

           OPEN INPUT ELMOPTLG.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 3600-READ-ELMOPTLG
              PERFORM 3700-KEEP-OPTION-USE UNTIL IN-FILE-ATEND
              CLOSE ELMOPTLG
           END-IF.

       3600-READ-ELMOPTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMOPTLG
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMOPTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMOPTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       3700-KEEP-OPTION-USE.
           IF WS-PV-COUNT < WS-PV-MAX
              ADD 1 TO WS-PV-COUNT
              MOVE ELO-DATE       TO WS-PV-DATE(WS-PV-COUNT)
              MOVE ELO-TIME       TO WS-PV-TIME(WS-PV-COUNT)
              MOVE 'ELM-OPTION  ' TO WS-PV-TYPE(WS-PV-COUNT)
              MOVE ELO-USER       TO WS-PV-USER(WS-PV-COUNT)
              MOVE SPACES         TO WS-PV-KEY(WS-PV-COUNT)
              MOVE ELO-ELEMENT
                   TO WS-PV-KEY(WS-PV-COUNT)(1:10)
              MOVE SPACES         TO WS-PV-DETAIL(WS-PV-COUNT)
              STRING 'OPT ' ELO-OPTIONS ' ' ELO-ENV '/'
                     ELO-STGID ' ' ELO-CCID
                 DELIMITED BY SIZE
                 INTO WS-PV-DETAIL(WS-PV-COUNT)
              END-STRING
              PERFORM 4000-TALLY-MONTHLY-COUNT
           ELSE
              ADD 1 TO WS-PV-DROPPED
           END-IF.
           PERFORM 3600-READ-ELMOPTLG.

      *-----------------------------------------------------------------
      *  Monthly count per user, off the event just added to the
      *  merged table. Events with no user (forced re-ships) tally
