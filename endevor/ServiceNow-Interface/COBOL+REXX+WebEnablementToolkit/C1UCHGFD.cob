      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. C1UCHGFD.
      *
      * Change feed: turns the ServiceNow change requests the
      * mainframe groups have scheduled into package-pipeline input,
      * so nobody re-keys a change into an APIPIPE record by hand.
      *
      * The selection is data (copybook CHGFEDCF, section %CHGFEED):
      * the changes in the configured state, assigned to one of the
      * mainframe assignment groups, with a planned start between the
      * start of today and the end of the day WS-CHGFD-DAYS ahead,
      * are listed in one SNOWSCHD query (copybook SNOWSCHQ). Each
      * change whose number has the change-request prefix of the
      * CCIDPREF table (the VALCHG entry - CHG out of the box) is
      * looked up on the keyed PKGMASTR store: a package whose ID
      * leads with the change number - the C1X7CUST naming
      * convention, under which the exits tie the package to the
      * change - means the change is already being worked, and it is
      * skipped. Every other change is queued as one DD PIPELINE
      * record: the change number as the package ID, the change's
      * short description as the package description.
      *
      * Run it as the step ahead of APIPIPE in the same job, so a
      * change queued tonight is on PKGMASTR before the next run
      * asks again. DD CHGFRPT lists every change QUEUED, every
      * change SKIPPED because a package already exists (naming the
      * package and its status) and any number not in the change
      * format. The planned-start range is asked for in ServiceNow's
      * own zone and every planned start is reported on this
      * system's clock, each line naming its zone (TZCONV, copybook
      * TZCTLCF). RETURN-CODE 4 when ServiceNow could not be asked
      * (or answered more changes than one run takes), 8 when
      * PKGMASTR cannot be read - nothing is queued then, since an
      * unchecked change could duplicate a package.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
      ******************************************************************

       SOURCE-COMPUTER. IBM-S390 WITH DEBUGGING MODE.

       OBJECT-COMPUTER. IBM-S390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT PIPELINE ASSIGN TO PIPELINE
               FILE STATUS IS WS-PIPELINE-FILE-STATUS.
           SELECT CHGFRPT ASSIGN TO CHGFRPT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMF-PACKAGE-ID               PIC X(16).
           03  PMF-ENV                      PIC X(08).
           03  PMF-STGID                    PIC X(01).
           03  PMF-PACKAGE-STATUS           PIC X(12).
           03  PMF-BACKOUT-STATUS           PIC X(12).
           03  PMF-CREATE-USER              PIC X(08).
           03  PMF-CAST-USER                PIC X(08).
           03  PMF-LAST-EVENT               PIC X(12).
           03  PMF-LAST-DATE                PIC 9(08).
           03  PMF-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(09).

      *-----------------------------------------------------------------
      *  DD PIPELINE - the APIPIPE input, one package per record
      *  (package id cols 1-16, description from col 18).
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

       FD  CHGFRPT
           RECORD CONTAINS 080 CHARACTERS.
       01  CHGFRPT-REC                        PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       01  WS-PKGMASTR-FILE-STATUS            PIC X(02).
       01  WS-PIPELINE-FILE-STATUS            PIC X(02).
       01  WS-PKG-EXISTS                      PIC X(01).
           88  PACKAGE-EXISTS                        VALUE 'Y'.

      *= Configurable CCID-prefix lookup table - the same compiled-in
      *  defaults C1X2CUST carries, overridable through %CCIDPREF. ==
       01  WS-CCID-PREFIX-TABLE.
           03 FILLER                    PIC X(9) VALUE 'INCVALINC'.
           03 FILLER                    PIC X(9) VALUE 'CHGVALCHG'.
           03 FILLER                    PIC X(126) VALUE SPACES.
       01  WS-CCID-PREFIX-TABLE-RE REDEFINES WS-CCID-PREFIX-TABLE.
           03 WS-CCID-PREFIX-ENTRY OCCURS 16 TIMES.
              05 WS-CCID-PREFIX         PIC X(3).
              05 WS-CCID-ACTION         PIC X(6).
       01  WS-CCID-PREFIX-COUNT         PIC 9(02) VALUE 2.
       01  WS-CCID-PREFIX-MAX           PIC 9(02) VALUE 16.
       01  WS-CCID-INX                  PIC 9(02).
       01  WS-CHG-PREFIX                PIC X(03) VALUE 'CHG'.

         COPY CHGFEDCF.
         COPY EXITCFG.

       01  WS-CFG-INX                   PIC 9(02).
       01  WS-CFG-OUT-INX               PIC 9(02).

         COPY SNOWSCHQ.
         COPY SNOWFOPN.

       01  WS-QUERY-RC                  PIC 9(04) VALUE 0.
       01  WS-CHG-INX                   PIC 9(03).

      *= Planned-start horizon ========================================
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-HORIZON-DATE              PIC 9(08).
       01  WS-FMT-DATE-IN               PIC 9(08).
       01  WS-FMT-DATE-IN-RE REDEFINES WS-FMT-DATE-IN.
           03  WS-FMT-YYYY              PIC X(04).
           03  WS-FMT-MM                PIC X(02).
           03  WS-FMT-DD                PIC X(02).
       01  WS-FMT-DATE-OUT              PIC X(10).
       01  WS-START-LOCAL               PIC X(19).
       01  WS-START-ZONE                PIC X(08).

         COPY TZCONVRQ.

       01  WS-QUEUED-COUNT              PIC 9(04) VALUE 0.
       01  WS-EXISTS-COUNT              PIC 9(04) VALUE 0.
       01  WS-NOTCHG-COUNT              PIC 9(04) VALUE 0.
       01  WS-FINAL-RC                  PIC S9(04) VALUE 0.

         COPY RUNCTXH.

       01  WS-SELECTION-LINE.
           03  FILLER                   PIC X(06) VALUE 'STATE '.
           03  SEL-STATE                PIC X(15).
           03  FILLER                   PIC X(06) VALUE ' DAYS '.
           03  SEL-DAYS                 PIC ZZ9.
           03  FILLER                   PIC X(15) VALUE
               ' PLANNED START '.
           03  SEL-FROM                 PIC X(10).
           03  FILLER                   PIC X(04) VALUE ' TO '.
           03  SEL-TO                   PIC X(10).
           03  FILLER                   PIC X(11) VALUE SPACES.

       01  WS-GROUP-LINE.
           03  FILLER                   PIC X(06) VALUE 'GROUP '.
           03  GRP-NAME                 PIC X(40).
           03  FILLER                   PIC X(34) VALUE SPACES.

       01  WS-RANGE-LINE.
           03  FILLER                   PIC X(09) VALUE 'ASKED AS '.
           03  RNG-FROM                 PIC X(19).
           03  FILLER                   PIC X(04) VALUE ' TO '.
           03  RNG-TO                   PIC X(19).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RNG-ZONE                 PIC X(08).
           03  FILLER                   PIC X(20) VALUE SPACES.

       01  WS-QUEUED-LINE.
           03  FILLER                   PIC X(10) VALUE
               'QUEUED    '.
           03  QUE-NUMBER               PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  QUE-START                PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  QUE-ZONE                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  QUE-DESCRIPTION          PIC X(33).

       01  WS-EXISTS-LINE.
           03  FILLER                   PIC X(10) VALUE
               'SKIPPED   '.
           03  EXI-NUMBER               PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  EXI-START                PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  EXI-ZONE                 PIC X(08).
           03  FILLER                   PIC X(05) VALUE ' PKG '.
           03  EXI-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  EXI-STATUS               PIC X(12).

       01  WS-NOTCHG-LINE.
           03  FILLER                   PIC X(10) VALUE
               'NOT CHANGE'.
           03  NCH-NUMBER               PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  NCH-START                PIC X(16).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  NCH-ZONE                 PIC X(08).
           03  FILLER                   PIC X(34) VALUE SPACES.

       01  WS-TOTAL-LINE.
           03  FILLER                   PIC X(08) VALUE 'QUEUED  '.
           03  TOT-QUEUED               PIC ZZZ9.
           03  FILLER                   PIC X(19) VALUE
               '   SKIPPED-EXISTS  '.
           03  TOT-EXISTS               PIC ZZZ9.
           03  FILLER                   PIC X(15) VALUE
               '   NOT CHANGE  '.
           03  TOT-NOTCHG               PIC ZZZ9.
           03  FILLER                   PIC X(26) VALUE SPACES.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-LINE.

           PERFORM 0050-LOAD-RUNTIME-CONFIG.

           OPEN OUTPUT CHGFRPT.
           PERFORM 0100-WRITE-HEADER.

           PERFORM 1000-QUERY-SCHEDULED-CHANGES.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1UCHGFD: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
                      ' - NO CHANGE QUEUED'
              MOVE SPACES TO CHGFRPT-REC
              STRING 'PKGMASTR NOT AVAILABLE - FILE STATUS '
                     WS-PKGMASTR-FILE-STATUS
                     ' - NO CHANGE QUEUED'
                 DELIMITED BY SIZE INTO CHGFRPT-REC
              END-STRING
              WRITE CHGFRPT-REC
              MOVE 8 TO WS-FINAL-RC
           ELSE
              OPEN OUTPUT PIPELINE
              PERFORM 2000-FEED-ONE-CHANGE THRU 2000-EXIT
                  VARYING WS-CHG-INX FROM 1 BY 1
                  UNTIL WS-CHG-INX > SCQ-CHG-COUNT
              CLOSE PIPELINE
              CLOSE PKGMASTR
           END-IF.

           PERFORM 3000-WRITE-TOTALS.
           CLOSE CHGFRPT.

           DISPLAY 'C1UCHGFD: ' SCQ-CHG-COUNT ' SCHEDULED, '
                   WS-QUEUED-COUNT ' QUEUED, '
                   WS-EXISTS-COUNT ' ALREADY PACKAGED, '
                   WS-NOTCHG-COUNT ' NOT IN CHANGE FORMAT'.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UCHGFD' TO WS-LGR-PROGRAM.
           MOVE WS-QUEUED-COUNT TO WS-LGR-COUNT.
           MOVE WS-FINAL-RC TO WS-LGR-RC.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
      *  %CCIDPREF over the prefix defaults (the VALCHG entry names
      *  the change-request prefix) and %CHGFEED over the selection
      *  defaults - see CFGLOAD and the CHGFEDCF banner.
      *-----------------------------------------------------------------
       0050-LOAD-RUNTIME-CONFIG.

           MOVE 'CCIDPREF'           TO CFG-SECTION-NAME.
           MOVE WS-CCID-PREFIX-MAX   TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED AND CFG-ENTRY-COUNT > 0
              MOVE CFG-ENTRY-COUNT TO WS-CCID-PREFIX-COUNT
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > WS-CCID-PREFIX-COUNT
                  MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:9)
                       TO WS-CCID-PREFIX-ENTRY(WS-CFG-INX)
              END-PERFORM
           END-IF.
           PERFORM VARYING WS-CCID-INX FROM 1 BY 1 UNTIL
               WS-CCID-INX > WS-CCID-PREFIX-COUNT
               IF WS-CCID-ACTION(WS-CCID-INX) = 'VALCHG'
                  MOVE WS-CCID-PREFIX(WS-CCID-INX) TO WS-CHG-PREFIX
               END-IF
           END-PERFORM.

           MOVE 'CHGFEED'            TO CFG-SECTION-NAME.
           COMPUTE CFG-MAX-ENTRIES = WS-CHGFD-GROUP-MAX + 2.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              MOVE 0 TO WS-CFG-OUT-INX
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:6) = 'STATE='
                      IF CFG-ENTRY-LINE(WS-CFG-INX)(7:15) NOT = SPACES
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(7:15)
                              TO WS-CHGFD-STATE
                      END-IF
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'DAYS='
                      IF CFG-ENTRY-LINE(WS-CFG-INX)(6:3) IS NUMERIC
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:3)
                              TO WS-CHGFD-DAYS
                      ELSE
                         DISPLAY 'C1UCHGFD: CHGFEED DAYS= NOT NUMERIC '
                                 '- DEFAULT KEPT: '
                                 CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                      END-IF
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:40) = SPACES
                      CONTINUE
                    WHEN WS-CFG-OUT-INX < WS-CHGFD-GROUP-MAX
                      ADD 1 TO WS-CFG-OUT-INX
                      MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:40)
                           TO WS-CHGFD-GROUP(WS-CFG-OUT-INX)
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
              END-PERFORM
              IF WS-CFG-OUT-INX > 0
                 MOVE WS-CFG-OUT-INX TO WS-CHGFD-GROUP-COUNT
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Run-context header (see COPY RUNCTXH), then the selection
      *  this run asks ServiceNow for.
      *-----------------------------------------------------------------
       0100-WRITE-HEADER.

           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           WRITE CHGFRPT-REC FROM WS-RUN-CONTEXT-LINE.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    + WS-CHGFD-DAYS).

           MOVE WS-TODAY-DATE TO WS-FMT-DATE-IN.
           PERFORM 0110-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT TO SEL-FROM.
           MOVE WS-HORIZON-DATE TO WS-FMT-DATE-IN.
           PERFORM 0110-FORMAT-DATE.
           MOVE WS-FMT-DATE-OUT TO SEL-TO.
           MOVE WS-CHGFD-STATE TO SEL-STATE.
           MOVE WS-CHGFD-DAYS  TO SEL-DAYS.
           WRITE CHGFRPT-REC FROM WS-SELECTION-LINE.
           PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
               WS-CFG-INX > WS-CHGFD-GROUP-COUNT
               MOVE WS-CHGFD-GROUP(WS-CFG-INX) TO GRP-NAME
               WRITE CHGFRPT-REC FROM WS-GROUP-LINE
           END-PERFORM.
           PERFORM 0120-RANGE-IN-SNOW-ZONE.
           WRITE CHGFRPT-REC FROM WS-RANGE-LINE.
           MOVE SPACES TO CHGFRPT-REC.
           WRITE CHGFRPT-REC.

       0110-FORMAT-DATE.

           MOVE SPACES TO WS-FMT-DATE-OUT.
           STRING WS-FMT-YYYY '-' WS-FMT-MM '-' WS-FMT-DD
              DELIMITED BY SIZE INTO WS-FMT-DATE-OUT
           END-STRING.

      *-----------------------------------------------------------------
      *  The range runs from the start of today to the end of the
      *  horizon day on this system's clock; ServiceNow compares it
      *  with start_date in its own zone, so it is sent converted
      *  (TZCONV) and the report shows it as sent.
      *-----------------------------------------------------------------
       0120-RANGE-IN-SNOW-ZONE.

           MOVE SPACES TO SCQ-FROM SCQ-TO.
           STRING SEL-FROM ' 00:00:00' DELIMITED BY SIZE INTO SCQ-FROM
           END-STRING.
           STRING SEL-TO   ' 23:59:59' DELIMITED BY SIZE INTO SCQ-TO
           END-STRING.
           MOVE 'L'           TO TZC-FUNCTION.
           MOVE SCQ-FROM      TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE TZC-STAMP-OUT TO SCQ-FROM.
           MOVE 'L'           TO TZC-FUNCTION.
           MOVE SCQ-TO        TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE TZC-STAMP-OUT TO SCQ-TO.
           MOVE 0             TO RETURN-CODE.
           MOVE SCQ-FROM      TO RNG-FROM.
           MOVE SCQ-TO        TO RNG-TO.
           MOVE TZC-OUT-ZONE  TO RNG-ZONE.

      *-----------------------------------------------------------------
      *  One SNOWSCHD query for the whole selection. A failed or
      *  truncated answer still feeds the changes that did come back
      *  - they are as real as on a good night - and is reported.
      *-----------------------------------------------------------------
       1000-QUERY-SCHEDULED-CHANGES.

           MOVE WS-CHGFD-STATE       TO SCQ-STATE.
           MOVE WS-CHGFD-GROUP-COUNT TO SCQ-GROUP-COUNT.
           PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
               WS-CFG-INX > WS-CHGFD-GROUP-COUNT
               MOVE WS-CHGFD-GROUP(WS-CFG-INX) TO SCQ-GROUP(WS-CFG-INX)
           END-PERFORM.
           CALL 'SNOWSCHD' USING WS-SNOWSCHQ-REQUEST.
           MOVE RETURN-CODE TO WS-QUERY-RC.
           MOVE 0 TO RETURN-CODE.

           IF WS-QUERY-RC NOT = 0
              DISPLAY 'C1UCHGFD: SERVICENOW QUERY RC = ' WS-QUERY-RC
                      ' - ' SCQ-CHG-COUNT ' CHANGES LISTED BEFORE IT'
              MOVE SPACES TO CHGFRPT-REC
              IF WS-QUERY-RC = WS-SNOW-NOTFOUND-RC
                 STRING 'SERVICENOW REFUSED THE QUERY - RC '
                        WS-QUERY-RC
                    DELIMITED BY SIZE INTO CHGFRPT-REC
                 END-STRING
              ELSE
                 STRING 'SERVICENOW UNREACHABLE - RC ' WS-QUERY-RC
                        ' - LIST MAY BE INCOMPLETE'
                    DELIMITED BY SIZE INTO CHGFRPT-REC
                 END-STRING
              END-IF
              WRITE CHGFRPT-REC
              MOVE 4 TO WS-FINAL-RC
           END-IF.
           IF SCQ-MORE-CHANGES
              MOVE SPACES TO CHGFRPT-REC
              STRING 'MORE THAN ' SCQ-CHG-COUNT ' CHANGES SELECTED - '
                     'THE REST ARE FED ON THE NEXT RUN'
                 DELIMITED BY SIZE INTO CHGFRPT-REC
              END-STRING
              WRITE CHGFRPT-REC
              MOVE 4 TO WS-FINAL-RC
           END-IF.

      *-----------------------------------------------------------------
      *  One listed change: in the change format, not yet packaged -
      *  queue it.
      *-----------------------------------------------------------------
       2000-FEED-ONE-CHANGE.

           PERFORM 2050-LOCALIZE-START.
           IF SCQ-NUMBER(WS-CHG-INX)(1:3) NOT = WS-CHG-PREFIX
              OR SCQ-NUMBER(WS-CHG-INX)(4:7) IS NOT NUMERIC
              ADD 1 TO WS-NOTCHG-COUNT
              MOVE SCQ-NUMBER(WS-CHG-INX) TO NCH-NUMBER
              MOVE WS-START-LOCAL         TO NCH-START
              MOVE WS-START-ZONE          TO NCH-ZONE
              WRITE CHGFRPT-REC FROM WS-NOTCHG-LINE
              GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-FIND-EXISTING-PACKAGE THRU 2100-EXIT.
           IF PACKAGE-EXISTS
              ADD 1 TO WS-EXISTS-COUNT
              MOVE SCQ-NUMBER(WS-CHG-INX) TO EXI-NUMBER
              MOVE WS-START-LOCAL         TO EXI-START
              MOVE WS-START-ZONE          TO EXI-ZONE
              MOVE PMF-PACKAGE-ID         TO EXI-PACKAGE-ID
              MOVE PMF-PACKAGE-STATUS     TO EXI-STATUS
              WRITE CHGFRPT-REC FROM WS-EXISTS-LINE
              GO TO 2000-EXIT
           END-IF.

           MOVE SPACES TO PIPELINE-REC.
           MOVE SCQ-NUMBER(WS-CHG-INX) TO PIPE-PACKAGE-ID.
           IF SCQ-SHORT-DESC(WS-CHG-INX) NOT = SPACES
              MOVE SCQ-SHORT-DESC(WS-CHG-INX) TO PIPE-DESCRIPTION
           ELSE
              STRING 'SERVICENOW CHANGE ' SCQ-NUMBER(WS-CHG-INX)
                 DELIMITED BY SIZE INTO PIPE-DESCRIPTION
              END-STRING
           END-IF.
           WRITE PIPELINE-REC.
           IF WS-PIPELINE-FILE-STATUS NOT = '00'
              DISPLAY 'C1UCHGFD: PIPELINE WRITE FAILED - FILE STATUS '
                      WS-PIPELINE-FILE-STATUS ' FOR '
                      SCQ-NUMBER(WS-CHG-INX)
              MOVE 8 TO WS-FINAL-RC
              GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-QUEUED-COUNT.
           MOVE SCQ-NUMBER(WS-CHG-INX) TO QUE-NUMBER.
           MOVE WS-START-LOCAL         TO QUE-START.
           MOVE WS-START-ZONE          TO QUE-ZONE.
           MOVE PIPE-DESCRIPTION       TO QUE-DESCRIPTION.
           WRITE CHGFRPT-REC FROM WS-QUEUED-LINE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  The change's planned start, on this system's clock.
      *-----------------------------------------------------------------
       2050-LOCALIZE-START.

           MOVE 'S'                    TO TZC-FUNCTION.
           MOVE SCQ-START(WS-CHG-INX)  TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE 0                      TO RETURN-CODE.
           MOVE TZC-STAMP-OUT          TO WS-START-LOCAL.
           MOVE TZC-OUT-ZONE           TO WS-START-ZONE.

      *-----------------------------------------------------------------
      *  Any PKGMASTR key leading with the change number is the
      *  change's package - positioned by START, the first key at or
      *  after the bare number is the only candidate.
      *-----------------------------------------------------------------
       2100-FIND-EXISTING-PACKAGE.

           MOVE 'N' TO WS-PKG-EXISTS.
           MOVE SPACES TO PMF-PACKAGE-ID.
           MOVE SCQ-NUMBER(WS-CHG-INX) TO PMF-PACKAGE-ID.
           START PKGMASTR KEY IS NOT LESS THAN PMF-PACKAGE-ID
               INVALID KEY GO TO 2100-EXIT
           END-START.
           READ PKGMASTR NEXT RECORD
               AT END GO TO 2100-EXIT
           END-READ.
           IF PMF-PACKAGE-ID(1:10) = SCQ-NUMBER(WS-CHG-INX)
              MOVE 'Y' TO WS-PKG-EXISTS
           END-IF.
       2100-EXIT.
           EXIT.

       3000-WRITE-TOTALS.

           MOVE SPACES TO CHGFRPT-REC.
           WRITE CHGFRPT-REC.
           MOVE WS-QUEUED-COUNT TO TOT-QUEUED.
           MOVE WS-EXISTS-COUNT TO TOT-EXISTS.
           MOVE WS-NOTCHG-COUNT TO TOT-NOTCHG.
           WRITE CHGFRPT-REC FROM WS-TOTAL-LINE.
