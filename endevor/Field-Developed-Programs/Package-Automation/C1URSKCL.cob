       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Quarterly risk-score calibration report. C1U-    *
      *              EXT07 scores every cast (DD RISKSCOR, weights in *
      *              copybook RISKSCCF); this joins each package cast *
      *              in the quarter - its latest score and the factor *
      *              counts behind it - to what really happened:      *
      *                BACKOUT   backed out (DD BCKIMPRT)             *
      *                EXECFAIL  execution failed (DD PKGMASTR status *
      *                          EXEC-FAILED)                         *
      *                PIVFAIL   a post-execute check failed (DD      *
      *                          PIVRSLT, from C1UPIVER)              *
      *                INCIDENT  an incident raised through SNOWINCC  *
      *                          within the window after the execute  *
      *                          (DD SHPSTAT INCRSE records)          *
      *                CLEAN     executed with none of the above      *
      *              A package is BAD with any of the four; one not   *
      *              yet executed has no outcome and is left out of   *
      *              the rates. The execute is dated by the first     *
      *              DEPLOY record on DD PKGHIST, else by PKGMASTR,   *
      *              else by the cast. Three parts on DD RSKCLRPT:    *
      *                1  outcome counts and the bad rate per score   *
      *                   band                                        *
      *                2  per factor, the mean count on bad and on    *
      *                   clean packages and the separation between   *
      *                   them (the difference as a percentage of the *
      *                   mean over both), ranked                     *
      *                3  suggested RISKSCCF weights: each current    *
      *                   weight scaled by the factor's bad/clean     *
      *                   ratio, held between a quarter and four      *
      *                   times the current weight                    *
      *              Window, bands and the fewest bad packages worth  *
      *              a suggestion: copybook RSKCALCF / DD EXITCFG     *
      *              section %RISKCAL. PARM YYYYQn selects the        *
      *              quarter (by cast date); no PARM means the        *
      *              quarter before the run date. Any input DD but    *
      *              RISKSCOR may be a DUMMY. Return code 4 when a    *
      *              table overflowed, else 0.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1URSKCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISKSCOR ASSIGN TO RISKSCOR
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BCKIMPRT ASSIGN TO BCKIMPRT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGHIST ASSIGN TO PKGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PIVRSLT ASSIGN TO PIVRSLT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SHPSTAT ASSIGN TO SHPSTAT
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT RSKCLRPT ASSIGN TO RSKCLRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  RISKSCOR
           RECORD CONTAINS 80 CHARACTERS.
       01  RISKSCOR-REC.
           03  RSK-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  RSK-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  RSK-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  RSK-SCORE                PIC 9(05).
           03  FILLER                   PIC X(01).
           03  RSK-ELEMENTS             PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-SYSTEMS              PIC 9(03).
           03  FILLER                   PIC X(01).
           03  RSK-RSNFAILS             PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-OVERRIDES            PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-BACKOUTS             PIC 9(04).
           03  FILLER                   PIC X(01).
           03  RSK-IMPACTED             PIC 9(04).
           03  FILLER                   PIC X(17).

       FD  BCKIMPRT
           RECORD CONTAINS 88 CHARACTERS.
       01  BCKIMPRT-REC.
           03  BKI-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  BKI-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  BKI-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(56).

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

       FD  PKGMASTR
           RECORD CONTAINS 100 CHARACTERS.
       01  PKGMASTR-REC.
           03  PMF-PACKAGE-ID           PIC X(16).
           03  PMF-ENV                  PIC X(08).
           03  PMF-STGID                PIC X(01).
           03  PMF-PACKAGE-STATUS       PIC X(12).
           03  PMF-BACKOUT-STATUS       PIC X(12).
           03  PMF-CREATE-USER          PIC X(08).
           03  PMF-CAST-USER            PIC X(08).
           03  PMF-LAST-EVENT           PIC X(12).
           03  PMF-LAST-DATE            PIC 9(08).
           03  PMF-LAST-TIME            PIC 9(06).
           03  FILLER                   PIC X(09).

       FD  PIVRSLT
           RECORD CONTAINS 164 CHARACTERS.
       01  PIVRSLT-REC.
           03  PIVRSLT-HEADER           PIC X(64).
           03  PIVRSLT-BODY.
              05  PVR-DATE              PIC 9(08).
              05  PVR-TIME              PIC 9(06).
              05  PVR-PACKAGE-ID        PIC X(16).
              05  PVR-ENV               PIC X(08).
              05  PVR-SYSTEM            PIC X(08).
              05  PVR-TYPE              PIC X(01).
              05  PVR-MEMBER            PIC X(08).
              05  PVR-RESULT            PIC X(08).
              05  PVR-RC                PIC 9(04).
              05  PVR-BACKOUT-FLAG      PIC X(01).
              05  PVR-ACTION            PIC X(10).
              05  FILLER                PIC X(22).

       FD  SHPSTAT
           RECORD CONTAINS 145 CHARACTERS.
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

       FD  RSKCLRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RSKCLRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-IN-FILE-STATUS            PIC X(02).
           88  IN-FILE-ATEND                    VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE            VALUE '30' '35'.

         COPY RISKSCCF.
         COPY RSKCALCF.
         COPY EXITCFG.

       01  WS-CFG-INX                   PIC 9(02).
       01  WS-CFG-BANDS-SEEN            PIC X(01) VALUE 'N'.

      *= Reporting quarter ============================================
       01  WS-QTR-YEAR                  PIC 9(04).
       01  WS-QTR-NUMBER                PIC 9(01).
       01  WS-FROM-DATE                 PIC 9(08).
       01  WS-TO-DATE                   PIC 9(08).
       01  WS-TODAY                     PIC 9(08).
       01  WS-TODAY-RE REDEFINES WS-TODAY.
           03  WS-TODAY-YEAR            PIC 9(04).
           03  WS-TODAY-MONTH           PIC 9(02).
           03  WS-TODAY-DAY             PIC 9(02).

      *= Packages scored in the quarter and what became of them =======
       01  WS-PK-MAX                    PIC 9(05) VALUE 5000.
       01  WS-PK-COUNT                  PIC 9(05) VALUE 0.
       01  WS-PK-DROPPED                PIC 9(05) VALUE 0.
       01  WS-PK-INX                    PIC 9(05).
       01  WS-PK-HIT-INX                PIC 9(05).
       01  WS-PK-TABLE.
           03  WS-PK-ENTRY OCCURS 5000 TIMES.
               05  WS-PK-PACKAGE-ID     PIC X(16).
               05  WS-PK-CAST-DATE      PIC 9(08).
               05  WS-PK-EXEC-DATE      PIC 9(08).
               05  WS-PK-SCORE          PIC 9(05).
               05  WS-PK-FACTOR         PIC 9(04) OCCURS 6 TIMES.
               05  WS-PK-EXECUTED       PIC X(01).
                   88  PK-EXECUTED              VALUE 'Y'.
               05  WS-PK-BACKOUT        PIC X(01).
                   88  PK-BACKED-OUT            VALUE 'Y'.
               05  WS-PK-EXECFAIL       PIC X(01).
                   88  PK-EXEC-FAILED           VALUE 'Y'.
               05  WS-PK-PIVFAIL        PIC X(01).
                   88  PK-PIV-FAILED            VALUE 'Y'.
               05  WS-PK-INCIDENT       PIC X(01).
                   88  PK-INCIDENT              VALUE 'Y'.
               05  WS-PK-OUTCOME        PIC X(01).
                   88  PK-OUTCOME-BAD           VALUE 'B'.
                   88  PK-OUTCOME-CLEAN         VALUE 'C'.
                   88  PK-OUTCOME-NONE          VALUE 'N'.
       01  WS-LAST-PACKAGE-ID           PIC X(16).
       01  WS-BASE-DATE                 PIC 9(08).
       01  WS-ELAPSED-DAYS              PIC S9(05).

      *= Score bands (one more than WS-RSKCAL-BAND-COUNT; 10 = total) =
       01  WS-BD-INX                    PIC 9(02).
       01  WS-BD-HIT                    PIC 9(01).
       01  WS-BD-LAST                   PIC 9(01).
       01  WS-BD-LOW                    PIC 9(05).
       01  WS-BD-TABLE.
           03  WS-BD-ENTRY OCCURS 10 TIMES.
               05  WS-BD-PACKAGES       PIC 9(05).
               05  WS-BD-KNOWN          PIC 9(05).
               05  WS-BD-BACKOUT        PIC 9(05).
               05  WS-BD-EXECFAIL       PIC 9(05).
               05  WS-BD-PIVFAIL        PIC 9(05).
               05  WS-BD-INCIDENT       PIC 9(05).
               05  WS-BD-BAD            PIC 9(05).
       01  WS-BAD-PCT                   PIC 9(03)V9.

      *= Factors, in RISKSCOR record order ============================
       01  WS-FC-INX                    PIC 9(01).
       01  WS-FC-INX2                   PIC 9(01).
       01  WS-FC-NAMES.
           03  FILLER                   PIC X(31) VALUE
               'ELEMENTS  WS-RISKSC-WT-ELEMENT'.
           03  FILLER                   PIC X(31) VALUE
               'SYSTEMS   WS-RISKSC-WT-SYSTEM'.
           03  FILLER                   PIC X(31) VALUE
               'RSNFAILS  WS-RISKSC-WT-RSNFAIL'.
           03  FILLER                   PIC X(31) VALUE
               'OVERRIDES WS-RISKSC-WT-OVERRIDE'.
           03  FILLER                   PIC X(31) VALUE
               'BACKOUTS  WS-RISKSC-WT-BACKOUT'.
           03  FILLER                   PIC X(31) VALUE
               'IMPACTED  WS-RISKSC-WT-IMPACT'.
       01  WS-FC-NAMES-RE REDEFINES WS-FC-NAMES.
           03  WS-FC-NAME-ENTRY OCCURS 6 TIMES.
               05  WS-FC-NAME           PIC X(10).
               05  WS-FC-WEIGHT-NAME    PIC X(21).
       01  WS-FC-TABLE.
           03  WS-FC-ENTRY OCCURS 6 TIMES.
               05  WS-FC-WEIGHT         PIC 9(03).
               05  WS-FC-SUM-BAD        PIC 9(09).
               05  WS-FC-SUM-CLEAN      PIC 9(09).
               05  WS-FC-MEAN-BAD       PIC 9(05)V99.
               05  WS-FC-MEAN-CLEAN     PIC 9(05)V99.
               05  WS-FC-SEPARATION     PIC S9(05)V9.
               05  WS-FC-RANK           PIC 9(01).
               05  WS-FC-SUGGESTED      PIC 9(03).
       01  WS-FC-RATIO                  PIC 9(03)V9999.
       01  WS-FC-MEAN-BOTH              PIC 9(05)V99.
       01  WS-FC-SUGGEST-WORK           PIC 9(05)V9.

      *= Quarter totals ===============================================
       01  WS-TOT-BAD                   PIC 9(05) VALUE 0.
       01  WS-TOT-CLEAN                 PIC 9(05) VALUE 0.
       01  WS-SUGGEST-WEIGHTS           PIC X(01) VALUE 'N'.
           88  WEIGHTS-SUGGESTED                VALUE 'Y'.

      *= Report lines =================================================
       01  WS-TITLE-LINE.
           03  FILLER                   PIC X(44) VALUE
               'RISK-SCORE CALIBRATION FOR PACKAGES CAST IN '.
           03  TTL-YEAR                 PIC 9(04).
           03  FILLER                   PIC X(01) VALUE 'Q'.
           03  TTL-QUARTER              PIC 9(01).
           03  FILLER                   PIC X(02) VALUE ' ('.
           03  TTL-FROM-DATE            PIC 9(08).
           03  FILLER                   PIC X(03) VALUE ' - '.
           03  TTL-TO-DATE              PIC 9(08).
           03  FILLER                   PIC X(01) VALUE ')'.
           03  FILLER                   PIC X(60) VALUE SPACES.

       01  WS-WINDOW-LINE.
           03  FILLER                   PIC X(32) VALUE
               'INCIDENTS COUNT WHEN RAISED UP T'.
           03  FILLER                   PIC X(02) VALUE 'O '.
           03  WDL-DAYS                 PIC ZZ9.
           03  FILLER                   PIC X(95) VALUE
               ' DAYS AFTER THE EXECUTE'.

       01  WS-PART1-LINE                PIC X(132) VALUE
           'PART 1 - OUTCOME BY CAST-TIME RISK SCORE BAND'.
       01  WS-BAND-HDR-LINE.
           03  FILLER                   PIC X(44) VALUE
               'SCORE BAND      PACKAGES  EXECUTED   BACKOUT'.
           03  FILLER                   PIC X(44) VALUE
               '  EXECFAIL   PIVFAIL  INCIDENT       BAD  BA'.
           03  FILLER                   PIC X(44) VALUE
               'D PCT'.

       01  WS-BAND-LINE.
           03  BDL-LOW                  PIC ZZZZ9.
           03  BDL-DASH                 PIC X(03).
           03  BDL-HIGH                 PIC ZZZZ9.
           03  FILLER                   PIC X(02).
           03  BDL-PACKAGES             PIC ZZZZZZZZ9.
           03  FILLER                   PIC X(01).
           03  BDL-KNOWN                PIC ZZZZZZZZ9.
           03  FILLER                   PIC X(01).
           03  BDL-BACKOUT              PIC ZZZZZZZZ9.
           03  FILLER                   PIC X(01).
           03  BDL-EXECFAIL             PIC ZZZZZZZZ9.
           03  FILLER                   PIC X(01).
           03  BDL-PIVFAIL              PIC ZZZZZZZZ9.
           03  FILLER                   PIC X(01).
           03  BDL-INCIDENT             PIC ZZZZZZZZ9.
           03  FILLER                   PIC X(01).
           03  BDL-BAD                  PIC ZZZZZZZZ9.
           03  FILLER                   PIC X(02).
           03  BDL-BAD-PCT              PIC ZZZZ9.9.
           03  FILLER                   PIC X(39).

       01  WS-PART2-LINE                PIC X(132) VALUE
           'PART 2 - FACTOR SEPARATION, MEAN COUNT PER PACKAGE ON BAD VE
      -    'RSUS CLEAN PACKAGES'.
       01  WS-FACTOR-HDR-LINE           PIC X(132) VALUE
           'FACTOR       WEIGHT    MEAN BAD  MEAN CLEAN  SEPARATION PCT
      -    '  RANK'.
       01  WS-FACTOR-LINE.
           03  FCL-NAME                 PIC X(10).
           03  FILLER                   PIC X(02).
           03  FCL-WEIGHT               PIC ZZZZZZ9.
           03  FILLER                   PIC X(02).
           03  FCL-MEAN-BAD             PIC ZZZZZ9.99.
           03  FILLER                   PIC X(03).
           03  FCL-MEAN-CLEAN           PIC ZZZZZ9.99.
           03  FILLER                   PIC X(03).
           03  FCL-SEPARATION           PIC ------9.9.
           03  FILLER                   PIC X(08).
           03  FCL-RANK                 PIC 9(01).
           03  FILLER                   PIC X(69).

       01  WS-PART3-LINE                PIC X(132) VALUE
           'PART 3 - SUGGESTED RISKSCCF WEIGHTS'.
       01  WS-WEIGHT-LINE.
           03  WTL-WEIGHT-NAME          PIC X(21).
           03  FILLER                   PIC X(10) VALUE '  CURRENT '.
           03  WTL-CURRENT              PIC ZZ9.
           03  FILLER                   PIC X(12) VALUE
               '  SUGGESTED '.
           03  WTL-SUGGESTED            PIC ZZ9.
           03  FILLER                   PIC X(02).
           03  WTL-NOTE                 PIC X(81).

       01  WS-NOTE-LINE.
           03  NTL-TALLY                PIC ZZ,ZZZ,ZZ9.
           03  NTL-TEXT                 PIC X(122).

       01  WS-NONE-LINE                 PIC X(132) VALUE
           '    NONE'.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-QUARTER.
               10  PARM-QTR-YEAR        PIC X(04).
               10  PARM-QTR-LETTER      PIC X(01).
               10  PARM-QTR-NUMBER      PIC X(01).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           IF LINK-PARM-LENGTH >= 6
              IF PARM-QTR-YEAR IS NOT NUMERIC
                 OR PARM-QTR-LETTER NOT = 'Q'
                 OR PARM-QTR-NUMBER < '1'
                 OR PARM-QTR-NUMBER > '4'
                 DISPLAY 'C1URSKCL: PARM MUST BE A YYYYQN QUARTER'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-QTR-YEAR   TO WS-QTR-YEAR
              MOVE PARM-QTR-NUMBER TO WS-QTR-NUMBER
           ELSE
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY-YEAR TO WS-QTR-YEAR
              COMPUTE WS-QTR-NUMBER = (WS-TODAY-MONTH + 2) / 3
              IF WS-QTR-NUMBER = 1
                 MOVE 4 TO WS-QTR-NUMBER
                 SUBTRACT 1 FROM WS-QTR-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-QTR-NUMBER
              END-IF
           END-IF.
           COMPUTE WS-FROM-DATE = WS-QTR-YEAR * 10000
                                + (WS-QTR-NUMBER * 3 - 2) * 100 + 1.
           COMPUTE WS-TO-DATE   = WS-QTR-YEAR * 10000
                                + (WS-QTR-NUMBER * 3) * 100 + 31.

           PERFORM 0040-LOAD-SETTINGS.

           OPEN OUTPUT RSKCLRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-QTR-YEAR   TO TTL-YEAR.
           MOVE WS-QTR-NUMBER TO TTL-QUARTER.
           MOVE WS-FROM-DATE  TO TTL-FROM-DATE.
           MOVE WS-TO-DATE    TO TTL-TO-DATE.
           WRITE RSKCLRPT-REC FROM WS-TITLE-LINE.
           MOVE WS-RSKCAL-INC-DAYS TO WDL-DAYS.
           WRITE RSKCLRPT-REC FROM WS-WINDOW-LINE.

           PERFORM 0100-LOAD-RISKSCOR.
           IF WS-PK-COUNT = 0
              MOVE SPACES TO RSKCLRPT-REC
              WRITE RSKCLRPT-REC
              MOVE 'NO RISK SCORES ON DD RISKSCOR FOR THE QUARTER'
                   TO RSKCLRPT-REC
              WRITE RSKCLRPT-REC
              CLOSE RSKCLRPT
              DISPLAY 'C1URSKCL: NO PACKAGES SCORED IN THE QUARTER'
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0200-DATE-FROM-PKGHIST.
           PERFORM 0300-APPLY-PKGMASTR.
           PERFORM 0400-APPLY-BCKIMPRT.
           PERFORM 0500-APPLY-PIVRSLT.
           PERFORM 0600-APPLY-SHPSTAT.
           PERFORM 0700-TALLY-OUTCOMES.
           PERFORM 0750-WEIGH-FACTORS.

           PERFORM 0800-WRITE-PART-1.
           PERFORM 0850-WRITE-PART-2.
           PERFORM 0900-WRITE-PART-3.

           IF WS-PK-DROPPED > 0
              MOVE SPACES TO RSKCLRPT-REC
              WRITE RSKCLRPT-REC
              MOVE WS-PK-DROPPED TO NTL-TALLY
              MOVE ' PACKAGE(S) NOT REPORTED - PACKAGE TABLE FULL'
                   TO NTL-TEXT
              WRITE RSKCLRPT-REC FROM WS-NOTE-LINE
           END-IF.

           CLOSE RSKCLRPT.

           DISPLAY 'C1URSKCL: ' WS-PK-COUNT ' PACKAGE(S) SCORED, '
                   WS-TOT-BAD ' BAD, ' WS-TOT-CLEAN ' CLEAN'.
           IF WS-PK-DROPPED > 0
              DISPLAY 'C1URSKCL: WARNING - ' WS-PK-DROPPED
                      ' PACKAGES DROPPED, PACKAGE TABLE FULL'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  %RISKCAL - INCDAYS=, MINBAD= and BAND= lines; a missing
      *  section or line keeps the RSKCALCF default. The first BAND=
      *  line replaces the compiled-in bands.
      *-----------------------------------------------------------------
       0040-LOAD-SETTINGS.

           MOVE 'RISKCAL'         TO CFG-SECTION-NAME.
           MOVE WS-RSKCAL-MAX     TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'INCDAYS='
                      IF CFG-ENTRY-LINE(WS-CFG-INX)(9:3) IS NUMERIC
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:3)
                              TO WS-RSKCAL-INC-DAYS
                      END-IF
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:7) = 'MINBAD='
                      IF CFG-ENTRY-LINE(WS-CFG-INX)(8:4) IS NUMERIC
                         MOVE CFG-ENTRY-LINE(WS-CFG-INX)(8:4)
                              TO WS-RSKCAL-MIN-BAD
                      END-IF
                    WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'BAND='
                      IF CFG-ENTRY-LINE(WS-CFG-INX)(6:5) IS NUMERIC
                         IF WS-CFG-BANDS-SEEN = 'N'
                            MOVE 'Y' TO WS-CFG-BANDS-SEEN
                            MOVE 0 TO WS-RSKCAL-BAND-COUNT
                         END-IF
                         IF WS-RSKCAL-BAND-COUNT < WS-RSKCAL-BAND-MAX
                            ADD 1 TO WS-RSKCAL-BAND-COUNT
                            MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:5)
                                 TO WS-RSKCAL-BAND
                                    (WS-RSKCAL-BAND-COUNT)
                         END-IF
                      END-IF
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
              END-PERFORM
           END-IF.
           COMPUTE WS-BD-LAST = WS-RSKCAL-BAND-COUNT + 1.
           MOVE WS-RISKSC-WT-ELEMENT  TO WS-FC-WEIGHT(1).
           MOVE WS-RISKSC-WT-SYSTEM   TO WS-FC-WEIGHT(2).
           MOVE WS-RISKSC-WT-RSNFAIL  TO WS-FC-WEIGHT(3).
           MOVE WS-RISKSC-WT-OVERRIDE TO WS-FC-WEIGHT(4).
           MOVE WS-RISKSC-WT-BACKOUT  TO WS-FC-WEIGHT(5).
           MOVE WS-RISKSC-WT-IMPACT   TO WS-FC-WEIGHT(6).

      *-----------------------------------------------------------------
      *  First line of RSKCLRPT - see COPY RUNCTXH.
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
           MOVE SPACES TO RSKCLRPT-REC.
           WRITE RSKCLRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  Every package scored in the quarter. A recast is scored
      *  again; its latest record is the score the approvers acted on.
      *-----------------------------------------------------------------
       0100-LOAD-RISKSCOR.

           OPEN INPUT RISKSCOR.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 0110-READ-RISKSCOR
              PERFORM 0120-LOAD-ONE-SCORE UNTIL IN-FILE-ATEND
              CLOSE RISKSCOR
           END-IF.

       0110-READ-RISKSCOR.
           READ RISKSCOR
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0120-LOAD-ONE-SCORE.
           IF RSK-DATE IS NUMERIC
              AND RSK-DATE >= WS-FROM-DATE
              AND RSK-DATE <= WS-TO-DATE
              AND RSK-SCORE IS NUMERIC
              MOVE RSK-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 0130-FIND-PACKAGE
              IF WS-PK-HIT-INX = 0
                 IF WS-PK-COUNT < WS-PK-MAX
                    ADD 1 TO WS-PK-COUNT
                    MOVE WS-PK-COUNT TO WS-PK-HIT-INX
                    MOVE RSK-PACKAGE-ID
                         TO WS-PK-PACKAGE-ID(WS-PK-HIT-INX)
                    MOVE 0   TO WS-PK-EXEC-DATE(WS-PK-HIT-INX)
                    MOVE 'N' TO WS-PK-EXECUTED(WS-PK-HIT-INX)
                                WS-PK-BACKOUT(WS-PK-HIT-INX)
                                WS-PK-EXECFAIL(WS-PK-HIT-INX)
                                WS-PK-PIVFAIL(WS-PK-HIT-INX)
                                WS-PK-INCIDENT(WS-PK-HIT-INX)
                                WS-PK-OUTCOME(WS-PK-HIT-INX)
                 ELSE
                    ADD 1 TO WS-PK-DROPPED
                 END-IF
              END-IF
              IF WS-PK-HIT-INX > 0
                 MOVE RSK-DATE  TO WS-PK-CAST-DATE(WS-PK-HIT-INX)
                 MOVE RSK-SCORE TO WS-PK-SCORE(WS-PK-HIT-INX)
                 MOVE 0 TO WS-PK-FACTOR(WS-PK-HIT-INX, 1)
                           WS-PK-FACTOR(WS-PK-HIT-INX, 2)
                           WS-PK-FACTOR(WS-PK-HIT-INX, 3)
                           WS-PK-FACTOR(WS-PK-HIT-INX, 4)
                           WS-PK-FACTOR(WS-PK-HIT-INX, 5)
                           WS-PK-FACTOR(WS-PK-HIT-INX, 6)
                 IF RSK-ELEMENTS IS NUMERIC
                    MOVE RSK-ELEMENTS
                         TO WS-PK-FACTOR(WS-PK-HIT-INX, 1)
                 END-IF
                 IF RSK-SYSTEMS IS NUMERIC
                    MOVE RSK-SYSTEMS
                         TO WS-PK-FACTOR(WS-PK-HIT-INX, 2)
                 END-IF
                 IF RSK-RSNFAILS IS NUMERIC
                    MOVE RSK-RSNFAILS
                         TO WS-PK-FACTOR(WS-PK-HIT-INX, 3)
                 END-IF
                 IF RSK-OVERRIDES IS NUMERIC
                    MOVE RSK-OVERRIDES
                         TO WS-PK-FACTOR(WS-PK-HIT-INX, 4)
                 END-IF
                 IF RSK-BACKOUTS IS NUMERIC
                    MOVE RSK-BACKOUTS
                         TO WS-PK-FACTOR(WS-PK-HIT-INX, 5)
                 END-IF
                 IF RSK-IMPACTED IS NUMERIC
                    MOVE RSK-IMPACTED
                         TO WS-PK-FACTOR(WS-PK-HIT-INX, 6)
                 END-IF
              END-IF
           END-IF.
           PERFORM 0110-READ-RISKSCOR.

       0130-FIND-PACKAGE.
           MOVE 0 TO WS-PK-HIT-INX.
           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT
                      OR WS-PK-HIT-INX > 0
              IF WS-PK-PACKAGE-ID(WS-PK-INX) = WS-LAST-PACKAGE-ID
                 MOVE WS-PK-INX TO WS-PK-HIT-INX
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  The first DEPLOY record of a package (C1UDEPLY, the step
      *  after the execute) proves and dates the execute.
      *-----------------------------------------------------------------
       0200-DATE-FROM-PKGHIST.

           MOVE SPACES TO WS-LAST-PACKAGE-ID.
           OPEN INPUT PKGHIST.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 0210-READ-PKGHIST
              PERFORM 0220-DATE-ONE-HISTORY UNTIL IN-FILE-ATEND
              CLOSE PKGHIST
           END-IF.

       0210-READ-PKGHIST.
           READ PKGHIST NEXT RECORD
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0220-DATE-ONE-HISTORY.
           IF PH-REC-TYPE = 'D'
              AND PH-PACKAGE-ID NOT = WS-LAST-PACKAGE-ID
              AND PH-DATE IS NUMERIC
              MOVE PH-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 0130-FIND-PACKAGE
              IF WS-PK-HIT-INX > 0
                 MOVE PH-DATE TO WS-PK-EXEC-DATE(WS-PK-HIT-INX)
                 MOVE 'Y'     TO WS-PK-EXECUTED(WS-PK-HIT-INX)
              END-IF
           END-IF.
           PERFORM 0210-READ-PKGHIST.

      *-----------------------------------------------------------------
      *  Endevor's own status: EXEC-FAILED is a failed execution;
      *  EXECUTED or COMMITTED is an execute PKGHIST may not have
      *  dated, the master's last stamp standing in for it.
      *-----------------------------------------------------------------
       0300-APPLY-PKGMASTR.

           OPEN INPUT PKGMASTR.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 0310-READ-PKGMASTR
              PERFORM 0320-APPLY-ONE-MASTER UNTIL IN-FILE-ATEND
              CLOSE PKGMASTR
           END-IF.

       0310-READ-PKGMASTR.
           READ PKGMASTR NEXT RECORD
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0320-APPLY-ONE-MASTER.
           IF PMF-PACKAGE-STATUS = 'EXECUTED' OR 'COMMITTED'
                                  OR 'EXEC-FAILED'
              MOVE PMF-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 0130-FIND-PACKAGE
              IF WS-PK-HIT-INX > 0
                 MOVE 'Y' TO WS-PK-EXECUTED(WS-PK-HIT-INX)
                 IF PMF-PACKAGE-STATUS = 'EXEC-FAILED'
                    MOVE 'Y' TO WS-PK-EXECFAIL(WS-PK-HIT-INX)
                 END-IF
                 IF WS-PK-EXEC-DATE(WS-PK-HIT-INX) = 0
                    AND PMF-LAST-DATE IS NUMERIC
                    MOVE PMF-LAST-DATE
                         TO WS-PK-EXEC-DATE(WS-PK-HIT-INX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 0310-READ-PKGMASTR.

       0400-APPLY-BCKIMPRT.

           OPEN INPUT BCKIMPRT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 0410-READ-BCKIMPRT
              PERFORM 0420-APPLY-ONE-BACKOUT UNTIL IN-FILE-ATEND
              CLOSE BCKIMPRT
           END-IF.

       0410-READ-BCKIMPRT.
           READ BCKIMPRT
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0420-APPLY-ONE-BACKOUT.
           MOVE BKI-PACKAGE-ID TO WS-LAST-PACKAGE-ID.
           PERFORM 0130-FIND-PACKAGE.
           IF WS-PK-HIT-INX > 0
              MOVE 'Y' TO WS-PK-BACKOUT(WS-PK-HIT-INX)
                          WS-PK-EXECUTED(WS-PK-HIT-INX)
           END-IF.
           PERFORM 0410-READ-BCKIMPRT.

      *-----------------------------------------------------------------
      *  A FAIL on any post-implementation check C1UPIVER ran.
      *-----------------------------------------------------------------
       0500-APPLY-PIVRSLT.

           OPEN INPUT PIVRSLT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 0510-READ-PIVRSLT
              PERFORM 0520-APPLY-ONE-RESULT UNTIL IN-FILE-ATEND
              CLOSE PIVRSLT
           END-IF.

       0510-READ-PIVRSLT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ PIVRSLT
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'PIVRSLT'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE PIVRSLT-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       0520-APPLY-ONE-RESULT.
           IF PVR-RESULT = 'FAIL'
              MOVE PVR-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 0130-FIND-PACKAGE
              IF WS-PK-HIT-INX > 0
                 MOVE 'Y' TO WS-PK-PIVFAIL(WS-PK-HIT-INX)
                             WS-PK-EXECUTED(WS-PK-HIT-INX)
              END-IF
           END-IF.
           PERFORM 0510-READ-PIVRSLT.

      *-----------------------------------------------------------------
      *  An incident SNOWINCC raised for the package (C1UEXSHP's
      *  INCRSE trail record) counts when it came within the window
      *  after the execute - after the cast for a package whose
      *  execute is not on record.
      *-----------------------------------------------------------------
       0600-APPLY-SHPSTAT.

           OPEN INPUT SHPSTAT.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 0610-READ-SHPSTAT
              PERFORM 0620-APPLY-ONE-SHIPMENT UNTIL IN-FILE-ATEND
              CLOSE SHPSTAT
           END-IF.

       0610-READ-SHPSTAT.
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

       0620-APPLY-ONE-SHIPMENT.
           IF SHP-STATUS = 'INCRSE' AND SHP-DATE IS NUMERIC
              MOVE SHP-PACKAGE-ID TO WS-LAST-PACKAGE-ID
              PERFORM 0130-FIND-PACKAGE
              IF WS-PK-HIT-INX > 0
                 IF WS-PK-EXEC-DATE(WS-PK-HIT-INX) > 0
                    MOVE WS-PK-EXEC-DATE(WS-PK-HIT-INX)
                         TO WS-BASE-DATE
                 ELSE
                    MOVE WS-PK-CAST-DATE(WS-PK-HIT-INX)
                         TO WS-BASE-DATE
                 END-IF
                 COMPUTE WS-ELAPSED-DAYS =
                     FUNCTION INTEGER-OF-DATE(SHP-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                 IF WS-ELAPSED-DAYS >= 0
                    AND WS-ELAPSED-DAYS <= WS-RSKCAL-INC-DAYS
                    MOVE 'Y' TO WS-PK-INCIDENT(WS-PK-HIT-INX)
                                WS-PK-EXECUTED(WS-PK-HIT-INX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 0610-READ-SHPSTAT.

      *-----------------------------------------------------------------
      *  Each package's outcome, its band's counts and the factor
      *  sums on the bad and the clean side.
      *-----------------------------------------------------------------
       0700-TALLY-OUTCOMES.

           INITIALIZE WS-BD-TABLE.
           PERFORM VARYING WS-FC-INX FROM 1 BY 1 UNTIL WS-FC-INX > 6
              MOVE 0 TO WS-FC-SUM-BAD(WS-FC-INX)
                        WS-FC-SUM-CLEAN(WS-FC-INX)
           END-PERFORM.
           PERFORM VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT
              EVALUATE TRUE
                WHEN PK-BACKED-OUT(WS-PK-INX)
                  OR PK-EXEC-FAILED(WS-PK-INX)
                  OR PK-PIV-FAILED(WS-PK-INX)
                  OR PK-INCIDENT(WS-PK-INX)
                  MOVE 'B' TO WS-PK-OUTCOME(WS-PK-INX)
                  ADD 1 TO WS-TOT-BAD
                WHEN PK-EXECUTED(WS-PK-INX)
                  MOVE 'C' TO WS-PK-OUTCOME(WS-PK-INX)
                  ADD 1 TO WS-TOT-CLEAN
                WHEN OTHER
                  MOVE 'N' TO WS-PK-OUTCOME(WS-PK-INX)
              END-EVALUATE
              PERFORM 0710-FIND-BAND
              ADD 1 TO WS-BD-PACKAGES(WS-BD-HIT)
              IF NOT PK-OUTCOME-NONE(WS-PK-INX)
                 ADD 1 TO WS-BD-KNOWN(WS-BD-HIT)
              END-IF
              IF PK-BACKED-OUT(WS-PK-INX)
                 ADD 1 TO WS-BD-BACKOUT(WS-BD-HIT)
              END-IF
              IF PK-EXEC-FAILED(WS-PK-INX)
                 ADD 1 TO WS-BD-EXECFAIL(WS-BD-HIT)
              END-IF
              IF PK-PIV-FAILED(WS-PK-INX)
                 ADD 1 TO WS-BD-PIVFAIL(WS-BD-HIT)
              END-IF
              IF PK-INCIDENT(WS-PK-INX)
                 ADD 1 TO WS-BD-INCIDENT(WS-BD-HIT)
              END-IF
              PERFORM VARYING WS-FC-INX FROM 1 BY 1
                      UNTIL WS-FC-INX > 6
                 IF PK-OUTCOME-BAD(WS-PK-INX)
                    ADD WS-PK-FACTOR(WS-PK-INX, WS-FC-INX)
                        TO WS-FC-SUM-BAD(WS-FC-INX)
                 END-IF
                 IF PK-OUTCOME-CLEAN(WS-PK-INX)
                    ADD WS-PK-FACTOR(WS-PK-INX, WS-FC-INX)
                        TO WS-FC-SUM-CLEAN(WS-FC-INX)
                 END-IF
              END-PERFORM
              IF PK-OUTCOME-BAD(WS-PK-INX)
                 ADD 1 TO WS-BD-BAD(WS-BD-HIT)
              END-IF
           END-PERFORM.

       0710-FIND-BAND.
           MOVE 0 TO WS-BD-HIT.
           PERFORM VARYING WS-BD-INX FROM 1 BY 1
                   UNTIL WS-BD-INX > WS-RSKCAL-BAND-COUNT
                      OR WS-BD-HIT > 0
              IF WS-PK-SCORE(WS-PK-INX) <= WS-RSKCAL-BAND(WS-BD-INX)
                 MOVE WS-BD-INX TO WS-BD-HIT
              END-IF
           END-PERFORM.
           IF WS-BD-HIT = 0
              MOVE WS-BD-LAST TO WS-BD-HIT
           END-IF.

      *-----------------------------------------------------------------
      *  Per factor: the means, the separation (bad mean less clean
      *  mean, as a percentage of the mean over both), its rank, and
      *  the current weight scaled by the bad/clean ratio - a factor
      *  seen only on bad packages counts as four times, one seen on
      *  neither side keeps its weight.
      *-----------------------------------------------------------------
       0750-WEIGH-FACTORS.

           IF WS-TOT-BAD >= WS-RSKCAL-MIN-BAD AND WS-TOT-CLEAN > 0
              MOVE 'Y' TO WS-SUGGEST-WEIGHTS
           END-IF.
           PERFORM VARYING WS-FC-INX FROM 1 BY 1 UNTIL WS-FC-INX > 6
              MOVE 0 TO WS-FC-MEAN-BAD(WS-FC-INX)
                        WS-FC-MEAN-CLEAN(WS-FC-INX)
                        WS-FC-SEPARATION(WS-FC-INX)
              IF WS-TOT-BAD > 0
                 COMPUTE WS-FC-MEAN-BAD(WS-FC-INX) ROUNDED =
                     WS-FC-SUM-BAD(WS-FC-INX) / WS-TOT-BAD
              END-IF
              IF WS-TOT-CLEAN > 0
                 COMPUTE WS-FC-MEAN-CLEAN(WS-FC-INX) ROUNDED =
                     WS-FC-SUM-CLEAN(WS-FC-INX) / WS-TOT-CLEAN
              END-IF
              IF WS-TOT-BAD + WS-TOT-CLEAN > 0
                 COMPUTE WS-FC-MEAN-BOTH ROUNDED =
                     (WS-FC-SUM-BAD(WS-FC-INX)
                      + WS-FC-SUM-CLEAN(WS-FC-INX))
                   / (WS-TOT-BAD + WS-TOT-CLEAN)
                 IF WS-FC-MEAN-BOTH > 0
                    COMPUTE WS-FC-SEPARATION(WS-FC-INX) ROUNDED =
                        (WS-FC-MEAN-BAD(WS-FC-INX)
                         - WS-FC-MEAN-CLEAN(WS-FC-INX)) * 100
                      / WS-FC-MEAN-BOTH
                        ON SIZE ERROR
                           MOVE 99999.9 TO WS-FC-SEPARATION(WS-FC-INX)
                    END-COMPUTE
                 END-IF
              END-IF
              EVALUATE TRUE
                WHEN NOT WEIGHTS-SUGGESTED
                  MOVE 1 TO WS-FC-RATIO
                WHEN WS-FC-MEAN-CLEAN(WS-FC-INX) > 0
                  COMPUTE WS-FC-RATIO ROUNDED =
                      WS-FC-MEAN-BAD(WS-FC-INX)
                    / WS-FC-MEAN-CLEAN(WS-FC-INX)
                      ON SIZE ERROR MOVE 4 TO WS-FC-RATIO
                  END-COMPUTE
                WHEN WS-FC-MEAN-BAD(WS-FC-INX) > 0
                  MOVE 4 TO WS-FC-RATIO
                WHEN OTHER
                  MOVE 1 TO WS-FC-RATIO
              END-EVALUATE
              IF WS-FC-RATIO > 4
                 MOVE 4 TO WS-FC-RATIO
              END-IF
              IF WS-FC-RATIO < 0.25
                 MOVE 0.25 TO WS-FC-RATIO
              END-IF
              COMPUTE WS-FC-SUGGEST-WORK ROUNDED =
                  WS-FC-WEIGHT(WS-FC-INX) * WS-FC-RATIO
              IF WS-FC-SUGGEST-WORK > 999
                 MOVE 999 TO WS-FC-SUGGEST-WORK
              END-IF
              COMPUTE WS-FC-SUGGESTED(WS-FC-INX) ROUNDED =
                  WS-FC-SUGGEST-WORK
              IF WS-FC-SUGGESTED(WS-FC-INX) = 0
                 AND WS-FC-WEIGHT(WS-FC-INX) > 0
                 MOVE 1 TO WS-FC-SUGGESTED(WS-FC-INX)
              END-IF
              IF WS-FC-WEIGHT(WS-FC-INX) = 0
                 AND WEIGHTS-SUGGESTED
                 AND WS-FC-MEAN-BAD(WS-FC-INX) >
                     WS-FC-MEAN-CLEAN(WS-FC-INX)
                 MOVE 1 TO WS-FC-SUGGESTED(WS-FC-INX)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-FC-INX FROM 1 BY 1 UNTIL WS-FC-INX > 6
              MOVE 1 TO WS-FC-RANK(WS-FC-INX)
              PERFORM VARYING WS-FC-INX2 FROM 1 BY 1
                      UNTIL WS-FC-INX2 > 6
                 IF WS-FC-SEPARATION(WS-FC-INX2) >
                    WS-FC-SEPARATION(WS-FC-INX)
                    OR (WS-FC-SEPARATION(WS-FC-INX2) =
                        WS-FC-SEPARATION(WS-FC-INX)
                        AND WS-FC-INX2 < WS-FC-INX)
                    ADD 1 TO WS-FC-RANK(WS-FC-INX)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Part 1 - one line per score band, then the quarter's total.
      *  The bad rate is of the packages with an outcome.
      *-----------------------------------------------------------------
       0800-WRITE-PART-1.

           MOVE SPACES TO RSKCLRPT-REC.
           WRITE RSKCLRPT-REC.
           WRITE RSKCLRPT-REC FROM WS-PART1-LINE.
           WRITE RSKCLRPT-REC FROM WS-BAND-HDR-LINE.
           MOVE 0 TO WS-BD-LOW.
           PERFORM VARYING WS-BD-INX FROM 1 BY 1
                   UNTIL WS-BD-INX > WS-BD-LAST
              MOVE SPACES TO WS-BAND-LINE
              MOVE WS-BD-LOW TO BDL-LOW
              IF WS-BD-INX = WS-BD-LAST
                 MOVE ' + ' TO BDL-DASH
              ELSE
                 MOVE ' - ' TO BDL-DASH
                 MOVE WS-RSKCAL-BAND(WS-BD-INX) TO BDL-HIGH
                 COMPUTE WS-BD-LOW = WS-RSKCAL-BAND(WS-BD-INX) + 1
              END-IF
              PERFORM 0810-FORMAT-BAND-COUNTS
              WRITE RSKCLRPT-REC FROM WS-BAND-LINE
           END-PERFORM.
           PERFORM VARYING WS-BD-INX FROM 1 BY 1
                   UNTIL WS-BD-INX > WS-BD-LAST
              ADD WS-BD-PACKAGES(WS-BD-INX) TO WS-BD-PACKAGES(10)
              ADD WS-BD-KNOWN(WS-BD-INX)    TO WS-BD-KNOWN(10)
              ADD WS-BD-BACKOUT(WS-BD-INX)  TO WS-BD-BACKOUT(10)
              ADD WS-BD-EXECFAIL(WS-BD-INX) TO WS-BD-EXECFAIL(10)
              ADD WS-BD-PIVFAIL(WS-BD-INX)  TO WS-BD-PIVFAIL(10)
              ADD WS-BD-INCIDENT(WS-BD-INX) TO WS-BD-INCIDENT(10)
              ADD WS-BD-BAD(WS-BD-INX)      TO WS-BD-BAD(10)
           END-PERFORM.
           MOVE 10 TO WS-BD-INX.
           MOVE SPACES TO WS-BAND-LINE.
           MOVE 'ALL SCORES   ' TO WS-BAND-LINE(1:13).
           PERFORM 0810-FORMAT-BAND-COUNTS.
           WRITE RSKCLRPT-REC FROM WS-BAND-LINE.

       0810-FORMAT-BAND-COUNTS.
           MOVE WS-BD-PACKAGES(WS-BD-INX) TO BDL-PACKAGES.
           MOVE WS-BD-KNOWN(WS-BD-INX)    TO BDL-KNOWN.
           MOVE WS-BD-BACKOUT(WS-BD-INX)  TO BDL-BACKOUT.
           MOVE WS-BD-EXECFAIL(WS-BD-INX) TO BDL-EXECFAIL.
           MOVE WS-BD-PIVFAIL(WS-BD-INX)  TO BDL-PIVFAIL.
           MOVE WS-BD-INCIDENT(WS-BD-INX) TO BDL-INCIDENT.
           MOVE WS-BD-BAD(WS-BD-INX)      TO BDL-BAD.
           IF WS-BD-KNOWN(WS-BD-INX) > 0
              COMPUTE WS-BAD-PCT ROUNDED =
                  WS-BD-BAD(WS-BD-INX) * 100 / WS-BD-KNOWN(WS-BD-INX)
              MOVE WS-BAD-PCT TO BDL-BAD-PCT
           END-IF.

      *-----------------------------------------------------------------
      *  Part 2 - the factors in RISKSCOR order with their rank; a
      *  factor that separates well ranks high whatever its weight.
      *-----------------------------------------------------------------
       0850-WRITE-PART-2.

           MOVE SPACES TO RSKCLRPT-REC.
           WRITE RSKCLRPT-REC.
           WRITE RSKCLRPT-REC FROM WS-PART2-LINE.
           WRITE RSKCLRPT-REC FROM WS-FACTOR-HDR-LINE.
           IF WS-TOT-BAD = 0 OR WS-TOT-CLEAN = 0
              MOVE '    NO BAD AND CLEAN PACKAGES TO COMPARE'
                   TO RSKCLRPT-REC
              WRITE RSKCLRPT-REC
           ELSE
              PERFORM VARYING WS-FC-INX FROM 1 BY 1
                      UNTIL WS-FC-INX > 6
                 MOVE SPACES TO WS-FACTOR-LINE
                 MOVE WS-FC-NAME(WS-FC-INX)   TO FCL-NAME
                 MOVE WS-FC-WEIGHT(WS-FC-INX) TO FCL-WEIGHT
                 MOVE WS-FC-MEAN-BAD(WS-FC-INX)   TO FCL-MEAN-BAD
                 MOVE WS-FC-MEAN-CLEAN(WS-FC-INX) TO FCL-MEAN-CLEAN
                 MOVE WS-FC-SEPARATION(WS-FC-INX) TO FCL-SEPARATION
                 MOVE WS-FC-RANK(WS-FC-INX)   TO FCL-RANK
                 WRITE RSKCLRPT-REC FROM WS-FACTOR-LINE
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  Part 3 - the weights to put in RISKSCCF. With too few bad
      *  packages (or no clean ones) the current weights are kept.
      *-----------------------------------------------------------------
       0900-WRITE-PART-3.

           MOVE SPACES TO RSKCLRPT-REC.
           WRITE RSKCLRPT-REC.
           WRITE RSKCLRPT-REC FROM WS-PART3-LINE.
           IF NOT WEIGHTS-SUGGESTED
              MOVE WS-TOT-BAD TO NTL-TALLY
              MOVE SPACES TO NTL-TEXT
              STRING ' BAD PACKAGE(S) IN THE QUARTER - FEWER THAN '
                     WS-RSKCAL-MIN-BAD
                     ' (OR NO CLEAN ONES), CURRENT WEIGHTS KEPT'
                  DELIMITED BY SIZE INTO NTL-TEXT
              END-STRING
              WRITE RSKCLRPT-REC FROM WS-NOTE-LINE
           END-IF.
           PERFORM VARYING WS-FC-INX FROM 1 BY 1 UNTIL WS-FC-INX > 6
              MOVE SPACES TO WTL-NOTE
              MOVE WS-FC-WEIGHT-NAME(WS-FC-INX) TO WTL-WEIGHT-NAME
              MOVE WS-FC-WEIGHT(WS-FC-INX)      TO WTL-CURRENT
              MOVE WS-FC-SUGGESTED(WS-FC-INX)   TO WTL-SUGGESTED
              EVALUATE TRUE
                WHEN WS-FC-SUGGESTED(WS-FC-INX) >
                     WS-FC-WEIGHT(WS-FC-INX)
                  MOVE 'RAISE - MORE COMMON ON BAD PACKAGES'
                       TO WTL-NOTE
                WHEN WS-FC-SUGGESTED(WS-FC-INX) <
                     WS-FC-WEIGHT(WS-FC-INX)
                  MOVE 'LOWER - LESS COMMON ON BAD PACKAGES'
                       TO WTL-NOTE
                WHEN OTHER
                  MOVE 'KEEP' TO WTL-NOTE
              END-EVALUATE
              WRITE RSKCLRPT-REC FROM WS-WEIGHT-LINE
           END-PERFORM.
