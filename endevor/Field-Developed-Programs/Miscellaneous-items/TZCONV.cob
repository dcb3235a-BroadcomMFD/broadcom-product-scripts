       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Site date/time conversion service. ServiceNow    *
      *              answers date-times in its own zone (UTC out of   *
      *              the box); this system's clock runs in local      *
      *              time, which moves an hour twice a year, and a    *
      *              second data center may run in another zone       *
      *              altogether. Every program that compares a        *
      *              ServiceNow planned window, a blackout window or  *
      *              a freeze range against the clock converts        *
      *              through here, so they all agree on what "now"    *
      *              is. The zones, their daylight-saving rules and   *
      *              which zone each system runs in are data          *
      *              (copybook TZCTLCF, DD EXITCFG section            *
      *              %TIMEZONE), loaded once per program load.        *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'TZCONV' USING WS-TZCONV-REQUEST          *
      *              (copybook TZCONVRQ). A local date-time is first  *
      *              taken back to UTC with the offset its own zone   *
      *              had at that moment, then brought forward with    *
      *              the target zone's offset at that moment. Seconds *
      *              are carried through unchanged. A local time in   *
      *              the hour skipped when daylight time begins is    *
      *              taken as daylight time; one in the hour repeated *
      *              when it ends is taken as its first occurrence.   *
      *              With %TIMEZONE ENABLED=N (the default) every     *
      *              date-time is passed back untouched, RC 4.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TZCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CONFIG-LOADED                  PIC X(01) VALUE 'N'.
           88  CONFIG-LOADED                         VALUE 'Y'.
       01  WS-CFG-INX                        PIC 9(02).
       01  WS-CFG-OUT-INX                    PIC 9(02).
       01  WS-CFG-LINE                       PIC X(72).
       01  WS-CFG-ZONE-LINE REDEFINES WS-CFG-LINE.
           03  WS-CFG-NAME                   PIC X(08).
           03  FILLER                        PIC X(01).
           03  WS-CFG-STD-SIGN               PIC X(01).
           03  WS-CFG-STD-HHMM               PIC X(04).
           03  FILLER                        PIC X(01).
           03  WS-CFG-DST-SIGN               PIC X(01).
           03  WS-CFG-DST-HHMM               PIC X(04).
           03  FILLER                        PIC X(01).
           03  WS-CFG-BEGIN-RULE             PIC X(04).
           03  FILLER                        PIC X(01).
           03  WS-CFG-BEGIN-HHMM             PIC X(04).
           03  FILLER                        PIC X(01).
           03  WS-CFG-END-RULE               PIC X(04).
           03  FILLER                        PIC X(01).
           03  WS-CFG-END-HHMM               PIC X(04).
           03  FILLER                        PIC X(32).
       01  WS-CFG-LINE-OK                    PIC X(01).
           88  CFG-LINE-OK                           VALUE 'Y'.

       COPY TZCTLCF.
       COPY EXITCFG.

       01  WS-GETJOBNM-OUTPUT.
           03  GJN-JOB-NAME                  PIC X(08).
           03  GJN-PROGRAM-NAME              PIC X(08).
           03  GJN-JOB-NUMBER                PIC X(08).
           03  GJN-PROGRAMMER-NAME           PIC X(20).
           03  GJN-SYSTEM-NAME               PIC X(08).

       01  WS-SITE-ZONE                      PIC X(08).
       01  WS-FROM-ZONE                      PIC X(08).
       01  WS-TO-ZONE                        PIC X(08).
       01  WS-ZONE-NAME                      PIC X(08).
       01  WS-ZONE-INX                       PIC 9(02).
       01  WS-FROM-INX                       PIC 9(02).
       01  WS-TO-INX                         PIC 9(02).

       01  WS-STAMP.
           03  WS-ST-YYYY                    PIC 9(04).
           03  FILLER                        PIC X(01).
           03  WS-ST-MM                      PIC 9(02).
           03  FILLER                        PIC X(01).
           03  WS-ST-DD                      PIC 9(02).
           03  FILLER                        PIC X(01).
           03  WS-ST-HH                      PIC 9(02).
           03  FILLER                        PIC X(01).
           03  WS-ST-MI                      PIC 9(02).
           03  FILLER                        PIC X(01).
           03  WS-ST-SS                      PIC X(02).
       01  WS-STAMP-OK                       PIC X(01).
           88  STAMP-OK                              VALUE 'Y'.
       01  WS-ST-DATE                        PIC 9(08).
       01  WS-ST-DAY                         PIC 9(07).

       01  WS-OUT-STAMP.
           03  WS-OUT-YYYY                   PIC 9(04).
           03  FILLER                        PIC X(01) VALUE '-'.
           03  WS-OUT-MM                     PIC 9(02).
           03  FILLER                        PIC X(01) VALUE '-'.
           03  WS-OUT-DD                     PIC 9(02).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WS-OUT-HH                     PIC 9(02).
           03  FILLER                        PIC X(01) VALUE ':'.
           03  WS-OUT-MI                     PIC 9(02).
           03  FILLER                        PIC X(01) VALUE ':'.
           03  WS-OUT-SS                     PIC X(02).
       01  WS-OUT-DATE                       PIC 9(08).
       01  WS-OUT-DATE-RE REDEFINES WS-OUT-DATE.
           03  WS-OUT-DATE-YYYY              PIC 9(04).
           03  WS-OUT-DATE-MM                PIC 9(02).
           03  WS-OUT-DATE-DD                PIC 9(02).

       01  WS-NOW-DATE                       PIC 9(08).
       01  WS-NOW-DATE-RE REDEFINES WS-NOW-DATE.
           03  WS-NOW-YYYY                   PIC 9(04).
           03  WS-NOW-MM                     PIC 9(02).
           03  WS-NOW-DD                     PIC 9(02).
       01  WS-NOW-TIME                       PIC 9(08).
       01  WS-NOW-TIME-RE REDEFINES WS-NOW-TIME.
           03  WS-NOW-HH                     PIC 9(02).
           03  WS-NOW-MI                     PIC 9(02).
           03  WS-NOW-SS                     PIC X(02).
           03  FILLER                        PIC X(02).

      *    Date-times as minutes since the INTEGER-OF-DATE epoch
       01  WS-MINUTES                        PIC S9(11) COMP-3.
       01  WS-UTC-MINUTES                    PIC S9(11) COMP-3.
       01  WS-OUT-MINUTES                    PIC S9(11) COMP-3.
       01  WS-DAY-MINUTE                     PIC 9(04).

      *    One zone's offset at one moment (0400-ZONE-OFFSET)
       01  WS-ZN-INX                         PIC 9(02).
       01  WS-ZN-MODE                        PIC X(01).
           88  ZN-GIVEN-WALL-CLOCK                   VALUE 'W'.
           88  ZN-GIVEN-UTC                          VALUE 'U'.
       01  WS-ZN-MINUTES                     PIC S9(11) COMP-3.
       01  WS-ZN-WALL                        PIC S9(11) COMP-3.
       01  WS-ZN-BEGIN-MIN                   PIC S9(11) COMP-3.
       01  WS-ZN-END-MIN                     PIC S9(11) COMP-3.
       01  WS-ZN-DAY                         PIC 9(07).
       01  WS-ZN-HH                          PIC 9(02).
       01  WS-ZN-MM                          PIC 9(02).
       01  WS-ZN-STD-OFFSET                  PIC S9(04) COMP-3.
       01  WS-ZN-DST-OFFSET                  PIC S9(04) COMP-3.
       01  WS-ZN-OFFSET                      PIC S9(04) COMP-3.
       01  WS-ZN-DST                         PIC X(01).
           88  ZN-DAYLIGHT-TIME                      VALUE 'Y'.

      *    One daylight-saving transition day (0500-TRANSITION-DAY)
       01  WS-TR-YEAR                        PIC 9(04).
       01  WS-TR-MONTH                       PIC 9(02).
       01  WS-TR-WEEK                        PIC 9(01).
       01  WS-TR-WDAY                        PIC 9(01).
       01  WS-TR-DATE                        PIC 9(08).
       01  WS-TR-YYYYMM                      PIC 9(06).
       01  WS-TR-FIRST                       PIC 9(07).
       01  WS-TR-QUOT                        PIC 9(07).
       01  WS-TR-REM                         PIC 9(01).
       01  WS-TR-SHIFT                       PIC S9(02).
       01  WS-TR-DAY                         PIC 9(07).

       LINKAGE SECTION.
       COPY TZCONVRQ.

       PROCEDURE DIVISION USING WS-TZCONV-REQUEST.
       MAIN-LINE.

           IF NOT CONFIG-LOADED
              PERFORM 0100-LOAD-CONFIG
           END-IF.

           MOVE 'LOCAL' TO TZC-OUT-ZONE.
           MOVE 'N'     TO TZC-OUT-DST.
           MOVE 0       TO TZC-RETURN-CODE.
           IF TZC-STAMP-IN = SPACES
              AND NOT TZC-SNOW-TO-LOCAL
              PERFORM 0150-STAMP-NOW
           ELSE
              MOVE TZC-STAMP-IN TO WS-STAMP
           END-IF.
           MOVE WS-STAMP TO TZC-STAMP-OUT.

           IF NOT TZ-CONVERSION-ENABLED
              MOVE 4 TO TZC-RETURN-CODE
              GOBACK
           END-IF.

           EVALUATE TRUE
             WHEN TZC-SNOW-TO-LOCAL
               MOVE WS-TZ-SNOW-ZONE TO WS-FROM-ZONE
               MOVE WS-SITE-ZONE    TO WS-TO-ZONE
             WHEN TZC-LOCAL-TO-SNOW
               MOVE WS-SITE-ZONE    TO WS-FROM-ZONE
               MOVE WS-TZ-SNOW-ZONE TO WS-TO-ZONE
             WHEN TZC-LOCAL-TO-ZONE
               MOVE WS-SITE-ZONE    TO WS-FROM-ZONE
               IF TZC-ZONE = SPACES
                  MOVE WS-SITE-ZONE TO WS-TO-ZONE
               ELSE
                  MOVE TZC-ZONE     TO WS-TO-ZONE
               END-IF
             WHEN OTHER
               MOVE 8 TO TZC-RETURN-CODE
               GOBACK
           END-EVALUATE.

           MOVE WS-FROM-ZONE TO WS-ZONE-NAME.
           PERFORM 0200-FIND-ZONE.
           MOVE WS-ZONE-INX  TO WS-FROM-INX.
           MOVE WS-TO-ZONE   TO WS-ZONE-NAME.
           PERFORM 0200-FIND-ZONE.
           MOVE WS-ZONE-INX  TO WS-TO-INX.
           IF WS-FROM-INX = 0 OR WS-TO-INX = 0
              MOVE 12 TO TZC-RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0300-PARSE-STAMP.
           IF NOT STAMP-OK
              MOVE 8 TO TZC-RETURN-CODE
              GOBACK
           END-IF.

           MOVE WS-FROM-INX  TO WS-ZN-INX.
           MOVE 'W'          TO WS-ZN-MODE.
           MOVE WS-MINUTES   TO WS-ZN-MINUTES.
           PERFORM 0400-ZONE-OFFSET.
           COMPUTE WS-UTC-MINUTES = WS-MINUTES - WS-ZN-OFFSET.

           MOVE WS-TO-INX      TO WS-ZN-INX.
           MOVE 'U'            TO WS-ZN-MODE.
           MOVE WS-UTC-MINUTES TO WS-ZN-MINUTES.
           PERFORM 0400-ZONE-OFFSET.
           COMPUTE WS-OUT-MINUTES = WS-UTC-MINUTES + WS-ZN-OFFSET.

           PERFORM 0600-FORMAT-STAMP.
           MOVE WS-OUT-STAMP         TO TZC-STAMP-OUT.
           MOVE WS-TZ-NAME(WS-TO-INX) TO TZC-OUT-ZONE.
           MOVE WS-ZN-DST            TO TZC-OUT-DST.

           GOBACK.

      *-----------------------------------------------------------------
      *  %TIMEZONE from DD EXITCFG (see CFGLOAD) over the TZCTLCF
      *  defaults; a zone line that does not follow the layout is
      *  skipped and named on the job log. Then the local zone for
      *  this system: its SYS= entry if it has one, else LOCAL=.
      *-----------------------------------------------------------------
       0100-LOAD-CONFIG.

           MOVE 'Y' TO WS-CONFIG-LOADED.
           MOVE 'TIMEZONE'        TO CFG-SECTION-NAME.
           COMPUTE CFG-MAX-ENTRIES = WS-TZ-ZONE-MAX + WS-TZ-SITE-MAX
                                   + 2.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-TZ-ENABLED
              END-IF
              MOVE 0 TO WS-CFG-OUT-INX
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  MOVE CFG-ENTRY-LINE(WS-CFG-INX) TO WS-CFG-LINE
                  EVALUATE TRUE
                    WHEN WS-CFG-LINE(1:6) = 'LOCAL='
                      IF WS-CFG-LINE(7:8) NOT = SPACES
                         MOVE WS-CFG-LINE(7:8) TO WS-TZ-LOCAL-ZONE
                      END-IF
                    WHEN WS-CFG-LINE(1:5) = 'SNOW='
                      IF WS-CFG-LINE(6:8) NOT = SPACES
                         MOVE WS-CFG-LINE(6:8) TO WS-TZ-SNOW-ZONE
                      END-IF
                    WHEN WS-CFG-LINE(1:4) = 'SYS='
                      IF WS-CFG-LINE(5:8) NOT = SPACES
                         AND WS-CFG-LINE(14:8) NOT = SPACES
                         AND WS-TZ-SITE-COUNT < WS-TZ-SITE-MAX
                         ADD 1 TO WS-TZ-SITE-COUNT
                         MOVE WS-CFG-LINE(5:8)
                              TO WS-TZ-SITE-SYSTEM(WS-TZ-SITE-COUNT)
                         MOVE WS-CFG-LINE(14:8)
                              TO WS-TZ-SITE-ZONE(WS-TZ-SITE-COUNT)
                      END-IF
                    WHEN WS-CFG-LINE(1:40) = SPACES
                      CONTINUE
                    WHEN OTHER
                      PERFORM 0110-CHECK-ZONE-LINE
                      IF CFG-LINE-OK
                         AND WS-CFG-OUT-INX < WS-TZ-ZONE-MAX
                         ADD 1 TO WS-CFG-OUT-INX
                         MOVE WS-CFG-LINE(1:40)
                              TO WS-TZ-ZONE(WS-CFG-OUT-INX)
                      ELSE
                         DISPLAY 'TZCONV: TIMEZONE CONFIG LINE '
                                 'SKIPPED - NOT A ZONE ENTRY: '
                                 WS-CFG-LINE(1:40)
                      END-IF
                  END-EVALUATE
              END-PERFORM
              IF WS-CFG-OUT-INX > 0
                 MOVE WS-CFG-OUT-INX TO WS-TZ-ZONE-COUNT
              END-IF
           END-IF.

           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           MOVE WS-TZ-LOCAL-ZONE TO WS-SITE-ZONE.
           PERFORM VARYING WS-CFG-INX FROM 1 BY 1
                   UNTIL WS-CFG-INX > WS-TZ-SITE-COUNT
              IF WS-TZ-SITE-SYSTEM(WS-CFG-INX) = GJN-SYSTEM-NAME
                 MOVE WS-TZ-SITE-ZONE(WS-CFG-INX) TO WS-SITE-ZONE
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  A zone entry needs its name, two signed offsets, and - when
      *  it keeps daylight time - a begin and end rule with a real
      *  month, a week 1-5 and a weekday 1-7.
      *-----------------------------------------------------------------
       0110-CHECK-ZONE-LINE.

           MOVE 'Y' TO WS-CFG-LINE-OK.
           IF WS-CFG-NAME = SPACES
              OR (WS-CFG-STD-SIGN NOT = '+' AND NOT = '-')
              OR (WS-CFG-DST-SIGN NOT = '+' AND NOT = '-')
              OR WS-CFG-STD-HHMM IS NOT NUMERIC
              OR WS-CFG-DST-HHMM IS NOT NUMERIC
              OR WS-CFG-BEGIN-RULE IS NOT NUMERIC
              OR WS-CFG-BEGIN-HHMM IS NOT NUMERIC
              OR WS-CFG-END-RULE IS NOT NUMERIC
              OR WS-CFG-END-HHMM IS NOT NUMERIC
              MOVE 'N' TO WS-CFG-LINE-OK
           END-IF.
           IF CFG-LINE-OK
              AND WS-CFG-BEGIN-RULE(1:2) NOT = '00'
              IF WS-CFG-BEGIN-RULE(1:2) > '12'
                 OR WS-CFG-END-RULE(1:2) > '12'
                 OR WS-CFG-END-RULE(1:2) = '00'
                 OR WS-CFG-BEGIN-RULE(3:1) < '1'
                 OR WS-CFG-BEGIN-RULE(3:1) > '5'
                 OR WS-CFG-END-RULE(3:1) < '1'
                 OR WS-CFG-END-RULE(3:1) > '5'
                 OR WS-CFG-BEGIN-RULE(4:1) < '1'
                 OR WS-CFG-BEGIN-RULE(4:1) > '7'
                 OR WS-CFG-END-RULE(4:1) < '1'
                 OR WS-CFG-END-RULE(4:1) > '7'
                 MOVE 'N' TO WS-CFG-LINE-OK
              END-IF
           END-IF.

       0150-STAMP-NOW.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE '0000-00-00 00:00:00' TO WS-STAMP.
           MOVE WS-NOW-YYYY TO WS-ST-YYYY.
           MOVE WS-NOW-MM   TO WS-ST-MM.
           MOVE WS-NOW-DD   TO WS-ST-DD.
           MOVE WS-NOW-HH   TO WS-ST-HH.
           MOVE WS-NOW-MI   TO WS-ST-MI.
           MOVE WS-NOW-SS   TO WS-ST-SS.

       0200-FIND-ZONE.

           MOVE 0 TO WS-ZONE-INX.
           PERFORM VARYING WS-CFG-INX FROM 1 BY 1
                   UNTIL WS-CFG-INX > WS-TZ-ZONE-COUNT
                      OR WS-ZONE-INX > 0
              IF WS-TZ-NAME(WS-CFG-INX) = WS-ZONE-NAME
                 MOVE WS-CFG-INX TO WS-ZONE-INX
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  WS-STAMP to minutes since the INTEGER-OF-DATE epoch. The date
      *  must be a real calendar date; seconds are not looked at.
      *-----------------------------------------------------------------
       0300-PARSE-STAMP.

           MOVE 'N' TO WS-STAMP-OK.
           IF WS-ST-YYYY IS NUMERIC AND WS-ST-MM IS NUMERIC
              AND WS-ST-DD IS NUMERIC AND WS-ST-HH IS NUMERIC
              AND WS-ST-MI IS NUMERIC
              AND WS-ST-YYYY > 1600
              AND WS-ST-MM >= 1 AND WS-ST-MM <= 12
              AND WS-ST-DD >= 1 AND WS-ST-DD <= 31
              AND WS-ST-HH <= 23 AND WS-ST-MI <= 59
              COMPUTE WS-ST-DATE = WS-ST-YYYY * 10000
                                 + WS-ST-MM * 100 + WS-ST-DD
              COMPUTE WS-ST-DAY =
                      FUNCTION INTEGER-OF-DATE(WS-ST-DATE)
              IF WS-ST-DAY > 0
                 MOVE 'Y' TO WS-STAMP-OK
                 COMPUTE WS-MINUTES = WS-ST-DAY * 1440
                                    + WS-ST-HH * 60 + WS-ST-MI
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Offset from UTC, in minutes, of zone WS-ZN-INX at the moment
      *  WS-ZN-MINUTES - given as that zone's wall clock ('W') or as
      *  UTC ('U'). Daylight time runs from the begin rule's day at
      *  its standard-time HHMM to the end rule's day at its
      *  daylight-time HHMM.
      *-----------------------------------------------------------------
       0400-ZONE-OFFSET.

           DIVIDE WS-TZ-STD-HHMM(WS-ZN-INX) BY 100
                  GIVING WS-ZN-HH REMAINDER WS-ZN-MM.
           COMPUTE WS-ZN-STD-OFFSET = WS-ZN-HH * 60 + WS-ZN-MM.
           IF WS-TZ-STD-SIGN(WS-ZN-INX) = '-'
              COMPUTE WS-ZN-STD-OFFSET = 0 - WS-ZN-STD-OFFSET
           END-IF.
           DIVIDE WS-TZ-DST-HHMM(WS-ZN-INX) BY 100
                  GIVING WS-ZN-HH REMAINDER WS-ZN-MM.
           COMPUTE WS-ZN-DST-OFFSET = WS-ZN-HH * 60 + WS-ZN-MM.
           IF WS-TZ-DST-SIGN(WS-ZN-INX) = '-'
              COMPUTE WS-ZN-DST-OFFSET = 0 - WS-ZN-DST-OFFSET
           END-IF.

           MOVE WS-ZN-STD-OFFSET TO WS-ZN-OFFSET.
           MOVE 'N' TO WS-ZN-DST.
           IF WS-TZ-BEGIN-MONTH(WS-ZN-INX) NOT = 0
              PERFORM 0410-CHECK-DAYLIGHT
           END-IF.

      *-----------------------------------------------------------------
      *  Given UTC, the zone's standard-time clock is compared with
      *  the end rule taken back to standard time; given the wall
      *  clock, both rules are compared as they are written.
      *-----------------------------------------------------------------
       0410-CHECK-DAYLIGHT.

           IF ZN-GIVEN-UTC
              COMPUTE WS-ZN-WALL = WS-ZN-MINUTES + WS-ZN-STD-OFFSET
           ELSE
              MOVE WS-ZN-MINUTES TO WS-ZN-WALL
           END-IF.
           DIVIDE WS-ZN-WALL BY 1440 GIVING WS-ZN-DAY.
           COMPUTE WS-TR-DATE = FUNCTION DATE-OF-INTEGER(WS-ZN-DAY).
           DIVIDE WS-TR-DATE BY 10000 GIVING WS-TR-YEAR.

           MOVE WS-TZ-BEGIN-MONTH(WS-ZN-INX) TO WS-TR-MONTH.
           MOVE WS-TZ-BEGIN-WEEK(WS-ZN-INX)  TO WS-TR-WEEK.
           MOVE WS-TZ-BEGIN-WDAY(WS-ZN-INX)  TO WS-TR-WDAY.
           PERFORM 0500-TRANSITION-DAY.
           DIVIDE WS-TZ-BEGIN-HHMM(WS-ZN-INX) BY 100
                  GIVING WS-ZN-HH REMAINDER WS-ZN-MM.
           COMPUTE WS-ZN-BEGIN-MIN = WS-TR-DAY * 1440
                                   + WS-ZN-HH * 60 + WS-ZN-MM.

           MOVE WS-TZ-END-MONTH(WS-ZN-INX) TO WS-TR-MONTH.
           MOVE WS-TZ-END-WEEK(WS-ZN-INX)  TO WS-TR-WEEK.
           MOVE WS-TZ-END-WDAY(WS-ZN-INX)  TO WS-TR-WDAY.
           PERFORM 0500-TRANSITION-DAY.
           DIVIDE WS-TZ-END-HHMM(WS-ZN-INX) BY 100
                  GIVING WS-ZN-HH REMAINDER WS-ZN-MM.
           COMPUTE WS-ZN-END-MIN = WS-TR-DAY * 1440
                                 + WS-ZN-HH * 60 + WS-ZN-MM.
           IF ZN-GIVEN-UTC
              COMPUTE WS-ZN-END-MIN = WS-ZN-END-MIN
                      - (WS-ZN-DST-OFFSET - WS-ZN-STD-OFFSET)
           END-IF.

           IF WS-TZ-BEGIN-MONTH(WS-ZN-INX) < WS-TZ-END-MONTH(WS-ZN-INX)
              IF WS-ZN-WALL >= WS-ZN-BEGIN-MIN
                 AND WS-ZN-WALL < WS-ZN-END-MIN
                 MOVE 'Y' TO WS-ZN-DST
              END-IF
           ELSE
              IF WS-ZN-WALL >= WS-ZN-BEGIN-MIN
                 OR WS-ZN-WALL < WS-ZN-END-MIN
                 MOVE 'Y' TO WS-ZN-DST
              END-IF
           END-IF.
           IF ZN-DAYLIGHT-TIME
              MOVE WS-ZN-DST-OFFSET TO WS-ZN-OFFSET
           END-IF.

      *-----------------------------------------------------------------
      *  The day (INTEGER-OF-DATE form) a rule falls on in WS-TR-YEAR:
      *  the WS-TR-WEEK'th weekday WS-TR-WDAY of WS-TR-MONTH, week 5
      *  being the last one in the month. Day 1 of the epoch,
      *  1601-01-01, was a Monday.
      *-----------------------------------------------------------------
       0500-TRANSITION-DAY.

           COMPUTE WS-TR-DATE = WS-TR-YEAR * 10000
                              + WS-TR-MONTH * 100 + 1.
           COMPUTE WS-TR-FIRST = FUNCTION INTEGER-OF-DATE(WS-TR-DATE).
           DIVIDE WS-TR-FIRST BY 7
                  GIVING WS-TR-QUOT REMAINDER WS-TR-REM.
           COMPUTE WS-TR-SHIFT = WS-TR-WDAY - (WS-TR-REM + 1).
           IF WS-TR-SHIFT < 0
              ADD 7 TO WS-TR-SHIFT
           END-IF.
           IF WS-TR-WEEK < 5
              COMPUTE WS-TR-DAY = WS-TR-FIRST + WS-TR-SHIFT
                                + (WS-TR-WEEK - 1) * 7
           ELSE
              COMPUTE WS-TR-DAY = WS-TR-FIRST + WS-TR-SHIFT + 28
              COMPUTE WS-TR-DATE = FUNCTION DATE-OF-INTEGER(WS-TR-DAY)
              DIVIDE WS-TR-DATE BY 100 GIVING WS-TR-YYYYMM
              IF WS-TR-YYYYMM NOT = WS-TR-YEAR * 100 + WS-TR-MONTH
                 SUBTRACT 7 FROM WS-TR-DAY
              END-IF
           END-IF.

       0600-FORMAT-STAMP.

           DIVIDE WS-OUT-MINUTES BY 1440
                  GIVING WS-ZN-DAY REMAINDER WS-DAY-MINUTE.
           COMPUTE WS-OUT-DATE = FUNCTION DATE-OF-INTEGER(WS-ZN-DAY).
           MOVE WS-OUT-DATE-YYYY TO WS-OUT-YYYY.
           MOVE WS-OUT-DATE-MM   TO WS-OUT-MM.
           MOVE WS-OUT-DATE-DD   TO WS-OUT-DD.
           DIVIDE WS-DAY-MINUTE BY 60
                  GIVING WS-OUT-HH REMAINDER WS-OUT-MI.
           MOVE WS-ST-SS         TO WS-OUT-SS.
