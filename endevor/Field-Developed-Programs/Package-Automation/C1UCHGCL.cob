       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Change-calendar export - "what is going into     *
      *              production this week" as a calendar people can   *
      *              subscribe to, not a printout. Run daily, it      *
      *              writes one event per:                            *
      *                - package on the keyed DD PKGMASTR master that *
      *                  is APPROVED or IN-EXECUTION, or IN-EDIT/IN-  *
      *                  APPROVAL with a ServiceNow planned window    *
      *                  (SNOWCHGW, CHG objects) inside the horizon - *
      *                  timed over that window, brought onto this    *
      *                  system's clock by TZCONV; an approved        *
      *                  package with no window, or one whose window  *
      *                  has passed, is shown all day on the extract  *
      *                  date;                                        *
      *                - DD FRZCAL site freeze range (the FRZCHECK    *
      *                  calendar) reaching into the horizon, all     *
      *                  day;                                         *
      *                - night of the PKGBLKO package-ID blackout.    *
      *              A package event carries the package ID, its      *
      *              ticket, the systems its cast SCL touched (DD     *
      *              PKGMANIF, as C1UEXT07 captured it) and its       *
      *              status as of the extract. Horizon, calendar name *
      *              and UID host come from copybook CHGCALCF.        *
      *              DD CHGICS gets the iCalendar (.ics) form and DD  *
      *              CHGCSV the same events as comma-separated        *
      *              values; both are variable-length text, normally  *
      *              pointed at the USS directory the web server      *
      *              publishes (PATH=, FILEDATA=TEXT). Event times go *
      *              out in UTC when TZCONV conversion is enabled,    *
      *              else as local (floating) times. One line per     *
      *              event to DD CALRPT. A master that will not open  *
      *              ends the run with return code 12 before either   *
      *              file is replaced, so yesterday's calendar stays  *
      *              up. Return code 4 when packages were left off a  *
      *              full table.                                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UCHGCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PKGMASTR ASSIGN TO PKGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT FRZCAL ASSIGN TO FRZCAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CHGICS ASSIGN TO CHGICS
               FILE STATUS IS WS-ICS-FILE-STATUS.
           SELECT CHGCSV ASSIGN TO CHGCSV
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT CALRPT ASSIGN TO CALRPT.

       DATA DIVISION.
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

       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID               PIC X(16).
           03  FILLER                       PIC X(01).
           03  MAN-CAST-DATE                PIC 9(08).
           03  FILLER                       PIC X(01).
           03  MAN-SCL-RECORD               PIC X(80).
           03  FILLER                       PIC X(14).

      *-----------------------------------------------------------------
      *  DD FRZCAL - the site freeze calendar, laid out as FRZCHECK
      *  reads it.
      *-----------------------------------------------------------------
       FD  FRZCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  FRZCAL-REC.
           03  CAL-FROM-DATE                PIC X(08).
           03  FILLER                       PIC X(01).
           03  CAL-TO-DATE                  PIC X(08).
           03  FILLER                       PIC X(01).
           03  CAL-ENV                      PIC X(08).
           03  FILLER                       PIC X(01).
           03  CAL-SYSTEM                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  CAL-ZONE                     PIC X(08).
           03  FILLER                       PIC X(36).

      *-----------------------------------------------------------------
      *  DD CHGICS / DD CHGCSV - the published calendar, one text
      *  line per record. iCalendar lines longer than 75 characters
      *  are folded onto continuation lines that begin with a blank.
      *-----------------------------------------------------------------
       FD  CHGICS
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS
               DEPENDING ON WS-ICS-REC-LEN.
       01  CHGICS-REC                   PIC X(80).

       FD  CHGCSV
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
               DEPENDING ON WS-CSV-REC-LEN.
       01  CHGCSV-REC                   PIC X(300).

       FD  CALRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CALRPT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PKGMASTR-FILE-STATUS          PIC X(02).
       01  WS-PKGMASTR-DONE                 PIC X(01) VALUE 'N'.
           88  MASTER-READ-DONE                    VALUE 'Y'.
       01  WS-IN-FILE-STATUS                PIC X(02).
           88  IN-FILE-ATEND                       VALUE '10'.
           88  IN-FILE-NOT-AVAILABLE               VALUE '30' '35'.
       01  WS-ICS-FILE-STATUS               PIC X(02).
       01  WS-CSV-FILE-STATUS               PIC X(02).
       01  WS-ICS-REC-LEN                   PIC 9(03).
       01  WS-CSV-REC-LEN                   PIC 9(03).

         COPY CHGCALCF.
         COPY PKGBLKO.
         COPY EXITCFG.
         COPY TZCONVRQ.
       01  WS-CFG-INX                       PIC 9(02).

       01  WS-TODAY                         PIC 9(08).
       01  WS-TODAY-INT                     PIC 9(07).
       01  WS-HORIZON-END                   PIC 9(08).
       01  WS-NOW-TIME                      PIC X(08).
       01  WS-DAY-INX                       PIC 9(03).
       01  WS-DTSTAMP                       PIC X(16).
       01  WS-EXTRACT-STAMP                 PIC X(16).

       01  WS-PKG-EVENTS                    PIC 9(04) VALUE 0.
       01  WS-FRZ-EVENTS                    PIC 9(04) VALUE 0.
       01  WS-BLK-EVENTS                    PIC 9(04) VALUE 0.
       01  WS-PK-SKIPPED                    PIC 9(04) VALUE 0.

      *= Packages on the calendar =====================================
       01  WS-PK-MAX                        PIC 9(04) VALUE 500.
       01  WS-PK-COUNT                      PIC 9(04) VALUE 0.
       01  WS-PK-DROPPED                    PIC 9(04) VALUE 0.
       01  WS-PK-INX                        PIC 9(04).
       01  WS-PK-HIT-INX                    PIC 9(04) VALUE 0.
       01  WS-PK-TABLE.
           03  WS-PK-ENTRY OCCURS 500 TIMES.
               05  WS-PK-PACKAGE-ID         PIC X(16).
               05  WS-PK-ENV                PIC X(08).
               05  WS-PK-STGID              PIC X(01).
               05  WS-PK-STATUS             PIC X(12).
               05  WS-PK-TICKET             PIC X(10).
               05  WS-PK-WINDOW             PIC X(01).
               05  WS-PK-START              PIC X(19).
               05  WS-PK-END                PIC X(19).
               05  WS-PK-SYS-COUNT          PIC 9(01).
               05  WS-PK-SYSTEM             PIC X(08) OCCURS 6 TIMES.

      *= Planned window of the package in hand ========================
       01  WS-SNOWOBJ                       PIC X(10).
       01  WS-TICKET                        PIC X(10).
       01  WS-CHG-START                     PIC X(19).
       01  WS-CHG-END                       PIC X(19).
       01  WS-WINDOW-KIND                   PIC X(01).
           88  WINDOW-IN-HORIZON                   VALUE 'W'.
           88  WINDOW-NONE                         VALUE 'N'.
           88  WINDOW-PASSED                       VALUE 'P'.
           88  WINDOW-LATER                        VALUE 'L'.
       01  WS-WIN-START-DATE                PIC 9(08).
       01  WS-WIN-END-DATE                  PIC 9(08).

      *= Systems from the captured cast SCL (DD PKGMANIF) =============
       01  WS-MAN-PACKAGE-ID                PIC X(16) VALUE SPACES.
       01  WS-STMT-OPEN                     PIC X(01) VALUE 'N'.
           88  STATEMENT-OPEN                      VALUE 'Y'.
       01  WS-STMT                          PIC X(480).
       01  WS-STMT-POS                      PIC 9(03).
       01  WS-STMT-PERIODS                  PIC 9(03).
       01  WS-KEYWORD                       PIC X(10).
       01  WS-KEYWORD-LEN                   PIC 9(02).
       01  WS-SCAN-POS                      PIC 9(03).
       01  WS-SCAN-LEN                      PIC 9(03).
       01  WS-VALUE                         PIC X(10).
       01  WS-STMT-SYSTEM                   PIC X(08).
       01  WS-SYS-INX                       PIC 9(01).
       01  WS-SYS-FOUND                     PIC X(01).
           88  SYSTEM-ALREADY-LISTED               VALUE 'Y'.

      *= The event being written ======================================
       01  WS-EV-KIND                       PIC X(08).
       01  WS-EV-UID                        PIC X(60).
       01  WS-EV-ALL-DAY                    PIC X(01).
           88  EVENT-ALL-DAY                       VALUE 'Y'.
       01  WS-EV-START                      PIC X(19).
       01  WS-EV-END                        PIC X(19).
       01  WS-EV-FROM-DATE                  PIC 9(08).
       01  WS-EV-TO-DATE                    PIC 9(08).
       01  WS-EV-START-SHOW                 PIC X(16).
       01  WS-EV-END-SHOW                   PIC X(16).
       01  WS-EV-SUMMARY                    PIC X(80).
       01  WS-EV-DESC                       PIC X(240).
       01  WS-EV-PACKAGE                    PIC X(16).
       01  WS-EV-TICKET                     PIC X(10).
       01  WS-EV-SYSTEMS                    PIC X(54).
       01  WS-EV-STATUS                     PIC X(12).
       01  WS-EV-ENV                        PIC X(08).
       01  WS-EV-STGID                      PIC X(01).
       01  WS-EV-DTSTART                    PIC X(16).
       01  WS-EV-DTEND                      PIC X(16).
       01  WS-EV-HOURS                      PIC X(11).
       01  WS-FRZ-ENV                       PIC X(08).
       01  WS-FRZ-SYSTEM                    PIC X(08).
       01  WS-DESC-TICKET                   PIC X(10).
       01  WS-DESC-SYSTEMS                  PIC X(54).
       01  WS-DESC-NOTE                     PIC X(60).

      *= Date-time arithmetic =========================================
       01  WS-CV-STAMP                      PIC X(19).
       01  WS-CV-ZONE                       PIC X(08).
       01  WS-CV-ICS                        PIC X(16).
       01  WS-CV-BASE-MIN                   PIC 9(11).
       01  WS-MN-STAMP                      PIC X(19).
       01  WS-MN-DATE                       PIC 9(08).
       01  WS-MN-DATE-X REDEFINES WS-MN-DATE
                                            PIC X(08).
       01  WS-MN-HH                         PIC 9(02).
       01  WS-MN-MM                         PIC 9(02).
       01  WS-MN-MINUTES                    PIC 9(11).
       01  WS-MN-DAYS                       PIC 9(07).
       01  WS-MN-REM                        PIC 9(04).
       01  WS-HHMM                          PIC 9(04).
       01  WS-HHMM-X REDEFINES WS-HHMM      PIC X(04).
       01  WS-DT-DATE                       PIC 9(08).
       01  WS-DT-DATE-X REDEFINES WS-DT-DATE
                                            PIC X(08).
       01  WS-DT-SHOW                       PIC X(10).

      *= Output lines =================================================
       01  WS-ICS-LINE                      PIC X(300).
       01  WS-ICS-LEN                       PIC 9(03).
       01  WS-ICS-POS                       PIC 9(03).
       01  WS-ICS-SEG                       PIC 9(03).
       01  WS-ICS-CONT                      PIC X(01).
           88  ICS-CONTINUATION                    VALUE 'Y'.
       01  WS-CSV-LINE                      PIC X(300).
       01  WS-TRAIL                         PIC 9(03).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM                   PIC X(08).
       01  WS-LGR-COUNT                     PIC 9(07).
       01  WS-LGR-RC                        PIC S9(04).

       01  WS-TITLE-LINE.
           03  FILLER                       PIC X(27)
               VALUE 'CHANGE CALENDAR EXPORT FOR '.
           03  RPT-TITLE-FROM               PIC X(10).
           03  FILLER                       PIC X(04) VALUE ' TO '.
           03  RPT-TITLE-TO                 PIC X(10).
           03  FILLER                       PIC X(81) VALUE SPACES.

       01  WS-HEADING-LINE.
           03  FILLER                       PIC X(132) VALUE
               'KIND     START            END              PACKAGE
      -        '      STATUS       TICKET     SYSTEMS / SUMMARY'.

       01  WS-DETAIL-LINE.
           03  RPT-KIND                     PIC X(08).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-START                    PIC X(16).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-END                      PIC X(16).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-PACKAGE                  PIC X(16).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-STATUS                   PIC X(12).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-TICKET                   PIC X(10).
           03  FILLER                       PIC X(01) VALUE SPACES.
           03  RPT-NOTE                     PIC X(48).

       01  WS-TOTAL-LINE.
           03  RPT-TOTAL-PACKAGES           PIC ZZZ9.
           03  FILLER                       PIC X(18)
               VALUE ' PACKAGE EVENTS,  '.
           03  RPT-TOTAL-FREEZES            PIC ZZZ9.
           03  FILLER                       PIC X(17)
               VALUE ' FREEZE EVENTS,  '.
           03  RPT-TOTAL-BLACKOUTS          PIC ZZZ9.
           03  FILLER                       PIC X(19)
               VALUE ' BLACKOUT EVENTS,  '.
           03  RPT-TOTAL-SKIPPED            PIC ZZZ9.
           03  FILLER                       PIC X(29)
               VALUE ' PACKAGES OUTSIDE THE HORIZON'.
           03  FILLER                       PIC X(33) VALUE SPACES.

         COPY RUNCTXH.

       PROCEDURE DIVISION.
       MAIN-LINE.

           PERFORM 0040-LOAD-CHGCAL-CONFIG.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-HORIZON-END = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-CHGCAL-HORIZON - 1).

      *    The packages first - a master that cannot be read leaves
      *    the published calendar as it was.
           PERFORM 0100-COLLECT-PACKAGES.
           IF WS-PK-COUNT > 0
              PERFORM 0200-GATHER-SYSTEMS
           END-IF.

           OPEN OUTPUT CHGICS.
           IF WS-ICS-FILE-STATUS NOT = '00'
              DISPLAY 'C1UCHGCL: CHGICS OPEN FAILED - FILE STATUS '
                      WS-ICS-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CHGCSV.
           IF WS-CSV-FILE-STATUS NOT = '00'
              DISPLAY 'C1UCHGCL: CHGCSV OPEN FAILED - FILE STATUS '
                      WS-CSV-FILE-STATUS
              CLOSE CHGICS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CALRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-TODAY TO WS-DT-DATE.
           PERFORM 0760-SHOW-DATE.
           MOVE WS-DT-SHOW TO RPT-TITLE-FROM.
           MOVE WS-HORIZON-END TO WS-DT-DATE.
           PERFORM 0760-SHOW-DATE.
           MOVE WS-DT-SHOW TO RPT-TITLE-TO.
           WRITE CALRPT-REC FROM WS-TITLE-LINE.
           WRITE CALRPT-REC FROM WS-HEADING-LINE.

           PERFORM 0060-WRITE-CALENDAR-HEADER.

           PERFORM 0300-BLACKOUT-EVENTS.
           PERFORM 0400-FREEZE-EVENTS.
           PERFORM 0500-PACKAGE-EVENT
                   VARYING WS-PK-INX FROM 1 BY 1
                   UNTIL WS-PK-INX > WS-PK-COUNT.

           MOVE 'END:VCALENDAR' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.

           MOVE WS-PKG-EVENTS TO RPT-TOTAL-PACKAGES.
           MOVE WS-FRZ-EVENTS TO RPT-TOTAL-FREEZES.
           MOVE WS-BLK-EVENTS TO RPT-TOTAL-BLACKOUTS.
           MOVE WS-PK-SKIPPED TO RPT-TOTAL-SKIPPED.
           WRITE CALRPT-REC FROM WS-TOTAL-LINE.

           CLOSE CHGICS.
           CLOSE CHGCSV.
           CLOSE CALRPT.

           IF WS-PK-DROPPED > 0
              DISPLAY 'C1UCHGCL: WARNING - ' WS-PK-DROPPED
                      ' PACKAGES LEFT OFF THE CALENDAR, TABLE FULL'
           END-IF.
           DISPLAY 'C1UCHGCL: ' WS-PKG-EVENTS ' PACKAGE, '
                   WS-FRZ-EVENTS ' FREEZE, '
                   WS-BLK-EVENTS ' BLACKOUT EVENTS'.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UCHGCL' TO WS-LGR-PROGRAM.
           COMPUTE WS-LGR-COUNT = WS-PKG-EVENTS + WS-FRZ-EVENTS
                                + WS-BLK-EVENTS.
           IF WS-PK-DROPPED > 0
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  %CHGCAL over the compiled-in CHGCALCF defaults.
      *-----------------------------------------------------------------
       0040-LOAD-CHGCAL-CONFIG.

           MOVE 'CHGCAL'              TO CFG-SECTION-NAME.
           MOVE WS-CHGCAL-CFG-LINES   TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  EVALUATE TRUE
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'HORIZON='
                        IF CFG-ENTRY-LINE(WS-CFG-INX)(9:3) IS NUMERIC
                           MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:3)
                             TO WS-CHGCAL-HORIZON
                        END-IF
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:5) = 'NAME='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(6:40)
                          TO WS-CHGCAL-NAME
                     WHEN CFG-ENTRY-LINE(WS-CFG-INX)(1:8) = 'UIDHOST='
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(9:24)
                          TO WS-CHGCAL-UID-HOST
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
              END-PERFORM
           END-IF.
           IF WS-CHGCAL-HORIZON = 0
              MOVE 1 TO WS-CHGCAL-HORIZON
           END-IF.

      *-----------------------------------------------------------------
      *  First line of CALRPT - see COPY RUNCTXH.
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
           WRITE CALRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  The calendar's own properties, with the extract time every
      *  event is stamped with. Subscribers are asked to refresh
      *  daily, as often as the calendar is rebuilt.
      *-----------------------------------------------------------------
       0060-WRITE-CALENDAR-HEADER.

           MOVE WS-TODAY TO WS-MN-DATE.
           MOVE WS-NOW-TIME(1:2) TO WS-MN-HH.
           MOVE WS-NOW-TIME(3:2) TO WS-MN-MM.
           PERFORM 0750-BUILD-STAMP.
           MOVE WS-MN-STAMP(1:16) TO WS-EXTRACT-STAMP.
           MOVE WS-MN-STAMP TO WS-CV-STAMP.
           PERFORM 0700-LOCAL-TO-ICS.
           MOVE WS-CV-ICS TO WS-DTSTAMP.

           MOVE 'BEGIN:VCALENDAR' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE 'VERSION:2.0' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'PRODID:-//' WS-CHGCAL-UID-HOST DELIMITED BY '  '
                  '//ENDEVOR CHANGE CALENDAR//EN' DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE 'CALSCALE:GREGORIAN' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE 'METHOD:PUBLISH' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'X-WR-CALNAME:' WS-CHGCAL-NAME DELIMITED BY '  '
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE 'REFRESH-INTERVAL;VALUE=DURATION:P1D' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE 'X-PUBLISHED-TTL:P1D' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.

           MOVE SPACES TO WS-CSV-LINE.
           STRING 'KIND,START,END,PACKAGE,TICKET,SYSTEMS,STATUS,'
                  'ENVIRONMENT,STAGE,SUMMARY'
               DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING.
           PERFORM 0950-PUT-CSV-LINE.

      *-----------------------------------------------------------------
      *  Walk the master for the packages the calendar shows.
      *-----------------------------------------------------------------
       0100-COLLECT-PACKAGES.

           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS NOT = '00'
              DISPLAY 'C1UCHGCL: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
                      ' - CALENDAR NOT REPLACED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-PKGMASTR-DONE.
           MOVE LOW-VALUES TO PMF-PACKAGE-ID.
           START PKGMASTR KEY IS NOT LESS THAN PMF-PACKAGE-ID
               INVALID KEY MOVE 'Y' TO WS-PKGMASTR-DONE
           END-START.
           PERFORM 0110-READ-MASTER-NEXT.
           PERFORM 0120-CONSIDER-ONE-PACKAGE UNTIL MASTER-READ-DONE.
           CLOSE PKGMASTR.

       0110-READ-MASTER-NEXT.

           READ PKGMASTR NEXT RECORD
               AT END MOVE 'Y' TO WS-PKGMASTR-DONE
           END-READ.

      *-----------------------------------------------------------------
      *  Approved (and executing) packages are on the calendar
      *  whatever their window, unless it opens beyond the horizon;
      *  packages still in edit or approval only when they already
      *  hold a planned window inside it.
      *-----------------------------------------------------------------
       0120-CONSIDER-ONE-PACKAGE.

           IF PMF-PACKAGE-STATUS = 'APPROVED'
              OR PMF-PACKAGE-STATUS = 'IN-EXECUTION'
              OR PMF-PACKAGE-STATUS = 'IN-APPROVAL'
              OR PMF-PACKAGE-STATUS = 'IN-EDIT'
              PERFORM 0130-FIND-PLANNED-WINDOW
              IF WINDOW-IN-HORIZON
                 OR ((PMF-PACKAGE-STATUS = 'APPROVED'
                      OR PMF-PACKAGE-STATUS = 'IN-EXECUTION')
                     AND NOT WINDOW-LATER)
                 PERFORM 0140-TABLE-PACKAGE
              ELSE
                 ADD 1 TO WS-PK-SKIPPED
              END-IF
           END-IF.
           PERFORM 0110-READ-MASTER-NEXT.

      *-----------------------------------------------------------------
      *  The ticket is the ServiceNow object the package ID carries;
      *  a CHG object's planned window comes from SNOWCHGW, in
      *  ServiceNow's zone, and is brought onto this system's clock
      *  (TZCONV) before it is placed against the horizon.
      *-----------------------------------------------------------------
       0130-FIND-PLANNED-WINDOW.

           MOVE 'N' TO WS-WINDOW-KIND.
           MOVE SPACES TO WS-TICKET WS-CHG-START WS-CHG-END.
           IF PMF-PACKAGE-ID(1:3) = 'INC'
              OR PMF-PACKAGE-ID(1:3) = 'CHG'
              MOVE PMF-PACKAGE-ID(1:10) TO WS-TICKET
           END-IF.
           IF PMF-PACKAGE-ID(1:3) = 'CHG'
              MOVE PMF-PACKAGE-ID(1:10) TO WS-SNOWOBJ
              CALL 'SNOWCHGW' USING WS-SNOWOBJ WS-CHG-START
                                    WS-CHG-END
              IF RETURN-CODE = 0
                 MOVE 'S'           TO TZC-FUNCTION
                 MOVE WS-CHG-START  TO TZC-STAMP-IN
                 CALL 'TZCONV' USING WS-TZCONV-REQUEST
                 MOVE TZC-STAMP-OUT TO WS-CHG-START
                 MOVE 'S'           TO TZC-FUNCTION
                 MOVE WS-CHG-END    TO TZC-STAMP-IN
                 CALL 'TZCONV' USING WS-TZCONV-REQUEST
                 MOVE TZC-STAMP-OUT TO WS-CHG-END
                 IF WS-CHG-START(1:4) IS NUMERIC
                    AND WS-CHG-START(6:2) IS NUMERIC
                    AND WS-CHG-START(9:2) IS NUMERIC
                    AND WS-CHG-START(12:2) IS NUMERIC
                    AND WS-CHG-START(15:2) IS NUMERIC
                    AND WS-CHG-END(1:4) IS NUMERIC
                    AND WS-CHG-END(6:2) IS NUMERIC
                    AND WS-CHG-END(9:2) IS NUMERIC
                    AND WS-CHG-END(12:2) IS NUMERIC
                    AND WS-CHG-END(15:2) IS NUMERIC
                    STRING WS-CHG-START(1:4) WS-CHG-START(6:2)
                           WS-CHG-START(9:2)
                        DELIMITED BY SIZE INTO WS-DT-DATE-X
                    END-STRING
                    MOVE WS-DT-DATE TO WS-WIN-START-DATE
                    STRING WS-CHG-END(1:4) WS-CHG-END(6:2)
                           WS-CHG-END(9:2)
                        DELIMITED BY SIZE INTO WS-DT-DATE-X
                    END-STRING
                    MOVE WS-DT-DATE TO WS-WIN-END-DATE
                    EVALUATE TRUE
                       WHEN WS-WIN-END-DATE < WS-TODAY
                          MOVE 'P' TO WS-WINDOW-KIND
                       WHEN WS-WIN-START-DATE > WS-HORIZON-END
                          MOVE 'L' TO WS-WINDOW-KIND
                       WHEN OTHER
                          MOVE 'W' TO WS-WINDOW-KIND
                    END-EVALUATE
                 END-IF
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.

       0140-TABLE-PACKAGE.

           IF WS-PK-COUNT < WS-PK-MAX
              ADD 1 TO WS-PK-COUNT
              MOVE PMF-PACKAGE-ID     TO WS-PK-PACKAGE-ID(WS-PK-COUNT)
              MOVE PMF-ENV            TO WS-PK-ENV(WS-PK-COUNT)
              MOVE PMF-STGID          TO WS-PK-STGID(WS-PK-COUNT)
              MOVE PMF-PACKAGE-STATUS TO WS-PK-STATUS(WS-PK-COUNT)
              MOVE WS-TICKET          TO WS-PK-TICKET(WS-PK-COUNT)
              MOVE WS-WINDOW-KIND     TO WS-PK-WINDOW(WS-PK-COUNT)
              MOVE WS-CHG-START       TO WS-PK-START(WS-PK-COUNT)
              MOVE WS-CHG-END         TO WS-PK-END(WS-PK-COUNT)
              MOVE 0                  TO WS-PK-SYS-COUNT(WS-PK-COUNT)
           ELSE
              ADD 1 TO WS-PK-DROPPED
           END-IF.

      *-----------------------------------------------------------------
      *  The systems each tabled package's cast SCL names - captured
      *  SCL gathered up to each statement's closing period, as
      *  C1UEXT07 does at Before-CAST.
      *-----------------------------------------------------------------
       0200-GATHER-SYSTEMS.

           OPEN INPUT PKGMANIF.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UCHGCL: PKGMANIF NOT AVAILABLE - FILE STATUS '
                      WS-IN-FILE-STATUS ' - NO SYSTEMS SHOWN'
           ELSE
              PERFORM 0210-READ-PKGMANIF
              PERFORM 0220-GATHER-ONE-RECORD UNTIL IN-FILE-ATEND
              CLOSE PKGMANIF
           END-IF.

       0210-READ-PKGMANIF.
           READ PKGMANIF
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0220-GATHER-ONE-RECORD.

           IF MAN-PACKAGE-ID NOT = WS-MAN-PACKAGE-ID
              MOVE MAN-PACKAGE-ID TO WS-MAN-PACKAGE-ID
              MOVE 'N' TO WS-STMT-OPEN
              MOVE 0 TO WS-PK-HIT-INX
              PERFORM VARYING WS-PK-INX FROM 1 BY 1
                      UNTIL WS-PK-INX > WS-PK-COUNT
                         OR WS-PK-HIT-INX > 0
                 IF WS-PK-PACKAGE-ID(WS-PK-INX) = MAN-PACKAGE-ID
                    MOVE WS-PK-INX TO WS-PK-HIT-INX
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-PK-HIT-INX > 0
              AND MAN-SCL-RECORD NOT = SPACES
              AND MAN-SCL-RECORD(1:1) NOT = '*'
              IF NOT STATEMENT-OPEN
                 MOVE SPACES TO WS-STMT
                 MOVE 1 TO WS-STMT-POS
                 MOVE 'Y' TO WS-STMT-OPEN
              END-IF
      *       A statement longer than the buffer is judged on its
      *       first six records - the names lead the statement.
              IF WS-STMT-POS < 481
                 MOVE MAN-SCL-RECORD TO WS-STMT(WS-STMT-POS:80)
                 ADD 80 TO WS-STMT-POS
              END-IF
              MOVE 0 TO WS-STMT-PERIODS
              INSPECT MAN-SCL-RECORD TALLYING WS-STMT-PERIODS
                      FOR ALL '.'
              IF WS-STMT-PERIODS > 0
                 MOVE 'N' TO WS-STMT-OPEN
                 PERFORM 0230-JUDGE-STATEMENT
              END-IF
           END-IF.
           PERFORM 0210-READ-PKGMANIF.

      *-----------------------------------------------------------------
      *  The system one gathered statement names joins the package's
      *  list once; a package touching more than six shows the first
      *  six.
      *-----------------------------------------------------------------
       0230-JUDGE-STATEMENT.

           MOVE ' SYSTEM ''' TO WS-KEYWORD.
           MOVE 9 TO WS-KEYWORD-LEN.
           PERFORM 0240-EXTRACT-QUOTED-VALUE.
           MOVE WS-VALUE(1:8) TO WS-STMT-SYSTEM.
           IF WS-STMT-SYSTEM NOT = SPACES
              MOVE 'N' TO WS-SYS-FOUND
              PERFORM VARYING WS-SYS-INX FROM 1 BY 1
                      UNTIL WS-SYS-INX > WS-PK-SYS-COUNT(WS-PK-HIT-INX)
                         OR SYSTEM-ALREADY-LISTED
                 IF WS-PK-SYSTEM(WS-PK-HIT-INX, WS-SYS-INX)
                    = WS-STMT-SYSTEM
                    MOVE 'Y' TO WS-SYS-FOUND
                 END-IF
              END-PERFORM
              IF NOT SYSTEM-ALREADY-LISTED
                 AND WS-PK-SYS-COUNT(WS-PK-HIT-INX) < 6
                 ADD 1 TO WS-PK-SYS-COUNT(WS-PK-HIT-INX)
                 MOVE WS-STMT-SYSTEM TO WS-PK-SYSTEM(WS-PK-HIT-INX,
                                       WS-PK-SYS-COUNT(WS-PK-HIT-INX))
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The quoted value following WS-KEYWORD in the gathered
      *  statement - SPACES when the keyword is not there.
      *-----------------------------------------------------------------
       0240-EXTRACT-QUOTED-VALUE.

           MOVE SPACES TO WS-VALUE.
           MOVE 0 TO WS-SCAN-POS.
           INSPECT WS-STMT TALLYING WS-SCAN-POS
                   FOR CHARACTERS BEFORE
                   WS-KEYWORD(1:WS-KEYWORD-LEN).
           IF WS-SCAN-POS < 470
              COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-KEYWORD-LEN + 1
              MOVE 0 TO WS-SCAN-LEN
              INSPECT WS-STMT(WS-SCAN-POS:)
                      TALLYING WS-SCAN-LEN
                      FOR CHARACTERS BEFORE ''''
              IF WS-SCAN-LEN > 10
                 MOVE 10 TO WS-SCAN-LEN
              END-IF
              IF WS-SCAN-LEN > 0
                 MOVE WS-STMT(WS-SCAN-POS:WS-SCAN-LEN)
                      TO WS-VALUE(1:WS-SCAN-LEN)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  One event per night of the package-ID blackout (PKGBLKO),
      *  the window wrapping midnight when it starts later than it
      *  ends. A window kept on another zone's clock is brought onto
      *  this system's before it is written.
      *-----------------------------------------------------------------
       0300-BLACKOUT-EVENTS.

           IF PACKAGE-BLACKOUT-ENABLED
              AND WS-BLACKOUT-START-HHMM NOT = WS-BLACKOUT-END-HHMM
              PERFORM 0310-ONE-BLACKOUT-NIGHT
                      VARYING WS-DAY-INX FROM 0 BY 1
                      UNTIL WS-DAY-INX NOT < WS-CHGCAL-HORIZON
           END-IF.

       0310-ONE-BLACKOUT-NIGHT.

           COMPUTE WS-MN-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-DAY-INX).
           MOVE WS-MN-DATE TO WS-DT-DATE.
           MOVE WS-BLACKOUT-START-HHMM TO WS-HHMM.
           MOVE WS-HHMM-X(1:2) TO WS-MN-HH.
           MOVE WS-HHMM-X(3:2) TO WS-MN-MM.
           PERFORM 0750-BUILD-STAMP.
           MOVE WS-MN-STAMP TO WS-EV-START.
           IF WS-BLACKOUT-END-HHMM < WS-BLACKOUT-START-HHMM
              COMPUTE WS-MN-DATE = FUNCTION DATE-OF-INTEGER
                      (WS-TODAY-INT + WS-DAY-INX + 1)
           END-IF.
           MOVE WS-BLACKOUT-END-HHMM TO WS-HHMM.
           MOVE WS-HHMM-X(1:2) TO WS-MN-HH.
           MOVE WS-HHMM-X(3:2) TO WS-MN-MM.
           PERFORM 0750-BUILD-STAMP.
           MOVE WS-MN-STAMP TO WS-EV-END.
           IF WS-BLACKOUT-ZONE NOT = SPACES
              MOVE WS-BLACKOUT-ZONE TO WS-CV-ZONE
              MOVE WS-EV-START TO WS-CV-STAMP
              PERFORM 0720-ZONE-TO-LOCAL
              MOVE WS-CV-STAMP TO WS-EV-START
              MOVE WS-EV-END TO WS-CV-STAMP
              PERFORM 0720-ZONE-TO-LOCAL
              MOVE WS-CV-STAMP TO WS-EV-END
           END-IF.

           MOVE 'BLACKOUT' TO WS-EV-KIND.
           MOVE 'N' TO WS-EV-ALL-DAY.
           MOVE SPACES TO WS-EV-UID WS-EV-SUMMARY WS-EV-DESC
                          WS-EV-PACKAGE WS-EV-TICKET WS-EV-SYSTEMS
                          WS-EV-STATUS WS-EV-ENV WS-EV-STGID
                          WS-EV-HOURS.
           STRING 'BLKO-' WS-DT-DATE-X '@' DELIMITED BY SIZE
                  WS-CHGCAL-UID-HOST DELIMITED BY SPACE
               INTO WS-EV-UID
           END-STRING.
           MOVE WS-BLACKOUT-START-HHMM TO WS-HHMM.
           STRING WS-HHMM-X(1:2) ':' WS-HHMM-X(3:2) '-'
               DELIMITED BY SIZE INTO WS-EV-HOURS
           END-STRING.
           MOVE WS-BLACKOUT-END-HHMM TO WS-HHMM.
           MOVE WS-HHMM-X(1:2) TO WS-EV-HOURS(7:2).
           MOVE ':'            TO WS-EV-HOURS(9:1).
           MOVE WS-HHMM-X(3:2) TO WS-EV-HOURS(10:2).
           STRING 'PACKAGE ID BLACKOUT ' WS-EV-HOURS ' '
                  DELIMITED BY SIZE
                  WS-BLACKOUT-ZONE DELIMITED BY SPACE
               INTO WS-EV-SUMMARY
           END-STRING.
           STRING 'INC and CHG package IDs are not generated from '
                  WS-EV-HOURS(1:5) ' to ' WS-EV-HOURS(7:5)
                  DELIMITED BY SIZE
               INTO WS-EV-DESC
           END-STRING.
           PERFORM 0800-WRITE-EVENT.
           ADD 1 TO WS-BLK-EVENTS.

      *-----------------------------------------------------------------
      *  One all-day event per DD FRZCAL freeze range reaching into
      *  the horizon. A missing calendar shows no freezes, as
      *  FRZCHECK enforces none.
      *-----------------------------------------------------------------
       0400-FREEZE-EVENTS.

           OPEN INPUT FRZCAL.
           IF IN-FILE-NOT-AVAILABLE
              DISPLAY 'C1UCHGCL: FRZCAL NOT AVAILABLE - FILE STATUS '
                      WS-IN-FILE-STATUS ' - NO FREEZES SHOWN'
           ELSE
              PERFORM 0410-READ-FRZCAL
              PERFORM 0420-ONE-FREEZE-RANGE UNTIL IN-FILE-ATEND
              CLOSE FRZCAL
           END-IF.

       0410-READ-FRZCAL.
           READ FRZCAL
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

       0420-ONE-FREEZE-RANGE.

           IF CAL-FROM-DATE IS NUMERIC
              AND CAL-TO-DATE IS NUMERIC
              AND CAL-TO-DATE NOT < WS-TODAY
              AND CAL-FROM-DATE NOT > WS-HORIZON-END
              MOVE CAL-ENV TO WS-FRZ-ENV
              IF WS-FRZ-ENV = '*' OR WS-FRZ-ENV = SPACES
                 MOVE 'ALL' TO WS-FRZ-ENV
              END-IF
              MOVE CAL-SYSTEM TO WS-FRZ-SYSTEM
              IF WS-FRZ-SYSTEM = '*' OR WS-FRZ-SYSTEM = SPACES
                 MOVE 'ALL' TO WS-FRZ-SYSTEM
              END-IF
              MOVE 'FREEZE' TO WS-EV-KIND
              MOVE 'Y' TO WS-EV-ALL-DAY
              MOVE CAL-FROM-DATE TO WS-EV-FROM-DATE
              MOVE CAL-TO-DATE   TO WS-EV-TO-DATE
              MOVE SPACES TO WS-EV-UID WS-EV-SUMMARY WS-EV-DESC
                             WS-EV-PACKAGE WS-EV-TICKET WS-EV-SYSTEMS
                             WS-EV-STATUS WS-EV-ENV WS-EV-STGID
                             WS-DESC-NOTE
              IF CAL-ENV NOT = '*'
                 MOVE CAL-ENV TO WS-EV-ENV
              END-IF
              IF CAL-SYSTEM NOT = '*'
                 MOVE CAL-SYSTEM TO WS-EV-SYSTEMS
              END-IF
              STRING 'FRZ-' CAL-FROM-DATE '-' CAL-TO-DATE '-'
                     DELIMITED BY SIZE
                     WS-FRZ-ENV DELIMITED BY SPACE
                     '-' DELIMITED BY SIZE
                     WS-FRZ-SYSTEM DELIMITED BY SPACE
                     '@' DELIMITED BY SIZE
                     WS-CHGCAL-UID-HOST DELIMITED BY SPACE
                  INTO WS-EV-UID
              END-STRING
              STRING 'CHANGE FREEZE ENV ' DELIMITED BY SIZE
                     WS-FRZ-ENV DELIMITED BY SPACE
                     ' SYSTEM ' DELIMITED BY SIZE
                     WS-FRZ-SYSTEM DELIMITED BY SPACE
                  INTO WS-EV-SUMMARY
              END-STRING
              IF CAL-ZONE NOT = SPACES
                 STRING ' on the ' DELIMITED BY SIZE
                        CAL-ZONE DELIMITED BY SPACE
                        ' clock' DELIMITED BY SIZE
                     INTO WS-DESC-NOTE
                 END-STRING
              END-IF
              STRING 'Site freeze range' DELIMITED BY SIZE
                     WS-DESC-NOTE DELIMITED BY '  '
                     ' - package actions are refused unless the '
                     'package holds an authorized exception'
                     DELIMITED BY SIZE
                  INTO WS-EV-DESC
              END-STRING
              PERFORM 0800-WRITE-EVENT
              ADD 1 TO WS-FRZ-EVENTS
           END-IF.
           PERFORM 0410-READ-FRZCAL.

      *-----------------------------------------------------------------
      *  One event per tabled package - timed over its planned
      *  window, or all day on the extract date when it has none
      *  (or its window has passed and it is still to execute).
      *-----------------------------------------------------------------
       0500-PACKAGE-EVENT.

           MOVE 'PACKAGE' TO WS-EV-KIND.
           MOVE SPACES TO WS-EV-UID WS-EV-SUMMARY WS-EV-DESC
                          WS-EV-SYSTEMS WS-DESC-NOTE.
           MOVE WS-PK-PACKAGE-ID(WS-PK-INX) TO WS-EV-PACKAGE.
           MOVE WS-PK-TICKET(WS-PK-INX)     TO WS-EV-TICKET.
           MOVE WS-PK-STATUS(WS-PK-INX)     TO WS-EV-STATUS.
           MOVE WS-PK-ENV(WS-PK-INX)        TO WS-EV-ENV.
           MOVE WS-PK-STGID(WS-PK-INX)      TO WS-EV-STGID.
           IF WS-PK-WINDOW(WS-PK-INX) = 'W'
              MOVE 'N' TO WS-EV-ALL-DAY
              MOVE WS-PK-START(WS-PK-INX) TO WS-EV-START
              MOVE WS-PK-END(WS-PK-INX)   TO WS-EV-END
           ELSE
              MOVE 'Y' TO WS-EV-ALL-DAY
              MOVE WS-TODAY TO WS-EV-FROM-DATE WS-EV-TO-DATE
              IF WS-PK-WINDOW(WS-PK-INX) = 'P'
                 MOVE '\nWindow has passed - shown on the extract date'
                   TO WS-DESC-NOTE
              ELSE
                 MOVE '\nNo planned window - shown on the extract date'
                   TO WS-DESC-NOTE
              END-IF
           END-IF.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM VARYING WS-SYS-INX FROM 1 BY 1
                   UNTIL WS-SYS-INX > WS-PK-SYS-COUNT(WS-PK-INX)
              STRING WS-PK-SYSTEM(WS-PK-INX, WS-SYS-INX)
                     DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                  INTO WS-EV-SYSTEMS WITH POINTER WS-SCAN-POS
              END-STRING
           END-PERFORM.

           STRING 'PKG-' DELIMITED BY SIZE
                  WS-EV-PACKAGE DELIMITED BY SPACE
                  '@' DELIMITED BY SIZE
                  WS-CHGCAL-UID-HOST DELIMITED BY SPACE
               INTO WS-EV-UID
           END-STRING.
           STRING 'ENDEVOR ' DELIMITED BY SIZE
                  WS-EV-PACKAGE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-EV-STATUS DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-EV-TICKET DELIMITED BY SPACE
               INTO WS-EV-SUMMARY
           END-STRING.
           MOVE WS-EV-TICKET TO WS-DESC-TICKET.
           IF WS-DESC-TICKET = SPACES
              MOVE 'NONE' TO WS-DESC-TICKET
           END-IF.
           MOVE WS-EV-SYSTEMS TO WS-DESC-SYSTEMS.
           IF WS-DESC-SYSTEMS = SPACES
              MOVE 'NOT CAPTURED' TO WS-DESC-SYSTEMS
           END-IF.
           STRING 'Package ' DELIMITED BY SIZE
                  WS-EV-PACKAGE DELIMITED BY SPACE
                  '\nTicket ' DELIMITED BY SIZE
                  WS-DESC-TICKET DELIMITED BY SPACE
                  '\nSystems ' DELIMITED BY SIZE
                  WS-DESC-SYSTEMS DELIMITED BY '  '
                  '\nEnvironment ' DELIMITED BY SIZE
                  WS-EV-ENV DELIMITED BY SPACE
                  ' stage ' WS-EV-STGID
                  '\nStatus ' DELIMITED BY SIZE
                  WS-EV-STATUS DELIMITED BY SPACE
                  ' as of ' WS-EXTRACT-STAMP DELIMITED BY SIZE
                  WS-DESC-NOTE DELIMITED BY '  '
               INTO WS-EV-DESC
           END-STRING.
           PERFORM 0800-WRITE-EVENT.
           ADD 1 TO WS-PKG-EVENTS.

      *-----------------------------------------------------------------
      *  A local date-time as an iCalendar date-time: in UTC when
      *  TZCONV can take it there, else as the local (floating) time.
      *-----------------------------------------------------------------
       0700-LOCAL-TO-ICS.

           MOVE 'Z'         TO TZC-FUNCTION.
           MOVE 'UTC'       TO TZC-ZONE.
           MOVE WS-CV-STAMP TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-CV-ICS.
           IF TZC-CONVERTED
              STRING TZC-STAMP-OUT(1:4) TZC-STAMP-OUT(6:2)
                     TZC-STAMP-OUT(9:2) 'T' TZC-STAMP-OUT(12:2)
                     TZC-STAMP-OUT(15:2) TZC-STAMP-OUT(18:2) 'Z'
                  DELIMITED BY SIZE INTO WS-CV-ICS
              END-STRING
           ELSE
              STRING WS-CV-STAMP(1:4) WS-CV-STAMP(6:2)
                     WS-CV-STAMP(9:2) 'T' WS-CV-STAMP(12:2)
                     WS-CV-STAMP(15:2) WS-CV-STAMP(18:2)
                  DELIMITED BY SIZE INTO WS-CV-ICS
              END-STRING
           END-IF.

      *-----------------------------------------------------------------
      *  A date-time on zone WS-CV-ZONE's clock brought onto this
      *  system's. TZCONV only converts from local time, so the same
      *  wall-clock reading is taken into the zone and the difference
      *  it shows is taken back off. A zone TZCONV cannot convert to
      *  leaves the reading as it is.
      *-----------------------------------------------------------------
       0720-ZONE-TO-LOCAL.

           MOVE 'Z'         TO TZC-FUNCTION.
           MOVE WS-CV-ZONE  TO TZC-ZONE.
           MOVE WS-CV-STAMP TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE 0 TO RETURN-CODE.
           IF TZC-CONVERTED
              MOVE WS-CV-STAMP TO WS-MN-STAMP
              PERFORM 0730-STAMP-TO-MINUTES
              MOVE WS-MN-MINUTES TO WS-CV-BASE-MIN
              MOVE TZC-STAMP-OUT TO WS-MN-STAMP
              PERFORM 0730-STAMP-TO-MINUTES
              COMPUTE WS-MN-MINUTES = WS-CV-BASE-MIN * 2
                                    - WS-MN-MINUTES
              PERFORM 0740-MINUTES-TO-STAMP
              MOVE WS-MN-STAMP TO WS-CV-STAMP
           END-IF.

       0730-STAMP-TO-MINUTES.

           STRING WS-MN-STAMP(1:4) WS-MN-STAMP(6:2) WS-MN-STAMP(9:2)
               DELIMITED BY SIZE INTO WS-MN-DATE-X
           END-STRING.
           MOVE WS-MN-STAMP(12:2) TO WS-MN-HH.
           MOVE WS-MN-STAMP(15:2) TO WS-MN-MM.
           COMPUTE WS-MN-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-MN-DATE) * 1440
                 + WS-MN-HH * 60 + WS-MN-MM.

       0740-MINUTES-TO-STAMP.

           DIVIDE WS-MN-MINUTES BY 1440 GIVING WS-MN-DAYS
                  REMAINDER WS-MN-REM.
           COMPUTE WS-MN-DATE = FUNCTION DATE-OF-INTEGER(WS-MN-DAYS).
           DIVIDE WS-MN-REM BY 60 GIVING WS-MN-HH
                  REMAINDER WS-MN-MM.
           PERFORM 0750-BUILD-STAMP.

      *-----------------------------------------------------------------
      *  WS-MN-DATE at WS-MN-HH:WS-MN-MM as 'YYYY-MM-DD HH:MM:00'.
      *-----------------------------------------------------------------
       0750-BUILD-STAMP.

           MOVE SPACES TO WS-MN-STAMP.
           STRING WS-MN-DATE-X(1:4) '-' WS-MN-DATE-X(5:2) '-'
                  WS-MN-DATE-X(7:2) ' ' WS-MN-HH ':' WS-MN-MM ':00'
               DELIMITED BY SIZE INTO WS-MN-STAMP
           END-STRING.

       0760-SHOW-DATE.

           MOVE SPACES TO WS-DT-SHOW.
           STRING WS-DT-DATE-X(1:4) '-' WS-DT-DATE-X(5:2) '-'
                  WS-DT-DATE-X(7:2)
               DELIMITED BY SIZE INTO WS-DT-SHOW
           END-STRING.

      *-----------------------------------------------------------------
      *  The event on all three outputs: a VEVENT on CHGICS, a row on
      *  CHGCSV and a line on CALRPT. An all-day event's iCalendar end
      *  is the day after its last day.
      *-----------------------------------------------------------------
       0800-WRITE-EVENT.

           IF EVENT-ALL-DAY
              MOVE WS-EV-FROM-DATE TO WS-DT-DATE
              MOVE WS-DT-DATE-X TO WS-EV-DTSTART
              PERFORM 0760-SHOW-DATE
              MOVE WS-DT-SHOW TO WS-EV-START-SHOW
              MOVE WS-EV-TO-DATE TO WS-DT-DATE
              PERFORM 0760-SHOW-DATE
              MOVE WS-DT-SHOW TO WS-EV-END-SHOW
              COMPUTE WS-DT-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-EV-TO-DATE) + 1)
              MOVE WS-DT-DATE-X TO WS-EV-DTEND
           ELSE
              MOVE WS-EV-START TO WS-CV-STAMP
              PERFORM 0700-LOCAL-TO-ICS
              MOVE WS-CV-ICS TO WS-EV-DTSTART
              MOVE WS-EV-END TO WS-CV-STAMP
              PERFORM 0700-LOCAL-TO-ICS
              MOVE WS-CV-ICS TO WS-EV-DTEND
              MOVE WS-EV-START(1:16) TO WS-EV-START-SHOW
              MOVE WS-EV-END(1:16)   TO WS-EV-END-SHOW
           END-IF.

           MOVE 'BEGIN:VEVENT' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'UID:' WS-EV-UID DELIMITED BY SPACE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'DTSTAMP:' WS-DTSTAMP DELIMITED BY SPACE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           IF EVENT-ALL-DAY
              STRING 'DTSTART;VALUE=DATE:' WS-EV-DTSTART
                  DELIMITED BY SPACE INTO WS-ICS-LINE
              END-STRING
           ELSE
              STRING 'DTSTART:' WS-EV-DTSTART
                  DELIMITED BY SPACE INTO WS-ICS-LINE
              END-STRING
           END-IF.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           IF EVENT-ALL-DAY
              STRING 'DTEND;VALUE=DATE:' WS-EV-DTEND
                  DELIMITED BY SPACE INTO WS-ICS-LINE
              END-STRING
           ELSE
              STRING 'DTEND:' WS-EV-DTEND
                  DELIMITED BY SPACE INTO WS-ICS-LINE
              END-STRING
           END-IF.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'SUMMARY:' WS-EV-SUMMARY DELIMITED BY '  '
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'DESCRIPTION:' WS-EV-DESC DELIMITED BY '  '
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE SPACES TO WS-ICS-LINE.
           STRING 'CATEGORIES:' WS-EV-KIND DELIMITED BY SPACE
               INTO WS-ICS-LINE
           END-STRING.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE 'TRANSP:TRANSPARENT' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.
           MOVE 'END:VEVENT' TO WS-ICS-LINE.
           PERFORM 0900-PUT-ICS-LINE.

           MOVE SPACES TO WS-CSV-LINE.
           STRING WS-EV-KIND       DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-EV-START-SHOW DELIMITED BY '  '
                  ','              DELIMITED BY SIZE
                  WS-EV-END-SHOW   DELIMITED BY '  '
                  ','              DELIMITED BY SIZE
                  WS-EV-PACKAGE    DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-EV-TICKET     DELIMITED BY SPACE
                  ',"'             DELIMITED BY SIZE
                  WS-EV-SYSTEMS    DELIMITED BY '  '
                  '",'             DELIMITED BY SIZE
                  WS-EV-STATUS     DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-EV-ENV        DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-EV-STGID      DELIMITED BY SPACE
                  ',"'             DELIMITED BY SIZE
                  WS-EV-SUMMARY    DELIMITED BY '  '
                  '"'              DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.
           PERFORM 0950-PUT-CSV-LINE.

           MOVE WS-EV-KIND       TO RPT-KIND.
           MOVE WS-EV-START-SHOW TO RPT-START.
           MOVE WS-EV-END-SHOW   TO RPT-END.
           MOVE WS-EV-PACKAGE    TO RPT-PACKAGE.
           MOVE WS-EV-STATUS     TO RPT-STATUS.
           MOVE WS-EV-TICKET     TO RPT-TICKET.
           IF WS-EV-PACKAGE NOT = SPACES
              MOVE WS-EV-SYSTEMS TO RPT-NOTE
           ELSE
              MOVE WS-EV-SUMMARY TO RPT-NOTE
           END-IF.
           WRITE CALRPT-REC FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------------
      *  One iCalendar content line, trailing blanks dropped, folded
      *  at 75 characters: the first record carries 75, every
      *  continuation a leading blank and the next 74.
      *-----------------------------------------------------------------
       0900-PUT-ICS-LINE.

           MOVE 0 TO WS-TRAIL.
           INSPECT FUNCTION REVERSE(WS-ICS-LINE)
                   TALLYING WS-TRAIL FOR LEADING SPACES.
           COMPUTE WS-ICS-LEN = 300 - WS-TRAIL.
           MOVE 1  TO WS-ICS-POS.
           MOVE 75 TO WS-ICS-SEG.
           MOVE 'N' TO WS-ICS-CONT.
           PERFORM 0910-PUT-ICS-SEGMENT
                   UNTIL WS-ICS-POS > WS-ICS-LEN.

       0910-PUT-ICS-SEGMENT.

           IF WS-ICS-LEN - WS-ICS-POS + 1 < WS-ICS-SEG
              COMPUTE WS-ICS-SEG = WS-ICS-LEN - WS-ICS-POS + 1
           END-IF.
           MOVE SPACES TO CHGICS-REC.
           IF ICS-CONTINUATION
              MOVE WS-ICS-LINE(WS-ICS-POS:WS-ICS-SEG)
                   TO CHGICS-REC(2:WS-ICS-SEG)
              COMPUTE WS-ICS-REC-LEN = WS-ICS-SEG + 1
           ELSE
              MOVE WS-ICS-LINE(WS-ICS-POS:WS-ICS-SEG)
                   TO CHGICS-REC(1:WS-ICS-SEG)
              MOVE WS-ICS-SEG TO WS-ICS-REC-LEN
           END-IF.
           WRITE CHGICS-REC.
           ADD WS-ICS-SEG TO WS-ICS-POS.
           MOVE 74 TO WS-ICS-SEG.
           MOVE 'Y' TO WS-ICS-CONT.

       0950-PUT-CSV-LINE.

           MOVE 0 TO WS-TRAIL.
           INSPECT FUNCTION REVERSE(WS-CSV-LINE)
                   TALLYING WS-TRAIL FOR LEADING SPACES.
           COMPUTE WS-CSV-REC-LEN = 300 - WS-TRAIL.
           IF WS-CSV-REC-LEN = 0
              MOVE 1 TO WS-CSV-REC-LEN
           END-IF.
           MOVE WS-CSV-LINE TO CHGCSV-REC.
           WRITE CHGCSV-REC.
