      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. C1UEMGFU.
      *
      * Daily follow-up of emergency-override CCIDs. When C1X2CUST
      * lets an element action through on the CCIDOVR emergency
      * prefix no ServiceNow record stands behind it; policy requires
      * one to be raised retroactively within two business days.
      * C1X2CUST appends every such action to DD EMGFUPQ; this
      * program works that queue once a day, one override per CCID:
      *   - DD EMGLINK is read for a linkage record supplying the
      *     retroactive INC/CHG number for the CCID. The number is
      *     validated through SNOWHWTH (the action is chosen from
      *     the %CCIDPREF prefix table, as C1X2CUST would); a number
      *     ServiceNow knows closes the follow-up, and the CCID's
      *     entries drop off the queue.
      *   - An unlinked override is aged in business days through
      *     APIMONTH. From the reminder point in copybook EMGFUCF the
      *     user who made the override and their manager (DD MGRMAP)
      *     are chased by email (BC1PMLIF, at most once a day), and
      *     once the deadline has passed the chase also goes to the
      *     change-manager recipients and the override is listed on
      *     the overdue section of DD EMGFURPT.
      * Unlinked entries are rewritten to DD EMGFUPQO with their chase
      * count and date brought up to date (the JCL copies it back
      * over EMGFUPQ, the SNOWAPPL pattern). RC 4 when anything is
      * overdue or the queue cannot be read.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
      ******************************************************************

       SOURCE-COMPUTER. IBM-S390 WITH DEBUGGING MODE.

       OBJECT-COMPUTER. IBM-S390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMGFUPQ ASSIGN TO EMGFUPQ
               FILE STATUS IS WS-EMGFUPQ-FILE-STATUS.
           SELECT EMGFUPQO ASSIGN TO EMGFUPQO.
           SELECT OPTIONAL EMGLINK ASSIGN TO EMGLINK
               FILE STATUS IS WS-EMGLINK-FILE-STATUS.
           SELECT OPTIONAL MGRMAP ASSIGN TO MGRMAP
               FILE STATUS IS WS-MGRMAP-FILE-STATUS.
           SELECT EMGFURPT ASSIGN TO EMGFURPT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-----------------------------------------------------------------
      *  DD EMGFUPQ - the follow-up queue C1X2CUST appends to, one
      *  record per element action let through on the emergency
      *  prefix. The chase count/date are maintained here.
      *-----------------------------------------------------------------
       FD  EMGFUPQ
           RECORD CONTAINS 100 CHARACTERS.
       01  EMGFUPQ-REC.
           03  EFQ-OVERRIDE-DATE             PIC X(08).
           03  EFQ-OVERRIDE-TIME             PIC X(06).
           03  EFQ-CCID                      PIC X(12).
           03  EFQ-USER-ID                   PIC X(08).
           03  EFQ-ACTION                    PIC X(10).
           03  EFQ-ENV                       PIC X(08).
           03  EFQ-SYSTEM                    PIC X(08).
           03  EFQ-SUBSYSTEM                 PIC X(08).
           03  EFQ-TYPE                      PIC X(08).
           03  EFQ-ELEMENT                   PIC X(10).
           03  EFQ-CHASE-COUNT               PIC X(03).
           03  EFQ-CHASE-COUNT-NUM REDEFINES EFQ-CHASE-COUNT
                                             PIC 9(03).
           03  EFQ-LAST-CHASE-DATE           PIC X(08).
           03  FILLER                        PIC X(03).

       FD  EMGFUPQO
           RECORD CONTAINS 100 CHARACTERS.
       01  EMGFUPQO-REC                      PIC X(100).

      *-----------------------------------------------------------------
      *  DD EMGLINK - one line per retroactive ServiceNow record
      *  raised for an emergency override: CCID cols 1-12, INC/CHG
      *  number cols 14-23, entered-by userid cols 25-32. An '*' in
      *  col 1 is a comment; a later line for the same CCID replaces
      *  an earlier one, so a mistyped number is corrected by adding
      *  a line.
      *-----------------------------------------------------------------
       FD  EMGLINK
           RECORD CONTAINS 80 CHARACTERS.
       01  EMGLINK-REC.
           03  ELK-CCID                      PIC X(12).
           03  FILLER                        PIC X(01).
           03  ELK-SNOWOBJ                   PIC X(10).
           03  FILLER                        PIC X(01).
           03  ELK-ENTERED-BY                PIC X(08).
           03  FILLER                        PIC X(48).

      *-----------------------------------------------------------------
      *  DD MGRMAP - userid cols 1-8, that user's manager's userid
      *  cols 10-17. An '*' in col 1 is a comment.
      *-----------------------------------------------------------------
       FD  MGRMAP
           RECORD CONTAINS 80 CHARACTERS.
       01  MGRMAP-REC.
           03  MGM-USER-ID                   PIC X(08).
           03  FILLER                        PIC X(01).
           03  MGM-MANAGER-ID                PIC X(08).
           03  FILLER                        PIC X(63).

       FD  EMGFURPT
           RECORD CONTAINS 80 CHARACTERS.
       01  EMGFURPT-REC                      PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       01  WS-EMGFUPQ-FILE-STATUS            PIC X(02).
           88  EMGFUPQ-ATEND                         VALUE '10'.
           88  EMGFUPQ-NOT-AVAILABLE                 VALUE '30' '35'.
       01  WS-EMGLINK-FILE-STATUS            PIC X(02).
           88  EMGLINK-ATEND                         VALUE '10'.
       01  WS-MGRMAP-FILE-STATUS             PIC X(02).
           88  MGRMAP-ATEND                          VALUE '10'.
       01  WS-QUEUE-READABLE                 PIC X(01) VALUE 'N'.
           88  QUEUE-READABLE                        VALUE 'Y'.

         COPY EMGFUCF.
         COPY EXITCFG.

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
       01  WS-CFG-INX                   PIC 9(02).

      *= Business-day arithmetic through APIMONTH =====================
       01  WS-APIMONTH-PARMS.
           03  WS-APIMONTH-FUNCTION          PIC X(01).
           03  WS-APIMONTH-MONTH-NUMBER      PIC 9(02).
           03  WS-APIMONTH-MONTH-NAME        PIC X(03).
           03  WS-APIMONTH-RETURN-CODE       PIC 9(02).
           03  WS-APIMONTH-DATE-FROM         PIC 9(08).
           03  WS-APIMONTH-DATE-TO           PIC 9(08).
           03  WS-APIMONTH-BUSDAYS           PIC S9(05).

      *= Linkage records from DD EMGLINK ==============================
       01  WS-LNK-MAX                   PIC 9(04) VALUE 500.
       01  WS-LNK-COUNT                 PIC 9(04) VALUE 0.
       01  WS-LNK-DROPPED               PIC 9(04) VALUE 0.
       01  WS-LNK-INX                   PIC 9(04).
       01  WS-LNK-HIT-INX               PIC 9(04).
       01  WS-LNK-TABLE.
           03  WS-LNK-ENTRY OCCURS 500 TIMES.
               05  WS-LNK-CCID          PIC X(12).
               05  WS-LNK-SNOWOBJ       PIC X(10).

      *= User-to-manager map from DD MGRMAP ===========================
       01  WS-MGM-MAX                   PIC 9(04) VALUE 500.
       01  WS-MGM-COUNT                 PIC 9(04) VALUE 0.
       01  WS-MGM-DROPPED               PIC 9(04) VALUE 0.
       01  WS-MGM-INX                   PIC 9(04).
       01  WS-MGM-TABLE.
           03  WS-MGM-ENTRY OCCURS 500 TIMES.
               05  WS-MGM-USER          PIC X(08).
               05  WS-MGM-MANAGER       PIC X(08).

      *= One entry per emergency CCID on the queue ====================
       01  WS-EMG-MAX                   PIC 9(04) VALUE 300.
       01  WS-EMG-COUNT                 PIC 9(04) VALUE 0.
       01  WS-EMG-DROPPED               PIC 9(04) VALUE 0.
       01  WS-EMG-INX                   PIC 9(04).
       01  WS-EMG-HIT-INX               PIC 9(04).
       01  WS-EMG-TABLE.
           03  WS-EMG-ENTRY OCCURS 300 TIMES.
               05  WS-EMG-CCID          PIC X(12).
               05  WS-EMG-DATE          PIC X(08).
               05  WS-EMG-TIME          PIC X(06).
               05  WS-EMG-USER          PIC X(08).
               05  WS-EMG-MANAGER       PIC X(08).
               05  WS-EMG-ENV           PIC X(08).
               05  WS-EMG-SYSTEM        PIC X(08).
               05  WS-EMG-SUBSYSTEM     PIC X(08).
               05  WS-EMG-TYPE          PIC X(08).
               05  WS-EMG-ELEMENT       PIC X(10).
               05  WS-EMG-ELEM-COUNT    PIC 9(04).
               05  WS-EMG-LAST-CHASE    PIC X(08).
               05  WS-EMG-ELAPSED       PIC S9(05).
               05  WS-EMG-SNOWOBJ       PIC X(10).
               05  WS-EMG-STATUS        PIC X(09).
                   88  EMG-LINKED               VALUE 'LINKED'.
                   88  EMG-OVERDUE              VALUE 'OVERDUE'.
               05  WS-EMG-CHASED        PIC X(01).
                   88  EMG-CHASED-TODAY         VALUE 'Y'.

       01  WS-SNOWOBJ                   PIC X(10).
       01  WS-LINK-ACTION               PIC X(08).
       01  WS-OBJSTATE                  PIC X(15).
       01  WS-SNOW-RC                   PIC S9(04).
       01  WS-LINK-NOTE                 PIC X(21).

       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-NOW-TIME                  PIC 9(08).

       01  WS-LINKED-COUNT              PIC 9(04) VALUE 0.
       01  WS-PENDING-COUNT             PIC 9(04) VALUE 0.
       01  WS-REMINDED-COUNT            PIC 9(04) VALUE 0.
       01  WS-OVERDUE-COUNT             PIC 9(04) VALUE 0.
       01  WS-MAIL-COUNT                PIC 9(04) VALUE 0.
       01  WS-QUEUE-KEPT                PIC 9(06) VALUE 0.
       01  WS-QUEUE-CLEARED             PIC 9(06) VALUE 0.
       01  WS-ESC-INX                   PIC 9(02).

       01  PGM                          PIC X(08) VALUE 'BC1PMLIF'.
       01  MYSMTP-MESSAGE               PIC X(80).
       01  MYSMTP-USERID                PIC X(08).
       01  MYSMTP-FROM                  PIC X(50)
           VALUE 'ENDEVOR EMERGENCY CCID FOLLOW-UP'.
       01  MYSMTP-SUBJECT               PIC X(50).
       01  MYSMTP-TEXT.
           03  MYSMTP-COUNTER           PIC 9(02).
           03  MYSMTP-MSG-TEXT.
               05  MYSMTP-LINE          PIC X(133) OCCURS 99.
       01  MYSMTP-URL                   PIC X(01) VALUE SPACE.

       01  WS-REMIND-SUBJECT            PIC X(50) VALUE
           'Emergency CCID needs a ServiceNow record'.
       01  WS-OVERDUE-SUBJECT           PIC X(50) VALUE
           'OVERDUE - emergency CCID has no ServiceNow record'.

       COPY NOTFYFMT.
       COPY NOTIFTPL.

       01  WS-TPL-AGE-DISPLAY           PIC 9(05).
       01  WS-TPL-INX                   PIC 9(01).
       01  WS-DAYS-DISPLAY              PIC Z9.
       01  WS-ELAPSED-DISPLAY           PIC ZZZ9.
       01  WS-COUNT-DISPLAY             PIC ZZZ9.

       01  WS-DETAIL-LINE.
           03  RPT-STATUS               PIC X(09).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-CCID                 PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-USER                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-DATE                 PIC X(08).
           03  FILLER                   PIC X(04) VALUE ' BD='.
           03  RPT-ELAPSED              PIC ZZ9.
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-SNOWOBJ              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  RPT-NOTE                 PIC X(21).

       01  WS-OVERDUE-HEADING-1.
           03  FILLER                   PIC X(50) VALUE
               'OVERDUE EMERGENCY OVERRIDES - NO SERVICENOW RECORD'.
           03  FILLER                   PIC X(30) VALUE
               ' - FOR THE CHANGE MANAGER'.
       01  WS-OVERDUE-HEADING-2.
           03  FILLER                   PIC X(40) VALUE
               'CCID         USER     MANAGER  OVERRIDE '.
           03  FILLER                   PIC X(40) VALUE
               '   BD ENV      ELEMENT    ACTNS'.
       01  WS-OVERDUE-LINE.
           03  OVD-CCID                 PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  OVD-USER                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  OVD-MANAGER              PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  OVD-DATE                 PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  OVD-ELAPSED              PIC ZZZ9.
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  OVD-ENV                  PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  OVD-ELEMENT              PIC X(10).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  OVD-ELEM-COUNT           PIC ZZZ9.
           03  FILLER                   PIC X(11) VALUE SPACES.
       01  WS-NONE-OVERDUE-LINE         PIC X(80) VALUE
           '   (NONE)'.

         COPY RUNCTXH.

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-LINE.

           IF NOTIFY-HTML-ENABLED
              MOVE 'H' TO MYSMTP-URL
           END-IF.

           PERFORM 0050-LOAD-RUNTIME-CONFIG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

           OPEN OUTPUT EMGFURPT.
           PERFORM 0060-WRITE-RUN-CONTEXT-HEADER.

           PERFORM 1000-LOAD-LINKAGE.
           PERFORM 1100-LOAD-MANAGER-MAP.
           PERFORM 2000-COLLECT-OVERRIDES.

           PERFORM 3000-WORK-ONE-OVERRIDE THRU 3000-EXIT
               VARYING WS-EMG-INX FROM 1 BY 1
               UNTIL WS-EMG-INX > WS-EMG-COUNT.

           PERFORM 4000-WRITE-OVERDUE-SECTION.
           PERFORM 5000-REWRITE-QUEUE.

           CLOSE EMGFURPT.

           DISPLAY 'C1UEMGFU: ' WS-EMG-COUNT ' EMERGENCY CCIDS, '
                   WS-LINKED-COUNT ' LINKED, '
                   WS-PENDING-COUNT ' PENDING, '
                   WS-REMINDED-COUNT ' REMINDED, '
                   WS-OVERDUE-COUNT ' OVERDUE'.
           DISPLAY 'C1UEMGFU: ' WS-MAIL-COUNT ' EMAILS SENT, '
                   WS-QUEUE-CLEARED ' QUEUE ENTRIES CLEARED, '
                   WS-QUEUE-KEPT ' KEPT'.
           IF WS-EMG-DROPPED > 0
              DISPLAY 'C1UEMGFU: WARNING - ' WS-EMG-DROPPED
                      ' QUEUE ENTRIES PAST THE ' WS-EMG-MAX
                      '-CCID TABLE KEPT UNWORKED'
           END-IF.
           IF WS-LNK-DROPPED > 0
              DISPLAY 'C1UEMGFU: WARNING - ' WS-LNK-DROPPED
                      ' EMGLINK LINES DROPPED, TABLE FULL'
           END-IF.
           IF WS-MGM-DROPPED > 0
              DISPLAY 'C1UEMGFU: WARNING - ' WS-MGM-DROPPED
                      ' MGRMAP LINES DROPPED, TABLE FULL'
           END-IF.

           IF WS-OVERDUE-COUNT > 0
              OR NOT QUEUE-READABLE
              MOVE 4 TO WS-LGR-RC
           ELSE
              MOVE 0 TO WS-LGR-RC
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1UEMGFU' TO WS-LGR-PROGRAM.
           COMPUTE WS-LGR-COUNT = WS-EMG-COUNT - WS-LINKED-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
      *  %CCIDPREF over the prefix defaults - see CFGLOAD.
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

      *-----------------------------------------------------------------
      *  First line of EMGFURPT - see COPY RUNCTXH.
      *-----------------------------------------------------------------
       0060-WRITE-RUN-CONTEXT-HEADER.
           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE SPACES               TO WS-RUN-CONTEXT-LINE.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           WRITE EMGFURPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  DD EMGLINK into the linkage table. A later line for a CCID
      *  already in the table replaces the number held for it.
      *-----------------------------------------------------------------
       1000-LOAD-LINKAGE.

           OPEN INPUT EMGLINK.
           IF WS-EMGLINK-FILE-STATUS NOT = '00'
              AND WS-EMGLINK-FILE-STATUS NOT = '05'
              DISPLAY 'C1UEMGFU: EMGLINK NOT AVAILABLE - FILE STATUS '
                      WS-EMGLINK-FILE-STATUS ' - NO LINKAGE READ'
           ELSE
              PERFORM 1010-READ-EMGLINK
              PERFORM 1020-LOAD-ONE-LINK UNTIL EMGLINK-ATEND
              CLOSE EMGLINK
           END-IF.

       1010-READ-EMGLINK.

           READ EMGLINK
               AT END MOVE '10' TO WS-EMGLINK-FILE-STATUS
           END-READ.

       1020-LOAD-ONE-LINK.

           IF EMGLINK-REC(1:1) NOT = '*'
              AND ELK-CCID NOT = SPACES
              AND ELK-SNOWOBJ NOT = SPACES
              MOVE 0 TO WS-LNK-HIT-INX
              PERFORM VARYING WS-LNK-INX FROM 1 BY 1
                      UNTIL WS-LNK-INX > WS-LNK-COUNT
                         OR WS-LNK-HIT-INX > 0
                 IF WS-LNK-CCID(WS-LNK-INX) = ELK-CCID
                    MOVE WS-LNK-INX TO WS-LNK-HIT-INX
                 END-IF
              END-PERFORM
              IF WS-LNK-HIT-INX = 0
                 IF WS-LNK-COUNT < WS-LNK-MAX
                    ADD 1 TO WS-LNK-COUNT
                    MOVE WS-LNK-COUNT TO WS-LNK-HIT-INX
                    MOVE ELK-CCID TO WS-LNK-CCID(WS-LNK-HIT-INX)
                 ELSE
                    ADD 1 TO WS-LNK-DROPPED
                 END-IF
              END-IF
              IF WS-LNK-HIT-INX > 0
                 MOVE ELK-SNOWOBJ TO WS-LNK-SNOWOBJ(WS-LNK-HIT-INX)
              END-IF
           END-IF.
           PERFORM 1010-READ-EMGLINK.

      *-----------------------------------------------------------------
      *  DD MGRMAP into the manager table. No map simply means no
      *  manager is copied on the chase.
      *-----------------------------------------------------------------
       1100-LOAD-MANAGER-MAP.

           OPEN INPUT MGRMAP.
           IF WS-MGRMAP-FILE-STATUS NOT = '00'
              AND WS-MGRMAP-FILE-STATUS NOT = '05'
              DISPLAY 'C1UEMGFU: MGRMAP NOT AVAILABLE - FILE STATUS '
                      WS-MGRMAP-FILE-STATUS ' - MANAGERS NOT CHASED'
           ELSE
              PERFORM 1110-READ-MGRMAP
              PERFORM 1120-LOAD-ONE-MANAGER UNTIL MGRMAP-ATEND
              CLOSE MGRMAP
           END-IF.

       1110-READ-MGRMAP.

           READ MGRMAP
               AT END MOVE '10' TO WS-MGRMAP-FILE-STATUS
           END-READ.

       1120-LOAD-ONE-MANAGER.

           IF MGRMAP-REC(1:1) NOT = '*'
              AND MGM-USER-ID NOT = SPACES
              AND MGM-MANAGER-ID NOT = SPACES
              IF WS-MGM-COUNT < WS-MGM-MAX
                 ADD 1 TO WS-MGM-COUNT
                 MOVE MGM-USER-ID    TO WS-MGM-USER(WS-MGM-COUNT)
                 MOVE MGM-MANAGER-ID TO WS-MGM-MANAGER(WS-MGM-COUNT)
              ELSE
                 ADD 1 TO WS-MGM-DROPPED
              END-IF
           END-IF.
           PERFORM 1110-READ-MGRMAP.

      *-----------------------------------------------------------------
      *  One table entry per emergency CCID. The queue is appended in
      *  time order, so the first record seen for a CCID is the
      *  override that started its clock; later actions under the
      *  same CCID only add to its element count.
      *-----------------------------------------------------------------
       2000-COLLECT-OVERRIDES.

           OPEN INPUT EMGFUPQ.
           IF WS-EMGFUPQ-FILE-STATUS NOT = '00'
              DISPLAY 'C1UEMGFU: EMGFUPQ NOT AVAILABLE - FILE STATUS '
                      WS-EMGFUPQ-FILE-STATUS ' - NO OVERRIDES WORKED'
              MOVE 'N' TO WS-QUEUE-READABLE
           ELSE
              MOVE 'Y' TO WS-QUEUE-READABLE
              PERFORM 2010-READ-EMGFUPQ
              PERFORM 2020-COLLECT-ONE-RECORD UNTIL EMGFUPQ-ATEND
              CLOSE EMGFUPQ
           END-IF.

       2010-READ-EMGFUPQ.

           READ EMGFUPQ
               AT END MOVE '10' TO WS-EMGFUPQ-FILE-STATUS
           END-READ.

       2020-COLLECT-ONE-RECORD.

           PERFORM 2100-FIND-EMG-ENTRY.
           IF WS-EMG-HIT-INX = 0
              IF WS-EMG-COUNT < WS-EMG-MAX
                 ADD 1 TO WS-EMG-COUNT
                 MOVE WS-EMG-COUNT TO WS-EMG-HIT-INX
                 MOVE EFQ-CCID      TO WS-EMG-CCID(WS-EMG-HIT-INX)
                 MOVE EFQ-OVERRIDE-DATE
                                    TO WS-EMG-DATE(WS-EMG-HIT-INX)
                 MOVE EFQ-OVERRIDE-TIME
                                    TO WS-EMG-TIME(WS-EMG-HIT-INX)
                 MOVE EFQ-USER-ID   TO WS-EMG-USER(WS-EMG-HIT-INX)
                 MOVE EFQ-ENV       TO WS-EMG-ENV(WS-EMG-HIT-INX)
                 MOVE EFQ-SYSTEM    TO WS-EMG-SYSTEM(WS-EMG-HIT-INX)
                 MOVE EFQ-SUBSYSTEM
                                    TO WS-EMG-SUBSYSTEM(WS-EMG-HIT-INX)
                 MOVE EFQ-TYPE      TO WS-EMG-TYPE(WS-EMG-HIT-INX)
                 MOVE EFQ-ELEMENT   TO WS-EMG-ELEMENT(WS-EMG-HIT-INX)
                 MOVE 0        TO WS-EMG-ELEM-COUNT(WS-EMG-HIT-INX)
                 MOVE SPACES   TO WS-EMG-LAST-CHASE(WS-EMG-HIT-INX)
                 MOVE SPACES   TO WS-EMG-MANAGER(WS-EMG-HIT-INX)
                 MOVE SPACES   TO WS-EMG-SNOWOBJ(WS-EMG-HIT-INX)
                 MOVE SPACES   TO WS-EMG-STATUS(WS-EMG-HIT-INX)
                 MOVE 'N'      TO WS-EMG-CHASED(WS-EMG-HIT-INX)
                 MOVE 0        TO WS-EMG-ELAPSED(WS-EMG-HIT-INX)
              ELSE
                 ADD 1 TO WS-EMG-DROPPED
              END-IF
           END-IF.
           IF WS-EMG-HIT-INX > 0
              ADD 1 TO WS-EMG-ELEM-COUNT(WS-EMG-HIT-INX)
              IF EFQ-LAST-CHASE-DATE NOT = SPACES
                 AND EFQ-LAST-CHASE-DATE >
                     WS-EMG-LAST-CHASE(WS-EMG-HIT-INX)
                 MOVE EFQ-LAST-CHASE-DATE
                      TO WS-EMG-LAST-CHASE(WS-EMG-HIT-INX)
              END-IF
           END-IF.
           PERFORM 2010-READ-EMGFUPQ.

       2100-FIND-EMG-ENTRY.

           MOVE 0 TO WS-EMG-HIT-INX.
           PERFORM VARYING WS-EMG-INX FROM 1 BY 1
                   UNTIL WS-EMG-INX > WS-EMG-COUNT
                      OR WS-EMG-HIT-INX > 0
              IF EFQ-CCID = WS-EMG-CCID(WS-EMG-INX)
                 MOVE WS-EMG-INX TO WS-EMG-HIT-INX
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One emergency CCID: linked and known to ServiceNow closes it;
      *  otherwise it is aged and, past the reminder point, chased -
      *  at most once per day however often the job is rerun.
      *-----------------------------------------------------------------
       3000-WORK-ONE-OVERRIDE.

           PERFORM 3100-CHECK-LINKAGE.
           IF EMG-LINKED(WS-EMG-INX)
              ADD 1 TO WS-LINKED-COUNT
              PERFORM 3900-WRITE-DETAIL-LINE
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-FIND-MANAGER.
           PERFORM 3300-COMPUTE-ELAPSED.

           IF WS-EMG-ELAPSED(WS-EMG-INX) > WS-EMGFU-DEADLINE-DAYS
              MOVE 'OVERDUE' TO WS-EMG-STATUS(WS-EMG-INX)
              ADD 1 TO WS-OVERDUE-COUNT
           ELSE
              IF WS-EMG-ELAPSED(WS-EMG-INX) >= WS-EMGFU-REMIND-DAYS
                 MOVE 'REMINDED' TO WS-EMG-STATUS(WS-EMG-INX)
                 ADD 1 TO WS-REMINDED-COUNT
              ELSE
                 MOVE 'PENDING' TO WS-EMG-STATUS(WS-EMG-INX)
                 ADD 1 TO WS-PENDING-COUNT
                 PERFORM 3900-WRITE-DETAIL-LINE
                 GO TO 3000-EXIT
              END-IF
           END-IF.

           IF WS-EMG-LAST-CHASE(WS-EMG-INX) = WS-TODAY-DATE
              MOVE 'ALREADY CHASED TODAY' TO WS-LINK-NOTE
              PERFORM 3900-WRITE-DETAIL-LINE
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3400-CHASE-USER-AND-MANAGER.
           IF EMG-OVERDUE(WS-EMG-INX)
              PERFORM 3500-ESCALATE-TO-CHGMGR
           END-IF.
           MOVE 'Y' TO WS-EMG-CHASED(WS-EMG-INX).
           PERFORM 3900-WRITE-DETAIL-LINE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Look for a linkage line for the CCID and have ServiceNow
      *  confirm the number through SNOWHWTH, choosing the action
      *  from the number's prefix (%CCIDPREF). A number with an
      *  unknown prefix, or one ServiceNow cannot find, leaves the
      *  override open and says why on the report.
      *-----------------------------------------------------------------
       3100-CHECK-LINKAGE.

           MOVE SPACES TO WS-LINK-NOTE.
           MOVE 0 TO WS-LNK-HIT-INX.
           PERFORM VARYING WS-LNK-INX FROM 1 BY 1
                   UNTIL WS-LNK-INX > WS-LNK-COUNT
                      OR WS-LNK-HIT-INX > 0
              IF WS-LNK-CCID(WS-LNK-INX) = WS-EMG-CCID(WS-EMG-INX)
                 MOVE WS-LNK-INX TO WS-LNK-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-LNK-HIT-INX = 0
              MOVE 'NO LINKAGE RECORD' TO WS-LINK-NOTE
           ELSE
              MOVE WS-LNK-SNOWOBJ(WS-LNK-HIT-INX) TO WS-SNOWOBJ
              MOVE WS-SNOWOBJ TO WS-EMG-SNOWOBJ(WS-EMG-INX)
              MOVE SPACES TO WS-LINK-ACTION
              PERFORM VARYING WS-CCID-INX FROM 1 BY 1
                      UNTIL WS-CCID-INX > WS-CCID-PREFIX-COUNT
                         OR WS-LINK-ACTION NOT = SPACES
                 IF WS-SNOWOBJ(1:3) = WS-CCID-PREFIX(WS-CCID-INX)
                    MOVE WS-CCID-ACTION(WS-CCID-INX)
                         TO WS-LINK-ACTION
                 END-IF
              END-PERFORM
              IF WS-LINK-ACTION = SPACES
                 MOVE 'LINK PREFIX UNKNOWN' TO WS-LINK-NOTE
              ELSE
                 MOVE SPACES TO WS-OBJSTATE
                 CALL 'SNOWHWTH' USING WS-SNOWOBJ
                                       WS-LINK-ACTION
                                       WS-OBJSTATE
                 MOVE RETURN-CODE TO WS-SNOW-RC
                 MOVE 0 TO RETURN-CODE
                 IF WS-SNOW-RC = 0
                    MOVE 'LINKED' TO WS-EMG-STATUS(WS-EMG-INX)
                    MOVE WS-OBJSTATE TO WS-LINK-NOTE
                 ELSE
                    MOVE WS-SNOW-RC TO WS-ELAPSED-DISPLAY
                    STRING 'LINK NOT VALID RC=' WS-ELAPSED-DISPLAY
                        DELIMITED BY SIZE INTO WS-LINK-NOTE
                    END-STRING
                 END-IF
              END-IF
           END-IF.

       3200-FIND-MANAGER.

           PERFORM VARYING WS-MGM-INX FROM 1 BY 1
                   UNTIL WS-MGM-INX > WS-MGM-COUNT
                      OR WS-EMG-MANAGER(WS-EMG-INX) NOT = SPACES
              IF WS-MGM-USER(WS-MGM-INX) = WS-EMG-USER(WS-EMG-INX)
                 MOVE WS-MGM-MANAGER(WS-MGM-INX)
                      TO WS-EMG-MANAGER(WS-EMG-INX)
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  Business days since the override, through APIMONTH - the
      *  override day itself does not count, so an override on a
      *  Monday is due by the end of Wednesday. An override date
      *  APIMONTH cannot use is treated as past the deadline, so a
      *  damaged queue record is escalated rather than forgotten.
      *-----------------------------------------------------------------
       3300-COMPUTE-ELAPSED.

           MOVE 'D' TO WS-APIMONTH-FUNCTION.
           MOVE 0   TO WS-APIMONTH-DATE-FROM.
           IF WS-EMG-DATE(WS-EMG-INX) IS NUMERIC
              MOVE WS-EMG-DATE(WS-EMG-INX) TO WS-APIMONTH-DATE-FROM
           END-IF.
           MOVE WS-TODAY-DATE TO WS-APIMONTH-DATE-TO.
           CALL 'APIMONTH' USING WS-APIMONTH-PARMS.
           IF WS-APIMONTH-RETURN-CODE = 0
              MOVE WS-APIMONTH-BUSDAYS TO WS-EMG-ELAPSED(WS-EMG-INX)
           ELSE
              COMPUTE WS-EMG-ELAPSED(WS-EMG-INX) =
                  WS-EMGFU-DEADLINE-DAYS + 1
              MOVE 'OVERRIDE DATE UNUSABLE' TO WS-LINK-NOTE
           END-IF.
           MOVE 0 TO RETURN-CODE.

       3400-CHASE-USER-AND-MANAGER.

           IF EMG-OVERDUE(WS-EMG-INX)
              MOVE WS-OVERDUE-SUBJECT TO MYSMTP-SUBJECT
           ELSE
              MOVE WS-REMIND-SUBJECT  TO MYSMTP-SUBJECT
           END-IF.
           IF WS-EMG-USER(WS-EMG-INX) NOT = SPACES
              MOVE WS-EMG-USER(WS-EMG-INX) TO MYSMTP-USERID
              PERFORM 3700-SEND-ONE-EMAIL
           END-IF.
           IF WS-EMG-MANAGER(WS-EMG-INX) NOT = SPACES
              AND WS-EMG-MANAGER(WS-EMG-INX)
                  NOT = WS-EMG-USER(WS-EMG-INX)
              MOVE WS-EMG-MANAGER(WS-EMG-INX) TO MYSMTP-USERID
              PERFORM 3700-SEND-ONE-EMAIL
           END-IF.
           IF WS-EMG-MANAGER(WS-EMG-INX) = SPACES
              AND WS-LINK-NOTE = SPACES
              MOVE 'NO MANAGER IN MGRMAP' TO WS-LINK-NOTE
           END-IF.

       3500-ESCALATE-TO-CHGMGR.

           PERFORM VARYING WS-ESC-INX FROM 1 BY 1
                   UNTIL WS-ESC-INX > WS-EMGFU-CHGMGR-COUNT
              IF WS-EMGFU-CHGMGR-ID(WS-ESC-INX) NOT = SPACES
                 MOVE WS-EMGFU-CHGMGR-ID(WS-ESC-INX)
                      TO MYSMTP-USERID
                 PERFORM 3700-SEND-ONE-EMAIL
              END-IF
           END-PERFORM.

       3700-SEND-ONE-EMAIL.

           PERFORM 3710-PREPARE-EMAIL-TEXT.

           CALL PGM USING MYSMTP-MESSAGE
                           MYSMTP-USERID
                           MYSMTP-FROM
                           MYSMTP-SUBJECT
                           MYSMTP-TEXT
                           MYSMTP-URL.
           IF RETURN-CODE = 0
              ADD 1 TO WS-MAIL-COUNT
           ELSE
              DISPLAY 'C1UEMGFU: CALL BC1PMLIF RC = ' RETURN-CODE
                      ' FOR ' MYSMTP-USERID
                      ' CCID ' WS-EMG-CCID(WS-EMG-INX)
           END-IF.
           MOVE 0 TO RETURN-CODE.

       3710-PREPARE-EMAIL-TEXT.

           MOVE SPACES TO MYSMTP-MESSAGE.
           STRING 'EMERGENCY CCID ' WS-EMG-CCID(WS-EMG-INX)
                  ' NEEDS A SERVICENOW INC/CHG RECORD'
              DELIMITED BY SIZE INTO MYSMTP-MESSAGE
           END-STRING.
           MOVE WS-EMGFU-DEADLINE-DAYS     TO WS-DAYS-DISPLAY.
           MOVE WS-EMG-ELAPSED(WS-EMG-INX) TO WS-ELAPSED-DISPLAY.
           MOVE WS-EMG-ELEM-COUNT(WS-EMG-INX) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MYSMTP-LINE(1) MYSMTP-LINE(2)
                          MYSMTP-LINE(3) MYSMTP-LINE(4)
                          MYSMTP-LINE(5) MYSMTP-LINE(6).
           STRING 'EMERGENCY OVERRIDE CCID ' WS-EMG-CCID(WS-EMG-INX)
                  ' WAS USED BY ' WS-EMG-USER(WS-EMG-INX)
                  ' ON ' WS-EMG-DATE(WS-EMG-INX)
                  ' AT ' WS-EMG-TIME(WS-EMG-INX)
                  ' IN ENVIRONMENT ' WS-EMG-ENV(WS-EMG-INX)
              DELIMITED BY SIZE INTO MYSMTP-LINE(1)
           END-STRING.
           STRING 'FOR ' WS-COUNT-DISPLAY
                  ' ELEMENT ACTION(S), THE FIRST ON '
                  WS-EMG-SYSTEM(WS-EMG-INX) '/'
                  WS-EMG-SUBSYSTEM(WS-EMG-INX) '/'
                  WS-EMG-TYPE(WS-EMG-INX) '/'
                  WS-EMG-ELEMENT(WS-EMG-INX) '.'
              DELIMITED BY SIZE INTO MYSMTP-LINE(2)
           END-STRING.
           STRING 'A RETROACTIVE SERVICENOW INCIDENT OR CHANGE MUST BE'
                  ' RAISED WITHIN ' WS-DAYS-DISPLAY
                  ' BUSINESS DAYS OF THE OVERRIDE;'
                  ' BUSINESS DAYS ELAPSED: ' WS-ELAPSED-DISPLAY '.'
              DELIMITED BY SIZE INTO MYSMTP-LINE(3)
           END-STRING.
           MOVE 'SUPPLY THE INC/CHG NUMBER AGAINST THIS CCID ON THE EM
      -         'ERGENCY LINKAGE DATASET (DD EMGLINK).'
                TO MYSMTP-LINE(4).
           MOVE 4 TO MYSMTP-COUNTER.
           IF WS-LINK-NOTE NOT = SPACES
              ADD 1 TO MYSMTP-COUNTER
              STRING 'CURRENT LINKAGE STATUS: ' WS-LINK-NOTE
                 DELIMITED BY SIZE INTO MYSMTP-LINE(MYSMTP-COUNTER)
              END-STRING
           END-IF.
           IF EMG-OVERDUE(WS-EMG-INX)
              ADD 1 TO MYSMTP-COUNTER
              MOVE 'THE DEADLINE HAS PASSED - THIS OVERRIDE HAS BEEN ES
      -            'CALATED TO CHANGE MANAGEMENT.'
                   TO MYSMTP-LINE(MYSMTP-COUNTER)
           END-IF.

      *    Site template EMGFOLLOWUP, when one exists, stands in for
      *    the compiled-in wording above - see TMPLLOAD. &PKGID
      *    carries the CCID and &AGE the business days elapsed.
           MOVE 'EMGFOLLOWUP'                TO TPL-NAME.
           MOVE WS-EMG-CCID(WS-EMG-INX)      TO TPL-SUB-PKGID.
           MOVE WS-EMG-ENV(WS-EMG-INX)       TO TPL-SUB-ENV.
           MOVE WS-EMG-STATUS(WS-EMG-INX)    TO TPL-SUB-GROUP.
           MOVE WS-EMG-ELAPSED(WS-EMG-INX)   TO WS-TPL-AGE-DISPLAY.
           MOVE WS-TPL-AGE-DISPLAY           TO TPL-SUB-AGE.
           MOVE WS-EMG-DATE(WS-EMG-INX)      TO TPL-SUB-DATE.
           MOVE WS-EMG-USER(WS-EMG-INX)      TO TPL-SUB-USER.
           CALL 'TMPLLOAD' USING WS-NOTIFTPL-REQUEST.
           IF TPL-FOUND
              MOVE TPL-SUBJECT TO MYSMTP-SUBJECT
              MOVE TPL-MESSAGE TO MYSMTP-MESSAGE
              IF TPL-LINE-COUNT > 0
                 MOVE TPL-LINE-COUNT TO MYSMTP-COUNTER
                 PERFORM VARYING WS-TPL-INX FROM 1 BY 1
                         UNTIL WS-TPL-INX > TPL-LINE-COUNT
                    MOVE SPACES TO MYSMTP-LINE(WS-TPL-INX)
                    MOVE TPL-LINE(WS-TPL-INX)
                         TO MYSMTP-LINE(WS-TPL-INX)(1:80)
                 END-PERFORM
              END-IF
           END-IF.

       3900-WRITE-DETAIL-LINE.

           MOVE WS-EMG-STATUS(WS-EMG-INX)  TO RPT-STATUS.
           MOVE WS-EMG-CCID(WS-EMG-INX)    TO RPT-CCID.
           MOVE WS-EMG-USER(WS-EMG-INX)    TO RPT-USER.
           MOVE WS-EMG-DATE(WS-EMG-INX)    TO RPT-DATE.
           MOVE WS-EMG-ELAPSED(WS-EMG-INX) TO RPT-ELAPSED.
           MOVE WS-EMG-SNOWOBJ(WS-EMG-INX) TO RPT-SNOWOBJ.
           MOVE WS-LINK-NOTE               TO RPT-NOTE.
           WRITE EMGFURPT-REC FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------------
      *  The change manager's list: every override still without a
      *  ServiceNow record after the deadline.
      *-----------------------------------------------------------------
       4000-WRITE-OVERDUE-SECTION.

           MOVE SPACES TO EMGFURPT-REC.
           WRITE EMGFURPT-REC.
           WRITE EMGFURPT-REC FROM WS-OVERDUE-HEADING-1.
           WRITE EMGFURPT-REC FROM WS-OVERDUE-HEADING-2.
           IF WS-OVERDUE-COUNT = 0
              WRITE EMGFURPT-REC FROM WS-NONE-OVERDUE-LINE
           ELSE
              PERFORM 4100-WRITE-OVERDUE-LINE
                  VARYING WS-EMG-INX FROM 1 BY 1
                  UNTIL WS-EMG-INX > WS-EMG-COUNT
           END-IF.

       4100-WRITE-OVERDUE-LINE.

           IF EMG-OVERDUE(WS-EMG-INX)
              MOVE WS-EMG-CCID(WS-EMG-INX)       TO OVD-CCID
              MOVE WS-EMG-USER(WS-EMG-INX)       TO OVD-USER
              MOVE WS-EMG-MANAGER(WS-EMG-INX)    TO OVD-MANAGER
              MOVE WS-EMG-DATE(WS-EMG-INX)       TO OVD-DATE
              MOVE WS-EMG-ELAPSED(WS-EMG-INX)    TO OVD-ELAPSED
              MOVE WS-EMG-ENV(WS-EMG-INX)        TO OVD-ENV
              MOVE WS-EMG-ELEMENT(WS-EMG-INX)    TO OVD-ELEMENT
              MOVE WS-EMG-ELEM-COUNT(WS-EMG-INX) TO OVD-ELEM-COUNT
              WRITE EMGFURPT-REC FROM WS-OVERDUE-LINE
           END-IF.

      *-----------------------------------------------------------------
      *  Second pass over the queue to DD EMGFUPQO: a linked CCID's
      *  entries are dropped, a CCID chased today has its chase count
      *  and date brought up to date, and anything not worked this
      *  run (past the CCID table) is carried over unchanged.
      *-----------------------------------------------------------------
       5000-REWRITE-QUEUE.

           OPEN OUTPUT EMGFUPQO.
           IF QUEUE-READABLE
              OPEN INPUT EMGFUPQ
              PERFORM 2010-READ-EMGFUPQ
              PERFORM 5100-REWRITE-ONE-RECORD UNTIL EMGFUPQ-ATEND
              CLOSE EMGFUPQ
           END-IF.
           CLOSE EMGFUPQO.

       5100-REWRITE-ONE-RECORD.

           PERFORM 2100-FIND-EMG-ENTRY.
           IF WS-EMG-HIT-INX > 0
              AND EMG-LINKED(WS-EMG-HIT-INX)
              ADD 1 TO WS-QUEUE-CLEARED
           ELSE
              IF WS-EMG-HIT-INX > 0
                 AND EMG-CHASED-TODAY(WS-EMG-HIT-INX)
                 IF EFQ-CHASE-COUNT IS NUMERIC
                    AND EFQ-CHASE-COUNT-NUM < 999
                    ADD 1 TO EFQ-CHASE-COUNT-NUM
                 ELSE
                    IF EFQ-CHASE-COUNT IS NOT NUMERIC
                       MOVE 1 TO EFQ-CHASE-COUNT-NUM
                    END-IF
                 END-IF
                 MOVE WS-TODAY-DATE TO EFQ-LAST-CHASE-DATE
              END-IF
              ADD 1 TO WS-QUEUE-KEPT
              WRITE EMGFUPQO-REC FROM EMGFUPQ-REC
           END-IF.
           PERFORM 2010-READ-EMGFUPQ.
