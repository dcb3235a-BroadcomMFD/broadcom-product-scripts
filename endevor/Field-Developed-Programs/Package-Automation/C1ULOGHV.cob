       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: Chain verification for the tamper-evident SOX    *
      *              evidence logs (COPY LOGCHRQ). Walks one          *
      *              generation on DD CHAINLOG - the live log, an     *
      *              archive written by C1ULOGRT or a file merged by  *
      *              C1ULOGMG - recomputes every record's chain hash  *
      *              through LOGCHAIN and reports, for each chain in  *
      *              the file, the first broken link with its record  *
      *              number and date: a record changed, removed or    *
      *              put in since it was written, or a record written *
      *              without a hash. AUDIT7 and BKWAIVER hold one     *
      *              chain per writing system (the log header's       *
      *              system); FRZWAIVR and the emergency override     *
      *              lines of SNOWLG2 one chain for the dataset.      *
      *              A chain begins at its first record that carries  *
      *              a hash - the records ahead of it were written    *
      *              before chaining began; from there on every       *
      *              record must link.                                *
      *              PARM is the log, optionally followed by a comma  *
      *              and the hash the generation continues from (the  *
      *              boundary hash C1ULOGRT lists for an archive run):*
      *                PARM='AUDIT7,3F09C2A17B44'                     *
      *              A chain's first record is checked against that   *
      *              hash, or against a blank one - the very first    *
      *              record of a chain; when neither fits the         *
      *              generation starts part-way along the chain and   *
      *              its first link cannot be checked here.           *
      *              With DD LOGANCHR present, every daily anchor     *
      *              (COPY LOGANCH, written by C1ULOGAN) of this log  *
      *              dated inside a chain's span must be found among  *
      *              that chain's hashes - an anchored hash missing   *
      *              means the chain was rebuilt after the anchor.    *
      *              Results go to DD LOGHVRPT; RETURN-CODE 8 (and a  *
      *              WTOALERT) for a broken link or a missing anchor, *
      *              4 when only a first link or an anchor past the   *
      *              end of the file could not be checked.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1ULOGHV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG080 ASSIGN TO CHAINLOG
               FILE STATUS IS WS-CHAINLOG-FILE-STATUS.
           SELECT LOG132 ASSIGN TO CHAINLOG
               FILE STATUS IS WS-CHAINLOG-FILE-STATUS.
           SELECT LOG144 ASSIGN TO CHAINLOG
               FILE STATUS IS WS-CHAINLOG-FILE-STATUS.
           SELECT LOG160 ASSIGN TO CHAINLOG
               FILE STATUS IS WS-CHAINLOG-FILE-STATUS.
           SELECT LOGANCHR ASSIGN TO LOGANCHR
               FILE STATUS IS WS-LOGANCHR-FILE-STATUS.
           SELECT LOGHVRPT ASSIGN TO LOGHVRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG080
           RECORD CONTAINS 80 CHARACTERS.
       01  LOG080-REC                        PIC X(80).
       FD  LOG132
           RECORD CONTAINS 132 CHARACTERS.
       01  LOG132-REC                        PIC X(132).
       FD  LOG144
           RECORD CONTAINS 144 CHARACTERS.
       01  LOG144-REC                        PIC X(144).
       FD  LOG160
           RECORD CONTAINS 160 CHARACTERS.
       01  LOG160-REC                        PIC X(160).

       FD  LOGANCHR
           RECORD CONTAINS 80 CHARACTERS.
       01  LOGANCHR-REC                      PIC X(80).

       FD  LOGHVRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  LOGHVRPT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CHAINLOG-FILE-STATUS           PIC X(02).
           88  CHAINLOG-ATEND                        VALUE '10'.
       01  WS-LOGANCHR-FILE-STATUS           PIC X(02).
           88  LOGANCHR-ATEND                        VALUE '10'.
           88  LOGANCHR-NOT-AVAILABLE                VALUE '30' '35'.

       01  WS-PARM-TEXT                      PIC X(30).
       01  WS-LOG-TYPE                       PIC X(08).
           88  LOG-IS-AUDIT7                         VALUE 'AUDIT7'.
           88  LOG-IS-BKWAIVER                       VALUE 'BKWAIVER'.
           88  LOG-IS-FRZWAIVR                       VALUE 'FRZWAIVR'.
           88  LOG-IS-SNOWLG2                        VALUE 'SNOWLG2'.
       01  WS-START-HASH                     PIC X(12).

      *= Where the chain hash sits in the log's records ===============
       01  WS-REC-LENGTH                     PIC 9(03).
           88  REC-LENGTH-80                         VALUE 80.
           88  REC-LENGTH-132                        VALUE 132.
           88  REC-LENGTH-144                        VALUE 144.
           88  REC-LENGTH-160                        VALUE 160.
       01  WS-HASH-POS                       PIC 9(03).
       01  WS-REC-IMAGE                      PIC X(200).
       01  WS-REC-NUMBER                     PIC 9(09) VALUE 0.
       01  WS-REC-IN-CHAIN                   PIC X(01).
           88  RECORD-IN-CHAIN                       VALUE 'Y'.
       01  WS-REC-CHAIN-ID                   PIC X(08).
       01  WS-REC-HASH                       PIC X(12).
       01  WS-REC-DATE-TEXT                  PIC X(08).
       01  WS-REC-DATE-NUM REDEFINES WS-REC-DATE-TEXT
                                             PIC 9(08).
       01  WS-REC-DATE                       PIC 9(08).

      *= One entry per chain met in the file ==========================
       01  WS-CHN-TABLE.
           03  WS-CHN-ENTRY OCCURS 16 TIMES.
               05  WS-CHN-CHAIN-ID           PIC X(08).
               05  WS-CHN-PREV-HASH          PIC X(12).
               05  WS-CHN-FIRST-REC          PIC 9(09).
               05  WS-CHN-FIRST-DATE         PIC 9(08).
               05  WS-CHN-LAST-DATE          PIC 9(08).
               05  WS-CHN-LINKED             PIC 9(09).
               05  WS-CHN-BREAKS             PIC 9(07).
               05  WS-CHN-START              PIC X(01).
                   88  CHN-FROM-GIVEN-HASH           VALUE 'P'.
                   88  CHN-FROM-GENESIS              VALUE 'G'.
                   88  CHN-FROM-MID-CHAIN            VALUE 'M'.
       01  WS-CHN-COUNT                      PIC 9(02) VALUE 0.
       01  WS-CHN-INX                        PIC 9(02).
       01  WS-CHN-HIT-INX                    PIC 9(02).
       01  WS-CHN-OVERFLOW                   PIC 9(07) VALUE 0.

      *= This log's daily anchors (DD LOGANCHR) =======================
       01  WS-ANC-TABLE.
           03  WS-ANC-ENTRY OCCURS 1000 TIMES.
               05  WS-ANC-CHAIN-ID           PIC X(08).
               05  WS-ANC-HASH               PIC X(12).
               05  WS-ANC-LAST-DATE          PIC 9(08).
               05  WS-ANC-ANCHOR-DATE        PIC 9(08).
               05  WS-ANC-FOUND              PIC X(01).
                   88  ANC-HASH-FOUND                VALUE 'Y'.
       01  WS-ANC-COUNT                      PIC 9(04) VALUE 0.
       01  WS-ANC-INX                        PIC 9(04).
       01  WS-ANC-OVERFLOW                   PIC 9(07) VALUE 0.
       01  WS-ANCHORS-LOADED                 PIC X(01) VALUE 'N'.
           88  ANCHORS-LOADED                        VALUE 'Y'.

       01  WS-UNCHAINED-COUNT                PIC 9(09) VALUE 0.
       01  WS-OUT-OF-SCOPE-COUNT             PIC 9(09) VALUE 0.
       01  WS-BREAK-COUNT                    PIC 9(07) VALUE 0.
       01  WS-MISSING-ANCHOR-COUNT           PIC 9(07) VALUE 0.
       01  WS-LATE-ANCHOR-COUNT              PIC 9(07) VALUE 0.
       01  WS-MATCHED-ANCHOR-COUNT           PIC 9(07) VALUE 0.
       01  WS-UNCHECKED-START-COUNT          PIC 9(07) VALUE 0.
       01  WS-CHN-INX-FOR-ANC                PIC 9(02).

       01  WS-WTO-TEXT                       PIC X(116).

      *= Run-ledger recording (RUNLEDGR / DD RUNLEDGR) ================
       01  WS-LGR-PROGRAM               PIC X(08).
       01  WS-LGR-COUNT                 PIC 9(07).
       01  WS-LGR-RC                    PIC S9(04).

       01  WS-TYPE-LINE.
           03  FILLER                        PIC X(05) VALUE 'LOG: '.
           03  RPT-LOG-TYPE                  PIC X(08).
           03  FILLER                        PIC X(18) VALUE
               '  CONTINUES FROM: '.
           03  RPT-START-HASH                PIC X(12).
           03  FILLER                        PIC X(37) VALUE SPACES.

       01  WS-BREAK-LINE.
           03  FILLER                        PIC X(08) VALUE
               'BROKEN  '.
           03  RPT-BRK-CHAIN-ID              PIC X(08).
           03  FILLER                        PIC X(08) VALUE
               ' RECORD '.
           03  RPT-BRK-REC-NUMBER            PIC Z(08)9.
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  RPT-BRK-DATE                  PIC 9999/99/99.
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  RPT-BRK-REASON                PIC X(35).

       01  WS-CHAIN-LINE.
           03  FILLER                        PIC X(06) VALUE 'CHAIN '.
           03  RPT-CHN-CHAIN-ID              PIC X(08).
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  RPT-CHN-FIRST-DATE            PIC 9999/99/99.
           03  FILLER                        PIC X(01) VALUE '-'.
           03  RPT-CHN-LAST-DATE             PIC 9999/99/99.
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  RPT-CHN-LINKED                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                        PIC X(08) VALUE
               ' LINKED '.
           03  RPT-CHN-BREAKS                PIC ZZZ,ZZ9.
           03  FILLER                        PIC X(07) VALUE
               ' BREAKS'.
           03  FILLER                        PIC X(10) VALUE SPACES.

       01  WS-START-LINE.
           03  FILLER                        PIC X(06) VALUE SPACES.
           03  RPT-STA-TEXT                  PIC X(48).
           03  RPT-STA-REC-NUMBER            PIC Z(08)9.
           03  FILLER                        PIC X(17) VALUE SPACES.

       01  WS-ANCHOR-LINE.
           03  RPT-ANC-VERDICT               PIC X(16).
           03  RPT-ANC-CHAIN-ID              PIC X(08).
           03  FILLER                        PIC X(01) VALUE SPACES.
           03  RPT-ANC-HASH                  PIC X(12).
           03  FILLER                        PIC X(10) VALUE
               ' ANCHORED '.
           03  RPT-ANC-ANCHOR-DATE           PIC 9999/99/99.
           03  FILLER                        PIC X(10) VALUE
               ' HEAD OF  '.
           03  RPT-ANC-LAST-DATE             PIC 9999/99/99.
           03  FILLER                        PIC X(03) VALUE SPACES.

       01  WS-COUNT-LINE.
           03  RPT-COUNT-TEXT                PIC X(40).
           03  RPT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                        PIC X(29) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGHDR.

       COPY LOGCHRQ.

       COPY LOGANCH.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-TEXT                PIC X(30).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           MOVE SPACES TO WS-PARM-TEXT.
           IF LINK-PARM-LENGTH > 30
              MOVE PARM-TEXT TO WS-PARM-TEXT
           ELSE
              IF LINK-PARM-LENGTH > 0
                 MOVE PARM-TEXT(1:LINK-PARM-LENGTH) TO WS-PARM-TEXT
              END-IF
           END-IF.
           MOVE SPACES TO WS-LOG-TYPE WS-START-HASH.
           UNSTRING WS-PARM-TEXT DELIMITED BY ',' OR ' '
               INTO WS-LOG-TYPE WS-START-HASH
           END-UNSTRING.

           PERFORM 0030-SET-LOG-LAYOUT.
           IF WS-REC-LENGTH = 0
              DISPLAY 'C1ULOGHV: PARM MUST NAME AUDIT7, BKWAIVER, '
                      'FRZWAIVR OR SNOWLG2'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT LOGHVRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-LOG-TYPE   TO RPT-LOG-TYPE.
           MOVE WS-START-HASH TO RPT-START-HASH.
           WRITE LOGHVRPT-REC FROM WS-TYPE-LINE.

           PERFORM 0100-OPEN-CHAINLOG.
           IF WS-CHAINLOG-FILE-STATUS NOT = '00'
              DISPLAY 'C1ULOGHV: CHAINLOG OPEN FAILED, STATUS '
                      WS-CHAINLOG-FILE-STATUS
              CLOSE LOGHVRPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 0150-LOAD-ANCHORS.

           PERFORM 0200-READ-CHAINLOG.
           PERFORM 0300-VERIFY-ONE-RECORD UNTIL CHAINLOG-ATEND.
           PERFORM 0900-CLOSE-CHAINLOG.

           PERFORM 0700-REPORT-CHAINS.
           IF ANCHORS-LOADED
              PERFORM 0800-CHECK-ANCHORS
                      VARYING WS-ANC-INX FROM 1 BY 1
                      UNTIL WS-ANC-INX > WS-ANC-COUNT
           END-IF.
           PERFORM 0950-WRITE-TOTALS.
           CLOSE LOGHVRPT.

           DISPLAY 'C1ULOGHV: ' WS-LOG-TYPE ' ' WS-REC-NUMBER
                   ' READ, ' WS-BREAK-COUNT ' BROKEN LINKS, '
                   WS-MISSING-ANCHOR-COUNT ' ANCHORS MISSING'.

           IF WS-BREAK-COUNT > 0
              OR WS-MISSING-ANCHOR-COUNT > 0
              MOVE SPACES TO WS-WTO-TEXT
              STRING 'C1ULOGHV ' WS-LOG-TYPE ' CHAIN VERIFICATION '
                     'FAILED - ' WS-BREAK-COUNT ' BROKEN LINKS, '
                     WS-MISSING-ANCHOR-COUNT ' ANCHORS MISSING'
                 DELIMITED BY SIZE INTO WS-WTO-TEXT
              END-STRING
              CALL 'WTOALERT' USING WS-WTO-TEXT
              MOVE 8 TO WS-LGR-RC
           ELSE
              IF WS-UNCHECKED-START-COUNT > 0
                 OR WS-LATE-ANCHOR-COUNT > 0
                 OR WS-CHN-OVERFLOW > 0
                 OR WS-ANC-OVERFLOW > 0
                 MOVE 4 TO WS-LGR-RC
              ELSE
                 MOVE 0 TO WS-LGR-RC
              END-IF
           END-IF.

      *    One run-ledger record for the schedule monitor - see
      *    RUNLEDGR.
           MOVE 'C1ULOGHV' TO WS-LGR-PROGRAM.
           MOVE WS-REC-NUMBER TO WS-LGR-COUNT.
           CALL 'RUNLEDGR' USING WS-LGR-PROGRAM WS-LGR-COUNT
                                 WS-LGR-RC.
           MOVE WS-LGR-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Record length and chain-hash position of each chained log -
      *  length zero for a log that is not chained.
      *-----------------------------------------------------------------
       0030-SET-LOG-LAYOUT.

           EVALUATE TRUE
             WHEN LOG-IS-AUDIT7
               MOVE 160 TO WS-REC-LENGTH
               MOVE 145 TO WS-HASH-POS
             WHEN LOG-IS-BKWAIVER
               MOVE 144 TO WS-REC-LENGTH
               MOVE 124 TO WS-HASH-POS
             WHEN LOG-IS-FRZWAIVR
               MOVE 80  TO WS-REC-LENGTH
               MOVE 69  TO WS-HASH-POS
             WHEN LOG-IS-SNOWLG2
               MOVE 132 TO WS-REC-LENGTH
               MOVE 121 TO WS-HASH-POS
             WHEN OTHER
               MOVE 0   TO WS-REC-LENGTH
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  First line of LOGHVRPT - see COPY RUNCTXH.
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
           WRITE LOGHVRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  CHAINLOG is opened through the one file description that fits
      *  the log's record length.
      *-----------------------------------------------------------------
       0100-OPEN-CHAINLOG.

           EVALUATE TRUE
             WHEN REC-LENGTH-80
               OPEN INPUT LOG080
             WHEN REC-LENGTH-132
               OPEN INPUT LOG132
             WHEN REC-LENGTH-144
               OPEN INPUT LOG144
             WHEN REC-LENGTH-160
               OPEN INPUT LOG160
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  This log's anchors from DD LOGANCHR, if the DD is there. The
      *  anchor dataset holds every chained log's anchors, in the
      *  order C1ULOGAN wrote them.
      *-----------------------------------------------------------------
       0150-LOAD-ANCHORS.

           OPEN INPUT LOGANCHR.
           IF LOGANCHR-NOT-AVAILABLE
              DISPLAY 'C1ULOGHV: DD LOGANCHR NOT AVAILABLE - '
                      'ANCHORS NOT CHECKED'
           ELSE
              MOVE 'Y' TO WS-ANCHORS-LOADED
              PERFORM 0160-READ-ONE-ANCHOR
              PERFORM UNTIL LOGANCHR-ATEND
                 MOVE LOGANCHR-REC TO WS-LOG-ANCHOR
                 IF LAN-LOG-NAME = WS-LOG-TYPE
                    IF WS-ANC-COUNT < 1000
                       ADD 1 TO WS-ANC-COUNT
                       MOVE LAN-CHAIN-ID
                            TO WS-ANC-CHAIN-ID(WS-ANC-COUNT)
                       MOVE LAN-HEAD-HASH
                            TO WS-ANC-HASH(WS-ANC-COUNT)
                       MOVE LAN-LAST-DATE
                            TO WS-ANC-LAST-DATE(WS-ANC-COUNT)
                       MOVE LAN-ANCHOR-DATE
                            TO WS-ANC-ANCHOR-DATE(WS-ANC-COUNT)
                       MOVE 'N' TO WS-ANC-FOUND(WS-ANC-COUNT)
                    ELSE
                       ADD 1 TO WS-ANC-OVERFLOW
                    END-IF
                 END-IF
                 PERFORM 0160-READ-ONE-ANCHOR
              END-PERFORM
              CLOSE LOGANCHR
              IF WS-ANC-OVERFLOW > 0
                 DISPLAY 'C1ULOGHV: MORE THAN 1000 ANCHORS FOR '
                         WS-LOG-TYPE ' - ' WS-ANC-OVERFLOW
                         ' NOT CHECKED'
              END-IF
           END-IF.

       0160-READ-ONE-ANCHOR.

           READ LOGANCHR
               AT END MOVE '10' TO WS-LOGANCHR-FILE-STATUS
           END-READ.

       0200-READ-CHAINLOG.

           MOVE SPACES TO WS-REC-IMAGE.
           EVALUATE TRUE
             WHEN REC-LENGTH-80
               READ LOG080
                   AT END MOVE '10' TO WS-CHAINLOG-FILE-STATUS
                   NOT AT END MOVE LOG080-REC TO WS-REC-IMAGE
               END-READ
             WHEN REC-LENGTH-132
               READ LOG132
                   AT END MOVE '10' TO WS-CHAINLOG-FILE-STATUS
                   NOT AT END MOVE LOG132-REC TO WS-REC-IMAGE
               END-READ
             WHEN REC-LENGTH-144
               READ LOG144
                   AT END MOVE '10' TO WS-CHAINLOG-FILE-STATUS
                   NOT AT END MOVE LOG144-REC TO WS-REC-IMAGE
               END-READ
             WHEN REC-LENGTH-160
               READ LOG160
                   AT END MOVE '10' TO WS-CHAINLOG-FILE-STATUS
                   NOT AT END MOVE LOG160-REC TO WS-REC-IMAGE
               END-READ
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  One record: which chain it belongs to, then its link onto the
      *  chain's previous hash.
      *-----------------------------------------------------------------
       0300-VERIFY-ONE-RECORD.

           ADD 1 TO WS-REC-NUMBER.
           PERFORM 0310-PLACE-RECORD.
           IF RECORD-IN-CHAIN
              PERFORM 0320-FIND-CHAIN
              IF WS-CHN-HIT-INX > 0
                 PERFORM 0400-CHECK-LINK
              END-IF
           ELSE
              ADD 1 TO WS-OUT-OF-SCOPE-COUNT
           END-IF.
           PERFORM 0200-READ-CHAINLOG.

      *-----------------------------------------------------------------
      *  AUDIT7 and BKWAIVER records are dated and assigned to a chain
      *  by the log header (a record without one is not chained);
      *  FRZWAIVR and SNOWLG2 by their leading date, one chain each.
      *  Only the emergency override lines of SNOWLG2 are chained.
      *-----------------------------------------------------------------
       0310-PLACE-RECORD.

           MOVE 'Y'    TO WS-REC-IN-CHAIN.
           MOVE SPACES TO WS-REC-CHAIN-ID.
           MOVE WS-REC-IMAGE(WS-HASH-POS:12) TO WS-REC-HASH.
           EVALUATE TRUE
             WHEN LOG-IS-AUDIT7
             WHEN LOG-IS-BKWAIVER
               MOVE WS-REC-IMAGE(1:64) TO WS-LOG-HEADER
               IF LGH-HEADED-RECORD
                  MOVE LGH-SYSTEM TO WS-REC-CHAIN-ID
                  MOVE LGH-DATE   TO WS-REC-DATE-TEXT
               ELSE
                  MOVE 'N' TO WS-REC-IN-CHAIN
               END-IF
             WHEN LOG-IS-SNOWLG2
               IF WS-REC-IMAGE(19:14) = 'EX02 EMERGENCY'
                  MOVE WS-REC-IMAGE(1:8) TO WS-REC-DATE-TEXT
               ELSE
                  MOVE 'N' TO WS-REC-IN-CHAIN
               END-IF
             WHEN OTHER
               MOVE WS-REC-IMAGE(1:8) TO WS-REC-DATE-TEXT
           END-EVALUATE.
           IF WS-REC-DATE-TEXT IS NUMERIC
              MOVE WS-REC-DATE-NUM TO WS-REC-DATE
           ELSE
              MOVE 0 TO WS-REC-DATE
           END-IF.

       0320-FIND-CHAIN.

           MOVE 0 TO WS-CHN-HIT-INX.
           PERFORM VARYING WS-CHN-INX FROM 1 BY 1
                   UNTIL WS-CHN-INX > WS-CHN-COUNT
              IF WS-CHN-CHAIN-ID(WS-CHN-INX) = WS-REC-CHAIN-ID
                 MOVE WS-CHN-INX TO WS-CHN-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-CHN-HIT-INX = 0
              IF WS-REC-HASH = SPACES
      *          Written before its chain began - nothing to check.
                 ADD 1 TO WS-UNCHAINED-COUNT
              ELSE
                 IF WS-CHN-COUNT < 16
                    ADD 1 TO WS-CHN-COUNT
                    MOVE WS-CHN-COUNT TO WS-CHN-HIT-INX
                    PERFORM 0330-START-CHAIN
                 ELSE
                    ADD 1 TO WS-CHN-OVERFLOW
                    IF WS-CHN-OVERFLOW = 1
                       DISPLAY 'C1ULOGHV: MORE THAN 16 CHAINS IN '
                               'CHAINLOG - ' WS-REC-CHAIN-ID
                               ' AND LATER ONES NOT CHECKED'
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  The chain's first hashed record in this file. Its link is
      *  checked against the PARM hash, then against a blank one (the
      *  first record the chain ever took); 0400 then finds it
      *  linked. When neither fits, the generation starts part-way
      *  along the chain: the record's own hash is taken on trust as
      *  the start and the report says so.
      *-----------------------------------------------------------------
       0330-START-CHAIN.

           MOVE WS-REC-CHAIN-ID TO WS-CHN-CHAIN-ID(WS-CHN-HIT-INX).
           MOVE WS-REC-NUMBER   TO WS-CHN-FIRST-REC(WS-CHN-HIT-INX).
           MOVE WS-REC-DATE     TO WS-CHN-FIRST-DATE(WS-CHN-HIT-INX).
           MOVE 0               TO WS-CHN-LINKED(WS-CHN-HIT-INX)
                                   WS-CHN-BREAKS(WS-CHN-HIT-INX).
           MOVE 'M'             TO WS-CHN-START(WS-CHN-HIT-INX).
           IF WS-START-HASH NOT = SPACES
              MOVE WS-START-HASH TO LCQ-PREV-HASH
              PERFORM 0410-RECOMPUTE-HASH
              IF LCQ-CHAINED AND LCQ-HASH = WS-REC-HASH
                 MOVE 'P' TO WS-CHN-START(WS-CHN-HIT-INX)
                 MOVE WS-START-HASH
                      TO WS-CHN-PREV-HASH(WS-CHN-HIT-INX)
              END-IF
           END-IF.
           IF CHN-FROM-MID-CHAIN(WS-CHN-HIT-INX)
              MOVE SPACES TO LCQ-PREV-HASH
              PERFORM 0410-RECOMPUTE-HASH
              IF LCQ-CHAINED AND LCQ-HASH = WS-REC-HASH
                 MOVE 'G'    TO WS-CHN-START(WS-CHN-HIT-INX)
                 MOVE SPACES TO WS-CHN-PREV-HASH(WS-CHN-HIT-INX)
              END-IF
           END-IF.
           IF CHN-FROM-MID-CHAIN(WS-CHN-HIT-INX)
              ADD 1 TO WS-UNCHECKED-START-COUNT
           END-IF.

      *-----------------------------------------------------------------
      *  The record's hash must be the hash of the chain's previous
      *  hash followed by the record itself. Only the first break on
      *  each chain is named; the check then carries on from the
      *  record's own hash, so the rest of the chain is still counted.
      *-----------------------------------------------------------------
       0400-CHECK-LINK.

           MOVE WS-REC-DATE TO WS-CHN-LAST-DATE(WS-CHN-HIT-INX).
           IF ANCHORS-LOADED AND WS-REC-HASH NOT = SPACES
              PERFORM 0450-MARK-ANCHOR-FOUND
           END-IF.
           IF CHN-FROM-MID-CHAIN(WS-CHN-HIT-INX)
              AND WS-CHN-FIRST-REC(WS-CHN-HIT-INX) = WS-REC-NUMBER
              ADD 1 TO WS-CHN-LINKED(WS-CHN-HIT-INX)
              MOVE WS-REC-HASH TO WS-CHN-PREV-HASH(WS-CHN-HIT-INX)
           ELSE
              IF WS-REC-HASH = SPACES
                 MOVE 'RECORD WRITTEN WITHOUT A HASH'
                      TO RPT-BRK-REASON
                 PERFORM 0420-REPORT-BREAK
              ELSE
                 MOVE WS-CHN-PREV-HASH(WS-CHN-HIT-INX)
                      TO LCQ-PREV-HASH
                 PERFORM 0410-RECOMPUTE-HASH
                 IF LCQ-CHAINED AND LCQ-HASH = WS-REC-HASH
                    ADD 1 TO WS-CHN-LINKED(WS-CHN-HIT-INX)
                 ELSE
                    IF LCQ-CHAINED
                       MOVE 'HASH DOES NOT LINK TO PREVIOUS'
                            TO RPT-BRK-REASON
                    ELSE
                       MOVE 'HASH COULD NOT BE RECOMPUTED'
                            TO RPT-BRK-REASON
                    END-IF
                    PERFORM 0420-REPORT-BREAK
                 END-IF
                 MOVE WS-REC-HASH
                      TO WS-CHN-PREV-HASH(WS-CHN-HIT-INX)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  LOGCHAIN 'V' over the record as it was hashed - its own hash
      *  field blank - onto LCQ-PREV-HASH.
      *-----------------------------------------------------------------
       0410-RECOMPUTE-HASH.

           MOVE 'V'          TO LCQ-FUNCTION.
           MOVE WS-LOG-TYPE  TO LCQ-LOG-NAME.
           MOVE WS-REC-CHAIN-ID TO LCQ-CHAIN-ID.
           MOVE WS-REC-LENGTH TO LCQ-RECORD-LENGTH.
           MOVE WS-REC-IMAGE TO LCQ-RECORD-IMAGE.
           MOVE SPACES       TO LCQ-RECORD-IMAGE(WS-HASH-POS:12).
           CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST.

       0420-REPORT-BREAK.

           ADD 1 TO WS-CHN-BREAKS(WS-CHN-HIT-INX).
           ADD 1 TO WS-BREAK-COUNT.
           IF WS-CHN-BREAKS(WS-CHN-HIT-INX) = 1
              MOVE WS-REC-CHAIN-ID TO RPT-BRK-CHAIN-ID
              MOVE WS-REC-NUMBER   TO RPT-BRK-REC-NUMBER
              MOVE WS-REC-DATE     TO RPT-BRK-DATE
              WRITE LOGHVRPT-REC FROM WS-BREAK-LINE
           END-IF.

       0450-MARK-ANCHOR-FOUND.

           PERFORM VARYING WS-ANC-INX FROM 1 BY 1
                   UNTIL WS-ANC-INX > WS-ANC-COUNT
              IF WS-ANC-HASH(WS-ANC-INX) = WS-REC-HASH
                 AND WS-ANC-CHAIN-ID(WS-ANC-INX) = WS-REC-CHAIN-ID
                 MOVE 'Y' TO WS-ANC-FOUND(WS-ANC-INX)
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One line per chain: its span, how many records linked, how
      *  many breaks, and where its first link was checked from.
      *-----------------------------------------------------------------
       0700-REPORT-CHAINS.

           PERFORM VARYING WS-CHN-INX FROM 1 BY 1
                   UNTIL WS-CHN-INX > WS-CHN-COUNT
              MOVE WS-CHN-CHAIN-ID(WS-CHN-INX)   TO RPT-CHN-CHAIN-ID
              MOVE WS-CHN-FIRST-DATE(WS-CHN-INX) TO RPT-CHN-FIRST-DATE
              MOVE WS-CHN-LAST-DATE(WS-CHN-INX)  TO RPT-CHN-LAST-DATE
              MOVE WS-CHN-LINKED(WS-CHN-INX)     TO RPT-CHN-LINKED
              MOVE WS-CHN-BREAKS(WS-CHN-INX)     TO RPT-CHN-BREAKS
              WRITE LOGHVRPT-REC FROM WS-CHAIN-LINE
              EVALUATE TRUE
                WHEN CHN-FROM-GIVEN-HASH(WS-CHN-INX)
                  MOVE 'FIRST LINK CHECKED FROM THE PARM HASH, RECORD'
                       TO RPT-STA-TEXT
                WHEN CHN-FROM-GENESIS(WS-CHN-INX)
                  MOVE 'CHAIN BEGINS IN THIS FILE, AT RECORD'
                       TO RPT-STA-TEXT
                WHEN OTHER
                  MOVE 'FIRST LINK NOT CHECKED - ENTERED AT RECORD'
                       TO RPT-STA-TEXT
              END-EVALUATE
              MOVE WS-CHN-FIRST-REC(WS-CHN-INX) TO RPT-STA-REC-NUMBER
              WRITE LOGHVRPT-REC FROM WS-START-LINE
           END-PERFORM.

      *-----------------------------------------------------------------
      *  An anchor of a chain in this file whose head was written
      *  inside the chain's span must have been found; one written
      *  after the file's last record of that chain is past the end
      *  of the file (an archive, or records lost from the end). An
      *  anchor of a chain not in the file, or dated before it
      *  starts, belongs to another generation.
      *-----------------------------------------------------------------
       0800-CHECK-ANCHORS.

           MOVE 0 TO WS-CHN-INX-FOR-ANC.
           PERFORM VARYING WS-CHN-INX FROM 1 BY 1
                   UNTIL WS-CHN-INX > WS-CHN-COUNT
              IF WS-CHN-CHAIN-ID(WS-CHN-INX)
                 = WS-ANC-CHAIN-ID(WS-ANC-INX)
                 MOVE WS-CHN-INX TO WS-CHN-INX-FOR-ANC
              END-IF
           END-PERFORM.
           IF WS-CHN-INX-FOR-ANC > 0
              MOVE WS-CHN-INX-FOR-ANC TO WS-CHN-INX
              EVALUATE TRUE
                WHEN ANC-HASH-FOUND(WS-ANC-INX)
                  ADD 1 TO WS-MATCHED-ANCHOR-COUNT
                WHEN WS-ANC-LAST-DATE(WS-ANC-INX)
                     < WS-CHN-FIRST-DATE(WS-CHN-INX)
                  CONTINUE
                WHEN WS-ANC-LAST-DATE(WS-ANC-INX)
                     > WS-CHN-LAST-DATE(WS-CHN-INX)
                  ADD 1 TO WS-LATE-ANCHOR-COUNT
                  MOVE 'PAST END OF FILE' TO RPT-ANC-VERDICT
                  PERFORM 0810-WRITE-ANCHOR-LINE
                WHEN OTHER
                  ADD 1 TO WS-MISSING-ANCHOR-COUNT
                  MOVE 'ANCHOR MISSING  ' TO RPT-ANC-VERDICT
                  PERFORM 0810-WRITE-ANCHOR-LINE
              END-EVALUATE
           END-IF.

       0810-WRITE-ANCHOR-LINE.

           MOVE WS-ANC-CHAIN-ID(WS-ANC-INX)    TO RPT-ANC-CHAIN-ID.
           MOVE WS-ANC-HASH(WS-ANC-INX)        TO RPT-ANC-HASH.
           MOVE WS-ANC-ANCHOR-DATE(WS-ANC-INX) TO RPT-ANC-ANCHOR-DATE.
           MOVE WS-ANC-LAST-DATE(WS-ANC-INX)   TO RPT-ANC-LAST-DATE.
           WRITE LOGHVRPT-REC FROM WS-ANCHOR-LINE.

       0900-CLOSE-CHAINLOG.

           EVALUATE TRUE
             WHEN REC-LENGTH-80
               CLOSE LOG080
             WHEN REC-LENGTH-132
               CLOSE LOG132
             WHEN REC-LENGTH-144
               CLOSE LOG144
             WHEN REC-LENGTH-160
               CLOSE LOG160
           END-EVALUATE.

       0950-WRITE-TOTALS.

           MOVE 'RECORDS READ'                    TO RPT-COUNT-TEXT.
           MOVE WS-REC-NUMBER                     TO RPT-COUNT.
           WRITE LOGHVRPT-REC FROM WS-COUNT-LINE.
           MOVE 'NOT CHAINED (OTHER TRACE, NO HEADER)' TO
                RPT-COUNT-TEXT.
           MOVE WS-OUT-OF-SCOPE-COUNT             TO RPT-COUNT.
           WRITE LOGHVRPT-REC FROM WS-COUNT-LINE.
           MOVE 'WRITTEN BEFORE THEIR CHAIN BEGAN'  TO RPT-COUNT-TEXT.
           MOVE WS-UNCHAINED-COUNT                TO RPT-COUNT.
           WRITE LOGHVRPT-REC FROM WS-COUNT-LINE.
           MOVE 'BROKEN LINKS'                    TO RPT-COUNT-TEXT.
           MOVE WS-BREAK-COUNT                    TO RPT-COUNT.
           WRITE LOGHVRPT-REC FROM WS-COUNT-LINE.
           IF ANCHORS-LOADED
              MOVE 'ANCHORS FOUND IN THE CHAIN'   TO RPT-COUNT-TEXT
              MOVE WS-MATCHED-ANCHOR-COUNT        TO RPT-COUNT
              WRITE LOGHVRPT-REC FROM WS-COUNT-LINE
              MOVE 'ANCHORS MISSING FROM THE CHAIN' TO RPT-COUNT-TEXT
              MOVE WS-MISSING-ANCHOR-COUNT        TO RPT-COUNT
              WRITE LOGHVRPT-REC FROM WS-COUNT-LINE
              MOVE 'ANCHORS PAST THE END OF THE FILE' TO RPT-COUNT-TEXT
              MOVE WS-LATE-ANCHOR-COUNT           TO RPT-COUNT
              WRITE LOGHVRPT-REC FROM WS-COUNT-LINE
           END-IF.
