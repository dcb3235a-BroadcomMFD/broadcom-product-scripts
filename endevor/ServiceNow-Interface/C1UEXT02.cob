               FILE STATUS IS WS-RSNCLOG-FILE-STATUS.
           SELECT ELMACTLG ASSIGN TO ELMACTLG
               FILE STATUS IS WS-ELMACTLG-FILE-STATUS.
           SELECT ELMOPTLG ASSIGN TO ELMOPTLG
               FILE STATUS IS WS-ELMOPTLG-FILE-STATUS.
           SELECT SCANSRC ASSIGN TO SCANSRC
               FILE STATUS IS WS-SCANSRC-FILE-STATUS.
           SELECT SCANFIND ASSIGN TO SCANFIND
               FILE STATUS IS WS-SCANFIND-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *= Reason-code tally log =========================================
      *  ECB-MESSAGE-CODE, one line per element event, to DD RSNCLOG.
      *  The C1URSNRP utility reads this log and tallies occurrences
      *  per code for the periodic reason-code report; this program
      *  only appends, it never summarizes. Every record opens with
      *  the common log header (COPY LOGHDR), the tally line after it.
       FD  RSNCLOG
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLOG-REC.
           03  RSNCLOG-HEADER           PIC X(64).
           03  RSNCLOG-BODY.
              05  RSNC-LOG-DATE         PIC 9(08).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-TIME         PIC 9(08).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-MESSAGE-CODE PIC X(04).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-USER-ID      PIC X(08).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-ACTION-NAME  PIC X(10).
              05  FILLER                PIC X(01).
              05  RSNC-LOG-CCID         PIC X(12).
              05  FILLER                PIC X(25).

      *= Element activity log ==========================================
      *  One record per call, carrying the full element context the
      *  RSNCLOG tally line lacks - which element was touched, where
      *  from and to, its type and processor group - so "what elements
      *  moved under CCID X last Tuesday" is a file scan (C1UELMRP),
      *  not an Endevor footprint dig. ELA-EXIT-RC is the return code
      *  this exit handed back: 8 or more means the action was refused
      *  here and never ran, so C1UELORP expects no after-action
      *  outcome (DD ELMOUTLG, written by C1UEXA03) for it.
      *  ELA-TGT-STGID is the stage ID of ELA-TGT-ENV, so the C1UELMLN
      *  lineage inquiry can tell the stages of one environment apart.
      *  ELA-SRC-STGID is the same for ELA-SRC-ENV, and ELA-LEVEL the
      *  element level the action carried - for a MOVE the source
      *  level it took out of the source stage - so the C1UEXT07
      *  promotion-path check (copybook PRMPTHCF) can prove which
      *  level left the test stage. Both are blank on records written
      *  before they were carried. Every record opens with the common
      *  log header (COPY LOGHDR) - a record upgraded by C1ULOGCV from
      *  before the header (layout version 00) may lack them too.
       FD  ELMACTLG
           RECORD CONTAINS 196 CHARACTERS.
       01  ELMACTLG-REC.
           03  ELMACTLG-HEADER          PIC X(64).
           03  ELMACTLG-BODY.
              05  ELA-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELA-TIME              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELA-SRC-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-TGT-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SYSTEM            PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SUBSYSTEM         PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-PROC-GROUP        PIC X(16).
              05  FILLER                PIC X(01).
              05  ELA-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-CCID              PIC X(12).
              05  FILLER                PIC X(01).
              05  ELA-USER              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-EXIT-RC           PIC 9(04).
              05  ELA-TGT-STGID         PIC X(01).
              05  ELA-SRC-STGID         PIC X(01).
              05  ELA-LEVEL             PIC 9(02).

      *= Privileged element option log ================================
      *  One record per permitted use of a controlled action option
      *  (COPY ELMOPTCF) in a controlled environment/stage: who, which
      *  element, under which CCID, and which of the options B O S P
      *  were used - read by C1UPRVRP with the other privileged
      *  actions. Every record opens with the common log header (COPY
      *  LOGHDR, element and type as its key), the body after it.
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

      *= Source content scan input ====================================
      *  The incoming ADD/UPDATE source, allocated to DD SCANSRC from
      *  SRC-FILE-DDNAME/SRC-FILE-MEMBER-NAME for the scan (COPY
      *  SRCSCNCF) and freed again afterwards.
       FD  SCANSRC
           RECORD CONTAINS 80 CHARACTERS.
       01  SCANSRC-REC                  PIC X(80).

      *= Source scan findings =========================================
      *  One record per pattern hit in the incoming source - the
      *  element, the source line number, the pattern and its
      *  severity (W allowed through with a warning, R rejected) and
      *  the user - read by the C1USCNRP findings report. Every record
      *  opens with the common log header (COPY LOGHDR, element and
      *  type as its key), the finding after it.
       FD  SCANFIND
           RECORD CONTAINS 224 CHARACTERS.
       01  SCANFIND-REC.
           03  SCANFIND-HEADER          PIC X(64).
           03  SCANFIND-BODY.
              05  SCF-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  SCF-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  SCF-USER              PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  SCF-ENV               PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-STGID             PIC X(01).
              05  FILLER                PIC X(01).
              05  SCF-SYSTEM            PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-SUBSYSTEM         PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  SCF-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  SCF-CCID              PIC X(12).
              05  FILLER                PIC X(01).
              05  SCF-LINE              PIC 9(06).
              05  FILLER                PIC X(01).
              05  SCF-SEVERITY          PIC X(01).
              05  FILLER                PIC X(01).
              05  SCF-PATTERN           PIC X(40).
              05  FILLER                PIC X(13).

      *****************************************************************
      * W O R K I N G  S T O R A G E                                  *
           88  ELMACTLG-ATEND                     VALUE '10'.
           88  ELMACTLG-NOT-AVAILABLE             VALUE '30' '35'.
       01  WS-RSNCLOG-FILE-STATUS       PIC X(02).
       01  WS-ELMOPTLG-FILE-STATUS      PIC X(02).
       01  WS-SCANSRC-FILE-STATUS       PIC X(02).
           88  SCANSRC-ATEND                      VALUE '10'.
       01  WS-SCANFIND-FILE-STATUS      PIC X(02).

      *= Job/user context stamp (GETJOBNM) =============================
      *  Populated once per call so any error message this exit sets
       COPY CALLMTRC.
       COPY CMTSTDCF.
       COPY CONCWARN.
       COPY ELMOPTCF.
       COPY SRCSCNCF.
       COPY EXITCFG.
       COPY CCIDACT.
       COPY EAIXREQ.
       01  WS-RUNTIME-CFG-LOADED        PIC X(01) VALUE 'N'.
           88  RUNTIME-CFG-LOADED                 VALUE 'Y'.
       01  WS-CFG-INX                   PIC 9(02).

      *= Action option policy work fields (0190-CHECK-ACTION-OPTIONS) =
       01  WS-EO-ENV                    PIC X(08).
       01  WS-EO-STGID                  PIC X(01).
       01  WS-EO-INX                    PIC 9(02).
       01  WS-EO-HIT-INX                PIC 9(02).
       01  WS-EO-PREFIX-LEN             PIC 9(02).
       01  WS-EO-TALLY                  PIC 9(02).
      *  The options this request uses, one byte each in B O S P
      *  order - the letter when used, space when not.
       01  WS-EO-USED.
           03  WS-EO-USED-BYPASS        PIC X(01).
           03  WS-EO-USED-OVERWRITE     PIC X(01).
           03  WS-EO-USED-SIGNOUT       PIC X(01).
           03  WS-EO-USED-PROCGRP       PIC X(01).
       01  WS-EO-REFUSED                PIC X(20).
       01  WS-EO-TIME                   PIC 9(08).

      *= Source content scan work fields (0200-SCAN-SOURCE-CONTENT) ===
       01  WS-SS-ENV                    PIC X(08).
       01  WS-SS-STGID                  PIC X(01).
       01  WS-SS-SYSTEM                 PIC X(08).
       01  WS-SS-SUBSYSTEM              PIC X(08).
       01  WS-SS-ELEMENT                PIC X(10).
       01  WS-SS-TYPE                   PIC X(08).
       01  WS-SS-LINE                   PIC X(80).
       01  WS-SS-LINE-NO                PIC 9(06).
       01  WS-SS-INX                    PIC 9(02).
       01  WS-SS-TALLY                  PIC 9(02).
       01  WS-SS-HITS                   PIC 9(04).
      *  Trimmed length of each pattern, 0 = not for this type.
       01  WS-SS-PAT-LENGTHS.
           03  WS-SS-PAT-LEN            PIC 9(02) OCCURS 32 TIMES.
       01  WS-SS-ALLOCATED              PIC X(01).
           88  SCAN-SOURCE-ALLOCATED              VALUE 'Y'.
       01  WS-SS-FIND-OPEN              PIC X(01).
           88  SCANFIND-IS-OPEN                   VALUE 'Y'.
           88  SCANFIND-UNWRITABLE                VALUE 'X'.
       01  WS-SS-FIND-COUNT             PIC 9(05).
       01  WS-SS-FIND-MAX               PIC 9(05) VALUE 100.
       01  WS-SS-WARN-COUNT             PIC 9(05).
       01  WS-SS-REJECT-COUNT           PIC 9(05).
       01  WS-SS-FIRST-LINE             PIC 9(06).
       01  WS-SS-FIRST-PATTERN          PIC X(40).
       01  WS-SS-TIME                   PIC 9(08).
       01  WS-SS-DSN                    PIC X(44).
      *  BPXWDYN INFO request and its returned-value buffer (halfword
      *  length then value, the form BPXWDYN answers a program in).
       01  WS-SS-INFO-STRING.
           05  WS-SS-INFO-LENGTH        PIC S9(4) BINARY VALUE 100.
           05  WS-SS-INFO-TEXT          PIC X(100).
       01  WS-SS-RTDSN.
           05  WS-SS-RTDSN-LENGTH       PIC S9(4) BINARY VALUE 44.
           05  WS-SS-RTDSN-TEXT         PIC X(44).

      *= Element standards (ELMSTDCK) - 0210-CHECK-ELEMENT-STANDARDS ==
       01  WS-ES-MODE                   PIC X(01) VALUE 'E'.
       01  WS-ES-SYSTEM                 PIC X(08).
       01  WS-ES-SUBSYSTEM              PIC X(08).
       01  WS-ES-ELEMENT                PIC X(10).
       01  WS-ES-TYPE                   PIC X(08).
       01  WS-ES-VERDICT                PIC X(01).
           88  ES-STANDARDS-MET                   VALUE SPACE.
           88  ES-PLACEMENT-ONLY                  VALUE 'P'.
       01  WS-ES-DETAIL                 PIC X(60).

      *= Concurrent-development work fields (0180-CHECK-CONCURRENT) ===
       01  WS-CW-CUTOFF-DATE            PIC 9(08).


      *-----------------------------------------------------------------
       COPY LOGHDR.

       LINKAGE SECTION.
      *-----------------------------------------------------------------
       COPY EXITBLKS.
              PERFORM 0170-CHECK-COMMENT-STANDARDS
           END-IF.

           PERFORM 0040-LOAD-RUNTIME-CONFIG.
           IF ELMOPT-POLICY-ENABLED
              AND ECB-RETURN-CODE < 8
              PERFORM 0190-CHECK-ACTION-OPTIONS
           END-IF.

           IF SRCSCAN-ENABLED
              AND ECB-RETURN-CODE < 8
              AND (ADD-ACTION OR UPDATE-ACTION)
              PERFORM 0200-SCAN-SOURCE-CONTENT
                 THRU 0200-EXIT
           END-IF.

           IF ECB-RETURN-CODE < 8
              AND TGT-ENV-LENGTH GREATER THAN ZERO
              IF ADD-ACTION
                 OR (MOVE-ACTION
                     AND SRC-ENV-LENGTH GREATER THAN ZERO
                     AND TGT-ENV-SYSTEM-NAME NOT = SRC-ENV-SYSTEM-NAME)
                 PERFORM 0210-CHECK-ELEMENT-STANDARDS
              END-IF
           END-IF.

           MOVE SPACES TO WS-REXX-STATEMENTS .

           IF WS-TRACE = 'Y' THEN

           PERFORM 8100-WRITE-RSNCLOG-ENTRY.
           PERFORM 8150-WRITE-ELMACT-ENTRY.
           IF ECB-RETURN-CODE < 8
              AND REQ-CCID NOT = SPACES
              PERFORM 8170-RECORD-CCID-ACTIVITY
           END-IF.
           PERFORM 8200-STAMP-JOB-CONTEXT-ON-MSG.

           MOVE 0           TO RETURN-CODE .
           MOVE ECB-USER-ID        TO RSNC-LOG-USER-ID.
           MOVE ECB-ACTION-NAME    TO RSNC-LOG-ACTION-NAME.
           MOVE REQ-CCID            TO RSNC-LOG-CCID.
           MOVE SPACES             TO WS-LOG-HEADER.
           MOVE 'RSNCLOG'          TO LGH-RECORD-TYPE.
           MOVE 01                 TO LGH-LAYOUT-VERSION.
           MOVE RSNC-LOG-DATE      TO LGH-DATE.
           MOVE RSNC-LOG-TIME(1:6) TO LGH-TIME.
           MOVE REQ-CCID            TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER      TO RSNCLOG-HEADER.
           OPEN EXTEND RSNCLOG.
           WRITE RSNCLOG-REC.
           IF WS-RSNCLOG-FILE-STATUS = '00'
              PERFORM 8110-INDEX-RSNCLOG-ENTRY
           END-IF.
           CLOSE RSNCLOG.

      *-----------------------------------------------------------------
      *  The tally line just written, into the keyed DD ELMACTIX
      *  element-activity index (COPY ELMACTIX) through C1UEAIXU - the
      *  per-CCID failure count C1UEXT07's risk score reads by key.
      *-----------------------------------------------------------------
       8110-INDEX-RSNCLOG-ENTRY.
           MOVE SPACES                TO WS-EAIX-REQUEST.
           MOVE 'R'                   TO EAX-FUNCTION.
           MOVE RSNC-LOG-DATE         TO EAX-DATE.
           MOVE RSNC-LOG-TIME(1:6)    TO EAX-TIME.
           MOVE RSNC-LOG-CCID         TO EAX-CCID.
           MOVE RSNC-LOG-MESSAGE-CODE TO EAX-MESSAGE-CODE.
           CALL 'C1UEAIXU' USING WS-EAIX-REQUEST.

      *-----------------------------------------------------------------
      *  Append the element-context companion record to the RSNCLOG
      *  tally line (see the ELMACTLG FD banner above). The element's
           ACCEPT ELA-TIME FROM TIME.
           IF SRC-ENV-LENGTH GREATER THAN ZERO
              MOVE SRC-ENV-ENVIRONMENT-NAME TO ELA-SRC-ENV
              MOVE SRC-ENV-STAGE-ID         TO ELA-SRC-STGID
           END-IF.
           IF TGT-ENV-LENGTH GREATER THAN ZERO
              MOVE TGT-ENV-ENVIRONMENT-NAME TO ELA-TGT-ENV
              MOVE TGT-ENV-STAGE-ID         TO ELA-TGT-STGID
              MOVE TGT-ENV-ELEMENT-LEVEL    TO ELA-LEVEL
              MOVE TGT-ENV-SYSTEM-NAME      TO ELA-SYSTEM
              MOVE TGT-ENV-SUBSYSTEM-NAME   TO ELA-SUBSYSTEM
              MOVE TGT-ENV-ELEMENT-NAME     TO ELA-ELEMENT
                 MOVE SRC-ENV-ELEMENT-NAME     TO ELA-ELEMENT
                 MOVE SRC-ENV-TYPE-NAME        TO ELA-TYPE
                 MOVE SRC-ELM-PROCESSOR-GROUP  TO ELA-PROC-GROUP
                 MOVE SRC-ENV-ELEMENT-LEVEL    TO ELA-LEVEL
              END-IF
           END-IF.
           IF ECB-ACTION-NAME = 'MOVE'
              AND SRC-ENV-LENGTH GREATER THAN ZERO
              MOVE SRC-ENV-ELEMENT-LEVEL TO ELA-LEVEL
           END-IF.
           MOVE ECB-ACTION-NAME    TO ELA-ACTION.
           MOVE REQ-CCID            TO ELA-CCID.
           MOVE ECB-USER-ID        TO ELA-USER.
           MOVE ECB-RETURN-CODE    TO ELA-EXIT-RC.
           MOVE SPACES             TO WS-LOG-HEADER.
           MOVE 'ELMACTLG'         TO LGH-RECORD-TYPE.
           MOVE 01                 TO LGH-LAYOUT-VERSION.
           MOVE ELA-DATE           TO LGH-DATE.
           MOVE ELA-TIME(1:6)      TO LGH-TIME.
           MOVE ELA-ELEMENT        TO LGH-KEY(1:10).
           MOVE ELA-TYPE           TO LGH-KEY(12:8).
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER      TO ELMACTLG-HEADER.
           OPEN EXTEND ELMACTLG.
           WRITE ELMACTLG-REC.
           IF WS-ELMACTLG-FILE-STATUS = '00'
              PERFORM 8155-INDEX-ELMACT-ENTRY
           END-IF.
           CLOSE ELMACTLG.

      *-----------------------------------------------------------------
      *  The element action just written, into the keyed DD ELMACTIX
      *  element-activity index (COPY ELMACTIX) through C1UEAIXU -
      *  what 0180 reads by key for the concurrent-development check.
      *-----------------------------------------------------------------
       8155-INDEX-ELMACT-ENTRY.
           MOVE SPACES             TO WS-EAIX-REQUEST.
           MOVE 'E'                TO EAX-FUNCTION.
           MOVE ELA-DATE           TO EAX-DATE.
           MOVE ELA-TIME(1:6)      TO EAX-TIME.
           MOVE ELA-SYSTEM         TO EAX-SYSTEM.
           MOVE ELA-SUBSYSTEM      TO EAX-SUBSYSTEM.
           MOVE ELA-ELEMENT        TO EAX-ELEMENT.
           MOVE ELA-USER           TO EAX-USER.
           MOVE ELA-CCID           TO EAX-CCID.
           MOVE ELA-ACTION         TO EAX-ACTION.
           CALL 'C1UEAIXU' USING WS-EAIX-REQUEST.

      *-----------------------------------------------------------------
      *  Fold a let-through action into the keyed DD CCIDMSTR CCID
      *  master (COPY CCIDMSTR) through C1UCCDMU. The element stands
      *  in the target location when there is one; RETRIEVE and
      *  DELETE reach no environment, so they count as use of the CCID
      *  without raising its highest environment. The package is the
      *  element's last-processed package from the same side.
      *-----------------------------------------------------------------
       8170-RECORD-CCID-ACTIVITY.
           MOVE SPACES             TO WS-CCIDACT-REQUEST.
           MOVE REQ-CCID            TO CA-CCID.
           MOVE ELA-DATE           TO CA-DATE.
           MOVE ELA-TIME(1:6)      TO CA-TIME.
           MOVE ECB-ACTION-NAME    TO CA-ACTION.
           MOVE ECB-USER-ID        TO CA-USER.
           MOVE ELA-SYSTEM         TO CA-SYSTEM.
           MOVE ELA-SUBSYSTEM      TO CA-SUBSYSTEM.
           MOVE ELA-TYPE           TO CA-TYPE.
           MOVE ELA-ELEMENT        TO CA-ELEMENT.
           IF TGT-ENV-LENGTH GREATER THAN ZERO
              MOVE TGT-ENV-ENVIRONMENT-NAME  TO CA-ENV
              MOVE TGT-ENV-STAGE-ID          TO CA-STGID
              MOVE TGT-ELM-LAST-PROC-PACKAGE TO CA-PACKAGE-ID
           ELSE
              IF SRC-ENV-LENGTH GREATER THAN ZERO
                 MOVE SRC-ENV-ENVIRONMENT-NAME  TO CA-ENV
                 MOVE SRC-ENV-STAGE-ID          TO CA-STGID
                 MOVE SRC-ELM-LAST-PROC-PACKAGE TO CA-PACKAGE-ID
              END-IF
           END-IF.
           IF RETRIEVE-ACTION
              OR ECB-ACTION-NAME = 'DELETE'
              MOVE SPACES TO CA-ENV CA-STGID
           END-IF.
           CALL 'C1UCCDMU' USING WS-CCIDACT-REQUEST.

      *-----------------------------------------------------------------
      *  A permitted option use in a controlled stage, appended to DD
      *  ELMOPTLG (see the FD banner above). Losing the record must
      *  not stop the action - the file status is only reported.
      *-----------------------------------------------------------------
       8160-WRITE-ELMOPT-ENTRY.
           MOVE SPACES TO ELMOPTLG-REC.
           ACCEPT ELO-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EO-TIME FROM TIME.
           MOVE WS-EO-TIME(1:6)    TO ELO-TIME.
           MOVE ECB-USER-ID        TO ELO-USER.
           MOVE ECB-ACTION-NAME    TO ELO-ACTION.
           MOVE WS-EO-ENV          TO ELO-ENV.
           MOVE WS-EO-STGID        TO ELO-STGID.
           IF TGT-ENV-LENGTH GREATER THAN ZERO
              MOVE TGT-ENV-ELEMENT-NAME TO ELO-ELEMENT
              MOVE TGT-ENV-TYPE-NAME    TO ELO-TYPE
           ELSE
              MOVE SRC-ENV-ELEMENT-NAME TO ELO-ELEMENT
              MOVE SRC-ENV-TYPE-NAME    TO ELO-TYPE
           END-IF.
           MOVE REQ-CCID           TO ELO-CCID.
           MOVE WS-EO-USED         TO ELO-OPTIONS.
           IF WS-EO-USED-PROCGRP = 'P'
              MOVE REQ-PROCESSOR-GROUP TO ELO-PROC-GROUP
           END-IF.
           MOVE SPACES             TO WS-LOG-HEADER.
           MOVE 'ELMOPTLG'         TO LGH-RECORD-TYPE.
           MOVE 01                 TO LGH-LAYOUT-VERSION.
           MOVE ELO-DATE           TO LGH-DATE.
           MOVE ELO-TIME           TO LGH-TIME.
           MOVE ELO-ELEMENT        TO LGH-KEY(1:10).
           MOVE ELO-TYPE           TO LGH-KEY(12:8).
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER      TO ELMOPTLG-HEADER.
           OPEN EXTEND ELMOPTLG.
           IF WS-ELMOPTLG-FILE-STATUS = '00'
              WRITE ELMOPTLG-REC
              CLOSE ELMOPTLG
           ELSE
              DISPLAY 'C1UEXT02: DD ELMOPTLG NOT WRITTEN - STATUS '
                      WS-ELMOPTLG-FILE-STATUS ' - ' ELMOPTLG-BODY(1:60)
           END-IF.

      *-----------------------------------------------------------------
      *  A source scan hit, appended to DD SCANFIND (see the FD banner
      *  above). The file is opened at the first hit of the action and
      *  closed by 0200; losing a record is only reported.
      *-----------------------------------------------------------------
       8175-WRITE-SCANFIND-ENTRY.
           IF NOT SCANFIND-IS-OPEN
              OPEN EXTEND SCANFIND
              IF WS-SCANFIND-FILE-STATUS NOT = '00'
                 DISPLAY 'C1UEXT02: DD SCANFIND NOT WRITTEN - STATUS '
                         WS-SCANFIND-FILE-STATUS
                 MOVE 'X' TO WS-SS-FIND-OPEN
                 GO TO 8175-EXIT
              END-IF
              MOVE 'Y' TO WS-SS-FIND-OPEN
           END-IF.
           MOVE SPACES TO SCANFIND-REC.
           ACCEPT SCF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SS-TIME FROM TIME.
           MOVE WS-SS-TIME(1:6)    TO SCF-TIME.
           MOVE ECB-USER-ID        TO SCF-USER.
           MOVE ECB-ACTION-NAME    TO SCF-ACTION.
           MOVE WS-SS-ENV          TO SCF-ENV.
           MOVE WS-SS-STGID        TO SCF-STGID.
           MOVE WS-SS-SYSTEM       TO SCF-SYSTEM.
           MOVE WS-SS-SUBSYSTEM    TO SCF-SUBSYSTEM.
           MOVE WS-SS-ELEMENT      TO SCF-ELEMENT.
           MOVE WS-SS-TYPE         TO SCF-TYPE.
           MOVE REQ-CCID           TO SCF-CCID.
           MOVE WS-SS-LINE-NO      TO SCF-LINE.
           MOVE WS-SRCSCAN-SEVERITY(WS-SS-INX) TO SCF-SEVERITY.
           MOVE WS-SRCSCAN-PATTERN(WS-SS-INX)  TO SCF-PATTERN.
           MOVE SPACES             TO WS-LOG-HEADER.
           MOVE 'SCANFIND'         TO LGH-RECORD-TYPE.
           MOVE 01                 TO LGH-LAYOUT-VERSION.
           MOVE SCF-DATE           TO LGH-DATE.
           MOVE SCF-TIME           TO LGH-TIME.
           MOVE SCF-ELEMENT        TO LGH-KEY(1:10).
           MOVE SCF-TYPE           TO LGH-KEY(12:8).
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER      TO SCANFIND-HEADER.
           WRITE SCANFIND-REC.
       8175-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Concurrent-development warning (copybook CONCWARN): the
      *  recent ELMACTLG history is read for the element this action
      *  system/subsystem inside the window attaches a warning naming
      *  who and under which CCID - return code 4, never a rejection.
      *  Half the merge conflicts die here, at RETRIEVE time.
      *  The history is asked of the keyed DD ELMACTIX index through
      *  C1UEAIXU; only when the index is not usable is ELMACTLG read
      *  front to back as before.
      *-----------------------------------------------------------------
       0180-CHECK-CONCURRENT-DEV.

                      FUNCTION INTEGER-OF-DATE(WS-CW-CUTOFF-DATE)
                    - WS-CONCWARN-WINDOW-DAYS)
              MOVE 'N' TO WS-CW-HIT
              PERFORM 0183-FIND-IN-ACTIVITY-INDEX
              IF EAX-INDEX-UNUSABLE
                 OPEN INPUT ELMACTLG
                 IF NOT ELMACTLG-NOT-AVAILABLE
                    PERFORM 0181-READ-ELMACTLG
                    PERFORM 0182-MATCH-ONE-HISTORY
                        UNTIL ELMACTLG-ATEND
                    CLOSE ELMACTLG
                 END-IF
              END-IF
              IF CONCURRENT-CHANGE-FOUND
                 IF ECB-RETURN-CODE = 0
           END-IF.

       0181-READ-ELMACTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-ELMACTLG-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-ELMACTLG-FILE-STATUS
              END-READ
              IF WS-ELMACTLG-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  The file is in append (time) order, so the LAST matching
           END-IF.
           PERFORM 0181-READ-ELMACTLG.

      *-----------------------------------------------------------------
      *  The same question put to the element-activity index by key:
      *  the most recent action on this element by another user under
      *  another CCID inside the window.
      *-----------------------------------------------------------------
       0183-FIND-IN-ACTIVITY-INDEX.
           MOVE SPACES            TO WS-EAIX-REQUEST.
           MOVE 'F'               TO EAX-FUNCTION.
           MOVE WS-CW-SYSTEM      TO EAX-SYSTEM.
           MOVE WS-CW-SUBSYSTEM   TO EAX-SUBSYSTEM.
           MOVE WS-CW-ELEMENT     TO EAX-ELEMENT.
           MOVE ECB-USER-ID       TO EAX-USER.
           MOVE REQ-CCID          TO EAX-CCID.
           MOVE WS-CW-CUTOFF-DATE TO EAX-CUTOFF-DATE.
           CALL 'C1UEAIXU' USING WS-EAIX-REQUEST.
           IF EAX-INDEX-USED
              AND EAX-CONCURRENT-HIT
              MOVE 'Y'          TO WS-CW-HIT
              MOVE EAX-HIT-USER TO WS-CW-HIT-USER
              MOVE EAX-HIT-CCID TO WS-CW-HIT-CCID
              MOVE EAX-HIT-DATE TO WS-CW-HIT-DATE
           END-IF.

      *-----------------------------------------------------------------
      *  Runtime enable/disable (DD EXITCTL via EXITENAB) - a matching
      *  disable rule returns this exit without processing anything,
                      ' - EXIT NOT PROCESSED'
           END-IF.

      *-----------------------------------------------------------------
      *  Load the runtime-config sections for this exit's tables from
      *  DD EXITCFG, once per program load - see CFGLOAD. A missing
      *  DD or section keeps the compiled-in copybook defaults.
      *-----------------------------------------------------------------
       0040-LOAD-RUNTIME-CONFIG.
           IF NOT RUNTIME-CFG-LOADED
              MOVE 'Y' TO WS-RUNTIME-CFG-LOADED
              MOVE 'ELMOPTPL'        TO CFG-SECTION-NAME
              MOVE WS-ELMOPT-MAX     TO CFG-MAX-ENTRIES
              CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST
              IF CFG-SECTION-LOADED
                 IF CFG-ENABLE-FLAG NOT = SPACE
                    MOVE CFG-ENABLE-FLAG TO WS-ELMOPT-ENABLED
                 END-IF
                 IF CFG-ENTRY-COUNT > 0
                    MOVE CFG-ENTRY-COUNT TO WS-ELMOPT-COUNT
                    MOVE SPACES TO WS-ELMOPT-TABLE
                    PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                        WS-CFG-INX > WS-ELMOPT-COUNT
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                             TO WS-ELMOPT-ENV(WS-CFG-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:1)
                             TO WS-ELMOPT-STGID(WS-CFG-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(12:12)
                             TO WS-ELMOPT-CCID-PREFIX(WS-CFG-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(25:1)
                             TO WS-ELMOPT-ALLOW-BYPASS(WS-CFG-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(26:1)
                             TO WS-ELMOPT-ALLOW-OVERWRITE(WS-CFG-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(27:1)
                             TO WS-ELMOPT-ALLOW-SIGNOUT(WS-CFG-INX)
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(28:1)
                             TO WS-ELMOPT-ALLOW-PROCGRP(WS-CFG-INX)
                    END-PERFORM
                 END-IF
              END-IF
              MOVE 'SRCSCAN'         TO CFG-SECTION-NAME
              MOVE WS-SRCSCAN-MAX    TO CFG-MAX-ENTRIES
              CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST
              IF CFG-SECTION-LOADED
                 IF CFG-ENABLE-FLAG NOT = SPACE
                    MOVE CFG-ENABLE-FLAG TO WS-SRCSCAN-ENABLED
                 END-IF
                 IF CFG-ENTRY-COUNT > 0
                    MOVE CFG-ENTRY-COUNT TO WS-SRCSCAN-COUNT
                    MOVE SPACES TO WS-SRCSCAN-TABLE
                    PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                        WS-CFG-INX > WS-SRCSCAN-COUNT
                        MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:51)
                             TO WS-SRCSCAN-ENTRY(WS-CFG-INX)
                    END-PERFORM
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Action option policy (copybook ELMOPTCF): which of bypass-
      *  generate, overwrite, signout override and processor-group
      *  override this request uses, judged against the first rule
      *  for the environment/stage/CCID. A refused option rejects the
      *  action with message code 0014 (tallied on RSNCLOG like any
      *  reason code); a permitted one in a controlled stage is
      *  written to DD ELMOPTLG.
      *-----------------------------------------------------------------
       0190-CHECK-ACTION-OPTIONS.

           MOVE SPACES TO WS-EO-USED WS-EO-REFUSED.
           IF REQ-BYPASS-GEN-PROC = 'Y'
              MOVE 'B' TO WS-EO-USED-BYPASS
           END-IF.
           IF REQ-OVERWRITE-INDICATOR = 'Y'
              MOVE 'O' TO WS-EO-USED-OVERWRITE
           END-IF.
           IF REQ-SISO-INDICATOR = 'Y'
              MOVE 'S' TO WS-EO-USED-SIGNOUT
           END-IF.
           IF REQ-PROCESSOR-GROUP NOT = SPACES
              AND REQ-PROCESSOR-GROUP NOT = LOW-VALUES
              IF TGT-ENV-LENGTH = ZERO
                 OR REQ-PROCESSOR-GROUP NOT = TGT-ELM-PROCESSOR-GROUP
                 MOVE 'P' TO WS-EO-USED-PROCGRP
              END-IF
           END-IF.

           IF WS-EO-USED NOT = SPACES
              IF TGT-ENV-LENGTH GREATER THAN ZERO
                 MOVE TGT-ENV-ENVIRONMENT-NAME TO WS-EO-ENV
                 MOVE TGT-ENV-STAGE-ID         TO WS-EO-STGID
              ELSE
                 MOVE SRC-ENV-ENVIRONMENT-NAME TO WS-EO-ENV
                 MOVE SRC-ENV-STAGE-ID         TO WS-EO-STGID
              END-IF
              MOVE 0 TO WS-EO-HIT-INX
              PERFORM 0191-MATCH-ONE-OPTION-RULE
                      VARYING WS-EO-INX FROM 1 BY 1
                      UNTIL WS-EO-INX > WS-ELMOPT-COUNT
                         OR WS-EO-HIT-INX > 0
              IF WS-EO-HIT-INX > 0
                 PERFORM 0192-APPLY-OPTION-RULE
              END-IF
           END-IF.

       0191-MATCH-ONE-OPTION-RULE.
           IF WS-ELMOPT-ENV(WS-EO-INX) = WS-EO-ENV
              AND (WS-ELMOPT-STGID(WS-EO-INX) = '*'
                OR WS-ELMOPT-STGID(WS-EO-INX) = WS-EO-STGID)
              IF WS-ELMOPT-CCID-PREFIX(WS-EO-INX) = SPACES
                 OR WS-ELMOPT-CCID-PREFIX(WS-EO-INX)(1:1) = '*'
                 MOVE WS-EO-INX TO WS-EO-HIT-INX
              ELSE
                 MOVE 0 TO WS-EO-TALLY
                 INSPECT WS-ELMOPT-CCID-PREFIX(WS-EO-INX)
                         TALLYING WS-EO-TALLY
                         FOR CHARACTERS BEFORE INITIAL SPACE
                 MOVE WS-EO-TALLY TO WS-EO-PREFIX-LEN
                 IF REQ-CCID(1:WS-EO-PREFIX-LEN) =
                    WS-ELMOPT-CCID-PREFIX(WS-EO-INX)
                                          (1:WS-EO-PREFIX-LEN)
                    MOVE WS-EO-INX TO WS-EO-HIT-INX
                 END-IF
              END-IF
           END-IF.

       0192-APPLY-OPTION-RULE.
           IF WS-EO-USED-BYPASS = 'B'
              AND WS-ELMOPT-ALLOW-BYPASS(WS-EO-HIT-INX) NOT = 'Y'
              MOVE 'BYPASS-GENERATE' TO WS-EO-REFUSED
           END-IF.
           IF WS-EO-USED-OVERWRITE = 'O'
              AND WS-ELMOPT-ALLOW-OVERWRITE(WS-EO-HIT-INX) NOT = 'Y'
              AND WS-EO-REFUSED = SPACES
              MOVE 'OVERWRITE' TO WS-EO-REFUSED
           END-IF.
           IF WS-EO-USED-SIGNOUT = 'S'
              AND WS-ELMOPT-ALLOW-SIGNOUT(WS-EO-HIT-INX) NOT = 'Y'
              AND WS-EO-REFUSED = SPACES
              MOVE 'SIGNOUT OVERRIDE' TO WS-EO-REFUSED
           END-IF.
           IF WS-EO-USED-PROCGRP = 'P'
              AND WS-ELMOPT-ALLOW-PROCGRP(WS-EO-HIT-INX) NOT = 'Y'
              AND WS-EO-REFUSED = SPACES
              MOVE 'PROCESSOR GROUP' TO WS-EO-REFUSED
           END-IF.

           IF WS-EO-REFUSED NOT = SPACES
              MOVE 8 TO ECB-RETURN-CODE
              MOVE '0014' TO ECB-MESSAGE-CODE
              MOVE 132 TO ECB-MESSAGE-LENGTH
              MOVE SPACES TO ECB-MESSAGE-TEXT
              STRING 'Option ' WS-EO-REFUSED DELIMITED BY '  '
                     ' is not permitted in ' DELIMITED BY SIZE
                     WS-EO-ENV DELIMITED BY SPACE
                     '/' WS-EO-STGID ' under CCID ' REQ-CCID
                     DELIMITED BY SIZE
                 INTO ECB-MESSAGE-TEXT
              END-STRING
              DISPLAY 'C1UEXT02: OPTION ' WS-EO-REFUSED
                      ' REFUSED FOR ' ECB-USER-ID ' IN '
                      WS-EO-ENV '/' WS-EO-STGID
           ELSE
              PERFORM 8160-WRITE-ELMOPT-ENTRY
           END-IF.

      *-----------------------------------------------------------------
      *  Source content scan (copybook SRCSCNCF): the incoming ADD/
      *  UPDATE source is read line by line against the patterns for
      *  this element type. Every hit goes to DD SCANFIND; a reject-
      *  severity hit refuses the action (message code 0016), warn-
      *  only hits let it through with return code 4 (0015).
      *-----------------------------------------------------------------
       0200-SCAN-SOURCE-CONTENT.

           IF SRC-FILE-DDNAME = SPACES OR SRC-FILE-DDNAME = LOW-VALUES
              GO TO 0200-EXIT
           END-IF.
           MOVE SPACES TO WS-SS-ENV WS-SS-STGID WS-SS-SYSTEM
                          WS-SS-SUBSYSTEM WS-SS-ELEMENT WS-SS-TYPE.
           IF TGT-ENV-LENGTH GREATER THAN ZERO
              MOVE TGT-ENV-ENVIRONMENT-NAME TO WS-SS-ENV
              MOVE TGT-ENV-STAGE-ID         TO WS-SS-STGID
              MOVE TGT-ENV-SYSTEM-NAME      TO WS-SS-SYSTEM
              MOVE TGT-ENV-SUBSYSTEM-NAME   TO WS-SS-SUBSYSTEM
              MOVE TGT-ENV-ELEMENT-NAME     TO WS-SS-ELEMENT
              MOVE TGT-ENV-TYPE-NAME        TO WS-SS-TYPE
           ELSE
              MOVE SRC-ENV-ENVIRONMENT-NAME TO WS-SS-ENV
              MOVE SRC-ENV-STAGE-ID         TO WS-SS-STGID
              MOVE SRC-ENV-SYSTEM-NAME      TO WS-SS-SYSTEM
              MOVE SRC-ENV-SUBSYSTEM-NAME   TO WS-SS-SUBSYSTEM
              MOVE SRC-ENV-ELEMENT-NAME     TO WS-SS-ELEMENT
              MOVE SRC-ENV-TYPE-NAME        TO WS-SS-TYPE
           END-IF.

      *    Trim each pattern that applies to this type once, up front.
           MOVE ZERO TO WS-SS-HITS.
           PERFORM VARYING WS-SS-INX FROM 1 BY 1
                   UNTIL WS-SS-INX > WS-SRCSCAN-COUNT
              MOVE ZERO TO WS-SS-PAT-LEN(WS-SS-INX)
              IF (WS-SRCSCAN-TYPE(WS-SS-INX) = '*'
                  OR WS-SRCSCAN-TYPE(WS-SS-INX) = WS-SS-TYPE)
                 AND WS-SRCSCAN-PATTERN(WS-SS-INX) NOT = SPACES
                 MOVE ZERO TO WS-SS-TALLY
                 INSPECT FUNCTION REVERSE(WS-SRCSCAN-PATTERN(WS-SS-INX))
                         TALLYING WS-SS-TALLY FOR LEADING SPACES
                 COMPUTE WS-SS-PAT-LEN(WS-SS-INX) = 40 - WS-SS-TALLY
                 ADD 1 TO WS-SS-HITS
              END-IF
           END-PERFORM.
           IF WS-SS-HITS = 0
              GO TO 0200-EXIT
           END-IF.

           PERFORM 0201-ALLOCATE-SCAN-SOURCE THRU 0201-EXIT.
           IF NOT SCAN-SOURCE-ALLOCATED
              GO TO 0200-EXIT
           END-IF.
           OPEN INPUT SCANSRC.
           IF WS-SCANSRC-FILE-STATUS NOT = '00'
              DISPLAY 'C1UEXT02: SOURCE NOT SCANNED - OPEN STATUS '
                      WS-SCANSRC-FILE-STATUS ' FOR ' WS-SS-ELEMENT
              MOVE 'FREE  DD(SCANSRC)' TO ALLOC-TEXT
              CALL BPXWDYN USING ALLOC-STRING
              GO TO 0200-EXIT
           END-IF.

           MOVE ZERO   TO WS-SS-LINE-NO WS-SS-FIND-COUNT
                          WS-SS-WARN-COUNT WS-SS-REJECT-COUNT
                          WS-SS-FIRST-LINE.
           MOVE SPACES TO WS-SS-FIRST-PATTERN.
           MOVE 'N'    TO WS-SS-FIND-OPEN.
           PERFORM 0202-READ-SCAN-SOURCE.
           PERFORM 0203-SCAN-ONE-LINE UNTIL SCANSRC-ATEND.
           CLOSE SCANSRC.
           MOVE 'FREE  DD(SCANSRC)' TO ALLOC-TEXT.
           CALL BPXWDYN USING ALLOC-STRING.
           IF SCANFIND-IS-OPEN
              CLOSE SCANFIND
           END-IF.
           IF WS-SS-FIND-COUNT > WS-SS-FIND-MAX
              AND NOT SCANFIND-UNWRITABLE
              DISPLAY 'C1UEXT02: ' WS-SS-FIND-COUNT
                      ' SOURCE SCAN HITS, FIRST ' WS-SS-FIND-MAX
                      ' WRITTEN TO DD SCANFIND'
           END-IF.

           IF WS-SS-REJECT-COUNT > 0
              MOVE 8 TO ECB-RETURN-CODE
              MOVE '0016' TO ECB-MESSAGE-CODE
              MOVE 132 TO ECB-MESSAGE-LENGTH
              MOVE SPACES TO ECB-MESSAGE-TEXT
              STRING 'Source line ' WS-SS-FIRST-LINE
                     ' contains forbidden pattern ' DELIMITED BY SIZE
                     WS-SS-FIRST-PATTERN DELIMITED BY '  '
                     ' - ' WS-SS-REJECT-COUNT ' rejecting hit(s)'
                     DELIMITED BY SIZE
                 INTO ECB-MESSAGE-TEXT
              END-STRING
              DISPLAY 'C1UEXT02: SOURCE SCAN REJECTED ' WS-SS-ELEMENT
                      ' FOR ' ECB-USER-ID ' - ' WS-SS-REJECT-COUNT
                      ' REJECT, ' WS-SS-WARN-COUNT ' WARN HIT(S)'
           ELSE
              IF WS-SS-WARN-COUNT > 0
                 IF ECB-RETURN-CODE = 0
                    MOVE 4 TO ECB-RETURN-CODE
                 END-IF
                 IF ECB-MESSAGE-CODE = SPACES
                    MOVE '0015' TO ECB-MESSAGE-CODE
                 END-IF
                 MOVE 132 TO ECB-MESSAGE-LENGTH
                 MOVE SPACES TO ECB-MESSAGE-TEXT
                 STRING 'WARNING: source line ' WS-SS-FIRST-LINE
                        ' contains ' DELIMITED BY SIZE
                        WS-SS-FIRST-PATTERN DELIMITED BY '  '
                        ' - ' WS-SS-WARN-COUNT ' hit(s) logged'
                        DELIMITED BY SIZE
                    INTO ECB-MESSAGE-TEXT
                 END-STRING
              END-IF
           END-IF.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Element naming and type-placement standards (copybook
      *  ELMSTDCF, interpreted by ELMSTDCK - each check is governed
      *  by its own ENABLED= toggle there). A new element, or one
      *  moving into another system, must fit a name mask of its type
      *  and be of a type its target system/subsystem may hold:
      *  message code 0017 (name) or 0018 (placement), return code 8.
      *-----------------------------------------------------------------
       0210-CHECK-ELEMENT-STANDARDS.

           MOVE TGT-ENV-SYSTEM-NAME    TO WS-ES-SYSTEM.
           MOVE TGT-ENV-SUBSYSTEM-NAME TO WS-ES-SUBSYSTEM.
           MOVE TGT-ENV-ELEMENT-NAME   TO WS-ES-ELEMENT.
           MOVE TGT-ENV-TYPE-NAME      TO WS-ES-TYPE.
           CALL 'ELMSTDCK' USING WS-ES-MODE
                                 WS-ES-SYSTEM
                                 WS-ES-SUBSYSTEM
                                 WS-ES-ELEMENT
                                 WS-ES-TYPE
                                 WS-ES-VERDICT
                                 WS-ES-DETAIL.
           IF NOT ES-STANDARDS-MET
              MOVE 8 TO ECB-RETURN-CODE
              IF ES-PLACEMENT-ONLY
                 MOVE '0018' TO ECB-MESSAGE-CODE
              ELSE
                 MOVE '0017' TO ECB-MESSAGE-CODE
              END-IF
              MOVE 132 TO ECB-MESSAGE-LENGTH
              MOVE SPACES TO ECB-MESSAGE-TEXT
              STRING 'Element standards: ' WS-ES-DETAIL
                     DELIMITED BY SIZE
                 INTO ECB-MESSAGE-TEXT
              END-STRING
              DISPLAY 'C1UEXT02: ' ECB-ACTION-NAME ' OF '
                      WS-ES-ELEMENT ' REFUSED - ' WS-ES-DETAIL
           END-IF.

      *-----------------------------------------------------------------
      *  The source DD Endevor hands the exit is allocated under its
      *  own name; BPXWDYN INFO returns its dataset name so the member
      *  can be allocated to DD SCANSRC. Any failure leaves the source
      *  unscanned (reported on SYSOUT) - never a failed action.
      *-----------------------------------------------------------------
       0201-ALLOCATE-SCAN-SOURCE.
           MOVE 'N' TO WS-SS-ALLOCATED.
           MOVE SPACES TO WS-SS-INFO-TEXT WS-SS-RTDSN-TEXT WS-SS-DSN.
           MOVE 44 TO WS-SS-RTDSN-LENGTH.
           STRING 'INFO DD(' SRC-FILE-DDNAME DELIMITED BY SPACE
                  ') INRTDSN(SSDSN)' DELIMITED BY SIZE
              INTO WS-SS-INFO-TEXT
           END-STRING.
           CALL BPXWDYN USING WS-SS-INFO-STRING WS-SS-RTDSN.
           IF RETURN-CODE NOT = ZERO
              OR WS-SS-RTDSN-LENGTH < 1
              OR WS-SS-RTDSN-TEXT = SPACES
              DISPLAY 'C1UEXT02: SOURCE NOT SCANNED - NO DATASET FOR '
                      'DD ' SRC-FILE-DDNAME ' RC=' RETURN-CODE
              GO TO 0201-EXIT
           END-IF.
           MOVE WS-SS-RTDSN-TEXT(1:WS-SS-RTDSN-LENGTH) TO WS-SS-DSN.
           MOVE SPACES TO ALLOC-TEXT.
           IF SRC-FILE-MEMBER-NAME = SPACES
              OR SRC-FILE-MEMBER-NAME = LOW-VALUES
              STRING 'ALLOC DD(SCANSRC) DA(' WS-SS-DSN
                     DELIMITED BY SPACE
                     ') SHR REUSE' DELIMITED BY SIZE
                 INTO ALLOC-TEXT
              END-STRING
           ELSE
              STRING 'ALLOC DD(SCANSRC) DA(' WS-SS-DSN
                     DELIMITED BY SPACE
                     '(' SRC-FILE-MEMBER-NAME DELIMITED BY SPACE
                     ')) SHR REUSE' DELIMITED BY SIZE
                 INTO ALLOC-TEXT
              END-STRING
           END-IF.
           CALL BPXWDYN USING ALLOC-STRING.
           IF RETURN-CODE NOT = ZERO
              DISPLAY 'C1UEXT02: SOURCE NOT SCANNED - ALLOCATION RC='
                      RETURN-CODE
              DISPLAY ALLOC-TEXT
           ELSE
              MOVE 'Y' TO WS-SS-ALLOCATED
           END-IF.
           MOVE SPACES TO ALLOC-TEXT.
       0201-EXIT.
           EXIT.

       0202-READ-SCAN-SOURCE.
           READ SCANSRC
               AT END MOVE '10' TO WS-SCANSRC-FILE-STATUS
           END-READ.

       0203-SCAN-ONE-LINE.
           ADD 1 TO WS-SS-LINE-NO.
           MOVE SCANSRC-REC TO WS-SS-LINE.
           INSPECT WS-SS-LINE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING WS-SS-INX FROM 1 BY 1
                   UNTIL WS-SS-INX > WS-SRCSCAN-COUNT
              IF WS-SS-PAT-LEN(WS-SS-INX) > 0
                 MOVE ZERO TO WS-SS-HITS
                 INSPECT WS-SS-LINE TALLYING WS-SS-HITS FOR ALL
                   WS-SRCSCAN-PATTERN(WS-SS-INX)
                       (1:WS-SS-PAT-LEN(WS-SS-INX))
                 IF WS-SS-HITS > 0
                    PERFORM 0204-RECORD-SCAN-HIT
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 0202-READ-SCAN-SOURCE.

      *-----------------------------------------------------------------
      *  One pattern hit on one line: counted by severity (the first
      *  reject - or, with none, the first warn - names the message),
      *  then written to DD SCANFIND up to WS-SS-FIND-MAX per action.
      *-----------------------------------------------------------------
       0204-RECORD-SCAN-HIT.
           IF SRCSCAN-SEV-REJECT(WS-SS-INX)
              IF WS-SS-REJECT-COUNT = 0
                 MOVE WS-SS-LINE-NO TO WS-SS-FIRST-LINE
                 MOVE WS-SRCSCAN-PATTERN(WS-SS-INX)
                                    TO WS-SS-FIRST-PATTERN
              END-IF
              ADD 1 TO WS-SS-REJECT-COUNT
           ELSE
              IF WS-SS-REJECT-COUNT = 0 AND WS-SS-WARN-COUNT = 0
                 MOVE WS-SS-LINE-NO TO WS-SS-FIRST-LINE
                 MOVE WS-SRCSCAN-PATTERN(WS-SS-INX)
                                    TO WS-SS-FIRST-PATTERN
              END-IF
              ADD 1 TO WS-SS-WARN-COUNT
           END-IF.
           ADD 1 TO WS-SS-FIND-COUNT.
           IF WS-SS-FIND-COUNT NOT > WS-SS-FIND-MAX
              AND NOT SCANFIND-UNWRITABLE
              PERFORM 8175-WRITE-SCANFIND-ENTRY
                 THRU 8175-EXIT
           END-IF.

      *-----------------------------------------------------------------
      *  If the element action left CCID and/or Comment blank, re-use
      *  the one already on record from the source/target element's
