       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Fold one element action (COPY CCIDACT) into the  *
      *              keyed DD CCIDMSTR CCID master (COPY CCIDMSTR) on *
      *              behalf of C1UEXT02, which calls this for every   *
      *              action it lets through under a CCID. Each call   *
      *              upserts the CCID's element record and, when the  *
      *              element has a last-processed package, its        *
      *              package record, then rolls both into the CCID's  *
      *              lifecycle header - first/last use, action,       *
      *              distinct-element and package counts, and the     *
      *              highest environment reached (promotion order     *
      *              from DD EXITCFG section %CCIDENVR, loaded once   *
      *              per program load through CFGLOAD).               *
      *                                                               *
      *              The file stays open across calls within one      *
      *              program load; an unusable DD CCIDMSTR turns      *
      *              every call into a logged no-op - the master can  *
      *              never fail an element action.                    *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'C1UCCDMU' USING WS-CCIDACT-REQUEST       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UCCDMU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCIDMSTR ASSIGN TO CCIDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMF-KEY
               FILE STATUS IS WS-CCIDMSTR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CCIDMSTR
           RECORD CONTAINS 128 CHARACTERS.
       01  CCIDMSTR-REC.
           03  CMF-KEY                      PIC X(47).
           03  CMF-DATA                     PIC X(81).

       WORKING-STORAGE SECTION.

       01  WS-CCIDMSTR-FILE-STATUS          PIC X(02).

       01  WS-OPEN-STATE                    PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN                     VALUE 'Y'.
           88  MASTER-FILE-UNUSABLE                 VALUE 'U'.

       01  WS-RECORD-FOUND                  PIC X(01).
           88  MASTER-RECORD-FOUND                  VALUE 'Y'.
       01  WS-NEW-ELEMENT                   PIC X(01).
           88  FIRST-USE-OF-ELEMENT                 VALUE 'Y'.
       01  WS-NEW-PACKAGE                   PIC X(01).
           88  FIRST-USE-OF-PACKAGE                 VALUE 'Y'.

       COPY CCIDMSTR.

      *= Promotion order for "highest environment reached" ============
      *  Loaded once from %CCIDENVR (see COPY CCIDMSTR); rank is the
      *  line's position, 0 for an environment/stage not listed.
       COPY EXITCFG.
       01  WS-ENVR-LOADED                   PIC X(01) VALUE 'N'.
       01  WS-ENVR-COUNT                    PIC 9(02) VALUE 0.
       01  WS-ENVR-INX                      PIC 9(02).
       01  WS-ENVR-RANK                     PIC 9(02).
       01  WS-ENVR-TABLE.
           03  WS-ENVR-ENTRY OCCURS 32 TIMES.
               05  WS-ENVR-ENV              PIC X(08).
               05  FILLER                   PIC X(01).
               05  WS-ENVR-STGID            PIC X(01).

       LINKAGE SECTION.
         COPY CCIDACT.

       PROCEDURE DIVISION USING WS-CCIDACT-REQUEST.
       MAIN-LINE.

      *    A brand-new, never-loaded KSDS answers the first OPEN I-O
      *    with file status 35 - load-mode it once with OPEN OUTPUT /
      *    CLOSE and retry, the same first-deployment priming C1UPKGMU
      *    does for PKGMASTR.
           IF WS-OPEN-STATE = 'N'
              OPEN I-O CCIDMSTR
              IF WS-CCIDMSTR-FILE-STATUS = '35'
                 OPEN OUTPUT CCIDMSTR
                 IF WS-CCIDMSTR-FILE-STATUS = '00'
                    CLOSE CCIDMSTR
                    OPEN I-O CCIDMSTR
                 END-IF
              END-IF
              IF WS-CCIDMSTR-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-OPEN-STATE
              ELSE
                 DISPLAY 'C1UCCDMU: CCIDMSTR UNUSABLE - FILE STATUS '
                         WS-CCIDMSTR-FILE-STATUS
                         ' - CCID MASTER NOT MAINTAINED'
                 MOVE 'U' TO WS-OPEN-STATE
              END-IF
           END-IF.
           IF MASTER-FILE-UNUSABLE
              OR CA-CCID = SPACES
              GOBACK
           END-IF.

           IF WS-ENVR-LOADED = 'N'
              PERFORM 0100-LOAD-PROMOTION-ORDER
           END-IF.

           PERFORM 1000-UPSERT-ELEMENT-RECORD.
           MOVE 'N' TO WS-NEW-PACKAGE.
           IF CA-PACKAGE-ID NOT = SPACES
              PERFORM 2000-UPSERT-PACKAGE-RECORD
           END-IF.
           PERFORM 3000-UPSERT-HEADER-RECORD.

           GOBACK.

      *-----------------------------------------------------------------
      *  %CCIDENVR - environment cols 1-8, optional stage ID col 10,
      *  lowest map position first. No section leaves the table empty
      *  and every rank 0.
      *-----------------------------------------------------------------
       0100-LOAD-PROMOTION-ORDER.

           MOVE 'Y' TO WS-ENVR-LOADED.
           MOVE SPACES TO WS-ENVR-TABLE.
           MOVE 'CCIDENVR' TO CFG-SECTION-NAME.
           MOVE 32         TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              PERFORM VARYING WS-ENVR-INX FROM 1 BY 1
                      UNTIL WS-ENVR-INX > CFG-ENTRY-COUNT
                         OR WS-ENVR-INX > 32
                 MOVE CFG-ENTRY-LINE(WS-ENVR-INX)(1:10)
                   TO WS-ENVR-ENTRY(WS-ENVR-INX)
                 MOVE WS-ENVR-INX TO WS-ENVR-COUNT
              END-PERFORM
           END-IF.

       0200-RANK-ENVIRONMENT.

           MOVE 0 TO WS-ENVR-RANK.
           PERFORM VARYING WS-ENVR-INX FROM 1 BY 1
                   UNTIL WS-ENVR-INX > WS-ENVR-COUNT
                      OR WS-ENVR-RANK > 0
              IF CA-ENV = WS-ENVR-ENV(WS-ENVR-INX)
                 AND (WS-ENVR-STGID(WS-ENVR-INX) = SPACE
                   OR CA-STGID = WS-ENVR-STGID(WS-ENVR-INX))
                 MOVE WS-ENVR-INX TO WS-ENVR-RANK
              END-IF
           END-PERFORM.

       0300-READ-MASTER-RECORD.

           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE CM-KEY TO CMF-KEY.
           READ CCIDMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CCIDMSTR-REC TO WS-CCIDMAST-RECORD
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       0400-STORE-MASTER-RECORD.

           MOVE WS-CCIDMAST-RECORD TO CCIDMSTR-REC.
           IF MASTER-RECORD-FOUND
              REWRITE CCIDMSTR-REC
                  INVALID KEY
                      DISPLAY 'C1UCCDMU: REWRITE FAILED - FILE STATUS '
                              WS-CCIDMSTR-FILE-STATUS ' FOR ' CMF-KEY
              END-REWRITE
           ELSE
              WRITE CCIDMSTR-REC
                  INVALID KEY
                      DISPLAY 'C1UCCDMU: WRITE FAILED - FILE STATUS '
                              WS-CCIDMSTR-FILE-STATUS ' FOR ' CMF-KEY
              END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      *  One record per distinct element under the CCID - its absence
      *  is what makes this action a new distinct element.
      *-----------------------------------------------------------------
       1000-UPSERT-ELEMENT-RECORD.

           MOVE SPACES       TO WS-CCIDMAST-RECORD.
           MOVE CA-CCID      TO CM-CCID.
           MOVE 'E'          TO CM-REC-TYPE.
           MOVE CA-SYSTEM    TO CM-SYSTEM.
           MOVE CA-SUBSYSTEM TO CM-SUBSYSTEM.
           MOVE CA-TYPE      TO CM-TYPE.
           MOVE CA-ELEMENT   TO CM-ELEMENT.
           PERFORM 0300-READ-MASTER-RECORD.
           IF MASTER-RECORD-FOUND
              MOVE 'N' TO WS-NEW-ELEMENT
           ELSE
              MOVE 'Y' TO WS-NEW-ELEMENT
              MOVE CA-DATE TO CME-FIRST-DATE
              MOVE 0       TO CME-ACTION-COUNT
           END-IF.
           MOVE CA-DATE      TO CME-LAST-DATE.
           MOVE CA-TIME      TO CME-LAST-TIME.
           MOVE CA-ACTION    TO CME-LAST-ACTION.
           MOVE CA-USER      TO CME-LAST-USER.
           IF CA-ENV NOT = SPACES
              MOVE CA-ENV    TO CME-LAST-ENV
              MOVE CA-STGID  TO CME-LAST-STGID
           END-IF.
           IF CME-ACTION-COUNT < 99999
              ADD 1 TO CME-ACTION-COUNT
           END-IF.
           PERFORM 0400-STORE-MASTER-RECORD.

       2000-UPSERT-PACKAGE-RECORD.

           MOVE SPACES        TO WS-CCIDMAST-RECORD.
           MOVE CA-CCID       TO CM-CCID.
           MOVE 'P'           TO CM-REC-TYPE.
           MOVE CA-PACKAGE-ID TO CM-PACKAGE-ID.
           PERFORM 0300-READ-MASTER-RECORD.
           IF NOT MASTER-RECORD-FOUND
              MOVE 'Y' TO WS-NEW-PACKAGE
              MOVE CA-DATE TO CMP-FIRST-DATE
              MOVE 0       TO CMP-ELEMENT-ACTIONS
           END-IF.
           MOVE CA-DATE       TO CMP-LAST-DATE.
           MOVE CA-TIME       TO CMP-LAST-TIME.
           IF CMP-ELEMENT-ACTIONS < 99999
              ADD 1 TO CMP-ELEMENT-ACTIONS
           END-IF.
           PERFORM 0400-STORE-MASTER-RECORD.

      *-----------------------------------------------------------------
      *  The lifecycle header. The highest environment moves only to
      *  an equal or higher rank - with no %CCIDENVR every rank is 0,
      *  so it simply follows the CCID to wherever it last went.
      *-----------------------------------------------------------------
       3000-UPSERT-HEADER-RECORD.

           MOVE SPACES  TO WS-CCIDMAST-RECORD.
           MOVE CA-CCID TO CM-CCID.
           MOVE 'C'     TO CM-REC-TYPE.
           PERFORM 0300-READ-MASTER-RECORD.
           IF NOT MASTER-RECORD-FOUND
              MOVE CA-DATE TO CMH-FIRST-DATE
              MOVE CA-TIME TO CMH-FIRST-TIME
              MOVE 0       TO CMH-ACTION-COUNT
                              CMH-ELEMENT-COUNT
                              CMH-PACKAGE-COUNT
                              CMH-HIGH-RANK
              IF CA-CCID(1:3) = 'INC' OR CA-CCID(1:3) = 'CHG'
                 MOVE CA-CCID(1:10) TO CMH-SNOW-OBJECT
              END-IF
           END-IF.
           MOVE CA-DATE TO CMH-LAST-DATE.
           MOVE CA-TIME TO CMH-LAST-TIME.
           MOVE CA-USER TO CMH-LAST-USER.
           IF CMH-ACTION-COUNT < 9999999
              ADD 1 TO CMH-ACTION-COUNT
           END-IF.
           IF FIRST-USE-OF-ELEMENT
              AND CMH-ELEMENT-COUNT < 99999
              ADD 1 TO CMH-ELEMENT-COUNT
           END-IF.
           IF FIRST-USE-OF-PACKAGE
              AND CMH-PACKAGE-COUNT < 99999
              ADD 1 TO CMH-PACKAGE-COUNT
           END-IF.
           IF CA-ENV NOT = SPACES
              PERFORM 0200-RANK-ENVIRONMENT
              IF WS-ENVR-RANK NOT < CMH-HIGH-RANK
                 OR CMH-HIGH-ENV = SPACES
                 MOVE CA-ENV       TO CMH-HIGH-ENV
                 MOVE CA-STGID     TO CMH-HIGH-STGID
                 MOVE WS-ENVR-RANK TO CMH-HIGH-RANK
              END-IF
           END-IF.
           PERFORM 0400-STORE-MASTER-RECORD.
