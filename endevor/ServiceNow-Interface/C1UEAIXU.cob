       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Keep and answer the keyed DD ELMACTIX element-   *
      *              activity index (COPY ELMACTIX) on behalf of the  *
      *              exits (COPY EAIXREQ). C1UEXT02 calls this for    *
      *              every ELMACTLG and RSNCLOG record it appends and *
      *              C1X2CUST for every emergency override it traces  *
      *              to SNOWLG2; C1UEXT02's concurrent-development    *
      *              warning and C1UEXT07's pre-cast risk score ask   *
      *              it for the history they used to read the flat    *
      *              logs front to back for. C1UEAIXB rebuilds the    *
      *              index from the flat logs through the same        *
      *              record functions.                                *
      *                                                               *
      *              The file stays open across calls within one      *
      *              program load. An unusable DD ELMACTIX - not      *
      *              allocated, or never loaded by C1UEAIXB (file     *
      *              status 35) - turns every call into an answer of  *
      *              'U': the lookups fall back to the flat logs, and *
      *              the index can never fail an element action. It   *
      *              is deliberately not primed empty here, which     *
      *              would have the lookups answer from an index that *
      *              holds none of the history already on the logs.   *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'C1UEAIXU' USING WS-EAIX-REQUEST          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UEAIXU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELMACTIX ASSIGN TO ELMACTIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAIF-KEY
               FILE STATUS IS WS-ELMACTIX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELMACTIX
           RECORD CONTAINS 100 CHARACTERS.
       01  ELMACTIX-REC.
           03  EAIF-KEY                     PIC X(47).
           03  EAIF-DATA                    PIC X(53).

       WORKING-STORAGE SECTION.

       01  WS-ELMACTIX-FILE-STATUS          PIC X(02).

       01  WS-OPEN-STATE                    PIC X(01) VALUE 'N'.
           88  INDEX-FILE-OPEN                      VALUE 'Y'.
           88  INDEX-FILE-UNUSABLE                  VALUE 'U'.

       01  WS-RECORD-FOUND                  PIC X(01).
           88  INDEX-RECORD-FOUND                   VALUE 'Y'.
       01  WS-BROWSE-STATE                  PIC X(01).
           88  BROWSE-ENDED                         VALUE 'E'.

      *= Lookup work fields ===========================================
       01  WS-FIND-LOCATION                 PIC X(26).
       01  WS-FIND-HIT-TIME                 PIC 9(06).
       01  WS-TALLY-OBJECT                  PIC X(10).

       COPY ELMACTIX.

       LINKAGE SECTION.
         COPY EAIXREQ.

       PROCEDURE DIVISION USING WS-EAIX-REQUEST.
       MAIN-LINE.

           IF WS-OPEN-STATE = 'N'
              OPEN I-O ELMACTIX
              IF WS-ELMACTIX-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-OPEN-STATE
              ELSE
                 DISPLAY 'C1UEAIXU: ELMACTIX UNUSABLE - FILE STATUS '
                         WS-ELMACTIX-FILE-STATUS
                         ' - FLAT LOGS READ INSTEAD (C1UEAIXB LOADS IT)'
                 MOVE 'U' TO WS-OPEN-STATE
              END-IF
           END-IF.
           IF INDEX-FILE-UNUSABLE
              MOVE 'U' TO EAX-RESULT
              GOBACK
           END-IF.

           MOVE 'Y' TO EAX-RESULT.
           EVALUATE EAX-FUNCTION
               WHEN 'E'
                   PERFORM 1000-RECORD-ELEMENT-ACTION
               WHEN 'R'
                   PERFORM 2000-RECORD-REASON-CODE
               WHEN 'O'
                   PERFORM 3000-RECORD-OVERRIDE
               WHEN 'F'
                   PERFORM 4000-FIND-CONCURRENT-CHANGE
               WHEN 'T'
                   PERFORM 5000-TALLY-CCID-HISTORY
               WHEN OTHER
                   DISPLAY 'C1UEAIXU: UNKNOWN FUNCTION ' EAX-FUNCTION
           END-EVALUATE.

           GOBACK.

       0300-READ-INDEX-RECORD.

           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE EAI-KEY TO EAIF-KEY.
           READ ELMACTIX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ELMACTIX-REC TO WS-ELMACTIX-RECORD
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       0400-STORE-INDEX-RECORD.

           MOVE WS-ELMACTIX-RECORD TO ELMACTIX-REC.
           IF INDEX-RECORD-FOUND
              REWRITE ELMACTIX-REC
                  INVALID KEY
                      DISPLAY 'C1UEAIXU: REWRITE FAILED - FILE STATUS '
                              WS-ELMACTIX-FILE-STATUS ' FOR ' EAIF-KEY
              END-REWRITE
           ELSE
              WRITE ELMACTIX-REC
                  INVALID KEY
                      DISPLAY 'C1UEAIXU: WRITE FAILED - FILE STATUS '
                              WS-ELMACTIX-FILE-STATUS ' FOR ' EAIF-KEY
              END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      *  Position the browse at the first key not below EAI-KEY and
      *  take the first record; BROWSE-ENDED when there is none.
      *-----------------------------------------------------------------
       0500-START-BROWSE.

           MOVE ' ' TO WS-BROWSE-STATE.
           MOVE EAI-KEY TO EAIF-KEY.
           START ELMACTIX KEY IS NOT LESS THAN EAIF-KEY
               INVALID KEY
                   MOVE 'E' TO WS-BROWSE-STATE
           END-START.
           IF NOT BROWSE-ENDED
              PERFORM 0510-READ-NEXT-INDEX
           END-IF.

       0510-READ-NEXT-INDEX.

           READ ELMACTIX NEXT RECORD
               AT END
                   MOVE 'E' TO WS-BROWSE-STATE
               NOT AT END
                   MOVE ELMACTIX-REC TO WS-ELMACTIX-RECORD
           END-READ.
           IF WS-ELMACTIX-FILE-STATUS NOT = '00'
              MOVE 'E' TO WS-BROWSE-STATE
           END-IF.

      *-----------------------------------------------------------------
      *  One record per element location, user and CCID. An action
      *  that names no element (nothing to warn about later) is not
      *  indexed.
      *-----------------------------------------------------------------
       1000-RECORD-ELEMENT-ACTION.

           IF EAX-ELEMENT = SPACES
              CONTINUE
           ELSE
              MOVE SPACES        TO WS-ELMACTIX-RECORD
              MOVE 'E'           TO EAI-REC-TYPE
              MOVE EAX-SYSTEM    TO EAI-SYSTEM
              MOVE EAX-SUBSYSTEM TO EAI-SUBSYSTEM
              MOVE EAX-ELEMENT   TO EAI-ELEMENT
              MOVE EAX-USER      TO EAI-USER
              MOVE EAX-CCID      TO EAI-CCID
              PERFORM 0300-READ-INDEX-RECORD
              IF NOT INDEX-RECORD-FOUND
                 MOVE EAX-DATE TO EAE-FIRST-DATE
                 MOVE 0        TO EAE-ACTION-COUNT
                                  EAE-LAST-DATE
                                  EAE-LAST-TIME
              END-IF
              IF EAX-DATE > EAE-LAST-DATE
                 OR (EAX-DATE = EAE-LAST-DATE
                     AND EAX-TIME NOT < EAE-LAST-TIME)
                 MOVE EAX-DATE   TO EAE-LAST-DATE
                 MOVE EAX-TIME   TO EAE-LAST-TIME
                 MOVE EAX-ACTION TO EAE-LAST-ACTION
              END-IF
              IF EAX-DATE < EAE-FIRST-DATE
                 MOVE EAX-DATE TO EAE-FIRST-DATE
              END-IF
              IF EAE-ACTION-COUNT < 99999
                 ADD 1 TO EAE-ACTION-COUNT
              END-IF
              PERFORM 0400-STORE-INDEX-RECORD
           END-IF.

      *-----------------------------------------------------------------
      *  One record per CCID - a reason code other than blank or 0000
      *  is what the risk score counts as an element-action failure.
      *-----------------------------------------------------------------
       2000-RECORD-REASON-CODE.

           IF EAX-CCID = SPACES
              CONTINUE
           ELSE
              MOVE SPACES   TO WS-ELMACTIX-RECORD
              MOVE 'R'      TO EAI-REC-TYPE
              MOVE EAX-CCID TO EAI-KEY-CCID
              PERFORM 2100-ROLL-CCID-EVENT
              IF EAX-MESSAGE-CODE NOT = SPACES
                 AND EAX-MESSAGE-CODE NOT = '0000'
                 AND EAC-FAIL-COUNT < 9999999
                 ADD 1 TO EAC-FAIL-COUNT
              END-IF
              PERFORM 0400-STORE-INDEX-RECORD
           END-IF.

       2100-ROLL-CCID-EVENT.

           PERFORM 0300-READ-INDEX-RECORD.
           IF NOT INDEX-RECORD-FOUND
              MOVE EAX-DATE TO EAC-FIRST-DATE
              MOVE 0        TO EAC-EVENT-COUNT
                               EAC-FAIL-COUNT
                               EAC-LAST-DATE
                               EAC-LAST-TIME
           END-IF.
           IF EAX-DATE > EAC-LAST-DATE
              OR (EAX-DATE = EAC-LAST-DATE
                  AND EAX-TIME NOT < EAC-LAST-TIME)
              MOVE EAX-DATE TO EAC-LAST-DATE
              MOVE EAX-TIME TO EAC-LAST-TIME
           END-IF.
           IF EAX-DATE < EAC-FIRST-DATE
              MOVE EAX-DATE TO EAC-FIRST-DATE
           END-IF.
           IF EAC-EVENT-COUNT < 9999999
              ADD 1 TO EAC-EVENT-COUNT
           END-IF.

      *-----------------------------------------------------------------
      *  One record per ServiceNow object an emergency override went
      *  through - the SNOWLG2 override line's OBJ= value.
      *-----------------------------------------------------------------
       3000-RECORD-OVERRIDE.

           IF EAX-CCID = SPACES
              CONTINUE
           ELSE
              MOVE SPACES         TO WS-ELMACTIX-RECORD
              MOVE 'O'            TO EAI-REC-TYPE
              MOVE EAX-CCID(1:10) TO EAI-KEY-CCID
              PERFORM 2100-ROLL-CCID-EVENT
              PERFORM 0400-STORE-INDEX-RECORD
           END-IF.

      *-----------------------------------------------------------------
      *  Every user/CCID that touched the element is one run of keys
      *  behind the element's location. Of those by another user
      *  under another CCID inside the window, the most recent wins -
      *  as the last matching record did in the flat-log read.
      *-----------------------------------------------------------------
       4000-FIND-CONCURRENT-CHANGE.

           MOVE 'N'    TO EAX-HIT-FOUND.
           MOVE SPACES TO EAX-HIT-USER EAX-HIT-CCID.
           MOVE 0      TO EAX-HIT-DATE WS-FIND-HIT-TIME.
           MOVE SPACES        TO WS-ELMACTIX-RECORD.
           MOVE 'E'           TO EAI-REC-TYPE.
           MOVE EAX-SYSTEM    TO EAI-SYSTEM.
           MOVE EAX-SUBSYSTEM TO EAI-SUBSYSTEM.
           MOVE EAX-ELEMENT   TO EAI-ELEMENT.
           MOVE LOW-VALUES    TO EAI-USER EAI-CCID.
           MOVE EAI-LOCATION  TO WS-FIND-LOCATION.
           PERFORM 0500-START-BROWSE.
           PERFORM 4100-MATCH-ONE-ELEMENT-USE
               UNTIL BROWSE-ENDED
                  OR NOT EAI-ELEMENT-REC
                  OR EAI-LOCATION NOT = WS-FIND-LOCATION.

       4100-MATCH-ONE-ELEMENT-USE.

           IF EAE-LAST-DATE >= EAX-CUTOFF-DATE
              AND EAI-USER NOT = SPACES
              AND EAI-USER NOT = EAX-USER
              AND EAI-CCID NOT = EAX-CCID
              IF EAE-LAST-DATE > EAX-HIT-DATE
                 OR (EAE-LAST-DATE = EAX-HIT-DATE
                     AND EAE-LAST-TIME NOT < WS-FIND-HIT-TIME)
                 MOVE 'Y'           TO EAX-HIT-FOUND
                 MOVE EAI-USER      TO EAX-HIT-USER
                 MOVE EAI-CCID      TO EAX-HIT-CCID
                 MOVE EAE-LAST-DATE TO EAX-HIT-DATE
                 MOVE EAE-LAST-TIME TO WS-FIND-HIT-TIME
              END-IF
           END-IF.
           PERFORM 0510-READ-NEXT-INDEX.

      *-----------------------------------------------------------------
      *  The CCIDs that share the ServiceNow object are one run of 'R'
      *  keys; the object's overrides are one 'O' record.
      *-----------------------------------------------------------------
       5000-TALLY-CCID-HISTORY.

           MOVE 0              TO EAX-FAIL-COUNT EAX-OVERRIDE-COUNT.
           MOVE EAX-CCID(1:10) TO WS-TALLY-OBJECT.
           MOVE SPACES         TO WS-ELMACTIX-RECORD.
           MOVE 'R'            TO EAI-REC-TYPE.
           MOVE LOW-VALUES     TO EAI-KEY-CCID.
           MOVE WS-TALLY-OBJECT TO EAI-KEY-CCID(1:10).
           PERFORM 0500-START-BROWSE.
           PERFORM 5100-ADD-ONE-CCID
               UNTIL BROWSE-ENDED
                  OR NOT EAI-REASON-REC
                  OR EAI-KEY-CCID(1:10) NOT = WS-TALLY-OBJECT.

           MOVE SPACES          TO WS-ELMACTIX-RECORD.
           MOVE 'O'             TO EAI-REC-TYPE.
           MOVE WS-TALLY-OBJECT TO EAI-KEY-CCID.
           PERFORM 0300-READ-INDEX-RECORD.
           IF INDEX-RECORD-FOUND
              MOVE EAC-EVENT-COUNT TO EAX-OVERRIDE-COUNT
           END-IF.

       5100-ADD-ONE-CCID.

           IF EAX-FAIL-COUNT + EAC-FAIL-COUNT > 9999999
              MOVE 9999999 TO EAX-FAIL-COUNT
           ELSE
              ADD EAC-FAIL-COUNT TO EAX-FAIL-COUNT
           END-IF.
           PERFORM 0510-READ-NEXT-INDEX.
