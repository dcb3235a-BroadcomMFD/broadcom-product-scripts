       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Chain hash for the tamper-evident SOX evidence   *
      *              logs - AUDIT7, BKWAIVER, FRZWAIVR and the        *
      *              emergency override lines of SNOWLG2 (copybook    *
      *              LOGCHRQ says how each writer and the checker     *
      *              use it). The hash is the ICSF one-way hash       *
      *              service CSNBOWH, SHA-256, over the previous      *
      *              record's chain hash followed by the record, kept *
      *              to its first 6 bytes as 12 hex characters. The   *
      *              head of every chain is on the keyed DD LOGCHST   *
      *              store (COPY LOGCHST), opened fresh for each      *
      *              record and closed again at its commit, because   *
      *              the exits writing to one chain run in many       *
      *              address spaces and a buffer held open across     *
      *              calls would go stale. A store or hash service    *
      *              that cannot be used never stops a record being   *
      *              written - it goes out with a blank hash, which   *
      *              C1ULOGHV reports as the break it is.             *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST     *
      *              (copybook LOGCHRQ).                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGCHAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGCHST ASSIGN TO LOGCHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LCF-KEY
               FILE STATUS IS WS-LOGCHST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGCHST
           RECORD CONTAINS 80 CHARACTERS.
       01  LOGCHST-REC.
           03  LCF-KEY                      PIC X(16).
           03  LCF-DATA                     PIC X(64).

       WORKING-STORAGE SECTION.

       01  WS-LOGCHST-FILE-STATUS           PIC X(02).

       01  WS-STORE-OPEN                    PIC X(01) VALUE 'N'.
           88  CHAIN-STORE-OPEN                     VALUE 'Y'.

      *= The hash handed out and not yet committed =====================
       01  WS-PENDING-STATE                 PIC X(01) VALUE 'N'.
           88  HASH-PENDING                         VALUE 'Y'.
       01  WS-PENDING-KEY                   PIC X(16).
       01  WS-PENDING-HASH                  PIC X(12).
       01  WS-HEAD-FOUND                    PIC X(01).
           88  HEAD-ON-STORE                        VALUE 'Y'.

       01  WS-NOW-DATE                      PIC 9(08).
       01  WS-NOW-TIME                      PIC 9(08).

      *= ICSF one-way hash (CSNBOWH) parameters ========================
       01  WS-ICSF-RETURN-CODE              PIC S9(09) COMP.
       01  WS-ICSF-REASON-CODE              PIC S9(09) COMP.
       01  WS-ICSF-EXIT-DATA-LENGTH         PIC S9(09) COMP VALUE 0.
       01  WS-ICSF-EXIT-DATA                PIC X(04).
       01  WS-ICSF-RULE-COUNT               PIC S9(09) COMP VALUE 2.
       01  WS-ICSF-RULE-ARRAY.
           03  FILLER                       PIC X(08) VALUE 'SHA-256 '.
           03  FILLER                       PIC X(08) VALUE 'ONLY    '.
       01  WS-ICSF-TEXT-LENGTH              PIC S9(09) COMP.
       01  WS-ICSF-TEXT                     PIC X(212).
       01  WS-ICSF-CHAIN-VECTOR-LENGTH      PIC S9(09) COMP VALUE 128.
       01  WS-ICSF-CHAIN-VECTOR             PIC X(128).
       01  WS-ICSF-HASH-LENGTH              PIC S9(09) COMP VALUE 32.
       01  WS-ICSF-HASH                     PIC X(32).

      *= Binary hash bytes to hex characters ===========================
       01  WS-HEX-DIGITS                    PIC X(16)
                                     VALUE '0123456789ABCDEF'.
       01  WS-BYTE-VALUE                    PIC 9(04) COMP.
       01  WS-BYTE-VIEW REDEFINES WS-BYTE-VALUE.
           03  FILLER                       PIC X(01).
           03  WS-BYTE-CHAR                 PIC X(01).
       01  WS-HEX-HIGH                      PIC 9(04) COMP.
       01  WS-HEX-LOW                       PIC 9(04) COMP.
       01  WS-HEX-SUB                       PIC 9(04) COMP.
       01  WS-HEX-OUT                       PIC 9(04) COMP.
       01  WS-HEX-HASH                      PIC X(12).

         COPY LOGCHST.

       LINKAGE SECTION.
         COPY LOGCHRQ.

       PROCEDURE DIVISION USING WS-LOG-CHAIN-REQUEST.
       MAIN-LINE.

           EVALUATE TRUE
             WHEN LCQ-HASH-NEXT
               PERFORM 0100-HASH-NEXT-RECORD THRU 0100-EXIT
             WHEN LCQ-COMMIT
               PERFORM 0200-COMMIT-HEAD THRU 0200-EXIT
             WHEN LCQ-RECOMPUTE
               MOVE 'N' TO LCQ-RESULT
               PERFORM 0500-HASH-ONTO-PREVIOUS
               IF WS-HEX-HASH NOT = SPACES
                  MOVE 'Y' TO LCQ-RESULT
               END-IF
               MOVE WS-HEX-HASH TO LCQ-HASH
             WHEN OTHER
               DISPLAY 'LOGCHAIN: UNKNOWN FUNCTION ' LCQ-FUNCTION
               MOVE 'N' TO LCQ-RESULT
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
      *  Read the chain's head and hash the record onto it. The store
      *  stays open for the commit; a hash handed out before and never
      *  committed (its WRITE failed) is simply dropped.
      *-----------------------------------------------------------------
       0100-HASH-NEXT-RECORD.

           MOVE SPACES TO LCQ-PREV-HASH LCQ-HASH.
           MOVE 'N'    TO LCQ-RESULT.
           MOVE 'N'    TO WS-PENDING-STATE.
           IF CHAIN-STORE-OPEN
              CLOSE LOGCHST
              MOVE 'N' TO WS-STORE-OPEN
           END-IF.

      *    A brand-new, never-loaded KSDS answers the first OPEN I-O
      *    with file status 35 - load-mode it once and retry, as
      *    C1UPKGMU does for the package master.
           OPEN I-O LOGCHST.
           IF WS-LOGCHST-FILE-STATUS = '35'
              OPEN OUTPUT LOGCHST
              IF WS-LOGCHST-FILE-STATUS = '00'
                 CLOSE LOGCHST
                 OPEN I-O LOGCHST
              END-IF
           END-IF.
           IF WS-LOGCHST-FILE-STATUS NOT = '00'
              DISPLAY 'LOGCHAIN: LOGCHST UNUSABLE - FILE STATUS '
                      WS-LOGCHST-FILE-STATUS ' - ' LCQ-LOG-NAME
                      ' RECORD WRITTEN UNCHAINED'
              GO TO 0100-EXIT
           END-IF.
           MOVE 'Y' TO WS-STORE-OPEN.

           MOVE LCQ-LOG-NAME TO LCS-LOG-NAME.
           MOVE LCQ-CHAIN-ID TO LCS-CHAIN-ID.
           MOVE LCS-KEY      TO LCF-KEY.
           READ LOGCHST
               INVALID KEY
                   MOVE 'N' TO WS-HEAD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HEAD-FOUND
                   MOVE LOGCHST-REC   TO WS-LOG-CHAIN-HEAD
                   MOVE LCS-HEAD-HASH TO LCQ-PREV-HASH
           END-READ.

           PERFORM 0500-HASH-ONTO-PREVIOUS.
           IF WS-HEX-HASH = SPACES
              CLOSE LOGCHST
              MOVE 'N' TO WS-STORE-OPEN
              GO TO 0100-EXIT
           END-IF.

           MOVE WS-HEX-HASH  TO LCQ-HASH.
           MOVE 'Y'          TO LCQ-RESULT.
           MOVE 'Y'          TO WS-PENDING-STATE.
           MOVE LCF-KEY      TO WS-PENDING-KEY.
           MOVE WS-HEX-HASH  TO WS-PENDING-HASH.

       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  The record is on the log - its hash becomes the chain's head.
      *-----------------------------------------------------------------
       0200-COMMIT-HEAD.

           MOVE 'N' TO LCQ-RESULT.
           MOVE LCQ-LOG-NAME TO LCS-LOG-NAME.
           MOVE LCQ-CHAIN-ID TO LCS-CHAIN-ID.
           IF NOT HASH-PENDING
              OR NOT CHAIN-STORE-OPEN
              OR LCS-KEY NOT = WS-PENDING-KEY
              GO TO 0200-EXIT
           END-IF.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           IF NOT HEAD-ON-STORE
              MOVE SPACES          TO WS-LOG-CHAIN-HEAD
              MOVE WS-PENDING-KEY  TO LCS-KEY
              MOVE 0               TO LCS-RECORD-COUNT
              MOVE WS-NOW-DATE     TO LCS-FIRST-DATE
           END-IF.
           MOVE WS-PENDING-HASH    TO LCS-HEAD-HASH.
           ADD 1                   TO LCS-RECORD-COUNT.
           MOVE WS-NOW-DATE        TO LCS-LAST-DATE.
           MOVE WS-NOW-TIME(1:6)   TO LCS-LAST-TIME.
           MOVE WS-LOG-CHAIN-HEAD  TO LOGCHST-REC.

           IF HEAD-ON-STORE
              REWRITE LOGCHST-REC
                  INVALID KEY
                      DISPLAY 'LOGCHAIN: HEAD REWRITE FAILED - FILE '
                              'STATUS ' WS-LOGCHST-FILE-STATUS
                              ' FOR ' LCF-KEY
                  NOT INVALID KEY
                      MOVE 'Y' TO LCQ-RESULT
              END-REWRITE
           ELSE
              WRITE LOGCHST-REC
                  INVALID KEY
                      DISPLAY 'LOGCHAIN: HEAD WRITE FAILED - FILE '
                              'STATUS ' WS-LOGCHST-FILE-STATUS
                              ' FOR ' LCF-KEY
                  NOT INVALID KEY
                      MOVE 'Y' TO LCQ-RESULT
              END-WRITE
           END-IF.

           CLOSE LOGCHST.
           MOVE 'N' TO WS-STORE-OPEN.
           MOVE 'N' TO WS-PENDING-STATE.

       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  SHA-256 of LCQ-PREV-HASH followed by the record image, its
      *  first 6 bytes as 12 hex characters in WS-HEX-HASH - spaces
      *  when the record length is out of range or ICSF refuses.
      *-----------------------------------------------------------------
       0500-HASH-ONTO-PREVIOUS.

           MOVE SPACES TO WS-HEX-HASH.
           IF LCQ-RECORD-LENGTH = 0 OR LCQ-RECORD-LENGTH > 200
              DISPLAY 'LOGCHAIN: RECORD LENGTH ' LCQ-RECORD-LENGTH
                      ' OUT OF RANGE FOR ' LCQ-LOG-NAME
           ELSE
              MOVE SPACES        TO WS-ICSF-TEXT
              MOVE LCQ-PREV-HASH TO WS-ICSF-TEXT(1:12)
              MOVE LCQ-RECORD-IMAGE(1:LCQ-RECORD-LENGTH)
                   TO WS-ICSF-TEXT(13:LCQ-RECORD-LENGTH)
              COMPUTE WS-ICSF-TEXT-LENGTH = LCQ-RECORD-LENGTH + 12
              MOVE LOW-VALUES    TO WS-ICSF-CHAIN-VECTOR
              MOVE 32            TO WS-ICSF-HASH-LENGTH
              CALL 'CSNBOWH' USING WS-ICSF-RETURN-CODE
                                   WS-ICSF-REASON-CODE
                                   WS-ICSF-EXIT-DATA-LENGTH
                                   WS-ICSF-EXIT-DATA
                                   WS-ICSF-RULE-COUNT
                                   WS-ICSF-RULE-ARRAY
                                   WS-ICSF-TEXT-LENGTH
                                   WS-ICSF-TEXT
                                   WS-ICSF-CHAIN-VECTOR-LENGTH
                                   WS-ICSF-CHAIN-VECTOR
                                   WS-ICSF-HASH-LENGTH
                                   WS-ICSF-HASH
              IF WS-ICSF-RETURN-CODE = 0
                 PERFORM 0510-HASH-TO-HEX
              ELSE
                 DISPLAY 'LOGCHAIN: CSNBOWH RETURN CODE '
                         WS-ICSF-RETURN-CODE ' REASON '
                         WS-ICSF-REASON-CODE ' - ' LCQ-LOG-NAME
                         ' RECORD NOT HASHED'
              END-IF
           END-IF.

       0510-HASH-TO-HEX.

           PERFORM VARYING WS-HEX-SUB FROM 1 BY 1
                   UNTIL WS-HEX-SUB > 6
               MOVE 0 TO WS-BYTE-VALUE
               MOVE WS-ICSF-HASH(WS-HEX-SUB:1) TO WS-BYTE-CHAR
               DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HEX-HIGH
                      REMAINDER WS-HEX-LOW
               COMPUTE WS-HEX-OUT = WS-HEX-SUB * 2 - 1
               MOVE WS-HEX-DIGITS(WS-HEX-HIGH + 1:1)
                    TO WS-HEX-HASH(WS-HEX-OUT:1)
               MOVE WS-HEX-DIGITS(WS-HEX-LOW + 1:1)
                    TO WS-HEX-HASH(WS-HEX-OUT + 1:1)
           END-PERFORM.
