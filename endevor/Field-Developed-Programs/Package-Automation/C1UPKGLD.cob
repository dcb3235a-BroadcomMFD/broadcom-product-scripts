      *              code naming the log it came from:                *
      *                A  AUDIT7   - approvals/notifies               *
      *                S  SHPSTAT  - shipment submissions             *
      *                B  BCKIMPRT - completed backouts, with the     *
      *                              backout reason code (RSN=)       *
      *                G  PKGAGE   - Before-CAST aging snapshots      *
      *                R  RSNCLOG  - element reason codes, keyed by   *
      *                              the leading 10 characters of the *
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC.
           03  AUDIT7-HEADER                PIC X(64).
           03  AUDIT7-BODY.
              05  AUD7-PACKAGE-ID           PIC X(16).
              05  AUD7-DATE                 PIC X(08).
              05  AUD7-TIME                 PIC X(06).
              05  AUD7-EVENT                PIC X(06).
              05  AUD7-GROUP-NAME           PIC X(12).
              05  AUD7-APPROVAL-FLAG        PIC X(01).
              05  AUD7-RECIPIENT            PIC X(09).
              05  FILLER                    PIC X(38).

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

       FD  BCKIMPRT
           RECORD CONTAINS 88 CHARACTERS.
           03  BKI-CAST-USER            PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKI-UPDATE-USER          PIC X(08).
           03  FILLER                   PIC X(01).
           03  BKI-REASON               PIC X(08).
           03  FILLER                   PIC X(05).

       FD  PKGAGE
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGE-REC.
           03  PKGAGE-HEADER                 PIC X(64).
           03  PKGAGE-BODY.
              05  PKA-PACKAGE-ID             PIC X(16).
              05  PKA-ENV                    PIC X(08).
              05  PKA-STGID                  PIC X(01).
              05  PKA-CREATE-DATE            PIC 9(08).
              05  PKA-REPORT-DATE            PIC 9(08).
              05  PKA-AGE-DAYS               PIC S9(05).
              05  FILLER                     PIC X(34).

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

      *-----------------------------------------------------------------
      *  DD PKGHIST - the keyed package-history store. The key is the
       01  WS-NEW-DETAIL                     PIC X(43).
       01  WS-AGE-DISPLAY                    PIC -9(05).

       COPY LOGHDR.

       PROCEDURE DIVISION.
       MAIN-LINE.

           END-IF.

       1100-READ-AUDIT7.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ AUDIT7
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'AUDIT7'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE AUDIT7-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  The AUDIT7 group/flag/recipient fields keep their own columns
           END-IF.

       2100-READ-SHPSTAT.
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

       2200-LOAD-ONE-SHPSTAT.
           MOVE SHP-PACKAGE-ID     TO WS-NEW-PACKAGE-ID.
           MOVE SHPSTAT-BODY(1:8)   TO WS-NEW-DATE.
           MOVE SHPSTAT-BODY(10:6)  TO WS-NEW-TIME.
           MOVE 'S'                TO WS-NEW-REC-TYPE.
           MOVE 'SHIP'             TO WS-NEW-EVENT.
           MOVE SPACES             TO WS-NEW-DETAIL.
      *    last seven digits out of the edited SHP-RC field.
           IF SHP-STATUS = 'INCRSE'
              STRING SHP-DIRECTION ' ' SHP-ENV '/' SHP-STGID
                     ' ' SHP-STATUS ' INC' SHPSTAT-BODY(54:7)
                 DELIMITED BY SIZE INTO WS-NEW-DETAIL
              END-STRING
           ELSE
           MOVE 'B'                TO WS-NEW-REC-TYPE.
           MOVE 'BCKOUT'           TO WS-NEW-EVENT.
           MOVE SPACES             TO WS-NEW-DETAIL.
      *    The reason code goes ahead of the status so that it
      *    survives the 43-byte detail whatever the other fields hold.
           IF BKI-REASON = SPACES
              STRING BKI-ENV '/' BKI-STGID ' ' BKI-BACKOUT-STATUS
                     ' BY ' BKI-UPDATE-USER
                 DELIMITED BY SIZE INTO WS-NEW-DETAIL
              END-STRING
           ELSE
              STRING BKI-ENV DELIMITED BY SPACE
                     '/' BKI-STGID ' RSN=' DELIMITED BY SIZE
                     BKI-REASON DELIMITED BY SPACE
                     ' ' BKI-BACKOUT-STATUS ' BY ' BKI-UPDATE-USER
                        DELIMITED BY SIZE
                 INTO WS-NEW-DETAIL
              END-STRING
           END-IF.
           PERFORM 0200-LOAD-ONE-RECORD.
           PERFORM 3100-READ-BCKIMPRT.

           END-IF.

       4100-READ-PKGAGE.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ PKGAGE
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'PKGAGE'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE PKGAGE-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       4200-LOAD-ONE-PKGAGE.
           MOVE PKA-PACKAGE-ID     TO WS-NEW-PACKAGE-ID.
           END-IF.

       5100-READ-RSNCLOG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ RSNCLOG
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'RSNCLOG'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE RSNCLOG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       5200-LOAD-ONE-RSNCLOG.
           MOVE SPACES             TO WS-NEW-PACKAGE-ID.
           MOVE RSNC-LOG-CCID(1:10) TO WS-NEW-PACKAGE-ID(1:10).
           MOVE RSNCLOG-BODY(1:8)   TO WS-NEW-DATE.
           MOVE RSNCLOG-BODY(10:6)  TO WS-NEW-TIME.
           MOVE 'R'                TO WS-NEW-REC-TYPE.
           MOVE 'ELMACT'           TO WS-NEW-EVENT.
           MOVE SPACES             TO WS-NEW-DETAIL.
