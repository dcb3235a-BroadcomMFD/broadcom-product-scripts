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
              05  FILLER                    PIC X(60).

       FD  PKGAGE
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGE-REC.
           03  PKGAGE-HEADER                PIC X(64).
           03  PKGAGE-BODY.
              05  PKA-PACKAGE-ID            PIC X(16).
              05  PKA-ENV                   PIC X(08).
              05  PKA-STGID                 PIC X(01).
              05  PKA-CREATE-DATE           PIC 9(08).
              05  PKA-REPORT-DATE           PIC 9(08).
              05  PKA-AGE-DAYS              PIC S9(05).
              05  FILLER                    PIC X(34).

       FD  MAILDLQ
           RECORD CONTAINS 100 CHARACTERS.
           03  FILLER                       PIC X(58).

       FD  RSNCLOG
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLOG-REC.
           03  RSNCLOG-HEADER               PIC X(64).
           03  RSNCLOG-BODY.
              05  RSNC-LOG-DATE             PIC 9(08).
              05  FILLER                    PIC X(01).
              05  RSNC-LOG-TIME             PIC 9(08).
              05  FILLER                    PIC X(01).
              05  RSNC-LOG-MESSAGE-CODE     PIC X(04).
              05  FILLER                    PIC X(01).
              05  RSNC-LOG-USER-ID          PIC X(08).
              05  FILLER                    PIC X(01).
              05  RSNC-LOG-ACTION-NAME      PIC X(10).
              05  FILLER                    PIC X(01).
              05  RSNC-LOG-CCID             PIC X(12).
              05  FILLER                    PIC X(25).

       FD  DAYSMRPT
           RECORD CONTAINS 80 CHARACTERS.
           03  RPT-RSN-COUNT                PIC ZZZ,ZZ9.
           03  FILLER                       PIC X(53) VALUE SPACES.

       COPY LOGHDR.

       PROCEDURE DIVISION.
       MAIN-LINE.

           WRITE DAYSMRPT-REC FROM WS-BLANK-LINE.

       2100-READ-AUDIT7.
           PERFORM WITH TEST AFTER
                   UNTIL WS-AUDIT7-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ AUDIT7
                  AT END MOVE '10' TO WS-AUDIT7-FILE-STATUS
              END-READ
              IF WS-AUDIT7-FILE-STATUS(1:1) = '0'
                 MOVE 'AUDIT7'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE AUDIT7-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       2200-TALLY-AUDIT7-ENTRY.
           ADD 1 TO WS-AUD7-COUNT.
           WRITE DAYSMRPT-REC FROM WS-BLANK-LINE.

       3100-READ-PKGAGE.
           PERFORM WITH TEST AFTER
                   UNTIL WS-PKGAGE-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ PKGAGE
                  AT END MOVE '10' TO WS-PKGAGE-FILE-STATUS
              END-READ
              IF WS-PKGAGE-FILE-STATUS(1:1) = '0'
                 MOVE 'PKGAGE'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE PKGAGE-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       3200-TALLY-PKGAGE-ENTRY.
           ADD 1 TO WS-PKA-COUNT.
                   FROM 1 BY 1 UNTIL WS-RSN-INX > WS-RSN-TALLY-COUNT.

       5100-READ-RSNCLOG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-RSNCLOG-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ RSNCLOG
                  AT END MOVE '10' TO WS-RSNCLOG-FILE-STATUS
              END-READ
              IF WS-RSNCLOG-FILE-STATUS(1:1) = '0'
                 MOVE 'RSNCLOG'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE RSNCLOG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       5200-TALLY-RSNCLOG-ENTRY.
           ADD 1 TO WS-RSN-COUNT.
