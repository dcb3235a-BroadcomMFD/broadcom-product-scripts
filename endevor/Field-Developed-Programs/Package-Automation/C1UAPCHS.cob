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
              05  AUD7-ENV                  PIC X(08).
              05  FILLER                    PIC X(14).
              05  AUD7-CHAIN-HASH           PIC X(12).
              05  FILLER                    PIC X(04).

       FD  CHASRPT
           RECORD CONTAINS 80 CHARACTERS.

         COPY RUNCTXH.

       COPY LOGHDR.
       COPY LOGCHRQ.

       PROCEDURE DIVISION.
       MAIN-LINE.


       0100-READ-AUDIT7.

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

      *-----------------------------------------------------------------
      *  Only GROUP records carry approver flags; AUDIT7 is appended
              OPEN EXTEND AUDIT7
              PERFORM VARYING WS-NA-INX FROM 1 BY 1
                      UNTIL WS-NA-INX > WS-NA-COUNT
                 MOVE SPACES TO AUDIT7-REC
                 MOVE WS-NA-RECORD(WS-NA-INX) TO AUDIT7-BODY
                 PERFORM 0810-STAMP-AUDIT7-HEADER
                 WRITE AUDIT7-REC
                 PERFORM 0820-COMMIT-AUDIT7-CHAIN
              END-PERFORM
              CLOSE AUDIT7
           END-IF.

      *-----------------------------------------------------------------
      *  The common log header (COPY LOGHDR) for one NOTIFY record -
      *  its own date, time and package, this layout's version;
      *  LOGSTAMP adds the system and job. With AUDIT7 open, the
      *  record is given its chain hash (LOGCHAIN, copybook LOGCHRQ).
      *-----------------------------------------------------------------
       0810-STAMP-AUDIT7-HEADER.

           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'AUDIT7'        TO LGH-RECORD-TYPE.
           MOVE 02              TO LGH-LAYOUT-VERSION.
           IF AUD7-DATE IS NUMERIC AND AUD7-TIME IS NUMERIC
              MOVE AUD7-DATE    TO LGH-DATE
              MOVE AUD7-TIME    TO LGH-TIME
           END-IF.
           MOVE AUD7-PACKAGE-ID TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO AUDIT7-HEADER.
           MOVE SPACES          TO AUD7-CHAIN-HASH.
           MOVE 'N'             TO LCQ-RESULT.
           IF WS-AUDIT7-FILE-STATUS = '00'
              MOVE 'H'          TO LCQ-FUNCTION
              MOVE 'AUDIT7'     TO LCQ-LOG-NAME
              MOVE LGH-SYSTEM   TO LCQ-CHAIN-ID
              MOVE 160          TO LCQ-RECORD-LENGTH
              MOVE AUDIT7-REC   TO LCQ-RECORD-IMAGE
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              MOVE LCQ-HASH     TO AUD7-CHAIN-HASH
           END-IF.

      *-----------------------------------------------------------------
      *  A NOTIFY record that reached AUDIT7 becomes the chain's head.
      *-----------------------------------------------------------------
       0820-COMMIT-AUDIT7-CHAIN.

           IF WS-AUDIT7-FILE-STATUS = '00' AND LCQ-CHAINED
              MOVE 'C'          TO LCQ-FUNCTION
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
           END-IF.
