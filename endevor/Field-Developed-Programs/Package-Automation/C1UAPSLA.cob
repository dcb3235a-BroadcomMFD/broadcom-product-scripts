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
              05  FILLER                    PIC X(30).

       FD  APSLARPT
           RECORD CONTAINS 80 CHARACTERS.

         COPY RUNCTXH.

       COPY LOGHDR.

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
      *  Only GROUP records drive latency - the first one seen for a
