       DATA DIVISION.
       FILE SECTION.
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
              05  PKA-CREATE-USER            PIC X(08).
              05  FILLER                     PIC X(26).

       FD  CLEANRPT
           RECORD CONTAINS 80 CHARACTERS.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH              PIC S9(04) COMP.

       0100-READ-PKGAGE.

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

      *-----------------------------------------------------------------
      *  Only the latest snapshot per package (highest report date,
