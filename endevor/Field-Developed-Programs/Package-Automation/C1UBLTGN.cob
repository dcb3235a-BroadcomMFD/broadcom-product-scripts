       FD  SHPSTAT
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHPSTAT-REC.
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

       FD  BLTDIST
           RECORD CONTAINS 80 CHARACTERS.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           PERFORM 0900-TAKE-BULLETIN-LINE.

       2310-READ-SHPSTAT.
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

       2320-TRACK-ONE-SHIPMENT.
           IF SHP-PACKAGE-ID = PMF-PACKAGE-ID
