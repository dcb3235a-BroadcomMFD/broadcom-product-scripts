       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC.
           03  AUDIT7-HEADER            PIC X(64).
           03  AUDIT7-BODY.
              05  AUD7-PACKAGE-ID       PIC X(16).
              05  AUD7-DATE             PIC X(08).
              05  AUD7-TIME             PIC X(06).
              05  AUD7-EVENT            PIC X(06).
              05  AUD7-GROUP-NAME       PIC X(12).
              05  AUD7-APPROVAL-FLAG    PIC X(01).
              05  AUD7-RECIPIENT        PIC X(09).
              05  AUD7-ENV              PIC X(08).
              05  FILLER                PIC X(30).

       FD  SNOWLG2
           RECORD CONTAINS 132 CHARACTERS.
       01  SNOWLG7-REC                  PIC X(132).

       FD  BKWAIVER
           RECORD CONTAINS 144 CHARACTERS.
       01  BKWAIVER-REC.
           03  BKWAIVER-HEADER          PIC X(64).
           03  BKWAIVER-BODY.
              05  WVR-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  WVR-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  WVR-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-MATCHED-ENTRY     PIC X(16).
              05  FILLER                PIC X(01).
              05  WVR-JOBNAME           PIC X(08).
              05  FILLER                PIC X(22).

       FD  SIEMCKPT
           RECORD CONTAINS 32 CHARACTERS.

         COPY RUNCTXH.

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

       1200-EXPORT-ONE-AUDIT7.
           ADD 1 TO WS-SEEN-COUNT.
           END-IF.

       4100-READ-BKWAIVER.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ BKWAIVER
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'BKWAIVER'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE BKWAIVER-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       4200-EXPORT-ONE-BKWAIVER.
           ADD 1 TO WS-SEEN-COUNT.
