       DATA DIVISION.
       FILE SECTION.
       FD  ELMACTLG
           RECORD CONTAINS 196 CHARACTERS.
       01  ELMACTLG-REC.
           03  ELMACTLG-HEADER          PIC X(64).
           03  ELMACTLG-BODY.
              05  ELA-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELA-TIME              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELA-SRC-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-TGT-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SYSTEM            PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-SUBSYSTEM         PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELA-PROC-GROUP        PIC X(16).
              05  FILLER                PIC X(01).
              05  ELA-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  ELA-CCID              PIC X(12).
              05  FILLER                PIC X(18).

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

      *-----------------------------------------------------------------
      *  DD SCENQ02 - records in the exact fixed columns the C1UEXQ02
       01  WS-APPR-INX                  PIC 9(01).
       01  WS-Q07-BUILD                 PIC X(80).

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           END-IF.

       1100-READ-RSNCLOG.
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

       1200-KEEP-ONE-REASON.
           IF RSNC-LOG-DATE = WS-CAPTURE-DATE
           END-IF.

       2100-READ-ELMACTLG.
           PERFORM WITH TEST AFTER
                   UNTIL WS-IN-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ ELMACTLG
                  AT END MOVE '10' TO WS-IN-FILE-STATUS
              END-READ
              IF WS-IN-FILE-STATUS(1:1) = '0'
                 MOVE 'ELMACTLG'  TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE ELMACTLG-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       2200-CAPTURE-ONE-ACTION.

           END-IF.

       3100-READ-AUDIT7.
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

       3200-COLLECT-ONE-GROUP-REC.

