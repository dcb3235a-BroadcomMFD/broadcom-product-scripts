       PROCESS OUTDD(DISPLAYS) DYNAM
      *****************************************************************
      * DESCRIPTION: One-time conversion of a durable exit log        *
      *              generation written before the common log header  *
      *              (COPY LOGHDR) existed. DD OLDLOG is the old      *
      *              generation, DD NEWLOG the new one; every record  *
      *              is given the header through LOGUPGRD (layout     *
      *              version 00, date, time and key from the body).   *
      *              A generation already converted is refused - its  *
      *              record length no longer matches, or its records  *
      *              already carry the header. Until converted, a     *
      *              generation's records are skipped by every        *
      *              reader.                                          *
      *              PARM is the log, optionally followed by a comma  *
      *              and the system the generation was written on:    *
      *                PARM='AUDIT7,SYSA'                             *
      *              RSNCLOG, PKGAGE, BKWAIVER and CMTWAIVR go from   *
      *              80 to 144 bytes, AUDIT7 from 80 to 160, SHPSTAT  *
      *              from 81 to 145 and ELMACTLG from 132 to 196.     *
      *              AUDIT7 grew again, from 144 to 160 bytes, for    *
      *              its chain hash (COPY LOGCHRQ). A generation      *
      *              already headed at 144 bytes is widened with      *
      *                PARM='AUDIT144'                                *
      *              - records copied through unchanged, space-filled *
      *              to 160, their chain hash left blank; a record    *
      *              without the header is refused. Counts go to DD   *
      *              LOGCVRPT.                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1ULOGCV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD080 ASSIGN TO OLDLOG
               FILE STATUS IS WS-OLDLOG-FILE-STATUS.
           SELECT OLD081 ASSIGN TO OLDLOG
               FILE STATUS IS WS-OLDLOG-FILE-STATUS.
           SELECT OLD132 ASSIGN TO OLDLOG
               FILE STATUS IS WS-OLDLOG-FILE-STATUS.
           SELECT OLD144 ASSIGN TO OLDLOG
               FILE STATUS IS WS-OLDLOG-FILE-STATUS.
           SELECT NEW144 ASSIGN TO NEWLOG
               FILE STATUS IS WS-NEWLOG-FILE-STATUS.
           SELECT NEW160 ASSIGN TO NEWLOG
               FILE STATUS IS WS-NEWLOG-FILE-STATUS.
           SELECT NEW145 ASSIGN TO NEWLOG
               FILE STATUS IS WS-NEWLOG-FILE-STATUS.
           SELECT NEW196 ASSIGN TO NEWLOG
               FILE STATUS IS WS-NEWLOG-FILE-STATUS.
           SELECT LOGCVRPT ASSIGN TO LOGCVRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD080
           RECORD CONTAINS 80 CHARACTERS.
       01  OLD080-REC                        PIC X(80).
       FD  OLD081
           RECORD CONTAINS 81 CHARACTERS.
       01  OLD081-REC                        PIC X(81).
       FD  OLD132
           RECORD CONTAINS 132 CHARACTERS.
       01  OLD132-REC                        PIC X(132).
       FD  OLD144
           RECORD CONTAINS 144 CHARACTERS.
       01  OLD144-REC                        PIC X(144).

       FD  NEW144
           RECORD CONTAINS 144 CHARACTERS.
       01  NEW144-REC                        PIC X(144).
       FD  NEW160
           RECORD CONTAINS 160 CHARACTERS.
       01  NEW160-REC                        PIC X(160).
       FD  NEW145
           RECORD CONTAINS 145 CHARACTERS.
       01  NEW145-REC                        PIC X(145).
       FD  NEW196
           RECORD CONTAINS 196 CHARACTERS.
       01  NEW196-REC                        PIC X(196).

       FD  LOGCVRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  LOGCVRPT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-OLDLOG-FILE-STATUS             PIC X(02).
           88  OLDLOG-ATEND                          VALUE '10'.
       01  WS-NEWLOG-FILE-STATUS             PIC X(02).

       01  WS-PARM-TEXT                      PIC X(20).
       01  WS-LOG-TYPE                       PIC X(08).
           88  LOG-IS-AUDIT7                         VALUE 'AUDIT7'.
       01  WS-LOG-SYSTEM                     PIC X(08).
       01  WS-OLD-LENGTH                     PIC 9(03).
           88  OLD-LENGTH-80                         VALUE 80.
           88  OLD-LENGTH-81                         VALUE 81.
           88  OLD-LENGTH-132                        VALUE 132.
           88  OLD-LENGTH-144                        VALUE 144.

       01  WS-READ-COUNT                     PIC 9(07) VALUE 0.
       01  WS-UPGRADED-COUNT                 PIC 9(07) VALUE 0.
       01  WS-HEADED-COUNT                   PIC 9(07) VALUE 0.
       01  WS-UNHEADED-COUNT                 PIC 9(07) VALUE 0.
       01  WS-WRITE-ERROR-COUNT              PIC 9(07) VALUE 0.

       01  WS-TYPE-LINE.
           03  FILLER                        PIC X(05) VALUE 'LOG: '.
           03  RPT-LOG-TYPE                  PIC X(08).
           03  FILLER                        PIC X(10) VALUE
               '  SYSTEM: '.
           03  RPT-LOG-SYSTEM                PIC X(08).
           03  FILLER                        PIC X(49) VALUE SPACES.

       01  WS-COUNT-LINE.
           03  RPT-COUNT-TEXT                PIC X(30).
           03  RPT-COUNT                     PIC Z,ZZZ,ZZ9.
           03  FILLER                        PIC X(41) VALUE SPACES.

         COPY RUNCTXH.

       COPY LOGUPGRQ.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-TEXT                PIC X(20).

       PROCEDURE DIVISION USING PARM.
       MAIN-LINE.

           MOVE SPACES TO WS-PARM-TEXT.
           IF LINK-PARM-LENGTH > 20
              MOVE PARM-TEXT TO WS-PARM-TEXT
           ELSE
              IF LINK-PARM-LENGTH > 0
                 MOVE PARM-TEXT(1:LINK-PARM-LENGTH) TO WS-PARM-TEXT
              END-IF
           END-IF.
           MOVE SPACES TO WS-LOG-TYPE WS-LOG-SYSTEM.
           UNSTRING WS-PARM-TEXT DELIMITED BY ',' OR ' '
               INTO WS-LOG-TYPE WS-LOG-SYSTEM
           END-UNSTRING.

           PERFORM 0030-SET-OLD-LENGTH.
           IF WS-OLD-LENGTH = 0
              DISPLAY 'C1ULOGCV: PARM MUST NAME AUDIT7, SHPSTAT, '
                      'ELMACTLG, RSNCLOG, PKGAGE, BKWAIVER, CMTWAIVR '
                      'OR AUDIT144'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT LOGCVRPT.
           PERFORM 0050-WRITE-RUN-CONTEXT-HEADER.
           MOVE WS-LOG-TYPE   TO RPT-LOG-TYPE.
           MOVE WS-LOG-SYSTEM TO RPT-LOG-SYSTEM.
           WRITE LOGCVRPT-REC FROM WS-TYPE-LINE.

           PERFORM 0100-OPEN-LOGS.
           IF WS-OLDLOG-FILE-STATUS NOT = '00'
              OR WS-NEWLOG-FILE-STATUS NOT = '00'
              DISPLAY 'C1ULOGCV: OLDLOG/NEWLOG OPEN FAILED, STATUS '
                      WS-OLDLOG-FILE-STATUS '/' WS-NEWLOG-FILE-STATUS
              CLOSE LOGCVRPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 0200-READ-OLDLOG.
           PERFORM 0300-CONVERT-ONE-RECORD UNTIL OLDLOG-ATEND.

           PERFORM 0900-CLOSE-LOGS.

           MOVE 'RECORDS READ'                  TO RPT-COUNT-TEXT.
           MOVE WS-READ-COUNT                   TO RPT-COUNT.
           WRITE LOGCVRPT-REC FROM WS-COUNT-LINE.
           MOVE 'GIVEN THE LOG HEADER'          TO RPT-COUNT-TEXT.
           MOVE WS-UPGRADED-COUNT               TO RPT-COUNT.
           WRITE LOGCVRPT-REC FROM WS-COUNT-LINE.
           MOVE 'ALREADY HEADED, NOT WRITTEN'   TO RPT-COUNT-TEXT.
           MOVE WS-HEADED-COUNT                 TO RPT-COUNT.
           WRITE LOGCVRPT-REC FROM WS-COUNT-LINE.
           IF OLD-LENGTH-144
              MOVE 'NOT HEADED, NOT WRITTEN'    TO RPT-COUNT-TEXT
              MOVE WS-UNHEADED-COUNT            TO RPT-COUNT
              WRITE LOGCVRPT-REC FROM WS-COUNT-LINE
           END-IF.
           MOVE 'NEWLOG WRITE FAILED'           TO RPT-COUNT-TEXT.
           MOVE WS-WRITE-ERROR-COUNT            TO RPT-COUNT.
           WRITE LOGCVRPT-REC FROM WS-COUNT-LINE.
           CLOSE LOGCVRPT.

           DISPLAY 'C1ULOGCV: ' WS-LOG-TYPE ' ' WS-READ-COUNT ' READ, '
                   WS-UPGRADED-COUNT ' CONVERTED, '
                   WS-HEADED-COUNT ' ALREADY HEADED'.

           IF WS-WRITE-ERROR-COUNT > 0
              OR WS-HEADED-COUNT > 0
              OR WS-UNHEADED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Record length of the log's generation before the header -
      *  zero for a log this conversion does not know. AUDIT144 is
      *  the headed AUDIT7 generation from before the chain hash.
      *-----------------------------------------------------------------
       0030-SET-OLD-LENGTH.

           EVALUATE WS-LOG-TYPE
             WHEN 'AUDIT144'
               MOVE 144      TO WS-OLD-LENGTH
               MOVE 'AUDIT7' TO WS-LOG-TYPE
             WHEN 'AUDIT7'
             WHEN 'RSNCLOG'
             WHEN 'PKGAGE'
             WHEN 'BKWAIVER'
             WHEN 'CMTWAIVR'
               MOVE 80  TO WS-OLD-LENGTH
             WHEN 'SHPSTAT'
               MOVE 81  TO WS-OLD-LENGTH
             WHEN 'ELMACTLG'
               MOVE 132 TO WS-OLD-LENGTH
             WHEN OTHER
               MOVE 0   TO WS-OLD-LENGTH
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  First line of LOGCVRPT - see COPY RUNCTXH.
      *-----------------------------------------------------------------
       0050-WRITE-RUN-CONTEXT-HEADER.
           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           ACCEPT WS-RUN-CTX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CTX-TIME FROM TIME.
           MOVE SPACES               TO WS-RUN-CONTEXT-LINE.
           MOVE GJN-JOB-NAME          TO RUNCTX-JOB-NAME.
           MOVE GJN-PROGRAM-NAME      TO RUNCTX-PROGRAM-NAME.
           MOVE WS-RUN-CTX-DATE       TO RUNCTX-DATE.
           MOVE WS-RUN-CTX-TIME(1:6)  TO RUNCTX-TIME.
           WRITE LOGCVRPT-REC FROM WS-RUN-CONTEXT-LINE.

      *-----------------------------------------------------------------
      *  OLDLOG and NEWLOG are each opened through the one file
      *  description that fits the log's record length.
      *-----------------------------------------------------------------
       0100-OPEN-LOGS.

           EVALUATE TRUE
             WHEN OLD-LENGTH-80 AND LOG-IS-AUDIT7
               OPEN INPUT  OLD080
               OPEN OUTPUT NEW160
             WHEN OLD-LENGTH-80
               OPEN INPUT  OLD080
               OPEN OUTPUT NEW144
             WHEN OLD-LENGTH-81
               OPEN INPUT  OLD081
               OPEN OUTPUT NEW145
             WHEN OLD-LENGTH-132
               OPEN INPUT  OLD132
               OPEN OUTPUT NEW196
             WHEN OLD-LENGTH-144
               OPEN INPUT  OLD144
               OPEN OUTPUT NEW160
           END-EVALUATE.

       0200-READ-OLDLOG.

           MOVE SPACES TO LGU-OLD-IMAGE.
           EVALUATE TRUE
             WHEN OLD-LENGTH-80
               READ OLD080
                   AT END MOVE '10' TO WS-OLDLOG-FILE-STATUS
                   NOT AT END MOVE OLD080-REC TO LGU-OLD-IMAGE
               END-READ
             WHEN OLD-LENGTH-81
               READ OLD081
                   AT END MOVE '10' TO WS-OLDLOG-FILE-STATUS
                   NOT AT END MOVE OLD081-REC TO LGU-OLD-IMAGE
               END-READ
             WHEN OLD-LENGTH-132
               READ OLD132
                   AT END MOVE '10' TO WS-OLDLOG-FILE-STATUS
                   NOT AT END MOVE OLD132-REC TO LGU-OLD-IMAGE
               END-READ
             WHEN OLD-LENGTH-144
               READ OLD144
                   AT END MOVE '10' TO WS-OLDLOG-FILE-STATUS
                   NOT AT END MOVE OLD144-REC TO LGU-OLD-IMAGE
               END-READ
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  A record read at the old length that already carries the
      *  header can only be the front of a longer record - a
      *  generation converted before and now read at the wrong
      *  length - so it is counted but not written. Widening a 144-byte
      *  AUDIT7 generation is the other way round: only a headed
      *  record belongs in it.
      *-----------------------------------------------------------------
       0300-CONVERT-ONE-RECORD.

           ADD 1 TO WS-READ-COUNT.
           MOVE WS-LOG-TYPE   TO LGU-RECORD-TYPE.
           MOVE WS-LOG-SYSTEM TO LGU-SYSTEM.
           CALL 'LOGUPGRD' USING WS-LOG-UPGRADE.

           IF OLD-LENGTH-144
              IF LGU-ALREADY-HEADED
                 PERFORM 0400-WRITE-NEWLOG
              ELSE
                 ADD 1 TO WS-UNHEADED-COUNT
                 IF WS-UNHEADED-COUNT = 1
                    DISPLAY 'C1ULOGCV: OLDLOG RECORD WITHOUT THE LOG '
                            'HEADER - NOT A 144-BYTE AUDIT7 GENERATION'
                 END-IF
              END-IF
           ELSE
              IF LGU-ALREADY-HEADED
                 ADD 1 TO WS-HEADED-COUNT
                 IF WS-HEADED-COUNT = 1
                    DISPLAY 'C1ULOGCV: OLDLOG ALREADY CARRIES THE LOG '
                            'HEADER - NOT A PRE-HEADER GENERATION'
                 END-IF
              ELSE
                 PERFORM 0400-WRITE-NEWLOG
              END-IF
           END-IF.
           PERFORM 0200-READ-OLDLOG.

       0400-WRITE-NEWLOG.

           EVALUATE TRUE
             WHEN LOG-IS-AUDIT7
               WRITE NEW160-REC FROM LGU-NEW-IMAGE(1:160)
             WHEN OLD-LENGTH-80
               WRITE NEW144-REC FROM LGU-NEW-IMAGE(1:144)
             WHEN OLD-LENGTH-81
               WRITE NEW145-REC FROM LGU-NEW-IMAGE(1:145)
             WHEN OLD-LENGTH-132
               WRITE NEW196-REC FROM LGU-NEW-IMAGE(1:196)
           END-EVALUATE.
           IF WS-NEWLOG-FILE-STATUS = '00'
              ADD 1 TO WS-UPGRADED-COUNT
           ELSE
              ADD 1 TO WS-WRITE-ERROR-COUNT
           END-IF.

       0900-CLOSE-LOGS.

           EVALUATE TRUE
             WHEN OLD-LENGTH-80 AND LOG-IS-AUDIT7
               CLOSE OLD080 NEW160
             WHEN OLD-LENGTH-80
               CLOSE OLD080 NEW144
             WHEN OLD-LENGTH-81
               CLOSE OLD081 NEW145
             WHEN OLD-LENGTH-132
               CLOSE OLD132 NEW196
             WHEN OLD-LENGTH-144
               CLOSE OLD144 NEW160
           END-EVALUATE.
