      *              the merged picture.                              *
      *                                                               *
      *              DD pairs in / merged out:                        *
      *                AUDIT71 + AUDIT72 -> AUDIT7M  (160 bytes)      *
      *                SHPSTA1 + SHPSTA2 -> SHPSTATM (145 bytes)      *
      *                RSNCLO1 + RSNCLO2 -> RSNCLOGM (144 bytes)      *
      *                PKGAGE1 + PKGAGE2 -> PKGAGEM  (144 bytes)      *
      *              Records are ordered on the common log header's   *
      *              date and time (COPY LOGHDR) and otherwise pass   *
      *              through untouched - the two sides may be at      *
      *              different layout versions while a change rolls   *
      *              out, and the merged file simply holds both; its  *
      *              readers branch on each record's version. A       *
      *              header whose system is blank (a generation       *
      *              upgraded by C1ULOGCV without one) is given the   *
      *              side's system name.                              *
      *              Any input pair may be DUMMY. The source tag      *
      *              lands in the record's LAST 8 bytes - filler in   *
      *              every one of these layouts - except in AUDIT7:   *
      *              a record from layout version 02 on carries its   *
      *              chain hash (COPY LOGCHRQ) and goes through       *
      *              byte for byte, the header's system naming its    *
      *              side, and an older one is tagged in bytes        *
      *              137-144, its last 8 when it was written.         *
      *              PARM supplies the two system names (8+8);        *
      *              defaults LPAR1/LPAR2.                            *
      *              Counts per log go to DD LOGMGRPT.                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT71
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT71-REC                       PIC X(160).
       FD  AUDIT72
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT72-REC                       PIC X(160).
       FD  AUDIT7M
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7M-REC                       PIC X(160).

       FD  SHPSTA1
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTA1-REC                       PIC X(145).
       FD  SHPSTA2
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTA2-REC                       PIC X(145).
       FD  SHPSTATM
           RECORD CONTAINS 145 CHARACTERS.
       01  SHPSTATM-REC                      PIC X(145).

       FD  RSNCLO1
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLO1-REC                       PIC X(144).
       FD  RSNCLO2
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLO2-REC                       PIC X(144).
       FD  RSNCLOGM
           RECORD CONTAINS 144 CHARACTERS.
       01  RSNCLOGM-REC                      PIC X(144).

       FD  PKGAGE1
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGE1-REC                       PIC X(144).
       FD  PKGAGE2
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGE2-REC                       PIC X(144).
       FD  PKGAGEM
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGEM-REC                       PIC X(144).

       FD  LOGMGRPT
           RECORD CONTAINS 80 CHARACTERS.

         COPY RUNCTXH.

       COPY LOGHDR.

       LINKAGE SECTION.
       01  PARM.
           05  LINK-PARM-LENGTH              PIC S9(04) COMP.
           WRITE LOGMGRPT-REC FROM WS-HDR-LINE.

           MOVE 'A' TO WS-LOG-TYPE.
           MOVE 160 TO WS-REC-LENGTH.
           MOVE 'AUDIT7  ' TO RPT-LOG-NAME.
           PERFORM 1000-MERGE-ONE-LOG.

           MOVE 'S' TO WS-LOG-TYPE.
           MOVE 145 TO WS-REC-LENGTH.
           MOVE 'SHPSTAT ' TO RPT-LOG-NAME.
           PERFORM 1000-MERGE-ONE-LOG.

           MOVE 'R' TO WS-LOG-TYPE.
           MOVE 144 TO WS-REC-LENGTH.
           MOVE 'RSNCLOG ' TO RPT-LOG-NAME.
           PERFORM 1000-MERGE-ONE-LOG.

           MOVE 'G' TO WS-LOG-TYPE.
           MOVE 144 TO WS-REC-LENGTH.
           MOVE 'PKGAGE  ' TO RPT-LOG-NAME.
           PERFORM 1000-MERGE-ONE-LOG.

                WHEN MERGING-AUDIT7
                  READ AUDIT71
                      AT END MOVE 'Y' TO WS-SIDE1-DONE
                      NOT AT END MOVE AUDIT71-REC TO WS-REC1(1:160)
                  END-READ
                WHEN MERGING-SHPSTAT
                  READ SHPSTA1
                      AT END MOVE 'Y' TO WS-SIDE1-DONE
                      NOT AT END MOVE SHPSTA1-REC TO WS-REC1(1:145)
                  END-READ
                WHEN MERGING-RSNCLOG
                  READ RSNCLO1
                      AT END MOVE 'Y' TO WS-SIDE1-DONE
                      NOT AT END MOVE RSNCLO1-REC TO WS-REC1(1:144)
                  END-READ
                WHEN OTHER
                  READ PKGAGE1
                      AT END MOVE 'Y' TO WS-SIDE1-DONE
                      NOT AT END MOVE PKGAGE1-REC TO WS-REC1(1:144)
                  END-READ
              END-EVALUATE
              IF NOT SIDE1-DONE
                WHEN MERGING-AUDIT7
                  READ AUDIT72
                      AT END MOVE 'Y' TO WS-SIDE2-DONE
                      NOT AT END MOVE AUDIT72-REC TO WS-REC2(1:160)
                  END-READ
                WHEN MERGING-SHPSTAT
                  READ SHPSTA2
                      AT END MOVE 'Y' TO WS-SIDE2-DONE
                      NOT AT END MOVE SHPSTA2-REC TO WS-REC2(1:145)
                  END-READ
                WHEN MERGING-RSNCLOG
                  READ RSNCLO2
                      AT END MOVE 'Y' TO WS-SIDE2-DONE
                      NOT AT END MOVE RSNCLO2-REC TO WS-REC2(1:144)
                  END-READ
                WHEN OTHER
                  READ PKGAGE2
                      AT END MOVE 'Y' TO WS-SIDE2-DONE
                      NOT AT END MOVE PKGAGE2-REC TO WS-REC2(1:144)
                  END-READ
              END-EVALUATE
              IF NOT SIDE2-DONE
      *-----------------------------------------------------------------
      *  The source tag goes into the record's LAST 8 bytes - trailing
      *  filler in every one of these layouts, so the merged file
      *  stays readable by the existing report programs - and into
      *  the log header's system when the header has none. A chained
      *  AUDIT7 record is left exactly as written - any change would
      *  break its chain - and an AUDIT7 record from before the chain
      *  hash takes the tag in what were its last 8 bytes.
      *-----------------------------------------------------------------
       2500-WRITE-MERGED-RECORD.

           ADD 1 TO WS-MERGED-COUNT.
           MOVE WS-OUT-REC(1:64) TO WS-LOG-HEADER.
           EVALUATE TRUE
             WHEN MERGING-AUDIT7 AND LGH-HEADED-RECORD
                                 AND LGH-LAYOUT-VERSION NOT < 2
               CONTINUE
             WHEN MERGING-AUDIT7
               MOVE WS-OUT-TAG TO WS-OUT-REC(137:8)
             WHEN OTHER
               MOVE WS-OUT-TAG
                    TO WS-OUT-REC(WS-REC-LENGTH - 7:8)
           END-EVALUATE.
           IF LGH-HEADED-RECORD AND LGH-SYSTEM = SPACES
              AND NOT (MERGING-AUDIT7 AND LGH-LAYOUT-VERSION NOT < 2)
              MOVE WS-OUT-TAG    TO LGH-SYSTEM
              MOVE WS-LOG-HEADER TO WS-OUT-REC(1:64)
           END-IF.
           EVALUATE TRUE
             WHEN MERGING-AUDIT7
               WRITE AUDIT7M-REC FROM WS-OUT-REC(1:160)
             WHEN MERGING-SHPSTAT
               WRITE SHPSTATM-REC FROM WS-OUT-REC(1:145)
             WHEN MERGING-RSNCLOG
               WRITE RSNCLOGM-REC FROM WS-OUT-REC(1:144)
             WHEN OTHER
               WRITE PKGAGEM-REC FROM WS-OUT-REC(1:144)
           END-EVALUATE.

      *-----------------------------------------------------------------
      *  Timestamp key: the log header's date and time, the same place
      *  in every log and every layout version. A record without the
      *  header keys low and goes out ahead of its side's headed
      *  records.
      *-----------------------------------------------------------------
       2600-EXTRACT-MERGE-KEY.

           MOVE LOW-VALUES TO WS-MERGE-KEY.
           MOVE WS-OUT-REC(1:64) TO WS-LOG-HEADER.
           IF LGH-HEADED-RECORD
              MOVE LGH-DATE TO WS-MERGE-KEY(1:8)
              MOVE LGH-TIME TO WS-MERGE-KEY(9:6)
           END-IF.
