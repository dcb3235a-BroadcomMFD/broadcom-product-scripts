      *              meant for - AUDIT7, SHPSTAT, PKGAGE, MAILDLQ,    *
      *              NOTFYDGQ, BCKIMPRT, SNOWAPPQ, and the durable    *
      *              files the exits added since: APPRSNAP, BKVERIFY, *
      *              BKWAIVER, FRZWAIVR, PKGMANIF, RISKSCOR,          *
      *              SHPQUEUE and CMTWAIVR - appended and verified; a *
      *              record whose destination still cannot be         *
      *              written, or whose DD name this replay            *
      *              does not know, is rewritten to the residual DD   *
      *              LOGFALLO (the JCL copies it back over LOGFALLB,  *
      *              the rewrite-the-queue pattern). One line per DD  *
      *              plus the residual count goes to DD FBRPRPT -     *
      *              a clean run leaves the fallback empty and the    *
      *              audit files whole.                               *
      *              A record for a log that carries the common log   *
      *              header (COPY LOGHDR) but was saved before the    *
      *              header existed is given one on the way back.     *
      *              AUDIT7, BKWAIVER and FRZWAIVR records are        *
      *              chained (LOGCHAIN) as they go back in - whatever *
      *              hash a record was given when its first write     *
      *              failed never became the head of its chain.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UFBRPL.
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT SHPQUEUE ASSIGN TO SHPQUEUE
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT CMTWAIVR ASSIGN TO CMTWAIVR
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT FBRPRPT ASSIGN TO FBRPRPT.

       DATA DIVISION.
       01  LOGFALLO-REC                      PIC X(200).

       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC                        PIC X(160).
       FD  SHPSTAT
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHPSTAT-REC.
       01  SHPSTAT-REC                       PIC X(145).
       FD  PKGAGE
           RECORD CONTAINS 144 CHARACTERS.
       01  PKGAGE-REC                        PIC X(144).
       FD  MAILDLQ
           RECORD CONTAINS 100 CHARACTERS.
       01  MAILDLQ-REC                       PIC X(100).
           RECORD CONTAINS 80 CHARACTERS.
       01  BKVERIFY-REC                      PIC X(80).
       FD  BKWAIVER
           RECORD CONTAINS 144 CHARACTERS.
       01  BKWAIVER-REC                      PIC X(144).
       FD  FRZWAIVR
           RECORD CONTAINS 80 CHARACTERS.
       01  FRZWAIVR-REC                      PIC X(80).
       FD  SHPQUEUE
           RECORD CONTAINS 80 CHARACTERS.
       01  SHPQUEUE-REC                      PIC X(80).
       FD  CMTWAIVR
           RECORD CONTAINS 144 CHARACTERS.
       01  CMTWAIVR-REC.
           03  CMTWAIVR-HEADER               PIC X(64).
           03  CMTWAIVR-BODY                 PIC X(80).

       FD  FBRPRPT
           RECORD CONTAINS 80 CHARACTERS.

      *= Per-destination tallies ======================================
       01  WS-DT-TABLE.
           03  WS-DT-ENTRY OCCURS 16 TIMES.
               05  WS-DT-DDNAME              PIC X(08).
               05  WS-DT-REPLAYED            PIC 9(05).
               05  WS-DT-LEFT                PIC 9(05).

         COPY RUNCTXH.

       COPY LOGUPGRQ.

      *= Chain hash of a replayed evidence-log record =================
       01  WS-REPLAY-IMAGE                   PIC X(180).
       01  WS-CHAIN-HASH-POS                 PIC 9(03).

       COPY LOGHDR.

       COPY LOGCHRQ.

       PROCEDURE DIVISION.
       MAIN-LINE.

           WRITE FBRPRPT-REC FROM WS-HDR-LINE.
           PERFORM 0800-WRITE-ONE-DD-LINE
                   VARYING WS-DT-INX FROM 1 BY 1
                   UNTIL WS-DT-INX > 16.
           MOVE WS-READ-COUNT     TO RPT-READ-COUNT.
           MOVE WS-REPLAYED-COUNT TO RPT-REPLAYED-COUNT.
           MOVE WS-RESIDUAL-COUNT TO RPT-RESIDUAL-COUNT.
           STOP RUN.

      *-----------------------------------------------------------------
      *  Slot 16 collects records stamped with a DD this replay does
      *  not know - they stay on the queue rather than being guessed
      *  into the wrong file.
      *-----------------------------------------------------------------
           MOVE 'PKGMANIF' TO WS-DT-DDNAME(12).
           MOVE 'RISKSCOR' TO WS-DT-DDNAME(13).
           MOVE 'SHPQUEUE' TO WS-DT-DDNAME(14).
           MOVE 'CMTWAIVR' TO WS-DT-DDNAME(15).
           MOVE '*OTHER* ' TO WS-DT-DDNAME(16).
           PERFORM VARYING WS-DT-INX FROM 1 BY 1
                   UNTIL WS-DT-INX > 16
              MOVE 0 TO WS-DT-REPLAYED(WS-DT-INX)
              MOVE 0 TO WS-DT-LEFT(WS-DT-INX)
           END-PERFORM.

           ADD 1 TO WS-READ-COUNT.
           MOVE 'N' TO WS-REPLAY-OK.
           MOVE 16 TO WS-DT-HIT-INX.
           EVALUATE FLB-DDNAME
             WHEN 'AUDIT7'
               MOVE 1 TO WS-DT-HIT-INX
             WHEN 'SHPQUEUE'
               MOVE 14 TO WS-DT-HIT-INX
               PERFORM 0440-REPLAY-TO-SHPQUEUE
             WHEN 'CMTWAIVR'
               MOVE 15 TO WS-DT-HIT-INX
               PERFORM 0450-REPLAY-TO-CMTWAIVR
             WHEN OTHER
               DISPLAY 'C1UFBRPL: UNKNOWN DESTINATION ' FLB-DDNAME
                       ' - RECORD KEPT ON THE QUEUE'
           END-IF.
           PERFORM 0100-READ-LOGFALLB.

      *-----------------------------------------------------------------
      *  AUDIT7, SHPSTAT, PKGAGE, BKWAIVER and CMTWAIVR records carry
      *  the common log header (COPY LOGHDR). One saved before the
      *  header existed is given one on the way back (LOGUPGRD -
      *  layout version 00, this system); one saved since goes back
      *  exactly as it was.
      *-----------------------------------------------------------------
       0305-HEADED-IMAGE.
           MOVE FLB-DDNAME       TO LGU-RECORD-TYPE.
           MOVE GJN-SYSTEM-NAME  TO LGU-SYSTEM.
           MOVE FLB-RECORD-IMAGE TO LGU-OLD-IMAGE.
           CALL 'LOGUPGRD' USING WS-LOG-UPGRADE.

      *-----------------------------------------------------------------
      *  AUDIT7, BKWAIVER and FRZWAIVR are chained logs (COPY
      *  LOGCHRQ). The record, in WS-REPLAY-IMAGE, is hashed onto its
      *  chain's head with its hash field blanked - once its log is
      *  open - and the head only moves on when the WRITE is good.
      *  Every record is chained whatever its layout version: one
      *  left unchained would show as a break in the log.
      *-----------------------------------------------------------------
       0306-CHAIN-REPLAY-IMAGE.
           MOVE SPACES TO WS-REPLAY-IMAGE(WS-CHAIN-HASH-POS:12).
           MOVE 'H'             TO LCQ-FUNCTION.
           MOVE FLB-DDNAME      TO LCQ-LOG-NAME.
           MOVE WS-REPLAY-IMAGE TO LCQ-RECORD-IMAGE.
           CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST.
           MOVE LCQ-HASH TO WS-REPLAY-IMAGE(WS-CHAIN-HASH-POS:12).

       0307-COMMIT-REPLAY-CHAIN.
           IF LCQ-CHAINED
              MOVE 'C' TO LCQ-FUNCTION
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
           END-IF.

       0310-REPLAY-TO-AUDIT7.
           PERFORM 0305-HEADED-IMAGE.
           OPEN EXTEND AUDIT7.
           IF WS-DEST-FILE-STATUS = '00'
              MOVE LGU-NEW-IMAGE(1:180) TO WS-REPLAY-IMAGE
              MOVE WS-REPLAY-IMAGE(1:64) TO WS-LOG-HEADER
              MOVE LGH-SYSTEM TO LCQ-CHAIN-ID
              MOVE 160 TO LCQ-RECORD-LENGTH
              MOVE 145 TO WS-CHAIN-HASH-POS
              PERFORM 0306-CHAIN-REPLAY-IMAGE
              WRITE AUDIT7-REC FROM WS-REPLAY-IMAGE(1:160)
              IF WS-DEST-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-REPLAY-OK
                 PERFORM 0307-COMMIT-REPLAY-CHAIN
              END-IF
              CLOSE AUDIT7
           END-IF.

       0320-REPLAY-TO-SHPSTAT.
           PERFORM 0305-HEADED-IMAGE.
           OPEN EXTEND SHPSTAT.
           IF WS-DEST-FILE-STATUS = '00'
              WRITE SHPSTAT-REC FROM LGU-NEW-IMAGE(1:145)
              IF WS-DEST-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-REPLAY-OK
              END-IF
           END-IF.

       0330-REPLAY-TO-PKGAGE.
           PERFORM 0305-HEADED-IMAGE.
           OPEN EXTEND PKGAGE.
           IF WS-DEST-FILE-STATUS = '00'
              WRITE PKGAGE-REC FROM LGU-NEW-IMAGE(1:144)
              IF WS-DEST-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-REPLAY-OK
              END-IF
           END-IF.

       0400-REPLAY-TO-BKWAIVER.
           PERFORM 0305-HEADED-IMAGE.
           OPEN EXTEND BKWAIVER.
           IF WS-DEST-FILE-STATUS = '00'
              MOVE LGU-NEW-IMAGE(1:180) TO WS-REPLAY-IMAGE
              MOVE WS-REPLAY-IMAGE(1:64) TO WS-LOG-HEADER
              MOVE LGH-SYSTEM TO LCQ-CHAIN-ID
              MOVE 144 TO LCQ-RECORD-LENGTH
              MOVE 124 TO WS-CHAIN-HASH-POS
              PERFORM 0306-CHAIN-REPLAY-IMAGE
              WRITE BKWAIVER-REC FROM WS-REPLAY-IMAGE(1:144)
              IF WS-DEST-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-REPLAY-OK
                 PERFORM 0307-COMMIT-REPLAY-CHAIN
              END-IF
              CLOSE BKWAIVER
           END-IF.
       0410-REPLAY-TO-FRZWAIVR.
           OPEN EXTEND FRZWAIVR.
           IF WS-DEST-FILE-STATUS = '00'
              MOVE FLB-RECORD-IMAGE TO WS-REPLAY-IMAGE
              MOVE SPACES TO LCQ-CHAIN-ID
              MOVE 80 TO LCQ-RECORD-LENGTH
              MOVE 69 TO WS-CHAIN-HASH-POS
              PERFORM 0306-CHAIN-REPLAY-IMAGE
              WRITE FRZWAIVR-REC FROM WS-REPLAY-IMAGE(1:80)
              IF WS-DEST-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-REPLAY-OK
                 PERFORM 0307-COMMIT-REPLAY-CHAIN
              END-IF
              CLOSE FRZWAIVR
           END-IF.
              CLOSE SHPQUEUE
           END-IF.

       0450-REPLAY-TO-CMTWAIVR.
           PERFORM 0305-HEADED-IMAGE.
           OPEN EXTEND CMTWAIVR.
           IF WS-DEST-FILE-STATUS = '00'
              WRITE CMTWAIVR-REC FROM LGU-NEW-IMAGE(1:144)
              IF WS-DEST-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-REPLAY-OK
              END-IF
              CLOSE CMTWAIVR
           END-IF.

       0800-WRITE-ONE-DD-LINE.

           MOVE WS-DT-DDNAME(WS-DT-INX)   TO RPT-DDNAME.
