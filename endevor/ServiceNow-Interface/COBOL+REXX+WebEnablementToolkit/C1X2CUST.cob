       FILE-CONTROL.
           SELECT SNOWLG2 ASSIGN TO SNOWLG2
               FILE STATUS IS WS-SNOWLG2-FILE-STATUS.
           SELECT EMGFUPQ ASSIGN TO EMGFUPQ
               FILE STATUS IS WS-EMGFUPQ-FILE-STATUS.

      ******************************************************************
       DATA DIVISION.
           RECORD CONTAINS 132 CHARACTERS.
       01  SNOWLG2-REC                     PIC X(132).

      *= Emergency-override follow-up queue ============================
      *  One record per element action let through on the CCIDOVR
      *  emergency prefix. Policy requires a retroactive ServiceNow
      *  record within two business days of the override; C1UEMGFU
      *  works this queue daily, chasing the user and their manager
      *  until the incident/change number is supplied. The chase
      *  fields at the end are maintained by C1UEMGFU, not here.
       FD  EMGFUPQ
           RECORD CONTAINS 100 CHARACTERS.
       01  EMGFUPQ-REC.
           03  EFQ-OVERRIDE-DATE           PIC X(08).
           03  EFQ-OVERRIDE-TIME           PIC X(06).
           03  EFQ-CCID                    PIC X(12).
           03  EFQ-USER-ID                 PIC X(08).
           03  EFQ-ACTION                  PIC X(10).
           03  EFQ-ENV                     PIC X(08).
           03  EFQ-SYSTEM                  PIC X(08).
           03  EFQ-SUBSYSTEM               PIC X(08).
           03  EFQ-TYPE                    PIC X(08).
           03  EFQ-ELEMENT                 PIC X(10).
           03  EFQ-CHASE-COUNT             PIC X(03).
           03  EFQ-LAST-CHASE-DATE         PIC X(08).
           03  FILLER                      PIC X(03).

      *-----------------------------------------------------------------00400000
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------00400000

       01 WS-SNOWLG2-FILE-STATUS                 PIC X(02).
       01 WS-EMGFUPQ-FILE-STATUS                 PIC X(02).
       01 WS-TRACE-DATE                          PIC 9(08).
       01 WS-TRACE-TIME                          PIC 9(08).
       01 WS-TRACE-LINE                          PIC X(112).
       01 WS-OVERRIDE-LOGGED                     PIC X(01).
          88 OVERRIDE-TRACE-WRITTEN              VALUE 'Y'.
      *  Which ServiceNow instance answered the HWTH call - handed
      *  back by SNOWHWTH's instance-routing parameter (%INSTROUT)
      *  so the trace lines name it.
          88 CHG-WINDOW-USABLE                  VALUE 'Y'.
       01 WS-CHG-STAMP-IN              PIC X(19).
       01 WS-CHG-STAMP-NUM             PIC 9(12).
       01 WS-CHG-ZONE                  PIC X(08).
         COPY TZCONVRQ.

      *= Local SNOWCUST lookup cache ===================================
      *  Avoids re-doing the IRXJCL round trip to REXX SNOWCUST for a

         COPY SNOWTRNS.
         COPY SNOWFOPN.
         COPY LOGCHRQ.
         COPY EAIXREQ.

                                                                                
      *================================================================         
                    ' USER=' ECB-USER-ID
                 DELIMITED BY SIZE INTO WS-TRACE-LINE
             END-STRING
             PERFORM WRITE-OVERRIDE-TRACE-LOG
             IF OVERRIDE-TRACE-WRITTEN
               PERFORM INDEX-EMERGENCY-OVERRIDE
             END-IF
             PERFORM QUEUE-EMERGENCY-FOLLOWUP

           ELSE


           EXIT.

      *-----------------------------------------------------------------
      *  Record the accepted emergency override on DD EMGFUPQ so
      *  C1UEMGFU can chase the retroactive ServiceNow record. The
      *  element named is the target's when a target block is
      *  present, otherwise the source's. The action is never failed
      *  for want of the queue - an unavailable queue is DISPLAYed
      *  and traced to SNOWLG2 so the override can still be found.
      *-----------------------------------------------------------------
       QUEUE-EMERGENCY-FOLLOWUP.

           MOVE SPACES TO EMGFUPQ-REC
           ACCEPT WS-TRACE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TRACE-TIME FROM TIME
           MOVE WS-TRACE-DATE        TO EFQ-OVERRIDE-DATE
           MOVE WS-TRACE-TIME(1:6)   TO EFQ-OVERRIDE-TIME
           MOVE WK-REQ-CCID          TO EFQ-CCID
           MOVE ECB-USER-ID          TO EFQ-USER-ID
           MOVE ECB-ACTION-NAME      TO EFQ-ACTION
           MOVE WK-ENV               TO EFQ-ENV
           IF TGT-ENV-LENGTH GREATER THAN ZERO
             MOVE TGT-ENV-SYSTEM-NAME    TO EFQ-SYSTEM
             MOVE TGT-ENV-SUBSYSTEM-NAME TO EFQ-SUBSYSTEM
             MOVE TGT-ENV-TYPE-NAME      TO EFQ-TYPE
             MOVE TGT-ENV-ELEMENT-NAME   TO EFQ-ELEMENT
           ELSE
             MOVE SRC-ENV-SYSTEM-NAME    TO EFQ-SYSTEM
             MOVE SRC-ENV-SUBSYSTEM-NAME TO EFQ-SUBSYSTEM
             MOVE SRC-ENV-TYPE-NAME      TO EFQ-TYPE
             MOVE SRC-ENV-ELEMENT-NAME   TO EFQ-ELEMENT
           END-IF
           MOVE '000'                TO EFQ-CHASE-COUNT

           OPEN EXTEND EMGFUPQ
           IF WS-EMGFUPQ-FILE-STATUS = '00'
             WRITE EMGFUPQ-REC
             CLOSE EMGFUPQ
           ELSE
             DISPLAY 'C1X2CUST: EMGFUPQ NOT AVAILABLE - FILE STATUS '
                     WS-EMGFUPQ-FILE-STATUS
                     ' - FOLLOW-UP NOT QUEUED FOR ' SN-OBJECT-NUMBER
             MOVE SPACES TO WS-TRACE-LINE
             STRING 'EX02 EMERGENCY FOLLOW-UP NOT QUEUED OBJ='
                    SN-OBJECT-NUMBER ' FS=' WS-EMGFUPQ-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-TRACE-LINE
             END-STRING
             PERFORM WRITE-OVERRIDE-TRACE-LOG
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      *  Runtime enable/disable (DD EXITCTL via EXITENAB) - a matching
      *  disable rule returns this exit without validating anything,
           MOVE SPACES TO WS-CHG-START WS-CHG-END.
           CALL 'SNOWCHGW' USING SNOWOBJ WS-CHG-START WS-CHG-END.
           IF RETURN-CODE = 0
              PERFORM LOCALIZE-CHG-WINDOW
              MOVE 'Y' TO WS-CHG-WINDOW-OK
              MOVE WS-CHG-START TO WS-CHG-STAMP-IN
              PERFORM CONVERT-CHG-STAMP
                    STRING 'EX02 WINDOW-REJECT OBJ=' SNOWOBJ
                           ' START=' WS-CHG-START
                           ' END=' WS-CHG-END
                           ' ZONE=' WS-CHG-ZONE
                        DELIMITED BY SIZE INTO WS-TRACE-LINE
                    END-STRING
                    PERFORM WRITE-SNOW-TRACE-LOG
           MOVE 0 TO RETURN-CODE.
           EXIT.

      *-----------------------------------------------------------------
      *  The planned start/end arrive in ServiceNow's zone; both are
      *  brought onto this system's clock (TZCONV, zones and daylight
      *  rules in copybook TZCTLCF) before they are compared with
      *  ACCEPT FROM DATE/TIME. WS-CHG-ZONE names the zone they are
      *  then in - 'LOCAL' when conversion is not enabled.
      *-----------------------------------------------------------------
       LOCALIZE-CHG-WINDOW.
      *-----------------------------------------------------------------
           MOVE 'S'           TO TZC-FUNCTION.
           MOVE WS-CHG-START  TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE TZC-STAMP-OUT TO WS-CHG-START.
           MOVE 'S'           TO TZC-FUNCTION.
           MOVE WS-CHG-END    TO TZC-STAMP-IN.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           MOVE TZC-STAMP-OUT TO WS-CHG-END.
           MOVE TZC-OUT-ZONE  TO WS-CHG-ZONE.
           EXIT.

      *-----------------------------------------------------------------
      *  ServiceNow hands dates back as 'YYYY-MM-DD HH:MM:SS'; fold
      *  one into a CCYYMMDDHHMM compare number. Anything that does
           CLOSE SNOWLG2.
           EXIT.

      *-----------------------------------------------------------------
      *  The emergency override lines are SOX evidence and are chained
      *  (COPY LOGCHRQ): the trace text stops at position 120 and the
      *  line's chain hash takes positions 121-132. The whole SNOWLG2
      *  dataset is one chain; the other trace lines are not part of
      *  it.
      *-----------------------------------------------------------------
       WRITE-OVERRIDE-TRACE-LOG.
           ACCEPT WS-TRACE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TRACE-TIME FROM TIME.
           MOVE SPACES TO SNOWLG2-REC.
           STRING WS-TRACE-DATE ' ' WS-TRACE-TIME ' ' WS-TRACE-LINE
              DELIMITED BY SIZE INTO SNOWLG2-REC
           END-STRING.
           MOVE SPACES TO SNOWLG2-REC(121:12).
           MOVE 'N' TO WS-OVERRIDE-LOGGED.
           OPEN EXTEND SNOWLG2.
           IF WS-SNOWLG2-FILE-STATUS = '00'
             MOVE 'H'         TO LCQ-FUNCTION
             MOVE 'SNOWLG2'   TO LCQ-LOG-NAME
             MOVE SPACES      TO LCQ-CHAIN-ID
             MOVE 132         TO LCQ-RECORD-LENGTH
             MOVE SNOWLG2-REC TO LCQ-RECORD-IMAGE
             CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
             MOVE LCQ-HASH    TO SNOWLG2-REC(121:12)
             WRITE SNOWLG2-REC
             IF WS-SNOWLG2-FILE-STATUS = '00'
               MOVE 'Y' TO WS-OVERRIDE-LOGGED
             END-IF
             IF WS-SNOWLG2-FILE-STATUS = '00' AND LCQ-CHAINED
               MOVE 'C' TO LCQ-FUNCTION
               CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
             END-IF
             CLOSE SNOWLG2
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      *  The override line just traced, into the keyed DD ELMACTIX
      *  element-activity index (COPY ELMACTIX) through C1UEAIXU, so
      *  C1UEXT07's risk score counts it by key instead of reading
      *  SNOWLG2 front to back.
      *-----------------------------------------------------------------
       INDEX-EMERGENCY-OVERRIDE.
           MOVE SPACES               TO WS-EAIX-REQUEST
           MOVE 'O'                  TO EAX-FUNCTION
           MOVE WS-TRACE-DATE        TO EAX-DATE
           MOVE WS-TRACE-TIME(1:6)   TO EAX-TIME
           MOVE SN-OBJECT-NUMBER     TO EAX-CCID
           MOVE ECB-USER-ID          TO EAX-USER
           CALL 'C1UEAIXU' USING WS-EAIX-REQUEST
           EXIT.

      *-----------------------------------------------------------------
       CHECK-TRACE-DDNAME-ALLOC.
      *-----------------------------------------------------------------        
