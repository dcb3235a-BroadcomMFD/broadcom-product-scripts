         COPY SNOWCLRD.
         COPY SNOWHLDQ.
         COPY CHGWINCF.
         COPY CHGRTCF.
         COPY SNOWNOTE.
         COPY EXITCFG.

       01 WS-SD-SHORT-DESC             PIC X(60).
       01 WS-SD-ASSIGN-GROUP           PIC X(40).
         COPY CALLMTRC.
         COPY EXBUDGRQ.

      *= Change-window work fields (see CHECK-CHANGE-WINDOW) ==========
       01 WS-CHG-START                 PIC X(19).
       01 WS-CHG-TYPE                  PIC X(12).
       01 WS-CHG-TEMPLATE              PIC X(40).
       01 WS-CHG-END                   PIC X(19).
       01 WS-CHG-START-NUM             PIC 9(12).
       01 WS-CHG-END-NUM               PIC 9(12).
          88 CHG-WINDOW-USABLE                  VALUE 'Y'.
       01 WS-CHG-STAMP-IN              PIC X(19).
       01 WS-CHG-STAMP-NUM             PIC 9(12).
       01 WS-CHG-ZONE                  PIC X(08).
         COPY TZCONVRQ.

      *= WIP-limit work fields (see CHECK-WIP-LIMIT) ==================
       01 WS-WIP-INX                   PIC 9(01).
       01 WS-WIP-IN-FLIGHT-ED          PIC ZZZ9.
       01 WS-WIP-BOUND-ED              PIC ZZ9.
       01 WS-WIP-OLDEST-TEXT           PIC X(54).
       01 WS-WIP-OLDEST-PTR            PIC 9(03).
         COPY WIPCHKRQ.

       01 WS-RUNTIME-CFG-LOADED                  PIC X(01) VALUE 'N'.
           88 RUNTIME-CFG-LOADED                        VALUE 'Y'.
              MOVE 0 TO PECB-NDVR-EXIT-RC
              GOBACK
           END-IF
      *    The time budget (EXBUDGET) runs per invocation.
           MOVE 0 TO WS-MT-SPENT-HUND
                                                                                
           IF TRACE-ENABLE                                                      
                                                                                
                    MOVE '0719' TO PECB-MESSAGE-ID                              
                    MOVE 'Package creation Error.'                              
                      TO PECB-MESSAGE                                           
                  ELSE
                    PERFORM CHECK-WIP-LIMIT
                  END-IF                                                        
                 WHEN PECB-AFTER                                                
                   EXIT                                                         
      *  are refused for the rest of the window rather than generated
      *  and left to cast/ship after the approved change window closes.
      *  The window may wrap midnight (start > end), e.g. 2200-0600.
      *  A window kept in another zone (WS-BLACKOUT-ZONE) is compared
      *  with the time of day in that zone, via TZCONV.
      *-----------------------------------------------------------------
       CHECK-BLACKOUT-WINDOW.

              ACCEPT WS-CURRENT-TIME-FULL FROM TIME
              MOVE WS-CURRENT-TIME-FULL(1:4) TO WS-CURRENT-HHMM

              IF WS-BLACKOUT-ZONE NOT = SPACES
                 MOVE 'Z'              TO TZC-FUNCTION
                 MOVE WS-BLACKOUT-ZONE TO TZC-ZONE
                 MOVE SPACES           TO TZC-STAMP-IN
                 CALL 'TZCONV' USING WS-TZCONV-REQUEST
                 IF TZC-CONVERTED
                    MOVE TZC-STAMP-OUT(12:2) TO WS-CURRENT-HHMM(1:2)
                    MOVE TZC-STAMP-OUT(15:2) TO WS-CURRENT-HHMM(3:2)
                 END-IF
                 MOVE 0 TO RETURN-CODE
              END-IF

              IF WS-BLACKOUT-START-HHMM <= WS-BLACKOUT-END-HHMM

                 IF WS-CURRENT-HHMM >= WS-BLACKOUT-START-HHMM AND
                   AND SNOW-TRANSPORT-HWTH
                   AND PECB-PACKAGE-ID(1:3) = 'CHG'
                   AND PECB-NDVR-EXIT-RC = 0
                   PERFORM GATE-CHANGE-WINDOW
                END-IF
                IF CHG-ROUTING-ENABLED
                   AND SNOW-TRANSPORT-HWTH
                   AND PECB-PACKAGE-ID(1:3) = 'CHG'
                   AND PECB-NDVR-EXIT-RC = 0
                   PERFORM CHECK-CHANGE-TYPE
                END-IF
                IF SNOW-NOTE-SEED-ENABLED
                   AND SNOW-TRANSPORT-HWTH
                                                                                
           EXIT.                                                                
                                                                                
      *-----------------------------------------------------------------
      *  Work-in-progress limits (copybook WIPLIMCF): WIPCHECK counts
      *  the in-flight packages on the package master that the new
      *  package's system and creator-group rules cover. Over a
      *  limit the create is refused with message id 0742; over a
      *  warning it goes through with RC 4 and message id 0743. Both
      *  name the packages longest without an event - the ones to
      *  finish or delete first. Out of time budget the count is
      *  skipped; the limit is a discipline, not a gate.
      *-----------------------------------------------------------------
       CHECK-WIP-LIMIT.
      *-----------------------------------------------------------------
           MOVE 'C1X7CUST'       TO XBG-EXIT-NAME.
           MOVE 'WIPLIMIT'       TO XBG-STEP.
           MOVE PECB-PACKAGE-ID  TO XBG-KEY.
           MOVE 'O'              TO XBG-STEP-CLASS.
           MOVE WS-MT-SPENT-HUND TO XBG-SPENT-HUND.
           CALL 'EXBUDGET' USING WS-EXBUDGET-REQUEST.
           MOVE 0 TO RETURN-CODE.
           IF XBG-DEFER-STEP
              DISPLAY "C1X7CUST: WIP LIMITS NOT CHECKED FOR "
                      PECB-PACKAGE-ID " - TIME BUDGET SPENT"
           ELSE
              MOVE SPACES          TO WS-WIPCHECK-REQUEST
              MOVE PECB-PACKAGE-ID TO WPC-PACKAGE-ID
              IF PHDR-PKG-CREATE-USER NOT = SPACES
                 MOVE PHDR-PKG-CREATE-USER    TO WPC-CREATOR
              ELSE
                 MOVE PECB-USER-BATCH-JOBNAME TO WPC-CREATOR
              END-IF
              ACCEPT WS-MT-START-TIME FROM TIME
              CALL 'WIPCHECK' USING WS-WIPCHECK-REQUEST
              ACCEPT WS-MT-END-TIME FROM TIME
              MOVE 0               TO WS-MT-RC
              MOVE 'C1X7CUST'      TO WS-MT-PROGRAM
              MOVE 'WIPCHECK'      TO WS-MT-TARGET
              MOVE PECB-PACKAGE-ID TO WS-MT-KEY
              CALL 'EXTMTRCS' USING WS-CALL-METRIC
              MOVE 0 TO RETURN-CODE
              IF NOT WPC-UNDER-LIMIT
                 PERFORM SET-WIP-LIMIT-MESSAGE
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
       SET-WIP-LIMIT-MESSAGE.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-WIP-OLDEST-TEXT.
           MOVE 1      TO WS-WIP-OLDEST-PTR.
           PERFORM VARYING WS-WIP-INX FROM 1 BY 1
                   UNTIL WS-WIP-INX > WPC-OLDEST-COUNT
              STRING WPC-OLD-PACKAGE-ID(WS-WIP-INX) DELIMITED BY SPACE
                     ' '                            DELIMITED BY SIZE
                 INTO WS-WIP-OLDEST-TEXT
                 WITH POINTER WS-WIP-OLDEST-PTR
              END-STRING
           END-PERFORM.
           MOVE WPC-IN-FLIGHT TO WS-WIP-IN-FLIGHT-ED.
           MOVE SPACES TO PECB-MESSAGE.
           IF WPC-OVER-LIMIT
              MOVE 8      TO PECB-NDVR-EXIT-RC
              MOVE '0742' TO PECB-MESSAGE-ID
              MOVE WPC-LIMIT TO WS-WIP-BOUND-ED
              STRING 'WIP limit reached for ' WPC-RULE-NAME
                     ' (' WS-WIP-IN-FLIGHT-ED ' in flight, limit '
                     WS-WIP-BOUND-ED ') - finish or delete first: '
                     WS-WIP-OLDEST-TEXT
                 DELIMITED BY SIZE INTO PECB-MESSAGE
              END-STRING
              DISPLAY "C1X7CUST: PACKAGE ID " PECB-PACKAGE-ID
                      " REFUSED - WIP LIMIT FOR " WPC-RULE-KIND " "
                      WPC-RULE-NAME " " WPC-IN-FLIGHT "/" WPC-LIMIT
           ELSE
              IF PECB-NDVR-EXIT-RC = 0
                 MOVE 4 TO PECB-NDVR-EXIT-RC
              END-IF
              MOVE '0743' TO PECB-MESSAGE-ID
              MOVE WPC-WARN-AT TO WS-WIP-BOUND-ED
              STRING 'WIP warning for ' WPC-RULE-NAME
                     ' (' WS-WIP-IN-FLIGHT-ED ' in flight, warn at '
                     WS-WIP-BOUND-ED ') - oldest in flight: '
                     WS-WIP-OLDEST-TEXT
                 DELIMITED BY SIZE INTO PECB-MESSAGE
              END-STRING
              DISPLAY "C1X7CUST: PACKAGE ID " PECB-PACKAGE-ID
                      " OVER WIP WARNING FOR " WPC-RULE-KIND " "
                      WPC-RULE-NAME " " WPC-IN-FLIGHT "/" WPC-WARN-AT
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      *  Seed the new package's notes from the validated object
      *  (copybook SNOWNOTE): the short description and assignment
           MOVE 0 TO RETURN-CODE.
           EXIT.

      *-----------------------------------------------------------------
      *  The change window is a gate: once the validation calls have
      *  spent the exit's time budget (copybook EXBUDGRQ) it is passed
      *  unchecked or the create refused with message id 0797, per
      *  the SNOWFOPN fail policy - EXBUDGET judges and logs it.
      *-----------------------------------------------------------------
       GATE-CHANGE-WINDOW.
      *-----------------------------------------------------------------
           MOVE 'C1X7CUST'       TO XBG-EXIT-NAME
           MOVE 'CHGWIN'         TO XBG-STEP
           MOVE PECB-PACKAGE-ID  TO XBG-KEY
           MOVE 'G'              TO XBG-STEP-CLASS
           MOVE WS-MT-SPENT-HUND TO XBG-SPENT-HUND
           CALL 'EXBUDGET' USING WS-EXBUDGET-REQUEST
           EVALUATE TRUE
             WHEN XBG-GATE-REFUSED
               MOVE 8 TO PECB-NDVR-EXIT-RC
               MOVE '0797' TO PECB-MESSAGE-ID
               MOVE 'Exit time budget spent before the change window che
      -            'ck - refused by ServiceNow fail-closed policy.'
                     TO PECB-MESSAGE
             WHEN XBG-GATE-PASSED-OPEN
               DISPLAY "EXBUDGET: CHANGE WINDOW NOT CHECKED FOR "
                       SNOWOBJ " - TIME BUDGET SPENT, FAIL-OPEN"
             WHEN OTHER
               PERFORM CHECK-CHANGE-WINDOW
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           EXIT.

      *-----------------------------------------------------------------
      *  Change-window enforcement (copybook CHGWINCF): the change's
      *  planned start/end are retrieved via SNOWCHGW and the package
           MOVE SPACES TO WS-CHG-START WS-CHG-END.
           MOVE SPACES TO WS-SNOW-INSTANCE.
           CALL 'SNOWCHGW' USING SNOWOBJ WS-CHG-START WS-CHG-END
                                  PHDR-PKG-ENV WS-SNOW-INSTANCE
                                  WS-CHG-TYPE WS-CHG-TEMPLATE.
           IF RETURN-CODE = 0
              PERFORM LOCALIZE-CHG-WINDOW
              MOVE 'Y' TO WS-CHG-WINDOW-OK
              MOVE WS-CHG-START TO WS-CHG-STAMP-IN
              PERFORM CONVERT-CHG-STAMP
                    STRING 'EX07 WINDOW-REJECT OBJ=' SNOWOBJ
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
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      *  Change classification (copybook CHGRTCF): the change type and,
      *  for a standard change, its template - already in hand when
      *  the window check ran, otherwise asked of SNOWCHGW here - go
      *  to the trace log and, when the creator left it blank, into
      *  note line 3, so the approval routing C1UEXT07 applies at
      *  CAST is visible on the package from the start. Never fails
      *  the create.
      *-----------------------------------------------------------------
       CHECK-CHANGE-TYPE.
      *-----------------------------------------------------------------
           IF NOT CHGWIN-CHECK-ENABLED
              MOVE SPACES TO WS-CHG-START WS-CHG-END
              MOVE SPACES TO WS-SNOW-INSTANCE
              CALL 'SNOWCHGW' USING SNOWOBJ WS-CHG-START WS-CHG-END
                                     PHDR-PKG-ENV WS-SNOW-INSTANCE
                                     WS-CHG-TYPE WS-CHG-TEMPLATE
              MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-CHG-TYPE = SPACES
              DISPLAY "SNOWCHGW: CHANGE TYPE NOT AVAILABLE FOR "
                      SNOWOBJ
           ELSE
              INSPECT WS-CHG-TYPE CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              MOVE SPACES TO WS-TRACE-LINE
              STRING 'EX07 CHGTYPE OBJ=' SNOWOBJ
                     ' TYPE=' WS-CHG-TYPE
                     ' TEMPLATE=' WS-CHG-TEMPLATE
                  DELIMITED BY SIZE INTO WS-TRACE-LINE
              END-STRING
              PERFORM WRITE-SNOW-TRACE-LOG
              IF PHDR-PKG-NOTE3 = SPACES
                 STRING SNOWOBJ ' ' WS-CHG-TYPE ' ' WS-CHG-TEMPLATE
                     DELIMITED BY SIZE INTO PHDR-PKG-NOTE3
                 END-STRING
              END-IF
           END-IF.
           EXIT.

      *-----------------------------------------------------------------
      *  Load the %SNOWCLRD section of the DD EXITCFG runtime config
      *  dataset over the compiled-in cleared-state defaults, once per
                          TO WS-SNOWCLRD-ENTRY(WS-CFG-INX)
                 END-PERFORM
              END-IF
              MOVE 'CHGROUTE'       TO CFG-SECTION-NAME
              MOVE WS-CHGRT-MAX     TO CFG-MAX-ENTRIES
              CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST
              IF CFG-SECTION-LOADED AND CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-CHGRT-ENABLED
              END-IF
           END-IF.
           EXIT.

