      * format, 'YYYY-MM-DD HH:MM:SS') on success; the not-found RC
      * when ServiceNow answered but no usable window came back; the
      * connectivity RC when the toolkit never got an answer.
      *
      * Two further optional outputs hand back the change's type
      * ('standard', 'normal', 'emergency') and, for a standard change,
      * the name of the template it was raised from - for the approval
      * routing in C1UEXT07 (copybook CHGRTCF). They are filled
      * whenever ServiceNow answered, even when no usable window came
      * back, so a caller after the type alone tests them, not the RC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 LS-NDVR-ENV       PIC X(08).
       01 LS-INSTANCE-URI   PIC X(40).

      * Optional change classification out - see the banner.
       01 LS-CHG-TYPE       PIC X(12).
       01 LS-CHG-TEMPLATE   PIC X(40).

       PROCEDURE DIVISION USING LS-SNOWOBJ
                                 LS-CHG-START
                                 LS-CHG-END
                                 OPTIONAL LS-NDVR-ENV
                                 OPTIONAL LS-INSTANCE-URI
                                 OPTIONAL LS-CHG-TYPE
                                 OPTIONAL LS-CHG-TEMPLATE.
       Begin.

           Perform Resolve-Instance

           MOVE SPACES TO LS-CHG-START
           MOVE SPACES TO LS-CHG-END
           IF LS-CHG-TYPE NOT OMITTED
              MOVE SPACES TO LS-CHG-TYPE
           END-IF
           IF LS-CHG-TEMPLATE NOT OMITTED
              MOVE SPACES TO LS-CHG-TEMPLATE
           END-IF
           MOVE SPACES TO WS-RESP-BODY
           MOVE 'N'    TO WS-HTTP-RC
           MOVE 'N'    TO WS-HTTP-NOTFOUND
                     If (HWTH-OK)
                       IF WS-HTTP-STATUS >= 200 AND WS-HTTP-STATUS < 300
                          Perform EXTRACT-WINDOW-FROM-BODY
                          Perform EXTRACT-TYPE-FROM-BODY
                          IF LS-CHG-START NOT = SPACES
                             AND LS-CHG-END NOT = SPACES
                             MOVE 'Y' TO WS-HTTP-RC
             STRING "/api/now/table/change_request" DELIMITED BY SIZE
                    "?sysparm_query=number=" DELIMITED BY SIZE
                    LS-SNOWOBJ DELIMITED BY SPACE
                    "&sysparm_fields=number,start_date,end_date,type,"
                        DELIMITED BY SIZE
                    "std_change_producer_version.name"
                        DELIMITED BY SIZE
                    INTO option-val-char WITH POINTER WS-URI-LEN
             SUBTRACT 1 FROM WS-URI-LEN
             Move WS-URI-LEN TO option-val-len

           EXIT.

      ****************************************************************
      * EXTRACT-TYPE-FROM-BODY - the change's "type" and the dot-walked
      * template name, by the same substring scan. A template comes
      * back empty for anything but a standard change.
      ****************************************************************
       EXTRACT-TYPE-FROM-BODY.

           IF LS-CHG-TYPE NOT OMITTED
              MOVE 0 TO WS-FIELD-POS
              INSPECT WS-RESP-BODY TALLYING WS-FIELD-POS
                      FOR CHARACTERS BEFORE '"type":"'
              IF WS-FIELD-POS < LENGTH OF WS-RESP-BODY
                 ADD 9 TO WS-FIELD-POS
                 MOVE 0 TO WS-FIELD-LEN
                 INSPECT WS-RESP-BODY(WS-FIELD-POS:)
                      TALLYING WS-FIELD-LEN FOR CHARACTERS BEFORE '"'
                 IF WS-FIELD-LEN > 12
                    MOVE 12 TO WS-FIELD-LEN
                 END-IF
                 IF WS-FIELD-LEN > 0
                    MOVE WS-RESP-BODY(WS-FIELD-POS:WS-FIELD-LEN)
                                     TO LS-CHG-TYPE(1:WS-FIELD-LEN)
                 END-IF
              END-IF
           END-IF.

           IF LS-CHG-TEMPLATE NOT OMITTED
              MOVE 0 TO WS-FIELD-POS
              INSPECT WS-RESP-BODY TALLYING WS-FIELD-POS
                 FOR CHARACTERS BEFORE
                     '"std_change_producer_version.name":"'
              IF WS-FIELD-POS < LENGTH OF WS-RESP-BODY
                 ADD 37 TO WS-FIELD-POS
                 MOVE 0 TO WS-FIELD-LEN
                 INSPECT WS-RESP-BODY(WS-FIELD-POS:)
                      TALLYING WS-FIELD-LEN FOR CHARACTERS BEFORE '"'
                 IF WS-FIELD-LEN > 40
                    MOVE 40 TO WS-FIELD-LEN
                 END-IF
                 IF WS-FIELD-LEN > 0
                    MOVE WS-RESP-BODY(WS-FIELD-POS:WS-FIELD-LEN)
                                     TO LS-CHG-TEMPLATE(1:WS-FIELD-LEN)
                 END-IF
              END-IF
           END-IF.

           EXIT.

       HTTP-Disconnect.

           Call "HWTHDISC" using
