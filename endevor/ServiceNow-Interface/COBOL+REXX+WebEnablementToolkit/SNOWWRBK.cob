      *
      * Called as:
      *   CALL 'SNOWWRBK' USING LS-SNOWOBJ LS-EVENT LS-PKGID LS-JOBNAME
      * (optionally followed by the caller's environment, the instance
      * URI answer, the dead-letter suppress flag and a free-text
      * detail of up to 60 characters - a backout reason, say - that
      * is carried into the work note as "detail"; the detail is not
      * kept on a dead letter),
      * with RETURN-CODE 0 when ServiceNow accepted the POST (2xx),
      * the not-found RC when it answered otherwise, the connectivity
      * RC when the toolkit never got an answer. Callers log a bad RC
       01 WS-URI-LEN                 PIC 9(4) VALUE 0.
       01 WS-BODY-TEXT               PIC X(256) VALUE SPACES.
       01 WS-BODY-LEN                PIC 9(4) VALUE 0.
       01 WS-DETAIL-LEN              PIC 9(4) VALUE 0.
       01 WS-WRBK-DATE               PIC 9(08).
       01 WS-WRBK-TIME               PIC 9(08).

      * C1UWBKRD re-poster) - a failure then answers only through
      * RETURN-CODE, with no fresh SNOWWDLQ append.
       01 LS-DLQ-SUPPRESS   PIC X(01).
      * Free-text detail for the work note - no quote characters.
       01 LS-DETAIL         PIC X(60).

       PROCEDURE DIVISION USING LS-SNOWOBJ
                                 LS-EVENT
                                 LS-JOBNAME
                                 OPTIONAL LS-NDVR-ENV
                                 OPTIONAL LS-INSTANCE-URI
                                 OPTIONAL LS-DLQ-SUPPRESS
                                 OPTIONAL LS-DETAIL.
       Begin.

           Perform Resolve-Instance
                  WS-WRBK-TIME(1:6) DELIMITED BY SIZE
                  '","job":"' DELIMITED BY SIZE
                  LS-JOBNAME DELIMITED BY SPACE
                  '"' DELIMITED BY SIZE
                  INTO WS-BODY-TEXT WITH POINTER WS-BODY-LEN.
           MOVE 0 TO WS-DETAIL-LEN.
           IF LS-DETAIL NOT OMITTED
              IF LS-DETAIL NOT = SPACES
                 PERFORM VARYING WS-DETAIL-LEN FROM 60 BY -1
                     UNTIL WS-DETAIL-LEN = 0
                     OR LS-DETAIL(WS-DETAIL-LEN:1) NOT = SPACE
                     CONTINUE
                 END-PERFORM
              END-IF
           END-IF.
           IF WS-DETAIL-LEN > 0
              STRING ',"detail":"' DELIMITED BY SIZE
                     LS-DETAIL(1:WS-DETAIL-LEN) DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                     INTO WS-BODY-TEXT WITH POINTER WS-BODY-LEN
           END-IF.
           STRING '}' DELIMITED BY SIZE
                  INTO WS-BODY-TEXT WITH POINTER WS-BODY-LEN.
           SUBTRACT 1 FROM WS-BODY-LEN.
           .
