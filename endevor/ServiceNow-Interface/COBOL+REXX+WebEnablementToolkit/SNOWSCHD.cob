      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. SNOWSCHD.
      *
      * Scheduled-change query through the z/OS HTTP Web Enablement
      * Toolkit: lists the ServiceNow change requests that meet a
      * selection (copybook SNOWSCHQ) - a state, a set of assignment
      * groups and a planned-start range - for the C1UCHGFD change
      * feed. Where SNOWHWTH and SNOWBULK look objects up by number,
      * this program asks the change_request table the question the
      * other way round, in one encoded sysparm_query:
      *   state=<state>^assignment_group.nameIN<group>,<group>...
      *   ^start_date>=<from>^start_date<=<to>^ORDERBYnumber
      *
      * Called as:
      *   CALL 'SNOWSCHD' USING WS-SNOWSCHQ-REQUEST
      * with the selection filled in; the changes come back in the
      * same area - see the SNOWSCHQ banner for the return codes.
      *
      * The answer is read a page at a time (sysparm_limit with
      * sysparm_offset, ordered by number so the pages neither
      * overlap nor skip), because the shared HWTHBDYX body exit
      * hands back at most 2000 bytes: WS-PAGE-SIZE rows of number,
      * planned start and a full-length short description fit in
      * that with room to spare. A 200 answer whose body never
      * arrived (no "result" member) counts as a failed page, never
      * as an empty selection.
      *
      * The connect/setup/request plumbing, the response body and
      * status exits, the bounded retry and the externalized
      * SNOWHCFG settings are all exactly SNOWBULK's.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S390 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-S390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Global vars required for majority of HTTP services
       01 Conn-Handle   Pic X(12) Value Zeros.
       01 Rqst-Handle   Pic X(12) Value Zeros.

      * Slist is used to pass custom HTTP headers on request
       01 Slist-Handle  Pic 9(9) Binary Value 0.

      * Dummy vars used by HWTHSET service
       01 option-val-char    Pic X(999) Value Spaces.
       01 option-val-numeric Pic 9(9) Binary Value 0.
       01 option-val-addr    Pointer Value Null.
       01 option-val-len     Pic 9(9) Binary Value 0.

      * Function pointers for the response body/status exits - the
      * same HWTHBDYX/HWTHSTSX routines SNOWHWTH installs.
       01 rspbdy-cb-ptr Function-Pointer Value Null.
       01 hdr-cb-ptr    Function-Pointer Value Null.

       01 body-udata.
         05 body-udata-eye     Pic X(8) Value 'BDYUDATA'.
         05 resp-body-data-ptr Pointer Value Null.

       01 hdr-udata.
         05 hdr-udata-eye       Pic X(8) Value 'HDRUDATA'.
         05 status-data-ptr     Pointer Value Null.

       01 WS-RESP-BODY               PIC X(2000) VALUE SPACES.
       01 WS-HTTP-STATUS             PIC 9(03) VALUE 0.

       77 WK-TALLY                   PIC 9(2).
       77 UserName                   PIC X(32) Value Spaces.
       77 UserName-LEN               PIC 9(9) USAGE BINARY VALUE 0.
       77 UserPassword               PIC X(32) Value Spaces.
       77 UserPassword-LEN           PIC 9(9) USAGE BINARY VALUE 0.
       77 WS-CRED-USERID             PIC X(32) Value Spaces.
       77 WS-CRED-PASSWORD           PIC X(32) Value Spaces.
       77 WS-CRED-RC                 PIC 9(02) Value 0.
       77 WS-CRED-LOADED             PIC X(01) Value 'N'.
       77 WS-AUTH-HEADER             PIC X(280) Value Spaces.
       77 WS-AUTH-HEADER-LEN         PIC 9(9) USAGE BINARY VALUE 0.
       77 WS-AUTH-TALLY              PIC 9(4) Value 0.
       77 WS-AUTH-RC                 PIC 9(02) Value 0.

      * Connection reuse and bounded retry, exactly as SNOWHWTH
       01 WS-CONN-STATE              PIC X(01) VALUE 'N'.
           88  CONNECTION-OPEN                   VALUE 'Y'.
       01 WS-ATTEMPT                 PIC 9(02) VALUE 0.
       01 WS-LOOKUP-SETTLED          PIC X(01) VALUE 'N'.
           88  LOOKUP-SETTLED                    VALUE 'Y'.
       01 WS-RQST-STATE              PIC X(01) VALUE 'N'.
           88  REQUEST-INITTED                   VALUE 'Y'.
       01 WS-WAIT-SECS               PIC S9(09) BINARY VALUE 0.
       01 WS-CEE-FEEDBACK            PIC X(12).

       01 WS-URI-LEN                 PIC 9(4) VALUE 0.
       01 WS-EFFECTIVE-URI           PIC X(40) VALUE SPACES.
       01 WS-CONNECTED-URI           PIC X(40) VALUE SPACES.

       01 WS-HTTP-RC                 PIC X(01) VALUE 'N'.
           88  HTTP-CALL-OK                      VALUE 'Y'.
       01 WS-HTTP-NOTFOUND           PIC X(01) VALUE 'N'.
           88  HTTP-PAGE-NOT-FOUND               VALUE 'Y'.

      * Paging over the selection. 7 rows of at most ~250 bytes of
      * JSON each stay inside the 2000-byte body buffer; raise only
      * together with that buffer.
       01 WS-PAGE-SIZE               PIC 9(03) VALUE 7.
       01 WS-PAGE-OFFSET             PIC 9(04) VALUE 0.
       01 WS-PAGE-ROWS               PIC 9(03) VALUE 0.
       01 WS-QUERY-RC                PIC 9(04) VALUE 0.
       01 WS-QUERY-DONE              PIC X(01) VALUE 'N'.
           88  QUERY-DONE                        VALUE 'Y'.

      * Body scan work areas - positions are 1-based into the body.
       01 WS-SCAN-POS                PIC 9(04) VALUE 0.
       01 WS-TAG-OFFSET              PIC 9(04) VALUE 0.
       01 WS-VALUE-POS               PIC 9(04) VALUE 0.
       01 WS-VALUE-LEN               PIC 9(04) VALUE 0.
       01 WS-ROW-LEN                 PIC 9(04) VALUE 0.
       01 WS-RESULT-COUNT            PIC 9(04) VALUE 0.
       01 WS-FIELD-TAG               PIC X(24) VALUE SPACES.
       01 WS-FIELD-TAG-LEN           PIC 9(02) VALUE 0.
       01 WS-FIELD-POS               PIC 9(04) VALUE 0.
       01 WS-FIELD-VALUE             PIC X(50) VALUE SPACES.

      * URI encoding of one selection value (blanks, and the '>' '<'
      * '^' operators, are not legal raw in a request URI).
       01 WS-ENC-TEXT                PIC X(40) VALUE SPACES.
       01 WS-ENC-LEN                 PIC 9(02) VALUE 0.
       01 WS-ENC-INX                 PIC 9(02) VALUE 0.
       01 WS-GROUP-INX               PIC 9(02) VALUE 0.

         COPY HWTHICOB.
         COPY SNOWHCFG.
         COPY SNOWFOPN.

       LINKAGE SECTION.
         COPY SNOWSCHQ.

       PROCEDURE DIVISION USING WS-SNOWSCHQ-REQUEST.
       Begin.

           MOVE SN-HTTP-BASE-URI TO WS-EFFECTIVE-URI
           IF CONNECTION-OPEN
              AND WS-CONNECTED-URI NOT = WS-EFFECTIVE-URI
              Perform Drop-Connection
           END-IF

           IF SCQ-GROUP-COUNT > 16
              MOVE 16 TO SCQ-GROUP-COUNT
           END-IF
           MOVE 0   TO SCQ-CHG-COUNT
           MOVE 'N' TO SCQ-MORE
           MOVE 0   TO WS-PAGE-OFFSET
           MOVE 0   TO WS-QUERY-RC
           MOVE 'N' TO WS-QUERY-DONE

           PERFORM Query-One-Page
               UNTIL QUERY-DONE

           IF CONNECTION-OPEN
              Perform Drop-Connection
           END-IF

           MOVE WS-QUERY-RC TO RETURN-CODE

           GOBACK.

      ****************************************************************
      * Query-One-Page - one page of up to WS-PAGE-SIZE changes:
      * bounded-retry the GET (SNOWHWTH's settle rules), then list
      * the page's rows. A short page is the last one.
      ****************************************************************
       Query-One-Page.

           MOVE 'N' TO WS-HTTP-RC.
           MOVE 'N' TO WS-HTTP-NOTFOUND.
           MOVE 'N' TO WS-LOOKUP-SETTLED.
           MOVE 0   TO WS-ATTEMPT.
           Perform HTTP-Attempt-Lookup
               Until LOOKUP-SETTLED
                  Or WS-ATTEMPT > SN-HTTP-RETRY-MAX.

           EVALUATE TRUE
             WHEN HTTP-CALL-OK
               MOVE 0 TO WS-RESULT-COUNT
               INSPECT WS-RESP-BODY TALLYING WS-RESULT-COUNT
                       FOR ALL '"result":'
               IF WS-RESULT-COUNT = 0
                  DISPLAY "SNOWSCHD: NO RESULT LIST IN THE ANSWER "
                          "FOR PAGE AT OFFSET " WS-PAGE-OFFSET
                  MOVE WS-SNOW-CONN-RC TO WS-QUERY-RC
                  MOVE 'Y' TO WS-QUERY-DONE
               ELSE
                  Perform Extract-Page-Rows
                  IF WS-PAGE-ROWS < WS-PAGE-SIZE
                     OR SCQ-MORE-CHANGES
                     MOVE 'Y' TO WS-QUERY-DONE
                  ELSE
                     ADD WS-PAGE-SIZE TO WS-PAGE-OFFSET
                  END-IF
               END-IF
             WHEN HTTP-PAGE-NOT-FOUND
               MOVE WS-SNOW-NOTFOUND-RC TO WS-QUERY-RC
               MOVE 'Y' TO WS-QUERY-DONE
             WHEN OTHER
               MOVE WS-SNOW-CONN-RC TO WS-QUERY-RC
               MOVE 'Y' TO WS-QUERY-DONE
           END-EVALUATE.

      ****************************************************************
      * Extract-Page-Rows - walk the page's rows in body order. Each
      * row was asked for as number,start_date,short_description, so
      * a row runs from its own number tag up to the next row's, and
      * its other two values are looked for only inside that window
      * - never a fixed slice, and never another row's value.
      ****************************************************************
       Extract-Page-Rows.

           MOVE 0 TO WS-PAGE-ROWS.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM Extract-One-Row
               UNTIL WS-SCAN-POS > LENGTH OF WS-RESP-BODY.

       Extract-One-Row.

           MOVE 0 TO WS-TAG-OFFSET.
           INSPECT WS-RESP-BODY(WS-SCAN-POS:) TALLYING WS-TAG-OFFSET
                   FOR CHARACTERS BEFORE '"number":"'.
           COMPUTE WS-VALUE-POS = WS-SCAN-POS + WS-TAG-OFFSET + 10.
           IF WS-VALUE-POS > LENGTH OF WS-RESP-BODY
              COMPUTE WS-SCAN-POS = LENGTH OF WS-RESP-BODY + 1
           ELSE
              ADD 1 TO WS-PAGE-ROWS
              MOVE 0 TO WS-ROW-LEN
              INSPECT WS-RESP-BODY(WS-VALUE-POS:) TALLYING WS-ROW-LEN
                      FOR CHARACTERS BEFORE '"number":"'
              IF SCQ-CHG-COUNT < 200
                 Perform Extract-Row-Values
              ELSE
                 MOVE 'Y' TO SCQ-MORE
              END-IF
              COMPUTE WS-SCAN-POS = WS-VALUE-POS + WS-ROW-LEN
           END-IF.

       Extract-Row-Values.

           ADD 1 TO SCQ-CHG-COUNT.
           MOVE SPACES TO SCQ-CHG-ENTRY(SCQ-CHG-COUNT).

           MOVE 0 TO WS-VALUE-LEN.
           INSPECT WS-RESP-BODY(WS-VALUE-POS:WS-ROW-LEN)
                   TALLYING WS-VALUE-LEN FOR CHARACTERS BEFORE '"'.
           IF WS-VALUE-LEN > 10
              MOVE 10 TO WS-VALUE-LEN
           END-IF.
           IF WS-VALUE-LEN > 0
              MOVE WS-RESP-BODY(WS-VALUE-POS:WS-VALUE-LEN)
                   TO SCQ-NUMBER(SCQ-CHG-COUNT)
           END-IF.

           MOVE '"start_date":"' TO WS-FIELD-TAG.
           MOVE 14 TO WS-FIELD-TAG-LEN.
           Perform Extract-Row-Field.
           MOVE WS-FIELD-VALUE TO SCQ-START(SCQ-CHG-COUNT).

           MOVE '"short_description":"' TO WS-FIELD-TAG.
           MOVE 21 TO WS-FIELD-TAG-LEN.
           Perform Extract-Row-Field.
           MOVE WS-FIELD-VALUE TO SCQ-SHORT-DESC(SCQ-CHG-COUNT).

      ****************************************************************
      * Extract-Row-Field - the value after WS-FIELD-TAG inside the
      * current row's window, up to its closing quote (first 50
      * characters); spaces when the row does not carry the field.
      ****************************************************************
       Extract-Row-Field.

           MOVE SPACES TO WS-FIELD-VALUE.
           MOVE 0 TO WS-TAG-OFFSET.
           INSPECT WS-RESP-BODY(WS-VALUE-POS:WS-ROW-LEN)
                   TALLYING WS-TAG-OFFSET FOR CHARACTERS BEFORE
                   WS-FIELD-TAG(1:WS-FIELD-TAG-LEN).
           IF WS-TAG-OFFSET + WS-FIELD-TAG-LEN < WS-ROW-LEN
              COMPUTE WS-FIELD-POS =
                      WS-VALUE-POS + WS-TAG-OFFSET + WS-FIELD-TAG-LEN
              MOVE 0 TO WS-VALUE-LEN
              INSPECT WS-RESP-BODY(WS-FIELD-POS:)
                      TALLYING WS-VALUE-LEN FOR CHARACTERS BEFORE '"'
              IF WS-VALUE-LEN > 50
                 MOVE 50 TO WS-VALUE-LEN
              END-IF
              IF WS-VALUE-LEN > 0
                 MOVE WS-RESP-BODY(WS-FIELD-POS:WS-VALUE-LEN)
                      TO WS-FIELD-VALUE
              END-IF
           END-IF.

      ****************************************************************
      * HTTP-Attempt-Lookup - one try for the current page: make sure
      * the reused connection is up, run the request, classify the
      * outcome. Identical settle rules to SNOWHWTH.
      ****************************************************************
       HTTP-Attempt-Lookup.

           ADD 1 TO WS-ATTEMPT.
           IF WS-ATTEMPT > 1
              DISPLAY "SNOWSCHD: TRANSIENT FAILURE - RETRY "
                      WS-ATTEMPT " FOR PAGE AT OFFSET "
                      WS-PAGE-OFFSET
              MOVE SN-HTTP-RETRY-WAIT-SECS TO WS-WAIT-SECS
              CALL "CEE3DLY" USING WS-WAIT-SECS WS-CEE-FEEDBACK
           END-IF.

           Perform Ensure-Connection.
           PERFORM HTTP-Attempt-Request.

       HTTP-Attempt-Request.

           IF CONNECTION-OPEN
              MOVE 0      TO WS-HTTP-STATUS
              MOVE SPACES TO WS-RESP-BODY
              MOVE 'N'    TO WS-RQST-STATE
              Perform HTTP-Init-Request
              If HWTH-OK
                MOVE 'Y' TO WS-RQST-STATE
                Perform HTTP-Setup-Request
                If HWTH-OK
                  Perform HTTP-Issue-Request
                  If HWTH-OK
                    IF WS-HTTP-STATUS >= 200 AND WS-HTTP-STATUS < 300
                       MOVE 'Y' TO WS-HTTP-RC
                       MOVE 'Y' TO WS-LOOKUP-SETTLED
                    ELSE
                       IF WS-HTTP-STATUS >= 400 AND WS-HTTP-STATUS < 500
                          MOVE 'Y' TO WS-HTTP-NOTFOUND
                          MOVE 'Y' TO WS-LOOKUP-SETTLED
                       END-IF
                    END-IF
                  End-If
                End-If
              End-If
              IF REQUEST-INITTED
                 Perform HTTP-Terminate-Request
              END-IF
              IF NOT LOOKUP-SETTLED
                 Perform Drop-Connection
              END-IF
           END-IF.

      ****************************************************************
      * Ensure-Connection / Drop-Connection - as SNOWHWTH: built once
      * and reused across pages; only a transient failure tears it
      * down.
      ****************************************************************
       Ensure-Connection.

           IF NOT CONNECTION-OPEN
              Perform HTTP-Init-Connection
              If HWTH-OK
                Perform HTTP-Setup-Connection
                If HWTH-OK
                  Perform HTTP-Connect
                  If HWTH-OK
                    MOVE 'Y' TO WS-CONN-STATE
                    MOVE WS-EFFECTIVE-URI TO WS-CONNECTED-URI
                  Else
                    Perform HTTP-Terminate-Connection
                  End-If
                Else
                  Perform HTTP-Terminate-Connection
                End-If
              End-If
           END-IF.

       Drop-Connection.

           Perform HTTP-Disconnect.
           Perform HTTP-Terminate-Connection.
           MOVE 'N' TO WS-CONN-STATE.

      ****************************************************************
      * HTTP-Init-Connection - same HWTHINIT pattern as SNOWHWTH
      ****************************************************************
       HTTP-Init-Connection.

           Set HWTH-HANDLETYPE-CONNECTION to true.

           Call "HWTHINIT" using
             HWTH-RETURN-CODE
             HWTH-HANDLETYPE
             Conn-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWSCHD: HWTHINIT (connection) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Init-Request - same HWTHINIT pattern as SNOWHWTH
      ****************************************************************
       HTTP-Init-Request.

           Set HWTH-HANDLETYPE-HTTPREQUEST to true.

           Call "HWTHINIT" using
             HWTH-RETURN-CODE
             HWTH-HANDLETYPE
             Rqst-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWSCHD: HWTHINIT (request) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Setup-Connection - TLS + keyring + ServiceNow base URI,
      * timeouts externalized in SNOWHCFG - as SNOWHWTH
      ****************************************************************
       HTTP-Setup-Connection.

           Set HWTH-OPT-USE-SSL to true.
           Set HWTH-SSL-USE to true.
           Set option-val-addr to address of HWTH-USESSL.
           Compute option-val-len = function length (HWTH-USESSL).
           Call "HWTHSET" using
                          HWTH-RETURN-CODE
                          Conn-Handle
                          HWTH-Set-OPTION
                          option-val-addr
                          option-val-len
                          HWTH-DIAG-AREA.

           If HWTH-OK
             Set HWTH-OPT-SSLKEYTYPE to true
             Set HWTH-SSLKEYTYPE-KEYRINGNAME to true
             Set option-val-addr to address of HWTH-SSLKEYTYPE
             Compute option-val-len =
                 function length (HWTH-SSLKEYTYPE)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set HWTH-OPT-SSLKEY to true
             Move SN-HTTP-KEYRING to option-val-char
             Move 32 to option-val-len
             Set option-val-addr to address of option-val-char
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set HWTH-OPT-URI to true
             Move WS-EFFECTIVE-URI to option-val-char
             Move 40 to option-val-len
             Set option-val-addr to address of option-val-char
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           Else
             Display "SNOWSCHD: HWTHSET (connection) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set HWTH-OPT-CONNECTTIMEOUT to true
             Move SN-HTTP-CONNECT-TIMEOUT to option-val-numeric
             Set option-val-addr to address of option-val-numeric
             Compute option-val-len =
                 function length (option-val-numeric)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set HWTH-OPT-SNDRCVTIMEOUT to true
             Move SN-HTTP-REQUEST-TIMEOUT to option-val-numeric
             Set option-val-addr to address of option-val-numeric
             Compute option-val-len =
                 function length (option-val-numeric)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            Conn-Handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Connect - HWTHCONN
      ****************************************************************
       HTTP-Connect.

           Call "HWTHCONN" using
             HWTH-RETURN-CODE
             Conn-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWSCHD: HWTHCONN FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Setup-Request - GET
      *   .../api/now/table/change_request?<fields>&sysparm_limit=nn
      *       &sysparm_offset=nnnn&sysparm_query=<selection>
      * for the current page of the selection
      ****************************************************************
       HTTP-Setup-Request.

           Set HWTH-OPT-REQUESTMETHOD to true.
           Set HWTH-HTTP-REQUEST-GET to true.
           Set option-val-addr to address of HWTH-REQUESTMETHOD.
           Compute option-val-len =
               function length (HWTH-REQUESTMETHOD).
           Call "HWTHSET" using
                          HWTH-RETURN-CODE
                          rqst-handle
                          HWTH-Set-OPTION
                          option-val-addr
                          option-val-len
                          HWTH-DIAG-AREA.

           If HWTH-OK
             Perform Build-Query-URI
             Move WS-URI-LEN TO option-val-len
             Set HWTH-OPT-URI to true
             Set option-val-addr to address of option-val-char
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

      *    Auth mode (SNOWHCFG): 'B' sets the toolkit's basic-auth
      *    options from SNOWCRDL exactly as before; 'O' skips all
      *    three and sends a SNOWCRDT bearer token as an
      *    Authorization request header instead - see Build-Slist.
           If HWTH-OK AND SN-AUTH-BASIC
             Perform Load-Credentials
             Move WS-CRED-USERID to UserName
             Move WS-CRED-PASSWORD to UserPassword

             Move ZERO TO WK-TALLY
             Inspect Function Reverse(UserName)
                     TALLYING WK-TALLY FOR LEADING SPACES
             COMPUTE UserName-LEN = 32 - WK-TALLY

             Move ZERO TO WK-TALLY
             Inspect Function Reverse(UserPassword)
                     TALLYING WK-TALLY FOR LEADING SPACES
             COMPUTE UserPassword-LEN = 32 - WK-TALLY

             Set HWTH-OPT-HTTPAUTH to true
             Set HWTH-HTTPAUTH-BASIC to true
             Set option-val-addr to address of HWTH-HTTPAUTH
             Compute option-val-len =
               function length (HWTH-HTTPAUTH)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK AND SN-AUTH-BASIC
             Set HWTH-OPT-USERNAME to true
             Set option-val-addr to address of UserName
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            USERNAME-LEN
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK AND SN-AUTH-BASIC
             Set HWTH-OPT-PASSWORD to true
             Set option-val-addr to address of UserPassword
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            USERPASSWORD-LEN
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Perform Build-Slist
             Set HWTH-OPT-HTTPHEADERS to true
             Set option-val-addr to address of Slist-Handle
             Compute option-val-len = function length(Slist-Handle)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set HWTH-OPT-TRANSLATE-RESPBODY to true
             Set HWTH-XLATE-RESPBODY-A2E to true
             Set option-val-addr to address of HWTH-XLATE-RESPBODY
             Compute option-val-len =
                 function length (HWTH-XLATE-RESPBODY)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set HWTH-OPT-RESPONSEHDR-EXIT to true
             Set hdr-cb-ptr to ENTRY "HWTHSTSX"
             Set option-val-addr to address of hdr-cb-ptr
             Compute option-val-len =
                 function length (hdr-cb-ptr)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set status-data-ptr to address of WS-HTTP-STATUS
             Set HWTH-OPT-RESPONSEHDR-USERDATA to true
             Set option-val-addr to address of hdr-udata
             Compute option-val-len = function length(hdr-udata)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set HWTH-OPT-RESPONSEBODY-EXIT to true
             Set rspbdy-cb-ptr to ENTRY "HWTHBDYX"
             Set option-val-addr to address of rspbdy-cb-ptr
             Compute option-val-len =
                 function length (rspbdy-cb-ptr)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set resp-body-data-ptr to address of WS-RESP-BODY
             Set HWTH-OPT-RESPONSEBODY-USERDATA to true
             Set option-val-addr to address of body-udata
             Compute option-val-len = function length(body-udata)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           Else
             Display "SNOWSCHD: HWTHSET (request) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .


      ****************************************************************
      * Build-Query-URI - the encoded selection for the current page.
      * The group names, the state and the two date-times are copied
      * through Append-Encoded, so a group called 'MAINFRAME OPS'
      * travels as MAINFRAME%20OPS.
      ****************************************************************
       Build-Query-URI.

           Move Spaces to option-val-char.
           Move 1 to WS-URI-LEN.
           STRING "/api/now/table/change_request"
                  "?sysparm_fields=number,start_date,short_description"
                  "&sysparm_limit=" DELIMITED BY SIZE
                  INTO option-val-char WITH POINTER WS-URI-LEN
           END-STRING.
           Move WS-PAGE-SIZE to option-val-char(WS-URI-LEN:3).
           ADD 3 TO WS-URI-LEN.
           STRING "&sysparm_offset=" DELIMITED BY SIZE
                  INTO option-val-char WITH POINTER WS-URI-LEN
           END-STRING.
           Move WS-PAGE-OFFSET to option-val-char(WS-URI-LEN:4).
           ADD 4 TO WS-URI-LEN.
           STRING "&sysparm_query=state=" DELIMITED BY SIZE
                  INTO option-val-char WITH POINTER WS-URI-LEN
           END-STRING.
           MOVE SCQ-STATE TO WS-ENC-TEXT.
           Perform Append-Encoded.

           IF SCQ-GROUP-COUNT > 0
              STRING "%5Eassignment_group.nameIN" DELIMITED BY SIZE
                     INTO option-val-char WITH POINTER WS-URI-LEN
              END-STRING
              PERFORM VARYING WS-GROUP-INX FROM 1 BY 1
                  UNTIL WS-GROUP-INX > SCQ-GROUP-COUNT
                  IF WS-GROUP-INX > 1
                     STRING "," DELIMITED BY SIZE
                        INTO option-val-char WITH POINTER WS-URI-LEN
                     END-STRING
                  END-IF
                  MOVE SCQ-GROUP(WS-GROUP-INX) TO WS-ENC-TEXT
                  Perform Append-Encoded
              END-PERFORM
           END-IF.

           STRING "%5Estart_date%3E=" DELIMITED BY SIZE
                  INTO option-val-char WITH POINTER WS-URI-LEN
           END-STRING.
           MOVE SCQ-FROM TO WS-ENC-TEXT.
           Perform Append-Encoded.
           STRING "%5Estart_date%3C=" DELIMITED BY SIZE
                  INTO option-val-char WITH POINTER WS-URI-LEN
           END-STRING.
           MOVE SCQ-TO TO WS-ENC-TEXT.
           Perform Append-Encoded.
           STRING "%5EORDERBYnumber" DELIMITED BY SIZE
                  INTO option-val-char WITH POINTER WS-URI-LEN
           END-STRING.
           SUBTRACT 1 FROM WS-URI-LEN.

      ****************************************************************
      * Append-Encoded - WS-ENC-TEXT, trailing blanks dropped and
      * embedded blanks sent as %20, onto the URI at WS-URI-LEN.
      ****************************************************************
       Append-Encoded.

           Move ZERO TO WK-TALLY.
           Inspect Function Reverse(WS-ENC-TEXT)
                   TALLYING WK-TALLY FOR LEADING SPACES.
           COMPUTE WS-ENC-LEN = 40 - WK-TALLY.
           PERFORM VARYING WS-ENC-INX FROM 1 BY 1
               UNTIL WS-ENC-INX > WS-ENC-LEN
               IF WS-ENC-TEXT(WS-ENC-INX:1) = SPACE
                  STRING "%20" DELIMITED BY SIZE
                     INTO option-val-char WITH POINTER WS-URI-LEN
                  END-STRING
               ELSE
                  MOVE WS-ENC-TEXT(WS-ENC-INX:1)
                       TO option-val-char(WS-URI-LEN:1)
                  ADD 1 TO WS-URI-LEN
               END-IF
           END-PERFORM.

      ****************************************************************
      * Load-Credentials - basic-auth userid/password from the RACF-
      * protected DD SNOWCRED through SNOWCRDL, once per program
      * load - as SNOWHWTH
      ****************************************************************
       Load-Credentials.

           If WS-CRED-LOADED NOT = 'Y'
             Move 'Y' to WS-CRED-LOADED
             Call "SNOWCRDL" using WS-CRED-USERID
                                   WS-CRED-PASSWORD
                                   WS-CRED-RC
             If WS-CRED-RC NOT = 0
               Display "SNOWSCHD: SERVICENOW CREDENTIALS NOT LOADED - "
                       "REQUESTS WILL FAIL AUTHENTICATION"
             End-If
           End-If
           .

      ****************************************************************
      * Load-Bearer-Token - Authorization header value from the
      * SNOWCRDT OAuth token loader (auth mode 'O'). SNOWCRDT caches
      * the token for its lifetime, so this costs one HTTP call per
      * expiry window, not one per request.
      ****************************************************************
       Load-Bearer-Token.

           Call "SNOWCRDT" using WS-AUTH-HEADER WS-AUTH-RC.
           If WS-AUTH-RC NOT = 0
             Display "SNOWSCHD: SERVICENOW BEARER TOKEN NOT LOADED "
                     "- REQUESTS WILL FAIL AUTHENTICATION"
           End-If.
           Move ZERO TO WS-AUTH-TALLY.
           Inspect Function Reverse(WS-AUTH-HEADER)
                   TALLYING WS-AUTH-TALLY FOR LEADING SPACES.
           COMPUTE WS-AUTH-HEADER-LEN = 280 - WS-AUTH-TALLY.

      ****************************************************************
      * Build-Slist - Accept: application/json header, same as the
      * SNINCQRY sample
      ****************************************************************
       Build-Slist.

           Move 1 to option-val-len.
           String "Accept: application/json" delimited by size
                  into option-val-char with pointer
                  option-val-len.
           Subtract 1 from option-val-len.

           Set option-val-addr to address of option-val-char.
           Set HWTH-SLST-NEW to true.

           Call "HWTHSLST" using
                           HWTH-RETURN-CODE
                           rqst-handle
                           HWTH-SLST-function
                           Slist-Handle
                           option-val-addr
                           option-val-len
                           HWTH-DIAG-AREA.
      *    OAuth mode: the bearer token travels as a request header,
      *    the basic-auth toolkit options having been skipped.
           If HWTH-OK AND SN-AUTH-OAUTH
             Perform Load-Bearer-Token
             Set option-val-addr to address of WS-AUTH-HEADER
             Move WS-AUTH-HEADER-LEN to option-val-len
             Set HWTH-SLST-APPEND to true
             Call "HWTHSLST" using
                             HWTH-RETURN-CODE
                             rqst-handle
                             HWTH-SLST-function
                             Slist-Handle
                             option-val-addr
                             option-val-len
                             HWTH-DIAG-AREA
           End-If

           If NOT HWTH-OK
             Display "SNOWSCHD: HWTHSLST FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Issue-Request - HWTHRQST
      ****************************************************************
       HTTP-Issue-Request.

           Call "HWTHRQST" using
             HWTH-RETURN-CODE
             Conn-Handle
             Rqst-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWSCHD: HWTHRQST FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Disconnect / HTTP-Terminate-* - same as SNOWHWTH
      ****************************************************************
       HTTP-Disconnect.

           Call "HWTHDISC" using
             HWTH-RETURN-CODE
             Conn-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWSCHD: HWTHDISC FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

       HTTP-Terminate-Connection.

           Set HWTH-NOFORCE to true.

           Call "HWTHTERM" using
             HWTH-RETURN-CODE
             Conn-Handle
             HWTH-FORCETYPE
             HWTH-DIAG-AREA.

           If NOT HWTH-OK
             Display "SNOWSCHD: HWTHTERM (connection) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

       HTTP-Terminate-Request.

           Set HWTH-NOFORCE to true.

           Call "HWTHTERM" using
             HWTH-RETURN-CODE
             Rqst-Handle
             HWTH-FORCETYPE
             HWTH-DIAG-AREA.

           If NOT HWTH-OK
             Display "SNOWSCHD: HWTHTERM (request) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

       END PROGRAM SNOWSCHD.
