      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. SNOWPRBC.
      *
      * Automatic ServiceNow problem record for repeated backouts.
      * C1UBKPRB calls it once an element or a system has been
      * backed out the configured number of times within the period
      * (BKREASCF); it POSTs one new problem to the table API
      * endpoint named in SNOWHCFG's SN-HTTP-PRB-URI, naming what
      * keeps being backed out, how often, over how many days, the
      * packages involved and their backout reason codes, and hands
      * the created problem number back for C1UBKPRB's raised-problem
      * register. The SNOWINCC connect/setup/POST pattern and the
      * same "number" scrape of the response body.
      *
      * Called as:
      *   CALL 'SNOWPRBC' USING LS-PRB-SCOPE LS-PRB-SUBJECT
      *                         LS-PRB-COUNT LS-PRB-DAYS
      *                         LS-PRB-PACKAGES LS-PRB-REASONS
      *                         LS-PRB-NUMBER
      * with RETURN-CODE 0 and the created number in LS-PRB-NUMBER
      * when ServiceNow accepted the POST; the not-found RC when it
      * answered otherwise, the connectivity RC when the toolkit
      * never got an answer. Optional trailing parms route to a
      * per-environment instance exactly as the other HTTP programs
      * (%INSTROUT).
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

       01 WS-URI-LEN                 PIC 9(4) VALUE 0.
       01 WS-BODY-TEXT               PIC X(800) VALUE SPACES.
       01 WS-BODY-LEN                PIC 9(4) VALUE 0.
       01 WS-PRBC-DATE               PIC 9(08).
       01 WS-PRBC-SCOPE-TEXT         PIC X(07).
       01 WS-PRBC-COUNT-EDIT         PIC ZZ9.
       01 WS-PRBC-DAYS-EDIT          PIC ZZ9.
       01 WS-SCAN-POS                PIC 9(4) VALUE 0.
       01 WS-SCAN-LEN                PIC 9(4) VALUE 0.

       01 WS-HTTP-RC                 PIC X(01) VALUE 'N'.
           88  HTTP-CALL-OK                      VALUE 'Y'.
       01 WS-HTTP-NOTFOUND           PIC X(01) VALUE 'N'.
           88  HTTP-POST-REFUSED                 VALUE 'Y'.

      * Per-environment instance routing (%INSTROUT runtime-config
      * section; CFGLOAD grammar, environment in cols 1-8, instance
      * base URI from col 10). Loaded once per program load. An
      * omitted environment parameter, an environment with no entry,
      * or an absent section all answer the SNOWHCFG base URI -
      * production traffic is unchanged.
       01 WS-INSTROUT-LOADED         PIC X(01) VALUE 'N'.
           88  INSTROUT-LOADED                   VALUE 'Y'.
       01 WS-INSTROUT-COUNT          PIC 9(02) VALUE 0.
       01 WS-INSTROUT-MAX            PIC 9(02) VALUE 16.
       01 WS-INSTROUT-INX            PIC 9(02) VALUE 0.
       01 WS-INSTROUT-TABLE.
          03 WS-INSTROUT-ENTRY OCCURS 16 TIMES.
             05 WS-INSTROUT-ENV      PIC X(08).
             05 WS-INSTROUT-URI      PIC X(40).
       01 WS-EFFECTIVE-URI           PIC X(40) VALUE SPACES.
       01 WS-CFG-INX                 PIC 9(02) VALUE 0.

         COPY EXITCFG.

         COPY HWTHICOB.
         COPY SNOWHCFG.
         COPY SNOWFOPN.

       LINKAGE SECTION.
      * LS-PRB-SCOPE 'E' for an element (LS-PRB-SUBJECT holds
      * element, type and system), 'S' for a whole system.
       01 LS-PRB-SCOPE      PIC X(01).
       01 LS-PRB-SUBJECT    PIC X(40).
       01 LS-PRB-COUNT      PIC 9(03).
       01 LS-PRB-DAYS       PIC 9(03).
      * Package IDs and reason codes, blank-separated, as many as fit.
       01 LS-PRB-PACKAGES   PIC X(200).
       01 LS-PRB-REASONS    PIC X(80).
       01 LS-PRB-NUMBER     PIC X(10).
      * Optional instance routing: the caller's Endevor environment
      * in, the instance URI that will answer out - see
      * Resolve-Instance.
       01 LS-NDVR-ENV       PIC X(08).
       01 LS-INSTANCE-URI   PIC X(40).

       PROCEDURE DIVISION USING LS-PRB-SCOPE
                                 LS-PRB-SUBJECT
                                 LS-PRB-COUNT
                                 LS-PRB-DAYS
                                 LS-PRB-PACKAGES
                                 LS-PRB-REASONS
                                 LS-PRB-NUMBER
                                 OPTIONAL LS-NDVR-ENV
                                 OPTIONAL LS-INSTANCE-URI.
       Begin.

           Perform Resolve-Instance

           MOVE SPACES TO LS-PRB-NUMBER
           MOVE 'N'    TO WS-HTTP-RC
           MOVE 'N'    TO WS-HTTP-NOTFOUND
           MOVE 0      TO WS-HTTP-STATUS
           MOVE SPACES TO WS-RESP-BODY

           Perform BUILD-PROBLEM-BODY

           Perform HTTP-Init-Connection

           If (HWTH-OK)
             Perform HTTP-Setup-Connection

             If (HWTH-OK)
               Perform HTTP-Connect

               If (HWTH-OK)
                 Perform HTTP-Init-Request

                 If (HWTH-OK)
                   Perform HTTP-Setup-Request

                   If (HWTH-OK)
                     Perform HTTP-Issue-Request

                     If (HWTH-OK)
                       IF WS-HTTP-STATUS >= 200 AND WS-HTTP-STATUS < 300
                          Perform EXTRACT-NUMBER-FROM-BODY
                          IF LS-PRB-NUMBER NOT = SPACES
                             MOVE 'Y' TO WS-HTTP-RC
                          ELSE
                             MOVE 'Y' TO WS-HTTP-NOTFOUND
                          END-IF
                       ELSE
                          MOVE 'Y' TO WS-HTTP-NOTFOUND
                       END-IF
                     End-If
                   End-If

                   Perform HTTP-Terminate-Request
                 End-If

                 Perform HTTP-Disconnect
               End-If
             End-If

             Perform HTTP-Terminate-Connection
           End-If

           IF HTTP-CALL-OK
              MOVE 0 TO RETURN-CODE
           ELSE
              IF HTTP-POST-REFUSED
                 MOVE WS-SNOW-NOTFOUND-RC TO RETURN-CODE
              ELSE
                 MOVE WS-SNOW-CONN-RC TO RETURN-CODE
              END-IF
           END-IF

           GOBACK.

      ****************************************************************
      * BUILD-PROBLEM-BODY - the JSON the table API turns into a new
      * problem. Element, system and package names and reason codes
      * never carry quote characters, so no escaping pass is needed
      * on the values - the SNOWWRBK precedent.
      ****************************************************************
       BUILD-PROBLEM-BODY.

           IF LS-PRB-SCOPE = 'S'
              MOVE 'system'  TO WS-PRBC-SCOPE-TEXT
           ELSE
              MOVE 'element' TO WS-PRBC-SCOPE-TEXT
           END-IF.
           MOVE LS-PRB-COUNT TO WS-PRBC-COUNT-EDIT.
           MOVE LS-PRB-DAYS  TO WS-PRBC-DAYS-EDIT.
           ACCEPT WS-PRBC-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-BODY-TEXT.
           MOVE 1 TO WS-BODY-LEN.
           STRING '{"short_description":"Repeated Endevor backouts of '
                  DELIMITED BY SIZE
                  WS-PRBC-SCOPE-TEXT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  LS-PRB-SUBJECT DELIMITED BY '  '
                  '","description":"' DELIMITED BY SIZE
                  WS-PRBC-COUNT-EDIT DELIMITED BY SIZE
                  ' backouts in ' DELIMITED BY SIZE
                  WS-PRBC-DAYS-EDIT DELIMITED BY SIZE
                  ' days to ' DELIMITED BY SIZE
                  WS-PRBC-DATE DELIMITED BY SIZE
                  '. packages=' DELIMITED BY SIZE
                  LS-PRB-PACKAGES DELIMITED BY '  '
                  ' reasons=' DELIMITED BY SIZE
                  LS-PRB-REASONS DELIMITED BY '  '
                  '","urgency":"2"}' DELIMITED BY SIZE
                  INTO WS-BODY-TEXT WITH POINTER WS-BODY-LEN.
           SUBTRACT 1 FROM WS-BODY-LEN.

      ****************************************************************
      * EXTRACT-NUMBER-FROM-BODY - the created record's "number"
      * field, by the same closing-quote scan SNOWHWTH uses on
      * "state".
      ****************************************************************
       EXTRACT-NUMBER-FROM-BODY.

           MOVE 0 TO WS-SCAN-POS.
           INSPECT WS-RESP-BODY TALLYING WS-SCAN-POS
                   FOR CHARACTERS BEFORE '"number":"'.
           MOVE SPACES TO LS-PRB-NUMBER.
           IF WS-SCAN-POS < LENGTH OF WS-RESP-BODY
              ADD 11 TO WS-SCAN-POS
              MOVE 0 TO WS-SCAN-LEN
              INSPECT WS-RESP-BODY(WS-SCAN-POS:) TALLYING WS-SCAN-LEN
                      FOR CHARACTERS BEFORE '"'
              IF WS-SCAN-LEN > 10
                 MOVE 10 TO WS-SCAN-LEN
              END-IF
              IF WS-SCAN-LEN > 0
                 MOVE WS-RESP-BODY(WS-SCAN-POS:WS-SCAN-LEN)
                                  TO LS-PRB-NUMBER(1:WS-SCAN-LEN)
              END-IF
           END-IF.

           EXIT.

      ****************************************************************
      * Resolve-Instance - which ServiceNow instance this call talks
      * to: the %INSTROUT entry for the caller's Endevor environment
      * when one was passed and routed, the SNOWHCFG base URI
      * otherwise.
      ****************************************************************
       Resolve-Instance.

           IF NOT INSTROUT-LOADED
              MOVE 'Y' TO WS-INSTROUT-LOADED
              MOVE 'INSTROUT' TO CFG-SECTION-NAME
              MOVE WS-INSTROUT-MAX TO CFG-MAX-ENTRIES
              CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST
              IF CFG-SECTION-LOADED AND CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-INSTROUT-COUNT
                 PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                     WS-CFG-INX > WS-INSTROUT-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                          TO WS-INSTROUT-ENV(WS-CFG-INX)
                     MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:40)
                          TO WS-INSTROUT-URI(WS-CFG-INX)
                 END-PERFORM
              END-IF
           END-IF.
           MOVE SN-HTTP-BASE-URI TO WS-EFFECTIVE-URI.
           IF LS-NDVR-ENV NOT OMITTED
              PERFORM VARYING WS-INSTROUT-INX FROM 1 BY 1 UNTIL
                  WS-INSTROUT-INX > WS-INSTROUT-COUNT
                  IF WS-INSTROUT-ENV(WS-INSTROUT-INX) = LS-NDVR-ENV
                     MOVE WS-INSTROUT-URI(WS-INSTROUT-INX)
                          TO WS-EFFECTIVE-URI
                  END-IF
              END-PERFORM
           END-IF.
           IF LS-INSTANCE-URI NOT OMITTED
              MOVE WS-EFFECTIVE-URI TO LS-INSTANCE-URI
           END-IF.

      ****************************************************************
      * HTTP-Init-Connection - same HWTHINIT pattern as SNOWWRBK
      ****************************************************************
       HTTP-Init-Connection.

           Set HWTH-HANDLETYPE-CONNECTION to true.

           Call "HWTHINIT" using
             HWTH-RETURN-CODE
             HWTH-HANDLETYPE
             Conn-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWPRBC: HWTHINIT (connection) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

       HTTP-Init-Request.

           Set HWTH-HANDLETYPE-HTTPREQUEST to true.

           Call "HWTHINIT" using
             HWTH-RETURN-CODE
             HWTH-HANDLETYPE
             Rqst-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWPRBC: HWTHINIT (request) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Setup-Connection - TLS + keyring + instance URI
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
             Display "SNOWPRBC: HWTHSET (connection) FAILED"
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

       HTTP-Connect.

           Call "HWTHCONN" using
             HWTH-RETURN-CODE
             Conn-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWPRBC: HWTHCONN FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Setup-Request - POST the problem JSON to the table
      * API endpoint named in SNOWHCFG
      ****************************************************************
       HTTP-Setup-Request.

           Set HWTH-OPT-REQUESTMETHOD to true.
           Set HWTH-HTTP-REQUEST-POST to true.
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
             Set HWTH-OPT-URI to true
             Move 1 to WS-URI-LEN
             STRING SN-HTTP-PRB-URI DELIMITED BY SPACE
                    INTO option-val-char WITH POINTER WS-URI-LEN
             SUBTRACT 1 FROM WS-URI-LEN
             Move WS-URI-LEN TO option-val-len
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

      *    The request body travels EBCDIC-to-ASCII translated, the
      *    response back the other way - JSON both directions.
           If HWTH-OK
             Set HWTH-OPT-TRANSLATE-REQBODY to true
             Set HWTH-XLATE-REQBODY-E2A to true
             Set option-val-addr to address of HWTH-XLATE-REQBODY
             Compute option-val-len =
                 function length (HWTH-XLATE-REQBODY)
             Call "HWTHSET" using
                            HWTH-RETURN-CODE
                            rqst-handle
                            HWTH-Set-OPTION
                            option-val-addr
                            option-val-len
                            HWTH-DIAG-AREA
           End-If

           If HWTH-OK
             Set HWTH-OPT-REQUESTBODY to true
             Set option-val-addr to address of WS-BODY-TEXT
             Move WS-BODY-LEN to option-val-len
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
             Display "SNOWPRBC: HWTHSET (request) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * Load-Credentials - basic-auth userid/password from the RACF-
      * protected DD SNOWCRED through SNOWCRDL, once per program
      * load - as SNOWWRBK
      ****************************************************************
       Load-Credentials.

           If WS-CRED-LOADED NOT = 'Y'
             Move 'Y' to WS-CRED-LOADED
             Call "SNOWCRDL" using WS-CRED-USERID
                                   WS-CRED-PASSWORD
                                   WS-CRED-RC
             If WS-CRED-RC NOT = 0
               Display "SNOWPRBC: SERVICENOW CREDENTIALS NOT LOADED - "
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
             Display "SNOWPRBC: SERVICENOW BEARER TOKEN NOT LOADED "
                     "- REQUESTS WILL FAIL AUTHENTICATION"
           End-If.
           Move ZERO TO WS-AUTH-TALLY.
           Inspect Function Reverse(WS-AUTH-HEADER)
                   TALLYING WS-AUTH-TALLY FOR LEADING SPACES.
           COMPUTE WS-AUTH-HEADER-LEN = 280 - WS-AUTH-TALLY.

      ****************************************************************
      * Build-Slist - JSON both ways on this request
      ****************************************************************
       Build-Slist.

           Move 1 to option-val-len.
           String "Content-Type: application/json" delimited by size
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

           If HWTH-OK
             Move 1 to option-val-len
             String "Accept: application/json" delimited by size
                    into option-val-char with pointer
                    option-val-len
             Subtract 1 from option-val-len
             Set option-val-addr to address of option-val-char
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
             Display "SNOWPRBC: HWTHSLST FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

       HTTP-Issue-Request.

           Call "HWTHRQST" using
             HWTH-RETURN-CODE
             Conn-Handle
             Rqst-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWPRBC: HWTHRQST FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

       HTTP-Disconnect.

           Call "HWTHDISC" using
             HWTH-RETURN-CODE
             Conn-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "SNOWPRBC: HWTHDISC FAILED"
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
             Display "SNOWPRBC: HWTHTERM (connection) FAILED"
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
             Display "SNOWPRBC: HWTHTERM (request) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

       END PROGRAM SNOWPRBC.
