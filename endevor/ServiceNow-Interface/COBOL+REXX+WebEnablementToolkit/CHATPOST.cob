      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CHATPOST.
      *
      * Chat-channel sender for the BC1PMLIF notices. POSTs one card
      * (Teams incoming-webhook MessageCard JSON) per notice to the
      * webhook of the channel the notice is routed to - the
      * package ID, event and environment as card facts, the sender's
      * subject as the title, its one-line message and the NOTIFTPL
      * template body lines as the card text. Same HWTH connect/
      * setup/request pattern as SNOWWRBK; the webhook URL carries
      * its own credential, so no authentication options are set.
      *
      * Routing is data (copybook CHATCFG banner): DD EXITCFG section
      * %CHATROUT maps event + environment to a channel, %CHATCHNL
      * gives each channel's webhook host and path. Both are loaded
      * once per program load.
      *
      * Called as:
      *   CALL 'CHATPOST' USING LS-EVENT LS-PKGID LS-ENV LS-SUBJECT
      *                         LS-MESSAGE LS-NOTIFTPL-REQUEST
      * with RETURN-CODE 0 when the webhook accepted the card (2xx),
      * 4 when the event/environment has no route (nothing posted -
      * the email is the notice), the not-found RC when the webhook
      * answered otherwise, the connectivity RC when the toolkit never
      * got an answer. Callers log a bad RC and move on - a failed
      * post never fails the sender, and the email has gone anyway.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S390 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-S390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHATDLQ ASSIGN TO CHATDLQ
               FILE STATUS IS WS-CDLQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *  DD CHATDLQ - durable dead-letter queue for failed chat posts,
      *  kept apart from DD MAILDLQ and DD SNOWWDLQ so a webhook outage
      *  can be re-driven without touching mail or ServiceNow. One
      *  record per card that never reached (or was refused by) its
      *  webhook, carrying enough to post it again: event, package,
      *  environment, channel and the template name. The attempt
      *  counter is blank on the records written here - a fresh dead
      *  letter starts at zero attempts, the C1UDLQRD convention.
      *-----------------------------------------------------------------
       FD  CHATDLQ
           RECORD CONTAINS 100 CHARACTERS.
       01  CHATDLQ-REC.
           03  CDQ-EVENT                     PIC X(08).
           03  CDQ-PKGID                     PIC X(16).
           03  CDQ-ENV                       PIC X(08).
           03  CDQ-CHANNEL                   PIC X(08).
           03  CDQ-DATE                      PIC X(08).
           03  CDQ-TIME                      PIC X(06).
           03  CDQ-RETURN-CODE               PIC 9(04).
           03  CDQ-ATTEMPTS                  PIC X(02).
           03  CDQ-TPL-NAME                  PIC X(16).
           03  FILLER                        PIC X(24).

       WORKING-STORAGE SECTION.

       01 WS-CDLQ-FILE-STATUS        PIC X(02).
       01 WS-SAVED-RC                PIC 9(04) VALUE 0.

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

      * Function pointer for the response header exit - the same
      * HWTHSTSX exit program SNOWWRBK links with; the HTTP status is
      * all this program needs back from the webhook.
       01 hdr-cb-ptr    Function-Pointer Value Null.

       01 hdr-udata.
         05 hdr-udata-eye       Pic X(8) Value 'HDRUDATA'.
         05 status-data-ptr     Pointer Value Null.

       01 WS-HTTP-STATUS             PIC 9(03) VALUE 0.

       01 WS-URI-LEN                 PIC 9(4) VALUE 0.
       01 WS-BODY-TEXT               PIC X(2048) VALUE SPACES.
       01 WS-BODY-LEN                PIC 9(4) VALUE 0.
       01 WS-POST-DATE               PIC 9(08).
       01 WS-POST-TIME               PIC 9(08).
       01 WS-THEME-COLOR             PIC X(06).

      * JSON-escaped copy of one text value into the body - see
      * Append-Escaped-Text.
       01 WS-ESC-SOURCE              PIC X(133).
       01 WS-ESC-LEN                 PIC 9(4) VALUE 0.
       01 WS-ESC-INX                 PIC 9(4) VALUE 0.
       01 WS-ESC-TALLY               PIC 9(4) VALUE 0.
       01 WS-LINE-INX                PIC 9(02) VALUE 0.

       01 WS-HTTP-RC                 PIC X(01) VALUE 'N'.
           88  HTTP-CALL-OK                      VALUE 'Y'.
       01 WS-HTTP-NOTFOUND           PIC X(01) VALUE 'N'.
           88  HTTP-POST-REFUSED                 VALUE 'Y'.

      * Event/environment-to-channel routes (%CHATROUT) and the
      * channels' webhooks (%CHATCHNL) - see copybook CHATCFG.
      * Loaded once per program load; an absent section means no
      * routes, so nothing is posted and email carries on alone.
       01 WS-CHAT-CFG-LOADED         PIC X(01) VALUE 'N'.
           88  CHAT-CFG-LOADED                   VALUE 'Y'.
       01 WS-CHAT-MAX                PIC 9(02) VALUE 32.
       01 WS-RT-COUNT                PIC 9(02) VALUE 0.
       01 WS-RT-INX                  PIC 9(02) VALUE 0.
       01 WS-RT-TABLE.
          03 WS-RT-ENTRY OCCURS 32 TIMES.
             05 WS-RT-EVENT          PIC X(08).
             05 WS-RT-ENV            PIC X(08).
             05 WS-RT-CHANNEL        PIC X(08).
       01 WS-CH-COUNT                PIC 9(02) VALUE 0.
       01 WS-CH-INX                  PIC 9(02) VALUE 0.
       01 WS-CH-HIT-INX              PIC 9(02) VALUE 0.
       01 WS-CH-TABLE.
          03 WS-CH-ENTRY OCCURS 32 TIMES.
             05 WS-CH-NAME           PIC X(08).
             05 WS-CH-HOST-URI       PIC X(40).
             05 WS-CH-PATH           PIC X(256).
             05 WS-CH-PATH-LEN       PIC 9(4).
       01 WS-CH-LINE                 PIC X(72).
       01 WS-CH-PART                 PIC X(61).
       01 WS-CH-PART-LEN             PIC 9(4) VALUE 0.
       01 WS-CH-TALLY                PIC 9(4) VALUE 0.
       01 WS-CFG-INX                 PIC 9(02) VALUE 0.
       01 WS-ROUTE-CHANNEL           PIC X(08) VALUE SPACES.
       01 WS-ROUTE-FOUND             PIC X(01) VALUE 'N'.
           88  ROUTE-FOUND                       VALUE 'Y'.
       01 WS-ROUTE-EXACT             PIC X(01) VALUE 'N'.
           88  ROUTE-EXACT                       VALUE 'Y'.

         COPY EXITCFG.

         COPY HWTHICOB.
         COPY SNOWHCFG.
         COPY SNOWFOPN.

       LINKAGE SECTION.
       01 LS-EVENT      PIC X(08).
       01 LS-PKGID      PIC X(16).
       01 LS-ENV        PIC X(08).
       01 LS-SUBJECT    PIC X(50).
       01 LS-MESSAGE    PIC X(80).
      * The caller's NOTIFTPL area as TMPLLOAD answered it - on
      * TPL-FOUND its body lines ride the card under the message.
         COPY NOTIFTPL REPLACING ==WS-NOTIFTPL-REQUEST==
                              BY ==LS-NOTIFTPL-REQUEST==.
      * 'Y' when the caller owns dead-letter persistence itself (a
      * re-poster) - a failure then answers only through
      * RETURN-CODE, with no fresh CHATDLQ append.
       01 LS-DLQ-SUPPRESS   PIC X(01).

       PROCEDURE DIVISION USING LS-EVENT
                                 LS-PKGID
                                 LS-ENV
                                 LS-SUBJECT
                                 LS-MESSAGE
                                 LS-NOTIFTPL-REQUEST
                                 OPTIONAL LS-DLQ-SUPPRESS.
       Begin.

           Perform Resolve-Channel

           IF NOT ROUTE-FOUND
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N'    TO WS-HTTP-RC
           MOVE 'N'    TO WS-HTTP-NOTFOUND
           MOVE 0      TO WS-HTTP-STATUS

           Perform BUILD-CARD-BODY

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
                          MOVE 'Y' TO WS-HTTP-RC
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
              Perform Capture-Dead-Letter
                  Thru Capture-Dead-Letter-Exit
           END-IF

           GOBACK.

      ****************************************************************
      * Capture-Dead-Letter - a failed post goes to the durable DD
      * CHATDLQ queue (see the FD banner) unless the caller asked to
      * own persistence itself. The append can never fail the
      * caller - a queue that will not open only costs the entry,
      * with a DISPLAY saying so.
      ****************************************************************
       Capture-Dead-Letter.

           IF LS-DLQ-SUPPRESS NOT OMITTED
              IF LS-DLQ-SUPPRESS = 'Y'
                 GO TO Capture-Dead-Letter-Exit
              END-IF
           END-IF.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           OPEN EXTEND CHATDLQ.
           IF WS-CDLQ-FILE-STATUS = '00'
              MOVE SPACES           TO CHATDLQ-REC
              MOVE LS-EVENT         TO CDQ-EVENT
              MOVE LS-PKGID         TO CDQ-PKGID
              MOVE LS-ENV           TO CDQ-ENV
              MOVE WS-ROUTE-CHANNEL TO CDQ-CHANNEL
              MOVE WS-POST-DATE     TO CDQ-DATE
              MOVE WS-POST-TIME(1:6) TO CDQ-TIME
              MOVE WS-SAVED-RC      TO CDQ-RETURN-CODE
              MOVE TPL-NAME OF LS-NOTIFTPL-REQUEST TO CDQ-TPL-NAME
              WRITE CHATDLQ-REC
              CLOSE CHATDLQ
           ELSE
              DISPLAY "CHATPOST: DD CHATDLQ NOT AVAILABLE - FILE "
                      "STATUS " WS-CDLQ-FILE-STATUS
                      " - " LS-EVENT " CARD FOR " LS-PKGID " LOST"
           END-IF.
           MOVE WS-SAVED-RC TO RETURN-CODE.
       Capture-Dead-Letter-Exit.
           EXIT.

      ****************************************************************
      * Resolve-Channel - load the two routing sections on the first
      * call, then pick the channel for this event: a route naming
      * the caller's environment wins over a '*' route.
      ****************************************************************
       Resolve-Channel.

           IF NOT CHAT-CFG-LOADED
              MOVE 'Y' TO WS-CHAT-CFG-LOADED
              Perform Load-Chat-Routes
              Perform Load-Chat-Channels
           END-IF.
           MOVE 'N'    TO WS-ROUTE-FOUND.
           MOVE 'N'    TO WS-ROUTE-EXACT.
           MOVE SPACES TO WS-ROUTE-CHANNEL.
           PERFORM VARYING WS-RT-INX FROM 1 BY 1 UNTIL
               WS-RT-INX > WS-RT-COUNT OR ROUTE-EXACT
               IF WS-RT-EVENT(WS-RT-INX) = LS-EVENT
                  IF WS-RT-ENV(WS-RT-INX) = LS-ENV
                     MOVE WS-RT-CHANNEL(WS-RT-INX) TO WS-ROUTE-CHANNEL
                     MOVE 'Y' TO WS-ROUTE-EXACT
                  ELSE
                     IF WS-RT-ENV(WS-RT-INX) = '*'
                        AND WS-ROUTE-CHANNEL = SPACES
                        MOVE WS-RT-CHANNEL(WS-RT-INX)
                             TO WS-ROUTE-CHANNEL
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CH-HIT-INX.
           IF WS-ROUTE-CHANNEL NOT = SPACES
              PERFORM VARYING WS-CH-INX FROM 1 BY 1 UNTIL
                  WS-CH-INX > WS-CH-COUNT OR WS-CH-HIT-INX > 0
                  IF WS-CH-NAME(WS-CH-INX) = WS-ROUTE-CHANNEL
                     MOVE WS-CH-INX TO WS-CH-HIT-INX
                  END-IF
              END-PERFORM
              IF WS-CH-HIT-INX = 0
                 DISPLAY "CHATPOST: CHANNEL " WS-ROUTE-CHANNEL
                         " ROUTED FOR " LS-EVENT
                         " HAS NO %CHATCHNL WEBHOOK - NOT POSTED"
              ELSE
                 IF WS-CH-HOST-URI(WS-CH-HIT-INX) = SPACES
                    OR WS-CH-PATH-LEN(WS-CH-HIT-INX) = 0
                    DISPLAY "CHATPOST: CHANNEL " WS-ROUTE-CHANNEL
                            " NEEDS BOTH AN H AND A P LINE - NOT POSTED"
                 ELSE
                    MOVE 'Y' TO WS-ROUTE-FOUND
                 END-IF
              END-IF
           END-IF.

       Load-Chat-Routes.

           MOVE 'CHATROUT' TO CFG-SECTION-NAME.
           MOVE WS-CHAT-MAX TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED AND CFG-ENTRY-COUNT > 0
              MOVE CFG-ENTRY-COUNT TO WS-RT-COUNT
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > WS-RT-COUNT
                  MOVE CFG-ENTRY-LINE(WS-CFG-INX)(1:8)
                       TO WS-RT-EVENT(WS-CFG-INX)
                  MOVE CFG-ENTRY-LINE(WS-CFG-INX)(10:8)
                       TO WS-RT-ENV(WS-CFG-INX)
                  MOVE CFG-ENTRY-LINE(WS-CFG-INX)(19:8)
                       TO WS-RT-CHANNEL(WS-CFG-INX)
              END-PERFORM
           END-IF.

      *    One table entry per channel name; 'P' lines append to the
      *    path in the order they appear in the section.
       Load-Chat-Channels.

           MOVE 'CHATCHNL' TO CFG-SECTION-NAME.
           MOVE WS-CHAT-MAX TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED AND CFG-ENTRY-COUNT > 0
              PERFORM VARYING WS-CFG-INX FROM 1 BY 1 UNTIL
                  WS-CFG-INX > CFG-ENTRY-COUNT
                  MOVE CFG-ENTRY-LINE(WS-CFG-INX) TO WS-CH-LINE
                  Perform Take-Channel-Line
              END-PERFORM
           END-IF.

       Take-Channel-Line.

           MOVE 0 TO WS-CH-HIT-INX.
           PERFORM VARYING WS-CH-INX FROM 1 BY 1 UNTIL
               WS-CH-INX > WS-CH-COUNT OR WS-CH-HIT-INX > 0
               IF WS-CH-NAME(WS-CH-INX) = WS-CH-LINE(1:8)
                  MOVE WS-CH-INX TO WS-CH-HIT-INX
               END-IF
           END-PERFORM.
           IF WS-CH-HIT-INX = 0
              ADD 1 TO WS-CH-COUNT
              MOVE WS-CH-COUNT      TO WS-CH-HIT-INX
              MOVE WS-CH-LINE(1:8)  TO WS-CH-NAME(WS-CH-HIT-INX)
              MOVE SPACES           TO WS-CH-HOST-URI(WS-CH-HIT-INX)
              MOVE SPACES           TO WS-CH-PATH(WS-CH-HIT-INX)
              MOVE 0                TO WS-CH-PATH-LEN(WS-CH-HIT-INX)
           END-IF.
           EVALUATE WS-CH-LINE(10:1)
             WHEN 'H'
               MOVE WS-CH-LINE(12:40) TO WS-CH-HOST-URI(WS-CH-HIT-INX)
             WHEN 'P'
               MOVE WS-CH-LINE(12:61) TO WS-CH-PART
               MOVE ZERO TO WS-CH-TALLY
               Inspect Function Reverse(WS-CH-PART)
                       TALLYING WS-CH-TALLY FOR LEADING SPACES
               COMPUTE WS-CH-PART-LEN = 61 - WS-CH-TALLY
               IF WS-CH-PART-LEN > 0
                  AND WS-CH-PATH-LEN(WS-CH-HIT-INX) + WS-CH-PART-LEN
                      <= 256
                  MOVE WS-CH-PART(1:WS-CH-PART-LEN)
                       TO WS-CH-PATH(WS-CH-HIT-INX)
                          (WS-CH-PATH-LEN(WS-CH-HIT-INX) + 1:
                           WS-CH-PART-LEN)
                  ADD WS-CH-PART-LEN TO WS-CH-PATH-LEN(WS-CH-HIT-INX)
               END-IF
             WHEN OTHER
               DISPLAY "CHATPOST: %CHATCHNL LINE FOR " WS-CH-LINE(1:8)
                       " IS NEITHER H NOR P - IGNORED"
           END-EVALUATE.

      ****************************************************************
      * BUILD-CARD-BODY - the MessageCard JSON. Package IDs, events
      * and environments never carry quote characters; the subject,
      * message and template lines are free text and go through
      * Append-Escaped-Text. Template lines join with <br> so each
      * keeps its own line on the card.
      ****************************************************************
       BUILD-CARD-BODY.

           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-POST-TIME FROM TIME.
           IF LS-EVENT = 'SHIPFAIL'
              MOVE 'C4314B' TO WS-THEME-COLOR
           ELSE
              MOVE '0076D7' TO WS-THEME-COLOR
           END-IF.
           MOVE SPACES TO WS-BODY-TEXT.
           MOVE 1 TO WS-BODY-LEN.
           STRING '{"@type":"MessageCard",' DELIMITED BY SIZE
                  '"@context":"https://schema.org/extensions",'
                      DELIMITED BY SIZE
                  '"themeColor":"' DELIMITED BY SIZE
                  WS-THEME-COLOR DELIMITED BY SIZE
                  '","summary":"' DELIMITED BY SIZE
                  INTO WS-BODY-TEXT WITH POINTER WS-BODY-LEN.
           MOVE LS-SUBJECT TO WS-ESC-SOURCE.
           Perform Append-Escaped-Text.
           STRING '","title":"' DELIMITED BY SIZE
                  INTO WS-BODY-TEXT WITH POINTER WS-BODY-LEN.
           Perform Append-Escaped-Text.
           STRING '","sections":[{"facts":[' DELIMITED BY SIZE
                  '{"name":"Package","value":"' DELIMITED BY SIZE
                  LS-PKGID DELIMITED BY SPACE
                  '"},{"name":"Event","value":"' DELIMITED BY SIZE
                  LS-EVENT DELIMITED BY SPACE
                  '"},{"name":"Environment","value":"'
                      DELIMITED BY SIZE
                  LS-ENV DELIMITED BY SPACE
                  '"},{"name":"Date","value":"' DELIMITED BY SIZE
                  WS-POST-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-POST-TIME(1:6) DELIMITED BY SIZE
                  '"}],"text":"' DELIMITED BY SIZE
                  INTO WS-BODY-TEXT WITH POINTER WS-BODY-LEN.
           MOVE LS-MESSAGE TO WS-ESC-SOURCE.
           Perform Append-Escaped-Text.
           IF TPL-FOUND OF LS-NOTIFTPL-REQUEST
              AND TPL-LINE-COUNT OF LS-NOTIFTPL-REQUEST IS NUMERIC
              PERFORM VARYING WS-LINE-INX FROM 1 BY 1 UNTIL
                  WS-LINE-INX > TPL-LINE-COUNT OF LS-NOTIFTPL-REQUEST
                  OR WS-LINE-INX > 8
                  STRING '<br>' DELIMITED BY SIZE
                         INTO WS-BODY-TEXT WITH POINTER WS-BODY-LEN
                  MOVE TPL-LINE OF LS-NOTIFTPL-REQUEST (WS-LINE-INX)
                       TO WS-ESC-SOURCE
                  Perform Append-Escaped-Text
              END-PERFORM
           END-IF.
           STRING '"}]}' DELIMITED BY SIZE
                  INTO WS-BODY-TEXT WITH POINTER WS-BODY-LEN.
           SUBTRACT 1 FROM WS-BODY-LEN.

      ****************************************************************
      * Append-Escaped-Text - WS-ESC-SOURCE, trailing spaces dropped,
      * onto the body at WS-BODY-LEN with '"' and '\' escaped for
      * JSON.
      ****************************************************************
       Append-Escaped-Text.

           MOVE ZERO TO WS-ESC-TALLY.
           Inspect Function Reverse(WS-ESC-SOURCE)
                   TALLYING WS-ESC-TALLY FOR LEADING SPACES.
           COMPUTE WS-ESC-LEN = 133 - WS-ESC-TALLY.
           PERFORM VARYING WS-ESC-INX FROM 1 BY 1 UNTIL
               WS-ESC-INX > WS-ESC-LEN OR WS-BODY-LEN > 2040
               IF WS-ESC-SOURCE(WS-ESC-INX:1) = '"'
                  OR WS-ESC-SOURCE(WS-ESC-INX:1) = '\'
                  MOVE '\' TO WS-BODY-TEXT(WS-BODY-LEN:1)
                  ADD 1 TO WS-BODY-LEN
               END-IF
               MOVE WS-ESC-SOURCE(WS-ESC-INX:1)
                    TO WS-BODY-TEXT(WS-BODY-LEN:1)
               ADD 1 TO WS-BODY-LEN
           END-PERFORM.

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
             Display "CHATPOST: HWTHINIT (connection) FAILED"
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
             Display "CHATPOST: HWTHINIT (request) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Setup-Connection - TLS + keyring + the channel's webhook
      * host. The keyring is the one SNOWHCFG names - the public CA
      * certificates the webhook host presents live there alongside
      * the ServiceNow ones.
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
             Move WS-CH-HOST-URI(WS-CH-HIT-INX) to option-val-char
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
             Display "CHATPOST: HWTHSET (connection) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

       HTTP-Connect.

           Call "HWTHCONN" using
             HWTH-RETURN-CODE
             Conn-Handle
             HWTH-DIAG-AREA

           If NOT HWTH-OK
             Display "CHATPOST: HWTHCONN FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * HTTP-Setup-Request - POST the card to the channel's webhook
      * path
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
             Move SPACES to option-val-char
             Move WS-CH-PATH-LEN(WS-CH-HIT-INX) to WS-URI-LEN
             Move WS-CH-PATH(WS-CH-HIT-INX)(1:WS-URI-LEN)
                  to option-val-char
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

      *    The request body travels EBCDIC-to-ASCII translated, as
      *    SNOWWRBK's does.
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
           Else
             Display "CHATPOST: HWTHSET (request) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

      ****************************************************************
      * Build-Slist - JSON request body
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

           If NOT HWTH-OK
             Display "CHATPOST: HWTHSLST FAILED"
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
             Display "CHATPOST: HWTHRQST FAILED"
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
             Display "CHATPOST: HWTHDISC FAILED"
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
             Display "CHATPOST: HWTHTERM (connection) FAILED"
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
             Display "CHATPOST: HWTHTERM (request) FAILED"
             Call "DSPHDIAG" using
                             HWTH-RETURN-CODE
                             HWTH-DIAG-AREA
           End-If
           .

       END PROGRAM CHATPOST.
