      *                  numeric, SHPDEST stage id present, CCIDPREF  *
      *                  prefix and action present, the rest a        *
      *                  non-blank leading field).                    *
      *              The section inventory and the line checks are    *
      *              CFGVLCHK's, shared with the C1UISPF              *
      *              configuration dialog - keep them in step there   *
      *              with the sections the exits actually load.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UCFGVL.
           88  EXITCFG-ATEND                         VALUE '10'.
           88  EXITCFG-NOT-AVAILABLE                 VALUE '30' '35'.

       01  WS-LINE-NUMBER                    PIC 9(05) VALUE 0.
       01  WS-ERROR-COUNT                    PIC 9(04) VALUE 0.
       01  WS-SECTION-OPEN                   PIC X(01) VALUE 'N'.
           88  INSIDE-A-SECTION                      VALUE 'Y'.
       01  WS-CUR-SECTION                    PIC X(16).
       01  WS-CUR-CAPACITY                   PIC 9(04).
       01  WS-CUR-ENTRY-COUNT                PIC 9(04).

           'CONFIGURATION VALIDATES CLEAN'.

         COPY RUNCTXH.
         COPY CFGVLRQ.

       PROCEDURE DIVISION.
       MAIN-LINE.
                    TO RPT-ERROR-TEXT
               PERFORM 0900-WRITE-ERROR-LINE
             WHEN EXITCFG-REC(1:8) = 'ENABLED='
               PERFORM 0450-CHECK-LINE
             WHEN OTHER
               PERFORM 0400-VALIDATE-SECTION-ENTRY
           END-EVALUATE.

       0300-VALIDATE-SECTION-HEADER.

           MOVE 'S'               TO CVQ-FUNCTION.
           MOVE EXITCFG-REC(2:16) TO CVQ-SECTION-NAME.
           CALL 'CFGVLCHK' USING WS-CFGVL-REQUEST.
           IF CVQ-SECTION-KNOWN
              MOVE 'Y' TO WS-SECTION-OPEN
              MOVE CVQ-SECTION-NAME TO WS-CUR-SECTION
              MOVE CVQ-CAPACITY     TO WS-CUR-CAPACITY
              MOVE 0 TO WS-CUR-ENTRY-COUNT
           ELSE
              MOVE 'N' TO WS-SECTION-OPEN
              END-STRING
              PERFORM 0900-WRITE-ERROR-LINE
           END-IF.
           PERFORM 0450-CHECK-LINE.

      *-----------------------------------------------------------------
      *  The line against its section's fixed columns - CFGVLCHK.
      *-----------------------------------------------------------------
       0450-CHECK-LINE.

           MOVE 'L'            TO CVQ-FUNCTION.
           MOVE WS-CUR-SECTION TO CVQ-SECTION-NAME.
           MOVE EXITCFG-REC    TO CVQ-LINE.
           CALL 'CFGVLCHK' USING WS-CFGVL-REQUEST.
           IF CVQ-LINE-IN-ERROR
              MOVE CVQ-ERROR-TEXT TO RPT-ERROR-TEXT
              PERFORM 0900-WRITE-ERROR-LINE
           END-IF.

       0900-WRITE-ERROR-LINE.

