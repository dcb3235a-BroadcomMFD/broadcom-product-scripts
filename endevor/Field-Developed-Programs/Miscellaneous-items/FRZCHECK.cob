      *                cols 10-17 to date (YYYYMMDD, inclusive)       *
      *                cols 19-26 environment, or '*' for any         *
      *                cols 28-35 system, or '*' for any              *
      *                cols 37-44 zone the dates are in, a zone of    *
      *                           the TZCONV control table (copybook  *
      *                           TZCTLCF); blank = local time        *
      *              DD FRZEXCP lists authorized-exception package-ID *
      *              prefixes (cols 1-16, leading-prefix matching,    *
      *              the C1UEXSHP backout exception shape).           *
      *              packages, never the whole shop. A missing DD     *
      *              FRZCAL freezes nothing - enforcing a freeze is   *
      *              always an explicit data change. Both datasets    *
      *              are read once per program load. FRZ-DATE is the  *
      *              caller's local date; for a range kept in another *
      *              zone it is taken, with the current time of day,  *
      *              into that zone (TZCONV) before it is compared,   *
      *              so a freeze starts at midnight where it was set. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZCHECK.
           03  CAL-ENV                       PIC X(08).
           03  FILLER                        PIC X(01).
           03  CAL-SYSTEM                    PIC X(08).
           03  FILLER                        PIC X(01).
           03  CAL-ZONE                      PIC X(08).
           03  FILLER                        PIC X(36).

       FD  FRZEXCP
           RECORD CONTAINS 80 CHARACTERS.
               05  WS-FC-TO-DATE             PIC 9(08).
               05  WS-FC-ENV                 PIC X(08).
               05  WS-FC-SYSTEM              PIC X(08).
               05  WS-FC-ZONE                PIC X(08).
       01  WS-FC-CHECK-DATE                  PIC 9(08).
       01  WS-FC-CHECK-DATE-X REDEFINES WS-FC-CHECK-DATE
                                             PIC X(08).
       01  WS-FRZ-DATE-X                     PIC X(08).
       01  WS-NOW-TIME                       PIC X(08).

       COPY TZCONVRQ.

       01  WS-EX-MAX                         PIC 9(02) VALUE 32.
       01  WS-EX-COUNT                       PIC 9(02) VALUE 0.
           PERFORM VARYING WS-FC-INX FROM 1 BY 1
                   UNTIL WS-FC-INX > WS-FC-COUNT
                      OR FREEZE-APPLIES
              MOVE FRZ-DATE TO WS-FC-CHECK-DATE
              IF WS-FC-ZONE(WS-FC-INX) NOT = SPACES
                 PERFORM 0300-DATE-IN-ZONE
              END-IF
              IF WS-FC-CHECK-DATE >= WS-FC-FROM-DATE(WS-FC-INX)
                 AND WS-FC-CHECK-DATE <= WS-FC-TO-DATE(WS-FC-INX)
                 AND (WS-FC-ENV(WS-FC-INX) = '*'
                   OR WS-FC-ENV(WS-FC-INX) = FRZ-ENV)
                 AND (WS-FC-SYSTEM(WS-FC-INX) = '*'
                 MOVE CAL-TO-DATE   TO WS-FC-TO-DATE(WS-FC-COUNT)
                 MOVE CAL-ENV       TO WS-FC-ENV(WS-FC-COUNT)
                 MOVE CAL-SYSTEM    TO WS-FC-SYSTEM(WS-FC-COUNT)
                 MOVE CAL-ZONE      TO WS-FC-ZONE(WS-FC-COUNT)
              END-IF
           END-IF.
           PERFORM 0110-READ-FRZCAL.
                 MOVE WS-EX-PREFIX(WS-EX-INX) TO FRZ-MATCHED-ENTRY
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  The date it is now in the range's zone: FRZ-DATE at the
      *  current time of day, through TZCONV. A zone TZCONV cannot
      *  convert to (conversion off, zone not in its table) leaves
      *  the local date in place.
      *-----------------------------------------------------------------
       0300-DATE-IN-ZONE.

           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE FRZ-DATE TO WS-FRZ-DATE-X.
           MOVE 'Z'                   TO TZC-FUNCTION.
           MOVE WS-FC-ZONE(WS-FC-INX) TO TZC-ZONE.
           MOVE SPACES                TO TZC-STAMP-IN.
           STRING WS-FRZ-DATE-X(1:4) '-' WS-FRZ-DATE-X(5:2) '-'
                  WS-FRZ-DATE-X(7:2) ' ' WS-NOW-TIME(1:2) ':'
                  WS-NOW-TIME(3:2) ':' WS-NOW-TIME(5:2)
               DELIMITED BY SIZE INTO TZC-STAMP-IN
           END-STRING.
           CALL 'TZCONV' USING WS-TZCONV-REQUEST.
           IF TZC-CONVERTED
              STRING TZC-STAMP-OUT(1:4) TZC-STAMP-OUT(6:2)
                     TZC-STAMP-OUT(9:2)
                  DELIMITED BY SIZE INTO WS-FC-CHECK-DATE-X
              END-STRING
           END-IF.
           MOVE 0 TO RETURN-CODE.
