      *****************************************************************
      *  RSKCALCF
      *  Settings for the C1URSKCL risk-score calibration report.
      *    WS-RSKCAL-INC-DAYS  a SNOWINCC incident on a package's
      *                        shipment trail counts against the
      *                        package when raised within this many
      *                        days of its execute
      *    WS-RSKCAL-MIN-BAD   weights are only suggested when the
      *                        quarter had at least this many bad
      *                        packages - with fewer, the current
      *                        weights are kept
      *    WS-RSKCAL-BAND      upper bounds of the score bands, in
      *                        ascending order; scores above the last
      *                        bound make one more, open-ended band
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %RISKCAL exists in the DD EXITCFG runtime config dataset,
      *  its INCDAYS=nnn and MINBAD=nnnn lines replace them, and its
      *  BAND=nnnnn lines (at most 8, ascending) replace the bands -
      *  see CFGLOAD.
       01  WS-RSKCAL-INC-DAYS            PIC 9(03) VALUE 14.
       01  WS-RSKCAL-MIN-BAD             PIC 9(04) VALUE 5.
       01  WS-RSKCAL-BAND-TABLE.
           03 FILLER                          PIC 9(05) VALUE 10.
           03 FILLER                          PIC 9(05) VALUE 25.
           03 FILLER                          PIC 9(05) VALUE 50.
           03 FILLER                          PIC 9(05) VALUE 100.
           03 FILLER                          PIC 9(20) VALUE ZERO.
       01  WS-RSKCAL-BAND-TABLE-RE REDEFINES WS-RSKCAL-BAND-TABLE.
           03 WS-RSKCAL-BAND                  PIC 9(05)
                                              OCCURS 8 TIMES.
       01  WS-RSKCAL-BAND-COUNT          PIC 9(01) VALUE 4.
       01  WS-RSKCAL-BAND-MAX            PIC 9(01) VALUE 8.
       01  WS-RSKCAL-MAX                 PIC 9(02) VALUE 12.
