      *****************************************************************
      *  LOGCHST
      *  One chain head on the keyed DD LOGCHST store (VSAM KSDS,
      *  80-byte records, key the first 16 bytes) that LOGCHAIN keeps
      *  for every tamper-evident log chain - the hash of the last
      *  record committed to it, how many records it has taken since
      *  the chain began, and when. C1ULOGAN copies every head to the
      *  anchor dataset (COPY LOGANCH) once a day.
      *****************************************************************
       01  WS-LOG-CHAIN-HEAD.
           03  LCS-KEY.
               05  LCS-LOG-NAME             PIC X(08).
               05  LCS-CHAIN-ID             PIC X(08).
           03  LCS-HEAD-HASH                PIC X(12).
           03  LCS-RECORD-COUNT             PIC 9(09).
           03  LCS-FIRST-DATE               PIC 9(08).
           03  LCS-LAST-DATE                PIC 9(08).
           03  LCS-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(21).
