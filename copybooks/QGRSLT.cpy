      *****************************************************************
      *  QGRSLT
      *  One external quality-gate result, as the site's static-
      *  analysis and unit-test tooling loads it onto the keyed DD
      *  QGRSLT store (VSAM KSDS keyed on element, type, system and
      *  level - the first 28 bytes - 80-byte records). The tooling
      *  owns the store; the package exits and C1UPKGRV only read it,
      *  through C1UQGRLU. A rerun for the same element level replaces
      *  its record.
      *    QGR-OUTCOME   P passed, F failed - anything else is taken
      *                  as failed
      *    QGR-FINDINGS  findings the tool reported (informational;
      *                  the tool sets the outcome)
      *    QGR-TOOL      the tool or suite that produced the result
      *****************************************************************
       01  WS-QGRSLT-RECORD.
           03  QGR-KEY.
               05  QGR-ELEMENT              PIC X(10).
               05  QGR-TYPE                 PIC X(08).
               05  QGR-SYSTEM               PIC X(08).
               05  QGR-LEVEL                PIC X(02).
           03  QGR-OUTCOME                  PIC X(01).
               88  QGR-PASSED                       VALUE 'P'.
               88  QGR-FAILED                       VALUE 'F'.
           03  QGR-FINDINGS                 PIC 9(05).
           03  QGR-TOOL                     PIC X(08).
           03  QGR-RUN-DATE                 PIC 9(08).
           03  QGR-RUN-TIME                 PIC 9(06).
           03  FILLER                       PIC X(24).
