      *****************************************************************
      *  QGRREQ
      *  Request/response area for C1UQGRLU, the keyed lookup of one
      *  element's result on the DD QGRSLT quality-gate store (copybook
      *  QGRSLT). The caller fills element, type and system - and the
      *  level, when it knows the one it wants; a blank level asks for
      *  the highest level on record. C1UQGRLU answers -
      *    QGQ-RESULT    Y a result was found, N none on record,
      *                  U the store could not be opened
      *    QGQ-LEVEL     the level the result is for
      *    QGQ-OUTCOME, QGQ-FINDINGS, QGQ-TOOL, QGQ-RUN-DATE
      *                  as the tooling recorded them
      *****************************************************************
       01  WS-QGRREQ-REQUEST.
           03  QGQ-ELEMENT                  PIC X(10).
           03  QGQ-TYPE                     PIC X(08).
           03  QGQ-SYSTEM                   PIC X(08).
           03  QGQ-LEVEL                    PIC X(02).
           03  QGQ-RESULT                   PIC X(01).
               88  QGQ-FOUND                        VALUE 'Y'.
               88  QGQ-NOT-FOUND                    VALUE 'N'.
               88  QGQ-STORE-UNUSABLE               VALUE 'U'.
           03  QGQ-OUTCOME                  PIC X(01).
               88  QGQ-PASSED                       VALUE 'P'.
           03  QGQ-FINDINGS                 PIC 9(05).
           03  QGQ-TOOL                     PIC X(08).
           03  QGQ-RUN-DATE                 PIC 9(08).
