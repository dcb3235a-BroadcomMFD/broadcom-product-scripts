      *****************************************************************
      *  EXARCREQ
      *  One execution-report capture request, passed by the package
      *  exits (C1UEXT07, C1UEXSHP) to C1UEXARC at the After-EXEC
      *  event. C1UEXARC copies the execution listing on DD C1MSGS1
      *  into the keyed DD EXRPTARC archive (VSAM KSDS, 168-byte
      *  records keyed on package ID + capture date + capture time +
      *  line sequence; sequence 00000 is the header carrying the
      *  execute return code) so the listing outlives the job log.
      *
      *  EXARC-RESULT answers what happened:
      *    'Y' listing captured (or header only, when DD C1MSGS1
      *        could not be read - see the header's capture status)
      *    'D' already captured for this package in this job - the
      *        other exit got there first; nothing written
      *    'N' archive unusable - nothing written
      *****************************************************************
       01  WS-EXARC-REQUEST.
           03  EXARC-PACKAGE-ID             PIC X(16).
           03  EXARC-EXEC-RC                PIC 9(04).
           03  EXARC-PKG-STATUS             PIC X(12).
           03  EXARC-CALLER                 PIC X(08).
           03  EXARC-USER                   PIC X(08).
           03  EXARC-RESULT                 PIC X(01).
               88  EXARC-CAPTURED                   VALUE 'Y'.
               88  EXARC-DUPLICATE                  VALUE 'D'.
               88  EXARC-NOT-CAPTURED               VALUE 'N'.
           03  FILLER                       PIC X(07).
