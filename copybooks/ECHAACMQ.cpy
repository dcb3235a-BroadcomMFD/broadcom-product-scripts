      *****************************************************************
      *  ECHAACMQ
      *  Endevor API component (ACM) query request block (AACMQ-RQ) -
      *  passed to ENA$NDVR with the AACTL control block to ask the
      *  Automated Configuration Manager about one element's
      *  component relationships in an environment/stage:
      *    AACMQ-RQ-DIRECTION 'U'  where-used - the elements whose
      *                            last generate used this one
      *                       'C'  components - what this element's
      *                            last generate used
      *  The answer is written to the dataset allocated to
      *  AACTL-LIST-DDN, one 80-byte record per related element in
      *  fixed columns:
      *    1-10  element name        12-19 type
      *    21-28 system              30-37 subsystem
      *    39-46 environment         48    stage ID
      *  An element ACM knows nothing about comes back with an empty
      *  list and AACTL-RTNCODE 4. Like ECHALIST, this block and the
      *  list layout are a desk check against the vendor-supplied
      *  ENA$NDVR, not a verification - re-confirm both against the
      *  ENA$NDVR documentation before relying on them for a new
      *  caller.
      *****************************************************************
       01  AACMQ-RQ-DATAAREA.
           03  AACMQ-RQ-EYE-CATCHER         PIC X(08) VALUE 'ACMQRQ'.
           03  AACMQ-RQ-DIRECTION           PIC X(01).
               88  AACMQ-WHERE-USED                 VALUE 'U'.
               88  AACMQ-COMPONENTS                 VALUE 'C'.
           03  AACMQ-RQ-ENVIRONMENT         PIC X(08).
           03  AACMQ-RQ-STAGE-ID            PIC X(01).
           03  AACMQ-RQ-SYSTEM              PIC X(08).
           03  AACMQ-RQ-SUBSYSTEM           PIC X(08).
           03  AACMQ-RQ-TYPE                PIC X(08).
           03  AACMQ-RQ-ELEMENT             PIC X(10).
       01  AACMQ-RQ REDEFINES AACMQ-RQ-DATAAREA PIC X(52).
