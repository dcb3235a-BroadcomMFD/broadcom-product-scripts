      *****************************************************************
      *  CMPUSAGE
      *  One record on DD CMPUSAGE (FB 100), the where-used file the
      *  C1UIMPBL batch step builds through the ENA$NDVR component
      *  (ACM) query - one record per component-type element (see
      *  IMPACTCF) and program that uses it, in the target
      *  environment/stage the record names. C1UEXT07 reads it at
      *  cast time to tell the approvers how far a copybook, macro or
      *  subroutine in the package reaches; the exit never queries
      *  ACM itself. The file is rebuilt whole on every run, so it is
      *  as current as the last C1UIMPBL - CUS-BUILD-DATE says when.
      *****************************************************************
       01  WS-CMPUSAGE-RECORD.
           03  CUS-COMP-ELEMENT             PIC X(10).
           03  FILLER                       PIC X(01).
           03  CUS-COMP-TYPE                PIC X(08).
           03  FILLER                       PIC X(01).
           03  CUS-COMP-SYSTEM              PIC X(08).
           03  FILLER                       PIC X(01).
           03  CUS-TARGET-ENV               PIC X(08).
           03  FILLER                       PIC X(01).
           03  CUS-TARGET-STGID             PIC X(01).
           03  FILLER                       PIC X(01).
           03  CUS-USER-ELEMENT             PIC X(10).
           03  FILLER                       PIC X(01).
           03  CUS-USER-TYPE                PIC X(08).
           03  FILLER                       PIC X(01).
           03  CUS-USER-SYSTEM              PIC X(08).
           03  FILLER                       PIC X(01).
           03  CUS-USER-SUBSYSTEM           PIC X(08).
           03  FILLER                       PIC X(01).
           03  CUS-BUILD-DATE               PIC 9(08).
           03  FILLER                       PIC X(14).
