      *****************************************************************
      *  GITQUEUE
      *  One entry on DD GITQUEUE (FB 200) - a package whose content
      *  is waiting to reach the Git mirror. C1UGITMR appends the
      *  entry once the package's elements are laid out for retrieve
      *  (state C, commit pending); C1UGITPS commits it, records
      *  GQ-HASH against the package in PKGHIST and moves it to state
      *  P (push pending), and drops it only once the push has gone
      *  through. An entry whose commit or push fails is carried
      *  forward with GQ-ATTEMPTS counted up - never dropped.
      *  GQ-APPROVERS holds up to eight approver user IDs, one every
      *  nine bytes.
      *****************************************************************
       01  WS-GITQ-RECORD.
           03  GQ-PACKAGE-ID                PIC X(16).
           03  FILLER                       PIC X(01).
           03  GQ-STATE                     PIC X(01).
               88  GQ-COMMIT-PENDING                VALUE 'C'.
               88  GQ-PUSH-PENDING                  VALUE 'P'.
           03  FILLER                       PIC X(01).
           03  GQ-QUEUED-DATE               PIC 9(08).
           03  FILLER                       PIC X(01).
           03  GQ-QUEUED-TIME               PIC 9(06).
           03  FILLER                       PIC X(01).
           03  GQ-ATTEMPTS                  PIC 9(02).
           03  FILLER                       PIC X(01).
           03  GQ-TICKET                    PIC X(10).
           03  FILLER                       PIC X(01).
           03  GQ-CREATOR                   PIC X(08).
           03  FILLER                       PIC X(01).
           03  GQ-ELEMENTS                  PIC 9(04).
           03  FILLER                       PIC X(01).
           03  GQ-APPROVERS                 PIC X(72).
           03  GQ-APPROVER-TABLE REDEFINES GQ-APPROVERS.
               05  GQ-APPROVER              PIC X(09) OCCURS 8 TIMES.
           03  FILLER                       PIC X(01).
           03  GQ-HASH                      PIC X(40).
           03  FILLER                       PIC X(24).
